000977*                     FILE KEEPS AGREEING WITH THE MASTER AND
000978*                     AGING/DUNNING DO NOT CHASE MONEY THE
000979*                     CUSTOMER DOES NOT OWE.
000980*    10/15/2026 DP    A PURCHASE, PAYMENT OR REFUND DATED IN AN
000981*                     ACCOUNTING PERIOD ALREADY CLOSED BY THE NEW
000982*                     MONTH-END CLOSE RUN IS REJECTED WITH NEW
000983*                     REASON "CP" SO A LATE OR RESUBMITTED ITEM
000984*                     CANNOT ALTER FIGURES ALREADY REPORTED.  THE
000985*                     LAST CLOSED PERIOD IS READ FROM THE PERIOD-
000986*                     CONTROL FILE AT START-UP.
000987*    10/15/2026 DP    NEW CREDIT-HOLD FILE, WRITTEN BY THE
000988*                     BAD-DEBT WRITE-OFF RUN.  A PURCHASE FOR AN
000989*                     ACCOUNT ON HOLD IS REJECTED WITH NEW REASON
000990*                     "HD".  NEW TRANSACTION TYPE "V" BOOKS MONEY
000991*                     RECOVERED ON A WRITTEN-OFF ACCOUNT - THE
000992*                     BALANCE STAYS AT ZERO AND THE RECOVERY IS
000993*                     AUDITED AND ADDED TO THE HOLD RECORD.  A
000994*                     RECOVERY FOR AN ACCOUNT NOT WRITTEN OFF IS
000995*                     REJECTED "NW", ONE ABOVE THE AMOUNT STILL
000996*                     UNRECOVERED IS REJECTED "RV".
000997*    10/15/2026 DP    THE FEED RECORD GROWS A 10-BYTE INVOICE
000998*                     NUMBER.  A PURCHASE STORES IT ON ITS OPEN
000999*                     ITEM (NEW ALTERNATE KEY OITM-INVOICE-NO).
001000*                     A PAYMENT NAMING AN INVOICE IS APPLIED TO
001001*                     THAT INVOICE FIRST AND ANY REMAINDER
001002*                     OLDEST-FIRST AS BEFORE.  A PAYMENT NAMING
001003*                     AN INVOICE NOT ON FILE FOR THE CUSTOMER, OR
001004*                     ONE ALREADY PAID, STILL POSTS BUT IS
001005*                     WRITTEN TO THE NEW INVOICE-EXCEPTION FILE
001006*                     FOR CASH APPLICATION TO FOLLOW UP.  REJECT
001007*                     RECORDS CARRY THE INVOICE NUMBER.
001008*    10/15/2026 DP    NEW TRANSACTION TYPE "D" MAINTAINS THE
001009*                     DISPUTE FILE, KEYED ON THE OPEN ITEM.  THE
001010*                     ITEM IS FOUND BY INVOICE NUMBER, OR BY ITEM
001011*                     DATE AND SEQUENCE.  ACTION "O" OPENS A
001012*                     DISPUTE, "R" RELEASES THE ITEM BACK TO
001013*                     COLLECTION, "C" RESOLVES IT WITH A CREDIT
001014*                     AGAINST THAT ITEM AND THE BALANCE, AUDITED
001015*                     AS TYPE "J".  NEW REJECTS "DI" ITEM NOT ON
001016*                     FILE, "DS" DISPUTE STATE, "DA" AMOUNT.
001017*    10/15/2026 DP    LIMIT, NAME, ADDRESS AND CLOSE-ACCOUNT
001018*                     MAINTENANCE ("L" "N" "A" "X") NO LONGER
001019*                     POSTS FROM THE FEED.  IT IS HELD ON THE NEW
001020*                     PENDING-MAINTENANCE FILE UNDER THE OPERATOR
001021*                     ID GIVEN AT START-UP UNTIL A DIFFERENT
001022*                     OPERATOR APPROVES OR DECLINES IT IN THE
001023*                     MAINTENANCE APPROVAL RUN.  EACH POSTING RUN
001024*                     RELEASES THE ITEMS APPROVED SINCE THE LAST
001025*                     ONE, AFTER THE MASTER IS BACKED UP AND
001026*                     BEFORE THE DAY'S FEEDS, THROUGH THE SAME
001027*                     EDITS AND REJECTS AS ANY FEED RECORD.
001028*                     EVERY MAINTENANCE CHANGE APPLIED WRITES A
001029*                     BEFORE/AFTER IMAGE OF THE FULL MASTER AND
001030*                     ADDRESS RECORDS TO THE NEW CHANGE-IMAGE
001031*                     FILE FOR THE RESTORE UTILITY AND THE
001032*                     MAINTENANCE CHANGE REPORT.
001033*    10/15/2026 DP    EVERY AUDIT RECORD WRITTEN IS ALSO WRITTEN
001034*                     TO THE NEW KEYED ACTIVITY-HISTORY FILE UNDER
001035*                     CUSTOMER, BUSINESS DATE AND SEQUENCE, SO THE
001036*                     INQUIRY, STATEMENT AND REVIEW RUNS CAN READ
001037*                     ONE ACCOUNT'S HISTORY WITHOUT PASSING THE
001038*                     WHOLE AUDIT TRAIL.
001039*    10/15/2026 DP    NEW SALESPERSON ASSIGNMENT MAINTENANCE TYPE
001040*                     "S" GIVES AN ACCOUNT ITS SALES REP.  IT IS
001041*                     HELD FOR APPROVAL LIKE THE OTHER MASTER
001042*                     MAINTENANCE, AND WHEN RELEASED IS CHECKED
001043*                     AGAINST THE SALESPERSON TABLE (REJECT "SR"
001044*                     FOR A REP NOT ON IT OR INACTIVE) AND
001045*                     WRITTEN TO THE NEW CUSTOMER-REP FILE.  THE
001046*                     CHANGE IMAGE NOW CARRIES THE REP BEFORE AND
001047*                     AFTER.  A CLOSED ACCOUNT KEEPS ITS REP
001048*                     RECORD SO ITS HISTORY STILL REPORTS UNDER
001049*                     THE REP.
001050*    -----------------------------------------------------------
001051*
001052 ENVIRONMENT DIVISION.
001053 INPUT-OUTPUT SECTION.
001054 FILE-CONTROL.
001055     SELECT CUSTOMER-TRANS
001056         ASSIGN TO WS-TRANS-FILENAME
001057         ORGANIZATION IS LINE SEQUENTIAL.

001058     SELECT TRANS-CONTROL-FILE
001059         ASSIGN TO "C:\a\exercise10\trancntl.txt"
001060         ORGANIZATION IS LINE SEQUENTIAL.

001061     SELECT CUSTOMER-MASTER
001062         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
001063         ORGANIZATION IS INDEXED
001064         ACCESS MODE IS DYNAMIC
001065         RECORD KEY IS CUSTOMER-NO-MASTER.

001066     SELECT REJECT-TRANSACTIONS
001070         ASSIGN TO "C:\a\exercise10\rejects.txt"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-REJECT-FILE-STATUS.
001244         ORGANIZATION IS INDEXED
001245         ACCESS MODE IS DYNAMIC
001246         RECORD KEY IS OITM-KEY
001247         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
001248             WITH DUPLICATES
001249         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

001250     SELECT RUN-CONTROL-FILE
001251         ASSIGN TO "C:\a\exercise10\runctl.txt"
001252         ORGANIZATION IS INDEXED
001253         ACCESS MODE IS DYNAMIC
001254         RECORD KEY IS RCTL-KEY
001255         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

001256     SELECT CUSTOMER-ADDRESS-FILE
001257         ASSIGN TO "C:\a\exercise10\custaddr.txt"
001258         ORGANIZATION IS INDEXED
001259         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS ADDR-CUSTOMER-NO
001261         FILE STATUS IS WS-ADDRESS-FILE-STATUS.

001262     SELECT PERIOD-CONTROL-FILE
001263         ASSIGN TO "C:\a\exercise10\perdctl.txt"
001264         ORGANIZATION IS INDEXED
001265         ACCESS MODE IS DYNAMIC
001266         RECORD KEY IS PCTL-PERIOD
001267         FILE STATUS IS WS-PERIOD-FILE-STATUS.

001268     SELECT CREDIT-HOLD-FILE
001269         ASSIGN TO "C:\a\exercise10\credhold.txt"
001270         ORGANIZATION IS INDEXED
001271         ACCESS MODE IS DYNAMIC
001272         RECORD KEY IS HOLD-CUSTOMER-NO
001273         FILE STATUS IS WS-HOLD-FILE-STATUS.

001274     SELECT INVOICE-EXCEPTION-FILE
001275         ASSIGN TO "C:\a\exercise10\invexcp.txt"
001276         ORGANIZATION IS LINE SEQUENTIAL
001277         FILE STATUS IS WS-INVOICE-EXCP-FILE-STATUS.

001278     SELECT DISPUTE-FILE
001279         ASSIGN TO "C:\a\exercise10\dispute.txt"
001280         ORGANIZATION IS INDEXED
001281         ACCESS MODE IS DYNAMIC
001282         RECORD KEY IS DSP-KEY
001283         FILE STATUS IS WS-DISPUTE-FILE-STATUS.

001284     SELECT PENDING-MAINTENANCE-FILE
001285         ASSIGN TO "C:\a\exercise10\pendmnt.txt"
001286         ORGANIZATION IS INDEXED
001287         ACCESS MODE IS DYNAMIC
001288         RECORD KEY IS PMNT-KEY
001289         FILE STATUS IS WS-PENDING-FILE-STATUS.

001290     SELECT MAINT-IMAGE-FILE
001291         ASSIGN TO "C:\a\exercise10\mntimage.txt"
001292         ORGANIZATION IS INDEXED
001293         ACCESS MODE IS DYNAMIC
001294         RECORD KEY IS MIMG-KEY
001295         FILE STATUS IS WS-IMAGE-FILE-STATUS.

001296     SELECT ACTIVITY-HISTORY-FILE
001297         ASSIGN TO "C:\a\exercise10\acthist.txt"
001298         ORGANIZATION IS INDEXED
001299         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS HIST-KEY
001301         FILE STATUS IS WS-HISTORY-FILE-STATUS.

001302     SELECT CUSTOMER-REP-FILE
001303         ASSIGN TO "C:\a\exercise10\custrep.txt"
001304         ORGANIZATION IS INDEXED
001305         ACCESS MODE IS DYNAMIC
001306         RECORD KEY IS CREP-CUSTOMER-NO
001307         FILE STATUS IS WS-CUSTREP-FILE-STATUS.

001308     SELECT SALESPERSON-FILE
001309         ASSIGN TO "C:\a\exercise10\slsrep.txt"
001310         ORGANIZATION IS INDEXED
001311         ACCESS MODE IS DYNAMIC
001312         RECORD KEY IS SREP-REP-CODE
001313         FILE STATUS IS WS-SALESPERSON-FILE-STATUS.

001314 DATA DIVISION.
001315 FILE SECTION.
001316 FD  CUSTOMER-TRANS.
001317 01  CUSTOMER-TRANS-RECORD.
001318     05  CUSTOMER-NO-TRANS           PICTURE X(5).
001319     05  CUSTOMER-NAME-TRANS         PICTURE X(20).
001320     05  DATE-OF-PURCHASE-TRANS      PICTURE 99/99/9999.
001321     05  AMT-OF-PURCHASE-TRANS       PICTURE 9(5)V99.
001330     05  TRANSACTION-TYPE-TRANS      PICTURE X(1).
001340         88  TRANS-TYPE-PURCHASE         VALUE "P".
001350         88  TRANS-TYPE-PAYMENT          VALUE "C".
001351         88  TRANS-TYPE-REFUND           VALUE "R".
001352         88  TRANS-TYPE-RECOVERY         VALUE "V".
001353         88  TRANS-TYPE-DISPUTE          VALUE "D".
001354         88  TRANS-TYPE-LIMIT-CHANGE     VALUE "L".
001355         88  TRANS-TYPE-NAME-CHANGE      VALUE "N".
001356         88  TRANS-TYPE-ADDRESS-CHANGE   VALUE "A".
001357         88  TRANS-TYPE-CLOSE-ACCOUNT    VALUE "X".
001358         88  TRANS-TYPE-REP-ASSIGNMENT   VALUE "S".
001359         88  TRANS-TYPE-NEEDS-APPROVAL   VALUES "L" "N" "A"
001360                                                "X" "S".
001361         88  TRANS-TYPE-MAINTENANCE      VALUES "L" "N" "X"
001362                                                "A" "D" "S".
001363     05  TRANS-ADDRESS-DATA.
001364         10  ADDR-LINE-1-TRANS           PICTURE X(30).
001365         10  ADDR-LINE-2-TRANS           PICTURE X(30).
001366         10  ADDR-CITY-TRANS             PICTURE X(20).
001367         10  ADDR-STATE-TRANS            PICTURE X(2).
001368         10  ADDR-ZIP-TRANS              PICTURE X(10).
001369         10  ADDR-PHONE-TRANS            PICTURE X(12).
001370*----------------------------------------------------------------
001371*    A DISPUTE TRANSACTION CARRIES ITS ACTION, REASON AND THE
001372*    ITEM IT NAMES IN THE SAME 104 BYTES.  THE ITEM IS NAMED BY
001373*    TRANS-INVOICE-NO WHEN GIVEN, OTHERWISE BY ITEM DATE AND
001374*    SEQUENCE (SEQUENCE DEFAULTS TO 001).
001375*----------------------------------------------------------------
001376     05  TRANS-DISPUTE-DATA REDEFINES TRANS-ADDRESS-DATA.
001377         10  DISPUTE-ACTION-TRANS        PICTURE X(1).
001378             88  DISPUTE-ACTION-OPEN         VALUE "O".
001379             88  DISPUTE-ACTION-RELEASE      VALUE "R".
001380             88  DISPUTE-ACTION-CREDIT       VALUE "C".
001381         10  DISPUTE-REASON-TRANS        PICTURE X(2).
001382         10  DISPUTE-ITEM-DATE-TRANS     PICTURE 99/99/9999.
001383         10  DISPUTE-ITEM-SEQ-TRANS      PICTURE 9(3).
001384         10  FILLER                      PICTURE X(88).
001385*----------------------------------------------------------------
001386*    A SALESPERSON ASSIGNMENT CARRIES ONLY THE REP CODE THE
001387*    ACCOUNT IS TO BE GIVEN, IN THE SAME 104 BYTES.
001388*----------------------------------------------------------------
001389     05  TRANS-REP-DATA REDEFINES TRANS-ADDRESS-DATA.
001390         10  REP-CODE-TRANS              PICTURE X(4).
001391         10  FILLER                      PICTURE X(100).
001392     05  TRANS-INVOICE-NO                PICTURE X(10).
001393*----------------------------------------------------------------
001394*    ALTERNATE VIEW OF THE SAME RECORD AREA - THE BALANCING
001395*    TRAILER EACH FEED PROGRAM WRITES AS ITS LAST RECORD.
001396*----------------------------------------------------------------
001397 01  CUSTOMER-TRANS-TRAILER.
001398     05  TRL-MARKER                    PICTURE X(5).
001399         88  TRAILER-RECORD                VALUE "*TRL*".
001400     05  TRL-RECORD-COUNT              PICTURE 9(7).
001401     05  TRL-AMOUNT-TOTAL              PICTURE 9(9)V99.
001402     05  TRL-BUSINESS-DATE             PICTURE 9(8).
001403     05  FILLER                        PICTURE X(126).

001404 FD  TRANS-CONTROL-FILE.
001405 01  TRANS-CONTROL-RECORD.
001406     05  CTL-TRANS-FILENAME            PICTURE X(40).

001407 FD  CUSTOMER-MASTER.
001408 01  CUSTOMER-MASTER-RECORD.
001410     05  CUSTOMER-NO-MASTER           PICTURE X(5).
001420     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
001430     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
001590         88  REJ-REASON-NO-ACCOUNT        VALUE "NA".
001600         88  REJ-REASON-REFUND-EXCEEDS    VALUE "RX".
001602         88  REJ-REASON-BALANCE-NOT-ZERO  VALUE "NZ".
001603         88  REJ-REASON-CLOSED-PERIOD     VALUE "CP".
001604         88  REJ-REASON-CREDIT-HOLD      VALUE "HD".
001605         88  REJ-REASON-NOT-WRITTEN-OFF  VALUE "NW".
001606         88  REJ-REASON-RECOVERY-EXCEEDS VALUE "RV".
001607         88  REJ-REASON-DISPUTE-ITEM     VALUE "DI".
001608         88  REJ-REASON-DISPUTE-STATE    VALUE "DS".
001609         88  REJ-REASON-DISPUTE-AMOUNT   VALUE "DA".
001610         88  REJ-REASON-SALESPERSON      VALUE "SR".
001611     05  REJ-REASON-TEXT               PICTURE X(50).
001612     05  REJ-RESUBMIT-FLAG             PICTURE X(1).
001614         88  REJ-NOT-RESUBMITTED           VALUE "N".
001616         88  REJ-RESUBMITTED               VALUE "Y".
001618     05  REJ-ADDRESS-DATA              PICTURE X(104).
001619     05  REJ-INVOICE-NO                PICTURE X(10).

001620 FD  AUDIT-TRAIL.
001630 01  AUDIT-TRAIL-RECORD.
001867     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
001868     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
001869     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
001870     05  OITM-INVOICE-NO               PICTURE X(10).

001871 FD  RUN-CONTROL-FILE.
001872 01  RUN-CONTROL-RECORD.
001873     05  RCTL-KEY.
001874         10  RCTL-BUSINESS-DATE        PICTURE 9(8).
001875         10  RCTL-PROGRAM-ID           PICTURE X(8).
001876     05  RCTL-STATUS                   PICTURE X(1).
001877         88  RCTL-RUN-COMPLETE             VALUE "Y".
001878         88  RCTL-RUN-IN-PROGRESS          VALUE "N".
001879     05  RCTL-START-YYYYMMDD           PICTURE 9(8).

001880 FD  CUSTOMER-ADDRESS-FILE.
001881 01  CUSTOMER-ADDRESS-RECORD.
001887     05  ADDR-ZIP                      PICTURE X(10).
001888     05  ADDR-PHONE                    PICTURE X(12).

001889 FD  PERIOD-CONTROL-FILE.
001890 01  PERIOD-CONTROL-RECORD.
001891     05  PCTL-PERIOD                   PICTURE 9(6).
001892     05  PCTL-STATUS                   PICTURE X(1).
001893         88  PCTL-PERIOD-CLOSED            VALUE "C".
001894     05  PCTL-CLOSED-YYYYMMDD          PICTURE 9(8).
001895     05  PCTL-OPENING-AR               PICTURE S9(9)V99
001896                                       SIGN LEADING SEPARATE.
001897     05  PCTL-CLOSING-AR               PICTURE S9(9)V99
001898                                       SIGN LEADING SEPARATE.

001899 FD  CREDIT-HOLD-FILE.
001900 01  CREDIT-HOLD-RECORD.
001901     05  HOLD-CUSTOMER-NO              PICTURE X(5).
001902     05  HOLD-REASON-CODE              PICTURE X(2).
001903         88  HOLD-WRITTEN-OFF              VALUE "WO".
001904     05  HOLD-PLACED-YYYYMMDD          PICTURE 9(8).
001905     05  HOLD-WRITTEN-OFF-AMT          PICTURE 9(5)V99.
001906     05  HOLD-RECOVERED-AMT            PICTURE 9(5)V99.

001907 FD  INVOICE-EXCEPTION-FILE.
001908 01  INVOICE-EXCEPTION-RECORD.
001909     05  IEX-CUSTOMER-NO               PICTURE X(5).
001910     05  IEX-INVOICE-NO                PICTURE X(10).
001911     05  IEX-PAYMENT-DATE              PICTURE 99/99/9999.
001912     05  IEX-PAYMENT-AMOUNT            PICTURE 9(5)V99.
001913     05  IEX-BUSINESS-DATE             PICTURE X(8).
001914     05  IEX-REASON-CODE               PICTURE X(2).
001915         88  IEX-REASON-UNKNOWN-INVOICE    VALUE "UI".
001916         88  IEX-REASON-INVOICE-PAID       VALUE "PD".
001917     05  IEX-REASON-TEXT               PICTURE X(40).

001918 FD  DISPUTE-FILE.
001919 01  DISPUTE-RECORD.
001920     05  DSP-KEY.
001921         10  DSP-CUSTOMER-NO           PICTURE X(5).
001922         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
001923         10  DSP-SEQUENCE-NO           PICTURE 9(3).
001924     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
001925     05  DSP-REASON-CODE               PICTURE X(2).
001926     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
001927     05  DSP-STATUS                    PICTURE X(1).
001928         88  DSP-STATUS-OPEN               VALUE "O".
001929         88  DSP-STATUS-RELEASED           VALUE "R".
001930         88  DSP-STATUS-CREDITED           VALUE "C".
001931     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
001932     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
001933     05  DSP-INVOICE-NO                PICTURE X(10).

001934 FD  PENDING-MAINTENANCE-FILE.
001935 01  PENDING-MAINTENANCE-RECORD.
001936     05  PMNT-KEY.
001937         10  PMNT-BUSINESS-DATE        PICTURE 9(8).
001938         10  PMNT-SEQUENCE-NO          PICTURE 9(5).
001939     05  PMNT-TRANS-DATA.
001940         10  PMNT-CUSTOMER-NO          PICTURE X(5).
001941         10  PMNT-CUSTOMER-NAME        PICTURE X(20).
001942         10  PMNT-TRANS-DATE           PICTURE 99/99/9999.
001943         10  PMNT-AMOUNT               PICTURE 9(5)V99.
001944         10  PMNT-TRANS-TYPE           PICTURE X(1).
001945         10  PMNT-ADDRESS-DATA.
001946             15  PMNT-ADDR-LINE-1      PICTURE X(30).
001947             15  PMNT-ADDR-LINE-2      PICTURE X(30).
001948             15  PMNT-ADDR-CITY        PICTURE X(20).
001949             15  PMNT-ADDR-STATE       PICTURE X(2).
001950             15  PMNT-ADDR-ZIP         PICTURE X(10).
001951             15  PMNT-ADDR-PHONE       PICTURE X(12).
001952         10  PMNT-INVOICE-NO           PICTURE X(10).
001953     05  PMNT-SUBMITTED-BY             PICTURE X(8).
001954     05  PMNT-STATUS                   PICTURE X(1).
001955         88  PMNT-PENDING                  VALUE "P".
001956         88  PMNT-APPROVED                 VALUE "A".
001957         88  PMNT-DECLINED                 VALUE "D".
001958         88  PMNT-RELEASED                 VALUE "R".
001959         88  PMNT-RELEASE-REJECTED         VALUE "F".
001960     05  PMNT-DECIDED-BY               PICTURE X(8).
001961     05  PMNT-DECIDED-YYYYMMDD         PICTURE 9(8).
001962     05  PMNT-DECLINE-REASON           PICTURE X(30).
001963     05  PMNT-RELEASED-YYYYMMDD        PICTURE 9(8).

001964 FD  MAINT-IMAGE-FILE.
001965 01  MAINT-IMAGE-RECORD.
001966     05  MIMG-KEY.
001967         10  MIMG-CUSTOMER-NO          PICTURE X(5).
001968         10  MIMG-TRANS-YYYYMMDD       PICTURE 9(8).
001969         10  MIMG-SEQUENCE-NO          PICTURE 9(3).
001970     05  MIMG-TRANS-TYPE               PICTURE X(1).
001971         88  MIMG-LIMIT-CHANGE             VALUE "L".
001972         88  MIMG-NAME-CHANGE              VALUE "N".
001973         88  MIMG-ADDRESS-CHANGE           VALUE "A".
001974         88  MIMG-CLOSE-ACCOUNT            VALUE "X".
001975     05  MIMG-APPLIED-YYYYMMDD         PICTURE 9(8).
001976     05  MIMG-SUBMITTED-BY             PICTURE X(8).
001977     05  MIMG-APPROVED-BY              PICTURE X(8).
001978     05  MIMG-PENDING-KEY              PICTURE X(13).
001979     05  MIMG-BEFORE-MASTER.
001980         10  MIMG-BEF-CUSTOMER-NO      PICTURE X(5).
001981         10  MIMG-BEF-NAME             PICTURE X(20).
001982         10  MIMG-BEF-LAST-PURCHASE    PICTURE 99/99/9999.
001983         10  MIMG-BEF-AMT-OWED         PICTURE S9(5)V99
001984                                       SIGN LEADING SEPARATE.
001985         10  MIMG-BEF-CREDIT-LIMIT     PICTURE 9(5)V99.
001986     05  MIMG-AFTER-MASTER.
001987         10  MIMG-AFT-CUSTOMER-NO      PICTURE X(5).
001988         10  MIMG-AFT-NAME             PICTURE X(20).
001989         10  MIMG-AFT-LAST-PURCHASE    PICTURE 99/99/9999.
001990         10  MIMG-AFT-AMT-OWED         PICTURE S9(5)V99
001991                                       SIGN LEADING SEPARATE.
001992         10  MIMG-AFT-CREDIT-LIMIT     PICTURE 9(5)V99.
001993     05  MIMG-BEF-ADDR-ON-FILE         PICTURE X(1).
001994         88  MIMG-BEF-ADDR-PRESENT         VALUE "Y".
001995     05  MIMG-BEFORE-ADDRESS.
001996         10  MIMG-BEF-ADDR-CUSTOMER-NO PICTURE X(5).
001997         10  MIMG-BEF-ADDR-LINE-1      PICTURE X(30).
001998         10  MIMG-BEF-ADDR-LINE-2      PICTURE X(30).
001999         10  MIMG-BEF-ADDR-CITY        PICTURE X(20).
002000         10  MIMG-BEF-ADDR-STATE       PICTURE X(2).
002001         10  MIMG-BEF-ADDR-ZIP         PICTURE X(10).
002002         10  MIMG-BEF-ADDR-PHONE       PICTURE X(12).
002003     05  MIMG-AFT-ADDR-ON-FILE         PICTURE X(1).
002004         88  MIMG-AFT-ADDR-PRESENT         VALUE "Y".
002005     05  MIMG-AFTER-ADDRESS.
002006         10  MIMG-AFT-ADDR-CUSTOMER-NO PICTURE X(5).
002007         10  MIMG-AFT-ADDR-LINE-1      PICTURE X(30).
002008         10  MIMG-AFT-ADDR-LINE-2      PICTURE X(30).
002009         10  MIMG-AFT-ADDR-CITY        PICTURE X(20).
002010         10  MIMG-AFT-ADDR-STATE       PICTURE X(2).
002011         10  MIMG-AFT-ADDR-ZIP         PICTURE X(10).
002012         10  MIMG-AFT-ADDR-PHONE       PICTURE X(12).
002013     05  MIMG-BEF-REP-CODE             PICTURE X(4).
002014     05  MIMG-AFT-REP-CODE             PICTURE X(4).

002015 FD  ACTIVITY-HISTORY-FILE.
002016 01  ACTIVITY-HISTORY-RECORD.
002017     05  HIST-KEY.
002018         10  HIST-CUSTOMER-NO          PICTURE X(5).
002019         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
002020         10  HIST-SEQUENCE-NO          PICTURE 9(5).
002021     05  HIST-AUDIT-DATA.
002022         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
002023         10  HIST-TRANS-TYPE           PICTURE X(1).
002024         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
002025         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
002026         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
002027                                       SIGN LEADING SEPARATE.
002028         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
002029                                       SIGN LEADING SEPARATE.
002030         10  HIST-PRIOR-DATE-OF-PURCHASE
002031                                       PICTURE 99/99/9999.
002032         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
002033         10  HIST-ACTION-CODE          PICTURE X(1).

002034*----------------------------------------------------------------
002035*    ONE RECORD PER ACCOUNT THAT HAS BEEN GIVEN A SALES REP, KEPT
002036*    BESIDE THE MASTER LIKE THE ADDRESS FILE.  AN ACCOUNT WITH NO
002037*    RECORD IS UNASSIGNED.
002038*----------------------------------------------------------------
002039 FD  CUSTOMER-REP-FILE.
002040 01  CUSTOMER-REP-RECORD.
002041     05  CREP-CUSTOMER-NO              PICTURE X(5).
002042     05  CREP-REP-CODE                 PICTURE X(4).
002043     05  CREP-ASSIGNED-YYYYMMDD        PICTURE 9(8).

002044 FD  SALESPERSON-FILE.
002045 01  SALESPERSON-RECORD.
002046     05  SREP-REP-CODE                 PICTURE X(4).
002047     05  SREP-REP-NAME                 PICTURE X(20).
002048     05  SREP-TERRITORY                PICTURE X(4).
002049     05  SREP-STATUS                   PICTURE X(1).
002050         88  SREP-ACTIVE                   VALUE "A".
002051         88  SREP-INACTIVE                 VALUE "I".
002052     05  SREP-ADDED-BY                 PICTURE X(8).
002053     05  SREP-ADDED-YYYYMMDD           PICTURE 9(8).
002054     05  SREP-CHANGED-BY               PICTURE X(8).
002055     05  SREP-CHANGED-YYYYMMDD         PICTURE 9(8).

002056 WORKING-STORAGE SECTION.
002057 01  WS-SWITCHES.
002058     05  WS-TRANS-EOF                 PICTURE X(1) VALUE "N".
002059         88  TRANS-EOF                    VALUE "Y".
002060     05  WS-BACKUP-EOF                PICTURE X(1) VALUE "N".
002061         88  BACKUP-EOF                   VALUE "Y".
002062     05  WS-CREDIT-CHECK-RESULT       PICTURE X(1) VALUE "V".
002063         88  CREDIT-LIMIT-OK              VALUE "V".
002064         88  CREDIT-LIMIT-EXCEEDED        VALUE "X".
002065     05  WS-DATE-CHECK-RESULT         PICTURE X(1) VALUE "V".
002066         88  DATE-SEQUENCE-OK             VALUE "V".
002067         88  DATE-SEQUENCE-STALE          VALUE "X".
002068     05  WS-REFUND-CHECK-RESULT       PICTURE X(1) VALUE "V".
002069         88  REFUND-AMOUNT-OK             VALUE "V".
002070         88  REFUND-EXCEEDS-CREDIT        VALUE "X".
002071     05  WS-CONTROL-EOF               PICTURE X(1) VALUE "N".
002072         88  CONTROL-EOF                  VALUE "Y".
002073     05  WS-ADDRESS-APPLY-RESULT      PICTURE X(1) VALUE "V".
002074         88  ADDRESS-APPLY-OK             VALUE "V".
002075         88  ADDRESS-APPLY-FAILED         VALUE "X".
002076     05  WS-CREDIT-HOLD-RESULT        PICTURE X(1) VALUE "N".
002077         88  ACCOUNT-ON-CREDIT-HOLD       VALUE "Y".
002078     05  WS-RECOVERY-CHECK-RESULT     PICTURE X(1) VALUE "V".
002079         88  RECOVERY-AMOUNT-OK           VALUE "V".
002080         88  RECOVERY-NOT-WRITTEN-OFF     VALUE "N".
002081         88  RECOVERY-EXCEEDS-WRITE-OFF   VALUE "X".
002082     05  WS-DISPUTE-CHECK-RESULT      PICTURE X(1) VALUE "V".
002083         88  DISPUTE-OK                   VALUE "V".
002084         88  DISPUTE-FAILED               VALUE "X".
002085     05  WS-RELEASING-MAINT           PICTURE X(1) VALUE "N".
002086         88  RELEASING-MAINTENANCE        VALUE "Y".
002087     05  WS-PENDING-EOF               PICTURE X(1) VALUE "N".
002088         88  PENDING-EOF                  VALUE "Y".
002089     05  WS-REP-APPLY-RESULT          PICTURE X(1) VALUE "V".
002090         88  REP-APPLY-OK                 VALUE "V".
002091         88  REP-APPLY-FAILED             VALUE "X".

002092 01  WS-CONTROL-TOTALS.
002093     05  CT-TRANS-READ                PICTURE 9(7) COMP VALUE 0.
002094     05  CT-RECORDS-UPDATED           PICTURE 9(7) COMP VALUE 0.
002095     05  CT-NEW-CUSTOMERS-ADDED       PICTURE 9(7) COMP VALUE 0.
002096     05  CT-RECORDS-REJECTED          PICTURE 9(7) COMP VALUE 0.
002097     05  CT-ACCOUNTS-CLOSED           PICTURE 9(7) COMP VALUE 0.
002098     05  CT-AMT-OF-PURCHASE-TOTAL     PICTURE 9(9)V99 VALUE ZERO.
002099     05  CT-RECOVERIES-POSTED         PICTURE 9(7) COMP VALUE 0.
002100     05  CT-AMT-OF-RECOVERY-TOTAL     PICTURE 9(9)V99 VALUE ZERO.
002101     05  CT-PAYMENTS-TO-INVOICE       PICTURE 9(7) COMP VALUE 0.
002102     05  CT-INVOICE-EXCEPTIONS        PICTURE 9(7) COMP VALUE 0.
002103     05  CT-DISPUTES-OPENED           PICTURE 9(7) COMP VALUE 0.
002104     05  CT-DISPUTES-RELEASED         PICTURE 9(7) COMP VALUE 0.
002105     05  CT-DISPUTE-CREDITS           PICTURE 9(7) COMP VALUE 0.
002106     05  CT-AMT-OF-DISPUTE-CREDITS    PICTURE 9(9)V99 VALUE ZERO.
002107     05  CT-MAINT-HELD                PICTURE 9(7) COMP VALUE 0.
002108     05  CT-MAINT-RELEASED            PICTURE 9(7) COMP VALUE 0.
002109     05  CT-MAINT-RELEASE-REJECTED    PICTURE 9(7) COMP VALUE 0.
002110     05  CT-CHANGE-IMAGES-WRITTEN     PICTURE 9(7) COMP VALUE 0.
002111     05  CT-HISTORY-WRITTEN           PICTURE 9(7) COMP VALUE 0.
002112     05  CT-REP-ASSIGNMENTS           PICTURE 9(7) COMP VALUE 0.

002113 01  WS-PRIOR-MASTER-VALUES.
002114     05  WS-PRIOR-AMT-OWED            PICTURE S9(5)V99 VALUE ZERO.
002120     05  WS-PRIOR-DATE-OF-PURCHASE     PICTURE 99/99/9999.

002130 01  WS-BACKUP-CONTROLS.
002262     05  WS-OPEN-ITEM-FILE-STATUS      PICTURE X(2) VALUE SPACES.
002264     05  WS-RUNCTL-FILE-STATUS         PICTURE X(2) VALUE SPACES.
002265     05  WS-ADDRESS-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002266     05  WS-PERIOD-FILE-STATUS         PICTURE X(2) VALUE SPACES.
002267     05  WS-HOLD-FILE-STATUS           PICTURE X(2) VALUE SPACES.
002268     05  WS-INVOICE-EXCP-FILE-STATUS   PICTURE X(2) VALUE SPACES.
002269     05  WS-DISPUTE-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002270     05  WS-PENDING-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002271     05  WS-IMAGE-FILE-STATUS          PICTURE X(2) VALUE SPACES.
002272     05  WS-HISTORY-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002273     05  WS-CUSTREP-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002274     05  WS-SALESPERSON-FILE-STATUS    PICTURE X(2) VALUE SPACES.

002275 01  WS-RUN-CONTROL-CONTROLS.
002276     05  WS-BUSINESS-DATE              PICTURE X(8).
002277     05  WS-RESTART-REPLY              PICTURE X(1).
002278     05  WS-RUNCTL-TODAY               PICTURE 9(8) VALUE 0.
002279     05  WS-OWN-PROGRAM-ID   PICTURE X(8) VALUE "PROGRAM1".
002280     05  WS-PREREQ-PROGRAM-ID PICTURE X(8) VALUE "PROGRAM5".
002281     05  WS-RUNCTL-FOUND               PICTURE X(1) VALUE "N".
002282         88  RUNCTL-FOUND                  VALUE "Y".

002283 01  WS-DATE-SEQUENCE-CONTROLS.
002284     05  WS-TRANS-YYYYMMDD             PICTURE 9(8) VALUE 0.
002290     05  WS-MASTER-YYYYMMDD            PICTURE 9(8) VALUE 0.
002291     05  WS-TRANS-PERIOD               PICTURE 9(6) VALUE 0.
002292     05  WS-LAST-CLOSED-PERIOD         PICTURE 9(6) VALUE 0.
002293     05  WS-PERIOD-EOF                 PICTURE X(1) VALUE "N".
002294         88  PERIOD-EOF                    VALUE "Y".

002295 01  WS-AUDIT-CONTROLS.
002296     05  WS-AUDIT-ACTION               PICTURE X(1) VALUE "U".

002297 01  WS-OPEN-ITEM-CONTROLS.
002298     05  WS-OPEN-ITEM-WRITTEN          PICTURE X(1) VALUE "N".
002299         88  OPEN-ITEM-WRITTEN             VALUE "Y".
002300     05  WS-OPEN-ITEM-EOF              PICTURE X(1) VALUE "N".
002301         88  OPEN-ITEM-EOF                 VALUE "Y".
002302     05  WS-PAYMENT-REMAINING          PICTURE 9(5)V99 VALUE 0.
002303     05  WS-ABSORBED-CREDIT            PICTURE 9(5)V99 VALUE 0.
002304     05  WS-NAMED-INVOICE-RESULT       PICTURE X(1) VALUE "N".
002305         88  NAMED-INVOICE-FOUND           VALUE "Y".

002306 01  WS-DISPUTE-CONTROLS.
002307     05  WS-DISPUTE-AMOUNT             PICTURE 9(5)V99 VALUE 0.
002308     05  WS-DISPUTED-ITEM-RESULT       PICTURE X(1) VALUE "N".
002309         88  DISPUTED-ITEM-FOUND           VALUE "Y".
002310     05  WS-DISPUTE-ON-FILE            PICTURE X(1) VALUE "N".
002311         88  DISPUTE-ON-FILE               VALUE "Y".

002312 01  WS-MAINTENANCE-CONTROLS.
002313     05  WS-OPERATOR-ID                PICTURE X(8) VALUE SPACES.
002314     05  WS-PENDING-NEXT-SEQ           PICTURE 9(5) VALUE 0.
002315     05  WS-PENDING-WRITTEN            PICTURE X(1) VALUE "N".
002316         88  PENDING-WRITTEN               VALUE "Y".
002317     05  WS-IMAGE-WRITTEN              PICTURE X(1) VALUE "N".
002318         88  IMAGE-WRITTEN                 VALUE "Y".
002319     05  WS-REJECTS-BEFORE-RELEASE     PICTURE 9(7) COMP VALUE 0.
002320     05  WS-BEFORE-MASTER-IMAGE        PICTURE X(50).
002321     05  WS-BEFORE-ADDR-ON-FILE        PICTURE X(1).
002322     05  WS-BEFORE-ADDRESS-IMAGE       PICTURE X(109).
002323     05  WS-BEFORE-REP-CODE            PICTURE X(4).

002324 01  WS-HISTORY-CONTROLS.
002325     05  WS-HISTORY-WRITTEN            PICTURE X(1) VALUE "N".
002326         88  HISTORY-WRITTEN               VALUE "Y".
002327     05  WS-HIST-LAST-CUSTOMER         PICTURE X(5) VALUE SPACES.
002328     05  WS-HIST-LAST-SEQUENCE         PICTURE 9(5) VALUE 0.

002329 PROCEDURE DIVISION.
002330*----------------------------------------------------------------
002331*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
002332*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
002340*----------------------------------------------------------------
002350 0000-MAINLINE.

002352     PERFORM 0100-VERIFY-RUN-SEQUENCE THRU 0100-EXIT

002356     PERFORM 1300-LOAD-LAST-CLOSED-PERIOD THRU 1300-EXIT

002360     OPEN I-O CUSTOMER-MASTER
002370     PERFORM 1200-OPEN-EXCEPTION-FILES THRU 1200-EXIT

002386         OPEN I-O CUSTOMER-ADDRESS-FILE
002388     END-IF

002389     OPEN I-O CREDIT-HOLD-FILE
002390     IF WS-HOLD-FILE-STATUS = "35"
002391         OPEN OUTPUT CREDIT-HOLD-FILE
002392         CLOSE CREDIT-HOLD-FILE
002393         OPEN I-O CREDIT-HOLD-FILE
002394     END-IF

002395     OPEN I-O DISPUTE-FILE
002396     IF WS-DISPUTE-FILE-STATUS = "35"
002397         OPEN OUTPUT DISPUTE-FILE
002398         CLOSE DISPUTE-FILE
002399         OPEN I-O DISPUTE-FILE
002400     END-IF

002401     OPEN I-O PENDING-MAINTENANCE-FILE
002402     IF WS-PENDING-FILE-STATUS = "35"
002403         OPEN OUTPUT PENDING-MAINTENANCE-FILE
002404         CLOSE PENDING-MAINTENANCE-FILE
002405         OPEN I-O PENDING-MAINTENANCE-FILE
002406     END-IF

002407     OPEN I-O MAINT-IMAGE-FILE
002408     IF WS-IMAGE-FILE-STATUS = "35"
002409         OPEN OUTPUT MAINT-IMAGE-FILE
002410         CLOSE MAINT-IMAGE-FILE
002411         OPEN I-O MAINT-IMAGE-FILE
002412     END-IF

002413     OPEN I-O ACTIVITY-HISTORY-FILE
002414     IF WS-HISTORY-FILE-STATUS = "35"
002415         OPEN OUTPUT ACTIVITY-HISTORY-FILE
002416         CLOSE ACTIVITY-HISTORY-FILE
002417         OPEN I-O ACTIVITY-HISTORY-FILE
002418     END-IF

002419     OPEN I-O CUSTOMER-REP-FILE
002420     IF WS-CUSTREP-FILE-STATUS = "35"
002421         OPEN OUTPUT CUSTOMER-REP-FILE
002422         CLOSE CUSTOMER-REP-FILE
002423         OPEN I-O CUSTOMER-REP-FILE
002424     END-IF

002425     OPEN INPUT SALESPERSON-FILE
002426     IF WS-SALESPERSON-FILE-STATUS NOT = "00"
002427         DISPLAY "No salesperson table - salesperson"
002428             " assignments will reject - status "
002429             WS-SALESPERSON-FILE-STATUS
002430     END-IF

002431     PERFORM 1100-INITIALIZE-CHECKPOINT THRU 1100-EXIT

002432     IF WS-RESTART-SKIP-COUNT = 0
002433         PERFORM 1000-BACKUP-CUSTOMER-MASTER THRU 1000-EXIT
002434     ELSE
002435         DISPLAY "Restarting run - retaining prior customer"
002436             "-master backup instead of overwriting it."
002437     END-IF

002438     PERFORM 2700-RELEASE-APPROVED-MAINT THRU 2700-EXIT

002439     PERFORM 2000-PROCESS-CONTROL-FILE THRU 2000-EXIT

002440     PERFORM 7200-COMPLETE-CHECKPOINT THRU 7200-EXIT

002441     PERFORM 7300-RECORD-RUN-COMPLETE THRU 7300-EXIT

002442     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

002443     CLOSE CUSTOMER-MASTER
002444           REJECT-TRANSACTIONS
002445           AUDIT-TRAIL
002446           CHECKPOINT-FILE
002447           CUSTOMER-ADDRESS-FILE
002448           OPEN-ITEM-FILE
002449           CREDIT-HOLD-FILE
002450           INVOICE-EXCEPTION-FILE
002451           DISPUTE-FILE
002452           PENDING-MAINTENANCE-FILE
002453           MAINT-IMAGE-FILE
002454           ACTIVITY-HISTORY-FILE
002455           CUSTOMER-REP-FILE
002456     IF WS-SALESPERSON-FILE-STATUS = "00"
002457         CLOSE SALESPERSON-FILE
002458     END-IF

002459     STOP RUN.

002521*----------------------------------------------------------------
002522*    0100-VERIFY-RUN-SEQUENCE - ASK FOR THE BUSINESS DATE AND
002525*    BUSINESS DATE, AND A SECOND POSTING RUN FOR ONE BUSINESS
002526*    DATE IS REFUSED UNLESS THE OPERATOR DECLARES A RESTART
002527*    (THE CHECKPOINT FILE THEN GOVERNS WHAT A RESTART SKIPS).
002528*    THE OPERATOR ID IS TAKEN HERE TOO - MAINTENANCE READ FROM
002529*    THE FEEDS IS HELD FOR APPROVAL AS SUBMITTED BY THAT ID.
002530*----------------------------------------------------------------
002531 0100-VERIFY-RUN-SEQUENCE.

002532     DISPLAY "Enter business date for this run (YYYYMMDD):"
002533     ACCEPT WS-BUSINESS-DATE
002534     IF WS-BUSINESS-DATE IS NOT NUMERIC
002535         DISPLAY "Business date must be numeric YYYYMMDD -"
002536             " run abandoned."
002537         STOP RUN
002538     END-IF

002539     DISPLAY "Enter operator ID submitting this run's feeds:"
002540     ACCEPT WS-OPERATOR-ID
002541     IF WS-OPERATOR-ID = SPACES
002542         DISPLAY "An operator ID is required - maintenance is"
002543             " held under it for approval - run abandoned."
002544         STOP RUN
002545     END-IF

002546     OPEN I-O RUN-CONTROL-FILE
002547     IF WS-RUNCTL-FILE-STATUS = "35"
002548         OPEN OUTPUT RUN-CONTROL-FILE
002549         CLOSE RUN-CONTROL-FILE
002550         OPEN I-O RUN-CONTROL-FILE
002551     END-IF

002552     MOVE WS-BUSINESS-DATE     TO RCTL-BUSINESS-DATE
002553     MOVE WS-PREREQ-PROGRAM-ID TO RCTL-PROGRAM-ID
002554     READ RUN-CONTROL-FILE
002555         INVALID KEY
002556             DISPLAY "Transaction Edit has not run for business"
002557                 " date " WS-BUSINESS-DATE " - run refused."
002558             CLOSE RUN-CONTROL-FILE
002559             STOP RUN
002560     END-READ
002561     IF NOT RCTL-RUN-COMPLETE
002562         DISPLAY "Transaction Edit did not complete clean for"
002563             " business date " WS-BUSINESS-DATE " - run refused."
002564         CLOSE RUN-CONTROL-FILE
002565         STOP RUN
002566     END-IF

002567     MOVE "Y" TO WS-RUNCTL-FOUND
002568     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
002569     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
002570     READ RUN-CONTROL-FILE
002571         INVALID KEY
002572             MOVE "N" TO WS-RUNCTL-FOUND
002573     END-READ

002574     IF RUNCTL-FOUND
002575         IF RCTL-RUN-COMPLETE
002576             DISPLAY "This program already ran clean for"
002577                 " business date " WS-BUSINESS-DATE "."
002578         ELSE
002579             DISPLAY "A prior run for business date "
002580                 WS-BUSINESS-DATE " did not complete."
002581         END-IF
002582         DISPLAY "Is this a declared restart (Y/N)?"
002583         ACCEPT WS-RESTART-REPLY
002584         IF WS-RESTART-REPLY NOT = "Y"
002585            AND WS-RESTART-REPLY NOT = "y"
002586             DISPLAY "Run refused - not a declared restart."
002587             CLOSE RUN-CONTROL-FILE
002588             STOP RUN
002589         END-IF
002590     END-IF

002591     ACCEPT WS-RUNCTL-TODAY FROM DATE YYYYMMDD
002592     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
002593     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
002594     MOVE "N"               TO RCTL-STATUS
002595     MOVE WS-RUNCTL-TODAY   TO RCTL-START-YYYYMMDD
002596     IF RUNCTL-FOUND
002597         REWRITE RUN-CONTROL-RECORD
002598             INVALID KEY
002599                 DISPLAY "Unable to rewrite run-control record."
002600         END-REWRITE
002601     ELSE
002602         WRITE RUN-CONTROL-RECORD
002603             INVALID KEY
002604                 DISPLAY "Unable to write run-control record."
002605         END-WRITE
002606     END-IF.

002607 0100-EXIT.
002608     EXIT.

002609*----------------------------------------------------------------
002610*    1200-OPEN-EXCEPTION-FILES - OPEN REJECT-TRANSACTIONS AND
002611*    AUDIT-TRAIL FOR APPEND SO EACH RUN'S RECORDS ACCUMULATE ON
002612*    TOP OF EVERY PRIOR RUN'S INSTEAD OF REPLACING THEM.  OPEN
002613*    EXTEND FAILS WITH FILE STATUS "35" THE FIRST TIME A FILE
002614*    DOESN'T EXIST YET, SO IT IS CREATED EMPTY AND RE-OPENED.
002615*    THE INVOICE-EXCEPTION FILE ACCUMULATES THE SAME WAY.
002616*----------------------------------------------------------------
002617 1200-OPEN-EXCEPTION-FILES.

002618     OPEN EXTEND REJECT-TRANSACTIONS
002620     IF WS-REJECT-FILE-STATUS = "35"
002630         OPEN OUTPUT REJECT-TRANSACTIONS
002640         CLOSE REJECT-TRANSACTIONS
002690         OPEN OUTPUT AUDIT-TRAIL
002700         CLOSE AUDIT-TRAIL
002710         OPEN EXTEND AUDIT-TRAIL
002711     END-IF

002712     OPEN EXTEND INVOICE-EXCEPTION-FILE
002713     IF WS-INVOICE-EXCP-FILE-STATUS = "35"
002714         OPEN OUTPUT INVOICE-EXCEPTION-FILE
002715         CLOSE INVOICE-EXCEPTION-FILE
002716         OPEN EXTEND INVOICE-EXCEPTION-FILE
002720     END-IF.

002730 1200-EXIT.
002731     EXIT.

002732*----------------------------------------------------------------
002733*    1300-LOAD-LAST-CLOSED-PERIOD - FIND THE LATEST ACCOUNTING
002734*    PERIOD (YYYYMM) THE MONTH-END CLOSE HAS MARKED CLOSED.  NO
002735*    PERIOD-CONTROL FILE YET MEANS NO PERIOD HAS EVER BEEN CLOSED
002736*    AND THE LAST CLOSED PERIOD STAYS ZERO.
002737*----------------------------------------------------------------
002738 1300-LOAD-LAST-CLOSED-PERIOD.

002739     MOVE ZERO TO WS-LAST-CLOSED-PERIOD
002740     OPEN INPUT PERIOD-CONTROL-FILE
002741     IF WS-PERIOD-FILE-STATUS NOT = "00"
002742         GO TO 1300-EXIT
002743     END-IF

002744     MOVE "N" TO WS-PERIOD-EOF
002745     PERFORM 1310-READ-ONE-PERIOD THRU 1310-EXIT
002746         UNTIL PERIOD-EOF

002747     CLOSE PERIOD-CONTROL-FILE.

002748 1300-EXIT.
002749     EXIT.

002750*----------------------------------------------------------------
002751*    1310-READ-ONE-PERIOD - KEEP THE HIGHEST CLOSED PERIOD SEEN.
002752*----------------------------------------------------------------
002753 1310-READ-ONE-PERIOD.

002754     READ PERIOD-CONTROL-FILE NEXT RECORD
002755         AT END
002756             MOVE "Y" TO WS-PERIOD-EOF
002757             GO TO 1310-EXIT
002758     END-READ

002759     IF PCTL-PERIOD-CLOSED
002760        AND PCTL-PERIOD > WS-LAST-CLOSED-PERIOD
002761         MOVE PCTL-PERIOD TO WS-LAST-CLOSED-PERIOD
002762     END-IF.

002763 1310-EXIT.
002764     EXIT.

002765*----------------------------------------------------------------
002766*    1000-BACKUP-CUSTOMER-MASTER - TAKE A DATED SEQUENTIAL COPY
002770*    CUSTOMER-MASTER BEFORE THE RUN TOUCHES ANY RECORD ON IT.
002780*----------------------------------------------------------------
002790 1000-BACKUP-CUSTOMER-MASTER.
004230*----------------------------------------------------------------
004240 4000-READ-MASTER.

004241*----------------------------------------------------------------
004242*    LIMIT, NAME, ADDRESS, CLOSE-ACCOUNT AND SALESPERSON
004243*    MAINTENANCE READ FROM A FEED IS NOT POSTED - IT WAITS ON
004244*    THE PENDING-MAINTENANCE FILE FOR A SECOND OPERATOR TO
004245*    APPROVE IT.  ONLY AN APPROVED ITEM BEING RELEASED GOES ON
004246*    TO THE MASTER.
004247*----------------------------------------------------------------
004248     IF TRANS-TYPE-NEEDS-APPROVAL
004249        AND NOT RELEASING-MAINTENANCE
004250         PERFORM 4050-HOLD-FOR-APPROVAL THRU 4050-EXIT
004251         GO TO 4000-EXIT
004252     END-IF

004253*----------------------------------------------------------------
004254*    A MONEY TRANSACTION DATED IN AN ACCOUNTING PERIOD THE
004255*    MONTH-END CLOSE HAS ALREADY CLOSED WOULD CHANGE FIGURES
004256*    ALREADY REPORTED TO FINANCE, SO IT IS REJECTED WITH ITS OWN
004257*    REASON BEFORE THE MASTER IS EVEN READ.  MAINTENANCE MOVES NO
004258*    MONEY AND IS NOT HELD TO THE CLOSE - EXCEPT A DISPUTE
004259*    RESOLVED BY CREDIT, WHICH DOES MOVE THE BALANCE.
004260*----------------------------------------------------------------
004261     IF NOT TRANS-TYPE-MAINTENANCE
004262        OR (TRANS-TYPE-DISPUTE AND DISPUTE-ACTION-CREDIT)
004263         STRING DATE-OF-PURCHASE-TRANS (7:4)
004264                DATE-OF-PURCHASE-TRANS (1:2)
004265             DELIMITED BY SIZE INTO WS-TRANS-PERIOD
004266         IF WS-TRANS-PERIOD NOT > WS-LAST-CLOSED-PERIOD
004267             MOVE "CP" TO REJ-REASON-CODE
004268             MOVE "Transaction dated in a closed period."
004269                 TO REJ-REASON-TEXT
004270             PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
004271             GO TO 4000-EXIT
004272         END-IF
004273     END-IF

004274     MOVE CUSTOMER-NO-TRANS TO CUSTOMER-NO-MASTER
004275     READ CUSTOMER-MASTER
004276         INVALID KEY
004280             PERFORM 4100-ADD-NEW-CUSTOMER THRU 4100-EXIT
004290         NOT INVALID KEY
004300             DISPLAY "Account-no: " CUSTOMER-NO-TRANS
004310                 " is valid."
004312             IF RELEASING-MAINTENANCE
004314                 PERFORM 6810-SAVE-BEFORE-IMAGE THRU 6810-EXIT
004316             END-IF
004320             PERFORM 6000-UPDATE-RECORD THRU 6000-EXIT
004330     END-READ.

004340 4000-EXIT.
004341     EXIT.

004342*----------------------------------------------------------------
004343*    4050-HOLD-FOR-APPROVAL - COPY THE WHOLE FEED RECORD TO THE
004344*    PENDING-MAINTENANCE FILE, KEYED ON THE BUSINESS DATE AND
004345*    THE NEXT SEQUENCE NUMBER, AS SUBMITTED BY THIS RUN'S
004346*    OPERATOR.  A KEY ALREADY USED (A RESTARTED RUN) IS RETRIED
004347*    WITH THE NEXT SEQUENCE NUMBER.
004348*----------------------------------------------------------------
004349 4050-HOLD-FOR-APPROVAL.

004350     MOVE WS-BUSINESS-DATE      TO PMNT-BUSINESS-DATE
004351     MOVE CUSTOMER-TRANS-RECORD TO PMNT-TRANS-DATA
004352     MOVE WS-OPERATOR-ID        TO PMNT-SUBMITTED-BY
004353     MOVE "P"                   TO PMNT-STATUS
004354     MOVE SPACES                TO PMNT-DECIDED-BY
004355                                   PMNT-DECLINE-REASON
004356     MOVE ZERO                  TO PMNT-DECIDED-YYYYMMDD
004357                                   PMNT-RELEASED-YYYYMMDD
004358     MOVE "N" TO WS-PENDING-WRITTEN

004359     PERFORM 4060-WRITE-PENDING-RECORD THRU 4060-EXIT
004360         UNTIL PENDING-WRITTEN OR WS-PENDING-NEXT-SEQ > 99998

004361     IF PENDING-WRITTEN
004362         ADD 1 TO CT-MAINT-HELD
004363         DISPLAY "Account-no: " CUSTOMER-NO-TRANS
004364             " maintenance held for approval."
004365     ELSE
004366         MOVE "WE" TO REJ-REASON-CODE
004367         MOVE "Unable to hold maintenance for approval."
004368             TO REJ-REASON-TEXT
004369         PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
004370     END-IF.

004371 4050-EXIT.
004372     EXIT.

004373*----------------------------------------------------------------
004374*    4060-WRITE-PENDING-RECORD - TRY ONE WRITE OF THE PENDING
004375*    RECORD UNDER THE NEXT SEQUENCE NUMBER.
004376*----------------------------------------------------------------
004377 4060-WRITE-PENDING-RECORD.

004378     ADD 1 TO WS-PENDING-NEXT-SEQ
004379     MOVE WS-PENDING-NEXT-SEQ TO PMNT-SEQUENCE-NO
004380     WRITE PENDING-MAINTENANCE-RECORD
004381         NOT INVALID KEY
004382             MOVE "Y" TO WS-PENDING-WRITTEN
004383     END-WRITE.

004384 4060-EXIT.
004385     EXIT.

004386*----------------------------------------------------------------
004387*    4100-ADD-NEW-CUSTOMER - BUILD A NEW MASTER RECORD FROM THE
004388*    TRANSACTION SO A FIRST-TIME BUYER DOES NOT HAVE TO BE SET UP
004390*    MANUALLY BEFORE THEIR FIRST SALE CAN POST.  ONLY A PURCHASE
004400*    CAN CREATE A NEW CUSTOMER - A PAYMENT OR UNRECOGNIZED
004410*    TRANSACTION-TYPE-TRANS AGAINST AN ACCOUNT THAT DOES NOT YET
004420*    EXIST HAS NOTHING TO APPLY AGAINST AND IS REJECTED INSTEAD.
004430*    THE NEW RECORD'S FIRST PURCHASE IS CREDIT-CHECKED AGAINST
004440*    WS-DEFAULT-CREDIT-LIMIT JUST LIKE ANY OTHER PURCHASE.
004443*    A FIRST PURCHASE UNDER A CUSTOMER NUMBER STILL ON THE
004446*    CREDIT-HOLD FILE (WRITTEN OFF AND SINCE CLOSED) IS REFUSED.
004450*----------------------------------------------------------------
004460 4100-ADD-NEW-CUSTOMER.

004470     EVALUATE TRUE
004480         WHEN TRANS-TYPE-PAYMENT OR TRANS-TYPE-REFUND
004485              OR TRANS-TYPE-RECOVERY
004490             MOVE "NA" TO REJ-REASON-CODE
004500             MOVE "Payment/refund/recovery for unknown account."
004510                 TO REJ-REASON-TEXT
004520             PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
004530             GO TO 4100-EXIT
004590             GO TO 4100-EXIT
004600     END-EVALUATE

004601     PERFORM 5400-CHECK-CREDIT-HOLD THRU 5400-EXIT
004602     IF ACCOUNT-ON-CREDIT-HOLD
004603         MOVE "HD" TO REJ-REASON-CODE
004604         MOVE "Account on credit hold - purchase refused."
004605             TO REJ-REASON-TEXT
004606         PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
004607         GO TO 4100-EXIT
004608     END-IF

004610     MOVE CUSTOMER-NO-TRANS       TO CUSTOMER-NO-MASTER
004620     MOVE CUSTOMER-NAME-TRANS     TO CUSTOMER-NAME-MASTER
004630     MOVE DATE-OF-PURCHASE-TRANS  TO DATE-OF-LAST-PURCHASE-MASTER
005470*    ADDING FOR A PURCHASE, SUBTRACTING FOR A PAYMENT (WHICH
005472*    MAY LEAVE A CREDIT BALANCE), AND ADDING A REFUND BACK
005474*    TOWARD ZERO WHEN A CREDIT IS PAID OUT.
005475*    A RECOVERY ON A WRITTEN-OFF ACCOUNT LEAVES THE BALANCE AT
005476*    ZERO - IT IS AUDITED AND NOTED ON THE CREDIT-HOLD RECORD.
005477*    A DISPUTE IS CHECKED AGAINST ITS ITEM BEFORE THE MASTER IS
005478*    REWRITTEN AND RECORDED ON THE DISPUTE FILE AFTERWARDS.
005480*----------------------------------------------------------------
005490 6000-UPDATE-RECORD.

005530     PERFORM 5200-VALIDATE-TRANSACTION-DATE THRU 5200-EXIT
005540     PERFORM 5100-VALIDATE-CREDIT-LIMIT THRU 5100-EXIT
005550     PERFORM 5300-VALIDATE-REFUND-AMOUNT THRU 5300-EXIT
005553     PERFORM 5400-CHECK-CREDIT-HOLD THRU 5400-EXIT
005556     PERFORM 5500-VALIDATE-RECOVERY THRU 5500-EXIT

005560     EVALUATE TRUE
005570         WHEN DATE-SEQUENCE-STALE
005720                 TO REJ-REASON-TEXT
005730             PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
005740             GO TO 6000-EXIT
005741         WHEN TRANS-TYPE-PURCHASE AND ACCOUNT-ON-CREDIT-HOLD
005742             MOVE "HD" TO REJ-REASON-CODE
005743             MOVE "Account on credit hold - purchase refused."
005744                 TO REJ-REASON-TEXT
005745             PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
005746             GO TO 6000-EXIT
005747         WHEN RECOVERY-NOT-WRITTEN-OFF
005748             MOVE "NW" TO REJ-REASON-CODE
005749             MOVE "Recovery for an account not written off."
005750                 TO REJ-REASON-TEXT
005751             PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
005752             GO TO 6000-EXIT
005753         WHEN RECOVERY-EXCEEDS-WRITE-OFF
005754             MOVE "RV" TO REJ-REASON-CODE
005755             MOVE "Recovery exceeds amount still written off."
005756                 TO REJ-REASON-TEXT
005757             PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
005758             GO TO 6000-EXIT
005759         WHEN TRANS-TYPE-PURCHASE
005760             ADD AMT-OF-PURCHASE-TRANS TO AMT-OWED-MASTER
005770             MOVE DATE-OF-PURCHASE-TRANS
005780                 TO DATE-OF-LAST-PURCHASE-MASTER
005807             GO TO 6000-EXIT
005808         WHEN TRANS-TYPE-REFUND
005812             ADD AMT-OF-PURCHASE-TRANS TO AMT-OWED-MASTER
005813         WHEN TRANS-TYPE-RECOVERY
005814             CONTINUE
005816         WHEN TRANS-TYPE-ADDRESS-CHANGE
005820             PERFORM 6500-APPLY-ADDRESS-CHANGE
005824                 THRU 6500-EXIT
005828             IF ADDRESS-APPLY-FAILED
005829                 GO TO 6000-EXIT
005830             END-IF
005831         WHEN TRANS-TYPE-DISPUTE
005832             PERFORM 6700-VALIDATE-DISPUTE THRU 6700-EXIT
005833             IF DISPUTE-FAILED
005834                 GO TO 6000-EXIT
005835             END-IF
005836         WHEN TRANS-TYPE-REP-ASSIGNMENT
005837             PERFORM 6550-APPLY-REP-ASSIGNMENT
005838                 THRU 6550-EXIT
005839             IF REP-APPLY-FAILED
005840                 GO TO 6000-EXIT
005841             END-IF
005842         WHEN OTHER
005843             MOVE "IT" TO REJ-REASON-CODE
005844             MOVE "Unrecognized transaction-type-trans value."
005848                 TO REJ-REASON-TEXT
005852             PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
005928                 PERFORM 6400-APPLY-PAYMENT-TO-ITEMS
005932                     THRU 6400-EXIT
005936             END-IF
005937             IF TRANS-TYPE-RECOVERY
005938                 PERFORM 6600-RECORD-RECOVERY THRU 6600-EXIT
005939             END-IF
005940             IF TRANS-TYPE-DISPUTE
005941                 PERFORM 6750-RECORD-DISPUTE THRU 6750-EXIT
005942             END-IF
005943             IF TRANS-TYPE-REP-ASSIGNMENT
005944                 ADD 1 TO CT-REP-ASSIGNMENTS
005945             END-IF
005946             IF RELEASING-MAINTENANCE
005947                 PERFORM 6800-WRITE-CHANGE-IMAGE THRU 6800-EXIT
005948             END-IF
005949     END-REWRITE.

005950 6000-EXIT.
005951     EXIT.

005952*----------------------------------------------------------------
005956*    6100-WRITE-AUDIT-RECORD - LOG THE BEFORE AND AFTER BALANCE
005960*    AND LAST-PURCHASE DATE FOR THE MASTER RECORD JUST WRITTEN,
005964*    TOGETHER WITH THE TRANSACTION THAT CAUSED THE CHANGE.
005965*    A DISPUTE IS AUDITED AT THE AMOUNT IN DISPUTE (OR CREDITED)
005966*    AND A DISPUTE CREDIT UNDER ITS OWN TYPE "J", SO THE LEDGER
005967*    AND ROLL-FORWARD SEE IT AS A CREDIT ADJUSTMENT.
005968*----------------------------------------------------------------
005972 6100-WRITE-AUDIT-RECORD.

006008     MOVE DATE-OF-LAST-PURCHASE-MASTER
006012         TO AUD-NEW-DATE-OF-PURCHASE
006016     MOVE WS-AUDIT-ACTION              TO AUD-ACTION-CODE
006017     IF TRANS-TYPE-DISPUTE
006018         MOVE WS-DISPUTE-AMOUNT        TO AUD-TRANS-AMOUNT
006019         IF DISPUTE-ACTION-CREDIT
006020             MOVE "J"                  TO AUD-TRANS-TYPE
006021         END-IF
006022     END-IF
006023     MOVE "U" TO WS-AUDIT-ACTION

006024     WRITE AUDIT-TRAIL-RECORD
006025     PERFORM 6900-WRITE-HISTORY-RECORD THRU 6900-EXIT.

006028 6100-EXIT.
006032     EXIT.
006048*    CARRYING A BALANCE CANNOT BE CLOSED - THE TRANSACTION IS
006052*    REJECTED WITH REASON "NZ" SO THE BALANCE STAYS VISIBLE.  A
006056*    SUCCESSFUL CLOSE WRITES THE SAME AUDIT RECORD AS ANY OTHER
006058*    MASTER CHANGE, AND THE SAME BEFORE/AFTER CHANGE IMAGE AS ANY
006060*    OTHER MAINTENANCE.
006064*----------------------------------------------------------------
006068 6200-CLOSE-ACCOUNT.

006143                 INVALID KEY
006144                     CONTINUE
006145             END-DELETE
006146             IF RELEASING-MAINTENANCE
006147                 PERFORM 6800-WRITE-CHANGE-IMAGE THRU 6800-EXIT
006148             END-IF
006149     END-DELETE.

006150 6200-EXIT.
006152     EXIT.

006156*----------------------------------------------------------------
006212     MOVE DATE-OF-PURCHASE-TRANS TO OITM-PURCHASE-DATE
006216     MOVE AMT-OF-PURCHASE-TRANS  TO OITM-ORIGINAL-AMOUNT
006220                                    OITM-OPEN-AMOUNT
006221     MOVE TRANS-INVOICE-NO       TO OITM-INVOICE-NO
006222*----------------------------------------------------------------
006223*    A PURCHASE POSTED AGAINST A CREDIT BALANCE IS PARTLY (OR
006224*    WHOLLY) ABSORBED BY THE CREDIT ON THE MASTER, SO THE OPEN
006225*    AMOUNT STARTS NET OF THE CREDIT - OTHERWISE THE OPEN
006226*    ITEMS, AGING AND DUNNING WOULD CHASE MONEY THE CUSTOMER
006227*    DOES NOT OWE AND RECONCILIATION WOULD NEVER PROVE OUT.
006228*----------------------------------------------------------------
006229     IF WS-PRIOR-AMT-OWED < ZERO
006230         COMPUTE WS-ABSORBED-CREDIT =
006231             ZERO - WS-PRIOR-AMT-OWED
006232         IF WS-ABSORBED-CREDIT > AMT-OF-PURCHASE-TRANS
006233             MOVE AMT-OF-PURCHASE-TRANS TO WS-ABSORBED-CREDIT
006234         END-IF
006235         SUBTRACT WS-ABSORBED-CREDIT FROM OITM-OPEN-AMOUNT
006236     END-IF
006237     MOVE "N" TO WS-OPEN-ITEM-WRITTEN

006238     PERFORM 6310-WRITE-OPEN-ITEM THRU 6310-EXIT
006239         UNTIL OPEN-ITEM-WRITTEN OR OITM-SEQUENCE-NO > 998
006240
006241     IF NOT OPEN-ITEM-WRITTEN
006242         DISPLAY "Unable to write open-item record for "
006243             CUSTOMER-NO-TRANS "."
006244     END-IF.

006252 6300-EXIT.
006256     EXIT.
006332*    ZERO OPEN AMOUNT.  A PAYMENT AGAINST A BALANCE PREDATING THE
006336*    OPEN-ITEM FILE MAY FIND NO ITEMS TO REDUCE - THE MASTER
006340*    BALANCE IS STILL CORRECT AND THE REMAINDER IS SIMPLY NOT
006342*    SPREAD.  A PAYMENT THAT NAMES AN INVOICE GOES TO THAT
006344*    INVOICE FIRST; ONLY WHAT IT DOES NOT TAKE IS SPREAD.
006348*----------------------------------------------------------------
006352 6400-APPLY-PAYMENT-TO-ITEMS.

006356     MOVE AMT-OF-PURCHASE-TRANS TO WS-PAYMENT-REMAINING
006357     IF TRANS-INVOICE-NO NOT = SPACES
006358         PERFORM 6420-APPLY-TO-NAMED-INVOICE THRU 6420-EXIT
006359         IF WS-PAYMENT-REMAINING = ZERO
006360             GO TO 6400-EXIT
006361         END-IF
006362     END-IF

006363     MOVE "N" TO WS-OPEN-ITEM-EOF
006364     MOVE CUSTOMER-NO-TRANS TO OITM-CUSTOMER-NO
006368     MOVE ZERO TO OITM-PURCHASE-YYYYMMDD
006372     MOVE ZERO TO OITM-SEQUENCE-NO
006572     MOVE AMT-OF-PURCHASE-TRANS     TO REJ-AMT-OF-PURCHASE
006576     MOVE TRANSACTION-TYPE-TRANS    TO REJ-TRANSACTION-TYPE
006578     MOVE TRANS-ADDRESS-DATA        TO REJ-ADDRESS-DATA
006579     MOVE TRANS-INVOICE-NO          TO REJ-INVOICE-NO
006580     MOVE "N"                       TO REJ-RESUBMIT-FLAG

006584     WRITE REJECT-TRANS-RECORD
006728*----------------------------------------------------------------
006732 7300-RECORD-RUN-COMPLETE.
007862
007863     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
007864     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
007865     READ RUN-CONTROL-FILE
007866         INVALID KEY
007867             DISPLAY "Run-control record missing at end of run."
007868         NOT INVALID KEY
007869             MOVE "Y" TO RCTL-STATUS
007870             REWRITE RUN-CONTROL-RECORD
007871                 INVALID KEY
007872                     DISPLAY "Unable to mark run complete on"
007873                         " run control."
007874             END-REWRITE
007875     END-READ
007876     CLOSE RUN-CONTROL-FILE.
007892
007893 7300-EXIT.
007894     EXIT.

007895*----------------------------------------------------------------
007896*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY SO IT
007897*    CAN BE BALANCED AGAINST THE SOURCE FEED.
007898*----------------------------------------------------------------
007899 8000-PRINT-CONTROL-TOTALS.

007900     DISPLAY "=============================================="
007901     DISPLAY "            C O N T R O L   T O T A L S"
007902     DISPLAY "=============================================="
007903     DISPLAY "Transactions read .............. " CT-TRANS-READ
007904     DISPLAY "Records updated ................ "
007905         CT-RECORDS-UPDATED
007906     DISPLAY "New customers added ............ "
007907         CT-NEW-CUSTOMERS-ADDED
007908     DISPLAY "Records rejected ............... "
007909         CT-RECORDS-REJECTED
007910     DISPLAY "Accounts closed ................ "
007911         CT-ACCOUNTS-CLOSED
007912     DISPLAY "Total amount of purchase trans . "
007913         CT-AMT-OF-PURCHASE-TOTAL
007914     DISPLAY "Recoveries posted .............. "
007915         CT-RECOVERIES-POSTED
007916     DISPLAY "Total amount of recoveries ..... "
007917         CT-AMT-OF-RECOVERY-TOTAL
007918     DISPLAY "Payments applied to invoice .... "
007919         CT-PAYMENTS-TO-INVOICE
007920     DISPLAY "Invoice exceptions written ..... "
007921         CT-INVOICE-EXCEPTIONS
007922     DISPLAY "Disputes opened ................ "
007923         CT-DISPUTES-OPENED
007924     DISPLAY "Disputes released .............. "
007925         CT-DISPUTES-RELEASED
007926     DISPLAY "Disputes resolved by credit .... "
007927         CT-DISPUTE-CREDITS
007928     DISPLAY "Total amount of dispute credits  "
007929         CT-AMT-OF-DISPUTE-CREDITS
007930     DISPLAY "Maintenance held for approval .. " CT-MAINT-HELD
007931     DISPLAY "Approved maintenance released .. "
007932         CT-MAINT-RELEASED
007933     DISPLAY "Released maintenance rejected .. "
007934         CT-MAINT-RELEASE-REJECTED
007935     DISPLAY "Change images written .......... "
007936         CT-CHANGE-IMAGES-WRITTEN
007937     DISPLAY "Activity history written ....... "
007938         CT-HISTORY-WRITTEN
007939     DISPLAY "Salesperson assignments ........ "
007940         CT-REP-ASSIGNMENTS
007941     DISPLAY "==============================================".

007942 8000-EXIT.
007943     EXIT.

007944*----------------------------------------------------------------
007945*    2400-VERIFY-FILE-TRAILER - READ THE WHOLE TRANSACTION FILE
007946*    ONCE BEFORE POSTING AND PROVE ITS "*TRL*" BALANCING
007947*    TRAILER - RECORD COUNT, AMOUNT TOTAL AND BUSINESS DATE -
007948*    AGAINST WHAT IS ACTUALLY ON THE FILE.  A FILE WITH NO
007949*    TRAILER, A SHORT OR DOUBLED FILE, OR A STALE FILE FROM AN
007950*    EARLIER BUSINESS DATE ENDS THE RUN BEFORE A SINGLE
007951*    TRANSACTION POSTS.
007952*----------------------------------------------------------------
007953 2400-VERIFY-FILE-TRAILER.

007954     MOVE "N"  TO WS-TRANS-EOF
007955     MOVE "N"  TO WS-TRAILER-SEEN
007956     MOVE ZERO TO WS-PREPASS-COUNT
007957     MOVE ZERO TO WS-PREPASS-AMT

007958     OPEN INPUT CUSTOMER-TRANS
007959     PERFORM 2410-TALLY-ONE-PREPASS-RECORD THRU 2410-EXIT
007960         UNTIL TRANS-EOF
007961     CLOSE CUSTOMER-TRANS

007962     IF NOT TRAILER-SEEN
007963         DISPLAY "Transaction file " WS-TRANS-FILENAME
007964         DISPLAY "carries no balancing trailer - run ends"
007965             " before posting."
007966         STOP RUN
007967     END-IF

007968     IF WS-TRL-RECORD-COUNT NOT = WS-PREPASS-COUNT
007969         DISPLAY "Transaction file " WS-TRANS-FILENAME
007970         DISPLAY "trailer count " WS-TRL-RECORD-COUNT
007971             " does not match records on file "
007972             WS-PREPASS-COUNT " - run ends before posting."
007973         STOP RUN
007974     END-IF

007975     IF WS-TRL-AMOUNT-TOTAL NOT = WS-PREPASS-AMT
007976         DISPLAY "Transaction file " WS-TRANS-FILENAME
007977         DISPLAY "trailer amount " WS-TRL-AMOUNT-TOTAL
007978             " does not match amounts on file "
007979             WS-PREPASS-AMT " - run ends before posting."
007980         STOP RUN
007981     END-IF

007982     IF WS-TRL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
007983         DISPLAY "Transaction file " WS-TRANS-FILENAME
007984         DISPLAY "trailer business date " WS-TRL-BUSINESS-DATE
007985             " is not this run's business date "
007986             WS-BUSINESS-DATE " - run ends before posting."
007987         STOP RUN
007988     END-IF.

007989 2400-EXIT.
007990     EXIT.

007991*----------------------------------------------------------------
007992*    2410-TALLY-ONE-PREPASS-RECORD - COUNT ONE RECORD OF THE
007993*    PRE-PASS, OR CAPTURE THE TRAILER.  A SECOND TRAILER MEANS
007994*    A DOUBLED FILE AND FAILS THE COUNT CHECK NATURALLY, SINCE
007995*    THE FIRST TRAILER ONLY COVERS THE RECORDS AHEAD OF IT.
007996*----------------------------------------------------------------
007997 2410-TALLY-ONE-PREPASS-RECORD.

007998     READ CUSTOMER-TRANS
007999         AT END
008000             MOVE "Y" TO WS-TRANS-EOF
008001         NOT AT END
008002             IF TRAILER-RECORD
008003                 IF NOT TRAILER-SEEN
008004                     MOVE "Y" TO WS-TRAILER-SEEN
008005                     MOVE TRL-RECORD-COUNT
008006                         TO WS-TRL-RECORD-COUNT
008007                     MOVE TRL-AMOUNT-TOTAL
008008                         TO WS-TRL-AMOUNT-TOTAL
008009                     MOVE TRL-BUSINESS-DATE
008010                         TO WS-TRL-BUSINESS-DATE
008011                 ELSE
008012                     ADD 1 TO WS-PREPASS-COUNT
008013                 END-IF
008014             ELSE
008015                 ADD 1 TO WS-PREPASS-COUNT
008016                 ADD AMT-OF-PURCHASE-TRANS TO WS-PREPASS-AMT
008017             END-IF
008018     END-READ.

008019 2410-EXIT.
008020     EXIT.

008021*----------------------------------------------------------------
008022*    6500-APPLY-ADDRESS-CHANGE - ADD OR REPLACE THE CUSTOMER'S
008023*    RECORD ON THE ADDRESS FILE FROM THE TRANSACTION'S ADDRESS
008024*    BLOCK.  AN ADDRESS WITH A BLANK FIRST LINE HAS NOTHING TO
008025*    MAIL TO AND IS REJECTED.  A FAILED WRITE OR REWRITE GOES
008026*    THROUGH THE SAME REJECT HANDLING AS ANY OTHER MAINTENANCE.
008027*----------------------------------------------------------------
008028 6500-APPLY-ADDRESS-CHANGE.

008029     MOVE "V" TO WS-ADDRESS-APPLY-RESULT

008030     IF ADDR-LINE-1-TRANS = SPACES
008031         MOVE "X"  TO WS-ADDRESS-APPLY-RESULT
008032         MOVE "IT" TO REJ-REASON-CODE
008033         MOVE "Address change has no address line 1."
008034             TO REJ-REASON-TEXT
008035         PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
008036         GO TO 6500-EXIT
008037     END-IF

008038     MOVE CUSTOMER-NO-TRANS TO ADDR-CUSTOMER-NO
008039     READ CUSTOMER-ADDRESS-FILE
008040         INVALID KEY
008041             MOVE CUSTOMER-NO-TRANS   TO ADDR-CUSTOMER-NO
008042             MOVE ADDR-LINE-1-TRANS   TO ADDR-LINE-1
008043             MOVE ADDR-LINE-2-TRANS   TO ADDR-LINE-2
008044             MOVE ADDR-CITY-TRANS     TO ADDR-CITY
008045             MOVE ADDR-STATE-TRANS    TO ADDR-STATE
008046             MOVE ADDR-ZIP-TRANS      TO ADDR-ZIP
008047             MOVE ADDR-PHONE-TRANS    TO ADDR-PHONE
008048             WRITE CUSTOMER-ADDRESS-RECORD
008049                 INVALID KEY
008050                     MOVE "X"  TO WS-ADDRESS-APPLY-RESULT
008051                     MOVE "WE" TO REJ-REASON-CODE
008052                     MOVE "Unable to add customer address."
008053                         TO REJ-REASON-TEXT
008054                     PERFORM 7000-WRITE-REJECT-RECORD
008055                         THRU 7000-EXIT
008056             END-WRITE
008057         NOT INVALID KEY
008058             MOVE ADDR-LINE-1-TRANS   TO ADDR-LINE-1
008059             MOVE ADDR-LINE-2-TRANS   TO ADDR-LINE-2
008060             MOVE ADDR-CITY-TRANS     TO ADDR-CITY
008061             MOVE ADDR-STATE-TRANS    TO ADDR-STATE
008062             MOVE ADDR-ZIP-TRANS      TO ADDR-ZIP
008063             MOVE ADDR-PHONE-TRANS    TO ADDR-PHONE
008064             REWRITE CUSTOMER-ADDRESS-RECORD
008065                 INVALID KEY
008066                     MOVE "X"  TO WS-ADDRESS-APPLY-RESULT
008067                     MOVE "RW" TO REJ-REASON-CODE
008068                     MOVE "Unable to rewrite customer address."
008069                         TO REJ-REASON-TEXT
008070                     PERFORM 7000-WRITE-REJECT-RECORD
008071                         THRU 7000-EXIT
008072             END-REWRITE
008073     END-READ.

008074 6500-EXIT.
008075     EXIT.

008076*----------------------------------------------------------------
008077*    6550-APPLY-REP-ASSIGNMENT - GIVE THE ACCOUNT THE SALES REP
008078*    NAMED ON THE TRANSACTION, ADDING OR REPLACING ITS RECORD ON
008079*    THE CUSTOMER-REP FILE.  THE REP MUST BE ON THE SALESPERSON
008080*    TABLE AND ACTIVE.  A FAILED WRITE OR REWRITE GOES THROUGH
008081*    THE SAME REJECT HANDLING AS ANY OTHER MAINTENANCE.
008082*----------------------------------------------------------------
008083 6550-APPLY-REP-ASSIGNMENT.

008084     MOVE "V" TO WS-REP-APPLY-RESULT

008085     IF REP-CODE-TRANS = SPACES
008086         MOVE "X"  TO WS-REP-APPLY-RESULT
008087         MOVE "IT" TO REJ-REASON-CODE
008088         MOVE "Salesperson assignment has no rep code."
008089             TO REJ-REASON-TEXT
008090         PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
008091         GO TO 6550-EXIT
008092     END-IF

008093     MOVE "X" TO WS-REP-APPLY-RESULT
008094     IF WS-SALESPERSON-FILE-STATUS = "00"
008095         MOVE REP-CODE-TRANS TO SREP-REP-CODE
008096         READ SALESPERSON-FILE
008097             INVALID KEY
008098                 CONTINUE
008099             NOT INVALID KEY
008100                 IF SREP-ACTIVE
008101                     MOVE "V" TO WS-REP-APPLY-RESULT
008102                 END-IF
008103         END-READ
008104     END-IF
008105     IF REP-APPLY-FAILED
008106         MOVE "SR" TO REJ-REASON-CODE
008107         MOVE "Salesperson not on salesperson table or inactive."
008108             TO REJ-REASON-TEXT
008109         PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT
008110         GO TO 6550-EXIT
008111     END-IF

008112     MOVE CUSTOMER-NO-TRANS TO CREP-CUSTOMER-NO
008113     READ CUSTOMER-REP-FILE
008114         INVALID KEY
008115             MOVE CUSTOMER-NO-TRANS   TO CREP-CUSTOMER-NO
008116             MOVE REP-CODE-TRANS      TO CREP-REP-CODE
008117             MOVE WS-BUSINESS-DATE    TO CREP-ASSIGNED-YYYYMMDD
008118             WRITE CUSTOMER-REP-RECORD
008119                 INVALID KEY
008120                     MOVE "X"  TO WS-REP-APPLY-RESULT
008121                     MOVE "WE" TO REJ-REASON-CODE
008122                     MOVE "Unable to add customer rep record."
008123                         TO REJ-REASON-TEXT
008124                     PERFORM 7000-WRITE-REJECT-RECORD
008125                         THRU 7000-EXIT
008126             END-WRITE
008127         NOT INVALID KEY
008128             MOVE REP-CODE-TRANS      TO CREP-REP-CODE
008129             MOVE WS-BUSINESS-DATE    TO CREP-ASSIGNED-YYYYMMDD
008130             REWRITE CUSTOMER-REP-RECORD
008131                 INVALID KEY
008132                     MOVE "X"  TO WS-REP-APPLY-RESULT
008133                     MOVE "RW" TO REJ-REASON-CODE
008134                     MOVE "Unable to rewrite customer rep record."
008135                         TO REJ-REASON-TEXT
008136                     PERFORM 7000-WRITE-REJECT-RECORD
008137                         THRU 7000-EXIT
008138             END-REWRITE
008139     END-READ.

008140 6550-EXIT.
008141     EXIT.

008142*----------------------------------------------------------------
008143*    5400-CHECK-CREDIT-HOLD - LOOK THE CUSTOMER UP ON THE CREDIT-
008144*    HOLD FILE.  THE HOLD RECORD IS LEFT IN THE RECORD AREA FOR
008145*    THE RECOVERY EDIT AND POSTING THAT FOLLOW.
008146*----------------------------------------------------------------
008147 5400-CHECK-CREDIT-HOLD.

008148     MOVE "N" TO WS-CREDIT-HOLD-RESULT
008149     MOVE CUSTOMER-NO-TRANS TO HOLD-CUSTOMER-NO
008150     READ CREDIT-HOLD-FILE
008151         INVALID KEY
008152             CONTINUE
008153         NOT INVALID KEY
008154             MOVE "Y" TO WS-CREDIT-HOLD-RESULT
008155     END-READ.

008156 5400-EXIT.
008157     EXIT.

008158*----------------------------------------------------------------
008159*    5500-VALIDATE-RECOVERY - A RECOVERY IS ONLY ACCEPTED FOR AN
008160*    ACCOUNT ON HOLD AS WRITTEN OFF, AND NEVER FOR MORE THAN THE
008161*    AMOUNT WRITTEN OFF LESS WHAT HAS ALREADY BEEN RECOVERED.
008162*    OTHER TRANSACTION TYPES ALWAYS PASS.
008163*----------------------------------------------------------------
008164 5500-VALIDATE-RECOVERY.

008165     MOVE "V" TO WS-RECOVERY-CHECK-RESULT
008166     IF NOT TRANS-TYPE-RECOVERY
008167         GO TO 5500-EXIT
008168     END-IF

008169     IF NOT ACCOUNT-ON-CREDIT-HOLD OR NOT HOLD-WRITTEN-OFF
008170         MOVE "N" TO WS-RECOVERY-CHECK-RESULT
008171         GO TO 5500-EXIT
008172     END-IF

008173     IF (HOLD-RECOVERED-AMT + AMT-OF-PURCHASE-TRANS)
008174             > HOLD-WRITTEN-OFF-AMT
008175         MOVE "X" TO WS-RECOVERY-CHECK-RESULT
008176     END-IF.

008177 5500-EXIT.
008178     EXIT.

008179*----------------------------------------------------------------
008180*    6600-RECORD-RECOVERY - ADD A POSTED RECOVERY TO THE AMOUNT
008181*    RECOVERED ON THE CUSTOMER'S CREDIT-HOLD RECORD.  THE HOLD
008182*    STAYS IN PLACE - A RECOVERED ACCOUNT IS STILL NOT EXTENDED
008183*    CREDIT.
008184*----------------------------------------------------------------
008185 6600-RECORD-RECOVERY.

008186     ADD AMT-OF-PURCHASE-TRANS TO HOLD-RECOVERED-AMT
008187     REWRITE CREDIT-HOLD-RECORD
008188         INVALID KEY
008189             DISPLAY "Unable to update credit hold for "
008190                 CUSTOMER-NO-TRANS "."
008191     END-REWRITE

008192     ADD 1 TO CT-RECOVERIES-POSTED
008193     ADD AMT-OF-PURCHASE-TRANS TO CT-AMT-OF-RECOVERY-TOTAL.

008194 6600-EXIT.
008195     EXIT.

008196*----------------------------------------------------------------
008197*    6420-APPLY-TO-NAMED-INVOICE - FIND THE INVOICE THE PAYMENT
008198*    NAMES THROUGH THE OPEN-ITEM FILE'S INVOICE KEY AND APPLY AS
008199*    MUCH OF THE PAYMENT AS IT WILL TAKE.  AN INVOICE NOT ON FILE
008200*    FOR THIS CUSTOMER, OR ONE ALREADY PAID IN FULL, IS WRITTEN
008201*    TO THE INVOICE-EXCEPTION FILE AND THE WHOLE PAYMENT IS LEFT
008202*    TO BE SPREAD OLDEST-FIRST, SO THE CASH STILL POSTS BUT THE
008203*    MISAPPLICATION DOES NOT PASS UNNOTICED.
008204*----------------------------------------------------------------
008205 6420-APPLY-TO-NAMED-INVOICE.

008206     MOVE "Y" TO WS-NAMED-INVOICE-RESULT
008207     MOVE TRANS-INVOICE-NO TO OITM-INVOICE-NO
008208     READ OPEN-ITEM-FILE KEY IS OITM-INVOICE-NO
008209         INVALID KEY
008210             MOVE "N" TO WS-NAMED-INVOICE-RESULT
008211     END-READ

008212     IF NOT NAMED-INVOICE-FOUND
008213        OR OITM-CUSTOMER-NO NOT = CUSTOMER-NO-TRANS
008214         MOVE "UI" TO IEX-REASON-CODE
008215         MOVE "Invoice not on file for this customer."
008216             TO IEX-REASON-TEXT
008217         PERFORM 6430-WRITE-INVOICE-EXCEPTION THRU 6430-EXIT
008218         GO TO 6420-EXIT
008219     END-IF

008220     IF OITM-OPEN-AMOUNT = ZERO
008221         MOVE "PD" TO IEX-REASON-CODE
008222         MOVE "Invoice already paid in full."
008223             TO IEX-REASON-TEXT
008224         PERFORM 6430-WRITE-INVOICE-EXCEPTION THRU 6430-EXIT
008225         GO TO 6420-EXIT
008226     END-IF

008227     IF OITM-OPEN-AMOUNT > WS-PAYMENT-REMAINING
008228         SUBTRACT WS-PAYMENT-REMAINING FROM OITM-OPEN-AMOUNT
008229         MOVE ZERO TO WS-PAYMENT-REMAINING
008230     ELSE
008231         SUBTRACT OITM-OPEN-AMOUNT FROM WS-PAYMENT-REMAINING
008232         MOVE ZERO TO OITM-OPEN-AMOUNT
008233     END-IF

008234     REWRITE OPEN-ITEM-RECORD
008235         INVALID KEY
008236             DISPLAY "Unable to rewrite open-item record."
008237         NOT INVALID KEY
008238             ADD 1 TO CT-PAYMENTS-TO-INVOICE
008239     END-REWRITE.

008240 6420-EXIT.
008241     EXIT.

008242*----------------------------------------------------------------
008243*    6430-WRITE-INVOICE-EXCEPTION - RECORD A PAYMENT WHOSE NAMED
008244*    INVOICE COULD NOT TAKE IT.  THE REASON IS ALREADY SET.
008245*----------------------------------------------------------------
008246 6430-WRITE-INVOICE-EXCEPTION.

008247     MOVE CUSTOMER-NO-TRANS      TO IEX-CUSTOMER-NO
008248     MOVE TRANS-INVOICE-NO       TO IEX-INVOICE-NO
008249     MOVE DATE-OF-PURCHASE-TRANS TO IEX-PAYMENT-DATE
008250     MOVE AMT-OF-PURCHASE-TRANS  TO IEX-PAYMENT-AMOUNT
008251     MOVE WS-BUSINESS-DATE       TO IEX-BUSINESS-DATE

008252     WRITE INVOICE-EXCEPTION-RECORD

008253     ADD 1 TO CT-INVOICE-EXCEPTIONS.

008254 6430-EXIT.
008255     EXIT.

008256*----------------------------------------------------------------
008257*    6700-VALIDATE-DISPUTE - CHECK A DISPUTE TRANSACTION AGAINST
008258*    THE ITEM IT NAMES AND THAT ITEM'S DISPUTE RECORD.  AN OPEN
008259*    NEEDS A REASON, AN ITEM WITH NO DISPUTE ALREADY OPEN, AND AN
008260*    AMOUNT NO MORE THAN THE ITEM STILL OWES (ZERO MEANS ALL OF
008261*    IT).  A RELEASE OR CREDIT NEEDS A DISPUTE STILL OPEN; A
008262*    CREDIT MAY NOT EXCEED THE AMOUNT IN DISPUTE OR STILL OPEN ON
008263*    THE ITEM (ZERO MEANS THE WHOLE AMOUNT IN DISPUTE) AND IS
008264*    TAKEN OFF THE MASTER BALANCE HERE, BEFORE THE REWRITE.  THE
008265*    ITEM AND DISPUTE RECORDS ARE LEFT IN THEIR RECORD AREAS FOR
008266*    6750-RECORD-DISPUTE.  A FAILED CHECK IS REJECTED THROUGH
008267*    6790-REJECT-DISPUTE.
008268*----------------------------------------------------------------
008269 6700-VALIDATE-DISPUTE.

008270     MOVE "V" TO WS-DISPUTE-CHECK-RESULT
008271     MOVE "N" TO WS-DISPUTE-ON-FILE

008272     IF NOT DISPUTE-ACTION-OPEN
008273        AND NOT DISPUTE-ACTION-RELEASE
008274        AND NOT DISPUTE-ACTION-CREDIT
008275         MOVE "IT" TO REJ-REASON-CODE
008276         MOVE "Dispute action must be O, R or C."
008277             TO REJ-REASON-TEXT
008278         PERFORM 6790-REJECT-DISPUTE THRU 6790-EXIT
008279         GO TO 6700-EXIT
008280     END-IF

008281     IF DISPUTE-ACTION-OPEN AND DISPUTE-REASON-TRANS = SPACES
008282         MOVE "IT" TO REJ-REASON-CODE
008283         MOVE "Dispute opened without a reason code."
008284             TO REJ-REASON-TEXT
008285         PERFORM 6790-REJECT-DISPUTE THRU 6790-EXIT
008286         GO TO 6700-EXIT
008287     END-IF

008288     PERFORM 6710-LOCATE-DISPUTED-ITEM THRU 6710-EXIT
008289     IF NOT DISPUTED-ITEM-FOUND
008290         MOVE "DI" TO REJ-REASON-CODE
008291         MOVE "Disputed item not on file for this customer."
008292             TO REJ-REASON-TEXT
008293         PERFORM 6790-REJECT-DISPUTE THRU 6790-EXIT
008294         GO TO 6700-EXIT
008295     END-IF

008296     MOVE OITM-KEY TO DSP-KEY
008297     READ DISPUTE-FILE
008298         INVALID KEY
008299             CONTINUE
008300         NOT INVALID KEY
008301             MOVE "Y" TO WS-DISPUTE-ON-FILE
008302     END-READ

008303     IF DISPUTE-ACTION-OPEN
008304         IF DISPUTE-ON-FILE AND DSP-STATUS-OPEN
008305             MOVE "DS" TO REJ-REASON-CODE
008306             MOVE "Item already has an open dispute."
008307                 TO REJ-REASON-TEXT
008308             PERFORM 6790-REJECT-DISPUTE THRU 6790-EXIT
008309             GO TO 6700-EXIT
008310         END-IF
008311         IF AMT-OF-PURCHASE-TRANS = ZERO
008312             MOVE OITM-OPEN-AMOUNT      TO WS-DISPUTE-AMOUNT
008313         ELSE
008314             MOVE AMT-OF-PURCHASE-TRANS TO WS-DISPUTE-AMOUNT
008315         END-IF
008316         IF WS-DISPUTE-AMOUNT = ZERO
008317            OR WS-DISPUTE-AMOUNT > OITM-OPEN-AMOUNT
008318             MOVE "DA" TO REJ-REASON-CODE
008319             MOVE "Dispute amount exceeds item's open amount."
008320                 TO REJ-REASON-TEXT
008321             PERFORM 6790-REJECT-DISPUTE THRU 6790-EXIT
008322             GO TO 6700-EXIT
008323         END-IF
008324         GO TO 6700-EXIT
008325     END-IF

008326     IF NOT DISPUTE-ON-FILE OR NOT DSP-STATUS-OPEN
008327         MOVE "DS" TO REJ-REASON-CODE
008328         MOVE "No open dispute on file for this item."
008329             TO REJ-REASON-TEXT
008330         PERFORM 6790-REJECT-DISPUTE THRU 6790-EXIT
008331         GO TO 6700-EXIT
008332     END-IF

008333     IF DISPUTE-ACTION-RELEASE
008334         MOVE DSP-DISPUTE-AMOUNT TO WS-DISPUTE-AMOUNT
008335         GO TO 6700-EXIT
008336     END-IF

008337     IF AMT-OF-PURCHASE-TRANS = ZERO
008338         MOVE DSP-DISPUTE-AMOUNT    TO WS-DISPUTE-AMOUNT
008339     ELSE
008340         MOVE AMT-OF-PURCHASE-TRANS TO WS-DISPUTE-AMOUNT
008341     END-IF
008342     IF WS-DISPUTE-AMOUNT = ZERO
008343        OR WS-DISPUTE-AMOUNT > DSP-DISPUTE-AMOUNT
008344        OR WS-DISPUTE-AMOUNT > OITM-OPEN-AMOUNT
008345         MOVE "DA" TO REJ-REASON-CODE
008346         MOVE "Credit exceeds amount in dispute or still open."
008347             TO REJ-REASON-TEXT
008348         PERFORM 6790-REJECT-DISPUTE THRU 6790-EXIT
008349         GO TO 6700-EXIT
008350     END-IF

008351     SUBTRACT WS-DISPUTE-AMOUNT FROM AMT-OWED-MASTER
008352     GO TO 6700-EXIT.

008353 6700-EXIT.
008354     EXIT.

008355*----------------------------------------------------------------
008356*    6710-LOCATE-DISPUTED-ITEM - READ THE OPEN ITEM A DISPUTE
008357*    NAMES, THROUGH THE INVOICE KEY WHEN AN INVOICE IS GIVEN,
008358*    OTHERWISE BY CUSTOMER, ITEM DATE AND SEQUENCE.  AN ITEM
008359*    BELONGING TO ANOTHER CUSTOMER COUNTS AS NOT FOUND.
008360*----------------------------------------------------------------
008361 6710-LOCATE-DISPUTED-ITEM.

008362     MOVE "Y" TO WS-DISPUTED-ITEM-RESULT

008363     IF TRANS-INVOICE-NO NOT = SPACES
008364         MOVE TRANS-INVOICE-NO TO OITM-INVOICE-NO
008365         READ OPEN-ITEM-FILE KEY IS OITM-INVOICE-NO
008366             INVALID KEY
008367                 MOVE "N" TO WS-DISPUTED-ITEM-RESULT
008368         END-READ
008369     ELSE
008370         MOVE CUSTOMER-NO-TRANS TO OITM-CUSTOMER-NO
008371         STRING DISPUTE-ITEM-DATE-TRANS (7:4)
008372                DISPUTE-ITEM-DATE-TRANS (1:2)
008373                DISPUTE-ITEM-DATE-TRANS (4:2)
008374             DELIMITED BY SIZE INTO OITM-PURCHASE-YYYYMMDD
008375         IF DISPUTE-ITEM-SEQ-TRANS NUMERIC
008376            AND DISPUTE-ITEM-SEQ-TRANS NOT = ZERO
008377             MOVE DISPUTE-ITEM-SEQ-TRANS TO OITM-SEQUENCE-NO
008378         ELSE
008379             MOVE 1 TO OITM-SEQUENCE-NO
008380         END-IF
008381         READ OPEN-ITEM-FILE
008382             INVALID KEY
008383                 MOVE "N" TO WS-DISPUTED-ITEM-RESULT
008384         END-READ
008385     END-IF

008386     IF DISPUTED-ITEM-FOUND
008387        AND OITM-CUSTOMER-NO NOT = CUSTOMER-NO-TRANS
008388         MOVE "N" TO WS-DISPUTED-ITEM-RESULT
008389     END-IF.

008390 6710-EXIT.
008391     EXIT.

008392*----------------------------------------------------------------
008393*    6750-RECORD-DISPUTE - ONCE THE MASTER HAS BEEN REWRITTEN,
008394*    OPEN, RELEASE OR CREDIT THE DISPUTE RECORD.  AN ITEM
008395*    DISPUTED BEFORE AND SINCE RESOLVED HAS ITS RECORD REUSED FOR
008396*    THE NEW DISPUTE.  A CREDIT ALSO COMES OFF THE ITEM'S OPEN
008397*    AMOUNT, SO THE CREDIT IS AGAINST THAT ITEM AND NO OTHER.
008398*----------------------------------------------------------------
008399 6750-RECORD-DISPUTE.

008400     EVALUATE TRUE
008401         WHEN DISPUTE-ACTION-OPEN
008402             MOVE OITM-KEY               TO DSP-KEY
008403             MOVE DATE-OF-PURCHASE-TRANS TO DSP-DISPUTE-DATE
008404             MOVE DISPUTE-REASON-TRANS   TO DSP-REASON-CODE
008405             MOVE WS-DISPUTE-AMOUNT      TO DSP-DISPUTE-AMOUNT
008406             MOVE "O"                    TO DSP-STATUS
008407             MOVE ZERO                   TO DSP-RESOLVED-DATE
008408                                            DSP-CREDIT-AMOUNT
008409             MOVE OITM-INVOICE-NO        TO DSP-INVOICE-NO
008410             IF DISPUTE-ON-FILE
008411                 REWRITE DISPUTE-RECORD
008412                     INVALID KEY
008413                         DISPLAY "Unable to rewrite dispute"
008414                             " record."
008415                 END-REWRITE
008416             ELSE
008417                 WRITE DISPUTE-RECORD
008418                     INVALID KEY
008419                         DISPLAY "Unable to write dispute record."
008420                 END-WRITE
008421             END-IF
008422             ADD 1 TO CT-DISPUTES-OPENED
008423         WHEN DISPUTE-ACTION-RELEASE
008424             MOVE "R"                    TO DSP-STATUS
008425             MOVE DATE-OF-PURCHASE-TRANS TO DSP-RESOLVED-DATE
008426             REWRITE DISPUTE-RECORD
008427                 INVALID KEY
008428                     DISPLAY "Unable to rewrite dispute record."
008429             END-REWRITE
008430             ADD 1 TO CT-DISPUTES-RELEASED
008431         WHEN DISPUTE-ACTION-CREDIT
008432             SUBTRACT WS-DISPUTE-AMOUNT FROM OITM-OPEN-AMOUNT
008433             REWRITE OPEN-ITEM-RECORD
008434                 INVALID KEY
008435                     DISPLAY "Unable to rewrite open-item record."
008436             END-REWRITE
008437             MOVE "C"                    TO DSP-STATUS
008438             MOVE DATE-OF-PURCHASE-TRANS TO DSP-RESOLVED-DATE
008439             MOVE WS-DISPUTE-AMOUNT      TO DSP-CREDIT-AMOUNT
008440             REWRITE DISPUTE-RECORD
008441                 INVALID KEY
008442                     DISPLAY "Unable to rewrite dispute record."
008443             END-REWRITE
008444             ADD 1 TO CT-DISPUTE-CREDITS
008445             ADD WS-DISPUTE-AMOUNT TO CT-AMT-OF-DISPUTE-CREDITS
008446     END-EVALUATE.

008447 6750-EXIT.
008448     EXIT.

008449*----------------------------------------------------------------
008450*    6790-REJECT-DISPUTE - MARK THE DISPUTE CHECK FAILED AND
008451*    WRITE THE TRANSACTION TO THE REJECT FILE.  THE REASON IS
008452*    ALREADY SET.
008453*----------------------------------------------------------------
008454 6790-REJECT-DISPUTE.

008455     MOVE "X" TO WS-DISPUTE-CHECK-RESULT
008456     PERFORM 7000-WRITE-REJECT-RECORD THRU 7000-EXIT.

008457 6790-EXIT.
008458     EXIT.


008459*----------------------------------------------------------------
008460*    2700-RELEASE-APPROVED-MAINT - POST EVERY MAINTENANCE ITEM
008461*    APPROVED SINCE THE LAST RUN.  EACH GOES THROUGH THE SAME
008462*    MASTER LOOKUP, EDITS AND REJECTS AS A FEED RECORD, AND IS
008463*    MARKED RELEASED ("R") OR, WHEN POSTING REJECTED IT,
008464*    RELEASE-REJECTED ("F") SO IT IS NEVER RELEASED TWICE - A
008465*    RESTARTED RUN FINDS NOTHING LEFT TO RELEASE.
008466*----------------------------------------------------------------
008467 2700-RELEASE-APPROVED-MAINT.

008468     MOVE "Y" TO WS-RELEASING-MAINT
008469     MOVE "N" TO WS-PENDING-EOF
008470     MOVE LOW-VALUES TO PMNT-KEY
008471     START PENDING-MAINTENANCE-FILE
008472         KEY IS NOT LESS THAN PMNT-KEY
008473         INVALID KEY
008474             MOVE "Y" TO WS-PENDING-EOF
008475     END-START

008476     PERFORM 2710-RELEASE-ONE-ITEM THRU 2710-EXIT
008477         UNTIL PENDING-EOF

008478     MOVE "N" TO WS-RELEASING-MAINT.

008479 2700-EXIT.
008480     EXIT.

008481*----------------------------------------------------------------
008482*    2710-RELEASE-ONE-ITEM - POST ONE APPROVED ITEM AND RECORD
008483*    HOW IT WENT ON ITS PENDING RECORD.
008484*----------------------------------------------------------------
008485 2710-RELEASE-ONE-ITEM.

008486     READ PENDING-MAINTENANCE-FILE NEXT RECORD
008487         AT END
008488             MOVE "Y" TO WS-PENDING-EOF
008489             GO TO 2710-EXIT
008490     END-READ

008491     IF NOT PMNT-APPROVED
008492         GO TO 2710-EXIT
008493     END-IF

008494     ADD 1 TO CT-MAINT-RELEASED
008495     MOVE CT-RECORDS-REJECTED  TO WS-REJECTS-BEFORE-RELEASE
008496     MOVE PMNT-TRANS-DATA      TO CUSTOMER-TRANS-RECORD
008497     DISPLAY "Releasing approved maintenance " PMNT-KEY

008498     PERFORM 4000-READ-MASTER THRU 4000-EXIT

008499     IF CT-RECORDS-REJECTED > WS-REJECTS-BEFORE-RELEASE
008500         MOVE "F" TO PMNT-STATUS
008501         ADD 1 TO CT-MAINT-RELEASE-REJECTED
008502     ELSE
008503         MOVE "R" TO PMNT-STATUS
008504     END-IF
008505     MOVE WS-BUSINESS-DATE TO PMNT-RELEASED-YYYYMMDD
008506     REWRITE PENDING-MAINTENANCE-RECORD
008507         INVALID KEY
008508             DISPLAY "Unable to mark pending maintenance "
008509                 PMNT-KEY " released."
008510     END-REWRITE.

008511 2710-EXIT.
008512     EXIT.

008513*----------------------------------------------------------------
008514*    6800-WRITE-CHANGE-IMAGE - WRITE THE BEFORE/AFTER IMAGE OF
008515*    THE MASTER AND ADDRESS RECORDS AND THE ACCOUNT'S SALES REP
008516*    FOR A RELEASED MAINTENANCE ITEM JUST APPLIED, WITH WHO
008517*    SUBMITTED AND WHO APPROVED IT.
008518*    THE KEY IS CUSTOMER, TRANSACTION DATE AND SEQUENCE, SO THE
008519*    RESTORE UTILITY CAN MATCH IT TO THE AUDIT RECORD WRITTEN
008520*    FOR THE SAME CHANGE.  A CLOSED ACCOUNT HAS NO AFTER IMAGE.
008521*----------------------------------------------------------------
008522 6800-WRITE-CHANGE-IMAGE.

008523     MOVE CUSTOMER-NO-TRANS         TO MIMG-CUSTOMER-NO
008524     STRING DATE-OF-PURCHASE-TRANS(7:4)
008525            DATE-OF-PURCHASE-TRANS(1:2)
008526            DATE-OF-PURCHASE-TRANS(4:2)
008527         DELIMITED BY SIZE INTO MIMG-TRANS-YYYYMMDD
008528     MOVE 1                         TO MIMG-SEQUENCE-NO
008529     MOVE TRANSACTION-TYPE-TRANS    TO MIMG-TRANS-TYPE
008530     MOVE WS-BUSINESS-DATE          TO MIMG-APPLIED-YYYYMMDD
008531     MOVE PMNT-SUBMITTED-BY         TO MIMG-SUBMITTED-BY
008532     MOVE PMNT-DECIDED-BY           TO MIMG-APPROVED-BY
008533     MOVE PMNT-KEY                  TO MIMG-PENDING-KEY
008534     MOVE WS-BEFORE-MASTER-IMAGE    TO MIMG-BEFORE-MASTER
008535     MOVE WS-BEFORE-ADDR-ON-FILE    TO MIMG-BEF-ADDR-ON-FILE
008536     MOVE WS-BEFORE-ADDRESS-IMAGE   TO MIMG-BEFORE-ADDRESS
008537     MOVE WS-BEFORE-REP-CODE        TO MIMG-BEF-REP-CODE

008538     IF TRANS-TYPE-CLOSE-ACCOUNT
008539         MOVE SPACES TO MIMG-AFTER-MASTER
008540                        MIMG-AFTER-ADDRESS
008541         MOVE "N"    TO MIMG-AFT-ADDR-ON-FILE
008542         MOVE SPACES TO MIMG-AFT-REP-CODE
008543     ELSE
008544         MOVE CUSTOMER-MASTER-RECORD TO MIMG-AFTER-MASTER
008545         MOVE CUSTOMER-NO-TRANS TO ADDR-CUSTOMER-NO
008546         READ CUSTOMER-ADDRESS-FILE
008547             INVALID KEY
008548                 MOVE "N"    TO MIMG-AFT-ADDR-ON-FILE
008549                 MOVE SPACES TO MIMG-AFTER-ADDRESS
008550             NOT INVALID KEY
008551                 MOVE "Y"    TO MIMG-AFT-ADDR-ON-FILE
008552                 MOVE CUSTOMER-ADDRESS-RECORD
008553                     TO MIMG-AFTER-ADDRESS
008554         END-READ
008555         MOVE CUSTOMER-NO-TRANS TO CREP-CUSTOMER-NO
008556         READ CUSTOMER-REP-FILE
008557             INVALID KEY
008558                 MOVE SPACES TO MIMG-AFT-REP-CODE
008559             NOT INVALID KEY
008560                 MOVE CREP-REP-CODE TO MIMG-AFT-REP-CODE
008561         END-READ
008562     END-IF

008563     MOVE "N" TO WS-IMAGE-WRITTEN
008564     PERFORM 6820-WRITE-IMAGE-RECORD THRU 6820-EXIT
008565         UNTIL IMAGE-WRITTEN OR MIMG-SEQUENCE-NO > 998

008566     IF IMAGE-WRITTEN
008567         ADD 1 TO CT-CHANGE-IMAGES-WRITTEN
008568     ELSE
008569         DISPLAY "Unable to write change image for "
008570             CUSTOMER-NO-TRANS "."
008571     END-IF.

008572 6800-EXIT.
008573     EXIT.

008574*----------------------------------------------------------------
008575*    6810-SAVE-BEFORE-IMAGE - KEEP THE MASTER RECORD JUST READ
008576*    AND THE CUSTOMER'S ADDRESS RECORD (IF ANY) AS THEY STOOD
008577*    BEFORE A RELEASED MAINTENANCE ITEM IS APPLIED.
008578*----------------------------------------------------------------
008579 6810-SAVE-BEFORE-IMAGE.

008580     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-MASTER-IMAGE
008581     MOVE CUSTOMER-NO-TRANS      TO ADDR-CUSTOMER-NO
008582     READ CUSTOMER-ADDRESS-FILE
008583         INVALID KEY
008584             MOVE "N"    TO WS-BEFORE-ADDR-ON-FILE
008585             MOVE SPACES TO WS-BEFORE-ADDRESS-IMAGE
008586         NOT INVALID KEY
008587             MOVE "Y"    TO WS-BEFORE-ADDR-ON-FILE
008588             MOVE CUSTOMER-ADDRESS-RECORD
008589                 TO WS-BEFORE-ADDRESS-IMAGE
008590     END-READ
008591     MOVE CUSTOMER-NO-TRANS      TO CREP-CUSTOMER-NO
008592     READ CUSTOMER-REP-FILE
008593         INVALID KEY
008594             MOVE SPACES        TO WS-BEFORE-REP-CODE
008595         NOT INVALID KEY
008596             MOVE CREP-REP-CODE TO WS-BEFORE-REP-CODE
008597     END-READ.

008598 6810-EXIT.
008599     EXIT.

008600*----------------------------------------------------------------
008601*    6820-WRITE-IMAGE-RECORD - TRY ONE WRITE OF THE CHANGE IMAGE,
008602*    STEPPING THE SEQUENCE NUMBER ON A DUPLICATE KEY.
008603*----------------------------------------------------------------
008604 6820-WRITE-IMAGE-RECORD.

008605     WRITE MAINT-IMAGE-RECORD
008606         INVALID KEY
008607             ADD 1 TO MIMG-SEQUENCE-NO
008608         NOT INVALID KEY
008609             MOVE "Y" TO WS-IMAGE-WRITTEN
008610     END-WRITE.

008611 6820-EXIT.
008612     EXIT.

008613*----------------------------------------------------------------
008614*    6900-WRITE-HISTORY-RECORD - COPY THE AUDIT RECORD JUST
008615*    WRITTEN TO THE ACTIVITY-HISTORY FILE UNDER THE CUSTOMER AND
008616*    THE BUSINESS DATE BEING POSTED.  THE SEQUENCE CARRIES ON
008617*    FROM THE LAST ONE THIS RUN GAVE THE SAME CUSTOMER, AND IS
008618*    STEPPED PAST ANY KEY ALREADY ON FILE (A RERUN OF THE SAME
008619*    BUSINESS DATE).
008620*----------------------------------------------------------------
008621 6900-WRITE-HISTORY-RECORD.

008622     MOVE AUD-CUSTOMER-NO      TO HIST-CUSTOMER-NO
008623     MOVE WS-BUSINESS-DATE     TO HIST-POSTING-YYYYMMDD
008624     IF AUD-CUSTOMER-NO = WS-HIST-LAST-CUSTOMER
008625         COMPUTE HIST-SEQUENCE-NO = WS-HIST-LAST-SEQUENCE + 1
008626     ELSE
008627         MOVE 1 TO HIST-SEQUENCE-NO
008628     END-IF
008629     MOVE AUDIT-TRAIL-RECORD   TO HIST-AUDIT-DATA

008630     MOVE "N" TO WS-HISTORY-WRITTEN
008631     PERFORM 6910-WRITE-HISTORY-TRY THRU 6910-EXIT
008632         UNTIL HISTORY-WRITTEN OR HIST-SEQUENCE-NO > 99998

008633     IF HISTORY-WRITTEN
008634         ADD 1 TO CT-HISTORY-WRITTEN
008635         MOVE HIST-CUSTOMER-NO TO WS-HIST-LAST-CUSTOMER
008636         MOVE HIST-SEQUENCE-NO TO WS-HIST-LAST-SEQUENCE
008637     ELSE
008638         DISPLAY "Unable to write activity history for "
008639             AUD-CUSTOMER-NO "."
008640     END-IF.

008641 6900-EXIT.
008642     EXIT.

008643*----------------------------------------------------------------
008644*    6910-WRITE-HISTORY-TRY - TRY ONE WRITE OF THE HISTORY RECORD,
008645*    STEPPING THE SEQUENCE NUMBER ON A DUPLICATE KEY.
008646*----------------------------------------------------------------
008647 6910-WRITE-HISTORY-TRY.

008648     WRITE ACTIVITY-HISTORY-RECORD
008649         INVALID KEY
008650             ADD 1 TO HIST-SEQUENCE-NO
008651         NOT INVALID KEY
008652             MOVE "Y" TO WS-HISTORY-WRITTEN
008653     END-WRITE.

008654 6910-EXIT.
008655     EXIT.

008656 END PROGRAM PROGRAM1.
