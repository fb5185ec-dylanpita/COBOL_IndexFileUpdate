000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM18 AS "IndexedFile.Program18".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  BAD-DEBT WRITE-OFF.  TWO
000120*                     MODES.  "R" PRINTS A REVIEW LIST OF EVERY
000130*                     ACCOUNT STILL OWING MONEY WHOSE DUNNING
000140*                     LEVEL AND OLDEST OPEN ITEM HAVE BOTH PASSED
000150*                     THE THRESHOLDS ON THE WRITE-OFF PARAMETER
000160*                     FILE.  "P" POSTS THE WRITE-OFFS NAMED ON A
000170*                     HAND-KEYED APPROVAL FILE, ONE ACCOUNT PER
000180*                     RECORD WITH THE BALANCE APPROVED AND THE
000190*                     APPROVER.  A POSTED WRITE-OFF ZEROES THE
000200*                     MASTER BALANCE UNDER AUDITED TRANSACTION
000210*                     TYPE "W", CLOSES OUT EVERY OPEN ITEM, PUTS
000220*                     THE ACCOUNT ON THE CREDIT-HOLD FILE SO THE
000230*                     POSTING RUN REFUSES FURTHER PURCHASES, AND
000240*                     WRITES A PLACEMENT RECORD FOR THE OUTSIDE
000250*                     COLLECTION AGENCY.  AN APPROVAL IS REFUSED
000260*                     WHEN THE ACCOUNT NO LONGER QUALIFIES OR ITS
000270*                     BALANCE HAS MOVED SINCE THE REVIEW.
000280*    10/15/2026 DP    PICKED UP THE OPEN-ITEM INVOICE NUMBER AND
000290*                     ITS ALTERNATE KEY.
000300*    10/15/2026 DP    EACH WRITE-OFF AUDIT RECORD IS ALSO WRITTEN
000310*                     TO THE KEYED ACTIVITY-HISTORY FILE UNDER THE
000320*                     ACCOUNT AND THE RUN DATE.
000330*    10/15/2026 DP    AN OPEN ITEM WITH A DISPUTE STILL OPEN ON
000340*                     THE DISPUTE FILE IS LEFT OUT OF THE AGE
000350*                     TEST, AND AN ACCOUNT CARRYING ONE IS HELD
000360*                     OFF THE REVIEW LIST AND REFUSED AT POSTING
000370*                     UNTIL THE DISPUTE IS RESOLVED.
000380*    -----------------------------------------------------------
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT WRITEOFF-PARM-FILE
000440         ASSIGN TO "C:\a\exercise10\wrtoprm.txt"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-FILE-STATUS.
000470
000480     SELECT CUSTOMER-MASTER
000490         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CUSTOMER-NO-MASTER
000530         FILE STATUS IS WS-MASTER-FILE-STATUS.
000540
000550     SELECT OPEN-ITEM-FILE
000560         ASSIGN TO "C:\a\exercise10\openitem.txt"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS OITM-KEY
000600         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
000630
000640     SELECT DUNNING-HISTORY
000650         ASSIGN TO "C:\a\exercise10\dunnhist.txt"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DUNN-CUSTOMER-NO
000690         FILE STATUS IS WS-DUNN-FILE-STATUS.
000700
000710     SELECT CUSTOMER-ADDRESS-FILE
000720         ASSIGN TO "C:\a\exercise10\custaddr.txt"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS ADDR-CUSTOMER-NO
000760         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000770
000780     SELECT CREDIT-HOLD-FILE
000790         ASSIGN TO "C:\a\exercise10\credhold.txt"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS HOLD-CUSTOMER-NO
000830         FILE STATUS IS WS-HOLD-FILE-STATUS.
000840
000850     SELECT AUDIT-TRAIL
000860         ASSIGN TO "C:\a\exercise10\audittrl.txt"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000890
000900     SELECT WRITEOFF-APPROVAL-FILE
000910         ASSIGN TO "C:\a\exercise10\wrtoapr.txt"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-APPROVAL-FILE-STATUS.
000940
000950     SELECT AGENCY-PLACEMENT-FILE
000960         ASSIGN TO "C:\a\exercise10\agyplace.txt"
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980
000990     SELECT WRITEOFF-REPORT
001000         ASSIGN TO "C:\a\exercise10\wrtorpt.txt"
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020
001030     SELECT PERIOD-CONTROL-FILE
001040         ASSIGN TO "C:\a\exercise10\perdctl.txt"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS PCTL-PERIOD
001080         FILE STATUS IS WS-PERIOD-FILE-STATUS.
001090
001100     SELECT ACTIVITY-HISTORY-FILE
001110         ASSIGN TO "C:\a\exercise10\acthist.txt"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS HIST-KEY
001150         FILE STATUS IS WS-HISTORY-FILE-STATUS.
001160
001170     SELECT DISPUTE-FILE
001180         ASSIGN TO "C:\a\exercise10\dispute.txt"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS DSP-KEY
001220         FILE STATUS IS WS-DISPUTE-FILE-STATUS.
001230
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  WRITEOFF-PARM-FILE.
001270 01  WRITEOFF-PARM-RECORD.
001280     05  WOP-MIN-DUNN-LEVEL           PICTURE X(1).
001290     05  WOP-MIN-DUNN-LEVEL-N REDEFINES WOP-MIN-DUNN-LEVEL
001300                                      PICTURE 9(1).
001310     05  WOP-MIN-AGE-DAYS             PICTURE X(3).
001320     05  WOP-MIN-AGE-DAYS-N REDEFINES WOP-MIN-AGE-DAYS
001330                                      PICTURE 9(3).
001340
001350 FD  CUSTOMER-MASTER.
001360 01  CUSTOMER-MASTER-RECORD.
001370     05  CUSTOMER-NO-MASTER           PICTURE X(5).
001380     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
001390     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
001400     05  AMT-OWED-MASTER              PICTURE S9(5)V99
001410                                      SIGN LEADING SEPARATE.
001420     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.
001430
001440 FD  OPEN-ITEM-FILE.
001450 01  OPEN-ITEM-RECORD.
001460     05  OITM-KEY.
001470         10  OITM-CUSTOMER-NO          PICTURE X(5).
001480         10  OITM-PURCHASE-YYYYMMDD    PICTURE 9(8).
001490         10  OITM-SEQUENCE-NO          PICTURE 9(3).
001500     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
001510     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
001520     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
001530     05  OITM-INVOICE-NO               PICTURE X(10).
001540
001550 FD  DUNNING-HISTORY.
001560 01  DUNNING-HISTORY-RECORD.
001570     05  DUNN-CUSTOMER-NO              PICTURE X(5).
001580     05  DUNN-LAST-LEVEL               PICTURE 9(1).
001590     05  DUNN-LAST-SENT-YYYYMMDD       PICTURE 9(8).
001600     05  DUNN-NOTICE-COUNT             PICTURE 9(3).
001610
001620 FD  CUSTOMER-ADDRESS-FILE.
001630 01  CUSTOMER-ADDRESS-RECORD.
001640     05  ADDR-CUSTOMER-NO              PICTURE X(5).
001650     05  ADDR-DETAIL-DATA.
001660         10  ADDR-LINE-1               PICTURE X(30).
001670         10  ADDR-LINE-2               PICTURE X(30).
001680         10  ADDR-CITY                 PICTURE X(20).
001690         10  ADDR-STATE                PICTURE X(2).
001700         10  ADDR-ZIP                  PICTURE X(10).
001710         10  ADDR-PHONE                PICTURE X(12).
001720
001730 FD  CREDIT-HOLD-FILE.
001740 01  CREDIT-HOLD-RECORD.
001750     05  HOLD-CUSTOMER-NO              PICTURE X(5).
001760     05  HOLD-REASON-CODE              PICTURE X(2).
001770         88  HOLD-WRITTEN-OFF              VALUE "WO".
001780     05  HOLD-PLACED-YYYYMMDD          PICTURE 9(8).
001790     05  HOLD-WRITTEN-OFF-AMT          PICTURE 9(5)V99.
001800     05  HOLD-RECOVERED-AMT            PICTURE 9(5)V99.
001810
001820 FD  AUDIT-TRAIL.
001830 01  AUDIT-TRAIL-RECORD.
001840     05  AUD-CUSTOMER-NO               PICTURE X(5).
001850     05  AUD-TRANS-TYPE                PICTURE X(1).
001860     05  AUD-TRANS-AMOUNT              PICTURE 9(5)V99.
001870     05  AUD-TRANS-DATE                PICTURE 99/99/9999.
001880     05  AUD-PRIOR-AMT-OWED            PICTURE S9(5)V99
001890                                       SIGN LEADING SEPARATE.
001900     05  AUD-NEW-AMT-OWED              PICTURE S9(5)V99
001910                                       SIGN LEADING SEPARATE.
001920     05  AUD-PRIOR-DATE-OF-PURCHASE    PICTURE 99/99/9999.
001930     05  AUD-NEW-DATE-OF-PURCHASE      PICTURE 99/99/9999.
001940     05  AUD-ACTION-CODE               PICTURE X(1).
001950
001960 FD  WRITEOFF-APPROVAL-FILE.
001970 01  WRITEOFF-APPROVAL-RECORD.
001980     05  APR-CUSTOMER-NO               PICTURE X(5).
001990     05  APR-APPROVED-AMOUNT           PICTURE X(7).
002000     05  APR-APPROVED-AMOUNT-N REDEFINES APR-APPROVED-AMOUNT
002010                                       PICTURE 9(5)V99.
002020     05  APR-APPROVED-BY               PICTURE X(8).
002030
002040 FD  AGENCY-PLACEMENT-FILE.
002050 01  AGENCY-PLACEMENT-RECORD.
002060     05  AGY-CUSTOMER-NO               PICTURE X(5).
002070     05  AGY-CUSTOMER-NAME             PICTURE X(20).
002080     05  AGY-ADDRESS-DATA.
002090         10  AGY-ADDR-LINE-1           PICTURE X(30).
002100         10  AGY-ADDR-LINE-2           PICTURE X(30).
002110         10  AGY-CITY                  PICTURE X(20).
002120         10  AGY-STATE                 PICTURE X(2).
002130         10  AGY-ZIP                   PICTURE X(10).
002140         10  AGY-PHONE                 PICTURE X(12).
002150     05  AGY-AMOUNT-PLACED             PICTURE 9(5)V99.
002160     05  AGY-PLACED-YYYYMMDD           PICTURE 9(8).
002170
002180 FD  WRITEOFF-REPORT.
002190 01  WRITEOFF-REPORT-RECORD           PICTURE X(80).
002200
002210 FD  PERIOD-CONTROL-FILE.
002220 01  PERIOD-CONTROL-RECORD.
002230     05  PCTL-PERIOD                   PICTURE 9(6).
002240     05  PCTL-STATUS                   PICTURE X(1).
002250         88  PCTL-PERIOD-CLOSED            VALUE "C".
002260     05  PCTL-CLOSED-YYYYMMDD          PICTURE 9(8).
002270     05  PCTL-OPENING-AR               PICTURE S9(9)V99
002280                                       SIGN LEADING SEPARATE.
002290     05  PCTL-CLOSING-AR               PICTURE S9(9)V99
002300                                       SIGN LEADING SEPARATE.
002310
002320 FD  ACTIVITY-HISTORY-FILE.
002330 01  ACTIVITY-HISTORY-RECORD.
002340     05  HIST-KEY.
002350         10  HIST-CUSTOMER-NO          PICTURE X(5).
002360         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
002370         10  HIST-SEQUENCE-NO          PICTURE 9(5).
002380     05  HIST-AUDIT-DATA.
002390         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
002400         10  HIST-TRANS-TYPE           PICTURE X(1).
002410         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
002420         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
002430         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
002440                                       SIGN LEADING SEPARATE.
002450         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
002460                                       SIGN LEADING SEPARATE.
002470         10  HIST-PRIOR-DATE-OF-PURCHASE
002480                                       PICTURE 99/99/9999.
002490         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
002500         10  HIST-ACTION-CODE          PICTURE X(1).
002510
002520 FD  DISPUTE-FILE.
002530 01  DISPUTE-RECORD.
002540     05  DSP-KEY.
002550         10  DSP-CUSTOMER-NO           PICTURE X(5).
002560         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
002570         10  DSP-SEQUENCE-NO           PICTURE 9(3).
002580     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
002590     05  DSP-REASON-CODE               PICTURE X(2).
002600     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
002610     05  DSP-STATUS                    PICTURE X(1).
002620         88  DSP-STATUS-OPEN               VALUE "O".
002630         88  DSP-STATUS-RELEASED           VALUE "R".
002640         88  DSP-STATUS-CREDITED           VALUE "C".
002650     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
002660     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
002670     05  DSP-INVOICE-NO                PICTURE X(10).
002680
002690 WORKING-STORAGE SECTION.
002700 01  WS-SWITCHES.
002710     05  WS-MASTER-EOF                PICTURE X(1) VALUE "N".
002720         88  MASTER-EOF                   VALUE "Y".
002730     05  WS-APPROVAL-EOF              PICTURE X(1) VALUE "N".
002740         88  APPROVAL-EOF                 VALUE "Y".
002750     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
002760         88  OPEN-ITEM-EOF                VALUE "Y".
002770     05  WS-PERIOD-EOF                PICTURE X(1) VALUE "N".
002780         88  PERIOD-EOF                   VALUE "Y".
002790     05  WS-MODE-VALID                PICTURE X(1) VALUE "N".
002800         88  MODE-VALID                   VALUE "Y".
002810     05  WS-QUALIFY-RESULT            PICTURE X(1) VALUE "N".
002820         88  ACCOUNT-QUALIFIES            VALUE "Y".
002830         88  ACCOUNT-ON-HOLD              VALUE "H".
002840         88  ACCOUNT-NOT-QUALIFIED        VALUE "N".
002850         88  ACCOUNT-IN-DISPUTE           VALUE "D".
002860     05  WS-ADDRESS-FOUND             PICTURE X(1) VALUE "N".
002870         88  ADDRESS-FOUND                VALUE "Y".
002880     05  WS-PARM-FILE-STATUS          PICTURE X(2) VALUE SPACES.
002890     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002900     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
002910     05  WS-DUNN-FILE-STATUS          PICTURE X(2) VALUE SPACES.
002920     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
002930     05  WS-HOLD-FILE-STATUS          PICTURE X(2) VALUE SPACES.
002940     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
002950     05  WS-APPROVAL-FILE-STATUS      PICTURE X(2) VALUE SPACES.
002960     05  WS-PERIOD-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002970     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
002980     05  WS-HISTORY-WRITTEN           PICTURE X(1) VALUE "N".
002990         88  HISTORY-WRITTEN              VALUE "Y".
003000     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
003010     05  WS-ITEM-DISPUTED             PICTURE X(1) VALUE "N".
003020         88  ITEM-IN-DISPUTE              VALUE "Y".
003030
003040 01  WS-OPERATOR-CONTROLS.
003050     05  WS-RUN-MODE                   PICTURE X(1).
003060         88  MODE-REVIEW                   VALUES "R" "r".
003070         88  MODE-POST                     VALUES "P" "p".
003080
003090 01  WS-WRITEOFF-CONTROLS.
003100     05  WS-MIN-DUNN-LEVEL             PICTURE 9(1) VALUE 0.
003110     05  WS-MIN-AGE-DAYS               PICTURE 9(3) VALUE 0.
003120     05  WS-RUN-DATE                   PICTURE 9(8).
003130     05  WS-RUN-DAY-COUNT              PICTURE 9(7) VALUE 0.
003140     05  WS-RUN-PERIOD                 PICTURE 9(6) VALUE 0.
003150     05  WS-LAST-CLOSED-PERIOD         PICTURE 9(6) VALUE 0.
003160     05  WS-WRITEOFF-DATE-MMDDYYYY     PICTURE 9(8) VALUE 0.
003170     05  WS-PRIOR-AMT-OWED             PICTURE S9(5)V99 VALUE 0.
003180     05  WS-ITEM-AGE-DAYS              PICTURE S9(7) COMP.
003190     05  WS-OLDEST-AGE-DAYS            PICTURE S9(7) COMP.
003200     05  WS-OVER-90-AMT                PICTURE 9(7)V99 VALUE 0.
003210     05  WS-OPEN-ITEM-TOTAL            PICTURE 9(7)V99 VALUE 0.
003220     05  WS-ITEMS-CLOSED               PICTURE 9(5) COMP VALUE 0.
003230     05  WS-ITEMS-DISPUTED             PICTURE 9(5) COMP VALUE 0.
003240     05  WS-ACTION-TEXT                PICTURE X(30).
003250
003260 01  WS-DATE-CONVERSION.
003270     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
003280     05  FILLER REDEFINES WS-CONV-YYYYMMDD.
003290         10  WS-CONV-YEAR              PICTURE 9(4).
003300         10  WS-CONV-MONTH             PICTURE 9(2).
003310         10  WS-CONV-DAY               PICTURE 9(2).
003320     05  WS-CONV-DAY-COUNT             PICTURE 9(7) VALUE 0.
003330     05  WS-CONV-PRIOR-YEAR            PICTURE 9(4) VALUE 0.
003340     05  WS-CONV-LEAPS-4               PICTURE 9(4) VALUE 0.
003350     05  WS-CONV-LEAPS-100             PICTURE 9(4) VALUE 0.
003360     05  WS-CONV-LEAPS-400             PICTURE 9(4) VALUE 0.
003370     05  WS-CONV-QUOTIENT              PICTURE 9(4) VALUE 0.
003380     05  WS-CONV-REM-4                 PICTURE 9(4) VALUE 0.
003390     05  WS-CONV-REM-100               PICTURE 9(4) VALUE 0.
003400     05  WS-CONV-REM-400               PICTURE 9(4) VALUE 0.
003410
003420 01  WS-DAYS-BEFORE-MONTH-VALUES.
003430     05  FILLER                        PICTURE X(18) VALUE
003440         "000031059090120151".
003450     05  FILLER                        PICTURE X(18) VALUE
003460         "181212243273304334".
003470 01  FILLER REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
003480     05  WS-DAYS-BEFORE-MONTH          PICTURE 9(3)
003490         OCCURS 12 TIMES.
003500
003510 01  WS-CONTROL-TOTALS.
003520     05  CT-MASTERS-READ              PICTURE 9(7) COMP VALUE 0.
003530     05  CT-ACCOUNTS-LISTED           PICTURE 9(7) COMP VALUE 0.
003540     05  CT-LISTED-AMT                PICTURE 9(9)V99 VALUE 0.
003550     05  CT-APPROVALS-READ            PICTURE 9(7) COMP VALUE 0.
003560     05  CT-WRITEOFFS-POSTED          PICTURE 9(7) COMP VALUE 0.
003570     05  CT-WRITEOFF-AMT              PICTURE 9(9)V99 VALUE 0.
003580     05  CT-APPROVALS-REFUSED         PICTURE 9(7) COMP VALUE 0.
003590     05  CT-ITEMS-CLOSED              PICTURE 9(7) COMP VALUE 0.
003600     05  CT-HELD-IN-DISPUTE           PICTURE 9(7) COMP VALUE 0.
003610     05  CT-PLACED-NO-ADDRESS         PICTURE 9(7) COMP VALUE 0.
003620     05  CT-HISTORY-WRITTEN           PICTURE 9(7) COMP VALUE 0.
003630
003640 01  RPT-HEADING-1.
003650     05  RH1-TITLE                     PICTURE X(36).
003660     05  FILLER                        PICTURE X(10) VALUE
003670         "  AS OF: ".
003680     05  RH1-RUN-DATE                  PICTURE 9(8).
003690     05  FILLER                        PICTURE X(26) VALUE SPACES.
003700
003710 01  RPT-HEADING-2.
003720     05  FILLER                        PICTURE X(6) VALUE
003730         "MIN LV".
003740     05  RH2-MIN-DUNN-LEVEL            PICTURE Z9.
003750     05  FILLER                        PICTURE X(12) VALUE
003760         "   MIN AGE  ".
003770     05  RH2-MIN-AGE-DAYS              PICTURE ZZ9.
003780     05  FILLER                        PICTURE X(57) VALUE SPACES.
003790
003800 01  RPT-COLUMN-HEADING.
003810     05  FILLER                        PICTURE X(40) VALUE
003820         "CUST  NAME                    BALANCE   ".
003830     05  FILLER                        PICTURE X(40) VALUE
003840         "AGE    OVER-90 LV LAST-NTC ADR          ".
003850
003860 01  RPT-REVIEW-LINE.
003870     05  RRL-CUSTOMER-NO               PICTURE X(5).
003880     05  FILLER                        PICTURE X(1) VALUE SPACES.
003890     05  RRL-CUSTOMER-NAME             PICTURE X(20).
003900     05  FILLER                        PICTURE X(1) VALUE SPACES.
003910     05  RRL-BALANCE                   PICTURE ZZ,ZZ9.99-.
003920     05  FILLER                        PICTURE X(1) VALUE SPACES.
003930     05  RRL-AGE-DAYS                  PICTURE ZZZZ9.
003940     05  FILLER                        PICTURE X(1) VALUE SPACES.
003950     05  RRL-OVER-90                   PICTURE ZZZ,ZZ9.99.
003960     05  FILLER                        PICTURE X(1) VALUE SPACES.
003970     05  RRL-DUNN-LEVEL                PICTURE 9.
003980     05  FILLER                        PICTURE X(2) VALUE SPACES.
003990     05  RRL-LAST-NOTICE               PICTURE 9(8).
004000     05  FILLER                        PICTURE X(1) VALUE SPACES.
004010     05  RRL-ADDRESS-FLAG              PICTURE X(3).
004020     05  FILLER                        PICTURE X(10) VALUE SPACES.
004030
004040 01  RPT-ACTION-LINE.
004050     05  RAL-CUSTOMER-NO               PICTURE X(5).
004060     05  FILLER                        PICTURE X(1) VALUE SPACES.
004070     05  RAL-CUSTOMER-NAME             PICTURE X(20).
004080     05  FILLER                        PICTURE X(1) VALUE SPACES.
004090     05  RAL-AMOUNT                    PICTURE ZZ,ZZ9.99-.
004100     05  FILLER                        PICTURE X(2) VALUE SPACES.
004110     05  RAL-ACTION-TEXT               PICTURE X(30).
004120     05  FILLER                        PICTURE X(1) VALUE SPACES.
004130     05  RAL-APPROVED-BY               PICTURE X(8).
004140     05  FILLER                        PICTURE X(2) VALUE SPACES.
004150
004160 01  RPT-TOTAL-LINE.
004170     05  RTL-LABEL                     PICTURE X(33).
004180     05  RTL-COUNT                     PICTURE ZZZ,ZZ9.
004190     05  FILLER                        PICTURE X(2) VALUE SPACES.
004200     05  RTL-AMOUNT                    PICTURE ZZZ,ZZZ,ZZ9.99.
004210     05  FILLER                        PICTURE X(24) VALUE SPACES.
004220
004230 PROCEDURE DIVISION.
004240*----------------------------------------------------------------
004250*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
004260*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
004270*----------------------------------------------------------------
004280 0000-MAINLINE.
004290
004300     PERFORM 1000-READ-PARAMETER-FILE THRU 1000-EXIT
004310
004320     PERFORM 1100-GET-RUN-MODE THRU 1100-EXIT
004330
004340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004350     MOVE WS-RUN-DATE TO WS-CONV-YYYYMMDD
004360     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
004370     MOVE WS-CONV-DAY-COUNT TO WS-RUN-DAY-COUNT
004380     STRING WS-RUN-DATE (5:2) WS-RUN-DATE (7:2)
004390            WS-RUN-DATE (1:4)
004400         DELIMITED BY SIZE INTO WS-WRITEOFF-DATE-MMDDYYYY
004410
004420     IF MODE-POST
004430         PERFORM 1200-CHECK-CLOSED-PERIOD THRU 1200-EXIT
004440     END-IF
004450
004460     PERFORM 1300-OPEN-FILES THRU 1300-EXIT
004470
004480     OPEN OUTPUT WRITEOFF-REPORT
004490     IF MODE-REVIEW
004500         MOVE "BAD-DEBT WRITE-OFF REVIEW LIST" TO RH1-TITLE
004510     ELSE
004520         MOVE "BAD-DEBT WRITE-OFF REGISTER" TO RH1-TITLE
004530     END-IF
004540     MOVE WS-RUN-DATE       TO RH1-RUN-DATE
004550     WRITE WRITEOFF-REPORT-RECORD FROM RPT-HEADING-1
004560     MOVE WS-MIN-DUNN-LEVEL TO RH2-MIN-DUNN-LEVEL
004570     MOVE WS-MIN-AGE-DAYS   TO RH2-MIN-AGE-DAYS
004580     WRITE WRITEOFF-REPORT-RECORD FROM RPT-HEADING-2
004590     MOVE SPACES TO WRITEOFF-REPORT-RECORD
004600     WRITE WRITEOFF-REPORT-RECORD
004610
004620     IF MODE-REVIEW
004630         PERFORM 2000-REVIEW-RUN THRU 2000-EXIT
004640     ELSE
004650         PERFORM 4000-POST-RUN THRU 4000-EXIT
004660     END-IF
004670
004680     CLOSE CUSTOMER-MASTER
004690           OPEN-ITEM-FILE
004700           DUNNING-HISTORY
004710           CUSTOMER-ADDRESS-FILE
004720           CREDIT-HOLD-FILE
004730           WRITEOFF-REPORT
004740     IF WS-DISPUTE-FILE-STATUS = "00"
004750         CLOSE DISPUTE-FILE
004760     END-IF
004770
004780     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
004790
004800     STOP RUN.
004810
004820*----------------------------------------------------------------
004830*    1000-READ-PARAMETER-FILE - PICK UP THE DUNNING LEVEL AND
004840*    OLDEST-ITEM AGE AN ACCOUNT MUST HAVE REACHED BEFORE IT CAN
004850*    BE WRITTEN OFF.  THE RUN REFUSES TO SELECT ANYTHING WITHOUT
004860*    A PLAUSIBLE PARAMETER RECORD, SO A MISSING OR GARBLED FILE
004870*    CANNOT PUT EVERY ACCOUNT ON THE LIST.
004880*----------------------------------------------------------------
004890 1000-READ-PARAMETER-FILE.
004900
004910     OPEN INPUT WRITEOFF-PARM-FILE
004920     IF WS-PARM-FILE-STATUS NOT = "00"
004930         DISPLAY "Unable to open write-off parameter file - "
004940             "status " WS-PARM-FILE-STATUS
004950         STOP RUN
004960     END-IF
004970
004980     READ WRITEOFF-PARM-FILE
004990         AT END
005000             DISPLAY "Write-off parameter file is empty."
005010             CLOSE WRITEOFF-PARM-FILE
005020             STOP RUN
005030     END-READ
005040
005050     IF WOP-MIN-DUNN-LEVEL IS NOT NUMERIC
005060        OR WOP-MIN-AGE-DAYS IS NOT NUMERIC
005070         DISPLAY "Write-off parameters are not numeric: "
005080             WOP-MIN-DUNN-LEVEL " " WOP-MIN-AGE-DAYS
005090         CLOSE WRITEOFF-PARM-FILE
005100         STOP RUN
005110     END-IF
005120
005130     MOVE WOP-MIN-DUNN-LEVEL-N TO WS-MIN-DUNN-LEVEL
005140     MOVE WOP-MIN-AGE-DAYS-N   TO WS-MIN-AGE-DAYS
005150     CLOSE WRITEOFF-PARM-FILE
005160
005170     IF WS-MIN-DUNN-LEVEL = ZERO OR WS-MIN-AGE-DAYS = ZERO
005180         DISPLAY "Write-off thresholds must both be above zero."
005190         STOP RUN
005200     END-IF.
005210
005220 1000-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260*    1100-GET-RUN-MODE - ASK WHETHER TO PRINT THE REVIEW LIST OR
005270*    POST THE APPROVED WRITE-OFFS.  AN UNRECOGNIZED REPLY IS
005280*    RE-PROMPTED.
005290*----------------------------------------------------------------
005300 1100-GET-RUN-MODE.
005310
005320     PERFORM 1110-PROMPT-FOR-MODE THRU 1110-EXIT
005330         UNTIL MODE-VALID.
005340
005350 1100-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390*    1110-PROMPT-FOR-MODE - ASK FOR AND EDIT ONE MODE REPLY.
005400*----------------------------------------------------------------
005410 1110-PROMPT-FOR-MODE.
005420
005430     DISPLAY "Enter run mode - R=review list, P=post approved"
005440         " write-offs:"
005450     ACCEPT WS-RUN-MODE
005460
005470     IF MODE-REVIEW OR MODE-POST
005480         MOVE "Y" TO WS-MODE-VALID
005490     ELSE
005500         DISPLAY "Reply R or P."
005510     END-IF.
005520
005530 1110-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570*    1200-CHECK-CLOSED-PERIOD - FIND THE LATEST ACCOUNTING PERIOD
005580*    THE MONTH-END CLOSE HAS CLOSED AND REFUSE TO POST IF TODAY'S
005590*    WRITE-OFF DATE FALLS IN IT OR BEFORE IT.  NO PERIOD-CONTROL
005600*    FILE YET MEANS NO PERIOD HAS EVER BEEN CLOSED.
005610*----------------------------------------------------------------
005620 1200-CHECK-CLOSED-PERIOD.
005630
005640     MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
005650     OPEN INPUT PERIOD-CONTROL-FILE
005660     IF WS-PERIOD-FILE-STATUS NOT = "00"
005670         GO TO 1200-EXIT
005680     END-IF
005690
005700     PERFORM 1210-READ-ONE-PERIOD THRU 1210-EXIT
005710         UNTIL PERIOD-EOF
005720     CLOSE PERIOD-CONTROL-FILE
005730
005740     IF WS-RUN-PERIOD NOT > WS-LAST-CLOSED-PERIOD
005750         DISPLAY "Write-off date " WS-RUN-DATE " falls in closed"
005760             " accounting period " WS-LAST-CLOSED-PERIOD
005770         DISPLAY "Write-off posting refused."
005780         STOP RUN
005790     END-IF.
005800
005810 1200-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------------
005850*    1210-READ-ONE-PERIOD - KEEP THE HIGHEST CLOSED PERIOD SEEN.
005860*----------------------------------------------------------------
005870 1210-READ-ONE-PERIOD.
005880
005890     READ PERIOD-CONTROL-FILE NEXT RECORD
005900         AT END
005910             MOVE "Y" TO WS-PERIOD-EOF
005920             GO TO 1210-EXIT
005930     END-READ
005940
005950     IF PCTL-PERIOD-CLOSED
005960        AND PCTL-PERIOD > WS-LAST-CLOSED-PERIOD
005970         MOVE PCTL-PERIOD TO WS-LAST-CLOSED-PERIOD
005980     END-IF.
005990
006000 1210-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------
006040*    1300-OPEN-FILES - OPEN THE MASTER AND OPEN ITEMS (FOR UPDATE
006050*    WHEN POSTING), THE DUNNING HISTORY AND ADDRESS FILES FOR
006060*    LOOKUP, AND THE CREDIT-HOLD FILE, BOOTSTRAPPING IT THE FIRST
006070*    TIME IT DOES NOT YET EXIST.  WITHOUT DUNNING HISTORY NO
006080*    ACCOUNT CAN BE SHOWN TO HAVE REACHED FINAL DEMAND, SO THE
006090*    RUN ENDS.  WITHOUT A DISPUTE FILE NO ITEM IS TREATED AS
006100*    DISPUTED.
006110*----------------------------------------------------------------
006120 1300-OPEN-FILES.
006130
006140     IF MODE-POST
006150         OPEN I-O CUSTOMER-MASTER
006160         OPEN I-O OPEN-ITEM-FILE
006170     ELSE
006180         OPEN INPUT CUSTOMER-MASTER
006190         OPEN INPUT OPEN-ITEM-FILE
006200     END-IF
006210     IF WS-MASTER-FILE-STATUS NOT = "00"
006220         DISPLAY "Unable to open customer master - status "
006230             WS-MASTER-FILE-STATUS
006240         STOP RUN
006250     END-IF
006260
006270     OPEN INPUT DUNNING-HISTORY
006280     IF WS-DUNN-FILE-STATUS NOT = "00"
006290         DISPLAY "No dunning history on file - no account can"
006300             " qualify for write-off."
006310         CLOSE CUSTOMER-MASTER
006320               OPEN-ITEM-FILE
006330         STOP RUN
006340     END-IF
006350
006360     OPEN INPUT CUSTOMER-ADDRESS-FILE
006370     IF WS-ADDRESS-FILE-STATUS NOT = "00"
006380         DISPLAY "No customer address file - status "
006390             WS-ADDRESS-FILE-STATUS " - agency placements will"
006400             " carry no address."
006410     END-IF
006420
006430     OPEN I-O CREDIT-HOLD-FILE
006440     IF WS-HOLD-FILE-STATUS = "35"
006450         OPEN OUTPUT CREDIT-HOLD-FILE
006460         CLOSE CREDIT-HOLD-FILE
006470         OPEN I-O CREDIT-HOLD-FILE
006480     END-IF
006490
006500     OPEN INPUT DISPUTE-FILE
006510     IF WS-DISPUTE-FILE-STATUS NOT = "00"
006520         DISPLAY "No dispute file - no account held for an open"
006530             " dispute - status " WS-DISPUTE-FILE-STATUS
006540     END-IF.
006550
006560 1300-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600*    2000-REVIEW-RUN - WALK CUSTOMER-MASTER AND LIST EVERY
006610*    ACCOUNT THAT QUALIFIES FOR WRITE-OFF.  NOTHING IS POSTED.
006620*----------------------------------------------------------------
006630 2000-REVIEW-RUN.
006640
006650     WRITE WRITEOFF-REPORT-RECORD FROM RPT-COLUMN-HEADING
006660
006670     MOVE LOW-VALUES TO CUSTOMER-NO-MASTER
006680     START CUSTOMER-MASTER
006690         KEY IS NOT LESS THAN CUSTOMER-NO-MASTER
006700         INVALID KEY
006710             MOVE "Y" TO WS-MASTER-EOF
006720     END-START
006730
006740     PERFORM 2100-REVIEW-ONE-MASTER THRU 2100-EXIT
006750         UNTIL MASTER-EOF
006760
006770     MOVE SPACES TO WRITEOFF-REPORT-RECORD
006780     WRITE WRITEOFF-REPORT-RECORD
006790     MOVE "ACCOUNTS LISTED / BALANCE ...... " TO RTL-LABEL
006800     MOVE CT-ACCOUNTS-LISTED TO RTL-COUNT
006810     MOVE CT-LISTED-AMT      TO RTL-AMOUNT
006820     WRITE WRITEOFF-REPORT-RECORD FROM RPT-TOTAL-LINE.
006830
006840 2000-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880*    2100-REVIEW-ONE-MASTER - READ THE NEXT MASTER RECORD AND
006890*    PRINT IT ON THE REVIEW LIST IF IT QUALIFIES.
006900*----------------------------------------------------------------
006910 2100-REVIEW-ONE-MASTER.
006920
006930     READ CUSTOMER-MASTER NEXT RECORD
006940         AT END
006950             MOVE "Y" TO WS-MASTER-EOF
006960             GO TO 2100-EXIT
006970     END-READ
006980
006990     ADD 1 TO CT-MASTERS-READ
007000
007010     PERFORM 3000-CHECK-QUALIFIES THRU 3000-EXIT
007020     IF NOT ACCOUNT-QUALIFIES
007030         GO TO 2100-EXIT
007040     END-IF
007050
007060     PERFORM 7000-WRITE-REVIEW-LINE THRU 7000-EXIT
007070     ADD 1 TO CT-ACCOUNTS-LISTED
007080     ADD AMT-OWED-MASTER TO CT-LISTED-AMT.
007090
007100 2100-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140*    3000-CHECK-QUALIFIES - DECIDE WHETHER THE MASTER RECORD IN
007150*    HAND IS A WRITE-OFF CANDIDATE.  IT MUST STILL OWE MONEY, NOT
007160*    ALREADY BE ON CREDIT HOLD, HAVE REACHED THE PARAMETER
007170*    DUNNING LEVEL, AND HAVE AN OPEN ITEM AT LEAST THE PARAMETER
007180*    AGE.  AN ACCOUNT WITH A DISPUTE STILL OPEN ON ANY OF ITS
007190*    ITEMS IS HELD BACK UNTIL THE DISPUTE IS RESOLVED, SO NO
007200*    DISPUTED ITEM IS EVER CLOSED OUT BY A WRITE-OFF.  THE
007210*    DUNNING RECORD AND OPEN-ITEM AGES ARE LEFT IN PLACE FOR THE
007220*    REVIEW LINE.
007230*----------------------------------------------------------------
007240 3000-CHECK-QUALIFIES.
007250
007260     MOVE "N" TO WS-QUALIFY-RESULT
007270     MOVE ZERO TO DUNN-LAST-LEVEL
007280                  DUNN-LAST-SENT-YYYYMMDD
007290                  WS-OLDEST-AGE-DAYS
007300                  WS-ITEMS-DISPUTED
007310                  WS-OVER-90-AMT
007320                  WS-OPEN-ITEM-TOTAL
007330
007340     IF AMT-OWED-MASTER NOT > ZERO
007350         GO TO 3000-EXIT
007360     END-IF
007370
007380     MOVE CUSTOMER-NO-MASTER TO HOLD-CUSTOMER-NO
007390     READ CREDIT-HOLD-FILE
007400         INVALID KEY
007410             CONTINUE
007420         NOT INVALID KEY
007430             MOVE "H" TO WS-QUALIFY-RESULT
007440     END-READ
007450     IF ACCOUNT-ON-HOLD
007460         GO TO 3000-EXIT
007470     END-IF
007480
007490     MOVE CUSTOMER-NO-MASTER TO DUNN-CUSTOMER-NO
007500     READ DUNNING-HISTORY
007510         INVALID KEY
007520             MOVE ZERO TO DUNN-LAST-LEVEL
007530                          DUNN-LAST-SENT-YYYYMMDD
007540             GO TO 3000-EXIT
007550     END-READ
007560     IF DUNN-LAST-LEVEL < WS-MIN-DUNN-LEVEL
007570         GO TO 3000-EXIT
007580     END-IF
007590
007600     PERFORM 3100-SCAN-OPEN-ITEMS THRU 3100-EXIT
007610     IF WS-ITEMS-DISPUTED > ZERO
007620         MOVE "D" TO WS-QUALIFY-RESULT
007630         ADD 1 TO CT-HELD-IN-DISPUTE
007640         GO TO 3000-EXIT
007650     END-IF
007660     IF WS-OLDEST-AGE-DAYS < WS-MIN-AGE-DAYS
007670         GO TO 3000-EXIT
007680     END-IF
007690
007700     MOVE "Y" TO WS-QUALIFY-RESULT.
007710
007720 3000-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------------
007760*    3100-SCAN-OPEN-ITEMS - AGE THE CUSTOMER'S OPEN ITEMS AS OF
007770*    TODAY.  ITEMS COME BACK IN PURCHASE-DATE ORDER, SO THE
007780*    FIRST ONE STILL OPEN IS THE OLDEST.  ITEMS UNDER OPEN
007790*    DISPUTE ARE COUNTED BUT NOT AGED.
007800*----------------------------------------------------------------
007810 3100-SCAN-OPEN-ITEMS.
007820
007830     MOVE "N" TO WS-OPEN-ITEM-EOF
007840     MOVE CUSTOMER-NO-MASTER TO OITM-CUSTOMER-NO
007850     MOVE ZERO TO OITM-PURCHASE-YYYYMMDD
007860     MOVE ZERO TO OITM-SEQUENCE-NO
007870     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
007880         INVALID KEY
007890             MOVE "Y" TO WS-OPEN-ITEM-EOF
007900     END-START
007910
007920     PERFORM 3110-AGE-ONE-ITEM THRU 3110-EXIT
007930         UNTIL OPEN-ITEM-EOF.
007940
007950 3100-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------------
007990*    3110-AGE-ONE-ITEM - READ THE CUSTOMER'S NEXT OPEN ITEM AND
008000*    FOLD ITS AGE INTO THE OLDEST-AGE AND OVER-90 FIGURES.  AN
008010*    ITEM WITH A DISPUTE STILL OPEN IS ONLY COUNTED.
008020*----------------------------------------------------------------
008030 3110-AGE-ONE-ITEM.
008040
008050     READ OPEN-ITEM-FILE NEXT RECORD
008060         AT END
008070             MOVE "Y" TO WS-OPEN-ITEM-EOF
008080             GO TO 3110-EXIT
008090     END-READ
008100
008110     IF OITM-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
008120         MOVE "Y" TO WS-OPEN-ITEM-EOF
008130         GO TO 3110-EXIT
008140     END-IF
008150
008160     IF OITM-OPEN-AMOUNT = ZERO
008170         GO TO 3110-EXIT
008180     END-IF
008190
008200     PERFORM 3150-CHECK-ITEM-DISPUTE THRU 3150-EXIT
008210     IF ITEM-IN-DISPUTE
008220         ADD 1 TO WS-ITEMS-DISPUTED
008230         GO TO 3110-EXIT
008240     END-IF
008250
008260     MOVE OITM-PURCHASE-YYYYMMDD TO WS-CONV-YYYYMMDD
008270     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
008280     COMPUTE WS-ITEM-AGE-DAYS =
008290         WS-RUN-DAY-COUNT - WS-CONV-DAY-COUNT
008300
008310     IF WS-ITEM-AGE-DAYS > WS-OLDEST-AGE-DAYS
008320         MOVE WS-ITEM-AGE-DAYS TO WS-OLDEST-AGE-DAYS
008330     END-IF
008340     IF WS-ITEM-AGE-DAYS > 90
008350         ADD OITM-OPEN-AMOUNT TO WS-OVER-90-AMT
008360     END-IF
008370     ADD OITM-OPEN-AMOUNT TO WS-OPEN-ITEM-TOTAL.
008380
008390 3110-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------------
008430*    3150-CHECK-ITEM-DISPUTE - LOOK THE CURRENT OPEN ITEM UP ON
008440*    THE DISPUTE FILE.  AN ITEM WITH A DISPUTE STILL OPEN IS
008450*    FLAGGED AS DISPUTED.
008460*----------------------------------------------------------------
008470 3150-CHECK-ITEM-DISPUTE.
008480
008490     MOVE "N" TO WS-ITEM-DISPUTED
008500     IF WS-DISPUTE-FILE-STATUS = "00"
008510         MOVE OITM-KEY TO DSP-KEY
008520         READ DISPUTE-FILE
008530             INVALID KEY
008540                 CONTINUE
008550             NOT INVALID KEY
008560                 IF DSP-STATUS-OPEN
008570                     MOVE "Y" TO WS-ITEM-DISPUTED
008580                 END-IF
008590         END-READ
008600     END-IF.
008610
008620 3150-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------
008660*    4000-POST-RUN - READ THE APPROVAL FILE AND POST EACH
008670*    APPROVED WRITE-OFF.  THE AUDIT TRAIL OPENS FOR APPEND, THE
008680*    ACTIVITY HISTORY FOR I-O, AND THE PLACEMENT FILE IS
008690*    WRITTEN FRESH FOR THIS RUN'S BATCH.
008700*----------------------------------------------------------------
008710 4000-POST-RUN.
008720
008730     OPEN INPUT WRITEOFF-APPROVAL-FILE
008740     IF WS-APPROVAL-FILE-STATUS NOT = "00"
008750         DISPLAY "No write-off approval file - status "
008760             WS-APPROVAL-FILE-STATUS " - nothing posted."
008770         GO TO 4000-EXIT
008780     END-IF
008790
008800     OPEN EXTEND AUDIT-TRAIL
008810     IF WS-AUDIT-FILE-STATUS = "35"
008820         OPEN OUTPUT AUDIT-TRAIL
008830         CLOSE AUDIT-TRAIL
008840         OPEN EXTEND AUDIT-TRAIL
008850     END-IF
008860
008870     OPEN I-O ACTIVITY-HISTORY-FILE
008880     IF WS-HISTORY-FILE-STATUS = "35"
008890         OPEN OUTPUT ACTIVITY-HISTORY-FILE
008900         CLOSE ACTIVITY-HISTORY-FILE
008910         OPEN I-O ACTIVITY-HISTORY-FILE
008920     END-IF
008930
008940     OPEN OUTPUT AGENCY-PLACEMENT-FILE
008950
008960     PERFORM 4100-POST-ONE-APPROVAL THRU 4100-EXIT
008970         UNTIL APPROVAL-EOF
008980
008990     MOVE SPACES TO WRITEOFF-REPORT-RECORD
009000     WRITE WRITEOFF-REPORT-RECORD
009010     MOVE "WRITTEN OFF / AMOUNT ........... " TO RTL-LABEL
009020     MOVE CT-WRITEOFFS-POSTED TO RTL-COUNT
009030     MOVE CT-WRITEOFF-AMT     TO RTL-AMOUNT
009040     WRITE WRITEOFF-REPORT-RECORD FROM RPT-TOTAL-LINE
009050
009060     CLOSE WRITEOFF-APPROVAL-FILE
009070           AUDIT-TRAIL
009080           ACTIVITY-HISTORY-FILE
009090           AGENCY-PLACEMENT-FILE.
009100
009110 4000-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------------
009150*    4100-POST-ONE-APPROVAL - READ ONE APPROVAL AND, IF THE
009160*    ACCOUNT STILL QUALIFIES AT THE BALANCE APPROVED, WRITE IT
009170*    OFF - ZERO THE MASTER BALANCE, AUDIT IT AS TYPE "W", CLOSE
009180*    OUT THE OPEN ITEMS, PLACE THE CREDIT HOLD AND WRITE THE
009190*    AGENCY PLACEMENT.  A REFUSED APPROVAL IS PRINTED WITH ITS
009200*    REASON AND POSTS NOTHING.
009210*----------------------------------------------------------------
009220 4100-POST-ONE-APPROVAL.
009230
009240     READ WRITEOFF-APPROVAL-FILE
009250         AT END
009260             MOVE "Y" TO WS-APPROVAL-EOF
009270             GO TO 4100-EXIT
009280     END-READ
009290
009300     ADD 1 TO CT-APPROVALS-READ
009310     MOVE SPACES TO CUSTOMER-NAME-MASTER
009320     MOVE ZERO   TO AMT-OWED-MASTER
009330
009340     IF APR-APPROVED-AMOUNT IS NOT NUMERIC
009350         MOVE "REFUSED - AMOUNT NOT NUMERIC" TO WS-ACTION-TEXT
009360         PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
009370         ADD 1 TO CT-APPROVALS-REFUSED
009380         GO TO 4100-EXIT
009390     END-IF
009400
009410     IF APR-APPROVED-BY = SPACES
009420         MOVE "REFUSED - NO APPROVER GIVEN" TO WS-ACTION-TEXT
009430         PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
009440         ADD 1 TO CT-APPROVALS-REFUSED
009450         GO TO 4100-EXIT
009460     END-IF
009470
009480     MOVE APR-CUSTOMER-NO TO CUSTOMER-NO-MASTER
009490     READ CUSTOMER-MASTER
009500         INVALID KEY
009510             MOVE "REFUSED - NOT ON MASTER" TO WS-ACTION-TEXT
009520             PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
009530             ADD 1 TO CT-APPROVALS-REFUSED
009540             GO TO 4100-EXIT
009550     END-READ
009560
009570     PERFORM 3000-CHECK-QUALIFIES THRU 3000-EXIT
009580     IF ACCOUNT-ON-HOLD
009590         MOVE "REFUSED - ALREADY ON HOLD" TO WS-ACTION-TEXT
009600         PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
009610         ADD 1 TO CT-APPROVALS-REFUSED
009620         GO TO 4100-EXIT
009630     END-IF
009640     IF ACCOUNT-IN-DISPUTE
009650         MOVE "REFUSED - OPEN DISPUTE ON ITEM" TO WS-ACTION-TEXT
009660         PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
009670         ADD 1 TO CT-APPROVALS-REFUSED
009680         GO TO 4100-EXIT
009690     END-IF
009700     IF NOT ACCOUNT-QUALIFIES
009710         MOVE "REFUSED - NO LONGER QUALIFIES" TO WS-ACTION-TEXT
009720         PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
009730         ADD 1 TO CT-APPROVALS-REFUSED
009740         GO TO 4100-EXIT
009750     END-IF
009760     IF AMT-OWED-MASTER NOT = APR-APPROVED-AMOUNT-N
009770         MOVE "REFUSED - BALANCE NOT AS APPROVED"
009780             TO WS-ACTION-TEXT
009790         PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
009800         ADD 1 TO CT-APPROVALS-REFUSED
009810         GO TO 4100-EXIT
009820     END-IF
009830
009840     MOVE AMT-OWED-MASTER TO WS-PRIOR-AMT-OWED
009850     MOVE ZERO            TO AMT-OWED-MASTER
009860     REWRITE CUSTOMER-MASTER-RECORD
009870         INVALID KEY
009880             MOVE WS-PRIOR-AMT-OWED TO AMT-OWED-MASTER
009890             MOVE "REFUSED - MASTER REWRITE FAILED"
009900                 TO WS-ACTION-TEXT
009910             PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
009920             ADD 1 TO CT-APPROVALS-REFUSED
009930             GO TO 4100-EXIT
009940     END-REWRITE
009950
009960     PERFORM 6100-WRITE-AUDIT-RECORD THRU 6100-EXIT
009970     PERFORM 4200-CLOSE-OPEN-ITEMS THRU 4200-EXIT
009980     PERFORM 4300-PLACE-CREDIT-HOLD THRU 4300-EXIT
009990     PERFORM 4400-WRITE-PLACEMENT THRU 4400-EXIT
010000
010010     MOVE "WRITTEN OFF - PLACED" TO WS-ACTION-TEXT
010020     IF NOT ADDRESS-FOUND
010030         MOVE "WRITTEN OFF - NO ADDRESS" TO WS-ACTION-TEXT
010040     END-IF
010050     PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
010060
010070     ADD 1 TO CT-WRITEOFFS-POSTED
010080     ADD WS-PRIOR-AMT-OWED TO CT-WRITEOFF-AMT.
010090
010100 4100-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------------
010140*    4200-CLOSE-OPEN-ITEMS - ZERO THE OPEN AMOUNT OF EVERY OPEN
010150*    ITEM THE ACCOUNT STILL CARRIES.  THE ITEMS STAY ON FILE AT
010160*    ZERO, THE SAME AS AN ITEM PAID IN FULL.  AN ACCOUNT WITH AN
010170*    OPEN DISPUTE NEVER GETS THIS FAR - 4100 REFUSES IT.
010180*----------------------------------------------------------------
010190 4200-CLOSE-OPEN-ITEMS.
010200
010210     MOVE ZERO TO WS-ITEMS-CLOSED
010220     MOVE "N" TO WS-OPEN-ITEM-EOF
010230     MOVE CUSTOMER-NO-MASTER TO OITM-CUSTOMER-NO
010240     MOVE ZERO TO OITM-PURCHASE-YYYYMMDD
010250     MOVE ZERO TO OITM-SEQUENCE-NO
010260     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
010270         INVALID KEY
010280             MOVE "Y" TO WS-OPEN-ITEM-EOF
010290     END-START
010300
010310     PERFORM 4210-CLOSE-ONE-ITEM THRU 4210-EXIT
010320         UNTIL OPEN-ITEM-EOF
010330
010340     ADD WS-ITEMS-CLOSED TO CT-ITEMS-CLOSED.
010350
010360 4200-EXIT.
010370     EXIT.
010380
010390*----------------------------------------------------------------
010400*    4210-CLOSE-ONE-ITEM - READ THE CUSTOMER'S NEXT OPEN ITEM AND
010410*    ZERO IT IF ANYTHING IS STILL OPEN ON IT.
010420*----------------------------------------------------------------
010430 4210-CLOSE-ONE-ITEM.
010440
010450     READ OPEN-ITEM-FILE NEXT RECORD
010460         AT END
010470             MOVE "Y" TO WS-OPEN-ITEM-EOF
010480             GO TO 4210-EXIT
010490     END-READ
010500
010510     IF OITM-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
010520         MOVE "Y" TO WS-OPEN-ITEM-EOF
010530         GO TO 4210-EXIT
010540     END-IF
010550
010560     IF OITM-OPEN-AMOUNT = ZERO
010570         GO TO 4210-EXIT
010580     END-IF
010590
010600     MOVE ZERO TO OITM-OPEN-AMOUNT
010610     REWRITE OPEN-ITEM-RECORD
010620         INVALID KEY
010630             DISPLAY "Unable to close open item for "
010640                 CUSTOMER-NO-MASTER "."
010650         NOT INVALID KEY
010660             ADD 1 TO WS-ITEMS-CLOSED
010670     END-REWRITE.
010680
010690 4210-EXIT.
010700     EXIT.
010710
010720*----------------------------------------------------------------
010730*    4300-PLACE-CREDIT-HOLD - PUT THE ACCOUNT ON THE CREDIT-HOLD
010740*    FILE AS WRITTEN OFF, CARRYING THE AMOUNT WRITTEN OFF SO THE
010750*    POSTING RUN CAN LIMIT LATER AGENCY RECOVERIES TO IT.
010760*----------------------------------------------------------------
010770 4300-PLACE-CREDIT-HOLD.
010780
010790     MOVE CUSTOMER-NO-MASTER TO HOLD-CUSTOMER-NO
010800     MOVE "WO"               TO HOLD-REASON-CODE
010810     MOVE WS-RUN-DATE        TO HOLD-PLACED-YYYYMMDD
010820     MOVE WS-PRIOR-AMT-OWED  TO HOLD-WRITTEN-OFF-AMT
010830     MOVE ZERO               TO HOLD-RECOVERED-AMT
010840     WRITE CREDIT-HOLD-RECORD
010850         INVALID KEY
010860             DISPLAY "Unable to place credit hold for "
010870                 CUSTOMER-NO-MASTER "."
010880     END-WRITE.
010890
010900 4300-EXIT.
010910     EXIT.
010920
010930*----------------------------------------------------------------
010940*    4400-WRITE-PLACEMENT - WRITE THE COLLECTION-AGENCY
010950*    PLACEMENT RECORD WITH THE CUSTOMER'S NAME AND ADDRESS.  AN
010960*    ACCOUNT WITH NO ADDRESS ON FILE IS STILL PLACED, WITH THE
010970*    ADDRESS BLANK, AND COUNTED SO IT CAN BE CHASED UP.
010980*----------------------------------------------------------------
010990 4400-WRITE-PLACEMENT.
011000
011010     MOVE "N" TO WS-ADDRESS-FOUND
011020     MOVE SPACES TO AGY-ADDRESS-DATA
011030     MOVE CUSTOMER-NO-MASTER TO ADDR-CUSTOMER-NO
011040     READ CUSTOMER-ADDRESS-FILE
011050         INVALID KEY
011060             CONTINUE
011070         NOT INVALID KEY
011080             MOVE "Y" TO WS-ADDRESS-FOUND
011090             MOVE ADDR-DETAIL-DATA TO AGY-ADDRESS-DATA
011100     END-READ
011110     IF NOT ADDRESS-FOUND
011120         ADD 1 TO CT-PLACED-NO-ADDRESS
011130     END-IF
011140
011150     MOVE CUSTOMER-NO-MASTER   TO AGY-CUSTOMER-NO
011160     MOVE CUSTOMER-NAME-MASTER TO AGY-CUSTOMER-NAME
011170     MOVE WS-PRIOR-AMT-OWED    TO AGY-AMOUNT-PLACED
011180     MOVE WS-RUN-DATE          TO AGY-PLACED-YYYYMMDD
011190     WRITE AGENCY-PLACEMENT-RECORD.
011200
011210 4400-EXIT.
011220     EXIT.
011230
011240*----------------------------------------------------------------
011250*    5000-CONVERT-DATE-TO-DAYS - TURN WS-CONV-YYYYMMDD INTO A
011260*    RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED TO GET AN
011270*    AGE IN DAYS.  A DATE WITH A MONTH OUTSIDE 01-12 GIVES A
011280*    ZERO DAY COUNT RATHER THAN A WILD SUBSCRIPT.
011290*----------------------------------------------------------------
011300 5000-CONVERT-DATE-TO-DAYS.
011310
011320     IF WS-CONV-MONTH < 01 OR WS-CONV-MONTH > 12
011330         MOVE ZERO TO WS-CONV-DAY-COUNT
011340         GO TO 5000-EXIT
011350     END-IF
011360
011370     SUBTRACT 1 FROM WS-CONV-YEAR GIVING WS-CONV-PRIOR-YEAR
011380     DIVIDE WS-CONV-PRIOR-YEAR BY 4
011390         GIVING WS-CONV-LEAPS-4
011400     DIVIDE WS-CONV-PRIOR-YEAR BY 100
011410         GIVING WS-CONV-LEAPS-100
011420     DIVIDE WS-CONV-PRIOR-YEAR BY 400
011430         GIVING WS-CONV-LEAPS-400
011440
011450     COMPUTE WS-CONV-DAY-COUNT = (WS-CONV-YEAR * 365)
011460         + WS-CONV-LEAPS-4 - WS-CONV-LEAPS-100
011470         + WS-CONV-LEAPS-400
011480         + WS-DAYS-BEFORE-MONTH (WS-CONV-MONTH)
011490         + WS-CONV-DAY
011500
011510     DIVIDE WS-CONV-YEAR BY 4
011520         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-4
011530     DIVIDE WS-CONV-YEAR BY 100
011540         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-100
011550     DIVIDE WS-CONV-YEAR BY 400
011560         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-400
011570
011580     IF WS-CONV-MONTH > 2
011590        AND ((WS-CONV-REM-4 = 0 AND WS-CONV-REM-100 NOT = 0)
011600             OR WS-CONV-REM-400 = 0)
011610         ADD 1 TO WS-CONV-DAY-COUNT
011620     END-IF.
011630
011640 5000-EXIT.
011650     EXIT.
011660
011670*----------------------------------------------------------------
011680*    6100-WRITE-AUDIT-RECORD - LOG THE WRITE-OFF ON THE AUDIT
011690*    TRAIL THE SAME WAY THE POSTING RUN LOGS ANY OTHER BALANCE
011700*    CHANGE, UNDER TRANSACTION TYPE "W" FOR THE FULL BALANCE.
011710*----------------------------------------------------------------
011720 6100-WRITE-AUDIT-RECORD.
011730
011740     MOVE CUSTOMER-NO-MASTER           TO AUD-CUSTOMER-NO
011750     MOVE "W"                          TO AUD-TRANS-TYPE
011760     MOVE WS-PRIOR-AMT-OWED            TO AUD-TRANS-AMOUNT
011770     MOVE WS-WRITEOFF-DATE-MMDDYYYY    TO AUD-TRANS-DATE
011780     MOVE WS-PRIOR-AMT-OWED            TO AUD-PRIOR-AMT-OWED
011790     MOVE AMT-OWED-MASTER              TO AUD-NEW-AMT-OWED
011800     MOVE DATE-OF-LAST-PURCHASE-MASTER
011810         TO AUD-PRIOR-DATE-OF-PURCHASE
011820     MOVE DATE-OF-LAST-PURCHASE-MASTER
011830         TO AUD-NEW-DATE-OF-PURCHASE
011840     MOVE "U"                          TO AUD-ACTION-CODE
011850
011860     WRITE AUDIT-TRAIL-RECORD
011870     PERFORM 6200-WRITE-HISTORY-RECORD THRU 6200-EXIT.
011880
011890 6100-EXIT.
011900     EXIT.
011910
011920*----------------------------------------------------------------
011930*    6200-WRITE-HISTORY-RECORD - COPY THE WRITE-OFF AUDIT RECORD
011940*    JUST WRITTEN TO THE ACTIVITY-HISTORY FILE UNDER THE ACCOUNT
011950*    AND THE RUN DATE, STEPPING THE SEQUENCE PAST ANY KEY ALREADY
011960*    ON FILE FOR THAT DAY.
011970*----------------------------------------------------------------
011980 6200-WRITE-HISTORY-RECORD.
011990
012000     MOVE AUD-CUSTOMER-NO      TO HIST-CUSTOMER-NO
012010     MOVE WS-RUN-DATE          TO HIST-POSTING-YYYYMMDD
012020     MOVE 1                    TO HIST-SEQUENCE-NO
012030     MOVE AUDIT-TRAIL-RECORD   TO HIST-AUDIT-DATA
012040     MOVE "N" TO WS-HISTORY-WRITTEN
012050
012060     PERFORM 6210-WRITE-HISTORY-TRY THRU 6210-EXIT
012070         UNTIL HISTORY-WRITTEN OR HIST-SEQUENCE-NO > 99998
012080
012090     IF HISTORY-WRITTEN
012100         ADD 1 TO CT-HISTORY-WRITTEN
012110     ELSE
012120         DISPLAY "Unable to write activity history for "
012130             AUD-CUSTOMER-NO "."
012140     END-IF.
012150
012160 6200-EXIT.
012170     EXIT.
012180
012190*----------------------------------------------------------------
012200*    6210-WRITE-HISTORY-TRY - TRY ONE WRITE OF THE HISTORY RECORD,
012210*    STEPPING THE SEQUENCE NUMBER ON A DUPLICATE KEY.
012220*----------------------------------------------------------------
012230 6210-WRITE-HISTORY-TRY.
012240
012250     WRITE ACTIVITY-HISTORY-RECORD
012260         INVALID KEY
012270             ADD 1 TO HIST-SEQUENCE-NO
012280         NOT INVALID KEY
012290             MOVE "Y" TO WS-HISTORY-WRITTEN
012300     END-WRITE.
012310
012320 6210-EXIT.
012330     EXIT.
012340
012350*----------------------------------------------------------------
012360*    7000-WRITE-REVIEW-LINE - PRINT ONE CANDIDATE ON THE REVIEW
012370*    LIST WITH WHAT THE APPROVER NEEDS TO DECIDE.
012380*----------------------------------------------------------------
012390 7000-WRITE-REVIEW-LINE.
012400
012410     MOVE "NO " TO RRL-ADDRESS-FLAG
012420     MOVE CUSTOMER-NO-MASTER TO ADDR-CUSTOMER-NO
012430     READ CUSTOMER-ADDRESS-FILE
012440         INVALID KEY
012450             CONTINUE
012460         NOT INVALID KEY
012470             MOVE "YES" TO RRL-ADDRESS-FLAG
012480     END-READ
012490
012500     MOVE CUSTOMER-NO-MASTER      TO RRL-CUSTOMER-NO
012510     MOVE CUSTOMER-NAME-MASTER    TO RRL-CUSTOMER-NAME
012520     MOVE AMT-OWED-MASTER         TO RRL-BALANCE
012530     MOVE WS-OLDEST-AGE-DAYS      TO RRL-AGE-DAYS
012540     MOVE WS-OVER-90-AMT          TO RRL-OVER-90
012550     MOVE DUNN-LAST-LEVEL         TO RRL-DUNN-LEVEL
012560     MOVE DUNN-LAST-SENT-YYYYMMDD TO RRL-LAST-NOTICE
012570     WRITE WRITEOFF-REPORT-RECORD FROM RPT-REVIEW-LINE.
012580
012590 7000-EXIT.
012600     EXIT.
012610
012620*----------------------------------------------------------------
012630*    7100-WRITE-ACTION-LINE - PRINT WHAT BECAME OF ONE APPROVAL
012640*    ON THE WRITE-OFF REGISTER.
012650*----------------------------------------------------------------
012660 7100-WRITE-ACTION-LINE.
012670
012680     MOVE APR-CUSTOMER-NO      TO RAL-CUSTOMER-NO
012690     MOVE CUSTOMER-NAME-MASTER TO RAL-CUSTOMER-NAME
012700     IF APR-APPROVED-AMOUNT IS NUMERIC
012710         MOVE APR-APPROVED-AMOUNT-N TO RAL-AMOUNT
012720     ELSE
012730         MOVE ZERO TO RAL-AMOUNT
012740     END-IF
012750     MOVE WS-ACTION-TEXT       TO RAL-ACTION-TEXT
012760     MOVE APR-APPROVED-BY      TO RAL-APPROVED-BY
012770     WRITE WRITEOFF-REPORT-RECORD FROM RPT-ACTION-LINE.
012780
012790 7100-EXIT.
012800     EXIT.
012810
012820*----------------------------------------------------------------
012830*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
012840*----------------------------------------------------------------
012850 8000-PRINT-CONTROL-TOTALS.
012860
012870     DISPLAY "=============================================="
012880     DISPLAY "            C O N T R O L   T O T A L S"
012890     DISPLAY "=============================================="
012900     DISPLAY "Master records read ............ " CT-MASTERS-READ
012910     DISPLAY "Accounts listed for review ..... "
012920         CT-ACCOUNTS-LISTED
012930     DISPLAY "Balance listed for review ...... " CT-LISTED-AMT
012940     DISPLAY "Approvals read ................. "
012950         CT-APPROVALS-READ
012960     DISPLAY "Write-offs posted .............. "
012970         CT-WRITEOFFS-POSTED
012980     DISPLAY "Amount written off ............. " CT-WRITEOFF-AMT
012990     DISPLAY "Approvals refused .............. "
013000         CT-APPROVALS-REFUSED
013010     DISPLAY "Open items closed .............. " CT-ITEMS-CLOSED
013020     DISPLAY "Placed with no address ......... "
013030         CT-PLACED-NO-ADDRESS
013040     DISPLAY "Accounts held - open dispute ... "
013050         CT-HELD-IN-DISPUTE
013060     DISPLAY "Activity history written ....... "
013070         CT-HISTORY-WRITTEN
013080     DISPLAY "==============================================".
013090
013100 8000-EXIT.
013110     EXIT.
013120
013130 END PROGRAM PROGRAM18.
