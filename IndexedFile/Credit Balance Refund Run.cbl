000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM27 AS "IndexedFile.Program27".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  CREDIT-BALANCE REFUNDS.
000120*                     LISTS EVERY ACCOUNT IN CREDIT WITH THE AGE
000130*                     OF THE CREDIT, TAKEN FROM THE LAST MOVEMENT
000140*                     ON THE ACTIVITY HISTORY.  TWO MODES.  "R"
000150*                     PRINTS THE LISTING ONLY.  "P" ALSO ACTS ON
000160*                     IT - AN ACCOUNT WITH AN ADDRESS WHOSE CREDIT
000170*                     HAS REACHED THE REFUND AGE AND AMOUNT ON THE
000180*                     PARAMETER FILE GETS A TYPE "R" REFUND ON
000190*                     REFUNDTRN.TXT (WITH THE "*TRL*" TRAILER, TO
000200*                     NAME IN THE POSTING CONTROL FILE), A LINE ON
000210*                     THE REFUND CHECK REGISTER AND A POSITIVE-PAY
000220*                     ISSUE RECORD FOR THE BANK.  A CREDIT STILL
000230*                     ON THE BOOKS PAST THE DORMANCY PERIOD IS
000240*                     REMITTED AS UNCLAIMED PROPERTY - THE BALANCE
000250*                     IS TAKEN TO ZERO UNDER AUDITED TRANSACTION
000260*                     TYPE "U", AND THE ACCOUNT GOES ON THE
000270*                     UNCLAIMED-PROPERTY REPORT AND REMITTANCE
000280*                     FILE.  A POSTING RUN IS RECORDED ON THE RUN-
000290*                     CONTROL FILE SO A SECOND ONE FOR THE SAME
000300*                     BUSINESS DATE, WHICH WOULD ISSUE THE SAME
000310*                     REFUNDS AGAIN, NEEDS A DECLARED RESTART.
000320*    -----------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT REFUND-PARM-FILE
000380         ASSIGN TO "C:\a\exercise10\crbalprm.txt"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-FILE-STATUS.

000410     SELECT CUSTOMER-MASTER
000420         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CUSTOMER-NO-MASTER
000460         FILE STATUS IS WS-MASTER-FILE-STATUS.

000470     SELECT CUSTOMER-ADDRESS-FILE
000480         ASSIGN TO "C:\a\exercise10\custaddr.txt"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS ADDR-CUSTOMER-NO
000520         FILE STATUS IS WS-ADDRESS-FILE-STATUS.

000530     SELECT ACTIVITY-HISTORY-FILE
000540         ASSIGN TO "C:\a\exercise10\acthist.txt"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS HIST-KEY
000580         FILE STATUS IS WS-HISTORY-FILE-STATUS.

000590     SELECT AUDIT-TRAIL
000600         ASSIGN TO "C:\a\exercise10\audittrl.txt"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDIT-FILE-STATUS.

000630     SELECT PERIOD-CONTROL-FILE
000640         ASSIGN TO "C:\a\exercise10\perdctl.txt"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PCTL-PERIOD
000680         FILE STATUS IS WS-PERIOD-FILE-STATUS.

000690     SELECT RUN-CONTROL-FILE
000700         ASSIGN TO "C:\a\exercise10\runctl.txt"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS RCTL-KEY
000740         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

000750     SELECT REFUND-TRANS-FILE
000760         ASSIGN TO "C:\a\exercise10\refundtrn.txt"
000770         ORGANIZATION IS LINE SEQUENTIAL.

000780     SELECT POSITIVE-PAY-FILE
000790         ASSIGN TO "C:\a\exercise10\posipay.txt"
000800         ORGANIZATION IS LINE SEQUENTIAL.

000810     SELECT UNCLAIMED-REMIT-FILE
000820         ASSIGN TO "C:\a\exercise10\unclmrem.txt"
000830         ORGANIZATION IS LINE SEQUENTIAL.

000840     SELECT CREDIT-BALANCE-REPORT
000850         ASSIGN TO "C:\a\exercise10\crbalrpt.txt"
000860         ORGANIZATION IS LINE SEQUENTIAL.

000870     SELECT REFUND-CHECK-REGISTER
000880         ASSIGN TO "C:\a\exercise10\refreg.txt"
000890         ORGANIZATION IS LINE SEQUENTIAL.

000900     SELECT UNCLAIMED-REPORT
000910         ASSIGN TO "C:\a\exercise10\unclmrpt.txt"
000920         ORGANIZATION IS LINE SEQUENTIAL.

000930 DATA DIVISION.
000940 FILE SECTION.
000950*----------------------------------------------------------------
000960*    ONE RECORD - THE AGE IN DAYS AND THE SMALLEST CREDIT THAT IS
000970*    REFUNDED, THE DORMANCY PERIOD IN DAYS AFTER WHICH A CREDIT IS
000980*    UNCLAIMED PROPERTY, THE BANK ACCOUNT THE REFUND CHECKS ARE
000990*    DRAWN ON, AND THE PROPERTY TYPE CODE REPORTED TO THE STATE.
001000*----------------------------------------------------------------
001010 FD  REFUND-PARM-FILE.
001020 01  REFUND-PARM-RECORD.
001030     05  RFP-MIN-REFUND-AGE            PICTURE X(3).
001040     05  RFP-MIN-REFUND-AGE-N REDEFINES RFP-MIN-REFUND-AGE
001050                                       PICTURE 9(3).
001060     05  RFP-MIN-REFUND-AMT            PICTURE X(7).
001070     05  RFP-MIN-REFUND-AMT-N REDEFINES RFP-MIN-REFUND-AMT
001080                                       PICTURE 9(5)V99.
001090     05  RFP-DORMANCY-DAYS             PICTURE X(4).
001100     05  RFP-DORMANCY-DAYS-N REDEFINES RFP-DORMANCY-DAYS
001110                                       PICTURE 9(4).
001120     05  RFP-BANK-ACCOUNT              PICTURE X(12).
001130     05  RFP-PROPERTY-TYPE             PICTURE X(4).

001140 FD  CUSTOMER-MASTER.
001150 01  CUSTOMER-MASTER-RECORD.
001160     05  CUSTOMER-NO-MASTER           PICTURE X(5).
001170     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
001180     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
001190     05  AMT-OWED-MASTER              PICTURE S9(5)V99
001200                                      SIGN LEADING SEPARATE.
001210     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.

001220 FD  CUSTOMER-ADDRESS-FILE.
001230 01  CUSTOMER-ADDRESS-RECORD.
001240     05  ADDR-CUSTOMER-NO              PICTURE X(5).
001250     05  ADDR-DETAIL-DATA.
001260         10  ADDR-LINE-1               PICTURE X(30).
001270         10  ADDR-LINE-2               PICTURE X(30).
001280         10  ADDR-CITY                 PICTURE X(20).
001290         10  ADDR-STATE                PICTURE X(2).
001300         10  ADDR-ZIP                  PICTURE X(10).
001310         10  ADDR-PHONE                PICTURE X(12).

001320 FD  ACTIVITY-HISTORY-FILE.
001330 01  ACTIVITY-HISTORY-RECORD.
001340     05  HIST-KEY.
001350         10  HIST-CUSTOMER-NO          PICTURE X(5).
001360         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
001370         10  HIST-SEQUENCE-NO          PICTURE 9(5).
001380     05  HIST-AUDIT-DATA.
001390         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
001400         10  HIST-TRANS-TYPE           PICTURE X(1).
001410         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
001420         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
001430         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
001440                                       SIGN LEADING SEPARATE.
001450         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
001460                                       SIGN LEADING SEPARATE.
001470         10  HIST-PRIOR-DATE-OF-PURCHASE
001480                                       PICTURE 99/99/9999.
001490         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
001500         10  HIST-ACTION-CODE          PICTURE X(1).

001510 FD  AUDIT-TRAIL.
001520 01  AUDIT-TRAIL-RECORD.
001530     05  AUD-CUSTOMER-NO               PICTURE X(5).
001540     05  AUD-TRANS-TYPE                PICTURE X(1).
001550     05  AUD-TRANS-AMOUNT              PICTURE 9(5)V99.
001560     05  AUD-TRANS-DATE                PICTURE 99/99/9999.
001570     05  AUD-PRIOR-AMT-OWED            PICTURE S9(5)V99
001580                                       SIGN LEADING SEPARATE.
001590     05  AUD-NEW-AMT-OWED              PICTURE S9(5)V99
001600                                       SIGN LEADING SEPARATE.
001610     05  AUD-PRIOR-DATE-OF-PURCHASE    PICTURE 99/99/9999.
001620     05  AUD-NEW-DATE-OF-PURCHASE      PICTURE 99/99/9999.
001630     05  AUD-ACTION-CODE               PICTURE X(1).

001640 FD  PERIOD-CONTROL-FILE.
001650 01  PERIOD-CONTROL-RECORD.
001660     05  PCTL-PERIOD                   PICTURE 9(6).
001670     05  PCTL-STATUS                   PICTURE X(1).
001680         88  PCTL-PERIOD-CLOSED            VALUE "C".
001690     05  PCTL-CLOSED-YYYYMMDD          PICTURE 9(8).
001700     05  PCTL-OPENING-AR               PICTURE S9(9)V99
001710                                       SIGN LEADING SEPARATE.
001720     05  PCTL-CLOSING-AR               PICTURE S9(9)V99
001730                                       SIGN LEADING SEPARATE.

001740 FD  RUN-CONTROL-FILE.
001750 01  RUN-CONTROL-RECORD.
001760     05  RCTL-KEY.
001770         10  RCTL-BUSINESS-DATE       PICTURE 9(8).
001780         10  RCTL-PROGRAM-ID          PICTURE X(8).
001790     05  RCTL-STATUS                  PICTURE X(1).
001800         88  RCTL-RUN-COMPLETE            VALUE "Y".
001810         88  RCTL-RUN-IN-PROGRESS         VALUE "N".
001820     05  RCTL-START-YYYYMMDD          PICTURE 9(8).

001830 FD  REFUND-TRANS-FILE.
001840 01  CUSTOMER-TRANS-RECORD.
001850     05  CUSTOMER-NO-TRANS            PICTURE X(5).
001860     05  CUSTOMER-NAME-TRANS          PICTURE X(20).
001870     05  DATE-OF-PURCHASE-TRANS       PICTURE 99/99/9999.
001880     05  AMT-OF-PURCHASE-TRANS        PICTURE 9(5)V99.
001890     05  TRANSACTION-TYPE-TRANS       PICTURE X(1).
001900     05  TRANS-ADDRESS-DATA           PICTURE X(104).
001910     05  TRANS-INVOICE-NO             PICTURE X(10).

001920*----------------------------------------------------------------
001930*    POSITIVE-PAY ISSUE FILE FOR THE BANK - ONE "I" RECORD PER
001940*    REFUND CHECK DRAWN, THEN A "T" TRAILER WITH THE CHECK COUNT
001950*    AND TOTAL SO THE BANK CAN PROVE THE FILE.
001960*----------------------------------------------------------------
001970 FD  POSITIVE-PAY-FILE.
001980 01  POSITIVE-PAY-RECORD.
001990     05  PPAY-RECORD-TYPE              PICTURE X(1).
002000     05  PPAY-BANK-ACCOUNT             PICTURE X(12).
002010     05  PPAY-CHECK-NO                 PICTURE 9(8).
002020     05  PPAY-ISSUE-YYYYMMDD           PICTURE 9(8).
002030     05  PPAY-AMOUNT                   PICTURE 9(8)V99.
002040     05  PPAY-PAYEE-NAME               PICTURE X(20).
002050     05  FILLER                        PICTURE X(21).
002060 01  POSITIVE-PAY-TRAILER.
002070     05  PPTR-RECORD-TYPE              PICTURE X(1).
002080     05  PPTR-BANK-ACCOUNT             PICTURE X(12).
002090     05  PPTR-CHECK-COUNT              PICTURE 9(8).
002100     05  PPTR-AMOUNT-TOTAL             PICTURE 9(10)V99.
002110     05  FILLER                        PICTURE X(47).

002120*----------------------------------------------------------------
002130*    UNCLAIMED-PROPERTY REMITTANCE - ONE RECORD PER OWNER, WITH
002140*    THE LAST KNOWN ADDRESS (BLANK WHEN THERE IS NONE ON FILE)
002150*    AND THE DATE OF THE LAST ACTIVITY ON THE ACCOUNT.
002160*----------------------------------------------------------------
002170 FD  UNCLAIMED-REMIT-FILE.
002180 01  UNCLAIMED-REMIT-RECORD.
002190     05  UPR-PROPERTY-TYPE             PICTURE X(4).
002200     05  UPR-CUSTOMER-NO               PICTURE X(5).
002210     05  UPR-OWNER-NAME                PICTURE X(20).
002220     05  UPR-ADDRESS-DATA.
002230         10  UPR-ADDR-LINE-1           PICTURE X(30).
002240         10  UPR-ADDR-LINE-2           PICTURE X(30).
002250         10  UPR-CITY                  PICTURE X(20).
002260         10  UPR-STATE                 PICTURE X(2).
002270         10  UPR-ZIP                   PICTURE X(10).
002280         10  UPR-PHONE                 PICTURE X(12).
002290     05  UPR-AMOUNT                    PICTURE 9(5)V99.
002300     05  UPR-LAST-ACTIVITY-YYYYMMDD    PICTURE 9(8).
002310     05  UPR-REMITTED-YYYYMMDD         PICTURE 9(8).

002320 FD  CREDIT-BALANCE-REPORT.
002330 01  CREDIT-BALANCE-REPORT-RECORD     PICTURE X(100).

002340 FD  REFUND-CHECK-REGISTER.
002350 01  REFUND-CHECK-REGISTER-RECORD     PICTURE X(100).

002360 FD  UNCLAIMED-REPORT.
002370 01  UNCLAIMED-REPORT-RECORD          PICTURE X(100).

002380 WORKING-STORAGE SECTION.
002390 01  WS-SWITCHES.
002400     05  WS-MASTER-EOF                PICTURE X(1) VALUE "N".
002410         88  MASTER-EOF                   VALUE "Y".
002420     05  WS-HISTORY-EOF               PICTURE X(1) VALUE "N".
002430         88  HISTORY-EOF                  VALUE "Y".
002440     05  WS-PERIOD-EOF                PICTURE X(1) VALUE "N".
002450         88  PERIOD-EOF                   VALUE "Y".
002460     05  WS-MODE-VALID                PICTURE X(1) VALUE "N".
002470         88  MODE-VALID                   VALUE "Y".
002480     05  WS-ADDRESS-FOUND             PICTURE X(1) VALUE "N".
002490         88  ADDRESS-FOUND                VALUE "Y".
002500     05  WS-MOVEMENT-FOUND            PICTURE X(1) VALUE "N".
002510         88  MOVEMENT-FOUND               VALUE "Y".
002520     05  WS-CREDIT-ACTION             PICTURE X(1) VALUE SPACES.
002530         88  CREDIT-TO-REFUND             VALUE "R".
002540         88  CREDIT-UNCLAIMED             VALUE "U".
002550         88  CREDIT-HELD                  VALUE "H".
002560     05  WS-HISTORY-WRITTEN           PICTURE X(1) VALUE "N".
002570         88  HISTORY-WRITTEN              VALUE "Y".
002580     05  WS-RUNCTL-FOUND              PICTURE X(1) VALUE "N".
002590         88  RUNCTL-FOUND                 VALUE "Y".
002600     05  WS-PARM-FILE-STATUS          PICTURE X(2) VALUE SPACES.
002610     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002620     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
002630     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
002640     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
002650     05  WS-PERIOD-FILE-STATUS        PICTURE X(2) VALUE SPACES.
002660     05  WS-RUNCTL-FILE-STATUS        PICTURE X(2) VALUE SPACES.

002670 01  WS-OPERATOR-CONTROLS.
002680     05  WS-RUN-MODE                   PICTURE X(1).
002690         88  MODE-REVIEW                   VALUES "R" "r".
002700         88  MODE-POST                     VALUES "P" "p".
002710     05  WS-BUSINESS-DATE              PICTURE X(8).
002720     05  WS-RESTART-REPLY              PICTURE X(1).
002730     05  WS-CHECK-NO-REPLY             PICTURE X(8).
002740*    RUN-CONTROL KEYS HOLD EIGHT CHARACTERS, SO THIS RUN IS
002750*    RECORDED UNDER ITS JOB NAME RATHER THAN "PROGRAM27".
002760     05  WS-OWN-PROGRAM-ID   PICTURE X(8) VALUE "CRBALRFD".

002770 01  WS-REFUND-CONTROLS.
002780     05  WS-MIN-REFUND-AGE             PICTURE 9(3) VALUE 0.
002790     05  WS-MIN-REFUND-AMT             PICTURE 9(5)V99 VALUE 0.
002800     05  WS-DORMANCY-DAYS              PICTURE 9(4) VALUE 0.
002810     05  WS-BANK-ACCOUNT               PICTURE X(12) VALUE SPACES.
002820     05  WS-PROPERTY-TYPE              PICTURE X(4) VALUE SPACES.
002830     05  WS-RUN-DATE                   PICTURE 9(8).
002840     05  WS-RUN-DATE-MMDDYYYY          PICTURE 9(8) VALUE 0.
002850     05  WS-BUSINESS-YYYYMMDD          PICTURE 9(8) VALUE 0.
002860     05  WS-BUSINESS-MMDDYYYY          PICTURE 9(8) VALUE 0.
002870     05  WS-BUSINESS-DAY-COUNT         PICTURE 9(7) VALUE 0.
002880     05  WS-RUN-PERIOD                 PICTURE 9(6) VALUE 0.
002890     05  WS-LAST-CLOSED-PERIOD         PICTURE 9(6) VALUE 0.
002900     05  WS-RUNCTL-TODAY               PICTURE 9(8) VALUE 0.
002910     05  WS-NEXT-CHECK-NO              PICTURE 9(8) VALUE 0.
002920     05  WS-CREDIT-AMT                 PICTURE 9(5)V99 VALUE 0.
002930     05  WS-PRIOR-AMT-OWED             PICTURE S9(5)V99 VALUE 0.
002940     05  WS-LAST-MOVE-YYYYMMDD         PICTURE 9(8) VALUE 0.
002950     05  WS-HIST-MOVE-YYYYMMDD         PICTURE 9(8) VALUE 0.
002960     05  WS-CREDIT-AGE-DAYS            PICTURE S9(7) COMP.
002970     05  WS-ACTION-TEXT                PICTURE X(30).
002980     05  WS-DATE-EDIT                  PICTURE X(10).
002990     05  WS-DATE-EDIT-IN               PICTURE 9(8).

003000 01  WS-DATE-CONVERSION.
003010     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
003020     05  FILLER REDEFINES WS-CONV-YYYYMMDD.
003030         10  WS-CONV-YEAR              PICTURE 9(4).
003040         10  WS-CONV-MONTH             PICTURE 9(2).
003050         10  WS-CONV-DAY               PICTURE 9(2).
003060     05  WS-CONV-DAY-COUNT             PICTURE 9(7) VALUE 0.
003070     05  WS-CONV-PRIOR-YEAR            PICTURE 9(4) VALUE 0.
003080     05  WS-CONV-LEAPS-4               PICTURE 9(4) VALUE 0.
003090     05  WS-CONV-LEAPS-100             PICTURE 9(4) VALUE 0.
003100     05  WS-CONV-LEAPS-400             PICTURE 9(4) VALUE 0.
003110     05  WS-CONV-QUOTIENT              PICTURE 9(4) VALUE 0.
003120     05  WS-CONV-REM-4                 PICTURE 9(4) VALUE 0.
003130     05  WS-CONV-REM-100               PICTURE 9(4) VALUE 0.
003140     05  WS-CONV-REM-400               PICTURE 9(4) VALUE 0.

003150 01  WS-DAYS-BEFORE-MONTH-VALUES.
003160     05  FILLER                        PICTURE X(18) VALUE
003170         "000031059090120151".
003180     05  FILLER                        PICTURE X(18) VALUE
003190         "181212243273304334".
003200 01  FILLER REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
003210     05  WS-DAYS-BEFORE-MONTH          PICTURE 9(3)
003220         OCCURS 12 TIMES.

003230 01  WS-CONTROL-TOTALS.
003240     05  CT-MASTERS-READ              PICTURE 9(7) COMP VALUE 0.
003250     05  CT-CREDITS-LISTED            PICTURE 9(7) COMP VALUE 0.
003260     05  CT-CREDITS-LISTED-AMT        PICTURE 9(9)V99 VALUE 0.
003270     05  CT-AGED-FROM-PURCHASE        PICTURE 9(7) COMP VALUE 0.
003280     05  CT-REFUNDS-ISSUED            PICTURE 9(7) COMP VALUE 0.
003290     05  CT-REFUND-AMT                PICTURE 9(9)V99 VALUE 0.
003300     05  CT-UNCLAIMED-REMITTED        PICTURE 9(7) COMP VALUE 0.
003310     05  CT-UNCLAIMED-AMT             PICTURE 9(9)V99 VALUE 0.
003320     05  CT-CREDITS-HELD              PICTURE 9(7) COMP VALUE 0.
003330     05  CT-CREDITS-HELD-AMT          PICTURE 9(9)V99 VALUE 0.
003340     05  CT-HELD-NO-ADDRESS           PICTURE 9(7) COMP VALUE 0.
003350     05  CT-UNCLAIMED-ERRORS          PICTURE 9(7) COMP VALUE 0.
003360     05  CT-HISTORY-WRITTEN           PICTURE 9(7) COMP VALUE 0.

003370*----------------------------------------------------------------
003380*    BALANCING TRAILER WRITTEN AS THE LAST REFUND TRANSACTION SO
003390*    THE POSTING RUN CAN PROVE THE FILE AT HAND-OFF.
003400*----------------------------------------------------------------
003410 01  RFD-TRAILER-RECORD.
003420     05  RFT-MARKER          PICTURE X(5) VALUE "*TRL*".
003430     05  RFT-RECORD-COUNT             PICTURE 9(7).
003440     05  RFT-AMOUNT-TOTAL             PICTURE 9(9)V99.
003450     05  RFT-BUSINESS-DATE            PICTURE 9(8).
003460     05  FILLER                       PICTURE X(126)
003470                                      VALUE SPACES.

003480 01  RPT-HEADING-1.
003490     05  RH1-TITLE                     PICTURE X(36).
003500     05  FILLER                        PICTURE X(10) VALUE
003510         "  AS OF: ".
003520     05  RH1-BUSINESS-DATE             PICTURE X(10).
003530     05  FILLER                        PICTURE X(10) VALUE
003540         "  RUN ON: ".
003550     05  RH1-RUN-DATE                  PICTURE X(10).
003560     05  FILLER                        PICTURE X(24) VALUE SPACES.

003570 01  RPT-HEADING-2.
003580     05  FILLER                        PICTURE X(19) VALUE
003590         "REFUND AT AGE DAYS ".
003600     05  RH2-MIN-REFUND-AGE            PICTURE ZZ9.
003610     05  FILLER                        PICTURE X(13) VALUE
003620         "  AND AMOUNT ".
003630     05  RH2-MIN-REFUND-AMT            PICTURE ZZ,ZZ9.99.
003640     05  FILLER                        PICTURE X(20) VALUE
003650         "   DORMANT AT DAYS  ".
003660     05  RH2-DORMANCY-DAYS             PICTURE Z,ZZ9.
003670     05  FILLER                        PICTURE X(31) VALUE SPACES.

003680 01  RPT-LIST-HEADING.
003690     05  FILLER                        PICTURE X(50) VALUE
003700         "CUST  NAME                    CREDIT LAST MOVE    ".
003710     05  FILLER                        PICTURE X(50) VALUE
003720         " AGE ADR ACTION".

003730 01  RPT-LIST-LINE.
003740     05  RLL-CUSTOMER-NO               PICTURE X(5).
003750     05  FILLER                        PICTURE X(1) VALUE SPACES.
003760     05  RLL-CUSTOMER-NAME             PICTURE X(20).
003770     05  FILLER                        PICTURE X(1) VALUE SPACES.
003780     05  RLL-CREDIT-AMT                PICTURE ZZ,ZZ9.99.
003790     05  FILLER                        PICTURE X(1) VALUE SPACES.
003800     05  RLL-LAST-MOVE                 PICTURE X(10).
003810     05  RLL-AGED-FROM                 PICTURE X(1).
003820     05  FILLER                        PICTURE X(1) VALUE SPACES.
003830     05  RLL-AGE-DAYS                  PICTURE ZZZZ9.
003840     05  FILLER                        PICTURE X(1) VALUE SPACES.
003850     05  RLL-ADDRESS-FLAG              PICTURE X(3).
003860     05  FILLER                        PICTURE X(1) VALUE SPACES.
003870     05  RLL-ACTION-TEXT               PICTURE X(30).
003880     05  FILLER                        PICTURE X(11) VALUE SPACES.

003890 01  RPT-CHECK-HEADING.
003900     05  FILLER                        PICTURE X(50) VALUE
003910         "CHECK NO CUST  PAYEE                ADDRESS       ".
003920     05  FILLER                        PICTURE X(50) VALUE
003930         "                 CITY                 ST    AMOUNT".

003940 01  RPT-CHECK-LINE.
003950     05  RCK-CHECK-NO                  PICTURE 9(8).
003960     05  FILLER                        PICTURE X(1) VALUE SPACES.
003970     05  RCK-CUSTOMER-NO               PICTURE X(5).
003980     05  FILLER                        PICTURE X(1) VALUE SPACES.
003990     05  RCK-PAYEE-NAME                PICTURE X(20).
004000     05  FILLER                        PICTURE X(1) VALUE SPACES.
004010     05  RCK-ADDR-LINE-1               PICTURE X(30).
004020     05  FILLER                        PICTURE X(1) VALUE SPACES.
004030     05  RCK-CITY                      PICTURE X(20).
004040     05  FILLER                        PICTURE X(1) VALUE SPACES.
004050     05  RCK-STATE                     PICTURE X(2).
004060     05  FILLER                        PICTURE X(1) VALUE SPACES.
004070     05  RCK-AMOUNT                    PICTURE ZZ,ZZ9.99.

004080 01  RPT-UNCLAIMED-HEADING.
004090     05  FILLER                        PICTURE X(50) VALUE
004100         "CUST  OWNER                   AMOUNT  LAST ACTIVI".
004110     05  FILLER                        PICTURE X(50) VALUE
004120         "TY  AGE ST LAST KNOWN ADDRESS".

004130 01  RPT-UNCLAIMED-LINE.
004140     05  RUL-CUSTOMER-NO               PICTURE X(5).
004150     05  FILLER                        PICTURE X(1) VALUE SPACES.
004160     05  RUL-OWNER-NAME                PICTURE X(20).
004170     05  FILLER                        PICTURE X(1) VALUE SPACES.
004180     05  RUL-AMOUNT                    PICTURE ZZ,ZZ9.99.
004190     05  FILLER                        PICTURE X(2) VALUE SPACES.
004200     05  RUL-LAST-ACTIVITY             PICTURE X(10).
004210     05  FILLER                        PICTURE X(3) VALUE SPACES.
004220     05  RUL-AGE-DAYS                  PICTURE ZZZZ9.
004230     05  FILLER                        PICTURE X(1) VALUE SPACES.
004240     05  RUL-STATE                     PICTURE X(2).
004250     05  FILLER                        PICTURE X(1) VALUE SPACES.
004260     05  RUL-ADDRESS-TEXT              PICTURE X(30).
004270     05  FILLER                        PICTURE X(10) VALUE SPACES.

004280 01  RPT-TOTAL-LINE.
004290     05  RTL-LABEL                     PICTURE X(33).
004300     05  RTL-COUNT                     PICTURE ZZZ,ZZ9.
004310     05  FILLER                        PICTURE X(2) VALUE SPACES.
004320     05  RTL-AMOUNT                    PICTURE ZZZ,ZZZ,ZZ9.99.
004330     05  FILLER                        PICTURE X(44) VALUE SPACES.

004340 PROCEDURE DIVISION.
004350*----------------------------------------------------------------
004360*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
004370*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
004380*----------------------------------------------------------------
004390 0000-MAINLINE.

004400     PERFORM 1000-READ-PARAMETER-FILE THRU 1000-EXIT

004410     PERFORM 1100-GET-RUN-MODE THRU 1100-EXIT

004420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004430     STRING WS-RUN-DATE (5:2) WS-RUN-DATE (7:2)
004440            WS-RUN-DATE (1:4)
004450         DELIMITED BY SIZE INTO WS-RUN-DATE-MMDDYYYY

004460     DISPLAY "Enter business date for posting (YYYYMMDD):"
004470     ACCEPT WS-BUSINESS-DATE
004480     IF WS-BUSINESS-DATE IS NOT NUMERIC
004490         DISPLAY "Business date must be numeric YYYYMMDD -"
004500             " run abandoned."
004510         STOP RUN
004520     END-IF
004530     MOVE WS-BUSINESS-DATE TO WS-BUSINESS-YYYYMMDD
004540     STRING WS-BUSINESS-DATE (5:2) WS-BUSINESS-DATE (7:2)
004550            WS-BUSINESS-DATE (1:4)
004560         DELIMITED BY SIZE INTO WS-BUSINESS-MMDDYYYY
004570     MOVE WS-BUSINESS-YYYYMMDD TO WS-CONV-YYYYMMDD
004580     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
004590     MOVE WS-CONV-DAY-COUNT TO WS-BUSINESS-DAY-COUNT

004600     IF MODE-POST
004610         PERFORM 1150-GET-FIRST-CHECK-NO THRU 1150-EXIT
004620         PERFORM 1200-CHECK-CLOSED-PERIOD THRU 1200-EXIT
004630         PERFORM 1250-VERIFY-RUN-CONTROL THRU 1250-EXIT
004640     END-IF

004650     PERFORM 1300-OPEN-FILES THRU 1300-EXIT

004660     MOVE LOW-VALUES TO CUSTOMER-NO-MASTER
004670     START CUSTOMER-MASTER
004680         KEY IS NOT LESS THAN CUSTOMER-NO-MASTER
004690         INVALID KEY
004700             MOVE "Y" TO WS-MASTER-EOF
004710     END-START

004720     PERFORM 2000-CHECK-ONE-MASTER THRU 2000-EXIT
004730         UNTIL MASTER-EOF

004740     PERFORM 6000-FINISH-FILES THRU 6000-EXIT

004750     IF MODE-POST
004760         PERFORM 7300-RECORD-RUN-COMPLETE THRU 7300-EXIT
004770     END-IF

004780     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

004790     STOP RUN.

004800*----------------------------------------------------------------
004810*    1000-READ-PARAMETER-FILE - PICK UP THE REFUND AGE AND
004820*    AMOUNT, THE DORMANCY PERIOD, THE BANK ACCOUNT AND THE
004830*    PROPERTY TYPE.  THE RUN REFUSES TO START WITHOUT A PLAUSIBLE
004840*    PARAMETER RECORD, SO A MISSING OR GARBLED FILE CANNOT
004850*    REFUND OR REMIT EVERY CREDIT ON THE BOOK.
004860*----------------------------------------------------------------
004870 1000-READ-PARAMETER-FILE.

004880     OPEN INPUT REFUND-PARM-FILE
004890     IF WS-PARM-FILE-STATUS NOT = "00"
004900         DISPLAY "Unable to open refund parameter file - "
004910             "status " WS-PARM-FILE-STATUS
004920         STOP RUN
004930     END-IF

004940     READ REFUND-PARM-FILE
004950         AT END
004960             DISPLAY "Refund parameter file is empty."
004970             CLOSE REFUND-PARM-FILE
004980             STOP RUN
004990     END-READ

005000     IF RFP-MIN-REFUND-AGE IS NOT NUMERIC
005010        OR RFP-MIN-REFUND-AMT IS NOT NUMERIC
005020        OR RFP-DORMANCY-DAYS IS NOT NUMERIC
005030         DISPLAY "Refund parameters are not numeric: "
005040             RFP-MIN-REFUND-AGE " " RFP-MIN-REFUND-AMT " "
005050             RFP-DORMANCY-DAYS
005060         CLOSE REFUND-PARM-FILE
005070         STOP RUN
005080     END-IF

005090     MOVE RFP-MIN-REFUND-AGE-N TO WS-MIN-REFUND-AGE
005100     MOVE RFP-MIN-REFUND-AMT-N TO WS-MIN-REFUND-AMT
005110     MOVE RFP-DORMANCY-DAYS-N  TO WS-DORMANCY-DAYS
005120     MOVE RFP-BANK-ACCOUNT     TO WS-BANK-ACCOUNT
005130     MOVE RFP-PROPERTY-TYPE    TO WS-PROPERTY-TYPE
005140     CLOSE REFUND-PARM-FILE

005150     IF WS-MIN-REFUND-AGE = ZERO OR WS-MIN-REFUND-AMT = ZERO
005160        OR WS-DORMANCY-DAYS = ZERO
005170         DISPLAY "Refund age, refund amount and dormancy period"
005180             " must all be above zero."
005190         STOP RUN
005200     END-IF

005210     IF WS-DORMANCY-DAYS NOT > WS-MIN-REFUND-AGE
005220         DISPLAY "The dormancy period must be longer than the"
005230             " refund age."
005240         STOP RUN
005250     END-IF

005260     IF WS-BANK-ACCOUNT = SPACES
005270         DISPLAY "No bank account on the refund parameter file."
005280         STOP RUN
005290     END-IF.

005300 1000-EXIT.
005310     EXIT.

005320*----------------------------------------------------------------
005330*    1100-GET-RUN-MODE - ASK WHETHER TO PRINT THE LISTING ONLY OR
005340*    TO ISSUE THE REFUNDS AND REMIT THE UNCLAIMED CREDITS.  AN
005350*    UNRECOGNIZED REPLY IS RE-PROMPTED.
005360*----------------------------------------------------------------
005370 1100-GET-RUN-MODE.

005380     PERFORM 1110-PROMPT-FOR-MODE THRU 1110-EXIT
005390         UNTIL MODE-VALID.

005400 1100-EXIT.
005410     EXIT.

005420*----------------------------------------------------------------
005430*    1110-PROMPT-FOR-MODE - ASK FOR AND EDIT ONE MODE REPLY.
005440*----------------------------------------------------------------
005450 1110-PROMPT-FOR-MODE.

005460     DISPLAY "Enter run mode - R=review list, P=post refunds and"
005470         " unclaimed property:"
005480     ACCEPT WS-RUN-MODE

005490     IF MODE-REVIEW OR MODE-POST
005500         MOVE "Y" TO WS-MODE-VALID
005510     ELSE
005520         DISPLAY "Reply R or P."
005530     END-IF.

005540 1110-EXIT.
005550     EXIT.

005560*----------------------------------------------------------------
005570*    1150-GET-FIRST-CHECK-NO - THE NUMBER OF THE FIRST CHECK IN
005580*    THE STOCK LOADED FOR THE REFUNDS.  CHECKS ARE NUMBERED UP
005590*    FROM IT IN ACCOUNT ORDER.
005600*----------------------------------------------------------------
005610 1150-GET-FIRST-CHECK-NO.

005620     DISPLAY "Enter first refund check number (8 digits):"
005630     ACCEPT WS-CHECK-NO-REPLY
005640     IF WS-CHECK-NO-REPLY IS NOT NUMERIC
005650        OR WS-CHECK-NO-REPLY = ZERO
005660         DISPLAY "Check number must be eight digits - run"
005670             " abandoned."
005680         STOP RUN
005690     END-IF
005700     MOVE WS-CHECK-NO-REPLY TO WS-NEXT-CHECK-NO.

005710 1150-EXIT.
005720     EXIT.

005730*----------------------------------------------------------------
005740*    1200-CHECK-CLOSED-PERIOD - FIND THE LATEST ACCOUNTING PERIOD
005750*    THE MONTH-END CLOSE HAS CLOSED AND REFUSE TO POST IF TODAY'S
005760*    UNCLAIMED-PROPERTY ADJUSTMENTS WOULD FALL IN IT OR BEFORE
005770*    IT.  NO PERIOD-CONTROL FILE YET MEANS NO PERIOD HAS EVER
005780*    BEEN CLOSED.
005790*----------------------------------------------------------------
005800 1200-CHECK-CLOSED-PERIOD.

005810     MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
005820     OPEN INPUT PERIOD-CONTROL-FILE
005830     IF WS-PERIOD-FILE-STATUS NOT = "00"
005840         GO TO 1200-EXIT
005850     END-IF

005860     PERFORM 1210-READ-ONE-PERIOD THRU 1210-EXIT
005870         UNTIL PERIOD-EOF
005880     CLOSE PERIOD-CONTROL-FILE

005890     IF WS-RUN-PERIOD NOT > WS-LAST-CLOSED-PERIOD
005900         DISPLAY "Run date " WS-RUN-DATE " falls in closed"
005910             " accounting period " WS-LAST-CLOSED-PERIOD
005920         DISPLAY "Refund and unclaimed-property posting refused."
005930         STOP RUN
005940     END-IF.

005950 1200-EXIT.
005960     EXIT.

005970*----------------------------------------------------------------
005980*    1210-READ-ONE-PERIOD - KEEP THE HIGHEST CLOSED PERIOD SEEN.
005990*----------------------------------------------------------------
006000 1210-READ-ONE-PERIOD.

006010     READ PERIOD-CONTROL-FILE NEXT RECORD
006020         AT END
006030             MOVE "Y" TO WS-PERIOD-EOF
006040             GO TO 1210-EXIT
006050     END-READ

006060     IF PCTL-PERIOD-CLOSED
006070        AND PCTL-PERIOD > WS-LAST-CLOSED-PERIOD
006080         MOVE PCTL-PERIOD TO WS-LAST-CLOSED-PERIOD
006090     END-IF.

006100 1210-EXIT.
006110     EXIT.

006120*----------------------------------------------------------------
006130*    1250-VERIFY-RUN-CONTROL - A SECOND POSTING RUN FOR THE SAME
006140*    BUSINESS DATE WOULD DRAW A SECOND CHECK FOR EVERY REFUND
006150*    STILL WAITING TO POST, SO IT IS REFUSED UNLESS THE OPERATOR
006160*    DECLARES A RESTART.  THE RUN IS RECORDED AS IN PROGRESS
006170*    UNTIL IT COMPLETES.
006180*----------------------------------------------------------------
006190 1250-VERIFY-RUN-CONTROL.

006200     OPEN I-O RUN-CONTROL-FILE
006210     IF WS-RUNCTL-FILE-STATUS = "35"
006220         OPEN OUTPUT RUN-CONTROL-FILE
006230         CLOSE RUN-CONTROL-FILE
006240         OPEN I-O RUN-CONTROL-FILE
006250     END-IF

006260     MOVE "Y" TO WS-RUNCTL-FOUND
006270     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
006280     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
006290     READ RUN-CONTROL-FILE
006300         INVALID KEY
006310             MOVE "N" TO WS-RUNCTL-FOUND
006320     END-READ

006330     IF RUNCTL-FOUND
006340         IF RCTL-RUN-COMPLETE
006350             DISPLAY "Refunds were already issued for business"
006360                 " date " WS-BUSINESS-DATE "."
006370         ELSE
006380             DISPLAY "A prior refund run for business date "
006390                 WS-BUSINESS-DATE " did not complete."
006400         END-IF
006410         DISPLAY "Checks from that run must be voided before"
006420             " refunds are drawn again."
006430         DISPLAY "Is this a declared restart (Y/N)?"
006440         ACCEPT WS-RESTART-REPLY
006450         IF WS-RESTART-REPLY NOT = "Y"
006460            AND WS-RESTART-REPLY NOT = "y"
006470             DISPLAY "Run refused - not a declared restart."
006480             CLOSE RUN-CONTROL-FILE
006490             STOP RUN
006500         END-IF
006510     END-IF

006520     ACCEPT WS-RUNCTL-TODAY FROM DATE YYYYMMDD
006530     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
006540     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
006550     MOVE "N"               TO RCTL-STATUS
006560     MOVE WS-RUNCTL-TODAY   TO RCTL-START-YYYYMMDD
006570     IF RUNCTL-FOUND
006580         REWRITE RUN-CONTROL-RECORD
006590             INVALID KEY
006600                 DISPLAY "Unable to rewrite run-control record."
006610         END-REWRITE
006620     ELSE
006630         WRITE RUN-CONTROL-RECORD
006640             INVALID KEY
006650                 DISPLAY "Unable to write run-control record."
006660         END-WRITE
006670     END-IF.

006680 1250-EXIT.
006690     EXIT.

006700*----------------------------------------------------------------
006710*    1300-OPEN-FILES - OPEN THE MASTER (FOR UPDATE WHEN POSTING),
006720*    THE ADDRESS FILE AND THE ACTIVITY HISTORY, THE LISTING, AND
006730*    WHEN POSTING THE AUDIT TRAIL FOR APPEND AND THE REFUND,
006740*    POSITIVE-PAY AND UNCLAIMED-PROPERTY FILES FRESH FOR THE RUN.
006750*    WITHOUT THE HISTORY NO CREDIT CAN BE AGED, SO THE RUN ENDS.
006760*----------------------------------------------------------------
006770 1300-OPEN-FILES.

006780     IF MODE-POST
006790         OPEN I-O CUSTOMER-MASTER
006800     ELSE
006810         OPEN INPUT CUSTOMER-MASTER
006820     END-IF
006830     IF WS-MASTER-FILE-STATUS NOT = "00"
006840         DISPLAY "Unable to open customer master - status "
006850             WS-MASTER-FILE-STATUS
006860         STOP RUN
006870     END-IF

006880     IF MODE-POST
006890         OPEN I-O ACTIVITY-HISTORY-FILE
006900     ELSE
006910         OPEN INPUT ACTIVITY-HISTORY-FILE
006920     END-IF
006930     IF WS-HISTORY-FILE-STATUS NOT = "00"
006940         DISPLAY "Unable to open activity history - status "
006950             WS-HISTORY-FILE-STATUS " - no credit can be aged."
006960         CLOSE CUSTOMER-MASTER
006970         STOP RUN
006980     END-IF

006990     OPEN INPUT CUSTOMER-ADDRESS-FILE
007000     IF WS-ADDRESS-FILE-STATUS NOT = "00"
007010         DISPLAY "No customer address file - status "
007020             WS-ADDRESS-FILE-STATUS " - no refund can be mailed."
007030     END-IF

007040     OPEN OUTPUT CREDIT-BALANCE-REPORT
007050     IF MODE-REVIEW
007060         MOVE "CREDIT BALANCE REVIEW LIST" TO RH1-TITLE
007070     ELSE
007080         MOVE "CREDIT BALANCE REFUND LISTING" TO RH1-TITLE
007090     END-IF
007100     PERFORM 7200-SET-HEADING-DATES THRU 7200-EXIT
007110     WRITE CREDIT-BALANCE-REPORT-RECORD FROM RPT-HEADING-1
007120     MOVE WS-MIN-REFUND-AGE TO RH2-MIN-REFUND-AGE
007130     MOVE WS-MIN-REFUND-AMT TO RH2-MIN-REFUND-AMT
007140     MOVE WS-DORMANCY-DAYS  TO RH2-DORMANCY-DAYS
007150     WRITE CREDIT-BALANCE-REPORT-RECORD FROM RPT-HEADING-2
007160     MOVE SPACES TO CREDIT-BALANCE-REPORT-RECORD
007170     WRITE CREDIT-BALANCE-REPORT-RECORD
007180     WRITE CREDIT-BALANCE-REPORT-RECORD FROM RPT-LIST-HEADING

007190     IF MODE-REVIEW
007200         GO TO 1300-EXIT
007210     END-IF

007220     OPEN EXTEND AUDIT-TRAIL
007230     IF WS-AUDIT-FILE-STATUS = "35"
007240         OPEN OUTPUT AUDIT-TRAIL
007250         CLOSE AUDIT-TRAIL
007260         OPEN EXTEND AUDIT-TRAIL
007270     END-IF

007280     OPEN OUTPUT REFUND-TRANS-FILE
007290     OPEN OUTPUT POSITIVE-PAY-FILE
007300     OPEN OUTPUT UNCLAIMED-REMIT-FILE

007310     OPEN OUTPUT REFUND-CHECK-REGISTER
007320     MOVE "REFUND CHECK REGISTER" TO RH1-TITLE
007330     WRITE REFUND-CHECK-REGISTER-RECORD FROM RPT-HEADING-1
007340     MOVE SPACES TO REFUND-CHECK-REGISTER-RECORD
007350     WRITE REFUND-CHECK-REGISTER-RECORD
007360     WRITE REFUND-CHECK-REGISTER-RECORD FROM RPT-CHECK-HEADING

007370     OPEN OUTPUT UNCLAIMED-REPORT
007380     MOVE "UNCLAIMED PROPERTY - CREDIT BALANCES" TO RH1-TITLE
007390     WRITE UNCLAIMED-REPORT-RECORD FROM RPT-HEADING-1
007400     WRITE UNCLAIMED-REPORT-RECORD FROM RPT-HEADING-2
007410     MOVE SPACES TO UNCLAIMED-REPORT-RECORD
007420     WRITE UNCLAIMED-REPORT-RECORD
007430     WRITE UNCLAIMED-REPORT-RECORD FROM RPT-UNCLAIMED-HEADING.

007440 1300-EXIT.
007450     EXIT.

007460*----------------------------------------------------------------
007470*    2000-CHECK-ONE-MASTER - READ THE NEXT ACCOUNT AND, IF IT IS
007480*    IN CREDIT, AGE THE CREDIT, DECIDE WHAT BECOMES OF IT AND
007490*    LIST IT.  A REFUND NEEDS AN ADDRESS TO MAIL THE CHECK TO AND
007500*    MUST HAVE REACHED BOTH THE REFUND AGE AND AMOUNT.  ANY CREDIT
007510*    NOT REFUNDED THAT HAS SAT PAST THE DORMANCY PERIOD IS
007520*    UNCLAIMED PROPERTY.  ANYTHING ELSE IS HELD FOR A LATER RUN.
007530*----------------------------------------------------------------
007540 2000-CHECK-ONE-MASTER.

007550     READ CUSTOMER-MASTER NEXT RECORD
007560         AT END
007570             MOVE "Y" TO WS-MASTER-EOF
007580             GO TO 2000-EXIT
007590     END-READ

007600     ADD 1 TO CT-MASTERS-READ

007610     IF AMT-OWED-MASTER NOT < ZERO
007620         GO TO 2000-EXIT
007630     END-IF

007640     COMPUTE WS-CREDIT-AMT = ZERO - AMT-OWED-MASTER
007650     ADD 1 TO CT-CREDITS-LISTED
007660     ADD WS-CREDIT-AMT TO CT-CREDITS-LISTED-AMT

007670     PERFORM 2100-FIND-LAST-MOVEMENT THRU 2100-EXIT

007680     MOVE WS-LAST-MOVE-YYYYMMDD TO WS-CONV-YYYYMMDD
007690     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
007700     IF WS-CONV-DAY-COUNT = ZERO
007710         MOVE ZERO TO WS-CREDIT-AGE-DAYS
007720     ELSE
007730         COMPUTE WS-CREDIT-AGE-DAYS =
007740             WS-BUSINESS-DAY-COUNT - WS-CONV-DAY-COUNT
007750     END-IF
007760     IF WS-CREDIT-AGE-DAYS < ZERO
007770         MOVE ZERO TO WS-CREDIT-AGE-DAYS
007780     END-IF

007790     MOVE "N" TO WS-ADDRESS-FOUND
007800     MOVE SPACES TO ADDR-DETAIL-DATA
007810     IF WS-ADDRESS-FILE-STATUS = "00"
007820         MOVE CUSTOMER-NO-MASTER TO ADDR-CUSTOMER-NO
007830         READ CUSTOMER-ADDRESS-FILE
007840             INVALID KEY
007850                 MOVE SPACES TO ADDR-DETAIL-DATA
007860             NOT INVALID KEY
007870                 MOVE "Y" TO WS-ADDRESS-FOUND
007880         END-READ
007890     END-IF

007900     EVALUATE TRUE
007910         WHEN ADDRESS-FOUND
007920          AND WS-CREDIT-AGE-DAYS NOT < WS-MIN-REFUND-AGE
007930          AND WS-CREDIT-AMT NOT < WS-MIN-REFUND-AMT
007940             MOVE "R" TO WS-CREDIT-ACTION
007950         WHEN WS-CREDIT-AGE-DAYS NOT < WS-DORMANCY-DAYS
007960             MOVE "U" TO WS-CREDIT-ACTION
007970         WHEN OTHER
007980             MOVE "H" TO WS-CREDIT-ACTION
007990     END-EVALUATE

008000     EVALUATE TRUE
008010         WHEN CREDIT-TO-REFUND AND MODE-POST
008020             PERFORM 3000-ISSUE-REFUND THRU 3000-EXIT
008030         WHEN CREDIT-TO-REFUND
008040             MOVE "TO BE REFUNDED" TO WS-ACTION-TEXT
008050         WHEN CREDIT-UNCLAIMED AND MODE-POST
008060             PERFORM 4000-REMIT-UNCLAIMED THRU 4000-EXIT
008070         WHEN CREDIT-UNCLAIMED
008080             MOVE "TO BE REMITTED AS UNCLAIMED" TO WS-ACTION-TEXT
008090         WHEN NOT ADDRESS-FOUND
008100             MOVE "HELD - NO ADDRESS ON FILE" TO WS-ACTION-TEXT
008110             ADD 1 TO CT-HELD-NO-ADDRESS
008120         WHEN WS-CREDIT-AGE-DAYS < WS-MIN-REFUND-AGE
008130             MOVE "HELD - UNDER REFUND AGE" TO WS-ACTION-TEXT
008140         WHEN OTHER
008150             MOVE "HELD - UNDER REFUND AMOUNT" TO WS-ACTION-TEXT
008160     END-EVALUATE

008170     IF CREDIT-HELD
008180         ADD 1 TO CT-CREDITS-HELD
008190         ADD WS-CREDIT-AMT TO CT-CREDITS-HELD-AMT
008200     END-IF

008210     PERFORM 7000-WRITE-LIST-LINE THRU 7000-EXIT.

008220 2000-EXIT.
008230     EXIT.

008240*----------------------------------------------------------------
008250*    2100-FIND-LAST-MOVEMENT - READ THE ACCOUNT'S ACTIVITY
008260*    HISTORY AND KEEP THE LATEST TRANSACTION DATE ON IT.  AN
008270*    ACCOUNT WITH NO HISTORY LEFT (PURGED PAST THE RETENTION
008280*    PERIOD) IS AGED FROM ITS LAST PURCHASE DATE INSTEAD, AND
008290*    FLAGGED ON THE LISTING.
008300*----------------------------------------------------------------
008310 2100-FIND-LAST-MOVEMENT.

008320     MOVE ZERO TO WS-LAST-MOVE-YYYYMMDD
008330     MOVE "N" TO WS-MOVEMENT-FOUND
008340     MOVE "N" TO WS-HISTORY-EOF
008350     MOVE CUSTOMER-NO-MASTER TO HIST-CUSTOMER-NO
008360     MOVE ZERO TO HIST-POSTING-YYYYMMDD
008370     MOVE ZERO TO HIST-SEQUENCE-NO
008380     START ACTIVITY-HISTORY-FILE
008390         KEY IS NOT LESS THAN HIST-KEY
008400         INVALID KEY
008410             MOVE "Y" TO WS-HISTORY-EOF
008420     END-START

008430     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
008440         UNTIL HISTORY-EOF

008450     IF NOT MOVEMENT-FOUND
008460         STRING DATE-OF-LAST-PURCHASE-MASTER (7:4)
008470                DATE-OF-LAST-PURCHASE-MASTER (1:2)
008480                DATE-OF-LAST-PURCHASE-MASTER (4:2)
008490             DELIMITED BY SIZE INTO WS-LAST-MOVE-YYYYMMDD
008500         ADD 1 TO CT-AGED-FROM-PURCHASE
008510     END-IF.

008520 2100-EXIT.
008530     EXIT.

008540*----------------------------------------------------------------
008550*    2110-READ-ONE-HISTORY - READ THE ACCOUNT'S NEXT ACTIVITY-
008560*    HISTORY RECORD AND KEEP THE LATEST TRANSACTION DATE SEEN AS
008570*    ITS LAST MOVEMENT.
008580*----------------------------------------------------------------
008590 2110-READ-ONE-HISTORY.

008600     READ ACTIVITY-HISTORY-FILE NEXT RECORD
008610         AT END
008620             MOVE "Y" TO WS-HISTORY-EOF
008630             GO TO 2110-EXIT
008640     END-READ

008650     IF HIST-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
008660         MOVE "Y" TO WS-HISTORY-EOF
008670         GO TO 2110-EXIT
008680     END-IF

008690     STRING HIST-TRANS-DATE (7:4)
008700            HIST-TRANS-DATE (1:2)
008710            HIST-TRANS-DATE (4:2)
008720         DELIMITED BY SIZE INTO WS-HIST-MOVE-YYYYMMDD
008730     IF WS-HIST-MOVE-YYYYMMDD > WS-LAST-MOVE-YYYYMMDD
008740         MOVE WS-HIST-MOVE-YYYYMMDD TO WS-LAST-MOVE-YYYYMMDD
008750     END-IF
008760     MOVE "Y" TO WS-MOVEMENT-FOUND.

008770 2110-EXIT.
008780     EXIT.

008790*----------------------------------------------------------------
008800*    3000-ISSUE-REFUND - WRITE THE TYPE "R" REFUND FOR THE WHOLE
008810*    CREDIT, DRAW THE NEXT CHECK ON THE REGISTER AND REPORT IT TO
008820*    THE BANK ON THE POSITIVE-PAY FILE.  THE BALANCE ITSELF MOVES
008830*    WHEN THE POSTING RUN POSTS THE REFUND.
008840*----------------------------------------------------------------
008850 3000-ISSUE-REFUND.

008860     MOVE CUSTOMER-NO-MASTER    TO CUSTOMER-NO-TRANS
008870     MOVE CUSTOMER-NAME-MASTER  TO CUSTOMER-NAME-TRANS
008880     MOVE WS-BUSINESS-MMDDYYYY  TO DATE-OF-PURCHASE-TRANS
008890     MOVE WS-CREDIT-AMT         TO AMT-OF-PURCHASE-TRANS
008900     MOVE "R"                   TO TRANSACTION-TYPE-TRANS
008910     MOVE SPACES                TO TRANS-ADDRESS-DATA
008920                                   TRANS-INVOICE-NO
008930     WRITE CUSTOMER-TRANS-RECORD

008940     MOVE WS-NEXT-CHECK-NO      TO RCK-CHECK-NO
008950     MOVE CUSTOMER-NO-MASTER    TO RCK-CUSTOMER-NO
008960     MOVE CUSTOMER-NAME-MASTER  TO RCK-PAYEE-NAME
008970     MOVE ADDR-LINE-1           TO RCK-ADDR-LINE-1
008980     MOVE ADDR-CITY             TO RCK-CITY
008990     MOVE ADDR-STATE            TO RCK-STATE
009000     MOVE WS-CREDIT-AMT         TO RCK-AMOUNT
009010     WRITE REFUND-CHECK-REGISTER-RECORD FROM RPT-CHECK-LINE

009020     MOVE SPACES                TO POSITIVE-PAY-RECORD
009030     MOVE "I"                   TO PPAY-RECORD-TYPE
009040     MOVE WS-BANK-ACCOUNT       TO PPAY-BANK-ACCOUNT
009050     MOVE WS-NEXT-CHECK-NO      TO PPAY-CHECK-NO
009060     MOVE WS-RUN-DATE           TO PPAY-ISSUE-YYYYMMDD
009070     MOVE WS-CREDIT-AMT         TO PPAY-AMOUNT
009080     MOVE CUSTOMER-NAME-MASTER  TO PPAY-PAYEE-NAME
009090     WRITE POSITIVE-PAY-RECORD

009100     MOVE SPACES TO WS-ACTION-TEXT
009110     STRING "REFUNDED - CHECK " WS-NEXT-CHECK-NO
009120         DELIMITED BY SIZE INTO WS-ACTION-TEXT

009130     ADD 1 TO WS-NEXT-CHECK-NO
009140     ADD 1 TO CT-REFUNDS-ISSUED
009150     ADD WS-CREDIT-AMT TO CT-REFUND-AMT.

009160 3000-EXIT.
009170     EXIT.

009180*----------------------------------------------------------------
009190*    4000-REMIT-UNCLAIMED - TAKE THE DORMANT CREDIT OFF THE
009200*    ACCOUNT - ZERO THE MASTER BALANCE AND AUDIT IT AS TYPE "U"
009210*    SO THE RECONCILIATION STILL CHAINS - AND WRITE THE OWNER TO
009220*    THE UNCLAIMED-PROPERTY REMITTANCE AND REPORT.  A MASTER THAT
009230*    CANNOT BE REWRITTEN IS LISTED AND LEFT IN CREDIT.
009240*----------------------------------------------------------------
009250 4000-REMIT-UNCLAIMED.

009260     MOVE AMT-OWED-MASTER TO WS-PRIOR-AMT-OWED
009270     MOVE ZERO            TO AMT-OWED-MASTER
009280     REWRITE CUSTOMER-MASTER-RECORD
009290         INVALID KEY
009300             MOVE WS-PRIOR-AMT-OWED TO AMT-OWED-MASTER
009310             MOVE "NOT REMITTED - REWRITE FAILED"
009320                 TO WS-ACTION-TEXT
009330             MOVE "H" TO WS-CREDIT-ACTION
009340             ADD 1 TO CT-UNCLAIMED-ERRORS
009350             GO TO 4000-EXIT
009360     END-REWRITE

009370     PERFORM 4100-WRITE-AUDIT-RECORD THRU 4100-EXIT

009380     MOVE WS-PROPERTY-TYPE      TO UPR-PROPERTY-TYPE
009390     MOVE CUSTOMER-NO-MASTER    TO UPR-CUSTOMER-NO
009400     MOVE CUSTOMER-NAME-MASTER  TO UPR-OWNER-NAME
009410     MOVE ADDR-DETAIL-DATA      TO UPR-ADDRESS-DATA
009420     MOVE WS-CREDIT-AMT         TO UPR-AMOUNT
009430     MOVE WS-LAST-MOVE-YYYYMMDD TO UPR-LAST-ACTIVITY-YYYYMMDD
009440     MOVE WS-RUN-DATE           TO UPR-REMITTED-YYYYMMDD
009450     WRITE UNCLAIMED-REMIT-RECORD

009460     MOVE CUSTOMER-NO-MASTER    TO RUL-CUSTOMER-NO
009470     MOVE CUSTOMER-NAME-MASTER  TO RUL-OWNER-NAME
009480     MOVE WS-CREDIT-AMT         TO RUL-AMOUNT
009490     MOVE WS-LAST-MOVE-YYYYMMDD TO WS-DATE-EDIT-IN
009500     PERFORM 7100-EDIT-DATE THRU 7100-EXIT
009510     MOVE WS-DATE-EDIT          TO RUL-LAST-ACTIVITY
009520     MOVE WS-CREDIT-AGE-DAYS    TO RUL-AGE-DAYS
009530     MOVE ADDR-STATE            TO RUL-STATE
009540     IF ADDRESS-FOUND
009550         MOVE ADDR-LINE-1       TO RUL-ADDRESS-TEXT
009560     ELSE
009570         MOVE "(NO ADDRESS ON FILE)" TO RUL-ADDRESS-TEXT
009580     END-IF
009590     WRITE UNCLAIMED-REPORT-RECORD FROM RPT-UNCLAIMED-LINE

009600     MOVE "REMITTED AS UNCLAIMED" TO WS-ACTION-TEXT
009610     ADD 1 TO CT-UNCLAIMED-REMITTED
009620     ADD WS-CREDIT-AMT TO CT-UNCLAIMED-AMT.

009630 4000-EXIT.
009640     EXIT.

009650*----------------------------------------------------------------
009660*    4100-WRITE-AUDIT-RECORD - LOG THE UNCLAIMED-PROPERTY TRANSFER
009670*    ON THE AUDIT TRAIL THE SAME WAY THE POSTING RUN LOGS ANY
009680*    OTHER BALANCE CHANGE, UNDER TRANSACTION TYPE "U" FOR THE
009690*    WHOLE CREDIT.
009700*----------------------------------------------------------------
009710 4100-WRITE-AUDIT-RECORD.

009720     MOVE CUSTOMER-NO-MASTER           TO AUD-CUSTOMER-NO
009730     MOVE "U"                          TO AUD-TRANS-TYPE
009740     MOVE WS-CREDIT-AMT                TO AUD-TRANS-AMOUNT
009750     MOVE WS-RUN-DATE-MMDDYYYY         TO AUD-TRANS-DATE
009760     MOVE WS-PRIOR-AMT-OWED            TO AUD-PRIOR-AMT-OWED
009770     MOVE AMT-OWED-MASTER              TO AUD-NEW-AMT-OWED
009780     MOVE DATE-OF-LAST-PURCHASE-MASTER
009790         TO AUD-PRIOR-DATE-OF-PURCHASE
009800     MOVE DATE-OF-LAST-PURCHASE-MASTER
009810         TO AUD-NEW-DATE-OF-PURCHASE
009820     MOVE "U"                          TO AUD-ACTION-CODE

009830     WRITE AUDIT-TRAIL-RECORD
009840     PERFORM 4200-WRITE-HISTORY-RECORD THRU 4200-EXIT.

009850 4100-EXIT.
009860     EXIT.

009870*----------------------------------------------------------------
009880*    4200-WRITE-HISTORY-RECORD - COPY THE AUDIT RECORD JUST
009890*    WRITTEN TO THE ACTIVITY-HISTORY FILE UNDER THE ACCOUNT AND
009900*    THE RUN DATE, STEPPING THE SEQUENCE PAST ANY KEY ALREADY ON
009910*    FILE FOR THAT DAY.
009920*----------------------------------------------------------------
009930 4200-WRITE-HISTORY-RECORD.

009940     MOVE AUD-CUSTOMER-NO      TO HIST-CUSTOMER-NO
009950     MOVE WS-RUN-DATE          TO HIST-POSTING-YYYYMMDD
009960     MOVE 1                    TO HIST-SEQUENCE-NO
009970     MOVE AUDIT-TRAIL-RECORD   TO HIST-AUDIT-DATA
009980     MOVE "N" TO WS-HISTORY-WRITTEN

009990     PERFORM 4210-WRITE-HISTORY-TRY THRU 4210-EXIT
010000         UNTIL HISTORY-WRITTEN OR HIST-SEQUENCE-NO > 99998

010010     IF HISTORY-WRITTEN
010020         ADD 1 TO CT-HISTORY-WRITTEN
010030     ELSE
010040         DISPLAY "Unable to write activity history for "
010050             AUD-CUSTOMER-NO "."
010060     END-IF.

010070 4200-EXIT.
010080     EXIT.

010090*----------------------------------------------------------------
010100*    4210-WRITE-HISTORY-TRY - TRY ONE WRITE OF THE HISTORY RECORD,
010110*    STEPPING THE SEQUENCE NUMBER ON A DUPLICATE KEY.
010120*----------------------------------------------------------------
010130 4210-WRITE-HISTORY-TRY.

010140     WRITE ACTIVITY-HISTORY-RECORD
010150         INVALID KEY
010160             ADD 1 TO HIST-SEQUENCE-NO
010170         NOT INVALID KEY
010180             MOVE "Y" TO WS-HISTORY-WRITTEN
010190     END-WRITE.

010200 4210-EXIT.
010210     EXIT.

010220*----------------------------------------------------------------
010230*    5000-CONVERT-DATE-TO-DAYS - TURN WS-CONV-YYYYMMDD INTO A
010240*    RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED TO GET AN
010250*    AGE IN DAYS.  A DATE WITH A MONTH OUTSIDE 01-12 GIVES A
010260*    ZERO DAY COUNT RATHER THAN A WILD SUBSCRIPT.
010270*----------------------------------------------------------------
010280 5000-CONVERT-DATE-TO-DAYS.

010290     IF WS-CONV-MONTH < 01 OR WS-CONV-MONTH > 12
010300         MOVE ZERO TO WS-CONV-DAY-COUNT
010310         GO TO 5000-EXIT
010320     END-IF

010330     SUBTRACT 1 FROM WS-CONV-YEAR GIVING WS-CONV-PRIOR-YEAR
010340     DIVIDE WS-CONV-PRIOR-YEAR BY 4
010350         GIVING WS-CONV-LEAPS-4
010360     DIVIDE WS-CONV-PRIOR-YEAR BY 100
010370         GIVING WS-CONV-LEAPS-100
010380     DIVIDE WS-CONV-PRIOR-YEAR BY 400
010390         GIVING WS-CONV-LEAPS-400

010400     COMPUTE WS-CONV-DAY-COUNT = (WS-CONV-YEAR * 365)
010410         + WS-CONV-LEAPS-4 - WS-CONV-LEAPS-100
010420         + WS-CONV-LEAPS-400
010430         + WS-DAYS-BEFORE-MONTH (WS-CONV-MONTH)
010440         + WS-CONV-DAY

010450     DIVIDE WS-CONV-YEAR BY 4
010460         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-4
010470     DIVIDE WS-CONV-YEAR BY 100
010480         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-100
010490     DIVIDE WS-CONV-YEAR BY 400
010500         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-400

010510     IF WS-CONV-MONTH > 2
010520        AND ((WS-CONV-REM-4 = 0 AND WS-CONV-REM-100 NOT = 0)
010530             OR WS-CONV-REM-400 = 0)
010540         ADD 1 TO WS-CONV-DAY-COUNT
010550     END-IF.

010560 5000-EXIT.
010570     EXIT.

010580*----------------------------------------------------------------
010590*    6000-FINISH-FILES - TOTAL THE LISTING AND, WHEN POSTING,
010600*    CLOSE OFF THE REFUND FILE WITH ITS BALANCING TRAILER, THE
010610*    POSITIVE-PAY FILE WITH ITS TRAILER, AND THE REGISTER AND
010620*    UNCLAIMED-PROPERTY REPORT WITH THEIR TOTALS.
010630*----------------------------------------------------------------
010640 6000-FINISH-FILES.

010650     MOVE SPACES TO CREDIT-BALANCE-REPORT-RECORD
010660     WRITE CREDIT-BALANCE-REPORT-RECORD
010670     MOVE "ACCOUNTS IN CREDIT / AMOUNT .... " TO RTL-LABEL
010680     MOVE CT-CREDITS-LISTED     TO RTL-COUNT
010690     MOVE CT-CREDITS-LISTED-AMT TO RTL-AMOUNT
010700     WRITE CREDIT-BALANCE-REPORT-RECORD FROM RPT-TOTAL-LINE
010710     MOVE "REFUNDED / AMOUNT .............. " TO RTL-LABEL
010720     MOVE CT-REFUNDS-ISSUED     TO RTL-COUNT
010730     MOVE CT-REFUND-AMT         TO RTL-AMOUNT
010740     WRITE CREDIT-BALANCE-REPORT-RECORD FROM RPT-TOTAL-LINE
010750     MOVE "REMITTED UNCLAIMED / AMOUNT .... " TO RTL-LABEL
010760     MOVE CT-UNCLAIMED-REMITTED TO RTL-COUNT
010770     MOVE CT-UNCLAIMED-AMT      TO RTL-AMOUNT
010780     WRITE CREDIT-BALANCE-REPORT-RECORD FROM RPT-TOTAL-LINE
010790     MOVE "HELD / AMOUNT .................. " TO RTL-LABEL
010800     MOVE CT-CREDITS-HELD       TO RTL-COUNT
010810     MOVE CT-CREDITS-HELD-AMT   TO RTL-AMOUNT
010820     WRITE CREDIT-BALANCE-REPORT-RECORD FROM RPT-TOTAL-LINE
010830     IF CT-AGED-FROM-PURCHASE > ZERO
010840         MOVE "* AGED FROM LAST PURCHASE - NO HISTORY ON FILE"
010850             TO CREDIT-BALANCE-REPORT-RECORD
010860         WRITE CREDIT-BALANCE-REPORT-RECORD
010870     END-IF

010880     CLOSE CUSTOMER-MASTER
010890           ACTIVITY-HISTORY-FILE
010900           CREDIT-BALANCE-REPORT
010910     IF WS-ADDRESS-FILE-STATUS = "00"
010920         CLOSE CUSTOMER-ADDRESS-FILE
010930     END-IF

010940     IF MODE-REVIEW
010950         GO TO 6000-EXIT
010960     END-IF

010970     MOVE CT-REFUNDS-ISSUED    TO RFT-RECORD-COUNT
010980     MOVE CT-REFUND-AMT        TO RFT-AMOUNT-TOTAL
010990     MOVE WS-BUSINESS-YYYYMMDD TO RFT-BUSINESS-DATE
011000     WRITE CUSTOMER-TRANS-RECORD FROM RFD-TRAILER-RECORD

011010     MOVE SPACES                TO POSITIVE-PAY-TRAILER
011020     MOVE "T"                   TO PPTR-RECORD-TYPE
011030     MOVE WS-BANK-ACCOUNT       TO PPTR-BANK-ACCOUNT
011040     MOVE CT-REFUNDS-ISSUED     TO PPTR-CHECK-COUNT
011050     MOVE CT-REFUND-AMT         TO PPTR-AMOUNT-TOTAL
011060     WRITE POSITIVE-PAY-TRAILER

011070     MOVE SPACES TO REFUND-CHECK-REGISTER-RECORD
011080     WRITE REFUND-CHECK-REGISTER-RECORD
011090     MOVE "CHECKS DRAWN / AMOUNT .......... " TO RTL-LABEL
011100     MOVE CT-REFUNDS-ISSUED     TO RTL-COUNT
011110     MOVE CT-REFUND-AMT         TO RTL-AMOUNT
011120     WRITE REFUND-CHECK-REGISTER-RECORD FROM RPT-TOTAL-LINE

011130     MOVE SPACES TO UNCLAIMED-REPORT-RECORD
011140     WRITE UNCLAIMED-REPORT-RECORD
011150     MOVE "OWNERS REMITTED / AMOUNT ....... " TO RTL-LABEL
011160     MOVE CT-UNCLAIMED-REMITTED TO RTL-COUNT
011170     MOVE CT-UNCLAIMED-AMT      TO RTL-AMOUNT
011180     WRITE UNCLAIMED-REPORT-RECORD FROM RPT-TOTAL-LINE

011190     CLOSE AUDIT-TRAIL
011200           REFUND-TRANS-FILE
011210           POSITIVE-PAY-FILE
011220           UNCLAIMED-REMIT-FILE
011230           REFUND-CHECK-REGISTER
011240           UNCLAIMED-REPORT.

011250 6000-EXIT.
011260     EXIT.

011270*----------------------------------------------------------------
011280*    7000-WRITE-LIST-LINE - PRINT ONE ACCOUNT IN CREDIT WITH ITS
011290*    AGE AND WHAT BECAME OF IT.
011300*----------------------------------------------------------------
011310 7000-WRITE-LIST-LINE.

011320     MOVE CUSTOMER-NO-MASTER   TO RLL-CUSTOMER-NO
011330     MOVE CUSTOMER-NAME-MASTER TO RLL-CUSTOMER-NAME
011340     MOVE WS-CREDIT-AMT        TO RLL-CREDIT-AMT
011350     MOVE WS-LAST-MOVE-YYYYMMDD TO WS-DATE-EDIT-IN
011360     PERFORM 7100-EDIT-DATE THRU 7100-EXIT
011370     MOVE WS-DATE-EDIT         TO RLL-LAST-MOVE
011380     IF MOVEMENT-FOUND
011390         MOVE SPACES TO RLL-AGED-FROM
011400     ELSE
011410         MOVE "*"    TO RLL-AGED-FROM
011420     END-IF
011430     MOVE WS-CREDIT-AGE-DAYS   TO RLL-AGE-DAYS
011440     IF ADDRESS-FOUND
011450         MOVE "YES" TO RLL-ADDRESS-FLAG
011460     ELSE
011470         MOVE "NO " TO RLL-ADDRESS-FLAG
011480     END-IF
011490     MOVE WS-ACTION-TEXT       TO RLL-ACTION-TEXT
011500     WRITE CREDIT-BALANCE-REPORT-RECORD FROM RPT-LIST-LINE.

011510 7000-EXIT.
011520     EXIT.

011530*----------------------------------------------------------------
011540*    7100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
011550*    MM/DD/YYYY IN WS-DATE-EDIT.
011560*----------------------------------------------------------------
011570 7100-EDIT-DATE.

011580     STRING WS-DATE-EDIT-IN (5:2) "/"
011590            WS-DATE-EDIT-IN (7:2) "/"
011600            WS-DATE-EDIT-IN (1:4)
011610         DELIMITED BY SIZE INTO WS-DATE-EDIT.

011620 7100-EXIT.
011630     EXIT.

011640*----------------------------------------------------------------
011650*    7200-SET-HEADING-DATES - PUT THE BUSINESS AND RUN DATES ON
011660*    THE FIRST HEADING LINE SHARED BY THE THREE REPORTS.
011670*----------------------------------------------------------------
011680 7200-SET-HEADING-DATES.

011690     MOVE WS-BUSINESS-YYYYMMDD TO WS-DATE-EDIT-IN
011700     PERFORM 7100-EDIT-DATE THRU 7100-EXIT
011710     MOVE WS-DATE-EDIT TO RH1-BUSINESS-DATE
011720     MOVE WS-RUN-DATE TO WS-DATE-EDIT-IN
011730     PERFORM 7100-EDIT-DATE THRU 7100-EXIT
011740     MOVE WS-DATE-EDIT TO RH1-RUN-DATE.

011750 7200-EXIT.
011760     EXIT.

011770*----------------------------------------------------------------
011780*    7300-RECORD-RUN-COMPLETE - MARK THIS BUSINESS DATE'S REFUND
011790*    RUN COMPLETE ON THE RUN-CONTROL FILE.
011800*----------------------------------------------------------------
011810 7300-RECORD-RUN-COMPLETE.

011820     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
011830     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
011840     READ RUN-CONTROL-FILE
011850         INVALID KEY
011860             DISPLAY "Run-control record missing at end of run."
011870         NOT INVALID KEY
011880             MOVE "Y" TO RCTL-STATUS
011890             REWRITE RUN-CONTROL-RECORD
011900                 INVALID KEY
011910                     DISPLAY "Unable to mark run complete on"
011920                         " run control."
011930             END-REWRITE
011940     END-READ
011950     CLOSE RUN-CONTROL-FILE.

011960 7300-EXIT.
011970     EXIT.

011980*----------------------------------------------------------------
011990*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.  THE
012000*    REFUND COUNT AND AMOUNT MATCH THE REFUND FILE'S TRAILER AND
012010*    THE POSITIVE-PAY TRAILER.
012020*----------------------------------------------------------------
012030 8000-PRINT-CONTROL-TOTALS.

012040     DISPLAY "=============================================="
012050     DISPLAY "            C O N T R O L   T O T A L S"
012060     DISPLAY "=============================================="
012070     DISPLAY "Master records read ............ " CT-MASTERS-READ
012080     DISPLAY "Accounts in credit ............. " CT-CREDITS-LISTED
012090     DISPLAY "Credit balance total ........... "
012100         CT-CREDITS-LISTED-AMT
012110     DISPLAY "Aged from last purchase ........ "
012120         CT-AGED-FROM-PURCHASE
012130     DISPLAY "Refunds issued ................. " CT-REFUNDS-ISSUED
012140     DISPLAY "Amount refunded ................ " CT-REFUND-AMT
012150     DISPLAY "Unclaimed credits remitted ..... "
012160         CT-UNCLAIMED-REMITTED
012170     DISPLAY "Amount remitted as unclaimed ... " CT-UNCLAIMED-AMT
012180     DISPLAY "Credits held ................... " CT-CREDITS-HELD
012190     DISPLAY "Amount held .................... "
012200         CT-CREDITS-HELD-AMT
012210     DISPLAY "Held - no address on file ...... "
012220         CT-HELD-NO-ADDRESS
012230     DISPLAY "Unclaimed transfers failed ..... "
012240         CT-UNCLAIMED-ERRORS
012250     DISPLAY "Activity history written ....... "
012260         CT-HISTORY-WRITTEN
012270     DISPLAY "==============================================".

012280 8000-EXIT.
012290     EXIT.

012300 END PROGRAM PROGRAM27.
