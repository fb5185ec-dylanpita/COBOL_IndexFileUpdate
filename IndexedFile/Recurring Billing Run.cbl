000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM26 AS "IndexedFile.Program26".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  RECURRING BILLING RUN.
000120*                     EVERY ACTIVE SCHEDULE DUE ON OR BEFORE THE
000130*                     BUSINESS DATE IS BILLED AS A TYPE "P"
000140*                     TRANSACTION ON RECURTRN.TXT, ONE PER CYCLE
000150*                     DUE, FOLLOWED BY THE USUAL "*TRL*" BALANCING
000160*                     TRAILER, READY TO NAME IN THE POSTING
000170*                     CONTROL FILE.  A CLOSED ACCOUNT OR ONE ON
000180*                     CREDIT HOLD IS NOT BILLED.  EVERY CHARGE
000190*                     WRITTEN OR SKIPPED IS PRINTED ON THE BILLING
000200*                     REGISTER.  NEXT BILL DATES ARE ONLY MOVED ON
000210*                     ONCE THE TRANSACTION FILE AND REGISTER ARE
000220*                     COMPLETE, FROM A WORK FILE, SO A RUN THAT
000230*                     STOPS PART WAY LEAVES THE SCHEDULES AS THEY
000240*                     WERE AND CAN SIMPLY BE RUN AGAIN.  THE RUN
000250*                     IS RECORDED ON THE RUN-CONTROL FILE UNDER
000260*                     THE BUSINESS DATE, AND ONCE IT HAS COMPLETED
000270*                     A SECOND RUN FOR THAT DATE IS REFUSED RATHER
000280*                     THAN OVERWRITE THE UNPOSTED CHARGES.
000290*    -----------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RECURRING-SCHEDULE-FILE
000350         ASSIGN TO "C:\a\exercise10\recursch.txt"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RBS-KEY
000390         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

000400     SELECT CUSTOMER-MASTER
000410         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CUSTOMER-NO-MASTER
000450         FILE STATUS IS WS-MASTER-FILE-STATUS.

000460     SELECT CREDIT-HOLD-FILE
000470         ASSIGN TO "C:\a\exercise10\credhold.txt"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS HOLD-CUSTOMER-NO
000510         FILE STATUS IS WS-HOLD-FILE-STATUS.

000520     SELECT RECURRING-TRANS-FILE
000530         ASSIGN TO "C:\a\exercise10\recurtrn.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL.

000550     SELECT BILLING-REGISTER
000560         ASSIGN TO "C:\a\exercise10\recurreg.txt"
000570         ORGANIZATION IS LINE SEQUENTIAL.

000580     SELECT SCHEDULE-UPDATE-FILE
000590         ASSIGN TO "C:\a\exercise10\recurwrk.txt"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-UPDATE-FILE-STATUS.

000620     SELECT RUN-CONTROL-FILE
000630         ASSIGN TO "C:\a\exercise10\runctl.txt"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS RCTL-KEY
000670         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RECURRING-SCHEDULE-FILE.
000710 01  RECURRING-SCHEDULE-RECORD.
000720     05  RBS-KEY.
000730         10  RBS-CUSTOMER-NO           PICTURE X(5).
000740         10  RBS-SCHEDULE-NO           PICTURE 9(3).
000750     05  RBS-DESCRIPTION               PICTURE X(20).
000760     05  RBS-AMOUNT                    PICTURE 9(5)V99.
000770     05  RBS-FREQUENCY                 PICTURE X(1).
000780         88  RBS-MONTHLY                   VALUE "M".
000790         88  RBS-QUARTERLY                 VALUE "Q".
000800         88  RBS-ANNUAL                    VALUE "A".
000810     05  RBS-BILL-DAY                  PICTURE 9(2).
000820     05  RBS-NEXT-BILL-YYYYMMDD        PICTURE 9(8).
000830     05  RBS-END-YYYYMMDD              PICTURE 9(8).
000840     05  RBS-STATUS                    PICTURE X(1).
000850         88  RBS-ACTIVE                    VALUE "A".
000860         88  RBS-CANCELLED                 VALUE "C".
000870         88  RBS-ENDED                     VALUE "E".
000880     05  RBS-LAST-BILLED-YYYYMMDD      PICTURE 9(8).
000890     05  RBS-TIMES-BILLED              PICTURE 9(5).
000900     05  RBS-ADDED-BY                  PICTURE X(8).
000910     05  RBS-ADDED-YYYYMMDD            PICTURE 9(8).
000920     05  RBS-CHANGED-BY                PICTURE X(8).
000930     05  RBS-CHANGED-YYYYMMDD          PICTURE 9(8).

000940 FD  CUSTOMER-MASTER.
000950 01  CUSTOMER-MASTER-RECORD.
000960     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000970     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
000980     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
000990     05  AMT-OWED-MASTER              PICTURE S9(5)V99
001000                                      SIGN LEADING SEPARATE.
001010     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.

001020 FD  CREDIT-HOLD-FILE.
001030 01  CREDIT-HOLD-RECORD.
001040     05  HOLD-CUSTOMER-NO             PICTURE X(5).
001050     05  HOLD-REASON-CODE             PICTURE X(2).
001060         88  HOLD-WRITTEN-OFF             VALUE "WO".
001070     05  HOLD-PLACED-YYYYMMDD         PICTURE 9(8).
001080     05  HOLD-WRITTEN-OFF-AMT         PICTURE 9(5)V99.
001090     05  HOLD-RECOVERED-AMT           PICTURE 9(5)V99.

001100 FD  RECURRING-TRANS-FILE.
001110 01  CUSTOMER-TRANS-RECORD.
001120     05  CUSTOMER-NO-TRANS            PICTURE X(5).
001130     05  CUSTOMER-NAME-TRANS          PICTURE X(20).
001140     05  DATE-OF-PURCHASE-TRANS       PICTURE 99/99/9999.
001150     05  AMT-OF-PURCHASE-TRANS        PICTURE 9(5)V99.
001160     05  TRANSACTION-TYPE-TRANS       PICTURE X(1).
001170     05  TRANS-ADDRESS-DATA           PICTURE X(104).
001180     05  TRANS-INVOICE-NO             PICTURE X(10).

001190 FD  BILLING-REGISTER.
001200 01  BILLING-REGISTER-RECORD          PICTURE X(100).

001210*----------------------------------------------------------------
001220*    ONE RECORD PER SCHEDULE LOOKED AT, CARRYING WHAT ITS SCHEDULE
001230*    RECORD IS TO BECOME ONCE THE BILLING FILES ARE COMPLETE.
001240*----------------------------------------------------------------
001250 FD  SCHEDULE-UPDATE-FILE.
001260 01  SCHEDULE-UPDATE-RECORD.
001270     05  SUPD-KEY.
001280         10  SUPD-CUSTOMER-NO          PICTURE X(5).
001290         10  SUPD-SCHEDULE-NO          PICTURE 9(3).
001300     05  SUPD-NEXT-BILL-YYYYMMDD       PICTURE 9(8).
001310     05  SUPD-LAST-BILLED-YYYYMMDD     PICTURE 9(8).
001320     05  SUPD-CYCLES-BILLED            PICTURE 9(3).
001330     05  SUPD-STATUS                   PICTURE X(1).

001340 FD  RUN-CONTROL-FILE.
001350 01  RUN-CONTROL-RECORD.
001360     05  RCTL-KEY.
001370         10  RCTL-BUSINESS-DATE       PICTURE 9(8).
001380         10  RCTL-PROGRAM-ID          PICTURE X(8).
001390     05  RCTL-STATUS                  PICTURE X(1).
001400         88  RCTL-RUN-COMPLETE            VALUE "Y".
001410         88  RCTL-RUN-IN-PROGRESS         VALUE "N".
001420     05  RCTL-START-YYYYMMDD          PICTURE 9(8).

001430 WORKING-STORAGE SECTION.
001440 01  WS-SWITCHES.
001450     05  WS-SCHEDULE-EOF              PICTURE X(1) VALUE "N".
001460         88  SCHEDULE-EOF                 VALUE "Y".
001470     05  WS-UPDATE-EOF                PICTURE X(1) VALUE "N".
001480         88  UPDATE-EOF                   VALUE "Y".
001490     05  WS-ON-CREDIT-HOLD            PICTURE X(1) VALUE "N".
001500         88  ON-CREDIT-HOLD               VALUE "Y".
001510     05  WS-SCHEDULE-FILE-STATUS      PICTURE X(2) VALUE SPACES.
001520     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001530     05  WS-HOLD-FILE-STATUS          PICTURE X(2) VALUE SPACES.
001540     05  WS-UPDATE-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001550     05  WS-RUNCTL-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001560     05  WS-RUNCTL-FOUND              PICTURE X(1) VALUE "N".
001570         88  RUNCTL-FOUND                 VALUE "Y".
001580     05  WS-SCHEDULES-ADVANCED        PICTURE X(1) VALUE "N".
001590         88  SCHEDULES-ADVANCED           VALUE "Y".

001600 01  WS-RUN-CONTROLS.
001610     05  WS-RUN-DATE                   PICTURE 9(8).
001620     05  WS-BUSINESS-DATE              PICTURE X(8).
001630     05  WS-BUSINESS-YYYYMMDD          PICTURE 9(8) VALUE 0.
001640     05  WS-CYCLE-MMDDYYYY             PICTURE 9(8) VALUE 0.
001650     05  WS-LAST-BILLED                PICTURE 9(8) VALUE 0.
001660     05  WS-CYCLES-BILLED              PICTURE 9(3) VALUE 0.
001670     05  WS-DATE-EDIT                  PICTURE X(10).
001680     05  WS-DATE-EDIT-IN               PICTURE 9(8).
001690     05  WS-RUNCTL-TODAY               PICTURE 9(8) VALUE 0.
001700*    RUN-CONTROL KEYS HOLD EIGHT CHARACTERS, SO THIS RUN IS
001710*    RECORDED UNDER ITS JOB NAME RATHER THAN "PROGRAM26".
001720     05  WS-OWN-PROGRAM-ID   PICTURE X(8) VALUE "RECURBIL".

001730*----------------------------------------------------------------
001740*    THE CYCLE BEING BILLED.  MOVING IT ON ADDS THE SCHEDULE'S
001750*    MONTHS AND PUTS BACK ITS BILL DAY, PULLED IN TO THE LAST DAY
001760*    OF A MONTH TOO SHORT TO HAVE IT.
001770*----------------------------------------------------------------
001780 01  WS-CYCLE-CONTROLS.
001790     05  WS-CYCLE-YYYYMMDD             PICTURE 9(8) VALUE 0.
001800     05  FILLER REDEFINES WS-CYCLE-YYYYMMDD.
001810         10  WS-CYCLE-YEAR             PICTURE 9(4).
001820         10  WS-CYCLE-MONTH            PICTURE 9(2).
001830         10  WS-CYCLE-DAY              PICTURE 9(2).
001840     05  WS-MONTHS-TO-ADD              PICTURE 9(2) COMP VALUE 0.
001850     05  WS-MONTH-COUNT                PICTURE 9(3) COMP VALUE 0.
001860     05  WS-DAYS-IN-MONTH              PICTURE 9(2) VALUE 0.
001870     05  WS-LEAP-QUOTIENT              PICTURE 9(4) COMP VALUE 0.
001880     05  WS-LEAP-REM-4                 PICTURE 9(4) COMP VALUE 0.
001890     05  WS-LEAP-REM-100               PICTURE 9(4) COMP VALUE 0.
001900     05  WS-LEAP-REM-400               PICTURE 9(4) COMP VALUE 0.

001910 01  WS-MONTH-LENGTH-VALUES.
001920     05  FILLER                        PICTURE X(24) VALUE
001930         "312831303130313130313031".
001940 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001950     05  WS-MONTH-LENGTH               PICTURE 9(2)
001960                                       OCCURS 12 TIMES.

001970 01  WS-CONTROL-TOTALS.
001980     05  CT-SCHEDULES-READ            PICTURE 9(7) COMP VALUE 0.
001990     05  CT-SCHEDULES-NOT-DUE         PICTURE 9(7) COMP VALUE 0.
002000     05  CT-SCHEDULES-INACTIVE        PICTURE 9(7) COMP VALUE 0.
002010     05  CT-SCHEDULES-DUE             PICTURE 9(7) COMP VALUE 0.
002020     05  CT-CHARGES-BILLED            PICTURE 9(7) COMP VALUE 0.
002030     05  CT-BILLED-AMT                PICTURE 9(9)V99 VALUE 0.
002040     05  CT-SKIPPED-CLOSED            PICTURE 9(7) COMP VALUE 0.
002050     05  CT-SKIPPED-CLOSED-AMT        PICTURE 9(9)V99 VALUE 0.
002060     05  CT-SKIPPED-HOLD              PICTURE 9(7) COMP VALUE 0.
002070     05  CT-SKIPPED-HOLD-AMT          PICTURE 9(9)V99 VALUE 0.
002080     05  CT-SCHEDULES-ENDED           PICTURE 9(7) COMP VALUE 0.
002090     05  CT-UPDATES-WRITTEN           PICTURE 9(7) COMP VALUE 0.
002100     05  CT-SCHEDULES-ADVANCED        PICTURE 9(7) COMP VALUE 0.
002110     05  CT-ADVANCE-ERRORS            PICTURE 9(7) COMP VALUE 0.

002120*----------------------------------------------------------------
002130*    BALANCING TRAILER WRITTEN AS THE LAST RECURRING BILLING
002140*    RECORD SO THE POSTING RUN CAN PROVE THE FILE AT HAND-OFF.
002150*----------------------------------------------------------------
002160 01  RCR-TRAILER-RECORD.
002170     05  RTR-MARKER          PICTURE X(5) VALUE "*TRL*".
002180     05  RTR-RECORD-COUNT             PICTURE 9(7).
002190     05  RTR-AMOUNT-TOTAL             PICTURE 9(9)V99.
002200     05  RTR-BUSINESS-DATE            PICTURE 9(8).
002210     05  FILLER                       PICTURE X(126)
002220                                      VALUE SPACES.

002230 01  REG-HEADING-1.
002240     05  FILLER                        PICTURE X(40) VALUE
002250         "RECURRING BILLING REGISTER   BUSINESS: ".
002260     05  RH1-BUSINESS-DATE             PICTURE X(10).
002270     05  FILLER                        PICTURE X(10) VALUE
002280         "  RUN ON: ".
002290     05  RH1-RUN-DATE                  PICTURE X(10).
002300     05  FILLER                        PICTURE X(30) VALUE SPACES.

002310 01  REG-HEADING-2.
002320     05  FILLER                        PICTURE X(50) VALUE
002330         "CUST  SCH CUSTOMER NAME        DESCRIPTION        ".
002340     05  FILLER                        PICTURE X(50) VALUE
002350         " CYCLE DATE    AMOUNT ACTION".

002360 01  REG-DETAIL-LINE.
002370     05  RDL-CUSTOMER-NO               PICTURE X(5).
002380     05  FILLER                        PICTURE X(1) VALUE SPACES.
002390     05  RDL-SCHEDULE-NO               PICTURE 9(3).
002400     05  FILLER                        PICTURE X(1) VALUE SPACES.
002410     05  RDL-CUSTOMER-NAME             PICTURE X(20).
002420     05  FILLER                        PICTURE X(1) VALUE SPACES.
002430     05  RDL-DESCRIPTION               PICTURE X(20).
002440     05  FILLER                        PICTURE X(1) VALUE SPACES.
002450     05  RDL-CYCLE-DATE                PICTURE X(10).
002460     05  FILLER                        PICTURE X(1) VALUE SPACES.
002470     05  RDL-AMOUNT                    PICTURE ZZ,ZZ9.99.
002480     05  FILLER                        PICTURE X(1) VALUE SPACES.
002490     05  RDL-ACTION                    PICTURE X(27).

002500 01  REG-TOTAL-LINE.
002510     05  RTL-LABEL                     PICTURE X(30).
002520     05  RTL-COUNT                     PICTURE ZZZ,ZZ9.
002530     05  FILLER                        PICTURE X(3) VALUE SPACES.
002540     05  RTL-AMOUNT                    PICTURE ZZZ,ZZZ,ZZ9.99.
002550     05  FILLER                        PICTURE X(46) VALUE SPACES.

002560 PROCEDURE DIVISION.
002570*----------------------------------------------------------------
002580*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
002590*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
002600*----------------------------------------------------------------
002610 0000-MAINLINE.

002620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

002630     DISPLAY "Enter business date for posting (YYYYMMDD):"
002640     ACCEPT WS-BUSINESS-DATE
002650     IF WS-BUSINESS-DATE IS NOT NUMERIC
002660         DISPLAY "Business date must be numeric YYYYMMDD -"
002670             " run abandoned."
002680         STOP RUN
002690     END-IF
002700     MOVE WS-BUSINESS-DATE TO WS-BUSINESS-YYYYMMDD

002710     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT

002720     OPEN INPUT RECURRING-SCHEDULE-FILE
002730     IF WS-SCHEDULE-FILE-STATUS NOT = "00"
002740         DISPLAY "Unable to open recurring schedule file -"
002750             " status " WS-SCHEDULE-FILE-STATUS
002760         CLOSE RUN-CONTROL-FILE
002770         STOP RUN
002780     END-IF

002790     OPEN INPUT CUSTOMER-MASTER
002800     IF WS-MASTER-FILE-STATUS NOT = "00"
002810         DISPLAY "Unable to open customer master - status "
002820             WS-MASTER-FILE-STATUS
002830         CLOSE RECURRING-SCHEDULE-FILE
002840               RUN-CONTROL-FILE
002850         STOP RUN
002860     END-IF

002870     OPEN INPUT CREDIT-HOLD-FILE
002880     IF WS-HOLD-FILE-STATUS NOT = "00"
002890         DISPLAY "No credit hold file - no accounts treated as on"
002900             " hold - status " WS-HOLD-FILE-STATUS
002910     END-IF

002920     PERFORM 1000-START-BILLING-FILES THRU 1000-EXIT

002930     MOVE LOW-VALUES TO RBS-KEY
002940     START RECURRING-SCHEDULE-FILE
002950         KEY IS NOT LESS THAN RBS-KEY
002960         INVALID KEY
002970             MOVE "Y" TO WS-SCHEDULE-EOF
002980     END-START

002990     PERFORM 2000-BILL-ONE-SCHEDULE THRU 2000-EXIT
003000         UNTIL SCHEDULE-EOF

003010     PERFORM 4000-FINISH-BILLING-FILES THRU 4000-EXIT

003020     CLOSE RECURRING-SCHEDULE-FILE
003030           CUSTOMER-MASTER
003040     IF WS-HOLD-FILE-STATUS = "00"
003050         CLOSE CREDIT-HOLD-FILE
003060     END-IF

003070     PERFORM 5000-ADVANCE-SCHEDULES THRU 5000-EXIT

003080     IF SCHEDULES-ADVANCED
003090         PERFORM 7200-RECORD-RUN-COMPLETE THRU 7200-EXIT
003100     ELSE
003110         CLOSE RUN-CONTROL-FILE
003120     END-IF

003130     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

003140     STOP RUN.

003150*----------------------------------------------------------------
003160*    1000-START-BILLING-FILES - OPEN THE TRANSACTION FILE, THE
003170*    REGISTER AND THE SCHEDULE WORK FILE AND HEAD THE REGISTER.
003180*----------------------------------------------------------------
003190 1000-START-BILLING-FILES.

003200     OPEN OUTPUT RECURRING-TRANS-FILE
003210     OPEN OUTPUT BILLING-REGISTER
003220     OPEN OUTPUT SCHEDULE-UPDATE-FILE

003230     MOVE WS-BUSINESS-YYYYMMDD TO WS-DATE-EDIT-IN
003240     PERFORM 7100-EDIT-DATE THRU 7100-EXIT
003250     MOVE WS-DATE-EDIT TO RH1-BUSINESS-DATE
003260     MOVE WS-RUN-DATE TO WS-DATE-EDIT-IN
003270     PERFORM 7100-EDIT-DATE THRU 7100-EXIT
003280     MOVE WS-DATE-EDIT TO RH1-RUN-DATE
003290     WRITE BILLING-REGISTER-RECORD FROM REG-HEADING-1
003300     WRITE BILLING-REGISTER-RECORD FROM REG-HEADING-2
003310     MOVE SPACES TO BILLING-REGISTER-RECORD
003320     WRITE BILLING-REGISTER-RECORD.

003330 1000-EXIT.
003340     EXIT.

003350*----------------------------------------------------------------
003360*    1100-VERIFY-RUN-CONTROL - A SECOND RUN FOR A BUSINESS DATE
003370*    ALREADY BILLED WOULD FIND EVERY SCHEDULE MOVED ON AND
003380*    REPLACE THE UNPOSTED TRANSACTION FILE WITH AN EMPTY ONE, SO
003390*    IT IS REFUSED.  A RUN THAT DID NOT COMPLETE LEFT THE
003400*    SCHEDULES AS THEY WERE AND IS SIMPLY RUN AGAIN.  THE RUN IS
003410*    RECORDED AS IN PROGRESS UNTIL IT COMPLETES.
003420*----------------------------------------------------------------
003430 1100-VERIFY-RUN-CONTROL.

003440     OPEN I-O RUN-CONTROL-FILE
003450     IF WS-RUNCTL-FILE-STATUS = "35"
003460         OPEN OUTPUT RUN-CONTROL-FILE
003470         CLOSE RUN-CONTROL-FILE
003480         OPEN I-O RUN-CONTROL-FILE
003490     END-IF
003500     IF WS-RUNCTL-FILE-STATUS NOT = "00"
003510         DISPLAY "Unable to open run-control file - status "
003520             WS-RUNCTL-FILE-STATUS
003530         STOP RUN
003540     END-IF

003550     MOVE "Y" TO WS-RUNCTL-FOUND
003560     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
003570     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
003580     READ RUN-CONTROL-FILE
003590         INVALID KEY
003600             MOVE "N" TO WS-RUNCTL-FOUND
003610     END-READ

003620     IF RUNCTL-FOUND
003630         IF RCTL-RUN-COMPLETE
003640             DISPLAY "Recurring charges were already billed for"
003650                 " business date " WS-BUSINESS-DATE "."
003660             DISPLAY "Run refused - post recurtrn.txt from that"
003670                 " run before billing again."
003680             CLOSE RUN-CONTROL-FILE
003690             STOP RUN
003700         END-IF
003710         DISPLAY "A prior billing run for business date "
003720             WS-BUSINESS-DATE " did not complete - running again."
003730     END-IF

003740     ACCEPT WS-RUNCTL-TODAY FROM DATE YYYYMMDD
003750     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
003760     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
003770     MOVE "N"               TO RCTL-STATUS
003780     MOVE WS-RUNCTL-TODAY   TO RCTL-START-YYYYMMDD
003790     IF RUNCTL-FOUND
003800         REWRITE RUN-CONTROL-RECORD
003810             INVALID KEY
003820                 DISPLAY "Unable to rewrite run-control record."
003830         END-REWRITE
003840     ELSE
003850         WRITE RUN-CONTROL-RECORD
003860             INVALID KEY
003870                 DISPLAY "Unable to write run-control record."
003880         END-WRITE
003890     END-IF.

003900 1100-EXIT.
003910     EXIT.

003920*----------------------------------------------------------------
003930*    2000-BILL-ONE-SCHEDULE - READ THE NEXT SCHEDULE AND, IF IT
003940*    IS ACTIVE AND DUE, BILL EVERY CYCLE FROM ITS NEXT BILL DATE
003950*    UP TO THE BUSINESS DATE (AND NOT PAST ITS END DATE).  A
003960*    CLOSED ACCOUNT IS LISTED AND LEFT DUE.  AN ACCOUNT ON CREDIT
003970*    HOLD HAS EACH CYCLE LISTED AS SKIPPED AND MOVED PAST, SO THE
003980*    CHARGES ARE NOT BILLED LATER IN ONE LUMP WHEN IT COMES OFF.
003990*----------------------------------------------------------------
004000 2000-BILL-ONE-SCHEDULE.

004010     READ RECURRING-SCHEDULE-FILE NEXT RECORD
004020         AT END
004030             MOVE "Y" TO WS-SCHEDULE-EOF
004040             GO TO 2000-EXIT
004050     END-READ

004060     ADD 1 TO CT-SCHEDULES-READ

004070     IF NOT RBS-ACTIVE
004080         ADD 1 TO CT-SCHEDULES-INACTIVE
004090         GO TO 2000-EXIT
004100     END-IF

004110     IF RBS-NEXT-BILL-YYYYMMDD > WS-BUSINESS-YYYYMMDD
004120         ADD 1 TO CT-SCHEDULES-NOT-DUE
004130         GO TO 2000-EXIT
004140     END-IF

004150     ADD 1 TO CT-SCHEDULES-DUE
004160     MOVE RBS-NEXT-BILL-YYYYMMDD TO WS-CYCLE-YYYYMMDD

004170     MOVE RBS-CUSTOMER-NO TO CUSTOMER-NO-MASTER
004180     READ CUSTOMER-MASTER
004190         INVALID KEY
004200             MOVE SPACES TO CUSTOMER-NAME-MASTER
004210             MOVE "SKIPPED - ACCOUNT CLOSED" TO RDL-ACTION
004220             PERFORM 3900-PRINT-REGISTER-LINE THRU 3900-EXIT
004230             ADD 1 TO CT-SKIPPED-CLOSED
004240             ADD RBS-AMOUNT TO CT-SKIPPED-CLOSED-AMT
004250             GO TO 2000-EXIT
004260     END-READ

004270     MOVE "N" TO WS-ON-CREDIT-HOLD
004280     IF WS-HOLD-FILE-STATUS = "00"
004290         MOVE RBS-CUSTOMER-NO TO HOLD-CUSTOMER-NO
004300         READ CREDIT-HOLD-FILE
004310             NOT INVALID KEY
004320                 MOVE "Y" TO WS-ON-CREDIT-HOLD
004330         END-READ
004340     END-IF

004350     MOVE RBS-LAST-BILLED-YYYYMMDD TO WS-LAST-BILLED
004360     MOVE ZERO TO WS-CYCLES-BILLED

004370     PERFORM 3000-BILL-ONE-CYCLE THRU 3000-EXIT
004380         UNTIL WS-CYCLE-YYYYMMDD > WS-BUSINESS-YYYYMMDD
004390            OR (RBS-END-YYYYMMDD NOT = ZERO
004400                AND WS-CYCLE-YYYYMMDD > RBS-END-YYYYMMDD)

004410     MOVE RBS-KEY                TO SUPD-KEY
004420     MOVE WS-CYCLE-YYYYMMDD      TO SUPD-NEXT-BILL-YYYYMMDD
004430     MOVE WS-LAST-BILLED         TO SUPD-LAST-BILLED-YYYYMMDD
004440     MOVE WS-CYCLES-BILLED       TO SUPD-CYCLES-BILLED
004450     MOVE "A"                    TO SUPD-STATUS
004460     IF RBS-END-YYYYMMDD NOT = ZERO
004470        AND WS-CYCLE-YYYYMMDD > RBS-END-YYYYMMDD
004480         MOVE "E" TO SUPD-STATUS
004490         ADD 1 TO CT-SCHEDULES-ENDED
004500     END-IF
004510     WRITE SCHEDULE-UPDATE-RECORD
004520     ADD 1 TO CT-UPDATES-WRITTEN.

004530 2000-EXIT.
004540     EXIT.

004550*----------------------------------------------------------------
004560*    3000-BILL-ONE-CYCLE - WRITE ONE PURCHASE FOR THE CYCLE DATE,
004570*    OR LIST IT AS SKIPPED FOR CREDIT HOLD, THEN MOVE THE CYCLE
004580*    DATE ON BY THE SCHEDULE'S FREQUENCY.
004590*----------------------------------------------------------------
004600 3000-BILL-ONE-CYCLE.

004610     IF ON-CREDIT-HOLD
004620         MOVE "SKIPPED - CREDIT HOLD" TO RDL-ACTION
004630         PERFORM 3900-PRINT-REGISTER-LINE THRU 3900-EXIT
004640         ADD 1 TO CT-SKIPPED-HOLD
004650         ADD RBS-AMOUNT TO CT-SKIPPED-HOLD-AMT
004660         PERFORM 3100-ADVANCE-CYCLE-DATE THRU 3100-EXIT
004670         GO TO 3000-EXIT
004680     END-IF

004690     STRING WS-CYCLE-YYYYMMDD (5:2) WS-CYCLE-YYYYMMDD (7:2)
004700            WS-CYCLE-YYYYMMDD (1:4)
004710         DELIMITED BY SIZE INTO WS-CYCLE-MMDDYYYY

004720     MOVE RBS-CUSTOMER-NO       TO CUSTOMER-NO-TRANS
004730     MOVE CUSTOMER-NAME-MASTER  TO CUSTOMER-NAME-TRANS
004740     MOVE WS-CYCLE-MMDDYYYY     TO DATE-OF-PURCHASE-TRANS
004750     MOVE RBS-AMOUNT            TO AMT-OF-PURCHASE-TRANS
004760     MOVE "P"                   TO TRANSACTION-TYPE-TRANS
004770     MOVE SPACES                TO TRANS-ADDRESS-DATA
004780                                   TRANS-INVOICE-NO
004790     WRITE CUSTOMER-TRANS-RECORD

004800     ADD 1 TO CT-CHARGES-BILLED
004810     ADD RBS-AMOUNT TO CT-BILLED-AMT
004820     ADD 1 TO WS-CYCLES-BILLED
004830     MOVE WS-CYCLE-YYYYMMDD TO WS-LAST-BILLED

004840     MOVE "BILLED" TO RDL-ACTION
004850     PERFORM 3900-PRINT-REGISTER-LINE THRU 3900-EXIT
004860     PERFORM 3100-ADVANCE-CYCLE-DATE THRU 3100-EXIT.

004870 3000-EXIT.
004880     EXIT.

004890*----------------------------------------------------------------
004900*    3100-ADVANCE-CYCLE-DATE - ADD ONE, THREE OR TWELVE MONTHS TO
004910*    THE CYCLE DATE AND SET ITS DAY BACK TO THE SCHEDULE'S BILL
004920*    DAY, OR TO THE LAST DAY OF THE MONTH IF THE MONTH IS SHORTER.
004930*----------------------------------------------------------------
004940 3100-ADVANCE-CYCLE-DATE.

004950     EVALUATE TRUE
004960         WHEN RBS-QUARTERLY
004970             MOVE 3 TO WS-MONTHS-TO-ADD
004980         WHEN RBS-ANNUAL
004990             MOVE 12 TO WS-MONTHS-TO-ADD
005000         WHEN OTHER
005010             MOVE 1 TO WS-MONTHS-TO-ADD
005020     END-EVALUATE

005030     COMPUTE WS-MONTH-COUNT = WS-CYCLE-MONTH + WS-MONTHS-TO-ADD
005040     IF WS-MONTH-COUNT > 12
005050         SUBTRACT 12 FROM WS-MONTH-COUNT
005060         ADD 1 TO WS-CYCLE-YEAR
005070     END-IF
005080     MOVE WS-MONTH-COUNT TO WS-CYCLE-MONTH

005090     MOVE WS-MONTH-LENGTH (WS-CYCLE-MONTH) TO WS-DAYS-IN-MONTH
005100     IF WS-CYCLE-MONTH = 02
005110         DIVIDE WS-CYCLE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
005120             REMAINDER WS-LEAP-REM-4
005130         DIVIDE WS-CYCLE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005140             REMAINDER WS-LEAP-REM-100
005150         DIVIDE WS-CYCLE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
005160             REMAINDER WS-LEAP-REM-400
005170         IF WS-LEAP-REM-400 = 0
005180            OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
005190             MOVE 29 TO WS-DAYS-IN-MONTH
005200         END-IF
005210     END-IF

005220     IF RBS-BILL-DAY > WS-DAYS-IN-MONTH OR RBS-BILL-DAY = ZERO
005230         MOVE WS-DAYS-IN-MONTH TO WS-CYCLE-DAY
005240     ELSE
005250         MOVE RBS-BILL-DAY TO WS-CYCLE-DAY
005260     END-IF.

005270 3100-EXIT.
005280     EXIT.

005290*----------------------------------------------------------------
005300*    3900-PRINT-REGISTER-LINE - LIST THE CYCLE IN THE REGISTER
005310*    WITH THE ACTION ALREADY SET IN RDL-ACTION.
005320*----------------------------------------------------------------
005330 3900-PRINT-REGISTER-LINE.

005340     MOVE RBS-CUSTOMER-NO       TO RDL-CUSTOMER-NO
005350     MOVE RBS-SCHEDULE-NO       TO RDL-SCHEDULE-NO
005360     MOVE CUSTOMER-NAME-MASTER  TO RDL-CUSTOMER-NAME
005370     MOVE RBS-DESCRIPTION       TO RDL-DESCRIPTION
005380     MOVE WS-CYCLE-YYYYMMDD     TO WS-DATE-EDIT-IN
005390     PERFORM 7100-EDIT-DATE THRU 7100-EXIT
005400     MOVE WS-DATE-EDIT          TO RDL-CYCLE-DATE
005410     MOVE RBS-AMOUNT            TO RDL-AMOUNT
005420     WRITE BILLING-REGISTER-RECORD FROM REG-DETAIL-LINE.

005430 3900-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------
005460*    4000-FINISH-BILLING-FILES - CLOSE OFF THE TRANSACTION FILE
005470*    WITH ITS BALANCING TRAILER AND THE REGISTER WITH ITS TOTALS.
005480*----------------------------------------------------------------
005490 4000-FINISH-BILLING-FILES.

005500     MOVE CT-CHARGES-BILLED    TO RTR-RECORD-COUNT
005510     MOVE CT-BILLED-AMT        TO RTR-AMOUNT-TOTAL
005520     MOVE WS-BUSINESS-YYYYMMDD TO RTR-BUSINESS-DATE
005530     WRITE CUSTOMER-TRANS-RECORD FROM RCR-TRAILER-RECORD

005540     MOVE SPACES TO BILLING-REGISTER-RECORD
005550     WRITE BILLING-REGISTER-RECORD
005560     MOVE "CHARGES BILLED" TO RTL-LABEL
005570     MOVE CT-CHARGES-BILLED  TO RTL-COUNT
005580     MOVE CT-BILLED-AMT      TO RTL-AMOUNT
005590     WRITE BILLING-REGISTER-RECORD FROM REG-TOTAL-LINE
005600     MOVE "SKIPPED - CREDIT HOLD" TO RTL-LABEL
005610     MOVE CT-SKIPPED-HOLD    TO RTL-COUNT
005620     MOVE CT-SKIPPED-HOLD-AMT TO RTL-AMOUNT
005630     WRITE BILLING-REGISTER-RECORD FROM REG-TOTAL-LINE
005640     MOVE "SKIPPED - ACCOUNT CLOSED" TO RTL-LABEL
005650     MOVE CT-SKIPPED-CLOSED  TO RTL-COUNT
005660     MOVE CT-SKIPPED-CLOSED-AMT TO RTL-AMOUNT
005670     WRITE BILLING-REGISTER-RECORD FROM REG-TOTAL-LINE

005680     CLOSE RECURRING-TRANS-FILE
005690           BILLING-REGISTER
005700           SCHEDULE-UPDATE-FILE.

005710 4000-EXIT.
005720     EXIT.

005730*----------------------------------------------------------------
005740*    5000-ADVANCE-SCHEDULES - NOW THE BILLING FILES ARE COMPLETE,
005750*    MOVE EACH BILLED SCHEDULE'S NEXT BILL DATE ON AND MARK THOSE
005760*    PAST THEIR END DATE AS ENDED.  ONLY A RUN THAT GETS THROUGH
005770*    HERE IS RECORDED AS COMPLETE.
005780*----------------------------------------------------------------
005790 5000-ADVANCE-SCHEDULES.

005800     OPEN INPUT SCHEDULE-UPDATE-FILE
005810     IF WS-UPDATE-FILE-STATUS NOT = "00"
005820         DISPLAY "Unable to reopen schedule work file - status "
005830             WS-UPDATE-FILE-STATUS
005840         DISPLAY "Next bill dates NOT advanced - rerun before"
005850             " posting."
005860         GO TO 5000-EXIT
005870     END-IF

005880     OPEN I-O RECURRING-SCHEDULE-FILE
005890     IF WS-SCHEDULE-FILE-STATUS NOT = "00"
005900         DISPLAY "Unable to reopen recurring schedule file -"
005910             " status " WS-SCHEDULE-FILE-STATUS
005920         DISPLAY "Next bill dates NOT advanced - rerun before"
005930             " posting."
005940         CLOSE SCHEDULE-UPDATE-FILE
005950         GO TO 5000-EXIT
005960     END-IF

005970     PERFORM 5100-ADVANCE-ONE-SCHEDULE THRU 5100-EXIT
005980         UNTIL UPDATE-EOF

005990     CLOSE SCHEDULE-UPDATE-FILE
006000           RECURRING-SCHEDULE-FILE
006010     MOVE "Y" TO WS-SCHEDULES-ADVANCED.

006020 5000-EXIT.
006030     EXIT.

006040*----------------------------------------------------------------
006050*    5100-ADVANCE-ONE-SCHEDULE - READ THE NEXT SCHEDULE UPDATE AND
006060*    CARRY ITS NEXT BILL DATE, LAST BILLED DATE, CYCLES BILLED AND
006070*    STATUS ONTO THE SCHEDULE RECORD.
006080*----------------------------------------------------------------
006090 5100-ADVANCE-ONE-SCHEDULE.

006100     READ SCHEDULE-UPDATE-FILE
006110         AT END
006120             MOVE "Y" TO WS-UPDATE-EOF
006130             GO TO 5100-EXIT
006140     END-READ

006150     MOVE SUPD-KEY TO RBS-KEY
006160     READ RECURRING-SCHEDULE-FILE
006170         INVALID KEY
006180             DISPLAY "Schedule " SUPD-KEY " no longer on file -"
006190                 " not advanced."
006200             ADD 1 TO CT-ADVANCE-ERRORS
006210             GO TO 5100-EXIT
006220     END-READ

006230     MOVE SUPD-NEXT-BILL-YYYYMMDD   TO RBS-NEXT-BILL-YYYYMMDD
006240     MOVE SUPD-LAST-BILLED-YYYYMMDD TO RBS-LAST-BILLED-YYYYMMDD
006250     ADD SUPD-CYCLES-BILLED         TO RBS-TIMES-BILLED
006260     MOVE SUPD-STATUS               TO RBS-STATUS

006270     REWRITE RECURRING-SCHEDULE-RECORD
006280         INVALID KEY
006290             DISPLAY "Unable to advance schedule " RBS-KEY
006300                 " - status " WS-SCHEDULE-FILE-STATUS
006310             ADD 1 TO CT-ADVANCE-ERRORS
006320             GO TO 5100-EXIT
006330     END-REWRITE

006340     ADD 1 TO CT-SCHEDULES-ADVANCED.

006350 5100-EXIT.
006360     EXIT.

006370*----------------------------------------------------------------
006380*    7100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
006390*    MM/DD/YYYY IN WS-DATE-EDIT.
006400*----------------------------------------------------------------
006410 7100-EDIT-DATE.

006420     STRING WS-DATE-EDIT-IN (5:2) "/"
006430            WS-DATE-EDIT-IN (7:2) "/"
006440            WS-DATE-EDIT-IN (1:4)
006450         DELIMITED BY SIZE INTO WS-DATE-EDIT.

006460 7100-EXIT.
006470     EXIT.

006480*----------------------------------------------------------------
006490*    7200-RECORD-RUN-COMPLETE - MARK THIS BUSINESS DATE'S BILLING
006500*    RUN COMPLETE ON THE RUN-CONTROL FILE.
006510*----------------------------------------------------------------
006520 7200-RECORD-RUN-COMPLETE.

006530     MOVE WS-BUSINESS-DATE  TO RCTL-BUSINESS-DATE
006540     MOVE WS-OWN-PROGRAM-ID TO RCTL-PROGRAM-ID
006550     READ RUN-CONTROL-FILE
006560         INVALID KEY
006570             DISPLAY "Run-control record missing at end of run."
006580         NOT INVALID KEY
006590             MOVE "Y" TO RCTL-STATUS
006600             REWRITE RUN-CONTROL-RECORD
006610                 INVALID KEY
006620                     DISPLAY "Unable to mark run complete on"
006630                         " run control."
006640             END-REWRITE
006650     END-READ
006660     CLOSE RUN-CONTROL-FILE.

006670 7200-EXIT.
006680     EXIT.

006690*----------------------------------------------------------------
006700*    8000-PRINT-CONTROL-TOTALS - SHOW THE RUN'S BALANCING
006710*    FIGURES.  CHARGES BILLED AND THEIR AMOUNT MATCH THE TRAILER.
006720*----------------------------------------------------------------
006730 8000-PRINT-CONTROL-TOTALS.

006740     DISPLAY "=============================================="
006750     DISPLAY "            C O N T R O L   T O T A L S"
006760     DISPLAY "=============================================="
006770     DISPLAY "Business date .................. "
006780         WS-BUSINESS-YYYYMMDD
006790     DISPLAY "Schedules read ................. " CT-SCHEDULES-READ
006800     DISPLAY "Schedules not active ........... "
006810         CT-SCHEDULES-INACTIVE
006820     DISPLAY "Schedules not yet due .......... "
006830         CT-SCHEDULES-NOT-DUE
006840     DISPLAY "Schedules due .................. " CT-SCHEDULES-DUE
006850     DISPLAY "Charges billed ................. " CT-CHARGES-BILLED
006860     DISPLAY "Amount billed .................. " CT-BILLED-AMT
006870     DISPLAY "Charges skipped - credit hold .. " CT-SKIPPED-HOLD
006880     DISPLAY "Amount skipped - credit hold ... "
006890         CT-SKIPPED-HOLD-AMT
006900     DISPLAY "Schedules skipped - closed ..... " CT-SKIPPED-CLOSED
006910     DISPLAY "Amount skipped - closed ........ "
006920         CT-SKIPPED-CLOSED-AMT
006930     DISPLAY "Schedules reaching end date .... "
006940         CT-SCHEDULES-ENDED
006950     DISPLAY "Schedule updates written ....... "
006960         CT-UPDATES-WRITTEN
006970     DISPLAY "Schedules advanced ............. "
006980         CT-SCHEDULES-ADVANCED
006990     DISPLAY "Schedule advance errors ........ " CT-ADVANCE-ERRORS
007000     DISPLAY "==============================================".

007010 8000-EXIT.
007020     EXIT.

007030 END PROGRAM PROGRAM26.
