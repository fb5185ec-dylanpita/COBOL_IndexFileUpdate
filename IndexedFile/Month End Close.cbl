000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM17 AS "IndexedFile.Program17".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  MONTH-END CLOSE.  CLOSES
000120*                     ONE ACCOUNTING PERIOD (YYYYMM) ON THE NEW
000130*                     PERIOD-CONTROL FILE, WRITES A BALANCE
000140*                     SNAPSHOT PER CUSTOMER KEYED ON CUSTOMER PLUS
000150*                     PERIOD (AMT-OWED-MASTER, CREDIT LIMIT AND
000160*                     OPEN ITEMS AGED INTO THE SAME FOUR BUCKETS
000170*                     AS THE AGING REPORT AS OF PERIOD END), AND
000180*                     PRINTS AN AR ROLL-FORWARD - OPENING AR PLUS
000190*                     THE PERIOD'S AUDITED MOVEMENT, BUCKETED THE
000200*                     SAME WAY AS THE GL EXTRACT, AGAINST CLOSING
000210*                     AR ON THE MASTER.  PERIODS CLOSE IN ORDER
000220*                     AND ONLY ONCE.  ONCE A PERIOD IS CLOSED THE
000230*                     POSTING, FINANCE CHARGE, LOCKBOX AND
000240*                     RESUBMIT RUNS REFUSE ANYTHING DATED IN IT,
000250*                     AND THE STATEMENT RUN OPENS THE NEXT MONTH
000260*                     ON THE SNAPSHOT BALANCE.
000270*    10/15/2026 DP    WRITE-OFFS (TYPE "W") GET THEIR OWN ROLL-
000280*                     FORWARD LINE, MATCHING THE GL EXTRACT'S
000290*                     WRITEOFF CREDIT TO RECEIVABLES.  RECOVERIES
000300*                     (TYPE "V") MOVE NO BALANCE AND STAY OUT.
000310*    10/15/2026 DP    PICKED UP THE OPEN-ITEM INVOICE NUMBER AND
000320*                     ITS ALTERNATE KEY.
000330*    10/15/2026 DP    CREDITS ON DISPUTED ITEMS (TYPE "J") GET
000340*                     THEIR OWN ROLL-FORWARD LINE, MATCHING THE
000350*                     GL EXTRACT'S DISPCRED CREDIT TO
000360*                     RECEIVABLES.  DISPUTE OPEN AND RELEASE
000370*                     RECORDS (TYPE "D") MOVE NO BALANCE.
000380*    10/15/2026 DP    DORMANT CREDITS REMITTED AS UNCLAIMED
000390*                     PROPERTY (TYPE "U") GET THEIR OWN ROLL-
000400*                     FORWARD LINE, MATCHING THE GL EXTRACT'S
000410*                     UNCLAIMD DEBIT TO RECEIVABLES.
000420*    10/15/2026 DP    A CLOSE IS REFUSED WHEN THE AUDIT TRAIL
000430*                     HOLDS ACTIVITY DATED AFTER PERIOD END -
000440*                     THE MASTER BALANCES ALREADY CARRY IT, SO NO
000450*                     SNAPSHOT OR CLOSING AR IS TAKEN FROM THEM.
000460*    -----------------------------------------------------------
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PERIOD-CONTROL-FILE
000520         ASSIGN TO "C:\a\exercise10\perdctl.txt"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PCTL-PERIOD
000560         FILE STATUS IS WS-PERIOD-FILE-STATUS.

000570     SELECT BALANCE-SNAPSHOT-FILE
000580         ASSIGN TO "C:\a\exercise10\balsnap.txt"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS SNAP-KEY
000620         FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

000630     SELECT CUSTOMER-MASTER
000640         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CUSTOMER-NO-MASTER.

000680     SELECT OPEN-ITEM-FILE
000690         ASSIGN TO "C:\a\exercise10\openitem.txt"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS OITM-KEY
000730         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000740             WITH DUPLICATES
000750         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

000760     SELECT AUDIT-TRAIL
000770         ASSIGN TO "C:\a\exercise10\audittrl.txt"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-AUDIT-FILE-STATUS.

000800     SELECT ROLL-FORWARD-REPORT
000810         ASSIGN TO "C:\a\exercise10\rollfwd.txt"
000820         ORGANIZATION IS LINE SEQUENTIAL.

000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  PERIOD-CONTROL-FILE.
000860 01  PERIOD-CONTROL-RECORD.
000870     05  PCTL-PERIOD                   PICTURE 9(6).
000880     05  PCTL-STATUS                   PICTURE X(1).
000890         88  PCTL-PERIOD-CLOSED            VALUE "C".
000900     05  PCTL-CLOSED-YYYYMMDD          PICTURE 9(8).
000910     05  PCTL-OPENING-AR               PICTURE S9(9)V99
000920                                       SIGN LEADING SEPARATE.
000930     05  PCTL-CLOSING-AR               PICTURE S9(9)V99
000940                                       SIGN LEADING SEPARATE.

000950 FD  BALANCE-SNAPSHOT-FILE.
000960 01  BALANCE-SNAPSHOT-RECORD.
000970     05  SNAP-KEY.
000980         10  SNAP-CUSTOMER-NO          PICTURE X(5).
000990         10  SNAP-PERIOD               PICTURE 9(6).
001000     05  SNAP-CUSTOMER-NAME            PICTURE X(20).
001010     05  SNAP-AMT-OWED                 PICTURE S9(5)V99
001020                                       SIGN LEADING SEPARATE.
001030     05  SNAP-CREDIT-LIMIT             PICTURE 9(5)V99.
001040     05  SNAP-BKT-CURRENT              PICTURE 9(7)V99.
001050     05  SNAP-BKT-OVER-30              PICTURE 9(7)V99.
001060     05  SNAP-BKT-OVER-60              PICTURE 9(7)V99.
001070     05  SNAP-BKT-OVER-90              PICTURE 9(7)V99.
001080     05  SNAP-OPEN-ITEM-TOTAL          PICTURE 9(7)V99.
001090     05  SNAP-PERIOD-END-YYYYMMDD      PICTURE 9(8).

001100 FD  CUSTOMER-MASTER.
001110 01  CUSTOMER-MASTER-RECORD.
001120     05  CUSTOMER-NO-MASTER           PICTURE X(5).
001130     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
001140     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
001150     05  AMT-OWED-MASTER              PICTURE S9(5)V99
001160                                      SIGN LEADING SEPARATE.
001170     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.

001180 FD  OPEN-ITEM-FILE.
001190 01  OPEN-ITEM-RECORD.
001200     05  OITM-KEY.
001210         10  OITM-CUSTOMER-NO          PICTURE X(5).
001220         10  OITM-PURCHASE-YYYYMMDD    PICTURE 9(8).
001230         10  OITM-SEQUENCE-NO          PICTURE 9(3).
001240     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
001250     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
001260     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
001270     05  OITM-INVOICE-NO               PICTURE X(10).

001280 FD  AUDIT-TRAIL.
001290 01  AUDIT-TRAIL-RECORD.
001300     05  AUD-CUSTOMER-NO               PICTURE X(5).
001310     05  AUD-TRANS-TYPE                PICTURE X(1).
001320     05  AUD-TRANS-AMOUNT              PICTURE 9(5)V99.
001330     05  AUD-TRANS-DATE                PICTURE 99/99/9999.
001340     05  AUD-PRIOR-AMT-OWED            PICTURE S9(5)V99
001350                                       SIGN LEADING SEPARATE.
001360     05  AUD-NEW-AMT-OWED              PICTURE S9(5)V99
001370                                       SIGN LEADING SEPARATE.
001380     05  AUD-PRIOR-DATE-OF-PURCHASE    PICTURE 99/99/9999.
001390     05  AUD-NEW-DATE-OF-PURCHASE      PICTURE 99/99/9999.
001400     05  AUD-ACTION-CODE               PICTURE X(1).
001410         88  AUD-ACTION-ADD                VALUE "A".
001420         88  AUD-ACTION-UPDATE             VALUE "U".

001430 FD  ROLL-FORWARD-REPORT.
001440 01  ROLL-FORWARD-RECORD              PICTURE X(80).

001450 WORKING-STORAGE SECTION.
001460 01  WS-SWITCHES.
001470     05  WS-AUDIT-EOF                 PICTURE X(1) VALUE "N".
001480         88  AUDIT-EOF                    VALUE "Y".
001490     05  WS-MASTER-EOF                PICTURE X(1) VALUE "N".
001500         88  MASTER-EOF                   VALUE "Y".
001510     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
001520         88  OPEN-ITEM-EOF                VALUE "Y".
001530     05  WS-PERIOD-EOF                PICTURE X(1) VALUE "N".
001540         88  PERIOD-EOF                   VALUE "Y".
001550     05  WS-PERIOD-VALID              PICTURE X(1) VALUE "N".
001560         88  PERIOD-VALID                 VALUE "Y".
001570     05  WS-PRIOR-PERIOD-FOUND        PICTURE X(1) VALUE "N".
001580         88  PRIOR-PERIOD-FOUND           VALUE "Y".
001590     05  WS-PERIOD-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001600     05  WS-SNAPSHOT-FILE-STATUS      PICTURE X(2) VALUE SPACES.
001610     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
001620     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.

001630 01  WS-PERIOD-CONTROLS.
001640     05  WS-CLOSE-PERIOD-IN            PICTURE X(6).
001650     05  WS-CLOSE-PERIOD               PICTURE 9(6) VALUE 0.
001660     05  FILLER REDEFINES WS-CLOSE-PERIOD.
001670         10  WS-CLOSE-YEAR             PICTURE 9(4).
001680         10  WS-CLOSE-MONTH            PICTURE 9(2).
001690     05  WS-LAST-CLOSED-PERIOD         PICTURE 9(6) VALUE 0.
001700     05  WS-NEXT-OPEN-PERIOD           PICTURE 9(6) VALUE 0.
001710     05  FILLER REDEFINES WS-NEXT-OPEN-PERIOD.
001720         10  WS-NEXT-YEAR              PICTURE 9(4).
001730         10  WS-NEXT-MONTH             PICTURE 9(2).
001740     05  WS-PRIOR-CLOSING-AR           PICTURE S9(9)V99 VALUE 0.
001750     05  WS-PERIOD-END-YYYYMMDD        PICTURE 9(8) VALUE 0.
001760     05  FILLER REDEFINES WS-PERIOD-END-YYYYMMDD.
001770         10  WS-END-YEAR               PICTURE 9(4).
001780         10  WS-END-MONTH              PICTURE 9(2).
001790         10  WS-END-DAY                PICTURE 9(2).
001800     05  WS-PERIOD-END-DAY-COUNT       PICTURE 9(7) VALUE 0.
001810     05  WS-AUDIT-PERIOD               PICTURE 9(6) VALUE 0.
001820     05  WS-RUN-DATE                   PICTURE 9(8) VALUE 0.
001830     05  WS-ITEM-AGE-DAYS              PICTURE S9(7) COMP.
001840     05  WS-MOVEMENT                   PICTURE S9(7)V99 VALUE 0.

001850 01  WS-CUSTOMER-BUCKETS.
001860     05  WS-BKT-CURRENT                PICTURE 9(7)V99 VALUE 0.
001870     05  WS-BKT-OVER-30                PICTURE 9(7)V99 VALUE 0.
001880     05  WS-BKT-OVER-60                PICTURE 9(7)V99 VALUE 0.
001890     05  WS-BKT-OVER-90                PICTURE 9(7)V99 VALUE 0.
001900     05  WS-BKT-TOTAL                  PICTURE 9(7)V99 VALUE 0.

001910 01  WS-GRAND-BUCKETS.
001920     05  WS-GRD-CURRENT                PICTURE 9(9)V99 VALUE 0.
001930     05  WS-GRD-OVER-30                PICTURE 9(9)V99 VALUE 0.
001940     05  WS-GRD-OVER-60                PICTURE 9(9)V99 VALUE 0.
001950     05  WS-GRD-OVER-90                PICTURE 9(9)V99 VALUE 0.
001960     05  WS-GRD-TOTAL                  PICTURE 9(9)V99 VALUE 0.

001970*----------------------------------------------------------------
001980*    ROLL-FORWARD BUCKETS.  THE FINANCIAL BUCKETS ARE TALLIED
001990*    EXACTLY AS THE GL EXTRACT TALLIES THEM (NEW-ACCOUNT ADDS
002000*    FIRST, THEN BY TRANSACTION TYPE, ON AUD-TRANS-AMOUNT) SO
002010*    THE PERIOD'S LINES EQUAL THE SUM OF THE MONTH'S NIGHTLY
002020*    EXTRACTS.  MERGES AND ANY OTHER BALANCE MOVEMENT CARRY NO GL
002030*    LINE AND ARE TAKEN AS THE NET OF NEW LESS PRIOR BALANCE.
002040*----------------------------------------------------------------
002050 01  WS-ROLL-FORWARD-TOTALS.
002060     05  WS-RF-OPENING-AR              PICTURE S9(9)V99 VALUE 0.
002070     05  WS-RF-NEWACCT-COUNT           PICTURE 9(7) VALUE 0.
002080     05  WS-RF-NEWACCT-AMT             PICTURE 9(9)V99 VALUE 0.
002090     05  WS-RF-PURCHASE-COUNT          PICTURE 9(7) VALUE 0.
002100     05  WS-RF-PURCHASE-AMT            PICTURE 9(9)V99 VALUE 0.
002110     05  WS-RF-FINCHG-COUNT            PICTURE 9(7) VALUE 0.
002120     05  WS-RF-FINCHG-AMT              PICTURE 9(9)V99 VALUE 0.
002130     05  WS-RF-PAYMENT-COUNT           PICTURE 9(7) VALUE 0.
002140     05  WS-RF-PAYMENT-AMT             PICTURE 9(9)V99 VALUE 0.
002150     05  WS-RF-REFUND-COUNT            PICTURE 9(7) VALUE 0.
002160     05  WS-RF-REFUND-AMT              PICTURE 9(9)V99 VALUE 0.
002170     05  WS-RF-WRITEOFF-COUNT          PICTURE 9(7) VALUE 0.
002180     05  WS-RF-WRITEOFF-AMT            PICTURE 9(9)V99 VALUE 0.
002190     05  WS-RF-DISPUTE-CR-COUNT        PICTURE 9(7) VALUE 0.
002200     05  WS-RF-DISPUTE-CR-AMT          PICTURE 9(9)V99 VALUE 0.
002210     05  WS-RF-UNCLAIMED-COUNT         PICTURE 9(7) VALUE 0.
002220     05  WS-RF-UNCLAIMED-AMT           PICTURE 9(9)V99 VALUE 0.
002230     05  WS-RF-MERGE-COUNT             PICTURE 9(7) VALUE 0.
002240     05  WS-RF-MERGE-NET               PICTURE S9(9)V99 VALUE 0.
002250     05  WS-RF-OTHER-COUNT             PICTURE 9(7) VALUE 0.
002260     05  WS-RF-OTHER-NET               PICTURE S9(9)V99 VALUE 0.
002270     05  WS-RF-COMPUTED-CLOSING        PICTURE S9(9)V99 VALUE 0.
002280     05  WS-RF-ACTUAL-CLOSING          PICTURE S9(9)V99 VALUE 0.
002290     05  WS-RF-DIFFERENCE              PICTURE S9(9)V99 VALUE 0.
002300     05  WS-RF-SIGNED-AMT              PICTURE S9(9)V99 VALUE 0.

002310 01  WS-DATE-CONVERSION.
002320     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
002330     05  FILLER REDEFINES WS-CONV-YYYYMMDD.
002340         10  WS-CONV-YEAR              PICTURE 9(4).
002350         10  WS-CONV-MONTH             PICTURE 9(2).
002360         10  WS-CONV-DAY               PICTURE 9(2).
002370     05  WS-CONV-DAY-COUNT             PICTURE 9(7) VALUE 0.
002380     05  WS-CONV-PRIOR-YEAR            PICTURE 9(4) VALUE 0.
002390     05  WS-CONV-LEAPS-4               PICTURE 9(4) VALUE 0.
002400     05  WS-CONV-LEAPS-100             PICTURE 9(4) VALUE 0.
002410     05  WS-CONV-LEAPS-400             PICTURE 9(4) VALUE 0.
002420     05  WS-CONV-QUOTIENT              PICTURE 9(4) VALUE 0.
002430     05  WS-CONV-REM-4                 PICTURE 9(4) VALUE 0.
002440     05  WS-CONV-REM-100               PICTURE 9(4) VALUE 0.
002450     05  WS-CONV-REM-400               PICTURE 9(4) VALUE 0.

002460 01  WS-DAYS-BEFORE-MONTH-VALUES.
002470     05  FILLER                        PICTURE X(18) VALUE
002480         "000031059090120151".
002490     05  FILLER                        PICTURE X(18) VALUE
002500         "181212243273304334".
002510 01  FILLER REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
002520     05  WS-DAYS-BEFORE-MONTH          PICTURE 9(3)
002530         OCCURS 12 TIMES.

002540 01  WS-DAYS-IN-MONTH-VALUES.
002550     05  FILLER                        PICTURE X(24) VALUE
002560         "312831303130313130313031".
002570 01  FILLER REDEFINES WS-DAYS-IN-MONTH-VALUES.
002580     05  WS-DAYS-IN-MONTH              PICTURE 9(2)
002590         OCCURS 12 TIMES.

002600 01  WS-CONTROL-TOTALS.
002610     05  CT-AUDITS-READ               PICTURE 9(7) COMP VALUE 0.
002620     05  CT-AUDITS-IN-PERIOD          PICTURE 9(7) COMP VALUE 0.
002630     05  CT-AUDITS-AFTER-PERIOD       PICTURE 9(7) COMP VALUE 0.
002640     05  CT-ACCOUNTS-SNAPPED          PICTURE 9(7) COMP VALUE 0.
002650     05  CT-SNAPSHOTS-REPLACED        PICTURE 9(7) COMP VALUE 0.

002660 01  RPT-HEADING-1.
002670     05  FILLER                        PICTURE X(32) VALUE
002680         "A R   R O L L - F O R W A R D  ".
002690     05  FILLER                        PICTURE X(9) VALUE
002700         "PERIOD: ".
002710     05  RH1-PERIOD                    PICTURE 9(6).
002720     05  FILLER                        PICTURE X(10) VALUE
002730         "  ENDING: ".
002740     05  RH1-PERIOD-END                PICTURE 9(8).
002750     05  FILLER                        PICTURE X(15) VALUE SPACES.

002760 01  RPT-HEADING-2.
002770     05  FILLER                        PICTURE X(34) VALUE
002780         "DESCRIPTION".
002790     05  FILLER                        PICTURE X(10) VALUE
002800         "GL SOURCE".
002810     05  FILLER                        PICTURE X(9) VALUE
002820         "  COUNT".
002830     05  FILLER                        PICTURE X(15) VALUE
002840         "        AMOUNT".
002850     05  FILLER                        PICTURE X(12) VALUE SPACES.

002860 01  RPT-ROLL-FORWARD-LINE.
002870     05  RFL-DESCRIPTION               PICTURE X(32).
002880     05  FILLER                        PICTURE X(2) VALUE SPACES.
002890     05  RFL-SOURCE-CODE               PICTURE X(8).
002900     05  FILLER                        PICTURE X(2) VALUE SPACES.
002910     05  RFL-COUNT                     PICTURE ZZZ,ZZ9.
002920     05  FILLER                        PICTURE X(2) VALUE SPACES.
002930     05  RFL-AMOUNT                    PICTURE ZZZ,ZZZ,ZZ9.99-.
002940     05  FILLER                        PICTURE X(12) VALUE SPACES.

002950 01  RPT-MESSAGE-LINE.
002960     05  RML-TEXT                      PICTURE X(80).

002970 PROCEDURE DIVISION.
002980*----------------------------------------------------------------
002990*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
003000*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
003010*----------------------------------------------------------------
003020 0000-MAINLINE.

003030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

003040     PERFORM 1000-GET-CLOSE-PERIOD THRU 1000-EXIT
003050         UNTIL PERIOD-VALID

003060     PERFORM 1100-CHECK-PERIOD-SEQUENCE THRU 1100-EXIT

003070     PERFORM 1200-SET-PERIOD-END THRU 1200-EXIT

003080     PERFORM 2000-TALLY-PERIOD-ACTIVITY THRU 2000-EXIT

003090     IF CT-AUDITS-AFTER-PERIOD > ZERO
003100         DISPLAY CT-AUDITS-AFTER-PERIOD " audit records are"
003110             " dated after period end - master balances already"
003120             " carry them."
003130         DISPLAY "Period " WS-CLOSE-PERIOD " must be closed"
003140             " before the next month is posted - run refused."
003150         CLOSE PERIOD-CONTROL-FILE
003160         STOP RUN
003170     END-IF

003180     PERFORM 3000-SNAPSHOT-ALL-ACCOUNTS THRU 3000-EXIT

003190     PERFORM 4000-PRINT-ROLL-FORWARD THRU 4000-EXIT

003200     PERFORM 6000-MARK-PERIOD-CLOSED THRU 6000-EXIT

003210     CLOSE PERIOD-CONTROL-FILE

003220     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

003230     STOP RUN.

003240*----------------------------------------------------------------
003250*    1000-GET-CLOSE-PERIOD - ASK THE OPERATOR WHICH ACCOUNTING
003260*    PERIOD TO CLOSE, AS YYYYMM.  A MALFORMED REPLY IS REFUSED
003270*    AND RE-PROMPTED.
003280*----------------------------------------------------------------
003290 1000-GET-CLOSE-PERIOD.

003300     DISPLAY "Enter accounting period to close (YYYYMM):"
003310     ACCEPT WS-CLOSE-PERIOD-IN

003320     IF WS-CLOSE-PERIOD-IN IS NOT NUMERIC
003330         DISPLAY "Invalid period - reply as YYYYMM."
003340         GO TO 1000-EXIT
003350     END-IF

003360     MOVE WS-CLOSE-PERIOD-IN TO WS-CLOSE-PERIOD
003370     IF WS-CLOSE-MONTH < 01 OR WS-CLOSE-MONTH > 12
003380         DISPLAY "Invalid period - month must be 01 to 12."
003390         GO TO 1000-EXIT
003400     END-IF

003410     MOVE "Y" TO WS-PERIOD-VALID.

003420 1000-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------
003450*    1100-CHECK-PERIOD-SEQUENCE - OPEN THE PERIOD-CONTROL FILE
003460*    (CREATING IT THE FIRST TIME A PERIOD IS EVER CLOSED) AND
003470*    FIND THE LATEST PERIOD ALREADY CLOSED.  A PERIOD CLOSES ONLY
003480*    ONCE, AND ONLY WHEN IT IS THE MONTH AFTER THE LAST ONE
003490*    CLOSED, SO THE OPENING AR CARRIED FORWARD IS ALWAYS THE
003500*    PRIOR MONTH'S CLOSING AR.  THE FIRST CLOSE EVER MADE MAY BE
003510*    FOR ANY PERIOD.
003520*----------------------------------------------------------------
003530 1100-CHECK-PERIOD-SEQUENCE.

003540     OPEN I-O PERIOD-CONTROL-FILE
003550     IF WS-PERIOD-FILE-STATUS = "35"
003560         OPEN OUTPUT PERIOD-CONTROL-FILE
003570         CLOSE PERIOD-CONTROL-FILE
003580         OPEN I-O PERIOD-CONTROL-FILE
003590     END-IF

003600     MOVE ZERO TO PCTL-PERIOD
003610     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PCTL-PERIOD
003620         INVALID KEY
003630             MOVE "Y" TO WS-PERIOD-EOF
003640     END-START

003650     PERFORM 1110-READ-ONE-PERIOD THRU 1110-EXIT
003660         UNTIL PERIOD-EOF

003670     IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED-PERIOD
003680         DISPLAY "Period " WS-CLOSE-PERIOD " is already closed -"
003690             " run refused."
003700         CLOSE PERIOD-CONTROL-FILE
003710         STOP RUN
003720     END-IF

003730     IF WS-LAST-CLOSED-PERIOD = ZERO
003740         DISPLAY "No period closed before - " WS-CLOSE-PERIOD
003750             " is the first close; opening AR is derived."
003760         GO TO 1100-EXIT
003770     END-IF

003780     MOVE WS-LAST-CLOSED-PERIOD TO WS-NEXT-OPEN-PERIOD
003790     ADD 1 TO WS-NEXT-MONTH
003800     IF WS-NEXT-MONTH > 12
003810         MOVE 01 TO WS-NEXT-MONTH
003820         ADD 1 TO WS-NEXT-YEAR
003830     END-IF

003840     IF WS-CLOSE-PERIOD NOT = WS-NEXT-OPEN-PERIOD
003850         DISPLAY "Periods close in order - the next period to"
003860             " close is " WS-NEXT-OPEN-PERIOD " - run refused."
003870         CLOSE PERIOD-CONTROL-FILE
003880         STOP RUN
003890     END-IF

003900     MOVE "Y" TO WS-PRIOR-PERIOD-FOUND.

003910 1100-EXIT.
003920     EXIT.

003930*----------------------------------------------------------------
003940*    1110-READ-ONE-PERIOD - READ THE NEXT PERIOD-CONTROL RECORD
003950*    AND KEEP THE LATEST CLOSED PERIOD AND ITS CLOSING AR.
003960*----------------------------------------------------------------
003970 1110-READ-ONE-PERIOD.

003980     READ PERIOD-CONTROL-FILE NEXT RECORD
003990         AT END
004000             MOVE "Y" TO WS-PERIOD-EOF
004010             GO TO 1110-EXIT
004020     END-READ

004030     IF PCTL-PERIOD-CLOSED
004040        AND PCTL-PERIOD > WS-LAST-CLOSED-PERIOD
004050         MOVE PCTL-PERIOD     TO WS-LAST-CLOSED-PERIOD
004060         MOVE PCTL-CLOSING-AR TO WS-PRIOR-CLOSING-AR
004070     END-IF.

004080 1110-EXIT.
004090     EXIT.

004100*----------------------------------------------------------------
004110*    1200-SET-PERIOD-END - WORK OUT THE LAST CALENDAR DAY OF THE
004120*    PERIOD BEING CLOSED (FEBRUARY OF A LEAP YEAR HAS 29) AND ITS
004130*    DAY COUNT, WHICH IS THE "AS OF" DATE FOR THE SNAPSHOT AGING.
004140*----------------------------------------------------------------
004150 1200-SET-PERIOD-END.

004160     MOVE WS-CLOSE-YEAR  TO WS-END-YEAR
004170     MOVE WS-CLOSE-MONTH TO WS-END-MONTH
004180     MOVE WS-DAYS-IN-MONTH (WS-CLOSE-MONTH) TO WS-END-DAY

004190     DIVIDE WS-CLOSE-YEAR BY 4
004200         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-4
004210     DIVIDE WS-CLOSE-YEAR BY 100
004220         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-100
004230     DIVIDE WS-CLOSE-YEAR BY 400
004240         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-400

004250     IF WS-CLOSE-MONTH = 2
004260        AND ((WS-CONV-REM-4 = 0 AND WS-CONV-REM-100 NOT = 0)
004270             OR WS-CONV-REM-400 = 0)
004280         MOVE 29 TO WS-END-DAY
004290     END-IF

004300     MOVE WS-PERIOD-END-YYYYMMDD TO WS-CONV-YYYYMMDD
004310     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
004320     MOVE WS-CONV-DAY-COUNT TO WS-PERIOD-END-DAY-COUNT.

004330 1200-EXIT.
004340     EXIT.

004350*----------------------------------------------------------------
004360*    2000-TALLY-PERIOD-ACTIVITY - READ THE AUDIT TRAIL ONCE AND
004370*    FOLD EVERY RECORD DATED IN THE PERIOD INTO THE ROLL-FORWARD
004380*    BUCKETS.  THE CLOSE MUST RUN BEFORE THE ARCHIVE-PURGE RUN
004390*    TAKES THE PERIOD'S RECORDS OFF THE LIVE TRAIL.
004400*----------------------------------------------------------------
004410 2000-TALLY-PERIOD-ACTIVITY.

004420     OPEN INPUT AUDIT-TRAIL
004430     IF WS-AUDIT-FILE-STATUS NOT = "00"
004440         DISPLAY "No audit trail on file - status "
004450             WS-AUDIT-FILE-STATUS " - period shows no movement."
004460         GO TO 2000-EXIT
004470     END-IF

004480     PERFORM 2100-TALLY-ONE-AUDIT-RECORD THRU 2100-EXIT
004490         UNTIL AUDIT-EOF

004500     CLOSE AUDIT-TRAIL.

004510 2000-EXIT.
004520     EXIT.

004530*----------------------------------------------------------------
004540*    2100-TALLY-ONE-AUDIT-RECORD - FOLD ONE AUDIT RECORD INTO THE
004550*    BUCKETS IF IT IS DATED IN THE PERIOD.  A RECORD DATED AFTER
004560*    THE PERIOD IS COUNTED - IT MEANS THE NEXT MONTH'S POSTING
004570*    HAS ALREADY MOVED THE MASTER, AND THE MAINLINE REFUSES THE
004580*    CLOSE RATHER THAN SNAPSHOT THOSE BALANCES.  MAINTENANCE
004590*    MOVES NO MONEY AND FALLS OUT AS A ZERO NET MOVEMENT.
004600*----------------------------------------------------------------
004610 2100-TALLY-ONE-AUDIT-RECORD.

004620     READ AUDIT-TRAIL
004630         AT END
004640             MOVE "Y" TO WS-AUDIT-EOF
004650             GO TO 2100-EXIT
004660     END-READ

004670     ADD 1 TO CT-AUDITS-READ

004680     STRING AUD-TRANS-DATE (7:4)
004690            AUD-TRANS-DATE (1:2)
004700         DELIMITED BY SIZE INTO WS-AUDIT-PERIOD

004710     IF WS-AUDIT-PERIOD > WS-CLOSE-PERIOD
004720         ADD 1 TO CT-AUDITS-AFTER-PERIOD
004730         GO TO 2100-EXIT
004740     END-IF

004750     IF WS-AUDIT-PERIOD NOT = WS-CLOSE-PERIOD
004760         GO TO 2100-EXIT
004770     END-IF

004780     ADD 1 TO CT-AUDITS-IN-PERIOD

004790     EVALUATE TRUE
004800         WHEN AUD-ACTION-ADD
004810             ADD 1 TO WS-RF-NEWACCT-COUNT
004820             ADD AUD-TRANS-AMOUNT TO WS-RF-NEWACCT-AMT
004830         WHEN AUD-TRANS-TYPE = "P"
004840             ADD 1 TO WS-RF-PURCHASE-COUNT
004850             ADD AUD-TRANS-AMOUNT TO WS-RF-PURCHASE-AMT
004860         WHEN AUD-TRANS-TYPE = "C"
004870             ADD 1 TO WS-RF-PAYMENT-COUNT
004880             ADD AUD-TRANS-AMOUNT TO WS-RF-PAYMENT-AMT
004890         WHEN AUD-TRANS-TYPE = "F"
004900             ADD 1 TO WS-RF-FINCHG-COUNT
004910             ADD AUD-TRANS-AMOUNT TO WS-RF-FINCHG-AMT
004920         WHEN AUD-TRANS-TYPE = "R"
004930             ADD 1 TO WS-RF-REFUND-COUNT
004940             ADD AUD-TRANS-AMOUNT TO WS-RF-REFUND-AMT
004950         WHEN AUD-TRANS-TYPE = "W"
004960             ADD 1 TO WS-RF-WRITEOFF-COUNT
004970             ADD AUD-TRANS-AMOUNT TO WS-RF-WRITEOFF-AMT
004980         WHEN AUD-TRANS-TYPE = "J"
004990             ADD 1 TO WS-RF-DISPUTE-CR-COUNT
005000             ADD AUD-TRANS-AMOUNT TO WS-RF-DISPUTE-CR-AMT
005010         WHEN AUD-TRANS-TYPE = "U"
005020             ADD 1 TO WS-RF-UNCLAIMED-COUNT
005030             ADD AUD-TRANS-AMOUNT TO WS-RF-UNCLAIMED-AMT
005040         WHEN AUD-TRANS-TYPE = "M"
005050             COMPUTE WS-MOVEMENT =
005060                 AUD-NEW-AMT-OWED - AUD-PRIOR-AMT-OWED
005070             ADD 1 TO WS-RF-MERGE-COUNT
005080             ADD WS-MOVEMENT TO WS-RF-MERGE-NET
005090         WHEN OTHER
005100             COMPUTE WS-MOVEMENT =
005110                 AUD-NEW-AMT-OWED - AUD-PRIOR-AMT-OWED
005120             IF WS-MOVEMENT NOT = ZERO
005130                 ADD 1 TO WS-RF-OTHER-COUNT
005140                 ADD WS-MOVEMENT TO WS-RF-OTHER-NET
005150             END-IF
005160     END-EVALUATE.

005170 2100-EXIT.
005180     EXIT.

005190*----------------------------------------------------------------
005200*    3000-SNAPSHOT-ALL-ACCOUNTS - WALK CUSTOMER-MASTER AND WRITE
005210*    ONE SNAPSHOT RECORD PER ACCOUNT FOR THE PERIOD, SUMMING THE
005220*    BALANCES INTO CLOSING AR.  A SNAPSHOT LEFT BY AN EARLIER RUN
005230*    THAT DID NOT GET AS FAR AS CLOSING THE PERIOD IS REPLACED.
005240*----------------------------------------------------------------
005250 3000-SNAPSHOT-ALL-ACCOUNTS.

005260     OPEN INPUT CUSTOMER-MASTER

005270     OPEN INPUT OPEN-ITEM-FILE
005280     IF WS-OPEN-ITEM-FILE-STATUS NOT = "00"
005290         DISPLAY "No open-item file - snapshots carry no aging -"
005300             " status " WS-OPEN-ITEM-FILE-STATUS
005310     END-IF

005320     OPEN I-O BALANCE-SNAPSHOT-FILE
005330     IF WS-SNAPSHOT-FILE-STATUS = "35"
005340         OPEN OUTPUT BALANCE-SNAPSHOT-FILE
005350         CLOSE BALANCE-SNAPSHOT-FILE
005360         OPEN I-O BALANCE-SNAPSHOT-FILE
005370     END-IF

005380     MOVE LOW-VALUES TO CUSTOMER-NO-MASTER
005390     START CUSTOMER-MASTER
005400         KEY IS NOT LESS THAN CUSTOMER-NO-MASTER
005410         INVALID KEY
005420             MOVE "Y" TO WS-MASTER-EOF
005430     END-START

005440     PERFORM 3100-SNAPSHOT-ONE-ACCOUNT THRU 3100-EXIT
005450         UNTIL MASTER-EOF

005460     CLOSE CUSTOMER-MASTER
005470           BALANCE-SNAPSHOT-FILE
005480     IF WS-OPEN-ITEM-FILE-STATUS = "00"
005490         CLOSE OPEN-ITEM-FILE
005500     END-IF.

005510 3000-EXIT.
005520     EXIT.

005530*----------------------------------------------------------------
005540*    3100-SNAPSHOT-ONE-ACCOUNT - READ THE NEXT MASTER RECORD, AGE
005550*    ITS OPEN ITEMS AS OF PERIOD END AND WRITE ITS SNAPSHOT.
005560*----------------------------------------------------------------
005570 3100-SNAPSHOT-ONE-ACCOUNT.

005580     READ CUSTOMER-MASTER NEXT RECORD
005590         AT END
005600             MOVE "Y" TO WS-MASTER-EOF
005610             GO TO 3100-EXIT
005620     END-READ

005630     MOVE ZERO TO WS-BKT-CURRENT
005640                  WS-BKT-OVER-30
005650                  WS-BKT-OVER-60
005660                  WS-BKT-OVER-90
005670                  WS-BKT-TOTAL

005680     IF WS-OPEN-ITEM-FILE-STATUS = "00"
005690         PERFORM 3200-AGE-ACCOUNT-ITEMS THRU 3200-EXIT
005700     END-IF

005710     MOVE CUSTOMER-NO-MASTER      TO SNAP-CUSTOMER-NO
005720     MOVE WS-CLOSE-PERIOD         TO SNAP-PERIOD
005730     MOVE CUSTOMER-NAME-MASTER    TO SNAP-CUSTOMER-NAME
005740     MOVE AMT-OWED-MASTER         TO SNAP-AMT-OWED
005750     MOVE CREDIT-LIMIT-MASTER     TO SNAP-CREDIT-LIMIT
005760     MOVE WS-BKT-CURRENT          TO SNAP-BKT-CURRENT
005770     MOVE WS-BKT-OVER-30          TO SNAP-BKT-OVER-30
005780     MOVE WS-BKT-OVER-60          TO SNAP-BKT-OVER-60
005790     MOVE WS-BKT-OVER-90          TO SNAP-BKT-OVER-90
005800     MOVE WS-BKT-TOTAL            TO SNAP-OPEN-ITEM-TOTAL
005810     MOVE WS-PERIOD-END-YYYYMMDD  TO SNAP-PERIOD-END-YYYYMMDD

005820     WRITE BALANCE-SNAPSHOT-RECORD
005830         INVALID KEY
005840             REWRITE BALANCE-SNAPSHOT-RECORD
005850                 INVALID KEY
005860                     DISPLAY "Unable to write snapshot for "
005870                         CUSTOMER-NO-MASTER "."
005880                     GO TO 3100-EXIT
005890             END-REWRITE
005900             ADD 1 TO CT-SNAPSHOTS-REPLACED
005910     END-WRITE

005920     ADD 1 TO CT-ACCOUNTS-SNAPPED
005930     ADD AMT-OWED-MASTER TO WS-RF-ACTUAL-CLOSING

005940     ADD WS-BKT-CURRENT TO WS-GRD-CURRENT
005950     ADD WS-BKT-OVER-30 TO WS-GRD-OVER-30
005960     ADD WS-BKT-OVER-60 TO WS-GRD-OVER-60
005970     ADD WS-BKT-OVER-90 TO WS-GRD-OVER-90
005980     ADD WS-BKT-TOTAL   TO WS-GRD-TOTAL.

005990 3100-EXIT.
006000     EXIT.

006010*----------------------------------------------------------------
006020*    3200-AGE-ACCOUNT-ITEMS - POSITION ON THE ACCOUNT'S FIRST
006030*    OPEN ITEM AND AGE EVERY ITEM STILL OPEN.
006040*----------------------------------------------------------------
006050 3200-AGE-ACCOUNT-ITEMS.

006060     MOVE "N" TO WS-OPEN-ITEM-EOF
006070     MOVE CUSTOMER-NO-MASTER TO OITM-CUSTOMER-NO
006080     MOVE ZERO TO OITM-PURCHASE-YYYYMMDD
006090     MOVE ZERO TO OITM-SEQUENCE-NO

006100     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
006110         INVALID KEY
006120             MOVE "Y" TO WS-OPEN-ITEM-EOF
006130     END-START

006140     PERFORM 3210-AGE-ONE-ITEM THRU 3210-EXIT
006150         UNTIL OPEN-ITEM-EOF.

006160 3200-EXIT.
006170     EXIT.

006180*----------------------------------------------------------------
006190*    3210-AGE-ONE-ITEM - READ THE ACCOUNT'S NEXT OPEN ITEM AND ADD
006200*    ITS UNPAID AMOUNT TO THE BUCKET ITS PURCHASE DATE FALLS IN AS
006210*    OF PERIOD END.  AN ITEM DATED AFTER PERIOD END BELONGS TO THE
006220*    NEXT PERIOD AND IS LEFT OUT.
006230*----------------------------------------------------------------
006240 3210-AGE-ONE-ITEM.

006250     READ OPEN-ITEM-FILE NEXT RECORD
006260         AT END
006270             MOVE "Y" TO WS-OPEN-ITEM-EOF
006280             GO TO 3210-EXIT
006290     END-READ

006300     IF OITM-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
006310         MOVE "Y" TO WS-OPEN-ITEM-EOF
006320         GO TO 3210-EXIT
006330     END-IF

006340     IF OITM-OPEN-AMOUNT = ZERO
006350        OR OITM-PURCHASE-YYYYMMDD > WS-PERIOD-END-YYYYMMDD
006360         GO TO 3210-EXIT
006370     END-IF

006380     MOVE OITM-PURCHASE-YYYYMMDD TO WS-CONV-YYYYMMDD
006390     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
006400     COMPUTE WS-ITEM-AGE-DAYS =
006410         WS-PERIOD-END-DAY-COUNT - WS-CONV-DAY-COUNT

006420     EVALUATE TRUE
006430         WHEN WS-ITEM-AGE-DAYS <= 30
006440             ADD OITM-OPEN-AMOUNT TO WS-BKT-CURRENT
006450         WHEN WS-ITEM-AGE-DAYS <= 60
006460             ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-30
006470         WHEN WS-ITEM-AGE-DAYS <= 90
006480             ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-60
006490         WHEN OTHER
006500             ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-90
006510     END-EVALUATE
006520     ADD OITM-OPEN-AMOUNT TO WS-BKT-TOTAL.

006530 3210-EXIT.
006540     EXIT.

006550*----------------------------------------------------------------
006560*    4000-PRINT-ROLL-FORWARD - PRINT OPENING AR, EACH MOVEMENT
006570*    BUCKET WITH ITS GL SOURCE CODE, COMPUTED AND ACTUAL CLOSING
006580*    AR AND ANY DIFFERENCE, THEN THE PERIOD-END AGING TOTALS.
006590*    ON THE FIRST CLOSE EVER MADE THERE IS NO PRIOR CLOSING AR,
006600*    SO OPENING AR IS DERIVED AS CLOSING AR LESS THE PERIOD'S
006610*    MOVEMENT AND SAID SO ON THE REPORT.
006620*----------------------------------------------------------------
006630 4000-PRINT-ROLL-FORWARD.

006640     COMPUTE WS-RF-COMPUTED-CLOSING =
006650           WS-RF-NEWACCT-AMT
006660         + WS-RF-PURCHASE-AMT
006670         + WS-RF-FINCHG-AMT
006680         - WS-RF-PAYMENT-AMT
006690         + WS-RF-REFUND-AMT
006700         - WS-RF-WRITEOFF-AMT
006710         - WS-RF-DISPUTE-CR-AMT
006720         + WS-RF-UNCLAIMED-AMT
006730         + WS-RF-MERGE-NET
006740         + WS-RF-OTHER-NET

006750     IF PRIOR-PERIOD-FOUND
006760         MOVE WS-PRIOR-CLOSING-AR TO WS-RF-OPENING-AR
006770     ELSE
006780         COMPUTE WS-RF-OPENING-AR =
006790             WS-RF-ACTUAL-CLOSING - WS-RF-COMPUTED-CLOSING
006800     END-IF

006810     ADD WS-RF-OPENING-AR TO WS-RF-COMPUTED-CLOSING
006820     COMPUTE WS-RF-DIFFERENCE =
006830         WS-RF-ACTUAL-CLOSING - WS-RF-COMPUTED-CLOSING

006840     OPEN OUTPUT ROLL-FORWARD-REPORT
006850     MOVE WS-CLOSE-PERIOD        TO RH1-PERIOD
006860     MOVE WS-PERIOD-END-YYYYMMDD TO RH1-PERIOD-END
006870     WRITE ROLL-FORWARD-RECORD FROM RPT-HEADING-1
006880     WRITE ROLL-FORWARD-RECORD FROM RPT-HEADING-2
006890     MOVE SPACES TO ROLL-FORWARD-RECORD
006900     WRITE ROLL-FORWARD-RECORD

006910     IF PRIOR-PERIOD-FOUND
006920         MOVE "OPENING AR - PRIOR PERIOD CLOSE" TO RFL-DESCRIPTION
006930     ELSE
006940         MOVE "OPENING AR - DERIVED (FIRST)" TO RFL-DESCRIPTION
006950     END-IF
006960     MOVE SPACES           TO RFL-SOURCE-CODE
006970     MOVE ZERO             TO RFL-COUNT
006980     MOVE WS-RF-OPENING-AR TO RFL-AMOUNT
006990     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007000     MOVE "  + NEW-ACCOUNT PURCHASES"  TO RFL-DESCRIPTION
007010     MOVE "NEWACCT "                   TO RFL-SOURCE-CODE
007020     MOVE WS-RF-NEWACCT-COUNT          TO RFL-COUNT
007030     MOVE WS-RF-NEWACCT-AMT            TO RFL-AMOUNT
007040     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007050     MOVE "  + PURCHASES"              TO RFL-DESCRIPTION
007060     MOVE "PURCHASE"                   TO RFL-SOURCE-CODE
007070     MOVE WS-RF-PURCHASE-COUNT         TO RFL-COUNT
007080     MOVE WS-RF-PURCHASE-AMT           TO RFL-AMOUNT
007090     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007100     MOVE "  + FINANCE CHARGES"        TO RFL-DESCRIPTION
007110     MOVE "FINCHG  "                   TO RFL-SOURCE-CODE
007120     MOVE WS-RF-FINCHG-COUNT           TO RFL-COUNT
007130     MOVE WS-RF-FINCHG-AMT             TO RFL-AMOUNT
007140     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007150     MOVE "  - PAYMENTS"               TO RFL-DESCRIPTION
007160     MOVE "PAYMENT "                   TO RFL-SOURCE-CODE
007170     MOVE WS-RF-PAYMENT-COUNT          TO RFL-COUNT
007180     COMPUTE WS-RF-SIGNED-AMT = ZERO - WS-RF-PAYMENT-AMT
007190     MOVE WS-RF-SIGNED-AMT             TO RFL-AMOUNT
007200     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007210     MOVE "  + REFUNDS OF CREDIT"      TO RFL-DESCRIPTION
007220     MOVE "REFUND  "                   TO RFL-SOURCE-CODE
007230     MOVE WS-RF-REFUND-COUNT           TO RFL-COUNT
007240     MOVE WS-RF-REFUND-AMT             TO RFL-AMOUNT
007250     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007260     MOVE "  - BAD-DEBT WRITE-OFFS"    TO RFL-DESCRIPTION
007270     MOVE "WRITEOFF"                   TO RFL-SOURCE-CODE
007280     MOVE WS-RF-WRITEOFF-COUNT         TO RFL-COUNT
007290     COMPUTE WS-RF-SIGNED-AMT = ZERO - WS-RF-WRITEOFF-AMT
007300     MOVE WS-RF-SIGNED-AMT             TO RFL-AMOUNT
007310     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007320     MOVE "  - DISPUTE CREDITS"        TO RFL-DESCRIPTION
007330     MOVE "DISPCRED"                   TO RFL-SOURCE-CODE
007340     MOVE WS-RF-DISPUTE-CR-COUNT       TO RFL-COUNT
007350     COMPUTE WS-RF-SIGNED-AMT = ZERO - WS-RF-DISPUTE-CR-AMT
007360     MOVE WS-RF-SIGNED-AMT             TO RFL-AMOUNT
007370     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007380     MOVE "  + UNCLAIMED PROPERTY REMITTED" TO RFL-DESCRIPTION
007390     MOVE "UNCLAIMD"                   TO RFL-SOURCE-CODE
007400     MOVE WS-RF-UNCLAIMED-COUNT        TO RFL-COUNT
007410     MOVE WS-RF-UNCLAIMED-AMT          TO RFL-AMOUNT
007420     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007430     MOVE "  +/- ACCOUNT MERGES (NET)" TO RFL-DESCRIPTION
007440     MOVE SPACES                       TO RFL-SOURCE-CODE
007450     MOVE WS-RF-MERGE-COUNT            TO RFL-COUNT
007460     MOVE WS-RF-MERGE-NET              TO RFL-AMOUNT
007470     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007480     MOVE "  +/- OTHER MOVEMENT (NET)" TO RFL-DESCRIPTION
007490     MOVE SPACES                       TO RFL-SOURCE-CODE
007500     MOVE WS-RF-OTHER-COUNT            TO RFL-COUNT
007510     MOVE WS-RF-OTHER-NET              TO RFL-AMOUNT
007520     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007530     MOVE SPACES TO ROLL-FORWARD-RECORD
007540     WRITE ROLL-FORWARD-RECORD

007550     MOVE "  = COMPUTED CLOSING AR"    TO RFL-DESCRIPTION
007560     MOVE SPACES                       TO RFL-SOURCE-CODE
007570     MOVE ZERO                         TO RFL-COUNT
007580     MOVE WS-RF-COMPUTED-CLOSING       TO RFL-AMOUNT
007590     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007600     MOVE "CLOSING AR PER CUSTOMER-MASTER" TO RFL-DESCRIPTION
007610     MOVE CT-ACCOUNTS-SNAPPED          TO RFL-COUNT
007620     MOVE WS-RF-ACTUAL-CLOSING         TO RFL-AMOUNT
007630     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007640     IF WS-RF-DIFFERENCE = ZERO
007650         MOVE "** ROLL-FORWARD IS IN BALANCE **" TO RML-TEXT
007660         WRITE ROLL-FORWARD-RECORD FROM RPT-MESSAGE-LINE
007670     ELSE
007680         MOVE "** OUT OF BALANCE BY"   TO RFL-DESCRIPTION
007690         MOVE ZERO                     TO RFL-COUNT
007700         MOVE WS-RF-DIFFERENCE         TO RFL-AMOUNT
007710         WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE
007720     END-IF

007730     MOVE SPACES TO ROLL-FORWARD-RECORD
007740     WRITE ROLL-FORWARD-RECORD
007750     MOVE "OPEN ITEMS AGED AS OF PERIOD END" TO RML-TEXT
007760     WRITE ROLL-FORWARD-RECORD FROM RPT-MESSAGE-LINE

007770     MOVE SPACES TO RFL-SOURCE-CODE
007780     MOVE ZERO   TO RFL-COUNT
007790     MOVE "  CURRENT"                  TO RFL-DESCRIPTION
007800     MOVE WS-GRD-CURRENT               TO RFL-AMOUNT
007810     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE
007820     MOVE "  31-60 DAYS"               TO RFL-DESCRIPTION
007830     MOVE WS-GRD-OVER-30               TO RFL-AMOUNT
007840     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE
007850     MOVE "  61-90 DAYS"               TO RFL-DESCRIPTION
007860     MOVE WS-GRD-OVER-60               TO RFL-AMOUNT
007870     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE
007880     MOVE "  OVER 90 DAYS"             TO RFL-DESCRIPTION
007890     MOVE WS-GRD-OVER-90               TO RFL-AMOUNT
007900     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE
007910     MOVE "  TOTAL OPEN ITEMS"         TO RFL-DESCRIPTION
007920     MOVE WS-GRD-TOTAL                 TO RFL-AMOUNT
007930     WRITE ROLL-FORWARD-RECORD FROM RPT-ROLL-FORWARD-LINE

007940     CLOSE ROLL-FORWARD-REPORT.

007950 4000-EXIT.
007960     EXIT.

007970*----------------------------------------------------------------
007980*    5000-CONVERT-DATE-TO-DAYS - TURN WS-CONV-YYYYMMDD INTO A
007990*    RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED TO GET AN
008000*    AGE IN DAYS.  A DATE WITH A MONTH OUTSIDE 01-12 GIVES A
008010*    ZERO DAY COUNT RATHER THAN A WILD SUBSCRIPT.
008020*----------------------------------------------------------------
008030 5000-CONVERT-DATE-TO-DAYS.

008040     IF WS-CONV-MONTH < 01 OR WS-CONV-MONTH > 12
008050         MOVE ZERO TO WS-CONV-DAY-COUNT
008060         GO TO 5000-EXIT
008070     END-IF

008080     SUBTRACT 1 FROM WS-CONV-YEAR GIVING WS-CONV-PRIOR-YEAR
008090     DIVIDE WS-CONV-PRIOR-YEAR BY 4
008100         GIVING WS-CONV-LEAPS-4
008110     DIVIDE WS-CONV-PRIOR-YEAR BY 100
008120         GIVING WS-CONV-LEAPS-100
008130     DIVIDE WS-CONV-PRIOR-YEAR BY 400
008140         GIVING WS-CONV-LEAPS-400

008150     COMPUTE WS-CONV-DAY-COUNT = (WS-CONV-YEAR * 365)
008160         + WS-CONV-LEAPS-4 - WS-CONV-LEAPS-100
008170         + WS-CONV-LEAPS-400
008180         + WS-DAYS-BEFORE-MONTH (WS-CONV-MONTH)
008190         + WS-CONV-DAY

008200     DIVIDE WS-CONV-YEAR BY 4
008210         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-4
008220     DIVIDE WS-CONV-YEAR BY 100
008230         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-100
008240     DIVIDE WS-CONV-YEAR BY 400
008250         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-400

008260     IF WS-CONV-MONTH > 2
008270        AND ((WS-CONV-REM-4 = 0 AND WS-CONV-REM-100 NOT = 0)
008280             OR WS-CONV-REM-400 = 0)
008290         ADD 1 TO WS-CONV-DAY-COUNT
008300     END-IF.

008310 5000-EXIT.
008320     EXIT.

008330*----------------------------------------------------------------
008340*    6000-MARK-PERIOD-CLOSED - WRITE THE PERIOD'S CONTROL RECORD
008350*    AS CLOSED, CARRYING OPENING AND CLOSING AR SO THE NEXT CLOSE
008360*    CAN OPEN ON THIS ONE.  THIS IS THE LAST THING THE RUN DOES,
008370*    SO A RUN THAT DIES PART WAY LEAVES THE PERIOD OPEN AND CAN
008380*    SIMPLY BE RUN AGAIN.
008390*----------------------------------------------------------------
008400 6000-MARK-PERIOD-CLOSED.

008410     MOVE WS-CLOSE-PERIOD      TO PCTL-PERIOD
008420     MOVE "C"                  TO PCTL-STATUS
008430     MOVE WS-RUN-DATE          TO PCTL-CLOSED-YYYYMMDD
008440     MOVE WS-RF-OPENING-AR     TO PCTL-OPENING-AR
008450     MOVE WS-RF-ACTUAL-CLOSING TO PCTL-CLOSING-AR

008460     WRITE PERIOD-CONTROL-RECORD
008470         INVALID KEY
008480             REWRITE PERIOD-CONTROL-RECORD
008490                 INVALID KEY
008500                     DISPLAY "Unable to mark period "
008510                         WS-CLOSE-PERIOD " closed."
008520             END-REWRITE
008530     END-WRITE.

008540 6000-EXIT.
008550     EXIT.

008560*----------------------------------------------------------------
008570*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
008580*----------------------------------------------------------------
008590 8000-PRINT-CONTROL-TOTALS.

008600     DISPLAY "=============================================="
008610     DISPLAY "            C O N T R O L   T O T A L S"
008620     DISPLAY "=============================================="
008630     DISPLAY "Period closed .................. " WS-CLOSE-PERIOD
008640     DISPLAY "Audit records read ............. " CT-AUDITS-READ
008650     DISPLAY "Audit records in period ........ "
008660         CT-AUDITS-IN-PERIOD
008670     DISPLAY "Audit records after period end . "
008680         CT-AUDITS-AFTER-PERIOD
008690     DISPLAY "Account snapshots written ...... "
008700         CT-ACCOUNTS-SNAPPED
008710     DISPLAY "Snapshots replaced from rerun .. "
008720         CT-SNAPSHOTS-REPLACED
008730     DISPLAY "Opening AR ..................... " WS-RF-OPENING-AR
008740     DISPLAY "Closing AR ..................... "
008750         WS-RF-ACTUAL-CLOSING
008760     DISPLAY "Out of balance by .............. " WS-RF-DIFFERENCE
008770     DISPLAY "==============================================".

008780 8000-EXIT.
008790     EXIT.

008800 END PROGRAM PROGRAM17.
