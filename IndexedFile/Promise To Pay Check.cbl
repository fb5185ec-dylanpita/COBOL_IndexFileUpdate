000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM21 AS "IndexedFile.Program21".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  NIGHTLY PROMISE-TO-PAY
000120*                     CHECK, RUN AFTER THE UPDATE AND BEFORE THE
000130*                     DUNNING RUN.  SORTS THE PAYMENTS ("C") ON
000140*                     THE AUDIT TRAIL BY CUSTOMER AND MATCHES
000150*                     THEM AGAINST EVERY ACTIVE PROMISE ON THE
000160*                     COLLECTIONS-ACTIVITY FILE.  PAYMENTS DATED
000170*                     FROM THE DAY THE PROMISE WAS TAKEN THROUGH
000180*                     THE DAY IT WAS PROMISED BY COUNT TOWARD IT.
000190*                     A PROMISE PAID IN FULL IS MARKED KEPT; ONE
000200*                     WHOSE DATE HAS PASSED WITHOUT FULL PAYMENT
000210*                     IS MARKED BROKEN, WHICH PUTS THE ACCOUNT AT
000220*                     THE TOP OF THE COLLECTOR WORKLIST AND LETS
000230*                     THE DUNNING RUN ESCALATE AGAIN.  ANY OTHER
000240*                     PROMISE STAYS ACTIVE WITH THE AMOUNT PAID SO
000250*                     FAR.  EVERY PROMISE CHECKED IS LISTED ON
000260*                     THE PROMISE CHECK REPORT.
000270*    -----------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT COLLECTIONS-ACTIVITY
000330         ASSIGN TO "C:\a\exercise10\collact.txt"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CACT-KEY
000370         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000380
000390     SELECT AUDIT-TRAIL
000400         ASSIGN TO "C:\a\exercise10\audittrl.txt"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000430
000440     SELECT CUSTOMER-MASTER
000450         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CUSTOMER-NO-MASTER
000490         FILE STATUS IS WS-MASTER-FILE-STATUS.
000500
000510     SELECT PROMISE-REPORT
000520         ASSIGN TO "C:\a\exercise10\promrpt.txt"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT SORT-WORK
000560         ASSIGN TO "C:\a\exercise10\sortwork.tmp".
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  COLLECTIONS-ACTIVITY.
000610 01  COLLECTIONS-ACTIVITY-RECORD.
000620     05  CACT-KEY.
000630         10  CACT-CUSTOMER-NO          PICTURE X(5).
000640         10  CACT-ENTRY-YYYYMMDD       PICTURE 9(8).
000650         10  CACT-SEQUENCE-NO          PICTURE 9(3).
000660     05  CACT-ENTRY-TYPE               PICTURE X(1).
000670         88  CACT-CONTACT-NOTE             VALUE "N".
000680         88  CACT-PROMISE-TO-PAY           VALUE "P".
000690     05  CACT-COLLECTOR-ID             PICTURE X(8).
000700     05  CACT-NOTE-TEXT                PICTURE X(60).
000710     05  CACT-PROMISE-AMOUNT           PICTURE 9(5)V99.
000720     05  CACT-PROMISE-YYYYMMDD         PICTURE 9(8).
000730     05  CACT-PROMISE-STATUS           PICTURE X(1).
000740         88  CACT-PROMISE-ACTIVE           VALUE "A".
000750         88  CACT-PROMISE-KEPT             VALUE "K".
000760         88  CACT-PROMISE-BROKEN           VALUE "B".
000770         88  CACT-PROMISE-REPLACED         VALUE "S".
000780     05  CACT-AMOUNT-PAID              PICTURE 9(5)V99.
000790     05  CACT-CHECKED-YYYYMMDD         PICTURE 9(8).
000800
000810 FD  AUDIT-TRAIL.
000820 01  AUDIT-TRAIL-RECORD.
000830     05  AUD-CUSTOMER-NO               PICTURE X(5).
000840     05  AUD-TRANS-TYPE                PICTURE X(1).
000850     05  AUD-TRANS-AMOUNT              PICTURE 9(5)V99.
000860     05  AUD-TRANS-DATE                PICTURE 99/99/9999.
000870     05  AUD-PRIOR-AMT-OWED            PICTURE S9(5)V99
000880                                       SIGN LEADING SEPARATE.
000890     05  AUD-NEW-AMT-OWED              PICTURE S9(5)V99
000900                                       SIGN LEADING SEPARATE.
000910     05  AUD-PRIOR-DATE-OF-PURCHASE    PICTURE 99/99/9999.
000920     05  AUD-NEW-DATE-OF-PURCHASE      PICTURE 99/99/9999.
000930     05  AUD-ACTION-CODE               PICTURE X(1).
000940
000950 FD  CUSTOMER-MASTER.
000960 01  CUSTOMER-MASTER-RECORD.
000970     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000980     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
000990     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
001000     05  AMT-OWED-MASTER              PICTURE S9(5)V99
001010                                      SIGN LEADING SEPARATE.
001020     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.
001030
001040 FD  PROMISE-REPORT.
001050 01  PROMISE-REPORT-RECORD            PICTURE X(100).
001060
001070 SD  SORT-WORK.
001080 01  SORT-PAYMENT-RECORD.
001090     05  SRT-CUSTOMER-NO               PICTURE X(5).
001100     05  SRT-PAY-YYYYMMDD              PICTURE 9(8).
001110     05  SRT-PAY-AMOUNT                PICTURE 9(5)V99.
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-SWITCHES.
001150     05  WS-AUDIT-EOF                 PICTURE X(1) VALUE "N".
001160         88  AUDIT-EOF                    VALUE "Y".
001170     05  WS-SORT-EOF                  PICTURE X(1) VALUE "N".
001180         88  SORT-EOF                     VALUE "Y".
001190     05  WS-ACTIVITY-EOF              PICTURE X(1) VALUE "N".
001200         88  ACTIVITY-EOF                 VALUE "Y".
001210     05  WS-ACTIVITY-FILE-STATUS      PICTURE X(2) VALUE SPACES.
001220     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
001230     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001240
001250 01  WS-RUN-CONTROLS.
001260     05  WS-RUN-DATE                   PICTURE 9(8).
001270     05  WS-AUD-YYYYMMDD               PICTURE 9(8) VALUE 0.
001280     05  WS-AMOUNT-PAID                PICTURE 9(7)V99 VALUE 0.
001290     05  WS-DATE-EDIT                  PICTURE X(10).
001300     05  WS-DATE-EDIT-IN               PICTURE 9(8).
001310
001320 01  WS-CONTROL-TOTALS.
001330     05  CT-AUDIT-RECORDS-READ        PICTURE 9(7) COMP VALUE 0.
001340     05  CT-PAYMENTS-SORTED           PICTURE 9(7) COMP VALUE 0.
001350     05  CT-ACTIVITY-RECORDS-READ     PICTURE 9(7) COMP VALUE 0.
001360     05  CT-PROMISES-CHECKED          PICTURE 9(7) COMP VALUE 0.
001370     05  CT-PROMISES-KEPT             PICTURE 9(7) COMP VALUE 0.
001380     05  CT-PROMISES-BROKEN           PICTURE 9(7) COMP VALUE 0.
001390     05  CT-PROMISES-STILL-OPEN       PICTURE 9(7) COMP VALUE 0.
001400     05  CT-AMT-KEPT                  PICTURE 9(9)V99 VALUE 0.
001410     05  CT-AMT-BROKEN                PICTURE 9(9)V99 VALUE 0.
001420     05  CT-REWRITE-ERRORS            PICTURE 9(7) COMP VALUE 0.
001430
001440 01  RPT-HEADING-1.
001450     05  FILLER                        PICTURE X(39) VALUE
001460         "P R O M I S E   T O   P A Y   C H E C K".
001470     05  FILLER                        PICTURE X(11) VALUE
001480         "    AS OF: ".
001490     05  RH1-RUN-DATE                  PICTURE X(10).
001500     05  FILLER                        PICTURE X(40) VALUE SPACES.
001510
001520 01  RPT-HEADING-2.
001530     05  FILLER                        PICTURE X(38) VALUE
001540         "CUST  CUSTOMER NAME        TAKEN      ".
001550     05  FILLER                        PICTURE X(40) VALUE
001560         "DUE BY      PROMISED      PAID COLLECTR ".
001570     05  FILLER                        PICTURE X(22) VALUE
001580         "RESULT".
001590
001600 01  RPT-DETAIL-LINE.
001610     05  RDL-CUSTOMER-NO               PICTURE X(5).
001620     05  FILLER                        PICTURE X(1) VALUE SPACES.
001630     05  RDL-CUSTOMER-NAME             PICTURE X(20).
001640     05  FILLER                        PICTURE X(1) VALUE SPACES.
001650     05  RDL-ENTRY-DATE                PICTURE X(10).
001660     05  FILLER                        PICTURE X(1) VALUE SPACES.
001670     05  RDL-PROMISE-DATE              PICTURE X(10).
001680     05  FILLER                        PICTURE X(1) VALUE SPACES.
001690     05  RDL-PROMISE-AMOUNT            PICTURE ZZ,ZZ9.99.
001700     05  FILLER                        PICTURE X(1) VALUE SPACES.
001710     05  RDL-AMOUNT-PAID               PICTURE ZZ,ZZ9.99.
001720     05  FILLER                        PICTURE X(1) VALUE SPACES.
001730     05  RDL-COLLECTOR-ID              PICTURE X(8).
001740     05  FILLER                        PICTURE X(1) VALUE SPACES.
001750     05  RDL-RESULT                    PICTURE X(22).
001760
001770 PROCEDURE DIVISION.
001780*----------------------------------------------------------------
001790*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001800*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001810*----------------------------------------------------------------
001820 0000-MAINLINE.
001830
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001850
001860     OPEN I-O COLLECTIONS-ACTIVITY
001870     IF WS-ACTIVITY-FILE-STATUS NOT = "00"
001880         DISPLAY "No collections-activity file - no promises to"
001890             " check - status " WS-ACTIVITY-FILE-STATUS
001900         STOP RUN
001910     END-IF
001920
001930     OPEN INPUT AUDIT-TRAIL
001940     IF WS-AUDIT-FILE-STATUS NOT = "00"
001950         DISPLAY "No audit trail - promises left as they are"
001960             " - status " WS-AUDIT-FILE-STATUS
001970         CLOSE COLLECTIONS-ACTIVITY
001980         STOP RUN
001990     END-IF
002000
002010     OPEN INPUT CUSTOMER-MASTER
002020     IF WS-MASTER-FILE-STATUS NOT = "00"
002030         DISPLAY "Unable to open customer master - status "
002040             WS-MASTER-FILE-STATUS
002050         CLOSE COLLECTIONS-ACTIVITY
002060               AUDIT-TRAIL
002070         STOP RUN
002080     END-IF
002090
002100     OPEN OUTPUT PROMISE-REPORT
002110     MOVE WS-RUN-DATE  TO WS-DATE-EDIT-IN
002120     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
002130     MOVE WS-DATE-EDIT TO RH1-RUN-DATE
002140     WRITE PROMISE-REPORT-RECORD FROM RPT-HEADING-1
002150     WRITE PROMISE-REPORT-RECORD FROM RPT-HEADING-2
002160     MOVE SPACES TO PROMISE-REPORT-RECORD
002170     WRITE PROMISE-REPORT-RECORD
002180
002190     SORT SORT-WORK
002200         ON ASCENDING KEY SRT-CUSTOMER-NO
002210                          SRT-PAY-YYYYMMDD
002220         INPUT PROCEDURE IS 2000-SELECT-PAYMENTS
002230             THRU 2000-EXIT
002240         OUTPUT PROCEDURE IS 3000-CHECK-PROMISES
002250             THRU 3000-EXIT
002260
002270     IF CT-PROMISES-CHECKED = ZERO
002280         MOVE "   NO ACTIVE PROMISES TO CHECK"
002290             TO PROMISE-REPORT-RECORD
002300         WRITE PROMISE-REPORT-RECORD
002310     END-IF
002320
002330     CLOSE COLLECTIONS-ACTIVITY
002340           AUDIT-TRAIL
002350           CUSTOMER-MASTER
002360           PROMISE-REPORT
002370
002380     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
002390
002400     STOP RUN.
002410
002420*----------------------------------------------------------------
002430*    2000-SELECT-PAYMENTS - READ THE AUDIT TRAIL FRONT TO BACK
002440*    AND RELEASE EVERY PAYMENT TO THE SORT WITH ITS DATE TURNED
002450*    AROUND TO YYYYMMDD.
002460*----------------------------------------------------------------
002470 2000-SELECT-PAYMENTS.
002480
002490     PERFORM 2100-RELEASE-ONE-PAYMENT THRU 2100-EXIT
002500         UNTIL AUDIT-EOF.
002510
002520 2000-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------
002560*    2100-RELEASE-ONE-PAYMENT - READ THE NEXT AUDIT RECORD AND, IF
002570*    IT IS A PAYMENT (TYPE "C"), RELEASE IT TO THE SORT BY
002580*    CUSTOMER AND PAYMENT DATE.
002590*----------------------------------------------------------------
002600 2100-RELEASE-ONE-PAYMENT.
002610
002620     READ AUDIT-TRAIL
002630         AT END
002640             MOVE "Y" TO WS-AUDIT-EOF
002650             GO TO 2100-EXIT
002660     END-READ
002670
002680     ADD 1 TO CT-AUDIT-RECORDS-READ
002690
002700     IF AUD-TRANS-TYPE NOT = "C"
002710         GO TO 2100-EXIT
002720     END-IF
002730
002740     STRING AUD-TRANS-DATE (7:4)
002750            AUD-TRANS-DATE (1:2)
002760            AUD-TRANS-DATE (4:2)
002770         DELIMITED BY SIZE INTO WS-AUD-YYYYMMDD
002780
002790     MOVE AUD-CUSTOMER-NO  TO SRT-CUSTOMER-NO
002800     MOVE WS-AUD-YYYYMMDD  TO SRT-PAY-YYYYMMDD
002810     MOVE AUD-TRANS-AMOUNT TO SRT-PAY-AMOUNT
002820     RELEASE SORT-PAYMENT-RECORD
002830     ADD 1 TO CT-PAYMENTS-SORTED.
002840
002850 2100-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890*    3000-CHECK-PROMISES - READ THE COLLECTIONS-ACTIVITY FILE IN
002900*    KEY ORDER (CUSTOMER FIRST) ALONGSIDE THE SORTED PAYMENTS
002910*    AND SETTLE EVERY PROMISE STILL ACTIVE.
002920*----------------------------------------------------------------
002930 3000-CHECK-PROMISES.
002940
002950     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT
002960
002970     MOVE LOW-VALUES TO CACT-KEY
002980     START COLLECTIONS-ACTIVITY KEY IS NOT LESS THAN CACT-KEY
002990         INVALID KEY
003000             MOVE "Y" TO WS-ACTIVITY-EOF
003010     END-START
003020
003030     PERFORM 3100-CHECK-ONE-ACTIVITY THRU 3100-EXIT
003040         UNTIL ACTIVITY-EOF.
003050
003060 3000-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------------
003100*    3100-CHECK-ONE-ACTIVITY - READ THE NEXT NOTE OR PROMISE.
003110*    ONLY AN ACTIVE PROMISE IS CHECKED: SKIP THE PAYMENTS OF
003120*    EARLIER CUSTOMERS, ADD UP THIS CUSTOMER'S PAYMENTS DATED
003130*    INSIDE THE PROMISE, AND SETTLE IT.
003140*----------------------------------------------------------------
003150 3100-CHECK-ONE-ACTIVITY.
003160
003170     READ COLLECTIONS-ACTIVITY NEXT RECORD
003180         AT END
003190             MOVE "Y" TO WS-ACTIVITY-EOF
003200             GO TO 3100-EXIT
003210     END-READ
003220
003230     ADD 1 TO CT-ACTIVITY-RECORDS-READ
003240
003250     IF NOT CACT-PROMISE-TO-PAY
003260        OR NOT CACT-PROMISE-ACTIVE
003270         GO TO 3100-EXIT
003280     END-IF
003290
003300     ADD 1 TO CT-PROMISES-CHECKED
003310
003320     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT
003330         UNTIL SORT-EOF
003340            OR SRT-CUSTOMER-NO NOT < CACT-CUSTOMER-NO
003350
003360     MOVE ZERO TO WS-AMOUNT-PAID
003370     PERFORM 3200-ADD-ONE-PAYMENT THRU 3200-EXIT
003380         UNTIL SORT-EOF
003390            OR SRT-CUSTOMER-NO NOT = CACT-CUSTOMER-NO
003400
003410     PERFORM 3300-SETTLE-PROMISE THRU 3300-EXIT.
003420
003430 3100-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470*    3200-ADD-ONE-PAYMENT - A PAYMENT DATED FROM THE DAY THE
003480*    PROMISE WAS TAKEN THROUGH THE PROMISED DATE COUNTS TOWARD
003490*    IT.  EARLIER AND LATER PAYMENTS ARE PASSED OVER.
003500*----------------------------------------------------------------
003510 3200-ADD-ONE-PAYMENT.
003520
003530     IF SRT-PAY-YYYYMMDD NOT < CACT-ENTRY-YYYYMMDD
003540        AND SRT-PAY-YYYYMMDD NOT > CACT-PROMISE-YYYYMMDD
003550         ADD SRT-PAY-AMOUNT TO WS-AMOUNT-PAID
003560     END-IF
003570
003580     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT.
003590
003600 3200-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------
003640*    3300-SETTLE-PROMISE - PAID IN FULL IS KEPT.  SHORT AND PAST
003650*    THE PROMISED DATE IS BROKEN.  SHORT BUT NOT YET DUE STAYS
003660*    ACTIVE.  THE AMOUNT PAID SO FAR IS KEPT ON THE RECORD
003670*    EITHER WAY, AND THE PROMISE IS LISTED.
003680*----------------------------------------------------------------
003690 3300-SETTLE-PROMISE.
003700
003710     IF WS-AMOUNT-PAID > 99999.99
003720         MOVE 99999.99 TO CACT-AMOUNT-PAID
003730     ELSE
003740         MOVE WS-AMOUNT-PAID TO CACT-AMOUNT-PAID
003750     END-IF
003760     MOVE WS-RUN-DATE TO CACT-CHECKED-YYYYMMDD
003770
003780     EVALUATE TRUE
003790         WHEN WS-AMOUNT-PAID NOT < CACT-PROMISE-AMOUNT
003800             MOVE "K" TO CACT-PROMISE-STATUS
003810             MOVE "KEPT" TO RDL-RESULT
003820             ADD 1 TO CT-PROMISES-KEPT
003830             ADD CACT-PROMISE-AMOUNT TO CT-AMT-KEPT
003840         WHEN CACT-PROMISE-YYYYMMDD < WS-RUN-DATE
003850             MOVE "B" TO CACT-PROMISE-STATUS
003860             MOVE "BROKEN - DUNNING RESUMES" TO RDL-RESULT
003870             ADD 1 TO CT-PROMISES-BROKEN
003880             ADD CACT-PROMISE-AMOUNT TO CT-AMT-BROKEN
003890         WHEN OTHER
003900             MOVE "STILL ACTIVE" TO RDL-RESULT
003910             ADD 1 TO CT-PROMISES-STILL-OPEN
003920     END-EVALUATE
003930
003940     REWRITE COLLECTIONS-ACTIVITY-RECORD
003950         INVALID KEY
003960             DISPLAY "Unable to rewrite promise for "
003970                 CACT-CUSTOMER-NO " - status "
003980                 WS-ACTIVITY-FILE-STATUS
003990             ADD 1 TO CT-REWRITE-ERRORS
004000     END-REWRITE
004010
004020     MOVE CACT-CUSTOMER-NO TO RDL-CUSTOMER-NO
004030                              CUSTOMER-NO-MASTER
004040     READ CUSTOMER-MASTER
004050         INVALID KEY
004060             MOVE "*NOT ON MASTER FILE*" TO RDL-CUSTOMER-NAME
004070         NOT INVALID KEY
004080             MOVE CUSTOMER-NAME-MASTER TO RDL-CUSTOMER-NAME
004090     END-READ
004100
004110     MOVE CACT-ENTRY-YYYYMMDD   TO WS-DATE-EDIT-IN
004120     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
004130     MOVE WS-DATE-EDIT          TO RDL-ENTRY-DATE
004140     MOVE CACT-PROMISE-YYYYMMDD TO WS-DATE-EDIT-IN
004150     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
004160     MOVE WS-DATE-EDIT          TO RDL-PROMISE-DATE
004170     MOVE CACT-PROMISE-AMOUNT   TO RDL-PROMISE-AMOUNT
004180     MOVE CACT-AMOUNT-PAID      TO RDL-AMOUNT-PAID
004190     MOVE CACT-COLLECTOR-ID     TO RDL-COLLECTOR-ID
004200     WRITE PROMISE-REPORT-RECORD FROM RPT-DETAIL-LINE.
004210
004220 3300-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260*    3900-RETURN-SORTED-RECORD - GET THE NEXT PAYMENT BACK FROM
004270*    THE SORT.
004280*----------------------------------------------------------------
004290 3900-RETURN-SORTED-RECORD.
004300
004310     RETURN SORT-WORK
004320         AT END
004330             MOVE "Y" TO WS-SORT-EOF
004340     END-RETURN.
004350
004360 3900-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400*    5100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
004410*    MM/DD/YYYY IN WS-DATE-EDIT.
004420*----------------------------------------------------------------
004430 5100-EDIT-DATE.
004440
004450     STRING WS-DATE-EDIT-IN (5:2) "/"
004460            WS-DATE-EDIT-IN (7:2) "/"
004470            WS-DATE-EDIT-IN (1:4)
004480         DELIMITED BY SIZE INTO WS-DATE-EDIT.
004490
004500 5100-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
004550*----------------------------------------------------------------
004560 8000-PRINT-CONTROL-TOTALS.
004570
004580     DISPLAY "=============================================="
004590     DISPLAY "            C O N T R O L   T O T A L S"
004600     DISPLAY "=============================================="
004610     DISPLAY "Audit records read ............. "
004620         CT-AUDIT-RECORDS-READ
004630     DISPLAY "Payments sorted ................ "
004640         CT-PAYMENTS-SORTED
004650     DISPLAY "Activity records read .......... "
004660         CT-ACTIVITY-RECORDS-READ
004670     DISPLAY "Active promises checked ........ "
004680         CT-PROMISES-CHECKED
004690     DISPLAY "Promises kept .................. " CT-PROMISES-KEPT
004700     DISPLAY "Amount promised and kept ....... " CT-AMT-KEPT
004710     DISPLAY "Promises broken ................ "
004720         CT-PROMISES-BROKEN
004730     DISPLAY "Amount promised and broken ..... " CT-AMT-BROKEN
004740     DISPLAY "Promises still active .......... "
004750         CT-PROMISES-STILL-OPEN
004760     DISPLAY "Promise rewrite errors ......... " CT-REWRITE-ERRORS
004770     DISPLAY "==============================================".
004780
004790 8000-EXIT.
004800     EXIT.
004810
004820 END PROGRAM PROGRAM21.
