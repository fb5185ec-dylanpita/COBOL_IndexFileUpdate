000288*                     CHANGE AUDIT RECORDS ("A") ARE EXCLUDED
000289*                     FROM STATEMENTS LIKE THE OTHER
000291*                     MAINTENANCE TYPES - THEY MOVE NO MONEY.
000292*    10/15/2026 DP    ONCE THE MONTH-END CLOSE HAS SNAPSHOT THE
000293*                     PRIOR MONTH, THE OPENING BALANCE IS TAKEN
000294*                     FROM THAT CUSTOMER'S SNAPSHOT INSTEAD OF THE
000295*                     PRIOR AMOUNT ON THE MONTH'S EARLIEST AUDIT
000296*                     RECORD.  WITH NO SNAPSHOT FOR THE PRIOR
000297*                     PERIOD THE AUDIT-DERIVED OPENING IS USED AS
000298*                     BEFORE.
000299*    10/15/2026 DP    A BAD-DEBT WRITE-OFF ("W") PRINTS AS "WRITE-
000300*                     OFF" AND, LIKE A REFUND, SITS IN NEITHER
000301*                     TOTAL - THE RUNNING BALANCE SHOWS IT.  A
000302*                     RECOVERY ON A WRITTEN-OFF ACCOUNT ("V")
000303*                     MOVES NO BALANCE AND IS EXCLUDED.
000304*    10/15/2026 DP    EACH STATEMENT NOW ENDS WITH THE
000305*                     CUSTOMER'S OPEN INVOICES - INVOICE NUMBER,
000306*                     PURCHASE DATE AND OPEN AMOUNT - FROM THE
000307*                     OPEN-ITEM FILE, SO THE CUSTOMER CAN REMIT
000308*                     AGAINST A NAMED INVOICE.
000309*    10/15/2026 DP    A CREDIT GRANTED ON A DISPUTED ITEM ("J")
000310*                     PRINTS AS "DISP CR" AND, LIKE A WRITE-OFF,
000311*                     SITS IN NEITHER TOTAL - THE RUNNING BALANCE
000312*                     SHOWS IT.  DISPUTE OPEN AND RELEASE RECORDS
000313*                     ("D") MOVE NO BALANCE AND ARE EXCLUDED.
000314*    10/15/2026 DP    THE MONTH'S ACTIVITY NOW COMES FROM THE
000315*                     KEYED ACTIVITY HISTORY.  EACH CUSTOMER'S
000316*                     RECORDS ARE READ FROM THE FIRST OF THE
000317*                     STATEMENT MONTH ON, SKIPPING OLDER HISTORY,
000318*                     INSTEAD OF READING THE WHOLE AUDIT TRAIL.
000319*    10/15/2026 DP    A CREDIT REMITTED AS UNCLAIMED PROPERTY
000320*                     ("U") PRINTS AS "UNCLAIMED" AND, LIKE A
000321*                     REFUND, SITS IN NEITHER TOTAL - THE RUNNING
000322*                     BALANCE SHOWS IT.
000323*    10/15/2026 DP    SALESPERSON ASSIGNMENTS ("S") MOVE NO
000324*                     MONEY AND ARE LEFT OFF THE STATEMENT.
000325*    -----------------------------------------------------------
000326*
000327 ENVIRONMENT DIVISION.
000328 INPUT-OUTPUT SECTION.
000329 FILE-CONTROL.
000330     SELECT ACTIVITY-HISTORY-FILE
000331         ASSIGN TO "C:\a\exercise10\acthist.txt"
000332         ORGANIZATION IS INDEXED
000333         ACCESS MODE IS DYNAMIC
000334         RECORD KEY IS HIST-KEY
000335         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000336
000340     SELECT CUSTOMER-MASTER
000350         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000360         ORGANIZATION IS INDEXED
000458     SELECT ADDRESS-EXCEPTIONS
000459         ASSIGN TO "C:\a\exercise10\addrexcp.txt"
000461         ORGANIZATION IS LINE SEQUENTIAL.
000462
000463     SELECT BALANCE-SNAPSHOT-FILE
000464         ASSIGN TO "C:\a\exercise10\balsnap.txt"
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS DYNAMIC
000467         RECORD KEY IS SNAP-KEY
000468         FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
000469
000470     SELECT OPEN-ITEM-FILE
000471         ASSIGN TO "C:\a\exercise10\openitem.txt"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS OITM-KEY
000475         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000476             WITH DUPLICATES
000477         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
000478
000479 DATA DIVISION.
000480 FILE SECTION.
000484*----------------------------------------------------------------
000488*    ONE RECORD PER AUDIT RECORD, KEYED ON THE CUSTOMER, THE DATE
000492*    IT WAS POSTED AND A SEQUENCE WITHIN THAT CUSTOMER AND DATE.
000496*----------------------------------------------------------------
000500 FD  ACTIVITY-HISTORY-FILE.
000504 01  ACTIVITY-HISTORY-RECORD.
000508     05  HIST-KEY.
000512         10  HIST-CUSTOMER-NO          PICTURE X(5).
000516         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
000520         10  HIST-SEQUENCE-NO          PICTURE 9(5).
000524     05  HIST-AUDIT-DATA.
000528         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
000532         10  HIST-TRANS-TYPE           PICTURE X(1).
000536         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
000540         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
000544         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
000552                                       SIGN LEADING SEPARATE.
000557         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
000562                                       SIGN LEADING SEPARATE.
000569         10  HIST-PRIOR-DATE-OF-PURCHASE
000576                                       PICTURE 99/99/9999.
000583         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
000590         10  HIST-ACTION-CODE          PICTURE X(1).
000600
000610 FD  CUSTOMER-MASTER.
000620 01  CUSTOMER-MASTER-RECORD.

000712 FD  ADDRESS-EXCEPTIONS.
000713 01  ADDRESS-EXCEPTION-RECORD         PICTURE X(80).
000714
000715 FD  BALANCE-SNAPSHOT-FILE.
000716 01  BALANCE-SNAPSHOT-RECORD.
000717     05  SNAP-KEY.
000718         10  SNAP-CUSTOMER-NO          PICTURE X(5).
000719         10  SNAP-PERIOD               PICTURE 9(6).
000720     05  SNAP-CUSTOMER-NAME            PICTURE X(20).
000721     05  SNAP-AMT-OWED                 PICTURE S9(5)V99
000722                                       SIGN LEADING SEPARATE.
000723     05  SNAP-CREDIT-LIMIT             PICTURE 9(5)V99.
000724     05  SNAP-BKT-CURRENT              PICTURE 9(7)V99.
000725     05  SNAP-BKT-OVER-30              PICTURE 9(7)V99.
000726     05  SNAP-BKT-OVER-60              PICTURE 9(7)V99.
000727     05  SNAP-BKT-OVER-90              PICTURE 9(7)V99.
000728     05  SNAP-OPEN-ITEM-TOTAL          PICTURE 9(7)V99.
000729     05  SNAP-PERIOD-END-YYYYMMDD      PICTURE 9(8).
000730
000731 FD  OPEN-ITEM-FILE.
000732 01  OPEN-ITEM-RECORD.
000733     05  OITM-KEY.
000734         10  OITM-CUSTOMER-NO          PICTURE X(5).
000735         10  OITM-PURCHASE-YYYYMMDD    PICTURE 9(8).
000736         10  OITM-SEQUENCE-NO          PICTURE 9(3).
000737     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000738     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000739     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000740     05  OITM-INVOICE-NO               PICTURE X(10).
000741
000742 SD  SORT-WORK.
000743 01  SORT-AUDIT-RECORD.
000744     05  SRT-CUSTOMER-NO               PICTURE X(5).
000750     05  SRT-DATE-YYYYMMDD             PICTURE 9(8).
000760     05  SRT-FILE-SEQ                  PICTURE 9(7).
000770     05  SRT-TRANS-TYPE                PICTURE X(1).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-SWITCHES.
000847     05  WS-HISTORY-EOF               PICTURE X(1) VALUE "N".
000854         88  HISTORY-EOF                  VALUE "Y".
000861     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000870     05  WS-SORT-EOF                  PICTURE X(1) VALUE "N".
000880         88  SORT-EOF                     VALUE "Y".
000890     05  WS-MASTER-FOUND              PICTURE X(1) VALUE "N".
000932     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000934     05  WS-ADDRESS-FOUND             PICTURE X(1) VALUE "N".
000936         88  ADDRESS-FOUND                VALUE "Y".
000937     05  WS-SNAPSHOT-FILE-STATUS      PICTURE X(2) VALUE SPACES.
000938     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
000939     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
000940         88  OPEN-ITEM-EOF                VALUE "Y".
000941
000950 01  WS-STATEMENT-CONTROLS.
000960     05  WS-STMT-MONTH-IN              PICTURE X(7).
000970     05  WS-STMT-MM                    PICTURE X(2).
001051     05  WS-MISSING-ADDRESSES          PICTURE 9(5) COMP VALUE 0.
001052     05  WS-MIN-FILE-SEQ               PICTURE 9(7) VALUE 0.
001054     05  WS-MAX-FILE-SEQ               PICTURE 9(7) VALUE 0.
001055     05  WS-PRIOR-PERIOD               PICTURE 9(6) VALUE 0.
001056     05  FILLER REDEFINES WS-PRIOR-PERIOD.
001057         10  WS-PRIOR-YEAR             PICTURE 9(4).
001058         10  WS-PRIOR-MONTH            PICTURE 9(2).
001059     05  WS-SNAPSHOT-OPENINGS          PICTURE 9(5) COMP VALUE 0.
001060     05  WS-INVOICES-LISTED            PICTURE 9(5) COMP VALUE 0.
001061     05  WS-CUSTOMER-INVOICES          PICTURE 9(5) COMP VALUE 0.
001062     05  WS-STMT-FROM-YYYYMMDD         PICTURE 9(8) VALUE 0.
001063     05  FILLER REDEFINES WS-STMT-FROM-YYYYMMDD.
001064         10  WS-STMT-FROM-YYYY         PICTURE X(4).
001065         10  WS-STMT-FROM-MM           PICTURE X(2).
001066         10  WS-STMT-FROM-DD           PICTURE X(2).
001067
001068 01  WS-DETAIL-TABLE-CONTROLS.
001069     05  WS-DET-COUNT                  PICTURE 9(3) COMP VALUE 0.
001070     05  WS-DET-SUB                    PICTURE 9(3) COMP VALUE 0.
001071     05  WS-DET-MAX                    PICTURE 9(3) COMP
001072                                       VALUE 200.
001073     05  WS-DET-DROPPED                PICTURE 9(5) COMP VALUE 0.
001074
001075 01  WS-DETAIL-TABLE.
001076     05  WS-DET-ENTRY OCCURS 200 TIMES.
001077         10  WS-DET-TRANS-DATE         PICTURE X(10).
001078         10  WS-DET-TRANS-TYPE         PICTURE X(1).
001079         10  WS-DET-TRANS-AMOUNT       PICTURE 9(5)V99.
001080         10  WS-DET-NEW-AMT-OWED       PICTURE S9(5)V99.
001081
001082 01  STMT-HEADING-1.
001083     05  FILLER                        PICTURE X(31) VALUE
001090         "CUSTOMER STATEMENT FOR MONTH - ".
001100     05  SH1-STMT-MONTH                PICTURE X(7).
001110     05  FILLER                        PICTURE X(42) VALUE SPACES.
001637     05  FILLER                        PICTURE X(31) VALUE
001638         " CLOSING BALANCE INCLUDE THEM.".
001639
001640 01  STMT-INVOICE-HEADING.
001641     05  FILLER                        PICTURE X(40) VALUE
001642         "OPEN INVOICES:  INVOICE     PURCHASED   ".
001643     05  FILLER                        PICTURE X(11) VALUE
001644         "OPEN AMOUNT".
001645     05  FILLER                        PICTURE X(29) VALUE SPACES.
001646
001647 01  STMT-INVOICE-LINE.
001648     05  FILLER                        PICTURE X(16) VALUE SPACES.
001649     05  SIL-INVOICE-NO                PICTURE X(10).
001650     05  FILLER                        PICTURE X(2) VALUE SPACES.
001651     05  SIL-PURCHASE-DATE             PICTURE X(10).
001652     05  FILLER                        PICTURE X(4) VALUE SPACES.
001653     05  SIL-OPEN-AMOUNT               PICTURE ZZ,ZZ9.99.
001654     05  FILLER                        PICTURE X(29) VALUE SPACES.
001655
001656 01  STMT-ADDR-LINE-1.
001657     05  FILLER                        PICTURE X(10) VALUE
001658         "MAIL TO:  ".
001659     05  SAL1-TEXT                     PICTURE X(30).
001660     05  FILLER                        PICTURE X(40) VALUE SPACES.

001661 01  STMT-ADDR-LINE-2.
001662     05  FILLER                        PICTURE X(10) VALUE SPACES.
001663     05  SAL2-TEXT                     PICTURE X(30).
001664     05  FILLER                        PICTURE X(40) VALUE SPACES.

001665 01  STMT-ADDR-CITY-LINE.
001666     05  FILLER                        PICTURE X(10) VALUE SPACES.
001667     05  SAC-CITY                      PICTURE X(20).
001668     05  FILLER                        PICTURE X(1) VALUE SPACES.
001669     05  SAC-STATE                     PICTURE X(2).
001670     05  FILLER                        PICTURE X(1) VALUE SPACES.
001671     05  SAC-ZIP                       PICTURE X(10).
001672     05  FILLER                        PICTURE X(36) VALUE SPACES.

001673 01  AXR-HEADING-1.
001674     05  FILLER                        PICTURE X(44) VALUE
001675         "ACCOUNTS WITH ACTIVITY BUT NO ADDRESS ON FIL".
001676     05  FILLER                        PICTURE X(2) VALUE "E.".
001677     05  FILLER                        PICTURE X(34) VALUE SPACES.

001678 01  AXR-DETAIL-LINE.
001679     05  FILLER                        PICTURE X(5) VALUE
001680         "CUST ".
001681     05  AXR-CUSTOMER-NO               PICTURE X(5).
001682     05  FILLER                        PICTURE X(2) VALUE SPACES.
001683     05  AXR-CUSTOMER-NAME             PICTURE X(20).
001684     05  FILLER                        PICTURE X(48) VALUE SPACES.

001685 01  STMT-SEPARATOR-LINE.
001686     05  FILLER                   PICTURE X(50) VALUE ALL "=".
001687     05  FILLER                        PICTURE X(30) VALUE SPACES.
001688
001689 PROCEDURE DIVISION.
001690*----------------------------------------------------------------
001700*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001710*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001785             " without addresses - status "
001786             WS-ADDRESS-FILE-STATUS
001787     END-IF
001788
001789     OPEN INPUT BALANCE-SNAPSHOT-FILE
001790     IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
001791         DISPLAY "No balance snapshot file - opening balances"
001792             " come from the audit trail - status "
001793             WS-SNAPSHOT-FILE-STATUS
001794     END-IF
001795
001796     OPEN INPUT OPEN-ITEM-FILE
001797     IF WS-OPEN-ITEM-FILE-STATUS NOT = "00"
001798         DISPLAY "No open-item file - statements print"
001799             " without open invoices - status "
001800             WS-OPEN-ITEM-FILE-STATUS
001801     END-IF

001802     OPEN OUTPUT ADDRESS-EXCEPTIONS
001803     WRITE ADDRESS-EXCEPTION-RECORD FROM AXR-HEADING-1
001804     MOVE SPACES TO ADDRESS-EXCEPTION-RECORD
001805     WRITE ADDRESS-EXCEPTION-RECORD
001806
001807     SORT SORT-WORK
001810         ON ASCENDING KEY SRT-CUSTOMER-NO
001820                          SRT-DATE-YYYYMMDD
001830                          SRT-FILE-SEQ
001904     IF WS-ADDRESS-FILE-STATUS = "00"
001906         CLOSE CUSTOMER-ADDRESS-FILE
001908     END-IF
001909     IF WS-SNAPSHOT-FILE-STATUS = "00"
001910         CLOSE BALANCE-SNAPSHOT-FILE
001911     END-IF
001912     IF WS-OPEN-ITEM-FILE-STATUS = "00"
001913         CLOSE OPEN-ITEM-FILE
001914     END-IF
001915
001920     DISPLAY "Statements produced ............ "
001930         WS-STATEMENT-COUNT
001932     DISPLAY "Statements missing address ..... "
001934         WS-MISSING-ADDRESSES
001935     DISPLAY "Openings from period snapshot .. "
001936         WS-SNAPSHOT-OPENINGS
001937     DISPLAY "Open invoices listed ........... "
001938         WS-INVOICES-LISTED
001940
001950     STOP RUN.
001960
001980*    1000-GET-STATEMENT-MONTH - ASK THE OPERATOR WHICH MONTH TO
001990*    PRODUCE STATEMENTS FOR, AS MM/YYYY.  A MALFORMED REPLY IS
002000*    REFUSED AND RE-PROMPTED SO A MISKEYED MONTH CANNOT SLIP
002004*    THROUGH AS AN EMPTY STATEMENT RUN.  THE PRIOR PERIOD
002008*    (YYYYMM) WHOSE SNAPSHOT OPENS THE MONTH, AND THE FIRST OF
002012*    THE MONTH WHERE EACH CUSTOMER'S HISTORY IS PICKED UP, ARE SET
002016*    HERE TOO.
002020*----------------------------------------------------------------
002030 1000-GET-STATEMENT-MONTH.
002040
002050     PERFORM 1100-PROMPT-FOR-MONTH THRU 1100-EXIT
002051         UNTIL STMT-MONTH-VALID
002052
002053     MOVE WS-STMT-YYYY TO WS-PRIOR-YEAR
002054     MOVE WS-STMT-MM   TO WS-PRIOR-MONTH
002055     SUBTRACT 1 FROM WS-PRIOR-MONTH
002056     IF WS-PRIOR-MONTH = ZERO
002057         MOVE 12 TO WS-PRIOR-MONTH
002058         SUBTRACT 1 FROM WS-PRIOR-YEAR
002059     END-IF
002060
002061     MOVE WS-STMT-YYYY TO WS-STMT-FROM-YYYY
002062     MOVE WS-STMT-MM   TO WS-STMT-FROM-MM
002063     MOVE "01"         TO WS-STMT-FROM-DD.
002070
002080 1000-EXIT.
002090     EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------
002360*    2000-SELECT-AUDIT-RECORDS - READ THE ACTIVITY HISTORY IN
002370*    KEY ORDER AND RELEASE TO THE SORT ONLY THE RECORDS DATED IN
002380*    THE REQUESTED STATEMENT MONTH.  THE FILE-SEQUENCE NUMBER
002390*    KEEPS SAME-DAY TRANSACTIONS IN THE ORDER THEY WERE POSTED.
002400*----------------------------------------------------------------
002410 2000-SELECT-AUDIT-RECORDS.
002420
002423     OPEN INPUT ACTIVITY-HISTORY-FILE
002426     IF WS-HISTORY-FILE-STATUS NOT = "00"
002429         DISPLAY "No activity history on file - status "
002432             WS-HISTORY-FILE-STATUS
002435         MOVE "Y" TO WS-HISTORY-EOF
002439         GO TO 2000-EXIT
002440     END-IF
002441
002442     MOVE LOW-VALUES TO HIST-KEY
002443     START ACTIVITY-HISTORY-FILE
002444         KEY IS NOT LESS THAN HIST-KEY
002445         INVALID KEY
002446             MOVE "Y" TO WS-HISTORY-EOF
002447     END-START
002448
002450     PERFORM 2100-RELEASE-AUDIT-RECORD THRU 2100-EXIT
002460         UNTIL HISTORY-EOF
002470
002480     CLOSE ACTIVITY-HISTORY-FILE.
002490
002500 2000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540*    2100-RELEASE-AUDIT-RECORD - READ THE NEXT HISTORY RECORD AND
002550*    RELEASE IT TO THE SORT IF ITS TRANSACTION DATE FALLS IN THE
002554*    REQUESTED MONTH.  A RECORD POSTED BEFORE THE MONTH CANNOT BE
002558*    IN IT, SO THE READ SKIPS AHEAD TO THE FIRST OF THE MONTH FOR
002562*    THAT CUSTOMER.  A TRANSACTION IS NEVER POSTED BEFORE ITS OWN
002566*    DATE, SO NOTHING IN THE MONTH IS PASSED OVER.
002570*----------------------------------------------------------------
002580 2100-RELEASE-AUDIT-RECORD.
002590
002600     READ ACTIVITY-HISTORY-FILE NEXT RECORD
002610         AT END
002615             MOVE "Y" TO WS-HISTORY-EOF
002620             GO TO 2100-EXIT
002625     END-READ
002630
002635     IF HIST-POSTING-YYYYMMDD < WS-STMT-FROM-YYYYMMDD
002640         MOVE WS-STMT-FROM-YYYYMMDD TO HIST-POSTING-YYYYMMDD
002645         MOVE ZERO                  TO HIST-SEQUENCE-NO
002650         START ACTIVITY-HISTORY-FILE
002655             KEY IS NOT LESS THAN HIST-KEY
002660             INVALID KEY
002665                 MOVE "Y" TO WS-HISTORY-EOF
002670         END-START
002675         GO TO 2100-EXIT
002680     END-IF
002685
002690     ADD 1 TO WS-AUDIT-SEQ
002695     IF HIST-TRANS-DATE(1:2) = WS-STMT-MM
002700        AND HIST-TRANS-DATE(7:4) = WS-STMT-YYYY
002705        AND HIST-TRANS-TYPE NOT = "L"
002710        AND HIST-TRANS-TYPE NOT = "N"
002715        AND HIST-TRANS-TYPE NOT = "X"
002720        AND HIST-TRANS-TYPE NOT = "A"
002725        AND HIST-TRANS-TYPE NOT = "V"
002730        AND HIST-TRANS-TYPE NOT = "D"
002735        AND HIST-TRANS-TYPE NOT = "S"
002740         MOVE HIST-CUSTOMER-NO TO SRT-CUSTOMER-NO
002745         STRING HIST-TRANS-DATE(7:4)
002750                HIST-TRANS-DATE(1:2)
002755                HIST-TRANS-DATE(4:2)
002760             DELIMITED BY SIZE INTO SRT-DATE-YYYYMMDD
002765         MOVE WS-AUDIT-SEQ        TO SRT-FILE-SEQ
002770         MOVE HIST-TRANS-TYPE     TO SRT-TRANS-TYPE
002775         MOVE HIST-TRANS-AMOUNT   TO SRT-TRANS-AMOUNT
002780         MOVE HIST-TRANS-DATE     TO SRT-TRANS-DATE
002785         MOVE HIST-PRIOR-AMT-OWED TO SRT-PRIOR-AMT-OWED
002790         MOVE HIST-NEW-AMT-OWED   TO SRT-NEW-AMT-OWED
002795         RELEASE SORT-AUDIT-RECORD
002800     END-IF.
002810
002820 2100-EXIT.
002830     EXIT.
003030*    DATE THAN A PURCHASE POSTED AFTER IT.  THEN PRINT THE
003035*    HEADING, OPENING BALANCE, DETAILS, TOTALS AND CLOSING
003040*    BALANCE.  THE CLOSING BALANCE IS CHECKED AGAINST
003046*    AMT-OWED-MASTER AND FLAGGED WHEN THEY DO NOT AGREE.  THE
003052*    CUSTOMER'S STILL-OPEN INVOICES FOLLOW, OLDEST FIRST.
003060*----------------------------------------------------------------
003070 3100-PRINT-ONE-CUSTOMER.
003080
003172     PERFORM 3200-COLLECT-ONE-DETAIL THRU 3200-EXIT
003174         UNTIL SORT-EOF
003176            OR SRT-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER
003177
003178     PERFORM 3150-GET-SNAPSHOT-OPENING THRU 3150-EXIT
003179
003180     WRITE STATEMENT-PRINT-RECORD FROM STMT-SEPARATOR-LINE
003190     WRITE STATEMENT-PRINT-RECORD FROM STMT-HEADING-1
003200     MOVE WS-CURRENT-CUSTOMER TO SH2-CUSTOMER-NO
003390         WRITE STATEMENT-PRINT-RECORD FROM STMT-WARNING-LINE
003400     END-IF
003410
003413     PERFORM 3700-PRINT-OPEN-INVOICES THRU 3700-EXIT
003416
003420     MOVE SPACES TO STATEMENT-PRINT-RECORD
003430     WRITE STATEMENT-PRINT-RECORD
003440
003450     ADD 1 TO WS-STATEMENT-COUNT.
003460
003470 3100-EXIT.
003471     EXIT.
003472
003473*----------------------------------------------------------------
003474*    3150-GET-SNAPSHOT-OPENING - WHEN THE MONTH-END CLOSE HAS
003475*    WRITTEN A SNAPSHOT OF THIS CUSTOMER FOR THE PRIOR PERIOD,
003476*    THAT BALANCE IS THE STATEMENT'S OPENING BALANCE.  OTHERWISE
003477*    THE OPENING COLLECTED FROM THE AUDIT RECORDS STANDS.
003478*----------------------------------------------------------------
003479 3150-GET-SNAPSHOT-OPENING.
003480
003481     IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
003482         GO TO 3150-EXIT
003483     END-IF
003484
003485     MOVE WS-CURRENT-CUSTOMER TO SNAP-CUSTOMER-NO
003486     MOVE WS-PRIOR-PERIOD     TO SNAP-PERIOD
003487     READ BALANCE-SNAPSHOT-FILE
003488         INVALID KEY
003489             GO TO 3150-EXIT
003490     END-READ
003491
003492     MOVE SNAP-AMT-OWED TO WS-OPENING-BALANCE
003493     ADD 1 TO WS-SNAPSHOT-OPENINGS.
003494
003495 3150-EXIT.
003496     EXIT.
003497
003500*----------------------------------------------------------------
003510*    3200-COLLECT-ONE-DETAIL - FOLD ONE SORTED RECORD INTO THE
003515*    CUSTOMER'S DETAIL TABLE AND TOTALS.  THE OPENING BALANCE
003940             MOVE "FIN CHG  " TO SDL-TRANS-TYPE
003942         WHEN "R"
003944             MOVE "REFUND   " TO SDL-TRANS-TYPE
003945         WHEN "W"
003946             MOVE "WRITE-OFF" TO SDL-TRANS-TYPE
003947         WHEN "J"
003948             MOVE "DISP CR  " TO SDL-TRANS-TYPE
003949         WHEN "U"
003950             MOVE "UNCLAIMED" TO SDL-TRANS-TYPE
003951         WHEN OTHER
003960             MOVE "OTHER    " TO SDL-TRANS-TYPE
003970     END-EVALUATE
003980
004524 3600-EXIT.
004526     EXIT.

004527*----------------------------------------------------------------
004528*    3700-PRINT-OPEN-INVOICES - LIST EVERY OPEN ITEM THE
004529*    CUSTOMER STILL OWES ON, OLDEST FIRST, SO A PAYMENT CAN BE
004530*    REMITTED AGAINST A NAMED INVOICE.  NOTHING PRINTS WHEN THE
004531*    OPEN-ITEM FILE IS NOT AVAILABLE OR NOTHING IS OPEN.
004532*----------------------------------------------------------------
004533 3700-PRINT-OPEN-INVOICES.

004534     IF WS-OPEN-ITEM-FILE-STATUS NOT = "00"
004535         GO TO 3700-EXIT
004536     END-IF
004537
004538     MOVE "N" TO WS-OPEN-ITEM-EOF
004539     MOVE WS-CURRENT-CUSTOMER TO OITM-CUSTOMER-NO
004540     MOVE ZERO TO OITM-PURCHASE-YYYYMMDD
004541     MOVE ZERO TO OITM-SEQUENCE-NO
004542     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
004543         INVALID KEY
004544             GO TO 3700-EXIT
004545     END-START
004546
004547     MOVE ZERO TO WS-CUSTOMER-INVOICES
004548     PERFORM 3710-PRINT-ONE-INVOICE THRU 3710-EXIT
004549         UNTIL OPEN-ITEM-EOF.
004550
004551 3700-EXIT.
004552     EXIT.
004553
004554*----------------------------------------------------------------
004555*    3710-PRINT-ONE-INVOICE - READ THE CUSTOMER'S NEXT OPEN ITEM
004556*    AND PRINT IT IF IT STILL CARRIES AN OPEN AMOUNT.
004557*----------------------------------------------------------------
004558 3710-PRINT-ONE-INVOICE.
004559
004560     READ OPEN-ITEM-FILE NEXT RECORD
004561         AT END
004562             MOVE "Y" TO WS-OPEN-ITEM-EOF
004563             GO TO 3710-EXIT
004564     END-READ
004565
004566     IF OITM-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER
004567         MOVE "Y" TO WS-OPEN-ITEM-EOF
004568         GO TO 3710-EXIT
004569     END-IF
004570
004571     IF OITM-OPEN-AMOUNT = ZERO
004572         GO TO 3710-EXIT
004573     END-IF
004574
004575     IF WS-CUSTOMER-INVOICES = ZERO
004576         WRITE STATEMENT-PRINT-RECORD FROM STMT-INVOICE-HEADING
004577     END-IF
004578     MOVE OITM-INVOICE-NO    TO SIL-INVOICE-NO
004579     MOVE OITM-PURCHASE-DATE TO SIL-PURCHASE-DATE
004580     MOVE OITM-OPEN-AMOUNT   TO SIL-OPEN-AMOUNT
004581     WRITE STATEMENT-PRINT-RECORD FROM STMT-INVOICE-LINE
004582     ADD 1 TO WS-CUSTOMER-INVOICES
004583     ADD 1 TO WS-INVOICES-LISTED.
004584
004585 3710-EXIT.
004586     EXIT.
004587
004588 END PROGRAM PROGRAM2.
004589
