000244*                     DROPPED - THERE IS NOTHING TO MAIL TO.
000245*                     THE CLEAN FILE AND EDIT REPORT WIDEN TO
000246*                     CARRY THE FULL RECORD.
000247*    10/15/2026 DP    NEW RECOVERY TYPE "V" - MONEY COLLECTED ON A
000248*                     WRITTEN-OFF ACCOUNT - IS A KNOWN TYPE CODE.
000249*                     WRITE-OFFS ARE POSTED ONLY BY THE BAD-DEBT
000250*                     WRITE-OFF RUN, SO A "W" ON THE FEED IS STILL
000251*                     DROPPED AS AN UNKNOWN TYPE.
000252*    10/15/2026 DP    THE FEED RECORD GROWS A 10-BYTE INVOICE
000253*                     NUMBER.  A PURCHASE CARRYING AN INVOICE
000254*                     NUMBER ALREADY SEEN TODAY, OR ALREADY ON
000255*                     THE OPEN-ITEM FILE, IS DROPPED AS A
000256*                     DUPLICATE INVOICE.  THE CLEAN FILE, EDIT
000257*                     REPORT AND TRAILER WIDEN TO MATCH.
000258*    10/15/2026 DP    NEW DISPUTE TYPE "D" IS A KNOWN TYPE CODE.
000259*                     A DISPUTE MUST CARRY ACTION O, R OR C, A
000260*                     REASON WHEN OPENING, AND AN INVOICE NUMBER
000261*                     OR ITEM DATE TO NAME THE ITEM.  DISPUTES
000262*                     FOR DIFFERENT ITEMS ON ONE DAY ARE NOT
000263*                     DUPLICATES OF EACH OTHER.
000264*    10/15/2026 DP    NEW SALESPERSON ASSIGNMENT TYPE "S" IS A
000265*                     KNOWN TYPE CODE.  AN "S" WITH A BLANK REP
000266*                     CODE IS DROPPED.  ASSIGNMENTS TO DIFFERENT
000267*                     REPS ON ONE DAY ARE NOT DUPLICATES.
000268*    -----------------------------------------------------------
000269*
000270 ENVIRONMENT DIVISION.
000271 INPUT-OUTPUT SECTION.
000272 FILE-CONTROL.
000273     SELECT EDIT-TRANS-FILE
000280         ASSIGN TO WS-TRANS-FILENAME
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-TRANS-FILE-STATUS.
000426         RECORD KEY IS RCTL-KEY
000427         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000430
000431     SELECT OPEN-ITEM-FILE
000432         ASSIGN TO "C:\a\exercise10\openitem.txt"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS OITM-KEY
000436         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000437             WITH DUPLICATES
000438         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
000439
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  EDIT-TRANS-FILE.
000600     05  ET-TRANSACTION-TYPE          PICTURE X(1).
000610         88  ET-TYPE-KNOWN                VALUES "P" "C" "L"
000620                                                 "N" "X" "R"
000621                                                 "A" "V" "D"
000622                                                 "S".
000623         88  ET-TYPE-ADDRESS-CHANGE       VALUE "A".
000624         88  ET-TYPE-PURCHASE             VALUE "P".
000625         88  ET-TYPE-DISPUTE              VALUE "D".
000626         88  ET-TYPE-REP-ASSIGNMENT       VALUE "S".
000627     05  ET-ADDRESS-DATA.
000628         10  ET-ADDR-LINE-1           PICTURE X(30).
000629         10  FILLER                   PICTURE X(74).
000630     05  ET-DISPUTE-DATA REDEFINES ET-ADDRESS-DATA.
000631         10  ET-DISPUTE-ACTION        PICTURE X(1).
000632             88  ET-DISPUTE-ACTION-KNOWN  VALUES "O" "R" "C".
000633             88  ET-DISPUTE-ACTION-OPEN   VALUE "O".
000634         10  ET-DISPUTE-REASON        PICTURE X(2).
000635         10  ET-DISPUTE-ITEM-DATE     PICTURE X(10).
000636         10  ET-DISPUTE-ITEM-SEQ      PICTURE X(3).
000637         10  FILLER                   PICTURE X(88).
000638     05  ET-REP-DATA REDEFINES ET-ADDRESS-DATA.
000639         10  ET-REP-CODE              PICTURE X(4).
000640         10  FILLER                   PICTURE X(100).
000641     05  ET-INVOICE-NO                PICTURE X(10).
000642
000643 FD  TRANS-CONTROL-FILE.
000650 01  TRANS-CONTROL-RECORD.
000660     05  CTL-TRANS-FILENAME           PICTURE X(40).
000670
000680 FD  CLEAN-TRANS-FILE.
000690 01  CLEAN-TRANS-RECORD               PICTURE X(157).
000700
000710 FD  EDIT-REPORT.
000715 01  EDIT-REPORT-RECORD               PICTURE X(194).
000721
000722 FD  RUN-CONTROL-FILE.
000723 01  RUN-CONTROL-RECORD.
000728         88  RCTL-RUN-COMPLETE            VALUE "Y".
000729         88  RCTL-RUN-IN-PROGRESS         VALUE "N".
000730     05  RCTL-START-YYYYMMDD          PICTURE 9(8).
000731
000732 FD  OPEN-ITEM-FILE.
000733 01  OPEN-ITEM-RECORD.
000734     05  OITM-KEY.
000735         10  OITM-CUSTOMER-NO         PICTURE X(5).
000736         10  OITM-PURCHASE-YYYYMMDD   PICTURE 9(8).
000737         10  OITM-SEQUENCE-NO         PICTURE 9(3).
000738     05  OITM-PURCHASE-DATE           PICTURE 99/99/9999.
000739     05  OITM-ORIGINAL-AMOUNT         PICTURE 9(5)V99.
000740     05  OITM-OPEN-AMOUNT             PICTURE 9(5)V99.
000741     05  OITM-INVOICE-NO              PICTURE X(10).
000742
000743 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000760     05  WS-TRANS-EOF                 PICTURE X(1) VALUE "N".
000770         88  TRANS-EOF                    VALUE "Y".
000871     05  WS-RUNCTL-FILE-STATUS        PICTURE X(2) VALUE SPACES.
000872     05  WS-RUNCTL-FOUND              PICTURE X(1) VALUE "N".
000873         88  RUNCTL-FOUND                 VALUE "Y".
000874     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
000875     05  WS-OPEN-ITEM-AVAILABLE       PICTURE X(1) VALUE "N".
000876         88  OPEN-ITEM-AVAILABLE          VALUE "Y".
000877     05  WS-INVOICE-DUP-RESULT        PICTURE X(1) VALUE "N".
000878         88  DUPLICATE-INVOICE-FOUND      VALUE "Y".
000879
000880 01  WS-RUN-CONTROL-CONTROLS.
000881     05  WS-BUSINESS-DATE              PICTURE X(8).
000882     05  WS-RESTART-REPLY              PICTURE X(1).
000883     05  WS-RUNCTL-TODAY               PICTURE 9(8) VALUE 0.
000884     05  WS-OWN-PROGRAM-ID   PICTURE X(8) VALUE "PROGRAM5".
000885
000890 01  WS-CONTROL-FILE-CONTROLS.
000900     05  WS-TRANS-FILENAME             PICTURE X(40).
000910
000940     05  CT-TRANS-PASSED              PICTURE 9(7) COMP VALUE 0.
000950     05  CT-TRANS-FAILED              PICTURE 9(7) COMP VALUE 0.
000960     05  CT-TRANS-DUPLICATE           PICTURE 9(7) COMP VALUE 0.
000965     05  CT-INVOICE-DUPLICATE         PICTURE 9(7) COMP VALUE 0.
000970     05  CT-CLEAN-AMT-TOTAL           PICTURE 9(9)V99 VALUE ZERO.
000980
000990 01  WS-EDIT-CONTROLS.
001250         88  DUP-TABLE-FULL                VALUE "Y".
001260
001270 01  WS-DUPLICATE-TABLE.
001280     05  WS-DUP-KEY                    PICTURE X(47)
001290         OCCURS 5000 TIMES.
001300
001310 01  WS-DUP-WORK.
001311     05  WS-DUP-THIS-KEY               PICTURE X(47).
001312
001313 01  WS-INVOICE-TABLE-CONTROLS.
001314     05  WS-INV-COUNT                  PICTURE 9(5) COMP VALUE 0.
001315     05  WS-INV-SUB                    PICTURE 9(5) COMP VALUE 0.
001316     05  WS-INV-MAX                    PICTURE 9(5) COMP
001317                                       VALUE 5000.
001318     05  WS-INV-TABLE-FULL             PICTURE X(1) VALUE "N".
001319         88  INV-TABLE-FULL                VALUE "Y".
001320
001321 01  WS-INVOICE-TABLE.
001322     05  WS-INV-NUMBER                 PICTURE X(10)
001323         OCCURS 5000 TIMES.
001330
001340 01  RPT-HEADING-1.
001350     05  FILLER                        PICTURE X(34) VALUE
001410 01  RPT-DROP-LINE.
001420     05  RDR-REASON                    PICTURE X(30).
001430     05  FILLER                        PICTURE X(2) VALUE SPACES.
001440     05  RDR-RECORD                    PICTURE X(157).
001450     05  FILLER                        PICTURE X(5) VALUE SPACES.

001452*----------------------------------------------------------------
001461     05  ETR-RECORD-COUNT              PICTURE 9(7).
001462     05  ETR-AMOUNT-TOTAL              PICTURE 9(9)V99.
001463     05  ETR-BUSINESS-DATE             PICTURE 9(8).
001464     05  FILLER                        PICTURE X(126)
001465                                       VALUE SPACES.
001466
001470 PROCEDURE DIVISION.
001480*----------------------------------------------------------------
001490*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001540     OPEN OUTPUT CLEAN-TRANS-FILE
001550     OPEN OUTPUT EDIT-REPORT
001560
001561     OPEN INPUT OPEN-ITEM-FILE
001562     IF WS-OPEN-ITEM-FILE-STATUS = "00"
001563         MOVE "Y" TO WS-OPEN-ITEM-AVAILABLE
001564     END-IF
001565
001570     WRITE EDIT-REPORT-RECORD FROM RPT-HEADING-1
001580     MOVE SPACES TO EDIT-REPORT-RECORD
001590     WRITE EDIT-REPORT-RECORD
001629
001630     CLOSE CLEAN-TRANS-FILE
001640           EDIT-REPORT
001642     IF OPEN-ITEM-AVAILABLE
001644         CLOSE OPEN-ITEM-FILE
001646     END-IF
001650
001655     PERFORM 7300-RECORD-RUN-COMPLETE THRU 7300-EXIT
001656
001761
001770*----------------------------------------------------------------
001771*    2000-PROCESS-CONTROL-FILE - READ THE CONTROL FILE LISTING
001772*    THE DAY'S RAW TRANSACTION FILES, ONE FILE NAME PER RECORD,
001773*    AND EDIT EACH ONE IN TURN SO DUPLICATES ARE CAUGHT ACROSS
001774*    THE WHOLE DAY AND NOT JUST WITHIN ONE FILE.
001775*----------------------------------------------------------------
001776 2000-PROCESS-CONTROL-FILE.
001777
001780     OPEN INPUT TRANS-CONTROL-FILE
001790
001800     PERFORM 2010-READ-CONTROL-RECORD THRU 2010-EXIT
002450                 PERFORM 7000-WRITE-DROP-LINE THRU 7000-EXIT
002460             ELSE
002470                 PERFORM 5500-CHECK-DUPLICATE THRU 5500-EXIT
002480                 MOVE "N" TO WS-INVOICE-DUP-RESULT
002490                 IF NOT DUPLICATE-FOUND
002500                     PERFORM 5600-CHECK-DUPLICATE-INVOICE
002510                         THRU 5600-EXIT
002590                 END-IF
002591                 EVALUATE TRUE
002592                     WHEN DUPLICATE-FOUND
002593                         ADD 1 TO CT-TRANS-DUPLICATE
002594                         MOVE "DUPLICATE TRANSACTION"
002595                             TO WS-EDIT-REASON
002596                         PERFORM 7000-WRITE-DROP-LINE
002597                             THRU 7000-EXIT
002598                     WHEN DUPLICATE-INVOICE-FOUND
002599                         ADD 1 TO CT-INVOICE-DUPLICATE
002600                         MOVE "DUPLICATE INVOICE NUMBER"
002601                             TO WS-EDIT-REASON
002602                         PERFORM 7000-WRITE-DROP-LINE
002603                             THRU 7000-EXIT
002604                     WHEN OTHER
002605                         WRITE CLEAN-TRANS-RECORD
002606                             FROM EDIT-TRANS-RECORD
002607                         ADD 1 TO CT-TRANS-PASSED
002608                         ADD ET-AMT-OF-PURCHASE-N
002609                             TO CT-CLEAN-AMT-TOTAL
002610                 END-EVALUATE
002611             END-IF
002612     END-READ.
002620
002630 3000-EXIT.
002640     EXIT.
002985         MOVE "ADDRESS LINE 1 BLANK" TO WS-EDIT-REASON
002986         GO TO 5000-EXIT
002987     END-IF
002988
002989     IF ET-TYPE-REP-ASSIGNMENT
002990        AND ET-REP-CODE = SPACES
002991         MOVE "X" TO WS-EDIT-RESULT
002992         MOVE "SALESPERSON CODE BLANK" TO WS-EDIT-REASON
002993         GO TO 5000-EXIT
002994     END-IF
002995
002996     IF ET-TYPE-DISPUTE
002997         PERFORM 5300-VALIDATE-DISPUTE THRU 5300-EXIT
002998         IF EDIT-FAILED
002999             GO TO 5000-EXIT
003000         END-IF
003001     END-IF
003002
003003     PERFORM 5100-VALIDATE-DATE THRU 5100-EXIT.
003010
003020 5000-EXIT.
003030     EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003751*    5300-VALIDATE-DISPUTE - A DISPUTE NEEDS A KNOWN ACTION, A
003752*    REASON CODE WHEN IT OPENS A DISPUTE, AND EITHER AN INVOICE
003753*    NUMBER OR AN ITEM DATE TO NAME THE ITEM DISPUTED.  AN ITEM
003754*    SEQUENCE, WHEN GIVEN, MUST BE NUMERIC.
003755*----------------------------------------------------------------
003756 5300-VALIDATE-DISPUTE.
003757
003758     IF NOT ET-DISPUTE-ACTION-KNOWN
003759         MOVE "X" TO WS-EDIT-RESULT
003760         MOVE "DISPUTE ACTION NOT O, R OR C" TO WS-EDIT-REASON
003761         GO TO 5300-EXIT
003762     END-IF
003763
003764     IF ET-DISPUTE-ACTION-OPEN
003765        AND ET-DISPUTE-REASON = SPACES
003766         MOVE "X" TO WS-EDIT-RESULT
003767         MOVE "DISPUTE REASON BLANK" TO WS-EDIT-REASON
003768         GO TO 5300-EXIT
003769     END-IF
003770
003771     IF ET-INVOICE-NO = SPACES
003772        AND ET-DISPUTE-ITEM-DATE = SPACES
003773         MOVE "X" TO WS-EDIT-RESULT
003774         MOVE "DISPUTED ITEM NOT NAMED" TO WS-EDIT-REASON
003775         GO TO 5300-EXIT
003776     END-IF
003777
003778     IF ET-DISPUTE-ITEM-SEQ NOT = SPACES
003779        AND ET-DISPUTE-ITEM-SEQ IS NOT NUMERIC
003780         MOVE "X" TO WS-EDIT-RESULT
003781         MOVE "DISPUTE ITEM SEQ NOT NUMERIC" TO WS-EDIT-REASON
003782     END-IF.
003783
003784 5300-EXIT.
003785     EXIT.
003786
003787*----------------------------------------------------------------
003788*    5500-CHECK-DUPLICATE - BUILD THE CUSTOMER/DATE/AMOUNT/TYPE
003789*    KEY FOR THE CURRENT RECORD AND SEARCH THE KEYS ALREADY
003790*    ACCEPTED TODAY.  A MISS ADDS THE KEY TO THE TABLE.  ONCE
003791*    THE TABLE IS FULL, LATER RECORDS PASS UNCHECKED AND THE
003797*    CONDITION IS REPORTED AT END OF RUN.  A DISPUTE'S KEY ALSO
003803*    CARRIES ITS ACTION AND THE ITEM IT NAMES.
003810*----------------------------------------------------------------
003820 5500-CHECK-DUPLICATE.
003830
003840     MOVE "N" TO WS-DUPLICATE-RESULT
003850
003855     MOVE SPACES TO WS-DUP-THIS-KEY
003860     STRING ET-CUSTOMER-NO
003870            ET-DATE-OF-PURCHASE
003880            ET-AMT-OF-PURCHASE
003890            ET-TRANSACTION-TYPE
003900         DELIMITED BY SIZE INTO WS-DUP-THIS-KEY
003901     IF ET-TYPE-DISPUTE
003902         STRING ET-DISPUTE-ACTION
003903                ET-DISPUTE-ITEM-DATE
003904                ET-DISPUTE-ITEM-SEQ
003905                ET-INVOICE-NO
003906             DELIMITED BY SIZE INTO WS-DUP-THIS-KEY (24:24)
003907     END-IF
003908     IF ET-TYPE-REP-ASSIGNMENT
003909         MOVE ET-REP-CODE TO WS-DUP-THIS-KEY (24:4)
003910     END-IF
003911
003920     MOVE 1 TO WS-DUP-SUB
003930     PERFORM 5510-CHECK-ONE-KEY THRU 5510-EXIT
003940         UNTIL DUPLICATE-FOUND
004200     END-IF.
004210
004220 5510-EXIT.
004221     EXIT.
004222
004223*----------------------------------------------------------------
004224*    5600-CHECK-DUPLICATE-INVOICE - A PURCHASE THAT CARRIES AN
004225*    INVOICE NUMBER MUST NOT REUSE ONE ALREADY ACCEPTED TODAY OR
004226*    ONE ALREADY BILLED ONTO THE OPEN-ITEM FILE, OR A PAYMENT
004227*    NAMING THAT INVOICE COULD NOT TELL THE TWO APART.  A
004228*    PURCHASE WITH NO INVOICE NUMBER, AND EVERY OTHER TYPE,
004229*    PASSES.  A NEW INVOICE NUMBER IS ADDED TO THE TABLE; ONCE
004230*    THE TABLE IS FULL ONLY THE OPEN-ITEM FILE IS CHECKED.
004231*----------------------------------------------------------------
004232 5600-CHECK-DUPLICATE-INVOICE.
004233
004234     MOVE "N" TO WS-INVOICE-DUP-RESULT
004235
004236     IF NOT ET-TYPE-PURCHASE
004237        OR ET-INVOICE-NO = SPACES
004238         GO TO 5600-EXIT
004239     END-IF
004240
004241     MOVE 1 TO WS-INV-SUB
004242     PERFORM 5610-CHECK-ONE-INVOICE THRU 5610-EXIT
004243         UNTIL DUPLICATE-INVOICE-FOUND
004244            OR WS-INV-SUB > WS-INV-COUNT
004245
004246     IF NOT DUPLICATE-INVOICE-FOUND
004247        AND OPEN-ITEM-AVAILABLE
004248         MOVE ET-INVOICE-NO TO OITM-INVOICE-NO
004249         READ OPEN-ITEM-FILE KEY IS OITM-INVOICE-NO
004250             INVALID KEY
004251                 CONTINUE
004252             NOT INVALID KEY
004253                 MOVE "Y" TO WS-INVOICE-DUP-RESULT
004254         END-READ
004255     END-IF
004256
004257     IF NOT DUPLICATE-INVOICE-FOUND
004258         IF WS-INV-COUNT < WS-INV-MAX
004259             ADD 1 TO WS-INV-COUNT
004260             MOVE ET-INVOICE-NO
004261                 TO WS-INV-NUMBER (WS-INV-COUNT)
004262         ELSE
004263             MOVE "Y" TO WS-INV-TABLE-FULL
004264         END-IF
004265     END-IF.
004266
004267 5600-EXIT.
004268     EXIT.
004269
004270*----------------------------------------------------------------
004271*    5610-CHECK-ONE-INVOICE - COMPARE ONE INVOICE NUMBER ALREADY
004272*    ACCEPTED TODAY AGAINST THE CURRENT RECORD'S.
004273*----------------------------------------------------------------
004274 5610-CHECK-ONE-INVOICE.
004275
004276     IF WS-INV-NUMBER (WS-INV-SUB) = ET-INVOICE-NO
004277         MOVE "Y" TO WS-INVOICE-DUP-RESULT
004278     ELSE
004279         ADD 1 TO WS-INV-SUB
004280     END-IF.
004281
004282 5610-EXIT.
004283     EXIT.
004284
004285*----------------------------------------------------------------
004286*    7000-WRITE-DROP-LINE - PUT THE DROPPED RECORD AND ITS
004287*    REASON ON THE EDIT REPORT.
004288*----------------------------------------------------------------
004290 7000-WRITE-DROP-LINE.
004300
004310     MOVE WS-EDIT-REASON    TO RDR-REASON
004510         CT-TRANS-FAILED
004520     DISPLAY "Duplicates dropped ............. "
004530         CT-TRANS-DUPLICATE
004533     DISPLAY "Duplicate invoices dropped ..... "
004536         CT-INVOICE-DUPLICATE
004540     DISPLAY "Total amount passed ............ "
004550         CT-CLEAN-AMT-TOTAL
004560     IF DUP-TABLE-FULL
004570         DISPLAY "WARNING - duplicate table filled; later"
004580             " records passed unchecked."
004582     END-IF
004584     IF INV-TABLE-FULL
004586         DISPLAY "WARNING - invoice table filled; later"
004588             " invoices checked against open items only."
004590     END-IF
004600     DISPLAY "==============================================".
004610
