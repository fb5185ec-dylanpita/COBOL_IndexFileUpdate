000179*    09/01/2026 DP    PICKED UP THE SIGNED AMT-OWED-MASTER
000181*                     LAYOUT (THE MASTER IS READ FOR THE NAME
000182*                     ONLY; OPEN-ITEM AMOUNTS STAY UNSIGNED).
000183*    10/15/2026 DP    EACH CUSTOMER LINE IS NOW FOLLOWED BY ONE
000184*                     LINE PER OPEN ITEM GIVING ITS INVOICE
000185*                     NUMBER, PURCHASE DATE AND OPEN AMOUNT UNDER
000186*                     ITS AGE BUCKET, SO COLLECTIONS CAN QUOTE
000187*                     THE INVOICE.  PICKED UP THE OPEN-ITEM
000188*                     ALTERNATE KEY.
000189*    10/15/2026 DP    AN OPEN ITEM WITH A DISPUTE STILL OPEN ON
000190*                     THE DISPUTE FILE IS CARRIED IN A NEW IN
000191*                     DISPUTE COLUMN INSTEAD OF ITS AGE BUCKET,
000192*                     SO COLLECTIONS DOES NOT CHASE IT.  IT STAYS
000193*                     IN THE CUSTOMER TOTAL.  REPORT LINE WIDENED
000194*                     TO 115 FOR THE EXTRA COLUMN.
000195*    10/15/2026 DP    OPTIONAL TERRITORY AND SALESPERSON BREAKS.
000196*                     WHEN ASKED FOR, CUSTOMERS ARE SORTED BY
000197*                     TERRITORY AND REP FROM THE CUSTOMER-REP AND
000198*                     SALESPERSON FILES, EACH REP STARTS A NEW
000199*                     PAGE, AND REP AND TERRITORY SUBTOTALS PRINT
000200*                     AHEAD OF THE GRAND TOTAL.  CUSTOMERS WITH
000201*                     NO REP ON FILE PRINT LAST AS UNASSIGNED.
000202*    -----------------------------------------------------------
000203*
000204 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT OPEN-ITEM-FILE
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS OITM-KEY
000273         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000276             WITH DUPLICATES
000280         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
000290
000300     SELECT CUSTOMER-MASTER
000370         ASSIGN TO "C:\a\exercise10\agedrpt.txt"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000391     SELECT DISPUTE-FILE
000392         ASSIGN TO "C:\a\exercise10\dispute.txt"
000393         ORGANIZATION IS INDEXED
000394         ACCESS MODE IS DYNAMIC
000395         RECORD KEY IS DSP-KEY
000396         FILE STATUS IS WS-DISPUTE-FILE-STATUS.
000397
000398     SELECT CUSTOMER-REP-FILE
000399         ASSIGN TO "C:\a\exercise10\custrep.txt"
000400         ORGANIZATION IS INDEXED
000401         ACCESS MODE IS DYNAMIC
000402         RECORD KEY IS CREP-CUSTOMER-NO
000403         FILE STATUS IS WS-CUSTREP-FILE-STATUS.
000404
000405     SELECT SALESPERSON-FILE
000406         ASSIGN TO "C:\a\exercise10\slsrep.txt"
000407         ORGANIZATION IS INDEXED
000408         ACCESS MODE IS DYNAMIC
000409         RECORD KEY IS SREP-REP-CODE
000410         FILE STATUS IS WS-SALESPERSON-FILE-STATUS.
000411
000412     SELECT SORT-WORK
000413         ASSIGN TO "C:\a\exercise10\sortwork.tmp".
000414
000415 DATA DIVISION.
000416 FILE SECTION.
000420 FD  OPEN-ITEM-FILE.
000430 01  OPEN-ITEM-RECORD.
000440     05  OITM-KEY.
000480     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000490     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000500     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000505     05  OITM-INVOICE-NO               PICTURE X(10).
000510
000520 FD  CUSTOMER-MASTER.
000530 01  CUSTOMER-MASTER-RECORD.
000572                                      SIGN LEADING SEPARATE.
000580     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.
000590
000591 FD  DISPUTE-FILE.
000592 01  DISPUTE-RECORD.
000593     05  DSP-KEY.
000594         10  DSP-CUSTOMER-NO           PICTURE X(5).
000595         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
000596         10  DSP-SEQUENCE-NO           PICTURE 9(3).
000597     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
000598     05  DSP-REASON-CODE               PICTURE X(2).
000599     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
000600     05  DSP-STATUS                    PICTURE X(1).
000601         88  DSP-STATUS-OPEN               VALUE "O".
000602         88  DSP-STATUS-RELEASED           VALUE "R".
000603         88  DSP-STATUS-CREDITED           VALUE "C".
000604     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
000605     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
000606     05  DSP-INVOICE-NO                PICTURE X(10).
000607
000608 FD  AGING-REPORT.
000609 01  AGING-REPORT-RECORD              PICTURE X(115).
000610
000611 FD  CUSTOMER-REP-FILE.
000612 01  CUSTOMER-REP-RECORD.
000613     05  CREP-CUSTOMER-NO              PICTURE X(5).
000614     05  CREP-REP-CODE                 PICTURE X(4).
000615     05  CREP-ASSIGNED-YYYYMMDD        PICTURE 9(8).
000616
000617 FD  SALESPERSON-FILE.
000618 01  SALESPERSON-RECORD.
000619     05  SREP-REP-CODE                 PICTURE X(4).
000620     05  SREP-REP-NAME                 PICTURE X(20).
000621     05  SREP-TERRITORY                PICTURE X(4).
000622     05  SREP-STATUS                   PICTURE X(1).
000623         88  SREP-ACTIVE                   VALUE "A".
000624         88  SREP-INACTIVE                 VALUE "I".
000625     05  SREP-ADDED-BY                 PICTURE X(8).
000626     05  SREP-ADDED-YYYYMMDD           PICTURE 9(8).
000627     05  SREP-CHANGED-BY               PICTURE X(8).
000628     05  SREP-CHANGED-YYYYMMDD         PICTURE 9(8).
000629
000630*----------------------------------------------------------------
000631*    WHEN THE REPORT BREAKS BY TERRITORY AND REP, EVERY LINE IS
000632*    RELEASED HERE READY-FORMATTED.  LINE 0 IS THE CUSTOMER'S
000633*    BUCKET LINE AND CARRIES THE BUCKETS FOR THE SUBTOTALS; THE
000634*    ITEM LINES FOLLOW IT.  AN UNASSIGNED CUSTOMER CARRIES HIGH-
000635*    VALUES IN TERRITORY AND REP SO IT SORTS LAST.
000636*----------------------------------------------------------------
000637 SD  SORT-WORK.
000638 01  SORT-AGING-RECORD.
000639     05  SRT-TERRITORY                 PICTURE X(4).
000640     05  SRT-REP-CODE                  PICTURE X(4).
000641     05  SRT-CUSTOMER-NO               PICTURE X(5).
000642     05  SRT-LINE-SEQ                  PICTURE 9(3).
000643     05  SRT-REP-NAME                  PICTURE X(20).
000644     05  SRT-CURRENT                   PICTURE 9(7)V99.
000645     05  SRT-OVER-30                   PICTURE 9(7)V99.
000646     05  SRT-OVER-60                   PICTURE 9(7)V99.
000647     05  SRT-OVER-90                   PICTURE 9(7)V99.
000648     05  SRT-DISPUTE                   PICTURE 9(7)V99.
000649     05  SRT-TOTAL                     PICTURE 9(7)V99.
000650     05  SRT-PRINT-LINE                PICTURE X(115).
000651
000652 WORKING-STORAGE SECTION.
000653 01  WS-SWITCHES.
000654     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
000660         88  OPEN-ITEM-EOF                VALUE "Y".
000670     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
000671     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000672     05  WS-ITEM-DISPUTED             PICTURE X(1) VALUE "N".
000673         88  ITEM-IN-DISPUTE              VALUE "Y".
000674     05  WS-BY-TERRITORY-REPLY        PICTURE X(1) VALUE "N".
000675         88  BY-TERRITORY                 VALUE "Y" "y".
000676     05  WS-SORT-EOF                  PICTURE X(1) VALUE "N".
000677         88  SORT-EOF                     VALUE "Y".
000678     05  WS-FIRST-PAGE                PICTURE X(1) VALUE "Y".
000679         88  FIRST-PAGE                   VALUE "Y".
000680     05  WS-CUSTREP-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000681     05  WS-SALESPERSON-FILE-STATUS   PICTURE X(2) VALUE SPACES.
000682
000690 01  WS-RUN-CONTROLS.
000700     05  WS-RUN-DATE                   PICTURE 9(8).
000710     05  WS-RUN-DAY-COUNT              PICTURE 9(7) VALUE 0.
000720     05  WS-ITEM-AGE-DAYS              PICTURE S9(7) COMP.
000730     05  WS-CURRENT-CUSTOMER           PICTURE X(5).
000740     05  WS-CUSTOMERS-REPORTED         PICTURE 9(5) COMP VALUE 0.
000741     05  WS-THIS-BUCKET                PICTURE 9(1) VALUE 0.
000742     05  WS-LINE-SEQ                   PICTURE 9(3) VALUE 0.
000743     05  WS-OUT-LINE                   PICTURE X(115).
000744
000745 01  WS-REP-CONTROLS.
000746     05  WS-THIS-TERRITORY             PICTURE X(4).
000747     05  WS-THIS-REP-CODE              PICTURE X(4).
000748     05  WS-THIS-REP-NAME              PICTURE X(20).
000749     05  WS-CURRENT-TERRITORY          PICTURE X(4).
000750     05  WS-CURRENT-REP-CODE           PICTURE X(4).
000751     05  WS-REPS-REPORTED              PICTURE 9(5) COMP VALUE 0.
000752     05  WS-TERRITORIES-REPORTED       PICTURE 9(5) COMP VALUE 0.
000753
000754*----------------------------------------------------------------
000755*    THE CUSTOMER'S BUCKET LINE IS ONLY PRINTED ONCE EVERY ITEM
000756*    HAS BEEN AGED, SO THE ITEMS ARE HELD HERE AND LISTED UNDER
000757*    IT.  ITEMS PAST THE TABLE LIMIT STILL AGE INTO THE BUCKETS
000758*    AND ARE COUNTED ON A NOT-LISTED LINE.
000759*----------------------------------------------------------------
000760 01  WS-ITEM-TABLE-CONTROLS.
000761     05  WS-ITEM-COUNT                 PICTURE 9(3) COMP VALUE 0.
000762     05  WS-ITEM-SUB                   PICTURE 9(3) COMP VALUE 0.
000763     05  WS-ITEM-MAX                   PICTURE 9(3) COMP VALUE 50.
000764     05  WS-ITEMS-NOT-LISTED           PICTURE 9(5) COMP VALUE 0.
000765
000766 01  WS-ITEM-TABLE.
000767     05  WS-ITEM-ENTRY OCCURS 50 TIMES.
000768         10  WS-ITM-INVOICE-NO         PICTURE X(10).
000769         10  WS-ITM-PURCHASE-DATE      PICTURE X(10).
000770         10  WS-ITM-BUCKET             PICTURE 9(1).
000771         10  WS-ITM-OPEN-AMOUNT        PICTURE 9(5)V99.
000772
000773 01  WS-CUSTOMER-BUCKETS.
000774     05  WS-BKT-CURRENT                PICTURE 9(7)V99 VALUE 0.
000780     05  WS-BKT-OVER-30                PICTURE 9(7)V99 VALUE 0.
000790     05  WS-BKT-OVER-60                PICTURE 9(7)V99 VALUE 0.
000800     05  WS-BKT-OVER-90                PICTURE 9(7)V99 VALUE 0.
000805     05  WS-BKT-DISPUTE                PICTURE 9(7)V99 VALUE 0.
000810     05  WS-BKT-TOTAL                  PICTURE 9(7)V99 VALUE 0.
000820
000830 01  WS-GRAND-BUCKETS.
000850     05  WS-GRD-OVER-30                PICTURE 9(9)V99 VALUE 0.
000860     05  WS-GRD-OVER-60                PICTURE 9(9)V99 VALUE 0.
000870     05  WS-GRD-OVER-90                PICTURE 9(9)V99 VALUE 0.
000875     05  WS-GRD-DISPUTE                PICTURE 9(9)V99 VALUE 0.
000880     05  WS-GRD-TOTAL                  PICTURE 9(9)V99 VALUE 0.
000881
000882 01  WS-REP-BUCKETS.
000883     05  WS-REP-CURRENT                PICTURE 9(9)V99 VALUE 0.
000884     05  WS-REP-OVER-30                PICTURE 9(9)V99 VALUE 0.
000885     05  WS-REP-OVER-60                PICTURE 9(9)V99 VALUE 0.
000886     05  WS-REP-OVER-90                PICTURE 9(9)V99 VALUE 0.
000887     05  WS-REP-DISPUTE                PICTURE 9(9)V99 VALUE 0.
000888     05  WS-REP-TOTAL                  PICTURE 9(9)V99 VALUE 0.
000889
000890 01  WS-TERRITORY-BUCKETS.
000891     05  WS-TER-CURRENT                PICTURE 9(9)V99 VALUE 0.
000892     05  WS-TER-OVER-30                PICTURE 9(9)V99 VALUE 0.
000893     05  WS-TER-OVER-60                PICTURE 9(9)V99 VALUE 0.
000894     05  WS-TER-OVER-90                PICTURE 9(9)V99 VALUE 0.
000895     05  WS-TER-DISPUTE                PICTURE 9(9)V99 VALUE 0.
000896     05  WS-TER-TOTAL                  PICTURE 9(9)V99 VALUE 0.
000897
000898 01  WS-SUBTOTAL-LABEL.
000899     05  WSL-LEVEL                     PICTURE X(12).
000900     05  WSL-CODE                      PICTURE X(4).
000901     05  FILLER                        PICTURE X(9) VALUE
000902         " TOTAL".
000903
000904 01  WS-DATE-CONVERSION.
000910     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
000920     05  FILLER REDEFINES WS-CONV-YYYYMMDD.
000930         10  WS-CONV-YEAR              PICTURE 9(4).
001180     05  FILLER                        PICTURE X(11) VALUE
001190         "    AS OF: ".
001200     05  RH1-RUN-DATE                  PICTURE 9(8).
001210     05  FILLER                        PICTURE X(54) VALUE SPACES.
001220
001230 01  RPT-HEADING-2.
001240     05  FILLER                        PICTURE X(27) VALUE
001250         "CUST  CUSTOMER NAME        ".
001260     05  FILLER                        PICTURE X(44) VALUE
001270         "    CURRENT      31-60      61-90    OVER 90".
001273     05  FILLER                        PICTURE X(18) VALUE
001276         " IN DISPUTE".
001280     05  FILLER                        PICTURE X(14) VALUE
001290         "      TOTAL".
001292     05  FILLER                        PICTURE X(12) VALUE SPACES.
001294
001296 01  RPT-HEADING-3.
001298     05  FILLER                        PICTURE X(27) VALUE
001300         "      INVOICE    PURCHASED ".
001302     05  FILLER                        PICTURE X(88) VALUE SPACES.
001310
001320 01  RPT-DETAIL-LINE.
001330     05  RDL-CUSTOMER-NO               PICTURE X(5).
001420     05  FILLER                        PICTURE X(1) VALUE SPACES.
001430     05  RDL-OVER-90                   PICTURE ZZZ,ZZ9.99.
001440     05  FILLER                        PICTURE X(1) VALUE SPACES.
001443     05  RDL-DISPUTE                   PICTURE ZZZ,ZZ9.99.
001446     05  FILLER                        PICTURE X(1) VALUE SPACES.
001450     05  RDL-TOTAL                     PICTURE ZZZ,ZZ9.99.
001451     05  FILLER                        PICTURE X(22) VALUE SPACES.
001452
001453 01  RPT-ITEM-LINE.
001454     05  FILLER                        PICTURE X(6) VALUE SPACES.
001455     05  RIL-INVOICE-NO                PICTURE X(10).
001456     05  FILLER                        PICTURE X(1) VALUE SPACES.
001457     05  RIL-PURCHASE-DATE             PICTURE X(10).
001458     05  RIL-BUCKET-AMOUNT OCCURS 5 TIMES.
001459         10  RIL-AMOUNT                PICTURE ZZZ,ZZ9.99
001460                                       BLANK WHEN ZERO.
001461         10  FILLER                    PICTURE X(1).
001462     05  FILLER                        PICTURE X(33) VALUE SPACES.
001463
001464 01  RPT-NOT-LISTED-LINE.
001465     05  FILLER                        PICTURE X(6) VALUE SPACES.
001466     05  RNL-ITEM-COUNT                PICTURE ZZZZ9.
001467     05  FILLER                        PICTURE X(30) VALUE
001468         " FURTHER OPEN ITEMS NOT LISTED".
001469     05  FILLER                        PICTURE X(74) VALUE SPACES.
001470
001471 01  RPT-GROUP-HEADING.
001472     05  FILLER                        PICTURE X(11) VALUE
001473         "TERRITORY: ".
001474     05  RGH-TERRITORY                 PICTURE X(4).
001475     05  FILLER                        PICTURE X(16) VALUE
001476         "   SALESPERSON: ".
001477     05  RGH-REP-CODE                  PICTURE X(4).
001478     05  FILLER                        PICTURE X(1) VALUE SPACES.
001479     05  RGH-REP-NAME                  PICTURE X(20).
001480     05  FILLER                        PICTURE X(59) VALUE SPACES.
001481
001482 01  RPT-GRAND-LINE.
001491     05  RGL-LABEL                     PICTURE X(25) VALUE
001500         "TOTAL".
001520     05  RGL-CURRENT                   PICTURE ZZZ,ZZZ,ZZ9.99.
001530     05  FILLER                        PICTURE X(1) VALUE SPACES.
001540     05  RGL-OVER-30                   PICTURE ZZZ,ZZZ,ZZ9.99.
001560     05  RGL-OVER-60                   PICTURE ZZZ,ZZZ,ZZ9.99.
001570     05  FILLER                        PICTURE X(1) VALUE SPACES.
001580     05  RGL-OVER-90                   PICTURE ZZZ,ZZZ,ZZ9.99.
001583     05  FILLER                        PICTURE X(1) VALUE SPACES.
001586     05  RGL-DISPUTE                   PICTURE ZZZ,ZZZ,ZZ9.99.
001590     05  FILLER                        PICTURE X(1) VALUE SPACES.
001600     05  RGL-TOTAL                     PICTURE ZZZ,ZZZ,ZZ9.99.
001610     05  FILLER                        PICTURE X(1) VALUE SPACES.
001756             WS-OPEN-ITEM-FILE-STATUS
001758         STOP RUN
001759     END-IF
001760     OPEN INPUT DISPUTE-FILE
001761     IF WS-DISPUTE-FILE-STATUS NOT = "00"
001762         DISPLAY "No dispute file - no items shown in dispute"
001763             " - status " WS-DISPUTE-FILE-STATUS
001764     END-IF
001765     OPEN INPUT CUSTOMER-MASTER
001770     OPEN OUTPUT AGING-REPORT
001780
001781     DISPLAY "Subtotal by territory and rep (Y/N)?"
001782     ACCEPT WS-BY-TERRITORY-REPLY
001783     IF BY-TERRITORY
001784         OPEN INPUT CUSTOMER-REP-FILE
001785         IF WS-CUSTREP-FILE-STATUS NOT = "00"
001786             DISPLAY "No customer-rep file - every customer"
001787                 " prints as unassigned - status "
001788                 WS-CUSTREP-FILE-STATUS
001789         END-IF
001790         OPEN INPUT SALESPERSON-FILE
001791         IF WS-SALESPERSON-FILE-STATUS NOT = "00"
001792             DISPLAY "No salesperson file - every customer"
001793                 " prints as unassigned - status "
001794                 WS-SALESPERSON-FILE-STATUS
001795         END-IF
001796     END-IF
001797
001798     MOVE WS-RUN-DATE TO RH1-RUN-DATE
001799     IF BY-TERRITORY
001800         SORT SORT-WORK
001801             ON ASCENDING KEY SRT-TERRITORY
001802                              SRT-REP-CODE
001803                              SRT-CUSTOMER-NO
001804                              SRT-LINE-SEQ
001805             INPUT PROCEDURE IS 2000-AGE-ALL-CUSTOMERS
001806                 THRU 2000-EXIT
001807             OUTPUT PROCEDURE IS 4000-PRINT-BY-TERRITORY
001808                 THRU 4000-EXIT
001809     ELSE
001810         WRITE AGING-REPORT-RECORD FROM RPT-HEADING-1
001811         WRITE AGING-REPORT-RECORD FROM RPT-HEADING-2
001812         WRITE AGING-REPORT-RECORD FROM RPT-HEADING-3
001813         MOVE SPACES TO AGING-REPORT-RECORD
001814         WRITE AGING-REPORT-RECORD
001815         PERFORM 2000-AGE-ALL-CUSTOMERS THRU 2000-EXIT
001816     END-IF
001817
001818     PERFORM 8000-PRINT-GRAND-TOTALS THRU 8000-EXIT
001819
001820     CLOSE OPEN-ITEM-FILE
001821           CUSTOMER-MASTER
001822           AGING-REPORT
001823     IF WS-DISPUTE-FILE-STATUS = "00"
001824         CLOSE DISPUTE-FILE
001825     END-IF
001826     IF WS-CUSTREP-FILE-STATUS = "00"
001827         CLOSE CUSTOMER-REP-FILE
001828     END-IF
001829     IF WS-SALESPERSON-FILE-STATUS = "00"
001830         CLOSE SALESPERSON-FILE
001831     END-IF
001832
001833     DISPLAY "Customers reported ............. "
001834         WS-CUSTOMERS-REPORTED
001835     IF BY-TERRITORY
001836         DISPLAY "Salespersons reported .......... "
001837             WS-REPS-REPORTED
001838         DISPLAY "Territories reported ........... "
001839             WS-TERRITORIES-REPORTED
001840     END-IF
001841
001842     STOP RUN.
001843
001844*----------------------------------------------------------------
001845*    2000-AGE-ALL-CUSTOMERS - WALK THE OPEN-ITEM FILE IN KEY
001846*    ORDER AND REPORT EACH CUSTOMER IN TURN.  WHEN THE REPORT
001847*    BREAKS BY TERRITORY THIS IS THE SORT'S INPUT PROCEDURE.
001848*----------------------------------------------------------------
001849 2000-AGE-ALL-CUSTOMERS.
001850
001851     MOVE LOW-VALUES TO OITM-KEY
001860     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
001870         INVALID KEY
001880             MOVE "Y" TO WS-OPEN-ITEM-EOF
001930     END-IF
001940
001950     PERFORM 3000-REPORT-ONE-CUSTOMER THRU 3000-EXIT
001960         UNTIL OPEN-ITEM-EOF.
001970
001980 2000-EXIT.
001990     EXIT.
002080
002090*----------------------------------------------------------------
002100*    3000-REPORT-ONE-CUSTOMER - THE CURRENT OPEN-ITEM RECORD IS
002110*    THE FIRST OF A NEW CUSTOMER.  AGE EVERY ITEM STILL OPEN FOR
002120*    THE CUSTOMER INTO THE FIVE BUCKETS AND PRINT ONE REPORT
002130*    LINE.  A CUSTOMER WHOSE ITEMS ARE ALL FULLY PAID PRINTS
002140*    NOTHING.
002150*----------------------------------------------------------------
002200                  WS-BKT-OVER-30
002210                  WS-BKT-OVER-60
002220                  WS-BKT-OVER-90
002225                  WS-BKT-DISPUTE
002230                  WS-BKT-TOTAL
002233                  WS-ITEM-COUNT
002236                  WS-ITEMS-NOT-LISTED
002240
002250     PERFORM 3100-AGE-ONE-ITEM THRU 3100-EXIT
002260         UNTIL OPEN-ITEM-EOF
002360*----------------------------------------------------------------
002370*    3100-AGE-ONE-ITEM - ADD ONE OPEN ITEM'S UNPAID AMOUNT TO
002380*    THE AGE BUCKET ITS PURCHASE DATE FALLS IN, THEN STEP TO THE
002386*    NEXT ITEM ON THE FILE.  AN ITEM IN OPEN DISPUTE GOES TO THE
002392*    IN DISPUTE BUCKET WHATEVER ITS AGE.
002400*----------------------------------------------------------------
002410 3100-AGE-ONE-ITEM.
002420
002450         PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
002460         COMPUTE WS-ITEM-AGE-DAYS =
002470             WS-RUN-DAY-COUNT - WS-CONV-DAY-COUNT
002475         PERFORM 3120-CHECK-ITEM-DISPUTE THRU 3120-EXIT
002480         EVALUATE TRUE
002482             WHEN ITEM-IN-DISPUTE
002484                 ADD OITM-OPEN-AMOUNT TO WS-BKT-DISPUTE
002486                 MOVE 5 TO WS-THIS-BUCKET
002490             WHEN WS-ITEM-AGE-DAYS <= 30
002500                 ADD OITM-OPEN-AMOUNT TO WS-BKT-CURRENT
002505                 MOVE 1 TO WS-THIS-BUCKET
002510             WHEN WS-ITEM-AGE-DAYS <= 60
002520                 ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-30
002525                 MOVE 2 TO WS-THIS-BUCKET
002530             WHEN WS-ITEM-AGE-DAYS <= 90
002540                 ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-60
002545                 MOVE 3 TO WS-THIS-BUCKET
002550             WHEN OTHER
002560                 ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-90
002565                 MOVE 4 TO WS-THIS-BUCKET
002570         END-EVALUATE
002580         ADD OITM-OPEN-AMOUNT TO WS-BKT-TOTAL
002585         PERFORM 3150-HOLD-ITEM-DETAIL THRU 3150-EXIT
002590     END-IF
002600
002610     PERFORM 3900-READ-NEXT-OPEN-ITEM THRU 3900-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------
002661*    3120-CHECK-ITEM-DISPUTE - LOOK THE CURRENT OPEN ITEM UP ON
002662*    THE DISPUTE FILE.  AN ITEM WITH A DISPUTE STILL OPEN IS
002663*    REPORTED IN DISPUTE RATHER THAN BY AGE.
002664*----------------------------------------------------------------
002665 3120-CHECK-ITEM-DISPUTE.
002666
002667     MOVE "N" TO WS-ITEM-DISPUTED
002668     IF WS-DISPUTE-FILE-STATUS = "00"
002669         MOVE OITM-KEY TO DSP-KEY
002670         READ DISPUTE-FILE
002671             INVALID KEY
002672                 CONTINUE
002673             NOT INVALID KEY
002674                 IF DSP-STATUS-OPEN
002675                     MOVE "Y" TO WS-ITEM-DISPUTED
002676                 END-IF
002677         END-READ
002678     END-IF.
002679
002680 3120-EXIT.
002681     EXIT.
002682
002683*----------------------------------------------------------------
002684*    3150-HOLD-ITEM-DETAIL - KEEP THE ITEM JUST AGED SO IT CAN
002685*    BE LISTED UNDER THE CUSTOMER'S BUCKET LINE.
002686*----------------------------------------------------------------
002687 3150-HOLD-ITEM-DETAIL.
002688
002689     IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
002690         ADD 1 TO WS-ITEMS-NOT-LISTED
002691         GO TO 3150-EXIT
002692     END-IF
002693
002694     ADD 1 TO WS-ITEM-COUNT
002695     MOVE OITM-INVOICE-NO    TO WS-ITM-INVOICE-NO (WS-ITEM-COUNT)
002696     MOVE OITM-PURCHASE-DATE
002697         TO WS-ITM-PURCHASE-DATE (WS-ITEM-COUNT)
002698     MOVE WS-THIS-BUCKET     TO WS-ITM-BUCKET (WS-ITEM-COUNT)
002699     MOVE OITM-OPEN-AMOUNT
002700         TO WS-ITM-OPEN-AMOUNT (WS-ITEM-COUNT).
002701
002702 3150-EXIT.
002703     EXIT.
002704
002705*----------------------------------------------------------------
002706*    3500-PRINT-CUSTOMER-LINE - PRINT THE CUSTOMER'S BUCKET LINE
002707*    AND ROLL THE BUCKETS INTO THE GRAND TOTALS.  THE NAME COMES
002708*    FROM CUSTOMER-MASTER; AN OPEN ITEM FOR A CUSTOMER NO LONGER
002709*    ON THE MASTER IS STILL REPORTED, FLAGGED IN PLACE OF THE
002712*    NAME.  WHEN THE REPORT BREAKS BY TERRITORY THE CUSTOMER'S
002715*    REP IS LOOKED UP FIRST SO EVERY LINE SORTS UNDER IT.
002720*----------------------------------------------------------------
002730 3500-PRINT-CUSTOMER-LINE.
002740
002810             MOVE CUSTOMER-NAME-MASTER TO RDL-CUSTOMER-NAME
002820     END-READ
002830
002832     IF BY-TERRITORY
002834         PERFORM 3550-FIND-SALESPERSON THRU 3550-EXIT
002836     END-IF
002838
002840     MOVE WS-BKT-CURRENT TO RDL-CURRENT
002850     MOVE WS-BKT-OVER-30 TO RDL-OVER-30
002860     MOVE WS-BKT-OVER-60 TO RDL-OVER-60
002870     MOVE WS-BKT-OVER-90 TO RDL-OVER-90
002875     MOVE WS-BKT-DISPUTE TO RDL-DISPUTE
002880     MOVE WS-BKT-TOTAL   TO RDL-TOTAL
002881     MOVE ZERO TO WS-LINE-SEQ
002882     MOVE RPT-DETAIL-LINE TO WS-OUT-LINE
002883     PERFORM 3700-PUT-REPORT-LINE THRU 3700-EXIT
002884
002885     MOVE 1 TO WS-ITEM-SUB
002886     PERFORM 3600-PRINT-ITEM-LINE THRU 3600-EXIT
002887         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
002888     IF WS-ITEMS-NOT-LISTED > ZERO
002889         MOVE WS-ITEMS-NOT-LISTED TO RNL-ITEM-COUNT
002890         MOVE RPT-NOT-LISTED-LINE TO WS-OUT-LINE
002891         PERFORM 3700-PUT-REPORT-LINE THRU 3700-EXIT
002892     END-IF
002900
002910     ADD WS-BKT-CURRENT TO WS-GRD-CURRENT
002920     ADD WS-BKT-OVER-30 TO WS-GRD-OVER-30
002930     ADD WS-BKT-OVER-60 TO WS-GRD-OVER-60
002940     ADD WS-BKT-OVER-90 TO WS-GRD-OVER-90
002945     ADD WS-BKT-DISPUTE TO WS-GRD-DISPUTE
002950     ADD WS-BKT-TOTAL   TO WS-GRD-TOTAL
002960
002970     ADD 1 TO WS-CUSTOMERS-REPORTED.
002980
002990 3500-EXIT.
002991     EXIT.
002992
002993*----------------------------------------------------------------
002994*    3600-PRINT-ITEM-LINE - LIST ONE HELD ITEM WITH ITS INVOICE
002995*    NUMBER AND ITS OPEN AMOUNT UNDER THE BUCKET IT AGED INTO.
002996*----------------------------------------------------------------
002997 3600-PRINT-ITEM-LINE.
002998
002999     MOVE SPACES TO RPT-ITEM-LINE
003000     MOVE ZERO   TO RIL-AMOUNT (1) RIL-AMOUNT (2)
003001                    RIL-AMOUNT (3) RIL-AMOUNT (4)
003002                    RIL-AMOUNT (5)
003003     MOVE WS-ITM-INVOICE-NO (WS-ITEM-SUB)    TO RIL-INVOICE-NO
003004     MOVE WS-ITM-PURCHASE-DATE (WS-ITEM-SUB) TO RIL-PURCHASE-DATE
003005     MOVE WS-ITM-OPEN-AMOUNT (WS-ITEM-SUB)
003006         TO RIL-AMOUNT (WS-ITM-BUCKET (WS-ITEM-SUB))
003007     MOVE RPT-ITEM-LINE TO WS-OUT-LINE
003008     PERFORM 3700-PUT-REPORT-LINE THRU 3700-EXIT
003009
003010     ADD 1 TO WS-ITEM-SUB.
003011
003012 3600-EXIT.
003013     EXIT.
003014
003015*----------------------------------------------------------------
003016*    3550-FIND-SALESPERSON - LOOK THE CURRENT CUSTOMER'S REP UP
003017*    ON THE CUSTOMER-REP FILE AND THE REP'S NAME AND TERRITORY
003018*    ON THE SALESPERSON FILE.  A CUSTOMER WITH NO REP, OR WHOSE
003019*    REP IS NOT ON THE TABLE, GOES UNDER THE UNASSIGNED GROUP.
003020*----------------------------------------------------------------
003021 3550-FIND-SALESPERSON.
003022
003023     MOVE HIGH-VALUES  TO WS-THIS-TERRITORY
003024                          WS-THIS-REP-CODE
003025     MOVE "UNASSIGNED" TO WS-THIS-REP-NAME
003026     IF WS-CUSTREP-FILE-STATUS NOT = "00"
003027        OR WS-SALESPERSON-FILE-STATUS NOT = "00"
003028         GO TO 3550-EXIT
003029     END-IF
003030
003031     MOVE WS-CURRENT-CUSTOMER TO CREP-CUSTOMER-NO
003032     READ CUSTOMER-REP-FILE
003033         INVALID KEY
003034             GO TO 3550-EXIT
003035     END-READ
003036
003037     MOVE CREP-REP-CODE TO SREP-REP-CODE
003038     READ SALESPERSON-FILE
003039         INVALID KEY
003040             MOVE CREP-REP-CODE TO WS-THIS-REP-CODE
003041             MOVE "*NOT ON REP TABLE*" TO WS-THIS-REP-NAME
003042             GO TO 3550-EXIT
003043     END-READ
003044
003045     MOVE SREP-TERRITORY TO WS-THIS-TERRITORY
003046     MOVE SREP-REP-CODE  TO WS-THIS-REP-CODE
003047     MOVE SREP-REP-NAME  TO WS-THIS-REP-NAME.
003048
003049 3550-EXIT.
003050     EXIT.
003051
003052*----------------------------------------------------------------
003053*    3700-PUT-REPORT-LINE - WRITE THE LINE IN WS-OUT-LINE STRAIGHT
003054*    TO THE REPORT, OR, WHEN THE REPORT BREAKS BY TERRITORY,
003055*    RELEASE IT TO THE SORT UNDER THE CUSTOMER'S TERRITORY AND
003056*    REP.  THE CUSTOMER'S BUCKET LINE (LINE 0) CARRIES ITS
003057*    BUCKETS FOR THE SUBTOTALS.
003058*----------------------------------------------------------------
003059 3700-PUT-REPORT-LINE.
003060
003061     IF NOT BY-TERRITORY
003062         WRITE AGING-REPORT-RECORD FROM WS-OUT-LINE
003063         GO TO 3700-EXIT
003064     END-IF
003065
003066     MOVE WS-THIS-TERRITORY   TO SRT-TERRITORY
003067     MOVE WS-THIS-REP-CODE    TO SRT-REP-CODE
003068     MOVE WS-CURRENT-CUSTOMER TO SRT-CUSTOMER-NO
003069     MOVE WS-LINE-SEQ         TO SRT-LINE-SEQ
003070     MOVE WS-THIS-REP-NAME    TO SRT-REP-NAME
003071     IF WS-LINE-SEQ = ZERO
003072         MOVE WS-BKT-CURRENT TO SRT-CURRENT
003073         MOVE WS-BKT-OVER-30 TO SRT-OVER-30
003074         MOVE WS-BKT-OVER-60 TO SRT-OVER-60
003075         MOVE WS-BKT-OVER-90 TO SRT-OVER-90
003076         MOVE WS-BKT-DISPUTE TO SRT-DISPUTE
003077         MOVE WS-BKT-TOTAL   TO SRT-TOTAL
003078     ELSE
003079         MOVE ZERO TO SRT-CURRENT SRT-OVER-30 SRT-OVER-60
003080                      SRT-OVER-90 SRT-DISPUTE SRT-TOTAL
003081     END-IF
003082     MOVE WS-OUT-LINE TO SRT-PRINT-LINE
003083     RELEASE SORT-AGING-RECORD
003084
003085     ADD 1 TO WS-LINE-SEQ.
003086
003087 3700-EXIT.
003088     EXIT.
003089
003090*----------------------------------------------------------------
003091*    3900-READ-NEXT-OPEN-ITEM - GET THE NEXT OPEN-ITEM RECORD IN
003092*    KEY SEQUENCE (CUSTOMER, PURCHASE DATE, SEQUENCE).
003093*----------------------------------------------------------------
003094 3900-READ-NEXT-OPEN-ITEM.
003095
003096     READ OPEN-ITEM-FILE NEXT RECORD
003097         AT END
003100             MOVE "Y" TO WS-OPEN-ITEM-EOF
003110     END-READ.
003120
003600     EXIT.
003610
003620*----------------------------------------------------------------
003621*    4000-PRINT-BY-TERRITORY - THE SORT'S OUTPUT PROCEDURE.  TAKE
003622*    THE REPORT LINES BACK IN TERRITORY, REP AND CUSTOMER ORDER
003623*    AND PRINT ONE TERRITORY AT A TIME.
003624*----------------------------------------------------------------
003625 4000-PRINT-BY-TERRITORY.
003626
003627     PERFORM 4900-RETURN-SORTED-LINE THRU 4900-EXIT
003628     PERFORM 4100-PRINT-ONE-TERRITORY THRU 4100-EXIT
003629         UNTIL SORT-EOF.
003630
003631 4000-EXIT.
003632     EXIT.
003633
003634*----------------------------------------------------------------
003635*    4100-PRINT-ONE-TERRITORY - PRINT EVERY REP IN THE TERRITORY
003636*    OF THE CURRENT SORTED LINE, THEN THE TERRITORY SUBTOTAL.
003637*----------------------------------------------------------------
003638 4100-PRINT-ONE-TERRITORY.
003639
003640     MOVE SRT-TERRITORY TO WS-CURRENT-TERRITORY
003641     MOVE ZERO TO WS-TER-CURRENT
003642                  WS-TER-OVER-30
003643                  WS-TER-OVER-60
003644                  WS-TER-OVER-90
003645                  WS-TER-DISPUTE
003646                  WS-TER-TOTAL
003647
003648     PERFORM 4200-PRINT-ONE-REP THRU 4200-EXIT
003649         UNTIL SORT-EOF
003650            OR SRT-TERRITORY NOT = WS-CURRENT-TERRITORY
003651
003652     MOVE "TERRITORY"          TO WSL-LEVEL
003653     MOVE WS-CURRENT-TERRITORY TO WSL-CODE
003654     IF WS-CURRENT-TERRITORY = HIGH-VALUES
003655         MOVE "NONE" TO WSL-CODE
003656     END-IF
003657     MOVE WS-SUBTOTAL-LABEL TO RGL-LABEL
003658     MOVE WS-TER-CURRENT TO RGL-CURRENT
003659     MOVE WS-TER-OVER-30 TO RGL-OVER-30
003660     MOVE WS-TER-OVER-60 TO RGL-OVER-60
003661     MOVE WS-TER-OVER-90 TO RGL-OVER-90
003662     MOVE WS-TER-DISPUTE TO RGL-DISPUTE
003663     MOVE WS-TER-TOTAL   TO RGL-TOTAL
003664     WRITE AGING-REPORT-RECORD FROM RPT-GRAND-LINE
003665     MOVE SPACES TO AGING-REPORT-RECORD
003666     WRITE AGING-REPORT-RECORD
003667
003668     ADD 1 TO WS-TERRITORIES-REPORTED.
003669
003670 4100-EXIT.
003671     EXIT.
003672
003673*----------------------------------------------------------------
003674*    4200-PRINT-ONE-REP - START A NEW PAGE FOR THE REP OF THE
003675*    CURRENT SORTED LINE, PRINT THE REP'S CUSTOMERS AND ROLL THE
003676*    REP SUBTOTAL INTO THE TERRITORY.
003677*----------------------------------------------------------------
003678 4200-PRINT-ONE-REP.
003679
003680     MOVE SRT-REP-CODE TO WS-CURRENT-REP-CODE
003681     MOVE ZERO TO WS-REP-CURRENT
003682                  WS-REP-OVER-30
003683                  WS-REP-OVER-60
003684                  WS-REP-OVER-90
003685                  WS-REP-DISPUTE
003686                  WS-REP-TOTAL
003687
003688     PERFORM 4400-PRINT-REP-HEADINGS THRU 4400-EXIT
003689
003690     PERFORM 4300-PRINT-SORTED-LINE THRU 4300-EXIT
003691         UNTIL SORT-EOF
003692            OR SRT-TERRITORY NOT = WS-CURRENT-TERRITORY
003693            OR SRT-REP-CODE NOT = WS-CURRENT-REP-CODE
003694
003695     MOVE SPACES TO AGING-REPORT-RECORD
003696     WRITE AGING-REPORT-RECORD
003697     MOVE "SALESPERSON"       TO WSL-LEVEL
003698     MOVE WS-CURRENT-REP-CODE TO WSL-CODE
003699     IF WS-CURRENT-REP-CODE = HIGH-VALUES
003700         MOVE "NONE" TO WSL-CODE
003701     END-IF
003702     MOVE WS-SUBTOTAL-LABEL TO RGL-LABEL
003703     MOVE WS-REP-CURRENT TO RGL-CURRENT
003704     MOVE WS-REP-OVER-30 TO RGL-OVER-30
003705     MOVE WS-REP-OVER-60 TO RGL-OVER-60
003706     MOVE WS-REP-OVER-90 TO RGL-OVER-90
003707     MOVE WS-REP-DISPUTE TO RGL-DISPUTE
003708     MOVE WS-REP-TOTAL   TO RGL-TOTAL
003709     WRITE AGING-REPORT-RECORD FROM RPT-GRAND-LINE
003710
003711     ADD WS-REP-CURRENT TO WS-TER-CURRENT
003712     ADD WS-REP-OVER-30 TO WS-TER-OVER-30
003713     ADD WS-REP-OVER-60 TO WS-TER-OVER-60
003714     ADD WS-REP-OVER-90 TO WS-TER-OVER-90
003715     ADD WS-REP-DISPUTE TO WS-TER-DISPUTE
003716     ADD WS-REP-TOTAL   TO WS-TER-TOTAL
003717
003718     ADD 1 TO WS-REPS-REPORTED.
003719
003720 4200-EXIT.
003721     EXIT.
003722
003723*----------------------------------------------------------------
003724*    4300-PRINT-SORTED-LINE - PRINT ONE SORTED REPORT LINE.  A
003725*    CUSTOMER'S BUCKET LINE ADDS INTO THE REP SUBTOTAL.
003726*----------------------------------------------------------------
003727 4300-PRINT-SORTED-LINE.
003728
003729     WRITE AGING-REPORT-RECORD FROM SRT-PRINT-LINE
003730     IF SRT-LINE-SEQ = ZERO
003731         ADD SRT-CURRENT TO WS-REP-CURRENT
003732         ADD SRT-OVER-30 TO WS-REP-OVER-30
003733         ADD SRT-OVER-60 TO WS-REP-OVER-60
003734         ADD SRT-OVER-90 TO WS-REP-OVER-90
003735         ADD SRT-DISPUTE TO WS-REP-DISPUTE
003736         ADD SRT-TOTAL   TO WS-REP-TOTAL
003737     END-IF
003738
003739     PERFORM 4900-RETURN-SORTED-LINE THRU 4900-EXIT.
003740
003741 4300-EXIT.
003742     EXIT.
003743
003744*----------------------------------------------------------------
003745*    4400-PRINT-REP-HEADINGS - EACH REP STARTS ON A NEW PAGE WITH
003746*    THE REPORT HEADINGS AND A TERRITORY / SALESPERSON LINE.
003747*----------------------------------------------------------------
003748 4400-PRINT-REP-HEADINGS.
003749
003750     IF FIRST-PAGE
003751         WRITE AGING-REPORT-RECORD FROM RPT-HEADING-1
003752         MOVE "N" TO WS-FIRST-PAGE
003753     ELSE
003754         WRITE AGING-REPORT-RECORD FROM RPT-HEADING-1
003755             AFTER ADVANCING PAGE
003756     END-IF
003757
003758     MOVE SRT-TERRITORY TO RGH-TERRITORY
003759     MOVE SRT-REP-CODE  TO RGH-REP-CODE
003760     IF SRT-TERRITORY = HIGH-VALUES
003761         MOVE "NONE" TO RGH-TERRITORY
003762     END-IF
003763     IF SRT-REP-CODE = HIGH-VALUES
003764         MOVE "NONE" TO RGH-REP-CODE
003765     END-IF
003766     MOVE SRT-REP-NAME TO RGH-REP-NAME
003767     WRITE AGING-REPORT-RECORD FROM RPT-GROUP-HEADING
003768     WRITE AGING-REPORT-RECORD FROM RPT-HEADING-2
003769     WRITE AGING-REPORT-RECORD FROM RPT-HEADING-3
003770     MOVE SPACES TO AGING-REPORT-RECORD
003771     WRITE AGING-REPORT-RECORD.
003772
003773 4400-EXIT.
003774     EXIT.
003775
003776*----------------------------------------------------------------
003777*    4900-RETURN-SORTED-LINE - GET THE NEXT REPORT LINE BACK FROM
003778*    THE SORT.
003779*----------------------------------------------------------------
003780 4900-RETURN-SORTED-LINE.
003781
003782     RETURN SORT-WORK
003783         AT END
003784             MOVE "Y" TO WS-SORT-EOF
003785     END-RETURN.
003786
003787 4900-EXIT.
003788     EXIT.
003789
003790*----------------------------------------------------------------
003791*    8000-PRINT-GRAND-TOTALS - PRINT THE GRAND TOTAL LINE UNDER
003792*    THE CUSTOMER DETAIL.
003793*----------------------------------------------------------------
003794 8000-PRINT-GRAND-TOTALS.
003795
003796     MOVE SPACES TO AGING-REPORT-RECORD
003797     WRITE AGING-REPORT-RECORD
003798     MOVE WS-GRD-CURRENT TO RGL-CURRENT
003799     MOVE WS-GRD-OVER-30 TO RGL-OVER-30
003800     MOVE WS-GRD-OVER-60 TO RGL-OVER-60
003801     MOVE WS-GRD-OVER-90 TO RGL-OVER-90
003802     MOVE WS-GRD-DISPUTE TO RGL-DISPUTE
003803     MOVE "TOTAL"        TO RGL-LABEL
003804     MOVE WS-GRD-TOTAL   TO RGL-TOTAL
003805     WRITE AGING-REPORT-RECORD FROM RPT-GRAND-LINE.
003806
003807 8000-EXIT.
003808     EXIT.
003809
003810 END PROGRAM PROGRAM3.
