000334*                     CREDIT BALANCE THE AUDITED PURCHASE
000336*                     ABSORBED, MATCHING THE POSTING RUN'S
000338*                     NET-OF-CREDIT OPEN ITEMS.
000339*    10/15/2026 DP    A BAD-DEBT WRITE-OFF ("W") REPLAYS LIKE A
000340*                     PAYMENT FOR THE FULL BALANCE, CLEARING THE
000341*                     ITEMS THE WRITE-OFF RUN CLOSED OUT.
000342*    10/15/2026 DP    INVOICE NUMBERS ARE NOT ON THE AUDIT
000343*                     TRAIL, SO A REBUILD HOLDS THOSE OF THE
000344*                     ITEMS IT CLEARS AND PUTS EACH BACK ON THE
000345*                     REBUILT ITEM WITH THE SAME KEY.  AN ITEM
000346*                     THAT COMES BACK UNDER A DIFFERENT KEY (A
000347*                     MERGED-IN BALANCE) LOSES IT.
000348*    10/15/2026 DP    A CREDIT ON A DISPUTED ITEM ("J") REPLAYS
000349*                     LIKE A PAYMENT, OLDEST ITEM FIRST - THE
000350*                     AUDIT TRAIL DOES NOT NAME THE ITEM, SO A
000351*                     REBUILT ACCOUNT CAN CARRY THE CREDIT ON AN
000352*                     OLDER ITEM THAN THE ONE DISPUTED.  DISPUTE
000353*                     OPEN AND RELEASE RECORDS ("D") TOUCH NO
000354*                     ITEMS.
000355*    -----------------------------------------------------------
000356*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OITM-KEY
000493         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000496             WITH DUPLICATES
000500         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

000510     SELECT AUDIT-TRAIL
000730     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000740     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000750     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000755     05  OITM-INVOICE-NO               PICTURE X(10).

000760 FD  AUDIT-TRAIL.
000770 01  AUDIT-TRAIL-RECORD.
001000         88  OPEN-ITEM-WRITTEN            VALUE "Y".
001010     05  WS-ITEMS-REMAIN              PICTURE X(1) VALUE "N".
001020         88  ITEMS-REMAIN                 VALUE "Y".
001023     05  WS-CARRY-FOUND               PICTURE X(1) VALUE "N".
001026         88  CARRY-FOUND                  VALUE "Y".
001030     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001040     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
001050     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
001310     05  WS-ITEM-KEY-ENTRY             PICTURE X(16)
001320         OCCURS 200 TIMES.

001321*----------------------------------------------------------------
001322*    INVOICE NUMBERS ARE NOT ON THE AUDIT TRAIL, SO THOSE ON THE
001323*    ITEMS BEING CLEARED ARE HELD HERE BY ITEM KEY AND PUT BACK
001324*    ON THE REBUILT ITEM THAT COMES BACK UNDER THE SAME KEY.
001325*----------------------------------------------------------------
001326 01  WS-CARRY-TABLE-CONTROLS.
001327     05  WS-CARRY-COUNT                PICTURE 9(5) COMP VALUE 0.
001328     05  WS-CARRY-MAX                  PICTURE 9(5) COMP
001329                                       VALUE 2000.
001330     05  WS-CARRY-SUB                  PICTURE 9(5) COMP VALUE 0.

001331 01  WS-CARRY-TABLE.
001332     05  WS-CARRY-ENTRY OCCURS 2000 TIMES.
001333         10  WS-CARRY-KEY              PICTURE X(16).
001334         10  WS-CARRY-INVOICE-NO       PICTURE X(10).

001335 01  WS-CONTROL-TOTALS.
001340     05  CT-MASTERS-CHECKED           PICTURE 9(7) COMP VALUE 0.
001350     05  CT-OUT-OF-BALANCE            PICTURE 9(7) COMP VALUE 0.
001360     05  CT-NO-OPEN-ITEMS             PICTURE 9(7) COMP VALUE 0.
001380     05  CT-ITEMS-REBUILT             PICTURE 9(7) COMP VALUE 0.
001390     05  CT-PAYMENTS-SPREAD           PICTURE 9(7) COMP VALUE 0.
001400     05  CT-AUDITS-REPLAYED           PICTURE 9(7) COMP VALUE 0.
001403     05  CT-INVOICES-CARRIED          PICTURE 9(7) COMP VALUE 0.
001406     05  CT-INVOICES-NOT-CARRIED      PICTURE 9(7) COMP VALUE 0.

001410 01  RPT-HEADING-1.
001420     05  FILLER                        PICTURE X(44) VALUE
003490     END-IF

003500     IF REBUILD-ALL
003505         PERFORM 6050-SAVE-ALL-INVOICES THRU 6050-EXIT
003510         CLOSE OPEN-ITEM-FILE
003520         OPEN OUTPUT OPEN-ITEM-FILE
003530         CLOSE OPEN-ITEM-FILE
003690           OPEN-ITEM-FILE.

003700 6000-EXIT.
003701     EXIT.

003702*----------------------------------------------------------------
003703*    6050-SAVE-ALL-INVOICES - BEFORE A WHOLE-FILE REBUILD CLEARS
003704*    THE FILE, HOLD EVERY ITEM'S INVOICE NUMBER BY ITEM KEY.
003705*----------------------------------------------------------------
003706 6050-SAVE-ALL-INVOICES.

003707     MOVE "N" TO WS-OPEN-ITEM-EOF
003708     MOVE LOW-VALUES TO OITM-KEY
003709     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
003710         INVALID KEY
003711             MOVE "Y" TO WS-OPEN-ITEM-EOF
003712     END-START

003713     PERFORM 6060-SAVE-NEXT-INVOICE THRU 6060-EXIT
003714         UNTIL OPEN-ITEM-EOF.

003715 6050-EXIT.
003716     EXIT.

003717*----------------------------------------------------------------
003718*    6060-SAVE-NEXT-INVOICE - READ THE NEXT ITEM ON THE FILE AND
003719*    HOLD ITS INVOICE NUMBER.
003720*----------------------------------------------------------------
003721 6060-SAVE-NEXT-INVOICE.

003722     READ OPEN-ITEM-FILE NEXT RECORD
003723         AT END
003724             MOVE "Y" TO WS-OPEN-ITEM-EOF
003725             GO TO 6060-EXIT
003726     END-READ

003727     PERFORM 6070-SAVE-ONE-INVOICE THRU 6070-EXIT.

003728 6060-EXIT.
003729     EXIT.

003730*----------------------------------------------------------------
003731*    6070-SAVE-ONE-INVOICE - HOLD THE CURRENT ITEM'S INVOICE
003732*    NUMBER, IF IT HAS ONE.  ONE THAT WILL NOT FIT IS COUNTED
003733*    AND LOST FROM THE REBUILT ITEM.
003734*----------------------------------------------------------------
003735 6070-SAVE-ONE-INVOICE.

003736     IF OITM-INVOICE-NO = SPACES
003737         GO TO 6070-EXIT
003738     END-IF

003739     IF WS-CARRY-COUNT >= WS-CARRY-MAX
003740         ADD 1 TO CT-INVOICES-NOT-CARRIED
003741         GO TO 6070-EXIT
003742     END-IF

003743     ADD 1 TO WS-CARRY-COUNT
003744     MOVE OITM-KEY        TO WS-CARRY-KEY (WS-CARRY-COUNT)
003745     MOVE OITM-INVOICE-NO TO WS-CARRY-INVOICE-NO (WS-CARRY-COUNT).

003746 6070-EXIT.
003747     EXIT.

003748*----------------------------------------------------------------
003749*    6100-CLEAR-ONE-CUSTOMER - DELETE EVERY OPEN ITEM FILED
003750*    UNDER THE REBUILD CUSTOMER, A BATCH OF COLLECTED KEYS AT A
003751*    TIME UNTIL NONE REMAIN.
003760*----------------------------------------------------------------
003770 6100-CLEAR-ONE-CUSTOMER.

004170     END-IF

004180     ADD 1 TO WS-ITEM-COUNT
004186     MOVE OITM-KEY TO WS-ITEM-KEY-ENTRY (WS-ITEM-COUNT)
004192     PERFORM 6070-SAVE-ONE-INVOICE THRU 6070-EXIT.

004200 6120-EXIT.
004210     EXIT.
004440*    THE REBUILT OPEN ITEMS.  A PURCHASE OR FINANCE CHARGE
004450*    RECREATES AN ITEM; A PAYMENT SPREADS OLDEST-FIRST; A MERGE
004460*    RECREATES THE MOVED-IN BALANCE AS ONE ITEM ON THE KEEPER
004466*    AND SPREADS THE MOVE-OUT ON THE DUPLICATE; A BAD-DEBT
004472*    WRITE-OFF SPREADS LIKE A PAYMENT AND CLEARS EVERY ITEM;
004478*    A DISPUTE CREDIT SPREADS LIKE A PAYMENT; REFUNDS,
004484*    RECOVERIES, DISPUTE ACTIONS AND MAINTENANCE TOUCH NO ITEMS.
004490*----------------------------------------------------------------
004500 6500-REPLAY-ONE-AUDIT-RECORD.

004655             END-IF
004656             PERFORM 6600-ADD-REBUILT-ITEM THRU 6600-EXIT
004660         WHEN "C"
004663         WHEN "W"
004666         WHEN "J"
004670             MOVE AUD-TRANS-AMOUNT TO WS-PAYMENT-REMAINING
004680             PERFORM 6700-SPREAD-PAYMENT THRU 6700-EXIT
004690         WHEN "M"
005050             AUD-CUSTOMER-NO "."
005060     ELSE
005070         ADD 1 TO CT-ITEMS-REBUILT
005072         IF OITM-INVOICE-NO NOT = SPACES
005074             ADD 1 TO CT-INVOICES-CARRIED
005076         END-IF
005080     END-IF.

005090 6600-EXIT.

005110*----------------------------------------------------------------
005120*    6610-WRITE-ONE-ITEM - TRY ONE WRITE, STEPPING THE SEQUENCE
005126*    NUMBER ON A DUPLICATE KEY.  THE ITEM TAKES BACK ANY INVOICE
005132*    NUMBER HELD FOR ITS KEY.
005140*----------------------------------------------------------------
005150 6610-WRITE-ONE-ITEM.

005155     PERFORM 6620-FIND-CARRIED-INVOICE THRU 6620-EXIT

005160     WRITE OPEN-ITEM-RECORD
005170         INVALID KEY
005180             ADD 1 TO OITM-SEQUENCE-NO
005210     END-WRITE.

005220 6610-EXIT.
005221     EXIT.

005222*----------------------------------------------------------------
005223*    6620-FIND-CARRIED-INVOICE - LOOK UP THE INVOICE NUMBER HELD
005224*    FOR THE ITEM KEY ABOUT TO BE WRITTEN.
005225*----------------------------------------------------------------
005226 6620-FIND-CARRIED-INVOICE.

005227     MOVE SPACES TO OITM-INVOICE-NO
005228     MOVE "N" TO WS-CARRY-FOUND
005229     MOVE 1 TO WS-CARRY-SUB
005230     PERFORM 6630-CHECK-ONE-CARRY THRU 6630-EXIT
005231         UNTIL CARRY-FOUND OR WS-CARRY-SUB > WS-CARRY-COUNT.

005232 6620-EXIT.
005233     EXIT.

005234*----------------------------------------------------------------
005235*    6630-CHECK-ONE-CARRY - COMPARE ONE HELD KEY.
005236*----------------------------------------------------------------
005237 6630-CHECK-ONE-CARRY.

005238     IF WS-CARRY-KEY (WS-CARRY-SUB) = OITM-KEY
005239         MOVE WS-CARRY-INVOICE-NO (WS-CARRY-SUB)
005240             TO OITM-INVOICE-NO
005241         MOVE "Y" TO WS-CARRY-FOUND
005242     ELSE
005243         ADD 1 TO WS-CARRY-SUB
005244     END-IF.

005245 6630-EXIT.
005246     EXIT.

005247*----------------------------------------------------------------
005250*    6700-SPREAD-PAYMENT - REDUCE THE CUSTOMER'S REBUILT OPEN
005260*    ITEMS OLDEST-FIRST BY WS-PAYMENT-REMAINING, THE SAME WAY
005270*    THE POSTING RUN SPREADS A POSTED PAYMENT.
005930         CT-PAYMENTS-SPREAD
005940     DISPLAY "Audit records replayed ......... "
005950         CT-AUDITS-REPLAYED
005952     DISPLAY "Invoice numbers carried ........ "
005954         CT-INVOICES-CARRIED
005956     DISPLAY "Invoice numbers not carried .... "
005958         CT-INVOICES-NOT-CARRIED
005960     DISPLAY "==============================================".

005970 8000-EXIT.
