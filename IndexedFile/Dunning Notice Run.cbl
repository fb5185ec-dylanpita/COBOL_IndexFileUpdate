000272*                     IN THE CONTROL TOTALS SO THE GAP GETS
000273*                     WORKED FROM THE STATEMENT RUN'S ADDRESS
000274*                     EXCEPTION REPORT.
000275*    10/15/2026 DP    PICKED UP THE OPEN-ITEM INVOICE NUMBER AND
000276*                     ITS ALTERNATE KEY.
000277*    10/15/2026 DP    AN OPEN ITEM WITH A DISPUTE STILL OPEN ON
000278*                     THE DISPUTE FILE IS LEFT OUT OF THE PAST-
000279*                     DUE BUCKETS, SO IT NEITHER TRIGGERS NOR
000280*                     ESCALATES A NOTICE.  ITEMS AND AMOUNT HELD
000281*                     ARE COUNTED IN THE CONTROL TOTALS.
000282*    10/15/2026 DP    NO NOTICE IS SENT WHILE THE CUSTOMER HAS A
000283*                     PROMISE TO PAY STILL ACTIVE ON THE
000284*                     COLLECTIONS-ACTIVITY FILE AND NOT YET DUE.
000285*                     ONCE THE NIGHTLY PROMISE CHECK MARKS IT
000286*                     KEPT OR BROKEN, OR ITS DATE PASSES, THE
000287*                     ESCALATION PICKS UP WHERE IT LEFT OFF.
000288*                     NOTICES HELD ARE COUNTED.
000289*    -----------------------------------------------------------
000290*
000291 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPEN-ITEM-FILE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS OITM-KEY
000363         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000366             WITH DUPLICATES
000370         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

000380     SELECT CUSTOMER-MASTER
000516         RECORD KEY IS ADDR-CUSTOMER-NO
000517         FILE STATUS IS WS-ADDRESS-FILE-STATUS.

000518     SELECT DISPUTE-FILE
000519         ASSIGN TO "C:\a\exercise10\dispute.txt"
000520         ORGANIZATION IS INDEXED
000521         ACCESS MODE IS DYNAMIC
000522         RECORD KEY IS DSP-KEY
000523         FILE STATUS IS WS-DISPUTE-FILE-STATUS.

000524     SELECT COLLECTIONS-ACTIVITY
000525         ASSIGN TO "C:\a\exercise10\collact.txt"
000526         ORGANIZATION IS INDEXED
000527         ACCESS MODE IS DYNAMIC
000528         RECORD KEY IS CACT-KEY
000529         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

000530 DATA DIVISION.
000531 FILE SECTION.
000540 FD  OPEN-ITEM-FILE.
000550 01  OPEN-ITEM-RECORD.
000560     05  OITM-KEY.
000600     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000610     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000620     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000625     05  OITM-INVOICE-NO               PICTURE X(10).

000630 FD  CUSTOMER-MASTER.
000640 01  CUSTOMER-MASTER-RECORD.
000779     05  ADDR-ZIP                      PICTURE X(10).
000781     05  ADDR-PHONE                    PICTURE X(12).

000782 FD  DISPUTE-FILE.
000783 01  DISPUTE-RECORD.
000784     05  DSP-KEY.
000785         10  DSP-CUSTOMER-NO           PICTURE X(5).
000786         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
000787         10  DSP-SEQUENCE-NO           PICTURE 9(3).
000788     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
000789     05  DSP-REASON-CODE               PICTURE X(2).
000790     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
000791     05  DSP-STATUS                    PICTURE X(1).
000792         88  DSP-STATUS-OPEN               VALUE "O".
000793         88  DSP-STATUS-RELEASED           VALUE "R".
000794         88  DSP-STATUS-CREDITED           VALUE "C".
000795     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
000796     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
000797     05  DSP-INVOICE-NO                PICTURE X(10).

000798 FD  COLLECTIONS-ACTIVITY.
000799 01  COLLECTIONS-ACTIVITY-RECORD.
000800     05  CACT-KEY.
000801         10  CACT-CUSTOMER-NO          PICTURE X(5).
000802         10  CACT-ENTRY-YYYYMMDD       PICTURE 9(8).
000803         10  CACT-SEQUENCE-NO          PICTURE 9(3).
000804     05  CACT-ENTRY-TYPE               PICTURE X(1).
000805         88  CACT-CONTACT-NOTE             VALUE "N".
000806         88  CACT-PROMISE-TO-PAY           VALUE "P".
000807     05  CACT-COLLECTOR-ID             PICTURE X(8).
000808     05  CACT-NOTE-TEXT                PICTURE X(60).
000809     05  CACT-PROMISE-AMOUNT           PICTURE 9(5)V99.
000810     05  CACT-PROMISE-YYYYMMDD         PICTURE 9(8).
000811     05  CACT-PROMISE-STATUS           PICTURE X(1).
000812         88  CACT-PROMISE-ACTIVE           VALUE "A".
000813         88  CACT-PROMISE-KEPT             VALUE "K".
000814         88  CACT-PROMISE-BROKEN           VALUE "B".
000815         88  CACT-PROMISE-REPLACED         VALUE "S".
000816     05  CACT-AMOUNT-PAID              PICTURE 9(5)V99.
000817     05  CACT-CHECKED-YYYYMMDD         PICTURE 9(8).

000818 WORKING-STORAGE SECTION.
000819 01  WS-SWITCHES.
000820     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
000821         88  OPEN-ITEM-EOF                VALUE "Y".
000822     05  WS-HISTORY-FOUND             PICTURE X(1) VALUE "N".
000830         88  HISTORY-FOUND                VALUE "Y".
000840     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
000850     05  WS-DUNN-FILE-STATUS          PICTURE X(2) VALUE SPACES.
000852     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000854     05  WS-ADDRESS-FOUND             PICTURE X(1) VALUE "N".
000856         88  ADDRESS-FOUND                VALUE "Y".
000857     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000858     05  WS-ITEM-DISPUTED             PICTURE X(1) VALUE "N".
000859         88  ITEM-IN-DISPUTE              VALUE "Y".
000860     05  WS-ACTIVITY-FILE-STATUS      PICTURE X(2) VALUE SPACES.
000861     05  WS-ACTIVITY-EOF              PICTURE X(1) VALUE "N".
000862         88  ACTIVITY-EOF                 VALUE "Y".
000863     05  WS-PROMISE-PENDING           PICTURE X(1) VALUE "N".
000864         88  PROMISE-PENDING              VALUE "Y".

000865 01  WS-RUN-CONTROLS.
000870     05  WS-RUN-DATE                   PICTURE 9(8).
000880     05  WS-RUN-DATE-MMDDYYYY          PICTURE 9(8) VALUE 0.
000890     05  WS-RUN-DAY-COUNT              PICTURE 9(7) VALUE 0.
001270     05  CT-NOTICES-WITHHELD          PICTURE 9(7) COMP VALUE 0.
001275     05  CT-NOTICES-NO-ADDRESS        PICTURE 9(7) COMP VALUE 0.
001280     05  CT-PAST-DUE-NOTICED          PICTURE 9(9)V99 VALUE 0.
001282     05  CT-ITEMS-IN-DISPUTE          PICTURE 9(7) COMP VALUE 0.
001284     05  CT-AMT-IN-DISPUTE            PICTURE 9(9)V99 VALUE 0.
001286     05  CT-NOTICES-PROMISED          PICTURE 9(7) COMP VALUE 0.

001290 01  NTC-SEPARATOR-LINE.
001300     05  FILLER                   PICTURE X(50) VALUE ALL "=".
001648     05  NAC-ZIP                       PICTURE X(10).
001649     05  FILLER                        PICTURE X(36) VALUE SPACES.

001650 PROCEDURE DIVISION.
001651*----------------------------------------------------------------
001660*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001670*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001680*----------------------------------------------------------------
001906             WS-ADDRESS-FILE-STATUS
001907     END-IF

001908     OPEN INPUT DISPUTE-FILE
001909     IF WS-DISPUTE-FILE-STATUS NOT = "00"
001910         DISPLAY "No dispute file - no items held from dunning"
001911             " - status " WS-DISPUTE-FILE-STATUS
001912     END-IF

001913     OPEN INPUT COLLECTIONS-ACTIVITY
001914     IF WS-ACTIVITY-FILE-STATUS NOT = "00"
001915         DISPLAY "No collections-activity file - no notices"
001916             " held for promises - status "
001917             WS-ACTIVITY-FILE-STATUS
001918     END-IF

001919     MOVE LOW-VALUES TO OITM-KEY
001920     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
001930         INVALID KEY
001940             MOVE "Y" TO WS-OPEN-ITEM-EOF
002040           DUNNING-NOTICES
002042     IF WS-ADDRESS-FILE-STATUS = "00"
002044         CLOSE CUSTOMER-ADDRESS-FILE
002045     END-IF
002046     IF WS-DISPUTE-FILE-STATUS = "00"
002047         CLOSE DISPUTE-FILE
002048     END-IF
002049     IF WS-ACTIVITY-FILE-STATUS = "00"
002050         CLOSE COLLECTIONS-ACTIVITY
002051     END-IF

002052     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

002060     STOP RUN.

002270*----------------------------------------------------------------
002280*    3100-AGE-ONE-ITEM - ADD ONE OPEN ITEM'S UNPAID AMOUNT TO
002290*    THE PAST-DUE BUCKET ITS PURCHASE DATE FALLS IN.  AN ITEM
002296*    INSIDE 30 DAYS IS CURRENT AND IS NOT DUNNED.  NEITHER IS AN
002302*    ITEM THE CUSTOMER HAS AN OPEN DISPUTE ON.
002310*----------------------------------------------------------------
002320 3100-AGE-ONE-ITEM.

002325     MOVE "N" TO WS-ITEM-DISPUTED
002330     IF OITM-OPEN-AMOUNT > ZERO
002331         PERFORM 3150-CHECK-ITEM-DISPUTE THRU 3150-EXIT
002332     END-IF
002333     IF ITEM-IN-DISPUTE
002334         ADD 1 TO CT-ITEMS-IN-DISPUTE
002335         ADD OITM-OPEN-AMOUNT TO CT-AMT-IN-DISPUTE
002336     END-IF

002337     IF OITM-OPEN-AMOUNT > ZERO AND NOT ITEM-IN-DISPUTE
002340         MOVE OITM-PURCHASE-YYYYMMDD TO WS-CONV-YYYYMMDD
002350         PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
002360         COMPUTE WS-ITEM-AGE-DAYS =
002540     EXIT.

002550*----------------------------------------------------------------
002551*    3150-CHECK-ITEM-DISPUTE - LOOK THE CURRENT OPEN ITEM UP ON
002552*    THE DISPUTE FILE.  AN ITEM WITH A DISPUTE STILL OPEN IS
002553*    HELD OUT OF THE PAST-DUE BUCKETS.
002554*----------------------------------------------------------------
002555 3150-CHECK-ITEM-DISPUTE.

002556     MOVE "N" TO WS-ITEM-DISPUTED
002557     IF WS-DISPUTE-FILE-STATUS = "00"
002558         MOVE OITM-KEY TO DSP-KEY
002559         READ DISPUTE-FILE
002560             INVALID KEY
002561                 CONTINUE
002562             NOT INVALID KEY
002563                 IF DSP-STATUS-OPEN
002564                     MOVE "Y" TO WS-ITEM-DISPUTED
002565                 END-IF
002566         END-READ
002567     END-IF.

002568 3150-EXIT.
002569     EXIT.

002570*----------------------------------------------------------------
002571*    3900-READ-NEXT-OPEN-ITEM - GET THE NEXT OPEN-ITEM RECORD IN
002572*    KEY SEQUENCE (CUSTOMER, PURCHASE DATE, SEQUENCE).
002580*----------------------------------------------------------------
002590 3900-READ-NEXT-OPEN-ITEM.

002680*    WARRANTS, THEN STEP ONE LEVEL PAST THE LAST NOTICE ON THE
002690*    HISTORY FILE - NEVER THE SAME LEVEL TWICE, NEVER A SKIPPED
002700*    STEP.  A CUSTOMER ALREADY AT OR PAST THE WARRANTED LEVEL
002706*    GETS NOTHING THIS RUN, AND NEITHER DOES ONE WHO HAS
002712*    PROMISED TO PAY BY A DATE NOT YET REACHED.
002720*----------------------------------------------------------------
002730 4000-DECIDE-AND-SEND-NOTICE.

002800             MOVE 1 TO WS-TARGET-LEVEL
002810     END-EVALUATE

002811     PERFORM 4100-CHECK-PROMISE THRU 4100-EXIT
002812     IF PROMISE-PENDING
002813         ADD 1 TO CT-NOTICES-PROMISED
002814         GO TO 4000-EXIT
002815     END-IF

002820     MOVE "Y" TO WS-HISTORY-FOUND
002830     MOVE WS-CURRENT-CUSTOMER TO DUNN-CUSTOMER-NO
002840     READ DUNNING-HISTORY
003220     ADD WS-BKT-PAST-DUE TO CT-PAST-DUE-NOTICED.

003230 4000-EXIT.
003231     EXIT.

003232*----------------------------------------------------------------
003233*    4100-CHECK-PROMISE - READ THE CUSTOMER'S COLLECTIONS
003234*    ACTIVITY FOR A PROMISE TO PAY STILL ACTIVE AND DATED TODAY
003235*    OR LATER.  A KEPT, BROKEN OR REPLACED PROMISE, OR AN
003236*    ACTIVE ONE WHOSE DATE HAS GONE BY, HOLDS NOTHING.
003237*----------------------------------------------------------------
003238 4100-CHECK-PROMISE.

003239     MOVE "N" TO WS-PROMISE-PENDING
003240     IF WS-ACTIVITY-FILE-STATUS NOT = "00"
003241         GO TO 4100-EXIT
003242     END-IF

003243     MOVE "N" TO WS-ACTIVITY-EOF
003244     MOVE WS-CURRENT-CUSTOMER TO CACT-CUSTOMER-NO
003245     MOVE ZERO TO CACT-ENTRY-YYYYMMDD
003246     MOVE ZERO TO CACT-SEQUENCE-NO
003247     START COLLECTIONS-ACTIVITY KEY IS NOT LESS THAN CACT-KEY
003248         INVALID KEY
003249             MOVE "Y" TO WS-ACTIVITY-EOF
003250     END-START

003251     PERFORM 4110-CHECK-ONE-ACTIVITY THRU 4110-EXIT
003252         UNTIL ACTIVITY-EOF OR PROMISE-PENDING.

003253 4100-EXIT.
003254     EXIT.

003255*----------------------------------------------------------------
003256*    4110-CHECK-ONE-ACTIVITY - READ THE ACCOUNT'S NEXT
003257*    COLLECTIONS-ACTIVITY ENTRY AND NOTE A PROMISE TO PAY STILL
003258*    ACTIVE AND NOT YET DUE.
003259*----------------------------------------------------------------
003260 4110-CHECK-ONE-ACTIVITY.

003261     READ COLLECTIONS-ACTIVITY NEXT RECORD
003262         AT END
003263             MOVE "Y" TO WS-ACTIVITY-EOF
003264             GO TO 4110-EXIT
003265     END-READ

003266     IF CACT-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER
003267         MOVE "Y" TO WS-ACTIVITY-EOF
003268         GO TO 4110-EXIT
003269     END-IF

003270     IF CACT-PROMISE-TO-PAY
003271        AND CACT-PROMISE-ACTIVE
003272        AND CACT-PROMISE-YYYYMMDD NOT < WS-RUN-DATE
003273         MOVE "Y" TO WS-PROMISE-PENDING
003274     END-IF.

003275 4110-EXIT.
003276     EXIT.

003277*----------------------------------------------------------------
003278*    5000-CONVERT-DATE-TO-DAYS - TURN WS-CONV-YYYYMMDD INTO A
003279*    RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED TO GET AN
003280*    AGE IN DAYS.  A DATE WITH A MONTH OUTSIDE 01-12 GIVES A
003290*    ZERO DAY COUNT RATHER THAN A WILD SUBSCRIPT.
003300*----------------------------------------------------------------
004554         CT-NOTICES-NO-ADDRESS
004560     DISPLAY "Past-due amount noticed ........ "
004570         CT-PAST-DUE-NOTICED
004571     DISPLAY "Items held in dispute .......... "
004572         CT-ITEMS-IN-DISPUTE
004573     DISPLAY "Amount held in dispute ......... "
004574         CT-AMT-IN-DISPUTE
004575     DISPLAY "Notices held for promise ....... "
004576         CT-NOTICES-PROMISED
004580     DISPLAY "==============================================".

004590 8000-EXIT.
