000276*                     INTO 00/00/0000, SO EVERY APPLIED PAYMENT
000277*                     REJECTED ON THE POSTING RUN'S STALE-DATE
000278*                     CHECK.  FILE BYTES ARE UNCHANGED.
000279*    10/15/2026 DP    A REMITTANCE DATED IN AN ACCOUNTING PERIOD
000280*                     THE MONTH-END CLOSE HAS ALREADY CLOSED GOES
000281*                     TO SUSPENSE UNDER NEW REASON "CP" INSTEAD OF
000282*                     ONTO THE APPLIED FILE, WHERE THE POSTING RUN
000283*                     WOULD ONLY REJECT IT.
000284*    10/15/2026 DP    THE REMITTANCE RECORD GROWS THE INVOICE
000285*                     NUMBER THE CUSTOMER PAID (BLANK WHEN THE
000286*                     BANK CAPTURED NO REMITTANCE DETAIL).  IT IS
000287*                     CARRIED ONTO THE APPLIED PAYMENT, WIDENED
000288*                     TO THE FEED'S 157-BYTE LAYOUT, SO POSTING
000289*                     APPLIES THE CASH TO THAT INVOICE FIRST, AND
000290*                     ONTO THE SUSPENSE RECORD FOR FOLLOW-UP.
000291*    -----------------------------------------------------------
000292*
000293 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT LOCKBOX-REMIT-FILE
000480         ASSIGN TO "C:\a\exercise10\susprpt.txt"
000490         ORGANIZATION IS LINE SEQUENTIAL.

000491     SELECT PERIOD-CONTROL-FILE
000492         ASSIGN TO "C:\a\exercise10\perdctl.txt"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS DYNAMIC
000495         RECORD KEY IS PCTL-PERIOD
000496         FILE STATUS IS WS-PERIOD-FILE-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LOCKBOX-REMIT-FILE.
000620     05  LBX-REMIT-AMOUNT             PICTURE X(7).
000630     05  LBX-REMIT-AMOUNT-N REDEFINES LBX-REMIT-AMOUNT
000640                                      PICTURE 9(5)V99.
000645     05  LBX-INVOICE-NO               PICTURE X(10).

000650 FD  CUSTOMER-XREF-FILE.
000660 01  CUSTOMER-XREF-RECORD.
000740     05  AMT-OF-PURCHASE-TRANS        PICTURE 9(5)V99.
000750     05  TRANSACTION-TYPE-TRANS       PICTURE X(1).
000752     05  TRANS-ADDRESS-DATA           PICTURE X(104).
000756     05  TRANS-INVOICE-NO             PICTURE X(10).

000760 FD  SUSPENSE-CASH-FILE.
000770 01  SUSPENSE-CASH-RECORD.
000820         88  SUS-REASON-NO-XREF           VALUE "NX".
000830         88  SUS-REASON-BAD-AMOUNT        VALUE "BA".
000840         88  SUS-REASON-BAD-DATE          VALUE "BD".
000845         88  SUS-REASON-CLOSED-PERIOD     VALUE "CP".
000850     05  SUS-RUN-DATE                 PICTURE 9(8).
000855     05  SUS-INVOICE-NO               PICTURE X(10).

000860 FD  SUSPENSE-REPORT.
000870 01  SUSPENSE-REPORT-RECORD           PICTURE X(80).

000871 FD  PERIOD-CONTROL-FILE.
000872 01  PERIOD-CONTROL-RECORD.
000873     05  PCTL-PERIOD                   PICTURE 9(6).
000874     05  PCTL-STATUS                   PICTURE X(1).
000875         88  PCTL-PERIOD-CLOSED            VALUE "C".
000876     05  PCTL-CLOSED-YYYYMMDD          PICTURE 9(8).
000877     05  PCTL-OPENING-AR               PICTURE S9(9)V99
000878                                       SIGN LEADING SEPARATE.
000879     05  PCTL-CLOSING-AR               PICTURE S9(9)V99
000880                                       SIGN LEADING SEPARATE.

000881 WORKING-STORAGE SECTION.
000890 01  WS-SWITCHES.
000900     05  WS-REMIT-EOF                 PICTURE X(1) VALUE "N".
000910         88  REMIT-EOF                    VALUE "Y".
000960     05  WS-REMIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
000970     05  WS-XREF-FILE-STATUS          PICTURE X(2) VALUE SPACES.
000980     05  WS-SUSPENSE-FILE-STATUS      PICTURE X(2) VALUE SPACES.
000982     05  WS-PERIOD-FILE-STATUS        PICTURE X(2) VALUE SPACES.
000984     05  WS-PERIOD-EOF                PICTURE X(1) VALUE "N".
000986         88  PERIOD-EOF                   VALUE "Y".

000990 01  WS-RUN-CONTROLS.
001000     05  WS-RUN-DATE                   PICTURE 9(8).
001002     05  WS-BUSINESS-DATE              PICTURE X(8).
001003     05  WS-REMIT-PERIOD               PICTURE 9(6) VALUE 0.
001004     05  WS-LAST-CLOSED-PERIOD         PICTURE 9(6) VALUE 0.

001005*----------------------------------------------------------------
001006*    BALANCING TRAILER WRITTEN AS THE LAST APPLIED RECORD SO
001007*    THE POSTING RUN CAN PROVE THE FILE AT HAND-OFF.
001008*----------------------------------------------------------------
001009 01  LBX-TRAILER-RECORD.
001010     05  LTR-MARKER          PICTURE X(5) VALUE "*TRL*".
001011     05  LTR-RECORD-COUNT             PICTURE 9(7).
001012     05  LTR-AMOUNT-TOTAL             PICTURE 9(9)V99.
001013     05  LTR-BUSINESS-DATE            PICTURE 9(8).
001014     05  FILLER                       PICTURE X(126)
001015                                      VALUE SPACES.

001016 01  WS-XREF-TABLE-CONTROLS.
001020     05  WS-XREF-COUNT                 PICTURE 9(5) COMP VALUE 0.
001030     05  WS-XREF-SUB                   PICTURE 9(5) COMP VALUE 0.
001040     05  WS-XREF-USE                   PICTURE 9(5) COMP VALUE 0.

001420     PERFORM 1000-LOAD-XREF-TABLE THRU 1000-EXIT

001425     PERFORM 1200-LOAD-LAST-CLOSED-PERIOD THRU 1200-EXIT

001430     OPEN INPUT LOCKBOX-REMIT-FILE
001440     IF WS-REMIT-FILE-STATUS NOT = "00"
001450         DISPLAY "Unable to open lockbox remittance file - "
002110     EXIT.

002120*----------------------------------------------------------------
002121*    1200-LOAD-LAST-CLOSED-PERIOD - FIND THE LATEST ACCOUNTING
002122*    PERIOD (YYYYMM) THE MONTH-END CLOSE HAS MARKED CLOSED.  NO
002123*    PERIOD-CONTROL FILE YET MEANS NO PERIOD HAS EVER BEEN CLOSED
002124*    AND THE LAST CLOSED PERIOD STAYS ZERO.
002125*----------------------------------------------------------------
002126 1200-LOAD-LAST-CLOSED-PERIOD.

002127     OPEN INPUT PERIOD-CONTROL-FILE
002128     IF WS-PERIOD-FILE-STATUS NOT = "00"
002129         GO TO 1200-EXIT
002130     END-IF

002131     PERFORM 1210-READ-ONE-PERIOD THRU 1210-EXIT
002132         UNTIL PERIOD-EOF

002133     CLOSE PERIOD-CONTROL-FILE.

002134 1200-EXIT.
002135     EXIT.

002136*----------------------------------------------------------------
002137*    1210-READ-ONE-PERIOD - KEEP THE HIGHEST CLOSED PERIOD SEEN.
002138*----------------------------------------------------------------
002139 1210-READ-ONE-PERIOD.

002140     READ PERIOD-CONTROL-FILE NEXT RECORD
002141         AT END
002142             MOVE "Y" TO WS-PERIOD-EOF
002143             GO TO 1210-EXIT
002144     END-READ

002145     IF PCTL-PERIOD-CLOSED
002146        AND PCTL-PERIOD > WS-LAST-CLOSED-PERIOD
002147         MOVE PCTL-PERIOD TO WS-LAST-CLOSED-PERIOD
002148     END-IF.

002149 1210-EXIT.
002150     EXIT.

002151*----------------------------------------------------------------
002152*    3000-APPLY-ONE-REMITTANCE - READ THE NEXT BANK REMITTANCE,
002153*    EDIT IT, TRANSLATE ITS PAYER REFERENCE, AND WRITE EITHER A
002154*    TYPE-"C" CUSTOMER-TRANS RECORD OR A SUSPENSE RECORD.
002160*----------------------------------------------------------------
002170 3000-APPLY-ONE-REMITTANCE.

002380         GO TO 3000-EXIT
002390     END-IF

002391     STRING LBX-DATE-YYYY LBX-DATE-MM
002392         DELIMITED BY SIZE INTO WS-REMIT-PERIOD
002393     IF WS-REMIT-PERIOD NOT > WS-LAST-CLOSED-PERIOD
002394         MOVE "CP" TO SUS-REASON-CODE
002395         MOVE "REMITTANCE DATED IN CLOSED PERIOD"
002396             TO RSL-REASON-TEXT
002397         PERFORM 7000-WRITE-SUSPENSE-RECORD THRU 7000-EXIT
002398         GO TO 3000-EXIT
002399     END-IF

002400     MOVE LBX-BANK-REF TO WS-XREF-REF-WANTED
002410     PERFORM 5000-FIND-XREF-ENTRY THRU 5000-EXIT

002520     MOVE LBX-REMIT-AMOUNT-N    TO AMT-OF-PURCHASE-TRANS
002530     MOVE "C"                   TO TRANSACTION-TYPE-TRANS
002532     MOVE SPACES                TO TRANS-ADDRESS-DATA
002536     MOVE LBX-INVOICE-NO        TO TRANS-INVOICE-NO
002540     WRITE CUSTOMER-TRANS-RECORD

002550     ADD 1 TO CT-PAYMENTS-APPLIED
002900     MOVE LBX-BANK-REF     TO SUS-BANK-REF
002910     MOVE LBX-REMIT-DATE   TO SUS-REMIT-DATE
002920     MOVE LBX-REMIT-AMOUNT TO SUS-REMIT-AMOUNT
002925     MOVE LBX-INVOICE-NO   TO SUS-INVOICE-NO
002930     MOVE WS-RUN-DATE      TO SUS-RUN-DATE
002940     WRITE SUSPENSE-CASH-RECORD

