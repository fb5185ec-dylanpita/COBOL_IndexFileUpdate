000264*                     REFUSES A SECOND RUN FOR ONE BUSINESS
000265*                     DATE UNLESS THE OPERATOR DECLARES A
000266*                     RESTART.
000267*    10/15/2026 DP    WRITE-OFFS POSTED BY THE BAD-DEBT WRITE-OFF
000268*                     RUN (TYPE "W") EXTRACT AS A BALANCED PAIR,
000269*                     DEBIT 61500 BAD-DEBT EXPENSE / CREDIT 11000.
000270*                     RECOVERIES ON WRITTEN-OFF ACCOUNTS (TYPE
000271*                     "V") LEAVE THE AR BALANCE ALONE AND EXTRACT
000272*                     AS A CREDIT TO 41500 BAD-DEBT RECOVERY
000273*                     INSTEAD OF RECEIVABLES.
000274*    10/15/2026 DP    CREDITS GRANTED ON DISPUTED ITEMS (TYPE
000275*                     "J") EXTRACT AS A BALANCED PAIR, DEBIT
000276*                     41200 SALES ALLOWANCES / CREDIT 11000.
000277*                     DISPUTE OPEN AND RELEASE RECORDS (TYPE
000278*                     "D") MOVE NO MONEY AND EXTRACT NOTHING.
000279*    10/15/2026 DP    DORMANT CREDITS REMITTED AS UNCLAIMED
000280*                     PROPERTY BY THE CREDIT-BALANCE REFUND RUN
000281*                     (TYPE "U") EXTRACT AS A BALANCED PAIR,
000282*                     DEBIT 11000 / CREDIT 21500 UNCLAIMED
000283*                     PROPERTY PAYABLE.
000284*    -----------------------------------------------------------
000285*
000286 ENVIRONMENT DIVISION.
000287 INPUT-OUTPUT SECTION.
000288 FILE-CONTROL.
000290     SELECT AUDIT-TRAIL
000300         ASSIGN TO "C:\a\exercise10\audittrl.txt"
000310         ORGANIZATION IS LINE SEQUENTIAL
000370         ACCESS MODE IS DYNAMIC
000371         RECORD KEY IS RCTL-KEY
000372         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000373
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  AUDIT-TRAIL.
000567         88  RCTL-RUN-COMPLETE             VALUE "Y".
000568         88  RCTL-RUN-IN-PROGRESS          VALUE "N".
000569     05  RCTL-START-YYYYMMDD           PICTURE 9(8).
000570
000571 WORKING-STORAGE SECTION.
000580 01  WS-SWITCHES.
000590     05  WS-AUDIT-EOF                 PICTURE X(1) VALUE "N".
000600         88  AUDIT-EOF                    VALUE "Y".
000784     05  CT-REFUND-AMT                PICTURE 9(9)V99 VALUE 0.
000786     05  CT-CREDIT-BAL-COUNT          PICTURE 9(7) VALUE 0.
000788     05  CT-CREDIT-BAL-AMT            PICTURE 9(9)V99 VALUE 0.
000789     05  CT-WRITEOFF-COUNT            PICTURE 9(7) VALUE 0.
000790     05  CT-WRITEOFF-AMT              PICTURE 9(9)V99 VALUE 0.
000791     05  CT-RECOVERY-COUNT            PICTURE 9(7) VALUE 0.
000792     05  CT-RECOVERY-AMT              PICTURE 9(9)V99 VALUE 0.
000793     05  CT-DISPUTE-CR-COUNT          PICTURE 9(7) VALUE 0.
000794     05  CT-DISPUTE-CR-AMT            PICTURE 9(9)V99 VALUE 0.
000795     05  CT-UNCLAIMED-COUNT           PICTURE 9(7) VALUE 0.
000796     05  CT-UNCLAIMED-AMT             PICTURE 9(9)V99 VALUE 0.
000797
000800 01  GL-HEADER-RECORD.
000810     05  GLH-RECORD-TYPE               PICTURE X(1) VALUE "H".
000820     05  GLH-RUN-DATE                  PICTURE X(10).
001647         WHEN AUD-TRANS-TYPE = "R"
001648             ADD 1 TO CT-REFUND-COUNT
001649             ADD AUD-TRANS-AMOUNT TO CT-REFUND-AMT
001650         WHEN AUD-TRANS-TYPE = "W"
001651             ADD 1 TO CT-WRITEOFF-COUNT
001652             ADD AUD-TRANS-AMOUNT TO CT-WRITEOFF-AMT
001653         WHEN AUD-TRANS-TYPE = "V"
001654             ADD 1 TO CT-RECOVERY-COUNT
001655             ADD AUD-TRANS-AMOUNT TO CT-RECOVERY-AMT
001656         WHEN AUD-TRANS-TYPE = "J"
001657             ADD 1 TO CT-DISPUTE-CR-COUNT
001658             ADD AUD-TRANS-AMOUNT TO CT-DISPUTE-CR-AMT
001659         WHEN AUD-TRANS-TYPE = "U"
001660             ADD 1 TO CT-UNCLAIMED-COUNT
001661             ADD AUD-TRANS-AMOUNT TO CT-UNCLAIMED-AMT
001662     END-EVALUATE.
001663
001670 3000-EXIT.
001680     EXIT.
001690
002086         MOVE "11000"             TO GLD-GL-ACCOUNT
002087     END-IF
002088
002089*----------------------------------------------------------------
002090*    A WRITE-OFF MOVES THE BALANCE OUT OF RECEIVABLES INTO BAD-
002091*    DEBT EXPENSE, AGAIN AS A BALANCED PAIR.  A RECOVERY ON A
002092*    WRITTEN-OFF ACCOUNT NEVER TOUCHES RECEIVABLES - IT IS
002093*    CREDITED STRAIGHT TO BAD-DEBT RECOVERY.
002094*----------------------------------------------------------------
002095     IF CT-WRITEOFF-COUNT > 0
002096         MOVE "WRITEOFF"          TO GLD-SOURCE-CODE
002097         MOVE "61500"             TO GLD-GL-ACCOUNT
002098         MOVE "D"                 TO GLD-DEBIT-CREDIT
002099         MOVE CT-WRITEOFF-AMT     TO GLD-AMOUNT
002100         MOVE CT-WRITEOFF-COUNT   TO GLD-RECORD-COUNT
002101         PERFORM 4100-WRITE-DETAIL-RECORD THRU 4100-EXIT
002102         MOVE "WRITEOFF"          TO GLD-SOURCE-CODE
002103         MOVE "11000"             TO GLD-GL-ACCOUNT
002104         MOVE "C"                 TO GLD-DEBIT-CREDIT
002105         MOVE CT-WRITEOFF-AMT     TO GLD-AMOUNT
002106         MOVE CT-WRITEOFF-COUNT   TO GLD-RECORD-COUNT
002107         PERFORM 4100-WRITE-DETAIL-RECORD THRU 4100-EXIT
002108     END-IF
002109
002110     IF CT-RECOVERY-COUNT > 0
002111         MOVE "RECOVERY"          TO GLD-SOURCE-CODE
002112         MOVE "41500"             TO GLD-GL-ACCOUNT
002113         MOVE "C"                 TO GLD-DEBIT-CREDIT
002114         MOVE CT-RECOVERY-AMT     TO GLD-AMOUNT
002115         MOVE CT-RECOVERY-COUNT   TO GLD-RECORD-COUNT
002116         PERFORM 4100-WRITE-DETAIL-RECORD THRU 4100-EXIT
002117         MOVE "11000"             TO GLD-GL-ACCOUNT
002118     END-IF
002119
002120*----------------------------------------------------------------
002121*    A CREDIT GRANTED ON A DISPUTED ITEM COMES OUT OF RECEIVABLES
002122*    AND IS CHARGED TO SALES ALLOWANCES, AS A BALANCED PAIR.
002123*----------------------------------------------------------------
002124     IF CT-DISPUTE-CR-COUNT > 0
002125         MOVE "DISPCRED"          TO GLD-SOURCE-CODE
002126         MOVE "41200"             TO GLD-GL-ACCOUNT
002127         MOVE "D"                 TO GLD-DEBIT-CREDIT
002128         MOVE CT-DISPUTE-CR-AMT   TO GLD-AMOUNT
002129         MOVE CT-DISPUTE-CR-COUNT TO GLD-RECORD-COUNT
002130         PERFORM 4100-WRITE-DETAIL-RECORD THRU 4100-EXIT
002131         MOVE "DISPCRED"          TO GLD-SOURCE-CODE
002132         MOVE "11000"             TO GLD-GL-ACCOUNT
002133         MOVE "C"                 TO GLD-DEBIT-CREDIT
002134         MOVE CT-DISPUTE-CR-AMT   TO GLD-AMOUNT
002135         MOVE CT-DISPUTE-CR-COUNT TO GLD-RECORD-COUNT
002136         PERFORM 4100-WRITE-DETAIL-RECORD THRU 4100-EXIT
002137     END-IF
002138
002139*----------------------------------------------------------------
002140*    A DORMANT CREDIT REMITTED AS UNCLAIMED PROPERTY LEAVES THE
002141*    CUSTOMER'S ACCOUNT AND IS OWED TO THE STATE INSTEAD - DEBIT
002142*    RECEIVABLES, CREDIT UNCLAIMED PROPERTY PAYABLE.
002143*----------------------------------------------------------------
002144     IF CT-UNCLAIMED-COUNT > 0
002145         MOVE "UNCLAIMD"          TO GLD-SOURCE-CODE
002146         MOVE "11000"             TO GLD-GL-ACCOUNT
002147         MOVE "D"                 TO GLD-DEBIT-CREDIT
002148         MOVE CT-UNCLAIMED-AMT    TO GLD-AMOUNT
002149         MOVE CT-UNCLAIMED-COUNT  TO GLD-RECORD-COUNT
002150         PERFORM 4100-WRITE-DETAIL-RECORD THRU 4100-EXIT
002151         MOVE "UNCLAIMD"          TO GLD-SOURCE-CODE
002152         MOVE "21500"             TO GLD-GL-ACCOUNT
002153         MOVE "C"                 TO GLD-DEBIT-CREDIT
002154         MOVE CT-UNCLAIMED-AMT    TO GLD-AMOUNT
002155         MOVE CT-UNCLAIMED-COUNT  TO GLD-RECORD-COUNT
002156         PERFORM 4100-WRITE-DETAIL-RECORD THRU 4100-EXIT
002157         MOVE "11000"             TO GLD-GL-ACCOUNT
002158     END-IF
002159
002160     MOVE WS-DETAIL-COUNT TO GLT-DETAIL-COUNT
002161     MOVE WS-HASH-TOTAL   TO GLT-HASH-TOTAL
002162     MOVE CT-AUDITS-READ  TO GLT-AUDIT-COUNT
002163     WRITE GL-EXTRACT-RECORD FROM GL-TRAILER-RECORD
002164
002165     CLOSE GL-EXTRACT-FILE.
002166
002167 4000-EXIT.
002168     EXIT.
002169
002170*----------------------------------------------------------------
002180*    4100-WRITE-DETAIL-RECORD - WRITE ONE JOURNAL DETAIL AND
002190*    ROLL ITS AMOUNT INTO THE TRAILER HASH TOTAL.
002476         CT-REFUND-COUNT " / " CT-REFUND-AMT
002477     DISPLAY "Credit balances - count / amt .. "
002478         CT-CREDIT-BAL-COUNT " / " CT-CREDIT-BAL-AMT
002479     DISPLAY "Write-offs - count / amount .... "
002480         CT-WRITEOFF-COUNT " / " CT-WRITEOFF-AMT
002481     DISPLAY "Recoveries - count / amount .... "
002482         CT-RECOVERY-COUNT " / " CT-RECOVERY-AMT
002483     DISPLAY "Dispute credits - count / amt .. "
002484         CT-DISPUTE-CR-COUNT " / " CT-DISPUTE-CR-AMT
002485     DISPLAY "Unclaimed prop - count / amt ... "
002486         CT-UNCLAIMED-COUNT " / " CT-UNCLAIMED-AMT
002487     DISPLAY "Journal details written ........ " WS-DETAIL-COUNT
002490     DISPLAY "Hash total ..................... " WS-HASH-TOTAL
002500     DISPLAY "==============================================".
002510
