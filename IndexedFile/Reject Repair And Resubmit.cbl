000246*                     REJECTED ADDRESS CHANGE ("A") RESUBMITS
000247*                     INTACT.  REJECT FILES WRITTEN BEFORE THIS
000248*                     CHANGE SHOULD BE CLEARED OR CONVERTED.
000249*    10/15/2026 DP    A REPAIRED PURCHASE, PAYMENT OR REFUND STILL
000250*                     DATED IN AN ACCOUNTING PERIOD THE MONTH-END
000251*                     CLOSE HAS ALREADY CLOSED IS NO LONGER
000252*                     RESUBMITTED - IT IS REPORTED AND COUNTED
000253*                     SEPARATELY AND LEFT ON THE REJECT FILE,
000254*                     SINCE THE POSTING RUN COULD ONLY REJECT IT
000255*                     AGAIN.
000256*    10/15/2026 DP    REJECT AND RESUBMIT RECORDS NOW CARRY THE
000257*                     FEED'S 10-BYTE INVOICE NUMBER SO A
000258*                     REPAIRED PURCHASE OR PAYMENT KEEPS THE
000259*                     INVOICE IT WAS BILLED OR PAID UNDER.
000260*    10/15/2026 DP    A DISPUTE ("D") IS MAINTENANCE FOR THE
000261*                     CLOSED-PERIOD CHECK UNLESS IT RESOLVES THE
000262*                     DISPUTE BY CREDIT, WHICH MOVES MONEY.
000263*    10/15/2026 DP    A SALESPERSON ASSIGNMENT ("S") IS
000264*                     MAINTENANCE FOR THE CLOSED-PERIOD CHECK.
000265*    -----------------------------------------------------------
000266*
000267 ENVIRONMENT DIVISION.
000268 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT REJECT-TRANSACTIONS
000290         ASSIGN TO "C:\a\exercise10\rejects.txt"
000390         ASSIGN TO "C:\a\exercise10\resubmit.txt"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000411     SELECT PERIOD-CONTROL-FILE
000412         ASSIGN TO "C:\a\exercise10\perdctl.txt"
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS DYNAMIC
000415         RECORD KEY IS PCTL-PERIOD
000416         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000417
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  REJECT-TRANSACTIONS.
000540         88  REJ-NOT-RESUBMITTED          VALUE "N".
000550         88  REJ-RESUBMITTED              VALUE "Y".
000552     05  REJ-ADDRESS-DATA             PICTURE X(104).
000556     05  REJ-INVOICE-NO               PICTURE X(10).
000560
000570 FD  REPAIR-CONTROL-FILE.
000580 01  REPAIR-CONTROL-RECORD.
000710     05  AMT-OF-PURCHASE-TRANS        PICTURE 9(5)V99.
000720     05  TRANSACTION-TYPE-TRANS       PICTURE X(1).
000722     05  TRANS-ADDRESS-DATA           PICTURE X(104).
000723     05  TRANS-INVOICE-NO             PICTURE X(10).
000724
000725 FD  PERIOD-CONTROL-FILE.
000726 01  PERIOD-CONTROL-RECORD.
000727     05  PCTL-PERIOD                   PICTURE 9(6).
000728     05  PCTL-STATUS                   PICTURE X(1).
000729         88  PCTL-PERIOD-CLOSED            VALUE "C".
000730     05  PCTL-CLOSED-YYYYMMDD          PICTURE 9(8).
000731     05  PCTL-OPENING-AR               PICTURE S9(9)V99
000732                                       SIGN LEADING SEPARATE.
000733     05  PCTL-CLOSING-AR               PICTURE S9(9)V99
000734                                       SIGN LEADING SEPARATE.
000735
000740 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000760     05  WS-REJECT-EOF                PICTURE X(1) VALUE "N".
000810         88  REPAIR-MATCHED               VALUE "Y".
000820     05  WS-REJECT-FILE-STATUS        PICTURE X(2) VALUE SPACES.
000830     05  WS-REPAIR-FILE-STATUS        PICTURE X(2) VALUE SPACES.
000831     05  WS-PERIOD-FILE-STATUS        PICTURE X(2) VALUE SPACES.
000832     05  WS-PERIOD-EOF                PICTURE X(1) VALUE "N".
000833         88  PERIOD-EOF                   VALUE "Y".
000834     05  WS-IN-CLOSED-PERIOD          PICTURE X(1) VALUE "N".
000835         88  IN-CLOSED-PERIOD             VALUE "Y".
000840
000850 01  WS-REPAIR-TABLE-CONTROLS.
000860     05  WS-REPAIR-COUNT              PICTURE 9(3) COMP VALUE 0.
001050     05  CT-REPAIRS-UNMATCHED         PICTURE 9(7) COMP VALUE 0.
001052     05  CT-REPAIR-MISMATCHES         PICTURE 9(7) COMP VALUE 0.
001054     05  CT-REPAIR-BAD-AMOUNTS        PICTURE 9(7) COMP VALUE 0.
001057     05  CT-REPAIR-CLOSED-PERIOD      PICTURE 9(7) COMP VALUE 0.
001060     05  CT-RESUBMIT-AMT-TOTAL        PICTURE 9(9)V99 VALUE ZERO.
001070
001080 01  WS-SEQUENCE-CONTROLS.

001092 01  WS-BUSINESS-DATE-CONTROLS.
001093     05  WS-BUSINESS-DATE             PICTURE X(8).
001094     05  WS-LAST-CLOSED-PERIOD        PICTURE 9(6) VALUE 0.
001095     05  WS-REJECT-PERIOD             PICTURE 9(6) VALUE 0.
001096     05  WS-EFFECTIVE-TYPE            PICTURE X(1) VALUE SPACE.
001097         88  EFFECTIVE-TYPE-MAINTENANCE   VALUES "L" "N" "X"
001098                                                 "A" "D" "S".
001099         88  EFFECTIVE-TYPE-DISPUTE       VALUE "D".

001100*----------------------------------------------------------------
001101*    BALANCING TRAILER WRITTEN AS THE LAST RESUBMIT RECORD SO
001102*    THE POSTING RUN CAN PROVE THE FILE AT HAND-OFF.
001103*----------------------------------------------------------------
001104 01  RSB-TRAILER-RECORD.
001105     05  RTR-MARKER          PICTURE X(5) VALUE "*TRL*".
001106     05  RTR-RECORD-COUNT             PICTURE 9(7).
001107     05  RTR-AMOUNT-TOTAL             PICTURE 9(9)V99.
001108     05  RTR-BUSINESS-DATE            PICTURE 9(8).
001109     05  FILLER                       PICTURE X(126)
001110                                      VALUE SPACES.
001111
001112 PROCEDURE DIVISION.
001120*----------------------------------------------------------------
001130*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001140*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001178     END-IF
001179
001180     PERFORM 1000-LOAD-REPAIR-TABLE THRU 1000-EXIT
001183
001186     PERFORM 1200-LOAD-LAST-CLOSED-PERIOD THRU 1200-EXIT
001190
001200     IF WS-REPAIR-COUNT = 0
001210         DISPLAY "No repair control records - nothing to do."
001970     EXIT.
001980
001990*----------------------------------------------------------------
001991*    1200-LOAD-LAST-CLOSED-PERIOD - FIND THE LATEST ACCOUNTING
001992*    PERIOD (YYYYMM) THE MONTH-END CLOSE HAS MARKED CLOSED.  NO
001993*    PERIOD-CONTROL FILE YET MEANS NO PERIOD HAS EVER BEEN CLOSED
001994*    AND THE LAST CLOSED PERIOD STAYS ZERO.
001995*----------------------------------------------------------------
001996 1200-LOAD-LAST-CLOSED-PERIOD.
001997
001998     OPEN INPUT PERIOD-CONTROL-FILE
001999     IF WS-PERIOD-FILE-STATUS NOT = "00"
002000         GO TO 1200-EXIT
002001     END-IF
002002
002003     PERFORM 1210-READ-ONE-PERIOD THRU 1210-EXIT
002004         UNTIL PERIOD-EOF
002005
002006     CLOSE PERIOD-CONTROL-FILE.
002007
002008 1200-EXIT.
002009     EXIT.
002010
002011*----------------------------------------------------------------
002012*    1210-READ-ONE-PERIOD - KEEP THE HIGHEST CLOSED PERIOD SEEN.
002013*----------------------------------------------------------------
002014 1210-READ-ONE-PERIOD.
002015
002016     READ PERIOD-CONTROL-FILE NEXT RECORD
002017         AT END
002018             MOVE "Y" TO WS-PERIOD-EOF
002019             GO TO 1210-EXIT
002020     END-READ
002021
002022     IF PCTL-PERIOD-CLOSED
002023        AND PCTL-PERIOD > WS-LAST-CLOSED-PERIOD
002024         MOVE PCTL-PERIOD TO WS-LAST-CLOSED-PERIOD
002025     END-IF.
002026
002027 1210-EXIT.
002028     EXIT.
002029
002030*----------------------------------------------------------------
002031*    3000-PROCESS-ONE-REJECT - READ THE NEXT REJECT RECORD AND,
002032*    WHEN A REPAIR CONTROL RECORD NAMES ITS SEQUENCE NUMBER,
002033*    RESUBMIT IT WITH THE CORRECTIONS APPLIED.
002034*----------------------------------------------------------------
002040 3000-PROCESS-ONE-REJECT.
002050
002060     READ REJECT-TRANSACTIONS
002100             ADD 1 TO WS-REJECT-SEQ
002110             ADD 1 TO CT-REJECTS-READ
002120             PERFORM 3100-MATCH-REPAIR THRU 3100-EXIT
002125             PERFORM 3150-CHECK-CLOSED-PERIOD THRU 3150-EXIT
002130             IF REPAIR-MATCHED
002132                 EVALUATE TRUE
002134                     WHEN WS-REP-ORIG-CUSTOMER-NO
002157                         ADD 1 TO CT-ALREADY-RESUBMITTED
002158                         DISPLAY "Reject " WS-REJECT-SEQ
002159                             " already resubmitted - skipped."
002162                     WHEN IN-CLOSED-PERIOD
002165                         ADD 1 TO CT-REPAIR-CLOSED-PERIOD
002168                         DISPLAY "Reject " WS-REJECT-SEQ
002171                             " is dated in closed period "
002174                             WS-REJECT-PERIOD
002177                             " - not resubmitted."
002180                     WHEN OTHER
002190                         PERFORM 3200-RESUBMIT-REJECT
002195                             THRU 3200-EXIT
002600     EXIT.
002610
002620*----------------------------------------------------------------
002621*    3150-CHECK-CLOSED-PERIOD - DECIDE WHETHER THE MATCHED REJECT
002622*    WOULD POST INTO A CLOSED ACCOUNTING PERIOD.  THE REPAIR
002623*    CANNOT CHANGE THE DATE, SO IT IS THE REJECT'S OWN DATE THAT
002624*    COUNTS, BUT THE TYPE IS THE ONE IT WILL BE RESUBMITTED AS -
002625*    MAINTENANCE MOVES NO MONEY AND IS NOT HELD TO THE CLOSE -
002626*    EXCEPT A DISPUTE RESOLVED BY CREDIT (ACTION "C" IN THE FIRST
002627*    BYTE OF THE ADDRESS BLOCK), WHICH DOES.
002628*----------------------------------------------------------------
002629 3150-CHECK-CLOSED-PERIOD.
002630
002631     MOVE "N" TO WS-IN-CLOSED-PERIOD
002632     IF NOT REPAIR-MATCHED
002633         GO TO 3150-EXIT
002634     END-IF
002635
002636     MOVE REJ-TRANSACTION-TYPE TO WS-EFFECTIVE-TYPE
002637     IF WS-REP-NEW-TRANS-TYPE (WS-REPAIR-USE) NOT = SPACES
002638         MOVE WS-REP-NEW-TRANS-TYPE (WS-REPAIR-USE)
002639             TO WS-EFFECTIVE-TYPE
002640     END-IF
002641     IF EFFECTIVE-TYPE-MAINTENANCE
002642        AND NOT (EFFECTIVE-TYPE-DISPUTE
002643                 AND REJ-ADDRESS-DATA (1:1) = "C")
002644         GO TO 3150-EXIT
002645     END-IF
002646
002647     STRING REJ-DATE-OF-PURCHASE (7:4)
002648            REJ-DATE-OF-PURCHASE (1:2)
002649         DELIMITED BY SIZE INTO WS-REJECT-PERIOD
002650     IF WS-REJECT-PERIOD NOT > WS-LAST-CLOSED-PERIOD
002651         MOVE "Y" TO WS-IN-CLOSED-PERIOD
002652     END-IF.
002653
002654 3150-EXIT.
002655     EXIT.
002656
002657*----------------------------------------------------------------
002658*    3200-RESUBMIT-REJECT - BUILD A CUSTOMER-TRANS RECORD FROM
002659*    THE REJECT, APPLY WHICHEVER CORRECTIONS THE REPAIR RECORD
002660*    CARRIES (BLANK FIELDS KEEP THE ORIGINAL VALUE), WRITE IT TO
002661*    THE RESUBMIT FILE AND MARK THE REJECT RESUBMITTED IN PLACE.
002670*----------------------------------------------------------------
002680 3200-RESUBMIT-REJECT.
002690
002730     MOVE REJ-AMT-OF-PURCHASE  TO AMT-OF-PURCHASE-TRANS
002740     MOVE REJ-TRANSACTION-TYPE TO TRANSACTION-TYPE-TRANS
002742     MOVE REJ-ADDRESS-DATA     TO TRANS-ADDRESS-DATA
002746     MOVE REJ-INVOICE-NO       TO TRANS-INVOICE-NO
002750
002760     IF WS-REP-NEW-CUSTOMER-NO (WS-REPAIR-USE) NOT = SPACES
002770         MOVE WS-REP-NEW-CUSTOMER-NO (WS-REPAIR-USE)
003514         CT-REPAIR-MISMATCHES
003516     DISPLAY "Repairs refused - bad amount ... "
003518         CT-REPAIR-BAD-AMOUNTS
003519     DISPLAY "Refused - closed period ........ "
003520         CT-REPAIR-CLOSED-PERIOD
003521     DISPLAY "Total amount resubmitted ....... "
003530         CT-RESUBMIT-AMT-TOTAL
003540     DISPLAY "==============================================".
003550
