000304*                     THE MASTER, BACKUP AND AUDIT RECORDS SO A
000305*                     CREDIT BALANCE RESTORES AND ROLLS FORWARD
000306*                     CORRECTLY.
000307*    10/15/2026 DP    ROLL-FORWARD NOW PICKS UP THE BEFORE/AFTER
000308*                     IMAGE THE POSTING RUN WRITES FOR EACH
000309*                     APPROVED MAINTENANCE CHANGE.  A NAME CHANGE
000310*                     RESTORES THE NAME, AN ADDRESS CHANGE
000311*                     RESTORES THE ADDRESS RECORD AND A CLOSE
000312*                     REMOVES THE ADDRESS RECORD WITH THE MASTER.
000313*                     IMAGES ARE MATCHED TO AUDIT RECORDS ON
000314*                     CUSTOMER, TRANSACTION DATE AND TYPE AND ARE
000315*                     USED UP IN ORDER.  THE REPORT WARNS THAT
000316*                     ADDRESS CHANGES AFTER THE CUTOFF ARE NOT
000317*                     BACKED OUT.
000318*    10/15/2026 DP    PICKED UP THE LONGER CHANGE-IMAGE RECORD
000319*                     (SALES REP BEFORE AND AFTER).  A SALESPERSON
000320*                     ASSIGNMENT MOVES NO MONEY AND IS ROLLED
000321*                     FORWARD LIKE ANY OTHER AUDIT RECORD; THE
000322*                     CUSTOMER-REP FILE, LIKE THE ADDRESS FILE, IS
000323*                     NOT PART OF THE MASTER BACKUP.
000324*    -----------------------------------------------------------
000325*
000326 ENVIRONMENT DIVISION.
000327 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT BACKUP-MASTER
000350         ASSIGN TO WS-BACKUP-FILENAME
000520     SELECT RESTORE-REPORT
000530         ASSIGN TO "C:\a\exercise10\restrpt.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000541
000542     SELECT CUSTOMER-ADDRESS-FILE
000543         ASSIGN TO "C:\a\exercise10\custaddr.txt"
000544         ORGANIZATION IS INDEXED
000545         ACCESS MODE IS DYNAMIC
000546         RECORD KEY IS ADDR-CUSTOMER-NO
000547         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000548
000549     SELECT MAINT-IMAGE-FILE
000550         ASSIGN TO "C:\a\exercise10\mntimage.txt"
000551         ORGANIZATION IS INDEXED
000552         ACCESS MODE IS DYNAMIC
000553         RECORD KEY IS MIMG-KEY
000554         FILE STATUS IS WS-IMAGE-FILE-STATUS.
000555
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BACKUP-MASTER.
000860 FD  RESTORE-REPORT.
000870 01  RESTORE-REPORT-RECORD            PICTURE X(80).
000880
000881 FD  CUSTOMER-ADDRESS-FILE.
000882 01  CUSTOMER-ADDRESS-RECORD.
000883     05  ADDR-CUSTOMER-NO              PICTURE X(5).
000884     05  ADDR-LINE-1                   PICTURE X(30).
000885     05  ADDR-LINE-2                   PICTURE X(30).
000886     05  ADDR-CITY                     PICTURE X(20).
000887     05  ADDR-STATE                    PICTURE X(2).
000888     05  ADDR-ZIP                      PICTURE X(10).
000889     05  ADDR-PHONE                    PICTURE X(12).
000890
000891 FD  MAINT-IMAGE-FILE.
000892 01  MAINT-IMAGE-RECORD.
000893     05  MIMG-KEY.
000894         10  MIMG-CUSTOMER-NO          PICTURE X(5).
000895         10  MIMG-TRANS-YYYYMMDD       PICTURE 9(8).
000896         10  MIMG-SEQUENCE-NO          PICTURE 9(3).
000897     05  MIMG-TRANS-TYPE               PICTURE X(1).
000898         88  MIMG-LIMIT-CHANGE             VALUE "L".
000899         88  MIMG-NAME-CHANGE              VALUE "N".
000900         88  MIMG-ADDRESS-CHANGE           VALUE "A".
000901         88  MIMG-CLOSE-ACCOUNT            VALUE "X".
000902     05  MIMG-APPLIED-YYYYMMDD         PICTURE 9(8).
000903     05  MIMG-SUBMITTED-BY             PICTURE X(8).
000904     05  MIMG-APPROVED-BY              PICTURE X(8).
000905     05  MIMG-PENDING-KEY              PICTURE X(13).
000906     05  MIMG-BEFORE-MASTER.
000907         10  MIMG-BEF-CUSTOMER-NO      PICTURE X(5).
000908         10  MIMG-BEF-NAME             PICTURE X(20).
000909         10  MIMG-BEF-LAST-PURCHASE    PICTURE 99/99/9999.
000910         10  MIMG-BEF-AMT-OWED         PICTURE S9(5)V99
000911                                       SIGN LEADING SEPARATE.
000912         10  MIMG-BEF-CREDIT-LIMIT     PICTURE 9(5)V99.
000913     05  MIMG-AFTER-MASTER.
000914         10  MIMG-AFT-CUSTOMER-NO      PICTURE X(5).
000915         10  MIMG-AFT-NAME             PICTURE X(20).
000916         10  MIMG-AFT-LAST-PURCHASE    PICTURE 99/99/9999.
000917         10  MIMG-AFT-AMT-OWED         PICTURE S9(5)V99
000918                                       SIGN LEADING SEPARATE.
000919         10  MIMG-AFT-CREDIT-LIMIT     PICTURE 9(5)V99.
000920     05  MIMG-BEF-ADDR-ON-FILE         PICTURE X(1).
000921         88  MIMG-BEF-ADDR-PRESENT         VALUE "Y".
000922     05  MIMG-BEFORE-ADDRESS.
000923         10  MIMG-BEF-ADDR-CUSTOMER-NO PICTURE X(5).
000924         10  MIMG-BEF-ADDR-LINE-1      PICTURE X(30).
000925         10  MIMG-BEF-ADDR-LINE-2      PICTURE X(30).
000926         10  MIMG-BEF-ADDR-CITY        PICTURE X(20).
000927         10  MIMG-BEF-ADDR-STATE       PICTURE X(2).
000928         10  MIMG-BEF-ADDR-ZIP         PICTURE X(10).
000929         10  MIMG-BEF-ADDR-PHONE       PICTURE X(12).
000930     05  MIMG-AFT-ADDR-ON-FILE         PICTURE X(1).
000931         88  MIMG-AFT-ADDR-PRESENT         VALUE "Y".
000932     05  MIMG-AFTER-ADDRESS.
000933         10  MIMG-AFT-ADDR-CUSTOMER-NO PICTURE X(5).
000934         10  MIMG-AFT-ADDR-LINE-1      PICTURE X(30).
000935         10  MIMG-AFT-ADDR-LINE-2      PICTURE X(30).
000936         10  MIMG-AFT-ADDR-CITY        PICTURE X(20).
000937         10  MIMG-AFT-ADDR-STATE       PICTURE X(2).
000938         10  MIMG-AFT-ADDR-ZIP         PICTURE X(10).
000939         10  MIMG-AFT-ADDR-PHONE       PICTURE X(12).
000940     05  MIMG-BEF-REP-CODE             PICTURE X(4).
000941     05  MIMG-AFT-REP-CODE             PICTURE X(4).
000942
000943 WORKING-STORAGE SECTION.
000944 01  WS-SWITCHES.
000945     05  WS-BACKUP-EOF                PICTURE X(1) VALUE "N".
000946         88  BACKUP-EOF                   VALUE "Y".
000947     05  WS-AUDIT-EOF                 PICTURE X(1) VALUE "N".
000948         88  AUDIT-EOF                    VALUE "Y".
000950     05  WS-CUTOFF-REACHED            PICTURE X(1) VALUE "N".
000960         88  CUTOFF-REACHED               VALUE "Y".
000970     05  WS-BACKUP-FILE-STATUS        PICTURE X(2) VALUE SPACES.
000980     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
000981     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000982     05  WS-IMAGE-FILE-STATUS         PICTURE X(2) VALUE SPACES.
000983     05  WS-IMAGE-FILE-OPEN           PICTURE X(1) VALUE "N".
000984         88  IMAGE-FILE-OPEN              VALUE "Y".
000985     05  WS-IMAGE-FOUND               PICTURE X(1) VALUE "N".
000986         88  IMAGE-FOUND                  VALUE "Y".
000987     05  WS-IMAGE-SEARCH-DONE         PICTURE X(1) VALUE "N".
000988         88  IMAGE-SEARCH-DONE            VALUE "Y".
000990
001000 01  WS-OPERATOR-CONTROLS.
001010     05  WS-BACKUP-DATE                PICTURE X(8).
001080     05  WS-AUDIT-SEQ                  PICTURE 9(7) VALUE 0.
001082     05  WS-FIRST-AUDIT-YYYYMMDD       PICTURE 9(8) VALUE 0.
001090     05  WS-DEFAULT-CREDIT-LIMIT    PICTURE 9(5)V99 VALUE 1000.00.
001092     05  WS-IMAGE-SEARCH-KEY.
001094         10  WS-IMAGE-SEARCH-CUST      PICTURE X(5).
001096         10  WS-IMAGE-SEARCH-DATE      PICTURE 9(8).
001098     05  WS-LAST-IMAGE-KEY             PICTURE X(16) VALUE SPACES.
001100
001110 01  WS-CONTROL-TOTALS.
001120     05  CT-RECORDS-RESTORED          PICTURE 9(7) COMP VALUE 0.
001140     05  CT-AUDITS-SKIPPED            PICTURE 9(7) COMP VALUE 0.
001150     05  CT-ACCOUNTS-RECREATED        PICTURE 9(7) COMP VALUE 0.
001160     05  CT-ACCOUNTS-CLOSED           PICTURE 9(7) COMP VALUE 0.
001163     05  CT-NAMES-RESTORED            PICTURE 9(7) COMP VALUE 0.
001166     05  CT-ADDRESSES-RESTORED        PICTURE 9(7) COMP VALUE 0.
001170
001180 01  RPT-HEADING-1.
001190     05  FILLER                        PICTURE X(33) VALUE
001458     05  FILLER                        PICTURE X(30) VALUE
001459         ") - RESTORE ARCHIVES FIRST.".
001460
001461 01  RPT-ADDRESS-WARNING-1.
001462     05  FILLER                        PICTURE X(44) VALUE
001463         "** ADDRESS CHANGES APPLIED AFTER THE CUTOFF ".
001464     05  FILLER                        PICTURE X(36) VALUE
001465         "ARE NOT BACKED OUT.  SEE THE".
001466
001467 01  RPT-ADDRESS-WARNING-2.
001468     05  FILLER                        PICTURE X(44) VALUE
001469         "** MAINTENANCE CHANGE REPORT FOR THE BEFORE ".
001470     05  FILLER                        PICTURE X(36) VALUE
001471         "VALUES.".
001472
001473 PROCEDURE DIVISION.
001474*----------------------------------------------------------------
001480*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001490*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001500*----------------------------------------------------------------
001675     DISPLAY "Warning - the open-item file was not restored;"
001676         " rebuild or reconcile it before the next posting,"
001677         " aging or finance-charge run."
001678
001679     IF WS-CUTOFF-SEQ > 0
001680         WRITE RESTORE-REPORT-RECORD FROM RPT-ADDRESS-WARNING-1
001681         WRITE RESTORE-REPORT-RECORD FROM RPT-ADDRESS-WARNING-2
001682         DISPLAY "Warning - address changes applied after the"
001683             " cutoff are not backed out."
001684     END-IF
001685
001690     CLOSE RESTORE-REPORT
001700
001710     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
002740*----------------------------------------------------------------
002750*    3000-ROLL-FORWARD-AUDIT - RE-APPLY AUDIT RECORDS TO THE
002760*    RESTORED MASTER IN FILE ORDER, STOPPING AFTER THE CUTOFF
002766*    SEQUENCE.  THE ADDRESS FILE IS NOT PART OF THE BACKUP; IT
002772*    IS BROUGHT FORWARD FROM THE MAINTENANCE CHANGE IMAGES.
002780*----------------------------------------------------------------
002790 3000-ROLL-FORWARD-AUDIT.
002800
002870         GO TO 3000-EXIT
002880     END-IF
002890
002891     OPEN I-O CUSTOMER-ADDRESS-FILE
002892     IF WS-ADDRESS-FILE-STATUS = "35"
002893         OPEN OUTPUT CUSTOMER-ADDRESS-FILE
002894         CLOSE CUSTOMER-ADDRESS-FILE
002895         OPEN I-O CUSTOMER-ADDRESS-FILE
002896     END-IF
002897
002898     OPEN INPUT MAINT-IMAGE-FILE
002899     IF WS-IMAGE-FILE-STATUS = "00"
002900         MOVE "Y" TO WS-IMAGE-FILE-OPEN
002901     ELSE
002902         DISPLAY "No maintenance change-image file - names and"
002903             " addresses not restored - status "
002904             WS-IMAGE-FILE-STATUS
002905     END-IF
002906
002907     PERFORM 3100-APPLY-ONE-AUDIT-RECORD THRU 3100-EXIT
002910         UNTIL AUDIT-EOF OR CUTOFF-REACHED
002920
002930     CLOSE AUDIT-TRAIL
002932     IF IMAGE-FILE-OPEN
002934         CLOSE MAINT-IMAGE-FILE
002936     END-IF
002938     CLOSE CUSTOMER-ADDRESS-FILE
002940     CLOSE CUSTOMER-MASTER.
002950
002960 3000-EXIT.
003230     MOVE AUD-TRANS-TYPE    TO RDL-TRANS-TYPE
003240     MOVE AUD-TRANS-AMOUNT  TO RDL-TRANS-AMOUNT
003250
003252     MOVE "N" TO WS-IMAGE-FOUND
003254     IF AUD-TRANS-TYPE = "L" OR "N" OR "A" OR "X"
003256         PERFORM 3400-FIND-CHANGE-IMAGE THRU 3400-EXIT
003258     END-IF
003260     MOVE AUD-CUSTOMER-NO TO CUSTOMER-NO-MASTER
003270     READ CUSTOMER-MASTER
003280         INVALID KEY
003390*----------------------------------------------------------------
003400*    3200-APPLY-TO-EXISTING - RE-APPLY ONE AUDIT RECORD TO A
003410*    MASTER RECORD THAT EXISTS.  A CLOSE-ACCOUNT AUDIT RECORD
003416*    DELETES THE MASTER (AND ANY ADDRESS) AGAIN; ANYTHING ELSE
003422*    SETS THE AUDITED NEW BALANCE AND LAST-PURCHASE DATE.  A
003428*    NAME OR ADDRESS CHANGE TAKES THE NEW NAME OR ADDRESS FROM
003434*    ITS CHANGE IMAGE WHEN ONE WAS FOUND.
003440*----------------------------------------------------------------
003450 3200-APPLY-TO-EXISTING.
003460
003590         END-DELETE
003600         ADD 1 TO CT-AUDITS-APPLIED
003610         ADD 1 TO CT-ACCOUNTS-CLOSED
003611         MOVE AUD-CUSTOMER-NO TO ADDR-CUSTOMER-NO
003612         DELETE CUSTOMER-ADDRESS-FILE RECORD
003613             INVALID KEY
003614                 CONTINUE
003615         END-DELETE
003620         MOVE "APPLIED - ACCOUNT CLOSED" TO RDL-ACTION
003630         GO TO 3200-EXIT
003640     END-IF
003682     IF AUD-TRANS-TYPE = "L"
003684         MOVE AUD-TRANS-AMOUNT TO CREDIT-LIMIT-MASTER
003686     END-IF
003687     IF AUD-TRANS-TYPE = "N" AND IMAGE-FOUND
003688         MOVE MIMG-AFT-NAME TO CUSTOMER-NAME-MASTER
003689     END-IF
003690     REWRITE CUSTOMER-MASTER-RECORD
003700         INVALID KEY
003710             ADD 1 TO CT-AUDITS-SKIPPED
003730             GO TO 3200-EXIT
003740     END-REWRITE
003750     ADD 1 TO CT-AUDITS-APPLIED
003751     EVALUATE TRUE
003752         WHEN AUD-TRANS-TYPE = "N" AND IMAGE-FOUND
003753             ADD 1 TO CT-NAMES-RESTORED
003754             MOVE "APPLIED - NAME RESTORED" TO RDL-ACTION
003755         WHEN AUD-TRANS-TYPE = "N"
003756             MOVE "APPLIED - NAME NOT RECOVERED" TO RDL-ACTION
003757         WHEN AUD-TRANS-TYPE = "A" AND IMAGE-FOUND
003758             PERFORM 3500-RESTORE-ADDRESS THRU 3500-EXIT
003759         WHEN AUD-TRANS-TYPE = "A"
003760             MOVE "APPLIED - ADDRESS NOT RECOVERED" TO RDL-ACTION
003761         WHEN OTHER
003762             MOVE "APPLIED" TO RDL-ACTION
003763     END-EVALUATE.
003770
003780 3200-EXIT.
003790     EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------
004171*    3400-FIND-CHANGE-IMAGE - FIND THE CHANGE IMAGE FOR THIS
004172*    MAINTENANCE AUDIT RECORD: THE NEXT ONE FOR THE SAME CUSTOMER,
004173*    TRANSACTION DATE AND TYPE AFTER THE LAST IMAGE USED, SO TWO
004174*    CHANGES ON ONE DAY ARE MATCHED IN THE ORDER THEY POSTED.
004175*----------------------------------------------------------------
004176 3400-FIND-CHANGE-IMAGE.
004177
004178     IF NOT IMAGE-FILE-OPEN
004179         GO TO 3400-EXIT
004180     END-IF
004181
004182     MOVE AUD-CUSTOMER-NO TO WS-IMAGE-SEARCH-CUST
004183     STRING AUD-TRANS-DATE (7:4)
004184            AUD-TRANS-DATE (1:2)
004185            AUD-TRANS-DATE (4:2)
004186         DELIMITED BY SIZE INTO WS-IMAGE-SEARCH-DATE
004187
004188     IF WS-LAST-IMAGE-KEY (1:13) = WS-IMAGE-SEARCH-KEY
004189         MOVE WS-LAST-IMAGE-KEY TO MIMG-KEY
004190         START MAINT-IMAGE-FILE KEY IS GREATER THAN MIMG-KEY
004191             INVALID KEY
004192                 GO TO 3400-EXIT
004193         END-START
004194     ELSE
004195         MOVE WS-IMAGE-SEARCH-CUST TO MIMG-CUSTOMER-NO
004196         MOVE WS-IMAGE-SEARCH-DATE TO MIMG-TRANS-YYYYMMDD
004197         MOVE ZERO                 TO MIMG-SEQUENCE-NO
004198         START MAINT-IMAGE-FILE KEY IS NOT LESS THAN MIMG-KEY
004199             INVALID KEY
004200                 GO TO 3400-EXIT
004201         END-START
004202     END-IF
004203
004204     MOVE "N" TO WS-IMAGE-SEARCH-DONE
004205     PERFORM 3410-READ-NEXT-IMAGE THRU 3410-EXIT
004206         UNTIL IMAGE-SEARCH-DONE.
004207
004208 3400-EXIT.
004209     EXIT.
004210
004211*----------------------------------------------------------------
004212*    3410-READ-NEXT-IMAGE - READ ONE IMAGE ALONG THE CUSTOMER AND
004213*    DATE, STOPPING ON THE FIRST OF THE SAME TYPE.
004214*----------------------------------------------------------------
004215 3410-READ-NEXT-IMAGE.
004216
004217     READ MAINT-IMAGE-FILE NEXT RECORD
004218         AT END
004219             MOVE "Y" TO WS-IMAGE-SEARCH-DONE
004220             GO TO 3410-EXIT
004221     END-READ
004222
004223     IF MIMG-CUSTOMER-NO NOT = WS-IMAGE-SEARCH-CUST
004224        OR MIMG-TRANS-YYYYMMDD NOT = WS-IMAGE-SEARCH-DATE
004225         MOVE "Y" TO WS-IMAGE-SEARCH-DONE
004226         GO TO 3410-EXIT
004227     END-IF
004228
004229     IF MIMG-TRANS-TYPE = AUD-TRANS-TYPE
004230         MOVE "Y"      TO WS-IMAGE-FOUND
004231         MOVE "Y"      TO WS-IMAGE-SEARCH-DONE
004232         MOVE MIMG-KEY TO WS-LAST-IMAGE-KEY
004233     END-IF.
004234
004235 3410-EXIT.
004236     EXIT.
004237
004238*----------------------------------------------------------------
004239*    3500-RESTORE-ADDRESS - PUT THE ADDRESS RECORD BACK THE WAY
004240*    THE CHANGE LEFT IT.
004241*----------------------------------------------------------------
004242 3500-RESTORE-ADDRESS.
004243
004244     IF NOT MIMG-AFT-ADDR-PRESENT
004245         MOVE "APPLIED - ADDRESS NOT RECOVERED" TO RDL-ACTION
004246         GO TO 3500-EXIT
004247     END-IF
004248
004249     MOVE MIMG-AFTER-ADDRESS TO CUSTOMER-ADDRESS-RECORD
004250     WRITE CUSTOMER-ADDRESS-RECORD
004251         INVALID KEY
004252             REWRITE CUSTOMER-ADDRESS-RECORD
004253                 INVALID KEY
004254                     MOVE "APPLIED - ADDRESS NOT RECOVERED"
004255                         TO RDL-ACTION
004256                     GO TO 3500-EXIT
004257             END-REWRITE
004258     END-WRITE
004259     ADD 1 TO CT-ADDRESSES-RESTORED
004260     MOVE "APPLIED - ADDRESS RESTORED" TO RDL-ACTION.
004261
004262 3500-EXIT.
004263     EXIT.
004264
004265*----------------------------------------------------------------
004266*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
004267*----------------------------------------------------------------
004268 8000-PRINT-CONTROL-TOTALS.
004269
004270     DISPLAY "=============================================="
004271     DISPLAY "            C O N T R O L   T O T A L S"
004272     DISPLAY "=============================================="
004273     DISPLAY "Records restored from backup ... "
004274         CT-RECORDS-RESTORED
004275     DISPLAY "Audit records applied .......... "
004280         CT-AUDITS-APPLIED
004290     DISPLAY "Audit records skipped .......... "
004300         CT-AUDITS-SKIPPED
004320         CT-ACCOUNTS-RECREATED
004330     DISPLAY "Accounts closed again .......... "
004340         CT-ACCOUNTS-CLOSED
004342     DISPLAY "Names restored from images ..... "
004344         CT-NAMES-RESTORED
004346     DISPLAY "Addresses restored from images . "
004348         CT-ADDRESSES-RESTORED
004350     DISPLAY "Roll-forward stopped after seq . " WS-AUDIT-SEQ
004360     DISPLAY "==============================================".
004370
