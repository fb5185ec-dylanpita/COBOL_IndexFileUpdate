000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM22 AS "IndexedFile.Program22".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  ONLINE MAINTENANCE
000120*                     APPROVAL.  CREDIT-LIMIT, NAME, ADDRESS AND
000130*                     CLOSE-ACCOUNT MAINTENANCE READ BY THE
000140*                     POSTING RUN WAITS ON THE PENDING-
000150*                     MAINTENANCE FILE UNTIL A SECOND OPERATOR
000160*                     REVIEWS IT HERE.
000170*                     EACH PENDING ITEM IS SHOWN NEXT TO THE
000180*                     ACCOUNT AS IT STANDS NOW, AND THE OPERATOR
000190*                     APPROVES IT, DECLINES IT WITH A REASON, OR
000200*                     LEAVES IT PENDING.  AN ITEM CAN NEVER BE
000210*                     DECIDED BY THE OPERATOR ID THAT SUBMITTED
000220*                     IT.  APPROVED ITEMS ARE POSTED BY THE NEXT
000230*                     POSTING RUN; DECLINED ITEMS NEVER POST.
000240*    10/15/2026 DP    SALESPERSON ASSIGNMENT (TYPE S) ITEMS ARE
000250*                     SHOWN WITH THE ACCOUNT'S REP NOW AND THE
000260*                     REP ASKED FOR, NAMED FROM THE SALESPERSON
000270*                     TABLE.
000280*    -----------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PENDING-MAINTENANCE-FILE
000340         ASSIGN TO "C:\a\exercise10\pendmnt.txt"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PMNT-KEY
000380         FILE STATUS IS WS-PENDING-FILE-STATUS.

000390     SELECT CUSTOMER-MASTER
000400         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CUSTOMER-NO-MASTER
000440         FILE STATUS IS WS-MASTER-FILE-STATUS.

000450     SELECT CUSTOMER-ADDRESS-FILE
000460         ASSIGN TO "C:\a\exercise10\custaddr.txt"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ADDR-CUSTOMER-NO
000500         FILE STATUS IS WS-ADDRESS-FILE-STATUS.

000510     SELECT CUSTOMER-REP-FILE
000520         ASSIGN TO "C:\a\exercise10\custrep.txt"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CREP-CUSTOMER-NO
000560         FILE STATUS IS WS-CUSTREP-FILE-STATUS.

000570     SELECT SALESPERSON-FILE
000580         ASSIGN TO "C:\a\exercise10\slsrep.txt"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS SREP-REP-CODE
000620         FILE STATUS IS WS-SALESPERSON-FILE-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650*----------------------------------------------------------------
000660*    ONE RECORD PER MAINTENANCE ITEM HELD BY THE POSTING RUN,
000670*    KEYED ON THE BUSINESS DATE IT WAS HELD AND A SEQUENCE WITHIN
000680*    THE DAY.  PMNT-TRANS-DATA IS THE FEED RECORD EXACTLY AS IT
000690*    ARRIVED.  AN ITEM STARTS PENDING ("P"); THIS PROGRAM MARKS IT
000700*    APPROVED ("A") OR DECLINED ("D"); THE POSTING RUN MARKS AN
000710*    APPROVED ITEM RELEASED ("R"), OR RELEASE-REJECTED ("F") WHEN
000720*    POSTING REJECTED IT.
000730*----------------------------------------------------------------
000740 FD  PENDING-MAINTENANCE-FILE.
000750 01  PENDING-MAINTENANCE-RECORD.
000760     05  PMNT-KEY.
000770         10  PMNT-BUSINESS-DATE        PICTURE 9(8).
000780         10  PMNT-SEQUENCE-NO          PICTURE 9(5).
000790     05  PMNT-TRANS-DATA.
000800         10  PMNT-CUSTOMER-NO          PICTURE X(5).
000810         10  PMNT-CUSTOMER-NAME        PICTURE X(20).
000820         10  PMNT-TRANS-DATE           PICTURE 99/99/9999.
000830         10  PMNT-AMOUNT               PICTURE 9(5)V99.
000840         10  PMNT-TRANS-TYPE           PICTURE X(1).
000850         10  PMNT-ADDRESS-DATA.
000860             15  PMNT-ADDR-LINE-1      PICTURE X(30).
000870             15  PMNT-ADDR-LINE-2      PICTURE X(30).
000880             15  PMNT-ADDR-CITY        PICTURE X(20).
000890             15  PMNT-ADDR-STATE       PICTURE X(2).
000900             15  PMNT-ADDR-ZIP         PICTURE X(10).
000910             15  PMNT-ADDR-PHONE       PICTURE X(12).
000920         10  PMNT-REP-DATA REDEFINES PMNT-ADDRESS-DATA.
000930             15  PMNT-REP-CODE         PICTURE X(4).
000940             15  FILLER                PICTURE X(100).
000950         10  PMNT-INVOICE-NO           PICTURE X(10).
000960     05  PMNT-SUBMITTED-BY             PICTURE X(8).
000970     05  PMNT-STATUS                   PICTURE X(1).
000980         88  PMNT-PENDING                  VALUE "P".
000990         88  PMNT-APPROVED                 VALUE "A".
001000         88  PMNT-DECLINED                 VALUE "D".
001010         88  PMNT-RELEASED                 VALUE "R".
001020         88  PMNT-RELEASE-REJECTED         VALUE "F".
001030     05  PMNT-DECIDED-BY               PICTURE X(8).
001040     05  PMNT-DECIDED-YYYYMMDD         PICTURE 9(8).
001050     05  PMNT-DECLINE-REASON           PICTURE X(30).
001060     05  PMNT-RELEASED-YYYYMMDD        PICTURE 9(8).

001070 FD  CUSTOMER-MASTER.
001080 01  CUSTOMER-MASTER-RECORD.
001090     05  CUSTOMER-NO-MASTER           PICTURE X(5).
001100     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
001110     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
001120     05  AMT-OWED-MASTER              PICTURE S9(5)V99
001130                                      SIGN LEADING SEPARATE.
001140     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.

001150 FD  CUSTOMER-ADDRESS-FILE.
001160 01  CUSTOMER-ADDRESS-RECORD.
001170     05  ADDR-CUSTOMER-NO              PICTURE X(5).
001180     05  ADDR-LINE-1                   PICTURE X(30).
001190     05  ADDR-LINE-2                   PICTURE X(30).
001200     05  ADDR-CITY                     PICTURE X(20).
001210     05  ADDR-STATE                    PICTURE X(2).
001220     05  ADDR-ZIP                      PICTURE X(10).
001230     05  ADDR-PHONE                    PICTURE X(12).

001240 FD  CUSTOMER-REP-FILE.
001250 01  CUSTOMER-REP-RECORD.
001260     05  CREP-CUSTOMER-NO              PICTURE X(5).
001270     05  CREP-REP-CODE                 PICTURE X(4).
001280     05  CREP-ASSIGNED-YYYYMMDD        PICTURE 9(8).

001290 FD  SALESPERSON-FILE.
001300 01  SALESPERSON-RECORD.
001310     05  SREP-REP-CODE                 PICTURE X(4).
001320     05  SREP-REP-NAME                 PICTURE X(20).
001330     05  SREP-TERRITORY                PICTURE X(4).
001340     05  SREP-STATUS                   PICTURE X(1).
001350         88  SREP-ACTIVE                   VALUE "A".
001360         88  SREP-INACTIVE                 VALUE "I".
001370     05  SREP-ADDED-BY                 PICTURE X(8).
001380     05  SREP-ADDED-YYYYMMDD           PICTURE 9(8).
001390     05  SREP-CHANGED-BY               PICTURE X(8).
001400     05  SREP-CHANGED-YYYYMMDD         PICTURE 9(8).

001410 WORKING-STORAGE SECTION.
001420 01  WS-SWITCHES.
001430     05  WS-PENDING-EOF               PICTURE X(1) VALUE "N".
001440         88  PENDING-EOF                  VALUE "Y".
001450     05  WS-REVIEW-DONE               PICTURE X(1) VALUE "N".
001460         88  REVIEW-DONE                  VALUE "Y".
001470     05  WS-ITEM-DONE                 PICTURE X(1) VALUE "N".
001480         88  ITEM-DONE                    VALUE "Y".
001490     05  WS-PENDING-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001500     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001510     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001520     05  WS-CUSTREP-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001530     05  WS-SALESPERSON-FILE-STATUS   PICTURE X(2) VALUE SPACES.

001540 01  WS-REVIEW-CONTROLS.
001550     05  WS-APPROVER-ID                PICTURE X(8) VALUE SPACES.
001560     05  WS-RUN-DATE                   PICTURE 9(8).
001570     05  WS-ACTION-REPLY               PICTURE X(3).
001580     05  WS-DECLINE-REASON             PICTURE X(30).
001590     05  WS-TYPE-TEXT                  PICTURE X(20).
001600     05  WS-DATE-EDIT                  PICTURE X(10).
001610     05  WS-DATE-EDIT-IN               PICTURE 9(8).
001620     05  WS-SHOW-AMOUNT                PICTURE ZZ,ZZ9.99.
001630     05  WS-SHOW-BALANCE               PICTURE -ZZ,ZZ9.99.
001640     05  WS-SHOW-REP-CODE              PICTURE X(4).

001650 01  WS-CONTROL-TOTALS.
001660     05  CT-ITEMS-REVIEWED            PICTURE 9(7) COMP VALUE 0.
001670     05  CT-ITEMS-APPROVED            PICTURE 9(7) COMP VALUE 0.
001680     05  CT-ITEMS-DECLINED            PICTURE 9(7) COMP VALUE 0.
001690     05  CT-ITEMS-LEFT-PENDING        PICTURE 9(7) COMP VALUE 0.
001700     05  CT-OWN-ITEMS-SKIPPED         PICTURE 9(7) COMP VALUE 0.
001710     05  CT-REWRITE-ERRORS            PICTURE 9(7) COMP VALUE 0.

001720 PROCEDURE DIVISION.
001730*----------------------------------------------------------------
001740*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001750*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001760*----------------------------------------------------------------
001770 0000-MAINLINE.

001780     PERFORM 1000-GET-APPROVER-ID THRU 1000-EXIT

001790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

001800     OPEN I-O PENDING-MAINTENANCE-FILE
001810     IF WS-PENDING-FILE-STATUS NOT = "00"
001820         DISPLAY "No pending-maintenance file - nothing to"
001830             " approve - status " WS-PENDING-FILE-STATUS
001840         STOP RUN
001850     END-IF

001860     OPEN INPUT CUSTOMER-MASTER
001870     IF WS-MASTER-FILE-STATUS NOT = "00"
001880         DISPLAY "Unable to open customer master - status "
001890             WS-MASTER-FILE-STATUS
001900         CLOSE PENDING-MAINTENANCE-FILE
001910         STOP RUN
001920     END-IF

001930     OPEN INPUT CUSTOMER-ADDRESS-FILE
001940     IF WS-ADDRESS-FILE-STATUS NOT = "00"
001950         DISPLAY "No customer address file - present addresses"
001960             " not shown - status " WS-ADDRESS-FILE-STATUS
001970     END-IF

001980     OPEN INPUT CUSTOMER-REP-FILE
001990     IF WS-CUSTREP-FILE-STATUS NOT = "00"
002000         DISPLAY "No customer-rep file - present salespeople"
002010             " not shown - status " WS-CUSTREP-FILE-STATUS
002020     END-IF

002030     OPEN INPUT SALESPERSON-FILE
002040     IF WS-SALESPERSON-FILE-STATUS NOT = "00"
002050         DISPLAY "No salesperson table - salesperson names not"
002060             " shown - status " WS-SALESPERSON-FILE-STATUS
002070     END-IF

002080     MOVE LOW-VALUES TO PMNT-KEY
002090     START PENDING-MAINTENANCE-FILE
002100         KEY IS NOT LESS THAN PMNT-KEY
002110         INVALID KEY
002120             MOVE "Y" TO WS-PENDING-EOF
002130     END-START

002140     PERFORM 2000-REVIEW-ONE-ITEM THRU 2000-EXIT
002150         UNTIL PENDING-EOF OR REVIEW-DONE

002160     CLOSE PENDING-MAINTENANCE-FILE
002170           CUSTOMER-MASTER
002180     IF WS-ADDRESS-FILE-STATUS = "00"
002190         CLOSE CUSTOMER-ADDRESS-FILE
002200     END-IF
002210     IF WS-CUSTREP-FILE-STATUS = "00"
002220         CLOSE CUSTOMER-REP-FILE
002230     END-IF
002240     IF WS-SALESPERSON-FILE-STATUS = "00"
002250         CLOSE SALESPERSON-FILE
002260     END-IF

002270     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

002280     STOP RUN.

002290*----------------------------------------------------------------
002300*    1000-GET-APPROVER-ID - EVERY DECISION CARRIES THE ID OF THE
002310*    OPERATOR WHO MADE IT, AND THAT ID IS WHAT KEEPS AN OPERATOR
002320*    FROM APPROVING THEIR OWN MAINTENANCE, SO THE RUN WILL NOT
002330*    START WITHOUT ONE.
002340*----------------------------------------------------------------
002350 1000-GET-APPROVER-ID.

002360     DISPLAY "Enter approving operator ID:"
002370     ACCEPT WS-APPROVER-ID

002380     IF WS-APPROVER-ID = SPACES
002390         DISPLAY "An operator ID is required - approval run not"
002400             " started."
002410         STOP RUN
002420     END-IF.

002430 1000-EXIT.
002440     EXIT.

002450*----------------------------------------------------------------
002460*    2000-REVIEW-ONE-ITEM - READ THE NEXT PENDING-MAINTENANCE
002470*    RECORD.  ITEMS ALREADY DECIDED ARE PASSED OVER.  AN ITEM
002480*    SUBMITTED UNDER THIS OPERATOR'S OWN ID IS NOT SHOWN FOR A
002490*    DECISION - IT IS LEFT PENDING FOR ANOTHER OPERATOR.
002500*----------------------------------------------------------------
002510 2000-REVIEW-ONE-ITEM.

002520     READ PENDING-MAINTENANCE-FILE NEXT RECORD
002530         AT END
002540             MOVE "Y" TO WS-PENDING-EOF
002550             GO TO 2000-EXIT
002560     END-READ

002570     IF NOT PMNT-PENDING
002580         GO TO 2000-EXIT
002590     END-IF

002600     IF PMNT-SUBMITTED-BY = WS-APPROVER-ID
002610         ADD 1 TO CT-OWN-ITEMS-SKIPPED
002620         DISPLAY "Item " PMNT-KEY " for account "
002630             PMNT-CUSTOMER-NO " was submitted by "
002640             PMNT-SUBMITTED-BY
002650         DISPLAY "    - another operator must approve it."
002660         GO TO 2000-EXIT
002670     END-IF

002680     ADD 1 TO CT-ITEMS-REVIEWED
002690     PERFORM 3000-SHOW-ITEM THRU 3000-EXIT

002700     MOVE "N" TO WS-ITEM-DONE
002710     PERFORM 4000-TAKE-DECISION THRU 4000-EXIT
002720         UNTIL ITEM-DONE.

002730 2000-EXIT.
002740     EXIT.

002750*----------------------------------------------------------------
002760*    3000-SHOW-ITEM - SHOW WHO SUBMITTED THE ITEM AND WHEN, THE
002770*    ACCOUNT AS IT STANDS ON THE MASTER NOW, AND THE CHANGE
002780*    ASKED FOR BESIDE THE VALUE IT WOULD REPLACE.
002790*----------------------------------------------------------------
002800 3000-SHOW-ITEM.

002810     EVALUATE PMNT-TRANS-TYPE
002820         WHEN "L"
002830             MOVE "CREDIT LIMIT CHANGE" TO WS-TYPE-TEXT
002840         WHEN "N"
002850             MOVE "NAME CHANGE"         TO WS-TYPE-TEXT
002860         WHEN "A"
002870             MOVE "ADDRESS CHANGE"      TO WS-TYPE-TEXT
002880         WHEN "X"
002890             MOVE "CLOSE ACCOUNT"       TO WS-TYPE-TEXT
002900         WHEN "S"
002910             MOVE "SALESPERSON ASSIGN"  TO WS-TYPE-TEXT
002920         WHEN OTHER
002930             MOVE "UNKNOWN TYPE"        TO WS-TYPE-TEXT
002940     END-EVALUATE

002950     MOVE PMNT-BUSINESS-DATE TO WS-DATE-EDIT-IN
002960     PERFORM 5100-EDIT-DATE THRU 5100-EXIT

002970     DISPLAY " "
002980     DISPLAY "=============================================="
002990     DISPLAY "Item " PMNT-KEY "  held " WS-DATE-EDIT
003000         "  submitted by " PMNT-SUBMITTED-BY
003010     DISPLAY "Account " PMNT-CUSTOMER-NO "  " WS-TYPE-TEXT
003020         "  dated " PMNT-TRANS-DATE
003030     DISPLAY "----------------------------------------------"

003040     MOVE PMNT-CUSTOMER-NO TO CUSTOMER-NO-MASTER
003050     READ CUSTOMER-MASTER
003060         INVALID KEY
003070             DISPLAY "Account is not on the master file - posting"
003080                 " will reject this item."
003090             GO TO 3000-EXIT
003100     END-READ

003110     MOVE AMT-OWED-MASTER     TO WS-SHOW-BALANCE
003120     MOVE CREDIT-LIMIT-MASTER TO WS-SHOW-AMOUNT
003130     DISPLAY "Name now ............ " CUSTOMER-NAME-MASTER
003140     DISPLAY "Balance now ......... " WS-SHOW-BALANCE
003150     DISPLAY "Credit limit now .... " WS-SHOW-AMOUNT

003160     EVALUATE PMNT-TRANS-TYPE
003170         WHEN "L"
003180             MOVE PMNT-AMOUNT TO WS-SHOW-AMOUNT
003190             DISPLAY "Credit limit asked .. " WS-SHOW-AMOUNT
003200         WHEN "N"
003210             DISPLAY "Name asked .......... " PMNT-CUSTOMER-NAME
003220         WHEN "A"
003230             PERFORM 3100-SHOW-ADDRESS-CHANGE THRU 3100-EXIT
003240         WHEN "X"
003250             IF AMT-OWED-MASTER NOT = ZERO
003260                 DISPLAY "Balance is not zero - posting will"
003270                     " reject the close unless it is cleared"
003280                     " first."
003290             END-IF
003300         WHEN "S"
003310             PERFORM 3200-SHOW-REP-CHANGE THRU 3200-EXIT
003320     END-EVALUATE.

003330 3000-EXIT.
003340     EXIT.

003350*----------------------------------------------------------------
003360*    3100-SHOW-ADDRESS-CHANGE - SHOW THE ADDRESS ON FILE (IF ANY)
003370*    AND THE ADDRESS ASKED FOR.
003380*----------------------------------------------------------------
003390 3100-SHOW-ADDRESS-CHANGE.

003400     DISPLAY "Address now:"
003410     IF WS-ADDRESS-FILE-STATUS NOT = "00"
003420         DISPLAY "    (address file not available)"
003430     ELSE
003440         MOVE PMNT-CUSTOMER-NO TO ADDR-CUSTOMER-NO
003450         READ CUSTOMER-ADDRESS-FILE
003460             INVALID KEY
003470                 DISPLAY "    (no address on file)"
003480             NOT INVALID KEY
003490                 DISPLAY "    " ADDR-LINE-1
003500                 DISPLAY "    " ADDR-LINE-2
003510                 DISPLAY "    " ADDR-CITY " " ADDR-STATE " "
003520                     ADDR-ZIP
003530                 DISPLAY "    Phone " ADDR-PHONE
003540         END-READ
003550     END-IF

003560     DISPLAY "Address asked:"
003570     DISPLAY "    " PMNT-ADDR-LINE-1
003580     DISPLAY "    " PMNT-ADDR-LINE-2
003590     DISPLAY "    " PMNT-ADDR-CITY " " PMNT-ADDR-STATE " "
003600         PMNT-ADDR-ZIP
003610     DISPLAY "    Phone " PMNT-ADDR-PHONE.

003620 3100-EXIT.
003630     EXIT.

003640*----------------------------------------------------------------
003650*    3200-SHOW-REP-CHANGE - SHOW THE SALES REP THE ACCOUNT HAS
003660*    NOW (IF ANY) AND THE REP ASKED FOR, EACH WITH THE NAME AND
003670*    TERRITORY FROM THE SALESPERSON TABLE.  A REP NOT ON THE
003680*    TABLE OR INACTIVE IS FLAGGED - POSTING WILL REJECT IT AS
003690*    THE REP ASKED FOR.
003700*----------------------------------------------------------------
003710 3200-SHOW-REP-CHANGE.

003720     MOVE SPACES TO WS-SHOW-REP-CODE
003730     IF WS-CUSTREP-FILE-STATUS = "00"
003740         MOVE PMNT-CUSTOMER-NO TO CREP-CUSTOMER-NO
003750         READ CUSTOMER-REP-FILE
003760             INVALID KEY
003770                 CONTINUE
003780             NOT INVALID KEY
003790                 MOVE CREP-REP-CODE TO WS-SHOW-REP-CODE
003800         END-READ
003810     END-IF

003820     IF WS-SHOW-REP-CODE = SPACES
003830         DISPLAY "Salesperson now ..... (unassigned)"
003840     ELSE
003850         DISPLAY "Salesperson now ..... " WS-SHOW-REP-CODE
003860         PERFORM 3210-SHOW-REP-NAME THRU 3210-EXIT
003870     END-IF

003880     MOVE PMNT-REP-CODE TO WS-SHOW-REP-CODE
003890     DISPLAY "Salesperson asked ... " WS-SHOW-REP-CODE
003900     PERFORM 3210-SHOW-REP-NAME THRU 3210-EXIT.

003910 3200-EXIT.
003920     EXIT.

003930*----------------------------------------------------------------
003940*    3210-SHOW-REP-NAME - LOOK WS-SHOW-REP-CODE UP ON THE
003950*    SALESPERSON TABLE AND SHOW ITS NAME AND TERRITORY.
003960*----------------------------------------------------------------
003970 3210-SHOW-REP-NAME.

003980     IF WS-SALESPERSON-FILE-STATUS NOT = "00"
003990         DISPLAY "    (salesperson table not available)"
004000         GO TO 3210-EXIT
004010     END-IF

004020     MOVE WS-SHOW-REP-CODE TO SREP-REP-CODE
004030     READ SALESPERSON-FILE
004040         INVALID KEY
004050             DISPLAY "    (not on the salesperson table)"
004060             GO TO 3210-EXIT
004070     END-READ

004080     DISPLAY "    " SREP-REP-NAME "  territory " SREP-TERRITORY
004090     IF SREP-INACTIVE
004100         DISPLAY "    (inactive)"
004110     END-IF.

004120 3210-EXIT.
004130     EXIT.

004140*----------------------------------------------------------------
004150*    4000-TAKE-DECISION - ASK FOR THE DECISION ON THE ITEM SHOWN
004160*    UNTIL A RECOGNIZED REPLY IS GIVEN.  END LEAVES THIS ITEM AND
004170*    EVERY ONE AFTER IT PENDING.
004180*----------------------------------------------------------------
004190 4000-TAKE-DECISION.

004200     DISPLAY " "
004210     DISPLAY "Enter A to approve, D to decline, ENTER to leave it"
004220     DISPLAY "pending, or END to stop reviewing:"
004230     ACCEPT WS-ACTION-REPLY

004240     EVALUATE WS-ACTION-REPLY
004250         WHEN "A"
004260         WHEN "a"
004270             PERFORM 4100-APPROVE-ITEM THRU 4100-EXIT
004280             MOVE "Y" TO WS-ITEM-DONE
004290         WHEN "D"
004300         WHEN "d"
004310             PERFORM 4200-DECLINE-ITEM THRU 4200-EXIT
004320             MOVE "Y" TO WS-ITEM-DONE
004330         WHEN SPACES
004340             ADD 1 TO CT-ITEMS-LEFT-PENDING
004350             MOVE "Y" TO WS-ITEM-DONE
004360         WHEN "END"
004370         WHEN "end"
004380             ADD 1 TO CT-ITEMS-LEFT-PENDING
004390             MOVE "Y" TO WS-ITEM-DONE
004400             MOVE "Y" TO WS-REVIEW-DONE
004410         WHEN OTHER
004420             DISPLAY "Reply not recognized - enter A, D, ENTER or"
004430                 " END."
004440     END-EVALUATE.

004450 4000-EXIT.
004460     EXIT.

004470*----------------------------------------------------------------
004480*    4100-APPROVE-ITEM - MARK THE ITEM APPROVED UNDER THIS
004490*    OPERATOR'S ID.  THE NEXT POSTING RUN RELEASES IT.
004500*----------------------------------------------------------------
004510 4100-APPROVE-ITEM.

004520     MOVE "A"            TO PMNT-STATUS
004530     MOVE WS-APPROVER-ID TO PMNT-DECIDED-BY
004540     MOVE WS-RUN-DATE    TO PMNT-DECIDED-YYYYMMDD
004550     MOVE SPACES         TO PMNT-DECLINE-REASON

004560     REWRITE PENDING-MAINTENANCE-RECORD
004570         INVALID KEY
004580             DISPLAY "Unable to record approval of item " PMNT-KEY
004590                 " - status " WS-PENDING-FILE-STATUS
004600             ADD 1 TO CT-REWRITE-ERRORS
004610             GO TO 4100-EXIT
004620     END-REWRITE

004630     ADD 1 TO CT-ITEMS-APPROVED
004640     DISPLAY "Approved - the next posting run applies it.".

004650 4100-EXIT.
004660     EXIT.

004670*----------------------------------------------------------------
004680*    4200-DECLINE-ITEM - A DECLINE NEEDS A REASON.  WITHOUT ONE
004690*    THE ITEM IS LEFT PENDING.
004700*----------------------------------------------------------------
004710 4200-DECLINE-ITEM.

004720     DISPLAY "Enter reason for declining:"
004730     MOVE SPACES TO WS-DECLINE-REASON
004740     ACCEPT WS-DECLINE-REASON

004750     IF WS-DECLINE-REASON = SPACES
004760         DISPLAY "A reason is required to decline - item left"
004770             " pending."
004780         ADD 1 TO CT-ITEMS-LEFT-PENDING
004790         GO TO 4200-EXIT
004800     END-IF

004810     MOVE "D"               TO PMNT-STATUS
004820     MOVE WS-APPROVER-ID    TO PMNT-DECIDED-BY
004830     MOVE WS-RUN-DATE       TO PMNT-DECIDED-YYYYMMDD
004840     MOVE WS-DECLINE-REASON TO PMNT-DECLINE-REASON

004850     REWRITE PENDING-MAINTENANCE-RECORD
004860         INVALID KEY
004870             DISPLAY "Unable to record decline of item " PMNT-KEY
004880                 " - status " WS-PENDING-FILE-STATUS
004890             ADD 1 TO CT-REWRITE-ERRORS
004900             GO TO 4200-EXIT
004910     END-REWRITE

004920     ADD 1 TO CT-ITEMS-DECLINED
004930     DISPLAY "Declined - the item will not post.".

004940 4200-EXIT.
004950     EXIT.

004960*----------------------------------------------------------------
004970*    5100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
004980*    MM/DD/YYYY IN WS-DATE-EDIT.
004990*----------------------------------------------------------------
005000 5100-EDIT-DATE.

005010     STRING WS-DATE-EDIT-IN (5:2) "/"
005020            WS-DATE-EDIT-IN (7:2) "/"
005030            WS-DATE-EDIT-IN (1:4)
005040         DELIMITED BY SIZE INTO WS-DATE-EDIT.

005050 5100-EXIT.
005060     EXIT.

005070*----------------------------------------------------------------
005080*    8000-PRINT-CONTROL-TOTALS - REPORT THE SESSION'S ACTIVITY.
005090*----------------------------------------------------------------
005100 8000-PRINT-CONTROL-TOTALS.

005110     DISPLAY "=============================================="
005120     DISPLAY "            C O N T R O L   T O T A L S"
005130     DISPLAY "=============================================="
005140     DISPLAY "Approving operator ............. " WS-APPROVER-ID
005150     DISPLAY "Pending items reviewed ......... " CT-ITEMS-REVIEWED
005160     DISPLAY "Items approved ................. " CT-ITEMS-APPROVED
005170     DISPLAY "Items declined ................. " CT-ITEMS-DECLINED
005180     DISPLAY "Items left pending ............. "
005190         CT-ITEMS-LEFT-PENDING
005200     DISPLAY "Own items left for another ..... "
005210         CT-OWN-ITEMS-SKIPPED
005220     DISPLAY "Decision rewrite errors ........ " CT-REWRITE-ERRORS
005230     DISPLAY "==============================================".

005240 8000-EXIT.
005250     EXIT.

005260 END PROGRAM PROGRAM22.
