000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM25 AS "IndexedFile.Program25".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  RECURRING BILLING
000120*                     SCHEDULE MAINTENANCE.  THE OPERATOR ADDS,
000130*                     CHANGES OR CANCELS A CUSTOMER'S RECURRING
000140*                     CHARGE - AMOUNT, FREQUENCY (MONTHLY,
000150*                     QUARTERLY, ANNUAL), NEXT BILL DATE AND AN
000160*                     OPTIONAL END DATE - AND CAN PRINT A LISTING
000170*                     OF EVERY SCHEDULE ON FILE.  A SCHEDULE CAN
000180*                     ONLY BE ADDED FOR AN ACCOUNT ON THE MASTER.
000190*                     A CANCELLED SCHEDULE STAYS ON FILE, MARKED,
000200*                     SO THE LISTING STILL SHOWS IT.  THE BILLING
000210*                     RUN ITSELF IS PROGRAM26.
000220*    -----------------------------------------------------------
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT RECURRING-SCHEDULE-FILE
000280         ASSIGN TO "C:\a\exercise10\recursch.txt"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS RBS-KEY
000320         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

000330     SELECT CUSTOMER-MASTER
000340         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CUSTOMER-NO-MASTER
000380         FILE STATUS IS WS-MASTER-FILE-STATUS.

000390     SELECT SCHEDULE-LISTING
000400         ASSIGN TO "C:\a\exercise10\recurlst.txt"
000410         ORGANIZATION IS LINE SEQUENTIAL.

000420 DATA DIVISION.
000430 FILE SECTION.
000440*----------------------------------------------------------------
000450*    ONE RECORD PER RECURRING CHARGE, KEYED ON THE CUSTOMER AND A
000460*    SCHEDULE NUMBER WITHIN THE CUSTOMER.  THE BILL DAY IS THE DAY
000470*    OF THE MONTH THE SCHEDULE WAS SET UP TO BILL ON, SO A CHARGE
000480*    PULLED BACK TO THE END OF A SHORT MONTH RETURNS TO ITS DAY
000490*    THE MONTH AFTER.  AN END DATE OF ZERO MEANS NO END.
000500*----------------------------------------------------------------
000510 FD  RECURRING-SCHEDULE-FILE.
000520 01  RECURRING-SCHEDULE-RECORD.
000530     05  RBS-KEY.
000540         10  RBS-CUSTOMER-NO           PICTURE X(5).
000550         10  RBS-SCHEDULE-NO           PICTURE 9(3).
000560     05  RBS-DESCRIPTION               PICTURE X(20).
000570     05  RBS-AMOUNT                    PICTURE 9(5)V99.
000580     05  RBS-FREQUENCY                 PICTURE X(1).
000590         88  RBS-MONTHLY                   VALUE "M".
000600         88  RBS-QUARTERLY                 VALUE "Q".
000610         88  RBS-ANNUAL                    VALUE "A".
000620     05  RBS-BILL-DAY                  PICTURE 9(2).
000630     05  RBS-NEXT-BILL-YYYYMMDD        PICTURE 9(8).
000640     05  RBS-END-YYYYMMDD              PICTURE 9(8).
000650     05  RBS-STATUS                    PICTURE X(1).
000660         88  RBS-ACTIVE                    VALUE "A".
000670         88  RBS-CANCELLED                 VALUE "C".
000680         88  RBS-ENDED                     VALUE "E".
000690     05  RBS-LAST-BILLED-YYYYMMDD      PICTURE 9(8).
000700     05  RBS-TIMES-BILLED              PICTURE 9(5).
000710     05  RBS-ADDED-BY                  PICTURE X(8).
000720     05  RBS-ADDED-YYYYMMDD            PICTURE 9(8).
000730     05  RBS-CHANGED-BY                PICTURE X(8).
000740     05  RBS-CHANGED-YYYYMMDD          PICTURE 9(8).

000750 FD  CUSTOMER-MASTER.
000760 01  CUSTOMER-MASTER-RECORD.
000770     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000780     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
000790     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
000800     05  AMT-OWED-MASTER              PICTURE S9(5)V99
000810                                      SIGN LEADING SEPARATE.
000820     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.

000830 FD  SCHEDULE-LISTING.
000840 01  SCHEDULE-LISTING-RECORD          PICTURE X(100).

000850 WORKING-STORAGE SECTION.
000860 01  WS-SWITCHES.
000870     05  WS-MAINT-DONE                PICTURE X(1) VALUE "N".
000880         88  MAINT-DONE                   VALUE "Y".
000890     05  WS-REPLY-VALID               PICTURE X(1) VALUE "N".
000900         88  REPLY-VALID                  VALUE "Y".
000910     05  WS-SCHEDULE-EOF              PICTURE X(1) VALUE "N".
000920         88  SCHEDULE-EOF                 VALUE "Y".
000930     05  WS-SCHEDULE-FILE-STATUS      PICTURE X(2) VALUE SPACES.
000940     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.

000950 01  WS-OPERATOR-CONTROLS.
000960     05  WS-OPERATOR-ID                PICTURE X(8) VALUE SPACES.
000970     05  WS-FUNCTION-REPLY             PICTURE X(3).
000980     05  WS-CUSTOMER-NO-IN             PICTURE X(5).
000990     05  WS-SCHEDULE-NO-IN             PICTURE X(3).
001000     05  WS-CONFIRM-REPLY              PICTURE X(1).
001010     05  WS-DESCRIPTION-IN             PICTURE X(20).
001020     05  WS-FREQUENCY-IN               PICTURE X(1).
001030     05  WS-AMOUNT-REPLY               PICTURE X(10).
001040     05  WS-AMT-DOLLARS-IN             PICTURE X(5).
001050     05  WS-AMT-DOLLARS-LEN            PICTURE 9(2) COMP VALUE 0.
001060     05  WS-AMT-CENTS-IN               PICTURE X(2).
001070     05  WS-AMT-CENTS-LEN              PICTURE 9(2) COMP VALUE 0.
001080     05  WS-AMT-DOLLARS                PICTURE 9(5) VALUE 0.
001090     05  WS-AMT-CENTS                  PICTURE 9(2) VALUE 0.
001100     05  WS-AMOUNT-IN                  PICTURE 9(5)V99 VALUE 0.
001110     05  WS-DATE-REPLY                 PICTURE X(8).
001120     05  WS-EDIT-YYYYMMDD              PICTURE 9(8) VALUE 0.
001130     05  FILLER REDEFINES WS-EDIT-YYYYMMDD.
001140         10  WS-EDIT-YEAR              PICTURE 9(4).
001150         10  WS-EDIT-MONTH             PICTURE 9(2).
001160         10  WS-EDIT-DAY               PICTURE 9(2).
001170     05  WS-DAYS-IN-MONTH              PICTURE 9(2) VALUE 0.
001180     05  WS-LEAP-QUOTIENT              PICTURE 9(4) COMP VALUE 0.
001190     05  WS-LEAP-REM-4                 PICTURE 9(4) COMP VALUE 0.
001200     05  WS-LEAP-REM-100               PICTURE 9(4) COMP VALUE 0.
001210     05  WS-LEAP-REM-400               PICTURE 9(4) COMP VALUE 0.

001220 01  WS-MONTH-LENGTH-VALUES.
001230     05  FILLER                        PICTURE X(24) VALUE
001240         "312831303130313130313031".
001250 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001260     05  WS-MONTH-LENGTH               PICTURE 9(2)
001270                                       OCCURS 12 TIMES.

001280 01  WS-MAINT-CONTROLS.
001290     05  WS-RUN-DATE                   PICTURE 9(8).
001300     05  WS-NEXT-SCHEDULE-NO           PICTURE 9(4) VALUE 0.
001310     05  WS-NEW-NEXT-BILL              PICTURE 9(8) VALUE 0.
001320     05  WS-NEW-END                    PICTURE 9(8) VALUE 0.
001330     05  WS-DATE-EDIT                  PICTURE X(10).
001340     05  WS-DATE-EDIT-IN               PICTURE 9(8).
001350     05  WS-SHOW-AMOUNT                PICTURE ZZ,ZZ9.99.
001360     05  WS-FREQUENCY-TEXT             PICTURE X(9).
001370     05  WS-STATUS-TEXT                PICTURE X(9).

001380 01  WS-CONTROL-TOTALS.
001390     05  CT-SCHEDULES-ADDED           PICTURE 9(7) COMP VALUE 0.
001400     05  CT-SCHEDULES-CHANGED         PICTURE 9(7) COMP VALUE 0.
001410     05  CT-SCHEDULES-CANCELLED       PICTURE 9(7) COMP VALUE 0.
001420     05  CT-LISTINGS-PRINTED          PICTURE 9(7) COMP VALUE 0.
001430     05  CT-WRITE-ERRORS              PICTURE 9(7) COMP VALUE 0.
001440     05  CT-LIST-SCHEDULES            PICTURE 9(7) COMP VALUE 0.
001450     05  CT-LIST-ACTIVE               PICTURE 9(7) COMP VALUE 0.
001460     05  CT-LIST-ACTIVE-AMT           PICTURE 9(9)V99 VALUE 0.

001470 01  LST-HEADING-1.
001480     05  FILLER                        PICTURE X(40) VALUE
001490         "RECURRING BILLING SCHEDULES      AS OF: ".
001500     05  LH1-RUN-DATE                  PICTURE X(10).
001510     05  FILLER                        PICTURE X(50) VALUE SPACES.

001520 01  LST-HEADING-2.
001530     05  FILLER                        PICTURE X(50) VALUE
001540         "CUST  SCH DESCRIPTION             AMOUNT FREQUENCY".
001550     05  FILLER                        PICTURE X(50) VALUE
001560         " NEXT BILL  END DATE   STATUS    LAST BILLED".

001570 01  LST-DETAIL-LINE.
001580     05  LDL-CUSTOMER-NO               PICTURE X(5).
001590     05  FILLER                        PICTURE X(1) VALUE SPACES.
001600     05  LDL-SCHEDULE-NO               PICTURE 9(3).
001610     05  FILLER                        PICTURE X(1) VALUE SPACES.
001620     05  LDL-DESCRIPTION               PICTURE X(20).
001630     05  FILLER                        PICTURE X(1) VALUE SPACES.
001640     05  LDL-AMOUNT                    PICTURE ZZ,ZZ9.99.
001650     05  FILLER                        PICTURE X(1) VALUE SPACES.
001660     05  LDL-FREQUENCY                 PICTURE X(9).
001670     05  FILLER                        PICTURE X(1) VALUE SPACES.
001680     05  LDL-NEXT-BILL                 PICTURE X(10).
001690     05  FILLER                        PICTURE X(1) VALUE SPACES.
001700     05  LDL-END-DATE                  PICTURE X(10).
001710     05  FILLER                        PICTURE X(1) VALUE SPACES.
001720     05  LDL-STATUS                    PICTURE X(9).
001730     05  FILLER                        PICTURE X(1) VALUE SPACES.
001740     05  LDL-LAST-BILLED               PICTURE X(10).
001750     05  FILLER                        PICTURE X(6) VALUE SPACES.

001760 01  LST-TOTAL-LINE.
001770     05  LTL-LABEL                     PICTURE X(30).
001780     05  LTL-COUNT                     PICTURE ZZZ,ZZ9.
001790     05  FILLER                        PICTURE X(3) VALUE SPACES.
001800     05  LTL-AMOUNT                    PICTURE ZZZ,ZZZ,ZZ9.99.
001810     05  FILLER                        PICTURE X(46) VALUE SPACES.

001820 PROCEDURE DIVISION.
001830*----------------------------------------------------------------
001840*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001850*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001860*----------------------------------------------------------------
001870 0000-MAINLINE.

001880     PERFORM 1000-GET-OPERATOR-ID THRU 1000-EXIT

001890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

001900     OPEN I-O RECURRING-SCHEDULE-FILE
001910     IF WS-SCHEDULE-FILE-STATUS = "35"
001920         OPEN OUTPUT RECURRING-SCHEDULE-FILE
001930         CLOSE RECURRING-SCHEDULE-FILE
001940         OPEN I-O RECURRING-SCHEDULE-FILE
001950     END-IF
001960     IF WS-SCHEDULE-FILE-STATUS NOT = "00"
001970         DISPLAY "Unable to open recurring schedule file -"
001980             " status " WS-SCHEDULE-FILE-STATUS
001990         STOP RUN
002000     END-IF

002010     OPEN INPUT CUSTOMER-MASTER
002020     IF WS-MASTER-FILE-STATUS NOT = "00"
002030         DISPLAY "Unable to open customer master - status "
002040             WS-MASTER-FILE-STATUS
002050         CLOSE RECURRING-SCHEDULE-FILE
002060         STOP RUN
002070     END-IF

002080     PERFORM 2000-TAKE-ONE-REQUEST THRU 2000-EXIT
002090         UNTIL MAINT-DONE

002100     CLOSE RECURRING-SCHEDULE-FILE
002110           CUSTOMER-MASTER

002120     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

002130     STOP RUN.

002140*----------------------------------------------------------------
002150*    1000-GET-OPERATOR-ID - EVERY SCHEDULE ADDED OR CHANGED
002160*    CARRIES THE ID OF THE OPERATOR WHO DID IT, SO THE SESSION
002170*    WILL NOT START WITHOUT ONE.
002180*----------------------------------------------------------------
002190 1000-GET-OPERATOR-ID.

002200     DISPLAY "Enter operator ID:"
002210     ACCEPT WS-OPERATOR-ID

002220     IF WS-OPERATOR-ID = SPACES
002230         DISPLAY "An operator ID is required - maintenance not"
002240             " started."
002250         STOP RUN
002260     END-IF.

002270 1000-EXIT.
002280     EXIT.

002290*----------------------------------------------------------------
002300*    2000-TAKE-ONE-REQUEST - ASK WHAT THE OPERATOR WANTS TO DO
002310*    NEXT.  A BLANK REPLY OR "END" LEAVES THE PROGRAM.
002320*----------------------------------------------------------------
002330 2000-TAKE-ONE-REQUEST.

002340     DISPLAY " "
002350     DISPLAY "Enter A to add, C to change, X to cancel a"
002360         " schedule,"
002370     DISPLAY "L to print the listing, or END to quit:"
002380     MOVE SPACES TO WS-FUNCTION-REPLY
002390     ACCEPT WS-FUNCTION-REPLY

002400     EVALUATE WS-FUNCTION-REPLY
002410         WHEN "A"
002420         WHEN "a"
002430             PERFORM 3000-ADD-SCHEDULE THRU 3000-EXIT
002440         WHEN "C"
002450         WHEN "c"
002460             PERFORM 4000-CHANGE-SCHEDULE THRU 4000-EXIT
002470         WHEN "X"
002480         WHEN "x"
002490             PERFORM 5000-CANCEL-SCHEDULE THRU 5000-EXIT
002500         WHEN "L"
002510         WHEN "l"
002520             PERFORM 6000-PRINT-LISTING THRU 6000-EXIT
002530         WHEN SPACES
002540         WHEN "END"
002550         WHEN "end"
002560             MOVE "Y" TO WS-MAINT-DONE
002570         WHEN OTHER
002580             DISPLAY "Reply not recognized - enter A, C, X, L or"
002590                 " END."
002600     END-EVALUATE.

002610 2000-EXIT.
002620     EXIT.

002630*----------------------------------------------------------------
002640*    3000-ADD-SCHEDULE - SET UP A NEW RECURRING CHARGE FOR AN
002650*    ACCOUNT ON THE MASTER.  THE SCHEDULE NUMBER IS THE NEXT ONE
002660*    FREE FOR THE ACCOUNT.  THE FIRST BILL DATE SETS THE DAY OF
002670*    THE MONTH THE SCHEDULE BILLS ON.
002680*----------------------------------------------------------------
002690 3000-ADD-SCHEDULE.

002700     PERFORM 3100-GET-MASTER-CUSTOMER THRU 3100-EXIT
002710     IF NOT REPLY-VALID
002720         GO TO 3000-EXIT
002730     END-IF

002740     PERFORM 3200-FIND-NEXT-SCHEDULE-NO THRU 3200-EXIT
002750     IF WS-NEXT-SCHEDULE-NO > 999
002760         DISPLAY "Account " WS-CUSTOMER-NO-IN " already has 999"
002770             " schedules - nothing added."
002780         GO TO 3000-EXIT
002790     END-IF

002800     DISPLAY "Enter description (up to 20 characters):"
002810     MOVE SPACES TO WS-DESCRIPTION-IN
002820     ACCEPT WS-DESCRIPTION-IN
002830     IF WS-DESCRIPTION-IN = SPACES
002840         DISPLAY "A description is required - nothing added."
002850         GO TO 3000-EXIT
002860     END-IF

002870     DISPLAY "Enter amount to bill each time (for example 45.00):"
002880     MOVE SPACES TO WS-AMOUNT-REPLY
002890     ACCEPT WS-AMOUNT-REPLY
002900     PERFORM 7100-EDIT-AMOUNT THRU 7100-EXIT
002910     IF NOT REPLY-VALID
002920         GO TO 3000-EXIT
002930     END-IF

002940     DISPLAY "Enter frequency - M monthly, Q quarterly, A annual:"
002950     MOVE SPACES TO WS-FREQUENCY-IN
002960     ACCEPT WS-FREQUENCY-IN
002970     PERFORM 7200-EDIT-FREQUENCY THRU 7200-EXIT
002980     IF NOT REPLY-VALID
002990         GO TO 3000-EXIT
003000     END-IF

003010     DISPLAY "Enter first bill date (YYYYMMDD):"
003020     MOVE SPACES TO WS-DATE-REPLY
003030     ACCEPT WS-DATE-REPLY
003040     PERFORM 7300-EDIT-DATE-REPLY THRU 7300-EXIT
003050     IF NOT REPLY-VALID
003060         GO TO 3000-EXIT
003070     END-IF
003080     IF WS-EDIT-YYYYMMDD < WS-RUN-DATE
003090         DISPLAY "The first bill date cannot be in the past -"
003100             " nothing added."
003110         GO TO 3000-EXIT
003120     END-IF
003130     MOVE WS-EDIT-YYYYMMDD TO WS-NEW-NEXT-BILL

003140     DISPLAY "Enter end date (YYYYMMDD), or ENTER for no end:"
003150     MOVE SPACES TO WS-DATE-REPLY
003160     ACCEPT WS-DATE-REPLY
003170     MOVE ZERO TO WS-NEW-END
003180     IF WS-DATE-REPLY NOT = SPACES
003190         PERFORM 7300-EDIT-DATE-REPLY THRU 7300-EXIT
003200         IF NOT REPLY-VALID
003210             GO TO 3000-EXIT
003220         END-IF
003230         MOVE WS-EDIT-YYYYMMDD TO WS-NEW-END
003240     END-IF
003250     IF WS-NEW-END NOT = ZERO
003260        AND WS-NEW-END < WS-NEW-NEXT-BILL
003270         DISPLAY "The end date is before the first bill date -"
003280             " nothing added."
003290         GO TO 3000-EXIT
003300     END-IF

003310     MOVE SPACES TO RECURRING-SCHEDULE-RECORD
003320     MOVE WS-CUSTOMER-NO-IN    TO RBS-CUSTOMER-NO
003330     MOVE WS-NEXT-SCHEDULE-NO  TO RBS-SCHEDULE-NO
003340     MOVE WS-DESCRIPTION-IN    TO RBS-DESCRIPTION
003350     MOVE WS-AMOUNT-IN         TO RBS-AMOUNT
003360     MOVE WS-FREQUENCY-IN      TO RBS-FREQUENCY
003370     MOVE WS-NEW-NEXT-BILL     TO RBS-NEXT-BILL-YYYYMMDD
003380     MOVE WS-NEW-NEXT-BILL (7:2) TO RBS-BILL-DAY
003390     MOVE WS-NEW-END           TO RBS-END-YYYYMMDD
003400     MOVE "A"                  TO RBS-STATUS
003410     MOVE ZERO                 TO RBS-LAST-BILLED-YYYYMMDD
003420                                  RBS-TIMES-BILLED
003430     MOVE WS-OPERATOR-ID       TO RBS-ADDED-BY
003440                                  RBS-CHANGED-BY
003450     MOVE WS-RUN-DATE          TO RBS-ADDED-YYYYMMDD
003460                                  RBS-CHANGED-YYYYMMDD

003470     WRITE RECURRING-SCHEDULE-RECORD
003480         INVALID KEY
003490             DISPLAY "Unable to add schedule " RBS-KEY
003500                 " - status " WS-SCHEDULE-FILE-STATUS
003510             ADD 1 TO CT-WRITE-ERRORS
003520             GO TO 3000-EXIT
003530     END-WRITE

003540     ADD 1 TO CT-SCHEDULES-ADDED
003550     DISPLAY "Schedule " RBS-SCHEDULE-NO " added for account "
003560         RBS-CUSTOMER-NO "."
003570     PERFORM 5900-SHOW-SCHEDULE THRU 5900-EXIT.

003580 3000-EXIT.
003590     EXIT.

003600*----------------------------------------------------------------
003610*    3100-GET-MASTER-CUSTOMER - ASK FOR AN ACCOUNT NUMBER AND
003620*    CHECK IT IS ON THE MASTER.  A CLOSED ACCOUNT IS NO LONGER
003630*    THERE AND CANNOT BE GIVEN A SCHEDULE.
003640*----------------------------------------------------------------
003650 3100-GET-MASTER-CUSTOMER.

003660     MOVE "N" TO WS-REPLY-VALID
003670     DISPLAY "Enter customer number:"
003680     MOVE SPACES TO WS-CUSTOMER-NO-IN
003690     ACCEPT WS-CUSTOMER-NO-IN
003700     IF WS-CUSTOMER-NO-IN = SPACES
003710         GO TO 3100-EXIT
003720     END-IF

003730     MOVE WS-CUSTOMER-NO-IN TO CUSTOMER-NO-MASTER
003740     READ CUSTOMER-MASTER
003750         INVALID KEY
003760             DISPLAY "Account " WS-CUSTOMER-NO-IN " is not on the"
003770                 " master - nothing added."
003780             GO TO 3100-EXIT
003790     END-READ

003800     DISPLAY "Account " CUSTOMER-NO-MASTER "  "
003810         CUSTOMER-NAME-MASTER
003820     MOVE "Y" TO WS-REPLY-VALID.

003830 3100-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860*    3200-FIND-NEXT-SCHEDULE-NO - READ THE ACCOUNT'S SCHEDULES,
003870*    CANCELLED ONES INCLUDED, AND TAKE THE NUMBER AFTER THE
003880*    HIGHEST ONE USED.
003890*----------------------------------------------------------------
003900 3200-FIND-NEXT-SCHEDULE-NO.

003910     MOVE 1 TO WS-NEXT-SCHEDULE-NO
003920     MOVE "N" TO WS-SCHEDULE-EOF
003930     MOVE WS-CUSTOMER-NO-IN TO RBS-CUSTOMER-NO
003940     MOVE ZERO              TO RBS-SCHEDULE-NO
003950     START RECURRING-SCHEDULE-FILE
003960         KEY IS NOT LESS THAN RBS-KEY
003970         INVALID KEY
003980             MOVE "Y" TO WS-SCHEDULE-EOF
003990     END-START

004000     PERFORM 3210-CHECK-ONE-SCHEDULE-NO THRU 3210-EXIT
004010         UNTIL SCHEDULE-EOF.

004020 3200-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050*    3210-CHECK-ONE-SCHEDULE-NO - READ THE CUSTOMER'S NEXT
004060*    SCHEDULE.  THE LAST ONE READ LEAVES THE NEXT FREE SCHEDULE
004070*    NUMBER ONE PAST ITS OWN.
004080*----------------------------------------------------------------
004090 3210-CHECK-ONE-SCHEDULE-NO.

004100     READ RECURRING-SCHEDULE-FILE NEXT RECORD
004110         AT END
004120             MOVE "Y" TO WS-SCHEDULE-EOF
004130             GO TO 3210-EXIT
004140     END-READ

004150     IF RBS-CUSTOMER-NO NOT = WS-CUSTOMER-NO-IN
004160         MOVE "Y" TO WS-SCHEDULE-EOF
004170         GO TO 3210-EXIT
004180     END-IF

004190     COMPUTE WS-NEXT-SCHEDULE-NO = RBS-SCHEDULE-NO + 1.

004200 3210-EXIT.
004210     EXIT.

004220*----------------------------------------------------------------
004230*    4000-CHANGE-SCHEDULE - CHANGE AN ACTIVE SCHEDULE'S
004240*    DESCRIPTION, AMOUNT, FREQUENCY, NEXT BILL DATE OR END DATE.
004250*    ENTER KEEPS A FIELD AS IT IS.  A NEW NEXT BILL DATE ALSO
004260*    RESETS THE DAY OF THE MONTH THE SCHEDULE BILLS ON.
004270*----------------------------------------------------------------
004280 4000-CHANGE-SCHEDULE.

004290     PERFORM 4900-GET-SCHEDULE THRU 4900-EXIT
004300     IF NOT REPLY-VALID
004310         GO TO 4000-EXIT
004320     END-IF

004330     DISPLAY "Enter new description, or ENTER to keep:"
004340     MOVE SPACES TO WS-DESCRIPTION-IN
004350     ACCEPT WS-DESCRIPTION-IN
004360     IF WS-DESCRIPTION-IN = SPACES
004370         MOVE RBS-DESCRIPTION TO WS-DESCRIPTION-IN
004380     END-IF

004390     DISPLAY "Enter new amount, or ENTER to keep:"
004400     MOVE SPACES TO WS-AMOUNT-REPLY
004410     ACCEPT WS-AMOUNT-REPLY
004420     IF WS-AMOUNT-REPLY = SPACES
004430         MOVE RBS-AMOUNT TO WS-AMOUNT-IN
004440     ELSE
004450         PERFORM 7100-EDIT-AMOUNT THRU 7100-EXIT
004460         IF NOT REPLY-VALID
004470             GO TO 4000-EXIT
004480         END-IF
004490     END-IF

004500     DISPLAY "Enter new frequency (M, Q or A), or ENTER to keep:"
004510     MOVE SPACES TO WS-FREQUENCY-IN
004520     ACCEPT WS-FREQUENCY-IN
004530     IF WS-FREQUENCY-IN = SPACES
004540         MOVE RBS-FREQUENCY TO WS-FREQUENCY-IN
004550     ELSE
004560         PERFORM 7200-EDIT-FREQUENCY THRU 7200-EXIT
004570         IF NOT REPLY-VALID
004580             GO TO 4000-EXIT
004590         END-IF
004600     END-IF

004610     DISPLAY "Enter new next bill date (YYYYMMDD), or ENTER to"
004620         " keep:"
004630     MOVE SPACES TO WS-DATE-REPLY
004640     ACCEPT WS-DATE-REPLY
004650     MOVE RBS-NEXT-BILL-YYYYMMDD TO WS-NEW-NEXT-BILL
004660     IF WS-DATE-REPLY NOT = SPACES
004670         PERFORM 7300-EDIT-DATE-REPLY THRU 7300-EXIT
004680         IF NOT REPLY-VALID
004690             GO TO 4000-EXIT
004700         END-IF
004710         IF WS-EDIT-YYYYMMDD < WS-RUN-DATE
004720             DISPLAY "The next bill date cannot be in the past -"
004730                 " nothing changed."
004740             GO TO 4000-EXIT
004750         END-IF
004760         MOVE WS-EDIT-YYYYMMDD TO WS-NEW-NEXT-BILL
004770     END-IF

004780     DISPLAY "Enter new end date (YYYYMMDD), NONE for no end, or"
004790         " ENTER to keep:"
004800     MOVE SPACES TO WS-DATE-REPLY
004810     ACCEPT WS-DATE-REPLY
004820     MOVE RBS-END-YYYYMMDD TO WS-NEW-END
004830     EVALUATE WS-DATE-REPLY
004840         WHEN SPACES
004850             CONTINUE
004860         WHEN "NONE"
004870         WHEN "none"
004880             MOVE ZERO TO WS-NEW-END
004890         WHEN OTHER
004900             PERFORM 7300-EDIT-DATE-REPLY THRU 7300-EXIT
004910             IF NOT REPLY-VALID
004920                 GO TO 4000-EXIT
004930             END-IF
004940             MOVE WS-EDIT-YYYYMMDD TO WS-NEW-END
004950     END-EVALUATE
004960     IF WS-NEW-END NOT = ZERO
004970        AND WS-NEW-END < WS-NEW-NEXT-BILL
004980         DISPLAY "The end date is before the next bill date -"
004990             " nothing changed."
005000         GO TO 4000-EXIT
005010     END-IF

005020     IF WS-NEW-NEXT-BILL NOT = RBS-NEXT-BILL-YYYYMMDD
005030         MOVE WS-NEW-NEXT-BILL (7:2) TO RBS-BILL-DAY
005040     END-IF
005050     MOVE WS-DESCRIPTION-IN TO RBS-DESCRIPTION
005060     MOVE WS-AMOUNT-IN      TO RBS-AMOUNT
005070     MOVE WS-FREQUENCY-IN   TO RBS-FREQUENCY
005080     MOVE WS-NEW-NEXT-BILL  TO RBS-NEXT-BILL-YYYYMMDD
005090     MOVE WS-NEW-END        TO RBS-END-YYYYMMDD
005100     MOVE WS-OPERATOR-ID    TO RBS-CHANGED-BY
005110     MOVE WS-RUN-DATE       TO RBS-CHANGED-YYYYMMDD

005120     REWRITE RECURRING-SCHEDULE-RECORD
005130         INVALID KEY
005140             DISPLAY "Unable to change schedule " RBS-KEY
005150                 " - status " WS-SCHEDULE-FILE-STATUS
005160             ADD 1 TO CT-WRITE-ERRORS
005170             GO TO 4000-EXIT
005180     END-REWRITE

005190     ADD 1 TO CT-SCHEDULES-CHANGED
005200     DISPLAY "Schedule changed."
005210     PERFORM 5900-SHOW-SCHEDULE THRU 5900-EXIT.

005220 4000-EXIT.
005230     EXIT.

005240*----------------------------------------------------------------
005250*    4900-GET-SCHEDULE - ASK FOR AN ACCOUNT AND SCHEDULE NUMBER,
005260*    READ THE SCHEDULE AND SHOW IT.  ONLY AN ACTIVE SCHEDULE CAN
005270*    BE CHANGED OR CANCELLED.
005280*----------------------------------------------------------------
005290 4900-GET-SCHEDULE.

005300     MOVE "N" TO WS-REPLY-VALID
005310     DISPLAY "Enter customer number:"
005320     MOVE SPACES TO WS-CUSTOMER-NO-IN
005330     ACCEPT WS-CUSTOMER-NO-IN
005340     DISPLAY "Enter schedule number (3 digits):"
005350     MOVE SPACES TO WS-SCHEDULE-NO-IN
005360     ACCEPT WS-SCHEDULE-NO-IN
005370     IF WS-SCHEDULE-NO-IN IS NOT NUMERIC
005380         DISPLAY "Schedule number must be three digits."
005390         GO TO 4900-EXIT
005400     END-IF

005410     MOVE WS-CUSTOMER-NO-IN TO RBS-CUSTOMER-NO
005420     MOVE WS-SCHEDULE-NO-IN TO RBS-SCHEDULE-NO
005430     READ RECURRING-SCHEDULE-FILE
005440         INVALID KEY
005450             DISPLAY "No schedule " WS-SCHEDULE-NO-IN
005460                 " for account " WS-CUSTOMER-NO-IN "."
005470             GO TO 4900-EXIT
005480     END-READ

005490     PERFORM 5900-SHOW-SCHEDULE THRU 5900-EXIT

005500     IF NOT RBS-ACTIVE
005510         DISPLAY "The schedule is no longer active - it cannot be"
005520             " changed."
005530         GO TO 4900-EXIT
005540     END-IF

005550     MOVE "Y" TO WS-REPLY-VALID.

005560 4900-EXIT.
005570     EXIT.

005580*----------------------------------------------------------------
005590*    5000-CANCEL-SCHEDULE - STOP AN ACTIVE SCHEDULE.  THE RECORD
005600*    STAYS ON FILE MARKED CANCELLED AND IS NEVER BILLED AGAIN.
005610*----------------------------------------------------------------
005620 5000-CANCEL-SCHEDULE.

005630     PERFORM 4900-GET-SCHEDULE THRU 4900-EXIT
005640     IF NOT REPLY-VALID
005650         GO TO 5000-EXIT
005660     END-IF

005670     DISPLAY "Cancel this schedule (Y/N)?"
005680     MOVE SPACES TO WS-CONFIRM-REPLY
005690     ACCEPT WS-CONFIRM-REPLY
005700     IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
005710         DISPLAY "Schedule left as it is."
005720         GO TO 5000-EXIT
005730     END-IF

005740     MOVE "C"            TO RBS-STATUS
005750     MOVE WS-OPERATOR-ID TO RBS-CHANGED-BY
005760     MOVE WS-RUN-DATE    TO RBS-CHANGED-YYYYMMDD

005770     REWRITE RECURRING-SCHEDULE-RECORD
005780         INVALID KEY
005790             DISPLAY "Unable to cancel schedule " RBS-KEY
005800                 " - status " WS-SCHEDULE-FILE-STATUS
005810             ADD 1 TO CT-WRITE-ERRORS
005820             GO TO 5000-EXIT
005830     END-REWRITE

005840     ADD 1 TO CT-SCHEDULES-CANCELLED
005850     DISPLAY "Schedule cancelled.".

005860 5000-EXIT.
005870     EXIT.

005880*----------------------------------------------------------------
005890*    5100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
005900*    MM/DD/YYYY IN WS-DATE-EDIT.  ZERO GIVES SPACES.
005910*----------------------------------------------------------------
005920 5100-EDIT-DATE.

005930     IF WS-DATE-EDIT-IN = ZERO
005940         MOVE SPACES TO WS-DATE-EDIT
005950         GO TO 5100-EXIT
005960     END-IF

005970     STRING WS-DATE-EDIT-IN (5:2) "/"
005980            WS-DATE-EDIT-IN (7:2) "/"
005990            WS-DATE-EDIT-IN (1:4)
006000         DELIMITED BY SIZE INTO WS-DATE-EDIT.

006010 5100-EXIT.
006020     EXIT.

006030*----------------------------------------------------------------
006040*    5900-SHOW-SCHEDULE - SHOW THE SCHEDULE IN THE RECORD AREA.
006050*----------------------------------------------------------------
006060 5900-SHOW-SCHEDULE.

006070     PERFORM 7400-SET-SCHEDULE-TEXT THRU 7400-EXIT

006080     DISPLAY "----------------------------------------------"
006090     DISPLAY "Account " RBS-CUSTOMER-NO "  schedule "
006100         RBS-SCHEDULE-NO "  " RBS-DESCRIPTION
006110     MOVE RBS-AMOUNT TO WS-SHOW-AMOUNT
006120     DISPLAY "Amount .............. " WS-SHOW-AMOUNT
006130         "  " WS-FREQUENCY-TEXT
006140     MOVE RBS-NEXT-BILL-YYYYMMDD TO WS-DATE-EDIT-IN
006150     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
006160     DISPLAY "Next bill date ...... " WS-DATE-EDIT
006170     IF RBS-END-YYYYMMDD = ZERO
006180         DISPLAY "End date ............ (none)"
006190     ELSE
006200         MOVE RBS-END-YYYYMMDD TO WS-DATE-EDIT-IN
006210         PERFORM 5100-EDIT-DATE THRU 5100-EXIT
006220         DISPLAY "End date ............ " WS-DATE-EDIT
006230     END-IF
006240     DISPLAY "Status .............. " WS-STATUS-TEXT
006250         "  times billed " RBS-TIMES-BILLED
006260     DISPLAY "----------------------------------------------".

006270 5900-EXIT.
006280     EXIT.

006290*----------------------------------------------------------------
006300*    6000-PRINT-LISTING - LIST EVERY SCHEDULE ON FILE IN ACCOUNT
006310*    ORDER, WITH A COUNT OF ALL SCHEDULES AND OF THE ACTIVE ONES
006320*    AND THE AMOUNT THE ACTIVE ONES BILL EACH TIME.
006330*----------------------------------------------------------------
006340 6000-PRINT-LISTING.

006350     MOVE 0 TO CT-LIST-SCHEDULES
006360               CT-LIST-ACTIVE
006370               CT-LIST-ACTIVE-AMT

006380     OPEN OUTPUT SCHEDULE-LISTING
006390     MOVE WS-RUN-DATE TO WS-DATE-EDIT-IN
006400     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
006410     MOVE WS-DATE-EDIT TO LH1-RUN-DATE
006420     WRITE SCHEDULE-LISTING-RECORD FROM LST-HEADING-1
006430     WRITE SCHEDULE-LISTING-RECORD FROM LST-HEADING-2
006440     MOVE SPACES TO SCHEDULE-LISTING-RECORD
006450     WRITE SCHEDULE-LISTING-RECORD

006460     MOVE "N" TO WS-SCHEDULE-EOF
006470     MOVE LOW-VALUES TO RBS-KEY
006480     START RECURRING-SCHEDULE-FILE
006490         KEY IS NOT LESS THAN RBS-KEY
006500         INVALID KEY
006510             MOVE "Y" TO WS-SCHEDULE-EOF
006520     END-START

006530     PERFORM 6100-LIST-ONE-SCHEDULE THRU 6100-EXIT
006540         UNTIL SCHEDULE-EOF

006550     MOVE SPACES TO SCHEDULE-LISTING-RECORD
006560     WRITE SCHEDULE-LISTING-RECORD
006570     MOVE "SCHEDULES ON FILE" TO LTL-LABEL
006580     MOVE CT-LIST-SCHEDULES   TO LTL-COUNT
006590     MOVE ZERO                TO LTL-AMOUNT
006600     WRITE SCHEDULE-LISTING-RECORD FROM LST-TOTAL-LINE
006610     MOVE "ACTIVE SCHEDULES / AMOUNT" TO LTL-LABEL
006620     MOVE CT-LIST-ACTIVE      TO LTL-COUNT
006630     MOVE CT-LIST-ACTIVE-AMT  TO LTL-AMOUNT
006640     WRITE SCHEDULE-LISTING-RECORD FROM LST-TOTAL-LINE

006650     CLOSE SCHEDULE-LISTING
006660     ADD 1 TO CT-LISTINGS-PRINTED
006670     DISPLAY CT-LIST-SCHEDULES " schedules listed to"
006680         " C:\a\exercise10\recurlst.txt.".

006690 6000-EXIT.
006700     EXIT.

006710*----------------------------------------------------------------
006720*    6100-LIST-ONE-SCHEDULE - READ THE NEXT SCHEDULE AND PRINT ITS
006730*    LISTING LINE.
006740*----------------------------------------------------------------
006750 6100-LIST-ONE-SCHEDULE.

006760     READ RECURRING-SCHEDULE-FILE NEXT RECORD
006770         AT END
006780             MOVE "Y" TO WS-SCHEDULE-EOF
006790             GO TO 6100-EXIT
006800     END-READ

006810     PERFORM 7400-SET-SCHEDULE-TEXT THRU 7400-EXIT

006820     MOVE RBS-CUSTOMER-NO  TO LDL-CUSTOMER-NO
006830     MOVE RBS-SCHEDULE-NO  TO LDL-SCHEDULE-NO
006840     MOVE RBS-DESCRIPTION  TO LDL-DESCRIPTION
006850     MOVE RBS-AMOUNT       TO LDL-AMOUNT
006860     MOVE WS-FREQUENCY-TEXT TO LDL-FREQUENCY
006870     MOVE WS-STATUS-TEXT   TO LDL-STATUS
006880     MOVE RBS-NEXT-BILL-YYYYMMDD TO WS-DATE-EDIT-IN
006890     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
006900     MOVE WS-DATE-EDIT     TO LDL-NEXT-BILL
006910     MOVE RBS-END-YYYYMMDD TO WS-DATE-EDIT-IN
006920     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
006930     MOVE WS-DATE-EDIT     TO LDL-END-DATE
006940     MOVE RBS-LAST-BILLED-YYYYMMDD TO WS-DATE-EDIT-IN
006950     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
006960     MOVE WS-DATE-EDIT     TO LDL-LAST-BILLED
006970     WRITE SCHEDULE-LISTING-RECORD FROM LST-DETAIL-LINE

006980     ADD 1 TO CT-LIST-SCHEDULES
006990     IF RBS-ACTIVE
007000         ADD 1 TO CT-LIST-ACTIVE
007010         ADD RBS-AMOUNT TO CT-LIST-ACTIVE-AMT
007020     END-IF.

007030 6100-EXIT.
007040     EXIT.

007050*----------------------------------------------------------------
007060*    7100-EDIT-AMOUNT - THE AMOUNT IS KEYED AS DOLLARS,
007070*    OPTIONALLY FOLLOWED BY A POINT AND TWO DIGITS OF CENTS, AND
007080*    MUST BE MORE THAN ZERO.  IT IS LEFT IN WS-AMOUNT-IN.
007090*----------------------------------------------------------------
007100 7100-EDIT-AMOUNT.

007110     MOVE "N" TO WS-REPLY-VALID
007120     MOVE SPACES TO WS-AMT-DOLLARS-IN
007130                    WS-AMT-CENTS-IN
007140     MOVE ZERO   TO WS-AMT-DOLLARS-LEN
007150                    WS-AMT-CENTS-LEN
007160                    WS-AMT-DOLLARS
007170                    WS-AMT-CENTS

007180     UNSTRING WS-AMOUNT-REPLY DELIMITED BY "." OR SPACE
007190         INTO WS-AMT-DOLLARS-IN COUNT IN WS-AMT-DOLLARS-LEN
007200              WS-AMT-CENTS-IN   COUNT IN WS-AMT-CENTS-LEN
007210     END-UNSTRING

007220     IF WS-AMT-DOLLARS-LEN < 1 OR WS-AMT-DOLLARS-LEN > 5
007230        OR WS-AMT-DOLLARS-IN (1:WS-AMT-DOLLARS-LEN)
007240           IS NOT NUMERIC
007250         DISPLAY "Amount must be 1 to 5 digits of dollars -"
007260             " nothing recorded."
007270         GO TO 7100-EXIT
007280     END-IF

007290     IF WS-AMT-CENTS-LEN NOT = 0
007300         IF WS-AMT-CENTS-LEN NOT = 2
007310            OR WS-AMT-CENTS-IN IS NOT NUMERIC
007320             DISPLAY "Cents must be two digits - nothing"
007330                 " recorded."
007340             GO TO 7100-EXIT
007350         END-IF
007360         MOVE WS-AMT-CENTS-IN TO WS-AMT-CENTS
007370     END-IF

007380     MOVE WS-AMT-DOLLARS-IN (1:WS-AMT-DOLLARS-LEN)
007390         TO WS-AMT-DOLLARS
007400     COMPUTE WS-AMOUNT-IN =
007410         WS-AMT-DOLLARS + (WS-AMT-CENTS / 100)

007420     IF WS-AMOUNT-IN = ZERO
007430         DISPLAY "The amount must be more than zero - nothing"
007440             " recorded."
007450         GO TO 7100-EXIT
007460     END-IF

007470     MOVE "Y" TO WS-REPLY-VALID.

007480 7100-EXIT.
007490     EXIT.

007500*----------------------------------------------------------------
007510*    7200-EDIT-FREQUENCY - M, Q OR A, KEYED IN EITHER CASE.
007520*----------------------------------------------------------------
007530 7200-EDIT-FREQUENCY.

007540     MOVE "Y" TO WS-REPLY-VALID
007550     EVALUATE WS-FREQUENCY-IN
007560         WHEN "M"
007570         WHEN "Q"
007580         WHEN "A"
007590             CONTINUE
007600         WHEN "m"
007610             MOVE "M" TO WS-FREQUENCY-IN
007620         WHEN "q"
007630             MOVE "Q" TO WS-FREQUENCY-IN
007640         WHEN "a"
007650             MOVE "A" TO WS-FREQUENCY-IN
007660         WHEN OTHER
007670             DISPLAY "Frequency must be M, Q or A - nothing"
007680                 " recorded."
007690             MOVE "N" TO WS-REPLY-VALID
007700     END-EVALUATE.

007710 7200-EXIT.
007720     EXIT.

007730*----------------------------------------------------------------
007740*    7300-EDIT-DATE-REPLY - THE DATE MUST BE EIGHT DIGITS WITH A
007750*    REAL MONTH AND A DAY NO LATER THAN THAT MONTH'S LAST (29
007760*    FOR FEBRUARY OF A LEAP YEAR).  IT IS LEFT IN
007770*    WS-EDIT-YYYYMMDD.
007780*----------------------------------------------------------------
007790 7300-EDIT-DATE-REPLY.

007800     MOVE "N" TO WS-REPLY-VALID

007810     IF WS-DATE-REPLY IS NOT NUMERIC
007820         DISPLAY "Date must be eight digits, YYYYMMDD -"
007830             " nothing recorded."
007840         GO TO 7300-EXIT
007850     END-IF

007860     MOVE WS-DATE-REPLY TO WS-EDIT-YYYYMMDD
007870     IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
007880         DISPLAY "Date " WS-DATE-REPLY " is not a valid date -"
007890             " nothing recorded."
007900         GO TO 7300-EXIT
007910     END-IF

007920     MOVE WS-MONTH-LENGTH (WS-EDIT-MONTH) TO WS-DAYS-IN-MONTH
007930     IF WS-EDIT-MONTH = 02
007940         DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
007950             REMAINDER WS-LEAP-REM-4
007960         DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
007970             REMAINDER WS-LEAP-REM-100
007980         DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
007990             REMAINDER WS-LEAP-REM-400
008000         IF WS-LEAP-REM-400 = 0
008010            OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
008020             MOVE 29 TO WS-DAYS-IN-MONTH
008030         END-IF
008040     END-IF

008050     IF WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
008060         DISPLAY "Date " WS-DATE-REPLY " is not a valid date -"
008070             " nothing recorded."
008080         GO TO 7300-EXIT
008090     END-IF

008100     MOVE "Y" TO WS-REPLY-VALID.

008110 7300-EXIT.
008120     EXIT.

008130*----------------------------------------------------------------
008140*    7400-SET-SCHEDULE-TEXT - SPELL OUT THE FREQUENCY AND STATUS.
008150*----------------------------------------------------------------
008160 7400-SET-SCHEDULE-TEXT.

008170     EVALUATE TRUE
008180         WHEN RBS-MONTHLY
008190             MOVE "MONTHLY  " TO WS-FREQUENCY-TEXT
008200         WHEN RBS-QUARTERLY
008210             MOVE "QUARTERLY" TO WS-FREQUENCY-TEXT
008220         WHEN RBS-ANNUAL
008230             MOVE "ANNUAL   " TO WS-FREQUENCY-TEXT
008240         WHEN OTHER
008250             MOVE "UNKNOWN  " TO WS-FREQUENCY-TEXT
008260     END-EVALUATE

008270     EVALUATE TRUE
008280         WHEN RBS-ACTIVE
008290             MOVE "ACTIVE   " TO WS-STATUS-TEXT
008300         WHEN RBS-CANCELLED
008310             MOVE "CANCELLED" TO WS-STATUS-TEXT
008320         WHEN RBS-ENDED
008330             MOVE "ENDED    " TO WS-STATUS-TEXT
008340         WHEN OTHER
008350             MOVE "UNKNOWN  " TO WS-STATUS-TEXT
008360     END-EVALUATE.

008370 7400-EXIT.
008380     EXIT.

008390*----------------------------------------------------------------
008400*    8000-PRINT-CONTROL-TOTALS - REPORT THE SESSION'S ACTIVITY.
008410*----------------------------------------------------------------
008420 8000-PRINT-CONTROL-TOTALS.

008430     DISPLAY "=============================================="
008440     DISPLAY "            C O N T R O L   T O T A L S"
008450     DISPLAY "=============================================="
008460     DISPLAY "Operator ....................... " WS-OPERATOR-ID
008470     DISPLAY "Schedules added ................ "
008480         CT-SCHEDULES-ADDED
008490     DISPLAY "Schedules changed .............. "
008500         CT-SCHEDULES-CHANGED
008510     DISPLAY "Schedules cancelled ............ "
008520         CT-SCHEDULES-CANCELLED
008530     DISPLAY "Listings printed ............... "
008540         CT-LISTINGS-PRINTED
008550     DISPLAY "Schedule write errors .......... " CT-WRITE-ERRORS
008560     DISPLAY "==============================================".

008570 8000-EXIT.
008580     EXIT.

008590 END PROGRAM PROGRAM25.
