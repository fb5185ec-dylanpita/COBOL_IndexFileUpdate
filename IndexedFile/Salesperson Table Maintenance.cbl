000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM28 AS "IndexedFile.Program28".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  SALESPERSON TABLE
000120*                     MAINTENANCE.  THE OPERATOR ADDS A SALES REP
000130*                     (CODE, NAME AND TERRITORY), CHANGES A REP'S
000140*                     NAME, TERRITORY OR STATUS, AND CAN PRINT A
000150*                     LISTING OF THE TABLE.  A REP IS NEVER
000160*                     DELETED - AN INACTIVE REP STAYS ON FILE SO
000170*                     THE ACCOUNTS STILL ASSIGNED TO THE REP KEEP
000180*                     REPORTING UNDER THE REP'S NAME, BUT THE
000190*                     POSTING RUN WILL NOT ASSIGN NEW ACCOUNTS TO
000200*                     THE REP.  ACCOUNTS ARE ASSIGNED TO REPS BY
000210*                     THE FEED'S SALESPERSON ASSIGNMENT (TYPE S)
000220*                     MAINTENANCE TRANSACTION.
000230*    -----------------------------------------------------------
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SALESPERSON-FILE
000290         ASSIGN TO "C:\a\exercise10\slsrep.txt"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SREP-REP-CODE
000330         FILE STATUS IS WS-SALESPERSON-FILE-STATUS.

000340     SELECT SALESPERSON-LISTING
000350         ASSIGN TO "C:\a\exercise10\slsrplst.txt"
000360         ORGANIZATION IS LINE SEQUENTIAL.

000370 DATA DIVISION.
000380 FILE SECTION.
000390*----------------------------------------------------------------
000400*    ONE RECORD PER SALES REP, KEYED ON THE REP CODE.  THE
000410*    TERRITORY IS THE REP'S CURRENT TERRITORY; REPORTS GROUP A
000420*    REP'S ACCOUNTS UNDER IT.
000430*----------------------------------------------------------------
000440 FD  SALESPERSON-FILE.
000450 01  SALESPERSON-RECORD.
000460     05  SREP-REP-CODE                 PICTURE X(4).
000470     05  SREP-REP-NAME                 PICTURE X(20).
000480     05  SREP-TERRITORY                PICTURE X(4).
000490     05  SREP-STATUS                   PICTURE X(1).
000500         88  SREP-ACTIVE                   VALUE "A".
000510         88  SREP-INACTIVE                 VALUE "I".
000520     05  SREP-ADDED-BY                 PICTURE X(8).
000530     05  SREP-ADDED-YYYYMMDD           PICTURE 9(8).
000540     05  SREP-CHANGED-BY               PICTURE X(8).
000550     05  SREP-CHANGED-YYYYMMDD         PICTURE 9(8).

000560 FD  SALESPERSON-LISTING.
000570 01  SALESPERSON-LISTING-RECORD       PICTURE X(100).

000580 WORKING-STORAGE SECTION.
000590 01  WS-SWITCHES.
000600     05  WS-MAINT-DONE                PICTURE X(1) VALUE "N".
000610         88  MAINT-DONE                   VALUE "Y".
000620     05  WS-REPLY-VALID               PICTURE X(1) VALUE "N".
000630         88  REPLY-VALID                  VALUE "Y".
000640     05  WS-SALESPERSON-EOF           PICTURE X(1) VALUE "N".
000650         88  SALESPERSON-EOF              VALUE "Y".
000660     05  WS-SALESPERSON-FILE-STATUS   PICTURE X(2) VALUE SPACES.

000670 01  WS-OPERATOR-CONTROLS.
000680     05  WS-OPERATOR-ID                PICTURE X(8) VALUE SPACES.
000690     05  WS-FUNCTION-REPLY             PICTURE X(3).
000700     05  WS-REP-CODE-IN                PICTURE X(4).
000710     05  WS-REP-NAME-IN                PICTURE X(20).
000720     05  WS-TERRITORY-IN               PICTURE X(4).
000730     05  WS-STATUS-IN                  PICTURE X(1).

000740 01  WS-MAINT-CONTROLS.
000750     05  WS-RUN-DATE                   PICTURE 9(8).
000760     05  WS-DATE-EDIT                  PICTURE X(10).
000770     05  WS-DATE-EDIT-IN               PICTURE 9(8).
000780     05  WS-STATUS-TEXT                PICTURE X(8).

000790 01  WS-CONTROL-TOTALS.
000800     05  CT-REPS-ADDED                PICTURE 9(7) COMP VALUE 0.
000810     05  CT-REPS-CHANGED              PICTURE 9(7) COMP VALUE 0.
000820     05  CT-LISTINGS-PRINTED          PICTURE 9(7) COMP VALUE 0.
000830     05  CT-WRITE-ERRORS              PICTURE 9(7) COMP VALUE 0.
000840     05  CT-LIST-REPS                 PICTURE 9(7) COMP VALUE 0.
000850     05  CT-LIST-ACTIVE               PICTURE 9(7) COMP VALUE 0.

000860 01  LST-HEADING-1.
000870     05  FILLER                        PICTURE X(40) VALUE
000880         "SALESPERSON TABLE                AS OF: ".
000890     05  LH1-RUN-DATE                  PICTURE X(10).
000900     05  FILLER                        PICTURE X(50) VALUE SPACES.

000910 01  LST-HEADING-2.
000920     05  FILLER                        PICTURE X(50) VALUE
000930         "REP  SALESPERSON NAME     TERR STATUS   ADDED BY".
000940     05  FILLER                        PICTURE X(50) VALUE
000950         "  ADDED      CHANGED BY CHANGED".

000960 01  LST-DETAIL-LINE.
000970     05  LDL-REP-CODE                  PICTURE X(4).
000980     05  FILLER                        PICTURE X(1) VALUE SPACES.
000990     05  LDL-REP-NAME                  PICTURE X(20).
001000     05  FILLER                        PICTURE X(1) VALUE SPACES.
001010     05  LDL-TERRITORY                 PICTURE X(4).
001020     05  FILLER                        PICTURE X(1) VALUE SPACES.
001030     05  LDL-STATUS                    PICTURE X(8).
001040     05  FILLER                        PICTURE X(1) VALUE SPACES.
001050     05  LDL-ADDED-BY                  PICTURE X(8).
001060     05  FILLER                        PICTURE X(2) VALUE SPACES.
001070     05  LDL-ADDED-DATE                PICTURE X(10).
001080     05  FILLER                        PICTURE X(1) VALUE SPACES.
001090     05  LDL-CHANGED-BY                PICTURE X(8).
001100     05  FILLER                        PICTURE X(3) VALUE SPACES.
001110     05  LDL-CHANGED-DATE              PICTURE X(10).
001120     05  FILLER                        PICTURE X(18) VALUE SPACES.

001130 01  LST-TOTAL-LINE.
001140     05  LTL-LABEL                     PICTURE X(30).
001150     05  LTL-COUNT                     PICTURE ZZZ,ZZ9.
001160     05  FILLER                        PICTURE X(63) VALUE SPACES.

001170 PROCEDURE DIVISION.
001180*----------------------------------------------------------------
001190*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001200*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001210*----------------------------------------------------------------
001220 0000-MAINLINE.

001230     PERFORM 1000-GET-OPERATOR-ID THRU 1000-EXIT

001240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

001250     OPEN I-O SALESPERSON-FILE
001260     IF WS-SALESPERSON-FILE-STATUS = "35"
001270         OPEN OUTPUT SALESPERSON-FILE
001280         CLOSE SALESPERSON-FILE
001290         OPEN I-O SALESPERSON-FILE
001300     END-IF
001310     IF WS-SALESPERSON-FILE-STATUS NOT = "00"
001320         DISPLAY "Unable to open salesperson file - status "
001330             WS-SALESPERSON-FILE-STATUS
001340         STOP RUN
001350     END-IF

001360     PERFORM 2000-TAKE-ONE-REQUEST THRU 2000-EXIT
001370         UNTIL MAINT-DONE

001380     CLOSE SALESPERSON-FILE

001390     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

001400     STOP RUN.

001410*----------------------------------------------------------------
001420*    1000-GET-OPERATOR-ID - EVERY REP ADDED OR CHANGED CARRIES
001430*    THE ID OF THE OPERATOR WHO DID IT, SO THE SESSION WILL NOT
001440*    START WITHOUT ONE.
001450*----------------------------------------------------------------
001460 1000-GET-OPERATOR-ID.

001470     DISPLAY "Enter operator ID:"
001480     ACCEPT WS-OPERATOR-ID

001490     IF WS-OPERATOR-ID = SPACES
001500         DISPLAY "An operator ID is required - maintenance not"
001510             " started."
001520         STOP RUN
001530     END-IF.

001540 1000-EXIT.
001550     EXIT.

001560*----------------------------------------------------------------
001570*    2000-TAKE-ONE-REQUEST - ASK WHAT THE OPERATOR WANTS TO DO
001580*    NEXT.  A BLANK REPLY OR "END" LEAVES THE PROGRAM.
001590*----------------------------------------------------------------
001600 2000-TAKE-ONE-REQUEST.

001610     DISPLAY " "
001620     DISPLAY "Enter A to add a salesperson, C to change one,"
001630     DISPLAY "L to print the listing, or END to quit:"
001640     MOVE SPACES TO WS-FUNCTION-REPLY
001650     ACCEPT WS-FUNCTION-REPLY

001660     EVALUATE WS-FUNCTION-REPLY
001670         WHEN "A"
001680         WHEN "a"
001690             PERFORM 3000-ADD-SALESPERSON THRU 3000-EXIT
001700         WHEN "C"
001710         WHEN "c"
001720             PERFORM 4000-CHANGE-SALESPERSON THRU 4000-EXIT
001730         WHEN "L"
001740         WHEN "l"
001750             PERFORM 6000-PRINT-LISTING THRU 6000-EXIT
001760         WHEN SPACES
001770         WHEN "END"
001780         WHEN "end"
001790             MOVE "Y" TO WS-MAINT-DONE
001800         WHEN OTHER
001810             DISPLAY "Reply not recognized - enter A, C, L or"
001820                 " END."
001830     END-EVALUATE.

001840 2000-EXIT.
001850     EXIT.

001860*----------------------------------------------------------------
001870*    3000-ADD-SALESPERSON - ADD A NEW REP TO THE TABLE, ACTIVE.
001880*    THE CODE MUST NOT ALREADY BE ON FILE, AND A NAME AND A
001890*    TERRITORY ARE BOTH REQUIRED.
001900*----------------------------------------------------------------
001910 3000-ADD-SALESPERSON.

001920     DISPLAY "Enter new salesperson code (up to 4 characters):"
001930     MOVE SPACES TO WS-REP-CODE-IN
001940     ACCEPT WS-REP-CODE-IN
001950     IF WS-REP-CODE-IN = SPACES
001960         GO TO 3000-EXIT
001970     END-IF

001980     MOVE WS-REP-CODE-IN TO SREP-REP-CODE
001990     READ SALESPERSON-FILE
002000         INVALID KEY
002010             CONTINUE
002020         NOT INVALID KEY
002030             DISPLAY "Salesperson " WS-REP-CODE-IN
002040                 " is already on file - nothing added."
002050             PERFORM 5900-SHOW-SALESPERSON THRU 5900-EXIT
002060             GO TO 3000-EXIT
002070     END-READ

002080     DISPLAY "Enter salesperson name (up to 20 characters):"
002090     MOVE SPACES TO WS-REP-NAME-IN
002100     ACCEPT WS-REP-NAME-IN
002110     IF WS-REP-NAME-IN = SPACES
002120         DISPLAY "A name is required - nothing added."
002130         GO TO 3000-EXIT
002140     END-IF

002150     DISPLAY "Enter territory code (up to 4 characters):"
002160     MOVE SPACES TO WS-TERRITORY-IN
002170     ACCEPT WS-TERRITORY-IN
002180     IF WS-TERRITORY-IN = SPACES
002190         DISPLAY "A territory is required - nothing added."
002200         GO TO 3000-EXIT
002210     END-IF

002220     MOVE SPACES TO SALESPERSON-RECORD
002230     MOVE WS-REP-CODE-IN  TO SREP-REP-CODE
002240     MOVE WS-REP-NAME-IN  TO SREP-REP-NAME
002250     MOVE WS-TERRITORY-IN TO SREP-TERRITORY
002260     MOVE "A"             TO SREP-STATUS
002270     MOVE WS-OPERATOR-ID  TO SREP-ADDED-BY
002280                             SREP-CHANGED-BY
002290     MOVE WS-RUN-DATE     TO SREP-ADDED-YYYYMMDD
002300                             SREP-CHANGED-YYYYMMDD

002310     WRITE SALESPERSON-RECORD
002320         INVALID KEY
002330             DISPLAY "Unable to add salesperson " SREP-REP-CODE
002340                 " - status " WS-SALESPERSON-FILE-STATUS
002350             ADD 1 TO CT-WRITE-ERRORS
002360             GO TO 3000-EXIT
002370     END-WRITE

002380     ADD 1 TO CT-REPS-ADDED
002390     DISPLAY "Salesperson " SREP-REP-CODE " added."
002400     PERFORM 5900-SHOW-SALESPERSON THRU 5900-EXIT.

002410 3000-EXIT.
002420     EXIT.

002430*----------------------------------------------------------------
002440*    4000-CHANGE-SALESPERSON - CHANGE A REP'S NAME, TERRITORY OR
002450*    STATUS.  ENTER KEEPS A FIELD AS IT IS.  MOVING A REP TO A
002460*    NEW TERRITORY MOVES ALL THE REP'S ACCOUNTS WITH THE REP ON
002470*    THE NEXT REPORTS.
002480*----------------------------------------------------------------
002490 4000-CHANGE-SALESPERSON.

002500     DISPLAY "Enter salesperson code:"
002510     MOVE SPACES TO WS-REP-CODE-IN
002520     ACCEPT WS-REP-CODE-IN
002530     IF WS-REP-CODE-IN = SPACES
002540         GO TO 4000-EXIT
002550     END-IF

002560     MOVE WS-REP-CODE-IN TO SREP-REP-CODE
002570     READ SALESPERSON-FILE
002580         INVALID KEY
002590             DISPLAY "Salesperson " WS-REP-CODE-IN " is not on"
002600                 " file."
002610             GO TO 4000-EXIT
002620     END-READ

002630     PERFORM 5900-SHOW-SALESPERSON THRU 5900-EXIT

002640     DISPLAY "Enter new name, or ENTER to keep:"
002650     MOVE SPACES TO WS-REP-NAME-IN
002660     ACCEPT WS-REP-NAME-IN
002670     IF WS-REP-NAME-IN = SPACES
002680         MOVE SREP-REP-NAME TO WS-REP-NAME-IN
002690     END-IF

002700     DISPLAY "Enter new territory, or ENTER to keep:"
002710     MOVE SPACES TO WS-TERRITORY-IN
002720     ACCEPT WS-TERRITORY-IN
002730     IF WS-TERRITORY-IN = SPACES
002740         MOVE SREP-TERRITORY TO WS-TERRITORY-IN
002750     END-IF

002760     DISPLAY "Enter new status - A active, I inactive - or ENTER"
002770         " to keep:"
002780     MOVE SPACES TO WS-STATUS-IN
002790     ACCEPT WS-STATUS-IN
002800     EVALUATE WS-STATUS-IN
002810         WHEN SPACES
002820             MOVE SREP-STATUS TO WS-STATUS-IN
002830         WHEN "A"
002840         WHEN "I"
002850             CONTINUE
002860         WHEN "a"
002870             MOVE "A" TO WS-STATUS-IN
002880         WHEN "i"
002890             MOVE "I" TO WS-STATUS-IN
002900         WHEN OTHER
002910             DISPLAY "Status must be A or I - nothing changed."
002920             GO TO 4000-EXIT
002930     END-EVALUATE

002940     MOVE WS-REP-NAME-IN  TO SREP-REP-NAME
002950     MOVE WS-TERRITORY-IN TO SREP-TERRITORY
002960     MOVE WS-STATUS-IN    TO SREP-STATUS
002970     MOVE WS-OPERATOR-ID  TO SREP-CHANGED-BY
002980     MOVE WS-RUN-DATE     TO SREP-CHANGED-YYYYMMDD

002990     REWRITE SALESPERSON-RECORD
003000         INVALID KEY
003010             DISPLAY "Unable to change salesperson "
003020                 SREP-REP-CODE " - status "
003030                 WS-SALESPERSON-FILE-STATUS
003040             ADD 1 TO CT-WRITE-ERRORS
003050             GO TO 4000-EXIT
003060     END-REWRITE

003070     ADD 1 TO CT-REPS-CHANGED
003080     DISPLAY "Salesperson changed."
003090     PERFORM 5900-SHOW-SALESPERSON THRU 5900-EXIT.

003100 4000-EXIT.
003110     EXIT.

003120*----------------------------------------------------------------
003130*    5100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
003140*    MM/DD/YYYY IN WS-DATE-EDIT.  ZERO GIVES SPACES.
003150*----------------------------------------------------------------
003160 5100-EDIT-DATE.

003170     IF WS-DATE-EDIT-IN = ZERO
003180         MOVE SPACES TO WS-DATE-EDIT
003190         GO TO 5100-EXIT
003200     END-IF

003210     STRING WS-DATE-EDIT-IN (5:2) "/"
003220            WS-DATE-EDIT-IN (7:2) "/"
003230            WS-DATE-EDIT-IN (1:4)
003240         DELIMITED BY SIZE INTO WS-DATE-EDIT.

003250 5100-EXIT.
003260     EXIT.

003270*----------------------------------------------------------------
003280*    5900-SHOW-SALESPERSON - SHOW THE REP IN THE RECORD AREA.
003290*----------------------------------------------------------------
003300 5900-SHOW-SALESPERSON.

003310     PERFORM 7400-SET-STATUS-TEXT THRU 7400-EXIT

003320     DISPLAY "----------------------------------------------"
003330     DISPLAY "Salesperson ......... " SREP-REP-CODE "  "
003340         SREP-REP-NAME
003350     DISPLAY "Territory ........... " SREP-TERRITORY
003360     DISPLAY "Status .............. " WS-STATUS-TEXT
003370     MOVE SREP-CHANGED-YYYYMMDD TO WS-DATE-EDIT-IN
003380     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
003390     DISPLAY "Last changed ........ " WS-DATE-EDIT "  by "
003400         SREP-CHANGED-BY
003410     DISPLAY "----------------------------------------------".

003420 5900-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------
003450*    6000-PRINT-LISTING - LIST EVERY REP ON FILE IN CODE ORDER,
003460*    WITH A COUNT OF ALL REPS AND OF THE ACTIVE ONES.
003470*----------------------------------------------------------------
003480 6000-PRINT-LISTING.

003490     MOVE 0 TO CT-LIST-REPS
003500               CT-LIST-ACTIVE

003510     OPEN OUTPUT SALESPERSON-LISTING
003520     MOVE WS-RUN-DATE TO WS-DATE-EDIT-IN
003530     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
003540     MOVE WS-DATE-EDIT TO LH1-RUN-DATE
003550     WRITE SALESPERSON-LISTING-RECORD FROM LST-HEADING-1
003560     WRITE SALESPERSON-LISTING-RECORD FROM LST-HEADING-2
003570     MOVE SPACES TO SALESPERSON-LISTING-RECORD
003580     WRITE SALESPERSON-LISTING-RECORD

003590     MOVE "N" TO WS-SALESPERSON-EOF
003600     MOVE LOW-VALUES TO SREP-REP-CODE
003610     START SALESPERSON-FILE
003620         KEY IS NOT LESS THAN SREP-REP-CODE
003630         INVALID KEY
003640             MOVE "Y" TO WS-SALESPERSON-EOF
003650     END-START

003660     PERFORM 6100-LIST-ONE-SALESPERSON THRU 6100-EXIT
003670         UNTIL SALESPERSON-EOF

003680     MOVE SPACES TO SALESPERSON-LISTING-RECORD
003690     WRITE SALESPERSON-LISTING-RECORD
003700     MOVE "SALESPERSONS ON FILE" TO LTL-LABEL
003710     MOVE CT-LIST-REPS           TO LTL-COUNT
003720     WRITE SALESPERSON-LISTING-RECORD FROM LST-TOTAL-LINE
003730     MOVE "ACTIVE SALESPERSONS"  TO LTL-LABEL
003740     MOVE CT-LIST-ACTIVE         TO LTL-COUNT
003750     WRITE SALESPERSON-LISTING-RECORD FROM LST-TOTAL-LINE

003760     CLOSE SALESPERSON-LISTING
003770     ADD 1 TO CT-LISTINGS-PRINTED
003780     DISPLAY CT-LIST-REPS " salespersons listed to"
003790         " C:\a\exercise10\slsrplst.txt.".

003800 6000-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003830*    6100-LIST-ONE-SALESPERSON - READ THE NEXT SALESPERSON AND
003840*    PRINT ITS LISTING LINE.
003850*----------------------------------------------------------------
003860 6100-LIST-ONE-SALESPERSON.

003870     READ SALESPERSON-FILE NEXT RECORD
003880         AT END
003890             MOVE "Y" TO WS-SALESPERSON-EOF
003900             GO TO 6100-EXIT
003910     END-READ

003920     PERFORM 7400-SET-STATUS-TEXT THRU 7400-EXIT

003930     MOVE SREP-REP-CODE    TO LDL-REP-CODE
003940     MOVE SREP-REP-NAME    TO LDL-REP-NAME
003950     MOVE SREP-TERRITORY   TO LDL-TERRITORY
003960     MOVE WS-STATUS-TEXT   TO LDL-STATUS
003970     MOVE SREP-ADDED-BY    TO LDL-ADDED-BY
003980     MOVE SREP-CHANGED-BY  TO LDL-CHANGED-BY
003990     MOVE SREP-ADDED-YYYYMMDD TO WS-DATE-EDIT-IN
004000     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
004010     MOVE WS-DATE-EDIT     TO LDL-ADDED-DATE
004020     MOVE SREP-CHANGED-YYYYMMDD TO WS-DATE-EDIT-IN
004030     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
004040     MOVE WS-DATE-EDIT     TO LDL-CHANGED-DATE
004050     WRITE SALESPERSON-LISTING-RECORD FROM LST-DETAIL-LINE

004060     ADD 1 TO CT-LIST-REPS
004070     IF SREP-ACTIVE
004080         ADD 1 TO CT-LIST-ACTIVE
004090     END-IF.

004100 6100-EXIT.
004110     EXIT.

004120*----------------------------------------------------------------
004130*    7400-SET-STATUS-TEXT - SPELL OUT THE REP'S STATUS.
004140*----------------------------------------------------------------
004150 7400-SET-STATUS-TEXT.

004160     EVALUATE TRUE
004170         WHEN SREP-ACTIVE
004180             MOVE "ACTIVE  " TO WS-STATUS-TEXT
004190         WHEN SREP-INACTIVE
004200             MOVE "INACTIVE" TO WS-STATUS-TEXT
004210         WHEN OTHER
004220             MOVE "UNKNOWN " TO WS-STATUS-TEXT
004230     END-EVALUATE.

004240 7400-EXIT.
004250     EXIT.

004260*----------------------------------------------------------------
004270*    8000-PRINT-CONTROL-TOTALS - REPORT THE SESSION'S ACTIVITY.
004280*----------------------------------------------------------------
004290 8000-PRINT-CONTROL-TOTALS.

004300     DISPLAY "=============================================="
004310     DISPLAY "            C O N T R O L   T O T A L S"
004320     DISPLAY "=============================================="
004330     DISPLAY "Operator ....................... " WS-OPERATOR-ID
004340     DISPLAY "Salespersons added ............. " CT-REPS-ADDED
004350     DISPLAY "Salespersons changed ........... " CT-REPS-CHANGED
004360     DISPLAY "Listings printed ............... "
004370         CT-LISTINGS-PRINTED
004380     DISPLAY "Salesperson write errors ....... " CT-WRITE-ERRORS
004390     DISPLAY "==============================================".

004400 8000-EXIT.
004410     EXIT.

004420 END PROGRAM PROGRAM28.
