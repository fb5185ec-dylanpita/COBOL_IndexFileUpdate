000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM23 AS "IndexedFile.Program23".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  MAINTENANCE CHANGE
000120*                     REPORT FOR AUDIT.  LISTS EVERY CREDIT-LIMIT,
000130*                     NAME, ADDRESS AND CLOSE-ACCOUNT CHANGE THE
000140*                     POSTING RUN APPLIED BETWEEN TWO DATES, FROM
000150*                     THE BEFORE/AFTER CHANGE IMAGES, WITH WHO
000160*                     SUBMITTED AND WHO APPROVED EACH ONE.  THE
000170*                     LIST CAN BE LIMITED TO ONE OPERATOR ID,
000180*                     WHICH PICKS UP THE CHANGES THAT OPERATOR
000190*                     EITHER SUBMITTED OR APPROVED.  ONLY THE
000200*                     FIELDS THE CHANGE TOUCHED ARE PRINTED.
000210*    10/15/2026 DP    SALESPERSON ASSIGNMENTS ARE LISTED WITH THE
000220*                     REP BEFORE AND AFTER.  PICKED UP THE LONGER
000230*                     CHANGE-IMAGE RECORD.
000240*    -----------------------------------------------------------
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT MAINT-IMAGE-FILE
000300         ASSIGN TO "C:\a\exercise10\mntimage.txt"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS MIMG-KEY
000340         FILE STATUS IS WS-IMAGE-FILE-STATUS.
000350
000360     SELECT CHANGE-REPORT
000370         ASSIGN TO "C:\a\exercise10\mntrpt.txt"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400     SELECT SORT-WORK
000410         ASSIGN TO "C:\a\exercise10\sortwork.tmp".
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------------
000460*    ONE RECORD PER MAINTENANCE CHANGE APPLIED, KEYED ON THE
000470*    CUSTOMER, THE TRANSACTION DATE AND A SEQUENCE, HOLDING THE
000480*    FULL MASTER AND ADDRESS RECORDS AS THEY STOOD BEFORE AND
000490*    AFTER THE CHANGE.  A CLOSED ACCOUNT HAS NO AFTER IMAGE.
000500*----------------------------------------------------------------
000510 FD  MAINT-IMAGE-FILE.
000520 01  MAINT-IMAGE-RECORD.
000530     05  MIMG-KEY.
000540         10  MIMG-CUSTOMER-NO          PICTURE X(5).
000550         10  MIMG-TRANS-YYYYMMDD       PICTURE 9(8).
000560         10  MIMG-SEQUENCE-NO          PICTURE 9(3).
000570     05  MIMG-TRANS-TYPE               PICTURE X(1).
000580         88  MIMG-LIMIT-CHANGE             VALUE "L".
000590         88  MIMG-NAME-CHANGE              VALUE "N".
000600         88  MIMG-ADDRESS-CHANGE           VALUE "A".
000610         88  MIMG-CLOSE-ACCOUNT            VALUE "X".
000620         88  MIMG-REP-ASSIGNMENT           VALUE "S".
000630     05  MIMG-APPLIED-YYYYMMDD         PICTURE 9(8).
000640     05  MIMG-SUBMITTED-BY             PICTURE X(8).
000650     05  MIMG-APPROVED-BY              PICTURE X(8).
000660     05  MIMG-PENDING-KEY              PICTURE X(13).
000670     05  MIMG-BEFORE-MASTER.
000680         10  MIMG-BEF-CUSTOMER-NO      PICTURE X(5).
000690         10  MIMG-BEF-NAME             PICTURE X(20).
000700         10  MIMG-BEF-LAST-PURCHASE    PICTURE 99/99/9999.
000710         10  MIMG-BEF-AMT-OWED         PICTURE S9(5)V99
000720                                       SIGN LEADING SEPARATE.
000730         10  MIMG-BEF-CREDIT-LIMIT     PICTURE 9(5)V99.
000740     05  MIMG-AFTER-MASTER.
000750         10  MIMG-AFT-CUSTOMER-NO      PICTURE X(5).
000760         10  MIMG-AFT-NAME             PICTURE X(20).
000770         10  MIMG-AFT-LAST-PURCHASE    PICTURE 99/99/9999.
000780         10  MIMG-AFT-AMT-OWED         PICTURE S9(5)V99
000790                                       SIGN LEADING SEPARATE.
000800         10  MIMG-AFT-CREDIT-LIMIT     PICTURE 9(5)V99.
000810     05  MIMG-BEF-ADDR-ON-FILE         PICTURE X(1).
000820         88  MIMG-BEF-ADDR-PRESENT         VALUE "Y".
000830     05  MIMG-BEFORE-ADDRESS.
000840         10  MIMG-BEF-ADDR-CUSTOMER-NO PICTURE X(5).
000850         10  MIMG-BEF-ADDR-LINE-1      PICTURE X(30).
000860         10  MIMG-BEF-ADDR-LINE-2      PICTURE X(30).
000870         10  MIMG-BEF-ADDR-CITY        PICTURE X(20).
000880         10  MIMG-BEF-ADDR-STATE       PICTURE X(2).
000890         10  MIMG-BEF-ADDR-ZIP         PICTURE X(10).
000900         10  MIMG-BEF-ADDR-PHONE       PICTURE X(12).
000910     05  MIMG-AFT-ADDR-ON-FILE         PICTURE X(1).
000920         88  MIMG-AFT-ADDR-PRESENT         VALUE "Y".
000930     05  MIMG-AFTER-ADDRESS.
000940         10  MIMG-AFT-ADDR-CUSTOMER-NO PICTURE X(5).
000950         10  MIMG-AFT-ADDR-LINE-1      PICTURE X(30).
000960         10  MIMG-AFT-ADDR-LINE-2      PICTURE X(30).
000970         10  MIMG-AFT-ADDR-CITY        PICTURE X(20).
000980         10  MIMG-AFT-ADDR-STATE       PICTURE X(2).
000990         10  MIMG-AFT-ADDR-ZIP         PICTURE X(10).
001000         10  MIMG-AFT-ADDR-PHONE       PICTURE X(12).
001010     05  MIMG-BEF-REP-CODE             PICTURE X(4).
001020     05  MIMG-AFT-REP-CODE             PICTURE X(4).
001030
001040 FD  CHANGE-REPORT.
001050 01  CHANGE-REPORT-RECORD             PICTURE X(100).
001060
001070 SD  SORT-WORK.
001080 01  SORT-IMAGE-RECORD.
001090     05  SRT-APPLIED-YYYYMMDD          PICTURE 9(8).
001100     05  SRT-IMAGE-DATA.
001110         10  SRT-IMAGE-KEY             PICTURE X(16).
001120         10  FILLER                    PICTURE X(366).
001130
001140 WORKING-STORAGE SECTION.
001150 01  WS-SWITCHES.
001160     05  WS-IMAGE-EOF                 PICTURE X(1) VALUE "N".
001170         88  IMAGE-EOF                    VALUE "Y".
001180     05  WS-SORT-EOF                  PICTURE X(1) VALUE "N".
001190         88  SORT-EOF                     VALUE "Y".
001200     05  WS-IMAGE-FILE-STATUS         PICTURE X(2) VALUE SPACES.
001210
001220 01  WS-REPORT-CONTROLS.
001230     05  WS-FROM-DATE                  PICTURE X(8).
001240     05  WS-TO-DATE                    PICTURE X(8).
001250     05  WS-OPERATOR-ID                PICTURE X(8) VALUE SPACES.
001260     05  WS-DATE-EDIT                  PICTURE X(10).
001270     05  WS-DATE-EDIT-IN               PICTURE 9(8).
001280     05  WS-AMOUNT-EDIT                PICTURE ZZ,ZZ9.99.
001290     05  WS-BALANCE-EDIT               PICTURE -ZZ,ZZ9.99.
001300     05  WS-FIELD-NAME                 PICTURE X(14).
001310     05  WS-BEFORE-TEXT                PICTURE X(32).
001320     05  WS-AFTER-TEXT                 PICTURE X(32).
001330     05  WS-FIELDS-PRINTED             PICTURE 9(3) COMP VALUE 0.
001340
001350 01  WS-CONTROL-TOTALS.
001360     05  CT-IMAGES-READ               PICTURE 9(7) COMP VALUE 0.
001370     05  CT-IMAGES-LISTED             PICTURE 9(7) COMP VALUE 0.
001380     05  CT-LIMIT-CHANGES             PICTURE 9(7) COMP VALUE 0.
001390     05  CT-NAME-CHANGES              PICTURE 9(7) COMP VALUE 0.
001400     05  CT-ADDRESS-CHANGES           PICTURE 9(7) COMP VALUE 0.
001410     05  CT-ACCOUNTS-CLOSED           PICTURE 9(7) COMP VALUE 0.
001420     05  CT-REP-ASSIGNMENTS           PICTURE 9(7) COMP VALUE 0.
001430
001440 01  RPT-HEADING-1.
001450     05  FILLER                        PICTURE X(40) VALUE
001460         "M A I N T E N A N C E   C H A N G E S  ".
001470     05  FILLER                        PICTURE X(6) VALUE
001480         "FROM: ".
001490     05  RH1-FROM-DATE                 PICTURE X(10).
001500     05  FILLER                        PICTURE X(6) VALUE
001510         "  TO: ".
001520     05  RH1-TO-DATE                   PICTURE X(10).
001530     05  FILLER                        PICTURE X(12) VALUE
001540         "  OPERATOR: ".
001550     05  RH1-OPERATOR-ID               PICTURE X(8).
001560     05  FILLER                        PICTURE X(8) VALUE SPACES.
001570
001580 01  RPT-HEADING-2.
001590     05  FILLER                        PICTURE X(40) VALUE
001600         "APPLIED     CUST   CHANGE               ".
001610     05  FILLER                        PICTURE X(60) VALUE
001620         "SUBMITTED BY     APPROVED BY".
001630
001640 01  RPT-HEADING-3.
001650     05  FILLER                        PICTURE X(40) VALUE
001660         "      FIELD         BEFORE              ".
001670     05  FILLER                        PICTURE X(60) VALUE
001680         "            AFTER".
001690
001700 01  RPT-ITEM-LINE.
001710     05  RIL-APPLIED-DATE              PICTURE X(10).
001720     05  FILLER                        PICTURE X(2) VALUE SPACES.
001730     05  RIL-CUSTOMER-NO               PICTURE X(5).
001740     05  FILLER                        PICTURE X(2) VALUE SPACES.
001750     05  RIL-CHANGE-TEXT               PICTURE X(20).
001760     05  FILLER                        PICTURE X(1) VALUE SPACES.
001770     05  RIL-SUBMITTED-BY              PICTURE X(8).
001780     05  FILLER                        PICTURE X(9) VALUE SPACES.
001790     05  RIL-APPROVED-BY               PICTURE X(8).
001800     05  FILLER                        PICTURE X(35) VALUE SPACES.
001810
001820 01  RPT-FIELD-LINE.
001830     05  FILLER                        PICTURE X(6) VALUE SPACES.
001840     05  RFL-FIELD-NAME                PICTURE X(14).
001850     05  RFL-BEFORE                    PICTURE X(32).
001860     05  RFL-AFTER                     PICTURE X(32).
001870     05  FILLER                        PICTURE X(16) VALUE SPACES.
001880
001890 PROCEDURE DIVISION.
001900*----------------------------------------------------------------
001910*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001920*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001930*----------------------------------------------------------------
001940 0000-MAINLINE.
001950
001960     PERFORM 1000-GET-REPORT-CONTROLS THRU 1000-EXIT
001970
001980     OPEN INPUT MAINT-IMAGE-FILE
001990     IF WS-IMAGE-FILE-STATUS NOT = "00"
002000         DISPLAY "No maintenance change-image file - nothing to"
002010             " report - status " WS-IMAGE-FILE-STATUS
002020         STOP RUN
002030     END-IF
002040
002050     OPEN OUTPUT CHANGE-REPORT
002060     MOVE WS-FROM-DATE TO WS-DATE-EDIT-IN
002070     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
002080     MOVE WS-DATE-EDIT TO RH1-FROM-DATE
002090     MOVE WS-TO-DATE   TO WS-DATE-EDIT-IN
002100     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
002110     MOVE WS-DATE-EDIT TO RH1-TO-DATE
002120     IF WS-OPERATOR-ID = SPACES
002130         MOVE "ALL"          TO RH1-OPERATOR-ID
002140     ELSE
002150         MOVE WS-OPERATOR-ID TO RH1-OPERATOR-ID
002160     END-IF
002170     WRITE CHANGE-REPORT-RECORD FROM RPT-HEADING-1
002180     MOVE SPACES TO CHANGE-REPORT-RECORD
002190     WRITE CHANGE-REPORT-RECORD
002200     WRITE CHANGE-REPORT-RECORD FROM RPT-HEADING-2
002210     WRITE CHANGE-REPORT-RECORD FROM RPT-HEADING-3
002220     MOVE SPACES TO CHANGE-REPORT-RECORD
002230     WRITE CHANGE-REPORT-RECORD
002240
002250     SORT SORT-WORK
002260         ON ASCENDING KEY SRT-APPLIED-YYYYMMDD
002270                          SRT-IMAGE-KEY
002280         INPUT PROCEDURE IS 2000-SELECT-IMAGES
002290             THRU 2000-EXIT
002300         OUTPUT PROCEDURE IS 3000-PRINT-CHANGES
002310             THRU 3000-EXIT
002320
002330     IF CT-IMAGES-LISTED = ZERO
002340         MOVE "   NO MAINTENANCE CHANGES IN THE RANGE ASKED FOR"
002350             TO CHANGE-REPORT-RECORD
002360         WRITE CHANGE-REPORT-RECORD
002370     END-IF
002380
002390     CLOSE MAINT-IMAGE-FILE
002400           CHANGE-REPORT
002410
002420     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
002430
002440     STOP RUN.
002450
002460*----------------------------------------------------------------
002470*    1000-GET-REPORT-CONTROLS - ASK FOR THE DATE RANGE (THE DATES
002480*    THE CHANGES WERE APPLIED BY THE POSTING RUN) AND AN OPTIONAL
002490*    OPERATOR ID.  A BAD DATE ENDS THE RUN.
002500*----------------------------------------------------------------
002510 1000-GET-REPORT-CONTROLS.
002520
002530     DISPLAY "Enter first date applied to report (YYYYMMDD):"
002540     ACCEPT WS-FROM-DATE
002550     DISPLAY "Enter last date applied to report (YYYYMMDD):"
002560     ACCEPT WS-TO-DATE
002570
002580     IF WS-FROM-DATE IS NOT NUMERIC
002590        OR WS-TO-DATE IS NOT NUMERIC
002600         DISPLAY "Dates must be numeric YYYYMMDD - report not"
002610             " produced."
002620         STOP RUN
002630     END-IF
002640
002650     IF WS-FROM-DATE > WS-TO-DATE
002660         DISPLAY "First date is after last date - report not"
002670             " produced."
002680         STOP RUN
002690     END-IF
002700
002710     DISPLAY "Enter operator ID to report (ENTER for all):"
002720     ACCEPT WS-OPERATOR-ID.
002730
002740 1000-EXIT.
002750     EXIT.
002760
002770*----------------------------------------------------------------
002780*    2000-SELECT-IMAGES - READ THE CHANGE-IMAGE FILE FRONT TO BACK
002790*    AND RELEASE EVERY IMAGE APPLIED INSIDE THE DATE RANGE (AND,
002800*    WHEN ONE WAS GIVEN, SUBMITTED OR APPROVED BY THE OPERATOR).
002810*----------------------------------------------------------------
002820 2000-SELECT-IMAGES.
002830
002840     PERFORM 2100-RELEASE-ONE-IMAGE THRU 2100-EXIT
002850         UNTIL IMAGE-EOF.
002860
002870 2000-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------
002910*    2100-RELEASE-ONE-IMAGE - READ THE NEXT CHANGE IMAGE AND
002920*    RELEASE IT TO THE SORT IF IT WAS APPLIED IN THE DATE RANGE
002930*    AND, WHEN AN OPERATOR IS GIVEN, WAS SUBMITTED OR APPROVED BY
002940*    THAT OPERATOR.
002950*----------------------------------------------------------------
002960 2100-RELEASE-ONE-IMAGE.
002970
002980     READ MAINT-IMAGE-FILE NEXT RECORD
002990         AT END
003000             MOVE "Y" TO WS-IMAGE-EOF
003010             GO TO 2100-EXIT
003020     END-READ
003030
003040     ADD 1 TO CT-IMAGES-READ
003050
003060     IF MIMG-APPLIED-YYYYMMDD < WS-FROM-DATE
003070        OR MIMG-APPLIED-YYYYMMDD > WS-TO-DATE
003080         GO TO 2100-EXIT
003090     END-IF
003100
003110     IF WS-OPERATOR-ID NOT = SPACES
003120        AND MIMG-SUBMITTED-BY NOT = WS-OPERATOR-ID
003130        AND MIMG-APPROVED-BY NOT = WS-OPERATOR-ID
003140         GO TO 2100-EXIT
003150     END-IF
003160
003170     MOVE MIMG-APPLIED-YYYYMMDD TO SRT-APPLIED-YYYYMMDD
003180     MOVE MAINT-IMAGE-RECORD    TO SRT-IMAGE-DATA
003190     RELEASE SORT-IMAGE-RECORD.
003200
003210 2100-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------
003250*    3000-PRINT-CHANGES - PRINT THE SELECTED CHANGES IN THE ORDER
003260*    THEY WERE APPLIED.
003270*----------------------------------------------------------------
003280 3000-PRINT-CHANGES.
003290
003300     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT
003310
003320     PERFORM 3100-PRINT-ONE-CHANGE THRU 3100-EXIT
003330         UNTIL SORT-EOF.
003340
003350 3000-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390*    3100-PRINT-ONE-CHANGE - PRINT THE CHANGE LINE AND THEN THE
003400*    FIELDS IT TOUCHED, BEFORE AND AFTER.
003410*----------------------------------------------------------------
003420 3100-PRINT-ONE-CHANGE.
003430
003440     MOVE SRT-IMAGE-DATA TO MAINT-IMAGE-RECORD
003450     ADD 1 TO CT-IMAGES-LISTED
003460
003470     MOVE MIMG-APPLIED-YYYYMMDD TO WS-DATE-EDIT-IN
003480     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
003490     MOVE WS-DATE-EDIT          TO RIL-APPLIED-DATE
003500     MOVE MIMG-CUSTOMER-NO      TO RIL-CUSTOMER-NO
003510     MOVE MIMG-SUBMITTED-BY     TO RIL-SUBMITTED-BY
003520     MOVE MIMG-APPROVED-BY      TO RIL-APPROVED-BY
003530     EVALUATE TRUE
003540         WHEN MIMG-LIMIT-CHANGE
003550             MOVE "CREDIT LIMIT CHANGE" TO RIL-CHANGE-TEXT
003560             ADD 1 TO CT-LIMIT-CHANGES
003570         WHEN MIMG-NAME-CHANGE
003580             MOVE "NAME CHANGE"         TO RIL-CHANGE-TEXT
003590             ADD 1 TO CT-NAME-CHANGES
003600         WHEN MIMG-ADDRESS-CHANGE
003610             MOVE "ADDRESS CHANGE"      TO RIL-CHANGE-TEXT
003620             ADD 1 TO CT-ADDRESS-CHANGES
003630         WHEN MIMG-CLOSE-ACCOUNT
003640             MOVE "ACCOUNT CLOSED"      TO RIL-CHANGE-TEXT
003650             ADD 1 TO CT-ACCOUNTS-CLOSED
003660         WHEN MIMG-REP-ASSIGNMENT
003670             MOVE "SALESPERSON ASSIGNED" TO RIL-CHANGE-TEXT
003680             ADD 1 TO CT-REP-ASSIGNMENTS
003690         WHEN OTHER
003700             MOVE "UNKNOWN TYPE"        TO RIL-CHANGE-TEXT
003710     END-EVALUATE
003720     WRITE CHANGE-REPORT-RECORD FROM RPT-ITEM-LINE
003730
003740     MOVE ZERO TO WS-FIELDS-PRINTED
003750     EVALUATE TRUE
003760         WHEN MIMG-LIMIT-CHANGE
003770             PERFORM 3300-PRINT-LIMIT-FIELD THRU 3300-EXIT
003780         WHEN MIMG-NAME-CHANGE
003790             PERFORM 3400-PRINT-NAME-FIELD THRU 3400-EXIT
003800         WHEN MIMG-ADDRESS-CHANGE
003810             PERFORM 3500-PRINT-ADDRESS-FIELDS THRU 3500-EXIT
003820         WHEN MIMG-CLOSE-ACCOUNT
003830             PERFORM 3600-PRINT-CLOSED-ACCOUNT THRU 3600-EXIT
003840         WHEN MIMG-REP-ASSIGNMENT
003850             PERFORM 3700-PRINT-REP-FIELD THRU 3700-EXIT
003860     END-EVALUATE
003870
003880     IF WS-FIELDS-PRINTED = ZERO
003890         MOVE "(NO FIELD CHANGED)" TO WS-FIELD-NAME
003900         MOVE SPACES TO WS-BEFORE-TEXT
003910                        WS-AFTER-TEXT
003920         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
003930     END-IF
003940
003950     MOVE SPACES TO CHANGE-REPORT-RECORD
003960     WRITE CHANGE-REPORT-RECORD
003970
003980     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT.
003990
004000 3100-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040*    3200-WRITE-FIELD-LINE - PRINT ONE FIELD'S BEFORE AND AFTER.
004050*----------------------------------------------------------------
004060 3200-WRITE-FIELD-LINE.
004070
004080     MOVE WS-FIELD-NAME  TO RFL-FIELD-NAME
004090     MOVE WS-BEFORE-TEXT TO RFL-BEFORE
004100     MOVE WS-AFTER-TEXT  TO RFL-AFTER
004110     WRITE CHANGE-REPORT-RECORD FROM RPT-FIELD-LINE
004120     ADD 1 TO WS-FIELDS-PRINTED.
004130
004140 3200-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------
004180*    3300-PRINT-LIMIT-FIELD - PRINT THE CREDIT LIMIT BEFORE AND
004190*    AFTER THE CHANGE.
004200*----------------------------------------------------------------
004210 3300-PRINT-LIMIT-FIELD.
004220
004230     MOVE "CREDIT LIMIT"        TO WS-FIELD-NAME
004240     MOVE MIMG-BEF-CREDIT-LIMIT TO WS-AMOUNT-EDIT
004250     MOVE WS-AMOUNT-EDIT        TO WS-BEFORE-TEXT
004260     MOVE MIMG-AFT-CREDIT-LIMIT TO WS-AMOUNT-EDIT
004270     MOVE WS-AMOUNT-EDIT        TO WS-AFTER-TEXT
004280     PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT.
004290
004300 3300-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------
004340*    3400-PRINT-NAME-FIELD - PRINT THE CUSTOMER NAME BEFORE AND
004350*    AFTER THE CHANGE.
004360*----------------------------------------------------------------
004370 3400-PRINT-NAME-FIELD.
004380
004390     MOVE "NAME"        TO WS-FIELD-NAME
004400     MOVE MIMG-BEF-NAME TO WS-BEFORE-TEXT
004410     MOVE MIMG-AFT-NAME TO WS-AFTER-TEXT
004420     PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT.
004430
004440 3400-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480*    3500-PRINT-ADDRESS-FIELDS - PRINT EACH ADDRESS FIELD THAT
004490*    DIFFERS.  A CUSTOMER WITH NO ADDRESS ON FILE BEFORE SHOWS AS
004500*    A NEW ADDRESS.
004510*----------------------------------------------------------------
004520 3500-PRINT-ADDRESS-FIELDS.
004530
004540     IF NOT MIMG-BEF-ADDR-PRESENT
004550         MOVE "ADDRESS"          TO WS-FIELD-NAME
004560         MOVE "(NONE ON FILE)"   TO WS-BEFORE-TEXT
004570         MOVE "(NEW ADDRESS)"    TO WS-AFTER-TEXT
004580         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
004590     END-IF
004600
004610     IF MIMG-BEF-ADDR-LINE-1 NOT = MIMG-AFT-ADDR-LINE-1
004620         MOVE "ADDRESS LINE 1"     TO WS-FIELD-NAME
004630         MOVE MIMG-BEF-ADDR-LINE-1 TO WS-BEFORE-TEXT
004640         MOVE MIMG-AFT-ADDR-LINE-1 TO WS-AFTER-TEXT
004650         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
004660     END-IF
004670
004680     IF MIMG-BEF-ADDR-LINE-2 NOT = MIMG-AFT-ADDR-LINE-2
004690         MOVE "ADDRESS LINE 2"     TO WS-FIELD-NAME
004700         MOVE MIMG-BEF-ADDR-LINE-2 TO WS-BEFORE-TEXT
004710         MOVE MIMG-AFT-ADDR-LINE-2 TO WS-AFTER-TEXT
004720         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
004730     END-IF
004740
004750     IF MIMG-BEF-ADDR-CITY NOT = MIMG-AFT-ADDR-CITY
004760         MOVE "CITY"               TO WS-FIELD-NAME
004770         MOVE MIMG-BEF-ADDR-CITY   TO WS-BEFORE-TEXT
004780         MOVE MIMG-AFT-ADDR-CITY   TO WS-AFTER-TEXT
004790         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
004800     END-IF
004810
004820     IF MIMG-BEF-ADDR-STATE NOT = MIMG-AFT-ADDR-STATE
004830         MOVE "STATE"              TO WS-FIELD-NAME
004840         MOVE MIMG-BEF-ADDR-STATE  TO WS-BEFORE-TEXT
004850         MOVE MIMG-AFT-ADDR-STATE  TO WS-AFTER-TEXT
004860         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
004870     END-IF
004880
004890     IF MIMG-BEF-ADDR-ZIP NOT = MIMG-AFT-ADDR-ZIP
004900         MOVE "ZIP"                TO WS-FIELD-NAME
004910         MOVE MIMG-BEF-ADDR-ZIP    TO WS-BEFORE-TEXT
004920         MOVE MIMG-AFT-ADDR-ZIP    TO WS-AFTER-TEXT
004930         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
004940     END-IF
004950
004960     IF MIMG-BEF-ADDR-PHONE NOT = MIMG-AFT-ADDR-PHONE
004970         MOVE "PHONE"              TO WS-FIELD-NAME
004980         MOVE MIMG-BEF-ADDR-PHONE  TO WS-BEFORE-TEXT
004990         MOVE MIMG-AFT-ADDR-PHONE  TO WS-AFTER-TEXT
005000         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
005010     END-IF.
005020
005030 3500-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070*    3600-PRINT-CLOSED-ACCOUNT - A CLOSE REMOVES THE WHOLE MASTER
005080*    RECORD (AND ANY ADDRESS), SO PRINT WHAT WAS REMOVED.
005090*----------------------------------------------------------------
005100 3600-PRINT-CLOSED-ACCOUNT.
005110
005120     MOVE "NAME"                TO WS-FIELD-NAME
005130     MOVE MIMG-BEF-NAME         TO WS-BEFORE-TEXT
005140     MOVE "(ACCOUNT REMOVED)"   TO WS-AFTER-TEXT
005150     PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
005160
005170     MOVE "BALANCE"             TO WS-FIELD-NAME
005180     MOVE MIMG-BEF-AMT-OWED     TO WS-BALANCE-EDIT
005190     MOVE WS-BALANCE-EDIT       TO WS-BEFORE-TEXT
005200     MOVE SPACES                TO WS-AFTER-TEXT
005210     PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
005220
005230     MOVE "CREDIT LIMIT"        TO WS-FIELD-NAME
005240     MOVE MIMG-BEF-CREDIT-LIMIT TO WS-AMOUNT-EDIT
005250     MOVE WS-AMOUNT-EDIT        TO WS-BEFORE-TEXT
005260     MOVE SPACES                TO WS-AFTER-TEXT
005270     PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
005280
005290     IF MIMG-BEF-ADDR-PRESENT
005300         MOVE "ADDRESS LINE 1"     TO WS-FIELD-NAME
005310         MOVE MIMG-BEF-ADDR-LINE-1 TO WS-BEFORE-TEXT
005320         MOVE "(ADDRESS REMOVED)"  TO WS-AFTER-TEXT
005330         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
005340     END-IF.
005350
005360 3600-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------
005400*    3700-PRINT-REP-FIELD - PRINT THE ACCOUNT'S SALES REP BEFORE
005410*    AND AFTER.  AN ACCOUNT WITH NO REP BEFORE SHOWS UNASSIGNED.
005420*----------------------------------------------------------------
005430 3700-PRINT-REP-FIELD.
005440
005450     MOVE "SALESPERSON"     TO WS-FIELD-NAME
005460     IF MIMG-BEF-REP-CODE = SPACES
005470         MOVE "(UNASSIGNED)" TO WS-BEFORE-TEXT
005480     ELSE
005490         MOVE MIMG-BEF-REP-CODE TO WS-BEFORE-TEXT
005500     END-IF
005510     MOVE MIMG-AFT-REP-CODE TO WS-AFTER-TEXT
005520     IF MIMG-BEF-REP-CODE NOT = MIMG-AFT-REP-CODE
005530         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
005540     END-IF.
005550
005560 3700-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600*    3900-RETURN-SORTED-RECORD - GET THE NEXT CHANGE BACK FROM
005610*    THE SORT.
005620*----------------------------------------------------------------
005630 3900-RETURN-SORTED-RECORD.
005640
005650     RETURN SORT-WORK
005660         AT END
005670             MOVE "Y" TO WS-SORT-EOF
005680     END-RETURN.
005690
005700 3900-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740*    5100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
005750*    MM/DD/YYYY IN WS-DATE-EDIT.
005760*----------------------------------------------------------------
005770 5100-EDIT-DATE.
005780
005790     STRING WS-DATE-EDIT-IN (5:2) "/"
005800            WS-DATE-EDIT-IN (7:2) "/"
005810            WS-DATE-EDIT-IN (1:4)
005820         DELIMITED BY SIZE INTO WS-DATE-EDIT.
005830
005840 5100-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
005890*----------------------------------------------------------------
005900 8000-PRINT-CONTROL-TOTALS.
005910
005920     DISPLAY "=============================================="
005930     DISPLAY "            C O N T R O L   T O T A L S"
005940     DISPLAY "=============================================="
005950     DISPLAY "Change images read ............. " CT-IMAGES-READ
005960     DISPLAY "Changes listed ................. " CT-IMAGES-LISTED
005970     DISPLAY "Credit limit changes ........... " CT-LIMIT-CHANGES
005980     DISPLAY "Name changes ................... " CT-NAME-CHANGES
005990     DISPLAY "Address changes ................ "
006000         CT-ADDRESS-CHANGES
006010     DISPLAY "Accounts closed ................ "
006020         CT-ACCOUNTS-CLOSED
006030     DISPLAY "Salesperson assignments ........ "
006040         CT-REP-ASSIGNMENTS
006050     DISPLAY "==============================================".
006060
006070 8000-EXIT.
006080     EXIT.
006090
006100 END PROGRAM PROGRAM23.
