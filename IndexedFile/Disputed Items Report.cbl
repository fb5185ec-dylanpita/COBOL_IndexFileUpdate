000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM19 AS "IndexedFile.Program19".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  DISPUTED-ITEMS REPORT,
000120*                     RUN WEEKLY.  LISTS EVERY DISPUTE STILL OPEN
000130*                     ON THE DISPUTE FILE, OLDEST FIRST, GROUPED
000140*                     INTO THE SAME 30-DAY BANDS AS THE AGING
000150*                     REPORT BY THE DAYS SINCE THE DISPUTE WAS
000160*                     OPENED, WITH THE CUSTOMER NAME, INVOICE,
000170*                     REASON CODE, AMOUNT IN DISPUTE AND THE
000180*                     ITEM'S OPEN AMOUNT, AND A SUBTOTAL PER BAND,
000190*                     SO DISPUTES DO NOT SIT UNRESOLVED.  RELEASED
000200*                     AND CREDITED DISPUTES ARE COUNTED BUT NOT
000210*                     LISTED.
000220*    -----------------------------------------------------------
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT DISPUTE-FILE
000280         ASSIGN TO "C:\a\exercise10\dispute.txt"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS DSP-KEY
000320         FILE STATUS IS WS-DISPUTE-FILE-STATUS.
000330
000340     SELECT OPEN-ITEM-FILE
000350         ASSIGN TO "C:\a\exercise10\openitem.txt"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OITM-KEY
000390         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
000420
000430     SELECT CUSTOMER-MASTER
000440         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CUSTOMER-NO-MASTER
000480         FILE STATUS IS WS-MASTER-FILE-STATUS.
000490
000500     SELECT DISPUTE-REPORT
000510         ASSIGN TO "C:\a\exercise10\disprpt.txt"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT SORT-WORK
000550         ASSIGN TO "C:\a\exercise10\sortwork.tmp".
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DISPUTE-FILE.
000600 01  DISPUTE-RECORD.
000610     05  DSP-KEY.
000620         10  DSP-CUSTOMER-NO           PICTURE X(5).
000630         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
000640         10  DSP-SEQUENCE-NO           PICTURE 9(3).
000650     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
000660     05  DSP-REASON-CODE               PICTURE X(2).
000670     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
000680     05  DSP-STATUS                    PICTURE X(1).
000690         88  DSP-STATUS-OPEN               VALUE "O".
000700         88  DSP-STATUS-RELEASED           VALUE "R".
000710         88  DSP-STATUS-CREDITED           VALUE "C".
000720     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
000730     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
000740     05  DSP-INVOICE-NO                PICTURE X(10).
000750
000760 FD  OPEN-ITEM-FILE.
000770 01  OPEN-ITEM-RECORD.
000780     05  OITM-KEY.
000790         10  OITM-CUSTOMER-NO          PICTURE X(5).
000800         10  OITM-PURCHASE-YYYYMMDD    PICTURE 9(8).
000810         10  OITM-SEQUENCE-NO          PICTURE 9(3).
000820     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000830     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000840     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000850     05  OITM-INVOICE-NO               PICTURE X(10).
000860
000870 FD  CUSTOMER-MASTER.
000880 01  CUSTOMER-MASTER-RECORD.
000890     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000900     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
000910     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
000920     05  AMT-OWED-MASTER              PICTURE S9(5)V99
000930                                      SIGN LEADING SEPARATE.
000940     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.
000950
000960 FD  DISPUTE-REPORT.
000970 01  DISPUTE-REPORT-RECORD            PICTURE X(100).
000980
000990 SD  SORT-WORK.
001000 01  SORT-DISPUTE-RECORD.
001010     05  SRT-AGE-BAND                  PICTURE 9(1).
001020     05  SRT-DAYS-OPEN                 PICTURE 9(5).
001030     05  SRT-DISPUTE-KEY.
001040         10  SRT-CUSTOMER-NO           PICTURE X(5).
001050         10  SRT-PURCHASE-YYYYMMDD     PICTURE 9(8).
001060         10  SRT-SEQUENCE-NO           PICTURE 9(3).
001070     05  SRT-DISPUTE-DATE              PICTURE X(10).
001080     05  SRT-REASON-CODE               PICTURE X(2).
001090     05  SRT-DISPUTE-AMOUNT            PICTURE 9(5)V99.
001100     05  SRT-INVOICE-NO                PICTURE X(10).
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-SWITCHES.
001140     05  WS-DISPUTE-EOF               PICTURE X(1) VALUE "N".
001150         88  DISPUTE-EOF                  VALUE "Y".
001160     05  WS-SORT-EOF                  PICTURE X(1) VALUE "N".
001170         88  SORT-EOF                     VALUE "Y".
001180     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001190     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
001200     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001210
001220 01  WS-RUN-CONTROLS.
001230     05  WS-RUN-DATE                   PICTURE 9(8).
001240     05  WS-DATE-EDIT                  PICTURE X(10).
001250     05  WS-DATE-EDIT-IN               PICTURE 9(8).
001260     05  WS-RUN-DAY-COUNT              PICTURE 9(7) VALUE 0.
001270     05  WS-DAYS-OPEN                  PICTURE S9(7) COMP.
001280     05  WS-CURRENT-BAND               PICTURE 9(1) VALUE 0.
001290     05  WS-BAND-COUNT                 PICTURE 9(5) COMP VALUE 0.
001300     05  WS-BAND-AMOUNT                PICTURE 9(7)V99 VALUE 0.
001310
001320*----------------------------------------------------------------
001330*    BAND 4 IS THE OLDEST, SO A DESCENDING SORT ON THE BAND AND
001340*    THE DAYS OPEN PRINTS THE LONGEST-STANDING DISPUTES FIRST.
001350*----------------------------------------------------------------
001360 01  WS-BAND-TITLE-VALUES.
001370     05  FILLER                        PICTURE X(24) VALUE
001380         "OPEN UP TO 30 DAYS      ".
001390     05  FILLER                        PICTURE X(24) VALUE
001400         "OPEN 31 TO 60 DAYS      ".
001410     05  FILLER                        PICTURE X(24) VALUE
001420         "OPEN 61 TO 90 DAYS      ".
001430     05  FILLER                        PICTURE X(24) VALUE
001440         "OPEN OVER 90 DAYS       ".
001450 01  FILLER REDEFINES WS-BAND-TITLE-VALUES.
001460     05  WS-BAND-TITLE                 PICTURE X(24)
001470         OCCURS 4 TIMES.
001480
001490 01  WS-DATE-CONVERSION.
001500     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
001510     05  FILLER REDEFINES WS-CONV-YYYYMMDD.
001520         10  WS-CONV-YEAR              PICTURE 9(4).
001530         10  WS-CONV-MONTH             PICTURE 9(2).
001540         10  WS-CONV-DAY               PICTURE 9(2).
001550     05  WS-CONV-DAY-COUNT             PICTURE 9(7) VALUE 0.
001560     05  WS-CONV-PRIOR-YEAR            PICTURE 9(4) VALUE 0.
001570     05  WS-CONV-LEAPS-4               PICTURE 9(4) VALUE 0.
001580     05  WS-CONV-LEAPS-100             PICTURE 9(4) VALUE 0.
001590     05  WS-CONV-LEAPS-400             PICTURE 9(4) VALUE 0.
001600     05  WS-CONV-QUOTIENT              PICTURE 9(4) VALUE 0.
001610     05  WS-CONV-REM-4                 PICTURE 9(4) VALUE 0.
001620     05  WS-CONV-REM-100               PICTURE 9(4) VALUE 0.
001630     05  WS-CONV-REM-400               PICTURE 9(4) VALUE 0.
001640
001650 01  WS-DAYS-BEFORE-MONTH-VALUES.
001660     05  FILLER                        PICTURE X(18) VALUE
001670         "000031059090120151".
001680     05  FILLER                        PICTURE X(18) VALUE
001690         "181212243273304334".
001700 01  FILLER REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
001710     05  WS-DAYS-BEFORE-MONTH          PICTURE 9(3)
001720         OCCURS 12 TIMES.
001730
001740 01  WS-CONTROL-TOTALS.
001750     05  CT-DISPUTES-READ             PICTURE 9(7) COMP VALUE 0.
001760     05  CT-DISPUTES-LISTED           PICTURE 9(7) COMP VALUE 0.
001770     05  CT-AMT-LISTED                PICTURE 9(9)V99 VALUE 0.
001780     05  CT-DISPUTES-RELEASED         PICTURE 9(7) COMP VALUE 0.
001790     05  CT-DISPUTES-CREDITED         PICTURE 9(7) COMP VALUE 0.
001800     05  CT-AMT-CREDITED              PICTURE 9(9)V99 VALUE 0.
001810     05  CT-ITEMS-NOT-ON-FILE         PICTURE 9(7) COMP VALUE 0.
001820
001830 01  RPT-HEADING-1.
001840     05  FILLER                        PICTURE X(38) VALUE
001850         "O P E N   D I S P U T E D   I T E M S".
001860     05  FILLER                        PICTURE X(11) VALUE
001870         "    AS OF: ".
001880     05  RH1-RUN-DATE                  PICTURE X(10).
001890     05  FILLER                        PICTURE X(41) VALUE SPACES.
001900
001910 01  RPT-HEADING-2.
001920     05  FILLER                        PICTURE X(40) VALUE
001930         "CUST  CUSTOMER NAME        INVOICE     ".
001940     05  FILLER                        PICTURE X(40) VALUE
001950         "PURCHASED  OPENED     RS  DISPUTED  ITEM".
001960     05  FILLER                        PICTURE X(20) VALUE
001970         " OPEN  DAYS".
001980
001990 01  RPT-BAND-HEADING.
002000     05  FILLER                        PICTURE X(3) VALUE
002010         "-- ".
002020     05  RBH-TITLE                     PICTURE X(24).
002030     05  FILLER                        PICTURE X(73) VALUE SPACES.
002040
002050 01  RPT-DETAIL-LINE.
002060     05  RDL-CUSTOMER-NO               PICTURE X(5).
002070     05  FILLER                        PICTURE X(1) VALUE SPACES.
002080     05  RDL-CUSTOMER-NAME             PICTURE X(20).
002090     05  FILLER                        PICTURE X(1) VALUE SPACES.
002100     05  RDL-INVOICE-NO                PICTURE X(10).
002110     05  FILLER                        PICTURE X(1) VALUE SPACES.
002120     05  RDL-PURCHASE-DATE             PICTURE X(10).
002130     05  FILLER                        PICTURE X(1) VALUE SPACES.
002140     05  RDL-DISPUTE-DATE              PICTURE X(10).
002150     05  FILLER                        PICTURE X(1) VALUE SPACES.
002160     05  RDL-REASON-CODE               PICTURE X(2).
002170     05  FILLER                        PICTURE X(1) VALUE SPACES.
002180     05  RDL-DISPUTE-AMOUNT            PICTURE ZZ,ZZ9.99.
002190     05  FILLER                        PICTURE X(1) VALUE SPACES.
002200     05  RDL-OPEN-AMOUNT               PICTURE ZZ,ZZ9.99.
002210     05  FILLER                        PICTURE X(1) VALUE SPACES.
002220     05  RDL-DAYS-OPEN                 PICTURE ZZZZ9.
002230     05  FILLER                        PICTURE X(12) VALUE SPACES.
002240
002250 01  RPT-TOTAL-LINE.
002260     05  FILLER                        PICTURE X(3) VALUE SPACES.
002270     05  RTL-LABEL                     PICTURE X(30).
002280     05  RTL-COUNT                     PICTURE ZZZ,ZZ9.
002290     05  FILLER                        PICTURE X(9) VALUE
002300         " ITEMS   ".
002310     05  RTL-AMOUNT                    PICTURE ZZZ,ZZZ,ZZ9.99.
002320     05  FILLER                        PICTURE X(37) VALUE SPACES.
002330
002340 PROCEDURE DIVISION.
002350*----------------------------------------------------------------
002360*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
002370*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
002380*----------------------------------------------------------------
002390 0000-MAINLINE.
002400
002410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002420     MOVE WS-RUN-DATE TO WS-CONV-YYYYMMDD
002430     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
002440     MOVE WS-CONV-DAY-COUNT TO WS-RUN-DAY-COUNT
002450
002460     OPEN INPUT DISPUTE-FILE
002470     IF WS-DISPUTE-FILE-STATUS NOT = "00"
002480         DISPLAY "No dispute file to report - status "
002490             WS-DISPUTE-FILE-STATUS
002500         STOP RUN
002510     END-IF
002520
002530     OPEN INPUT OPEN-ITEM-FILE
002540     IF WS-OPEN-ITEM-FILE-STATUS NOT = "00"
002550         DISPLAY "No open-item file - item open amounts will"
002560             " show as zero - status " WS-OPEN-ITEM-FILE-STATUS
002570     END-IF
002580
002590     OPEN INPUT CUSTOMER-MASTER
002600     IF WS-MASTER-FILE-STATUS NOT = "00"
002610         DISPLAY "Unable to open customer master - status "
002620             WS-MASTER-FILE-STATUS
002630         STOP RUN
002640     END-IF
002650
002660     OPEN OUTPUT DISPUTE-REPORT
002670     MOVE WS-RUN-DATE  TO WS-DATE-EDIT-IN
002680     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
002690     MOVE WS-DATE-EDIT TO RH1-RUN-DATE
002700     WRITE DISPUTE-REPORT-RECORD FROM RPT-HEADING-1
002710     WRITE DISPUTE-REPORT-RECORD FROM RPT-HEADING-2
002720
002730     SORT SORT-WORK
002740         ON DESCENDING KEY SRT-AGE-BAND
002750                           SRT-DAYS-OPEN
002760            ASCENDING KEY  SRT-DISPUTE-KEY
002770         INPUT PROCEDURE IS 2000-SELECT-OPEN-DISPUTES
002780             THRU 2000-EXIT
002790         OUTPUT PROCEDURE IS 3000-PRINT-DISPUTES
002800             THRU 3000-EXIT
002810
002820     PERFORM 4000-PRINT-GRAND-TOTAL THRU 4000-EXIT
002830
002840     CLOSE DISPUTE-FILE
002850           CUSTOMER-MASTER
002860           DISPUTE-REPORT
002870     IF WS-OPEN-ITEM-FILE-STATUS = "00"
002880         CLOSE OPEN-ITEM-FILE
002890     END-IF
002900
002910     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
002920
002930     STOP RUN.
002940
002950*----------------------------------------------------------------
002960*    2000-SELECT-OPEN-DISPUTES - READ THE WHOLE DISPUTE FILE AND
002970*    RELEASE TO THE SORT EVERY DISPUTE STILL OPEN, WITH ITS DAYS
002980*    OPEN AND AGE BAND.
002990*----------------------------------------------------------------
003000 2000-SELECT-OPEN-DISPUTES.
003010
003020     MOVE LOW-VALUES TO DSP-KEY
003030     START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
003040         INVALID KEY
003050             MOVE "Y" TO WS-DISPUTE-EOF
003060     END-START
003070
003080     PERFORM 2100-RELEASE-ONE-DISPUTE THRU 2100-EXIT
003090         UNTIL DISPUTE-EOF.
003100
003110 2000-EXIT.
003120     EXIT.
003130
003140*----------------------------------------------------------------
003150*    2100-RELEASE-ONE-DISPUTE - READ THE NEXT DISPUTE.  A CLOSED
003160*    DISPUTE IS ONLY COUNTED.  AN OPEN ONE IS AGED FROM THE DATE
003170*    IT WAS OPENED AND RELEASED TO THE SORT.
003180*----------------------------------------------------------------
003190 2100-RELEASE-ONE-DISPUTE.
003200
003210     READ DISPUTE-FILE NEXT RECORD
003220         AT END
003230             MOVE "Y" TO WS-DISPUTE-EOF
003240             GO TO 2100-EXIT
003250     END-READ
003260
003270     ADD 1 TO CT-DISPUTES-READ
003280
003290     IF DSP-STATUS-RELEASED
003300         ADD 1 TO CT-DISPUTES-RELEASED
003310         GO TO 2100-EXIT
003320     END-IF
003330     IF DSP-STATUS-CREDITED
003340         ADD 1 TO CT-DISPUTES-CREDITED
003350         ADD DSP-CREDIT-AMOUNT TO CT-AMT-CREDITED
003360         GO TO 2100-EXIT
003370     END-IF
003380     IF NOT DSP-STATUS-OPEN
003390         GO TO 2100-EXIT
003400     END-IF
003410
003420     STRING DSP-DISPUTE-DATE (7:4)
003430            DSP-DISPUTE-DATE (1:2)
003440            DSP-DISPUTE-DATE (4:2)
003450         DELIMITED BY SIZE INTO WS-CONV-YYYYMMDD
003460     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
003470     IF WS-CONV-DAY-COUNT = ZERO
003480        OR WS-CONV-DAY-COUNT > WS-RUN-DAY-COUNT
003490         MOVE ZERO TO WS-DAYS-OPEN
003500     ELSE
003510         COMPUTE WS-DAYS-OPEN =
003520             WS-RUN-DAY-COUNT - WS-CONV-DAY-COUNT
003530     END-IF
003540
003550     EVALUATE TRUE
003560         WHEN WS-DAYS-OPEN <= 30
003570             MOVE 1 TO SRT-AGE-BAND
003580         WHEN WS-DAYS-OPEN <= 60
003590             MOVE 2 TO SRT-AGE-BAND
003600         WHEN WS-DAYS-OPEN <= 90
003610             MOVE 3 TO SRT-AGE-BAND
003620         WHEN OTHER
003630             MOVE 4 TO SRT-AGE-BAND
003640     END-EVALUATE
003650
003660     MOVE WS-DAYS-OPEN       TO SRT-DAYS-OPEN
003670     MOVE DSP-KEY            TO SRT-DISPUTE-KEY
003680     MOVE DSP-DISPUTE-DATE   TO SRT-DISPUTE-DATE
003690     MOVE DSP-REASON-CODE    TO SRT-REASON-CODE
003700     MOVE DSP-DISPUTE-AMOUNT TO SRT-DISPUTE-AMOUNT
003710     MOVE DSP-INVOICE-NO     TO SRT-INVOICE-NO
003720     RELEASE SORT-DISPUTE-RECORD.
003730
003740 2100-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780*    3000-PRINT-DISPUTES - TAKE THE SORTED DISPUTES BACK AND
003790*    PRINT THEM, ONE BAND AT A TIME, OLDEST BAND FIRST.
003800*----------------------------------------------------------------
003810 3000-PRINT-DISPUTES.
003820
003830     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT
003840
003850     PERFORM 3100-PRINT-ONE-BAND THRU 3100-EXIT
003860         UNTIL SORT-EOF.
003870
003880 3000-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------
003920*    3100-PRINT-ONE-BAND - THE CURRENT SORTED RECORD IS THE FIRST
003930*    OF A NEW AGE BAND.  PRINT THE BAND HEADING, EVERY DISPUTE IN
003940*    THE BAND AND THE BAND SUBTOTAL.
003950*----------------------------------------------------------------
003960 3100-PRINT-ONE-BAND.
003970
003980     MOVE SRT-AGE-BAND TO WS-CURRENT-BAND
003990     MOVE ZERO         TO WS-BAND-COUNT
004000                          WS-BAND-AMOUNT
004010
004020     MOVE SPACES TO DISPUTE-REPORT-RECORD
004030     WRITE DISPUTE-REPORT-RECORD
004040     MOVE WS-BAND-TITLE (WS-CURRENT-BAND) TO RBH-TITLE
004050     WRITE DISPUTE-REPORT-RECORD FROM RPT-BAND-HEADING
004060
004070     PERFORM 3200-PRINT-ONE-DISPUTE THRU 3200-EXIT
004080         UNTIL SORT-EOF
004090            OR SRT-AGE-BAND NOT = WS-CURRENT-BAND
004100
004110     MOVE "BAND TOTAL"   TO RTL-LABEL
004120     MOVE WS-BAND-COUNT  TO RTL-COUNT
004130     MOVE WS-BAND-AMOUNT TO RTL-AMOUNT
004140     WRITE DISPUTE-REPORT-RECORD FROM RPT-TOTAL-LINE.
004150
004160 3100-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------
004200*    3200-PRINT-ONE-DISPUTE - PRINT ONE OPEN DISPUTE WITH THE
004210*    CUSTOMER NAME FROM THE MASTER AND THE ITEM'S PURCHASE DATE
004220*    AND OPEN AMOUNT FROM THE OPEN-ITEM FILE.
004230*----------------------------------------------------------------
004240 3200-PRINT-ONE-DISPUTE.
004250
004260     MOVE SRT-CUSTOMER-NO TO RDL-CUSTOMER-NO
004270                             CUSTOMER-NO-MASTER
004280     READ CUSTOMER-MASTER
004290         INVALID KEY
004300             MOVE "*NOT ON MASTER FILE*" TO RDL-CUSTOMER-NAME
004310         NOT INVALID KEY
004320             MOVE CUSTOMER-NAME-MASTER TO RDL-CUSTOMER-NAME
004330     END-READ
004340
004350     STRING SRT-PURCHASE-YYYYMMDD (5:2) "/"
004360            SRT-PURCHASE-YYYYMMDD (7:2) "/"
004370            SRT-PURCHASE-YYYYMMDD (1:4)
004380         DELIMITED BY SIZE INTO RDL-PURCHASE-DATE
004390     MOVE ZERO TO RDL-OPEN-AMOUNT
004400     IF WS-OPEN-ITEM-FILE-STATUS = "00"
004410         MOVE SRT-DISPUTE-KEY TO OITM-KEY
004420         READ OPEN-ITEM-FILE
004430             INVALID KEY
004440                 ADD 1 TO CT-ITEMS-NOT-ON-FILE
004450             NOT INVALID KEY
004460                 MOVE OITM-OPEN-AMOUNT TO RDL-OPEN-AMOUNT
004470         END-READ
004480     END-IF
004490
004500     MOVE SRT-INVOICE-NO     TO RDL-INVOICE-NO
004510     MOVE SRT-DISPUTE-DATE   TO RDL-DISPUTE-DATE
004520     MOVE SRT-REASON-CODE    TO RDL-REASON-CODE
004530     MOVE SRT-DISPUTE-AMOUNT TO RDL-DISPUTE-AMOUNT
004540     MOVE SRT-DAYS-OPEN      TO RDL-DAYS-OPEN
004550     WRITE DISPUTE-REPORT-RECORD FROM RPT-DETAIL-LINE
004560
004570     ADD 1                  TO WS-BAND-COUNT
004580                               CT-DISPUTES-LISTED
004590     ADD SRT-DISPUTE-AMOUNT TO WS-BAND-AMOUNT
004600                               CT-AMT-LISTED
004610
004620     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT.
004630
004640 3200-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680*    3900-RETURN-SORTED-RECORD - GET THE NEXT DISPUTE BACK FROM
004690*    THE SORT.
004700*----------------------------------------------------------------
004710 3900-RETURN-SORTED-RECORD.
004720
004730     RETURN SORT-WORK
004740         AT END
004750             MOVE "Y" TO WS-SORT-EOF
004760     END-RETURN.
004770
004780 3900-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------
004820*    4000-PRINT-GRAND-TOTAL - PRINT THE TOTAL OF EVERY OPEN
004830*    DISPUTE UNDER THE LAST BAND.
004840*----------------------------------------------------------------
004850 4000-PRINT-GRAND-TOTAL.
004860
004870     MOVE SPACES TO DISPUTE-REPORT-RECORD
004880     WRITE DISPUTE-REPORT-RECORD
004890     IF CT-DISPUTES-LISTED = ZERO
004900         MOVE "   NO DISPUTES OPEN" TO DISPUTE-REPORT-RECORD
004910         WRITE DISPUTE-REPORT-RECORD
004920     END-IF
004930     MOVE "TOTAL OPEN DISPUTES" TO RTL-LABEL
004940     MOVE CT-DISPUTES-LISTED    TO RTL-COUNT
004950     MOVE CT-AMT-LISTED         TO RTL-AMOUNT
004960     WRITE DISPUTE-REPORT-RECORD FROM RPT-TOTAL-LINE.
004970
004980 4000-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020*    5000-CONVERT-DATE-TO-DAYS - TURN WS-CONV-YYYYMMDD INTO A
005030*    DAY COUNT SO TWO DATES CAN BE SUBTRACTED.  AN IMPOSSIBLE
005040*    MONTH GIVES A DAY COUNT OF ZERO.
005050*----------------------------------------------------------------
005060 5000-CONVERT-DATE-TO-DAYS.
005070
005080     IF WS-CONV-MONTH < 01 OR WS-CONV-MONTH > 12
005090         MOVE ZERO TO WS-CONV-DAY-COUNT
005100         GO TO 5000-EXIT
005110     END-IF
005120
005130     SUBTRACT 1 FROM WS-CONV-YEAR GIVING WS-CONV-PRIOR-YEAR
005140     DIVIDE WS-CONV-PRIOR-YEAR BY 4
005150         GIVING WS-CONV-LEAPS-4
005160     DIVIDE WS-CONV-PRIOR-YEAR BY 100
005170         GIVING WS-CONV-LEAPS-100
005180     DIVIDE WS-CONV-PRIOR-YEAR BY 400
005190         GIVING WS-CONV-LEAPS-400
005200
005210     COMPUTE WS-CONV-DAY-COUNT = (WS-CONV-YEAR * 365)
005220         + WS-CONV-LEAPS-4 - WS-CONV-LEAPS-100
005230         + WS-CONV-LEAPS-400
005240         + WS-DAYS-BEFORE-MONTH (WS-CONV-MONTH)
005250         + WS-CONV-DAY
005260
005270     DIVIDE WS-CONV-YEAR BY 4
005280         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-4
005290     DIVIDE WS-CONV-YEAR BY 100
005300         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-100
005310     DIVIDE WS-CONV-YEAR BY 400
005320         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-400
005330
005340     IF WS-CONV-MONTH > 2
005350        AND ((WS-CONV-REM-4 = 0 AND WS-CONV-REM-100 NOT = 0)
005360             OR WS-CONV-REM-400 = 0)
005370         ADD 1 TO WS-CONV-DAY-COUNT
005380     END-IF.
005390
005400 5000-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440*    5100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
005450*    MM/DD/YYYY IN WS-DATE-EDIT.  ZERO GIVES SPACES.
005460*----------------------------------------------------------------
005470 5100-EDIT-DATE.
005480
005490     IF WS-DATE-EDIT-IN = ZERO
005500         MOVE SPACES TO WS-DATE-EDIT
005510         GO TO 5100-EXIT
005520     END-IF
005530
005540     STRING WS-DATE-EDIT-IN (5:2) "/"
005550            WS-DATE-EDIT-IN (7:2) "/"
005560            WS-DATE-EDIT-IN (1:4)
005570         DELIMITED BY SIZE INTO WS-DATE-EDIT.
005580
005590 5100-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------
005630*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
005640*----------------------------------------------------------------
005650 8000-PRINT-CONTROL-TOTALS.
005660
005670     DISPLAY "=============================================="
005680     DISPLAY "            C O N T R O L   T O T A L S"
005690     DISPLAY "=============================================="
005700     DISPLAY "Dispute records read ........... " CT-DISPUTES-READ
005710     DISPLAY "Open disputes listed ........... "
005720         CT-DISPUTES-LISTED
005730     DISPLAY "Amount in open dispute ......... " CT-AMT-LISTED
005740     DISPLAY "Disputes released .............. "
005750         CT-DISPUTES-RELEASED
005760     DISPLAY "Disputes credited .............. "
005770         CT-DISPUTES-CREDITED
005780     DISPLAY "Amount credited ................ " CT-AMT-CREDITED
005790     DISPLAY "Disputed items not on file ..... "
005800         CT-ITEMS-NOT-ON-FILE
005810     DISPLAY "==============================================".
005820
005830 8000-EXIT.
005840     EXIT.
005850
005860 END PROGRAM PROGRAM19.
