000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM24 AS "IndexedFile.Program24".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  ACTIVITY HISTORY LOAD.
000120*                     REBUILDS THE KEYED ACTIVITY HISTORY FROM
000130*                     THE DATED AUDIT ARCHIVES THE OPERATOR NAMES
000140*                     AND THEN THE LIVE AUDIT TRAIL.  RUN ONCE TO
000150*                     CREATE THE FILE, OR AGAIN TO REBUILD IT -
000160*                     THE HISTORY IS EMPTIED FIRST.  RECORDS ARE
000170*                     KEYED ON CUSTOMER, TRANSACTION DATE AND A
000180*                     SEQUENCE.  ARCHIVES IN THE 58-BYTE LAYOUT
000190*                     MUST BE CONVERTED FIRST.
000200*    -----------------------------------------------------------
000210*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT AUDIT-TRAIL
000260         ASSIGN TO "C:\a\exercise10\audittrl.txt"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000290
000300     SELECT AUDIT-ARCHIVE
000310         ASSIGN TO WS-AUDIT-ARCH-FILENAME
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-ARCH-FILE-STATUS.
000340
000350     SELECT ACTIVITY-HISTORY-FILE
000360         ASSIGN TO "C:\a\exercise10\acthist.txt"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS HIST-KEY
000400         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  AUDIT-TRAIL.
000450 01  AUDIT-TRAIL-RECORD.
000460     05  AUD-CUSTOMER-NO               PICTURE X(5).
000470     05  AUD-TRANS-TYPE                PICTURE X(1).
000480     05  AUD-TRANS-AMOUNT              PICTURE 9(5)V99.
000490     05  AUD-TRANS-DATE                PICTURE 99/99/9999.
000500     05  AUD-PRIOR-AMT-OWED            PICTURE S9(5)V99
000510                                       SIGN LEADING SEPARATE.
000520     05  AUD-NEW-AMT-OWED              PICTURE S9(5)V99
000530                                       SIGN LEADING SEPARATE.
000540     05  AUD-PRIOR-DATE-OF-PURCHASE    PICTURE 99/99/9999.
000550     05  AUD-NEW-DATE-OF-PURCHASE      PICTURE 99/99/9999.
000560     05  AUD-ACTION-CODE               PICTURE X(1).
000570
000580 FD  AUDIT-ARCHIVE.
000590 01  AUDIT-ARCHIVE-RECORD             PICTURE X(60).
000600
000610*----------------------------------------------------------------
000620*    ONE RECORD PER AUDIT RECORD, KEYED ON THE CUSTOMER, THE DATE
000630*    IT WAS POSTED AND A SEQUENCE WITHIN THAT CUSTOMER AND DATE,
000640*    CARRYING THE FULL AUDIT IMAGE.  ON A LOAD THE POSTING DATE
000650*    IS TAKEN FROM THE TRANSACTION DATE.
000660*----------------------------------------------------------------
000670 FD  ACTIVITY-HISTORY-FILE.
000680 01  ACTIVITY-HISTORY-RECORD.
000690     05  HIST-KEY.
000700         10  HIST-CUSTOMER-NO          PICTURE X(5).
000710         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
000720         10  HIST-SEQUENCE-NO          PICTURE 9(5).
000730     05  HIST-AUDIT-DATA.
000740         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
000750         10  HIST-TRANS-TYPE           PICTURE X(1).
000760         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
000770         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
000780         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
000790                                       SIGN LEADING SEPARATE.
000800         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
000810                                       SIGN LEADING SEPARATE.
000820         10  HIST-PRIOR-DATE-OF-PURCHASE
000830                                       PICTURE 99/99/9999.
000840         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
000850         10  HIST-ACTION-CODE          PICTURE X(1).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-SWITCHES.
000890     05  WS-AUDIT-EOF                 PICTURE X(1) VALUE "N".
000900         88  AUDIT-EOF                    VALUE "Y".
000910     05  WS-ARCHIVES-DONE             PICTURE X(1) VALUE "N".
000920         88  ARCHIVES-DONE                VALUE "Y".
000930     05  WS-HISTORY-WRITTEN           PICTURE X(1) VALUE "N".
000940         88  HISTORY-WRITTEN              VALUE "Y".
000950     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
000960     05  WS-ARCH-FILE-STATUS          PICTURE X(2) VALUE SPACES.
000970     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000980
000990 01  WS-LOAD-CONTROLS.
001000     05  WS-CONFIRM                    PICTURE X(1).
001010     05  WS-ARCHIVE-DATE               PICTURE X(8).
001020     05  WS-AUDIT-ARCH-FILENAME        PICTURE X(40).
001030     05  WS-SOURCE-NAME                PICTURE X(40).
001040     05  WS-LAST-CUSTOMER-NO           PICTURE X(5) VALUE SPACES.
001050     05  WS-LAST-POSTING-YYYYMMDD      PICTURE 9(8) VALUE 0.
001060     05  WS-LAST-SEQUENCE-NO           PICTURE 9(5) VALUE 0.
001070
001080 01  WS-CONTROL-TOTALS.
001090     05  CT-FILE-READ                 PICTURE 9(7) VALUE 0.
001100     05  CT-FILE-LOADED               PICTURE 9(7) VALUE 0.
001110     05  CT-ARCHIVES-LOADED           PICTURE 9(5) VALUE 0.
001120     05  CT-RECORDS-READ              PICTURE 9(7) VALUE 0.
001130     05  CT-HISTORY-WRITTEN           PICTURE 9(7) VALUE 0.
001140     05  CT-HISTORY-FAILED            PICTURE 9(7) VALUE 0.
001150
001160 PROCEDURE DIVISION.
001170*----------------------------------------------------------------
001180*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
001190*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
001200*----------------------------------------------------------------
001210 0000-MAINLINE.
001220
001230     DISPLAY "This run empties the activity history and"
001240     DISPLAY "rebuilds it from the audit archives and the live"
001250     DISPLAY "audit trail."
001260     DISPLAY "Continue (Y/N)?"
001270     ACCEPT WS-CONFIRM
001280     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
001290         DISPLAY "Activity history load abandoned - nothing"
001300             " changed."
001310         STOP RUN
001320     END-IF
001330
001340     OPEN OUTPUT ACTIVITY-HISTORY-FILE
001350     IF WS-HISTORY-FILE-STATUS NOT = "00"
001360         DISPLAY "Unable to open activity history - status "
001370             WS-HISTORY-FILE-STATUS
001380         STOP RUN
001390     END-IF
001400     CLOSE ACTIVITY-HISTORY-FILE
001410     OPEN I-O ACTIVITY-HISTORY-FILE
001420
001430     PERFORM 2000-LOAD-ONE-ARCHIVE THRU 2000-EXIT
001440         UNTIL ARCHIVES-DONE
001450
001460     PERFORM 3000-LOAD-LIVE-AUDIT-TRAIL THRU 3000-EXIT
001470
001480     CLOSE ACTIVITY-HISTORY-FILE
001490
001500     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
001510
001520     STOP RUN.
001530
001540*----------------------------------------------------------------
001550*    2000-LOAD-ONE-ARCHIVE - ASK FOR THE CUTOFF DATE OF ONE AUDIT
001560*    ARCHIVE AND LOAD IT.  ARCHIVES SHOULD BE GIVEN OLDEST FIRST
001570*    SO SEQUENCES RUN IN POSTING ORDER.  A BLANK REPLY ENDS THE
001580*    ARCHIVES; AN ARCHIVE THAT CANNOT BE OPENED IS SKIPPED.
001590*----------------------------------------------------------------
001600 2000-LOAD-ONE-ARCHIVE.
001610
001620     DISPLAY "Enter audit archive cutoff date (YYYYMMDD),"
001630     DISPLAY "oldest first - blank when there are no more:"
001640     MOVE SPACES TO WS-ARCHIVE-DATE
001650     ACCEPT WS-ARCHIVE-DATE
001660
001670     IF WS-ARCHIVE-DATE = SPACES
001680         MOVE "Y" TO WS-ARCHIVES-DONE
001690         GO TO 2000-EXIT
001700     END-IF
001710
001720     IF WS-ARCHIVE-DATE IS NOT NUMERIC
001730         DISPLAY "Archive date must be numeric YYYYMMDD -"
001740             " ignored."
001750         GO TO 2000-EXIT
001760     END-IF
001770
001780     MOVE SPACES TO WS-AUDIT-ARCH-FILENAME
001790     STRING "C:\a\exercise10\audarch" WS-ARCHIVE-DATE ".txt"
001800         DELIMITED BY SIZE INTO WS-AUDIT-ARCH-FILENAME
001810
001820     OPEN INPUT AUDIT-ARCHIVE
001830     IF WS-ARCH-FILE-STATUS NOT = "00"
001840         DISPLAY "Unable to open " WS-AUDIT-ARCH-FILENAME
001850             " - status " WS-ARCH-FILE-STATUS " - skipped."
001860         GO TO 2000-EXIT
001870     END-IF
001880
001890     MOVE 0 TO CT-FILE-READ
001900               CT-FILE-LOADED
001910     MOVE "N" TO WS-AUDIT-EOF
001920     PERFORM 2100-LOAD-ONE-ARCHIVE-RECORD THRU 2100-EXIT
001930         UNTIL AUDIT-EOF
001940
001950     CLOSE AUDIT-ARCHIVE
001960     ADD 1 TO CT-ARCHIVES-LOADED
001970
001980     MOVE WS-AUDIT-ARCH-FILENAME TO WS-SOURCE-NAME
001990     PERFORM 7000-SHOW-FILE-TOTALS THRU 7000-EXIT.
002000
002010 2000-EXIT.
002020     EXIT.
002030
002040*----------------------------------------------------------------
002050*    2100-LOAD-ONE-ARCHIVE-RECORD - READ ONE ARCHIVED AUDIT
002060*    RECORD INTO THE AUDIT LAYOUT AND ADD IT TO THE HISTORY.
002070*----------------------------------------------------------------
002080 2100-LOAD-ONE-ARCHIVE-RECORD.
002090
002100     READ AUDIT-ARCHIVE INTO AUDIT-TRAIL-RECORD
002110         AT END
002120             MOVE "Y" TO WS-AUDIT-EOF
002130             GO TO 2100-EXIT
002140     END-READ
002150
002160     ADD 1 TO CT-FILE-READ
002170     PERFORM 6000-WRITE-HISTORY-RECORD THRU 6000-EXIT.
002180
002190 2100-EXIT.
002200     EXIT.
002210
002220*----------------------------------------------------------------
002230*    3000-LOAD-LIVE-AUDIT-TRAIL - ADD EVERY RECORD STILL ON THE
002240*    LIVE AUDIT TRAIL TO THE HISTORY, AFTER THE ARCHIVES.
002250*----------------------------------------------------------------
002260 3000-LOAD-LIVE-AUDIT-TRAIL.
002270
002280     OPEN INPUT AUDIT-TRAIL
002290     IF WS-AUDIT-FILE-STATUS NOT = "00"
002300         DISPLAY "No live audit trail to load - status "
002310             WS-AUDIT-FILE-STATUS
002320         GO TO 3000-EXIT
002330     END-IF
002340
002350     MOVE 0 TO CT-FILE-READ
002360               CT-FILE-LOADED
002370     MOVE "N" TO WS-AUDIT-EOF
002380     PERFORM 3100-LOAD-ONE-AUDIT-RECORD THRU 3100-EXIT
002390         UNTIL AUDIT-EOF
002400
002410     CLOSE AUDIT-TRAIL
002420
002430     MOVE "C:\a\exercise10\audittrl.txt" TO WS-SOURCE-NAME
002440     PERFORM 7000-SHOW-FILE-TOTALS THRU 7000-EXIT.
002450
002460 3000-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------------
002500*    3100-LOAD-ONE-AUDIT-RECORD - READ ONE LIVE AUDIT RECORD AND
002510*    ADD IT TO THE HISTORY.
002520*----------------------------------------------------------------
002530 3100-LOAD-ONE-AUDIT-RECORD.
002540
002550     READ AUDIT-TRAIL
002560         AT END
002570             MOVE "Y" TO WS-AUDIT-EOF
002580             GO TO 3100-EXIT
002590     END-READ
002600
002610     ADD 1 TO CT-FILE-READ
002620     PERFORM 6000-WRITE-HISTORY-RECORD THRU 6000-EXIT.
002630
002640 3100-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------------
002680*    6000-WRITE-HISTORY-RECORD - KEY THE AUDIT RECORD ON ITS
002690*    CUSTOMER AND TRANSACTION DATE.  A REPEAT OF THE LAST
002700*    CUSTOMER AND DATE TAKES THE NEXT SEQUENCE; ANY OTHER KEY
002710*    STARTS AT ONE AND STEPS PAST A SEQUENCE ALREADY ON FILE.
002720*----------------------------------------------------------------
002730 6000-WRITE-HISTORY-RECORD.
002740
002750     ADD 1 TO CT-RECORDS-READ
002760     MOVE AUD-CUSTOMER-NO TO HIST-CUSTOMER-NO
002770     STRING AUD-TRANS-DATE (7:4)
002780            AUD-TRANS-DATE (1:2)
002790            AUD-TRANS-DATE (4:2)
002800         DELIMITED BY SIZE INTO HIST-POSTING-YYYYMMDD
002810
002820     IF HIST-CUSTOMER-NO = WS-LAST-CUSTOMER-NO
002830        AND HIST-POSTING-YYYYMMDD = WS-LAST-POSTING-YYYYMMDD
002840         COMPUTE HIST-SEQUENCE-NO = WS-LAST-SEQUENCE-NO + 1
002850     ELSE
002860         MOVE 1 TO HIST-SEQUENCE-NO
002870     END-IF
002880
002890     MOVE AUDIT-TRAIL-RECORD TO HIST-AUDIT-DATA
002900     MOVE "N" TO WS-HISTORY-WRITTEN
002910     PERFORM 6100-WRITE-HISTORY-TRY THRU 6100-EXIT
002920         UNTIL HISTORY-WRITTEN
002930            OR HIST-SEQUENCE-NO > 99998
002940
002950     IF HISTORY-WRITTEN
002960         ADD 1 TO CT-HISTORY-WRITTEN
002970                  CT-FILE-LOADED
002980         MOVE HIST-CUSTOMER-NO      TO WS-LAST-CUSTOMER-NO
002990         MOVE HIST-POSTING-YYYYMMDD TO WS-LAST-POSTING-YYYYMMDD
003000         MOVE HIST-SEQUENCE-NO      TO WS-LAST-SEQUENCE-NO
003010     ELSE
003020         ADD 1 TO CT-HISTORY-FAILED
003030         DISPLAY "Unable to write activity history for "
003040             AUD-CUSTOMER-NO "."
003050     END-IF.
003060
003070 6000-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110*    6100-WRITE-HISTORY-TRY - WRITE THE HISTORY RECORD UNDER ITS
003120*    CURRENT KEY.  A KEY ALREADY TAKEN STEPS THE SEQUENCE NUMBER
003130*    FOR THE NEXT TRY.
003140*----------------------------------------------------------------
003150 6100-WRITE-HISTORY-TRY.
003160
003170     WRITE ACTIVITY-HISTORY-RECORD
003180         INVALID KEY
003190             ADD 1 TO HIST-SEQUENCE-NO
003200         NOT INVALID KEY
003210             MOVE "Y" TO WS-HISTORY-WRITTEN
003220     END-WRITE.
003230
003240 6100-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------
003280*    7000-SHOW-FILE-TOTALS - SHOW WHAT ONE SOURCE FILE GAVE.
003290*----------------------------------------------------------------
003300 7000-SHOW-FILE-TOTALS.
003310
003320     DISPLAY WS-SOURCE-NAME
003330     DISPLAY "    Records read ............... " CT-FILE-READ
003340     DISPLAY "    Records loaded ............. " CT-FILE-LOADED.
003350
003360 7000-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400*    8000-PRINT-CONTROL-TOTALS
003410*----------------------------------------------------------------
003420 8000-PRINT-CONTROL-TOTALS.
003430
003440     DISPLAY "========================================"
003450     DISPLAY "ACTIVITY HISTORY LOAD CONTROL TOTALS"
003460     DISPLAY "========================================"
003470     DISPLAY "Archives loaded ................ "
003480         CT-ARCHIVES-LOADED
003490     DISPLAY "Audit records read ............. " CT-RECORDS-READ
003500     DISPLAY "Activity history written ....... "
003510         CT-HISTORY-WRITTEN
003520     DISPLAY "Unable to write ................ " CT-HISTORY-FAILED
003530     DISPLAY "========================================".
003540
003550 8000-EXIT.
003560     EXIT.
003570
003580 END PROGRAM PROGRAM24.
