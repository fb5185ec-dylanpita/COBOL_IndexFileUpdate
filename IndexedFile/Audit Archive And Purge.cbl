000248*                     REJECT ARCHIVES WRITTEN BEFORE THIS
000249*                     CHANGE HOLD THE OLD 96-BYTE LAYOUT AND
000251*                     MUST BE CONVERTED BEFORE RELOAD.
000252*    10/15/2026 DP    REJECT RECORDS NOW CARRY THE FEED'S
000253*                     10-BYTE INVOICE NUMBER (210 BYTES TOTAL).
000254*                     REJECT ARCHIVES WRITTEN BEFORE THIS
000255*                     CHANGE HOLD THE 200-BYTE LAYOUT AND MUST
000256*                     BE CONVERTED BEFORE RELOAD.
000257*    10/15/2026 DP    THE KEYED ACTIVITY-HISTORY FILE IS AGED ON
000258*                     THE SAME RULE - HISTORY RECORDS WHOSE AUDIT
000259*                     TRANSACTION DATE IS BEFORE THE CUTOFF ARE
000260*                     DELETED.  THEIR AUDIT RECORDS ARE IN THE
000261*                     SAME RUN'S AUDIT ARCHIVE, WHICH THE HISTORY
000262*                     LOAD CAN REBUILD THEM FROM.  THE MANIFEST
000263*                     CARRIES A LINE FOR THE HISTORY FILE.
000264*    -----------------------------------------------------------
000265*
000266 ENVIRONMENT DIVISION.
000267 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT AUDIT-TRAIL
000290         ASSIGN TO "C:\a\exercise10\audittrl.txt"
000570         ASSIGN TO "C:\a\exercise10\archmanf.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000591     SELECT ACTIVITY-HISTORY-FILE
000592         ASSIGN TO "C:\a\exercise10\acthist.txt"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS HIST-KEY
000596         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000597
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  AUDIT-TRAIL.
000880     05  REJ-REASON-TEXT              PICTURE X(50).
000890     05  REJ-RESUBMIT-FLAG            PICTURE X(1).
000892     05  REJ-ADDRESS-DATA             PICTURE X(104).
000896     05  REJ-INVOICE-NO               PICTURE X(10).
000900
000910 FD  REJECT-ARCHIVE.
000920 01  REJECT-ARCHIVE-RECORD            PICTURE X(210).
000930
000940 FD  REJECT-KEEP-FILE.
000950 01  REJECT-KEEP-RECORD               PICTURE X(210).
000960
000970 FD  ARCHIVE-MANIFEST.
000980 01  ARCHIVE-MANIFEST-RECORD          PICTURE X(100).
000981
000982 FD  ACTIVITY-HISTORY-FILE.
000983 01  ACTIVITY-HISTORY-RECORD.
000984     05  HIST-KEY.
000985         10  HIST-CUSTOMER-NO          PICTURE X(5).
000986         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
000987         10  HIST-SEQUENCE-NO          PICTURE 9(5).
000988     05  HIST-AUDIT-DATA.
000989         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
000990         10  HIST-TRANS-TYPE           PICTURE X(1).
000991         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
000992         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
000993         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
000994                                       SIGN LEADING SEPARATE.
000995         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
000996                                       SIGN LEADING SEPARATE.
000997         10  HIST-PRIOR-DATE-OF-PURCHASE
000998                                       PICTURE 99/99/9999.
000999         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
001000         10  HIST-ACTION-CODE          PICTURE X(1).
001001
001002 WORKING-STORAGE SECTION.
001010 01  WS-SWITCHES.
001020     05  WS-AUDIT-EOF                 PICTURE X(1) VALUE "N".
001030         88  AUDIT-EOF                    VALUE "Y".
001050         88  REJECT-EOF                   VALUE "Y".
001060     05  WS-KEEP-EOF                  PICTURE X(1) VALUE "N".
001070         88  KEEP-EOF                     VALUE "Y".
001073     05  WS-HISTORY-EOF               PICTURE X(1) VALUE "N".
001076         88  HISTORY-EOF                  VALUE "Y".
001080     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
001090     05  WS-REJECT-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001100     05  WS-KEEP-FILE-STATUS          PICTURE X(2) VALUE SPACES.
001102     05  WS-ARCH-FILE-STATUS          PICTURE X(2) VALUE SPACES.
001106     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001110
001120 01  WS-OPERATOR-CONTROLS.
001130     05  WS-CUTOFF-DATE                PICTURE X(8).
001260     05  CT-REJ-ARCHIVED-AMT          PICTURE 9(9)V99 VALUE 0.
001270     05  CT-REJ-RETAINED              PICTURE 9(7) VALUE 0.
001280     05  CT-REJ-RETAINED-AMT          PICTURE 9(9)V99 VALUE 0.
001282     05  CT-HST-PURGED                PICTURE 9(7) VALUE 0.
001284     05  CT-HST-PURGED-AMT            PICTURE 9(9)V99 VALUE 0.
001286     05  CT-HST-RETAINED              PICTURE 9(7) VALUE 0.
001288     05  CT-HST-RETAINED-AMT          PICTURE 9(9)V99 VALUE 0.
001290
001300 01  MNF-HEADING-1.
001310     05  FILLER                        PICTURE X(37) VALUE
001710     PERFORM 2000-ARCHIVE-AUDIT-TRAIL THRU 2000-EXIT
001720
001730     PERFORM 3000-ARCHIVE-REJECT-FILE THRU 3000-EXIT
001733
001736     PERFORM 4000-AGE-ACTIVITY-HISTORY THRU 4000-EXIT
001740
001750     CLOSE ARCHIVE-MANIFEST
001760
004100     EXIT.
004110
004120*----------------------------------------------------------------
004121*    4000-AGE-ACTIVITY-HISTORY - DELETE FROM THE KEYED ACTIVITY
004122*    HISTORY EVERY RECORD WHOSE AUDIT TRANSACTION DATE IS BEFORE
004123*    THE CUTOFF, THE SAME RULE THAT MOVED ITS AUDIT RECORD TO THE
004124*    ARCHIVE, SO THE HISTORY HOLDS WHAT THE LIVE TRAIL HOLDS.
004125*----------------------------------------------------------------
004126 4000-AGE-ACTIVITY-HISTORY.
004127
004128     OPEN I-O ACTIVITY-HISTORY-FILE
004129     IF WS-HISTORY-FILE-STATUS NOT = "00"
004130         DISPLAY "No activity history to age - status "
004131             WS-HISTORY-FILE-STATUS
004132         GO TO 4000-EXIT
004133     END-IF
004134
004135     MOVE LOW-VALUES TO HIST-KEY
004136     START ACTIVITY-HISTORY-FILE
004137         KEY IS NOT LESS THAN HIST-KEY
004138         INVALID KEY
004139             MOVE "Y" TO WS-HISTORY-EOF
004140     END-START
004141
004142     PERFORM 4100-AGE-ONE-HISTORY-RECORD THRU 4100-EXIT
004143         UNTIL HISTORY-EOF
004144
004145     CLOSE ACTIVITY-HISTORY-FILE
004146
004147     MOVE "ACTIVITY HST" TO MFL-FILE-NAME
004148     MOVE CT-HST-PURGED       TO MFL-ARCHIVED-COUNT
004149     MOVE CT-HST-PURGED-AMT   TO MFL-ARCHIVED-AMT
004150     MOVE CT-HST-RETAINED     TO MFL-RETAINED-COUNT
004151     MOVE CT-HST-RETAINED-AMT TO MFL-RETAINED-AMT
004152     WRITE ARCHIVE-MANIFEST-RECORD FROM MNF-FILE-LINE
004153     MOVE WS-AUDIT-ARCH-FILENAME TO MAL-ARCHIVE-NAME
004154     WRITE ARCHIVE-MANIFEST-RECORD FROM MNF-ARCHIVE-NAME-LINE.
004155
004156 4000-EXIT.
004157     EXIT.
004158
004159*----------------------------------------------------------------
004160*    4100-AGE-ONE-HISTORY-RECORD - DELETE ONE HISTORY RECORD
004161*    DATED BEFORE THE CUTOFF, OR COUNT IT AS RETAINED.
004162*----------------------------------------------------------------
004163 4100-AGE-ONE-HISTORY-RECORD.
004164
004165     READ ACTIVITY-HISTORY-FILE NEXT RECORD
004166         AT END
004167             MOVE "Y" TO WS-HISTORY-EOF
004168             GO TO 4100-EXIT
004169     END-READ
004170
004171     STRING HIST-TRANS-DATE (7:4)
004172            HIST-TRANS-DATE (1:2)
004173            HIST-TRANS-DATE (4:2)
004174         DELIMITED BY SIZE INTO WS-RECORD-YYYYMMDD
004175
004176     IF WS-RECORD-YYYYMMDD < WS-CUTOFF-DATE
004177         DELETE ACTIVITY-HISTORY-FILE RECORD
004178             INVALID KEY
004179                 DISPLAY "Unable to delete history record "
004180                     HIST-KEY
004181                 GO TO 4100-EXIT
004182         END-DELETE
004183         ADD 1 TO CT-HST-PURGED
004184         ADD HIST-TRANS-AMOUNT TO CT-HST-PURGED-AMT
004185     ELSE
004186         ADD 1 TO CT-HST-RETAINED
004187         ADD HIST-TRANS-AMOUNT TO CT-HST-RETAINED-AMT
004188     END-IF.
004189
004190 4100-EXIT.
004191     EXIT.
004192
004193*----------------------------------------------------------------
004194*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY SO
004195*    THE PURGE CAN BE BALANCED AGAINST THE MANIFEST.
004196*----------------------------------------------------------------
004197 8000-PRINT-CONTROL-TOTALS.
004198
004199     DISPLAY "=============================================="
004200     DISPLAY "            C O N T R O L   T O T A L S"
004201     DISPLAY "=============================================="
004210     DISPLAY "Audit records archived ......... "
004220         CT-AUD-ARCHIVED " / " CT-AUD-ARCHIVED-AMT
004230     DISPLAY "Audit records retained ......... "
004260         CT-REJ-ARCHIVED " / " CT-REJ-ARCHIVED-AMT
004270     DISPLAY "Reject records retained ........ "
004280         CT-REJ-RETAINED " / " CT-REJ-RETAINED-AMT
004282     DISPLAY "History records purged ......... "
004284         CT-HST-PURGED " / " CT-HST-PURGED-AMT
004286     DISPLAY "History records retained ....... "
004288         CT-HST-RETAINED " / " CT-HST-RETAINED-AMT
004290     DISPLAY "==============================================".
004300
004310 8000-EXIT.
