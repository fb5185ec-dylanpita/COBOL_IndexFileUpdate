000346*                     LOOKUP THAT NORMALIZES TO NOTHING (E.G.
000347*                     ONLY PERIODS) IS NOW REFUSED INSTEAD OF
000348*                     ATTEMPTING A ZERO-LENGTH COMPARE.
000349*    10/15/2026 DP    PICKED UP THE OPEN-ITEM INVOICE NUMBER AND
000350*                     ITS ALTERNATE KEY.  A REKEYED ITEM KEEPS
000351*                     ITS INVOICE NUMBER.
000352*    10/15/2026 DP    A REKEYED ITEM'S DISPUTE RECORD, IF ANY, IS
000353*                     REKEYED WITH IT SO AN OPEN DISPUTE STAYS
000354*                     ON THE ITEM UNDER THE KEEPER'S NUMBER.
000355*    10/15/2026 DP    EVERY MERGE AUDIT RECORD IS ALSO WRITTEN
000356*                     TO THE KEYED ACTIVITY-HISTORY FILE UNDER THE
000357*                     ACCOUNT AND THE RUN DATE.  THE DUPLICATE'S
000358*                     EARLIER HISTORY STAYS UNDER ITS OLD NUMBER,
000359*                     AS ON THE AUDIT TRAIL.
000360*    -----------------------------------------------------------
000361*
000362 ENVIRONMENT DIVISION.
000363 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CUSTOMER-MASTER
000390         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OITM-KEY
000483         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000486             WITH DUPLICATES
000490         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

000500     SELECT AUDIT-TRAIL
000612         RECORD KEY IS DUNN-CUSTOMER-NO
000613         FILE STATUS IS WS-DUNN-FILE-STATUS.

000614     SELECT DISPUTE-FILE
000615         ASSIGN TO "C:\a\exercise10\dispute.txt"
000616         ORGANIZATION IS INDEXED
000617         ACCESS MODE IS DYNAMIC
000618         RECORD KEY IS DSP-KEY
000619         FILE STATUS IS WS-DISPUTE-FILE-STATUS.

000620     SELECT ACTIVITY-HISTORY-FILE
000621         ASSIGN TO "C:\a\exercise10\acthist.txt"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000624         RECORD KEY IS HIST-KEY
000625         FILE STATUS IS WS-HISTORY-FILE-STATUS.

000626 DATA DIVISION.
000627 FILE SECTION.
000630 FD  CUSTOMER-MASTER.
000640 01  CUSTOMER-MASTER-RECORD.
000650     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000760     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000770     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000780     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000785     05  OITM-INVOICE-NO               PICTURE X(10).

000790 FD  AUDIT-TRAIL.
000800 01  AUDIT-TRAIL-RECORD.
000966     05  DUNN-LAST-SENT-YYYYMMDD       PICTURE 9(8).
000967     05  DUNN-NOTICE-COUNT             PICTURE 9(3).

000968 FD  DISPUTE-FILE.
000969 01  DISPUTE-RECORD.
000970     05  DSP-KEY.
000971         10  DSP-CUSTOMER-NO           PICTURE X(5).
000972         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
000973         10  DSP-SEQUENCE-NO           PICTURE 9(3).
000974     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
000975     05  DSP-REASON-CODE               PICTURE X(2).
000976     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
000977     05  DSP-STATUS                    PICTURE X(1).
000978         88  DSP-STATUS-OPEN               VALUE "O".
000979         88  DSP-STATUS-RELEASED           VALUE "R".
000980         88  DSP-STATUS-CREDITED           VALUE "C".
000981     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
000982     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
000983     05  DSP-INVOICE-NO                PICTURE X(10).

000984 FD  ACTIVITY-HISTORY-FILE.
000985 01  ACTIVITY-HISTORY-RECORD.
000986     05  HIST-KEY.
000987         10  HIST-CUSTOMER-NO          PICTURE X(5).
000988         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
000989         10  HIST-SEQUENCE-NO          PICTURE 9(5).
000990     05  HIST-AUDIT-DATA.
000991         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
000992         10  HIST-TRANS-TYPE           PICTURE X(1).
000993         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
000994         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
000995         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
000996                                       SIGN LEADING SEPARATE.
000997         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
000998                                       SIGN LEADING SEPARATE.
000999         10  HIST-PRIOR-DATE-OF-PURCHASE
001000                                       PICTURE 99/99/9999.
001001         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
001002         10  HIST-ACTION-CODE          PICTURE X(1).

001003 WORKING-STORAGE SECTION.
001004 01  WS-SWITCHES.
001005     05  WS-MASTER-EOF                PICTURE X(1) VALUE "N".
001006         88  MASTER-EOF                   VALUE "Y".
001007     05  WS-MERGE-EOF                 PICTURE X(1) VALUE "N".
001010         88  MERGE-EOF                    VALUE "Y".
001020     05  WS-MODE-VALID                PICTURE X(1) VALUE "N".
001030         88  MODE-VALID                   VALUE "Y".
001110     05  WS-MERGE-FILE-STATUS         PICTURE X(2) VALUE SPACES.
001112     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001114     05  WS-DUNN-FILE-STATUS          PICTURE X(2) VALUE SPACES.
001115     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001116     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001117     05  WS-HISTORY-WRITTEN           PICTURE X(1) VALUE "N".
001118         88  HISTORY-WRITTEN              VALUE "Y".
001119     05  WS-DUP-ADDRESS-FOUND         PICTURE X(1) VALUE "N".
001120         88  DUP-ADDRESS-FOUND            VALUE "Y".
001121     05  WS-KEEPER-ADDRESS-FOUND      PICTURE X(1) VALUE "N".
001122         88  KEEPER-ADDRESS-FOUND         VALUE "Y".

001123 01  WS-OPERATOR-CONTROLS.
001130     05  WS-RUN-MODE                   PICTURE X(1).
001140         88  MODE-LOOKUP                   VALUES "L" "l".
001150         88  MODE-REPORT                   VALUES "R" "r".
001720     05  WS-AUDIT-TRANS-TYPE           PICTURE X(1).
001730     05  WS-AUDIT-TRANS-AMOUNT        PICTURE S9(5)V99 VALUE 0.
001732     05  WS-SAVED-ADDRESS-DATA         PICTURE X(104).
001736     05  WS-SAVED-DISPUTE-RECORD       PICTURE X(63).

001740 01  WS-CONTROL-TOTALS.
001750     05  CT-MASTERS-READ              PICTURE 9(7) COMP VALUE 0.
001780     05  CT-MERGES-DONE               PICTURE 9(7) COMP VALUE 0.
001790     05  CT-MERGES-REFUSED            PICTURE 9(7) COMP VALUE 0.
001800     05  CT-ITEMS-MOVED               PICTURE 9(7) COMP VALUE 0.
001803     05  CT-DISPUTES-MOVED            PICTURE 9(7) COMP VALUE 0.
001806     05  CT-HISTORY-WRITTEN           PICTURE 9(7) COMP VALUE 0.
001810     05  CT-BALANCE-MOVED             PICTURE S9(9)V99 VALUE 0.

001820 01  RPT-HEADING-1.
005261         OPEN I-O DUNNING-HISTORY
005262     END-IF

005263     OPEN I-O DISPUTE-FILE
005264     IF WS-DISPUTE-FILE-STATUS = "35"
005265         OPEN OUTPUT DISPUTE-FILE
005266         CLOSE DISPUTE-FILE
005267         OPEN I-O DISPUTE-FILE
005268     END-IF

005269     OPEN I-O ACTIVITY-HISTORY-FILE
005270     IF WS-HISTORY-FILE-STATUS = "35"
005271         OPEN OUTPUT ACTIVITY-HISTORY-FILE
005272         CLOSE ACTIVITY-HISTORY-FILE
005273         OPEN I-O ACTIVITY-HISTORY-FILE
005274     END-IF

005275     PERFORM 5100-READ-ONE-MERGE-RECORD THRU 5100-EXIT
005276         UNTIL MERGE-EOF

005277     CLOSE MERGE-CONTROL-FILE
005278           CUSTOMER-MASTER
005279           OPEN-ITEM-FILE
005280           AUDIT-TRAIL
005281           CUSTOMER-ADDRESS-FILE
005290           DUNNING-HISTORY
005299           DISPUTE-FILE
005308           ACTIVITY-HISTORY-FILE.

005320 5000-EXIT.
005330     EXIT.
006610         TO AUD-NEW-DATE-OF-PURCHASE
006620     MOVE "U"                      TO AUD-ACTION-CODE

006626     WRITE AUDIT-TRAIL-RECORD
006632     PERFORM 6250-WRITE-HISTORY-RECORD THRU 6250-EXIT.

006640 6200-EXIT.
006641     EXIT.

006642*----------------------------------------------------------------
006643*    6250-WRITE-HISTORY-RECORD - COPY THE MERGE AUDIT RECORD JUST
006644*    WRITTEN TO THE ACTIVITY-HISTORY FILE UNDER THE ACCOUNT AND
006645*    THE RUN DATE, STEPPING THE SEQUENCE PAST ANY KEY ALREADY ON
006646*    FILE FOR THAT DAY.
006647*----------------------------------------------------------------
006648 6250-WRITE-HISTORY-RECORD.

006649     MOVE AUD-CUSTOMER-NO      TO HIST-CUSTOMER-NO
006650     MOVE WS-RUN-DATE          TO HIST-POSTING-YYYYMMDD
006651     MOVE 1                    TO HIST-SEQUENCE-NO
006652     MOVE AUDIT-TRAIL-RECORD   TO HIST-AUDIT-DATA
006653     MOVE "N" TO WS-HISTORY-WRITTEN

006654     PERFORM 6260-WRITE-HISTORY-TRY THRU 6260-EXIT
006655         UNTIL HISTORY-WRITTEN OR HIST-SEQUENCE-NO > 99998

006656     IF HISTORY-WRITTEN
006657         ADD 1 TO CT-HISTORY-WRITTEN
006658     ELSE
006659         DISPLAY "Unable to write activity history for "
006660             AUD-CUSTOMER-NO "."
006661     END-IF.

006662 6250-EXIT.
006663     EXIT.

006664*----------------------------------------------------------------
006665*    6260-WRITE-HISTORY-TRY - TRY ONE WRITE OF THE HISTORY RECORD,
006666*    STEPPING THE SEQUENCE NUMBER ON A DUPLICATE KEY.
006667*----------------------------------------------------------------
006668 6260-WRITE-HISTORY-TRY.

006669     WRITE ACTIVITY-HISTORY-RECORD
006670         INVALID KEY
006671             ADD 1 TO HIST-SEQUENCE-NO
006672         NOT INVALID KEY
006673             MOVE "Y" TO WS-HISTORY-WRITTEN
006674     END-WRITE.

006675 6260-EXIT.
006676     EXIT.

006677*----------------------------------------------------------------
006678*    6300-MOVE-OPEN-ITEMS - REKEY EVERY OPEN ITEM STILL FILED
006680*    UNDER THE DUPLICATE ONTO THE KEEPER, A BATCH OF COLLECTED
006690*    KEYS AT A TIME UNTIL NONE REMAIN, THE SAME WAY THE OPEN-
006700*    ITEM REBUILD CLEARS A CUSTOMER.  NO ITEM IS LEFT BEHIND
007470         ADD 1 TO CT-ITEMS-MOVED
007472         ADD 1 TO WS-PAIR-ITEMS-MOVED
007474         ADD 1 TO WS-BATCH-ITEMS-MOVED
007477         PERFORM 6340-MOVE-ITEM-DISPUTE THRU 6340-EXIT
007480     END-IF

007490     ADD 1 TO WS-ITEM-SUB.
007640     EXIT.

007650*----------------------------------------------------------------
007651*    6340-MOVE-ITEM-DISPUTE - THE ITEM JUST REKEYED MAY CARRY A
007652*    DISPUTE RECORD UNDER ITS OLD KEY.  MOVE IT TO THE NEW KEY.
007653*----------------------------------------------------------------
007654 6340-MOVE-ITEM-DISPUTE.

007655     MOVE WS-ITEM-KEY-ENTRY (WS-ITEM-SUB) TO DSP-KEY
007656     READ DISPUTE-FILE
007657         INVALID KEY
007658             GO TO 6340-EXIT
007659     END-READ
007660     MOVE DISPUTE-RECORD TO WS-SAVED-DISPUTE-RECORD

007661     DELETE DISPUTE-FILE RECORD
007662         INVALID KEY
007663             DISPLAY "Unable to delete dispute for item: "
007664                 WS-ITEM-KEY-ENTRY (WS-ITEM-SUB)
007665             GO TO 6340-EXIT
007666     END-DELETE

007667     MOVE WS-SAVED-DISPUTE-RECORD TO DISPUTE-RECORD
007668     MOVE OITM-KEY TO DSP-KEY
007669     WRITE DISPUTE-RECORD
007670         INVALID KEY
007671             DISPLAY "Unable to rekey dispute to "
007672                 WS-KEEPER-NO "."
007673         NOT INVALID KEY
007674             ADD 1 TO CT-DISPUTES-MOVED
007675     END-WRITE.

007676 6340-EXIT.
007677     EXIT.

007678*----------------------------------------------------------------
007679*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
007680*----------------------------------------------------------------
007681 8000-PRINT-CONTROL-TOTALS.

007690     DISPLAY "=============================================="
007700     DISPLAY "            C O N T R O L   T O T A L S"
007810         CT-MERGES-REFUSED
007820     DISPLAY "Open items moved ............... "
007830         CT-ITEMS-MOVED
007833     DISPLAY "Disputes moved with items ...... "
007836         CT-DISPUTES-MOVED
007840     DISPLAY "Balance moved to keepers ....... "
007850         CT-BALANCE-MOVED
007853     DISPLAY "Activity history written ....... "
007856         CT-HISTORY-WRITTEN
007860     DISPLAY "==============================================".

007870 8000-EXIT.
