000217*                     THE TWELFTH MOVEMENT, SO RECENT ACTIVITY
000218*                     OPENED WITH A BLANK LINE AND DROPPED THE
000219*                     NEWEST MOVEMENT.
000220*    10/15/2026 DP    BAD-DEBT WRITE-OFFS ("W") AND RECOVERIES
000221*                     ("V") SHOW BY NAME IN RECENT ACTIVITY.
000222*    10/15/2026 DP    EACH OPEN ITEM NOW SHOWS THE INVOICE NUMBER
000223*                     IT WAS BILLED UNDER.  PICKED UP THE
000224*                     OPEN-ITEM ALTERNATE KEY.
000225*    10/15/2026 DP    AN OPEN ITEM WITH A DISPUTE STILL OPEN ON
000226*                     THE DISPUTE FILE IS FLAGGED IN DISPUTE,
000227*                     WITH ITS REASON CODE, AND THE DISPUTED
000228*                     TOTAL SHOWS UNDER THE ITEMS.  DISPUTE
000229*                     ACTIONS ("D") AND DISPUTE CREDITS ("J")
000230*                     SHOW BY NAME IN RECENT ACTIVITY.
000231*    10/15/2026 DP    RECENT ACTIVITY NOW COMES FROM THE KEYED
000232*                     ACTIVITY HISTORY, READING ONLY THIS
000233*                     ACCOUNT'S RECORDS INSTEAD OF THE WHOLE AUDIT
000234*                     TRAIL.
000235*    10/15/2026 DP    CREDITS REMITTED AS UNCLAIMED PROPERTY
000236*                     ("U") SHOW BY NAME IN RECENT ACTIVITY.
000237*    10/15/2026 DP    THE SCREEN SHOWS THE ACCOUNT'S SALESPERSON
000238*                     AND TERRITORY FROM THE CUSTOMER-REP AND
000239*                     SALESPERSON FILES, AND SALESPERSON
000240*                     ASSIGNMENTS ("S") SHOW IN RECENT ACTIVITY.
000241*    -----------------------------------------------------------
000242*
000243 ENVIRONMENT DIVISION.
000244 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CUSTOMER-MASTER
000270         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS OITM-KEY
000363         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000366             WITH DUPLICATES
000370         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

000376     SELECT ACTIVITY-HISTORY-FILE
000382         ASSIGN TO "C:\a\exercise10\acthist.txt"
000388         ORGANIZATION IS INDEXED
000394         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS HIST-KEY
000406         FILE STATUS IS WS-HISTORY-FILE-STATUS.

000412     SELECT CUSTOMER-ADDRESS-FILE
000413         ASSIGN TO "C:\a\exercise10\custaddr.txt"
000416         RECORD KEY IS ADDR-CUSTOMER-NO
000417         FILE STATUS IS WS-ADDRESS-FILE-STATUS.

000418     SELECT DISPUTE-FILE
000419         ASSIGN TO "C:\a\exercise10\dispute.txt"
000420         ORGANIZATION IS INDEXED
000421         ACCESS MODE IS DYNAMIC
000422         RECORD KEY IS DSP-KEY
000423         FILE STATUS IS WS-DISPUTE-FILE-STATUS.

000424     SELECT CUSTOMER-REP-FILE
000425         ASSIGN TO "C:\a\exercise10\custrep.txt"
000426         ORGANIZATION IS INDEXED
000427         ACCESS MODE IS DYNAMIC
000428         RECORD KEY IS CREP-CUSTOMER-NO
000429         FILE STATUS IS WS-CUSTREP-FILE-STATUS.

000430     SELECT SALESPERSON-FILE
000431         ASSIGN TO "C:\a\exercise10\slsrep.txt"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS SREP-REP-CODE
000435         FILE STATUS IS WS-SALESPERSON-FILE-STATUS.

000436 DATA DIVISION.
000437 FILE SECTION.
000440 FD  CUSTOMER-MASTER.
000450 01  CUSTOMER-MASTER-RECORD.
000460     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000570     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000580     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000590     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000595     05  OITM-INVOICE-NO               PICTURE X(10).

000600 FD  ACTIVITY-HISTORY-FILE.
000605 01  ACTIVITY-HISTORY-RECORD.
000610     05  HIST-KEY.
000615         10  HIST-CUSTOMER-NO          PICTURE X(5).
000620         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
000625         10  HIST-SEQUENCE-NO          PICTURE 9(5).
000630     05  HIST-AUDIT-DATA.
000635         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
000640         10  HIST-TRANS-TYPE           PICTURE X(1).
000645         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
000650         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
000655         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
000662                                       SIGN LEADING SEPARATE.
000667         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
000672                                       SIGN LEADING SEPARATE.
000678         10  HIST-PRIOR-DATE-OF-PURCHASE
000684                                       PICTURE 99/99/9999.
000690         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
000696         10  HIST-ACTION-CODE          PICTURE X(1).

000702 FD  CUSTOMER-ADDRESS-FILE.
000703 01  CUSTOMER-ADDRESS-RECORD.
000709     05  ADDR-ZIP                      PICTURE X(10).
000711     05  ADDR-PHONE                    PICTURE X(12).

000712 FD  CUSTOMER-REP-FILE.
000713 01  CUSTOMER-REP-RECORD.
000714     05  CREP-CUSTOMER-NO              PICTURE X(5).
000715     05  CREP-REP-CODE                 PICTURE X(4).
000716     05  CREP-ASSIGNED-YYYYMMDD        PICTURE 9(8).

000717 FD  SALESPERSON-FILE.
000718 01  SALESPERSON-RECORD.
000719     05  SREP-REP-CODE                 PICTURE X(4).
000720     05  SREP-REP-NAME                 PICTURE X(20).
000721     05  SREP-TERRITORY                PICTURE X(4).
000722     05  SREP-STATUS                   PICTURE X(1).
000723         88  SREP-ACTIVE                   VALUE "A".
000724         88  SREP-INACTIVE                 VALUE "I".
000725     05  SREP-ADDED-BY                 PICTURE X(8).
000726     05  SREP-ADDED-YYYYMMDD           PICTURE 9(8).
000727     05  SREP-CHANGED-BY               PICTURE X(8).
000728     05  SREP-CHANGED-YYYYMMDD         PICTURE 9(8).

000729 FD  DISPUTE-FILE.
000730 01  DISPUTE-RECORD.
000731     05  DSP-KEY.
000732         10  DSP-CUSTOMER-NO           PICTURE X(5).
000733         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
000734         10  DSP-SEQUENCE-NO           PICTURE 9(3).
000735     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
000736     05  DSP-REASON-CODE               PICTURE X(2).
000737     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
000738     05  DSP-STATUS                    PICTURE X(1).
000739         88  DSP-STATUS-OPEN               VALUE "O".
000740         88  DSP-STATUS-RELEASED           VALUE "R".
000741         88  DSP-STATUS-CREDITED           VALUE "C".
000742     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
000743     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
000744     05  DSP-INVOICE-NO                PICTURE X(10).

000745 WORKING-STORAGE SECTION.
000746 01  WS-SWITCHES.
000747     05  WS-INQUIRY-DONE              PICTURE X(1) VALUE "N".
000748         88  INQUIRY-DONE                 VALUE "Y".
000750     05  WS-MASTER-FOUND              PICTURE X(1) VALUE "N".
000760         88  MASTER-FOUND                 VALUE "Y".
000770     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
000780         88  OPEN-ITEM-EOF                VALUE "Y".
000790     05  WS-PAGING-DONE               PICTURE X(1) VALUE "N".
000800         88  PAGING-DONE                  VALUE "Y".
000810     05  WS-HISTORY-EOF               PICTURE X(1) VALUE "N".
000820         88  HISTORY-EOF                  VALUE "Y".
000830     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
000840     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
000846     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000852     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000854     05  WS-ADDRESS-FOUND             PICTURE X(1) VALUE "N".
000856         88  ADDRESS-FOUND                VALUE "Y".
000857     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000858     05  WS-ITEM-DISPUTED             PICTURE X(1) VALUE "N".
000859         88  ITEM-IN-DISPUTE              VALUE "Y".
000860     05  WS-CUSTREP-FILE-STATUS       PICTURE X(2) VALUE SPACES.
000861     05  WS-SALESPERSON-FILE-STATUS   PICTURE X(2) VALUE SPACES.

000862 01  WS-OPERATOR-CONTROLS.
000870     05  WS-CUSTOMER-NO-IN             PICTURE X(5).
000880     05  WS-PAGE-REPLY                 PICTURE X(1).

000910     05  WS-PAGE-SIZE                  PICTURE 9(2) COMP VALUE 12.
000920     05  WS-ITEMS-SHOWN                PICTURE 9(5) COMP VALUE 0.
000930     05  WS-ITEM-OPEN-TOTAL            PICTURE 9(7)V99 VALUE 0.
000935     05  WS-ITEM-DISPUTE-TOTAL         PICTURE 9(7)V99 VALUE 0.

000940 01  WS-ACTIVITY-TABLE-CONTROLS.
000950     05  WS-ACT-MAX                    PICTURE 9(3) COMP VALUE 12.

001010*----------------------------------------------------------------
001020*    ROLLING TABLE OF THE LAST TWELVE AUDIT MOVEMENTS FOR THE
001030*    ACCOUNT BEING SHOWN.  ITS HISTORY IS READ IN KEY ORDER AND
001040*    EACH MATCHING RECORD OVERWRITES THE OLDEST SLOT, SO WHEN
001050*    THE READ FINISHES THE TABLE HOLDS THE NEWEST TWELVE.
001060*----------------------------------------------------------------
001320     05  FILLER                        PICTURE X(6) VALUE
001330         "  SEQ ".
001340     05  DIL-SEQUENCE-NO               PICTURE 9(3).
001342     05  FILLER                        PICTURE X(6) VALUE
001344         "  INV ".
001346     05  DIL-INVOICE-NO                PICTURE X(10).
001350     05  FILLER                        PICTURE X(9) VALUE
001360         "  ORIG  ".
001370     05  DIL-ORIGINAL-AMOUNT           PICTURE ZZ,ZZ9.99.
001380     05  FILLER                        PICTURE X(9) VALUE
001390         "  OPEN  ".
001400     05  DIL-OPEN-AMOUNT               PICTURE ZZ,ZZ9.99.
001403     05  DIL-DISPUTE-FLAG              PICTURE X(13).
001406     05  DIL-DISPUTE-REASON            PICTURE X(2).

001410 01  DSP-ACTIVITY-LINE.
001420     05  FILLER                        PICTURE X(2) VALUE SPACES.
001675             " - status " WS-ADDRESS-FILE-STATUS
001676     END-IF

001677     OPEN INPUT DISPUTE-FILE
001678     IF WS-DISPUTE-FILE-STATUS NOT = "00"
001679         DISPLAY "No dispute file - disputes will not show"
001680             " - status " WS-DISPUTE-FILE-STATUS
001681     END-IF

001682     OPEN INPUT CUSTOMER-REP-FILE
001683     IF WS-CUSTREP-FILE-STATUS NOT = "00"
001684         DISPLAY "No customer-rep file - salesperson will not"
001685             " show - status " WS-CUSTREP-FILE-STATUS
001686     END-IF

001687     OPEN INPUT SALESPERSON-FILE
001688     IF WS-SALESPERSON-FILE-STATUS NOT = "00"
001689         DISPLAY "No salesperson file - rep names will not show"
001690             " - status " WS-SALESPERSON-FILE-STATUS
001691     END-IF

001692     PERFORM 2000-INQUIRE-ONE-CUSTOMER THRU 2000-EXIT
001693         UNTIL INQUIRY-DONE

001700     CLOSE CUSTOMER-MASTER
001710     IF WS-OPEN-ITEM-FILE-STATUS = "00"
001730     END-IF
001732     IF WS-ADDRESS-FILE-STATUS = "00"
001734         CLOSE CUSTOMER-ADDRESS-FILE
001735     END-IF
001736     IF WS-DISPUTE-FILE-STATUS = "00"
001737         CLOSE DISPUTE-FILE
001738     END-IF
001739     IF WS-CUSTREP-FILE-STATUS = "00"
001740         CLOSE CUSTOMER-REP-FILE
001741     END-IF
001742     IF WS-SALESPERSON-FILE-STATUS = "00"
001743         CLOSE SALESPERSON-FILE
001744     END-IF

001745     STOP RUN.

001750*----------------------------------------------------------------
001760*    2000-INQUIRE-ONE-CUSTOMER - PROMPT FOR THE NEXT ACCOUNT AND
002220     DISPLAY DSP-MASTER-LINE-1
002230     DISPLAY DSP-MASTER-LINE-2
002235     PERFORM 3500-SHOW-ADDRESS THRU 3500-EXIT
002237     PERFORM 3600-SHOW-SALESPERSON THRU 3600-EXIT
002240     DISPLAY "==============================================".

002250 3000-EXIT.
002360     MOVE ZERO TO WS-PAGE-LINE-COUNT
002370     MOVE ZERO TO WS-ITEMS-SHOWN
002380     MOVE ZERO TO WS-ITEM-OPEN-TOTAL
002385     MOVE ZERO TO WS-ITEM-DISPUTE-TOTAL

002390     MOVE WS-CUSTOMER-NO-IN TO OITM-CUSTOMER-NO
002400     MOVE ZERO TO OITM-PURCHASE-YYYYMMDD
002520         MOVE WS-ITEM-OPEN-TOTAL TO DIL-OPEN-AMOUNT
002530         DISPLAY "  OPEN ITEMS SHOWN: " WS-ITEMS-SHOWN
002540             "  OPEN TOTAL: " DIL-OPEN-AMOUNT
002542         IF WS-ITEM-DISPUTE-TOTAL > ZERO
002544             MOVE WS-ITEM-DISPUTE-TOTAL TO DIL-OPEN-AMOUNT
002546             DISPLAY "  OF WHICH IN DISPUTE: " DIL-OPEN-AMOUNT
002548         END-IF
002550     END-IF.

002560 4000-EXIT.
002580*----------------------------------------------------------------
002590*    4100-SHOW-ONE-OPEN-ITEM - READ THE CUSTOMER'S NEXT OPEN
002600*    ITEM AND SHOW IT IF IT STILL CARRIES AN OPEN AMOUNT.  A
002606*    FULL PAGE PAUSES FOR THE OPERATOR'S REPLY.  AN ITEM IN
002612*    OPEN DISPUTE IS FLAGGED WITH ITS REASON CODE.
002620*----------------------------------------------------------------
002630 4100-SHOW-ONE-OPEN-ITEM.


002870     MOVE OITM-PURCHASE-DATE   TO DIL-PURCHASE-DATE
002880     MOVE OITM-SEQUENCE-NO     TO DIL-SEQUENCE-NO
002885     MOVE OITM-INVOICE-NO      TO DIL-INVOICE-NO
002890     MOVE OITM-ORIGINAL-AMOUNT TO DIL-ORIGINAL-AMOUNT
002900     MOVE OITM-OPEN-AMOUNT     TO DIL-OPEN-AMOUNT
002901     MOVE SPACES               TO DIL-DISPUTE-FLAG
002902                                  DIL-DISPUTE-REASON
002903     PERFORM 4150-CHECK-ITEM-DISPUTE THRU 4150-EXIT
002904     IF ITEM-IN-DISPUTE
002905         MOVE "  IN DISPUTE " TO DIL-DISPUTE-FLAG
002906         MOVE DSP-REASON-CODE TO DIL-DISPUTE-REASON
002907         ADD OITM-OPEN-AMOUNT TO WS-ITEM-DISPUTE-TOTAL
002908     END-IF
002910     DISPLAY DSP-ITEM-LINE

002920     ADD 1 TO WS-PAGE-LINE-COUNT
002960     EXIT.

002970*----------------------------------------------------------------
002971*    4150-CHECK-ITEM-DISPUTE - LOOK THE CURRENT OPEN ITEM UP ON
002972*    THE DISPUTE FILE.  AN ITEM WITH A DISPUTE STILL OPEN IS
002973*    FLAGGED ON THE SCREEN.
002974*----------------------------------------------------------------
002975 4150-CHECK-ITEM-DISPUTE.

002976     MOVE "N" TO WS-ITEM-DISPUTED
002977     IF WS-DISPUTE-FILE-STATUS = "00"
002978         MOVE OITM-KEY TO DSP-KEY
002979         READ DISPUTE-FILE
002980             INVALID KEY
002981                 CONTINUE
002982             NOT INVALID KEY
002983                 IF DSP-STATUS-OPEN
002984                     MOVE "Y" TO WS-ITEM-DISPUTED
002985                 END-IF
002986         END-READ
002987     END-IF.

002988 4150-EXIT.
002989     EXIT.

002990*----------------------------------------------------------------
002991*    5000-SHOW-RECENT-ACTIVITY - READ THE ACCOUNT'S RECORDS FROM
002992*    THE KEYED ACTIVITY HISTORY AND KEEP THEM IN A TWELVE-SLOT
003000*    ROLLING TABLE, THEN SHOW THE TABLE OLDEST FIRST SO THE LAST
003010*    DOZEN MOVEMENTS READ DOWN THE SCREEN IN POSTING ORDER.
003020*----------------------------------------------------------------
003030 5000-SHOW-RECENT-ACTIVITY.

003040     MOVE "N"  TO WS-HISTORY-EOF
003050     MOVE ZERO TO WS-ACT-TOTAL
003060     MOVE SPACES TO WS-ACTIVITY-TABLE

003070     OPEN INPUT ACTIVITY-HISTORY-FILE
003080     IF WS-HISTORY-FILE-STATUS NOT = "00"
003090         DISPLAY "RECENT ACTIVITY:  (no activity history on file)"
003100         GO TO 5000-EXIT
003110     END-IF

003111     MOVE WS-CUSTOMER-NO-IN TO HIST-CUSTOMER-NO
003112     MOVE ZERO              TO HIST-POSTING-YYYYMMDD
003113                               HIST-SEQUENCE-NO
003114     START ACTIVITY-HISTORY-FILE
003115         KEY IS NOT LESS THAN HIST-KEY
003116         INVALID KEY
003117             MOVE "Y" TO WS-HISTORY-EOF
003118     END-START

003120     PERFORM 5100-TALLY-ONE-AUDIT-RECORD THRU 5100-EXIT
003130         UNTIL HISTORY-EOF

003140     CLOSE ACTIVITY-HISTORY-FILE

003150     DISPLAY "RECENT ACTIVITY:"
003160     IF WS-ACT-TOTAL = ZERO
003390     EXIT.

003400*----------------------------------------------------------------
003407*    5100-TALLY-ONE-AUDIT-RECORD - FOLD ONE HISTORY RECORD FOR
003414*    THIS ACCOUNT INTO THE ROLLING TABLE.  THE FIRST RECORD FOR
003421*    ANOTHER ACCOUNT ENDS THE READ.
003430*----------------------------------------------------------------
003440 5100-TALLY-ONE-AUDIT-RECORD.

003450     READ ACTIVITY-HISTORY-FILE NEXT RECORD
003460         AT END
003470             MOVE "Y" TO WS-HISTORY-EOF
003480             GO TO 5100-EXIT
003490     END-READ

003496     IF HIST-CUSTOMER-NO NOT = WS-CUSTOMER-NO-IN
003502         MOVE "Y" TO WS-HISTORY-EOF
003510         GO TO 5100-EXIT
003520     END-IF

003550     ADD 1 TO WS-ACT-SLOT
003560     ADD 1 TO WS-ACT-TOTAL

003570     MOVE HIST-TRANS-TYPE   TO WS-ACT-TRANS-TYPE (WS-ACT-SLOT)
003580     MOVE HIST-TRANS-AMOUNT TO WS-ACT-TRANS-AMOUNT (WS-ACT-SLOT)
003590     MOVE HIST-TRANS-DATE   TO WS-ACT-TRANS-DATE (WS-ACT-SLOT)
003600     MOVE HIST-NEW-AMT-OWED TO WS-ACT-NEW-AMT-OWED (WS-ACT-SLOT).

003610 5100-EXIT.
003620     EXIT.
003750             MOVE "FIN CHG  " TO DAL-TRANS-TYPE
003752         WHEN "R"
003754             MOVE "REFUND   " TO DAL-TRANS-TYPE
003755         WHEN "W"
003756             MOVE "WRITE-OFF" TO DAL-TRANS-TYPE
003757         WHEN "V"
003758             MOVE "RECOVERY " TO DAL-TRANS-TYPE
003759         WHEN "D"
003760             MOVE "DISPUTE  " TO DAL-TRANS-TYPE
003761         WHEN "J"
003762             MOVE "DISP CR  " TO DAL-TRANS-TYPE
003763         WHEN "U"
003764             MOVE "UNCLAIMED" TO DAL-TRANS-TYPE
003765         WHEN "S"
003766             MOVE "REP CHG  " TO DAL-TRANS-TYPE
003767         WHEN "L"
003770             MOVE "LIMIT CHG" TO DAL-TRANS-TYPE
003780         WHEN "N"
003790             MOVE "NAME CHG " TO DAL-TRANS-TYPE
004010 3500-EXIT.
004012     EXIT.

004013*----------------------------------------------------------------
004014*    3600-SHOW-SALESPERSON - SHOW THE SALESPERSON AND TERRITORY
004015*    THE ACCOUNT IS ASSIGNED TO, OR A NO-SALESPERSON FLAG.
004016*----------------------------------------------------------------
004017 3600-SHOW-SALESPERSON.

004018     IF WS-CUSTREP-FILE-STATUS NOT = "00"
004019         GO TO 3600-EXIT
004020     END-IF

004021     MOVE WS-CUSTOMER-NO-IN TO CREP-CUSTOMER-NO
004022     READ CUSTOMER-REP-FILE
004023         INVALID KEY
004024             DISPLAY "SALESREP:  ** NO SALESPERSON ASSIGNED **"
004025             GO TO 3600-EXIT
004026     END-READ

004027     MOVE SPACES TO SREP-REP-NAME
004028     MOVE SPACES TO SREP-TERRITORY
004029     IF WS-SALESPERSON-FILE-STATUS = "00"
004030         MOVE CREP-REP-CODE TO SREP-REP-CODE
004031         READ SALESPERSON-FILE
004032             INVALID KEY
004033                 MOVE "** NOT ON TABLE **" TO SREP-REP-NAME
004034         END-READ
004035     END-IF

004036     DISPLAY "SALESREP:  " CREP-REP-CODE " " SREP-REP-NAME
004037         "  TERRITORY: " SREP-TERRITORY.

004038 3600-EXIT.
004039     EXIT.

004040 END PROGRAM PROGRAM11.
