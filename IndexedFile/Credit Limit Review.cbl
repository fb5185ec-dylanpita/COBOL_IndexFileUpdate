000310*                     REFUSED.  TO DROP A RECOMMENDATION, HOLD
000312*                     THE FILE AND RERUN THE REVIEW, OR CORRECT
000314*                     THE TRAILER COUNT AND AMOUNT BY HAND.
000315*    10/15/2026 DP    LIMIT-CHANGE RECORDS AND THEIR TRAILER
000316*                     WIDENED TO THE FEED'S 157-BYTE LAYOUT
000317*                     (INVOICE NUMBER SPACES).  PICKED UP THE
000318*                     OPEN-ITEM INVOICE NUMBER AND ITS ALTERNATE
000319*                     KEY.
000320*    10/15/2026 DP    AN OPEN ITEM WITH A DISPUTE STILL OPEN ON
000321*                     THE DISPUTE FILE NO LONGER COUNTS TOWARD
000322*                     OVER-90 EXPOSURE, SO A DISPUTED PURCHASE
000323*                     ALONE CANNOT DRIVE A LIMIT CUT.  ITEMS AND
000324*                     AMOUNT SET ASIDE ARE IN THE CONTROL TOTALS.
000325*    10/15/2026 DP    PAYMENTS AND FINANCE CHARGES ARE NOW
000326*                     COUNTED FROM EACH ACCOUNT'S OWN RECORDS
000327*                     ON THE KEYED ACTIVITY HISTORY AS IT IS
000328*                     REVIEWED, NOT TALLIED FROM THE WHOLE AUDIT
000329*                     TRAIL INTO A TABLE, SO NO ACCOUNT IS HELD
000330*                     FOR A FULL TABLE.
000331*    10/15/2026 DP    OPTIONAL TERRITORY AND SALESPERSON BREAKS.
000332*                     WHEN ASKED FOR, RECOMMENDATIONS ARE SORTED
000333*                     BY TERRITORY AND REP FROM THE CUSTOMER-REP
000334*                     AND SALESPERSON FILES, EACH REP STARTS A
000335*                     NEW PAGE, AND REP AND TERRITORY SUBTOTALS
000336*                     GIVE THE ACCOUNTS, RAISES, CUTS, HOLDS,
000337*                     BALANCES, LIMITS AND OVER-90 EXPOSURE.
000338*                     CUSTOMERS WITH NO REP PRINT LAST AS
000339*                     UNASSIGNED.  THE LIMIT-CHANGE FILE IS STILL
000340*                     WRITTEN IN CUSTOMER ORDER.
000341*    -----------------------------------------------------------
000342*
000343 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CUSTOMER-MASTER
000410         RECORD KEY IS CUSTOMER-NO-MASTER
000420         FILE STATUS IS WS-MASTER-FILE-STATUS.

000427     SELECT ACTIVITY-HISTORY-FILE
000434         ASSIGN TO "C:\a\exercise10\acthist.txt"
000441         ORGANIZATION IS INDEXED
000448         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS HIST-KEY
000462         FILE STATUS IS WS-HISTORY-FILE-STATUS.

000470     SELECT OPEN-ITEM-FILE
000480         ASSIGN TO "C:\a\exercise10\openitem.txt"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OITM-KEY
000513         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000516             WITH DUPLICATES
000520         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

000530     SELECT REVIEW-REPORT
000570         ASSIGN TO "C:\a\exercise10\limchg.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL.

000581     SELECT DISPUTE-FILE
000582         ASSIGN TO "C:\a\exercise10\dispute.txt"
000583         ORGANIZATION IS INDEXED
000584         ACCESS MODE IS DYNAMIC
000585         RECORD KEY IS DSP-KEY
000586         FILE STATUS IS WS-DISPUTE-FILE-STATUS.

000587     SELECT CUSTOMER-REP-FILE
000588         ASSIGN TO "C:\a\exercise10\custrep.txt"
000589         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000591         RECORD KEY IS CREP-CUSTOMER-NO
000592         FILE STATUS IS WS-CUSTREP-FILE-STATUS.

000593     SELECT SALESPERSON-FILE
000594         ASSIGN TO "C:\a\exercise10\slsrep.txt"
000595         ORGANIZATION IS INDEXED
000596         ACCESS MODE IS DYNAMIC
000597         RECORD KEY IS SREP-REP-CODE
000598         FILE STATUS IS WS-SALESPERSON-FILE-STATUS.

000599     SELECT SORT-WORK
000600         ASSIGN TO "C:\a\exercise10\sortwork.tmp".

000601 DATA DIVISION.
000602 FILE SECTION.
000610 FD  CUSTOMER-MASTER.
000620 01  CUSTOMER-MASTER-RECORD.
000630     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000662                                      SIGN LEADING SEPARATE.
000670     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.

000675 FD  ACTIVITY-HISTORY-FILE.
000680 01  ACTIVITY-HISTORY-RECORD.
000685     05  HIST-KEY.
000690         10  HIST-CUSTOMER-NO          PICTURE X(5).
000695         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
000700         10  HIST-SEQUENCE-NO          PICTURE 9(5).
000705     05  HIST-AUDIT-DATA.
000710         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
000715         10  HIST-TRANS-TYPE           PICTURE X(1).
000720         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
000725         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
000730         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
000742                                       SIGN LEADING SEPARATE.
000747         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
000752                                       SIGN LEADING SEPARATE.
000759         10  HIST-PRIOR-DATE-OF-PURCHASE
000766                                       PICTURE 99/99/9999.
000773         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
000780         10  HIST-ACTION-CODE          PICTURE X(1).

000790 FD  OPEN-ITEM-FILE.
000800 01  OPEN-ITEM-RECORD.
000850     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000860     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000870     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000875     05  OITM-INVOICE-NO               PICTURE X(10).

000880 FD  REVIEW-REPORT.
000890 01  REVIEW-REPORT-RECORD             PICTURE X(100).
000950     05  AMT-OF-PURCHASE-TRANS        PICTURE 9(5)V99.
000960     05  TRANSACTION-TYPE-TRANS       PICTURE X(1).
000962     05  TRANS-ADDRESS-DATA           PICTURE X(104).
000963     05  TRANS-INVOICE-NO             PICTURE X(10).

000964 FD  DISPUTE-FILE.
000965 01  DISPUTE-RECORD.
000966     05  DSP-KEY.
000967         10  DSP-CUSTOMER-NO           PICTURE X(5).
000968         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
000969         10  DSP-SEQUENCE-NO           PICTURE 9(3).
000970     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
000971     05  DSP-REASON-CODE               PICTURE X(2).
000972     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
000973     05  DSP-STATUS                    PICTURE X(1).
000974         88  DSP-STATUS-OPEN               VALUE "O".
000975         88  DSP-STATUS-RELEASED           VALUE "R".
000976         88  DSP-STATUS-CREDITED           VALUE "C".
000977     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
000978     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
000979     05  DSP-INVOICE-NO                PICTURE X(10).

000980 FD  CUSTOMER-REP-FILE.
000981 01  CUSTOMER-REP-RECORD.
000982     05  CREP-CUSTOMER-NO              PICTURE X(5).
000983     05  CREP-REP-CODE                 PICTURE X(4).
000984     05  CREP-ASSIGNED-YYYYMMDD        PICTURE 9(8).

000985 FD  SALESPERSON-FILE.
000986 01  SALESPERSON-RECORD.
000987     05  SREP-REP-CODE                 PICTURE X(4).
000988     05  SREP-REP-NAME                 PICTURE X(20).
000989     05  SREP-TERRITORY                PICTURE X(4).
000990     05  SREP-STATUS                   PICTURE X(1).
000991         88  SREP-ACTIVE                   VALUE "A".
000992         88  SREP-INACTIVE                 VALUE "I".
000993     05  SREP-ADDED-BY                 PICTURE X(8).
000994     05  SREP-ADDED-YYYYMMDD           PICTURE 9(8).
000995     05  SREP-CHANGED-BY               PICTURE X(8).
000996     05  SREP-CHANGED-YYYYMMDD         PICTURE 9(8).

000997*----------------------------------------------------------------
000998*    WHEN THE REVIEW BREAKS BY TERRITORY AND REP, EACH ACCOUNT'S
000999*    PRINTED LINE IS RELEASED HERE WITH THE FIGURES THE REP AND
001000*    TERRITORY SUBTOTALS NEED.  AN UNASSIGNED CUSTOMER CARRIES
001001*    HIGH-VALUES IN TERRITORY AND REP SO IT SORTS LAST.
001002*----------------------------------------------------------------
001003 SD  SORT-WORK.
001004 01  SORT-REVIEW-RECORD.
001005     05  SRT-TERRITORY                 PICTURE X(4).
001006     05  SRT-REP-CODE                  PICTURE X(4).
001007     05  SRT-CUSTOMER-NO               PICTURE X(5).
001008     05  SRT-REP-NAME                  PICTURE X(20).
001009     05  SRT-ACTION                    PICTURE X(5).
001010     05  SRT-BALANCE                   PICTURE S9(5)V99
001011                                       SIGN LEADING SEPARATE.
001012     05  SRT-LIMIT                     PICTURE 9(5)V99.
001013     05  SRT-OVER-90                   PICTURE 9(7)V99.
001014     05  SRT-PRINT-LINE                PICTURE X(100).

001015 WORKING-STORAGE SECTION.
001016 01  WS-SWITCHES.
001017     05  WS-MASTER-EOF                PICTURE X(1) VALUE "N".
001018         88  MASTER-EOF                   VALUE "Y".
001022     05  WS-HISTORY-EOF               PICTURE X(1) VALUE "N".
001026         88  HISTORY-EOF                  VALUE "Y".
001030     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
001040         88  OPEN-ITEM-EOF                VALUE "Y".
001090     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001100     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001110     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
001111     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001112     05  WS-ITEM-DISPUTED             PICTURE X(1) VALUE "N".
001113         88  ITEM-IN-DISPUTE              VALUE "Y".
001114     05  WS-BY-TERRITORY-REPLY        PICTURE X(1) VALUE "N".
001115         88  BY-TERRITORY                 VALUE "Y" "y".
001116     05  WS-SORT-EOF                  PICTURE X(1) VALUE "N".
001117         88  SORT-EOF                     VALUE "Y".
001118     05  WS-FIRST-PAGE                PICTURE X(1) VALUE "Y".
001119         88  FIRST-PAGE                   VALUE "Y".
001120     05  WS-CUSTREP-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001121     05  WS-SALESPERSON-FILE-STATUS   PICTURE X(2) VALUE SPACES.

001122 01  WS-RUN-CONTROLS.
001130     05  WS-RUN-DATE                   PICTURE 9(8).
001140     05  WS-RUN-DATE-MMDDYYYY          PICTURE 9(8) VALUE 0.
001150     05  WS-RUN-DAY-COUNT              PICTURE 9(7) VALUE 0.
001190     05  WS-NEW-LIMIT                  PICTURE 9(5)V99 VALUE 0.
001200     05  WS-UTILIZATION-MARK           PICTURE 9(5)V99 VALUE 0.

001201 01  WS-REP-CONTROLS.
001202     05  WS-THIS-TERRITORY             PICTURE X(4).
001203     05  WS-THIS-REP-CODE              PICTURE X(4).
001204     05  WS-THIS-REP-NAME              PICTURE X(20).
001205     05  WS-CURRENT-TERRITORY          PICTURE X(4).
001206     05  WS-CURRENT-REP-CODE           PICTURE X(4).
001207     05  WS-REPS-REPORTED              PICTURE 9(5) COMP VALUE 0.
001208     05  WS-TERRITORIES-REPORTED       PICTURE 9(5) COMP VALUE 0.

001210*----------------------------------------------------------------
001220*    REP AND TERRITORY SUBTOTALS.  THE THREE GROUPS SHARE ONE
001230*    LAYOUT SO A GROUP IS MOVED WHOLE TO WS-PRINT-TOTALS FOR
001240*    PRINTING.
001260*----------------------------------------------------------------
001264 01  WS-REP-TOTALS.
001268     05  WS-REP-ACCOUNTS               PICTURE 9(5) VALUE 0.
001272     05  WS-REP-RAISES                 PICTURE 9(5) VALUE 0.
001276     05  WS-REP-CUTS                   PICTURE 9(5) VALUE 0.
001280     05  WS-REP-HOLDS                  PICTURE 9(5) VALUE 0.
001284     05  WS-REP-BALANCE                PICTURE S9(9)V99 VALUE 0.
001288     05  WS-REP-LIMIT                  PICTURE 9(9)V99 VALUE 0.
001292     05  WS-REP-OVER-90                PICTURE 9(9)V99 VALUE 0.

001296 01  WS-TERRITORY-TOTALS.
001300     05  WS-TER-ACCOUNTS               PICTURE 9(5) VALUE 0.
001304     05  WS-TER-RAISES                 PICTURE 9(5) VALUE 0.
001308     05  WS-TER-CUTS                   PICTURE 9(5) VALUE 0.
001312     05  WS-TER-HOLDS                  PICTURE 9(5) VALUE 0.
001316     05  WS-TER-BALANCE                PICTURE S9(9)V99 VALUE 0.
001320     05  WS-TER-LIMIT                  PICTURE 9(9)V99 VALUE 0.
001324     05  WS-TER-OVER-90                PICTURE 9(9)V99 VALUE 0.

001328 01  WS-PRINT-TOTALS.
001332     05  WS-PRT-ACCOUNTS               PICTURE 9(5) VALUE 0.
001336     05  WS-PRT-RAISES                 PICTURE 9(5) VALUE 0.
001340     05  WS-PRT-CUTS                   PICTURE 9(5) VALUE 0.
001344     05  WS-PRT-HOLDS                  PICTURE 9(5) VALUE 0.
001348     05  WS-PRT-BALANCE                PICTURE S9(9)V99 VALUE 0.
001352     05  WS-PRT-LIMIT                  PICTURE 9(9)V99 VALUE 0.
001356     05  WS-PRT-OVER-90                PICTURE 9(9)V99 VALUE 0.

001360*----------------------------------------------------------------
001364*    THE ACCOUNT'S AUDITED PAYMENTS AND FINANCE CHARGES, COUNTED
001368*    FROM ITS RECORDS ON THE ACTIVITY HISTORY AS IT IS REVIEWED.
001372*----------------------------------------------------------------
001376 01  WS-HIST-CONTROLS.
001380     05  WS-HIST-PAY-COUNT             PICTURE 9(5) COMP VALUE 0.
001384     05  WS-HIST-FINCHG-COUNT          PICTURE 9(5) COMP VALUE 0.

001390 01  WS-DATE-CONVERSION.
001400     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
001660     05  CT-HOLDS                     PICTURE 9(7) COMP VALUE 0.
001670     05  CT-LIMIT-TRANS-WRITTEN       PICTURE 9(7) COMP VALUE 0.
001680     05  CT-LIMIT-AMT-TOTAL           PICTURE 9(9)V99 VALUE 0.
001683     05  CT-ITEMS-IN-DISPUTE          PICTURE 9(7) COMP VALUE 0.
001686     05  CT-AMT-IN-DISPUTE            PICTURE 9(9)V99 VALUE 0.

001690*----------------------------------------------------------------
001700*    BALANCING TRAILER WRITTEN AS THE LAST LIMIT-CHANGE RECORD
001750     05  LTR-RECORD-COUNT             PICTURE 9(7).
001760     05  LTR-AMOUNT-TOTAL             PICTURE 9(9)V99.
001770     05  LTR-BUSINESS-DATE            PICTURE 9(8).
001780     05  FILLER                       PICTURE X(126)
001790                                      VALUE SPACES.

001800 01  RPT-HEADING-1.
002100     05  RDL-NEW-LIMIT                 PICTURE ZZ,ZZ9.99.
002110     05  FILLER                        PICTURE X(7) VALUE SPACES.

002111 01  RPT-GROUP-HEADING.
002112     05  FILLER                        PICTURE X(11) VALUE
002113         "TERRITORY: ".
002114     05  RGH-TERRITORY                 PICTURE X(4).
002115     05  FILLER                        PICTURE X(16) VALUE
002116         "   SALESPERSON: ".
002117     05  RGH-REP-CODE                  PICTURE X(4).
002118     05  FILLER                        PICTURE X(1) VALUE SPACES.
002119     05  RGH-REP-NAME                  PICTURE X(20).
002120     05  FILLER                        PICTURE X(44) VALUE SPACES.

002121 01  RPT-SUBTOTAL-LINE-1.
002122     05  RSL-LEVEL                     PICTURE X(12).
002123     05  RSL-CODE                      PICTURE X(4).
002124     05  FILLER                        PICTURE X(10) VALUE
002125         " TOTAL".
002126     05  FILLER                        PICTURE X(10) VALUE
002127         "ACCOUNTS ".
002128     05  RSL-ACCOUNTS                  PICTURE ZZZZ9.
002129     05  FILLER                        PICTURE X(9) VALUE
002130         "  RAISES ".
002131     05  RSL-RAISES                    PICTURE ZZZZ9.
002132     05  FILLER                        PICTURE X(7) VALUE
002133         "  CUTS ".
002134     05  RSL-CUTS                      PICTURE ZZZZ9.
002135     05  FILLER                        PICTURE X(8) VALUE
002136         "  HOLDS ".
002137     05  RSL-HOLDS                     PICTURE ZZZZ9.
002138     05  FILLER                        PICTURE X(20) VALUE SPACES.

002139 01  RPT-SUBTOTAL-LINE-2.
002140     05  FILLER                        PICTURE X(14) VALUE
002141         "     BALANCE ".
002142     05  RSL-BALANCE                   PICTURE ZZZ,ZZZ,ZZ9.99-.
002143     05  FILLER                        PICTURE X(9) VALUE
002144         "  LIMITS ".
002145     05  RSL-LIMIT                     PICTURE ZZZ,ZZZ,ZZ9.99.
002146     05  FILLER                        PICTURE X(10) VALUE
002147         "  OVER-90 ".
002148     05  RSL-OVER-90                   PICTURE ZZZ,ZZZ,ZZ9.99.
002149     05  FILLER                        PICTURE X(24) VALUE SPACES.

002150 PROCEDURE DIVISION.
002151*----------------------------------------------------------------
002152*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
002153*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
002160*----------------------------------------------------------------
002170 0000-MAINLINE.

002300         STOP RUN
002310     END-IF

002311     DISPLAY "Subtotal by territory and rep (Y/N)?"
002312     ACCEPT WS-BY-TERRITORY-REPLY
002313     IF BY-TERRITORY
002314         OPEN INPUT CUSTOMER-REP-FILE
002315         IF WS-CUSTREP-FILE-STATUS NOT = "00"
002316             DISPLAY "No customer-rep file - every customer"
002317                 " prints as unassigned - status "
002318                 WS-CUSTREP-FILE-STATUS
002319         END-IF
002320         OPEN INPUT SALESPERSON-FILE
002321         IF WS-SALESPERSON-FILE-STATUS NOT = "00"
002322             DISPLAY "No salesperson file - every customer"
002323                 " prints as unassigned - status "
002324                 WS-SALESPERSON-FILE-STATUS
002325         END-IF
002326     END-IF

002327     OPEN INPUT ACTIVITY-HISTORY-FILE
002328     IF WS-HISTORY-FILE-STATUS NOT = "00"
002329         DISPLAY "No activity history on file - status "
002330             WS-HISTORY-FILE-STATUS
002331     END-IF

002332     OPEN INPUT CUSTOMER-MASTER
002340     IF WS-MASTER-FILE-STATUS NOT = "00"
002350         DISPLAY "Unable to open customer master - status "
002360             WS-MASTER-FILE-STATUS
002420             " unavailable - status " WS-OPEN-ITEM-FILE-STATUS
002430     END-IF

002431     OPEN INPUT DISPUTE-FILE
002432     IF WS-DISPUTE-FILE-STATUS NOT = "00"
002433         DISPLAY "No dispute file - no items set aside from"
002434             " exposure - status " WS-DISPUTE-FILE-STATUS
002435     END-IF

002440     OPEN OUTPUT REVIEW-REPORT
002450     OPEN OUTPUT LIMIT-CHANGE-FILE

002460     MOVE WS-RUN-DATE TO RH1-RUN-DATE
002467     IF BY-TERRITORY
002474         SORT SORT-WORK
002481             ON ASCENDING KEY SRT-TERRITORY
002488                              SRT-REP-CODE
002495                              SRT-CUSTOMER-NO
002502             INPUT PROCEDURE IS 2500-REVIEW-ALL-ACCOUNTS
002509                 THRU 2500-EXIT
002516             OUTPUT PROCEDURE IS 6000-PRINT-BY-TERRITORY
002523                 THRU 6000-EXIT
002530     ELSE
002537         WRITE REVIEW-REPORT-RECORD FROM RPT-HEADING-1
002544         WRITE REVIEW-REPORT-RECORD FROM RPT-HEADING-2
002551         MOVE SPACES TO REVIEW-REPORT-RECORD
002558         WRITE REVIEW-REPORT-RECORD
002565         PERFORM 2500-REVIEW-ALL-ACCOUNTS THRU 2500-EXIT
002572     END-IF

002590     MOVE CT-LIMIT-TRANS-WRITTEN TO LTR-RECORD-COUNT
002600     MOVE CT-LIMIT-AMT-TOTAL     TO LTR-AMOUNT-TOTAL
002660     IF WS-OPEN-ITEM-FILE-STATUS = "00"
002670         CLOSE OPEN-ITEM-FILE
002680     END-IF
002681     IF WS-DISPUTE-FILE-STATUS = "00"
002682         CLOSE DISPUTE-FILE
002683     END-IF
002684     IF WS-HISTORY-FILE-STATUS = "00"
002685         CLOSE ACTIVITY-HISTORY-FILE
002686     END-IF
002687     IF WS-CUSTREP-FILE-STATUS = "00"
002688         CLOSE CUSTOMER-REP-FILE
002689     END-IF
002690     IF WS-SALESPERSON-FILE-STATUS = "00"
002691         CLOSE SALESPERSON-FILE
002692     END-IF

002693     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

002700     STOP RUN.

002710*----------------------------------------------------------------
002720*    2000-TALLY-ACCOUNT-HISTORY - COUNT THE AUDITED PAYMENTS AND
002730*    FINANCE CHARGES ON THE ACTIVITY HISTORY FOR THE ACCOUNT
002740*    BEING REVIEWED, READING ONLY THAT ACCOUNT'S RECORDS.
002750*----------------------------------------------------------------
002760 2000-TALLY-ACCOUNT-HISTORY.

002770     MOVE 0 TO WS-HIST-PAY-COUNT
002780               WS-HIST-FINCHG-COUNT

002790     IF WS-HISTORY-FILE-STATUS NOT = "00"
002820         GO TO 2000-EXIT
002830     END-IF

002831     MOVE "N" TO WS-HISTORY-EOF
002832     MOVE CUSTOMER-NO-MASTER TO HIST-CUSTOMER-NO
002833     MOVE ZERO               TO HIST-POSTING-YYYYMMDD
002834                                HIST-SEQUENCE-NO
002835     START ACTIVITY-HISTORY-FILE
002836         KEY IS NOT LESS THAN HIST-KEY
002837         INVALID KEY
002838             MOVE "Y" TO WS-HISTORY-EOF
002839     END-START

002840     PERFORM 2100-TALLY-ONE-AUDIT-RECORD THRU 2100-EXIT
002850         UNTIL HISTORY-EOF.

002870 2000-EXIT.
002880     EXIT.

002890*----------------------------------------------------------------
002900*    2100-TALLY-ONE-AUDIT-RECORD - COUNT ONE PAYMENT OR FINANCE
002910*    CHARGE.  THE FIRST RECORD FOR ANOTHER ACCOUNT ENDS THE READ.
002920*----------------------------------------------------------------
002930 2100-TALLY-ONE-AUDIT-RECORD.

002940     READ ACTIVITY-HISTORY-FILE NEXT RECORD
002950         AT END
002960             MOVE "Y" TO WS-HISTORY-EOF
002970             GO TO 2100-EXIT
002980     END-READ

002986     IF HIST-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
002992         MOVE "Y" TO WS-HISTORY-EOF
003000         GO TO 2100-EXIT
003010     END-IF

003020     IF HIST-TRANS-TYPE = "C"
003030         ADD 1 TO WS-HIST-PAY-COUNT
003160     END-IF
003170     IF HIST-TRANS-TYPE = "F"
003180         ADD 1 TO WS-HIST-FINCHG-COUNT
003210     END-IF.

003220 2100-EXIT.
003230     EXIT.

003240*----------------------------------------------------------------
003247*    2500-REVIEW-ALL-ACCOUNTS - REVIEW EVERY ACCOUNT ON THE
003254*    MASTER IN TURN.  WHEN THE REVIEW BREAKS BY TERRITORY THIS IS
003261*    THE SORT'S INPUT PROCEDURE.
003270*----------------------------------------------------------------
003277 2500-REVIEW-ALL-ACCOUNTS.

003284     MOVE LOW-VALUES TO CUSTOMER-NO-MASTER
003291     START CUSTOMER-MASTER
003298         KEY IS NOT LESS THAN CUSTOMER-NO-MASTER
003305         INVALID KEY
003312             MOVE "Y" TO WS-MASTER-EOF
003319     END-START

003326     PERFORM 3000-REVIEW-ONE-ACCOUNT THRU 3000-EXIT
003333         UNTIL MASTER-EOF.

003340 2500-EXIT.
003470     EXIT.

003480*----------------------------------------------------------------

003600     PERFORM 3100-TOTAL-OVER-90 THRU 3100-EXIT

003610     PERFORM 2000-TALLY-ACCOUNT-HISTORY THRU 2000-EXIT

003740     MOVE CUSTOMER-NO-MASTER   TO RDL-CUSTOMER-NO
003750     MOVE CUSTOMER-NAME-MASTER TO RDL-CUSTOMER-NAME
003760     MOVE AMT-OWED-MASTER      TO RDL-BALANCE
003770     MOVE CREDIT-LIMIT-MASTER  TO RDL-LIMIT
003780     MOVE WS-OVER-90-AMOUNT    TO RDL-OVER-90
003790     MOVE WS-HIST-PAY-COUNT    TO RDL-PAY-COUNT
003800     MOVE WS-HIST-FINCHG-COUNT TO RDL-FINCHG-COUNT

003880     COMPUTE WS-UTILIZATION-MARK ROUNDED =
003890         CREDIT-LIMIT-MASTER * 0.80
003930*    HALF THE PRESENT LIMIT, BUT NEVER BELOW THE BALANCE NOW
003940*    OWED SO THE CUT ITSELF CANNOT PUT THE ACCOUNT OVER LIMIT.
003950*----------------------------------------------------------------
003960         WHEN WS-HIST-FINCHG-COUNT > 0
003980           OR WS-OVER-90-AMOUNT > ZERO
003990             COMPUTE WS-NEW-LIMIT ROUNDED =
004000                 CREDIT-LIMIT-MASTER / 2
004070             ELSE
004080                 MOVE "CUT  " TO RDL-ACTION
004090                 MOVE WS-NEW-LIMIT TO RDL-NEW-LIMIT
004100                 PERFORM 3400-PUT-DETAIL-LINE THRU 3400-EXIT
004110                 ADD 1 TO CT-CUTS-RECOMMENDED
004120                 PERFORM 4000-WRITE-LIMIT-TRANS THRU 4000-EXIT
004130             END-IF
004150*    A CLEAN PAYER PRESSING AGAINST THE PRESENT LIMIT EARNS A
004160*    50 PERCENT RAISE, CAPPED AT THE PICTURE'S 99,999.99.
004170*----------------------------------------------------------------
004180         WHEN WS-HIST-PAY-COUNT >= 3
004190          AND WS-HIST-FINCHG-COUNT = 0
004210          AND WS-OVER-90-AMOUNT = ZERO
004220          AND AMT-OWED-MASTER > WS-UTILIZATION-MARK
004230             COMPUTE WS-NEW-LIMIT ROUNDED =
004270             END-COMPUTE
004280             MOVE "RAISE" TO RDL-ACTION
004290             MOVE WS-NEW-LIMIT TO RDL-NEW-LIMIT
004300             PERFORM 3400-PUT-DETAIL-LINE THRU 3400-EXIT
004310             ADD 1 TO CT-RAISES-RECOMMENDED
004320             PERFORM 4000-WRITE-LIMIT-TRANS THRU 4000-EXIT
004330         WHEN OTHER

004590*----------------------------------------------------------------
004600*    3110-AGE-ONE-ITEM - ADD ONE OPEN ITEM TO THE OVER-90
004606*    EXPOSURE WHEN ITS PURCHASE DATE IS PAST 90 DAYS OLD.  AN
004612*    ITEM IN OPEN DISPUTE IS SET ASIDE, NOT COUNTED.
004620*----------------------------------------------------------------
004630 3110-AGE-ONE-ITEM.

004710         GO TO 3110-EXIT
004720     END-IF

004725     MOVE "N" TO WS-ITEM-DISPUTED
004730     IF OITM-OPEN-AMOUNT > ZERO
004731         PERFORM 3150-CHECK-ITEM-DISPUTE THRU 3150-EXIT
004732     END-IF
004733     IF ITEM-IN-DISPUTE
004734         ADD 1 TO CT-ITEMS-IN-DISPUTE
004735         ADD OITM-OPEN-AMOUNT TO CT-AMT-IN-DISPUTE
004736     END-IF

004737     IF OITM-OPEN-AMOUNT > ZERO AND NOT ITEM-IN-DISPUTE
004740         MOVE OITM-PURCHASE-YYYYMMDD TO WS-CONV-YYYYMMDD
004750         PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
004760         COMPUTE WS-ITEM-AGE-DAYS =
004810     END-IF.

004820 3110-EXIT.
004821     EXIT.

004822*----------------------------------------------------------------
004823*    3150-CHECK-ITEM-DISPUTE - LOOK THE CURRENT OPEN ITEM UP ON
004824*    THE DISPUTE FILE.  AN ITEM WITH A DISPUTE STILL OPEN IS
004825*    LEFT OUT OF THE OVER-90 EXPOSURE.
004826*----------------------------------------------------------------
004827 3150-CHECK-ITEM-DISPUTE.

004828     MOVE "N" TO WS-ITEM-DISPUTED
004829     IF WS-DISPUTE-FILE-STATUS = "00"
004830         MOVE OITM-KEY TO DSP-KEY
004831         READ DISPUTE-FILE
004832             INVALID KEY
004833                 CONTINUE
004834             NOT INVALID KEY
004835                 IF DSP-STATUS-OPEN
004836                     MOVE "Y" TO WS-ITEM-DISPUTED
004837                 END-IF
004838         END-READ
004839     END-IF.

004840 3150-EXIT.
004841     EXIT.

004842*----------------------------------------------------------------
004850*    3300-PRINT-HOLD-LINE - PRINT THE ACCOUNT AS A HOLD, WITH
004860*    THE PRESENT LIMIT CARRIED AS THE NEW LIMIT.
004870*----------------------------------------------------------------
004930     MOVE WS-OVER-90-AMOUNT    TO RDL-OVER-90
004940     MOVE "HOLD " TO RDL-ACTION
004950     MOVE CREDIT-LIMIT-MASTER  TO RDL-NEW-LIMIT
004960     PERFORM 3400-PUT-DETAIL-LINE THRU 3400-EXIT
004970     ADD 1 TO CT-HOLDS.

004980 3300-EXIT.
004981     EXIT.

004982*----------------------------------------------------------------
004983*    3350-FIND-SALESPERSON - LOOK THE ACCOUNT'S REP UP ON THE
004984*    CUSTOMER-REP FILE AND THE REP'S NAME AND TERRITORY ON THE
004985*    SALESPERSON FILE.  AN ACCOUNT WITH NO REP, OR WHOSE REP IS
004986*    NOT ON THE TABLE, GOES UNDER THE UNASSIGNED GROUP.
004987*----------------------------------------------------------------
004988 3350-FIND-SALESPERSON.

004989     MOVE HIGH-VALUES  TO WS-THIS-TERRITORY
004990                          WS-THIS-REP-CODE
004991     MOVE "UNASSIGNED" TO WS-THIS-REP-NAME
004992     IF WS-CUSTREP-FILE-STATUS NOT = "00"
004993        OR WS-SALESPERSON-FILE-STATUS NOT = "00"
004994         GO TO 3350-EXIT
004995     END-IF

004996     MOVE CUSTOMER-NO-MASTER TO CREP-CUSTOMER-NO
004997     READ CUSTOMER-REP-FILE
004998         INVALID KEY
004999             GO TO 3350-EXIT
005000     END-READ

005001     MOVE CREP-REP-CODE TO SREP-REP-CODE
005002     READ SALESPERSON-FILE
005003         INVALID KEY
005004             MOVE CREP-REP-CODE TO WS-THIS-REP-CODE
005005             MOVE "*NOT ON REP TABLE*" TO WS-THIS-REP-NAME
005006             GO TO 3350-EXIT
005007     END-READ

005008     MOVE SREP-TERRITORY TO WS-THIS-TERRITORY
005009     MOVE SREP-REP-CODE  TO WS-THIS-REP-CODE
005010     MOVE SREP-REP-NAME  TO WS-THIS-REP-NAME.

005011 3350-EXIT.
005012     EXIT.

005013*----------------------------------------------------------------
005014*    3400-PUT-DETAIL-LINE - WRITE THE ACCOUNT'S RECOMMENDATION
005015*    STRAIGHT TO THE REPORT, OR, WHEN THE REVIEW BREAKS BY
005016*    TERRITORY, RELEASE IT TO THE SORT UNDER THE ACCOUNT'S REP.
005017*----------------------------------------------------------------
005018 3400-PUT-DETAIL-LINE.

005019     IF NOT BY-TERRITORY
005020         WRITE REVIEW-REPORT-RECORD FROM RPT-DETAIL-LINE
005021         GO TO 3400-EXIT
005022     END-IF

005023     PERFORM 3350-FIND-SALESPERSON THRU 3350-EXIT
005024     MOVE WS-THIS-TERRITORY   TO SRT-TERRITORY
005025     MOVE WS-THIS-REP-CODE    TO SRT-REP-CODE
005026     MOVE CUSTOMER-NO-MASTER  TO SRT-CUSTOMER-NO
005027     MOVE WS-THIS-REP-NAME    TO SRT-REP-NAME
005028     MOVE RDL-ACTION          TO SRT-ACTION
005029     MOVE AMT-OWED-MASTER     TO SRT-BALANCE
005030     MOVE CREDIT-LIMIT-MASTER TO SRT-LIMIT
005031     MOVE WS-OVER-90-AMOUNT   TO SRT-OVER-90
005032     MOVE RPT-DETAIL-LINE     TO SRT-PRINT-LINE
005033     RELEASE SORT-REVIEW-RECORD.

005034 3400-EXIT.
005035     EXIT.

005036*----------------------------------------------------------------
005037*    4000-WRITE-LIMIT-TRANS - WRITE ONE TYPE-"L" LIMIT-CHANGE
005038*    TRANSACTION CARRYING THE RECOMMENDED LIMIT, READY TO NAME
005039*    IN THE POSTING CONTROL FILE ONCE APPROVED.
005040*----------------------------------------------------------------
005050 4000-WRITE-LIMIT-TRANS.

005090     MOVE WS-NEW-LIMIT          TO AMT-OF-PURCHASE-TRANS
005100     MOVE "L"                   TO TRANSACTION-TYPE-TRANS
005102     MOVE SPACES                TO TRANS-ADDRESS-DATA
005106                                   TRANS-INVOICE-NO
005110     WRITE CUSTOMER-TRANS-RECORD

005120     ADD 1 TO CT-LIMIT-TRANS-WRITTEN
005510     EXIT.

005520*----------------------------------------------------------------
005521*    6000-PRINT-BY-TERRITORY - THE SORT'S OUTPUT PROCEDURE.  TAKE
005522*    THE RECOMMENDATIONS BACK IN TERRITORY, REP AND CUSTOMER
005523*    ORDER AND PRINT ONE TERRITORY AT A TIME.
005524*----------------------------------------------------------------
005525 6000-PRINT-BY-TERRITORY.

005526     PERFORM 6900-RETURN-SORTED-LINE THRU 6900-EXIT
005527     PERFORM 6100-PRINT-ONE-TERRITORY THRU 6100-EXIT
005528         UNTIL SORT-EOF.

005529 6000-EXIT.
005530     EXIT.

005531*----------------------------------------------------------------
005532*    6100-PRINT-ONE-TERRITORY - PRINT EVERY REP IN THE TERRITORY
005533*    OF THE CURRENT SORTED LINE, THEN THE TERRITORY SUBTOTAL.
005534*----------------------------------------------------------------
005535 6100-PRINT-ONE-TERRITORY.

005536     MOVE SRT-TERRITORY TO WS-CURRENT-TERRITORY
005537     MOVE ZERO TO WS-TER-ACCOUNTS
005538                  WS-TER-RAISES
005539                  WS-TER-CUTS
005540                  WS-TER-HOLDS
005541                  WS-TER-BALANCE
005542                  WS-TER-LIMIT
005543                  WS-TER-OVER-90

005544     PERFORM 6200-PRINT-ONE-REP THRU 6200-EXIT
005545         UNTIL SORT-EOF
005546            OR SRT-TERRITORY NOT = WS-CURRENT-TERRITORY

005547     MOVE "TERRITORY"          TO RSL-LEVEL
005548     MOVE WS-CURRENT-TERRITORY TO RSL-CODE
005549     IF WS-CURRENT-TERRITORY = HIGH-VALUES
005550         MOVE "NONE" TO RSL-CODE
005551     END-IF
005552     MOVE WS-TERRITORY-TOTALS TO WS-PRINT-TOTALS
005553     PERFORM 6500-PRINT-SUBTOTAL THRU 6500-EXIT

005554     ADD 1 TO WS-TERRITORIES-REPORTED.

005555 6100-EXIT.
005556     EXIT.

005557*----------------------------------------------------------------
005558*    6200-PRINT-ONE-REP - START A NEW PAGE FOR THE REP OF THE
005559*    CURRENT SORTED LINE, PRINT THE REP'S ACCOUNTS AND ROLL THE
005560*    REP SUBTOTAL INTO THE TERRITORY.
005561*----------------------------------------------------------------
005562 6200-PRINT-ONE-REP.

005563     MOVE SRT-REP-CODE TO WS-CURRENT-REP-CODE
005564     MOVE ZERO TO WS-REP-ACCOUNTS
005565                  WS-REP-RAISES
005566                  WS-REP-CUTS
005567                  WS-REP-HOLDS
005568                  WS-REP-BALANCE
005569                  WS-REP-LIMIT
005570                  WS-REP-OVER-90

005571     PERFORM 6400-PRINT-REP-HEADINGS THRU 6400-EXIT

005572     PERFORM 6300-PRINT-SORTED-LINE THRU 6300-EXIT
005573         UNTIL SORT-EOF
005574            OR SRT-TERRITORY NOT = WS-CURRENT-TERRITORY
005575            OR SRT-REP-CODE NOT = WS-CURRENT-REP-CODE

005576     MOVE "SALESPERSON"       TO RSL-LEVEL
005577     MOVE WS-CURRENT-REP-CODE TO RSL-CODE
005578     IF WS-CURRENT-REP-CODE = HIGH-VALUES
005579         MOVE "NONE" TO RSL-CODE
005580     END-IF
005581     MOVE WS-REP-TOTALS TO WS-PRINT-TOTALS
005582     PERFORM 6500-PRINT-SUBTOTAL THRU 6500-EXIT

005583     ADD WS-REP-ACCOUNTS TO WS-TER-ACCOUNTS
005584     ADD WS-REP-RAISES   TO WS-TER-RAISES
005585     ADD WS-REP-CUTS     TO WS-TER-CUTS
005586     ADD WS-REP-HOLDS    TO WS-TER-HOLDS
005587     ADD WS-REP-BALANCE  TO WS-TER-BALANCE
005588     ADD WS-REP-LIMIT    TO WS-TER-LIMIT
005589     ADD WS-REP-OVER-90  TO WS-TER-OVER-90

005590     ADD 1 TO WS-REPS-REPORTED.

005591 6200-EXIT.
005592     EXIT.

005593*----------------------------------------------------------------
005594*    6300-PRINT-SORTED-LINE - PRINT ONE SORTED RECOMMENDATION AND
005595*    ADD IT INTO THE REP SUBTOTAL.
005596*----------------------------------------------------------------
005597 6300-PRINT-SORTED-LINE.

005598     WRITE REVIEW-REPORT-RECORD FROM SRT-PRINT-LINE
005599     ADD 1 TO WS-REP-ACCOUNTS
005600     EVALUATE SRT-ACTION
005601         WHEN "RAISE"
005602             ADD 1 TO WS-REP-RAISES
005603         WHEN "CUT  "
005604             ADD 1 TO WS-REP-CUTS
005605         WHEN OTHER
005606             ADD 1 TO WS-REP-HOLDS
005607     END-EVALUATE
005608     ADD SRT-BALANCE TO WS-REP-BALANCE
005609     ADD SRT-LIMIT   TO WS-REP-LIMIT
005610     ADD SRT-OVER-90 TO WS-REP-OVER-90

005611     PERFORM 6900-RETURN-SORTED-LINE THRU 6900-EXIT.

005612 6300-EXIT.
005613     EXIT.

005614*----------------------------------------------------------------
005615*    6400-PRINT-REP-HEADINGS - EACH REP STARTS ON A NEW PAGE WITH
005616*    THE REPORT HEADINGS AND A TERRITORY / SALESPERSON LINE.
005617*----------------------------------------------------------------
005618 6400-PRINT-REP-HEADINGS.

005619     IF FIRST-PAGE
005620         WRITE REVIEW-REPORT-RECORD FROM RPT-HEADING-1
005621         MOVE "N" TO WS-FIRST-PAGE
005622     ELSE
005623         WRITE REVIEW-REPORT-RECORD FROM RPT-HEADING-1
005624             AFTER ADVANCING PAGE
005625     END-IF

005626     MOVE SRT-TERRITORY TO RGH-TERRITORY
005627     MOVE SRT-REP-CODE  TO RGH-REP-CODE
005628     IF SRT-TERRITORY = HIGH-VALUES
005629         MOVE "NONE" TO RGH-TERRITORY
005630     END-IF
005631     IF SRT-REP-CODE = HIGH-VALUES
005632         MOVE "NONE" TO RGH-REP-CODE
005633     END-IF
005634     MOVE SRT-REP-NAME TO RGH-REP-NAME
005635     WRITE REVIEW-REPORT-RECORD FROM RPT-GROUP-HEADING
005636     WRITE REVIEW-REPORT-RECORD FROM RPT-HEADING-2
005637     MOVE SPACES TO REVIEW-REPORT-RECORD
005638     WRITE REVIEW-REPORT-RECORD.

005639 6400-EXIT.
005640     EXIT.

005641*----------------------------------------------------------------
005642*    6500-PRINT-SUBTOTAL - PRINT THE TWO SUBTOTAL LINES FOR THE
005643*    FIGURES IN WS-PRINT-TOTALS UNDER THE LABEL ALREADY SET.
005644*----------------------------------------------------------------
005645 6500-PRINT-SUBTOTAL.

005646     MOVE WS-PRT-ACCOUNTS TO RSL-ACCOUNTS
005647     MOVE WS-PRT-RAISES   TO RSL-RAISES
005648     MOVE WS-PRT-CUTS     TO RSL-CUTS
005649     MOVE WS-PRT-HOLDS    TO RSL-HOLDS
005650     MOVE WS-PRT-BALANCE  TO RSL-BALANCE
005651     MOVE WS-PRT-LIMIT    TO RSL-LIMIT
005652     MOVE WS-PRT-OVER-90  TO RSL-OVER-90
005653     MOVE SPACES TO REVIEW-REPORT-RECORD
005654     WRITE REVIEW-REPORT-RECORD
005655     WRITE REVIEW-REPORT-RECORD FROM RPT-SUBTOTAL-LINE-1
005656     WRITE REVIEW-REPORT-RECORD FROM RPT-SUBTOTAL-LINE-2.

005657 6500-EXIT.
005658     EXIT.

005659*----------------------------------------------------------------
005660*    6900-RETURN-SORTED-LINE - GET THE NEXT RECOMMENDATION BACK
005661*    FROM THE SORT.
005662*----------------------------------------------------------------
005663 6900-RETURN-SORTED-LINE.

005664     RETURN SORT-WORK
005665         AT END
005666             MOVE "Y" TO WS-SORT-EOF
005667     END-RETURN.

005668 6900-EXIT.
005669     EXIT.

005670*----------------------------------------------------------------
005671*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
005672*----------------------------------------------------------------
005673 8000-PRINT-CONTROL-TOTALS.

005674     DISPLAY "=============================================="
005675     DISPLAY "            C O N T R O L   T O T A L S"
005676     DISPLAY "=============================================="
005677     DISPLAY "Master records reviewed ........ "
005678         CT-MASTERS-REVIEWED
005679     DISPLAY "Raises recommended ............. "
005680         CT-RAISES-RECOMMENDED
005681     DISPLAY "Cuts recommended ............... "
005682         CT-CUTS-RECOMMENDED
005683     DISPLAY "Holds .......................... "
005684         CT-HOLDS
005685     DISPLAY "Limit transactions written ..... "
005686         CT-LIMIT-TRANS-WRITTEN
005690     DISPLAY "Total of recommended limits .... "
005700         CT-LIMIT-AMT-TOTAL
005704     DISPLAY "Items set aside in dispute ..... "
005708         CT-ITEMS-IN-DISPUTE
005712     DISPLAY "Amount set aside in dispute .... "
005716         CT-AMT-IN-DISPUTE
005720     IF BY-TERRITORY
005724         DISPLAY "Salespersons reported .......... "
005728             WS-REPS-REPORTED
005732         DISPLAY "Territories reported ........... "
005736             WS-TERRITORIES-REPORTED
005740     END-IF
005750     DISPLAY "==============================================".

