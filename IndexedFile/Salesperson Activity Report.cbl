000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM29 AS "IndexedFile.Program29".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  MONTHLY SALESPERSON
000120*                     ACTIVITY REPORT.  FOR AN OPERATOR-REQUESTED
000130*                     MONTH, EACH ACCOUNT'S PURCHASES POSTED
000140*                     ("P"), PAYMENTS COLLECTED ("C") AND FINANCE
000150*                     CHARGES ASSESSED ("F") ARE TOTALED FROM ITS
000160*                     RECORDS ON THE KEYED ACTIVITY HISTORY (THE
000170*                     AUDIT TRAIL BY ACCOUNT), AND ITS OVER-90
000180*                     EXPOSURE FROM THE OPEN ITEMS AGED PAST 90
000190*                     DAYS AT MONTH END.  ACCOUNTS ARE GROUPED
000200*                     UNDER THE REP ON THE CUSTOMER-REP FILE AND
000210*                     THE REP'S TERRITORY ON THE SALESPERSON FILE,
000220*                     ONE LINE PER REP WITH TERRITORY SUBTOTALS
000230*                     AND A GRAND TOTAL, SO COMMISSION CAN BE PAID
000240*                     ON CASH COLLECTED RATHER THAN ON SALES.
000250*                     ACCOUNTS WITH NO REP PRINT LAST AS
000260*                     UNASSIGNED SO THE GRAND TOTAL COVERS THE
000270*                     WHOLE BOOK.  AN ITEM IN OPEN DISPUTE IS LEFT
000280*                     OUT OF THE EXPOSURE, AS IN THE CREDIT LIMIT
000290*                     REVIEW.  AGENCY RECOVERIES ON WRITTEN-OFF
000300*                     ACCOUNTS ("V") ARE NOT THE REP'S COLLECTIONS
000310*                     AND ARE NOT COUNTED AS CASH.
000320*    -----------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CUSTOMER-MASTER
000380         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CUSTOMER-NO-MASTER
000420         FILE STATUS IS WS-MASTER-FILE-STATUS.

000430     SELECT ACTIVITY-HISTORY-FILE
000440         ASSIGN TO "C:\a\exercise10\acthist.txt"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS HIST-KEY
000480         FILE STATUS IS WS-HISTORY-FILE-STATUS.

000490     SELECT OPEN-ITEM-FILE
000500         ASSIGN TO "C:\a\exercise10\openitem.txt"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OITM-KEY
000540         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

000570     SELECT DISPUTE-FILE
000580         ASSIGN TO "C:\a\exercise10\dispute.txt"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS DSP-KEY
000620         FILE STATUS IS WS-DISPUTE-FILE-STATUS.

000630     SELECT CUSTOMER-REP-FILE
000640         ASSIGN TO "C:\a\exercise10\custrep.txt"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CREP-CUSTOMER-NO
000680         FILE STATUS IS WS-CUSTREP-FILE-STATUS.

000690     SELECT SALESPERSON-FILE
000700         ASSIGN TO "C:\a\exercise10\slsrep.txt"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS SREP-REP-CODE
000740         FILE STATUS IS WS-SALESPERSON-FILE-STATUS.

000750     SELECT REP-REPORT
000760         ASSIGN TO "C:\a\exercise10\reprpt.txt"
000770         ORGANIZATION IS LINE SEQUENTIAL.

000780     SELECT SORT-WORK
000790         ASSIGN TO "C:\a\exercise10\sortwork.tmp".

000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CUSTOMER-MASTER.
000830 01  CUSTOMER-MASTER-RECORD.
000840     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000850     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
000860     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
000870     05  AMT-OWED-MASTER              PICTURE S9(5)V99
000880                                      SIGN LEADING SEPARATE.
000890     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.

000900 FD  ACTIVITY-HISTORY-FILE.
000910 01  ACTIVITY-HISTORY-RECORD.
000920     05  HIST-KEY.
000930         10  HIST-CUSTOMER-NO          PICTURE X(5).
000940         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
000950         10  HIST-SEQUENCE-NO          PICTURE 9(5).
000960     05  HIST-AUDIT-DATA.
000970         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
000980         10  HIST-TRANS-TYPE           PICTURE X(1).
000990         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
001000         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
001010         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
001020                                       SIGN LEADING SEPARATE.
001030         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
001040                                       SIGN LEADING SEPARATE.
001050         10  HIST-PRIOR-DATE-OF-PURCHASE
001060                                       PICTURE 99/99/9999.
001070         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
001080         10  HIST-ACTION-CODE          PICTURE X(1).

001090 FD  OPEN-ITEM-FILE.
001100 01  OPEN-ITEM-RECORD.
001110     05  OITM-KEY.
001120         10  OITM-CUSTOMER-NO          PICTURE X(5).
001130         10  OITM-PURCHASE-YYYYMMDD    PICTURE 9(8).
001140         10  OITM-SEQUENCE-NO          PICTURE 9(3).
001150     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
001160     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
001170     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
001180     05  OITM-INVOICE-NO               PICTURE X(10).

001190 FD  DISPUTE-FILE.
001200 01  DISPUTE-RECORD.
001210     05  DSP-KEY.
001220         10  DSP-CUSTOMER-NO           PICTURE X(5).
001230         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
001240         10  DSP-SEQUENCE-NO           PICTURE 9(3).
001250     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
001260     05  DSP-REASON-CODE               PICTURE X(2).
001270     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
001280     05  DSP-STATUS                    PICTURE X(1).
001290         88  DSP-STATUS-OPEN               VALUE "O".
001300         88  DSP-STATUS-RELEASED           VALUE "R".
001310         88  DSP-STATUS-CREDITED           VALUE "C".
001320     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
001330     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
001340     05  DSP-INVOICE-NO                PICTURE X(10).

001350 FD  CUSTOMER-REP-FILE.
001360 01  CUSTOMER-REP-RECORD.
001370     05  CREP-CUSTOMER-NO              PICTURE X(5).
001380     05  CREP-REP-CODE                 PICTURE X(4).
001390     05  CREP-ASSIGNED-YYYYMMDD        PICTURE 9(8).

001400 FD  SALESPERSON-FILE.
001410 01  SALESPERSON-RECORD.
001420     05  SREP-REP-CODE                 PICTURE X(4).
001430     05  SREP-REP-NAME                 PICTURE X(20).
001440     05  SREP-TERRITORY                PICTURE X(4).
001450     05  SREP-STATUS                   PICTURE X(1).
001460         88  SREP-ACTIVE                   VALUE "A".
001470         88  SREP-INACTIVE                 VALUE "I".
001480     05  SREP-ADDED-BY                 PICTURE X(8).
001490     05  SREP-ADDED-YYYYMMDD           PICTURE 9(8).
001500     05  SREP-CHANGED-BY               PICTURE X(8).
001510     05  SREP-CHANGED-YYYYMMDD         PICTURE 9(8).

001520 FD  REP-REPORT.
001530 01  REP-REPORT-RECORD                PICTURE X(100).

001540*----------------------------------------------------------------
001550*    ONE SORT RECORD PER ACCOUNT WITH ANY ACTIVITY OR EXPOSURE IN
001560*    THE MONTH.  AN UNASSIGNED ACCOUNT CARRIES HIGH-VALUES IN
001570*    TERRITORY AND REP SO IT SORTS LAST.
001580*----------------------------------------------------------------
001590 SD  SORT-WORK.
001600 01  SORT-REP-RECORD.
001610     05  SRT-TERRITORY                 PICTURE X(4).
001620     05  SRT-REP-CODE                  PICTURE X(4).
001630     05  SRT-CUSTOMER-NO               PICTURE X(5).
001640     05  SRT-REP-NAME                  PICTURE X(20).
001650     05  SRT-SALES                     PICTURE 9(7)V99.
001660     05  SRT-CASH                      PICTURE 9(7)V99.
001670     05  SRT-FINCHG                    PICTURE 9(7)V99.
001680     05  SRT-OVER-90                   PICTURE 9(7)V99.

001690 WORKING-STORAGE SECTION.
001700 01  WS-SWITCHES.
001710     05  WS-MASTER-EOF                PICTURE X(1) VALUE "N".
001720         88  MASTER-EOF                   VALUE "Y".
001730     05  WS-HISTORY-EOF               PICTURE X(1) VALUE "N".
001740         88  HISTORY-EOF                  VALUE "Y".
001750     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
001760         88  OPEN-ITEM-EOF                VALUE "Y".
001770     05  WS-SORT-EOF                  PICTURE X(1) VALUE "N".
001780         88  SORT-EOF                     VALUE "Y".
001790     05  WS-MONTH-VALID               PICTURE X(1) VALUE "N".
001800         88  MONTH-VALID                  VALUE "Y".
001810     05  WS-ITEM-DISPUTED             PICTURE X(1) VALUE "N".
001820         88  ITEM-IN-DISPUTE              VALUE "Y".
001830     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001840     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001850     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
001860     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001870     05  WS-CUSTREP-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001880     05  WS-SALESPERSON-FILE-STATUS   PICTURE X(2) VALUE SPACES.

001890 01  WS-RUN-CONTROLS.
001900     05  WS-RUN-DATE                   PICTURE 9(8).
001910     05  WS-DATE-EDIT                  PICTURE X(10).
001920     05  WS-DATE-EDIT-IN               PICTURE 9(8).
001930     05  WS-MONTH-IN                   PICTURE X(7).
001940     05  WS-RPT-MM                     PICTURE X(2).
001950     05  WS-RPT-YYYY                   PICTURE X(4).
001960     05  WS-FROM-YYYYMMDD              PICTURE 9(8) VALUE 0.
001970     05  FILLER REDEFINES WS-FROM-YYYYMMDD.
001980         10  WS-FROM-YYYY              PICTURE X(4).
001990         10  WS-FROM-MM                PICTURE X(2).
002000         10  WS-FROM-DD                PICTURE X(2).
002010     05  WS-NEXT-YEAR                  PICTURE 9(4) VALUE 0.
002020     05  WS-NEXT-MONTH                 PICTURE 9(2) VALUE 0.
002030     05  WS-AS-OF-DAY-COUNT            PICTURE 9(7) VALUE 0.
002040     05  WS-ITEM-AGE-DAYS              PICTURE S9(7) COMP.

002050*----------------------------------------------------------------
002060*    THE ACCOUNT BEING TALLIED AND THE REP IT REPORTS UNDER.
002070*----------------------------------------------------------------
002080 01  WS-CUSTOMER-FIGURES.
002090     05  WS-CUST-SALES                 PICTURE 9(7)V99 VALUE 0.
002100     05  WS-CUST-CASH                  PICTURE 9(7)V99 VALUE 0.
002110     05  WS-CUST-FINCHG                PICTURE 9(7)V99 VALUE 0.
002120     05  WS-CUST-OVER-90               PICTURE 9(7)V99 VALUE 0.
002130     05  WS-THIS-TERRITORY             PICTURE X(4).
002140     05  WS-THIS-REP-CODE              PICTURE X(4).
002150     05  WS-THIS-REP-NAME              PICTURE X(20).

002160 01  WS-BREAK-CONTROLS.
002170     05  WS-CURRENT-TERRITORY          PICTURE X(4).
002180     05  WS-CURRENT-REP-CODE           PICTURE X(4).
002190     05  WS-CURRENT-REP-NAME           PICTURE X(20).

002200*----------------------------------------------------------------
002210*    REP, TERRITORY AND GRAND TOTALS.  THE GROUPS SHARE ONE
002220*    LAYOUT SO A GROUP IS MOVED WHOLE TO WS-PRINT-TOTALS FOR
002230*    PRINTING.
002240*----------------------------------------------------------------
002250 01  WS-REP-TOTALS.
002260     05  WS-REP-ACCOUNTS               PICTURE 9(5) VALUE 0.
002270     05  WS-REP-SALES                  PICTURE 9(9)V99 VALUE 0.
002280     05  WS-REP-CASH                   PICTURE 9(9)V99 VALUE 0.
002290     05  WS-REP-FINCHG                 PICTURE 9(9)V99 VALUE 0.
002300     05  WS-REP-OVER-90                PICTURE 9(9)V99 VALUE 0.

002310 01  WS-TERRITORY-TOTALS.
002320     05  WS-TER-ACCOUNTS               PICTURE 9(5) VALUE 0.
002330     05  WS-TER-SALES                  PICTURE 9(9)V99 VALUE 0.
002340     05  WS-TER-CASH                   PICTURE 9(9)V99 VALUE 0.
002350     05  WS-TER-FINCHG                 PICTURE 9(9)V99 VALUE 0.
002360     05  WS-TER-OVER-90                PICTURE 9(9)V99 VALUE 0.

002370 01  WS-GRAND-TOTALS.
002380     05  WS-GRD-ACCOUNTS               PICTURE 9(5) VALUE 0.
002390     05  WS-GRD-SALES                  PICTURE 9(9)V99 VALUE 0.
002400     05  WS-GRD-CASH                   PICTURE 9(9)V99 VALUE 0.
002410     05  WS-GRD-FINCHG                 PICTURE 9(9)V99 VALUE 0.
002420     05  WS-GRD-OVER-90                PICTURE 9(9)V99 VALUE 0.

002430 01  WS-PRINT-TOTALS.
002440     05  WS-PRT-ACCOUNTS               PICTURE 9(5) VALUE 0.
002450     05  WS-PRT-SALES                  PICTURE 9(9)V99 VALUE 0.
002460     05  WS-PRT-CASH                   PICTURE 9(9)V99 VALUE 0.
002470     05  WS-PRT-FINCHG                 PICTURE 9(9)V99 VALUE 0.
002480     05  WS-PRT-OVER-90                PICTURE 9(9)V99 VALUE 0.

002490 01  WS-DATE-CONVERSION.
002500     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
002510     05  FILLER REDEFINES WS-CONV-YYYYMMDD.
002520         10  WS-CONV-YEAR              PICTURE 9(4).
002530         10  WS-CONV-MONTH             PICTURE 9(2).
002540         10  WS-CONV-DAY               PICTURE 9(2).
002550     05  WS-CONV-DAY-COUNT             PICTURE 9(7) VALUE 0.
002560     05  WS-CONV-PRIOR-YEAR            PICTURE 9(4) VALUE 0.
002570     05  WS-CONV-LEAPS-4               PICTURE 9(4) VALUE 0.
002580     05  WS-CONV-LEAPS-100             PICTURE 9(4) VALUE 0.
002590     05  WS-CONV-LEAPS-400             PICTURE 9(4) VALUE 0.
002600     05  WS-CONV-QUOTIENT              PICTURE 9(4) VALUE 0.
002610     05  WS-CONV-REM-4                 PICTURE 9(4) VALUE 0.
002620     05  WS-CONV-REM-100               PICTURE 9(4) VALUE 0.
002630     05  WS-CONV-REM-400               PICTURE 9(4) VALUE 0.

002640 01  WS-DAYS-BEFORE-MONTH-VALUES.
002650     05  FILLER                        PICTURE X(18) VALUE
002660         "000031059090120151".
002670     05  FILLER                        PICTURE X(18) VALUE
002680         "181212243273304334".
002690 01  FILLER REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
002700     05  WS-DAYS-BEFORE-MONTH          PICTURE 9(3)
002710         OCCURS 12 TIMES.

002720 01  WS-CONTROL-TOTALS.
002730     05  CT-MASTERS-READ              PICTURE 9(7) COMP VALUE 0.
002740     05  CT-ACCOUNTS-REPORTED         PICTURE 9(7) COMP VALUE 0.
002750     05  CT-ACCOUNTS-UNASSIGNED       PICTURE 9(7) COMP VALUE 0.
002760     05  CT-HISTORY-RECORDS-COUNTED   PICTURE 9(7) COMP VALUE 0.
002770     05  CT-ITEMS-OVER-90             PICTURE 9(7) COMP VALUE 0.
002780     05  CT-ITEMS-IN-DISPUTE          PICTURE 9(7) COMP VALUE 0.
002790     05  CT-REPS-REPORTED             PICTURE 9(5) COMP VALUE 0.
002800     05  CT-TERRITORIES-REPORTED      PICTURE 9(5) COMP VALUE 0.

002810 01  WS-TOTAL-LABEL.
002820     05  WTL-LEVEL                     PICTURE X(12).
002830     05  WTL-CODE                      PICTURE X(4).
002840     05  FILLER                        PICTURE X(10) VALUE
002850         " TOTAL".

002860 01  RPT-HEADING-1.
002870     05  FILLER                        PICTURE X(41) VALUE
002880         "S A L E S P E R S O N   A C T I V I T Y".
002890     05  FILLER                        PICTURE X(10) VALUE
002900         "   MONTH: ".
002910     05  RH1-MONTH                     PICTURE X(7).
002920     05  FILLER                        PICTURE X(8) VALUE
002930         "   RUN: ".
002940     05  RH1-RUN-DATE                  PICTURE X(10).
002950     05  FILLER                        PICTURE X(24) VALUE SPACES.

002960 01  RPT-HEADING-2.
002970     05  FILLER                        PICTURE X(33) VALUE
002980         "REP   SALESPERSON NAME      ACCTS".
002990     05  FILLER                        PICTURE X(32) VALUE
003000         "    SALES POSTED  CASH COLLECTED".
003010     05  FILLER                        PICTURE X(32) VALUE
003020         "    FINANCE CHGS    OVER-90 OPEN".
003030     05  FILLER                        PICTURE X(3) VALUE SPACES.

003040 01  RPT-TERRITORY-HEADING.
003050     05  FILLER                        PICTURE X(11) VALUE
003060         "TERRITORY: ".
003070     05  RTH-TERRITORY                 PICTURE X(4).
003080     05  FILLER                        PICTURE X(85) VALUE SPACES.

003090 01  RPT-DETAIL-LINE.
003100     05  RDL-REP-CODE                  PICTURE X(4).
003110     05  FILLER                        PICTURE X(2) VALUE SPACES.
003120     05  RDL-REP-NAME                  PICTURE X(20).
003130     05  FILLER                        PICTURE X(2) VALUE SPACES.
003140     05  RDL-ACCOUNTS                  PICTURE ZZZZ9.
003150     05  FILLER                        PICTURE X(2) VALUE SPACES.
003160     05  RDL-SALES                     PICTURE ZZZ,ZZZ,ZZ9.99.
003170     05  FILLER                        PICTURE X(2) VALUE SPACES.
003180     05  RDL-CASH                      PICTURE ZZZ,ZZZ,ZZ9.99.
003190     05  FILLER                        PICTURE X(2) VALUE SPACES.
003200     05  RDL-FINCHG                    PICTURE ZZZ,ZZZ,ZZ9.99.
003210     05  FILLER                        PICTURE X(2) VALUE SPACES.
003220     05  RDL-OVER-90                   PICTURE ZZZ,ZZZ,ZZ9.99.
003230     05  FILLER                        PICTURE X(3) VALUE SPACES.

003240 01  RPT-TOTAL-LINE.
003250     05  RTL-LABEL                     PICTURE X(26).
003260     05  FILLER                        PICTURE X(2) VALUE SPACES.
003270     05  RTL-ACCOUNTS                  PICTURE ZZZZ9.
003280     05  FILLER                        PICTURE X(2) VALUE SPACES.
003290     05  RTL-SALES                     PICTURE ZZZ,ZZZ,ZZ9.99.
003300     05  FILLER                        PICTURE X(2) VALUE SPACES.
003310     05  RTL-CASH                      PICTURE ZZZ,ZZZ,ZZ9.99.
003320     05  FILLER                        PICTURE X(2) VALUE SPACES.
003330     05  RTL-FINCHG                    PICTURE ZZZ,ZZZ,ZZ9.99.
003340     05  FILLER                        PICTURE X(2) VALUE SPACES.
003350     05  RTL-OVER-90                   PICTURE ZZZ,ZZZ,ZZ9.99.
003360     05  FILLER                        PICTURE X(3) VALUE SPACES.

003370 PROCEDURE DIVISION.
003380*----------------------------------------------------------------
003390*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
003400*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
003410*----------------------------------------------------------------
003420 0000-MAINLINE.

003430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003440     PERFORM 1000-GET-REPORT-MONTH THRU 1000-EXIT

003450     OPEN INPUT CUSTOMER-MASTER
003460     IF WS-MASTER-FILE-STATUS NOT = "00"
003470         DISPLAY "Unable to open customer master - status "
003480             WS-MASTER-FILE-STATUS
003490         STOP RUN
003500     END-IF

003510     OPEN INPUT ACTIVITY-HISTORY-FILE
003520     IF WS-HISTORY-FILE-STATUS NOT = "00"
003530         DISPLAY "No activity history on file - sales, cash and"
003540             " finance charges will show zero - status "
003550             WS-HISTORY-FILE-STATUS
003560     END-IF

003570     OPEN INPUT OPEN-ITEM-FILE
003580     IF WS-OPEN-ITEM-FILE-STATUS NOT = "00"
003590         DISPLAY "No open-item file - over-90 exposure"
003600             " unavailable - status " WS-OPEN-ITEM-FILE-STATUS
003610     END-IF

003620     OPEN INPUT DISPUTE-FILE
003630     IF WS-DISPUTE-FILE-STATUS NOT = "00"
003640         DISPLAY "No dispute file - no items set aside from"
003650             " exposure - status " WS-DISPUTE-FILE-STATUS
003660     END-IF

003670     OPEN INPUT CUSTOMER-REP-FILE
003680     IF WS-CUSTREP-FILE-STATUS NOT = "00"
003690         DISPLAY "No customer-rep file - every account"
003700             " prints as unassigned - status "
003710             WS-CUSTREP-FILE-STATUS
003720     END-IF

003730     OPEN INPUT SALESPERSON-FILE
003740     IF WS-SALESPERSON-FILE-STATUS NOT = "00"
003750         DISPLAY "No salesperson file - every account"
003760             " prints as unassigned - status "
003770             WS-SALESPERSON-FILE-STATUS
003780     END-IF

003790     OPEN OUTPUT REP-REPORT

003800     SORT SORT-WORK
003810         ON ASCENDING KEY SRT-TERRITORY
003820                          SRT-REP-CODE
003830                          SRT-CUSTOMER-NO
003840         INPUT PROCEDURE IS 2000-TALLY-ALL-ACCOUNTS
003850             THRU 2000-EXIT
003860         OUTPUT PROCEDURE IS 3000-PRINT-REP-REPORT
003870             THRU 3000-EXIT

003880     CLOSE CUSTOMER-MASTER
003890           REP-REPORT
003900     IF WS-HISTORY-FILE-STATUS = "00"
003910         CLOSE ACTIVITY-HISTORY-FILE
003920     END-IF
003930     IF WS-OPEN-ITEM-FILE-STATUS = "00"
003940         CLOSE OPEN-ITEM-FILE
003950     END-IF
003960     IF WS-DISPUTE-FILE-STATUS = "00"
003970         CLOSE DISPUTE-FILE
003980     END-IF
003990     IF WS-CUSTREP-FILE-STATUS = "00"
004000         CLOSE CUSTOMER-REP-FILE
004010     END-IF
004020     IF WS-SALESPERSON-FILE-STATUS = "00"
004030         CLOSE SALESPERSON-FILE
004040     END-IF

004050     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

004060     STOP RUN.

004070*----------------------------------------------------------------
004080*    1000-GET-REPORT-MONTH - ASK THE OPERATOR WHICH MONTH TO
004090*    REPORT, AS MM/YYYY, RE-PROMPTING UNTIL THE REPLY IS GOOD.
004100*    THE FIRST OF THE MONTH, WHERE EACH ACCOUNT'S HISTORY IS
004110*    PICKED UP, AND THE DAY COUNT OF THE LAST DAY OF THE MONTH,
004120*    WHICH OPEN ITEMS ARE AGED TO, ARE SET HERE TOO.
004130*----------------------------------------------------------------
004140 1000-GET-REPORT-MONTH.

004150     PERFORM 1100-PROMPT-FOR-MONTH THRU 1100-EXIT
004160         UNTIL MONTH-VALID

004170     MOVE WS-RPT-YYYY TO WS-FROM-YYYY
004180     MOVE WS-RPT-MM   TO WS-FROM-MM
004190     MOVE "01"        TO WS-FROM-DD

004200     MOVE WS-RPT-YYYY TO WS-NEXT-YEAR
004210     MOVE WS-RPT-MM   TO WS-NEXT-MONTH
004220     ADD 1 TO WS-NEXT-MONTH
004230     IF WS-NEXT-MONTH > 12
004240         MOVE 1 TO WS-NEXT-MONTH
004250         ADD 1 TO WS-NEXT-YEAR
004260     END-IF

004270     MOVE WS-NEXT-YEAR  TO WS-CONV-YEAR
004280     MOVE WS-NEXT-MONTH TO WS-CONV-MONTH
004290     MOVE 1             TO WS-CONV-DAY
004300     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
004310     SUBTRACT 1 FROM WS-CONV-DAY-COUNT GIVING WS-AS-OF-DAY-COUNT.

004320 1000-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------
004350*    1100-PROMPT-FOR-MONTH - ASK FOR AND EDIT ONE MM/YYYY REPLY.
004360*----------------------------------------------------------------
004370 1100-PROMPT-FOR-MONTH.

004380     DISPLAY "Enter report month (MM/YYYY):"
004390     ACCEPT WS-MONTH-IN

004400     MOVE WS-MONTH-IN(1:2) TO WS-RPT-MM
004410     MOVE WS-MONTH-IN(4:4) TO WS-RPT-YYYY

004420     IF WS-RPT-MM IS NUMERIC
004430        AND WS-RPT-MM >= "01" AND WS-RPT-MM <= "12"
004440        AND WS-RPT-YYYY IS NUMERIC
004450        AND WS-MONTH-IN(3:1) = "/"
004460         MOVE "Y" TO WS-MONTH-VALID
004470         MOVE WS-MONTH-IN TO RH1-MONTH
004480     ELSE
004490         DISPLAY "Invalid report month - reply as MM/YYYY."
004500     END-IF.

004510 1100-EXIT.
004520     EXIT.

004530*----------------------------------------------------------------
004540*    2000-TALLY-ALL-ACCOUNTS - THE SORT'S INPUT PROCEDURE.  WALK
004550*    THE MASTER AND RELEASE ONE RECORD PER ACCOUNT.
004560*----------------------------------------------------------------
004570 2000-TALLY-ALL-ACCOUNTS.

004580     MOVE LOW-VALUES TO CUSTOMER-NO-MASTER
004590     START CUSTOMER-MASTER
004600         KEY IS NOT LESS THAN CUSTOMER-NO-MASTER
004610         INVALID KEY
004620             MOVE "Y" TO WS-MASTER-EOF
004630     END-START

004640     PERFORM 2100-TALLY-ONE-ACCOUNT THRU 2100-EXIT
004650         UNTIL MASTER-EOF.

004660 2000-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004690*    2100-TALLY-ONE-ACCOUNT - TOTAL THE NEXT MASTER ACCOUNT'S
004700*    MONTH AND ITS OVER-90 EXPOSURE, AND RELEASE IT UNDER ITS REP.
004710*    AN ACCOUNT WITH NOTHING TO REPORT IS NOT RELEASED.
004720*----------------------------------------------------------------
004730 2100-TALLY-ONE-ACCOUNT.

004740     READ CUSTOMER-MASTER NEXT RECORD
004750         AT END
004760             MOVE "Y" TO WS-MASTER-EOF
004770             GO TO 2100-EXIT
004780     END-READ

004790     ADD 1 TO CT-MASTERS-READ
004800     MOVE ZERO TO WS-CUST-SALES
004810                  WS-CUST-CASH
004820                  WS-CUST-FINCHG
004830                  WS-CUST-OVER-90

004840     PERFORM 2200-TALLY-ACCOUNT-HISTORY THRU 2200-EXIT
004850     PERFORM 2400-TOTAL-OVER-90 THRU 2400-EXIT

004860     IF WS-CUST-SALES = ZERO
004870        AND WS-CUST-CASH = ZERO
004880        AND WS-CUST-FINCHG = ZERO
004890        AND WS-CUST-OVER-90 = ZERO
004900         GO TO 2100-EXIT
004910     END-IF

004920     PERFORM 2600-FIND-SALESPERSON THRU 2600-EXIT
004930     MOVE WS-THIS-TERRITORY  TO SRT-TERRITORY
004940     MOVE WS-THIS-REP-CODE   TO SRT-REP-CODE
004950     MOVE CUSTOMER-NO-MASTER TO SRT-CUSTOMER-NO
004960     MOVE WS-THIS-REP-NAME   TO SRT-REP-NAME
004970     MOVE WS-CUST-SALES      TO SRT-SALES
004980     MOVE WS-CUST-CASH       TO SRT-CASH
004990     MOVE WS-CUST-FINCHG     TO SRT-FINCHG
005000     MOVE WS-CUST-OVER-90    TO SRT-OVER-90
005010     RELEASE SORT-REP-RECORD

005020     ADD 1 TO CT-ACCOUNTS-REPORTED
005030     IF WS-THIS-REP-CODE = HIGH-VALUES
005040         ADD 1 TO CT-ACCOUNTS-UNASSIGNED
005050     END-IF.

005060 2100-EXIT.
005070     EXIT.

005080*----------------------------------------------------------------
005090*    2200-TALLY-ACCOUNT-HISTORY - READ THE ACCOUNT'S ACTIVITY
005100*    HISTORY FROM THE FIRST OF THE MONTH ON.  A TRANSACTION IS
005110*    NEVER POSTED BEFORE ITS OWN DATE, SO NOTHING DATED IN THE
005120*    MONTH IS PASSED OVER.
005130*----------------------------------------------------------------
005140 2200-TALLY-ACCOUNT-HISTORY.

005150     IF WS-HISTORY-FILE-STATUS NOT = "00"
005160         GO TO 2200-EXIT
005170     END-IF

005180     MOVE "N" TO WS-HISTORY-EOF
005190     MOVE CUSTOMER-NO-MASTER TO HIST-CUSTOMER-NO
005200     MOVE WS-FROM-YYYYMMDD   TO HIST-POSTING-YYYYMMDD
005210     MOVE ZERO               TO HIST-SEQUENCE-NO
005220     START ACTIVITY-HISTORY-FILE
005230         KEY IS NOT LESS THAN HIST-KEY
005240         INVALID KEY
005250             MOVE "Y" TO WS-HISTORY-EOF
005260     END-START

005270     PERFORM 2300-TALLY-ONE-HISTORY-RECORD THRU 2300-EXIT
005280         UNTIL HISTORY-EOF.

005290 2200-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------
005320*    2300-TALLY-ONE-HISTORY-RECORD - ADD ONE PURCHASE, PAYMENT OR
005330*    FINANCE CHARGE DATED IN THE MONTH.  THE FIRST RECORD FOR
005340*    ANOTHER ACCOUNT ENDS THE READ.
005350*----------------------------------------------------------------
005360 2300-TALLY-ONE-HISTORY-RECORD.

005370     READ ACTIVITY-HISTORY-FILE NEXT RECORD
005380         AT END
005390             MOVE "Y" TO WS-HISTORY-EOF
005400             GO TO 2300-EXIT
005410     END-READ

005420     IF HIST-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
005430         MOVE "Y" TO WS-HISTORY-EOF
005440         GO TO 2300-EXIT
005450     END-IF

005460     IF HIST-TRANS-DATE(1:2) NOT = WS-RPT-MM
005470        OR HIST-TRANS-DATE(7:4) NOT = WS-RPT-YYYY
005480         GO TO 2300-EXIT
005490     END-IF

005500     EVALUATE HIST-TRANS-TYPE
005510         WHEN "P"
005520             ADD HIST-TRANS-AMOUNT TO WS-CUST-SALES
005530             ADD 1 TO CT-HISTORY-RECORDS-COUNTED
005540         WHEN "C"
005550             ADD HIST-TRANS-AMOUNT TO WS-CUST-CASH
005560             ADD 1 TO CT-HISTORY-RECORDS-COUNTED
005570         WHEN "F"
005580             ADD HIST-TRANS-AMOUNT TO WS-CUST-FINCHG
005590             ADD 1 TO CT-HISTORY-RECORDS-COUNTED
005600         WHEN OTHER
005610             CONTINUE
005620     END-EVALUATE.

005630 2300-EXIT.
005640     EXIT.

005650*----------------------------------------------------------------
005660*    2400-TOTAL-OVER-90 - SUM THE OPEN AMOUNTS OF THE ACCOUNT'S
005670*    ITEMS MORE THAN 90 DAYS OLD AT THE END OF THE MONTH.
005680*----------------------------------------------------------------
005690 2400-TOTAL-OVER-90.

005700     IF WS-OPEN-ITEM-FILE-STATUS NOT = "00"
005710         GO TO 2400-EXIT
005720     END-IF

005730     MOVE "N" TO WS-OPEN-ITEM-EOF
005740     MOVE CUSTOMER-NO-MASTER TO OITM-CUSTOMER-NO
005750     MOVE ZERO TO OITM-PURCHASE-YYYYMMDD
005760     MOVE ZERO TO OITM-SEQUENCE-NO
005770     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
005780         INVALID KEY
005790             MOVE "Y" TO WS-OPEN-ITEM-EOF
005800     END-START

005810     PERFORM 2500-AGE-ONE-ITEM THRU 2500-EXIT
005820         UNTIL OPEN-ITEM-EOF.

005830 2400-EXIT.
005840     EXIT.

005850*----------------------------------------------------------------
005860*    2500-AGE-ONE-ITEM - ADD ONE OPEN ITEM TO THE OVER-90
005870*    EXPOSURE WHEN ITS PURCHASE DATE IS PAST 90 DAYS OLD AT MONTH
005880*    END.  AN ITEM IN OPEN DISPUTE IS SET ASIDE, NOT COUNTED.
005890*----------------------------------------------------------------
005900 2500-AGE-ONE-ITEM.

005910     READ OPEN-ITEM-FILE NEXT RECORD
005920         AT END
005930             MOVE "Y" TO WS-OPEN-ITEM-EOF
005940             GO TO 2500-EXIT
005950     END-READ

005960     IF OITM-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
005970         MOVE "Y" TO WS-OPEN-ITEM-EOF
005980         GO TO 2500-EXIT
005990     END-IF

006000     IF OITM-OPEN-AMOUNT = ZERO
006010         GO TO 2500-EXIT
006020     END-IF

006030     MOVE OITM-PURCHASE-YYYYMMDD TO WS-CONV-YYYYMMDD
006040     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
006050     COMPUTE WS-ITEM-AGE-DAYS =
006060         WS-AS-OF-DAY-COUNT - WS-CONV-DAY-COUNT
006070     IF WS-ITEM-AGE-DAYS NOT > 90
006080         GO TO 2500-EXIT
006090     END-IF

006100     PERFORM 2550-CHECK-ITEM-DISPUTE THRU 2550-EXIT
006110     IF ITEM-IN-DISPUTE
006120         ADD 1 TO CT-ITEMS-IN-DISPUTE
006130     ELSE
006140         ADD OITM-OPEN-AMOUNT TO WS-CUST-OVER-90
006150         ADD 1 TO CT-ITEMS-OVER-90
006160     END-IF.

006170 2500-EXIT.
006180     EXIT.

006190*----------------------------------------------------------------
006200*    2550-CHECK-ITEM-DISPUTE - LOOK THE CURRENT OPEN ITEM UP ON
006210*    THE DISPUTE FILE.  AN ITEM WITH A DISPUTE STILL OPEN IS
006220*    LEFT OUT OF THE OVER-90 EXPOSURE.
006230*----------------------------------------------------------------
006240 2550-CHECK-ITEM-DISPUTE.

006250     MOVE "N" TO WS-ITEM-DISPUTED
006260     IF WS-DISPUTE-FILE-STATUS = "00"
006270         MOVE OITM-KEY TO DSP-KEY
006280         READ DISPUTE-FILE
006290             INVALID KEY
006300                 CONTINUE
006310             NOT INVALID KEY
006320                 IF DSP-STATUS-OPEN
006330                     MOVE "Y" TO WS-ITEM-DISPUTED
006340                 END-IF
006350         END-READ
006360     END-IF.

006370 2550-EXIT.
006380     EXIT.

006390*----------------------------------------------------------------
006400*    2600-FIND-SALESPERSON - LOOK THE ACCOUNT'S REP UP ON THE
006410*    CUSTOMER-REP FILE AND THE REP'S NAME AND TERRITORY ON THE
006420*    SALESPERSON FILE.  AN ACCOUNT WITH NO REP, OR WHOSE REP IS
006430*    NOT ON THE TABLE, GOES UNDER THE UNASSIGNED GROUP.
006440*----------------------------------------------------------------
006450 2600-FIND-SALESPERSON.

006460     MOVE HIGH-VALUES  TO WS-THIS-TERRITORY
006470                          WS-THIS-REP-CODE
006480     MOVE "UNASSIGNED" TO WS-THIS-REP-NAME
006490     IF WS-CUSTREP-FILE-STATUS NOT = "00"
006500        OR WS-SALESPERSON-FILE-STATUS NOT = "00"
006510         GO TO 2600-EXIT
006520     END-IF

006530     MOVE CUSTOMER-NO-MASTER TO CREP-CUSTOMER-NO
006540     READ CUSTOMER-REP-FILE
006550         INVALID KEY
006560             GO TO 2600-EXIT
006570     END-READ

006580     MOVE CREP-REP-CODE TO SREP-REP-CODE
006590     READ SALESPERSON-FILE
006600         INVALID KEY
006610             MOVE CREP-REP-CODE TO WS-THIS-REP-CODE
006620             MOVE "*NOT ON REP TABLE*" TO WS-THIS-REP-NAME
006630             GO TO 2600-EXIT
006640     END-READ

006650     MOVE SREP-TERRITORY TO WS-THIS-TERRITORY
006660     MOVE SREP-REP-CODE  TO WS-THIS-REP-CODE
006670     MOVE SREP-REP-NAME  TO WS-THIS-REP-NAME.

006680 2600-EXIT.
006690     EXIT.

006700*----------------------------------------------------------------
006710*    3000-PRINT-REP-REPORT - THE SORT'S OUTPUT PROCEDURE.  TAKE
006720*    THE ACCOUNTS BACK IN TERRITORY AND REP ORDER, PRINT ONE
006730*    TERRITORY AT A TIME, THEN THE GRAND TOTAL.
006740*----------------------------------------------------------------
006750 3000-PRINT-REP-REPORT.

006760     MOVE WS-RUN-DATE  TO WS-DATE-EDIT-IN
006770     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
006780     MOVE WS-DATE-EDIT TO RH1-RUN-DATE
006790     WRITE REP-REPORT-RECORD FROM RPT-HEADING-1
006800     WRITE REP-REPORT-RECORD FROM RPT-HEADING-2
006810     MOVE SPACES TO REP-REPORT-RECORD
006820     WRITE REP-REPORT-RECORD

006830     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT
006840     PERFORM 3100-PRINT-ONE-TERRITORY THRU 3100-EXIT
006850         UNTIL SORT-EOF

006860     MOVE "ALL TERRITORIES TOTAL" TO RTL-LABEL
006870     MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
006880     PERFORM 3500-PRINT-TOTAL-LINE THRU 3500-EXIT.

006890 3000-EXIT.
006900     EXIT.

006910*----------------------------------------------------------------
006920*    3100-PRINT-ONE-TERRITORY - PRINT A LINE FOR EVERY REP IN THE
006930*    TERRITORY OF THE CURRENT SORTED RECORD, THEN THE TERRITORY
006940*    SUBTOTAL, AND ROLL IT INTO THE GRAND TOTAL.
006950*----------------------------------------------------------------
006960 3100-PRINT-ONE-TERRITORY.

006970     MOVE SRT-TERRITORY TO WS-CURRENT-TERRITORY
006980     MOVE ZERO TO WS-TER-ACCOUNTS
006990                  WS-TER-SALES
007000                  WS-TER-CASH
007010                  WS-TER-FINCHG
007020                  WS-TER-OVER-90

007030     MOVE SRT-TERRITORY TO RTH-TERRITORY
007040     IF SRT-TERRITORY = HIGH-VALUES
007050         MOVE "NONE" TO RTH-TERRITORY
007060     END-IF
007070     WRITE REP-REPORT-RECORD FROM RPT-TERRITORY-HEADING

007080     PERFORM 3200-PRINT-ONE-REP THRU 3200-EXIT
007090         UNTIL SORT-EOF
007100            OR SRT-TERRITORY NOT = WS-CURRENT-TERRITORY

007110     MOVE "TERRITORY"          TO WTL-LEVEL
007120     MOVE WS-CURRENT-TERRITORY TO WTL-CODE
007130     IF WS-CURRENT-TERRITORY = HIGH-VALUES
007140         MOVE "NONE" TO WTL-CODE
007150     END-IF
007160     MOVE WS-TOTAL-LABEL TO RTL-LABEL
007170     MOVE WS-TERRITORY-TOTALS TO WS-PRINT-TOTALS
007180     PERFORM 3500-PRINT-TOTAL-LINE THRU 3500-EXIT
007190     MOVE SPACES TO REP-REPORT-RECORD
007200     WRITE REP-REPORT-RECORD

007210     ADD WS-TER-ACCOUNTS TO WS-GRD-ACCOUNTS
007220     ADD WS-TER-SALES    TO WS-GRD-SALES
007230     ADD WS-TER-CASH     TO WS-GRD-CASH
007240     ADD WS-TER-FINCHG   TO WS-GRD-FINCHG
007250     ADD WS-TER-OVER-90  TO WS-GRD-OVER-90

007260     ADD 1 TO CT-TERRITORIES-REPORTED.

007270 3100-EXIT.
007280     EXIT.

007290*----------------------------------------------------------------
007300*    3200-PRINT-ONE-REP - ADD UP THE ACCOUNTS OF THE REP OF THE
007310*    CURRENT SORTED RECORD, PRINT THE REP'S LINE AND ROLL IT INTO
007320*    THE TERRITORY.
007330*----------------------------------------------------------------
007340 3200-PRINT-ONE-REP.

007350     MOVE SRT-REP-CODE TO WS-CURRENT-REP-CODE
007360     MOVE SRT-REP-NAME TO WS-CURRENT-REP-NAME
007370     MOVE ZERO TO WS-REP-ACCOUNTS
007380                  WS-REP-SALES
007390                  WS-REP-CASH
007400                  WS-REP-FINCHG
007410                  WS-REP-OVER-90

007420     PERFORM 3300-ADD-SORTED-ACCOUNT THRU 3300-EXIT
007430         UNTIL SORT-EOF
007440            OR SRT-TERRITORY NOT = WS-CURRENT-TERRITORY
007450            OR SRT-REP-CODE NOT = WS-CURRENT-REP-CODE

007460     MOVE WS-CURRENT-REP-CODE TO RDL-REP-CODE
007470     IF WS-CURRENT-REP-CODE = HIGH-VALUES
007480         MOVE "NONE" TO RDL-REP-CODE
007490     END-IF
007500     MOVE WS-CURRENT-REP-NAME TO RDL-REP-NAME
007510     MOVE WS-REP-ACCOUNTS     TO RDL-ACCOUNTS
007520     MOVE WS-REP-SALES        TO RDL-SALES
007530     MOVE WS-REP-CASH         TO RDL-CASH
007540     MOVE WS-REP-FINCHG       TO RDL-FINCHG
007550     MOVE WS-REP-OVER-90      TO RDL-OVER-90
007560     WRITE REP-REPORT-RECORD FROM RPT-DETAIL-LINE

007570     ADD WS-REP-ACCOUNTS TO WS-TER-ACCOUNTS
007580     ADD WS-REP-SALES    TO WS-TER-SALES
007590     ADD WS-REP-CASH     TO WS-TER-CASH
007600     ADD WS-REP-FINCHG   TO WS-TER-FINCHG
007610     ADD WS-REP-OVER-90  TO WS-TER-OVER-90

007620     ADD 1 TO CT-REPS-REPORTED.

007630 3200-EXIT.
007640     EXIT.

007650*----------------------------------------------------------------
007660*    3300-ADD-SORTED-ACCOUNT - ADD ONE ACCOUNT INTO THE REP'S
007670*    TOTALS AND GET THE NEXT ONE BACK FROM THE SORT.
007680*----------------------------------------------------------------
007690 3300-ADD-SORTED-ACCOUNT.

007700     ADD 1           TO WS-REP-ACCOUNTS
007710     ADD SRT-SALES   TO WS-REP-SALES
007720     ADD SRT-CASH    TO WS-REP-CASH
007730     ADD SRT-FINCHG  TO WS-REP-FINCHG
007740     ADD SRT-OVER-90 TO WS-REP-OVER-90

007750     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT.

007760 3300-EXIT.
007770     EXIT.

007780*----------------------------------------------------------------
007790*    3500-PRINT-TOTAL-LINE - PRINT THE FIGURES IN WS-PRINT-TOTALS
007800*    UNDER THE LABEL ALREADY SET.
007810*----------------------------------------------------------------
007820 3500-PRINT-TOTAL-LINE.

007830     MOVE WS-PRT-ACCOUNTS TO RTL-ACCOUNTS
007840     MOVE WS-PRT-SALES    TO RTL-SALES
007850     MOVE WS-PRT-CASH     TO RTL-CASH
007860     MOVE WS-PRT-FINCHG   TO RTL-FINCHG
007870     MOVE WS-PRT-OVER-90  TO RTL-OVER-90
007880     WRITE REP-REPORT-RECORD FROM RPT-TOTAL-LINE.

007890 3500-EXIT.
007900     EXIT.

007910*----------------------------------------------------------------
007920*    3900-RETURN-SORTED-RECORD - GET THE NEXT ACCOUNT BACK FROM
007930*    THE SORT.
007940*----------------------------------------------------------------
007950 3900-RETURN-SORTED-RECORD.

007960     RETURN SORT-WORK
007970         AT END
007980             MOVE "Y" TO WS-SORT-EOF
007990     END-RETURN.

008000 3900-EXIT.
008010     EXIT.

008020*----------------------------------------------------------------
008030*    5000-CONVERT-DATE-TO-DAYS - TURN WS-CONV-YYYYMMDD INTO A
008040*    RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED TO GET AN
008050*    AGE IN DAYS.  A DATE WITH A MONTH OUTSIDE 01-12 GIVES A
008060*    ZERO DAY COUNT RATHER THAN A WILD SUBSCRIPT.
008070*----------------------------------------------------------------
008080 5000-CONVERT-DATE-TO-DAYS.

008090     IF WS-CONV-MONTH < 01 OR WS-CONV-MONTH > 12
008100         MOVE ZERO TO WS-CONV-DAY-COUNT
008110         GO TO 5000-EXIT
008120     END-IF

008130     SUBTRACT 1 FROM WS-CONV-YEAR GIVING WS-CONV-PRIOR-YEAR
008140     DIVIDE WS-CONV-PRIOR-YEAR BY 4
008150         GIVING WS-CONV-LEAPS-4
008160     DIVIDE WS-CONV-PRIOR-YEAR BY 100
008170         GIVING WS-CONV-LEAPS-100
008180     DIVIDE WS-CONV-PRIOR-YEAR BY 400
008190         GIVING WS-CONV-LEAPS-400

008200     COMPUTE WS-CONV-DAY-COUNT = (WS-CONV-YEAR * 365)
008210         + WS-CONV-LEAPS-4 - WS-CONV-LEAPS-100
008220         + WS-CONV-LEAPS-400
008230         + WS-DAYS-BEFORE-MONTH (WS-CONV-MONTH)
008240         + WS-CONV-DAY

008250     DIVIDE WS-CONV-YEAR BY 4
008260         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-4
008270     DIVIDE WS-CONV-YEAR BY 100
008280         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-100
008290     DIVIDE WS-CONV-YEAR BY 400
008300         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-400

008310     IF WS-CONV-MONTH > 2
008320        AND ((WS-CONV-REM-4 = 0 AND WS-CONV-REM-100 NOT = 0)
008330             OR WS-CONV-REM-400 = 0)
008340         ADD 1 TO WS-CONV-DAY-COUNT
008350     END-IF.

008360 5000-EXIT.
008370     EXIT.

008380*----------------------------------------------------------------
008390*    5100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
008400*    MM/DD/YYYY IN WS-DATE-EDIT.  ZERO GIVES SPACES.
008410*----------------------------------------------------------------
008420 5100-EDIT-DATE.

008430     IF WS-DATE-EDIT-IN = ZERO
008440         MOVE SPACES TO WS-DATE-EDIT
008450         GO TO 5100-EXIT
008460     END-IF

008470     STRING WS-DATE-EDIT-IN (5:2) "/"
008480            WS-DATE-EDIT-IN (7:2) "/"
008490            WS-DATE-EDIT-IN (1:4)
008500         DELIMITED BY SIZE INTO WS-DATE-EDIT.

008510 5100-EXIT.
008520     EXIT.
008530*----------------------------------------------------------------
008540*    8000-PRINT-CONTROL-TOTALS - REPORT THE RUN'S ACTIVITY.
008550*----------------------------------------------------------------
008560 8000-PRINT-CONTROL-TOTALS.

008570     DISPLAY "=============================================="
008580     DISPLAY "            C O N T R O L   T O T A L S"
008590     DISPLAY "=============================================="
008600     DISPLAY "Master records read ............ "
008610         CT-MASTERS-READ
008620     DISPLAY "Accounts reported .............. "
008630         CT-ACCOUNTS-REPORTED
008640     DISPLAY "Accounts with no salesperson ... "
008650         CT-ACCOUNTS-UNASSIGNED
008660     DISPLAY "History records counted ........ "
008670         CT-HISTORY-RECORDS-COUNTED
008680     DISPLAY "Open items over 90 days ........ "
008690         CT-ITEMS-OVER-90
008700     DISPLAY "Items set aside in dispute ..... "
008710         CT-ITEMS-IN-DISPUTE
008720     DISPLAY "Salespersons reported .......... "
008730         CT-REPS-REPORTED
008740     DISPLAY "Territories reported ........... "
008750         CT-TERRITORIES-REPORTED
008760     DISPLAY "Sales posted ................... "
008770         WS-GRD-SALES
008780     DISPLAY "Cash collected ................. "
008790         WS-GRD-CASH
008800     DISPLAY "Finance charges ................ "
008810         WS-GRD-FINCHG
008820     DISPLAY "Over-90 exposure ............... "
008830         WS-GRD-OVER-90
008840     DISPLAY "==============================================".

008850 8000-EXIT.
008860     EXIT.

008870 END PROGRAM PROGRAM29.
