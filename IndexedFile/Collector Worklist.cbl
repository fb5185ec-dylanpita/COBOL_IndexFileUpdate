000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGRAM20 AS "IndexedFile.Program20".
000030 AUTHOR. D. PITA.
000040 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    -----------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DP    ORIGINAL PROGRAM.  ONLINE COLLECTOR
000120*                     WORKLIST.  AGES THE OPEN-ITEM FILE THE SAME
000130*                     WAY THE DUNNING RUN DOES AND LISTS EVERY
000140*                     PAST-DUE ACCOUNT, A PAGE OF TWELVE AT A
000150*                     TIME, RANKED BY OVER-90 AMOUNT AND THEN BY
000160*                     THE LAST DUNNING LEVEL SENT.  AN ACCOUNT
000170*                     WHOSE LATEST PROMISE TO PAY WAS BROKEN GOES
000180*                     TO THE TOP OF THE LIST; ONE WITH A PROMISE
000190*                     STILL ACTIVE GOES TO THE BOTTOM.  THE
000200*                     COLLECTOR PICKS AN ACCOUNT BY LINE NUMBER,
000210*                     SEES ITS BALANCE, PHONE AND COLLECTIONS
000220*                     HISTORY, AND RECORDS A CONTACT NOTE OR A
000230*                     PROMISE TO PAY (AMOUNT AND DATE) ON THE
000240*                     KEYED COLLECTIONS-ACTIVITY FILE.  A NEW
000250*                     PROMISE REPLACES ANY PROMISE STILL ACTIVE.
000260*                     ITEMS IN OPEN DISPUTE ARE NOT COUNTED AS
000270*                     PAST DUE, AS IN THE DUNNING RUN.
000280*    -----------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPEN-ITEM-FILE
000340         ASSIGN TO "C:\a\exercise10\openitem.txt"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS OITM-KEY
000380         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000390             WITH DUPLICATES
000400         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.

000410     SELECT CUSTOMER-MASTER
000420         ASSIGN TO "C:\a\exercise10\indexedmaster.txt"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CUSTOMER-NO-MASTER
000460         FILE STATUS IS WS-MASTER-FILE-STATUS.

000470     SELECT DUNNING-HISTORY
000480         ASSIGN TO "C:\a\exercise10\dunnhist.txt"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DUNN-CUSTOMER-NO
000520         FILE STATUS IS WS-DUNN-FILE-STATUS.

000530     SELECT CUSTOMER-ADDRESS-FILE
000540         ASSIGN TO "C:\a\exercise10\custaddr.txt"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ADDR-CUSTOMER-NO
000580         FILE STATUS IS WS-ADDRESS-FILE-STATUS.

000590     SELECT DISPUTE-FILE
000600         ASSIGN TO "C:\a\exercise10\dispute.txt"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS DSP-KEY
000640         FILE STATUS IS WS-DISPUTE-FILE-STATUS.

000650     SELECT COLLECTIONS-ACTIVITY
000660         ASSIGN TO "C:\a\exercise10\collact.txt"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CACT-KEY
000700         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

000710     SELECT SORT-WORK
000720         ASSIGN TO "C:\a\exercise10\sortwork.tmp".

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  OPEN-ITEM-FILE.
000760 01  OPEN-ITEM-RECORD.
000770     05  OITM-KEY.
000780         10  OITM-CUSTOMER-NO          PICTURE X(5).
000790         10  OITM-PURCHASE-YYYYMMDD    PICTURE 9(8).
000800         10  OITM-SEQUENCE-NO          PICTURE 9(3).
000810     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000820     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000830     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000840     05  OITM-INVOICE-NO               PICTURE X(10).

000850 FD  CUSTOMER-MASTER.
000860 01  CUSTOMER-MASTER-RECORD.
000870     05  CUSTOMER-NO-MASTER           PICTURE X(5).
000880     05  CUSTOMER-NAME-MASTER         PICTURE X(20).
000890     05  DATE-OF-LAST-PURCHASE-MASTER PICTURE 99/99/9999.
000900     05  AMT-OWED-MASTER              PICTURE S9(5)V99
000910                                      SIGN LEADING SEPARATE.
000920     05  CREDIT-LIMIT-MASTER          PICTURE 9(5)V99.

000930 FD  DUNNING-HISTORY.
000940 01  DUNNING-HISTORY-RECORD.
000950     05  DUNN-CUSTOMER-NO              PICTURE X(5).
000960     05  DUNN-LAST-LEVEL               PICTURE 9(1).
000970     05  DUNN-LAST-SENT-YYYYMMDD       PICTURE 9(8).
000980     05  DUNN-NOTICE-COUNT             PICTURE 9(3).

000990 FD  CUSTOMER-ADDRESS-FILE.
001000 01  CUSTOMER-ADDRESS-RECORD.
001010     05  ADDR-CUSTOMER-NO              PICTURE X(5).
001020     05  ADDR-LINE-1                   PICTURE X(30).
001030     05  ADDR-LINE-2                   PICTURE X(30).
001040     05  ADDR-CITY                     PICTURE X(20).
001050     05  ADDR-STATE                    PICTURE X(2).
001060     05  ADDR-ZIP                      PICTURE X(10).
001070     05  ADDR-PHONE                    PICTURE X(12).

001080 FD  DISPUTE-FILE.
001090 01  DISPUTE-RECORD.
001100     05  DSP-KEY.
001110         10  DSP-CUSTOMER-NO           PICTURE X(5).
001120         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
001130         10  DSP-SEQUENCE-NO           PICTURE 9(3).
001140     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
001150     05  DSP-REASON-CODE               PICTURE X(2).
001160     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
001170     05  DSP-STATUS                    PICTURE X(1).
001180         88  DSP-STATUS-OPEN               VALUE "O".
001190         88  DSP-STATUS-RELEASED           VALUE "R".
001200         88  DSP-STATUS-CREDITED           VALUE "C".
001210     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
001220     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
001230     05  DSP-INVOICE-NO                PICTURE X(10).

001240*----------------------------------------------------------------
001250*    ONE RECORD PER CONTACT NOTE OR PROMISE TO PAY, KEYED ON THE
001260*    CUSTOMER, THE DATE ENTERED AND A SEQUENCE WITHIN THE DAY, SO
001270*    AN ACCOUNT'S HISTORY READS BACK IN THE ORDER IT WAS TAKEN.
001280*    A PROMISE STARTS ACTIVE; THE NIGHTLY PROMISE CHECK MARKS IT
001290*    KEPT OR BROKEN, AND A LATER PROMISE MARKS IT REPLACED.
001300*----------------------------------------------------------------
001310 FD  COLLECTIONS-ACTIVITY.
001320 01  COLLECTIONS-ACTIVITY-RECORD.
001330     05  CACT-KEY.
001340         10  CACT-CUSTOMER-NO          PICTURE X(5).
001350         10  CACT-ENTRY-YYYYMMDD       PICTURE 9(8).
001360         10  CACT-SEQUENCE-NO          PICTURE 9(3).
001370     05  CACT-ENTRY-TYPE               PICTURE X(1).
001380         88  CACT-CONTACT-NOTE             VALUE "N".
001390         88  CACT-PROMISE-TO-PAY           VALUE "P".
001400     05  CACT-COLLECTOR-ID             PICTURE X(8).
001410     05  CACT-NOTE-TEXT                PICTURE X(60).
001420     05  CACT-PROMISE-AMOUNT           PICTURE 9(5)V99.
001430     05  CACT-PROMISE-YYYYMMDD         PICTURE 9(8).
001440     05  CACT-PROMISE-STATUS           PICTURE X(1).
001450         88  CACT-PROMISE-ACTIVE           VALUE "A".
001460         88  CACT-PROMISE-KEPT             VALUE "K".
001470         88  CACT-PROMISE-BROKEN           VALUE "B".
001480         88  CACT-PROMISE-REPLACED         VALUE "S".
001490     05  CACT-AMOUNT-PAID              PICTURE 9(5)V99.
001500     05  CACT-CHECKED-YYYYMMDD         PICTURE 9(8).

001510*----------------------------------------------------------------
001520*    RANK GROUP 1 IS A BROKEN PROMISE, 2 NO PROMISE OUTSTANDING,
001530*    3 A PROMISE STILL ACTIVE.  WITHIN A GROUP THE BIGGEST OVER-90
001540*    AMOUNT AND THE HIGHEST DUNNING LEVEL COME FIRST.
001550*----------------------------------------------------------------
001560 SD  SORT-WORK.
001570 01  SORT-WORKLIST-RECORD.
001580     05  SRT-RANK-GROUP                PICTURE 9(1).
001590     05  SRT-OVER-90                   PICTURE 9(7)V99.
001600     05  SRT-DUNN-LEVEL                PICTURE 9(1).
001610     05  SRT-PAST-DUE                  PICTURE 9(7)V99.
001620     05  SRT-CUSTOMER-NO               PICTURE X(5).
001630     05  SRT-OVER-30                   PICTURE 9(7)V99.
001640     05  SRT-OVER-60                   PICTURE 9(7)V99.
001650     05  SRT-PROMISE-STATUS            PICTURE X(1).
001660     05  SRT-PROMISE-YYYYMMDD          PICTURE 9(8).

001670 WORKING-STORAGE SECTION.
001680 01  WS-SWITCHES.
001690     05  WS-OPEN-ITEM-EOF             PICTURE X(1) VALUE "N".
001700         88  OPEN-ITEM-EOF                VALUE "Y".
001710     05  WS-SORT-EOF                  PICTURE X(1) VALUE "N".
001720         88  SORT-EOF                     VALUE "Y".
001730     05  WS-ACTIVITY-EOF              PICTURE X(1) VALUE "N".
001740         88  ACTIVITY-EOF                 VALUE "Y".
001750     05  WS-WORKLIST-DONE             PICTURE X(1) VALUE "N".
001760         88  WORKLIST-DONE                VALUE "Y".
001770     05  WS-ACCOUNT-DONE              PICTURE X(1) VALUE "N".
001780         88  ACCOUNT-DONE                 VALUE "Y".
001790     05  WS-PAGING-DONE               PICTURE X(1) VALUE "N".
001800         88  PAGING-DONE                  VALUE "Y".
001810     05  WS-REPLY-VALID               PICTURE X(1) VALUE "N".
001820         88  REPLY-VALID                  VALUE "Y".
001830     05  WS-ACTIVE-PROMISE-FOUND      PICTURE X(1) VALUE "N".
001840         88  ACTIVE-PROMISE-FOUND         VALUE "Y".
001850     05  WS-ITEM-DISPUTED             PICTURE X(1) VALUE "N".
001860         88  ITEM-IN-DISPUTE              VALUE "Y".
001870     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
001880     05  WS-MASTER-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001890     05  WS-DUNN-FILE-STATUS          PICTURE X(2) VALUE SPACES.
001900     05  WS-ADDRESS-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001910     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001920     05  WS-ACTIVITY-FILE-STATUS      PICTURE X(2) VALUE SPACES.

001930 01  WS-OPERATOR-CONTROLS.
001940     05  WS-COLLECTOR-ID               PICTURE X(8) VALUE SPACES.
001950     05  WS-LINE-REPLY                 PICTURE X(3).
001960     05  WS-LINE-LEN                   PICTURE 9(2) COMP VALUE 0.
001970     05  WS-LINE-NO                    PICTURE 9(3) VALUE 0.
001980     05  WS-ACTION-REPLY               PICTURE X(1).
001990     05  WS-PAGE-REPLY                 PICTURE X(1).
002000     05  WS-NOTE-IN                    PICTURE X(60).
002010     05  WS-AMOUNT-REPLY               PICTURE X(10).
002020     05  WS-AMT-DOLLARS-IN             PICTURE X(5).
002030     05  WS-AMT-DOLLARS-LEN            PICTURE 9(2) COMP VALUE 0.
002040     05  WS-AMT-CENTS-IN               PICTURE X(2).
002050     05  WS-AMT-CENTS-LEN              PICTURE 9(2) COMP VALUE 0.
002060     05  WS-AMT-DOLLARS                PICTURE 9(5) VALUE 0.
002070     05  WS-AMT-CENTS                  PICTURE 9(2) VALUE 0.
002080     05  WS-DATE-REPLY                 PICTURE X(8).
002090     05  WS-PROMISE-AMOUNT             PICTURE 9(5)V99 VALUE 0.
002100     05  WS-PROMISE-YYYYMMDD           PICTURE 9(8) VALUE 0.
002110     05  FILLER REDEFINES WS-PROMISE-YYYYMMDD.
002120         10  WS-PROMISE-YEAR           PICTURE 9(4).
002130         10  WS-PROMISE-MONTH          PICTURE 9(2).
002140         10  WS-PROMISE-DAY            PICTURE 9(2).

002150 01  WS-RUN-CONTROLS.
002160     05  WS-RUN-DATE                   PICTURE 9(8).
002170     05  WS-RUN-DAY-COUNT              PICTURE 9(7) VALUE 0.
002180     05  WS-ITEM-AGE-DAYS              PICTURE S9(7) COMP.
002190     05  WS-CURRENT-CUSTOMER           PICTURE X(5).
002200     05  WS-PROMISE-STATE              PICTURE X(1) VALUE SPACE.
002210     05  WS-PROMISE-STATE-DATE         PICTURE 9(8) VALUE 0.
002220     05  WS-ACTIVE-PROMISE-KEY         PICTURE X(16) VALUE SPACES.
002230     05  WS-NEW-PROMISE-KEY            PICTURE X(16) VALUE SPACES.
002240     05  WS-WORKED-BEFORE              PICTURE X(1) VALUE SPACE.
002250     05  WS-LAST-SEQUENCE              PICTURE 9(3) VALUE 0.
002260     05  WS-SAVED-ACTIVITY-RECORD      PICTURE X(116).
002270     05  WS-DATE-EDIT                  PICTURE X(10).
002280     05  WS-DATE-EDIT-IN               PICTURE 9(8).

002290 01  WS-CUSTOMER-BUCKETS.
002300     05  WS-BKT-OVER-30                PICTURE 9(7)V99 VALUE 0.
002310     05  WS-BKT-OVER-60                PICTURE 9(7)V99 VALUE 0.
002320     05  WS-BKT-OVER-90                PICTURE 9(7)V99 VALUE 0.
002330     05  WS-BKT-PAST-DUE               PICTURE 9(7)V99 VALUE 0.

002340 01  WS-WORKLIST-CONTROLS.
002350     05  WS-WL-MAX                 PICTURE 9(3) COMP VALUE 300.
002360     05  WS-WL-COUNT                   PICTURE 9(3) COMP VALUE 0.
002370     05  WS-WL-SUB                     PICTURE 9(3) COMP VALUE 0.
002380     05  WS-WL-TOP                     PICTURE 9(3) COMP VALUE 1.
002390     05  WS-PAGE-SIZE                  PICTURE 9(2) COMP VALUE 12.
002400     05  WS-PAGE-LINE-COUNT            PICTURE 9(2) COMP VALUE 0.
002410     05  WS-ACTIVITY-SHOWN             PICTURE 9(3) COMP VALUE 0.

002420*----------------------------------------------------------------
002430*    THE RANKED WORKLIST, LOADED FROM THE SORT.  WS-WL-WORKED IS
002440*    SET WHEN A NOTE OR PROMISE IS TAKEN THIS SESSION SO THE
002450*    COLLECTOR CAN SEE WHAT IS DONE.
002460*----------------------------------------------------------------
002470 01  WS-WORKLIST-TABLE.
002480     05  WS-WL-ENTRY OCCURS 300 TIMES.
002490         10  WS-WL-CUSTOMER-NO         PICTURE X(5).
002500         10  WS-WL-OVER-30             PICTURE 9(7)V99.
002510         10  WS-WL-OVER-60             PICTURE 9(7)V99.
002520         10  WS-WL-OVER-90             PICTURE 9(7)V99.
002530         10  WS-WL-PAST-DUE            PICTURE 9(7)V99.
002540         10  WS-WL-DUNN-LEVEL          PICTURE 9(1).
002550         10  WS-WL-PROMISE-STATUS      PICTURE X(1).
002560         10  WS-WL-PROMISE-YYYYMMDD    PICTURE 9(8).
002570         10  WS-WL-WORKED              PICTURE X(1).

002580 01  WS-DATE-CONVERSION.
002590     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
002600     05  FILLER REDEFINES WS-CONV-YYYYMMDD.
002610         10  WS-CONV-YEAR              PICTURE 9(4).
002620         10  WS-CONV-MONTH             PICTURE 9(2).
002630         10  WS-CONV-DAY               PICTURE 9(2).
002640     05  WS-CONV-DAY-COUNT             PICTURE 9(7) VALUE 0.
002650     05  WS-CONV-PRIOR-YEAR            PICTURE 9(4) VALUE 0.
002660     05  WS-CONV-LEAPS-4               PICTURE 9(4) VALUE 0.
002670     05  WS-CONV-LEAPS-100             PICTURE 9(4) VALUE 0.
002680     05  WS-CONV-LEAPS-400             PICTURE 9(4) VALUE 0.
002690     05  WS-CONV-QUOTIENT              PICTURE 9(4) VALUE 0.
002700     05  WS-CONV-REM-4                 PICTURE 9(4) VALUE 0.
002710     05  WS-CONV-REM-100               PICTURE 9(4) VALUE 0.
002720     05  WS-CONV-REM-400               PICTURE 9(4) VALUE 0.

002730 01  WS-DAYS-BEFORE-MONTH-VALUES.
002740     05  FILLER                        PICTURE X(18) VALUE
002750         "000031059090120151".
002760     05  FILLER                        PICTURE X(18) VALUE
002770         "181212243273304334".
002780 01  FILLER REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
002790     05  WS-DAYS-BEFORE-MONTH          PICTURE 9(3)
002800         OCCURS 12 TIMES.

002810 01  WS-CONTROL-TOTALS.
002820     05  CT-CUSTOMERS-AGED            PICTURE 9(7) COMP VALUE 0.
002830     05  CT-ACCOUNTS-LISTED           PICTURE 9(7) COMP VALUE 0.
002840     05  CT-ACCOUNTS-NOT-LISTED       PICTURE 9(7) COMP VALUE 0.
002850     05  CT-BROKEN-PROMISES-LISTED    PICTURE 9(7) COMP VALUE 0.
002860     05  CT-ACCOUNTS-WORKED           PICTURE 9(7) COMP VALUE 0.
002870     05  CT-NOTES-RECORDED            PICTURE 9(7) COMP VALUE 0.
002880     05  CT-PROMISES-RECORDED         PICTURE 9(7) COMP VALUE 0.
002890     05  CT-PROMISES-REPLACED         PICTURE 9(7) COMP VALUE 0.
002900     05  CT-AMT-PROMISED              PICTURE 9(9)V99 VALUE 0.

002910 01  DSP-WORKLIST-HEADING.
002920     05  FILLER                        PICTURE X(22) VALUE
002930         "COLLECTOR WORKLIST    ".
002940     05  FILLER                        PICTURE X(7) VALUE
002950         "AS OF: ".
002960     05  DWH-RUN-DATE                  PICTURE X(10).
002970     05  FILLER                        PICTURE X(14) VALUE
002980         "   COLLECTOR: ".
002990     05  DWH-COLLECTOR-ID              PICTURE X(8).

003000 01  DSP-WORKLIST-COLUMNS.
003010     05  FILLER                        PICTURE X(40) VALUE
003020         "LINE CUST  CUSTOMER NAME             OVE".
003030     05  FILLER                        PICTURE X(40) VALUE
003040         "R 90     PAST DUE LVL  PROMISE          ".

003050 01  DSP-WORKLIST-LINE.
003060     05  DWL-LINE-NO                   PICTURE ZZ9.
003070     05  DWL-WORKED                    PICTURE X(1).
003080     05  FILLER                        PICTURE X(1) VALUE SPACES.
003090     05  DWL-CUSTOMER-NO               PICTURE X(5).
003100     05  FILLER                        PICTURE X(1) VALUE SPACES.
003110     05  DWL-CUSTOMER-NAME             PICTURE X(20).
003120     05  FILLER                        PICTURE X(1) VALUE SPACES.
003130     05  DWL-OVER-90                   PICTURE Z,ZZZ,ZZ9.99.
003140     05  FILLER                        PICTURE X(1) VALUE SPACES.
003150     05  DWL-PAST-DUE                  PICTURE Z,ZZZ,ZZ9.99.
003160     05  FILLER                        PICTURE X(3) VALUE SPACES.
003170     05  DWL-DUNN-LEVEL                PICTURE 9(1).
003180     05  FILLER                        PICTURE X(2) VALUE SPACES.
003190     05  DWL-PROMISE-TEXT              PICTURE X(17).

003200 01  DSP-ACCOUNT-LINE-1.
003210     05  FILLER                        PICTURE X(10) VALUE
003220         "CUSTOMER: ".
003230     05  DA1-CUSTOMER-NO               PICTURE X(5).
003240     05  FILLER                        PICTURE X(2) VALUE SPACES.
003250     05  DA1-CUSTOMER-NAME             PICTURE X(20).
003260     05  FILLER                        PICTURE X(9) VALUE
003270         "  PHONE: ".
003280     05  DA1-PHONE                     PICTURE X(24).

003290 01  DSP-ACCOUNT-LINE-2.
003300     05  FILLER                        PICTURE X(11) VALUE
003310         "BALANCE:   ".
003320     05  DA2-AMT-OWED                  PICTURE ZZ,ZZ9.99-.
003330     05  FILLER                        PICTURE X(9) VALUE
003340         "  LIMIT: ".
003350     05  DA2-CREDIT-LIMIT              PICTURE ZZ,ZZ9.99.
003360     05  FILLER                        PICTURE X(17) VALUE
003370         "  DUNNING LEVEL: ".
003380     05  DA2-DUNN-LEVEL                PICTURE 9(1).

003390 01  DSP-ACCOUNT-LINE-3.
003400     05  FILLER                        PICTURE X(9) VALUE
003410         "  31-60: ".
003420     05  DA3-OVER-30                   PICTURE Z,ZZZ,ZZ9.99.
003430     05  FILLER                        PICTURE X(9) VALUE
003440         "  61-90: ".
003450     05  DA3-OVER-60                   PICTURE Z,ZZZ,ZZ9.99.
003460     05  FILLER                        PICTURE X(11) VALUE
003470         "  OVER 90: ".
003480     05  DA3-OVER-90                   PICTURE Z,ZZZ,ZZ9.99.

003490 01  DSP-ENTRY-LINE.
003500     05  FILLER                        PICTURE X(2) VALUE SPACES.
003510     05  DEL-ENTRY-DATE                PICTURE X(10).
003520     05  FILLER                        PICTURE X(2) VALUE SPACES.
003530     05  DEL-ENTRY-TYPE                PICTURE X(8).
003540     05  FILLER                        PICTURE X(5) VALUE
003550         "  BY ".
003560     05  DEL-COLLECTOR-ID              PICTURE X(8).

003570 01  DSP-PROMISE-LINE.
003580     05  FILLER                        PICTURE X(14) VALUE
003590         "    PROMISED ".
003600     05  DPL-PROMISE-AMOUNT            PICTURE ZZ,ZZ9.99.
003610     05  FILLER                        PICTURE X(4) VALUE
003620         " BY ".
003630     05  DPL-PROMISE-DATE              PICTURE X(10).
003640     05  FILLER                        PICTURE X(10) VALUE
003650         "  STATUS: ".
003660     05  DPL-PROMISE-STATUS            PICTURE X(8).
003670     05  FILLER                        PICTURE X(7) VALUE
003680         "  PAID ".
003690     05  DPL-AMOUNT-PAID               PICTURE ZZ,ZZ9.99.

003700 01  DSP-NOTE-LINE.
003710     05  FILLER                        PICTURE X(4) VALUE SPACES.
003720     05  DNL-NOTE-TEXT                 PICTURE X(60).

003730 PROCEDURE DIVISION.
003740*----------------------------------------------------------------
003750*    0000-MAINLINE IS THE ONLY PARAGRAPH PERFORMED DIRECTLY FROM
003760*    THE TOP.  EVERYTHING ELSE IS REACHED THROUGH IT.
003770*----------------------------------------------------------------
003780 0000-MAINLINE.

003790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003800     MOVE WS-RUN-DATE TO WS-CONV-YYYYMMDD
003810     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
003820     MOVE WS-CONV-DAY-COUNT TO WS-RUN-DAY-COUNT

003830     PERFORM 1000-GET-COLLECTOR-ID THRU 1000-EXIT

003840     OPEN INPUT OPEN-ITEM-FILE
003850     IF WS-OPEN-ITEM-FILE-STATUS NOT = "00"
003860         DISPLAY "No open-item file to build a worklist from"
003870             " - status " WS-OPEN-ITEM-FILE-STATUS
003880         STOP RUN
003890     END-IF

003900     OPEN INPUT CUSTOMER-MASTER
003910     IF WS-MASTER-FILE-STATUS NOT = "00"
003920         DISPLAY "Unable to open customer master - status "
003930             WS-MASTER-FILE-STATUS
003940         CLOSE OPEN-ITEM-FILE
003950         STOP RUN
003960     END-IF

003970     OPEN INPUT DUNNING-HISTORY
003980     IF WS-DUNN-FILE-STATUS NOT = "00"
003990         DISPLAY "No dunning history - every level shows as zero"
004000             " - status " WS-DUNN-FILE-STATUS
004010     END-IF

004020     OPEN INPUT CUSTOMER-ADDRESS-FILE
004030     IF WS-ADDRESS-FILE-STATUS NOT = "00"
004040         DISPLAY "No address file - phone numbers will not show"
004050             " - status " WS-ADDRESS-FILE-STATUS
004060     END-IF

004070     OPEN INPUT DISPUTE-FILE
004080     IF WS-DISPUTE-FILE-STATUS NOT = "00"
004090         DISPLAY "No dispute file - no items held off the"
004100             " worklist - status " WS-DISPUTE-FILE-STATUS
004110     END-IF

004120     OPEN I-O COLLECTIONS-ACTIVITY
004130     IF WS-ACTIVITY-FILE-STATUS = "35"
004140         OPEN OUTPUT COLLECTIONS-ACTIVITY
004150         CLOSE COLLECTIONS-ACTIVITY
004160         OPEN I-O COLLECTIONS-ACTIVITY
004170     END-IF
004180     IF WS-ACTIVITY-FILE-STATUS NOT = "00"
004190         DISPLAY "Unable to open collections activity - status "
004200             WS-ACTIVITY-FILE-STATUS
004210         CLOSE OPEN-ITEM-FILE
004220               CUSTOMER-MASTER
004230         IF WS-DUNN-FILE-STATUS = "00"
004240             CLOSE DUNNING-HISTORY
004250         END-IF
004260         IF WS-ADDRESS-FILE-STATUS = "00"
004270             CLOSE CUSTOMER-ADDRESS-FILE
004280         END-IF
004290         IF WS-DISPUTE-FILE-STATUS = "00"
004300             CLOSE DISPUTE-FILE
004310         END-IF
004320         STOP RUN
004330     END-IF

004340     SORT SORT-WORK
004350         ON ASCENDING KEY  SRT-RANK-GROUP
004360            DESCENDING KEY SRT-OVER-90
004370                           SRT-DUNN-LEVEL
004380                           SRT-PAST-DUE
004390            ASCENDING KEY  SRT-CUSTOMER-NO
004400         INPUT PROCEDURE IS 2000-SELECT-PAST-DUE
004410             THRU 2000-EXIT
004420         OUTPUT PROCEDURE IS 3000-LOAD-WORKLIST
004430             THRU 3000-EXIT

004440     MOVE 1 TO WS-WL-TOP
004450     PERFORM 4000-SHOW-WORKLIST-PAGE THRU 4000-EXIT
004460         UNTIL WORKLIST-DONE

004470     CLOSE OPEN-ITEM-FILE
004480           CUSTOMER-MASTER
004490           COLLECTIONS-ACTIVITY
004500     IF WS-DUNN-FILE-STATUS = "00"
004510         CLOSE DUNNING-HISTORY
004520     END-IF
004530     IF WS-ADDRESS-FILE-STATUS = "00"
004540         CLOSE CUSTOMER-ADDRESS-FILE
004550     END-IF
004560     IF WS-DISPUTE-FILE-STATUS = "00"
004570         CLOSE DISPUTE-FILE
004580     END-IF

004590     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT

004600     STOP RUN.

004610*----------------------------------------------------------------
004620*    1000-GET-COLLECTOR-ID - EVERY NOTE AND PROMISE CARRIES THE
004630*    ID OF THE COLLECTOR WHO TOOK IT, SO THE WORKLIST WILL NOT
004640*    START WITHOUT ONE.
004650*----------------------------------------------------------------
004660 1000-GET-COLLECTOR-ID.

004670     DISPLAY "Enter collector ID:"
004680     ACCEPT WS-COLLECTOR-ID

004690     IF WS-COLLECTOR-ID = SPACES
004700         DISPLAY "A collector ID is required - worklist not"
004710             " started."
004720         STOP RUN
004730     END-IF.

004740 1000-EXIT.
004750     EXIT.

004760*----------------------------------------------------------------
004770*    2000-SELECT-PAST-DUE - WALK THE OPEN-ITEM FILE ONE CUSTOMER
004780*    AT A TIME AND RELEASE TO THE SORT EVERY ACCOUNT WITH A
004790*    PAST-DUE AMOUNT.
004800*----------------------------------------------------------------
004810 2000-SELECT-PAST-DUE.

004820     MOVE LOW-VALUES TO OITM-KEY
004830     START OPEN-ITEM-FILE KEY IS NOT LESS THAN OITM-KEY
004840         INVALID KEY
004850             MOVE "Y" TO WS-OPEN-ITEM-EOF
004860     END-START

004870     IF NOT OPEN-ITEM-EOF
004880         PERFORM 2900-READ-NEXT-OPEN-ITEM THRU 2900-EXIT
004890     END-IF

004900     PERFORM 2100-AGE-ONE-CUSTOMER THRU 2100-EXIT
004910         UNTIL OPEN-ITEM-EOF.

004920 2000-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950*    2100-AGE-ONE-CUSTOMER - THE CURRENT OPEN-ITEM RECORD IS THE
004960*    FIRST OF A NEW CUSTOMER.  AGE EVERY ITEM STILL OPEN INTO
004970*    THE PAST-DUE BUCKETS AND, IF ANYTHING IS PAST DUE, RANK THE
004980*    ACCOUNT AND RELEASE IT.
004990*----------------------------------------------------------------
005000 2100-AGE-ONE-CUSTOMER.

005010     MOVE OITM-CUSTOMER-NO TO WS-CURRENT-CUSTOMER
005020     MOVE ZERO TO WS-BKT-OVER-30
005030                  WS-BKT-OVER-60
005040                  WS-BKT-OVER-90
005050                  WS-BKT-PAST-DUE

005060     PERFORM 2110-AGE-ONE-ITEM THRU 2110-EXIT
005070         UNTIL OPEN-ITEM-EOF
005080            OR OITM-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER

005090     ADD 1 TO CT-CUSTOMERS-AGED

005100     IF WS-BKT-PAST-DUE > ZERO
005110         PERFORM 2200-RELEASE-ACCOUNT THRU 2200-EXIT
005120     END-IF.

005130 2100-EXIT.
005140     EXIT.

005150*----------------------------------------------------------------
005160*    2110-AGE-ONE-ITEM - ADD ONE OPEN ITEM'S UNPAID AMOUNT TO THE
005170*    PAST-DUE BUCKET ITS PURCHASE DATE FALLS IN.  AN ITEM INSIDE
005180*    30 DAYS IS CURRENT, AND AN ITEM IN OPEN DISPUTE IS NOT
005190*    CHASED.
005200*----------------------------------------------------------------
005210 2110-AGE-ONE-ITEM.

005220     MOVE "N" TO WS-ITEM-DISPUTED
005230     IF OITM-OPEN-AMOUNT > ZERO
005240         PERFORM 2150-CHECK-ITEM-DISPUTE THRU 2150-EXIT
005250     END-IF

005260     IF OITM-OPEN-AMOUNT > ZERO AND NOT ITEM-IN-DISPUTE
005270         MOVE OITM-PURCHASE-YYYYMMDD TO WS-CONV-YYYYMMDD
005280         PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
005290         COMPUTE WS-ITEM-AGE-DAYS =
005300             WS-RUN-DAY-COUNT - WS-CONV-DAY-COUNT
005310         EVALUATE TRUE
005320             WHEN WS-ITEM-AGE-DAYS <= 30
005330                 CONTINUE
005340             WHEN WS-ITEM-AGE-DAYS <= 60
005350                 ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-30
005360                 ADD OITM-OPEN-AMOUNT TO WS-BKT-PAST-DUE
005370             WHEN WS-ITEM-AGE-DAYS <= 90
005380                 ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-60
005390                 ADD OITM-OPEN-AMOUNT TO WS-BKT-PAST-DUE
005400             WHEN OTHER
005410                 ADD OITM-OPEN-AMOUNT TO WS-BKT-OVER-90
005420                 ADD OITM-OPEN-AMOUNT TO WS-BKT-PAST-DUE
005430         END-EVALUATE
005440     END-IF

005450     PERFORM 2900-READ-NEXT-OPEN-ITEM THRU 2900-EXIT.

005460 2110-EXIT.
005470     EXIT.

005480*----------------------------------------------------------------
005490*    2150-CHECK-ITEM-DISPUTE - LOOK THE CURRENT OPEN ITEM UP ON
005500*    THE DISPUTE FILE.  AN ITEM WITH A DISPUTE STILL OPEN IS
005510*    HELD OUT OF THE PAST-DUE BUCKETS.
005520*----------------------------------------------------------------
005530 2150-CHECK-ITEM-DISPUTE.

005540     MOVE "N" TO WS-ITEM-DISPUTED
005550     IF WS-DISPUTE-FILE-STATUS = "00"
005560         MOVE OITM-KEY TO DSP-KEY
005570         READ DISPUTE-FILE
005580             INVALID KEY
005590                 CONTINUE
005600             NOT INVALID KEY
005610                 IF DSP-STATUS-OPEN
005620                     MOVE "Y" TO WS-ITEM-DISPUTED
005630                 END-IF
005640         END-READ
005650     END-IF.

005660 2150-EXIT.
005670     EXIT.

005680*----------------------------------------------------------------
005690*    2200-RELEASE-ACCOUNT - PICK UP THE LAST DUNNING LEVEL SENT
005700*    AND THE STATE OF THE LATEST PROMISE TO PAY, SET THE RANK
005710*    GROUP AND RELEASE THE ACCOUNT TO THE SORT.
005720*----------------------------------------------------------------
005730 2200-RELEASE-ACCOUNT.

005740     MOVE ZERO TO SRT-DUNN-LEVEL
005750     IF WS-DUNN-FILE-STATUS = "00"
005760         MOVE WS-CURRENT-CUSTOMER TO DUNN-CUSTOMER-NO
005770         READ DUNNING-HISTORY
005780             INVALID KEY
005790                 CONTINUE
005800             NOT INVALID KEY
005810                 MOVE DUNN-LAST-LEVEL TO SRT-DUNN-LEVEL
005820         END-READ
005830     END-IF

005840     PERFORM 2300-FIND-PROMISE-STATE THRU 2300-EXIT

005850     EVALUATE WS-PROMISE-STATE
005860         WHEN "B"
005870             MOVE 1 TO SRT-RANK-GROUP
005880         WHEN "A"
005890             MOVE 3 TO SRT-RANK-GROUP
005900         WHEN OTHER
005910             MOVE 2 TO SRT-RANK-GROUP
005920     END-EVALUATE

005930     MOVE WS-BKT-OVER-90        TO SRT-OVER-90
005940     MOVE WS-BKT-PAST-DUE       TO SRT-PAST-DUE
005950     MOVE WS-CURRENT-CUSTOMER   TO SRT-CUSTOMER-NO
005960     MOVE WS-BKT-OVER-30        TO SRT-OVER-30
005970     MOVE WS-BKT-OVER-60        TO SRT-OVER-60
005980     MOVE WS-PROMISE-STATE      TO SRT-PROMISE-STATUS
005990     MOVE WS-PROMISE-STATE-DATE TO SRT-PROMISE-YYYYMMDD
006000     RELEASE SORT-WORKLIST-RECORD.

006010 2200-EXIT.
006020     EXIT.

006030*----------------------------------------------------------------
006040*    2300-FIND-PROMISE-STATE - READ THE ACCOUNT'S COLLECTIONS
006050*    ACTIVITY IN KEY ORDER AND KEEP THE STATUS AND DATE OF THE
006060*    LATEST PROMISE TO PAY.  A REPLACED PROMISE ALWAYS HAS A
006070*    LATER ONE AFTER IT, SO IT NEVER ENDS UP AS THE LATEST.
006080*----------------------------------------------------------------
006090 2300-FIND-PROMISE-STATE.

006100     MOVE SPACE TO WS-PROMISE-STATE
006110     MOVE ZERO  TO WS-PROMISE-STATE-DATE
006120     MOVE "N"   TO WS-ACTIVITY-EOF

006130     MOVE WS-CURRENT-CUSTOMER TO CACT-CUSTOMER-NO
006140     MOVE ZERO TO CACT-ENTRY-YYYYMMDD
006150     MOVE ZERO TO CACT-SEQUENCE-NO
006160     START COLLECTIONS-ACTIVITY KEY IS NOT LESS THAN CACT-KEY
006170         INVALID KEY
006180             MOVE "Y" TO WS-ACTIVITY-EOF
006190     END-START

006200     PERFORM 2310-CHECK-ONE-ACTIVITY THRU 2310-EXIT
006210         UNTIL ACTIVITY-EOF.

006220 2300-EXIT.
006230     EXIT.

006240*----------------------------------------------------------------
006250*    2310-CHECK-ONE-ACTIVITY - READ THE ACCOUNT'S NEXT
006260*    COLLECTIONS-ACTIVITY ENTRY.  THE LAST PROMISE TO PAY READ
006270*    LEAVES ITS STATUS AND DATE AS THE ACCOUNT'S PROMISE STATE.
006280*----------------------------------------------------------------
006290 2310-CHECK-ONE-ACTIVITY.

006300     READ COLLECTIONS-ACTIVITY NEXT RECORD
006310         AT END
006320             MOVE "Y" TO WS-ACTIVITY-EOF
006330             GO TO 2310-EXIT
006340     END-READ

006350     IF CACT-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER
006360         MOVE "Y" TO WS-ACTIVITY-EOF
006370         GO TO 2310-EXIT
006380     END-IF

006390     IF CACT-PROMISE-TO-PAY
006400         MOVE CACT-PROMISE-STATUS   TO WS-PROMISE-STATE
006410         MOVE CACT-PROMISE-YYYYMMDD TO WS-PROMISE-STATE-DATE
006420     END-IF.

006430 2310-EXIT.
006440     EXIT.

006450*----------------------------------------------------------------
006460*    2900-READ-NEXT-OPEN-ITEM - GET THE NEXT OPEN-ITEM RECORD IN
006470*    KEY SEQUENCE (CUSTOMER, PURCHASE DATE, SEQUENCE).
006480*----------------------------------------------------------------
006490 2900-READ-NEXT-OPEN-ITEM.

006500     READ OPEN-ITEM-FILE NEXT RECORD
006510         AT END
006520             MOVE "Y" TO WS-OPEN-ITEM-EOF
006530     END-READ.

006540 2900-EXIT.
006550     EXIT.

006560*----------------------------------------------------------------
006570*    3000-LOAD-WORKLIST - TAKE THE RANKED ACCOUNTS BACK FROM THE
006580*    SORT INTO THE WORKLIST TABLE.  ACCOUNTS PAST THE END OF THE
006590*    TABLE ARE COUNTED AND WAIT FOR A LATER SESSION.
006600*----------------------------------------------------------------
006610 3000-LOAD-WORKLIST.

006620     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT

006630     PERFORM 3100-LOAD-ONE-ENTRY THRU 3100-EXIT
006640         UNTIL SORT-EOF.

006650 3000-EXIT.
006660     EXIT.

006670*----------------------------------------------------------------
006680*    3100-LOAD-ONE-ENTRY - MOVE THE SORTED RECORD IN HAND INTO THE
006690*    NEXT WORKLIST SLOT AND RETURN THE ONE AFTER IT.  ONCE THE
006700*    TABLE IS FULL THE REST ARE COUNTED AS NOT LISTED.
006710*----------------------------------------------------------------
006720 3100-LOAD-ONE-ENTRY.

006730     IF WS-WL-COUNT = WS-WL-MAX
006740         ADD 1 TO CT-ACCOUNTS-NOT-LISTED
006750     ELSE
006760         ADD 1 TO WS-WL-COUNT
006770         MOVE SRT-CUSTOMER-NO TO WS-WL-CUSTOMER-NO (WS-WL-COUNT)
006780         MOVE SRT-OVER-30     TO WS-WL-OVER-30 (WS-WL-COUNT)
006790         MOVE SRT-OVER-60     TO WS-WL-OVER-60 (WS-WL-COUNT)
006800         MOVE SRT-OVER-90     TO WS-WL-OVER-90 (WS-WL-COUNT)
006810         MOVE SRT-PAST-DUE    TO WS-WL-PAST-DUE (WS-WL-COUNT)
006820         MOVE SRT-DUNN-LEVEL  TO WS-WL-DUNN-LEVEL (WS-WL-COUNT)
006830         MOVE SRT-PROMISE-STATUS
006840             TO WS-WL-PROMISE-STATUS (WS-WL-COUNT)
006850         MOVE SRT-PROMISE-YYYYMMDD
006860             TO WS-WL-PROMISE-YYYYMMDD (WS-WL-COUNT)
006870         MOVE SPACE TO WS-WL-WORKED (WS-WL-COUNT)
006880         ADD 1 TO CT-ACCOUNTS-LISTED
006890         IF SRT-RANK-GROUP = 1
006900             ADD 1 TO CT-BROKEN-PROMISES-LISTED
006910         END-IF
006920     END-IF

006930     PERFORM 3900-RETURN-SORTED-RECORD THRU 3900-EXIT.

006940 3100-EXIT.
006950     EXIT.

006960*----------------------------------------------------------------
006970*    3900-RETURN-SORTED-RECORD - GET THE NEXT RECORD FROM THE SORT
006980*    IN RANK ORDER.
006990*----------------------------------------------------------------
007000 3900-RETURN-SORTED-RECORD.

007010     RETURN SORT-WORK
007020         AT END
007030             MOVE "Y" TO WS-SORT-EOF
007040     END-RETURN.

007050 3900-EXIT.
007060     EXIT.

007070*----------------------------------------------------------------
007080*    4000-SHOW-WORKLIST-PAGE - SHOW A PAGE OF THE WORKLIST FROM
007090*    WS-WL-TOP AND TAKE THE COLLECTOR'S REPLY: A LINE NUMBER TO
007100*    WORK THAT ACCOUNT, ENTER FOR THE NEXT PAGE, T FOR THE TOP
007110*    OF THE LIST, OR END TO LEAVE.
007120*----------------------------------------------------------------
007130 4000-SHOW-WORKLIST-PAGE.

007140     MOVE WS-RUN-DATE     TO WS-DATE-EDIT-IN
007150     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
007160     MOVE WS-DATE-EDIT    TO DWH-RUN-DATE
007170     MOVE WS-COLLECTOR-ID TO DWH-COLLECTOR-ID

007180     DISPLAY " "
007190     DISPLAY "=============================================="
007200     DISPLAY DSP-WORKLIST-HEADING
007210     DISPLAY "=============================================="

007220     IF WS-WL-COUNT = ZERO
007230         DISPLAY "  (no past-due accounts to work)"
007240         MOVE "Y" TO WS-WORKLIST-DONE
007250         GO TO 4000-EXIT
007260     END-IF

007270     DISPLAY DSP-WORKLIST-COLUMNS
007280     MOVE WS-WL-TOP TO WS-WL-SUB
007290     MOVE ZERO      TO WS-PAGE-LINE-COUNT
007300     PERFORM 4100-SHOW-ONE-WORKLIST-LINE THRU 4100-EXIT
007310         UNTIL WS-WL-SUB > WS-WL-COUNT
007320            OR WS-PAGE-LINE-COUNT = WS-PAGE-SIZE

007330     DISPLAY " "
007340     DISPLAY "Enter line number to work, ENTER for next page,"
007350     DISPLAY "T for top of list, or END to quit:"
007360     ACCEPT WS-LINE-REPLY

007370     EVALUATE TRUE
007380         WHEN WS-LINE-REPLY = "END" OR WS-LINE-REPLY = "end"
007390             MOVE "Y" TO WS-WORKLIST-DONE
007400         WHEN WS-LINE-REPLY = SPACES
007410             IF WS-WL-SUB > WS-WL-COUNT
007420                 DISPLAY "End of worklist - back to the top."
007430                 MOVE 1 TO WS-WL-TOP
007440             ELSE
007450                 MOVE WS-WL-SUB TO WS-WL-TOP
007460             END-IF
007470         WHEN WS-LINE-REPLY = "T" OR WS-LINE-REPLY = "t"
007480             MOVE 1 TO WS-WL-TOP
007490         WHEN OTHER
007500             PERFORM 4200-EDIT-LINE-REPLY THRU 4200-EXIT
007510             IF REPLY-VALID
007520                 PERFORM 6000-WORK-ONE-ACCOUNT THRU 6000-EXIT
007530             END-IF
007540     END-EVALUATE.

007550 4000-EXIT.
007560     EXIT.

007570*----------------------------------------------------------------
007580*    4100-SHOW-ONE-WORKLIST-LINE - SHOW ONE RANKED ACCOUNT.  AN
007590*    ASTERISK AFTER THE LINE NUMBER MARKS AN ACCOUNT ALREADY
007600*    WORKED THIS SESSION.
007610*----------------------------------------------------------------
007620 4100-SHOW-ONE-WORKLIST-LINE.

007630     MOVE WS-WL-SUB                      TO DWL-LINE-NO
007640     MOVE WS-WL-WORKED (WS-WL-SUB)       TO DWL-WORKED
007650     MOVE WS-WL-CUSTOMER-NO (WS-WL-SUB)  TO DWL-CUSTOMER-NO
007660                                            CUSTOMER-NO-MASTER
007670     READ CUSTOMER-MASTER
007680         INVALID KEY
007690             MOVE "*NOT ON MASTER FILE*" TO DWL-CUSTOMER-NAME
007700         NOT INVALID KEY
007710             MOVE CUSTOMER-NAME-MASTER TO DWL-CUSTOMER-NAME
007720     END-READ
007730     MOVE WS-WL-OVER-90 (WS-WL-SUB)      TO DWL-OVER-90
007740     MOVE WS-WL-PAST-DUE (WS-WL-SUB)     TO DWL-PAST-DUE
007750     MOVE WS-WL-DUNN-LEVEL (WS-WL-SUB)   TO DWL-DUNN-LEVEL

007760     MOVE WS-WL-PROMISE-YYYYMMDD (WS-WL-SUB) TO WS-DATE-EDIT-IN
007770     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
007780     EVALUATE WS-WL-PROMISE-STATUS (WS-WL-SUB)
007790         WHEN "B"
007800             MOVE "BROKEN " TO DWL-PROMISE-TEXT
007810             MOVE WS-DATE-EDIT TO DWL-PROMISE-TEXT (8:10)
007820         WHEN "A"
007830             MOVE "DUE BY " TO DWL-PROMISE-TEXT
007840             MOVE WS-DATE-EDIT TO DWL-PROMISE-TEXT (8:10)
007850         WHEN "K"
007860             MOVE "LAST ONE KEPT" TO DWL-PROMISE-TEXT
007870         WHEN OTHER
007880             MOVE SPACES TO DWL-PROMISE-TEXT
007890     END-EVALUATE
007900     DISPLAY DSP-WORKLIST-LINE

007910     ADD 1 TO WS-WL-SUB
007920     ADD 1 TO WS-PAGE-LINE-COUNT.

007930 4100-EXIT.
007940     EXIT.

007950*----------------------------------------------------------------
007960*    4200-EDIT-LINE-REPLY - THE REPLY MUST BE THE NUMBER OF A
007970*    LINE ON THE WORKLIST.
007980*----------------------------------------------------------------
007990 4200-EDIT-LINE-REPLY.

008000     MOVE "N" TO WS-REPLY-VALID
008010     MOVE 3 TO WS-LINE-LEN
008020     PERFORM 4210-TRIM-LINE-REPLY THRU 4210-EXIT
008030         UNTIL WS-LINE-LEN = 0
008040            OR WS-LINE-REPLY (WS-LINE-LEN:1) NOT = SPACE

008050     IF WS-LINE-LEN = 0
008060        OR WS-LINE-REPLY (1:WS-LINE-LEN) IS NOT NUMERIC
008070         DISPLAY "Reply not recognized - enter a line number,"
008080             " ENTER, T or END."
008090         GO TO 4200-EXIT
008100     END-IF

008110     MOVE WS-LINE-REPLY (1:WS-LINE-LEN) TO WS-LINE-NO
008120     IF WS-LINE-NO < 1 OR WS-LINE-NO > WS-WL-COUNT
008130         DISPLAY "There is no line " WS-LINE-NO
008140             " on the worklist."
008150         GO TO 4200-EXIT
008160     END-IF

008170     MOVE "Y" TO WS-REPLY-VALID.

008180 4200-EXIT.
008190     EXIT.

008200*----------------------------------------------------------------
008210*    4210-TRIM-LINE-REPLY - BACK THE LENGTH UP PAST TRAILING
008220*    SPACES SO A LEFT-JUSTIFIED CONSOLE REPLY EDITS CLEANLY.
008230*----------------------------------------------------------------
008240 4210-TRIM-LINE-REPLY.

008250     SUBTRACT 1 FROM WS-LINE-LEN.

008260 4210-EXIT.
008270     EXIT.

008280*----------------------------------------------------------------
008290*    5000-CONVERT-DATE-TO-DAYS - TURN WS-CONV-YYYYMMDD INTO A
008300*    RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED TO GET AN
008310*    AGE IN DAYS.  A DATE WITH A MONTH OUTSIDE 01-12 GIVES A
008320*    ZERO DAY COUNT RATHER THAN A WILD SUBSCRIPT.
008330*----------------------------------------------------------------
008340 5000-CONVERT-DATE-TO-DAYS.

008350     IF WS-CONV-MONTH < 01 OR WS-CONV-MONTH > 12
008360         MOVE ZERO TO WS-CONV-DAY-COUNT
008370         GO TO 5000-EXIT
008380     END-IF

008390     SUBTRACT 1 FROM WS-CONV-YEAR GIVING WS-CONV-PRIOR-YEAR
008400     DIVIDE WS-CONV-PRIOR-YEAR BY 4
008410         GIVING WS-CONV-LEAPS-4
008420     DIVIDE WS-CONV-PRIOR-YEAR BY 100
008430         GIVING WS-CONV-LEAPS-100
008440     DIVIDE WS-CONV-PRIOR-YEAR BY 400
008450         GIVING WS-CONV-LEAPS-400

008460     COMPUTE WS-CONV-DAY-COUNT = (WS-CONV-YEAR * 365)
008470         + WS-CONV-LEAPS-4 - WS-CONV-LEAPS-100
008480         + WS-CONV-LEAPS-400
008490         + WS-DAYS-BEFORE-MONTH (WS-CONV-MONTH)
008500         + WS-CONV-DAY

008510     DIVIDE WS-CONV-YEAR BY 4
008520         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-4
008530     DIVIDE WS-CONV-YEAR BY 100
008540         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-100
008550     DIVIDE WS-CONV-YEAR BY 400
008560         GIVING WS-CONV-QUOTIENT REMAINDER WS-CONV-REM-400

008570     IF WS-CONV-MONTH > 2
008580        AND ((WS-CONV-REM-4 = 0 AND WS-CONV-REM-100 NOT = 0)
008590             OR WS-CONV-REM-400 = 0)
008600         ADD 1 TO WS-CONV-DAY-COUNT
008610     END-IF.

008620 5000-EXIT.
008630     EXIT.

008640*----------------------------------------------------------------
008650*    5100-EDIT-DATE - TURN WS-DATE-EDIT-IN (YYYYMMDD) INTO
008660*    MM/DD/YYYY IN WS-DATE-EDIT.  A ZERO DATE SHOWS AS SPACES.
008670*----------------------------------------------------------------
008680 5100-EDIT-DATE.

008690     IF WS-DATE-EDIT-IN = ZERO
008700         MOVE SPACES TO WS-DATE-EDIT
008710         GO TO 5100-EXIT
008720     END-IF

008730     STRING WS-DATE-EDIT-IN (5:2) "/"
008740            WS-DATE-EDIT-IN (7:2) "/"
008750            WS-DATE-EDIT-IN (1:4)
008760         DELIMITED BY SIZE INTO WS-DATE-EDIT.

008770 5100-EXIT.
008780     EXIT.

008790*----------------------------------------------------------------
008800*    6000-WORK-ONE-ACCOUNT - SHOW THE CHOSEN ACCOUNT AND ITS
008810*    COLLECTIONS HISTORY, THEN TAKE NOTES AND PROMISES UNTIL THE
008820*    COLLECTOR RETURNS TO THE WORKLIST.
008830*----------------------------------------------------------------
008840 6000-WORK-ONE-ACCOUNT.

008850     MOVE WS-LINE-NO TO WS-WL-SUB
008860     MOVE WS-WL-CUSTOMER-NO (WS-WL-SUB) TO WS-CURRENT-CUSTOMER
008870     MOVE WS-WL-WORKED (WS-WL-SUB)      TO WS-WORKED-BEFORE

008880     PERFORM 6100-SHOW-ACCOUNT THRU 6100-EXIT
008890     PERFORM 6200-SHOW-ACTIVITY THRU 6200-EXIT

008900     MOVE "N" TO WS-ACCOUNT-DONE
008910     PERFORM 6050-TAKE-ONE-ACTION THRU 6050-EXIT
008920         UNTIL ACCOUNT-DONE

008930     IF WS-WL-WORKED (WS-WL-SUB) = "*"
008940        AND WS-WORKED-BEFORE NOT = "*"
008950         ADD 1 TO CT-ACCOUNTS-WORKED
008960     END-IF.

008970 6000-EXIT.
008980     EXIT.

008990*----------------------------------------------------------------
009000*    6050-TAKE-ONE-ACTION - ASK THE COLLECTOR WHAT TO RECORD ON
009010*    THE ACCOUNT SHOWN - A CONTACT NOTE, A PROMISE TO PAY, OR
009020*    NOTHING MORE.
009030*----------------------------------------------------------------
009040 6050-TAKE-ONE-ACTION.

009050     DISPLAY " "
009060     DISPLAY "Enter N to record a contact note, P to record a"
009070     DISPLAY "promise to pay, or ENTER to return to the list:"
009080     ACCEPT WS-ACTION-REPLY

009090     EVALUATE WS-ACTION-REPLY
009100         WHEN "N"
009110         WHEN "n"
009120             PERFORM 6300-RECORD-NOTE THRU 6300-EXIT
009130         WHEN "P"
009140         WHEN "p"
009150             PERFORM 6400-RECORD-PROMISE THRU 6400-EXIT
009160         WHEN SPACE
009170             MOVE "Y" TO WS-ACCOUNT-DONE
009180         WHEN OTHER
009190             DISPLAY "Reply not recognized - enter N, P or ENTER."
009200     END-EVALUATE.

009210 6050-EXIT.
009220     EXIT.

009230*----------------------------------------------------------------
009240*    6100-SHOW-ACCOUNT - SHOW THE NAME, PHONE, BALANCE, CREDIT
009250*    LIMIT, DUNNING LEVEL AND PAST-DUE BUCKETS OF THE ACCOUNT
009260*    BEING WORKED.
009270*----------------------------------------------------------------
009280 6100-SHOW-ACCOUNT.

009290     MOVE WS-CURRENT-CUSTOMER TO DA1-CUSTOMER-NO
009300                                 CUSTOMER-NO-MASTER
009310     READ CUSTOMER-MASTER
009320         INVALID KEY
009330             MOVE "*NOT ON MASTER FILE*" TO DA1-CUSTOMER-NAME
009340             MOVE ZERO TO DA2-AMT-OWED
009350                          DA2-CREDIT-LIMIT
009360         NOT INVALID KEY
009370             MOVE CUSTOMER-NAME-MASTER TO DA1-CUSTOMER-NAME
009380             MOVE AMT-OWED-MASTER      TO DA2-AMT-OWED
009390             MOVE CREDIT-LIMIT-MASTER  TO DA2-CREDIT-LIMIT
009400     END-READ

009410     MOVE "** NO ADDRESS ON FILE **" TO DA1-PHONE
009420     IF WS-ADDRESS-FILE-STATUS = "00"
009430         MOVE WS-CURRENT-CUSTOMER TO ADDR-CUSTOMER-NO
009440         READ CUSTOMER-ADDRESS-FILE
009450             INVALID KEY
009460                 CONTINUE
009470             NOT INVALID KEY
009480                 MOVE ADDR-PHONE TO DA1-PHONE
009490         END-READ
009500     END-IF

009510     MOVE WS-WL-DUNN-LEVEL (WS-WL-SUB) TO DA2-DUNN-LEVEL
009520     MOVE WS-WL-OVER-30 (WS-WL-SUB)    TO DA3-OVER-30
009530     MOVE WS-WL-OVER-60 (WS-WL-SUB)    TO DA3-OVER-60
009540     MOVE WS-WL-OVER-90 (WS-WL-SUB)    TO DA3-OVER-90

009550     DISPLAY " "
009560     DISPLAY "=============================================="
009570     DISPLAY DSP-ACCOUNT-LINE-1
009580     DISPLAY DSP-ACCOUNT-LINE-2
009590     DISPLAY DSP-ACCOUNT-LINE-3
009600     DISPLAY "==============================================".

009610 6100-EXIT.
009620     EXIT.

009630*----------------------------------------------------------------
009640*    6200-SHOW-ACTIVITY - SHOW THE ACCOUNT'S NOTES AND PROMISES,
009650*    OLDEST FIRST, SIX ENTRIES AT A TIME.  THE WHOLE HISTORY IS
009660*    READ EVEN IF THE COLLECTOR STOPS PAGING, SO THE PROMISE
009670*    STILL ACTIVE (IF ANY) IS ALWAYS FOUND.
009680*----------------------------------------------------------------
009690 6200-SHOW-ACTIVITY.

009700     MOVE "N"    TO WS-ACTIVITY-EOF
009710     MOVE "N"    TO WS-PAGING-DONE
009720     MOVE "N"    TO WS-ACTIVE-PROMISE-FOUND
009730     MOVE SPACES TO WS-ACTIVE-PROMISE-KEY
009740     MOVE ZERO   TO WS-ACTIVITY-SHOWN
009750                    WS-PAGE-LINE-COUNT

009760     MOVE WS-CURRENT-CUSTOMER TO CACT-CUSTOMER-NO
009770     MOVE ZERO TO CACT-ENTRY-YYYYMMDD
009780     MOVE ZERO TO CACT-SEQUENCE-NO
009790     START COLLECTIONS-ACTIVITY KEY IS NOT LESS THAN CACT-KEY
009800         INVALID KEY
009810             MOVE "Y" TO WS-ACTIVITY-EOF
009820     END-START

009830     DISPLAY "COLLECTIONS ACTIVITY:"

009840     PERFORM 6210-SHOW-ONE-ACTIVITY THRU 6210-EXIT
009850         UNTIL ACTIVITY-EOF

009860     IF WS-ACTIVITY-SHOWN = ZERO
009870         DISPLAY "  (no notes or promises on file)"
009880     END-IF.

009890 6200-EXIT.
009900     EXIT.

009910*----------------------------------------------------------------
009920*    6210-SHOW-ONE-ACTIVITY - READ THE ACCOUNT'S NEXT COLLECTIONS-
009930*    ACTIVITY ENTRY, NOTE IT IF IT IS THE ACTIVE PROMISE, AND SHOW
009940*    IT, SIX TO A PAGE, UNTIL THE COLLECTOR STOPS THE PAGING.
009950*----------------------------------------------------------------
009960 6210-SHOW-ONE-ACTIVITY.

009970     READ COLLECTIONS-ACTIVITY NEXT RECORD
009980         AT END
009990             MOVE "Y" TO WS-ACTIVITY-EOF
010000             GO TO 6210-EXIT
010010     END-READ

010020     IF CACT-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER
010030         MOVE "Y" TO WS-ACTIVITY-EOF
010040         GO TO 6210-EXIT
010050     END-IF

010060     IF CACT-PROMISE-TO-PAY AND CACT-PROMISE-ACTIVE
010070         MOVE "Y"      TO WS-ACTIVE-PROMISE-FOUND
010080         MOVE CACT-KEY TO WS-ACTIVE-PROMISE-KEY
010090     END-IF

010100     IF PAGING-DONE
010110         GO TO 6210-EXIT
010120     END-IF

010130     IF WS-ACTIVITY-SHOWN > ZERO
010140        AND WS-PAGE-LINE-COUNT = 6
010150         DISPLAY "Press ENTER for more activity (N to stop):"
010160         ACCEPT WS-PAGE-REPLY
010170         IF WS-PAGE-REPLY = "N" OR WS-PAGE-REPLY = "n"
010180             MOVE "Y" TO WS-PAGING-DONE
010190             GO TO 6210-EXIT
010200         END-IF
010210         MOVE ZERO TO WS-PAGE-LINE-COUNT
010220     END-IF

010230     MOVE CACT-ENTRY-YYYYMMDD TO WS-DATE-EDIT-IN
010240     PERFORM 5100-EDIT-DATE THRU 5100-EXIT
010250     MOVE WS-DATE-EDIT      TO DEL-ENTRY-DATE
010260     MOVE CACT-COLLECTOR-ID TO DEL-COLLECTOR-ID
010270     IF CACT-PROMISE-TO-PAY
010280         MOVE "PROMISE " TO DEL-ENTRY-TYPE
010290     ELSE
010300         MOVE "NOTE    " TO DEL-ENTRY-TYPE
010310     END-IF
010320     DISPLAY DSP-ENTRY-LINE

010330     IF CACT-PROMISE-TO-PAY
010340         MOVE CACT-PROMISE-AMOUNT   TO DPL-PROMISE-AMOUNT
010350         MOVE CACT-PROMISE-YYYYMMDD TO WS-DATE-EDIT-IN
010360         PERFORM 5100-EDIT-DATE THRU 5100-EXIT
010370         MOVE WS-DATE-EDIT          TO DPL-PROMISE-DATE
010380         MOVE CACT-AMOUNT-PAID      TO DPL-AMOUNT-PAID
010390         EVALUATE TRUE
010400             WHEN CACT-PROMISE-ACTIVE
010410                 MOVE "ACTIVE  " TO DPL-PROMISE-STATUS
010420             WHEN CACT-PROMISE-KEPT
010430                 MOVE "KEPT    " TO DPL-PROMISE-STATUS
010440             WHEN CACT-PROMISE-BROKEN
010450                 MOVE "BROKEN  " TO DPL-PROMISE-STATUS
010460             WHEN CACT-PROMISE-REPLACED
010470                 MOVE "REPLACED" TO DPL-PROMISE-STATUS
010480             WHEN OTHER
010490                 MOVE CACT-PROMISE-STATUS TO DPL-PROMISE-STATUS
010500         END-EVALUATE
010510         DISPLAY DSP-PROMISE-LINE
010520     END-IF

010530     IF CACT-NOTE-TEXT NOT = SPACES
010540         MOVE CACT-NOTE-TEXT TO DNL-NOTE-TEXT
010550         DISPLAY DSP-NOTE-LINE
010560     END-IF

010570     ADD 1 TO WS-ACTIVITY-SHOWN
010580     ADD 1 TO WS-PAGE-LINE-COUNT.

010590 6210-EXIT.
010600     EXIT.

010610*----------------------------------------------------------------
010620*    6300-RECORD-NOTE - TAKE A CONTACT NOTE AND WRITE IT TO THE
010630*    COLLECTIONS-ACTIVITY FILE.
010640*----------------------------------------------------------------
010650 6300-RECORD-NOTE.

010660     DISPLAY "Enter contact note (up to 60 characters):"
010670     MOVE SPACES TO WS-NOTE-IN
010680     ACCEPT WS-NOTE-IN

010690     IF WS-NOTE-IN = SPACES
010700         DISPLAY "No note entered - nothing recorded."
010710         GO TO 6300-EXIT
010720     END-IF

010730     MOVE SPACES TO COLLECTIONS-ACTIVITY-RECORD
010740     MOVE "N"             TO CACT-ENTRY-TYPE
010750     MOVE WS-COLLECTOR-ID TO CACT-COLLECTOR-ID
010760     MOVE WS-NOTE-IN      TO CACT-NOTE-TEXT
010770     MOVE ZERO TO CACT-PROMISE-AMOUNT
010780                  CACT-PROMISE-YYYYMMDD
010790                  CACT-AMOUNT-PAID
010800                  CACT-CHECKED-YYYYMMDD

010810     PERFORM 6800-WRITE-ACTIVITY THRU 6800-EXIT

010820     IF REPLY-VALID
010830         ADD 1 TO CT-NOTES-RECORDED
010840         MOVE "*" TO WS-WL-WORKED (WS-WL-SUB)
010850         DISPLAY "Note recorded."
010860     END-IF.

010870 6300-EXIT.
010880     EXIT.

010890*----------------------------------------------------------------
010900*    6400-RECORD-PROMISE - TAKE A PROMISE TO PAY: THE AMOUNT, THE
010910*    DATE IT IS PROMISED BY (TODAY OR LATER) AND AN OPTIONAL
010920*    NOTE.  ONCE THE NEW PROMISE IS ON FILE, A PROMISE STILL
010930*    ACTIVE ON THE ACCOUNT IS MARKED REPLACED, SO ONLY ONE
010940*    PROMISE IS EVER ACTIVE AT A TIME.  IF THE NEW ONE CANNOT
010950*    BE WRITTEN THE EARLIER PROMISE STAYS ACTIVE.
010960*----------------------------------------------------------------
010970 6400-RECORD-PROMISE.

010980     DISPLAY "Enter promised amount (for example 250.00):"
010990     MOVE SPACES TO WS-AMOUNT-REPLY
011000     ACCEPT WS-AMOUNT-REPLY
011010     PERFORM 6410-EDIT-PROMISE-AMOUNT THRU 6410-EXIT
011020     IF NOT REPLY-VALID
011030         GO TO 6400-EXIT
011040     END-IF

011050     DISPLAY "Enter date payment is promised by (YYYYMMDD):"
011060     MOVE SPACES TO WS-DATE-REPLY
011070     ACCEPT WS-DATE-REPLY
011080     PERFORM 6420-EDIT-PROMISE-DATE THRU 6420-EXIT
011090     IF NOT REPLY-VALID
011100         GO TO 6400-EXIT
011110     END-IF

011120     DISPLAY "Enter contact note (optional):"
011130     MOVE SPACES TO WS-NOTE-IN
011140     ACCEPT WS-NOTE-IN

011150     MOVE SPACES TO COLLECTIONS-ACTIVITY-RECORD
011160     MOVE "P"                 TO CACT-ENTRY-TYPE
011170     MOVE WS-COLLECTOR-ID     TO CACT-COLLECTOR-ID
011180     MOVE WS-NOTE-IN          TO CACT-NOTE-TEXT
011190     MOVE WS-PROMISE-AMOUNT   TO CACT-PROMISE-AMOUNT
011200     MOVE WS-PROMISE-YYYYMMDD TO CACT-PROMISE-YYYYMMDD
011210     MOVE "A"                 TO CACT-PROMISE-STATUS
011220     MOVE ZERO TO CACT-AMOUNT-PAID
011230                  CACT-CHECKED-YYYYMMDD

011240     PERFORM 6800-WRITE-ACTIVITY THRU 6800-EXIT
011250     IF NOT REPLY-VALID
011260         GO TO 6400-EXIT
011270     END-IF

011280     MOVE CACT-KEY TO WS-NEW-PROMISE-KEY
011290     IF ACTIVE-PROMISE-FOUND
011300         PERFORM 6450-REPLACE-ACTIVE-PROMISE THRU 6450-EXIT
011310     END-IF

011320     ADD 1 TO CT-PROMISES-RECORDED
011330     ADD WS-PROMISE-AMOUNT TO CT-AMT-PROMISED
011340     MOVE "Y"                TO WS-ACTIVE-PROMISE-FOUND
011350     MOVE WS-NEW-PROMISE-KEY TO WS-ACTIVE-PROMISE-KEY
011360     MOVE "*" TO WS-WL-WORKED (WS-WL-SUB)
011370     MOVE "A" TO WS-WL-PROMISE-STATUS (WS-WL-SUB)
011380     MOVE WS-PROMISE-YYYYMMDD
011390         TO WS-WL-PROMISE-YYYYMMDD (WS-WL-SUB)
011400     DISPLAY "Promise recorded - dunning is held until "
011410         WS-PROMISE-YYYYMMDD ".".

011420 6400-EXIT.
011430     EXIT.

011440*----------------------------------------------------------------
011450*    6410-EDIT-PROMISE-AMOUNT - THE AMOUNT IS KEYED AS DOLLARS,
011460*    OPTIONALLY FOLLOWED BY A POINT AND TWO DIGITS OF CENTS, AND
011470*    MUST BE MORE THAN ZERO.
011480*----------------------------------------------------------------
011490 6410-EDIT-PROMISE-AMOUNT.

011500     MOVE "N" TO WS-REPLY-VALID
011510     MOVE SPACES TO WS-AMT-DOLLARS-IN
011520                    WS-AMT-CENTS-IN
011530     MOVE ZERO   TO WS-AMT-DOLLARS-LEN
011540                    WS-AMT-CENTS-LEN
011550                    WS-AMT-DOLLARS
011560                    WS-AMT-CENTS

011570     UNSTRING WS-AMOUNT-REPLY DELIMITED BY "." OR SPACE
011580         INTO WS-AMT-DOLLARS-IN COUNT IN WS-AMT-DOLLARS-LEN
011590              WS-AMT-CENTS-IN   COUNT IN WS-AMT-CENTS-LEN
011600     END-UNSTRING

011610     IF WS-AMT-DOLLARS-LEN < 1 OR WS-AMT-DOLLARS-LEN > 5
011620        OR WS-AMT-DOLLARS-IN (1:WS-AMT-DOLLARS-LEN)
011630           IS NOT NUMERIC
011640         DISPLAY "Amount must be 1 to 5 digits of dollars -"
011650             " nothing recorded."
011660         GO TO 6410-EXIT
011670     END-IF

011680     IF WS-AMT-CENTS-LEN NOT = 0
011690         IF WS-AMT-CENTS-LEN NOT = 2
011700            OR WS-AMT-CENTS-IN IS NOT NUMERIC
011710             DISPLAY "Cents must be two digits - nothing"
011720                 " recorded."
011730             GO TO 6410-EXIT
011740         END-IF
011750         MOVE WS-AMT-CENTS-IN TO WS-AMT-CENTS
011760     END-IF

011770     MOVE WS-AMT-DOLLARS-IN (1:WS-AMT-DOLLARS-LEN)
011780         TO WS-AMT-DOLLARS
011790     COMPUTE WS-PROMISE-AMOUNT =
011800         WS-AMT-DOLLARS + (WS-AMT-CENTS / 100)

011810     IF WS-PROMISE-AMOUNT = ZERO
011820         DISPLAY "A promise must be for more than zero -"
011830             " nothing recorded."
011840         GO TO 6410-EXIT
011850     END-IF

011860     MOVE "Y" TO WS-REPLY-VALID.

011870 6410-EXIT.
011880     EXIT.

011890*----------------------------------------------------------------
011900*    6420-EDIT-PROMISE-DATE - THE DATE MUST BE A REAL CALENDAR
011910*    DATE NO EARLIER THAN TODAY.
011920*----------------------------------------------------------------
011930 6420-EDIT-PROMISE-DATE.

011940     MOVE "N" TO WS-REPLY-VALID

011950     IF WS-DATE-REPLY IS NOT NUMERIC
011960         DISPLAY "Date must be eight digits, YYYYMMDD -"
011970             " nothing recorded."
011980         GO TO 6420-EXIT
011990     END-IF

012000     MOVE WS-DATE-REPLY TO WS-PROMISE-YYYYMMDD
012010     IF WS-PROMISE-MONTH < 01 OR WS-PROMISE-MONTH > 12
012020        OR WS-PROMISE-DAY < 01 OR WS-PROMISE-DAY > 31
012030         DISPLAY "Date " WS-DATE-REPLY " is not a valid date -"
012040             " nothing recorded."
012050         GO TO 6420-EXIT
012060     END-IF

012070     IF WS-PROMISE-YYYYMMDD < WS-RUN-DATE
012080         DISPLAY "A promise cannot be dated in the past -"
012090             " nothing recorded."
012100         GO TO 6420-EXIT
012110     END-IF

012120     MOVE "Y" TO WS-REPLY-VALID.

012130 6420-EXIT.
012140     EXIT.

012150*----------------------------------------------------------------
012160*    6450-REPLACE-ACTIVE-PROMISE - MARK THE PROMISE STILL ACTIVE
012170*    ON THE ACCOUNT AS REPLACED BY THE ONE BEING TAKEN NOW.
012180*----------------------------------------------------------------
012190 6450-REPLACE-ACTIVE-PROMISE.

012200     MOVE WS-ACTIVE-PROMISE-KEY TO CACT-KEY
012210     READ COLLECTIONS-ACTIVITY
012220         INVALID KEY
012230             GO TO 6450-EXIT
012240     END-READ

012250     IF NOT CACT-PROMISE-ACTIVE
012260         GO TO 6450-EXIT
012270     END-IF

012280     MOVE "S"         TO CACT-PROMISE-STATUS
012290     MOVE WS-RUN-DATE TO CACT-CHECKED-YYYYMMDD
012300     REWRITE COLLECTIONS-ACTIVITY-RECORD
012310         INVALID KEY
012320             DISPLAY "Unable to mark the earlier promise replaced"
012330                 " for " WS-CURRENT-CUSTOMER "."
012340         NOT INVALID KEY
012350             ADD 1 TO CT-PROMISES-REPLACED
012360     END-REWRITE.

012370 6450-EXIT.
012380     EXIT.

012390*----------------------------------------------------------------
012400*    6800-WRITE-ACTIVITY - THE NEW ENTRY IS BUILT IN THE RECORD
012410*    AREA.  SAVE IT, FIND THE NEXT FREE SEQUENCE FOR THE ACCOUNT
012420*    TODAY, THEN PUT IT BACK UNDER ITS KEY AND WRITE IT.
012430*    REPLY-VALID COMES BACK "Y" ONLY IF THE WRITE WORKED.
012440*----------------------------------------------------------------
012450 6800-WRITE-ACTIVITY.

012460     MOVE "N" TO WS-REPLY-VALID
012470     MOVE COLLECTIONS-ACTIVITY-RECORD TO WS-SAVED-ACTIVITY-RECORD

012480     MOVE ZERO TO WS-LAST-SEQUENCE
012490     MOVE "N"  TO WS-ACTIVITY-EOF
012500     MOVE WS-CURRENT-CUSTOMER TO CACT-CUSTOMER-NO
012510     MOVE WS-RUN-DATE         TO CACT-ENTRY-YYYYMMDD
012520     MOVE ZERO                TO CACT-SEQUENCE-NO
012530     START COLLECTIONS-ACTIVITY KEY IS NOT LESS THAN CACT-KEY
012540         INVALID KEY
012550             MOVE "Y" TO WS-ACTIVITY-EOF
012560     END-START

012570     PERFORM 6810-READ-SAME-DAY-ENTRY THRU 6810-EXIT
012580         UNTIL ACTIVITY-EOF

012590     IF WS-LAST-SEQUENCE = 999
012600         DISPLAY "No more entries can be taken for "
012610             WS-CURRENT-CUSTOMER " today - nothing recorded."
012620         GO TO 6800-EXIT
012630     END-IF

012640     MOVE WS-SAVED-ACTIVITY-RECORD TO COLLECTIONS-ACTIVITY-RECORD
012650     MOVE WS-CURRENT-CUSTOMER TO CACT-CUSTOMER-NO
012660     MOVE WS-RUN-DATE         TO CACT-ENTRY-YYYYMMDD
012670     COMPUTE CACT-SEQUENCE-NO = WS-LAST-SEQUENCE + 1

012680     WRITE COLLECTIONS-ACTIVITY-RECORD
012690         INVALID KEY
012700             DISPLAY "Unable to write collections activity for "
012710                 WS-CURRENT-CUSTOMER " - status "
012720                 WS-ACTIVITY-FILE-STATUS
012730         NOT INVALID KEY
012740             MOVE "Y" TO WS-REPLY-VALID
012750     END-WRITE.

012760 6800-EXIT.
012770     EXIT.

012780*----------------------------------------------------------------
012790*    6810-READ-SAME-DAY-ENTRY - READ THE ACCOUNT'S NEXT ENTRY MADE
012800*    TODAY AND KEEP ITS SEQUENCE NUMBER AS THE LAST ONE USED.
012810*----------------------------------------------------------------
012820 6810-READ-SAME-DAY-ENTRY.

012830     READ COLLECTIONS-ACTIVITY NEXT RECORD
012840         AT END
012850             MOVE "Y" TO WS-ACTIVITY-EOF
012860             GO TO 6810-EXIT
012870     END-READ

012880     IF CACT-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER
012890        OR CACT-ENTRY-YYYYMMDD NOT = WS-RUN-DATE
012900         MOVE "Y" TO WS-ACTIVITY-EOF
012910         GO TO 6810-EXIT
012920     END-IF

012930     MOVE CACT-SEQUENCE-NO TO WS-LAST-SEQUENCE.

012940 6810-EXIT.
012950     EXIT.

012960*----------------------------------------------------------------
012970*    8000-PRINT-CONTROL-TOTALS - REPORT THE SESSION'S ACTIVITY.
012980*----------------------------------------------------------------
012990 8000-PRINT-CONTROL-TOTALS.

013000     DISPLAY "=============================================="
013010     DISPLAY "            C O N T R O L   T O T A L S"
013020     DISPLAY "=============================================="
013030     DISPLAY "Customers aged ................. " CT-CUSTOMERS-AGED
013040     DISPLAY "Past-due accounts listed ....... "
013050         CT-ACCOUNTS-LISTED
013060     DISPLAY "Past-due accounts not listed ... "
013070         CT-ACCOUNTS-NOT-LISTED
013080     DISPLAY "Broken promises listed ......... "
013090         CT-BROKEN-PROMISES-LISTED
013100     DISPLAY "Accounts worked ................ "
013110         CT-ACCOUNTS-WORKED
013120     DISPLAY "Contact notes recorded ......... " CT-NOTES-RECORDED
013130     DISPLAY "Promises recorded .............. "
013140         CT-PROMISES-RECORDED
013150     DISPLAY "Earlier promises replaced ...... "
013160         CT-PROMISES-REPLACED
013170     DISPLAY "Amount promised ................ " CT-AMT-PROMISED
013180     DISPLAY "==============================================".

013190 8000-EXIT.
013200     EXIT.

013210 END PROGRAM PROGRAM20.
