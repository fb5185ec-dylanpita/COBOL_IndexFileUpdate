000254*                     THE BALANCE TEST IS NOW "NOT GREATER THAN
000255*                     ZERO", NOT "EQUAL TO ZERO", SO A CREDIT
000256*                     BALANCE CANNOT DRAW A FINANCE CHARGE.
000257*    10/15/2026 DP    THE RUN IS REFUSED OUTRIGHT WHEN ITS
000258*                     ASSESSMENT DATE FALLS IN AN ACCOUNTING
000259*                     PERIOD THE MONTH-END CLOSE HAS ALREADY
000260*                     CLOSED, SO A LATE RUN CANNOT POST CHARGES
000261*                     INTO A MONTH ALREADY REPORTED.
000262*    10/15/2026 DP    PICKED UP THE OPEN-ITEM INVOICE NUMBER AND
000263*                     ITS ALTERNATE KEY.  A FINANCE-CHARGE ITEM
000264*                     CARRIES NO INVOICE NUMBER.
000265*    10/15/2026 DP    OPEN ITEMS WITH A DISPUTE STILL OPEN ON THE
000266*                     DISPUTE FILE ARE TAKEN OUT OF THE BALANCE
000267*                     THE CHARGE IS ASSESSED ON.  AN ACCOUNT
000268*                     WHOSE WHOLE BALANCE IS IN DISPUTE IS NOT
000269*                     CHARGED AND IS COUNTED SEPARATELY.
000270*    10/15/2026 DP    THE LAST PAYMENT AND LAST FINANCE-CHARGE
000271*                     DATES ARE NOW READ PER ACCOUNT FROM THE
000272*                     KEYED ACTIVITY-HISTORY FILE, STARTING AT
000273*                     THE FIRST OF THE MONTH BEFORE LAST, NOT
000274*                     FROM A TABLE LOADED FROM THE WHOLE AUDIT
000275*                     TRAIL.  THE TABLE AND ITS OVERFLOW SKIP ARE
000276*                     GONE.  EACH CHARGE IS ALSO WRITTEN TO THE
000277*                     HISTORY FILE.
000278*    -----------------------------------------------------------
000279*
000280 ENVIRONMENT DIVISION.
000281 INPUT-OUTPUT SECTION.
000282 FILE-CONTROL.
000290     SELECT FINANCE-PARM-FILE
000300         ASSIGN TO "C:\a\exercise10\finchprm.txt"
000310         ORGANIZATION IS LINE SEQUENTIAL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OITM-KEY
000493         ALTERNATE RECORD KEY IS OITM-INVOICE-NO
000496             WITH DUPLICATES
000500         FILE STATUS IS WS-OPEN-ITEM-FILE-STATUS.
000510
000520     SELECT CHARGE-REGISTER
000530         ASSIGN TO "C:\a\exercise10\finchreg.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000541
000542     SELECT PERIOD-CONTROL-FILE
000543         ASSIGN TO "C:\a\exercise10\perdctl.txt"
000544         ORGANIZATION IS INDEXED
000545         ACCESS MODE IS DYNAMIC
000546         RECORD KEY IS PCTL-PERIOD
000547         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000548
000549     SELECT DISPUTE-FILE
000550         ASSIGN TO "C:\a\exercise10\dispute.txt"
000551         ORGANIZATION IS INDEXED
000552         ACCESS MODE IS DYNAMIC
000553         RECORD KEY IS DSP-KEY
000554         FILE STATUS IS WS-DISPUTE-FILE-STATUS.
000555
000556     SELECT ACTIVITY-HISTORY-FILE
000557         ASSIGN TO "C:\a\exercise10\acthist.txt"
000558         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HIST-KEY
000561         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000562
000563 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FINANCE-PARM-FILE.
000590 01  FINANCE-PARM-RECORD.
000900     05  OITM-PURCHASE-DATE            PICTURE 99/99/9999.
000910     05  OITM-ORIGINAL-AMOUNT          PICTURE 9(5)V99.
000920     05  OITM-OPEN-AMOUNT              PICTURE 9(5)V99.
000925     05  OITM-INVOICE-NO               PICTURE X(10).
000930
000940 FD  CHARGE-REGISTER.
000950 01  CHARGE-REGISTER-RECORD           PICTURE X(80).
000951
000952 FD  PERIOD-CONTROL-FILE.
000953 01  PERIOD-CONTROL-RECORD.
000954     05  PCTL-PERIOD                   PICTURE 9(6).
000955     05  PCTL-STATUS                   PICTURE X(1).
000956         88  PCTL-PERIOD-CLOSED            VALUE "C".
000957     05  PCTL-CLOSED-YYYYMMDD          PICTURE 9(8).
000958     05  PCTL-OPENING-AR               PICTURE S9(9)V99
000959                                       SIGN LEADING SEPARATE.
000960     05  PCTL-CLOSING-AR               PICTURE S9(9)V99
000961                                       SIGN LEADING SEPARATE.
000962
000963 FD  DISPUTE-FILE.
000964 01  DISPUTE-RECORD.
000965     05  DSP-KEY.
000966         10  DSP-CUSTOMER-NO           PICTURE X(5).
000967         10  DSP-PURCHASE-YYYYMMDD     PICTURE 9(8).
000968         10  DSP-SEQUENCE-NO           PICTURE 9(3).
000969     05  DSP-DISPUTE-DATE              PICTURE 99/99/9999.
000970     05  DSP-REASON-CODE               PICTURE X(2).
000971     05  DSP-DISPUTE-AMOUNT            PICTURE 9(5)V99.
000972     05  DSP-STATUS                    PICTURE X(1).
000973         88  DSP-STATUS-OPEN               VALUE "O".
000974         88  DSP-STATUS-RELEASED           VALUE "R".
000975         88  DSP-STATUS-CREDITED           VALUE "C".
000976     05  DSP-RESOLVED-DATE             PICTURE 99/99/9999.
000977     05  DSP-CREDIT-AMOUNT             PICTURE 9(5)V99.
000978     05  DSP-INVOICE-NO                PICTURE X(10).
000979
000980 FD  ACTIVITY-HISTORY-FILE.
000981 01  ACTIVITY-HISTORY-RECORD.
000982     05  HIST-KEY.
000983         10  HIST-CUSTOMER-NO          PICTURE X(5).
000984         10  HIST-POSTING-YYYYMMDD     PICTURE 9(8).
000985         10  HIST-SEQUENCE-NO          PICTURE 9(5).
000986     05  HIST-AUDIT-DATA.
000987         10  HIST-AUD-CUSTOMER-NO      PICTURE X(5).
000988         10  HIST-TRANS-TYPE           PICTURE X(1).
000989         10  HIST-TRANS-AMOUNT         PICTURE 9(5)V99.
000990         10  HIST-TRANS-DATE           PICTURE 99/99/9999.
000991         10  HIST-PRIOR-AMT-OWED       PICTURE S9(5)V99
000992                                       SIGN LEADING SEPARATE.
000993         10  HIST-NEW-AMT-OWED         PICTURE S9(5)V99
000994                                       SIGN LEADING SEPARATE.
000995         10  HIST-PRIOR-DATE-OF-PURCHASE
000996                                       PICTURE 99/99/9999.
000997         10  HIST-NEW-DATE-OF-PURCHASE PICTURE 99/99/9999.
000998         10  HIST-ACTION-CODE          PICTURE X(1).
000999
001000 WORKING-STORAGE SECTION.
001001 01  WS-SWITCHES.
001002     05  WS-PARM-EOF                  PICTURE X(1) VALUE "N".
001003         88  PARM-EOF                     VALUE "Y".
001030     05  WS-MASTER-EOF                PICTURE X(1) VALUE "N".
001040         88  MASTER-EOF                   VALUE "Y".
001046     05  WS-HISTORY-EOF               PICTURE X(1) VALUE "N".
001052         88  HISTORY-EOF                  VALUE "Y".
001058     05  WS-HISTORY-WRITTEN           PICTURE X(1) VALUE "N".
001064         88  HISTORY-WRITTEN              VALUE "Y".
001070     05  WS-OPEN-ITEM-WRITTEN         PICTURE X(1) VALUE "N".
001080         88  OPEN-ITEM-WRITTEN            VALUE "Y".
001090     05  WS-PARM-FILE-STATUS          PICTURE X(2) VALUE SPACES.
001100     05  WS-AUDIT-FILE-STATUS         PICTURE X(2) VALUE SPACES.
001110     05  WS-OPEN-ITEM-FILE-STATUS     PICTURE X(2) VALUE SPACES.
001111     05  WS-PERIOD-EOF                PICTURE X(1) VALUE "N".
001112         88  PERIOD-EOF                   VALUE "Y".
001113     05  WS-PERIOD-FILE-STATUS        PICTURE X(2) VALUE SPACES.
001114     05  WS-DISPUTE-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001115     05  WS-DISPUTE-EOF               PICTURE X(1) VALUE "N".
001116         88  DISPUTE-EOF                  VALUE "Y".
001117     05  WS-HISTORY-FILE-STATUS       PICTURE X(2) VALUE SPACES.
001120
001130 01  WS-ASSESSMENT-CONTROLS.
001140     05  WS-MONTHLY-RATE               PICTURE 9V9(4) VALUE 0.
001160     05  WS-RUN-DAY-COUNT              PICTURE 9(7) VALUE 0.
001170     05  WS-AGE-DAYS                   PICTURE S9(7) COMP.
001180     05  WS-ASSESS-DATE-MMDDYYYY       PICTURE 9(8) VALUE 0.
001183     05  WS-RUN-PERIOD                 PICTURE 9(6) VALUE 0.
001186     05  WS-LAST-CLOSED-PERIOD         PICTURE 9(6) VALUE 0.
001190     05  WS-FINANCE-CHARGE             PICTURE 9(5)V99 VALUE 0.
001200     05  WS-PRIOR-AMT-OWED             PICTURE S9(5)V99 VALUE 0.
001203     05  WS-DISPUTED-AMOUNT            PICTURE 9(7)V99 VALUE 0.
001206     05  WS-CHARGEABLE-BALANCE         PICTURE S9(7)V99 VALUE 0.
001210
001219*----------------------------------------------------------------
001228*    PAYMENTS AND CHARGES DATED IN THE LAST 30 DAYS CANNOT HAVE
001237*    BEEN POSTED BEFORE THE FIRST OF THE MONTH BEFORE LAST, SO
001246*    EACH ACCOUNT'S HISTORY IS READ FROM THAT DATE FORWARD.
001255*----------------------------------------------------------------
001264 01  WS-HISTORY-CONTROLS.
001273     05  WS-HIST-FROM-YYYYMMDD         PICTURE 9(8) VALUE 0.
001282     05  FILLER REDEFINES WS-HIST-FROM-YYYYMMDD.
001291         10  WS-HIST-FROM-YEAR         PICTURE 9(4).
001300         10  WS-HIST-FROM-MONTH        PICTURE 9(2).
001309         10  WS-HIST-FROM-DAY          PICTURE 9(2).
001318     05  WS-LAST-PAY-YYYYMMDD          PICTURE 9(8) VALUE 0.
001327     05  WS-LAST-F-YYYYMMDD            PICTURE 9(8) VALUE 0.
001340
001350 01  WS-DATE-CONVERSION.
001360     05  WS-CONV-YYYYMMDD              PICTURE 9(8).
001610     05  CT-MASTERS-READ              PICTURE 9(7) COMP VALUE 0.
001620     05  CT-CHARGES-ASSESSED          PICTURE 9(7) COMP VALUE 0.
001630     05  CT-CHARGE-AMT-TOTAL          PICTURE 9(9)V99 VALUE 0.
001632     05  CT-SKIPPED-IN-DISPUTE        PICTURE 9(7) COMP VALUE 0.
001634     05  CT-AMT-EXCLUDED-DISPUTE      PICTURE 9(9)V99 VALUE 0.
001636     05  CT-HISTORY-WRITTEN           PICTURE 9(7) COMP VALUE 0.
001640
001650 01  RPT-HEADING-1.
001660     05  FILLER                        PICTURE X(34) VALUE
001990     PERFORM 1000-READ-PARAMETER-FILE THRU 1000-EXIT
002000
002010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002015     PERFORM 1100-CHECK-CLOSED-PERIOD THRU 1100-EXIT
002020     MOVE WS-RUN-DATE TO WS-CONV-YYYYMMDD
002030     PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
002040     MOVE WS-CONV-DAY-COUNT TO WS-RUN-DAY-COUNT
002070            WS-RUN-DATE (1:4)
002080         DELIMITED BY SIZE INTO WS-ASSESS-DATE-MMDDYYYY
002090
002092     MOVE WS-RUN-DATE TO WS-HIST-FROM-YYYYMMDD
002094     IF WS-HIST-FROM-MONTH > 2
002096         SUBTRACT 2 FROM WS-HIST-FROM-MONTH
002098     ELSE
002100         ADD 10 TO WS-HIST-FROM-MONTH
002102         SUBTRACT 1 FROM WS-HIST-FROM-YEAR
002104     END-IF
002106     MOVE 01 TO WS-HIST-FROM-DAY
002110
002120     PERFORM 1200-OPEN-POSTING-FILES THRU 1200-EXIT
002130
002370           AUDIT-TRAIL
002380           OPEN-ITEM-FILE
002390           CHARGE-REGISTER
002392           ACTIVITY-HISTORY-FILE
002394     IF WS-DISPUTE-FILE-STATUS = "00"
002396         CLOSE DISPUTE-FILE
002398     END-IF
002400
002410     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
002420
002830     EXIT.
002840
002850*----------------------------------------------------------------
002851*    1100-CHECK-CLOSED-PERIOD - FIND THE LATEST ACCOUNTING PERIOD
002852*    THE MONTH-END CLOSE HAS CLOSED AND REFUSE THE RUN IF TODAY'S
002853*    ASSESSMENT DATE FALLS IN IT OR BEFORE IT.  NO PERIOD-CONTROL
002854*    FILE YET MEANS NO PERIOD HAS EVER BEEN CLOSED.
002855*----------------------------------------------------------------
002856 1100-CHECK-CLOSED-PERIOD.
002857
002858     MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
002859     OPEN INPUT PERIOD-CONTROL-FILE
002860     IF WS-PERIOD-FILE-STATUS NOT = "00"
002861         GO TO 1100-EXIT
002862     END-IF
002863
002864     PERFORM 1110-READ-ONE-PERIOD THRU 1110-EXIT
002865         UNTIL PERIOD-EOF
002866     CLOSE PERIOD-CONTROL-FILE
002867
002868     IF WS-RUN-PERIOD NOT > WS-LAST-CLOSED-PERIOD
002869         DISPLAY "Assessment date " WS-RUN-DATE " falls in closed"
002870             " accounting period " WS-LAST-CLOSED-PERIOD
002871         DISPLAY "Finance charge run refused."
002872         STOP RUN
002873     END-IF.
002874
002875 1100-EXIT.
002876     EXIT.
002877
002878*----------------------------------------------------------------
002879*    1110-READ-ONE-PERIOD - KEEP THE HIGHEST CLOSED PERIOD SEEN.
002880*----------------------------------------------------------------
002881 1110-READ-ONE-PERIOD.
002882
002883     READ PERIOD-CONTROL-FILE NEXT RECORD
002884         AT END
002885             MOVE "Y" TO WS-PERIOD-EOF
002886             GO TO 1110-EXIT
002887     END-READ
002888
002889     IF PCTL-PERIOD-CLOSED
002890        AND PCTL-PERIOD > WS-LAST-CLOSED-PERIOD
002891         MOVE PCTL-PERIOD TO WS-LAST-CLOSED-PERIOD
002892     END-IF.
002893
002894 1110-EXIT.
002895     EXIT.
002896
002897*----------------------------------------------------------------
002898*    1200-OPEN-POSTING-FILES - OPEN THE MASTER FOR UPDATE, THE
002899*    AUDIT TRAIL FOR APPEND AND THE OPEN-ITEM AND ACTIVITY-
002900*    HISTORY FILES FOR I-O,
002901*    BOOTSTRAPPING FILES THAT DO NOT EXIST YET THE SAME WAY THE
002902*    POSTING RUN DOES.  THE DISPUTE FILE IS ONLY READ, AND A
002903*    SITE WITHOUT ONE SIMPLY HAS NOTHING IN DISPUTE.
002904*----------------------------------------------------------------
002910 1200-OPEN-POSTING-FILES.
002920
002930     OPEN I-O CUSTOMER-MASTER
003040         OPEN OUTPUT OPEN-ITEM-FILE
003050         CLOSE OPEN-ITEM-FILE
003060         OPEN I-O OPEN-ITEM-FILE
003061     END-IF
003062
003063     OPEN I-O ACTIVITY-HISTORY-FILE
003064     IF WS-HISTORY-FILE-STATUS = "35"
003065         OPEN OUTPUT ACTIVITY-HISTORY-FILE
003066         CLOSE ACTIVITY-HISTORY-FILE
003067         OPEN I-O ACTIVITY-HISTORY-FILE
003068     END-IF
003069
003070     OPEN INPUT DISPUTE-FILE
003071     IF WS-DISPUTE-FILE-STATUS NOT = "00"
003072         DISPLAY "No dispute file - no balances held from"
003073             " finance charges - status " WS-DISPUTE-FILE-STATUS
003074     END-IF.
003080
003090 1200-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------------
003125*    2000-FIND-LAST-PAYMENTS - READ THIS ACCOUNT'S ACTIVITY
003130*    HISTORY FROM THE FIRST OF THE MONTH BEFORE LAST AND KEEP THE
003135*    LATEST PAYMENT DATE SEEN, SO AN ACCOUNT THAT IS PAYING DOWN
003140*    AN OLD BALANCE IS NOT CHARGED, AND THE LATEST FINANCE-CHARGE
003145*    ("F") DATE SEEN, SO A RERUN OF THIS JOB CANNOT CHARGE THE
003150*    SAME ACCOUNT TWICE IN ONE MONTH.
003160*----------------------------------------------------------------
003170 2000-FIND-LAST-PAYMENTS.
003180
003184     MOVE 0 TO WS-LAST-PAY-YYYYMMDD
003188     MOVE 0 TO WS-LAST-F-YYYYMMDD
003192     MOVE "N" TO WS-HISTORY-EOF
003196
003200     MOVE CUSTOMER-NO-MASTER    TO HIST-CUSTOMER-NO
003204     MOVE WS-HIST-FROM-YYYYMMDD TO HIST-POSTING-YYYYMMDD
003208     MOVE 0                     TO HIST-SEQUENCE-NO
003212     START ACTIVITY-HISTORY-FILE
003216         KEY IS NOT LESS THAN HIST-KEY
003220         INVALID KEY
003224             MOVE "Y" TO WS-HISTORY-EOF
003228     END-START
003240
003250     PERFORM 2100-TALLY-ONE-PAYMENT THRU 2100-EXIT
003260         UNTIL HISTORY-EOF.
003290
003300 2000-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003339*    2100-TALLY-ONE-PAYMENT - FOLD ONE HISTORY RECORD'S PAYMENT
003348*    OR FINANCE-CHARGE DATE INTO THE LATEST DATES SEEN.  THE
003357*    READ STOPS AT THE FIRST RECORD FOR ANOTHER CUSTOMER.
003367*----------------------------------------------------------------
003370 2100-TALLY-ONE-PAYMENT.
003380
003390     READ ACTIVITY-HISTORY-FILE NEXT RECORD
003400         AT END
003410             MOVE "Y" TO WS-HISTORY-EOF
003420             GO TO 2100-EXIT
003430     END-READ
003440
003446     IF HIST-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
003452         MOVE "Y" TO WS-HISTORY-EOF
003460         GO TO 2100-EXIT
003470     END-IF
003480
003485     IF HIST-TRANS-TYPE NOT = "C" AND HIST-TRANS-TYPE NOT = "F"
003490         GO TO 2100-EXIT
003495     END-IF
003500
003505     STRING HIST-TRANS-DATE (7:4)
003510            HIST-TRANS-DATE (1:2)
003515            HIST-TRANS-DATE (4:2)
003520         DELIMITED BY SIZE INTO WS-CONV-YYYYMMDD
003530
003540     IF HIST-TRANS-TYPE = "F"
003550         IF WS-CONV-YYYYMMDD > WS-LAST-F-YYYYMMDD
003560             MOVE WS-CONV-YYYYMMDD TO WS-LAST-F-YYYYMMDD
003690         END-IF
003691         GO TO 2100-EXIT
003692     END-IF
003693
003702     IF WS-CONV-YYYYMMDD > WS-LAST-PAY-YYYYMMDD
003711         MOVE WS-CONV-YYYYMMDD TO WS-LAST-PAY-YYYYMMDD
003720     END-IF.
003730
003740 2100-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
004090*    3000-ASSESS-ONE-CUSTOMER - READ THE NEXT MASTER RECORD AND
004100*    POST A FINANCE CHARGE IF THE BALANCE HAS AGED PAST TERMS.
004105*    THE CHARGE IS ON THE BALANCE LESS ANY ITEMS IN DISPUTE.
004110*----------------------------------------------------------------
004120 3000-ASSESS-ONE-CUSTOMER.
004130
004340         GO TO 3000-EXIT
004350     END-IF
004360
004370     PERFORM 2000-FIND-LAST-PAYMENTS THRU 2000-EXIT
004382
004383     IF WS-LAST-F-YYYYMMDD > 0
004384         MOVE WS-LAST-F-YYYYMMDD TO WS-CONV-YYYYMMDD
004385         PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
004386         COMPUTE WS-AGE-DAYS =
004387             WS-RUN-DAY-COUNT - WS-CONV-DAY-COUNT
004388         IF WS-AGE-DAYS <= 30
004389             GO TO 3000-EXIT
004390         END-IF
004391     END-IF
004400     IF WS-LAST-PAY-YYYYMMDD > 0
004409         MOVE WS-LAST-PAY-YYYYMMDD TO WS-CONV-YYYYMMDD
004420         PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
004430         COMPUTE WS-AGE-DAYS =
004440             WS-RUN-DAY-COUNT - WS-CONV-DAY-COUNT
004470         END-IF
004480     END-IF
004490
004491     PERFORM 3100-SUM-DISPUTED-ITEMS THRU 3100-EXIT
004492     COMPUTE WS-CHARGEABLE-BALANCE =
004493         AMT-OWED-MASTER - WS-DISPUTED-AMOUNT
004494     IF WS-CHARGEABLE-BALANCE NOT > ZERO
004495         ADD 1 TO CT-SKIPPED-IN-DISPUTE
004496         ADD AMT-OWED-MASTER TO CT-AMT-EXCLUDED-DISPUTE
004497         GO TO 3000-EXIT
004498     END-IF
004499     ADD WS-DISPUTED-AMOUNT TO CT-AMT-EXCLUDED-DISPUTE
004500
004501     COMPUTE WS-FINANCE-CHARGE ROUNDED =
004510         WS-CHARGEABLE-BALANCE * WS-MONTHLY-RATE
004520     IF WS-FINANCE-CHARGE = ZERO
004530         GO TO 3000-EXIT
004540     END-IF
004770     ADD WS-FINANCE-CHARGE TO CT-CHARGE-AMT-TOTAL.
004780
004790 3000-EXIT.
004791     EXIT.
004792
004793*----------------------------------------------------------------
004794*    3100-SUM-DISPUTED-ITEMS - ADD UP WHAT THE CUSTOMER STILL
004795*    OWES ON OPEN ITEMS THAT HAVE A DISPUTE OPEN.  THE DISPUTE
004796*    FILE IS KEYED LIKE THE OPEN ITEMS, SO ONLY THIS CUSTOMER'S
004797*    DISPUTES ARE READ; EACH OPEN ONE IS VALUED AT ITS ITEM'S
004798*    CURRENT OPEN AMOUNT.
004799*----------------------------------------------------------------
004800 3100-SUM-DISPUTED-ITEMS.
004801
004802     MOVE ZERO TO WS-DISPUTED-AMOUNT
004803     IF WS-DISPUTE-FILE-STATUS NOT = "00"
004804         GO TO 3100-EXIT
004805     END-IF
004806
004807     MOVE "N" TO WS-DISPUTE-EOF
004808     MOVE CUSTOMER-NO-MASTER TO DSP-CUSTOMER-NO
004809     MOVE ZERO TO DSP-PURCHASE-YYYYMMDD
004810                  DSP-SEQUENCE-NO
004811     START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
004812         INVALID KEY
004813             MOVE "Y" TO WS-DISPUTE-EOF
004814     END-START
004815
004816     PERFORM 3110-ADD-ONE-DISPUTE THRU 3110-EXIT
004817         UNTIL DISPUTE-EOF.
004818
004819 3100-EXIT.
004820     EXIT.
004821
004822*----------------------------------------------------------------
004823*    3110-ADD-ONE-DISPUTE - READ THE CUSTOMER'S NEXT DISPUTE AND,
004824*    IF IT IS STILL OPEN, ADD ITS ITEM'S OPEN AMOUNT.
004825*----------------------------------------------------------------
004826 3110-ADD-ONE-DISPUTE.
004827
004828     READ DISPUTE-FILE NEXT RECORD
004829         AT END
004830             MOVE "Y" TO WS-DISPUTE-EOF
004831             GO TO 3110-EXIT
004832     END-READ
004833
004834     IF DSP-CUSTOMER-NO NOT = CUSTOMER-NO-MASTER
004835         MOVE "Y" TO WS-DISPUTE-EOF
004836         GO TO 3110-EXIT
004837     END-IF
004838
004839     IF NOT DSP-STATUS-OPEN
004840         GO TO 3110-EXIT
004841     END-IF
004842
004843     MOVE DSP-KEY TO OITM-KEY
004844     READ OPEN-ITEM-FILE
004845         INVALID KEY
004846             GO TO 3110-EXIT
004847     END-READ
004848     ADD OITM-OPEN-AMOUNT TO WS-DISPUTED-AMOUNT.
004849
004850 3110-EXIT.
004851     EXIT.
004852
004853*----------------------------------------------------------------
004854*    5000-CONVERT-DATE-TO-DAYS - TURN WS-CONV-YYYYMMDD INTO A
004855*    RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED TO GET AN
004856*    AGE IN DAYS.  A DATE WITH A MONTH OUTSIDE 01-12 GIVES A
004860*    ZERO DAY COUNT RATHER THAN A WILD SUBSCRIPT.
004870*----------------------------------------------------------------
004880 5000-CONVERT-DATE-TO-DAYS.
005410         TO AUD-NEW-DATE-OF-PURCHASE
005420     MOVE "U"                          TO AUD-ACTION-CODE
005430
005436     WRITE AUDIT-TRAIL-RECORD
005442     PERFORM 6200-WRITE-HISTORY-RECORD THRU 6200-EXIT.
005450
005460 6100-EXIT.
005461     EXIT.
005462
005463*----------------------------------------------------------------
005464*    6200-WRITE-HISTORY-RECORD - COPY THE AUDIT RECORD JUST
005465*    WRITTEN TO THE ACTIVITY-HISTORY FILE UNDER THE CUSTOMER AND
005466*    THE RUN DATE, STEPPING THE SEQUENCE PAST ANY KEY ALREADY ON
005467*    FILE FOR THAT DAY.
005468*----------------------------------------------------------------
005469 6200-WRITE-HISTORY-RECORD.
005470
005471     MOVE AUD-CUSTOMER-NO      TO HIST-CUSTOMER-NO
005472     MOVE WS-RUN-DATE          TO HIST-POSTING-YYYYMMDD
005473     MOVE 1                    TO HIST-SEQUENCE-NO
005474     MOVE AUDIT-TRAIL-RECORD   TO HIST-AUDIT-DATA
005475     MOVE "N" TO WS-HISTORY-WRITTEN
005476
005477     PERFORM 6210-WRITE-HISTORY-TRY THRU 6210-EXIT
005478         UNTIL HISTORY-WRITTEN OR HIST-SEQUENCE-NO > 99998
005479
005480     IF HISTORY-WRITTEN
005481         ADD 1 TO CT-HISTORY-WRITTEN
005482     ELSE
005483         DISPLAY "Unable to write activity history for "
005484             AUD-CUSTOMER-NO "."
005485     END-IF.
005486
005487 6200-EXIT.
005488     EXIT.
005489
005490*----------------------------------------------------------------
005491*    6210-WRITE-HISTORY-TRY - TRY ONE WRITE OF THE HISTORY RECORD,
005492*    STEPPING THE SEQUENCE NUMBER ON A DUPLICATE KEY.
005493*----------------------------------------------------------------
005494 6210-WRITE-HISTORY-TRY.
005495
005496     WRITE ACTIVITY-HISTORY-RECORD
005497         INVALID KEY
005498             ADD 1 TO HIST-SEQUENCE-NO
005499         NOT INVALID KEY
005500             MOVE "Y" TO WS-HISTORY-WRITTEN
005501     END-WRITE.
005502
005503 6210-EXIT.
005504     EXIT.
005505
005506*----------------------------------------------------------------
005507*    6300-ADD-OPEN-ITEM - ADD THE CHARGE AS AN OPEN ITEM DATED
005510*    ON THE ASSESSMENT DATE SO PAYMENT SPREADING AND THE AGING
005520*    REPORT STAY IN STEP WITH THE MASTER BALANCE.  ON A
005530*    DUPLICATE KEY THE WRITE IS RETRIED WITH THE NEXT SEQUENCE
005610     MOVE WS-ASSESS-DATE-MMDDYYYY TO OITM-PURCHASE-DATE
005620     MOVE WS-FINANCE-CHARGE  TO OITM-ORIGINAL-AMOUNT
005630                                OITM-OPEN-AMOUNT
005635     MOVE SPACES             TO OITM-INVOICE-NO
005640     MOVE "N" TO WS-OPEN-ITEM-WRITTEN
005650
005660     PERFORM 6310-WRITE-OPEN-ITEM THRU 6310-EXIT
006150         CT-CHARGES-ASSESSED
006160     DISPLAY "Total charge amount ............ "
006170         CT-CHARGE-AMT-TOTAL
006171     DISPLAY "Skipped - balance in dispute ... "
006172         CT-SKIPPED-IN-DISPUTE
006173     DISPLAY "Balance excluded in dispute .... "
006174         CT-AMT-EXCLUDED-DISPUTE
006175     DISPLAY "Activity history written ....... "
006176         CT-HISTORY-WRITTEN
006180     DISPLAY "==============================================".
006190
006200 8000-EXIT.
