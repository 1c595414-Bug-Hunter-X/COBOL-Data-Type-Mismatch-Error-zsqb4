000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL290.
000300 AUTHOR.         R SHARMA.
000400 INSTALLATION.   DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DL290 - LARGE-CASH AND STRUCTURING REPORT
000900*
001000*    RUN AT THE END OF THE DAY, AFTER DL100.  THE REVIEW
001100*    THRESHOLD IN DL100 LOOKS AT ONE ITEM AT A TIME; THIS
001200*    PROGRAM LOOKS AT EACH ACCOUNT'S POSTED ACTIVITY AS A
001300*    WHOLE.  EVERY POSTING IS TAKEN AT ITS HOME-CURRENCY
001400*    EQUIVALENT AT THE DAY'S RATEIN RATE, WHATEVER SOURCE
001500*    IT CAME FROM.
001600*    AN ACCOUNT WHOSE DEBITS, OR WHOSE CREDITS, POSTED FOR THE
001700*    BUSINESS DATE TOTAL MORE THAN THE REPORTING AMOUNT IS A
001800*    LARGE-CASH ACCOUNT.  AN ACCOUNT WITH SEVERAL ITEMS JUST
001900*    BELOW THE REPORTING AMOUNT INSIDE THE ROLLING WINDOW,
002000*    THE LATEST OF THEM POSTED FOR THE BUSINESS DATE, SHOWS A
002100*    STRUCTURING PATTERN.  THE AMOUNT, THE BAND, THE WINDOW
002200*    AND THE NUMBER OF ITEMS COME FROM THE OPTIONAL REQUEST
002300*    FILE CTRREQ.  EACH FILING IS WRITTEN TO CTROUT FOR THE
002400*    REGULATORY REPORTING TEAM AND LISTED ON CTRRPT.
002500*    THE ACCOUNTS ARE WORKED IN BATCHES OF 500, EACH WITH ONE
002600*    SCAN OF THE POSTED FILE, AS ON DL140.
002700*    CONDITION CODES:  00 NOTHING TO FILE, 04 AN ACCOUNT WAS
002800*    FILED OR A FOREIGN ITEM HAD NO RATE, 16 RUN REFUSED.
002900*-----------------------------------------------------------------
003000*    MODIFICATION HISTORY
003100*    DATE       INIT  DESCRIPTION
003200*    10/15/26   RFS   ORIGINAL PROGRAM.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.    IBM-370.
003700 OBJECT-COMPUTER.    IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARAMETER-FILE ASSIGN TO PARMIN
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300     SELECT REQUEST-FILE ASSIGN TO CTRREQ
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-REQ-STATUS.
004600     SELECT RATE-FILE ASSIGN TO RATEIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-RATE-STATUS.
004900     SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS AB-ACCOUNT-NO
005300         FILE STATUS IS WS-ACCT-STATUS.
005400     SELECT POSTED-FILE ASSIGN TO PSTTRAN
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS PS-TRANS-KEY
005800         FILE STATUS IS WS-PSTD-STATUS.
005900     SELECT FILING-FILE ASSIGN TO CTROUT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-FILE-STATUS.
006200     SELECT REPORT-FILE ASSIGN TO CTRRPT
006300         ORGANIZATION IS SEQUENTIAL.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  PARAMETER-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY DLPARMREC.
007100*
007200 FD  REQUEST-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DLCRQREC.
007600*
007700 FD  RATE-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DLRATREC.
008100*
008200 FD  ACCOUNT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY DLACTREC.
008500*
008600 FD  POSTED-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DLPSTREC.
008900*
009000 FD  FILING-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DLCTRREC.
009400*
009500 FD  REPORT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY DLSUMREC.
009900*
010000 WORKING-STORAGE SECTION.
010100*
010200 01  WS-STATUS-FIELDS.
010300     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
010400     05  WS-REQ-STATUS           PIC X(02) VALUE '00'.
010500     05  WS-RATE-STATUS          PIC X(02) VALUE '00'.
010600     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
010700     05  WS-PSTD-STATUS          PIC X(02) VALUE '00'.
010800     05  WS-FILE-STATUS          PIC X(02) VALUE '00'.
010900*
011000 01  WS-SWITCHES.
011100     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
011200         88  WS-ACCT-EOF         VALUE 'Y'.
011300     05  WS-PSTD-EOF-SWITCH      PIC X(01) VALUE 'N'.
011400         88  WS-PSTD-EOF         VALUE 'Y'.
011500     05  WS-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
011600         88  WS-RATE-EOF         VALUE 'Y'.
011700     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
011800         88  WS-RATE-FOUND       VALUE 'Y'.
011900     05  WS-BAT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
012000         88  WS-BAT-FOUND        VALUE 'Y'.
012100     05  WS-WINDOW-SWITCH        PIC X(01) VALUE 'N'.
012200         88  WS-IN-WINDOW        VALUE 'Y'.
012300     05  WS-LARGE-SWITCH         PIC X(01) VALUE 'N'.
012400         88  WS-IS-LARGE         VALUE 'Y'.
012500     05  WS-STRUCT-SWITCH        PIC X(01) VALUE 'N'.
012600         88  WS-IS-STRUCTURED    VALUE 'Y'.
012700*
012800 01  WS-HOME-CURRENCY            PIC X(03) VALUE 'USD'.
012900*
013000*    REPORTING CRITERIA - THE DEFAULTS STAND UNLESS THE
013100*    REQUEST FILE CARRIES A USABLE FIGURE
013200 01  WS-CRITERIA-FIELDS.
013300     05  WS-REPORT-AMOUNT        PIC 9(07)V99 VALUE 10000.00.
013400     05  WS-BAND-PCT             PIC 9(03) VALUE 10.
013500     05  WS-WINDOW-DAYS          PIC 9(03) VALUE 5.
013600     05  WS-MIN-ITEMS            PIC 9(03) VALUE 2.
013650     05  WS-BELOW-PCT            PIC 9(03) VALUE 0.
013700     05  WS-BAND-FLOOR           PIC 9(07)V99 VALUE 0.
013800*
013900 01  WS-DATE-FIELDS.
014000     05  WS-BUSINESS-DATE        PIC X(06) VALUE SPACES.
014100     05  WS-BUS-DAYS             PIC 9(07) COMP VALUE 0.
014200     05  WS-WINDOW-START         PIC 9(07) COMP VALUE 0.
014300     05  WS-CALC-DATE            PIC X(06).
014400     05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
014500         10  WS-CALC-YY          PIC 9(02).
014600         10  WS-CALC-MM          PIC 9(02).
014700         10  WS-CALC-DD          PIC 9(02).
014800     05  WS-CALC-DAYS            PIC 9(07) COMP VALUE 0.
014900     05  WS-CALC-WORK            PIC 9(07) COMP VALUE 0.
015000     05  WS-LEAP-QUOT            PIC 9(07) COMP VALUE 0.
015100     05  WS-LEAP-REM             PIC 9(02) COMP VALUE 0.
015200*
015300*    DAYS IN THE YEAR BEFORE EACH MONTH
015400 01  WS-CALENDAR-TABLES.
015500     05  WS-CUM-DAYS-X           PIC X(36)
015600             VALUE '000031059090120151181212243273304334'.
015700     05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X
015800                                 PIC 9(03) OCCURS 12 TIMES.
015900*
016000 01  WS-RATE-TABLE.
016100     05  WS-RATE-COUNT           PIC 9(02) COMP VALUE 0.
016200     05  WS-RATE-ENTRY OCCURS 20 TIMES
016300             INDEXED BY WS-RATE-IDX.
016400         10  WS-RT-CODE          PIC X(03).
016500         10  WS-RT-RATE          PIC 9(03)V9(06).
016600*
016700 01  WS-BATCH-FIELDS.
016800     05  WS-BATCH-COUNT          PIC 9(03) COMP VALUE 0.
016900     05  WS-FND-SUB              PIC 9(03) COMP VALUE 0.
017000     05  WS-BAT-SUB              PIC 9(03) COMP VALUE 0.
017100*
017200*    ONE ENTRY PER ACCOUNT IN THE BATCH.  THE DAY'S DEBITS AND
017300*    CREDITS ARE HOME-CURRENCY TOTALS FOR THE BUSINESS DATE
017400*    (CREDITS AS A POSITIVE FIGURE); THE NEAR COLUMNS COVER THE
017500*    ITEMS JUST BELOW THE REPORTING AMOUNT IN THE WINDOW.
017600 01  WS-BATCH-TABLE.
017700     05  WS-BATCH-ENTRY OCCURS 500 TIMES.
017800         10  WS-BT-ACCOUNT-NO    PIC X(08).
017900         10  WS-BT-ACCOUNT-NAME  PIC X(20).
018000         10  WS-BT-ACCOUNT-TYPE  PIC X(02).
018100         10  WS-BT-DR-COUNT      PIC 9(03) COMP.
018200         10  WS-BT-DR-TOTAL      PIC S9(09)V99.
018300         10  WS-BT-CR-COUNT      PIC 9(03) COMP.
018400         10  WS-BT-CR-TOTAL      PIC S9(09)V99.
018500         10  WS-BT-NEAR-COUNT    PIC 9(03) COMP.
018600         10  WS-BT-NEAR-TOTAL    PIC S9(09)V99.
018700         10  WS-BT-NEAR-FIRST    PIC X(06).
018800         10  WS-BT-NEAR-LAST     PIC X(06).
018900*
019000 01  WS-WORK-FIELDS.
019100     05  WS-HOME-AMOUNT          PIC S9(09)V99 VALUE 0.
019200     05  WS-ABS-AMOUNT           PIC S9(09)V99 VALUE 0.
019300*
019400 01  WS-RUN-TOTALS.
019500     05  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
019600     05  WS-WINDOW-COUNT         PIC 9(07) COMP VALUE 0.
019700     05  WS-NORATE-COUNT         PIC 9(07) COMP VALUE 0.
019800     05  WS-LARGE-COUNT          PIC 9(07) COMP VALUE 0.
019900     05  WS-STRUCT-COUNT         PIC 9(07) COMP VALUE 0.
020000     05  WS-FILING-COUNT         PIC 9(07) COMP VALUE 0.
020100     05  WS-FILED-TOTAL          PIC S9(11)V99 VALUE 0.
020200*
020300 01  WS-RPT-HEADING-LINE.
020400     05  FILLER                  PIC X(22) VALUE SPACES.
020500     05  FILLER                  PIC X(36)
020600             VALUE 'LARGE-CASH AND STRUCTURING REPORT'.
020700     05  FILLER                  PIC X(22) VALUE SPACES.
020800*
020900 01  WS-RPT-CRITERIA-LINE.
021000     05  FILLER                  PIC X(01) VALUE SPACES.
021100     05  FILLER                  PIC X(15)
021200             VALUE 'BUSINESS DATE:'.
021300     05  WS-RPT-BUS-DATE         PIC X(06).
021400     05  FILLER                  PIC X(03) VALUE SPACES.
021500     05  FILLER                  PIC X(18)
021600             VALUE 'REPORTING AMOUNT:'.
021700     05  WS-RPT-REPORT-AMOUNT    PIC Z,ZZZ,ZZ9.99.
021800     05  FILLER                  PIC X(25) VALUE SPACES.
021900*
022000 01  WS-RPT-BAND-LINE.
022100     05  FILLER                  PIC X(01) VALUE SPACES.
022200     05  FILLER                  PIC X(16)
022300             VALUE 'STRUCTURING:'.
022400     05  WS-RPT-MIN-ITEMS        PIC ZZ9.
022500     05  FILLER                  PIC X(23)
022600             VALUE ' OR MORE ITEMS WITHIN'.
022700     05  WS-RPT-BAND-PCT         PIC ZZ9.
022800     05  FILLER                  PIC X(15)
022900             VALUE ' PERCENT BELOW,'.
023000     05  WS-RPT-WINDOW-DAYS      PIC ZZ9.
023100     05  FILLER                  PIC X(16)
023200             VALUE ' DAY WINDOW'.
023300*
023400 01  WS-RPT-COLHDR-LINE.
023500     05  FILLER                  PIC X(01) VALUE SPACES.
023600     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
023700     05  FILLER                  PIC X(21) VALUE 'NAME'.
023800     05  FILLER                  PIC X(14)
023900             VALUE '   DAY DEBITS'.
024000     05  FILLER                  PIC X(14)
024100             VALUE '  DAY CREDITS'.
024200     05  FILLER                  PIC X(05) VALUE 'NEAR'.
024300     05  FILLER                  PIC X(15) VALUE 'FILED AS'.
024400*
024500 01  WS-RPT-DETAIL-LINE.
024600     05  FILLER                  PIC X(01) VALUE SPACES.
024700     05  WS-RPT-ACCOUNT-NO       PIC X(08).
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  WS-RPT-ACCOUNT-NAME     PIC X(20).
025000     05  FILLER                  PIC X(01) VALUE SPACES.
025100     05  WS-RPT-DR-TOTAL         PIC ZZ,ZZZ,ZZ9.99.
025200     05  FILLER                  PIC X(01) VALUE SPACES.
025300     05  WS-RPT-CR-TOTAL         PIC ZZ,ZZZ,ZZ9.99.
025400     05  FILLER                  PIC X(01) VALUE SPACES.
025500     05  WS-RPT-NEAR-COUNT       PIC ZZ9.
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  WS-RPT-FILED-AS         PIC X(15).
025800*
025900 01  WS-RPT-COUNT-LINE.
026000     05  FILLER                  PIC X(05) VALUE SPACES.
026100     05  WS-RPT-CNT-TITLE        PIC X(30).
026200     05  WS-RPT-CNT-VALUE        PIC Z,ZZZ,ZZ9.
026300     05  FILLER                  PIC X(36) VALUE SPACES.
026400*
026500 01  WS-RPT-TOTAL-LINE.
026600     05  FILLER                  PIC X(05) VALUE SPACES.
026700     05  WS-RPT-TOT-TITLE        PIC X(30).
026800     05  WS-RPT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
026900     05  FILLER                  PIC X(30) VALUE SPACES.
027000*
027100 01  WS-RPT-NOTE-LINE.
027200     05  FILLER                  PIC X(05) VALUE SPACES.
027300     05  WS-RPT-NOTE-TEXT        PIC X(60).
027400     05  FILLER                  PIC X(15) VALUE SPACES.
027500*
027600 PROCEDURE DIVISION.
027700*
027800******************************************************************
027900*    0000-MAINLINE
028000******************************************************************
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
028300     PERFORM 2000-PROCESS-BATCH THRU 2000-PROCESS-BATCH-X
028400         UNTIL WS-ACCT-EOF.
028500     PERFORM 3000-PRINT-TOTALS THRU 3000-PRINT-TOTALS-X.
028600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
028700     STOP RUN.
028800*
028900******************************************************************
029000*    1000-INITIALIZE - PICK UP THE BUSINESS DATE, THE CRITERIA
029100*    AND THE DAY'S RATES, AND OPEN THE FILES.  WITHOUT THE
029200*    MASTER OR THE POSTED FILE NOTHING CAN BE CHECKED, AND
029300*    WITHOUT THE EXTRACT NOTHING CAN BE FILED, SO EACH OF
029400*    THESE REFUSES THE RUN.
029500******************************************************************
029600 1000-INITIALIZE.
029700     ACCEPT WS-BUSINESS-DATE FROM DATE.
029800     OPEN INPUT PARAMETER-FILE.
029900     IF WS-PARM-STATUS = '00'
030000         READ PARAMETER-FILE
030100             AT END
030200                 CONTINUE
030300         END-READ
030400         IF WS-PARM-STATUS = '00'
030500            AND PM-BUSINESS-DATE NOT = SPACES
030600             MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE
030700         END-IF
030800         CLOSE PARAMETER-FILE
030900     END-IF.
031000     PERFORM 1020-READ-REQUEST THRU 1020-READ-REQUEST-X.
031100     PERFORM 1045-LOAD-RATES THRU 1045-LOAD-RATES-EXIT.
031150     SUBTRACT WS-BAND-PCT FROM 100 GIVING WS-BELOW-PCT.
031200     COMPUTE WS-BAND-FLOOR ROUNDED =
031300         WS-REPORT-AMOUNT * WS-BELOW-PCT / 100.
031400     MOVE WS-BUSINESS-DATE TO WS-CALC-DATE.
031500     IF WS-CALC-DATE IS NOT NUMERIC
031600        OR WS-CALC-MM < 1
031700        OR WS-CALC-MM > 12
031800         DISPLAY 'DL290 - BUSINESS DATE ' WS-BUSINESS-DATE
031900             ' IS NOT A VALID DATE'
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-X.
032400     MOVE WS-CALC-DAYS TO WS-BUS-DAYS.
032500     COMPUTE WS-WINDOW-START = WS-BUS-DAYS - WS-WINDOW-DAYS + 1.
032600     OPEN INPUT ACCOUNT-FILE.
032700     IF WS-ACCT-STATUS NOT = '00'
032800         DISPLAY 'DL290 - ACCOUNT MASTER COULD NOT BE OPENED'
032900             ' - STATUS ' WS-ACCT-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300     OPEN INPUT POSTED-FILE.
033400     IF WS-PSTD-STATUS NOT = '00'
033500         DISPLAY 'DL290 - POSTED FILE COULD NOT BE OPENED'
033600             ' - STATUS ' WS-PSTD-STATUS
033700         CLOSE ACCOUNT-FILE
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100     CLOSE POSTED-FILE.
034200     OPEN OUTPUT FILING-FILE.
034300     IF WS-FILE-STATUS NOT = '00'
034400         DISPLAY 'DL290 - FILING EXTRACT COULD NOT BE OPENED'
034500             ' - STATUS ' WS-FILE-STATUS
034600         CLOSE ACCOUNT-FILE
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     OPEN OUTPUT REPORT-FILE.
035100     MOVE WS-RPT-HEADING-LINE TO RPT-RECORD.
035200     WRITE RPT-RECORD.
035300     MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE.
035400     MOVE WS-REPORT-AMOUNT TO WS-RPT-REPORT-AMOUNT.
035500     MOVE WS-RPT-CRITERIA-LINE TO RPT-RECORD.
035600     WRITE RPT-RECORD.
035700     MOVE WS-MIN-ITEMS TO WS-RPT-MIN-ITEMS.
035800     MOVE WS-BAND-PCT TO WS-RPT-BAND-PCT.
035900     MOVE WS-WINDOW-DAYS TO WS-RPT-WINDOW-DAYS.
036000     MOVE WS-RPT-BAND-LINE TO RPT-RECORD.
036100     WRITE RPT-RECORD.
036200     MOVE WS-RPT-COLHDR-LINE TO RPT-RECORD.
036300     WRITE RPT-RECORD.
036400     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
036500 1000-INITIALIZE-EXIT.
036600     EXIT.
036700*
036800******************************************************************
036900*    1020-READ-REQUEST - TAKE EACH USABLE FIGURE FROM THE
037000*    REQUEST FILE.  THE BAND MUST LEAVE SOMETHING BELOW THE
037100*    AMOUNT, THE WINDOW IS AT MOST A MONTH, AND A PATTERN
037200*    NEEDS AT LEAST TWO ITEMS.
037300******************************************************************
037400 1020-READ-REQUEST.
037500     OPEN INPUT REQUEST-FILE.
037600     IF WS-REQ-STATUS NOT = '00'
037700         GO TO 1020-READ-REQUEST-X
037800     END-IF.
037900     READ REQUEST-FILE
038000         AT END
038100             CONTINUE
038200     END-READ.
038300     IF WS-REQ-STATUS = '00'
038400         IF CQ-REPORT-AMOUNT IS NUMERIC
038500            AND CQ-REPORT-AMOUNT > 0
038600             MOVE CQ-REPORT-AMOUNT TO WS-REPORT-AMOUNT
038700         END-IF
038800         IF CQ-BAND-PCT IS NUMERIC
038900            AND CQ-BAND-PCT > 0
039000            AND CQ-BAND-PCT < 100
039100             MOVE CQ-BAND-PCT TO WS-BAND-PCT
039200         END-IF
039300         IF CQ-WINDOW-DAYS IS NUMERIC
039400            AND CQ-WINDOW-DAYS > 0
039500            AND CQ-WINDOW-DAYS NOT > 31
039600             MOVE CQ-WINDOW-DAYS TO WS-WINDOW-DAYS
039700         END-IF
039800         IF CQ-MIN-ITEMS IS NUMERIC
039900            AND CQ-MIN-ITEMS > 1
040000             MOVE CQ-MIN-ITEMS TO WS-MIN-ITEMS
040100         END-IF
040200     END-IF.
040300     CLOSE REQUEST-FILE.
040400 1020-READ-REQUEST-X.
040500     EXIT.
040600*
040700******************************************************************
040800*    1045-LOAD-RATES - LOAD THE DAY'S EXCHANGE-RATE FILE INTO
040900*    THE RATE TABLE.  A MISSING FILE LEAVES THE TABLE EMPTY,
041000*    AND EVERY FOREIGN ITEM IS THEN COUNTED AS HAVING NO RATE.
041100******************************************************************
041200 1045-LOAD-RATES.
041300     MOVE 'N' TO WS-RATE-EOF-SWITCH.
041400     MOVE ZERO TO WS-RATE-COUNT.
041500     OPEN INPUT RATE-FILE.
041600     IF WS-RATE-STATUS = '00'
041700         PERFORM 1047-LOAD-ONE-RATE THRU 1047-LOAD-ONE-RATE-X
041800             UNTIL WS-RATE-EOF
041900         CLOSE RATE-FILE
042000     END-IF.
042100 1045-LOAD-RATES-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500*    1047-LOAD-ONE-RATE - TABLE ONE EXCHANGE-RATE RECORD
042600******************************************************************
042700 1047-LOAD-ONE-RATE.
042800     READ RATE-FILE
042900         AT END
043000             MOVE 'Y' TO WS-RATE-EOF-SWITCH.
043100     IF NOT WS-RATE-EOF AND WS-RATE-COUNT < 20
043200         ADD 1 TO WS-RATE-COUNT
043300         SET WS-RATE-IDX TO WS-RATE-COUNT
043400         MOVE RT-CURRENCY-CODE TO WS-RT-CODE (WS-RATE-IDX)
043500         MOVE RT-RATE-TO-HOME  TO WS-RT-RATE (WS-RATE-IDX)
043600     END-IF.
043700 1047-LOAD-ONE-RATE-X.
043800     EXIT.
043900*
044000******************************************************************
044100*    1100-READ-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD
044200******************************************************************
044300 1100-READ-ACCOUNT.
044400     READ ACCOUNT-FILE
044500         AT END
044600             MOVE 'Y' TO WS-ACCT-EOF-SWITCH.
044700     IF NOT WS-ACCT-EOF AND WS-ACCT-STATUS NOT = '00'
044800         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
044900     END-IF.
045000 1100-READ-ACCOUNT-X.
045100     EXIT.
045200*
045300******************************************************************
045400*    2000-PROCESS-BATCH - TABLE THE NEXT 500 ACCOUNTS, PICK UP
045500*    THEIR ACTIVITY IN ONE SCAN OF THE POSTED FILE, THEN TEST
045600*    EACH OF THEM AGAINST THE CRITERIA
045700******************************************************************
045800 2000-PROCESS-BATCH.
045900     MOVE ZERO TO WS-BATCH-COUNT.
046000     PERFORM 2030-LOAD-ONE-ACCOUNT THRU 2030-LOAD-ONE-ACCT-X
046100         UNTIL WS-ACCT-EOF
046200            OR WS-BATCH-COUNT = 500.
046300     IF WS-BATCH-COUNT > 0
046400         PERFORM 2100-SCAN-POSTED THRU 2100-SCAN-POSTED-EXIT
046500         PERFORM 2200-CHECK-ACCOUNT THRU 2200-CHECK-ACCOUNT-X
046600             VARYING WS-BAT-SUB FROM 1 BY 1
046700             UNTIL WS-BAT-SUB > WS-BATCH-COUNT
046800     END-IF.
046900 2000-PROCESS-BATCH-X.
047000     EXIT.
047100*
047200 2030-LOAD-ONE-ACCOUNT.
047300     ADD 1 TO WS-READ-COUNT.
047400     ADD 1 TO WS-BATCH-COUNT.
047500     MOVE AB-ACCOUNT-NO TO WS-BT-ACCOUNT-NO (WS-BATCH-COUNT).
047600     MOVE AB-ACCOUNT-NAME
047700         TO WS-BT-ACCOUNT-NAME (WS-BATCH-COUNT).
047800     MOVE AB-ACCOUNT-TYPE
047900         TO WS-BT-ACCOUNT-TYPE (WS-BATCH-COUNT).
048000     MOVE ZERO TO WS-BT-DR-COUNT (WS-BATCH-COUNT).
048100     MOVE ZERO TO WS-BT-DR-TOTAL (WS-BATCH-COUNT).
048200     MOVE ZERO TO WS-BT-CR-COUNT (WS-BATCH-COUNT).
048300     MOVE ZERO TO WS-BT-CR-TOTAL (WS-BATCH-COUNT).
048400     MOVE ZERO TO WS-BT-NEAR-COUNT (WS-BATCH-COUNT).
048500     MOVE ZERO TO WS-BT-NEAR-TOTAL (WS-BATCH-COUNT).
048600     MOVE SPACES TO WS-BT-NEAR-FIRST (WS-BATCH-COUNT).
048700     MOVE SPACES TO WS-BT-NEAR-LAST (WS-BATCH-COUNT).
048800     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
048900 2030-LOAD-ONE-ACCT-X.
049000     EXIT.
049100*
049200******************************************************************
049300*    2100-SCAN-POSTED - ONE SCAN OF THE POSTED FILE FOR THE
049400*    WHOLE BATCH, TAKING EVERY POSTING DATED INSIDE THE WINDOW
049500******************************************************************
049600 2100-SCAN-POSTED.
049700     MOVE 'N' TO WS-PSTD-EOF-SWITCH.
049800     OPEN INPUT POSTED-FILE.
049900     IF WS-PSTD-STATUS NOT = '00'
050000         MOVE 'Y' TO WS-PSTD-EOF-SWITCH
050100     END-IF.
050200     PERFORM 2110-SCAN-ONE-POSTED THRU 2110-SCAN-ONE-POSTED-X
050300         UNTIL WS-PSTD-EOF.
050400     IF WS-PSTD-STATUS = '00' OR WS-PSTD-STATUS = '10'
050500         CLOSE POSTED-FILE
050600     END-IF.
050700 2100-SCAN-POSTED-EXIT.
050800     EXIT.
050900*
051000 2110-SCAN-ONE-POSTED.
051100     READ POSTED-FILE
051200         AT END
051300             MOVE 'Y' TO WS-PSTD-EOF-SWITCH.
051400     IF NOT WS-PSTD-EOF AND WS-PSTD-STATUS NOT = '00'
051500         MOVE 'Y' TO WS-PSTD-EOF-SWITCH
051600     END-IF.
051700     IF WS-PSTD-EOF
051800        OR PS-ACCOUNT-NO = SPACES
051900        OR PS-POST-DATE > WS-BUSINESS-DATE
052000         GO TO 2110-SCAN-ONE-POSTED-X
052100     END-IF.
052200     PERFORM 2115-CHECK-WINDOW THRU 2115-CHECK-WINDOW-X.
052300     IF NOT WS-IN-WINDOW
052400         GO TO 2110-SCAN-ONE-POSTED-X
052500     END-IF.
052600     PERFORM 2120-FIND-BATCH-ACCT THRU 2120-FIND-BATCH-X.
052700     IF NOT WS-BAT-FOUND
052800         GO TO 2110-SCAN-ONE-POSTED-X
052900     END-IF.
053000     PERFORM 2140-CONVERT-AMOUNT THRU 2140-CONVERT-AMOUNT-X.
053100     IF WS-RATE-FOUND
053200         PERFORM 2160-ADD-ITEM THRU 2160-ADD-ITEM-X
053300     END-IF.
053400 2110-SCAN-ONE-POSTED-X.
053500     EXIT.
053600*
053700******************************************************************
053800*    2115-CHECK-WINDOW - A POSTING IS IN THE WINDOW WHEN ITS
053900*    DAY NUMBER IS NO EARLIER THAN THE WINDOW'S FIRST DAY.  A
054000*    POST DATE THAT IS NOT A DATE IS LEFT OUT.
054100******************************************************************
054200 2115-CHECK-WINDOW.
054300     MOVE 'N' TO WS-WINDOW-SWITCH.
054400     IF PS-POST-DATE = WS-BUSINESS-DATE
054500         MOVE 'Y' TO WS-WINDOW-SWITCH
054600         GO TO 2115-CHECK-WINDOW-X
054700     END-IF.
054800     MOVE PS-POST-DATE TO WS-CALC-DATE.
054900     IF WS-CALC-DATE IS NOT NUMERIC
055000        OR WS-CALC-MM < 1
055100        OR WS-CALC-MM > 12
055200         GO TO 2115-CHECK-WINDOW-X
055300     END-IF.
055400     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-X.
055500     IF WS-CALC-DAYS NOT < WS-WINDOW-START
055600         MOVE 'Y' TO WS-WINDOW-SWITCH
055700     END-IF.
055800 2115-CHECK-WINDOW-X.
055900     EXIT.
056000*
056100******************************************************************
056200*    2120-FIND-BATCH-ACCT - LOCATE THE POSTED RECORD'S ACCOUNT
056300*    IN THE BATCH TABLE.  THE TABLE IS IN KEY ORDER, SO AN
056400*    ACCOUNT OUTSIDE THE BATCH'S SPAN IS REJECTED AT ONCE.
056500******************************************************************
056600 2120-FIND-BATCH-ACCT.
056700     MOVE 'N' TO WS-BAT-FOUND-SWITCH.
056800     IF PS-ACCOUNT-NO < WS-BT-ACCOUNT-NO (1)
056900        OR PS-ACCOUNT-NO > WS-BT-ACCOUNT-NO (WS-BATCH-COUNT)
057000         GO TO 2120-FIND-BATCH-X
057100     END-IF.
057200     MOVE 1 TO WS-FND-SUB.
057300     PERFORM 2130-TEST-BATCH-ACCT THRU 2130-TEST-BATCH-X
057400         UNTIL WS-FND-SUB > WS-BATCH-COUNT
057500            OR WS-BAT-FOUND.
057600 2120-FIND-BATCH-X.
057700     EXIT.
057800*
057900 2130-TEST-BATCH-ACCT.
058000     IF WS-BT-ACCOUNT-NO (WS-FND-SUB) = PS-ACCOUNT-NO
058100         MOVE 'Y' TO WS-BAT-FOUND-SWITCH
058200     ELSE
058300         ADD 1 TO WS-FND-SUB
058400     END-IF.
058500 2130-TEST-BATCH-X.
058600     EXIT.
058700*
058800******************************************************************
058900*    2140-CONVERT-AMOUNT - THE POSTING'S HOME-CURRENCY
059000*    EQUIVALENT AT THE DAY'S RATE, SIGNED AS POSTED, WITH ITS
059100*    SIZE ALONGSIDE.  A FOREIGN ITEM WITH NO RATE CANNOT BE
059200*    WEIGHED; IT IS COUNTED AND LEFT OUT.
059300******************************************************************
059400 2140-CONVERT-AMOUNT.
059500     IF PS-CURRENCY-CODE = WS-HOME-CURRENCY
059600        OR PS-CURRENCY-CODE = SPACES
059700         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
059800         MOVE PS-AMOUNT TO WS-HOME-AMOUNT
059900     ELSE
060000         PERFORM 2150-FIND-RATE THRU 2150-FIND-RATE-X
060100         IF WS-RATE-FOUND
060200             COMPUTE WS-HOME-AMOUNT ROUNDED =
060300                 PS-AMOUNT * WS-RT-RATE (WS-RATE-IDX)
060400         ELSE
060500             ADD 1 TO WS-NORATE-COUNT
060600             GO TO 2140-CONVERT-AMOUNT-X
060700         END-IF
060800     END-IF.
060900     IF WS-HOME-AMOUNT < 0
061000         COMPUTE WS-ABS-AMOUNT = 0 - WS-HOME-AMOUNT
061100     ELSE
061200         MOVE WS-HOME-AMOUNT TO WS-ABS-AMOUNT
061300     END-IF.
061400 2140-CONVERT-AMOUNT-X.
061500     EXIT.
061600*
061700******************************************************************
061800*    2150-FIND-RATE - LOCATE THE RATE-TABLE ENTRY FOR THE
061900*    POSTING'S CURRENCY
062000******************************************************************
062100 2150-FIND-RATE.
062200     SET WS-RATE-IDX TO 1.
062300     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
062400     PERFORM 2155-TEST-ONE-RATE THRU 2155-TEST-ONE-RATE-X
062500         UNTIL WS-RATE-IDX > WS-RATE-COUNT
062600            OR WS-RATE-FOUND.
062700 2150-FIND-RATE-X.
062800     EXIT.
062900*
063000 2155-TEST-ONE-RATE.
063100     IF WS-RT-CODE (WS-RATE-IDX) = PS-CURRENCY-CODE
063200         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
063300     ELSE
063400         SET WS-RATE-IDX UP BY 1
063500     END-IF.
063600 2155-TEST-ONE-RATE-X.
063700     EXIT.
063800*
063900******************************************************************
064000*    2160-ADD-ITEM - A POSTING FOR THE BUSINESS DATE GOES INTO
064100*    THE DAY'S DEBITS OR CREDITS.  ANY POSTING IN THE WINDOW
064200*    WITHIN THE BAND JUST BELOW THE REPORTING AMOUNT IS A NEAR
064300*    ITEM, AND THE DATES OF THE FIRST AND LAST ARE KEPT.
064400******************************************************************
064500 2160-ADD-ITEM.
064600     ADD 1 TO WS-WINDOW-COUNT.
064700     IF PS-POST-DATE = WS-BUSINESS-DATE
064800         IF WS-HOME-AMOUNT > 0
064900             ADD 1 TO WS-BT-DR-COUNT (WS-FND-SUB)
065000             ADD WS-HOME-AMOUNT TO WS-BT-DR-TOTAL (WS-FND-SUB)
065100         ELSE
065200             ADD 1 TO WS-BT-CR-COUNT (WS-FND-SUB)
065300             ADD WS-ABS-AMOUNT TO WS-BT-CR-TOTAL (WS-FND-SUB)
065400         END-IF
065500     END-IF.
065600     IF WS-ABS-AMOUNT < WS-BAND-FLOOR
065700        OR WS-ABS-AMOUNT NOT < WS-REPORT-AMOUNT
065800         GO TO 2160-ADD-ITEM-X
065900     END-IF.
066000     ADD 1 TO WS-BT-NEAR-COUNT (WS-FND-SUB).
066100     ADD WS-ABS-AMOUNT TO WS-BT-NEAR-TOTAL (WS-FND-SUB).
066200     IF WS-BT-NEAR-FIRST (WS-FND-SUB) = SPACES
066300        OR PS-POST-DATE < WS-BT-NEAR-FIRST (WS-FND-SUB)
066400         MOVE PS-POST-DATE TO WS-BT-NEAR-FIRST (WS-FND-SUB)
066500     END-IF.
066600     IF WS-BT-NEAR-LAST (WS-FND-SUB) = SPACES
066700        OR PS-POST-DATE > WS-BT-NEAR-LAST (WS-FND-SUB)
066800         MOVE PS-POST-DATE TO WS-BT-NEAR-LAST (WS-FND-SUB)
066900     END-IF.
067000 2160-ADD-ITEM-X.
067100     EXIT.
067200*
067300******************************************************************
067400*    2200-CHECK-ACCOUNT - TEST ONE BATCH ACCOUNT.  A SIDE OF
067500*    THE DAY OVER THE REPORTING AMOUNT IS A LARGE-CASH FILING.
067600*    ENOUGH NEAR ITEMS IN THE WINDOW, THE LATEST OF THEM FOR
067700*    THE BUSINESS DATE, IS A STRUCTURING FILING - SO A PATTERN
067800*    IS FILED AGAIN ONLY WHEN IT GROWS, NOT ON EVERY DAY IT
067900*    STAYS INSIDE THE WINDOW.
068000******************************************************************
068100 2200-CHECK-ACCOUNT.
068200     MOVE 'N' TO WS-LARGE-SWITCH.
068300     MOVE 'N' TO WS-STRUCT-SWITCH.
068400     IF WS-BT-DR-TOTAL (WS-BAT-SUB) > WS-REPORT-AMOUNT
068500        OR WS-BT-CR-TOTAL (WS-BAT-SUB) > WS-REPORT-AMOUNT
068600         MOVE 'Y' TO WS-LARGE-SWITCH
068700     END-IF.
068800     IF WS-BT-NEAR-COUNT (WS-BAT-SUB) NOT < WS-MIN-ITEMS
068900        AND WS-BT-NEAR-LAST (WS-BAT-SUB) = WS-BUSINESS-DATE
069000         MOVE 'Y' TO WS-STRUCT-SWITCH
069100     END-IF.
069200     IF NOT WS-IS-LARGE AND NOT WS-IS-STRUCTURED
069300         GO TO 2200-CHECK-ACCOUNT-X
069400     END-IF.
069500     PERFORM 2210-LIST-ACCOUNT THRU 2210-LIST-ACCOUNT-X.
069600     IF WS-BT-DR-TOTAL (WS-BAT-SUB) > WS-REPORT-AMOUNT
069700         PERFORM 2300-SET-FILING THRU 2300-SET-FILING-X
069800         MOVE 'L' TO CF-FILING-TYPE
069900         MOVE 'D' TO CF-DIRECTION
070000         MOVE WS-BT-DR-COUNT (WS-BAT-SUB) TO CF-ITEM-COUNT
070100         MOVE WS-BT-DR-TOTAL (WS-BAT-SUB) TO CF-HOME-AMOUNT
070200         MOVE WS-BUSINESS-DATE TO CF-FIRST-DATE
070300         MOVE WS-BUSINESS-DATE TO CF-LAST-DATE
070400         PERFORM 2350-WRITE-FILING THRU 2350-WRITE-FILING-X
070500     END-IF.
070600     IF WS-BT-CR-TOTAL (WS-BAT-SUB) > WS-REPORT-AMOUNT
070700         PERFORM 2300-SET-FILING THRU 2300-SET-FILING-X
070800         MOVE 'L' TO CF-FILING-TYPE
070900         MOVE 'C' TO CF-DIRECTION
071000         MOVE WS-BT-CR-COUNT (WS-BAT-SUB) TO CF-ITEM-COUNT
071100         MOVE WS-BT-CR-TOTAL (WS-BAT-SUB) TO CF-HOME-AMOUNT
071200         MOVE WS-BUSINESS-DATE TO CF-FIRST-DATE
071300         MOVE WS-BUSINESS-DATE TO CF-LAST-DATE
071400         PERFORM 2350-WRITE-FILING THRU 2350-WRITE-FILING-X
071500     END-IF.
071600     IF WS-IS-STRUCTURED
071700         PERFORM 2300-SET-FILING THRU 2300-SET-FILING-X
071800         MOVE 'S' TO CF-FILING-TYPE
071900         MOVE WS-BT-NEAR-COUNT (WS-BAT-SUB) TO CF-ITEM-COUNT
072000         MOVE WS-BT-NEAR-TOTAL (WS-BAT-SUB) TO CF-HOME-AMOUNT
072100         MOVE WS-BT-NEAR-FIRST (WS-BAT-SUB) TO CF-FIRST-DATE
072200         MOVE WS-BT-NEAR-LAST (WS-BAT-SUB) TO CF-LAST-DATE
072300         PERFORM 2350-WRITE-FILING THRU 2350-WRITE-FILING-X
072400     END-IF.
072500 2200-CHECK-ACCOUNT-X.
072600     EXIT.
072700*
072800******************************************************************
072900*    2210-LIST-ACCOUNT - PRINT ONE FILED ACCOUNT
073000******************************************************************
073100 2210-LIST-ACCOUNT.
073200     MOVE SPACES TO WS-RPT-DETAIL-LINE.
073300     MOVE WS-BT-ACCOUNT-NO (WS-BAT-SUB) TO WS-RPT-ACCOUNT-NO.
073400     MOVE WS-BT-ACCOUNT-NAME (WS-BAT-SUB) TO WS-RPT-ACCOUNT-NAME.
073500     MOVE WS-BT-DR-TOTAL (WS-BAT-SUB) TO WS-RPT-DR-TOTAL.
073600     MOVE WS-BT-CR-TOTAL (WS-BAT-SUB) TO WS-RPT-CR-TOTAL.
073700     MOVE WS-BT-NEAR-COUNT (WS-BAT-SUB) TO WS-RPT-NEAR-COUNT.
073800     IF WS-IS-LARGE AND WS-IS-STRUCTURED
073900         MOVE 'LARGE CASH+STRC' TO WS-RPT-FILED-AS
074000         ADD 1 TO WS-LARGE-COUNT
074100         ADD 1 TO WS-STRUCT-COUNT
074200     ELSE
074300     IF WS-IS-LARGE
074400         MOVE 'LARGE CASH' TO WS-RPT-FILED-AS
074500         ADD 1 TO WS-LARGE-COUNT
074600     ELSE
074700         MOVE 'STRUCTURING' TO WS-RPT-FILED-AS
074800         ADD 1 TO WS-STRUCT-COUNT
074900     END-IF
075000     END-IF.
075100     MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
075200     WRITE RPT-RECORD.
075300 2210-LIST-ACCOUNT-X.
075400     EXIT.
075500*
075600******************************************************************
075700*    2300-SET-FILING - THE PARTS OF A FILING THAT DO NOT
075800*    DEPEND ON ITS TYPE
075900******************************************************************
076000 2300-SET-FILING.
076100     MOVE SPACES TO CF-RECORD.
076200     MOVE WS-BUSINESS-DATE TO CF-BUSINESS-DATE.
076300     MOVE WS-BT-ACCOUNT-NO (WS-BAT-SUB) TO CF-ACCOUNT-NO.
076400     MOVE WS-BT-ACCOUNT-NAME (WS-BAT-SUB) TO CF-ACCOUNT-NAME.
076500     MOVE WS-BT-ACCOUNT-TYPE (WS-BAT-SUB) TO CF-ACCOUNT-TYPE.
076600     MOVE WS-REPORT-AMOUNT TO CF-REPORT-AMOUNT.
076700 2300-SET-FILING-X.
076800     EXIT.
076900*
077000******************************************************************
077100*    2350-WRITE-FILING - WRITE ONE FILING TO THE EXTRACT
077200******************************************************************
077300 2350-WRITE-FILING.
077400     WRITE CF-RECORD.
077500     ADD 1 TO WS-FILING-COUNT.
077600     ADD CF-HOME-AMOUNT TO WS-FILED-TOTAL.
077700 2350-WRITE-FILING-X.
077800     EXIT.
077900*
078000******************************************************************
078100*    3000-PRINT-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT
078200******************************************************************
078300 3000-PRINT-TOTALS.
078400     MOVE 'ACCOUNTS READ:' TO WS-RPT-CNT-TITLE.
078500     MOVE WS-READ-COUNT TO WS-RPT-CNT-VALUE.
078600     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
078700     WRITE RPT-RECORD.
078800     MOVE 'POSTINGS IN WINDOW:' TO WS-RPT-CNT-TITLE.
078900     MOVE WS-WINDOW-COUNT TO WS-RPT-CNT-VALUE.
079000     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
079100     WRITE RPT-RECORD.
079200     MOVE 'LARGE-CASH ACCOUNTS:' TO WS-RPT-CNT-TITLE.
079300     MOVE WS-LARGE-COUNT TO WS-RPT-CNT-VALUE.
079400     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
079500     WRITE RPT-RECORD.
079600     MOVE 'STRUCTURING ACCOUNTS:' TO WS-RPT-CNT-TITLE.
079700     MOVE WS-STRUCT-COUNT TO WS-RPT-CNT-VALUE.
079800     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
079900     WRITE RPT-RECORD.
080000     MOVE 'FILINGS WRITTEN:' TO WS-RPT-CNT-TITLE.
080100     MOVE WS-FILING-COUNT TO WS-RPT-CNT-VALUE.
080200     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
080300     WRITE RPT-RECORD.
080400     MOVE 'AMOUNT FILED:' TO WS-RPT-TOT-TITLE.
080500     MOVE WS-FILED-TOTAL TO WS-RPT-TOT-AMOUNT.
080600     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
080700     WRITE RPT-RECORD.
080800     IF WS-NORATE-COUNT > 0
080900         MOVE 'FOREIGN ITEMS WITH NO RATE:' TO WS-RPT-CNT-TITLE
081000         MOVE WS-NORATE-COUNT TO WS-RPT-CNT-VALUE
081100         MOVE WS-RPT-COUNT-LINE TO RPT-RECORD
081200         WRITE RPT-RECORD
081300         MOVE 'RATE MISSING - THOSE ITEMS WERE NOT WEIGHED'
081400             TO WS-RPT-NOTE-TEXT
081500         MOVE WS-RPT-NOTE-LINE TO RPT-RECORD
081600         WRITE RPT-RECORD
081700         MOVE 4 TO RETURN-CODE
081800     END-IF.
081900     IF WS-FILING-COUNT > 0
082000         MOVE 4 TO RETURN-CODE
082100     END-IF.
082200 3000-PRINT-TOTALS-X.
082300     EXIT.
082400*
082500******************************************************************
082600*    6000-DATE-TO-DAYS - TURN THE YYMMDD IN WS-CALC-DATE INTO A
082700*    DAY NUMBER IN WS-CALC-DAYS, COUNTING 01/01/2000 AS DAY 1.
082800*    EVERY YEAR DIVISIBLE BY FOUR IS A LEAP YEAR, WHICH HOLDS
082900*    FOR ALL OF 2000-2099.  THE DIFFERENCE BETWEEN TWO DAY
083000*    NUMBERS IS THE TRUE NUMBER OF DAYS BETWEEN THE DATES.
083100******************************************************************
083200 6000-DATE-TO-DAYS.
083300     COMPUTE WS-CALC-DAYS = WS-CALC-YY * 365
083400         + WS-CUM-DAYS (WS-CALC-MM) + WS-CALC-DD.
083500*    ONE EXTRA DAY FOR EACH LEAP YEAR BEFORE THIS ONE
083600     ADD 3 WS-CALC-YY GIVING WS-CALC-WORK.
083700     DIVIDE WS-CALC-WORK BY 4 GIVING WS-LEAP-QUOT.
083800     ADD WS-LEAP-QUOT TO WS-CALC-DAYS.
083900*    AND ONE FOR THIS YEAR'S 29 FEBRUARY ONCE IT IS PAST
084000     DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
084100         REMAINDER WS-LEAP-REM.
084200     IF WS-LEAP-REM = 0 AND WS-CALC-MM > 2
084300         ADD 1 TO WS-CALC-DAYS
084400     END-IF.
084500 6000-DATE-TO-DAYS-X.
084600     EXIT.
084700*
084800******************************************************************
084900*    9000-TERMINATE - CLOSE FILES AND END THE RUN
085000******************************************************************
085100 9000-TERMINATE.
085200     CLOSE ACCOUNT-FILE.
085300     CLOSE FILING-FILE.
085400     CLOSE REPORT-FILE.
085500 9000-TERMINATE-EXIT.
085600     EXIT.
