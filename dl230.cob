000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL230.
000300 AUTHOR.         R SHARMA.
000400 INSTALLATION.   DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DL230 - MONTH-END INTEREST AND SERVICE-CHARGE ACCRUAL
000900*
001000*    RUN AT MONTH END, BEFORE THE DL130 PERIOD CLOSE.  READS
001100*    THE ACCOUNT MASTER AND, FOR EVERY ACCOUNT OPEN IN THE
001200*    PERIOD, APPLIES THE ACCRUAL SCHEDULE FOR ITS ACCOUNT
001300*    TYPE - INTEREST PAID ON A CREDIT BALANCE OR CHARGED ON A
001400*    DEBIT BALANCE, ON EITHER THE PERIOD-END BALANCE OR THE
001500*    AVERAGE DAILY BALANCE, PLUS THE MONTHLY SERVICE CHARGE
001600*    UNLESS THE CREDIT BALANCE WAIVES IT.  THE PERIOD-END AND
001700*    AVERAGE BALANCES ARE WORKED BACK FROM AB-BALANCE AND THE
001800*    POSTED FILE, AS DL140 DOES, SO THE RUN MAY BE MADE AFTER
001900*    THE NEXT PERIOD HAS STARTED POSTING.
002000*    THE CHARGES ARE NOT POSTED HERE.  THEY ARE WRITTEN AS A
002100*    HEADER/TRAILER-WRAPPED TRANSACTION FILE UNDER SOURCE
002200*    CODE 'ACR' AND POST THROUGH DL100'S OWN VALIDATION,
002300*    DUPLICATE CHECK AND AUDIT.  EVERY TRANSACTION KEY IS
002400*    BUILT FROM THE ACCOUNT, THE KIND OF CHARGE AND THE
002500*    PERIOD, SO A RERUN OF THE SAME PERIOD PRODUCES THE SAME
002600*    KEYS AND DL100 REJECTS THEM AS DUPLICATES.  THE ACCRUAL
002700*    REGISTER PRINTS EVERY ACCOUNT WORKED AND FOOTS ITS
002800*    PRINTED AMOUNTS TO THE FILE'S TRAILER HASH.
002900*    CONDITION CODES:  00 CLEAN, 04 AN ACCOUNT WAS NOT
003000*    ACCRUED (NO SCHEDULE FOR ITS TYPE, OR A CHARGE TOO LARGE
003100*    FOR THE TRANSACTION AMOUNT FIELD), 08 THE REGISTER DOES
003200*    NOT FOOT TO THE TRAILER, 16 RUN REFUSED.
003300*-----------------------------------------------------------------
003400*    MODIFICATION HISTORY
003500*    DATE       INIT  DESCRIPTION
003600*    10/15/26   RFS   ORIGINAL PROGRAM.
003620*    10/15/26   RFS   A DORMANT ACCOUNT IS NOT ACCRUED - DL100
003640*                     WOULD ONLY HOLD THE CHARGE FOR REVIEW - AND
003660*                     IS COUNTED ON ITS OWN REGISTER LINE.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.    IBM-370.
004100 OBJECT-COMPUTER.    IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARAMETER-FILE ASSIGN TO PARMIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PARM-STATUS.
004700     SELECT REQUEST-FILE ASSIGN TO ACRREQ
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-REQ-STATUS.
005000     SELECT SCHEDULE-FILE ASSIGN TO ACRSCHD
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SCHD-STATUS.
005300     SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS AB-ACCOUNT-NO
005700         FILE STATUS IS WS-ACCT-STATUS.
005800     SELECT POSTED-FILE ASSIGN TO PSTTRAN
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS PS-TRANS-KEY
006200         FILE STATUS IS WS-PSTD-STATUS.
006300     SELECT ACCRUAL-FILE ASSIGN TO ACROUT
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT REPORT-FILE ASSIGN TO ACRRPT
006600         ORGANIZATION IS SEQUENTIAL.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PARAMETER-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DLPARMREC.
007400*
007500 FD  REQUEST-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY DLACQREC.
007900*
008000 FD  SCHEDULE-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DLACSREC.
008400*
008500 FD  ACCOUNT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY DLACTREC.
008800*
008900 FD  POSTED-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY DLPSTREC.
009200*
009300 FD  ACCRUAL-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600     COPY DLTRREC.
009700*
009800 FD  REPORT-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DLSUMREC.
010200*
010300 WORKING-STORAGE SECTION.
010400*
010500 01  WS-STATUS-FIELDS.
010600     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
010700     05  WS-REQ-STATUS           PIC X(02) VALUE '00'.
010800     05  WS-SCHD-STATUS          PIC X(02) VALUE '00'.
010900     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
011000     05  WS-PSTD-STATUS          PIC X(02) VALUE '00'.
011100*
011200 01  WS-SWITCHES.
011300     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
011400         88  WS-ACCT-EOF         VALUE 'Y'.
011500     05  WS-PSTD-EOF-SWITCH      PIC X(01) VALUE 'N'.
011600         88  WS-PSTD-EOF         VALUE 'Y'.
011700     05  WS-SCHD-EOF-SWITCH      PIC X(01) VALUE 'N'.
011800         88  WS-SCHD-EOF         VALUE 'Y'.
011900     05  WS-BAT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
012000         88  WS-BAT-FOUND        VALUE 'Y'.
012100     05  WS-SCHD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
012200         88  WS-SCHD-FOUND       VALUE 'Y'.
012300     05  WS-NOT-ACCRUED-SWITCH   PIC X(01) VALUE 'N'.
012400         88  WS-SOME-NOT-ACCRUED VALUE 'Y'.
012500*
012600 01  WS-HOME-CURRENCY            PIC X(03) VALUE 'USD'.
012700 01  WS-ACR-SOURCE               PIC X(03) VALUE 'ACR'.
012800*
012900 01  WS-DATE-FIELDS.
013000     05  WS-BUSINESS-DATE        PIC X(06) VALUE SPACES.
013100     05  WS-PERIOD.
013200         10  WS-PERIOD-YY        PIC 9(02).
013300         10  WS-PERIOD-MM        PIC 9(02).
013400     05  WS-PERIOD-X REDEFINES WS-PERIOD.
013500         10  FILLER              PIC X(01).
013600         10  WS-PERIOD-Y2        PIC X(01).
013700         10  FILLER              PIC X(02).
013800     05  WS-PERIOD-END.
013900         10  WS-PERIOD-END-YYMM  PIC X(04).
014000         10  WS-PERIOD-END-DD    PIC 9(02).
014100     05  WS-DAYS-IN-PERIOD       PIC 9(02) VALUE 0.
014200     05  WS-LEAP-QUOT            PIC 9(02) VALUE 0.
014300     05  WS-LEAP-REM             PIC 9(02) VALUE 0.
014400     05  WS-POST-DATE.
014500         10  WS-POST-YYMM        PIC X(04).
014600         10  WS-POST-DD          PIC 9(02).
014700*
014800*    DAYS PER MONTH, AND THE KEY LETTER FOR EACH MONTH'S
014900*    INTEREST AND SERVICE-CHARGE ITEMS
015000 01  WS-CALENDAR-TABLES.
015100     05  WS-MONTH-DAYS-X         PIC X(24)
015200             VALUE '312831303130313130313031'.
015300     05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X
015400                                 PIC 9(02) OCCURS 12 TIMES.
015500     05  WS-INT-CODES            PIC X(12) VALUE 'ABCDEFGHIJKL'.
015600     05  WS-INT-CODE REDEFINES WS-INT-CODES
015700                                 PIC X(01) OCCURS 12 TIMES.
015800     05  WS-FEE-CODES            PIC X(12) VALUE 'MNOPQRSTUVWX'.
015900     05  WS-FEE-CODE REDEFINES WS-FEE-CODES
016000                                 PIC X(01) OCCURS 12 TIMES.
016100*
016200*    TRANSACTION KEY - ACCOUNT, KIND-AND-MONTH LETTER AND THE
016300*    LAST DIGIT OF THE YEAR
016400 01  WS-KEY-BUILD.
016500     05  WS-KEY-ACCOUNT          PIC X(08).
016600     05  WS-KEY-CODE             PIC X(01).
016700     05  WS-KEY-YEAR             PIC X(01).
016800*
016900 01  WS-SCHEDULE-TABLE.
017000     05  WS-SC-COUNT             PIC 9(02) COMP VALUE 0.
017100     05  WS-SC-ENTRY OCCURS 50 TIMES.
017200         10  WS-SC-TYPE          PIC X(02).
017300         10  WS-SC-BASIS         PIC X(01).
017400         10  WS-SC-CR-RATE       PIC 9(02)V9(04).
017500         10  WS-SC-DR-RATE       PIC 9(02)V9(04).
017600         10  WS-SC-FEE           PIC 9(03)V99.
017700         10  WS-SC-WAIVE-BAL     PIC 9(07)V99.
017800*
017900 01  WS-BATCH-FIELDS.
018000     05  WS-BATCH-COUNT          PIC 9(03) COMP VALUE 0.
018100     05  WS-BAT-SUB              PIC 9(03) COMP VALUE 0.
018200     05  WS-FND-SUB              PIC 9(03) COMP VALUE 0.
018300     05  WS-SC-SUB               PIC 9(02) COMP VALUE 0.
018400*
018500 01  WS-BATCH-TABLE.
018600     05  WS-BATCH-ENTRY OCCURS 500 TIMES.
018700         10  WS-BT-ACCOUNT-NO    PIC X(08).
018800         10  WS-BT-TYPE          PIC X(02).
018900         10  WS-BT-BALANCE       PIC S9(7)V99.
019000         10  WS-BT-AFTER-TOTAL   PIC S9(9)V99.
019100         10  WS-BT-WEIGHTED      PIC S9(11)V99.
019200*
019300 01  WS-ACCRUAL-FIELDS.
019400     05  WS-CLOSE-BALANCE        PIC S9(9)V99 VALUE 0.
019500     05  WS-BASIS-BALANCE        PIC S9(9)V99 VALUE 0.
019600     05  WS-BASIS-ABS            PIC S9(9)V99 VALUE 0.
019700     05  WS-RATE                 PIC 9(02)V9(04) VALUE 0.
019800     05  WS-INTEREST             PIC S9(9)V99 VALUE 0.
019900     05  WS-INT-DC               PIC X(01) VALUE SPACES.
020000     05  WS-FEE                  PIC S9(5)V99 VALUE 0.
020100     05  WS-ITEM-AMOUNT          PIC S9(9)V99 VALUE 0.
020200     05  WS-ITEM-DC              PIC X(01) VALUE SPACES.
020300     05  WS-MAX-AMOUNT           PIC S9(9)V99 VALUE 99999.99.
020400*
020500 01  WS-RUN-TOTALS.
020600     05  WS-ACCRUED-COUNT        PIC 9(07) COMP VALUE 0.
020700     05  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE 0.
020750     05  WS-DORMANT-COUNT        PIC 9(07) COMP VALUE 0.
020800     05  WS-NOSCHED-COUNT        PIC 9(07) COMP VALUE 0.
020900     05  WS-TOOBIG-COUNT         PIC 9(07) COMP VALUE 0.
021000     05  WS-INT-CR-TOTAL         PIC S9(9)V99 VALUE 0.
021100     05  WS-INT-DR-TOTAL         PIC S9(9)V99 VALUE 0.
021200     05  WS-FEE-TOTAL            PIC S9(9)V99 VALUE 0.
021300     05  WS-REGISTER-TOTAL       PIC S9(9)V99 VALUE 0.
021400     05  WS-ITEM-COUNT           PIC 9(07) VALUE 0.
021500     05  WS-HASH-TOTAL           PIC 9(09)V99 VALUE 0.
021600     05  WS-TIE-DIFF             PIC S9(9)V99 VALUE 0.
021700*
021800 01  WS-RPT-HEADING-LINE.
021900     05  FILLER                  PIC X(22) VALUE SPACES.
022000     05  FILLER                  PIC X(36)
022100             VALUE 'MONTH-END ACCRUAL REGISTER'.
022200     05  FILLER                  PIC X(22) VALUE SPACES.
022300*
022400 01  WS-RPT-PERIOD-LINE.
022500     05  FILLER                  PIC X(05) VALUE SPACES.
022600     05  FILLER                  PIC X(08) VALUE 'PERIOD:'.
022700     05  WS-RPT-PERIOD           PIC X(04).
022800     05  FILLER                  PIC X(05) VALUE SPACES.
022900     05  FILLER                  PIC X(06) VALUE 'DAYS:'.
023000     05  WS-RPT-DAYS             PIC Z9.
023100     05  FILLER                  PIC X(05) VALUE SPACES.
023200     05  FILLER                  PIC X(15)
023300             VALUE 'BUSINESS DATE:'.
023400     05  WS-RPT-BUS-DATE         PIC X(06).
023500     05  FILLER                  PIC X(24) VALUE SPACES.
023600*
023700 01  WS-RPT-COLHDR-LINE.
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
024000     05  FILLER                  PIC X(04) VALUE 'TY'.
024100     05  FILLER                  PIC X(02) VALUE 'B'.
024200     05  FILLER                  PIC X(16)
024300             VALUE '   BASIS BALANCE'.
024400     05  FILLER                  PIC X(15)
024500             VALUE '     INTEREST'.
024600     05  FILLER                  PIC X(08) VALUE '    FEE'.
024700     05  FILLER                  PIC X(14) VALUE 'NOTE'.
024800     05  FILLER                  PIC X(10) VALUE SPACES.
024900*
025000 01  WS-RPT-DETAIL-LINE.
025100     05  FILLER                  PIC X(01) VALUE SPACES.
025200     05  WS-RPT-ACCOUNT-NO       PIC X(08).
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  WS-RPT-ACCT-TYPE        PIC X(02).
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  WS-RPT-BASIS            PIC X(01).
025700     05  FILLER                  PIC X(01) VALUE SPACES.
025800     05  WS-RPT-BASIS-BAL        PIC ZZZ,ZZZ,ZZ9.99-.
025900     05  FILLER                  PIC X(01) VALUE SPACES.
026000     05  WS-RPT-INTEREST         PIC Z,ZZZ,ZZ9.99.
026100     05  FILLER                  PIC X(01) VALUE SPACES.
026200     05  WS-RPT-INT-DC           PIC X(01).
026300     05  FILLER                  PIC X(01) VALUE SPACES.
026400     05  WS-RPT-FEE              PIC ZZ9.99.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  WS-RPT-NOTE             PIC X(14).
026700     05  FILLER                  PIC X(10) VALUE SPACES.
026800*
026900 01  WS-RPT-COUNT-LINE.
027000     05  FILLER                  PIC X(05) VALUE SPACES.
027100     05  WS-RPT-CNT-TITLE        PIC X(30).
027200     05  WS-RPT-CNT-VALUE        PIC Z,ZZZ,ZZ9.
027300     05  FILLER                  PIC X(36) VALUE SPACES.
027400*
027500 01  WS-RPT-TOTAL-LINE.
027600     05  FILLER                  PIC X(05) VALUE SPACES.
027700     05  WS-RPT-TOT-TITLE        PIC X(30).
027800     05  WS-RPT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
027900     05  FILLER                  PIC X(30) VALUE SPACES.
028000*
028100 01  WS-RPT-TIE-LINE.
028200     05  FILLER                  PIC X(01) VALUE SPACES.
028300     05  FILLER                  PIC X(16)
028400             VALUE 'REGISTER TOTAL:'.
028500     05  WS-RPT-TIE-REGISTER     PIC ZZZ,ZZZ,ZZ9.99-.
028600     05  FILLER                  PIC X(09) VALUE ' TRAILER:'.
028700     05  WS-RPT-TIE-HASH         PIC ZZZ,ZZZ,ZZ9.99-.
028800     05  FILLER                  PIC X(06) VALUE ' DIFF:'.
028900     05  WS-RPT-TIE-DIFF         PIC ZZZ,ZZZ,ZZ9.99-.
029000     05  FILLER                  PIC X(03) VALUE SPACES.
029100*
029200 01  WS-RPT-BREAK-LINE.
029300     05  FILLER                  PIC X(05) VALUE SPACES.
029400     05  FILLER                  PIC X(50) VALUE
029500       '*** REGISTER DOES NOT FOOT TO THE TRAILER HASH ***'.
029600     05  FILLER                  PIC X(25) VALUE SPACES.
029700*
029800 PROCEDURE DIVISION.
029900*
030000******************************************************************
030100*    0000-MAINLINE
030200******************************************************************
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030500     PERFORM 2000-PROCESS-BATCH THRU 2000-PROCESS-BATCH-X
030600         UNTIL WS-ACCT-EOF.
030700     PERFORM 3000-FINISH-FILE THRU 3000-FINISH-FILE-X.
030800     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-X.
030900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
031000     STOP RUN.
031100*
031200******************************************************************
031300*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND PERIOD,
031400*    LOAD THE SCHEDULE, OPEN THE FILES AND WRITE THE HEADER
031500*    RECORD.  NO USABLE PERIOD, NO SCHEDULE OR NO ACCOUNT
031600*    MASTER REFUSES THE RUN BEFORE ANY OUTPUT IS WRITTEN.
031700******************************************************************
031800 1000-INITIALIZE.
031900     PERFORM 1010-READ-PARMS THRU 1010-READ-PARMS-X.
032000     PERFORM 1020-READ-REQUEST THRU 1020-READ-REQUEST-X.
032100     PERFORM 1030-SET-PERIOD THRU 1030-SET-PERIOD-X.
032200     PERFORM 1040-LOAD-SCHEDULE THRU 1040-LOAD-SCHEDULE-X.
032300     OPEN INPUT ACCOUNT-FILE.
032400     IF WS-ACCT-STATUS NOT = '00'
032500         DISPLAY 'DL230 - ACCOUNT MASTER COULD NOT BE OPENED'
032600             ' - STATUS ' WS-ACCT-STATUS
032700         MOVE 16 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000     OPEN OUTPUT ACCRUAL-FILE.
033100     OPEN OUTPUT REPORT-FILE.
033200     MOVE WS-RPT-HEADING-LINE TO RPT-RECORD.
033300     WRITE RPT-RECORD.
033400     MOVE WS-PERIOD TO WS-RPT-PERIOD.
033500     MOVE WS-DAYS-IN-PERIOD TO WS-RPT-DAYS.
033600     MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE.
033700     MOVE WS-RPT-PERIOD-LINE TO RPT-RECORD.
033800     WRITE RPT-RECORD.
033900     MOVE WS-RPT-COLHDR-LINE TO RPT-RECORD.
034000     WRITE RPT-RECORD.
034100     MOVE SPACES TO TR-HEADER-RECORD.
034200     MOVE 'H' TO TR-RECORD-TYPE.
034300     MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE.
034400     WRITE TR-HEADER-RECORD.
034500     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
034600 1000-INITIALIZE-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000*    1010-READ-PARMS - THE BUSINESS DATE THE FILE IS STAMPED
035100*    WITH IS THE ONE DL100 WILL EXPECT, FROM ITS PARAMETER
035200*    RECORD.  NO PARAMETER FILE MEANS THE MACHINE DATE.
035300******************************************************************
035400 1010-READ-PARMS.
035500     ACCEPT WS-BUSINESS-DATE FROM DATE.
035600     OPEN INPUT PARAMETER-FILE.
035700     IF WS-PARM-STATUS = '00'
035800         READ PARAMETER-FILE
035900             AT END
036000                 CONTINUE
036100         END-READ
036200         IF WS-PARM-STATUS = '00'
036300            AND PM-BUSINESS-DATE NOT = SPACES
036400             MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE
036500         END-IF
036600         CLOSE PARAMETER-FILE
036700     END-IF.
036800 1010-READ-PARMS-X.
036900     EXIT.
037000*
037100******************************************************************
037200*    1020-READ-REQUEST - THE PERIOD TO ACCRUE.  A BLANK OR
037300*    MISSING REQUEST MEANS THE BUSINESS DATE'S MONTH.
037400******************************************************************
037500 1020-READ-REQUEST.
037600     MOVE WS-BUSINESS-DATE TO WS-POST-DATE.
037700     MOVE WS-POST-YYMM TO WS-PERIOD.
037800     OPEN INPUT REQUEST-FILE.
037900     IF WS-REQ-STATUS = '00'
038000         READ REQUEST-FILE
038100             AT END
038200                 CONTINUE
038300         END-READ
038400         IF WS-REQ-STATUS = '00'
038500            AND AQ-PERIOD NOT = SPACES
038600             MOVE AQ-PERIOD TO WS-PERIOD
038700         END-IF
038800         CLOSE REQUEST-FILE
038900     END-IF.
039000 1020-READ-REQUEST-X.
039100     EXIT.
039200*
039300******************************************************************
039400*    1030-SET-PERIOD - PROVE THE PERIOD AND WORK OUT ITS LAST
039500*    DAY.  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY FOUR.
039600******************************************************************
039700 1030-SET-PERIOD.
039800     IF WS-PERIOD IS NOT NUMERIC
039900        OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
040000         DISPLAY 'DL230 - PERIOD ' WS-PERIOD ' IS NOT A VALID '
040100             'YYMM - RUN REFUSED'
040200         MOVE 16 TO RETURN-CODE
040300         STOP RUN
040400     END-IF.
040500     MOVE WS-MONTH-DAYS (WS-PERIOD-MM) TO WS-DAYS-IN-PERIOD.
040600     IF WS-PERIOD-MM = 2
040700         DIVIDE WS-PERIOD-YY BY 4 GIVING WS-LEAP-QUOT
040800             REMAINDER WS-LEAP-REM
040900         IF WS-LEAP-REM = 0
041000             MOVE 29 TO WS-DAYS-IN-PERIOD
041100         END-IF
041200     END-IF.
041300     MOVE WS-PERIOD TO WS-PERIOD-END-YYMM.
041400     MOVE WS-DAYS-IN-PERIOD TO WS-PERIOD-END-DD.
041500 1030-SET-PERIOD-X.
041600     EXIT.
041700*
041800******************************************************************
041900*    1040-LOAD-SCHEDULE - LOAD THE ACCRUAL SCHEDULE.  WITHOUT
042000*    IT NOTHING CAN BE CHARGED, SO AN EMPTY OR MISSING FILE
042100*    REFUSES THE RUN.
042200******************************************************************
042300 1040-LOAD-SCHEDULE.
042400     MOVE 'N' TO WS-SCHD-EOF-SWITCH.
042500     MOVE ZERO TO WS-SC-COUNT.
042600     OPEN INPUT SCHEDULE-FILE.
042700     IF WS-SCHD-STATUS = '00'
042800         PERFORM 1045-LOAD-ONE-SCHED THRU 1045-LOAD-ONE-SCHED-X
042900             UNTIL WS-SCHD-EOF
043000         CLOSE SCHEDULE-FILE
043100     END-IF.
043200     IF WS-SC-COUNT = 0
043300         DISPLAY 'DL230 - NO ACCRUAL SCHEDULE - RUN REFUSED'
043400         MOVE 16 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700 1040-LOAD-SCHEDULE-X.
043800     EXIT.
043900*
044000 1045-LOAD-ONE-SCHED.
044100     READ SCHEDULE-FILE
044200         AT END
044300             MOVE 'Y' TO WS-SCHD-EOF-SWITCH.
044400     IF NOT WS-SCHD-EOF AND WS-SCHD-STATUS NOT = '00'
044500         MOVE 'Y' TO WS-SCHD-EOF-SWITCH
044600     END-IF.
044700     IF NOT WS-SCHD-EOF
044800         IF WS-SC-COUNT < 50
044900             ADD 1 TO WS-SC-COUNT
045000             MOVE AS-ACCOUNT-TYPE  TO WS-SC-TYPE (WS-SC-COUNT)
045100             MOVE AS-INT-BASIS     TO WS-SC-BASIS (WS-SC-COUNT)
045200             MOVE AS-CR-RATE       TO WS-SC-CR-RATE (WS-SC-COUNT)
045300             MOVE AS-DR-RATE       TO WS-SC-DR-RATE (WS-SC-COUNT)
045400             MOVE AS-MONTHLY-FEE   TO WS-SC-FEE (WS-SC-COUNT)
045500             MOVE AS-FEE-WAIVE-BAL
045600                 TO WS-SC-WAIVE-BAL (WS-SC-COUNT)
045700         ELSE
045800             DISPLAY 'DL230 - ACCRUAL SCHEDULE TABLE FULL - '
045900                 'TYPE ' AS-ACCOUNT-TYPE ' IGNORED'
046000         END-IF
046100     END-IF.
046200 1045-LOAD-ONE-SCHED-X.
046300     EXIT.
046400*
046500******************************************************************
046600*    1100-READ-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD
046700******************************************************************
046800 1100-READ-ACCOUNT.
046900     READ ACCOUNT-FILE
047000         AT END
047100             MOVE 'Y' TO WS-ACCT-EOF-SWITCH.
047200     IF NOT WS-ACCT-EOF AND WS-ACCT-STATUS NOT = '00'
047300         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
047400     END-IF.
047500 1100-READ-ACCOUNT-X.
047600     EXIT.
047700*
047800******************************************************************
047900*    2000-PROCESS-BATCH - LOAD THE NEXT BATCH OF ACCOUNTS, SUM
048000*    THE WHOLE BATCH'S POSTINGS WITH ONE SCAN OF THE POSTED
048100*    FILE, THEN ACCRUE EACH ACCOUNT
048200******************************************************************
048300 2000-PROCESS-BATCH.
048400     PERFORM 2020-LOAD-BATCH THRU 2020-LOAD-BATCH-X.
048500     IF WS-BATCH-COUNT > 0
048600         PERFORM 2100-SUM-POSTED THRU 2100-SUM-POSTED-EXIT
048700         PERFORM 2300-ACCRUE-ONE THRU 2300-ACCRUE-ONE-X
048800             VARYING WS-BAT-SUB FROM 1 BY 1
048900             UNTIL WS-BAT-SUB > WS-BATCH-COUNT
049000     END-IF.
049100 2000-PROCESS-BATCH-X.
049200     EXIT.
049300*
049400******************************************************************
049500*    2020-LOAD-BATCH - TABLE UP TO 500 ACCOUNTS FROM THE
049600*    CURRENT MASTER POSITION.  A CLOSED ACCOUNT, OR ONE NOT
049700*    OPENED UNTIL AFTER THE PERIOD, IS COUNTED AND PASSED OVER.
049750*    SO IS A DORMANT ACCOUNT, WHOSE POSTINGS DL100 WOULD HOLD.
049800******************************************************************
049900 2020-LOAD-BATCH.
050000     MOVE ZERO TO WS-BATCH-COUNT.
050100     PERFORM 2030-LOAD-ONE-ACCOUNT THRU 2030-LOAD-ONE-ACCT-X
050200         UNTIL WS-ACCT-EOF
050300            OR WS-BATCH-COUNT = 500.
050400 2020-LOAD-BATCH-X.
050500     EXIT.
050600*
050700 2030-LOAD-ONE-ACCOUNT.
050800     IF AB-IS-DORMANT
050820         ADD 1 TO WS-DORMANT-COUNT
050840     ELSE
050860     IF NOT AB-IS-OPEN
050900        OR AB-OPENED-DATE > WS-PERIOD-END
051000         ADD 1 TO WS-SKIPPED-COUNT
051100     ELSE
051200         ADD 1 TO WS-BATCH-COUNT
051300         MOVE AB-ACCOUNT-NO
051400             TO WS-BT-ACCOUNT-NO (WS-BATCH-COUNT)
051500         MOVE AB-ACCOUNT-TYPE TO WS-BT-TYPE (WS-BATCH-COUNT)
051600         MOVE AB-BALANCE TO WS-BT-BALANCE (WS-BATCH-COUNT)
051700         MOVE ZERO TO WS-BT-AFTER-TOTAL (WS-BATCH-COUNT)
051800         MOVE ZERO TO WS-BT-WEIGHTED (WS-BATCH-COUNT)
051900     END-IF
051950     END-IF.
052000     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
052100 2030-LOAD-ONE-ACCT-X.
052200     EXIT.
052300*
052400******************************************************************
052500*    2100-SUM-POSTED - ONE SCAN OF THE POSTED FILE FOR THE
052600*    WHOLE BATCH
052700******************************************************************
052800 2100-SUM-POSTED.
052900     MOVE 'N' TO WS-PSTD-EOF-SWITCH.
053000     OPEN INPUT POSTED-FILE.
053100     IF WS-PSTD-STATUS NOT = '00'
053200         MOVE 'Y' TO WS-PSTD-EOF-SWITCH
053300     END-IF.
053400     PERFORM 2110-SUM-ONE-POSTED THRU 2110-SUM-ONE-POSTED-X
053500         UNTIL WS-PSTD-EOF.
053600     IF WS-PSTD-STATUS = '00' OR WS-PSTD-STATUS = '10'
053700         CLOSE POSTED-FILE
053800     END-IF.
053900 2100-SUM-POSTED-EXIT.
054000     EXIT.
054100*
054200******************************************************************
054300*    2110-SUM-ONE-POSTED - A POSTING AFTER THE PERIOD IS ADDED
054400*    TO THE AFTER-PERIOD TOTAL, SO THE PERIOD-END BALANCE CAN
054500*    BE WORKED BACK.  A POSTING IN THE PERIOD IS WEIGHTED BY
054600*    THE DAYS OF THE PERIOD BEFORE IT LANDED - THE AVERAGE
054700*    DAILY BALANCE IS THE PERIOD-END BALANCE LESS THAT
054800*    WEIGHTED SUM OVER THE DAYS IN THE PERIOD.
054900******************************************************************
055000 2110-SUM-ONE-POSTED.
055100     READ POSTED-FILE
055200         AT END
055300             MOVE 'Y' TO WS-PSTD-EOF-SWITCH.
055400     IF NOT WS-PSTD-EOF AND WS-PSTD-STATUS NOT = '00'
055500         MOVE 'Y' TO WS-PSTD-EOF-SWITCH
055600     END-IF.
055700     IF WS-PSTD-EOF
055800         GO TO 2110-SUM-ONE-POSTED-X
055900     END-IF.
056000     PERFORM 2120-FIND-BATCH-ACCT THRU 2120-FIND-BATCH-X.
056100     IF NOT WS-BAT-FOUND
056200         GO TO 2110-SUM-ONE-POSTED-X
056300     END-IF.
056400     MOVE PS-POST-DATE TO WS-POST-DATE.
056500     IF PS-POST-DATE > WS-PERIOD-END
056600         ADD PS-AMOUNT TO WS-BT-AFTER-TOTAL (WS-FND-SUB)
056700     ELSE
056800         IF WS-POST-YYMM = WS-PERIOD
056900             COMPUTE WS-BT-WEIGHTED (WS-FND-SUB) =
057000                 WS-BT-WEIGHTED (WS-FND-SUB)
057100                 + (PS-AMOUNT * (WS-POST-DD - 1))
057200         END-IF
057300     END-IF.
057400 2110-SUM-ONE-POSTED-X.
057500     EXIT.
057600*
057700******************************************************************
057800*    2120-FIND-BATCH-ACCT - LOCATE THE POSTED RECORD'S ACCOUNT
057900*    IN THE BATCH TABLE.  THE TABLE IS IN KEY ORDER, SO AN
058000*    ACCOUNT OUTSIDE THE BATCH'S SPAN IS REJECTED AT ONCE.
058100******************************************************************
058200 2120-FIND-BATCH-ACCT.
058300     MOVE 'N' TO WS-BAT-FOUND-SWITCH.
058400     IF PS-ACCOUNT-NO < WS-BT-ACCOUNT-NO (1)
058500        OR PS-ACCOUNT-NO > WS-BT-ACCOUNT-NO (WS-BATCH-COUNT)
058600         GO TO 2120-FIND-BATCH-X
058700     END-IF.
058800     MOVE 1 TO WS-FND-SUB.
058900     PERFORM 2130-TEST-BATCH-ACCT THRU 2130-TEST-BATCH-X
059000         UNTIL WS-FND-SUB > WS-BATCH-COUNT
059100            OR WS-BAT-FOUND.
059200 2120-FIND-BATCH-X.
059300     EXIT.
059400*
059500 2130-TEST-BATCH-ACCT.
059600     IF WS-BT-ACCOUNT-NO (WS-FND-SUB) = PS-ACCOUNT-NO
059700         MOVE 'Y' TO WS-BAT-FOUND-SWITCH
059800     ELSE
059900         ADD 1 TO WS-FND-SUB
060000     END-IF.
060100 2130-TEST-BATCH-X.
060200     EXIT.
060300*
060400******************************************************************
060500*    2300-ACCRUE-ONE - WORK OUT ONE ACCOUNT'S INTEREST AND
060600*    SERVICE CHARGE FROM ITS SCHEDULE, WRITE THEM, AND PRINT
060700*    THE ACCOUNT ON THE REGISTER.  A DEBIT BALANCE IS POSITIVE
060800*    ON THE MASTER, A CREDIT BALANCE NEGATIVE.
060900******************************************************************
061000 2300-ACCRUE-ONE.
061100     MOVE SPACES TO WS-RPT-DETAIL-LINE.
061200     MOVE WS-BT-ACCOUNT-NO (WS-BAT-SUB) TO WS-RPT-ACCOUNT-NO.
061300     MOVE WS-BT-TYPE (WS-BAT-SUB) TO WS-RPT-ACCT-TYPE.
061400     MOVE ZERO TO WS-RPT-INTEREST.
061500     MOVE ZERO TO WS-RPT-FEE.
061600     PERFORM 2310-FIND-SCHEDULE THRU 2310-FIND-SCHEDULE-X.
061700     IF NOT WS-SCHD-FOUND
061800         ADD 1 TO WS-NOSCHED-COUNT
061900         MOVE 'Y' TO WS-NOT-ACCRUED-SWITCH
062000         MOVE ZERO TO WS-RPT-BASIS-BAL
062100         MOVE '* NO SCHEDULE' TO WS-RPT-NOTE
062200         GO TO 2300-PRINT-ONE
062300     END-IF.
062400     COMPUTE WS-CLOSE-BALANCE =
062500         WS-BT-BALANCE (WS-BAT-SUB)
062600         - WS-BT-AFTER-TOTAL (WS-BAT-SUB).
062700     IF WS-SC-BASIS (WS-SC-SUB) = 'A'
062800         COMPUTE WS-BASIS-BALANCE ROUNDED = WS-CLOSE-BALANCE
062900             - (WS-BT-WEIGHTED (WS-BAT-SUB) / WS-DAYS-IN-PERIOD)
063000         MOVE 'A' TO WS-RPT-BASIS
063100     ELSE
063200         MOVE WS-CLOSE-BALANCE TO WS-BASIS-BALANCE
063300         MOVE 'C' TO WS-RPT-BASIS
063400     END-IF.
063500     MOVE WS-BASIS-BALANCE TO WS-RPT-BASIS-BAL.
063600     MOVE WS-BASIS-BALANCE TO WS-BASIS-ABS.
063700     IF WS-BASIS-ABS < 0
063800         COMPUTE WS-BASIS-ABS = 0 - WS-BASIS-ABS
063900         MOVE WS-SC-CR-RATE (WS-SC-SUB) TO WS-RATE
064000         MOVE 'C' TO WS-INT-DC
064100     ELSE
064200         MOVE WS-SC-DR-RATE (WS-SC-SUB) TO WS-RATE
064300         MOVE 'D' TO WS-INT-DC
064400     END-IF.
064500     COMPUTE WS-INTEREST ROUNDED =
064600         WS-BASIS-ABS * WS-RATE * WS-DAYS-IN-PERIOD / 36500.
064700     MOVE WS-SC-FEE (WS-SC-SUB) TO WS-FEE.
064800     IF WS-SC-WAIVE-BAL (WS-SC-SUB) > 0
064900        AND WS-BASIS-BALANCE < 0
065000        AND WS-BASIS-ABS NOT < WS-SC-WAIVE-BAL (WS-SC-SUB)
065100        AND WS-FEE > 0
065200         MOVE ZERO TO WS-FEE
065300         MOVE 'FEE WAIVED' TO WS-RPT-NOTE
065400     END-IF.
065500     IF WS-INTEREST > WS-MAX-AMOUNT
065600         ADD 1 TO WS-TOOBIG-COUNT
065700         MOVE 'Y' TO WS-NOT-ACCRUED-SWITCH
065800         MOVE '* INT TOO LARGE' TO WS-RPT-NOTE
065900         DISPLAY 'DL230 - INTEREST ON ACCOUNT '
066000             WS-BT-ACCOUNT-NO (WS-BAT-SUB) ' EXCEEDS THE '
066100             'TRANSACTION AMOUNT FIELD - NOT ACCRUED'
066200         MOVE ZERO TO WS-INTEREST
066300     END-IF.
066400     IF WS-INTEREST > 0
066500         MOVE WS-INTEREST TO WS-ITEM-AMOUNT
066600         MOVE WS-INT-DC TO WS-ITEM-DC
066700         MOVE WS-INT-CODE (WS-PERIOD-MM) TO WS-KEY-CODE
066800         PERFORM 2400-WRITE-ITEM THRU 2400-WRITE-ITEM-X
066900         MOVE WS-INTEREST TO WS-RPT-INTEREST
067000         MOVE WS-INT-DC TO WS-RPT-INT-DC
067100         ADD WS-INTEREST TO WS-REGISTER-TOTAL
067200         IF WS-INT-DC = 'C'
067300             ADD WS-INTEREST TO WS-INT-CR-TOTAL
067400         ELSE
067500             ADD WS-INTEREST TO WS-INT-DR-TOTAL
067600         END-IF
067700     END-IF.
067800     IF WS-FEE > 0
067900         MOVE WS-FEE TO WS-ITEM-AMOUNT
068000         MOVE 'D' TO WS-ITEM-DC
068100         MOVE WS-FEE-CODE (WS-PERIOD-MM) TO WS-KEY-CODE
068200         PERFORM 2400-WRITE-ITEM THRU 2400-WRITE-ITEM-X
068300         MOVE WS-FEE TO WS-RPT-FEE
068400         ADD WS-FEE TO WS-REGISTER-TOTAL
068500         ADD WS-FEE TO WS-FEE-TOTAL
068600     END-IF.
068700     ADD 1 TO WS-ACCRUED-COUNT.
068800 2300-PRINT-ONE.
068900     MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
069000     WRITE RPT-RECORD.
069100 2300-ACCRUE-ONE-X.
069200     EXIT.
069300*
069400******************************************************************
069500*    2310-FIND-SCHEDULE - LOCATE THE SCHEDULE FOR THE ACCOUNT'S
069600*    TYPE
069700******************************************************************
069800 2310-FIND-SCHEDULE.
069900     MOVE 'N' TO WS-SCHD-FOUND-SWITCH.
070000     MOVE 1 TO WS-SC-SUB.
070100     PERFORM 2315-TEST-SCHEDULE THRU 2315-TEST-SCHEDULE-X
070200         UNTIL WS-SC-SUB > WS-SC-COUNT
070300            OR WS-SCHD-FOUND.
070400 2310-FIND-SCHEDULE-X.
070500     EXIT.
070600*
070700 2315-TEST-SCHEDULE.
070800     IF WS-SC-TYPE (WS-SC-SUB) = WS-BT-TYPE (WS-BAT-SUB)
070900         MOVE 'Y' TO WS-SCHD-FOUND-SWITCH
071000     ELSE
071100         ADD 1 TO WS-SC-SUB
071200     END-IF.
071300 2315-TEST-SCHEDULE-X.
071400     EXIT.
071500*
071600******************************************************************
071700*    2400-WRITE-ITEM - WRITE ONE ACCRUAL AS A TRANSACTION
071800*    DETAIL, KEYED BY ACCOUNT, KIND-AND-MONTH AND YEAR, AND
071900*    ROLL IT INTO THE TRAILER COUNT AND HASH
072000******************************************************************
072100 2400-WRITE-ITEM.
072200     MOVE WS-BT-ACCOUNT-NO (WS-BAT-SUB) TO WS-KEY-ACCOUNT.
072300     MOVE WS-PERIOD-Y2 TO WS-KEY-YEAR.
072400     MOVE SPACES TO TR-RECORD.
072500     MOVE 'D' TO TR-RECORD-TYPE.
072600     MOVE WS-KEY-BUILD TO TR-TRANS-KEY.
072700     MOVE WS-ITEM-AMOUNT TO TR-AMOUNT.
072800     MOVE WS-ITEM-DC TO TR-DR-CR-IND.
072900     MOVE WS-HOME-CURRENCY TO TR-CURRENCY-CODE.
073000     MOVE WS-BT-ACCOUNT-NO (WS-BAT-SUB) TO TR-ACCOUNT-NO.
073100     MOVE WS-ACR-SOURCE TO TR-SOURCE-CODE.
073200     WRITE TR-RECORD.
073300     ADD 1 TO WS-ITEM-COUNT.
073400     ADD TR-AMOUNT TO WS-HASH-TOTAL.
073500 2400-WRITE-ITEM-X.
073600     EXIT.
073700*
073800******************************************************************
073900*    3000-FINISH-FILE - WRITE THE TRAILER WITH THE ITEM COUNT
074000*    AND AMOUNT HASH DL100 WILL PROVE THE FILE AGAINST
074100******************************************************************
074200 3000-FINISH-FILE.
074300     MOVE SPACES TO TR-TRAILER-RECORD.
074400     MOVE 'T' TO TR-RECORD-TYPE.
074500     MOVE WS-ITEM-COUNT TO TT-RECORD-COUNT.
074600     MOVE WS-HASH-TOTAL TO TT-HASH-TOTAL.
074700     WRITE TR-TRAILER-RECORD.
074800 3000-FINISH-FILE-X.
074900     EXIT.
075000*
075100******************************************************************
075200*    3100-PRINT-TOTALS - THE REGISTER TOTALS AND THE TIE-OUT.
075300*    THE REGISTER TOTAL IS ADDED FROM THE AMOUNTS PRINTED, THE
075400*    TRAILER HASH FROM THE RECORDS WRITTEN, SO A DIFFERENCE IS
075500*    A REAL BREAK.
075600******************************************************************
075700 3100-PRINT-TOTALS.
075800     MOVE 'ACCOUNTS ACCRUED:' TO WS-RPT-CNT-TITLE.
075900     MOVE WS-ACCRUED-COUNT TO WS-RPT-CNT-VALUE.
076000     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
076100     WRITE RPT-RECORD.
076200     MOVE 'CLOSED OR NOT YET OPEN:' TO WS-RPT-CNT-TITLE.
076300     MOVE WS-SKIPPED-COUNT TO WS-RPT-CNT-VALUE.
076400     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
076500     WRITE RPT-RECORD.
076520     MOVE 'DORMANT, NOT ACCRUED:' TO WS-RPT-CNT-TITLE.
076540     MOVE WS-DORMANT-COUNT TO WS-RPT-CNT-VALUE.
076560     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
076580     WRITE RPT-RECORD.
076600     MOVE 'NO SCHEDULE FOR TYPE:' TO WS-RPT-CNT-TITLE.
076700     MOVE WS-NOSCHED-COUNT TO WS-RPT-CNT-VALUE.
076800     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
076900     WRITE RPT-RECORD.
077000     MOVE 'INTEREST TOO LARGE TO POST:' TO WS-RPT-CNT-TITLE.
077100     MOVE WS-TOOBIG-COUNT TO WS-RPT-CNT-VALUE.
077200     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
077300     WRITE RPT-RECORD.
077400     MOVE 'INTEREST CREDITED:' TO WS-RPT-TOT-TITLE.
077500     MOVE WS-INT-CR-TOTAL TO WS-RPT-TOT-AMOUNT.
077600     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
077700     WRITE RPT-RECORD.
077800     MOVE 'INTEREST CHARGED:' TO WS-RPT-TOT-TITLE.
077900     MOVE WS-INT-DR-TOTAL TO WS-RPT-TOT-AMOUNT.
078000     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
078100     WRITE RPT-RECORD.
078200     MOVE 'SERVICE CHARGES:' TO WS-RPT-TOT-TITLE.
078300     MOVE WS-FEE-TOTAL TO WS-RPT-TOT-AMOUNT.
078400     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
078500     WRITE RPT-RECORD.
078600     MOVE 'ITEMS WRITTEN (TRAILER COUNT):' TO WS-RPT-CNT-TITLE.
078700     MOVE WS-ITEM-COUNT TO WS-RPT-CNT-VALUE.
078800     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
078900     WRITE RPT-RECORD.
079000     COMPUTE WS-TIE-DIFF = WS-REGISTER-TOTAL - WS-HASH-TOTAL.
079100     MOVE WS-REGISTER-TOTAL TO WS-RPT-TIE-REGISTER.
079200     MOVE WS-HASH-TOTAL TO WS-RPT-TIE-HASH.
079300     MOVE WS-TIE-DIFF TO WS-RPT-TIE-DIFF.
079400     MOVE WS-RPT-TIE-LINE TO RPT-RECORD.
079500     WRITE RPT-RECORD.
079600     IF WS-SOME-NOT-ACCRUED
079700         MOVE 4 TO RETURN-CODE
079800     END-IF.
079900     IF WS-TIE-DIFF NOT = 0
080000         MOVE WS-RPT-BREAK-LINE TO RPT-RECORD
080100         WRITE RPT-RECORD
080200         MOVE 8 TO RETURN-CODE
080300     END-IF.
080400 3100-PRINT-TOTALS-X.
080500     EXIT.
080600*
080700******************************************************************
080800*    9000-TERMINATE - CLOSE FILES AND END THE RUN
080900******************************************************************
081000 9000-TERMINATE.
081100     CLOSE ACCOUNT-FILE.
081200     CLOSE ACCRUAL-FILE.
081300     CLOSE REPORT-FILE.
081400 9000-TERMINATE-EXIT.
081500     EXIT.
