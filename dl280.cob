000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL280.
000300 AUTHOR.         R SHARMA.
000400 INSTALLATION.   DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DL280 - DAILY STANDING ORDER GENERATOR AND REGISTER
000900*
001000*    RUN EACH BUSINESS DAY BEFORE THE TRANSIN MERGE FOR DL100.
001100*    READS THE STANDING ORDER FILE KEPT ON DL280M AND, FOR
001200*    EVERY APPROVED ORDER WHOSE START AND END DATES SPAN THE
001300*    BUSINESS DATE AND WHOSE FREQUENCY FALLS DUE ON IT, WRITES
001350*    ONE TRANSACTION DETAIL.  A DAILY ORDER IS DUE EVERY
001400*    BUSINESS DAY, A WEEKLY ORDER ON ITS DAY OF THE WEEK, AND A
001450*    MONTHLY ORDER ON ITS DAY OF THE MONTH - OR ON THE LAST DAY
001500*    OF A MONTH TOO SHORT TO HAVE THAT DAY.
001550*    THE BUSINESS DATE MUST BE A BUSINESS DAY ON THE SHARED
001600*    HOLIDAY CALENDAR.  A WEEKLY OR MONTHLY ORDER FALLING DUE ON
001650*    A WEEKEND OR HOLIDAY SINCE THE PREVIOUS BUSINESS DAY IS
001700*    GENERATED ON THIS RUN, KEYED BY THE DAY IT FELL DUE.
001800*    THE ITEMS ARE NOT POSTED HERE.  THEY ARE WRITTEN AS A
001900*    HEADER/TRAILER-WRAPPED TRANSACTION FILE UNDER SOURCE CODE
002000*    'STO' AND POST THROUGH DL100'S OWN VALIDATION, DUPLICATE
002100*    CHECK AND AUDIT.  EVERY TRANSACTION KEY IS THE ORDER
002200*    NUMBER AND THE DATE THE PAYMENT FELL DUE, SO A RERUN FOR
002300*    THE SAME DATE PRODUCES THE SAME KEYS AND DL100 REJECTS
002400*    THEM AS DUPLICATES - NOTHING IS EVER GENERATED TWICE.
002500*    AN ORDER DUE FOR AN ACCOUNT THAT IS CLOSED, DORMANT OR
002600*    NOT ON THE MASTER IS SKIPPED, NOT GENERATED.  AN APPROVED
002700*    ORDER WHOSE END DATE HAS PASSED IS MARKED EXPIRED ON THE
002800*    FILE, SO IT IS LISTED AS EXPIRED ON ONE REGISTER ONLY.
002900*    THE REGISTER LISTS EVERY ORDER GENERATED, SKIPPED OR
003000*    EXPIRED AND FOOTS ITS PRINTED AMOUNTS TO THE FILE'S
003100*    TRAILER HASH.
003200*    CONDITION CODES:  00 CLEAN, 04 A DUE ORDER WAS SKIPPED,
003300*    08 THE REGISTER DOES NOT FOOT TO THE TRAILER, 16 RUN
003360*    REFUSED - INCLUDING A BUSINESS DATE THAT IS NOT A
003420*    BUSINESS DAY OR NO HOLIDAY CALENDAR.
003500*-----------------------------------------------------------------
003600*    MODIFICATION HISTORY
003700*    DATE       INIT  DESCRIPTION
003800*    10/15/26   RFS   ORIGINAL PROGRAM.
003811*    10/15/26   RFS   SHARED HOLIDAY CALENDAR (HOLCAL, NEW
003822*                     DLHOLREC).  A BUSINESS DATE THAT IS NOT A
003833*                     BUSINESS DAY, OR NO CALENDAR, REFUSES THE
003844*                     RUN.  ORDERS DUE ON A WEEKEND OR HOLIDAY
003855*                     SINCE THE PREVIOUS BUSINESS DAY ARE
003866*                     GENERATED UNDER THEIR OWN DUE DATE, AND AN
003877*                     ORDER ENDING ON ONE IS EXPIRED ONLY AFTER
003888*                     IT HAS BEEN PAID.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.    IBM-370.
004300 OBJECT-COMPUTER.    IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PARAMETER-FILE ASSIGN TO PARMIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PARM-STATUS.
004900     SELECT STANDING-ORDER-FILE ASSIGN TO STORDER
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SO-STATUS.
005200     SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS AB-ACCOUNT-NO
005600         FILE STATUS IS WS-ACCT-STATUS.
005700     SELECT GENERATED-FILE ASSIGN TO STOOUT
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT REPORT-FILE ASSIGN TO STORPT
006000         ORGANIZATION IS SEQUENTIAL.
006020     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
006040         ORGANIZATION IS SEQUENTIAL
006060         FILE STATUS IS WS-HOL-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARAMETER-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DLPARMREC.
006800*
006900 FD  STANDING-ORDER-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DLSTOREC.
007300*
007400 FD  ACCOUNT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DLACTREC.
007700*
007800 FD  GENERATED-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DLTRREC.
008200*
008300 FD  REPORT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY DLSUMREC.
008700*
008716 FD  HOLCAL-FILE
008732     RECORDING MODE IS F
008748     LABEL RECORDS ARE STANDARD.
008764     COPY DLHOLREC.
008780*
008800 WORKING-STORAGE SECTION.
008900*
009000 01  WS-STATUS-FIELDS.
009100     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
009200     05  WS-SO-STATUS            PIC X(02) VALUE '00'.
009300     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
009400         88  WS-ACCT-NOT-FOUND   VALUE '23'.
009500*
009600 01  WS-SWITCHES.
009700     05  WS-SO-EOF-SWITCH        PIC X(01) VALUE 'N'.
009800         88  WS-SO-EOF           VALUE 'Y'.
009900     05  WS-SO-OPEN-SWITCH       PIC X(01) VALUE 'N'.
010000         88  WS-SO-IS-OPEN       VALUE 'Y'.
010100     05  WS-DUE-SWITCH           PIC X(01) VALUE 'N'.
010200         88  WS-ORDER-IS-DUE     VALUE 'Y'.
010300     05  WS-SKIPPED-SWITCH       PIC X(01) VALUE 'N'.
010400         88  WS-SOME-SKIPPED     VALUE 'Y'.
010430     05  WS-ANY-DUE-SWITCH       PIC X(01) VALUE 'N'.
010460         88  WS-ANY-DUE          VALUE 'Y'.
010500*
010600 01  WS-STO-SOURCE               PIC X(03) VALUE 'STO'.
010700*
010800 01  WS-DATE-FIELDS.
010900     05  WS-BUSINESS-DATE        PIC X(06) VALUE SPACES.
011000     05  WS-BUS-DATE-R REDEFINES WS-BUSINESS-DATE.
011100         10  WS-BUS-YY           PIC 9(02).
011200         10  WS-BUS-MM           PIC 9(02).
011300         10  WS-BUS-DD           PIC 9(02).
011400     05  WS-BUS-DAY-OF-WEEK      PIC 9(01) VALUE 0.
011450     05  WS-PREV-BUS-DATE        PIC X(06) VALUE SPACES.
011500     05  WS-DUE-DATE             PIC X(06) VALUE SPACES.
011550     05  WS-BACK-COUNT           PIC 9(02) COMP VALUE 0.
011600     05  WS-CALC-DATE            PIC X(06).
011700     05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
011800         10  WS-CALC-YY          PIC 9(02).
011900         10  WS-CALC-MM          PIC 9(02).
012000         10  WS-CALC-DD          PIC 9(02).
012030     05  WS-CALC-DAY-OF-WEEK     PIC 9(01) VALUE 0.
012060     05  WS-CALC-MONTH-END-DD    PIC 9(02) VALUE 0.
012100     05  WS-CALC-DAYS            PIC 9(07) COMP VALUE 0.
012200     05  WS-CALC-WORK            PIC 9(07) COMP VALUE 0.
012300     05  WS-LEAP-QUOT            PIC 9(07) COMP VALUE 0.
012400     05  WS-LEAP-REM             PIC 9(02) COMP VALUE 0.
012500*
012505*    THE HOLIDAY CALENDAR, LOADED FROM HOLCAL AT
012510*    INITIALIZATION.  SATURDAY AND SUNDAY ARE NEVER BUSINESS
012515*    DAYS.
012520 01  WS-CALENDAR-FIELDS.
012525     05  WS-HOL-STATUS           PIC X(02) VALUE '00'.
012530     05  WS-HOL-EOF-SWITCH       PIC X(01) VALUE 'N'.
012535         88  WS-HOL-EOF          VALUE 'Y'.
012540     05  WS-HOL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
012545         88  WS-HOL-FOUND        VALUE 'Y'.
012550     05  WS-BUS-DAY-SWITCH       PIC X(01) VALUE 'N'.
012555         88  WS-IS-BUSINESS-DAY  VALUE 'Y'.
012560     05  WS-CAL-LOADED-SWITCH    PIC X(01) VALUE 'N'.
012565         88  WS-CAL-LOADED       VALUE 'Y'.
012570     05  WS-HOL-SUB              PIC 9(03) COMP VALUE 0.
012575*
012580 01  WS-HOLIDAY-TABLE.
012585     05  WS-HOL-COUNT            PIC 9(03) COMP VALUE 0.
012590     05  WS-HOL-DATE             PIC X(06) OCCURS 366 TIMES.
012595*
012600*    DAYS PER MONTH, DAYS IN THE YEAR BEFORE EACH MONTH, AND
012700*    THE DAY NAMES FOR THE REGISTER, MONDAY FIRST
012800 01  WS-CALENDAR-TABLES.
012900     05  WS-MONTH-DAYS-X         PIC X(24)
013000             VALUE '312831303130313130313031'.
013100     05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X
013200                                 PIC 9(02) OCCURS 12 TIMES.
013300     05  WS-CUM-DAYS-X           PIC X(36)
013400             VALUE '000031059090120151181212243273304334'.
013500     05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X
013600                                 PIC 9(03) OCCURS 12 TIMES.
013700     05  WS-DAY-NAMES-X          PIC X(21)
013800             VALUE 'MONTUEWEDTHUFRISATSUN'.
013900     05  WS-DAY-NAME REDEFINES WS-DAY-NAMES-X
014000                                 PIC X(03) OCCURS 7 TIMES.
014100*
014200*    TRANSACTION KEY - THE ORDER NUMBER AND THE DUE DATE
014300 01  WS-KEY-BUILD.
014400     05  WS-KEY-ORDER-NO         PIC 9(04).
014500     05  WS-KEY-DUE-DATE         PIC X(06).
014600*
014700 01  WS-RUN-TOTALS.
014800     05  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
014900     05  WS-GENERATED-COUNT      PIC 9(07) COMP VALUE 0.
015000     05  WS-CLOSED-COUNT         PIC 9(07) COMP VALUE 0.
015100     05  WS-DORMANT-COUNT        PIC 9(07) COMP VALUE 0.
015200     05  WS-NOACCT-COUNT         PIC 9(07) COMP VALUE 0.
015300     05  WS-EXPIRED-COUNT        PIC 9(07) COMP VALUE 0.
015400     05  WS-NOT-DUE-COUNT        PIC 9(07) COMP VALUE 0.
015500     05  WS-NOT-STARTED-COUNT    PIC 9(07) COMP VALUE 0.
015600     05  WS-INACTIVE-COUNT       PIC 9(07) COMP VALUE 0.
015700     05  WS-DR-TOTAL             PIC S9(9)V99 VALUE 0.
015800     05  WS-CR-TOTAL             PIC S9(9)V99 VALUE 0.
015900     05  WS-REGISTER-TOTAL       PIC S9(9)V99 VALUE 0.
016000     05  WS-ITEM-COUNT           PIC 9(07) VALUE 0.
016100     05  WS-HASH-TOTAL           PIC 9(09)V99 VALUE 0.
016200     05  WS-TIE-DIFF             PIC S9(9)V99 VALUE 0.
016300*
016400 01  WS-RPT-HEADING-LINE.
016500     05  FILLER                  PIC X(22) VALUE SPACES.
016600     05  FILLER                  PIC X(36)
016700             VALUE 'STANDING ORDER REGISTER'.
016800     05  FILLER                  PIC X(22) VALUE SPACES.
016900*
017000 01  WS-RPT-DATE-LINE.
017100     05  FILLER                  PIC X(05) VALUE SPACES.
017200     05  FILLER                  PIC X(15)
017300             VALUE 'BUSINESS DATE:'.
017400     05  WS-RPT-BUS-DATE         PIC X(06).
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  WS-RPT-BUS-DAY          PIC X(03).
017640     05  FILLER                  PIC X(26)
017680             VALUE '   PREVIOUS BUSINESS DAY:'.
017720     05  WS-RPT-PREV-BUS         PIC X(06).
017760     05  FILLER                  PIC X(17) VALUE SPACES.
017800*
017900 01  WS-RPT-COLHDR-LINE.
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  FILLER                  PIC X(06) VALUE 'ORDER'.
018200     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
018300     05  FILLER                  PIC X(06) VALUE 'F DY'.
018400     05  FILLER                  PIC X(03) VALUE 'DC'.
018500     05  FILLER                  PIC X(04) VALUE 'CUR'.
018600     05  FILLER                  PIC X(11) VALUE '   AMOUNT'.
018700     05  FILLER                  PIC X(12) VALUE 'TRANS KEY'.
018800     05  FILLER                  PIC X(20) VALUE 'ACTION'.
018900     05  FILLER                  PIC X(07) VALUE SPACES.
019000*
019100 01  WS-RPT-DETAIL-LINE.
019200     05  FILLER                  PIC X(01) VALUE SPACES.
019300     05  WS-RPT-ORDER-NO         PIC 9(04).
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  WS-RPT-ACCOUNT-NO       PIC X(08).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  WS-RPT-FREQUENCY        PIC X(01).
019800     05  FILLER                  PIC X(01) VALUE SPACES.
019900     05  WS-RPT-RUN-DAY          PIC Z9.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WS-RPT-DR-CR            PIC X(01).
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  WS-RPT-CURRENCY         PIC X(03).
020400     05  FILLER                  PIC X(01) VALUE SPACES.
020500     05  WS-RPT-AMOUNT           PIC ZZ,ZZ9.99.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WS-RPT-TRANS-KEY        PIC X(10).
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  WS-RPT-ACTION           PIC X(20).
020920     05  WS-RPT-ACTION-R REDEFINES WS-RPT-ACTION.
020940         10  FILLER              PIC X(08).
020960         10  WS-RPT-ACTION-DATE  PIC X(06).
020980         10  FILLER              PIC X(06).
021000     05  FILLER                  PIC X(07) VALUE SPACES.
021100*
021200 01  WS-RPT-COUNT-LINE.
021300     05  FILLER                  PIC X(05) VALUE SPACES.
021400     05  WS-RPT-CNT-TITLE        PIC X(30).
021500     05  WS-RPT-CNT-VALUE        PIC Z,ZZZ,ZZ9.
021600     05  FILLER                  PIC X(36) VALUE SPACES.
021700*
021800 01  WS-RPT-TOTAL-LINE.
021900     05  FILLER                  PIC X(05) VALUE SPACES.
022000     05  WS-RPT-TOT-TITLE        PIC X(30).
022100     05  WS-RPT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
022200     05  FILLER                  PIC X(30) VALUE SPACES.
022300*
022400 01  WS-RPT-TIE-LINE.
022500     05  FILLER                  PIC X(01) VALUE SPACES.
022600     05  FILLER                  PIC X(16)
022700             VALUE 'REGISTER TOTAL:'.
022800     05  WS-RPT-TIE-REGISTER     PIC ZZZ,ZZZ,ZZ9.99-.
022900     05  FILLER                  PIC X(09) VALUE ' TRAILER:'.
023000     05  WS-RPT-TIE-HASH         PIC ZZZ,ZZZ,ZZ9.99-.
023100     05  FILLER                  PIC X(06) VALUE ' DIFF:'.
023200     05  WS-RPT-TIE-DIFF         PIC ZZZ,ZZZ,ZZ9.99-.
023300     05  FILLER                  PIC X(03) VALUE SPACES.
023400*
023500 01  WS-RPT-BREAK-LINE.
023600     05  FILLER                  PIC X(05) VALUE SPACES.
023700     05  FILLER                  PIC X(50) VALUE
023800       '*** REGISTER DOES NOT FOOT TO THE TRAILER HASH ***'.
023900     05  FILLER                  PIC X(25) VALUE SPACES.
024000*
024100 PROCEDURE DIVISION.
024200*
024300******************************************************************
024400*    0000-MAINLINE
024500******************************************************************
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
024800     PERFORM 2000-PROCESS-ORDER THRU 2000-PROCESS-ORDER-X
024900         UNTIL WS-SO-EOF.
025000     PERFORM 3000-FINISH-FILE THRU 3000-FINISH-FILE-X.
025100     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-X.
025200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
025300     STOP RUN.
025400*
025500******************************************************************
025600*    1000-INITIALIZE - PICK UP AND PROVE THE BUSINESS DATE
025700*    AGAINST THE HOLIDAY CALENDAR, FIND THE PREVIOUS BUSINESS
025800*    DAY, OPEN THE FILES AND WRITE THE HEADER RECORD.  NO
025900*    USABLE DATE OR NO ACCOUNT MASTER REFUSES THE RUN BEFORE
026000*    ANY OUTPUT IS WRITTEN.  A STANDING ORDER FILE NOT YET
026100*    CREATED (STATUS 35) MEANS THERE IS NOTHING TO GENERATE,
026200*    AND AN EMPTY HEADER/TRAILER FILE IS STILL WRITTEN.
026300******************************************************************
026400 1000-INITIALIZE.
026500     PERFORM 1010-READ-PARMS THRU 1010-READ-PARMS-X.
026550     PERFORM 1020-LOAD-CALENDAR THRU 1020-LOAD-CALENDAR-X.
026600     PERFORM 1030-SET-DATE THRU 1030-SET-DATE-X.
026650     PERFORM 1040-FIND-PREV-BUS-DAY THRU 1040-FIND-PREV-BUS-DAY-X.
026700     OPEN INPUT ACCOUNT-FILE.
026800     IF WS-ACCT-STATUS NOT = '00'
026900         DISPLAY 'DL280 - ACCOUNT MASTER COULD NOT BE OPENED'
027000             ' - STATUS ' WS-ACCT-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400     OPEN I-O STANDING-ORDER-FILE.
027500     IF WS-SO-STATUS = '35'
027600         MOVE 'Y' TO WS-SO-EOF-SWITCH
027700     ELSE
027800     IF WS-SO-STATUS NOT = '00'
027900         DISPLAY 'DL280 - STANDING ORDER FILE COULD NOT BE '
028000             'OPENED - STATUS ' WS-SO-STATUS
028100         CLOSE ACCOUNT-FILE
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN
028400     ELSE
028500         MOVE 'Y' TO WS-SO-OPEN-SWITCH
028600     END-IF
028700     END-IF.
028800     OPEN OUTPUT GENERATED-FILE.
028900     OPEN OUTPUT REPORT-FILE.
029000     MOVE WS-RPT-HEADING-LINE TO RPT-RECORD.
029100     WRITE RPT-RECORD.
029200     MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE.
029300     MOVE WS-DAY-NAME (WS-BUS-DAY-OF-WEEK) TO WS-RPT-BUS-DAY.
029350     MOVE WS-PREV-BUS-DATE TO WS-RPT-PREV-BUS.
029400     MOVE WS-RPT-DATE-LINE TO RPT-RECORD.
029500     WRITE RPT-RECORD.
029600     MOVE WS-RPT-COLHDR-LINE TO RPT-RECORD.
029700     WRITE RPT-RECORD.
029800     MOVE SPACES TO TR-HEADER-RECORD.
029900     MOVE 'H' TO TR-RECORD-TYPE.
030000     MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE.
030100     WRITE TR-HEADER-RECORD.
030200     IF WS-SO-IS-OPEN
030300         PERFORM 1100-READ-ORDER THRU 1100-READ-ORDER-X
030400     END-IF.
030500 1000-INITIALIZE-EXIT.
030600     EXIT.
030700*
030800******************************************************************
030900*    1010-READ-PARMS - THE BUSINESS DATE THE FILE IS STAMPED
031000*    WITH IS THE ONE DL100 WILL EXPECT, FROM ITS PARAMETER
031100*    RECORD.  NO PARAMETER FILE MEANS THE MACHINE DATE.
031200******************************************************************
031300 1010-READ-PARMS.
031400     ACCEPT WS-BUSINESS-DATE FROM DATE.
031500     OPEN INPUT PARAMETER-FILE.
031600     IF WS-PARM-STATUS = '00'
031700         READ PARAMETER-FILE
031800             AT END
031900                 CONTINUE
032000         END-READ
032100         IF WS-PARM-STATUS = '00'
032200            AND PM-BUSINESS-DATE NOT = SPACES
032300             MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE
032400         END-IF
032500         CLOSE PARAMETER-FILE
032600     END-IF.
032700 1010-READ-PARMS-X.
032800     EXIT.
032900*
032902******************************************************************
032904*    1020-LOAD-CALENDAR - LOAD THE HOLIDAY CALENDAR.  WITHOUT
032906*    IT THE RUN CANNOT TELL WHICH DAYS SINCE THE LAST BUSINESS
032908*    DAY WERE HOLIDAYS, SO A CALENDAR THAT CANNOT BE OPENED OR
032910*    IS TOO BIG FOR THE TABLE REFUSES THE RUN IN 1030.
032912******************************************************************
032914 1020-LOAD-CALENDAR.
032916     MOVE 'N' TO WS-HOL-EOF-SWITCH.
032918     MOVE ZERO TO WS-HOL-COUNT.
032920     OPEN INPUT HOLCAL-FILE.
032922     IF WS-HOL-STATUS NOT = '00'
032924         DISPLAY 'DL280 - HOLIDAY CALENDAR COULD NOT BE OPENED'
032926             ' - STATUS ' WS-HOL-STATUS
032928         GO TO 1020-LOAD-CALENDAR-X
032930     END-IF.
032932     PERFORM 1025-LOAD-ONE-HOLIDAY THRU 1025-LOAD-ONE-HOLIDAY-X
032934         UNTIL WS-HOL-EOF.
032936     CLOSE HOLCAL-FILE.
032938     IF WS-HOL-COUNT > 366
032940         DISPLAY 'DL280 - HOLIDAY CALENDAR HAS MORE THAN 366 '
032942             'DATES'
032944     ELSE
032946         MOVE 'Y' TO WS-CAL-LOADED-SWITCH
032948     END-IF.
032950 1020-LOAD-CALENDAR-X.
032952     EXIT.
032954*
032956 1025-LOAD-ONE-HOLIDAY.
032958     READ HOLCAL-FILE
032960         AT END
032962             MOVE 'Y' TO WS-HOL-EOF-SWITCH.
032964     IF NOT WS-HOL-EOF AND WS-HOL-STATUS NOT = '00'
032966         MOVE 'Y' TO WS-HOL-EOF-SWITCH
032968     END-IF.
032970     IF NOT WS-HOL-EOF
032972         ADD 1 TO WS-HOL-COUNT
032974         IF WS-HOL-COUNT > 366
032976             MOVE 'Y' TO WS-HOL-EOF-SWITCH
032978         ELSE
032980             MOVE HL-HOLIDAY-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
032982         END-IF
032984     END-IF.
032986 1025-LOAD-ONE-HOLIDAY-X.
032988     EXIT.
032990*
033000******************************************************************
033100*    1030-SET-DATE - PROVE THE BUSINESS DATE AND WORK OUT ITS
033170*    DAY OF THE WEEK.  IT MUST BE A BUSINESS DAY ON THE HOLIDAY
033240*    CALENDAR - A WEEKEND OR HOLIDAY DATE, OR NO CALENDAR TO
033310*    PROVE IT AGAINST, REFUSES THE RUN.
033400******************************************************************
033500 1030-SET-DATE.
033600     IF WS-BUSINESS-DATE IS NOT NUMERIC
033700        OR WS-BUS-MM < 1 OR WS-BUS-MM > 12
033800        OR WS-BUS-DD < 1 OR WS-BUS-DD > 31
033900         DISPLAY 'DL280 - BUSINESS DATE ' WS-BUSINESS-DATE
034000             ' IS NOT A VALID YYMMDD - RUN REFUSED'
034100         MOVE 16 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034460     IF NOT WS-CAL-LOADED
034620         DISPLAY 'DL280 - NO HOLIDAY CALENDAR - RUN REFUSED'
034780         MOVE 16 TO RETURN-CODE
034940         STOP RUN
035100     END-IF.
035200     MOVE WS-BUSINESS-DATE TO WS-CALC-DATE.
035230     PERFORM 6300-CHECK-BUSINESS-DAY
035260        THRU 6300-CHECK-BUSINESS-DAY-X.
035290     IF NOT WS-IS-BUSINESS-DAY
035320         DISPLAY 'DL280 - BUSINESS DATE ' WS-BUSINESS-DATE
035350             ' IS NOT A BUSINESS DAY - RUN REFUSED'
035380         MOVE 16 TO RETURN-CODE
035410         STOP RUN
035440     END-IF.
035470     MOVE WS-CALC-DAY-OF-WEEK TO WS-BUS-DAY-OF-WEEK.
035500 1030-SET-DATE-X.
035600     EXIT.
035700*
035703******************************************************************
035706*    1040-FIND-PREV-BUS-DAY - STEP BACK A DAY AT A TIME TO THE
035709*    LAST BUSINESS DAY BEFORE THE BUSINESS DATE.  THE DAYS
035712*    AFTER IT ARE THE ONES THIS RUN GENERATES FOR.  A FORTNIGHT
035715*    WITH NO BUSINESS DAY MEANS A BAD CALENDAR - RUN REFUSED.
035718******************************************************************
035721 1040-FIND-PREV-BUS-DAY.
035724     MOVE WS-BUSINESS-DATE TO WS-CALC-DATE.
035727     MOVE ZERO TO WS-BACK-COUNT.
035730     MOVE 'N' TO WS-BUS-DAY-SWITCH.
035733     PERFORM 1045-STEP-BACK THRU 1045-STEP-BACK-X
035736         UNTIL WS-IS-BUSINESS-DAY
035739            OR WS-BACK-COUNT > 14.
035742     IF NOT WS-IS-BUSINESS-DAY
035745         DISPLAY 'DL280 - NO BUSINESS DAY IN THE 14 DAYS BEFORE '
035748             WS-BUSINESS-DATE ' - RUN REFUSED'
035751         MOVE 16 TO RETURN-CODE
035754         STOP RUN
035757     END-IF.
035760     MOVE WS-CALC-DATE TO WS-PREV-BUS-DATE.
035763 1040-FIND-PREV-BUS-DAY-X.
035766     EXIT.
035769*
035772 1045-STEP-BACK.
035775     PERFORM 6500-PRIOR-DATE THRU 6500-PRIOR-DATE-X.
035778     ADD 1 TO WS-BACK-COUNT.
035781     PERFORM 6300-CHECK-BUSINESS-DAY
035784        THRU 6300-CHECK-BUSINESS-DAY-X.
035787 1045-STEP-BACK-X.
035790     EXIT.
035793*
035800******************************************************************
035900*    1100-READ-ORDER - READ THE NEXT STANDING ORDER
036000******************************************************************
036100 1100-READ-ORDER.
036200     READ STANDING-ORDER-FILE
036300         AT END
036400             MOVE 'Y' TO WS-SO-EOF-SWITCH.
036500     IF NOT WS-SO-EOF AND WS-SO-STATUS NOT = '00'
036600         MOVE 'Y' TO WS-SO-EOF-SWITCH
036700     END-IF.
036800     IF NOT WS-SO-EOF
036900         ADD 1 TO WS-READ-COUNT
037000     END-IF.
037100 1100-READ-ORDER-X.
037200     EXIT.
037300*
037400******************************************************************
037500*    2000-PROCESS-ORDER - DECIDE WHAT TO DO WITH ONE ORDER.
037600*    ONLY AN APPROVED ORDER IS CONSIDERED.  ONE WHOSE END DATE
037660*    WAS ON OR BEFORE THE PREVIOUS BUSINESS DAY IS MARKED
037720*    EXPIRED AND LISTED; ONE NOT YET STARTED IS COUNTED.  EACH
037780*    DAY AFTER THE PREVIOUS BUSINESS DAY UP TO THE BUSINESS
037840*    DATE IS TRIED IN TURN, AND ONE DUE ON NONE OF THEM IS
037900*    COUNTED AS NOT DUE.
038000******************************************************************
038100 2000-PROCESS-ORDER.
038200     IF NOT SO-IS-APPROVED
038300         ADD 1 TO WS-INACTIVE-COUNT
038400         GO TO 2000-NEXT-ORDER
038500     END-IF.
038600     IF SO-END-DATE NOT = SPACES
038700        AND SO-END-DATE NOT > WS-PREV-BUS-DATE
038800         PERFORM 2500-EXPIRE-ORDER THRU 2500-EXPIRE-ORDER-X
038900         GO TO 2000-NEXT-ORDER
039000     END-IF.
039100     IF SO-START-DATE > WS-BUSINESS-DATE
039200         ADD 1 TO WS-NOT-STARTED-COUNT
039300         GO TO 2000-NEXT-ORDER
039400     END-IF.
039450     MOVE 'N' TO WS-ANY-DUE-SWITCH.
039500     MOVE WS-PREV-BUS-DATE TO WS-DUE-DATE.
039550     PERFORM 2050-TRY-DUE-DATE THRU 2050-TRY-DUE-DATE-X
039600         UNTIL WS-DUE-DATE NOT < WS-BUSINESS-DATE.
039650     IF NOT WS-ANY-DUE
039700         ADD 1 TO WS-NOT-DUE-COUNT
039900     END-IF.
039903 2000-NEXT-ORDER.
039906     PERFORM 1100-READ-ORDER THRU 1100-READ-ORDER-X.
039909 2000-PROCESS-ORDER-X.
039912     EXIT.
039915*
039918******************************************************************
039921*    2050-TRY-DUE-DATE - MOVE THE CANDIDATE DUE DATE ON A DAY,
039924*    WORK OUT ITS DAY OF THE WEEK AND MONTH END, AND GENERATE
039927*    THE ORDER FOR IT IF IT FELL DUE THAT DAY
039930******************************************************************
039933 2050-TRY-DUE-DATE.
039936     MOVE WS-DUE-DATE TO WS-CALC-DATE.
039939     PERFORM 6400-NEXT-DATE THRU 6400-NEXT-DATE-X.
039942     MOVE WS-CALC-DATE TO WS-DUE-DATE.
039945     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
039948     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-X.
039951     PERFORM 6100-DAY-OF-WEEK THRU 6100-DAY-OF-WEEK-X.
039954     PERFORM 2100-TEST-DUE THRU 2100-TEST-DUE-X.
039957     IF WS-ORDER-IS-DUE
039960         MOVE 'Y' TO WS-ANY-DUE-SWITCH
039963         PERFORM 2060-GENERATE-ORDER THRU 2060-GENERATE-ORDER-X
039966     END-IF.
039969 2050-TRY-DUE-DATE-X.
039972     EXIT.
039975*
039978******************************************************************
039981*    2060-GENERATE-ORDER - WRITE THE ORDER FOR ITS DUE DATE
039984*    UNLESS ITS ACCOUNT CANNOT TAKE THE POSTING, AND LIST IT
039987******************************************************************
039990 2060-GENERATE-ORDER.
040000     PERFORM 2200-PREPARE-LINE THRU 2200-PREPARE-LINE-X.
040100     MOVE SO-ACCOUNT-NO TO AB-ACCOUNT-NO.
040200     READ ACCOUNT-FILE.
040300     IF WS-ACCT-STATUS NOT = '00'
040400         ADD 1 TO WS-NOACCT-COUNT
040500         MOVE 'Y' TO WS-SKIPPED-SWITCH
040600         MOVE 'SKIPPED - NO ACCOUNT' TO WS-RPT-ACTION
040700     ELSE
040800     IF AB-IS-CLOSED
040900         ADD 1 TO WS-CLOSED-COUNT
041000         MOVE 'Y' TO WS-SKIPPED-SWITCH
041100         MOVE 'SKIPPED - CLOSED' TO WS-RPT-ACTION
041200     ELSE
041300     IF AB-IS-DORMANT
041400         ADD 1 TO WS-DORMANT-COUNT
041500         MOVE 'Y' TO WS-SKIPPED-SWITCH
041600         MOVE 'SKIPPED - DORMANT' TO WS-RPT-ACTION
041700     ELSE
041800         PERFORM 2400-WRITE-ITEM THRU 2400-WRITE-ITEM-X
041900         MOVE 'GENERATED' TO WS-RPT-ACTION
042000         MOVE WS-KEY-BUILD TO WS-RPT-TRANS-KEY
042100     END-IF
042200     END-IF
042300     END-IF.
042400     MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
042500     WRITE RPT-RECORD.
042700 2060-GENERATE-ORDER-X.
042900     EXIT.
043000*
043100******************************************************************
043160*    2100-TEST-DUE - DOES THE ORDER FALL DUE ON THE CANDIDATE
043220*    DATE IN WS-CALC-DATE?  NOT BEFORE IT STARTS OR AFTER IT
043280*    ENDS.  A DAILY ORDER IS DUE ON THE BUSINESS DATE ONLY, SO
043340*    ONCE A BUSINESS DAY.  A MONTHLY RUN DAY PAST THE END OF
043400*    THE MONTH FALLS ON THE MONTH'S LAST DAY.
043500******************************************************************
043600 2100-TEST-DUE.
043700     MOVE 'N' TO WS-DUE-SWITCH.
043712     IF SO-START-DATE > WS-DUE-DATE
043724         GO TO 2100-TEST-DUE-X
043736     END-IF.
043748     IF SO-END-DATE NOT = SPACES
043760        AND SO-END-DATE < WS-DUE-DATE
043772         GO TO 2100-TEST-DUE-X
043784     END-IF.
043800     IF SO-FREQ-DAILY
044050         IF WS-DUE-DATE = WS-BUSINESS-DATE
044300             MOVE 'Y' TO WS-DUE-SWITCH
044400         END-IF
044500     ELSE
044516     IF SO-FREQ-WEEKLY
044532         IF SO-RUN-DAY = WS-CALC-DAY-OF-WEEK
044548             MOVE 'Y' TO WS-DUE-SWITCH
044564         END-IF
044580     ELSE
044600     IF SO-FREQ-MONTHLY
044700         IF SO-RUN-DAY = WS-CALC-DD
044800            OR (WS-CALC-DD = WS-CALC-MONTH-END-DD
044900                AND SO-RUN-DAY > WS-CALC-DD)
045000             MOVE 'Y' TO WS-DUE-SWITCH
045100         END-IF
045200     END-IF
045300     END-IF
045400     END-IF.
045500 2100-TEST-DUE-X.
045600     EXIT.
045700*
045800******************************************************************
045900*    2200-PREPARE-LINE - SET UP THE REGISTER LINE FOR ONE ORDER
046000******************************************************************
046100 2200-PREPARE-LINE.
046200     MOVE SPACES TO WS-RPT-DETAIL-LINE.
046300     MOVE SO-ORDER-NO      TO WS-RPT-ORDER-NO.
046400     MOVE SO-ACCOUNT-NO    TO WS-RPT-ACCOUNT-NO.
046500     MOVE SO-FREQUENCY     TO WS-RPT-FREQUENCY.
046600     MOVE SO-RUN-DAY       TO WS-RPT-RUN-DAY.
046700     MOVE SO-DR-CR-IND     TO WS-RPT-DR-CR.
046800     MOVE SO-CURRENCY-CODE TO WS-RPT-CURRENCY.
046900     MOVE SO-AMOUNT        TO WS-RPT-AMOUNT.
047000     MOVE SO-ORDER-NO      TO WS-KEY-ORDER-NO.
047100     MOVE WS-DUE-DATE      TO WS-KEY-DUE-DATE.
047200 2200-PREPARE-LINE-X.
047300     EXIT.
047400*
047500******************************************************************
047600*    2400-WRITE-ITEM - WRITE ONE DUE ORDER AS A TRANSACTION
047700*    DETAIL, KEYED BY ORDER NUMBER AND DUE DATE, AND ROLL IT
047800*    INTO THE TRAILER COUNT AND HASH AND THE REGISTER TOTALS
047900******************************************************************
048000 2400-WRITE-ITEM.
048100     MOVE SPACES TO TR-RECORD.
048200     MOVE 'D' TO TR-RECORD-TYPE.
048300     MOVE WS-KEY-BUILD TO TR-TRANS-KEY.
048400     MOVE SO-AMOUNT TO TR-AMOUNT.
048500     MOVE SO-DR-CR-IND TO TR-DR-CR-IND.
048600     MOVE SO-CURRENCY-CODE TO TR-CURRENCY-CODE.
048700     MOVE SO-ACCOUNT-NO TO TR-ACCOUNT-NO.
048800     MOVE WS-STO-SOURCE TO TR-SOURCE-CODE.
048900     WRITE TR-RECORD.
049000     ADD 1 TO WS-ITEM-COUNT.
049100     ADD TR-AMOUNT TO WS-HASH-TOTAL.
049200     ADD 1 TO WS-GENERATED-COUNT.
049300     ADD SO-AMOUNT TO WS-REGISTER-TOTAL.
049400     IF SO-IS-CREDIT
049500         ADD SO-AMOUNT TO WS-CR-TOTAL
049600     ELSE
049700         ADD SO-AMOUNT TO WS-DR-TOTAL
049800     END-IF.
049900 2400-WRITE-ITEM-X.
050000     EXIT.
050100*
050200******************************************************************
050300*    2500-EXPIRE-ORDER - MARK AN APPROVED ORDER WHOSE END DATE
050400*    HAS PASSED AS EXPIRED AND LIST IT.  ONCE EXPIRED IT IS NO
050500*    LONGER APPROVED, SO LATER RUNS ONLY COUNT IT.
050600******************************************************************
050700 2500-EXPIRE-ORDER.
050800     PERFORM 2200-PREPARE-LINE THRU 2200-PREPARE-LINE-X.
050900     MOVE 'E' TO SO-STATUS.
051000     REWRITE SO-RECORD.
051100     IF WS-SO-STATUS NOT = '00'
051200         DISPLAY 'DL280 - ORDER ' SO-ORDER-NO ' COULD NOT BE '
051300             'MARKED EXPIRED - STATUS ' WS-SO-STATUS
051400     END-IF.
051500     ADD 1 TO WS-EXPIRED-COUNT.
051700     MOVE 'EXPIRED' TO WS-RPT-ACTION.
051800     MOVE SO-END-DATE TO WS-RPT-ACTION-DATE.
051900     MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
052000     WRITE RPT-RECORD.
052100 2500-EXPIRE-ORDER-X.
052200     EXIT.
052300*
052400******************************************************************
052500*    3000-FINISH-FILE - WRITE THE TRAILER WITH THE ITEM COUNT
052600*    AND AMOUNT HASH DL100 WILL PROVE THE FILE AGAINST
052700******************************************************************
052800 3000-FINISH-FILE.
052900     MOVE SPACES TO TR-TRAILER-RECORD.
053000     MOVE 'T' TO TR-RECORD-TYPE.
053100     MOVE WS-ITEM-COUNT TO TT-RECORD-COUNT.
053200     MOVE WS-HASH-TOTAL TO TT-HASH-TOTAL.
053300     WRITE TR-TRAILER-RECORD.
053400 3000-FINISH-FILE-X.
053500     EXIT.
053600*
053700******************************************************************
053800*    3100-PRINT-TOTALS - THE REGISTER TOTALS AND THE TIE-OUT.
053900*    THE REGISTER TOTAL IS ADDED FROM THE AMOUNTS PRINTED, THE
054000*    TRAILER HASH FROM THE RECORDS WRITTEN, SO A DIFFERENCE IS
054100*    A REAL BREAK.
054200******************************************************************
054300 3100-PRINT-TOTALS.
054400     MOVE 'ORDERS READ:' TO WS-RPT-CNT-TITLE.
054500     MOVE WS-READ-COUNT TO WS-RPT-CNT-VALUE.
054600     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
054700     WRITE RPT-RECORD.
054800     MOVE 'ORDERS GENERATED:' TO WS-RPT-CNT-TITLE.
054900     MOVE WS-GENERATED-COUNT TO WS-RPT-CNT-VALUE.
055000     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
055100     WRITE RPT-RECORD.
055200     MOVE 'SKIPPED - ACCOUNT CLOSED:' TO WS-RPT-CNT-TITLE.
055300     MOVE WS-CLOSED-COUNT TO WS-RPT-CNT-VALUE.
055400     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
055500     WRITE RPT-RECORD.
055600     MOVE 'SKIPPED - ACCOUNT DORMANT:' TO WS-RPT-CNT-TITLE.
055700     MOVE WS-DORMANT-COUNT TO WS-RPT-CNT-VALUE.
055800     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
055900     WRITE RPT-RECORD.
056000     MOVE 'SKIPPED - NOT ON MASTER:' TO WS-RPT-CNT-TITLE.
056100     MOVE WS-NOACCT-COUNT TO WS-RPT-CNT-VALUE.
056200     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
056300     WRITE RPT-RECORD.
056400     MOVE 'EXPIRED THIS RUN:' TO WS-RPT-CNT-TITLE.
056500     MOVE WS-EXPIRED-COUNT TO WS-RPT-CNT-VALUE.
056600     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
056700     WRITE RPT-RECORD.
056800     MOVE 'NOT DUE SINCE LAST BUS DAY:' TO WS-RPT-CNT-TITLE.
056900     MOVE WS-NOT-DUE-COUNT TO WS-RPT-CNT-VALUE.
057000     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
057100     WRITE RPT-RECORD.
057200     MOVE 'NOT YET STARTED:' TO WS-RPT-CNT-TITLE.
057300     MOVE WS-NOT-STARTED-COUNT TO WS-RPT-CNT-VALUE.
057400     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
057500     WRITE RPT-RECORD.
057600     MOVE 'NOT APPROVED OR ENDED:' TO WS-RPT-CNT-TITLE.
057700     MOVE WS-INACTIVE-COUNT TO WS-RPT-CNT-VALUE.
057800     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
057900     WRITE RPT-RECORD.
058000     MOVE 'DEBITS GENERATED:' TO WS-RPT-TOT-TITLE.
058100     MOVE WS-DR-TOTAL TO WS-RPT-TOT-AMOUNT.
058200     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
058300     WRITE RPT-RECORD.
058400     MOVE 'CREDITS GENERATED:' TO WS-RPT-TOT-TITLE.
058500     MOVE WS-CR-TOTAL TO WS-RPT-TOT-AMOUNT.
058600     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
058700     WRITE RPT-RECORD.
058800     MOVE 'ITEMS WRITTEN (TRAILER COUNT):' TO WS-RPT-CNT-TITLE.
058900     MOVE WS-ITEM-COUNT TO WS-RPT-CNT-VALUE.
059000     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
059100     WRITE RPT-RECORD.
059200     COMPUTE WS-TIE-DIFF = WS-REGISTER-TOTAL - WS-HASH-TOTAL.
059300     MOVE WS-REGISTER-TOTAL TO WS-RPT-TIE-REGISTER.
059400     MOVE WS-HASH-TOTAL TO WS-RPT-TIE-HASH.
059500     MOVE WS-TIE-DIFF TO WS-RPT-TIE-DIFF.
059600     MOVE WS-RPT-TIE-LINE TO RPT-RECORD.
059700     WRITE RPT-RECORD.
059800     IF WS-SOME-SKIPPED
059900         MOVE 4 TO RETURN-CODE
060000     END-IF.
060100     IF WS-TIE-DIFF NOT = 0
060200         MOVE WS-RPT-BREAK-LINE TO RPT-RECORD
060300         WRITE RPT-RECORD
060400         MOVE 8 TO RETURN-CODE
060500     END-IF.
060600 3100-PRINT-TOTALS-X.
060700     EXIT.
060800*
060900******************************************************************
061000*    6000-DATE-TO-DAYS - TURN THE YYMMDD IN WS-CALC-DATE INTO A
061100*    DAY NUMBER IN WS-CALC-DAYS, COUNTING 01/01/2000 AS DAY 1.
061200*    EVERY YEAR DIVISIBLE BY FOUR IS A LEAP YEAR, WHICH HOLDS
061300*    FOR ALL OF 2000-2099.  THE DIFFERENCE BETWEEN TWO DAY
061400*    NUMBERS IS THE TRUE NUMBER OF DAYS BETWEEN THE DATES.
061500******************************************************************
061600 6000-DATE-TO-DAYS.
061700     COMPUTE WS-CALC-DAYS = WS-CALC-YY * 365
061800         + WS-CUM-DAYS (WS-CALC-MM) + WS-CALC-DD.
061900*    ONE EXTRA DAY FOR EACH LEAP YEAR BEFORE THIS ONE
062000     ADD 3 WS-CALC-YY GIVING WS-CALC-WORK.
062100     DIVIDE WS-CALC-WORK BY 4 GIVING WS-LEAP-QUOT.
062200     ADD WS-LEAP-QUOT TO WS-CALC-DAYS.
062300*    AND ONE FOR THIS YEAR'S 29 FEBRUARY ONCE IT IS PAST
062400     DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
062500         REMAINDER WS-LEAP-REM.
062600     IF WS-LEAP-REM = 0 AND WS-CALC-MM > 2
062700         ADD 1 TO WS-CALC-DAYS
062800     END-IF.
062900 6000-DATE-TO-DAYS-X.
063000     EXIT.
063100*
063112******************************************************************
063124*    6100-DAY-OF-WEEK - WS-CALC-DATE'S DAY OF THE WEEK,
063136*    1 = MONDAY TO 7 = SUNDAY, FROM ITS DAY NUMBER IN
063148*    WS-CALC-DAYS.  DAY 1, 01/01/2000, WAS A SATURDAY.
063160******************************************************************
063172 6100-DAY-OF-WEEK.
063184     ADD 4 WS-CALC-DAYS GIVING WS-CALC-WORK.
063196     DIVIDE WS-CALC-WORK BY 7 GIVING WS-LEAP-QUOT
063208         REMAINDER WS-CALC-DAY-OF-WEEK.
063220     ADD 1 TO WS-CALC-DAY-OF-WEEK.
063232 6100-DAY-OF-WEEK-X.
063244     EXIT.
063256*
063268******************************************************************
063280*    6200-MONTH-END - THE LAST DAY OF WS-CALC-DATE'S MONTH.
063292*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY FOUR.
063304******************************************************************
063316 6200-MONTH-END.
063328     MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-CALC-MONTH-END-DD.
063340     IF WS-CALC-MM = 2
063352         DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
063364             REMAINDER WS-LEAP-REM
063376         IF WS-LEAP-REM = 0
063388             MOVE 29 TO WS-CALC-MONTH-END-DD
063400         END-IF
063412     END-IF.
063424 6200-MONTH-END-X.
063436     EXIT.
063448*
063460******************************************************************
063472*    6300-CHECK-BUSINESS-DAY - IS WS-CALC-DATE A BUSINESS DAY?
063484*    NOT IF IT IS NO REAL DATE, FALLS ON A SATURDAY OR SUNDAY
063496*    OR IS ON THE HOLIDAY CALENDAR.
063508******************************************************************
063520 6300-CHECK-BUSINESS-DAY.
063532     MOVE 'N' TO WS-BUS-DAY-SWITCH.
063544     IF WS-CALC-DATE IS NOT NUMERIC
063556        OR WS-CALC-MM < 1 OR WS-CALC-MM > 12
063568        OR WS-CALC-DD < 1
063580         GO TO 6300-CHECK-BUSINESS-DAY-X
063592     END-IF.
063604     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
063616     IF WS-CALC-DD > WS-CALC-MONTH-END-DD
063628         GO TO 6300-CHECK-BUSINESS-DAY-X
063640     END-IF.
063652     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-X.
063664     PERFORM 6100-DAY-OF-WEEK THRU 6100-DAY-OF-WEEK-X.
063676     IF WS-CALC-DAY-OF-WEEK > 5
063688         GO TO 6300-CHECK-BUSINESS-DAY-X
063700     END-IF.
063712     MOVE 'N' TO WS-HOL-FOUND-SWITCH.
063724     MOVE 1 TO WS-HOL-SUB.
063736     PERFORM 6310-TEST-HOLIDAY THRU 6310-TEST-HOLIDAY-X
063748         UNTIL WS-HOL-SUB > WS-HOL-COUNT
063760            OR WS-HOL-FOUND.
063772     IF NOT WS-HOL-FOUND
063784         MOVE 'Y' TO WS-BUS-DAY-SWITCH
063796     END-IF.
063808 6300-CHECK-BUSINESS-DAY-X.
063820     EXIT.
063832*
063844 6310-TEST-HOLIDAY.
063856     IF WS-HOL-DATE (WS-HOL-SUB) = WS-CALC-DATE
063868         MOVE 'Y' TO WS-HOL-FOUND-SWITCH
063880     ELSE
063892         ADD 1 TO WS-HOL-SUB
063904     END-IF.
063916 6310-TEST-HOLIDAY-X.
063928     EXIT.
063940*
063952******************************************************************
063964*    6400-NEXT-DATE - MOVE WS-CALC-DATE ON ONE CALENDAR DAY,
063976*    ROLLING OVER THE END OF THE MONTH AND OF THE YEAR
063988******************************************************************
064000 6400-NEXT-DATE.
064012     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
064024     IF WS-CALC-DD < WS-CALC-MONTH-END-DD
064036         ADD 1 TO WS-CALC-DD
064048     ELSE
064060         MOVE 1 TO WS-CALC-DD
064072         IF WS-CALC-MM < 12
064084             ADD 1 TO WS-CALC-MM
064096         ELSE
064108             MOVE 1 TO WS-CALC-MM
064120             ADD 1 TO WS-CALC-YY
064132         END-IF
064144     END-IF.
064156 6400-NEXT-DATE-X.
064168     EXIT.
064180*
064192******************************************************************
064204*    6500-PRIOR-DATE - MOVE WS-CALC-DATE BACK ONE CALENDAR DAY,
064216*    ROLLING BACK OVER THE START OF THE MONTH AND OF THE YEAR
064228******************************************************************
064240 6500-PRIOR-DATE.
064252     IF WS-CALC-DD > 1
064264         SUBTRACT 1 FROM WS-CALC-DD
064276     ELSE
064288         IF WS-CALC-MM > 1
064300             SUBTRACT 1 FROM WS-CALC-MM
064312         ELSE
064324             MOVE 12 TO WS-CALC-MM
064336             SUBTRACT 1 FROM WS-CALC-YY
064348         END-IF
064360         PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X
064372         MOVE WS-CALC-MONTH-END-DD TO WS-CALC-DD
064384     END-IF.
064396 6500-PRIOR-DATE-X.
064408     EXIT.
064420*
064500******************************************************************
064600*    9000-TERMINATE - CLOSE FILES AND END THE RUN
064700******************************************************************
064800 9000-TERMINATE.
064900     CLOSE ACCOUNT-FILE.
065000     IF WS-SO-IS-OPEN
065100         CLOSE STANDING-ORDER-FILE
065200     END-IF.
065300     CLOSE GENERATED-FILE.
065400     CLOSE REPORT-FILE.
065500 9000-TERMINATE-EXIT.
065600     EXIT.
