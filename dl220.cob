001300*    ACCUMULATED DAY BY DAY AT EACH DAY'S RATE - AND REVALUES
001400*    EACH BUCKET AT THE CLOSING DAY'S RATE FROM RATEIN.  THE
001500*    REVALUATION SCHEDULE PRINTS BOOKED VALUE, REVALUED VALUE
001600*    AND THE DIFFERENCE PER CURRENCY; EACH CURRENCY'S GAIN OR
001700*    LOSS GOES OUT ON A GL INTERFACE FEED TO THE FX ACCOUNT
001800*    THE GL MAP NAMES FOR IT (ACCOUNT TYPE '**'), NETTED BY GL
001830*    ACCOUNT, AND THE NET GOES OUT AS AN 'R' RECORD APPENDED
001860*    TO THE CLOSED LEDGER, SO THE NUMBER ACCOUNTING BOOKS IS
001890*    THE NUMBER THE LEDGER CARRIES.  NOTHING IS REVALUED UNTIL
001920*    THE CLOSED LEDGER HOLDS THE PERIOD'S LAST BUSINESS DAY,
001950*    FROM THE SHARED HOLIDAY CALENDAR.
002000*    CONDITION CODES:  00 CLEAN, 08 A CURRENCY HAD NO CLOSING
002100*    RATE (ITS BUCKET IS NOT IN THE NET), 12 A REVALUED
002130*    CURRENCY HAS NO GL MAP ROW (GLREVAL LEFT EMPTY), 16 RUN
002160*    REFUSED.
002200*-----------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002520*                     THE 'R' RECORD IS BUILT, SO ITS FILLER
002530*                     NO LONGER GOES OUT AS WHATEVER THE LAST
002540*                     READ LEFT IN THE BUFFER.
002546*    10/15/26   RFS   THE REVALUATION FEED IS NOW BOOKED BY THE
002552*                     GL CHART-OF-ACCOUNTS MAP (GLMAP, NEW
002558*                     DLGLMREC) INSTEAD OF ONE NET ENTRY TO A
002564*                     HARDCODED FX ACCOUNT - EACH REVALUED
002570*                     CURRENCY MAPS UNDER TYPE '**' AND THE
002576*                     FEED CARRIES ONE ENTRY PER GL ACCOUNT.
002582*                     AN UNMAPPED CURRENCY STOPS THE FEED -
002588*                     GLREVAL IS LEFT EMPTY AND THE RUN ENDS
002594*                     CODE 12.
002605*    10/15/26   RFS   THE REVALUATION NOW WORKS OUT THE
002616*                     PERIOD'S LAST BUSINESS DAY FROM THE
002627*                     SHARED HOLIDAY CALENDAR (HOLCAL, NEW
002638*                     DLHOLREC) AND IS REFUSED, CODE 16, UNLESS
002649*                     THE CLOSED LEDGER CARRIES A DAILY RECORD
002660*                     FOR THAT DAY, OR IF THE CALENDAR CANNOT
002671*                     BE LOADED.
002682******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT REPORT-FILE ASSIGN TO RVLRPT
004400         ORGANIZATION IS SEQUENTIAL.
004420     SELECT GLMAP-FILE ASSIGN TO GLMAP
004440         ORGANIZATION IS SEQUENTIAL
004460         FILE STATUS IS WS-GLM-STATUS.
004470     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
004480         ORGANIZATION IS SEQUENTIAL
004490         FILE STATUS IS WS-HOL-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DLSUMREC.
007200*
007216 FD  GLMAP-FILE
007232     RECORDING MODE IS F
007248     LABEL RECORDS ARE STANDARD.
007264     COPY DLGLMREC.
007280*
007283 FD  HOLCAL-FILE
007286     RECORDING MODE IS F
007289     LABEL RECORDS ARE STANDARD.
007292     COPY DLHOLREC.
007295*
007300 WORKING-STORAGE SECTION.
007400*
007500 01  WS-STATUS-FIELDS.
007600     05  WS-LGR-STATUS           PIC X(02) VALUE '00'.
007700     05  WS-RATE-STATUS          PIC X(02) VALUE '00'.
007750     05  WS-GLM-STATUS           PIC X(02) VALUE '00'.
007800*
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
008700         88  WS-CLOSE-FOUND      VALUE 'Y'.
008800     05  WS-NORATE-SWITCH        PIC X(01) VALUE 'N'.
008900         88  WS-RATE-MISSING     VALUE 'Y'.
008911     05  WS-GLM-EOF-SWITCH       PIC X(01) VALUE 'N'.
008922         88  WS-GLM-EOF          VALUE 'Y'.
008933     05  WS-GLM-FOUND-SWITCH     PIC X(01) VALUE 'N'.
008944         88  WS-GLM-FOUND        VALUE 'Y'.
008955     05  WS-GLP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
008966         88  WS-GLP-FOUND        VALUE 'Y'.
008977     05  WS-GL-STOP-SWITCH       PIC X(01) VALUE 'N'.
008988         88  WS-GL-FEED-STOPPED  VALUE 'Y'.
008992     05  WS-LAST-DAY-SWITCH      PIC X(01) VALUE 'N'.
008996         88  WS-LAST-DAY-POSTED  VALUE 'Y'.
009000*
009002*    THE HOLIDAY CALENDAR, LOADED FROM HOLCAL AT
009004*    INITIALIZATION, AND THE DATE WORK FIELDS FOR THE
009006*    BUSINESS-DAY TESTS.  SATURDAY AND SUNDAY ARE NEVER
009008*    BUSINESS DAYS.
009010 01  WS-CALENDAR-FIELDS.
009012     05  WS-HOL-STATUS           PIC X(02) VALUE '00'.
009014     05  WS-HOL-EOF-SWITCH       PIC X(01) VALUE 'N'.
009016         88  WS-HOL-EOF          VALUE 'Y'.
009018     05  WS-HOL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
009020         88  WS-HOL-FOUND        VALUE 'Y'.
009022     05  WS-BUS-DAY-SWITCH       PIC X(01) VALUE 'N'.
009024         88  WS-IS-BUSINESS-DAY  VALUE 'Y'.
009026     05  WS-CAL-LOADED-SWITCH    PIC X(01) VALUE 'N'.
009028         88  WS-CAL-LOADED       VALUE 'Y'.
009030     05  WS-HOL-SUB              PIC 9(03) COMP VALUE 0.
009032     05  WS-CALC-DATE            PIC X(06) VALUE SPACES.
009034     05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
009036         10  WS-CALC-YY          PIC 9(02).
009038         10  WS-CALC-MM          PIC 9(02).
009040         10  WS-CALC-DD          PIC 9(02).
009042     05  WS-CALC-DAY-OF-WEEK     PIC 9(01) VALUE 0.
009044     05  WS-CALC-MONTH-END-DD    PIC 9(02) VALUE 0.
009046     05  WS-CALC-DAYS            PIC 9(07) COMP VALUE 0.
009048     05  WS-CALC-WORK            PIC 9(07) COMP VALUE 0.
009050     05  WS-LEAP-QUOT            PIC 9(07) COMP VALUE 0.
009052     05  WS-LEAP-REM             PIC 9(02) COMP VALUE 0.
009054*
009056 01  WS-HOLIDAY-TABLE.
009058     05  WS-HOL-COUNT            PIC 9(03) COMP VALUE 0.
009060     05  WS-HOL-DATE             PIC X(06) OCCURS 366 TIMES.
009062*
009064*    DAYS PER MONTH AND DAYS IN THE YEAR BEFORE EACH MONTH
009066 01  WS-CALENDAR-TABLES.
009068     05  WS-MONTH-DAYS-X         PIC X(24)
009070             VALUE '312831303130313130313031'.
009072     05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X
009074                                 PIC 9(02) OCCURS 12 TIMES.
009076     05  WS-CUM-DAYS-X           PIC X(36)
009078             VALUE '000031059090120151181212243273304334'.
009080     05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X
009082                                 PIC 9(03) OCCURS 12 TIMES.
009084*
009100 01  WS-RATE-TABLE.
009200     05  WS-RATE-COUNT           PIC 9(02) COMP VALUE 0.
009300     05  WS-RATE-ENTRY OCCURS 20 TIMES
010200         10  WS-RV-FOREIGN       PIC S9(7)V99.
010300         10  WS-RV-BOOKED        PIC S9(9)V99.
010400         10  WS-RV-REVALUED      PIC S9(9)V99.
010430         10  WS-RV-DIFF          PIC S9(9)V99.
010460         10  WS-RV-RATED         PIC X(01).
010500*
010505*    THE GL CHART-OF-ACCOUNTS MAP, LOADED FROM GLMAP AT
010510*    INITIALIZATION
010515 01  WS-GL-MAP-TABLE.
010520     05  WS-GM-COUNT             PIC 9(03) COMP VALUE 0.
010525     05  WS-GM-ENTRY OCCURS 100 TIMES.
010530         10  WS-GM-TYPE          PIC X(02).
010535         10  WS-GM-CURR          PIC X(03).
010540         10  WS-GM-ACCOUNT       PIC X(08).
010545*
010550*    THE REVALUATION DIFFERENCES NETTED BY MAPPED GL ACCOUNT -
010555*    ONE FEED ENTRY PER ROW
010560 01  WS-GL-POST-TABLE.
010565     05  WS-GP-COUNT             PIC 9(02) COMP VALUE 0.
010570     05  WS-GP-ENTRY OCCURS 10 TIMES.
010575         10  WS-GP-ACCOUNT       PIC X(08).
010580         10  WS-GP-TOTAL         PIC S9(9)V99.
010585*
010600 01  WS-WORK-FIELDS.
010700     05  WS-SAVE-PERIOD          PIC X(04) VALUE SPACES.
010800     05  WS-RUN-DATE             PIC X(06) VALUE SPACES.
011200     05  WS-ABS-NET              PIC S9(9)V99 VALUE 0.
011300     05  WS-GL-ENTRY-COUNT       PIC 9(07) COMP VALUE 0.
011400     05  WS-GL-HASH-TOTAL        PIC 9(09)V99 VALUE 0.
011500     05  WS-GLM-SUB              PIC 9(03) COMP VALUE 0.
011530     05  WS-GLP-SUB              PIC 9(02) COMP VALUE 0.
011560     05  WS-FXGL-TYPE            PIC X(02) VALUE '**'.
011568     05  WS-LAST-POSTED-DATE     PIC X(06) VALUE SPACES.
011576     05  WS-LAST-BUS-DATE        PIC X(06) VALUE SPACES.
011584     05  WS-PERIOD-DD            PIC 9(02) VALUE 0.
011592     05  WS-PERIOD-END-DD        PIC 9(02) VALUE 0.
011600*
011700 01  WS-RPT-HEADING-LINE.
011800     05  FILLER                  PIC X(22) VALUE SPACES.
012600     05  WS-RPT-PERIOD           PIC X(04).
012700     05  FILLER                  PIC X(63) VALUE SPACES.
012800*
012806 01  WS-RPT-LASTBUS-LINE.
012812     05  FILLER                  PIC X(05) VALUE SPACES.
012818     05  FILLER                  PIC X(19)
012824             VALUE 'LAST BUSINESS DAY:'.
012830     05  WS-RPT-LAST-BUS         PIC X(06).
012836     05  FILLER                  PIC X(16)
012842             VALUE '   LAST POSTED: '.
012848     05  WS-RPT-LAST-POSTED      PIC X(06).
012854     05  FILLER                  PIC X(28) VALUE SPACES.
012860*
012866 01  WS-RPT-NOREVAL-LINE.
012872     05  FILLER                  PIC X(05) VALUE SPACES.
012878     05  WS-RPT-NOREVAL-TEXT     PIC X(60).
012884     05  FILLER                  PIC X(15) VALUE SPACES.
012890*
012900 01  WS-RPT-COLHDR-LINE.
013000     05  FILLER                  PIC X(01) VALUE SPACES.
013100     05  FILLER                  PIC X(04) VALUE 'CUR'.
016200       '*** RATE MISSING - NET EXCLUDES FLAGGED CURRENCIES ***'.
016300     05  FILLER                  PIC X(20) VALUE SPACES.
016400*
016405 01  WS-RPT-GLMAP-LINE.
016410     05  FILLER                  PIC X(05) VALUE SPACES.
016415     05  FILLER                  PIC X(30)
016420             VALUE '*** NO GL MAPPING - ACCT TYPE'.
016425     05  WS-RPT-GLMAP-TYPE       PIC X(02).
016430     05  FILLER                  PIC X(11) VALUE ' CURRENCY '.
016435     05  WS-RPT-GLMAP-CURR       PIC X(03).
016440     05  FILLER                  PIC X(04) VALUE ' ***'.
016445     05  FILLER                  PIC X(25) VALUE SPACES.
016450*
016455 01  WS-RPT-GLSTOP-LINE.
016460     05  FILLER                  PIC X(05) VALUE SPACES.
016465     05  FILLER                  PIC X(57) VALUE
016470       '*** GL FEED STOPPED - GLREVAL NOT RELEASED - CODE 12 ***'.
016475     05  FILLER                  PIC X(18) VALUE SPACES.
016480*
016500 PROCEDURE DIVISION.
016600*
016700******************************************************************
017600             'LEDGER - NOTHING REVALUED'
017700         MOVE 16 TO RETURN-CODE
017800     ELSE
017830         PERFORM 2500-FIND-LAST-BUS-DAY
017860            THRU 2500-FIND-LAST-BUS-DAY-X
017890         PERFORM 2600-CHECK-LAST-DAY THRU 2600-CHECK-LAST-DAY-X
017920         IF NOT WS-LAST-DAY-POSTED
017950             MOVE 16 TO RETURN-CODE
017980         ELSE
018010             PERFORM 3000-REVALUE THRU 3000-REVALUE-EXIT
018040             PERFORM 4000-WRITE-GL-FEED THRU 4000-WRITE-GL-FEED-X
018070             PERFORM 5000-WRITE-REVAL-REC THRU 5000-WRITE-REVAL-X
018100             IF WS-RATE-MISSING
018130                 MOVE 8 TO RETURN-CODE
018160             END-IF
018190             IF WS-GL-FEED-STOPPED
018220                 MOVE 12 TO RETURN-CODE
018250             END-IF
018400         END-IF
018500     END-IF.
018600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
019300 1000-INITIALIZE.
019400     ACCEPT WS-RUN-DATE FROM DATE.
019500     PERFORM 1045-LOAD-RATES THRU 1045-LOAD-RATES-EXIT.
019550     PERFORM 1048-LOAD-GL-MAP THRU 1048-LOAD-GL-MAP-X.
019570     PERFORM 1050-LOAD-CALENDAR THRU 1050-LOAD-CALENDAR-X.
019600     OPEN INPUT LEDGER-FILE.
019700     IF WS-LGR-STATUS NOT = '00'
019800         DISPLAY 'DL220 - CLOSED LEDGER COULD NOT BE OPENED'
023600     END-IF.
023700 1047-LOAD-ONE-RATE-X.
023800     EXIT.
023802*
023804******************************************************************
023806*    1048-LOAD-GL-MAP - LOAD THE GL CHART-OF-ACCOUNTS MAP, AS
023808*    DL100 DOES AT INITIALIZATION.  A MISSING MAP LEAVES EVERY
023810*    CURRENCY UNMAPPED, AND A MAP TOO BIG FOR THE TABLE STOPS
023812*    THE FEED, RATHER THAN BOOK FROM HALF A FILE.
023814******************************************************************
023816 1048-LOAD-GL-MAP.
023818     MOVE 'N' TO WS-GLM-EOF-SWITCH.
023820     MOVE ZERO TO WS-GM-COUNT.
023822     OPEN INPUT GLMAP-FILE.
023824     IF WS-GLM-STATUS = '00'
023826         PERFORM 1049-LOAD-ONE-MAP THRU 1049-LOAD-ONE-MAP-X
023828             UNTIL WS-GLM-EOF
023830         CLOSE GLMAP-FILE
023832     ELSE
023834         DISPLAY 'DL220 - GL MAP COULD NOT BE OPENED - STATUS '
023836             WS-GLM-STATUS ' - GL FEED WILL BE STOPPED'
023838     END-IF.
023840 1048-LOAD-GL-MAP-X.
023842     EXIT.
023844*
023846 1049-LOAD-ONE-MAP.
023848     READ GLMAP-FILE
023850         AT END
023852             MOVE 'Y' TO WS-GLM-EOF-SWITCH.
023854     IF NOT WS-GLM-EOF AND WS-GLM-STATUS NOT = '00'
023856         MOVE 'Y' TO WS-GLM-EOF-SWITCH
023858     END-IF.
023860     IF NOT WS-GLM-EOF
023862         IF WS-GM-COUNT < 100
023864             ADD 1 TO WS-GM-COUNT
023866             MOVE GM-ACCOUNT-TYPE  TO WS-GM-TYPE (WS-GM-COUNT)
023868             MOVE GM-CURRENCY-CODE TO WS-GM-CURR (WS-GM-COUNT)
023870             MOVE GM-GL-ACCOUNT    TO WS-GM-ACCOUNT (WS-GM-COUNT)
023872         ELSE
023874             MOVE 'Y' TO WS-GL-STOP-SWITCH
023876             MOVE 'Y' TO WS-GLM-EOF-SWITCH
023878             DISPLAY 'DL220 - GL MAP HAS MORE THAN 100 ROWS - '
023880                 'GL FEED WILL BE STOPPED'
023882         END-IF
023884     END-IF.
023886 1049-LOAD-ONE-MAP-X.
023888     EXIT.
023900*
023902******************************************************************
023904*    1050-LOAD-CALENDAR - LOAD THE HOLIDAY CALENDAR, AS DL130
023906*    DOES FOR THE CLOSE.  WITHOUT IT THE LAST BUSINESS DAY OF
023908*    THE PERIOD CANNOT BE KNOWN, SO A CALENDAR THAT CANNOT BE
023910*    OPENED OR IS TOO BIG FOR THE TABLE IS LEFT UNLOADED AND
023912*    NOTHING IS REVALUED.
023914******************************************************************
023916 1050-LOAD-CALENDAR.
023918     MOVE 'N' TO WS-HOL-EOF-SWITCH.
023920     MOVE ZERO TO WS-HOL-COUNT.
023922     OPEN INPUT HOLCAL-FILE.
023924     IF WS-HOL-STATUS NOT = '00'
023926         DISPLAY 'DL220 - HOLIDAY CALENDAR COULD NOT BE OPENED'
023928             ' - STATUS ' WS-HOL-STATUS
023930         GO TO 1050-LOAD-CALENDAR-X
023932     END-IF.
023934     PERFORM 1060-LOAD-ONE-HOLIDAY THRU 1060-LOAD-ONE-HOLIDAY-X
023936         UNTIL WS-HOL-EOF.
023938     CLOSE HOLCAL-FILE.
023940     IF WS-HOL-COUNT > 366
023942         DISPLAY 'DL220 - HOLIDAY CALENDAR HAS MORE THAN 366 '
023944             'DATES'
023946     ELSE
023948         MOVE 'Y' TO WS-CAL-LOADED-SWITCH
023950     END-IF.
023952 1050-LOAD-CALENDAR-X.
023954     EXIT.
023956*
023958 1060-LOAD-ONE-HOLIDAY.
023960     READ HOLCAL-FILE
023962         AT END
023964             MOVE 'Y' TO WS-HOL-EOF-SWITCH.
023966     IF NOT WS-HOL-EOF AND WS-HOL-STATUS NOT = '00'
023968         MOVE 'Y' TO WS-HOL-EOF-SWITCH
023970     END-IF.
023972     IF NOT WS-HOL-EOF
023974         ADD 1 TO WS-HOL-COUNT
023976         IF WS-HOL-COUNT > 366
023978             MOVE 'Y' TO WS-HOL-EOF-SWITCH
023980         ELSE
023982             MOVE HL-HOLIDAY-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
023984         END-IF
023986     END-IF.
023988 1060-LOAD-ONE-HOLIDAY-X.
023990     EXIT.
023992*
024000******************************************************************
024100*    1100-READ-LEDGER - READ THE NEXT CLOSED-LEDGER RECORD
024200******************************************************************
025300******************************************************************
025400*    2000-COPY-ONE - CARRY ONE RECORD TO THE NEW CLOSED LEDGER
025500*    AND, ON THE CLOSE RECORD, KEEP ITS CURRENCY BUCKETS FOR
025560*    THE REVALUATION.  THE LATEST DAILY RECORD'S DATE IS KEPT
025620*    FOR THE LAST-BUSINESS-DAY CHECK.
025700******************************************************************
025800 2000-COPY-ONE.
025900     MOVE LG-RECORD TO LN-RECORD.
026000     WRITE LN-RECORD.
026020     IF LG-DAILY-REC
026040        AND LG-LEDGER-DATE > WS-LAST-POSTED-DATE
026060         MOVE LG-LEDGER-DATE TO WS-LAST-POSTED-DATE
026080     END-IF.
026100     IF LG-CLOSE-REC
026200         MOVE 'Y' TO WS-CLOSE-FOUND-SWITCH
026300         MOVE LG-PERIOD TO WS-SAVE-PERIOD
027900 2100-SAVE-BUCKET-X.
028000     EXIT.
028100*
028101******************************************************************
028102*    2500-FIND-LAST-BUS-DAY - WALK THE PERIOD'S DAYS ON THE
028103*    HOLIDAY CALENDAR AND KEEP THE LAST ONE THAT IS A BUSINESS
028104*    DAY.  WITH NO CALENDAR, OR NO REAL PERIOD, IT STAYS BLANK.
028105******************************************************************
028106 2500-FIND-LAST-BUS-DAY.
028107     MOVE SPACES TO WS-LAST-BUS-DATE.
028108     IF NOT WS-CAL-LOADED OR WS-SAVE-PERIOD IS NOT NUMERIC
028109         GO TO 2500-FIND-LAST-BUS-DAY-X
028110     END-IF.
028111     MOVE WS-SAVE-PERIOD TO WS-CALC-DATE (1:4).
028112     MOVE 01 TO WS-CALC-DD.
028113     IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
028114         GO TO 2500-FIND-LAST-BUS-DAY-X
028115     END-IF.
028116     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
028117     MOVE WS-CALC-MONTH-END-DD TO WS-PERIOD-END-DD.
028118     PERFORM 2510-TEST-PERIOD-DAY THRU 2510-TEST-PERIOD-DAY-X
028119         VARYING WS-PERIOD-DD FROM 1 BY 1
028120         UNTIL WS-PERIOD-DD > WS-PERIOD-END-DD.
028121 2500-FIND-LAST-BUS-DAY-X.
028122     EXIT.
028123*
028124 2510-TEST-PERIOD-DAY.
028125     MOVE WS-PERIOD-DD TO WS-CALC-DD.
028126     PERFORM 6300-CHECK-BUSINESS-DAY
028127        THRU 6300-CHECK-BUSINESS-DAY-X.
028128     IF WS-IS-BUSINESS-DAY
028129         MOVE WS-CALC-DATE TO WS-LAST-BUS-DATE
028130     END-IF.
028131 2510-TEST-PERIOD-DAY-X.
028132     EXIT.
028133*
028134******************************************************************
028135*    2600-CHECK-LAST-DAY - THE MONTH IS ONLY REVALUED ONCE ITS
028136*    LAST BUSINESS DAY IS ON THE CLOSED LEDGER - A CLOSE TAKEN
028137*    BEFORE THAT DAY POSTED WOULD BE REVALUED ON SHORT TOTALS.
028138*    A REFUSAL IS PRINTED ON THE SCHEDULE WITH THE DATES.
028139******************************************************************
028140 2600-CHECK-LAST-DAY.
028141     MOVE 'N' TO WS-LAST-DAY-SWITCH.
028142     IF NOT WS-CAL-LOADED
028143         MOVE '*** NO HOLIDAY CALENDAR - NOTHING REVALUED ***'
028144             TO WS-RPT-NOREVAL-TEXT
028145     ELSE
028146     IF WS-LAST-BUS-DATE = SPACES
028147         MOVE '*** NO BUSINESS DAY IN PERIOD - NOT REVALUED ***'
028148             TO WS-RPT-NOREVAL-TEXT
028149     ELSE
028150     IF WS-LAST-POSTED-DATE < WS-LAST-BUS-DATE
028151         MOVE '*** LAST BUSINESS DAY NOT POSTED - NO REVALUE ***'
028152             TO WS-RPT-NOREVAL-TEXT
028153     ELSE
028154         MOVE 'Y' TO WS-LAST-DAY-SWITCH
028155     END-IF
028156     END-IF
028157     END-IF.
028158     IF NOT WS-LAST-DAY-POSTED
028159         MOVE WS-SAVE-PERIOD TO WS-RPT-PERIOD
028160         MOVE WS-RPT-PERIOD-LINE TO RPT-RECORD
028161         WRITE RPT-RECORD
028162         MOVE WS-LAST-BUS-DATE TO WS-RPT-LAST-BUS
028163         MOVE WS-LAST-POSTED-DATE TO WS-RPT-LAST-POSTED
028164         MOVE WS-RPT-LASTBUS-LINE TO RPT-RECORD
028165         WRITE RPT-RECORD
028166         MOVE WS-RPT-NOREVAL-LINE TO RPT-RECORD
028167         WRITE RPT-RECORD
028168         DISPLAY 'DL220 - PERIOD ' WS-SAVE-PERIOD ' NOT '
028169             'REVALUED - LAST BUSINESS DAY ' WS-LAST-BUS-DATE
028170             ' LAST POSTED ' WS-LAST-POSTED-DATE
028171     END-IF.
028172 2600-CHECK-LAST-DAY-X.
028173     EXIT.
028174*
028200******************************************************************
028300*    3000-REVALUE - REVALUE EACH MONTH-TO-DATE BUCKET AT THE
028400*    CLOSING RATE AND PRINT THE SCHEDULE.  A CURRENCY WITH NO
030700*    3100-REVALUE-ONE - REVALUE ONE CURRENCY BUCKET
030800******************************************************************
030900 3100-REVALUE-ONE.
030930     MOVE ZERO TO WS-RV-DIFF (WS-BKT-SUB).
030960     MOVE 'N' TO WS-RV-RATED (WS-BKT-SUB).
031000     IF WS-RV-CODE (WS-BKT-SUB) = SPACES
031100         GO TO 3100-REVALUE-ONE-X
031200     END-IF.
032200             WS-RV-REVALUED (WS-BKT-SUB)
032300             - WS-RV-BOOKED (WS-BKT-SUB)
032400         ADD WS-BKT-DIFF TO WS-NET-GAINLOSS
032430         MOVE WS-BKT-DIFF TO WS-RV-DIFF (WS-BKT-SUB)
032460         MOVE 'Y' TO WS-RV-RATED (WS-BKT-SUB)
032500         MOVE WS-RV-REVALUED (WS-BKT-SUB) TO WS-RPT-REVALUED
032600         MOVE WS-BKT-DIFF TO WS-RPT-DIFF
032700         MOVE SPACES TO WS-RPT-RATE-FLAG
036000     EXIT.
036100*
036200******************************************************************
036300*    4000-WRITE-GL-FEED - POST EACH REVALUED CURRENCY'S GAIN
036400*    OR LOSS TO ITS MAPPED FX GL ACCOUNT, NETTED BY ACCOUNT,
036500*    WITH THE CONTROL TRAILER, IN THE SAME SHAPE AS THE DL100
036600*    DAILY FEED.  A GAIN GOES OUT AS A CREDIT, A LOSS AS A
036620*    DEBIT, AND AN ACCOUNT NETTING TO ZERO WRITES NO ENTRY.  A
036640*    REVALUED CURRENCY WITH NO MAP ROW STOPS THE FEED - GLREVAL
036660*    IS OPENED AND CLOSED EMPTY SO NOTHING PARTIAL IS RELEASED.
036700******************************************************************
036800 4000-WRITE-GL-FEED.
036900     OPEN OUTPUT GLINT-FILE.
037000     MOVE ZERO TO WS-GL-ENTRY-COUNT.
037100     MOVE ZERO TO WS-GL-HASH-TOTAL.
037210     MOVE ZERO TO WS-GP-COUNT.
037320     PERFORM 4100-MAP-ONE-BUCKET THRU 4100-MAP-ONE-BUCKET-X
037430         VARYING WS-BKT-SUB FROM 1 BY 1
037540         UNTIL WS-BKT-SUB > WS-RV-COUNT.
037650     IF WS-GL-FEED-STOPPED
037760         MOVE WS-RPT-GLSTOP-LINE TO RPT-RECORD
037870         WRITE RPT-RECORD
037980         DISPLAY 'DL220 - GL FEED STOPPED - GLREVAL LEFT EMPTY '
038090             '- CORRECT THE GL MAP AND RERUN'
038200         CLOSE GLINT-FILE
038310         GO TO 4000-WRITE-GL-FEED-X
038420     END-IF.
038530     PERFORM 4200-GL-ONE-ACCOUNT THRU 4200-GL-ONE-ACCOUNT-X
038640         VARYING WS-GLP-SUB FROM 1 BY 1
038750         UNTIL WS-GLP-SUB > WS-GP-COUNT.
039000     MOVE SPACES TO GL-TRAILER-RECORD.
039100     MOVE 'T' TO GL-RECORD-TYPE.
039200     MOVE WS-GL-ENTRY-COUNT TO GLT-ENTRY-COUNT.
039600 4000-WRITE-GL-FEED-X.
039700     EXIT.
039800*
039801******************************************************************
039802*    4100-MAP-ONE-BUCKET - LOOK UP ONE REVALUED CURRENCY ON THE
039803*    GL MAP AND ROLL ITS DIFFERENCE INTO ITS FX ACCOUNT ROW.  A
039804*    CURRENCY WITH NO CLOSING RATE BOOKS NOTHING AND IS SKIPPED.
039805******************************************************************
039806 4100-MAP-ONE-BUCKET.
039807     IF WS-RV-RATED (WS-BKT-SUB) NOT = 'Y'
039808         GO TO 4100-MAP-ONE-BUCKET-X
039809     END-IF.
039810     MOVE 'N' TO WS-GLM-FOUND-SWITCH.
039811     MOVE 1 TO WS-GLM-SUB.
039812     PERFORM 4110-TEST-GL-MAP THRU 4110-TEST-GL-MAP-X
039813         UNTIL WS-GLM-SUB > WS-GM-COUNT
039814            OR WS-GLM-FOUND.
039815     IF NOT WS-GLM-FOUND
039816         MOVE 'Y' TO WS-GL-STOP-SWITCH
039817         MOVE WS-FXGL-TYPE TO WS-RPT-GLMAP-TYPE
039818         MOVE WS-RV-CODE (WS-BKT-SUB) TO WS-RPT-GLMAP-CURR
039819         MOVE WS-RPT-GLMAP-LINE TO RPT-RECORD
039820         WRITE RPT-RECORD
039821         DISPLAY 'DL220 - NO GL MAPPING FOR ACCOUNT TYPE '
039822             WS-FXGL-TYPE ' CURRENCY ' WS-RV-CODE (WS-BKT-SUB)
039823         GO TO 4100-MAP-ONE-BUCKET-X
039824     END-IF.
039825     MOVE 'N' TO WS-GLP-FOUND-SWITCH.
039826     MOVE 1 TO WS-GLP-SUB.
039827     PERFORM 4120-TEST-GL-POST THRU 4120-TEST-GL-POST-X
039828         UNTIL WS-GLP-SUB > WS-GP-COUNT
039829            OR WS-GLP-FOUND.
039830     IF NOT WS-GLP-FOUND
039831         ADD 1 TO WS-GP-COUNT
039832         MOVE WS-GP-COUNT TO WS-GLP-SUB
039833         MOVE WS-GM-ACCOUNT (WS-GLM-SUB)
039834             TO WS-GP-ACCOUNT (WS-GLP-SUB)
039835         MOVE ZERO TO WS-GP-TOTAL (WS-GLP-SUB)
039836     END-IF.
039837     ADD WS-RV-DIFF (WS-BKT-SUB) TO WS-GP-TOTAL (WS-GLP-SUB).
039838 4100-MAP-ONE-BUCKET-X.
039839     EXIT.
039840*
039841 4110-TEST-GL-MAP.
039842     IF WS-GM-TYPE (WS-GLM-SUB) = WS-FXGL-TYPE
039843        AND WS-GM-CURR (WS-GLM-SUB) = WS-RV-CODE (WS-BKT-SUB)
039844         MOVE 'Y' TO WS-GLM-FOUND-SWITCH
039845     ELSE
039846         ADD 1 TO WS-GLM-SUB
039847     END-IF.
039848 4110-TEST-GL-MAP-X.
039849     EXIT.
039850*
039851 4120-TEST-GL-POST.
039852     IF WS-GP-ACCOUNT (WS-GLP-SUB) = WS-GM-ACCOUNT (WS-GLM-SUB)
039853         MOVE 'Y' TO WS-GLP-FOUND-SWITCH
039854     ELSE
039855         ADD 1 TO WS-GLP-SUB
039856     END-IF.
039857 4120-TEST-GL-POST-X.
039858     EXIT.
039859*
039860******************************************************************
039861*    4200-GL-ONE-ACCOUNT - WRITE ONE FX ACCOUNT'S NET ENTRY
039862******************************************************************
039863 4200-GL-ONE-ACCOUNT.
039864     IF WS-GP-TOTAL (WS-GLP-SUB) = 0
039865         GO TO 4200-GL-ONE-ACCOUNT-X
039866     END-IF.
039867     MOVE SPACES TO GL-RECORD.
039868     MOVE 'D' TO GL-RECORD-TYPE.
039869     MOVE WS-RUN-DATE TO GL-EFFECTIVE-DATE.
039870     MOVE WS-GP-ACCOUNT (WS-GLP-SUB) TO GL-ACCOUNT.
039871     MOVE 'USD' TO GL-CURRENCY-CODE.
039872     MOVE WS-GP-TOTAL (WS-GLP-SUB) TO WS-ABS-NET.
039873     IF WS-ABS-NET < 0
039874         COMPUTE WS-ABS-NET = 0 - WS-ABS-NET
039875     END-IF.
039876     IF WS-GP-TOTAL (WS-GLP-SUB) < 0
039877         MOVE 'D' TO GL-DR-CR-IND
039878     ELSE
039879         MOVE 'C' TO GL-DR-CR-IND
039880     END-IF.
039881     MOVE WS-ABS-NET TO GL-AMOUNT.
039882     ADD 1 TO WS-GL-ENTRY-COUNT.
039883     ADD GL-AMOUNT TO WS-GL-HASH-TOTAL.
039884     WRITE GL-RECORD.
039885 4200-GL-ONE-ACCOUNT-X.
039886     EXIT.
039887*
039900******************************************************************
040000*    5000-WRITE-REVAL-REC - APPEND THE 'R' REVALUATION RECORD
040100*    TO THE CLOSED LEDGER - THE NET GAIN/LOSS IN THE HOME
043300 5100-FILL-REVAL-BKT-X.
043400     EXIT.
043500*
043501******************************************************************
043502*    6000-DATE-TO-DAYS - TURN THE YYMMDD IN WS-CALC-DATE INTO A
043503*    DAY NUMBER IN WS-CALC-DAYS, COUNTING 01/01/2000 AS DAY 1.
043504*    EVERY YEAR DIVISIBLE BY FOUR IS A LEAP YEAR, WHICH HOLDS
043505*    FOR ALL OF 2000-2099.
043506******************************************************************
043507 6000-DATE-TO-DAYS.
043508     COMPUTE WS-CALC-DAYS = WS-CALC-YY * 365
043509         + WS-CUM-DAYS (WS-CALC-MM) + WS-CALC-DD.
043510*    ONE EXTRA DAY FOR EACH LEAP YEAR BEFORE THIS ONE
043511     ADD 3 WS-CALC-YY GIVING WS-CALC-WORK.
043512     DIVIDE WS-CALC-WORK BY 4 GIVING WS-LEAP-QUOT.
043513     ADD WS-LEAP-QUOT TO WS-CALC-DAYS.
043514*    AND ONE FOR THIS YEAR'S 29 FEBRUARY ONCE IT IS PAST
043515     DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
043516         REMAINDER WS-LEAP-REM.
043517     IF WS-LEAP-REM = 0 AND WS-CALC-MM > 2
043518         ADD 1 TO WS-CALC-DAYS
043519     END-IF.
043520 6000-DATE-TO-DAYS-X.
043521     EXIT.
043522*
043523******************************************************************
043524*    6100-DAY-OF-WEEK - WS-CALC-DATE'S DAY OF THE WEEK,
043525*    1 = MONDAY TO 7 = SUNDAY, FROM ITS DAY NUMBER IN
043526*    WS-CALC-DAYS.  DAY 1, 01/01/2000, WAS A SATURDAY.
043527******************************************************************
043528 6100-DAY-OF-WEEK.
043529     ADD 4 WS-CALC-DAYS GIVING WS-CALC-WORK.
043530     DIVIDE WS-CALC-WORK BY 7 GIVING WS-LEAP-QUOT
043531         REMAINDER WS-CALC-DAY-OF-WEEK.
043532     ADD 1 TO WS-CALC-DAY-OF-WEEK.
043533 6100-DAY-OF-WEEK-X.
043534     EXIT.
043535*
043536******************************************************************
043537*    6200-MONTH-END - THE LAST DAY OF WS-CALC-DATE'S MONTH.
043538*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY FOUR.
043539******************************************************************
043540 6200-MONTH-END.
043541     MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-CALC-MONTH-END-DD.
043542     IF WS-CALC-MM = 2
043543         DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
043544             REMAINDER WS-LEAP-REM
043545         IF WS-LEAP-REM = 0
043546             MOVE 29 TO WS-CALC-MONTH-END-DD
043547         END-IF
043548     END-IF.
043549 6200-MONTH-END-X.
043550     EXIT.
043551*
043552******************************************************************
043553*    6300-CHECK-BUSINESS-DAY - IS WS-CALC-DATE A BUSINESS DAY?
043554*    NOT IF IT IS NO REAL DATE, FALLS ON A SATURDAY OR SUNDAY
043555*    OR IS ON THE HOLIDAY CALENDAR.
043556******************************************************************
043557 6300-CHECK-BUSINESS-DAY.
043558     MOVE 'N' TO WS-BUS-DAY-SWITCH.
043559     IF WS-CALC-DATE IS NOT NUMERIC
043560        OR WS-CALC-MM < 1 OR WS-CALC-MM > 12
043561        OR WS-CALC-DD < 1
043562         GO TO 6300-CHECK-BUSINESS-DAY-X
043563     END-IF.
043564     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
043565     IF WS-CALC-DD > WS-CALC-MONTH-END-DD
043566         GO TO 6300-CHECK-BUSINESS-DAY-X
043567     END-IF.
043568     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-X.
043569     PERFORM 6100-DAY-OF-WEEK THRU 6100-DAY-OF-WEEK-X.
043570     IF WS-CALC-DAY-OF-WEEK > 5
043571         GO TO 6300-CHECK-BUSINESS-DAY-X
043572     END-IF.
043573     MOVE 'N' TO WS-HOL-FOUND-SWITCH.
043574     MOVE 1 TO WS-HOL-SUB.
043575     PERFORM 6310-TEST-HOLIDAY THRU 6310-TEST-HOLIDAY-X
043576         UNTIL WS-HOL-SUB > WS-HOL-COUNT
043577            OR WS-HOL-FOUND.
043578     IF NOT WS-HOL-FOUND
043579         MOVE 'Y' TO WS-BUS-DAY-SWITCH
043580     END-IF.
043581 6300-CHECK-BUSINESS-DAY-X.
043582     EXIT.
043583*
043584 6310-TEST-HOLIDAY.
043585     IF WS-HOL-DATE (WS-HOL-SUB) = WS-CALC-DATE
043586         MOVE 'Y' TO WS-HOL-FOUND-SWITCH
043587     ELSE
043588         ADD 1 TO WS-HOL-SUB
043589     END-IF.
043590 6310-TEST-HOLIDAY-X.
043591     EXIT.
043592*
043600******************************************************************
043700*    9000-TERMINATE - CLOSE FILES AND END THE RUN
043800******************************************************************
