000900*
001000*    READS THE ACCUMULATED DISPOSITION HISTORY THE DL110 REPAIR
001100*    SCREEN HAS BEEN WRITING AND PRINTS THE VIEW AUDIT ASKED
001160*    FOR:  PENDING ITEMS AGED BY BUSINESS DAYS OUTSTANDING (AN
001220*    ITEM OVER THREE BUSINESS DAYS IS FLAGGED - WEEKENDS AND
001280*    THE BANK HOLIDAYS ON THE SHARED HOLIDAY CALENDAR DO NOT
001340*    COUNT), WRITTEN-OFF COUNTS BY REASON
001400*    CODE FOR THE CURRENT MONTH, AND RESUBMITTED ITEMS
001500*    CROSS-CHECKED AGAINST THE POSTED-TRANSACTIONS FILE SO AN
001600*    ITEM MARKED RESUBMITTED THAT NEVER ACTUALLY POSTED IS
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    09/02/26   RFS   ORIGINAL PROGRAM.
002312*    10/15/26   RFS   PENDING ITEMS ARE NOW AGED IN BUSINESS
002324*                     DAYS FROM THE SHARED HOLIDAY CALENDAR
002336*                     (HOLCAL, NEW DLHOLREC) INSTEAD OF A
002348*                     30-DAY-MONTH CALENDAR COUNT, SO A MONDAY
002360*                     REPORT NO LONGER FLAGS FRIDAY'S ITEMS.
002372*                     WITH NO CALENDAR THE ITEMS ARE AGED OVER
002384*                     WEEKENDS ONLY AND THE REPORT SAYS SO.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003800         FILE STATUS IS WS-PSTD-STATUS.
003900     SELECT REPORT-FILE ASSIGN TO DSPRPT
004000         ORGANIZATION IS SEQUENTIAL.
004020     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
004040         ORGANIZATION IS SEQUENTIAL
004060         FILE STATUS IS WS-HOL-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DLSUMREC.
005700*
005716 FD  HOLCAL-FILE
005732     RECORDING MODE IS F
005748     LABEL RECORDS ARE STANDARD.
005764     COPY DLHOLREC.
005780*
005800 WORKING-STORAGE SECTION.
005900*
006000 01  WS-STATUS-FIELDS.
006200     05  WS-PSTD-STATUS          PIC X(02) VALUE '00'.
006300         88  WS-PSTD-FOUND       VALUE '00'.
006400         88  WS-PSTD-NOT-FOUND   VALUE '23'.
006450     05  WS-HOL-STATUS           PIC X(02) VALUE '00'.
006500*
006600 01  WS-SWITCHES.
006700     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
007400         88  WS-PSTD-OPENED      VALUE 'Y'.
007500     05  WS-ITEM-FULL-SWITCH     PIC X(01) VALUE 'N'.
007600         88  WS-ITEM-TBL-FULL    VALUE 'Y'.
007614     05  WS-HOL-EOF-SWITCH       PIC X(01) VALUE 'N'.
007628         88  WS-HOL-EOF          VALUE 'Y'.
007642     05  WS-HOL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
007656         88  WS-HOL-FOUND        VALUE 'Y'.
007670     05  WS-NO-CALENDAR-SWITCH   PIC X(01) VALUE 'N'.
007684         88  WS-NO-CALENDAR      VALUE 'Y'.
007700*
007800 01  WS-DATE-FIELDS.
007900     05  WS-ASOF-DATE            PIC X(06) VALUE SPACES.
008800         10  WS-WORK-YY          PIC 9(02).
008900         10  WS-WORK-MM          PIC 9(02).
009000         10  WS-WORK-DD          PIC 9(02).
009012     05  WS-CALC-DAYS            PIC S9(07) COMP VALUE 0.
009024     05  WS-CALC-WORK            PIC S9(07) COMP VALUE 0.
009036     05  WS-CALC-DAY-OF-WEEK     PIC 9(01) VALUE 0.
009048     05  WS-LEAP-QUOT            PIC S9(07) COMP VALUE 0.
009060     05  WS-LEAP-REM             PIC 9(02) COMP VALUE 0.
009072     05  WS-WEEK-COUNT           PIC S9(07) COMP VALUE 0.
009084     05  WS-WEEK-REM             PIC 9(01) VALUE 0.
009100*
009105*    DAYS IN THE YEAR BEFORE EACH MONTH
009110 01  WS-CALENDAR-TABLES.
009115     05  WS-CUM-DAYS-X           PIC X(36)
009120             VALUE '000031059090120151181212243273304334'.
009125     05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X
009130                                 PIC 9(03) OCCURS 12 TIMES.
009135*
009140*    THE HOLIDAY CALENDAR'S WEEKDAY HOLIDAYS AS DAY NUMBERS.
009145*    A HOLIDAY ON A SATURDAY OR SUNDAY IS NOT TABLED - THE
009150*    WEEKEND IS ALREADY LEFT OUT OF THE COUNT.
009155 01  WS-HOLIDAY-TABLE.
009160     05  WS-HOL-COUNT            PIC 9(03) COMP VALUE 0.
009165     05  WS-HOL-SUB              PIC 9(03) COMP VALUE 0.
009170     05  WS-HOL-DAYS             PIC S9(07) COMP
009175                                 OCCURS 366 TIMES.
009180*
009200 01  WS-SUBSCRIPTS.
009300     05  WS-ITM-SUB              PIC 9(03) COMP VALUE 0.
009400     05  WS-RSN-SUB              PIC 9(02) COMP VALUE 0.
012800     05  WS-RPT-ASOF-DATE        PIC X(06).
012900     05  FILLER                  PIC X(57) VALUE SPACES.
013000*
013016 01  WS-RPT-NOCAL-LINE.
013032     05  FILLER                  PIC X(05) VALUE SPACES.
013048     05  WS-RPT-NOCAL-TEXT       PIC X(60).
013064     05  FILLER                  PIC X(15) VALUE SPACES.
013080*
013100 01  WS-RPT-SECTION-LINE.
013200     05  FILLER                  PIC X(01) VALUE SPACES.
013300     05  WS-RPT-SECTION-TITLE    PIC X(45).
020300******************************************************************
020400 1000-INITIALIZE.
020500     ACCEPT WS-ASOF-DATE FROM DATE.
020550     PERFORM 1050-LOAD-CALENDAR THRU 1050-LOAD-CALENDAR-X.
020600     MOVE WS-ASOF-DATE TO WS-WORK-DATE.
020700     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-X.
020800     MOVE WS-DISP-DAYS TO WS-ASOF-DAYS.
021200     MOVE WS-ASOF-DATE TO WS-RPT-ASOF-DATE.
021300     MOVE WS-RPT-ASOF-LINE TO RPT-RECORD.
021400     WRITE RPT-RECORD.
021420     IF WS-NO-CALENDAR
021440         MOVE WS-RPT-NOCAL-LINE TO RPT-RECORD
021460         WRITE RPT-RECORD
021480     END-IF.
021500     OPEN INPUT DISPOSITION-FILE.
021600     IF WS-DSP-STATUS NOT = '00'
021700         DISPLAY 'DL170 - DISPOSITION FILE COULD NOT BE OPENED'
023300 1000-INITIALIZE-EXIT.
023400     EXIT.
023500*
023501******************************************************************
023502*    1050-LOAD-CALENDAR - TABLE THE HOLIDAY CALENDAR'S WEEKDAY
023503*    HOLIDAYS AS DAY NUMBERS.  THIS IS A REPORT, NOT A POSTING
023504*    RUN, SO A MISSING OR OVERFULL CALENDAR DOES NOT STOP IT -
023505*    THE ITEMS ARE AGED OVER WEEKENDS ONLY (OR OVER THE
023506*    HOLIDAYS THAT FITTED) AND A NOTE IS PRINTED UNDER THE
023507*    HEADINGS.
023508******************************************************************
023509 1050-LOAD-CALENDAR.
023510     MOVE 'N' TO WS-HOL-EOF-SWITCH.
023511     MOVE ZERO TO WS-HOL-COUNT.
023512     OPEN INPUT HOLCAL-FILE.
023513     IF WS-HOL-STATUS NOT = '00'
023514         DISPLAY 'DL170 - HOLIDAY CALENDAR COULD NOT BE OPENED'
023515             ' - STATUS ' WS-HOL-STATUS
023516         MOVE 'Y' TO WS-NO-CALENDAR-SWITCH
023517         MOVE '*** NO HOLIDAY CALENDAR - WEEKENDS ONLY ***'
023518             TO WS-RPT-NOCAL-TEXT
023519         GO TO 1050-LOAD-CALENDAR-X
023520     END-IF.
023521     PERFORM 1060-LOAD-ONE-HOLIDAY THRU 1060-LOAD-ONE-HOLIDAY-X
023522         UNTIL WS-HOL-EOF.
023523     CLOSE HOLCAL-FILE.
023524 1050-LOAD-CALENDAR-X.
023525     EXIT.
023526*
023527 1060-LOAD-ONE-HOLIDAY.
023528     READ HOLCAL-FILE
023529         AT END
023530             MOVE 'Y' TO WS-HOL-EOF-SWITCH.
023531     IF NOT WS-HOL-EOF AND WS-HOL-STATUS NOT = '00'
023532         MOVE 'Y' TO WS-HOL-EOF-SWITCH
023533     END-IF.
023534     IF WS-HOL-EOF
023535         GO TO 1060-LOAD-ONE-HOLIDAY-X
023536     END-IF.
023537     MOVE HL-HOLIDAY-DATE TO WS-WORK-DATE.
023538     IF WS-WORK-DATE IS NOT NUMERIC
023539        OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
023540        OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
023541         DISPLAY 'DL170 - HOLIDAY ' HL-HOLIDAY-DATE
023542             ' IS NOT A VALID YYMMDD - IGNORED'
023543         GO TO 1060-LOAD-ONE-HOLIDAY-X
023544     END-IF.
023545     PERFORM 6050-CALENDAR-DAY THRU 6050-CALENDAR-DAY-X.
023546     IF WS-CALC-DAY-OF-WEEK > 5
023547         GO TO 1060-LOAD-ONE-HOLIDAY-X
023548     END-IF.
023549*    A DATE ENTERED TWICE IS TABLED ONCE
023550     MOVE 'N' TO WS-HOL-FOUND-SWITCH.
023551     MOVE 1 TO WS-HOL-SUB.
023552     PERFORM 1070-TEST-HOLIDAY THRU 1070-TEST-HOLIDAY-X
023553         UNTIL WS-HOL-SUB > WS-HOL-COUNT
023554            OR WS-HOL-FOUND.
023555     IF WS-HOL-FOUND
023556         GO TO 1060-LOAD-ONE-HOLIDAY-X
023557     END-IF.
023558     IF WS-HOL-COUNT < 366
023559         ADD 1 TO WS-HOL-COUNT
023560         MOVE WS-CALC-DAYS TO WS-HOL-DAYS (WS-HOL-COUNT)
023561     ELSE
023562         MOVE 'Y' TO WS-HOL-EOF-SWITCH
023563         MOVE 'Y' TO WS-NO-CALENDAR-SWITCH
023564         MOVE '*** HOLIDAY CALENDAR FULL - NOT ALL USED ***'
023565             TO WS-RPT-NOCAL-TEXT
023566         DISPLAY 'DL170 - HOLIDAY CALENDAR HAS MORE THAN 366 '
023567             'WEEKDAY HOLIDAYS - LATER ONES NOT USED'
023568     END-IF.
023569 1060-LOAD-ONE-HOLIDAY-X.
023570     EXIT.
023571*
023572 1070-TEST-HOLIDAY.
023573     IF WS-HOL-DAYS (WS-HOL-SUB) = WS-CALC-DAYS
023574         MOVE 'Y' TO WS-HOL-FOUND-SWITCH
023575     ELSE
023576         ADD 1 TO WS-HOL-SUB
023577     END-IF.
023578 1070-TEST-HOLIDAY-X.
023579     EXIT.
023580*
023600******************************************************************
023700*    1100-READ-DISP - READ THE NEXT DISPOSITION RECORD
023800******************************************************************
029100*
029200******************************************************************
029300*    3000-PRINT-PENDING - THE PENDING SECTION - EVERY ITEM
029400*    WHOSE LATEST DISPOSITION IS STILL 'P', AGED IN BUSINESS
029500*    DAYS FROM ITS DISPOSITION DATE.  OVER THREE IS FLAGGED.
029600******************************************************************
029700 3000-PRINT-PENDING.
029800     MOVE 'PENDING ITEMS BY BUSINESS DAYS OUTSTANDING'
029900         TO WS-RPT-SECTION-TITLE.
030000     MOVE WS-RPT-SECTION-LINE TO RPT-RECORD.
030100     WRITE RPT-RECORD.
030600     MOVE WS-PENDING-COUNT TO WS-RPT-COUNT-VALUE.
030700     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
030800     WRITE RPT-RECORD.
030900     MOVE 'PENDING OVER 3 BUSINESS DAYS:' TO WS-RPT-COUNT-TITLE.
031000     MOVE WS-OVERAGE-COUNT TO WS-RPT-COUNT-VALUE.
031100     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
031200     WRITE RPT-RECORD.
048100     EXIT.
048200*
048300******************************************************************
048340*    6000-DATE-TO-DAYS - TURN WS-WORK-DATE (YYMMDD) INTO A
048380*    BUSINESS-DAY NUMBER IN WS-DISP-DAYS FOR AGING - THE COUNT
048420*    OF MONDAYS TO FRIDAYS FROM 01/01/2000 UP TO THE DATE, LESS
048460*    THE WEEKDAY HOLIDAYS UP TO IT.  THE DIFFERENCE BETWEEN TWO
048500*    SUCH NUMBERS IS THE BUSINESS DAYS BETWEEN THE DATES, AND A
048540*    DATE ON A WEEKEND OR HOLIDAY COUNTS AS THE BUSINESS DAY
048580*    BEFORE IT.  A DATE THAT IS NO REAL DATE IS AGED FROM THE
048620*    START OF THE CALENDAR, SO IT IS FLAGGED RATHER THAN LOST.
048700******************************************************************
048800 6000-DATE-TO-DAYS.
048815     MOVE ZERO TO WS-DISP-DAYS.
048830     IF WS-WORK-DATE IS NOT NUMERIC
048845        OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
048860        OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
048875         GO TO 6000-DATE-TO-DAYS-X
048890     END-IF.
048905     PERFORM 6050-CALENDAR-DAY THRU 6050-CALENDAR-DAY-X.
048920*    DAY 1 IS A SATURDAY, SO EVERY WHOLE WEEK HOLDS FIVE
048935*    WEEKDAYS AND THE FIRST TWO DAYS OF A PART WEEK HOLD NONE
048950     DIVIDE WS-CALC-DAYS BY 7 GIVING WS-WEEK-COUNT
048965         REMAINDER WS-WEEK-REM.
048980     COMPUTE WS-DISP-DAYS = WS-WEEK-COUNT * 5.
048995     IF WS-WEEK-REM > 2
049010         ADD WS-WEEK-REM TO WS-DISP-DAYS
049025         SUBTRACT 2 FROM WS-DISP-DAYS
049040     END-IF.
049055     PERFORM 6100-LESS-ONE-HOLIDAY THRU 6100-LESS-ONE-HOLIDAY-X
049070         VARYING WS-HOL-SUB FROM 1 BY 1
049085         UNTIL WS-HOL-SUB > WS-HOL-COUNT.
049100 6000-DATE-TO-DAYS-X.
049200     EXIT.
049202*
049204******************************************************************
049206*    6050-CALENDAR-DAY - TURN WS-WORK-DATE INTO A CALENDAR DAY
049208*    NUMBER IN WS-CALC-DAYS, COUNTING 01/01/2000 AS DAY 1, AND
049210*    ITS DAY OF THE WEEK, 1 = MONDAY TO 7 = SUNDAY.  EVERY
049212*    YEAR DIVISIBLE BY FOUR IS A LEAP YEAR, WHICH HOLDS FOR
049214*    ALL OF 2000-2099.
049216******************************************************************
049218 6050-CALENDAR-DAY.
049220     COMPUTE WS-CALC-DAYS = WS-WORK-YY * 365
049222         + WS-CUM-DAYS (WS-WORK-MM) + WS-WORK-DD.
049224*    ONE EXTRA DAY FOR EACH LEAP YEAR BEFORE THIS ONE
049226     ADD 3 WS-WORK-YY GIVING WS-CALC-WORK.
049228     DIVIDE WS-CALC-WORK BY 4 GIVING WS-LEAP-QUOT.
049230     ADD WS-LEAP-QUOT TO WS-CALC-DAYS.
049232*    AND ONE FOR THIS YEAR'S 29 FEBRUARY ONCE IT IS PAST
049234     DIVIDE WS-WORK-YY BY 4 GIVING WS-LEAP-QUOT
049236         REMAINDER WS-LEAP-REM.
049238     IF WS-LEAP-REM = 0 AND WS-WORK-MM > 2
049240         ADD 1 TO WS-CALC-DAYS
049242     END-IF.
049244*    DAY 1, 01/01/2000, WAS A SATURDAY
049246     ADD 4 WS-CALC-DAYS GIVING WS-CALC-WORK.
049248     DIVIDE WS-CALC-WORK BY 7 GIVING WS-LEAP-QUOT
049250         REMAINDER WS-CALC-DAY-OF-WEEK.
049252     ADD 1 TO WS-CALC-DAY-OF-WEEK.
049254 6050-CALENDAR-DAY-X.
049256     EXIT.
049258*
049260******************************************************************
049262*    6100-LESS-ONE-HOLIDAY - A WEEKDAY HOLIDAY ON OR BEFORE THE
049264*    DATE IS NOT A BUSINESS DAY
049266******************************************************************
049268 6100-LESS-ONE-HOLIDAY.
049270     IF WS-HOL-DAYS (WS-HOL-SUB) NOT > WS-CALC-DAYS
049272         SUBTRACT 1 FROM WS-DISP-DAYS
049274     END-IF.
049276 6100-LESS-ONE-HOLIDAY-X.
049278     EXIT.
049300*
049400******************************************************************
049500*    9000-TERMINATE - CLOSE FILES AND END THE RUN
