001300*    PERFORMS THE FORMAL CLOSE - THE MONTH'S RECORDS AND A
001400*    FINAL CLOSE RECORD GO TO THE CLOSED-LEDGER FILE, AND THE
001500*    NEXT PERIOD'S LEDGER IS OPENED WITH AN OPEN RECORD FOR
001550*    OPERATIONS TO CATALOG AS THE NEW LIVE LEDGER.  THE CLOSE
001600*    IS ONLY TAKEN ONCE THE PERIOD'S LAST BUSINESS DAY, FROM
001650*    THE SHARED HOLIDAY CALENDAR, HAS POSTED TO THE LEDGER.
001700*-----------------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002084*                     CLOSE.  THE CLOSED/NEW LEDGER RECORD
002086*                     MIRRORS WERE RESIZED WITH THE LEDGER
002088*                     RECORD.
002089*    10/15/26   RFS   THE CLOSE NOW WORKS OUT THE PERIOD'S LAST
002090*                     BUSINESS DAY FROM THE SHARED HOLIDAY
002091*                     CALENDAR (HOLCAL, NEW DLHOLREC) AND IS
002092*                     REFUSED, RETURN CODE 16, UNTIL A DAILY
002093*                     RECORD FOR THAT DAY IS ON THE LEDGER, OR
002094*                     IF THE CALENDAR CANNOT BE LOADED.  THE
002095*                     MONTH-TO-DATE REPORT STILL PRINTS.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT LEDGNEW-FILE ASSIGN TO LEDGNEW
003600         ORGANIZATION IS SEQUENTIAL.
003620     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
003640         ORGANIZATION IS SEQUENTIAL
003660         FILE STATUS IS WS-HOL-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
005700     LABEL RECORDS ARE STANDARD.
005800 01  LN-RECORD                   PIC X(270).
005900*
005916 FD  HOLCAL-FILE
005932     RECORDING MODE IS F
005948     LABEL RECORDS ARE STANDARD.
005964     COPY DLHOLREC.
005980*
006000 WORKING-STORAGE SECTION.
006100*
006200 01  WS-LGR-STATUS               PIC X(02) VALUE '00'.
006800         88  WS-MTD-FOUND        VALUE 'Y'.
006810     05  WS-LGR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
006820         88  WS-LGR-OPENED       VALUE 'Y'.
006840     05  WS-CLOSE-SWITCH         PIC X(01) VALUE 'N'.
006860         88  WS-CLOSE-ALLOWED    VALUE 'Y'.
006900*
007000 01  WS-PERIOD-FIELDS.
007100     05  WS-PERIOD               PIC X(04) VALUE SPACES.
007600     05  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
007700         10  WS-NEXT-YY          PIC 9(02).
007800         10  WS-NEXT-MM          PIC 9(02).
007820     05  WS-LAST-POSTED-DATE     PIC X(06) VALUE SPACES.
007840     05  WS-LAST-BUS-DATE        PIC X(06) VALUE SPACES.
007860     05  WS-PERIOD-DD            PIC 9(02) VALUE 0.
007880     05  WS-PERIOD-END-DD        PIC 9(02) VALUE 0.
007900*
007902*    THE HOLIDAY CALENDAR, LOADED FROM HOLCAL AT
007904*    INITIALIZATION, AND THE DATE WORK FIELDS FOR THE
007906*    BUSINESS-DAY TESTS.  SATURDAY AND SUNDAY ARE NEVER
007908*    BUSINESS DAYS.
007910 01  WS-CALENDAR-FIELDS.
007912     05  WS-HOL-STATUS           PIC X(02) VALUE '00'.
007914     05  WS-HOL-EOF-SWITCH       PIC X(01) VALUE 'N'.
007916         88  WS-HOL-EOF          VALUE 'Y'.
007918     05  WS-HOL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
007920         88  WS-HOL-FOUND        VALUE 'Y'.
007922     05  WS-BUS-DAY-SWITCH       PIC X(01) VALUE 'N'.
007924         88  WS-IS-BUSINESS-DAY  VALUE 'Y'.
007926     05  WS-CAL-LOADED-SWITCH    PIC X(01) VALUE 'N'.
007928         88  WS-CAL-LOADED       VALUE 'Y'.
007930     05  WS-HOL-SUB              PIC 9(03) COMP VALUE 0.
007932     05  WS-CALC-DATE            PIC X(06) VALUE SPACES.
007934     05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
007936         10  WS-CALC-YY          PIC 9(02).
007938         10  WS-CALC-MM          PIC 9(02).
007940         10  WS-CALC-DD          PIC 9(02).
007942     05  WS-CALC-DAY-OF-WEEK     PIC 9(01) VALUE 0.
007944     05  WS-CALC-MONTH-END-DD    PIC 9(02) VALUE 0.
007946     05  WS-CALC-DAYS            PIC 9(07) COMP VALUE 0.
007948     05  WS-CALC-WORK            PIC 9(07) COMP VALUE 0.
007950     05  WS-LEAP-QUOT            PIC 9(07) COMP VALUE 0.
007952     05  WS-LEAP-REM             PIC 9(02) COMP VALUE 0.
007954*
007956 01  WS-HOLIDAY-TABLE.
007958     05  WS-HOL-COUNT            PIC 9(03) COMP VALUE 0.
007960     05  WS-HOL-DATE             PIC X(06) OCCURS 366 TIMES.
007962*
007964*    DAYS PER MONTH AND DAYS IN THE YEAR BEFORE EACH MONTH
007966 01  WS-CALENDAR-TABLES.
007968     05  WS-MONTH-DAYS-X         PIC X(24)
007970             VALUE '312831303130313130313031'.
007972     05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X
007974                                 PIC 9(02) OCCURS 12 TIMES.
007976     05  WS-CUM-DAYS-X           PIC X(36)
007978             VALUE '000031059090120151181212243273304334'.
007980     05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X
007982                                 PIC 9(03) OCCURS 12 TIMES.
007984*
008000 01  WS-MTD-TOTALS.
008100     05  WS-MTD-HOME-TOTAL       PIC S9(7)V99 VALUE 0.
008200     05  WS-MTD-RECORD-COUNT     PIC 9(07) COMP VALUE 0.
016000     05  WS-RPT-OPENED-PERIOD    PIC X(04).
016100     05  FILLER                  PIC X(07) VALUE ' OPENED'.
016200     05  FILLER                  PIC X(35) VALUE SPACES.
016201*
016202 01  WS-RPT-LASTBUS-LINE.
016203     05  FILLER                  PIC X(05) VALUE SPACES.
016204     05  FILLER                  PIC X(19)
016205             VALUE 'LAST BUSINESS DAY:'.
016206     05  WS-RPT-LAST-BUS         PIC X(06).
016207     05  FILLER                  PIC X(16)
016208             VALUE '   LAST POSTED: '.
016209     05  WS-RPT-LAST-POSTED      PIC X(06).
016210     05  FILLER                  PIC X(28) VALUE SPACES.
016211*
016212 01  WS-RPT-NOCLOSE-LINE.
016213     05  FILLER                  PIC X(05) VALUE SPACES.
016214     05  WS-RPT-NOCLOSE-TEXT     PIC X(60).
016215     05  FILLER                  PIC X(15) VALUE SPACES.
016216*
016220 01  WS-RPT-TRUNC-LINE.
016230     05  FILLER                  PIC X(05) VALUE SPACES.
016240     05  FILLER                  PIC X(55) VALUE
017330         MOVE 16 TO RETURN-CODE
017340     ELSE
017350         PERFORM 3000-PRINT-MTD THRU 3000-PRINT-MTD-EXIT
017356         PERFORM 3500-FIND-LAST-BUS-DAY
017362            THRU 3500-FIND-LAST-BUS-DAY-X
017368         PERFORM 3600-CHECK-CLOSE THRU 3600-CHECK-CLOSE-X
017374         IF WS-CLOSE-ALLOWED
017380             PERFORM 4000-CLOSE-PERIOD THRU 4000-CLOSE-PERIOD-EXIT
017386         ELSE
017392             MOVE 16 TO RETURN-CODE
017398         END-IF
017410     END-IF.
017500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
017600     STOP RUN.
018000*    THE LEDGER READ
018100******************************************************************
018200 1000-INITIALIZE.
018250     PERFORM 1050-LOAD-CALENDAR THRU 1050-LOAD-CALENDAR-X.
018300     OPEN INPUT LEDGER-FILE.
018400     OPEN OUTPUT REPORT-FILE.
018500     OPEN OUTPUT LEDGOLD-FILE.
019200 1000-INITIALIZE-EXIT.
019300     EXIT.
019400*
019402******************************************************************
019404*    1050-LOAD-CALENDAR - LOAD THE HOLIDAY CALENDAR.  WITHOUT
019406*    IT THE LAST BUSINESS DAY OF THE PERIOD CANNOT BE KNOWN, SO
019408*    A CALENDAR THAT CANNOT BE OPENED OR IS TOO BIG FOR THE
019410*    TABLE IS LEFT UNLOADED AND THE CLOSE IS REFUSED.
019412******************************************************************
019414 1050-LOAD-CALENDAR.
019416     MOVE 'N' TO WS-HOL-EOF-SWITCH.
019418     MOVE ZERO TO WS-HOL-COUNT.
019420     OPEN INPUT HOLCAL-FILE.
019422     IF WS-HOL-STATUS NOT = '00'
019424         DISPLAY 'DL130 - HOLIDAY CALENDAR COULD NOT BE OPENED'
019426             ' - STATUS ' WS-HOL-STATUS
019428         GO TO 1050-LOAD-CALENDAR-X
019430     END-IF.
019432     PERFORM 1060-LOAD-ONE-HOLIDAY THRU 1060-LOAD-ONE-HOLIDAY-X
019434         UNTIL WS-HOL-EOF.
019436     CLOSE HOLCAL-FILE.
019438     IF WS-HOL-COUNT > 366
019440         DISPLAY 'DL130 - HOLIDAY CALENDAR HAS MORE THAN 366 '
019442             'DATES'
019444     ELSE
019446         MOVE 'Y' TO WS-CAL-LOADED-SWITCH
019448     END-IF.
019450 1050-LOAD-CALENDAR-X.
019452     EXIT.
019454*
019456 1060-LOAD-ONE-HOLIDAY.
019458     READ HOLCAL-FILE
019460         AT END
019462             MOVE 'Y' TO WS-HOL-EOF-SWITCH.
019464     IF NOT WS-HOL-EOF AND WS-HOL-STATUS NOT = '00'
019466         MOVE 'Y' TO WS-HOL-EOF-SWITCH
019468     END-IF.
019470     IF NOT WS-HOL-EOF
019472         ADD 1 TO WS-HOL-COUNT
019474         IF WS-HOL-COUNT > 366
019476             MOVE 'Y' TO WS-HOL-EOF-SWITCH
019478         ELSE
019480             MOVE HL-HOLIDAY-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
019482         END-IF
019484     END-IF.
019486 1060-LOAD-ONE-HOLIDAY-X.
019488     EXIT.
019490*
019500******************************************************************
019600*    1100-READ-LEDGER - READ THE NEXT PERIOD LEDGER RECORD
019700******************************************************************
020500******************************************************************
020600*    2000-PROCESS-DAY - CARRY ONE LEDGER RECORD TO THE CLOSED
020700*    LEDGER AND, FOR A DAILY RECORD, PRINT ITS LINE AND ROLL
020760*    IT INTO THE MONTH-TO-DATE TOTALS, KEEPING THE LATEST DAY
020820*    POSTED FOR THE CLOSE CHECK
020900******************************************************************
021000 2000-PROCESS-DAY.
021100     MOVE LG-RECORD TO LO-RECORD.
021300     MOVE LG-PERIOD TO WS-PERIOD.
021400     IF LG-DAILY-REC
021500         ADD 1 TO WS-DAY-COUNT
021520         IF LG-LEDGER-DATE > WS-LAST-POSTED-DATE
021540             MOVE LG-LEDGER-DATE TO WS-LAST-POSTED-DATE
021560         END-IF
021600         MOVE LG-LEDGER-DATE TO WS-RPT-DAY-DATE
021700         MOVE LG-HOME-TOTAL TO WS-RPT-DAY-TOTAL
021800         MOVE LG-RECORD-COUNT TO WS-RPT-DAY-RECORDS
030700 3100-PRINT-MTD-CURR-X.
030800     EXIT.
030900*
030901******************************************************************
030902*    3500-FIND-LAST-BUS-DAY - WALK THE PERIOD'S DAYS ON THE
030903*    HOLIDAY CALENDAR AND KEEP THE LAST ONE THAT IS A BUSINESS
030904*    DAY.  WITH NO CALENDAR, OR NO REAL PERIOD, IT STAYS BLANK.
030905******************************************************************
030906 3500-FIND-LAST-BUS-DAY.
030907     MOVE SPACES TO WS-LAST-BUS-DATE.
030908     IF NOT WS-CAL-LOADED OR WS-PERIOD IS NOT NUMERIC
030909         GO TO 3500-FIND-LAST-BUS-DAY-X
030910     END-IF.
030911     MOVE WS-PERIOD TO WS-CALC-DATE (1:4).
030912     MOVE 01 TO WS-CALC-DD.
030913     IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
030914         GO TO 3500-FIND-LAST-BUS-DAY-X
030915     END-IF.
030916     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
030917     MOVE WS-CALC-MONTH-END-DD TO WS-PERIOD-END-DD.
030918     PERFORM 3510-TEST-PERIOD-DAY THRU 3510-TEST-PERIOD-DAY-X
030919         VARYING WS-PERIOD-DD FROM 1 BY 1
030920         UNTIL WS-PERIOD-DD > WS-PERIOD-END-DD.
030921 3500-FIND-LAST-BUS-DAY-X.
030922     EXIT.
030923*
030924 3510-TEST-PERIOD-DAY.
030925     MOVE WS-PERIOD-DD TO WS-CALC-DD.
030926     PERFORM 6300-CHECK-BUSINESS-DAY
030927        THRU 6300-CHECK-BUSINESS-DAY-X.
030928     IF WS-IS-BUSINESS-DAY
030929         MOVE WS-CALC-DATE TO WS-LAST-BUS-DATE
030930     END-IF.
030931 3510-TEST-PERIOD-DAY-X.
030932     EXIT.
030933*
030934******************************************************************
030935*    3600-CHECK-CLOSE - THE PERIOD MAY ONLY BE CLOSED ONCE ITS
030936*    LAST BUSINESS DAY HAS POSTED.  A CLOSE TAKEN EARLY WOULD
030937*    LEAVE THAT DAY'S BUSINESS OUTSIDE ANY PERIOD, SO THE RUN
030938*    IS REFUSED AND RERUN AFTER THE DAY HAS POSTED.
030939******************************************************************
030940 3600-CHECK-CLOSE.
030941     MOVE 'N' TO WS-CLOSE-SWITCH.
030942     MOVE WS-LAST-BUS-DATE TO WS-RPT-LAST-BUS.
030943     MOVE WS-LAST-POSTED-DATE TO WS-RPT-LAST-POSTED.
030944     MOVE WS-RPT-LASTBUS-LINE TO RPT-RECORD.
030945     WRITE RPT-RECORD.
030946     IF NOT WS-CAL-LOADED
030947         MOVE '*** NO HOLIDAY CALENDAR - PERIOD NOT CLOSED ***'
030948             TO WS-RPT-NOCLOSE-TEXT
030949     ELSE
030950     IF WS-LAST-BUS-DATE = SPACES
030951         MOVE '*** NO BUSINESS DAY IN PERIOD - NOT CLOSED ***'
030952             TO WS-RPT-NOCLOSE-TEXT
030953     ELSE
030954     IF WS-LAST-POSTED-DATE < WS-LAST-BUS-DATE
030955         MOVE '*** LAST BUSINESS DAY NOT POSTED - NOT CLOSED ***'
030956             TO WS-RPT-NOCLOSE-TEXT
030957     ELSE
030958         MOVE 'Y' TO WS-CLOSE-SWITCH
030959     END-IF
030960     END-IF
030961     END-IF.
030962     IF NOT WS-CLOSE-ALLOWED
030963         MOVE WS-RPT-NOCLOSE-LINE TO RPT-RECORD
030964         WRITE RPT-RECORD
030965         DISPLAY 'DL130 - PERIOD ' WS-PERIOD ' NOT CLOSED - LAST '
030966             'BUSINESS DAY ' WS-LAST-BUS-DATE ' LAST POSTED '
030967             WS-LAST-POSTED-DATE
030968     END-IF.
030969 3600-CHECK-CLOSE-X.
030970     EXIT.
030971*
031000******************************************************************
031100*    4000-CLOSE-PERIOD - WRITE THE FORMAL CLOSE RECORD TO THE
031200*    CLOSED LEDGER AND OPEN THE NEXT PERIOD'S LEDGER WITH AN
038400 4200-OPEN-NEXT-PER-X.
038500     EXIT.
038600*
038601******************************************************************
038602*    6000-DATE-TO-DAYS - TURN THE YYMMDD IN WS-CALC-DATE INTO A
038603*    DAY NUMBER IN WS-CALC-DAYS, COUNTING 01/01/2000 AS DAY 1.
038604*    EVERY YEAR DIVISIBLE BY FOUR IS A LEAP YEAR, WHICH HOLDS
038605*    FOR ALL OF 2000-2099.
038606******************************************************************
038607 6000-DATE-TO-DAYS.
038608     COMPUTE WS-CALC-DAYS = WS-CALC-YY * 365
038609         + WS-CUM-DAYS (WS-CALC-MM) + WS-CALC-DD.
038610*    ONE EXTRA DAY FOR EACH LEAP YEAR BEFORE THIS ONE
038611     ADD 3 WS-CALC-YY GIVING WS-CALC-WORK.
038612     DIVIDE WS-CALC-WORK BY 4 GIVING WS-LEAP-QUOT.
038613     ADD WS-LEAP-QUOT TO WS-CALC-DAYS.
038614*    AND ONE FOR THIS YEAR'S 29 FEBRUARY ONCE IT IS PAST
038615     DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
038616         REMAINDER WS-LEAP-REM.
038617     IF WS-LEAP-REM = 0 AND WS-CALC-MM > 2
038618         ADD 1 TO WS-CALC-DAYS
038619     END-IF.
038620 6000-DATE-TO-DAYS-X.
038621     EXIT.
038622*
038623******************************************************************
038624*    6100-DAY-OF-WEEK - WS-CALC-DATE'S DAY OF THE WEEK,
038625*    1 = MONDAY TO 7 = SUNDAY, FROM ITS DAY NUMBER IN
038626*    WS-CALC-DAYS.  DAY 1, 01/01/2000, WAS A SATURDAY.
038627******************************************************************
038628 6100-DAY-OF-WEEK.
038629     ADD 4 WS-CALC-DAYS GIVING WS-CALC-WORK.
038630     DIVIDE WS-CALC-WORK BY 7 GIVING WS-LEAP-QUOT
038631         REMAINDER WS-CALC-DAY-OF-WEEK.
038632     ADD 1 TO WS-CALC-DAY-OF-WEEK.
038633 6100-DAY-OF-WEEK-X.
038634     EXIT.
038635*
038636******************************************************************
038637*    6200-MONTH-END - THE LAST DAY OF WS-CALC-DATE'S MONTH.
038638*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY FOUR.
038639******************************************************************
038640 6200-MONTH-END.
038641     MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-CALC-MONTH-END-DD.
038642     IF WS-CALC-MM = 2
038643         DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
038644             REMAINDER WS-LEAP-REM
038645         IF WS-LEAP-REM = 0
038646             MOVE 29 TO WS-CALC-MONTH-END-DD
038647         END-IF
038648     END-IF.
038649 6200-MONTH-END-X.
038650     EXIT.
038651*
038652******************************************************************
038653*    6300-CHECK-BUSINESS-DAY - IS WS-CALC-DATE A BUSINESS DAY?
038654*    NOT IF IT IS NO REAL DATE, FALLS ON A SATURDAY OR SUNDAY
038655*    OR IS ON THE HOLIDAY CALENDAR.
038656******************************************************************
038657 6300-CHECK-BUSINESS-DAY.
038658     MOVE 'N' TO WS-BUS-DAY-SWITCH.
038659     IF WS-CALC-DATE IS NOT NUMERIC
038660        OR WS-CALC-MM < 1 OR WS-CALC-MM > 12
038661        OR WS-CALC-DD < 1
038662         GO TO 6300-CHECK-BUSINESS-DAY-X
038663     END-IF.
038664     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
038665     IF WS-CALC-DD > WS-CALC-MONTH-END-DD
038666         GO TO 6300-CHECK-BUSINESS-DAY-X
038667     END-IF.
038668     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-X.
038669     PERFORM 6100-DAY-OF-WEEK THRU 6100-DAY-OF-WEEK-X.
038670     IF WS-CALC-DAY-OF-WEEK > 5
038671         GO TO 6300-CHECK-BUSINESS-DAY-X
038672     END-IF.
038673     MOVE 'N' TO WS-HOL-FOUND-SWITCH.
038674     MOVE 1 TO WS-HOL-SUB.
038675     PERFORM 6310-TEST-HOLIDAY THRU 6310-TEST-HOLIDAY-X
038676         UNTIL WS-HOL-SUB > WS-HOL-COUNT
038677            OR WS-HOL-FOUND.
038678     IF NOT WS-HOL-FOUND
038679         MOVE 'Y' TO WS-BUS-DAY-SWITCH
038680     END-IF.
038681 6300-CHECK-BUSINESS-DAY-X.
038682     EXIT.
038683*
038684 6310-TEST-HOLIDAY.
038685     IF WS-HOL-DATE (WS-HOL-SUB) = WS-CALC-DATE
038686         MOVE 'Y' TO WS-HOL-FOUND-SWITCH
038687     ELSE
038688         ADD 1 TO WS-HOL-SUB
038689     END-IF.
038690 6310-TEST-HOLIDAY-X.
038691     EXIT.
038692*
038700******************************************************************
038800*    9000-TERMINATE - CLOSE FILES AND END THE RUN
038900******************************************************************
