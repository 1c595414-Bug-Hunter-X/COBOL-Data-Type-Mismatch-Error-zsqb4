011063*                     LEDGER FIELD GENUINELY CANNOT CARRY IS
011064*                     NOW REPORTED AND FORCES CONDITION CODE
011065*                     12 INSTEAD OF GOING OUT SHORT.
011067*    10/15/26   RFS   THE GLINT FEED IS NOW BROKEN OUT BY THE
011069*                     GL CHART-OF-ACCOUNTS MAP (GLMAP, NEW
011071*                     DLGLMREC) INSTEAD OF GOING TO TWO
011073*                     HARDCODED GL ACCOUNTS.  EVERY POSTING IS
011075*                     TALLIED BY ACCOUNT TYPE AND CURRENCY, AND
011077*                     THE FEED CARRIES ONE ENTRY PER MAPPED GL
011079*                     ACCOUNT AND CURRENCY.  A TYPE/CURRENCY
011081*                     WITH NO MAP ROW STOPS THE FEED - GLINT IS
011083*                     LEFT EMPTY AND THE RUN ENDS CODE 12.  THE
011085*                     TALLY IS CARRIED ON THE CHECKPOINT SO A
011087*                     RESTARTED RUN FEEDS THE SAME ENTRIES.
011088*    10/15/26   RFS   A DETAIL POSTED TO A DORMANT ACCOUNT
011089*                     (STATUS 'D', SET BY THE NEW DL240 RUN) NOW
011090*                     GOES TO THE EXCEPTION FILE UNDER ITS OWN
011091*                     REASON 'DORM' FOR REVIEW INSTEAD OF
011092*                     POSTING.  IT IS RESUBMITTED FROM DL110
011093*                     ONCE DL150 HAS REACTIVATED THE ACCOUNT.
011104*    10/15/26   RFS   A DEBIT THAT WOULD TAKE AN ACCOUNT PAST
011115*                     ITS OVERDRAFT LIMIT (AB-OD-LIMIT, SET ON
011126*                     DL150) NOW GOES TO THE EXCEPTION FILE
011137*                     UNDER REASON 'INSF' INSTEAD OF POSTING,
011148*                     AND IS REPAIRED ON DL110 LIKE THE OTHERS.
011149*    10/15/26   RFS   TRANSFERS (TRANSIN RECORD TYPE 'X') ARE
011150*                     NOW VALIDATED WITH BOTH LEGS TOGETHER -
011151*                     DUPLICATE KEYS AND BOTH ACCOUNTS, THE
011152*                     DEBIT LEG AGAINST ITS OVERDRAFT LIMIT -
011153*                     AND EITHER BOTH LEGS POST TO ACCTMST AND
011154*                     PSTTRAN OR THE TRANSFER GOES TO EXCPOUT
011155*                     (OR SUSPENSE) AS ONE ITEM.  A RELEASED OR
011156*                     REPAIRED TRANSFER COMES BACK THE SAME WAY.
011157*                     THE SUMMARY REPORT CARRIES A TRANSFERS
011158*                     SECTION PROVING THE LEGS NET TO ZERO.
011159*    10/15/26   RFS   THE BUSINESS DATE IS NOW PROVED AGAINST
011160*                     THE SHARED HOLIDAY CALENDAR (HOLCAL, NEW
011161*                     DLHOLREC).  A PM-BUSINESS-DATE OR A
011162*                     TRANSIN SET DATE THAT FALLS ON A WEEKEND
011163*                     OR BANK HOLIDAY REFUSES THE RUN, AS DOES
011164*                     A CALENDAR THAT CANNOT BE LOADED.  IN
011165*                     CATCH-UP MODE EVERY BUSINESS DAY BETWEEN
011166*                     TWO SETS WITH NO SET OF ITS OWN IS LISTED
011167*                     ON THE REPORT AS MISSING, CODE 04 - A
011168*                     HOLIDAY IN THE GAP IS NOT.
011169*    10/15/26   RFS   THE GL FEED STOP SWITCH IS NOW CARRIED ON
011170*                     THE CHECKPOINT, SO A TALLY TABLE THAT
011171*                     FILLED BEFORE A RESTART STILL STOPS THE
011172*                     FEED AND ENDS THE RUN WITH CODE 12.
011173******************************************************************
011174 ENVIRONMENT DIVISION.
011181 CONFIGURATION SECTION.
011200 SOURCE-COMPUTER.    IBM-370.
011300 OBJECT-COMPUTER.    IBM-370.
011400 INPUT-OUTPUT SECTION.
015620         ORGANIZATION IS SEQUENTIAL.
015630     SELECT SUSPENSE-FILE ASSIGN TO SUSPOUT
015640         ORGANIZATION IS SEQUENTIAL.
015655     SELECT GLMAP-FILE ASSIGN TO GLMAP
015670         ORGANIZATION IS SEQUENTIAL
015685         FILE STATUS IS WS-GLM-STATUS.
015688     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
015691         ORGANIZATION IS SEQUENTIAL
015694         FILE STATUS IS WS-HOL-STATUS.
015700*
015800 DATA DIVISION.
015900 FILE SECTION.
022680     RECORDING MODE IS F
022690     LABEL RECORDS ARE STANDARD.
022695     COPY DLSUSREC.
022710*
022725 FD  GLMAP-FILE
022740     RECORDING MODE IS F
022755     LABEL RECORDS ARE STANDARD.
022770     COPY DLGLMREC.
022785*
022787 FD  HOLCAL-FILE
022789     RECORDING MODE IS F
022791     LABEL RECORDS ARE STANDARD.
022793     COPY DLHOLREC.
022795*
022800 WORKING-STORAGE SECTION.
022900*
023000 01  WS-AMOUNT                   PIC S9(5)V99 VALUE 0.
028213         10  WS-HD-TRANS-KEY     PIC X(10).
028214         10  WS-HD-CURRENCY      PIC X(03).
028215         10  WS-HD-AMOUNT        PIC S9(7)V99.
028218         10  WS-HD-FLAG          PIC X(10).
028221*
028224 01  WS-TRANSFER-FIELDS.
028227     05  WS-XFER-REJ-SWITCH      PIC X(01) VALUE 'N'.
028230         88  WS-XFER-REJECTED    VALUE 'Y'.
028233     05  WS-XFER-MAIN-SWITCH     PIC X(01) VALUE 'N'.
028236         88  WS-XFER-MAIN-PASS   VALUE 'Y'.
028239     05  WS-XFER-ORDER-SWITCH    PIC X(01) VALUE 'N'.
028242         88  WS-XFER-CR-FIRST    VALUE 'Y'.
028245     05  WS-XFER-REASON          PIC X(04) VALUE SPACES.
028248     05  WS-XFER-LEG-NAME        PIC X(10) VALUE SPACES.
028251     05  WS-XFER-TEXT            PIC X(30) VALUE SPACES.
028254     05  WS-XFER-KEY             PIC X(10) VALUE SPACES.
028257     05  WS-XFER-KEY-R REDEFINES WS-XFER-KEY.
028260         10  WS-XFER-KEY-BASE    PIC X(09).
028263         10  WS-XFER-KEY-LEG     PIC X(01).
028266     05  WS-XFER-FROM-ACCT       PIC X(08) VALUE SPACES.
028269     05  WS-XFER-COUNT           PIC 9(07) COMP VALUE 0.
028272     05  WS-XFER-DR-TOTAL        PIC S9(9)V99 VALUE 0.
028275     05  WS-XFER-CR-TOTAL        PIC S9(9)V99 VALUE 0.
028278     05  WS-XFER-NET             PIC S9(9)V99 VALUE 0.
028281*
028284 01  WS-ACCOUNT-FIELDS.
028300     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
028400         88  WS-ACCT-NOT-FOUND   VALUE '23'.
028500         88  WS-ACCT-NO-FILE     VALUE '35'.
028600     05  WS-ACCT-REJ-SWITCH      PIC X(01) VALUE 'N'.
028700         88  WS-ACCT-REJECTED    VALUE 'Y'.
028710     05  WS-ACCT-REASON          PIC X(04) VALUE SPACES.
028750     05  WS-PROJECTED-BALANCE    PIC S9(9)V99 VALUE 0.
028800*
028900 01  WS-POSTED-FIELDS.
029000     05  WS-PSTD-STATUS          PIC X(02) VALUE '00'.
029900     05  WS-GL-WORK-AMOUNT       PIC S9(9)V99 VALUE 0.
030000     05  WS-GL-WORK-CURR         PIC X(03) VALUE SPACES.
030100     05  WS-GL-WORK-ACCT         PIC X(08) VALUE SPACES.
030106     05  WS-GL-WORK-TYPE         PIC X(02) VALUE SPACES.
030112     05  WS-GLM-STATUS           PIC X(02) VALUE '00'.
030118     05  WS-GLM-EOF-SWITCH       PIC X(01) VALUE 'N'.
030124         88  WS-GLM-EOF          VALUE 'Y'.
030130     05  WS-GLM-FOUND-SWITCH     PIC X(01) VALUE 'N'.
030136         88  WS-GLM-FOUND        VALUE 'Y'.
030142     05  WS-GLT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
030148         88  WS-GLT-FOUND        VALUE 'Y'.
030154     05  WS-GLP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
030160         88  WS-GLP-FOUND        VALUE 'Y'.
030166     05  WS-GL-STOP-SWITCH       PIC X(01) VALUE 'N'.
030172         88  WS-GL-FEED-STOPPED  VALUE 'Y'.
030178     05  WS-GLM-SUB              PIC 9(03) COMP VALUE 0.
030184     05  WS-GLT-SUB              PIC 9(02) COMP VALUE 0.
030190     05  WS-GLP-SUB              PIC 9(02) COMP VALUE 0.
030196*
030202*    THE GL CHART-OF-ACCOUNTS MAP, LOADED FROM GLMAP AT
030208*    INITIALIZATION
030214 01  WS-GL-MAP-TABLE.
030220     05  WS-GM-COUNT             PIC 9(03) COMP VALUE 0.
030226     05  WS-GM-ENTRY OCCURS 100 TIMES.
030232         10  WS-GM-TYPE          PIC X(02).
030238         10  WS-GM-CURR          PIC X(03).
030244         10  WS-GM-ACCOUNT       PIC X(08).
030250*
030256*    EVERY POSTING TALLIED BY ACCOUNT TYPE AND CURRENCY FOR
030262*    THE GL FEED - RUN-WIDE, NEVER CLEARED AT A DAY CLOSE
030268 01  WS-GL-TYPE-TABLE.
030274     05  WS-GT-COUNT             PIC 9(02) COMP VALUE 0.
030280     05  WS-GT-ENTRY OCCURS 30 TIMES.
030286         10  WS-GT-TYPE          PIC X(02).
030292         10  WS-GT-CURR          PIC X(03).
030298         10  WS-GT-TOTAL         PIC S9(9)V99.
030304*
030310*    THE TALLY RE-CUT BY MAPPED GL ACCOUNT AND CURRENCY - ONE
030316*    FEED ENTRY PER ROW
030322 01  WS-GL-POST-TABLE.
030328     05  WS-GP-COUNT             PIC 9(02) COMP VALUE 0.
030334     05  WS-GP-ENTRY OCCURS 30 TIMES.
030340         10  WS-GP-ACCOUNT       PIC X(08).
030346         10  WS-GP-CURR          PIC X(03).
030352         10  WS-GP-TOTAL         PIC S9(9)V99.
030400*
030410 01  WS-OVERFLOW-FIELDS.
030420     05  WS-OVFL-ABS             PIC S9(9)V99 VALUE 0.
032960         10  WS-SRC-REC-COUNT    PIC 9(07) COMP.
032965         10  WS-SRC-AMOUNT       PIC S9(7)V99.
032970*
032972*    THE HOLIDAY CALENDAR, LOADED FROM HOLCAL AT
032974*    INITIALIZATION, AND THE DATE WORK FIELDS FOR THE
032976*    BUSINESS-DAY TESTS.  SATURDAY AND SUNDAY ARE NEVER
032978*    BUSINESS DAYS.
032980 01  WS-CALENDAR-FIELDS.
032982     05  WS-HOL-STATUS           PIC X(02) VALUE '00'.
032984     05  WS-HOL-EOF-SWITCH       PIC X(01) VALUE 'N'.
032986         88  WS-HOL-EOF          VALUE 'Y'.
032988     05  WS-HOL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
032990         88  WS-HOL-FOUND        VALUE 'Y'.
032992     05  WS-BUS-DAY-SWITCH       PIC X(01) VALUE 'N'.
032994         88  WS-IS-BUSINESS-DAY  VALUE 'Y'.
032996     05  WS-HOL-SUB              PIC 9(03) COMP VALUE 0.
032998     05  WS-CALC-DATE            PIC X(06) VALUE SPACES.
033000     05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
033002         10  WS-CALC-YY          PIC 9(02).
033004         10  WS-CALC-MM          PIC 9(02).
033006         10  WS-CALC-DD          PIC 9(02).
033008     05  WS-CALC-DAY-OF-WEEK     PIC 9(01) VALUE 0.
033010     05  WS-CALC-MONTH-END-DD    PIC 9(02) VALUE 0.
033012     05  WS-CALC-DAYS            PIC 9(07) COMP VALUE 0.
033014     05  WS-CALC-WORK            PIC 9(07) COMP VALUE 0.
033016     05  WS-LEAP-QUOT            PIC 9(07) COMP VALUE 0.
033018     05  WS-LEAP-REM             PIC 9(02) COMP VALUE 0.
033020*
033022 01  WS-HOLIDAY-TABLE.
033024     05  WS-HOL-COUNT            PIC 9(03) COMP VALUE 0.
033026     05  WS-HOL-DATE             PIC X(06) OCCURS 366 TIMES.
033028*
033030*    DAYS PER MONTH AND DAYS IN THE YEAR BEFORE EACH MONTH
033032 01  WS-CALENDAR-TABLES.
033034     05  WS-MONTH-DAYS-X         PIC X(24)
033036             VALUE '312831303130313130313031'.
033038     05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X
033040                                 PIC 9(02) OCCURS 12 TIMES.
033042     05  WS-CUM-DAYS-X           PIC X(36)
033044             VALUE '000031059090120151181212243273304334'.
033046     05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X
033048                                 PIC 9(03) OCCURS 12 TIMES.
033050*
033052*    BUSINESS DAYS A CATCH-UP INPUT SKIPPED - NO SET OF THEIR
033054*    OWN BETWEEN TWO SETS THAT WERE PRESENT
033056 01  WS-MISSING-TABLE.
033058     05  WS-MISS-COUNT           PIC 9(03) COMP VALUE 0.
033060     05  WS-MISS-SUB             PIC 9(03) COMP VALUE 0.
033062     05  WS-MISS-DATE            PIC X(06) OCCURS 31 TIMES.
033064*
033066 01  WS-EDIT-FIELDS.
033100     05  WS-EDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
033200         88  WS-EDIT-EOF         VALUE 'Y'.
033300     05  WS-EDIT-ERROR-SWITCH    PIC X(01) VALUE 'N'.
037684     05  WS-RPT-HELD-CURR        PIC X(03).
037686     05  FILLER                  PIC X(02) VALUE SPACES.
037688     05  WS-RPT-HELD-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
037689     05  FILLER                  PIC X(02) VALUE SPACES.
037690     05  WS-RPT-HELD-FLAG        PIC X(10).
037691     05  FILLER                  PIC X(26) VALUE SPACES.
037692*
037694 01  WS-RPT-HELDTOT-LINE.
037695     05  FILLER                  PIC X(05) VALUE SPACES.
037706       '*** HELD TABLE FULL - LATER HELD ITEMS NOT LISTED ***'.
037707     05  FILLER                  PIC X(20) VALUE SPACES.
037708*
037712 01  WS-RPT-XFER-LINE.
037716     05  FILLER                  PIC X(05) VALUE SPACES.
037720     05  FILLER                  PIC X(23)
037724             VALUE 'TRANSFERS POSTED:'.
037728     05  WS-RPT-XFER-COUNT       PIC Z,ZZZ,ZZ9.
037732     05  FILLER                  PIC X(43) VALUE SPACES.
037736*
037740 01  WS-RPT-XFERAMT-LINE.
037744     05  FILLER                  PIC X(05) VALUE SPACES.
037748     05  WS-RPT-XFER-LABEL       PIC X(23).
037752     05  WS-RPT-XFER-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
037756     05  FILLER                  PIC X(37) VALUE SPACES.
037760*
037764 01  WS-RPT-XFERBAD-LINE.
037768     05  FILLER                  PIC X(05) VALUE SPACES.
037772     05  FILLER                  PIC X(50) VALUE
037776       '*** TRANSFER LEGS DO NOT NET TO ZERO ***'.
037780     05  FILLER                  PIC X(25) VALUE SPACES.
037784*
037789 01  WS-RPT-MISSTOT-LINE.
037794     05  FILLER                  PIC X(05) VALUE SPACES.
037799     05  FILLER                  PIC X(23)
037804             VALUE 'MISSING BUSINESS DAYS:'.
037809     05  WS-RPT-MISS-COUNT       PIC Z,ZZZ,ZZ9.
037814     05  FILLER                  PIC X(43) VALUE SPACES.
037819*
037824 01  WS-RPT-MISS-LINE.
037829     05  FILLER                  PIC X(05) VALUE SPACES.
037834     05  FILLER                  PIC X(37) VALUE
037839       '*** NO TRANSIN SET FOR BUSINESS DAY'.
037844     05  WS-RPT-MISS-DATE        PIC X(06).
037849     05  FILLER                  PIC X(04) VALUE ' ***'.
037854     05  FILLER                  PIC X(28) VALUE SPACES.
037859*
037864 01  WS-RPT-MISSFULL-LINE.
037869     05  FILLER                  PIC X(05) VALUE SPACES.
037874     05  FILLER                  PIC X(55) VALUE
037879       '*** MISSING-DAY TABLE FULL - LATER DAYS NOT LISTED ***'.
037884     05  FILLER                  PIC X(20) VALUE SPACES.
037889*
037894 01  WS-RPT-CURRENCY-LINE.
037900     05  FILLER                  PIC X(05) VALUE SPACES.
038000     05  FILLER                  PIC X(17)
038100             VALUE 'CURRENCY TOTAL -'.
042540             VALUE 'BUSINESS DAY SECTION -'.
042550     05  WS-RPT-DAY-DATE         PIC X(06).
042560     05  FILLER                  PIC X(50) VALUE SPACES.
042562*
042564 01  WS-RPT-GLMAP-LINE.
042566     05  FILLER                  PIC X(05) VALUE SPACES.
042568     05  FILLER                  PIC X(30)
042570             VALUE '*** NO GL MAPPING - ACCT TYPE'.
042572     05  WS-RPT-GLMAP-TYPE       PIC X(02).
042574     05  FILLER                  PIC X(11) VALUE ' CURRENCY '.
042576     05  WS-RPT-GLMAP-CURR       PIC X(03).
042578     05  FILLER                  PIC X(04) VALUE ' ***'.
042580     05  FILLER                  PIC X(25) VALUE SPACES.
042582*
042584 01  WS-RPT-GLSTOP-LINE.
042586     05  FILLER                  PIC X(05) VALUE SPACES.
042588     05  FILLER                  PIC X(55) VALUE
042590       '*** GL FEED STOPPED - GLINT NOT RELEASED - CODE 12 ***'.
042592     05  FILLER                  PIC X(20) VALUE SPACES.
042594*
042600 01  WS-SWITCHES.
042700     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
042800         88  WS-EOF-REACHED      VALUE 'Y'.
046000     MOVE ZERO TO WS-RECORD-COUNT.
046100     MOVE ZERO TO WS-REJECT-COUNT.
046200     PERFORM 1010-READ-PARMS THRU 1010-READ-PARMS-EXIT.
046250     PERFORM 1090-LOAD-CALENDAR THRU 1090-LOAD-CALENDAR-X.
046300     PERFORM 1020-EDIT-TRANS-FILE THRU 1020-EDIT-TRANS-FILE-X.
046310*    A CATCH-UP RUN IS A RECOVERY EVENT AND DOES NOT TAKE OR
046320*    HONOR CHECKPOINTS - A FAILED CATCH-UP IS RESUBMITTED FROM
047600     PERFORM 1030-OPEN-ACCOUNT THRU 1030-OPEN-ACCOUNT-EXIT.
047700     PERFORM 1040-OPEN-POSTED THRU 1040-OPEN-POSTED-EXIT.
047800     PERFORM 1045-LOAD-RATES THRU 1045-LOAD-RATES-EXIT.
047850     PERFORM 1048-LOAD-GL-MAP THRU 1048-LOAD-GL-MAP-X.
047900     PERFORM 1100-READ-TRANS THRU 1100-READ-TRANS-EXIT.
048000     IF NOT WS-EOF-REACHED AND TR-HEADER-REC
048050         IF WS-IS-CATCHUP
057400                 'MATCH THE TRANSIN AMOUNT HASH'
057500         END-IF
057600     ELSE
057700     IF TR-DETAIL-REC OR TR-TRANSFER-REC
057800         ADD 1 TO WS-EDIT-DETAIL-COUNT
057900         ADD TR-AMOUNT TO WS-EDIT-HASH-TOTAL
058000     ELSE
058725*    MUST CARRY THE EXPECTED BUSINESS DATE WHEN ONE WAS GIVEN.
058730*    IN CATCH-UP MODE A HEADER DIRECTLY AFTER A PROVED TRAILER
058735*    OPENS THE NEXT DATED SET, AND THE SET DATES MUST ASCEND -
058738*    ANYWHERE ELSE A SECOND HEADER REFUSES THE RUN.  EVERY SET
058741*    DATE MUST BE A BUSINESS DAY ON THE HOLIDAY CALENDAR.
058745******************************************************************
058750 1027-EDIT-HEADER.
058755     IF NOT WS-HDR-FOUND
058785                 TH-BUSINESS-DATE ' IS NOT THE EXPECTED '
058790                 'DATE ' WS-EXPECTED-DATE
058795         END-IF
058797         PERFORM 1028-CHECK-SET-DATE THRU 1028-CHECK-SET-DATE-X
058800         MOVE TH-BUSINESS-DATE TO WS-PREV-SET-DATE
058805     ELSE
058810     IF WS-IS-CATCHUP AND WS-TRL-FOUND
058830                 TH-BUSINESS-DATE ' IS NOT AFTER '
058835                 WS-PREV-SET-DATE
058840         END-IF
058841         PERFORM 1028-CHECK-SET-DATE THRU 1028-CHECK-SET-DATE-X
058842         IF NOT WS-EDIT-ERROR
058843             PERFORM 1029-FIND-MISSING THRU 1029-FIND-MISSING-X
058844         END-IF
058845         MOVE TH-BUSINESS-DATE TO WS-PREV-SET-DATE
058850         MOVE 'N' TO WS-TRL-FOUND-SWITCH
058855         MOVE ZERO TO WS-EDIT-DETAIL-COUNT
058890 1027-EDIT-HEADER-X.
058895     EXIT.
058897*
058899******************************************************************
058901*    1028-CHECK-SET-DATE - A SET DATED ON A WEEKEND OR A BANK
058903*    HOLIDAY (OR ON NO DATE AT ALL) IS NOT A DAY'S BUSINESS
058905******************************************************************
058907 1028-CHECK-SET-DATE.
058909     MOVE TH-BUSINESS-DATE TO WS-CALC-DATE.
058911     PERFORM 6300-CHECK-BUSINESS-DAY
058913        THRU 6300-CHECK-BUSINESS-DAY-X.
058915     IF NOT WS-IS-BUSINESS-DAY
058917         MOVE 'Y' TO WS-EDIT-ERROR-SWITCH
058919         DISPLAY 'DL100 - TRANSIN SET DATE ' TH-BUSINESS-DATE
058921             ' IS NOT A BUSINESS DAY'
058923     END-IF.
058925 1028-CHECK-SET-DATE-X.
058927     EXIT.
058929*
058931******************************************************************
058933*    1029-FIND-MISSING - WALK THE CALENDAR FROM THE DAY AFTER
058935*    THE LAST SET TO THE DAY BEFORE THIS ONE.  EVERY BUSINESS
058937*    DAY IN THE GAP HAD NO INPUT AND IS TABLED FOR THE REPORT;
058939*    WEEKENDS AND HOLIDAYS IN THE GAP ARE PASSED OVER.  BOTH
058941*    DATES HAVE ALREADY BEEN PROVED, SO THE WALK ENDS.
058943******************************************************************
058945 1029-FIND-MISSING.
058947     MOVE WS-PREV-SET-DATE TO WS-CALC-DATE.
058949     PERFORM 6400-NEXT-DATE THRU 6400-NEXT-DATE-X.
058951     PERFORM 1031-TEST-GAP-DAY THRU 1031-TEST-GAP-DAY-X
058953         UNTIL WS-CALC-DATE NOT < TH-BUSINESS-DATE.
058955 1029-FIND-MISSING-X.
058957     EXIT.
058959*
058991******************************************************************
059000*    1030-OPEN-ACCOUNT - OPEN THE ACCOUNT BALANCE MASTER,
059100*    CREATING IT EMPTY ON THE VERY FIRST RUN
059200******************************************************************
060000 1030-OPEN-ACCOUNT-EXIT.
060100     EXIT.
060200*
060205******************************************************************
060210*    1031-TEST-GAP-DAY - TABLE ONE DAY OF A CATCH-UP GAP IF IT
060215*    IS A BUSINESS DAY, THEN STEP ON TO THE NEXT
060220******************************************************************
060225 1031-TEST-GAP-DAY.
060230     PERFORM 6300-CHECK-BUSINESS-DAY
060235        THRU 6300-CHECK-BUSINESS-DAY-X.
060240     IF WS-IS-BUSINESS-DAY
060245         ADD 1 TO WS-MISS-COUNT
060250         IF WS-MISS-COUNT NOT > 31
060255             MOVE WS-CALC-DATE TO WS-MISS-DATE (WS-MISS-COUNT)
060260         END-IF
060265         DISPLAY 'DL100 - NO TRANSIN SET FOR BUSINESS DAY '
060270             WS-CALC-DATE
060275     END-IF.
060280     PERFORM 6400-NEXT-DATE THRU 6400-NEXT-DATE-X.
060285 1031-TEST-GAP-DAY-X.
060290     EXIT.
060295*
060300******************************************************************
060400*    1035-REFUSE-RUN - AN INPUT OR MASTER FILE FAILED ITS EDIT
060500*    OR COULD NOT BE OPENED.  NOTHING HAS BEEN POSTED YET - END
065900     END-IF.
066000 1047-LOAD-ONE-RATE-X.
066100     EXIT.
066102*
066104******************************************************************
066106*    1048-LOAD-GL-MAP - LOAD THE GL CHART-OF-ACCOUNTS MAP.  A
066108*    MISSING MAP LEAVES THE TABLE EMPTY - THE DAY STILL POSTS,
066110*    BUT EVERY TYPE/CURRENCY IS UNMAPPED AND THE GL FEED IS
066112*    STOPPED AT REPORT TIME.  A MAP TOO BIG FOR THE TABLE
066114*    STOPS THE FEED TOO, RATHER THAN MAP FROM HALF A FILE.
066116******************************************************************
066118 1048-LOAD-GL-MAP.
066120     MOVE 'N' TO WS-GLM-EOF-SWITCH.
066122     MOVE ZERO TO WS-GM-COUNT.
066124     OPEN INPUT GLMAP-FILE.
066126     IF WS-GLM-STATUS = '00'
066128         PERFORM 1049-LOAD-ONE-MAP THRU 1049-LOAD-ONE-MAP-X
066130             UNTIL WS-GLM-EOF
066132         CLOSE GLMAP-FILE
066134     ELSE
066136         DISPLAY 'DL100 - GL MAP COULD NOT BE OPENED - STATUS '
066138             WS-GLM-STATUS ' - GL FEED WILL BE STOPPED'
066140     END-IF.
066142 1048-LOAD-GL-MAP-X.
066144     EXIT.
066146*
066148 1049-LOAD-ONE-MAP.
066150     READ GLMAP-FILE
066152         AT END
066154             MOVE 'Y' TO WS-GLM-EOF-SWITCH.
066156     IF NOT WS-GLM-EOF AND WS-GLM-STATUS NOT = '00'
066158         MOVE 'Y' TO WS-GLM-EOF-SWITCH
066160     END-IF.
066162     IF NOT WS-GLM-EOF
066164         IF WS-GM-COUNT < 100
066166             ADD 1 TO WS-GM-COUNT
066168             MOVE GM-ACCOUNT-TYPE  TO WS-GM-TYPE (WS-GM-COUNT)
066170             MOVE GM-CURRENCY-CODE TO WS-GM-CURR (WS-GM-COUNT)
066172             MOVE GM-GL-ACCOUNT    TO WS-GM-ACCOUNT (WS-GM-COUNT)
066174         ELSE
066176             MOVE 'Y' TO WS-GL-STOP-SWITCH
066178             MOVE 'Y' TO WS-GLM-EOF-SWITCH
066180             DISPLAY 'DL100 - GL MAP HAS MORE THAN 100 ROWS - '
066182                 'GL FEED WILL BE STOPPED'
066184         END-IF
066186     END-IF.
066188 1049-LOAD-ONE-MAP-X.
066190     EXIT.
066191*
066300******************************************************************
066400*    1050-CHECK-RESTART - SEE IF A PRIOR RUN LEFT A CHECKPOINT
066500*    AND, IF SO, PICK UP ITS RUNNING TOTAL AND LAST-PROCESSED KEY
068890           THRU 1058-RESTORE-CKPT-SRC-X
068892             VARYING WS-CKPT-SUB FROM 1 BY 1
068894             UNTIL WS-CKPT-SUB > WS-SOURCE-COUNT
068904         MOVE CK-XFER-COUNT   TO WS-XFER-COUNT
068914         MOVE CK-XFER-DR-TOTAL TO WS-XFER-DR-TOTAL
068924         MOVE CK-XFER-CR-TOTAL TO WS-XFER-CR-TOTAL
068934         MOVE CK-GLT-COUNT    TO WS-GT-COUNT
068936         IF CK-GL-STOP-SWITCH = 'Y'
068938             MOVE 'Y'         TO WS-GL-STOP-SWITCH
068940         END-IF
068944         PERFORM 1059-RESTORE-CKPT-GLT
068954           THRU 1059-RESTORE-CKPT-GLT-X
068964             VARYING WS-CKPT-SUB FROM 1 BY 1
068974             UNTIL WS-CKPT-SUB > WS-GT-COUNT
068984         MOVE 'Y'             TO WS-RESTART-SWITCH
069000     END-IF.
069100 1055-READ-CHECKPOINT-X.
069200     EXIT.
069292 1058-RESTORE-CKPT-SRC-X.
069294     EXIT.
069300*
069306******************************************************************
069312*    1059-RESTORE-CKPT-GLT - PUT ONE CHECKPOINTED GL TALLY
069318*    ENTRY BACK INTO THE ACCOUNT TYPE/CURRENCY TABLE
069324******************************************************************
069330 1059-RESTORE-CKPT-GLT.
069336     MOVE CK-GLT-TYPE (WS-CKPT-SUB)
069342         TO WS-GT-TYPE (WS-CKPT-SUB).
069348     MOVE CK-GLT-CURR (WS-CKPT-SUB)
069354         TO WS-GT-CURR (WS-CKPT-SUB).
069360     MOVE CK-GLT-TOTAL (WS-CKPT-SUB)
069366         TO WS-GT-TOTAL (WS-CKPT-SUB).
069372 1059-RESTORE-CKPT-GLT-X.
069378     EXIT.
069384*
069400******************************************************************
069500*    1060-SKIP-RESTART - FAST-FORWARD PAST THE TRANSACTIONS
069600*    THAT WERE ALREADY APPLIED BEFORE THE LAST CHECKPOINT
071000 1070-SKIP-ONE-EXIT.
071100     EXIT.
071200*
071201******************************************************************
071202*    1090-LOAD-CALENDAR - LOAD THE HOLIDAY CALENDAR AND PROVE
071203*    THE PARAMETER BUSINESS DATE AGAINST IT.  WITHOUT THE
071204*    CALENDAR A HOLIDAY CANNOT BE TOLD FROM A MISSING FILE, SO
071205*    A CALENDAR THAT CANNOT BE OPENED OR IS TOO BIG FOR THE
071206*    TABLE REFUSES THE RUN.  SO DOES A PM-BUSINESS-DATE THAT
071207*    IS A WEEKEND OR A HOLIDAY - THERE IS NO BUSINESS TO POST.
071208******************************************************************
071209 1090-LOAD-CALENDAR.
071210     MOVE 'N' TO WS-HOL-EOF-SWITCH.
071211     MOVE ZERO TO WS-HOL-COUNT.
071212     OPEN INPUT HOLCAL-FILE.
071213     IF WS-HOL-STATUS NOT = '00'
071214         DISPLAY 'DL100 - HOLIDAY CALENDAR COULD NOT BE OPENED'
071215             ' - STATUS ' WS-HOL-STATUS
071216         PERFORM 1035-REFUSE-RUN THRU 1035-REFUSE-RUN-X
071217     END-IF.
071218     PERFORM 1095-LOAD-ONE-HOLIDAY THRU 1095-LOAD-ONE-HOLIDAY-X
071219         UNTIL WS-HOL-EOF.
071220     CLOSE HOLCAL-FILE.
071221     IF WS-HOL-COUNT > 366
071222         DISPLAY 'DL100 - HOLIDAY CALENDAR HAS MORE THAN 366 '
071223             'DATES'
071224         PERFORM 1035-REFUSE-RUN THRU 1035-REFUSE-RUN-X
071225     END-IF.
071226     IF WS-EXPECTED-DATE NOT = SPACES
071227         MOVE WS-EXPECTED-DATE TO WS-CALC-DATE
071228         PERFORM 6300-CHECK-BUSINESS-DAY
071229            THRU 6300-CHECK-BUSINESS-DAY-X
071230         IF NOT WS-IS-BUSINESS-DAY
071231             DISPLAY 'DL100 - BUSINESS DATE ' WS-EXPECTED-DATE
071232                 ' IS NOT A BUSINESS DAY'
071233             PERFORM 1035-REFUSE-RUN THRU 1035-REFUSE-RUN-X
071234         END-IF
071235     END-IF.
071236 1090-LOAD-CALENDAR-X.
071237     EXIT.
071238*
071239 1095-LOAD-ONE-HOLIDAY.
071240     READ HOLCAL-FILE
071241         AT END
071242             MOVE 'Y' TO WS-HOL-EOF-SWITCH.
071243     IF NOT WS-HOL-EOF AND WS-HOL-STATUS NOT = '00'
071244         MOVE 'Y' TO WS-HOL-EOF-SWITCH
071245     END-IF.
071246     IF NOT WS-HOL-EOF
071247         ADD 1 TO WS-HOL-COUNT
071248         IF WS-HOL-COUNT > 366
071249             MOVE 'Y' TO WS-HOL-EOF-SWITCH
071250         ELSE
071251             MOVE HL-HOLIDAY-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
071252         END-IF
071253     END-IF.
071254 1095-LOAD-ONE-HOLIDAY-X.
071255     EXIT.
071256*
071300******************************************************************
071400*    1100-READ-TRANS - READ THE NEXT TRANSACTION RECORD
071500******************************************************************
072500*
072600******************************************************************
072700*    2000-PROCESS-TRANS - ACCUMULATE ONE TRANSACTION AMOUNT.
072720*    ONLY DETAIL AND TRANSFER RECORDS ARE POSTED - ANYTHING
072740*    ELSE BETWEEN THE HEADER AND THE TRAILER IS PASSED OVER
072760*    (THE EDIT PRE-PASS HAS ALREADY REFUSED A MALFORMED FILE).
072780*    A TRANSFER IS HANDED WHOLE TO 2400-PROCESS-TRANSFER.
072800******************************************************************
072900 2000-PROCESS-TRANS.
072902*    IN CATCH-UP MODE A TRAILER ENDS THE CURRENT BUSINESS DAY.
072916         END-IF
072917         GO TO 2000-PROCESS-TRANS-EXIT
072918     END-IF.
072919     IF TR-TRANSFER-REC
072920         ADD 1 TO WS-RECORD-COUNT
072921         MOVE TR-TRANS-KEY TO WS-LAST-KEY-PROCESSED
072922*    A TRANSFER NETS TO ZERO - IT COUNTS UNDER ITS SOURCE
072923*    BUT ADDS NOTHING TO THE SOURCE SUBTOTAL
072924         MOVE ZERO TO WS-SIGNED-AMOUNT
072925         PERFORM 2160-TALLY-SOURCE THRU 2160-TALLY-SOURCE-X
072926         MOVE 'Y' TO WS-XFER-MAIN-SWITCH
072927         PERFORM 2400-PROCESS-TRANSFER
072928           THRU 2400-PROCESS-TRANSFER-X
072929         IF NOT WS-IS-TEST-MODE AND NOT WS-IS-CATCHUP
072930             PERFORM 2300-WRITE-CKPT THRU 2300-WRITE-CKPT-X
072931         END-IF
072932         PERFORM 1100-READ-TRANS THRU 1100-READ-TRANS-EXIT
072933         GO TO 2000-PROCESS-TRANS-EXIT
072940     END-IF.
072952     IF NOT TR-DETAIL-REC
072964         PERFORM 1100-READ-TRANS THRU 1100-READ-TRANS-EXIT
072976         GO TO 2000-PROCESS-TRANS-EXIT
072988     END-IF.
073000     ADD 1 TO WS-RECORD-COUNT.
073100     MOVE TR-TRANS-KEY TO WS-LAST-KEY-PROCESSED.
073200     MOVE 'N' TO WS-CURR-TABLE-SWITCH.
082200     MOVE WS-SIGNED-AMOUNT TO EX-AMOUNT.
082300     MOVE TR-CURRENCY-CODE TO EX-CURRENCY-CODE.
082350     MOVE TR-ACCOUNT-NO    TO EX-ACCOUNT-NO.
082370     MOVE TR-TO-ACCOUNT-NO TO EX-TO-ACCOUNT-NO.
082400     MOVE 'CURF'           TO EX-REASON-CODE.
082500     MOVE 'CURRENCY TOTALS TABLE IS FULL - RECORD REJECTED'
082600                           TO EX-REASON-TEXT.
086156         IF AB-IS-CLOSED
086158             MOVE 'Y' TO WS-ACCT-REJ-SWITCH
086160             MOVE 'CLSD' TO WS-ACCT-REASON
086161         ELSE
086162         IF AB-IS-DORMANT
086163             MOVE 'Y' TO WS-ACCT-REJ-SWITCH
086164             MOVE 'DORM' TO WS-ACCT-REASON
086166         ELSE
086168         IF AB-HAS-OD-LIMIT AND WS-SIGNED-AMOUNT > 0
086170             PERFORM 2117-CHECK-LIMIT THRU 2117-CHECK-LIMIT-X
086172         END-IF
086174         END-IF
086176         END-IF
086178         END-IF
086180         END-IF
086182     END-IF.
086184 2115-CHECK-ACCOUNT-X.
086186     EXIT.
086188*
086190******************************************************************
086192*    2117-CHECK-LIMIT - A DEBIT RAISES THE DEBIT BALANCE.  ONE
086194*    THAT WOULD TAKE IT PAST THE ACCOUNT'S OVERDRAFT LIMIT IS
086196*    REJECTED FOR INSUFFICIENT FUNDS.  CREDITS ARE NEVER HELD
086198*    BACK BY THE LIMIT.
086200******************************************************************
086202 2117-CHECK-LIMIT.
086204     COMPUTE WS-PROJECTED-BALANCE = AB-BALANCE + WS-SIGNED-AMOUNT.
086206     IF WS-PROJECTED-BALANCE > AB-OD-LIMIT
086208         MOVE 'Y' TO WS-ACCT-REJ-SWITCH
086210         MOVE 'INSF' TO WS-ACCT-REASON
086212     END-IF.
086214 2117-CHECK-LIMIT-X.
086216     EXIT.
086218*
086220******************************************************************
086222*    2118-WRITE-ACCT-EXCP - REJECT A TRANSACTION WHOSE ACCOUNT
086224*    IS NOT ON THE MASTER OR IS CLOSED.  THE OLD AUTO-CREATE
086226*    TURNED EVERY MIS-KEYED ACCOUNT NUMBER INTO A REAL BALANCE
086228*    NOBODY OWNED - NOW IT IS WORKED ON THE DL110 SCREEN.  A
086230*    POSTING TO A DORMANT ACCOUNT IS HELD THE SAME WAY UNTIL
086232*    THE ACCOUNT IS REACTIVATED, AND A DEBIT OVER THE ACCOUNT'S
086234*    OVERDRAFT LIMIT UNTIL IT IS REPAIRED OR FUNDS ARRIVE.
086236******************************************************************
086238 2118-WRITE-ACCT-EXCP.
086240     ADD 1 TO WS-REJECT-COUNT.
086242     MOVE TR-TRANS-KEY     TO EX-TRANS-KEY.
086244     MOVE WS-SIGNED-AMOUNT TO EX-AMOUNT.
086246     MOVE TR-CURRENCY-CODE TO EX-CURRENCY-CODE.
086248     MOVE TR-ACCOUNT-NO    TO EX-ACCOUNT-NO.
086249     MOVE TR-TO-ACCOUNT-NO TO EX-TO-ACCOUNT-NO.
086250     MOVE WS-ACCT-REASON   TO EX-REASON-CODE.
086252     IF WS-ACCT-REASON = 'NOAC'
086254         MOVE 'ACCOUNT NOT ON ACCOUNT MASTER - RECORD REJECTED'
086256             TO EX-REASON-TEXT
086258     ELSE
086260     IF WS-ACCT-REASON = 'DORM'
086262         MOVE 'ACCOUNT IS DORMANT - HELD FOR REVIEW'
086264             TO EX-REASON-TEXT
086266     ELSE
086268     IF WS-ACCT-REASON = 'INSF'
086270         MOVE 'INSUFFICIENT FUNDS - DEBIT EXCEEDS OVERDRAFT LIMIT'
086272             TO EX-REASON-TEXT
086274     ELSE
086276         MOVE 'ACCOUNT IS CLOSED - RECORD REJECTED'
086278             TO EX-REASON-TEXT
086280     END-IF
086282     END-IF
086284     END-IF.
086286     WRITE EX-RECORD.
086288 2118-WRITE-ACCT-EXCP-X.
086290     EXIT.
086292*
086300******************************************************************
086310*    2120-CHECK-THRESHOLD - TEST THE TRANSACTION AGAINST THE
086400*    PARAMETER-DRIVEN REVIEW THRESHOLD.  A MAIN-PASS DETAIL
087820*    SUSPENSE FILE FOR SUPERVISOR REVIEW ON DL210.  THE ITEM
087825*    TOUCHES NO TOTAL, NO ACCOUNT AND NOT THE POSTED FILE, SO
087830*    A RELEASE COMES BACK THROUGH THE RESUBMISSION PASS WITH
087832*    THE DUPLICATE AND AUDIT LOGIC INTACT.  A TRANSFER IS
087834*    HELD WHOLE ON ONE RECORD; IT NETS TO ZERO, SO IT ADDS
087836*    NOTHING TO THE HELD HOME TOTAL.
087840******************************************************************
087845 2125-HOLD-SUSPENSE.
087850     MOVE TR-TRANS-KEY     TO SU-TRANS-KEY.
087865     MOVE TR-CURRENCY-CODE TO SU-CURRENCY-CODE.
087870     MOVE TR-ACCOUNT-NO    TO SU-ACCOUNT-NO.
087875     MOVE TR-SOURCE-CODE   TO SU-SOURCE-CODE.
087877     MOVE TR-TO-ACCOUNT-NO TO SU-TO-ACCOUNT-NO.
087880     ACCEPT SU-HELD-DATE FROM DATE.
087885     IF WS-EXPECTED-DATE NOT = SPACES
087890         MOVE WS-EXPECTED-DATE TO SU-HELD-DATE
087905     WRITE SU-RECORD.
087910     ADD 1 TO WS-HELD-COUNT.
087915     IF TR-CURRENCY-CODE = WS-HOME-CURRENCY
087917        AND NOT TR-TRANSFER-REC
087920         ADD WS-SIGNED-AMOUNT TO WS-HELD-HOME-TOTAL
087925     END-IF.
087930     IF WS-HELD-TBL-COUNT < 100
087950         MOVE TR-CURRENCY-CODE
087955             TO WS-HD-CURRENCY (WS-HELD-SUB)
087960         MOVE WS-SIGNED-AMOUNT TO WS-HD-AMOUNT (WS-HELD-SUB)
087961         MOVE SPACES TO WS-HD-FLAG (WS-HELD-SUB)
087962         IF TR-TRANSFER-REC
087963             MOVE 'TRANSFER' TO WS-HD-FLAG (WS-HELD-SUB)
087964         END-IF
087965     ELSE
087970         MOVE 'Y' TO WS-HELD-FULL-SWITCH
087975     END-IF.
088500     MOVE WS-SIGNED-AMOUNT TO EX-AMOUNT.
088600     MOVE TR-CURRENCY-CODE TO EX-CURRENCY-CODE.
088650     MOVE TR-ACCOUNT-NO    TO EX-ACCOUNT-NO.
088670     MOVE TR-TO-ACCOUNT-NO TO EX-TO-ACCOUNT-NO.
088700     MOVE 'LRGE'           TO EX-REASON-CODE.
088800     MOVE 'TRANSACTION EXCEEDS REVIEW THRESHOLD - FOR INFO ONLY'
088900                           TO EX-REASON-TEXT.
091700     MOVE WS-SIGNED-AMOUNT TO EX-AMOUNT.
091800     MOVE TR-CURRENCY-CODE TO EX-CURRENCY-CODE.
091850     MOVE TR-ACCOUNT-NO    TO EX-ACCOUNT-NO.
091870     MOVE TR-TO-ACCOUNT-NO TO EX-TO-ACCOUNT-NO.
091900     MOVE 'DUPL'           TO EX-REASON-CODE.
092000     MOVE 'TRANSACTION KEY ALREADY POSTED - POSSIBLE DOUBLE FEED'
092100                           TO EX-REASON-TEXT.
093200     MOVE WS-SIGNED-AMOUNT TO EX-AMOUNT.
093300     MOVE TR-CURRENCY-CODE TO EX-CURRENCY-CODE.
093350     MOVE TR-ACCOUNT-NO    TO EX-ACCOUNT-NO.
093370     MOVE TR-TO-ACCOUNT-NO TO EX-TO-ACCOUNT-NO.
093400     MOVE 'OVFL'         TO EX-REASON-CODE.
093500     MOVE 'AMOUNT WOULD OVERFLOW WS-AMOUNT - RECORD REJECTED'
093600                         TO EX-REASON-TEXT.
095600     END-IF.
095700     PERFORM 2250-WRITE-AUDIT THRU 2250-WRITE-AUDIT-EXIT.
095800     PERFORM 2270-POST-ACCOUNT THRU 2270-POST-ACCOUNT-X.
095850     PERFORM 2260-TALLY-GL-TYPE THRU 2260-TALLY-GL-TYPE-X.
095900 2200-UPDATE-AMOUNT-EXIT.
096000     EXIT.
096100*
097300     WRITE AU-RECORD.
097400 2250-WRITE-AUDIT-EXIT.
097500     EXIT.
097501*
097502******************************************************************
097503*    2260-TALLY-GL-TYPE - ROLL THE POSTED AMOUNT INTO THE GL
097504*    TALLY UNDER ITS ACCOUNT TYPE AND CURRENCY.  THE ACCOUNT
097505*    MASTER RECORD IS STILL IN THE BUFFER FROM 2115-CHECK-
097506*    ACCOUNT; AN APPROVED ADJUSTMENT CARRIES NO ACCOUNT AND IS
097507*    TALLIED UNDER THE BLANK TYPE THE GL MAP RESERVES FOR IT.
097508*    A FULL TALLY TABLE CANNOT BE FED HONESTLY, SO IT STOPS
097509*    THE FEED.
097510******************************************************************
097511 2260-TALLY-GL-TYPE.
097512     IF TR-ACCOUNT-NO = SPACES
097513         MOVE SPACES TO WS-GL-WORK-TYPE
097514     ELSE
097515         MOVE AB-ACCOUNT-TYPE TO WS-GL-WORK-TYPE
097516     END-IF.
097517     MOVE 'N' TO WS-GLT-FOUND-SWITCH.
097518     MOVE 1 TO WS-GLT-SUB.
097519     PERFORM 2265-TEST-GL-TYPE THRU 2265-TEST-GL-TYPE-X
097520         UNTIL WS-GLT-SUB > WS-GT-COUNT
097521            OR WS-GLT-FOUND.
097522     IF NOT WS-GLT-FOUND AND WS-GT-COUNT < 30
097523         ADD 1 TO WS-GT-COUNT
097524         MOVE WS-GT-COUNT TO WS-GLT-SUB
097525         MOVE WS-GL-WORK-TYPE TO WS-GT-TYPE (WS-GLT-SUB)
097526         MOVE TR-CURRENCY-CODE TO WS-GT-CURR (WS-GLT-SUB)
097527         MOVE ZERO TO WS-GT-TOTAL (WS-GLT-SUB)
097528         MOVE 'Y' TO WS-GLT-FOUND-SWITCH
097529     END-IF.
097530     IF WS-GLT-FOUND
097531         ADD WS-SIGNED-AMOUNT TO WS-GT-TOTAL (WS-GLT-SUB)
097532     ELSE
097533         IF NOT WS-GL-FEED-STOPPED
097534             DISPLAY 'DL100 - GL TALLY TABLE FULL AT TYPE '
097535                 WS-GL-WORK-TYPE ' CURRENCY ' TR-CURRENCY-CODE
097536                 ' - GL FEED WILL BE STOPPED'
097537         END-IF
097538         MOVE 'Y' TO WS-GL-STOP-SWITCH
097539     END-IF.
097540 2260-TALLY-GL-TYPE-X.
097541     EXIT.
097542*
097543 2265-TEST-GL-TYPE.
097544     IF WS-GT-TYPE (WS-GLT-SUB) = WS-GL-WORK-TYPE
097545        AND WS-GT-CURR (WS-GLT-SUB) = TR-CURRENCY-CODE
097546         MOVE 'Y' TO WS-GLT-FOUND-SWITCH
097547     ELSE
097548         ADD 1 TO WS-GLT-SUB
097549     END-IF.
097550 2265-TEST-GL-TYPE-X.
097551     EXIT.
097600*
097700******************************************************************
097800*    2270-POST-ACCOUNT - APPLY THE POSTED AMOUNT TO THE
102874     PERFORM 2320-FILL-CKPT-SRC THRU 2320-FILL-CKPT-SRC-X
102876         VARYING WS-CKPT-SUB FROM 1 BY 1
102878         UNTIL WS-CKPT-SUB > 10.
102879     MOVE WS-XFER-COUNT         TO CK-XFER-COUNT.
102880     MOVE WS-XFER-DR-TOTAL      TO CK-XFER-DR-TOTAL.
102881     MOVE WS-XFER-CR-TOTAL      TO CK-XFER-CR-TOTAL.
102882     MOVE WS-GT-COUNT           TO CK-GLT-COUNT.
102884     MOVE WS-GL-STOP-SWITCH     TO CK-GL-STOP-SWITCH.
102886     PERFORM 2330-FILL-CKPT-GLT THRU 2330-FILL-CKPT-GLT-X
102890         VARYING WS-CKPT-SUB FROM 1 BY 1
102894         UNTIL WS-CKPT-SUB > 30.
102900     ACCEPT CK-CKPT-DATE FROM DATE.
103000     ACCEPT CK-CKPT-TIME FROM TIME.
103100     WRITE CK-RECORD.
103485     END-IF.
103490 2320-FILL-CKPT-SRC-X.
103495     EXIT.
103499*
103503******************************************************************
103507*    2330-FILL-CKPT-GLT - CARRY ONE GL TALLY ENTRY (OR AN
103511*    EMPTY SLOT) INTO THE CHECKPOINT RECORD
103515******************************************************************
103519 2330-FILL-CKPT-GLT.
103523     IF WS-CKPT-SUB > WS-GT-COUNT
103527         MOVE SPACES TO CK-GLT-TYPE (WS-CKPT-SUB)
103531         MOVE SPACES TO CK-GLT-CURR (WS-CKPT-SUB)
103535         MOVE ZERO TO CK-GLT-TOTAL (WS-CKPT-SUB)
103539     ELSE
103543         MOVE WS-GT-TYPE (WS-CKPT-SUB)
103547             TO CK-GLT-TYPE (WS-CKPT-SUB)
103551         MOVE WS-GT-CURR (WS-CKPT-SUB)
103555             TO CK-GLT-CURR (WS-CKPT-SUB)
103559         MOVE WS-GT-TOTAL (WS-CKPT-SUB)
103563             TO CK-GLT-TOTAL (WS-CKPT-SUB)
103567     END-IF.
103571 2330-FILL-CKPT-GLT-X.
103575     EXIT.
103579*
103583******************************************************************
103584*    2400-PROCESS-TRANSFER - VALIDATE AND POST ONE TRANSFER.
103585*    BOTH LEGS ARE PROVED BEFORE EITHER IS POSTED - THE DEBIT
103586*    LEG ON TR-ACCOUNT-NO (AGAINST ITS OVERDRAFT LIMIT) AND
103587*    THE CREDIT LEG ON TR-TO-ACCOUNT-NO - SO THE TRANSFER
103588*    EITHER POSTS WHOLE OR GOES TO THE EXCEPTION FILE, OR A
103589*    MAIN-PASS TRANSFER OVER THE REVIEW THRESHOLD TO SUSPENSE,
103590*    AS ONE ITEM.  NEITHER LEG CAN POST WITHOUT THE OTHER.
103591******************************************************************
103592 2400-PROCESS-TRANSFER.
103593     MOVE 'N' TO WS-XFER-REJ-SWITCH.
103594     MOVE 'N' TO WS-CURR-TABLE-SWITCH.
103595     MOVE SPACES TO WS-XFER-REASON.
103596     MOVE SPACES TO WS-XFER-LEG-NAME.
103597     MOVE TR-TRANS-KEY TO WS-XFER-KEY.
103598     MOVE TR-ACCOUNT-NO TO WS-XFER-FROM-ACCT.
103599     MOVE TR-AMOUNT TO WS-SIGNED-AMOUNT.
103600     PERFORM 2410-EDIT-TRANSFER THRU 2410-EDIT-TRANSFER-X.
103601     IF NOT WS-XFER-REJECTED
103602         PERFORM 2420-CHECK-LEGS THRU 2420-CHECK-LEGS-X
103603     END-IF.
103604     IF WS-XFER-REJECTED
103605         PERFORM 2440-WRITE-XFER-EXCP THRU 2440-WRITE-XFER-EXCP-X
103606         GO TO 2400-PROCESS-TRANSFER-X
103607     END-IF.
103608     PERFORM 2120-CHECK-THRESHOLD THRU 2120-CHECK-THRESHOLD-X.
103609     IF WS-OVER-THRESHOLD AND WS-XFER-MAIN-PASS
103610         PERFORM 2125-HOLD-SUSPENSE THRU 2125-HOLD-SUSPENSE-X
103611         GO TO 2400-PROCESS-TRANSFER-X
103612     END-IF.
103613     IF WS-OVER-THRESHOLD
103614         PERFORM 2130-WRITE-THRESHOLD THRU 2130-WRITE-THRESHOLD-X
103615     END-IF.
103616     IF TR-CURRENCY-CODE NOT = WS-HOME-CURRENCY
103617         PERFORM 2050-FIND-CURRENCY THRU 2050-FIND-CURRENCY-EXIT
103618     END-IF.
103619*    A FULL CURRENCY TABLE HAS ALREADY WRITTEN THE TRANSFER TO
103620*    THE EXCEPTION FILE, BOTH ACCOUNTS ON THE ONE RECORD
103621     IF WS-CURR-TABLE-FULL
103622         GO TO 2400-PROCESS-TRANSFER-X
103623     END-IF.
103624     PERFORM 2430-POST-TRANSFER THRU 2430-POST-TRANSFER-X.
103625 2400-PROCESS-TRANSFER-X.
103626     EXIT.
103627*
103628******************************************************************
103629*    2410-EDIT-TRANSFER - A TRANSFER NEEDS TWO DIFFERENT
103630*    ACCOUNTS, AND A KEY WHOSE 10TH BYTE IS FREE FOR THE LEG
103631*    MARKER THAT KEYS EACH POSTED LEG
103632******************************************************************
103633 2410-EDIT-TRANSFER.
103634     IF TR-ACCOUNT-NO = SPACES
103635        OR TR-TO-ACCOUNT-NO = SPACES
103636        OR TR-ACCOUNT-NO = TR-TO-ACCOUNT-NO
103637        OR WS-XFER-KEY-LEG NOT = SPACE
103638         MOVE 'Y' TO WS-XFER-REJ-SWITCH
103639         MOVE 'XFER' TO WS-XFER-REASON
103640     END-IF.
103641 2410-EDIT-TRANSFER-X.
103642     EXIT.
103643*
103644******************************************************************
103645*    2420-CHECK-LEGS - PROVE THE DEBIT LEG, THEN THE CREDIT
103646*    LEG, THROUGH THE SAME DUPLICATE AND ACCOUNT CHECKS AS A
103647*    DETAIL.  THE FIRST LEG TO FAIL REJECTS THE TRANSFER.
103648******************************************************************
103649 2420-CHECK-LEGS.
103650     PERFORM 2450-SET-DEBIT-LEG THRU 2450-SET-DEBIT-LEG-X.
103651     PERFORM 2425-CHECK-ONE-LEG THRU 2425-CHECK-ONE-LEG-X.
103652     IF NOT WS-XFER-REJECTED
103653         PERFORM 2455-SET-CREDIT-LEG THRU 2455-SET-CREDIT-LEG-X
103654         PERFORM 2425-CHECK-ONE-LEG THRU 2425-CHECK-ONE-LEG-X
103655     END-IF.
103656     PERFORM 2460-RESTORE-XFER THRU 2460-RESTORE-XFER-X.
103657 2420-CHECK-LEGS-X.
103658     EXIT.
103659*
103660 2425-CHECK-ONE-LEG.
103661     PERFORM 2140-CHECK-DUPLICATE THRU 2140-CHECK-DUPLICATE-X.
103662     IF WS-IS-DUPLICATE
103663         MOVE 'Y' TO WS-XFER-REJ-SWITCH
103664         MOVE 'DUPL' TO WS-XFER-REASON
103665         GO TO 2425-CHECK-ONE-LEG-X
103666     END-IF.
103667     PERFORM 2115-CHECK-ACCOUNT THRU 2115-CHECK-ACCOUNT-X.
103668     IF WS-ACCT-REJECTED
103669         MOVE 'Y' TO WS-XFER-REJ-SWITCH
103670         MOVE WS-ACCT-REASON TO WS-XFER-REASON
103671     END-IF.
103672 2425-CHECK-ONE-LEG-X.
103673     EXIT.
103674*
103675******************************************************************
103676*    2430-POST-TRANSFER - POST BOTH LEGS.  THE LEG THAT MOVES
103677*    THE RECEIVING TOTAL TOWARD ZERO GOES FIRST, SO THE TOTAL
103678*    NEVER PASSES ITS LIMITS PART-WAY THROUGH A TRANSFER THAT
103679*    NETS TO ZERO ONCE BOTH LEGS ARE IN.
103680******************************************************************
103681 2430-POST-TRANSFER.
103682     MOVE 'N' TO WS-XFER-ORDER-SWITCH.
103683     IF TR-CURRENCY-CODE = WS-HOME-CURRENCY
103684         IF WS-AMOUNT > 0
103685             MOVE 'Y' TO WS-XFER-ORDER-SWITCH
103686         END-IF
103687     ELSE
103688         IF WS-CT-TOTAL (WS-CURR-IDX) > 0
103689             MOVE 'Y' TO WS-XFER-ORDER-SWITCH
103690         END-IF
103691     END-IF.
103692     IF WS-XFER-CR-FIRST
103693         PERFORM 2455-SET-CREDIT-LEG THRU 2455-SET-CREDIT-LEG-X
103694         PERFORM 2435-POST-ONE-LEG THRU 2435-POST-ONE-LEG-X
103695         PERFORM 2450-SET-DEBIT-LEG THRU 2450-SET-DEBIT-LEG-X
103696         PERFORM 2435-POST-ONE-LEG THRU 2435-POST-ONE-LEG-X
103697     ELSE
103698         PERFORM 2450-SET-DEBIT-LEG THRU 2450-SET-DEBIT-LEG-X
103699         PERFORM 2435-POST-ONE-LEG THRU 2435-POST-ONE-LEG-X
103700         PERFORM 2455-SET-CREDIT-LEG THRU 2455-SET-CREDIT-LEG-X
103701         PERFORM 2435-POST-ONE-LEG THRU 2435-POST-ONE-LEG-X
103702     END-IF.
103703     PERFORM 2460-RESTORE-XFER THRU 2460-RESTORE-XFER-X.
103704     ADD 1 TO WS-XFER-COUNT.
103705 2430-POST-TRANSFER-X.
103706     EXIT.
103707*
103708 2435-POST-ONE-LEG.
103709     PERFORM 2200-UPDATE-AMOUNT THRU 2200-UPDATE-AMOUNT-EXIT.
103710     PERFORM 2280-MARK-POSTED THRU 2280-MARK-POSTED-X.
103711     IF WS-SIGNED-AMOUNT > 0
103712         ADD WS-SIGNED-AMOUNT TO WS-XFER-DR-TOTAL
103713     ELSE
103714         ADD WS-SIGNED-AMOUNT TO WS-XFER-CR-TOTAL
103715     END-IF.
103716 2435-POST-ONE-LEG-X.
103717     EXIT.
103718*
103719******************************************************************
103720*    2440-WRITE-XFER-EXCP - REJECT A TRANSFER AS ONE ITEM,
103721*    BOTH ACCOUNTS ON THE ONE EXCEPTION, NAMING THE LEG THAT
103722*    FAILED SO DL110 CAN REPAIR IT AND RELEASE IT WHOLE
103723******************************************************************
103724 2440-WRITE-XFER-EXCP.
103725     ADD 1 TO WS-REJECT-COUNT.
103726     MOVE TR-TRANS-KEY     TO EX-TRANS-KEY.
103727     MOVE WS-SIGNED-AMOUNT TO EX-AMOUNT.
103728     MOVE TR-CURRENCY-CODE TO EX-CURRENCY-CODE.
103729     MOVE TR-ACCOUNT-NO    TO EX-ACCOUNT-NO.
103730     MOVE TR-TO-ACCOUNT-NO TO EX-TO-ACCOUNT-NO.
103731     MOVE WS-XFER-REASON   TO EX-REASON-CODE.
103732     IF WS-XFER-REASON = 'XFER'
103733         MOVE 'TRANSFER INVALID - CHECK KEY AND BOTH ACCOUNTS'
103734             TO EX-REASON-TEXT
103736     ELSE
103738         PERFORM 2445-XFER-REASON-TEXT
103740           THRU 2445-XFER-REASON-TEXT-X
103742     END-IF.
103744     WRITE EX-RECORD.
103746 2440-WRITE-XFER-EXCP-X.
103748     EXIT.
103750*
103752******************************************************************
103754*    2445-XFER-REASON-TEXT - NAME THE FAILED LEG AND WHY
103756******************************************************************
103758 2445-XFER-REASON-TEXT.
103760     IF WS-XFER-REASON = 'DUPL'
103762         MOVE 'KEY ALREADY POSTED' TO WS-XFER-TEXT
103764     ELSE
103766     IF WS-XFER-REASON = 'NOAC'
103768         MOVE 'ACCOUNT NOT ON ACCOUNT MASTER' TO WS-XFER-TEXT
103770     ELSE
103772     IF WS-XFER-REASON = 'DORM'
103774         MOVE 'ACCOUNT IS DORMANT' TO WS-XFER-TEXT
103776     ELSE
103778     IF WS-XFER-REASON = 'INSF'
103780         MOVE 'EXCEEDS OVERDRAFT LIMIT' TO WS-XFER-TEXT
103782     ELSE
103784         MOVE 'ACCOUNT IS CLOSED' TO WS-XFER-TEXT
103786     END-IF
103788     END-IF
103790     END-IF
103792     END-IF.
103794     MOVE SPACES TO EX-REASON-TEXT.
103796     STRING 'TRANSFER - ' DELIMITED BY SIZE
103798            WS-XFER-LEG-NAME DELIMITED BY '  '
103800            ' ' DELIMITED BY SIZE
103802            WS-XFER-TEXT DELIMITED BY '  '
103804         INTO EX-REASON-TEXT.
103806 2445-XFER-REASON-TEXT-X.
103808     EXIT.
103810*
103812******************************************************************
103814*    2450/2455 - SET UP ONE LEG FOR THE DETAIL ROUTINES - THE
103816*    LEG KEY (THE TRANSFER KEY WITH 'D' OR 'C' IN THE 10TH
103818*    BYTE), THE LEG ACCOUNT AND THE SIGNED LEG AMOUNT.
103820*    2460 PUTS THE TRANSFER ITSELF BACK.
103822******************************************************************
103824 2450-SET-DEBIT-LEG.
103826     MOVE WS-XFER-KEY-BASE TO TR-TRANS-KEY.
103828     MOVE 'D' TO TR-TRANS-KEY (10:1).
103830     MOVE WS-XFER-FROM-ACCT TO TR-ACCOUNT-NO.
103832     MOVE TR-AMOUNT TO WS-SIGNED-AMOUNT.
103834     MOVE 'DEBIT LEG' TO WS-XFER-LEG-NAME.
103836 2450-SET-DEBIT-LEG-X.
103838     EXIT.
103840*
103842 2455-SET-CREDIT-LEG.
103844     MOVE WS-XFER-KEY-BASE TO TR-TRANS-KEY.
103846     MOVE 'C' TO TR-TRANS-KEY (10:1).
103848     MOVE TR-TO-ACCOUNT-NO TO TR-ACCOUNT-NO.
103850     COMPUTE WS-SIGNED-AMOUNT = 0 - TR-AMOUNT.
103852     MOVE 'CREDIT LEG' TO WS-XFER-LEG-NAME.
103854 2455-SET-CREDIT-LEG-X.
103856     EXIT.
103858*
103860 2460-RESTORE-XFER.
103862     MOVE WS-XFER-KEY TO TR-TRANS-KEY.
103864     MOVE WS-XFER-FROM-ACCT TO TR-ACCOUNT-NO.
103866     MOVE TR-AMOUNT TO WS-SIGNED-AMOUNT.
103868 2460-RESTORE-XFER-X.
103870     EXIT.
103872*
103874******************************************************************
103876*    2500-PROCESS-ADJUST - APPLY ANY DUAL-CONTROL CORRECTIONS
103878*    APPROVED ON DL100M SINCE THE LAST RUN
103880******************************************************************
103900 2500-PROCESS-ADJUST.
104000     OPEN I-O ADJUSTMENT-FILE.
104100     IF WS-ADJ-STATUS = '00'
105800         MOVE AJ-TRANS-KEY     TO TR-TRANS-KEY
105900         MOVE AJ-CURRENCY-CODE TO TR-CURRENCY-CODE
106000         MOVE SPACES           TO TR-ACCOUNT-NO
106050         MOVE SPACES           TO TR-TO-ACCOUNT-NO
106100         MOVE AJ-ADJ-AMOUNT    TO WS-SIGNED-AMOUNT
106200         MOVE 'N' TO WS-CURR-TABLE-SWITCH
106300         PERFORM 2120-CHECK-THRESHOLD THRU 2120-CHECK-THRESHOLD-X
109770******************************************************************
109780 2620-SKIP-ONE-RESUB.
109785     READ RESUB-FILE.
109788     IF WS-RSB-STATUS = '00'
109791        AND (RS-DETAIL-REC OR RS-TRANSFER-REC)
109795         SUBTRACT 1 FROM WS-RESUB-SKIP-COUNT
109796     END-IF.
109797 2620-SKIP-ONE-RESUB-X.
109900******************************************************************
110000*    2650-APPLY-RESUB - VALIDATE AND POST ONE RELEASED EXCEPTION
110100*    THROUGH THE SAME LOGIC AS A NORMAL TRANSACTION, INCLUDING
110160*    THE DUPLICATE CHECK AGAINST THE POSTED-TRANSACTIONS FILE.
110220*    A RELEASED TRANSFER GOES THROUGH 2660 WITH BOTH LEGS.
110300******************************************************************
110400 2650-APPLY-RESUB.
110500     READ RESUB-FILE.
110520     IF WS-RSB-STATUS = '00' AND RS-TRANSFER-REC
110540         PERFORM 2660-APPLY-RESUB-XFER
110560           THRU 2660-APPLY-RESUB-XFER-X
110580     END-IF.
110600     IF WS-RSB-STATUS = '00' AND RS-DETAIL-REC
110700         ADD 1 TO WS-RECORD-COUNT
110800         MOVE RS-TRANS-KEY     TO TR-TRANS-KEY
111000         MOVE RS-DR-CR-IND     TO TR-DR-CR-IND
111100         MOVE RS-CURRENCY-CODE TO TR-CURRENCY-CODE
111200         MOVE RS-ACCOUNT-NO    TO TR-ACCOUNT-NO
111250         MOVE SPACES           TO TR-TO-ACCOUNT-NO
111300         MOVE 'N' TO WS-CURR-TABLE-SWITCH
111400         PERFORM 2110-COMPUTE-SIGN-AMT
111500           THRU 2110-COMPUTE-SIGN-AMT-X
114200     END-IF.
114300 2650-APPLY-RESUB-X.
114400     EXIT.
114401*
114402******************************************************************
114403*    2660-APPLY-RESUB-XFER - POST ONE RELEASED OR REPAIRED
114404*    TRANSFER.  BOTH LEGS ARE PROVED AGAIN, DUPLICATE KEYS
114405*    INCLUDED, AND EITHER BOTH POST OR THE TRANSFER GOES BACK
114406*    TO THE EXCEPTION FILE AS ONE ITEM.  LIKE ANY OTHER
114407*    RESUBMISSION IT IS NOT HELD AGAIN FOR THE THRESHOLD.
114408******************************************************************
114409 2660-APPLY-RESUB-XFER.
114410     ADD 1 TO WS-RECORD-COUNT.
114411     MOVE 'X'              TO TR-RECORD-TYPE.
114412     MOVE RS-TRANS-KEY     TO TR-TRANS-KEY.
114413     MOVE RS-AMOUNT        TO TR-AMOUNT.
114414     MOVE RS-DR-CR-IND     TO TR-DR-CR-IND.
114415     MOVE RS-CURRENCY-CODE TO TR-CURRENCY-CODE.
114416     MOVE RS-ACCOUNT-NO    TO TR-ACCOUNT-NO.
114417     MOVE RS-TO-ACCOUNT-NO TO TR-TO-ACCOUNT-NO.
114418     MOVE 'N' TO WS-XFER-MAIN-SWITCH.
114419     PERFORM 2400-PROCESS-TRANSFER THRU 2400-PROCESS-TRANSFER-X.
114420     ADD 1 TO WS-RESUB-DONE-COUNT.
114421     IF NOT WS-IS-TEST-MODE AND NOT WS-IS-CATCHUP
114422         PERFORM 2300-WRITE-CKPT
114423           THRU 2300-WRITE-CKPT-X
114424     END-IF.
114425 2660-APPLY-RESUB-XFER-X.
114426     EXIT.
114427*
114428******************************************************************
114429*    2700-CLOSE-DAY - CATCH-UP MODE ONLY.  CLOSE THE CURRENT
114430*    BUSINESS DAY - ITS SECTION ON THE SUMMARY REPORT, ITS
114431*    LEDGER DAILY RECORD AND ITS RUN-STATUS ENTRY - THEN ROLL
114432*    THE DAY'S TOTALS INTO THE RUN TOTALS AND CLEAR THE DAY
114433*    ACCUMULATORS FOR THE NEXT DATED SET
114434******************************************************************
114435 2700-CLOSE-DAY.
114436     IF WS-DAY-COUNT = 0
114437         PERFORM 2900-PRINT-HEADINGS THRU 2900-PRINT-HDGS-X
114438     END-IF.
114439     MOVE WS-EXPECTED-DATE TO WS-RPT-DAY-DATE.
114440     MOVE WS-RPT-DAYHDR-LINE TO RPT-RECORD.
114441     WRITE RPT-RECORD.
114442     MOVE WS-AMOUNT TO WS-RPT-AMOUNT.
114443     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
114444     WRITE RPT-RECORD.
114445     MOVE WS-RECORD-COUNT TO WS-RPT-COUNT.
114446     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
114447     WRITE RPT-RECORD.
114448     PERFORM 3100-WRITE-LEDGER THRU 3100-WRITE-LEDGER-X.
114449     MOVE ZERO TO WS-COND-CODE.
114450     IF WS-REJECT-COUNT > 0
114451         MOVE 4 TO WS-COND-CODE
114452     END-IF.
114454     PERFORM 9100-WRITE-STATUS THRU 9100-WRITE-STATUS-X.
114456     ADD 1 TO WS-DAY-COUNT.
116220     MOVE WS-RPT-RESUB-LINE TO RPT-RECORD.
116230     WRITE RPT-RECORD.
116240     PERFORM 3080-PRINT-HELD THRU 3080-PRINT-HELD-X.
116270     PERFORM 3090-PRINT-TRANSFERS THRU 3090-PRINT-TRANSFERS-X.
116277     IF WS-IS-CATCHUP
116284         PERFORM 3095-PRINT-MISSING THRU 3095-PRINT-MISSING-X
116291     END-IF.
116300     SET WS-CURR-IDX TO 1.
116400     MOVE WS-EFF-HOME-TOTAL TO WS-GRAND-TOTAL.
116500     MOVE 'N' TO WS-RATE-MISSING-SWITCH.
124213     MOVE WS-HD-TRANS-KEY (WS-HELD-SUB) TO WS-RPT-HELD-KEY.
124214     MOVE WS-HD-CURRENCY (WS-HELD-SUB) TO WS-RPT-HELD-CURR.
124215     MOVE WS-HD-AMOUNT (WS-HELD-SUB) TO WS-RPT-HELD-AMOUNT.
124217     MOVE WS-HD-FLAG (WS-HELD-SUB) TO WS-RPT-HELD-FLAG.
124219     MOVE WS-RPT-HELD-LINE TO RPT-RECORD.
124221     WRITE RPT-RECORD.
124223 3085-PRINT-ONE-HELD-X.
124225     EXIT.
124227*
124229******************************************************************
124231*    3090-PRINT-TRANSFERS - THE TRANSFERS SECTION - THE COUNT
124233*    POSTED AND THE DEBIT AND CREDIT LEG TOTALS, WHICH MUST
124235*    NET TO ZERO.  BOTH LEGS OF A TRANSFER ARE IN ONE
124237*    CURRENCY, SO THE LEGS ARE SUMMED AT FACE VALUE.
124239******************************************************************
124241 3090-PRINT-TRANSFERS.
124243     MOVE WS-XFER-COUNT TO WS-RPT-XFER-COUNT.
124245     MOVE WS-RPT-XFER-LINE TO RPT-RECORD.
124247     WRITE RPT-RECORD.
124249     MOVE 'TRANSFER DEBIT LEGS:' TO WS-RPT-XFER-LABEL.
124251     MOVE WS-XFER-DR-TOTAL TO WS-RPT-XFER-AMOUNT.
124253     MOVE WS-RPT-XFERAMT-LINE TO RPT-RECORD.
124255     WRITE RPT-RECORD.
124257     MOVE 'TRANSFER CREDIT LEGS:' TO WS-RPT-XFER-LABEL.
124259     MOVE WS-XFER-CR-TOTAL TO WS-RPT-XFER-AMOUNT.
124261     MOVE WS-RPT-XFERAMT-LINE TO RPT-RECORD.
124263     WRITE RPT-RECORD.
124265     COMPUTE WS-XFER-NET = WS-XFER-DR-TOTAL + WS-XFER-CR-TOTAL.
124267     MOVE 'TRANSFERS NET:' TO WS-RPT-XFER-LABEL.
124269     MOVE WS-XFER-NET TO WS-RPT-XFER-AMOUNT.
124271     MOVE WS-RPT-XFERAMT-LINE TO RPT-RECORD.
124273     WRITE RPT-RECORD.
124275     IF WS-XFER-NET NOT = 0
124277         MOVE WS-RPT-XFERBAD-LINE TO RPT-RECORD
124279         WRITE RPT-RECORD
124281     END-IF.
124283 3090-PRINT-TRANSFERS-X.
124285     EXIT.
124287*
124290******************************************************************
124293*    3095-PRINT-MISSING - THE MISSING-DAYS SECTION OF A
124296*    CATCH-UP RUN - EVERY BUSINESS DAY BETWEEN THE FIRST AND
124299*    LAST SETS THAT ARRIVED WITH NO SET OF ITS OWN
124302******************************************************************
124305 3095-PRINT-MISSING.
124308     MOVE WS-MISS-COUNT TO WS-RPT-MISS-COUNT.
124311     MOVE WS-RPT-MISSTOT-LINE TO RPT-RECORD.
124314     WRITE RPT-RECORD.
124317     PERFORM 3097-PRINT-ONE-MISSING THRU 3097-PRINT-ONE-MISSING-X
124320         VARYING WS-MISS-SUB FROM 1 BY 1
124323         UNTIL WS-MISS-SUB > WS-MISS-COUNT
124326            OR WS-MISS-SUB > 31.
124329     IF WS-MISS-COUNT > 31
124332         MOVE WS-RPT-MISSFULL-LINE TO RPT-RECORD
124335         WRITE RPT-RECORD
124338     END-IF.
124341 3095-PRINT-MISSING-X.
124344     EXIT.
124347*
124350 3097-PRINT-ONE-MISSING.
124353     MOVE WS-MISS-DATE (WS-MISS-SUB) TO WS-RPT-MISS-DATE.
124356     MOVE WS-RPT-MISS-LINE TO RPT-RECORD.
124359     WRITE RPT-RECORD.
124362 3097-PRINT-ONE-MISSING-X.
124365     EXIT.
124368*
124371******************************************************************
124374*    3100-WRITE-LEDGER - POST THE RUN'S CLOSING TOTALS TO THE
124400*    PERIOD LEDGER AS TODAY'S DAILY RECORD.  THE LEDGER IS A
124410*    REQUIRED OUTPUT - A DAY THAT CANNOT BE WRITTEN IS
124420*    REPORTED AND FORCES A NON-ZERO CONDITION CODE SO THE
128240*
128300******************************************************************
128400*    3200-WRITE-GL-EXTRACT - WRITE THE GL INTERFACE FEED - ONE
128500*    DEBIT/CREDIT ENTRY PER MAPPED GL ACCOUNT AND CURRENCY,
128600*    THEN THE CONTROL TRAILER WITH THE ENTRY COUNT AND HASH.
128614*    THE DAY'S ACCOUNT TYPE/CURRENCY TALLY IS FIRST RE-CUT BY
128628*    THE GL MAP.  ANY TALLY WITH NO MAP ROW STOPS THE FEED -
128642*    GLINT IS OPENED AND CLOSED EMPTY, SO NEITHER A PARTIAL
128656*    FEED NOR A PRIOR DAY'S FILE CAN BE RELEASED, AND THE RUN
128670*    ENDS CODE 12.  A TALLY NETTING TO ZERO IS STILL MAPPED
128684*    BUT AN ACCOUNT NETTING TO ZERO WRITES NO ENTRY.
128700******************************************************************
128800 3200-WRITE-GL-EXTRACT.
128900     OPEN OUTPUT GLINT-FILE.
129000     MOVE ZERO TO WS-GL-ENTRY-COUNT.
129100     MOVE ZERO TO WS-GL-HASH-TOTAL.
129150     MOVE ZERO TO WS-GP-COUNT.
129200     ACCEPT WS-CURRENT-DATE FROM DATE.
129210*    THE GL EFFECTIVE DATE IS THE BUSINESS DATE THE RUN WAS
129220*    GIVEN, NOT THE MACHINE DATE AN OVERNIGHT RUN STARTED ON
129230     IF WS-EXPECTED-DATE NOT = SPACES
129240         MOVE WS-EXPECTED-DATE TO WS-CURRENT-DATE
129250     END-IF.
129290     PERFORM 3210-MAP-ONE-TALLY THRU 3210-MAP-ONE-TALLY-X
129330         VARYING WS-GLT-SUB FROM 1 BY 1
129370         UNTIL WS-GLT-SUB > WS-GT-COUNT.
129410     IF WS-GL-FEED-STOPPED
129450         MOVE WS-RPT-GLSTOP-LINE TO RPT-RECORD
129490         WRITE RPT-RECORD
129530         DISPLAY 'DL100 - GL FEED STOPPED - GLINT LEFT EMPTY - '
129570             'CORRECT THE GL MAP AND RERUN THE FEED'
129610         CLOSE GLINT-FILE
129650         GO TO 3200-WRITE-GL-EXT-X
129690     END-IF.
129730     PERFORM 3230-GL-ONE-ACCOUNT THRU 3230-GL-ONE-ACCOUNT-X
129770         VARYING WS-GLP-SUB FROM 1 BY 1
129810         UNTIL WS-GLP-SUB > WS-GP-COUNT.
129950     MOVE SPACES TO GL-TRAILER-RECORD.
130000     MOVE 'T' TO GL-RECORD-TYPE.
130100     MOVE WS-GL-ENTRY-COUNT TO GLT-ENTRY-COUNT.
130600     EXIT.
130700*
130800******************************************************************
130900*    3210-MAP-ONE-TALLY - LOOK UP ONE ACCOUNT TYPE/CURRENCY
131000*    TALLY ON THE GL MAP AND ROLL IT INTO ITS GL ACCOUNT ROW.
131050*    AN UNMAPPED TALLY IS PRINTED AND STOPS THE FEED.
131100******************************************************************
131200 3210-MAP-ONE-TALLY.
131213     MOVE 'N' TO WS-GLM-FOUND-SWITCH.
131226     MOVE 1 TO WS-GLM-SUB.
131239     PERFORM 3215-TEST-GL-MAP THRU 3215-TEST-GL-MAP-X
131252         UNTIL WS-GLM-SUB > WS-GM-COUNT
131265            OR WS-GLM-FOUND.
131278     IF NOT WS-GLM-FOUND
131291         MOVE 'Y' TO WS-GL-STOP-SWITCH
131304         MOVE WS-GT-TYPE (WS-GLT-SUB) TO WS-RPT-GLMAP-TYPE
131317         MOVE WS-GT-CURR (WS-GLT-SUB) TO WS-RPT-GLMAP-CURR
131330         MOVE WS-RPT-GLMAP-LINE TO RPT-RECORD
131343         WRITE RPT-RECORD
131356         DISPLAY 'DL100 - NO GL MAPPING FOR ACCOUNT TYPE '
131369             WS-GT-TYPE (WS-GLT-SUB) ' CURRENCY '
131382             WS-GT-CURR (WS-GLT-SUB)
131395         GO TO 3210-MAP-ONE-TALLY-X
131408     END-IF.
131421     MOVE 'N' TO WS-GLP-FOUND-SWITCH.
131434     MOVE 1 TO WS-GLP-SUB.
131447     PERFORM 3217-TEST-GL-POST THRU 3217-TEST-GL-POST-X
131460         UNTIL WS-GLP-SUB > WS-GP-COUNT
131473            OR WS-GLP-FOUND.
131486     IF NOT WS-GLP-FOUND AND WS-GP-COUNT < 30
131499         ADD 1 TO WS-GP-COUNT
131512         MOVE WS-GP-COUNT TO WS-GLP-SUB
131525         MOVE WS-GM-ACCOUNT (WS-GLM-SUB)
131538             TO WS-GP-ACCOUNT (WS-GLP-SUB)
131551         MOVE WS-GT-CURR (WS-GLT-SUB) TO WS-GP-CURR (WS-GLP-SUB)
131564         MOVE ZERO TO WS-GP-TOTAL (WS-GLP-SUB)
131577         MOVE 'Y' TO WS-GLP-FOUND-SWITCH
131590     END-IF.
131603     IF WS-GLP-FOUND
131616         ADD WS-GT-TOTAL (WS-GLT-SUB) TO WS-GP-TOTAL (WS-GLP-SUB)
131629     ELSE
131642         MOVE 'Y' TO WS-GL-STOP-SWITCH
131655         DISPLAY 'DL100 - GL ACCOUNT TABLE FULL AT '
131668             WS-GM-ACCOUNT (WS-GLM-SUB) ' - GL FEED STOPPED'
131681     END-IF.
131700 3210-MAP-ONE-TALLY-X.
131800     EXIT.
131804*
131808 3215-TEST-GL-MAP.
131812     IF WS-GM-TYPE (WS-GLM-SUB) = WS-GT-TYPE (WS-GLT-SUB)
131816        AND WS-GM-CURR (WS-GLM-SUB) = WS-GT-CURR (WS-GLT-SUB)
131820         MOVE 'Y' TO WS-GLM-FOUND-SWITCH
131824     ELSE
131828         ADD 1 TO WS-GLM-SUB
131832     END-IF.
131836 3215-TEST-GL-MAP-X.
131840     EXIT.
131844*
131848 3217-TEST-GL-POST.
131852     IF WS-GP-ACCOUNT (WS-GLP-SUB) = WS-GM-ACCOUNT (WS-GLM-SUB)
131856        AND WS-GP-CURR (WS-GLP-SUB) = WS-GT-CURR (WS-GLT-SUB)
131860         MOVE 'Y' TO WS-GLP-FOUND-SWITCH
131864     ELSE
131868         ADD 1 TO WS-GLP-SUB
131872     END-IF.
131876 3217-TEST-GL-POST-X.
131880     EXIT.
131900*
132000******************************************************************
132100*    3220-WRITE-GL-ENTRY - WRITE ONE GL ENTRY.  A NEGATIVE TOTAL
133900     WRITE GL-RECORD.
134000 3220-WRITE-GL-ENTRY-X.
134100     EXIT.
134106*
134112******************************************************************
134118*    3230-GL-ONE-ACCOUNT - STAGE ONE MAPPED GL ACCOUNT AND
134124*    CURRENCY FOR THE GL FEED
134130******************************************************************
134136 3230-GL-ONE-ACCOUNT.
134142     IF WS-GP-TOTAL (WS-GLP-SUB) = 0
134148         GO TO 3230-GL-ONE-ACCOUNT-X
134154     END-IF.
134160     MOVE WS-GP-TOTAL (WS-GLP-SUB) TO WS-GL-WORK-AMOUNT.
134166     MOVE WS-GP-CURR (WS-GLP-SUB) TO WS-GL-WORK-CURR.
134172     MOVE WS-GP-ACCOUNT (WS-GLP-SUB) TO WS-GL-WORK-ACCT.
134178     PERFORM 3220-WRITE-GL-ENTRY THRU 3220-WRITE-GL-ENTRY-X.
134184 3230-GL-ONE-ACCOUNT-X.
134190     EXIT.
134200*
134300******************************************************************
134400*    4000-RECONCILE - COMPARE THE BATCH TOTAL TO THE CONTROL
137700 4050-CHECK-TOLERANCE-X.
137800     EXIT.
137900*
137901******************************************************************
137902*    6000-DATE-TO-DAYS - TURN THE YYMMDD IN WS-CALC-DATE INTO A
137903*    DAY NUMBER IN WS-CALC-DAYS, COUNTING 01/01/2000 AS DAY 1.
137904*    EVERY YEAR DIVISIBLE BY FOUR IS A LEAP YEAR, WHICH HOLDS
137905*    FOR ALL OF 2000-2099.
137906******************************************************************
137907 6000-DATE-TO-DAYS.
137908     COMPUTE WS-CALC-DAYS = WS-CALC-YY * 365
137909         + WS-CUM-DAYS (WS-CALC-MM) + WS-CALC-DD.
137910*    ONE EXTRA DAY FOR EACH LEAP YEAR BEFORE THIS ONE
137911     ADD 3 WS-CALC-YY GIVING WS-CALC-WORK.
137912     DIVIDE WS-CALC-WORK BY 4 GIVING WS-LEAP-QUOT.
137913     ADD WS-LEAP-QUOT TO WS-CALC-DAYS.
137914*    AND ONE FOR THIS YEAR'S 29 FEBRUARY ONCE IT IS PAST
137915     DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
137916         REMAINDER WS-LEAP-REM.
137917     IF WS-LEAP-REM = 0 AND WS-CALC-MM > 2
137918         ADD 1 TO WS-CALC-DAYS
137919     END-IF.
137920 6000-DATE-TO-DAYS-X.
137921     EXIT.
137922*
137923******************************************************************
137924*    6100-DAY-OF-WEEK - WS-CALC-DATE'S DAY OF THE WEEK,
137925*    1 = MONDAY TO 7 = SUNDAY, FROM ITS DAY NUMBER IN
137926*    WS-CALC-DAYS.  DAY 1, 01/01/2000, WAS A SATURDAY.
137927******************************************************************
137928 6100-DAY-OF-WEEK.
137929     ADD 4 WS-CALC-DAYS GIVING WS-CALC-WORK.
137930     DIVIDE WS-CALC-WORK BY 7 GIVING WS-LEAP-QUOT
137931         REMAINDER WS-CALC-DAY-OF-WEEK.
137932     ADD 1 TO WS-CALC-DAY-OF-WEEK.
137933 6100-DAY-OF-WEEK-X.
137934     EXIT.
137935*
137936******************************************************************
137937*    6200-MONTH-END - THE LAST DAY OF WS-CALC-DATE'S MONTH.
137938*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY FOUR.
137939******************************************************************
137940 6200-MONTH-END.
137941     MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-CALC-MONTH-END-DD.
137942     IF WS-CALC-MM = 2
137943         DIVIDE WS-CALC-YY BY 4 GIVING WS-LEAP-QUOT
137944             REMAINDER WS-LEAP-REM
137945         IF WS-LEAP-REM = 0
137946             MOVE 29 TO WS-CALC-MONTH-END-DD
137947         END-IF
137948     END-IF.
137949 6200-MONTH-END-X.
137950     EXIT.
137951*
137952******************************************************************
137953*    6300-CHECK-BUSINESS-DAY - IS WS-CALC-DATE A BUSINESS DAY?
137954*    NOT IF IT IS NO REAL DATE, FALLS ON A SATURDAY OR SUNDAY
137955*    OR IS ON THE HOLIDAY CALENDAR.
137956******************************************************************
137957 6300-CHECK-BUSINESS-DAY.
137958     MOVE 'N' TO WS-BUS-DAY-SWITCH.
137959     IF WS-CALC-DATE IS NOT NUMERIC
137960        OR WS-CALC-MM < 1 OR WS-CALC-MM > 12
137961        OR WS-CALC-DD < 1
137962         GO TO 6300-CHECK-BUSINESS-DAY-X
137963     END-IF.
137964     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
137965     IF WS-CALC-DD > WS-CALC-MONTH-END-DD
137966         GO TO 6300-CHECK-BUSINESS-DAY-X
137967     END-IF.
137968     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-X.
137969     PERFORM 6100-DAY-OF-WEEK THRU 6100-DAY-OF-WEEK-X.
137970     IF WS-CALC-DAY-OF-WEEK > 5
137971         GO TO 6300-CHECK-BUSINESS-DAY-X
137972     END-IF.
137973     MOVE 'N' TO WS-HOL-FOUND-SWITCH.
137974     MOVE 1 TO WS-HOL-SUB.
137975     PERFORM 6310-TEST-HOLIDAY THRU 6310-TEST-HOLIDAY-X
137976         UNTIL WS-HOL-SUB > WS-HOL-COUNT
137977            OR WS-HOL-FOUND.
137978     IF NOT WS-HOL-FOUND
137979         MOVE 'Y' TO WS-BUS-DAY-SWITCH
137980     END-IF.
137981 6300-CHECK-BUSINESS-DAY-X.
137982     EXIT.
137983*
137984 6310-TEST-HOLIDAY.
137985     IF WS-HOL-DATE (WS-HOL-SUB) = WS-CALC-DATE
137986         MOVE 'Y' TO WS-HOL-FOUND-SWITCH
137987     ELSE
137988         ADD 1 TO WS-HOL-SUB
137989     END-IF.
137990 6310-TEST-HOLIDAY-X.
137991     EXIT.
137992*
137993******************************************************************
137994*    6400-NEXT-DATE - MOVE WS-CALC-DATE ON ONE CALENDAR DAY,
137995*    ROLLING OVER THE END OF THE MONTH AND OF THE YEAR
137996******************************************************************
137997 6400-NEXT-DATE.
137998     PERFORM 6200-MONTH-END THRU 6200-MONTH-END-X.
137999     IF WS-CALC-DD < WS-CALC-MONTH-END-DD
138000         ADD 1 TO WS-CALC-DD
138001     ELSE
138002         MOVE 1 TO WS-CALC-DD
138003         IF WS-CALC-MM < 12
138004             ADD 1 TO WS-CALC-MM
138005         ELSE
138006             MOVE 1 TO WS-CALC-MM
138007             ADD 1 TO WS-CALC-YY
138008         END-IF
138009     END-IF.
138010 6400-NEXT-DATE-X.
138011     EXIT.
138012*
138013******************************************************************
138100*    9000-TERMINATE - CLOSE FILES, SET THE CONDITION CODE THE
138150*    SCHEDULER WILL SEE, WRITE THE RUN-STATUS RECORD AND END
138200******************************************************************
139000     CLOSE POSTED-FILE.
139100     PERFORM 9050-CLEAR-CKPT THRU 9050-CLEAR-CKPT-X.
139110     MOVE ZERO TO WS-COND-CODE.
139120     IF WS-REJECT-COUNT > 0 OR WS-MISS-COUNT > 0
139130         MOVE 4 TO WS-COND-CODE
139140     END-IF.
139150     IF WS-RECON-BREAK
139160         MOVE 8 TO WS-COND-CODE
139170     END-IF.
139172     IF WS-LGR-FAILED OR WS-OUTPUT-OVERFLOW
139173        OR WS-GL-FEED-STOPPED
139174         MOVE 12 TO WS-COND-CODE
139176     END-IF.
139180     PERFORM 9100-WRITE-STATUS THRU 9100-WRITE-STATUS-X.
