000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL240.
000300 AUTHOR.         R SHARMA.
000400 INSTALLATION.   DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DL240 - DORMANT ACCOUNT DETECTION
000900*
001000*    PERIODIC RUN OVER THE ACCOUNT MASTER.  AN OPEN ACCOUNT
001100*    WITH NO ACTIVITY FOR THE REQUESTED NUMBER OF MONTHS IS
001200*    MARKED DORMANT (STATUS 'D').  ITS LAST ACTIVITY IS
001300*    AB-LAST-TRAN-DATE, OR THE OPENED DATE FOR AN ACCOUNT
001400*    THAT HAS NEVER POSTED.  FROM THEN ON DL100 HOLDS ANY
001500*    POSTING TO IT ON THE EXCEPTION FILE FOR REVIEW UNTIL
001600*    DL150 REACTIVATES IT.
001700*    THE REPORT LISTS EVERY DORMANT ACCOUNT - THOSE MARKED BY
001800*    THIS RUN FLAGGED 'NEW' - WITH ITS BALANCE.  A DORMANT
001900*    ACCOUNT IN CREDIT HOLDS CUSTOMER MONEY AND IS LISTED AS
002000*    AN UNCLAIMED-PROPERTY CANDIDATE.  A REPORT-ONLY REQUEST
002100*    PRINTS WHAT WOULD BE MARKED WITHOUT CHANGING THE MASTER.
002200*    CONDITION CODES:  00 CLEAN, 16 RUN REFUSED.
002300*-----------------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    10/15/26   RFS   ORIGINAL PROGRAM.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARAMETER-FILE ASSIGN TO PARMIN
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-PARM-STATUS.
003700     SELECT REQUEST-FILE ASSIGN TO DRMREQ
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-REQ-STATUS.
004000     SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS AB-ACCOUNT-NO
004400         FILE STATUS IS WS-ACCT-STATUS.
004500     SELECT REPORT-FILE ASSIGN TO DRMRPT
004600         ORGANIZATION IS SEQUENTIAL.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PARAMETER-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DLPARMREC.
005400*
005500 FD  REQUEST-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DLDRQREC.
005900*
006000 FD  ACCOUNT-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DLACTREC.
006300*
006400 FD  REPORT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DLSUMREC.
006800*
006900 WORKING-STORAGE SECTION.
007000*
007100 01  WS-STATUS-FIELDS.
007200     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
007300     05  WS-REQ-STATUS           PIC X(02) VALUE '00'.
007400     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
007500*
007600 01  WS-SWITCHES.
007700     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
007800         88  WS-ACCT-EOF         VALUE 'Y'.
007900     05  WS-REPORT-ONLY-SWITCH   PIC X(01) VALUE 'N'.
008000         88  WS-REPORT-ONLY      VALUE 'Y'.
008100     05  WS-NEW-DORMANT-SWITCH   PIC X(01) VALUE 'N'.
008200         88  WS-NEW-DORMANT      VALUE 'Y'.
008300*
008400 01  WS-DATE-FIELDS.
008500     05  WS-BUSINESS-DATE.
008600         10  WS-BUS-YY           PIC 9(02).
008700         10  WS-BUS-MM           PIC 9(02).
008800         10  WS-BUS-DD           PIC X(02).
008900     05  WS-CUTOFF-DATE.
009000         10  WS-CUT-YY           PIC 9(02).
009100         10  WS-CUT-MM           PIC 9(02).
009200         10  WS-CUT-DD           PIC X(02).
009300     05  WS-LAST-ACTIVITY        PIC X(06).
009400     05  WS-DORMANT-MONTHS       PIC 9(03) VALUE 12.
009500     05  WS-MONTH-NO             PIC S9(05) COMP VALUE 0.
009600     05  WS-MONTH-YEARS          PIC S9(05) COMP VALUE 0.
009700     05  WS-MONTH-REM            PIC S9(05) COMP VALUE 0.
009800*
009900 01  WS-RUN-TOTALS.
010000     05  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
010100     05  WS-NEW-COUNT            PIC 9(07) COMP VALUE 0.
010200     05  WS-DORMANT-COUNT        PIC 9(07) COMP VALUE 0.
010300     05  WS-CANDIDATE-COUNT      PIC 9(07) COMP VALUE 0.
010400     05  WS-REWRITE-FAIL-COUNT   PIC 9(07) COMP VALUE 0.
010500     05  WS-DORMANT-BALANCE      PIC S9(9)V99 VALUE 0.
010600     05  WS-CANDIDATE-BALANCE    PIC S9(9)V99 VALUE 0.
010700*
010800 01  WS-RPT-HEADING-LINE.
010900     05  FILLER                  PIC X(20) VALUE SPACES.
011000     05  FILLER                  PIC X(40)
011100             VALUE 'DORMANCY AND UNCLAIMED PROPERTY REPORT'.
011200     05  FILLER                  PIC X(20) VALUE SPACES.
011300*
011400 01  WS-RPT-CRITERIA-LINE.
011500     05  FILLER                  PIC X(01) VALUE SPACES.
011600     05  FILLER                  PIC X(15)
011700             VALUE 'BUSINESS DATE:'.
011800     05  WS-RPT-BUS-DATE         PIC X(06).
011900     05  FILLER                  PIC X(03) VALUE SPACES.
012000     05  FILLER                  PIC X(24)
012100             VALUE 'NO ACTIVITY SINCE BEFORE'.
012200     05  FILLER                  PIC X(01) VALUE SPACES.
012300     05  WS-RPT-CUTOFF           PIC X(06).
012400     05  FILLER                  PIC X(02) VALUE ' ('.
012500     05  WS-RPT-MONTHS           PIC ZZ9.
012600     05  FILLER                  PIC X(08) VALUE ' MONTHS)'.
012700     05  FILLER                  PIC X(11) VALUE SPACES.
012800*
012900 01  WS-RPT-MODE-LINE.
013000     05  FILLER                  PIC X(01) VALUE SPACES.
013100     05  FILLER                  PIC X(50) VALUE
013200       'REPORT ONLY - NO ACCOUNT HAS BEEN MARKED DORMANT'.
013300     05  FILLER                  PIC X(29) VALUE SPACES.
013400*
013500 01  WS-RPT-COLHDR-LINE.
013600     05  FILLER                  PIC X(01) VALUE SPACES.
013700     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
013800     05  FILLER                  PIC X(21) VALUE 'NAME'.
013900     05  FILLER                  PIC X(04) VALUE 'TY'.
014000     05  FILLER                  PIC X(08) VALUE 'LAST ACT'.
014100     05  FILLER                  PIC X(15)
014200             VALUE '      BALANCE'.
014300     05  FILLER                  PIC X(05) VALUE 'NEW'.
014400     05  FILLER                  PIC X(09) VALUE 'UNCLAIMED'.
014500     05  FILLER                  PIC X(07) VALUE SPACES.
014600*
014700 01  WS-RPT-DETAIL-LINE.
014800     05  FILLER                  PIC X(01) VALUE SPACES.
014900     05  WS-RPT-ACCOUNT-NO       PIC X(08).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  WS-RPT-ACCOUNT-NAME     PIC X(20).
015200     05  FILLER                  PIC X(01) VALUE SPACES.
015300     05  WS-RPT-ACCT-TYPE        PIC X(02).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  WS-RPT-LAST-ACT         PIC X(06).
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  WS-RPT-BALANCE          PIC Z,ZZZ,ZZ9.99-.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  WS-RPT-NEW-FLAG         PIC X(03).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  WS-RPT-CAND-FLAG        PIC X(09).
016200     05  FILLER                  PIC X(07) VALUE SPACES.
016300*
016400 01  WS-RPT-COUNT-LINE.
016500     05  FILLER                  PIC X(05) VALUE SPACES.
016600     05  WS-RPT-CNT-TITLE        PIC X(30).
016700     05  WS-RPT-CNT-VALUE        PIC Z,ZZZ,ZZ9.
016800     05  FILLER                  PIC X(36) VALUE SPACES.
016900*
017000 01  WS-RPT-TOTAL-LINE.
017100     05  FILLER                  PIC X(05) VALUE SPACES.
017200     05  WS-RPT-TOT-TITLE        PIC X(30).
017300     05  WS-RPT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
017400     05  FILLER                  PIC X(30) VALUE SPACES.
017500*
017600 PROCEDURE DIVISION.
017700*
017800******************************************************************
017900*    0000-MAINLINE
018000******************************************************************
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018300     PERFORM 2000-CHECK-ACCOUNT THRU 2000-CHECK-ACCOUNT-X
018400         UNTIL WS-ACCT-EOF.
018500     PERFORM 3000-PRINT-TOTALS THRU 3000-PRINT-TOTALS-X.
018600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
018700     STOP RUN.
018800*
018900******************************************************************
019000*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND THE
019100*    REQUEST, WORK OUT THE CUT-OFF DATE AND OPEN THE FILES
019200******************************************************************
019300 1000-INITIALIZE.
019400     PERFORM 1010-READ-PARMS THRU 1010-READ-PARMS-X.
019500     PERFORM 1020-READ-REQUEST THRU 1020-READ-REQUEST-X.
019600     PERFORM 1030-SET-CUTOFF THRU 1030-SET-CUTOFF-X.
019700     IF WS-REPORT-ONLY
019800         OPEN INPUT ACCOUNT-FILE
019900     ELSE
020000         OPEN I-O ACCOUNT-FILE
020100     END-IF.
020200     IF WS-ACCT-STATUS NOT = '00'
020300         DISPLAY 'DL240 - ACCOUNT MASTER COULD NOT BE OPENED'
020400             ' - STATUS ' WS-ACCT-STATUS
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     OPEN OUTPUT REPORT-FILE.
020900     MOVE WS-RPT-HEADING-LINE TO RPT-RECORD.
021000     WRITE RPT-RECORD.
021100     MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE.
021200     MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF.
021300     MOVE WS-DORMANT-MONTHS TO WS-RPT-MONTHS.
021400     MOVE WS-RPT-CRITERIA-LINE TO RPT-RECORD.
021500     WRITE RPT-RECORD.
021600     IF WS-REPORT-ONLY
021700         MOVE WS-RPT-MODE-LINE TO RPT-RECORD
021800         WRITE RPT-RECORD
021900     END-IF.
022000     MOVE WS-RPT-COLHDR-LINE TO RPT-RECORD.
022100     WRITE RPT-RECORD.
022200     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
022300 1000-INITIALIZE-EXIT.
022400     EXIT.
022500*
022600******************************************************************
022700*    1010-READ-PARMS - THE BUSINESS DATE FROM DL100'S
022800*    PARAMETER RECORD.  NO PARAMETER FILE MEANS THE MACHINE
022900*    DATE.
023000******************************************************************
023100 1010-READ-PARMS.
023200     ACCEPT WS-BUSINESS-DATE FROM DATE.
023300     OPEN INPUT PARAMETER-FILE.
023400     IF WS-PARM-STATUS = '00'
023500         READ PARAMETER-FILE
023600             AT END
023700                 CONTINUE
023800         END-READ
023900         IF WS-PARM-STATUS = '00'
024000            AND PM-BUSINESS-DATE NOT = SPACES
024100             MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE
024200         END-IF
024300         CLOSE PARAMETER-FILE
024400     END-IF.
024500     IF WS-BUS-YY IS NOT NUMERIC OR WS-BUS-MM IS NOT NUMERIC
024600         DISPLAY 'DL240 - BUSINESS DATE ' WS-BUSINESS-DATE
024700             ' IS NOT VALID - RUN REFUSED'
024800         MOVE 16 TO RETURN-CODE
024900         STOP RUN
025000     END-IF.
025100 1010-READ-PARMS-X.
025200     EXIT.
025300*
025400******************************************************************
025500*    1020-READ-REQUEST - THE INACTIVITY THRESHOLD IN MONTHS AND
025600*    THE RUN MODE.  NO REQUEST MEANS TWELVE MONTHS, MARKING.
025700******************************************************************
025800 1020-READ-REQUEST.
025900     OPEN INPUT REQUEST-FILE.
026000     IF WS-REQ-STATUS = '00'
026100         READ REQUEST-FILE
026200             AT END
026300                 CONTINUE
026400         END-READ
026500         IF WS-REQ-STATUS = '00'
026600             IF DQ-MONTHS IS NUMERIC AND DQ-MONTHS > 0
026700                 MOVE DQ-MONTHS TO WS-DORMANT-MONTHS
026800             END-IF
026900             IF DQ-REPORT-ONLY
027000                 MOVE 'Y' TO WS-REPORT-ONLY-SWITCH
027100             END-IF
027200         END-IF
027300         CLOSE REQUEST-FILE
027400     END-IF.
027500 1020-READ-REQUEST-X.
027600     EXIT.
027700*
027800******************************************************************
027900*    1030-SET-CUTOFF - STEP BACK THE REQUESTED NUMBER OF MONTHS
028000*    FROM THE BUSINESS DATE.  AN ACCOUNT WHOSE LAST ACTIVITY
028100*    IS BEFORE THE CUT-OFF HAS BEEN INACTIVE THAT LONG.
028200******************************************************************
028300 1030-SET-CUTOFF.
028400     COMPUTE WS-MONTH-NO = (WS-BUS-YY * 12) + WS-BUS-MM - 1
028500         - WS-DORMANT-MONTHS.
028600     IF WS-MONTH-NO < 0
028700         MOVE 0 TO WS-MONTH-NO
028800     END-IF.
028900     DIVIDE WS-MONTH-NO BY 12 GIVING WS-MONTH-YEARS
029000         REMAINDER WS-MONTH-REM.
029100     MOVE WS-MONTH-YEARS TO WS-CUT-YY.
029200     COMPUTE WS-CUT-MM = WS-MONTH-REM + 1.
029300     MOVE WS-BUS-DD TO WS-CUT-DD.
029400 1030-SET-CUTOFF-X.
029500     EXIT.
029600*
029700******************************************************************
029800*    1100-READ-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD
029900******************************************************************
030000 1100-READ-ACCOUNT.
030100     READ ACCOUNT-FILE
030200         AT END
030300             MOVE 'Y' TO WS-ACCT-EOF-SWITCH.
030400     IF NOT WS-ACCT-EOF AND WS-ACCT-STATUS NOT = '00'
030500         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
030600     END-IF.
030700 1100-READ-ACCOUNT-X.
030800     EXIT.
030900*
031000******************************************************************
031100*    2000-CHECK-ACCOUNT - MARK AN OPEN ACCOUNT DORMANT IF IT
031200*    HAS BEEN INACTIVE PAST THE CUT-OFF, AND LIST EVERY
031300*    DORMANT ACCOUNT.  CLOSED ACCOUNTS ARE PASSED OVER.
031400******************************************************************
031500 2000-CHECK-ACCOUNT.
031600     ADD 1 TO WS-READ-COUNT.
031700     MOVE 'N' TO WS-NEW-DORMANT-SWITCH.
031800     IF AB-IS-OPEN
031900         MOVE AB-LAST-TRAN-DATE TO WS-LAST-ACTIVITY
032000         IF WS-LAST-ACTIVITY = SPACES
032100             MOVE AB-OPENED-DATE TO WS-LAST-ACTIVITY
032200         END-IF
032300         IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
032400             MOVE 'Y' TO WS-NEW-DORMANT-SWITCH
032500         END-IF
032600     END-IF.
032700     IF WS-NEW-DORMANT AND NOT WS-REPORT-ONLY
032800         PERFORM 2100-MARK-DORMANT THRU 2100-MARK-DORMANT-X
032900     END-IF.
033000     IF WS-NEW-DORMANT OR AB-IS-DORMANT
033100         PERFORM 2200-LIST-DORMANT THRU 2200-LIST-DORMANT-X
033200     END-IF.
033300     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
033400 2000-CHECK-ACCOUNT-X.
033500     EXIT.
033600*
033700******************************************************************
033800*    2100-MARK-DORMANT - REWRITE THE ACCOUNT WITH STATUS 'D'.
033900*    A FAILED REWRITE LEAVES THE ACCOUNT OPEN AND SAYS SO.
034000******************************************************************
034100 2100-MARK-DORMANT.
034200     MOVE 'D' TO AB-STATUS.
034300     REWRITE AB-RECORD.
034400     IF WS-ACCT-STATUS NOT = '00'
034500         DISPLAY 'DL240 - ACCOUNT ' AB-ACCOUNT-NO ' NOT '
034600             'MARKED DORMANT - STATUS ' WS-ACCT-STATUS
034700         ADD 1 TO WS-REWRITE-FAIL-COUNT
034800         MOVE 'O' TO AB-STATUS
034900         MOVE 'N' TO WS-NEW-DORMANT-SWITCH
035000     END-IF.
035100 2100-MARK-DORMANT-X.
035200     EXIT.
035300*
035400******************************************************************
035500*    2200-LIST-DORMANT - PRINT ONE DORMANT ACCOUNT.  A CREDIT
035600*    BALANCE (NEGATIVE ON THE MASTER) IS MONEY OWED TO THE
035700*    CUSTOMER AND MAKES THE ACCOUNT AN UNCLAIMED-PROPERTY
035800*    CANDIDATE.
035900******************************************************************
036000 2200-LIST-DORMANT.
036100     MOVE SPACES TO WS-RPT-DETAIL-LINE.
036200     MOVE AB-ACCOUNT-NO TO WS-RPT-ACCOUNT-NO.
036300     MOVE AB-ACCOUNT-NAME TO WS-RPT-ACCOUNT-NAME.
036400     MOVE AB-ACCOUNT-TYPE TO WS-RPT-ACCT-TYPE.
036500     IF AB-LAST-TRAN-DATE = SPACES
036600         MOVE AB-OPENED-DATE TO WS-RPT-LAST-ACT
036700     ELSE
036800         MOVE AB-LAST-TRAN-DATE TO WS-RPT-LAST-ACT
036900     END-IF.
037000     MOVE AB-BALANCE TO WS-RPT-BALANCE.
037100     ADD 1 TO WS-DORMANT-COUNT.
037200     ADD AB-BALANCE TO WS-DORMANT-BALANCE.
037300     IF WS-NEW-DORMANT
037400         MOVE 'NEW' TO WS-RPT-NEW-FLAG
037500         ADD 1 TO WS-NEW-COUNT
037600     END-IF.
037700     IF AB-BALANCE < 0
037800         MOVE 'CANDIDATE' TO WS-RPT-CAND-FLAG
037900         ADD 1 TO WS-CANDIDATE-COUNT
038000         ADD AB-BALANCE TO WS-CANDIDATE-BALANCE
038100     END-IF.
038200     MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
038300     WRITE RPT-RECORD.
038400 2200-LIST-DORMANT-X.
038500     EXIT.
038600*
038700******************************************************************
038800*    3000-PRINT-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT
038900******************************************************************
039000 3000-PRINT-TOTALS.
039100     MOVE 'ACCOUNTS READ:' TO WS-RPT-CNT-TITLE.
039200     MOVE WS-READ-COUNT TO WS-RPT-CNT-VALUE.
039300     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
039400     WRITE RPT-RECORD.
039500     IF WS-REPORT-ONLY
039600         MOVE 'WOULD BE MARKED DORMANT:' TO WS-RPT-CNT-TITLE
039700     ELSE
039800         MOVE 'MARKED DORMANT THIS RUN:' TO WS-RPT-CNT-TITLE
039900     END-IF.
040000     MOVE WS-NEW-COUNT TO WS-RPT-CNT-VALUE.
040100     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
040200     WRITE RPT-RECORD.
040300     IF WS-REWRITE-FAIL-COUNT > 0
040400         MOVE 'NOT MARKED - REWRITE FAILED:' TO WS-RPT-CNT-TITLE
040500         MOVE WS-REWRITE-FAIL-COUNT TO WS-RPT-CNT-VALUE
040600         MOVE WS-RPT-COUNT-LINE TO RPT-RECORD
040700         WRITE RPT-RECORD
040800     END-IF.
040900     MOVE 'DORMANT ACCOUNTS LISTED:' TO WS-RPT-CNT-TITLE.
041000     MOVE WS-DORMANT-COUNT TO WS-RPT-CNT-VALUE.
041100     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
041200     WRITE RPT-RECORD.
041300     MOVE 'DORMANT BALANCES (NET):' TO WS-RPT-TOT-TITLE.
041400     MOVE WS-DORMANT-BALANCE TO WS-RPT-TOT-AMOUNT.
041500     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
041600     WRITE RPT-RECORD.
041700     MOVE 'UNCLAIMED CANDIDATES:' TO WS-RPT-CNT-TITLE.
041800     MOVE WS-CANDIDATE-COUNT TO WS-RPT-CNT-VALUE.
041900     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
042000     WRITE RPT-RECORD.
042100     MOVE 'UNCLAIMED CANDIDATE BALANCES:' TO WS-RPT-TOT-TITLE.
042200     MOVE WS-CANDIDATE-BALANCE TO WS-RPT-TOT-AMOUNT.
042300     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
042400     WRITE RPT-RECORD.
042500 3000-PRINT-TOTALS-X.
042600     EXIT.
042700*
042800******************************************************************
042900*    9000-TERMINATE - CLOSE FILES AND END THE RUN
043000******************************************************************
043100 9000-TERMINATE.
043200     CLOSE ACCOUNT-FILE.
043300     CLOSE REPORT-FILE.
043400 9000-TERMINATE-EXIT.
043500     EXIT.
