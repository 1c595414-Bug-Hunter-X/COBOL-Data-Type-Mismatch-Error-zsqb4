000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL250.
000300 AUTHOR.         R SHARMA.
000400 INSTALLATION.   DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DL250 - DAILY NEAR-LIMIT REPORT
000900*
001000*    RUN AFTER DL100 EACH DAY.  LISTS EVERY ACCOUNT WITH AN
001100*    ENFORCED OVERDRAFT LIMIT WHOSE DEBIT BALANCE (POSITIVE
001200*    AB-BALANCE) IS WITHIN THE REQUESTED PERCENTAGE OF THAT
001300*    LIMIT, SO THE ACCOUNT CAN BE FOLLOWED UP BEFORE DL100
001400*    STARTS REJECTING ITS DEBITS FOR INSUFFICIENT FUNDS.  AN
001500*    ACCOUNT ALREADY PAST ITS LIMIT - A LIMIT LOWERED ON DL150
001600*    BELOW THE BALANCE - IS LISTED AND MARKED 'OVER'.
001700*    CONDITION CODES:  00 CLEAN, 04 AN ACCOUNT IS PAST ITS
001800*    LIMIT, 16 RUN REFUSED.
001900*-----------------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    10/15/26   RFS   ORIGINAL PROGRAM.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
002700 OBJECT-COMPUTER.    IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PARAMETER-FILE ASSIGN TO PARMIN
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300     SELECT REQUEST-FILE ASSIGN TO LMTREQ
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-REQ-STATUS.
003600     SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS AB-ACCOUNT-NO
004000         FILE STATUS IS WS-ACCT-STATUS.
004100     SELECT REPORT-FILE ASSIGN TO LMTRPT
004200         ORGANIZATION IS SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PARAMETER-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900     COPY DLPARMREC.
005000*
005100 FD  REQUEST-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DLLRQREC.
005500*
005600 FD  ACCOUNT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DLACTREC.
005900*
006000 FD  REPORT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DLSUMREC.
006400*
006500 WORKING-STORAGE SECTION.
006600*
006700 01  WS-STATUS-FIELDS.
006800     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
006900     05  WS-REQ-STATUS           PIC X(02) VALUE '00'.
007000     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
007100*
007200 01  WS-SWITCHES.
007300     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
007400         88  WS-ACCT-EOF         VALUE 'Y'.
007500*
007600 01  WS-LIMIT-FIELDS.
007700     05  WS-BUSINESS-DATE        PIC X(06) VALUE SPACES.
007800     05  WS-WARN-PCT             PIC 9(03) VALUE 10.
007900     05  WS-WARN-LEVEL           PIC S9(9)V99 VALUE 0.
008000     05  WS-HEADROOM             PIC S9(9)V99 VALUE 0.
008100     05  WS-USED-PCT             PIC S9(5)V9 VALUE 0.
008200*
008300 01  WS-RUN-TOTALS.
008400     05  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
008500     05  WS-LIMITED-COUNT        PIC 9(07) COMP VALUE 0.
008600     05  WS-NEAR-COUNT           PIC 9(07) COMP VALUE 0.
008700     05  WS-OVER-COUNT           PIC 9(07) COMP VALUE 0.
008800     05  WS-NEAR-BALANCE         PIC S9(9)V99 VALUE 0.
008900     05  WS-NEAR-LIMIT-TOTAL     PIC S9(9)V99 VALUE 0.
009000*
009100 01  WS-RPT-HEADING-LINE.
009200     05  FILLER                  PIC X(25) VALUE SPACES.
009300     05  FILLER                  PIC X(30)
009400             VALUE 'ACCOUNTS NEAR OVERDRAFT LIMIT'.
009500     05  FILLER                  PIC X(25) VALUE SPACES.
009600*
009700 01  WS-RPT-CRITERIA-LINE.
009800     05  FILLER                  PIC X(01) VALUE SPACES.
009900     05  FILLER                  PIC X(15)
010000             VALUE 'BUSINESS DATE:'.
010100     05  WS-RPT-BUS-DATE         PIC X(06).
010200     05  FILLER                  PIC X(03) VALUE SPACES.
010300     05  FILLER                  PIC X(30)
010400             VALUE 'DEBIT BALANCE WITHIN'.
010500     05  WS-RPT-PCT              PIC ZZ9.
010600     05  FILLER                  PIC X(22)
010700             VALUE ' PERCENT OF LIMIT'.
010800*
010900 01  WS-RPT-COLHDR-LINE.
011000     05  FILLER                  PIC X(01) VALUE SPACES.
011100     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
011200     05  FILLER                  PIC X(21) VALUE 'NAME'.
011300     05  FILLER                  PIC X(03) VALUE 'TY'.
011400     05  FILLER                  PIC X(13)
011500             VALUE '      BALANCE'.
011600     05  FILLER                  PIC X(13)
011700             VALUE '        LIMIT'.
011800     05  FILLER                  PIC X(08) VALUE '   USED%'.
011900     05  FILLER                  PIC X(11) VALUE SPACES.
012000*
012100 01  WS-RPT-DETAIL-LINE.
012200     05  FILLER                  PIC X(01) VALUE SPACES.
012300     05  WS-RPT-ACCOUNT-NO       PIC X(08).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  WS-RPT-ACCOUNT-NAME     PIC X(20).
012600     05  FILLER                  PIC X(01) VALUE SPACES.
012700     05  WS-RPT-ACCT-TYPE        PIC X(02).
012800     05  FILLER                  PIC X(01) VALUE SPACES.
012900     05  WS-RPT-BALANCE          PIC Z,ZZZ,ZZ9.99-.
013000     05  WS-RPT-LIMIT            PIC Z,ZZZ,ZZ9.99.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  WS-RPT-USED-PCT         PIC ZZZZ9.9.
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  WS-RPT-OVER-FLAG        PIC X(04).
013500     05  FILLER                  PIC X(05) VALUE SPACES.
013600*
013700 01  WS-RPT-COUNT-LINE.
013800     05  FILLER                  PIC X(05) VALUE SPACES.
013900     05  WS-RPT-CNT-TITLE        PIC X(30).
014000     05  WS-RPT-CNT-VALUE        PIC Z,ZZZ,ZZ9.
014100     05  FILLER                  PIC X(36) VALUE SPACES.
014200*
014300 01  WS-RPT-TOTAL-LINE.
014400     05  FILLER                  PIC X(05) VALUE SPACES.
014500     05  WS-RPT-TOT-TITLE        PIC X(30).
014600     05  WS-RPT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
014700     05  FILLER                  PIC X(30) VALUE SPACES.
014800*
014900 PROCEDURE DIVISION.
015000*
015100******************************************************************
015200*    0000-MAINLINE
015300******************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015600     PERFORM 2000-CHECK-ACCOUNT THRU 2000-CHECK-ACCOUNT-X
015700         UNTIL WS-ACCT-EOF.
015800     PERFORM 3000-PRINT-TOTALS THRU 3000-PRINT-TOTALS-X.
015900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
016000     STOP RUN.
016100*
016200******************************************************************
016300*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND THE
016400*    WARNING PERCENTAGE AND OPEN THE FILES
016500******************************************************************
016600 1000-INITIALIZE.
016700     ACCEPT WS-BUSINESS-DATE FROM DATE.
016800     OPEN INPUT PARAMETER-FILE.
016900     IF WS-PARM-STATUS = '00'
017000         READ PARAMETER-FILE
017100             AT END
017200                 CONTINUE
017300         END-READ
017400         IF WS-PARM-STATUS = '00'
017500            AND PM-BUSINESS-DATE NOT = SPACES
017600             MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE
017700         END-IF
017800         CLOSE PARAMETER-FILE
017900     END-IF.
018000     OPEN INPUT REQUEST-FILE.
018100     IF WS-REQ-STATUS = '00'
018200         READ REQUEST-FILE
018300             AT END
018400                 CONTINUE
018500         END-READ
018600         IF WS-REQ-STATUS = '00'
018700            AND LQ-WARN-PCT IS NUMERIC
018800            AND LQ-WARN-PCT > 0
018900            AND LQ-WARN-PCT NOT > 100
019000             MOVE LQ-WARN-PCT TO WS-WARN-PCT
019100         END-IF
019200         CLOSE REQUEST-FILE
019300     END-IF.
019400     OPEN INPUT ACCOUNT-FILE.
019500     IF WS-ACCT-STATUS NOT = '00'
019600         DISPLAY 'DL250 - ACCOUNT MASTER COULD NOT BE OPENED'
019700             ' - STATUS ' WS-ACCT-STATUS
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF.
020100     OPEN OUTPUT REPORT-FILE.
020200     MOVE WS-RPT-HEADING-LINE TO RPT-RECORD.
020300     WRITE RPT-RECORD.
020400     MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE.
020500     MOVE WS-WARN-PCT TO WS-RPT-PCT.
020600     MOVE WS-RPT-CRITERIA-LINE TO RPT-RECORD.
020700     WRITE RPT-RECORD.
020800     MOVE WS-RPT-COLHDR-LINE TO RPT-RECORD.
020900     WRITE RPT-RECORD.
021000     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
021100 1000-INITIALIZE-EXIT.
021200     EXIT.
021300*
021400******************************************************************
021500*    1100-READ-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD
021600******************************************************************
021700 1100-READ-ACCOUNT.
021800     READ ACCOUNT-FILE
021900         AT END
022000             MOVE 'Y' TO WS-ACCT-EOF-SWITCH.
022100     IF NOT WS-ACCT-EOF AND WS-ACCT-STATUS NOT = '00'
022200         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
022300     END-IF.
022400 1100-READ-ACCOUNT-X.
022500     EXIT.
022600*
022700******************************************************************
022800*    2000-CHECK-ACCOUNT - AN ACCOUNT WITH AN ENFORCED LIMIT IS
022900*    NEAR IT WHEN ITS HEADROOM (LIMIT LESS DEBIT BALANCE) IS
023000*    NO MORE THAN THE WARNING PERCENTAGE OF THE LIMIT.  AN
023100*    ACCOUNT IN CREDIT, OR AT ZERO, HAS DRAWN NOTHING AND IS
023200*    NEVER NEAR, WHATEVER ITS LIMIT.  CLOSED ACCOUNTS ARE
023300*    PASSED OVER.
023400******************************************************************
023500 2000-CHECK-ACCOUNT.
023600     ADD 1 TO WS-READ-COUNT.
023700     IF AB-IS-CLOSED OR NOT AB-HAS-OD-LIMIT
023800         GO TO 2000-CHECK-NEXT
023900     END-IF.
024000     ADD 1 TO WS-LIMITED-COUNT.
024100     IF AB-BALANCE NOT > 0
024200         GO TO 2000-CHECK-NEXT
024300     END-IF.
024400     COMPUTE WS-WARN-LEVEL ROUNDED =
024500         AB-OD-LIMIT * WS-WARN-PCT / 100.
024600     COMPUTE WS-HEADROOM = AB-OD-LIMIT - AB-BALANCE.
024700     IF WS-HEADROOM > WS-WARN-LEVEL
024800         GO TO 2000-CHECK-NEXT
024900     END-IF.
025000     PERFORM 2100-LIST-ACCOUNT THRU 2100-LIST-ACCOUNT-X.
025100 2000-CHECK-NEXT.
025200     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
025300 2000-CHECK-ACCOUNT-X.
025400     EXIT.
025500*
025600******************************************************************
025700*    2100-LIST-ACCOUNT - PRINT ONE NEAR-LIMIT ACCOUNT WITH THE
025800*    SHARE OF ITS LIMIT ALREADY USED
025900******************************************************************
026000 2100-LIST-ACCOUNT.
026100     MOVE SPACES TO WS-RPT-DETAIL-LINE.
026200     MOVE AB-ACCOUNT-NO TO WS-RPT-ACCOUNT-NO.
026300     MOVE AB-ACCOUNT-NAME TO WS-RPT-ACCOUNT-NAME.
026400     MOVE AB-ACCOUNT-TYPE TO WS-RPT-ACCT-TYPE.
026500     MOVE AB-BALANCE TO WS-RPT-BALANCE.
026600     MOVE AB-OD-LIMIT TO WS-RPT-LIMIT.
026700     IF AB-OD-LIMIT > 0
026800         COMPUTE WS-USED-PCT ROUNDED =
026900             AB-BALANCE * 100 / AB-OD-LIMIT
027000             ON SIZE ERROR
027100                 MOVE 99999.9 TO WS-USED-PCT
027200         END-COMPUTE
027300     ELSE
027400         MOVE 99999.9 TO WS-USED-PCT
027500     END-IF.
027600     MOVE WS-USED-PCT TO WS-RPT-USED-PCT.
027700     IF WS-HEADROOM < 0
027800         MOVE 'OVER' TO WS-RPT-OVER-FLAG
027900         ADD 1 TO WS-OVER-COUNT
028000     END-IF.
028100     ADD 1 TO WS-NEAR-COUNT.
028200     ADD AB-BALANCE TO WS-NEAR-BALANCE.
028300     ADD AB-OD-LIMIT TO WS-NEAR-LIMIT-TOTAL.
028400     MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
028500     WRITE RPT-RECORD.
028600 2100-LIST-ACCOUNT-X.
028700     EXIT.
028800*
028900******************************************************************
029000*    3000-PRINT-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT
029100******************************************************************
029200 3000-PRINT-TOTALS.
029300     MOVE 'ACCOUNTS READ:' TO WS-RPT-CNT-TITLE.
029400     MOVE WS-READ-COUNT TO WS-RPT-CNT-VALUE.
029500     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
029600     WRITE RPT-RECORD.
029700     MOVE 'WITH AN ENFORCED LIMIT:' TO WS-RPT-CNT-TITLE.
029800     MOVE WS-LIMITED-COUNT TO WS-RPT-CNT-VALUE.
029900     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
030000     WRITE RPT-RECORD.
030100     MOVE 'NEAR OR PAST LIMIT:' TO WS-RPT-CNT-TITLE.
030200     MOVE WS-NEAR-COUNT TO WS-RPT-CNT-VALUE.
030300     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
030400     WRITE RPT-RECORD.
030500     MOVE 'PAST LIMIT:' TO WS-RPT-CNT-TITLE.
030600     MOVE WS-OVER-COUNT TO WS-RPT-CNT-VALUE.
030700     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
030800     WRITE RPT-RECORD.
030900     MOVE 'BALANCES LISTED:' TO WS-RPT-TOT-TITLE.
031000     MOVE WS-NEAR-BALANCE TO WS-RPT-TOT-AMOUNT.
031100     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
031200     WRITE RPT-RECORD.
031300     MOVE 'LIMITS LISTED:' TO WS-RPT-TOT-TITLE.
031400     MOVE WS-NEAR-LIMIT-TOTAL TO WS-RPT-TOT-AMOUNT.
031500     MOVE WS-RPT-TOTAL-LINE TO RPT-RECORD.
031600     WRITE RPT-RECORD.
031700     IF WS-OVER-COUNT > 0
031800         MOVE 4 TO RETURN-CODE
031900     END-IF.
032000 3000-PRINT-TOTALS-X.
032100     EXIT.
032200*
032300******************************************************************
032400*    9000-TERMINATE - CLOSE FILES AND END THE RUN
032500******************************************************************
032600 9000-TERMINATE.
032700     CLOSE ACCOUNT-FILE.
032800     CLOSE REPORT-FILE.
032900 9000-TERMINATE-EXIT.
033000     EXIT.
