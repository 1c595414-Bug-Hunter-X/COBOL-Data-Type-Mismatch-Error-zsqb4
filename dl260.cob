000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL260.
000300 AUTHOR.         R SHARMA.
000400 INSTALLATION.   DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DL260 - DAILY SECURITY VIOLATIONS REPORT
000900*
001000*    RUN AT THE END OF EACH DAY FOR AUDIT.  READS THE SECURITY
001100*    VIOLATIONS FILE DL100M, DL110, DL150, DL210 AND DL280M
001150*    WRITE WHEN THEY REFUSE AN OPERATOR ID, AND LISTS EVERY
001200*    REFUSAL DATED THE BUSINESS DATE - WHEN, WHICH PROGRAM,
001300*    WHICH ID, WHAT IT TRIED TO DO AND WHY IT WAS REFUSED -
001400*    WITH A COUNT BY REASON AT THE FOOT.  PARMIN'S BUSINESS
001500*    DATE, WHEN GIVEN, SELECTS THE DAY, SO AUDIT CAN REPRINT
001600*    AN EARLIER DAY.
001700*    CONDITION CODES:  00 NO VIOLATIONS, 04 VIOLATIONS LISTED,
001800*    16 RUN REFUSED.
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
003300     SELECT VIOLATION-FILE ASSIGN TO SECLOG
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-VIOL-STATUS.
003600     SELECT REPORT-FILE ASSIGN TO SECRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PARAMETER-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400     COPY DLPARMREC.
004500*
004600 FD  VIOLATION-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900     COPY DLSECREC.
005000*
005100 FD  REPORT-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DLSUMREC.
005500*
005600 WORKING-STORAGE SECTION.
005700*
005800 01  WS-STATUS-FIELDS.
005900     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
006000     05  WS-VIOL-STATUS          PIC X(02) VALUE '00'.
006100*
006200 01  WS-SWITCHES.
006300     05  WS-VIOL-EOF-SWITCH      PIC X(01) VALUE 'N'.
006400         88  WS-VIOL-EOF         VALUE 'Y'.
006500*
006600 01  WS-REPORT-FIELDS.
006700     05  WS-BUSINESS-DATE        PIC X(06) VALUE SPACES.
006800*
006900 01  WS-RUN-TOTALS.
007000     05  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
007100     05  WS-LISTED-COUNT         PIC 9(07) COMP VALUE 0.
007200     05  WS-UNKNOWN-COUNT        PIC 9(07) COMP VALUE 0.
007300     05  WS-REVOKED-COUNT        PIC 9(07) COMP VALUE 0.
007400     05  WS-NOT-AUTH-COUNT       PIC 9(07) COMP VALUE 0.
007500     05  WS-OVER-LIMIT-COUNT     PIC 9(07) COMP VALUE 0.
007600     05  WS-OTHER-COUNT          PIC 9(07) COMP VALUE 0.
007700*
007800 01  WS-RPT-HEADING-LINE.
007900     05  FILLER                  PIC X(25) VALUE SPACES.
008000     05  FILLER                  PIC X(30)
008100             VALUE 'SECURITY VIOLATIONS REPORT'.
008200     05  FILLER                  PIC X(25) VALUE SPACES.
008300*
008400 01  WS-RPT-DATE-LINE.
008500     05  FILLER                  PIC X(01) VALUE SPACES.
008600     05  FILLER                  PIC X(15)
008700             VALUE 'BUSINESS DATE:'.
008800     05  WS-RPT-BUS-DATE         PIC X(06).
008900     05  FILLER                  PIC X(58) VALUE SPACES.
009000*
009100 01  WS-RPT-COLHDR-LINE.
009200     05  FILLER                  PIC X(01) VALUE SPACES.
009300     05  FILLER                  PIC X(07) VALUE 'TIME'.
009400     05  FILLER                  PIC X(08) VALUE 'PROGRAM'.
009500     05  FILLER                  PIC X(09) VALUE 'OPERATOR'.
009600     05  FILLER                  PIC X(05) VALUE 'FUNC'.
009700     05  FILLER                  PIC X(05) VALUE 'RSN'.
009800     05  FILLER                  PIC X(11) VALUE 'ITEM KEY'.
009900     05  FILLER                  PIC X(13)
010000             VALUE '       AMOUNT'.
010100     05  FILLER                  PIC X(13)
010200             VALUE '        LIMIT'.
010300     05  FILLER                  PIC X(08) VALUE SPACES.
010400*
010500 01  WS-RPT-DETAIL-LINE.
010600     05  FILLER                  PIC X(01) VALUE SPACES.
010700     05  WS-RPT-TIME             PIC X(06).
010800     05  FILLER                  PIC X(01) VALUE SPACES.
010900     05  WS-RPT-PROGRAM-ID       PIC X(07).
011000     05  FILLER                  PIC X(01) VALUE SPACES.
011100     05  WS-RPT-OPERATOR-ID      PIC X(08).
011200     05  FILLER                  PIC X(01) VALUE SPACES.
011300     05  WS-RPT-FUNCTION         PIC X(04).
011400     05  FILLER                  PIC X(01) VALUE SPACES.
011500     05  WS-RPT-REASON           PIC X(04).
011600     05  FILLER                  PIC X(01) VALUE SPACES.
011700     05  WS-RPT-ITEM-KEY         PIC X(10).
011800     05  FILLER                  PIC X(01) VALUE SPACES.
011900     05  WS-RPT-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
012000     05  FILLER                  PIC X(01) VALUE SPACES.
012100     05  WS-RPT-LIMIT            PIC Z,ZZZ,ZZ9.99.
012200     05  FILLER                  PIC X(08) VALUE SPACES.
012300*
012400 01  WS-RPT-COUNT-LINE.
012500     05  FILLER                  PIC X(05) VALUE SPACES.
012600     05  WS-RPT-CNT-TITLE        PIC X(30).
012700     05  WS-RPT-CNT-VALUE        PIC Z,ZZZ,ZZ9.
012800     05  FILLER                  PIC X(36) VALUE SPACES.
012900*
013000 01  WS-RPT-NONE-LINE.
013100     05  FILLER                  PIC X(05) VALUE SPACES.
013200     05  FILLER                  PIC X(40)
013300             VALUE '*** NO SECURITY VIOLATIONS THIS DATE ***'.
013400     05  FILLER                  PIC X(35) VALUE SPACES.
013500*
013600 PROCEDURE DIVISION.
013700*
013800******************************************************************
013900*    0000-MAINLINE
014000******************************************************************
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014300     PERFORM 2000-CHECK-VIOLATION THRU 2000-CHECK-VIOLATION-X
014400         UNTIL WS-VIOL-EOF.
014500     PERFORM 3000-PRINT-TOTALS THRU 3000-PRINT-TOTALS-X.
014600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
014700     STOP RUN.
014800*
014900******************************************************************
015000*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND OPEN THE
015100*    FILES
015200******************************************************************
015300 1000-INITIALIZE.
015400     ACCEPT WS-BUSINESS-DATE FROM DATE.
015500     OPEN INPUT PARAMETER-FILE.
015600     IF WS-PARM-STATUS = '00'
015700         READ PARAMETER-FILE
015800             AT END
015900                 CONTINUE
016000         END-READ
016100         IF WS-PARM-STATUS = '00'
016200            AND PM-BUSINESS-DATE NOT = SPACES
016300             MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE
016400         END-IF
016500         CLOSE PARAMETER-FILE
016600     END-IF.
016700     OPEN INPUT VIOLATION-FILE.
016800     IF WS-VIOL-STATUS NOT = '00'
016900         DISPLAY 'DL260 - SECURITY VIOLATIONS FILE COULD NOT BE'
017000             ' OPENED - STATUS ' WS-VIOL-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     OPEN OUTPUT REPORT-FILE.
017500     MOVE WS-RPT-HEADING-LINE TO RPT-RECORD.
017600     WRITE RPT-RECORD.
017700     MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE.
017800     MOVE WS-RPT-DATE-LINE TO RPT-RECORD.
017900     WRITE RPT-RECORD.
018000     MOVE WS-RPT-COLHDR-LINE TO RPT-RECORD.
018100     WRITE RPT-RECORD.
018200     PERFORM 1100-READ-VIOLATION THRU 1100-READ-VIOLATION-X.
018300 1000-INITIALIZE-EXIT.
018400     EXIT.
018500*
018600******************************************************************
018700*    1100-READ-VIOLATION - READ THE NEXT LOGGED REFUSAL
018800******************************************************************
018900 1100-READ-VIOLATION.
019000     READ VIOLATION-FILE
019100         AT END
019200             MOVE 'Y' TO WS-VIOL-EOF-SWITCH.
019300     IF NOT WS-VIOL-EOF AND WS-VIOL-STATUS NOT = '00'
019400         MOVE 'Y' TO WS-VIOL-EOF-SWITCH
019500     END-IF.
019600 1100-READ-VIOLATION-X.
019700     EXIT.
019800*
019900******************************************************************
020000*    2000-CHECK-VIOLATION - LIST A REFUSAL DATED THE BUSINESS
020100*    DATE AND COUNT IT UNDER ITS REASON.  THE FILE IS KEPT IN
020200*    EXTEND MODE, SO EARLIER DAYS ARE PASSED OVER.
020300******************************************************************
020400 2000-CHECK-VIOLATION.
020500     ADD 1 TO WS-READ-COUNT.
020600     IF SV-VIOL-DATE NOT = WS-BUSINESS-DATE
020700         GO TO 2000-CHECK-NEXT
020800     END-IF.
020900     MOVE SPACES TO WS-RPT-DETAIL-LINE.
021000     MOVE SV-VIOL-TIME      TO WS-RPT-TIME.
021100     MOVE SV-PROGRAM-ID     TO WS-RPT-PROGRAM-ID.
021200     MOVE SV-OPERATOR-ID    TO WS-RPT-OPERATOR-ID.
021300     MOVE SV-FUNCTION       TO WS-RPT-FUNCTION.
021400     MOVE SV-REASON-CODE    TO WS-RPT-REASON.
021500     MOVE SV-ITEM-KEY       TO WS-RPT-ITEM-KEY.
021600     MOVE SV-AMOUNT         TO WS-RPT-AMOUNT.
021700     MOVE SV-APPROVAL-LIMIT TO WS-RPT-LIMIT.
021800     MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
021900     WRITE RPT-RECORD.
022000     ADD 1 TO WS-LISTED-COUNT.
022100     IF SV-UNKNOWN-ID
022200         ADD 1 TO WS-UNKNOWN-COUNT
022300     ELSE
022400     IF SV-REVOKED-ID
022500         ADD 1 TO WS-REVOKED-COUNT
022600     ELSE
022700     IF SV-NOT-AUTHORIZED
022800         ADD 1 TO WS-NOT-AUTH-COUNT
022900     ELSE
023000     IF SV-OVER-LIMIT
023100         ADD 1 TO WS-OVER-LIMIT-COUNT
023200     ELSE
023300         ADD 1 TO WS-OTHER-COUNT
023400     END-IF
023500     END-IF
023600     END-IF
023700     END-IF.
023800 2000-CHECK-NEXT.
023900     PERFORM 1100-READ-VIOLATION THRU 1100-READ-VIOLATION-X.
024000 2000-CHECK-VIOLATION-X.
024100     EXIT.
024200*
024300******************************************************************
024400*    3000-PRINT-TOTALS - COUNTS BY REASON AT THE FOOT OF THE
024500*    REPORT
024600******************************************************************
024700 3000-PRINT-TOTALS.
024800     IF WS-LISTED-COUNT = 0
024900         MOVE WS-RPT-NONE-LINE TO RPT-RECORD
025000         WRITE RPT-RECORD
025100     END-IF.
025200     MOVE 'LOG RECORDS READ:' TO WS-RPT-CNT-TITLE.
025300     MOVE WS-READ-COUNT TO WS-RPT-CNT-VALUE.
025400     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
025500     WRITE RPT-RECORD.
025600     MOVE 'VIOLATIONS THIS DATE:' TO WS-RPT-CNT-TITLE.
025700     MOVE WS-LISTED-COUNT TO WS-RPT-CNT-VALUE.
025800     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
025900     WRITE RPT-RECORD.
026000     MOVE '  UNKN - UNKNOWN ID:' TO WS-RPT-CNT-TITLE.
026100     MOVE WS-UNKNOWN-COUNT TO WS-RPT-CNT-VALUE.
026200     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
026300     WRITE RPT-RECORD.
026400     MOVE '  REVK - REVOKED ID:' TO WS-RPT-CNT-TITLE.
026500     MOVE WS-REVOKED-COUNT TO WS-RPT-CNT-VALUE.
026600     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
026700     WRITE RPT-RECORD.
026800     MOVE '  NAUT - NOT AUTHORIZED:' TO WS-RPT-CNT-TITLE.
026900     MOVE WS-NOT-AUTH-COUNT TO WS-RPT-CNT-VALUE.
027000     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
027100     WRITE RPT-RECORD.
027200     MOVE '  OVLM - OVER APPROVAL LIMIT:' TO WS-RPT-CNT-TITLE.
027300     MOVE WS-OVER-LIMIT-COUNT TO WS-RPT-CNT-VALUE.
027400     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
027500     WRITE RPT-RECORD.
027600     IF WS-OTHER-COUNT > 0
027700         MOVE '  OTHER REASON CODES:' TO WS-RPT-CNT-TITLE
027800         MOVE WS-OTHER-COUNT TO WS-RPT-CNT-VALUE
027900         MOVE WS-RPT-COUNT-LINE TO RPT-RECORD
028000         WRITE RPT-RECORD
028100     END-IF.
028200     IF WS-LISTED-COUNT > 0
028300         MOVE 4 TO RETURN-CODE
028400     END-IF.
028500 3000-PRINT-TOTALS-X.
028600     EXIT.
028700*
028800******************************************************************
028900*    9000-TERMINATE - CLOSE FILES AND END THE RUN
029000******************************************************************
029100 9000-TERMINATE.
029200     CLOSE VIOLATION-FILE.
029300     CLOSE REPORT-FILE.
029400 9000-TERMINATE-EXIT.
029500     EXIT.
