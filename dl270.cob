000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL270.
000300 AUTHOR.         R SHARMA.
000400 INSTALLATION.   DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DL270 - DAILY TRIAL BALANCE BY ACCOUNT TYPE
000900*
001000*    RUN AT THE END OF THE DAY, AFTER DL100.  SUMS THE ACCOUNT
001100*    MASTER BY AB-ACCOUNT-TYPE - NUMBER OF ACCOUNTS, DEBIT
001200*    BALANCES (POSITIVE AB-BALANCE), CREDIT BALANCES (NEGATIVE
001300*    AB-BALANCE, PRINTED AS A POSITIVE FIGURE) AND THE NET -
001400*    SO A MOVE IN THE MASTER CAN BE PINNED TO A PRODUCT, WHICH
001500*    THE ONE GRAND SUM ON THE DL190 SNAPSHOT CANNOT DO.
001600*    THE PROGRAM KEEPS ITS OWN DATED HISTORY FILE.  THE LATEST
001700*    DATE BEFORE THE BUSINESS DATE IS THE PRIOR DAY; EVERY
001800*    TYPE'S POSTED MOVEMENT FROM PSTTRAN SINCE THAT DAY (UP TO
001900*    AND INCLUDING THE BUSINESS DATE) IS SET AGAINST THE
002000*    CHANGE IN ITS NET BALANCE, AND A TYPE WHOSE MOVEMENT DOES
002100*    NOT EXPLAIN ITS CHANGE IS FLAGGED.  THE ACCOUNTS ARE
002200*    WORKED IN BATCHES OF 500, EACH WITH ONE SCAN OF THE
002300*    POSTED FILE, AS ON DL140.
002400*    THE NEW HISTORY FILE IS THE OLD ONE, LESS ANY RECORDS
002500*    FOR THE BUSINESS DATE OR LATER, PLUS TODAY'S RECORDS -
002600*    SO A RERUN REPLACES THE DAY RATHER THAN ADDING TO IT.
002700*    CONDITION CODES:  00 CLEAN, 08 A TYPE IS FLAGGED OR THE
002800*    TYPE TABLE OVERFLOWED, 16 RUN REFUSED.
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
004300     SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS AB-ACCOUNT-NO
004700         FILE STATUS IS WS-ACCT-STATUS.
004800     SELECT POSTED-FILE ASSIGN TO PSTTRAN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS PS-TRANS-KEY
005200         FILE STATUS IS WS-PSTD-STATUS.
005300     SELECT HISTORY-FILE ASSIGN TO TBHIST
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-HIST-STATUS.
005600     SELECT NEW-HISTORY-FILE ASSIGN TO TBHNEW
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-HNEW-STATUS.
005900     SELECT REPORT-FILE ASSIGN TO TBRPT
006000         ORGANIZATION IS SEQUENTIAL.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARAMETER-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DLPARMREC.
006800*
006900 FD  ACCOUNT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DLACTREC.
007200*
007300 FD  POSTED-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DLPSTREC.
007600*
007700 FD  HISTORY-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DLTBHREC.
008100*
008200 FD  NEW-HISTORY-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  HN-RECORD                   PIC X(80).
008600*
008700 FD  REPORT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY DLSUMREC.
009100*
009200 WORKING-STORAGE SECTION.
009300*
009400 01  WS-STATUS-FIELDS.
009500     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
009600     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
009700     05  WS-PSTD-STATUS          PIC X(02) VALUE '00'.
009800     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
009900     05  WS-HNEW-STATUS          PIC X(02) VALUE '00'.
010000*
010100 01  WS-SWITCHES.
010200     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
010300         88  WS-ACCT-EOF         VALUE 'Y'.
010400     05  WS-PSTD-EOF-SWITCH      PIC X(01) VALUE 'N'.
010500         88  WS-PSTD-EOF         VALUE 'Y'.
010600     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
010700         88  WS-HIST-EOF         VALUE 'Y'.
010800     05  WS-PRIOR-SWITCH         PIC X(01) VALUE 'N'.
010900         88  WS-PRIOR-FOUND      VALUE 'Y'.
011000     05  WS-BAT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
011100         88  WS-BAT-FOUND        VALUE 'Y'.
011200     05  WS-TYPE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
011300         88  WS-TYPE-FOUND       VALUE 'Y'.
011400     05  WS-TYPE-FULL-SWITCH     PIC X(01) VALUE 'N'.
011500         88  WS-TYPE-TABLE-FULL  VALUE 'Y'.
011530     05  WS-TYPE-STOP-SWITCH     PIC X(01) VALUE 'N'.
011560         88  WS-TYPE-PASSED      VALUE 'Y'.
011600*
011700 01  WS-DATE-FIELDS.
011800     05  WS-BUSINESS-DATE        PIC X(06) VALUE SPACES.
011900     05  WS-PRIOR-DATE           PIC X(06) VALUE SPACES.
012000*
012100 01  WS-BATCH-FIELDS.
012200     05  WS-BATCH-COUNT          PIC 9(03) COMP VALUE 0.
012300     05  WS-FND-SUB              PIC 9(03) COMP VALUE 0.
012400*
012500 01  WS-BATCH-TABLE.
012600     05  WS-BATCH-ENTRY OCCURS 500 TIMES.
012700         10  WS-BT-ACCOUNT-NO    PIC X(08).
012800         10  WS-BT-ACCOUNT-TYPE  PIC X(02).
012900*
013000*    ONE ENTRY PER ACCOUNT TYPE, KEPT IN TYPE ORDER FOR THE
013100*    REPORT.  THE PRIOR COLUMNS COME FROM THE HISTORY FILE.
013200 01  WS-TYPE-FIELDS.
013300     05  WS-TT-COUNT             PIC 9(03) COMP VALUE 0.
013400     05  WS-TT-SUB               PIC 9(03) COMP VALUE 0.
013500     05  WS-SHF-SUB              PIC S9(03) COMP VALUE 0.
013600     05  WS-WORK-TYPE            PIC X(02) VALUE SPACES.
013700*
013800 01  WS-TYPE-TABLE.
013900     05  WS-TT-ENTRY OCCURS 50 TIMES.
014000         10  WS-TT-TYPE          PIC X(02).
014100         10  WS-TT-ACCT-COUNT    PIC 9(07) COMP.
014200         10  WS-TT-DEBITS        PIC S9(11)V99.
014300         10  WS-TT-CREDITS       PIC S9(11)V99.
014400         10  WS-TT-NET           PIC S9(11)V99.
014500         10  WS-TT-MOVEMENT      PIC S9(11)V99.
014600         10  WS-TT-PRIOR-NET     PIC S9(11)V99.
014700*
014800 01  WS-WORK-FIELDS.
014900     05  WS-CHANGE               PIC S9(11)V99 VALUE 0.
015000     05  WS-DIFFERENCE           PIC S9(11)V99 VALUE 0.
015200*
015300 01  WS-RUN-TOTALS.
015400     05  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
015500     05  WS-PSTD-COUNT           PIC 9(07) COMP VALUE 0.
015600     05  WS-FLAG-COUNT           PIC 9(03) COMP VALUE 0.
015700     05  WS-TOT-DEBITS           PIC S9(11)V99 VALUE 0.
015800     05  WS-TOT-CREDITS          PIC S9(11)V99 VALUE 0.
015900     05  WS-TOT-NET              PIC S9(11)V99 VALUE 0.
016000     05  WS-TOT-PRIOR            PIC S9(11)V99 VALUE 0.
016100     05  WS-TOT-MOVEMENT         PIC S9(11)V99 VALUE 0.
016200     05  WS-TOT-DIFFERENCE       PIC S9(11)V99 VALUE 0.
016300*
016400 01  WS-RPT-HEADING-LINE.
016500     05  FILLER                  PIC X(20) VALUE SPACES.
016600     05  FILLER                  PIC X(40)
016700             VALUE 'DAILY TRIAL BALANCE BY ACCOUNT TYPE'.
016800     05  FILLER                  PIC X(20) VALUE SPACES.
016900*
017000 01  WS-RPT-DATE-LINE.
017100     05  FILLER                  PIC X(01) VALUE SPACES.
017200     05  FILLER                  PIC X(15)
017300             VALUE 'BUSINESS DATE:'.
017400     05  WS-RPT-BUS-DATE         PIC X(06).
017500     05  FILLER                  PIC X(05) VALUE SPACES.
017600     05  FILLER                  PIC X(12)
017700             VALUE 'PRIOR DATE:'.
017800     05  WS-RPT-PRIOR-DATE       PIC X(06).
017900     05  FILLER                  PIC X(35) VALUE SPACES.
018000*
018100 01  WS-RPT-SECTION-LINE.
018200     05  FILLER                  PIC X(01) VALUE SPACES.
018300     05  WS-RPT-SECTION-TITLE    PIC X(50).
018400     05  FILLER                  PIC X(29) VALUE SPACES.
018500*
018600 01  WS-RPT-BAL-HDR-LINE.
018700     05  FILLER                  PIC X(01) VALUE SPACES.
018800     05  FILLER                  PIC X(04) VALUE 'TY'.
018900     05  FILLER                  PIC X(09) VALUE ' ACCOUNTS'.
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  FILLER                  PIC X(15)
019200             VALUE 'DEBIT BALANCES'.
019300     05  FILLER                  PIC X(01) VALUE SPACES.
019400     05  FILLER                  PIC X(15)
019500             VALUE 'CREDIT BALANCES'.
019600     05  FILLER                  PIC X(01) VALUE SPACES.
019700     05  FILLER                  PIC X(15)
019800             VALUE '    NET BALANCE'.
019900     05  FILLER                  PIC X(17) VALUE SPACES.
020000*
020100 01  WS-RPT-BAL-LINE.
020200     05  FILLER                  PIC X(01) VALUE SPACES.
020300     05  WS-RPT-BAL-TYPE         PIC X(04).
020400     05  WS-RPT-BAL-COUNT        PIC Z,ZZZ,ZZ9.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  WS-RPT-BAL-DEBITS       PIC ZZZ,ZZZ,ZZ9.99-.
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  WS-RPT-BAL-CREDITS      PIC ZZZ,ZZZ,ZZ9.99-.
020900     05  FILLER                  PIC X(01) VALUE SPACES.
021000     05  WS-RPT-BAL-NET          PIC ZZZ,ZZZ,ZZ9.99-.
021100     05  FILLER                  PIC X(17) VALUE SPACES.
021200*
021300 01  WS-RPT-MOV-HDR-LINE.
021400     05  FILLER                  PIC X(01) VALUE SPACES.
021500     05  FILLER                  PIC X(04) VALUE 'TY'.
021600     05  FILLER                  PIC X(15)
021700             VALUE '      PRIOR NET'.
021800     05  FILLER                  PIC X(01) VALUE SPACES.
021900     05  FILLER                  PIC X(15)
022000             VALUE '  POSTED MOVE'.
022100     05  FILLER                  PIC X(01) VALUE SPACES.
022200     05  FILLER                  PIC X(15)
022300             VALUE '      TODAY NET'.
022400     05  FILLER                  PIC X(01) VALUE SPACES.
022500     05  FILLER                  PIC X(15)
022600             VALUE '     DIFFERENCE'.
022700     05  FILLER                  PIC X(12) VALUE SPACES.
022800*
022900 01  WS-RPT-MOV-LINE.
023000     05  FILLER                  PIC X(01) VALUE SPACES.
023100     05  WS-RPT-MOV-TYPE         PIC X(04).
023200     05  WS-RPT-MOV-PRIOR        PIC ZZZ,ZZZ,ZZ9.99-.
023300     05  FILLER                  PIC X(01) VALUE SPACES.
023400     05  WS-RPT-MOV-POSTED       PIC ZZZ,ZZZ,ZZ9.99-.
023500     05  FILLER                  PIC X(01) VALUE SPACES.
023600     05  WS-RPT-MOV-TODAY        PIC ZZZ,ZZZ,ZZ9.99-.
023700     05  FILLER                  PIC X(01) VALUE SPACES.
023800     05  WS-RPT-MOV-DIFF         PIC ZZZ,ZZZ,ZZ9.99-.
023900     05  FILLER                  PIC X(01) VALUE SPACES.
024000     05  WS-RPT-MOV-FLAG         PIC X(11).
024100*
024200 01  WS-RPT-COUNT-LINE.
024300     05  FILLER                  PIC X(05) VALUE SPACES.
024400     05  WS-RPT-CNT-TITLE        PIC X(30).
024500     05  WS-RPT-CNT-VALUE        PIC Z,ZZZ,ZZ9.
024600     05  FILLER                  PIC X(36) VALUE SPACES.
024700*
024800 01  WS-RPT-NOTE-LINE.
024900     05  FILLER                  PIC X(05) VALUE SPACES.
025000     05  WS-RPT-NOTE-TEXT        PIC X(60).
025100     05  FILLER                  PIC X(15) VALUE SPACES.
025200*
025300 PROCEDURE DIVISION.
025400*
025500******************************************************************
025600*    0000-MAINLINE
025700******************************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
026000     PERFORM 1500-READ-HISTORY THRU 1500-READ-HISTORY-X.
026100     PERFORM 2000-PROCESS-BATCH THRU 2000-PROCESS-BATCH-X
026200         UNTIL WS-ACCT-EOF.
026300     PERFORM 3000-WRITE-HISTORY THRU 3000-WRITE-HISTORY-X.
026400     PERFORM 4000-PRINT-BALANCES THRU 4000-PRINT-BALANCES-X.
026500     PERFORM 5000-PRINT-MOVEMENT THRU 5000-PRINT-MOVEMENT-X.
026600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
026700     STOP RUN.
026800*
026900******************************************************************
027000*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND OPEN THE
027100*    FILES.  THE MASTER IS PROVED BEFORE THE NEW HISTORY IS
027200*    OPENED, SO A REFUSED RUN LEAVES NO PART-WRITTEN HISTORY.
027300******************************************************************
027400 1000-INITIALIZE.
027500     ACCEPT WS-BUSINESS-DATE FROM DATE.
027600     OPEN INPUT PARAMETER-FILE.
027700     IF WS-PARM-STATUS = '00'
027800         READ PARAMETER-FILE
027900             AT END
028000                 CONTINUE
028100         END-READ
028200         IF WS-PARM-STATUS = '00'
028300            AND PM-BUSINESS-DATE NOT = SPACES
028400             MOVE PM-BUSINESS-DATE TO WS-BUSINESS-DATE
028500         END-IF
028600         CLOSE PARAMETER-FILE
028700     END-IF.
028800     OPEN INPUT ACCOUNT-FILE.
028900     IF WS-ACCT-STATUS NOT = '00'
029000         DISPLAY 'DL270 - ACCOUNT MASTER COULD NOT BE OPENED'
029100             ' - STATUS ' WS-ACCT-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     OPEN OUTPUT NEW-HISTORY-FILE.
029600     IF WS-HNEW-STATUS NOT = '00'
029700         DISPLAY 'DL270 - NEW HISTORY FILE COULD NOT BE OPENED'
029800             ' - STATUS ' WS-HNEW-STATUS
029900         CLOSE ACCOUNT-FILE
030000         MOVE 16 TO RETURN-CODE
030100         STOP RUN
030200     END-IF.
030300     OPEN OUTPUT REPORT-FILE.
030400     MOVE WS-RPT-HEADING-LINE TO RPT-RECORD.
030500     WRITE RPT-RECORD.
030600     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
030700 1000-INITIALIZE-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100*    1100-READ-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD
031200******************************************************************
031300 1100-READ-ACCOUNT.
031400     READ ACCOUNT-FILE
031500         AT END
031600             MOVE 'Y' TO WS-ACCT-EOF-SWITCH.
031700     IF NOT WS-ACCT-EOF AND WS-ACCT-STATUS NOT = '00'
031800         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
031900     END-IF.
032000 1100-READ-ACCOUNT-X.
032100     EXIT.
032200*
032300******************************************************************
032400*    1500-READ-HISTORY - CARRY THE HISTORY FORWARD AND PICK UP
032500*    THE PRIOR DAY.  THE FILE IS IN DATE ORDER, SO EACH NEWER
032600*    DATE FOUND REPLACES THE PRIOR FIGURES TAKEN SO FAR.  NO
032700*    HISTORY FILE (THE FIRST EVER RUN) LEAVES NO PRIOR DAY.
032800******************************************************************
032900 1500-READ-HISTORY.
033000     OPEN INPUT HISTORY-FILE.
033100     IF WS-HIST-STATUS NOT = '00'
033200         GO TO 1500-READ-HISTORY-X
033300     END-IF.
033400     PERFORM 1510-READ-ONE-HISTORY THRU 1510-READ-ONE-HIST-X
033500         UNTIL WS-HIST-EOF.
033600     CLOSE HISTORY-FILE.
033700 1500-READ-HISTORY-X.
033800     EXIT.
033900*
034000 1510-READ-ONE-HISTORY.
034100     READ HISTORY-FILE
034200         AT END
034300             MOVE 'Y' TO WS-HIST-EOF-SWITCH.
034400     IF NOT WS-HIST-EOF AND WS-HIST-STATUS NOT = '00'
034500         MOVE 'Y' TO WS-HIST-EOF-SWITCH
034600     END-IF.
034700     IF WS-HIST-EOF
034800        OR TB-HIST-DATE NOT < WS-BUSINESS-DATE
034900         GO TO 1510-READ-ONE-HIST-X
035000     END-IF.
035100     MOVE TB-RECORD TO HN-RECORD.
035200     WRITE HN-RECORD.
035300     IF TB-HIST-DATE NOT = WS-PRIOR-DATE
035400         MOVE TB-HIST-DATE TO WS-PRIOR-DATE
035500         MOVE 'Y' TO WS-PRIOR-SWITCH
035600         PERFORM 1520-CLEAR-PRIOR THRU 1520-CLEAR-PRIOR-X
035700             VARYING WS-TT-SUB FROM 1 BY 1
035800             UNTIL WS-TT-SUB > WS-TT-COUNT
035900     END-IF.
036000     MOVE TB-ACCOUNT-TYPE TO WS-WORK-TYPE.
036100     PERFORM 7000-FIND-TYPE THRU 7000-FIND-TYPE-X.
036200     IF WS-TYPE-FOUND
036300         MOVE TB-NET-BALANCE TO WS-TT-PRIOR-NET (WS-TT-SUB)
036400     END-IF.
036500 1510-READ-ONE-HIST-X.
036600     EXIT.
036700*
036800 1520-CLEAR-PRIOR.
036900     MOVE ZERO TO WS-TT-PRIOR-NET (WS-TT-SUB).
037000 1520-CLEAR-PRIOR-X.
037100     EXIT.
037200*
037300******************************************************************
037400*    2000-PROCESS-BATCH - TABLE THE NEXT 500 ACCOUNTS, ADDING
037500*    EACH ONE'S BALANCE TO ITS TYPE, THEN ONE SCAN OF THE
037600*    POSTED FILE PICKS UP THE BATCH'S MOVEMENT BY TYPE
037700******************************************************************
037800 2000-PROCESS-BATCH.
037900     MOVE ZERO TO WS-BATCH-COUNT.
038000     PERFORM 2030-LOAD-ONE-ACCOUNT THRU 2030-LOAD-ONE-ACCT-X
038100         UNTIL WS-ACCT-EOF
038200            OR WS-BATCH-COUNT = 500.
038300     IF WS-BATCH-COUNT > 0
038400         PERFORM 2100-SUM-POSTED THRU 2100-SUM-POSTED-EXIT
038500     END-IF.
038600 2000-PROCESS-BATCH-X.
038700     EXIT.
038800*
038900 2030-LOAD-ONE-ACCOUNT.
039000     ADD 1 TO WS-READ-COUNT.
039100     ADD 1 TO WS-BATCH-COUNT.
039200     MOVE AB-ACCOUNT-NO TO WS-BT-ACCOUNT-NO (WS-BATCH-COUNT).
039300     MOVE AB-ACCOUNT-TYPE
039400         TO WS-BT-ACCOUNT-TYPE (WS-BATCH-COUNT).
039500     MOVE AB-ACCOUNT-TYPE TO WS-WORK-TYPE.
039600     PERFORM 7000-FIND-TYPE THRU 7000-FIND-TYPE-X.
039700     IF WS-TYPE-FOUND
039800         ADD 1 TO WS-TT-ACCT-COUNT (WS-TT-SUB)
039900         ADD AB-BALANCE TO WS-TT-NET (WS-TT-SUB)
040000         IF AB-BALANCE > 0
040100             ADD AB-BALANCE TO WS-TT-DEBITS (WS-TT-SUB)
040200         ELSE
040300             SUBTRACT AB-BALANCE FROM WS-TT-CREDITS (WS-TT-SUB)
040400         END-IF
040500     END-IF.
040600     PERFORM 1100-READ-ACCOUNT THRU 1100-READ-ACCOUNT-X.
040700 2030-LOAD-ONE-ACCT-X.
040800     EXIT.
040900*
041000******************************************************************
041100*    2100-SUM-POSTED - ONE SCAN OF THE POSTED FILE FOR THE
041200*    WHOLE BATCH.  A POSTING COUNTS WHEN IT IS DATED AFTER THE
041300*    PRIOR DAY AND NO LATER THAN THE BUSINESS DATE - WITH NO
041400*    PRIOR DAY, ONLY THE BUSINESS DATE ITSELF.
041500******************************************************************
041600 2100-SUM-POSTED.
041700     MOVE 'N' TO WS-PSTD-EOF-SWITCH.
041800     OPEN INPUT POSTED-FILE.
041900     IF WS-PSTD-STATUS NOT = '00'
042000         MOVE 'Y' TO WS-PSTD-EOF-SWITCH
042100     END-IF.
042200     PERFORM 2110-SUM-ONE-POSTED THRU 2110-SUM-ONE-POSTED-X
042300         UNTIL WS-PSTD-EOF.
042400     IF WS-PSTD-STATUS = '00' OR WS-PSTD-STATUS = '10'
042500         CLOSE POSTED-FILE
042600     END-IF.
042700 2100-SUM-POSTED-EXIT.
042800     EXIT.
042900*
043000 2110-SUM-ONE-POSTED.
043100     READ POSTED-FILE
043200         AT END
043300             MOVE 'Y' TO WS-PSTD-EOF-SWITCH.
043400     IF NOT WS-PSTD-EOF AND WS-PSTD-STATUS NOT = '00'
043500         MOVE 'Y' TO WS-PSTD-EOF-SWITCH
043600     END-IF.
043700     IF WS-PSTD-EOF
043800        OR PS-ACCOUNT-NO = SPACES
043900        OR PS-POST-DATE > WS-BUSINESS-DATE
044000         GO TO 2110-SUM-ONE-POSTED-X
044100     END-IF.
044200     IF WS-PRIOR-FOUND
044300         IF PS-POST-DATE NOT > WS-PRIOR-DATE
044400             GO TO 2110-SUM-ONE-POSTED-X
044500         END-IF
044600     ELSE
044700         IF PS-POST-DATE NOT = WS-BUSINESS-DATE
044800             GO TO 2110-SUM-ONE-POSTED-X
044900         END-IF
045000     END-IF.
045100     PERFORM 2120-FIND-BATCH-ACCT THRU 2120-FIND-BATCH-X.
045200     IF WS-BAT-FOUND
045300         MOVE WS-BT-ACCOUNT-TYPE (WS-FND-SUB) TO WS-WORK-TYPE
045400         PERFORM 7000-FIND-TYPE THRU 7000-FIND-TYPE-X
045500         IF WS-TYPE-FOUND
045600             ADD PS-AMOUNT TO WS-TT-MOVEMENT (WS-TT-SUB)
045700             ADD 1 TO WS-PSTD-COUNT
045800         END-IF
045900     END-IF.
046000 2110-SUM-ONE-POSTED-X.
046100     EXIT.
046200*
046300******************************************************************
046400*    2120-FIND-BATCH-ACCT - LOCATE THE POSTED RECORD'S ACCOUNT
046500*    IN THE BATCH TABLE.  THE TABLE IS IN KEY ORDER, SO AN
046600*    ACCOUNT OUTSIDE THE BATCH'S SPAN IS REJECTED AT ONCE.
046700******************************************************************
046800 2120-FIND-BATCH-ACCT.
046900     MOVE 'N' TO WS-BAT-FOUND-SWITCH.
047000     IF PS-ACCOUNT-NO < WS-BT-ACCOUNT-NO (1)
047100        OR PS-ACCOUNT-NO > WS-BT-ACCOUNT-NO (WS-BATCH-COUNT)
047200         GO TO 2120-FIND-BATCH-X
047300     END-IF.
047400     MOVE 1 TO WS-FND-SUB.
047500     PERFORM 2130-TEST-BATCH-ACCT THRU 2130-TEST-BATCH-X
047600         UNTIL WS-FND-SUB > WS-BATCH-COUNT
047700            OR WS-BAT-FOUND.
047800 2120-FIND-BATCH-X.
047900     EXIT.
048000*
048100 2130-TEST-BATCH-ACCT.
048200     IF WS-BT-ACCOUNT-NO (WS-FND-SUB) = PS-ACCOUNT-NO
048300         MOVE 'Y' TO WS-BAT-FOUND-SWITCH
048400     ELSE
048500         ADD 1 TO WS-FND-SUB
048600     END-IF.
048700 2130-TEST-BATCH-X.
048800     EXIT.
048900*
049000******************************************************************
049100*    3000-WRITE-HISTORY - ADD TODAY'S FIGURES FOR EVERY TYPE
049200*    STILL CARRYING ACCOUNTS TO THE NEW HISTORY FILE
049300******************************************************************
049400 3000-WRITE-HISTORY.
049500     PERFORM 3010-WRITE-ONE-TYPE THRU 3010-WRITE-ONE-TYPE-X
049600         VARYING WS-TT-SUB FROM 1 BY 1
049700         UNTIL WS-TT-SUB > WS-TT-COUNT.
049800 3000-WRITE-HISTORY-X.
049900     EXIT.
050000*
050100 3010-WRITE-ONE-TYPE.
050200     IF WS-TT-ACCT-COUNT (WS-TT-SUB) = 0
050300         GO TO 3010-WRITE-ONE-TYPE-X
050400     END-IF.
050500     MOVE SPACES TO TB-RECORD.
050600     MOVE WS-BUSINESS-DATE TO TB-HIST-DATE.
050700     MOVE WS-TT-TYPE (WS-TT-SUB) TO TB-ACCOUNT-TYPE.
050800     MOVE WS-TT-ACCT-COUNT (WS-TT-SUB) TO TB-ACCOUNT-COUNT.
050900     MOVE WS-TT-DEBITS (WS-TT-SUB) TO TB-DEBIT-TOTAL.
051000     MOVE WS-TT-CREDITS (WS-TT-SUB) TO TB-CREDIT-TOTAL.
051100     MOVE WS-TT-NET (WS-TT-SUB) TO TB-NET-BALANCE.
051200     MOVE WS-TT-MOVEMENT (WS-TT-SUB) TO TB-MOVEMENT.
051300     MOVE TB-RECORD TO HN-RECORD.
051400     WRITE HN-RECORD.
051500 3010-WRITE-ONE-TYPE-X.
051600     EXIT.
051700*
051800******************************************************************
051900*    4000-PRINT-BALANCES - THE TRIAL BALANCE ITSELF - EVERY
052000*    TYPE WITH ACCOUNTS ON THE MASTER, WITH A TOTAL LINE
052100******************************************************************
052200 4000-PRINT-BALANCES.
052300     MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE.
052400     IF WS-PRIOR-FOUND
052500         MOVE WS-PRIOR-DATE TO WS-RPT-PRIOR-DATE
052600     ELSE
052700         MOVE 'NONE' TO WS-RPT-PRIOR-DATE
052800     END-IF.
052900     MOVE WS-RPT-DATE-LINE TO RPT-RECORD.
053000     WRITE RPT-RECORD.
053100     MOVE 'BALANCES BY ACCOUNT TYPE' TO WS-RPT-SECTION-TITLE.
053200     MOVE WS-RPT-SECTION-LINE TO RPT-RECORD.
053300     WRITE RPT-RECORD.
053400     MOVE WS-RPT-BAL-HDR-LINE TO RPT-RECORD.
053500     WRITE RPT-RECORD.
053600     PERFORM 4010-PRINT-ONE-BALANCE THRU 4010-PRINT-ONE-BAL-X
053700         VARYING WS-TT-SUB FROM 1 BY 1
053800         UNTIL WS-TT-SUB > WS-TT-COUNT.
053900     MOVE SPACES TO WS-RPT-BAL-LINE.
054000     MOVE 'ALL' TO WS-RPT-BAL-TYPE.
054100     MOVE WS-READ-COUNT TO WS-RPT-BAL-COUNT.
054200     MOVE WS-TOT-DEBITS TO WS-RPT-BAL-DEBITS.
054300     MOVE WS-TOT-CREDITS TO WS-RPT-BAL-CREDITS.
054400     MOVE WS-TOT-NET TO WS-RPT-BAL-NET.
054500     MOVE WS-RPT-BAL-LINE TO RPT-RECORD.
054600     WRITE RPT-RECORD.
054700 4000-PRINT-BALANCES-X.
054800     EXIT.
054900*
055000 4010-PRINT-ONE-BALANCE.
055100     IF WS-TT-ACCT-COUNT (WS-TT-SUB) = 0
055200         GO TO 4010-PRINT-ONE-BAL-X
055300     END-IF.
055400     MOVE SPACES TO WS-RPT-BAL-LINE.
055500     MOVE WS-TT-TYPE (WS-TT-SUB) TO WS-RPT-BAL-TYPE.
055600     MOVE WS-TT-ACCT-COUNT (WS-TT-SUB) TO WS-RPT-BAL-COUNT.
055700     MOVE WS-TT-DEBITS (WS-TT-SUB) TO WS-RPT-BAL-DEBITS.
055800     MOVE WS-TT-CREDITS (WS-TT-SUB) TO WS-RPT-BAL-CREDITS.
055900     MOVE WS-TT-NET (WS-TT-SUB) TO WS-RPT-BAL-NET.
056000     MOVE WS-RPT-BAL-LINE TO RPT-RECORD.
056100     WRITE RPT-RECORD.
056200     ADD WS-TT-DEBITS (WS-TT-SUB) TO WS-TOT-DEBITS.
056300     ADD WS-TT-CREDITS (WS-TT-SUB) TO WS-TOT-CREDITS.
056400     ADD WS-TT-NET (WS-TT-SUB) TO WS-TOT-NET.
056500 4010-PRINT-ONE-BAL-X.
056600     EXIT.
056700*
056800******************************************************************
056900*    5000-PRINT-MOVEMENT - SET EACH TYPE'S POSTED MOVEMENT
057000*    AGAINST THE CHANGE IN ITS NET BALANCE SINCE THE PRIOR
057100*    DAY.  ANY DIFFERENCE IS FLAGGED AND THE RUN ENDS 08.
057200******************************************************************
057300 5000-PRINT-MOVEMENT.
057400     MOVE 'MOVEMENT SINCE THE PRIOR DATE BY ACCOUNT TYPE'
057500         TO WS-RPT-SECTION-TITLE.
057600     MOVE WS-RPT-SECTION-LINE TO RPT-RECORD.
057700     WRITE RPT-RECORD.
057800     IF NOT WS-PRIOR-FOUND
057900         MOVE 'NO PRIOR HISTORY - MOVEMENT SHOWN BUT NOT PROVED'
058000             TO WS-RPT-NOTE-TEXT
058100         MOVE WS-RPT-NOTE-LINE TO RPT-RECORD
058200         WRITE RPT-RECORD
058300     END-IF.
058400     MOVE WS-RPT-MOV-HDR-LINE TO RPT-RECORD.
058500     WRITE RPT-RECORD.
058600     PERFORM 5010-PRINT-ONE-MOVE THRU 5010-PRINT-ONE-MOVE-X
058700         VARYING WS-TT-SUB FROM 1 BY 1
058800         UNTIL WS-TT-SUB > WS-TT-COUNT.
058900     MOVE SPACES TO WS-RPT-MOV-LINE.
059000     MOVE 'ALL' TO WS-RPT-MOV-TYPE.
059100     MOVE WS-TOT-PRIOR TO WS-RPT-MOV-PRIOR.
059200     MOVE WS-TOT-MOVEMENT TO WS-RPT-MOV-POSTED.
059300     MOVE WS-TOT-NET TO WS-RPT-MOV-TODAY.
059400     MOVE WS-TOT-DIFFERENCE TO WS-RPT-MOV-DIFF.
059500     MOVE WS-RPT-MOV-LINE TO RPT-RECORD.
059600     WRITE RPT-RECORD.
059700     MOVE 'ACCOUNTS READ:' TO WS-RPT-CNT-TITLE.
059800     MOVE WS-READ-COUNT TO WS-RPT-CNT-VALUE.
059900     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
060000     WRITE RPT-RECORD.
060100     MOVE 'POSTINGS IN MOVEMENT:' TO WS-RPT-CNT-TITLE.
060200     MOVE WS-PSTD-COUNT TO WS-RPT-CNT-VALUE.
060300     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
060400     WRITE RPT-RECORD.
060500     MOVE 'TYPES FLAGGED:' TO WS-RPT-CNT-TITLE.
060600     MOVE WS-FLAG-COUNT TO WS-RPT-CNT-VALUE.
060700     MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
060800     WRITE RPT-RECORD.
060900     IF WS-TYPE-TABLE-FULL
061000         MOVE 'MORE THAN 50 ACCOUNT TYPES - REPORT INCOMPLETE'
061100             TO WS-RPT-NOTE-TEXT
061200         MOVE WS-RPT-NOTE-LINE TO RPT-RECORD
061300         WRITE RPT-RECORD
061400         MOVE 8 TO RETURN-CODE
061500     END-IF.
061600     IF WS-FLAG-COUNT > 0
061700         MOVE 8 TO RETURN-CODE
061800     END-IF.
061900 5000-PRINT-MOVEMENT-X.
062000     EXIT.
062100*
062200 5010-PRINT-ONE-MOVE.
062300     IF WS-TT-ACCT-COUNT (WS-TT-SUB) = 0
062400        AND WS-TT-PRIOR-NET (WS-TT-SUB) = 0
062500        AND WS-TT-MOVEMENT (WS-TT-SUB) = 0
062600         GO TO 5010-PRINT-ONE-MOVE-X
062700     END-IF.
062800     COMPUTE WS-CHANGE =
062900         WS-TT-NET (WS-TT-SUB) - WS-TT-PRIOR-NET (WS-TT-SUB).
063000     COMPUTE WS-DIFFERENCE =
063100         WS-CHANGE - WS-TT-MOVEMENT (WS-TT-SUB).
063200     MOVE SPACES TO WS-RPT-MOV-LINE.
063300     MOVE WS-TT-TYPE (WS-TT-SUB) TO WS-RPT-MOV-TYPE.
063400     MOVE WS-TT-PRIOR-NET (WS-TT-SUB) TO WS-RPT-MOV-PRIOR.
063500     MOVE WS-TT-MOVEMENT (WS-TT-SUB) TO WS-RPT-MOV-POSTED.
063600     MOVE WS-TT-NET (WS-TT-SUB) TO WS-RPT-MOV-TODAY.
063700     IF WS-PRIOR-FOUND
063800         MOVE WS-DIFFERENCE TO WS-RPT-MOV-DIFF
063900         IF WS-DIFFERENCE NOT = 0
064000             MOVE '*** FLAGGED' TO WS-RPT-MOV-FLAG
064100             ADD 1 TO WS-FLAG-COUNT
064200         END-IF
064300         ADD WS-DIFFERENCE TO WS-TOT-DIFFERENCE
064400     END-IF.
064500     ADD WS-TT-PRIOR-NET (WS-TT-SUB) TO WS-TOT-PRIOR.
064600     ADD WS-TT-MOVEMENT (WS-TT-SUB) TO WS-TOT-MOVEMENT.
064700     MOVE WS-RPT-MOV-LINE TO RPT-RECORD.
064800     WRITE RPT-RECORD.
064900 5010-PRINT-ONE-MOVE-X.
065000     EXIT.
065100*
065200******************************************************************
065300*    7000-FIND-TYPE - LOCATE WS-WORK-TYPE IN THE TYPE TABLE,
065350*    INSERTING IT IN TYPE ORDER IF IT IS NEW - THE SEARCH
065400*    STOPS AT THE FIRST HIGHER TYPE, AND THE ENTRIES FROM
065450*    THERE ON ARE MOVED DOWN ONE TO MAKE ROOM.  A FULL TABLE
065500*    LEAVES THE TYPE NOT FOUND AND IS REPORTED.
065600******************************************************************
065700 7000-FIND-TYPE.
065800     MOVE 'N' TO WS-TYPE-FOUND-SWITCH.
065850     MOVE 'N' TO WS-TYPE-STOP-SWITCH.
065900     MOVE 1 TO WS-TT-SUB.
066000     PERFORM 7010-TEST-TYPE THRU 7010-TEST-TYPE-X
066100         UNTIL WS-TT-SUB > WS-TT-COUNT
066200            OR WS-TYPE-FOUND
066300            OR WS-TYPE-PASSED.
066400     IF WS-TYPE-FOUND
066500         GO TO 7000-FIND-TYPE-X
066600     END-IF.
066700     IF WS-TT-COUNT = 50
066800         MOVE 'Y' TO WS-TYPE-FULL-SWITCH
066900         GO TO 7000-FIND-TYPE-X
067000     END-IF.
067100     PERFORM 7020-SHIFT-TYPE THRU 7020-SHIFT-TYPE-X
067200         VARYING WS-SHF-SUB FROM WS-TT-COUNT BY -1
067300         UNTIL WS-SHF-SUB < WS-TT-SUB.
067400     ADD 1 TO WS-TT-COUNT.
067500     MOVE WS-WORK-TYPE TO WS-TT-TYPE (WS-TT-SUB).
067600     MOVE ZERO TO WS-TT-ACCT-COUNT (WS-TT-SUB).
067700     MOVE ZERO TO WS-TT-DEBITS (WS-TT-SUB).
067800     MOVE ZERO TO WS-TT-CREDITS (WS-TT-SUB).
067900     MOVE ZERO TO WS-TT-NET (WS-TT-SUB).
068000     MOVE ZERO TO WS-TT-MOVEMENT (WS-TT-SUB).
068100     MOVE ZERO TO WS-TT-PRIOR-NET (WS-TT-SUB).
068200     MOVE 'Y' TO WS-TYPE-FOUND-SWITCH.
068300 7000-FIND-TYPE-X.
068400     EXIT.
068500*
068600 7010-TEST-TYPE.
068700     IF WS-TT-TYPE (WS-TT-SUB) = WS-WORK-TYPE
068800         MOVE 'Y' TO WS-TYPE-FOUND-SWITCH
068900     ELSE
069000     IF WS-TT-TYPE (WS-TT-SUB) < WS-WORK-TYPE
069100         ADD 1 TO WS-TT-SUB
069130     ELSE
069160         MOVE 'Y' TO WS-TYPE-STOP-SWITCH
069200     END-IF
069300     END-IF.
069400 7010-TEST-TYPE-X.
069500     EXIT.
069600*
069700 7020-SHIFT-TYPE.
069800     MOVE WS-TT-ENTRY (WS-SHF-SUB)
069900         TO WS-TT-ENTRY (WS-SHF-SUB + 1).
070000 7020-SHIFT-TYPE-X.
070100     EXIT.
070200*
070300******************************************************************
070400*    9000-TERMINATE - CLOSE FILES AND END THE RUN
070500******************************************************************
070600 9000-TERMINATE.
070700     CLOSE ACCOUNT-FILE.
070800     CLOSE NEW-HISTORY-FILE.
070900     CLOSE REPORT-FILE.
071000 9000-TERMINATE-EXIT.
071100     EXIT.
