000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL280M.
000300 AUTHOR.         R SHARMA.
000400 INSTALLATION.   DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DL280M - ON-LINE STANDING ORDER MAINTENANCE, MAKER/CHECKER
000900*
001000*    LETS ONE OPERATOR (THE MAKER) ENTER A STANDING ORDER - A
001100*    RECURRING DEBIT OR CREDIT TO AN ACCOUNT, DAILY, WEEKLY ON
001200*    A GIVEN DAY OF THE WEEK OR MONTHLY ON A GIVEN DAY OF THE
001300*    MONTH, BETWEEN A START AND AN OPTIONAL END DATE - AND A
001400*    SECOND OPERATOR (THE CHECKER) APPROVE IT BEFORE THE DL280
001500*    GENERATOR WILL EVER RAISE A TRANSACTION FROM IT.  THE
001600*    FUNCTIONS FOLLOW DL100M: FUNCTION 'M' TAKES A NEW ORDER
001700*    THROUGH MAKER AND CHECKER; THE CHECKER MAY APPROVE,
001800*    REJECT WITH A REASON, OR LEAVE IT PENDING.  FUNCTION 'C'
001900*    WORKS THE PENDING QUEUE.  FUNCTION 'X' CANCELS AN
002000*    APPROVED ORDER SO NOTHING FURTHER IS GENERATED FROM IT.
002100*    EACH NEW ORDER IS NUMBERED ONE PAST THE HIGHEST ORDER
002200*    NUMBER ON THE FILE.  EVERY ID KEYED IS PROVED AGAINST THE
002300*    OPERATOR SECURITY FILE - THE MAKER NEEDS MAKER AUTHORITY,
002400*    THE CHECKER AND THE CANCELLING ID NEED CHECKER AUTHORITY,
002500*    AND A CHECKER MAY NOT APPROVE AN ORDER WHOSE AMOUNT IS
002600*    OVER THEIR APPROVAL LIMIT.  EACH REFUSAL IS LOGGED TO THE
002700*    SECURITY VIOLATIONS FILE FOR THE DL260 REPORT.
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY
003000*    DATE       INIT  DESCRIPTION
003100*    10/15/26   RFS   ORIGINAL PROGRAM.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
003600 OBJECT-COMPUTER.    IBM-370.
003700 SPECIAL-NAMES.
003800     CRT STATUS IS WS-CRT-STATUS.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT STANDING-ORDER-FILE ASSIGN TO STORDER
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SO-STATUS.
004400     SELECT OPERATOR-FILE ASSIGN TO OPRSEC
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS OP-OPERATOR-ID
004800         FILE STATUS IS WS-OPR-STATUS.
004900     SELECT VIOLATION-FILE ASSIGN TO SECLOG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-VIOL-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  STANDING-ORDER-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DLSTOREC.
005900*
006000 FD  OPERATOR-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DLOPRREC.
006300*
006400 FD  VIOLATION-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DLSECREC.
006800*
006900 WORKING-STORAGE SECTION.
007000*
007100 01  WS-CRT-STATUS               PIC 9(04) VALUE 0.
007200*
007300 01  WS-SO-STATUS                PIC X(02) VALUE '00'.
007400*
007500 01  WS-SWITCHES.
007600     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
007700         88  WS-EOF-REACHED      VALUE 'Y'.
007800     05  WS-CANCEL-DONE-SWITCH   PIC X(01) VALUE 'N'.
007900         88  WS-CANCEL-DONE      VALUE 'Y'.
008000*
008100 01  WS-ORDER-FIELDS.
008200     05  WS-HIGH-ORDER-NO        PIC 9(04) VALUE 0.
008300     05  WS-ORDER-KEY.
008400         10  FILLER              PIC X(02) VALUE 'SO'.
008500         10  WS-OKEY-ORDER-NO    PIC 9(04) VALUE 0.
008600         10  FILLER              PIC X(04) VALUE SPACES.
008700     05  WS-EDIT-MESSAGE         PIC X(40) VALUE SPACES.
008800     05  WS-EDIT-DATE            PIC X(06).
008900     05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
009000         10  WS-EDIT-YY          PIC 9(02).
009100         10  WS-EDIT-MM          PIC 9(02).
009200         10  WS-EDIT-DD          PIC 9(02).
009300     05  WS-EDIT-DATE-SWITCH     PIC X(01) VALUE 'N'.
009400         88  WS-EDIT-DATE-BAD    VALUE 'Y'.
009500*
009600 01  WS-SECURITY-FIELDS.
009700     05  WS-OPR-STATUS           PIC X(02) VALUE '00'.
009800     05  WS-VIOL-STATUS          PIC X(02) VALUE '00'.
009900     05  WS-SEC-OPERATOR-ID      PIC X(08).
010000     05  WS-SEC-FUNCTION         PIC X(04).
010100         88  WS-SEC-FUNC-MAKE    VALUE 'MAKE'.
010200         88  WS-SEC-FUNC-CHECK   VALUE 'CHEK'.
010300         88  WS-SEC-FUNC-VOID    VALUE 'VOID'.
010400     05  WS-SEC-ITEM-KEY         PIC X(10).
010500     05  WS-SEC-AMOUNT           PIC S9(7)V99 VALUE 0.
010600     05  WS-SEC-LIMIT-SWITCH     PIC X(01) VALUE 'N'.
010700         88  WS-SEC-TEST-LIMIT   VALUE 'Y'.
010800     05  WS-SEC-OK-SWITCH        PIC X(01) VALUE 'N'.
010900         88  WS-SEC-PASSED       VALUE 'Y'.
011000     05  WS-SEC-REASON           PIC X(04).
011100     05  WS-SEC-REASON-TEXT      PIC X(30).
011200*
011300 01  WS-SCREEN-FIELDS.
011400     05  SCR-FUNCTION            PIC X(01).
011500         88  SCR-FUNC-MAKE       VALUE 'M'.
011600         88  SCR-FUNC-CHECK      VALUE 'C'.
011700         88  SCR-FUNC-CANCEL     VALUE 'X'.
011800     05  SCR-ORDER-NO            PIC 9(04).
011900     05  SCR-ACCOUNT-NO          PIC X(08).
012000     05  SCR-AMOUNT              PIC 9(5)V99.
012100     05  SCR-DR-CR-IND           PIC X(01).
012200         88  SCR-DR-CR-VALID     VALUE 'D' 'C'.
012300     05  SCR-CURRENCY-CODE       PIC X(03) VALUE 'USD'.
012400     05  SCR-FREQUENCY           PIC X(01).
012500         88  SCR-FREQ-DAILY      VALUE 'D'.
012600         88  SCR-FREQ-WEEKLY     VALUE 'W'.
012700         88  SCR-FREQ-MONTHLY    VALUE 'M'.
012800     05  SCR-RUN-DAY             PIC 9(02).
012900     05  SCR-START-DATE          PIC X(06).
013000     05  SCR-END-DATE            PIC X(06).
013100     05  SCR-REFERENCE           PIC X(20).
013200     05  SCR-MAKER-ID            PIC X(08).
013300     05  SCR-CHECKER-ID          PIC X(08).
013400     05  SCR-DECISION            PIC X(01).
013500         88  SCR-DEC-APPROVE     VALUE 'A'.
013600         88  SCR-DEC-REJECT      VALUE 'R'.
013700     05  SCR-REJECT-REASON       PIC X(20).
013800     05  SCR-CONFIRM-IND         PIC X(01).
013900         88  SCR-CONFIRMED       VALUE 'Y'.
014000*
014100 SCREEN SECTION.
014200*
014300 01  FUNCTION-SCREEN.
014400     05  BLANK SCREEN.
014500     05  LINE 1  COL 1   VALUE 'DL280M - STANDING ORDERS'.
014600     05  LINE 3  COL 1   VALUE 'FUNCTION (M/C/X) .'.
014700     05  LINE 3  COL 22  PIC X(01) USING SCR-FUNCTION.
014800     05  LINE 5  COL 1   VALUE 'M = MAKER ENTRY'.
014900     05  LINE 6  COL 1   VALUE 'C = WORK PENDING QUEUE'.
015000     05  LINE 7  COL 1   VALUE 'X = CANCEL APPROVED ORDER'.
015100*
015200 01  MAKER-SCREEN.
015300     05  BLANK SCREEN.
015400     05  LINE 1  COL 1   VALUE 'DL280M - STANDING ORDER ENTRY'.
015500     05  LINE 3  COL 1   VALUE 'ORDER NUMBER . . .'.
015600     05  LINE 3  COL 22  PIC 9(04) FROM SCR-ORDER-NO.
015700     05  LINE 4  COL 1   VALUE 'ACCOUNT NUMBER . .'.
015800     05  LINE 4  COL 22  PIC X(08) USING SCR-ACCOUNT-NO.
015900     05  LINE 5  COL 1   VALUE 'AMOUNT . . . . . .'.
016000     05  LINE 5  COL 22  PIC 9(5)V99 USING SCR-AMOUNT.
016100     05  LINE 6  COL 1   VALUE 'DEBIT/CREDIT (D/C).'.
016200     05  LINE 6  COL 22  PIC X(01) USING SCR-DR-CR-IND.
016300     05  LINE 7  COL 1   VALUE 'CURRENCY CODE  . .'.
016400     05  LINE 7  COL 22  PIC X(03) USING SCR-CURRENCY-CODE.
016500     05  LINE 8  COL 1   VALUE 'FREQUENCY (D/W/M) .'.
016600     05  LINE 8  COL 22  PIC X(01) USING SCR-FREQUENCY.
016700     05  LINE 9  COL 1   VALUE 'RUN DAY  . . . . .'.
016800     05  LINE 9  COL 22  PIC 9(02) USING SCR-RUN-DAY.
016900     05  LINE 9  COL 26  VALUE '(W: 1=MON-7=SUN  M: 1-31)'.
017000     05  LINE 10 COL 1   VALUE 'START DATE YYMMDD .'.
017100     05  LINE 10 COL 22  PIC X(06) USING SCR-START-DATE.
017200     05  LINE 11 COL 1   VALUE 'END DATE YYMMDD  .'.
017300     05  LINE 11 COL 22  PIC X(06) USING SCR-END-DATE.
017400     05  LINE 11 COL 30  VALUE '(BLANK = UNTIL CANCELLED)'.
017500     05  LINE 12 COL 1   VALUE 'REFERENCE  . . . .'.
017600     05  LINE 12 COL 22  PIC X(20) USING SCR-REFERENCE.
017700     05  LINE 13 COL 1   VALUE 'MAKER ID . . . . .'.
017800     05  LINE 13 COL 22  PIC X(08) USING SCR-MAKER-ID.
017900*
018000 01  CHECKER-SCREEN.
018100     05  BLANK SCREEN.
018200     05  LINE 1  COL 1   VALUE 'DL280M - STANDING ORDER APPROVAL'.
018300     05  LINE 3  COL 1   VALUE 'ORDER NUMBER . . .'.
018400     05  LINE 3  COL 22  PIC 9(04) FROM SCR-ORDER-NO.
018500     05  LINE 4  COL 1   VALUE 'ACCOUNT NUMBER . .'.
018600     05  LINE 4  COL 22  PIC X(08) FROM SCR-ACCOUNT-NO.
018700     05  LINE 5  COL 1   VALUE 'AMOUNT . . . . . .'.
018800     05  LINE 5  COL 22  PIC 9(5)V99 FROM SCR-AMOUNT.
018900     05  LINE 6  COL 1   VALUE 'DEBIT/CREDIT (D/C).'.
019000     05  LINE 6  COL 22  PIC X(01) FROM SCR-DR-CR-IND.
019100     05  LINE 7  COL 1   VALUE 'CURRENCY CODE  . .'.
019200     05  LINE 7  COL 22  PIC X(03) FROM SCR-CURRENCY-CODE.
019300     05  LINE 8  COL 1   VALUE 'FREQUENCY (D/W/M) .'.
019400     05  LINE 8  COL 22  PIC X(01) FROM SCR-FREQUENCY.
019500     05  LINE 9  COL 1   VALUE 'RUN DAY  . . . . .'.
019600     05  LINE 9  COL 22  PIC 9(02) FROM SCR-RUN-DAY.
019700     05  LINE 10 COL 1   VALUE 'START DATE YYMMDD .'.
019800     05  LINE 10 COL 22  PIC X(06) FROM SCR-START-DATE.
019900     05  LINE 11 COL 1   VALUE 'END DATE YYMMDD  .'.
020000     05  LINE 11 COL 22  PIC X(06) FROM SCR-END-DATE.
020100     05  LINE 12 COL 1   VALUE 'REFERENCE  . . . .'.
020200     05  LINE 12 COL 22  PIC X(20) FROM SCR-REFERENCE.
020300     05  LINE 13 COL 1   VALUE 'MAKER ID . . . . .'.
020400     05  LINE 13 COL 22  PIC X(08) FROM SCR-MAKER-ID.
020500     05  LINE 15 COL 1   VALUE 'CHECKER ID . . . .'.
020600     05  LINE 15 COL 22  PIC X(08) USING SCR-CHECKER-ID.
020700     05  LINE 16 COL 1   VALUE 'DECISION (A/R/P)  .'.
020800     05  LINE 16 COL 22  PIC X(01) USING SCR-DECISION.
020900     05  LINE 17 COL 1   VALUE 'REJECT REASON  . .'.
021000     05  LINE 17 COL 22  PIC X(20) USING SCR-REJECT-REASON.
021100*
021200 01  CANCEL-SCREEN.
021300     05  BLANK SCREEN.
021400     05  LINE 1  COL 1   VALUE 'DL280M - CANCEL STANDING ORDER'.
021500     05  LINE 3  COL 1   VALUE 'ORDER NUMBER . . .'.
021600     05  LINE 3  COL 22  PIC 9(04) USING SCR-ORDER-NO.
021700     05  LINE 5  COL 1   VALUE 'CHECKER ID . . . .'.
021800     05  LINE 5  COL 22  PIC X(08) USING SCR-CHECKER-ID.
021900*
022000 01  CANCEL-CONFIRM-SCREEN.
022100     05  BLANK SCREEN.
022200     05  LINE 1  COL 1   VALUE 'DL280M - CONFIRM CANCEL'.
022300     05  LINE 3  COL 1   VALUE 'ORDER NUMBER . . .'.
022400     05  LINE 3  COL 22  PIC 9(04) FROM SO-ORDER-NO.
022500     05  LINE 4  COL 1   VALUE 'ACCOUNT NUMBER . .'.
022600     05  LINE 4  COL 22  PIC X(08) FROM SO-ACCOUNT-NO.
022700     05  LINE 5  COL 1   VALUE 'AMOUNT . . . . . .'.
022800     05  LINE 5  COL 22  PIC 9(5)V99 FROM SO-AMOUNT.
022900     05  LINE 6  COL 1   VALUE 'DEBIT/CREDIT (D/C).'.
023000     05  LINE 6  COL 22  PIC X(01) FROM SO-DR-CR-IND.
023100     05  LINE 7  COL 1   VALUE 'REFERENCE  . . . .'.
023200     05  LINE 7  COL 22  PIC X(20) FROM SO-REFERENCE.
023300     05  LINE 8  COL 1   VALUE 'MAKER ID . . . . .'.
023400     05  LINE 8  COL 22  PIC X(08) FROM SO-MAKER-ID.
023500     05  LINE 10 COL 1   VALUE 'CANCEL (Y/N)  . . .'.
023600     05  LINE 10 COL 22  PIC X(01) USING SCR-CONFIRM-IND.
023700*
023800 PROCEDURE DIVISION.
023900*
024000******************************************************************
024100*    0000-MAINLINE
024200******************************************************************
024300 0000-MAINLINE.
024400     PERFORM 0100-OPEN-SECURITY THRU 0100-OPEN-SECURITY-X.
024500     PERFORM 1000-CAPTURE-FUNCTION THRU 1000-CAPTURE-FUNC-X.
024600     IF SCR-FUNC-MAKE
024700         PERFORM 2000-MAKER-ENTRY THRU 2000-MAKER-ENTRY-EXIT
024800     ELSE
024900     IF SCR-FUNC-CHECK
025000         PERFORM 5000-WORK-PENDING THRU 5000-WORK-PENDING-X
025100     ELSE
025200     IF SCR-FUNC-CANCEL
025300         PERFORM 6000-CANCEL-ORDER THRU 6000-CANCEL-ORDER-EXIT
025400     ELSE
025500         DISPLAY 'DL280M - FUNCTION MUST BE M, C OR X - '
025600             'NOTHING DONE'
025700     END-IF
025800     END-IF
025900     END-IF.
026000     CLOSE OPERATOR-FILE.
026100     CLOSE VIOLATION-FILE.
026200     STOP RUN.
026300*
026400******************************************************************
026500*    0100-OPEN-SECURITY - OPEN THE OPERATOR SECURITY FILE AND
026600*    THE VIOLATIONS LOG.  WITHOUT BOTH NO ID CAN BE PROVED OR
026700*    A REFUSAL RECORDED, SO NOTHING IS ALLOWED AT ALL.
026800******************************************************************
026900 0100-OPEN-SECURITY.
027000     OPEN INPUT OPERATOR-FILE.
027100     IF WS-OPR-STATUS NOT = '00'
027200         DISPLAY 'DL280M - OPERATOR SECURITY FILE COULD NOT BE '
027300             'OPENED - STATUS ' WS-OPR-STATUS ' - NOTHING DONE'
027400         STOP RUN
027500     END-IF.
027600     OPEN EXTEND VIOLATION-FILE.
027700     IF WS-VIOL-STATUS NOT = '00'
027800         DISPLAY 'DL280M - SECURITY VIOLATIONS FILE COULD NOT BE '
027900             'OPENED - STATUS ' WS-VIOL-STATUS ' - NOTHING DONE'
028000         CLOSE OPERATOR-FILE
028100         STOP RUN
028200     END-IF.
028300 0100-OPEN-SECURITY-X.
028400     EXIT.
028500*
028600******************************************************************
028700*    1000-CAPTURE-FUNCTION - ASK THE OPERATOR WHAT TO DO
028800******************************************************************
028900 1000-CAPTURE-FUNCTION.
029000     DISPLAY FUNCTION-SCREEN.
029100     ACCEPT FUNCTION-SCREEN.
029200 1000-CAPTURE-FUNC-X.
029300     EXIT.
029400*
029500******************************************************************
029600*    2000-MAKER-ENTRY - TAKE ONE NEW STANDING ORDER THROUGH THE
029700*    MAKER AND CHECKER SCREENS.  AN ORDER THAT PASSES ITS EDITS
029800*    IS ALWAYS WRITTEN - APPROVED, REJECTED WITH A REASON, OR
029900*    PENDING FOR A LATER CHECKER SESSION.
030000******************************************************************
030100 2000-MAKER-ENTRY.
030200     PERFORM 2100-NEXT-ORDER-NO THRU 2100-NEXT-ORDER-NO-X.
030300     IF WS-EDIT-MESSAGE NOT = SPACES
030400         DISPLAY 'DL280M - ' WS-EDIT-MESSAGE
030500         GO TO 2000-MAKER-ENTRY-EXIT
030600     END-IF.
030700     ADD 1 WS-HIGH-ORDER-NO GIVING SCR-ORDER-NO.
030800     MOVE SCR-ORDER-NO TO WS-OKEY-ORDER-NO.
030900     MOVE SPACES TO SCR-ACCOUNT-NO.
031000     MOVE ZERO   TO SCR-AMOUNT.
031100     MOVE SPACES TO SCR-DR-CR-IND.
031200     MOVE SPACES TO SCR-FREQUENCY.
031300     MOVE ZERO   TO SCR-RUN-DAY.
031400     MOVE SPACES TO SCR-START-DATE.
031500     MOVE SPACES TO SCR-END-DATE.
031600     MOVE SPACES TO SCR-REFERENCE.
031700     PERFORM 3000-CAPTURE-MAKER THRU 3000-CAPTURE-MAKER-EXIT.
031800     MOVE SCR-MAKER-ID  TO WS-SEC-OPERATOR-ID.
031900     MOVE 'MAKE'        TO WS-SEC-FUNCTION.
032000     MOVE WS-ORDER-KEY  TO WS-SEC-ITEM-KEY.
032100     MOVE SCR-AMOUNT    TO WS-SEC-AMOUNT.
032200     MOVE 'N'           TO WS-SEC-LIMIT-SWITCH.
032300     PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X.
032400     IF NOT WS-SEC-PASSED
032500         DISPLAY 'DL280M - ORDER NOT WRITTEN'
032600         GO TO 2000-MAKER-ENTRY-EXIT
032700     END-IF.
032800     PERFORM 3050-EDIT-ORDER THRU 3050-EDIT-ORDER-EXIT.
032900     IF WS-EDIT-MESSAGE NOT = SPACES
033000         DISPLAY 'DL280M - ' WS-EDIT-MESSAGE
033100             ' - ORDER NOT WRITTEN'
033200         GO TO 2000-MAKER-ENTRY-EXIT
033300     END-IF.
033400     OPEN EXTEND STANDING-ORDER-FILE.
033500     IF WS-SO-STATUS NOT = '00'
033600         DISPLAY 'DL280M - STANDING ORDER FILE COULD NOT BE '
033700             'OPENED - STATUS ' WS-SO-STATUS
033800         GO TO 2000-MAKER-ENTRY-EXIT
033900     END-IF.
034000     PERFORM 3100-CAPTURE-CHECKER THRU 3100-CAPTURE-CHECKER-X.
034100     PERFORM 4000-WRITE-ORDER THRU 4000-WRITE-ORDER-EXIT.
034200     CLOSE STANDING-ORDER-FILE.
034300 2000-MAKER-ENTRY-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700*    2100-NEXT-ORDER-NO - FIND THE HIGHEST ORDER NUMBER ON THE
034800*    FILE SO THE NEW ORDER CAN BE NUMBERED ONE PAST IT.  A FILE
034900*    NOT YET CREATED (STATUS 35) SIMPLY MEANS THIS IS ORDER 1.
035000******************************************************************
035100 2100-NEXT-ORDER-NO.
035200     MOVE SPACES TO WS-EDIT-MESSAGE.
035300     MOVE ZERO   TO WS-HIGH-ORDER-NO.
035400     MOVE 'N'    TO WS-EOF-SWITCH.
035500     OPEN INPUT STANDING-ORDER-FILE.
035600     IF WS-SO-STATUS = '35'
035700         GO TO 2100-NEXT-ORDER-NO-X
035800     END-IF.
035900     IF WS-SO-STATUS NOT = '00'
036000         MOVE 'STANDING ORDER FILE COULD NOT BE OPENED'
036100             TO WS-EDIT-MESSAGE
036200         GO TO 2100-NEXT-ORDER-NO-X
036300     END-IF.
036400     PERFORM 2110-SCAN-ONE THRU 2110-SCAN-ONE-EXIT
036500         UNTIL WS-EOF-REACHED.
036600     CLOSE STANDING-ORDER-FILE.
036700     IF WS-HIGH-ORDER-NO = 9999
036800         MOVE 'ORDER NUMBERS EXHAUSTED - SEE SUPPORT'
036900             TO WS-EDIT-MESSAGE
037000     END-IF.
037100 2100-NEXT-ORDER-NO-X.
037200     EXIT.
037300*
037400******************************************************************
037500*    2110-SCAN-ONE - READ ONE ORDER AND KEEP THE HIGHEST NUMBER
037600******************************************************************
037700 2110-SCAN-ONE.
037800     READ STANDING-ORDER-FILE
037900         AT END
038000             MOVE 'Y' TO WS-EOF-SWITCH.
038100     IF NOT WS-EOF-REACHED AND WS-SO-STATUS NOT = '00'
038200         MOVE 'Y' TO WS-EOF-SWITCH
038300     END-IF.
038400     IF NOT WS-EOF-REACHED
038500        AND SO-ORDER-NO > WS-HIGH-ORDER-NO
038600         MOVE SO-ORDER-NO TO WS-HIGH-ORDER-NO
038700     END-IF.
038800 2110-SCAN-ONE-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200*    3000-CAPTURE-MAKER - LET THE MAKER ENTER THE ORDER
039300******************************************************************
039400 3000-CAPTURE-MAKER.
039500     DISPLAY MAKER-SCREEN.
039600     ACCEPT MAKER-SCREEN.
039700 3000-CAPTURE-MAKER-EXIT.
039800     EXIT.
039900*
040000******************************************************************
040100*    3050-EDIT-ORDER - PROVE THE ORDER IS ONE DL280 CAN ACT ON.
040200*    THE FIRST FAULT FOUND IS LEFT IN WS-EDIT-MESSAGE; A CLEAN
040300*    ORDER LEAVES IT BLANK.  THE RUN DAY MEANS NOTHING ON A
040400*    DAILY ORDER AND IS CLEARED.
040500******************************************************************
040600 3050-EDIT-ORDER.
040700     MOVE SPACES TO WS-EDIT-MESSAGE.
040800     IF SCR-ACCOUNT-NO = SPACES
040900         MOVE 'ACCOUNT NUMBER REQUIRED' TO WS-EDIT-MESSAGE
041000         GO TO 3050-EDIT-ORDER-EXIT
041100     END-IF.
041200     IF SCR-AMOUNT IS NOT NUMERIC
041300        OR SCR-AMOUNT = ZERO
041400         MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
041500             TO WS-EDIT-MESSAGE
041600         GO TO 3050-EDIT-ORDER-EXIT
041700     END-IF.
041800     IF NOT SCR-DR-CR-VALID
041900         MOVE 'DEBIT/CREDIT MUST BE D OR C' TO WS-EDIT-MESSAGE
042000         GO TO 3050-EDIT-ORDER-EXIT
042100     END-IF.
042200     IF SCR-CURRENCY-CODE = SPACES
042300         MOVE 'CURRENCY CODE REQUIRED' TO WS-EDIT-MESSAGE
042400         GO TO 3050-EDIT-ORDER-EXIT
042500     END-IF.
042600     IF SCR-RUN-DAY IS NOT NUMERIC
042700         MOVE ZERO TO SCR-RUN-DAY
042800     END-IF.
042900     IF SCR-FREQ-DAILY
043000         MOVE ZERO TO SCR-RUN-DAY
043100     ELSE
043200     IF SCR-FREQ-WEEKLY
043300         IF SCR-RUN-DAY < 1 OR SCR-RUN-DAY > 7
043400             MOVE 'WEEKLY RUN DAY MUST BE 1 TO 7'
043500                 TO WS-EDIT-MESSAGE
043600         END-IF
043700     ELSE
043800     IF SCR-FREQ-MONTHLY
043900         IF SCR-RUN-DAY < 1 OR SCR-RUN-DAY > 31
044000             MOVE 'MONTHLY RUN DAY MUST BE 1 TO 31'
044100                 TO WS-EDIT-MESSAGE
044200         END-IF
044300     ELSE
044400         MOVE 'FREQUENCY MUST BE D, W OR M' TO WS-EDIT-MESSAGE
044500     END-IF
044600     END-IF
044700     END-IF.
044800     IF WS-EDIT-MESSAGE NOT = SPACES
044900         GO TO 3050-EDIT-ORDER-EXIT
045000     END-IF.
045100     MOVE SCR-START-DATE TO WS-EDIT-DATE.
045200     PERFORM 3060-EDIT-DATE THRU 3060-EDIT-DATE-EXIT.
045300     IF WS-EDIT-DATE-BAD
045400         MOVE 'START DATE IS NOT A VALID YYMMDD'
045500             TO WS-EDIT-MESSAGE
045600         GO TO 3050-EDIT-ORDER-EXIT
045700     END-IF.
045800     IF SCR-END-DATE = SPACES
045900         GO TO 3050-EDIT-ORDER-EXIT
046000     END-IF.
046100     MOVE SCR-END-DATE TO WS-EDIT-DATE.
046200     PERFORM 3060-EDIT-DATE THRU 3060-EDIT-DATE-EXIT.
046300     IF WS-EDIT-DATE-BAD
046400         MOVE 'END DATE IS NOT A VALID YYMMDD'
046500             TO WS-EDIT-MESSAGE
046600         GO TO 3050-EDIT-ORDER-EXIT
046700     END-IF.
046800     IF SCR-END-DATE < SCR-START-DATE
046900         MOVE 'END DATE IS BEFORE THE START DATE'
047000             TO WS-EDIT-MESSAGE
047100     END-IF.
047200 3050-EDIT-ORDER-EXIT.
047300     EXIT.
047400*
047500******************************************************************
047600*    3060-EDIT-DATE - A PLAUSIBLE YYMMDD IN WS-EDIT-DATE?
047700******************************************************************
047800 3060-EDIT-DATE.
047900     MOVE 'N' TO WS-EDIT-DATE-SWITCH.
048000     IF WS-EDIT-DATE IS NOT NUMERIC
048100         MOVE 'Y' TO WS-EDIT-DATE-SWITCH
048200         GO TO 3060-EDIT-DATE-EXIT
048300     END-IF.
048400     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
048500        OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
048600         MOVE 'Y' TO WS-EDIT-DATE-SWITCH
048700     END-IF.
048800 3060-EDIT-DATE-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200*    3100-CAPTURE-CHECKER - SHOW THE ORDER TO A SECOND OPERATOR.
049300*    THE CHECKER MAY APPROVE, REJECT WITH A REASON, OR LEAVE
049400*    THE ORDER PENDING.  THE CHECKER ID MUST BE PRESENT AND
049500*    DIFFER FROM THE MAKER ID FOR A DECISION TO COUNT, AND
049600*    THE CHECKER MUST HOLD CHECKER AUTHORITY - AND, TO APPROVE,
049700*    AN APPROVAL LIMIT COVERING THE AMOUNT OF EACH PAYMENT.
049800******************************************************************
049900 3100-CAPTURE-CHECKER.
050000     MOVE 'P' TO SCR-DECISION.
050100     MOVE SPACES TO SCR-REJECT-REASON.
050200     DISPLAY CHECKER-SCREEN.
050300     ACCEPT CHECKER-SCREEN.
050400     IF (SCR-DEC-APPROVE OR SCR-DEC-REJECT)
050500        AND (SCR-CHECKER-ID = SPACES
050600             OR SCR-CHECKER-ID = SCR-MAKER-ID)
050700         DISPLAY 'DL280M - CHECKER ID MISSING OR SAME AS '
050800             'MAKER - ORDER LEFT PENDING'
050900         MOVE 'P' TO SCR-DECISION
051000     END-IF.
051100     IF SCR-DEC-APPROVE OR SCR-DEC-REJECT
051200         MOVE SCR-CHECKER-ID TO WS-SEC-OPERATOR-ID
051300         MOVE 'CHEK'         TO WS-SEC-FUNCTION
051400         MOVE WS-ORDER-KEY   TO WS-SEC-ITEM-KEY
051500         MOVE SCR-AMOUNT     TO WS-SEC-AMOUNT
051600         IF SCR-DEC-APPROVE
051700             MOVE 'Y' TO WS-SEC-LIMIT-SWITCH
051800         ELSE
051900             MOVE 'N' TO WS-SEC-LIMIT-SWITCH
052000         END-IF
052100         PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X
052200         IF NOT WS-SEC-PASSED
052300             DISPLAY 'DL280M - ORDER LEFT PENDING'
052400             MOVE 'P' TO SCR-DECISION
052500         END-IF
052600     END-IF.
052700 3100-CAPTURE-CHECKER-X.
052800     EXIT.
052900*
053000******************************************************************
053100*    4000-WRITE-ORDER - RECORD THE ORDER IN THE STATE THE
053200*    CHECKER LEFT IT - APPROVED, REJECTED OR PENDING
053300******************************************************************
053400 4000-WRITE-ORDER.
053500     MOVE SPACES            TO SO-RECORD.
053600     MOVE SCR-ORDER-NO      TO SO-ORDER-NO.
053700     MOVE SCR-ACCOUNT-NO    TO SO-ACCOUNT-NO.
053800     MOVE SCR-AMOUNT        TO SO-AMOUNT.
053900     MOVE SCR-DR-CR-IND     TO SO-DR-CR-IND.
054000     MOVE SCR-CURRENCY-CODE TO SO-CURRENCY-CODE.
054100     MOVE SCR-FREQUENCY     TO SO-FREQUENCY.
054200     MOVE SCR-RUN-DAY       TO SO-RUN-DAY.
054300     MOVE SCR-START-DATE    TO SO-START-DATE.
054400     MOVE SCR-END-DATE      TO SO-END-DATE.
054500     MOVE SCR-REFERENCE     TO SO-REFERENCE.
054600     MOVE SCR-MAKER-ID      TO SO-MAKER-ID.
054700     IF SCR-DEC-APPROVE
054800         MOVE SCR-CHECKER-ID TO SO-CHECKER-ID
054900         MOVE 'A' TO SO-STATUS
055000     ELSE
055100     IF SCR-DEC-REJECT
055200         MOVE SCR-CHECKER-ID TO SO-CHECKER-ID
055300         MOVE 'R' TO SO-STATUS
055400         MOVE SCR-REJECT-REASON TO SO-REJECT-REASON
055500     ELSE
055600         MOVE 'P' TO SO-STATUS
055700     END-IF
055800     END-IF.
055900     ACCEPT SO-ENTRY-DATE FROM DATE.
056000     WRITE SO-RECORD.
056100     DISPLAY 'DL280M - ORDER ' SO-ORDER-NO ' WRITTEN - STATUS '
056200         SO-STATUS.
056300 4000-WRITE-ORDER-EXIT.
056400     EXIT.
056500*
056600******************************************************************
056700*    5000-WORK-PENDING - WALK THE FILE AND OFFER EVERY PENDING
056800*    ORDER TO THE CHECKER FOR A DECISION
056900******************************************************************
057000 5000-WORK-PENDING.
057100     MOVE 'N' TO WS-EOF-SWITCH.
057200     OPEN I-O STANDING-ORDER-FILE.
057300     IF WS-SO-STATUS NOT = '00'
057400         DISPLAY 'DL280M - STANDING ORDER FILE COULD NOT BE '
057500             'OPENED - STATUS ' WS-SO-STATUS
057600         GO TO 5000-WORK-PENDING-X
057700     END-IF.
057800     PERFORM 5100-CHECK-ONE THRU 5100-CHECK-ONE-EXIT
057900         UNTIL WS-EOF-REACHED.
058000     CLOSE STANDING-ORDER-FILE.
058100 5000-WORK-PENDING-X.
058200     EXIT.
058300*
058400******************************************************************
058500*    5100-CHECK-ONE - OFFER ONE PENDING ORDER TO THE CHECKER
058600*    AND REWRITE IT IN THE STATE THE CHECKER LEAVES IT
058700******************************************************************
058800 5100-CHECK-ONE.
058900     READ STANDING-ORDER-FILE
059000         AT END
059100             MOVE 'Y' TO WS-EOF-SWITCH.
059200     IF NOT WS-EOF-REACHED AND WS-SO-STATUS NOT = '00'
059300         MOVE 'Y' TO WS-EOF-SWITCH
059400     END-IF.
059500     IF NOT WS-EOF-REACHED
059600        AND SO-IS-PENDING
059700         MOVE SO-ORDER-NO      TO SCR-ORDER-NO
059800         MOVE SO-ORDER-NO      TO WS-OKEY-ORDER-NO
059900         MOVE SO-ACCOUNT-NO    TO SCR-ACCOUNT-NO
060000         MOVE SO-AMOUNT        TO SCR-AMOUNT
060100         MOVE SO-DR-CR-IND     TO SCR-DR-CR-IND
060200         MOVE SO-CURRENCY-CODE TO SCR-CURRENCY-CODE
060300         MOVE SO-FREQUENCY     TO SCR-FREQUENCY
060400         MOVE SO-RUN-DAY       TO SCR-RUN-DAY
060500         MOVE SO-START-DATE    TO SCR-START-DATE
060600         MOVE SO-END-DATE      TO SCR-END-DATE
060700         MOVE SO-REFERENCE     TO SCR-REFERENCE
060800         MOVE SO-MAKER-ID      TO SCR-MAKER-ID
060900         MOVE SPACES           TO SCR-CHECKER-ID
061000         PERFORM 3100-CAPTURE-CHECKER THRU 3100-CAPTURE-CHECKER-X
061100         IF SCR-DEC-APPROVE
061200             MOVE SCR-CHECKER-ID TO SO-CHECKER-ID
061300             MOVE 'A' TO SO-STATUS
061400             REWRITE SO-RECORD
061500         ELSE
061600         IF SCR-DEC-REJECT
061700             MOVE SCR-CHECKER-ID TO SO-CHECKER-ID
061800             MOVE 'R' TO SO-STATUS
061900             MOVE SCR-REJECT-REASON TO SO-REJECT-REASON
062000             REWRITE SO-RECORD
062100         END-IF
062200         END-IF
062300     END-IF.
062400 5100-CHECK-ONE-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800*    6000-CANCEL-ORDER - CANCEL AN APPROVED ORDER SO DL280
062900*    GENERATES NOTHING MORE FROM IT.  THE CANCELLING ID MUST BE
063000*    PRESENT AND DIFFER FROM THE MAKER ID, AND - AS A CANCEL
063100*    UNDOES AN APPROVAL - NEEDS CHECKER AUTHORITY.  A PENDING
063200*    ORDER IS STOPPED BY REJECTING IT UNDER FUNCTION 'C'.
063300******************************************************************
063400 6000-CANCEL-ORDER.
063500     MOVE ZERO   TO SCR-ORDER-NO.
063600     MOVE SPACES TO SCR-CHECKER-ID.
063700     DISPLAY CANCEL-SCREEN.
063800     ACCEPT CANCEL-SCREEN.
063900     IF SCR-ORDER-NO IS NOT NUMERIC
064000        OR SCR-ORDER-NO = ZERO
064100        OR SCR-CHECKER-ID = SPACES
064200         DISPLAY 'DL280M - ORDER NUMBER AND CHECKER ID '
064300             'REQUIRED - NOTHING DONE'
064400         GO TO 6000-CANCEL-ORDER-EXIT
064500     END-IF.
064600     MOVE SCR-ORDER-NO   TO WS-OKEY-ORDER-NO.
064700     MOVE SCR-CHECKER-ID TO WS-SEC-OPERATOR-ID.
064800     MOVE 'VOID'         TO WS-SEC-FUNCTION.
064900     MOVE WS-ORDER-KEY   TO WS-SEC-ITEM-KEY.
065000     MOVE ZERO           TO WS-SEC-AMOUNT.
065100     MOVE 'N'            TO WS-SEC-LIMIT-SWITCH.
065200     PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X.
065300     IF NOT WS-SEC-PASSED
065400         DISPLAY 'DL280M - NOTHING CANCELLED'
065500         GO TO 6000-CANCEL-ORDER-EXIT
065600     END-IF.
065700     MOVE 'N' TO WS-EOF-SWITCH.
065800     MOVE 'N' TO WS-CANCEL-DONE-SWITCH.
065900     OPEN I-O STANDING-ORDER-FILE.
066000     IF WS-SO-STATUS NOT = '00'
066100         DISPLAY 'DL280M - STANDING ORDER FILE COULD NOT BE '
066200             'OPENED - STATUS ' WS-SO-STATUS
066300         GO TO 6000-CANCEL-ORDER-EXIT
066400     END-IF.
066500     PERFORM 6100-CANCEL-ONE THRU 6100-CANCEL-ONE-EXIT
066600         UNTIL WS-EOF-REACHED OR WS-CANCEL-DONE.
066700     CLOSE STANDING-ORDER-FILE.
066800     IF NOT WS-CANCEL-DONE
066900         DISPLAY 'DL280M - NO APPROVED ORDER NUMBER '
067000             SCR-ORDER-NO ' - NOTHING CANCELLED'
067100     END-IF.
067200 6000-CANCEL-ORDER-EXIT.
067300     EXIT.
067400*
067500******************************************************************
067600*    6100-CANCEL-ONE - TEST ONE ORDER AGAINST THE REQUESTED
067700*    NUMBER AND, ON THE OPERATOR'S CONFIRMATION, CANCEL IT
067800******************************************************************
067900 6100-CANCEL-ONE.
068000     READ STANDING-ORDER-FILE
068100         AT END
068200             MOVE 'Y' TO WS-EOF-SWITCH.
068300     IF NOT WS-EOF-REACHED AND WS-SO-STATUS NOT = '00'
068400         MOVE 'Y' TO WS-EOF-SWITCH
068500     END-IF.
068600     IF NOT WS-EOF-REACHED
068700        AND SO-ORDER-NO = SCR-ORDER-NO
068800        AND SO-IS-APPROVED
068900         IF SCR-CHECKER-ID = SO-MAKER-ID
069000             DISPLAY 'DL280M - CANCEL BY THE MAKER IS NOT '
069100                 'ALLOWED - NOTHING CANCELLED'
069200             MOVE 'Y' TO WS-EOF-SWITCH
069300         ELSE
069400             MOVE 'N' TO SCR-CONFIRM-IND
069500             DISPLAY CANCEL-CONFIRM-SCREEN
069600             ACCEPT CANCEL-CONFIRM-SCREEN
069700             IF SCR-CONFIRMED
069800                 MOVE 'C' TO SO-STATUS
069900*    THE CHECKER ID STAYS AS THE APPROVER - THE CANCELLING ID
070000*    IS AN AUDIT FACT OF ITS OWN
070100                 MOVE SCR-CHECKER-ID TO SO-CANCEL-ID
070200                 REWRITE SO-RECORD
070300                 MOVE 'Y' TO WS-CANCEL-DONE-SWITCH
070400                 DISPLAY 'DL280M - ORDER ' SCR-ORDER-NO
070500                     ' CANCELLED BY ' SCR-CHECKER-ID
070600             END-IF
070700         END-IF
070800     END-IF.
070900 6100-CANCEL-ONE-EXIT.
071000     EXIT.
071100*
071200******************************************************************
071300*    8000-CHECK-OPERATOR - PROVE WS-SEC-OPERATOR-ID AGAINST THE
071400*    OPERATOR SECURITY FILE FOR WS-SEC-FUNCTION, AND AGAINST
071500*    THE ID'S APPROVAL LIMIT WHEN WS-SEC-TEST-LIMIT IS ON.
071600*    WS-SEC-PASSED IS SET ONLY WHEN EVERY TEST IS MET; ANY
071700*    REFUSAL IS LOGGED AND SHOWN TO THE OPERATOR.
071800******************************************************************
071900 8000-CHECK-OPERATOR.
072000     MOVE 'N' TO WS-SEC-OK-SWITCH.
072100     MOVE SPACES TO WS-SEC-REASON.
072200     MOVE WS-SEC-OPERATOR-ID TO OP-OPERATOR-ID.
072300     READ OPERATOR-FILE.
072400     IF WS-OPR-STATUS NOT = '00'
072500        OR OP-APPROVAL-LIMIT IS NOT NUMERIC
072600         MOVE ZERO TO OP-APPROVAL-LIMIT
072700     END-IF.
072800     IF WS-OPR-STATUS NOT = '00'
072900         MOVE 'UNKN' TO WS-SEC-REASON
073000         MOVE 'NOT ON THE SECURITY FILE' TO WS-SEC-REASON-TEXT
073100     ELSE
073200     IF NOT OP-IS-ACTIVE
073300         MOVE 'REVK' TO WS-SEC-REASON
073400         MOVE 'ID IS REVOKED' TO WS-SEC-REASON-TEXT
073500     ELSE
073600     IF (WS-SEC-FUNC-MAKE AND NOT OP-CAN-MAKE)
073700        OR (WS-SEC-FUNC-CHECK AND NOT OP-CAN-CHECK)
073800        OR (WS-SEC-FUNC-VOID AND NOT OP-CAN-CHECK)
073900         MOVE 'NAUT' TO WS-SEC-REASON
074000         MOVE 'NOT AUTHORIZED FOR FUNCTION' TO WS-SEC-REASON-TEXT
074100     ELSE
074200     IF WS-SEC-TEST-LIMIT
074300        AND WS-SEC-AMOUNT > OP-APPROVAL-LIMIT
074400         MOVE 'OVLM' TO WS-SEC-REASON
074500         MOVE 'AMOUNT OVER APPROVAL LIMIT' TO WS-SEC-REASON-TEXT
074600     END-IF
074700     END-IF
074800     END-IF
074900     END-IF.
075000     IF WS-SEC-REASON = SPACES
075100         MOVE 'Y' TO WS-SEC-OK-SWITCH
075200         GO TO 8000-CHECK-OPERATOR-X
075300     END-IF.
075400     DISPLAY 'DL280M - OPERATOR ' WS-SEC-OPERATOR-ID
075500         ' REFUSED FOR ' WS-SEC-FUNCTION ' - '
075600         WS-SEC-REASON-TEXT.
075700     PERFORM 8100-LOG-VIOLATION THRU 8100-LOG-VIOLATION-X.
075800 8000-CHECK-OPERATOR-X.
075900     EXIT.
076000*
076100******************************************************************
076200*    8100-LOG-VIOLATION - RECORD ONE REFUSAL ON THE SECURITY
076300*    VIOLATIONS FILE FOR THE DAILY DL260 REPORT
076400******************************************************************
076500 8100-LOG-VIOLATION.
076600     MOVE SPACES             TO SV-RECORD.
076700     ACCEPT SV-VIOL-DATE FROM DATE.
076800     ACCEPT SV-VIOL-TIME FROM TIME.
076900     MOVE 'DL280M'           TO SV-PROGRAM-ID.
077000     MOVE WS-SEC-OPERATOR-ID TO SV-OPERATOR-ID.
077100     MOVE WS-SEC-FUNCTION    TO SV-FUNCTION.
077200     MOVE WS-SEC-REASON      TO SV-REASON-CODE.
077300     MOVE WS-SEC-ITEM-KEY    TO SV-ITEM-KEY.
077400     MOVE WS-SEC-AMOUNT      TO SV-AMOUNT.
077500     MOVE OP-APPROVAL-LIMIT  TO SV-APPROVAL-LIMIT.
077600     WRITE SV-RECORD.
077700     IF WS-VIOL-STATUS NOT = '00'
077800         DISPLAY 'DL280M - SECURITY VIOLATION NOT LOGGED - '
077900             'STATUS ' WS-VIOL-STATUS
078000     END-IF.
078100 8100-LOG-VIOLATION-X.
078200     EXIT.
