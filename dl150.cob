001400*    CLOSED DATE.  DL100 NO LONGER CREATES A MASTER RECORD ON
001500*    ITS OWN - A POSTING TO AN ACCOUNT NOT SET UP HERE, OR
001600*    CLOSED HERE, GOES TO THE EXCEPTION FILE INSTEAD.
001620*    FUNCTION 'R' REACTIVATES AN ACCOUNT THE DL240 DORMANCY RUN
001640*    HAS MARKED DORMANT, ONCE THE OPERATOR CONFIRMS THE
001655*    CUSTOMER HAS BEEN VERIFIED.  FUNCTION 'L' SETS OR CHANGES
001670*    AN ACCOUNT'S OVERDRAFT LIMIT; A NEW ACCOUNT IS GIVEN ITS
001676*    LIMIT WHEN IT IS OPENED.  EVERY FUNCTION NEEDS AN
001682*    OPERATOR ID THE OPERATOR SECURITY FILE SHOWS ACTIVE WITH
001688*    ACCOUNT-MAINTENANCE AUTHORITY; ANY OTHER ID IS REFUSED
001694*    AND LOGGED TO THE SECURITY VIOLATIONS FILE.
001700*-----------------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    09/02/26   RFS   ORIGINAL PROGRAM.
002020*    10/15/26   RFS   AN ACCOUNT CAN NO LONGER BE OPENED WITH A
002040*                     BLANK OR '**' TYPE - THE GL MAP RESERVES
002060*                     THOSE FOR ADJUSTMENTS AND REVALUATION.
002066*    10/15/26   RFS   ADDED FUNCTION 'R' TO REACTIVATE A DORMANT
002072*                     ACCOUNT.  THE CUSTOMER MUST BE CONFIRMED
002078*                     VERIFIED, AND THE LAST-ACTIVITY DATE IS
002084*                     RESET SO THE NEXT DL240 RUN DOES NOT MARK
002090*                     THE ACCOUNT DORMANT AGAIN AT ONCE.
002091*    10/15/26   RFS   ADDED THE OVERDRAFT LIMIT - CAPTURED WHEN
002092*                     AN ACCOUNT IS OPENED (ENFORCED, ZERO
002093*                     UNLESS KEYED) AND SET OR CHANGED BY THE
002094*                     NEW FUNCTION 'L'.  DL100 REJECTS A DEBIT
002095*                     PAST THE LIMIT.
002096*    10/15/26   RFS   THE OPERATOR ID IS NOW CHECKED AGAINST THE
002097*                     OPERATOR SECURITY FILE BEFORE ANY CHANGE
002098*                     TO THE MASTER.  A REFUSED ID IS LOGGED TO
002099*                     THE SECURITY VIOLATIONS FILE.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS AB-ACCOUNT-NO
003400         FILE STATUS IS WS-ACCT-STATUS.
003411     SELECT OPERATOR-FILE ASSIGN TO OPRSEC
003422         ORGANIZATION IS INDEXED
003433         ACCESS MODE IS RANDOM
003444         RECORD KEY IS OP-OPERATOR-ID
003455         FILE STATUS IS WS-OPR-STATUS.
003466     SELECT VIOLATION-FILE ASSIGN TO SECLOG
003477         ORGANIZATION IS SEQUENTIAL
003488         FILE STATUS IS WS-VIOL-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003900     LABEL RECORDS ARE STANDARD.
004000     COPY DLACTREC.
004100*
004110 FD  OPERATOR-FILE
004120     LABEL RECORDS ARE STANDARD.
004130     COPY DLOPRREC.
004140*
004150 FD  VIOLATION-FILE
004160     RECORDING MODE IS F
004170     LABEL RECORDS ARE STANDARD.
004180     COPY DLSECREC.
004190*
004200 WORKING-STORAGE SECTION.
004300*
004400 01  WS-CRT-STATUS               PIC 9(04) VALUE 0.
005200     05  SCR-FUNCTION            PIC X(01).
005300         88  SCR-FUNC-OPEN       VALUE 'O'.
005400         88  SCR-FUNC-CLOSE      VALUE 'C'.
005450         88  SCR-FUNC-REACTIVATE VALUE 'R'.
005470         88  SCR-FUNC-LIMIT      VALUE 'L'.
005500     05  SCR-ACCOUNT-NO          PIC X(08).
005600     05  SCR-ACCOUNT-NAME        PIC X(20).
005700     05  SCR-ACCOUNT-TYPE        PIC X(02).
005800     05  SCR-OPERATOR-ID         PIC X(08).
005830     05  SCR-VERIFIED            PIC X(01).
005860         88  SCR-IS-VERIFIED     VALUE 'Y'.
005864     05  SCR-LIMIT-IND           PIC X(01) VALUE 'Y'.
005868         88  SCR-LIMIT-VALID     VALUE 'Y' 'N'.
005872     05  SCR-OD-LIMIT            PIC 9(07)V99 VALUE ZERO.
005876*
005880 01  WS-LIMIT-FIELDS.
005884     05  WS-OLD-LIMIT-EDIT       PIC Z,ZZZ,ZZ9.99.
005888     05  WS-NEW-LIMIT-EDIT       PIC Z,ZZZ,ZZ9.99.
005892     05  WS-OLD-LIMIT-IND        PIC X(01).
005900*
005906 01  WS-SECURITY-FIELDS.
005912     05  WS-OPR-STATUS           PIC X(02) VALUE '00'.
005918     05  WS-VIOL-STATUS          PIC X(02) VALUE '00'.
005924     05  WS-SEC-OPERATOR-ID      PIC X(08).
005930     05  WS-SEC-FUNCTION         PIC X(04).
005936         88  WS-SEC-FUNC-MAINT   VALUE 'MANT'.
005942     05  WS-SEC-ITEM-KEY         PIC X(10).
005948     05  WS-SEC-AMOUNT           PIC S9(7)V99 VALUE 0.
005954     05  WS-SEC-LIMIT-SWITCH     PIC X(01) VALUE 'N'.
005960         88  WS-SEC-TEST-LIMIT   VALUE 'Y'.
005966     05  WS-SEC-OK-SWITCH        PIC X(01) VALUE 'N'.
005972         88  WS-SEC-PASSED       VALUE 'Y'.
005978     05  WS-SEC-REASON           PIC X(04).
005984     05  WS-SEC-REASON-TEXT      PIC X(30).
005990*
006000 SCREEN SECTION.
006100*
006200 01  FUNCTION-SCREEN.
006300     05  BLANK SCREEN.
006400     05  LINE 1  COL 1   VALUE 'DL150 - ACCOUNT MAINTENANCE'.
006500     05  LINE 3  COL 1   VALUE 'FUNCTION (O/C/R/L)'.
006600     05  LINE 3  COL 22  PIC X(01) USING SCR-FUNCTION.
006700     05  LINE 5  COL 1   VALUE 'O = OPEN A NEW ACCOUNT'.
006800     05  LINE 6  COL 1   VALUE 'C = CLOSE AN ACCOUNT'.
006850     05  LINE 7  COL 1   VALUE 'R = REACTIVATE A DORMANT ACCOUNT'.
006870     05  LINE 8  COL 1   VALUE 'L = SET OVERDRAFT LIMIT'.
006900*
007000 01  OPEN-SCREEN.
007100     05  BLANK SCREEN.
007600     05  LINE 4  COL 22  PIC X(20) USING SCR-ACCOUNT-NAME.
007700     05  LINE 5  COL 1   VALUE 'ACCOUNT TYPE . . .'.
007800     05  LINE 5  COL 22  PIC X(02) USING SCR-ACCOUNT-TYPE.
007820     05  LINE 6  COL 1   VALUE 'ENFORCE LIMIT (Y/N)'.
007840     05  LINE 6  COL 22  PIC X(01) USING SCR-LIMIT-IND.
007860     05  LINE 6  COL 30  VALUE 'OVERDRAFT LIMIT'.
007880     05  LINE 6  COL 47  PIC 9(07)V99 USING SCR-OD-LIMIT.
007900     05  LINE 7  COL 1   VALUE 'OPERATOR ID  . . .'.
008000     05  LINE 7  COL 22  PIC X(08) USING SCR-OPERATOR-ID.
008100*
008700     05  LINE 5  COL 1   VALUE 'OPERATOR ID  . . .'.
008800     05  LINE 5  COL 22  PIC X(08) USING SCR-OPERATOR-ID.
008900*
008901 01  LIMIT-SCREEN.
008902     05  BLANK SCREEN.
008903     05  LINE 1  COL 1   VALUE 'DL150 - OVERDRAFT LIMIT'.
008904     05  LINE 3  COL 1   VALUE 'ACCOUNT NUMBER . .'.
008905     05  LINE 3  COL 22  PIC X(08) USING SCR-ACCOUNT-NO.
008906     05  LINE 4  COL 1   VALUE 'ENFORCE LIMIT (Y/N)'.
008907     05  LINE 4  COL 22  PIC X(01) USING SCR-LIMIT-IND.
008908     05  LINE 5  COL 1   VALUE 'OVERDRAFT LIMIT  .'.
008909     05  LINE 5  COL 22  PIC 9(07)V99 USING SCR-OD-LIMIT.
008910     05  LINE 7  COL 1   VALUE 'OPERATOR ID  . . .'.
008911     05  LINE 7  COL 22  PIC X(08) USING SCR-OPERATOR-ID.
008912*
008913 01  REACTIVATE-SCREEN.
008916     05  BLANK SCREEN.
008924     05  LINE 1  COL 1   VALUE 'DL150 - REACTIVATE ACCOUNT'.
008932     05  LINE 3  COL 1   VALUE 'ACCOUNT NUMBER . .'.
008940     05  LINE 3  COL 22  PIC X(08) USING SCR-ACCOUNT-NO.
008948     05  LINE 4  COL 1   VALUE 'CUSTOMER VERIFIED'.
008956     05  LINE 4  COL 22  PIC X(01) USING SCR-VERIFIED.
008964     05  LINE 4  COL 25  VALUE '(Y = IDENTITY CONFIRMED)'.
008972     05  LINE 5  COL 1   VALUE 'OPERATOR ID  . . .'.
008980     05  LINE 5  COL 22  PIC X(08) USING SCR-OPERATOR-ID.
008988*
009000 PROCEDURE DIVISION.
009100*
009200******************************************************************
010100     IF SCR-FUNC-CLOSE
010200         PERFORM 4000-CLOSE-ACCOUNT THRU 4000-CLOSE-ACCOUNT-X
010300     ELSE
010320     IF SCR-FUNC-REACTIVATE
010340         PERFORM 5000-REACTIVATE-ACCOUNT THRU 5000-REACTIVATE-X
010360     ELSE
010376     IF SCR-FUNC-LIMIT
010392         PERFORM 6000-SET-LIMIT THRU 6000-SET-LIMIT-X
010408     ELSE
010424         DISPLAY 'DL150 - FUNCTION MUST BE O, C, R OR L - '
010440             'NOTHING DONE'
010460     END-IF
010480     END-IF
010500     END-IF
010600     END-IF.
010700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
010900*
011000******************************************************************
011100*    1000-INITIALIZE - OPEN THE ACCOUNT MASTER, CREATING IT
011150*    EMPTY THE VERY FIRST TIME THE SHOP SETS UP AN ACCOUNT.
011200*    THE SECURITY FILES ARE OPENED FIRST - WITHOUT THEM NO
011250*    OPERATOR ID CAN BE PROVED, SO NOTHING IS ALLOWED.
011300******************************************************************
011400 1000-INITIALIZE.
011407     OPEN INPUT OPERATOR-FILE.
011414     IF WS-OPR-STATUS NOT = '00'
011421         DISPLAY 'DL150 - OPERATOR SECURITY FILE COULD NOT BE '
011428             'OPENED - STATUS ' WS-OPR-STATUS ' - NOTHING DONE'
011435         STOP RUN
011442     END-IF.
011449     OPEN EXTEND VIOLATION-FILE.
011456     IF WS-VIOL-STATUS NOT = '00'
011463         DISPLAY 'DL150 - SECURITY VIOLATIONS FILE COULD NOT BE '
011470             'OPENED - STATUS ' WS-VIOL-STATUS ' - NOTHING DONE'
011477         CLOSE OPERATOR-FILE
011484         STOP RUN
011491     END-IF.
011500     OPEN I-O ACCOUNT-FILE.
011600     IF WS-ACCT-NO-FILE
011700         OPEN OUTPUT ACCOUNT-FILE
014300 3000-OPEN-ACCOUNT.
014400     DISPLAY OPEN-SCREEN.
014500     ACCEPT OPEN-SCREEN.
014520     PERFORM 7000-CHECK-MAINTAINER THRU 7000-CHECK-MAINT-X.
014540     IF NOT WS-SEC-PASSED
014560         GO TO 3000-OPEN-ACCOUNT-EXIT
014580     END-IF.
014600     IF SCR-ACCOUNT-NO = SPACES
014700         DISPLAY 'DL150 - ACCOUNT NUMBER REQUIRED - NOTHING DONE'
014800         GO TO 3000-OPEN-ACCOUNT-EXIT
014900     END-IF.
014914*    BLANK AND '**' ARE THE GL MAP'S RESERVED TYPES (DLGLMREC)
014928     IF SCR-ACCOUNT-TYPE = SPACES OR SCR-ACCOUNT-TYPE = '**'
014942         DISPLAY 'DL150 - ACCOUNT TYPE ''' SCR-ACCOUNT-TYPE
014956             ''' IS RESERVED - NOTHING DONE'
014970         GO TO 3000-OPEN-ACCOUNT-EXIT
014984     END-IF.
014986     IF NOT SCR-LIMIT-VALID OR SCR-OD-LIMIT IS NOT NUMERIC
014988         DISPLAY 'DL150 - ENFORCE LIMIT MUST BE Y OR N WITH A '
014990             'NUMERIC LIMIT - NOTHING DONE'
014992         GO TO 3000-OPEN-ACCOUNT-EXIT
014994     END-IF.
015000     MOVE SCR-ACCOUNT-NO TO AB-ACCOUNT-NO.
015100     READ ACCOUNT-FILE.
015200     IF WS-ACCT-STATUS = '00'
016800     MOVE ZERO TO AB-BALANCE.
016900     MOVE ZERO TO AB-TRAN-COUNT.
017000     MOVE SPACES TO AB-LAST-TRAN-DATE.
017030     MOVE SCR-LIMIT-IND TO AB-LIMIT-IND.
017060     MOVE SCR-OD-LIMIT TO AB-OD-LIMIT.
017100     WRITE AB-RECORD.
017200     IF WS-ACCT-STATUS = '00'
017300         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO ' OPENED BY '
018700 4000-CLOSE-ACCOUNT.
018800     DISPLAY CLOSE-SCREEN.
018900     ACCEPT CLOSE-SCREEN.
018920     PERFORM 7000-CHECK-MAINTAINER THRU 7000-CHECK-MAINT-X.
018940     IF NOT WS-SEC-PASSED
018960         GO TO 4000-CLOSE-ACCOUNT-X
018980     END-IF.
019000     MOVE SCR-ACCOUNT-NO TO AB-ACCOUNT-NO.
019100     READ ACCOUNT-FILE.
019200     IF WS-ACCT-NOT-FOUND
021700 4000-CLOSE-ACCOUNT-X.
021800     EXIT.
021900*
021902******************************************************************
021904*    5000-REACTIVATE-ACCOUNT - RETURN A DORMANT ACCOUNT TO OPEN
021906*    ONCE THE CUSTOMER HAS BEEN VERIFIED.  THE LAST-ACTIVITY
021908*    DATE IS SET TO TODAY SO THE DORMANCY CLOCK STARTS AGAIN -
021910*    OTHERWISE THE NEXT DL240 RUN WOULD PUT IT STRAIGHT BACK.
021912*    POSTINGS HELD AS 'DORM' EXCEPTIONS ARE THEN RESUBMITTED
021914*    FROM DL110 IN THE USUAL WAY.
021916******************************************************************
021918 5000-REACTIVATE-ACCOUNT.
021920     DISPLAY REACTIVATE-SCREEN.
021922     ACCEPT REACTIVATE-SCREEN.
021923     PERFORM 7000-CHECK-MAINTAINER THRU 7000-CHECK-MAINT-X.
021924     IF NOT WS-SEC-PASSED
021925         GO TO 5000-REACTIVATE-X
021926     END-IF.
021927     IF NOT SCR-IS-VERIFIED
021928         DISPLAY 'DL150 - CUSTOMER NOT CONFIRMED VERIFIED - '
021929             'NOTHING DONE'
021930         GO TO 5000-REACTIVATE-X
021932     END-IF.
021934     MOVE SCR-ACCOUNT-NO TO AB-ACCOUNT-NO.
021936     READ ACCOUNT-FILE.
021938     IF WS-ACCT-NOT-FOUND
021940         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO
021942             ' IS NOT ON THE MASTER - NOTHING DONE'
021944         GO TO 5000-REACTIVATE-X
021946     END-IF.
021948     IF WS-ACCT-STATUS NOT = '00'
021950         DISPLAY 'DL150 - ACCOUNT MASTER READ FAILED - STATUS '
021952             WS-ACCT-STATUS ' - NOTHING DONE'
021954         GO TO 5000-REACTIVATE-X
021956     END-IF.
021958     IF NOT AB-IS-DORMANT
021960         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO
021962             ' IS NOT DORMANT - NOTHING DONE'
021964         GO TO 5000-REACTIVATE-X
021966     END-IF.
021968     MOVE 'O' TO AB-STATUS.
021970     ACCEPT AB-LAST-TRAN-DATE FROM DATE.
021972     REWRITE AB-RECORD.
021974     IF WS-ACCT-STATUS = '00'
021976         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO
021978             ' REACTIVATED BY ' SCR-OPERATOR-ID
021980     ELSE
021982         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO ' NOT '
021984             'REWRITTEN - STATUS ' WS-ACCT-STATUS
021986     END-IF.
021988 5000-REACTIVATE-X.
021990     EXIT.
021991*
021992******************************************************************
021993*    6000-SET-LIMIT - SET OR CHANGE AN ACCOUNT'S OVERDRAFT
021994*    LIMIT.  'N' STOPS THE LIMIT BEING ENFORCED.  A LIMIT BELOW
021995*    THE DEBIT BALANCE ALREADY ON THE ACCOUNT IS ACCEPTED BUT
021996*    SAID SO - FURTHER DEBITS WILL BE REJECTED UNTIL FUNDS
021997*    ARRIVE, AND THE NEAR-LIMIT REPORT WILL SHOW IT OVER.
021998******************************************************************
021999 6000-SET-LIMIT.
022000     DISPLAY LIMIT-SCREEN.
022001     ACCEPT LIMIT-SCREEN.
022002     PERFORM 7000-CHECK-MAINTAINER THRU 7000-CHECK-MAINT-X.
022003     IF NOT WS-SEC-PASSED
022004         GO TO 6000-SET-LIMIT-X
022005     END-IF.
022006     IF NOT SCR-LIMIT-VALID OR SCR-OD-LIMIT IS NOT NUMERIC
022007         DISPLAY 'DL150 - ENFORCE LIMIT MUST BE Y OR N WITH A '
022008             'NUMERIC LIMIT - NOTHING DONE'
022009         GO TO 6000-SET-LIMIT-X
022010     END-IF.
022011     MOVE SCR-ACCOUNT-NO TO AB-ACCOUNT-NO.
022012     READ ACCOUNT-FILE.
022013     IF WS-ACCT-NOT-FOUND
022014         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO
022015             ' IS NOT ON THE MASTER - NOTHING DONE'
022016         GO TO 6000-SET-LIMIT-X
022017     END-IF.
022018     IF WS-ACCT-STATUS NOT = '00'
022019         DISPLAY 'DL150 - ACCOUNT MASTER READ FAILED - STATUS '
022020             WS-ACCT-STATUS ' - NOTHING DONE'
022021         GO TO 6000-SET-LIMIT-X
022022     END-IF.
022023     IF AB-IS-CLOSED
022024         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO
022025             ' IS CLOSED - NOTHING DONE'
022026         GO TO 6000-SET-LIMIT-X
022027     END-IF.
022028     MOVE AB-LIMIT-IND TO WS-OLD-LIMIT-IND.
022029     IF AB-OD-LIMIT IS NUMERIC
022030         MOVE AB-OD-LIMIT TO WS-OLD-LIMIT-EDIT
022031     ELSE
022032         MOVE ZERO TO WS-OLD-LIMIT-EDIT
022033     END-IF.
022034     MOVE SCR-LIMIT-IND TO AB-LIMIT-IND.
022035     MOVE SCR-OD-LIMIT TO AB-OD-LIMIT.
022036     MOVE SCR-OD-LIMIT TO WS-NEW-LIMIT-EDIT.
022037     REWRITE AB-RECORD.
022038     IF WS-ACCT-STATUS NOT = '00'
022039         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO ' NOT '
022040             'REWRITTEN - STATUS ' WS-ACCT-STATUS
022041         GO TO 6000-SET-LIMIT-X
022042     END-IF.
022043     DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO ' LIMIT '
022044         WS-OLD-LIMIT-IND ' ' WS-OLD-LIMIT-EDIT ' CHANGED TO '
022045         SCR-LIMIT-IND ' ' WS-NEW-LIMIT-EDIT ' BY '
022046         SCR-OPERATOR-ID.
022047     IF AB-HAS-OD-LIMIT AND AB-BALANCE > AB-OD-LIMIT
022048         DISPLAY 'DL150 - NOTE: ACCOUNT ' SCR-ACCOUNT-NO
022049             ' IS ALREADY PAST THE NEW LIMIT'
022050     END-IF.
022051 6000-SET-LIMIT-X.
022052     EXIT.
022053*
022054******************************************************************
022055*    7000-CHECK-MAINTAINER - THE KEYED OPERATOR ID MUST HOLD
022056*    ACCOUNT-MAINTENANCE AUTHORITY FOR ANY FUNCTION HERE
022057******************************************************************
022058 7000-CHECK-MAINTAINER.
022059     MOVE SCR-OPERATOR-ID TO WS-SEC-OPERATOR-ID.
022060     MOVE 'MANT'          TO WS-SEC-FUNCTION.
022061     MOVE SCR-ACCOUNT-NO  TO WS-SEC-ITEM-KEY.
022062     MOVE ZERO            TO WS-SEC-AMOUNT.
022063     MOVE 'N'             TO WS-SEC-LIMIT-SWITCH.
022064     PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X.
022065     IF NOT WS-SEC-PASSED
022066         DISPLAY 'DL150 - ACCOUNT ' SCR-ACCOUNT-NO
022067             ' - NOTHING DONE'
022068     END-IF.
022069 7000-CHECK-MAINT-X.
022070     EXIT.
022071*
022072******************************************************************
022073*    8000-CHECK-OPERATOR - PROVE WS-SEC-OPERATOR-ID AGAINST THE
022074*    OPERATOR SECURITY FILE FOR WS-SEC-FUNCTION, AND AGAINST
022075*    THE ID'S APPROVAL LIMIT WHEN WS-SEC-TEST-LIMIT IS ON.
022076*    WS-SEC-PASSED IS SET ONLY WHEN EVERY TEST IS MET; ANY
022077*    REFUSAL IS LOGGED AND SHOWN TO THE OPERATOR.
022078******************************************************************
022079 8000-CHECK-OPERATOR.
022080     MOVE 'N' TO WS-SEC-OK-SWITCH.
022081     MOVE SPACES TO WS-SEC-REASON.
022082     MOVE WS-SEC-OPERATOR-ID TO OP-OPERATOR-ID.
022083     READ OPERATOR-FILE.
022084     IF WS-OPR-STATUS NOT = '00'
022085        OR OP-APPROVAL-LIMIT IS NOT NUMERIC
022086         MOVE ZERO TO OP-APPROVAL-LIMIT
022087     END-IF.
022088     IF WS-OPR-STATUS NOT = '00'
022089         MOVE 'UNKN' TO WS-SEC-REASON
022090         MOVE 'NOT ON THE SECURITY FILE' TO WS-SEC-REASON-TEXT
022091     ELSE
022092     IF NOT OP-IS-ACTIVE
022093         MOVE 'REVK' TO WS-SEC-REASON
022094         MOVE 'ID IS REVOKED' TO WS-SEC-REASON-TEXT
022095     ELSE
022096     IF NOT OP-CAN-MAINTAIN
022097         MOVE 'NAUT' TO WS-SEC-REASON
022098         MOVE 'NOT AUTHORIZED FOR FUNCTION' TO WS-SEC-REASON-TEXT
022099     ELSE
022100     IF WS-SEC-TEST-LIMIT
022101        AND WS-SEC-AMOUNT > OP-APPROVAL-LIMIT
022102         MOVE 'OVLM' TO WS-SEC-REASON
022103         MOVE 'AMOUNT OVER APPROVAL LIMIT' TO WS-SEC-REASON-TEXT
022104     END-IF
022105     END-IF
022106     END-IF
022107     END-IF.
022108     IF WS-SEC-REASON = SPACES
022109         MOVE 'Y' TO WS-SEC-OK-SWITCH
022110         GO TO 8000-CHECK-OPERATOR-X
022111     END-IF.
022112     DISPLAY 'DL150 - OPERATOR ' WS-SEC-OPERATOR-ID
022113         ' REFUSED FOR ' WS-SEC-FUNCTION ' - '
022114         WS-SEC-REASON-TEXT.
022115     PERFORM 8100-LOG-VIOLATION THRU 8100-LOG-VIOLATION-X.
022116 8000-CHECK-OPERATOR-X.
022117     EXIT.
022118*
022119******************************************************************
022120*    8100-LOG-VIOLATION - RECORD ONE REFUSAL ON THE SECURITY
022121*    VIOLATIONS FILE FOR THE DAILY DL260 REPORT
022122******************************************************************
022123 8100-LOG-VIOLATION.
022124     MOVE SPACES             TO SV-RECORD.
022125     ACCEPT SV-VIOL-DATE FROM DATE.
022126     ACCEPT SV-VIOL-TIME FROM TIME.
022127     MOVE 'DL150'            TO SV-PROGRAM-ID.
022128     MOVE WS-SEC-OPERATOR-ID TO SV-OPERATOR-ID.
022129     MOVE WS-SEC-FUNCTION    TO SV-FUNCTION.
022130     MOVE WS-SEC-REASON      TO SV-REASON-CODE.
022131     MOVE WS-SEC-ITEM-KEY    TO SV-ITEM-KEY.
022132     MOVE WS-SEC-AMOUNT      TO SV-AMOUNT.
022133     MOVE OP-APPROVAL-LIMIT  TO SV-APPROVAL-LIMIT.
022134     WRITE SV-RECORD.
022135     IF WS-VIOL-STATUS NOT = '00'
022136         DISPLAY 'DL150 - SECURITY VIOLATION NOT LOGGED - '
022137             'STATUS ' WS-VIOL-STATUS
022138     END-IF.
022139 8100-LOG-VIOLATION-X.
022140     EXIT.
022141*
022142******************************************************************
022143*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN
022200******************************************************************
022300 9000-TERMINATE.
022400     CLOSE ACCOUNT-FILE.
022430     CLOSE OPERATOR-FILE.
022460     CLOSE VIOLATION-FILE.
022500 9000-TERMINATE-EXIT.
022600     EXIT.
