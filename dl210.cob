001600*    RECORD SO IT IS ACCOUNTED FOR ON THE DL170 REPORT.  AN
001700*    ITEM LEFT PENDING IS CARRIED TO THE NEW SUSPENSE FILE
001800*    THAT REPLACES THE QUEUE FOR THE NEXT REVIEW SESSION.
001816*    THE SUPERVISOR ID MUST BE ACTIVE ON THE OPERATOR SECURITY
001832*    FILE WITH SUSPENSE-RELEASE AUTHORITY TO RELEASE OR REJECT,
001848*    AND ITS APPROVAL LIMIT MUST COVER THE AMOUNT TO RELEASE.
001864*    A REFUSED DECISION IS LOGGED TO THE SECURITY VIOLATIONS
001880*    FILE AND THE ITEM STAYS ON THE QUEUE.
001900*-----------------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    09/02/26   RFS   ORIGINAL PROGRAM.
002220*    10/15/26   RFS   THE SUPERVISOR ID IS NOW CHECKED AGAINST
002240*                     THE OPERATOR SECURITY FILE, AND A RELEASE
002260*                     AGAINST ITS APPROVAL LIMIT.  A REFUSAL IS
002280*                     LOGGED AND THE ITEM LEFT ON THE QUEUE.
002284*    10/15/26   RFS   A HELD TRANSFER SHOWS BOTH ACCOUNTS AND IS
002288*                     RELEASED AS A TRANSFER, SO DL100 POSTS
002292*                     BOTH LEGS OR NEITHER.  SN-RECORD WIDENED
002296*                     WITH THE SUSPENSE RECORD.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT DISPOSITION-FILE ASSIGN TO DSPOUT
004000         ORGANIZATION IS SEQUENTIAL.
004011     SELECT OPERATOR-FILE ASSIGN TO OPRSEC
004022         ORGANIZATION IS INDEXED
004033         ACCESS MODE IS RANDOM
004044         RECORD KEY IS OP-OPERATOR-ID
004055         FILE STATUS IS WS-OPR-STATUS.
004066     SELECT VIOLATION-FILE ASSIGN TO SECLOG
004077         ORGANIZATION IS SEQUENTIAL
004088         FILE STATUS IS WS-VIOL-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004900 FD  SUSPNEW-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  SN-RECORD                   PIC X(59).
005300*
005400 FD  RESUB-FILE
005500     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DLDSPREC.
006300*
006310 FD  OPERATOR-FILE
006320     LABEL RECORDS ARE STANDARD.
006330     COPY DLOPRREC.
006340*
006350 FD  VIOLATION-FILE
006360     RECORDING MODE IS F
006370     LABEL RECORDS ARE STANDARD.
006380     COPY DLSECREC.
006390*
006400 WORKING-STORAGE SECTION.
006500*
006600 01  WS-CRT-STATUS               PIC 9(04) VALUE 0.
007300     05  WS-OUT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
007400         88  WS-OUTPUTS-OPEN     VALUE 'Y'.
007500*
007506 01  WS-SECURITY-FIELDS.
007512     05  WS-OPR-STATUS           PIC X(02) VALUE '00'.
007518     05  WS-VIOL-STATUS          PIC X(02) VALUE '00'.
007524     05  WS-SEC-OPERATOR-ID      PIC X(08).
007530     05  WS-SEC-FUNCTION         PIC X(04).
007536         88  WS-SEC-FUNC-RELEASE VALUE 'RLSE'.
007542     05  WS-SEC-ITEM-KEY         PIC X(10).
007548     05  WS-SEC-AMOUNT           PIC S9(7)V99 VALUE 0.
007554     05  WS-SEC-LIMIT-SWITCH     PIC X(01) VALUE 'N'.
007560         88  WS-SEC-TEST-LIMIT   VALUE 'Y'.
007566     05  WS-SEC-OK-SWITCH        PIC X(01) VALUE 'N'.
007572         88  WS-SEC-PASSED       VALUE 'Y'.
007578     05  WS-SEC-REASON           PIC X(04).
007584     05  WS-SEC-REASON-TEXT      PIC X(30).
007590*
007600 01  WS-SCREEN-FIELDS.
007700     05  SCR-TRANS-KEY           PIC X(10).
007800     05  SCR-AMOUNT              PIC 9(5)V99.
007900     05  SCR-DR-CR-IND           PIC X(01).
008000     05  SCR-CURRENCY-CODE       PIC X(03).
008100     05  SCR-ACCOUNT-NO          PIC X(08).
008150     05  SCR-TO-ACCOUNT-NO       PIC X(08).
008200     05  SCR-HELD-DATE           PIC X(06).
008300     05  SCR-SUPERVISOR-ID       PIC X(08).
008400     05  SCR-DECISION            PIC X(01).
010100     05  LINE 6  COL 22  PIC X(03) FROM SCR-CURRENCY-CODE.
010200     05  LINE 7  COL 1   VALUE 'ACCOUNT NUMBER . .'.
010300     05  LINE 7  COL 22  PIC X(08) FROM SCR-ACCOUNT-NO.
010330     05  LINE 7  COL 32  VALUE 'TRANSFER TO'.
010360     05  LINE 7  COL 44  PIC X(08) FROM SCR-TO-ACCOUNT-NO.
010400     05  LINE 8  COL 1   VALUE 'HELD ON  . . . . .'.
010500     05  LINE 8  COL 22  PIC X(06) FROM SCR-HELD-DATE.
010600     05  LINE 10 COL 1   VALUE 'SUPERVISOR ID  . .'.
012300******************************************************************
012400*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  THE
012500*    INPUT IS PROVED BEFORE THE OUTPUTS ARE TOUCHED, AS ON
012560*    DL110 - A FAILED OPEN MUST NOT TRUNCATE ANYTHING.  THE
012620*    SECURITY FILES COME FIRST OF ALL.
012700******************************************************************
012800 1000-INITIALIZE.
012807     OPEN INPUT OPERATOR-FILE.
012814     IF WS-OPR-STATUS NOT = '00'
012821         DISPLAY 'DL210 - OPERATOR SECURITY FILE COULD NOT BE '
012828             'OPENED - STATUS ' WS-OPR-STATUS ' - NOTHING DONE'
012835         STOP RUN
012842     END-IF.
012849     OPEN EXTEND VIOLATION-FILE.
012856     IF WS-VIOL-STATUS NOT = '00'
012863         DISPLAY 'DL210 - SECURITY VIOLATIONS FILE COULD NOT BE '
012870             'OPENED - STATUS ' WS-VIOL-STATUS ' - NOTHING DONE'
012877         CLOSE OPERATOR-FILE
012884         STOP RUN
012891     END-IF.
012900     OPEN INPUT SUSPENSE-FILE.
013000     IF WS-SUS-STATUS NOT = '00'
013100         DISPLAY 'DL210 - SUSPENSE FILE COULD NOT BE OPENED'
016400     MOVE SU-DR-CR-IND     TO SCR-DR-CR-IND.
016500     MOVE SU-CURRENCY-CODE TO SCR-CURRENCY-CODE.
016600     MOVE SU-ACCOUNT-NO    TO SCR-ACCOUNT-NO.
016650     MOVE SU-TO-ACCOUNT-NO TO SCR-TO-ACCOUNT-NO.
016700     MOVE SU-HELD-DATE     TO SCR-HELD-DATE.
016800     MOVE 'P' TO SCR-DECISION.
016900     DISPLAY REVIEW-SCREEN.
017400             'ON THE QUEUE'
017500         MOVE 'P' TO SCR-DECISION
017600     END-IF.
017605     IF SCR-DEC-RELEASE OR SCR-DEC-REJECT
017610         MOVE SCR-SUPERVISOR-ID TO WS-SEC-OPERATOR-ID
017615         MOVE 'RLSE'            TO WS-SEC-FUNCTION
017620         MOVE SU-TRANS-KEY      TO WS-SEC-ITEM-KEY
017625         MOVE SU-AMOUNT         TO WS-SEC-AMOUNT
017630         IF SCR-DEC-RELEASE
017635             MOVE 'Y' TO WS-SEC-LIMIT-SWITCH
017640         ELSE
017645             MOVE 'N' TO WS-SEC-LIMIT-SWITCH
017650         END-IF
017655         PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X
017660         IF NOT WS-SEC-PASSED
017665             DISPLAY 'DL210 - ITEM ' SU-TRANS-KEY
017670                 ' LEFT ON THE QUEUE'
017675             MOVE 'P' TO SCR-DECISION
017680         END-IF
017685     END-IF.
017700     IF SCR-DEC-RELEASE
017800         PERFORM 3000-RELEASE-ITEM THRU 3000-RELEASE-ITEM-X
017900     ELSE
019100*    3000-RELEASE-ITEM - RELEASE THE ITEM TO THE RESUBMISSION
019200*    FILE IN TRANSACTION-DETAIL SHAPE, AND RECORD THE
019300*    DISPOSITION.  DL100 POSTS IT WITH ITS NORMAL DUPLICATE
019360*    AND AUDIT LOGIC ON THE NEXT RUN.  A HELD TRANSFER GOES
019420*    BACK AS A TRANSFER, WITH BOTH ACCOUNTS.
019500******************************************************************
019600 3000-RELEASE-ITEM.
019620     IF SU-TO-ACCOUNT-NO NOT = SPACES
019640         MOVE 'X'               TO RS-RECORD-TYPE
019660     ELSE
019680         MOVE 'D'               TO RS-RECORD-TYPE
019700     END-IF.
019720     MOVE SU-TO-ACCOUNT-NO  TO RS-TO-ACCOUNT-NO.
019800     MOVE SU-TRANS-KEY      TO RS-TRANS-KEY.
019900     MOVE SU-AMOUNT         TO RS-AMOUNT.
020000     MOVE SU-DR-CR-IND      TO RS-DR-CR-IND.
024100     WRITE DS-RECORD.
024200 6000-WRITE-DISP-X.
024300     EXIT.
024301*
024302******************************************************************
024303*    8000-CHECK-OPERATOR - PROVE WS-SEC-OPERATOR-ID AGAINST THE
024304*    OPERATOR SECURITY FILE FOR WS-SEC-FUNCTION, AND AGAINST
024305*    THE ID'S APPROVAL LIMIT WHEN WS-SEC-TEST-LIMIT IS ON.
024306*    WS-SEC-PASSED IS SET ONLY WHEN EVERY TEST IS MET; ANY
024307*    REFUSAL IS LOGGED AND SHOWN TO THE OPERATOR.
024308******************************************************************
024309 8000-CHECK-OPERATOR.
024310     MOVE 'N' TO WS-SEC-OK-SWITCH.
024311     MOVE SPACES TO WS-SEC-REASON.
024312     MOVE WS-SEC-OPERATOR-ID TO OP-OPERATOR-ID.
024313     READ OPERATOR-FILE.
024314     IF WS-OPR-STATUS NOT = '00'
024315        OR OP-APPROVAL-LIMIT IS NOT NUMERIC
024316         MOVE ZERO TO OP-APPROVAL-LIMIT
024317     END-IF.
024318     IF WS-OPR-STATUS NOT = '00'
024319         MOVE 'UNKN' TO WS-SEC-REASON
024320         MOVE 'NOT ON THE SECURITY FILE' TO WS-SEC-REASON-TEXT
024321     ELSE
024322     IF NOT OP-IS-ACTIVE
024323         MOVE 'REVK' TO WS-SEC-REASON
024324         MOVE 'ID IS REVOKED' TO WS-SEC-REASON-TEXT
024325     ELSE
024326     IF NOT OP-CAN-RELEASE
024327         MOVE 'NAUT' TO WS-SEC-REASON
024328         MOVE 'NOT AUTHORIZED FOR FUNCTION' TO WS-SEC-REASON-TEXT
024329     ELSE
024330     IF WS-SEC-TEST-LIMIT
024331        AND WS-SEC-AMOUNT > OP-APPROVAL-LIMIT
024332         MOVE 'OVLM' TO WS-SEC-REASON
024333         MOVE 'AMOUNT OVER APPROVAL LIMIT' TO WS-SEC-REASON-TEXT
024334     END-IF
024335     END-IF
024336     END-IF
024337     END-IF.
024338     IF WS-SEC-REASON = SPACES
024339         MOVE 'Y' TO WS-SEC-OK-SWITCH
024340         GO TO 8000-CHECK-OPERATOR-X
024341     END-IF.
024342     DISPLAY 'DL210 - OPERATOR ' WS-SEC-OPERATOR-ID
024343         ' REFUSED FOR ' WS-SEC-FUNCTION ' - '
024344         WS-SEC-REASON-TEXT.
024345     PERFORM 8100-LOG-VIOLATION THRU 8100-LOG-VIOLATION-X.
024346 8000-CHECK-OPERATOR-X.
024347     EXIT.
024348*
024349******************************************************************
024350*    8100-LOG-VIOLATION - RECORD ONE REFUSAL ON THE SECURITY
024351*    VIOLATIONS FILE FOR THE DAILY DL260 REPORT
024352******************************************************************
024353 8100-LOG-VIOLATION.
024354     MOVE SPACES             TO SV-RECORD.
024355     ACCEPT SV-VIOL-DATE FROM DATE.
024356     ACCEPT SV-VIOL-TIME FROM TIME.
024357     MOVE 'DL210'            TO SV-PROGRAM-ID.
024358     MOVE WS-SEC-OPERATOR-ID TO SV-OPERATOR-ID.
024359     MOVE WS-SEC-FUNCTION    TO SV-FUNCTION.
024360     MOVE WS-SEC-REASON      TO SV-REASON-CODE.
024361     MOVE WS-SEC-ITEM-KEY    TO SV-ITEM-KEY.
024362     MOVE WS-SEC-AMOUNT      TO SV-AMOUNT.
024363     MOVE OP-APPROVAL-LIMIT  TO SV-APPROVAL-LIMIT.
024364     WRITE SV-RECORD.
024365     IF WS-VIOL-STATUS NOT = '00'
024366         DISPLAY 'DL210 - SECURITY VIOLATION NOT LOGGED - '
024367             'STATUS ' WS-VIOL-STATUS
024368     END-IF.
024369 8100-LOG-VIOLATION-X.
024370     EXIT.
024400*
024500******************************************************************
024600*    9000-TERMINATE - CLOSE FILES AND END THE RUN
025200         CLOSE RESUB-FILE
025300         CLOSE DISPOSITION-FILE
025400     END-IF.
025430     CLOSE OPERATOR-FILE.
025460     CLOSE VIOLATION-FILE.
025500 9000-TERMINATE-EXIT.
025600     EXIT.
