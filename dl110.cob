001600*    HAND-KEYED RETYPE INTO A FUTURE TRANSMISSION.
001700*    THRESHOLD NOTICES (REASON 'LRGE') ARE FOR INFORMATION ONLY
001800*    AND ARE PASSED OVER WITHOUT AN OPERATOR DECISION.
001820*    AN ITEM IS RESUBMITTED OR WRITTEN OFF ONLY FOR AN OPERATOR
001840*    ID THE OPERATOR SECURITY FILE SHOWS ACTIVE WITH REPAIR
001860*    AUTHORITY; ANY OTHER ID IS REFUSED, LOGGED TO THE
001880*    SECURITY VIOLATIONS FILE, AND THE ITEM LEFT PENDING.
001900*-----------------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002284*                     (AND THE RESUBMISSION FILE NO LONGER
002286*                     TRUNCATED) WHEN THE EXCEPTION FILE ITSELF
002288*                     FAILS TO OPEN.
002290*    10/15/26   RFS   THE OPERATOR ID IS NOW CHECKED AGAINST THE
002292*                     OPERATOR SECURITY FILE BEFORE AN ITEM IS
002294*                     RESUBMITTED OR WRITTEN OFF.  A REFUSED ID
002296*                     IS LOGGED TO THE SECURITY VIOLATIONS FILE
002298*                     AND THE ITEM IS RECORDED AS PENDING.
002310*    10/15/26   RFS   A REJECTED TRANSFER SHOWS BOTH ACCOUNTS -
002322*                     THE ACCOUNT NUMBER IS THE ACCOUNT DEBITED
002334*                     AND THE NEW TRANSFER-TO FIELD THE ACCOUNT
002346*                     CREDITED - AND IS RESUBMITTED AS A
002358*                     TRANSFER SO DL100 POSTS BOTH LEGS OR
002370*                     NEITHER.
002372*    10/15/26   RFS   A TRANSFER REJECTED 'XFER' FOR A BLANK
002374*                     TO-ACCOUNT IS NOW STILL RESUBMITTED AS A
002376*                     TRANSFER, AND IS LEFT PENDING WHILE THE
002378*                     TO-ACCOUNT IS BLANK OR THE SAME AS THE
002380*                     ACCOUNT DEBITED.
002382******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT DISPOSITION-FILE ASSIGN TO DSPOUT
003800         ORGANIZATION IS SEQUENTIAL.
003811     SELECT OPERATOR-FILE ASSIGN TO OPRSEC
003822         ORGANIZATION IS INDEXED
003833         ACCESS MODE IS RANDOM
003844         RECORD KEY IS OP-OPERATOR-ID
003855         FILE STATUS IS WS-OPR-STATUS.
003866     SELECT VIOLATION-FILE ASSIGN TO SECLOG
003877         ORGANIZATION IS SEQUENTIAL
003888         FILE STATUS IS WS-VIOL-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DLDSPREC.
005600*
005610 FD  OPERATOR-FILE
005620     LABEL RECORDS ARE STANDARD.
005630     COPY DLOPRREC.
005640*
005650 FD  VIOLATION-FILE
005660     RECORDING MODE IS F
005670     LABEL RECORDS ARE STANDARD.
005680     COPY DLSECREC.
005690*
005700 WORKING-STORAGE SECTION.
005800*
005900 01  WS-CRT-STATUS               PIC 9(04) VALUE 0.
006500         88  WS-EOF-REACHED      VALUE 'Y'.
006510     05  WS-OUT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
006520         88  WS-OUTPUTS-OPEN     VALUE 'Y'.
006530     05  WS-XFER-ITEM-SWITCH     PIC X(01) VALUE 'N'.
006540         88  WS-XFER-ITEM        VALUE 'Y'.
006600*
006606 01  WS-SECURITY-FIELDS.
006612     05  WS-OPR-STATUS           PIC X(02) VALUE '00'.
006618     05  WS-VIOL-STATUS          PIC X(02) VALUE '00'.
006624     05  WS-SEC-OPERATOR-ID      PIC X(08).
006630     05  WS-SEC-FUNCTION         PIC X(04).
006636         88  WS-SEC-FUNC-REPAIR  VALUE 'REPR'.
006642     05  WS-SEC-ITEM-KEY         PIC X(10).
006648     05  WS-SEC-AMOUNT           PIC S9(7)V99 VALUE 0.
006654     05  WS-SEC-LIMIT-SWITCH     PIC X(01) VALUE 'N'.
006660         88  WS-SEC-TEST-LIMIT   VALUE 'Y'.
006666     05  WS-SEC-OK-SWITCH        PIC X(01) VALUE 'N'.
006672         88  WS-SEC-PASSED       VALUE 'Y'.
006678     05  WS-SEC-REASON           PIC X(04).
006684     05  WS-SEC-REASON-TEXT      PIC X(30).
006690*
006700 01  WS-WORK-FIELDS.
006800     05  WS-ABS-AMOUNT           PIC S9(7)V99 VALUE 0.
006900*
007500     05  SCR-DR-CR-IND           PIC X(01).
007600     05  SCR-CURRENCY-CODE       PIC X(03).
007700     05  SCR-ACCOUNT-NO          PIC X(08).
007750     05  SCR-TO-ACCOUNT-NO       PIC X(08).
007800     05  SCR-OPERATOR-ID         PIC X(08).
007900     05  SCR-DISPOSITION         PIC X(01).
008000         88  SCR-DISP-RESUBMIT   VALUE 'R'.
010000     05  LINE 9  COL 22  PIC X(03) USING SCR-CURRENCY-CODE.
010100     05  LINE 10 COL 1   VALUE 'ACCOUNT NUMBER . .'.
010200     05  LINE 10 COL 22  PIC X(08) USING SCR-ACCOUNT-NO.
010230     05  LINE 11 COL 1   VALUE 'TRANSFER TO ACCT .'.
010260     05  LINE 11 COL 22  PIC X(08) USING SCR-TO-ACCOUNT-NO.
010300     05  LINE 12 COL 1   VALUE 'OPERATOR ID  . . .'.
010400     05  LINE 12 COL 22  PIC X(08) USING SCR-OPERATOR-ID.
010500     05  LINE 13 COL 1   VALUE 'DISPOSITION (R/W/P)'.
011800     STOP RUN.
011900*
012000******************************************************************
012050*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  THE
012100*    SECURITY FILES COME FIRST - WITHOUT THEM NO OPERATOR ID
012150*    CAN BE PROVED, SO NOTHING ELSE IS TOUCHED.
012200******************************************************************
012300 1000-INITIALIZE.
012307     OPEN INPUT OPERATOR-FILE.
012314     IF WS-OPR-STATUS NOT = '00'
012321         DISPLAY 'DL110 - OPERATOR SECURITY FILE COULD NOT BE '
012328             'OPENED - STATUS ' WS-OPR-STATUS ' - NOTHING DONE'
012335         STOP RUN
012342     END-IF.
012349     OPEN EXTEND VIOLATION-FILE.
012356     IF WS-VIOL-STATUS NOT = '00'
012363         DISPLAY 'DL110 - SECURITY VIOLATIONS FILE COULD NOT BE '
012370             'OPENED - STATUS ' WS-VIOL-STATUS ' - NOTHING DONE'
012377         CLOSE OPERATOR-FILE
012384         STOP RUN
012391     END-IF.
012400     OPEN INPUT EXCEPTION-FILE.
012410*    PROVE THE INPUT BEFORE TOUCHING THE OUTPUTS - A FAILED
012420*    OPEN HERE MUST NOT TRUNCATE A RESUBMISSION FILE THAT MAY
015300******************************************************************
015400*    2100-REPAIR-ONE - SHOW ONE EXCEPTION TO THE OPERATOR WITH
015500*    THE REJECTED VALUES FILLED IN, TAKE THE CORRECTED VALUES
015600*    AND THE DISPOSITION, AND RECORD BOTH.  A TRANSFER IS ONLY
015620*    RELEASED WITH TWO DIFFERENT ACCOUNTS - ONE REJECTED FOR A
015640*    BLANK TO-ACCOUNT MUST HAVE IT KEYED BEFORE IT CAN GO.
015700******************************************************************
015800 2100-REPAIR-ONE.
015900     MOVE EX-TRANS-KEY     TO SCR-TRANS-KEY.
016900     END-IF.
017000     MOVE WS-ABS-AMOUNT TO SCR-AMOUNT.
017100     MOVE EX-ACCOUNT-NO TO SCR-ACCOUNT-NO.
017150     MOVE EX-TO-ACCOUNT-NO TO SCR-TO-ACCOUNT-NO.
017200     MOVE 'P' TO SCR-DISPOSITION.
017210     MOVE 'N' TO WS-XFER-ITEM-SWITCH.
017220     IF EX-XFER-INVALID OR EX-TO-ACCOUNT-NO NOT = SPACES
017230         MOVE 'Y' TO WS-XFER-ITEM-SWITCH
017240     END-IF.
017300     DISPLAY REPAIR-SCREEN.
017400     ACCEPT REPAIR-SCREEN.
017401     IF SCR-DISP-RESUBMIT AND WS-XFER-ITEM
017402        AND (SCR-TO-ACCOUNT-NO = SPACES
017403             OR SCR-TO-ACCOUNT-NO = SCR-ACCOUNT-NO)
017404         DISPLAY 'DL110 - ITEM ' EX-TRANS-KEY ' IS A TRANSFER '
017405             'AND NEEDS A DIFFERENT TO-ACCOUNT - LEFT PENDING'
017406         MOVE 'P' TO SCR-DISPOSITION
017407     END-IF.
017408     IF SCR-DISP-RESUBMIT OR SCR-DISP-WRITE-OFF
017414         MOVE SCR-OPERATOR-ID TO WS-SEC-OPERATOR-ID
017421         MOVE 'REPR'          TO WS-SEC-FUNCTION
017428         MOVE EX-TRANS-KEY    TO WS-SEC-ITEM-KEY
017435         MOVE EX-AMOUNT       TO WS-SEC-AMOUNT
017442         MOVE 'N'             TO WS-SEC-LIMIT-SWITCH
017449         PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X
017456         IF NOT WS-SEC-PASSED
017463             DISPLAY 'DL110 - ITEM ' EX-TRANS-KEY
017470                 ' LEFT PENDING'
017477             MOVE 'P' TO SCR-DISPOSITION
017484         END-IF
017491     END-IF.
017500     IF SCR-DISP-RESUBMIT
017600         PERFORM 3000-WRITE-RESUB THRU 3000-WRITE-RESUB-EXIT
017700     END-IF.
018100*
018200******************************************************************
018300*    3000-WRITE-RESUB - RELEASE THE CORRECTED ITEM TO THE
018360*    RESUBMISSION FILE IN TRANSACTION-DETAIL SHAPE.  A
018420*    TRANSFER STAYS A TRANSFER, WITH BOTH ACCOUNTS, EVEN WHEN
018440*    IT WAS REJECTED FOR A BLANK TO-ACCOUNT.
018500******************************************************************
018600 3000-WRITE-RESUB.
018620     IF WS-XFER-ITEM
018640         MOVE 'X'               TO RS-RECORD-TYPE
018660         MOVE SCR-TO-ACCOUNT-NO TO RS-TO-ACCOUNT-NO
018680     ELSE
018700         MOVE 'D'               TO RS-RECORD-TYPE
018720         MOVE SPACES            TO RS-TO-ACCOUNT-NO
018740     END-IF.
018800     MOVE SCR-TRANS-KEY     TO RS-TRANS-KEY.
018900     MOVE SCR-AMOUNT        TO RS-AMOUNT.
019000     MOVE SCR-DR-CR-IND     TO RS-DR-CR-IND.
020800     WRITE DS-RECORD.
020900 4000-WRITE-DISP-EXIT.
021000     EXIT.
021001*
021002******************************************************************
021003*    8000-CHECK-OPERATOR - PROVE WS-SEC-OPERATOR-ID AGAINST THE
021004*    OPERATOR SECURITY FILE FOR WS-SEC-FUNCTION, AND AGAINST
021005*    THE ID'S APPROVAL LIMIT WHEN WS-SEC-TEST-LIMIT IS ON.
021006*    WS-SEC-PASSED IS SET ONLY WHEN EVERY TEST IS MET; ANY
021007*    REFUSAL IS LOGGED AND SHOWN TO THE OPERATOR.
021008******************************************************************
021009 8000-CHECK-OPERATOR.
021010     MOVE 'N' TO WS-SEC-OK-SWITCH.
021011     MOVE SPACES TO WS-SEC-REASON.
021012     MOVE WS-SEC-OPERATOR-ID TO OP-OPERATOR-ID.
021013     READ OPERATOR-FILE.
021014     IF WS-OPR-STATUS NOT = '00'
021015        OR OP-APPROVAL-LIMIT IS NOT NUMERIC
021016         MOVE ZERO TO OP-APPROVAL-LIMIT
021017     END-IF.
021018     IF WS-OPR-STATUS NOT = '00'
021019         MOVE 'UNKN' TO WS-SEC-REASON
021020         MOVE 'NOT ON THE SECURITY FILE' TO WS-SEC-REASON-TEXT
021021     ELSE
021022     IF NOT OP-IS-ACTIVE
021023         MOVE 'REVK' TO WS-SEC-REASON
021024         MOVE 'ID IS REVOKED' TO WS-SEC-REASON-TEXT
021025     ELSE
021026     IF NOT OP-CAN-REPAIR
021027         MOVE 'NAUT' TO WS-SEC-REASON
021028         MOVE 'NOT AUTHORIZED FOR FUNCTION' TO WS-SEC-REASON-TEXT
021029     ELSE
021030     IF WS-SEC-TEST-LIMIT
021031        AND WS-SEC-AMOUNT > OP-APPROVAL-LIMIT
021032         MOVE 'OVLM' TO WS-SEC-REASON
021033         MOVE 'AMOUNT OVER APPROVAL LIMIT' TO WS-SEC-REASON-TEXT
021034     END-IF
021035     END-IF
021036     END-IF
021037     END-IF.
021038     IF WS-SEC-REASON = SPACES
021039         MOVE 'Y' TO WS-SEC-OK-SWITCH
021040         GO TO 8000-CHECK-OPERATOR-X
021041     END-IF.
021042     DISPLAY 'DL110 - OPERATOR ' WS-SEC-OPERATOR-ID
021043         ' REFUSED FOR ' WS-SEC-FUNCTION ' - '
021044         WS-SEC-REASON-TEXT.
021045     PERFORM 8100-LOG-VIOLATION THRU 8100-LOG-VIOLATION-X.
021046 8000-CHECK-OPERATOR-X.
021047     EXIT.
021048*
021049******************************************************************
021050*    8100-LOG-VIOLATION - RECORD ONE REFUSAL ON THE SECURITY
021051*    VIOLATIONS FILE FOR THE DAILY DL260 REPORT
021052******************************************************************
021053 8100-LOG-VIOLATION.
021054     MOVE SPACES             TO SV-RECORD.
021055     ACCEPT SV-VIOL-DATE FROM DATE.
021056     ACCEPT SV-VIOL-TIME FROM TIME.
021057     MOVE 'DL110'            TO SV-PROGRAM-ID.
021058     MOVE WS-SEC-OPERATOR-ID TO SV-OPERATOR-ID.
021059     MOVE WS-SEC-FUNCTION    TO SV-FUNCTION.
021060     MOVE WS-SEC-REASON      TO SV-REASON-CODE.
021061     MOVE WS-SEC-ITEM-KEY    TO SV-ITEM-KEY.
021062     MOVE WS-SEC-AMOUNT      TO SV-AMOUNT.
021063     MOVE OP-APPROVAL-LIMIT  TO SV-APPROVAL-LIMIT.
021064     WRITE SV-RECORD.
021065     IF WS-VIOL-STATUS NOT = '00'
021066         DISPLAY 'DL110 - SECURITY VIOLATION NOT LOGGED - '
021067             'STATUS ' WS-VIOL-STATUS
021068     END-IF.
021069 8100-LOG-VIOLATION-X.
021070     EXIT.
021100*
021200******************************************************************
021300*    9000-TERMINATE - CLOSE FILES AND END THE RUN
021700         CLOSE RESUB-FILE
021800         CLOSE DISPOSITION-FILE
021850     END-IF.
021866     CLOSE OPERATOR-FILE.
021882     CLOSE VIOLATION-FILE.
021900 9000-TERMINATE-EXIT.
022000     EXIT.
