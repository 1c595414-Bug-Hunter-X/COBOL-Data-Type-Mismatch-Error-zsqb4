001440*    FUNCTION 'V' VOIDS AN APPROVED ENTRY DL100 HAS NOT YET
001450*    APPLIED, SO A FAT-FINGERED ADJUSTMENT CAN BE STOPPED
001460*    WITHOUT RACING THE BATCH WITH AN EQUAL-AND-OPPOSITE ONE.
001465*    EVERY ID KEYED IS PROVED AGAINST THE OPERATOR SECURITY
001470*    FILE BEFORE IT IS ACTED ON - THE MAKER NEEDS MAKER
001475*    AUTHORITY, THE CHECKER AND THE VOIDING ID NEED CHECKER
001480*    AUTHORITY, AND A CHECKER MAY NOT APPROVE AN AMOUNT OVER
001485*    THEIR APPROVAL LIMIT.  EACH REFUSAL IS LOGGED TO THE
001490*    SECURITY VIOLATIONS FILE FOR THE DL260 REPORT.
001500*-----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
002794*    09/02/26   RFS   A VOID NOW RECORDS THE VOIDING OPERATOR
002796*                     IN AJ-VOID-ID AND LEAVES AJ-CHECKER-ID -
002798*                     WHO APPROVED THE ENTRY - UNTOUCHED.
002810*    10/15/26   RFS   MAKER, CHECKER AND VOIDING IDS ARE NOW
002822*                     CHECKED AGAINST THE OPERATOR SECURITY
002834*                     FILE.  AN UNKNOWN, REVOKED OR UNAUTHORIZED
002846*                     ID, OR A CHECKER APPROVING OVER THEIR
002858*                     LIMIT, IS REFUSED AND LOGGED TO THE
002870*                     SECURITY VIOLATIONS FILE.
002882******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.    IBM-370.
003700     SELECT ADJUSTMENT-FILE ASSIGN TO ADJOUT
003800         ORGANIZATION IS SEQUENTIAL
003850         FILE STATUS IS WS-ADJ-STATUS.
003855     SELECT OPERATOR-FILE ASSIGN TO OPRSEC
003860         ORGANIZATION IS INDEXED
003865         ACCESS MODE IS RANDOM
003870         RECORD KEY IS OP-OPERATOR-ID
003875         FILE STATUS IS WS-OPR-STATUS.
003880     SELECT VIOLATION-FILE ASSIGN TO SECLOG
003885         ORGANIZATION IS SEQUENTIAL
003890         FILE STATUS IS WS-VIOL-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004400     LABEL RECORDS ARE STANDARD.
004500     COPY DLADJREC.
004600*
004610 FD  OPERATOR-FILE
004620     LABEL RECORDS ARE STANDARD.
004630     COPY DLOPRREC.
004640*
004650 FD  VIOLATION-FILE
004660     RECORDING MODE IS F
004670     LABEL RECORDS ARE STANDARD.
004680     COPY DLSECREC.
004690*
004700 WORKING-STORAGE SECTION.
004800*
004900 01  WS-CRT-STATUS               PIC 9(04) VALUE 0.
005085     05  WS-VOID-DONE-SWITCH     PIC X(01) VALUE 'N'.
005090         88  WS-VOID-DONE        VALUE 'Y'.
005095*
005097 01  WS-SECURITY-FIELDS.
005099     05  WS-OPR-STATUS           PIC X(02) VALUE '00'.
005101     05  WS-VIOL-STATUS          PIC X(02) VALUE '00'.
005103     05  WS-SEC-OPERATOR-ID      PIC X(08).
005105     05  WS-SEC-FUNCTION         PIC X(04).
005107         88  WS-SEC-FUNC-MAKE    VALUE 'MAKE'.
005109         88  WS-SEC-FUNC-CHECK   VALUE 'CHEK'.
005111         88  WS-SEC-FUNC-VOID    VALUE 'VOID'.
005113     05  WS-SEC-ITEM-KEY         PIC X(10).
005115     05  WS-SEC-AMOUNT           PIC S9(7)V99 VALUE 0.
005117     05  WS-SEC-LIMIT-SWITCH     PIC X(01) VALUE 'N'.
005119         88  WS-SEC-TEST-LIMIT   VALUE 'Y'.
005121     05  WS-SEC-OK-SWITCH        PIC X(01) VALUE 'N'.
005123         88  WS-SEC-PASSED       VALUE 'Y'.
005125     05  WS-SEC-REASON           PIC X(04).
005127     05  WS-SEC-REASON-TEXT      PIC X(30).
005129*
005131 01  WS-SCREEN-FIELDS.
005150     05  SCR-FUNCTION            PIC X(01).
005160         88  SCR-FUNC-MAKE       VALUE 'M'.
005170         88  SCR-FUNC-CHECK      VALUE 'C'.
011700*    0000-MAINLINE
011800******************************************************************
011900 0000-MAINLINE.
011950     PERFORM 0100-OPEN-SECURITY THRU 0100-OPEN-SECURITY-X.
012000     PERFORM 1000-CAPTURE-FUNCTION THRU 1000-CAPTURE-FUNC-X.
012100     IF SCR-FUNC-MAKE
012200         PERFORM 2000-MAKER-ENTRY THRU 2000-MAKER-ENTRY-EXIT
013200     END-IF
013300     END-IF
013400     END-IF.
013430     CLOSE OPERATOR-FILE.
013460     CLOSE VIOLATION-FILE.
013500     STOP RUN.
013600*
013604******************************************************************
013608*    0100-OPEN-SECURITY - OPEN THE OPERATOR SECURITY FILE AND
013612*    THE VIOLATIONS LOG.  WITHOUT BOTH NO ID CAN BE PROVED OR
013616*    A REFUSAL RECORDED, SO NOTHING IS ALLOWED AT ALL.
013620******************************************************************
013624 0100-OPEN-SECURITY.
013628     OPEN INPUT OPERATOR-FILE.
013632     IF WS-OPR-STATUS NOT = '00'
013636         DISPLAY 'DL100M - OPERATOR SECURITY FILE COULD NOT BE '
013640             'OPENED - STATUS ' WS-OPR-STATUS ' - NOTHING DONE'
013644         STOP RUN
013648     END-IF.
013652     OPEN EXTEND VIOLATION-FILE.
013656     IF WS-VIOL-STATUS NOT = '00'
013660         DISPLAY 'DL100M - SECURITY VIOLATIONS FILE COULD NOT BE '
013664             'OPENED - STATUS ' WS-VIOL-STATUS ' - NOTHING DONE'
013668         CLOSE OPERATOR-FILE
013672         STOP RUN
013676     END-IF.
013680 0100-OPEN-SECURITY-X.
013684     EXIT.
013688*
013700******************************************************************
013800*    1000-CAPTURE-FUNCTION - ASK THE OPERATOR WHAT TO DO
013900******************************************************************
015700         GO TO 2000-MAKER-ENTRY-EXIT
015800     END-IF.
015900     PERFORM 3000-CAPTURE-MAKER THRU 3000-CAPTURE-MAKER-EXIT.
015908     MOVE SCR-MAKER-ID  TO WS-SEC-OPERATOR-ID.
015916     MOVE 'MAKE'        TO WS-SEC-FUNCTION.
015924     MOVE SCR-TRANS-KEY TO WS-SEC-ITEM-KEY.
015932     MOVE SCR-ADJ-AMOUNT TO WS-SEC-AMOUNT.
015940     MOVE 'N'           TO WS-SEC-LIMIT-SWITCH.
015948     PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X.
015956     IF NOT WS-SEC-PASSED
015964         DISPLAY 'DL100M - ENTRY NOT WRITTEN'
015972         CLOSE ADJUSTMENT-FILE
015980         GO TO 2000-MAKER-ENTRY-EXIT
015988     END-IF.
016000     PERFORM 3100-CAPTURE-CHECKER THRU 3100-CAPTURE-CHECKER-X.
016100     PERFORM 4000-WRITE-ADJUSTMENT THRU 4000-WRITE-ADJUST-X.
016200     CLOSE ADJUSTMENT-FILE.
017600*    3100-CAPTURE-CHECKER - SHOW THE ENTRY TO A SECOND OPERATOR.
017700*    THE CHECKER MAY APPROVE, REJECT WITH A REASON, OR LEAVE
017800*    THE ENTRY PENDING.  THE CHECKER ID MUST BE PRESENT AND
017850*    DIFFER FROM THE MAKER ID FOR A DECISION TO COUNT, AND
017900*    THE CHECKER MUST HOLD CHECKER AUTHORITY - AND, TO APPROVE,
017950*    AN APPROVAL LIMIT COVERING THE AMOUNT EITHER WAY.
018000******************************************************************
018100 3100-CAPTURE-CHECKER.
018200     MOVE 'P' TO SCR-DECISION.
019000             'MAKER - ENTRY LEFT PENDING'
019100         MOVE 'P' TO SCR-DECISION
019200     END-IF.
019205     IF SCR-DEC-APPROVE OR SCR-DEC-REJECT
019210         MOVE SCR-CHECKER-ID TO WS-SEC-OPERATOR-ID
019215         MOVE 'CHEK'         TO WS-SEC-FUNCTION
019220         MOVE SCR-TRANS-KEY  TO WS-SEC-ITEM-KEY
019225         MOVE SCR-ADJ-AMOUNT TO WS-SEC-AMOUNT
019230         IF WS-SEC-AMOUNT < 0
019235             COMPUTE WS-SEC-AMOUNT = 0 - WS-SEC-AMOUNT
019240         END-IF
019245         IF SCR-DEC-APPROVE
019250             MOVE 'Y' TO WS-SEC-LIMIT-SWITCH
019255         ELSE
019260             MOVE 'N' TO WS-SEC-LIMIT-SWITCH
019265         END-IF
019270         PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X
019275         IF NOT WS-SEC-PASSED
019280             DISPLAY 'DL100M - ENTRY LEFT PENDING'
019285             MOVE 'P' TO SCR-DECISION
019290         END-IF
019295     END-IF.
019300 3100-CAPTURE-CHECKER-X.
019400     EXIT.
019500*
028700*    6000-VOID-ENTRY - VOID AN APPROVED ENTRY DL100 HAS NOT
028800*    YET APPLIED.  THE VOIDING ID MUST BE PRESENT AND DIFFER
028900*    FROM THE MAKER ID - A MAKER CANNOT QUIETLY UNDO DUAL
028960*    CONTROL ON THEIR OWN ENTRY.  A VOID UNDOES AN APPROVAL,
029020*    SO THE VOIDING ID NEEDS CHECKER AUTHORITY.
029100******************************************************************
029200 6000-VOID-ENTRY.
029300     MOVE SPACES TO SCR-TRANS-KEY.
029900             'REQUIRED - NOTHING DONE'
030000         GO TO 6000-VOID-ENTRY-EXIT
030100     END-IF.
030109     MOVE SCR-CHECKER-ID TO WS-SEC-OPERATOR-ID.
030118     MOVE 'VOID'         TO WS-SEC-FUNCTION.
030127     MOVE SCR-TRANS-KEY  TO WS-SEC-ITEM-KEY.
030136     MOVE ZERO           TO WS-SEC-AMOUNT.
030145     MOVE 'N'            TO WS-SEC-LIMIT-SWITCH.
030154     PERFORM 8000-CHECK-OPERATOR THRU 8000-CHECK-OPERATOR-X.
030163     IF NOT WS-SEC-PASSED
030172         DISPLAY 'DL100M - NOTHING VOIDED'
030181         GO TO 6000-VOID-ENTRY-EXIT
030190     END-IF.
030200     MOVE 'N' TO WS-EOF-SWITCH.
030300     MOVE 'N' TO WS-VOID-DONE-SWITCH.
030400     OPEN I-O ADJUSTMENT-FILE.
035300     END-IF.
035400 6100-VOID-ONE-EXIT.
035500     EXIT.
035600*
035700******************************************************************
035800*    8000-CHECK-OPERATOR - PROVE WS-SEC-OPERATOR-ID AGAINST THE
035900*    OPERATOR SECURITY FILE FOR WS-SEC-FUNCTION, AND AGAINST
036000*    THE ID'S APPROVAL LIMIT WHEN WS-SEC-TEST-LIMIT IS ON.
036100*    WS-SEC-PASSED IS SET ONLY WHEN EVERY TEST IS MET; ANY
036200*    REFUSAL IS LOGGED AND SHOWN TO THE OPERATOR.
036300******************************************************************
036400 8000-CHECK-OPERATOR.
036500     MOVE 'N' TO WS-SEC-OK-SWITCH.
036600     MOVE SPACES TO WS-SEC-REASON.
036700     MOVE WS-SEC-OPERATOR-ID TO OP-OPERATOR-ID.
036800     READ OPERATOR-FILE.
036900     IF WS-OPR-STATUS NOT = '00'
036950        OR OP-APPROVAL-LIMIT IS NOT NUMERIC
037000         MOVE ZERO TO OP-APPROVAL-LIMIT
037030     END-IF.
037060     IF WS-OPR-STATUS NOT = '00'
037100         MOVE 'UNKN' TO WS-SEC-REASON
037200         MOVE 'NOT ON THE SECURITY FILE' TO WS-SEC-REASON-TEXT
037300     ELSE
037700     IF NOT OP-IS-ACTIVE
037800         MOVE 'REVK' TO WS-SEC-REASON
037900         MOVE 'ID IS REVOKED' TO WS-SEC-REASON-TEXT
038000     ELSE
038100     IF (WS-SEC-FUNC-MAKE AND NOT OP-CAN-MAKE)
038200        OR (WS-SEC-FUNC-CHECK AND NOT OP-CAN-CHECK)
038300        OR (WS-SEC-FUNC-VOID AND NOT OP-CAN-CHECK)
038400         MOVE 'NAUT' TO WS-SEC-REASON
038500         MOVE 'NOT AUTHORIZED FOR FUNCTION' TO WS-SEC-REASON-TEXT
038600     ELSE
038700     IF WS-SEC-TEST-LIMIT
038800        AND WS-SEC-AMOUNT > OP-APPROVAL-LIMIT
038900         MOVE 'OVLM' TO WS-SEC-REASON
039000         MOVE 'AMOUNT OVER APPROVAL LIMIT' TO WS-SEC-REASON-TEXT
039100     END-IF
039200     END-IF
039300     END-IF
039400     END-IF.
039500     IF WS-SEC-REASON = SPACES
039600         MOVE 'Y' TO WS-SEC-OK-SWITCH
039700         GO TO 8000-CHECK-OPERATOR-X
039800     END-IF.
039900     DISPLAY 'DL100M - OPERATOR ' WS-SEC-OPERATOR-ID
040000         ' REFUSED FOR ' WS-SEC-FUNCTION ' - '
040100         WS-SEC-REASON-TEXT.
040200     PERFORM 8100-LOG-VIOLATION THRU 8100-LOG-VIOLATION-X.
040300 8000-CHECK-OPERATOR-X.
040400     EXIT.
040500*
040600******************************************************************
040700*    8100-LOG-VIOLATION - RECORD ONE REFUSAL ON THE SECURITY
040800*    VIOLATIONS FILE FOR THE DAILY DL260 REPORT
040900******************************************************************
041000 8100-LOG-VIOLATION.
041100     MOVE SPACES             TO SV-RECORD.
041200     ACCEPT SV-VIOL-DATE FROM DATE.
041300     ACCEPT SV-VIOL-TIME FROM TIME.
041400     MOVE 'DL100M'           TO SV-PROGRAM-ID.
041500     MOVE WS-SEC-OPERATOR-ID TO SV-OPERATOR-ID.
041600     MOVE WS-SEC-FUNCTION    TO SV-FUNCTION.
041700     MOVE WS-SEC-REASON      TO SV-REASON-CODE.
041800     MOVE WS-SEC-ITEM-KEY    TO SV-ITEM-KEY.
041900     MOVE WS-SEC-AMOUNT      TO SV-AMOUNT.
042000     MOVE OP-APPROVAL-LIMIT  TO SV-APPROVAL-LIMIT.
042100     WRITE SV-RECORD.
042200     IF WS-VIOL-STATUS NOT = '00'
042300         DISPLAY 'DL100M - SECURITY VIOLATION NOT LOGGED - '
042400             'STATUS ' WS-VIOL-STATUS
042500     END-IF.
042600 8100-LOG-VIOLATION-X.
042700     EXIT.
