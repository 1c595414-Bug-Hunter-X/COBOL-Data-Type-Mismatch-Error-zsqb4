000100******************************************************************
000200*    COPYBOOK:  DLOPRREC
000300*    PURPOSE :  OPERATOR SECURITY RECORD.  ONE RECORD PER
000400*               OPERATOR ID, KEYED BY THE ID, SAYING WHETHER THE
000500*               ID IS ACTIVE OR REVOKED, WHICH ON-LINE FUNCTIONS
000600*               IT MAY PERFORM ('Y' = ALLOWED, ANYTHING ELSE =
000700*               NOT) AND THE LARGEST AMOUNT IT MAY APPROVE AS A
000800*               CHECKER OR RELEASE FROM SUSPENSE.  READ BY DL100M,
000900*               DL110, DL150, DL210 AND DL280M BEFORE THEY ACT ON
001000*               AN ID KEYED ON THE SCREEN; A REFUSAL IS LOGGED TO
001100*               THE SECURITY VIOLATIONS FILE (DLSECREC).
001200*-----------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    10/15/26   RFS   ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  OP-RECORD.
001800     05  OP-OPERATOR-ID          PIC X(08).
001900     05  OP-OPERATOR-NAME        PIC X(20).
002000     05  OP-STATUS               PIC X(01).
002100         88  OP-IS-ACTIVE        VALUE 'A'.
002200         88  OP-IS-REVOKED       VALUE 'R'.
002300     05  OP-AUTHORITIES.
002400         10  OP-AUTH-MAKER       PIC X(01).
002500             88  OP-CAN-MAKE     VALUE 'Y'.
002600         10  OP-AUTH-CHECKER     PIC X(01).
002700             88  OP-CAN-CHECK    VALUE 'Y'.
002800         10  OP-AUTH-REPAIR      PIC X(01).
002900             88  OP-CAN-REPAIR   VALUE 'Y'.
003000         10  OP-AUTH-ACCT-MAINT  PIC X(01).
003100             88  OP-CAN-MAINTAIN VALUE 'Y'.
003200         10  OP-AUTH-SUSP-RELEASE
003300                                 PIC X(01).
003400             88  OP-CAN-RELEASE  VALUE 'Y'.
003500     05  OP-APPROVAL-LIMIT       PIC 9(07)V99.
003600     05  OP-GRANTED-DATE         PIC X(06).
003700     05  OP-REVOKED-DATE         PIC X(06).
003800     05  FILLER                  PIC X(05).
