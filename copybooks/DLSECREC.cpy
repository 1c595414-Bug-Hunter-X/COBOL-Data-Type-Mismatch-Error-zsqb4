000100******************************************************************
000200*    COPYBOOK:  DLSECREC
000300*    PURPOSE :  SECURITY VIOLATION RECORD.  ONE RECORD FOR EVERY
000400*               ACTION DL100M, DL110, DL150, DL210 OR DL280M
000500*               REFUSED BECAUSE OF THE OPERATOR SECURITY FILE
000600*               (DLOPRREC) - AN UNKNOWN ID, A REVOKED ID, AN ID
000700*               WITHOUT THE FUNCTION, OR A CHECKER OR SUSPENSE
000800*               RELEASER OVER THEIR APPROVAL LIMIT.  THE FILE IS
000900*               WRITTEN IN EXTEND MODE AND REPORTED DAILY BY
000950*               DL260.
001000*-----------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    10/15/26   RFS   ORIGINAL COPYBOOK.
001400******************************************************************
001500 01  SV-RECORD.
001600     05  SV-VIOL-DATE            PIC X(06).
001700     05  SV-VIOL-TIME            PIC X(08).
001800     05  SV-PROGRAM-ID           PIC X(08).
001900     05  SV-OPERATOR-ID          PIC X(08).
002000     05  SV-FUNCTION             PIC X(04).
002100         88  SV-FUNC-MAKE        VALUE 'MAKE'.
002200         88  SV-FUNC-CHECK       VALUE 'CHEK'.
002300         88  SV-FUNC-VOID        VALUE 'VOID'.
002400         88  SV-FUNC-REPAIR      VALUE 'REPR'.
002500         88  SV-FUNC-MAINTAIN    VALUE 'MANT'.
002600         88  SV-FUNC-RELEASE     VALUE 'RLSE'.
002700     05  SV-REASON-CODE          PIC X(04).
002800         88  SV-UNKNOWN-ID       VALUE 'UNKN'.
002900         88  SV-REVOKED-ID       VALUE 'REVK'.
003000         88  SV-NOT-AUTHORIZED   VALUE 'NAUT'.
003100         88  SV-OVER-LIMIT       VALUE 'OVLM'.
003200     05  SV-ITEM-KEY             PIC X(10).
003300     05  SV-AMOUNT               PIC S9(7)V99.
003400     05  SV-APPROVAL-LIMIT       PIC 9(07)V99.
003500     05  FILLER                  PIC X(14).
