001700*                     DATES - MAINTAINED ON THE NEW DL150
001800*                     SCREEN.  DL100 NO LONGER AUTO-CREATES A
001900*                     MASTER RECORD FOR AN UNKNOWN ACCOUNT.
001920*    10/15/26   RFS   ADDED AB-IS-DORMANT - SET BY THE DL240
001940*                     DORMANCY RUN, CLEARED BY A DL150
001960*                     REACTIVATION.  DL100 SENDS A POSTING TO A
001980*                     DORMANT ACCOUNT TO EXCEPTIONS FOR REVIEW.
001982*    10/15/26   RFS   ADDED THE OVERDRAFT LIMIT, SET ON DL150.
001984*                     WITH AB-HAS-OD-LIMIT ON, DL100 REJECTS A
001986*                     DEBIT THAT WOULD TAKE THE DEBIT BALANCE
001988*                     (POSITIVE AB-BALANCE) PAST AB-OD-LIMIT.
001990*                     A BLANK INDICATOR MEANS NO LIMIT IS
001992*                     ENFORCED, AS BEFORE.  RECORD WIDENED.
002000******************************************************************
002100 01  AB-RECORD.
002200     05  AB-ACCOUNT-NO           PIC X(08).
002500     05  AB-STATUS               PIC X(01).
002600         88  AB-IS-OPEN          VALUE 'O'.
002700         88  AB-IS-CLOSED        VALUE 'C'.
002750         88  AB-IS-DORMANT       VALUE 'D'.
002800     05  AB-OPENED-DATE          PIC X(06).
002900     05  AB-CLOSED-DATE          PIC X(06).
003000     05  AB-BALANCE              PIC S9(7)V99.
003100     05  AB-TRAN-COUNT           PIC 9(05).
003200     05  AB-LAST-TRAN-DATE       PIC X(06).
003220     05  AB-LIMIT-IND            PIC X(01).
003240         88  AB-HAS-OD-LIMIT     VALUE 'Y'.
003260     05  AB-OD-LIMIT             PIC 9(07)V99.
003300     05  FILLER                  PIC X(02).
