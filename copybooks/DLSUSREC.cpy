001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    09/02/26   RFS   ORIGINAL COPYBOOK.
001420*    10/15/26   RFS   ADDED SU-TO-ACCOUNT-NO - AN OVER-THRESHOLD
001440*                     TRANSFER IS HELD WHOLE, BOTH LEGS ON ONE
001460*                     RECORD.  SPACES FOR A DETAIL.
001500******************************************************************
001600 01  SU-RECORD.
001700     05  SU-TRANS-KEY            PIC X(10).
002400     05  SU-SOURCE-CODE          PIC X(03).
002500     05  SU-HELD-DATE            PIC X(06).
002600     05  SU-HELD-TIME            PIC X(08).
002650     05  SU-TO-ACCOUNT-NO        PIC X(08).
002700     05  FILLER                  PIC X(05).
