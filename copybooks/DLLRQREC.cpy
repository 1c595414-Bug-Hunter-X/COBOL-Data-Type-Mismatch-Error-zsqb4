000100******************************************************************
000200*    COPYBOOK:  DLLRQREC
000300*    PURPOSE :  REQUEST RECORD FOR THE DL250 NEAR-LIMIT REPORT.
000400*               LQ-WARN-PCT IS HOW CLOSE, AS A PERCENTAGE OF THE
000500*               OVERDRAFT LIMIT, AN ACCOUNT'S DEBIT BALANCE MUST
000600*               COME TO THE LIMIT TO BE REPORTED.  ZERO OR A
000700*               MISSING REQUEST MEANS TEN PERCENT.
000800*-----------------------------------------------------------------
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    10/15/26   RFS   ORIGINAL COPYBOOK.
001200******************************************************************
001300 01  LQ-RECORD.
001400     05  LQ-WARN-PCT             PIC 9(03).
001500     05  FILLER                  PIC X(37).
