000100******************************************************************
000200*    COPYBOOK:  DLACQREC
000300*    PURPOSE :  REQUEST RECORD FOR THE DL230 MONTH-END ACCRUAL.
000400*               NAMES THE PERIOD (YYMM) TO ACCRUE.  A BLANK OR
000500*               MISSING REQUEST ACCRUES THE MONTH OF THE
000600*               BUSINESS DATE ON THE DL100 PARAMETER RECORD.
000700*-----------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    10/15/26   RFS   ORIGINAL COPYBOOK.
001100******************************************************************
001200 01  AQ-RECORD.
001300     05  AQ-PERIOD               PIC X(04).
001400     05  FILLER                  PIC X(36).
