000100******************************************************************
000200*    COPYBOOK:  DLCRQREC
000300*    PURPOSE :  REQUEST RECORD FOR THE DL290 LARGE-CASH AND
000400*               STRUCTURING REPORT.  CQ-REPORT-AMOUNT IS THE
000500*               REGULATORY REPORTING AMOUNT IN HOME CURRENCY
000600*               (ZERO MEANS 10,000.00).  AN ITEM IS JUST BELOW
000700*               IT WHEN IT IS WITHIN CQ-BAND-PCT OF THE AMOUNT
000800*               (ZERO MEANS TEN PERCENT).  CQ-WINDOW-DAYS IS
000900*               THE ROLLING WINDOW, ENDING ON THE BUSINESS DATE,
001000*               OVER WHICH SUCH ITEMS ARE COUNTED (ZERO MEANS
001100*               FIVE DAYS), AND CQ-MIN-ITEMS IS HOW MANY OF THEM
001200*               MAKE A PATTERN (ZERO OR ONE MEANS TWO).  A
001300*               MISSING REQUEST TAKES EVERY DEFAULT.
001400*-----------------------------------------------------------------
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    10/15/26   RFS   ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  CQ-RECORD.
002000     05  CQ-REPORT-AMOUNT        PIC 9(07)V99.
002100     05  CQ-BAND-PCT             PIC 9(03).
002200     05  CQ-WINDOW-DAYS          PIC 9(03).
002300     05  CQ-MIN-ITEMS            PIC 9(03).
002400     05  FILLER                  PIC X(22).
