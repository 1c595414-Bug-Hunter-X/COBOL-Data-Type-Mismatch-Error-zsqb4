000100******************************************************************
000200*    COPYBOOK:  DLHOLREC
000300*    PURPOSE :  BUSINESS-DAY HOLIDAY CALENDAR RECORD.  ONE
000400*               RECORD PER BANK HOLIDAY ON WHICH THE LEDGER IS
000500*               NOT RUN, KEPT BY OPERATIONS A YEAR OR MORE
000600*               AHEAD.  SATURDAY AND SUNDAY ARE NEVER BUSINESS
000700*               DAYS AND NEED NO RECORD; EVERY OTHER DATE NOT
000800*               ON THE FILE IS A BUSINESS DAY.  THE FILE IS
000900*               SHARED BY EVERY BATCH PROGRAM THAT WORKS IN
001000*               BUSINESS DAYS - DL100 (BUSINESS DATE AND
001100*               CATCH-UP GAPS), DL130 AND DL220 (LAST BUSINESS
001200*               DAY OF THE PERIOD), DL170 (EXCEPTION AGING) AND
001300*               DL280 (STANDING ORDERS DUE ON A HOLIDAY).
001400*-----------------------------------------------------------------
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    10/15/26   RFS   ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  HL-RECORD.
002000     05  HL-HOLIDAY-DATE         PIC X(06).
002100     05  HL-DESCRIPTION          PIC X(30).
002200     05  FILLER                  PIC X(04).
