000100******************************************************************
000200*    COPYBOOK:  DLTBHREC
000300*    PURPOSE :  TRIAL BALANCE HISTORY RECORD FOR DL270.  ONE
000400*               RECORD PER ACCOUNT TYPE PER BUSINESS DATE,
000500*               CARRYING THAT DAY'S ACCOUNT COUNT, DEBIT AND
000600*               CREDIT BALANCE TOTALS (CREDITS AS A POSITIVE
000700*               FIGURE), THE NET BALANCE (DEBITS LESS CREDITS)
000800*               AND THE POSTED MOVEMENT DL270 FOUND FOR THE
000900*               TYPE.  THE NEXT RUN READS THE LATEST EARLIER
001000*               DATE BACK AS ITS PRIOR-DAY FIGURES.
001100*-----------------------------------------------------------------
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    10/15/26   RFS   ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  TB-RECORD.
001700     05  TB-HIST-DATE            PIC X(06).
001800     05  TB-ACCOUNT-TYPE         PIC X(02).
001900     05  TB-ACCOUNT-COUNT        PIC 9(07).
002000     05  TB-DEBIT-TOTAL          PIC S9(11)V99.
002100     05  TB-CREDIT-TOTAL         PIC S9(11)V99.
002200     05  TB-NET-BALANCE          PIC S9(11)V99.
002300     05  TB-MOVEMENT             PIC S9(11)V99.
002400     05  FILLER                  PIC X(13).
