000100******************************************************************
000200*    COPYBOOK:  DLACSREC
000300*    PURPOSE :  MONTH-END ACCRUAL SCHEDULE RECORD FOR DL230.  ONE
000400*               RECORD PER ACCOUNT TYPE, GIVING THE BALANCE THE
000500*               TYPE EARNS OR PAYS INTEREST ON (THE PERIOD-END
000600*               BALANCE OR THE AVERAGE DAILY BALANCE), THE
000700*               ANNUAL PERCENTAGE RATES PAID ON A CREDIT BALANCE
000800*               AND CHARGED ON A DEBIT BALANCE, AND THE MONTHLY
000900*               SERVICE CHARGE WITH THE CREDIT BALANCE THAT
001000*               WAIVES IT (ZERO - NEVER WAIVED).
001100*-----------------------------------------------------------------
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    10/15/26   RFS   ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  AS-RECORD.
001700     05  AS-ACCOUNT-TYPE         PIC X(02).
001800     05  AS-INT-BASIS            PIC X(01).
001900         88  AS-BASIS-AVERAGE    VALUE 'A'.
002000         88  AS-BASIS-CLOSING    VALUE 'C'.
002100     05  AS-CR-RATE              PIC 9(02)V9(04).
002200     05  AS-DR-RATE              PIC 9(02)V9(04).
002300     05  AS-MONTHLY-FEE          PIC 9(03)V99.
002400     05  AS-FEE-WAIVE-BAL        PIC 9(07)V99.
002500     05  FILLER                  PIC X(11).
