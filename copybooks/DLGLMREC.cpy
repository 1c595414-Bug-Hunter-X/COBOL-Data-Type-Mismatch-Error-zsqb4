000100******************************************************************
000200*    COPYBOOK:  DLGLMREC
000300*    PURPOSE :  GL CHART-OF-ACCOUNTS MAPPING RECORD.  ONE RECORD
000400*               PER ACCOUNT TYPE AND CURRENCY, NAMING THE
000500*               CORPORATE GL ACCOUNT THAT TYPE'S POSTINGS IN
000600*               THAT CURRENCY BOOK TO.  DL100 BREAKS THE DAILY
000700*               GLINT FEED OUT BY THIS MAP AND DL220 BOOKS THE
000800*               MONTH-END REVALUATION BY IT; A TYPE/CURRENCY
000900*               WITH NO ROW STOPS THE FEED RATHER THAN FALL
001000*               THROUGH TO A DEFAULT ACCOUNT.  TWO ACCOUNT-TYPE
001100*               VALUES ARE RESERVED FOR ENTRIES THAT CARRY NO
001200*               CUSTOMER ACCOUNT - BLANK FOR THE APPROVED DL100M
001300*               ADJUSTMENTS AND '**' FOR THE DL220 FX
001400*               REVALUATION GAIN/LOSS, ONE ROW PER CURRENCY.
001500*-----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    10/15/26   RFS   ORIGINAL COPYBOOK.
001900******************************************************************
002000 01  GM-RECORD.
002100     05  GM-ACCOUNT-TYPE         PIC X(02).
002200         88  GM-IS-ADJUSTMENT-ROW VALUE SPACES.
002300         88  GM-IS-REVALUATION-ROW VALUE '**'.
002400     05  GM-CURRENCY-CODE        PIC X(03).
002500     05  GM-GL-ACCOUNT           PIC X(08).
002600     05  GM-DESCRIPTION          PIC X(20).
002700     05  FILLER                  PIC X(07).
