000100******************************************************************
000200*    COPYBOOK:  DLCTRREC
000300*    PURPOSE :  FILING EXTRACT RECORD WRITTEN BY DL290 FOR THE
000400*               REGULATORY REPORTING TEAM.  ONE RECORD PER
000500*               FILING - A LARGE-CASH FILING ('L') FOR EACH SIDE
000600*               (DEBITS 'D' OR CREDITS 'C') OF AN ACCOUNT WHOSE
000700*               DAY'S TOTAL IS OVER THE REPORTING AMOUNT, AND A
000800*               STRUCTURING FILING ('S') FOR AN ACCOUNT WITH A
000900*               PATTERN OF ITEMS JUST BELOW IT.  AMOUNTS ARE THE
001000*               HOME-CURRENCY EQUIVALENT, AS A POSITIVE FIGURE.
001100*               CF-FIRST-DATE AND CF-LAST-DATE SPAN THE ITEMS
001200*               FILED; BOTH ARE THE BUSINESS DATE FOR 'L'.
001300*-----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    10/15/26   RFS   ORIGINAL COPYBOOK.
001700******************************************************************
001800 01  CF-RECORD.
001900     05  CF-FILING-TYPE          PIC X(01).
002000         88  CF-LARGE-CASH       VALUE 'L'.
002100         88  CF-STRUCTURING      VALUE 'S'.
002200     05  CF-BUSINESS-DATE        PIC X(06).
002300     05  CF-ACCOUNT-NO           PIC X(08).
002400     05  CF-ACCOUNT-NAME         PIC X(20).
002500     05  CF-ACCOUNT-TYPE         PIC X(02).
002600     05  CF-DIRECTION            PIC X(01).
002700         88  CF-DEBITS           VALUE 'D'.
002800         88  CF-CREDITS          VALUE 'C'.
002900     05  CF-ITEM-COUNT           PIC 9(03).
003000     05  CF-HOME-AMOUNT          PIC 9(09)V99.
003100     05  CF-FIRST-DATE           PIC X(06).
003200     05  CF-LAST-DATE            PIC X(06).
003300     05  CF-REPORT-AMOUNT        PIC 9(07)V99.
003400     05  FILLER                  PIC X(07).
