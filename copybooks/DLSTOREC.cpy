000100******************************************************************
000200*    COPYBOOK:  DLSTOREC
000300*    PURPOSE :  STANDING ORDER RECORD.  ONE RECORD PER RECURRING
000400*               INSTRUCTION - RENT, LOAN REPAYMENTS, SWEEPS -
000500*               ENTERED AND APPROVED UNDER DUAL CONTROL ON THE
000600*               DL280M SCREEN AND TURNED INTO TRANSACTION
000700*               DETAILS BY THE DL280 DAILY GENERATOR ON EVERY
000800*               BUSINESS DATE THE INSTRUCTION FALLS DUE.
000900*               SO-RUN-DAY IS THE DAY OF THE WEEK (1 = MONDAY
001000*               TO 7 = SUNDAY) FOR A WEEKLY ORDER AND THE DAY OF
001100*               THE MONTH FOR A MONTHLY ONE - A DAY PAST THE END
001200*               OF A SHORT MONTH FALLS ON ITS LAST DAY.  A BLANK
001300*               SO-END-DATE MEANS THE ORDER RUNS UNTIL CANCELLED.
001400*               ONLY AN APPROVED ORDER IS EVER GENERATED; DL280
001500*               MARKS ONE EXPIRED ONCE ITS END DATE HAS PASSED.
001600*-----------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    10/15/26   RFS   ORIGINAL COPYBOOK.
002000******************************************************************
002100 01  SO-RECORD.
002200     05  SO-ORDER-NO             PIC 9(04).
002300     05  SO-ACCOUNT-NO           PIC X(08).
002400     05  SO-AMOUNT               PIC 9(5)V99.
002500     05  SO-DR-CR-IND            PIC X(01).
002600         88  SO-IS-DEBIT         VALUE 'D'.
002700         88  SO-IS-CREDIT        VALUE 'C'.
002800     05  SO-CURRENCY-CODE        PIC X(03).
002900     05  SO-FREQUENCY            PIC X(01).
003000         88  SO-FREQ-DAILY       VALUE 'D'.
003100         88  SO-FREQ-WEEKLY      VALUE 'W'.
003200         88  SO-FREQ-MONTHLY     VALUE 'M'.
003300     05  SO-RUN-DAY              PIC 9(02).
003400     05  SO-START-DATE           PIC X(06).
003500     05  SO-END-DATE             PIC X(06).
003600     05  SO-STATUS               PIC X(01).
003700         88  SO-IS-PENDING       VALUE 'P'.
003800         88  SO-IS-APPROVED      VALUE 'A'.
003900         88  SO-IS-REJECTED      VALUE 'R'.
004000         88  SO-IS-CANCELLED     VALUE 'C'.
004100         88  SO-IS-EXPIRED       VALUE 'E'.
004200     05  SO-REFERENCE            PIC X(20).
004300     05  SO-MAKER-ID             PIC X(08).
004400     05  SO-CHECKER-ID           PIC X(08).
004500     05  SO-CANCEL-ID            PIC X(08).
004600     05  SO-REJECT-REASON        PIC X(20).
004700     05  SO-ENTRY-DATE           PIC X(06).
004800     05  FILLER                  PIC X(11).
