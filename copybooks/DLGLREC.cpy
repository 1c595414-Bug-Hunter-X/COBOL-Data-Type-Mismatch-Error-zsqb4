000200*    COPYBOOK:  DLGLREC
000300*    PURPOSE :  GENERAL LEDGER INTERFACE RECORD, IN THE
000400*               CORPORATE GL'S FIXED FEED LAYOUT.  DL100 WRITES
000500*               ONE DEBIT/CREDIT ENTRY PER GL ACCOUNT AND
000600*               CURRENCY, AS MAPPED BY DLGLMREC, AT REPORT
000650*               TIME, THEN A TRAILER CARRYING THE ENTRY COUNT
000700*               AND AMOUNT HASH SO THE FEED IS BALANCED AGAINST
000800*               THE BATCH BY CONSTRUCTION INSTEAD OF BY
000900*               RE-KEYING.
001000*-----------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    08/22/26   RFS   ORIGINAL COPYBOOK.
001350*    10/15/26   RFS   ENTRIES ARE NOW PER MAPPED GL ACCOUNT.
001400******************************************************************
001500 01  GL-RECORD.
001600     05  GL-RECORD-TYPE          PIC X(01).
