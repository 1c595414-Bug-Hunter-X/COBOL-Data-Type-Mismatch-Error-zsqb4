001699*    09/02/26   RFS   ADDED EX-GL-REJECTED FOR A GL FEED ENTRY
001710*                     THE CORPORATE GL BOUNCED - DL180 WRITES
001720*                     THE REJECTED ENTRY HERE IN REPAIR SHAPE.
001722*    10/15/26   RFS   ADDED EX-ACCT-DORMANT - A DETAIL POSTED TO
001724*                     A DORMANT ACCOUNT IS HELD FOR REVIEW
001726*                     UNTIL DL150 REACTIVATES THE ACCOUNT.
001727*    10/15/26   RFS   ADDED EX-INSUFF-FUNDS - A DEBIT THAT WOULD
001728*                     TAKE THE ACCOUNT PAST ITS OVERDRAFT LIMIT.
001738*    10/15/26   RFS   ADDED EX-TO-ACCOUNT-NO AND EX-XFER-INVALID.
001748*                     A REJECTED TRANSFER IS ONE EXCEPTION -
001758*                     EX-ACCOUNT-NO IS THE ACCOUNT DEBITED AND
001768*                     EX-TO-ACCOUNT-NO THE ACCOUNT CREDITED.
001778*                     SPACES ON EVERY OTHER EXCEPTION.
001788******************************************************************
001800 01  EX-RECORD.
001900     05  EX-TRANS-KEY            PIC X(10).
002000     05  EX-AMOUNT               PIC S9(7)V99.
002550         88  EX-DUPLICATE-TRAN   VALUE 'DUPL'.
002560         88  EX-ACCT-UNKNOWN     VALUE 'NOAC'.
002570         88  EX-ACCT-CLOSED      VALUE 'CLSD'.
002575         88  EX-ACCT-DORMANT     VALUE 'DORM'.
002577         88  EX-INSUFF-FUNDS     VALUE 'INSF'.
002578         88  EX-XFER-INVALID     VALUE 'XFER'.
002580         88  EX-GL-REJECTED      VALUE 'GLRJ'.
002600     05  EX-REASON-TEXT          PIC X(55).
002700     05  EX-TO-ACCOUNT-NO        PIC X(08).
