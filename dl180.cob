002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    09/02/26   RFS   ORIGINAL PROGRAM.
002420*    10/15/26   RFS   THE REPAIR RECORD'S NEW EX-TO-ACCOUNT-NO
002440*                     IS CLEARED - A GL ENTRY IS NEVER A
002460*                     TRANSFER.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
029600     MOVE WS-SIGNED-AMOUNT TO EX-AMOUNT.
029700     MOVE GL-CURRENCY-CODE TO EX-CURRENCY-CODE.
029800     MOVE GL-ACCOUNT       TO EX-ACCOUNT-NO.
029850     MOVE SPACES           TO EX-TO-ACCOUNT-NO.
029900     MOVE 'GLRJ'           TO EX-REASON-CODE.
030000     MOVE SPACES           TO EX-REASON-TEXT.
030100     STRING 'GL REJECTED ENTRY - ' AK-REJECT-REASON
