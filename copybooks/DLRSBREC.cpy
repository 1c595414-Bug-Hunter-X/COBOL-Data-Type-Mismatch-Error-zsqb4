000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    08/22/26   RFS   ORIGINAL COPYBOOK.
001120*    10/15/26   RFS   ADDED THE TRANSFER RECORD TYPE 'X' AND
001140*                     RS-TO-ACCOUNT-NO, SO A REPAIRED OR
001160*                     RELEASED TRANSFER COMES BACK WITH BOTH
001180*                     LEGS AND IS POSTED OR REJECTED WHOLE.
001200******************************************************************
001300 01  RS-RECORD.
001400     05  RS-RECORD-TYPE          PIC X(01).
001500         88  RS-DETAIL-REC       VALUE 'D'.
001550         88  RS-TRANSFER-REC     VALUE 'X'.
001600     05  RS-TRANS-KEY            PIC X(10).
001700     05  RS-AMOUNT               PIC 9(5)V99.
001800     05  RS-DR-CR-IND            PIC X(01).
002000         88  RS-IS-CREDIT        VALUE 'C'.
002100     05  RS-CURRENCY-CODE        PIC X(03).
002200     05  RS-ACCOUNT-NO           PIC X(08).
002300     05  RS-TO-ACCOUNT-NO        PIC X(08).
002400     05  FILLER                  PIC X(02).
