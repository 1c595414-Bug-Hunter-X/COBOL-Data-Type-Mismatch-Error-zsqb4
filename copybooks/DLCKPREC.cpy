001282*                     PAST 99,999.99 AND A RESTARTED RUN
001284*                     PRODUCES THE SAME FOREIGN-CURRENCY
001286*                     TOTALS AS AN UNINTERRUPTED ONE.
001288*    10/15/26   RFS   ADDED THE GL FEED TALLY BY ACCOUNT TYPE
001290*                     AND CURRENCY, SO A RESTARTED RUN BREAKS
001292*                     THE GL FEED OUT FROM EVERY POSTING, NOT
001294*                     JUST THE ONES AFTER THE CHECKPOINT.
001295*    10/15/26   RFS   ADDED THE TRANSFER COUNT AND LEG TOTALS
001296*                     SO A RESTARTED RUN'S TRANSFERS SECTION
001297*                     COVERS THE WHOLE DAY.
001298*    10/15/26   RFS   ADDED CK-GL-STOP-SWITCH SO A GL FEED
001318*                     STOPPED BEFORE THE CHECKPOINT STAYS
001338*                     STOPPED ON A RESTART.
001358******************************************************************
001400 01  CK-RECORD.
001500     05  CK-AMOUNT               PIC S9(5)V99.
001600     05  CK-LAST-KEY             PIC X(10).
002095         10  CK-SE-AMOUNT        PIC S9(7)V99.
002096     05  CK-HELD-COUNT           PIC 9(07).
002097     05  CK-HELD-TOTAL           PIC S9(7)V99.
002098     05  CK-GLT-COUNT            PIC 9(02).
002099     05  CK-GLT-ENTRY OCCURS 30 TIMES.
002100         10  CK-GLT-TYPE         PIC X(02).
002101         10  CK-GLT-CURR         PIC X(03).
002102         10  CK-GLT-TOTAL        PIC S9(9)V99.
002202     05  CK-XFER-COUNT           PIC 9(07).
002302     05  CK-XFER-DR-TOTAL        PIC S9(9)V99.
002402     05  CK-XFER-CR-TOTAL        PIC S9(9)V99.
002502     05  CK-GL-STOP-SWITCH       PIC X(01).
002602     05  FILLER                  PIC X(03).
