000906*                     SOURCE SO DL100 CAN KEEP PER-SOURCE
000908*                     COUNTS AND SUBTOTALS AND FLAG A SOURCE
000909*                     THAT ARRIVED EMPTY.
000917*    10/15/26   RFS   ADDED THE TRANSFER RECORD TYPE 'X' AND
000925*                     TR-TO-ACCOUNT-NO - RECORD WIDENED FROM
000933*                     40 TO 48 BYTES.  A TRANSFER DEBITS
000941*                     TR-ACCOUNT-NO AND CREDITS TR-TO-ACCOUNT-
000949*                     NO FOR TR-AMOUNT; TR-DR-CR-IND IS NOT
000957*                     USED.  ITS KEY USES ONLY THE FIRST 9
000965*                     BYTES - DL100 STAMPS THE 10TH WITH 'D'
000973*                     OR 'C' TO KEY EACH POSTED LEG.  DETAIL
000981*                     RECORDS CARRY SPACES IN TR-TO-ACCOUNT-NO.
000989******************************************************************
001000 01  TR-RECORD.
001050     05  TR-RECORD-TYPE          PIC X(01).
001060         88  TR-HEADER-REC       VALUE 'H'.
001070         88  TR-DETAIL-REC       VALUE 'D'.
001080         88  TR-TRAILER-REC      VALUE 'T'.
001090         88  TR-TRANSFER-REC     VALUE 'X'.
001100     05  TR-TRANS-KEY            PIC X(10).
001200     05  TR-AMOUNT               PIC 9(5)V99.
001210     05  TR-DR-CR-IND            PIC X(01).
001240     05  TR-CURRENCY-CODE        PIC X(03).
001250     05  TR-ACCOUNT-NO           PIC X(08).
001260     05  TR-SOURCE-CODE          PIC X(03).
001280     05  TR-TO-ACCOUNT-NO        PIC X(08).
001300     05  FILLER                  PIC X(07).
001400*
001500 01  TR-HEADER-RECORD.
001600     05  FILLER                  PIC X(01).
001700     05  TH-BUSINESS-DATE        PIC X(06).
001800     05  FILLER                  PIC X(41).
001900*
002000 01  TR-TRAILER-RECORD.
002100     05  FILLER                  PIC X(01).
002200     05  TT-RECORD-COUNT         PIC 9(07).
002300     05  TT-HASH-TOTAL           PIC 9(09)V99.
002400     05  FILLER                  PIC X(29).
