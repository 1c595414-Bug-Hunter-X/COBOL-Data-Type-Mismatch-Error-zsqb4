000100******************************************************************
000200*    COPYBOOK:  DLDRQREC
000300*    PURPOSE :  REQUEST RECORD FOR THE DL240 DORMANCY RUN.
000400*               DQ-MONTHS IS THE NUMBER OF MONTHS WITHOUT
000500*               ACTIVITY AFTER WHICH AN OPEN ACCOUNT IS MARKED
000600*               DORMANT; ZERO OR A MISSING REQUEST MEANS TWELVE.
000700*               DQ-MODE 'R' PRINTS THE REPORT WITHOUT MARKING
000800*               ANY ACCOUNT.
000900*-----------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    10/15/26   RFS   ORIGINAL COPYBOOK.
001300******************************************************************
001400 01  DQ-RECORD.
001500     05  DQ-MONTHS               PIC 9(03).
001600     05  DQ-MODE                 PIC X(01).
001700         88  DQ-REPORT-ONLY      VALUE 'R'.
001800     05  FILLER                  PIC X(36).
