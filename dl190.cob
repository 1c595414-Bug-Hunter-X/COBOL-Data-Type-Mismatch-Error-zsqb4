001800*      - THE NET MOVEMENT OF AB-BALANCE ACROSS THE MASTER
001900*        (TODAY'S SNAPSHOT LESS THE PRIOR RUN'S) AGAINST THE
002000*        DAY'S ACCOUNT-CARRYING POSTINGS;
002100*      - THE GLINT TRAILER HASH AGAINST ITS OWN ENTRIES, AND
002200*        THE FEED'S ENTRIES NETTED BY CURRENCY AGAINST THE
002250*        LEDGER RECORD, HOME AND PER CURRENCY BUCKET;
002300*      - THE TRANSIN TRAILER HASH, PRINTED FOR INFORMATION.
002400*    ANY LEG THAT DOES NOT FOOT PRINTS ITS DIFFERENCE AND THE
002500*    RUN ENDS CONDITION CODE 08 SO THE SCHEDULER HOLDS THE
003097*                     IS PROVED AGAINST THAT SUM, MATCHING THE
003098*                     ONE RUN-WIDE FEED DL100 WRITES.  A NORMAL
003099*                     SINGLE-DAY RUN IS UNCHANGED.
003108*    10/15/26   RFS   DL100 NOW BREAKS THE GLINT FEED OUT BY
003117*                     GL ACCOUNT, SO ITS HASH CAN NO LONGER BE
003126*                     REBUILT FROM THE LEDGER BUCKETS.  THE GL
003135*                     LEG NOW PROVES THE TRAILER HASH AGAINST
003144*                     THE FEED'S OWN ENTRIES, THEN NETS THE
003153*                     ENTRIES BY CURRENCY (DEBIT PLUS, CREDIT
003162*                     MINUS) AND PROVES THE NETS AGAINST THE
003171*                     LEDGER HOME TOTAL AND BUCKETS.  A FEED
003180*                     CURRENCY WITH NO LEDGER BUCKET BREAKS.
003189******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
015900     05  WS-LGR-HOME             PIC S9(9)V99 VALUE 0.
016000     05  WS-FEED-HASH            PIC 9(11)V99 VALUE 0.
016100     05  WS-CALC-HASH            PIC 9(11)V99 VALUE 0.
016150     05  WS-FEED-HOME            PIC S9(11)V99 VALUE 0.
016200     05  WS-WORK-ABS             PIC S9(9)V99 VALUE 0.
016300     05  WS-LEG-DIFF             PIC S9(11)V99 VALUE 0.
016400*
018030     05  WS-LGRB-FOUND-SWITCH    PIC X(01) VALUE 'N'.
018040         88  WS-LGRB-FOUND       VALUE 'Y'.
018050     05  WS-LBF-SUB              PIC 9(02) COMP VALUE 0.
018052*
018054*    THE GLINT ENTRIES NETTED BY FOREIGN CURRENCY
018056 01  WS-FEED-CURR-TABLE.
018058     05  WS-FC-COUNT             PIC 9(02) COMP VALUE 0.
018060     05  WS-FC-ENTRY OCCURS 20 TIMES.
018062         10  WS-FC-CODE          PIC X(03).
018064         10  WS-FC-TOTAL         PIC S9(11)V99.
018066         10  WS-FC-MATCHED       PIC X(01).
018068*
018070 01  WS-FEED-ROLL-FIELDS.
018072     05  WS-FC-FOUND-SWITCH      PIC X(01) VALUE 'N'.
018074         88  WS-FC-FOUND         VALUE 'Y'.
018076     05  WS-FC-FULL-SWITCH       PIC X(01) VALUE 'N'.
018078         88  WS-FC-TABLE-FULL    VALUE 'Y'.
018080     05  WS-FC-SUB               PIC 9(02) COMP VALUE 0.
018082     05  WS-FEED-SIGNED          PIC S9(11)V99 VALUE 0.
018100*
018200 01  WS-WORK-CURRENCY            PIC X(03) VALUE SPACES.
018300 01  WS-WORK-AMOUNT              PIC S9(9)V99 VALUE 0.
052200     EXIT.
052300*
052400******************************************************************
052500*    2600-SCAN-FEED - PICK UP THE GLINT TRAILER HASH, SUM
052530*    THE UNSIGNED ENTRY AMOUNTS THE HASH SHOULD EQUAL, AND NET
052560*    THE ENTRIES BY CURRENCY
052600******************************************************************
052700 2600-SCAN-FEED.
052800     MOVE 'N' TO WS-EOF-SWITCH.
054900         MOVE 'Y' TO WS-FEEDTRL-SWITCH
055000         MOVE GLT-HASH-TOTAL TO WS-FEED-HASH
055100     END-IF.
055120     IF NOT WS-EOF-REACHED AND GL-DETAIL-REC
055140         PERFORM 2620-NET-ONE-ENTRY THRU 2620-NET-ONE-ENTRY-X
055160     END-IF.
055200 2610-SCAN-ONE-FEED-X.
055300     EXIT.
055302*
055304******************************************************************
055306*    2620-NET-ONE-ENTRY - ROLL ONE GLINT DETAIL ENTRY INTO THE
055308*    HASH AND INTO ITS CURRENCY NET
055310******************************************************************
055312 2620-NET-ONE-ENTRY.
055314     ADD GL-AMOUNT TO WS-CALC-HASH.
055316     IF GL-IS-CREDIT
055318         COMPUTE WS-FEED-SIGNED = 0 - GL-AMOUNT
055320     ELSE
055322         MOVE GL-AMOUNT TO WS-FEED-SIGNED
055324     END-IF.
055326     IF GL-CURRENCY-CODE = WS-HOME-CURRENCY
055328         ADD WS-FEED-SIGNED TO WS-FEED-HOME
055330         GO TO 2620-NET-ONE-ENTRY-X
055332     END-IF.
055334     MOVE 'N' TO WS-FC-FOUND-SWITCH.
055336     MOVE 1 TO WS-FC-SUB.
055338     PERFORM 2630-TEST-FEED-CURR THRU 2630-TEST-FEED-CUR-X
055340         UNTIL WS-FC-SUB > WS-FC-COUNT
055342            OR WS-FC-FOUND.
055344     IF NOT WS-FC-FOUND AND WS-FC-COUNT < 20
055346         ADD 1 TO WS-FC-COUNT
055348         MOVE WS-FC-COUNT TO WS-FC-SUB
055350         MOVE GL-CURRENCY-CODE TO WS-FC-CODE (WS-FC-SUB)
055352         MOVE ZERO TO WS-FC-TOTAL (WS-FC-SUB)
055354         MOVE 'N' TO WS-FC-MATCHED (WS-FC-SUB)
055356         MOVE 'Y' TO WS-FC-FOUND-SWITCH
055358     END-IF.
055360     IF WS-FC-FOUND
055362         ADD WS-FEED-SIGNED TO WS-FC-TOTAL (WS-FC-SUB)
055364     ELSE
055366         MOVE 'Y' TO WS-FC-FULL-SWITCH
055368     END-IF.
055370 2620-NET-ONE-ENTRY-X.
055372     EXIT.
055374*
055376 2630-TEST-FEED-CURR.
055378     IF WS-FC-CODE (WS-FC-SUB) = GL-CURRENCY-CODE
055380         MOVE 'Y' TO WS-FC-FOUND-SWITCH
055382     ELSE
055384         ADD 1 TO WS-FC-SUB
055386     END-IF.
055388 2630-TEST-FEED-CUR-X.
055390     EXIT.
055400*
055500******************************************************************
055600*    3000-PRINT-PROOF - THE ONE-PAGE PROOF.  EACH LEG PRINTS
061100         MOVE WS-RPT-NOTE-LINE TO RPT-RECORD
061200         WRITE RPT-RECORD
061300     END-IF.
061400*    LEG 3 - THE GLINT TRAILER HASH VS THE SUM OF THE FEED'S
061500*    OWN ENTRIES, THEN THE ENTRIES NETTED BY CURRENCY VS THE
061600*    LEDGER DAILY HOME TOTAL AND EACH LEDGER BUCKET
061700     IF WS-LGRDAY-FOUND AND WS-FEEDTRL-FOUND
062600         COMPUTE WS-LEG-DIFF = WS-FEED-HASH - WS-CALC-HASH
062700         MOVE 'GL HASH VS ENTRIES:' TO WS-RPT-LEG-TITLE
062800         MOVE WS-FEED-HASH TO WS-RPT-LEG-AMT1
062900         MOVE WS-CALC-HASH TO WS-RPT-LEG-AMT2
063000         MOVE WS-LEG-DIFF TO WS-RPT-LEG-DIFF
063300         IF WS-LEG-DIFF NOT = 0
063400             MOVE 'Y' TO WS-BREAK-SWITCH
063500         END-IF
063504         COMPUTE WS-LEG-DIFF = WS-FEED-HOME - WS-LGR-HOME
063508         MOVE 'GL NET VS LEDGER:' TO WS-RPT-LEG-TITLE
063512         MOVE WS-FEED-HOME TO WS-RPT-LEG-AMT1
063516         MOVE WS-LGR-HOME TO WS-RPT-LEG-AMT2
063520         MOVE WS-LEG-DIFF TO WS-RPT-LEG-DIFF
063524         MOVE WS-RPT-LEG-LINE TO RPT-RECORD
063528         WRITE RPT-RECORD
063532         IF WS-LEG-DIFF NOT = 0
063536             MOVE 'Y' TO WS-BREAK-SWITCH
063540         END-IF
063544         PERFORM 3300-PROVE-FEED-BUCKET THRU 3300-PROVE-FEED-X
063548             VARYING WS-BKT-SUB FROM 1 BY 1
063552             UNTIL WS-BKT-SUB > WS-LB-COUNT
063556         PERFORM 3400-CHECK-FEED-UNMAT THRU 3400-CHECK-FEED-X
063560             VARYING WS-FC-SUB FROM 1 BY 1
063564             UNTIL WS-FC-SUB > WS-FC-COUNT
063568         IF WS-FC-TABLE-FULL
063572             MOVE 'GLINT CARRIES MORE THAN 20 CURRENCIES'
063576                 TO WS-RPT-NOTE-TEXT
063580             MOVE WS-RPT-NOTE-LINE TO RPT-RECORD
063584             WRITE RPT-RECORD
063588             MOVE 'Y' TO WS-BREAK-SWITCH
063592         END-IF
063600     ELSE
063700         IF NOT WS-FEEDTRL-FOUND
063800             MOVE 'NO GLINT TRAILER FOUND - FEED NOT PROVED'
070400     EXIT.
070500*
070600******************************************************************
070700*    3300-PROVE-FEED-BUCKET - ONE LEDGER CURRENCY BUCKET
070800*    AGAINST THE GLINT ENTRIES NETTED IN THAT CURRENCY
070900******************************************************************
071000 3300-PROVE-FEED-BUCKET.
071020     MOVE ZERO TO WS-FEED-SIGNED.
071040     MOVE 'N' TO WS-FC-FOUND-SWITCH.
071060     MOVE 1 TO WS-FC-SUB.
071080     PERFORM 3310-TEST-FEED-BKT THRU 3310-TEST-FEED-BKT-X
071100         UNTIL WS-FC-SUB > WS-FC-COUNT
071120            OR WS-FC-FOUND.
071140     IF WS-FC-FOUND
071160         MOVE WS-FC-TOTAL (WS-FC-SUB) TO WS-FEED-SIGNED
071180         MOVE 'Y' TO WS-FC-MATCHED (WS-FC-SUB)
071200     END-IF.
071220     COMPUTE WS-LEG-DIFF =
071240         WS-FEED-SIGNED - WS-LB-TOTAL (WS-BKT-SUB).
071260     MOVE WS-LB-CODE (WS-BKT-SUB) TO WS-RPT-CUR-CODE.
071280     MOVE WS-FEED-SIGNED TO WS-RPT-CUR-PSTD.
071300     MOVE WS-LB-TOTAL (WS-BKT-SUB) TO WS-RPT-CUR-LGR.
071320     MOVE WS-LEG-DIFF TO WS-RPT-CUR-DIFF.
071340     MOVE WS-RPT-CURR-LINE TO RPT-RECORD.
071360     WRITE RPT-RECORD.
071380     IF WS-LEG-DIFF NOT = 0
071400         MOVE 'Y' TO WS-BREAK-SWITCH
071420     END-IF.
071600 3300-PROVE-FEED-X.
071700     EXIT.
071707*
071714 3310-TEST-FEED-BKT.
071721     IF WS-FC-CODE (WS-FC-SUB) = WS-LB-CODE (WS-BKT-SUB)
071728         MOVE 'Y' TO WS-FC-FOUND-SWITCH
071735     ELSE
071742         ADD 1 TO WS-FC-SUB
071749     END-IF.
071756 3310-TEST-FEED-BKT-X.
071763     EXIT.
071770*
071777******************************************************************
071784*    3400-CHECK-FEED-UNMAT - A GLINT CURRENCY WITH NO LEDGER
071791*    BUCKET IS ITSELF A BREAK
071798******************************************************************
071805 3400-CHECK-FEED-UNMAT.
071812     IF WS-FC-MATCHED (WS-FC-SUB) NOT = 'Y'
071819         MOVE WS-FC-CODE (WS-FC-SUB) TO WS-RPT-CUR-CODE
071826         MOVE WS-FC-TOTAL (WS-FC-SUB) TO WS-RPT-CUR-PSTD
071833         MOVE ZERO TO WS-RPT-CUR-LGR
071840         MOVE WS-FC-TOTAL (WS-FC-SUB) TO WS-RPT-CUR-DIFF
071847         MOVE WS-RPT-CURR-LINE TO RPT-RECORD
071854         WRITE RPT-RECORD
071861         MOVE 'Y' TO WS-BREAK-SWITCH
071868     END-IF.
071875 3400-CHECK-FEED-X.
071882     EXIT.
071889*
071900******************************************************************
072000*    4000-WRITE-SNAPSHOT - WRITE TODAY'S BALANCE SNAPSHOT FOR
072100*    THE NEXT RUN'S MOVEMENT LEG
