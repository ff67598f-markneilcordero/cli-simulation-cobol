000196*                  IT AND REFUSES TO CLOSE A YEAR WHOSE LAST
000197*                  PROOF WAS DIRTY.  A REBUILD DOES NOT CLEAR
000198*                  THE COUNT - RE-RUN THE PROOF TO SHOW CLEAN.
      * 10/15/2026 DM    THE REBUILD TAKES FICA WAGES FROM THE OASDI
      *                  WAGES ON EARNHIST (CAPPED AT THE BASE) AND
      *                  RESTORES THE NEW YTD MEDICARE WAGES.  HISTORY
      *                  FROM BEFORE EMPLOYEE FICA COUNTS AT GROSS.
000199*================================================================
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000980
000990*----------------------------------------------------------------
001000* COMPUTED YTD GROSS PER EMPLOYEE, RE-DERIVED FROM THE POSTED
001010* DETAIL (PAYMENTS LESS REVERSALS), WITH THE OASDI AND
001013* MEDICARE WAGES THE SAME DETAIL WAS WITHHELD ON.
001020*----------------------------------------------------------------
001030 01  WS-EMPLOYEE-COUNT           PIC S9(04) COMP VALUE ZERO.
001040 01  WS-EMPLOYEE-SUB             PIC S9(04) COMP VALUE ZERO.
001060     05  WS-EMPLOYEE-ENTRY OCCURS 1000 TIMES.
001070         10  RC-EMPLOYEE-ID      PIC X(05).
001080         10  RC-COMPUTED-GROSS   PIC S9(09)V99.
001083         10  RC-COMPUTED-OASDI   PIC S9(09)V99.
001086         10  RC-COMPUTED-MEDICARE PIC S9(09)V99.
001090
001100*----------------------------------------------------------------
001110* YTD RECORDS WITH NO POSTED DETAIL BEHIND THEM (ORPHANS),
002580         MOVE EH-EMPLOYEE-ID
002590             TO RC-EMPLOYEE-ID (WS-EMPLOYEE-SUB)
002600         MOVE ZERO TO RC-COMPUTED-GROSS (WS-EMPLOYEE-SUB)
002603         MOVE ZERO TO RC-COMPUTED-OASDI (WS-EMPLOYEE-SUB)
002606         MOVE ZERO TO RC-COMPUTED-MEDICARE (WS-EMPLOYEE-SUB)
002610     END-IF.
002620     ADD EH-GROSS-PAY TO RC-COMPUTED-GROSS (WS-EMPLOYEE-SUB).
002621* DETAIL WRITTEN BEFORE EMPLOYEE FICA READS BACK BLANK - THE
002622* WHOLE GROSS WAS FICA WAGES THEN.
002623     IF EH-OASDI-WAGES NOT NUMERIC
002624         MOVE EH-GROSS-PAY TO EH-OASDI-WAGES EH-MEDICARE-WAGES
002625     END-IF.
002626     ADD EH-OASDI-WAGES TO RC-COMPUTED-OASDI (WS-EMPLOYEE-SUB).
002627     ADD EH-MEDICARE-WAGES
002628         TO RC-COMPUTED-MEDICARE (WS-EMPLOYEE-SUB).
002630 2300-EXIT.
002640     EXIT.
002650
004420             MOVE RC-COMPUTED-GROSS (WS-EMPLOYEE-SUB)
004430                 TO YT-YTD-GROSS-PAY
004431             PERFORM 4150-SET-TAXED-WAGES THRU 4150-EXIT
004435             PERFORM 4160-SET-FICA-WAGES THRU 4160-EXIT
004440             WRITE YTD-RECORD
004450         NOT INVALID KEY
004460             MOVE RC-COMPUTED-GROSS (WS-EMPLOYEE-SUB)
004470                 TO YT-YTD-GROSS-PAY
004471             PERFORM 4150-SET-TAXED-WAGES THRU 4150-EXIT
004475             PERFORM 4160-SET-FICA-WAGES THRU 4160-EXIT
004480             REWRITE YTD-RECORD
004490     END-READ.
004500
004590             MOVE ZERO TO YT-YTD-GROSS-PAY
004591             MOVE ZERO TO YT-YTD-FICA-WAGES
004592                 YT-YTD-FUTA-WAGES YT-YTD-SUTA-WAGES
004596                 YT-YTD-MEDICARE-WAGES
004600             REWRITE YTD-RECORD
004610     END-READ.
004620
004690     CLOSE RECON-REPORT-FILE.
004700 9000-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* FICA WAGES ARE THE POSTED OASDI WAGES RATHER THAN THE GROSS,
004740* SINCE SECTION 125 ITEMS NEVER REACHED THEM, CAPPED AT THE BASE.
004750* MEDICARE WAGES HAVE NO BASE.
004760*----------------------------------------------------------------
004770 4160-SET-FICA-WAGES.
004780     IF RC-COMPUTED-OASDI (WS-EMPLOYEE-SUB) < ZERO
004790         MOVE ZERO TO YT-YTD-FICA-WAGES
004800     ELSE
004810         MOVE RC-COMPUTED-OASDI (WS-EMPLOYEE-SUB)
004820             TO YT-YTD-FICA-WAGES
004830     END-IF.
004840     IF WS-BASES-KNOWN
004850         IF YT-YTD-FICA-WAGES > WS-FICA-BASE
004860             MOVE WS-FICA-BASE TO YT-YTD-FICA-WAGES
004870         END-IF
004880     END-IF.
004890     IF RC-COMPUTED-MEDICARE (WS-EMPLOYEE-SUB) < ZERO
004900         MOVE ZERO TO YT-YTD-MEDICARE-WAGES
004910     ELSE
004920         MOVE RC-COMPUTED-MEDICARE (WS-EMPLOYEE-SUB)
004930             TO YT-YTD-MEDICARE-WAGES
004940     END-IF.
004950 4160-EXIT.
004960     EXIT.
