000230*                  DISCREPANCIES, AND NEEDS THE YTD-REBUILD
000240*                  ROLE FLAG - THE SAME AUTHORITY THAT MAY
000250*                  REBUILD THE FILE MAY ROLL IT.
000251* 10/15/2026 DM    THE YTD MEDICARE WAGES ARE ZEROED WITH THE
000252*                  OTHER TAXED WAGES AT THE ROLL.
000253* 10/15/2026 DM    EARNARCH AND EARNWORK NOW CARRY THE FULL
000254*                  169-BYTE EARNHIST IMAGE - THE FICA, CASH-OUT,
000255*                  FLAT BENEFITS AND SUTA FIELDS WERE BEING CUT
000256*                  OFF THE ARCHIVED AND RETAINED HISTORY.
000257* 10/15/2026 DM    THE RETIREMENT PLAN YEAR-TO-DATE (RETYTD) IS
000258*                  ROLLED WITH YTDMAST - DEFERRALS AND MATCH
000259*                  ZEROED AND THE PLAN YEAR SET TO THE NEW YEAR.
000260*================================================================
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000700         RECORD KEY IS YT-EMPLOYEE-ID
000710         FILE STATUS IS WS-YTD-STATUS.
000720
000721     SELECT RETIREMENT-YTD-FILE ASSIGN TO "RETYTD"
000722         ORGANIZATION IS INDEXED
000724         ACCESS MODE IS DYNAMIC
000725         RECORD KEY IS RY-ACCUM-KEY
000727         FILE STATUS IS WS-RETYTD-STATUS.
000728
000730     SELECT RECON-STATUS-FILE ASSIGN TO "RECONSTS"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RECONSTS-STATUS.
000960
000970*----------------------------------------------------------------
000980* THE CLOSED YEAR'S HISTORY, APPENDED ACROSS CLOSES.  SAME
000990* RECORD IMAGE AS EARNHIST - 169 BYTES.
001000*----------------------------------------------------------------
001010 FD  ARCHIVE-HISTORY
001020     RECORDING MODE IS F.
001030 01  ARCHIVE-HISTORY-RECORD      PIC X(169).
001040
001050*----------------------------------------------------------------
001060* RETAINED HISTORY, HELD HERE WHILE EARNHIST IS REWRITTEN.
001070*----------------------------------------------------------------
001080 FD  WORK-HISTORY
001090     RECORDING MODE IS F.
001100 01  WORK-HISTORY-RECORD         PIC X(169).
001110
001120*----------------------------------------------------------------
001130* RUN AUDIT LOG AND ITS ARCHIVE/WORK SIDE FILES.  EVERY AUDIT
001480 FD  YTD-FILE
001490     RECORDING MODE IS F.
001500 COPY YTDMASTR.
001501
001502*----------------------------------------------------------------
001503* RETIREMENT PLAN YEAR-TO-DATE - ROLLED WITH YTDMAST.  LAYOUT IS
001504* THE RETYTD COPYBOOK.
001505*----------------------------------------------------------------
001506 FD  RETIREMENT-YTD-FILE
001507     RECORDING MODE IS F.
001508 COPY RETYTD.
001510
001520*----------------------------------------------------------------
001530* THE LAST YTD-RECON PROOF RESULT - THE GATE ON THIS CLOSE.
001940 01  WS-CHKARCH-STATUS           PIC X(02).
001950 01  WS-YTD-STATUS               PIC X(02).
001960     88  WS-YTD-OK                     VALUE "00".
001963 01  WS-RETYTD-STATUS            PIC X(02).
001966     88  WS-RETYTD-OK                  VALUE "00".
001970 01  WS-RECONSTS-STATUS          PIC X(02).
001980     88  WS-RECONSTS-OK                VALUE "00".
001990 01  WS-OPERMAST-STATUS          PIC X(02).
002390 01  WS-REG-ARCH-COUNT           PIC 9(07)  VALUE ZERO.
002400 01  WS-REG-ARCH-AMOUNT          PIC 9(11)V99 VALUE ZERO.
002410 01  WS-YTD-ROLLED-COUNT         PIC 9(07)  VALUE ZERO.
002413 01  WS-RET-ROLLED-COUNT         PIC 9(07)  VALUE ZERO.
002416 01  WS-RET-NEW-YEAR             PIC 9(04).
002420 01  WS-PROOF-DIFFERENCE         PIC S9(11)V99.
002430
002440*----------------------------------------------------------------
002720     PERFORM 4000-PURGE-AUDIT-LOG THRU 4000-EXIT.
002730     PERFORM 5000-PURGE-REGISTER THRU 5000-EXIT.
002740     PERFORM 6000-ROLL-YTDMAST THRU 6000-EXIT.
002745     PERFORM 6200-ROLL-RETIREMENT-YTD THRU 6200-EXIT.
002750     PERFORM 7000-WRITE-CLOSE-REPORT THRU 7000-EXIT.
002760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002770     STOP RUN.
006600         GO TO 6100-DONE
006610     END-IF.
006620     MOVE ZERO TO YT-YTD-GROSS-PAY YT-YTD-FICA-WAGES
006630         YT-YTD-FUTA-WAGES YT-YTD-SUTA-WAGES
006635         YT-YTD-MEDICARE-WAGES.
006640     REWRITE YTD-RECORD.
006650     ADD 1 TO WS-YTD-ROLLED-COUNT.
006660 6100-DONE.
007210     MOVE ZERO TO CT-AMOUNT.
007220     WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE.
007230
007231     MOVE "PLAN YTD RECORDS ZEROED:      " TO CT-CAPTION.
007233     MOVE WS-RET-ROLLED-COUNT TO CT-COUNT.
007235     MOVE ZERO TO CT-AMOUNT.
007236     WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE.
007238
007240     WRITE CLOSE-REPORT-LINE FROM WS-DASH-LINE.
007250     MOVE SPACES TO CLOSE-REPORT-LINE.
007260     STRING "YEAR " DELIMITED BY SIZE
007400     CLOSE CLOSE-REPORT-FILE.
007410 9000-EXIT.
007420     EXIT.
007430
007440*================================================================
007450* 6200-ROLL-RETIREMENT-YTD - EVERY PLAN ACCUMULATOR FOR THE
007460* CLOSED YEAR OR EARLIER STARTS THE NEW YEAR AT ZERO, SO THE
007470* ANNUAL DEFERRAL LIMIT STARTS OVER.  ONE ALREADY POSTED IN THE
007480* NEW YEAR (A JANUARY PAY RUN AHEAD OF THE CLOSE) IS LEFT ALONE.
007490* NO RETYTD MEANS NO RETIREMENT PLANS - NOTHING TO ROLL.
007500*================================================================
007510 6200-ROLL-RETIREMENT-YTD.
007520     OPEN I-O RETIREMENT-YTD-FILE.
007530     IF NOT WS-RETYTD-OK
007540         DISPLAY "RETYTD could not be opened - plan roll skipped."
007550         GO TO 6200-EXIT
007560     END-IF.
007570     COMPUTE WS-RET-NEW-YEAR = WS-CLOSE-YEAR + 1.
007580     MOVE "N" TO WS-EOF-SWITCH.
007590     MOVE LOW-VALUES TO RY-ACCUM-KEY.
007600     START RETIREMENT-YTD-FILE
007610         KEY IS GREATER THAN OR EQUAL TO RY-ACCUM-KEY
007620         INVALID KEY
007630             MOVE "Y" TO WS-EOF-SWITCH
007640     END-START.
007650     PERFORM 6300-ROLL-ONE-PLAN-RECORD THRU 6300-DONE
007660         UNTIL WS-END-OF-FILE.
007670     CLOSE RETIREMENT-YTD-FILE.
007680     DISPLAY "YEARCLOS: " WS-RET-ROLLED-COUNT " RETYTD "
007690         "records zeroed for the new year.".
007700 6200-EXIT.
007710     EXIT.
007720
007730 6300-ROLL-ONE-PLAN-RECORD.
007740     READ RETIREMENT-YTD-FILE NEXT RECORD
007750         AT END
007760             MOVE "Y" TO WS-EOF-SWITCH
007770     END-READ.
007780     IF WS-END-OF-FILE
007790         GO TO 6300-DONE
007800     END-IF.
007810     IF RY-PLAN-YEAR IS NUMERIC
007820         AND RY-PLAN-YEAR > WS-CLOSE-YEAR
007830         GO TO 6300-DONE
007840     END-IF.
007850     MOVE WS-RET-NEW-YEAR TO RY-PLAN-YEAR.
007860     MOVE ZERO TO RY-YTD-DEFERRAL RY-YTD-MATCH.
007870     REWRITE RETIREMENT-YTD-RECORD.
007880     ADD 1 TO WS-RET-ROLLED-COUNT.
007890 6300-DONE.
007900     EXIT.
