000200*                  (SOURCE "V") SO THE REMITTANCES RECONCILE
000210*                  WITH EVERYTHING ELSE.  DETAIL FOR A CODE
000220*                  WITH NO ACTIVE PAYEE IS HELD, NOT LOST.
000221* 10/15/2026 DM    REMITDTL NOW CARRIES THE PAY GROUP.  NOTHING
000222*                  IS REMITTED UNTIL EVERY GROUP AND PERIOD ON
000223*                  THE DETAIL HAS BEEN PROVEN IN BALANCE BY THE
000224*                  PERIOD TIE-OUT (TIEOUTST, WRITTEN BY TIEOUT).
000225* 10/15/2026 DM    EMPLOYER RETIREMENT MATCH COMES IN ON
000226*                  REMITDTL AS A TYPE "M" RECORD UNDER THE
000227*                  PLAN CODE AND IS PAID TO THE PLAN WITH THE
000228*                  DEFERRALS; ITS DETAIL LINE SAYS SO.
000230*================================================================
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000650         RECORD KEY IS OP-OPERATOR-ID
000660         FILE STATUS IS WS-OPERMAST-STATUS.
000670
000672     SELECT TIEOUT-STATUS-FILE ASSIGN TO "TIEOUTST"
000674         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS WS-TIEOUTST-STATUS.
000678
000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------------
000710* REMITTANCE DETAIL AS THE PAY RUN LEFT IT - ONE RECORD PER
000720* DEDUCTION TAKEN, PLUS A TYPE "M" RECORD FOR EACH EMPLOYER
000723* RETIREMENT MATCH.  SAME LAYOUT AS THE SIMPLE-PAYROLL FD.
000730*----------------------------------------------------------------
000740 FD  REMIT-DETAIL-FILE
000750     RECORDING MODE IS F.
000810     05  RD-DEDUCTION-NAME       PIC X(15).
000820     05  RD-AMOUNT               PIC S9(07)V99
000830                                 SIGN IS LEADING SEPARATE.
000840     05  RD-PAY-GROUP            PIC X(01).
000842     05  RD-RECORD-TYPE          PIC X(01).
000844         88  RD-EMPLOYER-MATCH       VALUE "M".
000846     05  FILLER                  PIC X(01).
000850
000860*----------------------------------------------------------------
000870* HELD DETAIL, WRITTEN BACK OVER REMITDTL AT THE END.
001390     RECORDING MODE IS F.
001400 COPY OPERMAST.
001410
001411*----------------------------------------------------------------
001412* PERIOD TIE-OUT STATUS - ONE RECORD PER PAY GROUP AND PERIOD,
001413* LEFT BY THE LATEST TIEOUT PROOF OF THAT PERIOD.  READ ONLY.
001414*----------------------------------------------------------------
001415 FD  TIEOUT-STATUS-FILE
001416     RECORDING MODE IS F.
001417 COPY TIEOUTST.
001418
001420 WORKING-STORAGE SECTION.
001430*----------------------------------------------------------------
001440* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
001570 01  WS-REPORT-STATUS            PIC X(02).
001580 01  WS-OPERMAST-STATUS          PIC X(02).
001590     88  WS-OPERMAST-OK                VALUE "00".
001593 01  WS-TIEOUTST-STATUS          PIC X(02).
001596     88  WS-TIEOUTST-OK                VALUE "00".
001600
001610 01  WS-EOF-SWITCH               PIC X(01)  VALUE "N".
001620     88  WS-END-OF-FILE                VALUE "Y".
001630
001640 01  WS-FOUND-SWITCH             PIC X(01)  VALUE "N".
001650     88  WS-CODE-FOUND                 VALUE "Y".
001652
001655 01  WS-DETAIL-PROVEN-SWITCH     PIC X(01)  VALUE "N".
001657     88  WS-DETAIL-PROVEN              VALUE "Y".
001660
001670 01  WS-SIGNON-SWITCH            PIC X(01)  VALUE "N".
001680     88  WS-SIGNON-GOOD                VALUE "Y".
002040 01  WS-DETAIL-HELD              PIC 9(07)  VALUE ZERO.
002050 01  WS-CHECKS-CUT               PIC 9(05)  VALUE ZERO.
002060 01  WS-REMITTED-TOTAL           PIC S9(11)V99 VALUE ZERO.
002061
002062*----------------------------------------------------------------
002063* PAY GROUPS AND PERIODS WITH A CLEAN TIE-OUT PROOF ON FILE, AND
002064* THE COUNT OF REMITDTL RECORDS FOUND WITHOUT ONE.
002065*----------------------------------------------------------------
002066 01  WS-PROOF-COUNT              PIC S9(04) COMP VALUE ZERO.
002067 01  WS-PROOF-SUB                PIC S9(04) COMP VALUE ZERO.
002068 01  WS-UNPROVEN-DETAIL          PIC 9(07)  VALUE ZERO.
002070
002071 01  WS-PROOF-TABLE.
002073     05  WS-PROOF-ENTRY OCCURS 500 TIMES.
002075         10  TP-PAY-GROUP        PIC X(01).
002076         10  TP-PERIOD-NUMBER    PIC 9(06).
002078
002080*----------------------------------------------------------------
002090* REPORT LINES.
002100*----------------------------------------------------------------
002740     MOVE WS-CURRENT-DATE-DISPLAY TO WS-CURRENT-DATE.
002750
002760     PERFORM 1050-OPERATOR-SIGN-ON THRU 1050-EXIT.
002765     PERFORM 1200-CHECK-TIEOUT-PROOF THRU 1200-EXIT.
002770
002780     OPEN INPUT DEDUCTION-PAYEE.
002790     IF NOT WS-DEDPAYEE-OK
005730     ELSE
005740         MOVE SPACES TO ED-CASE-NAME
005750     END-IF.
005752     IF RD-EMPLOYER-MATCH
005755         MOVE "EMPLOYER MATCH" TO ED-CASE-NAME
005757     END-IF.
005760     MOVE RD-AMOUNT TO ED-AMOUNT.
005770     WRITE REMIT-REPORT-LINE FROM WS-EMPLOYEE-DETAIL.
005780 4210-DONE.
007590     CLOSE REMIT-REPORT-FILE.
007600 9000-EXIT.
007610     EXIT.
007620
007630*================================================================
007640* 1200-CHECK-TIEOUT-PROOF - EVERY REMITDTL RECORD MUST HAVE A
007650* TIEOUT PROOF ON FILE FOR ITS OWN PAY GROUP AND PERIOD THAT
007660* FOUND NO BREAKS.  ANYTHING ELSE STOPS THE RUN BEFORE A CHECK
007670* IS CUT.  NO DETAIL AT ALL IS LEFT TO 2000-ACCUMULATE-DETAIL
007680* TO REPORT.
007690*================================================================
007700 1200-CHECK-TIEOUT-PROOF.
007710     OPEN INPUT TIEOUT-STATUS-FILE.
007720     IF NOT WS-TIEOUTST-OK
007730         DISPLAY "NO PERIOD TIE-OUT PROOF ON FILE (TIEOUTST) - "
007740             "RUN TIEOUT FIRST.  REMITTANCE REFUSED."
007750         STOP RUN
007760     END-IF.
007770     MOVE "N" TO WS-EOF-SWITCH.
007780     PERFORM 1210-READ-PROOF-RECORD.
007790     PERFORM 1220-TABLE-PROOF-RECORD
007800         UNTIL WS-END-OF-FILE.
007810     CLOSE TIEOUT-STATUS-FILE.
007820
007830     OPEN INPUT REMIT-DETAIL-FILE.
007840     IF NOT WS-REMITDTL-OK
007850         GO TO 1200-EXIT
007860     END-IF.
007870     MOVE "N" TO WS-EOF-SWITCH.
007880     PERFORM 2100-READ-DETAIL-RECORD.
007890     PERFORM 1230-CHECK-ONE-DETAIL
007900         UNTIL WS-END-OF-FILE.
007910     CLOSE REMIT-DETAIL-FILE.
007920
007930     IF WS-UNPROVEN-DETAIL NOT = ZERO
007940         DISPLAY "REMITDTL HOLDS " WS-UNPROVEN-DETAIL
007950             " RECORDS NOT PROVEN IN BALANCE."
007960         DISPLAY "RUN TIEOUT AND CLEAR ITS BREAKS BEFORE "
007970             "REMITTING.  REMITTANCE REFUSED."
007980         STOP RUN
007990     END-IF.
008000     DISPLAY "Period tie-out proof is clean - remittance may "
008010         "proceed.".
008020 1200-EXIT.
008030     EXIT.
008040
008050 1210-READ-PROOF-RECORD.
008060     READ TIEOUT-STATUS-FILE
008070         AT END
008080             MOVE "Y" TO WS-EOF-SWITCH
008090     END-READ.
008100
008110* ONLY A PROOF THAT FOUND NO BREAKS IS TABLED - A DETAIL WHOSE
008120* GROUP AND PERIOD IS NOT IN THE TABLE IS NOT PROVEN.
008130 1220-TABLE-PROOF-RECORD.
008140     IF TS-BREAK-COUNT = ZERO
008150         IF WS-PROOF-COUNT < 500
008160             ADD 1 TO WS-PROOF-COUNT
008170             MOVE TS-PAY-GROUP TO TP-PAY-GROUP (WS-PROOF-COUNT)
008180             MOVE TS-PERIOD-NUMBER
008190                 TO TP-PERIOD-NUMBER (WS-PROOF-COUNT)
008200         ELSE
008210             DISPLAY "TIEOUTST proof table full - pay group '"
008220                 TS-PAY-GROUP "' period " TS-PERIOD-NUMBER
008230                 " not checked."
008240         END-IF
008250     END-IF.
008260     PERFORM 1210-READ-PROOF-RECORD.
008270
008280 1230-CHECK-ONE-DETAIL.
008290     MOVE ZERO TO WS-PROOF-SUB.
008300     MOVE "N" TO WS-DETAIL-PROVEN-SWITCH.
008310     PERFORM 1240-SCAN-PROOF-TABLE
008320         UNTIL WS-DETAIL-PROVEN
008330         OR WS-PROOF-SUB >= WS-PROOF-COUNT.
008340     IF NOT WS-DETAIL-PROVEN
008350         IF WS-UNPROVEN-DETAIL = ZERO
008360             DISPLAY "No clean tie-out proof for pay group '"
008370                 RD-PAY-GROUP "' period " RD-PERIOD-NUMBER "."
008380         END-IF
008390         ADD 1 TO WS-UNPROVEN-DETAIL
008400     END-IF.
008410     PERFORM 2100-READ-DETAIL-RECORD.
008420
008430 1240-SCAN-PROOF-TABLE.
008440     ADD 1 TO WS-PROOF-SUB.
008450     IF TP-PAY-GROUP (WS-PROOF-SUB) = RD-PAY-GROUP
008460         AND TP-PERIOD-NUMBER (WS-PROOF-SUB) = RD-PERIOD-NUMBER
008470         MOVE "Y" TO WS-DETAIL-PROVEN-SWITCH
008480     END-IF.
