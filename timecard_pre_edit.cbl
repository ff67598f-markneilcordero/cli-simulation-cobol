000195*                  LABOR DISTRIBUTION.  CARDS FOR ONE EMPLOYEE
000196*                  MUST ALL CARRY ONE EARNINGS TYPE, AND LEAVE
000197*                  CARDS MAY NOT CHARGE A JOB.
      * 10/15/2026 DM    WORK-WEEK CODE FOR PAY GROUPS PAID LONGER
      *                  THAN WEEKLY: BLANK/1/2 PASS, WEEK 2 ONLY ON
      *                  REGULAR HOURLY CARDS.  THE DUPLICATE CHECK
      *                  IS NOW EMPLOYEE-PLUS-JOB-PLUS-WEEK AND THE
      *                  CLEAN CARD CARRIES THE SECOND-WEEK HOURS SO
      *                  THE PAY RUN CAN FIGURE OVERTIME BY WORKWEEK.
      * 10/15/2026 DM    CARDS FOR A TERMINATED EMPLOYEE ARE REJECTED -
      *                  THE LAST HOURS ARE ENTERED IN THE SIMPLE-
      *                  PAYROLL FINAL-PAY RUN INSTEAD.
      * 10/15/2026 DM    THE JOB'S WORKERS' COMPENSATION CLASS IS
      *                  CARRIED ON THE JOBDTL LINE (FROM ITS FILLER)
      *                  FOR THE SIMPLE-PAYROLL CLASS ACCUMULATION.
      * 10/15/2026 DM    AN HOURLY EMPLOYEE IN A SEMI-MONTHLY OR
      *                  MONTHLY PAY GROUP ON PAYPERD IS REJECTED.
000198*================================================================
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000509         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-JOBDTL-STATUS.
000511
000512     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS WS-PAYPERD-STATUS.
000515
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------------
000840 FD  EDITED-TIMECARD-FILE
000850     RECORDING MODE IS F.
000860 01  EDITED-TIMECARD-RECORD      PIC X(50).
000861
000862*----------------------------------------------------------------
000863* PAY GROUP CALENDAR - READ ONLY, FOR THE GROUP FREQUENCIES.
000865*----------------------------------------------------------------
000866 FD  PAY-PERIOD-FILE
000867     RECORDING MODE IS F.
000868 COPY PAYPERD.
000870
000880*----------------------------------------------------------------
000890* REJECTED CARDS - THE ORIGINAL CARD IMAGE PLUS THE REASON, SO
001060     05  JD-JOB-NUMBER           PIC X(06).
001061     05  JD-DEPARTMENT-CODE      PIC X(04).
001062     05  JD-HOURS                PIC 9(03)V99.
001063     05  JD-WC-CLASS-CODE        PIC X(04).
           05  FILLER                  PIC X(06).
001064
001065 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001183 01  WS-JOBDTL-STATUS            PIC X(02).
001184 01  WS-JOBMAST-OPEN-SWITCH      PIC X(01)  VALUE "N".
001185     88  WS-JOBMAST-IS-OPEN            VALUE "Y".
001186 01  WS-PAYPERD-STATUS           PIC X(02).
001187     88  WS-PAYPERD-OK                 VALUE "00".
001188 01  WS-PAYPERD-EOF-SWITCH       PIC X(01)  VALUE "N".
001189     88  WS-END-OF-PAYPERD             VALUE "Y".
001190
001200 01  WS-EOF-SWITCH               PIC X(01)  VALUE "N".
001210     88  WS-END-OF-TIMECARDS           VALUE "Y".
001680         10  SE-EARNINGS-TYPE    PIC X(01).
001690         10  SE-TOTAL-HOURS      PIC 9(03)V99.
001700         10  SE-TOTAL-SALES      PIC 9(07)V99.
001705         10  SE-WEEK2-HOURS      PIC 9(03)V99.
001710 01  WS-EMP-FOUND-SWITCH         PIC X(01)  VALUE "N".
001720     88  WS-EMP-IN-TABLE               VALUE "Y".
001730
001740*----------------------------------------------------------------
001750* ACCEPTED EMPLOYEE+JOB PAIRS FOR THE DUPLICATE CHECK - THE
001760* SAME JOB TWICE ON ONE EMPLOYEE IS STILL A DOUBLE-KEYED CARD,
001763* UNLESS THE TWO CARDS ARE FOR DIFFERENT WEEKS OF THE PERIOD.
001770*----------------------------------------------------------------
001780 01  WS-PAIR-COUNT               PIC S9(04) COMP VALUE ZERO.
001790 01  WS-PAIR-TABLE.
001800     05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
001810         10  SP-EMPLOYEE-ID      PIC X(05).
001820         10  SP-JOB-NUMBER       PIC X(06).
001825         10  SP-WORK-WEEK        PIC X(01).
001830 01  WS-SCAN-SUB                 PIC S9(04) COMP VALUE ZERO.
001831 01  WS-GROUP-COUNT              PIC S9(04) COMP VALUE ZERO.
001832 01  WS-GROUP-SUB                PIC S9(04) COMP VALUE ZERO.
001840
001850*----------------------------------------------------------------
001860* CARD WORK FIELDS - THE NORMALIZED TYPE, THE PARSED HOURS OR
001870* SALES, THE JOB'S DEPARTMENT AND THE CONSOLIDATION TOTALS.
001880*----------------------------------------------------------------
001890 01  WS-CARD-TYPE                PIC X(01).
001895 01  WS-CARD-WEEK                PIC X(01).
001900 01  WS-CARD-HOURS               PIC 9(03)V99.
001910 01  WS-CARD-SALES               PIC 9(07)V99.
001920 01  WS-CARD-JOB-DEPT            PIC X(04).
001940 01  WS-NEW-TOTAL-SALES          PIC 9(08)V99.
001950 01  WS-HOURS-OUT                PIC 999.99.
001960 01  WS-SALES-OUT                PIC 9(07).99.
001965 01  WS-PAY-GROUP-TABLE.
001966     05  PG-ENTRY OCCURS 20 TIMES.
001967         10  PG-PAY-GROUP        PIC X(01).
001968         10  PG-PAY-FREQUENCY    PIC X(01).
001969             88  PG-SEMI-OR-MONTHLY    VALUES "S" "M".
001970
001971*----------------------------------------------------------------
001972* REPORT LINES.
002120         STOP RUN
002130     END-IF.
002140     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002141
002142* PAY GROUP FREQUENCIES FROM PAYPERD - NONE ON FILE MEANS NO
002143* GROUP IS HELD TO THE HOURLY RULE BELOW.
002144     OPEN INPUT PAY-PERIOD-FILE.
002145     IF WS-PAYPERD-OK
002146         PERFORM 1050-TABLE-PAY-GROUP
002147             UNTIL WS-END-OF-PAYPERD OR WS-GROUP-COUNT = 20
002148         CLOSE PAY-PERIOD-FILE
002149     END-IF.
002150
002160     OPEN INPUT RAW-TIMECARD-FILE.
002170     IF NOT WS-TIMECARD-OK
002730             MOVE "Y" TO WS-EOF-SWITCH
002740     END-READ.
002750
002751 2150-SCAN-PAY-GROUPS.
002752     ADD 1 TO WS-GROUP-SUB.
002753     IF PG-PAY-GROUP (WS-GROUP-SUB) = EM-PAY-GROUP
002754         AND PG-SEMI-OR-MONTHLY (WS-GROUP-SUB)
002755         MOVE "Y" TO WS-REJECT-SWITCH
002756         MOVE "HOURLY IN S/M PAY GROUP" TO WS-REJECT-REASON
002757     END-IF.
002758
002760*----------------------------------------------------------------
002770* EDIT ONE CARD.  EVERY CARD READ COUNTS TOWARD THE BATCH
002780* BALANCE, ACCEPTED OR NOT - THE CONTROL-CARD TOTALS WERE RUN
002911* THE MASTER IS READ FIRST NOW - THE DUPLICATE AND JOB RULES
002912* DEPEND ON THE EMPLOYEE TYPE.
002920     PERFORM 2400-CHECK-EMPLOYEE-MASTER THRU 2400-EXIT.
002921* A TERMINATED EMPLOYEE'S LAST HOURS ARE KEYED IN THE SIMPLE-
002922* PAYROLL FINAL-PAY RUN, NOT ON A TIMECARD.
002924     IF NOT WS-CARD-REJECTED AND EM-TERMINATION-PENDING
002925         MOVE "Y" TO WS-REJECT-SWITCH
002927         MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
002928     END-IF.
002930     IF NOT WS-CARD-REJECTED
002940         PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT
002950     END-IF.
002951* AN HOURLY EMPLOYEE MAY NOT SIT IN A SEMI-MONTHLY OR MONTHLY
002952* PAY GROUP - OVERTIME IS FIGURED ON SEVEN-DAY WORKWEEKS.
002953     IF NOT WS-CARD-REJECTED AND EM-TYPE-HOURLY
002954         MOVE ZERO TO WS-GROUP-SUB
002955         PERFORM 2150-SCAN-PAY-GROUPS
002956             UNTIL WS-CARD-REJECTED
002957             OR WS-GROUP-SUB >= WS-GROUP-COUNT
002958     END-IF.
002960     IF NOT WS-CARD-REJECTED
002970         PERFORM 2500-CHECK-CARD-FIELDS THRU 2500-EXIT
002980     END-IF.
002981     IF NOT WS-CARD-REJECTED AND NOT TC-WEEK-IS-VALID
002982         MOVE "Y" TO WS-REJECT-SWITCH
002983         MOVE "INVALID WORK WEEK" TO WS-REJECT-REASON
002984     END-IF.
002985     IF NOT WS-CARD-REJECTED AND TC-SECOND-WEEK
002986         AND (NOT EM-TYPE-HOURLY OR NOT TC-TYPE-REGULAR)
002987         MOVE "Y" TO WS-REJECT-SWITCH
002988         MOVE "WEEK 2 NOT REGULAR HOURS" TO WS-REJECT-REASON
002989     END-IF.
002990
003000     IF WS-CARD-REJECTED
003010         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
003140*----------------------------------------------------------------
003150 2300-CHECK-DUPLICATE.
003160     MOVE "N" TO WS-DUPLICATE-SWITCH.
003161     IF TC-SECOND-WEEK
003163         MOVE "2" TO WS-CARD-WEEK
003165     ELSE
003166         MOVE "1" TO WS-CARD-WEEK
003168     END-IF.
003170     MOVE ZERO TO WS-SCAN-SUB.
003180     PERFORM 2310-SCAN-PAIR-TABLE
003190         UNTIL WS-DUPLICATE-FOUND
003500     ADD 1 TO WS-SCAN-SUB.
003510     IF SP-EMPLOYEE-ID (WS-SCAN-SUB) = TC-EMPLOYEE-ID
003520         AND SP-JOB-NUMBER (WS-SCAN-SUB) = TC-JOB-NUMBER
003525         AND SP-WORK-WEEK (WS-SCAN-SUB) = WS-CARD-WEEK
003530         MOVE "Y" TO WS-DUPLICATE-SWITCH
003540     END-IF.
003550
004090             TO SE-EARNINGS-TYPE (WS-EMP-SUB)
004100         MOVE ZERO TO SE-TOTAL-HOURS (WS-EMP-SUB)
004110         MOVE ZERO TO SE-TOTAL-SALES (WS-EMP-SUB)
004115         MOVE ZERO TO SE-WEEK2-HOURS (WS-EMP-SUB)
004120         MOVE "Y" TO WS-EMP-FOUND-SWITCH
004130     END-IF.
004140
004430             END-IF
004440             MOVE WS-NEW-TOTAL-HOURS
004450                 TO SE-TOTAL-HOURS (WS-EMP-SUB)
004452             IF TC-SECOND-WEEK
004455                 ADD WS-CARD-HOURS TO SE-WEEK2-HOURS (WS-EMP-SUB)
004457             END-IF
004460             IF TC-TYPE-REGULAR
004470                 PERFORM 2650-WRITE-JOB-DETAIL THRU 2650-EXIT
004480             END-IF
004530         TO SP-EMPLOYEE-ID (WS-PAIR-COUNT).
004540     MOVE TC-JOB-NUMBER
004550         TO SP-JOB-NUMBER (WS-PAIR-COUNT).
004553     MOVE WS-CARD-WEEK
004556         TO SP-WORK-WEEK (WS-PAIR-COUNT).
004560     ADD 1 TO WS-CARDS-ACCEPTED.
004570 2600-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* ONE PER-JOB HOURS LINE FOR THE LABOR DISTRIBUTION.  A BLANK
004620* JOB AND DEPARTMENT MEAN THE EMPLOYEE'S HOME DEPARTMENT.  THE
004623* CLASS IS TAKEN FROM THE JOBMAST RECORD 2550 READ FOR THE CARD.
004630*----------------------------------------------------------------
004640 2650-WRITE-JOB-DETAIL.
004650     MOVE SPACES TO JOB-DETAIL-RECORD.
004670     MOVE TC-JOB-NUMBER TO JD-JOB-NUMBER.
004680     MOVE WS-CARD-JOB-DEPT TO JD-DEPARTMENT-CODE.
004690     MOVE WS-CARD-HOURS TO JD-HOURS.
004692     IF TC-JOB-NUMBER NOT = SPACES
004695         MOVE JB-WC-CLASS-CODE TO JD-WC-CLASS-CODE
004697     END-IF.
004700     WRITE JOB-DETAIL-RECORD.
004710 2650-EXIT.
004720     EXIT.
005000     ELSE
005010         MOVE SE-TOTAL-HOURS (WS-EMP-SUB) TO WS-HOURS-OUT
005020         MOVE WS-HOURS-OUT TO TC-HOURS-WORKED-TEXT
005022         IF SE-WEEK2-HOURS (WS-EMP-SUB) > ZERO
005024             MOVE SE-WEEK2-HOURS (WS-EMP-SUB) TO WS-HOURS-OUT
005026             MOVE WS-HOURS-OUT TO TC-WEEK2-HOURS-TEXT
005028         END-IF
005030     END-IF.
005040     WRITE EDITED-TIMECARD-RECORD FROM TIMECARD-RECORD.
005041
005055     CLOSE EDIT-REPORT-FILE.
005056 9000-EXIT.
005057     EXIT.
005060
005070*----------------------------------------------------------------
005080* TABLE THE GROUP AND FREQUENCY OF EACH PAYPERD RECORD FOR THE
005090* HOURLY PAY GROUP CHECK IN 2200-EDIT-ONE-TIMECARD.
005100*----------------------------------------------------------------
005110 1050-TABLE-PAY-GROUP.
005120     READ PAY-PERIOD-FILE
005130         AT END
005140             MOVE "Y" TO WS-PAYPERD-EOF-SWITCH
005150         NOT AT END
005160             ADD 1 TO WS-GROUP-COUNT
005170             MOVE PP-PAY-GROUP TO PG-PAY-GROUP (WS-GROUP-COUNT)
005180             MOVE PP-PAY-FREQUENCY
005190                 TO PG-PAY-FREQUENCY (WS-GROUP-COUNT)
005200     END-READ.
