000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WCPREM.
000030 AUTHOR. D-MERCER.
000040 INSTALLATION. SHOP-FLOOR-PAYROLL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DM    ORIGINAL PROGRAM - WORKERS' COMPENSATION
000120*                  PREMIUM REPORT FOR THE CARRIER'S PAYROLL
000130*                  AUDIT, FROM THE WCDETAIL SPLIT SIMPLE-PAYROLL
000140*                  APPENDS AS EACH PAY POSTS.  FOR ONE CALENDAR
000150*                  QUARTER OR THE WHOLE YEAR: HOURS, GROSS, THE
000160*                  OVERTIME PREMIUM EXCLUDED, REPORTABLE PAYROLL
000170*                  AND PREMIUM BY CLASS CODE, WITH THE CURRENT
000180*                  WCRATE RATE AND DESCRIPTION, THEN TOTALS.
000190*                  NEGATIVE RECORDS NET OUT OF EVERY TOTAL.
000200*================================================================
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. GENERIC-PC.
000240 OBJECT-COMPUTER. GENERIC-PC.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT WC-DETAIL-FILE ASSIGN TO "WCDETAIL"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-WCDETAIL-STATUS.
000300
000310     SELECT WC-RATE-FILE ASSIGN TO "WCRATE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-WCRATE-STATUS.
000340
000350     SELECT WC-PREMIUM-REPORT ASSIGN TO "WCPRMRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-WCPRMRPT-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------
000420* WORKERS' COMPENSATION DETAIL - LAYOUT IS THE WCDETAIL COPYBOOK
000430* SHARED WITH SIMPLE-PAYROLL, ONE RECORD PER EMPLOYEE PER CLASS
000440* PER PAY.
000450*----------------------------------------------------------------
000460 FD  WC-DETAIL-FILE
000470     RECORDING MODE IS F.
000480 COPY WCDETAIL.
000490
000500*----------------------------------------------------------------
000510* WORKERS' COMPENSATION RATES - READ ONLY, FOR THE CLASS
000520* DESCRIPTIONS AND RATES.  DEPARTMENT RECORDS ARE SKIPPED.
000530*----------------------------------------------------------------
000540 FD  WC-RATE-FILE
000550     RECORDING MODE IS F.
000560 COPY WCRATE.
000570
000580*----------------------------------------------------------------
000590* PREMIUM REPORT - ONE PRINTED REPORT PER RUN.
000600*----------------------------------------------------------------
000610 FD  WC-PREMIUM-REPORT
000620     RECORDING MODE IS F.
000630 01  WCPRMRPT-LINE               PIC X(132).
000640
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
000680*----------------------------------------------------------------
000690 01  WS-WCDETAIL-STATUS          PIC X(02).
000700     88  WS-WCDETAIL-OK                VALUE "00".
000710 01  WS-WCRATE-STATUS            PIC X(02).
000720     88  WS-WCRATE-OK                  VALUE "00".
000730 01  WS-WCPRMRPT-STATUS          PIC X(02).
000740
000750 01  WS-EOF-SWITCH               PIC X(01)  VALUE "N".
000760     88  WS-END-OF-DETAIL              VALUE "Y".
000770
000780 01  WS-RATE-EOF-SWITCH          PIC X(01)  VALUE "N".
000790     88  WS-END-OF-RATES               VALUE "Y".
000800
000810 01  WS-FOUND-SWITCH             PIC X(01)  VALUE "N".
000820     88  WS-CLASS-FOUND                VALUE "Y".
000830
000840 01  WS-VALID-SWITCH             PIC X(01)  VALUE "N".
000850     88  WS-ENTRY-IS-VALID             VALUE "Y".
000860
000870*----------------------------------------------------------------
000880* REPORT YEAR AND PERIOD, KEYED BY THE OPERATOR AT RUN TIME.
000890* QUARTER ZERO MEANS THE WHOLE YEAR.
000900*----------------------------------------------------------------
000910 01  WS-YEAR-TEXT                PIC X(04).
000920 01  WS-REPORT-YEAR              PIC 9(04).
000930 01  WS-QUARTER-TEXT             PIC X(01).
000940 01  WS-REPORT-QUARTER           PIC 9(01).
000950     88  WS-ANNUAL-REPORT              VALUE 0.
000960 01  WS-RECORD-QUARTER           PIC 9(01).
000970 01  WS-CURRENT-DATE-DISPLAY     PIC 9(08).
000980
000990*----------------------------------------------------------------
001000* ONE ENTRY PER CLASS CODE - LOADED IN WCRATE ORDER SO THE
001010* REPORT FOLLOWS THE POLICY SCHEDULE, WITH ANY CLASS ON THE
001020* DETAIL BUT NOT ON WCRATE ADDED AT THE END.
001030*----------------------------------------------------------------
001040 01  WS-CLASS-COUNT              PIC S9(04) COMP VALUE ZERO.
001050 01  WS-CLASS-SUB                PIC S9(04) COMP VALUE ZERO.
001060 01  WS-CLASS-TABLE.
001070     05  WS-CLASS-ENTRY OCCURS 200 TIMES.
001080         10  CT-CLASS-CODE       PIC X(04).
001090         10  CT-DESCRIPTION      PIC X(30).
001100         10  CT-RATE             PIC 9(03)V9(04).
001110         10  CT-HOURS            PIC S9(07)V99.
001120         10  CT-GROSS            PIC S9(09)V99.
001130         10  CT-OT-PREMIUM       PIC S9(09)V99.
001140         10  CT-PAYROLL          PIC S9(09)V99.
001150         10  CT-PREMIUM          PIC S9(09)V99.
001160
001170*----------------------------------------------------------------
001180* REPORT TOTALS.
001190*----------------------------------------------------------------
001200 01  WS-TOTAL-HOURS              PIC S9(07)V99 VALUE ZERO.
001210 01  WS-TOTAL-GROSS              PIC S9(09)V99 VALUE ZERO.
001220 01  WS-TOTAL-OT-PREMIUM         PIC S9(09)V99 VALUE ZERO.
001230 01  WS-TOTAL-PAYROLL            PIC S9(09)V99 VALUE ZERO.
001240 01  WS-TOTAL-PREMIUM            PIC S9(09)V99 VALUE ZERO.
001250
001260*----------------------------------------------------------------
001270* COUNTS AND REPORT LINES.
001280*----------------------------------------------------------------
001290 01  WS-RECORDS-READ             PIC 9(07)  VALUE ZERO.
001300 01  WS-RECORDS-USED             PIC 9(07)  VALUE ZERO.
001310 01  WS-DASH-LINE                PIC X(120) VALUE ALL "-".
001320
001330 01  WS-PERIOD-CAPTION           PIC X(20).
001340
001350 01  WS-REPORT-COLUMNS.
001360     05  FILLER                  PIC X(06)  VALUE "CLASS ".
001370     05  FILLER                  PIC X(22)
001380         VALUE "DESCRIPTION           ".
001390     05  FILLER                  PIC X(12)
001400         VALUE "       HOURS".
001410     05  FILLER                  PIC X(16)
001420         VALUE "           GROSS".
001430     05  FILLER                  PIC X(16)
001440         VALUE "      OT PREMIUM".
001450     05  FILLER                  PIC X(16)
001460         VALUE "  REPORTABLE PAY".
001470     05  FILLER                  PIC X(10)
001480         VALUE "   RATE   ".
001490     05  FILLER                  PIC X(16)
001500         VALUE "         PREMIUM".
001510
001520 01  WS-REPORT-DETAIL.
001530     05  RD-CLASS-CODE           PIC X(04).
001540     05  FILLER                  PIC X(02)  VALUE SPACES.
001550     05  RD-DESCRIPTION          PIC X(20).
001560     05  FILLER                  PIC X(02)  VALUE SPACES.
001570     05  RD-HOURS                PIC Z,ZZZ,ZZ9.99-.
001580     05  RD-GROSS                PIC $$$,$$$,$$9.99-.
001590     05  FILLER                  PIC X(01)  VALUE SPACES.
001600     05  RD-OT-PREMIUM           PIC $$$,$$$,$$9.99-.
001610     05  FILLER                  PIC X(01)  VALUE SPACES.
001620     05  RD-PAYROLL              PIC $$$,$$$,$$9.99-.
001630     05  FILLER                  PIC X(02)  VALUE SPACES.
001640     05  RD-RATE                 PIC ZZ9.9999.
001650     05  FILLER                  PIC X(01)  VALUE SPACES.
001660     05  RD-PREMIUM              PIC $$$,$$$,$$9.99-.
001670
001680 PROCEDURE DIVISION.
001690*================================================================
001700* 0000-MAINLINE - PROGRAM ENTRY AND EXIT.
001710*================================================================
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-READ-ALL-DETAIL THRU 2000-EXIT.
001750     PERFORM 3000-WRITE-PREMIUM-REPORT THRU 3000-EXIT.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770     STOP RUN.
001780
001790*================================================================
001800* 1000-INITIALIZE - PROMPT FOR THE YEAR AND QUARTER, LOAD THE
001810* CLASS TABLE FROM WCRATE AND OPEN FILES.  WITHOUT WCRATE THE
001820* REPORT STILL RUNS, WITH NO DESCRIPTIONS OR RATES.
001830*================================================================
001840 1000-INITIALIZE.
001850     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
001860
001870     MOVE "N" TO WS-VALID-SWITCH.
001880     PERFORM 1100-PROMPT-FOR-YEAR
001890         UNTIL WS-ENTRY-IS-VALID.
001900     MOVE "N" TO WS-VALID-SWITCH.
001910     PERFORM 1200-PROMPT-FOR-QUARTER
001920         UNTIL WS-ENTRY-IS-VALID.
001930
001940     OPEN INPUT WC-DETAIL-FILE.
001950     IF NOT WS-WCDETAIL-OK
001960         DISPLAY "WCDETAIL COULD NOT BE OPENED - NOTHING TO "
001970             "REPORT."
001980         STOP RUN
001990     END-IF.
002000
002010     PERFORM 1300-LOAD-CLASS-TABLE THRU 1300-EXIT.
002020
002030     OPEN OUTPUT WC-PREMIUM-REPORT.
002040 1000-EXIT.
002050     EXIT.
002060
002070 1100-PROMPT-FOR-YEAR.
002080     DISPLAY SPACE.
002090     DISPLAY "Enter Report Year (YYYY): " WITH NO ADVANCING.
002100     ACCEPT WS-YEAR-TEXT.
002110     IF WS-YEAR-TEXT IS NUMERIC
002120         MOVE WS-YEAR-TEXT TO WS-REPORT-YEAR
002130         MOVE "Y" TO WS-VALID-SWITCH
002140     ELSE
002150         DISPLAY "Year must be four digits."
002160     END-IF.
002170
002180 1200-PROMPT-FOR-QUARTER.
002190     DISPLAY "Enter Quarter (1-4) or A for the year: "
002200         WITH NO ADVANCING.
002210     ACCEPT WS-QUARTER-TEXT.
002220     MOVE FUNCTION UPPER-CASE(WS-QUARTER-TEXT) TO WS-QUARTER-TEXT.
002230     EVALUATE WS-QUARTER-TEXT
002240         WHEN "1" THRU "4"
002250             MOVE WS-QUARTER-TEXT TO WS-REPORT-QUARTER
002260             MOVE "Y" TO WS-VALID-SWITCH
002270         WHEN "A"
002280             MOVE ZERO TO WS-REPORT-QUARTER
002290             MOVE "Y" TO WS-VALID-SWITCH
002300         WHEN OTHER
002310             DISPLAY "Quarter must be 1, 2, 3, 4 or A."
002320     END-EVALUATE.
002330
002340*----------------------------------------------------------------
002350* EVERY "C" RECORD ON WCRATE OPENS A CLASS ENTRY, SO A CLASS
002360* WITH NO PAYROLL THIS PERIOD STILL PRINTS AT ZERO FOR THE
002370* AUDITOR.  A RATE THAT IS NOT NUMERIC PRINTS AS ZERO.
002380*----------------------------------------------------------------
002390 1300-LOAD-CLASS-TABLE.
002400     MOVE ZERO TO WS-CLASS-COUNT.
002410     OPEN INPUT WC-RATE-FILE.
002420     IF NOT WS-WCRATE-OK
002430         DISPLAY "WCRATE not available - the report will not "
002440             "show class descriptions or rates."
002450         GO TO 1300-EXIT
002460     END-IF.
002470     MOVE "N" TO WS-RATE-EOF-SWITCH.
002480     PERFORM 1310-READ-RATE-RECORD
002490         UNTIL WS-END-OF-RATES.
002500     CLOSE WC-RATE-FILE.
002510 1300-EXIT.
002520     EXIT.
002530
002540 1310-READ-RATE-RECORD.
002550     READ WC-RATE-FILE
002560         AT END
002570             MOVE "Y" TO WS-RATE-EOF-SWITCH
002580     END-READ.
002590     IF NOT WS-END-OF-RATES
002600         AND WR-CLASS-RATE
002610         IF WS-CLASS-COUNT < 200
002620             ADD 1 TO WS-CLASS-COUNT
002630             MOVE WS-CLASS-COUNT TO WS-CLASS-SUB
002640             PERFORM 1320-CLEAR-CLASS-ENTRY THRU 1320-EXIT
002650             MOVE FUNCTION UPPER-CASE(WR-CODE)
002660                 TO CT-CLASS-CODE (WS-CLASS-SUB)
002670             MOVE WR-DESCRIPTION
002680                 TO CT-DESCRIPTION (WS-CLASS-SUB)
002690             IF FUNCTION TEST-NUMVAL(WR-RATE-TEXT) = ZERO
002700                 MOVE FUNCTION NUMVAL(WR-RATE-TEXT)
002710                     TO CT-RATE (WS-CLASS-SUB)
002720             END-IF
002730         ELSE
002740             DISPLAY "Class table full - class " WR-CODE
002750                 " left off the report."
002760         END-IF
002770     END-IF.
002780
002790 1320-CLEAR-CLASS-ENTRY.
002800     MOVE SPACES TO CT-CLASS-CODE (WS-CLASS-SUB).
002810     MOVE SPACES TO CT-DESCRIPTION (WS-CLASS-SUB).
002820     MOVE ZERO TO CT-RATE (WS-CLASS-SUB).
002830     MOVE ZERO TO CT-HOURS (WS-CLASS-SUB).
002840     MOVE ZERO TO CT-GROSS (WS-CLASS-SUB).
002850     MOVE ZERO TO CT-OT-PREMIUM (WS-CLASS-SUB).
002860     MOVE ZERO TO CT-PAYROLL (WS-CLASS-SUB).
002870     MOVE ZERO TO CT-PREMIUM (WS-CLASS-SUB).
002880 1320-EXIT.
002890     EXIT.
002900
002910*================================================================
002920* 2000-READ-ALL-DETAIL - ONE PASS, ACCUMULATING BY CLASS EVERY
002930* RECORD PAID IN THE REPORT YEAR AND QUARTER.
002940*================================================================
002950 2000-READ-ALL-DETAIL.
002960     MOVE "N" TO WS-EOF-SWITCH.
002970     PERFORM 2100-READ-DETAIL-RECORD.
002980     PERFORM 2200-ACCUMULATE-ONE-RECORD
002990         UNTIL WS-END-OF-DETAIL.
003000     DISPLAY "WCPREM: " WS-RECORDS-USED " of "
003010         WS-RECORDS-READ " detail records are for the period.".
003020 2000-EXIT.
003030     EXIT.
003040
003050 2100-READ-DETAIL-RECORD.
003060     READ WC-DETAIL-FILE
003070         AT END
003080             MOVE "Y" TO WS-EOF-SWITCH
003090     END-READ.
003100
003110 2200-ACCUMULATE-ONE-RECORD.
003120     ADD 1 TO WS-RECORDS-READ.
003130     IF WC-PAY-YEAR = WS-REPORT-YEAR
003140         PERFORM 2300-FIGURE-QUARTER THRU 2300-EXIT
003150         IF WS-ANNUAL-REPORT
003160             OR WS-RECORD-QUARTER = WS-REPORT-QUARTER
003170             ADD 1 TO WS-RECORDS-USED
003180             PERFORM 2400-ACCUMULATE-CLASS THRU 2400-EXIT
003190         END-IF
003200     END-IF.
003210     PERFORM 2100-READ-DETAIL-RECORD.
003220
003230 2300-FIGURE-QUARTER.
003240     EVALUATE TRUE
003250         WHEN WC-PAY-MONTH < 4
003260             MOVE 1 TO WS-RECORD-QUARTER
003270         WHEN WC-PAY-MONTH < 7
003280             MOVE 2 TO WS-RECORD-QUARTER
003290         WHEN WC-PAY-MONTH < 10
003300             MOVE 3 TO WS-RECORD-QUARTER
003310         WHEN OTHER
003320             MOVE 4 TO WS-RECORD-QUARTER
003330     END-EVALUATE.
003340 2300-EXIT.
003350     EXIT.
003360
003370 2400-ACCUMULATE-CLASS.
003380     MOVE "N" TO WS-FOUND-SWITCH.
003390     MOVE ZERO TO WS-CLASS-SUB.
003400     PERFORM 2410-SCAN-CLASS-TABLE
003410         UNTIL WS-CLASS-FOUND
003420         OR WS-CLASS-SUB >= WS-CLASS-COUNT.
003430     IF NOT WS-CLASS-FOUND
003440         IF WS-CLASS-COUNT >= 200
003450             DISPLAY "Class table full - class " WC-CLASS-CODE
003460                 " left off the report."
003470             GO TO 2400-EXIT
003480         END-IF
003490         ADD 1 TO WS-CLASS-COUNT
003500         MOVE WS-CLASS-COUNT TO WS-CLASS-SUB
003510         PERFORM 1320-CLEAR-CLASS-ENTRY THRU 1320-EXIT
003520         MOVE WC-CLASS-CODE TO CT-CLASS-CODE (WS-CLASS-SUB)
003530         IF WC-CLASS-CODE = SPACES
003540             MOVE "NO CLASS FOUND AT PAY TIME"
003550                 TO CT-DESCRIPTION (WS-CLASS-SUB)
003560         ELSE
003570             MOVE "NOT ON WCRATE"
003580                 TO CT-DESCRIPTION (WS-CLASS-SUB)
003590         END-IF
003600     END-IF.
003610     ADD WC-HOURS      TO CT-HOURS (WS-CLASS-SUB).
003620     ADD WC-GROSS      TO CT-GROSS (WS-CLASS-SUB).
003630     ADD WC-OT-PREMIUM TO CT-OT-PREMIUM (WS-CLASS-SUB).
003640     ADD WC-PAYROLL    TO CT-PAYROLL (WS-CLASS-SUB).
003650     ADD WC-PREMIUM    TO CT-PREMIUM (WS-CLASS-SUB).
003660 2400-EXIT.
003670     EXIT.
003680
003690 2410-SCAN-CLASS-TABLE.
003700     ADD 1 TO WS-CLASS-SUB.
003710     IF CT-CLASS-CODE (WS-CLASS-SUB) = WC-CLASS-CODE
003720         MOVE "Y" TO WS-FOUND-SWITCH
003730     END-IF.
003740
003750*================================================================
003760* 3000-WRITE-PREMIUM-REPORT - ONE LINE PER CLASS, THEN THE
003770* TOTALS.  THE PREMIUM IS WHAT WAS ACCRUED AT PAY TIME; THE
003780* RATE SHOWN IS TODAY'S WCRATE RATE FOR THE CLASS.
003790*================================================================
003800 3000-WRITE-PREMIUM-REPORT.
003810     IF WS-ANNUAL-REPORT
003820         MOVE "ANNUAL" TO WS-PERIOD-CAPTION
003830     ELSE
003840         MOVE SPACES TO WS-PERIOD-CAPTION
003850         STRING "QUARTER " DELIMITED BY SIZE
003860             WS-REPORT-QUARTER DELIMITED BY SIZE
003870             INTO WS-PERIOD-CAPTION
003880     END-IF.
003890     MOVE SPACES TO WCPRMRPT-LINE.
003900     STRING "WORKERS' COMPENSATION PREMIUM REPORT - "
003910             DELIMITED BY SIZE
003920         WS-PERIOD-CAPTION DELIMITED BY "  "
003930         " " DELIMITED BY SIZE
003940         WS-REPORT-YEAR DELIMITED BY SIZE
003950         "   RUN DATE " DELIMITED BY SIZE
003960         WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
003970         INTO WCPRMRPT-LINE.
003980     WRITE WCPRMRPT-LINE.
003990     MOVE SPACES TO WCPRMRPT-LINE.
004000     STRING "REPORTABLE PAYROLL IS GROSS LESS THE OVERTIME "
004010             DELIMITED BY SIZE
004020         "PREMIUM.  RATES ARE PER $100 OF PAYROLL."
004030             DELIMITED BY SIZE
004040         INTO WCPRMRPT-LINE.
004050     WRITE WCPRMRPT-LINE.
004060     WRITE WCPRMRPT-LINE FROM WS-DASH-LINE.
004070     WRITE WCPRMRPT-LINE FROM WS-REPORT-COLUMNS.
004080     WRITE WCPRMRPT-LINE FROM WS-DASH-LINE.
004090
004100     MOVE ZERO TO WS-CLASS-SUB.
004110     PERFORM 3100-WRITE-ONE-CLASS
004120         UNTIL WS-CLASS-SUB >= WS-CLASS-COUNT.
004130
004140     WRITE WCPRMRPT-LINE FROM WS-DASH-LINE.
004150     MOVE "TOTL" TO RD-CLASS-CODE.
004160     MOVE "ALL CLASSES" TO RD-DESCRIPTION.
004170     MOVE WS-TOTAL-HOURS TO RD-HOURS.
004180     MOVE WS-TOTAL-GROSS TO RD-GROSS.
004190     MOVE WS-TOTAL-OT-PREMIUM TO RD-OT-PREMIUM.
004200     MOVE WS-TOTAL-PAYROLL TO RD-PAYROLL.
004210     MOVE ZERO TO RD-RATE.
004220     MOVE WS-TOTAL-PREMIUM TO RD-PREMIUM.
004230     WRITE WCPRMRPT-LINE FROM WS-REPORT-DETAIL.
004240     WRITE WCPRMRPT-LINE FROM WS-DASH-LINE.
004250 3000-EXIT.
004260     EXIT.
004270
004280 3100-WRITE-ONE-CLASS.
004290     ADD 1 TO WS-CLASS-SUB.
004300     MOVE CT-CLASS-CODE (WS-CLASS-SUB) TO RD-CLASS-CODE.
004310     IF CT-CLASS-CODE (WS-CLASS-SUB) = SPACES
004320         MOVE "NONE" TO RD-CLASS-CODE
004330     END-IF.
004340     MOVE CT-DESCRIPTION (WS-CLASS-SUB) TO RD-DESCRIPTION.
004350     MOVE CT-HOURS (WS-CLASS-SUB) TO RD-HOURS.
004360     MOVE CT-GROSS (WS-CLASS-SUB) TO RD-GROSS.
004370     MOVE CT-OT-PREMIUM (WS-CLASS-SUB) TO RD-OT-PREMIUM.
004380     MOVE CT-PAYROLL (WS-CLASS-SUB) TO RD-PAYROLL.
004390     MOVE CT-RATE (WS-CLASS-SUB) TO RD-RATE.
004400     MOVE CT-PREMIUM (WS-CLASS-SUB) TO RD-PREMIUM.
004410     WRITE WCPRMRPT-LINE FROM WS-REPORT-DETAIL.
004420
004430     ADD CT-HOURS (WS-CLASS-SUB) TO WS-TOTAL-HOURS.
004440     ADD CT-GROSS (WS-CLASS-SUB) TO WS-TOTAL-GROSS.
004450     ADD CT-OT-PREMIUM (WS-CLASS-SUB) TO WS-TOTAL-OT-PREMIUM.
004460     ADD CT-PAYROLL (WS-CLASS-SUB) TO WS-TOTAL-PAYROLL.
004470     ADD CT-PREMIUM (WS-CLASS-SUB) TO WS-TOTAL-PREMIUM.
004480
004490*================================================================
004500* 9000-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.
004510*================================================================
004520 9000-TERMINATE.
004530     CLOSE WC-DETAIL-FILE.
004540     CLOSE WC-PREMIUM-REPORT.
004550     DISPLAY "Workers' comp premium report written to WCPRMRPT.".
004560 9000-EXIT.
004570     EXIT.
