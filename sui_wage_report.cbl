000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUIWAGE.
000030 AUTHOR. D-MERCER.
000040 INSTALLATION. SHOP-FLOOR-PAYROLL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DM    ORIGINAL PROGRAM - STATE QUARTERLY
000120*                  UNEMPLOYMENT (SUI) WAGE REPORT.  ONE PASS
000130*                  OVER EARNHIST FOR THE YEAR BUILDS, PER
000140*                  EMPLOYEE, THE QUARTER'S TOTAL WAGES, THE
000150*                  SUTA TAXABLE WAGES UNDER THE STATE WAGE BASE,
000160*                  THE EXCESS OVER IT AND THE WEEKS WITH PAY,
000170*                  AND WRITES THEM TO SUIWAGE IN THE STATE'S
000180*                  LAYOUT - AN EMPLOYER RECORD, ONE RECORD PER
000190*                  EMPLOYEE AND A TOTAL RECORD WITH THE
000200*                  CONTRIBUTIONS DUE.  SUIRPT IS THE CONTROL
000210*                  REPORT: EVERY EMPLOYEE, THE EMPLOYER TOTALS,
000220*                  THE TIE OF THE SUTA ACCRUED AT PAY TIME (WHAT
000230*                  TAXLIAB PRINTED) TO THE STATE'S FIGURE, AND
000240*                  THE EARNHIST TAXABLE WAGES AGAINST THE YTDMAST
000250*                  SUTA WAGES.  THE FILE CARRIES SOCIAL SECURITY
000260*                  NUMBERS, SO THE RUN NEEDS THE EMPMAINT ROLE.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GENERIC-PC.
000310 OBJECT-COMPUTER. GENERIC-PC.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EARNINGS-HISTORY ASSIGN TO "EARNHIST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-EARNHIST-STATUS.
000370
000380     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EM-EMPLOYEE-ID
000420         FILE STATUS IS WS-MASTER-STATUS.
000430
000440     SELECT YTD-FILE ASSIGN TO "YTDMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS YT-EMPLOYEE-ID
000480         FILE STATUS IS WS-YTD-STATUS.
000490
000500     SELECT EMPLOYER-TAX-FILE ASSIGN TO "EMPRTAX"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EMPRTAX-STATUS.
000530
000540     SELECT STATE-EMPLOYER-FILE ASSIGN TO "STEMPLR"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-STEMPLR-STATUS.
000570
000580     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PAY-PERIOD-STATUS.
000610
000620     SELECT SUI-WAGE-FILE ASSIGN TO "SUIWAGE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SUIWAGE-STATUS.
000650
000660     SELECT SUI-REPORT-FILE ASSIGN TO "SUIRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REPORT-STATUS.
000690
000700     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS OP-OPERATOR-ID
000740         FILE STATUS IS WS-OPERMAST-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780*----------------------------------------------------------------
000790* EARNINGS HISTORY - LAYOUT IS THE EARNHIST COPYBOOK SHARED
000800* WITH SIMPLE-PAYROLL.  REVERSALS ARE NEGATIVE AND NET OUT.
000810*----------------------------------------------------------------
000820 FD  EARNINGS-HISTORY
000830     RECORDING MODE IS F.
000840 COPY EARNHIST.
000850
000860*----------------------------------------------------------------
000870* EMPLOYEE MASTER - READ ONLY, FOR THE NAME, SSN AND PAY GROUP.
000880*----------------------------------------------------------------
000890 FD  EMPLOYEE-MASTER
000900     RECORDING MODE IS F.
000910 COPY EMPMASTR.
000920
000930*----------------------------------------------------------------
000940* YEAR-TO-DATE MASTER - READ ONLY, FOR THE SUTA WAGES CHECK.
000950*----------------------------------------------------------------
000960 FD  YTD-FILE
000970     RECORDING MODE IS F.
000980 COPY YTDMASTR.
000990
001000*----------------------------------------------------------------
001010* EMPLOYER TAX CONTROL - THE SAME RECORD SIMPLE-PAYROLL LOADS;
001020* ONLY THE SUTA RATE AND WAGE BASE ARE USED HERE.
001030*----------------------------------------------------------------
001040 FD  EMPLOYER-TAX-FILE
001050     RECORDING MODE IS F.
001060 01  EMPLOYER-TAX-RECORD.
001070     05  ET-FICA-RATE-TEXT       PIC X(06).
001080     05  ET-FICA-BASE-TEXT       PIC X(12).
001090     05  ET-FUTA-RATE-TEXT       PIC X(06).
001100     05  ET-FUTA-BASE-TEXT       PIC X(12).
001110     05  ET-SUTA-RATE-TEXT       PIC X(06).
001120     05  ET-SUTA-BASE-TEXT       PIC X(12).
001130     05  FILLER                  PIC X(26).
001140
001150*----------------------------------------------------------------
001160* STATE EMPLOYER IDENTITY - LAYOUT IS THE STEMPLR COPYBOOK.
001170*----------------------------------------------------------------
001180 FD  STATE-EMPLOYER-FILE
001190     RECORDING MODE IS F.
001200 COPY STEMPLR.
001210
001220*----------------------------------------------------------------
001230* PAY PERIOD CONTROL - READ ONLY, FOR EACH PAY GROUP'S
001240* FREQUENCY, WHICH SETS HOW MANY WEEKS ONE PAY COVERS.
001250*----------------------------------------------------------------
001260 FD  PAY-PERIOD-FILE
001270     RECORDING MODE IS F.
001280 01  PAY-PERIOD-RECORD.
001290     05  PP-PERIOD-NUMBER-TEXT   PIC X(06).
001300     05  PP-START-DATE           PIC X(08).
001310     05  PP-END-DATE             PIC X(08).
001320     05  PP-PERIOD-STATUS        PIC X(01).
001330     05  PP-PAY-GROUP            PIC X(01).
001340     05  PP-PAY-FREQUENCY        PIC X(01).
001350     05  FILLER                  PIC X(25).
001360
001370*----------------------------------------------------------------
001380* SUI WAGE FILE IN THE STATE'S LAYOUT - ONE EMPLOYER RECORD,
001390* ONE EMPLOYEE RECORD PER EMPLOYEE PAID IN THE QUARTER, ONE
001400* TOTAL RECORD.  AMOUNTS CARRY TWO IMPLIED DECIMALS.
001410*----------------------------------------------------------------
001420 FD  SUI-WAGE-FILE
001430     RECORDING MODE IS F.
001440 01  SUI-EMPLOYER-RECORD.
001450     05  SH-RECORD-TYPE          PIC X(01).
001460     05  SH-REPORT-YEAR          PIC 9(04).
001470     05  SH-REPORT-QUARTER       PIC 9(01).
001480     05  SH-FEIN                 PIC X(09).
001490     05  SH-STATE-ACCOUNT        PIC X(15).
001500     05  SH-EMPLOYER-NAME        PIC X(30).
001510     05  SH-STATE-CODE           PIC X(02).
001520     05  SH-CREATE-DATE          PIC 9(08).
001530     05  FILLER                  PIC X(58).
001540 01  SUI-EMPLOYEE-RECORD.
001550     05  SD-RECORD-TYPE          PIC X(01).
001560     05  SD-SSN                  PIC X(09).
001570     05  SD-EMPLOYEE-NAME        PIC X(30).
001580     05  SD-STATE-CODE           PIC X(02).
001590     05  SD-REPORT-YEAR          PIC 9(04).
001600     05  SD-REPORT-QUARTER       PIC 9(01).
001610     05  SD-TOTAL-WAGES          PIC 9(09)V99.
001620     05  SD-EXCESS-WAGES         PIC 9(09)V99.
001630     05  SD-TAXABLE-WAGES        PIC 9(09)V99.
001640     05  SD-WEEKS-WITH-PAY       PIC 9(02).
001650     05  FILLER                  PIC X(46).
001660 01  SUI-TOTAL-RECORD.
001670     05  ST-RECORD-TYPE          PIC X(01).
001680     05  ST-EMPLOYEE-COUNT       PIC 9(07).
001690     05  ST-TOTAL-WAGES          PIC 9(11)V99.
001700     05  ST-EXCESS-WAGES         PIC 9(11)V99.
001710     05  ST-TAXABLE-WAGES        PIC 9(11)V99.
001720     05  ST-SUTA-RATE            PIC 9(01)V9(04).
001730     05  ST-CONTRIBUTIONS-DUE    PIC 9(09)V99.
001740     05  FILLER                  PIC X(65).
001750
001760*----------------------------------------------------------------
001770* PRINTED CONTROL REPORT.
001780*----------------------------------------------------------------
001790 FD  SUI-REPORT-FILE
001800     RECORDING MODE IS F.
001810 01  SUI-REPORT-LINE             PIC X(132).
001820
001830*----------------------------------------------------------------
001840* OPERATOR MASTER - READ ONLY, FOR THE SIGN-ON CHECK.  LAYOUT
001850* IS THE OPERMAST COPYBOOK MAINTAINED BY OPERMNT.
001860*----------------------------------------------------------------
001870 FD  OPERATOR-MASTER
001880     RECORDING MODE IS F.
001890 COPY OPERMAST.
001900
001910 WORKING-STORAGE SECTION.
001920*----------------------------------------------------------------
001930* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
001940*----------------------------------------------------------------
001950 01  WS-EARNHIST-STATUS          PIC X(02).
001960     88  WS-EARNHIST-OK                VALUE "00".
001970 01  WS-MASTER-STATUS            PIC X(02).
001980     88  WS-MASTER-OK                  VALUE "00".
001990 01  WS-YTD-STATUS               PIC X(02).
002000     88  WS-YTD-OK                     VALUE "00".
002010 01  WS-EMPRTAX-STATUS           PIC X(02).
002020     88  WS-EMPRTAX-OK                 VALUE "00".
002030 01  WS-STEMPLR-STATUS           PIC X(02).
002040     88  WS-STEMPLR-OK                 VALUE "00".
002050 01  WS-PAY-PERIOD-STATUS        PIC X(02).
002060     88  WS-PAY-PERIOD-OK              VALUE "00".
002070 01  WS-SUIWAGE-STATUS           PIC X(02).
002080 01  WS-REPORT-STATUS            PIC X(02).
002090 01  WS-OPERMAST-STATUS          PIC X(02).
002100     88  WS-OPERMAST-OK                VALUE "00".
002110 01  WS-SIGNON-SWITCH            PIC X(01)  VALUE "N".
002120     88  WS-SIGNON-GOOD                VALUE "Y".
002130 01  WS-SIGNON-TRIES             PIC S9(04) COMP VALUE ZERO.
002140 01  WS-PASSWORD-TEXT            PIC X(10).
002150
002160 01  WS-EOF-SWITCH               PIC X(01)  VALUE "N".
002170     88  WS-END-OF-HISTORY             VALUE "Y".
002180 01  WS-PERIOD-EOF-SWITCH        PIC X(01)  VALUE "N".
002190     88  WS-END-OF-PERIODS             VALUE "Y".
002200 01  WS-YTD-EOF-SWITCH           PIC X(01)  VALUE "N".
002210     88  WS-END-OF-YTD                 VALUE "Y".
002220 01  WS-VALID-SWITCH             PIC X(01)  VALUE "N".
002230     88  WS-ENTRY-IS-VALID             VALUE "Y".
002240 01  WS-FOUND-SWITCH             PIC X(01)  VALUE "N".
002250     88  WS-EMPLOYEE-FOUND             VALUE "Y".
002260 01  WS-LATER-YEAR-SWITCH        PIC X(01)  VALUE "N".
002270     88  WS-LATER-YEAR-ON-FILE         VALUE "Y".
002280 01  WS-YTD-HEADING-SWITCH       PIC X(01)  VALUE "N".
002290     88  WS-YTD-HEADING-WRITTEN        VALUE "Y".
002300
002310*----------------------------------------------------------------
002320* OPERATOR AND RUN-DATE INFORMATION.
002330*----------------------------------------------------------------
002340 01  WS-RUN-BY                   PIC X(10)  VALUE SPACES.
002350 01  WS-CURRENT-DATE-DISPLAY     PIC 9(08).
002360
002370*----------------------------------------------------------------
002380* REPORT YEAR AND QUARTER, KEYED BY THE OPERATOR AT RUN TIME,
002390* AND THE QUARTER'S FIRST DAY AS A DAY NUMBER FOR THE WEEKS.
002400*----------------------------------------------------------------
002410 01  WS-YEAR-TEXT                PIC X(04).
002420 01  WS-REPORT-YEAR              PIC 9(04).
002430 01  WS-QUARTER-TEXT             PIC X(01).
002440 01  WS-REPORT-QUARTER           PIC 9(01).
002450 01  WS-RECORD-QUARTER           PIC 9(01).
002460 01  WS-QUARTER-START-DATE       PIC 9(08).
002470 01  WS-QUARTER-START-DAY        PIC S9(09) COMP.
002480 01  WS-DAY-OFFSET               PIC S9(09) COMP.
002490
002500*----------------------------------------------------------------
002510* STATE SUTA RATE AND WAGE BASE FROM EMPRTAX, AND THE EMPLOYER
002520* IDENTITY FROM STEMPLR.
002530*----------------------------------------------------------------
002540 01  WS-SUTA-RATE                PIC V9(04).
002550 01  WS-SUTA-RATE-TEXT           PIC X(06).
002560 01  WS-SUTA-BASE                PIC 9(09)V99.
002570 01  WS-FEIN                     PIC X(09).
002580 01  WS-STATE-ACCOUNT            PIC X(15).
002590 01  WS-EMPLOYER-NAME            PIC X(30).
002600 01  WS-EMPLOYER-STATE           PIC X(02).
002610
002620*----------------------------------------------------------------
002630* PAY GROUP FREQUENCIES FROM PAYPERD.  A GROUP NOT FOUND, OR NO
002640* PAYPERD AT ALL, COUNTS EACH PAY AS ONE WEEK.
002650*----------------------------------------------------------------
002660 01  WS-GROUP-COUNT              PIC S9(04) COMP VALUE ZERO.
002670 01  WS-GROUP-SUB                PIC S9(04) COMP VALUE ZERO.
002680 01  WS-GROUP-TABLE.
002690     05  WS-GROUP-ENTRY OCCURS 40 TIMES.
002700         10  GT-PAY-GROUP        PIC X(01).
002710         10  GT-PAY-FREQUENCY    PIC X(01).
002720
002730*----------------------------------------------------------------
002740* ONE ENTRY PER EMPLOYEE PAID IN THE YEAR, IN THE ORDER FIRST
002750* SEEN ON EARNHIST.  THE YEAR FIGURES RUN THROUGH THE WHOLE
002760* FILE (THE TAXABLE PART OF A PAY DEPENDS ON THE WAGES BEFORE
002770* IT, AND THE YTDMAST CHECK NEEDS THE FULL YEAR); THE QUARTER
002780* FIGURES TAKE ONLY PAYS DATED IN THE REPORT QUARTER.  ONE
002790* FLAG PER WEEK OF THE QUARTER MARKS THE WEEKS WITH PAY.
002800*----------------------------------------------------------------
002810 01  WS-EMP-COUNT                PIC S9(04) COMP VALUE ZERO.
002820 01  WS-EMP-SUB                  PIC S9(04) COMP VALUE ZERO.
002830 01  WS-EMPLOYEE-TABLE.
002840     05  WS-EMPLOYEE-ENTRY OCCURS 2000 TIMES.
002850         10  ET-EMPLOYEE-ID      PIC X(05).
002860         10  ET-EMPLOYEE-NAME    PIC X(30).
002870         10  ET-SSN              PIC X(09).
002880         10  ET-MASTER-FLAG      PIC X(01).
002890             88  ET-ON-MASTER        VALUE "Y".
002900         10  ET-PAY-FREQUENCY    PIC X(01).
002910         10  ET-YEAR-GROSS       PIC S9(09)V99.
002920         10  ET-YEAR-TAXABLE     PIC S9(09)V99.
002930         10  ET-QTR-GROSS        PIC S9(09)V99.
002940         10  ET-QTR-TAXABLE      PIC S9(09)V99.
002950         10  ET-QTR-SUTA         PIC S9(07)V99.
002960         10  ET-YTD-FLAG         PIC X(01).
002970             88  ET-YTD-CHECKED      VALUE "Y".
002980         10  ET-WEEK-FLAG        PIC X(01) OCCURS 14 TIMES.
002990
003000*----------------------------------------------------------------
003010* ONE PAY'S FIGURES AND THE WEEKS-WITH-PAY WORK FIELDS.
003020*----------------------------------------------------------------
003030 01  WS-PAY-TAXABLE              PIC S9(09)V99.
003040 01  WS-PAY-SUTA                 PIC S9(07)V99.
003050 01  WS-TAXABLE-CAP              PIC S9(09)V99.
003060 01  WS-WEEK-NUMBER              PIC S9(04) COMP.
003070 01  WS-WEEK-SPAN                PIC S9(04) COMP.
003080 01  WS-WEEK-SUB                 PIC S9(04) COMP.
003090 01  WS-WEEKS-WITH-PAY           PIC S9(04) COMP.
003100
003110*----------------------------------------------------------------
003120* ONE EMPLOYEE'S QUARTER, AS REPORTED.
003130*----------------------------------------------------------------
003140 01  WS-EXCESS-WAGES             PIC S9(09)V99.
003150 01  WS-HOLD-REASON              PIC X(22).
003160 01  WS-SSN-MASKED.
003170     05  FILLER                  PIC X(07)  VALUE "XXX-XX-".
003180     05  WS-SSN-LAST-FOUR        PIC X(04).
003190
003200*----------------------------------------------------------------
003210* COUNTS AND MONEY TOTALS.  "FILE" IS WHAT WENT ON SUIWAGE,
003220* "HELD" IS WHAT WAS KEPT OFF IT FOR THE DESK TO CORRECT.
003230*----------------------------------------------------------------
003240 01  WS-RECORDS-READ             PIC 9(07)    VALUE ZERO.
003250 01  WS-RECORDS-USED             PIC 9(07)    VALUE ZERO.
003260 01  WS-FIGURED-COUNT            PIC 9(07)    VALUE ZERO.
003270 01  WS-FILE-COUNT               PIC 9(07)    VALUE ZERO.
003280 01  WS-FILE-GROSS               PIC S9(11)V99 VALUE ZERO.
003290 01  WS-FILE-EXCESS              PIC S9(11)V99 VALUE ZERO.
003300 01  WS-FILE-TAXABLE             PIC S9(11)V99 VALUE ZERO.
003310 01  WS-HELD-COUNT               PIC 9(07)    VALUE ZERO.
003320 01  WS-HELD-GROSS               PIC S9(11)V99 VALUE ZERO.
003330 01  WS-HELD-TAXABLE             PIC S9(11)V99 VALUE ZERO.
003340 01  WS-ALL-TAXABLE              PIC S9(11)V99 VALUE ZERO.
003350 01  WS-CONTRIBUTIONS-DUE        PIC S9(09)V99 VALUE ZERO.
003360 01  WS-STATE-SUTA               PIC S9(09)V99 VALUE ZERO.
003370 01  WS-SUTA-ON-PAYMENTS         PIC S9(09)V99 VALUE ZERO.
003380 01  WS-SUTA-ON-REVERSALS        PIC S9(09)V99 VALUE ZERO.
003390 01  WS-SUTA-NET                 PIC S9(09)V99 VALUE ZERO.
003400 01  WS-SUTA-DIFFERENCE          PIC S9(09)V99 VALUE ZERO.
003410 01  WS-YTD-SUTA-WAGES           PIC S9(09)V99 VALUE ZERO.
003420 01  WS-YTD-DIFFERENCE-COUNT     PIC 9(07)    VALUE ZERO.
003430 01  WS-FILE-RECORD-COUNT        PIC 9(07)    VALUE ZERO.
003440
003450*----------------------------------------------------------------
003460* REPORT LINES.
003470*----------------------------------------------------------------
003480 01  WS-DASH-LINE                PIC X(120) VALUE ALL "-".
003490
003500 01  WS-REPORT-COLUMNS.
003510     05  FILLER                  PIC X(07)  VALUE "EMPL   ".
003520     05  FILLER                  PIC X(13)
003530         VALUE "SSN          ".
003540     05  FILLER                  PIC X(22)
003550         VALUE "NAME                  ".
003560     05  FILLER                  PIC X(16)
003570         VALUE "     TOTAL WAGES".
003580     05  FILLER                  PIC X(16)
003590         VALUE "    EXCESS WAGES".
003600     05  FILLER                  PIC X(16)
003610         VALUE "   TAXABLE WAGES".
003620     05  FILLER                  PIC X(07)  VALUE "  WEEKS".
003630     05  FILLER                  PIC X(13)
003640         VALUE " SUTA ACCRUED".
003650     05  FILLER                  PIC X(19)
003660         VALUE "  NOTE             ".
003670
003680 01  WS-REPORT-DETAIL.
003690     05  RD-EMPLOYEE-ID          PIC X(05).
003700     05  FILLER                  PIC X(02)  VALUE SPACES.
003710     05  RD-SSN                  PIC X(11).
003720     05  FILLER                  PIC X(02)  VALUE SPACES.
003730     05  RD-EMPLOYEE-NAME        PIC X(20).
003740     05  FILLER                  PIC X(02)  VALUE SPACES.
003750     05  RD-TOTAL-WAGES          PIC $$$,$$$,$$9.99-.
003760     05  FILLER                  PIC X(01)  VALUE SPACES.
003770     05  RD-EXCESS-WAGES         PIC $$$,$$$,$$9.99-.
003780     05  FILLER                  PIC X(01)  VALUE SPACES.
003790     05  RD-TAXABLE-WAGES        PIC $$$,$$$,$$9.99-.
003800     05  FILLER                  PIC X(05)  VALUE SPACES.
003810     05  RD-WEEKS                PIC Z9.
003820     05  FILLER                  PIC X(01)  VALUE SPACES.
003830     05  RD-SUTA-ACCRUED         PIC $$$,$$9.99-.
003840     05  FILLER                  PIC X(02)  VALUE SPACES.
003850     05  RD-NOTE                 PIC X(22).
003860
003870 01  WS-TOTAL-LINE.
003880     05  TL-CAPTION              PIC X(44).
003890     05  TL-COUNT                PIC Z,ZZZ,ZZ9.
003900     05  FILLER                  PIC X(02)  VALUE SPACES.
003910     05  TL-AMOUNT               PIC $$,$$$,$$$,$$9.99-.
003920
003930 01  WS-YTD-DETAIL.
003940     05  YD-EMPLOYEE-ID          PIC X(05).
003950     05  FILLER                  PIC X(02)  VALUE SPACES.
003960     05  YD-EMPLOYEE-NAME        PIC X(22).
003970     05  FILLER                  PIC X(02)  VALUE SPACES.
003980     05  YD-EARNHIST-WAGES       PIC $$$,$$$,$$9.99-.
003990     05  FILLER                  PIC X(02)  VALUE SPACES.
004000     05  YD-YTDMAST-WAGES        PIC $$$,$$$,$$9.99-.
004010     05  FILLER                  PIC X(02)  VALUE SPACES.
004020     05  YD-NOTE                 PIC X(24).
004030
004040 PROCEDURE DIVISION.
004050*================================================================
004060* 0000-MAINLINE - PROGRAM ENTRY AND EXIT.
004070*================================================================
004080 0000-MAINLINE.
004090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004100     PERFORM 2000-READ-ALL-HISTORY THRU 2000-EXIT.
004110     PERFORM 3000-WRITE-WAGE-FILE THRU 3000-EXIT.
004120     PERFORM 4000-WRITE-CONTROL-TOTALS THRU 4000-EXIT.
004130     PERFORM 5000-CHECK-YTD-MASTER THRU 5000-EXIT.
004140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004150     STOP RUN.
004160
004170*================================================================
004180* 1000-INITIALIZE - SIGN ON, PROMPT FOR THE YEAR AND QUARTER,
004190* LOAD THE EMPLOYER, RATE AND PAY GROUP CONTROLS AND OPEN
004200* FILES.  WITHOUT STEMPLR OR A USABLE EMPRTAX SUTA RATE AND
004210* BASE THE STATE FILE CANNOT BE BUILT, SO THE RUN ENDS.
004220*================================================================
004230 1000-INITIALIZE.
004240     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
004250
004260     PERFORM 1050-OPERATOR-SIGN-ON THRU 1050-EXIT.
004270
004280     MOVE "N" TO WS-VALID-SWITCH.
004290     PERFORM 1100-PROMPT-FOR-YEAR
004300         UNTIL WS-ENTRY-IS-VALID.
004310     MOVE "N" TO WS-VALID-SWITCH.
004320     PERFORM 1200-PROMPT-FOR-QUARTER
004330         UNTIL WS-ENTRY-IS-VALID.
004340     COMPUTE WS-QUARTER-START-DATE =
004350         WS-REPORT-YEAR * 10000
004360         + ((WS-REPORT-QUARTER - 1) * 3 + 1) * 100 + 1.
004370     COMPUTE WS-QUARTER-START-DAY =
004380         FUNCTION INTEGER-OF-DATE(WS-QUARTER-START-DATE).
004390
004400     PERFORM 1300-READ-EMPLOYER-RECORD THRU 1300-EXIT.
004410     PERFORM 1400-LOAD-SUTA-RATE THRU 1400-EXIT.
004420     PERFORM 1500-LOAD-PAY-GROUPS THRU 1500-EXIT.
004430
004440     OPEN INPUT EARNINGS-HISTORY.
004450     IF NOT WS-EARNHIST-OK
004460         DISPLAY "EARNHIST COULD NOT BE OPENED - NOTHING TO "
004470             "REPORT."
004480         STOP RUN
004490     END-IF.
004500     OPEN INPUT EMPLOYEE-MASTER.
004510     IF NOT WS-MASTER-OK
004520         DISPLAY "WARNING - EMPLOYEE-MASTER COULD NOT BE "
004530             "OPENED."
004540         DISPLAY "THE SUI WAGE FILE NEEDS NAMES AND SSNS - "
004550             "RUN ENDED."
004560         STOP RUN
004570     END-IF.
004580
004590     OPEN OUTPUT SUI-WAGE-FILE.
004600     OPEN OUTPUT SUI-REPORT-FILE.
004610 1000-EXIT.
004620     EXIT.
004630
004640*================================================================
004650* 1050-OPERATOR-SIGN-ON - ID AND PASSWORD AGAINST OPERMAST,
004660* THREE TRIES, THEN THE EMPMAINT ROLE FLAG - THE WAGE FILE
004670* CARRIES THE SAME PERSONAL DATA EMPMAINT GUARDS.
004680*================================================================
004690 1050-OPERATOR-SIGN-ON.
004700     OPEN INPUT OPERATOR-MASTER.
004710     IF NOT WS-OPERMAST-OK
004720         DISPLAY "WARNING - OPERATOR MASTER OPERMAST COULD "
004730             "NOT BE OPENED."
004740         DISPLAY "SET UP OPERATORS WITH OPERMNT FIRST - "
004750             "RUN ENDED."
004760         STOP RUN
004770     END-IF.
004780     MOVE ZERO TO WS-SIGNON-TRIES.
004790     MOVE "N" TO WS-SIGNON-SWITCH.
004800     PERFORM 1060-ONE-SIGNON-TRY THRU 1060-EXIT
004810         UNTIL WS-SIGNON-GOOD
004820         OR WS-SIGNON-TRIES >= 3.
004830     IF NOT WS-SIGNON-GOOD
004840         DISPLAY "SIGN-ON FAILED - RUN ENDED."
004850         STOP RUN
004860     END-IF.
004870     IF NOT OP-MAY-RUN-EMPMAINT
004880         DISPLAY "Operator " WS-RUN-BY " is not authorized "
004890             "to report employee wages - run ended."
004900         STOP RUN
004910     END-IF.
004920     CLOSE OPERATOR-MASTER.
004930 1050-EXIT.
004940     EXIT.
004950
004960 1060-ONE-SIGNON-TRY.
004970     ADD 1 TO WS-SIGNON-TRIES.
004980     DISPLAY SPACE.
004990     DISPLAY "Operator ID: " WITH NO ADVANCING.
005000     ACCEPT WS-RUN-BY.
005010     MOVE FUNCTION UPPER-CASE(WS-RUN-BY) TO WS-RUN-BY.
005020     DISPLAY "Password:    " WITH NO ADVANCING.
005030     ACCEPT WS-PASSWORD-TEXT.
005040     MOVE WS-RUN-BY TO OP-OPERATOR-ID.
005050     READ OPERATOR-MASTER
005060         KEY IS OP-OPERATOR-ID
005070         INVALID KEY
005080             DISPLAY "Operator ID not on file."
005090         NOT INVALID KEY
005100             IF OP-OPERATOR-INACTIVE
005110                 DISPLAY "Operator is inactive."
005120             ELSE
005130                 IF OP-PASSWORD = WS-PASSWORD-TEXT
005140                     MOVE "Y" TO WS-SIGNON-SWITCH
005150                 ELSE
005160                     DISPLAY "Password does not match."
005170                 END-IF
005180             END-IF
005190     END-READ.
005200 1060-EXIT.
005210     EXIT.
005220
005230 1100-PROMPT-FOR-YEAR.
005240     DISPLAY SPACE.
005250     DISPLAY "Enter Report Year (YYYY): " WITH NO ADVANCING.
005260     ACCEPT WS-YEAR-TEXT.
005270     IF WS-YEAR-TEXT IS NUMERIC
005280         AND WS-YEAR-TEXT >= "1900"
005290         MOVE WS-YEAR-TEXT TO WS-REPORT-YEAR
005300         MOVE "Y" TO WS-VALID-SWITCH
005310     ELSE
005320         DISPLAY "Year must be four digits."
005330     END-IF.
005340
005350 1200-PROMPT-FOR-QUARTER.
005360     DISPLAY "Enter Quarter (1-4): " WITH NO ADVANCING.
005370     ACCEPT WS-QUARTER-TEXT.
005380     EVALUATE WS-QUARTER-TEXT
005390         WHEN "1" THRU "4"
005400             MOVE WS-QUARTER-TEXT TO WS-REPORT-QUARTER
005410             MOVE "Y" TO WS-VALID-SWITCH
005420         WHEN OTHER
005430             DISPLAY "Quarter must be 1, 2, 3 or 4."
005440     END-EVALUATE.
005450
005460*----------------------------------------------------------------
005470* EMPLOYER IDENTITY.  THE STATE MATCHES THE FILE ON THE FEIN
005480* AND THE UI ACCOUNT, SO BOTH MUST BE THERE.
005490*----------------------------------------------------------------
005500 1300-READ-EMPLOYER-RECORD.
005510     OPEN INPUT STATE-EMPLOYER-FILE.
005520     IF NOT WS-STEMPLR-OK
005530         DISPLAY "WARNING - STATE EMPLOYER RECORD STEMPLR "
005540             "COULD NOT BE OPENED."
005550         DISPLAY "SET IT UP WITH THE FEIN AND STATE UI "
005560             "ACCOUNT - RUN ENDED."
005570         STOP RUN
005580     END-IF.
005590     READ STATE-EMPLOYER-FILE
005600         AT END
005610             DISPLAY "STEMPLR IS EMPTY - RUN ENDED."
005620             STOP RUN
005630     END-READ.
005640     IF SE-FEIN IS NOT NUMERIC
005650         DISPLAY "STEMPLR FEIN IS NOT NINE DIGITS - RUN ENDED."
005660         STOP RUN
005670     END-IF.
005680     IF SE-STATE-ACCOUNT = SPACES
005690         DISPLAY "STEMPLR HAS NO STATE UI ACCOUNT - RUN ENDED."
005700         STOP RUN
005710     END-IF.
005720     MOVE SE-FEIN TO WS-FEIN.
005730     MOVE SE-STATE-ACCOUNT TO WS-STATE-ACCOUNT.
005740     MOVE SE-EMPLOYER-NAME TO WS-EMPLOYER-NAME.
005750     MOVE FUNCTION UPPER-CASE(SE-STATE-CODE)
005760         TO WS-EMPLOYER-STATE.
005770     CLOSE STATE-EMPLOYER-FILE.
005780 1300-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* SUTA RATE AND WAGE BASE - THE SAME EMPRTAX FIELDS THE PAY RUN
005830* ACCRUES WITH.  THE BASE FIGURES THE TAXABLE PART OF A PAY
005840* POSTED BEFORE EARNHIST KEPT IT; THE RATE FIGURES WHAT THE
005850* STATE WILL BILL.
005860*----------------------------------------------------------------
005870 1400-LOAD-SUTA-RATE.
005880     OPEN INPUT EMPLOYER-TAX-FILE.
005890     IF NOT WS-EMPRTAX-OK
005900         DISPLAY "EMPRTAX COULD NOT BE OPENED - THE SUTA RATE "
005910             "AND WAGE BASE ARE NEEDED - RUN ENDED."
005920         STOP RUN
005930     END-IF.
005940     READ EMPLOYER-TAX-FILE
005950         AT END
005960             DISPLAY "EMPRTAX IS EMPTY - RUN ENDED."
005970             STOP RUN
005980     END-READ.
005990     CLOSE EMPLOYER-TAX-FILE.
006000     IF FUNCTION TEST-NUMVAL(ET-SUTA-RATE-TEXT) NOT = ZERO
006010         OR FUNCTION TEST-NUMVAL(ET-SUTA-BASE-TEXT) NOT = ZERO
006020         DISPLAY "EMPRTAX SUTA RATE OR WAGE BASE IS NOT "
006030             "NUMERIC - RUN ENDED."
006040         STOP RUN
006050     END-IF.
006060     MOVE FUNCTION NUMVAL(ET-SUTA-RATE-TEXT) TO WS-SUTA-RATE.
006070     MOVE ET-SUTA-RATE-TEXT TO WS-SUTA-RATE-TEXT.
006080     MOVE FUNCTION NUMVAL(ET-SUTA-BASE-TEXT) TO WS-SUTA-BASE.
006090 1400-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130* ONE ENTRY PER PAYPERD GROUP RECORD.
006140*----------------------------------------------------------------
006150 1500-LOAD-PAY-GROUPS.
006160     MOVE ZERO TO WS-GROUP-COUNT.
006170     OPEN INPUT PAY-PERIOD-FILE.
006180     IF NOT WS-PAY-PERIOD-OK
006190         DISPLAY "PAYPERD not available - each pay counts as "
006200             "one week with pay."
006210         GO TO 1500-EXIT
006220     END-IF.
006230     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
006240     PERFORM 1510-READ-PERIOD-RECORD
006250         UNTIL WS-END-OF-PERIODS.
006260     CLOSE PAY-PERIOD-FILE.
006270 1500-EXIT.
006280     EXIT.
006290
006300 1510-READ-PERIOD-RECORD.
006310     READ PAY-PERIOD-FILE
006320         AT END
006330             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
006340     END-READ.
006350     IF NOT WS-END-OF-PERIODS
006360         AND WS-GROUP-COUNT < 40
006370         ADD 1 TO WS-GROUP-COUNT
006380         MOVE PP-PAY-GROUP TO GT-PAY-GROUP (WS-GROUP-COUNT)
006390         MOVE PP-PAY-FREQUENCY
006400             TO GT-PAY-FREQUENCY (WS-GROUP-COUNT)
006410     END-IF.
006420
006430*================================================================
006440* 2000-READ-ALL-HISTORY - ONE PASS, IN FILE (POSTING) ORDER,
006450* OVER EVERY EARNHIST RECORD DATED IN THE REPORT YEAR.  A PAY
006460* DATED IN A LATER YEAR IS NOTED FOR THE YTDMAST CHECK.
006470*================================================================
006480 2000-READ-ALL-HISTORY.
006490     MOVE "N" TO WS-EOF-SWITCH.
006500     PERFORM 2100-READ-HISTORY-RECORD.
006510     PERFORM 2200-ACCUMULATE-ONE-RECORD
006520         UNTIL WS-END-OF-HISTORY.
006530     DISPLAY "SUIWAGE: " WS-RECORDS-USED " of "
006540         WS-RECORDS-READ " history records are for "
006550         WS-REPORT-YEAR ".".
006560 2000-EXIT.
006570     EXIT.
006580
006590 2100-READ-HISTORY-RECORD.
006600     READ EARNINGS-HISTORY
006610         AT END
006620             MOVE "Y" TO WS-EOF-SWITCH
006630     END-READ.
006640
006650 2200-ACCUMULATE-ONE-RECORD.
006660     ADD 1 TO WS-RECORDS-READ.
006670     IF EH-PAY-YEAR > WS-REPORT-YEAR
006680         MOVE "Y" TO WS-LATER-YEAR-SWITCH
006690     END-IF.
006700     IF EH-PAY-YEAR = WS-REPORT-YEAR
006710         ADD 1 TO WS-RECORDS-USED
006720         PERFORM 2300-FIGURE-QUARTER THRU 2300-EXIT
006730         PERFORM 2400-FIND-EMPLOYEE THRU 2400-EXIT
006740         IF WS-EMPLOYEE-FOUND
006750             PERFORM 2500-APPLY-ONE-PAY THRU 2500-EXIT
006760         END-IF
006770     END-IF.
006780     PERFORM 2100-READ-HISTORY-RECORD.
006790
006800 2300-FIGURE-QUARTER.
006810     EVALUATE TRUE
006820         WHEN EH-PAY-MONTH < 4
006830             MOVE 1 TO WS-RECORD-QUARTER
006840         WHEN EH-PAY-MONTH < 7
006850             MOVE 2 TO WS-RECORD-QUARTER
006860         WHEN EH-PAY-MONTH < 10
006870             MOVE 3 TO WS-RECORD-QUARTER
006880         WHEN OTHER
006890             MOVE 4 TO WS-RECORD-QUARTER
006900     END-EVALUATE.
006910 2300-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* FIND THE EMPLOYEE'S ENTRY, OPENING ONE FROM THE MASTER THE
006960* FIRST TIME THE EMPLOYEE IS SEEN.
006970*----------------------------------------------------------------
006980 2400-FIND-EMPLOYEE.
006990     PERFORM 2450-SCAN-EMPLOYEE-TABLE THRU 2450-EXIT.
007000     IF WS-EMPLOYEE-FOUND
007010         GO TO 2400-EXIT
007020     END-IF.
007030     IF WS-EMP-COUNT >= 2000
007040         DISPLAY "Employee table full - employee "
007050             EH-EMPLOYEE-ID " left off the report."
007060         GO TO 2400-EXIT
007070     END-IF.
007080     ADD 1 TO WS-EMP-COUNT.
007090     MOVE WS-EMP-COUNT TO WS-EMP-SUB.
007100     MOVE EH-EMPLOYEE-ID TO ET-EMPLOYEE-ID (WS-EMP-SUB).
007110     MOVE "NOT ON EMPMAST" TO ET-EMPLOYEE-NAME (WS-EMP-SUB).
007120     MOVE SPACES TO ET-SSN (WS-EMP-SUB).
007130     MOVE "N" TO ET-MASTER-FLAG (WS-EMP-SUB).
007140     MOVE "W" TO ET-PAY-FREQUENCY (WS-EMP-SUB).
007150     MOVE ZERO TO ET-YEAR-GROSS (WS-EMP-SUB).
007160     MOVE ZERO TO ET-YEAR-TAXABLE (WS-EMP-SUB).
007170     MOVE ZERO TO ET-QTR-GROSS (WS-EMP-SUB).
007180     MOVE ZERO TO ET-QTR-TAXABLE (WS-EMP-SUB).
007190     MOVE ZERO TO ET-QTR-SUTA (WS-EMP-SUB).
007200     MOVE "N" TO ET-YTD-FLAG (WS-EMP-SUB).
007210     MOVE ZERO TO WS-WEEK-SUB.
007220     PERFORM 2420-CLEAR-ONE-WEEK
007230         UNTIL WS-WEEK-SUB >= 14.
007240     MOVE EH-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
007250     READ EMPLOYEE-MASTER
007260         KEY IS EM-EMPLOYEE-ID
007270         INVALID KEY
007280             CONTINUE
007290         NOT INVALID KEY
007300             MOVE "Y" TO ET-MASTER-FLAG (WS-EMP-SUB)
007310             MOVE EM-EMPLOYEE-NAME
007320                 TO ET-EMPLOYEE-NAME (WS-EMP-SUB)
007330             MOVE EM-SSN TO ET-SSN (WS-EMP-SUB)
007340             PERFORM 2430-FIND-PAY-FREQUENCY THRU 2430-EXIT
007350     END-READ.
007360     MOVE "Y" TO WS-FOUND-SWITCH.
007370 2400-EXIT.
007380     EXIT.
007390
007400 2420-CLEAR-ONE-WEEK.
007410     ADD 1 TO WS-WEEK-SUB.
007420     MOVE "N" TO ET-WEEK-FLAG (WS-EMP-SUB, WS-WEEK-SUB).
007430
007440 2430-FIND-PAY-FREQUENCY.
007450     MOVE ZERO TO WS-GROUP-SUB.
007460     PERFORM 2440-SCAN-GROUP-TABLE
007470         UNTIL WS-GROUP-SUB >= WS-GROUP-COUNT.
007480 2430-EXIT.
007490     EXIT.
007500
007510 2440-SCAN-GROUP-TABLE.
007520     ADD 1 TO WS-GROUP-SUB.
007530     IF GT-PAY-GROUP (WS-GROUP-SUB) = EM-PAY-GROUP
007540         MOVE GT-PAY-FREQUENCY (WS-GROUP-SUB)
007550             TO ET-PAY-FREQUENCY (WS-EMP-SUB)
007560         MOVE WS-GROUP-COUNT TO WS-GROUP-SUB
007570     END-IF.
007580
007590 2450-SCAN-EMPLOYEE-TABLE.
007600     MOVE "N" TO WS-FOUND-SWITCH.
007610     MOVE ZERO TO WS-EMP-SUB.
007620     PERFORM 2460-CHECK-ONE-EMPLOYEE
007630         UNTIL WS-EMPLOYEE-FOUND
007640         OR WS-EMP-SUB >= WS-EMP-COUNT.
007650 2450-EXIT.
007660     EXIT.
007670
007680 2460-CHECK-ONE-EMPLOYEE.
007690     ADD 1 TO WS-EMP-SUB.
007700     IF ET-EMPLOYEE-ID (WS-EMP-SUB) = EH-EMPLOYEE-ID
007710         MOVE "Y" TO WS-FOUND-SWITCH
007720     END-IF.
007730
007740*----------------------------------------------------------------
007750* ONE PAY OR REVERSAL.  THE SUTA WAGES AND TAX ARE TAKEN AS THE
007760* PAY RUN KEPT THEM; A RECORD FROM BEFORE THEY WERE KEPT READS
007770* BACK BLANK, AND ITS TAXABLE PART IS FIGURED HERE THE WAY THE
007780* PAY RUN DOES IT - WHAT IS LEFT UNDER THE WAGE BASE AFTER THE
007790* YEAR'S TAXABLE WAGES SO FAR, NEVER MORE THAN THE GROSS.
007800*----------------------------------------------------------------
007810 2500-APPLY-ONE-PAY.
007820     IF EH-SUTA-WAGES IS NUMERIC AND EH-SUTA-TAX IS NUMERIC
007830         MOVE EH-SUTA-WAGES TO WS-PAY-TAXABLE
007840         MOVE EH-SUTA-TAX TO WS-PAY-SUTA
007850     ELSE
007860         PERFORM 2550-FIGURE-TAXABLE-PART THRU 2550-EXIT
007870         IF WS-RECORD-QUARTER = WS-REPORT-QUARTER
007880             ADD 1 TO WS-FIGURED-COUNT
007890         END-IF
007900     END-IF.
007910
007920     ADD EH-GROSS-PAY TO ET-YEAR-GROSS (WS-EMP-SUB).
007930     ADD WS-PAY-TAXABLE TO ET-YEAR-TAXABLE (WS-EMP-SUB).
007940     IF WS-RECORD-QUARTER NOT = WS-REPORT-QUARTER
007950         GO TO 2500-EXIT
007960     END-IF.
007970
007980     ADD EH-GROSS-PAY TO ET-QTR-GROSS (WS-EMP-SUB).
007990     ADD WS-PAY-TAXABLE TO ET-QTR-TAXABLE (WS-EMP-SUB).
008000     ADD WS-PAY-SUTA TO ET-QTR-SUTA (WS-EMP-SUB).
008010     IF EH-TYPE-REVERSAL
008020         ADD WS-PAY-SUTA TO WS-SUTA-ON-REVERSALS
008030     ELSE
008040         ADD WS-PAY-SUTA TO WS-SUTA-ON-PAYMENTS
008050         IF EH-GROSS-PAY > ZERO
008060             PERFORM 2600-MARK-WEEKS-WITH-PAY THRU 2600-EXIT
008070         END-IF
008080     END-IF.
008090 2500-EXIT.
008100     EXIT.
008110
008120 2550-FIGURE-TAXABLE-PART.
008130     COMPUTE WS-TAXABLE-CAP =
008140         ET-YEAR-GROSS (WS-EMP-SUB) + EH-GROSS-PAY.
008150     IF WS-TAXABLE-CAP > WS-SUTA-BASE
008160         MOVE WS-SUTA-BASE TO WS-TAXABLE-CAP
008170     END-IF.
008180     IF WS-TAXABLE-CAP < ZERO
008190         MOVE ZERO TO WS-TAXABLE-CAP
008200     END-IF.
008210     COMPUTE WS-PAY-TAXABLE =
008220         WS-TAXABLE-CAP - ET-YEAR-TAXABLE (WS-EMP-SUB).
008230     IF EH-GROSS-PAY >= ZERO
008240         IF WS-PAY-TAXABLE > EH-GROSS-PAY
008250             MOVE EH-GROSS-PAY TO WS-PAY-TAXABLE
008260         END-IF
008270         IF WS-PAY-TAXABLE < ZERO
008280             MOVE ZERO TO WS-PAY-TAXABLE
008290         END-IF
008300     END-IF.
008310     COMPUTE WS-PAY-SUTA ROUNDED =
008320         WS-PAY-TAXABLE * WS-SUTA-RATE.
008330 2550-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------
008370* WEEKS WITH PAY.  THE QUARTER IS SPLIT INTO SEVEN-DAY WEEKS
008380* FROM ITS FIRST DAY.  A PAY MARKS THE WEEK IT IS DATED IN AND
008390* THE WEEKS BEFORE IT THAT ITS PAY GROUP'S PERIOD COVERS -
008400* ONE FOR WEEKLY, TWO FOR BIWEEKLY AND SEMI-MONTHLY, FOUR FOR
008410* MONTHLY - BUT NEVER A WEEK BEFORE THE QUARTER BEGAN.
008420*----------------------------------------------------------------
008430 2600-MARK-WEEKS-WITH-PAY.
008440     COMPUTE WS-DAY-OFFSET =
008450         FUNCTION INTEGER-OF-DATE(EH-PAY-DATE)
008460         - WS-QUARTER-START-DAY.
008470     IF WS-DAY-OFFSET < ZERO
008480         GO TO 2600-EXIT
008490     END-IF.
008500     DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-NUMBER.
008510     ADD 1 TO WS-WEEK-NUMBER.
008520     IF WS-WEEK-NUMBER > 14
008530         GO TO 2600-EXIT
008540     END-IF.
008550     EVALUATE ET-PAY-FREQUENCY (WS-EMP-SUB)
008560         WHEN "B"
008570         WHEN "S"
008580             MOVE 2 TO WS-WEEK-SPAN
008590         WHEN "M"
008600             MOVE 4 TO WS-WEEK-SPAN
008610         WHEN OTHER
008620             MOVE 1 TO WS-WEEK-SPAN
008630     END-EVALUATE.
008640     COMPUTE WS-WEEK-SUB = WS-WEEK-NUMBER - WS-WEEK-SPAN.
008650     IF WS-WEEK-SUB < ZERO
008660         MOVE ZERO TO WS-WEEK-SUB
008670     END-IF.
008680     PERFORM 2610-MARK-ONE-WEEK
008690         UNTIL WS-WEEK-SUB >= WS-WEEK-NUMBER.
008700 2600-EXIT.
008710     EXIT.
008720
008730 2610-MARK-ONE-WEEK.
008740     ADD 1 TO WS-WEEK-SUB.
008750     MOVE "Y" TO ET-WEEK-FLAG (WS-EMP-SUB, WS-WEEK-SUB).
008760
008770*================================================================
008780* 3000-WRITE-WAGE-FILE - THE EMPLOYER RECORD, THEN ONE LINE PER
008790* EMPLOYEE WITH WAGES IN THE QUARTER.  AN EMPLOYEE WITH NO SSN
008800* ON THE MASTER, NOT ON THE MASTER AT ALL, OR WITH NEGATIVE
008810* QUARTER WAGES IS PRINTED BUT HELD OFF THE STATE FILE - THE
008820* STATE REJECTS SUCH A RECORD - AND THE RUN ENDS WITH
008830* RETURN-CODE 4 SO THE DESK CORRECTS IT AND RERUNS.
008840*================================================================
008850 3000-WRITE-WAGE-FILE.
008860     MOVE SPACES TO SUI-EMPLOYER-RECORD.
008870     MOVE "E" TO SH-RECORD-TYPE.
008880     MOVE WS-REPORT-YEAR TO SH-REPORT-YEAR.
008890     MOVE WS-REPORT-QUARTER TO SH-REPORT-QUARTER.
008900     MOVE WS-FEIN TO SH-FEIN.
008910     MOVE WS-STATE-ACCOUNT TO SH-STATE-ACCOUNT.
008920     MOVE WS-EMPLOYER-NAME TO SH-EMPLOYER-NAME.
008930     MOVE WS-EMPLOYER-STATE TO SH-STATE-CODE.
008940     MOVE WS-CURRENT-DATE-DISPLAY TO SH-CREATE-DATE.
008950     WRITE SUI-EMPLOYER-RECORD.
008960     ADD 1 TO WS-FILE-RECORD-COUNT.
008970
008980     MOVE SPACES TO SUI-REPORT-LINE.
008990     STRING "STATE UNEMPLOYMENT WAGE REPORT - QUARTER "
009000             DELIMITED BY SIZE
009010         WS-REPORT-QUARTER DELIMITED BY SIZE
009020         " " DELIMITED BY SIZE
009030         WS-REPORT-YEAR DELIMITED BY SIZE
009040         "   RUN DATE " DELIMITED BY SIZE
009050         WS-CURRENT-DATE-DISPLAY DELIMITED BY SIZE
009060         "  BY " DELIMITED BY SIZE
009070         WS-RUN-BY DELIMITED BY SIZE
009080         INTO SUI-REPORT-LINE.
009090     WRITE SUI-REPORT-LINE.
009100     MOVE SPACES TO SUI-REPORT-LINE.
009110     STRING WS-EMPLOYER-NAME DELIMITED BY "  "
009120         "   FEIN " DELIMITED BY SIZE
009130         WS-FEIN DELIMITED BY SIZE
009140         "   STATE UI ACCOUNT " DELIMITED BY SIZE
009150         WS-STATE-ACCOUNT DELIMITED BY SIZE
009160         INTO SUI-REPORT-LINE.
009170     WRITE SUI-REPORT-LINE.
009180     MOVE WS-SUTA-BASE TO TL-AMOUNT.
009190     MOVE SPACES TO SUI-REPORT-LINE.
009200     STRING "SUTA RATE " DELIMITED BY SIZE
009210         WS-SUTA-RATE-TEXT DELIMITED BY SIZE
009220         "   STATE WAGE BASE " DELIMITED BY SIZE
009230         TL-AMOUNT DELIMITED BY SIZE
009240         "   (FROM EMPRTAX)" DELIMITED BY SIZE
009250         INTO SUI-REPORT-LINE.
009260     WRITE SUI-REPORT-LINE.
009270     WRITE SUI-REPORT-LINE FROM WS-DASH-LINE.
009280     WRITE SUI-REPORT-LINE FROM WS-REPORT-COLUMNS.
009290     WRITE SUI-REPORT-LINE FROM WS-DASH-LINE.
009300
009310     MOVE ZERO TO WS-EMP-SUB.
009320     PERFORM 3100-REPORT-ONE-EMPLOYEE
009330         UNTIL WS-EMP-SUB >= WS-EMP-COUNT.
009340 3000-EXIT.
009350     EXIT.
009360
009370 3100-REPORT-ONE-EMPLOYEE.
009380     ADD 1 TO WS-EMP-SUB.
009390     IF ET-QTR-GROSS (WS-EMP-SUB) NOT = ZERO
009400         OR ET-QTR-TAXABLE (WS-EMP-SUB) NOT = ZERO
009410         PERFORM 3200-WRITE-EMPLOYEE-LINE THRU 3200-EXIT
009420     END-IF.
009430
009440 3200-WRITE-EMPLOYEE-LINE.
009450     MOVE ZERO TO WS-WEEKS-WITH-PAY.
009460     MOVE ZERO TO WS-WEEK-SUB.
009470     PERFORM 3210-COUNT-ONE-WEEK
009480         UNTIL WS-WEEK-SUB >= 14.
009490     IF WS-WEEKS-WITH-PAY > 13
009500         MOVE 13 TO WS-WEEKS-WITH-PAY
009510     END-IF.
009520     COMPUTE WS-EXCESS-WAGES =
009530         ET-QTR-GROSS (WS-EMP-SUB) - ET-QTR-TAXABLE (WS-EMP-SUB).
009540     IF WS-EXCESS-WAGES < ZERO
009550         MOVE ZERO TO WS-EXCESS-WAGES
009560     END-IF.
009570     ADD ET-QTR-TAXABLE (WS-EMP-SUB) TO WS-ALL-TAXABLE.
009580
009590     MOVE SPACES TO WS-HOLD-REASON.
009600     EVALUATE TRUE
009610         WHEN NOT ET-ON-MASTER (WS-EMP-SUB)
009620             MOVE "HELD - NOT ON EMPMAST" TO WS-HOLD-REASON
009630         WHEN ET-SSN (WS-EMP-SUB) IS NOT NUMERIC
009640             MOVE "HELD - NO SSN ON FILE" TO WS-HOLD-REASON
009650         WHEN ET-QTR-GROSS (WS-EMP-SUB) < ZERO
009660             MOVE "HELD - NEGATIVE WAGES" TO WS-HOLD-REASON
009670         WHEN OTHER
009680             CONTINUE
009690     END-EVALUATE.
009700
009710     MOVE ET-EMPLOYEE-ID (WS-EMP-SUB) TO RD-EMPLOYEE-ID.
009720     MOVE SPACES TO WS-SSN-LAST-FOUR.
009730     IF ET-SSN (WS-EMP-SUB) NOT = SPACES
009740         MOVE ET-SSN (WS-EMP-SUB) (6: 4) TO WS-SSN-LAST-FOUR
009750     END-IF.
009760     MOVE WS-SSN-MASKED TO RD-SSN.
009770     MOVE ET-EMPLOYEE-NAME (WS-EMP-SUB) TO RD-EMPLOYEE-NAME.
009780     MOVE ET-QTR-GROSS (WS-EMP-SUB) TO RD-TOTAL-WAGES.
009790     MOVE WS-EXCESS-WAGES TO RD-EXCESS-WAGES.
009800     MOVE ET-QTR-TAXABLE (WS-EMP-SUB) TO RD-TAXABLE-WAGES.
009810     MOVE WS-WEEKS-WITH-PAY TO RD-WEEKS.
009820     MOVE ET-QTR-SUTA (WS-EMP-SUB) TO RD-SUTA-ACCRUED.
009830     MOVE WS-HOLD-REASON TO RD-NOTE.
009840     WRITE SUI-REPORT-LINE FROM WS-REPORT-DETAIL.
009850
009860     IF WS-HOLD-REASON NOT = SPACES
009870         ADD 1 TO WS-HELD-COUNT
009880         ADD ET-QTR-GROSS (WS-EMP-SUB) TO WS-HELD-GROSS
009890         ADD ET-QTR-TAXABLE (WS-EMP-SUB) TO WS-HELD-TAXABLE
009900         MOVE 4 TO RETURN-CODE
009910         GO TO 3200-EXIT
009920     END-IF.
009930
009940     MOVE SPACES TO SUI-EMPLOYEE-RECORD.
009950     MOVE "S" TO SD-RECORD-TYPE.
009960     MOVE ET-SSN (WS-EMP-SUB) TO SD-SSN.
009970     MOVE ET-EMPLOYEE-NAME (WS-EMP-SUB) TO SD-EMPLOYEE-NAME.
009980     MOVE WS-EMPLOYER-STATE TO SD-STATE-CODE.
009990     MOVE WS-REPORT-YEAR TO SD-REPORT-YEAR.
010000     MOVE WS-REPORT-QUARTER TO SD-REPORT-QUARTER.
010010     MOVE ET-QTR-GROSS (WS-EMP-SUB) TO SD-TOTAL-WAGES.
010020     MOVE WS-EXCESS-WAGES TO SD-EXCESS-WAGES.
010030     MOVE ET-QTR-TAXABLE (WS-EMP-SUB) TO SD-TAXABLE-WAGES.
010040     MOVE WS-WEEKS-WITH-PAY TO SD-WEEKS-WITH-PAY.
010050     WRITE SUI-EMPLOYEE-RECORD.
010060     ADD 1 TO WS-FILE-RECORD-COUNT.
010070     ADD 1 TO WS-FILE-COUNT.
010080     ADD ET-QTR-GROSS (WS-EMP-SUB) TO WS-FILE-GROSS.
010090     ADD WS-EXCESS-WAGES TO WS-FILE-EXCESS.
010100     ADD ET-QTR-TAXABLE (WS-EMP-SUB) TO WS-FILE-TAXABLE.
010110 3200-EXIT.
010120     EXIT.
010130
010140 3210-COUNT-ONE-WEEK.
010150     ADD 1 TO WS-WEEK-SUB.
010160     IF ET-WEEK-FLAG (WS-EMP-SUB, WS-WEEK-SUB) = "Y"
010170         ADD 1 TO WS-WEEKS-WITH-PAY
010180     END-IF.
010190
010200*================================================================
010210* 4000-WRITE-CONTROL-TOTALS - THE TOTAL RECORD, THEN THE
010220* EMPLOYER TOTALS AND THE TAXLIAB TIE.  TAXLIAB PRINTS THE SUTA
010230* EACH BATCH ACCRUED; THE SAME AMOUNTS RIDE EVERY EARNHIST PAY,
010240* SO THE QUARTER'S TAXLIAB SUTA COLUMNS ADD TO THE ACCRUED ON
010250* PAYMENTS BELOW (PLUS ANY INTERACTIVE OR FINAL PAYS), AND THE
010260* REVERSALS ARE WHAT ADJUSTMENT RUNS SHOWED FOR ACCOUNTING.  THE
010270* STATE FIGURES THE CONTRIBUTION ON THE QUARTER'S TAXABLE WAGES
010280* AT ONE RATE, SO PER-PAY ROUNDING LEAVES A SMALL DIFFERENCE.
010290*================================================================
010300 4000-WRITE-CONTROL-TOTALS.
010310     COMPUTE WS-CONTRIBUTIONS-DUE ROUNDED =
010320         WS-FILE-TAXABLE * WS-SUTA-RATE.
010330     MOVE SPACES TO SUI-TOTAL-RECORD.
010340     MOVE "T" TO ST-RECORD-TYPE.
010350     MOVE WS-FILE-COUNT TO ST-EMPLOYEE-COUNT.
010360     MOVE WS-FILE-GROSS TO ST-TOTAL-WAGES.
010370     MOVE WS-FILE-EXCESS TO ST-EXCESS-WAGES.
010380     MOVE WS-FILE-TAXABLE TO ST-TAXABLE-WAGES.
010390     MOVE WS-SUTA-RATE TO ST-SUTA-RATE.
010400     MOVE WS-CONTRIBUTIONS-DUE TO ST-CONTRIBUTIONS-DUE.
010410     WRITE SUI-TOTAL-RECORD.
010420     ADD 1 TO WS-FILE-RECORD-COUNT.
010430
010440     WRITE SUI-REPORT-LINE FROM WS-DASH-LINE.
010450     MOVE "EMPLOYER TOTALS - ON SUIWAGE" TO SUI-REPORT-LINE.
010460     WRITE SUI-REPORT-LINE.
010470     MOVE "  EMPLOYEES / TOTAL WAGES" TO TL-CAPTION.
010480     MOVE WS-FILE-COUNT TO TL-COUNT.
010490     MOVE WS-FILE-GROSS TO TL-AMOUNT.
010500     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010510     MOVE "  EXCESS WAGES OVER THE STATE BASE" TO TL-CAPTION.
010520     MOVE ZERO TO TL-COUNT.
010530     MOVE WS-FILE-EXCESS TO TL-AMOUNT.
010540     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010550     MOVE "  TAXABLE WAGES" TO TL-CAPTION.
010560     MOVE WS-FILE-TAXABLE TO TL-AMOUNT.
010570     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010580     MOVE "  CONTRIBUTIONS DUE (TAXABLE X RATE)" TO TL-CAPTION.
010590     MOVE WS-CONTRIBUTIONS-DUE TO TL-AMOUNT.
010600     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010610     MOVE "  RECORDS IN FILE (E+S+T)" TO TL-CAPTION.
010620     MOVE WS-FILE-RECORD-COUNT TO TL-COUNT.
010630     MOVE ZERO TO TL-AMOUNT.
010640     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010650     MOVE "  HELD OFF THE FILE / TOTAL WAGES" TO TL-CAPTION.
010660     MOVE WS-HELD-COUNT TO TL-COUNT.
010670     MOVE WS-HELD-GROSS TO TL-AMOUNT.
010680     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010690     MOVE "  HELD OFF THE FILE - TAXABLE WAGES" TO TL-CAPTION.
010700     MOVE ZERO TO TL-COUNT.
010710     MOVE WS-HELD-TAXABLE TO TL-AMOUNT.
010720     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010730
010740     COMPUTE WS-SUTA-NET =
010750         WS-SUTA-ON-PAYMENTS + WS-SUTA-ON-REVERSALS.
010760     COMPUTE WS-STATE-SUTA ROUNDED =
010770         WS-ALL-TAXABLE * WS-SUTA-RATE.
010780     COMPUTE WS-SUTA-DIFFERENCE = WS-STATE-SUTA - WS-SUTA-NET.
010790
010800     WRITE SUI-REPORT-LINE FROM WS-DASH-LINE.
010810     MOVE "TIE TO TAXLIAB SUTA ACCRUALS - ALL EMPLOYEES"
010820         TO SUI-REPORT-LINE.
010830     WRITE SUI-REPORT-LINE.
010840     MOVE "  SUTA ACCRUED ON PAYMENTS (EARNHIST)" TO TL-CAPTION.
010850     MOVE ZERO TO TL-COUNT.
010860     MOVE WS-SUTA-ON-PAYMENTS TO TL-AMOUNT.
010870     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010880     MOVE "  SUTA BACKED OUT BY REVERSALS" TO TL-CAPTION.
010890     MOVE WS-SUTA-ON-REVERSALS TO TL-AMOUNT.
010900     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010910     MOVE "  NET SUTA ACCRUED FOR THE QUARTER" TO TL-CAPTION.
010920     MOVE WS-SUTA-NET TO TL-AMOUNT.
010930     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010940     MOVE "  STATE FIGURE - ALL TAXABLE WAGES X RATE"
010950         TO TL-CAPTION.
010960     MOVE WS-STATE-SUTA TO TL-AMOUNT.
010970     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
010980     MOVE "  DIFFERENCE (STATE LESS ACCRUED)" TO TL-CAPTION.
010990     MOVE WS-SUTA-DIFFERENCE TO TL-AMOUNT.
011000     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
011010     MOVE "  PAYS FIGURED FROM THE WAGE BASE" TO TL-CAPTION.
011020     MOVE WS-FIGURED-COUNT TO TL-COUNT.
011030     MOVE ZERO TO TL-AMOUNT.
011040     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
011050     MOVE SPACES TO SUI-REPORT-LINE.
011060     STRING "  A DIFFERENCE OF MORE THAN PENNIES MEANS A RATE "
011070             DELIMITED BY SIZE
011080         "CHANGE IN THE QUARTER OR PAYS POSTED WITH NO EMPRTAX."
011090             DELIMITED BY SIZE
011100         INTO SUI-REPORT-LINE.
011110     WRITE SUI-REPORT-LINE.
011120
011130     DISPLAY "SUIWAGE: " WS-FILE-COUNT " employees written to "
011140         "SUIWAGE, " WS-HELD-COUNT " held.".
011150 4000-EXIT.
011160     EXIT.
011170
011180*================================================================
011190* 5000-CHECK-YTD-MASTER - THE YEAR'S TAXABLE WAGES ON EARNHIST
011200* AGAINST THE SUTA WAGES ON YTDMAST.  ONLY WHILE YTDMAST STILL
011210* HOLDS THE REPORT YEAR: ONCE A PAY DATED IN A LATER YEAR IS
011220* ON EARNHIST, YEARCLOS HAS ROLLED YTDMAST AND THE CHECK IS
011230* SKIPPED WITH A NOTE.  A DIFFERENCE SETS RETURN-CODE 4.
011240*================================================================
011250 5000-CHECK-YTD-MASTER.
011260     WRITE SUI-REPORT-LINE FROM WS-DASH-LINE.
011270     MOVE "EARNHIST TAXABLE WAGES FOR THE YEAR AGAINST YTDMAST "
011280         TO SUI-REPORT-LINE.
011290     WRITE SUI-REPORT-LINE.
011300     IF WS-LATER-YEAR-ON-FILE
011310         MOVE SPACES TO SUI-REPORT-LINE
011320         STRING "  EARNHIST HAS PAYS DATED AFTER "
011330                 DELIMITED BY SIZE
011340             WS-REPORT-YEAR DELIMITED BY SIZE
011350             " - YTDMAST HAS ROLLED, CHECK SKIPPED."
011360                 DELIMITED BY SIZE
011370             INTO SUI-REPORT-LINE
011380         WRITE SUI-REPORT-LINE
011390         GO TO 5000-EXIT
011400     END-IF.
011410     OPEN INPUT YTD-FILE.
011420     IF NOT WS-YTD-OK
011430         MOVE "  YTDMAST COULD NOT BE OPENED - CHECK SKIPPED."
011440             TO SUI-REPORT-LINE
011450         WRITE SUI-REPORT-LINE
011460         GO TO 5000-EXIT
011470     END-IF.
011480     MOVE "N" TO WS-YTD-EOF-SWITCH.
011490     PERFORM 5100-CHECK-NEXT-YTD-RECORD
011500         UNTIL WS-END-OF-YTD.
011510     CLOSE YTD-FILE.
011520
011530     MOVE ZERO TO WS-EMP-SUB.
011540     PERFORM 5300-CHECK-ONE-UNMATCHED
011550         UNTIL WS-EMP-SUB >= WS-EMP-COUNT.
011560
011570     MOVE "  EMPLOYEES THAT DO NOT AGREE" TO TL-CAPTION.
011580     MOVE WS-YTD-DIFFERENCE-COUNT TO TL-COUNT.
011590     MOVE ZERO TO TL-AMOUNT.
011600     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE.
011610     IF WS-YTD-DIFFERENCE-COUNT > ZERO
011620         MOVE 4 TO RETURN-CODE
011630     END-IF.
011640 5000-EXIT.
011650     EXIT.
011660
011670 5100-CHECK-NEXT-YTD-RECORD.
011680     READ YTD-FILE NEXT RECORD
011690         AT END
011700             MOVE "Y" TO WS-YTD-EOF-SWITCH
011710     END-READ.
011720     IF NOT WS-END-OF-YTD
011730         PERFORM 5200-CHECK-ONE-YTD-RECORD THRU 5200-EXIT
011740     END-IF.
011750
011760 5200-CHECK-ONE-YTD-RECORD.
011770     IF YT-YTD-SUTA-WAGES IS NUMERIC
011780         MOVE YT-YTD-SUTA-WAGES TO WS-YTD-SUTA-WAGES
011790     ELSE
011800         MOVE ZERO TO WS-YTD-SUTA-WAGES
011810     END-IF.
011820     MOVE YT-EMPLOYEE-ID TO EH-EMPLOYEE-ID.
011830     PERFORM 2450-SCAN-EMPLOYEE-TABLE THRU 2450-EXIT.
011840     IF NOT WS-EMPLOYEE-FOUND
011850         IF WS-YTD-SUTA-WAGES NOT = ZERO
011860             MOVE YT-EMPLOYEE-ID TO YD-EMPLOYEE-ID
011870             MOVE SPACES TO YD-EMPLOYEE-NAME
011880             MOVE ZERO TO YD-EARNHIST-WAGES
011890             MOVE WS-YTD-SUTA-WAGES TO YD-YTDMAST-WAGES
011900             MOVE "NO EARNHIST PAYS" TO YD-NOTE
011910             PERFORM 5400-WRITE-YTD-DIFFERENCE THRU 5400-EXIT
011920         END-IF
011930         GO TO 5200-EXIT
011940     END-IF.
011950     MOVE "Y" TO ET-YTD-FLAG (WS-EMP-SUB).
011960     IF ET-YEAR-TAXABLE (WS-EMP-SUB) NOT = WS-YTD-SUTA-WAGES
011970         MOVE ET-EMPLOYEE-ID (WS-EMP-SUB) TO YD-EMPLOYEE-ID
011980         MOVE ET-EMPLOYEE-NAME (WS-EMP-SUB) TO YD-EMPLOYEE-NAME
011990         MOVE ET-YEAR-TAXABLE (WS-EMP-SUB) TO YD-EARNHIST-WAGES
012000         MOVE WS-YTD-SUTA-WAGES TO YD-YTDMAST-WAGES
012010         MOVE "DOES NOT AGREE" TO YD-NOTE
012020         PERFORM 5400-WRITE-YTD-DIFFERENCE THRU 5400-EXIT
012030     END-IF.
012040 5200-EXIT.
012050     EXIT.
012060
012070 5300-CHECK-ONE-UNMATCHED.
012080     ADD 1 TO WS-EMP-SUB.
012090     IF NOT ET-YTD-CHECKED (WS-EMP-SUB)
012100         AND ET-YEAR-TAXABLE (WS-EMP-SUB) NOT = ZERO
012110         MOVE ET-EMPLOYEE-ID (WS-EMP-SUB) TO YD-EMPLOYEE-ID
012120         MOVE ET-EMPLOYEE-NAME (WS-EMP-SUB) TO YD-EMPLOYEE-NAME
012130         MOVE ET-YEAR-TAXABLE (WS-EMP-SUB) TO YD-EARNHIST-WAGES
012140         MOVE ZERO TO YD-YTDMAST-WAGES
012150         MOVE "NOT ON YTDMAST" TO YD-NOTE
012160         PERFORM 5400-WRITE-YTD-DIFFERENCE THRU 5400-EXIT
012170     END-IF.
012180
012190 5400-WRITE-YTD-DIFFERENCE.
012200     IF NOT WS-YTD-HEADING-WRITTEN
012210         MOVE SPACES TO SUI-REPORT-LINE
012220         STRING "EMPL   NAME                    "
012230                 DELIMITED BY SIZE
012240             " EARNHIST WAGES    YTDMAST WAGES"
012250                 DELIMITED BY SIZE
012260             INTO SUI-REPORT-LINE
012270         WRITE SUI-REPORT-LINE
012280         MOVE "Y" TO WS-YTD-HEADING-SWITCH
012290     END-IF.
012300     WRITE SUI-REPORT-LINE FROM WS-YTD-DETAIL.
012310     ADD 1 TO WS-YTD-DIFFERENCE-COUNT.
012320 5400-EXIT.
012330     EXIT.
012340
012350*================================================================
012360* 9000-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.
012370*================================================================
012380 9000-TERMINATE.
012390     CLOSE EARNINGS-HISTORY.
012400     CLOSE EMPLOYEE-MASTER.
012410     CLOSE SUI-WAGE-FILE.
012420     CLOSE SUI-REPORT-FILE.
012430     DISPLAY "SUI wage file written to SUIWAGE, control report "
012440         "to SUIRPT.".
012450 9000-EXIT.
012460     EXIT.
