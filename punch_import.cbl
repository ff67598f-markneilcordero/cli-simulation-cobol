000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PUNCHIMP.
000030 AUTHOR. D-MERCER.
000040 INSTALLATION. SHOP-FLOOR-PAYROLL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DM    ORIGINAL PROGRAM - TIME-CLOCK PUNCH IMPORT,
000120*                  RUN AHEAD OF TIMECARD-EDIT.  READS THE RAW
000130*                  CLOCK PUNCHES (PUNCHRAW) FOR THE OPEN PAY
000140*                  PERIOD, ROUNDS EACH PUNCH TO THE QUARTER
000150*                  HOUR, PAIRS EVERY IN-PUNCH WITH ITS OUT-
000160*                  PUNCH AND TOTALS THE HOURS BY EMPLOYEE, JOB
000170*                  AND WORK WEEK.  WRITES ONE TIMECRDR CARD PER
000180*                  EMPLOYEE/JOB/WEEK TO TIMECARD WITH A MATCHING
000190*                  TCCONTRL CONTROL CARD, THE DAILY TOTALS TO
000200*                  PUNCHDLY, AND EVERY PUNCH THAT CANNOT BE
000210*                  PAIRED OR PAID TO A PUNCH EXCEPTION FILE
000220*                  AND REPORT FOR THE SUPERVISOR.
000221* 10/15/2026 DM    PUNCHDLY NOW KEEPS EARLIER PERIODS AND OTHER
000222*                  GROUPS - A RERUN REPLACES ONLY THE RECORDS OF
000224*                  THE GROUP AND PERIOD BEING IMPORTED, THROUGH
000225*                  THE PUNCHDWK WORK FILE.  A PERIOD LONGER THAN
000227*                  TWO WORKWEEKS IS REFUSED - HOURLY EMPLOYEES
000228*                  ARE PAID ONLY WEEKLY OR BI-WEEKLY.
000230*================================================================
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. GENERIC-PC.
000270 OBJECT-COMPUTER. GENERIC-PC.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PUNCH-FILE ASSIGN TO "PUNCHRAW"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PUNCH-STATUS.
000330
000340     SELECT KEYED-TIMECARD-FILE ASSIGN TO "TIMEKEYD"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-KEYED-STATUS.
000370
000380     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EM-EMPLOYEE-ID
000420         FILE STATUS IS WS-MASTER-STATUS.
000430
000440     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PAY-PERIOD-STATUS.
000470
000480     SELECT RAW-TIMECARD-FILE ASSIGN TO "TIMECARD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-TIMECARD-STATUS.
000510
000520     SELECT CONTROL-CARD-FILE ASSIGN TO "TCCONTRL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CONTROL-STATUS.
000550
000560     SELECT PUNCH-DAY-FILE ASSIGN TO "PUNCHDLY"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-DAILY-STATUS.
000582
000584     SELECT PUNCH-DAY-WORK-FILE ASSIGN TO "PUNCHDWK"
000586         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-DAYWORK-STATUS.
000590
000600     SELECT EXCEPTION-PUNCH-FILE ASSIGN TO "PUNCHEXC"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-EXCEPTION-STATUS.
000630
000640     SELECT PUNCH-REPORT-FILE ASSIGN TO "PUNCHRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------------
000710* RAW TIME-CLOCK PUNCHES AS DOWNLOADED FROM THE CLOCK - ONE
000720* RECORD PER PUNCH, IN OR OUT, IN ANY ORDER.  THE JOB NUMBER
000730* IS THE ONE SWIPED AT THE IN-PUNCH; BLANK IS HOME DEPARTMENT.
000740*----------------------------------------------------------------
000750 FD  PUNCH-FILE
000760     RECORDING MODE IS F.
000770 01  PUNCH-RECORD.
000780     05  PR-EMPLOYEE-ID          PIC X(05).
000790     05  PR-PUNCH-DATE           PIC X(08).
000800     05  PR-PUNCH-TYPE           PIC X(01).
000810         88  PR-TYPE-IN              VALUE "I".
000820         88  PR-TYPE-OUT             VALUE "O".
000830     05  PR-PUNCH-TIME           PIC X(04).
000840     05  PR-JOB-NUMBER           PIC X(06).
000850     05  FILLER                  PIC X(06).
000860
000870*----------------------------------------------------------------
000880* CARDS STILL KEYED BY THE PAYROLL DESK - SALARIED, COMMISSION
000890* AND LEAVE CARDS.  OPTIONAL; WHEN PRESENT THEY ARE COPIED TO
000900* TIMECARD AHEAD OF THE PUNCH CARDS AND FOOTED INTO TCCONTRL.
000910*----------------------------------------------------------------
000920 FD  KEYED-TIMECARD-FILE
000930     RECORDING MODE IS F.
000940 01  KEYED-TIMECARD-RECORD       PIC X(50).
000950
000960*----------------------------------------------------------------
000970* EMPLOYEE MASTER - READ ONLY, FOR THE ID, TYPE AND PAY GROUP.
000980*----------------------------------------------------------------
000990 FD  EMPLOYEE-MASTER
001000     RECORDING MODE IS F.
001010 COPY EMPMASTR.
001020
001030*----------------------------------------------------------------
001040* PAY PERIOD CONTROL - ONE RECORD PER PAY GROUP, THE SAME FILE
001050* SIMPLE-PAYROLL RUNS FROM.  THE OPEN PERIOD BOUNDS THE PUNCHES.
001060*----------------------------------------------------------------
001070 FD  PAY-PERIOD-FILE
001080     RECORDING MODE IS F.
001090 01  PAY-PERIOD-RECORD.
001100     05  PP-PERIOD-NUMBER-TEXT   PIC X(06).
001110     05  PP-START-DATE           PIC X(08).
001120     05  PP-END-DATE             PIC X(08).
001130     05  PP-PERIOD-STATUS        PIC X(01).
001140         88  PP-PERIOD-OPEN          VALUE "O".
001150     05  PP-PAY-GROUP            PIC X(01).
001160     05  PP-PAY-FREQUENCY        PIC X(01).
001170         88  PP-FREQ-WEEKLY          VALUES " " "W".
001180         88  PP-FREQ-BIWEEKLY        VALUE "B".
001190         88  PP-FREQ-SEMIMONTHLY     VALUE "S".
001200         88  PP-FREQ-MONTHLY         VALUE "M".
001210     05  FILLER                  PIC X(25).
001220
001230*----------------------------------------------------------------
001240* RAW TIMECARDS FOR TIMECARD-EDIT - LAYOUT IS THE TIMECRDR
001250* COPYBOOK.  REWRITTEN IN FULL BY EVERY IMPORT RUN.
001260*----------------------------------------------------------------
001270 FD  RAW-TIMECARD-FILE
001280     RECORDING MODE IS F.
001290 COPY TIMECRDR.
001300
001310*----------------------------------------------------------------
001320* BATCH CONTROL CARD FOR TIMECARD-EDIT - CARD COUNT AND HASH
001330* TOTAL OF THE HOURS FIELDS OVER EVERY CARD WRITTEN ABOVE.
001340*----------------------------------------------------------------
001350 FD  CONTROL-CARD-FILE
001360     RECORDING MODE IS F.
001370 01  CONTROL-CARD-RECORD.
001380     05  CB-EXPECTED-COUNT-TEXT  PIC X(06).
001390     05  CB-HASH-HOURS-TEXT      PIC X(12).
001400     05  FILLER                  PIC X(32).
001410
001420*----------------------------------------------------------------
001426* DAILY WORKED HOURS - ONE RECORD PER EMPLOYEE PER DAY, KEPT
001433* ACROSS PERIODS AND PAY GROUPS (SEE 1200-KEEP-OTHER-DAYS).
001440*----------------------------------------------------------------
001450 FD  PUNCH-DAY-FILE
001460     RECORDING MODE IS F.
001470 COPY PUNCHDAY.
001471
001472*----------------------------------------------------------------
001473* PUNCHDLY WORK FILE - THE RECORDS KEPT FROM THE LAST PUNCHDLY
001474* WHILE IT IS REWRITTEN.
001475*----------------------------------------------------------------
001476 FD  PUNCH-DAY-WORK-FILE
001477     RECORDING MODE IS F.
001478 01  PUNCH-DAY-WORK-RECORD       PIC X(40).
001480
001490*----------------------------------------------------------------
001500* PUNCHES THAT WERE NOT PAID - THE ORIGINAL PUNCH IMAGE PLUS
001510* THE REASON, SO THE SUPERVISOR CAN CORRECT THE CLOCK FILE AND
001520* RERUN THE IMPORT.
001530*----------------------------------------------------------------
001540 FD  EXCEPTION-PUNCH-FILE
001550     RECORDING MODE IS F.
001560 01  EXCEPTION-PUNCH-RECORD.
001570     05  EX-PUNCH-IMAGE          PIC X(30).
001580     05  FILLER                  PIC X(02).
001590     05  EX-REJECT-REASON        PIC X(25).
001600
001610*----------------------------------------------------------------
001620* PRINTED PUNCH EXCEPTION AND CONTROL REPORT.
001630*----------------------------------------------------------------
001640 FD  PUNCH-REPORT-FILE
001650     RECORDING MODE IS F.
001660 01  PUNCH-REPORT-LINE           PIC X(80).
001670
001680 WORKING-STORAGE SECTION.
001690*----------------------------------------------------------------
001700* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
001710*----------------------------------------------------------------
001720 01  WS-PUNCH-STATUS             PIC X(02).
001730     88  WS-PUNCH-OK                   VALUE "00".
001740 01  WS-KEYED-STATUS             PIC X(02).
001750     88  WS-KEYED-OK                   VALUE "00".
001760 01  WS-MASTER-STATUS            PIC X(02).
001770     88  WS-MASTER-OK                  VALUE "00".
001780 01  WS-PAY-PERIOD-STATUS        PIC X(02).
001790     88  WS-PAY-PERIOD-OK              VALUE "00".
001800 01  WS-TIMECARD-STATUS          PIC X(02).
001810 01  WS-CONTROL-STATUS           PIC X(02).
001820 01  WS-DAILY-STATUS             PIC X(02).
001823     88  WS-DAILY-OK                   VALUE "00".
001826 01  WS-DAYWORK-STATUS           PIC X(02).
001830 01  WS-EXCEPTION-STATUS         PIC X(02).
001840 01  WS-REPORT-STATUS            PIC X(02).
001850 01  WS-KEYED-OPEN-SWITCH        PIC X(01)  VALUE "N".
001860     88  WS-KEYED-IS-OPEN              VALUE "Y".
001870
001880 01  WS-EOF-SWITCH               PIC X(01)  VALUE "N".
001890     88  WS-END-OF-PUNCHES             VALUE "Y".
001900 01  WS-KEYED-EOF-SWITCH         PIC X(01)  VALUE "N".
001910     88  WS-END-OF-KEYED-CARDS         VALUE "Y".
001913 01  WS-DAY-EOF-SWITCH           PIC X(01)  VALUE "N".
001916     88  WS-END-OF-DAY-RECORDS         VALUE "Y".
001920
001930 01  WS-REJECT-SWITCH            PIC X(01)  VALUE "N".
001940     88  WS-PUNCH-REJECTED             VALUE "Y".
001950 01  WS-SKIP-SWITCH              PIC X(01)  VALUE "N".
001960     88  WS-PUNCH-SKIPPED              VALUE "Y".
001970 01  WS-SLOT-SWITCH              PIC X(01)  VALUE "N".
001980     88  WS-SLOT-FOUND                 VALUE "Y".
001990
002000 01  WS-REJECT-REASON            PIC X(25).
002010 01  WS-EXCEPTION-IMAGE          PIC X(30).
002020
002030*----------------------------------------------------------------
002040* RUN-DATE INFORMATION FOR THE REPORT HEADING.
002050*----------------------------------------------------------------
002060 01  WS-CURRENT-DATE.
002070     05  WS-CURRENT-YEAR         PIC 9(04).
002080     05  WS-CURRENT-MONTH        PIC 9(02).
002090     05  WS-CURRENT-DAY          PIC 9(02).
002100 01  WS-CURRENT-DATE-DISPLAY     PIC 9(08).
002110
002120*----------------------------------------------------------------
002130* THE PAY PERIOD BEING IMPORTED AND THE OPEN PAYPERD GROUPS.
002140* MORE THAN ONE OPEN AT ONCE MEANS THE OPERATOR NAMES THE
002150* GROUP, THE SAME AS IN SIMPLE-PAYROLL.
002160*----------------------------------------------------------------
002170 01  WS-PAY-PERIOD               PIC 9(06).
002180 01  WS-PAY-GROUP                PIC X(01)  VALUE SPACE.
002190 01  WS-PERIOD-START-DATE        PIC X(08).
002200 01  WS-PERIOD-END-DATE          PIC X(08).
002210 01  WS-START-DAY-NUMBER         PIC 9(07)  VALUE ZERO.
002220 01  WS-END-DAY-NUMBER           PIC 9(07)  VALUE ZERO.
002230 01  WS-OPEN-GROUP-COUNT         PIC S9(04) COMP VALUE ZERO.
002240 01  WS-OPEN-GROUP-SUB           PIC S9(04) COMP VALUE ZERO.
002250 01  WS-OPEN-GROUP-TABLE.
002260     05  WS-OPEN-GROUP-ENTRY OCCURS 20 TIMES.
002270         10  OG-PAY-GROUP        PIC X(01).
002280         10  OG-PERIOD-NUMBER    PIC 9(06).
002290         10  OG-START-DATE       PIC X(08).
002300         10  OG-END-DATE         PIC X(08).
002310 01  WS-PERIOD-EOF-SWITCH        PIC X(01)  VALUE "N".
002320     88  WS-END-OF-PERIODS             VALUE "Y".
002330 01  WS-GROUP-PICKED-SWITCH      PIC X(01)  VALUE "N".
002340     88  WS-GROUP-PICKED               VALUE "Y".
002350 01  WS-GROUP-ANSWER             PIC X(01).
002360
002370*----------------------------------------------------------------
002380* SHOP TIME-CLOCK RULES.  EVERY PUNCH ROUNDS TO THE NEAREST
002390* QUARTER HOUR - UP TO 7 MINUTES ROUNDS BACK, 8 OR MORE ROUNDS
002400* FORWARD.  A SHIFT LONGER THAN 16 HOURS IS NOT PAID WITHOUT
002410* THE SUPERVISOR'S CORRECTION.
002420*----------------------------------------------------------------
002430 01  WS-ROUND-MINUTES            PIC 9(02)  VALUE 15.
002440 01  WS-ROUND-HALF               PIC 9(02)  VALUE 07.
002450 01  WS-MAX-SHIFT-MINUTES        PIC 9(04)  VALUE 0960.
002460
002470*----------------------------------------------------------------
002480* EMPLOYEE MASTER RESULT FOR THE LAST ID LOOKED UP - CLOCK
002490* FILES RUN IN LONG STRETCHES OF ONE EMPLOYEE'S PUNCHES.
002500*----------------------------------------------------------------
002510 01  WS-LAST-EMPLOYEE-ID         PIC X(05)  VALUE SPACES.
002520 01  WS-LAST-EMPLOYEE-RESULT     PIC X(01)  VALUE SPACE.
002530     88  WS-LAST-EMP-PUNCHES           VALUE "A".
002540     88  WS-LAST-EMP-UNKNOWN           VALUE "U".
002550     88  WS-LAST-EMP-OTHER-GROUP       VALUE "G".
002560     88  WS-LAST-EMP-NOT-HOURLY        VALUE "N".
002570
002580*----------------------------------------------------------------
002590* PUNCH WORK FIELDS - DATE AND TIME OF THE PUNCH BEING EDITED,
002600* ITS DAY NUMBER AND ITS ROUNDED TIME STAMP IN MINUTES.
002610*----------------------------------------------------------------
002620 01  WS-PUNCH-DATE               PIC 9(08).
002630 01  WS-PUNCH-TIME               PIC 9(04).
002640 01  WS-PUNCH-TIME-PARTS REDEFINES WS-PUNCH-TIME.
002650     05  WS-PUNCH-HOUR           PIC 9(02).
002660     05  WS-PUNCH-MINUTE         PIC 9(02).
002670 01  WS-DAY-NUMBER               PIC 9(07).
002680 01  WS-MINUTE-OF-DAY            PIC 9(04).
002690 01  WS-ROUND-QUOTIENT           PIC 9(04).
002700 01  WS-SHIFT-MINUTES            PIC S9(11) COMP-3.
002710
002720*----------------------------------------------------------------
002730* PUNCH TABLE - EVERY GOOD PUNCH, KEPT IN EMPLOYEE / DATE /
002740* TIME ORDER AS IT IS LOADED SO THE PAIRING PASS SEES EACH
002750* EMPLOYEE'S PUNCHES IN THE ORDER THEY HAPPENED.  AN OUT-PUNCH
002760* SORTS AHEAD OF AN IN-PUNCH AT THE SAME MINUTE (LUNCH OUT AND
002770* BACK IN ON ONE CLOCK TICK).
002780*----------------------------------------------------------------
002790 01  WS-PUNCH-COUNT              PIC S9(04) COMP VALUE ZERO.
002800 01  WS-PUNCH-SUB                PIC S9(04) COMP VALUE ZERO.
002810 01  WS-INS-SUB                  PIC S9(04) COMP VALUE ZERO.
002820 01  WS-MOVE-SUB                 PIC S9(04) COMP VALUE ZERO.
002830 01  WS-PUNCH-TABLE.
002840     05  WS-PUNCH-ENTRY OCCURS 5000 TIMES.
002850         10  PT-SORT-KEY.
002860             15  PT-EMPLOYEE-ID  PIC X(05).
002870             15  PT-PUNCH-DATE   PIC X(08).
002880             15  PT-PUNCH-TIME   PIC X(04).
002890             15  PT-TYPE-SEQ     PIC X(01).
002900                 88  PT-OUT-PUNCH    VALUE "1".
002910                 88  PT-IN-PUNCH     VALUE "2".
002920         10  PT-JOB-NUMBER       PIC X(06).
002930         10  PT-WORK-WEEK        PIC X(01).
002940         10  PT-STAMP            PIC 9(11).
002950         10  PT-PUNCH-IMAGE      PIC X(30).
002960 01  WS-NEW-ENTRY.
002970     05  NP-SORT-KEY.
002980         10  NP-EMPLOYEE-ID      PIC X(05).
002990         10  NP-PUNCH-DATE       PIC X(08).
003000         10  NP-PUNCH-TIME       PIC X(04).
003010         10  NP-TYPE-SEQ         PIC X(01).
003020     05  NP-JOB-NUMBER           PIC X(06).
003030     05  NP-WORK-WEEK            PIC X(01).
003040     05  NP-STAMP                PIC 9(11).
003050     05  NP-PUNCH-IMAGE          PIC X(30).
003060
003070*----------------------------------------------------------------
003080* PAIRING STATE FOR THE EMPLOYEE IN HAND.  AT MOST TWO IN-
003090* PUNCHES ARE HELD OPEN - A SECOND IN BEFORE THE FIRST IS
003100* CLOSED IS EITHER A FORGOTTEN OUT-PUNCH OR TWO OVERLAPPING
003110* SHIFTS, AND THE NEXT PUNCHES DECIDE WHICH.
003120*----------------------------------------------------------------
003130 01  WS-CURRENT-EMPLOYEE         PIC X(05)  VALUE SPACES.
003140 01  WS-OPEN-COUNT               PIC S9(04) COMP VALUE ZERO.
003150 01  WS-OPEN-SUB                 PIC S9(04) COMP VALUE ZERO.
003160 01  WS-OPEN-IN-TABLE.
003170     05  WS-OPEN-IN-SUB          PIC S9(04) COMP
003180                                 OCCURS 2 TIMES.
003190 01  WS-IN-SUB                   PIC S9(04) COMP VALUE ZERO.
003200 01  WS-EXCEPT-SUB               PIC S9(04) COMP VALUE ZERO.
003210 01  WS-OVERLAP-SWITCH           PIC X(01)  VALUE "N".
003220     88  WS-OVERLAP-PENDING            VALUE "Y".
003230
003240*----------------------------------------------------------------
003250* ONE EMPLOYEE'S PAID MINUTES - BY JOB AND WORK WEEK FOR THE
003260* CARDS, AND BY DAY FOR THE DAILY TOTALS.
003270*----------------------------------------------------------------
003280 01  WS-JW-COUNT                 PIC S9(04) COMP VALUE ZERO.
003290 01  WS-JW-SUB                   PIC S9(04) COMP VALUE ZERO.
003300 01  WS-JOB-WEEK-TABLE.
003310     05  WS-JOB-WEEK-ENTRY OCCURS 100 TIMES.
003320         10  JW-JOB-NUMBER       PIC X(06).
003330         10  JW-WORK-WEEK        PIC X(01).
003340         10  JW-MINUTES          PIC 9(05).
003350 01  WS-JW-FOUND-SWITCH          PIC X(01)  VALUE "N".
003360     88  WS-JW-FOUND                   VALUE "Y".
003370
003380 01  WS-DT-COUNT                 PIC S9(04) COMP VALUE ZERO.
003390 01  WS-DT-SUB                   PIC S9(04) COMP VALUE ZERO.
003400 01  WS-DAY-TOTAL-TABLE.
003410     05  WS-DAY-TOTAL-ENTRY OCCURS 40 TIMES.
003420         10  DT-WORK-DATE        PIC X(08).
003430         10  DT-WORK-WEEK        PIC X(01).
003440         10  DT-MINUTES          PIC 9(05).
003450         10  DT-SHIFT-COUNT      PIC 9(02).
003460 01  WS-DT-FOUND-SWITCH          PIC X(01)  VALUE "N".
003470     88  WS-DT-FOUND                   VALUE "Y".
003480
003490*----------------------------------------------------------------
003500* RUN ACCUMULATORS AND CONTROL-CARD FIELDS.
003510*----------------------------------------------------------------
003520 01  WS-PUNCHES-READ             PIC 9(05)    VALUE ZERO.
003530 01  WS-PUNCHES-SKIPPED          PIC 9(05)    VALUE ZERO.
003540 01  WS-PUNCH-EXCEPTIONS         PIC 9(05)    VALUE ZERO.
003550 01  WS-SHIFTS-PAIRED            PIC 9(05)    VALUE ZERO.
003560 01  WS-PUNCH-CARDS              PIC 9(05)    VALUE ZERO.
003570 01  WS-KEYED-CARDS              PIC 9(05)    VALUE ZERO.
003580 01  WS-DAYS-WRITTEN             PIC 9(05)    VALUE ZERO.
003585 01  WS-DAYS-KEPT                PIC 9(05)    VALUE ZERO.
003590 01  WS-CARDS-WRITTEN            PIC 9(05)    VALUE ZERO.
003600 01  WS-HOURS-HASH               PIC 9(07)V99 VALUE ZERO.
003610 01  WS-CARD-HOURS               PIC 9(03)V99.
003620 01  WS-HOURS-OUT                PIC 999.99.
003630 01  WS-CONTROL-COUNT-OUT        PIC 9(06).
003640 01  WS-CONTROL-HASH-OUT         PIC 9(08).99.
003650
003660 01  WS-EDITED-HASH              PIC Z,ZZZ,ZZ9.99.
003670 01  WS-EDITED-COUNT             PIC ZZ,ZZ9.
003680
003690*----------------------------------------------------------------
003700* REPORT LINES.
003710*----------------------------------------------------------------
003720 01  WS-REPORT-HEADING.
003730     05  FILLER                  PIC X(32)
003740         VALUE "PUNCHIMP PUNCH EXCEPTION REPORT ".
003750     05  RH-RUN-DATE             PIC 9(08).
003760 01  WS-REPORT-PERIOD.
003770     05  FILLER                  PIC X(11)  VALUE "PAY GROUP '".
003780     05  RP-PAY-GROUP            PIC X(01).
003790     05  FILLER                  PIC X(10)  VALUE "'  PERIOD ".
003800     05  RP-PERIOD-NUMBER        PIC 9(06).
003810     05  FILLER                  PIC X(02)  VALUE SPACES.
003820     05  RP-START-DATE           PIC X(08).
003830     05  FILLER                  PIC X(03)  VALUE " - ".
003840     05  RP-END-DATE             PIC X(08).
003850 01  WS-REPORT-DETAIL.
003860     05  RD-PUNCH-IMAGE          PIC X(30).
003870     05  FILLER                  PIC X(02)  VALUE SPACES.
003880     05  RD-REJECT-REASON        PIC X(25).
003890 01  WS-REPORT-TOTAL.
003900     05  RT-CAPTION              PIC X(22).
003910     05  RT-AMOUNT               PIC X(13).
003920 01  WS-DASH-LINE                PIC X(57) VALUE ALL "-".
003930
003940 PROCEDURE DIVISION.
003950*================================================================
003960* 0000-MAINLINE - PROGRAM ENTRY AND EXIT.
003970*================================================================
003980 0000-MAINLINE.
003990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004000     PERFORM 2000-LOAD-ALL-PUNCHES THRU 2000-EXIT.
004010     PERFORM 3000-PAIR-ALL-PUNCHES THRU 3000-EXIT.
004020     PERFORM 4000-COPY-KEYED-CARDS THRU 4000-EXIT.
004030     PERFORM 5000-WRITE-CONTROL-CARD THRU 5000-EXIT.
004040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004050     STOP RUN.
004060
004070*================================================================
004080* 1000-INITIALIZE - FIND THE OPEN PAY PERIOD, OPEN FILES AND
004090* PRINT THE REPORT HEADING.  NO PERIOD, NO MASTER OR NO CLOCK
004100* FILE MEANS NO IMPORT - STOP BEFORE TIMECARD IS TOUCHED.
004110*================================================================
004120 1000-INITIALIZE.
004130     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
004140     MOVE WS-CURRENT-DATE-DISPLAY TO WS-CURRENT-DATE.
004150
004160     PERFORM 1100-READ-PAY-PERIOD THRU 1100-EXIT.
004170
004180     OPEN INPUT EMPLOYEE-MASTER.
004190     IF NOT WS-MASTER-OK
004200         DISPLAY "WARNING - EMPLOYEE-MASTER COULD NOT BE OPENED."
004210         DISPLAY "PUNCH IMPORT CANNOT CONTINUE."
004220         STOP RUN
004230     END-IF.
004240
004250     OPEN INPUT PUNCH-FILE.
004260     IF NOT WS-PUNCH-OK
004270         DISPLAY "CLOCK PUNCH FILE PUNCHRAW COULD NOT BE "
004280             "OPENED - IMPORT ENDED."
004290         STOP RUN
004300     END-IF.
004310
004320* KEYED CARDS ARE OPTIONAL - A PERIOD WITH NOTHING BUT CLOCK
004330* HOURS HAS NO TIMEKEYD AT ALL.
004340     OPEN INPUT KEYED-TIMECARD-FILE.
004350     IF WS-KEYED-OK
004360         MOVE "Y" TO WS-KEYED-OPEN-SWITCH
004370     ELSE
004380         DISPLAY "No TIMEKEYD keyed cards - TIMECARD will "
004390             "carry clock hours only."
004400     END-IF.
004410
004420     OPEN OUTPUT RAW-TIMECARD-FILE.
004430     OPEN OUTPUT CONTROL-CARD-FILE.
004440     PERFORM 1200-KEEP-OTHER-DAYS THRU 1200-EXIT.
004450     OPEN OUTPUT EXCEPTION-PUNCH-FILE.
004460     OPEN OUTPUT PUNCH-REPORT-FILE.
004470
004480     MOVE WS-CURRENT-DATE-DISPLAY TO RH-RUN-DATE.
004490     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-HEADING.
004500     MOVE WS-PAY-GROUP TO RP-PAY-GROUP.
004510     MOVE WS-PAY-PERIOD TO RP-PERIOD-NUMBER.
004520     MOVE WS-PERIOD-START-DATE TO RP-START-DATE.
004530     MOVE WS-PERIOD-END-DATE TO RP-END-DATE.
004540     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-PERIOD.
004550     WRITE PUNCH-REPORT-LINE FROM WS-DASH-LINE.
004560 1000-EXIT.
004570     EXIT.
004580
004590*================================================================
004600* 1100-READ-PAY-PERIOD - THE IMPORT RUNS FOR ONE OPEN PAY
004610* GROUP.  ITS START AND END DATES BOUND THE PUNCHES ACCEPTED
004620* AND SPLIT THE PERIOD INTO WORK WEEKS.
004630*================================================================
004640 1100-READ-PAY-PERIOD.
004650     OPEN INPUT PAY-PERIOD-FILE.
004660     IF NOT WS-PAY-PERIOD-OK
004670         DISPLAY "WARNING - PAY PERIOD FILE PAYPERD COULD NOT "
004680             "BE OPENED."
004690         DISPLAY "PUNCH IMPORT CANNOT CONTINUE WITHOUT AN OPEN "
004700             "PAY PERIOD."
004710         STOP RUN
004720     END-IF.
004730     READ PAY-PERIOD-FILE
004740         AT END
004750             DISPLAY "PAY PERIOD FILE PAYPERD IS EMPTY - "
004760                 "IMPORT ENDED."
004770             STOP RUN
004780     END-READ.
004790     MOVE ZERO TO WS-OPEN-GROUP-COUNT.
004800     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
004810     PERFORM 1110-TABLE-PERIOD-RECORD
004820         UNTIL WS-END-OF-PERIODS.
004830     CLOSE PAY-PERIOD-FILE.
004840     IF WS-OPEN-GROUP-COUNT = ZERO
004850         DISPLAY "NO PAY GROUP HAS AN OPEN PERIOD - IMPORT ENDED."
004860         STOP RUN
004870     END-IF.
004880
004890     IF WS-OPEN-GROUP-COUNT = 1
004900         MOVE 1 TO WS-OPEN-GROUP-SUB
004910     ELSE
004920         DISPLAY "More than one pay group has an open period:"
004930         MOVE ZERO TO WS-OPEN-GROUP-SUB
004940         PERFORM 1115-SHOW-OPEN-GROUP
004950             UNTIL WS-OPEN-GROUP-SUB >= WS-OPEN-GROUP-COUNT
004960         MOVE "N" TO WS-GROUP-PICKED-SWITCH
004970         PERFORM 1120-PICK-PAY-GROUP
004980             UNTIL WS-GROUP-PICKED
004990     END-IF.
005000
005010     MOVE OG-PAY-GROUP (WS-OPEN-GROUP-SUB) TO WS-PAY-GROUP.
005020     MOVE OG-PERIOD-NUMBER (WS-OPEN-GROUP-SUB) TO WS-PAY-PERIOD.
005030     MOVE OG-START-DATE (WS-OPEN-GROUP-SUB)
005040         TO WS-PERIOD-START-DATE.
005050     MOVE OG-END-DATE (WS-OPEN-GROUP-SUB) TO WS-PERIOD-END-DATE.
005060
005070     IF WS-PERIOD-START-DATE IS NUMERIC
005080         AND WS-PERIOD-END-DATE IS NUMERIC
005090         MOVE WS-PERIOD-START-DATE TO WS-PUNCH-DATE
005100         COMPUTE WS-START-DAY-NUMBER =
005110             FUNCTION INTEGER-OF-DATE(WS-PUNCH-DATE)
005120         MOVE WS-PERIOD-END-DATE TO WS-PUNCH-DATE
005130         COMPUTE WS-END-DAY-NUMBER =
005140             FUNCTION INTEGER-OF-DATE(WS-PUNCH-DATE)
005150     END-IF.
005160     IF WS-START-DAY-NUMBER = ZERO
005170         OR WS-END-DAY-NUMBER < WS-START-DAY-NUMBER
005180         DISPLAY "PAY GROUP '" WS-PAY-GROUP "' PERIOD DATES "
005190             "ARE NOT VALID - IMPORT ENDED."
005200         STOP RUN
005210     END-IF.
005211* THE CARDS CARRY TWO WORKWEEKS AT MOST - A LONGER PERIOD IS A
005212* SEMI-MONTHLY OR MONTHLY GROUP, WHICH HAS NO HOURLY EMPLOYEES.
005213     IF WS-END-DAY-NUMBER - WS-START-DAY-NUMBER > 13
005215         DISPLAY "PAY GROUP '" WS-PAY-GROUP "' PERIOD IS LONGER "
005216             "THAN TWO WORKWEEKS - IMPORT ENDED."
005217         STOP RUN
005218     END-IF.
005220     DISPLAY "Importing punches for period " WS-PAY-PERIOD " ("
005230         WS-PERIOD-START-DATE " - " WS-PERIOD-END-DATE
005240         "), pay group '" WS-PAY-GROUP "'.".
005250 1100-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290* ONE PAYPERD RECORD.  ONLY AN OPEN PERIOD MATTERS TO THE RUN.
005300*----------------------------------------------------------------
005310 1110-TABLE-PERIOD-RECORD.
005320     IF PP-PERIOD-OPEN
005330         IF FUNCTION TEST-NUMVAL(PP-PERIOD-NUMBER-TEXT)
005340             NOT = ZERO
005350             DISPLAY "PAY PERIOD NUMBER IS NOT NUMERIC FOR PAY "
005360                 "GROUP '" PP-PAY-GROUP "' - IMPORT ENDED."
005370             STOP RUN
005380         END-IF
005390         IF WS-OPEN-GROUP-COUNT >= 20
005400             DISPLAY "More than 20 open pay groups - group '"
005410                 PP-PAY-GROUP "' cannot be imported this run."
005420         ELSE
005430             ADD 1 TO WS-OPEN-GROUP-COUNT
005440             MOVE PP-PAY-GROUP
005450                 TO OG-PAY-GROUP (WS-OPEN-GROUP-COUNT)
005460             MOVE FUNCTION NUMVAL(PP-PERIOD-NUMBER-TEXT)
005470                 TO OG-PERIOD-NUMBER (WS-OPEN-GROUP-COUNT)
005480             MOVE PP-START-DATE
005490                 TO OG-START-DATE (WS-OPEN-GROUP-COUNT)
005500             MOVE PP-END-DATE
005510                 TO OG-END-DATE (WS-OPEN-GROUP-COUNT)
005520         END-IF
005530     END-IF.
005540     READ PAY-PERIOD-FILE
005550         AT END
005560             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
005570     END-READ.
005580
005590 1115-SHOW-OPEN-GROUP.
005600     ADD 1 TO WS-OPEN-GROUP-SUB.
005610     DISPLAY "  Pay group '" OG-PAY-GROUP (WS-OPEN-GROUP-SUB)
005620         "'  period " OG-PERIOD-NUMBER (WS-OPEN-GROUP-SUB)
005630         "  (" OG-START-DATE (WS-OPEN-GROUP-SUB) " - "
005640         OG-END-DATE (WS-OPEN-GROUP-SUB) ")".
005650
005660*----------------------------------------------------------------
005670* THE OPERATOR NAMES ONE OF THE OPEN GROUPS - BLANK IS THE
005680* ORIGINAL GROUP.  ASKED AGAIN UNTIL IT MATCHES ONE.
005690*----------------------------------------------------------------
005700 1120-PICK-PAY-GROUP.
005710     DISPLAY "Pay group to import: " WITH NO ADVANCING.
005720     ACCEPT WS-GROUP-ANSWER.
005730     MOVE FUNCTION UPPER-CASE(WS-GROUP-ANSWER)
005740         TO WS-GROUP-ANSWER.
005750     MOVE ZERO TO WS-OPEN-GROUP-SUB.
005760     PERFORM 1125-SCAN-OPEN-GROUPS
005770         UNTIL WS-GROUP-PICKED
005780         OR WS-OPEN-GROUP-SUB >= WS-OPEN-GROUP-COUNT.
005790     IF NOT WS-GROUP-PICKED
005800         DISPLAY "Pay group '" WS-GROUP-ANSWER
005810             "' has no open period."
005820     END-IF.
005830
005831 1125-SCAN-OPEN-GROUPS.
005832     ADD 1 TO WS-OPEN-GROUP-SUB.
005833     IF OG-PAY-GROUP (WS-OPEN-GROUP-SUB) = WS-GROUP-ANSWER
005834         MOVE "Y" TO WS-GROUP-PICKED-SWITCH
005835     END-IF.
005836
005837*================================================================
005838* 1200-KEEP-OTHER-DAYS - PUNCHDLY IS COPIED TO PUNCHDWK LESS ANY
005839* RECORD OF THE GROUP AND PERIOD BEING IMPORTED, THEN COPIED
005840* BACK, AND LEFT OPEN FOR THIS RUN'S DAILY TOTALS.  A RERUN OF
005841* THE SAME PERIOD THUS REPLACES ITS OWN DAYS AND NOTHING ELSE.
005842* NO PUNCHDLY YET IS THE FIRST IMPORT - IT IS SIMPLY CREATED.
005843*================================================================
005844 1200-KEEP-OTHER-DAYS.
005845     OPEN INPUT PUNCH-DAY-FILE.
005846     IF NOT WS-DAILY-OK
005847         OPEN OUTPUT PUNCH-DAY-FILE
005848         GO TO 1200-EXIT
005849     END-IF.
005850     OPEN OUTPUT PUNCH-DAY-WORK-FILE.
005851     MOVE "N" TO WS-DAY-EOF-SWITCH.
005852     PERFORM 1210-FILTER-ONE-DAY THRU 1210-EXIT
005853         UNTIL WS-END-OF-DAY-RECORDS.
005854     CLOSE PUNCH-DAY-FILE.
005855     CLOSE PUNCH-DAY-WORK-FILE.
005856
005857     OPEN INPUT PUNCH-DAY-WORK-FILE.
005858     OPEN OUTPUT PUNCH-DAY-FILE.
005859     MOVE "N" TO WS-DAY-EOF-SWITCH.
005860     PERFORM 1220-COPY-ONE-DAY-BACK
005861         UNTIL WS-END-OF-DAY-RECORDS.
005862     CLOSE PUNCH-DAY-WORK-FILE.
005863 1200-EXIT.
005864     EXIT.
005865
005866 1210-FILTER-ONE-DAY.
005867     READ PUNCH-DAY-FILE
005868         AT END
005869             MOVE "Y" TO WS-DAY-EOF-SWITCH
005870     END-READ.
005871     IF WS-END-OF-DAY-RECORDS
005872         GO TO 1210-EXIT
005873     END-IF.
005874     IF PD-PAY-GROUP NOT = WS-PAY-GROUP
005875         OR PD-PERIOD-NUMBER NOT = WS-PAY-PERIOD
005876         WRITE PUNCH-DAY-WORK-RECORD FROM PUNCH-DAY-RECORD
005877         ADD 1 TO WS-DAYS-KEPT
005878     END-IF.
005879 1210-EXIT.
005880     EXIT.
005881
005882 1220-COPY-ONE-DAY-BACK.
005883     READ PUNCH-DAY-WORK-FILE
005884         AT END
005885             MOVE "Y" TO WS-DAY-EOF-SWITCH
005886         NOT AT END
005887             WRITE PUNCH-DAY-RECORD FROM PUNCH-DAY-WORK-RECORD
005888     END-READ.
005890
005900*================================================================
005910* 2000-LOAD-ALL-PUNCHES - ONE PASS OVER THE CLOCK FILE.  BAD
005920* PUNCHES GO STRAIGHT TO THE EXCEPTIONS; GOOD ONES ARE ROUNDED
005930* AND FILED IN THE PUNCH TABLE IN KEY ORDER.
005940*================================================================
005950 2000-LOAD-ALL-PUNCHES.
005960     MOVE "N" TO WS-EOF-SWITCH.
005970     PERFORM 2100-READ-PUNCH.
005980     PERFORM 2200-LOAD-ONE-PUNCH
005990         UNTIL WS-END-OF-PUNCHES.
006000 2000-EXIT.
006010     EXIT.
006020
006030 2100-READ-PUNCH.
006040     READ PUNCH-FILE
006050         AT END
006060             MOVE "Y" TO WS-EOF-SWITCH
006070     END-READ.
006080
006090*----------------------------------------------------------------
006100* EDIT ONE PUNCH.  PUNCHES FOR ANOTHER PAY GROUP, OR FOR A
006110* SALARIED OR COMMISSION EMPLOYEE WHO PUNCHES FOR ATTENDANCE
006120* ONLY, ARE COUNTED AND PASSED OVER - THEY ARE NOT ERRORS.
006130*----------------------------------------------------------------
006140 2200-LOAD-ONE-PUNCH.
006150     ADD 1 TO WS-PUNCHES-READ.
006160     MOVE "N" TO WS-REJECT-SWITCH.
006170     MOVE "N" TO WS-SKIP-SWITCH.
006180     MOVE SPACES TO WS-REJECT-REASON.
006190     PERFORM 2300-EDIT-PUNCH-FIELDS THRU 2300-EXIT.
006200     IF NOT WS-PUNCH-REJECTED
006210         PERFORM 2400-CHECK-EMPLOYEE THRU 2400-EXIT
006220     END-IF.
006230     IF NOT WS-PUNCH-REJECTED AND NOT WS-PUNCH-SKIPPED
006240         PERFORM 2500-TABLE-PUNCH THRU 2500-EXIT
006250     END-IF.
006260
006270     IF WS-PUNCH-REJECTED
006280         MOVE PUNCH-RECORD TO WS-EXCEPTION-IMAGE
006290         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
006300     END-IF.
006310     IF WS-PUNCH-SKIPPED
006320         ADD 1 TO WS-PUNCHES-SKIPPED
006330     END-IF.
006340     PERFORM 2100-READ-PUNCH.
006350
006360*----------------------------------------------------------------
006370* FIELD EDITS.  AN IN-PUNCH MUST FALL INSIDE THE PERIOD; AN
006380* OUT-PUNCH MAY FALL ON THE DAY AFTER THE PERIOD ENDS, TO
006390* CLOSE A NIGHT SHIFT STARTED ON THE LAST DAY.
006400*----------------------------------------------------------------
006410 2300-EDIT-PUNCH-FIELDS.
006420     IF PR-EMPLOYEE-ID = SPACES
006430         MOVE "Y" TO WS-REJECT-SWITCH
006440         MOVE "MISSING EMPLOYEE ID" TO WS-REJECT-REASON
006450         GO TO 2300-EXIT
006460     END-IF.
006470     IF NOT PR-TYPE-IN AND NOT PR-TYPE-OUT
006480         MOVE "Y" TO WS-REJECT-SWITCH
006490         MOVE "PUNCH TYPE NOT I OR O" TO WS-REJECT-REASON
006500         GO TO 2300-EXIT
006510     END-IF.
006520
006530     MOVE ZERO TO WS-DAY-NUMBER.
006540     IF PR-PUNCH-DATE IS NUMERIC
006550         MOVE PR-PUNCH-DATE TO WS-PUNCH-DATE
006560         IF WS-PUNCH-DATE >= 16010101
006570             COMPUTE WS-DAY-NUMBER =
006580                 FUNCTION INTEGER-OF-DATE(WS-PUNCH-DATE)
006590         END-IF
006600     END-IF.
006610     IF WS-DAY-NUMBER = ZERO
006620         MOVE "Y" TO WS-REJECT-SWITCH
006630         MOVE "INVALID PUNCH DATE" TO WS-REJECT-REASON
006640         GO TO 2300-EXIT
006650     END-IF.
006660
006670     IF PR-PUNCH-TIME IS NUMERIC
006680         MOVE PR-PUNCH-TIME TO WS-PUNCH-TIME
006690     ELSE
006700         MOVE 9999 TO WS-PUNCH-TIME
006710     END-IF.
006720     IF WS-PUNCH-HOUR > 23 OR WS-PUNCH-MINUTE > 59
006730         MOVE "Y" TO WS-REJECT-SWITCH
006740         MOVE "INVALID PUNCH TIME" TO WS-REJECT-REASON
006750         GO TO 2300-EXIT
006760     END-IF.
006770
006780     IF WS-DAY-NUMBER < WS-START-DAY-NUMBER
006790         OR (PR-TYPE-IN AND WS-DAY-NUMBER > WS-END-DAY-NUMBER)
006800         OR WS-DAY-NUMBER > WS-END-DAY-NUMBER + 1
006810         MOVE "Y" TO WS-REJECT-SWITCH
006820         MOVE "OUTSIDE PAY PERIOD" TO WS-REJECT-REASON
006830     END-IF.
006840 2300-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880* EMPLOYEE MASTER CHECK - READ ONLY WHEN THE ID CHANGES.
006890*----------------------------------------------------------------
006900 2400-CHECK-EMPLOYEE.
006910     IF PR-EMPLOYEE-ID NOT = WS-LAST-EMPLOYEE-ID
006920         MOVE PR-EMPLOYEE-ID TO WS-LAST-EMPLOYEE-ID
006930         MOVE PR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
006940         READ EMPLOYEE-MASTER
006950             INVALID KEY
006960                 MOVE "U" TO WS-LAST-EMPLOYEE-RESULT
006970             NOT INVALID KEY
006980                 EVALUATE TRUE
006990                     WHEN EM-PAY-GROUP NOT = WS-PAY-GROUP
007000                         MOVE "G" TO WS-LAST-EMPLOYEE-RESULT
007010                     WHEN NOT EM-TYPE-HOURLY
007020                         MOVE "N" TO WS-LAST-EMPLOYEE-RESULT
007030                     WHEN OTHER
007040                         MOVE "A" TO WS-LAST-EMPLOYEE-RESULT
007050                 END-EVALUATE
007060         END-READ
007070     END-IF.
007080
007090     EVALUATE TRUE
007100         WHEN WS-LAST-EMP-UNKNOWN
007110             MOVE "Y" TO WS-REJECT-SWITCH
007120             MOVE "UNKNOWN EMPLOYEE ID" TO WS-REJECT-REASON
007130         WHEN WS-LAST-EMP-OTHER-GROUP
007140             MOVE "Y" TO WS-SKIP-SWITCH
007150         WHEN WS-LAST-EMP-NOT-HOURLY
007160             MOVE "Y" TO WS-SKIP-SWITCH
007170     END-EVALUATE.
007180 2400-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------
007220* FILE ONE GOOD PUNCH.  THE TIME IS ROUNDED HERE AND CARRIED
007230* AS A STAMP IN MINUTES FROM THE DAY NUMBER, SO A SHIFT THAT
007240* CROSSES MIDNIGHT SUBTRACTS LIKE ANY OTHER.  THE SAME PUNCH
007250* TWICE (SAME EMPLOYEE, DATE, TIME AND TYPE) IS AN EXCEPTION.
007260*----------------------------------------------------------------
007270 2500-TABLE-PUNCH.
007280     IF WS-PUNCH-COUNT >= 5000
007290         MOVE "Y" TO WS-REJECT-SWITCH
007300         MOVE "PUNCH TABLE FULL" TO WS-REJECT-REASON
007310         GO TO 2500-EXIT
007320     END-IF.
007330
007340     MOVE PR-EMPLOYEE-ID TO NP-EMPLOYEE-ID.
007350     MOVE PR-PUNCH-DATE TO NP-PUNCH-DATE.
007360     MOVE PR-PUNCH-TIME TO NP-PUNCH-TIME.
007370     IF PR-TYPE-IN
007380         MOVE "2" TO NP-TYPE-SEQ
007390     ELSE
007400         MOVE "1" TO NP-TYPE-SEQ
007410     END-IF.
007420     MOVE PR-JOB-NUMBER TO NP-JOB-NUMBER.
007430     MOVE PUNCH-RECORD TO NP-PUNCH-IMAGE.
007440     IF WS-DAY-NUMBER - WS-START-DAY-NUMBER < 7
007450         MOVE "1" TO NP-WORK-WEEK
007460     ELSE
007470         MOVE "2" TO NP-WORK-WEEK
007480     END-IF.
007490
007500     COMPUTE WS-MINUTE-OF-DAY =
007510         WS-PUNCH-HOUR * 60 + WS-PUNCH-MINUTE.
007520     COMPUTE WS-ROUND-QUOTIENT =
007530         (WS-MINUTE-OF-DAY + WS-ROUND-HALF) / WS-ROUND-MINUTES.
007540     COMPUTE NP-STAMP = WS-DAY-NUMBER * 1440
007550         + WS-ROUND-QUOTIENT * WS-ROUND-MINUTES.
007560
007570     MOVE WS-PUNCH-COUNT TO WS-INS-SUB.
007580     MOVE "N" TO WS-SLOT-SWITCH.
007590     PERFORM 2510-FIND-SLOT
007600         UNTIL WS-SLOT-FOUND.
007610     IF WS-INS-SUB > ZERO
007620         IF PT-SORT-KEY (WS-INS-SUB) = NP-SORT-KEY
007630             MOVE "Y" TO WS-REJECT-SWITCH
007640             MOVE "DUPLICATE PUNCH" TO WS-REJECT-REASON
007650             GO TO 2500-EXIT
007660         END-IF
007670     END-IF.
007680
007690     MOVE WS-PUNCH-COUNT TO WS-MOVE-SUB.
007700     PERFORM 2520-SHIFT-ENTRY-UP
007710         UNTIL WS-MOVE-SUB <= WS-INS-SUB.
007720     ADD 1 TO WS-INS-SUB.
007730     MOVE WS-NEW-ENTRY TO WS-PUNCH-ENTRY (WS-INS-SUB).
007740     ADD 1 TO WS-PUNCH-COUNT.
007750 2500-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------------
007790* BACK UP FROM THE END OF THE TABLE TO THE LAST ENTRY NOT
007800* AFTER THE NEW PUNCH - THE NEW ONE GOES IN RIGHT BEHIND IT.
007810*----------------------------------------------------------------
007820 2510-FIND-SLOT.
007830     IF WS-INS-SUB = ZERO
007840         MOVE "Y" TO WS-SLOT-SWITCH
007850     ELSE
007860         IF PT-SORT-KEY (WS-INS-SUB) > NP-SORT-KEY
007870             SUBTRACT 1 FROM WS-INS-SUB
007880         ELSE
007890             MOVE "Y" TO WS-SLOT-SWITCH
007900         END-IF
007910     END-IF.
007920
007930 2520-SHIFT-ENTRY-UP.
007940     MOVE WS-PUNCH-ENTRY (WS-MOVE-SUB)
007950         TO WS-PUNCH-ENTRY (WS-MOVE-SUB + 1).
007960     SUBTRACT 1 FROM WS-MOVE-SUB.
007970
007980 2700-WRITE-EXCEPTION.
007990     MOVE SPACES TO EXCEPTION-PUNCH-RECORD.
008000     MOVE WS-EXCEPTION-IMAGE TO EX-PUNCH-IMAGE.
008010     MOVE WS-REJECT-REASON TO EX-REJECT-REASON.
008020     WRITE EXCEPTION-PUNCH-RECORD.
008030     MOVE WS-EXCEPTION-IMAGE TO RD-PUNCH-IMAGE.
008040     MOVE WS-REJECT-REASON TO RD-REJECT-REASON.
008050     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-DETAIL.
008060     ADD 1 TO WS-PUNCH-EXCEPTIONS.
008070 2700-EXIT.
008080     EXIT.
008090
008100*================================================================
008110* 3000-PAIR-ALL-PUNCHES - WALK THE TABLE ONE EMPLOYEE AT A
008120* TIME, MATCHING EACH IN-PUNCH TO ITS OUT-PUNCH.  WHEN THE
008130* EMPLOYEE CHANGES, THE LAST ONE'S CARDS AND DAILY TOTALS ARE
008140* WRITTEN.
008150*================================================================
008160 3000-PAIR-ALL-PUNCHES.
008170     MOVE SPACES TO WS-CURRENT-EMPLOYEE.
008180     MOVE ZERO TO WS-PUNCH-SUB.
008190     PERFORM 3100-PAIR-ONE-PUNCH
008200         UNTIL WS-PUNCH-SUB >= WS-PUNCH-COUNT.
008210     IF WS-CURRENT-EMPLOYEE NOT = SPACES
008220         PERFORM 3800-FINISH-EMPLOYEE THRU 3800-EXIT
008230     END-IF.
008240     DISPLAY "PUNCHIMP: " WS-SHIFTS-PAIRED " shifts paired, "
008250         WS-PUNCH-CARDS " cards written.".
008260 3000-EXIT.
008270     EXIT.
008280
008290 3100-PAIR-ONE-PUNCH.
008300     ADD 1 TO WS-PUNCH-SUB.
008310     IF PT-EMPLOYEE-ID (WS-PUNCH-SUB) NOT = WS-CURRENT-EMPLOYEE
008320         IF WS-CURRENT-EMPLOYEE NOT = SPACES
008330             PERFORM 3800-FINISH-EMPLOYEE THRU 3800-EXIT
008340         END-IF
008350         MOVE PT-EMPLOYEE-ID (WS-PUNCH-SUB)
008360             TO WS-CURRENT-EMPLOYEE
008370         MOVE ZERO TO WS-OPEN-COUNT
008380         MOVE "N" TO WS-OVERLAP-SWITCH
008390         MOVE ZERO TO WS-JW-COUNT
008400         MOVE ZERO TO WS-DT-COUNT
008410     END-IF.
008420     IF PT-IN-PUNCH (WS-PUNCH-SUB)
008430         PERFORM 3200-IN-PUNCH THRU 3200-EXIT
008440     ELSE
008450         PERFORM 3300-OUT-PUNCH THRU 3300-EXIT
008460     END-IF.
008470
008480*----------------------------------------------------------------
008490* AN IN-PUNCH OPENS A SHIFT.  AN IN STILL OPEN FROM MORE THAN
008500* A MAXIMUM SHIFT AGO CANNOT BE CLOSED BY ANYTHING STILL TO
008510* COME - ITS OUT-PUNCH IS MISSING.  A THIRD OPEN IN PUSHES THE
008520* OLDEST ONE OUT THE SAME WAY.
008530*----------------------------------------------------------------
008540 3200-IN-PUNCH.
008550     IF WS-OPEN-COUNT = 2
008560         MOVE WS-OPEN-IN-SUB (1) TO WS-EXCEPT-SUB
008570         MOVE "MISSING OUT PUNCH" TO WS-REJECT-REASON
008580         PERFORM 3700-EXCEPT-PUNCH THRU 3700-EXIT
008590         MOVE WS-OPEN-IN-SUB (2) TO WS-OPEN-IN-SUB (1)
008600         MOVE 1 TO WS-OPEN-COUNT
008610         MOVE "N" TO WS-OVERLAP-SWITCH
008620     END-IF.
008630     IF WS-OPEN-COUNT = 1
008640         COMPUTE WS-SHIFT-MINUTES =
008650             PT-STAMP (WS-PUNCH-SUB)
008660             - PT-STAMP (WS-OPEN-IN-SUB (1))
008670         IF WS-SHIFT-MINUTES > WS-MAX-SHIFT-MINUTES
008680             MOVE WS-OPEN-IN-SUB (1) TO WS-EXCEPT-SUB
008690             MOVE "MISSING OUT PUNCH" TO WS-REJECT-REASON
008700             PERFORM 3700-EXCEPT-PUNCH THRU 3700-EXIT
008710             MOVE ZERO TO WS-OPEN-COUNT
008720             MOVE "N" TO WS-OVERLAP-SWITCH
008730         END-IF
008740     END-IF.
008750     ADD 1 TO WS-OPEN-COUNT.
008760     MOVE WS-PUNCH-SUB TO WS-OPEN-IN-SUB (WS-OPEN-COUNT).
008770 3200-EXIT.
008780     EXIT.
008790
008800*----------------------------------------------------------------
008810* AN OUT-PUNCH CLOSES THE LATEST OPEN SHIFT.  WITH TWO SHIFTS
008820* OPEN THE EMPLOYEE WAS ON THE CLOCK TWICE AT ONCE - BOTH
008830* SHIFTS ARE OVERLAPPING PUNCHES AND NEITHER IS PAID.
008840*----------------------------------------------------------------
008850 3300-OUT-PUNCH.
008860     IF WS-OPEN-COUNT = ZERO
008870         MOVE WS-PUNCH-SUB TO WS-EXCEPT-SUB
008880         MOVE "MISSING IN PUNCH" TO WS-REJECT-REASON
008890         PERFORM 3700-EXCEPT-PUNCH THRU 3700-EXIT
008900         GO TO 3300-EXIT
008910     END-IF.
008920
008930     IF WS-OPEN-COUNT = 2
008940         MOVE WS-OPEN-IN-SUB (2) TO WS-IN-SUB
008950         MOVE 1 TO WS-OPEN-COUNT
008960         MOVE "Y" TO WS-OVERLAP-SWITCH
008970         MOVE "OVERLAPPING PUNCHES" TO WS-REJECT-REASON
008980         PERFORM 3750-EXCEPT-SHIFT THRU 3750-EXIT
008990         GO TO 3300-EXIT
009000     END-IF.
009010
009020     MOVE WS-OPEN-IN-SUB (1) TO WS-IN-SUB.
009030     MOVE ZERO TO WS-OPEN-COUNT.
009040     IF WS-OVERLAP-PENDING
009050         MOVE "N" TO WS-OVERLAP-SWITCH
009060         MOVE "OVERLAPPING PUNCHES" TO WS-REJECT-REASON
009070         PERFORM 3750-EXCEPT-SHIFT THRU 3750-EXIT
009080         GO TO 3300-EXIT
009090     END-IF.
009100
009110     COMPUTE WS-SHIFT-MINUTES =
009120         PT-STAMP (WS-PUNCH-SUB) - PT-STAMP (WS-IN-SUB).
009130     IF WS-SHIFT-MINUTES > WS-MAX-SHIFT-MINUTES
009140         MOVE "SHIFT OVER MAXIMUM" TO WS-REJECT-REASON
009150         PERFORM 3750-EXCEPT-SHIFT THRU 3750-EXIT
009160         GO TO 3300-EXIT
009170     END-IF.
009180     PERFORM 3400-POST-SHIFT THRU 3400-EXIT.
009190 3300-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------
009230* POST ONE GOOD SHIFT.  THE JOB, WORK WEEK AND WORK DAY ARE
009240* ALL TAKEN FROM THE IN-PUNCH.
009250*----------------------------------------------------------------
009260 3400-POST-SHIFT.
009270     MOVE "N" TO WS-JW-FOUND-SWITCH.
009280     MOVE ZERO TO WS-JW-SUB.
009290     PERFORM 3410-SCAN-JOB-WEEK
009300         UNTIL WS-JW-FOUND OR WS-JW-SUB >= WS-JW-COUNT.
009310     MOVE "N" TO WS-DT-FOUND-SWITCH.
009320     MOVE ZERO TO WS-DT-SUB.
009330     PERFORM 3420-SCAN-DAY-TOTAL
009340         UNTIL WS-DT-FOUND OR WS-DT-SUB >= WS-DT-COUNT.
009350     IF (NOT WS-JW-FOUND AND WS-JW-COUNT >= 100)
009360         OR (NOT WS-DT-FOUND AND WS-DT-COUNT >= 40)
009370         MOVE "TOO MANY JOBS OR DAYS" TO WS-REJECT-REASON
009380         PERFORM 3750-EXCEPT-SHIFT THRU 3750-EXIT
009390         GO TO 3400-EXIT
009400     END-IF.
009410
009420     IF NOT WS-JW-FOUND
009430         ADD 1 TO WS-JW-COUNT
009440         MOVE WS-JW-COUNT TO WS-JW-SUB
009450         MOVE PT-JOB-NUMBER (WS-IN-SUB)
009460             TO JW-JOB-NUMBER (WS-JW-SUB)
009470         MOVE PT-WORK-WEEK (WS-IN-SUB)
009480             TO JW-WORK-WEEK (WS-JW-SUB)
009490         MOVE ZERO TO JW-MINUTES (WS-JW-SUB)
009500     END-IF.
009510     ADD WS-SHIFT-MINUTES TO JW-MINUTES (WS-JW-SUB).
009520
009530     IF NOT WS-DT-FOUND
009540         ADD 1 TO WS-DT-COUNT
009550         MOVE WS-DT-COUNT TO WS-DT-SUB
009560         MOVE PT-PUNCH-DATE (WS-IN-SUB)
009570             TO DT-WORK-DATE (WS-DT-SUB)
009580         MOVE PT-WORK-WEEK (WS-IN-SUB)
009590             TO DT-WORK-WEEK (WS-DT-SUB)
009600         MOVE ZERO TO DT-MINUTES (WS-DT-SUB)
009610         MOVE ZERO TO DT-SHIFT-COUNT (WS-DT-SUB)
009620     END-IF.
009630     ADD WS-SHIFT-MINUTES TO DT-MINUTES (WS-DT-SUB).
009640     ADD 1 TO DT-SHIFT-COUNT (WS-DT-SUB).
009650     ADD 1 TO WS-SHIFTS-PAIRED.
009660 3400-EXIT.
009670     EXIT.
009680
009690 3410-SCAN-JOB-WEEK.
009700     ADD 1 TO WS-JW-SUB.
009710     IF JW-JOB-NUMBER (WS-JW-SUB) = PT-JOB-NUMBER (WS-IN-SUB)
009720         AND JW-WORK-WEEK (WS-JW-SUB) = PT-WORK-WEEK (WS-IN-SUB)
009730         MOVE "Y" TO WS-JW-FOUND-SWITCH
009740     END-IF.
009750
009760 3420-SCAN-DAY-TOTAL.
009770     ADD 1 TO WS-DT-SUB.
009780     IF DT-WORK-DATE (WS-DT-SUB) = PT-PUNCH-DATE (WS-IN-SUB)
009790         MOVE "Y" TO WS-DT-FOUND-SWITCH
009800     END-IF.
009810
009820*----------------------------------------------------------------
009830* EXCEPTION LINES FROM THE TABLE - ONE PUNCH, OR BOTH PUNCHES
009840* OF A SHIFT (IN-PUNCH FIRST) UNDER ONE REASON.
009850*----------------------------------------------------------------
009860 3700-EXCEPT-PUNCH.
009870     MOVE PT-PUNCH-IMAGE (WS-EXCEPT-SUB) TO WS-EXCEPTION-IMAGE.
009880     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT.
009890 3700-EXIT.
009900     EXIT.
009910
009920 3750-EXCEPT-SHIFT.
009930     MOVE WS-IN-SUB TO WS-EXCEPT-SUB.
009940     PERFORM 3700-EXCEPT-PUNCH THRU 3700-EXIT.
009950     MOVE WS-PUNCH-SUB TO WS-EXCEPT-SUB.
009960     PERFORM 3700-EXCEPT-PUNCH THRU 3700-EXIT.
009970 3750-EXIT.
009980     EXIT.
009990
010000*================================================================
010010* 3800-FINISH-EMPLOYEE - ANY SHIFT STILL OPEN NEVER GOT ITS
010020* OUT-PUNCH.  THEN ONE TIMECARD PER JOB AND WEEK, AND ONE
010030* DAILY TOTAL PER DAY WORKED.
010040*================================================================
010050 3800-FINISH-EMPLOYEE.
010060     MOVE "MISSING OUT PUNCH" TO WS-REJECT-REASON.
010070     MOVE ZERO TO WS-OPEN-SUB.
010080     PERFORM 3810-REPORT-OPEN-IN
010090         UNTIL WS-OPEN-SUB >= WS-OPEN-COUNT.
010100     MOVE ZERO TO WS-OPEN-COUNT.
010110
010120     MOVE ZERO TO WS-JW-SUB.
010130     PERFORM 3820-WRITE-PUNCH-CARD
010140         UNTIL WS-JW-SUB >= WS-JW-COUNT.
010150     MOVE ZERO TO WS-DT-SUB.
010160     PERFORM 3830-WRITE-DAY-TOTAL
010170         UNTIL WS-DT-SUB >= WS-DT-COUNT.
010180 3800-EXIT.
010190     EXIT.
010200
010210 3810-REPORT-OPEN-IN.
010220     ADD 1 TO WS-OPEN-SUB.
010230     MOVE WS-OPEN-IN-SUB (WS-OPEN-SUB) TO WS-EXCEPT-SUB.
010240     PERFORM 3700-EXCEPT-PUNCH THRU 3700-EXIT.
010250
010260*----------------------------------------------------------------
010270* ONE REGULAR-HOURS CARD.  THE HOURS GO OUT AS KEYED TEXT, THE
010280* SAME AS A CARD FROM THE DESK, AND FOOT INTO THE HASH TOTAL.
010290*----------------------------------------------------------------
010300 3820-WRITE-PUNCH-CARD.
010310     ADD 1 TO WS-JW-SUB.
010320     IF JW-MINUTES (WS-JW-SUB) > ZERO
010330         MOVE SPACES TO TIMECARD-RECORD
010340         MOVE WS-CURRENT-EMPLOYEE TO TC-EMPLOYEE-ID
010350         COMPUTE WS-CARD-HOURS ROUNDED =
010360             JW-MINUTES (WS-JW-SUB) / 60
010370         MOVE WS-CARD-HOURS TO WS-HOURS-OUT
010380         MOVE WS-HOURS-OUT TO TC-HOURS-WORKED-TEXT
010390         MOVE "R" TO TC-EARNINGS-TYPE
010400         MOVE JW-JOB-NUMBER (WS-JW-SUB) TO TC-JOB-NUMBER
010410         MOVE JW-WORK-WEEK (WS-JW-SUB) TO TC-WORK-WEEK
010420         WRITE TIMECARD-RECORD
010430         ADD 1 TO WS-PUNCH-CARDS
010440         ADD WS-CARD-HOURS TO WS-HOURS-HASH
010450     END-IF.
010460
010470 3830-WRITE-DAY-TOTAL.
010480     ADD 1 TO WS-DT-SUB.
010490     IF DT-MINUTES (WS-DT-SUB) > ZERO
010500         MOVE SPACES TO PUNCH-DAY-RECORD
010510         MOVE WS-CURRENT-EMPLOYEE TO PD-EMPLOYEE-ID
010520         MOVE DT-WORK-DATE (WS-DT-SUB) TO PD-WORK-DATE
010530         MOVE DT-WORK-WEEK (WS-DT-SUB) TO PD-WORK-WEEK
010540         MOVE WS-PAY-GROUP TO PD-PAY-GROUP
010550         MOVE WS-PAY-PERIOD TO PD-PERIOD-NUMBER
010560         COMPUTE PD-HOURS ROUNDED =
010570             DT-MINUTES (WS-DT-SUB) / 60
010580         MOVE DT-SHIFT-COUNT (WS-DT-SUB) TO PD-SHIFT-COUNT
010590         WRITE PUNCH-DAY-RECORD
010600         ADD 1 TO WS-DAYS-WRITTEN
010610     END-IF.
010620
010630*================================================================
010640* 4000-COPY-KEYED-CARDS - THE DESK'S KEYED CARDS GO TO TIMECARD
010650* UNCHANGED.  THEY FOOT INTO THE CONTROL CARD THE SAME WAY
010660* TIMECARD-EDIT FOOTS THEM - EVERY CARD COUNTS, AND THE HOURS
010670* FIELD ADDS TO THE HASH WHEN IT IS NUMERIC.
010680*================================================================
010690 4000-COPY-KEYED-CARDS.
010700     IF NOT WS-KEYED-IS-OPEN
010710         GO TO 4000-EXIT
010720     END-IF.
010730     MOVE "N" TO WS-KEYED-EOF-SWITCH.
010740     PERFORM 4100-READ-KEYED-CARD.
010750     PERFORM 4200-COPY-ONE-KEYED-CARD
010760         UNTIL WS-END-OF-KEYED-CARDS.
010770 4000-EXIT.
010780     EXIT.
010790
010800 4100-READ-KEYED-CARD.
010810     READ KEYED-TIMECARD-FILE
010820         AT END
010830             MOVE "Y" TO WS-KEYED-EOF-SWITCH
010840     END-READ.
010850
010860 4200-COPY-ONE-KEYED-CARD.
010870     MOVE KEYED-TIMECARD-RECORD TO TIMECARD-RECORD.
010880     WRITE TIMECARD-RECORD.
010890     ADD 1 TO WS-KEYED-CARDS.
010900     IF FUNCTION TEST-NUMVAL(TC-HOURS-WORKED-TEXT) = ZERO
010910         ADD FUNCTION NUMVAL(TC-HOURS-WORKED-TEXT)
010920             TO WS-HOURS-HASH
010930     END-IF.
010940     PERFORM 4100-READ-KEYED-CARD.
010950
010960*================================================================
010970* 5000-WRITE-CONTROL-CARD - THE TCCONTRL CARD TIMECARD-EDIT
010980* BALANCES AGAINST: EVERY CARD WRITTEN AND THEIR HOURS HASH.
010990*================================================================
011000 5000-WRITE-CONTROL-CARD.
011010     COMPUTE WS-CARDS-WRITTEN = WS-PUNCH-CARDS + WS-KEYED-CARDS.
011020     MOVE SPACES TO CONTROL-CARD-RECORD.
011030     MOVE WS-CARDS-WRITTEN TO WS-CONTROL-COUNT-OUT.
011040     MOVE WS-CONTROL-COUNT-OUT TO CB-EXPECTED-COUNT-TEXT.
011050     MOVE WS-HOURS-HASH TO WS-CONTROL-HASH-OUT.
011060     MOVE WS-CONTROL-HASH-OUT TO CB-HASH-HOURS-TEXT.
011070     WRITE CONTROL-CARD-RECORD.
011080 5000-EXIT.
011090     EXIT.
011100
011110*================================================================
011120* 9000-TERMINATE - CONTROL TOTALS, THEN CLOSE ALL FILES.  ANY
011130* PUNCH EXCEPTION SETS RETURN-CODE 4 - THE CARDS ARE GOOD BUT
011140* THE SUPERVISOR HAS PUNCHES TO FIX BEFORE THE PAY RUN.
011150*================================================================
011160 9000-TERMINATE.
011170     WRITE PUNCH-REPORT-LINE FROM WS-DASH-LINE.
011180
011190     MOVE "PUNCHES READ:" TO RT-CAPTION.
011200     MOVE WS-PUNCHES-READ TO WS-EDITED-COUNT.
011210     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011220     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011230
011240     MOVE "PUNCHES SKIPPED:" TO RT-CAPTION.
011250     MOVE WS-PUNCHES-SKIPPED TO WS-EDITED-COUNT.
011260     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011270     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011280
011290     MOVE "PUNCH EXCEPTIONS:" TO RT-CAPTION.
011300     MOVE WS-PUNCH-EXCEPTIONS TO WS-EDITED-COUNT.
011310     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011320     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011330
011340     MOVE "SHIFTS PAIRED:" TO RT-CAPTION.
011350     MOVE WS-SHIFTS-PAIRED TO WS-EDITED-COUNT.
011360     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011370     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011380
011390     MOVE "DAY TOTALS WRITTEN:" TO RT-CAPTION.
011400     MOVE WS-DAYS-WRITTEN TO WS-EDITED-COUNT.
011410     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011420     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011430
011431     MOVE "DAY TOTALS KEPT:" TO RT-CAPTION.
011433     MOVE WS-DAYS-KEPT TO WS-EDITED-COUNT.
011435     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011436     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011438
011440     MOVE "PUNCH CARDS WRITTEN:" TO RT-CAPTION.
011450     MOVE WS-PUNCH-CARDS TO WS-EDITED-COUNT.
011460     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011470     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011480
011490     MOVE "KEYED CARDS COPIED:" TO RT-CAPTION.
011500     MOVE WS-KEYED-CARDS TO WS-EDITED-COUNT.
011510     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011520     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011530
011540     MOVE "CONTROL CARD COUNT:" TO RT-CAPTION.
011550     MOVE WS-CARDS-WRITTEN TO WS-EDITED-COUNT.
011560     MOVE WS-EDITED-COUNT TO RT-AMOUNT.
011570     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011580
011590     MOVE "CONTROL HOURS HASH:" TO RT-CAPTION.
011600     MOVE WS-HOURS-HASH TO WS-EDITED-HASH.
011610     MOVE WS-EDITED-HASH TO RT-AMOUNT.
011620     WRITE PUNCH-REPORT-LINE FROM WS-REPORT-TOTAL.
011630
011640     WRITE PUNCH-REPORT-LINE FROM WS-DASH-LINE.
011650     MOVE SPACES TO PUNCH-REPORT-LINE.
011660     IF WS-PUNCH-EXCEPTIONS > ZERO
011670         MOVE "*** PUNCH EXCEPTIONS - CORRECT AND RERUN ***"
011680             TO PUNCH-REPORT-LINE
011690         DISPLAY "PUNCHIMP: " WS-PUNCH-EXCEPTIONS
011700             " punch exceptions - see PUNCHRPT."
011710         MOVE 4 TO RETURN-CODE
011720     ELSE
011730         MOVE "ALL PUNCHES PAIRED." TO PUNCH-REPORT-LINE
011740         DISPLAY "PUNCHIMP: all punches paired."
011750     END-IF.
011760     WRITE PUNCH-REPORT-LINE.
011770
011780     CLOSE PUNCH-FILE.
011790     IF WS-KEYED-IS-OPEN
011800         CLOSE KEYED-TIMECARD-FILE
011810     END-IF.
011820     CLOSE EMPLOYEE-MASTER.
011830     CLOSE RAW-TIMECARD-FILE.
011840     CLOSE CONTROL-CARD-FILE.
011850     CLOSE PUNCH-DAY-FILE.
011860     CLOSE EXCEPTION-PUNCH-FILE.
011870     CLOSE PUNCH-REPORT-FILE.
011880 9000-EXIT.
011890     EXIT.
