000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NEWHIRE.
000030 AUTHOR. D-MERCER.
000040 INSTALLATION. SHOP-FLOOR-PAYROLL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DM    ORIGINAL PROGRAM - STATE NEW-HIRE REGISTRY
000120*                  EXTRACT.  SWEEPS EMPMAST AND SENDS EVERY
000130*                  EMPLOYEE WHOSE HIRE DATE HAS NOT BEEN
000140*                  REPORTED YET TO NHEXTR IN THE STATE'S LAYOUT,
000150*                  WITH AN EMPLOYER HEADER FROM STEMPLR AND A
000160*                  TRAILER COUNT.  THE NHCTL CONTROL RECORD
000170*                  NUMBERS THE TRANSMISSIONS AND THE NHLOG FILE
000180*                  RECORDS WHICH TRANSMISSION CARRIED EACH HIRE,
000190*                  SO NOBODY IS REPORTED TWICE OR MISSED.  A
000200*                  RERUN REBUILDS A FAILED TRANSMISSION.  NHRPT
000210*                  LISTS WHAT WENT AND WHAT WAS HELD BACK.
000220* 10/15/2026 DM    A FAILED NHLOG WRITE NOW STOPS THE RUN WITH
000230*                  RETURN CODE 8 AND THE TRANSMISSION LEFT OPEN.
000240*================================================================
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. GENERIC-PC.
000280 OBJECT-COMPUTER. GENERIC-PC.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS EM-EMPLOYEE-ID
000350         FILE STATUS IS WS-MASTER-STATUS.
000360
000370     SELECT NEW-HIRE-LOG ASSIGN TO "NHLOG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS NL-LOG-KEY
000410         FILE STATUS IS WS-NHLOG-STATUS.
000420
000430     SELECT NH-CONTROL-FILE ASSIGN TO "NHCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-NHCTL-STATUS.
000460
000470     SELECT STATE-EMPLOYER-FILE ASSIGN TO "STEMPLR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-STEMPLR-STATUS.
000500
000510     SELECT NH-EXTRACT-FILE ASSIGN TO "NHEXTR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-NHEXTR-STATUS.
000540
000550     SELECT NH-REPORT-FILE ASSIGN TO "NHRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-STATUS.
000580
000590     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS OP-OPERATOR-ID
000630         FILE STATUS IS WS-OPERMAST-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*----------------------------------------------------------------
000680* EMPLOYEE MASTER - READ ONLY.  LAYOUT IS THE EMPMASTR COPYBOOK
000690* MAINTAINED BY EMPMAINT, WHERE THE HIRE DATE, SSN AND HOME
000700* ADDRESS ARE KEYED.
000710*----------------------------------------------------------------
000720 FD  EMPLOYEE-MASTER
000730     RECORDING MODE IS F.
000740 COPY EMPMASTR.
000750
000760*----------------------------------------------------------------
000770* NEW-HIRE LOG - WHICH TRANSMISSION CARRIED EACH HIRE.
000780*----------------------------------------------------------------
000790 FD  NEW-HIRE-LOG
000800     RECORDING MODE IS F.
000810 COPY NHLOG.
000820
000830*----------------------------------------------------------------
000840* TRANSMISSION CONTROL RECORD - ONE RECORD, SET UP BY THE DESK
000850* WITH THE LAST TRANSMISSION AT 000000 AND THE CUT-OVER DATE
000860* (EMPLOYEES HIRED BEFORE IT WERE REPORTED BY HAND THROUGH THE
000870* AGENCY PORTAL AND ARE NEVER SENT).  NEWHIRE WRITES IT BACK
000880* WITH EVERY TRANSMISSION.  AN "O" STATUS IS A TRANSMISSION
000890* STARTED AND NOT FINISHED.
000900*----------------------------------------------------------------
000910 FD  NH-CONTROL-FILE
000920     RECORDING MODE IS F.
000930 01  NH-CONTROL-RECORD.
000940     05  NC-LAST-XMIT-TEXT       PIC X(06).
000950     05  NC-LAST-XMIT-DATE       PIC X(08).
000960     05  NC-XMIT-STATUS          PIC X(01).
000970         88  NC-XMIT-OPEN            VALUE "O".
000980     05  NC-LAST-ITEM-COUNT-TEXT PIC X(06).
000990     05  NC-CUTOVER-DATE         PIC X(08).
001000     05  FILLER                  PIC X(11).
001010
001020*----------------------------------------------------------------
001030* STATE EMPLOYER IDENTITY - LAYOUT IS THE STEMPLR COPYBOOK.
001040*----------------------------------------------------------------
001050 FD  STATE-EMPLOYER-FILE
001060     RECORDING MODE IS F.
001070 COPY STEMPLR.
001080
001090*----------------------------------------------------------------
001100* NEW-HIRE EXTRACT IN THE STATE'S LAYOUT - ONE EMPLOYER HEADER,
001110* ONE DETAIL PER NEW HIRE, ONE TRAILER.  EVERY DETAIL CARRIES
001120* THE FEIN, AS THE REGISTRY MATCHES EACH HIRE TO ITS EMPLOYER.
001130*----------------------------------------------------------------
001140 FD  NH-EXTRACT-FILE
001150     RECORDING MODE IS F.
001160 01  NH-HEADER-RECORD.
001170     05  NH-RECORD-TYPE          PIC X(01).
001180     05  NH-FEIN                 PIC X(09).
001190     05  NH-EMPLOYER-NAME        PIC X(30).
001200     05  NH-ADDRESS-LINE         PIC X(30).
001210     05  NH-CITY                 PIC X(20).
001220     05  NH-STATE-CODE           PIC X(02).
001230     05  NH-ZIP-CODE             PIC X(09).
001240     05  NH-XMIT-NUMBER          PIC 9(06).
001250     05  NH-CREATE-DATE          PIC 9(08).
001260     05  NH-RERUN-FLAG           PIC X(01).
001270     05  FILLER                  PIC X(34).
001280 01  NH-DETAIL-RECORD.
001290     05  ND-RECORD-TYPE          PIC X(01).
001300     05  ND-FEIN                 PIC X(09).
001310     05  ND-SSN                  PIC X(09).
001320     05  ND-EMPLOYEE-NAME        PIC X(30).
001330     05  ND-ADDRESS-LINE         PIC X(30).
001340     05  ND-CITY                 PIC X(20).
001350     05  ND-STATE-CODE           PIC X(02).
001360     05  ND-ZIP-CODE             PIC X(09).
001370     05  ND-HIRE-DATE            PIC 9(08).
001380     05  FILLER                  PIC X(32).
001390 01  NH-TRAILER-RECORD.
001400     05  NT-RECORD-TYPE          PIC X(01).
001410     05  NT-FEIN                 PIC X(09).
001420     05  NT-XMIT-NUMBER          PIC 9(06).
001430     05  NT-DETAIL-COUNT         PIC 9(06).
001440     05  FILLER                  PIC X(128).
001450
001460*----------------------------------------------------------------
001470* PRINTED TRANSMISSION REPORT.
001480*----------------------------------------------------------------
001490 FD  NH-REPORT-FILE
001500     RECORDING MODE IS F.
001510 01  NH-REPORT-LINE              PIC X(90).
001520
001530*----------------------------------------------------------------
001540* OPERATOR MASTER - READ ONLY, FOR THE SIGN-ON CHECK.  LAYOUT
001550* IS THE OPERMAST COPYBOOK MAINTAINED BY OPERMNT.
001560*----------------------------------------------------------------
001570 FD  OPERATOR-MASTER
001580     RECORDING MODE IS F.
001590 COPY OPERMAST.
001600
001610 WORKING-STORAGE SECTION.
001620*----------------------------------------------------------------
001630* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
001640*----------------------------------------------------------------
001650 01  WS-MASTER-STATUS            PIC X(02).
001660     88  WS-MASTER-OK                  VALUE "00".
001670 01  WS-NHLOG-STATUS             PIC X(02).
001680     88  WS-NHLOG-OK                   VALUE "00".
001690     88  WS-NHLOG-NOT-FOUND            VALUE "35".
001700 01  WS-NHCTL-STATUS             PIC X(02).
001710     88  WS-NHCTL-OK                   VALUE "00".
001720 01  WS-STEMPLR-STATUS           PIC X(02).
001730     88  WS-STEMPLR-OK                 VALUE "00".
001740 01  WS-NHEXTR-STATUS            PIC X(02).
001750 01  WS-REPORT-STATUS            PIC X(02).
001760 01  WS-OPERMAST-STATUS          PIC X(02).
001770     88  WS-OPERMAST-OK                VALUE "00".
001780 01  WS-SIGNON-SWITCH            PIC X(01)  VALUE "N".
001790     88  WS-SIGNON-GOOD                VALUE "Y".
001800 01  WS-SIGNON-TRIES             PIC S9(04) COMP VALUE ZERO.
001810 01  WS-PASSWORD-TEXT            PIC X(10).
001820
001830 01  WS-MASTER-EOF-SWITCH        PIC X(01)  VALUE "N".
001840     88  WS-END-OF-MASTER              VALUE "Y".
001850 01  WS-VALID-SWITCH             PIC X(01)  VALUE "N".
001860     88  WS-ENTRY-IS-VALID             VALUE "Y".
001870 01  WS-LOG-SWITCH               PIC X(01)  VALUE "N".
001880     88  WS-LOG-ON-FILE                VALUE "Y".
001890
001900*----------------------------------------------------------------
001910* OPERATOR AND RUN-DATE INFORMATION.
001920*----------------------------------------------------------------
001930 01  WS-RUN-BY                   PIC X(10)  VALUE SPACES.
001940 01  WS-CURRENT-DATE-DISPLAY     PIC 9(08).
001950
001960*----------------------------------------------------------------
001970* RUN MODE AND TRANSMISSION CONTROL VALUES.  A NEW
001980* TRANSMISSION TAKES THE NEXT NUMBER; A RERUN REBUILDS ONE
001990* ALREADY NUMBERED FROM THE NHLOG RECORDS THAT NAME IT.
002000*----------------------------------------------------------------
002010 01  WS-RUN-MODE                 PIC X(01)  VALUE SPACE.
002020     88  WS-MODE-NEW                   VALUE "N".
002030     88  WS-MODE-RERUN                 VALUE "R".
002040     88  WS-MODE-IS-VALID              VALUES "N" "R".
002050 01  WS-RERUN-TEXT               PIC X(06).
002060 01  WS-LAST-XMIT-NUMBER         PIC 9(06)  VALUE ZERO.
002070 01  WS-LAST-XMIT-DATE           PIC X(08).
002080 01  WS-LAST-XMIT-STATUS         PIC X(01).
002090     88  WS-LAST-XMIT-OPEN             VALUE "O".
002100 01  WS-CUTOVER-DATE             PIC 9(08)  VALUE ZERO.
002110 01  WS-XMIT-NUMBER              PIC 9(06)  VALUE ZERO.
002120 01  WS-CONTROL-COUNT-OUT        PIC 9(06).
002130
002140*----------------------------------------------------------------
002150* EMPLOYER IDENTITY FROM STEMPLR.
002160*----------------------------------------------------------------
002170 01  WS-FEIN                     PIC X(09).
002180 01  WS-EMPLOYER-NAME            PIC X(30).
002190 01  WS-EMPLOYER-ADDRESS         PIC X(30).
002200 01  WS-EMPLOYER-CITY            PIC X(20).
002210 01  WS-EMPLOYER-STATE           PIC X(02).
002220 01  WS-EMPLOYER-ZIP             PIC X(09).
002230
002240*----------------------------------------------------------------
002250* ONE EMPLOYEE'S WORK FIELDS.
002260*----------------------------------------------------------------
002270 01  WS-HOLD-REASON              PIC X(24).
002280 01  WS-SSN-MASKED.
002290     05  FILLER                  PIC X(07)  VALUE "XXX-XX-".
002300     05  WS-SSN-LAST-FOUR        PIC X(04).
002310
002320*----------------------------------------------------------------
002330* COUNTS FOR THE TRAILER AND THE REPORT.
002340*----------------------------------------------------------------
002350 01  WS-MASTERS-READ             PIC 9(06)  VALUE ZERO.
002360 01  WS-DETAIL-COUNT             PIC 9(06)  VALUE ZERO.
002370 01  WS-HELD-COUNT               PIC 9(06)  VALUE ZERO.
002380 01  WS-WAITING-COUNT            PIC 9(06)  VALUE ZERO.
002390 01  WS-FILE-RECORD-COUNT        PIC 9(06)  VALUE ZERO.
002400
002410*----------------------------------------------------------------
002420* REPORT LINES.
002430*----------------------------------------------------------------
002440 01  WS-NH-HEADING.
002450     05  FILLER                  PIC X(32)
002460         VALUE "STATE NEW-HIRE EXTRACT  RUN DATE".
002470     05  FILLER                  PIC X(01)  VALUE SPACE.
002480     05  RH-RUN-DATE             PIC 9(08).
002490     05  FILLER                  PIC X(06)  VALUE "  BY  ".
002500     05  RH-RUN-BY               PIC X(10).
002510
002520 01  WS-XMIT-HEADING.
002530     05  FILLER                  PIC X(13)  VALUE "TRANSMISSION ".
002540     05  XH-XMIT-NUMBER          PIC 9(06).
002550     05  FILLER                  PIC X(02)  VALUE SPACES.
002560     05  XH-RUN-TYPE             PIC X(05).
002570     05  FILLER                  PIC X(09)  VALUE "  FEIN   ".
002580     05  XH-FEIN                 PIC X(09).
002590
002600 01  WS-HIRE-DETAIL.
002610     05  HD-EMPLOYEE-ID          PIC X(05).
002620     05  FILLER                  PIC X(02)  VALUE SPACES.
002630     05  HD-SSN                  PIC X(11).
002640     05  FILLER                  PIC X(02)  VALUE SPACES.
002650     05  HD-EMPLOYEE-NAME        PIC X(30).
002660     05  FILLER                  PIC X(02)  VALUE SPACES.
002670     05  HD-HIRE-DATE            PIC 9(08).
002680     05  FILLER                  PIC X(02)  VALUE SPACES.
002690     05  HD-NOTE                 PIC X(24).
002700
002710 01  WS-TOTAL-LINE.
002720     05  TL-CAPTION              PIC X(30).
002730     05  TL-COUNT                PIC ZZ,ZZ9.
002740
002750 01  WS-DASH-LINE                PIC X(80) VALUE ALL "-".
002760
002770 PROCEDURE DIVISION.
002780*================================================================
002790* 0000-MAINLINE - PROGRAM ENTRY AND EXIT.
002800*================================================================
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 2000-EXTRACT-NEW-HIRES THRU 2000-EXIT.
002840     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
002850     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
002860     PERFORM 5000-CLOSE-TRANSMISSION THRU 5000-EXIT.
002870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002880     STOP RUN.
002890
002900*================================================================
002910* 1000-INITIALIZE - SIGN ON, READ THE CONTROL AND EMPLOYER
002920* RECORDS, PICK THE RUN MODE AND OPEN EVERYTHING.  A NEW
002930* TRANSMISSION IS NUMBERED AND RECORDED AS OPEN BEFORE THE
002940* FIRST HIRE IS LOGGED, SO A RUN THAT DIES PART WAY CAN BE
002950* RERUN.
002960*================================================================
002970 1000-INITIALIZE.
002980     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
002990
003000     PERFORM 1050-OPERATOR-SIGN-ON THRU 1050-EXIT.
003010     PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
003020     PERFORM 1150-READ-EMPLOYER-RECORD THRU 1150-EXIT.
003030
003040     MOVE "N" TO WS-VALID-SWITCH.
003050     PERFORM 1200-PROMPT-FOR-MODE
003060         UNTIL WS-ENTRY-IS-VALID.
003070     IF WS-MODE-RERUN
003080         MOVE "N" TO WS-VALID-SWITCH
003090         PERFORM 1250-PROMPT-FOR-RERUN
003100             UNTIL WS-ENTRY-IS-VALID
003110     ELSE
003120         COMPUTE WS-XMIT-NUMBER = WS-LAST-XMIT-NUMBER + 1
003130     END-IF.
003140
003150     OPEN INPUT EMPLOYEE-MASTER.
003160     IF NOT WS-MASTER-OK
003170         DISPLAY "WARNING - EMPLOYEE-MASTER COULD NOT BE "
003180             "OPENED."
003190         DISPLAY "NEW-HIRE EXTRACT CANNOT CONTINUE."
003200         STOP RUN
003210     END-IF.
003220
003230* THE FIRST NEW TRANSMISSION CREATES NHLOG; A RERUN NEEDS ONE
003240* ALREADY THERE.
003250     IF WS-MODE-NEW
003260         OPEN I-O NEW-HIRE-LOG
003270         IF WS-NHLOG-NOT-FOUND
003280             OPEN OUTPUT NEW-HIRE-LOG
003290             CLOSE NEW-HIRE-LOG
003300             OPEN I-O NEW-HIRE-LOG
003310         END-IF
003320     ELSE
003330         OPEN INPUT NEW-HIRE-LOG
003340     END-IF.
003350     IF NOT WS-NHLOG-OK
003360         DISPLAY "WARNING - NHLOG COULD NOT BE OPENED - "
003370             "STATUS " WS-NHLOG-STATUS "."
003380         DISPLAY "NEW-HIRE EXTRACT CANNOT CONTINUE."
003390         STOP RUN
003400     END-IF.
003410
003420     IF WS-MODE-NEW
003430         PERFORM 1300-RESERVE-TRANSMISSION THRU 1300-EXIT
003440     END-IF.
003450
003460     OPEN OUTPUT NH-EXTRACT-FILE.
003470     OPEN OUTPUT NH-REPORT-FILE.
003480     MOVE WS-CURRENT-DATE-DISPLAY TO RH-RUN-DATE.
003490     MOVE WS-RUN-BY TO RH-RUN-BY.
003500     WRITE NH-REPORT-LINE FROM WS-NH-HEADING.
003510     MOVE WS-XMIT-NUMBER TO XH-XMIT-NUMBER.
003520     IF WS-MODE-RERUN
003530         MOVE "RERUN" TO XH-RUN-TYPE
003540     ELSE
003550         MOVE "NEW" TO XH-RUN-TYPE
003560     END-IF.
003570     MOVE WS-FEIN TO XH-FEIN.
003580     WRITE NH-REPORT-LINE FROM WS-XMIT-HEADING.
003590     WRITE NH-REPORT-LINE FROM WS-DASH-LINE.
003600
003610     MOVE SPACES TO NH-HEADER-RECORD.
003620     MOVE "H" TO NH-RECORD-TYPE.
003630     MOVE WS-FEIN TO NH-FEIN.
003640     MOVE WS-EMPLOYER-NAME TO NH-EMPLOYER-NAME.
003650     MOVE WS-EMPLOYER-ADDRESS TO NH-ADDRESS-LINE.
003660     MOVE WS-EMPLOYER-CITY TO NH-CITY.
003670     MOVE WS-EMPLOYER-STATE TO NH-STATE-CODE.
003680     MOVE WS-EMPLOYER-ZIP TO NH-ZIP-CODE.
003690     MOVE WS-XMIT-NUMBER TO NH-XMIT-NUMBER.
003700     MOVE WS-CURRENT-DATE-DISPLAY TO NH-CREATE-DATE.
003710     IF WS-MODE-RERUN
003720         MOVE "Y" TO NH-RERUN-FLAG
003730     ELSE
003740         MOVE "N" TO NH-RERUN-FLAG
003750     END-IF.
003760     WRITE NH-HEADER-RECORD.
003770     ADD 1 TO WS-FILE-RECORD-COUNT.
003780 1000-EXIT.
003790     EXIT.
003800
003810*================================================================
003820* 1050-OPERATOR-SIGN-ON - ID AND PASSWORD AGAINST OPERMAST,
003830* THREE TRIES, THEN THE EMPMAINT ROLE FLAG - THE EXTRACT
003840* CARRIES THE SAME PERSONAL DATA EMPMAINT GUARDS.
003850*================================================================
003860 1050-OPERATOR-SIGN-ON.
003870     OPEN INPUT OPERATOR-MASTER.
003880     IF NOT WS-OPERMAST-OK
003890         DISPLAY "WARNING - OPERATOR MASTER OPERMAST COULD "
003900             "NOT BE OPENED."
003910         DISPLAY "SET UP OPERATORS WITH OPERMNT FIRST - "
003920             "RUN ENDED."
003930         STOP RUN
003940     END-IF.
003950     MOVE ZERO TO WS-SIGNON-TRIES.
003960     MOVE "N" TO WS-SIGNON-SWITCH.
003970     PERFORM 1060-ONE-SIGNON-TRY THRU 1060-EXIT
003980         UNTIL WS-SIGNON-GOOD
003990         OR WS-SIGNON-TRIES >= 3.
004000     IF NOT WS-SIGNON-GOOD
004010         DISPLAY "SIGN-ON FAILED - RUN ENDED."
004020         STOP RUN
004030     END-IF.
004040     IF NOT OP-MAY-RUN-EMPMAINT
004050         DISPLAY "Operator " WS-RUN-BY " is not authorized "
004060             "to report new hires - run ended."
004070         STOP RUN
004080     END-IF.
004090     CLOSE OPERATOR-MASTER.
004100 1050-EXIT.
004110     EXIT.
004120
004130 1060-ONE-SIGNON-TRY.
004140     ADD 1 TO WS-SIGNON-TRIES.
004150     DISPLAY SPACE.
004160     DISPLAY "Operator ID: " WITH NO ADVANCING.
004170     ACCEPT WS-RUN-BY.
004180     MOVE FUNCTION UPPER-CASE(WS-RUN-BY) TO WS-RUN-BY.
004190     DISPLAY "Password:    " WITH NO ADVANCING.
004200     ACCEPT WS-PASSWORD-TEXT.
004210     MOVE WS-RUN-BY TO OP-OPERATOR-ID.
004220     READ OPERATOR-MASTER
004230         KEY IS OP-OPERATOR-ID
004240         INVALID KEY
004250             DISPLAY "Operator ID not on file."
004260         NOT INVALID KEY
004270             IF OP-OPERATOR-INACTIVE
004280                 DISPLAY "Operator is inactive."
004290             ELSE
004300                 IF OP-PASSWORD = WS-PASSWORD-TEXT
004310                     MOVE "Y" TO WS-SIGNON-SWITCH
004320                 ELSE
004330                     DISPLAY "Password does not match."
004340                 END-IF
004350             END-IF
004360     END-READ.
004370 1060-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------
004410* TRANSMISSION CONTROL RECORD.  NO RECORD OR AN UNREADABLE
004420* TRANSMISSION NUMBER STOPS THE RUN - GUESSING AT EITHER COULD
004430* REPORT A HIRE TWICE OR NOT AT ALL.
004440*----------------------------------------------------------------
004450 1100-READ-CONTROL-RECORD.
004460     OPEN INPUT NH-CONTROL-FILE.
004470     IF NOT WS-NHCTL-OK
004480         DISPLAY "WARNING - NEW-HIRE CONTROL RECORD NHCTL "
004490             "COULD NOT BE OPENED."
004500         DISPLAY "SET IT UP WITH THE CUT-OVER DATE - "
004510             "RUN ENDED."
004520         STOP RUN
004530     END-IF.
004540     READ NH-CONTROL-FILE
004550         AT END
004560             DISPLAY "NHCTL IS EMPTY - RUN ENDED."
004570             STOP RUN
004580     END-READ.
004590     CLOSE NH-CONTROL-FILE.
004600
004610     IF FUNCTION TEST-NUMVAL(NC-LAST-XMIT-TEXT) NOT = ZERO
004620         DISPLAY "NHCTL LAST TRANSMISSION NUMBER IS NOT "
004630             "NUMERIC - RUN ENDED."
004640         STOP RUN
004650     END-IF.
004660     IF NC-CUTOVER-DATE NOT = SPACES
004670         AND NC-CUTOVER-DATE IS NOT NUMERIC
004680         DISPLAY "NHCTL CUT-OVER DATE IS NOT NUMERIC - "
004690             "RUN ENDED."
004700         STOP RUN
004710     END-IF.
004720     MOVE FUNCTION NUMVAL(NC-LAST-XMIT-TEXT)
004730         TO WS-LAST-XMIT-NUMBER.
004740     MOVE NC-LAST-XMIT-DATE TO WS-LAST-XMIT-DATE.
004750     MOVE NC-XMIT-STATUS TO WS-LAST-XMIT-STATUS.
004760     IF NC-CUTOVER-DATE IS NUMERIC
004770         MOVE NC-CUTOVER-DATE TO WS-CUTOVER-DATE
004780     END-IF.
004790     DISPLAY "Last transmission " WS-LAST-XMIT-NUMBER
004800         " on " WS-LAST-XMIT-DATE ".".
004810     IF WS-LAST-XMIT-OPEN
004820         DISPLAY "*** Transmission " WS-LAST-XMIT-NUMBER
004830             " did not finish - it must be rerun first. ***"
004840     END-IF.
004850 1100-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* EMPLOYER IDENTITY.  THE REGISTRY MATCHES EACH HIRE TO ITS
004900* EMPLOYER ON THE FEIN, SO IT MUST BE THERE.
004910*----------------------------------------------------------------
004920 1150-READ-EMPLOYER-RECORD.
004930     OPEN INPUT STATE-EMPLOYER-FILE.
004940     IF NOT WS-STEMPLR-OK
004950         DISPLAY "WARNING - STATE EMPLOYER RECORD STEMPLR "
004960             "COULD NOT BE OPENED."
004970         DISPLAY "SET IT UP WITH THE FEIN AND EMPLOYER "
004980             "ADDRESS - RUN ENDED."
004990         STOP RUN
005000     END-IF.
005010     READ STATE-EMPLOYER-FILE
005020         AT END
005030             DISPLAY "STEMPLR IS EMPTY - RUN ENDED."
005040             STOP RUN
005050     END-READ.
005060     IF SE-FEIN IS NOT NUMERIC
005070         DISPLAY "STEMPLR FEIN IS NOT NINE DIGITS - RUN ENDED."
005080         STOP RUN
005090     END-IF.
005100     MOVE SE-FEIN TO WS-FEIN.
005110     MOVE SE-EMPLOYER-NAME TO WS-EMPLOYER-NAME.
005120     MOVE SE-ADDRESS-LINE TO WS-EMPLOYER-ADDRESS.
005130     MOVE SE-CITY TO WS-EMPLOYER-CITY.
005140     MOVE FUNCTION UPPER-CASE(SE-STATE-CODE)
005150         TO WS-EMPLOYER-STATE.
005160     MOVE SE-ZIP-CODE TO WS-EMPLOYER-ZIP.
005170     CLOSE STATE-EMPLOYER-FILE.
005180 1150-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* NEW OR RERUN.  AN UNFINISHED LAST TRANSMISSION ALLOWS ONLY
005230* THE RERUN - A NEW ONE WOULD LEAVE ITS HIRES UNREPORTED.
005240*----------------------------------------------------------------
005250 1200-PROMPT-FOR-MODE.
005260     DISPLAY SPACE.
005270     DISPLAY "(N)ew transmission or (R)erun a transmission: "
005280         WITH NO ADVANCING.
005290     ACCEPT WS-RUN-MODE.
005300     MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
005310     EVALUATE TRUE
005320         WHEN NOT WS-MODE-IS-VALID
005330             DISPLAY "Please enter N or R."
005340         WHEN WS-MODE-NEW AND WS-LAST-XMIT-OPEN
005350             DISPLAY "Transmission " WS-LAST-XMIT-NUMBER
005360                 " must be rerun before a new one."
005370         WHEN WS-MODE-RERUN AND WS-LAST-XMIT-NUMBER = ZERO
005380             DISPLAY "Nothing has been transmitted yet."
005390         WHEN OTHER
005400             MOVE "Y" TO WS-VALID-SWITCH
005410     END-EVALUATE.
005420
005430 1250-PROMPT-FOR-RERUN.
005440     DISPLAY "Transmission to rerun (blank for "
005450         WS-LAST-XMIT-NUMBER "): " WITH NO ADVANCING.
005460     ACCEPT WS-RERUN-TEXT.
005470     IF WS-RERUN-TEXT = SPACES
005480         MOVE WS-LAST-XMIT-NUMBER TO WS-XMIT-NUMBER
005490         MOVE "Y" TO WS-VALID-SWITCH
005500     ELSE
005510         IF FUNCTION TEST-NUMVAL(WS-RERUN-TEXT) = ZERO
005520             MOVE FUNCTION NUMVAL(WS-RERUN-TEXT)
005530                 TO WS-XMIT-NUMBER
005540             IF WS-XMIT-NUMBER > ZERO
005550                 AND WS-XMIT-NUMBER NOT > WS-LAST-XMIT-NUMBER
005560                 MOVE "Y" TO WS-VALID-SWITCH
005570             END-IF
005580         END-IF
005590     END-IF.
005600     IF NOT WS-ENTRY-IS-VALID
005610         DISPLAY "Transmission must be 1 through "
005620             WS-LAST-XMIT-NUMBER "."
005630     END-IF.
005640     IF WS-ENTRY-IS-VALID AND WS-LAST-XMIT-OPEN
005650         AND WS-XMIT-NUMBER NOT = WS-LAST-XMIT-NUMBER
005660         DISPLAY "Transmission " WS-LAST-XMIT-NUMBER
005670             " did not finish - rerun it first."
005680         MOVE "N" TO WS-VALID-SWITCH
005690     END-IF.
005700
005710*----------------------------------------------------------------
005720* TAKE THE NEXT TRANSMISSION NUMBER AND RECORD IT AS OPEN.
005730*----------------------------------------------------------------
005740 1300-RESERVE-TRANSMISSION.
005750     MOVE "O" TO WS-LAST-XMIT-STATUS.
005760     MOVE WS-XMIT-NUMBER TO WS-LAST-XMIT-NUMBER.
005770     MOVE WS-CURRENT-DATE-DISPLAY TO WS-LAST-XMIT-DATE.
005780     PERFORM 8000-SAVE-CONTROL-RECORD THRU 8000-EXIT.
005790 1300-EXIT.
005800     EXIT.
005810
005820*================================================================
005830* 2000-EXTRACT-NEW-HIRES - SWEEP THE MASTER FRONT TO BACK.
005840*================================================================
005850 2000-EXTRACT-NEW-HIRES.
005860     MOVE "N" TO WS-MASTER-EOF-SWITCH.
005870     MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
005880     START EMPLOYEE-MASTER
005890         KEY IS GREATER THAN OR EQUAL TO EM-EMPLOYEE-ID
005900         INVALID KEY
005910             MOVE "Y" TO WS-MASTER-EOF-SWITCH
005920     END-START.
005930     PERFORM 2100-EXTRACT-NEXT-EMPLOYEE
005940         UNTIL WS-END-OF-MASTER.
005950 2000-EXIT.
005960     EXIT.
005970
005980 2100-EXTRACT-NEXT-EMPLOYEE.
005990     READ EMPLOYEE-MASTER NEXT RECORD
006000         AT END
006010             MOVE "Y" TO WS-MASTER-EOF-SWITCH
006020     END-READ.
006030     IF NOT WS-END-OF-MASTER
006040         ADD 1 TO WS-MASTERS-READ
006050         PERFORM 2200-SELECT-NEW-HIRE THRU 2200-EXIT
006060     END-IF.
006070
006080*----------------------------------------------------------------
006090* ONE MASTER RECORD.  A NEW TRANSMISSION SENDS EVERY HIRE DATE
006100* ON OR AFTER THE CUT-OVER THAT NHLOG DOES NOT HAVE - A REHIRE
006110* UNDER THE SAME ID CARRIES A NEW HIRE DATE AND GOES AGAIN.  A
006120* HIRE DATED AFTER TODAY WAITS FOR A LATER RUN, IN CASE THE
006130* EMPLOYEE NEVER STARTS.  A HIRE WITH NO SSN OR NO HOME ADDRESS
006140* IS PRINTED AS HELD AND NOT LOGGED, SO IT GOES ON THE FIRST
006150* RUN AFTER EMPMAINT COMPLETES IT.  A RERUN SENDS EXACTLY WHAT
006160* NHLOG SAYS THAT TRANSMISSION CARRIED.
006170*----------------------------------------------------------------
006180 2200-SELECT-NEW-HIRE.
006190     IF EM-HIRE-DATE IS NOT NUMERIC
006200         OR EM-HIRE-DATE = ZERO
006210         OR EM-HIRE-DATE < WS-CUTOVER-DATE
006220         GO TO 2200-EXIT
006230     END-IF.
006240
006250     MOVE EM-EMPLOYEE-ID TO NL-EMPLOYEE-ID.
006260     MOVE EM-HIRE-DATE TO NL-HIRE-DATE.
006270     READ NEW-HIRE-LOG
006280         KEY IS NL-LOG-KEY
006290         INVALID KEY
006300             MOVE "N" TO WS-LOG-SWITCH
006310         NOT INVALID KEY
006320             MOVE "Y" TO WS-LOG-SWITCH
006330     END-READ.
006340
006350     IF WS-MODE-RERUN
006360         IF WS-LOG-ON-FILE
006370             AND NL-XMIT-NUMBER = WS-XMIT-NUMBER
006380             PERFORM 2700-WRITE-NEW-HIRE THRU 2700-EXIT
006390         END-IF
006400         GO TO 2200-EXIT
006410     END-IF.
006420
006430     IF WS-LOG-ON-FILE
006440         GO TO 2200-EXIT
006450     END-IF.
006460     IF EM-HIRE-DATE > WS-CURRENT-DATE-DISPLAY
006470         ADD 1 TO WS-WAITING-COUNT
006480         GO TO 2200-EXIT
006490     END-IF.
006500
006510     MOVE SPACES TO WS-HOLD-REASON.
006520     EVALUATE TRUE
006530         WHEN EM-SSN IS NOT NUMERIC
006540             MOVE "HELD - NO SSN ON FILE" TO WS-HOLD-REASON
006550         WHEN EM-ADDRESS-LINE = SPACES
006560             OR EM-CITY = SPACES
006570             OR EM-STATE-CODE = SPACES
006580             OR EM-ZIP-CODE = SPACES
006590             MOVE "HELD - NO HOME ADDRESS" TO WS-HOLD-REASON
006600         WHEN OTHER
006610             CONTINUE
006620     END-EVALUATE.
006630     IF WS-HOLD-REASON NOT = SPACES
006640         PERFORM 2600-WRITE-HELD-LINE THRU 2600-EXIT
006650         GO TO 2200-EXIT
006660     END-IF.
006670
006680     PERFORM 2700-WRITE-NEW-HIRE THRU 2700-EXIT.
006690     MOVE SPACES TO NEW-HIRE-LOG-RECORD.
006700     MOVE EM-EMPLOYEE-ID TO NL-EMPLOYEE-ID.
006710     MOVE EM-HIRE-DATE TO NL-HIRE-DATE.
006720     MOVE WS-XMIT-NUMBER TO NL-XMIT-NUMBER.
006730     MOVE WS-CURRENT-DATE-DISPLAY TO NL-XMIT-DATE.
006740     WRITE NEW-HIRE-LOG-RECORD
006750         INVALID KEY
006760             DISPLAY "NHLOG WRITE FAILED FOR EMPLOYEE "
006770                 NL-EMPLOYEE-ID " - STATUS "
006780                 WS-NHLOG-STATUS "."
006790             PERFORM 2290-STOP-TRANSMISSION THRU 2290-EXIT
006800     END-WRITE.
006810 2200-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* A HIRE THAT WENT TO NHEXTR BUT NOT TO NHLOG WOULD BE SENT
006860* AGAIN NEXT TIME, SO THE RUN STOPS HERE WITH THE TRANSMISSION
006870* STILL OPEN ON NHCTL.  THE PARTIAL NHEXTR MUST NOT BE SENT.
006880*----------------------------------------------------------------
006890 2290-STOP-TRANSMISSION.
006900     MOVE "*** NHLOG FAILED - TRANSMISSION LEFT OPEN ***"
006910         TO NH-REPORT-LINE.
006920     WRITE NH-REPORT-LINE.
006930     MOVE "*** NHEXTR IS INCOMPLETE AND MUST NOT BE SENT ***"
006940         TO NH-REPORT-LINE.
006950     WRITE NH-REPORT-LINE.
006960     DISPLAY "*** TRANSMISSION " WS-XMIT-NUMBER " LEFT OPEN - "
006970         "NHEXTR MUST NOT BE SENT.  CORRECT NHLOG AND RERUN "
006980         "THE TRANSMISSION. ***".
006990     MOVE 8 TO RETURN-CODE.
007000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007010     STOP RUN.
007020 2290-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------
007060* PRINT LINE FOR ONE EMPLOYEE - THE SSN MASKED TO ITS LAST FOUR.
007070*----------------------------------------------------------------
007080 2500-BUILD-REPORT-LINE.
007090     MOVE EM-EMPLOYEE-ID TO HD-EMPLOYEE-ID.
007100     MOVE SPACES TO WS-SSN-LAST-FOUR.
007110     IF EM-SSN NOT = SPACES
007120         MOVE EM-SSN (6: 4) TO WS-SSN-LAST-FOUR
007130     END-IF.
007140     MOVE WS-SSN-MASKED TO HD-SSN.
007150     MOVE EM-EMPLOYEE-NAME TO HD-EMPLOYEE-NAME.
007160     MOVE EM-HIRE-DATE TO HD-HIRE-DATE.
007170 2500-EXIT.
007180     EXIT.
007190
007200 2600-WRITE-HELD-LINE.
007210     PERFORM 2500-BUILD-REPORT-LINE THRU 2500-EXIT.
007220     MOVE WS-HOLD-REASON TO HD-NOTE.
007230     WRITE NH-REPORT-LINE FROM WS-HIRE-DETAIL.
007240     ADD 1 TO WS-HELD-COUNT.
007250     MOVE 4 TO RETURN-CODE.
007260 2600-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300* ONE NEW HIRE - TO THE STATE FILE AND THE REPORT.
007310*----------------------------------------------------------------
007320 2700-WRITE-NEW-HIRE.
007330     MOVE SPACES TO NH-DETAIL-RECORD.
007340     MOVE "D" TO ND-RECORD-TYPE.
007350     MOVE WS-FEIN TO ND-FEIN.
007360     MOVE EM-SSN TO ND-SSN.
007370     MOVE EM-EMPLOYEE-NAME TO ND-EMPLOYEE-NAME.
007380     MOVE EM-ADDRESS-LINE TO ND-ADDRESS-LINE.
007390     MOVE EM-CITY TO ND-CITY.
007400     MOVE EM-STATE-CODE TO ND-STATE-CODE.
007410     MOVE EM-ZIP-CODE TO ND-ZIP-CODE.
007420     MOVE EM-HIRE-DATE TO ND-HIRE-DATE.
007430     WRITE NH-DETAIL-RECORD.
007440     ADD 1 TO WS-FILE-RECORD-COUNT.
007450     ADD 1 TO WS-DETAIL-COUNT.
007460
007470     PERFORM 2500-BUILD-REPORT-LINE THRU 2500-EXIT.
007480     MOVE "REPORTED" TO HD-NOTE.
007490     WRITE NH-REPORT-LINE FROM WS-HIRE-DETAIL.
007500 2700-EXIT.
007510     EXIT.
007520
007530*================================================================
007540* 3000-WRITE-TRAILER - THE COUNT THE REGISTRY BALANCES THE
007550* FILE AGAINST.
007560*================================================================
007570 3000-WRITE-TRAILER.
007580     MOVE SPACES TO NH-TRAILER-RECORD.
007590     MOVE "T" TO NT-RECORD-TYPE.
007600     MOVE WS-FEIN TO NT-FEIN.
007610     MOVE WS-XMIT-NUMBER TO NT-XMIT-NUMBER.
007620     MOVE WS-DETAIL-COUNT TO NT-DETAIL-COUNT.
007630     WRITE NH-TRAILER-RECORD.
007640     ADD 1 TO WS-FILE-RECORD-COUNT.
007650 3000-EXIT.
007660     EXIT.
007670
007680*================================================================
007690* 4000-WRITE-TOTALS - WHAT WENT, WHAT WAS HELD AND WHAT WAITS.
007700*================================================================
007710 4000-WRITE-TOTALS.
007720     WRITE NH-REPORT-LINE FROM WS-DASH-LINE.
007730     IF WS-DETAIL-COUNT = ZERO
007740         MOVE "NO NEW HIRES SINCE THE LAST TRANSMISSION."
007750             TO NH-REPORT-LINE
007760         WRITE NH-REPORT-LINE
007770     END-IF.
007780
007790     MOVE "MASTER RECORDS READ:" TO TL-CAPTION.
007800     MOVE WS-MASTERS-READ TO TL-COUNT.
007810     WRITE NH-REPORT-LINE FROM WS-TOTAL-LINE.
007820
007830     MOVE "NEW HIRES REPORTED:" TO TL-CAPTION.
007840     MOVE WS-DETAIL-COUNT TO TL-COUNT.
007850     WRITE NH-REPORT-LINE FROM WS-TOTAL-LINE.
007860
007870     MOVE "HELD - INCOMPLETE ON EMPMAST:" TO TL-CAPTION.
007880     MOVE WS-HELD-COUNT TO TL-COUNT.
007890     WRITE NH-REPORT-LINE FROM WS-TOTAL-LINE.
007900
007910     MOVE "HIRE DATE NOT REACHED YET:" TO TL-CAPTION.
007920     MOVE WS-WAITING-COUNT TO TL-COUNT.
007930     WRITE NH-REPORT-LINE FROM WS-TOTAL-LINE.
007940
007950     MOVE "RECORDS IN FILE (H+D+T):" TO TL-CAPTION.
007960     MOVE WS-FILE-RECORD-COUNT TO TL-COUNT.
007970     WRITE NH-REPORT-LINE FROM WS-TOTAL-LINE.
007980
007990     DISPLAY "NEWHIRE: transmission " WS-XMIT-NUMBER " - "
008000         WS-DETAIL-COUNT " new hires written to NHEXTR, "
008010         WS-HELD-COUNT " held.".
008020 4000-EXIT.
008030     EXIT.
008040
008050*================================================================
008060* 5000-CLOSE-TRANSMISSION - A NEW TRANSMISSION, OR A RERUN OF
008070* THE LATEST ONE, LEAVES THE CONTROL RECORD COMPLETE WITH ITS
008080* COUNT.  RERUNNING AN OLDER TRANSMISSION LEAVES THE CONTROL
008090* RECORD AS IT WAS.
008100*================================================================
008110 5000-CLOSE-TRANSMISSION.
008120     IF WS-XMIT-NUMBER = WS-LAST-XMIT-NUMBER
008130         MOVE "C" TO WS-LAST-XMIT-STATUS
008140         MOVE WS-CURRENT-DATE-DISPLAY TO WS-LAST-XMIT-DATE
008150         PERFORM 8000-SAVE-CONTROL-RECORD THRU 8000-EXIT
008160     END-IF.
008170 5000-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------------
008210* WRITE THE CONTROL RECORD BACK, THE SAME WAY PPAYCTL IS.
008220*----------------------------------------------------------------
008230 8000-SAVE-CONTROL-RECORD.
008240     OPEN OUTPUT NH-CONTROL-FILE.
008250     MOVE SPACES TO NH-CONTROL-RECORD.
008260     MOVE WS-LAST-XMIT-NUMBER TO NC-LAST-XMIT-TEXT.
008270     MOVE WS-LAST-XMIT-DATE TO NC-LAST-XMIT-DATE.
008280     MOVE WS-LAST-XMIT-STATUS TO NC-XMIT-STATUS.
008290     MOVE WS-DETAIL-COUNT TO WS-CONTROL-COUNT-OUT.
008300     MOVE WS-CONTROL-COUNT-OUT TO NC-LAST-ITEM-COUNT-TEXT.
008310     IF WS-CUTOVER-DATE NOT = ZERO
008320         MOVE WS-CUTOVER-DATE TO NC-CUTOVER-DATE
008330     END-IF.
008340     WRITE NH-CONTROL-RECORD.
008350     CLOSE NH-CONTROL-FILE.
008360 8000-EXIT.
008370     EXIT.
008380
008390*================================================================
008400* 9000-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.
008410*================================================================
008420 9000-TERMINATE.
008430     CLOSE EMPLOYEE-MASTER.
008440     CLOSE NEW-HIRE-LOG.
008450     CLOSE NH-EXTRACT-FILE.
008460     CLOSE NH-REPORT-FILE.
008470 9000-EXIT.
008480     EXIT.
