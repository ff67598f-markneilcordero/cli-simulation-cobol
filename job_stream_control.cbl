000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYJOBS.
000030 AUTHOR. D-MERCER.
000040 INSTALLATION. SHOP-FLOOR-PAYROLL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DM    ORIGINAL PROGRAM - PAYROLL JOB-STREAM
000120*                  CONTROLLER.  RUNS THE PERIOD'S STEPS IN THEIR
000130*                  PROPER ORDER FOR ONE PAY GROUP: PUNCH IMPORT,
000140*                  TIMECARD-EDIT, THE PROOF RUN, THE DESK'S
000150*                  SIGN-OFF, THE PAY RUN, THE TIE-OUT PROOF,
000160*                  DEDREMIT, THE GL HAND-OFF AND POSITIVE PAY.
000170*                  EACH STEP'S START, END, OPERATOR AND RETURN
000180*                  STATUS ARE KEPT ON THE RUNSTAT RUN-STATUS
000190*                  FILE BY GROUP AND PERIOD.  A STEP WHOSE
000200*                  PREREQUISITE HAS NOT COMPLETED IS REFUSED, A
000210*                  FAILED STEP IS RESTARTED WHERE IT FAILED, AND
000220*                  A POSTING STEP RUNS ONCE.  BEFORE EVERY
000230*                  POSTING STEP A GENERATION BACKUP OF THE
000240*                  POSTED FILES IS TAKEN TO PAYBKUP (CATALOGUED
000250*                  ON BKUPCAT); AN OPERATOR WITH THE OPERMAST
000260*                  RESTORE ROLE MAY ROLL THEM BACK TO ANY KEPT
000270*                  GENERATION.
000280* 10/15/2026 DM    WCDETAIL (WORKERS' COMPENSATION DETAIL, NOW
000290*                  APPENDED BY THE BATCH) JOINS THE BACKUP SET AS
000300*                  FILE 10.  THE CATALOG NOW HAS ROOM FOR TWELVE
000310*                  FILE COUNTS (RECORD GROWS 133 TO 154 BYTES) AND
000320*                  THE FILE LOOPS RUN TO WS-BACKUP-FILE-COUNT.
000330* 10/15/2026 DM    RETYTD (RETIREMENT PLAN YEAR-TO-DATE, POSTED
000340*                  BY THE BATCH) JOINS THE BACKUP SET AS FILE 11.
000350* 10/15/2026 DM    GLPOST, JOBCOST, ACHPAYMT, RETDTL AND GLHELD
000360*                  JOIN THE BACKUP SET AS FILES 12 TO 16, SO A
000370*                  RESTORE PUTS THE BATCH EXTRACTS BACK WITH THE
000380*                  FILES THEY CAME FROM.  THE CATALOG NOW HAS ROOM
000390*                  FOR SIXTEEN FILE COUNTS (RECORD GROWS 154 TO
000400*                  182 BYTES).  EVERY OPEN IN THE BACKUP AND THE
000410*                  RESTORE IS CHECKED; A RESTORE OPENS EVERY FILE
000420*                  BEFORE IT EMPTIES ANY, AND ONE THAT FAILS OR
000430*                  DOES NOT PROVE TO THE CATALOG COUNTS LEAVES
000440*                  RUNSTAT AND BKUPCAT AS THEY WERE.
000441* 10/15/2026 DM    JCHELD (OFF-CYCLE JOB COST HELD FOR THE
000442*                  GROUP'S NEXT BATCH) JOINS THE BACKUP SET AS
000443*                  FILE 17 BESIDE GLHELD (RECORD GROWS 182 TO 189
000444*                  BYTES).  A RESTORE IS REFUSED ONCE POSPAY HAS
000445*                  STARTED, OR PPAYCTL SHOWS A TRANSMISSION, AFTER
000446*                  THE GENERATION WAS TAKEN.
000447* 10/15/2026 DM    THE GL HAND-OFF LOOKS FOR THE TIEOUTST PROOF OF
000448*                  ITS OWN GROUP AND PERIOD.
000450*================================================================
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. GENERIC-PC.
000490 OBJECT-COMPUTER. GENERIC-PC.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS JS-STEP-KEY
000560         FILE STATUS IS WS-RUNSTAT-STATUS.
000570
000580     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PAY-PERIOD-STATUS.
000610
000620     SELECT TIEOUT-STATUS-FILE ASSIGN TO "TIEOUTST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-TIEOUTST-STATUS.
000650
000660     SELECT BACKUP-FILE ASSIGN TO "PAYBKUP"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-BACKUP-STATUS.
000690
000700     SELECT BACKUP-WORK-FILE ASSIGN TO "PAYBKWRK"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BACKUP-WORK-STATUS.
000730
000740     SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKUPCAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CATALOG-STATUS.
000770
000780     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS EM-EMPLOYEE-ID
000820         FILE STATUS IS WS-MASTER-STATUS.
000830
000840     SELECT YTD-FILE ASSIGN TO "YTDMAST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS YT-EMPLOYEE-ID
000880         FILE STATUS IS WS-YTD-STATUS.
000890
000900     SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS CK-CHECK-NUMBER
000940         FILE STATUS IS WS-CHECKREG-STATUS.
000950
000960     SELECT CHECK-NUMBER-FILE ASSIGN TO "CHECKNBR"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-CHECKNBR-STATUS.
000990
001000     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS LB-EMPLOYEE-ID
001040         FILE STATUS IS WS-LEAVEBAL-STATUS.
001050
001060     SELECT DEDUCTION-MASTER ASSIGN TO "DEDMAST"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS DD-DEDUCTION-KEY
001100         FILE STATUS IS WS-DEDMAST-STATUS.
001110
001120     SELECT PAYMENT-LOCK-FILE ASSIGN TO "PAYLOCK"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS PL-LOCK-KEY
001160         FILE STATUS IS WS-PAYLOCK-STATUS.
001170
001180     SELECT EARNINGS-HISTORY ASSIGN TO "EARNHIST"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-EARNHIST-STATUS.
001210
001220     SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDTL"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-REMITDTL-STATUS.
001250
001260     SELECT WC-DETAIL-FILE ASSIGN TO "WCDETAIL"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-WCDETAIL-STATUS.
001290
001300     SELECT RETIREMENT-YTD-FILE ASSIGN TO "RETYTD"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS RY-ACCUM-KEY
001340         FILE STATUS IS WS-RETYTD-STATUS.
001350
001360     SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-GLPOST-STATUS.
001390
001400     SELECT JOB-COST-FILE ASSIGN TO "JOBCOST"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-JOBCOST-STATUS.
001430
001440     SELECT ACH-PAYMENT-FILE ASSIGN TO "ACHPAYMT"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-ACH-STATUS.
001470
001480     SELECT RETIREMENT-DETAIL-FILE ASSIGN TO "RETDTL"
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-RETDTL-STATUS.
001510
001520     SELECT GL-HELD-FILE ASSIGN TO "GLHELD"
001530         ORGANIZATION IS LINE SEQUENTIAL
001532         FILE STATUS IS WS-GLHELD-STATUS.
001534
001536     SELECT JOB-COST-HELD-FILE ASSIGN TO "JCHELD"
001538         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS WS-JCHELD-STATUS.
001542
001544     SELECT PPAY-CONTROL-FILE ASSIGN TO "PPAYCTL"
001546         ORGANIZATION IS LINE SEQUENTIAL
001548         FILE STATUS IS WS-PPAYCTL-STATUS.
001550
001560     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS DYNAMIC
001590         RECORD KEY IS OP-OPERATOR-ID
001600         FILE STATUS IS WS-OPERMAST-STATUS.
001610
001620 DATA DIVISION.
001630 FILE SECTION.
001640*----------------------------------------------------------------
001650* RUN STATUS - ONE RECORD PER PAY GROUP, PERIOD AND STEP THAT
001660* HAS BEEN STARTED.  NO RECORD MEANS THE STEP HAS NOT RUN.  A
001670* STEP LEFT "R" WAS CUT OFF MID-RUN AND COUNTS AS FAILED.
001680*----------------------------------------------------------------
001690 FD  RUN-STATUS-FILE
001700     RECORDING MODE IS F.
001710 01  RUN-STATUS-RECORD.
001720     05  JS-STEP-KEY.
001730         10  JS-PAY-GROUP        PIC X(01).
001740         10  JS-PERIOD-NUMBER    PIC 9(06).
001750         10  JS-STEP-CODE        PIC X(08).
001760     05  JS-STEP-STATUS          PIC X(01).
001770         88  JS-STEP-RUNNING         VALUE "R".
001780         88  JS-STEP-COMPLETE        VALUE "C".
001790         88  JS-STEP-FAILED          VALUE "F".
001800     05  JS-RETURN-CODE          PIC 9(04).
001810     05  JS-RUN-BY               PIC X(10).
001820     05  JS-START-DATE           PIC 9(08).
001830     05  JS-START-TIME           PIC 9(06).
001840     05  JS-END-DATE             PIC 9(08).
001850     05  JS-END-TIME             PIC 9(06).
001860     05  JS-ATTEMPT-COUNT        PIC 9(03).
001870     05  JS-BACKUP-GENERATION    PIC 9(04).
001880     05  FILLER                  PIC X(15).
001890
001900*----------------------------------------------------------------
001910* PAY PERIOD CONTROL - ONE RECORD PER PAY GROUP.
001920*----------------------------------------------------------------
001930 FD  PAY-PERIOD-FILE
001940     RECORDING MODE IS F.
001950 01  PAY-PERIOD-RECORD.
001960     05  PP-PERIOD-NUMBER-TEXT   PIC X(06).
001970     05  PP-START-DATE           PIC X(08).
001980     05  PP-END-DATE             PIC X(08).
001990     05  PP-PERIOD-STATUS        PIC X(01).
002000         88  PP-PERIOD-OPEN          VALUE "O".
002010     05  PP-PAY-GROUP            PIC X(01).
002020     05  PP-PAY-FREQUENCY        PIC X(01).
002030     05  FILLER                  PIC X(25).
002040
002050*----------------------------------------------------------------
002060* PERIOD TIE-OUT STATUS - THE GL HAND-OFF IS RELEASED ONLY ON A
002070* PERIOD TIEOUT HAS PROVEN WITH NO BREAKS.  READ ONLY.
002080*----------------------------------------------------------------
002090 FD  TIEOUT-STATUS-FILE
002100     RECORDING MODE IS F.
002110 COPY TIEOUTST.
002180
002190*----------------------------------------------------------------
002200* GENERATION BACKUP - EVERY RECORD OF EVERY BACKED-UP FILE,
002210* TAGGED WITH ITS GENERATION AND THE FILE IT CAME FROM (THE
002220* POSITION IN WS-BACKUP-FILE-NAMES).  THE LAST FIVE
002230* GENERATIONS ARE KEPT; THE WORK FILE CARRIES THEM ACROSS
002240* WHILE A NEW ONE IS ADDED.
002250*----------------------------------------------------------------
002260 FD  BACKUP-FILE
002270     RECORDING MODE IS F.
002280 01  BACKUP-RECORD.
002290     05  BK-GENERATION           PIC 9(04).
002300     05  BK-FILE-NUMBER          PIC 9(02).
002310     05  BK-RECORD-IMAGE         PIC X(250).
002320
002330 FD  BACKUP-WORK-FILE
002340     RECORDING MODE IS F.
002350 01  BACKUP-WORK-RECORD          PIC X(256).
002360
002370*----------------------------------------------------------------
002380* BACKUP CATALOG - ONE RECORD PER GENERATION KEPT: WHEN IT WAS
002390* TAKEN, AHEAD OF WHICH STEP, THE RECORD COUNT OF EACH FILE,
002400* AND WHEN AND BY WHOM IT WAS LAST RESTORED.
002410*----------------------------------------------------------------
002420 FD  BACKUP-CATALOG-FILE
002430     RECORDING MODE IS F.
002440 01  BACKUP-CATALOG-RECORD.
002450     05  BC-GENERATION           PIC 9(04).
002460     05  BC-BACKUP-DATE          PIC 9(08).
002470     05  BC-BACKUP-TIME          PIC 9(06).
002480     05  BC-PAY-GROUP            PIC X(01).
002490     05  BC-PERIOD-NUMBER        PIC 9(06).
002500     05  BC-STEP-CODE            PIC X(08).
002510     05  BC-RUN-BY               PIC X(10).
002520     05  BC-FILE-COUNTS.
002530         10  BC-FILE-COUNT       PIC 9(07) OCCURS 17 TIMES.
002540     05  BC-RESTORE-DATE         PIC 9(08).
002550     05  BC-RESTORED-BY          PIC X(10).
002560     05  FILLER                  PIC X(09).
002570
002580*----------------------------------------------------------------
002590* THE FILES A POSTING STEP CHANGES - BACKED UP WHOLE AND
002600* RELOADED WHOLE.  LAYOUTS ARE THE SHARED COPYBOOKS; THE FLAT
002610* FILES ARE CARRIED AS PLAIN IMAGES.
002620*----------------------------------------------------------------
002630 FD  EMPLOYEE-MASTER
002640     RECORDING MODE IS F.
002650 COPY EMPMASTR.
002660
002670 FD  YTD-FILE
002680     RECORDING MODE IS F.
002690 COPY YTDMASTR.
002700
002710 FD  CHECK-REGISTER
002720     RECORDING MODE IS F.
002730 COPY CHECKREG.
002740
002750 FD  CHECK-NUMBER-FILE
002760     RECORDING MODE IS F.
002770 01  CHECK-NUMBER-RECORD         PIC X(30).
002780
002790 FD  LEAVE-BALANCE-FILE
002800     RECORDING MODE IS F.
002810 COPY LEAVEBAL.
002820
002830 FD  DEDUCTION-MASTER
002840     RECORDING MODE IS F.
002850 COPY DEDMASTR.
002860
002870 FD  PAYMENT-LOCK-FILE
002880     RECORDING MODE IS F.
002890 01  PAYMENT-LOCK-RECORD.
002900     05  PL-LOCK-KEY.
002910         10  PL-EMPLOYEE-ID      PIC X(05).
002920         10  PL-PERIOD-NUMBER    PIC 9(06).
002930     05  PL-PAY-DATE             PIC 9(08).
002940     05  PL-RUN-BY               PIC X(10).
002950     05  PL-PAY-GROUP            PIC X(01).
002960     05  FILLER                  PIC X(10).
002970
002980 FD  EARNINGS-HISTORY
002990     RECORDING MODE IS F.
003000 COPY EARNHIST.
003010
003020 FD  REMIT-DETAIL-FILE
003030     RECORDING MODE IS F.
003040 01  REMIT-DETAIL-RECORD         PIC X(50).
003050
003060 FD  WC-DETAIL-FILE
003070     RECORDING MODE IS F.
003080 01  WC-DETAIL-RECORD            PIC X(103).
003090
003100 FD  RETIREMENT-YTD-FILE
003110     RECORDING MODE IS F.
003120 COPY RETYTD.
003130
003140 FD  GL-POSTING-FILE
003150     RECORDING MODE IS F.
003160 01  GL-POSTING-RECORD           PIC X(70).
003170
003180 FD  JOB-COST-FILE
003190     RECORDING MODE IS F.
003200 01  JOB-COST-RECORD             PIC X(50).
003210
003220 FD  ACH-PAYMENT-FILE
003230     RECORDING MODE IS F.
003240 01  ACH-PAYMENT-RECORD          PIC X(60).
003250
003260 FD  RETIREMENT-DETAIL-FILE
003270     RECORDING MODE IS F.
003280 COPY RETDTL.
003290
003300 FD  GL-HELD-FILE
003310     RECORDING MODE IS F.
003311 01  GL-HELD-RECORD              PIC X(70).
003312
003313 FD  JOB-COST-HELD-FILE
003314     RECORDING MODE IS F.
003315 01  JOB-COST-HELD-RECORD        PIC X(50).
003317
003318*----------------------------------------------------------------
003319* POSITIVE-PAY CONTROL - READ ONLY.  A RESTORE IS REFUSED ONCE
003320* POSPAY HAS SENT THE BANK CHECKS THE GENERATION DOES NOT HOLD.
003321*----------------------------------------------------------------
003322 FD  PPAY-CONTROL-FILE
003324     RECORDING MODE IS F.
003325 01  PPAY-CONTROL-RECORD.
003326     05  FILLER                  PIC X(30).
003327     05  PC-LAST-XMIT-DATE       PIC X(08).
003328     05  FILLER                  PIC X(42).
003330
003340*----------------------------------------------------------------
003350* OPERATOR MASTER - READ ONLY, FOR SIGN-ON AND THE RESTORE ROLE.
003360*----------------------------------------------------------------
003370 FD  OPERATOR-MASTER
003380     RECORDING MODE IS F.
003390 COPY OPERMAST.
003400
003410 WORKING-STORAGE SECTION.
003420*----------------------------------------------------------------
003430* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
003440*----------------------------------------------------------------
003450 01  WS-RUNSTAT-STATUS           PIC X(02).
003460     88  WS-RUNSTAT-OK                 VALUE "00".
003470     88  WS-RUNSTAT-NOT-FOUND          VALUE "35".
003480 01  WS-PAY-PERIOD-STATUS        PIC X(02).
003490     88  WS-PAY-PERIOD-OK              VALUE "00".
003500 01  WS-TIEOUTST-STATUS          PIC X(02).
003510     88  WS-TIEOUTST-OK                VALUE "00".
003520 01  WS-BACKUP-STATUS            PIC X(02).
003530     88  WS-BACKUP-OK                  VALUE "00".
003540 01  WS-BACKUP-WORK-STATUS       PIC X(02).
003550     88  WS-BACKUP-WORK-OK             VALUE "00".
003560 01  WS-CATALOG-STATUS           PIC X(02).
003570     88  WS-CATALOG-OK                 VALUE "00".
003580 01  WS-MASTER-STATUS            PIC X(02).
003590     88  WS-MASTER-OK                  VALUE "00".
003600 01  WS-YTD-STATUS               PIC X(02).
003610     88  WS-YTD-OK                     VALUE "00".
003620 01  WS-CHECKREG-STATUS          PIC X(02).
003630     88  WS-CHECKREG-OK                VALUE "00".
003640 01  WS-CHECKNBR-STATUS          PIC X(02).
003650     88  WS-CHECKNBR-OK                VALUE "00".
003660 01  WS-LEAVEBAL-STATUS          PIC X(02).
003670     88  WS-LEAVEBAL-OK                VALUE "00".
003680 01  WS-DEDMAST-STATUS           PIC X(02).
003690     88  WS-DEDMAST-OK                 VALUE "00".
003700 01  WS-PAYLOCK-STATUS           PIC X(02).
003710     88  WS-PAYLOCK-OK                 VALUE "00".
003720 01  WS-EARNHIST-STATUS          PIC X(02).
003730     88  WS-EARNHIST-OK                VALUE "00".
003740 01  WS-REMITDTL-STATUS          PIC X(02).
003750     88  WS-REMITDTL-OK                VALUE "00".
003760 01  WS-WCDETAIL-STATUS          PIC X(02).
003770     88  WS-WCDETAIL-OK                VALUE "00".
003780 01  WS-RETYTD-STATUS            PIC X(02).
003790     88  WS-RETYTD-OK                  VALUE "00".
003800 01  WS-GLPOST-STATUS            PIC X(02).
003810     88  WS-GLPOST-OK                  VALUE "00".
003820 01  WS-JOBCOST-STATUS           PIC X(02).
003830     88  WS-JOBCOST-OK                 VALUE "00".
003840 01  WS-ACH-STATUS               PIC X(02).
003850     88  WS-ACH-OK                     VALUE "00".
003860 01  WS-RETDTL-STATUS            PIC X(02).
003870     88  WS-RETDTL-OK                  VALUE "00".
003874 01  WS-GLHELD-STATUS            PIC X(02).
003878     88  WS-GLHELD-OK                  VALUE "00".
003882 01  WS-JCHELD-STATUS            PIC X(02).
003887     88  WS-JCHELD-OK                  VALUE "00".
003891 01  WS-PPAYCTL-STATUS           PIC X(02).
003895     88  WS-PPAYCTL-OK                 VALUE "00".
003900 01  WS-OPERMAST-STATUS          PIC X(02).
003910     88  WS-OPERMAST-OK                VALUE "00".
003920
003930 01  WS-EOF-SWITCH               PIC X(01)  VALUE "N".
003940     88  WS-END-OF-FILE                VALUE "Y".
003950 01  WS-QUIT-SWITCH              PIC X(01)  VALUE "N".
003960     88  WS-QUIT-REQUESTED             VALUE "Y".
003970 01  WS-FOUND-SWITCH             PIC X(01)  VALUE "N".
003980     88  WS-ENTRY-FOUND                VALUE "Y".
003990 01  WS-REFUSED-SWITCH           PIC X(01)  VALUE "N".
004000     88  WS-STEP-REFUSED               VALUE "Y".
004003 01  WS-POSPAY-SENT-SWITCH       PIC X(01)  VALUE "N".
004006     88  WS-POSPAY-SENT                VALUE "Y".
004010 01  WS-VALID-SWITCH             PIC X(01)  VALUE "N".
004020     88  WS-ENTRY-IS-VALID             VALUE "Y".
004030
004040*----------------------------------------------------------------
004050* OPERATOR SIGN-ON.  ANY OPERATOR MAY DRIVE THE STEPS (EACH
004060* PROGRAM STILL CHECKS ITS OWN ROLE FLAGS); ONLY ONE CARRYING
004070* THE RESTORE ROLE MAY ROLL FILES BACK.
004080*----------------------------------------------------------------
004090 01  WS-RUN-BY                   PIC X(10)  VALUE SPACES.
004100 01  WS-PASSWORD-TEXT            PIC X(10)  VALUE SPACES.
004110 01  WS-SIGNON-TRIES             PIC 9(01)  VALUE ZERO.
004120 01  WS-SIGNON-SWITCH            PIC X(01)  VALUE "N".
004130     88  WS-SIGNON-GOOD                VALUE "Y".
004140 01  WS-OP-RESTORE-FLAG          PIC X(01)  VALUE "N".
004150     88  WS-OP-MAY-RESTORE             VALUE "Y".
004160
004170*----------------------------------------------------------------
004180* RUN DATE AND TIME FOR THE STATUS AND CATALOG RECORDS.
004190*----------------------------------------------------------------
004200 01  WS-CURRENT-DATE-DISPLAY     PIC 9(08).
004210 01  WS-CURRENT-TIME-DISPLAY     PIC 9(08).
004220 01  WS-CURRENT-TIME-PARTS REDEFINES WS-CURRENT-TIME-DISPLAY.
004230     05  WS-CURRENT-HHMMSS       PIC 9(06).
004240     05  FILLER                  PIC 9(02).
004250
004260*----------------------------------------------------------------
004270* THE PAY GROUP AND PERIOD BEING RUN, FROM THE OPEN PAYPERD
004280* GROUPS.  MORE THAN ONE OPEN MEANS THE OPERATOR NAMES ONE.
004290*----------------------------------------------------------------
004300 01  WS-PAY-PERIOD               PIC 9(06).
004310 01  WS-PAY-GROUP                PIC X(01)  VALUE SPACE.
004320 01  WS-OPEN-GROUP-COUNT         PIC S9(04) COMP VALUE ZERO.
004330 01  WS-OPEN-GROUP-SUB           PIC S9(04) COMP VALUE ZERO.
004340 01  WS-OPEN-GROUP-TABLE.
004350     05  WS-OPEN-GROUP-ENTRY OCCURS 20 TIMES.
004360         10  OG-PAY-GROUP        PIC X(01).
004370         10  OG-PERIOD-NUMBER    PIC 9(06).
004380         10  OG-START-DATE       PIC X(08).
004390         10  OG-END-DATE         PIC X(08).
004400 01  WS-PERIOD-EOF-SWITCH        PIC X(01)  VALUE "N".
004410     88  WS-END-OF-PERIODS             VALUE "Y".
004420 01  WS-GROUP-PICKED-SWITCH      PIC X(01)  VALUE "N".
004430     88  WS-GROUP-PICKED               VALUE "Y".
004440 01  WS-GROUP-ANSWER             PIC X(01).
004450
004460*----------------------------------------------------------------
004470* THE JOB STREAM, IN RUN ORDER.  FOR EACH STEP: ITS CODE, WHAT
004480* IT IS, THE PROGRAM TO RUN (BLANK FOR A DESK STEP THAT IS
004490* ONLY CONFIRMED HERE), THE STEP THAT MUST HAVE COMPLETED
004500* FIRST, AND FOUR FLAGS - POSTING (BACK UP FIRST, RUN ONCE),
004510* RERUNNABLE AFTER IT COMPLETES, DESK STEP, AND OPTIONAL (LEFT
004520* OUT WHEN THE STREAM IS CONTINUED).  PUNCH IMPORT IS OPTIONAL
004530* BECAUSE A PERIOD MAY BE KEYED BY THE DESK ALONE.
004540*----------------------------------------------------------------
004550 01  WS-STEP-VALUES.
004560     05  FILLER                  PIC X(08)  VALUE "PUNCHIMP".
004570     05  FILLER                  PIC X(30)
004580         VALUE "TIME-CLOCK PUNCH IMPORT".
004590     05  FILLER                  PIC X(30)  VALUE "punch_import".
004600     05  FILLER                  PIC X(08)  VALUE SPACES.
004610     05  FILLER                  PIC X(04)  VALUE "NYNY".
004620     05  FILLER                  PIC X(08)  VALUE "TCEDIT".
004630     05  FILLER                  PIC X(30)
004640         VALUE "TIMECARD PRE-EDIT".
004650     05  FILLER                  PIC X(30)
004660         VALUE "timecard_pre_edit".
004670     05  FILLER                  PIC X(08)  VALUE SPACES.
004680     05  FILLER                  PIC X(04)  VALUE "NYNN".
004690     05  FILLER                  PIC X(08)  VALUE "PROOF".
004700     05  FILLER                  PIC X(30)
004710         VALUE "PROOF RUN".
004720     05  FILLER                  PIC X(30)
004730         VALUE "simple_payroll_calculator".
004740     05  FILLER                  PIC X(08)  VALUE "TCEDIT".
004750     05  FILLER                  PIC X(04)  VALUE "NYNN".
004760     05  FILLER                  PIC X(08)  VALUE "SIGNOFF".
004770     05  FILLER                  PIC X(30)
004780         VALUE "DESK SIGN-OFF OF THE PROOF".
004790     05  FILLER                  PIC X(30)  VALUE SPACES.
004800     05  FILLER                  PIC X(08)  VALUE "PROOF".
004810     05  FILLER                  PIC X(04)  VALUE "NYYN".
004820     05  FILLER                  PIC X(08)  VALUE "BATCH".
004830     05  FILLER                  PIC X(30)
004840         VALUE "PAY RUN (BATCH)".
004850     05  FILLER                  PIC X(30)
004860         VALUE "simple_payroll_calculator".
004870     05  FILLER                  PIC X(08)  VALUE "SIGNOFF".
004880     05  FILLER                  PIC X(04)  VALUE "YNNN".
004890     05  FILLER                  PIC X(08)  VALUE "TIEOUT".
004900     05  FILLER                  PIC X(30)
004910         VALUE "PERIOD TIE-OUT PROOF".
004920     05  FILLER                  PIC X(30)  VALUE "period_tieout".
004930     05  FILLER                  PIC X(08)  VALUE "BATCH".
004940     05  FILLER                  PIC X(04)  VALUE "NYNN".
004950     05  FILLER                  PIC X(08)  VALUE "DEDREMIT".
004960     05  FILLER                  PIC X(30)
004970         VALUE "DEDUCTION REMITTANCE".
004980     05  FILLER                  PIC X(30)
004990         VALUE "deduction_remittance".
005000     05  FILLER                  PIC X(08)  VALUE "TIEOUT".
005010     05  FILLER                  PIC X(04)  VALUE "YNNN".
005020     05  FILLER                  PIC X(08)  VALUE "GLHANDOF".
005030     05  FILLER                  PIC X(30)
005040         VALUE "GL HAND-OFF OF GLPOST".
005050     05  FILLER                  PIC X(30)  VALUE SPACES.
005060     05  FILLER                  PIC X(08)  VALUE "TIEOUT".
005070     05  FILLER                  PIC X(04)  VALUE "NNYN".
005080     05  FILLER                  PIC X(08)  VALUE "POSPAY".
005090     05  FILLER                  PIC X(30)
005100         VALUE "POSITIVE-PAY ISSUE FILE".
005110     05  FILLER                  PIC X(30)
005120         VALUE "positive_pay_extract".
005130     05  FILLER                  PIC X(08)  VALUE "DEDREMIT".
005140     05  FILLER                  PIC X(04)  VALUE "NYNN".
005150 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
005160     05  WS-STEP-ENTRY OCCURS 9 TIMES.
005170         10  ST-STEP-CODE        PIC X(08).
005180         10  ST-DESCRIPTION      PIC X(30).
005190         10  ST-COMMAND          PIC X(30).
005200         10  ST-PREREQUISITE     PIC X(08).
005210         10  ST-POSTING-FLAG     PIC X(01).
005220             88  ST-POSTING-STEP     VALUE "Y".
005230         10  ST-RERUN-FLAG       PIC X(01).
005240             88  ST-MAY-RERUN        VALUE "Y".
005250         10  ST-DESK-FLAG        PIC X(01).
005260             88  ST-DESK-STEP        VALUE "Y".
005270         10  ST-OPTIONAL-FLAG    PIC X(01).
005280             88  ST-OPTIONAL-STEP    VALUE "Y".
005290 01  WS-STEP-COUNT               PIC S9(04) COMP VALUE 9.
005300 01  WS-STEP-SUB                 PIC S9(04) COMP VALUE ZERO.
005310 01  WS-SCAN-SUB                 PIC S9(04) COMP VALUE ZERO.
005320 01  WS-PREREQ-SUB               PIC S9(04) COMP VALUE ZERO.
005330 01  WS-STEP-ANSWER              PIC X(08).
005340 01  WS-FIND-CODE                PIC X(08).
005350
005360*----------------------------------------------------------------
005370* STATUS OF ONE STEP AS LOOKED UP ON RUNSTAT - BLANK IS NOT
005380* RUN, OTHERWISE THE JS-STEP-STATUS VALUE.
005390*----------------------------------------------------------------
005400 01  WS-LOOKUP-STATE             PIC X(01).
005410     88  WS-LOOKUP-NOT-RUN             VALUE SPACE.
005420     88  WS-LOOKUP-RUNNING             VALUE "R".
005430     88  WS-LOOKUP-COMPLETE            VALUE "C".
005440     88  WS-LOOKUP-FAILED              VALUE "F".
005450 01  WS-LOOKUP-GROUP             PIC X(01).
005460 01  WS-LOOKUP-PERIOD            PIC 9(06).
005470
005480*----------------------------------------------------------------
005490* ONE STEP RUN - THE COMMAND HANDED TO THE SYSTEM, ITS EXIT
005500* STATUS, AND THE OPERATOR'S WORD ON HOW IT ENDED.  A PROGRAM
005510* THAT REFUSES TO RUN ENDS WITH STATUS ZERO, SO A CLEAN STATUS
005520* IS CONFIRMED BY THE OPERATOR; 8 OR MORE FAILS OUTRIGHT.
005530*----------------------------------------------------------------
005540 01  WS-COMMAND-LINE             PIC X(80).
005550 01  WS-STEP-RETURN              PIC S9(09) VALUE ZERO.
005560 01  WS-CONFIRM-ANSWER           PIC X(03).
005570 01  WS-MENU-ANSWER              PIC X(01).
005580 01  WS-NEW-STATE                PIC X(01).
005590 01  WS-ATTEMPT-COUNT            PIC 9(03).
005600 01  WS-START-DATE               PIC 9(08).
005610 01  WS-START-TIME               PIC 9(06).
005620 01  WS-BACKUP-GENERATION        PIC 9(04)  VALUE ZERO.
005630
005640*----------------------------------------------------------------
005650* BACKUP GENERATIONS.  THE CATALOG IS HELD HERE WHILE A NEW
005660* GENERATION IS ADDED OR AN OLD ONE RESTORED.  THE FILE NAMES
005670* ARE IN BK-FILE-NUMBER ORDER.
005680*----------------------------------------------------------------
005690 01  WS-GENERATIONS-KEPT         PIC 9(04)  VALUE 5.
005700 01  WS-OLDEST-KEPT              PIC S9(05) VALUE ZERO.
005710 01  WS-NEW-GENERATION           PIC 9(04)  VALUE ZERO.
005720 01  WS-CATALOG-COUNT            PIC S9(04) COMP VALUE ZERO.
005730 01  WS-CATALOG-SUB              PIC S9(04) COMP VALUE ZERO.
005740 01  WS-CATALOG-TABLE.
005750     05  WS-CATALOG-IMAGE        PIC X(189)
005760                                 OCCURS 20 TIMES.
005770* FILES IN THE BACKUP SET - THE CATALOG HAS ROOM FOR SEVENTEEN.
005780 01  WS-BACKUP-FILE-COUNT        PIC S9(04) COMP VALUE 17.
005790 01  WS-FILE-SUB                 PIC S9(04) COMP VALUE ZERO.
005800 01  WS-FILE-COUNT-TABLE.
005810     05  WS-FILE-RECORDS         PIC 9(07) OCCURS 17 TIMES.
005820 01  WS-BACKUP-FILE-VALUES.
005830     05  FILLER                  PIC X(08)  VALUE "EMPMAST".
005840     05  FILLER                  PIC X(08)  VALUE "YTDMAST".
005850     05  FILLER                  PIC X(08)  VALUE "CHECKREG".
005860     05  FILLER                  PIC X(08)  VALUE "CHECKNBR".
005870     05  FILLER                  PIC X(08)  VALUE "LEAVEBAL".
005880     05  FILLER                  PIC X(08)  VALUE "DEDMAST".
005890     05  FILLER                  PIC X(08)  VALUE "PAYLOCK".
005900     05  FILLER                  PIC X(08)  VALUE "EARNHIST".
005910     05  FILLER                  PIC X(08)  VALUE "REMITDTL".
005920     05  FILLER                  PIC X(08)  VALUE "WCDETAIL".
005930     05  FILLER                  PIC X(08)  VALUE "RETYTD".
005940     05  FILLER                  PIC X(08)  VALUE "GLPOST".
005950     05  FILLER                  PIC X(08)  VALUE "JOBCOST".
005960     05  FILLER                  PIC X(08)  VALUE "ACHPAYMT".
005970     05  FILLER                  PIC X(08)  VALUE "RETDTL".
005976     05  FILLER                  PIC X(08)  VALUE "GLHELD".
005983     05  FILLER                  PIC X(08)  VALUE "JCHELD".
005990 01  WS-BACKUP-FILE-NAMES REDEFINES WS-BACKUP-FILE-VALUES.
006000     05  WS-BACKUP-FILE-NAME     PIC X(08) OCCURS 17 TIMES.
006010 01  WS-BACKUP-FAILED-SWITCH     PIC X(01)  VALUE "N".
006020     88  WS-BACKUP-FAILED              VALUE "Y".
006030 01  WS-RESTORE-FAILED-SWITCH    PIC X(01)  VALUE "N".
006040     88  WS-RESTORE-FAILED             VALUE "Y".
006050 01  WS-TARGET-STATUS            PIC X(02).
006060 01  WS-RESTORE-ANSWER           PIC X(04).
006070 01  WS-RESTORE-SUB              PIC S9(04) COMP VALUE ZERO.
006080 01  WS-LATER-GENERATIONS        PIC Z9.
006090 01  WS-EDITED-COUNT             PIC Z,ZZZ,ZZ9.
006100
006110*----------------------------------------------------------------
006120* STEP LIST LINE.
006130*----------------------------------------------------------------
006140 01  WS-STEP-LINE.
006150     05  SL-STEP-CODE            PIC X(08).
006160     05  FILLER                  PIC X(01)  VALUE SPACE.
006170     05  SL-DESCRIPTION          PIC X(30).
006180     05  FILLER                  PIC X(01)  VALUE SPACE.
006190     05  SL-STATE                PIC X(10).
006200     05  FILLER                  PIC X(01)  VALUE SPACE.
006210     05  SL-END-DATE             PIC X(08).
006220     05  FILLER                  PIC X(01)  VALUE SPACE.
006230     05  SL-RUN-BY               PIC X(10).
006240     05  FILLER                  PIC X(04)  VALUE " RC ".
006250     05  SL-RETURN-CODE          PIC X(04).
006260 01  WS-GENERATION-LINE.
006270     05  GL-GENERATION           PIC 9(04).
006280     05  FILLER                  PIC X(02)  VALUE SPACES.
006290     05  GL-BACKUP-DATE          PIC 9(08).
006300     05  FILLER                  PIC X(01)  VALUE SPACE.
006310     05  GL-BACKUP-TIME          PIC 9(06).
006320     05  FILLER                  PIC X(08)  VALUE "  GROUP ".
006330     05  GL-PAY-GROUP            PIC X(01).
006340     05  FILLER                  PIC X(08)  VALUE " PERIOD ".
006350     05  GL-PERIOD-NUMBER        PIC 9(06).
006360     05  FILLER                  PIC X(08)  VALUE "  BEFORE".
006370     05  FILLER                  PIC X(01)  VALUE SPACE.
006380     05  GL-STEP-CODE            PIC X(08).
006390     05  FILLER                  PIC X(01)  VALUE SPACE.
006400     05  GL-RUN-BY               PIC X(10).
006410     05  GL-RESTORED             PIC X(18).
006420
006430 PROCEDURE DIVISION.
006440*================================================================
006450* 0000-MAINLINE - PROGRAM ENTRY AND EXIT.
006460*================================================================
006470 0000-MAINLINE.
006480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006490     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
006500         UNTIL WS-QUIT-REQUESTED.
006510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006520     STOP RUN.
006530
006540*================================================================
006550* 1000-INITIALIZE - SIGN ON, PICK THE PAY GROUP AND PERIOD AND
006560* OPEN THE RUN-STATUS FILE, CREATING IT THE FIRST TIME.
006570*================================================================
006580 1000-INITIALIZE.
006590     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
006600     PERFORM 1050-OPERATOR-SIGN-ON THRU 1050-EXIT.
006610     PERFORM 1100-READ-PAY-PERIOD THRU 1100-EXIT.
006620
006630     OPEN I-O RUN-STATUS-FILE.
006640     IF WS-RUNSTAT-NOT-FOUND
006650         OPEN OUTPUT RUN-STATUS-FILE
006660         CLOSE RUN-STATUS-FILE
006670         OPEN I-O RUN-STATUS-FILE
006680     END-IF.
006690     IF NOT WS-RUNSTAT-OK
006700         DISPLAY "WARNING - RUN STATUS FILE RUNSTAT COULD NOT "
006710             "BE OPENED."
006720         DISPLAY "JOB STREAM CANNOT CONTINUE."
006730         STOP RUN
006740     END-IF.
006750 1000-EXIT.
006760     EXIT.
006770
006780*================================================================
006790* 1050-OPERATOR-SIGN-ON - OPERATOR ID AND PASSWORD AGAINST
006800* OPERMAST, THREE TRIES.  THE RESTORE ROLE IS SAVED FOR THE
006810* RESTORE FUNCTION.
006820*================================================================
006830 1050-OPERATOR-SIGN-ON.
006840     OPEN INPUT OPERATOR-MASTER.
006850     IF NOT WS-OPERMAST-OK
006860         DISPLAY "WARNING - OPERATOR MASTER OPERMAST COULD "
006870             "NOT BE OPENED."
006880         DISPLAY "SET UP OPERATORS WITH OPERMNT FIRST - "
006890             "RUN ENDED."
006900         STOP RUN
006910     END-IF.
006920     MOVE ZERO TO WS-SIGNON-TRIES.
006930     MOVE "N" TO WS-SIGNON-SWITCH.
006940     PERFORM 1060-ONE-SIGNON-TRY THRU 1060-EXIT
006950         UNTIL WS-SIGNON-GOOD
006960         OR WS-SIGNON-TRIES >= 3.
006970     IF NOT WS-SIGNON-GOOD
006980         DISPLAY "SIGN-ON FAILED - RUN ENDED."
006990         STOP RUN
007000     END-IF.
007010     MOVE OP-RESTORE-FILES TO WS-OP-RESTORE-FLAG.
007020     CLOSE OPERATOR-MASTER.
007030 1050-EXIT.
007040     EXIT.
007050
007060 1060-ONE-SIGNON-TRY.
007070     ADD 1 TO WS-SIGNON-TRIES.
007080     DISPLAY SPACE.
007090     DISPLAY "Operator ID: " WITH NO ADVANCING.
007100     ACCEPT WS-RUN-BY.
007110     MOVE FUNCTION UPPER-CASE(WS-RUN-BY) TO WS-RUN-BY.
007120     DISPLAY "Password:    " WITH NO ADVANCING.
007130     ACCEPT WS-PASSWORD-TEXT.
007140     MOVE WS-RUN-BY TO OP-OPERATOR-ID.
007150     READ OPERATOR-MASTER
007160         KEY IS OP-OPERATOR-ID
007170         INVALID KEY
007180             DISPLAY "Operator ID not on file."
007190         NOT INVALID KEY
007200             IF OP-OPERATOR-INACTIVE
007210                 DISPLAY "Operator is inactive."
007220             ELSE
007230                 IF OP-PASSWORD = WS-PASSWORD-TEXT
007240                     MOVE "Y" TO WS-SIGNON-SWITCH
007250                 ELSE
007260                     DISPLAY "Password does not match."
007270                 END-IF
007280             END-IF
007290     END-READ.
007300 1060-EXIT.
007310     EXIT.
007320
007330*================================================================
007340* 1100-READ-PAY-PERIOD - THE STREAM RUNS FOR ONE OPEN PAY
007350* GROUP AND ITS OPEN PERIOD.
007360*================================================================
007370 1100-READ-PAY-PERIOD.
007380     OPEN INPUT PAY-PERIOD-FILE.
007390     IF NOT WS-PAY-PERIOD-OK
007400         DISPLAY "WARNING - PAY PERIOD FILE PAYPERD COULD NOT "
007410             "BE OPENED."
007420         DISPLAY "JOB STREAM CANNOT CONTINUE WITHOUT AN OPEN "
007430             "PAY PERIOD."
007440         STOP RUN
007450     END-IF.
007460     READ PAY-PERIOD-FILE
007470         AT END
007480             DISPLAY "PAY PERIOD FILE PAYPERD IS EMPTY - "
007490                 "RUN ENDED."
007500             STOP RUN
007510     END-READ.
007520     MOVE ZERO TO WS-OPEN-GROUP-COUNT.
007530     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
007540     PERFORM 1110-TABLE-PERIOD-RECORD
007550         UNTIL WS-END-OF-PERIODS.
007560     CLOSE PAY-PERIOD-FILE.
007570     IF WS-OPEN-GROUP-COUNT = ZERO
007580         DISPLAY "NO PAY GROUP HAS AN OPEN PERIOD - RUN ENDED."
007590         STOP RUN
007600     END-IF.
007610
007620     IF WS-OPEN-GROUP-COUNT = 1
007630         MOVE 1 TO WS-OPEN-GROUP-SUB
007640     ELSE
007650         DISPLAY "More than one pay group has an open period:"
007660         MOVE ZERO TO WS-OPEN-GROUP-SUB
007670         PERFORM 1115-SHOW-OPEN-GROUP
007680             UNTIL WS-OPEN-GROUP-SUB >= WS-OPEN-GROUP-COUNT
007690         MOVE "N" TO WS-GROUP-PICKED-SWITCH
007700         PERFORM 1120-PICK-PAY-GROUP
007710             UNTIL WS-GROUP-PICKED
007720     END-IF.
007730
007740     MOVE OG-PAY-GROUP (WS-OPEN-GROUP-SUB) TO WS-PAY-GROUP.
007750     MOVE OG-PERIOD-NUMBER (WS-OPEN-GROUP-SUB) TO WS-PAY-PERIOD.
007760     DISPLAY "Job stream for period " WS-PAY-PERIOD
007770         ", pay group '" WS-PAY-GROUP "'.".
007780 1100-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820* ONE PAYPERD RECORD.  ONLY AN OPEN PERIOD MATTERS TO THE RUN.
007830*----------------------------------------------------------------
007840 1110-TABLE-PERIOD-RECORD.
007850     IF PP-PERIOD-OPEN
007860         IF FUNCTION TEST-NUMVAL(PP-PERIOD-NUMBER-TEXT)
007870             NOT = ZERO
007880             DISPLAY "PAY PERIOD NUMBER IS NOT NUMERIC FOR PAY "
007890                 "GROUP '" PP-PAY-GROUP "' - RUN ENDED."
007900             STOP RUN
007910         END-IF
007920         IF WS-OPEN-GROUP-COUNT >= 20
007930             DISPLAY "More than 20 open pay groups - group '"
007940                 PP-PAY-GROUP "' cannot be run this time."
007950         ELSE
007960             ADD 1 TO WS-OPEN-GROUP-COUNT
007970             MOVE PP-PAY-GROUP
007980                 TO OG-PAY-GROUP (WS-OPEN-GROUP-COUNT)
007990             MOVE FUNCTION NUMVAL(PP-PERIOD-NUMBER-TEXT)
008000                 TO OG-PERIOD-NUMBER (WS-OPEN-GROUP-COUNT)
008010             MOVE PP-START-DATE
008020                 TO OG-START-DATE (WS-OPEN-GROUP-COUNT)
008030             MOVE PP-END-DATE
008040                 TO OG-END-DATE (WS-OPEN-GROUP-COUNT)
008050         END-IF
008060     END-IF.
008070     READ PAY-PERIOD-FILE
008080         AT END
008090             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
008100     END-READ.
008110
008120 1115-SHOW-OPEN-GROUP.
008130     ADD 1 TO WS-OPEN-GROUP-SUB.
008140     DISPLAY "  Pay group '" OG-PAY-GROUP (WS-OPEN-GROUP-SUB)
008150         "'  period " OG-PERIOD-NUMBER (WS-OPEN-GROUP-SUB)
008160         "  (" OG-START-DATE (WS-OPEN-GROUP-SUB) " - "
008170         OG-END-DATE (WS-OPEN-GROUP-SUB) ")".
008180
008190*----------------------------------------------------------------
008200* THE OPERATOR NAMES ONE OF THE OPEN GROUPS - BLANK IS THE
008210* ORIGINAL GROUP.  ASKED AGAIN UNTIL IT MATCHES ONE.
008220*----------------------------------------------------------------
008230 1120-PICK-PAY-GROUP.
008240     DISPLAY "Pay group to run: " WITH NO ADVANCING.
008250     ACCEPT WS-GROUP-ANSWER.
008260     MOVE FUNCTION UPPER-CASE(WS-GROUP-ANSWER)
008270         TO WS-GROUP-ANSWER.
008280     MOVE ZERO TO WS-OPEN-GROUP-SUB.
008290     PERFORM 1125-SCAN-OPEN-GROUPS
008300         UNTIL WS-GROUP-PICKED
008310         OR WS-OPEN-GROUP-SUB >= WS-OPEN-GROUP-COUNT.
008320     IF NOT WS-GROUP-PICKED
008330         DISPLAY "Pay group '" WS-GROUP-ANSWER
008340             "' has no open period."
008350     END-IF.
008360
008370 1125-SCAN-OPEN-GROUPS.
008380     ADD 1 TO WS-OPEN-GROUP-SUB.
008390     IF OG-PAY-GROUP (WS-OPEN-GROUP-SUB) = WS-GROUP-ANSWER
008400         MOVE "Y" TO WS-GROUP-PICKED-SWITCH
008410     END-IF.
008420
008430*================================================================
008440* 2000-MAIN-MENU - ONE CHOICE AT A TIME UNTIL THE OPERATOR
008450* QUITS.
008460*================================================================
008470 2000-MAIN-MENU.
008480     DISPLAY SPACE.
008490     DISPLAY "(L)ist steps, (R)un a step, (C)ontinue the "
008500         "stream, (G)enerations,".
008510     DISPLAY "(X) restore a generation or (Q)uit: "
008520         WITH NO ADVANCING.
008530     ACCEPT WS-MENU-ANSWER.
008540     MOVE FUNCTION UPPER-CASE(WS-MENU-ANSWER) TO WS-MENU-ANSWER.
008550     EVALUATE WS-MENU-ANSWER
008560         WHEN "L"
008570             PERFORM 3000-LIST-STEPS THRU 3000-EXIT
008580         WHEN "R"
008590             PERFORM 4000-RUN-NAMED-STEP THRU 4000-EXIT
008600         WHEN "C"
008610             PERFORM 4500-CONTINUE-STREAM THRU 4500-EXIT
008620         WHEN "G"
008630             PERFORM 7000-LIST-GENERATIONS THRU 7000-EXIT
008640         WHEN "X"
008650             PERFORM 8000-RESTORE-GENERATION THRU 8000-EXIT
008660         WHEN "Q"
008670             MOVE "Y" TO WS-QUIT-SWITCH
008680         WHEN OTHER
008690             DISPLAY "Please enter L, R, C, G, X or Q."
008700     END-EVALUATE.
008710 2000-EXIT.
008720     EXIT.
008730
008740*================================================================
008750* 3000-LIST-STEPS - EVERY STEP IN RUN ORDER WITH WHAT RUNSTAT
008760* HOLDS FOR IT THIS PERIOD.
008770*================================================================
008780 3000-LIST-STEPS.
008790     DISPLAY SPACE.
008800     DISPLAY "STEP     DESCRIPTION                    STATUS"
008810         "     ENDED    BY".
008820     MOVE ZERO TO WS-STEP-SUB.
008830     PERFORM 3100-LIST-ONE-STEP
008840         UNTIL WS-STEP-SUB >= WS-STEP-COUNT.
008850 3000-EXIT.
008860     EXIT.
008870
008880 3100-LIST-ONE-STEP.
008890     ADD 1 TO WS-STEP-SUB.
008900     MOVE WS-STEP-SUB TO WS-SCAN-SUB.
008910     MOVE WS-PAY-GROUP TO WS-LOOKUP-GROUP.
008920     MOVE WS-PAY-PERIOD TO WS-LOOKUP-PERIOD.
008930     PERFORM 5900-LOOKUP-STEP-STATE THRU 5900-EXIT.
008940     MOVE ST-STEP-CODE (WS-STEP-SUB) TO SL-STEP-CODE.
008950     MOVE ST-DESCRIPTION (WS-STEP-SUB) TO SL-DESCRIPTION.
008960     MOVE SPACES TO SL-END-DATE.
008970     MOVE SPACES TO SL-RUN-BY.
008980     MOVE SPACES TO SL-RETURN-CODE.
008990     EVALUATE TRUE
009000         WHEN WS-LOOKUP-NOT-RUN
009010             MOVE "NOT RUN" TO SL-STATE
009020         WHEN WS-LOOKUP-RUNNING
009030             MOVE "CUT OFF" TO SL-STATE
009040         WHEN WS-LOOKUP-COMPLETE
009050             MOVE "COMPLETE" TO SL-STATE
009060         WHEN OTHER
009070             MOVE "FAILED" TO SL-STATE
009080     END-EVALUATE.
009090     IF NOT WS-LOOKUP-NOT-RUN
009100         MOVE JS-END-DATE TO SL-END-DATE
009110         MOVE JS-RUN-BY TO SL-RUN-BY
009120         MOVE JS-RETURN-CODE TO SL-RETURN-CODE
009130     END-IF.
009140     DISPLAY WS-STEP-LINE.
009150
009160*================================================================
009170* 4000-RUN-NAMED-STEP - THE OPERATOR NAMES A STEP BY ITS CODE.
009180*================================================================
009190 4000-RUN-NAMED-STEP.
009200     DISPLAY "Step code: " WITH NO ADVANCING.
009210     ACCEPT WS-STEP-ANSWER.
009220     MOVE FUNCTION UPPER-CASE(WS-STEP-ANSWER) TO WS-FIND-CODE.
009230     PERFORM 4900-FIND-STEP THRU 4900-EXIT.
009240     IF NOT WS-ENTRY-FOUND
009250         DISPLAY "Step " WS-FIND-CODE " is not in the stream."
009260         GO TO 4000-EXIT
009270     END-IF.
009280     MOVE WS-SCAN-SUB TO WS-STEP-SUB.
009290     PERFORM 5000-RUN-STEP THRU 5000-EXIT.
009300 4000-EXIT.
009310     EXIT.
009320
009330*================================================================
009340* 4500-CONTINUE-STREAM - RESTART WHERE THE STREAM STOPPED: THE
009350* FIRST STEP THAT FAILED OR WAS CUT OFF, OR ELSE THE FIRST STEP
009360* NOT YET RUN (OPTIONAL STEPS ARE LEFT TO BE NAMED).
009370*================================================================
009380 4500-CONTINUE-STREAM.
009390     MOVE WS-PAY-GROUP TO WS-LOOKUP-GROUP.
009400     MOVE WS-PAY-PERIOD TO WS-LOOKUP-PERIOD.
009410     MOVE ZERO TO WS-STEP-SUB.
009420     MOVE ZERO TO WS-SCAN-SUB.
009430     PERFORM 4510-FIND-FAILED-STEP
009440         UNTIL WS-STEP-SUB > ZERO
009450         OR WS-SCAN-SUB >= WS-STEP-COUNT.
009460     IF WS-STEP-SUB = ZERO
009470         MOVE ZERO TO WS-SCAN-SUB
009480         PERFORM 4520-FIND-NEXT-STEP
009490             UNTIL WS-STEP-SUB > ZERO
009500             OR WS-SCAN-SUB >= WS-STEP-COUNT
009510     END-IF.
009520     IF WS-STEP-SUB = ZERO
009530         DISPLAY "Every step has completed for period "
009540             WS-PAY-PERIOD "."
009550         GO TO 4500-EXIT
009560     END-IF.
009570     DISPLAY "Continuing with step " ST-STEP-CODE (WS-STEP-SUB)
009580         " - " ST-DESCRIPTION (WS-STEP-SUB).
009590     PERFORM 5000-RUN-STEP THRU 5000-EXIT.
009600 4500-EXIT.
009610     EXIT.
009620
009630 4510-FIND-FAILED-STEP.
009640     ADD 1 TO WS-SCAN-SUB.
009650     PERFORM 5900-LOOKUP-STEP-STATE THRU 5900-EXIT.
009660     IF WS-LOOKUP-FAILED OR WS-LOOKUP-RUNNING
009670         MOVE WS-SCAN-SUB TO WS-STEP-SUB
009680     END-IF.
009690
009700 4520-FIND-NEXT-STEP.
009710     ADD 1 TO WS-SCAN-SUB.
009720     IF NOT ST-OPTIONAL-STEP (WS-SCAN-SUB)
009730         PERFORM 5900-LOOKUP-STEP-STATE THRU 5900-EXIT
009740         IF WS-LOOKUP-NOT-RUN
009750             MOVE WS-SCAN-SUB TO WS-STEP-SUB
009760         END-IF
009770     END-IF.
009780
009790*----------------------------------------------------------------
009800* SET WS-SCAN-SUB TO THE STEP WHOSE CODE IS WS-FIND-CODE.
009810*----------------------------------------------------------------
009820 4900-FIND-STEP.
009830     MOVE "N" TO WS-FOUND-SWITCH.
009840     MOVE ZERO TO WS-SCAN-SUB.
009850     PERFORM 4910-SCAN-STEP-TABLE
009860         UNTIL WS-ENTRY-FOUND
009870         OR WS-SCAN-SUB >= WS-STEP-COUNT.
009880 4900-EXIT.
009890     EXIT.
009900
009910 4910-SCAN-STEP-TABLE.
009920     ADD 1 TO WS-SCAN-SUB.
009930     IF ST-STEP-CODE (WS-SCAN-SUB) = WS-FIND-CODE
009940         MOVE "Y" TO WS-FOUND-SWITCH
009950     END-IF.
009960
009970*================================================================
009980* 5000-RUN-STEP - RUN STEP WS-STEP-SUB FOR THE GROUP AND
009990* PERIOD.  REFUSED WHEN ITS PREREQUISITE HAS NOT COMPLETED,
010000* WHEN IT HAS COMPLETED AND MAY NOT RUN AGAIN, OR WHEN A LATER
010010* POSTING STEP HAS ALREADY COMPLETED (ROLL BACK WITH A RESTORE
010020* FIRST).  A POSTING STEP IS BACKED UP BEFORE IT STARTS.
010030* RUNNING A STEP AGAIN CLEARS EVERY LATER STEP, WHICH WAS RUN
010040* ON WHAT THIS STEP IS ABOUT TO REPLACE.
010050*================================================================
010060 5000-RUN-STEP.
010070     MOVE "N" TO WS-REFUSED-SWITCH.
010080     MOVE WS-PAY-GROUP TO WS-LOOKUP-GROUP.
010090     MOVE WS-PAY-PERIOD TO WS-LOOKUP-PERIOD.
010100     PERFORM 5100-CHECK-PREREQUISITE THRU 5100-EXIT.
010110     IF WS-STEP-REFUSED
010120         GO TO 5000-EXIT
010130     END-IF.
010140
010150     MOVE WS-STEP-SUB TO WS-SCAN-SUB.
010160     PERFORM 5900-LOOKUP-STEP-STATE THRU 5900-EXIT.
010170     MOVE ZERO TO WS-ATTEMPT-COUNT.
010180     IF NOT WS-LOOKUP-NOT-RUN
010190         MOVE JS-ATTEMPT-COUNT TO WS-ATTEMPT-COUNT
010200     END-IF.
010210     IF WS-LOOKUP-COMPLETE
010220         AND NOT ST-MAY-RERUN (WS-STEP-SUB)
010230         DISPLAY "Step " ST-STEP-CODE (WS-STEP-SUB)
010240             " has already completed for period "
010250             WS-PAY-PERIOD " and runs only once."
010260         GO TO 5000-EXIT
010270     END-IF.
010280
010290     MOVE WS-STEP-SUB TO WS-SCAN-SUB.
010300     PERFORM 5200-CHECK-LATER-POSTING
010310         UNTIL WS-STEP-REFUSED
010320         OR WS-SCAN-SUB >= WS-STEP-COUNT.
010330     IF WS-STEP-REFUSED
010340         GO TO 5000-EXIT
010350     END-IF.
010360
010370     IF ST-STEP-CODE (WS-STEP-SUB) = "GLHANDOF"
010380         PERFORM 5300-CHECK-TIEOUT-PROOF THRU 5300-EXIT
010390         IF WS-STEP-REFUSED
010400             GO TO 5000-EXIT
010410         END-IF
010420     END-IF.
010430
010440     MOVE ZERO TO WS-BACKUP-GENERATION.
010450     IF ST-POSTING-STEP (WS-STEP-SUB)
010460         PERFORM 6000-TAKE-BACKUP THRU 6000-EXIT
010470         IF WS-BACKUP-FAILED
010480             DISPLAY "Backup failed - step "
010490                 ST-STEP-CODE (WS-STEP-SUB) " not started."
010500             GO TO 5000-EXIT
010510         END-IF
010520     END-IF.
010530
010540     MOVE WS-STEP-SUB TO WS-SCAN-SUB.
010550     PERFORM 5400-CLEAR-LATER-STEP
010560         UNTIL WS-SCAN-SUB >= WS-STEP-COUNT.
010570
010580     ADD 1 TO WS-ATTEMPT-COUNT.
010590     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
010600     ACCEPT WS-CURRENT-TIME-DISPLAY FROM TIME.
010610     MOVE WS-CURRENT-DATE-DISPLAY TO WS-START-DATE.
010620     MOVE WS-CURRENT-HHMMSS TO WS-START-TIME.
010630     MOVE "R" TO WS-NEW-STATE.
010640     MOVE ZERO TO WS-STEP-RETURN.
010650     PERFORM 5800-SAVE-STEP-STATE THRU 5800-EXIT.
010660
010670     IF ST-DESK-STEP (WS-STEP-SUB)
010680         PERFORM 5600-CONFIRM-DESK-STEP THRU 5600-EXIT
010690     ELSE
010700         PERFORM 5500-EXECUTE-PROGRAM THRU 5500-EXIT
010710     END-IF.
010720
010730     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
010740     ACCEPT WS-CURRENT-TIME-DISPLAY FROM TIME.
010750     PERFORM 5800-SAVE-STEP-STATE THRU 5800-EXIT.
010760     IF WS-NEW-STATE = "C"
010770         DISPLAY "Step " ST-STEP-CODE (WS-STEP-SUB)
010780             " complete."
010790     ELSE
010800         DISPLAY "Step " ST-STEP-CODE (WS-STEP-SUB)
010810             " FAILED - correct the cause and continue the "
010820             "stream to restart it."
010830     END-IF.
010840 5000-EXIT.
010850     EXIT.
010860
010870*----------------------------------------------------------------
010880* THE STEP NAMED AS THIS ONE'S PREREQUISITE MUST HAVE COMPLETED
010890* FOR THE SAME GROUP AND PERIOD.
010900*----------------------------------------------------------------
010910 5100-CHECK-PREREQUISITE.
010920     IF ST-PREREQUISITE (WS-STEP-SUB) = SPACES
010930         GO TO 5100-EXIT
010940     END-IF.
010950     MOVE ST-PREREQUISITE (WS-STEP-SUB) TO WS-FIND-CODE.
010960     PERFORM 4900-FIND-STEP THRU 4900-EXIT.
010970     PERFORM 5900-LOOKUP-STEP-STATE THRU 5900-EXIT.
010980     IF NOT WS-LOOKUP-COMPLETE
010990         MOVE "Y" TO WS-REFUSED-SWITCH
011000         DISPLAY "Step " ST-STEP-CODE (WS-STEP-SUB)
011010             " refused - " ST-PREREQUISITE (WS-STEP-SUB)
011020             " has not completed for period " WS-PAY-PERIOD "."
011030     END-IF.
011040 5100-EXIT.
011050     EXIT.
011060
011070 5200-CHECK-LATER-POSTING.
011080     ADD 1 TO WS-SCAN-SUB.
011090     IF ST-POSTING-STEP (WS-SCAN-SUB)
011100         PERFORM 5900-LOOKUP-STEP-STATE THRU 5900-EXIT
011110         IF WS-LOOKUP-COMPLETE
011120             MOVE "Y" TO WS-REFUSED-SWITCH
011130             DISPLAY "Step " ST-STEP-CODE (WS-STEP-SUB)
011140                 " refused - " ST-STEP-CODE (WS-SCAN-SUB)
011150                 " has already posted.  Restore its backup "
011160                 "generation first."
011170         END-IF
011180     END-IF.
011190
011200*----------------------------------------------------------------
011210* THE GL HAND-OFF GOES ONLY ON A PERIOD THE LAST TIEOUT PROOF
011220* OF THE GROUP'S PERIOD FOUND IN BALANCE.
011230*----------------------------------------------------------------
011240 5300-CHECK-TIEOUT-PROOF.
011250     MOVE "Y" TO WS-REFUSED-SWITCH.
011260     OPEN INPUT TIEOUT-STATUS-FILE.
011270     IF NOT WS-TIEOUTST-OK
011280         DISPLAY "No period tie-out proof on file (TIEOUTST) - "
011290             "GL hand-off refused."
011300         GO TO 5300-EXIT
011310     END-IF.
011320     MOVE "N" TO WS-EOF-SWITCH.
011330     MOVE "N" TO WS-FOUND-SWITCH.
011340     PERFORM 5310-READ-TIEOUT-STATUS
011350         UNTIL WS-END-OF-FILE OR WS-ENTRY-FOUND.
011360     CLOSE TIEOUT-STATUS-FILE.
011370     IF NOT WS-ENTRY-FOUND
011380         DISPLAY "Pay group '" WS-PAY-GROUP "' period "
011390             WS-PAY-PERIOD " has no tie-out proof - GL "
011400             "hand-off refused."
011410         GO TO 5300-EXIT
011420     END-IF.
011470     IF TS-BREAK-COUNT NOT = ZERO
011480         DISPLAY "Tie-out proof of " TS-RUN-DATE " shows "
011490             TS-BREAK-COUNT " breaks - GL hand-off refused."
011500         GO TO 5300-EXIT
011510     END-IF.
011520     MOVE "N" TO WS-REFUSED-SWITCH.
011530 5300-EXIT.
011540     EXIT.
011550
011560 5310-READ-TIEOUT-STATUS.
011570     READ TIEOUT-STATUS-FILE
011580         AT END
011590             MOVE "Y" TO WS-EOF-SWITCH
011600         NOT AT END
011610             IF TS-PAY-GROUP = WS-PAY-GROUP
011615                 AND TS-PERIOD-NUMBER = WS-PAY-PERIOD
011620                 MOVE "Y" TO WS-FOUND-SWITCH
011630             END-IF
011640     END-READ.
011650
011660 5400-CLEAR-LATER-STEP.
011670     ADD 1 TO WS-SCAN-SUB.
011680     MOVE WS-LOOKUP-GROUP TO JS-PAY-GROUP.
011690     MOVE WS-LOOKUP-PERIOD TO JS-PERIOD-NUMBER.
011700     MOVE ST-STEP-CODE (WS-SCAN-SUB) TO JS-STEP-CODE.
011710     DELETE RUN-STATUS-FILE RECORD
011720         INVALID KEY
011730             CONTINUE
011740     END-DELETE.
011750
011760*----------------------------------------------------------------
011770* HAND THE STEP'S PROGRAM TO THE SYSTEM AND WAIT FOR IT.  THE
011780* SHELL HANDS BACK THE EXIT STATUS TIMES 256.  THE PROOF AND
011790* PAY RUNS ARE THE SAME PROGRAM, SO THE OPERATOR IS TOLD WHICH
011800* MODE TO ANSWER.
011810*----------------------------------------------------------------
011820 5500-EXECUTE-PROGRAM.
011830     IF ST-STEP-CODE (WS-STEP-SUB) = "PROOF"
011840         DISPLAY "Answer P at the run-mode prompt."
011850     END-IF.
011860     IF ST-STEP-CODE (WS-STEP-SUB) = "BATCH"
011870         DISPLAY "Answer B at the run-mode prompt."
011880     END-IF.
011890     IF WS-OPEN-GROUP-COUNT > 1
011900         DISPLAY "Answer pay group '" WS-PAY-GROUP
011910             "' when the program asks."
011920     END-IF.
011930     MOVE SPACES TO WS-COMMAND-LINE.
011940     STRING "./" DELIMITED BY SIZE
011950         ST-COMMAND (WS-STEP-SUB) DELIMITED BY SPACE
011960         INTO WS-COMMAND-LINE.
011970     CALL "SYSTEM" USING WS-COMMAND-LINE.
011980     MOVE RETURN-CODE TO WS-STEP-RETURN.
011990     MOVE ZERO TO RETURN-CODE.
012000     IF WS-STEP-RETURN > 255
012010         DIVIDE 256 INTO WS-STEP-RETURN
012020     END-IF.
012030     DISPLAY SPACE.
012040     DISPLAY "Step " ST-STEP-CODE (WS-STEP-SUB)
012050         " ended with return code " WS-STEP-RETURN ".".
012060     IF WS-STEP-RETURN >= 8 OR WS-STEP-RETURN < ZERO
012070         MOVE "F" TO WS-NEW-STATE
012080         GO TO 5500-EXIT
012090     END-IF.
012100     MOVE SPACES TO WS-CONFIRM-ANSWER.
012110     PERFORM 5510-ASK-NORMAL-END
012120         UNTIL WS-CONFIRM-ANSWER = "Y"
012130         OR WS-CONFIRM-ANSWER = "N".
012140     IF WS-CONFIRM-ANSWER = "Y"
012150         MOVE "C" TO WS-NEW-STATE
012160     ELSE
012170         MOVE "F" TO WS-NEW-STATE
012180     END-IF.
012190 5500-EXIT.
012200     EXIT.
012210
012220 5510-ASK-NORMAL-END.
012230     DISPLAY "Did the step run to a normal end (Y/N)? "
012240         WITH NO ADVANCING.
012250     ACCEPT WS-CONFIRM-ANSWER.
012260     MOVE FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER)
012270         TO WS-CONFIRM-ANSWER.
012280
012290*----------------------------------------------------------------
012300* A DESK STEP RUNS NO PROGRAM - THE OPERATOR CONFIRMS IT WAS
012310* DONE, AND THE CONFIRMATION IS WHAT RUNSTAT RECORDS.
012320*----------------------------------------------------------------
012330 5600-CONFIRM-DESK-STEP.
012340     IF ST-STEP-CODE (WS-STEP-SUB) = "SIGNOFF"
012350         DISPLAY "Has the desk checked the PROOFRPT register "
012360             "and signed it off (Y/N)? " WITH NO ADVANCING
012370     ELSE
012380         DISPLAY "Has GLPOST for period " WS-PAY-PERIOD
012390             " been handed to accounting (Y/N)? "
012400             WITH NO ADVANCING
012410     END-IF.
012420     ACCEPT WS-CONFIRM-ANSWER.
012430     MOVE FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER)
012440         TO WS-CONFIRM-ANSWER.
012450     IF WS-CONFIRM-ANSWER = "Y"
012460         MOVE "C" TO WS-NEW-STATE
012470     ELSE
012480         MOVE "F" TO WS-NEW-STATE
012490     END-IF.
012500 5600-EXIT.
012510     EXIT.
012520
012530*----------------------------------------------------------------
012540* WRITE OR REWRITE THE STEP'S RUNSTAT RECORD WITH WS-NEW-STATE.
012550*----------------------------------------------------------------
012560 5800-SAVE-STEP-STATE.
012570     MOVE SPACES TO RUN-STATUS-RECORD.
012580     MOVE WS-PAY-GROUP TO JS-PAY-GROUP.
012590     MOVE WS-PAY-PERIOD TO JS-PERIOD-NUMBER.
012600     MOVE ST-STEP-CODE (WS-STEP-SUB) TO JS-STEP-CODE.
012610     MOVE WS-NEW-STATE TO JS-STEP-STATUS.
012620     MOVE WS-STEP-RETURN TO JS-RETURN-CODE.
012630     MOVE WS-RUN-BY TO JS-RUN-BY.
012640     MOVE WS-START-DATE TO JS-START-DATE.
012650     MOVE WS-START-TIME TO JS-START-TIME.
012660     IF JS-STEP-RUNNING
012670         MOVE ZERO TO JS-END-DATE
012680         MOVE ZERO TO JS-END-TIME
012690     ELSE
012700         MOVE WS-CURRENT-DATE-DISPLAY TO JS-END-DATE
012710         MOVE WS-CURRENT-HHMMSS TO JS-END-TIME
012720     END-IF.
012730     MOVE WS-ATTEMPT-COUNT TO JS-ATTEMPT-COUNT.
012740     MOVE WS-BACKUP-GENERATION TO JS-BACKUP-GENERATION.
012750     REWRITE RUN-STATUS-RECORD
012760         INVALID KEY
012770             WRITE RUN-STATUS-RECORD
012780                 INVALID KEY
012790                     DISPLAY "RUNSTAT could not be updated - "
012800                         "status " WS-RUNSTAT-STATUS "."
012810             END-WRITE
012820     END-REWRITE.
012830 5800-EXIT.
012840     EXIT.
012850
012860*----------------------------------------------------------------
012870* LOOK UP STEP WS-SCAN-SUB ON RUNSTAT FOR WS-LOOKUP-GROUP AND
012880* WS-LOOKUP-PERIOD.
012890*----------------------------------------------------------------
012900 5900-LOOKUP-STEP-STATE.
012910     MOVE WS-LOOKUP-GROUP TO JS-PAY-GROUP.
012920     MOVE WS-LOOKUP-PERIOD TO JS-PERIOD-NUMBER.
012930     MOVE ST-STEP-CODE (WS-SCAN-SUB) TO JS-STEP-CODE.
012940     READ RUN-STATUS-FILE
012950         KEY IS JS-STEP-KEY
012960         INVALID KEY
012970             MOVE SPACE TO WS-LOOKUP-STATE
012980         NOT INVALID KEY
012990             MOVE JS-STEP-STATUS TO WS-LOOKUP-STATE
013000     END-READ.
013010 5900-EXIT.
013020     EXIT.
013030
013040*================================================================
013050* 6000-TAKE-BACKUP - A NEW GENERATION OF EVERY POSTED FILE.
013060* THE GENERATIONS STILL KEPT ARE COPIED TO THE WORK FILE, THE
013070* NEW ONE IS UNLOADED BEHIND THEM, AND ONLY THEN IS THE WORK
013080* FILE COPIED OVER PAYBKUP - A BACKUP THAT FAILS PART WAY
013090* LEAVES THE OLD GENERATIONS AS THEY WERE.
013100*================================================================
013110 6000-TAKE-BACKUP.
013120     MOVE "N" TO WS-BACKUP-FAILED-SWITCH.
013130     PERFORM 6900-LOAD-CATALOG THRU 6900-EXIT.
013140     MOVE 1 TO WS-NEW-GENERATION.
013150     IF WS-CATALOG-COUNT > ZERO
013160         MOVE WS-CATALOG-IMAGE (WS-CATALOG-COUNT)
013170             TO BACKUP-CATALOG-RECORD
013180         IF BC-GENERATION < 9999
013190             COMPUTE WS-NEW-GENERATION = BC-GENERATION + 1
013200         END-IF
013210     END-IF.
013220     COMPUTE WS-OLDEST-KEPT =
013230         WS-NEW-GENERATION - WS-GENERATIONS-KEPT + 1.
013240     DISPLAY "Taking backup generation " WS-NEW-GENERATION
013250         " ahead of step " ST-STEP-CODE (WS-STEP-SUB) ".".
013260
013270     OPEN OUTPUT BACKUP-WORK-FILE.
013280     IF NOT WS-BACKUP-WORK-OK
013290         DISPLAY "Backup work file PAYBKWRK could not be "
013300             "opened."
013310         MOVE "Y" TO WS-BACKUP-FAILED-SWITCH
013320         GO TO 6000-EXIT
013330     END-IF.
013340     OPEN INPUT BACKUP-FILE.
013350     IF WS-BACKUP-OK
013360         MOVE "N" TO WS-EOF-SWITCH
013370         PERFORM 6010-READ-BACKUP
013380         PERFORM 6020-KEEP-OLD-GENERATION
013390             UNTIL WS-END-OF-FILE
013400         CLOSE BACKUP-FILE
013410     END-IF.
013420
013430     MOVE ZERO TO WS-FILE-COUNT-TABLE.
013440     MOVE WS-NEW-GENERATION TO BK-GENERATION.
013450     PERFORM 6100-UNLOAD-EMPMAST THRU 6100-EXIT.
013460     PERFORM 6110-UNLOAD-YTDMAST THRU 6110-EXIT.
013470     PERFORM 6120-UNLOAD-CHECKREG THRU 6120-EXIT.
013480     PERFORM 6130-UNLOAD-CHECKNBR THRU 6130-EXIT.
013490     PERFORM 6140-UNLOAD-LEAVEBAL THRU 6140-EXIT.
013500     PERFORM 6150-UNLOAD-DEDMAST THRU 6150-EXIT.
013510     PERFORM 6160-UNLOAD-PAYLOCK THRU 6160-EXIT.
013520     PERFORM 6170-UNLOAD-EARNHIST THRU 6170-EXIT.
013530     PERFORM 6180-UNLOAD-REMITDTL THRU 6180-EXIT.
013540     PERFORM 6185-UNLOAD-WCDETAIL THRU 6185-EXIT.
013550     PERFORM 6187-UNLOAD-RETYTD THRU 6187-EXIT.
013560     PERFORM 6300-UNLOAD-GLPOST THRU 6300-EXIT.
013570     PERFORM 6310-UNLOAD-JOBCOST THRU 6310-EXIT.
013580     PERFORM 6320-UNLOAD-ACHPAYMT THRU 6320-EXIT.
013590     PERFORM 6330-UNLOAD-RETDTL THRU 6330-EXIT.
013596     PERFORM 6340-UNLOAD-GLHELD THRU 6340-EXIT.
013603     PERFORM 6350-UNLOAD-JCHELD THRU 6350-EXIT.
013610     CLOSE BACKUP-WORK-FILE.
013620     IF WS-BACKUP-FAILED
013630         GO TO 6000-EXIT
013640     END-IF.
013650
013660     OPEN INPUT BACKUP-WORK-FILE.
013670     IF NOT WS-BACKUP-WORK-OK
013680         DISPLAY "Backup work file PAYBKWRK could not be "
013690             "reopened - PAYBKUP left as it was."
013700         MOVE "Y" TO WS-BACKUP-FAILED-SWITCH
013710         GO TO 6000-EXIT
013720     END-IF.
013730     OPEN OUTPUT BACKUP-FILE.
013740     IF NOT WS-BACKUP-OK
013750         DISPLAY "Backup file PAYBKUP could not be opened for "
013760             "output - status " WS-BACKUP-STATUS "."
013770         CLOSE BACKUP-WORK-FILE
013780         MOVE "Y" TO WS-BACKUP-FAILED-SWITCH
013790         GO TO 6000-EXIT
013800     END-IF.
013810     MOVE "N" TO WS-EOF-SWITCH.
013820     PERFORM 6030-READ-BACKUP-WORK.
013830     PERFORM 6040-COPY-BACK-ONE
013840         UNTIL WS-END-OF-FILE.
013850     CLOSE BACKUP-WORK-FILE.
013860     CLOSE BACKUP-FILE.
013870
013880     PERFORM 6200-CATALOG-NEW-GENERATION THRU 6200-EXIT.
013890     IF WS-BACKUP-FAILED
013900         GO TO 6000-EXIT
013910     END-IF.
013920     MOVE WS-NEW-GENERATION TO WS-BACKUP-GENERATION.
013930     MOVE ZERO TO WS-FILE-SUB.
013940     PERFORM 6050-SHOW-FILE-COUNT
013950         UNTIL WS-FILE-SUB >= WS-BACKUP-FILE-COUNT.
013960 6000-EXIT.
013970     EXIT.
013980
013990 6010-READ-BACKUP.
014000     READ BACKUP-FILE
014010         AT END
014020             MOVE "Y" TO WS-EOF-SWITCH
014030     END-READ.
014040
014050 6020-KEEP-OLD-GENERATION.
014060     IF BK-GENERATION >= WS-OLDEST-KEPT
014070         AND BK-GENERATION < WS-NEW-GENERATION
014080         WRITE BACKUP-WORK-RECORD FROM BACKUP-RECORD
014090     END-IF.
014100     PERFORM 6010-READ-BACKUP.
014110
014120 6030-READ-BACKUP-WORK.
014130     READ BACKUP-WORK-FILE
014140         AT END
014150             MOVE "Y" TO WS-EOF-SWITCH
014160     END-READ.
014170
014180 6040-COPY-BACK-ONE.
014190     WRITE BACKUP-RECORD FROM BACKUP-WORK-RECORD.
014200     PERFORM 6030-READ-BACKUP-WORK.
014210
014220 6050-SHOW-FILE-COUNT.
014230     ADD 1 TO WS-FILE-SUB.
014240     MOVE WS-FILE-RECORDS (WS-FILE-SUB) TO WS-EDITED-COUNT.
014250     DISPLAY "  " WS-BACKUP-FILE-NAME (WS-FILE-SUB) " "
014260         WS-EDITED-COUNT " records".
014270
014280*----------------------------------------------------------------
014290* ONE UNLOAD PER FILE.  A FILE NOT YET ON DISK BACKS UP AS NO
014300* RECORDS; ANY OTHER OPEN FAILURE FAILS THE BACKUP.
014310*----------------------------------------------------------------
014320 6100-UNLOAD-EMPMAST.
014330     MOVE 1 TO WS-FILE-SUB.
014340     OPEN INPUT EMPLOYEE-MASTER.
014350     IF WS-MASTER-STATUS = "35"
014360         GO TO 6100-EXIT
014370     END-IF.
014380     IF NOT WS-MASTER-OK
014390         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
014400         GO TO 6100-EXIT
014410     END-IF.
014420     MOVE "N" TO WS-EOF-SWITCH.
014430     PERFORM 6101-UNLOAD-ONE-EMPMAST
014440         UNTIL WS-END-OF-FILE.
014450     CLOSE EMPLOYEE-MASTER.
014460 6100-EXIT.
014470     EXIT.
014480
014490 6101-UNLOAD-ONE-EMPMAST.
014500     READ EMPLOYEE-MASTER NEXT RECORD
014510         AT END
014520             MOVE "Y" TO WS-EOF-SWITCH
014530         NOT AT END
014540             MOVE EMPLOYEE-MASTER-RECORD TO BK-RECORD-IMAGE
014550             PERFORM 6195-WRITE-BACKUP-IMAGE
014560     END-READ.
014570
014580 6110-UNLOAD-YTDMAST.
014590     MOVE 2 TO WS-FILE-SUB.
014600     OPEN INPUT YTD-FILE.
014610     IF WS-YTD-STATUS = "35"
014620         GO TO 6110-EXIT
014630     END-IF.
014640     IF NOT WS-YTD-OK
014650         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
014660         GO TO 6110-EXIT
014670     END-IF.
014680     MOVE "N" TO WS-EOF-SWITCH.
014690     PERFORM 6111-UNLOAD-ONE-YTDMAST
014700         UNTIL WS-END-OF-FILE.
014710     CLOSE YTD-FILE.
014720 6110-EXIT.
014730     EXIT.
014740
014750 6111-UNLOAD-ONE-YTDMAST.
014760     READ YTD-FILE NEXT RECORD
014770         AT END
014780             MOVE "Y" TO WS-EOF-SWITCH
014790         NOT AT END
014800             MOVE YTD-RECORD TO BK-RECORD-IMAGE
014810             PERFORM 6195-WRITE-BACKUP-IMAGE
014820     END-READ.
014830
014840 6120-UNLOAD-CHECKREG.
014850     MOVE 3 TO WS-FILE-SUB.
014860     OPEN INPUT CHECK-REGISTER.
014870     IF WS-CHECKREG-STATUS = "35"
014880         GO TO 6120-EXIT
014890     END-IF.
014900     IF NOT WS-CHECKREG-OK
014910         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
014920         GO TO 6120-EXIT
014930     END-IF.
014940     MOVE "N" TO WS-EOF-SWITCH.
014950     PERFORM 6121-UNLOAD-ONE-CHECKREG
014960         UNTIL WS-END-OF-FILE.
014970     CLOSE CHECK-REGISTER.
014980 6120-EXIT.
014990     EXIT.
015000
015010 6121-UNLOAD-ONE-CHECKREG.
015020     READ CHECK-REGISTER NEXT RECORD
015030         AT END
015040             MOVE "Y" TO WS-EOF-SWITCH
015050         NOT AT END
015060             MOVE CHECK-REGISTER-RECORD TO BK-RECORD-IMAGE
015070             PERFORM 6195-WRITE-BACKUP-IMAGE
015080     END-READ.
015090
015100 6130-UNLOAD-CHECKNBR.
015110     MOVE 4 TO WS-FILE-SUB.
015120     OPEN INPUT CHECK-NUMBER-FILE.
015130     IF WS-CHECKNBR-STATUS = "35"
015140         GO TO 6130-EXIT
015150     END-IF.
015160     IF NOT WS-CHECKNBR-OK
015170         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
015180         GO TO 6130-EXIT
015190     END-IF.
015200     MOVE "N" TO WS-EOF-SWITCH.
015210     PERFORM 6131-UNLOAD-ONE-CHECKNBR
015220         UNTIL WS-END-OF-FILE.
015230     CLOSE CHECK-NUMBER-FILE.
015240 6130-EXIT.
015250     EXIT.
015260
015270 6131-UNLOAD-ONE-CHECKNBR.
015280     READ CHECK-NUMBER-FILE
015290         AT END
015300             MOVE "Y" TO WS-EOF-SWITCH
015310         NOT AT END
015320             MOVE CHECK-NUMBER-RECORD TO BK-RECORD-IMAGE
015330             PERFORM 6195-WRITE-BACKUP-IMAGE
015340     END-READ.
015350
015360 6140-UNLOAD-LEAVEBAL.
015370     MOVE 5 TO WS-FILE-SUB.
015380     OPEN INPUT LEAVE-BALANCE-FILE.
015390     IF WS-LEAVEBAL-STATUS = "35"
015400         GO TO 6140-EXIT
015410     END-IF.
015420     IF NOT WS-LEAVEBAL-OK
015430         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
015440         GO TO 6140-EXIT
015450     END-IF.
015460     MOVE "N" TO WS-EOF-SWITCH.
015470     PERFORM 6141-UNLOAD-ONE-LEAVEBAL
015480         UNTIL WS-END-OF-FILE.
015490     CLOSE LEAVE-BALANCE-FILE.
015500 6140-EXIT.
015510     EXIT.
015520
015530 6141-UNLOAD-ONE-LEAVEBAL.
015540     READ LEAVE-BALANCE-FILE NEXT RECORD
015550         AT END
015560             MOVE "Y" TO WS-EOF-SWITCH
015570         NOT AT END
015580             MOVE LEAVE-BALANCE-RECORD TO BK-RECORD-IMAGE
015590             PERFORM 6195-WRITE-BACKUP-IMAGE
015600     END-READ.
015610
015620 6150-UNLOAD-DEDMAST.
015630     MOVE 6 TO WS-FILE-SUB.
015640     OPEN INPUT DEDUCTION-MASTER.
015650     IF WS-DEDMAST-STATUS = "35"
015660         GO TO 6150-EXIT
015670     END-IF.
015680     IF NOT WS-DEDMAST-OK
015690         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
015700         GO TO 6150-EXIT
015710     END-IF.
015720     MOVE "N" TO WS-EOF-SWITCH.
015730     PERFORM 6151-UNLOAD-ONE-DEDMAST
015740         UNTIL WS-END-OF-FILE.
015750     CLOSE DEDUCTION-MASTER.
015760 6150-EXIT.
015770     EXIT.
015780
015790 6151-UNLOAD-ONE-DEDMAST.
015800     READ DEDUCTION-MASTER NEXT RECORD
015810         AT END
015820             MOVE "Y" TO WS-EOF-SWITCH
015830         NOT AT END
015840             MOVE DEDUCTION-MASTER-RECORD TO BK-RECORD-IMAGE
015850             PERFORM 6195-WRITE-BACKUP-IMAGE
015860     END-READ.
015870
015880 6160-UNLOAD-PAYLOCK.
015890     MOVE 7 TO WS-FILE-SUB.
015900     OPEN INPUT PAYMENT-LOCK-FILE.
015910     IF WS-PAYLOCK-STATUS = "35"
015920         GO TO 6160-EXIT
015930     END-IF.
015940     IF NOT WS-PAYLOCK-OK
015950         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
015960         GO TO 6160-EXIT
015970     END-IF.
015980     MOVE "N" TO WS-EOF-SWITCH.
015990     PERFORM 6161-UNLOAD-ONE-PAYLOCK
016000         UNTIL WS-END-OF-FILE.
016010     CLOSE PAYMENT-LOCK-FILE.
016020 6160-EXIT.
016030     EXIT.
016040
016050 6161-UNLOAD-ONE-PAYLOCK.
016060     READ PAYMENT-LOCK-FILE NEXT RECORD
016070         AT END
016080             MOVE "Y" TO WS-EOF-SWITCH
016090         NOT AT END
016100             MOVE PAYMENT-LOCK-RECORD TO BK-RECORD-IMAGE
016110             PERFORM 6195-WRITE-BACKUP-IMAGE
016120     END-READ.
016130
016140 6170-UNLOAD-EARNHIST.
016150     MOVE 8 TO WS-FILE-SUB.
016160     OPEN INPUT EARNINGS-HISTORY.
016170     IF WS-EARNHIST-STATUS = "35"
016180         GO TO 6170-EXIT
016190     END-IF.
016200     IF NOT WS-EARNHIST-OK
016210         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
016220         GO TO 6170-EXIT
016230     END-IF.
016240     MOVE "N" TO WS-EOF-SWITCH.
016250     PERFORM 6171-UNLOAD-ONE-EARNHIST
016260         UNTIL WS-END-OF-FILE.
016270     CLOSE EARNINGS-HISTORY.
016280 6170-EXIT.
016290     EXIT.
016300
016310 6171-UNLOAD-ONE-EARNHIST.
016320     READ EARNINGS-HISTORY
016330         AT END
016340             MOVE "Y" TO WS-EOF-SWITCH
016350         NOT AT END
016360             MOVE EARNINGS-HISTORY-RECORD TO BK-RECORD-IMAGE
016370             PERFORM 6195-WRITE-BACKUP-IMAGE
016380     END-READ.
016390
016400 6180-UNLOAD-REMITDTL.
016410     MOVE 9 TO WS-FILE-SUB.
016420     OPEN INPUT REMIT-DETAIL-FILE.
016430     IF WS-REMITDTL-STATUS = "35"
016440         GO TO 6180-EXIT
016450     END-IF.
016460     IF NOT WS-REMITDTL-OK
016470         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
016480         GO TO 6180-EXIT
016490     END-IF.
016500     MOVE "N" TO WS-EOF-SWITCH.
016510     PERFORM 6181-UNLOAD-ONE-REMITDTL
016520         UNTIL WS-END-OF-FILE.
016530     CLOSE REMIT-DETAIL-FILE.
016540 6180-EXIT.
016550     EXIT.
016560
016570 6181-UNLOAD-ONE-REMITDTL.
016580     READ REMIT-DETAIL-FILE
016590         AT END
016600             MOVE "Y" TO WS-EOF-SWITCH
016610         NOT AT END
016620             MOVE REMIT-DETAIL-RECORD TO BK-RECORD-IMAGE
016630             PERFORM 6195-WRITE-BACKUP-IMAGE
016640     END-READ.
016650
016660 6185-UNLOAD-WCDETAIL.
016670     MOVE 10 TO WS-FILE-SUB.
016680     OPEN INPUT WC-DETAIL-FILE.
016690     IF WS-WCDETAIL-STATUS = "35"
016700         GO TO 6185-EXIT
016710     END-IF.
016720     IF NOT WS-WCDETAIL-OK
016730         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
016740         GO TO 6185-EXIT
016750     END-IF.
016760     MOVE "N" TO WS-EOF-SWITCH.
016770     PERFORM 6186-UNLOAD-ONE-WCDETAIL
016780         UNTIL WS-END-OF-FILE.
016790     CLOSE WC-DETAIL-FILE.
016800 6185-EXIT.
016810     EXIT.
016820
016830 6186-UNLOAD-ONE-WCDETAIL.
016840     READ WC-DETAIL-FILE
016850         AT END
016860             MOVE "Y" TO WS-EOF-SWITCH
016870         NOT AT END
016880             MOVE WC-DETAIL-RECORD TO BK-RECORD-IMAGE
016890             PERFORM 6195-WRITE-BACKUP-IMAGE
016900     END-READ.
016910
016920 6187-UNLOAD-RETYTD.
016930     MOVE 11 TO WS-FILE-SUB.
016940     OPEN INPUT RETIREMENT-YTD-FILE.
016950     IF WS-RETYTD-STATUS = "35"
016960         GO TO 6187-EXIT
016970     END-IF.
016980     IF NOT WS-RETYTD-OK
016990         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
017000         GO TO 6187-EXIT
017010     END-IF.
017020     MOVE "N" TO WS-EOF-SWITCH.
017030     PERFORM 6188-UNLOAD-ONE-RETYTD
017040         UNTIL WS-END-OF-FILE.
017050     CLOSE RETIREMENT-YTD-FILE.
017060 6187-EXIT.
017070     EXIT.
017080
017090 6188-UNLOAD-ONE-RETYTD.
017100     READ RETIREMENT-YTD-FILE NEXT RECORD
017110         AT END
017120             MOVE "Y" TO WS-EOF-SWITCH
017130         NOT AT END
017140             MOVE RETIREMENT-YTD-RECORD TO BK-RECORD-IMAGE
017150             PERFORM 6195-WRITE-BACKUP-IMAGE
017160     END-READ.
017170
017180 6190-UNLOAD-FAILED.
017190     DISPLAY WS-BACKUP-FILE-NAME (WS-FILE-SUB)
017200         " could not be opened for the backup.".
017210     MOVE "Y" TO WS-BACKUP-FAILED-SWITCH.
017220 6190-EXIT.
017230     EXIT.
017240
017250 6195-WRITE-BACKUP-IMAGE.
017260     MOVE WS-NEW-GENERATION TO BK-GENERATION.
017270     MOVE WS-FILE-SUB TO BK-FILE-NUMBER.
017280     WRITE BACKUP-WORK-RECORD FROM BACKUP-RECORD.
017290     ADD 1 TO WS-FILE-RECORDS (WS-FILE-SUB).
017300
017310*----------------------------------------------------------------
017320* REWRITE THE CATALOG: THE GENERATIONS STILL KEPT, THEN THE
017330* NEW ONE.
017340*----------------------------------------------------------------
017350 6200-CATALOG-NEW-GENERATION.
017360     OPEN OUTPUT BACKUP-CATALOG-FILE.
017370     IF NOT WS-CATALOG-OK
017380         DISPLAY "Backup catalog BKUPCAT could not be opened "
017390             "for output - status " WS-CATALOG-STATUS "."
017400         MOVE "Y" TO WS-BACKUP-FAILED-SWITCH
017410         GO TO 6200-EXIT
017420     END-IF.
017430     MOVE ZERO TO WS-CATALOG-SUB.
017440     PERFORM 6210-REWRITE-KEPT-ENTRY
017450         UNTIL WS-CATALOG-SUB >= WS-CATALOG-COUNT.
017460     MOVE SPACES TO BACKUP-CATALOG-RECORD.
017470     MOVE WS-NEW-GENERATION TO BC-GENERATION.
017480     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
017490     ACCEPT WS-CURRENT-TIME-DISPLAY FROM TIME.
017500     MOVE WS-CURRENT-DATE-DISPLAY TO BC-BACKUP-DATE.
017510     MOVE WS-CURRENT-HHMMSS TO BC-BACKUP-TIME.
017520     MOVE WS-PAY-GROUP TO BC-PAY-GROUP.
017530     MOVE WS-PAY-PERIOD TO BC-PERIOD-NUMBER.
017540     MOVE ST-STEP-CODE (WS-STEP-SUB) TO BC-STEP-CODE.
017550     MOVE WS-RUN-BY TO BC-RUN-BY.
017560     MOVE WS-FILE-COUNT-TABLE TO BC-FILE-COUNTS.
017570     MOVE ZERO TO BC-RESTORE-DATE.
017580     WRITE BACKUP-CATALOG-RECORD.
017590     CLOSE BACKUP-CATALOG-FILE.
017600 6200-EXIT.
017610     EXIT.
017620
017630 6210-REWRITE-KEPT-ENTRY.
017640     ADD 1 TO WS-CATALOG-SUB.
017650     MOVE WS-CATALOG-IMAGE (WS-CATALOG-SUB)
017660         TO BACKUP-CATALOG-RECORD.
017670     IF BC-GENERATION >= WS-OLDEST-KEPT
017680         AND BC-GENERATION < WS-NEW-GENERATION
017690         WRITE BACKUP-CATALOG-RECORD
017700     END-IF.
017710
017720*----------------------------------------------------------------
017730* UNLOADS FOR THE BATCH EXTRACTS AND THE RETIREMENT DETAIL, THE
017740* SAME AS THE ONES ABOVE.
017750*----------------------------------------------------------------
017760 6300-UNLOAD-GLPOST.
017770     MOVE 12 TO WS-FILE-SUB.
017780     OPEN INPUT GL-POSTING-FILE.
017790     IF WS-GLPOST-STATUS = "35"
017800         GO TO 6300-EXIT
017810     END-IF.
017820     IF NOT WS-GLPOST-OK
017830         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
017840         GO TO 6300-EXIT
017850     END-IF.
017860     MOVE "N" TO WS-EOF-SWITCH.
017870     PERFORM 6301-UNLOAD-ONE-GLPOST
017880         UNTIL WS-END-OF-FILE.
017890     CLOSE GL-POSTING-FILE.
017900 6300-EXIT.
017910     EXIT.
017920
017930 6301-UNLOAD-ONE-GLPOST.
017940     READ GL-POSTING-FILE
017950         AT END
017960             MOVE "Y" TO WS-EOF-SWITCH
017970         NOT AT END
017980             MOVE GL-POSTING-RECORD TO BK-RECORD-IMAGE
017990             PERFORM 6195-WRITE-BACKUP-IMAGE
018000     END-READ.
018010
018020 6310-UNLOAD-JOBCOST.
018030     MOVE 13 TO WS-FILE-SUB.
018040     OPEN INPUT JOB-COST-FILE.
018050     IF WS-JOBCOST-STATUS = "35"
018060         GO TO 6310-EXIT
018070     END-IF.
018080     IF NOT WS-JOBCOST-OK
018090         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
018100         GO TO 6310-EXIT
018110     END-IF.
018120     MOVE "N" TO WS-EOF-SWITCH.
018130     PERFORM 6311-UNLOAD-ONE-JOBCOST
018140         UNTIL WS-END-OF-FILE.
018150     CLOSE JOB-COST-FILE.
018160 6310-EXIT.
018170     EXIT.
018180
018190 6311-UNLOAD-ONE-JOBCOST.
018200     READ JOB-COST-FILE
018210         AT END
018220             MOVE "Y" TO WS-EOF-SWITCH
018230         NOT AT END
018240             MOVE JOB-COST-RECORD TO BK-RECORD-IMAGE
018250             PERFORM 6195-WRITE-BACKUP-IMAGE
018260     END-READ.
018270
018280 6320-UNLOAD-ACHPAYMT.
018290     MOVE 14 TO WS-FILE-SUB.
018300     OPEN INPUT ACH-PAYMENT-FILE.
018310     IF WS-ACH-STATUS = "35"
018320         GO TO 6320-EXIT
018330     END-IF.
018340     IF NOT WS-ACH-OK
018350         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
018360         GO TO 6320-EXIT
018370     END-IF.
018380     MOVE "N" TO WS-EOF-SWITCH.
018390     PERFORM 6321-UNLOAD-ONE-ACHPAYMT
018400         UNTIL WS-END-OF-FILE.
018410     CLOSE ACH-PAYMENT-FILE.
018420 6320-EXIT.
018430     EXIT.
018440
018450 6321-UNLOAD-ONE-ACHPAYMT.
018460     READ ACH-PAYMENT-FILE
018470         AT END
018480             MOVE "Y" TO WS-EOF-SWITCH
018490         NOT AT END
018500             MOVE ACH-PAYMENT-RECORD TO BK-RECORD-IMAGE
018510             PERFORM 6195-WRITE-BACKUP-IMAGE
018520     END-READ.
018530
018540 6330-UNLOAD-RETDTL.
018550     MOVE 15 TO WS-FILE-SUB.
018560     OPEN INPUT RETIREMENT-DETAIL-FILE.
018570     IF WS-RETDTL-STATUS = "35"
018580         GO TO 6330-EXIT
018590     END-IF.
018600     IF NOT WS-RETDTL-OK
018610         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
018620         GO TO 6330-EXIT
018630     END-IF.
018640     MOVE "N" TO WS-EOF-SWITCH.
018650     PERFORM 6331-UNLOAD-ONE-RETDTL
018660         UNTIL WS-END-OF-FILE.
018670     CLOSE RETIREMENT-DETAIL-FILE.
018680 6330-EXIT.
018690     EXIT.
018700
018710 6331-UNLOAD-ONE-RETDTL.
018720     READ RETIREMENT-DETAIL-FILE
018730         AT END
018740             MOVE "Y" TO WS-EOF-SWITCH
018750         NOT AT END
018760             MOVE RETIREMENT-DETAIL-RECORD TO BK-RECORD-IMAGE
018770             PERFORM 6195-WRITE-BACKUP-IMAGE
018780     END-READ.
018790
018800 6340-UNLOAD-GLHELD.
018810     MOVE 16 TO WS-FILE-SUB.
018820     OPEN INPUT GL-HELD-FILE.
018830     IF WS-GLHELD-STATUS = "35"
018840         GO TO 6340-EXIT
018850     END-IF.
018860     IF NOT WS-GLHELD-OK
018870         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
018880         GO TO 6340-EXIT
018890     END-IF.
018900     MOVE "N" TO WS-EOF-SWITCH.
018910     PERFORM 6341-UNLOAD-ONE-GLHELD
018920         UNTIL WS-END-OF-FILE.
018930     CLOSE GL-HELD-FILE.
018940 6340-EXIT.
018950     EXIT.
018960
018970 6341-UNLOAD-ONE-GLHELD.
018980     READ GL-HELD-FILE
018990         AT END
019000             MOVE "Y" TO WS-EOF-SWITCH
019001         NOT AT END
019002             MOVE GL-HELD-RECORD TO BK-RECORD-IMAGE
019003             PERFORM 6195-WRITE-BACKUP-IMAGE
019004     END-READ.
019005
019006 6350-UNLOAD-JCHELD.
019007     MOVE 17 TO WS-FILE-SUB.
019008     OPEN INPUT JOB-COST-HELD-FILE.
019009     IF WS-JCHELD-STATUS = "35"
019010         GO TO 6350-EXIT
019011     END-IF.
019012     IF NOT WS-JCHELD-OK
019013         PERFORM 6190-UNLOAD-FAILED THRU 6190-EXIT
019014         GO TO 6350-EXIT
019015     END-IF.
019016     MOVE "N" TO WS-EOF-SWITCH.
019017     PERFORM 6351-UNLOAD-ONE-JCHELD
019018         UNTIL WS-END-OF-FILE.
019019     CLOSE JOB-COST-HELD-FILE.
019020 6350-EXIT.
019021     EXIT.
019022
019023 6351-UNLOAD-ONE-JCHELD.
019024     READ JOB-COST-HELD-FILE
019025         AT END
019026             MOVE "Y" TO WS-EOF-SWITCH
019027         NOT AT END
019028             MOVE JOB-COST-HELD-RECORD TO BK-RECORD-IMAGE
019030             PERFORM 6195-WRITE-BACKUP-IMAGE
019040     END-READ.
019050
019060*----------------------------------------------------------------
019070* LOAD THE BACKUP CATALOG INTO WS-CATALOG-TABLE, OLDEST FIRST.
019080*----------------------------------------------------------------
019090 6900-LOAD-CATALOG.
019100     MOVE ZERO TO WS-CATALOG-COUNT.
019110     OPEN INPUT BACKUP-CATALOG-FILE.
019120     IF NOT WS-CATALOG-OK
019130         GO TO 6900-EXIT
019140     END-IF.
019150     MOVE "N" TO WS-EOF-SWITCH.
019160     PERFORM 6910-TABLE-CATALOG-ENTRY
019170         UNTIL WS-END-OF-FILE.
019180     CLOSE BACKUP-CATALOG-FILE.
019190 6900-EXIT.
019200     EXIT.
019210
019220 6910-TABLE-CATALOG-ENTRY.
019230     READ BACKUP-CATALOG-FILE
019240         AT END
019250             MOVE "Y" TO WS-EOF-SWITCH
019260         NOT AT END
019270             IF WS-CATALOG-COUNT < 20
019280                 ADD 1 TO WS-CATALOG-COUNT
019290                 MOVE BACKUP-CATALOG-RECORD
019300                     TO WS-CATALOG-IMAGE (WS-CATALOG-COUNT)
019310             END-IF
019320     END-READ.
019330
019340*================================================================
019350* 7000-LIST-GENERATIONS - THE BACKUP GENERATIONS ON FILE.
019360*================================================================
019370 7000-LIST-GENERATIONS.
019380     PERFORM 6900-LOAD-CATALOG THRU 6900-EXIT.
019390     IF WS-CATALOG-COUNT = ZERO
019400         DISPLAY "No backup generations on file."
019410         GO TO 7000-EXIT
019420     END-IF.
019430     DISPLAY SPACE.
019440     DISPLAY "GEN.  TAKEN"
019450         "                                    STEP     BY".
019460     MOVE ZERO TO WS-CATALOG-SUB.
019470     PERFORM 7100-LIST-ONE-GENERATION
019480         UNTIL WS-CATALOG-SUB >= WS-CATALOG-COUNT.
019490 7000-EXIT.
019500     EXIT.
019510
019520 7100-LIST-ONE-GENERATION.
019530     ADD 1 TO WS-CATALOG-SUB.
019540     MOVE WS-CATALOG-IMAGE (WS-CATALOG-SUB)
019550         TO BACKUP-CATALOG-RECORD.
019560     MOVE BC-GENERATION TO GL-GENERATION.
019570     MOVE BC-BACKUP-DATE TO GL-BACKUP-DATE.
019580     MOVE BC-BACKUP-TIME TO GL-BACKUP-TIME.
019590     MOVE BC-PAY-GROUP TO GL-PAY-GROUP.
019600     MOVE BC-PERIOD-NUMBER TO GL-PERIOD-NUMBER.
019610     MOVE BC-STEP-CODE TO GL-STEP-CODE.
019620     MOVE BC-RUN-BY TO GL-RUN-BY.
019630     IF BC-RESTORE-DATE IS NUMERIC
019640         AND BC-RESTORE-DATE NOT = ZERO
019650         MOVE SPACES TO GL-RESTORED
019660         STRING " RESTORED " BC-RESTORE-DATE
019670             DELIMITED BY SIZE INTO GL-RESTORED
019680     ELSE
019690         MOVE SPACES TO GL-RESTORED
019700     END-IF.
019710     DISPLAY WS-GENERATION-LINE.
019720
019730*================================================================
019740* 8000-RESTORE-GENERATION - PUT EVERY BACKED-UP FILE BACK AS
019750* IT WAS WHEN A GENERATION WAS TAKEN.  RESTORE-ROLE OPERATORS
019760* ONLY, AND ONLY AFTER THE OPERATOR TYPES YES.  THE STEP THE
019770* BACKUP WAS TAKEN FOR, AND EVERY STEP AFTER IT, ARE CLEARED
019780* FROM RUNSTAT FOR THAT GROUP AND PERIOD SO THEY RUN AGAIN.
019790*================================================================
019800 8000-RESTORE-GENERATION.
019810     IF NOT WS-OP-MAY-RESTORE
019820         DISPLAY "Operator " WS-RUN-BY " is not authorized "
019830             "to restore files."
019840         GO TO 8000-EXIT
019850     END-IF.
019860     PERFORM 7000-LIST-GENERATIONS THRU 7000-EXIT.
019870     IF WS-CATALOG-COUNT = ZERO
019880         GO TO 8000-EXIT
019890     END-IF.
019900
019910     DISPLAY "Generation to restore: " WITH NO ADVANCING.
019920     ACCEPT WS-RESTORE-ANSWER.
019930     IF FUNCTION TEST-NUMVAL(WS-RESTORE-ANSWER) NOT = ZERO
019940         DISPLAY "Generation must be a number."
019950         GO TO 8000-EXIT
019960     END-IF.
019970     MOVE FUNCTION NUMVAL(WS-RESTORE-ANSWER)
019980         TO WS-BACKUP-GENERATION.
019990     MOVE "N" TO WS-FOUND-SWITCH.
020000     MOVE ZERO TO WS-CATALOG-SUB.
020010     PERFORM 8100-FIND-GENERATION
020020         UNTIL WS-ENTRY-FOUND
020030         OR WS-CATALOG-SUB >= WS-CATALOG-COUNT.
020040     IF NOT WS-ENTRY-FOUND
020050         DISPLAY "Generation " WS-BACKUP-GENERATION
020060             " is not on file."
020070         GO TO 8000-EXIT
020080     END-IF.
020081     PERFORM 8150-CHECK-POSITIVE-PAY THRU 8150-EXIT.
020082     IF WS-POSPAY-SENT
020083         DISPLAY "*** Positive pay has gone to the bank since "
020084             "generation " WS-BACKUP-GENERATION " was taken."
020085         DISPLAY "*** Its checks are on PPAYHIST and at the "
020086             "bank - the generation cannot be restored. ***"
020087         GO TO 8000-EXIT
020088     END-IF.
020090
020100     MOVE WS-CATALOG-SUB TO WS-RESTORE-SUB.
020110     IF WS-RESTORE-SUB < WS-CATALOG-COUNT
020120         COMPUTE WS-LATER-GENERATIONS =
020130             WS-CATALOG-COUNT - WS-RESTORE-SUB
020140         DISPLAY "*** " WS-LATER-GENERATIONS " later "
020150             "generation(s) were taken after this one - the "
020160             "steps they"
020170         DISPLAY "*** were taken for are rolled back as well "
020180             "and must run again."
020190     END-IF.
020200     DISPLAY "Restoring generation " BC-GENERATION
020210         " replaces EMPMAST, YTDMAST, CHECKREG, CHECKNBR,".
020220     DISPLAY "LEAVEBAL, DEDMAST, PAYLOCK, EARNHIST, REMITDTL, "
020230         "WCDETAIL, RETYTD, GLPOST, JOBCOST,".
020236     DISPLAY "ACHPAYMT, RETDTL, GLHELD AND JCHELD as they "
020243         "stood before".
020250     DISPLAY "step " BC-STEP-CODE " of period "
020260         BC-PERIOD-NUMBER " on " BC-BACKUP-DATE ".".
020270     DISPLAY "Type YES to restore: " WITH NO ADVANCING.
020280     ACCEPT WS-CONFIRM-ANSWER.
020290     MOVE FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER)
020300         TO WS-CONFIRM-ANSWER.
020310     IF WS-CONFIRM-ANSWER NOT = "YES"
020320         DISPLAY "Restore cancelled - nothing changed."
020330         GO TO 8000-EXIT
020340     END-IF.
020350
020360     PERFORM 8200-RELOAD-FILES THRU 8200-EXIT.
020370     IF WS-RESTORE-FAILED
020380         DISPLAY "*** Generation " WS-BACKUP-GENERATION
020390             " did not restore cleanly - RUNSTAT and BKUPCAT "
020400             "are left as they were. ***"
020410         GO TO 8000-EXIT
020420     END-IF.
020430
020440     COMPUTE WS-CATALOG-SUB = WS-RESTORE-SUB - 1.
020450     PERFORM 8050-CLEAR-GENERATION-STEPS
020460         UNTIL WS-CATALOG-SUB >= WS-CATALOG-COUNT.
020470     MOVE WS-CATALOG-IMAGE (WS-RESTORE-SUB)
020480         TO BACKUP-CATALOG-RECORD.
020490
020500     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
020510     MOVE WS-CURRENT-DATE-DISPLAY TO BC-RESTORE-DATE.
020520     MOVE WS-RUN-BY TO BC-RESTORED-BY.
020530     MOVE BACKUP-CATALOG-RECORD
020540         TO WS-CATALOG-IMAGE (WS-RESTORE-SUB).
020550     OPEN OUTPUT BACKUP-CATALOG-FILE.
020560     IF NOT WS-CATALOG-OK
020570         DISPLAY "Backup catalog BKUPCAT could not be opened "
020580             "for output - the restore is not recorded on it."
020590         GO TO 8000-EXIT
020600     END-IF.
020610     MOVE ZERO TO WS-CATALOG-SUB.
020620     PERFORM 8300-REWRITE-CATALOG-ENTRY
020630         UNTIL WS-CATALOG-SUB >= WS-CATALOG-COUNT.
020640     CLOSE BACKUP-CATALOG-FILE.
020650     DISPLAY "Generation " WS-BACKUP-GENERATION " restored.  "
020660         "Step " BC-STEP-CODE " and the steps after it will "
020670         "run again.".
020680 8000-EXIT.
020690     EXIT.
020700
020710*----------------------------------------------------------------
020720* CLEAR FROM RUNSTAT THE STEP A RESTORED GENERATION WAS TAKEN
020730* FOR AND EVERY STEP AFTER IT, FOR ITS GROUP AND PERIOD.
020740*----------------------------------------------------------------
020750 8050-CLEAR-GENERATION-STEPS.
020760     ADD 1 TO WS-CATALOG-SUB.
020770     MOVE WS-CATALOG-IMAGE (WS-CATALOG-SUB)
020780         TO BACKUP-CATALOG-RECORD.
020790     MOVE BC-PAY-GROUP TO WS-LOOKUP-GROUP.
020800     MOVE BC-PERIOD-NUMBER TO WS-LOOKUP-PERIOD.
020810     MOVE BC-STEP-CODE TO WS-FIND-CODE.
020820     PERFORM 4900-FIND-STEP THRU 4900-EXIT.
020830     IF WS-ENTRY-FOUND
020840         SUBTRACT 1 FROM WS-SCAN-SUB
020850         PERFORM 5400-CLEAR-LATER-STEP
020860             UNTIL WS-SCAN-SUB >= WS-STEP-COUNT
020870     END-IF.
020880
020890 8100-FIND-GENERATION.
020900     ADD 1 TO WS-CATALOG-SUB.
020901     MOVE WS-CATALOG-IMAGE (WS-CATALOG-SUB)
020902         TO BACKUP-CATALOG-RECORD.
020903     IF BC-GENERATION = WS-BACKUP-GENERATION
020904         MOVE "Y" TO WS-FOUND-SWITCH
020905     END-IF.
020906
020907*----------------------------------------------------------------
020908* POSITIVE PAY IS NOT IN THE BACKUP SET - ONCE A TRANSMISSION
020909* HAS GONE, THE BANK HOLDS ITS CHECKS AND PPAYHIST SAYS SO.  A
020910* GENERATION TAKEN BEFORE A POSPAY STEP STARTED (ANY GROUP) OR
020911* BEFORE THE LAST TRANSMISSION DATE ON PPAYCTL CANNOT BE PUT
020912* BACK WITHOUT LEAVING THE BANK PAYING CHECKS THE FILES NO LONGER
020913* HOLD.  SETS WS-POSPAY-SENT FOR 8000.  BACKUP-CATALOG-RECORD
020914* STILL HOLDS THE GENERATION BEING RESTORED.
020915*----------------------------------------------------------------
020916 8150-CHECK-POSITIVE-PAY.
020917     MOVE "N" TO WS-POSPAY-SENT-SWITCH.
020918     MOVE "N" TO WS-EOF-SWITCH.
020919     MOVE LOW-VALUES TO JS-STEP-KEY.
020920     START RUN-STATUS-FILE KEY IS NOT LESS THAN JS-STEP-KEY
020921         INVALID KEY
020922             MOVE "Y" TO WS-EOF-SWITCH
020923     END-START.
020924     PERFORM 8160-CHECK-ONE-RUN-STEP
020925         UNTIL WS-END-OF-FILE
020926         OR WS-POSPAY-SENT.
020927     IF WS-POSPAY-SENT
020928         GO TO 8150-EXIT
020930     END-IF.
020931     OPEN INPUT PPAY-CONTROL-FILE.
020932     IF NOT WS-PPAYCTL-OK
020933         GO TO 8150-EXIT
020934     END-IF.
020935     READ PPAY-CONTROL-FILE
020936         AT END
020937             MOVE SPACES TO PC-LAST-XMIT-DATE
020938     END-READ.
020939     IF PC-LAST-XMIT-DATE IS NUMERIC
020940         AND PC-LAST-XMIT-DATE > BC-BACKUP-DATE
020941         MOVE "Y" TO WS-POSPAY-SENT-SWITCH
020942     END-IF.
020943     CLOSE PPAY-CONTROL-FILE.
020944 8150-EXIT.
020945     EXIT.
020946
020947 8160-CHECK-ONE-RUN-STEP.
020948     READ RUN-STATUS-FILE NEXT RECORD
020949         AT END
020950             MOVE "Y" TO WS-EOF-SWITCH
020951         NOT AT END
020952             IF JS-STEP-CODE = "POSPAY"
020953                 AND (JS-START-DATE > BC-BACKUP-DATE
020954                 OR (JS-START-DATE = BC-BACKUP-DATE
020955                 AND JS-START-TIME NOT < BC-BACKUP-TIME))
020956                 MOVE "Y" TO WS-POSPAY-SENT-SWITCH
020957             END-IF
020958     END-READ.
020960
020970*----------------------------------------------------------------
020980* EVERY FILE IS EMPTIED AND RELOADED FROM THE GENERATION IN
020990* ONE PASS OVER PAYBKUP; THE COUNTS ARE PROVED AGAINST THE
021000* CATALOG.  EVERY FILE IS FIRST OPENED WITHOUT BEING EMPTIED,
021010* SO ONE THAT CANNOT BE OPENED STOPS THE RESTORE BEFORE ANY FILE
021020* IS TOUCHED.  ANY FAILURE, OR A COUNT THAT DOES NOT PROVE,
021030* SETS WS-RESTORE-FAILED FOR 8000.
021040*----------------------------------------------------------------
021050 8200-RELOAD-FILES.
021060     MOVE "N" TO WS-RESTORE-FAILED-SWITCH.
021070     OPEN INPUT BACKUP-FILE.
021080     IF NOT WS-BACKUP-OK
021090         DISPLAY "Backup file PAYBKUP could not be opened - "
021100             "nothing restored."
021110         MOVE "Y" TO WS-RESTORE-FAILED-SWITCH
021120         GO TO 8200-EXIT
021130     END-IF.
021140     MOVE ZERO TO WS-FILE-SUB.
021150     PERFORM 8230-CHECK-ONE-TARGET THRU 8230-EXIT
021160         UNTIL WS-FILE-SUB >= WS-BACKUP-FILE-COUNT
021170         OR WS-RESTORE-FAILED.
021180     IF WS-RESTORE-FAILED
021190         CLOSE BACKUP-FILE
021200         DISPLAY "Nothing restored."
021210         GO TO 8200-EXIT
021220     END-IF.
021230     MOVE ZERO TO WS-FILE-SUB.
021240     PERFORM 8240-EMPTY-ONE-TARGET THRU 8240-EXIT
021250         UNTIL WS-FILE-SUB >= WS-BACKUP-FILE-COUNT
021260         OR WS-RESTORE-FAILED.
021270     IF WS-RESTORE-FAILED
021280         CLOSE BACKUP-FILE
021290         PERFORM 8260-CLOSE-TARGETS THRU 8260-EXIT
021300         DISPLAY "*** Restore stopped part way - run it again "
021310             "once the failure is cleared. ***"
021320         GO TO 8200-EXIT
021330     END-IF.
021340     MOVE ZERO TO WS-FILE-COUNT-TABLE.
021350     MOVE "N" TO WS-EOF-SWITCH.
021360     PERFORM 6010-READ-BACKUP.
021370     PERFORM 8210-RELOAD-ONE-RECORD
021380         UNTIL WS-END-OF-FILE.
021390     CLOSE BACKUP-FILE.
021400     PERFORM 8260-CLOSE-TARGETS THRU 8260-EXIT.
021410
021420     MOVE ZERO TO WS-FILE-SUB.
021430     PERFORM 8220-PROVE-FILE-COUNT
021440         UNTIL WS-FILE-SUB >= WS-BACKUP-FILE-COUNT.
021450 8200-EXIT.
021460     EXIT.
021470
021480 8210-RELOAD-ONE-RECORD.
021490     IF BK-GENERATION = WS-BACKUP-GENERATION
021500         EVALUATE BK-FILE-NUMBER
021510             WHEN 1
021520                 WRITE EMPLOYEE-MASTER-RECORD
021530                     FROM BK-RECORD-IMAGE
021540             WHEN 2
021550                 WRITE YTD-RECORD FROM BK-RECORD-IMAGE
021560             WHEN 3
021570                 WRITE CHECK-REGISTER-RECORD
021580                     FROM BK-RECORD-IMAGE
021590             WHEN 4
021600                 WRITE CHECK-NUMBER-RECORD FROM BK-RECORD-IMAGE
021610             WHEN 5
021620                 WRITE LEAVE-BALANCE-RECORD
021630                     FROM BK-RECORD-IMAGE
021640             WHEN 6
021650                 WRITE DEDUCTION-MASTER-RECORD
021660                     FROM BK-RECORD-IMAGE
021670             WHEN 7
021680                 WRITE PAYMENT-LOCK-RECORD FROM BK-RECORD-IMAGE
021690             WHEN 8
021700                 WRITE EARNINGS-HISTORY-RECORD
021710                     FROM BK-RECORD-IMAGE
021720             WHEN 9
021730                 WRITE REMIT-DETAIL-RECORD FROM BK-RECORD-IMAGE
021740             WHEN 10
021750                 WRITE WC-DETAIL-RECORD FROM BK-RECORD-IMAGE
021760             WHEN 11
021770                 WRITE RETIREMENT-YTD-RECORD
021780                     FROM BK-RECORD-IMAGE
021790             WHEN 12
021800                 WRITE GL-POSTING-RECORD FROM BK-RECORD-IMAGE
021810             WHEN 13
021820                 WRITE JOB-COST-RECORD FROM BK-RECORD-IMAGE
021830             WHEN 14
021840                 WRITE ACH-PAYMENT-RECORD FROM BK-RECORD-IMAGE
021850             WHEN 15
021860                 WRITE RETIREMENT-DETAIL-RECORD
021870                     FROM BK-RECORD-IMAGE
021880             WHEN 16
021885                 WRITE GL-HELD-RECORD FROM BK-RECORD-IMAGE
021890             WHEN 17
021895                 WRITE JOB-COST-HELD-RECORD FROM BK-RECORD-IMAGE
021900         END-EVALUATE
021910         IF BK-FILE-NUMBER > ZERO
021920             AND BK-FILE-NUMBER NOT > WS-BACKUP-FILE-COUNT
021930             ADD 1 TO WS-FILE-RECORDS (BK-FILE-NUMBER)
021940         END-IF
021950     END-IF.
021960     PERFORM 6010-READ-BACKUP.
021970
021980 8220-PROVE-FILE-COUNT.
021990     ADD 1 TO WS-FILE-SUB.
022000     MOVE WS-FILE-RECORDS (WS-FILE-SUB) TO WS-EDITED-COUNT.
022010     IF WS-FILE-RECORDS (WS-FILE-SUB)
022020         = BC-FILE-COUNT (WS-FILE-SUB)
022030         DISPLAY "  " WS-BACKUP-FILE-NAME (WS-FILE-SUB) " "
022040             WS-EDITED-COUNT " records restored"
022050     ELSE
022060         DISPLAY "  " WS-BACKUP-FILE-NAME (WS-FILE-SUB) " "
022070             WS-EDITED-COUNT " records restored - *** "
022080             "CATALOG SAYS " BC-FILE-COUNT (WS-FILE-SUB) " ***"
022090         MOVE "Y" TO WS-RESTORE-FAILED-SWITCH
022100     END-IF.
022110
022120*----------------------------------------------------------------
022130* OPEN ONE RESTORE TARGET WITHOUT EMPTYING IT - I-O FOR THE
022140* INDEXED FILES, EXTEND FOR THE FLAT ONES - AND CLOSE IT AGAIN.
022150* A FILE NOT YET ON DISK ("35") IS SIMPLY CREATED BY THE RELOAD.
022160*----------------------------------------------------------------
022170 8230-CHECK-ONE-TARGET.
022180     ADD 1 TO WS-FILE-SUB.
022190     EVALUATE WS-FILE-SUB
022200         WHEN 1
022210             OPEN I-O EMPLOYEE-MASTER
022220             MOVE WS-MASTER-STATUS TO WS-TARGET-STATUS
022230             IF WS-MASTER-OK
022240                 CLOSE EMPLOYEE-MASTER
022250             END-IF
022260         WHEN 2
022270             OPEN I-O YTD-FILE
022280             MOVE WS-YTD-STATUS TO WS-TARGET-STATUS
022290             IF WS-YTD-OK
022300                 CLOSE YTD-FILE
022310             END-IF
022320         WHEN 3
022330             OPEN I-O CHECK-REGISTER
022340             MOVE WS-CHECKREG-STATUS TO WS-TARGET-STATUS
022350             IF WS-CHECKREG-OK
022360                 CLOSE CHECK-REGISTER
022370             END-IF
022380         WHEN 4
022390             OPEN EXTEND CHECK-NUMBER-FILE
022400             MOVE WS-CHECKNBR-STATUS TO WS-TARGET-STATUS
022410             IF WS-CHECKNBR-OK
022420                 CLOSE CHECK-NUMBER-FILE
022430             END-IF
022440         WHEN 5
022450             OPEN I-O LEAVE-BALANCE-FILE
022460             MOVE WS-LEAVEBAL-STATUS TO WS-TARGET-STATUS
022470             IF WS-LEAVEBAL-OK
022480                 CLOSE LEAVE-BALANCE-FILE
022490             END-IF
022500         WHEN 6
022510             OPEN I-O DEDUCTION-MASTER
022520             MOVE WS-DEDMAST-STATUS TO WS-TARGET-STATUS
022530             IF WS-DEDMAST-OK
022540                 CLOSE DEDUCTION-MASTER
022550             END-IF
022560         WHEN 7
022570             OPEN I-O PAYMENT-LOCK-FILE
022580             MOVE WS-PAYLOCK-STATUS TO WS-TARGET-STATUS
022590             IF WS-PAYLOCK-OK
022600                 CLOSE PAYMENT-LOCK-FILE
022610             END-IF
022620         WHEN 8
022630             OPEN EXTEND EARNINGS-HISTORY
022640             MOVE WS-EARNHIST-STATUS TO WS-TARGET-STATUS
022650             IF WS-EARNHIST-OK
022660                 CLOSE EARNINGS-HISTORY
022670             END-IF
022680         WHEN 9
022690             OPEN EXTEND REMIT-DETAIL-FILE
022700             MOVE WS-REMITDTL-STATUS TO WS-TARGET-STATUS
022710             IF WS-REMITDTL-OK
022720                 CLOSE REMIT-DETAIL-FILE
022730             END-IF
022740         WHEN 10
022750             OPEN EXTEND WC-DETAIL-FILE
022760             MOVE WS-WCDETAIL-STATUS TO WS-TARGET-STATUS
022770             IF WS-WCDETAIL-OK
022780                 CLOSE WC-DETAIL-FILE
022790             END-IF
022800         WHEN 11
022810             OPEN I-O RETIREMENT-YTD-FILE
022820             MOVE WS-RETYTD-STATUS TO WS-TARGET-STATUS
022830             IF WS-RETYTD-OK
022840                 CLOSE RETIREMENT-YTD-FILE
022850             END-IF
022860         WHEN 12
022870             OPEN EXTEND GL-POSTING-FILE
022880             MOVE WS-GLPOST-STATUS TO WS-TARGET-STATUS
022890             IF WS-GLPOST-OK
022900                 CLOSE GL-POSTING-FILE
022910             END-IF
022920         WHEN 13
022930             OPEN EXTEND JOB-COST-FILE
022940             MOVE WS-JOBCOST-STATUS TO WS-TARGET-STATUS
022950             IF WS-JOBCOST-OK
022960                 CLOSE JOB-COST-FILE
022970             END-IF
022980         WHEN 14
022990             OPEN EXTEND ACH-PAYMENT-FILE
023000             MOVE WS-ACH-STATUS TO WS-TARGET-STATUS
023010             IF WS-ACH-OK
023020                 CLOSE ACH-PAYMENT-FILE
023030             END-IF
023040         WHEN 15
023050             OPEN EXTEND RETIREMENT-DETAIL-FILE
023060             MOVE WS-RETDTL-STATUS TO WS-TARGET-STATUS
023070             IF WS-RETDTL-OK
023080                 CLOSE RETIREMENT-DETAIL-FILE
023090             END-IF
023100         WHEN 16
023104             OPEN EXTEND GL-HELD-FILE
023109             MOVE WS-GLHELD-STATUS TO WS-TARGET-STATUS
023113             IF WS-GLHELD-OK
023118                 CLOSE GL-HELD-FILE
023122             END-IF
023127         WHEN 17
023131             OPEN EXTEND JOB-COST-HELD-FILE
023136             MOVE WS-JCHELD-STATUS TO WS-TARGET-STATUS
023140             IF WS-JCHELD-OK
023145                 CLOSE JOB-COST-HELD-FILE
023150             END-IF
023160     END-EVALUATE.
023170     IF WS-TARGET-STATUS NOT = "00"
023180         AND WS-TARGET-STATUS NOT = "35"
023190         DISPLAY WS-BACKUP-FILE-NAME (WS-FILE-SUB)
023200             " could not be opened for the restore - status "
023210             WS-TARGET-STATUS "."
023220         MOVE "Y" TO WS-RESTORE-FAILED-SWITCH
023230     END-IF.
023240 8230-EXIT.
023250     EXIT.
023260
023270*----------------------------------------------------------------
023280* EMPTY ONE RESTORE TARGET, LEAVING IT OPEN FOR THE RELOAD.
023290*----------------------------------------------------------------
023300 8240-EMPTY-ONE-TARGET.
023310     ADD 1 TO WS-FILE-SUB.
023320     EVALUATE WS-FILE-SUB
023330         WHEN 1
023340             OPEN OUTPUT EMPLOYEE-MASTER
023350             MOVE WS-MASTER-STATUS TO WS-TARGET-STATUS
023360         WHEN 2
023370             OPEN OUTPUT YTD-FILE
023380             MOVE WS-YTD-STATUS TO WS-TARGET-STATUS
023390         WHEN 3
023400             OPEN OUTPUT CHECK-REGISTER
023410             MOVE WS-CHECKREG-STATUS TO WS-TARGET-STATUS
023420         WHEN 4
023430             OPEN OUTPUT CHECK-NUMBER-FILE
023440             MOVE WS-CHECKNBR-STATUS TO WS-TARGET-STATUS
023450         WHEN 5
023460             OPEN OUTPUT LEAVE-BALANCE-FILE
023470             MOVE WS-LEAVEBAL-STATUS TO WS-TARGET-STATUS
023480         WHEN 6
023490             OPEN OUTPUT DEDUCTION-MASTER
023500             MOVE WS-DEDMAST-STATUS TO WS-TARGET-STATUS
023510         WHEN 7
023520             OPEN OUTPUT PAYMENT-LOCK-FILE
023530             MOVE WS-PAYLOCK-STATUS TO WS-TARGET-STATUS
023540         WHEN 8
023550             OPEN OUTPUT EARNINGS-HISTORY
023560             MOVE WS-EARNHIST-STATUS TO WS-TARGET-STATUS
023570         WHEN 9
023580             OPEN OUTPUT REMIT-DETAIL-FILE
023590             MOVE WS-REMITDTL-STATUS TO WS-TARGET-STATUS
023600         WHEN 10
023610             OPEN OUTPUT WC-DETAIL-FILE
023620             MOVE WS-WCDETAIL-STATUS TO WS-TARGET-STATUS
023630         WHEN 11
023640             OPEN OUTPUT RETIREMENT-YTD-FILE
023650             MOVE WS-RETYTD-STATUS TO WS-TARGET-STATUS
023660         WHEN 12
023670             OPEN OUTPUT GL-POSTING-FILE
023680             MOVE WS-GLPOST-STATUS TO WS-TARGET-STATUS
023690         WHEN 13
023700             OPEN OUTPUT JOB-COST-FILE
023710             MOVE WS-JOBCOST-STATUS TO WS-TARGET-STATUS
023720         WHEN 14
023730             OPEN OUTPUT ACH-PAYMENT-FILE
023740             MOVE WS-ACH-STATUS TO WS-TARGET-STATUS
023750         WHEN 15
023760             OPEN OUTPUT RETIREMENT-DETAIL-FILE
023770             MOVE WS-RETDTL-STATUS TO WS-TARGET-STATUS
023780         WHEN 16
023785             OPEN OUTPUT GL-HELD-FILE
023790             MOVE WS-GLHELD-STATUS TO WS-TARGET-STATUS
023795         WHEN 17
023800             OPEN OUTPUT JOB-COST-HELD-FILE
023805             MOVE WS-JCHELD-STATUS TO WS-TARGET-STATUS
023810     END-EVALUATE.
023820     IF WS-TARGET-STATUS NOT = "00"
023830         DISPLAY WS-BACKUP-FILE-NAME (WS-FILE-SUB)
023840             " could not be emptied for the restore - status "
023850             WS-TARGET-STATUS "."
023860         MOVE "Y" TO WS-RESTORE-FAILED-SWITCH
023870     END-IF.
023880 8240-EXIT.
023890     EXIT.
023900
023910 8260-CLOSE-TARGETS.
023920     CLOSE EMPLOYEE-MASTER.
023930     CLOSE YTD-FILE.
023940     CLOSE CHECK-REGISTER.
023950     CLOSE CHECK-NUMBER-FILE.
023960     CLOSE LEAVE-BALANCE-FILE.
023970     CLOSE DEDUCTION-MASTER.
023980     CLOSE PAYMENT-LOCK-FILE.
023990     CLOSE EARNINGS-HISTORY.
024000     CLOSE REMIT-DETAIL-FILE.
024010     CLOSE WC-DETAIL-FILE.
024020     CLOSE RETIREMENT-YTD-FILE.
024030     CLOSE GL-POSTING-FILE.
024040     CLOSE JOB-COST-FILE.
024050     CLOSE ACH-PAYMENT-FILE.
024060     CLOSE RETIREMENT-DETAIL-FILE.
024066     CLOSE GL-HELD-FILE.
024073     CLOSE JOB-COST-HELD-FILE.
024080 8260-EXIT.
024090     EXIT.
024100
024110 8300-REWRITE-CATALOG-ENTRY.
024120     ADD 1 TO WS-CATALOG-SUB.
024130     MOVE WS-CATALOG-IMAGE (WS-CATALOG-SUB)
024140         TO BACKUP-CATALOG-RECORD.
024150     WRITE BACKUP-CATALOG-RECORD.
024160
024170*================================================================
024180* 9000-TERMINATE - CLOSE THE RUN-STATUS FILE.
024190*================================================================
024200 9000-TERMINATE.
024210     CLOSE RUN-STATUS-FILE.
024220 9000-EXIT.
024230     EXIT.
