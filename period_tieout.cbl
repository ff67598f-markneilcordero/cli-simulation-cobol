000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TIEOUT.
000030 AUTHOR. D-MERCER.
000040 INSTALLATION. SHOP-FLOOR-PAYROLL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DM    ORIGINAL PROGRAM - PERIOD TIE-OUT PROOF, RUN
000120*                  AFTER SIMPLE-PAYROLL.  PROVES THAT ONE PAY
000130*                  GROUP'S BATCH OUTPUTS AGREE WITH EACH OTHER:
000140*                  EARNHIST NET PAY AGAINST THE CHECKREG PAYROLL
000150*                  CHECKS AND THE ACHPAYMT TRAILER, EARNHIST
000160*                  DEDUCTIONS AGAINST REMITDTL AND THE FLAT
000170*                  BENEFITS, EARNHIST GROSS AGAINST THE GLPOST
000180*                  WAGE EXPENSE AND THE JOBCOST TOTAL, GLPOST
000190*                  DEBITS AGAINST CREDITS, AND EVERY PAYLOCK
000200*                  ENTRY AGAINST A PAYMENT ON EARNHIST.  BREAKS
000210*                  PRINT BY EMPLOYEE ON TIERPT AND THE RESULT IS
000220*                  SAVED ON TIEOUTST, WHICH DEDREMIT AND THE GL
000230*                  HAND-OFF CHECK BEFORE THEY RUN.
000240* 10/15/2026 DM    EMPLOYER RETIREMENT MATCH RECORDS (TYPE
000250*                  "M") ON REMITDTL ARE LEFT OUT OF THE
000260*                  DEDUCTION PROOF - THE MATCH IS NOT TAKEN
000270*                  FROM THE PAY.
000280* 10/15/2026 DM    THE ACHPAYMT HEADER, GLPOST AND JOBCOST NOW
000290*                  CARRY THE PAY GROUP, SO THE ACH TRAILER, THE
000300*                  GL AND THE JOB-COST PROOFS TAKE ONLY THIS
000310*                  GROUP'S FIGURES.  FINAL-PAY GL LINES STILL
000320*                  WAITING ON GLFINAL ARE COUNTED WITH GLPOST.
000321* 10/15/2026 DM    GLFINAL IS NOW GLHELD AND HOLDS EVERY
000322*                  OFF-CYCLE PAY'S GL LINES; THE OFF-CYCLE JOB
000323*                  COST WAITING ON THE NEW JCHELD IS COUNTED WITH
000324*                  JOBCOST, WHOSE HOURS AND GROSS ARE NOW SIGNED.
000325*                  A REVERSAL'S WAGE EXPENSE CREDIT COMES OFF THE
000326*                  GL WAGE TOTAL.
000327* 10/15/2026 DM    TIEOUTST NOW KEEPS A RECORD PER PAY GROUP AND
000328*                  PERIOD; A RUN REPLACES ONLY ITS OWN PERIOD'S.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. GENERIC-PC.
000370 OBJECT-COMPUTER. GENERIC-PC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PAY-PERIOD-STATUS.
000430
000440     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EM-EMPLOYEE-ID
000480         FILE STATUS IS WS-MASTER-STATUS.
000490
000500     SELECT EARNINGS-HISTORY ASSIGN TO "EARNHIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EARNHIST-STATUS.
000530
000540     SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CK-CHECK-NUMBER
000580         FILE STATUS IS WS-CHECKREG-STATUS.
000590
000600     SELECT ACH-PAYMENT-FILE ASSIGN TO "ACHPAYMT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ACH-STATUS.
000630
000640     SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REMITDTL-STATUS.
000670
000680     SELECT PAYMENT-LOCK-FILE ASSIGN TO "PAYLOCK"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PL-LOCK-KEY
000720         FILE STATUS IS WS-PAYLOCK-STATUS.
000730
000740     SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-GLPOST-STATUS.
000770
000780     SELECT GL-HELD-FILE ASSIGN TO "GLHELD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-GLHELD-STATUS.
000810
000820     SELECT JOB-COST-FILE ASSIGN TO "JOBCOST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-JOBCOST-STATUS.
000842
000844     SELECT JOB-COST-HELD-FILE ASSIGN TO "JCHELD"
000846         ORGANIZATION IS LINE SEQUENTIAL
000848         FILE STATUS IS WS-JCHELD-STATUS.
000850
000860     SELECT TIEOUT-STATUS-FILE ASSIGN TO "TIEOUTST"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-TIEOUTST-STATUS.
000890
000900     SELECT TIEOUT-REPORT-FILE ASSIGN TO "TIERPT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-REPORT-STATUS.
000930
000940     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS OP-OPERATOR-ID
000980         FILE STATUS IS WS-OPERMAST-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020*----------------------------------------------------------------
001030* PAY PERIOD CONTROL - ONE RECORD PER PAY GROUP.  THE PROOF
001040* RUNS FOR A GROUP'S OPEN PERIOD, BEFORE THE PERIOD IS CLOSED.
001050*----------------------------------------------------------------
001060 FD  PAY-PERIOD-FILE
001070     RECORDING MODE IS F.
001080 01  PAY-PERIOD-RECORD.
001090     05  PP-PERIOD-NUMBER-TEXT   PIC X(06).
001100     05  PP-START-DATE           PIC X(08).
001110     05  PP-END-DATE             PIC X(08).
001120     05  PP-PERIOD-STATUS        PIC X(01).
001130         88  PP-PERIOD-OPEN          VALUE "O".
001140     05  PP-PAY-GROUP            PIC X(01).
001150     05  PP-PAY-FREQUENCY        PIC X(01).
001160     05  FILLER                  PIC X(25).
001170
001180*----------------------------------------------------------------
001190* EMPLOYEE MASTER - READ ONLY, FOR EACH EMPLOYEE'S PAY GROUP.
001200*----------------------------------------------------------------
001210 FD  EMPLOYEE-MASTER
001220     RECORDING MODE IS F.
001230 COPY EMPMASTR.
001240
001250*----------------------------------------------------------------
001260* EARNINGS HISTORY - THE PAYROLL SIDE OF EVERY PROOF.
001270*----------------------------------------------------------------
001280 FD  EARNINGS-HISTORY
001290     RECORDING MODE IS F.
001300 COPY EARNHIST.
001310
001320*----------------------------------------------------------------
001330* CHECK REGISTER - READ ONLY, SWEPT FOR THE PERIOD'S PAYROLL
001340* CHECKS.  VENDOR CHECKS AND VOIDED CHECKS ARE PASSED OVER.
001350*----------------------------------------------------------------
001360 FD  CHECK-REGISTER
001370     RECORDING MODE IS F.
001380 COPY CHECKREG.
001390
001400*----------------------------------------------------------------
001410* ACH PAYMENT EXPORT AS SENT TO THE BANK - HEADER, ONE DETAIL
001420* PER DEPOSIT, TRAILER WITH COUNT AND CENTS TOTAL.
001430*----------------------------------------------------------------
001440 FD  ACH-PAYMENT-FILE
001450     RECORDING MODE IS F.
001460 01  ACH-PAYMENT-RECORD.
001470     05  AR-RECORD-TYPE          PIC X(01).
001480         88  AR-TYPE-HEADER          VALUE "1".
001490         88  AR-TYPE-DETAIL          VALUE "2".
001500         88  AR-TYPE-TRAILER         VALUE "9".
001510     05  FILLER                  PIC X(59).
001520 01  ACH-HEADER-RECORD.
001530     05  FILLER                  PIC X(01).
001540     05  AH-COMPANY-NAME         PIC X(25).
001550     05  AH-FILE-DATE            PIC 9(08).
001560     05  AH-PERIOD-NUMBER        PIC 9(06).
001570     05  AH-PAY-GROUP            PIC X(01).
001580     05  FILLER                  PIC X(19).
001590 01  ACH-DETAIL-RECORD.
001600     05  FILLER                  PIC X(01).
001610     05  AD-EMPLOYEE-ID          PIC X(05).
001620     05  AD-BANK-ROUTING         PIC X(09).
001630     05  AD-BANK-ACCOUNT         PIC X(17).
001640     05  AD-AMOUNT-CENTS         PIC 9(10).
001650     05  FILLER                  PIC X(18).
001660 01  ACH-TRAILER-RECORD.
001670     05  FILLER                  PIC X(01).
001680     05  AT-RECORD-COUNT         PIC 9(06).
001690     05  AT-TOTAL-CENTS          PIC 9(12).
001700     05  FILLER                  PIC X(41).
001710
001720*----------------------------------------------------------------
001730* REMITTANCE DETAIL - ONE RECORD PER DEDUCTION TAKEN, WAITING
001740* FOR DEDREMIT, AND A TYPE "M" RECORD FOR EACH EMPLOYER
001750* RETIREMENT MATCH, WHICH IS NOT PART OF ANY DEDUCTION.
001760*----------------------------------------------------------------
001770 FD  REMIT-DETAIL-FILE
001780     RECORDING MODE IS F.
001790 01  REMIT-DETAIL-RECORD.
001800     05  RD-PERIOD-NUMBER        PIC 9(06).
001810     05  RD-PAY-DATE             PIC 9(08).
001820     05  RD-EMPLOYEE-ID          PIC X(05).
001830     05  RD-DEDUCTION-CODE       PIC X(03).
001840     05  RD-DEDUCTION-NAME       PIC X(15).
001850     05  RD-AMOUNT               PIC S9(07)V99
001860                                 SIGN IS LEADING SEPARATE.
001870     05  RD-PAY-GROUP            PIC X(01).
001880     05  RD-RECORD-TYPE          PIC X(01).
001890         88  RD-EMPLOYER-MATCH       VALUE "M".
001900     05  FILLER                  PIC X(01).
001910
001920*----------------------------------------------------------------
001930* DUPLICATE-PAYMENT LOCKS - ONE PER EMPLOYEE PER PERIOD PAID.
001940*----------------------------------------------------------------
001950 FD  PAYMENT-LOCK-FILE
001960     RECORDING MODE IS F.
001970 01  PAYMENT-LOCK-RECORD.
001980     05  PL-LOCK-KEY.
001990         10  PL-EMPLOYEE-ID      PIC X(05).
002000         10  PL-PERIOD-NUMBER    PIC 9(06).
002010     05  PL-PAY-DATE             PIC 9(08).
002020     05  PL-RUN-BY               PIC X(10).
002030     05  PL-PAY-GROUP            PIC X(01).
002040     05  FILLER                  PIC X(10).
002050
002060*----------------------------------------------------------------
002070* GL POSTING EXTRACT FROM THE BATCH, AND THE OFF-CYCLE GL LINES
002080* STILL WAITING ON GLHELD FOR THE GROUP'S NEXT BATCH.  BOTH ARE
002090* READ INTO WS-GL-POSTING-LINE.
002100*----------------------------------------------------------------
002110 FD  GL-POSTING-FILE
002120     RECORDING MODE IS F.
002130 01  GL-POSTING-RECORD           PIC X(70).
002140
002150 FD  GL-HELD-FILE
002160     RECORDING MODE IS F.
002170 01  GL-HELD-RECORD              PIC X(70).
002180
002190*----------------------------------------------------------------
002196* JOB COST EXTRACT FROM THE BATCH, AND THE OFF-CYCLE JOB COST
002203* STILL WAITING ON JCHELD.  BOTH ARE READ INTO WS-JOB-COST-LINE.
002210*----------------------------------------------------------------
002220 FD  JOB-COST-FILE
002230     RECORDING MODE IS F.
002246 01  JOB-COST-RECORD             PIC X(50).
002263
002280 FD  JOB-COST-HELD-FILE
002296     RECORDING MODE IS F.
002313 01  JOB-COST-HELD-RECORD        PIC X(50).
002330
002340*----------------------------------------------------------------
002350* TIE-OUT STATUS - ONE RECORD PER PAY GROUP AND PERIOD, THE
002360* RESULT OF THE LAST PROOF RUN FOR THAT PERIOD.  DEDREMIT AND THE
002370* GL HAND-OFF REFUSE TO RUN ON A PERIOD NOT PROVEN IN BALANCE.
002380*----------------------------------------------------------------
002390 FD  TIEOUT-STATUS-FILE
002400     RECORDING MODE IS F.
002440 COPY TIEOUTST.
002480
002490*----------------------------------------------------------------
002500* PRINTED TIE-OUT PROOF AND EXCEPTION REPORT.
002510*----------------------------------------------------------------
002520 FD  TIEOUT-REPORT-FILE
002530     RECORDING MODE IS F.
002540 01  TIEOUT-REPORT-LINE          PIC X(90).
002550
002560*----------------------------------------------------------------
002570* OPERATOR MASTER - READ ONLY, FOR SIGN-ON.
002580*----------------------------------------------------------------
002590 FD  OPERATOR-MASTER
002600     RECORDING MODE IS F.
002610 COPY OPERMAST.
002620
002630 WORKING-STORAGE SECTION.
002640*----------------------------------------------------------------
002650* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
002660*----------------------------------------------------------------
002670 01  WS-PAY-PERIOD-STATUS        PIC X(02).
002680     88  WS-PAY-PERIOD-OK              VALUE "00".
002690 01  WS-MASTER-STATUS            PIC X(02).
002700     88  WS-MASTER-OK                  VALUE "00".
002710 01  WS-EARNHIST-STATUS          PIC X(02).
002720     88  WS-EARNHIST-OK                VALUE "00".
002730 01  WS-CHECKREG-STATUS          PIC X(02).
002740     88  WS-CHECKREG-OK                VALUE "00".
002750 01  WS-ACH-STATUS               PIC X(02).
002760     88  WS-ACH-OK                     VALUE "00".
002770 01  WS-REMITDTL-STATUS          PIC X(02).
002780     88  WS-REMITDTL-OK                VALUE "00".
002790 01  WS-PAYLOCK-STATUS           PIC X(02).
002800     88  WS-PAYLOCK-OK                 VALUE "00".
002810 01  WS-GLPOST-STATUS            PIC X(02).
002820     88  WS-GLPOST-OK                  VALUE "00".
002830 01  WS-JOBCOST-STATUS           PIC X(02).
002840     88  WS-JOBCOST-OK                 VALUE "00".
002846 01  WS-GLHELD-STATUS            PIC X(02).
002852     88  WS-GLHELD-OK                  VALUE "00".
002858 01  WS-JCHELD-STATUS            PIC X(02).
002864     88  WS-JCHELD-OK                  VALUE "00".
002870 01  WS-TIEOUTST-STATUS          PIC X(02).
002880     88  WS-TIEOUTST-OK                VALUE "00".
002890 01  WS-REPORT-STATUS            PIC X(02).
002900 01  WS-OPERMAST-STATUS          PIC X(02).
002910     88  WS-OPERMAST-OK                VALUE "00".
002920
002930 01  WS-EOF-SWITCH               PIC X(01)  VALUE "N".
002940     88  WS-END-OF-FILE                VALUE "Y".
002950 01  WS-SLOT-SWITCH              PIC X(01)  VALUE "N".
002960     88  WS-SLOT-FOUND                 VALUE "Y".
002970 01  WS-ACH-PERIOD-SWITCH        PIC X(01)  VALUE "Y".
002980     88  WS-ACH-THIS-PERIOD            VALUE "Y".
002990 01  WS-ACH-TRAILER-SWITCH       PIC X(01)  VALUE "N".
003000     88  WS-ACH-TRAILER-FOUND          VALUE "Y".
003010
003020*----------------------------------------------------------------
003030* OPERATOR SIGN-ON.  THE PROOF CHANGES NOTHING BUT ITS OWN
003040* STATUS RECORD, SO ANY OPERATOR WHO CAN SIGN ON MAY RUN IT.
003050*----------------------------------------------------------------
003060 01  WS-RUN-BY                   PIC X(10)  VALUE SPACES.
003070 01  WS-PASSWORD-TEXT            PIC X(10)  VALUE SPACES.
003080 01  WS-SIGNON-TRIES             PIC 9(01)  VALUE ZERO.
003090 01  WS-SIGNON-SWITCH            PIC X(01)  VALUE "N".
003100     88  WS-SIGNON-GOOD                VALUE "Y".
003110
003120*----------------------------------------------------------------
003130* RUN-DATE INFORMATION FOR THE REPORT HEADING.
003140*----------------------------------------------------------------
003150 01  WS-CURRENT-DATE-DISPLAY     PIC 9(08).
003160
003170*----------------------------------------------------------------
003180* THE PAY PERIOD BEING PROVEN AND THE OPEN PAYPERD GROUPS.
003190* MORE THAN ONE OPEN AT ONCE MEANS THE OPERATOR NAMES THE
003200* GROUP, THE SAME AS IN SIMPLE-PAYROLL.
003210*----------------------------------------------------------------
003220 01  WS-PAY-PERIOD               PIC 9(06).
003230 01  WS-PAY-GROUP                PIC X(01)  VALUE SPACE.
003240 01  WS-OPEN-GROUP-COUNT         PIC S9(04) COMP VALUE ZERO.
003250 01  WS-OPEN-GROUP-SUB           PIC S9(04) COMP VALUE ZERO.
003260 01  WS-OPEN-GROUP-TABLE.
003270     05  WS-OPEN-GROUP-ENTRY OCCURS 20 TIMES.
003280         10  OG-PAY-GROUP        PIC X(01).
003290         10  OG-PERIOD-NUMBER    PIC 9(06).
003300         10  OG-START-DATE       PIC X(08).
003310         10  OG-END-DATE         PIC X(08).
003320 01  WS-PERIOD-EOF-SWITCH        PIC X(01)  VALUE "N".
003330     88  WS-END-OF-PERIODS             VALUE "Y".
003340 01  WS-GROUP-PICKED-SWITCH      PIC X(01)  VALUE "N".
003350     88  WS-GROUP-PICKED               VALUE "Y".
003360 01  WS-GROUP-ANSWER             PIC X(01).
003370
003380*----------------------------------------------------------------
003390* EMPLOYEE TABLE - ONE ENTRY PER EMPLOYEE SEEN ON ANY FILE FOR
003400* THE PERIOD, KEPT IN ID ORDER AS IT IS LOADED SO THE EXCEPTION
003410* REPORT PRINTS BY EMPLOYEE.  THE PAY GROUP COMES FROM THE
003420* MASTER ONCE, WHEN THE ENTRY IS MADE; AN EMPLOYEE NOT ON THE
003430* MASTER IS PROVEN WITH THE GROUP RATHER THAN DROPPED.
003440*----------------------------------------------------------------
003450 01  WS-EMP-COUNT                PIC S9(04) COMP VALUE ZERO.
003460 01  WS-EMP-SUB                  PIC S9(04) COMP VALUE ZERO.
003470 01  WS-INS-SUB                  PIC S9(04) COMP VALUE ZERO.
003480 01  WS-MOVE-SUB                 PIC S9(04) COMP VALUE ZERO.
003490 01  WS-FIND-ID                  PIC X(05).
003500 01  WS-EMPLOYEE-TABLE.
003510     05  WS-EMPLOYEE-ENTRY OCCURS 3000 TIMES.
003520         10  TE-EMPLOYEE-ID      PIC X(05).
003530         10  TE-GROUP-SWITCH     PIC X(01).
003540             88  TE-IN-GROUP         VALUE "Y".
003550         10  TE-LOCK-SWITCH      PIC X(01).
003560             88  TE-LOCKED           VALUE "Y".
003570         10  TE-PAYMENT-COUNT    PIC S9(04) COMP.
003580         10  TE-HIST-GROSS       PIC S9(07)V99.
003590         10  TE-HIST-DEDUCTIONS  PIC S9(07)V99.
003600         10  TE-HIST-BENEFITS    PIC S9(07)V99.
003610         10  TE-HIST-NET         PIC S9(07)V99.
003620         10  TE-CHECK-NET        PIC S9(07)V99.
003630         10  TE-ACH-NET          PIC S9(07)V99.
003640         10  TE-REMIT-TOTAL      PIC S9(07)V99.
003650 01  WS-NEW-ENTRY.
003660     05  NE-EMPLOYEE-ID          PIC X(05).
003670     05  NE-GROUP-SWITCH         PIC X(01).
003680     05  NE-LOCK-SWITCH          PIC X(01).
003690     05  NE-PAYMENT-COUNT        PIC S9(04) COMP.
003700     05  NE-HIST-GROSS           PIC S9(07)V99.
003710     05  NE-HIST-DEDUCTIONS      PIC S9(07)V99.
003720     05  NE-HIST-BENEFITS        PIC S9(07)V99.
003730     05  NE-HIST-NET             PIC S9(07)V99.
003740     05  NE-CHECK-NET            PIC S9(07)V99.
003750     05  NE-ACH-NET              PIC S9(07)V99.
003760     05  NE-REMIT-TOTAL          PIC S9(07)V99.
003770
003780*----------------------------------------------------------------
003790* PROOF TOTALS.  EARNHIST, CHECKREG, ACH DETAIL AND REMITDTL
003800* ARE TOTALLED FROM THE EMPLOYEE TABLE FOR THE GROUP ONLY; THE
003810* ACH TRAILER, GLPOST AND JOBCOST ARE TAKEN FOR THE PERIOD BY
003820* THE PAY GROUP THEY CARRY.
003830*----------------------------------------------------------------
003840 01  WS-HIST-GROSS-TOTAL         PIC S9(09)V99 VALUE ZERO.
003850 01  WS-HIST-DEDUCTION-TOTAL     PIC S9(09)V99 VALUE ZERO.
003860 01  WS-HIST-BENEFIT-TOTAL       PIC S9(09)V99 VALUE ZERO.
003870 01  WS-HIST-NET-TOTAL           PIC S9(09)V99 VALUE ZERO.
003880 01  WS-CHECK-NET-TOTAL          PIC S9(09)V99 VALUE ZERO.
003890 01  WS-REMIT-TOTAL              PIC S9(09)V99 VALUE ZERO.
003900 01  WS-ACH-TRAILER-TOTAL        PIC S9(09)V99 VALUE ZERO.
003910 01  WS-ACH-HEADER-PERIOD        PIC 9(06)     VALUE ZERO.
003920 01  WS-ACH-HEADER-GROUP         PIC X(01)     VALUE SPACE.
003930 01  WS-GL-WAGE-TOTAL            PIC S9(11)V99 VALUE ZERO.
003940 01  WS-GL-DEBIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
003950 01  WS-GL-CREDIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
003960 01  WS-JOBCOST-TOTAL            PIC S9(11)V99 VALUE ZERO.
003970 01  WS-LOCK-COUNT               PIC 9(05)     VALUE ZERO.
003980 01  WS-LOCK-BREAKS              PIC 9(05)     VALUE ZERO.
003990 01  WS-EMPLOYEE-BREAKS          PIC 9(05)     VALUE ZERO.
004000 01  WS-TOTAL-BREAKS             PIC 9(05)     VALUE ZERO.
004010 01  WS-BREAK-COUNT              PIC 9(05)     VALUE ZERO.
004020
004030*----------------------------------------------------------------
004040* ONE GL POSTING LINE FROM GLPOST OR GLHELD.  A LINE WRITTEN
004050* BEFORE THE PAY GROUP WAS CARRIED HAS IT BLANK - THE ORIGINAL
004060* GROUP'S.
004070*----------------------------------------------------------------
004080 01  WS-GL-POSTING-LINE.
004090     05  GP-ACCOUNT-NUMBER       PIC X(08).
004100     05  GP-DEPARTMENT           PIC X(04).
004110     05  GP-DR-CR                PIC X(02).
004120         88  GP-DEBIT                VALUE "DR".
004130         88  GP-CREDIT               VALUE "CR".
004140     05  GP-AMOUNT               PIC 9(11)V99.
004150     05  GP-DESCRIPTION          PIC X(20).
004160     05  GP-PAY-DATE             PIC 9(08).
004170     05  GP-PERIOD-NUMBER        PIC 9(06).
004180     05  GP-PAY-GROUP            PIC X(01).
004181     05  FILLER                  PIC X(08).
004182
004183*----------------------------------------------------------------
004184* ONE JOB COST RECORD FROM JOBCOST OR JCHELD.  A REVERSED PAY'S
004185* RECORD IS NEGATIVE.
004186*----------------------------------------------------------------
004187 01  WS-JOB-COST-LINE.
004188     05  JC-JOB-NUMBER           PIC X(06).
004190     05  JC-DEPARTMENT-CODE      PIC X(04).
004191     05  JC-HOURS                PIC S9(07)V99
004192                                 SIGN IS LEADING SEPARATE.
004193     05  JC-GROSS                PIC S9(09)V99
004194                                 SIGN IS LEADING SEPARATE.
004195     05  JC-PERIOD-NUMBER        PIC 9(06).
004196     05  JC-PAY-DATE             PIC 9(08).
004197     05  JC-PAY-GROUP            PIC X(01).
004198     05  FILLER                  PIC X(03).
004200
004210*----------------------------------------------------------------
004220* ONE COMPARISON IN HAND - THE PAYROLL SIDE, THE OTHER SIDE
004230* AND THE CAPTION TO PRINT.
004240*----------------------------------------------------------------
004250 01  WS-LEFT-AMOUNT              PIC S9(11)V99.
004260 01  WS-RIGHT-AMOUNT             PIC S9(11)V99.
004270 01  WS-PROOF-CAPTION            PIC X(32).
004280
004290*----------------------------------------------------------------
004300* TIE-OUT STATUS RECORDS FOR THE OTHER GROUPS AND PERIODS, HELD
004310* WHILE THE FILE IS REWRITTEN WITH THIS PERIOD'S RESULT.
004320*----------------------------------------------------------------
004330 01  WS-STATUS-COUNT             PIC S9(04) COMP VALUE ZERO.
004340 01  WS-STATUS-SUB               PIC S9(04) COMP VALUE ZERO.
004350 01  WS-STATUS-TABLE.
004360     05  WS-STATUS-IMAGE         PIC X(40)
004370                                 OCCURS 500 TIMES.
004380
004390*----------------------------------------------------------------
004400* REPORT LINES.
004410*----------------------------------------------------------------
004420 01  WS-REPORT-HEADING.
004430     05  FILLER                  PIC X(30)
004440         VALUE "TIEOUT PERIOD TIE-OUT PROOF  ".
004450     05  RH-RUN-DATE             PIC 9(08).
004460     05  FILLER                  PIC X(04)  VALUE " BY ".
004470     05  RH-RUN-BY               PIC X(10).
004480 01  WS-REPORT-PERIOD.
004490     05  FILLER                  PIC X(11)  VALUE "PAY GROUP '".
004500     05  RP-PAY-GROUP            PIC X(01).
004510     05  FILLER                  PIC X(10)  VALUE "'  PERIOD ".
004520     05  RP-PERIOD-NUMBER        PIC 9(06).
004530 01  WS-SECTION-HEADING          PIC X(90).
004540 01  WS-BREAK-HEADING.
004550     05  FILLER                  PIC X(41)
004560         VALUE "EMPL.  BREAK".
004570     05  FILLER                  PIC X(49)
004580         VALUE "   PAYROLL SIDE      OTHER SIDE      DIFFERENCE".
004590 01  WS-BREAK-LINE.
004600     05  BL-EMPLOYEE-ID          PIC X(05).
004610     05  FILLER                  PIC X(02)  VALUE SPACES.
004620     05  BL-REASON               PIC X(34).
004630     05  BL-LEFT-AMOUNT          PIC $$$,$$$,$$9.99-.
004640     05  FILLER                  PIC X(01)  VALUE SPACE.
004650     05  BL-RIGHT-AMOUNT         PIC $$$,$$$,$$9.99-.
004660     05  FILLER                  PIC X(01)  VALUE SPACE.
004670     05  BL-DIFFERENCE           PIC $$$,$$$,$$9.99-.
004680 01  WS-PROOF-HEADING.
004690     05  FILLER                  PIC X(41)
004700         VALUE "RESULT PROOF".
004710     05  FILLER                  PIC X(49)
004720         VALUE "   PAYROLL SIDE      OTHER SIDE      DIFFERENCE".
004730 01  WS-PROOF-LINE.
004740     05  PF-RESULT               PIC X(06).
004750     05  FILLER                  PIC X(01)  VALUE SPACE.
004760     05  PF-CAPTION              PIC X(32).
004770     05  FILLER                  PIC X(02)  VALUE SPACES.
004780     05  PF-LEFT-AMOUNT          PIC $$$,$$$,$$9.99-.
004790     05  FILLER                  PIC X(01)  VALUE SPACE.
004800     05  PF-RIGHT-AMOUNT         PIC $$$,$$$,$$9.99-.
004810     05  FILLER                  PIC X(01)  VALUE SPACE.
004820     05  PF-DIFFERENCE           PIC $$$,$$$,$$9.99-.
004830 01  WS-LOCK-LINE.
004840     05  LL-RESULT               PIC X(06).
004850     05  FILLER                  PIC X(01)  VALUE SPACE.
004860     05  FILLER                  PIC X(24)
004870         VALUE "PAYMENT LOCKS CHECKED:  ".
004880     05  LL-LOCK-COUNT           PIC ZZ,ZZ9.
004890     05  FILLER                  PIC X(20)
004900         VALUE "    WITH NO PAYMENT:".
004910     05  LL-LOCK-BREAKS          PIC ZZ,ZZ9.
004920 01  WS-REPORT-NOTE              PIC X(90).
004930 01  WS-REPORT-TOTAL.
004940     05  RT-CAPTION              PIC X(32).
004950     05  RT-COUNT                PIC ZZ,ZZ9.
004960 01  WS-DASH-LINE                PIC X(90) VALUE ALL "-".
004970
004980 PROCEDURE DIVISION.
004990*================================================================
005000* 0000-MAINLINE - PROGRAM ENTRY AND EXIT.
005010*================================================================
005020 0000-MAINLINE.
005030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005040     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
005050     PERFORM 2100-LOAD-CHECK-REGISTER THRU 2100-EXIT.
005060     PERFORM 2200-LOAD-ACH-FILE THRU 2200-EXIT.
005070     PERFORM 2300-LOAD-REMIT-DETAIL THRU 2300-EXIT.
005080     PERFORM 2400-LOAD-PAYMENT-LOCKS THRU 2400-EXIT.
005090     PERFORM 2500-TOTAL-GL-POSTINGS THRU 2500-EXIT.
005100     PERFORM 2600-TOTAL-JOB-COST THRU 2600-EXIT.
005110     CLOSE EMPLOYEE-MASTER.
005120     PERFORM 3000-CHECK-EMPLOYEES THRU 3000-EXIT.
005130     PERFORM 4000-PROVE-TOTALS THRU 4000-EXIT.
005140     PERFORM 5000-SAVE-TIEOUT-STATUS THRU 5000-EXIT.
005150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005160     STOP RUN.
005170
005180*================================================================
005190* 1000-INITIALIZE - SIGN ON, PICK THE PAY GROUP AND ITS OPEN
005200* PERIOD, OPEN THE MASTER AND PRINT THE REPORT HEADING.  NO
005210* EARNINGS HISTORY MEANS NOTHING TO PROVE - STOP BEFORE THE
005220* STATUS RECORD IS TOUCHED.
005230*================================================================
005240 1000-INITIALIZE.
005250     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
005260     PERFORM 1050-OPERATOR-SIGN-ON THRU 1050-EXIT.
005270     PERFORM 1100-READ-PAY-PERIOD THRU 1100-EXIT.
005280
005290     OPEN INPUT EMPLOYEE-MASTER.
005300     IF NOT WS-MASTER-OK
005310         DISPLAY "WARNING - EMPLOYEE-MASTER COULD NOT BE OPENED."
005320         DISPLAY "TIE-OUT PROOF CANNOT CONTINUE."
005330         STOP RUN
005340     END-IF.
005350
005360     OPEN INPUT EARNINGS-HISTORY.
005370     IF NOT WS-EARNHIST-OK
005380         DISPLAY "EARNINGS HISTORY EARNHIST COULD NOT BE "
005390             "OPENED - TIE-OUT ENDED."
005400         STOP RUN
005410     END-IF.
005420
005430     OPEN OUTPUT TIEOUT-REPORT-FILE.
005440     MOVE WS-CURRENT-DATE-DISPLAY TO RH-RUN-DATE.
005450     MOVE WS-RUN-BY TO RH-RUN-BY.
005460     WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-HEADING.
005470     MOVE WS-PAY-GROUP TO RP-PAY-GROUP.
005480     MOVE WS-PAY-PERIOD TO RP-PERIOD-NUMBER.
005490     WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-PERIOD.
005500     WRITE TIEOUT-REPORT-LINE FROM WS-DASH-LINE.
005510 1000-EXIT.
005520     EXIT.
005530
005540*================================================================
005550* 1050-OPERATOR-SIGN-ON - OPERATOR ID AND PASSWORD AGAINST
005560* OPERMAST, THREE TRIES.  NO ROLE FLAG IS NEEDED FOR THE PROOF.
005570*================================================================
005580 1050-OPERATOR-SIGN-ON.
005590     OPEN INPUT OPERATOR-MASTER.
005600     IF NOT WS-OPERMAST-OK
005610         DISPLAY "WARNING - OPERATOR MASTER OPERMAST COULD "
005620             "NOT BE OPENED."
005630         DISPLAY "SET UP OPERATORS WITH OPERMNT FIRST - "
005640             "RUN ENDED."
005650         STOP RUN
005660     END-IF.
005670     MOVE ZERO TO WS-SIGNON-TRIES.
005680     MOVE "N" TO WS-SIGNON-SWITCH.
005690     PERFORM 1060-ONE-SIGNON-TRY THRU 1060-EXIT
005700         UNTIL WS-SIGNON-GOOD
005710         OR WS-SIGNON-TRIES >= 3.
005720     IF NOT WS-SIGNON-GOOD
005730         DISPLAY "SIGN-ON FAILED - RUN ENDED."
005740         STOP RUN
005750     END-IF.
005760     CLOSE OPERATOR-MASTER.
005770 1050-EXIT.
005780     EXIT.
005790
005800 1060-ONE-SIGNON-TRY.
005810     ADD 1 TO WS-SIGNON-TRIES.
005820     DISPLAY SPACE.
005830     DISPLAY "Operator ID: " WITH NO ADVANCING.
005840     ACCEPT WS-RUN-BY.
005850     MOVE FUNCTION UPPER-CASE(WS-RUN-BY) TO WS-RUN-BY.
005860     DISPLAY "Password:    " WITH NO ADVANCING.
005870     ACCEPT WS-PASSWORD-TEXT.
005880     MOVE WS-RUN-BY TO OP-OPERATOR-ID.
005890     READ OPERATOR-MASTER
005900         KEY IS OP-OPERATOR-ID
005910         INVALID KEY
005920             DISPLAY "Operator ID not on file."
005930         NOT INVALID KEY
005940             IF OP-OPERATOR-INACTIVE
005950                 DISPLAY "Operator is inactive."
005960             ELSE
005970                 IF OP-PASSWORD = WS-PASSWORD-TEXT
005980                     MOVE "Y" TO WS-SIGNON-SWITCH
005990                 ELSE
006000                     DISPLAY "Password does not match."
006010                 END-IF
006020             END-IF
006030     END-READ.
006040 1060-EXIT.
006050     EXIT.
006060
006070*================================================================
006080* 1100-READ-PAY-PERIOD - THE PROOF RUNS FOR ONE OPEN PAY GROUP,
006090* THE ONE SIMPLE-PAYROLL HAS JUST PAID.
006100*================================================================
006110 1100-READ-PAY-PERIOD.
006120     OPEN INPUT PAY-PERIOD-FILE.
006130     IF NOT WS-PAY-PERIOD-OK
006140         DISPLAY "WARNING - PAY PERIOD FILE PAYPERD COULD NOT "
006150             "BE OPENED."
006160         DISPLAY "TIE-OUT PROOF CANNOT CONTINUE WITHOUT AN OPEN "
006170             "PAY PERIOD."
006180         STOP RUN
006190     END-IF.
006200     READ PAY-PERIOD-FILE
006210         AT END
006220             DISPLAY "PAY PERIOD FILE PAYPERD IS EMPTY - "
006230                 "TIE-OUT ENDED."
006240             STOP RUN
006250     END-READ.
006260     MOVE ZERO TO WS-OPEN-GROUP-COUNT.
006270     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
006280     PERFORM 1110-TABLE-PERIOD-RECORD
006290         UNTIL WS-END-OF-PERIODS.
006300     CLOSE PAY-PERIOD-FILE.
006310     IF WS-OPEN-GROUP-COUNT = ZERO
006320         DISPLAY "NO PAY GROUP HAS AN OPEN PERIOD - TIE-OUT "
006330             "ENDED."
006340         STOP RUN
006350     END-IF.
006360
006370     IF WS-OPEN-GROUP-COUNT = 1
006380         MOVE 1 TO WS-OPEN-GROUP-SUB
006390     ELSE
006400         DISPLAY "More than one pay group has an open period:"
006410         MOVE ZERO TO WS-OPEN-GROUP-SUB
006420         PERFORM 1115-SHOW-OPEN-GROUP
006430             UNTIL WS-OPEN-GROUP-SUB >= WS-OPEN-GROUP-COUNT
006440         MOVE "N" TO WS-GROUP-PICKED-SWITCH
006450         PERFORM 1120-PICK-PAY-GROUP
006460             UNTIL WS-GROUP-PICKED
006470     END-IF.
006480
006490     MOVE OG-PAY-GROUP (WS-OPEN-GROUP-SUB) TO WS-PAY-GROUP.
006500     MOVE OG-PERIOD-NUMBER (WS-OPEN-GROUP-SUB) TO WS-PAY-PERIOD.
006510     DISPLAY "Proving period " WS-PAY-PERIOD ", pay group '"
006520         WS-PAY-GROUP "'.".
006530 1100-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------
006570* ONE PAYPERD RECORD.  ONLY AN OPEN PERIOD MATTERS TO THE RUN.
006580*----------------------------------------------------------------
006590 1110-TABLE-PERIOD-RECORD.
006600     IF PP-PERIOD-OPEN
006610         IF FUNCTION TEST-NUMVAL(PP-PERIOD-NUMBER-TEXT)
006620             NOT = ZERO
006630             DISPLAY "PAY PERIOD NUMBER IS NOT NUMERIC FOR PAY "
006640                 "GROUP '" PP-PAY-GROUP "' - TIE-OUT ENDED."
006650             STOP RUN
006660         END-IF
006670         IF WS-OPEN-GROUP-COUNT >= 20
006680             DISPLAY "More than 20 open pay groups - group '"
006690                 PP-PAY-GROUP "' cannot be proven this run."
006700         ELSE
006710             ADD 1 TO WS-OPEN-GROUP-COUNT
006720             MOVE PP-PAY-GROUP
006730                 TO OG-PAY-GROUP (WS-OPEN-GROUP-COUNT)
006740             MOVE FUNCTION NUMVAL(PP-PERIOD-NUMBER-TEXT)
006750                 TO OG-PERIOD-NUMBER (WS-OPEN-GROUP-COUNT)
006760             MOVE PP-START-DATE
006770                 TO OG-START-DATE (WS-OPEN-GROUP-COUNT)
006780             MOVE PP-END-DATE
006790                 TO OG-END-DATE (WS-OPEN-GROUP-COUNT)
006800         END-IF
006810     END-IF.
006820     READ PAY-PERIOD-FILE
006830         AT END
006840             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
006850     END-READ.
006860
006870 1115-SHOW-OPEN-GROUP.
006880     ADD 1 TO WS-OPEN-GROUP-SUB.
006890     DISPLAY "  Pay group '" OG-PAY-GROUP (WS-OPEN-GROUP-SUB)
006900         "'  period " OG-PERIOD-NUMBER (WS-OPEN-GROUP-SUB)
006910         "  (" OG-START-DATE (WS-OPEN-GROUP-SUB) " - "
006920         OG-END-DATE (WS-OPEN-GROUP-SUB) ")".
006930
006940*----------------------------------------------------------------
006950* THE OPERATOR NAMES ONE OF THE OPEN GROUPS - BLANK IS THE
006960* ORIGINAL GROUP.  ASKED AGAIN UNTIL IT MATCHES ONE.
006970*----------------------------------------------------------------
006980 1120-PICK-PAY-GROUP.
006990     DISPLAY "Pay group to prove: " WITH NO ADVANCING.
007000     ACCEPT WS-GROUP-ANSWER.
007010     MOVE FUNCTION UPPER-CASE(WS-GROUP-ANSWER)
007020         TO WS-GROUP-ANSWER.
007030     MOVE ZERO TO WS-OPEN-GROUP-SUB.
007040     PERFORM 1125-SCAN-OPEN-GROUPS
007050         UNTIL WS-GROUP-PICKED
007060         OR WS-OPEN-GROUP-SUB >= WS-OPEN-GROUP-COUNT.
007070     IF NOT WS-GROUP-PICKED
007080         DISPLAY "Pay group '" WS-GROUP-ANSWER
007090             "' has no open period."
007100     END-IF.
007110
007120 1125-SCAN-OPEN-GROUPS.
007130     ADD 1 TO WS-OPEN-GROUP-SUB.
007140     IF OG-PAY-GROUP (WS-OPEN-GROUP-SUB) = WS-GROUP-ANSWER
007150         MOVE "Y" TO WS-GROUP-PICKED-SWITCH
007160     END-IF.
007170
007180*================================================================
007190* 2000-LOAD-HISTORY - EVERY EARNHIST RECORD FOR THE PERIOD.  A
007200* REVERSAL IS A NEGATIVE RECORD, SO IT NETS OUT OF THE AMOUNTS
007210* AND TAKES ONE OFF THE EMPLOYEE'S PAYMENT COUNT.  FLAT
007220* BENEFITS ARE BLANK ON RECORDS WRITTEN BEFORE THEY WERE KEPT.
007230*================================================================
007240 2000-LOAD-HISTORY.
007250     MOVE "N" TO WS-EOF-SWITCH.
007260     PERFORM 2010-READ-HISTORY.
007270     PERFORM 2020-TABLE-HISTORY-RECORD
007280         UNTIL WS-END-OF-FILE.
007290     CLOSE EARNINGS-HISTORY.
007300 2000-EXIT.
007310     EXIT.
007320
007330 2010-READ-HISTORY.
007340     READ EARNINGS-HISTORY
007350         AT END
007360             MOVE "Y" TO WS-EOF-SWITCH
007370     END-READ.
007380
007390 2020-TABLE-HISTORY-RECORD.
007400     IF EH-PERIOD-NUMBER = WS-PAY-PERIOD
007410         MOVE EH-EMPLOYEE-ID TO WS-FIND-ID
007420         PERFORM 2800-FIND-EMPLOYEE THRU 2800-EXIT
007430         ADD EH-GROSS-PAY TO TE-HIST-GROSS (WS-EMP-SUB)
007440         ADD EH-DEDUCTIONS TO TE-HIST-DEDUCTIONS (WS-EMP-SUB)
007450         ADD EH-NET-PAY TO TE-HIST-NET (WS-EMP-SUB)
007460         IF EH-FLAT-BENEFITS IS NUMERIC
007470             ADD EH-FLAT-BENEFITS
007480                 TO TE-HIST-BENEFITS (WS-EMP-SUB)
007490         END-IF
007500         IF EH-TYPE-REVERSAL
007510             SUBTRACT 1 FROM TE-PAYMENT-COUNT (WS-EMP-SUB)
007520         ELSE
007530             ADD 1 TO TE-PAYMENT-COUNT (WS-EMP-SUB)
007540         END-IF
007550     END-IF.
007560     PERFORM 2010-READ-HISTORY.
007570
007580*================================================================
007590* 2100-LOAD-CHECK-REGISTER - THE PERIOD'S PAYROLL CHECKS STILL
007600* STANDING.  A VOIDED CHECK PAID NOTHING; ITS REISSUE CARRIES
007610* THE SAME PERIOD AND IS COUNTED IN ITS PLACE.
007620*================================================================
007630 2100-LOAD-CHECK-REGISTER.
007640     OPEN INPUT CHECK-REGISTER.
007650     IF NOT WS-CHECKREG-OK
007660         MOVE "CHECK REGISTER CHECKREG NOT ON FILE - NO CHECKS "
007670             TO WS-REPORT-NOTE
007680         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
007690         GO TO 2100-EXIT
007700     END-IF.
007710     MOVE "N" TO WS-EOF-SWITCH.
007720     MOVE LOW-VALUES TO CK-CHECK-NUMBER.
007730     START CHECK-REGISTER
007740         KEY IS GREATER THAN OR EQUAL TO CK-CHECK-NUMBER
007750         INVALID KEY
007760             MOVE "Y" TO WS-EOF-SWITCH
007770     END-START.
007780     PERFORM 2110-TABLE-NEXT-CHECK
007790         UNTIL WS-END-OF-FILE.
007800     CLOSE CHECK-REGISTER.
007810 2100-EXIT.
007820     EXIT.
007830
007840 2110-TABLE-NEXT-CHECK.
007850     READ CHECK-REGISTER NEXT RECORD
007860         AT END
007870             MOVE "Y" TO WS-EOF-SWITCH
007880     END-READ.
007890     IF NOT WS-END-OF-FILE
007900         IF CK-PERIOD-NUMBER = WS-PAY-PERIOD
007910             AND NOT CK-SOURCE-VENDOR
007920             AND NOT CK-STATUS-VOID
007930             MOVE CK-EMPLOYEE-ID TO WS-FIND-ID
007940             PERFORM 2800-FIND-EMPLOYEE THRU 2800-EXIT
007950             ADD CK-NET-AMOUNT TO TE-CHECK-NET (WS-EMP-SUB)
007960         END-IF
007970     END-IF.
007980
007990*================================================================
008000* 2200-LOAD-ACH-FILE - THE DEPOSITS AS SENT TO THE BANK.  THE
008010* FILE HOLDS ONE BATCH; IF ITS HEADER NAMES ANOTHER PERIOD OR
008020* PAY GROUP THE DEPOSITS ARE NOT THIS GROUP'S AND NONE ARE
008030* TAKEN, THE TRAILER INCLUDED.
008040*================================================================
008050 2200-LOAD-ACH-FILE.
008060     OPEN INPUT ACH-PAYMENT-FILE.
008070     IF NOT WS-ACH-OK
008080         MOVE "ACH EXPORT ACHPAYMT NOT ON FILE - NO DEPOSITS"
008090             TO WS-REPORT-NOTE
008100         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
008110         GO TO 2200-EXIT
008120     END-IF.
008130     MOVE "N" TO WS-EOF-SWITCH.
008140     PERFORM 2210-READ-ACH.
008150     PERFORM 2220-TABLE-ACH-RECORD
008160         UNTIL WS-END-OF-FILE.
008170     CLOSE ACH-PAYMENT-FILE.
008180     IF NOT WS-ACH-THIS-PERIOD
008190         MOVE SPACES TO WS-REPORT-NOTE
008200         STRING "ACH EXPORT ACHPAYMT IS FOR GROUP '"
008210             WS-ACH-HEADER-GROUP "' PERIOD "
008220             WS-ACH-HEADER-PERIOD
008230             " - NO DEPOSITS TAKEN" DELIMITED BY SIZE
008240             INTO WS-REPORT-NOTE
008250         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
008260     ELSE
008270         IF NOT WS-ACH-TRAILER-FOUND
008280             MOVE "ACH EXPORT ACHPAYMT HAS NO TRAILER"
008290                 TO WS-REPORT-NOTE
008300             WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
008310         END-IF
008320     END-IF.
008330 2200-EXIT.
008340     EXIT.
008350
008360 2210-READ-ACH.
008370     READ ACH-PAYMENT-FILE
008380         AT END
008390             MOVE "Y" TO WS-EOF-SWITCH
008400     END-READ.
008410
008420 2220-TABLE-ACH-RECORD.
008430     EVALUATE TRUE
008440         WHEN AR-TYPE-HEADER
008450             MOVE AH-PERIOD-NUMBER TO WS-ACH-HEADER-PERIOD
008460             MOVE AH-PAY-GROUP TO WS-ACH-HEADER-GROUP
008470             IF AH-PERIOD-NUMBER NOT = WS-PAY-PERIOD
008480                 OR AH-PAY-GROUP NOT = WS-PAY-GROUP
008490                 MOVE "N" TO WS-ACH-PERIOD-SWITCH
008500             END-IF
008510         WHEN AR-TYPE-DETAIL
008520             IF WS-ACH-THIS-PERIOD
008530                 MOVE AD-EMPLOYEE-ID TO WS-FIND-ID
008540                 PERFORM 2800-FIND-EMPLOYEE THRU 2800-EXIT
008550                 COMPUTE TE-ACH-NET (WS-EMP-SUB) =
008560                     TE-ACH-NET (WS-EMP-SUB)
008570                     + AD-AMOUNT-CENTS / 100
008580             END-IF
008590         WHEN AR-TYPE-TRAILER
008600             IF WS-ACH-THIS-PERIOD
008610                 MOVE "Y" TO WS-ACH-TRAILER-SWITCH
008620                 COMPUTE WS-ACH-TRAILER-TOTAL =
008630                     AT-TOTAL-CENTS / 100
008640             END-IF
008650     END-EVALUATE.
008660     PERFORM 2210-READ-ACH.
008670
008680*================================================================
008690* 2300-LOAD-REMIT-DETAIL - THE DEDUCTIONS WAITING TO BE
008700* REMITTED FOR THE PERIOD.
008710*================================================================
008720 2300-LOAD-REMIT-DETAIL.
008730     OPEN INPUT REMIT-DETAIL-FILE.
008740     IF NOT WS-REMITDTL-OK
008750         MOVE "REMITTANCE DETAIL REMITDTL NOT ON FILE"
008760             TO WS-REPORT-NOTE
008770         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
008780         GO TO 2300-EXIT
008790     END-IF.
008800     MOVE "N" TO WS-EOF-SWITCH.
008810     PERFORM 2310-READ-REMIT.
008820     PERFORM 2320-TABLE-REMIT-RECORD
008830         UNTIL WS-END-OF-FILE.
008840     CLOSE REMIT-DETAIL-FILE.
008850 2300-EXIT.
008860     EXIT.
008870
008880 2310-READ-REMIT.
008890     READ REMIT-DETAIL-FILE
008900         AT END
008910             MOVE "Y" TO WS-EOF-SWITCH
008920     END-READ.
008930
008940 2320-TABLE-REMIT-RECORD.
008950     IF RD-PERIOD-NUMBER = WS-PAY-PERIOD
008960         AND NOT RD-EMPLOYER-MATCH
008970         MOVE RD-EMPLOYEE-ID TO WS-FIND-ID
008980         PERFORM 2800-FIND-EMPLOYEE THRU 2800-EXIT
008990         ADD RD-AMOUNT TO TE-REMIT-TOTAL (WS-EMP-SUB)
009000     END-IF.
009010     PERFORM 2310-READ-REMIT.
009020
009030*================================================================
009040* 2400-LOAD-PAYMENT-LOCKS - EVERY LOCK SET FOR THIS GROUP AND
009050* PERIOD.  EACH ONE SAYS THE EMPLOYEE WAS PAID, SO EACH MUST
009060* HAVE A PAYMENT STANDING ON EARNHIST.
009070*================================================================
009080 2400-LOAD-PAYMENT-LOCKS.
009090     OPEN INPUT PAYMENT-LOCK-FILE.
009100     IF NOT WS-PAYLOCK-OK
009110         MOVE "PAYMENT LOCK FILE PAYLOCK NOT ON FILE"
009120             TO WS-REPORT-NOTE
009130         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
009140         GO TO 2400-EXIT
009150     END-IF.
009160     MOVE "N" TO WS-EOF-SWITCH.
009170     MOVE LOW-VALUES TO PL-LOCK-KEY.
009180     START PAYMENT-LOCK-FILE
009190         KEY IS GREATER THAN OR EQUAL TO PL-LOCK-KEY
009200         INVALID KEY
009210             MOVE "Y" TO WS-EOF-SWITCH
009220     END-START.
009230     PERFORM 2410-TABLE-NEXT-LOCK
009240         UNTIL WS-END-OF-FILE.
009250     CLOSE PAYMENT-LOCK-FILE.
009260 2400-EXIT.
009270     EXIT.
009280
009290 2410-TABLE-NEXT-LOCK.
009300     READ PAYMENT-LOCK-FILE NEXT RECORD
009310         AT END
009320             MOVE "Y" TO WS-EOF-SWITCH
009330     END-READ.
009340     IF NOT WS-END-OF-FILE
009350         IF PL-PERIOD-NUMBER = WS-PAY-PERIOD
009360             AND PL-PAY-GROUP = WS-PAY-GROUP
009370             ADD 1 TO WS-LOCK-COUNT
009380             MOVE PL-EMPLOYEE-ID TO WS-FIND-ID
009390             PERFORM 2800-FIND-EMPLOYEE THRU 2800-EXIT
009400             MOVE "Y" TO TE-LOCK-SWITCH (WS-EMP-SUB)
009410         END-IF
009420     END-IF.
009430
009440*================================================================
009450* 2500-TOTAL-GL-POSTINGS - THE GROUP'S DEBITS, CREDITS AND THE
009460* WAGE EXPENSE DEBITS WITHIN THEM FOR THE PERIOD, FROM GLPOST
009466* AND FROM ANY OFF-CYCLE LINES STILL WAITING ON GLHELD.  AN
009472* OFF-CYCLE PAY'S LINES ARE ON ONE FILE OR THE OTHER, NEVER BOTH.
009478* A REVERSAL POSTS ITS WAGE EXPENSE AS A CREDIT, WHICH COMES OFF
009484* THE WAGE TOTAL.
009490*================================================================
009500 2500-TOTAL-GL-POSTINGS.
009510     OPEN INPUT GL-POSTING-FILE.
009520     IF NOT WS-GLPOST-OK
009530         MOVE "GL POSTING EXTRACT GLPOST NOT ON FILE"
009540             TO WS-REPORT-NOTE
009550         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
009560     ELSE
009570         MOVE "N" TO WS-EOF-SWITCH
009580         PERFORM 2510-READ-GL-POSTING
009590         PERFORM 2520-ADD-GL-POSTING
009600             UNTIL WS-END-OF-FILE
009610         CLOSE GL-POSTING-FILE
009620     END-IF.
009630
009640     OPEN INPUT GL-HELD-FILE.
009650     IF NOT WS-GLHELD-OK
009660         GO TO 2500-EXIT
009670     END-IF.
009680     MOVE "N" TO WS-EOF-SWITCH.
009690     PERFORM 2530-READ-GL-HELD.
009700     PERFORM 2540-ADD-GL-HELD
009710         UNTIL WS-END-OF-FILE.
009720     CLOSE GL-HELD-FILE.
009730 2500-EXIT.
009740     EXIT.
009750
009760 2510-READ-GL-POSTING.
009770     READ GL-POSTING-FILE INTO WS-GL-POSTING-LINE
009780         AT END
009790             MOVE "Y" TO WS-EOF-SWITCH
009800     END-READ.
009810
009820 2520-ADD-GL-POSTING.
009830     PERFORM 2550-ADD-GL-LINE.
009840     PERFORM 2510-READ-GL-POSTING.
009850
009860 2530-READ-GL-HELD.
009870     READ GL-HELD-FILE INTO WS-GL-POSTING-LINE
009880         AT END
009890             MOVE "Y" TO WS-EOF-SWITCH
009900     END-READ.
009910
009920 2540-ADD-GL-HELD.
009930     PERFORM 2550-ADD-GL-LINE.
009940     PERFORM 2530-READ-GL-HELD.
009950
009960 2550-ADD-GL-LINE.
009970     IF GP-PERIOD-NUMBER = WS-PAY-PERIOD
009980         AND GP-PAY-GROUP = WS-PAY-GROUP
009990         IF GP-DEBIT
010000             ADD GP-AMOUNT TO WS-GL-DEBIT-TOTAL
010010             IF GP-DESCRIPTION = "WAGE EXPENSE"
010020                 ADD GP-AMOUNT TO WS-GL-WAGE-TOTAL
010030             END-IF
010040         ELSE
010050             ADD GP-AMOUNT TO WS-GL-CREDIT-TOTAL
010052             IF GP-DESCRIPTION = "WAGE EXPENSE"
010055                 SUBTRACT GP-AMOUNT FROM WS-GL-WAGE-TOTAL
010057             END-IF
010060         END-IF
010070     END-IF.
010080
010090*================================================================
010100* 2600-TOTAL-JOB-COST - THE GROUP'S GROSS FOR THE PERIOD AS
010106* DISTRIBUTED TO JOBS AND DEPARTMENTS, FROM JOBCOST AND FROM ANY
010113* OFF-CYCLE JOB COST STILL WAITING ON JCHELD.
010120*================================================================
010130 2600-TOTAL-JOB-COST.
010140     OPEN INPUT JOB-COST-FILE.
010150     IF NOT WS-JOBCOST-OK
010160         MOVE "JOB COST EXTRACT JOBCOST NOT ON FILE"
010170             TO WS-REPORT-NOTE
010171         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
010173     ELSE
010175         MOVE "N" TO WS-EOF-SWITCH
010176         PERFORM 2610-READ-JOB-COST
010178         PERFORM 2620-ADD-JOB-COST
010180             UNTIL WS-END-OF-FILE
010181         CLOSE JOB-COST-FILE
010183     END-IF.
010185
010186     OPEN INPUT JOB-COST-HELD-FILE.
010188     IF NOT WS-JCHELD-OK
010190         GO TO 2600-EXIT
010200     END-IF.
010210     MOVE "N" TO WS-EOF-SWITCH.
010220     PERFORM 2630-READ-JOB-COST-HELD.
010230     PERFORM 2640-ADD-JOB-COST-HELD
010240         UNTIL WS-END-OF-FILE.
010250     CLOSE JOB-COST-HELD-FILE.
010260 2600-EXIT.
010270     EXIT.
010280
010290 2610-READ-JOB-COST.
010300     READ JOB-COST-FILE INTO WS-JOB-COST-LINE
010310         AT END
010320             MOVE "Y" TO WS-EOF-SWITCH
010330     END-READ.
010340
010341 2620-ADD-JOB-COST.
010342     PERFORM 2650-ADD-JOB-COST-LINE.
010343     PERFORM 2610-READ-JOB-COST.
010345
010346 2630-READ-JOB-COST-HELD.
010347     READ JOB-COST-HELD-FILE INTO WS-JOB-COST-LINE
010348         AT END
010350             MOVE "Y" TO WS-EOF-SWITCH
010351     END-READ.
010352
010353 2640-ADD-JOB-COST-HELD.
010355     PERFORM 2650-ADD-JOB-COST-LINE.
010356     PERFORM 2630-READ-JOB-COST-HELD.
010357
010358 2650-ADD-JOB-COST-LINE.
010360     IF JC-PERIOD-NUMBER = WS-PAY-PERIOD
010370         AND JC-PAY-GROUP = WS-PAY-GROUP
010380         ADD JC-GROSS TO WS-JOBCOST-TOTAL
010390     END-IF.
010410
010420*================================================================
010430* 2800-FIND-EMPLOYEE - SETS WS-EMP-SUB TO WS-FIND-ID'S ENTRY,
010440* FILING A NEW ONE IN ID ORDER THE FIRST TIME THE EMPLOYEE IS
010450* SEEN.  A FULL TABLE CANNOT BE PROVEN AT ALL.
010460*================================================================
010470 2800-FIND-EMPLOYEE.
010480     MOVE WS-EMP-COUNT TO WS-INS-SUB.
010490     MOVE "N" TO WS-SLOT-SWITCH.
010500     PERFORM 2810-FIND-SLOT
010510         UNTIL WS-SLOT-FOUND.
010520     IF WS-INS-SUB > ZERO
010530         IF TE-EMPLOYEE-ID (WS-INS-SUB) = WS-FIND-ID
010540             MOVE WS-INS-SUB TO WS-EMP-SUB
010550             GO TO 2800-EXIT
010560         END-IF
010570     END-IF.
010580
010590     IF WS-EMP-COUNT >= 3000
010600         DISPLAY "MORE THAN 3000 EMPLOYEES IN THE PERIOD - "
010610             "TIE-OUT ENDED."
010620         CLOSE TIEOUT-REPORT-FILE
010630         STOP RUN
010640     END-IF.
010650
010660     MOVE WS-FIND-ID TO NE-EMPLOYEE-ID.
010670     MOVE "N" TO NE-LOCK-SWITCH.
010680     MOVE ZERO TO NE-PAYMENT-COUNT.
010690     MOVE ZERO TO NE-HIST-GROSS.
010700     MOVE ZERO TO NE-HIST-DEDUCTIONS.
010710     MOVE ZERO TO NE-HIST-BENEFITS.
010720     MOVE ZERO TO NE-HIST-NET.
010730     MOVE ZERO TO NE-CHECK-NET.
010740     MOVE ZERO TO NE-ACH-NET.
010750     MOVE ZERO TO NE-REMIT-TOTAL.
010760     MOVE WS-FIND-ID TO EM-EMPLOYEE-ID.
010770     READ EMPLOYEE-MASTER
010780         KEY IS EM-EMPLOYEE-ID
010790         INVALID KEY
010800             MOVE "Y" TO NE-GROUP-SWITCH
010810         NOT INVALID KEY
010820             IF EM-PAY-GROUP = WS-PAY-GROUP
010830                 MOVE "Y" TO NE-GROUP-SWITCH
010840             ELSE
010850                 MOVE "N" TO NE-GROUP-SWITCH
010860             END-IF
010870     END-READ.
010880
010890     MOVE WS-EMP-COUNT TO WS-MOVE-SUB.
010900     PERFORM 2820-SHIFT-ENTRY-UP
010910         UNTIL WS-MOVE-SUB <= WS-INS-SUB.
010920     ADD 1 TO WS-INS-SUB.
010930     MOVE WS-NEW-ENTRY TO WS-EMPLOYEE-ENTRY (WS-INS-SUB).
010940     ADD 1 TO WS-EMP-COUNT.
010950     MOVE WS-INS-SUB TO WS-EMP-SUB.
010960 2800-EXIT.
010970     EXIT.
010980
010990*----------------------------------------------------------------
011000* BACK UP FROM THE END OF THE TABLE TO THE LAST ENTRY NOT
011010* AFTER THE ID SOUGHT - THE NEW ONE GOES IN RIGHT BEHIND IT.
011020*----------------------------------------------------------------
011030 2810-FIND-SLOT.
011040     IF WS-INS-SUB = ZERO
011050         MOVE "Y" TO WS-SLOT-SWITCH
011060     ELSE
011070         IF TE-EMPLOYEE-ID (WS-INS-SUB) > WS-FIND-ID
011080             SUBTRACT 1 FROM WS-INS-SUB
011090         ELSE
011100             MOVE "Y" TO WS-SLOT-SWITCH
011110         END-IF
011120     END-IF.
011130
011140 2820-SHIFT-ENTRY-UP.
011150     MOVE WS-EMPLOYEE-ENTRY (WS-MOVE-SUB)
011160         TO WS-EMPLOYEE-ENTRY (WS-MOVE-SUB + 1).
011170     SUBTRACT 1 FROM WS-MOVE-SUB.
011180
011190*================================================================
011200* 3000-CHECK-EMPLOYEES - ONE EMPLOYEE AT A TIME, IN ID ORDER.
011210* EVERY BREAK PRINTS ON ITS OWN LINE; THE GROUP'S TOTALS ARE
011220* FOOTED HERE FOR THE PROOF THAT FOLLOWS.
011230*================================================================
011240 3000-CHECK-EMPLOYEES.
011250     WRITE TIEOUT-REPORT-LINE FROM WS-DASH-LINE.
011260     MOVE "EXCEPTIONS BY EMPLOYEE" TO WS-SECTION-HEADING.
011270     WRITE TIEOUT-REPORT-LINE FROM WS-SECTION-HEADING.
011280     WRITE TIEOUT-REPORT-LINE FROM WS-BREAK-HEADING.
011290     MOVE ZERO TO WS-EMP-SUB.
011300     PERFORM 3100-CHECK-ONE-EMPLOYEE THRU 3100-EXIT
011310         UNTIL WS-EMP-SUB >= WS-EMP-COUNT.
011320     IF WS-EMPLOYEE-BREAKS = ZERO
011330         MOVE "  NONE" TO WS-REPORT-NOTE
011340         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
011350     END-IF.
011360 3000-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------------
011400* A LOCK IS CHECKED FOR EVERY EMPLOYEE IT WAS SET FOR, IN THE
011410* GROUP OR NOT (THE LOCK CARRIES ITS OWN GROUP).  THE AMOUNTS
011420* ARE PROVEN FOR THE GROUP'S EMPLOYEES ONLY.
011430*----------------------------------------------------------------
011440 3100-CHECK-ONE-EMPLOYEE.
011450     ADD 1 TO WS-EMP-SUB.
011460     MOVE TE-EMPLOYEE-ID (WS-EMP-SUB) TO BL-EMPLOYEE-ID.
011470
011480     IF TE-LOCKED (WS-EMP-SUB)
011490         AND TE-PAYMENT-COUNT (WS-EMP-SUB) NOT > ZERO
011500         ADD 1 TO WS-LOCK-BREAKS
011510         MOVE "PAYMENT LOCK WITH NO PAYMENT"
011520             TO BL-REASON
011530         MOVE TE-HIST-NET (WS-EMP-SUB) TO WS-LEFT-AMOUNT
011540         MOVE ZERO TO WS-RIGHT-AMOUNT
011550         PERFORM 3200-WRITE-EMPLOYEE-BREAK THRU 3200-EXIT
011560     END-IF.
011570
011580     IF NOT TE-IN-GROUP (WS-EMP-SUB)
011590         GO TO 3100-EXIT
011600     END-IF.
011610
011620     ADD TE-HIST-GROSS (WS-EMP-SUB) TO WS-HIST-GROSS-TOTAL.
011630     ADD TE-HIST-DEDUCTIONS (WS-EMP-SUB)
011640         TO WS-HIST-DEDUCTION-TOTAL.
011650     ADD TE-HIST-BENEFITS (WS-EMP-SUB) TO WS-HIST-BENEFIT-TOTAL.
011660     ADD TE-HIST-NET (WS-EMP-SUB) TO WS-HIST-NET-TOTAL.
011670     ADD TE-CHECK-NET (WS-EMP-SUB) TO WS-CHECK-NET-TOTAL.
011680     ADD TE-REMIT-TOTAL (WS-EMP-SUB) TO WS-REMIT-TOTAL.
011690
011700     MOVE TE-HIST-NET (WS-EMP-SUB) TO WS-LEFT-AMOUNT.
011710     COMPUTE WS-RIGHT-AMOUNT = TE-CHECK-NET (WS-EMP-SUB)
011720         + TE-ACH-NET (WS-EMP-SUB).
011730     IF WS-LEFT-AMOUNT NOT = WS-RIGHT-AMOUNT
011740         MOVE "NET PAY NOT = CHECKS + DEPOSITS"
011750             TO BL-REASON
011760         PERFORM 3200-WRITE-EMPLOYEE-BREAK THRU 3200-EXIT
011770     END-IF.
011780
011790     MOVE TE-HIST-DEDUCTIONS (WS-EMP-SUB) TO WS-LEFT-AMOUNT.
011800     COMPUTE WS-RIGHT-AMOUNT = TE-REMIT-TOTAL (WS-EMP-SUB)
011810         + TE-HIST-BENEFITS (WS-EMP-SUB).
011820     IF WS-LEFT-AMOUNT NOT = WS-RIGHT-AMOUNT
011830         MOVE "DEDUCTIONS NOT = REMITDTL + BENEFITS"
011840             TO BL-REASON
011850         PERFORM 3200-WRITE-EMPLOYEE-BREAK THRU 3200-EXIT
011860     END-IF.
011870 3100-EXIT.
011880     EXIT.
011890
011900 3200-WRITE-EMPLOYEE-BREAK.
011910     ADD 1 TO WS-EMPLOYEE-BREAKS.
011920     MOVE WS-LEFT-AMOUNT TO BL-LEFT-AMOUNT.
011930     MOVE WS-RIGHT-AMOUNT TO BL-RIGHT-AMOUNT.
011940     COMPUTE BL-DIFFERENCE = WS-LEFT-AMOUNT - WS-RIGHT-AMOUNT.
011950     WRITE TIEOUT-REPORT-LINE FROM WS-BREAK-LINE.
011960 3200-EXIT.
011970     EXIT.
011980
011990*================================================================
012000* 4000-PROVE-TOTALS - THE FIVE CROSS-FILE PROOFS FOR THE GROUP.
012010* ANY BREAK, HERE OR BY EMPLOYEE ABOVE, LEAVES THE PERIOD
012020* UNPROVEN AND SETS RETURN-CODE 8.
012030*================================================================
012040 4000-PROVE-TOTALS.
012050     WRITE TIEOUT-REPORT-LINE FROM WS-DASH-LINE.
012060     MOVE "PERIOD PROOF" TO WS-SECTION-HEADING.
012070     WRITE TIEOUT-REPORT-LINE FROM WS-SECTION-HEADING.
012080     WRITE TIEOUT-REPORT-LINE FROM WS-PROOF-HEADING.
012090
012100     MOVE "NET PAY - CHECKS + ACH TRAILER" TO WS-PROOF-CAPTION.
012110     MOVE WS-HIST-NET-TOTAL TO WS-LEFT-AMOUNT.
012120     COMPUTE WS-RIGHT-AMOUNT =
012130         WS-CHECK-NET-TOTAL + WS-ACH-TRAILER-TOTAL.
012140     PERFORM 4100-WRITE-PROOF-LINE THRU 4100-EXIT.
012150
012160     MOVE "DEDUCTIONS - REMITDTL + BENEFITS"
012170         TO WS-PROOF-CAPTION.
012180     MOVE WS-HIST-DEDUCTION-TOTAL TO WS-LEFT-AMOUNT.
012190     COMPUTE WS-RIGHT-AMOUNT =
012200         WS-REMIT-TOTAL + WS-HIST-BENEFIT-TOTAL.
012210     PERFORM 4100-WRITE-PROOF-LINE THRU 4100-EXIT.
012220
012230     MOVE "GROSS - GLPOST WAGE EXPENSE" TO WS-PROOF-CAPTION.
012240     MOVE WS-HIST-GROSS-TOTAL TO WS-LEFT-AMOUNT.
012250     MOVE WS-GL-WAGE-TOTAL TO WS-RIGHT-AMOUNT.
012260     PERFORM 4100-WRITE-PROOF-LINE THRU 4100-EXIT.
012270
012280     MOVE "GROSS - JOBCOST" TO WS-PROOF-CAPTION.
012290     MOVE WS-HIST-GROSS-TOTAL TO WS-LEFT-AMOUNT.
012300     MOVE WS-JOBCOST-TOTAL TO WS-RIGHT-AMOUNT.
012310     PERFORM 4100-WRITE-PROOF-LINE THRU 4100-EXIT.
012320
012330     MOVE "GLPOST DEBITS - CREDITS" TO WS-PROOF-CAPTION.
012340     MOVE WS-GL-DEBIT-TOTAL TO WS-LEFT-AMOUNT.
012350     MOVE WS-GL-CREDIT-TOTAL TO WS-RIGHT-AMOUNT.
012360     PERFORM 4100-WRITE-PROOF-LINE THRU 4100-EXIT.
012370
012380     MOVE WS-LOCK-COUNT TO LL-LOCK-COUNT.
012390     MOVE WS-LOCK-BREAKS TO LL-LOCK-BREAKS.
012400     IF WS-LOCK-BREAKS = ZERO
012410         MOVE "  OK" TO LL-RESULT
012420     ELSE
012430         MOVE "*BREAK" TO LL-RESULT
012440         ADD 1 TO WS-TOTAL-BREAKS
012450     END-IF.
012460     WRITE TIEOUT-REPORT-LINE FROM WS-LOCK-LINE.
012470
012480     COMPUTE WS-BREAK-COUNT =
012490         WS-EMPLOYEE-BREAKS + WS-TOTAL-BREAKS.
012500     WRITE TIEOUT-REPORT-LINE FROM WS-DASH-LINE.
012510     MOVE "EMPLOYEE BREAKS:" TO RT-CAPTION.
012520     MOVE WS-EMPLOYEE-BREAKS TO RT-COUNT.
012530     WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-TOTAL.
012540     MOVE "PROOF BREAKS:" TO RT-CAPTION.
012550     MOVE WS-TOTAL-BREAKS TO RT-COUNT.
012560     WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-TOTAL.
012570     IF WS-BREAK-COUNT = ZERO
012580         MOVE "PERIOD PROVEN IN BALANCE - CLEAR TO REMIT"
012590             TO WS-REPORT-NOTE
012600         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
012610         DISPLAY "TIEOUT: period " WS-PAY-PERIOD
012620             " proven in balance."
012630     ELSE
012640         MOVE "*** PERIOD OUT OF BALANCE - DO NOT REMIT ***"
012650             TO WS-REPORT-NOTE
012660         WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-NOTE
012670         DISPLAY "TIEOUT: *** PERIOD OUT OF BALANCE - "
012680             "DO NOT REMIT OR POST ***"
012690         MOVE 8 TO RETURN-CODE
012700     END-IF.
012710 4000-EXIT.
012720     EXIT.
012730
012740 4100-WRITE-PROOF-LINE.
012750     MOVE WS-PROOF-CAPTION TO PF-CAPTION.
012760     MOVE WS-LEFT-AMOUNT TO PF-LEFT-AMOUNT.
012770     MOVE WS-RIGHT-AMOUNT TO PF-RIGHT-AMOUNT.
012780     COMPUTE PF-DIFFERENCE = WS-LEFT-AMOUNT - WS-RIGHT-AMOUNT.
012790     IF WS-LEFT-AMOUNT = WS-RIGHT-AMOUNT
012800         MOVE "  OK" TO PF-RESULT
012810     ELSE
012820         MOVE "*BREAK" TO PF-RESULT
012830         ADD 1 TO WS-TOTAL-BREAKS
012840     END-IF.
012850     WRITE TIEOUT-REPORT-LINE FROM WS-PROOF-LINE.
012860 4100-EXIT.
012870     EXIT.
012880
012890*================================================================
012900* 5000-SAVE-TIEOUT-STATUS - REWRITE TIEOUTST WITH THIS GROUP'S
012910* RESULT FOR THE PERIOD IN PLACE OF ITS LAST ONE; THE RECORDS FOR
012920* OTHER GROUPS AND PERIODS ARE CARRIED ACROSS AS THEY WERE.
012930*================================================================
012940 5000-SAVE-TIEOUT-STATUS.
012950     MOVE ZERO TO WS-STATUS-COUNT.
012960     OPEN INPUT TIEOUT-STATUS-FILE.
012970     IF WS-TIEOUTST-OK
012980         MOVE "N" TO WS-EOF-SWITCH
012990         PERFORM 5100-READ-STATUS
013000         PERFORM 5110-HOLD-STATUS-RECORD
013010             UNTIL WS-END-OF-FILE
013020         CLOSE TIEOUT-STATUS-FILE
013030     END-IF.
013040
013050     OPEN OUTPUT TIEOUT-STATUS-FILE.
013060     MOVE ZERO TO WS-STATUS-SUB.
013070     PERFORM 5200-WRITE-HELD-STATUS
013080         UNTIL WS-STATUS-SUB >= WS-STATUS-COUNT.
013090     MOVE SPACES TO TIEOUT-STATUS-RECORD.
013100     MOVE WS-PAY-GROUP TO TS-PAY-GROUP.
013110     MOVE WS-PAY-PERIOD TO TS-PERIOD-NUMBER.
013120     MOVE WS-CURRENT-DATE-DISPLAY TO TS-RUN-DATE.
013130     MOVE WS-RUN-BY TO TS-RUN-BY.
013140     MOVE WS-BREAK-COUNT TO TS-BREAK-COUNT.
013150     WRITE TIEOUT-STATUS-RECORD.
013160     CLOSE TIEOUT-STATUS-FILE.
013170 5000-EXIT.
013180     EXIT.
013190
013200 5100-READ-STATUS.
013210     READ TIEOUT-STATUS-FILE
013220         AT END
013230             MOVE "Y" TO WS-EOF-SWITCH
013240     END-READ.
013250
013260 5110-HOLD-STATUS-RECORD.
013270     IF TS-PAY-GROUP NOT = WS-PAY-GROUP
013276         OR TS-PERIOD-NUMBER NOT = WS-PAY-PERIOD
013283         IF WS-STATUS-COUNT < 500
013290             ADD 1 TO WS-STATUS-COUNT
013300             MOVE TIEOUT-STATUS-RECORD
013310                 TO WS-STATUS-IMAGE (WS-STATUS-COUNT)
013312         ELSE
013314             DISPLAY "TIEOUTST full - proof for pay group '"
013316                 TS-PAY-GROUP "' period " TS-PERIOD-NUMBER
013318                 " not carried forward."
013320         END-IF
013330     END-IF.
013340     PERFORM 5100-READ-STATUS.
013350
013360 5200-WRITE-HELD-STATUS.
013370     ADD 1 TO WS-STATUS-SUB.
013380     MOVE WS-STATUS-IMAGE (WS-STATUS-SUB)
013390         TO TIEOUT-STATUS-RECORD.
013400     WRITE TIEOUT-STATUS-RECORD.
013410
013420*================================================================
013430* 9000-TERMINATE - CLOSE THE REPORT.
013440*================================================================
013450 9000-TERMINATE.
013460     CLOSE TIEOUT-REPORT-FILE.
013470     DISPLAY "TIEOUT: " WS-BREAK-COUNT " breaks - see TIERPT.".
013480 9000-EXIT.
013490     EXIT.
