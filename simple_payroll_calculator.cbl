000957*                  OPENED ONLY AFTER THE RUN MODE IS KNOWN,
000958*                  SO A PROOF RUN NO LONGER WIPES THE LAST
000959*                  REAL RUN'S STUBS AND CHECK STOCK.
000960* 10/15/2026 DM    EMPLOYEE OASDI AND MEDICARE ARE NOW WITHHELD
000961*                  EVERY PAY.  RATES AND THE ADDITIONAL
000962*                  MEDICARE THRESHOLD RIDE THE EMPRTAX RECORD
000963*                  (BLANK KEEPS THE STATUTORY FIGURE), OASDI
000964*                  STOPS AT THE FICA WAGE BASE AGAINST THE
000965*                  YTDMAST TAXED WAGES, AND A DEDMAST ITEM
000966*                  FLAGGED SECTION 125 ALSO COMES OFF THE FICA
000967*                  WAGES.  EACH TAX HAS ITS OWN STUB, PROOFRPT,
000968*                  EARNHIST AND TAXLIAB LINES AND ITS OWN
000969*                  GLPOST PAYABLE (OA/MC); AN ADJUSTMENT
000970*                  REVERSAL BACKS BOTH OUT WITH THEIR WAGES.
000971*                  THE RUN NOW REFUSES TO START WITHOUT A
000972*                  USABLE EMPRTAX FICA WAGE BASE.
000973* 10/15/2026 DM    PAY GROUPS.  PAYPERD NOW CARRIES ONE PERIOD
000974*                  RECORD PER GROUP WITH ITS FREQUENCY (WEEKLY,
000975*                  BI-WEEKLY, SEMI-MONTHLY, MONTHLY) AND THE RUN
000976*                  PAYS ONLY THE EMPLOYEES OF THE OPEN GROUP
000977*                  (THE OPERATOR PICKS WHEN MORE THAN ONE IS
000978*                  OPEN).  TAX ANNUALIZES ON THE GROUP'S
000979*                  PERIODS PER YEAR; EM-SALARY-AMOUNT AND THE
000980*                  LEAVRULE RATES STAY WEEKLY FIGURES AND ARE
000981*                  SCALED TO THE PAY; THE PAYLOCK CARRIES THE
000982*                  GROUP.  PERIODS LONGER THAN A WEEK FIGURE
000983*                  OVERTIME PER WORKWEEK FROM THE SECOND-WEEK
000984*                  HOURS ON THE TIMEEDIT CARD.
000985* 10/15/2026 DM    (F)INAL PAY MODE FOR AN EMPLOYEE EMPMAINT HAS
000986*                  TERMINATED: THE LAST HOURS PLUS THE VACATION
000987*                  BALANCE CASHED OUT AS ITS OWN EARNINGS
000988*                  (EH-VACATION-PAYOUT), POSTED THROUGH THE
000989*                  NORMAL CHECKREG/EARNHIST/YTDMAST PATH AND
000990*                  APPENDED TO GLPOST.  LEAVE GOES TO ZERO, EVERY
000991*                  OPEN DEDMAST ITEM IS STOPPED AND LISTED ON THE
000992*                  SEPARPT SEPARATION REPORT WITH THE GARNISHMENT
000993*                  BALANCES HR MUST REPORT, AND ONLY THEN IS THE
000994*                  MASTER MADE INACTIVE.  REGULAR RUNS SKIP A
000995*                  TERMINATED EMPLOYEE.
000996* 10/15/2026 DM    THE FLAT MASTER BENEFITS ACTUALLY TAKEN NOW
000997*                  RIDE EARNHIST (EH-FLAT-BENEFITS, PART OF THE
000998*                  DEDUCTIONS) AND A REVERSAL BACKS THEM OUT;
000999*                  REMITDTL CARRIES THE PAY GROUP.  THE PERIOD
001000*                  TIE-OUT PROVES THE DEDUCTIONS AGAINST BOTH.
001001* 10/15/2026 DM    WORKERS' COMPENSATION: 4450 NOW ALSO SPLITS
001002*                  EACH PAY BY WC CLASS CODE (THE JOB'S CLASS
001003*                  FROM JOBDTL, ELSE THE EMPLOYEE'S DEPARTMENT
001004*                  CLASS FROM WCRATE), WITH THE OVERTIME PREMIUM
001005*                  LEFT OUT OF THE REPORTABLE PAYROLL.  THE
001006*                  PREMIUM AT THE WCRATE RATE IS ACCRUED BY
001007*                  DEPARTMENT AND POSTED TO GLPOST AS WC/WL, AND
001008*                  EACH CLASS SPLIT IS APPENDED TO WCDETAIL FOR
001009*                  THE WCPREM REPORT.  FINAL PAY NOW RUNS THROUGH
001010*                  4450 AS WELL.
001011* 10/15/2026 DM    RETIREMENT PLANS: A DEDMAST CODE ON THE NEW
001012*                  RETPLAN FILE IS A PLAN DEFERRAL.  IT STOPS AT
001013*                  THE PLAN'S ANNUAL LIMIT (PLUS THE CATCH-UP
001014*                  LIMIT FROM THE CATCH-UP AGE, BY THE EMPMAST
001015*                  BIRTH DATE), KEPT PER EMPLOYEE AND CODE ON THE
001016*                  NEW RETYTD FILE, AND EARNS THE EMPLOYER MATCH
001017*                  BY THE PLAN FORMULA.  THE MATCH PRINTS ON THE
001018*                  STUB AS EMPLOYER-PAID, GOES TO REMITDTL AS
001019*                  TYPE "M" SO DEDREMIT PAYS IT WITH THE
001020*                  DEFERRALS, AND POSTS TO GLPOST AS RM/RP.
001021*                  DEPTCHKP WIDENS TO 150.
001022* 10/15/2026 DM    EACH PAY'S SUTA WAGES AND EMPLOYER SUTA RIDE
001023*                  EARNHIST AND A REVERSAL BACKS OUT EXACTLY THAT,
001024*                  SO SUIWAGE TIES TO THE TAXLIAB SUTA ACCRUALS.
001025* 10/15/2026 DM    FINAL PAY NEEDS THE ADJUSTMENT ROLE.  EACH
001026*                  PAY'S PLAN DEFERRALS AND MATCH GO TO THE NEW
001027*                  RETDTL FILE; A REVERSAL BACKS THEM OFF RETYTD
001028*                  AND OFFSETS THE MATCH ON REMITDTL.  GLPOST,
001029*                  JOBCOST AND THE ACHPAYMT HEADER CARRY THE PAY
001030*                  GROUP FOR TIEOUT.
001031* 10/15/2026 DM    OFF-CYCLE PAYS POST GL (GLHELD), JOB COST
001032*                  (JCHELD) AND WCDETAIL FOR THE GROUP'S NEXT
001033*                  BATCH; A REVERSAL TURNS ALL THREE AROUND.
001034*                  JOBCOST HOURS/GROSS ARE SIGNED.  ADJUSTMENTS
001035*                  ARE HELD TO THE OPEN GROUP, AND HOURLY STAFF
001036*                  ARE KEPT OUT OF S AND M GROUPS.
001037* 10/15/2026 DM    A SALARIED FINAL CHECK PAYS ONLY THE SALARY
001038*                  STILL OWED.  A PLAN DEFERRAL IS TAKEN ONLY
001039*                  WITH ROOM FOR ITS MATCH AND RETDTL ENTRY.  A
001040*                  PAYMENT LOCK ON FILE IS REPLACED ONLY FOR AN
001041*                  AUTHORIZED SECOND CHECK.
001042*================================================================
001043 ENVIRONMENT DIVISION.
001044 CONFIGURATION SECTION.
001045 SOURCE-COMPUTER. GENERIC-PC.
001046 OBJECT-COMPUTER. GENERIC-PC.
001047 INPUT-OUTPUT SECTION.
001048 FILE-CONTROL.
001049     SELECT EMPLOYEE-TIMECARD-FILE ASSIGN TO "TIMEEDIT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001051         FILE STATUS IS WS-TIMECARD-STATUS.
001052
001053     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001054         ORGANIZATION IS INDEXED
001055         ACCESS MODE IS DYNAMIC
001056         RECORD KEY IS EM-EMPLOYEE-ID
001057         FILE STATUS IS WS-MASTER-STATUS.
001058
001059     SELECT PAYSTUB-RPT ASSIGN TO "PAYSTUB"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-PAYSTUB-STATUS.
001080
001650     SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS WS-GLPOST-STATUS.
001671
001672     SELECT JOB-COST-HELD-FILE ASSIGN TO "JCHELD"
001673         ORGANIZATION IS LINE SEQUENTIAL
001674         FILE STATUS IS WS-JCHELD-STATUS.
001675
001676     SELECT JOB-COST-HELD-WORK-FILE ASSIGN TO "JCHLDWRK"
001677         ORGANIZATION IS LINE SEQUENTIAL
001678         FILE STATUS IS WS-JCHLDWRK-STATUS.
001680
001681     SELECT GL-HELD-FILE ASSIGN TO "GLHELD"
001682         ORGANIZATION IS LINE SEQUENTIAL
001683         FILE STATUS IS WS-GLHELD-STATUS.
001684
001685     SELECT GL-HELD-WORK-FILE ASSIGN TO "GLHLDWRK"
001686         ORGANIZATION IS LINE SEQUENTIAL
001687         FILE STATUS IS WS-GLHLDWRK-STATUS.
001688
001690     SELECT EARNINGS-HISTORY ASSIGN TO "EARNHIST"
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS WS-EARNHIST-STATUS.
001763         ORGANIZATION IS LINE SEQUENTIAL
001764         FILE STATUS IS WS-LABORRPT-STATUS.
001765
001766     SELECT SEPARATION-REPORT-FILE ASSIGN TO "SEPARPT"
001767         ORGANIZATION IS LINE SEQUENTIAL
001768         FILE STATUS IS WS-SEPARPT-STATUS.
001769
001770     SELECT WC-RATE-FILE ASSIGN TO "WCRATE"
001771         ORGANIZATION IS LINE SEQUENTIAL
001772         FILE STATUS IS WS-WCRATE-STATUS.
001773
001774     SELECT WC-DETAIL-FILE ASSIGN TO "WCDETAIL"
001775         ORGANIZATION IS LINE SEQUENTIAL
001776         FILE STATUS IS WS-WCDETAIL-STATUS.
001777
001778     SELECT RETIREMENT-PLAN-FILE ASSIGN TO "RETPLAN"
001779         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS WS-RETPLAN-STATUS.
001781
001782     SELECT RETIREMENT-YTD-FILE ASSIGN TO "RETYTD"
001783         ORGANIZATION IS INDEXED
001784         ACCESS MODE IS DYNAMIC
001785         RECORD KEY IS RY-ACCUM-KEY
001786         FILE STATUS IS WS-RETYTD-STATUS.
001787
001788     SELECT RETIREMENT-DETAIL-FILE ASSIGN TO "RETDTL"
001789         ORGANIZATION IS LINE SEQUENTIAL
001790         FILE STATUS IS WS-RETDTL-STATUS.
001791
001792 DATA DIVISION.
001793 FILE SECTION.
001794*----------------------------------------------------------------
001795* ONE TIMECARD PER EMPLOYEE PER BATCH RUN - HOURS OR SALES.  THE
001796* NAME, WAGE AND TYPE COME FROM EMPLOYEE-MASTER BY EMPLOYEE ID.
001797* THE FILE READ HERE IS TIMEEDIT, THE CLEAN OUTPUT OF THE
001798* TIMECARD-EDIT PRE-EDIT PASS - RAW KEYED CARDS ("TIMECARD")
001800* MUST GO THROUGH THAT EDIT AND ITS BATCH BALANCING FIRST.
001810*----------------------------------------------------------------
001820 FD  EMPLOYEE-TIMECARD-FILE
002390*----------------------------------------------------------------
002400 FD  DEPT-CHECKPOINT-FILE
002410     RECORDING MODE IS F.
002420 01  DEPT-CHECKPOINT-RECORD      PIC X(150).
002430
002440*----------------------------------------------------------------
002446* PAY PERIOD CONTROL - ONE RECORD PER PAY GROUP NAMING ITS
002453* CURRENT PERIOD AND HOW OFTEN THE GROUP IS PAID.  MAINTAINED
002460* BY THE PAYROLL DESK; THE RUN REFUSES TO START UNLESS SOME
002466* GROUP'S PERIOD IS OPEN, AND PAYS THAT GROUP ONLY.  A BLANK
002473* GROUP IS THE ORIGINAL ONE; A BLANK FREQUENCY IS WEEKLY.
002480*----------------------------------------------------------------
002490 FD  PAY-PERIOD-FILE
002500     RECORDING MODE IS F.
002540     05  PP-END-DATE             PIC X(08).
002550     05  PP-PERIOD-STATUS        PIC X(01).
002560         88  PP-PERIOD-OPEN          VALUE "O".
002562     05  PP-PAY-GROUP            PIC X(01).
002565     05  PP-PAY-FREQUENCY        PIC X(01).
002567         88  PP-FREQ-WEEKLY          VALUES " " "W".
002570         88  PP-FREQ-BIWEEKLY        VALUE "B".
002572         88  PP-FREQ-SEMIMONTHLY     VALUE "S".
002575         88  PP-FREQ-MONTHLY         VALUE "M".
002577     05  FILLER                  PIC X(25).
002580
002590*----------------------------------------------------------------
002600* PAYMENT LOCK - ONE RECORD PER EMPLOYEE PER PERIOD PAID.  A
002690         10  PL-PERIOD-NUMBER    PIC 9(06).
002700     05  PL-PAY-DATE             PIC 9(08).
002710     05  PL-RUN-BY               PIC X(10).
002716     05  PL-PAY-GROUP            PIC X(01).
002723     05  FILLER                  PIC X(10).
002730
002740*----------------------------------------------------------------
002750* DEDUCTION MASTER - ONE RECORD PER DEDUCTION PER EMPLOYEE,
003180* PER POSTING TYPE (WG WAGE EXPENSE, FT FEDERAL TAX, ST STATE
003190* TAX, DD DEDUCTIONS PAYABLE, NC NET CASH, PT PAYROLL TAX
003191* EXPENSE, EM FICA MATCH PAYABLE, FU FUTA PAYABLE, SU SUTA
003194* PAYABLE, OA EMPLOYEE OASDI WITHHELD, MC EMPLOYEE MEDICARE
003198* WITHHELD, WC WORKERS' COMP PREMIUM EXPENSE, WL WORKERS' COMP
003202* PREMIUM ACCRUED, RM RETIREMENT MATCH EXPENSE, RP RETIREMENT
003206* MATCH PAYABLE), MAINTAINED BY ACCOUNTING AS A KEYED TEXT FILE.
003210*----------------------------------------------------------------
003220 FD  GL-CHART-FILE
003230     RECORDING MODE IS F.
003300*----------------------------------------------------------------
003310* GL POSTING EXTRACT - BALANCED DEBIT/CREDIT SUMMARY RECORDS
003320* BY DEPARTMENT, ONE FILE PER BATCH RUN, FOR ACCOUNTING.
003325* THE LINE IS BUILT IN WS-GL-POSTING-LINE, SHARED WITH GLHELD.
003330*----------------------------------------------------------------
003340 FD  GL-POSTING-FILE
003350     RECORDING MODE IS F.
003356 01  GL-POSTING-RECORD           PIC X(70).
003362
003368*----------------------------------------------------------------
003373* OFF-CYCLE GL LINES - AN INTERACTIVE, FINAL OR ADJUSTMENT PAY IS
003378* CUT BETWEEN BATCHES, SO ITS POSTINGS WAIT HERE, IN THE GLPOST
003384* LAYOUT, UNTIL THE NEXT BATCH FOR ITS PAY GROUP FOLDS THEM INTO
003389* THAT BATCH'S GLPOST.  THE OTHER GROUPS' LINES GO BACK THROUGH
003394* THE GLHLDWRK SIDE FILE.
003400*----------------------------------------------------------------
003406 FD  GL-HELD-FILE
003412     RECORDING MODE IS F.
003413 01  GL-HELD-RECORD              PIC X(70).
003414
003415 FD  GL-HELD-WORK-FILE
003417     RECORDING MODE IS F.
003418 01  GL-HELD-WORK-RECORD         PIC X(70).
003419
003420*----------------------------------------------------------------
003422* OFF-CYCLE JOB COST - AS FOR GLHELD, AN INTERACTIVE, FINAL OR
003423* ADJUSTMENT PAY'S JOB COST WAITS HERE, IN THE JOBCOST LAYOUT,
003424* UNTIL THE NEXT BATCH FOR ITS PAY GROUP FOLDS IT INTO JOBCOST.
003425* THE OTHER GROUPS' RECORDS GO BACK THROUGH JCHLDWRK.
003427*----------------------------------------------------------------
003428 FD  JOB-COST-HELD-FILE
003429     RECORDING MODE IS F.
003431 01  JOB-COST-HELD-RECORD.
003432     05  JH-JOB-NUMBER           PIC X(06).
003433     05  JH-DEPARTMENT-CODE      PIC X(04).
003434     05  JH-HOURS                PIC S9(07)V99
003436                                 SIGN IS LEADING SEPARATE.
003437     05  JH-GROSS                PIC S9(09)V99
003438                                 SIGN IS LEADING SEPARATE.
003439     05  JH-PERIOD-NUMBER        PIC 9(06).
003441     05  JH-PAY-DATE             PIC 9(08).
003442     05  JH-PAY-GROUP            PIC X(01).
003443     05  FILLER                  PIC X(03).
003444
003446 FD  JOB-COST-HELD-WORK-FILE
003447     RECORDING MODE IS F.
003448 01  JOB-COST-HELD-WORK-RECORD   PIC X(50).
003450
003460*----------------------------------------------------------------
003470* EARNINGS HISTORY - ONE STRUCTURED RECORD PER PAY POSTED.
003490*----------------------------------------------------------------
003500 FD  EARNINGS-HISTORY
003510     RECORDING MODE IS F.
003511 COPY EARNHIST.
003512
003513*----------------------------------------------------------------
003514* GRADUATED WITHHOLDING BRACKETS - ONE RECORD PER BRACKET PER
003515* JURISDICTION AND FILING STATUS, MAINTAINED BY TAXMAINT.
003516* LOADED INTO A TABLE AT START OF RUN AND READ ONLY.
003517*----------------------------------------------------------------
003518 FD  TAX-TABLE-FILE
003519     RECORDING MODE IS F.
003520 COPY TAXTABLE.
003522
003523*----------------------------------------------------------------
003524* EMPLOYER TAX CONTROL - ONE KEYED TEXT RECORD WITH THE FICA
003525* MATCH, FUTA AND SUTA RATES AND THEIR ANNUAL WAGE BASES,
003526* MAINTAINED BY THE PAYROLL DESK WHEN THE RATES CHANGE.  THE
003527* EMPLOYEE OASDI/MEDICARE RATES AND THE ADDITIONAL MEDICARE
003528* RATE AND THRESHOLD FOLLOW; BLANK KEEPS THE STATUTORY FIGURE.
003529* THE EMPLOYEE OASDI STOPS AT THE SAME FICA WAGE BASE.
003530*----------------------------------------------------------------
003531 FD  EMPLOYER-TAX-FILE
003532     RECORDING MODE IS F.
003534 01  EMPLOYER-TAX-RECORD.
003535     05  ET-FICA-RATE-TEXT       PIC X(06).
003536     05  ET-FICA-BASE-TEXT       PIC X(12).
003537     05  ET-FUTA-RATE-TEXT       PIC X(06).
003538     05  ET-FUTA-BASE-TEXT       PIC X(12).
003539     05  ET-SUTA-RATE-TEXT       PIC X(06).
003540     05  ET-SUTA-BASE-TEXT       PIC X(12).
003541     05  ET-OASDI-RATE-TEXT      PIC X(06).
003542     05  ET-MEDICARE-RATE-TEXT   PIC X(06).
003543     05  ET-ADDL-MED-RATE-TEXT   PIC X(06).
003544     05  ET-ADDL-MED-BASE-TEXT   PIC X(08).
003546
003547*----------------------------------------------------------------
003548* EMPLOYER TAX LIABILITY REPORT - ONE PRINTED REPORT PER BATCH
003588*----------------------------------------------------------------
003589 FD  PROOF-REGISTER-FILE
003590     RECORDING MODE IS F.
003591 01  PROOF-REGISTER-LINE         PIC X(132).
003592
003593*----------------------------------------------------------------
003594* RETRO PAY HANDOFF FROM WAGECHG - ONE RECORD PER EMPLOYEE
003609* REMITTANCE DETAIL - ONE RECORD PER DEDUCTION TAKEN, APPENDED
003610* AT POSTING TIME.  DEDREMIT ACCUMULATES IT PER PAYEE, CUTS
003611* THE VENDOR CHECKS AND DROPS WHAT IT REMITTED.
003612* A RETIREMENT MATCH RIDES ALONG AS A TYPE "M" RECORD UNDER THE
003613* PLAN'S OWN CODE, SO IT IS PAID TO THE PLAN WITH THE DEFERRALS.
003614*----------------------------------------------------------------
003615 FD  REMIT-DETAIL-FILE
003616     RECORDING MODE IS F.
003617 01  REMIT-DETAIL-RECORD.
003618     05  RD-PERIOD-NUMBER        PIC 9(06).
003619     05  RD-PAY-DATE             PIC 9(08).
003620     05  RD-EMPLOYEE-ID          PIC X(05).
003621     05  RD-DEDUCTION-CODE       PIC X(03).
003622     05  RD-DEDUCTION-NAME       PIC X(15).
003623     05  RD-AMOUNT               PIC S9(07)V99
003624                                 SIGN IS LEADING SEPARATE.
003625     05  RD-PAY-GROUP            PIC X(01).
003626     05  RD-RECORD-TYPE          PIC X(01).
003627         88  RD-EMPLOYER-MATCH       VALUE "M".
003628     05  FILLER                  PIC X(01).
003629
003630*----------------------------------------------------------------
003631* PER-JOB HOURS FROM TIMECARD-EDIT - ONE LINE PER WORKED-HOURS
003632* CARD ACCEPTED.  BLANK JOB AND DEPARTMENT MEAN THE HOME
003633* DEPARTMENT.
003634*----------------------------------------------------------------
003635 FD  JOB-DETAIL-FILE
003636     RECORDING MODE IS F.
003637 01  JOB-DETAIL-RECORD.
003638     05  JD-EMPLOYEE-ID          PIC X(05).
003639     05  JD-JOB-NUMBER           PIC X(06).
003640     05  JD-DEPARTMENT-CODE      PIC X(04).
003641     05  JD-HOURS                PIC 9(03)V99.
003642     05  JD-WC-CLASS-CODE        PIC X(04).
003643     05  FILLER                  PIC X(06).
003644
003645*----------------------------------------------------------------
003646* JOB COST EXTRACT - ONE RECORD PER JOB/DEPARTMENT PER BATCH,
003647* FOR THE ESTIMATORS' JOB-COST LEDGER.  HOURS AND GROSS CARRY A
003648* LEADING SEPARATE SIGN, AS ON EARNHIST, SO A REVERSED PAY NETS
003649* OUT OF THE JOB.
003650*----------------------------------------------------------------
003651 FD  JOB-COST-FILE
003652     RECORDING MODE IS F.
003653 01  JOB-COST-RECORD.
003654     05  JC-JOB-NUMBER           PIC X(06).
003655     05  JC-DEPARTMENT-CODE      PIC X(04).
003656     05  JC-HOURS                PIC S9(07)V99
003657                                 SIGN IS LEADING SEPARATE.
003658     05  JC-GROSS                PIC S9(09)V99
003659                                 SIGN IS LEADING SEPARATE.
003660     05  JC-PERIOD-NUMBER        PIC 9(06).
003661     05  JC-PAY-DATE             PIC 9(08).
003662     05  JC-PAY-GROUP            PIC X(01).
003663     05  FILLER                  PIC X(03).
003664
003665*----------------------------------------------------------------
003666* PRINTED LABOR DISTRIBUTION REPORT - THE NUMBER THE
003667* ESTIMATORS ASK FOR, BY JOB AND DEPARTMENT PER BATCH.
003668*----------------------------------------------------------------
003669 FD  LABOR-REPORT-FILE
003670     RECORDING MODE IS F.
003671 01  LABOR-REPORT-LINE           PIC X(90).
003672
003673*----------------------------------------------------------------
003674* SEPARATION REPORT - ONE BLOCK PER FINAL PAY: THE DEDUCTIONS
003675* STOPPED AND THE GARNISHMENT BALANCES STILL OWED, SO HR CAN
003676* NOTIFY THE AGENCIES.
003677*----------------------------------------------------------------
003678 FD  SEPARATION-REPORT-FILE
003679     RECORDING MODE IS F.
003680 01  SEPARATION-REPORT-LINE      PIC X(90).
003681
003682*----------------------------------------------------------------
003683* WORKERS' COMPENSATION RATES - CLASS RATES AND THE DEPARTMENT
003684* CLASSES, KEPT BY THE PAYROLL DESK.  LAYOUT IS THE WCRATE
003685* COPYBOOK, SHARED WITH THE WCPREM REPORT.
003686*----------------------------------------------------------------
003687 FD  WC-RATE-FILE
003688     RECORDING MODE IS F.
003689 COPY WCRATE.
003690
003691*----------------------------------------------------------------
003692* WORKERS' COMPENSATION DETAIL - APPENDED AS EACH PAY POSTS, ONE
003693* RECORD PER EMPLOYEE PER CLASS.  LAYOUT IS THE WCDETAIL COPYBOOK.
003694*----------------------------------------------------------------
003695 FD  WC-DETAIL-FILE
003696     RECORDING MODE IS F.
003697 COPY WCDETAIL.
003698
003699*----------------------------------------------------------------
003700* RETIREMENT PLAN RULES BY DEDUCTION CODE, KEPT BY THE PAYROLL
003701* DESK.  LAYOUT IS THE RETPLAN COPYBOOK.
003702*----------------------------------------------------------------
003703 FD  RETIREMENT-PLAN-FILE
003704     RECORDING MODE IS F.
003705 COPY RETPLAN.
003706
003707*----------------------------------------------------------------
003708* RETIREMENT PLAN YEAR-TO-DATE DEFERRALS AND MATCH, ONE RECORD
003709* PER EMPLOYEE PER PLAN CODE.  LAYOUT IS THE RETYTD COPYBOOK,
003710* SHARED WITH YEARCLOS.
003711*----------------------------------------------------------------
003712 FD  RETIREMENT-YTD-FILE
003713     RECORDING MODE IS F.
003714 COPY RETYTD.
003715
003716*----------------------------------------------------------------
003717* RETIREMENT PLAN PAY DETAIL - ONE RECORD PER PLAN CODE PER PAY,
003718* SO A REVERSAL KNOWS WHAT TO TAKE BACK OFF RETYTD.  LAYOUT IS
003719* THE RETDTL COPYBOOK.
003720*----------------------------------------------------------------
003721 FD  RETIREMENT-DETAIL-FILE
003722     RECORDING MODE IS F.
003723 COPY RETDTL.
003724
003725 WORKING-STORAGE SECTION.
003726*----------------------------------------------------------------
003727* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
003728*----------------------------------------------------------------
003729 01  WS-RUN-MODE                 PIC X(01).
003730     88  WS-INTERACTIVE-MODE          VALUE "I".
003731     88  WS-BATCH-MODE                VALUE "B".
003732     88  WS-ADJUSTMENT-MODE           VALUE "A".
003733     88  WS-PROOF-MODE                VALUE "P".
003734     88  WS-FINAL-PAY-MODE            VALUE "F".
003735     88  WS-OFF-CYCLE-MODE            VALUE "I" "A" "F".
003736
003737 01  WS-TIMECARD-STATUS          PIC X(02).
003738     88  WS-TIMECARD-OK               VALUE "00".
003739     88  WS-TIMECARD-EOF               VALUE "10".
003740
003741 01  WS-MASTER-STATUS            PIC X(02).
003742     88  WS-MASTER-OK                  VALUE "00".
003743
003744 01  WS-PAYSTUB-STATUS           PIC X(02).
003745 01  WS-YTD-STATUS               PIC X(02).
003746     88  WS-YTD-OK                     VALUE "00".
003747     88  WS-YTD-NOT-FOUND              VALUE "35".
003748 01  WS-AUDIT-STATUS             PIC X(02).
003750 01  WS-CHECKPOINT-STATUS        PIC X(02).
003760     88  WS-CHECKPOINT-OK              VALUE "00".
003770 01  WS-DEPTCHKP-STATUS          PIC X(02).
003830 01  WS-PAYLOCK-STATUS           PIC X(02).
003840     88  WS-PAYLOCK-OK                 VALUE "00".
003850     88  WS-PAYLOCK-NOT-FOUND          VALUE "35".
003851 01  WS-GL-REVERSE-SWITCH        PIC X(01)  VALUE "N".
003852     88  WS-GL-REVERSING               VALUE "Y".
003853 01  WS-JCHELD-STATUS            PIC X(02).
003854     88  WS-JCHELD-OK                  VALUE "00".
003855 01  WS-JCHLDWRK-STATUS          PIC X(02).
003856 01  WS-JCHELD-EOF-SWITCH        PIC X(01)  VALUE "N".
003857     88  WS-END-OF-JC-HELD             VALUE "Y".
003858 01  WS-JCHELD-FOLDED            PIC 9(05)  VALUE ZERO.
003860 01  WS-DEDMAST-STATUS           PIC X(02).
003861     88  WS-DEDMAST-OK                 VALUE "00".
003862     88  WS-DEDMAST-NOT-FOUND          VALUE "35".
003863 01  WS-CHECKNBR-STATUS          PIC X(02).
003864     88  WS-CHECKNBR-OK                VALUE "00".
003865     88  WS-CHECKNBR-NOT-FOUND         VALUE "35".
003866 01  WS-CHECKREG-STATUS          PIC X(02).
003867     88  WS-CHECKREG-OK                VALUE "00".
003868     88  WS-CHECKREG-NOT-FOUND         VALUE "35".
003869 01  WS-CHECKPRT-STATUS          PIC X(02).
003870 01  WS-ACH-STATUS               PIC X(02).
003871 01  WS-GLCHART-STATUS           PIC X(02).
003872     88  WS-GLCHART-OK                 VALUE "00".
003873 01  WS-GLPOST-STATUS            PIC X(02).
003874 01  WS-GLHELD-STATUS            PIC X(02).
003875     88  WS-GLHELD-OK                  VALUE "00".
003876 01  WS-GLHLDWRK-STATUS          PIC X(02).
003877 01  WS-GLHELD-EOF-SWITCH        PIC X(01)  VALUE "N".
003878     88  WS-END-OF-GL-HELD             VALUE "Y".
003879 01  WS-GLHELD-FOLDED            PIC 9(05)  VALUE ZERO.
003880 01  WS-EARNHIST-STATUS          PIC X(02).
003881 01  WS-TAXTABLE-STATUS          PIC X(02).
003882     88  WS-TAXTABLE-OK                VALUE "00".
003883 01  WS-TAXTAB-EOF-SWITCH        PIC X(01)  VALUE "N".
003884     88  WS-END-OF-TAX-TABLE           VALUE "Y".
003885 01  WS-EMPRTAX-STATUS           PIC X(02).
003886     88  WS-EMPRTAX-OK                 VALUE "00".
003887 01  WS-TAXLIAB-STATUS           PIC X(02).
003888 01  WS-ACCRUAL-SWITCH           PIC X(01)  VALUE "N".
003889     88  WS-ACCRUALS-ON                VALUE "Y".
003890 01  WS-LEAVEBAL-STATUS          PIC X(02).
003891     88  WS-LEAVEBAL-OK                VALUE "00".
003892     88  WS-LEAVEBAL-NOT-FOUND         VALUE "35".
003893 01  WS-LEAVRULE-STATUS          PIC X(02).
003894     88  WS-LEAVRULE-OK                VALUE "00".
003895 01  WS-LEAVE-ACCRUAL-SWITCH     PIC X(01)  VALUE "N".
003896     88  WS-LEAVE-ACCRUALS-ON          VALUE "Y".
003897 01  WS-LEAVE-SHORT-SWITCH       PIC X(01)  VALUE "N".
003898     88  WS-LEAVE-HOURS-SHORT          VALUE "Y".
003900 01  WS-LEAVE-REFUSED-SWITCH     PIC X(01)  VALUE "N".
003901     88  WS-LEAVE-PAY-REFUSED          VALUE "Y".
003902 01  WS-OPERMAST-STATUS          PIC X(02).
003903     88  WS-OPERMAST-OK                VALUE "00".
003904 01  WS-SIGNON-SWITCH            PIC X(01)  VALUE "N".
003905     88  WS-SIGNON-GOOD                VALUE "Y".
003906 01  WS-SIGNON-TRIES             PIC S9(04) COMP VALUE ZERO.
003907 01  WS-PASSWORD-TEXT            PIC X(10).
003908 01  WS-OP-ADJUST-FLAG           PIC X(01)  VALUE "N".
003909     88  WS-OP-MAY-ADJUST              VALUE "Y".
003910 01  WS-OP-OVERRIDE-FLAG         PIC X(01)  VALUE "N".
003911     88  WS-OP-MAY-OVERRIDE            VALUE "Y".
003912 01  WS-OVERRIDE-BY              PIC X(10)  VALUE SPACES.
003913 01  WS-SUPERVISOR-ID            PIC X(10).
003914 01  WS-PROOFRPT-STATUS          PIC X(02).
003915 01  WS-RETROPAY-STATUS          PIC X(02).
003916     88  WS-RETROPAY-OK                VALUE "00".
003917 01  WS-REMITDTL-STATUS          PIC X(02).
003918 01  WS-JOBDTL-STATUS            PIC X(02).
003919     88  WS-JOBDTL-OK                  VALUE "00".
003920 01  WS-JOBDTL-EOF-SWITCH        PIC X(01)  VALUE "N".
003921     88  WS-END-OF-JOB-DETAIL          VALUE "Y".
003922 01  WS-JOBCOST-STATUS           PIC X(02).
003923 01  WS-LABORRPT-STATUS          PIC X(02).
003924 01  WS-SEPARPT-STATUS           PIC X(02).
003925     88  WS-SEPARPT-OK                 VALUE "00".
003926 01  WS-RETRO-EOF-SWITCH         PIC X(01)  VALUE "N".
003927     88  WS-END-OF-RETRO-PAY           VALUE "Y".
003928 01  WS-WCRATE-STATUS            PIC X(02).
003929     88  WS-WCRATE-OK                  VALUE "00".
003930 01  WS-WCRATE-EOF-SWITCH        PIC X(01)  VALUE "N".
003931     88  WS-END-OF-WC-RATES            VALUE "Y".
003932 01  WS-WC-RATES-SWITCH          PIC X(01)  VALUE "N".
003933     88  WS-WC-RATES-LOADED            VALUE "Y".
003934 01  WS-WCDETAIL-STATUS          PIC X(02).
003935 01  WS-RETPLAN-STATUS           PIC X(02).
003936     88  WS-RETPLAN-OK                 VALUE "00".
003937 01  WS-RETPLAN-EOF-SWITCH       PIC X(01)  VALUE "N".
003939     88  WS-END-OF-RET-PLANS           VALUE "Y".
003940 01  WS-RETYTD-STATUS            PIC X(02).
003941     88  WS-RETYTD-OK                  VALUE "00".
003942     88  WS-RETYTD-NOT-FOUND           VALUE "35".
003943 01  WS-RETDTL-STATUS            PIC X(02).
003944
003945*----------------------------------------------------------------
003946* RETRO PAY TABLE - LOADED FROM RETROPAY AT BATCH START.  AN
003947* ENTRY IS MARKED USED THE MOMENT ITS EMPLOYEE IS PAID (OR
003948* SKIPPED ON A RESTART, SINCE THE PRE-ABEND RUN ALREADY PAID
003949* IT); ONLY UNUSED ENTRIES SURVIVE THE BATCH-END REWRITE.
003950*----------------------------------------------------------------
003951 01  WS-RETRO-COUNT              PIC S9(04) COMP VALUE ZERO.
003952 01  WS-RETRO-SUB                PIC S9(04) COMP VALUE ZERO.
003953 01  WS-RETRO-TABLE.
003954     05  WS-RETRO-ENTRY OCCURS 500 TIMES.
003955         10  RO-EMPLOYEE-ID      PIC X(05).
003956         10  RO-AMOUNT           PIC S9(07)V99.
003957         10  RO-EFFECTIVE-DATE   PIC 9(08).
003958         10  RO-USED-FLAG        PIC X(01).
003959 01  WS-RETRO-LOOKUP-ID          PIC X(05).
003960 01  WS-RETRO-AMOUNT             PIC S9(07)V99 VALUE ZERO.
003961 01  WS-RETRO-FOUND-SWITCH       PIC X(01)  VALUE "N".
003962     88  WS-RETRO-FOUND                VALUE "Y".
003963 01  WS-FORMATTED-RETRO          PIC $$$,$$$,$$9.99-.
003964
003965*----------------------------------------------------------------
003966* JOB DETAIL LINES LOADED FROM JOBDTL AT BATCH START, AND THE
003967* JOB-COST ACCUMULATION THE GROSS IS SPREAD INTO - PRO-RATA BY
003968* HOURS, PENNY RESIDUE ON THE EMPLOYEE'S LAST LINE SO THE
003969* SPREAD ALWAYS SUMS BACK TO THE GROSS PAID.
003970*----------------------------------------------------------------
003971 01  WS-JOBLINE-COUNT            PIC S9(04) COMP VALUE ZERO.
003972 01  WS-JOBLINE-SUB              PIC S9(04) COMP VALUE ZERO.
003973 01  WS-JOBLINE-TABLE.
003974     05  WS-JOBLINE-ENTRY OCCURS 2000 TIMES.
003975         10  JL-EMPLOYEE-ID      PIC X(05).
003976         10  JL-JOB-NUMBER       PIC X(06).
003977         10  JL-DEPARTMENT       PIC X(04).
003979         10  JL-HOURS            PIC 9(03)V99.
003980         10  JL-WC-CLASS         PIC X(04).
003981 01  WS-JOBCOST-COUNT            PIC S9(04) COMP VALUE ZERO.
003982 01  WS-JOBCOST-SUB              PIC S9(04) COMP VALUE ZERO.
003983 01  WS-JOBCOST-TABLE.
003984     05  WS-JOBCOST-ENTRY OCCURS 200 TIMES.
003985         10  JT-JOB-NUMBER       PIC X(06).
003986         10  JT-DEPARTMENT       PIC X(04).
003987         10  JT-HOURS            PIC S9(07)V99.
003988         10  JT-GROSS            PIC S9(09)V99.
003989 01  WS-LABOR-HOURS-TOTAL        PIC 9(05)V99.
003990 01  WS-LABOR-REMAINING          PIC S9(09)V99.
003991 01  WS-LABOR-SHARE              PIC S9(09)V99.
003992 01  WS-LABOR-JOB                PIC X(06).
003993 01  WS-LABOR-DEPT               PIC X(04).
003994 01  WS-LABOR-HOURS              PIC S9(05)V99.
003995 01  WS-LAST-JOBCOST-SUB         PIC S9(04) COMP VALUE ZERO.
003996 01  WS-JOBCOST-FOUND-SWITCH     PIC X(01)  VALUE "N".
003997     88  WS-JOBCOST-FOUND              VALUE "Y".
003998
003999*----------------------------------------------------------------
004000* WORKERS' COMPENSATION - THE WCRATE CLASS RATES AND DEPARTMENT
004001* CLASSES LOADED AT START, AND ONE EMPLOYEE'S PAY SPLIT BY CLASS
004002* AS 4450 SPREADS IT.  REPORTABLE PAYROLL IS THE GROSS LESS THE
004003* OVERTIME PREMIUM; LIKE THE JOB SPREAD, THE PENNY RESIDUE RIDES
004004* THE LAST CLASS TOUCHED.
004005*----------------------------------------------------------------
004006 01  WS-WC-RATE-COUNT            PIC S9(04) COMP VALUE ZERO.
004007 01  WS-WC-RATE-SUB              PIC S9(04) COMP VALUE ZERO.
004008 01  WS-WC-RATE-TABLE.
004009     05  WS-WC-RATE-ENTRY OCCURS 100 TIMES.
004010         10  CR-CLASS-CODE       PIC X(04).
004011         10  CR-RATE             PIC 9(03)V9(04).
004012 01  WS-WC-DEPT-COUNT            PIC S9(04) COMP VALUE ZERO.
004013 01  WS-WC-DEPT-SUB              PIC S9(04) COMP VALUE ZERO.
004014 01  WS-WC-DEPT-TABLE.
004015     05  WS-WC-DEPT-ENTRY OCCURS 100 TIMES.
004016         10  DC-DEPT-CODE        PIC X(04).
004018         10  DC-CLASS-CODE       PIC X(04).
004019 01  WS-WC-EMP-COUNT             PIC S9(04) COMP VALUE ZERO.
004020 01  WS-WC-EMP-SUB               PIC S9(04) COMP VALUE ZERO.
004021 01  WS-LAST-WC-EMP-SUB          PIC S9(04) COMP VALUE ZERO.
004022 01  WS-WC-EMP-TABLE.
004023     05  WS-WC-EMP-ENTRY OCCURS 20 TIMES.
004024         10  EC-CLASS-CODE       PIC X(04).
004025         10  EC-HOURS            PIC 9(05)V99.
004026         10  EC-GROSS            PIC S9(09)V99.
004027         10  EC-PAYROLL          PIC S9(09)V99.
004028 01  WS-WC-HOME-CLASS            PIC X(04).
004029 01  WS-WC-CLASS                 PIC X(04).
004030 01  WS-WC-OT-PREMIUM            PIC 9(07)V99.
004031 01  WS-WC-BASIS                 PIC 9(07)V99.
004032 01  WS-WC-BASIS-SHARE           PIC S9(09)V99.
004033 01  WS-WC-BASIS-REMAINING       PIC S9(09)V99.
004034 01  WS-WC-RATE                  PIC 9(03)V9(04).
004035 01  WS-WC-PREMIUM               PIC S9(09)V99.
004036 01  WS-WC-FOUND-SWITCH          PIC X(01)  VALUE "N".
004037     88  WS-WC-FOUND                   VALUE "Y".
004038
004039*----------------------------------------------------------------
004040* RETIREMENT PLANS - THE RETPLAN RULES LOADED AT START, WITH THE
004041* STATUTORY DEFERRAL AND CATCH-UP FIGURES STANDING IN FOR A
004042* BLANK ONE, AND THE EMPLOYER MATCH EARNED ON THIS PAY, ITEMIZED
004043* FOR THE STUB LIKE THE DEDUCTIONS.  THE CATCH-UP AGE IS THE AGE
004044* REACHED BY THE END OF THE PAY YEAR.
004045*----------------------------------------------------------------
004046 01  WS-STAT-DEFERRAL-LIMIT      PIC 9(07)V99 VALUE 24500.
004047 01  WS-STAT-CATCH-UP-LIMIT      PIC 9(07)V99 VALUE 8000.
004048 01  WS-STAT-CATCH-UP-AGE        PIC 9(03)  VALUE 50.
004049 01  WS-RET-PLAN-COUNT           PIC S9(04) COMP VALUE ZERO.
004050 01  WS-RET-PLAN-SUB             PIC S9(04) COMP VALUE ZERO.
004051 01  WS-RET-PLAN-TABLE.
004052     05  WS-RET-PLAN-ENTRY OCCURS 20 TIMES.
004053         10  PN-DEDUCTION-CODE   PIC X(03).
004054         10  PN-MATCH-PCT        PIC 9(01)V9(04).
004055         10  PN-MATCH-UP-TO      PIC V9(04).
004056         10  PN-ANNUAL-LIMIT     PIC 9(07)V99.
004058         10  PN-CATCH-UP-LIMIT   PIC 9(07)V99.
004059         10  PN-CATCH-UP-AGE     PIC 9(03).
004060 01  WS-RET-TEXT                 PIC X(10).
004061 01  WS-RET-VALUE                PIC 9(07)V9(04).
004062 01  WS-RET-BAD-SWITCH           PIC X(01)  VALUE "N".
004063     88  WS-RET-FIGURE-BAD             VALUE "Y".
004064 01  WS-RET-FOUND-SWITCH         PIC X(01)  VALUE "N".
004065     88  WS-RET-PLAN-FOUND             VALUE "Y".
004066 01  WS-RETYTD-ON-FILE-SWITCH    PIC X(01)  VALUE "N".
004067     88  WS-RETYTD-ON-FILE             VALUE "Y".
004068 01  WS-BIRTH-YEAR               PIC 9(04)  VALUE ZERO.
004069 01  WS-RET-PLAN-YEAR            PIC 9(04).
004070 01  WS-RET-AGE                  PIC S9(04) COMP VALUE ZERO.
004071 01  WS-RET-LIMIT                PIC 9(07)V99.
004072 01  WS-RET-ROOM                 PIC S9(07)V99.
004073 01  WS-RET-MATCH-BASIS          PIC 9(07)V99.
004074 01  WS-RET-MATCH-CAP            PIC 9(07)V99.
004075 01  WS-THIS-MATCH               PIC 9(07)V99.
004076 01  WS-MATCH-TOTAL              PIC 9(07)V99 VALUE ZERO.
004077 01  WS-MATCH-COUNT              PIC S9(04) COMP VALUE ZERO.
004078 01  WS-MATCH-SUB                PIC S9(04) COMP VALUE ZERO.
004079 01  WS-MATCH-TABLE.
004080     05  WS-MATCH-ENTRY OCCURS 12 TIMES.
004081         10  WS-MATCH-NAME       PIC X(15).
004082         10  WS-MATCH-AMOUNT     PIC 9(07)V99.
004083*    PLAN ITEMS TAKEN ON THE PAY BEING FIGURED, FOR RETDTL; ON A
004084*    REVERSAL THE SAME TABLE HOLDS THE NETTED ORIGINAL ITEMS.
004085 01  WS-RET-PAY-COUNT            PIC S9(04) COMP VALUE ZERO.
004086 01  WS-RET-PAY-SUB              PIC S9(04) COMP VALUE ZERO.
004087 01  WS-RET-PAY-TABLE.
004088     05  WS-RET-PAY-ENTRY OCCURS 12 TIMES.
004089         10  RX-DEDUCTION-CODE   PIC X(03).
004090         10  RX-DEDUCTION-NAME   PIC X(15).
004091         10  RX-DEFERRAL         PIC S9(07)V99.
004092         10  RX-MATCH            PIC S9(07)V99.
004093 01  WS-RET-REV-FOUND-SWITCH     PIC X(01)  VALUE "N".
004094     88  WS-RET-REV-FOUND              VALUE "Y".
004095 01  WS-RET-REV-AMOUNT           PIC 9(07)V99.
004097
004098*----------------------------------------------------------------
004099* LABOR DISTRIBUTION REPORT LINES.
004140     05  FILLER                  PIC X(16)
004141         VALUE "       STATE TAX".
004142     05  FILLER                  PIC X(16)
004143         VALUE "           OASDI".
004144     05  FILLER                  PIC X(16)
004145         VALUE "        MEDICARE".
004146     05  FILLER                  PIC X(16)
004147         VALUE "      DEDUCTIONS".
004148     05  FILLER                  PIC X(16)
004149         VALUE "             NET".
004151 01  WS-PROOF-DETAIL.
004152     05  PF-EMPLOYEE-ID          PIC X(05).
004153     05  FILLER                  PIC X(02)  VALUE SPACES.
004154     05  PF-GROSS                PIC $$$,$$$,$$9.99.
004155     05  FILLER                  PIC X(02)  VALUE SPACES.
004156     05  PF-FED-TAX              PIC $$$,$$$,$$9.99.
004157     05  FILLER                  PIC X(02)  VALUE SPACES.
004159     05  PF-STATE-TAX            PIC $$$,$$$,$$9.99.
004160     05  FILLER                  PIC X(02)  VALUE SPACES.
004161     05  PF-OASDI                PIC $$$,$$$,$$9.99.
004162     05  FILLER                  PIC X(02)  VALUE SPACES.
004163     05  PF-MEDICARE             PIC $$$,$$$,$$9.99.
004164     05  FILLER                  PIC X(02)  VALUE SPACES.
004165     05  PF-DEDUCTIONS           PIC $$$,$$$,$$9.99.
004167     05  FILLER                  PIC X(02)  VALUE SPACES.
004168     05  PF-NET                  PIC $$$,$$$,$$9.99.
004169 01  WS-PROOF-DEPT-DETAIL.
004170     05  PG-DEPT-CODE            PIC X(04).
004171     05  FILLER                  PIC X(02)  VALUE SPACES.
004172     05  PG-HEADCOUNT            PIC ZZ,ZZ9.
004173     05  FILLER                  PIC X(02)  VALUE SPACES.
004174     05  PG-HOURS                PIC ZZZ,ZZ9.99.
004176     05  FILLER                  PIC X(02)  VALUE SPACES.
004177     05  PG-GROSS                PIC $$$,$$$,$$$9.99.
004178
004179 01  WS-EOF-SWITCH                PIC X(01)  VALUE "N".
004180     88  WS-END-OF-TIMECARDS           VALUE "Y".
004181
004182 01  WS-FOUND-SWITCH              PIC X(01)  VALUE "N".
004184     88  WS-EMPLOYEE-FOUND             VALUE "Y".
004185
004186 01  WS-VALID-SWITCH              PIC X(01)  VALUE "N".
004187     88  WS-ENTRY-IS-VALID             VALUE "Y".
004188
004189 01  WS-RESUME-SWITCH             PIC X(01)  VALUE "N".
004190     88  WS-RESUME-BATCH-RUN           VALUE "Y".
004192
004193 01  WS-SKIPPING-SWITCH           PIC X(01)  VALUE "N".
004194     88  WS-STILL-SKIPPING             VALUE "Y".
004195
004196 01  WS-LOCKED-SWITCH             PIC X(01)  VALUE "N".
004197     88  WS-PAYMENT-LOCKED             VALUE "Y".
004198
004200 01  WS-OVERRIDE-SWITCH           PIC X(01)  VALUE "N".
004210     88  WS-OVERRIDE-GRANTED           VALUE "Y".
004220
004222 01  WS-LOCK-ON-FILE-SWITCH       PIC X(01)  VALUE "N".
004225     88  WS-LOCK-ON-FILE               VALUE "Y".
004227
004230 01  WS-DED-EOF-SWITCH            PIC X(01)  VALUE "N".
004240     88  WS-DED-PASS-DONE              VALUE "Y".
004250
004350     05  WS-CURRENT-YEAR           PIC 9(04).
004360     05  WS-CURRENT-MONTH          PIC 9(02).
004370     05  WS-CURRENT-DAY            PIC 9(02).
004371 01  WS-CURRENT-DATE-DISPLAY       PIC 9(08).
004372 01  WS-PAY-PERIOD                 PIC 9(06).
004373 01  WS-PAY-GROUP                  PIC X(01)  VALUE SPACE.
004374 01  WS-PAY-FREQUENCY              PIC X(01)  VALUE "W".
004375     88  WS-FREQ-WEEKLY                  VALUE "W".
004376 01  WS-PERIOD-START-DATE          PIC X(08).
004377 01  WS-PERIOD-END-DATE            PIC X(08).
004378
004380*----------------------------------------------------------------
004381* OPEN PAYPERD GROUPS FOUND BY 1100.  NORMALLY ONE; MORE THAN
004382* ONE OPEN AT ONCE MEANS THE OPERATOR NAMES THE GROUP TO PAY.
004383*----------------------------------------------------------------
004384 01  WS-OPEN-GROUP-COUNT           PIC S9(04) COMP VALUE ZERO.
004385 01  WS-OPEN-GROUP-SUB             PIC S9(04) COMP VALUE ZERO.
004386 01  WS-OPEN-GROUP-TABLE.
004387     05  WS-OPEN-GROUP-ENTRY OCCURS 20 TIMES.
004388         10  OG-PAY-GROUP          PIC X(01).
004390         10  OG-PAY-FREQUENCY      PIC X(01).
004391         10  OG-PERIOD-NUMBER      PIC 9(06).
004392         10  OG-START-DATE         PIC X(08).
004393         10  OG-END-DATE           PIC X(08).
004394 01  WS-PERIOD-EOF-SWITCH          PIC X(01)  VALUE "N".
004395     88  WS-END-OF-PERIODS               VALUE "Y".
004396 01  WS-GROUP-PICKED-SWITCH        PIC X(01)  VALUE "N".
004397     88  WS-GROUP-PICKED                 VALUE "Y".
004398 01  WS-GROUP-ANSWER               PIC X(01).
004400 01  WS-NEXT-CHECK-NUMBER          PIC 9(08).
004410 01  WS-CHECK-NUMBER               PIC 9(08).
004420 01  WS-CHECK-AMOUNT-PROT          PIC $**,***,**9.99.
004613 01  WS-FORMATTED-LEAVE           PIC ZZ,ZZ9.99.
004614
004615*----------------------------------------------------------------
004616* FINAL-PAY WORK FIELDS - THE VACATION CASH-OUT AND THE
004617* SEPARATION REPORT TOTALS.
004618*----------------------------------------------------------------
004619 01  WS-VACATION-PAYOUT           PIC 9(07)V99 VALUE ZERO.
004620 01  WS-PAYOUT-HOURS              PIC 9(05)V99 VALUE ZERO.
004622 01  WS-PAYOUT-RATE               PIC 9(05)V99 VALUE ZERO.
004623 01  WS-FORMATTED-PAYOUT          PIC $$$,$$$,$$9.99.
004624 01  WS-SEP-OPEN-COUNT            PIC S9(04) COMP VALUE ZERO.
004625 01  WS-SEP-GARNISH-TOTAL         PIC 9(09)V99 VALUE ZERO.
004626 01  WS-SEP-KIND                  PIC X(11).
004628 01  WS-SEP-NOTE                  PIC X(13).
004629 01  WS-FORMATTED-SEP-AMOUNT      PIC $$$,$$$,$$9.99.
004630 01  WS-SEP-BALANCE-TEXT          PIC X(14).
004631 01  WS-SEP-COUNT-EDIT            PIC ZZZ9.
004632 01  WS-SEP-TERM-DATE             PIC 9(08).
004634 01  WS-SEP-TERM-REASON           PIC X(02).
004635
004636*----------------------------------------------------------------
004637* ADJUSTMENT-MODE WORK FIELDS - THE ORIGINAL PAYMENT PULLED
004638* FROM EARNINGS HISTORY AND THE NET DIFFERENCE FOR THE STUB.
004640*----------------------------------------------------------------
004650 01  WS-ADJ-PERIOD-TEXT           PIC X(06).
004660 01  WS-ADJ-PERIOD                PIC 9(06).
004720 01  WS-ADJ-ORIG-FED              PIC 9(07)V99.
004730 01  WS-ADJ-ORIG-STATE            PIC 9(07)V99.
004740 01  WS-ADJ-ORIG-DED              PIC 9(07)V99.
004741 01  WS-ADJ-ORIG-NET              PIC 9(07)V99.
004743 01  WS-ADJ-ORIG-OASDI            PIC 9(07)V99.
004745 01  WS-ADJ-ORIG-MEDICARE         PIC 9(07)V99.
004746 01  WS-ADJ-ORIG-OASDI-WAGES      PIC 9(07)V99.
004748 01  WS-ADJ-ORIG-MED-WAGES        PIC 9(07)V99.
004750 01  WS-ADJ-ORIG-PAYOUT           PIC 9(07)V99.
004751 01  WS-ADJ-ORIG-BENEFITS         PIC 9(07)V99.
004753 01  WS-ADJ-ORIG-SUTA-KEPT        PIC X(01).
004755     88  WS-ADJ-ORIG-SUTA-ON-FILE      VALUE "Y".
004756 01  WS-ADJ-ORIG-SUTA-WAGES       PIC 9(07)V99.
004758 01  WS-ADJ-ORIG-SUTA-TAX         PIC 9(07)V99.
004760 01  WS-ADJ-ORIG-CHECK            PIC 9(08).
004770 01  WS-ADJ-ORIG-DATE             PIC 9(08).
004775 01  WS-ADJ-ORIG-HOURS            PIC S9(05)V99.
004780 01  WS-HELD-PAY-PERIOD           PIC 9(06).
004790 01  WS-POSTING-DATE              PIC 9(08).
004800 01  WS-ADJ-DIFFERENCE            PIC S9(08)V99.
004820
004830 01  WS-ADJ-MARK-SWITCH           PIC X(01)  VALUE "N".
004840     88  WS-REVERSAL-MATCHED           VALUE "Y".
004841
004842*----------------------------------------------------------------
004843* THE ORIGINAL PAY'S WCDETAIL SPLIT, NETTED BY CLASS CODE, FOR
004844* THE NEGATIVE RECORDS A REVERSAL WRITES BACK.
004845*----------------------------------------------------------------
004846 01  WS-ADJ-WC-COUNT              PIC S9(04) COMP VALUE ZERO.
004847 01  WS-ADJ-WC-SUB                PIC S9(04) COMP VALUE ZERO.
004848 01  WS-ADJ-WC-FOUND-SWITCH       PIC X(01)  VALUE "N".
004849     88  WS-ADJ-WC-FOUND               VALUE "Y".
004850
004851 01  WS-ADJ-WC-TABLE.
004852     05  WS-ADJ-WC-ENTRY OCCURS 12 TIMES.
004853         10  WX-CLASS-CODE        PIC X(04).
004854         10  WX-HOURS             PIC S9(05)V99.
004855         10  WX-GROSS             PIC S9(07)V99.
004856         10  WX-PAYROLL           PIC S9(07)V99.
004857         10  WX-RATE              PIC 9(03)V9(04).
004858         10  WX-PREMIUM           PIC S9(07)V99.
004859
004860*----------------------------------------------------------------
004870* EVERY PAYMENT FOUND FOR THE EMPLOYEE AND PERIOD, IN FILE
004880* ORDER, EACH FLAGGED ONCE A REVERSAL QUOTING ITS CHECK NUMBER
005010         10  AP-STATE-TAX         PIC 9(07)V99.
005020         10  AP-DEDUCTIONS        PIC 9(07)V99.
005030         10  AP-NET               PIC 9(07)V99.
005031         10  AP-OASDI             PIC 9(07)V99.
005032         10  AP-MEDICARE          PIC 9(07)V99.
005033         10  AP-OASDI-WAGES       PIC 9(07)V99.
005034         10  AP-MEDICARE-WAGES    PIC 9(07)V99.
005035         10  AP-VACATION-PAYOUT   PIC 9(07)V99.
005036         10  AP-FLAT-BENEFITS     PIC 9(07)V99.
005037         10  AP-SUTA-KEPT         PIC X(01).
005038         10  AP-SUTA-WAGES        PIC 9(07)V99.
005039         10  AP-SUTA-TAX          PIC 9(07)V99.
005040         10  AP-REVERSED-FLAG     PIC X(01).
005050
005060 01  HOURS-WORKED-TEXT            PIC X(06).
005180 01  WS-FORMATTED-SALES-AMOUNT    PIC $$$,$$$,$$9.99.
005190 01  WS-COMMISSION-RATE           PIC V9(04).
005200 01  WS-SALARY-AMOUNT             PIC 9(07)V99.
005201* HOURS OF A REGULAR CARD WORKED IN THE SECOND WORKWEEK OF A
005203* PERIOD LONGER THAN A WEEK - THE REST FELL IN THE FIRST.
005205 01  WS-WEEK1-HOURS               PIC 9(03)V99 VALUE ZERO.
005206 01  WS-WEEK2-HOURS               PIC 9(03)V99 VALUE ZERO.
005208 01  WS-WEEK2-HOURS-TEXT          PIC X(06).
005210
005212* SALARY STILL OWED ON A SALARIED EMPLOYEE'S FINAL CHECK.
005214 01  WS-SALARY-OWED               PIC 9(07)V99 VALUE ZERO.
005216 01  WS-SALARY-OWED-TEXT          PIC X(10).
005218
005220 01  GROSS-PAY                    PIC 9(07)V99.
005230
005240 01  WS-FEDERAL-TAX-RATE          PIC V9(04).
005241 01  WS-STATE-TAX-RATE            PIC V9(04).
005243
005245*----------------------------------------------------------------
005247* GRADUATED WITHHOLDING WORK FIELDS.  THE TAXTABLE BRACKETS ARE
005249* LOADED ONCE AT START OF RUN; EACH PAY IS ANNUALIZED, THE
005250* ALLOWANCES COME OFF, THE BRACKET IS FOUND AND THE ANNUAL TAX
005252* IS DIVIDED BACK DOWN TO THE PERIOD.  THE ANNUALIZING FACTOR
005254* IS THE OPEN PAY GROUP'S PERIODS PER YEAR, SET BY 1100 (52 FOR
005256* THE ORIGINAL WEEKLY GROUP).  NO BRACKETS FOR A JURISDICTION
005258* AND STATUS MEANS THE FLAT MASTER RATE IS USED INSTEAD.
005259*----------------------------------------------------------------
005260 01  WS-PERIODS-PER-YEAR          PIC 9(03)  VALUE 52.
005296 01  WS-ER-FICA-AMOUNT            PIC 9(07)V99 VALUE ZERO.
005297 01  WS-ER-FUTA-AMOUNT            PIC 9(07)V99 VALUE ZERO.
005298 01  WS-ER-SUTA-AMOUNT            PIC 9(07)V99 VALUE ZERO.
005299 01  WS-SUTA-TAXABLE-PART         PIC 9(09)V99 VALUE ZERO.
005300
005301*----------------------------------------------------------------
005302* EMPLOYEE FICA WITHHOLDING - RATES AND THE ADDITIONAL MEDICARE
005303* THRESHOLD FROM EMPRTAX, DEFAULTING TO THE STATUTORY FIGURES
005304* WHEN THOSE FIELDS ARE LEFT BLANK.  THE OASDI WAGE BASE IS
005305* THE EMPRTAX FICA BASE - NO DEFAULT, SO THE RUN WILL NOT
005306* START WITHOUT IT.  FICA WAGES ARE GROSS LESS ANY SECTION 125
005307* ITEMS; OASDI TAKES ONLY THE PART STILL UNDER THE BASE, THE
005308* ADDITIONAL RATE ONLY THE PART OF THE YTD MEDICARE WAGES
005309* OVER THE THRESHOLD.
005310*----------------------------------------------------------------
005312 01  WS-EE-FICA-SWITCH            PIC X(01)  VALUE "N".
005313     88  WS-EE-FICA-READY              VALUE "Y".
005314 01  WS-OASDI-RATE                PIC V9(04) VALUE .0620.
005315 01  WS-MEDICARE-RATE             PIC V9(04) VALUE .0145.
005316 01  WS-ADDL-MED-RATE             PIC V9(04) VALUE .0090.
005317 01  WS-ADDL-MED-THRESHOLD        PIC 9(09)V99 VALUE 200000.
005318 01  WS-OASDI-BASE                PIC 9(09)V99 VALUE ZERO.
005319 01  WS-FICA-EXEMPT-TOTAL         PIC 9(07)V99 VALUE ZERO.
005320 01  WS-FICA-WAGES                PIC S9(07)V99 VALUE ZERO.
005321 01  WS-YTD-FICA-SO-FAR           PIC 9(09)V99 VALUE ZERO.
005322 01  WS-YTD-MEDICARE-SO-FAR       PIC 9(09)V99 VALUE ZERO.
005323 01  WS-FICA-PART                 PIC S9(09)V99 VALUE ZERO.
005325 01  WS-OASDI-WAGES               PIC 9(07)V99 VALUE ZERO.
005326 01  WS-MEDICARE-WAGES            PIC 9(07)V99 VALUE ZERO.
005327 01  WS-OASDI-AMOUNT              PIC 9(07)V99 VALUE ZERO.
005328 01  WS-MEDICARE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
005329 01  WS-ADDL-MED-AMOUNT           PIC 9(07)V99 VALUE ZERO.
005330
005331*----------------------------------------------------------------
005332* TAXLIAB LIABILITY REPORT LINES AND TOTALS - ONE REPORT PER
005333* BATCH, BY DEPARTMENT, HANDED TO ACCOUNTING WITH THE RUN.
005334*----------------------------------------------------------------
005335 01  WS-LIAB-HEADING.
005336     05  FILLER                  PIC X(34)
005338         VALUE "EMPLOYER TAX LIABILITY FOR PERIOD ".
005339     05  LH-PERIOD-NUMBER        PIC 9(06).
005340     05  FILLER                  PIC X(11)  VALUE "  RUN DATE ".
005341     05  LH-RUN-DATE             PIC 9(08).
005342 01  WS-LIAB-COLUMNS.
005343     05  FILLER                  PIC X(06)  VALUE "DEPT  ".
005344     05  FILLER                  PIC X(16)
005345         VALUE "      FICA MATCH".
005346     05  FILLER                  PIC X(16)
005347         VALUE "            FUTA".
005348     05  FILLER                  PIC X(16)
005349         VALUE "            SUTA".
005351     05  FILLER                  PIC X(16)
005352         VALUE "           TOTAL".
005353 01  WS-LIAB-DETAIL.
005354     05  LD-DEPT-CODE            PIC X(04).
005355     05  FILLER                  PIC X(02)  VALUE SPACES.
005356     05  LD-FICA-AMOUNT          PIC $$$,$$$,$$9.99.
005357     05  FILLER                  PIC X(02)  VALUE SPACES.
005358     05  LD-FUTA-AMOUNT          PIC $$$,$$$,$$9.99.
005359     05  FILLER                  PIC X(02)  VALUE SPACES.
005360     05  LD-SUTA-AMOUNT          PIC $$$,$$$,$$9.99.
005361     05  FILLER                  PIC X(02)  VALUE SPACES.
005362     05  LD-LINE-TOTAL           PIC $$$,$$$,$$9.99.
005364 01  WS-LIAB-CAPTION-LINE.
005365     05  LC-CAPTION              PIC X(22).
005366     05  LC-AMOUNT               PIC $$$,$$$,$$9.99.
005367 01  WS-LIAB-FICA-TOTAL           PIC 9(09)V99 VALUE ZERO.
005368 01  WS-LIAB-FUTA-TOTAL           PIC 9(09)V99 VALUE ZERO.
005369 01  WS-LIAB-SUTA-TOTAL           PIC 9(09)V99 VALUE ZERO.
005370 01  WS-LIAB-FED-TOTAL            PIC 9(09)V99 VALUE ZERO.
005371 01  WS-LIAB-STATE-TOTAL          PIC 9(09)V99 VALUE ZERO.
005372 01  WS-LIAB-OASDI-TOTAL          PIC 9(09)V99 VALUE ZERO.
005373 01  WS-LIAB-MEDICARE-TOTAL       PIC 9(09)V99 VALUE ZERO.
005374 01  WS-LIAB-LINE-TOTAL           PIC 9(10)V99.
005375 01  WS-BENEFITS-AMOUNT           PIC 9(05)V99.
005377 01  WS-FEDERAL-TAX-AMOUNT        PIC 9(07)V99.
005378 01  WS-STATE-TAX-AMOUNT          PIC 9(07)V99.
005379 01  WS-TOTAL-DEDUCTIONS          PIC 9(07)V99.
005380 01  NET-PAY                      PIC 9(07)V99.
005381
005382*----------------------------------------------------------------
005383* DEDUCTION WORK FIELDS - PRE-TAX DEDUCTIONS COME OFF GROSS
005384* BEFORE THE TAX RATES ARE APPLIED; POST-TAX DEDUCTIONS AND
005385* GARNISHMENTS COME OUT OF WHAT IS LEFT.  EACH DEDUCTION TAKEN
005386* IS SAVED IN THE TABLE SO THE STUB CAN ITEMIZE IT BY NAME.
005387*----------------------------------------------------------------
005388 01  WS-TAXABLE-GROSS             PIC 9(07)V99.
005390 01  WS-DISPOSABLE-PAY            PIC 9(07)V99.
005400 01  WS-REMAINING-PAY             PIC S9(07)V99.
005410 01  WS-THIS-DEDUCTION            PIC 9(07)V99.
005420 01  WS-GARNISH-LIMIT             PIC 9(07)V99.
005430 01  WS-PRE-TAX-TOTAL             PIC 9(07)V99.
005440 01  WS-POST-TAX-TOTAL            PIC 9(07)V99.
005445 01  WS-FLAT-BENEFITS-TAKEN       PIC 9(07)V99.
005450 01  WS-DEDUCTION-COUNT           PIC S9(04) COMP VALUE ZERO.
005460 01  WS-DED-SUB                   PIC S9(04) COMP VALUE ZERO.
005470 01  WS-DEDUCTION-TABLE.
005570 01  WS-FORMATTED-NET-PAY         PIC $$$,$$$,$$9.99.
005580 01  WS-FORMATTED-FED-TAX         PIC $$$,$$$,$$9.99.
005590 01  WS-FORMATTED-STATE-TAX       PIC $$$,$$$,$$9.99.
005593 01  WS-FORMATTED-OASDI           PIC $$$,$$$,$$9.99.
005596 01  WS-FORMATTED-MEDICARE        PIC $$$,$$$,$$9.99.
005600 01  WS-FORMATTED-DEDUCTION       PIC $$$,$$9.99.
005610 01  WS-FORMATTED-YTD-GROSS       PIC $$$,$$$,$$$9.99.
005620
005830         VALUE "ACME MANUFACTURING CO.".
005840     05  AH-FILE-DATE             PIC 9(08).
005850     05  AH-PERIOD-NUMBER         PIC 9(06).
005856     05  AH-PAY-GROUP             PIC X(01)  VALUE SPACE.
005863     05  FILLER                   PIC X(19)  VALUE SPACES.
005870 01  WS-ACH-DETAIL.
005880     05  FILLER                   PIC X(01)  VALUE "2".
005890     05  AD-EMPLOYEE-ID           PIC X(05).
006201         10  DT-ER-FICA           PIC 9(09)V99.
006202         10  DT-ER-FUTA           PIC 9(09)V99.
006203         10  DT-ER-SUTA           PIC 9(09)V99.
006204         10  DT-EE-OASDI          PIC 9(09)V99.
006205         10  DT-EE-MEDICARE       PIC 9(09)V99.
006207         10  DT-WC-PREMIUM        PIC 9(09)V99.
006208         10  DT-RETIRE-MATCH      PIC 9(09)V99.
006210
006220*----------------------------------------------------------------
006230* CHART-OF-ACCOUNTS TABLE LOADED FROM GLCHART AT EXTRACT TIME.
006340 01  WS-GL-ACCOUNT                PIC X(08).
006350 01  WS-GL-DR-CR                  PIC X(02).
006360 01  WS-GL-AMOUNT                 PIC 9(11)V99.
006361 01  WS-GL-DESCRIPTION            PIC X(20).
006362*----------------------------------------------------------------
006363* ONE GL POSTING LINE - THE GLPOST AND GLHELD RECORD LAYOUT.
006365* THE PAY GROUP LETS TIEOUT PROVE ONE GROUP AT A TIME.
006366*----------------------------------------------------------------
006367 01  WS-GL-POSTING-LINE.
006368     05  GP-ACCOUNT-NUMBER        PIC X(08).
006370     05  GP-DEPARTMENT            PIC X(04).
006371     05  GP-DR-CR                 PIC X(02).
006372     05  GP-AMOUNT                PIC 9(11)V99.
006373     05  GP-DESCRIPTION           PIC X(20).
006375     05  GP-PAY-DATE              PIC 9(08).
006376     05  GP-PERIOD-NUMBER         PIC 9(06).
006377     05  GP-PAY-GROUP             PIC X(01).
006378     05  FILLER                   PIC X(08).
006380 01  WS-GL-EOF-SWITCH             PIC X(01)  VALUE "N".
006390     88  WS-END-OF-CHART               VALUE "Y".
006400 01  WS-CHART-FOUND-SWITCH        PIC X(01)  VALUE "N".
006640             PERFORM 3000-INTERACTIVE-RUN THRU 3000-EXIT
006650         WHEN WS-ADJUSTMENT-MODE
006660             PERFORM 8000-ADJUSTMENT-RUN THRU 8000-EXIT
006663         WHEN WS-FINAL-PAY-MODE
006666             PERFORM 3500-FINAL-PAY-RUN THRU 3500-EXIT
006670         WHEN OTHER
006671* BATCH AND PROOF BOTH WALK THE TIMEEDIT FILE - 4000 AND ITS
006672* SUBORDINATES KEEP A PROOF RUN FROM POSTING ANYTHING.
007490         DISPLAY "PAYROLL RUN CANNOT CONTINUE WITHOUT IT."
007500         STOP RUN
007510     END-IF.
007511
007513     PERFORM 1200-GET-NEXT-CHECK-NUMBER THRU 1200-EXIT.
007514     PERFORM 1300-LOAD-TAX-TABLE THRU 1300-EXIT.
007516     PERFORM 1400-READ-EMPLOYER-TAX-RATES THRU 1400-EXIT.
007517* EMPLOYEE FICA IS NOT OPTIONAL LIKE THE EMPLOYER ACCRUAL - NO
007519* WAGE BASE MEANS NO WAY TO STOP THE OASDI, SO NO RUN.
007520     IF NOT WS-EE-FICA-READY
007522         DISPLAY "EMPRTAX DOES NOT CARRY A USABLE FICA WAGE BASE "
007523             "AND EMPLOYEE FICA RATES."
007525         DISPLAY "PAYROLL RUN CANNOT CONTINUE WITHOUT THEM."
007526         STOP RUN
007528     END-IF.
007529     PERFORM 1500-READ-LEAVE-RULES THRU 1500-EXIT.
007531     PERFORM 1600-LOAD-WC-RATES THRU 1600-EXIT.
007532     PERFORM 1700-LOAD-RETIREMENT-PLANS THRU 1700-EXIT.
007534
007535* LEAVE BALANCES - CREATED EMPTY ON A BRAND-NEW INSTALL LIKE
007536* YTD; BALANCES BUILD UP FROM THE LEAVRULE ACCRUAL.
007723     IF WS-REMITDTL-STATUS NOT = "00"
007724         OPEN OUTPUT REMIT-DETAIL-FILE
007725     END-IF.
007726
007727     OPEN EXTEND WC-DETAIL-FILE.
007728     IF WS-WCDETAIL-STATUS NOT = "00"
007729         OPEN OUTPUT WC-DETAIL-FILE
007730     END-IF.
007732
007733     OPEN EXTEND RETIREMENT-DETAIL-FILE.
007734     IF WS-RETDTL-STATUS NOT = "00"
007735         OPEN OUTPUT RETIREMENT-DETAIL-FILE
007736     END-IF.
007737
007739* RETIREMENT PLAN YEAR-TO-DATE - CREATED EMPTY ON A BRAND-NEW
007740* INSTALL LIKE YTD.  WITH PLANS ON RETPLAN THE ANNUAL LIMIT CANNOT
007741* BE ENFORCED WITHOUT IT, SO THEN IT IS A MUST-HAVE.
007742     OPEN I-O RETIREMENT-YTD-FILE.
007743     IF WS-RETYTD-NOT-FOUND
007744         OPEN OUTPUT RETIREMENT-YTD-FILE
007746         CLOSE RETIREMENT-YTD-FILE
007747         OPEN I-O RETIREMENT-YTD-FILE
007748     END-IF.
007749     IF NOT WS-RETYTD-OK
007750         DISPLAY "WARNING - RETYTD COULD NOT BE OPENED."
007751         IF WS-RET-PLAN-COUNT > ZERO
007753             DISPLAY "PAYROLL RUN CANNOT CONTINUE WITHOUT THE "
007754                 "RETIREMENT PLAN YEAR-TO-DATE."
007755             STOP RUN
007756         END-IF
007757     END-IF.
007758 1000-EXIT.
007760     EXIT.
007761
007762*================================================================
007819
007820*================================================================
007821* 1100-READ-PAY-PERIOD - THE RUN MUST NAME AN OPEN PAY PERIOD.
007822* A MISSING OR UNREADABLE FILE, OR NO GROUP WITH AN OPEN
007824* PERIOD, STOPS THE RUN BEFORE ANY FILE IS WRITTEN.  THE GROUP
007826* PAID SETS THE FREQUENCY AND THE PERIODS PER YEAR FOR THE RUN.
007828*================================================================
007830 1100-READ-PAY-PERIOD.
007840     OPEN INPUT PAY-PERIOD-FILE.
007850     IF NOT WS-PAY-PERIOD-OK
007950                 "RUN ENDED."
007960             STOP RUN
007970     END-READ.
007973     MOVE ZERO TO WS-OPEN-GROUP-COUNT.
007977     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
007981     PERFORM 1110-TABLE-PERIOD-RECORD
007985         UNTIL WS-END-OF-PERIODS.
007988     CLOSE PAY-PERIOD-FILE.
007992     IF WS-OPEN-GROUP-COUNT = ZERO
007996         DISPLAY "NO PAY GROUP HAS AN OPEN PERIOD - RUN ENDED."
008000         STOP RUN
008010     END-IF.
008011
008012     IF WS-OPEN-GROUP-COUNT = 1
008013         MOVE 1 TO WS-OPEN-GROUP-SUB
008014     ELSE
008015         DISPLAY "More than one pay group has an open period:"
008017         MOVE ZERO TO WS-OPEN-GROUP-SUB
008018         PERFORM 1115-SHOW-OPEN-GROUP
008019             UNTIL WS-OPEN-GROUP-SUB >= WS-OPEN-GROUP-COUNT
008020         MOVE "N" TO WS-GROUP-PICKED-SWITCH
008021         PERFORM 1120-PICK-PAY-GROUP
008023             UNTIL WS-GROUP-PICKED
008024     END-IF.
008025
008026     MOVE OG-PAY-GROUP (WS-OPEN-GROUP-SUB) TO WS-PAY-GROUP.
008027     MOVE OG-PERIOD-NUMBER (WS-OPEN-GROUP-SUB) TO WS-PAY-PERIOD.
008028     MOVE OG-START-DATE (WS-OPEN-GROUP-SUB)
008030         TO WS-PERIOD-START-DATE.
008031     MOVE OG-END-DATE (WS-OPEN-GROUP-SUB) TO WS-PERIOD-END-DATE.
008032     EVALUATE OG-PAY-FREQUENCY (WS-OPEN-GROUP-SUB)
008033         WHEN "B"
008034             MOVE "B" TO WS-PAY-FREQUENCY
008036             MOVE 26 TO WS-PERIODS-PER-YEAR
008037         WHEN "S"
008038             MOVE "S" TO WS-PAY-FREQUENCY
008039             MOVE 24 TO WS-PERIODS-PER-YEAR
008040         WHEN "M"
008041             MOVE "M" TO WS-PAY-FREQUENCY
008043             MOVE 12 TO WS-PERIODS-PER-YEAR
008044         WHEN OTHER
008045             MOVE "W" TO WS-PAY-FREQUENCY
008046             MOVE 52 TO WS-PERIODS-PER-YEAR
008047     END-EVALUATE.
008049     DISPLAY "Paying period " WS-PAY-PERIOD " ("
008050         WS-PERIOD-START-DATE " - " WS-PERIOD-END-DATE
008051         "), pay group '" WS-PAY-GROUP "', frequency "
008052         WS-PAY-FREQUENCY ".".
008053 1100-EXIT.
008054     EXIT.
008056
008057*----------------------------------------------------------------
008058* ONE PAYPERD RECORD.  ONLY AN OPEN PERIOD MATTERS TO THE RUN,
008059* AND AN OPEN ONE THAT CANNOT BE TRUSTED STOPS IT OUTRIGHT.
008060*----------------------------------------------------------------
008062 1110-TABLE-PERIOD-RECORD.
008063     IF PP-PERIOD-OPEN
008064         IF FUNCTION TEST-NUMVAL(PP-PERIOD-NUMBER-TEXT)
008065             NOT = ZERO
008066             DISPLAY "PAY PERIOD NUMBER IS NOT NUMERIC FOR PAY "
008067                 "GROUP '" PP-PAY-GROUP "' - RUN ENDED."
008069             STOP RUN
008070         END-IF
008071         IF NOT PP-FREQ-WEEKLY AND NOT PP-FREQ-BIWEEKLY
008072             AND NOT PP-FREQ-SEMIMONTHLY AND NOT PP-FREQ-MONTHLY
008073             DISPLAY "PAY GROUP '" PP-PAY-GROUP "' FREQUENCY "
008075                 "MUST BE W, B, S OR M - RUN ENDED."
008076             STOP RUN
008077         END-IF
008078         IF WS-OPEN-GROUP-COUNT >= 20
008079             DISPLAY "More than 20 open pay groups - group '"
008080                 PP-PAY-GROUP "' cannot be paid this run."
008082         ELSE
008083             ADD 1 TO WS-OPEN-GROUP-COUNT
008084             MOVE PP-PAY-GROUP
008085                 TO OG-PAY-GROUP (WS-OPEN-GROUP-COUNT)
008086             MOVE PP-PAY-FREQUENCY
008088                 TO OG-PAY-FREQUENCY (WS-OPEN-GROUP-COUNT)
008089             MOVE FUNCTION NUMVAL(PP-PERIOD-NUMBER-TEXT)
008090                 TO OG-PERIOD-NUMBER (WS-OPEN-GROUP-COUNT)
008091             MOVE PP-START-DATE
008092                 TO OG-START-DATE (WS-OPEN-GROUP-COUNT)
008093             MOVE PP-END-DATE
008095                 TO OG-END-DATE (WS-OPEN-GROUP-COUNT)
008096         END-IF
008097     END-IF.
008098     READ PAY-PERIOD-FILE
008099         AT END
008101             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
008102     END-READ.
008103
008104 1115-SHOW-OPEN-GROUP.
008105     ADD 1 TO WS-OPEN-GROUP-SUB.
008106     DISPLAY "  Pay group '" OG-PAY-GROUP (WS-OPEN-GROUP-SUB)
008108         "'  period " OG-PERIOD-NUMBER (WS-OPEN-GROUP-SUB)
008109         "  (" OG-START-DATE (WS-OPEN-GROUP-SUB) " - "
008110         OG-END-DATE (WS-OPEN-GROUP-SUB) ")".
008111
008112*----------------------------------------------------------------
008114* THE OPERATOR NAMES ONE OF THE OPEN GROUPS - BLANK IS THE
008115* ORIGINAL GROUP.  ASKED AGAIN UNTIL IT MATCHES ONE.
008116*----------------------------------------------------------------
008117 1120-PICK-PAY-GROUP.
008118     DISPLAY "Pay group to run: " WITH NO ADVANCING.
008119     ACCEPT WS-GROUP-ANSWER.
008121     MOVE FUNCTION UPPER-CASE(WS-GROUP-ANSWER)
008122         TO WS-GROUP-ANSWER.
008123     MOVE ZERO TO WS-OPEN-GROUP-SUB.
008124     PERFORM 1125-SCAN-OPEN-GROUPS
008125         UNTIL WS-GROUP-PICKED
008127         OR WS-OPEN-GROUP-SUB >= WS-OPEN-GROUP-COUNT.
008128     IF NOT WS-GROUP-PICKED
008129         DISPLAY "Pay group '" WS-GROUP-ANSWER
008130             "' has no open period."
008131     END-IF.
008132
008134 1125-SCAN-OPEN-GROUPS.
008135     ADD 1 TO WS-OPEN-GROUP-SUB.
008136     IF OG-PAY-GROUP (WS-OPEN-GROUP-SUB) = WS-GROUP-ANSWER
008137         MOVE "Y" TO WS-GROUP-PICKED-SWITCH
008138     END-IF.
008140
008150*================================================================
008160* 1200-GET-NEXT-CHECK-NUMBER - THE CONTROLLED NEXT-CHECK-NUMBER
008570* 1400-READ-EMPLOYER-TAX-RATES - THE EMPRTAX CONTROL RECORD,
008571* EDITED WITH TEST-NUMVAL LIKE EVERY OTHER KEYED CONTROL FILE.
008572* NO FILE OR A BAD RECORD TURNS THE EMPLOYER ACCRUAL OFF WITH A
008573* CONSOLE NOTE INSTEAD OF ACCRUING NONSENSE.  THE EMPLOYEE FICA
008574* FIELDS ARE LOADED FIRST, BY 1410.
008575*================================================================
008576 1400-READ-EMPLOYER-TAX-RATES.
008577     MOVE "N" TO WS-ACCRUAL-SWITCH.
008578     OPEN INPUT EMPLOYER-TAX-FILE.
008579     IF NOT WS-EMPRTAX-OK
008580         DISPLAY "EMPRTAX could not be opened - employer tax "
008581             "accrual is off for this run."
008582         GO TO 1400-EXIT
008583     END-IF.
008584     READ EMPLOYER-TAX-FILE
008585         AT END
008586             DISPLAY "EMPRTAX is empty - employer tax accrual "
008587                 "is off for this run."
008588             CLOSE EMPLOYER-TAX-FILE
008589             GO TO 1400-EXIT
008590     END-READ.
008591     PERFORM 1410-LOAD-EMPLOYEE-FICA THRU 1410-EXIT.
008592     IF FUNCTION TEST-NUMVAL(ET-FICA-RATE-TEXT) = ZERO
008593         AND FUNCTION TEST-NUMVAL(ET-FICA-BASE-TEXT) = ZERO
008594         AND FUNCTION TEST-NUMVAL(ET-FUTA-RATE-TEXT) = ZERO
008595         AND FUNCTION TEST-NUMVAL(ET-FUTA-BASE-TEXT) = ZERO
008596         AND FUNCTION TEST-NUMVAL(ET-SUTA-RATE-TEXT) = ZERO
008597         AND FUNCTION TEST-NUMVAL(ET-SUTA-BASE-TEXT) = ZERO
008598         MOVE FUNCTION NUMVAL(ET-FICA-RATE-TEXT)
008599             TO WS-FICA-RATE
008600         MOVE FUNCTION NUMVAL(ET-FICA-BASE-TEXT)
008601             TO WS-FICA-BASE
008602         MOVE FUNCTION NUMVAL(ET-FUTA-RATE-TEXT)
008603             TO WS-FUTA-RATE
008604         MOVE FUNCTION NUMVAL(ET-FUTA-BASE-TEXT)
008605             TO WS-FUTA-BASE
008606         MOVE FUNCTION NUMVAL(ET-SUTA-RATE-TEXT)
008607             TO WS-SUTA-RATE
008608         MOVE FUNCTION NUMVAL(ET-SUTA-BASE-TEXT)
008609             TO WS-SUTA-BASE
008610         MOVE "Y" TO WS-ACCRUAL-SWITCH
008611     ELSE
008612         DISPLAY "EMPRTAX rates or bases are not numeric - "
008613             "employer tax accrual is off for this run."
008614     END-IF.
008615     CLOSE EMPLOYER-TAX-FILE.
008616 1400-EXIT.
008617     EXIT.
008618
008619*----------------------------------------------------------------
008620* THE EMPLOYEE SIDE OF THE SAME RECORD.  THE FICA WAGE BASE
008621* MUST BE THERE AND ABOVE ZERO; A BLANK RATE OR THRESHOLD
008622* KEEPS THE STATUTORY FIGURE, ANYTHING ELSE NOT NUMERIC LEAVES
008623* THE SWITCH OFF AND 1000-INITIALIZE ENDS THE RUN.
008624*----------------------------------------------------------------
008625 1410-LOAD-EMPLOYEE-FICA.
008626     IF FUNCTION TEST-NUMVAL(ET-FICA-BASE-TEXT) NOT = ZERO
008627         DISPLAY "EMPRTAX FICA wage base is not numeric."
008628         GO TO 1410-EXIT
008629     END-IF.
008630     MOVE FUNCTION NUMVAL(ET-FICA-BASE-TEXT) TO WS-OASDI-BASE.
008631     IF WS-OASDI-BASE = ZERO
008632         DISPLAY "EMPRTAX FICA wage base is zero."
008633         GO TO 1410-EXIT
008634     END-IF.
008635     IF ET-OASDI-RATE-TEXT NOT = SPACES
008636         IF FUNCTION TEST-NUMVAL(ET-OASDI-RATE-TEXT) NOT = ZERO
008637             DISPLAY "EMPRTAX employee OASDI rate is not "
008638                 "numeric."
008639             GO TO 1410-EXIT
008640         END-IF
008641         MOVE FUNCTION NUMVAL(ET-OASDI-RATE-TEXT)
008642             TO WS-OASDI-RATE
008643     END-IF.
008644     IF ET-MEDICARE-RATE-TEXT NOT = SPACES
008645         IF FUNCTION TEST-NUMVAL(ET-MEDICARE-RATE-TEXT) NOT = ZERO
008646             DISPLAY "EMPRTAX employee Medicare rate is not "
008647                 "numeric."
008648             GO TO 1410-EXIT
008649         END-IF
008650         MOVE FUNCTION NUMVAL(ET-MEDICARE-RATE-TEXT)
008651             TO WS-MEDICARE-RATE
008652     END-IF.
008654     IF ET-ADDL-MED-RATE-TEXT NOT = SPACES
008655         IF FUNCTION TEST-NUMVAL(ET-ADDL-MED-RATE-TEXT) NOT = ZERO
008656             DISPLAY "EMPRTAX additional Medicare rate is not "
008657                 "numeric."
008658             GO TO 1410-EXIT
008659         END-IF
008660         MOVE FUNCTION NUMVAL(ET-ADDL-MED-RATE-TEXT)
008661             TO WS-ADDL-MED-RATE
008662     END-IF.
008663     IF ET-ADDL-MED-BASE-TEXT NOT = SPACES
008664         IF FUNCTION TEST-NUMVAL(ET-ADDL-MED-BASE-TEXT) NOT = ZERO
008665             DISPLAY "EMPRTAX additional Medicare threshold is "
008666                 "not numeric."
008667             GO TO 1410-EXIT
008668         END-IF
008669         MOVE FUNCTION NUMVAL(ET-ADDL-MED-BASE-TEXT)
008670             TO WS-ADDL-MED-THRESHOLD
008671     END-IF.
008672     MOVE "Y" TO WS-EE-FICA-SWITCH.
008673 1410-EXIT.
008674     EXIT.
008675
008676*================================================================
008677* 1500-READ-LEAVE-RULES - THE LEAVRULE CONTROL RECORD: HOURS OF
008678* VACATION AND SICK LEAVE EARNED PER PAY POSTED.  NO FILE OR A
008679* BAD RECORD MEANS NO ACCRUAL THIS RUN - BALANCES STILL DRAW
008680* DOWN AND PRINT, THEY JUST DO NOT GROW.
008681*================================================================
008682 1500-READ-LEAVE-RULES.
008683     MOVE "N" TO WS-LEAVE-ACCRUAL-SWITCH.
008684     OPEN INPUT LEAVE-RULE-FILE.
008685     IF NOT WS-LEAVRULE-OK
008686         DISPLAY "LEAVRULE could not be opened - no leave "
008687             "accrual this run."
008688         GO TO 1500-EXIT
008689     END-IF.
008690     READ LEAVE-RULE-FILE
008691         AT END
008692             DISPLAY "LEAVRULE is empty - no leave accrual "
008693                 "this run."
008694             CLOSE LEAVE-RULE-FILE
008695             GO TO 1500-EXIT
008696     END-READ.
008697     IF FUNCTION TEST-NUMVAL(LR-VACATION-RATE-TEXT) = ZERO
008698         AND FUNCTION TEST-NUMVAL(LR-SICK-RATE-TEXT) = ZERO
008699         MOVE FUNCTION NUMVAL(LR-VACATION-RATE-TEXT)
008700             TO WS-VACATION-ACCRUAL-RATE
008701         MOVE FUNCTION NUMVAL(LR-SICK-RATE-TEXT)
008702             TO WS-SICK-ACCRUAL-RATE
008703* LEAVRULE RATES ARE HOURS PER WEEK - A LONGER PAY PERIOD
008704* ACCRUES PROPORTIONALLY MORE PER PAYCHECK.
008705         IF NOT WS-FREQ-WEEKLY
008706             COMPUTE WS-VACATION-ACCRUAL-RATE ROUNDED =
008707                 WS-VACATION-ACCRUAL-RATE * 52
008708                 / WS-PERIODS-PER-YEAR
008709             COMPUTE WS-SICK-ACCRUAL-RATE ROUNDED =
008710                 WS-SICK-ACCRUAL-RATE * 52 / WS-PERIODS-PER-YEAR
008711         END-IF
008712         MOVE "Y" TO WS-LEAVE-ACCRUAL-SWITCH
008713     ELSE
008714         DISPLAY "LEAVRULE rates are not numeric - no leave "
008715             "accrual this run."
008716     END-IF.
008717     CLOSE LEAVE-RULE-FILE.
008718 1500-EXIT.
008719     EXIT.
008720
008721*================================================================
008722* 1600-LOAD-WC-RATES - THE WCRATE CLASS RATES AND DEPARTMENT
008723* CLASSES.  NO FILE MEANS NO PREMIUM ACCRUED THIS RUN - THE PAY
008724* IS STILL SPLIT BY CLASS ONTO WCDETAIL FOR THE AUDIT.  A CLASS
008725* WHOSE RATE IS NOT NUMERIC IS LEFT OFF WITH A CONSOLE NOTE.
008726*================================================================
008727 1600-LOAD-WC-RATES.
008728     MOVE ZERO TO WS-WC-RATE-COUNT.
008729     MOVE ZERO TO WS-WC-DEPT-COUNT.
008730     MOVE "N" TO WS-WC-RATES-SWITCH.
008731     OPEN INPUT WC-RATE-FILE.
008732     IF NOT WS-WCRATE-OK
008733         DISPLAY "WCRATE could not be opened - no workers' comp "
008734             "premium accrued this run."
008736         GO TO 1600-EXIT
008737     END-IF.
008738     MOVE "Y" TO WS-WC-RATES-SWITCH.
008739     MOVE "N" TO WS-WCRATE-EOF-SWITCH.
008740     PERFORM 1610-READ-WC-RATE
008741         UNTIL WS-END-OF-WC-RATES.
008742     CLOSE WC-RATE-FILE.
008743 1600-EXIT.
008744     EXIT.
008745
008746 1610-READ-WC-RATE.
008747     READ WC-RATE-FILE
008748         AT END
008749             MOVE "Y" TO WS-WCRATE-EOF-SWITCH
008750     END-READ.
008751     IF NOT WS-END-OF-WC-RATES
008752         EVALUATE TRUE
008753             WHEN WR-CLASS-RATE
008754                 PERFORM 1620-TABLE-CLASS-RATE THRU 1620-EXIT
008755             WHEN WR-DEPARTMENT-CLASS
008756                 PERFORM 1630-TABLE-DEPT-CLASS THRU 1630-EXIT
008757             WHEN OTHER
008758                 DISPLAY "WCRATE record type " WR-RECORD-TYPE
008759                     " ignored."
008760         END-EVALUATE
008761     END-IF.
008762
008763 1620-TABLE-CLASS-RATE.
008764     IF FUNCTION TEST-NUMVAL(WR-RATE-TEXT) NOT = ZERO
008765         DISPLAY "WCRATE rate for class " WR-CODE
008766             " is not numeric - class left off."
008767         GO TO 1620-EXIT
008768     END-IF.
008769     IF WS-WC-RATE-COUNT >= 100
008770         DISPLAY "WC rate table full - class " WR-CODE " ignored."
008771         GO TO 1620-EXIT
008772     END-IF.
008773     ADD 1 TO WS-WC-RATE-COUNT.
008774     MOVE FUNCTION UPPER-CASE(WR-CODE)
008775         TO CR-CLASS-CODE (WS-WC-RATE-COUNT).
008776     MOVE FUNCTION NUMVAL(WR-RATE-TEXT)
008777         TO CR-RATE (WS-WC-RATE-COUNT).
008778 1620-EXIT.
008779     EXIT.
008780
008781 1630-TABLE-DEPT-CLASS.
008782     IF WS-WC-DEPT-COUNT >= 100
008783         DISPLAY "WC department table full - department " WR-CODE
008784             " ignored."
008785         GO TO 1630-EXIT
008786     END-IF.
008787     ADD 1 TO WS-WC-DEPT-COUNT.
008788     MOVE FUNCTION UPPER-CASE(WR-CODE)
008789         TO DC-DEPT-CODE (WS-WC-DEPT-COUNT).
008790     MOVE FUNCTION UPPER-CASE(WR-DEPT-CLASS-CODE)
008791         TO DC-CLASS-CODE (WS-WC-DEPT-COUNT).
008792 1630-EXIT.
008793     EXIT.
008794
008795*================================================================
008796* 1700-LOAD-RETIREMENT-PLANS - THE RETPLAN RULES BY DEDUCTION
008797* CODE.  NO FILE MEANS NO PLAN CODES - EVERY DEDUCTION IS TAKEN
008798* AS BEFORE, WITH NO MATCH AND NO ANNUAL LIMIT.  A PLAN WITH A
008799* FIGURE THAT IS NOT NUMERIC IS LEFT OFF WITH A CONSOLE NOTE.
008800*================================================================
008801 1700-LOAD-RETIREMENT-PLANS.
008802     MOVE ZERO TO WS-RET-PLAN-COUNT.
008803     OPEN INPUT RETIREMENT-PLAN-FILE.
008804     IF NOT WS-RETPLAN-OK
008805         DISPLAY "RETPLAN could not be opened - no retirement "
008806             "match or deferral limit this run."
008807         GO TO 1700-EXIT
008808     END-IF.
008809     MOVE "N" TO WS-RETPLAN-EOF-SWITCH.
008810     PERFORM 1710-READ-RETIREMENT-PLAN
008811         UNTIL WS-END-OF-RET-PLANS.
008812     CLOSE RETIREMENT-PLAN-FILE.
008813 1700-EXIT.
008814     EXIT.
008815
008817 1710-READ-RETIREMENT-PLAN.
008818     READ RETIREMENT-PLAN-FILE
008819         AT END
008820             MOVE "Y" TO WS-RETPLAN-EOF-SWITCH
008821     END-READ.
008822     IF NOT WS-END-OF-RET-PLANS
008823         PERFORM 1720-TABLE-RETIREMENT-PLAN THRU 1720-EXIT
008824     END-IF.
008825
008826*----------------------------------------------------------------
008827* ONE PLAN INTO THE NEXT FREE ENTRY.  THE ENTRY ONLY COUNTS ONCE
008828* EVERY FIGURE HAS EDITED CLEAN; A BLANK LIMIT OR AGE TAKES THE
008829* STATUTORY FIGURE, A BLANK MATCH FIGURE IS ZERO.
008830*----------------------------------------------------------------
008831 1720-TABLE-RETIREMENT-PLAN.
008832     IF WS-RET-PLAN-COUNT >= 20
008833         DISPLAY "Retirement plan table full - code "
008834             RP-DEDUCTION-CODE " ignored."
008835         GO TO 1720-EXIT
008836     END-IF.
008837     COMPUTE WS-RET-PLAN-SUB = WS-RET-PLAN-COUNT + 1.
008838     MOVE "N" TO WS-RET-BAD-SWITCH.
008839     MOVE FUNCTION UPPER-CASE(RP-DEDUCTION-CODE)
008840         TO PN-DEDUCTION-CODE (WS-RET-PLAN-SUB).
008841
008842     MOVE RP-MATCH-PCT-TEXT TO WS-RET-TEXT.
008843     PERFORM 1730-EDIT-PLAN-FIGURE THRU 1730-EXIT.
008844     MOVE WS-RET-VALUE TO PN-MATCH-PCT (WS-RET-PLAN-SUB).
008845     MOVE RP-MATCH-UP-TO-TEXT TO WS-RET-TEXT.
008846     PERFORM 1730-EDIT-PLAN-FIGURE THRU 1730-EXIT.
008847     MOVE WS-RET-VALUE TO PN-MATCH-UP-TO (WS-RET-PLAN-SUB).
008848
008849     MOVE RP-ANNUAL-LIMIT-TEXT TO WS-RET-TEXT.
008850     PERFORM 1730-EDIT-PLAN-FIGURE THRU 1730-EXIT.
008851     IF WS-RET-TEXT = SPACES
008852         MOVE WS-STAT-DEFERRAL-LIMIT
008853             TO PN-ANNUAL-LIMIT (WS-RET-PLAN-SUB)
008854     ELSE
008855         MOVE WS-RET-VALUE TO PN-ANNUAL-LIMIT (WS-RET-PLAN-SUB)
008856     END-IF.
008857     MOVE RP-CATCH-UP-LIMIT-TEXT TO WS-RET-TEXT.
008858     PERFORM 1730-EDIT-PLAN-FIGURE THRU 1730-EXIT.
008859     IF WS-RET-TEXT = SPACES
008860         MOVE WS-STAT-CATCH-UP-LIMIT
008861             TO PN-CATCH-UP-LIMIT (WS-RET-PLAN-SUB)
008862     ELSE
008863         MOVE WS-RET-VALUE TO PN-CATCH-UP-LIMIT (WS-RET-PLAN-SUB)
008864     END-IF.
008865     MOVE RP-CATCH-UP-AGE-TEXT TO WS-RET-TEXT.
008866     PERFORM 1730-EDIT-PLAN-FIGURE THRU 1730-EXIT.
008867     IF WS-RET-TEXT = SPACES
008868         MOVE WS-STAT-CATCH-UP-AGE
008869             TO PN-CATCH-UP-AGE (WS-RET-PLAN-SUB)
008870     ELSE
008871         MOVE WS-RET-VALUE TO PN-CATCH-UP-AGE (WS-RET-PLAN-SUB)
008872     END-IF.
008873
008874     IF WS-RET-FIGURE-BAD
008875         DISPLAY "RETPLAN figures for code " RP-DEDUCTION-CODE
008876             " are not numeric - plan left off."
008877         GO TO 1720-EXIT
008878     END-IF.
008879     MOVE WS-RET-PLAN-SUB TO WS-RET-PLAN-COUNT.
008880 1720-EXIT.
008881     EXIT.
008882
008883 1730-EDIT-PLAN-FIGURE.
008884     MOVE ZERO TO WS-RET-VALUE.
008885     IF WS-RET-TEXT = SPACES
008886         GO TO 1730-EXIT
008887     END-IF.
008888     IF FUNCTION TEST-NUMVAL(WS-RET-TEXT) NOT = ZERO
008889         MOVE "Y" TO WS-RET-BAD-SWITCH
008890         GO TO 1730-EXIT
008891     END-IF.
008892     MOVE FUNCTION NUMVAL(WS-RET-TEXT) TO WS-RET-VALUE.
008893 1730-EXIT.
008894     EXIT.
008895
008896*================================================================
008897* 2000-SELECT-RUN-MODE - INTERACTIVE (ONE EMPLOYEE) OR BATCH
008898* (ONE TIMECARD FILE FULL OF EMPLOYEES).
008899*================================================================
008900 2000-SELECT-RUN-MODE.
008901     MOVE "N" TO WS-VALID-SWITCH.
008902     PERFORM 2100-PROMPT-FOR-MODE THRU 2100-DONE
008903         UNTIL WS-ENTRY-IS-VALID.
008904 2000-EXIT.
008905     EXIT.
008906
008907 2100-PROMPT-FOR-MODE.
008908     DISPLAY SPACE.
008909     DISPLAY "Enter Run Mode - (I)nteractive, (B)atch, "
008910         "(A)djustment, (F)inal pay or (P)roof: "
008911         WITH NO ADVANCING.
008912     ACCEPT WS-RUN-MODE.
008913     MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
008914* AN ADJUSTMENT RUN REWRITES HISTORY - ONLY OPERATORS CARRYING
008915* THE ADJUSTMENT ROLE FLAG ON OPERMAST MAY START ONE.
008916     IF WS-ADJUSTMENT-MODE AND NOT WS-OP-MAY-ADJUST
008917         DISPLAY "Operator " WS-RUN-BY " is not authorized "
008918             "for adjustment runs."
008919         GO TO 2100-DONE
008920     END-IF.
008921* A FINAL PAY STOPS EVERY DEDUCTION AND INACTIVATES THE MASTER,
008922* SO IT NEEDS THE SAME ADJUSTMENT ROLE FLAG.
008923     IF WS-FINAL-PAY-MODE AND NOT WS-OP-MAY-ADJUST
008924         DISPLAY "Operator " WS-RUN-BY " is not authorized "
008925             "for final pay runs."
008926         GO TO 2100-DONE
008927     END-IF.
008928     IF WS-INTERACTIVE-MODE OR WS-BATCH-MODE
008929         OR WS-ADJUSTMENT-MODE OR WS-PROOF-MODE
008930         OR WS-FINAL-PAY-MODE
008931         MOVE "Y" TO WS-VALID-SWITCH
008932     ELSE
008933         DISPLAY "Please enter I, B, A, F or P."
008934     END-IF.
008935 2100-DONE.
008936     EXIT.
008937
008938*================================================================
008939* 2500-OPEN-PRINT-FILES - THE STUB AND CHECK-STOCK PRINT FILES
008940* START FRESH WITH EACH REAL RUN.  A PROOF RUN PRINTS NEITHER
008941* AND MUST NOT WIPE THE LAST REAL RUN'S OUTPUT, SO THEY ARE
008942* OPENED ONLY AFTER THE RUN MODE IS KNOWN.
008943*================================================================
008944 2500-OPEN-PRINT-FILES.
008945     IF WS-PROOF-MODE
008946         GO TO 2500-EXIT
008947     END-IF.
008948     OPEN OUTPUT CHECK-PRINT-FILE.
008949     OPEN OUTPUT PAYSTUB-RPT.
008950 2500-EXIT.
008951     EXIT.
008952
008953*================================================================
008954* 3000-INTERACTIVE-RUN - ONE EMPLOYEE, TYPED IN AT THE TERMINAL.
008955* THE PAY IS POSTED FOR THE GROUP'S NEXT BATCH BY 3600.
008956*================================================================
008957 3000-INTERACTIVE-RUN.
008958     PERFORM 3100-GET-EMPLOYEE-ID THRU 3100-EXIT.
008959     PERFORM 3200-LOOKUP-EMPLOYEE THRU 3200-EXIT.
008960     PERFORM 3250-CHECK-PRIOR-PAYMENT THRU 3250-EXIT.
008961     IF WS-PAYMENT-LOCKED AND NOT WS-OVERRIDE-GRANTED
008962         GO TO 3000-EXIT
008963     END-IF.
008964     PERFORM 3300-GET-HOURS-WORKED THRU 3300-EXIT.
008965     PERFORM 5050-CHECK-LEAVE-BALANCE THRU 5050-EXIT.
008966     IF WS-LEAVE-PAY-REFUSED
008967         GO TO 3000-EXIT
008968     END-IF.
008969     PERFORM 5000-CALCULATE-PAY THRU 5000-EXIT.
008970     PERFORM 5500-CALCULATE-WITHHOLDING THRU 5500-EXIT.
008971     PERFORM 6000-DISPLAY-SUMMARY THRU 6000-EXIT.
008972     PERFORM 6100-WRITE-PAYSTUB THRU 6100-EXIT.
008973     PERFORM 6190-WRITE-PAYMENT THRU 6190-EXIT.
008974     PERFORM 7000-UPDATE-YTD-AND-AUDIT THRU 7000-EXIT.
008975     PERFORM 3600-POST-OFF-CYCLE-PAY THRU 3600-EXIT.
008976 3000-EXIT.
008977     EXIT.
008978
008979 3100-GET-EMPLOYEE-ID.
008980     DISPLAY SPACE.
008990     DISPLAY "Enter Employee ID: " WITH NO ADVANCING.
009000     ACCEPT WS-EMPLOYEE-ID.
009680             ACCEPT WS-EMPLOYEE-ID
009690         NOT INVALID KEY
009700* AN INACTIVE EMPLOYEE CANNOT BE PAID, BUT A PAYMENT ALREADY
009702* MADE TO ONE CAN STILL BE REVERSED IN ADJUSTMENT MODE.  A
009705* TERMINATED EMPLOYEE IS PAID ONLY IN FINAL-PAY MODE, AND
009706* FINAL-PAY MODE PAYS NO ONE ELSE.  EVERY MODE, ADJUSTMENT
009707* INCLUDED, TAKES ONLY THE OPEN GROUP'S EMPLOYEES - THE STUB,
009708* REMITDTL, RETDTL, GL AND JOB COST ALL CARRY THAT GROUP.  AN
009709* HOURLY EMPLOYEE IS NOT PAID IN A SEMI-MONTHLY OR MONTHLY GROUP.
009710             EVALUATE TRUE
009713                 WHEN EM-EMPLOYEE-INACTIVE
009716                     AND NOT WS-ADJUSTMENT-MODE
009718                     DISPLAY "Employee ID " WS-EMPLOYEE-ID
009721                         " is inactive - no pay may be "
009724                         "calculated."
009726                     DISPLAY "Enter Employee ID: "
009729                         WITH NO ADVANCING
009732                     ACCEPT WS-EMPLOYEE-ID
009734                 WHEN WS-FINAL-PAY-MODE
009737                     AND NOT EM-TERMINATION-PENDING
009740                     DISPLAY "Employee ID " WS-EMPLOYEE-ID
009742                         " has no termination on file - "
009745                         "terminate in EMPMAINT first."
009748                     DISPLAY "Enter Employee ID: "
009750                         WITH NO ADVANCING
009753                     ACCEPT WS-EMPLOYEE-ID
009756                 WHEN EM-TERMINATION-PENDING
009759                     AND WS-INTERACTIVE-MODE
009761                     DISPLAY "Employee ID " WS-EMPLOYEE-ID
009764                         " is terminated - pay through "
009767                         "final-pay mode."
009769                     DISPLAY "Enter Employee ID: "
009772                         WITH NO ADVANCING
009775                     ACCEPT WS-EMPLOYEE-ID
009777                 WHEN EM-PAY-GROUP NOT = WS-PAY-GROUP
009783                     DISPLAY "Employee ID " WS-EMPLOYEE-ID
009785                         " is in pay group '" EM-PAY-GROUP
009788                         "', not the group being paid."
009789                     DISPLAY "Enter Employee ID: "
009790                         WITH NO ADVANCING
009791                     ACCEPT WS-EMPLOYEE-ID
009792                 WHEN EM-TYPE-HOURLY AND NOT WS-ADJUSTMENT-MODE
009793                     AND (WS-PAY-FREQUENCY = "S" OR "M")
009794                     DISPLAY "Employee ID " WS-EMPLOYEE-ID
009795                         " is hourly - a semi-monthly or monthly "
009796                         "group has no workweek overtime split."
009797                     DISPLAY "Enter Employee ID: "
009798                         WITH NO ADVANCING
009799                     ACCEPT WS-EMPLOYEE-ID
009800                 WHEN OTHER
009801                     PERFORM 3220-LOAD-EMPLOYEE-FIELDS
009804                         THRU 3220-EXIT
009807             END-EVALUATE
009810     END-READ.
009820
009830*----------------------------------------------------------------
009971     ELSE
009972         MOVE ZERO TO WS-ALLOWANCE-COUNT
009973     END-IF.
009974     IF EM-BIRTH-DATE IS NUMERIC
009975         MOVE EM-BIRTH-YEAR TO WS-BIRTH-YEAR
009976     ELSE
009977         MOVE ZERO TO WS-BIRTH-YEAR
009978     END-IF.
009979     MOVE EM-BENEFITS-AMOUNT  TO WS-BENEFITS-AMOUNT.
009980     MOVE EM-PAY-METHOD       TO WS-PAY-METHOD.
009990     MOVE EM-BANK-ROUTING     TO WS-BANK-ROUTING.
010000     MOVE EM-BANK-ACCOUNT     TO WS-BANK-ACCOUNT.
010120*----------------------------------------------------------------
010130 3300-GET-HOURS-WORKED.
010131     MOVE "R" TO WS-EARNINGS-TYPE.
010135     MOVE ZERO TO WS-WEEK2-HOURS.
010140     IF WS-TYPE-COMMISSION
010150         PERFORM 3320-GET-SALES-AMOUNT THRU 3320-EXIT
010160     ELSE
010180             MOVE "N" TO WS-VALID-SWITCH
010190             PERFORM 3310-PROMPT-FOR-HOURS
010200                 UNTIL WS-ENTRY-IS-VALID
010201* A PERIOD LONGER THAN A WEEK NEEDS THE SPLIT BY WORKWEEK SO
010202* OVERTIME IS FIGURED WEEK BY WEEK.
010203             IF NOT WS-FREQ-WEEKLY AND WS-EARN-REGULAR
010205                 MOVE "N" TO WS-VALID-SWITCH
010206                 PERFORM 3315-PROMPT-FOR-WEEK2-HOURS
010207                     UNTIL WS-ENTRY-IS-VALID
010208             END-IF
010210         END-IF
010220     END-IF.
010221* A FINAL CHECK PAYS A SALARIED EMPLOYEE ONLY THE SALARY STILL
010222* OWED FOR THE DAYS WORKED, NOT THE WHOLE PERIOD'S SALARY.
010223     IF WS-FINAL-PAY-MODE AND WS-TYPE-SALARIED
010225         MOVE "N" TO WS-VALID-SWITCH
010226         PERFORM 3325-PROMPT-FOR-SALARY-OWED
010227             UNTIL WS-ENTRY-IS-VALID
010228     END-IF.
010230 3300-EXIT.
010240     EXIT.
010241
010264     END-IF.
010265
010266 3310-PROMPT-FOR-HOURS.
010267     DISPLAY SPACE.
010268     DISPLAY "Enter Hours Worked: " WITH NO ADVANCING.
010269     ACCEPT HOURS-WORKED-TEXT.
010270     IF FUNCTION TEST-NUMVAL(HOURS-WORKED-TEXT) = ZERO
010271         AND FUNCTION NUMVAL(HOURS-WORKED-TEXT) >= ZERO
010272         MOVE FUNCTION NUMVAL(HOURS-WORKED-TEXT) TO HOURS-WORKED
010273         MOVE "Y" TO WS-VALID-SWITCH
010274     ELSE
010275         DISPLAY "Invalid entry - hours must be numeric and "
010276             "not negative."
010277     END-IF.
010278
010279 3315-PROMPT-FOR-WEEK2-HOURS.
010280     DISPLAY "Of those, hours worked in the second week: "
010281         WITH NO ADVANCING.
010282     ACCEPT WS-WEEK2-HOURS-TEXT.
010283     IF FUNCTION TEST-NUMVAL(WS-WEEK2-HOURS-TEXT) = ZERO
010284         AND FUNCTION NUMVAL(WS-WEEK2-HOURS-TEXT) >= ZERO
010285         AND FUNCTION NUMVAL(WS-WEEK2-HOURS-TEXT)
010286             NOT > HOURS-WORKED
010287         MOVE FUNCTION NUMVAL(WS-WEEK2-HOURS-TEXT)
010288             TO WS-WEEK2-HOURS
010289         MOVE "Y" TO WS-VALID-SWITCH
010290     ELSE
010291         DISPLAY "Invalid entry - second-week hours must be "
010292             "numeric, not negative and not over the total."
010293     END-IF.
010294
010295 3320-GET-SALES-AMOUNT.
010296     MOVE "N" TO WS-VALID-SWITCH.
010297     PERFORM 3321-PROMPT-FOR-SALES
010298         UNTIL WS-ENTRY-IS-VALID.
010299 3320-EXIT.
010300     EXIT.
010301
010302 3321-PROMPT-FOR-SALES.
010303     DISPLAY SPACE.
010304     DISPLAY "Enter Sales Amount: " WITH NO ADVANCING.
010305     ACCEPT WS-SALES-AMOUNT-TEXT.
010306     IF FUNCTION TEST-NUMVAL(WS-SALES-AMOUNT-TEXT) = ZERO
010307         AND FUNCTION NUMVAL(WS-SALES-AMOUNT-TEXT) >= ZERO
010308         MOVE FUNCTION NUMVAL(WS-SALES-AMOUNT-TEXT)
010309             TO WS-SALES-AMOUNT
010310         MOVE "Y" TO WS-VALID-SWITCH
010311     ELSE
010312         DISPLAY "Invalid entry - sales amount must be "
010313             "numeric and not negative."
010314     END-IF.
010315
010316
010317*================================================================
010318* 3500-FINAL-PAY-RUN - THE LAST CHECK FOR AN EMPLOYEE EMPMAINT
010319* HAS TERMINATED.  THE LAST HOURS, OR A SALARIED EMPLOYEE'S
010320* SALARY STILL OWED, ARE KEYED, VACATION IS CASHED OUT ON TOP
010321* AND THE CHECK POSTS THROUGH THE NORMAL PATH.  THEN EVERY
010322* OPEN DEDUCTION IS STOPPED ONTO THE SEPARATION REPORT, AND
010323* ONLY AFTER ALL OF THAT HAS POSTED IS THE MASTER MADE
010324* INACTIVE.  NO PAYMENT-LOCK CHECK - A FINAL CHECK IN A PERIOD
010325* ALREADY PAID IS ORDINARY (TERMINATED AFTER THE LAST RUN).
010326*================================================================
010327 3500-FINAL-PAY-RUN.
010328     PERFORM 3100-GET-EMPLOYEE-ID THRU 3100-EXIT.
010329     PERFORM 3200-LOOKUP-EMPLOYEE THRU 3200-EXIT.
010330     MOVE EM-TERMINATION-DATE TO WS-SEP-TERM-DATE.
010331     MOVE EM-TERMINATION-REASON TO WS-SEP-TERM-REASON.
010332     DISPLAY "Final pay for " EMPLOYEE-NAME " - terminated "
010333         WS-SEP-TERM-DATE " reason " WS-SEP-TERM-REASON ".".
010334     PERFORM 3300-GET-HOURS-WORKED THRU 3300-EXIT.
010335     PERFORM 5050-CHECK-LEAVE-BALANCE THRU 5050-EXIT.
010336     IF WS-LEAVE-PAY-REFUSED
010337         DISPLAY "No final pay issued - employee "
010338             WS-EMPLOYEE-ID " is still terminated pending pay."
010339         GO TO 3500-EXIT
010340     END-IF.
010341     PERFORM 5000-CALCULATE-PAY THRU 5000-EXIT.
010342     PERFORM 3510-FIGURE-VACATION-PAYOUT THRU 3510-EXIT.
010343     PERFORM 5500-CALCULATE-WITHHOLDING THRU 5500-EXIT.
010344     PERFORM 6000-DISPLAY-SUMMARY THRU 6000-EXIT.
010345     PERFORM 6100-WRITE-PAYSTUB THRU 6100-EXIT.
010346     PERFORM 6190-WRITE-PAYMENT THRU 6190-EXIT.
010347     PERFORM 7000-UPDATE-YTD-AND-AUDIT THRU 7000-EXIT.
010349     PERFORM 3600-POST-OFF-CYCLE-PAY THRU 3600-EXIT.
010351     PERFORM 3520-STOP-DEDUCTIONS THRU 3520-EXIT.
010352     PERFORM 3530-INACTIVATE-EMPLOYEE THRU 3530-EXIT.
010353 3500-EXIT.
010354     EXIT.
010355
010356*----------------------------------------------------------------
010357* CASH OUT THE VACATION BALANCE 5050 PROJECTED (THIS PAY'S
010358* DRAW AND ACCRUAL ALREADY APPLIED) AT THE EMPLOYEE'S STRAIGHT
010359* HOURLY RATE - A SALARIED EMPLOYEE'S WEEKLY SALARY OVER 40.
010360* SICK LEAVE IS NOT PAID OUT; IT IS FORFEITED AT SEPARATION.
010361* WITH NO RATE ON FILE THE VACATION HOURS ARE LEFT ON LEAVEBAL
010362* FOR THE DESK TO SETTLE BY HAND.
010363*----------------------------------------------------------------
010364 3510-FIGURE-VACATION-PAYOUT.
010365     MOVE ZERO TO WS-VACATION-PAYOUT WS-PAYOUT-HOURS
010366         WS-PAYOUT-RATE.
010367     MOVE ZERO TO WS-SICK-BALANCE-AFTER.
010368     IF WS-VAC-BALANCE-AFTER = ZERO
010369         GO TO 3510-EXIT
010370     END-IF.
010371     IF WS-TYPE-SALARIED
010372         COMPUTE WS-PAYOUT-RATE ROUNDED = WS-SALARY-AMOUNT / 40
010373     ELSE
010374         MOVE HOURLY-WAGE TO WS-PAYOUT-RATE
010375     END-IF.
010376     IF WS-PAYOUT-RATE = ZERO
010377         MOVE WS-VAC-BALANCE-AFTER TO WS-FORMATTED-LEAVE
010378         DISPLAY "No hourly rate on file for employee "
010379             WS-EMPLOYEE-ID " - " WS-FORMATTED-LEAVE
010380             " vacation hours left on LEAVEBAL to settle by "
010381             "hand."
010382         GO TO 3510-EXIT
010383     END-IF.
010384     MOVE WS-VAC-BALANCE-AFTER TO WS-PAYOUT-HOURS.
010385     COMPUTE WS-VACATION-PAYOUT ROUNDED =
010386         WS-PAYOUT-HOURS * WS-PAYOUT-RATE.
010387     ADD WS-VACATION-PAYOUT TO GROSS-PAY.
010388     MOVE ZERO TO WS-VAC-BALANCE-AFTER.
010389 3510-EXIT.
010390     EXIT.
010391
010392*================================================================
010393* 3520-STOP-DEDUCTIONS - EVERY DEDMAST ITEM STILL ACTIVE FOR THE
010394* EMPLOYEE IS SET INACTIVE AND LISTED ON THE SEPARATION REPORT.
010395* THE GOAL BALANCES ARE AS LEFT BY THIS FINAL CHECK; EACH
010396* GARNISHMENT IS FLAGGED FOR HR TO NOTIFY THE AGENCY.
010397*================================================================
010398 3520-STOP-DEDUCTIONS.
010399     MOVE ZERO TO WS-SEP-OPEN-COUNT WS-SEP-GARNISH-TOTAL.
010400     OPEN EXTEND SEPARATION-REPORT-FILE.
010401     IF NOT WS-SEPARPT-OK
010402         OPEN OUTPUT SEPARATION-REPORT-FILE
010403     END-IF.
010404     PERFORM 3522-WRITE-SEPARATION-HEADING THRU 3522-EXIT.
010405
010406     MOVE "N" TO WS-DED-EOF-SWITCH.
010407     MOVE WS-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
010408     MOVE LOW-VALUES TO DD-DEDUCTION-CODE.
010409     START DEDUCTION-MASTER
010410         KEY IS GREATER THAN OR EQUAL TO DD-DEDUCTION-KEY
010411         INVALID KEY
010412             MOVE "Y" TO WS-DED-EOF-SWITCH
010413     END-START.
010414     PERFORM 3525-STOP-ONE-DEDUCTION
010415         UNTIL WS-DED-PASS-DONE.
010416
010417     WRITE SEPARATION-REPORT-LINE FROM WS-DASH-LINE.
010418     MOVE SPACES TO SEPARATION-REPORT-LINE.
010419     IF WS-SEP-OPEN-COUNT = ZERO
010420         MOVE "NO OPEN DEDUCTIONS" TO SEPARATION-REPORT-LINE
010421     ELSE
010422         MOVE WS-SEP-OPEN-COUNT TO WS-SEP-COUNT-EDIT
010423         STRING "Deductions stopped:       " DELIMITED BY SIZE
010424             WS-SEP-COUNT-EDIT DELIMITED BY SIZE
010425             INTO SEPARATION-REPORT-LINE
010426     END-IF.
010427     WRITE SEPARATION-REPORT-LINE.
010428     MOVE WS-SEP-GARNISH-TOTAL TO WS-FORMATTED-SEP-AMOUNT.
010429     MOVE SPACES TO SEPARATION-REPORT-LINE.
010430     STRING "Garnishment balance owed: " DELIMITED BY SIZE
010431         WS-FORMATTED-SEP-AMOUNT DELIMITED BY SIZE
010432         INTO SEPARATION-REPORT-LINE.
010433     WRITE SEPARATION-REPORT-LINE.
010434     MOVE SPACES TO SEPARATION-REPORT-LINE.
010435     WRITE SEPARATION-REPORT-LINE.
010436     CLOSE SEPARATION-REPORT-FILE.
010437     DISPLAY "Separation report written to SEPARPT.".
010438 3520-EXIT.
010439     EXIT.
010440
010441 3522-WRITE-SEPARATION-HEADING.
010442     WRITE SEPARATION-REPORT-LINE FROM WS-DASH-LINE.
010443     MOVE SPACES TO SEPARATION-REPORT-LINE.
010444     STRING "SEPARATION REPORT - RUN " DELIMITED BY SIZE
010445         WS-CURRENT-MONTH  DELIMITED BY SIZE
010446         "/" DELIMITED BY SIZE
010447         WS-CURRENT-DAY    DELIMITED BY SIZE
010448         "/" DELIMITED BY SIZE
010449         WS-CURRENT-YEAR   DELIMITED BY SIZE
010450         "  BY " DELIMITED BY SIZE
010451         WS-RUN-BY         DELIMITED BY SIZE
010452         INTO SEPARATION-REPORT-LINE.
010453     WRITE SEPARATION-REPORT-LINE.
010454     MOVE SPACES TO SEPARATION-REPORT-LINE.
010455     STRING "Employee:    " DELIMITED BY SIZE
010456         WS-EMPLOYEE-ID DELIMITED BY SIZE
010457         "  " DELIMITED BY SIZE
010458         EMPLOYEE-NAME DELIMITED BY SIZE
010459         INTO SEPARATION-REPORT-LINE.
010460     WRITE SEPARATION-REPORT-LINE.
010461     MOVE SPACES TO SEPARATION-REPORT-LINE.
010462     STRING "Terminated:  " DELIMITED BY SIZE
010463         WS-SEP-TERM-DATE DELIMITED BY SIZE
010464         "  Reason: " DELIMITED BY SIZE
010465         WS-SEP-TERM-REASON DELIMITED BY SIZE
010466         INTO SEPARATION-REPORT-LINE.
010467     WRITE SEPARATION-REPORT-LINE.
010468     MOVE SPACES TO SEPARATION-REPORT-LINE.
010469     STRING "Final Check: " DELIMITED BY SIZE
010470         WS-CHECK-NUMBER DELIMITED BY SIZE
010471         "  Net: " DELIMITED BY SIZE
010472         WS-FORMATTED-NET-PAY DELIMITED BY SIZE
010473         INTO SEPARATION-REPORT-LINE.
010474     WRITE SEPARATION-REPORT-LINE.
010475     MOVE WS-VACATION-PAYOUT TO WS-FORMATTED-PAYOUT.
010476     MOVE WS-PAYOUT-HOURS TO WS-FORMATTED-LEAVE.
010477     MOVE SPACES TO SEPARATION-REPORT-LINE.
010478     STRING "Vac Payout:  " DELIMITED BY SIZE
010479         WS-FORMATTED-PAYOUT DELIMITED BY SIZE
010480         "  for " DELIMITED BY SIZE
010481         WS-FORMATTED-LEAVE DELIMITED BY SIZE
010482         " HRS" DELIMITED BY SIZE
010483         INTO SEPARATION-REPORT-LINE.
010484     WRITE SEPARATION-REPORT-LINE.
010485     WRITE SEPARATION-REPORT-LINE FROM WS-DASH-LINE.
010486     MOVE "  CODE NAME             TYPE         GOAL BALANCE"
010487         TO SEPARATION-REPORT-LINE.
010488     WRITE SEPARATION-REPORT-LINE.
010489 3522-EXIT.
010490     EXIT.
010491
010492 3525-STOP-ONE-DEDUCTION.
010493     READ DEDUCTION-MASTER NEXT RECORD
010494         AT END
010495             MOVE "Y" TO WS-DED-EOF-SWITCH
010496     END-READ.
010497     IF NOT WS-DED-PASS-DONE
010498         AND DD-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
010499         MOVE "Y" TO WS-DED-EOF-SWITCH
010500     END-IF.
010501     IF NOT WS-DED-PASS-DONE
010502         AND NOT DD-DEDUCTION-INACTIVE
010503         PERFORM 3527-WRITE-SEPARATION-LINE THRU 3527-EXIT
010504         MOVE "I" TO DD-ACTIVE-STATUS
010505         REWRITE DEDUCTION-MASTER-RECORD
010506             INVALID KEY
010507                 DISPLAY "Deduction " DD-DEDUCTION-CODE
010508                     " could not be stopped - status "
010509                     WS-DEDMAST-STATUS "."
010510         END-REWRITE
010511     END-IF.
010512
010513*----------------------------------------------------------------
010514* ONE LINE PER DEDUCTION STOPPED.  A GARNISHMENT IS ANY ITEM
010515* CARRYING A DISPOSABLE-PAY LIMIT; ITS GOAL BALANCE STILL OWED
010516* ROLLS INTO THE TOTAL THE AGENCIES ARE TOLD ABOUT.
010517*----------------------------------------------------------------
010518 3527-WRITE-SEPARATION-LINE.
010519     ADD 1 TO WS-SEP-OPEN-COUNT.
010520     IF DD-GARNISH-LIMIT-PCT > ZERO
010521         MOVE "GARNISHMENT" TO WS-SEP-KIND
010522         MOVE "NOTIFY AGENCY" TO WS-SEP-NOTE
010523     ELSE
010524         MOVE "DEDUCTION" TO WS-SEP-KIND
010525         MOVE SPACES TO WS-SEP-NOTE
010526     END-IF.
010527     IF DD-HAS-GOAL
010528         MOVE DD-GOAL-BALANCE TO WS-FORMATTED-SEP-AMOUNT
010529         MOVE WS-FORMATTED-SEP-AMOUNT TO WS-SEP-BALANCE-TEXT
010530         IF DD-GARNISH-LIMIT-PCT > ZERO
010531             ADD DD-GOAL-BALANCE TO WS-SEP-GARNISH-TOTAL
010532         END-IF
010533     ELSE
010534         MOVE "       NO GOAL" TO WS-SEP-BALANCE-TEXT
010535     END-IF.
010536     MOVE SPACES TO SEPARATION-REPORT-LINE.
010537     STRING "  " DELIMITED BY SIZE
010538         DD-DEDUCTION-CODE DELIMITED BY SIZE
010539         "  " DELIMITED BY SIZE
010540         DD-DEDUCTION-NAME DELIMITED BY SIZE
010541         "  " DELIMITED BY SIZE
010542         WS-SEP-KIND DELIMITED BY SIZE
010543         "  " DELIMITED BY SIZE
010544         WS-SEP-BALANCE-TEXT DELIMITED BY SIZE
010545         "  " DELIMITED BY SIZE
010546         WS-SEP-NOTE DELIMITED BY SIZE
010547         INTO SEPARATION-REPORT-LINE.
010548     WRITE SEPARATION-REPORT-LINE.
010549 3527-EXIT.
010550     EXIT.
010551
010552*================================================================
010553* 3530-INACTIVATE-EMPLOYEE - THE FINAL PAY HAS POSTED, SO THE
010554* MASTER GOES INACTIVE.  THE RUN OPENS EMPLOYEE-MASTER FOR
010555* INPUT; IT IS REOPENED I-O JUST FOR THIS ONE REWRITE.
010556*================================================================
010557 3530-INACTIVATE-EMPLOYEE.
010558     CLOSE EMPLOYEE-MASTER.
010559     OPEN I-O EMPLOYEE-MASTER.
010560     IF WS-MASTER-OK
010561         PERFORM 3535-REWRITE-INACTIVE THRU 3535-EXIT
010562     ELSE
010563         DISPLAY "EMPLOYEE-MASTER could not be opened for "
010564             "update - status " WS-MASTER-STATUS ".  Employee "
010565             WS-EMPLOYEE-ID " must be deactivated in EMPMAINT."
010566     END-IF.
010567     CLOSE EMPLOYEE-MASTER.
010568     OPEN INPUT EMPLOYEE-MASTER.
010569 3530-EXIT.
010570     EXIT.
010571
010572 3535-REWRITE-INACTIVE.
010573     MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
010574     READ EMPLOYEE-MASTER
010575         KEY IS EM-EMPLOYEE-ID
010576         INVALID KEY
010577             DISPLAY "Employee ID " WS-EMPLOYEE-ID
010578                 " vanished from EMPLOYEE-MASTER - not "
010579                 "inactivated."
010580             GO TO 3535-EXIT
010581     END-READ.
010582     MOVE "I" TO EM-ACTIVE-STATUS.
010583     REWRITE EMPLOYEE-MASTER-RECORD
010584         INVALID KEY
010585             DISPLAY "Employee ID " WS-EMPLOYEE-ID
010586                 " could not be rewritten - status "
010587                 WS-MASTER-STATUS "."
010588             GO TO 3535-EXIT
010589     END-REWRITE.
010590     DISPLAY "Employee " WS-EMPLOYEE-ID " is now inactive.".
010591     MOVE SPACES TO AUDIT-LOG-LINE.
010592     STRING WS-CURRENT-YEAR   DELIMITED BY SIZE
010593         "-" DELIMITED BY SIZE
010594         WS-CURRENT-MONTH     DELIMITED BY SIZE
010595         "-" DELIMITED BY SIZE
010596         WS-CURRENT-DAY       DELIMITED BY SIZE
010597         "  " DELIMITED BY SIZE
010598         WS-PAY-PERIOD        DELIMITED BY SIZE
010599         "  " DELIMITED BY SIZE
010600         WS-EMPLOYEE-ID       DELIMITED BY SIZE
010601         "  FINAL PAY POSTED - INACTIVATED " DELIMITED BY SIZE
010602         WS-RUN-BY            DELIMITED BY SIZE
010603         INTO AUDIT-LOG-LINE.
010604     WRITE AUDIT-LOG-LINE.
010605 3535-EXIT.
010606     EXIT.
010607
010608*================================================================
010610* 4000-BATCH-RUN - PROCESS THE WHOLE EMPLOYEE-TIMECARD-FILE.
010620*================================================================
010630 4000-BATCH-RUN.
011610         NOT AT END
011620             IF WS-DEPT-COUNT < 50
011630                 ADD 1 TO WS-DEPT-COUNT
011640                 MOVE DEPT-CHECKPOINT-RECORD (1: 150)
011650                     TO WS-DEPT-ENTRY (WS-DEPT-COUNT)
011660             END-IF
011670     END-READ.
011800             OPEN OUTPUT ACH-PAYMENT-FILE
011810             MOVE WS-CURRENT-DATE-DISPLAY TO AH-FILE-DATE
011820             MOVE WS-PAY-PERIOD TO AH-PERIOD-NUMBER
011825             MOVE WS-PAY-GROUP TO AH-PAY-GROUP
011830             WRITE ACH-PAYMENT-RECORD FROM WS-ACH-HEADER
011840         END-IF
011850     ELSE
011860         OPEN OUTPUT ACH-PAYMENT-FILE
011870         MOVE WS-CURRENT-DATE-DISPLAY TO AH-FILE-DATE
011880         MOVE WS-PAY-PERIOD TO AH-PERIOD-NUMBER
011885         MOVE WS-PAY-GROUP TO AH-PAY-GROUP
011890         WRITE ACH-PAYMENT-RECORD FROM WS-ACH-HEADER
011900     END-IF.
011910 4080-EXIT.
012226     ELSE
012227         MOVE "R" TO WS-EARNINGS-TYPE
012228     END-IF.
012229     MOVE ZERO TO WS-WEEK2-HOURS.
012230     PERFORM 4150-LOOKUP-EMPLOYEE-BATCH THRU 4150-EXIT.
012240
012250     IF WS-EMPLOYEE-FOUND
012790                 " not found on EMPLOYEE-MASTER - "
012800                 "timecard skipped."
012810         NOT INVALID KEY
012814             EVALUATE TRUE
012818                 WHEN EM-EMPLOYEE-INACTIVE
012822                     DISPLAY "Employee ID " WS-EMPLOYEE-ID
012826                         " is inactive - timecard skipped."
012830                 WHEN EM-TERMINATION-PENDING
012834                     DISPLAY "Employee ID " WS-EMPLOYEE-ID
012838                         " is terminated - final pay runs in "
012842                         "final-pay mode - timecard skipped."
012847                 WHEN EM-PAY-GROUP NOT = WS-PAY-GROUP
012851                     DISPLAY "Employee ID " WS-EMPLOYEE-ID
012855                         " is in pay group '" EM-PAY-GROUP
012859                         "' - timecard skipped."
012863                 WHEN OTHER
012867                     PERFORM 3220-LOAD-EMPLOYEE-FIELDS
012871                         THRU 3220-EXIT
012875             END-EVALUATE
012880     END-READ.
012890 4150-EXIT.
012900     EXIT.
012940* LOCK RECORD IS WRITTEN BY 7500-WRITE-PAYMENT-LOCK THE MOMENT
012950* A PAYMENT POSTS, SO A RE-RUN OF THE SAME BATCH FINDS IT HERE.
012960* SHARED BY BOTH RUN MODES.
012963* A LOCK LEFT BY ANOTHER PAY GROUP'S PERIOD OF THE SAME NUMBER
012966* (AN EMPLOYEE MOVED BETWEEN GROUPS) DOES NOT COUNT.
012970*----------------------------------------------------------------
012980 4300-CHECK-PAYMENT-LOCK.
012990     MOVE "N" TO WS-LOCKED-SWITCH.
013040         INVALID KEY
013050             CONTINUE
013060         NOT INVALID KEY
013065             IF PL-PAY-GROUP = WS-PAY-GROUP
013070                 MOVE "Y" TO WS-LOCKED-SWITCH
013075             END-IF
013080     END-READ.
013090 4300-EXIT.
013100     EXIT.
013300     ELSE
013310         MOVE ZERO TO HOURS-WORKED
013320         DISPLAY "Invalid hours on timecard for employee "
013321             WS-EMPLOYEE-ID " - treated as zero hours."
013322     END-IF.
013323* SECOND-WEEK HOURS MATTER ONLY FOR REGULAR HOURS IN A PERIOD
013324* LONGER THAN A WEEK.  BLANK MEANS ALL HOURS FELL IN WEEK ONE.
013325     IF WS-FREQ-WEEKLY OR NOT WS-EARN-REGULAR
013326         OR TC-WEEK2-HOURS-TEXT = SPACES
013327         GO TO 4170-EXIT
013328     END-IF.
013329     IF FUNCTION TEST-NUMVAL(TC-WEEK2-HOURS-TEXT) = ZERO
013330         AND FUNCTION NUMVAL(TC-WEEK2-HOURS-TEXT) >= ZERO
013331         AND FUNCTION NUMVAL(TC-WEEK2-HOURS-TEXT)
013332             NOT > HOURS-WORKED
013333         MOVE FUNCTION NUMVAL(TC-WEEK2-HOURS-TEXT)
013334             TO WS-WEEK2-HOURS
013335     ELSE
013336         DISPLAY "Invalid second-week hours on timecard for "
013337             "employee " WS-EMPLOYEE-ID " - all hours taken "
013338             "as week one."
013340     END-IF.
013350 4170-EXIT.
013360     EXIT.
013861                 TO JL-JOB-NUMBER (WS-JOBLINE-COUNT)
013862             MOVE JD-DEPARTMENT-CODE
013863                 TO JL-DEPARTMENT (WS-JOBLINE-COUNT)
013864             MOVE JD-WC-CLASS-CODE
013865                 TO JL-WC-CLASS (WS-JOBLINE-COUNT)
013866             IF JD-HOURS IS NUMERIC
013867                 MOVE JD-HOURS
013868                     TO JL-HOURS (WS-JOBLINE-COUNT)
013869             ELSE
013870                 MOVE ZERO TO JL-HOURS (WS-JOBLINE-COUNT)
013871             END-IF
013872         ELSE
013873             DISPLAY "Job detail table full - line ignored."
013874         END-IF
013875     END-IF.
013876
013877*================================================================
013878* 4450-DISTRIBUTE-LABOR - SPREAD THIS EMPLOYEE'S GROSS ACROSS
013879* THE JOBS WORKED, PRO-RATA BY THE JOBDTL HOURS.  AN EMPLOYEE
013880* WITH NO JOB LINES (SALARIED, COMMISSION, LEAVE, OR NO
013881* CHARGES KEYED) LANDS WHOLLY ON THE HOME DEPARTMENT.  THE
013882* ROUNDING RESIDUE RIDES THE LAST LINE TOUCHED, SO THE SPREAD
013883* ALWAYS SUMS BACK TO THE GROSS PAID.
013884* THE SAME SPREAD SPLITS THE PAY BY WORKERS' COMPENSATION CLASS
013885* (THE JOB'S CLASS, ELSE THE HOME DEPARTMENT'S) WITH THE OVERTIME
013886* PREMIUM LEFT OUT, AND 4480 ACCRUES AND RECORDS THE PREMIUM.
013887*================================================================
013888 4450-DISTRIBUTE-LABOR.
013889     MOVE ZERO TO WS-LABOR-HOURS-TOTAL.
013890     MOVE ZERO TO WS-JOBLINE-SUB.
013891     PERFORM 4452-SUM-EMPLOYEE-HOURS
013892         UNTIL WS-JOBLINE-SUB >= WS-JOBLINE-COUNT.
013893
013894     PERFORM 4470-START-WC-CLASSES THRU 4470-EXIT.
013895
013896     IF WS-LABOR-HOURS-TOTAL = ZERO
013897         MOVE SPACES TO WS-LABOR-JOB
013898         MOVE WS-DEPARTMENT-CODE TO WS-LABOR-DEPT
013899         COMPUTE WS-LABOR-HOURS =
013900             WS-REGULAR-HOURS + WS-OVERTIME-HOURS
013901         MOVE GROSS-PAY TO WS-LABOR-SHARE
013902         PERFORM 4460-ACCUMULATE-JOB-COST THRU 4460-EXIT
013903         MOVE WS-WC-HOME-CLASS TO WS-WC-CLASS
013904         MOVE WS-WC-BASIS TO WS-WC-BASIS-SHARE
013905         PERFORM 4475-ACCUMULATE-WC-CLASS THRU 4475-EXIT
013906         PERFORM 4480-POST-WC-CLASSES THRU 4480-EXIT
013907         GO TO 4450-EXIT
013908     END-IF.
013909
013910     MOVE GROSS-PAY TO WS-LABOR-REMAINING.
013911     MOVE WS-WC-BASIS TO WS-WC-BASIS-REMAINING.
013912     MOVE ZERO TO WS-LAST-JOBCOST-SUB.
013913     MOVE ZERO TO WS-JOBLINE-SUB.
013914     PERFORM 4455-SPREAD-ONE-LINE
013915         UNTIL WS-JOBLINE-SUB >= WS-JOBLINE-COUNT.
013916     IF WS-LABOR-REMAINING NOT = ZERO
013917         AND WS-LAST-JOBCOST-SUB > ZERO
013918         ADD WS-LABOR-REMAINING
013919             TO JT-GROSS (WS-LAST-JOBCOST-SUB)
013920     END-IF.
013921     IF WS-LAST-WC-EMP-SUB > ZERO
013922         ADD WS-LABOR-REMAINING
013923             TO EC-GROSS (WS-LAST-WC-EMP-SUB)
013924         ADD WS-WC-BASIS-REMAINING
013925             TO EC-PAYROLL (WS-LAST-WC-EMP-SUB)
013926     END-IF.
013927     PERFORM 4480-POST-WC-CLASSES THRU 4480-EXIT.
013928 4450-EXIT.
013929     EXIT.
013930
013931 4452-SUM-EMPLOYEE-HOURS.
013932     ADD 1 TO WS-JOBLINE-SUB.
013933     IF JL-EMPLOYEE-ID (WS-JOBLINE-SUB) = WS-EMPLOYEE-ID
013934         ADD JL-HOURS (WS-JOBLINE-SUB)
013935             TO WS-LABOR-HOURS-TOTAL
013936     END-IF.
013937
013938 4455-SPREAD-ONE-LINE.
013939     ADD 1 TO WS-JOBLINE-SUB.
013940     IF JL-EMPLOYEE-ID (WS-JOBLINE-SUB) = WS-EMPLOYEE-ID
013941         COMPUTE WS-LABOR-SHARE ROUNDED =
013942             GROSS-PAY * JL-HOURS (WS-JOBLINE-SUB)
013943             / WS-LABOR-HOURS-TOTAL
013944         SUBTRACT WS-LABOR-SHARE FROM WS-LABOR-REMAINING
013945         MOVE JL-JOB-NUMBER (WS-JOBLINE-SUB) TO WS-LABOR-JOB
013946         IF JL-DEPARTMENT (WS-JOBLINE-SUB) = SPACES
013947             MOVE WS-DEPARTMENT-CODE TO WS-LABOR-DEPT
013948         ELSE
013949             MOVE JL-DEPARTMENT (WS-JOBLINE-SUB)
013950                 TO WS-LABOR-DEPT
013951         END-IF
013952         MOVE JL-HOURS (WS-JOBLINE-SUB) TO WS-LABOR-HOURS
013953         PERFORM 4460-ACCUMULATE-JOB-COST THRU 4460-EXIT
013954         COMPUTE WS-WC-BASIS-SHARE ROUNDED =
013955             WS-WC-BASIS * JL-HOURS (WS-JOBLINE-SUB)
013956             / WS-LABOR-HOURS-TOTAL
013957         SUBTRACT WS-WC-BASIS-SHARE FROM WS-WC-BASIS-REMAINING
013959         IF JL-WC-CLASS (WS-JOBLINE-SUB) = SPACES
013960             MOVE WS-WC-HOME-CLASS TO WS-WC-CLASS
013961         ELSE
013962             MOVE JL-WC-CLASS (WS-JOBLINE-SUB) TO WS-WC-CLASS
013963         END-IF
013964         PERFORM 4475-ACCUMULATE-WC-CLASS THRU 4475-EXIT
013965     END-IF.
013966
013967*----------------------------------------------------------------
013968* ROLL ONE SPREAD LINE INTO THE JOB-COST TABLE, OPENING A NEW
013969* JOB/DEPARTMENT ENTRY THE FIRST TIME IT IS SEEN.  A FULL
013970* TABLE ROLLS INTO THE LAST ENTRY, LIKE THE DEPARTMENT TABLE.
013971*----------------------------------------------------------------
013972 4460-ACCUMULATE-JOB-COST.
013973     MOVE "N" TO WS-JOBCOST-FOUND-SWITCH.
013974     MOVE ZERO TO WS-JOBCOST-SUB.
013975     PERFORM 4465-SCAN-JOBCOST-TABLE
013976         UNTIL WS-JOBCOST-FOUND
013977         OR WS-JOBCOST-SUB >= WS-JOBCOST-COUNT.
013978     IF NOT WS-JOBCOST-FOUND
013979         IF WS-JOBCOST-COUNT >= 200
013980             DISPLAY "Job cost table full - " WS-LABOR-JOB
013981                 " rolled into the last entry."
013982             MOVE WS-JOBCOST-COUNT TO WS-JOBCOST-SUB
013983         ELSE
013984             ADD 1 TO WS-JOBCOST-COUNT
013985             MOVE WS-JOBCOST-COUNT TO WS-JOBCOST-SUB
013986             MOVE WS-LABOR-JOB
013987                 TO JT-JOB-NUMBER (WS-JOBCOST-SUB)
013988             MOVE WS-LABOR-DEPT
013989                 TO JT-DEPARTMENT (WS-JOBCOST-SUB)
013990             MOVE ZERO TO JT-HOURS (WS-JOBCOST-SUB)
013991             MOVE ZERO TO JT-GROSS (WS-JOBCOST-SUB)
013992         END-IF
013993     END-IF.
013994     ADD WS-LABOR-HOURS TO JT-HOURS (WS-JOBCOST-SUB).
013995     ADD WS-LABOR-SHARE TO JT-GROSS (WS-JOBCOST-SUB).
013996     MOVE WS-JOBCOST-SUB TO WS-LAST-JOBCOST-SUB.
013997 4460-EXIT.
013998     EXIT.
013999
014000 4465-SCAN-JOBCOST-TABLE.
014001     ADD 1 TO WS-JOBCOST-SUB.
014002     IF JT-JOB-NUMBER (WS-JOBCOST-SUB) = WS-LABOR-JOB
014003         AND JT-DEPARTMENT (WS-JOBCOST-SUB) = WS-LABOR-DEPT
014004         MOVE "Y" TO WS-JOBCOST-FOUND-SWITCH
014005     END-IF.
014006
014007*----------------------------------------------------------------
014008* START THIS EMPLOYEE'S CLASS SPLIT: THE OVERTIME PREMIUM (THE
014009* HALF-TIME PART OF OVERTIME) COMES OFF THE GROSS TO GIVE THE
014010* REPORTABLE PAYROLL, AND THE HOME DEPARTMENT'S CLASS IS LOOKED
014011* UP FOR LABOR WHOSE JOB CARRIES NO CLASS.
014012*----------------------------------------------------------------
014013 4470-START-WC-CLASSES.
014014     MOVE ZERO TO WS-WC-EMP-COUNT.
014015     MOVE ZERO TO WS-LAST-WC-EMP-SUB.
014016     COMPUTE WS-WC-OT-PREMIUM ROUNDED =
014017         WS-OVERTIME-HOURS * HOURLY-WAGE * .5.
014018     IF WS-WC-OT-PREMIUM > GROSS-PAY
014019         MOVE GROSS-PAY TO WS-WC-OT-PREMIUM
014020     END-IF.
014021     COMPUTE WS-WC-BASIS = GROSS-PAY - WS-WC-OT-PREMIUM.
014022     MOVE SPACES TO WS-WC-HOME-CLASS.
014023     MOVE "N" TO WS-WC-FOUND-SWITCH.
014024     MOVE ZERO TO WS-WC-DEPT-SUB.
014025     PERFORM 4471-SCAN-WC-DEPT-TABLE
014026         UNTIL WS-WC-FOUND
014027         OR WS-WC-DEPT-SUB >= WS-WC-DEPT-COUNT.
014028     IF WS-WC-FOUND
014029         MOVE DC-CLASS-CODE (WS-WC-DEPT-SUB) TO WS-WC-HOME-CLASS
014030     END-IF.
014031 4470-EXIT.
014032     EXIT.
014033
014034 4471-SCAN-WC-DEPT-TABLE.
014035     ADD 1 TO WS-WC-DEPT-SUB.
014036     IF DC-DEPT-CODE (WS-WC-DEPT-SUB) = WS-DEPARTMENT-CODE
014037         MOVE "Y" TO WS-WC-FOUND-SWITCH
014038     END-IF.
014039
014040*----------------------------------------------------------------
014041* ROLL ONE SPREAD LINE INTO THE EMPLOYEE'S CLASS TABLE, OPENING
014042* A NEW CLASS ENTRY THE FIRST TIME IT IS SEEN.  A FULL TABLE
014043* ROLLS INTO THE LAST ENTRY, LIKE THE JOB-COST TABLE.
014044*----------------------------------------------------------------
014045 4475-ACCUMULATE-WC-CLASS.
014046     MOVE "N" TO WS-WC-FOUND-SWITCH.
014047     MOVE ZERO TO WS-WC-EMP-SUB.
014048     PERFORM 4476-SCAN-WC-EMP-TABLE
014049         UNTIL WS-WC-FOUND
014050         OR WS-WC-EMP-SUB >= WS-WC-EMP-COUNT.
014051     IF NOT WS-WC-FOUND
014052         IF WS-WC-EMP-COUNT >= 20
014053             DISPLAY "WC class table full - " WS-WC-CLASS
014054                 " rolled into the last entry."
014055             MOVE WS-WC-EMP-COUNT TO WS-WC-EMP-SUB
014056         ELSE
014057             ADD 1 TO WS-WC-EMP-COUNT
014058             MOVE WS-WC-EMP-COUNT TO WS-WC-EMP-SUB
014059             MOVE WS-WC-CLASS TO EC-CLASS-CODE (WS-WC-EMP-SUB)
014060             MOVE ZERO TO EC-HOURS (WS-WC-EMP-SUB)
014061             MOVE ZERO TO EC-GROSS (WS-WC-EMP-SUB)
014062             MOVE ZERO TO EC-PAYROLL (WS-WC-EMP-SUB)
014063         END-IF
014064     END-IF.
014065     ADD WS-LABOR-HOURS TO EC-HOURS (WS-WC-EMP-SUB).
014066     ADD WS-LABOR-SHARE TO EC-GROSS (WS-WC-EMP-SUB).
014067     ADD WS-WC-BASIS-SHARE TO EC-PAYROLL (WS-WC-EMP-SUB).
014068     MOVE WS-WC-EMP-SUB TO WS-LAST-WC-EMP-SUB.
014069 4475-EXIT.
014070     EXIT.
014071
014072 4476-SCAN-WC-EMP-TABLE.
014073     ADD 1 TO WS-WC-EMP-SUB.
014074     IF EC-CLASS-CODE (WS-WC-EMP-SUB) = WS-WC-CLASS
014075         MOVE "Y" TO WS-WC-FOUND-SWITCH
014076     END-IF.
014077
014078*----------------------------------------------------------------
014079* PRICE EACH CLASS AT ITS WCRATE RATE PER $100 OF REPORTABLE
014080* PAYROLL, ACCRUE THE PREMIUM AGAINST THE EMPLOYEE'S DEPARTMENT
014081* (4400 LEFT WS-DEPT-SUB ON IT) FOR THE GL EXTRACT, AND - WHEN
014082* THE PAY IS REALLY POSTING - RECORD THE SPLIT ON WCDETAIL.  A
014083* CLASS WITH NO RATE STILL REPORTS ITS PAYROLL, AT NO PREMIUM.
014084*----------------------------------------------------------------
014085 4480-POST-WC-CLASSES.
014086     MOVE ZERO TO WS-WC-EMP-SUB.
014087     PERFORM 4485-POST-ONE-WC-CLASS
014088         UNTIL WS-WC-EMP-SUB >= WS-WC-EMP-COUNT.
014089 4480-EXIT.
014090     EXIT.
014091
014092 4485-POST-ONE-WC-CLASS.
014093     ADD 1 TO WS-WC-EMP-SUB.
014094     MOVE ZERO TO WS-WC-RATE.
014095     MOVE "N" TO WS-WC-FOUND-SWITCH.
014096     MOVE ZERO TO WS-WC-RATE-SUB.
014097     PERFORM 4486-SCAN-WC-RATE-TABLE
014098         UNTIL WS-WC-FOUND
014099         OR WS-WC-RATE-SUB >= WS-WC-RATE-COUNT.
014100     IF WS-WC-FOUND
014101         MOVE CR-RATE (WS-WC-RATE-SUB) TO WS-WC-RATE
014102     ELSE
014103         IF WS-WC-RATES-LOADED
014104             DISPLAY "No WC rate for employee " WS-EMPLOYEE-ID
014105                 " class " EC-CLASS-CODE (WS-WC-EMP-SUB)
014106                 " - no premium accrued."
014107         END-IF
014108     END-IF.
014109     COMPUTE WS-WC-PREMIUM ROUNDED =
014110         EC-PAYROLL (WS-WC-EMP-SUB) * WS-WC-RATE / 100.
014111     ADD WS-WC-PREMIUM TO DT-WC-PREMIUM (WS-DEPT-SUB).
014112     IF NOT WS-PROOF-MODE
014113         PERFORM 4490-WRITE-WC-DETAIL THRU 4490-EXIT
014114     END-IF.
014115
014116 4486-SCAN-WC-RATE-TABLE.
014117     ADD 1 TO WS-WC-RATE-SUB.
014118     IF CR-CLASS-CODE (WS-WC-RATE-SUB)
014119         = EC-CLASS-CODE (WS-WC-EMP-SUB)
014120         AND EC-CLASS-CODE (WS-WC-EMP-SUB) NOT = SPACES
014121         MOVE "Y" TO WS-WC-FOUND-SWITCH
014122     END-IF.
014123
014124 4490-WRITE-WC-DETAIL.
014125     MOVE SPACES TO WC-DETAIL-RECORD.
014126     MOVE WS-EMPLOYEE-ID TO WC-EMPLOYEE-ID.
014127     MOVE EC-CLASS-CODE (WS-WC-EMP-SUB) TO WC-CLASS-CODE.
014128     MOVE WS-DEPARTMENT-CODE TO WC-DEPARTMENT-CODE.
014129     MOVE WS-POSTING-DATE TO WC-PAY-DATE.
014130     MOVE WS-PAY-PERIOD TO WC-PERIOD-NUMBER.
014131     MOVE WS-PAY-GROUP TO WC-PAY-GROUP.
014132     MOVE EC-HOURS (WS-WC-EMP-SUB) TO WC-HOURS.
014133     MOVE EC-GROSS (WS-WC-EMP-SUB) TO WC-GROSS.
014134     COMPUTE WC-OT-PREMIUM = EC-GROSS (WS-WC-EMP-SUB)
014135         - EC-PAYROLL (WS-WC-EMP-SUB).
014136     MOVE EC-PAYROLL (WS-WC-EMP-SUB) TO WC-PAYROLL.
014137     MOVE WS-WC-RATE TO WC-RATE.
014138     MOVE WS-WC-PREMIUM TO WC-PREMIUM.
014139     MOVE WS-RUN-BY TO WC-RUN-BY.
014140     MOVE WS-CHECK-NUMBER TO WC-CHECK-NUMBER.
014141     WRITE WC-DETAIL-RECORD.
014142 4490-EXIT.
014143     EXIT.
014144
014145*================================================================
014146* 4860-WRITE-LABOR-DISTRIBUTION - THE LABORRPT REPORT AND THE
014147* JOBCOST EXTRACT, ONE LINE AND ONE RECORD PER JOB/DEPARTMENT
014148* IN THE BATCH.  A BLANK JOB PRINTS AS HOME - UNCHARGED LABOR
014149* ON THE EMPLOYEE'S OWN DEPARTMENT.
014150*================================================================
014151 4860-WRITE-LABOR-DISTRIBUTION.
014152     OPEN OUTPUT LABOR-REPORT-FILE.
014153     OPEN OUTPUT JOB-COST-FILE.
014154     MOVE WS-PAY-PERIOD TO LB-PERIOD-NUMBER.
014155     MOVE WS-CURRENT-DATE-DISPLAY TO LB-RUN-DATE.
014156     WRITE LABOR-REPORT-LINE FROM WS-LABOR-HEADING.
014157     WRITE LABOR-REPORT-LINE FROM WS-LABOR-COLUMNS.
014158     WRITE LABOR-REPORT-LINE FROM WS-DASH-LINE.
014159     MOVE ZERO TO WS-JOBCOST-SUB.
014160     PERFORM 4870-WRITE-ONE-JOB-LINE
014161         UNTIL WS-JOBCOST-SUB >= WS-JOBCOST-COUNT.
014162     CLOSE LABOR-REPORT-FILE.
014163     PERFORM 4865-FOLD-HELD-JOB-COST THRU 4865-EXIT.
014164     CLOSE JOB-COST-FILE.
014165     DISPLAY "Labor distribution written to LABORRPT and "
014166         "JOBCOST.".
014167 4860-EXIT.
014168     EXIT.
014169
014170 4870-WRITE-ONE-JOB-LINE.
014171     ADD 1 TO WS-JOBCOST-SUB.
014172     IF JT-JOB-NUMBER (WS-JOBCOST-SUB) = SPACES
014173         MOVE "HOME  " TO LL-JOB-NUMBER
014174     ELSE
014175         MOVE JT-JOB-NUMBER (WS-JOBCOST-SUB) TO LL-JOB-NUMBER
014176     END-IF.
014177     MOVE JT-DEPARTMENT (WS-JOBCOST-SUB) TO LL-DEPARTMENT.
014178     MOVE JT-HOURS (WS-JOBCOST-SUB) TO LL-HOURS.
014179     MOVE JT-GROSS (WS-JOBCOST-SUB) TO LL-GROSS.
014180     WRITE LABOR-REPORT-LINE FROM WS-LABOR-DETAIL.
014181
014182     MOVE SPACES TO JOB-COST-RECORD.
014183     MOVE JT-JOB-NUMBER (WS-JOBCOST-SUB) TO JC-JOB-NUMBER.
014184     MOVE JT-DEPARTMENT (WS-JOBCOST-SUB)
014185         TO JC-DEPARTMENT-CODE.
014186     MOVE JT-HOURS (WS-JOBCOST-SUB) TO JC-HOURS.
014187     MOVE JT-GROSS (WS-JOBCOST-SUB) TO JC-GROSS.
014188     MOVE WS-PAY-PERIOD TO JC-PERIOD-NUMBER.
014189     MOVE WS-CURRENT-DATE-DISPLAY TO JC-PAY-DATE.
014190     MOVE WS-PAY-GROUP TO JC-PAY-GROUP.
014191     WRITE JOB-COST-RECORD.
014192
014193*================================================================
014194* 4040-OPEN-PROOF-REGISTER - START THE PROOF REGISTER WITH ITS
014195* HEADING.  ONLY A (P)ROOF RUN EVER OPENS THIS FILE.
014196*================================================================
014197 4040-OPEN-PROOF-REGISTER.
014198     OPEN OUTPUT PROOF-REGISTER-FILE.
014199     MOVE WS-PAY-PERIOD TO PH-PERIOD-NUMBER.
014200     MOVE WS-CURRENT-DATE-DISPLAY TO PH-RUN-DATE.
014201     WRITE PROOF-REGISTER-LINE FROM WS-PROOF-HEADING.
014202     WRITE PROOF-REGISTER-LINE FROM WS-PROOF-COLUMNS.
014203     WRITE PROOF-REGISTER-LINE FROM WS-DASH-LINE.
014204 4040-EXIT.
014205     EXIT.
014206
014207*----------------------------------------------------------------
014208* ONE PROOF LINE PER EMPLOYEE - THE SAME NUMBERS THE REAL RUN
014209* WOULD POST, PRINTED INSTEAD.
014210*----------------------------------------------------------------
014211 4720-WRITE-PROOF-LINE.
014212     MOVE WS-EMPLOYEE-ID TO PF-EMPLOYEE-ID.
014213     MOVE GROSS-PAY TO PF-GROSS.
014214     MOVE WS-FEDERAL-TAX-AMOUNT TO PF-FED-TAX.
014215     MOVE WS-STATE-TAX-AMOUNT TO PF-STATE-TAX.
014216     MOVE WS-OASDI-AMOUNT TO PF-OASDI.
014217     MOVE WS-MEDICARE-AMOUNT TO PF-MEDICARE.
014218     COMPUTE PF-DEDUCTIONS =
014219         WS-PRE-TAX-TOTAL + WS-POST-TAX-TOTAL.
014220     MOVE NET-PAY TO PF-NET.
014221     WRITE PROOF-REGISTER-LINE FROM WS-PROOF-DETAIL.
014222 4720-EXIT.
014223     EXIT.
014224
014225*----------------------------------------------------------------
014226* RUN TOTALS AND DEPARTMENT SUBTOTALS AT THE FOOT OF THE PROOF
014227* REGISTER, THEN CLOSE IT.  MIRRORS THE CONSOLE TOTALS OF
014228* 4900-PRINT-REGISTER-TOTALS.
014229*----------------------------------------------------------------
014230 4750-WRITE-PROOF-TOTALS.
014231     WRITE PROOF-REGISTER-LINE FROM WS-DASH-LINE.
014232     MOVE SPACES TO PROOF-REGISTER-LINE.
014233     MOVE WS-TOTAL-GROSS-PAY TO WS-FORMATTED-TOTAL-GROSS.
014234     STRING "EMPLOYEES " DELIMITED BY SIZE
014235         WS-TOTAL-HEADCOUNT DELIMITED BY SIZE
014236         "  TOTAL GROSS " DELIMITED BY SIZE
014237         WS-FORMATTED-TOTAL-GROSS DELIMITED BY SIZE
014238         INTO PROOF-REGISTER-LINE.
014239     WRITE PROOF-REGISTER-LINE.
014240     MOVE SPACES TO PROOF-REGISTER-LINE.
014241     MOVE "BY DEPARTMENT (HEADCOUNT, HOURS, GROSS)"
014242         TO PROOF-REGISTER-LINE.
014243     WRITE PROOF-REGISTER-LINE.
014245     MOVE ZERO TO WS-DEPT-SUB.
014246     PERFORM 4760-WRITE-PROOF-DEPT
014247         UNTIL WS-DEPT-SUB >= WS-DEPT-COUNT.
014248     CLOSE PROOF-REGISTER-FILE.
014249     DISPLAY "Proof register written to PROOFRPT - nothing "
014250         "was posted.".
014251 4750-EXIT.
014252     EXIT.
014253
014254 4760-WRITE-PROOF-DEPT.
014255     ADD 1 TO WS-DEPT-SUB.
014256     MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO PG-DEPT-CODE.
014257     MOVE DT-HEADCOUNT (WS-DEPT-SUB) TO PG-HEADCOUNT.
014258     MOVE DT-HOURS (WS-DEPT-SUB) TO PG-HOURS.
014259     MOVE DT-GROSS (WS-DEPT-SUB) TO PG-GROSS.
014260     WRITE PROOF-REGISTER-LINE FROM WS-PROOF-DEPT-DETAIL.
014261
014262*================================================================
014263* 4600-WRITE-GL-EXTRACT - BALANCED DEBIT/CREDIT SUMMARY BY
014264* DEPARTMENT FOR ACCOUNTING: DR WAGE EXPENSE AT GROSS, CR THE
014265* FEDERAL AND STATE TAX LIABILITIES, EMPLOYEE OASDI AND
014266* MEDICARE WITHHELD, DEDUCTIONS WITHHELD AND NET CASH.
014267* GROSS = FED + STATE + OASDI + MEDICARE + DEDUCTIONS + NET BY
014268* CONSTRUCTION, SO EVERY DEPARTMENT POSTS IN BALANCE.  ACCOUNT
014269* NUMBERS COME FROM THE GLCHART CROSS-REFERENCE; ANYTHING NOT
014270* ON THE CHART GOES TO SUSPENSE 99999999 WITH A CONSOLE NOTE.
014271*================================================================
014272 4600-WRITE-GL-EXTRACT.
014273* AN OFF-CYCLE PAY IS CUT BETWEEN BATCHES, AND EVERY BATCH
014274* STARTS A NEW GLPOST - SO ITS LINES GO TO GLHELD INSTEAD, AND
014275* THE GROUP'S NEXT BATCH FOLDS THEM INTO ITS OWN GLPOST.
014276     IF WS-OFF-CYCLE-MODE
014277         OPEN EXTEND GL-HELD-FILE
014278         IF NOT WS-GLHELD-OK
014279             OPEN OUTPUT GL-HELD-FILE
014280         END-IF
014281     ELSE
014282         OPEN OUTPUT GL-POSTING-FILE
014283     END-IF.
014284     PERFORM 4610-LOAD-CHART-TABLE THRU 4610-EXIT.
014285     MOVE ZERO TO WS-DEPT-SUB.
014286     PERFORM 4620-POST-ONE-DEPARTMENT
014287         UNTIL WS-DEPT-SUB >= WS-DEPT-COUNT.
014288     IF WS-OFF-CYCLE-MODE
014289         CLOSE GL-HELD-FILE
014290         DISPLAY "GL lines written to GLHELD for the group's "
014291             "next batch."
014292     ELSE
014293         PERFORM 4640-FOLD-HELD-GL-LINES THRU 4640-EXIT
014294         CLOSE GL-POSTING-FILE
014295         DISPLAY "GL posting extract written to GLPOST."
014296     END-IF.
014297 4600-EXIT.
014298     EXIT.
014299
014300 4610-LOAD-CHART-TABLE.
014301     MOVE ZERO TO WS-CHART-COUNT.
014302     MOVE "N" TO WS-GL-EOF-SWITCH.
014303     OPEN INPUT GL-CHART-FILE.
014304     IF NOT WS-GLCHART-OK
014305         DISPLAY "GLCHART could not be opened - all postings "
014306             "go to suspense account 99999999."
014307         GO TO 4610-EXIT
014308     END-IF.
014309     PERFORM 4615-READ-CHART-RECORD
014310         UNTIL WS-END-OF-CHART.
014311     CLOSE GL-CHART-FILE.
014312 4610-EXIT.
014313     EXIT.
014314
014315 4615-READ-CHART-RECORD.
014316     READ GL-CHART-FILE
014317         AT END
014318             MOVE "Y" TO WS-GL-EOF-SWITCH
014319         NOT AT END
014320             IF WS-CHART-COUNT < 100
014321                 ADD 1 TO WS-CHART-COUNT
014322                 MOVE GC-DEPARTMENT
014323                     TO CT-DEPARTMENT (WS-CHART-COUNT)
014324                 MOVE GC-POSTING-TYPE
014325                     TO CT-POSTING-TYPE (WS-CHART-COUNT)
014326                 MOVE GC-ACCOUNT-NUMBER
014327                     TO CT-ACCOUNT-NUMBER (WS-CHART-COUNT)
014328             ELSE
014329                 DISPLAY "GLCHART table full - entry ignored."
014330             END-IF
014331     END-READ.
014332
014333 4620-POST-ONE-DEPARTMENT.
014334     ADD 1 TO WS-DEPT-SUB.
014335     MOVE DT-DEPT-CODE (WS-DEPT-SUB) TO WS-GL-DEPARTMENT.
014336
014337     MOVE "WG" TO WS-GL-POSTING-TYPE.
014338     MOVE "DR" TO WS-GL-DR-CR.
014340     MOVE "WAGE EXPENSE" TO WS-GL-DESCRIPTION.
014350     MOVE DT-GROSS (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014360     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014460     MOVE "STATE TAX PAYABLE" TO WS-GL-DESCRIPTION.
014470     MOVE DT-STATE-TAX (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014480     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014481
014482     MOVE "OA" TO WS-GL-POSTING-TYPE.
014484     MOVE "CR" TO WS-GL-DR-CR.
014485     MOVE "OASDI WITHHELD" TO WS-GL-DESCRIPTION.
014487     MOVE DT-EE-OASDI (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014488     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014490
014491     MOVE "MC" TO WS-GL-POSTING-TYPE.
014492     MOVE "CR" TO WS-GL-DR-CR.
014494     MOVE "MEDICARE WITHHELD" TO WS-GL-DESCRIPTION.
014495     MOVE DT-EE-MEDICARE (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014497     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014498
014500     MOVE "DD" TO WS-GL-POSTING-TYPE.
014510     MOVE "CR" TO WS-GL-DR-CR.
014520     MOVE "DEDUCTIONS PAYABLE" TO WS-GL-DESCRIPTION.
014628     MOVE DT-ER-SUTA (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014629     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014630
014631* WORKERS' COMPENSATION PREMIUM ACCRUED ON THE PAY - THE EXPENSE
014632* AND THE ACCRUAL ARE THE SAME FIGURE, SO THIS PAIR BALANCES TOO.
014633     MOVE "WC" TO WS-GL-POSTING-TYPE.
014634     MOVE "DR" TO WS-GL-DR-CR.
014635     MOVE "WC PREMIUM EXPENSE" TO WS-GL-DESCRIPTION.
014637     MOVE DT-WC-PREMIUM (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014638     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014639
014640     MOVE "WL" TO WS-GL-POSTING-TYPE.
014641     MOVE "CR" TO WS-GL-DR-CR.
014642     MOVE "WC PREMIUM ACCRUED" TO WS-GL-DESCRIPTION.
014644     MOVE DT-WC-PREMIUM (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014645     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014646
014647* THE EMPLOYER RETIREMENT MATCH - A BENEFIT EXPENSE, OWED TO THE
014648* PLAN UNTIL DEDREMIT PAYS IT OVER WITH THE DEFERRALS.
014650     MOVE "RM" TO WS-GL-POSTING-TYPE.
014651     MOVE "DR" TO WS-GL-DR-CR.
014652     MOVE "RETIRE MATCH EXPENSE" TO WS-GL-DESCRIPTION.
014653     MOVE DT-RETIRE-MATCH (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014654     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014655
014657     MOVE "RP" TO WS-GL-POSTING-TYPE.
014658     MOVE "CR" TO WS-GL-DR-CR.
014659     MOVE "RETIRE MATCH PAYABLE" TO WS-GL-DESCRIPTION.
014660     MOVE DT-RETIRE-MATCH (WS-DEPT-SUB) TO WS-GL-AMOUNT.
014661     PERFORM 4630-WRITE-ONE-POSTING THRU 4630-EXIT.
014662
014664 4630-WRITE-ONE-POSTING.
014665     IF WS-GL-AMOUNT = ZERO
014666         GO TO 4630-EXIT
014667     END-IF.
014668     PERFORM 4650-FIND-CHART-ACCOUNT THRU 4650-EXIT.
014670     MOVE SPACES TO WS-GL-POSTING-LINE.
014680     MOVE WS-GL-ACCOUNT    TO GP-ACCOUNT-NUMBER.
014690     MOVE WS-GL-DEPARTMENT TO GP-DEPARTMENT.
014700     MOVE WS-GL-DR-CR      TO GP-DR-CR.
014701* A REVERSAL POSTS THE ORIGINAL'S FIGURES WITH EVERY SIDE
014702* TURNED AROUND, SO THE AMOUNTS ON THE LINE STAY POSITIVE.
014703     IF WS-GL-REVERSING
014704         IF GP-DR-CR = "DR"
014705             MOVE "CR" TO GP-DR-CR
014706         ELSE
014707             MOVE "DR" TO GP-DR-CR
014708         END-IF
014709     END-IF.
014710     MOVE WS-GL-AMOUNT     TO GP-AMOUNT.
014711     MOVE WS-GL-DESCRIPTION TO GP-DESCRIPTION.
014712     MOVE WS-CURRENT-DATE-DISPLAY TO GP-PAY-DATE.
014713     MOVE WS-PAY-PERIOD    TO GP-PERIOD-NUMBER.
014714     MOVE WS-PAY-GROUP     TO GP-PAY-GROUP.
014715     IF WS-OFF-CYCLE-MODE
014716         WRITE GL-HELD-RECORD FROM WS-GL-POSTING-LINE
014717     ELSE
014718         WRITE GL-POSTING-RECORD FROM WS-GL-POSTING-LINE
014719     END-IF.
014720 4630-EXIT.
014721     EXIT.
014722
014723*----------------------------------------------------------------
014724* FOLD THE GROUP'S WAITING OFF-CYCLE LINES INTO THE NEW GLPOST.
014725* GLHELD IS WRITTEN BACK, THROUGH THE GLHLDWRK SIDE FILE, WITH
014726* ONLY THE OTHER GROUPS' LINES.  EACH LINE KEEPS THE PERIOD AND
014727* PAY DATE OF THE PAY THAT POSTED IT.
014728*----------------------------------------------------------------
014729 4640-FOLD-HELD-GL-LINES.
014730     MOVE ZERO TO WS-GLHELD-FOLDED.
014731     OPEN INPUT GL-HELD-FILE.
014732     IF NOT WS-GLHELD-OK
014734         GO TO 4640-EXIT
014735     END-IF.
014736     OPEN OUTPUT GL-HELD-WORK-FILE.
014737     MOVE "N" TO WS-GLHELD-EOF-SWITCH.
014738     PERFORM 4645-SPLIT-ONE-HELD-LINE
014739         UNTIL WS-END-OF-GL-HELD.
014740     CLOSE GL-HELD-FILE.
014741     CLOSE GL-HELD-WORK-FILE.
014742
014743     OPEN INPUT GL-HELD-WORK-FILE.
014744     OPEN OUTPUT GL-HELD-FILE.
014745     MOVE "N" TO WS-GLHELD-EOF-SWITCH.
014746     PERFORM 4648-COPY-ONE-HELD-BACK
014747         UNTIL WS-END-OF-GL-HELD.
014748     CLOSE GL-HELD-WORK-FILE.
014749     CLOSE GL-HELD-FILE.
014750     IF WS-GLHELD-FOLDED > ZERO
014751         DISPLAY WS-GLHELD-FOLDED " off-cycle GL line(s) from "
014752             "GLHELD added to GLPOST."
014753     END-IF.
014754 4640-EXIT.
014755     EXIT.
014757
014758 4645-SPLIT-ONE-HELD-LINE.
014759     READ GL-HELD-FILE INTO WS-GL-POSTING-LINE
014760         AT END
014761             MOVE "Y" TO WS-GLHELD-EOF-SWITCH
014762         NOT AT END
014763             IF GP-PAY-GROUP = WS-PAY-GROUP
014764                 WRITE GL-POSTING-RECORD FROM WS-GL-POSTING-LINE
014765                 ADD 1 TO WS-GLHELD-FOLDED
014766             ELSE
014767                 WRITE GL-HELD-WORK-RECORD
014768                     FROM WS-GL-POSTING-LINE
014769             END-IF
014770     END-READ.
014771
014772 4648-COPY-ONE-HELD-BACK.
014773     READ GL-HELD-WORK-FILE
014774         AT END
014775             MOVE "Y" TO WS-GLHELD-EOF-SWITCH
014776         NOT AT END
014777             WRITE GL-HELD-RECORD FROM GL-HELD-WORK-RECORD
014778     END-READ.
014780
014790*----------------------------------------------------------------
014800* ACCOUNT NUMBER FOR ONE DEPARTMENT/POSTING TYPE FROM THE
015040             TO WS-GL-ACCOUNT
015050         MOVE "Y" TO WS-CHART-FOUND-SWITCH
015060     END-IF.
015061
015062*================================================================
015063* 4670-WRITE-LIABILITY-REPORT - THE EMPLOYER TAX LIABILITIES
015064* ACCRUED THIS BATCH, BY DEPARTMENT WITH TOTALS, PLUS THE
015065* WITHHELD FEDERAL, STATE, OASDI AND MEDICARE, SO ACCOUNTING
015066* GETS THE WHOLE
015067* TAX SIDE OF THE BATCH ON ONE PAGE.
015068*================================================================
015069 4670-WRITE-LIABILITY-REPORT.
015070     OPEN OUTPUT TAX-LIABILITY-REPORT.
015071     MOVE WS-PAY-PERIOD TO LH-PERIOD-NUMBER.
015072     MOVE WS-CURRENT-DATE-DISPLAY TO LH-RUN-DATE.
015073     WRITE TAXLIAB-LINE FROM WS-LIAB-HEADING.
015074     IF NOT WS-ACCRUALS-ON
015075         MOVE SPACES TO TAXLIAB-LINE
015076         MOVE "EMPLOYER ACCRUAL WAS OFF THIS RUN (NO EMPRTAX)."
015077             TO TAXLIAB-LINE
015078         WRITE TAXLIAB-LINE
015079     END-IF.
015080     WRITE TAXLIAB-LINE FROM WS-LIAB-COLUMNS.
015081     WRITE TAXLIAB-LINE FROM WS-DASH-LINE.
015082
015083     MOVE ZERO TO WS-LIAB-FICA-TOTAL WS-LIAB-FUTA-TOTAL
015084         WS-LIAB-SUTA-TOTAL WS-LIAB-FED-TOTAL
015085         WS-LIAB-STATE-TOTAL.
015086     MOVE ZERO TO WS-LIAB-OASDI-TOTAL WS-LIAB-MEDICARE-TOTAL.
015087     MOVE ZERO TO WS-DEPT-SUB.
015088     PERFORM 4680-WRITE-DEPT-LIABILITY
015089         UNTIL WS-DEPT-SUB >= WS-DEPT-COUNT.
015090
015091     WRITE TAXLIAB-LINE FROM WS-DASH-LINE.
015092     MOVE "TOTAL" TO LD-DEPT-CODE.
015093     MOVE WS-LIAB-FICA-TOTAL TO LD-FICA-AMOUNT.
015094     MOVE WS-LIAB-FUTA-TOTAL TO LD-FUTA-AMOUNT.
015095     MOVE WS-LIAB-SUTA-TOTAL TO LD-SUTA-AMOUNT.
015096     COMPUTE WS-LIAB-LINE-TOTAL = WS-LIAB-FICA-TOTAL
015097         + WS-LIAB-FUTA-TOTAL + WS-LIAB-SUTA-TOTAL.
015098     MOVE WS-LIAB-LINE-TOTAL TO LD-LINE-TOTAL.
015099     WRITE TAXLIAB-LINE FROM WS-LIAB-DETAIL.
015100
015101     MOVE SPACES TO TAXLIAB-LINE.
015102     WRITE TAXLIAB-LINE.
015103     MOVE "FEDERAL TAX WITHHELD: " TO LC-CAPTION.
015104     MOVE WS-LIAB-FED-TOTAL TO LC-AMOUNT.
015105     WRITE TAXLIAB-LINE FROM WS-LIAB-CAPTION-LINE.
015106     MOVE "STATE TAX WITHHELD:   " TO LC-CAPTION.
015107     MOVE WS-LIAB-STATE-TOTAL TO LC-AMOUNT.
015108     WRITE TAXLIAB-LINE FROM WS-LIAB-CAPTION-LINE.
015109     MOVE "OASDI WITHHELD:       " TO LC-CAPTION.
015110     MOVE WS-LIAB-OASDI-TOTAL TO LC-AMOUNT.
015111     WRITE TAXLIAB-LINE FROM WS-LIAB-CAPTION-LINE.
015112     MOVE "MEDICARE WITHHELD:    " TO LC-CAPTION.
015113     MOVE WS-LIAB-MEDICARE-TOTAL TO LC-AMOUNT.
015115     WRITE TAXLIAB-LINE FROM WS-LIAB-CAPTION-LINE.
015116     CLOSE TAX-LIABILITY-REPORT.
015117     DISPLAY "Employer tax liability report written to "
015135     ADD DT-ER-SUTA (WS-DEPT-SUB) TO WS-LIAB-SUTA-TOTAL.
015136     ADD DT-FED-TAX (WS-DEPT-SUB) TO WS-LIAB-FED-TOTAL.
015137     ADD DT-STATE-TAX (WS-DEPT-SUB) TO WS-LIAB-STATE-TOTAL.
015138     ADD DT-EE-OASDI (WS-DEPT-SUB) TO WS-LIAB-OASDI-TOTAL.
015139     ADD DT-EE-MEDICARE (WS-DEPT-SUB) TO WS-LIAB-MEDICARE-TOTAL.
015140
015141*----------------------------------------------------------------
015142* ROLL THIS EMPLOYEE INTO THE DEPARTMENT ACCUMULATOR TABLE,
015144* OPENING A NEW ENTRY THE FIRST TIME A DEPARTMENT IS SEEN.
015145*----------------------------------------------------------------
015146 4400-ACCUMULATE-DEPARTMENT.
015147     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
015148     MOVE ZERO TO WS-DEPT-SUB.
015150     PERFORM 4410-SCAN-DEPT-TABLE
015160         UNTIL WS-DEPT-FOUND
015170         OR WS-DEPT-SUB >= WS-DEPT-COUNT.
015341             MOVE ZERO TO DT-ER-FICA (WS-DEPT-SUB)
015342             MOVE ZERO TO DT-ER-FUTA (WS-DEPT-SUB)
015343             MOVE ZERO TO DT-ER-SUTA (WS-DEPT-SUB)
015344             MOVE ZERO TO DT-EE-OASDI (WS-DEPT-SUB)
015345             MOVE ZERO TO DT-EE-MEDICARE (WS-DEPT-SUB)
015347             MOVE ZERO TO DT-WC-PREMIUM (WS-DEPT-SUB)
015348             MOVE ZERO TO DT-RETIRE-MATCH (WS-DEPT-SUB)
015350         END-IF
015360     END-IF.
015370     ADD 1 TO DT-HEADCOUNT (WS-DEPT-SUB).
015451     ADD WS-ER-FICA-AMOUNT TO DT-ER-FICA (WS-DEPT-SUB).
015452     ADD WS-ER-FUTA-AMOUNT TO DT-ER-FUTA (WS-DEPT-SUB).
015453     ADD WS-ER-SUTA-AMOUNT TO DT-ER-SUTA (WS-DEPT-SUB).
015454     ADD WS-OASDI-AMOUNT TO DT-EE-OASDI (WS-DEPT-SUB).
015456     ADD WS-MEDICARE-AMOUNT TO DT-EE-MEDICARE (WS-DEPT-SUB).
015458     ADD WS-MATCH-TOTAL TO DT-RETIRE-MATCH (WS-DEPT-SUB).
015460 4400-EXIT.
015470     EXIT.
015480
016030*================================================================
016040 5000-CALCULATE-PAY.
016041     MOVE ZERO TO WS-RETRO-AMOUNT.
016045     MOVE ZERO TO WS-VACATION-PAYOUT WS-PAYOUT-HOURS.
016050     EVALUATE TRUE
016051         WHEN WS-TYPE-SALARIED AND WS-FINAL-PAY-MODE
016053             MOVE WS-SALARY-OWED TO GROSS-PAY
016055             MOVE ZERO TO WS-REGULAR-PAY WS-OVERTIME-PAY
016056             MOVE ZERO TO WS-REGULAR-HOURS WS-OVERTIME-HOURS
016058
016060         WHEN WS-TYPE-SALARIED
016062* THE MASTER CARRIES A WEEKLY SALARY - ANNUALIZE IT AND SPREAD
016064* IT OVER THE PAY GROUP'S PERIODS.
016066             IF WS-FREQ-WEEKLY
016068                 MOVE WS-SALARY-AMOUNT TO GROSS-PAY
016071             ELSE
016073                 COMPUTE GROSS-PAY ROUNDED =
016075                     WS-SALARY-AMOUNT * 52 / WS-PERIODS-PER-YEAR
016077             END-IF
016080             MOVE ZERO TO WS-REGULAR-PAY WS-OVERTIME-PAY
016090             MOVE ZERO TO WS-REGULAR-HOURS WS-OVERTIME-HOURS
016100
016174                 MOVE HOURS-WORKED TO WS-REGULAR-HOURS
016175                 MOVE ZERO TO WS-OVERTIME-HOURS
016176             ELSE
016180                 IF WS-FREQ-WEEKLY
016184                     IF HOURS-WORKED > 40
016189                         MOVE 40 TO WS-REGULAR-HOURS
016193                         COMPUTE WS-OVERTIME-HOURS =
016198                             HOURS-WORKED - 40
016202                     ELSE
016206                         MOVE HOURS-WORKED TO WS-REGULAR-HOURS
016211                         MOVE ZERO TO WS-OVERTIME-HOURS
016215                     END-IF
016220                 ELSE
016230                     PERFORM 5010-FIGURE-WORKWEEK-OVERTIME
016240                         THRU 5010-EXIT
016250                 END-IF
016255             END-IF
016260
016300                 WS-OVERTIME-HOURS * HOURLY-WAGE * 1.5
016310             COMPUTE GROSS-PAY =
016320                 WS-REGULAR-PAY + WS-OVERTIME-PAY
016321     END-EVALUATE.
016322
016323* RETRO PAY RIDES THE BATCH (AND PROOF) RUN ONLY - THE CARD
016324* FILE IS WHAT RELEASES IT.
016325     IF WS-BATCH-MODE OR WS-PROOF-MODE
016326         PERFORM 5100-ADD-RETRO-PAY THRU 5100-EXIT
016327     END-IF.
016328 5000-EXIT.
016329     EXIT.
016330
016331*----------------------------------------------------------------
016332* OVERTIME IS OWED BY THE WORKWEEK, NOT THE PAY PERIOD - EACH
016333* WEEK OF A LONGER PERIOD IS HELD TO 40 STRAIGHT-TIME HOURS ON
016334* ITS OWN.
016335*----------------------------------------------------------------
016336 5010-FIGURE-WORKWEEK-OVERTIME.
016337     COMPUTE WS-WEEK1-HOURS = HOURS-WORKED - WS-WEEK2-HOURS.
016338     MOVE ZERO TO WS-OVERTIME-HOURS.
016339     IF WS-WEEK1-HOURS > 40
016340         COMPUTE WS-OVERTIME-HOURS = WS-WEEK1-HOURS - 40
016341     END-IF.
016342     IF WS-WEEK2-HOURS > 40
016343         COMPUTE WS-OVERTIME-HOURS =
016344             WS-OVERTIME-HOURS + WS-WEEK2-HOURS - 40
016345     END-IF.
016346     COMPUTE WS-REGULAR-HOURS =
016347         HOURS-WORKED - WS-OVERTIME-HOURS.
016348 5010-EXIT.
016350     EXIT.
016351
016352*================================================================
016465         INTO AUDIT-LOG-LINE.
016466     WRITE AUDIT-LOG-LINE.
016467     IF WS-INTERACTIVE-MODE OR WS-ADJUSTMENT-MODE
016468         OR WS-FINAL-PAY-MODE
016469         DISPLAY "Pay the full hours anyway (Y/N): "
016470             WITH NO ADVANCING
016471         ACCEPT WS-OVERRIDE-SWITCH
016472         MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-SWITCH)
016473             TO WS-OVERRIDE-SWITCH
016474         IF NOT WS-OVERRIDE-GRANTED
016475             MOVE "Y" TO WS-LEAVE-REFUSED-SWITCH
016476             DISPLAY "No pay calculated for employee "
016478                 WS-EMPLOYEE-ID "."
016479         END-IF
016480     ELSE
016481         DISPLAY "Hours paid and flagged - the balance will "
016482             "stop at zero."
016483     END-IF.
016484 5060-EXIT.
016485     EXIT.
016486
016487*================================================================
016489* 5500-CALCULATE-WITHHOLDING - PRE-TAX DEDUCTIONS FROM THE
016490* DEDUCTION MASTER COME OFF GROSS FIRST, FEDERAL/STATE TAX IS
016491* FIGURED ON WHAT IS LEFT, EMPLOYEE OASDI AND MEDICARE ON THE
016492* GROSS LESS ONLY THE SECTION 125 ITEMS (5550), THEN THE FLAT
016493* BENEFITS AMOUNT AND
016494* THE POST-TAX DEDUCTIONS (GARNISHMENTS LAST OF ALL, CAPPED AT
016495* THEIR LEGAL SHARE OF DISPOSABLE PAY).  NET PAY IS THE REST.
016496*================================================================
016497 5500-CALCULATE-WITHHOLDING.
016498     MOVE ZERO TO WS-DEDUCTION-COUNT.
016500     MOVE ZERO TO WS-PRE-TAX-TOTAL WS-POST-TAX-TOTAL.
016501     MOVE ZERO TO WS-FLAT-BENEFITS-TAKEN.
016502     MOVE ZERO TO WS-FICA-EXEMPT-TOTAL.
016503     MOVE ZERO TO WS-MATCH-TOTAL WS-MATCH-COUNT.
016504     MOVE ZERO TO WS-RET-PAY-COUNT.
016505     MOVE GROSS-PAY TO WS-REMAINING-PAY.
016506
016507     MOVE "B" TO WS-DED-PASS.
016508     PERFORM 5600-RUN-DEDUCTION-PASS THRU 5600-EXIT.
016510
016520     COMPUTE WS-TAXABLE-GROSS = GROSS-PAY - WS-PRE-TAX-TOTAL.
016521     MOVE "F" TO WS-TAX-JURISDICTION.
016524     MOVE "S" TO WS-TAX-JURISDICTION.
016525     PERFORM 5520-COMPUTE-GRADUATED-TAX THRU 5520-EXIT.
016526     MOVE WS-TAX-RESULT TO WS-STATE-TAX-AMOUNT.
016548     PERFORM 5550-COMPUTE-EMPLOYEE-FICA THRU 5550-EXIT.
016570     COMPUTE WS-DISPOSABLE-PAY =
016580         GROSS-PAY - WS-FEDERAL-TAX-AMOUNT
016586         - WS-STATE-TAX-AMOUNT
016593         - WS-OASDI-AMOUNT - WS-MEDICARE-AMOUNT.
016600     SUBTRACT WS-FEDERAL-TAX-AMOUNT FROM WS-REMAINING-PAY.
016610     SUBTRACT WS-STATE-TAX-AMOUNT  FROM WS-REMAINING-PAY.
016613     SUBTRACT WS-OASDI-AMOUNT FROM WS-REMAINING-PAY.
016616     SUBTRACT WS-MEDICARE-AMOUNT FROM WS-REMAINING-PAY.
016620
016630     IF WS-BENEFITS-AMOUNT > ZERO
016640         PERFORM 5900-ADD-BENEFITS-DEDUCTION THRU 5900-EXIT
016660
016670     MOVE "A" TO WS-DED-PASS.
016680     PERFORM 5600-RUN-DEDUCTION-PASS THRU 5600-EXIT.
016681
016682     COMPUTE WS-TOTAL-DEDUCTIONS =
016683         WS-FEDERAL-TAX-AMOUNT + WS-STATE-TAX-AMOUNT
016684         + WS-OASDI-AMOUNT + WS-MEDICARE-AMOUNT
016685         + WS-PRE-TAX-TOTAL + WS-POST-TAX-TOTAL.
016686     COMPUTE NET-PAY = GROSS-PAY - WS-TOTAL-DEDUCTIONS.
016687 5500-EXIT.
016688     EXIT.
016689
016690*================================================================
016691* 5550-COMPUTE-EMPLOYEE-FICA - THE EMPLOYEE'S OWN OASDI AND
016692* MEDICARE.  FICA WAGES ARE GROSS LESS THE SECTION 125 ITEMS
016693* ONLY - A 401K DEFERRAL STAYS IN.  OASDI STOPS AT THE WAGE
016694* BASE, MEASURED AGAINST THE TAXED WAGES ALREADY ON YTDMAST;
016695* MEDICARE HAS NO BASE, BUT THE PART OF THE YEAR'S MEDICARE
016696* WAGES OVER THE THRESHOLD PAYS THE ADDITIONAL RATE ON TOP.
016697* THE YTD RECORD IS ONLY READ HERE - 7050 POSTS THE WAGES.
016698*================================================================
016699 5550-COMPUTE-EMPLOYEE-FICA.
016700     MOVE ZERO TO WS-OASDI-WAGES WS-MEDICARE-WAGES
016701         WS-OASDI-AMOUNT WS-MEDICARE-AMOUNT WS-ADDL-MED-AMOUNT.
016702     MOVE ZERO TO WS-YTD-FICA-SO-FAR WS-YTD-MEDICARE-SO-FAR.
016703     COMPUTE WS-FICA-WAGES = GROSS-PAY - WS-FICA-EXEMPT-TOTAL.
016704     IF WS-FICA-WAGES NOT > ZERO
016705         GO TO 5550-EXIT
016706     END-IF.
016707
016708     MOVE WS-EMPLOYEE-ID TO YT-EMPLOYEE-ID.
016709     READ YTD-FILE
016710         KEY IS YT-EMPLOYEE-ID
016711         INVALID KEY
016712             CONTINUE
016713         NOT INVALID KEY
016714             IF YT-YTD-FICA-WAGES NUMERIC
016715                 MOVE YT-YTD-FICA-WAGES TO WS-YTD-FICA-SO-FAR
016716             END-IF
016717             IF YT-YTD-MEDICARE-WAGES NUMERIC
016718                 MOVE YT-YTD-MEDICARE-WAGES
016719                     TO WS-YTD-MEDICARE-SO-FAR
016720             END-IF
016721     END-READ.
016722
016723     COMPUTE WS-FICA-PART = WS-OASDI-BASE - WS-YTD-FICA-SO-FAR.
016724     IF WS-FICA-PART > WS-FICA-WAGES
016725         MOVE WS-FICA-WAGES TO WS-FICA-PART
016726     END-IF.
016727     IF WS-FICA-PART > ZERO
016728         MOVE WS-FICA-PART TO WS-OASDI-WAGES
016729         COMPUTE WS-OASDI-AMOUNT ROUNDED =
016730             WS-OASDI-WAGES * WS-OASDI-RATE
016731     END-IF.
016732
016733     MOVE WS-FICA-WAGES TO WS-MEDICARE-WAGES.
016734     COMPUTE WS-MEDICARE-AMOUNT ROUNDED =
016735         WS-MEDICARE-WAGES * WS-MEDICARE-RATE.
016736
016737* ONLY THE PART OF THIS PAY THAT CARRIES THE YEAR OVER THE
016738* THRESHOLD - NEVER MORE THAN THIS PAY'S OWN MEDICARE WAGES.
016739     COMPUTE WS-FICA-PART = WS-YTD-MEDICARE-SO-FAR
016740         + WS-MEDICARE-WAGES - WS-ADDL-MED-THRESHOLD.
016741     IF WS-FICA-PART > WS-MEDICARE-WAGES
016742         MOVE WS-MEDICARE-WAGES TO WS-FICA-PART
016743     END-IF.
016744     IF WS-FICA-PART > ZERO
016745         COMPUTE WS-ADDL-MED-AMOUNT ROUNDED =
016746             WS-FICA-PART * WS-ADDL-MED-RATE
016747         ADD WS-ADDL-MED-AMOUNT TO WS-MEDICARE-AMOUNT
016748     END-IF.
016749 5550-EXIT.
016750     EXIT.
016751
016752*================================================================
017130* FIGURE ONE DEDUCTION: AMOUNT OR PERCENT OF GROSS, THEN THE
017140* PER-PERIOD MAX, THE DECLINING GOAL BALANCE, THE GARNISHMENT
017150* SHARE OF DISPOSABLE PAY, AND NEVER MORE THAN THE PAY LEFT.
017153* A RETIREMENT PLAN DEFERRAL THEN STOPS AT WHAT IS LEFT OF THE
017156* YEAR'S LIMIT.
017160*----------------------------------------------------------------
017170 5800-COMPUTE-ONE-DEDUCTION.
017180     IF DD-METHOD-PERCENT
017490         END-IF
017500     END-IF.
017510
017511     MOVE "N" TO WS-RET-FOUND-SWITCH.
017512     IF WS-RET-PLAN-COUNT > ZERO
017513         PERFORM 5810-FIND-RETIREMENT-PLAN THRU 5810-EXIT
017515     END-IF.
017516     IF WS-RET-PLAN-FOUND
017517         PERFORM 5820-APPLY-DEFERRAL-LIMIT THRU 5820-EXIT
017518     END-IF.
017520     IF WS-THIS-DEDUCTION > ZERO
017530         PERFORM 5850-TAKE-DEDUCTION THRU 5850-EXIT
017531     END-IF.
017532 5800-EXIT.
017533     EXIT.
017534
017535 5810-FIND-RETIREMENT-PLAN.
017536     MOVE ZERO TO WS-RET-PLAN-SUB.
017537     PERFORM 5815-SCAN-RET-PLAN-TABLE
017538         UNTIL WS-RET-PLAN-FOUND
017539         OR WS-RET-PLAN-SUB >= WS-RET-PLAN-COUNT.
017540 5810-EXIT.
017541     EXIT.
017542
017543 5815-SCAN-RET-PLAN-TABLE.
017544     ADD 1 TO WS-RET-PLAN-SUB.
017545     IF PN-DEDUCTION-CODE (WS-RET-PLAN-SUB) = DD-DEDUCTION-CODE
017546         MOVE "Y" TO WS-RET-FOUND-SWITCH
017547     END-IF.
017548
017549*----------------------------------------------------------------
017550* THE YEAR'S DEFERRALS SO FAR COME FROM RETYTD - NO RECORD, OR
017551* ONE LEFT FROM AN EARLIER PLAN YEAR, MEANS NONE YET.  THE LIMIT
017552* IS THE PLAN'S ANNUAL LIMIT, PLUS ITS CATCH-UP LIMIT ONCE THE
017553* EMPLOYEE REACHES THE CATCH-UP AGE IN THE PAY YEAR.  THE RECORD
017554* STAYS IN THE BUFFER FOR 5870 TO POST.  A PAY DATED IN A PLAN
017555* YEAR ALREADY CLOSED (AN OLD ADJUSTMENT) IS LEFT TO THE DESK.
017556*----------------------------------------------------------------
017557 5820-APPLY-DEFERRAL-LIMIT.
017558     MOVE WS-POSTING-DATE (1:4) TO WS-RET-PLAN-YEAR.
017559     MOVE "N" TO WS-RETYTD-ON-FILE-SWITCH.
017560     MOVE SPACES TO RETIREMENT-YTD-RECORD.
017561     MOVE WS-EMPLOYEE-ID TO RY-EMPLOYEE-ID.
017562     MOVE DD-DEDUCTION-CODE TO RY-DEDUCTION-CODE.
017563     READ RETIREMENT-YTD-FILE
017564         KEY IS RY-ACCUM-KEY
017565         INVALID KEY
017566             CONTINUE
017567         NOT INVALID KEY
017568             MOVE "Y" TO WS-RETYTD-ON-FILE-SWITCH
017569     END-READ.
017570     IF WS-RETYTD-ON-FILE
017571         AND RY-PLAN-YEAR IS NUMERIC
017572         AND RY-PLAN-YEAR > WS-RET-PLAN-YEAR
017573         DISPLAY "Employee " WS-EMPLOYEE-ID " " DD-DEDUCTION-NAME
017574             " paid in closed plan year " WS-RET-PLAN-YEAR
017575             " - no limit or match applied."
017576         MOVE "N" TO WS-RET-FOUND-SWITCH
017577         GO TO 5820-EXIT
017578     END-IF.
017579     IF NOT WS-RETYTD-ON-FILE
017580         OR RY-PLAN-YEAR NOT = WS-RET-PLAN-YEAR
017581         OR RY-YTD-DEFERRAL NOT NUMERIC
017582         OR RY-YTD-MATCH NOT NUMERIC
017583         MOVE WS-RET-PLAN-YEAR TO RY-PLAN-YEAR
017584         MOVE ZERO TO RY-YTD-DEFERRAL RY-YTD-MATCH
017585     END-IF.
017586
017587     MOVE PN-ANNUAL-LIMIT (WS-RET-PLAN-SUB) TO WS-RET-LIMIT.
017588     COMPUTE WS-RET-AGE = WS-RET-PLAN-YEAR - WS-BIRTH-YEAR.
017589     IF WS-BIRTH-YEAR > ZERO
017590         AND WS-RET-AGE >= PN-CATCH-UP-AGE (WS-RET-PLAN-SUB)
017591         ADD PN-CATCH-UP-LIMIT (WS-RET-PLAN-SUB) TO WS-RET-LIMIT
017592     END-IF.
017593     COMPUTE WS-RET-ROOM = WS-RET-LIMIT - RY-YTD-DEFERRAL.
017594     IF WS-RET-ROOM < ZERO
017595         MOVE ZERO TO WS-RET-ROOM
017596     END-IF.
017597     IF WS-THIS-DEDUCTION > WS-RET-ROOM
017598         MOVE WS-RET-ROOM TO WS-THIS-DEDUCTION
017599         DISPLAY "Employee " WS-EMPLOYEE-ID " " DD-DEDUCTION-NAME
017600             " stopped at the annual deferral limit."
017601     END-IF.
017602 5820-EXIT.
017603     EXIT.
017604
017605*----------------------------------------------------------------
017606* BOOK THE DEDUCTION: STUB TABLE, PASS TOTAL, PAY REMAINING,
017607* THE GOAL BALANCE RUN-DOWN REWRITTEN TO THE MASTER, AND FOR A
017608* RETIREMENT PLAN THE EMPLOYER MATCH.
017610*----------------------------------------------------------------
017620 5850-TAKE-DEDUCTION.
017622* A PLAN DEFERRAL ALSO NEEDS ROOM FOR ITS MATCH AND ITS RETDTL
017625* ENTRY - IT IS TAKEN WHOLE OR NOT AT ALL, SO THE STUB, RETYTD,
017627* REMITDTL AND RETDTL ALWAYS AGREE.
017630     IF WS-DEDUCTION-COUNT >= 12
017632         OR (WS-RET-PLAN-FOUND
017635             AND (WS-MATCH-COUNT >= 12
017637                  OR WS-RET-PAY-COUNT >= 12))
017640         DISPLAY "Deduction table full for employee "
017650             WS-EMPLOYEE-ID " - " DD-DEDUCTION-NAME
017660             " not taken."
017720         TO WS-DED-AMOUNT (WS-DEDUCTION-COUNT).
017730     IF WS-PASS-PRE-TAX
017740         ADD WS-THIS-DEDUCTION TO WS-PRE-TAX-TOTAL
017742         IF DD-FICA-EXEMPT
017745             ADD WS-THIS-DEDUCTION TO WS-FICA-EXEMPT-TOTAL
017747         END-IF
017750     ELSE
017760         ADD WS-THIS-DEDUCTION TO WS-POST-TAX-TOTAL
017770     END-IF.
017840                     "rewritten for employee " WS-EMPLOYEE-ID
017850         END-REWRITE
017860     END-IF.
017862     IF WS-RET-PLAN-FOUND
017865         PERFORM 5870-TAKE-RETIREMENT-MATCH THRU 5870-EXIT
017867     END-IF.
017870 5850-EXIT.
017880     EXIT.
017881
017888     MOVE WS-POSTING-DATE TO RD-PAY-DATE.
017889     MOVE WS-EMPLOYEE-ID TO RD-EMPLOYEE-ID.
017890     MOVE DD-DEDUCTION-CODE TO RD-DEDUCTION-CODE.
017891     MOVE WS-PAY-GROUP TO RD-PAY-GROUP.
017892     MOVE DD-DEDUCTION-NAME TO RD-DEDUCTION-NAME.
017893     MOVE WS-THIS-DEDUCTION TO RD-AMOUNT.
017894     WRITE REMIT-DETAIL-RECORD.
017895 5860-EXIT.
017896     EXIT.
017897
017898*----------------------------------------------------------------
017899* THE EMPLOYER MATCH ON A PLAN DEFERRAL JUST TAKEN: THE PLAN
017900* PERCENT OF THE DEFERRAL, COUNTING ONLY DEFERRALS UP TO THE
017901* PLAN PERCENT OF THIS GROSS (NO UP-TO PERCENT MATCHES THEM ALL).
017902* IT IS ITEMIZED FOR THE STUB AND ADDED TO THE DEPARTMENT'S
017903* BENEFIT EXPENSE; A REAL PAY ALSO POSTS THE DEFERRAL AND MATCH
017904* TO RETYTD, LEAVES THE MATCH ON REMITDTL FOR DEDREMIT AND
017905* TABLES BOTH FOR THE RETDTL RECORD WRITTEN WITH THE HISTORY.
017906*----------------------------------------------------------------
017907 5870-TAKE-RETIREMENT-MATCH.
017908     MOVE WS-THIS-DEDUCTION TO WS-RET-MATCH-BASIS.
017909     IF PN-MATCH-UP-TO (WS-RET-PLAN-SUB) > ZERO
017910         COMPUTE WS-RET-MATCH-CAP ROUNDED =
017911             GROSS-PAY * PN-MATCH-UP-TO (WS-RET-PLAN-SUB)
017912         IF WS-RET-MATCH-BASIS > WS-RET-MATCH-CAP
017913             MOVE WS-RET-MATCH-CAP TO WS-RET-MATCH-BASIS
017915         END-IF
017916     END-IF.
017917     COMPUTE WS-THIS-MATCH ROUNDED =
017918         WS-RET-MATCH-BASIS * PN-MATCH-PCT (WS-RET-PLAN-SUB).
017919     IF WS-THIS-MATCH > ZERO
017921         ADD WS-THIS-MATCH TO WS-MATCH-TOTAL
017922         ADD 1 TO WS-MATCH-COUNT
017923         MOVE DD-DEDUCTION-NAME TO WS-MATCH-NAME (WS-MATCH-COUNT)
017924         MOVE WS-THIS-MATCH TO WS-MATCH-AMOUNT (WS-MATCH-COUNT)
017925     END-IF.
017926     IF WS-PROOF-MODE
017927         GO TO 5870-EXIT
017928     END-IF.
017929
017930     ADD WS-THIS-DEDUCTION TO RY-YTD-DEFERRAL.
017931     ADD WS-THIS-MATCH TO RY-YTD-MATCH.
017932     IF WS-RETYTD-ON-FILE
017933         REWRITE RETIREMENT-YTD-RECORD
017934             INVALID KEY
017935                 DISPLAY "RETYTD could not be rewritten for "
017936                     "employee " WS-EMPLOYEE-ID
017937         END-REWRITE
017938     ELSE
017940         WRITE RETIREMENT-YTD-RECORD
017941             INVALID KEY
017942                 DISPLAY "RETYTD could not be written for "
017943                     "employee " WS-EMPLOYEE-ID
017944         END-WRITE
017945     END-IF.
017946     IF WS-THIS-MATCH > ZERO
017947         PERFORM 5880-WRITE-MATCH-REMIT THRU 5880-EXIT
017948     END-IF.
017949     ADD 1 TO WS-RET-PAY-COUNT.
017950     MOVE DD-DEDUCTION-CODE
017951         TO RX-DEDUCTION-CODE (WS-RET-PAY-COUNT).
017953     MOVE DD-DEDUCTION-NAME
017954         TO RX-DEDUCTION-NAME (WS-RET-PAY-COUNT).
017955     MOVE WS-THIS-DEDUCTION TO RX-DEFERRAL (WS-RET-PAY-COUNT).
017956     MOVE WS-THIS-MATCH TO RX-MATCH (WS-RET-PAY-COUNT).
017958 5870-EXIT.
017959     EXIT.
017960
017961*----------------------------------------------------------------
017962* ONE REMITTANCE DETAIL RECORD FOR THE MATCH, UNDER THE PLAN'S
017963* OWN DEDUCTION CODE SO IT GOES TO THE SAME PAYEE.
017965*----------------------------------------------------------------
017966 5880-WRITE-MATCH-REMIT.
017967     MOVE SPACES TO REMIT-DETAIL-RECORD.
017968     MOVE WS-PAY-PERIOD TO RD-PERIOD-NUMBER.
017969     MOVE WS-POSTING-DATE TO RD-PAY-DATE.
017970     MOVE WS-EMPLOYEE-ID TO RD-EMPLOYEE-ID.
017971     MOVE DD-DEDUCTION-CODE TO RD-DEDUCTION-CODE.
017972     MOVE WS-PAY-GROUP TO RD-PAY-GROUP.
017973     MOVE DD-DEDUCTION-NAME TO RD-DEDUCTION-NAME.
017974     MOVE "M" TO RD-RECORD-TYPE.
017975     MOVE WS-THIS-MATCH TO RD-AMOUNT.
017976     WRITE REMIT-DETAIL-RECORD.
017977 5880-EXIT.
017978     EXIT.
017979
017980*----------------------------------------------------------------
017981* THE FLAT BENEFITS AMOUNT FROM THE EMPLOYEE MASTER, ITEMIZED
017982* ON THE STUB BY NAME LIKE EVERY OTHER POST-TAX DEDUCTION.
017983*----------------------------------------------------------------
017984 5900-ADD-BENEFITS-DEDUCTION.
017985     MOVE WS-BENEFITS-AMOUNT TO WS-THIS-DEDUCTION.
017986     IF WS-REMAINING-PAY < ZERO
017987         MOVE ZERO TO WS-THIS-DEDUCTION
017988     ELSE
017990         IF WS-THIS-DEDUCTION > WS-REMAINING-PAY
018000             MOVE WS-REMAINING-PAY TO WS-THIS-DEDUCTION
018010         END-IF
018080         MOVE WS-THIS-DEDUCTION
018090             TO WS-DED-AMOUNT (WS-DEDUCTION-COUNT)
018100         ADD WS-THIS-DEDUCTION TO WS-POST-TAX-TOTAL
018105         MOVE WS-THIS-DEDUCTION TO WS-FLAT-BENEFITS-TAKEN
018110         SUBTRACT WS-THIS-DEDUCTION FROM WS-REMAINING-PAY
018120     END-IF.
018130 5900-EXIT.
018230     MOVE NET-PAY              TO WS-FORMATTED-NET-PAY.
018240     MOVE WS-FEDERAL-TAX-AMOUNT TO WS-FORMATTED-FED-TAX.
018250     MOVE WS-STATE-TAX-AMOUNT  TO WS-FORMATTED-STATE-TAX.
018253     MOVE WS-OASDI-AMOUNT      TO WS-FORMATTED-OASDI.
018256     MOVE WS-MEDICARE-AMOUNT   TO WS-FORMATTED-MEDICARE.
018260     MOVE WS-SALES-AMOUNT      TO WS-FORMATTED-SALES-AMOUNT.
018270     MOVE HOURS-WORKED         TO WS-FORMATTED-HOURS-WORKED.
018280     MOVE HOURLY-WAGE          TO WS-FORMATTED-HOURLY-WAGE.
018482         MOVE WS-RETRO-AMOUNT TO WS-FORMATTED-RETRO
018483         DISPLAY "  Incl. Retro: " WS-FORMATTED-RETRO
018484     END-IF.
018485     IF WS-VACATION-PAYOUT > ZERO
018486         MOVE WS-VACATION-PAYOUT TO WS-FORMATTED-PAYOUT
018487         DISPLAY "  Vac Payout:  " WS-FORMATTED-PAYOUT
018488     END-IF.
018490     DISPLAY "Federal Tax:   " WS-FORMATTED-FED-TAX.
018500     DISPLAY "State Tax:     " WS-FORMATTED-STATE-TAX.
018503     DISPLAY "Soc Sec Tax:   " WS-FORMATTED-OASDI.
018506     DISPLAY "Medicare Tax:  " WS-FORMATTED-MEDICARE.
018510     MOVE ZERO TO WS-DED-SUB.
018520     PERFORM 6050-DISPLAY-ONE-DEDUCTION
018530         UNTIL WS-DED-SUB >= WS-DEDUCTION-COUNT.
018540     DISPLAY "Net Pay:       " WS-FORMATTED-NET-PAY.
018542     IF WS-MATCH-TOTAL > ZERO
018544         MOVE WS-MATCH-TOTAL TO WS-FORMATTED-DEDUCTION
018546         DISPLAY "Employer Match:" WS-FORMATTED-DEDUCTION
018548     END-IF.
018550     DISPLAY "=================================".
018560 6000-EXIT.
018570     EXIT.
019468         WRITE PAYSTUB-LINE
019469     END-IF.
019470
019471* THE FINAL-PAY VACATION CASH-OUT IS ITS OWN EARNINGS INSIDE
019472* GROSS, WITH THE HOURS IT BOUGHT WHEN THIS RUN FIGURED THEM.
019473     IF WS-VACATION-PAYOUT > ZERO
019475         MOVE WS-VACATION-PAYOUT TO WS-FORMATTED-PAYOUT
019476         MOVE SPACES TO PAYSTUB-LINE
019477         STRING "  Vac Payout:  " DELIMITED BY SIZE
019479             WS-FORMATTED-PAYOUT DELIMITED BY SIZE
019480             INTO PAYSTUB-LINE
019481         WRITE PAYSTUB-LINE
019483         IF WS-PAYOUT-HOURS > ZERO
019484             MOVE WS-PAYOUT-HOURS TO WS-FORMATTED-LEAVE
019485             MOVE SPACES TO PAYSTUB-LINE
019486             STRING "  Payout Hrs:  " DELIMITED BY SIZE
019488                 WS-FORMATTED-LEAVE DELIMITED BY SIZE
019489                 " HRS" DELIMITED BY SIZE
019490                 INTO PAYSTUB-LINE
019492             WRITE PAYSTUB-LINE
019493         END-IF
019494     END-IF.
019496
019497     MOVE SPACES TO PAYSTUB-LINE.
019498     STRING "Federal Tax:   " DELIMITED BY SIZE
019500         WS-FORMATTED-FED-TAX DELIMITED BY SIZE
019510         INTO PAYSTUB-LINE.
019520     WRITE PAYSTUB-LINE.
019560         WS-FORMATTED-STATE-TAX DELIMITED BY SIZE
019570         INTO PAYSTUB-LINE.
019580     WRITE PAYSTUB-LINE.
019581
019582     MOVE SPACES TO PAYSTUB-LINE.
019584     STRING "Soc Sec Tax:   " DELIMITED BY SIZE
019585         WS-FORMATTED-OASDI DELIMITED BY SIZE
019587         INTO PAYSTUB-LINE.
019588     WRITE PAYSTUB-LINE.
019590
019591     MOVE SPACES TO PAYSTUB-LINE.
019592     STRING "Medicare Tax:  " DELIMITED BY SIZE
019594         WS-FORMATTED-MEDICARE DELIMITED BY SIZE
019595         INTO PAYSTUB-LINE.
019597     WRITE PAYSTUB-LINE.
019598
019600     MOVE ZERO TO WS-DED-SUB.
019610     PERFORM 6150-WRITE-DEDUCTION-LINE
019620         UNTIL WS-DED-SUB >= WS-DEDUCTION-COUNT.
019640     MOVE SPACES TO PAYSTUB-LINE.
019650     STRING "Net Pay:       " DELIMITED BY SIZE
019660         WS-FORMATTED-NET-PAY DELIMITED BY SIZE
019661         INTO PAYSTUB-LINE.
019663     WRITE PAYSTUB-LINE.
019664
019666* THE EMPLOYER'S RETIREMENT MATCH IS NOT TAKEN FROM THE PAY, SO
019667* IT PRINTS BELOW THE NET, UNDER ITS OWN CAPTION.
019669     IF WS-MATCH-COUNT > ZERO
019670         MOVE SPACES TO PAYSTUB-LINE
019672         MOVE "Employer Paid:" TO PAYSTUB-LINE
019673         WRITE PAYSTUB-LINE
019675         MOVE ZERO TO WS-MATCH-SUB
019676         PERFORM 6160-WRITE-MATCH-LINE
019678             UNTIL WS-MATCH-SUB >= WS-MATCH-COUNT
019679     END-IF.
019681
019682* REMAINING LEAVE BALANCES AFTER THIS PAY - ON EVERY STUB SO
019683* THE EMPLOYEE STOPS ASKING THE DESK.
019800     ADD 1 TO WS-DED-SUB.
019810     MOVE WS-DED-AMOUNT (WS-DED-SUB) TO WS-FORMATTED-DEDUCTION.
019820     MOVE SPACES TO PAYSTUB-LINE.
019821     STRING WS-DED-NAME (WS-DED-SUB) DELIMITED BY SIZE
019822         WS-FORMATTED-DEDUCTION DELIMITED BY SIZE
019824         INTO PAYSTUB-LINE.
019825     WRITE PAYSTUB-LINE.
019826
019828*----------------------------------------------------------------
019829* ONE STUB LINE PER EMPLOYER MATCH, BY THE PLAN'S NAME.
019830*----------------------------------------------------------------
019832 6160-WRITE-MATCH-LINE.
019833     ADD 1 TO WS-MATCH-SUB.
019834     MOVE WS-MATCH-AMOUNT (WS-MATCH-SUB)
019836         TO WS-FORMATTED-DEDUCTION.
019837     MOVE SPACES TO PAYSTUB-LINE.
019838     STRING WS-MATCH-NAME (WS-MATCH-SUB) DELIMITED BY SIZE
019840         WS-FORMATTED-DEDUCTION DELIMITED BY SIZE
019850         INTO PAYSTUB-LINE.
019860     WRITE PAYSTUB-LINE.
021070             MOVE WS-EMPLOYEE-ID TO YT-EMPLOYEE-ID
021080             MOVE ZERO TO YT-YTD-GROSS-PAY YT-YTD-FICA-WAGES
021081                 YT-YTD-FUTA-WAGES YT-YTD-SUTA-WAGES
021082                 YT-YTD-MEDICARE-WAGES
021084             PERFORM 7100-ACCRUE-EMPLOYER-TAXES THRU 7100-EXIT
021086             PERFORM 7050-POST-FICA-WAGES THRU 7050-EXIT
021088             ADD GROSS-PAY TO YT-YTD-GROSS-PAY
021090             WRITE YTD-RECORD
021100         NOT INVALID KEY
021101             PERFORM 7100-ACCRUE-EMPLOYER-TAXES THRU 7100-EXIT
021105             PERFORM 7050-POST-FICA-WAGES THRU 7050-EXIT
021110             ADD GROSS-PAY TO YT-YTD-GROSS-PAY
021120             REWRITE YTD-RECORD
021130     END-READ.
021350
021360     PERFORM 7200-UPDATE-LEAVE-BALANCE THRU 7200-EXIT.
021361     PERFORM 7500-WRITE-PAYMENT-LOCK THRU 7500-EXIT.
021362     PERFORM 7600-WRITE-EARNINGS-HISTORY THRU 7600-EXIT.
021363 7000-EXIT.
021364     EXIT.
021365
021367*----------------------------------------------------------------
021368* THE OASDI AND MEDICARE WAGES 5550 WITHHELD ON GO ONTO THE YTD
021369* RECORD IN HAND ON EVERY POSTED PAY, ACCRUALS ON OR NOT - THE
021370* NEXT PAY'S WAGE-BASE CUTOFF DEPENDS ON THEM.
021372*----------------------------------------------------------------
021373 7050-POST-FICA-WAGES.
021374     IF YT-YTD-FICA-WAGES NOT NUMERIC
021375         MOVE ZERO TO YT-YTD-FICA-WAGES
021377     END-IF.
021378     IF YT-YTD-MEDICARE-WAGES NOT NUMERIC
021379         MOVE ZERO TO YT-YTD-MEDICARE-WAGES
021380     END-IF.
021381     ADD WS-OASDI-WAGES TO YT-YTD-FICA-WAGES.
021383     ADD WS-MEDICARE-WAGES TO YT-YTD-MEDICARE-WAGES.
021384 7050-EXIT.
021385     EXIT.
021386
021388*================================================================
021389* 7100-ACCRUE-EMPLOYER-TAXES - THE EMPLOYER SIDE OF THIS PAY:
021390* FICA MATCH, FUTA AND SUTA, EACH FIGURED ONLY ON THE PART OF
021391* THE GROSS STILL UNDER ITS ANNUAL WAGE BASE.  THE YTD RECORD
021393* IN HAND CARRIES THE TAXED WAGES TO DATE AND IS UPDATED HERE;
021394* THE CALLER WRITES IT BACK.  THE FICA MATCH IS ON THE SAME
021395* OASDI WAGES 5550 WITHHELD ON, WHICH 7050 POSTS TO THE YTD
021396* FICA WAGES ONCE FOR BOTH SIDES.  AMOUNTS FEED THE DEPARTMENT
021398* ACCUMULATORS, THE GL EXTRACT AND THE TAXLIAB REPORT.
021399*================================================================
021400 7100-ACCRUE-EMPLOYER-TAXES.
021401     MOVE ZERO TO WS-ER-FICA-AMOUNT WS-ER-FUTA-AMOUNT
021402     WS-ER-SUTA-AMOUNT WS-SUTA-TAXABLE-PART.
021403     IF NOT WS-ACCRUALS-ON
021404         GO TO 7100-EXIT
021405     END-IF.
021415         MOVE ZERO TO YT-YTD-SUTA-WAGES
021416     END-IF.
021417
021418     COMPUTE WS-ER-FICA-AMOUNT ROUNDED =
021419         WS-OASDI-WAGES * WS-FICA-RATE.
021420
021422     COMPUTE WS-ER-TAXABLE-PART =
021423         WS-FUTA-BASE - YT-YTD-FUTA-WAGES.
021424     IF WS-ER-TAXABLE-PART > GROSS-PAY
021426         MOVE GROSS-PAY TO WS-ER-TAXABLE-PART
021427     END-IF.
021428     IF WS-ER-TAXABLE-PART > ZERO
021429         COMPUTE WS-ER-FUTA-AMOUNT ROUNDED =
021431             WS-ER-TAXABLE-PART * WS-FUTA-RATE
021432         ADD WS-ER-TAXABLE-PART TO YT-YTD-FUTA-WAGES
021433     END-IF.
021435
021436     COMPUTE WS-ER-TAXABLE-PART =
021437         WS-SUTA-BASE - YT-YTD-SUTA-WAGES.
021438     IF WS-ER-TAXABLE-PART > GROSS-PAY
021440         MOVE GROSS-PAY TO WS-ER-TAXABLE-PART
021441     END-IF.
021442     IF WS-ER-TAXABLE-PART > ZERO
021444         COMPUTE WS-ER-SUTA-AMOUNT ROUNDED =
021445             WS-ER-TAXABLE-PART * WS-SUTA-RATE
021446         MOVE WS-ER-TAXABLE-PART TO WS-SUTA-TAXABLE-PART
021448         ADD WS-ER-TAXABLE-PART TO YT-YTD-SUTA-WAGES
021449     END-IF.
021450 7100-EXIT.
021493         ADD WS-VACATION-ACCRUAL-RATE TO LB-VACATION-BALANCE
021494         ADD WS-SICK-ACCRUAL-RATE TO LB-SICK-BALANCE
021495     END-IF.
021496* SEPARATION: THE VACATION CASHED OUT BY 3510 AND THE FORFEITED
021497* SICK HOURS LEAVE NOTHING BEHIND.
021498     IF WS-FINAL-PAY-MODE
021499         IF WS-VACATION-PAYOUT > ZERO
021500             MOVE ZERO TO LB-VACATION-BALANCE
021501         END-IF
021502         MOVE ZERO TO LB-SICK-BALANCE
021503     END-IF.
021504 7250-EXIT.
021505     EXIT.
021506
021507*================================================================
021508* 7500-WRITE-PAYMENT-LOCK - RECORD THAT THIS EMPLOYEE HAS BEEN
021509* PAID IN THE OPEN PERIOD.  A LOCK ALREADY ON FILE IS REFRESHED
021510* WITH THE LATEST PAY DATE ONLY AS SET OUT BELOW.
021511*================================================================
021512 7500-WRITE-PAYMENT-LOCK.
021513     MOVE SPACES TO PAYMENT-LOCK-RECORD.
021514     MOVE WS-EMPLOYEE-ID TO PL-EMPLOYEE-ID.
021515     MOVE WS-PAY-PERIOD  TO PL-PERIOD-NUMBER.
021516     MOVE "N" TO WS-LOCK-ON-FILE-SWITCH.
021517     READ PAYMENT-LOCK-FILE
021518         KEY IS PL-LOCK-KEY
021519         INVALID KEY
021520             CONTINUE
021521         NOT INVALID KEY
021522             MOVE "Y" TO WS-LOCK-ON-FILE-SWITCH
021524     END-READ.
021525* THIS GROUP'S OWN LOCK IS REPLACED ONLY FOR A CHECK AUTHORIZED
021526* PAST IT - AN OVERRIDE SECOND CHECK OR A FINAL CHECK.  A LOCK
021527* LEFT BY ANOTHER GROUP'S PERIOD OF THE SAME NUMBER, WHICH 4300
021528* DOES NOT COUNT, GIVES WAY TO THIS PAY.
021529     IF WS-LOCK-ON-FILE
021530         AND PL-PAY-GROUP = WS-PAY-GROUP
021531         AND NOT WS-OVERRIDE-GRANTED
021532         AND NOT WS-FINAL-PAY-MODE
021533         DISPLAY "Payment lock for employee " WS-EMPLOYEE-ID
021534             " period " WS-PAY-PERIOD " already on file - "
021536             "not replaced."
021537         GO TO 7500-EXIT
021538     END-IF.
021539     MOVE SPACES TO PAYMENT-LOCK-RECORD.
021540     MOVE WS-EMPLOYEE-ID TO PL-EMPLOYEE-ID.
021541     MOVE WS-PAY-PERIOD  TO PL-PERIOD-NUMBER.
021542     MOVE WS-CURRENT-DATE-DISPLAY TO PL-PAY-DATE.
021543     MOVE WS-RUN-BY TO PL-RUN-BY.
021544     MOVE WS-PAY-GROUP TO PL-PAY-GROUP.
021545     IF WS-LOCK-ON-FILE
021546         REWRITE PAYMENT-LOCK-RECORD
021548             INVALID KEY
021549                 DISPLAY "Payment lock could not be rewritten "
021550                     "for employee " WS-EMPLOYEE-ID
021551         END-REWRITE
021552     ELSE
021553         WRITE PAYMENT-LOCK-RECORD
021554             INVALID KEY
021555                 DISPLAY "Payment lock could not be written "
021556                     "for employee " WS-EMPLOYEE-ID
021557         END-WRITE
021558     END-IF.
021560 7500-EXIT.
021570     EXIT.
021580
021600* 7600-WRITE-EARNINGS-HISTORY - THE STRUCTURED RECORD BEHIND
021610* THE QUARTERLY TAX SUMMARY, YEAR-END STATEMENTS AND THE YTD
021620* RECONCILIATION.  DEDUCTIONS HERE ARE THE NON-TAX ITEMS ONLY;
021625* THE FLAT BENEFITS SHARE OF THEM IS ALSO KEPT ON ITS OWN;
021630* GROSS = FED + STATE + OASDI + MEDICARE + DEDUCTIONS + NET ON
021635* EVERY RECORD.
021640*================================================================
021650 7600-WRITE-EARNINGS-HISTORY.
021660     MOVE SPACES TO EARNINGS-HISTORY-RECORD.
021730     MOVE "P" TO EH-RECORD-TYPE.
021740     MOVE GROSS-PAY TO EH-GROSS-PAY.
021750     MOVE WS-FEDERAL-TAX-AMOUNT TO EH-FEDERAL-TAX.
021751     MOVE WS-STATE-TAX-AMOUNT TO EH-STATE-TAX.
021752     MOVE WS-OASDI-AMOUNT TO EH-OASDI-TAX.
021754     MOVE WS-MEDICARE-AMOUNT TO EH-MEDICARE-TAX.
021755     MOVE WS-OASDI-WAGES TO EH-OASDI-WAGES.
021757     MOVE WS-MEDICARE-WAGES TO EH-MEDICARE-WAGES.
021758     MOVE WS-VACATION-PAYOUT TO EH-VACATION-PAYOUT.
021760     MOVE WS-FLAT-BENEFITS-TAKEN TO EH-FLAT-BENEFITS.
021761* THE SUTA FIELDS ARE LEFT BLANK (NOT KEPT) WHEN NO EMPRTAX WAS
021762* LOADED AND NOTHING WAS ACCRUED.
021764     IF WS-ACCRUALS-ON
021765         MOVE WS-SUTA-TAXABLE-PART TO EH-SUTA-WAGES
021767         MOVE WS-ER-SUTA-AMOUNT TO EH-SUTA-TAX
021768     END-IF.
021770     COMPUTE EH-DEDUCTIONS =
021780         WS-PRE-TAX-TOTAL + WS-POST-TAX-TOTAL.
021790     MOVE NET-PAY TO EH-NET-PAY.
021810     MOVE WS-PAID-METHOD TO EH-PAY-METHOD.
021820     MOVE WS-RUN-BY TO EH-RUN-BY.
021830     WRITE EARNINGS-HISTORY-RECORD.
021831     MOVE ZERO TO WS-RET-PAY-SUB.
021832     PERFORM 7650-WRITE-RETIREMENT-DETAIL
021833         UNTIL WS-RET-PAY-SUB >= WS-RET-PAY-COUNT.
021834 7600-EXIT.
021835     EXIT.
021836
021838*----------------------------------------------------------------
021839* ONE RETDTL RECORD PER PLAN CODE TAKEN, CARRYING THE SAME
021840* PERIOD, PAY DATE AND CHECK NUMBER AS THE HISTORY RECORD.
021841*----------------------------------------------------------------
021842 7650-WRITE-RETIREMENT-DETAIL.
021843     ADD 1 TO WS-RET-PAY-SUB.
021845     MOVE SPACES TO RETIREMENT-DETAIL-RECORD.
021846     MOVE WS-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
021847     MOVE RX-DEDUCTION-CODE (WS-RET-PAY-SUB) TO RH-DEDUCTION-CODE.
021848     MOVE RX-DEDUCTION-NAME (WS-RET-PAY-SUB) TO RH-DEDUCTION-NAME.
021849     MOVE WS-POSTING-DATE TO RH-PAY-DATE.
021850     MOVE WS-PAY-PERIOD TO RH-PERIOD-NUMBER.
021851     MOVE WS-PAY-GROUP TO RH-PAY-GROUP.
021853     MOVE WS-CHECK-NUMBER TO RH-CHECK-NUMBER.
021854     MOVE "P" TO RH-RECORD-TYPE.
021855     MOVE RX-DEFERRAL (WS-RET-PAY-SUB) TO RH-DEFERRAL.
021856     MOVE RX-MATCH (WS-RET-PAY-SUB) TO RH-MATCH.
021857     MOVE WS-RUN-BY TO RH-RUN-BY.
021858     WRITE RETIREMENT-DETAIL-RECORD.
021860
021870*================================================================
021880* 8000-ADJUSTMENT-RUN - BACK OUT A BAD PAYMENT AND REISSUE IT
023230         TO AP-CHECK-NUMBER (WS-ADJ-PAY-COUNT).
023240     MOVE EH-PAY-DATE    TO AP-PAY-DATE (WS-ADJ-PAY-COUNT).
023250     MOVE EH-GROSS-PAY   TO AP-GROSS (WS-ADJ-PAY-COUNT).
023251     MOVE EH-FEDERAL-TAX TO AP-FED-TAX (WS-ADJ-PAY-COUNT).
023252     MOVE EH-STATE-TAX   TO AP-STATE-TAX (WS-ADJ-PAY-COUNT).
023253     MOVE EH-DEDUCTIONS  TO AP-DEDUCTIONS (WS-ADJ-PAY-COUNT).
023254     MOVE EH-NET-PAY     TO AP-NET (WS-ADJ-PAY-COUNT).
023255* A PAYMENT POSTED BEFORE EMPLOYEE FICA WAS WITHHELD READS BACK
023256* BLANK HERE - NO TAX TAKEN, AND ITS WHOLE GROSS WAS WHAT WENT
023257* INTO THE YTD FICA WAGES, AS YTD-RECON COUNTS IT.
023258     IF EH-OASDI-TAX NUMERIC
023259         MOVE EH-OASDI-TAX TO AP-OASDI (WS-ADJ-PAY-COUNT)
023260         MOVE EH-MEDICARE-TAX TO AP-MEDICARE (WS-ADJ-PAY-COUNT)
023261         MOVE EH-OASDI-WAGES
023262             TO AP-OASDI-WAGES (WS-ADJ-PAY-COUNT)
023263         MOVE EH-MEDICARE-WAGES
023264             TO AP-MEDICARE-WAGES (WS-ADJ-PAY-COUNT)
023265     ELSE
023266         MOVE ZERO TO AP-OASDI (WS-ADJ-PAY-COUNT)
023267         MOVE ZERO TO AP-MEDICARE (WS-ADJ-PAY-COUNT)
023268         MOVE EH-GROSS-PAY TO AP-OASDI-WAGES (WS-ADJ-PAY-COUNT)
023269         MOVE EH-GROSS-PAY
023270             TO AP-MEDICARE-WAGES (WS-ADJ-PAY-COUNT)
023271     END-IF.
023272* A PAYMENT POSTED BEFORE THE CASH-OUT FIELD EXISTED READS BACK
023273* BLANK - NO VACATION WAS PAID OUT ON IT.
023275     IF EH-VACATION-PAYOUT NUMERIC
023276         MOVE EH-VACATION-PAYOUT
023277             TO AP-VACATION-PAYOUT (WS-ADJ-PAY-COUNT)
023278     ELSE
023279         MOVE ZERO TO AP-VACATION-PAYOUT (WS-ADJ-PAY-COUNT)
023280     END-IF.
023281* LIKEWISE A PAYMENT FROM BEFORE THE FLAT BENEFITS WERE KEPT.
023282     IF EH-FLAT-BENEFITS NUMERIC
023283         MOVE EH-FLAT-BENEFITS
023284             TO AP-FLAT-BENEFITS (WS-ADJ-PAY-COUNT)
023285     ELSE
023286         MOVE ZERO TO AP-FLAT-BENEFITS (WS-ADJ-PAY-COUNT)
023287     END-IF.
023288* AND ONE FROM BEFORE THE SUTA WAGES WERE KEPT - 8315 FALLS BACK
023289* TO FIGURING THE TAXED PART FROM THE ORIGINAL GROSS.
023290     IF EH-SUTA-WAGES NUMERIC AND EH-SUTA-TAX NUMERIC
023291         MOVE "Y" TO AP-SUTA-KEPT (WS-ADJ-PAY-COUNT)
023292         MOVE EH-SUTA-WAGES TO AP-SUTA-WAGES (WS-ADJ-PAY-COUNT)
023293         MOVE EH-SUTA-TAX TO AP-SUTA-TAX (WS-ADJ-PAY-COUNT)
023294     ELSE
023295         MOVE "N" TO AP-SUTA-KEPT (WS-ADJ-PAY-COUNT)
023296         MOVE ZERO TO AP-SUTA-WAGES (WS-ADJ-PAY-COUNT)
023297         MOVE ZERO TO AP-SUTA-TAX (WS-ADJ-PAY-COUNT)
023298     END-IF.
023300     MOVE "N" TO AP-REVERSED-FLAG (WS-ADJ-PAY-COUNT).
023310 8222-EXIT.
023320     EXIT.
023630             TO WS-ADJ-ORIG-STATE
023640         MOVE AP-DEDUCTIONS (WS-ADJ-PAY-SUB)
023650             TO WS-ADJ-ORIG-DED
023651         MOVE AP-NET (WS-ADJ-PAY-SUB)      TO WS-ADJ-ORIG-NET
023652         MOVE AP-OASDI (WS-ADJ-PAY-SUB)    TO WS-ADJ-ORIG-OASDI
023653         MOVE AP-MEDICARE (WS-ADJ-PAY-SUB)
023654             TO WS-ADJ-ORIG-MEDICARE
023655         MOVE AP-OASDI-WAGES (WS-ADJ-PAY-SUB)
023656             TO WS-ADJ-ORIG-OASDI-WAGES
023657         MOVE AP-MEDICARE-WAGES (WS-ADJ-PAY-SUB)
023658             TO WS-ADJ-ORIG-MED-WAGES
023659         MOVE AP-VACATION-PAYOUT (WS-ADJ-PAY-SUB)
023660             TO WS-ADJ-ORIG-PAYOUT
023661         MOVE AP-FLAT-BENEFITS (WS-ADJ-PAY-SUB)
023662             TO WS-ADJ-ORIG-BENEFITS
023663         MOVE AP-SUTA-KEPT (WS-ADJ-PAY-SUB)
023664             TO WS-ADJ-ORIG-SUTA-KEPT
023665         MOVE AP-SUTA-WAGES (WS-ADJ-PAY-SUB)
023666             TO WS-ADJ-ORIG-SUTA-WAGES
023667         MOVE AP-SUTA-TAX (WS-ADJ-PAY-SUB)
023668             TO WS-ADJ-ORIG-SUTA-TAX
023670         MOVE AP-CHECK-NUMBER (WS-ADJ-PAY-SUB)
023680             TO WS-ADJ-ORIG-CHECK
023690         MOVE AP-PAY-DATE (WS-ADJ-PAY-SUB)
023730     END-IF.
023740
023750*----------------------------------------------------------------
023756* BACK THE ORIGINAL OUT: NEGATIVE-POST YTD AND THE RETIREMENT
023763* PLAN YEAR-TO-DATE, LOG THE REVERSAL,
023768* WRITE THE NEGATIVE HISTORY RECORD, TURN ITS GL, JOB COST AND
023774* WORKERS' COMPENSATION AROUND, VOID THE CHECK, MARK THE
023780* STUB SUPERSEDED AND RELEASE THE PERIOD LOCK.
023790*----------------------------------------------------------------
023800 8300-REVERSE-ORIGINAL.
023810     PERFORM 8310-BACK-OUT-YTD THRU 8310-EXIT.
023815     PERFORM 8350-BACK-OUT-RETIREMENT THRU 8350-EXIT.
023820     PERFORM 8340-WRITE-REVERSAL-HISTORY THRU 8340-EXIT.
023825     PERFORM 8370-POST-REVERSAL THRU 8370-EXIT.
023830     MOVE SPACES TO AUDIT-LOG-LINE.
023840     STRING WS-CURRENT-YEAR   DELIMITED BY SIZE
023850         "-" DELIMITED BY SIZE
024100     EXIT.
024110
024120 8310-BACK-OUT-YTD.
024125     MOVE ZERO TO WS-SUTA-TAXABLE-PART WS-ER-SUTA-AMOUNT.
024127     MOVE ZERO TO WS-ER-FICA-AMOUNT WS-ER-FUTA-AMOUNT.
024130     MOVE WS-EMPLOYEE-ID TO YT-EMPLOYEE-ID.
024140     READ YTD-FILE
024150         KEY IS YT-EMPLOYEE-ID
024280             ELSE
024290                 SUBTRACT WS-ADJ-ORIG-GROSS
024300                     FROM YT-YTD-GROSS-PAY
024303             END-IF
024307             PERFORM 8312-BACK-OUT-FICA-WAGES THRU 8312-EXIT
024311             PERFORM 8315-BACK-OUT-TAXED-WAGES THRU 8315-EXIT
024320             REWRITE YTD-RECORD
024330             MOVE YT-YTD-GROSS-PAY TO WS-FORMATTED-YTD-GROSS
024340             DISPLAY "Year-To-Date Gross now "
024341                 WS-FORMATTED-YTD-GROSS
024342     END-READ.
024343 8310-EXIT.
024344     EXIT.
024345
024346*----------------------------------------------------------------
024347* THE EMPLOYEE SIDE FIRST: THE OASDI AND MEDICARE WAGES THE
024348* PAYMENT WITHHELD ON COME OFF THE YTD RECORD WHETHER OR NOT
024349* EMPLOYER ACCRUALS ARE ON, SO THE CORRECTED PAY MEASURES THE
024350* WAGE BASE FROM THE RIGHT PLACE.  WS-FICA-PART KEEPS THE
024351* OASDI WAGES ACTUALLY TAKEN OFF FOR THE EMPLOYER MATCH IN 8315.
024352*----------------------------------------------------------------
024353 8312-BACK-OUT-FICA-WAGES.
024354     IF YT-YTD-FICA-WAGES NOT NUMERIC
024355         MOVE ZERO TO YT-YTD-FICA-WAGES
024356     END-IF.
024357     IF YT-YTD-MEDICARE-WAGES NOT NUMERIC
024358         MOVE ZERO TO YT-YTD-MEDICARE-WAGES
024359     END-IF.
024360     MOVE WS-ADJ-ORIG-OASDI-WAGES TO WS-FICA-PART.
024361     IF WS-FICA-PART > YT-YTD-FICA-WAGES
024362         MOVE YT-YTD-FICA-WAGES TO WS-FICA-PART
024363     END-IF.
024364     SUBTRACT WS-FICA-PART FROM YT-YTD-FICA-WAGES.
024365     IF WS-ADJ-ORIG-MED-WAGES > YT-YTD-MEDICARE-WAGES
024366         MOVE ZERO TO YT-YTD-MEDICARE-WAGES
024367     ELSE
024368         SUBTRACT WS-ADJ-ORIG-MED-WAGES
024369             FROM YT-YTD-MEDICARE-WAGES
024370     END-IF.
024371     MOVE WS-ADJ-ORIG-OASDI TO WS-FORMATTED-DEDUCTION.
024372     DISPLAY "Employee OASDI reversed:      "
024373         WS-FORMATTED-DEDUCTION.
024374     MOVE WS-ADJ-ORIG-MEDICARE TO WS-FORMATTED-DEDUCTION.
024375     DISPLAY "Employee Medicare reversed:   "
024376         WS-FORMATTED-DEDUCTION.
024377 8312-EXIT.
024378     EXIT.
024379
024380*----------------------------------------------------------------
024381* REVERSE THE EMPLOYER-SIDE ACCRUAL OF THE BACKED-OUT PAYMENT:
024382* FUTA AND SUTA TAXED WAGES COME DOWN BY THE PART OF THE
024383* ORIGINAL GROSS THAT WAS TAXED (NEVER BELOW ZERO, LIKE THE
024384* GROSS), THE FICA MATCH FOLLOWS THE OASDI WAGES 8312 TOOK OFF, SO
024386* THE NEXT PAY RE-ACCRUES AGAINST THE RIGHT BASE.  THE REVERSED
024387* LIABILITY AMOUNTS ARE SHOWN, AND 8370 POSTS THEM BACK OUT
024388* THROUGH GLHELD ALONG WITH THE WITHHELD-TAX LINES THE REVERSAL
024389* BACKS OUT.
024390*----------------------------------------------------------------
024391 8315-BACK-OUT-TAXED-WAGES.
024392     IF NOT WS-ACCRUALS-ON
024393         GO TO 8315-EXIT
024394     END-IF.
024398     IF YT-YTD-FUTA-WAGES NOT NUMERIC
024399         MOVE ZERO TO YT-YTD-FUTA-WAGES
024400     END-IF.
024402         MOVE ZERO TO YT-YTD-SUTA-WAGES
024403     END-IF.
024404
024409     COMPUTE WS-ER-FICA-AMOUNT ROUNDED =
024410         WS-FICA-PART * WS-FICA-RATE.
024412
024413     MOVE WS-ADJ-ORIG-GROSS TO WS-ER-TAXABLE-PART.
024414     IF WS-ER-TAXABLE-PART > YT-YTD-FUTA-WAGES
024418         WS-ER-TAXABLE-PART * WS-FUTA-RATE.
024419     SUBTRACT WS-ER-TAXABLE-PART FROM YT-YTD-FUTA-WAGES.
024420
024421     IF WS-ADJ-ORIG-SUTA-ON-FILE
024422         MOVE WS-ADJ-ORIG-SUTA-WAGES TO WS-ER-TAXABLE-PART
024423     ELSE
024424         MOVE WS-ADJ-ORIG-GROSS TO WS-ER-TAXABLE-PART
024425     END-IF.
024426     IF WS-ER-TAXABLE-PART > YT-YTD-SUTA-WAGES
024427         MOVE YT-YTD-SUTA-WAGES TO WS-ER-TAXABLE-PART
024428     END-IF.
024430     IF WS-ADJ-ORIG-SUTA-ON-FILE
024431         MOVE WS-ADJ-ORIG-SUTA-TAX TO WS-ER-SUTA-AMOUNT
024432     ELSE
024433         COMPUTE WS-ER-SUTA-AMOUNT ROUNDED =
024434             WS-ER-TAXABLE-PART * WS-SUTA-RATE
024435     END-IF.
024436     SUBTRACT WS-ER-TAXABLE-PART FROM YT-YTD-SUTA-WAGES.
024437     MOVE WS-ER-TAXABLE-PART TO WS-SUTA-TAXABLE-PART.
024438
024440     MOVE WS-ER-FICA-AMOUNT TO WS-FORMATTED-DEDUCTION.
024441     DISPLAY "Employer FICA match reversed: "
024442         WS-FORMATTED-DEDUCTION.
024443     MOVE WS-ER-FUTA-AMOUNT TO WS-FORMATTED-DEDUCTION.
024444     DISPLAY "Employer FUTA reversed:       "
024445         WS-FORMATTED-DEDUCTION.
024446     MOVE WS-ER-SUTA-AMOUNT TO WS-FORMATTED-DEDUCTION.
024447     DISPLAY "Employer SUTA reversed:       "
024448         WS-FORMATTED-DEDUCTION.
024450 8315-EXIT.
024451     EXIT.
024452
024453 8320-VOID-ORIGINAL-CHECK.
024454     MOVE WS-ADJ-ORIG-CHECK TO CK-CHECK-NUMBER.
024455     READ CHECK-REGISTER
024456         KEY IS CK-CHECK-NUMBER
024457         INVALID KEY
024458             DISPLAY "Check " WS-ADJ-ORIG-CHECK
024460                 " not on the register - not voided."
024470         NOT INVALID KEY
024471* A CHECK THE BANK HAS ALREADY PAID CANNOT BE VOIDED - THE
024930     MOVE "R" TO EH-RECORD-TYPE.
024940     COMPUTE EH-GROSS-PAY   = ZERO - WS-ADJ-ORIG-GROSS.
024950     COMPUTE EH-FEDERAL-TAX = ZERO - WS-ADJ-ORIG-FED.
024951     COMPUTE EH-STATE-TAX   = ZERO - WS-ADJ-ORIG-STATE.
024953     COMPUTE EH-OASDI-TAX   = ZERO - WS-ADJ-ORIG-OASDI.
024955     COMPUTE EH-MEDICARE-TAX = ZERO - WS-ADJ-ORIG-MEDICARE.
024956     COMPUTE EH-OASDI-WAGES = ZERO - WS-ADJ-ORIG-OASDI-WAGES.
024958     COMPUTE EH-MEDICARE-WAGES = ZERO - WS-ADJ-ORIG-MED-WAGES.
024960     COMPUTE EH-VACATION-PAYOUT = ZERO - WS-ADJ-ORIG-PAYOUT.
024961     COMPUTE EH-FLAT-BENEFITS = ZERO - WS-ADJ-ORIG-BENEFITS.
024963     IF WS-ACCRUALS-ON
024965         COMPUTE EH-SUTA-WAGES = ZERO - WS-SUTA-TAXABLE-PART
024966         COMPUTE EH-SUTA-TAX = ZERO - WS-ER-SUTA-AMOUNT
024968     END-IF.
024970     COMPUTE EH-DEDUCTIONS  = ZERO - WS-ADJ-ORIG-DED.
024971     COMPUTE EH-NET-PAY     = ZERO - WS-ADJ-ORIG-NET.
024972     MOVE WS-ADJ-ORIG-CHECK TO EH-CHECK-NUMBER.
024973     MOVE "C" TO EH-PAY-METHOD.
024974     MOVE WS-RUN-BY TO EH-RUN-BY.
024975     WRITE EARNINGS-HISTORY-RECORD.
024976 8340-EXIT.
024977     EXIT.
024978
024979*----------------------------------------------------------------
024980* THE ORIGINAL'S PLAN DEFERRALS AND MATCH, NETTED BY CODE FROM
024981* RETDTL (SAME PERIOD, PAY DATE AND CHECK NUMBER, LESS ANY
024982* EARLIER REVERSAL), COME OFF RETYTD SO THE CORRECTED PAY IS
024983* MEASURED AGAINST THE RIGHT LIMIT.  THE MATCH GETS A NEGATIVE
024984* "M" REMITDTL RECORD SO DEDREMIT NETS IT OUT OF WHAT IT PAYS
024985* THE PLAN, AND A NEGATIVE RETDTL RECORD IS LEFT FOR THE NEXT
024986* REVERSAL.  RETDTL IS APPEND-OPEN, SO IT IS CLOSED, READ AND
024987* REOPENED EXTEND LIKE EARNHIST IN 8200.
024988*----------------------------------------------------------------
024989 8350-BACK-OUT-RETIREMENT.
024990     MOVE ZERO TO WS-RET-PAY-COUNT.
024991     CLOSE RETIREMENT-DETAIL-FILE.
024992     OPEN INPUT RETIREMENT-DETAIL-FILE.
024993     IF WS-RETDTL-STATUS NOT = "00"
024994         OPEN EXTEND RETIREMENT-DETAIL-FILE
024995         IF WS-RETDTL-STATUS NOT = "00"
024996             OPEN OUTPUT RETIREMENT-DETAIL-FILE
024997         END-IF
024998         GO TO 8350-EXIT
024999     END-IF.
025000     MOVE "N" TO WS-HIST-EOF-SWITCH.
025001     PERFORM 8352-READ-RETIREMENT-DETAIL.
025002     PERFORM 8354-NET-RETIREMENT-DETAIL
025003         UNTIL WS-END-OF-HISTORY.
025004     CLOSE RETIREMENT-DETAIL-FILE.
025005     OPEN EXTEND RETIREMENT-DETAIL-FILE.
025006     MOVE ZERO TO WS-RET-PAY-SUB.
025007     PERFORM 8360-REVERSE-ONE-PLAN THRU 8360-EXIT
025008         UNTIL WS-RET-PAY-SUB >= WS-RET-PAY-COUNT.
025009 8350-EXIT.
025010     EXIT.
025011
025012 8352-READ-RETIREMENT-DETAIL.
025013     READ RETIREMENT-DETAIL-FILE
025014         AT END
025015             MOVE "Y" TO WS-HIST-EOF-SWITCH
025016     END-READ.
025017
025018 8354-NET-RETIREMENT-DETAIL.
025019     IF RH-EMPLOYEE-ID = WS-EMPLOYEE-ID
025020         AND RH-PERIOD-NUMBER = WS-ADJ-PERIOD
025021         AND RH-PAY-DATE = WS-ADJ-ORIG-DATE
025022         AND RH-CHECK-NUMBER = WS-ADJ-ORIG-CHECK
025023         AND RH-DEFERRAL IS NUMERIC
025024         AND RH-MATCH IS NUMERIC
025025         MOVE "N" TO WS-RET-REV-FOUND-SWITCH
025026         MOVE ZERO TO WS-RET-PAY-SUB
025027         PERFORM 8356-SCAN-RET-PAY-TABLE
025028             UNTIL WS-RET-REV-FOUND
025029             OR WS-RET-PAY-SUB >= WS-RET-PAY-COUNT
025030         IF NOT WS-RET-REV-FOUND
025031             AND WS-RET-PAY-COUNT < 12
025032             ADD 1 TO WS-RET-PAY-COUNT
025033             MOVE WS-RET-PAY-COUNT TO WS-RET-PAY-SUB
025034             MOVE RH-DEDUCTION-CODE
025035                 TO RX-DEDUCTION-CODE (WS-RET-PAY-SUB)
025036             MOVE RH-DEDUCTION-NAME
025037                 TO RX-DEDUCTION-NAME (WS-RET-PAY-SUB)
025038             MOVE ZERO TO RX-DEFERRAL (WS-RET-PAY-SUB)
025039             MOVE ZERO TO RX-MATCH (WS-RET-PAY-SUB)
025040             MOVE "Y" TO WS-RET-REV-FOUND-SWITCH
025041         END-IF
025042         IF WS-RET-REV-FOUND
025043             ADD RH-DEFERRAL TO RX-DEFERRAL (WS-RET-PAY-SUB)
025044             ADD RH-MATCH TO RX-MATCH (WS-RET-PAY-SUB)
025045         END-IF
025046     END-IF.
025047     PERFORM 8352-READ-RETIREMENT-DETAIL.
025048
025049 8356-SCAN-RET-PAY-TABLE.
025050     ADD 1 TO WS-RET-PAY-SUB.
025051     IF RX-DEDUCTION-CODE (WS-RET-PAY-SUB) = RH-DEDUCTION-CODE
025052         MOVE "Y" TO WS-RET-REV-FOUND-SWITCH
025053     END-IF.
025054
025055*----------------------------------------------------------------
025056* ONE PLAN CODE: RETYTD DOWN BY THE NET DEFERRAL AND MATCH (NEVER
025057* BELOW ZERO, AND ONLY WHILE RETYTD IS STILL IN THE ORIGINAL'S
025058* PLAN YEAR), THEN THE NEGATIVE REMITDTL AND RETDTL RECORDS.
025059*----------------------------------------------------------------
025060 8360-REVERSE-ONE-PLAN.
025061     ADD 1 TO WS-RET-PAY-SUB.
025062     IF RX-DEFERRAL (WS-RET-PAY-SUB) NOT > ZERO
025063         AND RX-MATCH (WS-RET-PAY-SUB) NOT > ZERO
025064         GO TO 8360-EXIT
025065     END-IF.
025066     IF RX-DEFERRAL (WS-RET-PAY-SUB) < ZERO
025067         MOVE ZERO TO RX-DEFERRAL (WS-RET-PAY-SUB)
025068     END-IF.
025069     IF RX-MATCH (WS-RET-PAY-SUB) < ZERO
025070         MOVE ZERO TO RX-MATCH (WS-RET-PAY-SUB)
025071     END-IF.
025072
025073     MOVE WS-EMPLOYEE-ID TO RY-EMPLOYEE-ID.
025074     MOVE RX-DEDUCTION-CODE (WS-RET-PAY-SUB) TO RY-DEDUCTION-CODE.
025075     READ RETIREMENT-YTD-FILE
025076         KEY IS RY-ACCUM-KEY
025077         INVALID KEY
025078             DISPLAY "No RETYTD record for employee "
025079                 WS-EMPLOYEE-ID " " RY-DEDUCTION-CODE
025080                 " - plan year-to-date not adjusted."
025081         NOT INVALID KEY
025082             IF RY-PLAN-YEAR NOT = WS-ADJ-ORIG-DATE (1:4)
025083                 DISPLAY "RETYTD for employee " WS-EMPLOYEE-ID
025084                     " " RY-DEDUCTION-CODE " is in plan year "
025085                     RY-PLAN-YEAR " - not adjusted."
025086             ELSE
025087                 MOVE RX-DEFERRAL (WS-RET-PAY-SUB)
025088                     TO WS-RET-REV-AMOUNT
025089                 IF WS-RET-REV-AMOUNT > RY-YTD-DEFERRAL
025090                     MOVE ZERO TO RY-YTD-DEFERRAL
025091                 ELSE
025092                     SUBTRACT WS-RET-REV-AMOUNT
025093                         FROM RY-YTD-DEFERRAL
025094                 END-IF
025095                 MOVE RX-MATCH (WS-RET-PAY-SUB)
025096                     TO WS-RET-REV-AMOUNT
025097                 IF WS-RET-REV-AMOUNT > RY-YTD-MATCH
025098                     MOVE ZERO TO RY-YTD-MATCH
025099                 ELSE
025100                     SUBTRACT WS-RET-REV-AMOUNT
025101                         FROM RY-YTD-MATCH
025102                 END-IF
025103                 REWRITE RETIREMENT-YTD-RECORD
025104                     INVALID KEY
025105                         DISPLAY "RETYTD could not be rewritten "
025106                             "for employee " WS-EMPLOYEE-ID
025107                 END-REWRITE
025108             END-IF
025109     END-READ.
025110
025111     IF RX-MATCH (WS-RET-PAY-SUB) > ZERO
025112         MOVE SPACES TO REMIT-DETAIL-RECORD
025113         MOVE WS-ADJ-PERIOD TO RD-PERIOD-NUMBER
025114         MOVE WS-ADJ-ORIG-DATE TO RD-PAY-DATE
025115         MOVE WS-EMPLOYEE-ID TO RD-EMPLOYEE-ID
025116         MOVE RX-DEDUCTION-CODE (WS-RET-PAY-SUB)
025117             TO RD-DEDUCTION-CODE
025118         MOVE WS-PAY-GROUP TO RD-PAY-GROUP
025119         MOVE RX-DEDUCTION-NAME (WS-RET-PAY-SUB)
025120             TO RD-DEDUCTION-NAME
025121         MOVE "M" TO RD-RECORD-TYPE
025122         COMPUTE RD-AMOUNT = ZERO - RX-MATCH (WS-RET-PAY-SUB)
025123         WRITE REMIT-DETAIL-RECORD
025124     END-IF.
025125
025126     MOVE SPACES TO RETIREMENT-DETAIL-RECORD.
025127     MOVE WS-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
025128     MOVE RX-DEDUCTION-CODE (WS-RET-PAY-SUB) TO RH-DEDUCTION-CODE.
025129     MOVE RX-DEDUCTION-NAME (WS-RET-PAY-SUB) TO RH-DEDUCTION-NAME.
025130     MOVE WS-ADJ-ORIG-DATE TO RH-PAY-DATE.
025131     MOVE WS-ADJ-PERIOD TO RH-PERIOD-NUMBER.
025132     MOVE WS-PAY-GROUP TO RH-PAY-GROUP.
025133     MOVE WS-ADJ-ORIG-CHECK TO RH-CHECK-NUMBER.
025134     MOVE "R" TO RH-RECORD-TYPE.
025135     COMPUTE RH-DEFERRAL = ZERO - RX-DEFERRAL (WS-RET-PAY-SUB).
025136     COMPUTE RH-MATCH = ZERO - RX-MATCH (WS-RET-PAY-SUB).
025137     MOVE WS-RUN-BY TO RH-RUN-BY.
025138     WRITE RETIREMENT-DETAIL-RECORD.
025139
025140     MOVE RX-DEFERRAL (WS-RET-PAY-SUB) TO WS-FORMATTED-DEDUCTION.
025141     DISPLAY "Plan deferral reversed:       "
025142         WS-FORMATTED-DEDUCTION " " RX-DEDUCTION-NAME
025143         (WS-RET-PAY-SUB).
025144     MOVE RX-MATCH (WS-RET-PAY-SUB) TO WS-FORMATTED-DEDUCTION.
025145     DISPLAY "Employer match reversed:      "
025146         WS-FORMATTED-DEDUCTION.
025147 8360-EXIT.
025148     EXIT.
025149
025150*----------------------------------------------------------------
025151* THE CORRECTED PAY - SAME PATH AS AN INTERACTIVE PAYMENT, BUT
025152* POSTED UNDER THE PERIOD BEING CORRECTED, NOT THE OPEN ONE:
025153* THE STUB, CHECK REGISTER, AUDIT LINE AND PAYMENT LOCK ALL
025154* CARRY WS-ADJ-PERIOD (RESTORING THE LOCK 8300 RELEASED, SO
025155* THE EMPLOYEE'S REGULAR CARD IN THE OPEN PERIOD STILL PAYS),
025156* AND THE HISTORY RECORD IS STAMPED WITH THE ORIGINAL PAY
025157* DATE, MIRRORING THE REVERSAL; 3600 POSTS IT LIKE ANY OFF-CYCLE
025158* PAY.  THEN A NET-DIFFERENCE BLOCK THE EMPLOYEE CAN READ.
025159*----------------------------------------------------------------
025160 8400-PROCESS-CORRECTED-PAY.
025170     MOVE WS-PAY-PERIOD TO WS-HELD-PAY-PERIOD.
025180     MOVE WS-ADJ-PERIOD TO WS-PAY-PERIOD.
025206         GO TO 8400-EXIT
025207     END-IF.
025210     PERFORM 5000-CALCULATE-PAY THRU 5000-EXIT.
025211* A FINAL CHECK BEING CORRECTED KEEPS ITS VACATION CASH-OUT -
025212* THE LEAVE BALANCE IT BOUGHT IS ALREADY GONE.
025214     IF WS-ADJ-ORIG-PAYOUT > ZERO
025215         MOVE WS-ADJ-ORIG-PAYOUT TO WS-VACATION-PAYOUT
025217         ADD WS-VACATION-PAYOUT TO GROSS-PAY
025218     END-IF.
025220     PERFORM 5500-CALCULATE-WITHHOLDING THRU 5500-EXIT.
025230     PERFORM 6000-DISPLAY-SUMMARY THRU 6000-EXIT.
025240     PERFORM 6100-WRITE-PAYSTUB THRU 6100-EXIT.
025250     PERFORM 6190-WRITE-PAYMENT THRU 6190-EXIT.
025260     PERFORM 7000-UPDATE-YTD-AND-AUDIT THRU 7000-EXIT.
025270     PERFORM 8500-WRITE-DIFFERENCE-STUB THRU 8500-EXIT.
025275     PERFORM 3600-POST-OFF-CYCLE-PAY THRU 3600-EXIT.
025280     MOVE WS-HELD-PAY-PERIOD TO WS-PAY-PERIOD.
025290     MOVE WS-CURRENT-DATE-DISPLAY TO WS-POSTING-DATE.
025300 8400-EXIT.
025751     CLOSE LEAVE-BALANCE-FILE.
025752     CLOSE OPERATOR-MASTER.
025753     CLOSE REMIT-DETAIL-FILE.
025754     CLOSE WC-DETAIL-FILE.
025756     CLOSE RETIREMENT-DETAIL-FILE.
025758     CLOSE RETIREMENT-YTD-FILE.
025760 9000-EXIT.
025770     EXIT.
025780
025880     CLOSE CHECK-NUMBER-FILE.
025890 9100-EXIT.
025900     EXIT.
025910
025920*================================================================
025930* 3600-POST-OFF-CYCLE-PAY - AN INTERACTIVE, FINAL OR CORRECTED
025940* PAY IS CUT BETWEEN BATCHES, AND EVERY BATCH STARTS A NEW GLPOST
025950* AND JOBCOST.  SO THE PAY'S DEPARTMENT ACCRUAL, LABOR SPREAD
025960* AND WORKERS' COMPENSATION SPLIT ARE POSTED HERE ON THEIR OWN -
025970* THE GL LINES TO GLHELD, THE JOB COST TO JCHELD, THE CLASS
025980* SPLIT TO WCDETAIL AS USUAL - AND THE GROUP'S NEXT BATCH FOLDS
025990* GLHELD AND JCHELD INTO ITS OWN EXTRACTS.  NO JOBDTL IS LOADED
026000* OUTSIDE A BATCH, SO THE LABOR LANDS ON THE HOME DEPARTMENT.
026010*================================================================
026020 3600-POST-OFF-CYCLE-PAY.
026030     MOVE ZERO TO WS-DEPT-COUNT.
026040     MOVE ZERO TO WS-JOBCOST-COUNT.
026050     PERFORM 4400-ACCUMULATE-DEPARTMENT THRU 4400-EXIT.
026060     PERFORM 4450-DISTRIBUTE-LABOR THRU 4450-EXIT.
026070     PERFORM 4600-WRITE-GL-EXTRACT THRU 4600-EXIT.
026080     PERFORM 4880-WRITE-HELD-JOB-COST THRU 4880-EXIT.
026090 3600-EXIT.
026100     EXIT.
026110
026120*----------------------------------------------------------------
026130* FOLD THE GROUP'S WAITING OFF-CYCLE JOB COST INTO THE NEW
026140* JOBCOST, THE SAME WAY 4640 FOLDS GLHELD INTO GLPOST.  JCHELD
026150* IS WRITTEN BACK, THROUGH JCHLDWRK, WITH THE OTHER GROUPS' ONLY.
026160*----------------------------------------------------------------
026170 4865-FOLD-HELD-JOB-COST.
026180     MOVE ZERO TO WS-JCHELD-FOLDED.
026190     OPEN INPUT JOB-COST-HELD-FILE.
026200     IF NOT WS-JCHELD-OK
026210         GO TO 4865-EXIT
026220     END-IF.
026230     OPEN OUTPUT JOB-COST-HELD-WORK-FILE.
026240     MOVE "N" TO WS-JCHELD-EOF-SWITCH.
026250     PERFORM 4866-SPLIT-ONE-HELD-JOB
026260         UNTIL WS-END-OF-JC-HELD.
026270     CLOSE JOB-COST-HELD-FILE.
026280     CLOSE JOB-COST-HELD-WORK-FILE.
026290
026300     OPEN INPUT JOB-COST-HELD-WORK-FILE.
026310     OPEN OUTPUT JOB-COST-HELD-FILE.
026320     MOVE "N" TO WS-JCHELD-EOF-SWITCH.
026330     PERFORM 4868-COPY-ONE-HELD-JOB
026340         UNTIL WS-END-OF-JC-HELD.
026350     CLOSE JOB-COST-HELD-WORK-FILE.
026360     CLOSE JOB-COST-HELD-FILE.
026370     IF WS-JCHELD-FOLDED > ZERO
026380         DISPLAY WS-JCHELD-FOLDED " off-cycle job cost record(s) "
026390             "from JCHELD added to JOBCOST."
026400     END-IF.
026410 4865-EXIT.
026420     EXIT.
026430
026440 4866-SPLIT-ONE-HELD-JOB.
026450     READ JOB-COST-HELD-FILE
026460         AT END
026470             MOVE "Y" TO WS-JCHELD-EOF-SWITCH
026480         NOT AT END
026490             IF JH-PAY-GROUP = WS-PAY-GROUP
026500                 WRITE JOB-COST-RECORD FROM JOB-COST-HELD-RECORD
026510                 ADD 1 TO WS-JCHELD-FOLDED
026520             ELSE
026530                 WRITE JOB-COST-HELD-WORK-RECORD
026540                     FROM JOB-COST-HELD-RECORD
026550             END-IF
026560     END-READ.
026570
026580 4868-COPY-ONE-HELD-JOB.
026590     READ JOB-COST-HELD-WORK-FILE
026600         AT END
026610             MOVE "Y" TO WS-JCHELD-EOF-SWITCH
026620         NOT AT END
026630             WRITE JOB-COST-HELD-RECORD
026640                 FROM JOB-COST-HELD-WORK-RECORD
026650     END-READ.
026660
026670*----------------------------------------------------------------
026680* AN OFF-CYCLE PAY'S JOB COST, HELD ON JCHELD FOR THE GROUP'S
026690* NEXT BATCH.  EACH RECORD KEEPS THE PERIOD AND PAY DATE OF THE
026700* PAY THAT POSTED IT.
026710*----------------------------------------------------------------
026720 4880-WRITE-HELD-JOB-COST.
026730     OPEN EXTEND JOB-COST-HELD-FILE.
026740     IF NOT WS-JCHELD-OK
026750         OPEN OUTPUT JOB-COST-HELD-FILE
026760     END-IF.
026770     MOVE ZERO TO WS-JOBCOST-SUB.
026780     PERFORM 4885-WRITE-ONE-HELD-JOB
026790         UNTIL WS-JOBCOST-SUB >= WS-JOBCOST-COUNT.
026800     CLOSE JOB-COST-HELD-FILE.
026810 4880-EXIT.
026820     EXIT.
026830
026840 4885-WRITE-ONE-HELD-JOB.
026850     ADD 1 TO WS-JOBCOST-SUB.
026860     MOVE SPACES TO JOB-COST-HELD-RECORD.
026870     MOVE JT-JOB-NUMBER (WS-JOBCOST-SUB) TO JH-JOB-NUMBER.
026880     MOVE JT-DEPARTMENT (WS-JOBCOST-SUB)
026890         TO JH-DEPARTMENT-CODE.
026900     MOVE JT-HOURS (WS-JOBCOST-SUB) TO JH-HOURS.
026910     MOVE JT-GROSS (WS-JOBCOST-SUB) TO JH-GROSS.
026920     MOVE WS-PAY-PERIOD TO JH-PERIOD-NUMBER.
026930     MOVE WS-CURRENT-DATE-DISPLAY TO JH-PAY-DATE.
026940     MOVE WS-PAY-GROUP TO JH-PAY-GROUP.
026950     WRITE JOB-COST-HELD-RECORD.
026960
026970*----------------------------------------------------------------
026980* POST THE REVERSAL THE WAY 3600 POSTS A PAY, UNDER THE PERIOD
026990* BEING CORRECTED: THE ORIGINAL'S FIGURES GO THROUGH THE
027000* DEPARTMENT ACCRUAL AND OUT TO GLHELD WITH EVERY DEBIT AND
027010* CREDIT TURNED AROUND, ITS WCDETAIL RECORDS ARE MATCHED WITH
027020* SIGN-REVERSED ONES, AND A NEGATIVE JCHELD RECORD TAKES ITS
027030* HOURS AND GROSS OFF.  THE ORIGINAL'S SPLIT ACROSS JOBS IS NOT
027040* KEPT ANYWHERE, SO THE REVERSAL IS CHARGED TO THE HOME
027050* DEPARTMENT, AS EVERY OFF-CYCLE PAY IS.
027060*----------------------------------------------------------------
027070 8370-POST-REVERSAL.
027080     MOVE WS-PAY-PERIOD TO WS-HELD-PAY-PERIOD.
027090     MOVE WS-ADJ-PERIOD TO WS-PAY-PERIOD.
027100     MOVE ZERO TO WS-DEPT-COUNT.
027110     MOVE ZERO TO WS-JOBCOST-COUNT.
027120     MOVE ZERO TO WS-REGULAR-HOURS WS-OVERTIME-HOURS.
027130     MOVE WS-ADJ-ORIG-GROSS TO GROSS-PAY.
027140     MOVE WS-ADJ-ORIG-FED TO WS-FEDERAL-TAX-AMOUNT.
027150     MOVE WS-ADJ-ORIG-STATE TO WS-STATE-TAX-AMOUNT.
027160     MOVE WS-ADJ-ORIG-DED TO WS-PRE-TAX-TOTAL.
027170     MOVE ZERO TO WS-POST-TAX-TOTAL.
027180     MOVE WS-ADJ-ORIG-NET TO NET-PAY.
027190     MOVE WS-ADJ-ORIG-OASDI TO WS-OASDI-AMOUNT.
027200     MOVE WS-ADJ-ORIG-MEDICARE TO WS-MEDICARE-AMOUNT.
027210     MOVE ZERO TO WS-MATCH-TOTAL.
027220     MOVE ZERO TO WS-RET-PAY-SUB.
027230     PERFORM 8372-ADD-ONE-MATCH
027240         UNTIL WS-RET-PAY-SUB >= WS-RET-PAY-COUNT.
027250     PERFORM 4400-ACCUMULATE-DEPARTMENT THRU 4400-EXIT.
027260     PERFORM 8380-REVERSE-WC-DETAIL THRU 8380-EXIT.
027270
027280     MOVE SPACES TO WS-LABOR-JOB.
027290     MOVE WS-DEPARTMENT-CODE TO WS-LABOR-DEPT.
027300     COMPUTE WS-LABOR-HOURS = ZERO - WS-ADJ-ORIG-HOURS.
027310     COMPUTE WS-LABOR-SHARE = ZERO - WS-ADJ-ORIG-GROSS.
027320     PERFORM 4460-ACCUMULATE-JOB-COST THRU 4460-EXIT.
027330
027340     MOVE "Y" TO WS-GL-REVERSE-SWITCH.
027350     PERFORM 4600-WRITE-GL-EXTRACT THRU 4600-EXIT.
027360     MOVE "N" TO WS-GL-REVERSE-SWITCH.
027370     PERFORM 4880-WRITE-HELD-JOB-COST THRU 4880-EXIT.
027380     MOVE WS-HELD-PAY-PERIOD TO WS-PAY-PERIOD.
027390 8370-EXIT.
027400     EXIT.
027410
027420 8372-ADD-ONE-MATCH.
027430     ADD 1 TO WS-RET-PAY-SUB.
027440     IF RX-MATCH (WS-RET-PAY-SUB) > ZERO
027450         ADD RX-MATCH (WS-RET-PAY-SUB) TO WS-MATCH-TOTAL
027460     END-IF.
027470
027480*----------------------------------------------------------------
027490* NET THE ORIGINAL'S WCDETAIL RECORDS BY CLASS (SAME PERIOD, PAY
027500* DATE AND CHECK NUMBER, LESS ANY EARLIER REVERSAL - A RECORD
027510* FROM BEFORE THE CHECK NUMBER WAS KEPT MATCHES ON THE OTHER
027520* THREE), THEN WRITE ONE SIGN-REVERSED RECORD PER CLASS.  THE
027530* PREMIUM TAKEN OFF GOES INTO THE DEPARTMENT ACCRUAL FOR 8370'S
027540* GL LINES, AND THE HOURS ARE ALL THE HISTORY THERE IS OF THE
027550* ORIGINAL'S HOURS FOR ITS JOB COST.  WCDETAIL IS APPEND-OPEN,
027560* SO IT IS CLOSED, READ AND REOPENED EXTEND LIKE RETDTL IN 8350.
027570*----------------------------------------------------------------
027580 8380-REVERSE-WC-DETAIL.
027590     MOVE ZERO TO WS-ADJ-WC-COUNT.
027600     MOVE ZERO TO WS-ADJ-ORIG-HOURS.
027610     CLOSE WC-DETAIL-FILE.
027620     OPEN INPUT WC-DETAIL-FILE.
027630     IF WS-WCDETAIL-STATUS NOT = "00"
027640         OPEN EXTEND WC-DETAIL-FILE
027650         IF WS-WCDETAIL-STATUS NOT = "00"
027660             OPEN OUTPUT WC-DETAIL-FILE
027670         END-IF
027680         GO TO 8380-EXIT
027690     END-IF.
027700     MOVE "N" TO WS-HIST-EOF-SWITCH.
027710     PERFORM 8382-READ-WC-DETAIL.
027720     PERFORM 8384-NET-WC-DETAIL
027730         UNTIL WS-END-OF-HISTORY.
027740     CLOSE WC-DETAIL-FILE.
027750     OPEN EXTEND WC-DETAIL-FILE.
027760     MOVE ZERO TO WS-ADJ-WC-SUB.
027770     PERFORM 8388-REVERSE-ONE-CLASS THRU 8388-EXIT
027780         UNTIL WS-ADJ-WC-SUB >= WS-ADJ-WC-COUNT.
027790 8380-EXIT.
027800     EXIT.
027810
027820 8382-READ-WC-DETAIL.
027830     READ WC-DETAIL-FILE
027840         AT END
027850             MOVE "Y" TO WS-HIST-EOF-SWITCH
027860     END-READ.
027870
027880 8384-NET-WC-DETAIL.
027890     IF WC-EMPLOYEE-ID = WS-EMPLOYEE-ID
027900         AND WC-PERIOD-NUMBER = WS-ADJ-PERIOD
027910         AND WC-PAY-DATE = WS-ADJ-ORIG-DATE
027920         AND (WC-CHECK-NUMBER NOT NUMERIC
027930             OR WC-CHECK-NUMBER = WS-ADJ-ORIG-CHECK)
027940         MOVE "N" TO WS-ADJ-WC-FOUND-SWITCH
027950         MOVE ZERO TO WS-ADJ-WC-SUB
027960         PERFORM 8386-SCAN-ADJ-WC-TABLE
027970             UNTIL WS-ADJ-WC-FOUND
027980             OR WS-ADJ-WC-SUB >= WS-ADJ-WC-COUNT
027990         IF NOT WS-ADJ-WC-FOUND
028000             AND WS-ADJ-WC-COUNT < 12
028010             ADD 1 TO WS-ADJ-WC-COUNT
028020             MOVE WS-ADJ-WC-COUNT TO WS-ADJ-WC-SUB
028030             MOVE WC-CLASS-CODE TO WX-CLASS-CODE (WS-ADJ-WC-SUB)
028040             MOVE ZERO TO WX-HOURS (WS-ADJ-WC-SUB)
028050             MOVE ZERO TO WX-GROSS (WS-ADJ-WC-SUB)
028060             MOVE ZERO TO WX-PAYROLL (WS-ADJ-WC-SUB)
028070             MOVE ZERO TO WX-PREMIUM (WS-ADJ-WC-SUB)
028080             MOVE "Y" TO WS-ADJ-WC-FOUND-SWITCH
028090         END-IF
028100         IF WS-ADJ-WC-FOUND
028110             ADD WC-HOURS TO WX-HOURS (WS-ADJ-WC-SUB)
028120             ADD WC-GROSS TO WX-GROSS (WS-ADJ-WC-SUB)
028130             ADD WC-PAYROLL TO WX-PAYROLL (WS-ADJ-WC-SUB)
028140             ADD WC-PREMIUM TO WX-PREMIUM (WS-ADJ-WC-SUB)
028150             MOVE WC-RATE TO WX-RATE (WS-ADJ-WC-SUB)
028160         END-IF
028170     END-IF.
028180     PERFORM 8382-READ-WC-DETAIL.
028190
028200 8386-SCAN-ADJ-WC-TABLE.
028210     ADD 1 TO WS-ADJ-WC-SUB.
028220     IF WX-CLASS-CODE (WS-ADJ-WC-SUB) = WC-CLASS-CODE
028230         MOVE "Y" TO WS-ADJ-WC-FOUND-SWITCH
028240     END-IF.
028250
028260 8388-REVERSE-ONE-CLASS.
028270     ADD 1 TO WS-ADJ-WC-SUB.
028280     IF WX-GROSS (WS-ADJ-WC-SUB) NOT > ZERO
028290         AND WX-PREMIUM (WS-ADJ-WC-SUB) NOT > ZERO
028300         GO TO 8388-EXIT
028310     END-IF.
028320     ADD WX-HOURS (WS-ADJ-WC-SUB) TO WS-ADJ-ORIG-HOURS.
028330     IF WX-PREMIUM (WS-ADJ-WC-SUB) > ZERO
028340         ADD WX-PREMIUM (WS-ADJ-WC-SUB)
028350             TO DT-WC-PREMIUM (WS-DEPT-SUB)
028360     END-IF.
028370     MOVE SPACES TO WC-DETAIL-RECORD.
028380     MOVE WS-EMPLOYEE-ID TO WC-EMPLOYEE-ID.
028390     MOVE WX-CLASS-CODE (WS-ADJ-WC-SUB) TO WC-CLASS-CODE.
028400     MOVE WS-DEPARTMENT-CODE TO WC-DEPARTMENT-CODE.
028410     MOVE WS-ADJ-ORIG-DATE TO WC-PAY-DATE.
028420     MOVE WS-ADJ-PERIOD TO WC-PERIOD-NUMBER.
028430     MOVE WS-PAY-GROUP TO WC-PAY-GROUP.
028440     COMPUTE WC-HOURS = ZERO - WX-HOURS (WS-ADJ-WC-SUB).
028450     COMPUTE WC-GROSS = ZERO - WX-GROSS (WS-ADJ-WC-SUB).
028460     COMPUTE WC-OT-PREMIUM = WX-PAYROLL (WS-ADJ-WC-SUB)
028470         - WX-GROSS (WS-ADJ-WC-SUB).
028480     COMPUTE WC-PAYROLL = ZERO - WX-PAYROLL (WS-ADJ-WC-SUB).
028490     MOVE WX-RATE (WS-ADJ-WC-SUB) TO WC-RATE.
028500     COMPUTE WC-PREMIUM = ZERO - WX-PREMIUM (WS-ADJ-WC-SUB).
028510     MOVE WS-RUN-BY TO WC-RUN-BY.
028520     MOVE WS-ADJ-ORIG-CHECK TO WC-CHECK-NUMBER.
028530     MOVE "R" TO WC-RECORD-TYPE.
028540     WRITE WC-DETAIL-RECORD.
028550 8388-EXIT.
028560     EXIT.
028570
028580*----------------------------------------------------------------
028590* THE SALARY STILL OWED ON A SALARIED EMPLOYEE'S FINAL CHECK -
028600* ZERO WHEN THE LAST REGULAR PAY ALREADY COVERED IT.
028610*----------------------------------------------------------------
028620 3325-PROMPT-FOR-SALARY-OWED.
028630     DISPLAY SPACE.
028640     DISPLAY "Enter Salary Still Owed (0 if none): "
028650         WITH NO ADVANCING.
028660     ACCEPT WS-SALARY-OWED-TEXT.
028670     IF FUNCTION TEST-NUMVAL(WS-SALARY-OWED-TEXT) = ZERO
028680         AND FUNCTION NUMVAL(WS-SALARY-OWED-TEXT) >= ZERO
028690         MOVE FUNCTION NUMVAL(WS-SALARY-OWED-TEXT)
028700             TO WS-SALARY-OWED
028710         MOVE "Y" TO WS-VALID-SWITCH
028720     ELSE
028730         DISPLAY "Invalid entry - salary owed must be "
028740             "numeric and not negative."
028750     END-IF.
