000173*                  FLAT FEDERAL/STATE RATES STAY AS A FALLBACK
000174*                  FOR INSTALLS WITH NO TAXTABLE YET.  TAKEN
000175*                  FROM FILLER - RECORD LENGTH IS UNCHANGED.
      * 10/15/2026 DM    ADDED THE PAY GROUP.  EACH GROUP HAS ITS OWN
      *                  PAYPERD PERIOD RECORD AND FREQUENCY, AND A
      *                  PAY RUN PAYS ONLY THE GROUP WHOSE PERIOD IS
      *                  OPEN.  BLANK IS THE ORIGINAL WEEKLY GROUP.
      *                  TAKEN FROM FILLER - RECORD LENGTH UNCHANGED.
      * 10/15/2026 DM    TERMINATION DATE AND REASON, SET BY THE
      *                  EMPMAINT TERMINATE FUNCTION.  STATUS "T"
      *                  MEANS TERMINATED WITH THE FINAL PAY STILL TO
      *                  RUN; SIMPLE-PAYROLL'S FINAL-PAY MODE TURNS
      *                  IT TO "I" ONCE THE FINAL CHECK POSTS.  RECORD
      *                  GROWS 105 TO 115 BYTES - EXISTING EMPMAST
      *                  FILES NEED THE ONE-TIME RELOAD THROUGH
      *                  EMPMAINT.
      * 10/15/2026 DM    BIRTH DATE, KEPT BY EMPMAINT, FOR THE
      *                  RETIREMENT PLAN CATCH-UP AGE.  RECORD
      *                  GROWS 115 TO 123 BYTES - EXISTING EMPMAST
      *                  FILES NEED THE ONE-TIME RELOAD THROUGH
      *                  EMPMAINT.
      * 10/15/2026 DM    HIRE DATE, SOCIAL SECURITY NUMBER AND HOME
      *                  ADDRESS, KEPT BY EMPMAINT, FOR THE STATE
      *                  NEW-HIRE REGISTRY AND THE QUARTERLY SUI WAGE
      *                  REPORT.  RECORD GROWS 123 TO 201 BYTES -
      *                  EXISTING EMPMAST FILES NEED THE ONE-TIME
      *                  RELOAD THROUGH EMPMAINT.
000180*================================================================
000190 01  EMPLOYEE-MASTER-RECORD.
000200     05  EM-EMPLOYEE-ID          PIC X(05).
000310     05  EM-BENEFITS-AMOUNT      PIC 9(05)V99.
000320     05  EM-ACTIVE-STATUS        PIC X(01).
000330         88  EM-EMPLOYEE-INACTIVE    VALUE "I".
000335         88  EM-TERMINATION-PENDING  VALUE "T".
000340     05  EM-PAY-METHOD           PIC X(01).
000350         88  EM-PAY-BY-DEPOSIT       VALUE "D".
000360         88  EM-PAY-BY-CHECK         VALUE "C".
000410         88  EM-FILING-SINGLE        VALUE "S".
000420         88  EM-FILING-MARRIED       VALUE "M".
000430     05  EM-ALLOWANCE-COUNT      PIC 9(02).
000440     05  EM-PAY-GROUP            PIC X(01).
000450     05  EM-TERMINATION-DATE     PIC 9(08).
000460     05  EM-TERMINATION-REASON   PIC X(02).
000470         88  EM-TERM-QUIT            VALUE "QU".
000480         88  EM-TERM-DISCHARGE       VALUE "DI".
000490         88  EM-TERM-LAYOFF          VALUE "LO".
000500         88  EM-TERM-RETIRED         VALUE "RE".
000510         88  EM-TERM-DECEASED        VALUE "DE".
000520         88  EM-TERM-OTHER           VALUE "OT".
000530         88  EM-TERM-REASON-VALID    VALUES "QU" "DI" "LO"
000540                                            "RE" "DE" "OT".
000550     05  EM-BIRTH-DATE           PIC 9(08).
000560     05  EM-BIRTH-DATE-SPLIT REDEFINES EM-BIRTH-DATE.
000570         10  EM-BIRTH-YEAR       PIC 9(04).
000580         10  EM-BIRTH-MONTH      PIC 9(02).
000590         10  EM-BIRTH-DAY        PIC 9(02).
000600     05  EM-HIRE-DATE            PIC 9(08).
000610     05  EM-HIRE-DATE-SPLIT REDEFINES EM-HIRE-DATE.
000620         10  EM-HIRE-YEAR        PIC 9(04).
000630         10  EM-HIRE-MONTH       PIC 9(02).
000640         10  EM-HIRE-DAY         PIC 9(02).
000650     05  EM-SSN                  PIC X(09).
000660     05  EM-ADDRESS-LINE         PIC X(30).
000670     05  EM-CITY                 PIC X(20).
000680     05  EM-STATE-CODE           PIC X(02).
000690     05  EM-ZIP-CODE             PIC X(09).
