000010*================================================================
000020* WCDETAIL - WORKERS' COMPENSATION DETAIL, APPENDED BY
000030* SIMPLE-PAYROLL AS EACH PAY POSTS: ONE RECORD PER EMPLOYEE
000040* PER CLASS CODE THE PAY WAS SPREAD ACROSS.  REPORTABLE
000050* PAYROLL IS THE GROSS LESS THE OVERTIME PREMIUM (THE HALF-TIME
000060* PART OF OVERTIME), WHICH THE CARRIER EXCLUDES; THE PREMIUM
000070* IS THAT PAYROLL AT THE WCRATE RATE PER $100 IN FORCE WHEN IT
000080* WAS PAID.  THE WCPREM REPORT TOTALS IT BY CLASS FOR THE
000090* QUARTER OR YEAR.  AMOUNTS CARRY A LEADING SEPARATE SIGN, AS
000100* ON EARNHIST, SO A NEGATIVE RECORD NETS OUT OF ANY TOTAL.
000110* A BLANK CLASS IS PAYROLL NO CLASS COULD BE FOUND FOR.
000111* A PAY THAT IS REVERSED BY AN ADJUSTMENT GETS A MATCHING "R"
000112* RECORD PER CLASS, SIGN-REVERSED AND QUOTING THE SAME CHECK.
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 10/15/2026 DM    ORIGINAL LAYOUT.
000141* 10/15/2026 DM    ADDED THE CHECK NUMBER AND THE RECORD TYPE
000142*                  (PAY OR REVERSAL) OUT OF THE FILLER.
000150*================================================================
000160 01  WC-DETAIL-RECORD.
000170     05  WC-EMPLOYEE-ID          PIC X(05).
000180     05  WC-CLASS-CODE           PIC X(04).
000190     05  WC-DEPARTMENT-CODE      PIC X(04).
000200     05  WC-PAY-DATE             PIC 9(08).
000210     05  WC-PAY-DATE-SPLIT REDEFINES WC-PAY-DATE.
000220         10  WC-PAY-YEAR         PIC 9(04).
000230         10  WC-PAY-MONTH        PIC 9(02).
000240         10  WC-PAY-DAY          PIC 9(02).
000250     05  WC-PERIOD-NUMBER        PIC 9(06).
000260     05  WC-PAY-GROUP            PIC X(01).
000270     05  WC-HOURS                PIC S9(05)V99
000280                                 SIGN IS LEADING SEPARATE.
000290     05  WC-GROSS                PIC S9(07)V99
000300                                 SIGN IS LEADING SEPARATE.
000310     05  WC-OT-PREMIUM           PIC S9(07)V99
000320                                 SIGN IS LEADING SEPARATE.
000330     05  WC-PAYROLL              PIC S9(07)V99
000340                                 SIGN IS LEADING SEPARATE.
000350     05  WC-RATE                 PIC 9(03)V9(04).
000360     05  WC-PREMIUM              PIC S9(07)V99
000370                                 SIGN IS LEADING SEPARATE.
000380     05  WC-RUN-BY               PIC X(10).
000381     05  WC-CHECK-NUMBER         PIC 9(08).
000382     05  WC-RECORD-TYPE          PIC X(01).
000383         88  WC-PAY-RECORD               VALUE SPACE.
000384         88  WC-REVERSAL-RECORD          VALUE "R".
000390     05  FILLER                  PIC X(01).
