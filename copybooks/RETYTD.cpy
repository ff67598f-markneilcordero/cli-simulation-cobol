000010*================================================================
000020* RETYTD - RETIREMENT PLAN YEAR-TO-DATE ACCUMULATOR (RETYTD,
000030* INDEXED, KEY IS RY-ACCUM-KEY).  ONE RECORD PER EMPLOYEE PER
000040* RETIREMENT PLAN DEDUCTION CODE: THE DEFERRALS TAKEN AND THE
000050* EMPLOYER MATCH PAID IN THE PLAN YEAR.  SIMPLE-PAYROLL STOPS THE
000060* DEFERRAL AT THE RETPLAN ANNUAL LIMIT FROM IT; A RECORD WHOSE
000070* PLAN YEAR IS NOT THE PAY YEAR COUNTS AS NOTHING DEFERRED YET.
000080* YEARCLOS ZEROES IT FOR THE NEW YEAR ALONGSIDE YTDMAST.
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DM    ORIGINAL LAYOUT.
000120*================================================================
000130 01  RETIREMENT-YTD-RECORD.
000140     05  RY-ACCUM-KEY.
000150         10  RY-EMPLOYEE-ID      PIC X(05).
000160         10  RY-DEDUCTION-CODE   PIC X(03).
000170     05  RY-PLAN-YEAR            PIC 9(04).
000180     05  RY-YTD-DEFERRAL         PIC 9(07)V99.
000190     05  RY-YTD-MATCH            PIC 9(07)V99.
000200     05  FILLER                  PIC X(10).
