000143*                  PARTY, WITH THE DEDUCTION CODE WHERE THE
000144*                  EMPLOYEE ID GOES).  BLANK IS A PAYROLL
000145*                  CHECK AS ALWAYS.
000146* 10/15/2026 DM    ALSO READ BY POSPAY FOR THE BANK'S POSITIVE-
000147*                  PAY ISSUE FILE - LAYOUT UNCHANGED.  WHAT HAS
000148*                  BEEN SENT IS KEPT ON PPAYHIST.
000150*================================================================
000160 01  CHECK-REGISTER-RECORD.
000170     05  CK-CHECK-NUMBER         PIC 9(08).
