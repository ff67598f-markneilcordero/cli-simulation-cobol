000010*================================================================
000020* WCRATE - WORKERS' COMPENSATION RATE FILE (LINE SEQUENTIAL),
000030* KEPT BY THE PAYROLL DESK FROM THE CARRIER'S POLICY.  TWO
000040* KINDS OF RECORD:
000050*   "C" - ONE PER CLASS CODE: THE CLASS, ITS DESCRIPTION AND
000060*         THE PREMIUM RATE PER $100 OF REPORTABLE PAYROLL.
000070*   "D" - ONE PER DEPARTMENT: THE CLASS ITS LABOR FALLS UNDER
000080*         WHEN THE JOB WORKED CARRIES NO CLASS OF ITS OWN.
000090* THE RATE IS TEXT, EDITED WITH TEST-NUMVAL WHEN LOADED, LIKE
000100* EVERY OTHER DESK-KEYED CONTROL FILE.  SHARED BY
000110* SIMPLE-PAYROLL AND THE WCPREM PREMIUM REPORT.
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 10/15/2026 DM    ORIGINAL LAYOUT.
000150*================================================================
000160 01  WC-RATE-RECORD.
000170     05  WR-RECORD-TYPE          PIC X(01).
000180         88  WR-CLASS-RATE           VALUE "C".
000190         88  WR-DEPARTMENT-CLASS     VALUE "D".
000200     05  WR-CODE                 PIC X(04).
000210     05  WR-DEPT-CLASS-CODE      PIC X(04).
000220     05  WR-RATE-TEXT            PIC X(08).
000230     05  WR-DESCRIPTION          PIC X(30).
000240     05  FILLER                  PIC X(13).
