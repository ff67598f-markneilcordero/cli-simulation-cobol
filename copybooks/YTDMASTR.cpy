000040* THE PAY RUN AND YTD-RECON HAVE ALWAYS CARRIED, PLUS THE
000050* TAXED-WAGES-TO-DATE FIELDS THE EMPLOYER-SIDE ACCRUAL NEEDS TO
000060* STOP EACH TAX AT ITS ANNUAL WAGE BASE.  SHARED BY
000070* SIMPLE-PAYROLL AND YTD-RECON.  THE FICA TAXED WAGES STOP
000073* THE EMPLOYEE OASDI AS WELL AS THE MATCH; THE MEDICARE WAGES
000076* HAVE NO BASE AND START THE ADDITIONAL MEDICARE RATE.
000080*----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 09/03/2026 DM    LIFTED FROM THE SIMPLE-PAYROLL FD AND
000120*                  FIELDS.  RECORD GROWS 16 TO 55 BYTES -
000130*                  EXISTING YTDMAST FILES NEED THE ONE-TIME
000140*                  REBUILD THROUGH YTD-RECON.
000142* 10/15/2026 DM    YTD MEDICARE WAGES ADDED FOR THE EMPLOYEE
000144*                  ADDITIONAL MEDICARE THRESHOLD.  RECORD GROWS
000146*                  55 TO 66 BYTES - EXISTING YTDMAST FILES NEED
000148*                  THE ONE-TIME REBUILD THROUGH YTD-RECON.
000150*================================================================
000160 01  YTD-RECORD.
000170     05  YT-EMPLOYEE-ID          PIC X(05).
000190     05  YT-YTD-FICA-WAGES       PIC 9(09)V99.
000200     05  YT-YTD-FUTA-WAGES       PIC 9(09)V99.
000210     05  YT-YTD-SUTA-WAGES       PIC 9(09)V99.
000215     05  YT-YTD-MEDICARE-WAGES   PIC 9(09)V99.
000220     05  FILLER                  PIC X(06).
