000060* STATEMENTS AND THE YTD RECONCILIATION ALL READ IT.  AMOUNTS
000070* CARRY A LEADING SEPARATE SIGN SO A REVERSAL (TYPE "R") IS A
000080* NEGATIVE RECORD THAT NETS OUT IN ANY TOTAL.
000085* GROSS = FED + STATE + OASDI + MEDICARE + DEDUCTIONS + NET.
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 08/21/2026 DM    ORIGINAL LAYOUT.
      * 10/15/2026 DM    EMPLOYEE OASDI AND MEDICARE WITHHELD, AND THE
      *                  WAGES EACH WAS FIGURED ON, ADDED AHEAD OF
      *                  THE FILLER.  RECORD GROWS 99 TO 129 BYTES -
      *                  THE FILE IS LINE SEQUENTIAL, SO RECORDS
      *                  WRITTEN BEFORE THIS READ BACK WITH SPACES IN
      *                  THE NEW FIELDS, WHICH EVERY READER TAKES AS
      *                  NO FICA WITHHELD ON THE FULL GROSS.
      * 10/15/2026 DM    VACATION CASH-OUT ON A FINAL CHECK, ALREADY
      *                  INCLUDED IN THE GROSS.  RECORD GROWS 129 TO
      *                  139 BYTES; OLDER RECORDS READ BACK BLANK,
      *                  MEANING NO CASH-OUT.
      * 10/15/2026 DM    FLAT MASTER BENEFITS TAKEN, ALREADY INCLUDED
      *                  IN THE DEDUCTIONS, SO THE PERIOD TIE-OUT CAN
      *                  PROVE THE DEDUCTIONS AGAINST REMITDTL.  RECORD
      *                  GROWS 139 TO 149 BYTES; OLDER RECORDS READ
      *                  BACK BLANK, MEANING NOT KEPT.
      * 10/15/2026 DM    STATE UNEMPLOYMENT (SUTA) TAXABLE WAGES AND
      *                  THE EMPLOYER SUTA ACCRUED ON THIS PAY, SO THE
      *                  QUARTERLY SUI WAGE REPORT TIES TO WHAT WAS
      *                  ACCRUED.  RECORD GROWS 149 TO 169 BYTES;
      *                  OLDER RECORDS READ BACK BLANK, MEANING NOT
      *                  KEPT.
000120*================================================================
000130 01  EARNINGS-HISTORY-RECORD.
000140     05  EH-EMPLOYEE-ID          PIC X(05).
000340     05  EH-CHECK-NUMBER         PIC 9(08).
000350     05  EH-PAY-METHOD           PIC X(01).
000360     05  EH-RUN-BY               PIC X(10).
000370*    EMPLOYEE FICA - THE WAGES ARE THE PART OF THIS PAY EACH TAX
000380*    WAS FIGURED ON (OASDI STOPS AT THE ANNUAL WAGE BASE).
000390     05  EH-OASDI-TAX            PIC S9(07)V99
000400                                 SIGN IS LEADING SEPARATE.
000410     05  EH-MEDICARE-TAX         PIC S9(07)V99
000420                                 SIGN IS LEADING SEPARATE.
000430     05  EH-OASDI-WAGES          PIC S9(07)V99
000440                                 SIGN IS LEADING SEPARATE.
000450     05  EH-MEDICARE-WAGES       PIC S9(07)V99
000460                                 SIGN IS LEADING SEPARATE.
000470     05  EH-VACATION-PAYOUT      PIC S9(07)V99
000480                                 SIGN IS LEADING SEPARATE.
000490     05  EH-FLAT-BENEFITS        PIC S9(07)V99
000500                                 SIGN IS LEADING SEPARATE.
000510*    EMPLOYER SUTA - THE PART OF THIS PAY UNDER THE STATE WAGE
000520*    BASE AND THE CONTRIBUTION ACCRUED ON IT.
000530     05  EH-SUTA-WAGES           PIC S9(07)V99
000540                                 SIGN IS LEADING SEPARATE.
000550     05  EH-SUTA-TAX             PIC S9(07)V99
000560                                 SIGN IS LEADING SEPARATE.
