000010*================================================================
000020* STEMPLR - STATE EMPLOYER IDENTITY RECORD (STEMPLR, LINE
000030* SEQUENTIAL, ONE RECORD).  KEPT BY THE PAYROLL DESK THE SAME
000040* WAY AS EMPRTAX: THE FEDERAL EMPLOYER ID, THE STATE
000050* UNEMPLOYMENT ACCOUNT NUMBER AND THE EMPLOYER NAME AND
000060* ADDRESS THE STATE HAS ON FILE.  READ BY SUIWAGE FOR THE
000070* QUARTERLY WAGE FILE AND BY NEWHIRE FOR THE NEW-HIRE EXTRACT.
000080*----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 10/15/2026 DM    ORIGINAL LAYOUT.
000110*================================================================
000120 01  STATE-EMPLOYER-RECORD.
000130     05  SE-FEIN                 PIC X(09).
000140     05  SE-STATE-ACCOUNT        PIC X(15).
000150     05  SE-EMPLOYER-NAME        PIC X(30).
000160     05  SE-ADDRESS-LINE         PIC X(30).
000170     05  SE-CITY                 PIC X(20).
000180     05  SE-STATE-CODE           PIC X(02).
000190     05  SE-ZIP-CODE             PIC X(09).
000200     05  FILLER                  PIC X(20).
