000060*----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* 09/03/2026 DM    ORIGINAL LAYOUT.
000082* 10/15/2026 DM    WORKERS' COMPENSATION CLASS CODE FOR THE
000084*                  LABOR CHARGED TO THE JOB.  BLANK MEANS THE
000086*                  EMPLOYEE'S DEPARTMENT CLASS FROM WCRATE.
000088*                  TAKEN FROM FILLER - RECORD LENGTH UNCHANGED.
000090*================================================================
000100 01  JOB-MASTER-RECORD.
000110     05  JB-JOB-NUMBER           PIC X(06).
000130     05  JB-DEPARTMENT-CODE      PIC X(04).
000140     05  JB-ACTIVE-STATUS        PIC X(01).
000150         88  JB-JOB-INACTIVE         VALUE "I".
000160     05  JB-WC-CLASS-CODE        PIC X(04).
000170     05  FILLER                  PIC X(05).
