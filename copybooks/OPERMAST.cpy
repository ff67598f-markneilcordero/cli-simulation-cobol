000080*----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 09/03/2026 DM    ORIGINAL LAYOUT.
000102* 10/15/2026 DM    FILE-RESTORE ROLE FLAG FOR PAYJOBS, TAKEN FROM
000105*                  FILLER AFTER THE STATUS SO EXISTING RECORDS
000107*                  KEEP THEIR SHAPE; BLANK ON THEM MEANS NO.
000110*================================================================
000120 01  OPERATOR-MASTER-RECORD.
000130     05  OP-OPERATOR-ID          PIC X(10).
000300             88  OP-MAY-RUN-OPERMNT      VALUE "Y".
000310     05  OP-ACTIVE-STATUS        PIC X(01).
000320         88  OP-OPERATOR-INACTIVE    VALUE "I".
000330     05  OP-RESTORE-FILES        PIC X(01).
000340         88  OP-MAY-RESTORE-FILES    VALUE "Y".
000350     05  FILLER                  PIC X(11).
