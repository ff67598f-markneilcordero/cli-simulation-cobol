000110* STOPS FOR GOOD ONCE DD-GOAL-BALANCE REACHES ZERO (COURT
000120* TOTAL SATISFIED).  DD-GARNISH-LIMIT-PCT, WHEN NON-ZERO, CAPS
000130* THE DEDUCTION AT THAT SHARE OF DISPOSABLE PAY (GROSS LESS
000140* TAXES) AS THE GARNISHMENT ORDER REQUIRES.  A BEFORE-TAX ITEM
000143* COMES OFF INCOME-TAX WAGES ONLY (401K) UNLESS DD-FICA-EXEMPT
000146* IS SET - A CAFETERIA-PLAN (SECTION 125) ITEM, WHICH ALSO
000148* COMES OFF THE OASDI AND MEDICARE WAGES.
000150*----------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* 08/21/2026 DM    ORIGINAL LAYOUT.
000172* 10/15/2026 DM    FICA-EXEMPT FLAG FOR SECTION 125 ITEMS -
000174*                  TAKEN FROM FILLER, RECORD LENGTH IS
000176*                  UNCHANGED.  BLANK (EVERY EXISTING RECORD)
000178*                  MEANS NOT EXEMPT.
000180*================================================================
000190 01  DEDUCTION-MASTER-RECORD.
000200     05  DD-DEDUCTION-KEY.
000360     05  DD-GARNISH-LIMIT-PCT    PIC V9(04).
000370     05  DD-ACTIVE-STATUS        PIC X(01).
000380         88  DD-DEDUCTION-INACTIVE   VALUE "I".
000390     05  DD-FICA-EXEMPT-FLAG     PIC X(01).
000400         88  DD-FICA-EXEMPT          VALUE "Y".
000410     05  FILLER                  PIC X(07).
