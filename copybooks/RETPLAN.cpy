000010*================================================================
000020* RETPLAN - RETIREMENT PLAN RULES (LINE SEQUENTIAL), KEPT BY THE
000030* PAYROLL DESK.  ONE RECORD PER DEDMAST DEDUCTION CODE THAT IS A
000040* RETIREMENT PLAN DEFERRAL (THE 401K AND THE LIKE).  A CODE NOT
000050* ON THIS FILE IS AN ORDINARY DEDUCTION AND GETS NO MATCH AND NO
000060* ANNUAL LIMIT.  THE MATCH FORMULA IS A PERCENT OF THE DEFERRAL,
000070* ON DEFERRALS UP TO A PERCENT OF THE PERIOD GROSS, BOTH KEYED
000080* AS FRACTIONS LIKE EVERY OTHER RATE - ".50" AND ".06" READ AS
000090* 50% OF DEFERRALS UP TO 6% OF GROSS; A BLANK UP-TO PERCENT
000100* MATCHES EVERY DOLLAR DEFERRED.  THE ANNUAL DEFERRAL
000110* LIMIT STOPS THE DEDUCTION; AN EMPLOYEE WHO REACHES THE
000120* CATCH-UP AGE IN THE PAY YEAR MAY DEFER THE CATCH-UP LIMIT ON
000130* TOP.  BLANK LIMITS AND AGE MEAN THE STATUTORY FIGURES CARRIED
000140* IN SIMPLE-PAYROLL.  ALL FIGURES ARE TEXT, EDITED WITH
000150* TEST-NUMVAL WHEN LOADED, LIKE EVERY DESK-KEYED CONTROL FILE.
000160*----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 10/15/2026 DM    ORIGINAL LAYOUT.
000190*================================================================
000200 01  RETIREMENT-PLAN-RECORD.
000210     05  RP-DEDUCTION-CODE       PIC X(03).
000220     05  RP-MATCH-PCT-TEXT       PIC X(08).
000230     05  RP-MATCH-UP-TO-TEXT     PIC X(08).
000240     05  RP-ANNUAL-LIMIT-TEXT    PIC X(10).
000250     05  RP-CATCH-UP-LIMIT-TEXT  PIC X(10).
000260     05  RP-CATCH-UP-AGE-TEXT    PIC X(03).
000270     05  RP-PLAN-NAME            PIC X(30).
000280     05  FILLER                  PIC X(08).
