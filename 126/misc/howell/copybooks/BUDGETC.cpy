000100*****************************************************************
000110*                                                               *
000120* COPYBOOK   : BUDGETC                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* REMARKS    : GL BUDGET RECORD.  ONE RECORD PER GL ACCOUNT,    *
000150*              COST CENTER, FISCAL YEAR AND FISCAL MONTH (THE   *
000160*              CALNDRC FISCAL PERIOD), HELD IN ASCENDING KEY    *
000170*              ORDER (BUD-KEY; NO DUPLICATES).  FINANCE LOADS   *
000180*              EACH YEAR'S PLAN THROUGH BUDMNT AS ADD CARDS AND *
000190*              REVISES IT WITH CHANGE CARDS; BUDVAR READS THE   *
000200*              FILE FOR THE MONTHLY BUDGET-VERSUS-ACTUAL        *
000210*              REPORT.                                          *
000220*                                                               *
000230*              BUD-AMOUNT IS THE PLANNED NET AMOUNT FOR THE     *
000240*              MONTH, SIGNED THE WAY THE RESULTS POST (A        *
000250*              NEGATIVE PLAN IS A NEGATIVE AMOUNT).  A MONTH    *
000260*              WITH NO PLAN HAS NO RECORD.  BUD-LAST-CHG IS     *
000270*              THE DATE BUDMNT LAST ADDED OR CHANGED THE        *
000280*              RECORD.                                          *
000290*                                                               *
000300*---------------------------------------------------------------*
000310* MODIFICATION HISTORY                                          *
000320*---------------------------------------------------------------*
000330* DATE       INIT DESCRIPTION                                   *
000340*---------------------------------------------------------------*
000350* 09/18/2026 RH   ORIGINAL COPYBOOK.                            *
000360*****************************************************************
000370 01  BUDGET-REC.
000380     05  BUD-KEY.
000390         10  BUD-ACCOUNT         PIC X(08).
000400         10  BUD-COST-CENTER     PIC X(06).
000410         10  BUD-FISCAL-YEAR     PIC 9(04).
000420         10  BUD-FISCAL-MONTH    PIC 9(02).
000430     05  FILLER                  PIC X(01).
000440     05  BUD-AMOUNT              PIC S9(13)V9(02).
000450     05  FILLER                  PIC X(01).
000460     05  BUD-LAST-CHG            PIC 9(08).
000470     05  FILLER                  PIC X(35).
