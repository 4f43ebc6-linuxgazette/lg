000100*****************************************************************
000110*                                                               *
000120* COPYBOOK   : ALLOCREF                                         *
000130* AUTHOR     : R. HOWELL                                        *
000140* REMARKS    : SHARED-SERVICE ALLOCATION RECORD.  AN ALLOCATION *
000150*              SPLITS THE RESULTS OF AN INCLUSIVE RANGE OF I    *
000160*              VALUES BY PERCENTAGE ACROSS SEVERAL GL ACCOUNT/  *
000170*              COST CENTER PAIRS, INSTEAD OF POSTING THEM TO    *
000180*              THE ONE ACCOUNT AND COST CENTER ACCTREF GIVES    *
000190*              THE RANGE.  ONE RECORD PER SHARE; THE SHARES OF  *
000200*              AN ALLOCATION ARE CONTIGUOUS, CARRY THE SAME     *
000210*              ALLOC-ID/RANGE/EFFECTIVE DATE, AND THEIR         *
000220*              PERCENTAGES FOOT TO EXACTLY 100.0000.  THE FILE  *
000230*              IS HELD IN ASCENDING ALLOC-ID ORDER.             *
000240*                                                               *
000250*              DECIMAL CUTS ONE EXTRACT DETAIL PER SHARE, EACH  *
000260*              THE RESULT TIMES ITS PERCENTAGE ROUNDED AT THE   *
000270*              4TH DECIMAL, WITH THE ROUNDING REMAINDER GOING   *
000280*              TO THE LARGEST SHARE (THE FIRST ON A TIE) SO THE *
000290*              SHARES ALWAYS FOOT TO THE RESULT.  OF THE        *
000300*              ALLOCATIONS IN EFFECT COVERING AN I VALUE, THE   *
000310*              LATEST EFFECTIVE DATE WINS, AND IT APPLIES ONLY  *
000320*              WHEN IT IS NOT OLDER THAN THE ACCTREF RANGE THAT *
000330*              WOULD OTHERWISE CODE THE RESULT -- A LATER RANGE *
000340*              ENDS A SPLIT THE SAME WAY A LATER ALLOCATION     *
000350*              STARTS ONE.  A ZERO OR BLANK EFFECTIVE DATE IS   *
000360*              IN EFFECT IMMEDIATELY.                           *
000370*                                                               *
000380*              THE RESULTS MASTER NAMES THE ALLOCATION A RESULT *
000390*              WAS SPLIT BY (ALLOC-ID, SEE RSLTMST), AND AN RV  *
000400*              REVERSAL RE-CUTS THE SAME SHARES FROM IT.  AN    *
000410*              ALLOCATION IS THEREFORE NEVER CHANGED OR DELETED *
000420*              ONCE IT IS IN EFFECT -- IT IS SUPERSEDED BY A    *
000430*              LATER-DATED ONE AND STAYS ON FILE.  ALLOC-IDS    *
000440*              ARE ASSIGNED BY ALLOCMNT, WHICH MAINTAINS THE    *
000450*              FILE; IT IS NOT EDITED BY HAND IN THE DATA SET.  *
000460*                                                               *
000470*---------------------------------------------------------------*
000480* MODIFICATION HISTORY                                          *
000490*---------------------------------------------------------------*
000500* DATE       INIT DESCRIPTION                                   *
000510*---------------------------------------------------------------*
000520* 09/21/2026 RH   ORIGINAL COPYBOOK.                            *
000530*****************************************************************
000540 01  ALLOC-REF-REC.
000550     05  ALLOC-ID                PIC 9(06).
000560     05  FILLER                  PIC X(01).
000570     05  ALLOC-LOW-I             PIC S9(08).
000580     05  FILLER                  PIC X(01).
000590     05  ALLOC-HIGH-I            PIC S9(08).
000600     05  FILLER                  PIC X(01).
000610     05  ALLOC-EFF-DATE          PIC 9(08).
000620     05  FILLER                  PIC X(01).
000630     05  ALLOC-GL-ACCOUNT        PIC X(08).
000640     05  FILLER                  PIC X(01).
000650     05  ALLOC-COST-CENTER       PIC X(06).
000660     05  FILLER                  PIC X(01).
000670     05  ALLOC-PCT               PIC 9(03)V9(04).
000680     05  FILLER                  PIC X(23).
