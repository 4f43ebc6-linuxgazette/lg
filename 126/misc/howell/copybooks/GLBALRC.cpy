000100*****************************************************************
000110*                                                               *
000120* COPYBOOK   : GLBALRC                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* REMARKS    : GL BALANCE-FORWARD MASTER RECORD.  ONE RECORD    *
000150*              PER GL ACCOUNT, COST CENTER AND FISCAL PERIOD    *
000160*              THAT HAS SEEN ACTIVITY, HELD IN ASCENDING KEY    *
000170*              ORDER (GB-KEY -- ACCOUNT, COST CENTER, FISCAL    *
000180*              YEAR, PERIOD; NO DUPLICATES).  GLBAL ROLLS EACH  *
000190*              DAY'S LOADED GL EXTRACT INTO IT BY THE FISCAL    *
000200*              PERIOD OF EACH DETAIL'S POSTING DATE (SEE        *
000210*              GLEXTRC AND CALNDRC) AND WRITES A NEW MASTER;    *
000220*              PRDCLOSE PRINTS THE PERIOD'S TRIAL BALANCE FROM  *
000230*              IT.                                              *
000240*                                                               *
000250*              GB-PTD-AMOUNT/GB-PTD-COUNT ARE THE NET AMOUNT    *
000260*              AND THE NUMBER OF EXTRACT DETAILS POSTED IN THE  *
000270*              PERIOD.  GB-YTD-AMOUNT IS THE RUNNING TOTAL OF   *
000280*              GB-PTD-AMOUNT FOR THE ACCOUNT AND COST CENTER    *
000290*              FROM THE FIRST PERIOD OF THE FISCAL YEAR THROUGH *
000300*              THIS ONE -- GLBAL RECOMPUTES IT ON EVERY RECORD  *
000310*              EVERY RUN.  A PERIOD WITH NO ACTIVITY HAS NO     *
000320*              RECORD.  GB-LAST-POST-DATE IS THE LATEST POSTING *
000330*              DATE ROLLED INTO THE RECORD.                     *
000340*                                                               *
000350*---------------------------------------------------------------*
000360* MODIFICATION HISTORY                                          *
000370*---------------------------------------------------------------*
000380* DATE       INIT DESCRIPTION                                   *
000390*---------------------------------------------------------------*
000400* 09/16/2026 RH   ORIGINAL COPYBOOK.                            *
000410*****************************************************************
000420 01  GL-BALANCE-REC.
000430     05  GB-KEY.
000440         10  GB-ACCOUNT          PIC X(08).
000450         10  GB-COST-CENTER      PIC X(06).
000460         10  GB-FISCAL-YEAR      PIC 9(04).
000470         10  GB-FISCAL-PERIOD    PIC 9(02).
000480     05  FILLER                  PIC X(01).
000490     05  GB-PTD-AMOUNT           PIC S9(15)V9(04).
000500     05  FILLER                  PIC X(01).
000510     05  GB-YTD-AMOUNT           PIC S9(15)V9(04).
000520     05  FILLER                  PIC X(01).
000530     05  GB-PTD-COUNT            PIC 9(08).
000540     05  FILLER                  PIC X(01).
000550     05  GB-LAST-POST-DATE       PIC 9(08).
000560     05  FILLER                  PIC X(02).
