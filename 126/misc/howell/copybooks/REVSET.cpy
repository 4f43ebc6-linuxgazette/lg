000100*****************************************************************
000110*                                                               *
000120* COPYBOOK   : REVSET                                          *
000130* AUTHOR     : R. HOWELL                                       *
000140* REMARKS    : SYMBOLIC MAP FOR THE REVSET/REVMAP LARGE-VALUE  *
000150*              REVIEW SCREEN.  KEPT IN STEP WITH THE           *
000160*              REVSET.BMS SOURCE -- REGENERATE (DFHMSD         *
000170*              TYPE=DSECT) AND RECONCILE WHENEVER THE MAP      *
000180*              CHANGES.                                        *
000190*                                                               *
000200*---------------------------------------------------------------*
000210* MODIFICATION HISTORY                                         *
000220*---------------------------------------------------------------*
000230* DATE       INIT DESCRIPTION                                  *
000240*---------------------------------------------------------------*
000250* 09/24/2026 RH   ORIGINAL COPYBOOK.                            *
000260*****************************************************************
000270 01  REVMAPI.
000280     05  FILLER                  PIC X(12).
000290     05  VDATEL                  PIC S9(04) COMP.
000300     05  VDATEF                  PIC X(01).
000310     05  VDATEI                  PIC X(08).
000320     05  VJOBL                   PIC S9(04) COMP.
000330     05  VJOBF                   PIC X(01).
000340     05  VJOBI                   PIC X(08).
000350     05  VSEQL                   PIC S9(04) COMP.
000360     05  VSEQF                   PIC X(01).
000370     05  VSEQI                   PIC X(09).
000380     05  VDTLG                   OCCURS 8 TIMES.
000390         10  VDTLL               PIC S9(04) COMP.
000400         10  VDTLF               PIC X(01).
000410         10  VDTLI               PIC X(78).
000420     05  VNOTEL                  PIC S9(04) COMP.
000430     05  VNOTEF                  PIC X(01).
000440     05  VNOTEI                  PIC X(30).
000450     05  VMSGL                   PIC S9(04) COMP.
000460     05  VMSGF                   PIC X(01).
000470     05  VMSGI                   PIC X(78).
000480 01  REVMAPO REDEFINES REVMAPI.
000490     05  FILLER                  PIC X(12).
000500     05  FILLER                  PIC X(03).
000510     05  VDATEO                  PIC X(08).
000520     05  FILLER                  PIC X(03).
000530     05  VJOBO                   PIC X(08).
000540     05  FILLER                  PIC X(03).
000550     05  VSEQO                   PIC X(09).
000560     05  VDTLGO                  OCCURS 8 TIMES.
000570         10  FILLER              PIC X(03).
000580         10  VDTLO               PIC X(78).
000590     05  FILLER                  PIC X(03).
000600     05  VNOTEO                  PIC X(30).
000610     05  FILLER                  PIC X(03).
000620     05  VMSGO                   PIC X(78).
