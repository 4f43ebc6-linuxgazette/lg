000100*****************************************************************
000110*                                                               *
000120* COPYBOOK   : XMITRGC                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* REMARKS    : TRANSMISSION REGISTRY RECORD (VSAM KSDS).  ONE   *
000150*              RECORD PER FEED BATCH DECIMAL HAS ACCEPTED,      *
000160*              KEYED BY THE BATCH'S FINGERPRINT: THE HD SOURCE  *
000170*              AND BUSINESS DATE AND THE TL DETAIL COUNT AND    *
000180*              TR-J HASH.  A BATCH WHOSE FINGERPRINT IS         *
000190*              ALREADY ON FILE IS A RE-SENT TRANSMISSION AND    *
000200*              IS REFUSED.  THE REGISTRY IS PERMANENT -- IT     *
000210*              IS NEVER AGED OR ARCHIVED.                       *
000220*                                                               *
000230*              XR-REPEAT-NO IS ZERO FOR THE FIRST ACCEPTANCE    *
000240*              OF A FINGERPRINT.  A GENUINE REPEAT THE          *
000250*              OPERATOR FORCED THROUGH ON THE PARM CARD IS      *
000260*              REGISTERED UNDER THE NEXT FREE REPEAT NUMBER     *
000270*              WITH XR-FORCED SET, SO THE ORIGINAL              *
000280*              ACCEPTANCE IS NEVER OVERWRITTEN.                 *
000290*                                                               *
000300*              XR-RUN-DATE/XR-JOB-ID NAME THE RUN THAT          *
000310*              ACCEPTED THE BATCH (THE SAME RUN DATE AND JOB    *
000320*              ID AS ITS RESULTS-MASTER KEYS).                  *
000330*                                                               *
000340*---------------------------------------------------------------*
000350* MODIFICATION HISTORY                                          *
000360*---------------------------------------------------------------*
000370* DATE       INIT DESCRIPTION                                   *
000380*---------------------------------------------------------------*
000390* 09/08/2026 RH   ORIGINAL COPYBOOK.                            *
000400*****************************************************************
000410 01  XMIT-REG-REC.
000420     05  XR-KEY.
000430         10  XR-SOURCE-CD        PIC X(03).
000440         10  XR-BUS-DATE         PIC 9(08).
000450         10  XR-DETAIL-COUNT     PIC 9(09).
000460         10  XR-J-HASH           PIC S9(14)V9(04).
000470         10  XR-REPEAT-NO        PIC 9(02).
000480     05  XR-RUN-DATE             PIC 9(08).
000490     05  XR-JOB-ID               PIC X(08).
000500     05  XR-ACCEPT-DATE          PIC 9(08).
000510     05  XR-ACCEPT-TIME          PIC 9(08).
000520     05  XR-FORCED               PIC X(01).
000530         88  XR-FORCED-REPEAT                    VALUE 'Y'.
000540     05  FILLER                  PIC X(07).
