000100*****************************************************************
000110*                                                               *
000120* COPYBOOK   : QUARREC                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* REMARKS    : QUARANTINE RECORD.  WHEN DECIMAL RUNS IN         *
000150*              QUARANTINE MODE, A FEED BATCH THAT FAILS ITS     *
000160*              HEADER/TRAILER PROOF IS WRITTEN HERE WHOLE --    *
000170*              ITS HD HEADER, EVERY DT/RV RECORD AND ITS TL     *
000180*              TRAILER (WHEN IT HAS ONE), EACH AS THE 40-BYTE   *
000190*              TRANS-REC IMAGE EXACTLY AS IT ARRIVED (SEE       *
000200*              TRANSRC) -- INSTEAD OF THE WHOLE FEED BEING      *
000210*              REFUSED.  EVERY RECORD OF A BATCH CARRIES THE    *
000220*              SAME KEY (RUN DATE, JOB ID, QUARANTINE BATCH     *
000230*              NUMBER), WHICH IS WHAT A QUARREL RELEASE CARD    *
000240*              NAMES, AND THE REASON THE BATCH FAILED.          *
000250*                                                               *
000260*              QUAR-SOURCE-CD/QUAR-BUS-DATE ARE THE HD          *
000270*              HEADER'S; RECORDS FOUND OUTSIDE ANY BATCH ARE    *
000280*              HELD AS A BATCH OF THEIR OWN WITH A BLANK        *
000290*              SOURCE AND A ZERO DATE.                          *
000300*                                                               *
000310*              REASON CODES:  01 = SOURCE NOT ON THE SRCREF     *
000320*                                  REGISTRY, OR A V/D PSEUDO-   *
000330*                                  SOURCE                       *
000340*                             02 = SOURCE SUSPENDED ON THE      *
000350*                                  REGISTRY                     *
000360*                             03 = HD BUSINESS DATE IS NOT THE  *
000370*                                  RUN DATE (DATE-CHECKED       *
000380*                                  SOURCE)                      *
000390*                             04 = A DT/RV RECORD OF ANOTHER    *
000400*                                  SOURCE IN THE BATCH          *
000410*                             05 = TL DETAIL COUNT OR TR-J      *
000420*                                  HASH DOES NOT RECONCILE      *
000430*                             06 = NO TL TRAILER (THE NEXT HD,  *
000440*                                  OR THE END OF THE FEED,      *
000450*                                  CAME FIRST)                  *
000460*                             07 = THE BATCH OUTGREW THE BATCH  *
000470*                                  BUFFER OR ITS HASH           *
000480*                             08 = RECORDS OUTSIDE ANY BATCH    *
000490*                             09 = UNKNOWN RECORD TYPE IN THE   *
000500*                                  BATCH                        *
000510*                             10 = HD NAMES ANOTHER PROCESSING  *
000520*                                  CYCLE                        *
000530*                                                               *
000540*---------------------------------------------------------------*
000550* MODIFICATION HISTORY                                          *
000560*---------------------------------------------------------------*
000570* DATE       INIT DESCRIPTION                                   *
000580*---------------------------------------------------------------*
000590* 09/14/2026 RH   ORIGINAL COPYBOOK.                            *
000600* 10/05/2026 RH   REASON 10 -- THE HD HEADER NAMES A PROCESSING *
000610*                 CYCLE OTHER THAN THE ONE RUNNING.             *
000620*****************************************************************
000630 01  QUARANTINE-REC.
000640     05  QUAR-TRANS-IMAGE.
000650         10  QUAR-TR-REC-TYPE    PIC X(02).
000660             88  QUAR-TR-HEADER                  VALUE 'HD'.
000670             88  QUAR-TR-TRAILER                 VALUE 'TL'.
000680         10  FILLER              PIC X(38).
000690*    THE IMAGE OF A TL TRAILER, FOR THE DETAIL COUNT IT CLAIMED.
000700     05  QUAR-TL-IMAGE REDEFINES QUAR-TRANS-IMAGE.
000710         10  FILLER              PIC X(02).
000720         10  QUAR-TRL-DETAIL-COUNT PIC 9(09).
000730         10  FILLER              PIC X(01).
000740         10  QUAR-TRL-J-HASH     PIC S9(14)V9(04).
000750         10  FILLER              PIC X(10).
000760     05  QUAR-RUN-DATE           PIC 9(08).
000770     05  QUAR-JOB-ID             PIC X(08).
000780     05  QUAR-BATCH-NO           PIC 9(04).
000790     05  QUAR-SOURCE-CD          PIC X(03).
000800     05  QUAR-REASON-CD          PIC X(02).
000810     05  QUAR-BUS-DATE           PIC 9(08).
000820     05  FILLER                  PIC X(07).
