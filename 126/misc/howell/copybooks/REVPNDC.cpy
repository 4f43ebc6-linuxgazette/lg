000100*****************************************************************
000110*                                                               *
000120* COPYBOOK   : REVPNDC                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* REMARKS    : LARGE-VALUE REVIEW QUEUE RECORD (VSAM KSDS,      *
000150*              PROD.DECIMAL.REVPEND).  ONE RECORD PER COMPUTED  *
000160*              RESULT DECIMAL HELD BACK FROM THE GL EXTRACT     *
000170*              BECAUSE ITS SIZE EXCEEDED THE SOURCE'S OR THE I  *
000180*              RANGE'S REVIEW LIMIT (SRCREFC/ACCTREF), KEYED    *
000190*              LIKE THE RESULTS MASTER (RUN DATE / JOB ID /     *
000200*              TRANSACTION SEQUENCE) SO THE HELD ITEM AND ITS   *
000210*              'HELD' RESULT SHARE ONE KEY.                     *
000220*                                                               *
000230*              RVP-STATUS:                                      *
000240*                P = PENDING, WAITING FOR A SUPERVISOR (REVAPPC *
000250*                    TRANSACTION RAPV).                         *
000260*                A = APPROVED, TO BE RELEASED BY TONIGHT'S      *
000270*                    REVREL.                                    *
000280*                R = REJECTED, TO BE SENT TO SUSPENSE BY        *
000290*                    TONIGHT'S REVREL.                          *
000300*                X = RELEASED ON THE APV BATCH FOR THE NEXT     *
000310*                    DECIMAL RUN (RVP-RELEASE-DATE).            *
000320*                S = WRITTEN TO SUSPENSE WITH REASON 07         *
000330*                    (RVP-RELEASE-DATE).                        *
000340*              X AND S ARE FINAL AND STAY ON FILE AS THE        *
000350*              AUDIT TRAIL OF WHO ACTED ON THE ITEM AND WHEN.   *
000360*                                                               *
000370*              RVP-BASE-J IS THE J DRIVEN INTO TEST-PARAGRAPH   *
000380*              (BASE UNITS, AFTER CURRENCY CONVERSION), WHICH   *
000390*              IS WHAT THE APV RELEASE SENDS BACK THROUGH;      *
000400*              RVP-ORIG-J/RVP-CURR-CD ARE THE DETAIL AS         *
000410*              TRANSMITTED, WHICH IS WHAT SUSPENSE CARRIES.     *
000420*              RVP-KEYED-BY IS THE USER WHO KEYED THE BATCH     *
000430*              (TRANSRC TR-HDR-KEYED-BY); RVP-ACTION-BY MAY     *
000440*              NEVER BE THE SAME USER.                          *
000450*                                                               *
000460*              RVP-GL-ACCOUNT/RVP-GL-COST-CTR ARE WHERE THE     *
000470*              RESULT WILL POST.  FOR A RESULT SPLIT BY AN      *
000480*              ALLOCATION THEY CARRY THE MARKER 'ALLOCATN'      *
000490*              AND THE ALLOC-ID, AS ON THE RESULTS MASTER.      *
000500*                                                               *
000510*---------------------------------------------------------------*
000520* MODIFICATION HISTORY                                          *
000530*---------------------------------------------------------------*
000540* DATE       INIT DESCRIPTION                                   *
000550*---------------------------------------------------------------*
000560* 09/24/2026 RH   ORIGINAL COPYBOOK.                            *
000570* 10/15/2026 RH   NOTED THE ALLOCATION MARKER CARRIED IN        *
000580*                 RVP-GL-ACCOUNT/RVP-GL-COST-CTR.               *
000590*****************************************************************
000600 01  REV-PEND-REC.
000610     05  RVP-KEY.
000620         10  RVP-RUN-DATE        PIC 9(08).
000630         10  RVP-JOB-ID          PIC X(08).
000640         10  RVP-TRAN-SEQ        PIC 9(09).
000650     05  FILLER                  PIC X(01).
000660     05  RVP-STATUS              PIC X(01).
000670         88  RVP-PENDING                         VALUE 'P'.
000680         88  RVP-APPROVED                        VALUE 'A'.
000690         88  RVP-REJECTED                        VALUE 'R'.
000700         88  RVP-RELEASED                        VALUE 'X'.
000710         88  RVP-SUSPENDED                       VALUE 'S'.
000720     05  FILLER                  PIC X(01).
000730     05  RVP-SOURCE-CD           PIC X(03).
000740     05  FILLER                  PIC X(01).
000750     05  RVP-TR-I                PIC S9(08).
000760     05  FILLER                  PIC X(01).
000770     05  RVP-BASE-J              PIC S9(12)V9(04).
000780     05  FILLER                  PIC X(01).
000790     05  RVP-ORIG-J              PIC S9(12)V9(04).
000800     05  RVP-CURR-CD             PIC X(03).
000810     05  FILLER                  PIC X(01).
000820     05  RVP-J-RESULT            PIC S9(12)V9(04).
000830     05  FILLER                  PIC X(01).
000840     05  RVP-LIMIT               PIC 9(10).
000850     05  RVP-LIMIT-BASIS         PIC X(01).
000860         88  RVP-SOURCE-LIMIT                    VALUE 'S'.
000870         88  RVP-ACCOUNT-LIMIT                   VALUE 'A'.
000880     05  FILLER                  PIC X(01).
000890     05  RVP-GL-ACCOUNT          PIC X(08).
000900     05  RVP-GL-COST-CTR         PIC X(06).
000910     05  FILLER                  PIC X(01).
000920     05  RVP-KEYED-BY            PIC X(08).
000930     05  FILLER                  PIC X(01).
000940     05  RVP-ACTION-BY           PIC X(08).
000950     05  FILLER                  PIC X(01).
000960     05  RVP-ACTION-DATE         PIC 9(08).
000970     05  RVP-ACTION-TIME         PIC 9(06).
000980     05  FILLER                  PIC X(01).
000990     05  RVP-RELEASE-DATE        PIC 9(08).
001000     05  FILLER                  PIC X(01).
001010     05  RVP-NOTE                PIC X(30).
001020     05  FILLER                  PIC X(06).
