000100*****************************************************************
000110*                                                               *
000120* COPYBOOK   : SRCREFC                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* REMARKS    : SOURCE-SYSTEM REGISTRY RECORD.  ONE RECORD PER   *
000150*              SOURCE CODE (THE KEY -- THE FILE IS HELD IN      *
000160*              ASCENDING SOURCE-CODE ORDER, NO DUPLICATES),     *
000170*              CARRYING EVERY PER-SOURCE RULE DECIMAL APPLIES,  *
000180*              SO ONBOARDING AN UPSTREAM SYSTEM IS A SRCMNT     *
000190*              CARD, NOT A PROGRAM CHANGE.  DECIMAL, DECBAL     *
000200*              AND TRENDRPT LOAD THE WHOLE FILE AT START-UP.    *
000210*                                                               *
000220*              SREF-SOURCE-TYPE:                                *
000230*                F = UPSTREAM FEED.  ITS BATCHES CARRY ONLY     *
000240*                    ITS OWN DETAILS.                           *
000250*                R = RECYCLE FEED (SUSPFIX'S 'RCY' BATCH) --    *
000260*                    ITS DETAILS KEEP THE SOURCE CODE OF THE    *
000270*                    SYSTEM THAT FIRST SENT THEM.               *
000280*                V = REVERSAL PSEUDO-SOURCE, STAMPED ON THE     *
000290*                    OFFSETTING EXTRACT DETAIL OF AN RV RECORD. *
000300*                D = ROUNDING PSEUDO-SOURCE, STAMPED ON THE     *
000310*                    DAY'S ROUNDING-DIFFERENCE EXTRACT LINE.    *
000320*                A = APPROVED-REVIEW RELEASE (REVREL'S 'APV'    *
000330*                    BATCH) -- LIKE R, ITS DETAILS KEEP THE     *
000340*                    ORIGINAL SOURCE CODE, AND THEY ARE NEVER   *
000350*                    HELD FOR REVIEW A SECOND TIME.             *
000360*              V AND D NEVER ARRIVE ON A FEED; EXACTLY ONE OF   *
000370*              EACH MUST BE REGISTERED.                         *
000380*                                                               *
000390*              SREF-STATUS A = ACTIVE, S = SUSPENDED (A BATCH   *
000400*              FROM A SUSPENDED SOURCE FAILS ITS PROOF).        *
000410*              SREF-DATE-CHECK Y = THE HD BUSINESS DATE MUST    *
000420*              BE THE RUN DATE.  SREF-CURR-OK Y = DT DETAILS    *
000430*              MAY CARRY A TR-CURR-CD; OTHERWISE A CODED        *
000440*              DETAIL SUSPENDS WITH REASON 06.                  *
000450*              SREF-VOL-LOW/HIGH ARE THE EXPECTED DAILY DETAIL  *
000460*              COUNT (ZERO HIGH = NO VOLUME CHECK).             *
000470*              SREF-CONTACT IS NAMED ON THE SOURCE'S ADVICE     *
000480*              HEADER.  SREF-LAST-CHG IS THE DATE SRCMNT LAST   *
000490*              ADDED OR CHANGED THE RECORD.                     *
000500*              SREF-REVIEW-LIMIT IS THE LARGE-VALUE REVIEW      *
000510*              THRESHOLD IN WHOLE BASE UNITS: A COMPUTED J      *
000520*              WHOSE SIZE EXCEEDS IT IS HELD ON THE REVPEND     *
000530*              FILE FOR A SUPERVISOR INSTEAD OF POSTING (ZERO = *
000540*              NO REVIEW).  ACCTREF CARRIES THE SAME LIMIT PER  *
000550*              I RANGE; THE LOWER NON-ZERO LIMIT APPLIES.       *
000560*                                                               *
000570*---------------------------------------------------------------*
000580* MODIFICATION HISTORY                                          *
000590*---------------------------------------------------------------*
000600* DATE       INIT DESCRIPTION                                   *
000610*---------------------------------------------------------------*
000620* 09/10/2026 RH   ORIGINAL COPYBOOK.                            *
000630* 09/24/2026 RH   SOURCE TYPE A AND SREF-REVIEW-LIMIT, TAKEN    *
000640*                 OUT OF THE SPARE FILLER, FOR THE LARGE-VALUE  *
000650*                 REVIEW QUEUE.  THE RECORD STAYS 80 BYTES.     *
000660*****************************************************************
000670 01  SRC-REF-REC.
000680     05  SREF-SOURCE-CD          PIC X(03).
000690     05  FILLER                  PIC X(01).
000700     05  SREF-SOURCE-TYPE        PIC X(01).
000710         88  SREF-FEED                           VALUE 'F'.
000720         88  SREF-RECYCLE                        VALUE 'R'.
000730         88  SREF-REVERSAL                       VALUE 'V'.
000740         88  SREF-ROUNDING                       VALUE 'D'.
000750         88  SREF-APPROVED                       VALUE 'A'.
000760     05  FILLER                  PIC X(01).
000770     05  SREF-STATUS             PIC X(01).
000780         88  SREF-ACTIVE                         VALUE 'A'.
000790         88  SREF-SUSPENDED                      VALUE 'S'.
000800     05  FILLER                  PIC X(01).
000810     05  SREF-DATE-CHECK         PIC X(01).
000820         88  SREF-DATE-CHECKED                   VALUE 'Y'.
000830     05  FILLER                  PIC X(01).
000840     05  SREF-CURR-OK            PIC X(01).
000850         88  SREF-CURR-ALLOWED                   VALUE 'Y'.
000860     05  FILLER                  PIC X(01).
000870     05  SREF-VOL-LOW            PIC 9(08).
000880     05  FILLER                  PIC X(01).
000890     05  SREF-VOL-HIGH           PIC 9(08).
000900     05  FILLER                  PIC X(01).
000910     05  SREF-CONTACT            PIC X(30).
000920     05  FILLER                  PIC X(01).
000930     05  SREF-LAST-CHG           PIC 9(08).
000940     05  FILLER                  PIC X(01).
000950     05  SREF-REVIEW-LIMIT       PIC 9(10).
