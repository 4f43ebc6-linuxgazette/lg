000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : SRCMNT                                           *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/10/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : SRCREF SOURCE-SYSTEM REGISTRY MAINTENANCE.       *
000190*              EVERY PER-SOURCE RULE DECIMAL APPLIES -- ACTIVE  *
000200*              OR SUSPENDED, THE BUSINESS-DATE CHECK, WHETHER   *
000210*              A CURRENCY CODE IS ALLOWED, THE EXPECTED DAILY   *
000220*              VOLUME, THE ADVICE CONTACT AND THE LARGE-VALUE   *
000230*              REVIEW LIMIT -- LIVES ON THE                     *
000240*              REGISTRY (SRCREFC COPYBOOK), SO ONBOARDING OR    *
000250*              SUSPENDING AN UPSTREAM SYSTEM IS A CARD HERE     *
000260*              INSTEAD OF A PROGRAM CHANGE.  THIS PROGRAM       *
000270*              APPLIES ADD/CHANGE/DELETE TRANSACTION CARDS TO   *
000280*              THE CURRENT FILE, KEEPS IT IN SOURCE-CODE        *
000290*              ORDER, REFUSES ANY CARD THAT WOULD LEAVE AN      *
000300*              UNUSABLE REGISTRY, AND PRINTS A BEFORE/AFTER     *
000310*              CHANGE REPORT TO FILE WITH THE OPERATIONS        *
000320*              APPROVAL.                                        *
000330*                                                               *
000340*              TRANSACTION CARD (SRCTRN):                       *
000350*                COL  1     ACTION: A = ADD, C = CHANGE,        *
000360*                           D = DELETE                          *
000370*                COL  3- 5  SOURCE CODE (MATCH KEY FOR C/D)     *
000380*                COL  7     TYPE: F = FEED, R = RECYCLE,        *
000390*                           V = REVERSAL PSEUDO-SOURCE,         *
000400*                           D = ROUNDING PSEUDO-SOURCE,         *
000410*                           A = APPROVED-REVIEW RELEASE         *
000420*                COL  9     STATUS: A = ACTIVE, S = SUSPENDED   *
000430*                COL 11     BUSINESS-DATE CHECK: Y / N          *
000440*                COL 13     CURRENCY CODE ALLOWED: Y / N        *
000450*                COL 15-22  EXPECTED DAILY VOLUME, LOW          *
000460*                COL 24-31  EXPECTED DAILY VOLUME, HIGH         *
000470*                           (ZERO = NO VOLUME CHECK)            *
000480*                COL 33-62  ADVICE CONTACT                      *
000490*                COL 64-73  REVIEW LIMIT, WHOLE BASE UNITS      *
000500*                           (ZERO = NO REVIEW)                  *
000510*              ON AN ADD THE TYPE IS REQUIRED; A BLANK STATUS   *
000520*              IS ACTIVE, A BLANK DATE CHECK IS Y FOR A FEED    *
000530*              AND N OTHERWISE, A BLANK CURRENCY FLAG IS N AND  *
000540*              BLANK VOLUMES AND REVIEW LIMIT ARE ZERO.  ON A   *
000550*              CHANGE EVERY                                     *
000560*              BLANK FIELD LEAVES THE VALUE ON FILE ALONE, SO   *
000570*              "C XYZ   S" IS ALL IT TAKES TO SUSPEND XYZ.      *
000580*                                                               *
000590*              RETURN CODES: 0 = CLEAN, NEW FILE MAY BE         *
000600*                                SWAPPED IN                     *
000610*                            4 = CLEAN, BUT AN ACTIVE FEED      *
000620*                                HAS NO ADVICE CONTACT, NO      *
000630*                                RECYCLE SOURCE IS REGISTERED,  *
000640*                                OR A REVIEW LIMIT IS SET WITH  *
000650*                                NO APPROVED-REVIEW (A) SOURCE  *
000660*                                TO RELEASE APPROVED ITEMS      *
000670*                            8 = A CARD WAS REJECTED, THE OLD   *
000680*                                FILE WAS OUT OF ORDER, OR THE  *
000690*                                RESULT LACKS EXACTLY ONE       *
000700*                                REVERSAL AND ONE ROUNDING      *
000710*                                PSEUDO-SOURCE -- THE JOB       *
000720*                                STREAM MUST NOT SWAP THE NEW   *
000730*                                FILE INTO PRODUCTION           *
000740*                                                               *
000750*---------------------------------------------------------------*
000760* MODIFICATION HISTORY                                          *
000770*---------------------------------------------------------------*
000780* DATE       INIT DESCRIPTION                                   *
000790*---------------------------------------------------------------*
000800* 09/10/2026 RH   ORIGINAL PROGRAM.                             *
000810* 09/24/2026 RH   THE LARGE-VALUE REVIEW LIMIT (COL 64-73) AND  *
000820*                 SOURCE TYPE A (APPROVED-REVIEW RELEASE).  A   *
000830*                 LIMIT WITH NO TYPE A SOURCE ON FILE WARNS.    *
000840*****************************************************************
000850 IDENTIFICATION DIVISION.
000860 PROGRAM-ID. SRCMNT.
000870 AUTHOR. R. HOWELL.
000880 INSTALLATION. LINUX GAZETTE DATA CENTER.
000890 DATE-WRITTEN. 09/10/2026.
000900 DATE-COMPILED.
000910 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT SRC-OLD-FILE ASSIGN TO SRCOLD
000950         ORGANIZATION IS SEQUENTIAL.
000960     SELECT TRAN-FILE ASSIGN TO SRCTRN
000970         ORGANIZATION IS SEQUENTIAL.
000980     SELECT SRC-NEW-FILE ASSIGN TO SRCNEW
000990         ORGANIZATION IS SEQUENTIAL.
001000     SELECT REPORT-FILE ASSIGN TO SRCRPT
001010         ORGANIZATION IS SEQUENTIAL.
001020 DATA DIVISION.
001030 FILE SECTION.
001040*---------------------------------------------------------------*
001050* SRC-OLD-FILE IS THE CURRENT PRODUCTION SRCREF FILE, READ INTO *
001060* THE WS COPY OF THE SRCREFC LAYOUT.                            *
001070*---------------------------------------------------------------*
001080 FD  SRC-OLD-FILE
001090     RECORDING MODE IS F.
001100 01  OLD-SRC-REC                 PIC X(080).
001110*---------------------------------------------------------------*
001120* TRAN-FILE IS THE OPERATOR'S ADD/CHANGE/DELETE CARD DECK.      *
001130*---------------------------------------------------------------*
001140 FD  TRAN-FILE
001150     RECORDING MODE IS F.
001160 01  TRAN-REC.
001170     05  TRN-ACTION              PIC X(01).
001180     05  FILLER                  PIC X(01).
001190     05  TRN-SOURCE-CD           PIC X(03).
001200     05  FILLER                  PIC X(01).
001210     05  TRN-TYPE                PIC X(01).
001220     05  FILLER                  PIC X(01).
001230     05  TRN-STATUS              PIC X(01).
001240     05  FILLER                  PIC X(01).
001250     05  TRN-DATE-CHECK          PIC X(01).
001260     05  FILLER                  PIC X(01).
001270     05  TRN-CURR-OK             PIC X(01).
001280     05  FILLER                  PIC X(01).
001290     05  TRN-VOL-LOW             PIC X(08).
001300     05  FILLER                  PIC X(01).
001310     05  TRN-VOL-HIGH            PIC X(08).
001320     05  FILLER                  PIC X(01).
001330     05  TRN-CONTACT             PIC X(30).
001340     05  FILLER                  PIC X(01).
001350     05  TRN-REVIEW-LIMIT        PIC X(10).
001360     05  FILLER                  PIC X(07).
001370*---------------------------------------------------------------*
001380* SRC-NEW-FILE IS THE MAINTAINED FILE, WRITTEN IN THE SRCREFC   *
001390* LAYOUT.  THE JOB STREAM SWAPS IT OVER THE PRODUCTION FILE     *
001400* ONLY WHEN THIS PROGRAM ENDS BELOW RC=8.                       *
001410*---------------------------------------------------------------*
001420 FD  SRC-NEW-FILE
001430     RECORDING MODE IS F.
001440 01  NEW-SRC-REC                 PIC X(080).
001450*---------------------------------------------------------------*
001460* REPORT-FILE IS THE BEFORE/AFTER CHANGE REPORT FILED WITH THE  *
001470* OPERATIONS APPROVAL.                                          *
001480*---------------------------------------------------------------*
001490 FD  REPORT-FILE
001500     RECORDING MODE IS F.
001510 01  REPORT-REC                  PIC X(132).
001520 WORKING-STORAGE SECTION.
001530*---------------------------------------------------------------*
001540* SWITCHES                                                      *
001550*---------------------------------------------------------------*
001560 01  WS-SWITCHES.
001570     05  WS-OLD-EOF-SW           PIC X(01)       VALUE 'N'.
001580         88  WS-OLD-EOF                          VALUE 'Y'.
001590     05  WS-TRAN-EOF-SW          PIC X(01)       VALUE 'N'.
001600         88  WS-TRAN-EOF                         VALUE 'Y'.
001610     05  WS-MATCH-FOUND-SW       PIC X(01)       VALUE 'N'.
001620         88  WS-MATCH-FOUND                      VALUE 'Y'.
001630     05  WS-SLOT-FOUND-SW        PIC X(01)       VALUE 'N'.
001640         88  WS-SLOT-FOUND                       VALUE 'Y'.
001650*---------------------------------------------------------------*
001660* THE SRCREF RECORD WORK AREA -- THE SAME COPYBOOK DECIMAL      *
001670* LOADS, SO THE FILE THIS PROGRAM WRITES IS BYTE-FOR-BYTE WHAT  *
001680* DECIMAL READS.                                                *
001690*---------------------------------------------------------------*
001700     COPY SRCREFC.
001710*---------------------------------------------------------------*
001720* THE MAINTAINED REGISTRY TABLE, HELD IN SOURCE-CODE ORDER.     *
001730* LOADED FROM THE OLD FILE, THE CARDS ARE APPLIED TO IT (AN ADD *
001740* IS SLOTTED IN ORDER), AND IT IS WRITTEN BACK OUT.             *
001750*---------------------------------------------------------------*
001760 01  WS-TBL-LIMIT                PIC S9(04) COMP  VALUE 100.
001770 01  WS-TBL-COUNT                PIC S9(04) COMP  VALUE ZERO.
001780 01  WS-TBL-SUB                  PIC S9(04) COMP  VALUE ZERO.
001790 01  WS-SHIFT-SUB                PIC S9(04) COMP  VALUE ZERO.
001800 01  WS-PREV-SOURCE-CD           PIC X(03)   VALUE LOW-VALUES.
001810 01  WS-SRC-TABLE.
001820     05  WS-SRC-ENTRY            OCCURS 100 TIMES.
001830         10  WS-TBL-SOURCE-CD    PIC X(03).
001840         10  WS-TBL-TYPE         PIC X(01).
001850         10  WS-TBL-STATUS       PIC X(01).
001860         10  WS-TBL-DATE-CHECK   PIC X(01).
001870         10  WS-TBL-CURR-OK      PIC X(01).
001880         10  WS-TBL-VOL-LOW      PIC 9(08).
001890         10  WS-TBL-VOL-HIGH     PIC 9(08).
001900         10  WS-TBL-CONTACT      PIC X(30).
001910         10  WS-TBL-LAST-CHG     PIC 9(08).
001920         10  WS-TBL-REVIEW-LIMIT PIC 9(10).
001930*---------------------------------------------------------------*
001940* CARD WORK AREAS -- THE ENTRY AS THE CARD WOULD LEAVE IT,      *
001950* BUILT HERE AND PROVED BEFORE IT REPLACES THE TABLE ENTRY.     *
001960*---------------------------------------------------------------*
001970 01  WS-CARD-ENTRY.
001980     05  WS-CARD-SOURCE-CD       PIC X(03).
001990     05  WS-CARD-TYPE            PIC X(01).
002000     05  WS-CARD-STATUS          PIC X(01).
002010     05  WS-CARD-DATE-CHECK      PIC X(01).
002020     05  WS-CARD-CURR-OK         PIC X(01).
002030     05  WS-CARD-VOL-LOW         PIC 9(08).
002040     05  WS-CARD-VOL-HIGH        PIC 9(08).
002050     05  WS-CARD-CONTACT         PIC X(30).
002060     05  WS-CARD-LAST-CHG        PIC 9(08).
002070     05  WS-CARD-REVIEW-LIMIT    PIC 9(10).
002080*---------------------------------------------------------------*
002090* CONTROL TOTALS                                                *
002100*---------------------------------------------------------------*
002110 01  WS-COUNTERS.
002120     05  WS-OLD-READ             PIC S9(08) COMP  VALUE ZERO.
002130     05  WS-CARDS-READ           PIC S9(08) COMP  VALUE ZERO.
002140     05  WS-CARDS-APPLIED        PIC S9(08) COMP  VALUE ZERO.
002150     05  WS-CARDS-REJECTED       PIC S9(08) COMP  VALUE ZERO.
002160     05  WS-NEW-WRITTEN          PIC S9(08) COMP  VALUE ZERO.
002170     05  WS-RULE-ERRORS          PIC S9(08) COMP  VALUE ZERO.
002180     05  WS-RULE-WARNINGS        PIC S9(08) COMP  VALUE ZERO.
002190     05  WS-REV-ENTRIES          PIC S9(08) COMP  VALUE ZERO.
002200     05  WS-RND-ENTRIES          PIC S9(08) COMP  VALUE ZERO.
002210     05  WS-RCY-ENTRIES          PIC S9(08) COMP  VALUE ZERO.
002220     05  WS-APV-ENTRIES          PIC S9(08) COMP  VALUE ZERO.
002230     05  WS-LIMIT-ENTRIES        PIC S9(08) COMP  VALUE ZERO.
002240*---------------------------------------------------------------*
002250* REPORT WORK AREAS                                             *
002260*---------------------------------------------------------------*
002270 01  WS-RUN-DATE                 PIC 9(08).
002280 01  WS-RPT-HEADING-1.
002290     05  FILLER                  PIC X(044)
002300             VALUE "SRCMNT SOURCE-SYSTEM REGISTRY MAINTENANCE".
002310     05  FILLER                  PIC X(010)
002320             VALUE "RUN DATE: ".
002330     05  RPT-RUN-DATE            PIC 9(08).
002340     05  FILLER                  PIC X(070)      VALUE SPACES.
002350 01  WS-RPT-SECTION.
002360     05  SEC-TITLE               PIC X(060).
002370     05  FILLER                  PIC X(072)      VALUE SPACES.
002380 01  WS-RPT-SOURCE-HEAD.
002390     05  FILLER                  PIC X(008)      VALUE "SOURCE".
002400     05  FILLER                  PIC X(006)      VALUE "TYPE".
002410     05  FILLER                  PIC X(008)      VALUE "STATUS".
002420     05  FILLER                  PIC X(010)      VALUE "DATE CHK".
002430     05  FILLER                  PIC X(010)      VALUE "CURRENCY".
002440     05  FILLER                  PIC X(010)      VALUE "VOL LOW".
002450     05  FILLER                  PIC X(010)      VALUE "VOL HIGH".
002460     05  FILLER                  PIC X(032)      VALUE "CONTACT".
002470     05  FILLER                  PIC X(008)      VALUE "LAST CHG".
002480     05  FILLER                  PIC X(002)      VALUE SPACES.
002490     05  FILLER                  PIC X(010)
002500             VALUE "REV LIMIT".
002510     05  FILLER                  PIC X(018)      VALUE SPACES.
002520 01  WS-SOURCE-LINE.
002530     05  SRL-SOURCE-CD           PIC X(03).
002540     05  FILLER                  PIC X(05)       VALUE SPACES.
002550     05  SRL-TYPE                PIC X(01).
002560     05  FILLER                  PIC X(05)       VALUE SPACES.
002570     05  SRL-STATUS              PIC X(01).
002580     05  FILLER                  PIC X(07)       VALUE SPACES.
002590     05  SRL-DATE-CHECK          PIC X(01).
002600     05  FILLER                  PIC X(09)       VALUE SPACES.
002610     05  SRL-CURR-OK             PIC X(01).
002620     05  FILLER                  PIC X(09)       VALUE SPACES.
002630     05  SRL-VOL-LOW             PIC ZZZZZZZ9.
002640     05  FILLER                  PIC X(02)       VALUE SPACES.
002650     05  SRL-VOL-HIGH            PIC ZZZZZZZ9.
002660     05  FILLER                  PIC X(02)       VALUE SPACES.
002670     05  SRL-CONTACT             PIC X(30).
002680     05  FILLER                  PIC X(02)       VALUE SPACES.
002690     05  SRL-LAST-CHG            PIC 9(08).
002700     05  FILLER                  PIC X(02)       VALUE SPACES.
002710     05  SRL-REVIEW-LIMIT        PIC ZZZZZZZZZ9.
002720     05  FILLER                  PIC X(018)      VALUE SPACES.
002730 01  WS-TRAN-LINE.
002740     05  TRL-ACTION              PIC X(01).
002750     05  FILLER                  PIC X(02)       VALUE SPACES.
002760     05  TRL-SOURCE-CD           PIC X(03).
002770     05  FILLER                  PIC X(02)       VALUE SPACES.
002780     05  TRL-TYPE                PIC X(01).
002790     05  FILLER                  PIC X(02)       VALUE SPACES.
002800     05  TRL-STATUS              PIC X(01).
002810     05  FILLER                  PIC X(02)       VALUE SPACES.
002820     05  TRL-DATE-CHECK          PIC X(01).
002830     05  FILLER                  PIC X(02)       VALUE SPACES.
002840     05  TRL-CURR-OK             PIC X(01).
002850     05  FILLER                  PIC X(02)       VALUE SPACES.
002860     05  TRL-VOL-LOW             PIC X(08).
002870     05  FILLER                  PIC X(02)       VALUE SPACES.
002880     05  TRL-VOL-HIGH            PIC X(08).
002890     05  FILLER                  PIC X(02)       VALUE SPACES.
002900     05  TRL-CONTACT             PIC X(30).
002910     05  FILLER                  PIC X(02)       VALUE SPACES.
002920     05  TRL-REVIEW-LIMIT        PIC X(10).
002930     05  FILLER                  PIC X(02)       VALUE SPACES.
002940     05  TRL-DISPOSITION         PIC X(28).
002950     05  FILLER                  PIC X(020)      VALUE SPACES.
002960 01  WS-ANALYSIS-LINE.
002970     05  ANL-TEXT                PIC X(020).
002980     05  ANL-SOURCE-CD           PIC X(03).
002990     05  ANL-TAIL                PIC X(050).
003000     05  FILLER                  PIC X(059)      VALUE SPACES.
003010 01  WS-RPT-TRAILER.
003020     05  FILLER                  PIC X(012)
003030             VALUE "CARDS READ  ".
003040     05  TRL-CARDS-READ          PIC ZZZZZZZ9.
003050     05  FILLER                  PIC X(010)
003060             VALUE "  APPLIED ".
003070     05  TRL-APPLIED             PIC ZZZZZZZ9.
003080     05  FILLER                  PIC X(011)
003090             VALUE "  REJECTED ".
003100     05  TRL-REJECTED            PIC ZZZZZZZ9.
003110     05  FILLER                  PIC X(009)
003120             VALUE "  ERRORS ".
003130     05  TRL-ERRORS              PIC ZZZZZZZ9.
003140     05  FILLER                  PIC X(011)
003150             VALUE "  WARNINGS ".
003160     05  TRL-WARNINGS            PIC ZZZZZZZ9.
003170     05  FILLER                  PIC X(039)      VALUE SPACES.
003180 PROCEDURE DIVISION.
003190*****************************************************************
003200* 0000-MAINLINE                                                 *
003210*****************************************************************
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003240     PERFORM 1200-LOAD-OLD-ONE THRU 1200-LOAD-OLD-ONE-EXIT
003250             UNTIL WS-OLD-EOF.
003260     PERFORM 1300-PRINT-BEFORE THRU 1300-PRINT-BEFORE-EXIT.
003270     PERFORM 2000-APPLY-ONE-CARD THRU 2000-APPLY-ONE-CARD-EXIT
003280             UNTIL WS-TRAN-EOF.
003290     PERFORM 3000-VALIDATE-TABLE THRU 3000-VALIDATE-TABLE-EXIT.
003300     PERFORM 4000-WRITE-NEW THRU 4000-WRITE-NEW-EXIT.
003310     PERFORM 6000-WRAP-UP THRU 6000-WRAP-UP-EXIT.
003320     STOP RUN.
003330*****************************************************************
003340* 1000-INITIALIZE -- OPENS THE FILES, STAMPS THE RUN DATE,      *
003350* WRITES THE REPORT HEADING AND PRIMES THE FIRST READS.         *
003360*****************************************************************
003370 1000-INITIALIZE.
003380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003390     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
003400     OPEN OUTPUT REPORT-FILE.
003410     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
003420     OPEN INPUT SRC-OLD-FILE.
003430     OPEN INPUT TRAN-FILE.
003440     PERFORM 1100-READ-OLD THRU 1100-READ-OLD-EXIT.
003450 1000-INITIALIZE-EXIT.
003460     EXIT.
003470*****************************************************************
003480* 1100-READ-OLD -- READS ONE CURRENT-FILE RECORD INTO THE       *
003490* SRCREFC WORK AREA, SETTING THE EOF SWITCH AT END.             *
003500*****************************************************************
003510 1100-READ-OLD.
003520     READ SRC-OLD-FILE INTO SRC-REF-REC
003530         AT END
003540             MOVE 'Y' TO WS-OLD-EOF-SW
003550     END-READ.
003560     IF NOT WS-OLD-EOF
003570         ADD 1 TO WS-OLD-READ
003580     END-IF.
003590 1100-READ-OLD-EXIT.
003600     EXIT.
003610*****************************************************************
003620* 1200-LOAD-OLD-ONE -- LOADS ONE CURRENT-FILE RECORD INTO THE   *
003630* REGISTRY TABLE.  A RECORD OUT OF SOURCE-CODE ORDER (OR A      *
003640* DUPLICATE KEY), OR PAST THE TABLE LIMIT, IS REPORTED AND      *
003650* DROPPED -- THE RUN ENDS RC=8 SO NOTHING IS LOST IN            *
003660* PRODUCTION.                                                   *
003670*****************************************************************
003680 1200-LOAD-OLD-ONE.
003690     IF SREF-SOURCE-CD NOT > WS-PREV-SOURCE-CD
003700         DISPLAY "SRCMNT    - SOURCE " SREF-SOURCE-CD
003710                 " OUT OF ORDER OR DUPLICATED ON THE CURRENT "
003720                 "FILE, RECORD DROPPED"
003730         ADD 1 TO WS-RULE-ERRORS
003740         MOVE 8 TO RETURN-CODE
003750         GO TO 1200-LOAD-OLD-ONE-READ
003760     END-IF.
003770     MOVE SREF-SOURCE-CD TO WS-PREV-SOURCE-CD.
003780     IF WS-TBL-COUNT >= WS-TBL-LIMIT
003790         DISPLAY "SRCMNT    - REGISTRY TABLE FULL, CURRENT-FILE "
003800                 "RECORD DROPPED"
003810         MOVE 8 TO RETURN-CODE
003820     ELSE
003830         ADD 1 TO WS-TBL-COUNT
003840         MOVE SREF-SOURCE-CD   TO WS-TBL-SOURCE-CD (WS-TBL-COUNT)
003850         MOVE SREF-SOURCE-TYPE TO WS-TBL-TYPE (WS-TBL-COUNT)
003860         MOVE SREF-STATUS      TO WS-TBL-STATUS (WS-TBL-COUNT)
003870         MOVE SREF-DATE-CHECK  TO WS-TBL-DATE-CHECK (WS-TBL-COUNT)
003880         MOVE SREF-CURR-OK     TO WS-TBL-CURR-OK (WS-TBL-COUNT)
003890         MOVE SREF-CONTACT     TO WS-TBL-CONTACT (WS-TBL-COUNT)
003900         IF SREF-VOL-LOW IS NUMERIC
003910             MOVE SREF-VOL-LOW TO WS-TBL-VOL-LOW (WS-TBL-COUNT)
003920         ELSE
003930             MOVE ZERO TO WS-TBL-VOL-LOW (WS-TBL-COUNT)
003940         END-IF
003950         IF SREF-VOL-HIGH IS NUMERIC
003960             MOVE SREF-VOL-HIGH TO WS-TBL-VOL-HIGH (WS-TBL-COUNT)
003970         ELSE
003980             MOVE ZERO TO WS-TBL-VOL-HIGH (WS-TBL-COUNT)
003990         END-IF
004000         IF SREF-LAST-CHG IS NUMERIC
004010             MOVE SREF-LAST-CHG TO WS-TBL-LAST-CHG (WS-TBL-COUNT)
004020         ELSE
004030             MOVE ZERO TO WS-TBL-LAST-CHG (WS-TBL-COUNT)
004040         END-IF
004050         IF SREF-REVIEW-LIMIT IS NUMERIC
004060             MOVE SREF-REVIEW-LIMIT
004070                 TO WS-TBL-REVIEW-LIMIT (WS-TBL-COUNT)
004080         ELSE
004090             MOVE ZERO TO WS-TBL-REVIEW-LIMIT (WS-TBL-COUNT)
004100         END-IF
004110     END-IF.
004120 1200-LOAD-OLD-ONE-READ.
004130     PERFORM 1100-READ-OLD THRU 1100-READ-OLD-EXIT.
004140 1200-LOAD-OLD-ONE-EXIT.
004150     EXIT.
004160*****************************************************************
004170* 1300-PRINT-BEFORE -- LISTS THE REGISTRY AS IT STANDS BEFORE   *
004180* ANY CARD IS APPLIED.                                          *
004190*****************************************************************
004200 1300-PRINT-BEFORE.
004210     MOVE "BEFORE -- SOURCES ON FILE" TO SEC-TITLE.
004220     WRITE REPORT-REC FROM WS-RPT-SECTION.
004230     WRITE REPORT-REC FROM WS-RPT-SOURCE-HEAD.
004240     MOVE ZERO TO WS-TBL-SUB.
004250     PERFORM 1350-PRINT-ONE-SOURCE
004260             THRU 1350-PRINT-ONE-SOURCE-EXIT
004270             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
004280     PERFORM 1400-READ-TRAN THRU 1400-READ-TRAN-EXIT.
004290     MOVE "TRANSACTIONS" TO SEC-TITLE.
004300     WRITE REPORT-REC FROM WS-RPT-SECTION.
004310 1300-PRINT-BEFORE-EXIT.
004320     EXIT.
004330*****************************************************************
004340* 1350-PRINT-ONE-SOURCE -- PRINTS THE NEXT REGISTRY-TABLE       *
004350* ENTRY.                                                        *
004360*****************************************************************
004370 1350-PRINT-ONE-SOURCE.
004380     ADD 1 TO WS-TBL-SUB.
004390     MOVE WS-TBL-SOURCE-CD (WS-TBL-SUB)  TO SRL-SOURCE-CD.
004400     MOVE WS-TBL-TYPE (WS-TBL-SUB)       TO SRL-TYPE.
004410     MOVE WS-TBL-STATUS (WS-TBL-SUB)     TO SRL-STATUS.
004420     MOVE WS-TBL-DATE-CHECK (WS-TBL-SUB) TO SRL-DATE-CHECK.
004430     MOVE WS-TBL-CURR-OK (WS-TBL-SUB)    TO SRL-CURR-OK.
004440     MOVE WS-TBL-VOL-LOW (WS-TBL-SUB)    TO SRL-VOL-LOW.
004450     MOVE WS-TBL-VOL-HIGH (WS-TBL-SUB)   TO SRL-VOL-HIGH.
004460     MOVE WS-TBL-CONTACT (WS-TBL-SUB)    TO SRL-CONTACT.
004470     MOVE WS-TBL-LAST-CHG (WS-TBL-SUB)   TO SRL-LAST-CHG.
004480     MOVE WS-TBL-REVIEW-LIMIT (WS-TBL-SUB) TO SRL-REVIEW-LIMIT.
004490     WRITE REPORT-REC FROM WS-SOURCE-LINE.
004500 1350-PRINT-ONE-SOURCE-EXIT.
004510     EXIT.
004520*****************************************************************
004530* 1400-READ-TRAN -- READS ONE TRANSACTION CARD, SETTING THE     *
004540* EOF SWITCH AT END AND COUNTING EVERY CARD READ.               *
004550*****************************************************************
004560 1400-READ-TRAN.
004570     READ TRAN-FILE
004580         AT END
004590             MOVE 'Y' TO WS-TRAN-EOF-SW
004600     END-READ.
004610     IF NOT WS-TRAN-EOF
004620         ADD 1 TO WS-CARDS-READ
004630     END-IF.
004640 1400-READ-TRAN-EXIT.
004650     EXIT.
004660*****************************************************************
004670* 2000-APPLY-ONE-CARD -- EDITS AND APPLIES ONE TRANSACTION      *
004680* CARD.  EVERY CARD IS ECHOED ON THE REPORT WITH ITS            *
004690* DISPOSITION; A REJECTED CARD SETS RC=8 SO THE JOB STREAM      *
004700* NEVER SWAPS A HALF-APPLIED FILE INTO PRODUCTION.              *
004710*****************************************************************
004720 2000-APPLY-ONE-CARD.
004730     MOVE TRN-ACTION      TO TRL-ACTION.
004740     MOVE TRN-SOURCE-CD   TO TRL-SOURCE-CD.
004750     MOVE TRN-TYPE        TO TRL-TYPE.
004760     MOVE TRN-STATUS      TO TRL-STATUS.
004770     MOVE TRN-DATE-CHECK  TO TRL-DATE-CHECK.
004780     MOVE TRN-CURR-OK     TO TRL-CURR-OK.
004790     MOVE TRN-VOL-LOW     TO TRL-VOL-LOW.
004800     MOVE TRN-VOL-HIGH    TO TRL-VOL-HIGH.
004810     MOVE TRN-CONTACT     TO TRL-CONTACT.
004820     MOVE TRN-REVIEW-LIMIT TO TRL-REVIEW-LIMIT.
004830     IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
004840        AND TRN-ACTION NOT = 'D'
004850         MOVE "REJECTED - BAD ACTION" TO TRL-DISPOSITION
004860         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004870         GO TO 2000-APPLY-ONE-CARD-NEXT
004880     END-IF.
004890     IF TRN-SOURCE-CD = SPACES
004900         MOVE "REJECTED - BLANK SOURCE" TO TRL-DISPOSITION
004910         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004920         GO TO 2000-APPLY-ONE-CARD-NEXT
004930     END-IF.
004940     IF TRN-TYPE NOT = SPACE AND TRN-TYPE NOT = 'F'
004950        AND TRN-TYPE NOT = 'R' AND TRN-TYPE NOT = 'V'
004960        AND TRN-TYPE NOT = 'D' AND TRN-TYPE NOT = 'A'
004970         MOVE "REJECTED - BAD SOURCE TYPE" TO TRL-DISPOSITION
004980         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004990         GO TO 2000-APPLY-ONE-CARD-NEXT
005000     END-IF.
005010     IF TRN-STATUS NOT = SPACE AND TRN-STATUS NOT = 'A'
005020        AND TRN-STATUS NOT = 'S'
005030         MOVE "REJECTED - BAD STATUS" TO TRL-DISPOSITION
005040         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005050         GO TO 2000-APPLY-ONE-CARD-NEXT
005060     END-IF.
005070     IF (TRN-DATE-CHECK NOT = SPACE AND TRN-DATE-CHECK NOT = 'Y'
005080         AND TRN-DATE-CHECK NOT = 'N')
005090        OR (TRN-CURR-OK NOT = SPACE AND TRN-CURR-OK NOT = 'Y'
005100         AND TRN-CURR-OK NOT = 'N')
005110         MOVE "REJECTED - FLAG NOT Y OR N" TO TRL-DISPOSITION
005120         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005130         GO TO 2000-APPLY-ONE-CARD-NEXT
005140     END-IF.
005150     IF (TRN-VOL-LOW NOT = SPACES AND TRN-VOL-LOW NOT NUMERIC)
005160        OR (TRN-VOL-HIGH NOT = SPACES
005170            AND TRN-VOL-HIGH NOT NUMERIC)
005180         MOVE "REJECTED - BAD VOLUMES" TO TRL-DISPOSITION
005190         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005200         GO TO 2000-APPLY-ONE-CARD-NEXT
005210     END-IF.
005220     IF TRN-REVIEW-LIMIT NOT = SPACES
005230        AND TRN-REVIEW-LIMIT NOT NUMERIC
005240         MOVE "REJECTED - BAD REVIEW LIMIT" TO TRL-DISPOSITION
005250         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005260         GO TO 2000-APPLY-ONE-CARD-NEXT
005270     END-IF.
005280     EVALUATE TRN-ACTION
005290         WHEN 'A'
005300             PERFORM 2100-ADD-SOURCE THRU 2100-ADD-SOURCE-EXIT
005310         WHEN 'C'
005320             PERFORM 2200-CHANGE-SOURCE
005330                     THRU 2200-CHANGE-SOURCE-EXIT
005340         WHEN 'D'
005350             PERFORM 2300-DELETE-SOURCE
005360                     THRU 2300-DELETE-SOURCE-EXIT
005370     END-EVALUATE.
005380 2000-APPLY-ONE-CARD-NEXT.
005390     WRITE REPORT-REC FROM WS-TRAN-LINE.
005400     PERFORM 1400-READ-TRAN THRU 1400-READ-TRAN-EXIT.
005410 2000-APPLY-ONE-CARD-EXIT.
005420     EXIT.
005430*****************************************************************
005440* 2100-ADD-SOURCE -- ADDS THE CARD'S SOURCE TO THE TABLE IN     *
005450* SOURCE-CODE ORDER, WITH THE DEFAULTS FOR ANY BLANK FIELD.  A  *
005460* CODE ALREADY ON FILE IS REFUSED -- USE A CHANGE CARD.         *
005470*****************************************************************
005480 2100-ADD-SOURCE.
005490     PERFORM 2400-FIND-MATCH THRU 2400-FIND-MATCH-EXIT.
005500     IF WS-MATCH-FOUND
005510         MOVE "REJECTED - ALREADY ON FILE" TO TRL-DISPOSITION
005520         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005530         GO TO 2100-ADD-SOURCE-EXIT
005540     END-IF.
005550     IF TRN-TYPE = SPACE
005560         MOVE "REJECTED - NO SOURCE TYPE" TO TRL-DISPOSITION
005570         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005580         GO TO 2100-ADD-SOURCE-EXIT
005590     END-IF.
005600     MOVE TRN-SOURCE-CD TO WS-CARD-SOURCE-CD.
005610     MOVE TRN-TYPE      TO WS-CARD-TYPE.
005620     MOVE 'A'           TO WS-CARD-STATUS.
005630     IF TRN-TYPE = 'F'
005640         MOVE 'Y' TO WS-CARD-DATE-CHECK
005650     ELSE
005660         MOVE 'N' TO WS-CARD-DATE-CHECK
005670     END-IF.
005680     MOVE 'N'           TO WS-CARD-CURR-OK.
005690     MOVE ZERO          TO WS-CARD-VOL-LOW.
005700     MOVE ZERO          TO WS-CARD-VOL-HIGH.
005710     MOVE SPACES        TO WS-CARD-CONTACT.
005720     MOVE ZERO          TO WS-CARD-REVIEW-LIMIT.
005730     PERFORM 2500-EDIT-CARD-FIELDS
005740             THRU 2500-EDIT-CARD-FIELDS-EXIT.
005750     IF WS-CARD-VOL-LOW > WS-CARD-VOL-HIGH
005760        AND WS-CARD-VOL-HIGH NOT = ZERO
005770         MOVE "REJECTED - BACKWARDS VOLUMES" TO TRL-DISPOSITION
005780         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005790         GO TO 2100-ADD-SOURCE-EXIT
005800     END-IF.
005810     IF WS-TBL-COUNT >= WS-TBL-LIMIT
005820         MOVE "REJECTED - TABLE FULL" TO TRL-DISPOSITION
005830         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005840         GO TO 2100-ADD-SOURCE-EXIT
005850     END-IF.
005860*    OPEN A SLOT AT THE FIRST ENTRY THAT SORTS AFTER THE CARD.
005870     MOVE 'N' TO WS-SLOT-FOUND-SW.
005880     MOVE ZERO TO WS-TBL-SUB.
005890     PERFORM 2150-TEST-ONE-SLOT THRU 2150-TEST-ONE-SLOT-EXIT
005900             UNTIL WS-SLOT-FOUND
005910                OR WS-TBL-SUB >= WS-TBL-COUNT.
005920     IF NOT WS-SLOT-FOUND
005930         COMPUTE WS-TBL-SUB = WS-TBL-COUNT + 1
005940     END-IF.
005950     MOVE WS-TBL-COUNT TO WS-SHIFT-SUB.
005960     PERFORM 2850-SHIFT-ONE-UP THRU 2850-SHIFT-ONE-UP-EXIT
005970             UNTIL WS-SHIFT-SUB < WS-TBL-SUB.
005980     ADD 1 TO WS-TBL-COUNT.
005990     PERFORM 2700-MOVE-CARD-TO-ENTRY
006000             THRU 2700-MOVE-CARD-TO-ENTRY-EXIT.
006010     MOVE "ADDED" TO TRL-DISPOSITION.
006020     ADD 1 TO WS-CARDS-APPLIED.
006030 2100-ADD-SOURCE-EXIT.
006040     EXIT.
006050*****************************************************************
006060* 2150-TEST-ONE-SLOT -- TESTS WHETHER THE NEXT ENTRY SORTS      *
006070* AFTER THE CARD'S SOURCE CODE, LEAVING WS-TBL-SUB ON IT.       *
006080*****************************************************************
006090 2150-TEST-ONE-SLOT.
006100     ADD 1 TO WS-TBL-SUB.
006110     IF WS-TBL-SOURCE-CD (WS-TBL-SUB) > TRN-SOURCE-CD
006120         MOVE 'Y' TO WS-SLOT-FOUND-SW
006130     END-IF.
006140 2150-TEST-ONE-SLOT-EXIT.
006150     EXIT.
006160*****************************************************************
006170* 2200-CHANGE-SOURCE -- FINDS THE ENTRY FOR THE CARD'S SOURCE   *
006180* CODE AND REPLACES EVERY FIELD THE CARD DOES NOT LEAVE BLANK.  *
006190*****************************************************************
006200 2200-CHANGE-SOURCE.
006210     PERFORM 2400-FIND-MATCH THRU 2400-FIND-MATCH-EXIT.
006220     IF NOT WS-MATCH-FOUND
006230         MOVE "REJECTED - NO SUCH SOURCE" TO TRL-DISPOSITION
006240         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006250         GO TO 2200-CHANGE-SOURCE-EXIT
006260     END-IF.
006270     MOVE WS-TBL-SOURCE-CD (WS-TBL-SUB)  TO WS-CARD-SOURCE-CD.
006280     MOVE WS-TBL-TYPE (WS-TBL-SUB)       TO WS-CARD-TYPE.
006290     MOVE WS-TBL-STATUS (WS-TBL-SUB)     TO WS-CARD-STATUS.
006300     MOVE WS-TBL-DATE-CHECK (WS-TBL-SUB) TO WS-CARD-DATE-CHECK.
006310     MOVE WS-TBL-CURR-OK (WS-TBL-SUB)    TO WS-CARD-CURR-OK.
006320     MOVE WS-TBL-VOL-LOW (WS-TBL-SUB)    TO WS-CARD-VOL-LOW.
006330     MOVE WS-TBL-VOL-HIGH (WS-TBL-SUB)   TO WS-CARD-VOL-HIGH.
006340     MOVE WS-TBL-CONTACT (WS-TBL-SUB)    TO WS-CARD-CONTACT.
006350     MOVE WS-TBL-REVIEW-LIMIT (WS-TBL-SUB)
006360         TO WS-CARD-REVIEW-LIMIT.
006370     IF TRN-TYPE NOT = SPACE
006380         MOVE TRN-TYPE TO WS-CARD-TYPE
006390     END-IF.
006400     PERFORM 2500-EDIT-CARD-FIELDS
006410             THRU 2500-EDIT-CARD-FIELDS-EXIT.
006420     IF WS-CARD-VOL-LOW > WS-CARD-VOL-HIGH
006430        AND WS-CARD-VOL-HIGH NOT = ZERO
006440         MOVE "REJECTED - BACKWARDS VOLUMES" TO TRL-DISPOSITION
006450         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006460         GO TO 2200-CHANGE-SOURCE-EXIT
006470     END-IF.
006480     PERFORM 2700-MOVE-CARD-TO-ENTRY
006490             THRU 2700-MOVE-CARD-TO-ENTRY-EXIT.
006500     MOVE "CHANGED" TO TRL-DISPOSITION.
006510     ADD 1 TO WS-CARDS-APPLIED.
006520 2200-CHANGE-SOURCE-EXIT.
006530     EXIT.
006540*****************************************************************
006550* 2300-DELETE-SOURCE -- FINDS THE ENTRY FOR THE CARD'S SOURCE   *
006560* CODE AND SHIFTS THE ENTRIES ABOVE IT DOWN ONE.  SUSPENDING A  *
006570* SOURCE (STATUS S) IS USUALLY WHAT IS WANTED -- A DELETED      *
006580* CODE'S NEXT BATCH FAILS ITS PROOF AS UNREGISTERED.            *
006590*****************************************************************
006600 2300-DELETE-SOURCE.
006610     PERFORM 2400-FIND-MATCH THRU 2400-FIND-MATCH-EXIT.
006620     IF NOT WS-MATCH-FOUND
006630         MOVE "REJECTED - NO SUCH SOURCE" TO TRL-DISPOSITION
006640         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006650         GO TO 2300-DELETE-SOURCE-EXIT
006660     END-IF.
006670     MOVE WS-TBL-SUB TO WS-SHIFT-SUB.
006680     PERFORM 2800-SHIFT-ONE-DOWN THRU 2800-SHIFT-ONE-DOWN-EXIT
006690             UNTIL WS-SHIFT-SUB >= WS-TBL-COUNT.
006700     SUBTRACT 1 FROM WS-TBL-COUNT.
006710     MOVE "DELETED" TO TRL-DISPOSITION.
006720     ADD 1 TO WS-CARDS-APPLIED.
006730 2300-DELETE-SOURCE-EXIT.
006740     EXIT.
006750*****************************************************************
006760* 2400-FIND-MATCH -- SERIAL SEARCH FOR THE ENTRY WHOSE SOURCE   *
006770* CODE EQUALS THE CARD'S, LEAVING WS-TBL-SUB POINTING AT IT     *
006780* WHEN FOUND.                                                   *
006790*****************************************************************
006800 2400-FIND-MATCH.
006810     MOVE 'N' TO WS-MATCH-FOUND-SW.
006820     MOVE ZERO TO WS-TBL-SUB.
006830     PERFORM 2450-TEST-ONE-MATCH THRU 2450-TEST-ONE-MATCH-EXIT
006840             UNTIL WS-MATCH-FOUND
006850                OR WS-TBL-SUB >= WS-TBL-COUNT.
006860 2400-FIND-MATCH-EXIT.
006870     EXIT.
006880*****************************************************************
006890* 2450-TEST-ONE-MATCH -- TESTS THE NEXT ENTRY AGAINST THE       *
006900* CARD'S SOURCE CODE.                                           *
006910*****************************************************************
006920 2450-TEST-ONE-MATCH.
006930     ADD 1 TO WS-TBL-SUB.
006940     IF WS-TBL-SOURCE-CD (WS-TBL-SUB) = TRN-SOURCE-CD
006950         MOVE 'Y' TO WS-MATCH-FOUND-SW
006960     END-IF.
006970 2450-TEST-ONE-MATCH-EXIT.
006980     EXIT.
006990*****************************************************************
007000* 2500-EDIT-CARD-FIELDS -- LAYS EVERY NON-BLANK CARD FIELD      *
007010* OVER THE CARD WORK ENTRY (WHICH HOLDS THE ADD DEFAULTS OR     *
007020* THE VALUES ON FILE) AND STAMPS THE CHANGE DATE.               *
007030*****************************************************************
007040 2500-EDIT-CARD-FIELDS.
007050     IF TRN-STATUS NOT = SPACE
007060         MOVE TRN-STATUS TO WS-CARD-STATUS
007070     END-IF.
007080     IF TRN-DATE-CHECK NOT = SPACE
007090         MOVE TRN-DATE-CHECK TO WS-CARD-DATE-CHECK
007100     END-IF.
007110     IF TRN-CURR-OK NOT = SPACE
007120         MOVE TRN-CURR-OK TO WS-CARD-CURR-OK
007130     END-IF.
007140     IF TRN-VOL-LOW IS NUMERIC
007150         MOVE TRN-VOL-LOW TO WS-CARD-VOL-LOW
007160     END-IF.
007170     IF TRN-VOL-HIGH IS NUMERIC
007180         MOVE TRN-VOL-HIGH TO WS-CARD-VOL-HIGH
007190     END-IF.
007200     IF TRN-CONTACT NOT = SPACES
007210         MOVE TRN-CONTACT TO WS-CARD-CONTACT
007220     END-IF.
007230     IF TRN-REVIEW-LIMIT IS NUMERIC
007240         MOVE TRN-REVIEW-LIMIT TO WS-CARD-REVIEW-LIMIT
007250     END-IF.
007260     MOVE WS-RUN-DATE TO WS-CARD-LAST-CHG.
007270 2500-EDIT-CARD-FIELDS-EXIT.
007280     EXIT.
007290*****************************************************************
007300* 2700-MOVE-CARD-TO-ENTRY -- FILLS THE TABLE ENTRY WS-TBL-SUB   *
007310* POINTS AT FROM THE CARD WORK ENTRY.                           *
007320*****************************************************************
007330 2700-MOVE-CARD-TO-ENTRY.
007340     MOVE WS-CARD-SOURCE-CD  TO WS-TBL-SOURCE-CD (WS-TBL-SUB).
007350     MOVE WS-CARD-TYPE       TO WS-TBL-TYPE (WS-TBL-SUB).
007360     MOVE WS-CARD-STATUS     TO WS-TBL-STATUS (WS-TBL-SUB).
007370     MOVE WS-CARD-DATE-CHECK TO WS-TBL-DATE-CHECK (WS-TBL-SUB).
007380     MOVE WS-CARD-CURR-OK    TO WS-TBL-CURR-OK (WS-TBL-SUB).
007390     MOVE WS-CARD-VOL-LOW    TO WS-TBL-VOL-LOW (WS-TBL-SUB).
007400     MOVE WS-CARD-VOL-HIGH   TO WS-TBL-VOL-HIGH (WS-TBL-SUB).
007410     MOVE WS-CARD-CONTACT    TO WS-TBL-CONTACT (WS-TBL-SUB).
007420     MOVE WS-CARD-LAST-CHG   TO WS-TBL-LAST-CHG (WS-TBL-SUB).
007430     MOVE WS-CARD-REVIEW-LIMIT
007440         TO WS-TBL-REVIEW-LIMIT (WS-TBL-SUB).
007450 2700-MOVE-CARD-TO-ENTRY-EXIT.
007460     EXIT.
007470*****************************************************************
007480* 2800-SHIFT-ONE-DOWN -- MOVES ONE TABLE ENTRY DOWN OVER THE    *
007490* ENTRY BEING DELETED.                                          *
007500*****************************************************************
007510 2800-SHIFT-ONE-DOWN.
007520     IF WS-SHIFT-SUB < WS-TBL-COUNT
007530         MOVE WS-SRC-ENTRY (WS-SHIFT-SUB + 1)
007540             TO WS-SRC-ENTRY (WS-SHIFT-SUB)
007550     END-IF.
007560     ADD 1 TO WS-SHIFT-SUB.
007570 2800-SHIFT-ONE-DOWN-EXIT.
007580     EXIT.
007590*****************************************************************
007600* 2850-SHIFT-ONE-UP -- MOVES ONE TABLE ENTRY UP, OPENING THE    *
007610* SLOT AN ADD GOES INTO.  WORKS FROM THE TOP ENTRY DOWN.        *
007620*****************************************************************
007630 2850-SHIFT-ONE-UP.
007640     MOVE WS-SRC-ENTRY (WS-SHIFT-SUB)
007650         TO WS-SRC-ENTRY (WS-SHIFT-SUB + 1).
007660     SUBTRACT 1 FROM WS-SHIFT-SUB.
007670 2850-SHIFT-ONE-UP-EXIT.
007680     EXIT.
007690*****************************************************************
007700* 2900-REJECT-CARD -- COUNTS A REJECTED CARD AND SETS THE       *
007710* RETURN CODE THAT BLOCKS THE PRODUCTION SWAP.                  *
007720*****************************************************************
007730 2900-REJECT-CARD.
007740     ADD 1 TO WS-CARDS-REJECTED.
007750     MOVE 8 TO RETURN-CODE.
007760 2900-REJECT-CARD-EXIT.
007770     EXIT.
007780*****************************************************************
007790* 3000-VALIDATE-TABLE -- WHOLE-REGISTRY ANALYSIS OF THE RESULT. *
007800* DECIMAL NEEDS EXACTLY ONE REVERSAL (V) AND ONE ROUNDING (D)   *
007810* PSEUDO-SOURCE TO STAMP ITS OWN EXTRACT LINES, SO ANYTHING     *
007820* ELSE IS AN ERROR.  AN ACTIVE FEED WITH NO ADVICE CONTACT, NO  *
007830* RECYCLE SOURCE AT ALL, OR A REVIEW LIMIT WITH NO              *
007840* APPROVED-REVIEW (A) SOURCE TO BRING APPROVED ITEMS BACK, IS A *
007850* WARNING.                                                      *
007860*****************************************************************
007870 3000-VALIDATE-TABLE.
007880     MOVE "REGISTRY ANALYSIS" TO SEC-TITLE.
007890     WRITE REPORT-REC FROM WS-RPT-SECTION.
007900     MOVE ZERO TO WS-TBL-SUB.
007910     PERFORM 3100-CHECK-ONE-SOURCE
007920             THRU 3100-CHECK-ONE-SOURCE-EXIT
007930             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
007940     IF WS-REV-ENTRIES NOT = 1
007950         MOVE SPACES TO WS-ANALYSIS-LINE
007960         MOVE "ERROR:              " TO ANL-TEXT
007970         MOVE "NOT EXACTLY ONE REVERSAL (V) PSEUDO-SOURCE"
007980             TO ANL-TAIL
007990         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
008000         DISPLAY "SRCMNT    - REGISTRY NEEDS EXACTLY ONE "
008010                 "REVERSAL PSEUDO-SOURCE, HAS " WS-REV-ENTRIES
008020         ADD 1 TO WS-RULE-ERRORS
008030         MOVE 8 TO RETURN-CODE
008040     END-IF.
008050     IF WS-RND-ENTRIES NOT = 1
008060         MOVE SPACES TO WS-ANALYSIS-LINE
008070         MOVE "ERROR:              " TO ANL-TEXT
008080         MOVE "NOT EXACTLY ONE ROUNDING (D) PSEUDO-SOURCE"
008090             TO ANL-TAIL
008100         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
008110         DISPLAY "SRCMNT    - REGISTRY NEEDS EXACTLY ONE "
008120                 "ROUNDING PSEUDO-SOURCE, HAS " WS-RND-ENTRIES
008130         ADD 1 TO WS-RULE-ERRORS
008140         MOVE 8 TO RETURN-CODE
008150     END-IF.
008160     IF WS-RCY-ENTRIES = ZERO
008170         MOVE SPACES TO WS-ANALYSIS-LINE
008180         MOVE "WARNING:            " TO ANL-TEXT
008190         MOVE "NO RECYCLE (R) SOURCE -- RECYCLE BATCHES WILL FAIL"
008200             TO ANL-TAIL
008210         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
008220         ADD 1 TO WS-RULE-WARNINGS
008230     END-IF.
008240     IF WS-LIMIT-ENTRIES > ZERO AND WS-APV-ENTRIES = ZERO
008250         MOVE SPACES TO WS-ANALYSIS-LINE
008260         MOVE "WARNING:            " TO ANL-TEXT
008270         MOVE "REVIEW LIMIT SET BUT NO APPROVED-REVIEW (A) SOURCE"
008280             TO ANL-TAIL
008290         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
008300         ADD 1 TO WS-RULE-WARNINGS
008310     END-IF.
008320     IF WS-RULE-ERRORS = ZERO AND WS-RULE-WARNINGS = ZERO
008330         MOVE SPACES TO WS-ANALYSIS-LINE
008340         MOVE "NO ERRORS, NO WARNINGS" TO ANL-TAIL
008350         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
008360     END-IF.
008370 3000-VALIDATE-TABLE-EXIT.
008380     EXIT.
008390*****************************************************************
008400* 3100-CHECK-ONE-SOURCE -- COUNTS THE NEXT ENTRY BY TYPE AND    *
008410* WARNS ON AN ACTIVE FEED NOBODY WOULD BE ADVISED ABOUT.        *
008420*****************************************************************
008430 3100-CHECK-ONE-SOURCE.
008440     ADD 1 TO WS-TBL-SUB.
008450     EVALUATE WS-TBL-TYPE (WS-TBL-SUB)
008460         WHEN 'V'
008470             ADD 1 TO WS-REV-ENTRIES
008480         WHEN 'D'
008490             ADD 1 TO WS-RND-ENTRIES
008500         WHEN 'R'
008510             ADD 1 TO WS-RCY-ENTRIES
008520         WHEN 'A'
008530             ADD 1 TO WS-APV-ENTRIES
008540         WHEN OTHER
008550             CONTINUE
008560     END-EVALUATE.
008570     IF WS-TBL-REVIEW-LIMIT (WS-TBL-SUB) > ZERO
008580         ADD 1 TO WS-LIMIT-ENTRIES
008590     END-IF.
008600     IF WS-TBL-TYPE (WS-TBL-SUB) = 'F'
008610        AND WS-TBL-STATUS (WS-TBL-SUB) = 'A'
008620        AND WS-TBL-CONTACT (WS-TBL-SUB) = SPACES
008630         MOVE SPACES TO WS-ANALYSIS-LINE
008640         MOVE "WARNING: SOURCE     " TO ANL-TEXT
008650         MOVE WS-TBL-SOURCE-CD (WS-TBL-SUB) TO ANL-SOURCE-CD
008660         MOVE " IS ACTIVE WITH NO ADVICE CONTACT" TO ANL-TAIL
008670         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
008680         ADD 1 TO WS-RULE-WARNINGS
008690     END-IF.
008700 3100-CHECK-ONE-SOURCE-EXIT.
008710     EXIT.
008720*****************************************************************
008730* 4000-WRITE-NEW -- PRINTS THE AFTER SECTION AND WRITES THE     *
008740* MAINTAINED FILE.  THE JOB STREAM ONLY SWAPS IT IN WHEN THIS   *
008750* RUN ENDS BELOW RC=8.                                          *
008760*****************************************************************
008770 4000-WRITE-NEW.
008780     MOVE "AFTER -- SOURCES WRITTEN" TO SEC-TITLE.
008790     WRITE REPORT-REC FROM WS-RPT-SECTION.
008800     WRITE REPORT-REC FROM WS-RPT-SOURCE-HEAD.
008810     OPEN OUTPUT SRC-NEW-FILE.
008820     MOVE ZERO TO WS-TBL-SUB.
008830     PERFORM 4100-WRITE-ONE-NEW THRU 4100-WRITE-ONE-NEW-EXIT
008840             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
008850     CLOSE SRC-NEW-FILE.
008860 4000-WRITE-NEW-EXIT.
008870     EXIT.
008880*****************************************************************
008890* 4100-WRITE-ONE-NEW -- WRITES AND PRINTS ONE MAINTAINED        *
008900* RECORD IN THE SRCREFC LAYOUT.                                 *
008910*****************************************************************
008920 4100-WRITE-ONE-NEW.
008930     PERFORM 1350-PRINT-ONE-SOURCE
008940             THRU 1350-PRINT-ONE-SOURCE-EXIT.
008950     MOVE SPACES TO SRC-REF-REC.
008960     MOVE WS-TBL-SOURCE-CD (WS-TBL-SUB)  TO SREF-SOURCE-CD.
008970     MOVE WS-TBL-TYPE (WS-TBL-SUB)       TO SREF-SOURCE-TYPE.
008980     MOVE WS-TBL-STATUS (WS-TBL-SUB)     TO SREF-STATUS.
008990     MOVE WS-TBL-DATE-CHECK (WS-TBL-SUB) TO SREF-DATE-CHECK.
009000     MOVE WS-TBL-CURR-OK (WS-TBL-SUB)    TO SREF-CURR-OK.
009010     MOVE WS-TBL-VOL-LOW (WS-TBL-SUB)    TO SREF-VOL-LOW.
009020     MOVE WS-TBL-VOL-HIGH (WS-TBL-SUB)   TO SREF-VOL-HIGH.
009030     MOVE WS-TBL-CONTACT (WS-TBL-SUB)    TO SREF-CONTACT.
009040     MOVE WS-TBL-LAST-CHG (WS-TBL-SUB)   TO SREF-LAST-CHG.
009050     MOVE WS-TBL-REVIEW-LIMIT (WS-TBL-SUB) TO SREF-REVIEW-LIMIT.
009060     WRITE NEW-SRC-REC FROM SRC-REF-REC.
009070     ADD 1 TO WS-NEW-WRITTEN.
009080 4100-WRITE-ONE-NEW-EXIT.
009090     EXIT.
009100*****************************************************************
009110* 6000-WRAP-UP -- WRITES THE CONTROL-TOTAL TRAILER, SETS THE    *
009120* WARNING RETURN CODE AND CLOSES THE FILES.                     *
009130*****************************************************************
009140 6000-WRAP-UP.
009150     MOVE WS-CARDS-READ     TO TRL-CARDS-READ.
009160     MOVE WS-CARDS-APPLIED  TO TRL-APPLIED.
009170     MOVE WS-CARDS-REJECTED TO TRL-REJECTED.
009180     MOVE WS-RULE-ERRORS    TO TRL-ERRORS.
009190     MOVE WS-RULE-WARNINGS  TO TRL-WARNINGS.
009200     WRITE REPORT-REC FROM WS-RPT-TRAILER.
009210     DISPLAY "SRCMNT    - " WS-RPT-TRAILER.
009220     IF WS-RULE-WARNINGS > ZERO AND RETURN-CODE = ZERO
009230         MOVE 4 TO RETURN-CODE
009240     END-IF.
009250     IF RETURN-CODE >= 8
009260         DISPLAY "SRCMNT    - ERRORS FOUND, DO NOT SWAP THE "
009270                 "NEW FILE INTO PRODUCTION"
009280     END-IF.
009290     CLOSE SRC-OLD-FILE.
009300     CLOSE TRAN-FILE.
009310     CLOSE REPORT-FILE.
009320 6000-WRAP-UP-EXIT.
009330     EXIT.
