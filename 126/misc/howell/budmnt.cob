000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : BUDMNT                                           *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/18/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : GL BUDGET FILE MAINTENANCE.  THE BUDGET FILE     *
000190*              (BUDGETC COPYBOOK) HOLDS FINANCE'S PLAN BY GL    *
000200*              ACCOUNT, COST CENTER, FISCAL YEAR AND FISCAL     *
000210*              MONTH, AND BUDVAR REPORTS THE COMPUTED RESULTS   *
000220*              AGAINST IT EACH MONTH.  THIS PROGRAM APPLIES     *
000230*              ADD/CHANGE/DELETE TRANSACTION CARDS TO THE       *
000240*              CURRENT FILE, KEEPS IT IN KEY ORDER, AND PRINTS  *
000250*              A CHANGE REPORT -- EVERY CARD WITH THE AMOUNT ON *
000260*              FILE BEFORE AND AFTER IT, AND THE LINE COUNT AND *
000270*              PLAN TOTAL FOR EACH FISCAL YEAR BEFORE AND AFTER *
000280*              THE RUN -- TO FILE WITH FINANCE'S SIGN-OFF.      *
000290*              THE YEARLY LOAD IS SIMPLY A DECK OF ADD CARDS.   *
000300*                                                               *
000310*              TRANSACTION CARD (BUDTRN):                       *
000320*                COL  1     ACTION: A = ADD, C = CHANGE,        *
000330*                           D = DELETE                          *
000340*                COL  3-10  GL ACCOUNT                          *
000350*                COL 12-17  COST CENTER                         *
000360*                COL 19-22  FISCAL YEAR                         *
000370*                COL 24-25  FISCAL MONTH (01-13)                *
000380*                COL 27-41  AMOUNT, 15 DIGITS WITH 2 IMPLIED    *
000390*                           DECIMALS, ZERO-FILLED               *
000400*                COL 42     SIGN: BLANK OR + = PLUS, - = MINUS  *
000410*              COLUMNS 3-25 ARE THE MATCH KEY FOR C AND D.  AN  *
000420*              ADD OR CHANGE MUST CARRY THE AMOUNT; A DELETE    *
000430*              IGNORES IT.                                      *
000440*                                                               *
000450*              RETURN CODES: 0 = CLEAN, NEW FILE MAY BE         *
000460*                                SWAPPED IN                     *
000470*                            8 = A CARD WAS REJECTED, OR THE    *
000480*                                OLD FILE WAS OUT OF ORDER OR   *
000490*                                OVERFLOWED THE TABLE -- THE    *
000500*                                JOB STREAM MUST NOT SWAP THE   *
000510*                                NEW FILE INTO PRODUCTION       *
000520*                                                               *
000530*---------------------------------------------------------------*
000540* MODIFICATION HISTORY                                          *
000550*---------------------------------------------------------------*
000560* DATE       INIT DESCRIPTION                                   *
000570*---------------------------------------------------------------*
000580* 09/18/2026 RH   ORIGINAL PROGRAM.                             *
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. BUDMNT.
000620 AUTHOR. R. HOWELL.
000630 INSTALLATION. LINUX GAZETTE DATA CENTER.
000640 DATE-WRITTEN. 09/18/2026.
000650 DATE-COMPILED.
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT BUD-OLD-FILE ASSIGN TO BUDOLD
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT TRAN-FILE ASSIGN TO BUDTRN
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT BUD-NEW-FILE ASSIGN TO BUDNEW
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT REPORT-FILE ASSIGN TO BUDRPT
000760         ORGANIZATION IS SEQUENTIAL.
000770 DATA DIVISION.
000780 FILE SECTION.
000790*---------------------------------------------------------------*
000800* BUD-OLD-FILE IS THE CURRENT PRODUCTION BUDGET FILE, READ INTO *
000810* THE WS COPY OF THE BUDGETC LAYOUT.                            *
000820*---------------------------------------------------------------*
000830 FD  BUD-OLD-FILE
000840     RECORDING MODE IS F.
000850 01  OLD-BUD-REC                 PIC X(080).
000860*---------------------------------------------------------------*
000870* TRAN-FILE IS FINANCE'S ADD/CHANGE/DELETE CARD DECK.           *
000880*---------------------------------------------------------------*
000890 FD  TRAN-FILE
000900     RECORDING MODE IS F.
000910 01  TRAN-REC.
000920     05  TRN-ACTION              PIC X(01).
000930     05  FILLER                  PIC X(01).
000940     05  TRN-KEY.
000950         10  TRN-ACCOUNT         PIC X(08).
000960         10  FILLER              PIC X(01).
000970         10  TRN-COST-CENTER     PIC X(06).
000980         10  FILLER              PIC X(01).
000990         10  TRN-FISCAL-YEAR     PIC X(04).
001000         10  FILLER              PIC X(01).
001010         10  TRN-FISCAL-MONTH    PIC X(02).
001020     05  FILLER                  PIC X(01).
001030     05  TRN-AMOUNT              PIC X(15).
001040     05  TRN-AMOUNT-N            REDEFINES TRN-AMOUNT
001050                                 PIC 9(13)V9(02).
001060     05  TRN-SIGN                PIC X(01).
001070     05  FILLER                  PIC X(38).
001080*---------------------------------------------------------------*
001090* BUD-NEW-FILE IS THE MAINTAINED FILE, WRITTEN IN THE BUDGETC   *
001100* LAYOUT.  THE JOB STREAM SWAPS IT OVER THE PRODUCTION FILE     *
001110* ONLY WHEN THIS PROGRAM ENDS BELOW RC=8.                       *
001120*---------------------------------------------------------------*
001130 FD  BUD-NEW-FILE
001140     RECORDING MODE IS F.
001150 01  NEW-BUD-REC                 PIC X(080).
001160*---------------------------------------------------------------*
001170* REPORT-FILE IS THE CHANGE REPORT FILED WITH FINANCE'S         *
001180* SIGN-OFF.                                                     *
001190*---------------------------------------------------------------*
001200 FD  REPORT-FILE
001210     RECORDING MODE IS F.
001220 01  REPORT-REC                  PIC X(132).
001230 WORKING-STORAGE SECTION.
001240*---------------------------------------------------------------*
001250* SWITCHES                                                      *
001260*---------------------------------------------------------------*
001270 01  WS-SWITCHES.
001280     05  WS-OLD-EOF-SW           PIC X(01)       VALUE 'N'.
001290         88  WS-OLD-EOF                          VALUE 'Y'.
001300     05  WS-TRAN-EOF-SW          PIC X(01)       VALUE 'N'.
001310         88  WS-TRAN-EOF                         VALUE 'Y'.
001320     05  WS-MATCH-FOUND-SW       PIC X(01)       VALUE 'N'.
001330         88  WS-MATCH-FOUND                      VALUE 'Y'.
001340     05  WS-SLOT-FOUND-SW        PIC X(01)       VALUE 'N'.
001350         88  WS-SLOT-FOUND                       VALUE 'Y'.
001360*---------------------------------------------------------------*
001370* THE BUDGET RECORD WORK AREA -- THE SAME COPYBOOK BUDVAR       *
001380* READS, SO THE FILE THIS PROGRAM WRITES IS BYTE-FOR-BYTE WHAT  *
001390* THE REPORT EXPECTS.                                           *
001400*---------------------------------------------------------------*
001410     COPY BUDGETC.
001420*---------------------------------------------------------------*
001430* THE MAINTAINED BUDGET TABLE, HELD IN KEY ORDER.  LOADED FROM  *
001440* THE OLD FILE, THE CARDS ARE APPLIED TO IT (AN ADD IS SLOTTED  *
001450* IN ORDER), AND IT IS WRITTEN BACK OUT.  5000 LINES IS ROOM    *
001460* FOR SEVERAL YEARS OF MONTHLY PLAN AT TODAY'S ACCOUNT AND      *
001470* COST-CENTER COUNTS.                                           *
001480*---------------------------------------------------------------*
001490 01  WS-TBL-LIMIT                PIC S9(04) COMP  VALUE 5000.
001500 01  WS-TBL-COUNT                PIC S9(04) COMP  VALUE ZERO.
001510 01  WS-TBL-SUB                  PIC S9(04) COMP  VALUE ZERO.
001520 01  WS-SHIFT-SUB                PIC S9(04) COMP  VALUE ZERO.
001530 01  WS-PREV-KEY                 PIC X(20)   VALUE LOW-VALUES.
001540 01  WS-BUD-TABLE.
001550     05  WS-BUD-ENTRY            OCCURS 5000 TIMES.
001560         10  WS-TBL-KEY.
001570             15  WS-TBL-ACCOUNT  PIC X(08).
001580             15  WS-TBL-COST-CTR PIC X(06).
001590             15  WS-TBL-YEAR     PIC 9(04).
001600             15  WS-TBL-MONTH    PIC 9(02).
001610         10  WS-TBL-AMOUNT       PIC S9(13)V9(02) COMP-3.
001620         10  WS-TBL-LAST-CHG     PIC 9(08).
001630*---------------------------------------------------------------*
001640* THE CARD'S KEY, BUILT IN THE TABLE'S KEY FORMAT SO THE MATCH  *
001650* AND SLOT SEARCHES COMPARE LIKE WITH LIKE, AND ITS SIGNED      *
001660* AMOUNT.                                                       *
001670*---------------------------------------------------------------*
001680 01  WS-CARD-KEY.
001690     05  WS-CARD-ACCOUNT         PIC X(08).
001700     05  WS-CARD-COST-CTR        PIC X(06).
001710     05  WS-CARD-YEAR            PIC 9(04).
001720     05  WS-CARD-MONTH           PIC 9(02).
001730 01  WS-CARD-AMOUNT              PIC S9(13)V9(02) COMP-3.
001740*---------------------------------------------------------------*
001750* LINE COUNT AND PLAN TOTAL BY FISCAL YEAR, HELD IN YEAR ORDER, *
001760* FOR THE BEFORE AND AFTER SUMMARIES.                           *
001770*---------------------------------------------------------------*
001780 01  WS-YR-LIMIT                 PIC S9(04) COMP  VALUE 20.
001790 01  WS-YR-COUNT                 PIC S9(04) COMP  VALUE ZERO.
001800 01  WS-YR-SUB                   PIC S9(04) COMP  VALUE ZERO.
001810 01  WS-YR-SHIFT                 PIC S9(04) COMP  VALUE ZERO.
001820 01  WS-YR-TABLE.
001830     05  WS-YR-ENTRY             OCCURS 20 TIMES.
001840         10  WS-YR-YEAR          PIC 9(04).
001850         10  WS-YR-LINES         PIC S9(08) COMP.
001860         10  WS-YR-TOTAL         PIC S9(15)V9(02) COMP-3.
001870*---------------------------------------------------------------*
001880* CONTROL TOTALS                                                *
001890*---------------------------------------------------------------*
001900 01  WS-COUNTERS.
001910     05  WS-OLD-READ             PIC S9(08) COMP  VALUE ZERO.
001920     05  WS-CARDS-READ           PIC S9(08) COMP  VALUE ZERO.
001930     05  WS-CARDS-APPLIED        PIC S9(08) COMP  VALUE ZERO.
001940     05  WS-CARDS-REJECTED       PIC S9(08) COMP  VALUE ZERO.
001950     05  WS-NEW-WRITTEN          PIC S9(08) COMP  VALUE ZERO.
001960     05  WS-RULE-ERRORS          PIC S9(08) COMP  VALUE ZERO.
001970*---------------------------------------------------------------*
001980* REPORT WORK AREAS                                             *
001990*---------------------------------------------------------------*
002000 01  WS-RUN-DATE                 PIC 9(08).
002010 01  WS-RPT-HEADING-1.
002020     05  FILLER                  PIC X(044)
002030             VALUE "BUDMNT GL BUDGET FILE MAINTENANCE".
002040     05  FILLER                  PIC X(010)
002050             VALUE "RUN DATE: ".
002060     05  RPT-RUN-DATE            PIC 9(08).
002070     05  FILLER                  PIC X(070)      VALUE SPACES.
002080 01  WS-RPT-SECTION.
002090     05  SEC-TITLE               PIC X(060).
002100     05  FILLER                  PIC X(072)      VALUE SPACES.
002110 01  WS-RPT-YEAR-HEAD.
002120     05  FILLER                  PIC X(008)      VALUE "YEAR".
002130     05  FILLER                  PIC X(012)      VALUE "   LINES".
002140     05  FILLER                  PIC X(024)
002150             VALUE "            PLAN TOTAL".
002160     05  FILLER                  PIC X(088)      VALUE SPACES.
002170 01  WS-YEAR-LINE.
002180     05  YRL-YEAR                PIC 9(04).
002190     05  FILLER                  PIC X(04)       VALUE SPACES.
002200     05  YRL-LINES               PIC ZZZZZZZ9.
002210     05  FILLER                  PIC X(02)       VALUE SPACES.
002220     05  YRL-TOTAL               PIC -------------------9.99.
002230     05  FILLER                  PIC X(091)      VALUE SPACES.
002240 01  WS-RPT-TRAN-HEAD.
002250     05  FILLER                  PIC X(003)      VALUE "A".
002260     05  FILLER                  PIC X(010)      VALUE "ACCOUNT".
002270     05  FILLER                  PIC X(008)      VALUE "CC".
002280     05  FILLER                  PIC X(006)      VALUE "YEAR".
002290     05  FILLER                  PIC X(004)      VALUE "MM".
002300     05  FILLER                  PIC X(024)
002310             VALUE "           CARD AMOUNT".
002320     05  FILLER                  PIC X(024)
002330             VALUE "         AMOUNT BEFORE".
002340     05  FILLER                  PIC X(024)
002350             VALUE "          AMOUNT AFTER".
002360     05  FILLER                  PIC X(029)  VALUE "DISPOSITION".
002370 01  WS-TRAN-LINE.
002380     05  TRL-ACTION              PIC X(01).
002390     05  FILLER                  PIC X(02)       VALUE SPACES.
002400     05  TRL-ACCOUNT             PIC X(08).
002410     05  FILLER                  PIC X(02)       VALUE SPACES.
002420     05  TRL-COST-CTR            PIC X(06).
002430     05  FILLER                  PIC X(02)       VALUE SPACES.
002440     05  TRL-YEAR                PIC X(04).
002450     05  FILLER                  PIC X(02)       VALUE SPACES.
002460     05  TRL-MONTH               PIC X(02).
002470     05  FILLER                  PIC X(02)       VALUE SPACES.
002480     05  TRL-CARD-AMT            PIC ------------------9.99.
002490     05  TRL-CARD-AMT-X          REDEFINES TRL-CARD-AMT
002500                                 PIC X(22).
002510     05  FILLER                  PIC X(02)       VALUE SPACES.
002520     05  TRL-BEFORE-AMT          PIC ------------------9.99.
002530     05  TRL-BEFORE-AMT-X        REDEFINES TRL-BEFORE-AMT
002540                                 PIC X(22).
002550     05  FILLER                  PIC X(02)       VALUE SPACES.
002560     05  TRL-AFTER-AMT           PIC ------------------9.99.
002570     05  TRL-AFTER-AMT-X         REDEFINES TRL-AFTER-AMT
002580                                 PIC X(22).
002590     05  FILLER                  PIC X(02)       VALUE SPACES.
002600     05  TRL-DISPOSITION         PIC X(28).
002610     05  FILLER                  PIC X(001)      VALUE SPACES.
002620 01  WS-RPT-TRAILER.
002630     05  FILLER                  PIC X(012)
002640             VALUE "CARDS READ  ".
002650     05  TRL-CARDS-READ          PIC ZZZZZZZ9.
002660     05  FILLER                  PIC X(010)
002670             VALUE "  APPLIED ".
002680     05  TRL-APPLIED             PIC ZZZZZZZ9.
002690     05  FILLER                  PIC X(011)
002700             VALUE "  REJECTED ".
002710     05  TRL-REJECTED            PIC ZZZZZZZ9.
002720     05  FILLER                  PIC X(009)
002730             VALUE "  ERRORS ".
002740     05  TRL-ERRORS              PIC ZZZZZZZ9.
002750     05  FILLER                  PIC X(016)
002760             VALUE "  LINES ON FILE ".
002770     05  TRL-WRITTEN             PIC ZZZZZZZ9.
002780     05  FILLER                  PIC X(034)      VALUE SPACES.
002790 PROCEDURE DIVISION.
002800*****************************************************************
002810* 0000-MAINLINE                                                 *
002820*****************************************************************
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002850     PERFORM 1200-LOAD-OLD-ONE THRU 1200-LOAD-OLD-ONE-EXIT
002860             UNTIL WS-OLD-EOF.
002870     PERFORM 1300-PRINT-BEFORE THRU 1300-PRINT-BEFORE-EXIT.
002880     PERFORM 2000-APPLY-ONE-CARD THRU 2000-APPLY-ONE-CARD-EXIT
002890             UNTIL WS-TRAN-EOF.
002900     PERFORM 4000-WRITE-NEW THRU 4000-WRITE-NEW-EXIT.
002910     PERFORM 6000-WRAP-UP THRU 6000-WRAP-UP-EXIT.
002920     STOP RUN.
002930*****************************************************************
002940* 1000-INITIALIZE -- OPENS THE FILES, STAMPS THE RUN DATE,      *
002950* WRITES THE REPORT HEADING AND PRIMES THE FIRST READS.         *
002960*****************************************************************
002970 1000-INITIALIZE.
002980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002990     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
003000     OPEN OUTPUT REPORT-FILE.
003010     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
003020     OPEN INPUT BUD-OLD-FILE.
003030     OPEN INPUT TRAN-FILE.
003040     PERFORM 1100-READ-OLD THRU 1100-READ-OLD-EXIT.
003050 1000-INITIALIZE-EXIT.
003060     EXIT.
003070*****************************************************************
003080* 1100-READ-OLD -- READS ONE CURRENT-FILE RECORD INTO THE       *
003090* BUDGETC WORK AREA, SETTING THE EOF SWITCH AT END.             *
003100*****************************************************************
003110 1100-READ-OLD.
003120     READ BUD-OLD-FILE INTO BUDGET-REC
003130         AT END
003140             MOVE 'Y' TO WS-OLD-EOF-SW
003150     END-READ.
003160     IF NOT WS-OLD-EOF
003170         ADD 1 TO WS-OLD-READ
003180     END-IF.
003190 1100-READ-OLD-EXIT.
003200     EXIT.
003210*****************************************************************
003220* 1200-LOAD-OLD-ONE -- LOADS ONE CURRENT-FILE RECORD INTO THE   *
003230* BUDGET TABLE.  A RECORD OUT OF KEY ORDER (OR A DUPLICATE      *
003240* KEY), OR PAST THE TABLE LIMIT, IS REPORTED AND DROPPED -- THE *
003250* RUN ENDS RC=8 SO NOTHING IS LOST IN PRODUCTION.               *
003260*****************************************************************
003270 1200-LOAD-OLD-ONE.
003280     IF BUD-KEY NOT > WS-PREV-KEY
003290         DISPLAY "BUDMNT    - KEY " BUD-KEY
003300                 " OUT OF ORDER OR DUPLICATED ON THE CURRENT "
003310                 "FILE, RECORD DROPPED"
003320         ADD 1 TO WS-RULE-ERRORS
003330         MOVE 8 TO RETURN-CODE
003340         GO TO 1200-LOAD-OLD-ONE-READ
003350     END-IF.
003360     MOVE BUD-KEY TO WS-PREV-KEY.
003370     IF WS-TBL-COUNT >= WS-TBL-LIMIT
003380         DISPLAY "BUDMNT    - BUDGET TABLE FULL, CURRENT-FILE "
003390                 "RECORD DROPPED"
003400         ADD 1 TO WS-RULE-ERRORS
003410         MOVE 8 TO RETURN-CODE
003420     ELSE
003430         ADD 1 TO WS-TBL-COUNT
003440         MOVE BUD-KEY TO WS-TBL-KEY (WS-TBL-COUNT)
003450         IF BUD-AMOUNT IS NUMERIC
003460             MOVE BUD-AMOUNT TO WS-TBL-AMOUNT (WS-TBL-COUNT)
003470         ELSE
003480             MOVE ZERO TO WS-TBL-AMOUNT (WS-TBL-COUNT)
003490         END-IF
003500         IF BUD-LAST-CHG IS NUMERIC
003510             MOVE BUD-LAST-CHG TO WS-TBL-LAST-CHG (WS-TBL-COUNT)
003520         ELSE
003530             MOVE ZERO TO WS-TBL-LAST-CHG (WS-TBL-COUNT)
003540         END-IF
003550     END-IF.
003560 1200-LOAD-OLD-ONE-READ.
003570     PERFORM 1100-READ-OLD THRU 1100-READ-OLD-EXIT.
003580 1200-LOAD-OLD-ONE-EXIT.
003590     EXIT.
003600*****************************************************************
003610* 1300-PRINT-BEFORE -- SUMMARIZES THE BUDGET BY FISCAL YEAR AS  *
003620* IT STANDS BEFORE ANY CARD IS APPLIED, THEN OPENS THE          *
003630* TRANSACTION SECTION.                                          *
003640*****************************************************************
003650 1300-PRINT-BEFORE.
003660     MOVE "BEFORE -- BUDGET ON FILE BY FISCAL YEAR" TO SEC-TITLE.
003670     WRITE REPORT-REC FROM WS-RPT-SECTION.
003680     PERFORM 5000-PRINT-YEAR-TOTALS
003690             THRU 5000-PRINT-YEAR-TOTALS-EXIT.
003700     PERFORM 1400-READ-TRAN THRU 1400-READ-TRAN-EXIT.
003710     MOVE "TRANSACTIONS" TO SEC-TITLE.
003720     WRITE REPORT-REC FROM WS-RPT-SECTION.
003730     WRITE REPORT-REC FROM WS-RPT-TRAN-HEAD.
003740 1300-PRINT-BEFORE-EXIT.
003750     EXIT.
003760*****************************************************************
003770* 1400-READ-TRAN -- READS ONE TRANSACTION CARD, SETTING THE     *
003780* EOF SWITCH AT END AND COUNTING EVERY CARD READ.               *
003790*****************************************************************
003800 1400-READ-TRAN.
003810     READ TRAN-FILE
003820         AT END
003830             MOVE 'Y' TO WS-TRAN-EOF-SW
003840     END-READ.
003850     IF NOT WS-TRAN-EOF
003860         ADD 1 TO WS-CARDS-READ
003870     END-IF.
003880 1400-READ-TRAN-EXIT.
003890     EXIT.
003900*****************************************************************
003910* 2000-APPLY-ONE-CARD -- EDITS AND APPLIES ONE TRANSACTION      *
003920* CARD.  EVERY CARD IS ECHOED ON THE REPORT WITH ITS            *
003930* DISPOSITION; A REJECTED CARD SETS RC=8 SO THE JOB STREAM      *
003940* NEVER SWAPS A HALF-APPLIED FILE INTO PRODUCTION.              *
003950*****************************************************************
003960 2000-APPLY-ONE-CARD.
003970     MOVE TRN-ACTION       TO TRL-ACTION.
003980     MOVE TRN-ACCOUNT      TO TRL-ACCOUNT.
003990     MOVE TRN-COST-CENTER  TO TRL-COST-CTR.
004000     MOVE TRN-FISCAL-YEAR  TO TRL-YEAR.
004010     MOVE TRN-FISCAL-MONTH TO TRL-MONTH.
004020     MOVE SPACES           TO TRL-CARD-AMT-X.
004030     MOVE SPACES           TO TRL-BEFORE-AMT-X.
004040     MOVE SPACES           TO TRL-AFTER-AMT-X.
004050     IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
004060        AND TRN-ACTION NOT = 'D'
004070         MOVE "REJECTED - BAD ACTION" TO TRL-DISPOSITION
004080         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004090         GO TO 2000-APPLY-ONE-CARD-NEXT
004100     END-IF.
004110     IF TRN-ACCOUNT = SPACES OR TRN-COST-CENTER = SPACES
004120         MOVE "REJECTED - BLANK ACCOUNT/CC" TO TRL-DISPOSITION
004130         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004140         GO TO 2000-APPLY-ONE-CARD-NEXT
004150     END-IF.
004160     IF TRN-FISCAL-YEAR NOT NUMERIC
004170        OR TRN-FISCAL-YEAR = ZERO
004180         MOVE "REJECTED - BAD FISCAL YEAR" TO TRL-DISPOSITION
004190         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004200         GO TO 2000-APPLY-ONE-CARD-NEXT
004210     END-IF.
004220     IF TRN-FISCAL-MONTH NOT NUMERIC
004230        OR TRN-FISCAL-MONTH < "01" OR TRN-FISCAL-MONTH > "13"
004240         MOVE "REJECTED - BAD FISCAL MONTH" TO TRL-DISPOSITION
004250         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004260         GO TO 2000-APPLY-ONE-CARD-NEXT
004270     END-IF.
004280     MOVE TRN-ACCOUNT      TO WS-CARD-ACCOUNT.
004290     MOVE TRN-COST-CENTER  TO WS-CARD-COST-CTR.
004300     MOVE TRN-FISCAL-YEAR  TO WS-CARD-YEAR.
004310     MOVE TRN-FISCAL-MONTH TO WS-CARD-MONTH.
004320     IF TRN-ACTION NOT = 'D'
004330         IF TRN-AMOUNT NOT NUMERIC
004340            OR (TRN-SIGN NOT = SPACE AND TRN-SIGN NOT = '+'
004350                AND TRN-SIGN NOT = '-')
004360             MOVE "REJECTED - BAD AMOUNT" TO TRL-DISPOSITION
004370             PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004380             GO TO 2000-APPLY-ONE-CARD-NEXT
004390         END-IF
004400         MOVE TRN-AMOUNT-N TO WS-CARD-AMOUNT
004410         IF TRN-SIGN = '-'
004420             COMPUTE WS-CARD-AMOUNT = ZERO - WS-CARD-AMOUNT
004430         END-IF
004440         MOVE WS-CARD-AMOUNT TO TRL-CARD-AMT
004450     END-IF.
004460     EVALUATE TRN-ACTION
004470         WHEN 'A'
004480             PERFORM 2100-ADD-BUDGET THRU 2100-ADD-BUDGET-EXIT
004490         WHEN 'C'
004500             PERFORM 2200-CHANGE-BUDGET
004510                     THRU 2200-CHANGE-BUDGET-EXIT
004520         WHEN 'D'
004530             PERFORM 2300-DELETE-BUDGET
004540                     THRU 2300-DELETE-BUDGET-EXIT
004550     END-EVALUATE.
004560 2000-APPLY-ONE-CARD-NEXT.
004570     WRITE REPORT-REC FROM WS-TRAN-LINE.
004580     PERFORM 1400-READ-TRAN THRU 1400-READ-TRAN-EXIT.
004590 2000-APPLY-ONE-CARD-EXIT.
004600     EXIT.
004610*****************************************************************
004620* 2100-ADD-BUDGET -- ADDS THE CARD'S LINE TO THE TABLE IN KEY   *
004630* ORDER.  A KEY ALREADY ON FILE IS REFUSED -- USE A CHANGE      *
004640* CARD.                                                         *
004650*****************************************************************
004660 2100-ADD-BUDGET.
004670     PERFORM 2400-FIND-MATCH THRU 2400-FIND-MATCH-EXIT.
004680     IF WS-MATCH-FOUND
004690         MOVE "REJECTED - ALREADY ON FILE" TO TRL-DISPOSITION
004700         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004710         GO TO 2100-ADD-BUDGET-EXIT
004720     END-IF.
004730     IF WS-TBL-COUNT >= WS-TBL-LIMIT
004740         MOVE "REJECTED - TABLE FULL" TO TRL-DISPOSITION
004750         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004760         GO TO 2100-ADD-BUDGET-EXIT
004770     END-IF.
004780*    OPEN A SLOT AT THE FIRST ENTRY THAT SORTS AFTER THE CARD.
004790     MOVE 'N' TO WS-SLOT-FOUND-SW.
004800     MOVE ZERO TO WS-TBL-SUB.
004810     PERFORM 2150-TEST-ONE-SLOT THRU 2150-TEST-ONE-SLOT-EXIT
004820             UNTIL WS-SLOT-FOUND
004830                OR WS-TBL-SUB >= WS-TBL-COUNT.
004840     IF NOT WS-SLOT-FOUND
004850         COMPUTE WS-TBL-SUB = WS-TBL-COUNT + 1
004860     END-IF.
004870     MOVE WS-TBL-COUNT TO WS-SHIFT-SUB.
004880     PERFORM 2850-SHIFT-ONE-UP THRU 2850-SHIFT-ONE-UP-EXIT
004890             UNTIL WS-SHIFT-SUB < WS-TBL-SUB.
004900     ADD 1 TO WS-TBL-COUNT.
004910     MOVE WS-CARD-KEY    TO WS-TBL-KEY (WS-TBL-SUB).
004920     MOVE WS-CARD-AMOUNT TO WS-TBL-AMOUNT (WS-TBL-SUB).
004930     MOVE WS-RUN-DATE    TO WS-TBL-LAST-CHG (WS-TBL-SUB).
004940     MOVE WS-CARD-AMOUNT TO TRL-AFTER-AMT.
004950     MOVE "ADDED" TO TRL-DISPOSITION.
004960     ADD 1 TO WS-CARDS-APPLIED.
004970 2100-ADD-BUDGET-EXIT.
004980     EXIT.
004990*****************************************************************
005000* 2150-TEST-ONE-SLOT -- TESTS WHETHER THE NEXT ENTRY SORTS      *
005010* AFTER THE CARD'S KEY, LEAVING WS-TBL-SUB ON IT.               *
005020*****************************************************************
005030 2150-TEST-ONE-SLOT.
005040     ADD 1 TO WS-TBL-SUB.
005050     IF WS-TBL-KEY (WS-TBL-SUB) > WS-CARD-KEY
005060         MOVE 'Y' TO WS-SLOT-FOUND-SW
005070     END-IF.
005080 2150-TEST-ONE-SLOT-EXIT.
005090     EXIT.
005100*****************************************************************
005110* 2200-CHANGE-BUDGET -- FINDS THE ENTRY FOR THE CARD'S KEY AND  *
005120* REPLACES ITS AMOUNT.                                          *
005130*****************************************************************
005140 2200-CHANGE-BUDGET.
005150     PERFORM 2400-FIND-MATCH THRU 2400-FIND-MATCH-EXIT.
005160     IF NOT WS-MATCH-FOUND
005170         MOVE "REJECTED - NO SUCH LINE" TO TRL-DISPOSITION
005180         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005190         GO TO 2200-CHANGE-BUDGET-EXIT
005200     END-IF.
005210     MOVE WS-TBL-AMOUNT (WS-TBL-SUB) TO TRL-BEFORE-AMT.
005220     MOVE WS-CARD-AMOUNT TO WS-TBL-AMOUNT (WS-TBL-SUB).
005230     MOVE WS-RUN-DATE    TO WS-TBL-LAST-CHG (WS-TBL-SUB).
005240     MOVE WS-CARD-AMOUNT TO TRL-AFTER-AMT.
005250     MOVE "CHANGED" TO TRL-DISPOSITION.
005260     ADD 1 TO WS-CARDS-APPLIED.
005270 2200-CHANGE-BUDGET-EXIT.
005280     EXIT.
005290*****************************************************************
005300* 2300-DELETE-BUDGET -- FINDS THE ENTRY FOR THE CARD'S KEY AND  *
005310* SHIFTS THE ENTRIES ABOVE IT DOWN ONE.                         *
005320*****************************************************************
005330 2300-DELETE-BUDGET.
005340     PERFORM 2400-FIND-MATCH THRU 2400-FIND-MATCH-EXIT.
005350     IF NOT WS-MATCH-FOUND
005360         MOVE "REJECTED - NO SUCH LINE" TO TRL-DISPOSITION
005370         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005380         GO TO 2300-DELETE-BUDGET-EXIT
005390     END-IF.
005400     MOVE WS-TBL-AMOUNT (WS-TBL-SUB) TO TRL-BEFORE-AMT.
005410     MOVE WS-TBL-SUB TO WS-SHIFT-SUB.
005420     PERFORM 2800-SHIFT-ONE-DOWN THRU 2800-SHIFT-ONE-DOWN-EXIT
005430             UNTIL WS-SHIFT-SUB >= WS-TBL-COUNT.
005440     SUBTRACT 1 FROM WS-TBL-COUNT.
005450     MOVE "DELETED" TO TRL-DISPOSITION.
005460     ADD 1 TO WS-CARDS-APPLIED.
005470 2300-DELETE-BUDGET-EXIT.
005480     EXIT.
005490*****************************************************************
005500* 2400-FIND-MATCH -- SERIAL SEARCH FOR THE ENTRY WHOSE KEY      *
005510* EQUALS THE CARD'S, LEAVING WS-TBL-SUB POINTING AT IT WHEN     *
005520* FOUND.  THE TABLE IS IN KEY ORDER, SO THE SEARCH STOPS AT THE *
005530* FIRST ENTRY PAST THE CARD'S KEY.                              *
005540*****************************************************************
005550 2400-FIND-MATCH.
005560     MOVE 'N' TO WS-MATCH-FOUND-SW.
005570     MOVE 'N' TO WS-SLOT-FOUND-SW.
005580     MOVE ZERO TO WS-TBL-SUB.
005590     PERFORM 2450-TEST-ONE-MATCH THRU 2450-TEST-ONE-MATCH-EXIT
005600             UNTIL WS-MATCH-FOUND
005610                OR WS-SLOT-FOUND
005620                OR WS-TBL-SUB >= WS-TBL-COUNT.
005630 2400-FIND-MATCH-EXIT.
005640     EXIT.
005650*****************************************************************
005660* 2450-TEST-ONE-MATCH -- TESTS THE NEXT ENTRY AGAINST THE       *
005670* CARD'S KEY.                                                   *
005680*****************************************************************
005690 2450-TEST-ONE-MATCH.
005700     ADD 1 TO WS-TBL-SUB.
005710     IF WS-TBL-KEY (WS-TBL-SUB) = WS-CARD-KEY
005720         MOVE 'Y' TO WS-MATCH-FOUND-SW
005730     ELSE
005740         IF WS-TBL-KEY (WS-TBL-SUB) > WS-CARD-KEY
005750             MOVE 'Y' TO WS-SLOT-FOUND-SW
005760         END-IF
005770     END-IF.
005780 2450-TEST-ONE-MATCH-EXIT.
005790     EXIT.
005800*****************************************************************
005810* 2800-SHIFT-ONE-DOWN -- MOVES ONE TABLE ENTRY DOWN OVER THE    *
005820* ENTRY BEING DELETED.                                          *
005830*****************************************************************
005840 2800-SHIFT-ONE-DOWN.
005850     IF WS-SHIFT-SUB < WS-TBL-COUNT
005860         MOVE WS-BUD-ENTRY (WS-SHIFT-SUB + 1)
005870             TO WS-BUD-ENTRY (WS-SHIFT-SUB)
005880     END-IF.
005890     ADD 1 TO WS-SHIFT-SUB.
005900 2800-SHIFT-ONE-DOWN-EXIT.
005910     EXIT.
005920*****************************************************************
005930* 2850-SHIFT-ONE-UP -- MOVES ONE TABLE ENTRY UP, OPENING THE    *
005940* SLOT AN ADD GOES INTO.  WORKS FROM THE TOP ENTRY DOWN.        *
005950*****************************************************************
005960 2850-SHIFT-ONE-UP.
005970     MOVE WS-BUD-ENTRY (WS-SHIFT-SUB)
005980         TO WS-BUD-ENTRY (WS-SHIFT-SUB + 1).
005990     SUBTRACT 1 FROM WS-SHIFT-SUB.
006000 2850-SHIFT-ONE-UP-EXIT.
006010     EXIT.
006020*****************************************************************
006030* 2900-REJECT-CARD -- COUNTS A REJECTED CARD AND SETS THE       *
006040* RETURN CODE THAT BLOCKS THE PRODUCTION SWAP.                  *
006050*****************************************************************
006060 2900-REJECT-CARD.
006070     ADD 1 TO WS-CARDS-REJECTED.
006080     MOVE 8 TO RETURN-CODE.
006090 2900-REJECT-CARD-EXIT.
006100     EXIT.
006110*****************************************************************
006120* 4000-WRITE-NEW -- WRITES THE MAINTAINED FILE AND PRINTS THE   *
006130* AFTER SUMMARY.  THE JOB STREAM ONLY SWAPS THE FILE IN WHEN    *
006140* THIS RUN ENDS BELOW RC=8.                                     *
006150*****************************************************************
006160 4000-WRITE-NEW.
006170     OPEN OUTPUT BUD-NEW-FILE.
006180     MOVE ZERO TO WS-TBL-SUB.
006190     PERFORM 4100-WRITE-ONE-NEW THRU 4100-WRITE-ONE-NEW-EXIT
006200             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
006210     CLOSE BUD-NEW-FILE.
006220     MOVE "AFTER -- BUDGET WRITTEN BY FISCAL YEAR" TO SEC-TITLE.
006230     WRITE REPORT-REC FROM WS-RPT-SECTION.
006240     PERFORM 5000-PRINT-YEAR-TOTALS
006250             THRU 5000-PRINT-YEAR-TOTALS-EXIT.
006260 4000-WRITE-NEW-EXIT.
006270     EXIT.
006280*****************************************************************
006290* 4100-WRITE-ONE-NEW -- WRITES ONE MAINTAINED RECORD IN THE     *
006300* BUDGETC LAYOUT.                                               *
006310*****************************************************************
006320 4100-WRITE-ONE-NEW.
006330     ADD 1 TO WS-TBL-SUB.
006340     MOVE SPACES TO BUDGET-REC.
006350     MOVE WS-TBL-KEY (WS-TBL-SUB)      TO BUD-KEY.
006360     MOVE WS-TBL-AMOUNT (WS-TBL-SUB)   TO BUD-AMOUNT.
006370     MOVE WS-TBL-LAST-CHG (WS-TBL-SUB) TO BUD-LAST-CHG.
006380     WRITE NEW-BUD-REC FROM BUDGET-REC.
006390     ADD 1 TO WS-NEW-WRITTEN.
006400 4100-WRITE-ONE-NEW-EXIT.
006410     EXIT.
006420*****************************************************************
006430* 5000-PRINT-YEAR-TOTALS -- TOTALS THE TABLE BY FISCAL YEAR AND *
006440* PRINTS ONE LINE PER YEAR.  USED FOR THE BEFORE AND AFTER      *
006450* SUMMARIES, SO THE TWO ARE BUILT THE SAME WAY.                 *
006460*****************************************************************
006470 5000-PRINT-YEAR-TOTALS.
006480     WRITE REPORT-REC FROM WS-RPT-YEAR-HEAD.
006490     MOVE ZERO TO WS-YR-COUNT.
006500     MOVE ZERO TO WS-TBL-SUB.
006510     PERFORM 5100-ADD-ONE-YEAR THRU 5100-ADD-ONE-YEAR-EXIT
006520             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
006530     MOVE ZERO TO WS-YR-SUB.
006540     PERFORM 5300-PRINT-ONE-YEAR THRU 5300-PRINT-ONE-YEAR-EXIT
006550             UNTIL WS-YR-SUB >= WS-YR-COUNT.
006560 5000-PRINT-YEAR-TOTALS-EXIT.
006570     EXIT.
006580*****************************************************************
006590* 5100-ADD-ONE-YEAR -- ADDS THE NEXT TABLE ENTRY TO ITS YEAR'S  *
006600* COUNT AND TOTAL, SLOTTING A NEW YEAR IN YEAR ORDER.  A YEAR   *
006610* PAST THE SUMMARY LIMIT IS LEFT OFF THE SUMMARY (THE FILE      *
006620* ITSELF IS UNAFFECTED).                                        *
006630*****************************************************************
006640 5100-ADD-ONE-YEAR.
006650     ADD 1 TO WS-TBL-SUB.
006660     MOVE 'N' TO WS-MATCH-FOUND-SW.
006670     MOVE 'N' TO WS-SLOT-FOUND-SW.
006680     MOVE ZERO TO WS-YR-SUB.
006690     PERFORM 5150-TEST-ONE-YEAR THRU 5150-TEST-ONE-YEAR-EXIT
006700             UNTIL WS-MATCH-FOUND
006710                OR WS-SLOT-FOUND
006720                OR WS-YR-SUB >= WS-YR-COUNT.
006730     IF NOT WS-MATCH-FOUND
006740         IF WS-YR-COUNT >= WS-YR-LIMIT
006750             DISPLAY "BUDMNT    - MORE THAN 20 FISCAL YEARS ON "
006760                     "FILE, YEAR " WS-TBL-YEAR (WS-TBL-SUB)
006770                     " LEFT OFF THE SUMMARY"
006780             GO TO 5100-ADD-ONE-YEAR-EXIT
006790         END-IF
006800         IF NOT WS-SLOT-FOUND
006810             COMPUTE WS-YR-SUB = WS-YR-COUNT + 1
006820         END-IF
006830         MOVE WS-YR-COUNT TO WS-YR-SHIFT
006840         PERFORM 5200-SHIFT-YEAR-UP THRU 5200-SHIFT-YEAR-UP-EXIT
006850                 UNTIL WS-YR-SHIFT < WS-YR-SUB
006860         ADD 1 TO WS-YR-COUNT
006870         MOVE WS-TBL-YEAR (WS-TBL-SUB) TO WS-YR-YEAR (WS-YR-SUB)
006880         MOVE ZERO TO WS-YR-LINES (WS-YR-SUB)
006890         MOVE ZERO TO WS-YR-TOTAL (WS-YR-SUB)
006900     END-IF.
006910     ADD 1 TO WS-YR-LINES (WS-YR-SUB).
006920     ADD WS-TBL-AMOUNT (WS-TBL-SUB) TO WS-YR-TOTAL (WS-YR-SUB).
006930 5100-ADD-ONE-YEAR-EXIT.
006940     EXIT.
006950*****************************************************************
006960* 5150-TEST-ONE-YEAR -- TESTS THE NEXT SUMMARY ENTRY AGAINST    *
006970* THE TABLE ENTRY'S YEAR, LEAVING WS-YR-SUB ON THE MATCH OR ON  *
006980* THE FIRST LATER YEAR.                                         *
006990*****************************************************************
007000 5150-TEST-ONE-YEAR.
007010     ADD 1 TO WS-YR-SUB.
007020     IF WS-YR-YEAR (WS-YR-SUB) = WS-TBL-YEAR (WS-TBL-SUB)
007030         MOVE 'Y' TO WS-MATCH-FOUND-SW
007040     ELSE
007050         IF WS-YR-YEAR (WS-YR-SUB) > WS-TBL-YEAR (WS-TBL-SUB)
007060             MOVE 'Y' TO WS-SLOT-FOUND-SW
007070         END-IF
007080     END-IF.
007090 5150-TEST-ONE-YEAR-EXIT.
007100     EXIT.
007110*****************************************************************
007120* 5200-SHIFT-YEAR-UP -- MOVES ONE SUMMARY ENTRY UP, OPENING THE *
007130* SLOT A NEW YEAR GOES INTO.                                    *
007140*****************************************************************
007150 5200-SHIFT-YEAR-UP.
007160     MOVE WS-YR-ENTRY (WS-YR-SHIFT)
007170         TO WS-YR-ENTRY (WS-YR-SHIFT + 1).
007180     SUBTRACT 1 FROM WS-YR-SHIFT.
007190 5200-SHIFT-YEAR-UP-EXIT.
007200     EXIT.
007210*****************************************************************
007220* 5300-PRINT-ONE-YEAR -- PRINTS THE NEXT YEAR'S SUMMARY LINE.   *
007230*****************************************************************
007240 5300-PRINT-ONE-YEAR.
007250     ADD 1 TO WS-YR-SUB.
007260     MOVE WS-YR-YEAR (WS-YR-SUB)  TO YRL-YEAR.
007270     MOVE WS-YR-LINES (WS-YR-SUB) TO YRL-LINES.
007280     MOVE WS-YR-TOTAL (WS-YR-SUB) TO YRL-TOTAL.
007290     WRITE REPORT-REC FROM WS-YEAR-LINE.
007300 5300-PRINT-ONE-YEAR-EXIT.
007310     EXIT.
007320*****************************************************************
007330* 6000-WRAP-UP -- WRITES THE CONTROL-TOTAL TRAILER AND CLOSES   *
007340* THE FILES.                                                    *
007350*****************************************************************
007360 6000-WRAP-UP.
007370     MOVE WS-CARDS-READ     TO TRL-CARDS-READ.
007380     MOVE WS-CARDS-APPLIED  TO TRL-APPLIED.
007390     MOVE WS-CARDS-REJECTED TO TRL-REJECTED.
007400     MOVE WS-RULE-ERRORS    TO TRL-ERRORS.
007410     MOVE WS-NEW-WRITTEN    TO TRL-WRITTEN.
007420     WRITE REPORT-REC FROM WS-RPT-TRAILER.
007430     DISPLAY "BUDMNT    - " WS-RPT-TRAILER.
007440     IF RETURN-CODE >= 8
007450         DISPLAY "BUDMNT    - ERRORS FOUND, DO NOT SWAP THE "
007460                 "NEW FILE INTO PRODUCTION"
007470     END-IF.
007480     CLOSE BUD-OLD-FILE.
007490     CLOSE TRAN-FILE.
007500     CLOSE REPORT-FILE.
007510 6000-WRAP-UP-EXIT.
007520     EXIT.
