000330*              A MISSING CARD USES 25 PERCENT, 5 POINTS, 5     *
000340*              RUNS.                                           *
000350*                                                               *
000351*              THE CURRENT RUN IS ALSO HELD TO THE SRCREF      *
000352*              SOURCE REGISTRY: ITS READ COUNT MUST FALL IN    *
000353*              THE SUM OF THE ACTIVE FEEDS' EXPECTED DAILY     *
000354*              VOLUMES (PLUS AN HD AND A TL PER FEED), AND     *
000355*              SUSPENDED SOURCES ARE LISTED.                   *
000356*              A RUN DECBACK BACKED OUT DROPS OUT OF THE       *
000357*              WINDOW AT ITS BACKOUT MARKER (RH-BACKOUT-       *
000358*              MARKER), SO NEITHER THE BACKED-OUT ATTEMPT NOR  *
000359*              THE MARKER ITSELF COUNTS AS A RUN.              *
000360*              WITH SEVERAL PROCESSING CYCLES A DAY THE        *
000361*              CURRENT RUN IS COMPARED WITH THE SAME CYCLE ON  *
000362*              THE RECENT BUSINESS DATES (THE HISTORY DEPTH    *
000363*              COUNTS DATES), AND FROM CYCLE 02 ON THE DAY TO  *
000364*              DATE -- EVERY CYCLE THROUGH THE CURRENT ONE --  *
000365*              WITH THE SAME CYCLES OF THOSE DATES.  A RUN     *
000366*              FROM BEFORE CYCLES IS CYCLE 01 AND CLOSE OF     *
000367*              DAY.  THE REGISTRY RANGE IS HELD TO THE DAY TO  *
000368*              DATE; ITS LOW END ONLY AT THE CLOSE OF DAY.     *
000369*              RETURN CODES: 0 = WITHIN TOLERANCE              *
000370*                            4 = A SWING WAS FLAGGED, OR THE   *
000375*                                VOLUME IS OFF THE REGISTRY    *
000380*                                                               *
000390*---------------------------------------------------------------*
000400* MODIFICATION HISTORY                                         *
000420* DATE       INIT DESCRIPTION                                  *
000430*---------------------------------------------------------------*
000440* 07/28/2026 RH   ORIGINAL PROGRAM.                             *
000441* 09/10/2026 RH   THE CURRENT RUN'S VOLUME IS CHECKED AGAINST   *
000442*                 THE EXPECTED RANGE ON THE SRCREF SOURCE       *
000443*                 REGISTRY, AND SUSPENDED SOURCES ARE LISTED.   *
000444* 09/28/2026 RH   A DECBACK BACKOUT MARKER ON THE RUN HISTORY   *
000445*                 DROPS THE BACKED-OUT RUN (SAME DATE AND JOB)  *
000446*                 OUT OF THE WINDOW; THE MARKER IS NOT LOADED.  *
000447*                 THE WINDOW ENTRY CARRIES THE JOB ID FOR THE   *
000448*                 MATCH.                                        *
000449* 10/05/2026 RH   PROCESSING CYCLES.  THE WINDOW HOLDS UP TO    *
000450*                 240 RUNS WITH THEIR CYCLE; THE CURRENT CYCLE  *
000451*                 IS COMPARED WITH THE SAME CYCLE ON EARLIER    *
000452*                 DATES AND THE DAY TO DATE WITH THE SAME       *
000453*                 CYCLES OF EARLIER DATES.  THE REGISTRY CHECK  *
000454*                 USES THE DAY TO DATE.                         *
000455*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. TRENDRPT.
000480 AUTHOR. R. HOWELL.
000570     SELECT PARM-FILE ASSIGN TO TRNDPARM
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT REPORT-FILE ASSIGN TO TRNDRPT
000593         ORGANIZATION IS SEQUENTIAL.
000596     SELECT SRC-REF-FILE ASSIGN TO SRCREF
000600         ORGANIZATION IS SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000850 FD  REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  REPORT-REC                  PIC X(132).
000871*---------------------------------------------------------------*
000872* SRC-REF-FILE IS THE SOURCE-SYSTEM REGISTRY (SRCREFC) DECIMAL  *
000873* HOLDS EACH FEED TO.                                           *
000874*---------------------------------------------------------------*
000875 FD  SRC-REF-FILE
000876     RECORDING MODE IS F.
000877     COPY SRCREFC.
000880 WORKING-STORAGE SECTION.
000890*---------------------------------------------------------------*
000900* SWITCHES                                                      *
000960         88  WS-PARM-EOF                         VALUE 'Y'.
000970     05  WS-FLAGGED-SW           PIC X(01)       VALUE 'N'.
000980         88  WS-RUN-FLAGGED                      VALUE 'Y'.
000981     05  WS-SREF-EOF-SW          PIC X(01)       VALUE 'N'.
000982         88  WS-SREF-EOF                         VALUE 'Y'.
000983     05  WS-DAY-CMP-SW           PIC X(01)       VALUE 'N'.
000984         88  WS-DAY-COMPARE                      VALUE 'Y'.
000985     05  WS-DAY-DONE-SW          PIC X(01)       VALUE 'N'.
000986         88  WS-DAY-DONE                         VALUE 'Y'.
000990*---------------------------------------------------------------*
001000* TOLERANCES AND HISTORY DEPTH -- PARM-SET, WITH DEFAULTS.      *
001010*---------------------------------------------------------------*
001050 01  WS-WINDOW-MAX               PIC S9(03) COMP  VALUE 30.
001060*---------------------------------------------------------------*
001070* SLIDING WINDOW OF THE MOST RECENT RUNS.  THE LAST RECORD ON   *
001080* THE FILE IS THE CURRENT RUN; THE BASELINE IT IS COMPARED      *
001090* AGAINST IS PICKED FROM THE RUNS BEFORE IT.  THE WINDOW IS     *
001095* SIZED FOR THE DEEPEST HISTORY AT EIGHT CYCLES A DAY.          *
001100*---------------------------------------------------------------*
001105 01  WS-WIN-SIZE                 PIC S9(03) COMP  VALUE 240.
001110 01  WS-WIN-COUNT                PIC S9(03) COMP  VALUE ZERO.
001120 01  WS-WIN-SUB                  PIC S9(03) COMP  VALUE ZERO.
001130 01  WS-SHIFT-SUB                PIC S9(03) COMP  VALUE ZERO.
001135 01  WS-KEEP-SUB                 PIC S9(03) COMP  VALUE ZERO.
001140 01  WS-WINDOW-TABLE.
001150     05  WS-WIN-ENTRY            OCCURS 240 TIMES.
001160         10  WS-WIN-DATE         PIC 9(08).
001165         10  WS-WIN-JOB-ID       PIC X(08).
001170         10  WS-WIN-TIME         PIC 9(08).
001180         10  WS-WIN-READ         PIC S9(08) COMP.
001190         10  WS-WIN-REJECTED     PIC S9(08) COMP.
001200         10  WS-WIN-J-TOTAL      PIC S9(14)V9(04) COMP-3.
001210         10  WS-WIN-RC           PIC S9(02) COMP.
001211         10  WS-WIN-CYCLE        PIC 9(02).
001212         10  WS-WIN-KIND         PIC X(01).
001213*---------------------------------------------------------------*
001214* THE RUNS OF ONE COMPARISON: THE BASELINE ENTRIES, LATEST      *
001215* FIRST, AND THE CURRENT ENTRY.  FOR THE DAY TO DATE EACH ENTRY *
001216* IS A WHOLE DATE, ITS CYCLE THE NUMBER OF CYCLES ROLLED IN.    *
001217* THE CYCLE-SEEN FLAGS KEEP A RERUN CYCLE FROM COUNTING TWICE.  *
001218*---------------------------------------------------------------*
001219 01  WS-CUR-DATE                 PIC 9(08)        VALUE ZERO.
001220 01  WS-CUR-CYCLE                PIC 9(02)        VALUE ZERO.
001221 01  WS-CUR-KIND                 PIC X(01)        VALUE 'C'.
001222     88  WS-CUR-INTRADAY                          VALUE 'I'.
001223 01  WS-CMP-COUNT                PIC S9(03) COMP  VALUE ZERO.
001224 01  WS-CMP-SUB                  PIC S9(03) COMP  VALUE ZERO.
001225 01  WS-CUR-SUB                  PIC S9(03) COMP  VALUE ZERO.
001226 01  WS-LOW-SUB                  PIC S9(03) COMP  VALUE ZERO.
001227 01  WS-HIGH-SUB                 PIC S9(03) COMP  VALUE ZERO.
001228 01  WS-CYC-SUB                  PIC S9(03) COMP  VALUE ZERO.
001229 01  WS-CMP-LABEL                PIC X(06)        VALUE SPACES.
001230 01  WS-DAY-READ                 PIC S9(08) COMP  VALUE ZERO.
001231 01  WS-DAY-CYCLES               PIC S9(03) COMP  VALUE ZERO.
001232 01  WS-CMP-TABLE.
001233     05  WS-CMP-ENTRY            OCCURS 32 TIMES.
001234         10  WS-CMP-DATE         PIC 9(08).
001235         10  WS-CMP-TIME         PIC 9(08).
001236         10  WS-CMP-CYCLE        PIC S9(03) COMP.
001237         10  WS-CMP-READ         PIC S9(08) COMP.
001238         10  WS-CMP-REJECTED     PIC S9(08) COMP.
001239         10  WS-CMP-RC           PIC S9(02) COMP.
001240 01  WS-CYC-SEEN-TABLE.
001241     05  WS-CYC-SEEN             PIC X(01)        OCCURS 99 TIMES.
001242*---------------------------------------------------------------*
001243* COMPARISON WORK AREAS                                         *
001244*---------------------------------------------------------------*
001250 01  WS-RECORDS-READ             PIC S9(08) COMP  VALUE ZERO.
001260 01  WS-BASE-RUNS                PIC S9(03) COMP  VALUE ZERO.
001270 01  WS-BASE-READ-AVG            PIC S9(08)V9(02) COMP-3
001370 01  WS-WORK-TOTAL               PIC S9(12)V9(02) COMP-3
001380                                                  VALUE ZERO.
001390*---------------------------------------------------------------*
001391* REGISTRY EXPECTATION -- THE ACTIVE FEEDS' EXPECTED DAILY      *
001392* DETAIL VOLUMES SUMMED, PLUS THE HD AND TL EACH FEED SENDS, SO *
001393* IT COMPARES WITH THE RUN'S READ COUNT.                        *
001394*---------------------------------------------------------------*
001395 01  WS-REG-FEEDS                PIC S9(04) COMP  VALUE ZERO.
001396 01  WS-REG-UNBOUNDED            PIC S9(04) COMP  VALUE ZERO.
001397 01  WS-REG-VOL-LOW              PIC S9(09) COMP  VALUE ZERO.
001398 01  WS-REG-VOL-HIGH             PIC S9(09) COMP  VALUE ZERO.
001399*---------------------------------------------------------------*
001400* REPORT WORK AREAS                                             *
001410*---------------------------------------------------------------*
001420 01  WS-RPT-HEADING-1.
001460             VALUE "RUN DATE: ".
001470     05  RPT-RUN-DATE            PIC 9(08).
001480     05  FILLER                  PIC X(074)      VALUE SPACES.
001481 01  WS-RPT-CYCLE-HEAD.
001482     05  FILLER                  PIC X(006)      VALUE "CYCLE ".
001483     05  CYH-CYCLE               PIC 9(02).
001484     05  FILLER                  PIC X(004)      VALUE " OF ".
001485     05  CYH-DATE                PIC 9(08).
001486     05  FILLER                  PIC X(038)
001487             VALUE " AGAINST THE SAME CYCLE ON THE RECENT ".
001488     05  FILLER                  PIC X(014)
001489             VALUE "BUSINESS DATES".
001490     05  FILLER                  PIC X(060)      VALUE SPACES.
001491 01  WS-RPT-DAY-HEAD.
001492     05  FILLER                  PIC X(026)
001493             VALUE "DAY TO DATE THROUGH CYCLE ".
001494     05  DYH-CYCLE               PIC 9(02).
001495     05  FILLER                  PIC X(004)      VALUE " OF ".
001496     05  DYH-DATE                PIC 9(08).
001497     05  FILLER                  PIC X(044)
001498             VALUE " AGAINST THE SAME CYCLES ON THE RECENT DATES".
001499     05  FILLER                  PIC X(048)      VALUE SPACES.
001500 01  WS-RPT-HIST-LINE.
001501     05  FILLER                  PIC X(004)      VALUE SPACES.
001510     05  HIST-DATE               PIC 9(08).
001520     05  FILLER                  PIC X(002)      VALUE SPACES.
001530     05  HIST-TIME               PIC 9(08).
001580     05  HIST-REJECTED           PIC ZZZZZZZ9.
001590     05  FILLER                  PIC X(005)      VALUE "  RC ".
001600     05  HIST-RC                 PIC Z9.
001610     05  HIST-CYC-LABEL          PIC X(006).
001613     05  HIST-CYCLE              PIC Z9.
001616     05  FILLER                  PIC X(060)      VALUE SPACES.
001620 01  WS-RPT-COMPARE-1.
001630     05  FILLER                  PIC X(017)
001640             VALUE "CURRENT VOLUME   ".
001880             VALUE "*** FLAGGED:  ".
001890     05  FLAG-TEXT               PIC X(060).
001900     05  FILLER                  PIC X(058)      VALUE SPACES.
001901 01  WS-RPT-REGISTRY-LINE.
001902     05  FILLER                  PIC X(026)
001903             VALUE "REGISTRY EXPECTS BETWEEN ".
001904     05  REG-VOL-LOW             PIC ZZZZZZZZ9.
001905     05  FILLER                  PIC X(005)      VALUE " AND ".
001906     05  REG-VOL-HIGH            PIC ZZZZZZZZ9.
001907     05  FILLER                  PIC X(021)
001908             VALUE " RECORDS FROM FEEDS: ".
001909     05  REG-FEEDS               PIC ZZZ9.
001910     05  FILLER                  PIC X(058)      VALUE SPACES.
001911 01  WS-RPT-SUSPENDED-LINE.
001912     05  FILLER                  PIC X(007)      VALUE "SOURCE ".
001913     05  SUSP-SOURCE-CD          PIC X(03).
001914     05  FILLER                  PIC X(036)
001915             VALUE " IS SUSPENDED ON THE SOURCE REGISTRY".
001916     05  FILLER                  PIC X(086)      VALUE SPACES.
001917 PROCEDURE DIVISION.
001920*****************************************************************
001930* 0000-MAINLINE                                                *
001940*****************************************************************
001970     PERFORM 2000-LOAD-WINDOW THRU 2000-LOAD-WINDOW-EXIT
001980             UNTIL WS-HIST-EOF.
001990     PERFORM 3000-COMPARE THRU 3000-COMPARE-EXIT.
001993     PERFORM 3600-COMPARE-DAY THRU 3600-COMPARE-DAY-EXIT.
001996     PERFORM 3500-REGISTRY-VOLUME THRU 3500-REGISTRY-VOLUME-EXIT.
002000     PERFORM 4000-WRAP-UP THRU 4000-WRAP-UP-EXIT.
002010     STOP RUN.
002020*****************************************************************
002030* 1000-INITIALIZE -- READS THE TOLERANCE CARD, OPENS THE FILES, *
002040* WRITES THE HEADING, LISTS SUSPENDED SOURCES AND SUMS THE      *
002045* REGISTRY'S EXPECTED VOLUME, AND PRIMES THE FIRST HISTORY READ.*
002050*****************************************************************
002060 1000-INITIALIZE.
002070     OPEN INPUT PARM-FILE.
002360     OPEN OUTPUT REPORT-FILE.
002370     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
002380     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
002381     OPEN INPUT SRC-REF-FILE.
002382     PERFORM 1900-READ-SOURCE-REF THRU 1900-READ-SOURCE-REF-EXIT.
002383     PERFORM 1100-SUM-ONE-SOURCE THRU 1100-SUM-ONE-SOURCE-EXIT
002384             UNTIL WS-SREF-EOF.
002385     CLOSE SRC-REF-FILE.
002390     PERFORM 2900-READ-HISTORY THRU 2900-READ-HISTORY-EXIT.
002400 1000-INITIALIZE-EXIT.
002410     EXIT.
002420*****************************************************************
002421* 1100-SUM-ONE-SOURCE -- ROLLS ONE ACTIVE FEED'S EXPECTED DAILY *
002422* VOLUME INTO THE REGISTRY RANGE, AND LISTS A SUSPENDED SOURCE. *
002423* A FEED WITH NO VOLUME HIGH LEAVES THE RANGE OPEN-ENDED.       *
002424*****************************************************************
002425 1100-SUM-ONE-SOURCE.
002426     IF SREF-SUSPENDED
002427         MOVE SREF-SOURCE-CD TO SUSP-SOURCE-CD
002428         WRITE REPORT-REC FROM WS-RPT-SUSPENDED-LINE
002429         DISPLAY "TRENDRPT  - " WS-RPT-SUSPENDED-LINE
002430         GO TO 1100-SUM-ONE-SOURCE-READ
002431     END-IF.
002432     IF NOT SREF-FEED
002433        OR SREF-VOL-LOW NOT NUMERIC
002434        OR SREF-VOL-HIGH NOT NUMERIC
002435         GO TO 1100-SUM-ONE-SOURCE-READ
002436     END-IF.
002437     ADD 1 TO WS-REG-FEEDS.
002438     ADD SREF-VOL-LOW TO WS-REG-VOL-LOW.
002439     ADD SREF-VOL-HIGH TO WS-REG-VOL-HIGH.
002440     IF SREF-VOL-HIGH = ZERO
002441         ADD 1 TO WS-REG-UNBOUNDED
002442     END-IF.
002443 1100-SUM-ONE-SOURCE-READ.
002444     PERFORM 1900-READ-SOURCE-REF THRU 1900-READ-SOURCE-REF-EXIT.
002445 1100-SUM-ONE-SOURCE-EXIT.
002446     EXIT.
002447*****************************************************************
002448* 1900-READ-SOURCE-REF -- READS ONE SRCREF RECORD, SETTING THE  *
002449* EOF SWITCH AT END.                                            *
002450*****************************************************************
002451 1900-READ-SOURCE-REF.
002452     READ SRC-REF-FILE
002453         AT END
002454             MOVE 'Y' TO WS-SREF-EOF-SW
002455     END-READ.
002456 1900-READ-SOURCE-REF-EXIT.
002457     EXIT.
002458*****************************************************************
002459* 2000-LOAD-WINDOW -- KEEPS THE SLIDING WINDOW OF THE MOST      *
002460* RECENT RUNS: WHEN THE TABLE IS FULL THE OLDEST ENTRY FALLS    *
002461* OFF THE FRONT AND THE REST SHIFT UP ONE.  A BACKOUT MARKER   *
002462* IS NOT A RUN: IT TAKES THE RUN IT BACKED OUT OUT OF THE      *
002463* WINDOW INSTEAD.                                              *
002464*****************************************************************
002470 2000-LOAD-WINDOW.
002480     IF RH-BACKOUT-MARKER
002481         PERFORM 2200-DROP-BACKED-OUT
002482                 THRU 2200-DROP-BACKED-OUT-EXIT
002483         GO TO 2000-LOAD-WINDOW-READ
002484     END-IF.
002485     IF WS-WIN-COUNT >= WS-WIN-SIZE
002490         MOVE ZERO TO WS-SHIFT-SUB
002500         PERFORM 2100-SHIFT-ONE THRU 2100-SHIFT-ONE-EXIT
002510                 UNTIL WS-SHIFT-SUB >= WS-WIN-COUNT - 1
002530     END-IF.
002540     ADD 1 TO WS-WIN-COUNT.
002550     MOVE RH-RUN-DATE         TO WS-WIN-DATE (WS-WIN-COUNT).
002555     MOVE RH-JOB-ID           TO WS-WIN-JOB-ID (WS-WIN-COUNT).
002560     MOVE RH-RUN-TIME         TO WS-WIN-TIME (WS-WIN-COUNT).
002570     MOVE RH-RECORDS-READ     TO WS-WIN-READ (WS-WIN-COUNT).
002580     MOVE RH-RECORDS-REJECTED TO WS-WIN-REJECTED (WS-WIN-COUNT).
002590     MOVE RH-J-TOTAL          TO WS-WIN-J-TOTAL (WS-WIN-COUNT).
002600     MOVE RH-RETURN-CODE      TO WS-WIN-RC (WS-WIN-COUNT).
002601     IF RH-CYCLE-NO-N IS NUMERIC AND RH-CYCLE-NO-N > ZERO
002602         MOVE RH-CYCLE-NO-N   TO WS-WIN-CYCLE (WS-WIN-COUNT)
002603     ELSE
002604         MOVE 1               TO WS-WIN-CYCLE (WS-WIN-COUNT)
002605     END-IF.
002606     IF RH-INTRADAY-CYCLE
002607         MOVE 'I'             TO WS-WIN-KIND (WS-WIN-COUNT)
002608     ELSE
002609         MOVE 'C'             TO WS-WIN-KIND (WS-WIN-COUNT)
002610     END-IF.
002611 2000-LOAD-WINDOW-READ.
002612     PERFORM 2900-READ-HISTORY THRU 2900-READ-HISTORY-EXIT.
002620 2000-LOAD-WINDOW-EXIT.
002630     EXIT.
002640*****************************************************************
002700     MOVE WS-WIN-ENTRY (WS-SHIFT-SUB + 1)
002710         TO WS-WIN-ENTRY (WS-SHIFT-SUB).
002720 2100-SHIFT-ONE-EXIT.
002721     EXIT.
002722*****************************************************************
002723* 2200-DROP-BACKED-OUT -- CLOSES UP THE WINDOW OVER EVERY       *
002724* ENTRY FOR THE DATE AND JOB THE MARKER BACKED OUT.             *
002725*****************************************************************
002726 2200-DROP-BACKED-OUT.
002727     MOVE ZERO TO WS-KEEP-SUB.
002728     PERFORM 2210-KEEP-ONE THRU 2210-KEEP-ONE-EXIT
002729             VARYING WS-WIN-SUB FROM 1 BY 1
002730             UNTIL WS-WIN-SUB > WS-WIN-COUNT.
002731     MOVE WS-KEEP-SUB TO WS-WIN-COUNT.
002732     DISPLAY "TRENDRPT  - RUN " RH-JOB-ID " " RH-RUN-DATE
002733             " BACKED OUT, LEFT OUT OF THE WINDOW".
002734 2200-DROP-BACKED-OUT-EXIT.
002735     EXIT.
002736*****************************************************************
002737* 2210-KEEP-ONE -- KEEPS ONE WINDOW ENTRY UNLESS IT IS THE RUN  *
002738* BACKED OUT, MOVING IT UP OVER ANY ENTRY ALREADY DROPPED.      *
002739*****************************************************************
002740 2210-KEEP-ONE.
002741     IF WS-WIN-DATE (WS-WIN-SUB) = RH-RUN-DATE
002742        AND WS-WIN-JOB-ID (WS-WIN-SUB) = RH-JOB-ID
002743         GO TO 2210-KEEP-ONE-EXIT
002744     END-IF.
002745     ADD 1 TO WS-KEEP-SUB.
002746     IF WS-KEEP-SUB NOT = WS-WIN-SUB
002747         MOVE WS-WIN-ENTRY (WS-WIN-SUB)
002748             TO WS-WIN-ENTRY (WS-KEEP-SUB)
002749     END-IF.
002750 2210-KEEP-ONE-EXIT.
002751     EXIT.
002752*****************************************************************
002753* 2900-READ-HISTORY -- READS ONE RUN-HISTORY RECORD, SETTING    *
002760* THE EOF SWITCH AT END AND COUNTING EVERY RECORD READ.         *
002770*****************************************************************
002780 2900-READ-HISTORY.
002860 2900-READ-HISTORY-EXIT.
002870     EXIT.
002880*****************************************************************
002890* 3000-COMPARE -- THE LAST WINDOW ENTRY IS THE CURRENT RUN.     *
002900* ITS BASELINE IS THE SAME CYCLE ON THE RECENT EARLIER DATES,   *
002910* ONE RUN A DATE -- THE LATEST, SO A RERUN STANDS FOR THE RUN   *
002913* IT REPLACED.  FLAGS A VOLUME DEVIATION OR REJECT-RATE         *
002916* DIFFERENCE BEYOND THE TOLERANCES.                             *
002920*****************************************************************
002930 3000-COMPARE.
002940     IF WS-WIN-COUNT = ZERO
002950         DISPLAY "TRENDRPT  - NO RUNS ON FILE, NOTHING TO COMPARE"
002970         MOVE "NOT ENOUGH HISTORY TO COMPARE" TO FLAG-TEXT
002980         WRITE REPORT-REC FROM WS-RPT-FLAG-LINE
002990         GO TO 3000-COMPARE-EXIT
003000     END-IF.
003001     MOVE WS-WIN-DATE (WS-WIN-COUNT)  TO WS-CUR-DATE.
003002     MOVE WS-WIN-CYCLE (WS-WIN-COUNT) TO WS-CUR-CYCLE.
003003     MOVE WS-WIN-KIND (WS-WIN-COUNT)  TO WS-CUR-KIND.
003004     MOVE WS-CUR-CYCLE TO CYH-CYCLE.
003005     MOVE WS-CUR-DATE  TO CYH-DATE.
003006     WRITE REPORT-REC FROM WS-RPT-CYCLE-HEAD.
003007     MOVE ZERO TO WS-CMP-COUNT.
003008     PERFORM 3010-PICK-SAME-CYCLE THRU 3010-PICK-SAME-CYCLE-EXIT
003009             VARYING WS-WIN-SUB FROM WS-WIN-COUNT BY -1
003010             UNTIL WS-WIN-SUB < 2
003011                OR WS-CMP-COUNT >= WS-HIST-RUNS.
003012     MOVE 1 TO WS-LOW-SUB.
003013     MOVE WS-CMP-COUNT TO WS-HIGH-SUB.
003014     COMPUTE WS-CUR-SUB = WS-CMP-COUNT + 1.
003015     MOVE WS-WIN-DATE (WS-WIN-COUNT)
003016         TO WS-CMP-DATE (WS-CUR-SUB).
003017     MOVE WS-WIN-TIME (WS-WIN-COUNT)
003018         TO WS-CMP-TIME (WS-CUR-SUB).
003019     MOVE WS-CUR-CYCLE
003020         TO WS-CMP-CYCLE (WS-CUR-SUB).
003021     MOVE WS-WIN-READ (WS-WIN-COUNT)
003022         TO WS-CMP-READ (WS-CUR-SUB).
003023     MOVE WS-WIN-REJECTED (WS-WIN-COUNT)
003024         TO WS-CMP-REJECTED (WS-CUR-SUB).
003025     MOVE WS-WIN-RC (WS-WIN-COUNT)
003026         TO WS-CMP-RC (WS-CUR-SUB).
003027     MOVE "  CYC " TO WS-CMP-LABEL.
003028     MOVE 'N' TO WS-DAY-CMP-SW.
003029     PERFORM 3050-COMPARE-TABLE THRU 3050-COMPARE-TABLE-EXIT.
003030 3000-COMPARE-EXIT.
003031     EXIT.
003032*****************************************************************
003033* 3010-PICK-SAME-CYCLE -- TAKES ONE EARLIER WINDOW ENTRY INTO   *
003034* THE BASELINE WHEN IT IS THE SAME CYCLE ON AN EARLIER DATE AND *
003035* NO LATER RUN OF THAT DATE HAS ALREADY BEEN TAKEN.  THE WINDOW *
003036* IS WALKED BACKWARDS FROM THE ENTRY BEFORE THE CURRENT ONE.    *
003037*****************************************************************
003038 3010-PICK-SAME-CYCLE.
003039     COMPUTE WS-SHIFT-SUB = WS-WIN-SUB - 1.
003040     IF WS-WIN-CYCLE (WS-SHIFT-SUB) NOT = WS-CUR-CYCLE
003041        OR WS-WIN-DATE (WS-SHIFT-SUB) NOT < WS-CUR-DATE
003042         GO TO 3010-PICK-SAME-CYCLE-EXIT
003043     END-IF.
003044     IF WS-CMP-COUNT > ZERO
003045        AND WS-WIN-DATE (WS-SHIFT-SUB) =
003046            WS-CMP-DATE (WS-CMP-COUNT)
003047         GO TO 3010-PICK-SAME-CYCLE-EXIT
003048     END-IF.
003049     ADD 1 TO WS-CMP-COUNT.
003050     MOVE WS-WIN-DATE (WS-SHIFT-SUB)
003051         TO WS-CMP-DATE (WS-CMP-COUNT).
003052     MOVE WS-WIN-TIME (WS-SHIFT-SUB)
003053         TO WS-CMP-TIME (WS-CMP-COUNT).
003054     MOVE WS-WIN-CYCLE (WS-SHIFT-SUB)
003055         TO WS-CMP-CYCLE (WS-CMP-COUNT).
003056     MOVE WS-WIN-READ (WS-SHIFT-SUB)
003057         TO WS-CMP-READ (WS-CMP-COUNT).
003058     MOVE WS-WIN-REJECTED (WS-SHIFT-SUB)
003059         TO WS-CMP-REJECTED (WS-CMP-COUNT).
003060     MOVE WS-WIN-RC (WS-SHIFT-SUB)
003061         TO WS-CMP-RC (WS-CMP-COUNT).
003062 3010-PICK-SAME-CYCLE-EXIT.
003063     EXIT.
003064*****************************************************************
003065* 3050-COMPARE-TABLE -- PRINTS ONE COMPARISON, OLDEST BASELINE  *
003066* ENTRY FIRST AND THE CURRENT ENTRY LAST, AND AVERAGES THE      *
003067* BASELINE FOR THE RATES AND FLAGS.                             *
003068*****************************************************************
003069 3050-COMPARE-TABLE.
003070     IF WS-HIGH-SUB < WS-LOW-SUB
003071         DISPLAY "TRENDRPT  - NO EARLIER RUN TO COMPARE WITH"
003072         MOVE "NOT ENOUGH HISTORY TO COMPARE" TO FLAG-TEXT
003073         WRITE REPORT-REC FROM WS-RPT-FLAG-LINE
003074         GO TO 3050-COMPARE-TABLE-EXIT
003075     END-IF.
003076     PERFORM 3100-PRINT-WINDOW THRU 3100-PRINT-WINDOW-EXIT
003077             VARYING WS-CMP-SUB FROM WS-HIGH-SUB BY -1
003078             UNTIL WS-CMP-SUB < WS-LOW-SUB.
003079     MOVE WS-CUR-SUB TO WS-CMP-SUB.
003080     PERFORM 3100-PRINT-WINDOW THRU 3100-PRINT-WINDOW-EXIT.
003081     COMPUTE WS-BASE-RUNS = WS-HIGH-SUB - WS-LOW-SUB + 1.
003082     MOVE ZERO TO WS-WORK-TOTAL.
003083     PERFORM 3200-SUM-BASE-READ THRU 3200-SUM-BASE-READ-EXIT
003084             VARYING WS-CMP-SUB FROM WS-LOW-SUB BY 1
003085             UNTIL WS-CMP-SUB > WS-HIGH-SUB.
003090     COMPUTE WS-BASE-READ-AVG ROUNDED =
003100         WS-WORK-TOTAL / WS-BASE-RUNS.
003110     MOVE ZERO TO WS-WORK-TOTAL.
003120     PERFORM 3300-SUM-BASE-REJ THRU 3300-SUM-BASE-REJ-EXIT
003130             VARYING WS-CMP-SUB FROM WS-LOW-SUB BY 1
003140             UNTIL WS-CMP-SUB > WS-HIGH-SUB.
003150     PERFORM 3400-RATES-AND-FLAGS THRU 3400-RATES-AND-FLAGS-EXIT.
003160 3050-COMPARE-TABLE-EXIT.
003170     EXIT.
003180*****************************************************************
003190* 3100-PRINT-WINDOW -- LISTS ONE COMPARISON ENTRY ON THE REPORT.*
003200*****************************************************************
003210 3100-PRINT-WINDOW.
003220     MOVE WS-CMP-DATE (WS-CMP-SUB)     TO HIST-DATE.
003230     MOVE WS-CMP-TIME (WS-CMP-SUB)     TO HIST-TIME.
003240     MOVE WS-CMP-READ (WS-CMP-SUB)     TO HIST-READ.
003250     MOVE WS-CMP-REJECTED (WS-CMP-SUB) TO HIST-REJECTED.
003260     MOVE WS-CMP-RC (WS-CMP-SUB)       TO HIST-RC.
003263     MOVE WS-CMP-LABEL                 TO HIST-CYC-LABEL.
003266     MOVE WS-CMP-CYCLE (WS-CMP-SUB)    TO HIST-CYCLE.
003270     WRITE REPORT-REC FROM WS-RPT-HIST-LINE.
003280 3100-PRINT-WINDOW-EXIT.
003290     EXIT.
003320* THE WORK TOTAL.                                               *
003330*****************************************************************
003340 3200-SUM-BASE-READ.
003350     ADD WS-CMP-READ (WS-CMP-SUB) TO WS-WORK-TOTAL.
003360 3200-SUM-BASE-READ-EXIT.
003370     EXIT.
003380*****************************************************************
003400* INTO THE WORK TOTAL (ITS READ VOLUME IS ALREADY AVERAGED).    *
003410*****************************************************************
003420 3300-SUM-BASE-REJ.
003430     ADD WS-CMP-REJECTED (WS-CMP-SUB) TO WS-WORK-TOTAL.
003440 3300-SUM-BASE-REJ-EXIT.
003450     EXIT.
003460*****************************************************************
003540         MOVE ZERO TO WS-BASE-REJ-RATE
003550     ELSE
003560         COMPUTE WS-VOL-DEV-PCT ROUNDED =
003570             (WS-CMP-READ (WS-CUR-SUB) - WS-BASE-READ-AVG)
003580             * 100 / WS-BASE-READ-AVG
003590         COMPUTE WS-BASE-REJ-RATE ROUNDED =
003600             WS-WORK-TOTAL * 100
003630                 MOVE ZERO TO WS-BASE-REJ-RATE
003640         END-COMPUTE
003650     END-IF.
003660     IF WS-CMP-READ (WS-CUR-SUB) = ZERO
003670         MOVE ZERO TO WS-CUR-REJ-RATE
003680     ELSE
003690         COMPUTE WS-CUR-REJ-RATE ROUNDED =
003700             WS-CMP-REJECTED (WS-CUR-SUB) * 100
003710             / WS-CMP-READ (WS-CUR-SUB)
003720     END-IF.
003730     COMPUTE WS-RATE-DIFF =
003740         WS-CUR-REJ-RATE - WS-BASE-REJ-RATE.
003750     MOVE WS-CMP-READ (WS-CUR-SUB)   TO CMP-CUR-READ.
003760     MOVE WS-BASE-READ-AVG           TO CMP-BASE-AVG.
003770     MOVE WS-VOL-DEV-PCT             TO CMP-VOL-DEV.
003780     WRITE REPORT-REC FROM WS-RPT-COMPARE-1.
003830     IF WS-VOL-DEV-PCT > WS-VOL-TOL
003840        OR WS-VOL-DEV-PCT < ZERO - WS-VOL-TOL
003850         MOVE 'Y' TO WS-FLAGGED-SW
003860         IF WS-DAY-COMPARE
003861             MOVE "DAY-TO-DATE VOLUME SWING BEYOND TOLERANCE"
003862               TO FLAG-TEXT
003863         ELSE
003864             MOVE "VOLUME SWING BEYOND TOLERANCE" TO FLAG-TEXT
003865         END-IF
003870         WRITE REPORT-REC FROM WS-RPT-FLAG-LINE
003875         DISPLAY "TRENDRPT  - " FLAG-TEXT
003880         DISPLAY "TRENDRPT  - VOLUME SWING: " WS-VOL-DEV-PCT
003890                 " PCT AGAINST TOLERANCE " WS-VOL-TOL
003900     END-IF.
003910     IF WS-RATE-DIFF > WS-REJ-TOL
003920        OR WS-RATE-DIFF < ZERO - WS-REJ-TOL
003930         MOVE 'Y' TO WS-FLAGGED-SW
003940         IF WS-DAY-COMPARE
003941             MOVE "DAY-TO-DATE REJECT-RATE SWING BEYOND TOLERANCE"
003942               TO FLAG-TEXT
003943         ELSE
003944             MOVE "REJECT-RATE SWING BEYOND TOLERANCE"
003945               TO FLAG-TEXT
003946         END-IF
003950         WRITE REPORT-REC FROM WS-RPT-FLAG-LINE
003955         DISPLAY "TRENDRPT  - " FLAG-TEXT
003960         DISPLAY "TRENDRPT  - REJECT-RATE SWING: " WS-RATE-DIFF
003970                 " POINTS AGAINST TOLERANCE " WS-REJ-TOL
003980     END-IF.
003990 3400-RATES-AND-FLAGS-EXIT.
003991     EXIT.
003992*****************************************************************
003993* 3500-REGISTRY-VOLUME -- HOLDS THE DAY-TO-DATE READ COUNT TO   *
003994* THE REGISTRY RANGE.  EACH FEED ALSO SENDS AN HD AND A TL, SO  *
003995* TWO RECORDS PER FEED ARE ADDED TO THE LOW END, AND TWO PER    *
003996* FEED PER CYCLE TO THE HIGH END.  THE LOW END IS ONLY CHECKED  *
003997* AT THE CLOSE OF DAY, WHEN THE DAY IS ALL IN.  NO UPPER LIMIT  *
003998* IS CHECKED WHILE ANY ACTIVE FEED HAS NO VOLUME HIGH.          *
003999*****************************************************************
004000 3500-REGISTRY-VOLUME.
004001     IF WS-REG-FEEDS = ZERO OR WS-WIN-COUNT = ZERO
004002         GO TO 3500-REGISTRY-VOLUME-EXIT
004003     END-IF.
004004     COMPUTE WS-REG-VOL-LOW = WS-REG-VOL-LOW + 2 * WS-REG-FEEDS.
004005     COMPUTE WS-REG-VOL-HIGH = WS-REG-VOL-HIGH
004006         + 2 * WS-REG-FEEDS * WS-DAY-CYCLES.
004007     MOVE WS-REG-VOL-LOW  TO REG-VOL-LOW.
004008     MOVE WS-REG-VOL-HIGH TO REG-VOL-HIGH.
004009     MOVE WS-REG-FEEDS    TO REG-FEEDS.
004010     WRITE REPORT-REC FROM WS-RPT-REGISTRY-LINE.
004011     IF NOT WS-CUR-INTRADAY
004012        AND WS-DAY-READ < WS-REG-VOL-LOW
004013         MOVE 'Y' TO WS-FLAGGED-SW
004014         MOVE "VOLUME BELOW THE SOURCE REGISTRY RANGE"
004015           TO FLAG-TEXT
004016         WRITE REPORT-REC FROM WS-RPT-FLAG-LINE
004017         DISPLAY "TRENDRPT  - VOLUME " WS-DAY-READ
004018                 " BELOW REGISTRY LOW " WS-REG-VOL-LOW
004019     END-IF.
004020     IF WS-REG-UNBOUNDED = ZERO
004021        AND WS-DAY-READ > WS-REG-VOL-HIGH
004022         MOVE 'Y' TO WS-FLAGGED-SW
004023         MOVE "VOLUME ABOVE THE SOURCE REGISTRY RANGE"
004024           TO FLAG-TEXT
004025         WRITE REPORT-REC FROM WS-RPT-FLAG-LINE
004026         DISPLAY "TRENDRPT  - VOLUME " WS-DAY-READ
004027                 " ABOVE REGISTRY HIGH " WS-REG-VOL-HIGH
004028     END-IF.
004029 3500-REGISTRY-VOLUME-EXIT.
004030     EXIT.
004031*****************************************************************
004032* 3600-COMPARE-DAY -- ROLLS EACH DATE'S CYCLES UP TO THE        *
004033* CURRENT ONE INTO A SINGLE ENTRY, THE CURRENT DATE FIRST AND   *
004034* THEN THE RECENT EARLIER DATES, AND FROM CYCLE 02 ON COMPARES  *
004035* THE DAY TO DATE WITH THOSE DATES.  THE DAY'S READ COUNT AND   *
004036* CYCLES ARE KEPT FOR THE REGISTRY CHECK.                       *
004037*****************************************************************
004038 3600-COMPARE-DAY.
004039     IF WS-WIN-COUNT = ZERO
004040         GO TO 3600-COMPARE-DAY-EXIT
004041     END-IF.
004042     MOVE ZERO TO WS-CMP-COUNT.
004043     MOVE 'N' TO WS-DAY-DONE-SW.
004044     PERFORM 3610-ROLL-DAY THRU 3610-ROLL-DAY-EXIT
004045             VARYING WS-WIN-SUB FROM WS-WIN-COUNT BY -1
004046             UNTIL WS-WIN-SUB < 1 OR WS-DAY-DONE.
004047     MOVE WS-CMP-READ (1)  TO WS-DAY-READ.
004048     MOVE WS-CMP-CYCLE (1) TO WS-DAY-CYCLES.
004049     IF WS-CUR-CYCLE < 2
004050         GO TO 3600-COMPARE-DAY-EXIT
004051     END-IF.
004052     MOVE WS-CUR-CYCLE TO DYH-CYCLE.
004053     MOVE WS-CUR-DATE  TO DYH-DATE.
004054     WRITE REPORT-REC FROM WS-RPT-DAY-HEAD.
004055     MOVE 1 TO WS-CUR-SUB.
004056     MOVE 2 TO WS-LOW-SUB.
004057     MOVE WS-CMP-COUNT TO WS-HIGH-SUB.
004058     MOVE " CYCS " TO WS-CMP-LABEL.
004059     MOVE 'Y' TO WS-DAY-CMP-SW.
004060     PERFORM 3050-COMPARE-TABLE THRU 3050-COMPARE-TABLE-EXIT.
004061 3600-COMPARE-DAY-EXIT.
004062     EXIT.
004063*****************************************************************
004064* 3610-ROLL-DAY -- ROLLS ONE WINDOW ENTRY, WALKING BACKWARDS,   *
004065* INTO ITS DATE'S ENTRY.  A CYCLE LATER THAN THE CURRENT ONE IS *
004066* LEFT OUT, AND SO IS A CYCLE ALREADY TAKEN FOR THE DATE FROM A *
004067* LATER RERUN.  STOPS AT THE DATE PAST THE HISTORY DEPTH.       *
004068*****************************************************************
004069 3610-ROLL-DAY.
004070     IF WS-WIN-CYCLE (WS-WIN-SUB) > WS-CUR-CYCLE
004071         GO TO 3610-ROLL-DAY-EXIT
004072     END-IF.
004073     IF WS-CMP-COUNT = ZERO
004074        OR WS-WIN-DATE (WS-WIN-SUB) NOT =
004075            WS-CMP-DATE (WS-CMP-COUNT)
004076         IF WS-CMP-COUNT > WS-HIST-RUNS
004077             MOVE 'Y' TO WS-DAY-DONE-SW
004078             GO TO 3610-ROLL-DAY-EXIT
004079         END-IF
004080         ADD 1 TO WS-CMP-COUNT
004081         MOVE WS-WIN-DATE (WS-WIN-SUB)
004082             TO WS-CMP-DATE (WS-CMP-COUNT)
004083         MOVE WS-WIN-TIME (WS-WIN-SUB)
004084             TO WS-CMP-TIME (WS-CMP-COUNT)
004085         MOVE ZERO TO WS-CMP-CYCLE (WS-CMP-COUNT)
004086         MOVE ZERO TO WS-CMP-READ (WS-CMP-COUNT)
004087         MOVE ZERO TO WS-CMP-REJECTED (WS-CMP-COUNT)
004088         MOVE ZERO TO WS-CMP-RC (WS-CMP-COUNT)
004089         MOVE ALL 'N' TO WS-CYC-SEEN-TABLE
004090     END-IF.
004091     MOVE WS-WIN-CYCLE (WS-WIN-SUB) TO WS-CYC-SUB.
004092     IF WS-CYC-SEEN (WS-CYC-SUB) = 'Y'
004093         GO TO 3610-ROLL-DAY-EXIT
004094     END-IF.
004095     MOVE 'Y' TO WS-CYC-SEEN (WS-CYC-SUB).
004096     ADD 1 TO WS-CMP-CYCLE (WS-CMP-COUNT).
004097     ADD WS-WIN-READ (WS-WIN-SUB) TO WS-CMP-READ (WS-CMP-COUNT).
004098     ADD WS-WIN-REJECTED (WS-WIN-SUB)
004099         TO WS-CMP-REJECTED (WS-CMP-COUNT).
004100     IF WS-WIN-RC (WS-WIN-SUB) > WS-CMP-RC (WS-CMP-COUNT)
004101         MOVE WS-WIN-RC (WS-WIN-SUB) TO WS-CMP-RC (WS-CMP-COUNT)
004102     END-IF.
004103 3610-ROLL-DAY-EXIT.
004104     EXIT.
004105*****************************************************************
004106* 4000-WRAP-UP -- SETS THE FLAGGED RETURN CODE AND CLOSES THE   *
004107* FILES.                                                        *
004108*****************************************************************
004109 4000-WRAP-UP.
004110     IF WS-RUN-FLAGGED
004111         MOVE 4 TO RETURN-CODE
004112     ELSE
004113         DISPLAY "TRENDRPT  - WITHIN TOLERANCE"
004114     END-IF.
004115     CLOSE RUN-HIST-FILE.
004120     CLOSE REPORT-FILE.
004130 4000-WRAP-UP-EXIT.
004140     EXIT.
