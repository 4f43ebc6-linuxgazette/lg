000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : DEPTOUT                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 10/08/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : PER-DEPARTMENT OUTLIER REPORT.  TRENDRPT WATCHES *
000190*              THE RUN AS A WHOLE; THIS PROGRAM WATCHES EACH    *
000200*              DEPARTMENT (TR-I VALUE) OF EACH SOURCE, SO ONE   *
000210*              DEPARTMENT WHOSE FIGURES JUMP OVERNIGHT DOES NOT *
000220*              HIDE INSIDE A NORMAL-LOOKING TOTAL.  IT READS    *
000230*              THE RESULTS MASTER (RSLTMSTR) FOR THE BUSINESS   *
000240*              DATE JUST COMPLETED AND THE BUSINESS DAYS BEFORE *
000250*              IT ON THE PROCESSING CALENDAR, AND FOR EVERY     *
000260*              SOURCE AND DEPARTMENT COMPARES TODAY'S RECORD    *
000270*              COUNT AND TR-J TOTAL (AS TRANSMITTED) WITH THE   *
000280*              DEPARTMENT'S OWN DAILY AVERAGE OVER THOSE DAYS   *
000290*              -- A DAY IT SENT NOTHING COUNTS AS ZERO.  A      *
000300*              FIGURE FURTHER FROM ITS AVERAGE THAN THE CARD'S  *
000310*              TOLERANCE, EITHER WAY, IS AN OUTLIER, AND SO IS  *
000320*              A DEPARTMENT WITH NOTHING IN THE HISTORY THAT    *
000330*              SENT TODAY.  A DEPARTMENT THAT SENT ON EVERY     *
000340*              HISTORY DAY BUT NOTHING TODAY IS LISTED IN A     *
000350*              SECTION OF ITS OWN.  EVERY LINE IS PRINTED WITH  *
000360*              THE DEPARTMENT'S DAY-BY-DAY HISTORY UNDER IT.    *
000370*                                                               *
000380*              EVERY RESULT COUNTS WHATEVER ITS STATUS (A       *
000390*              REJECTED OR HELD ITEM WAS STILL SENT), EXCEPT    *
000400*              BACKED OUT -- A RESULT OF A RUN DECBACK BACKED   *
000410*              OUT THAT THE RERUN DID NOT REPLACE.  THE CYCLES  *
000420*              OF A DAY SHARE ITS RUN DATE AND SO ARE ONE DAY   *
000430*              HERE.  THE DATE IS THE ONE DECBAL CERTIFIES:     *
000440*              THE CONTROL'S LAST COMPLETED DATE, OR ITS        *
000450*              CURRENT DATE WHEN AN INTRADAY CYCLE JUST RAN     *
000460*              (THE DAY IS THEN ONLY PART SENT).                *
000470*                                                               *
000480*              CONTROL CARD (OUTPARM):                          *
000490*                COL  1- 3  COUNT TOLERANCE, PERCENT            *
000500*                COL  5- 7  J-TOTAL TOLERANCE, PERCENT          *
000510*                COL  9-10  BUSINESS DAYS OF HISTORY (MAX 20)   *
000520*              A MISSING OR BLANK FIELD USES 100 PERCENT, 100   *
000530*              PERCENT, 5 DAYS.                                 *
000540*                                                               *
000550*              RETURN CODES: 0 = NO OUTLIERS                    *
000560*                            4 = AN OUTLIER, OR A DEPARTMENT    *
000570*                                MISSING TODAY, WAS LISTED      *
000580*                            8 = NO BUSINESS-DATE CONTROL, THE  *
000590*                                RESULTS MASTER WOULD NOT OPEN, *
000600*                                OR THE DEPARTMENT TABLE        *
000610*                                OVERFLOWED -- THE REPORT IS    *
000620*                                NOT TO BE USED                 *
000630*                                                               *
000640*---------------------------------------------------------------*
000650* MODIFICATION HISTORY                                          *
000660*---------------------------------------------------------------*
000670* DATE       INIT DESCRIPTION                                   *
000680*---------------------------------------------------------------*
000690* 10/08/2026 RH   ORIGINAL PROGRAM.                             *
000700*****************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. DEPTOUT.
000730 AUTHOR. R. HOWELL.
000740 INSTALLATION. LINUX GAZETTE DATA CENTER.
000750 DATE-WRITTEN. 10/08/2026.
000760 DATE-COMPILED.
000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT RESULTS-FILE ASSIGN TO RSLTMSTR
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS RSLT-KEY
000840         FILE STATUS IS WS-RSLT-FSTAT.
000850     SELECT PARM-FILE ASSIGN TO OUTPARM
000860         ORGANIZATION IS SEQUENTIAL.
000870     SELECT CALENDAR-FILE ASSIGN TO CALIN
000880         ORGANIZATION IS SEQUENTIAL.
000890     SELECT BUS-CTL-FILE ASSIGN TO BUSDCTL
000900         ORGANIZATION IS SEQUENTIAL.
000910     SELECT REPORT-FILE ASSIGN TO OUTRPT
000920         ORGANIZATION IS SEQUENTIAL.
000930 DATA DIVISION.
000940 FILE SECTION.
000950*---------------------------------------------------------------*
000960* RESULTS-FILE IS THE KEYED RESULTS MASTER DECIMAL MAINTAINS.   *
000970*---------------------------------------------------------------*
000980 FD  RESULTS-FILE.
000990     COPY RSLTMST.
001000*---------------------------------------------------------------*
001010* PARM-FILE CARRIES THE TOLERANCES AND THE HISTORY DEPTH.       *
001020*---------------------------------------------------------------*
001030 FD  PARM-FILE
001040     RECORDING MODE IS F.
001050 01  PARM-REC.
001060     05  OUT-CNT-TOL             PIC 9(03).
001070     05  FILLER                  PIC X(01).
001080     05  OUT-J-TOL               PIC 9(03).
001090     05  FILLER                  PIC X(01).
001100     05  OUT-HIST-DAYS           PIC 9(02).
001110     05  FILLER                  PIC X(70).
001120*---------------------------------------------------------------*
001130* CALENDAR-FILE IS THE PROCESSING CALENDAR (CALNDRC), SCANNED   *
001140* ONCE FOR THE BUSINESS DAYS BEFORE THE REPORT DATE.            *
001150*---------------------------------------------------------------*
001160 FD  CALENDAR-FILE
001170     RECORDING MODE IS F.
001180     COPY CALNDRC.
001190*---------------------------------------------------------------*
001200* BUS-CTL-FILE IS THE CURRENT-BUSINESS-DATE CONTROL (BUSDCTL),  *
001210* READ ONLY.                                                    *
001220*---------------------------------------------------------------*
001230 FD  BUS-CTL-FILE
001240     RECORDING MODE IS F.
001250     COPY BUSDCTL.
001260*---------------------------------------------------------------*
001270* REPORT-FILE IS THE OUTLIER REPORT THE SHIFT OPERATOR READS.   *
001280*---------------------------------------------------------------*
001290 FD  REPORT-FILE
001300     RECORDING MODE IS F.
001310 01  REPORT-REC                  PIC X(132).
001320 WORKING-STORAGE SECTION.
001330*---------------------------------------------------------------*
001340* SWITCHES AND FILE STATUS                                      *
001350*---------------------------------------------------------------*
001360 01  WS-SWITCHES.
001370     05  WS-PARM-EOF-SW          PIC X(01)       VALUE 'N'.
001380         88  WS-PARM-EOF                         VALUE 'Y'.
001390     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
001400         88  WS-CAL-EOF                          VALUE 'Y'.
001410     05  WS-RSLT-EOF-SW          PIC X(01)       VALUE 'N'.
001420         88  WS-RSLT-EOF                         VALUE 'Y'.
001430     05  WS-RSLT-OPEN-SW         PIC X(01)       VALUE 'N'.
001440         88  WS-RSLT-OPEN                        VALUE 'Y'.
001450     05  WS-STOP-SW              PIC X(01)       VALUE 'N'.
001460         88  WS-STOPPED                          VALUE 'Y'.
001470     05  WS-BREAK-SW             PIC X(01)       VALUE 'N'.
001480         88  WS-BREAK-FOUND                      VALUE 'Y'.
001490     05  WS-SLOT-FOUND-SW        PIC X(01)       VALUE 'N'.
001500         88  WS-SLOT-FOUND                       VALUE 'Y'.
001510     05  WS-DAY-FOUND-SW         PIC X(01)       VALUE 'N'.
001520         88  WS-DAY-FOUND                        VALUE 'Y'.
001530     05  WS-TODAY-BDAY-SW        PIC X(01)       VALUE 'N'.
001540         88  WS-TODAY-BDAY                       VALUE 'Y'.
001550 01  WS-RSLT-FSTAT               PIC X(02)       VALUE SPACES.
001560*---------------------------------------------------------------*
001570* TOLERANCES AND HISTORY DEPTH -- PARM-SET, WITH DEFAULTS.      *
001580*---------------------------------------------------------------*
001590 01  WS-CNT-TOL                  PIC S9(03) COMP  VALUE 100.
001600 01  WS-J-TOL                    PIC S9(03) COMP  VALUE 100.
001610 01  WS-HIST-DAYS                PIC S9(03) COMP  VALUE 5.
001620 01  WS-HIST-MAX                 PIC S9(03) COMP  VALUE 20.
001630*---------------------------------------------------------------*
001640* THE DAYS OF THE REPORT, OLDEST FIRST: THE BUSINESS DAYS OF    *
001650* HISTORY (AS MANY AS THE CALENDAR HAS, UP TO THE DEPTH) AND    *
001660* THEN THE REPORT DATE ITSELF, AT WS-TODAY-SUB.                 *
001670*---------------------------------------------------------------*
001680 01  WS-REPORT-DATE              PIC 9(08)        VALUE ZERO.
001690 01  WS-CYCLE-NO                 PIC 9(02)        VALUE ZERO.
001700 01  WS-CAL-PREV-DATE            PIC 9(08)        VALUE ZERO.
001710 01  WS-HIST-COUNT               PIC S9(03) COMP  VALUE ZERO.
001720 01  WS-TODAY-SUB                PIC S9(03) COMP  VALUE ZERO.
001730 01  WS-DAY-SUB                  PIC S9(03) COMP  VALUE ZERO.
001740 01  WS-DAY-MAX                  PIC S9(03) COMP  VALUE 21.
001750 01  WS-DAY-TABLE.
001760     05  WS-DAY-DATE             PIC 9(08)       OCCURS 21 TIMES.
001770*---------------------------------------------------------------*
001780* THE DEPARTMENT TABLE -- ONE ENTRY PER SOURCE AND DEPARTMENT   *
001790* SEEN IN THE WINDOW, IN KEY ORDER, WITH ITS RECORD COUNT AND   *
001800* TR-J TOTAL FOR EACH DAY OF THE WINDOW.  WS-DPT-STATE IS SET   *
001810* BY THE COMPARISON.                                            *
001820*---------------------------------------------------------------*
001830 01  WS-DPT-LIMIT                PIC S9(04) COMP  VALUE 2000.
001840 01  WS-DPT-COUNT                PIC S9(04) COMP  VALUE ZERO.
001850 01  WS-DPT-SUB                  PIC S9(04) COMP  VALUE ZERO.
001860 01  WS-SHIFT-SUB                PIC S9(04) COMP  VALUE ZERO.
001870 01  WS-DPT-TABLE.
001880     05  WS-DPT-ENTRY            OCCURS 2000 TIMES.
001890         10  WS-DPT-TBL-KEY.
001900             15  WS-DPT-SOURCE   PIC X(03).
001910             15  WS-DPT-I        PIC S9(08).
001920         10  WS-DPT-STATE        PIC X(01).
001930             88  WS-DPT-OUTLIER                  VALUE 'O'.
001940             88  WS-DPT-MISSING                  VALUE 'M'.
001950         10  WS-DPT-FLAG         PIC X(08).
001960         10  WS-DPT-DAY          OCCURS 21 TIMES.
001970             15  WS-DPT-CNT      PIC S9(07) COMP.
001980             15  WS-DPT-J        PIC S9(15)V9(04) COMP-3.
001990*---------------------------------------------------------------*
002000* THE RESULT BEING COUNTED.                                     *
002010*---------------------------------------------------------------*
002020 01  WS-CUR-KEY.
002030     05  WS-CUR-SOURCE           PIC X(03).
002040     05  WS-CUR-I                PIC S9(08).
002050*---------------------------------------------------------------*
002060* ONE DEPARTMENT'S FIGURES AND THE TOLERANCE ARITHMETIC.  A     *
002070* FIGURE IS TESTED BY ITS HISTORY TOTAL RATHER THAN THE ROUNDED *
002080* AVERAGE: TODAY TIMES THE DAYS OF HISTORY, LESS THE TOTAL, IS  *
002090* THE SWING IN THE SAME SCALE AS THE TOTAL.                     *
002100*---------------------------------------------------------------*
002110 01  WS-HIST-CNT                 PIC S9(09) COMP  VALUE ZERO.
002120 01  WS-HIST-J                   PIC S9(15)V9(04) COMP-3.
002130 01  WS-SENT-DAYS                PIC S9(03) COMP  VALUE ZERO.
002140 01  WS-TEST-TODAY               PIC S9(15)V9(04) COMP-3.
002150 01  WS-TEST-HIST                PIC S9(15)V9(04) COMP-3.
002160 01  WS-TEST-TOL                 PIC S9(03) COMP  VALUE ZERO.
002170 01  WS-TEST-SWING               PIC S9(15)V9(04) COMP-3.
002180 01  WS-TEST-ABS-SWING           PIC S9(15)V9(04) COMP-3.
002190 01  WS-TEST-ABS-HIST            PIC S9(15)V9(04) COMP-3.
002200 01  WS-TEST-PCT                 PIC S9(04)V9(01) COMP-3.
002210 01  WS-TEST-FLAG-SW             PIC X(01)       VALUE 'N'.
002220     88  WS-TEST-FLAGGED                         VALUE 'Y'.
002230 01  WS-TEST-PCT-SW              PIC X(01)       VALUE 'N'.
002240     88  WS-TEST-PCT-SHOWN                       VALUE 'Y'.
002250 01  WS-CNT-FLAG-SW              PIC X(01)       VALUE 'N'.
002260     88  WS-CNT-FLAGGED                          VALUE 'Y'.
002270 01  WS-J-FLAG-SW                PIC X(01)       VALUE 'N'.
002280     88  WS-J-FLAGGED                            VALUE 'Y'.
002290*---------------------------------------------------------------*
002300* CONTROL TOTALS                                                *
002310*---------------------------------------------------------------*
002320 01  WS-COUNTERS.
002330     05  WS-MASTER-READ          PIC S9(08) COMP  VALUE ZERO.
002340     05  WS-RESULTS-TAKEN        PIC S9(08) COMP  VALUE ZERO.
002350     05  WS-BACKED-OUT           PIC S9(08) COMP  VALUE ZERO.
002360     05  WS-OFF-CALENDAR         PIC S9(08) COMP  VALUE ZERO.
002370     05  WS-OUTLIERS             PIC S9(08) COMP  VALUE ZERO.
002380     05  WS-MISSING              PIC S9(08) COMP  VALUE ZERO.
002390*---------------------------------------------------------------*
002400* REPORT WORK AREAS                                             *
002410*---------------------------------------------------------------*
002420 01  WS-RPT-HEADING-1.
002430     05  FILLER                  PIC X(040)
002440             VALUE "DEPTOUT DEPARTMENT OUTLIER REPORT".
002450     05  FILLER                  PIC X(015)
002460             VALUE "BUSINESS DATE: ".
002470     05  RPT-BUS-DATE            PIC 9(08).
002480     05  FILLER                  PIC X(012)
002490             VALUE "  RUN DATE: ".
002500     05  RPT-RUN-DATE            PIC 9(08).
002510     05  FILLER                  PIC X(049)      VALUE SPACES.
002520 01  WS-RPT-CRITERIA.
002530     05  FILLER                  PIC X(008)      VALUE "HISTORY ".
002540     05  CRIT-DAYS               PIC Z9.
002550     05  FILLER                  PIC X(017)
002560             VALUE " BUSINESS DAYS ( ".
002570     05  CRIT-FROM               PIC 9(08).
002580     05  FILLER                  PIC X(003)      VALUE " - ".
002590     05  CRIT-TO                 PIC 9(08).
002600     05  FILLER                  PIC X(016)
002610             VALUE " )  COUNT TOL   ".
002620     05  CRIT-CNT-TOL            PIC ZZ9.
002630     05  FILLER                  PIC X(016)
002640             VALUE " PCT  J TOL     ".
002650     05  CRIT-J-TOL              PIC ZZ9.
002660     05  FILLER                  PIC X(004)      VALUE " PCT".
002670     05  FILLER                  PIC X(044)      VALUE SPACES.
002680 01  WS-RPT-CYCLE-NOTE.
002690     05  FILLER                  PIC X(040)
002700             VALUE "DAY NOT YET CLOSED -- TODAY IS THROUGH ".
002710     05  FILLER                  PIC X(006)      VALUE "CYCLE ".
002720     05  CYC-NOTE-NO             PIC 9(02).
002730     05  FILLER                  PIC X(084)      VALUE SPACES.
002740 01  WS-RPT-SECTION.
002750     05  SEC-TITLE               PIC X(060).
002760     05  FILLER                  PIC X(072)      VALUE SPACES.
002770 01  WS-RPT-COL-HEAD.
002780     05  FILLER                  PIC X(025)
002790             VALUE "SRC       DEPT  FLAG     ".
002800     05  FILLER                  PIC X(010)
002810             VALUE "   COUNT  ".
002820     05  FILLER                  PIC X(011)
002830             VALUE "   AVERAGE ".
002840     05  FILLER                  PIC X(009)
002850             VALUE "    PCT  ".
002860     05  FILLER                  PIC X(019)
002870             VALUE "     TODAY J TOTAL ".
002880     05  FILLER                  PIC X(019)
002890             VALUE "   AVERAGE J TOTAL ".
002900     05  FILLER                  PIC X(007)      VALUE "    PCT".
002910     05  FILLER                  PIC X(032)      VALUE SPACES.
002920 01  WS-DEPT-LINE.
002930     05  DPL-SOURCE              PIC X(03).
002940     05  FILLER                  PIC X(02)       VALUE SPACES.
002950     05  DPL-I                   PIC --------9.
002960     05  FILLER                  PIC X(02)       VALUE SPACES.
002970     05  DPL-FLAG                PIC X(08).
002980     05  FILLER                  PIC X(01)       VALUE SPACES.
002990     05  DPL-TODAY-CNT           PIC ZZZZZZZ9.
003000     05  FILLER                  PIC X(02)       VALUE SPACES.
003010     05  DPL-AVG-CNT             PIC ZZZZZZZ9.9.
003020     05  FILLER                  PIC X(01)       VALUE SPACES.
003030     05  DPL-CNT-PCT             PIC ----9.9.
003040     05  DPL-CNT-PCT-X           REDEFINES DPL-CNT-PCT
003050                                 PIC X(07).
003060     05  FILLER                  PIC X(02)       VALUE SPACES.
003070     05  DPL-TODAY-J             PIC --------------9.99.
003080     05  FILLER                  PIC X(01)       VALUE SPACES.
003090     05  DPL-AVG-J               PIC --------------9.99.
003100     05  FILLER                  PIC X(01)       VALUE SPACES.
003110     05  DPL-J-PCT               PIC ----9.9.
003120     05  DPL-J-PCT-X             REDEFINES DPL-J-PCT
003130                                 PIC X(07).
003140     05  FILLER                  PIC X(032)      VALUE SPACES.
003150 01  WS-HIST-LINE.
003160     05  FILLER                  PIC X(06)       VALUE SPACES.
003170     05  HSL-DATE                PIC 9(08).
003180     05  FILLER                  PIC X(11)       VALUE SPACES.
003190     05  HSL-CNT                 PIC ZZZZZZZ9.
003200     05  FILLER                  PIC X(22)       VALUE SPACES.
003210     05  HSL-J                   PIC --------------9.99.
003220     05  FILLER                  PIC X(059)      VALUE SPACES.
003230 01  WS-RPT-TRAILER.
003240     05  FILLER                  PIC X(014)
003250             VALUE "MASTER READ   ".
003260     05  TRL-MASTER-READ         PIC ZZZZZZZ9.
003270     05  FILLER                  PIC X(017)
003280             VALUE "  RESULTS TAKEN  ".
003290     05  TRL-TAKEN               PIC ZZZZZZZ9.
003300     05  FILLER                  PIC X(017)
003310             VALUE "  DEPARTMENTS    ".
003320     05  TRL-DEPTS               PIC ZZZZZZZ9.
003330     05  FILLER                  PIC X(017)
003340             VALUE "  OUTLIERS       ".
003350     05  TRL-OUTLIERS            PIC ZZZZZZZ9.
003360     05  FILLER                  PIC X(017)
003370             VALUE "  MISSING TODAY  ".
003380     05  TRL-MISSING             PIC ZZZZZZZ9.
003390     05  FILLER                  PIC X(010)      VALUE SPACES.
003400 01  WS-RPT-RESULT-LINE.
003410     05  RES-TEXT                PIC X(060).
003420     05  FILLER                  PIC X(072)      VALUE SPACES.
003430 PROCEDURE DIVISION.
003440*****************************************************************
003450* 0000-MAINLINE                                                 *
003460*****************************************************************
003470 0000-MAINLINE.
003480     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003490     IF NOT WS-STOPPED
003500         PERFORM 2000-COLLECT-RESULTS
003510                 THRU 2000-COLLECT-RESULTS-EXIT
003520     END-IF.
003530     IF NOT WS-STOPPED
003540         PERFORM 3000-COMPARE THRU 3000-COMPARE-EXIT
003550         PERFORM 4000-REPORT-OUTLIERS
003560                 THRU 4000-REPORT-OUTLIERS-EXIT
003570         PERFORM 5000-REPORT-MISSING
003580                 THRU 5000-REPORT-MISSING-EXIT
003590     END-IF.
003600     PERFORM 6000-WRAP-UP THRU 6000-WRAP-UP-EXIT.
003610     STOP RUN.
003620*****************************************************************
003630* 1000-INITIALIZE -- READS THE TOLERANCE CARD AND THE CONTROL   *
003640* RECORD, FINDS THE HISTORY DAYS ON THE CALENDAR AND WRITES THE *
003650* HEADINGS.  NO CONTROL RECORD, OR NO DATE ON IT, STOPS THE RUN *
003660* RC=8 BEFORE ANYTHING IS READ.                                 *
003670*****************************************************************
003680 1000-INITIALIZE.
003690     OPEN INPUT PARM-FILE.
003700     READ PARM-FILE
003710         AT END
003720             MOVE 'Y' TO WS-PARM-EOF-SW
003730     END-READ.
003740     IF WS-PARM-EOF
003750         DISPLAY "DEPTOUT   - NO TOLERANCE CARD, USING 100/100/"
003760                 "05"
003770     ELSE
003780         IF OUT-CNT-TOL IS NUMERIC AND OUT-CNT-TOL > ZERO
003790             MOVE OUT-CNT-TOL TO WS-CNT-TOL
003800         END-IF
003810         IF OUT-J-TOL IS NUMERIC AND OUT-J-TOL > ZERO
003820             MOVE OUT-J-TOL TO WS-J-TOL
003830         END-IF
003840         IF OUT-HIST-DAYS IS NUMERIC
003850            AND OUT-HIST-DAYS > ZERO
003860             IF OUT-HIST-DAYS > WS-HIST-MAX
003870                 MOVE WS-HIST-MAX TO WS-HIST-DAYS
003880             ELSE
003890                 MOVE OUT-HIST-DAYS TO WS-HIST-DAYS
003900             END-IF
003910         END-IF
003920     END-IF.
003930     CLOSE PARM-FILE.
003940     DISPLAY "DEPTOUT   - COUNT TOL " WS-CNT-TOL
003950             " PCT, J TOL " WS-J-TOL
003960             " PCT, HISTORY " WS-HIST-DAYS " BUSINESS DAYS".
003970     OPEN OUTPUT REPORT-FILE.
003980     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
003990     PERFORM 1100-READ-BUS-CTL THRU 1100-READ-BUS-CTL-EXIT.
004000     MOVE WS-REPORT-DATE TO RPT-BUS-DATE.
004010     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
004020     IF WS-STOPPED
004030         GO TO 1000-INITIALIZE-EXIT
004040     END-IF.
004050     PERFORM 1200-SCAN-CALENDAR THRU 1200-SCAN-CALENDAR-EXIT.
004060     COMPUTE WS-TODAY-SUB = WS-HIST-COUNT + 1.
004070     MOVE WS-REPORT-DATE TO WS-DAY-DATE (WS-TODAY-SUB).
004080     MOVE WS-HIST-COUNT  TO CRIT-DAYS.
004090     MOVE WS-DAY-DATE (1) TO CRIT-FROM.
004100     MOVE WS-REPORT-DATE TO CRIT-TO.
004110     MOVE WS-CNT-TOL     TO CRIT-CNT-TOL.
004120     MOVE WS-J-TOL       TO CRIT-J-TOL.
004130     WRITE REPORT-REC FROM WS-RPT-CRITERIA.
004140     IF WS-CYCLE-NO > ZERO
004150         MOVE WS-CYCLE-NO TO CYC-NOTE-NO
004160         WRITE REPORT-REC FROM WS-RPT-CYCLE-NOTE
004170     END-IF.
004180     IF NOT WS-TODAY-BDAY
004190         DISPLAY "DEPTOUT   - " WS-REPORT-DATE
004200                 " IS NOT A BUSINESS DAY ON THE CALENDAR"
004210     END-IF.
004220     IF WS-HIST-COUNT < WS-HIST-DAYS
004230         DISPLAY "DEPTOUT   - ONLY " WS-HIST-COUNT
004240                 " BUSINESS DAYS BEFORE " WS-REPORT-DATE
004250                 " ON THE CALENDAR"
004260     END-IF.
004270 1000-INITIALIZE-EXIT.
004280     EXIT.
004290*****************************************************************
004300* 1100-READ-BUS-CTL -- READS THE BUSINESS-DATE CONTROL FOR THE  *
004310* DATE TO REPORT, AS DECBAL PICKS IT: A LAST CYCLE ON THE       *
004320* CONTROL MEANS AN INTRADAY CYCLE JUST RAN AND THE DATE IS      *
004330* STILL THE CONTROL'S CURRENT ONE; OTHERWISE IT IS THE DATE     *
004340* LAST COMPLETED.                                               *
004350*****************************************************************
004360 1100-READ-BUS-CTL.
004370     OPEN INPUT BUS-CTL-FILE.
004380     READ BUS-CTL-FILE
004390         AT END
004400             DISPLAY "DEPTOUT   - NO BUSINESS-DATE CONTROL "
004410                     "RECORD"
004420             CLOSE BUS-CTL-FILE
004430             MOVE 'Y' TO WS-STOP-SW
004440             GO TO 1100-READ-BUS-CTL-EXIT
004450     END-READ.
004460     CLOSE BUS-CTL-FILE.
004470     IF CTL-LAST-CYCLE IS NUMERIC AND CTL-LAST-CYCLE > ZERO
004480        AND CTL-BUS-DATE IS NUMERIC
004490         MOVE CTL-BUS-DATE   TO WS-REPORT-DATE
004500         MOVE CTL-LAST-CYCLE TO WS-CYCLE-NO
004510         GO TO 1100-READ-BUS-CTL-EXIT
004520     END-IF.
004530     IF CTL-LAST-RUN-DATE NOT NUMERIC
004540        OR CTL-LAST-RUN-DATE = ZERO
004550         DISPLAY "DEPTOUT   - LAST COMPLETED DATE IS NOT "
004560                 "NUMERIC, OR NO DATE HAS COMPLETED"
004570         MOVE 'Y' TO WS-STOP-SW
004580         GO TO 1100-READ-BUS-CTL-EXIT
004590     END-IF.
004600     MOVE CTL-LAST-RUN-DATE TO WS-REPORT-DATE.
004610 1100-READ-BUS-CTL-EXIT.
004620     EXIT.
004630*****************************************************************
004640* 1200-SCAN-CALENDAR -- READS THE CALENDAR UP TO THE REPORT     *
004650* DATE, KEEPING THE LAST WS-HIST-DAYS BUSINESS DAYS BEFORE IT.  *
004660*****************************************************************
004670 1200-SCAN-CALENDAR.
004680     OPEN INPUT CALENDAR-FILE.
004690     PERFORM 1210-READ-CALENDAR THRU 1210-READ-CALENDAR-EXIT.
004700     PERFORM 1220-TEST-ONE-CAL THRU 1220-TEST-ONE-CAL-EXIT
004710             UNTIL WS-CAL-EOF.
004720     CLOSE CALENDAR-FILE.
004730 1200-SCAN-CALENDAR-EXIT.
004740     EXIT.
004750*****************************************************************
004760* 1210-READ-CALENDAR -- READS ONE CALENDAR RECORD, SETTING THE  *
004770* EOF SWITCH AT END.                                            *
004780*****************************************************************
004790 1210-READ-CALENDAR.
004800     READ CALENDAR-FILE
004810         AT END
004820             MOVE 'Y' TO WS-CAL-EOF-SW
004830     END-READ.
004840 1210-READ-CALENDAR-EXIT.
004850     EXIT.
004860*****************************************************************
004870* 1220-TEST-ONE-CAL -- TAKES ONE CALENDAR DAY.  A BUSINESS DAY  *
004880* BEFORE THE REPORT DATE GOES ON THE END OF THE HISTORY, THE    *
004890* OLDEST DROPPING OFF ONCE THE DEPTH IS REACHED; THE REPORT     *
004900* DATE ITSELF ENDS THE SCAN.                                    *
004910*****************************************************************
004920 1220-TEST-ONE-CAL.
004930     IF CAL-DATE NOT NUMERIC
004940         DISPLAY "DEPTOUT   - UNREADABLE CALENDAR RECORD SKIPPED"
004950         GO TO 1220-TEST-ONE-CAL-READ
004960     END-IF.
004970     IF CAL-DATE NOT > WS-CAL-PREV-DATE
004980         DISPLAY "DEPTOUT   - CALENDAR DATE " CAL-DATE
004990                 " OUT OF ORDER, RECORD SKIPPED"
005000         GO TO 1220-TEST-ONE-CAL-READ
005010     END-IF.
005020     MOVE CAL-DATE TO WS-CAL-PREV-DATE.
005030     IF CAL-DATE NOT < WS-REPORT-DATE
005040         IF CAL-DATE = WS-REPORT-DATE AND CAL-BUSINESS-DAY
005050             MOVE 'Y' TO WS-TODAY-BDAY-SW
005060         END-IF
005070         MOVE 'Y' TO WS-CAL-EOF-SW
005080         GO TO 1220-TEST-ONE-CAL-EXIT
005090     END-IF.
005100     IF NOT CAL-BUSINESS-DAY
005110         GO TO 1220-TEST-ONE-CAL-READ
005120     END-IF.
005130     IF WS-HIST-COUNT < WS-HIST-DAYS
005140         ADD 1 TO WS-HIST-COUNT
005150     ELSE
005160         MOVE 1 TO WS-DAY-SUB
005170         PERFORM 1230-SHIFT-DAY THRU 1230-SHIFT-DAY-EXIT
005180                 UNTIL WS-DAY-SUB >= WS-HIST-COUNT
005190     END-IF.
005200     MOVE CAL-DATE TO WS-DAY-DATE (WS-HIST-COUNT).
005210 1220-TEST-ONE-CAL-READ.
005220     PERFORM 1210-READ-CALENDAR THRU 1210-READ-CALENDAR-EXIT.
005230 1220-TEST-ONE-CAL-EXIT.
005240     EXIT.
005250*****************************************************************
005260* 1230-SHIFT-DAY -- MOVES ONE HISTORY DAY DOWN A PLACE,         *
005270* DROPPING THE OLDEST.                                          *
005280*****************************************************************
005290 1230-SHIFT-DAY.
005300     MOVE WS-DAY-DATE (WS-DAY-SUB + 1)
005310                         TO WS-DAY-DATE (WS-DAY-SUB).
005320     ADD 1 TO WS-DAY-SUB.
005330 1230-SHIFT-DAY-EXIT.
005340     EXIT.
005350*****************************************************************
005360* 2000-COLLECT-RESULTS -- WALKS THE RESULTS MASTER FROM THE     *
005370* OLDEST HISTORY DAY THROUGH THE REPORT DATE INTO THE           *
005380* DEPARTMENT TABLE.  A MASTER THAT WILL NOT OPEN STOPS THE RUN. *
005390*****************************************************************
005400 2000-COLLECT-RESULTS.
005410     OPEN INPUT RESULTS-FILE.
005420     IF WS-RSLT-FSTAT NOT = '00'
005430         DISPLAY "DEPTOUT   - RESULTS MASTER NOT AVAILABLE, "
005440                 "STATUS " WS-RSLT-FSTAT
005450         MOVE 'Y' TO WS-STOP-SW
005460         GO TO 2000-COLLECT-RESULTS-EXIT
005470     END-IF.
005480     MOVE 'Y' TO WS-RSLT-OPEN-SW.
005490     MOVE LOW-VALUES      TO RSLT-KEY.
005500     MOVE WS-DAY-DATE (1) TO RSLT-RUN-DATE.
005510     START RESULTS-FILE KEY >= RSLT-KEY
005520         INVALID KEY
005530             MOVE 'Y' TO WS-RSLT-EOF-SW
005540     END-START.
005550     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT
005560             UNTIL WS-RSLT-EOF OR WS-BREAK-FOUND.
005570     DISPLAY "DEPTOUT   - SOURCE/DEPARTMENTS IN THE WINDOW: "
005580             WS-DPT-COUNT.
005590 2000-COLLECT-RESULTS-EXIT.
005600     EXIT.
005610*****************************************************************
005620* 2100-READ-MASTER -- READS THE NEXT MASTER RECORD AND COUNTS   *
005630* IT AGAINST ITS DAY, ENDING THE WALK PAST THE REPORT DATE.  A  *
005640* RUN DATE THAT IS NOT ONE OF THE WINDOW'S DAYS IS LEFT OUT.    *
005650*****************************************************************
005660 2100-READ-MASTER.
005670     READ RESULTS-FILE NEXT RECORD
005680         AT END
005690             MOVE 'Y' TO WS-RSLT-EOF-SW
005700             GO TO 2100-READ-MASTER-EXIT
005710     END-READ.
005720     ADD 1 TO WS-MASTER-READ.
005730     IF RSLT-RUN-DATE > WS-REPORT-DATE
005740         MOVE 'Y' TO WS-RSLT-EOF-SW
005750         GO TO 2100-READ-MASTER-EXIT
005760     END-IF.
005770     IF RSLT-STATUS = "BACKED OUT"
005780         ADD 1 TO WS-BACKED-OUT
005790         GO TO 2100-READ-MASTER-EXIT
005800     END-IF.
005810     PERFORM 2200-FIND-DAY THRU 2200-FIND-DAY-EXIT.
005820     IF NOT WS-DAY-FOUND
005830         ADD 1 TO WS-OFF-CALENDAR
005840         GO TO 2100-READ-MASTER-EXIT
005850     END-IF.
005860     ADD 1 TO WS-RESULTS-TAKEN.
005870     MOVE RSLT-SOURCE-CD TO WS-CUR-SOURCE.
005880     MOVE RSLT-TR-I      TO WS-CUR-I.
005890     PERFORM 2300-ADD-DEPT THRU 2300-ADD-DEPT-EXIT.
005900 2100-READ-MASTER-EXIT.
005910     EXIT.
005920*****************************************************************
005930* 2200-FIND-DAY -- FINDS THE RECORD'S RUN DATE AMONG THE        *
005940* WINDOW'S DAYS, LEAVING WS-DAY-SUB POINTING AT IT.  RESULTS    *
005950* ARRIVE IN DATE ORDER, SO THE DAY LAST FOUND IS TRIED FIRST.   *
005960*****************************************************************
005970 2200-FIND-DAY.
005980     MOVE 'N' TO WS-DAY-FOUND-SW.
005990     IF WS-DAY-SUB > ZERO AND WS-DAY-SUB NOT > WS-TODAY-SUB
006000         IF WS-DAY-DATE (WS-DAY-SUB) = RSLT-RUN-DATE
006010             MOVE 'Y' TO WS-DAY-FOUND-SW
006020             GO TO 2200-FIND-DAY-EXIT
006030         END-IF
006040     END-IF.
006050     MOVE ZERO TO WS-DAY-SUB.
006060     PERFORM 2210-TEST-DAY THRU 2210-TEST-DAY-EXIT
006070             UNTIL WS-DAY-FOUND
006080                OR WS-DAY-SUB >= WS-TODAY-SUB.
006090 2200-FIND-DAY-EXIT.
006100     EXIT.
006110*****************************************************************
006120* 2210-TEST-DAY -- TESTS THE NEXT DAY OF THE WINDOW.            *
006130*****************************************************************
006140 2210-TEST-DAY.
006150     ADD 1 TO WS-DAY-SUB.
006160     IF WS-DAY-DATE (WS-DAY-SUB) = RSLT-RUN-DATE
006170         MOVE 'Y' TO WS-DAY-FOUND-SW
006180     END-IF.
006190 2210-TEST-DAY-EXIT.
006200     EXIT.
006210*****************************************************************
006220* 2300-ADD-DEPT -- ADDS ONE RESULT TO ITS SOURCE AND            *
006230* DEPARTMENT'S ENTRY FOR THE DAY (SLOTTING A NEW ENTRY IN KEY   *
006240* ORDER).  A FULL TABLE IS A BREAK -- THE REPORT WOULD BE       *
006250* SHORT.                                                        *
006260*****************************************************************
006270 2300-ADD-DEPT.
006280     MOVE 'N' TO WS-SLOT-FOUND-SW.
006290     MOVE ZERO TO WS-DPT-SUB.
006300     PERFORM 2310-TEST-SLOT THRU 2310-TEST-SLOT-EXIT
006310             UNTIL WS-SLOT-FOUND
006320                OR WS-DPT-SUB >= WS-DPT-COUNT.
006330     IF WS-SLOT-FOUND
006340        AND WS-DPT-TBL-KEY (WS-DPT-SUB) = WS-CUR-KEY
006350         GO TO 2300-ADD-DEPT-ADD
006360     END-IF.
006370     IF WS-DPT-COUNT >= WS-DPT-LIMIT
006380         DISPLAY "DEPTOUT   - DEPARTMENT TABLE FULL AT "
006390                 WS-CUR-SOURCE " " WS-CUR-I
006400         MOVE 'Y' TO WS-BREAK-SW
006410         GO TO 2300-ADD-DEPT-EXIT
006420     END-IF.
006430     IF NOT WS-SLOT-FOUND
006440         COMPUTE WS-DPT-SUB = WS-DPT-COUNT + 1
006450     END-IF.
006460     MOVE WS-DPT-COUNT TO WS-SHIFT-SUB.
006470     PERFORM 2320-SHIFT-ONE THRU 2320-SHIFT-ONE-EXIT
006480             UNTIL WS-SHIFT-SUB < WS-DPT-SUB.
006490     ADD 1 TO WS-DPT-COUNT.
006500     MOVE WS-CUR-KEY TO WS-DPT-TBL-KEY (WS-DPT-SUB).
006510     MOVE SPACE      TO WS-DPT-STATE (WS-DPT-SUB).
006520     MOVE SPACES     TO WS-DPT-FLAG (WS-DPT-SUB).
006530     MOVE ZERO TO WS-SHIFT-SUB.
006540     PERFORM 2330-CLEAR-DAY THRU 2330-CLEAR-DAY-EXIT
006550             UNTIL WS-SHIFT-SUB >= WS-DAY-MAX.
006560 2300-ADD-DEPT-ADD.
006570     ADD 1 TO WS-DPT-CNT (WS-DPT-SUB, WS-DAY-SUB).
006580     ADD RSLT-TR-J TO WS-DPT-J (WS-DPT-SUB, WS-DAY-SUB).
006590 2300-ADD-DEPT-EXIT.
006600     EXIT.
006610*****************************************************************
006620* 2310-TEST-SLOT -- STOPS ON THE FIRST ENTRY WHOSE KEY IS NOT   *
006630* BELOW THE RESULT'S.                                           *
006640*****************************************************************
006650 2310-TEST-SLOT.
006660     ADD 1 TO WS-DPT-SUB.
006670     IF WS-DPT-TBL-KEY (WS-DPT-SUB) NOT < WS-CUR-KEY
006680         MOVE 'Y' TO WS-SLOT-FOUND-SW
006690     END-IF.
006700 2310-TEST-SLOT-EXIT.
006710     EXIT.
006720*****************************************************************
006730* 2320-SHIFT-ONE -- MOVES ONE ENTRY UP A PLACE TO OPEN THE SLOT *
006740* FOR A NEW KEY.                                                *
006750*****************************************************************
006760 2320-SHIFT-ONE.
006770     MOVE WS-DPT-ENTRY (WS-SHIFT-SUB)
006780                         TO WS-DPT-ENTRY (WS-SHIFT-SUB + 1).
006790     SUBTRACT 1 FROM WS-SHIFT-SUB.
006800 2320-SHIFT-ONE-EXIT.
006810     EXIT.
006820*****************************************************************
006830* 2330-CLEAR-DAY -- ZEROES ONE DAY OF A NEW ENTRY.              *
006840*****************************************************************
006850 2330-CLEAR-DAY.
006860     ADD 1 TO WS-SHIFT-SUB.
006870     MOVE ZERO TO WS-DPT-CNT (WS-DPT-SUB, WS-SHIFT-SUB).
006880     MOVE ZERO TO WS-DPT-J (WS-DPT-SUB, WS-SHIFT-SUB).
006890 2330-CLEAR-DAY-EXIT.
006900     EXIT.
006910*****************************************************************
006920* 3000-COMPARE -- HOLDS EVERY DEPARTMENT TO ITS OWN HISTORY,    *
006930* MARKING THE OUTLIERS AND THE DEPARTMENTS MISSING TODAY.  WITH *
006940* NO HISTORY DAYS THERE IS NOTHING TO COMPARE WITH.             *
006950*****************************************************************
006960 3000-COMPARE.
006970     IF WS-HIST-COUNT = ZERO
006980         DISPLAY "DEPTOUT   - NO BUSINESS DAYS OF HISTORY, "
006990                 "NOTHING COMPARED"
007000         GO TO 3000-COMPARE-EXIT
007010     END-IF.
007020     MOVE ZERO TO WS-DPT-SUB.
007030     PERFORM 3100-COMPARE-ONE THRU 3100-COMPARE-ONE-EXIT
007040             UNTIL WS-DPT-SUB >= WS-DPT-COUNT.
007050 3000-COMPARE-EXIT.
007060     EXIT.
007070*****************************************************************
007080* 3100-COMPARE-ONE -- COMPARES THE NEXT DEPARTMENT.  NOTHING    *
007090* TODAY IS ONLY NOTED WHEN IT SENT ON EVERY HISTORY DAY.        *
007100* SOMETHING TODAY WITH NO HISTORY IS A NEW DEPARTMENT; ANYTHING *
007110* ELSE HAS ITS COUNT AND ITS J TOTAL TESTED.                    *
007120*****************************************************************
007130 3100-COMPARE-ONE.
007140     ADD 1 TO WS-DPT-SUB.
007150     PERFORM 3200-SUM-HISTORY THRU 3200-SUM-HISTORY-EXIT.
007160     IF WS-DPT-CNT (WS-DPT-SUB, WS-TODAY-SUB) = ZERO
007170         IF WS-SENT-DAYS = WS-HIST-COUNT
007180             MOVE 'M'       TO WS-DPT-STATE (WS-DPT-SUB)
007190             MOVE "MISSING" TO WS-DPT-FLAG (WS-DPT-SUB)
007200             ADD 1 TO WS-MISSING
007210         END-IF
007220         GO TO 3100-COMPARE-ONE-EXIT
007230     END-IF.
007240     IF WS-SENT-DAYS = ZERO
007250         MOVE 'O'   TO WS-DPT-STATE (WS-DPT-SUB)
007260         MOVE "NEW" TO WS-DPT-FLAG (WS-DPT-SUB)
007270         ADD 1 TO WS-OUTLIERS
007280         GO TO 3100-COMPARE-ONE-EXIT
007290     END-IF.
007300     MOVE WS-DPT-CNT (WS-DPT-SUB, WS-TODAY-SUB) TO WS-TEST-TODAY.
007310     MOVE WS-HIST-CNT TO WS-TEST-HIST.
007320     MOVE WS-CNT-TOL  TO WS-TEST-TOL.
007330     PERFORM 3500-TEST-FIGURE THRU 3500-TEST-FIGURE-EXIT.
007340     MOVE WS-TEST-FLAG-SW TO WS-CNT-FLAG-SW.
007350     MOVE WS-DPT-J (WS-DPT-SUB, WS-TODAY-SUB) TO WS-TEST-TODAY.
007360     MOVE WS-HIST-J   TO WS-TEST-HIST.
007370     MOVE WS-J-TOL    TO WS-TEST-TOL.
007380     PERFORM 3500-TEST-FIGURE THRU 3500-TEST-FIGURE-EXIT.
007390     MOVE WS-TEST-FLAG-SW TO WS-J-FLAG-SW.
007400     EVALUATE TRUE
007410         WHEN WS-CNT-FLAGGED AND WS-J-FLAGGED
007420             MOVE "COUNT+J" TO WS-DPT-FLAG (WS-DPT-SUB)
007430         WHEN WS-CNT-FLAGGED
007440             MOVE "COUNT"   TO WS-DPT-FLAG (WS-DPT-SUB)
007450         WHEN WS-J-FLAGGED
007460             MOVE "J TOTAL" TO WS-DPT-FLAG (WS-DPT-SUB)
007470         WHEN OTHER
007480             GO TO 3100-COMPARE-ONE-EXIT
007490     END-EVALUATE.
007500     MOVE 'O' TO WS-DPT-STATE (WS-DPT-SUB).
007510     ADD 1 TO WS-OUTLIERS.
007520 3100-COMPARE-ONE-EXIT.
007530     EXIT.
007540*****************************************************************
007550* 3200-SUM-HISTORY -- TOTALS THE DEPARTMENT WS-DPT-SUB POINTS   *
007560* AT OVER THE HISTORY DAYS, AND COUNTS THE DAYS IT SENT.        *
007570*****************************************************************
007580 3200-SUM-HISTORY.
007590     MOVE ZERO TO WS-HIST-CNT.
007600     MOVE ZERO TO WS-HIST-J.
007610     MOVE ZERO TO WS-SENT-DAYS.
007620     MOVE ZERO TO WS-DAY-SUB.
007630     PERFORM 3210-SUM-ONE-DAY THRU 3210-SUM-ONE-DAY-EXIT
007640             UNTIL WS-DAY-SUB >= WS-HIST-COUNT.
007650 3200-SUM-HISTORY-EXIT.
007660     EXIT.
007670*****************************************************************
007680* 3210-SUM-ONE-DAY -- ADDS ONE HISTORY DAY IN.                  *
007690*****************************************************************
007700 3210-SUM-ONE-DAY.
007710     ADD 1 TO WS-DAY-SUB.
007720     IF WS-DPT-CNT (WS-DPT-SUB, WS-DAY-SUB) > ZERO
007730         ADD 1 TO WS-SENT-DAYS
007740     END-IF.
007750     ADD WS-DPT-CNT (WS-DPT-SUB, WS-DAY-SUB) TO WS-HIST-CNT.
007760     ADD WS-DPT-J (WS-DPT-SUB, WS-DAY-SUB)   TO WS-HIST-J.
007770 3210-SUM-ONE-DAY-EXIT.
007780     EXIT.
007790*****************************************************************
007800* 3500-TEST-FIGURE -- THE SWING IS TODAY TIMES THE HISTORY DAYS *
007810* LESS THE HISTORY TOTAL, WHICH IS TODAY LESS THE AVERAGE IN    *
007820* THE TOTAL'S SCALE.  ITS PERCENTAGE OF THE TOTAL IS SHOWN WHEN *
007830* THE TOTAL IS NOT ZERO (CAPPED AT 9999.9 EITHER WAY), AND THE  *
007840* FIGURE IS FLAGGED WHEN THE SWING, EITHER WAY, IS MORE THAN    *
007850* THE TOLERANCE PERCENTAGE OF THE TOTAL -- OR WHEN THERE IS ANY *
007860* FIGURE TODAY AGAINST A ZERO HISTORY.                          *
007870*****************************************************************
007880 3500-TEST-FIGURE.
007890     MOVE 'N' TO WS-TEST-FLAG-SW.
007900     MOVE 'N' TO WS-TEST-PCT-SW.
007910     COMPUTE WS-TEST-SWING =
007920             WS-TEST-TODAY * WS-HIST-COUNT - WS-TEST-HIST.
007930     IF WS-TEST-HIST = ZERO
007940         IF WS-TEST-TODAY NOT = ZERO
007950             MOVE 'Y' TO WS-TEST-FLAG-SW
007960         END-IF
007970         GO TO 3500-TEST-FIGURE-EXIT
007980     END-IF.
007990     MOVE WS-TEST-SWING TO WS-TEST-ABS-SWING.
008000     IF WS-TEST-ABS-SWING < ZERO
008010         COMPUTE WS-TEST-ABS-SWING = ZERO - WS-TEST-ABS-SWING
008020     END-IF.
008030     MOVE WS-TEST-HIST TO WS-TEST-ABS-HIST.
008040     IF WS-TEST-ABS-HIST < ZERO
008050         COMPUTE WS-TEST-ABS-HIST = ZERO - WS-TEST-ABS-HIST
008060     END-IF.
008070     MOVE 'Y' TO WS-TEST-PCT-SW.
008080     COMPUTE WS-TEST-PCT ROUNDED =
008090             WS-TEST-SWING * 100 / WS-TEST-ABS-HIST
008100         ON SIZE ERROR
008110             IF WS-TEST-SWING < ZERO
008120                 MOVE -9999.9 TO WS-TEST-PCT
008130             ELSE
008140                 MOVE 9999.9 TO WS-TEST-PCT
008150             END-IF
008160     END-COMPUTE.
008170     IF WS-TEST-ABS-SWING * 100 > WS-TEST-ABS-HIST * WS-TEST-TOL
008180         MOVE 'Y' TO WS-TEST-FLAG-SW
008190     END-IF.
008200 3500-TEST-FIGURE-EXIT.
008210     EXIT.
008220*****************************************************************
008230* 4000-REPORT-OUTLIERS -- LISTS THE DEPARTMENTS MARKED OUTSIDE  *
008240* TOLERANCE, EACH WITH ITS HISTORY.                             *
008250*****************************************************************
008260 4000-REPORT-OUTLIERS.
008270     MOVE "DEPARTMENTS OUTSIDE TOLERANCE" TO SEC-TITLE.
008280     WRITE REPORT-REC FROM WS-RPT-SECTION.
008290     WRITE REPORT-REC FROM WS-RPT-COL-HEAD.
008300     MOVE ZERO TO WS-DPT-SUB.
008310     PERFORM 4100-PRINT-ONE-OUTLIER
008320             THRU 4100-PRINT-ONE-OUTLIER-EXIT
008330             UNTIL WS-DPT-SUB >= WS-DPT-COUNT.
008340     IF WS-OUTLIERS = ZERO
008350         MOVE "NONE -- EVERY DEPARTMENT WITHIN TOLERANCE"
008360                                 TO RES-TEXT
008370         WRITE REPORT-REC FROM WS-RPT-RESULT-LINE
008380     END-IF.
008390 4000-REPORT-OUTLIERS-EXIT.
008400     EXIT.
008410*****************************************************************
008420* 4100-PRINT-ONE-OUTLIER -- PRINTS THE NEXT ENTRY IF THE        *
008430* COMPARISON MARKED IT AN OUTLIER.                              *
008440*****************************************************************
008450 4100-PRINT-ONE-OUTLIER.
008460     ADD 1 TO WS-DPT-SUB.
008470     IF WS-DPT-OUTLIER (WS-DPT-SUB)
008480         PERFORM 4500-PRINT-DEPT THRU 4500-PRINT-DEPT-EXIT
008490     END-IF.
008500 4100-PRINT-ONE-OUTLIER-EXIT.
008510     EXIT.
008520*****************************************************************
008530* 4500-PRINT-DEPT -- PRINTS THE DEPARTMENT WS-DPT-SUB POINTS    *
008540* AT: TODAY'S FIGURES AGAINST THE DAILY AVERAGES, THEN ONE LINE *
008550* PER HISTORY DAY.                                              *
008560*****************************************************************
008570 4500-PRINT-DEPT.
008580     PERFORM 3200-SUM-HISTORY THRU 3200-SUM-HISTORY-EXIT.
008590     MOVE WS-DPT-SOURCE (WS-DPT-SUB) TO DPL-SOURCE.
008600     MOVE WS-DPT-I (WS-DPT-SUB)      TO DPL-I.
008610     MOVE WS-DPT-FLAG (WS-DPT-SUB)   TO DPL-FLAG.
008620     MOVE WS-DPT-CNT (WS-DPT-SUB, WS-TODAY-SUB) TO DPL-TODAY-CNT.
008630     COMPUTE DPL-AVG-CNT ROUNDED = WS-HIST-CNT / WS-HIST-COUNT.
008640     MOVE WS-DPT-CNT (WS-DPT-SUB, WS-TODAY-SUB) TO WS-TEST-TODAY.
008650     MOVE WS-HIST-CNT TO WS-TEST-HIST.
008660     MOVE WS-CNT-TOL  TO WS-TEST-TOL.
008670     PERFORM 3500-TEST-FIGURE THRU 3500-TEST-FIGURE-EXIT.
008680     IF WS-TEST-PCT-SHOWN
008690         MOVE WS-TEST-PCT TO DPL-CNT-PCT
008700     ELSE
008710         MOVE SPACES TO DPL-CNT-PCT-X
008720     END-IF.
008730     COMPUTE DPL-TODAY-J ROUNDED =
008740             WS-DPT-J (WS-DPT-SUB, WS-TODAY-SUB).
008750     COMPUTE DPL-AVG-J ROUNDED = WS-HIST-J / WS-HIST-COUNT.
008760     MOVE WS-DPT-J (WS-DPT-SUB, WS-TODAY-SUB) TO WS-TEST-TODAY.
008770     MOVE WS-HIST-J   TO WS-TEST-HIST.
008780     MOVE WS-J-TOL    TO WS-TEST-TOL.
008790     PERFORM 3500-TEST-FIGURE THRU 3500-TEST-FIGURE-EXIT.
008800     IF WS-TEST-PCT-SHOWN
008810         MOVE WS-TEST-PCT TO DPL-J-PCT
008820     ELSE
008830         MOVE SPACES TO DPL-J-PCT-X
008840     END-IF.
008850     WRITE REPORT-REC FROM WS-DEPT-LINE.
008860     MOVE ZERO TO WS-DAY-SUB.
008870     PERFORM 4510-PRINT-HIST-DAY THRU 4510-PRINT-HIST-DAY-EXIT
008880             UNTIL WS-DAY-SUB >= WS-HIST-COUNT.
008890 4500-PRINT-DEPT-EXIT.
008900     EXIT.
008910*****************************************************************
008920* 4510-PRINT-HIST-DAY -- PRINTS ONE HISTORY DAY'S FIGURES.      *
008930*****************************************************************
008940 4510-PRINT-HIST-DAY.
008950     ADD 1 TO WS-DAY-SUB.
008960     MOVE WS-DAY-DATE (WS-DAY-SUB) TO HSL-DATE.
008970     MOVE WS-DPT-CNT (WS-DPT-SUB, WS-DAY-SUB) TO HSL-CNT.
008980     COMPUTE HSL-J ROUNDED = WS-DPT-J (WS-DPT-SUB, WS-DAY-SUB).
008990     WRITE REPORT-REC FROM WS-HIST-LINE.
009000 4510-PRINT-HIST-DAY-EXIT.
009010     EXIT.
009020*****************************************************************
009030* 5000-REPORT-MISSING -- LISTS THE DEPARTMENTS THAT SENT ON     *
009040* EVERY HISTORY DAY AND NOTHING TODAY, EACH WITH ITS HISTORY.   *
009050*****************************************************************
009060 5000-REPORT-MISSING.
009070     MOVE "DEPARTMENTS THAT SEND DAILY WITH NOTHING TODAY"
009080                                 TO SEC-TITLE.
009090     WRITE REPORT-REC FROM WS-RPT-SECTION.
009100     WRITE REPORT-REC FROM WS-RPT-COL-HEAD.
009110     MOVE ZERO TO WS-DPT-SUB.
009120     PERFORM 5100-PRINT-ONE-MISSING
009130             THRU 5100-PRINT-ONE-MISSING-EXIT
009140             UNTIL WS-DPT-SUB >= WS-DPT-COUNT.
009150     IF WS-MISSING = ZERO
009160         MOVE "NONE -- EVERY DAILY DEPARTMENT SENT TODAY"
009170                                 TO RES-TEXT
009180         WRITE REPORT-REC FROM WS-RPT-RESULT-LINE
009190     END-IF.
009200 5000-REPORT-MISSING-EXIT.
009210     EXIT.
009220*****************************************************************
009230* 5100-PRINT-ONE-MISSING -- PRINTS THE NEXT ENTRY IF THE        *
009240* COMPARISON MARKED IT MISSING TODAY.                           *
009250*****************************************************************
009260 5100-PRINT-ONE-MISSING.
009270     ADD 1 TO WS-DPT-SUB.
009280     IF WS-DPT-MISSING (WS-DPT-SUB)
009290         PERFORM 4500-PRINT-DEPT THRU 4500-PRINT-DEPT-EXIT
009300     END-IF.
009310 5100-PRINT-ONE-MISSING-EXIT.
009320     EXIT.
009330*****************************************************************
009340* 6000-WRAP-UP -- WRITES THE CONTROL-TOTAL TRAILER AND THE      *
009350* RESULT LINE, SETS THE RETURN CODE AND CLOSES THE FILES.       *
009360*****************************************************************
009370 6000-WRAP-UP.
009380     MOVE WS-MASTER-READ   TO TRL-MASTER-READ.
009390     MOVE WS-RESULTS-TAKEN TO TRL-TAKEN.
009400     MOVE WS-DPT-COUNT     TO TRL-DEPTS.
009410     MOVE WS-OUTLIERS      TO TRL-OUTLIERS.
009420     MOVE WS-MISSING       TO TRL-MISSING.
009430     WRITE REPORT-REC FROM WS-RPT-TRAILER.
009440     EVALUATE TRUE
009450         WHEN WS-STOPPED
009460             MOVE "*** RUN STOPPED -- NO REPORT PRODUCED ***"
009470                                 TO RES-TEXT
009480             MOVE 8 TO RETURN-CODE
009490         WHEN WS-BREAK-FOUND
009500             MOVE "*** BREAK -- REPORT NOT TO BE USED ***"
009510                                 TO RES-TEXT
009520             MOVE 8 TO RETURN-CODE
009530         WHEN WS-OUTLIERS > ZERO
009540           OR WS-MISSING > ZERO
009550             MOVE "REPORT COMPLETE -- DEPARTMENTS OUT OF LINE"
009560                                 TO RES-TEXT
009570             MOVE 4 TO RETURN-CODE
009580         WHEN OTHER
009590             MOVE "REPORT COMPLETE" TO RES-TEXT
009600     END-EVALUATE.
009610     WRITE REPORT-REC FROM WS-RPT-RESULT-LINE.
009620     DISPLAY "DEPTOUT   - " WS-RPT-TRAILER.
009630     DISPLAY "DEPTOUT   - " RES-TEXT.
009640     IF WS-BACKED-OUT > ZERO OR WS-OFF-CALENDAR > ZERO
009650         DISPLAY "DEPTOUT   - BACKED-OUT RESULTS SKIPPED: "
009660                 WS-BACKED-OUT ", RUN DATE NOT A WINDOW DAY: "
009670                 WS-OFF-CALENDAR
009680     END-IF.
009690     IF WS-RSLT-OPEN
009700         CLOSE RESULTS-FILE
009710     END-IF.
009720     CLOSE REPORT-FILE.
009730 6000-WRAP-UP-EXIT.
009740     EXIT.
