000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : PRDCLOSE                                         *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/16/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : FISCAL PERIOD CLOSE.  LOCKS ONE FISCAL PERIOD ON *
000190*              THE PROCESSING CALENDAR (CALNDRC) SO DECIMAL AND *
000200*              SUSPFIX ROUTE ANYTHING DATED INTO IT TO THE NEXT *
000210*              OPEN PERIOD, AND PRINTS THE PERIOD'S TRIAL       *
000220*              BALANCE FROM THE BALANCE MASTER (GLBALRC).       *
000230*                                                               *
000240*              THE TRIAL BALANCE MUST TIE BEFORE THE PERIOD     *
000250*              CLOSES: THE MASTER'S PERIOD-TO-DATE AMOUNT AND   *
000260*              DETAIL COUNT FOR THE PERIOD ARE PROVED AGAINST   *
000270*              THE GL DETAILS POSTED INTO IT ON THE PERIOD'S    *
000280*              EXTRACT GENERATIONS (GLXPERD, EVERY DAY'S GLXOUT *
000290*              APPENDED AS IT IS ROLLED INTO THE MASTER).  EACH *
000300*              EXTRACT BATCH MUST ALSO PROVE ITS HD/TL COUNT    *
000310*              AND HASH.                                        *
000320*                                                               *
000330*              ON A TIE THE PROGRAM WRITES THE NEW CALENDAR     *
000340*              (CALOUT) WITH THE PERIOD'S DAYS MARKED 'C', AND  *
000350*              THE CARRIED-FORWARD EXTRACT FILE (GLXPNEW) --    *
000360*              ONLY THE BATCHES HOLDING DETAILS POSTED AFTER    *
000370*              THE PERIOD, WHICH THE NEXT CLOSE STILL NEEDS.    *
000380*              THE JOB STREAM SWAPS BOTH IN ON RC=0 ONLY.       *
000390*                                                               *
000400*              CONTROL CARD (PRDPARM):                          *
000410*                COL  1- 4  FISCAL YEAR.                        *
000420*                COL  6- 7  FISCAL PERIOD.                      *
000430*                                                               *
000440*              THE CLOSE IS REFUSED WHEN THE CARD IS MISSING OR *
000450*              UNREADABLE, THE PERIOD IS NOT ON THE CALENDAR OR *
000460*              IS ALREADY CLOSED, AN EARLIER PERIOD IS STILL    *
000470*              OPEN, OR DECIMAL HAS NOT YET COMPLETED THE       *
000480*              PERIOD'S LAST BUSINESS DAY (BUSDCTL).            *
000490*                                                               *
000500*              RETURN CODES: 0 = PERIOD CLOSED                  *
000510*                            8 = CLOSE REFUSED, OR THE TRIAL    *
000520*                                BALANCE DID NOT TIE -- NOTHING *
000530*                                WRITTEN, THE PERIOD STAYS OPEN *
000540*                                                               *
000550*---------------------------------------------------------------*
000560* MODIFICATION HISTORY                                          *
000570*---------------------------------------------------------------*
000580* DATE       INIT DESCRIPTION                                   *
000590*---------------------------------------------------------------*
000600* 09/16/2026 RH   ORIGINAL PROGRAM.                             *
000610*****************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. PRDCLOSE.
000640 AUTHOR. R. HOWELL.
000650 INSTALLATION. LINUX GAZETTE DATA CENTER.
000660 DATE-WRITTEN. 09/16/2026.
000670 DATE-COMPILED.
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT PARM-FILE ASSIGN TO PRDPARM
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT CALENDAR-FILE ASSIGN TO CALIN
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT BUS-CTL-FILE ASSIGN TO BUSDCTL
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT BAL-IN-FILE ASSIGN TO GLBALIN
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT GL-EXTRACT-FILE ASSIGN TO GLXPERD
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT CAL-OUT-FILE ASSIGN TO CALOUT
000820         ORGANIZATION IS SEQUENTIAL.
000830     SELECT GLX-KEEP-FILE ASSIGN TO GLXPNEW
000840         ORGANIZATION IS SEQUENTIAL.
000850     SELECT REPORT-FILE ASSIGN TO TBRPT
000860         ORGANIZATION IS SEQUENTIAL.
000870 DATA DIVISION.
000880 FILE SECTION.
000890*---------------------------------------------------------------*
000900* PARM-FILE NAMES THE FISCAL PERIOD TO CLOSE.                   *
000910*---------------------------------------------------------------*
000920 FD  PARM-FILE
000930     RECORDING MODE IS F.
000940 01  PARM-REC.
000950     05  PRD-FISCAL-ID.
000960         10  PRD-FISCAL-YEAR     PIC 9(04).
000970         10  FILLER              PIC X(01).
000980         10  PRD-FISCAL-PERIOD   PIC 9(02).
000990     05  FILLER                  PIC X(73).
001000*---------------------------------------------------------------*
001010* CALENDAR-FILE IS THE PROCESSING CALENDAR (CALNDRC COPYBOOK).  *
001020* IT IS READ TWICE: ONCE INTO WS-CAL-TABLE TO PROVE THE CLOSE,  *
001030* AND AGAIN RECORD BY RECORD TO WRITE THE NEW CALENDAR.         *
001040*---------------------------------------------------------------*
001050 FD  CALENDAR-FILE
001060     RECORDING MODE IS F.
001070     COPY CALNDRC.
001080*---------------------------------------------------------------*
001090* BUS-CTL-FILE IS DECIMAL'S BUSINESS-DATE CONTROL RECORD        *
001100* (BUSDCTL COPYBOOK), READ ONLY HERE FOR THE LAST DATE RUN.     *
001110*---------------------------------------------------------------*
001120 FD  BUS-CTL-FILE
001130     RECORDING MODE IS F.
001140     COPY BUSDCTL.
001150*---------------------------------------------------------------*
001160* BAL-IN-FILE IS THE BALANCE MASTER GLBAL MAINTAINS (GLBALRC).  *
001170*---------------------------------------------------------------*
001180 FD  BAL-IN-FILE
001190     RECORDING MODE IS F.
001200     COPY GLBALRC.
001210*---------------------------------------------------------------*
001220* GL-EXTRACT-FILE IS THE ACCUMULATED EXTRACT GENERATIONS SINCE  *
001230* THE LAST CLOSE (GLEXTRC COPYBOOK).  READ TWICE: TO PROVE AND  *
001240* TOTAL IT, THEN TO COPY THE BATCHES CARRIED FORWARD.           *
001250*---------------------------------------------------------------*
001260 FD  GL-EXTRACT-FILE
001270     RECORDING MODE IS F.
001280     COPY GLEXTRC.
001290*---------------------------------------------------------------*
001300* CAL-OUT-FILE IS THE NEW CALENDAR, WITH THE PERIOD CLOSED.     *
001310*---------------------------------------------------------------*
001320 FD  CAL-OUT-FILE
001330     RECORDING MODE IS F.
001340 01  CAL-OUT-REC                 PIC X(080).
001350*---------------------------------------------------------------*
001360* GLX-KEEP-FILE IS THE EXTRACT BATCHES CARRIED TO THE NEXT      *
001370* CLOSE, IN THE ORDER THEY WERE APPENDED.                       *
001380*---------------------------------------------------------------*
001390 FD  GLX-KEEP-FILE
001400     RECORDING MODE IS F.
001410 01  GLX-KEEP-REC                PIC X(080).
001420*---------------------------------------------------------------*
001430* REPORT-FILE IS THE TRIAL BALANCE AND THE TIE-OUT.             *
001440*---------------------------------------------------------------*
001450 FD  REPORT-FILE
001460     RECORDING MODE IS F.
001470 01  REPORT-REC                  PIC X(132).
001480 WORKING-STORAGE SECTION.
001490*---------------------------------------------------------------*
001500* SWITCHES                                                      *
001510*---------------------------------------------------------------*
001520 01  WS-SWITCHES.
001530     05  WS-PARM-EOF-SW          PIC X(01)       VALUE 'N'.
001540         88  WS-PARM-EOF                         VALUE 'Y'.
001550     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
001560         88  WS-CAL-EOF                          VALUE 'Y'.
001570     05  WS-CAL-FOUND-SW         PIC X(01)       VALUE 'N'.
001580         88  WS-CAL-FOUND                        VALUE 'Y'.
001590     05  WS-BAL-EOF-SW           PIC X(01)       VALUE 'N'.
001600         88  WS-BAL-EOF                          VALUE 'Y'.
001610     05  WS-GLX-EOF-SW           PIC X(01)       VALUE 'N'.
001620         88  WS-GLX-EOF                          VALUE 'Y'.
001630     05  WS-BATCH-OPEN-SW        PIC X(01)       VALUE 'N'.
001640         88  WS-BATCH-OPEN                       VALUE 'Y'.
001650     05  WS-KEEP-ALL-SW          PIC X(01)       VALUE 'N'.
001660         88  WS-KEEP-ALL                         VALUE 'Y'.
001670     05  WS-REFUSED-SW           PIC X(01)       VALUE 'N'.
001680         88  WS-REFUSED                          VALUE 'Y'.
001690     05  WS-BREAK-SW             PIC X(01)       VALUE 'N'.
001700         88  WS-BREAK-FOUND                      VALUE 'Y'.
001710*---------------------------------------------------------------*
001720* THE PERIOD BEING CLOSED (YYYYPP), ITS FIRST AND LAST DAYS AND *
001730* ITS LAST BUSINESS DAY ON THE CALENDAR.                        *
001740*---------------------------------------------------------------*
001750 01  WS-CLOSE-PERIOD             PIC 9(06)        VALUE ZERO.
001760 01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
001770     05  WS-CLOSE-YEAR           PIC 9(04).
001780     05  WS-CLOSE-PRD            PIC 9(02).
001790 01  WS-PRD-FIRST-DATE           PIC 9(08)        VALUE ZERO.
001800 01  WS-PRD-LAST-DATE            PIC 9(08)        VALUE ZERO.
001810 01  WS-PRD-LAST-BUS-DATE        PIC 9(08)        VALUE ZERO.
001820 01  WS-PRD-DAYS                 PIC S9(04) COMP  VALUE ZERO.
001830 01  WS-LAST-RUN-DATE            PIC 9(08)        VALUE ZERO.
001840*---------------------------------------------------------------*
001850* PROCESSING-CALENDAR TABLE, AND THE LAST DATE LOOKED UP.       *
001860*---------------------------------------------------------------*
001870 01  WS-CAL-LIMIT                PIC S9(04) COMP  VALUE 400.
001880 01  WS-CAL-COUNT                PIC S9(04) COMP  VALUE ZERO.
001890 01  WS-CAL-SUB                  PIC S9(04) COMP  VALUE ZERO.
001900 01  WS-CAL-PREV-DATE            PIC 9(08)        VALUE ZERO.
001910 01  WS-CAL-TABLE.
001920     05  WS-CAL-ENTRY            OCCURS 400 TIMES.
001930         10  WS-CAL-TBL-DATE     PIC 9(08).
001940         10  WS-CAL-TBL-TYPE     PIC X(01).
001950         10  WS-CAL-TBL-PERIOD   PIC 9(06).
001960         10  WS-CAL-TBL-STATUS   PIC X(01).
001970 01  WS-LOOK-DATE                PIC 9(08)        VALUE ZERO.
001980 01  WS-LOOK-PERIOD              PIC 9(06)        VALUE ZERO.
001990*---------------------------------------------------------------*
002000* EXTRACT BATCH TABLE -- ONE KEEP FLAG PER HD/TL BATCH IN THE   *
002010* ORDER READ.  A BATCH IS CARRIED FORWARD WHEN ANY DETAIL POSTS *
002020* AFTER THE PERIOD OR CANNOT BE PLACED ON THE CALENDAR.  WHEN   *
002030* THE TABLE FILLS EVERY BATCH IS CARRIED, WHICH IS ALWAYS SAFE. *
002040*---------------------------------------------------------------*
002050 01  WS-BAT-LIMIT                PIC S9(04) COMP  VALUE 500.
002060 01  WS-BAT-COUNT                PIC S9(04) COMP  VALUE ZERO.
002070 01  WS-BAT-SUB                  PIC S9(04) COMP  VALUE ZERO.
002080 01  WS-BAT-TABLE.
002090     05  WS-BAT-KEEP             PIC X(01) OCCURS 500 TIMES.
002100 01  WS-BAT-DETAILS              PIC S9(09) COMP  VALUE ZERO.
002110 01  WS-BAT-HASH                 PIC S9(15)V9(04) COMP-3
002120                                                  VALUE ZERO.
002130*---------------------------------------------------------------*
002140* CONTROL TOTALS                                                *
002150*---------------------------------------------------------------*
002160 01  WS-COUNTERS.
002170     05  WS-TB-LINES             PIC S9(08) COMP  VALUE ZERO.
002180     05  WS-TB-COUNT             PIC S9(08) COMP  VALUE ZERO.
002190     05  WS-TB-PTD               PIC S9(15)V9(04) COMP-3
002200                                                  VALUE ZERO.
002210     05  WS-TB-YTD               PIC S9(15)V9(04) COMP-3
002220                                                  VALUE ZERO.
002230     05  WS-GLX-BATCHES          PIC S9(08) COMP  VALUE ZERO.
002240     05  WS-GLX-COUNT            PIC S9(08) COMP  VALUE ZERO.
002250     05  WS-GLX-AMOUNT           PIC S9(15)V9(04) COMP-3
002260                                                  VALUE ZERO.
002270     05  WS-GLX-LATER            PIC S9(08) COMP  VALUE ZERO.
002280     05  WS-BATCHES-KEPT         PIC S9(08) COMP  VALUE ZERO.
002290     05  WS-RECORDS-KEPT         PIC S9(08) COMP  VALUE ZERO.
002300     05  WS-CAL-DAYS-CLOSED      PIC S9(08) COMP  VALUE ZERO.
002310*---------------------------------------------------------------*
002320* REPORT WORK AREAS                                             *
002330*---------------------------------------------------------------*
002340 01  WS-RUN-DATE                 PIC 9(08).
002350 01  WS-RPT-HEADING-1.
002360     05  FILLER                  PIC X(032)
002370             VALUE "PRDCLOSE TRIAL BALANCE  PERIOD ".
002380     05  RPT-FISCAL-YEAR         PIC 9(04)       VALUE ZERO.
002390     05  FILLER                  PIC X(01)       VALUE "/".
002400     05  RPT-FISCAL-PERIOD       PIC 9(02)       VALUE ZERO.
002410     05  FILLER                  PIC X(005)      VALUE SPACES.
002420     05  FILLER                  PIC X(010)
002430             VALUE "RUN DATE: ".
002440     05  RPT-RUN-DATE            PIC 9(08).
002450     05  FILLER                  PIC X(070)      VALUE SPACES.
002460 01  WS-RPT-HEADING-2.
002470     05  FILLER                  PIC X(010)      VALUE "ACCOUNT".
002480     05  FILLER                  PIC X(008)      VALUE "CC".
002490     05  FILLER                  PIC X(011)
002500             VALUE "  DETAILS".
002510     05  FILLER                  PIC X(024)
002520             VALUE "         PERIOD-TO-DATE".
002530     05  FILLER                  PIC X(024)
002540             VALUE "           YEAR-TO-DATE".
002550     05  FILLER                  PIC X(055)      VALUE SPACES.
002560 01  WS-DETAIL-LINE.
002570     05  DTL-ACCOUNT             PIC X(08).
002580     05  FILLER                  PIC X(02)       VALUE SPACES.
002590     05  DTL-COST-CENTER         PIC X(06).
002600     05  FILLER                  PIC X(02)       VALUE SPACES.
002610     05  DTL-DETAILS             PIC ZZZZZZZZ9.
002620     05  FILLER                  PIC X(02)       VALUE SPACES.
002630     05  DTL-PTD-AMT             PIC ---------------9.9999.
002640     05  FILLER                  PIC X(02)       VALUE SPACES.
002650     05  DTL-YTD-AMT             PIC ---------------9.9999.
002660     05  FILLER                  PIC X(059)      VALUE SPACES.
002670 01  WS-TOTAL-LINE.
002680     05  TOT-LABEL               PIC X(16).
002690     05  FILLER                  PIC X(02)       VALUE SPACES.
002700     05  TOT-DETAILS             PIC ZZZZZZZZ9.
002710     05  FILLER                  PIC X(02)       VALUE SPACES.
002720     05  TOT-PTD-AMT             PIC ---------------9.9999.
002730     05  FILLER                  PIC X(02)       VALUE SPACES.
002740     05  TOT-YTD-AMT             PIC ---------------9.9999.
002750     05  FILLER                  PIC X(059)      VALUE SPACES.
002760 01  WS-RPT-TRAILER-1.
002770     05  FILLER                  PIC X(018)
002780             VALUE "EXTRACT BATCHES  ".
002790     05  TRL-GLX-BATCHES         PIC ZZZZZZZ9.
002800     05  FILLER                  PIC X(003)      VALUE SPACES.
002810     05  FILLER                  PIC X(018)
002820             VALUE "POSTED LATER     ".
002830     05  TRL-GLX-LATER           PIC ZZZZZZZ9.
002840     05  FILLER                  PIC X(003)      VALUE SPACES.
002850     05  FILLER                  PIC X(018)
002860             VALUE "BATCHES CARRIED  ".
002870     05  TRL-BATCHES-KEPT        PIC ZZZZZZZ9.
002880     05  FILLER                  PIC X(003)      VALUE SPACES.
002890     05  FILLER                  PIC X(018)
002900             VALUE "CALENDAR DAYS    ".
002910     05  TRL-CAL-DAYS            PIC ZZZZZZZ9.
002920     05  FILLER                  PIC X(019)      VALUE SPACES.
002930 01  WS-RPT-RESULT-LINE.
002940     05  RES-TEXT                PIC X(060).
002950     05  FILLER                  PIC X(072)      VALUE SPACES.
002960 PROCEDURE DIVISION.
002970*****************************************************************
002980* 0000-MAINLINE                                                 *
002990*****************************************************************
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003020     IF NOT WS-REFUSED
003030         PERFORM 2000-TRIAL-BALANCE THRU 2000-TRIAL-BALANCE-EXIT
003040         PERFORM 2500-PROVE-EXTRACT THRU 2500-PROVE-EXTRACT-EXIT
003050         PERFORM 2800-TIE-OUT THRU 2800-TIE-OUT-EXIT
003060     END-IF.
003070*    NOTHING IS WRITTEN UNLESS THE CLOSE WAS ALLOWED AND TIED.
003080     IF NOT WS-REFUSED
003090        AND NOT WS-BREAK-FOUND
003100         PERFORM 3000-WRITE-CALENDAR THRU 3000-WRITE-CALENDAR-EXIT
003110         PERFORM 3500-CARRY-EXTRACT THRU 3500-CARRY-EXTRACT-EXIT
003120     END-IF.
003130     PERFORM 4000-WRAP-UP THRU 4000-WRAP-UP-EXIT.
003140     STOP RUN.
003150*****************************************************************
003160* 1000-INITIALIZE -- READS THE CONTROL CARD, THE CALENDAR AND   *
003170* THE BUSINESS-DATE CONTROL RECORD, AND PROVES THE PERIOD MAY   *
003180* BE CLOSED.                                                    *
003190*****************************************************************
003200 1000-INITIALIZE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003220     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
003230     OPEN OUTPUT REPORT-FILE.
003240     OPEN INPUT PARM-FILE.
003250     READ PARM-FILE
003260         AT END
003270             MOVE 'Y' TO WS-PARM-EOF-SW
003280     END-READ.
003290     CLOSE PARM-FILE.
003300     IF WS-PARM-EOF
003310         DISPLAY "PRDCLOSE  - NO PERIOD CARD, CLOSE REFUSED"
003320         MOVE 'Y' TO WS-REFUSED-SW
003330         GO TO 1000-INITIALIZE-EXIT
003340     END-IF.
003350     IF PRD-FISCAL-YEAR NOT NUMERIC
003360        OR PRD-FISCAL-PERIOD NOT NUMERIC
003370        OR PRD-FISCAL-PERIOD = ZERO
003380         DISPLAY "PRDCLOSE  - PERIOD CARD UNREADABLE '"
003390                 PRD-FISCAL-ID "', CLOSE REFUSED"
003400         MOVE 'Y' TO WS-REFUSED-SW
003410         GO TO 1000-INITIALIZE-EXIT
003420     END-IF.
003430     MOVE PRD-FISCAL-YEAR   TO WS-CLOSE-YEAR.
003440     MOVE PRD-FISCAL-PERIOD TO WS-CLOSE-PRD.
003450     MOVE WS-CLOSE-YEAR     TO RPT-FISCAL-YEAR.
003460     MOVE WS-CLOSE-PRD      TO RPT-FISCAL-PERIOD.
003470     DISPLAY "PRDCLOSE  - CLOSING FISCAL PERIOD " WS-CLOSE-YEAR
003480             "/" WS-CLOSE-PRD.
003490     PERFORM 1100-LOAD-CALENDAR THRU 1100-LOAD-CALENDAR-EXIT.
003500     OPEN INPUT BUS-CTL-FILE.
003510     READ BUS-CTL-FILE
003520         AT END
003530             MOVE ZERO TO CTL-LAST-RUN-DATE
003540     END-READ.
003550     CLOSE BUS-CTL-FILE.
003560     IF CTL-LAST-RUN-DATE IS NUMERIC
003570         MOVE CTL-LAST-RUN-DATE TO WS-LAST-RUN-DATE
003580     END-IF.
003590     PERFORM 1200-CHECK-PERIOD THRU 1200-CHECK-PERIOD-EXIT.
003600 1000-INITIALIZE-EXIT.
003610     EXIT.
003620*****************************************************************
003630* 1100-LOAD-CALENDAR -- LOADS THE PROCESSING CALENDAR INTO      *
003640* WS-CAL-TABLE.  UNREADABLE OR OUT-OF-ORDER RECORDS REFUSE THE  *
003650* CLOSE: THE NEW CALENDAR IS WRITTEN FROM THE SAME FILE.        *
003660*****************************************************************
003670 1100-LOAD-CALENDAR.
003680     OPEN INPUT CALENDAR-FILE.
003690     PERFORM 1110-READ-CALENDAR THRU 1110-READ-CALENDAR-EXIT.
003700     PERFORM 1120-LOAD-ONE-CAL THRU 1120-LOAD-ONE-CAL-EXIT
003710             UNTIL WS-CAL-EOF.
003720     CLOSE CALENDAR-FILE.
003730     DISPLAY "PRDCLOSE  - CALENDAR DAYS LOADED: " WS-CAL-COUNT.
003740 1100-LOAD-CALENDAR-EXIT.
003750     EXIT.
003760*****************************************************************
003770* 1110-READ-CALENDAR -- READS ONE CALENDAR RECORD, SETTING THE  *
003780* EOF SWITCH AT END.                                            *
003790*****************************************************************
003800 1110-READ-CALENDAR.
003810     READ CALENDAR-FILE
003820         AT END
003830             MOVE 'Y' TO WS-CAL-EOF-SW
003840     END-READ.
003850 1110-READ-CALENDAR-EXIT.
003860     EXIT.
003870*****************************************************************
003880* 1120-LOAD-ONE-CAL -- LOADS ONE CALENDAR DAY INTO THE TABLE.   *
003890*****************************************************************
003900 1120-LOAD-ONE-CAL.
003910     IF CAL-DATE NOT NUMERIC
003920        OR CAL-FISCAL-ID NOT NUMERIC
003930        OR NOT (CAL-PERIOD-OPEN OR CAL-PERIOD-CLOSED)
003940         DISPLAY "PRDCLOSE  - UNREADABLE CALENDAR RECORD, CLOSE "
003950                 "REFUSED"
003960         MOVE 'Y' TO WS-REFUSED-SW
003970         GO TO 1120-LOAD-ONE-CAL-READ
003980     END-IF.
003990     IF CAL-DATE NOT > WS-CAL-PREV-DATE
004000         DISPLAY "PRDCLOSE  - CALENDAR DATE " CAL-DATE
004010                 " OUT OF ORDER, CLOSE REFUSED"
004020         MOVE 'Y' TO WS-REFUSED-SW
004030         GO TO 1120-LOAD-ONE-CAL-READ
004040     END-IF.
004050     IF WS-CAL-COUNT >= WS-CAL-LIMIT
004060         DISPLAY "PRDCLOSE  - CALENDAR TABLE FULL, CLOSE REFUSED"
004070         MOVE 'Y' TO WS-REFUSED-SW
004080     ELSE
004090         ADD 1 TO WS-CAL-COUNT
004100         MOVE CAL-DATE      TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
004110         MOVE CAL-DAY-TYPE  TO WS-CAL-TBL-TYPE (WS-CAL-COUNT)
004120         MOVE CAL-FISCAL-ID TO WS-CAL-TBL-PERIOD (WS-CAL-COUNT)
004130         MOVE CAL-PERIOD-STATUS
004140                            TO WS-CAL-TBL-STATUS (WS-CAL-COUNT)
004150         MOVE CAL-DATE      TO WS-CAL-PREV-DATE
004160     END-IF.
004170 1120-LOAD-ONE-CAL-READ.
004180     PERFORM 1110-READ-CALENDAR THRU 1110-READ-CALENDAR-EXIT.
004190 1120-LOAD-ONE-CAL-EXIT.
004200     EXIT.
004210*****************************************************************
004220* 1200-CHECK-PERIOD -- WALKS THE CALENDAR FOR THE PERIOD'S      *
004230* DAYS, THEN REFUSES A PERIOD THAT IS NOT THERE, IS ALREADY     *
004240* CLOSED, HAS AN OPEN PERIOD BEFORE IT, OR HAS NOT BEEN RUN TO  *
004250* ITS LAST BUSINESS DAY.                                        *
004260*****************************************************************
004270 1200-CHECK-PERIOD.
004280     MOVE ZERO TO WS-CAL-SUB.
004290     PERFORM 1210-CHECK-ONE-DAY THRU 1210-CHECK-ONE-DAY-EXIT
004300             UNTIL WS-CAL-SUB >= WS-CAL-COUNT.
004310     IF WS-PRD-DAYS = ZERO
004320         DISPLAY "PRDCLOSE  - PERIOD " WS-CLOSE-PERIOD
004330                 " IS NOT ON THE CALENDAR, CLOSE REFUSED"
004340         MOVE 'Y' TO WS-REFUSED-SW
004350         GO TO 1200-CHECK-PERIOD-EXIT
004360     END-IF.
004370     DISPLAY "PRDCLOSE  - PERIOD RUNS " WS-PRD-FIRST-DATE
004380             " TO " WS-PRD-LAST-DATE ", LAST BUSINESS DAY "
004390             WS-PRD-LAST-BUS-DATE.
004400     IF WS-PRD-LAST-BUS-DATE > WS-LAST-RUN-DATE
004410         DISPLAY "PRDCLOSE  - DECIMAL HAS ONLY COMPLETED "
004420                 WS-LAST-RUN-DATE ", CLOSE REFUSED"
004430         MOVE 'Y' TO WS-REFUSED-SW
004440     END-IF.
004450 1200-CHECK-PERIOD-EXIT.
004460     EXIT.
004470*****************************************************************
004480* 1210-CHECK-ONE-DAY -- TESTS ONE CALENDAR DAY: AN EARLIER      *
004490* PERIOD MUST BE CLOSED; A DAY OF THIS PERIOD MUST STILL BE     *
004500* OPEN, AND WIDENS THE PERIOD'S DATE RANGE.                     *
004510*****************************************************************
004520 1210-CHECK-ONE-DAY.
004530     ADD 1 TO WS-CAL-SUB.
004540     IF WS-CAL-TBL-PERIOD (WS-CAL-SUB) < WS-CLOSE-PERIOD
004550        AND WS-CAL-TBL-STATUS (WS-CAL-SUB) NOT = 'C'
004560         DISPLAY "PRDCLOSE  - EARLIER PERIOD "
004570                 WS-CAL-TBL-PERIOD (WS-CAL-SUB)
004580                 " IS STILL OPEN, CLOSE REFUSED"
004590         MOVE 'Y' TO WS-REFUSED-SW
004600         MOVE WS-CAL-COUNT TO WS-CAL-SUB
004610         GO TO 1210-CHECK-ONE-DAY-EXIT
004620     END-IF.
004630     IF WS-CAL-TBL-PERIOD (WS-CAL-SUB) NOT = WS-CLOSE-PERIOD
004640         GO TO 1210-CHECK-ONE-DAY-EXIT
004650     END-IF.
004660     IF WS-CAL-TBL-STATUS (WS-CAL-SUB) = 'C'
004670         DISPLAY "PRDCLOSE  - PERIOD " WS-CLOSE-PERIOD
004680                 " IS ALREADY CLOSED, CLOSE REFUSED"
004690         MOVE 'Y' TO WS-REFUSED-SW
004700         MOVE WS-CAL-COUNT TO WS-CAL-SUB
004710         GO TO 1210-CHECK-ONE-DAY-EXIT
004720     END-IF.
004730     ADD 1 TO WS-PRD-DAYS.
004740     IF WS-PRD-FIRST-DATE = ZERO
004750         MOVE WS-CAL-TBL-DATE (WS-CAL-SUB) TO WS-PRD-FIRST-DATE
004760     END-IF.
004770     MOVE WS-CAL-TBL-DATE (WS-CAL-SUB) TO WS-PRD-LAST-DATE.
004780     IF WS-CAL-TBL-TYPE (WS-CAL-SUB) = 'B'
004790         MOVE WS-CAL-TBL-DATE (WS-CAL-SUB) TO WS-PRD-LAST-BUS-DATE
004800     END-IF.
004810 1210-CHECK-ONE-DAY-EXIT.
004820     EXIT.
004830*****************************************************************
004840* 2000-TRIAL-BALANCE -- PRINTS EVERY BALANCE MASTER RECORD OF   *
004850* THE PERIOD AND ITS TOTALS.                                    *
004860*****************************************************************
004870 2000-TRIAL-BALANCE.
004880     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
004890     WRITE REPORT-REC FROM WS-RPT-HEADING-2.
004900     OPEN INPUT BAL-IN-FILE.
004910     PERFORM 2010-READ-BALANCE THRU 2010-READ-BALANCE-EXIT.
004920     PERFORM 2020-LIST-BALANCE THRU 2020-LIST-BALANCE-EXIT
004930             UNTIL WS-BAL-EOF.
004940     CLOSE BAL-IN-FILE.
004950     MOVE "PERIOD TOTAL"  TO TOT-LABEL.
004960     MOVE WS-TB-COUNT     TO TOT-DETAILS.
004970     MOVE WS-TB-PTD       TO TOT-PTD-AMT.
004980     MOVE WS-TB-YTD       TO TOT-YTD-AMT.
004990     WRITE REPORT-REC FROM WS-TOTAL-LINE.
005000 2000-TRIAL-BALANCE-EXIT.
005010     EXIT.
005020*****************************************************************
005030* 2010-READ-BALANCE -- READS ONE MASTER RECORD, SETTING THE EOF *
005040* SWITCH AT END.                                                *
005050*****************************************************************
005060 2010-READ-BALANCE.
005070     READ BAL-IN-FILE
005080         AT END
005090             MOVE 'Y' TO WS-BAL-EOF-SW
005100     END-READ.
005110 2010-READ-BALANCE-EXIT.
005120     EXIT.
005130*****************************************************************
005140* 2020-LIST-BALANCE -- LISTS AND TOTALS ONE MASTER RECORD WHEN  *
005150* IT BELONGS TO THE PERIOD.                                     *
005160*****************************************************************
005170 2020-LIST-BALANCE.
005180     IF GB-FISCAL-YEAR NOT = WS-CLOSE-YEAR
005190        OR GB-FISCAL-PERIOD NOT = WS-CLOSE-PRD
005200         GO TO 2020-LIST-BALANCE-READ
005210     END-IF.
005220     ADD 1 TO WS-TB-LINES.
005230     ADD GB-PTD-COUNT  TO WS-TB-COUNT.
005240     ADD GB-PTD-AMOUNT TO WS-TB-PTD
005250         ON SIZE ERROR
005260             DISPLAY "PRDCLOSE  - TRIAL BALANCE TOTAL OVERFLOW"
005270             MOVE 'Y' TO WS-BREAK-SW
005280     END-ADD.
005290     ADD GB-YTD-AMOUNT TO WS-TB-YTD
005300         ON SIZE ERROR
005310             DISPLAY "PRDCLOSE  - YEAR-TO-DATE TOTAL OVERFLOW"
005320             MOVE 'Y' TO WS-BREAK-SW
005330     END-ADD.
005340     MOVE GB-ACCOUNT      TO DTL-ACCOUNT.
005350     MOVE GB-COST-CENTER  TO DTL-COST-CENTER.
005360     MOVE GB-PTD-COUNT    TO DTL-DETAILS.
005370     MOVE GB-PTD-AMOUNT   TO DTL-PTD-AMT.
005380     MOVE GB-YTD-AMOUNT   TO DTL-YTD-AMT.
005390     WRITE REPORT-REC FROM WS-DETAIL-LINE.
005400 2020-LIST-BALANCE-READ.
005410     PERFORM 2010-READ-BALANCE THRU 2010-READ-BALANCE-EXIT.
005420 2020-LIST-BALANCE-EXIT.
005430     EXIT.
005440*****************************************************************
005450* 2500-PROVE-EXTRACT -- PROVES EVERY BATCH OF THE PERIOD'S      *
005460* EXTRACT GENERATIONS AND TOTALS THE DETAILS POSTED INTO THE    *
005470* PERIOD, FLAGGING THE BATCHES TO CARRY FORWARD.                *
005480*****************************************************************
005490 2500-PROVE-EXTRACT.
005500     OPEN INPUT GL-EXTRACT-FILE.
005510     PERFORM 2510-READ-EXTRACT THRU 2510-READ-EXTRACT-EXIT.
005520     PERFORM 2520-PROVE-ONE THRU 2520-PROVE-ONE-EXIT
005530             UNTIL WS-GLX-EOF.
005540     CLOSE GL-EXTRACT-FILE.
005550     IF WS-BATCH-OPEN
005560         DISPLAY "PRDCLOSE  - NO TL TRAILER ON THE LAST EXTRACT "
005570                 "BATCH"
005580         MOVE 'Y' TO WS-BREAK-SW
005590     END-IF.
005600 2500-PROVE-EXTRACT-EXIT.
005610     EXIT.
005620*****************************************************************
005630* 2510-READ-EXTRACT -- READS ONE EXTRACT RECORD, SETTING THE    *
005640* EOF SWITCH AT END.                                            *
005650*****************************************************************
005660 2510-READ-EXTRACT.
005670     READ GL-EXTRACT-FILE
005680         AT END
005690             MOVE 'Y' TO WS-GLX-EOF-SW
005700     END-READ.
005710 2510-READ-EXTRACT-EXIT.
005720     EXIT.
005730*****************************************************************
005740* 2520-PROVE-ONE -- PROVES ONE EXTRACT RECORD AGAINST ITS       *
005750* BATCH AND TOTALS A DETAIL POSTED INTO THE PERIOD.             *
005760*****************************************************************
005770 2520-PROVE-ONE.
005780     EVALUATE GL-REC-TYPE
005790         WHEN "HD"
005800             IF WS-BATCH-OPEN
005810                 DISPLAY "PRDCLOSE  - HD INSIDE AN OPEN EXTRACT "
005820                         "BATCH"
005830                 MOVE 'Y' TO WS-BREAK-SW
005840             END-IF
005850             MOVE 'Y' TO WS-BATCH-OPEN-SW
005860             MOVE ZERO TO WS-BAT-DETAILS
005870             MOVE ZERO TO WS-BAT-HASH
005880             ADD 1 TO WS-GLX-BATCHES
005890             IF WS-BAT-COUNT >= WS-BAT-LIMIT
005900                 MOVE 'Y' TO WS-KEEP-ALL-SW
005910             ELSE
005920                 ADD 1 TO WS-BAT-COUNT
005930                 MOVE 'N' TO WS-BAT-KEEP (WS-BAT-COUNT)
005940             END-IF
005950         WHEN "GL"
005960             IF NOT WS-BATCH-OPEN
005970                 DISPLAY "PRDCLOSE  - GL DETAIL OUTSIDE ANY "
005980                         "EXTRACT BATCH"
005990                 MOVE 'Y' TO WS-BREAK-SW
006000             END-IF
006010             ADD 1 TO WS-BAT-DETAILS
006020             ADD GL-AMOUNT TO WS-BAT-HASH
006030                 ON SIZE ERROR
006040                     DISPLAY "PRDCLOSE  - EXTRACT BATCH HASH "
006050                             "OVERFLOW"
006060                     MOVE 'Y' TO WS-BREAK-SW
006070             END-ADD
006080             PERFORM 2530-PLACE-DETAIL THRU 2530-PLACE-DETAIL-EXIT
006090         WHEN "TL"
006100             IF NOT WS-BATCH-OPEN
006110                 DISPLAY "PRDCLOSE  - TL TRAILER OUTSIDE ANY "
006120                         "EXTRACT BATCH"
006130                 MOVE 'Y' TO WS-BREAK-SW
006140             ELSE
006150                 IF GL-TRL-REC-COUNT NOT = WS-BAT-DETAILS
006160                    OR GL-TRL-AMOUNT-HASH NOT = WS-BAT-HASH
006170                     DISPLAY "PRDCLOSE  - EXTRACT BATCH "
006180                             GL-JOB-ID " " GL-RUN-DATE
006190                             " DOES NOT RECONCILE"
006200                     MOVE 'Y' TO WS-BREAK-SW
006210                 END-IF
006220             END-IF
006230             MOVE 'N' TO WS-BATCH-OPEN-SW
006240         WHEN OTHER
006250             DISPLAY "PRDCLOSE  - UNKNOWN EXTRACT RECORD TYPE '"
006260                     GL-REC-TYPE "'"
006270             MOVE 'Y' TO WS-BREAK-SW
006280     END-EVALUATE.
006290     PERFORM 2510-READ-EXTRACT THRU 2510-READ-EXTRACT-EXIT.
006300 2520-PROVE-ONE-EXIT.
006310     EXIT.
006320*****************************************************************
006330* 2530-PLACE-DETAIL -- FINDS THE DETAIL'S POSTING PERIOD.  ONE  *
006340* POSTED INTO THE PERIOD IS TOTALLED; ONE POSTED LATER, OR NOT  *
006350* ON THE CALENDAR, CARRIES ITS BATCH FORWARD.                   *
006360*****************************************************************
006370 2530-PLACE-DETAIL.
006380     IF GL-POST-DATE NOT = WS-LOOK-DATE
006390         MOVE GL-POST-DATE TO WS-LOOK-DATE
006400         MOVE ZERO TO WS-LOOK-PERIOD
006410         MOVE 'N' TO WS-CAL-FOUND-SW
006420         MOVE ZERO TO WS-CAL-SUB
006430         PERFORM 2540-TEST-CAL-ENTRY THRU 2540-TEST-CAL-ENTRY-EXIT
006440                 UNTIL WS-CAL-FOUND
006450                    OR WS-CAL-SUB >= WS-CAL-COUNT
006460         IF WS-CAL-FOUND
006470             MOVE WS-CAL-TBL-PERIOD (WS-CAL-SUB) TO WS-LOOK-PERIOD
006480         END-IF
006490     END-IF.
006500     IF WS-LOOK-PERIOD = WS-CLOSE-PERIOD
006510         ADD 1 TO WS-GLX-COUNT
006520         ADD GL-AMOUNT TO WS-GLX-AMOUNT
006530             ON SIZE ERROR
006540                 DISPLAY "PRDCLOSE  - EXTRACT PERIOD TOTAL "
006550                         "OVERFLOW"
006560                 MOVE 'Y' TO WS-BREAK-SW
006570         END-ADD
006580         GO TO 2530-PLACE-DETAIL-EXIT
006590     END-IF.
006600     IF WS-LOOK-PERIOD > WS-CLOSE-PERIOD
006610        OR WS-LOOK-PERIOD = ZERO
006620         ADD 1 TO WS-GLX-LATER
006630         IF NOT WS-KEEP-ALL
006640            AND WS-BAT-COUNT > ZERO
006650             MOVE 'Y' TO WS-BAT-KEEP (WS-BAT-COUNT)
006660         END-IF
006670     END-IF.
006680 2530-PLACE-DETAIL-EXIT.
006690     EXIT.
006700*****************************************************************
006710* 2540-TEST-CAL-ENTRY -- TESTS THE NEXT CALENDAR ENTRY AGAINST  *
006720* THE POSTING DATE.                                             *
006730*****************************************************************
006740 2540-TEST-CAL-ENTRY.
006750     ADD 1 TO WS-CAL-SUB.
006760     IF WS-CAL-TBL-DATE (WS-CAL-SUB) = WS-LOOK-DATE
006770         MOVE 'Y' TO WS-CAL-FOUND-SW
006780     END-IF.
006790 2540-TEST-CAL-ENTRY-EXIT.
006800     EXIT.
006810*****************************************************************
006820* 2800-TIE-OUT -- PROVES THE TRIAL BALANCE AGAINST THE EXTRACT  *
006830* DETAILS POSTED INTO THE PERIOD.                               *
006840*****************************************************************
006850 2800-TIE-OUT.
006860     MOVE "EXTRACT TOTAL" TO TOT-LABEL.
006870     MOVE WS-GLX-COUNT    TO TOT-DETAILS.
006880     MOVE WS-GLX-AMOUNT   TO TOT-PTD-AMT.
006890     MOVE ZERO            TO TOT-YTD-AMT.
006900     WRITE REPORT-REC FROM WS-TOTAL-LINE.
006910     IF WS-TB-COUNT NOT = WS-GLX-COUNT
006920        OR WS-TB-PTD NOT = WS-GLX-AMOUNT
006930         DISPLAY "PRDCLOSE  - TRIAL BALANCE DOES NOT TIE TO THE "
006940                 "PERIOD'S EXTRACTS"
006950         MOVE 'Y' TO WS-BREAK-SW
006960     END-IF.
006970 2800-TIE-OUT-EXIT.
006980     EXIT.
006990*****************************************************************
007000* 3000-WRITE-CALENDAR -- COPIES THE CALENDAR TO CALOUT, MARKING *
007010* EVERY DAY OF THE PERIOD CLOSED.                               *
007020*****************************************************************
007030 3000-WRITE-CALENDAR.
007040     MOVE 'N' TO WS-CAL-EOF-SW.
007050     OPEN INPUT CALENDAR-FILE.
007060     OPEN OUTPUT CAL-OUT-FILE.
007070     PERFORM 1110-READ-CALENDAR THRU 1110-READ-CALENDAR-EXIT.
007080     PERFORM 3010-COPY-ONE-CAL THRU 3010-COPY-ONE-CAL-EXIT
007090             UNTIL WS-CAL-EOF.
007100     CLOSE CALENDAR-FILE.
007110     CLOSE CAL-OUT-FILE.
007120 3000-WRITE-CALENDAR-EXIT.
007130     EXIT.
007140*****************************************************************
007150* 3010-COPY-ONE-CAL -- COPIES ONE CALENDAR RECORD.              *
007160*****************************************************************
007170 3010-COPY-ONE-CAL.
007180     IF CAL-FISCAL-ID = WS-CLOSE-PERIOD-X
007190         MOVE 'C' TO CAL-PERIOD-STATUS
007200         ADD 1 TO WS-CAL-DAYS-CLOSED
007210     END-IF.
007220     WRITE CAL-OUT-REC FROM CALENDAR-REC.
007230     PERFORM 1110-READ-CALENDAR THRU 1110-READ-CALENDAR-EXIT.
007240 3010-COPY-ONE-CAL-EXIT.
007250     EXIT.
007260*****************************************************************
007270* 3500-CARRY-EXTRACT -- COPIES THE BATCHES FLAGGED TO CARRY     *
007280* FORWARD (OR, WHEN THE BATCH TABLE FILLED, EVERY BATCH) TO     *
007290* GLXPNEW.                                                      *
007300*****************************************************************
007310 3500-CARRY-EXTRACT.
007320     MOVE 'N' TO WS-GLX-EOF-SW.
007330     MOVE ZERO TO WS-BAT-SUB.
007340     OPEN INPUT GL-EXTRACT-FILE.
007350     OPEN OUTPUT GLX-KEEP-FILE.
007360     PERFORM 2510-READ-EXTRACT THRU 2510-READ-EXTRACT-EXIT.
007370     PERFORM 3510-CARRY-ONE THRU 3510-CARRY-ONE-EXIT
007380             UNTIL WS-GLX-EOF.
007390     CLOSE GL-EXTRACT-FILE.
007400     CLOSE GLX-KEEP-FILE.
007410 3500-CARRY-EXTRACT-EXIT.
007420     EXIT.
007430*****************************************************************
007440* 3510-CARRY-ONE -- COPIES ONE EXTRACT RECORD WHEN ITS BATCH IS *
007450* CARRIED FORWARD.                                              *
007460*****************************************************************
007470 3510-CARRY-ONE.
007480     IF GL-REC-TYPE = "HD"
007490         ADD 1 TO WS-BAT-SUB
007500         IF WS-KEEP-ALL
007510             ADD 1 TO WS-BATCHES-KEPT
007520         ELSE
007530             IF WS-BAT-KEEP (WS-BAT-SUB) = 'Y'
007540                 ADD 1 TO WS-BATCHES-KEPT
007550             END-IF
007560         END-IF
007570     END-IF.
007580     IF WS-KEEP-ALL
007590         GO TO 3510-CARRY-ONE-WRITE
007600     END-IF.
007610     IF WS-BAT-KEEP (WS-BAT-SUB) NOT = 'Y'
007620         GO TO 3510-CARRY-ONE-READ
007630     END-IF.
007640 3510-CARRY-ONE-WRITE.
007650     WRITE GLX-KEEP-REC FROM GL-EXTRACT-REC.
007660     ADD 1 TO WS-RECORDS-KEPT.
007670 3510-CARRY-ONE-READ.
007680     PERFORM 2510-READ-EXTRACT THRU 2510-READ-EXTRACT-EXIT.
007690 3510-CARRY-ONE-EXIT.
007700     EXIT.
007710*****************************************************************
007720* 4000-WRAP-UP -- WRITES THE CONTROL TOTALS AND THE RESULT AND  *
007730* SETS THE RETURN CODE.                                         *
007740*****************************************************************
007750 4000-WRAP-UP.
007760     IF WS-REFUSED
007770         WRITE REPORT-REC FROM WS-RPT-HEADING-1
007780     END-IF.
007790     MOVE WS-GLX-BATCHES     TO TRL-GLX-BATCHES.
007800     MOVE WS-GLX-LATER       TO TRL-GLX-LATER.
007810     MOVE WS-BATCHES-KEPT    TO TRL-BATCHES-KEPT.
007820     MOVE WS-CAL-DAYS-CLOSED TO TRL-CAL-DAYS.
007830     WRITE REPORT-REC FROM WS-RPT-TRAILER-1.
007840     EVALUATE TRUE
007850         WHEN WS-REFUSED
007860             MOVE "*** CLOSE REFUSED -- PERIOD LEFT OPEN ***"
007870                                 TO RES-TEXT
007880             MOVE 8 TO RETURN-CODE
007890         WHEN WS-BREAK-FOUND
007900             MOVE "*** NO TIE -- PERIOD LEFT OPEN ***"
007910                                 TO RES-TEXT
007920             MOVE 8 TO RETURN-CODE
007930         WHEN OTHER
007940             MOVE "PERIOD CLOSED -- TRIAL BALANCE TIES"
007950                                 TO RES-TEXT
007960     END-EVALUATE.
007970     WRITE REPORT-REC FROM WS-RPT-RESULT-LINE.
007980     DISPLAY "PRDCLOSE  - " WS-RPT-TRAILER-1.
007990     DISPLAY "PRDCLOSE  - " RES-TEXT.
008000     CLOSE REPORT-FILE.
008010 4000-WRAP-UP-EXIT.
008020     EXIT.
