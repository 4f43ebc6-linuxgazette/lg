000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : GLBAL                                            *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/16/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : GL BALANCE-FORWARD UPDATE.  ROLLS THE DAY'S      *
000190*              LOADED GL EXTRACT (GLEXTRC) INTO THE BALANCE     *
000200*              MASTER (GLBALRC) BY GL ACCOUNT, COST CENTER AND  *
000210*              FISCAL PERIOD, AND WRITES A NEW MASTER.  EACH    *
000220*              DETAIL GOES TO THE FISCAL PERIOD ITS POSTING     *
000230*              DATE (GL-POST-DATE) FALLS IN ON THE PROCESSING   *
000240*              CALENDAR (CALNDRC).  THE PERIOD-TO-DATE AMOUNT   *
000250*              AND COUNT ACCUMULATE; THE YEAR-TO-DATE AMOUNT IS *
000260*              RECOMPUTED ON EVERY RECORD AS THE RUNNING TOTAL  *
000270*              OF THE ACCOUNT/COST CENTER'S PERIODS IN THE      *
000280*              FISCAL YEAR, SO A LATE POSTING TO AN EARLIER     *
000290*              OPEN PERIOD CARRIES INTO THE LATER ONES.         *
000300*                                                               *
000310*              THE EXTRACT MUST PROVE FIRST: EVERY HD/TL BATCH  *
000320*              RECONCILES ITS DETAIL COUNT AND GL-AMOUNT HASH,  *
000330*              AND EVERY DETAIL'S POSTING DATE IS ON THE        *
000340*              CALENDAR IN A PERIOD THAT IS NOT CLOSED.  ANY    *
000350*              BREAK LEAVES THE NEW MASTER UNWRITTEN AND ENDS   *
000360*              THE RUN RC=8, WHICH HOLDS THE MASTER SWAP.       *
000370*                                                               *
000380*              RETURN CODES: 0 = MASTER UPDATED                 *
000390*                            8 = THE EXTRACT DID NOT PROVE, A   *
000400*                                DETAIL POSTS OUTSIDE AN OPEN   *
000410*                                PERIOD, THE OLD MASTER IS OUT  *
000420*                                OF SEQUENCE, OR A TABLE OR     *
000430*                                TOTAL OVERFLOWED               *
000440*                                                               *
000450*---------------------------------------------------------------*
000460* MODIFICATION HISTORY                                          *
000470*---------------------------------------------------------------*
000480* DATE       INIT DESCRIPTION                                   *
000490*---------------------------------------------------------------*
000500* 09/16/2026 RH   ORIGINAL PROGRAM.                             *
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. GLBAL.
000540 AUTHOR. R. HOWELL.
000550 INSTALLATION. LINUX GAZETTE DATA CENTER.
000560 DATE-WRITTEN. 09/16/2026.
000570 DATE-COMPILED.
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT GL-EXTRACT-FILE ASSIGN TO GLXIN
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT CALENDAR-FILE ASSIGN TO CALIN
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT BAL-IN-FILE ASSIGN TO GLBALIN
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT BAL-OUT-FILE ASSIGN TO GLBALOUT
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT REPORT-FILE ASSIGN TO GLBALRPT
000700         ORGANIZATION IS SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730*---------------------------------------------------------------*
000740* GL-EXTRACT-FILE IS THE EXTRACT GENERATION THE GL LOAD JUST    *
000750* POSTED (GLEXTRC COPYBOOK).                                    *
000760*---------------------------------------------------------------*
000770 FD  GL-EXTRACT-FILE
000780     RECORDING MODE IS F.
000790     COPY GLEXTRC.
000800*---------------------------------------------------------------*
000810* CALENDAR-FILE IS THE PROCESSING CALENDAR (CALNDRC COPYBOOK),  *
000820* LOADED AT START-UP FOR EACH DAY'S FISCAL PERIOD AND STATUS.   *
000830*---------------------------------------------------------------*
000840 FD  CALENDAR-FILE
000850     RECORDING MODE IS F.
000860     COPY CALNDRC.
000870*---------------------------------------------------------------*
000880* BAL-IN-FILE IS THE CURRENT BALANCE MASTER (GLBALRC COPYBOOK). *
000890* AN EMPTY FILE IS A MASTER WITH NO BALANCES YET.               *
000900*---------------------------------------------------------------*
000910 FD  BAL-IN-FILE
000920     RECORDING MODE IS F.
000930     COPY GLBALRC.
000940*---------------------------------------------------------------*
000950* BAL-OUT-FILE IS THE NEW BALANCE MASTER, WRITTEN FROM          *
000960* WS-NEW-MASTER IN THE SAME KEY ORDER.                          *
000970*---------------------------------------------------------------*
000980 FD  BAL-OUT-FILE
000990     RECORDING MODE IS F.
001000 01  BAL-OUT-REC                 PIC X(080).
001010*---------------------------------------------------------------*
001020* REPORT-FILE LISTS EVERY MASTER RECORD THE DAY'S EXTRACT       *
001030* TOUCHED, WITH THE EXTRACT AND MASTER CONTROL TOTALS.          *
001040*---------------------------------------------------------------*
001050 FD  REPORT-FILE
001060     RECORDING MODE IS F.
001070 01  REPORT-REC                  PIC X(132).
001080 WORKING-STORAGE SECTION.
001090*---------------------------------------------------------------*
001100* SWITCHES                                                      *
001110*---------------------------------------------------------------*
001120 01  WS-SWITCHES.
001130     05  WS-GLX-EOF-SW           PIC X(01)       VALUE 'N'.
001140         88  WS-GLX-EOF                          VALUE 'Y'.
001150     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
001160         88  WS-CAL-EOF                          VALUE 'Y'.
001170     05  WS-CAL-FOUND-SW         PIC X(01)       VALUE 'N'.
001180         88  WS-CAL-FOUND                        VALUE 'Y'.
001190     05  WS-BATCH-OPEN-SW        PIC X(01)       VALUE 'N'.
001200         88  WS-BATCH-OPEN                       VALUE 'Y'.
001210     05  WS-SLOT-FOUND-SW        PIC X(01)       VALUE 'N'.
001220         88  WS-SLOT-FOUND                       VALUE 'Y'.
001230     05  WS-BREAK-SW             PIC X(01)       VALUE 'N'.
001240         88  WS-BREAK-FOUND                      VALUE 'Y'.
001250*---------------------------------------------------------------*
001260* PROCESSING-CALENDAR TABLE, AND THE LAST DATE LOOKED UP --     *
001270* AN EXTRACT'S DETAILS MOSTLY SHARE A POSTING DATE, SO ONE      *
001280* SEARCH SERVES A RUN OF THEM.                                  *
001290*---------------------------------------------------------------*
001300 01  WS-CAL-LIMIT                PIC S9(04) COMP  VALUE 400.
001310 01  WS-CAL-COUNT                PIC S9(04) COMP  VALUE ZERO.
001320 01  WS-CAL-SUB                  PIC S9(04) COMP  VALUE ZERO.
001330 01  WS-CAL-PREV-DATE            PIC 9(08)        VALUE ZERO.
001340 01  WS-CAL-TABLE.
001350     05  WS-CAL-ENTRY            OCCURS 400 TIMES.
001360         10  WS-CAL-TBL-DATE     PIC 9(08).
001370         10  WS-CAL-TBL-PERIOD   PIC 9(06).
001380         10  WS-CAL-TBL-STATUS   PIC X(01).
001390 01  WS-LOOK-DATE                PIC 9(08)        VALUE ZERO.
001400 01  WS-LOOK-PERIOD              PIC 9(06)        VALUE ZERO.
001410 01  WS-LOOK-STATUS              PIC X(01)        VALUE SPACE.
001420*---------------------------------------------------------------*
001430* DAY'S ACTIVITY TABLE -- ONE ENTRY PER ACCOUNT, COST CENTER    *
001440* AND FISCAL PERIOD IN THE EXTRACT, KEPT IN MASTER KEY ORDER AS *
001450* IT IS BUILT SO IT MERGES STRAIGHT AGAINST THE OLD MASTER.     *
001460*---------------------------------------------------------------*
001470 01  WS-ACT-LIMIT                PIC S9(04) COMP  VALUE 2000.
001480 01  WS-ACT-COUNT                PIC S9(04) COMP  VALUE ZERO.
001490 01  WS-ACT-SUB                  PIC S9(04) COMP  VALUE ZERO.
001500 01  WS-ACT-NEXT                 PIC S9(04) COMP  VALUE ZERO.
001510 01  WS-SHIFT-SUB                PIC S9(04) COMP  VALUE ZERO.
001520 01  WS-ACT-TABLE.
001530     05  WS-ACT-ENTRY            OCCURS 2000 TIMES.
001540         10  WS-ACT-TBL-KEY.
001550             15  WS-ACT-ACCOUNT  PIC X(08).
001560             15  WS-ACT-COST-CTR PIC X(06).
001570             15  WS-ACT-PERIOD   PIC 9(06).
001580         10  WS-ACT-AMOUNT       PIC S9(15)V9(04) COMP-3.
001590         10  WS-ACT-DETAILS      PIC S9(08) COMP.
001600         10  WS-ACT-LAST-DATE    PIC 9(08).
001610 01  WS-DTL-KEY.
001620     05  WS-DTL-ACCOUNT          PIC X(08).
001630     05  WS-DTL-COST-CTR         PIC X(06).
001640     05  WS-DTL-PERIOD           PIC 9(06).
001650*---------------------------------------------------------------*
001660* MERGE CONTROLS.  A KEY OF HIGH-VALUES MEANS THAT SIDE IS      *
001670* EXHAUSTED.  WS-YTD-CARRY IS THE RUNNING YEAR-TO-DATE FOR THE  *
001680* ACCOUNT/COST CENTER/FISCAL YEAR IN WS-YTD-GROUP.              *
001690*---------------------------------------------------------------*
001700 01  WS-OLD-KEY                  PIC X(20)   VALUE LOW-VALUES.
001710 01  WS-ACT-KEY                  PIC X(20)   VALUE LOW-VALUES.
001720 01  WS-OLD-MASTER               PIC X(80)        VALUE SPACES.
001730 01  WS-YTD-CARRY                PIC S9(15)V9(04) COMP-3
001740                                                  VALUE ZERO.
001750 01  WS-YTD-GROUP.
001760     05  WS-YTD-ACCOUNT          PIC X(08)        VALUE SPACES.
001770     05  WS-YTD-COST-CTR         PIC X(06)        VALUE SPACES.
001780     05  WS-YTD-YEAR             PIC 9(04)        VALUE ZERO.
001790*---------------------------------------------------------------*
001800* NEW-MASTER BUILD AREA.  MIRRORS GLBALRC (THE COPYBOOK IS      *
001810* ALREADY COPIED INTO THE BAL-IN-FILE FD) -- KEEP IT IN STEP.   *
001820*---------------------------------------------------------------*
001830 01  WS-NEW-MASTER.
001840     05  NM-KEY.
001850         10  NM-ACCOUNT          PIC X(08).
001860         10  NM-COST-CENTER      PIC X(06).
001870         10  NM-FISCAL-ID.
001880             15  NM-FISCAL-YEAR  PIC 9(04).
001890             15  NM-FISCAL-PERIOD PIC 9(02).
001900     05  FILLER                  PIC X(01).
001910     05  NM-PTD-AMOUNT           PIC S9(15)V9(04).
001920     05  FILLER                  PIC X(01).
001930     05  NM-YTD-AMOUNT           PIC S9(15)V9(04).
001940     05  FILLER                  PIC X(01).
001950     05  NM-PTD-COUNT            PIC 9(08).
001960     05  FILLER                  PIC X(01).
001970     05  NM-LAST-POST-DATE       PIC 9(08).
001980     05  FILLER                  PIC X(02).
001990*---------------------------------------------------------------*
002000* CONTROL TOTALS                                                *
002010*---------------------------------------------------------------*
002020 01  WS-BAT-DETAILS              PIC S9(09) COMP  VALUE ZERO.
002030 01  WS-BAT-HASH                 PIC S9(15)V9(04) COMP-3
002040                                                  VALUE ZERO.
002050 01  WS-COUNTERS.
002060     05  WS-GLX-BATCHES          PIC S9(08) COMP  VALUE ZERO.
002070     05  WS-GLX-DETAILS          PIC S9(08) COMP  VALUE ZERO.
002080     05  WS-GLX-AMOUNT           PIC S9(15)V9(04) COMP-3
002090                                                  VALUE ZERO.
002100     05  WS-OFF-CALENDAR         PIC S9(08) COMP  VALUE ZERO.
002110     05  WS-IN-CLOSED            PIC S9(08) COMP  VALUE ZERO.
002120     05  WS-MASTER-READ          PIC S9(08) COMP  VALUE ZERO.
002130     05  WS-MASTER-WRITTEN       PIC S9(08) COMP  VALUE ZERO.
002140     05  WS-MASTER-UPDATED       PIC S9(08) COMP  VALUE ZERO.
002150     05  WS-MASTER-ADDED         PIC S9(08) COMP  VALUE ZERO.
002160*---------------------------------------------------------------*
002170* REPORT WORK AREAS                                             *
002180*---------------------------------------------------------------*
002190 01  WS-RUN-DATE                 PIC 9(08).
002200 01  WS-RPT-HEADING-1.
002210     05  FILLER                  PIC X(044)
002220             VALUE "GLBAL GL BALANCE-FORWARD UPDATE".
002230     05  FILLER                  PIC X(010)
002240             VALUE "RUN DATE: ".
002250     05  RPT-RUN-DATE            PIC 9(08).
002260     05  FILLER                  PIC X(070)      VALUE SPACES.
002270 01  WS-RPT-HEADING-2.
002280     05  FILLER                  PIC X(010)      VALUE "ACCOUNT".
002290     05  FILLER                  PIC X(008)      VALUE "CC".
002300     05  FILLER                  PIC X(009)      VALUE "PERIOD".
002310     05  FILLER                  PIC X(011)
002320             VALUE "  DETAILS".
002330     05  FILLER                  PIC X(024)
002340             VALUE "         TODAY'S AMOUNT".
002350     05  FILLER                  PIC X(024)
002360             VALUE "         PERIOD-TO-DATE".
002370     05  FILLER                  PIC X(024)
002380             VALUE "           YEAR-TO-DATE".
002390     05  FILLER                  PIC X(010)      VALUE "  NEW".
002400     05  FILLER                  PIC X(012)      VALUE SPACES.
002410 01  WS-DETAIL-LINE.
002420     05  DTL-ACCOUNT             PIC X(08).
002430     05  FILLER                  PIC X(02)       VALUE SPACES.
002440     05  DTL-COST-CENTER         PIC X(06).
002450     05  FILLER                  PIC X(02)       VALUE SPACES.
002460     05  DTL-FISCAL-YEAR         PIC 9(04).
002470     05  FILLER                  PIC X(01)       VALUE "/".
002480     05  DTL-FISCAL-PERIOD       PIC 9(02).
002490     05  FILLER                  PIC X(02)       VALUE SPACES.
002500     05  DTL-DETAILS             PIC ZZZZZZZZ9.
002510     05  FILLER                  PIC X(02)       VALUE SPACES.
002520     05  DTL-TODAY-AMT           PIC ---------------9.9999.
002530     05  FILLER                  PIC X(02)       VALUE SPACES.
002540     05  DTL-PTD-AMT             PIC ---------------9.9999.
002550     05  FILLER                  PIC X(02)       VALUE SPACES.
002560     05  DTL-YTD-AMT             PIC ---------------9.9999.
002570     05  FILLER                  PIC X(02)       VALUE SPACES.
002580     05  DTL-NEW-FLAG            PIC X(03).
002590     05  FILLER                  PIC X(019)      VALUE SPACES.
002600 01  WS-RPT-TRAILER-1.
002610     05  FILLER                  PIC X(018)
002620             VALUE "EXTRACT BATCHES  ".
002630     05  TRL-GLX-BATCHES         PIC ZZZZZZZ9.
002640     05  FILLER                  PIC X(003)      VALUE SPACES.
002650     05  FILLER                  PIC X(018)
002660             VALUE "DETAILS          ".
002670     05  TRL-GLX-DETAILS         PIC ZZZZZZZ9.
002680     05  FILLER                  PIC X(003)      VALUE SPACES.
002690     05  FILLER                  PIC X(018)
002700             VALUE "AMOUNT           ".
002710     05  TRL-GLX-AMOUNT          PIC ---------------9.9999.
002720     05  FILLER                  PIC X(035)      VALUE SPACES.
002730 01  WS-RPT-TRAILER-2.
002740     05  FILLER                  PIC X(018)
002750             VALUE "MASTER READ      ".
002760     05  TRL-MASTER-READ         PIC ZZZZZZZ9.
002770     05  FILLER                  PIC X(003)      VALUE SPACES.
002780     05  FILLER                  PIC X(018)
002790             VALUE "WRITTEN          ".
002800     05  TRL-MASTER-WRITTEN      PIC ZZZZZZZ9.
002810     05  FILLER                  PIC X(003)      VALUE SPACES.
002820     05  FILLER                  PIC X(018)
002830             VALUE "UPDATED          ".
002840     05  TRL-MASTER-UPDATED      PIC ZZZZZZZ9.
002850     05  FILLER                  PIC X(003)      VALUE SPACES.
002860     05  FILLER                  PIC X(018)
002870             VALUE "ADDED            ".
002880     05  TRL-MASTER-ADDED        PIC ZZZZZZZ9.
002890     05  FILLER                  PIC X(019)      VALUE SPACES.
002900 01  WS-RPT-RESULT-LINE.
002910     05  RES-TEXT                PIC X(060).
002920     05  FILLER                  PIC X(072)      VALUE SPACES.
002930 PROCEDURE DIVISION.
002940*****************************************************************
002950* 0000-MAINLINE                                                 *
002960*****************************************************************
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002990     PERFORM 2000-COLLECT-ONE THRU 2000-COLLECT-ONE-EXIT
003000             UNTIL WS-GLX-EOF.
003010     CLOSE GL-EXTRACT-FILE.
003020     IF WS-BATCH-OPEN
003030         DISPLAY "GLBAL     - NO TL TRAILER ON THE LAST EXTRACT "
003040                 "BATCH"
003050         MOVE 'Y' TO WS-BREAK-SW
003060     END-IF.
003070     IF WS-GLX-BATCHES = ZERO
003080         DISPLAY "GLBAL     - NO HD/TL BATCH ON THE EXTRACT"
003090         MOVE 'Y' TO WS-BREAK-SW
003100     END-IF.
003110*    NOTHING TOUCHES THE MASTER UNLESS THE WHOLE EXTRACT PROVED.
003120     IF NOT WS-BREAK-FOUND
003130         PERFORM 3000-MERGE-MASTER THRU 3000-MERGE-MASTER-EXIT
003140     END-IF.
003150     PERFORM 4000-WRAP-UP THRU 4000-WRAP-UP-EXIT.
003160     STOP RUN.
003170*****************************************************************
003180* 1000-INITIALIZE -- LOADS THE CALENDAR, OPENS THE EXTRACT AND  *
003190* THE REPORT, WRITES THE HEADINGS AND PRIMES THE FIRST READ.    *
003200*****************************************************************
003210 1000-INITIALIZE.
003220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003230     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
003240     PERFORM 1100-LOAD-CALENDAR THRU 1100-LOAD-CALENDAR-EXIT.
003250     OPEN OUTPUT REPORT-FILE.
003260     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
003270     WRITE REPORT-REC FROM WS-RPT-HEADING-2.
003280     OPEN INPUT GL-EXTRACT-FILE.
003290     PERFORM 1200-READ-EXTRACT THRU 1200-READ-EXTRACT-EXIT.
003300 1000-INITIALIZE-EXIT.
003310     EXIT.
003320*****************************************************************
003330* 1100-LOAD-CALENDAR -- LOADS THE PROCESSING CALENDAR INTO      *
003340* WS-CAL-TABLE, THE SAME WAY DECIMAL DOES.  UNREADABLE OR       *
003350* OUT-OF-ORDER RECORDS ARE REPORTED AND SKIPPED.                *
003360*****************************************************************
003370 1100-LOAD-CALENDAR.
003380     OPEN INPUT CALENDAR-FILE.
003390     PERFORM 1110-READ-CALENDAR THRU 1110-READ-CALENDAR-EXIT.
003400     PERFORM 1120-LOAD-ONE-CAL THRU 1120-LOAD-ONE-CAL-EXIT
003410             UNTIL WS-CAL-EOF.
003420     CLOSE CALENDAR-FILE.
003430     DISPLAY "GLBAL     - CALENDAR DAYS LOADED: " WS-CAL-COUNT.
003440 1100-LOAD-CALENDAR-EXIT.
003450     EXIT.
003460*****************************************************************
003470* 1110-READ-CALENDAR -- READS ONE CALENDAR RECORD, SETTING THE  *
003480* EOF SWITCH AT END.                                            *
003490*****************************************************************
003500 1110-READ-CALENDAR.
003510     READ CALENDAR-FILE
003520         AT END
003530             MOVE 'Y' TO WS-CAL-EOF-SW
003540     END-READ.
003550 1110-READ-CALENDAR-EXIT.
003560     EXIT.
003570*****************************************************************
003580* 1120-LOAD-ONE-CAL -- LOADS ONE CALENDAR DAY INTO THE TABLE.   *
003590*****************************************************************
003600 1120-LOAD-ONE-CAL.
003610     IF CAL-DATE NOT NUMERIC
003620        OR CAL-FISCAL-ID NOT NUMERIC
003630        OR NOT (CAL-PERIOD-OPEN OR CAL-PERIOD-CLOSED)
003640         DISPLAY "GLBAL     - UNREADABLE CALENDAR RECORD SKIPPED"
003650         GO TO 1120-LOAD-ONE-CAL-READ
003660     END-IF.
003670     IF CAL-DATE NOT > WS-CAL-PREV-DATE
003680         DISPLAY "GLBAL     - CALENDAR DATE " CAL-DATE
003690                 " OUT OF ORDER, RECORD SKIPPED"
003700         GO TO 1120-LOAD-ONE-CAL-READ
003710     END-IF.
003720     IF WS-CAL-COUNT >= WS-CAL-LIMIT
003730         DISPLAY "GLBAL     - CALENDAR TABLE FULL, RECORD SKIPPED"
003740     ELSE
003750         ADD 1 TO WS-CAL-COUNT
003760         MOVE CAL-DATE      TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
003770         MOVE CAL-FISCAL-ID TO WS-CAL-TBL-PERIOD (WS-CAL-COUNT)
003780         MOVE CAL-PERIOD-STATUS
003790                            TO WS-CAL-TBL-STATUS (WS-CAL-COUNT)
003800         MOVE CAL-DATE      TO WS-CAL-PREV-DATE
003810     END-IF.
003820 1120-LOAD-ONE-CAL-READ.
003830     PERFORM 1110-READ-CALENDAR THRU 1110-READ-CALENDAR-EXIT.
003840 1120-LOAD-ONE-CAL-EXIT.
003850     EXIT.
003860*****************************************************************
003870* 1200-READ-EXTRACT -- READS ONE EXTRACT RECORD, SETTING THE    *
003880* EOF SWITCH AT END.                                            *
003890*****************************************************************
003900 1200-READ-EXTRACT.
003910     READ GL-EXTRACT-FILE
003920         AT END
003930             MOVE 'Y' TO WS-GLX-EOF-SW
003940     END-READ.
003950 1200-READ-EXTRACT-EXIT.
003960     EXIT.
003970*****************************************************************
003980* 2000-COLLECT-ONE -- PROVES ONE EXTRACT RECORD AGAINST ITS     *
003990* BATCH AND ROLLS EACH GL DETAIL INTO THE ACTIVITY TABLE UNDER  *
004000* THE FISCAL PERIOD OF ITS POSTING DATE.                        *
004010*****************************************************************
004020 2000-COLLECT-ONE.
004030     EVALUATE GL-REC-TYPE
004040         WHEN "HD"
004050             IF WS-BATCH-OPEN
004060                 DISPLAY "GLBAL     - HD INSIDE AN OPEN EXTRACT "
004070                         "BATCH"
004080                 MOVE 'Y' TO WS-BREAK-SW
004090             END-IF
004100             MOVE 'Y' TO WS-BATCH-OPEN-SW
004110             MOVE ZERO TO WS-BAT-DETAILS
004120             MOVE ZERO TO WS-BAT-HASH
004130             ADD 1 TO WS-GLX-BATCHES
004140         WHEN "GL"
004150             IF NOT WS-BATCH-OPEN
004160                 DISPLAY "GLBAL     - GL DETAIL OUTSIDE ANY "
004170                         "EXTRACT BATCH"
004180                 MOVE 'Y' TO WS-BREAK-SW
004190             END-IF
004200             ADD 1 TO WS-BAT-DETAILS
004210             ADD GL-AMOUNT TO WS-BAT-HASH
004220                 ON SIZE ERROR
004230                     DISPLAY "GLBAL     - EXTRACT BATCH HASH "
004240                             "OVERFLOW"
004250                     MOVE 'Y' TO WS-BREAK-SW
004260             END-ADD
004270             PERFORM 2100-FIND-PERIOD THRU 2100-FIND-PERIOD-EXIT
004280             PERFORM 2200-ADD-ACTIVITY THRU 2200-ADD-ACTIVITY-EXIT
004290         WHEN "TL"
004300             IF NOT WS-BATCH-OPEN
004310                 DISPLAY "GLBAL     - TL TRAILER OUTSIDE ANY "
004320                         "EXTRACT BATCH"
004330                 MOVE 'Y' TO WS-BREAK-SW
004340             ELSE
004350                 IF GL-TRL-REC-COUNT NOT = WS-BAT-DETAILS
004360                    OR GL-TRL-AMOUNT-HASH NOT = WS-BAT-HASH
004370                     DISPLAY "GLBAL     - EXTRACT BATCH "
004380                             GL-JOB-ID " " GL-RUN-DATE
004390                             " DOES NOT RECONCILE"
004400                     MOVE 'Y' TO WS-BREAK-SW
004410                 END-IF
004420             END-IF
004430             MOVE 'N' TO WS-BATCH-OPEN-SW
004440         WHEN OTHER
004450             DISPLAY "GLBAL     - UNKNOWN EXTRACT RECORD TYPE '"
004460                     GL-REC-TYPE "'"
004470             MOVE 'Y' TO WS-BREAK-SW
004480     END-EVALUATE.
004490     PERFORM 1200-READ-EXTRACT THRU 1200-READ-EXTRACT-EXIT.
004500 2000-COLLECT-ONE-EXIT.
004510     EXIT.
004520*****************************************************************
004530* 2100-FIND-PERIOD -- THE FISCAL PERIOD AND STATUS OF THE       *
004540* DETAIL'S POSTING DATE, INTO WS-LOOK-PERIOD/WS-LOOK-STATUS.    *
004550* A DATE NOT ON THE CALENDAR, OR IN A CLOSED PERIOD, IS A       *
004560* BREAK -- DECIMAL NEVER POSTS INTO EITHER.                     *
004570*****************************************************************
004580 2100-FIND-PERIOD.
004590     IF GL-POST-DATE NOT NUMERIC
004600        OR GL-POST-DATE = ZERO
004610         DISPLAY "GLBAL     - GL DETAIL WITH NO POSTING DATE"
004620         ADD 1 TO WS-OFF-CALENDAR
004630         MOVE 'Y' TO WS-BREAK-SW
004640         MOVE ZERO TO WS-LOOK-PERIOD
004650         GO TO 2100-FIND-PERIOD-EXIT
004660     END-IF.
004670     IF GL-POST-DATE = WS-LOOK-DATE
004680         GO TO 2100-FIND-PERIOD-EXIT
004690     END-IF.
004700     MOVE GL-POST-DATE TO WS-LOOK-DATE.
004710     MOVE ZERO TO WS-LOOK-PERIOD.
004720     MOVE SPACE TO WS-LOOK-STATUS.
004730     MOVE 'N' TO WS-CAL-FOUND-SW.
004740     MOVE ZERO TO WS-CAL-SUB.
004750     PERFORM 2110-TEST-CAL-ENTRY THRU 2110-TEST-CAL-ENTRY-EXIT
004760             UNTIL WS-CAL-FOUND
004770                OR WS-CAL-SUB >= WS-CAL-COUNT.
004780     IF NOT WS-CAL-FOUND
004790         DISPLAY "GLBAL     - POSTING DATE " GL-POST-DATE
004800                 " IS NOT ON THE CALENDAR"
004810         ADD 1 TO WS-OFF-CALENDAR
004820         MOVE 'Y' TO WS-BREAK-SW
004830         GO TO 2100-FIND-PERIOD-EXIT
004840     END-IF.
004850     MOVE WS-CAL-TBL-PERIOD (WS-CAL-SUB) TO WS-LOOK-PERIOD.
004860     MOVE WS-CAL-TBL-STATUS (WS-CAL-SUB) TO WS-LOOK-STATUS.
004870     IF WS-LOOK-STATUS = 'C'
004880         DISPLAY "GLBAL     - POSTING DATE " GL-POST-DATE
004890                 " IS IN CLOSED PERIOD " WS-LOOK-PERIOD
004900         ADD 1 TO WS-IN-CLOSED
004910         MOVE 'Y' TO WS-BREAK-SW
004920     END-IF.
004930 2100-FIND-PERIOD-EXIT.
004940     EXIT.
004950*****************************************************************
004960* 2110-TEST-CAL-ENTRY -- TESTS THE NEXT CALENDAR ENTRY AGAINST  *
004970* THE POSTING DATE.                                             *
004980*****************************************************************
004990 2110-TEST-CAL-ENTRY.
005000     ADD 1 TO WS-CAL-SUB.
005010     IF WS-CAL-TBL-DATE (WS-CAL-SUB) = WS-LOOK-DATE
005020         MOVE 'Y' TO WS-CAL-FOUND-SW
005030     END-IF.
005040 2110-TEST-CAL-ENTRY-EXIT.
005050     EXIT.
005060*****************************************************************
005070* 2200-ADD-ACTIVITY -- ADDS THE DETAIL TO ITS ACCOUNT/COST      *
005080* CENTER/PERIOD ENTRY, OPENING A NEW ENTRY IN KEY ORDER (THE    *
005090* ENTRIES ABOVE IT MOVE UP ONE) WHEN THERE IS NONE YET.         *
005100*****************************************************************
005110 2200-ADD-ACTIVITY.
005120     MOVE GL-ACCOUNT     TO WS-DTL-ACCOUNT.
005130     MOVE GL-COST-CENTER TO WS-DTL-COST-CTR.
005140     MOVE WS-LOOK-PERIOD TO WS-DTL-PERIOD.
005150     ADD 1 TO WS-GLX-DETAILS.
005160     ADD GL-AMOUNT TO WS-GLX-AMOUNT
005170         ON SIZE ERROR
005180             DISPLAY "GLBAL     - EXTRACT AMOUNT TOTAL OVERFLOW"
005190             MOVE 'Y' TO WS-BREAK-SW
005200     END-ADD.
005210     MOVE 'N' TO WS-SLOT-FOUND-SW.
005220     MOVE ZERO TO WS-ACT-SUB.
005230     PERFORM 2210-TEST-SLOT THRU 2210-TEST-SLOT-EXIT
005240             UNTIL WS-SLOT-FOUND
005250                OR WS-ACT-SUB >= WS-ACT-COUNT.
005260     IF WS-SLOT-FOUND
005270        AND WS-ACT-TBL-KEY (WS-ACT-SUB) = WS-DTL-KEY
005280         GO TO 2200-ADD-ACTIVITY-ADD
005290     END-IF.
005300     IF WS-ACT-COUNT >= WS-ACT-LIMIT
005310         DISPLAY "GLBAL     - ACTIVITY TABLE FULL AT " WS-DTL-KEY
005320         MOVE 'Y' TO WS-BREAK-SW
005330         GO TO 2200-ADD-ACTIVITY-EXIT
005340     END-IF.
005350     IF NOT WS-SLOT-FOUND
005360         COMPUTE WS-ACT-SUB = WS-ACT-COUNT + 1
005370     END-IF.
005380     MOVE WS-ACT-COUNT TO WS-SHIFT-SUB.
005390     PERFORM 2220-SHIFT-ONE THRU 2220-SHIFT-ONE-EXIT
005400             UNTIL WS-SHIFT-SUB < WS-ACT-SUB.
005410     ADD 1 TO WS-ACT-COUNT.
005420     MOVE WS-DTL-KEY TO WS-ACT-TBL-KEY (WS-ACT-SUB).
005430     MOVE ZERO       TO WS-ACT-AMOUNT (WS-ACT-SUB).
005440     MOVE ZERO       TO WS-ACT-DETAILS (WS-ACT-SUB).
005450     MOVE ZERO       TO WS-ACT-LAST-DATE (WS-ACT-SUB).
005460 2200-ADD-ACTIVITY-ADD.
005470     ADD GL-AMOUNT TO WS-ACT-AMOUNT (WS-ACT-SUB)
005480         ON SIZE ERROR
005490             DISPLAY "GLBAL     - ACTIVITY TOTAL OVERFLOW AT "
005500                     WS-DTL-KEY
005510             MOVE 'Y' TO WS-BREAK-SW
005520     END-ADD.
005530     ADD 1 TO WS-ACT-DETAILS (WS-ACT-SUB).
005540     IF GL-POST-DATE > WS-ACT-LAST-DATE (WS-ACT-SUB)
005550         MOVE GL-POST-DATE TO WS-ACT-LAST-DATE (WS-ACT-SUB)
005560     END-IF.
005570 2200-ADD-ACTIVITY-EXIT.
005580     EXIT.
005590*****************************************************************
005600* 2210-TEST-SLOT -- STOPS ON THE FIRST ENTRY WHOSE KEY IS NOT   *
005610* BELOW THE DETAIL'S.                                           *
005620*****************************************************************
005630 2210-TEST-SLOT.
005640     ADD 1 TO WS-ACT-SUB.
005650     IF WS-ACT-TBL-KEY (WS-ACT-SUB) NOT < WS-DTL-KEY
005660         MOVE 'Y' TO WS-SLOT-FOUND-SW
005670     END-IF.
005680 2210-TEST-SLOT-EXIT.
005690     EXIT.
005700*****************************************************************
005710* 2220-SHIFT-ONE -- MOVES ONE ENTRY UP A PLACE TO OPEN THE SLOT *
005720* FOR A NEW KEY.                                                *
005730*****************************************************************
005740 2220-SHIFT-ONE.
005750     MOVE WS-ACT-ENTRY (WS-SHIFT-SUB)
005760                         TO WS-ACT-ENTRY (WS-SHIFT-SUB + 1).
005770     SUBTRACT 1 FROM WS-SHIFT-SUB.
005780 2220-SHIFT-ONE-EXIT.
005790     EXIT.
005800*****************************************************************
005810* 3000-MERGE-MASTER -- MERGES THE OLD MASTER WITH THE ACTIVITY  *
005820* TABLE INTO THE NEW MASTER, BOTH IN KEY ORDER.                 *
005830*****************************************************************
005840 3000-MERGE-MASTER.
005850     OPEN INPUT BAL-IN-FILE.
005860     OPEN OUTPUT BAL-OUT-FILE.
005870     PERFORM 3050-READ-MASTER THRU 3050-READ-MASTER-EXIT.
005880     MOVE ZERO TO WS-ACT-NEXT.
005890     PERFORM 3060-NEXT-ACTIVITY THRU 3060-NEXT-ACTIVITY-EXIT.
005900     PERFORM 3100-MERGE-ONE THRU 3100-MERGE-ONE-EXIT
005910             UNTIL WS-OLD-KEY = HIGH-VALUES
005920               AND WS-ACT-KEY = HIGH-VALUES.
005930     CLOSE BAL-IN-FILE.
005940     CLOSE BAL-OUT-FILE.
005950 3000-MERGE-MASTER-EXIT.
005960     EXIT.
005970*****************************************************************
005980* 3050-READ-MASTER -- READS THE NEXT OLD MASTER RECORD INTO     *
005990* WS-OLD-MASTER, PROVING THE KEY SEQUENCE.  HIGH-VALUES AT END. *
006000*****************************************************************
006010 3050-READ-MASTER.
006020     READ BAL-IN-FILE
006030         AT END
006040             MOVE HIGH-VALUES TO WS-OLD-KEY
006050             GO TO 3050-READ-MASTER-EXIT
006060     END-READ.
006070     ADD 1 TO WS-MASTER-READ.
006080     IF GB-KEY NOT > WS-OLD-KEY
006090         DISPLAY "GLBAL     - BALANCE MASTER OUT OF SEQUENCE AT "
006100                 GB-KEY
006110         MOVE 'Y' TO WS-BREAK-SW
006120     END-IF.
006130     MOVE GB-KEY          TO WS-OLD-KEY.
006140     MOVE GL-BALANCE-REC  TO WS-OLD-MASTER.
006150 3050-READ-MASTER-EXIT.
006160     EXIT.
006170*****************************************************************
006180* 3060-NEXT-ACTIVITY -- STEPS TO THE NEXT ACTIVITY ENTRY.       *
006190* HIGH-VALUES WHEN THE TABLE IS USED UP.                        *
006200*****************************************************************
006210 3060-NEXT-ACTIVITY.
006220     ADD 1 TO WS-ACT-NEXT.
006230     IF WS-ACT-NEXT > WS-ACT-COUNT
006240         MOVE HIGH-VALUES TO WS-ACT-KEY
006250     ELSE
006260         MOVE WS-ACT-TBL-KEY (WS-ACT-NEXT) TO WS-ACT-KEY
006270     END-IF.
006280 3060-NEXT-ACTIVITY-EXIT.
006290     EXIT.
006300*****************************************************************
006310* 3100-MERGE-ONE -- WRITES THE LOWER KEY: AN OLD RECORD WITH NO *
006320* ACTIVITY AS IT STANDS, AN OLD RECORD WITH ACTIVITY UPDATED,   *
006330* OR ACTIVITY WITH NO OLD RECORD AS A NEW ONE.                  *
006340*****************************************************************
006350 3100-MERGE-ONE.
006360     IF WS-OLD-KEY < WS-ACT-KEY
006370         MOVE WS-OLD-MASTER TO WS-NEW-MASTER
006380         PERFORM 3200-WRITE-MASTER THRU 3200-WRITE-MASTER-EXIT
006390         PERFORM 3050-READ-MASTER THRU 3050-READ-MASTER-EXIT
006400         GO TO 3100-MERGE-ONE-EXIT
006410     END-IF.
006420     IF WS-OLD-KEY = WS-ACT-KEY
006430         MOVE WS-OLD-MASTER TO WS-NEW-MASTER
006440         MOVE SPACES        TO DTL-NEW-FLAG
006450         ADD 1 TO WS-MASTER-UPDATED
006460     ELSE
006470         MOVE SPACES TO WS-NEW-MASTER
006480         MOVE WS-ACT-ACCOUNT (WS-ACT-NEXT)  TO NM-ACCOUNT
006490         MOVE WS-ACT-COST-CTR (WS-ACT-NEXT) TO NM-COST-CENTER
006500         MOVE WS-ACT-PERIOD (WS-ACT-NEXT)   TO NM-FISCAL-ID
006510         MOVE ZERO TO NM-PTD-AMOUNT
006520         MOVE ZERO TO NM-YTD-AMOUNT
006530         MOVE ZERO TO NM-PTD-COUNT
006540         MOVE ZERO TO NM-LAST-POST-DATE
006550         MOVE "NEW"  TO DTL-NEW-FLAG
006560         ADD 1 TO WS-MASTER-ADDED
006570     END-IF.
006580     ADD WS-ACT-AMOUNT (WS-ACT-NEXT) TO NM-PTD-AMOUNT
006590         ON SIZE ERROR
006600             DISPLAY "GLBAL     - PERIOD-TO-DATE OVERFLOW AT "
006610                     NM-KEY
006620             MOVE 'Y' TO WS-BREAK-SW
006630     END-ADD.
006640     ADD WS-ACT-DETAILS (WS-ACT-NEXT) TO NM-PTD-COUNT.
006650     IF WS-ACT-LAST-DATE (WS-ACT-NEXT) > NM-LAST-POST-DATE
006660         MOVE WS-ACT-LAST-DATE (WS-ACT-NEXT) TO NM-LAST-POST-DATE
006670     END-IF.
006680     PERFORM 3200-WRITE-MASTER THRU 3200-WRITE-MASTER-EXIT.
006690     PERFORM 3300-WRITE-DETAIL THRU 3300-WRITE-DETAIL-EXIT.
006700     IF WS-OLD-KEY = WS-ACT-KEY
006710         PERFORM 3050-READ-MASTER THRU 3050-READ-MASTER-EXIT
006720     END-IF.
006730     PERFORM 3060-NEXT-ACTIVITY THRU 3060-NEXT-ACTIVITY-EXIT.
006740 3100-MERGE-ONE-EXIT.
006750     EXIT.
006760*****************************************************************
006770* 3200-WRITE-MASTER -- SETS THE RECORD'S YEAR-TO-DATE FROM THE  *
006780* RUNNING TOTAL (RESTARTED ON A NEW ACCOUNT, COST CENTER OR     *
006790* FISCAL YEAR) AND WRITES IT TO THE NEW MASTER.                 *
006800*****************************************************************
006810 3200-WRITE-MASTER.
006820     IF NM-ACCOUNT NOT = WS-YTD-ACCOUNT
006830        OR NM-COST-CENTER NOT = WS-YTD-COST-CTR
006840        OR NM-FISCAL-YEAR NOT = WS-YTD-YEAR
006850         MOVE NM-ACCOUNT     TO WS-YTD-ACCOUNT
006860         MOVE NM-COST-CENTER TO WS-YTD-COST-CTR
006870         MOVE NM-FISCAL-YEAR TO WS-YTD-YEAR
006880         MOVE ZERO           TO WS-YTD-CARRY
006890     END-IF.
006900     ADD NM-PTD-AMOUNT TO WS-YTD-CARRY
006910         ON SIZE ERROR
006920             DISPLAY "GLBAL     - YEAR-TO-DATE OVERFLOW AT "
006930                     NM-KEY
006940             MOVE 'Y' TO WS-BREAK-SW
006950     END-ADD.
006960     MOVE WS-YTD-CARRY TO NM-YTD-AMOUNT.
006970     WRITE BAL-OUT-REC FROM WS-NEW-MASTER.
006980     ADD 1 TO WS-MASTER-WRITTEN.
006990 3200-WRITE-MASTER-EXIT.
007000     EXIT.
007010*****************************************************************
007020* 3300-WRITE-DETAIL -- REPORTS ONE MASTER RECORD THE DAY'S      *
007030* EXTRACT TOUCHED.                                              *
007040*****************************************************************
007050 3300-WRITE-DETAIL.
007060     MOVE NM-ACCOUNT                  TO DTL-ACCOUNT.
007070     MOVE NM-COST-CENTER              TO DTL-COST-CENTER.
007080     MOVE NM-FISCAL-YEAR              TO DTL-FISCAL-YEAR.
007090     MOVE NM-FISCAL-PERIOD            TO DTL-FISCAL-PERIOD.
007100     MOVE WS-ACT-DETAILS (WS-ACT-NEXT) TO DTL-DETAILS.
007110     MOVE WS-ACT-AMOUNT (WS-ACT-NEXT) TO DTL-TODAY-AMT.
007120     MOVE NM-PTD-AMOUNT               TO DTL-PTD-AMT.
007130     MOVE NM-YTD-AMOUNT               TO DTL-YTD-AMT.
007140     WRITE REPORT-REC FROM WS-DETAIL-LINE.
007150 3300-WRITE-DETAIL-EXIT.
007160     EXIT.
007170*****************************************************************
007180* 4000-WRAP-UP -- WRITES THE CONTROL TOTALS AND THE RESULT AND  *
007190* SETS THE RETURN CODE.                                         *
007200*****************************************************************
007210 4000-WRAP-UP.
007220     MOVE WS-GLX-BATCHES     TO TRL-GLX-BATCHES.
007230     MOVE WS-GLX-DETAILS     TO TRL-GLX-DETAILS.
007240     MOVE WS-GLX-AMOUNT      TO TRL-GLX-AMOUNT.
007250     WRITE REPORT-REC FROM WS-RPT-TRAILER-1.
007260     MOVE WS-MASTER-READ     TO TRL-MASTER-READ.
007270     MOVE WS-MASTER-WRITTEN  TO TRL-MASTER-WRITTEN.
007280     MOVE WS-MASTER-UPDATED  TO TRL-MASTER-UPDATED.
007290     MOVE WS-MASTER-ADDED    TO TRL-MASTER-ADDED.
007300     WRITE REPORT-REC FROM WS-RPT-TRAILER-2.
007310     IF WS-BREAK-FOUND
007320         MOVE "*** BREAK -- NEW BALANCE MASTER NOT TO BE USED ***"
007330                                 TO RES-TEXT
007340         MOVE 8 TO RETURN-CODE
007350     ELSE
007360         MOVE "BALANCE MASTER UPDATED" TO RES-TEXT
007370     END-IF.
007380     WRITE REPORT-REC FROM WS-RPT-RESULT-LINE.
007390     DISPLAY "GLBAL     - " WS-RPT-TRAILER-1.
007400     DISPLAY "GLBAL     - " WS-RPT-TRAILER-2.
007410     DISPLAY "GLBAL     - " RES-TEXT.
007420     IF WS-OFF-CALENDAR > ZERO
007430         DISPLAY "GLBAL     - DETAILS DATED OFF THE CALENDAR: "
007440                 WS-OFF-CALENDAR
007450     END-IF.
007460     IF WS-IN-CLOSED > ZERO
007470         DISPLAY "GLBAL     - DETAILS DATED INTO A CLOSED "
007480                 "PERIOD: "
007490                 WS-IN-CLOSED
007500     END-IF.
007510     CLOSE REPORT-FILE.
007520 4000-WRAP-UP-EXIT.
007530     EXIT.
