000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : QUARREL                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/14/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : QUARANTINE RELEASE.  READS THE QUARANTINE FILE   *
000190*              DECIMAL WROTE (QUARREC COPYBOOK) -- WHOLE FEED   *
000200*              BATCHES HELD BACK BECAUSE THEY FAILED THEIR      *
000210*              HD/TL PROOF -- TOGETHER WITH THE BATCHES STILL   *
000220*              HELD FROM EARLIER RUNS, AND APPLIES OPERATOR-    *
000230*              KEYED RELEASE CARDS.  A RELEASED BATCH IS        *
000240*              WRITTEN IN TRANS-REC LAYOUT (TRANSRC COPYBOOK)   *
000250*              TO A RELEASE FILE THAT THE NEXT DECIMAL RUN      *
000260*              READS AHEAD OF THE DAY'S TRANSIN AND PROVES      *
000270*              LIKE ANY OTHER BATCH.  A BATCH WITH NO MATCHING  *
000280*              CARD IS CARRIED FORWARD TO THE HOLD FILE; EVERY  *
000290*              BATCH IS REPORTED WITH ITS DISPOSITION AND ITS   *
000300*              AGE IN DAYS.                                     *
000310*                                                               *
000320*              RELEASE CARD (RELIN):                            *
000330*                COL  1     ACTION 'R' = RELEASE THE BATCH      *
000340*                                  'D' = DROP IT (THE SOURCE    *
000350*                                        RESENDS IT)            *
000360*                COL  3-10  QUARANTINE RUN DATE  } THE BATCH    *
000370*                COL 12-19  QUARANTINE JOB ID    } KEY, AS      *
000380*                COL 21-24  QUARANTINE BATCH NO. } REPORTED     *
000390*                COL 26     'Y' = REBUILD THE TL TRAILER FROM   *
000400*                           THE DT/RV RECORDS ACTUALLY HELD --  *
000410*                           OPERATOR APPROVAL OF A SHORT OR     *
000420*                           LONG BATCH.  THE TL RECEIVED AND    *
000430*                           ANY UNKNOWN RECORD TYPES ARE LEFT   *
000440*                           OUT OF THE RELEASE.                 *
000450*                COL 28-35  NEW HD BUSINESS DATE (BLANK = AS    *
000460*                           RECEIVED)                           *
000470*                COL 37-44  AUTH ID OF THE APPROVER (REQUIRED)  *
000480*              A BATCH THAT FAILED ON ITS TRAILER (REASON 05    *
000490*              OR 06) IS RELEASED ONLY WITH THE REBUILD FLAG,   *
000500*              SINCE AS RECEIVED IT WOULD SIMPLY FAIL AGAIN.    *
000510*              RECORDS HELD OUTSIDE ANY BATCH (REASON 08) HAVE  *
000520*              NO HD HEADER AND CANNOT BE RELEASED -- DROP      *
000530*              THEM AND HAVE THE SOURCE RESEND.  A REFUSED      *
000540*              RELEASE LEAVES THE BATCH HELD.  A RELEASE FILE   *
000550*              READ TWICE IS CAUGHT BY DECIMAL'S TRANSMISSION   *
000560*              REGISTRY LIKE ANY OTHER REPEATED BATCH.          *
000570*              A RELEASED BATCH'S HD PROCESSING CYCLE IS        *
000580*              CLEARED, SO IT POSTS IN WHICHEVER CYCLE READS    *
000590*              THE RELEASE FILE -- A BATCH HELD FOR NAMING THE  *
000600*              WRONG CYCLE (REASON 10) IS RELEASED AS IT CAME.  *
000610*                                                               *
000620*              RETURN CODES: 0 = CLEAN                          *
000630*                            4 = ONE OR MORE RELEASE CARDS      *
000640*                                MATCHED NO HELD BATCH OR WERE  *
000650*                                SKIPPED, OR A RELEASE WAS      *
000660*                                REFUSED                        *
000670*                            8 = A REBUILT TL HASH OVERFLOWED   *
000680*                                                               *
000690*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                          *
000710*---------------------------------------------------------------*
000720* DATE       INIT DESCRIPTION                                   *
000730*---------------------------------------------------------------*
000740* 09/14/2026 RH   ORIGINAL PROGRAM.                             *
000750* 10/05/2026 RH   A RELEASED BATCH'S HD PROCESSING CYCLE IS     *
000760*                 CLEARED SO IT POSTS IN THE CYCLE THAT READS   *
000770*                 THE RELEASE FILE.                             *
000780*****************************************************************
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID. QUARREL.
000810 AUTHOR. R. HOWELL.
000820 INSTALLATION. LINUX GAZETTE DATA CENTER.
000830 DATE-WRITTEN. 09/14/2026.
000840 DATE-COMPILED.
000850 ENVIRONMENT DIVISION.
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT QUARANTINE-FILE ASSIGN TO QUARIN
000890         ORGANIZATION IS SEQUENTIAL.
000900     SELECT RELEASE-CARD-FILE ASSIGN TO RELIN
000910         ORGANIZATION IS SEQUENTIAL.
000920     SELECT RELEASE-FILE ASSIGN TO QUARRLS
000930         ORGANIZATION IS SEQUENTIAL.
000940     SELECT HOLD-FILE ASSIGN TO QUARHOLD
000950         ORGANIZATION IS SEQUENTIAL.
000960     SELECT REPORT-FILE ASSIGN TO QUARRPT
000970         ORGANIZATION IS SEQUENTIAL.
000980 DATA DIVISION.
000990 FILE SECTION.
001000*---------------------------------------------------------------*
001010* QUARANTINE-FILE IS THE BATCHES STILL HELD FROM EARLIER RUNS   *
001020* (THE LAST QUARREL HOLD FILE) FOLLOWED BY THE LAST DECIMAL     *
001030* RUN'S QUARANTINE FILE.  EVERY RECORD OF A BATCH CARRIES THE   *
001040* SAME RUN DATE/JOB ID/BATCH NUMBER AND THE RECORDS OF A BATCH  *
001050* ARE TOGETHER.                                                 *
001060*---------------------------------------------------------------*
001070 FD  QUARANTINE-FILE
001080     RECORDING MODE IS F.
001090     COPY QUARREC.
001100*---------------------------------------------------------------*
001110* RELEASE-CARD-FILE IS THE OPERATOR'S CARD DECK.  ONE CARD PER  *
001120* HELD BATCH TO BE WORKED; UNMATCHED CARDS ARE REPORTED.        *
001130*---------------------------------------------------------------*
001140 FD  RELEASE-CARD-FILE
001150     RECORDING MODE IS F.
001160 01  RELEASE-CARD.
001170     05  REL-ACTION              PIC X(01).
001180     05  FILLER                  PIC X(01).
001190     05  REL-RUN-DATE            PIC 9(08).
001200     05  FILLER                  PIC X(01).
001210     05  REL-JOB-ID              PIC X(08).
001220     05  FILLER                  PIC X(01).
001230     05  REL-BATCH-NO            PIC 9(04).
001240     05  FILLER                  PIC X(01).
001250     05  REL-REBUILD             PIC X(01).
001260     05  FILLER                  PIC X(01).
001270     05  REL-NEW-BUS-DATE        PIC 9(08).
001280     05  FILLER                  PIC X(01).
001290     05  REL-AUTH-ID             PIC X(08).
001300     05  FILLER                  PIC X(36).
001310*---------------------------------------------------------------*
001320* RELEASE-FILE IS WRITTEN IN TRANS-REC LAYOUT (TRANSRC) SO THE  *
001330* NEXT DECIMAL RUN READS IT CONCATENATED AHEAD OF TRANSIN.      *
001340* EACH RELEASED BATCH KEEPS ITS OWN HD HEADER AND TL TRAILER.   *
001350*---------------------------------------------------------------*
001360 FD  RELEASE-FILE
001370     RECORDING MODE IS F.
001380     COPY TRANSRC.
001390*---------------------------------------------------------------*
001400* HOLD-FILE CARRIES STILL-HELD BATCHES FORWARD UNCHANGED        *
001410* (QUARREC IMAGE) SO THEY COME BACK THROUGH THE NEXT QUARREL    *
001420* RUN WITH THEIR ORIGINAL KEY AND REASON INTACT.                *
001430*---------------------------------------------------------------*
001440 FD  HOLD-FILE
001450     RECORDING MODE IS F.
001460 01  HOLD-REC                    PIC X(080).
001470*---------------------------------------------------------------*
001480* REPORT-FILE LISTS EVERY HELD BATCH WORKED THIS RUN WITH ITS   *
001490* DISPOSITION (RELEASED, REBUILT, DROPPED, OUTSTANDING OR HELD) *
001500* AND AGE.                                                      *
001510*---------------------------------------------------------------*
001520 FD  REPORT-FILE
001530     RECORDING MODE IS F.
001540 01  REPORT-REC                  PIC X(132).
001550 WORKING-STORAGE SECTION.
001560*---------------------------------------------------------------*
001570* SWITCHES                                                      *
001580*---------------------------------------------------------------*
001590 01  WS-SWITCHES.
001600     05  WS-QUAR-EOF-SW          PIC X(01)       VALUE 'N'.
001610         88  WS-QUAR-EOF                         VALUE 'Y'.
001620     05  WS-REL-EOF-SW           PIC X(01)       VALUE 'N'.
001630         88  WS-REL-EOF                          VALUE 'Y'.
001640     05  WS-REL-FOUND-SW         PIC X(01)       VALUE 'N'.
001650         88  WS-REL-FOUND                        VALUE 'Y'.
001660     05  WS-BATCH-ACTIVE-SW      PIC X(01)       VALUE 'N'.
001670         88  WS-BATCH-ACTIVE                     VALUE 'Y'.
001680     05  WS-DISPOSITION          PIC X(01)       VALUE 'H'.
001690         88  WS-DISP-RELEASE                     VALUE 'R'.
001700         88  WS-DISP-DROP                        VALUE 'D'.
001710         88  WS-DISP-HOLD                        VALUE 'H'.
001720*---------------------------------------------------------------*
001730* RELEASE CARD TABLE -- LOADED AT START-UP.  EACH CARD IS       *
001740* CONSUMED BY THE HELD BATCH WHOSE KEY IT NAMES.                *
001750*---------------------------------------------------------------*
001760 01  WS-REL-LIMIT                PIC S9(04) COMP  VALUE 100.
001770 01  WS-REL-COUNT                PIC S9(04) COMP  VALUE ZERO.
001780 01  WS-REL-SUB                  PIC S9(04) COMP  VALUE ZERO.
001790 01  WS-REL-TABLE.
001800     05  WS-REL-ENTRY            OCCURS 100 TIMES.
001810         10  WS-TBL-ACTION       PIC X(01).
001820         10  WS-TBL-USED-SW      PIC X(01).
001830             88  WS-TBL-USED                     VALUE 'Y'.
001840         10  WS-TBL-RUN-DATE     PIC 9(08).
001850         10  WS-TBL-JOB-ID       PIC X(08).
001860         10  WS-TBL-BATCH-NO     PIC 9(04).
001870         10  WS-TBL-REBUILD      PIC X(01).
001880         10  WS-TBL-NEW-DATE     PIC 9(08).
001890         10  WS-TBL-AUTH-ID      PIC X(08).
001900*---------------------------------------------------------------*
001910* CONTROL TOTALS                                                *
001920*---------------------------------------------------------------*
001930 01  WS-COUNTERS.
001940     05  WS-QUAR-READ            PIC S9(08) COMP  VALUE ZERO.
001950     05  WS-BATCHES-READ         PIC S9(08) COMP  VALUE ZERO.
001960     05  WS-BATCHES-RELEASED     PIC S9(08) COMP  VALUE ZERO.
001970     05  WS-BATCHES-DROPPED      PIC S9(08) COMP  VALUE ZERO.
001980     05  WS-BATCHES-HELD         PIC S9(08) COMP  VALUE ZERO.
001990     05  WS-RECS-RELEASED        PIC S9(08) COMP  VALUE ZERO.
002000     05  WS-RECS-LEFT-OUT        PIC S9(08) COMP  VALUE ZERO.
002010     05  WS-CARDS-UNUSED         PIC S9(08) COMP  VALUE ZERO.
002020     05  WS-CARDS-SKIPPED        PIC S9(08) COMP  VALUE ZERO.
002030     05  WS-RELEASES-REFUSED     PIC S9(08) COMP  VALUE ZERO.
002040*---------------------------------------------------------------*
002050* CURRENT BATCH -- THE KEY OF THE HELD BATCH BEING WORKED, THE  *
002060* RELEASE CARD'S INSTRUCTIONS FOR IT, AND THE COUNT AND TR-J    *
002070* HASH OF A TL TRAILER BEING REBUILT.                           *
002080*---------------------------------------------------------------*
002090 01  WS-CUR-RUN-DATE             PIC 9(08)        VALUE ZERO.
002100 01  WS-CUR-JOB-ID               PIC X(08)        VALUE SPACES.
002110 01  WS-CUR-BATCH-NO             PIC 9(04)        VALUE ZERO.
002120 01  WS-CUR-SOURCE               PIC X(03)        VALUE SPACES.
002130 01  WS-CUR-REASON               PIC X(02)        VALUE SPACES.
002140 01  WS-CUR-BUS-DATE             PIC 9(08)        VALUE ZERO.
002150 01  WS-CUR-RECORDS              PIC S9(08) COMP  VALUE ZERO.
002160 01  WS-CUR-REBUILD              PIC X(01)        VALUE 'N'.
002170 01  WS-CUR-NEW-DATE             PIC 9(08)        VALUE ZERO.
002180 01  WS-RBLD-COUNT               PIC S9(08) COMP  VALUE ZERO.
002190 01  WS-RBLD-HASH                PIC S9(14)V9(04) COMP-3
002200                                                  VALUE ZERO.
002210*---------------------------------------------------------------*
002220* AGE CALCULATION WORK AREAS                                    *
002230*---------------------------------------------------------------*
002240 01  WS-RUN-DATE                 PIC 9(08).
002250 01  WS-RUN-DATE-INT             PIC S9(08) COMP  VALUE ZERO.
002260 01  WS-ORIG-DATE-INT            PIC S9(08) COMP  VALUE ZERO.
002270 01  WS-AGE-DAYS                 PIC S9(05) COMP  VALUE ZERO.
002280*---------------------------------------------------------------*
002290* REPORT WORK AREAS                                             *
002300*---------------------------------------------------------------*
002310 01  WS-RPT-HEADING-1.
002320     05  FILLER                  PIC X(044)
002330             VALUE "QUARREL QUARANTINE RELEASE REPORT".
002340     05  FILLER                  PIC X(010)
002350             VALUE "RUN DATE: ".
002360     05  RPT-RUN-DATE            PIC 9(08).
002370     05  FILLER                  PIC X(070)      VALUE SPACES.
002380 01  WS-RPT-HEADING-2.
002390     05  FILLER                  PIC X(010)
002400             VALUE "RUN DATE".
002410     05  FILLER                  PIC X(010)      VALUE "JOB".
002420     05  FILLER                  PIC X(006)      VALUE "BTCH".
002430     05  FILLER                  PIC X(005)      VALUE "SRC".
002440     05  FILLER                  PIC X(004)      VALUE "RC".
002450     05  FILLER                  PIC X(010)
002460             VALUE "BUS DATE".
002470     05  FILLER                  PIC X(010)      VALUE " RECORDS".
002480     05  FILLER                  PIC X(007)      VALUE "AGE".
002490     05  FILLER                  PIC X(014)
002500             VALUE "DISPOSITION".
002510     05  FILLER                  PIC X(008)      VALUE "AUTH".
002520     05  FILLER                  PIC X(048)      VALUE SPACES.
002530 01  WS-DETAIL-LINE.
002540     05  DTL-RUN-DATE            PIC 9(08).
002550     05  FILLER                  PIC X(02)       VALUE SPACES.
002560     05  DTL-JOB-ID              PIC X(08).
002570     05  FILLER                  PIC X(02)       VALUE SPACES.
002580     05  DTL-BATCH-NO            PIC ZZZ9.
002590     05  FILLER                  PIC X(02)       VALUE SPACES.
002600     05  DTL-SOURCE              PIC X(03).
002610     05  FILLER                  PIC X(02)       VALUE SPACES.
002620     05  DTL-REASON-CD           PIC X(02).
002630     05  FILLER                  PIC X(02)       VALUE SPACES.
002640     05  DTL-BUS-DATE            PIC 9(08).
002650     05  FILLER                  PIC X(02)       VALUE SPACES.
002660     05  DTL-RECORDS             PIC ZZZZZZZ9.
002670     05  FILLER                  PIC X(02)       VALUE SPACES.
002680     05  DTL-AGE-DAYS            PIC ZZZZ9.
002690     05  FILLER                  PIC X(02)       VALUE SPACES.
002700     05  DTL-DISPOSITION         PIC X(12).
002710     05  FILLER                  PIC X(02)       VALUE SPACES.
002720     05  DTL-AUTH-ID             PIC X(08).
002730     05  FILLER                  PIC X(048)      VALUE SPACES.
002740 01  WS-RPT-TRAILER-1.
002750     05  FILLER                  PIC X(018)
002760             VALUE "BATCHES READ     ".
002770     05  TRL-BATCHES-READ        PIC ZZZZZZZ9.
002780     05  FILLER                  PIC X(003)      VALUE SPACES.
002790     05  FILLER                  PIC X(018)
002800             VALUE "RELEASED         ".
002810     05  TRL-RELEASED            PIC ZZZZZZZ9.
002820     05  FILLER                  PIC X(003)      VALUE SPACES.
002830     05  FILLER                  PIC X(018)
002840             VALUE "DROPPED          ".
002850     05  TRL-DROPPED             PIC ZZZZZZZ9.
002860     05  FILLER                  PIC X(003)      VALUE SPACES.
002870     05  FILLER                  PIC X(018)
002880             VALUE "OUTSTANDING      ".
002890     05  TRL-OUTSTANDING         PIC ZZZZZZZ9.
002900     05  FILLER                  PIC X(019)      VALUE SPACES.
002910 01  WS-RPT-TRAILER-2.
002920     05  FILLER                  PIC X(018)
002930             VALUE "RECORDS READ     ".
002940     05  TRL-RECORDS-READ        PIC ZZZZZZZ9.
002950     05  FILLER                  PIC X(003)      VALUE SPACES.
002960     05  FILLER                  PIC X(018)
002970             VALUE "RECORDS RELEASED ".
002980     05  TRL-RECS-RELEASED       PIC ZZZZZZZ9.
002990     05  FILLER                  PIC X(003)      VALUE SPACES.
003000     05  FILLER                  PIC X(018)
003010             VALUE "RECORDS LEFT OUT ".
003020     05  TRL-RECS-LEFT-OUT       PIC ZZZZZZZ9.
003030     05  FILLER                  PIC X(003)      VALUE SPACES.
003040     05  FILLER                  PIC X(018)
003050             VALUE "REFUSED          ".
003060     05  TRL-REFUSED             PIC ZZZZZZZ9.
003070     05  FILLER                  PIC X(019)      VALUE SPACES.
003080 01  WS-RPT-TRAILER-3.
003090     05  FILLER                  PIC X(032)
003100             VALUE "RELEASE CARDS NOT MATCHED       ".
003110     05  TRL-CARDS-UNUSED        PIC ZZZZZZZ9.
003120     05  FILLER                  PIC X(003)      VALUE SPACES.
003130     05  FILLER                  PIC X(032)
003140             VALUE "RELEASE CARDS SKIPPED           ".
003150     05  TRL-CARDS-SKIPPED       PIC ZZZZZZZ9.
003160     05  FILLER                  PIC X(049)      VALUE SPACES.
003170 PROCEDURE DIVISION.
003180*****************************************************************
003190* 0000-MAINLINE                                                 *
003200*****************************************************************
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003230     PERFORM 2000-PROCESS-QUARANTINE
003240             THRU 2000-PROCESS-QUARANTINE-EXIT
003250             UNTIL WS-QUAR-EOF.
003260     PERFORM 3000-WRAP-UP THRU 3000-WRAP-UP-EXIT.
003270     STOP RUN.
003280*****************************************************************
003290* 1000-INITIALIZE -- OPENS THE FILES, STAMPS THE RUN DATE,      *
003300* WRITES THE REPORT HEADINGS, LOADS THE RELEASE CARD TABLE AND  *
003310* PRIMES THE FIRST QUARANTINE READ.                             *
003320*****************************************************************
003330 1000-INITIALIZE.
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003350     COMPUTE WS-RUN-DATE-INT =
003360         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003370     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
003380     OPEN INPUT QUARANTINE-FILE.
003390     OPEN INPUT RELEASE-CARD-FILE.
003400     OPEN OUTPUT RELEASE-FILE.
003410     OPEN OUTPUT HOLD-FILE.
003420     OPEN OUTPUT REPORT-FILE.
003430     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
003440     WRITE REPORT-REC FROM WS-RPT-HEADING-2.
003450     PERFORM 1100-READ-RELEASE-CARD
003460             THRU 1100-READ-RELEASE-CARD-EXIT.
003470     PERFORM 1200-LOAD-RELEASE-CARD
003480             THRU 1200-LOAD-RELEASE-CARD-EXIT
003490             UNTIL WS-REL-EOF.
003500     CLOSE RELEASE-CARD-FILE.
003510     DISPLAY "QUARREL   - RELEASE CARDS LOADED: "
003520             WS-REL-COUNT.
003530     PERFORM 2900-READ-QUARANTINE THRU 2900-READ-QUARANTINE-EXIT.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.
003560*****************************************************************
003570* 1100-READ-RELEASE-CARD -- READS ONE RELEASE CARD, SETTING THE *
003580* EOF SWITCH AT END.                                            *
003590*****************************************************************
003600 1100-READ-RELEASE-CARD.
003610     READ RELEASE-CARD-FILE
003620         AT END
003630             MOVE 'Y' TO WS-REL-EOF-SW
003640     END-READ.
003650 1100-READ-RELEASE-CARD-EXIT.
003660     EXIT.
003670*****************************************************************
003680* 1200-LOAD-RELEASE-CARD -- LOADS ONE RELEASE CARD INTO THE     *
003690* TABLE.  A CARD WITH AN UNKNOWN ACTION CODE, AN UNREADABLE     *
003700* BATCH KEY OR NO AUTH ID, OR PAST THE TABLE LIMIT, IS REPORTED *
003710* TO SYSOUT AND SKIPPED (RC=4) -- NOTHING LEAVES QUARANTINE     *
003720* WITHOUT A NAMED APPROVER.  A BLANK NEW BUSINESS DATE LOADS AS *
003730* ZERO (KEEP THE HD DATE AS RECEIVED).                          *
003740*****************************************************************
003750 1200-LOAD-RELEASE-CARD.
003760     IF REL-ACTION NOT = 'R' AND REL-ACTION NOT = 'D'
003770         DISPLAY "QUARREL   - BAD ACTION CODE '" REL-ACTION
003780                 "' ON RELEASE CARD, CARD SKIPPED"
003790         ADD 1 TO WS-CARDS-SKIPPED
003800         GO TO 1200-LOAD-RELEASE-CARD-READ
003810     END-IF.
003820     IF REL-RUN-DATE NOT NUMERIC OR REL-BATCH-NO NOT NUMERIC
003830         DISPLAY "QUARREL   - BAD BATCH KEY ON RELEASE CARD, "
003840                 "CARD SKIPPED"
003850         ADD 1 TO WS-CARDS-SKIPPED
003860         GO TO 1200-LOAD-RELEASE-CARD-READ
003870     END-IF.
003880     IF REL-AUTH-ID = SPACES
003890         DISPLAY "QUARREL   - NO AUTH ID ON RELEASE CARD FOR "
003900                 REL-RUN-DATE "/" REL-JOB-ID "/" REL-BATCH-NO
003910                 ", CARD SKIPPED"
003920         ADD 1 TO WS-CARDS-SKIPPED
003930         GO TO 1200-LOAD-RELEASE-CARD-READ
003940     END-IF.
003950     IF WS-REL-COUNT >= WS-REL-LIMIT
003960         DISPLAY "QUARREL   - RELEASE TABLE FULL, CARD SKIPPED"
003970         ADD 1 TO WS-CARDS-SKIPPED
003980         GO TO 1200-LOAD-RELEASE-CARD-READ
003990     END-IF.
004000     ADD 1 TO WS-REL-COUNT.
004010     MOVE REL-ACTION   TO WS-TBL-ACTION (WS-REL-COUNT).
004020     MOVE 'N'          TO WS-TBL-USED-SW (WS-REL-COUNT).
004030     MOVE REL-RUN-DATE TO WS-TBL-RUN-DATE (WS-REL-COUNT).
004040     MOVE REL-JOB-ID   TO WS-TBL-JOB-ID (WS-REL-COUNT).
004050     MOVE REL-BATCH-NO TO WS-TBL-BATCH-NO (WS-REL-COUNT).
004060     MOVE REL-REBUILD  TO WS-TBL-REBUILD (WS-REL-COUNT).
004070     IF REL-NEW-BUS-DATE IS NUMERIC
004080         MOVE REL-NEW-BUS-DATE TO WS-TBL-NEW-DATE (WS-REL-COUNT)
004090     ELSE
004100         MOVE ZERO TO WS-TBL-NEW-DATE (WS-REL-COUNT)
004110     END-IF.
004120     MOVE REL-AUTH-ID  TO WS-TBL-AUTH-ID (WS-REL-COUNT).
004130 1200-LOAD-RELEASE-CARD-READ.
004140     PERFORM 1100-READ-RELEASE-CARD
004150             THRU 1100-READ-RELEASE-CARD-EXIT.
004160 1200-LOAD-RELEASE-CARD-EXIT.
004170     EXIT.
004180*****************************************************************
004190* 2000-PROCESS-QUARANTINE -- WORKS ONE QUARANTINE RECORD.  THE  *
004200* FIRST RECORD OF EACH HELD BATCH CLOSES OFF THE BATCH BEFORE   *
004210* IT AND DECIDES THE NEW BATCH'S DISPOSITION FROM ITS RELEASE   *
004220* CARD; EVERY RECORD THEN FOLLOWS ITS BATCH -- TO THE RELEASE   *
004230* FILE, TO THE HOLD FILE, OR NOWHERE WHEN THE BATCH IS DROPPED. *
004240*****************************************************************
004250 2000-PROCESS-QUARANTINE.
004260     IF NOT WS-BATCH-ACTIVE
004270        OR QUAR-RUN-DATE NOT = WS-CUR-RUN-DATE
004280        OR QUAR-JOB-ID NOT = WS-CUR-JOB-ID
004290        OR QUAR-BATCH-NO NOT = WS-CUR-BATCH-NO
004300         PERFORM 2500-END-BATCH THRU 2500-END-BATCH-EXIT
004310         PERFORM 2100-START-BATCH THRU 2100-START-BATCH-EXIT
004320     END-IF.
004330     ADD 1 TO WS-CUR-RECORDS.
004340     EVALUATE TRUE
004350         WHEN WS-DISP-RELEASE
004360             PERFORM 2300-RELEASE-RECORD
004370                     THRU 2300-RELEASE-RECORD-EXIT
004380         WHEN WS-DISP-DROP
004390             CONTINUE
004400         WHEN OTHER
004410             WRITE HOLD-REC FROM QUARANTINE-REC
004420     END-EVALUATE.
004430     PERFORM 2900-READ-QUARANTINE THRU 2900-READ-QUARANTINE-EXIT.
004440 2000-PROCESS-QUARANTINE-EXIT.
004450     EXIT.
004460*****************************************************************
004470* 2100-START-BATCH -- TAKES THE KEY OF A NEW HELD BATCH FROM    *
004480* ITS FIRST RECORD AND LOOKS FOR ITS RELEASE CARD.  NO CARD     *
004490* HOLDS THE BATCH; A 'D' CARD DROPS IT; AN 'R' CARD RELEASES    *
004500* IT UNLESS THE BATCH HAS NO HD HEADER, OR FAILED ON ITS        *
004510* TRAILER AND THE CARD DOES NOT ASK FOR THE TL TO BE REBUILT -- *
004520* THEN THE RELEASE IS REFUSED AND THE BATCH STAYS HELD (RC=4).  *
004530*****************************************************************
004540 2100-START-BATCH.
004550     MOVE 'Y'            TO WS-BATCH-ACTIVE-SW.
004560     MOVE QUAR-RUN-DATE  TO WS-CUR-RUN-DATE.
004570     MOVE QUAR-JOB-ID    TO WS-CUR-JOB-ID.
004580     MOVE QUAR-BATCH-NO  TO WS-CUR-BATCH-NO.
004590     MOVE QUAR-SOURCE-CD TO WS-CUR-SOURCE.
004600     MOVE QUAR-REASON-CD TO WS-CUR-REASON.
004610     MOVE QUAR-BUS-DATE  TO WS-CUR-BUS-DATE.
004620     MOVE ZERO           TO WS-CUR-RECORDS.
004630     MOVE 'N'            TO WS-CUR-REBUILD.
004640     MOVE ZERO           TO WS-CUR-NEW-DATE.
004650     MOVE ZERO           TO WS-RBLD-COUNT.
004660     MOVE ZERO           TO WS-RBLD-HASH.
004670     ADD 1 TO WS-BATCHES-READ.
004680     PERFORM 2800-COMPUTE-AGE THRU 2800-COMPUTE-AGE-EXIT.
004690     MOVE 'H'            TO WS-DISPOSITION.
004700     MOVE "OUTSTANDING"  TO DTL-DISPOSITION.
004710     MOVE SPACES         TO DTL-AUTH-ID.
004720     PERFORM 2150-FIND-RELEASE THRU 2150-FIND-RELEASE-EXIT.
004730     IF NOT WS-REL-FOUND
004740         GO TO 2100-START-BATCH-EXIT
004750     END-IF.
004760     MOVE 'Y' TO WS-TBL-USED-SW (WS-REL-SUB).
004770     MOVE WS-TBL-AUTH-ID (WS-REL-SUB) TO DTL-AUTH-ID.
004780     IF WS-TBL-ACTION (WS-REL-SUB) = 'D'
004790         MOVE 'D'        TO WS-DISPOSITION
004800         MOVE "DROPPED"  TO DTL-DISPOSITION
004810         GO TO 2100-START-BATCH-EXIT
004820     END-IF.
004830*    A HELD BATCH ALWAYS BEGINS WITH ITS HD HEADER -- EXCEPT THE
004840*    RECORDS DECIMAL FOUND OUTSIDE ANY BATCH, WHICH HAVE NONE.
004850     IF NOT QUAR-TR-HEADER
004860         DISPLAY "QUARREL   - BATCH " WS-CUR-RUN-DATE "/"
004870                 WS-CUR-JOB-ID "/" WS-CUR-BATCH-NO
004880                 " HAS NO HD HEADER, RELEASE REFUSED"
004890         ADD 1 TO WS-RELEASES-REFUSED
004900         MOVE "HELD-NO HD"   TO DTL-DISPOSITION
004910         GO TO 2100-START-BATCH-EXIT
004920     END-IF.
004930     IF (WS-CUR-REASON = '05' OR '06')
004940        AND WS-TBL-REBUILD (WS-REL-SUB) NOT = 'Y'
004950         DISPLAY "QUARREL   - BATCH " WS-CUR-RUN-DATE "/"
004960                 WS-CUR-JOB-ID "/" WS-CUR-BATCH-NO
004970                 " FAILED ON ITS TRAILER, RELEASE NEEDS REBUILD"
004980         ADD 1 TO WS-RELEASES-REFUSED
004990         MOVE "HELD-REBUILD" TO DTL-DISPOSITION
005000         GO TO 2100-START-BATCH-EXIT
005010     END-IF.
005020     MOVE 'R' TO WS-DISPOSITION.
005030     MOVE WS-TBL-NEW-DATE (WS-REL-SUB) TO WS-CUR-NEW-DATE.
005040     IF WS-TBL-REBUILD (WS-REL-SUB) = 'Y'
005050         MOVE 'Y'        TO WS-CUR-REBUILD
005060         MOVE "REBUILT"  TO DTL-DISPOSITION
005070     ELSE
005080         MOVE "RELEASED" TO DTL-DISPOSITION
005090     END-IF.
005100 2100-START-BATCH-EXIT.
005110     EXIT.
005120*****************************************************************
005130* 2150-FIND-RELEASE -- SERIAL SEARCH OF THE CARD TABLE FOR THE  *
005140* UNUSED CARD NAMING THE CURRENT BATCH'S KEY.  LEAVES           *
005150* WS-REL-SUB POINTING AT THE CARD WHEN FOUND.                   *
005160*****************************************************************
005170 2150-FIND-RELEASE.
005180     MOVE 'N' TO WS-REL-FOUND-SW.
005190     MOVE ZERO TO WS-REL-SUB.
005200     PERFORM 2160-TEST-ONE-CARD THRU 2160-TEST-ONE-CARD-EXIT
005210             UNTIL WS-REL-FOUND
005220                OR WS-REL-SUB >= WS-REL-COUNT.
005230 2150-FIND-RELEASE-EXIT.
005240     EXIT.
005250*****************************************************************
005260* 2160-TEST-ONE-CARD -- TESTS THE NEXT RELEASE CARD AGAINST THE *
005270* CURRENT BATCH'S KEY.                                          *
005280*****************************************************************
005290 2160-TEST-ONE-CARD.
005300     ADD 1 TO WS-REL-SUB.
005310     IF NOT WS-TBL-USED (WS-REL-SUB)
005320        AND WS-TBL-RUN-DATE (WS-REL-SUB) = WS-CUR-RUN-DATE
005330        AND WS-TBL-JOB-ID (WS-REL-SUB)   = WS-CUR-JOB-ID
005340        AND WS-TBL-BATCH-NO (WS-REL-SUB) = WS-CUR-BATCH-NO
005350         MOVE 'Y' TO WS-REL-FOUND-SW
005360     END-IF.
005370 2160-TEST-ONE-CARD-EXIT.
005380     EXIT.
005390*****************************************************************
005400* 2300-RELEASE-RECORD -- WRITES ONE RECORD OF A RELEASED BATCH  *
005410* TO RELEASE-FILE AS THE TRANS-REC IMAGE IT ARRIVED AS, WITH    *
005420* THE CARD'S NEW BUSINESS DATE ON THE HD HEADER WHEN ONE WAS    *
005430* KEYED.  WHEN THE TL IS BEING REBUILT ONLY THE HD AND THE      *
005440* DT/RV RECORDS GO THROUGH -- COUNTED, AND THE DT TR-J VALUES   *
005450* HASHED, THE WAY DECIMAL PROVES THEM -- AND THE NEW TL IS      *
005460* WRITTEN WHEN THE BATCH ENDS.                                  *
005470* THE HD PROCESSING CYCLE IS CLEARED ON EVERY RELEASE.          *
005480*****************************************************************
005490 2300-RELEASE-RECORD.
005500     MOVE QUAR-TRANS-IMAGE TO TRANS-REC.
005510     IF TR-HEADER AND WS-CUR-NEW-DATE > ZERO
005520         MOVE WS-CUR-NEW-DATE TO TR-HDR-BUS-DATE
005530     END-IF.
005540     IF TR-HEADER
005550         MOVE SPACES TO TR-HDR-CYCLE
005560     END-IF.
005570     IF WS-CUR-REBUILD NOT = 'Y'
005580         WRITE TRANS-REC
005590         ADD 1 TO WS-RECS-RELEASED
005600         GO TO 2300-RELEASE-RECORD-EXIT
005610     END-IF.
005620     EVALUATE TRUE
005630         WHEN TR-HEADER
005640             WRITE TRANS-REC
005650             ADD 1 TO WS-RECS-RELEASED
005660         WHEN TR-DETAIL
005670             WRITE TRANS-REC
005680             ADD 1 TO WS-RECS-RELEASED
005690             ADD 1 TO WS-RBLD-COUNT
005700             IF TR-J IS NUMERIC
005710                 ADD TR-J TO WS-RBLD-HASH
005720                     ON SIZE ERROR
005730                         DISPLAY "QUARREL   - REBUILT TL HASH "
005740                                 "OVERFLOW"
005750                         MOVE 8 TO RETURN-CODE
005760                 END-ADD
005770             END-IF
005780         WHEN TR-REVERSAL
005790             WRITE TRANS-REC
005800             ADD 1 TO WS-RECS-RELEASED
005810             ADD 1 TO WS-RBLD-COUNT
005820         WHEN OTHER
005830             ADD 1 TO WS-RECS-LEFT-OUT
005840     END-EVALUATE.
005850 2300-RELEASE-RECORD-EXIT.
005860     EXIT.
005870*****************************************************************
005880* 2500-END-BATCH -- CLOSES OFF THE BATCH JUST WORKED: WRITES    *
005890* THE REBUILT TL TRAILER WHEN ONE IS DUE, COUNTS THE BATCH      *
005900* UNDER ITS DISPOSITION AND WRITES ITS REPORT LINE.             *
005910*****************************************************************
005920 2500-END-BATCH.
005930     IF NOT WS-BATCH-ACTIVE
005940         GO TO 2500-END-BATCH-EXIT
005950     END-IF.
005960     IF WS-DISP-RELEASE AND WS-CUR-REBUILD = 'Y'
005970         MOVE SPACES        TO TRANS-REC
005980         MOVE 'TL'          TO TR-REC-TYPE
005990         MOVE WS-RBLD-COUNT TO TR-TRL-DETAIL-COUNT
006000         MOVE WS-RBLD-HASH  TO TR-TRL-J-HASH
006010         WRITE TRANS-REC
006020         ADD 1 TO WS-RECS-RELEASED
006030     END-IF.
006040     EVALUATE TRUE
006050         WHEN WS-DISP-RELEASE
006060             ADD 1 TO WS-BATCHES-RELEASED
006070         WHEN WS-DISP-DROP
006080             ADD 1 TO WS-BATCHES-DROPPED
006090         WHEN OTHER
006100             ADD 1 TO WS-BATCHES-HELD
006110     END-EVALUATE.
006120     PERFORM 2700-WRITE-DETAIL THRU 2700-WRITE-DETAIL-EXIT.
006130     MOVE 'N' TO WS-BATCH-ACTIVE-SW.
006140 2500-END-BATCH-EXIT.
006150     EXIT.
006160*****************************************************************
006170* 2700-WRITE-DETAIL -- FORMATS AND WRITES ONE REPORT LINE FOR   *
006180* THE BATCH JUST WORKED.  DISPOSITION AND AUTH ID ARE SET WHEN  *
006190* THE BATCH STARTS.                                             *
006200*****************************************************************
006210 2700-WRITE-DETAIL.
006220     MOVE WS-CUR-RUN-DATE TO DTL-RUN-DATE.
006230     MOVE WS-CUR-JOB-ID   TO DTL-JOB-ID.
006240     MOVE WS-CUR-BATCH-NO TO DTL-BATCH-NO.
006250     MOVE WS-CUR-SOURCE   TO DTL-SOURCE.
006260     MOVE WS-CUR-REASON   TO DTL-REASON-CD.
006270     MOVE WS-CUR-BUS-DATE TO DTL-BUS-DATE.
006280     MOVE WS-CUR-RECORDS  TO DTL-RECORDS.
006290     MOVE WS-AGE-DAYS     TO DTL-AGE-DAYS.
006300     WRITE REPORT-REC FROM WS-DETAIL-LINE.
006310 2700-WRITE-DETAIL-EXIT.
006320     EXIT.
006330*****************************************************************
006340* 2800-COMPUTE-AGE -- DAYS BETWEEN THE RUN THAT QUARANTINED THE *
006350* BATCH AND TODAY.  A ZERO OR UNREADABLE DATE AGES AS ZERO.     *
006360*****************************************************************
006370 2800-COMPUTE-AGE.
006380     IF QUAR-RUN-DATE IS NUMERIC AND QUAR-RUN-DATE > ZERO
006390         COMPUTE WS-ORIG-DATE-INT =
006400             FUNCTION INTEGER-OF-DATE(QUAR-RUN-DATE)
006410         COMPUTE WS-AGE-DAYS =
006420             WS-RUN-DATE-INT - WS-ORIG-DATE-INT
006430     ELSE
006440         MOVE ZERO TO WS-AGE-DAYS
006450     END-IF.
006460 2800-COMPUTE-AGE-EXIT.
006470     EXIT.
006480*****************************************************************
006490* 2900-READ-QUARANTINE -- READS ONE QUARANTINE RECORD, SETTING  *
006500* THE EOF SWITCH AT END AND COUNTING EVERY RECORD READ.         *
006510*****************************************************************
006520 2900-READ-QUARANTINE.
006530     READ QUARANTINE-FILE
006540         AT END
006550             MOVE 'Y' TO WS-QUAR-EOF-SW
006560     END-READ.
006570     IF NOT WS-QUAR-EOF
006580         ADD 1 TO WS-QUAR-READ
006590     END-IF.
006600 2900-READ-QUARANTINE-EXIT.
006610     EXIT.
006620*****************************************************************
006630* 3000-WRAP-UP -- CLOSES OFF THE LAST BATCH, WRITES THE CONTROL *
006640* TOTAL TRAILERS, REPORTS ANY RELEASE CARDS THAT MATCHED        *
006650* NOTHING OR WERE SKIPPED AND ANY REFUSED RELEASES (RC=4 SO THE *
006660* OPERATOR LOOKS), AND CLOSES THE FILES.                        *
006670*****************************************************************
006680 3000-WRAP-UP.
006690     PERFORM 2500-END-BATCH THRU 2500-END-BATCH-EXIT.
006700     MOVE ZERO TO WS-REL-SUB.
006710     PERFORM 3100-COUNT-UNUSED THRU 3100-COUNT-UNUSED-EXIT
006720             UNTIL WS-REL-SUB >= WS-REL-COUNT.
006730     MOVE WS-BATCHES-READ     TO TRL-BATCHES-READ.
006740     MOVE WS-BATCHES-RELEASED TO TRL-RELEASED.
006750     MOVE WS-BATCHES-DROPPED  TO TRL-DROPPED.
006760     MOVE WS-BATCHES-HELD     TO TRL-OUTSTANDING.
006770     WRITE REPORT-REC FROM WS-RPT-TRAILER-1.
006780     MOVE WS-QUAR-READ        TO TRL-RECORDS-READ.
006790     MOVE WS-RECS-RELEASED    TO TRL-RECS-RELEASED.
006800     MOVE WS-RECS-LEFT-OUT    TO TRL-RECS-LEFT-OUT.
006810     MOVE WS-RELEASES-REFUSED TO TRL-REFUSED.
006820     WRITE REPORT-REC FROM WS-RPT-TRAILER-2.
006830     MOVE WS-CARDS-UNUSED     TO TRL-CARDS-UNUSED.
006840     MOVE WS-CARDS-SKIPPED    TO TRL-CARDS-SKIPPED.
006850     WRITE REPORT-REC FROM WS-RPT-TRAILER-3.
006860     DISPLAY "QUARREL   - " WS-RPT-TRAILER-1.
006870     IF WS-CARDS-UNUSED > ZERO
006880         DISPLAY "QUARREL   - RELEASE CARDS NOT MATCHED: "
006890                 WS-CARDS-UNUSED
006900         IF RETURN-CODE < 4
006910             MOVE 4 TO RETURN-CODE
006920         END-IF
006930     END-IF.
006940     IF WS-CARDS-SKIPPED > ZERO
006950         DISPLAY "QUARREL   - RELEASE CARDS SKIPPED: "
006960                 WS-CARDS-SKIPPED
006970         IF RETURN-CODE < 4
006980             MOVE 4 TO RETURN-CODE
006990         END-IF
007000     END-IF.
007010     IF WS-RELEASES-REFUSED > ZERO
007020         DISPLAY "QUARREL   - RELEASES REFUSED, BATCHES STILL "
007030                 "HELD: " WS-RELEASES-REFUSED
007040         IF RETURN-CODE < 4
007050             MOVE 4 TO RETURN-CODE
007060         END-IF
007070     END-IF.
007080     CLOSE QUARANTINE-FILE.
007090     CLOSE RELEASE-FILE.
007100     CLOSE HOLD-FILE.
007110     CLOSE REPORT-FILE.
007120 3000-WRAP-UP-EXIT.
007130     EXIT.
007140*****************************************************************
007150* 3100-COUNT-UNUSED -- COUNTS THE RELEASE CARDS NO HELD BATCH   *
007160* EVER MATCHED.                                                 *
007170*****************************************************************
007180 3100-COUNT-UNUSED.
007190     ADD 1 TO WS-REL-SUB.
007200     IF NOT WS-TBL-USED (WS-REL-SUB)
007210         ADD 1 TO WS-CARDS-UNUSED
007220     END-IF.
007230 3100-COUNT-UNUSED-EXIT.
007240     EXIT.
