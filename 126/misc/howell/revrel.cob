000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : REVREL                                           *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/24/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : LARGE-VALUE REVIEW RELEASE AND AGING.  READS     *
000190*              THE REVPEND KSDS (REVPNDC COPYBOOK) -- THE       *
000200*              COMPUTED RESULTS DECIMAL HELD OFF THE GL         *
000210*              EXTRACT FOR EXCEEDING A REVIEW LIMIT -- AND      *
000220*              ACTS ON WHAT THE SUPERVISORS DECIDED ON THE      *
000230*              RAPV SCREEN (REVAPPC) SINCE THE LAST RUN:        *
000240*                                                               *
000250*              APPROVED  THE ITEM IS WRITTEN AS A DT DETAIL     *
000260*                        TO THE APPROVED-RELEASE FILE           *
000270*                        (REVAPPR, TRANS-REC LAYOUT) UNDER      *
000280*                        ONE HD HEADER OF SOURCE 'APV'          *
000290*                        AND A TL TRAILER, SO THE NEXT          *
000300*                        DECIMAL RUN READS IT AHEAD OF          *
000310*                        TRANSIN AS ITS OWN BATCH.  THE DT      *
000320*                        CARRIES THE BASE-CURRENCY J DECIMAL    *
000330*                        COMPUTED FROM, SO THE RESULT COMES     *
000340*                        OUT THE SAME WHATEVER TOMORROW'S       *
000350*                        RATE.  MARKED RELEASED.                *
000360*              REJECTED  THE ITEM IS WRITTEN TO THE REJECT      *
000370*                        FILE (REVREJ, SUSPREC LAYOUT, REASON   *
000380*                        07) AS THE SOURCE SENT IT, WHICH       *
000390*                        SUSPJOB READS WITH TONIGHT'S SUSPOUT.  *
000400*                        MARKED SUSPENDED.                      *
000410*              PENDING   AGED IN BUSINESS DAYS (CALIN) SINCE    *
000420*                        THE RUN THAT HELD IT; PAST THE         *
000430*                        REVPARM LIMIT IT IS LISTED ON THE      *
000440*                        AGING REPORT (REVAGE).                 *
000450*                                                               *
000460*              THE 'APV' SOURCE MUST BE ON SRCREF AS TYPE A     *
000470*              (APPROVED-REVIEW RELEASE, NO DATE CHECK) OR THE  *
000480*              NEXT DECIMAL RUN QUARANTINES THE BATCH.  THE     *
000490*              BUSINESS DATES COME FROM BUSDCTL, READ ONLY:     *
000500*              THE ITEMS ARE STAMPED RELEASED ON THE DATE LAST  *
000510*              COMPLETED AND THE APV HEADER CARRIES THE DATE    *
000520*              THE NEXT RUN WILL PROCESS.  A RERUN ON THE SAME  *
000530*              BUSINESS DATE CUTS THE ITEMS RELEASED OR         *
000540*              SUSPENDED ON THAT DATE AGAIN, SO A RERUN AFTER   *
000550*              AN ABEND (THE JCL DELETES THE PARTIAL OUTPUT)    *
000560*              LOSES NOTHING.                                   *
000570*                                                               *
000580*              CONTROL CARD (REVPARM):                          *
000590*                COL  1-3   AGING LIMIT IN BUSINESS DAYS        *
000600*                           (DEFAULT 3)                         *
000610*                                                               *
000620*              RETURN CODES: 0 = CLEAN                          *
000630*                            4 = ONE OR MORE ITEMS PENDING      *
000640*                                PAST THE AGING LIMIT, OR AN    *
000650*                                ITEM COULD NOT BE MARKED       *
000660*                                (IT IS CUT AGAIN NEXT RUN)     *
000670*                            8 = NO BUSINESS-DATE CONTROL OR    *
000680*                                THE QUEUE WOULD NOT OPEN --    *
000690*                                NOTHING RELEASED               *
000700*                                                               *
000710*---------------------------------------------------------------*
000720* MODIFICATION HISTORY                                          *
000730*---------------------------------------------------------------*
000740* DATE       INIT DESCRIPTION                                   *
000750*---------------------------------------------------------------*
000760* 09/24/2026 RH   ORIGINAL PROGRAM.                             *
000770*****************************************************************
000780 IDENTIFICATION DIVISION.
000790 PROGRAM-ID. REVREL.
000800 AUTHOR. R. HOWELL.
000810 INSTALLATION. LINUX GAZETTE DATA CENTER.
000820 DATE-WRITTEN. 09/24/2026.
000830 DATE-COMPILED.
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT REVIEW-FILE ASSIGN TO REVPEND
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS SEQUENTIAL
000900         RECORD KEY IS RVP-KEY
000910         FILE STATUS IS WS-REVP-FSTAT.
000920     SELECT PARM-FILE ASSIGN TO REVPARM
000930         ORGANIZATION IS SEQUENTIAL.
000940     SELECT CALENDAR-FILE ASSIGN TO CALIN
000950         ORGANIZATION IS SEQUENTIAL.
000960     SELECT BUS-CTL-FILE ASSIGN TO BUSDCTL
000970         ORGANIZATION IS SEQUENTIAL.
000980     SELECT RELEASE-FILE ASSIGN TO REVAPPR
000990         ORGANIZATION IS SEQUENTIAL.
001000     SELECT REJECT-FILE ASSIGN TO REVREJ
001010         ORGANIZATION IS SEQUENTIAL.
001020     SELECT REPORT-FILE ASSIGN TO REVRPT
001030         ORGANIZATION IS SEQUENTIAL.
001040     SELECT AGING-FILE ASSIGN TO REVAGE
001050         ORGANIZATION IS SEQUENTIAL.
001060 DATA DIVISION.
001070 FILE SECTION.
001080*---------------------------------------------------------------*
001090* REVIEW-FILE IS THE LARGE-VALUE REVIEW QUEUE (REVPNDC), OPENED *
001100* I-O AND READ IN KEY ORDER SO EACH ITEM ACTED ON CAN BE        *
001110* REWRITTEN WITH ITS NEW STATUS AS IT GOES.                     *
001120*---------------------------------------------------------------*
001130 FD  REVIEW-FILE.
001140     COPY REVPNDC.
001150*---------------------------------------------------------------*
001160* PARM-FILE CARRIES THE AGING LIMIT IN BUSINESS DAYS.           *
001170*---------------------------------------------------------------*
001180 FD  PARM-FILE
001190     RECORDING MODE IS F.
001200 01  PARM-REC.
001210     05  RP-AGE-LIMIT            PIC 9(03).
001220     05  FILLER                  PIC X(77).
001230*---------------------------------------------------------------*
001240* CALENDAR-FILE IS THE PROCESSING CALENDAR (CALNDRC), USED TO   *
001250* COUNT A PENDING ITEM'S AGE IN BUSINESS DAYS.                  *
001260*---------------------------------------------------------------*
001270 FD  CALENDAR-FILE
001280     RECORDING MODE IS F.
001290     COPY CALNDRC.
001300*---------------------------------------------------------------*
001310* BUS-CTL-FILE IS THE CURRENT-BUSINESS-DATE CONTROL (BUSDCTL),  *
001320* READ ONLY.                                                    *
001330*---------------------------------------------------------------*
001340 FD  BUS-CTL-FILE
001350     RECORDING MODE IS F.
001360     COPY BUSDCTL.
001370*---------------------------------------------------------------*
001380* RELEASE-FILE IS WRITTEN IN TRANS-REC LAYOUT (TRANSRC) SO THE  *
001390* NEXT DECIMAL RUN READS IT CONCATENATED AHEAD OF TRANSIN: ONE  *
001400* HD HEADER (SOURCE 'APV'), ONE DT PER APPROVED ITEM AND A TL   *
001410* TRAILER, EVEN WHEN NOTHING WAS APPROVED.                      *
001420*---------------------------------------------------------------*
001430 FD  RELEASE-FILE
001440     RECORDING MODE IS F.
001450     COPY TRANSRC.
001460*---------------------------------------------------------------*
001470* REJECT-FILE IS WRITTEN IN SUSPENSE LAYOUT (SUSPREC) SO        *
001480* SUSPJOB WORKS THE REJECTED ITEMS WITH TONIGHT'S REJECTS.      *
001490*---------------------------------------------------------------*
001500 FD  REJECT-FILE
001510     RECORDING MODE IS F.
001520     COPY SUSPREC.
001530*---------------------------------------------------------------*
001540* REPORT-FILE LISTS EVERY ITEM RELEASED OR SUSPENDED THIS RUN.  *
001550*---------------------------------------------------------------*
001560 FD  REPORT-FILE
001570     RECORDING MODE IS F.
001580 01  REPORT-REC                  PIC X(132).
001590*---------------------------------------------------------------*
001600* AGING-FILE IS THE DAILY AGING REPORT: EVERY ITEM STILL        *
001610* PENDING PAST THE AGING LIMIT, FOR AUDIT.                      *
001620*---------------------------------------------------------------*
001630 FD  AGING-FILE
001640     RECORDING MODE IS F.
001650 01  AGING-REC                   PIC X(132).
001660 WORKING-STORAGE SECTION.
001670*---------------------------------------------------------------*
001680* SWITCHES AND FILE STATUS                                      *
001690*---------------------------------------------------------------*
001700 01  WS-SWITCHES.
001710     05  WS-REVP-EOF-SW          PIC X(01)       VALUE 'N'.
001720         88  WS-REVP-EOF                         VALUE 'Y'.
001730     05  WS-PARM-EOF-SW          PIC X(01)       VALUE 'N'.
001740         88  WS-PARM-EOF                         VALUE 'Y'.
001750     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
001760         88  WS-CAL-EOF                          VALUE 'Y'.
001770     05  WS-START-OK-SW          PIC X(01)       VALUE 'N'.
001780         88  WS-START-OK                         VALUE 'Y'.
001790 01  WS-REVP-FSTAT               PIC X(02)       VALUE SPACES.
001800*---------------------------------------------------------------*
001810* BUSINESS DATES.  WS-ASOF-DATE IS THE DATE LAST COMPLETED --   *
001820* THE RELEASE STAMP AND THE DATE ITEMS ARE AGED TO;             *
001830* WS-NEXT-DATE IS THE DATE THE NEXT DECIMAL RUN WILL PROCESS,   *
001840* CARRIED ON THE APV HEADER.                                    *
001850*---------------------------------------------------------------*
001860 01  WS-ASOF-DATE                PIC 9(08)        VALUE ZERO.
001870 01  WS-NEXT-DATE                PIC 9(08)        VALUE ZERO.
001880*---------------------------------------------------------------*
001890* AGING CONTROLS -- PARM-SET, WITH A DEFAULT.                   *
001900*---------------------------------------------------------------*
001910 01  WS-AGE-LIMIT                PIC S9(03) COMP  VALUE 3.
001920 01  WS-AGE-BDAYS                PIC S9(05) COMP  VALUE ZERO.
001930*---------------------------------------------------------------*
001940* PROCESSING-CALENDAR TABLE, LOADED LIKE DECIMAL LOADS IT.      *
001950*---------------------------------------------------------------*
001960 01  WS-CAL-LIMIT                PIC S9(04) COMP  VALUE 400.
001970 01  WS-CAL-COUNT                PIC S9(04) COMP  VALUE ZERO.
001980 01  WS-CAL-SUB                  PIC S9(04) COMP  VALUE ZERO.
001990 01  WS-CAL-PREV-DATE            PIC 9(08)        VALUE ZERO.
002000 01  WS-CAL-TABLE.
002010     05  WS-CAL-ENTRY            OCCURS 400 TIMES.
002020         10  WS-CAL-TBL-DATE     PIC 9(08).
002030         10  WS-CAL-TBL-TYPE     PIC X(01).
002040*---------------------------------------------------------------*
002050* CONTROL TOTALS.  THE APV TRAILER COUNT AND J HASH ARE         *
002060* ACCUMULATED THE WAY DECIMAL PROVES THEM.                      *
002070*---------------------------------------------------------------*
002080 01  WS-COUNTERS.
002090     05  WS-REVP-READ            PIC S9(08) COMP  VALUE ZERO.
002100     05  WS-ITEMS-RELEASED       PIC S9(08) COMP  VALUE ZERO.
002110     05  WS-ITEMS-SUSPENDED      PIC S9(08) COMP  VALUE ZERO.
002120     05  WS-ITEMS-RECUT          PIC S9(08) COMP  VALUE ZERO.
002130     05  WS-ITEMS-PENDING        PIC S9(08) COMP  VALUE ZERO.
002140     05  WS-ITEMS-AGED           PIC S9(08) COMP  VALUE ZERO.
002150     05  WS-MARK-ERRORS          PIC S9(08) COMP  VALUE ZERO.
002160 01  WS-APV-COUNT                PIC S9(08) COMP  VALUE ZERO.
002170 01  WS-APV-HASH                 PIC S9(14)V9(04) COMP-3
002180                                                  VALUE ZERO.
002190*---------------------------------------------------------------*
002200* REPORT WORK AREAS -- ONE DETAIL LAYOUT SERVES BOTH REPORTS.   *
002210*---------------------------------------------------------------*
002220 01  WS-RPT-HEADING-1.
002230     05  FILLER                  PIC X(044)
002240             VALUE "REVREL LARGE-VALUE REVIEW RELEASE REPORT".
002250     05  FILLER                  PIC X(015)
002260             VALUE "BUSINESS DATE: ".
002270     05  RPT-ASOF-DATE           PIC 9(08).
002280     05  FILLER                  PIC X(065)      VALUE SPACES.
002290 01  WS-AGE-HEADING-1.
002300     05  FILLER                  PIC X(044)
002310             VALUE "REVREL LARGE-VALUE REVIEW AGING REPORT".
002320     05  FILLER                  PIC X(015)
002330             VALUE "BUSINESS DATE: ".
002340     05  AGH-ASOF-DATE           PIC 9(08).
002350     05  FILLER                  PIC X(015)
002360             VALUE "   PENDING OVER".
002370     05  AGH-AGE-LIMIT           PIC ZZ9.
002380     05  FILLER                  PIC X(015)
002390             VALUE " BUSINESS DAYS".
002400     05  FILLER                  PIC X(032)      VALUE SPACES.
002410 01  WS-RPT-HEADING-2.
002420     05  FILLER                  PIC X(010)
002430             VALUE "RUN DATE".
002440     05  FILLER                  PIC X(010)      VALUE "JOB".
002450     05  FILLER                  PIC X(011)      VALUE "SEQUENCE".
002460     05  FILLER                  PIC X(005)      VALUE "SRC".
002470     05  FILLER                  PIC X(010)      VALUE "    TR-I".
002480     05  FILLER                  PIC X(020)
002490             VALUE "          J RESULT".
002500     05  FILLER                  PIC X(012)
002510             VALUE "LIMIT".
002520     05  FILLER                  PIC X(010)      VALUE "KEYED BY".
002530     05  FILLER                  PIC X(010)      VALUE "ACTED BY".
002540     05  FILLER                  PIC X(014)
002550             VALUE "DISPOSITION".
002560     05  FILLER                  PIC X(006)      VALUE "BDAYS".
002570     05  FILLER                  PIC X(014)      VALUE SPACES.
002580 01  WS-DETAIL-LINE.
002590     05  DTL-RUN-DATE            PIC 9(08).
002600     05  FILLER                  PIC X(02)       VALUE SPACES.
002610     05  DTL-JOB-ID              PIC X(08).
002620     05  FILLER                  PIC X(02)       VALUE SPACES.
002630     05  DTL-TRAN-SEQ            PIC 9(09).
002640     05  FILLER                  PIC X(02)       VALUE SPACES.
002650     05  DTL-SOURCE              PIC X(03).
002660     05  FILLER                  PIC X(02)       VALUE SPACES.
002670     05  DTL-TR-I                PIC -------9.
002680     05  FILLER                  PIC X(02)       VALUE SPACES.
002690     05  DTL-J-RESULT            PIC ------------9.9999.
002700     05  FILLER                  PIC X(02)       VALUE SPACES.
002710     05  DTL-LIMIT               PIC ZZZZZZZZZ9.
002720     05  FILLER                  PIC X(02)       VALUE SPACES.
002730     05  DTL-KEYED-BY            PIC X(08).
002740     05  FILLER                  PIC X(02)       VALUE SPACES.
002750     05  DTL-ACTION-BY           PIC X(08).
002760     05  FILLER                  PIC X(02)       VALUE SPACES.
002770     05  DTL-DISPOSITION         PIC X(12).
002780     05  FILLER                  PIC X(02)       VALUE SPACES.
002790     05  DTL-BDAYS               PIC ZZZZ9.
002800     05  FILLER                  PIC X(015)      VALUE SPACES.
002810 01  WS-RPT-TRAILER-1.
002820     05  FILLER                  PIC X(018)
002830             VALUE "QUEUE ITEMS READ ".
002840     05  TRL-REVP-READ           PIC ZZZZZZZ9.
002850     05  FILLER                  PIC X(003)      VALUE SPACES.
002860     05  FILLER                  PIC X(018)
002870             VALUE "RELEASED (APV)   ".
002880     05  TRL-RELEASED            PIC ZZZZZZZ9.
002890     05  FILLER                  PIC X(003)      VALUE SPACES.
002900     05  FILLER                  PIC X(018)
002910             VALUE "SUSPENDED (07)   ".
002920     05  TRL-SUSPENDED           PIC ZZZZZZZ9.
002930     05  FILLER                  PIC X(003)      VALUE SPACES.
002940     05  FILLER                  PIC X(018)
002950             VALUE "STILL PENDING    ".
002960     05  TRL-PENDING             PIC ZZZZZZZ9.
002970     05  FILLER                  PIC X(019)      VALUE SPACES.
002980 01  WS-RPT-TRAILER-2.
002990     05  FILLER                  PIC X(018)
003000             VALUE "CUT AGAIN (RERUN)".
003010     05  TRL-RECUT               PIC ZZZZZZZ9.
003020     05  FILLER                  PIC X(003)      VALUE SPACES.
003030     05  FILLER                  PIC X(018)
003040             VALUE "APV DETAILS      ".
003050     05  TRL-APV-COUNT           PIC ZZZZZZZ9.
003060     05  FILLER                  PIC X(003)      VALUE SPACES.
003070     05  FILLER                  PIC X(018)
003080             VALUE "APV J HASH       ".
003090     05  TRL-APV-HASH            PIC --------------9.9999.
003100     05  FILLER                  PIC X(003)      VALUE SPACES.
003110     05  FILLER                  PIC X(018)
003120             VALUE "NOT MARKED       ".
003130     05  TRL-MARK-ERRORS         PIC ZZZZZZZ9.
003140     05  FILLER                  PIC X(007)      VALUE SPACES.
003150 01  WS-AGE-TRAILER.
003160     05  FILLER                  PIC X(032)
003170             VALUE "ITEMS PENDING PAST THE LIMIT    ".
003180     05  TRL-AGED                PIC ZZZZZZZ9.
003190     05  FILLER                  PIC X(003)      VALUE SPACES.
003200     05  FILLER                  PIC X(032)
003210             VALUE "ITEMS PENDING IN ALL            ".
003220     05  TRL-AGE-PENDING         PIC ZZZZZZZ9.
003230     05  FILLER                  PIC X(049)      VALUE SPACES.
003240 PROCEDURE DIVISION.
003250*****************************************************************
003260* 0000-MAINLINE                                                 *
003270*****************************************************************
003280 0000-MAINLINE.
003290     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003300     IF NOT WS-START-OK
003310         MOVE 8 TO RETURN-CODE
003320         DISPLAY "REVREL    - NOTHING RELEASED, QUEUE LEFT ALONE"
003330         STOP RUN
003340     END-IF.
003350     PERFORM 2000-PROCESS-ITEM THRU 2000-PROCESS-ITEM-EXIT
003360             UNTIL WS-REVP-EOF.
003370     PERFORM 3000-WRAP-UP THRU 3000-WRAP-UP-EXIT.
003380     STOP RUN.
003390*****************************************************************
003400* 1000-INITIALIZE -- READS THE AGING CARD, THE BUSINESS DATES   *
003410* AND THE CALENDAR, OPENS THE QUEUE AND THE OUTPUTS, WRITES THE *
003420* APV HEADER AND THE REPORT HEADINGS, AND PRIMES THE FIRST      *
003430* QUEUE READ.                                                   *
003440*****************************************************************
003450 1000-INITIALIZE.
003460     PERFORM 1100-READ-REVPARM THRU 1100-READ-REVPARM-EXIT.
003470     PERFORM 1200-READ-BUS-CTL THRU 1200-READ-BUS-CTL-EXIT.
003480     IF NOT WS-START-OK
003490         GO TO 1000-INITIALIZE-EXIT
003500     END-IF.
003510     PERFORM 1300-LOAD-CAL-TABLE THRU 1300-LOAD-CAL-TABLE-EXIT.
003520     OPEN I-O REVIEW-FILE.
003530     IF WS-REVP-FSTAT NOT = '00'
003540         DISPLAY "REVREL    - REVIEW QUEUE NOT AVAILABLE, "
003550                 "STATUS " WS-REVP-FSTAT
003560         MOVE 'N' TO WS-START-OK-SW
003570         GO TO 1000-INITIALIZE-EXIT
003580     END-IF.
003590     OPEN OUTPUT RELEASE-FILE.
003600*    THE APPROVED-RELEASE FILE IS A BATCH LIKE ANY UPSTREAM FEED:
003610*    ONE HD HEADER (SOURCE 'APV', TYPE A ON SRCREF -- NEVER HELD
003620*    FOR REVIEW A SECOND TIME), THE APPROVED DT DETAILS, AND A
003630*    TL TRAILER WRITTEN AT WRAP-UP.  NO KEYED-BY USER: THE
003640*    DECISION ON EACH ITEM IS ALREADY ON THE QUEUE.
003650     MOVE SPACES       TO TRANS-REC.
003660     MOVE 'HD'         TO TR-REC-TYPE.
003670     MOVE 'APV'        TO TR-HDR-SOURCE.
003680     MOVE WS-NEXT-DATE TO TR-HDR-BUS-DATE.
003690     WRITE TRANS-REC.
003700     OPEN OUTPUT REJECT-FILE.
003710     OPEN OUTPUT REPORT-FILE.
003720     OPEN OUTPUT AGING-FILE.
003730     MOVE WS-ASOF-DATE TO RPT-ASOF-DATE.
003740     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
003750     WRITE REPORT-REC FROM WS-RPT-HEADING-2.
003760     MOVE WS-ASOF-DATE TO AGH-ASOF-DATE.
003770     MOVE WS-AGE-LIMIT TO AGH-AGE-LIMIT.
003780     WRITE AGING-REC FROM WS-AGE-HEADING-1.
003790     WRITE AGING-REC FROM WS-RPT-HEADING-2.
003800     DISPLAY "REVREL    - BUSINESS DATE " WS-ASOF-DATE
003810             ", APV BATCH DATED " WS-NEXT-DATE
003820             ", AGING LIMIT " WS-AGE-LIMIT " BUSINESS DAYS".
003830     PERFORM 2900-READ-QUEUE THRU 2900-READ-QUEUE-EXIT.
003840 1000-INITIALIZE-EXIT.
003850     EXIT.
003860*****************************************************************
003870* 1100-READ-REVPARM -- READS THE AGING-LIMIT CONTROL CARD.  A   *
003880* MISSING OR UNREADABLE CARD LEAVES THE DEFAULT IN PLACE.       *
003890*****************************************************************
003900 1100-READ-REVPARM.
003910     OPEN INPUT PARM-FILE.
003920     READ PARM-FILE
003930         AT END
003940             MOVE 'Y' TO WS-PARM-EOF-SW
003950     END-READ.
003960     CLOSE PARM-FILE.
003970     IF WS-PARM-EOF
003980         DISPLAY "REVREL    - NO REVPARM CARD, AGING LIMIT "
003990                 "DEFAULTS TO 3 BUSINESS DAYS"
004000         GO TO 1100-READ-REVPARM-EXIT
004010     END-IF.
004020     IF RP-AGE-LIMIT IS NUMERIC
004030         MOVE RP-AGE-LIMIT TO WS-AGE-LIMIT
004040     ELSE
004050         DISPLAY "REVREL    - AGING LIMIT NOT NUMERIC, USING "
004060                 "DEFAULT"
004070     END-IF.
004080 1100-READ-REVPARM-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 1200-READ-BUS-CTL -- READS THE BUSINESS-DATE CONTROL.  THIS   *
004120* JOB FOLLOWS DECJOB, SO THE LAST-RUN DATE IS THE DATE JUST     *
004130* COMPLETED AND THE BUSINESS DATE IS THE NEXT ONE TO RUN.       *
004140* WITHOUT BOTH THERE IS NOTHING TO STAMP OR AGE AGAINST.        *
004150*****************************************************************
004160 1200-READ-BUS-CTL.
004170     OPEN INPUT BUS-CTL-FILE.
004180     READ BUS-CTL-FILE
004190         AT END
004200             DISPLAY "REVREL    - NO BUSINESS-DATE CONTROL "
004210                     "RECORD"
004220             CLOSE BUS-CTL-FILE
004230             GO TO 1200-READ-BUS-CTL-EXIT
004240     END-READ.
004250     CLOSE BUS-CTL-FILE.
004260     IF CTL-BUS-DATE NOT NUMERIC OR CTL-BUS-DATE = ZERO
004270        OR CTL-LAST-RUN-DATE NOT NUMERIC
004280        OR CTL-LAST-RUN-DATE = ZERO
004290         DISPLAY "REVREL    - CONTROL BUSINESS DATES ARE NOT "
004300                 "NUMERIC, OR NO DATE HAS COMPLETED"
004310         GO TO 1200-READ-BUS-CTL-EXIT
004320     END-IF.
004330     MOVE CTL-LAST-RUN-DATE TO WS-ASOF-DATE.
004340     MOVE CTL-BUS-DATE      TO WS-NEXT-DATE.
004350     MOVE 'Y' TO WS-START-OK-SW.
004360 1200-READ-BUS-CTL-EXIT.
004370     EXIT.
004380*****************************************************************
004390* 1300-LOAD-CAL-TABLE -- LOADS THE PROCESSING CALENDAR, THE     *
004400* SAME WAY DECIMAL LOADS IT AT START-UP.                        *
004410*****************************************************************
004420 1300-LOAD-CAL-TABLE.
004430     MOVE 'N' TO WS-CAL-EOF-SW.
004440     MOVE ZERO TO WS-CAL-PREV-DATE.
004450     OPEN INPUT CALENDAR-FILE.
004460     PERFORM 1350-READ-CALENDAR THRU 1350-READ-CALENDAR-EXIT.
004470     PERFORM 1400-LOAD-ONE-CAL THRU 1400-LOAD-ONE-CAL-EXIT
004480             UNTIL WS-CAL-EOF.
004490     CLOSE CALENDAR-FILE.
004500     DISPLAY "REVREL    - CALENDAR DAYS LOADED: " WS-CAL-COUNT.
004510 1300-LOAD-CAL-TABLE-EXIT.
004520     EXIT.
004530*****************************************************************
004540* 1350-READ-CALENDAR -- READS ONE CALENDAR RECORD, SETTING THE  *
004550* EOF SWITCH AT END.                                            *
004560*****************************************************************
004570 1350-READ-CALENDAR.
004580     READ CALENDAR-FILE
004590         AT END
004600             MOVE 'Y' TO WS-CAL-EOF-SW
004610     END-READ.
004620 1350-READ-CALENDAR-EXIT.
004630     EXIT.
004640*****************************************************************
004650* 1400-LOAD-ONE-CAL -- LOADS ONE CALENDAR RECORD.  OUT-OF-      *
004660* ORDER OR UNREADABLE RECORDS ARE REPORTED AND SKIPPED.         *
004670*****************************************************************
004680 1400-LOAD-ONE-CAL.
004690     IF CAL-DATE NOT NUMERIC
004700        OR (CAL-DAY-TYPE NOT = 'B' AND CAL-DAY-TYPE NOT = 'H'
004710            AND CAL-DAY-TYPE NOT = 'W')
004720         DISPLAY "REVREL    - UNREADABLE CALENDAR RECORD "
004730                 "SKIPPED"
004740         GO TO 1400-LOAD-ONE-CAL-READ
004750     END-IF.
004760     IF CAL-DATE NOT > WS-CAL-PREV-DATE
004770         DISPLAY "REVREL    - CALENDAR DATE " CAL-DATE
004780                 " OUT OF ORDER, RECORD SKIPPED"
004790         GO TO 1400-LOAD-ONE-CAL-READ
004800     END-IF.
004810     IF WS-CAL-COUNT >= WS-CAL-LIMIT
004820         DISPLAY "REVREL    - CALENDAR TABLE FULL, RECORD "
004830                 "SKIPPED"
004840     ELSE
004850         ADD 1 TO WS-CAL-COUNT
004860         MOVE CAL-DATE     TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
004870         MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE (WS-CAL-COUNT)
004880         MOVE CAL-DATE     TO WS-CAL-PREV-DATE
004890     END-IF.
004900 1400-LOAD-ONE-CAL-READ.
004910     PERFORM 1350-READ-CALENDAR THRU 1350-READ-CALENDAR-EXIT.
004920 1400-LOAD-ONE-CAL-EXIT.
004930     EXIT.
004940*****************************************************************
004950* 2000-PROCESS-ITEM -- WORKS ONE QUEUE ITEM BY ITS STATUS.      *
004960* ITEMS RELEASED OR SUSPENDED ON AN EARLIER DATE ARE DONE WITH  *
004970* AND PASS THROUGH UNTOUCHED; THOSE MARKED ON THIS DATE ARE A   *
004980* RERUN'S AND ARE CUT AGAIN.                                    *
004990*****************************************************************
005000 2000-PROCESS-ITEM.
005010     EVALUATE TRUE
005020         WHEN RVP-APPROVED
005030             PERFORM 2100-RELEASE-ITEM
005040                     THRU 2100-RELEASE-ITEM-EXIT
005050             MOVE 'X' TO RVP-STATUS
005060             PERFORM 2500-MARK-ITEM THRU 2500-MARK-ITEM-EXIT
005070             ADD 1 TO WS-ITEMS-RELEASED
005080             MOVE "RELEASED"    TO DTL-DISPOSITION
005090             PERFORM 2700-WRITE-DETAIL
005100                     THRU 2700-WRITE-DETAIL-EXIT
005110         WHEN RVP-RELEASED AND RVP-RELEASE-DATE = WS-ASOF-DATE
005120             PERFORM 2100-RELEASE-ITEM
005130                     THRU 2100-RELEASE-ITEM-EXIT
005140             ADD 1 TO WS-ITEMS-RECUT
005150             MOVE "RE-RELEASED" TO DTL-DISPOSITION
005160             PERFORM 2700-WRITE-DETAIL
005170                     THRU 2700-WRITE-DETAIL-EXIT
005180         WHEN RVP-REJECTED
005190             PERFORM 2200-SUSPEND-ITEM
005200                     THRU 2200-SUSPEND-ITEM-EXIT
005210             MOVE 'S' TO RVP-STATUS
005220             PERFORM 2500-MARK-ITEM THRU 2500-MARK-ITEM-EXIT
005230             ADD 1 TO WS-ITEMS-SUSPENDED
005240             MOVE "SUSPENDED"   TO DTL-DISPOSITION
005250             PERFORM 2700-WRITE-DETAIL
005260                     THRU 2700-WRITE-DETAIL-EXIT
005270         WHEN RVP-SUSPENDED AND RVP-RELEASE-DATE = WS-ASOF-DATE
005280             PERFORM 2200-SUSPEND-ITEM
005290                     THRU 2200-SUSPEND-ITEM-EXIT
005300             ADD 1 TO WS-ITEMS-RECUT
005310             MOVE "RE-SUSPENDED" TO DTL-DISPOSITION
005320             PERFORM 2700-WRITE-DETAIL
005330                     THRU 2700-WRITE-DETAIL-EXIT
005340         WHEN RVP-PENDING
005350             PERFORM 2300-AGE-ITEM THRU 2300-AGE-ITEM-EXIT
005360         WHEN OTHER
005370             CONTINUE
005380     END-EVALUATE.
005390     PERFORM 2900-READ-QUEUE THRU 2900-READ-QUEUE-EXIT.
005400 2000-PROCESS-ITEM-EXIT.
005410     EXIT.
005420*****************************************************************
005430* 2100-RELEASE-ITEM -- WRITES ONE APPROVED ITEM TO THE APV      *
005440* BATCH AS A DT DETAIL: THE ORIGINAL I, THE BASE-CURRENCY J     *
005450* DECIMAL COMPUTED FROM (NO CURRENCY CODE -- BASE), AND THE     *
005460* SOURCE CODE OF THE SYSTEM THAT SENT IT.                       *
005470*****************************************************************
005480 2100-RELEASE-ITEM.
005490     MOVE SPACES        TO TRANS-REC.
005500     MOVE 'DT'          TO TR-REC-TYPE.
005510     MOVE RVP-TR-I      TO TR-I.
005520     MOVE RVP-BASE-J    TO TR-J.
005530     MOVE SPACES        TO TR-CURR-CD.
005540     MOVE RVP-SOURCE-CD TO TR-SOURCE-CD.
005550     WRITE TRANS-REC.
005560     ADD 1 TO WS-APV-COUNT.
005570     ADD RVP-BASE-J TO WS-APV-HASH
005580         ON SIZE ERROR
005590             DISPLAY "REVREL    - APV TL HASH OVERFLOW"
005600             MOVE 8 TO RETURN-CODE
005610     END-ADD.
005620 2100-RELEASE-ITEM-EXIT.
005630     EXIT.
005640*****************************************************************
005650* 2200-SUSPEND-ITEM -- WRITES ONE REJECTED ITEM TO THE REJECT   *
005660* FILE AS THE SOURCE SENT IT (J AND CURRENCY CODE AS            *
005670* TRANSMITTED), REASON 07, DATED THE RUN THAT HELD IT.          *
005680*****************************************************************
005690 2200-SUSPEND-ITEM.
005700     MOVE SPACES        TO SUSPENSE-REC.
005710     MOVE 'DT'          TO SUSP-TR-REC-TYPE.
005720     MOVE RVP-TR-I      TO SUSP-TR-I.
005730     MOVE RVP-ORIG-J    TO SUSP-TR-J.
005740     MOVE RVP-CURR-CD   TO SUSP-TR-CURR-CD.
005750     MOVE RVP-SOURCE-CD TO SUSP-TR-SOURCE-CD.
005760     MOVE '07'          TO SUSP-REASON-CD.
005770     MOVE RVP-RUN-DATE  TO SUSP-RUN-DATE.
005780     WRITE SUSPENSE-REC.
005790 2200-SUSPEND-ITEM-EXIT.
005800     EXIT.
005810*****************************************************************
005820* 2300-AGE-ITEM -- COUNTS THE BUSINESS DAYS A PENDING ITEM HAS  *
005830* WAITED: B DAYS ON THE CALENDAR AFTER THE RUN THAT HELD IT, UP *
005840* TO AND INCLUDING THE DATE JUST COMPLETED.  PAST THE LIMIT IT  *
005850* GOES ON THE AGING REPORT.                                     *
005860*****************************************************************
005870 2300-AGE-ITEM.
005880     ADD 1 TO WS-ITEMS-PENDING.
005890     MOVE ZERO TO WS-AGE-BDAYS.
005900     PERFORM 2350-COUNT-ONE-DAY THRU 2350-COUNT-ONE-DAY-EXIT
005910             VARYING WS-CAL-SUB FROM 1 BY 1
005920             UNTIL WS-CAL-SUB > WS-CAL-COUNT.
005930     IF WS-AGE-BDAYS > WS-AGE-LIMIT
005940         ADD 1 TO WS-ITEMS-AGED
005950         MOVE "PENDING"     TO DTL-DISPOSITION
005960         PERFORM 2750-FORMAT-DETAIL
005970                 THRU 2750-FORMAT-DETAIL-EXIT
005980         MOVE WS-AGE-BDAYS  TO DTL-BDAYS
005990         WRITE AGING-REC FROM WS-DETAIL-LINE
006000     END-IF.
006010 2300-AGE-ITEM-EXIT.
006020     EXIT.
006030*****************************************************************
006040* 2350-COUNT-ONE-DAY -- COUNTS ONE CALENDAR ENTRY WHEN IT IS A  *
006050* B DAY INSIDE THE ITEM'S WAIT.                                 *
006060*****************************************************************
006070 2350-COUNT-ONE-DAY.
006080     IF WS-CAL-TBL-TYPE (WS-CAL-SUB) = 'B'
006090        AND WS-CAL-TBL-DATE (WS-CAL-SUB) > RVP-RUN-DATE
006100        AND WS-CAL-TBL-DATE (WS-CAL-SUB) NOT > WS-ASOF-DATE
006110         ADD 1 TO WS-AGE-BDAYS
006120     END-IF.
006130 2350-COUNT-ONE-DAY-EXIT.
006140     EXIT.
006150*****************************************************************
006160* 2500-MARK-ITEM -- REWRITES THE ITEM JUST CUT WITH ITS NEW     *
006170* STATUS AND THIS BUSINESS DATE.  AN ITEM THAT WILL NOT REWRITE *
006180* KEEPS ITS OLD STATUS AND IS CUT AGAIN NEXT RUN (RC=4) -- THE  *
006190* OPERATOR MUST PULL IT FROM TONIGHT'S OUTPUT OR LET DECIMAL'S  *
006200* REGISTRY AND SUSPFIX CATCH THE REPEAT.                        *
006210*****************************************************************
006220 2500-MARK-ITEM.
006230     MOVE WS-ASOF-DATE TO RVP-RELEASE-DATE.
006240     REWRITE REV-PEND-REC.
006250     IF WS-REVP-FSTAT NOT = '00'
006260         DISPLAY "REVREL    - REVIEW QUEUE REWRITE FAILED, "
006270                 "STATUS " WS-REVP-FSTAT " KEY " RVP-KEY
006280         ADD 1 TO WS-MARK-ERRORS
006290     END-IF.
006300 2500-MARK-ITEM-EXIT.
006310     EXIT.
006320*****************************************************************
006330* 2700-WRITE-DETAIL -- FORMATS AND WRITES ONE RELEASE REPORT    *
006340* LINE.  DISPOSITION IS SET BY THE CALLER.                      *
006350*****************************************************************
006360 2700-WRITE-DETAIL.
006370     PERFORM 2750-FORMAT-DETAIL THRU 2750-FORMAT-DETAIL-EXIT.
006380     MOVE ZERO TO DTL-BDAYS.
006390     WRITE REPORT-REC FROM WS-DETAIL-LINE.
006400 2700-WRITE-DETAIL-EXIT.
006410     EXIT.
006420*****************************************************************
006430* 2750-FORMAT-DETAIL -- MOVES THE QUEUE ITEM TO THE DETAIL      *
006440* LINE SHARED BY BOTH REPORTS.                                  *
006450*****************************************************************
006460 2750-FORMAT-DETAIL.
006470     MOVE RVP-RUN-DATE   TO DTL-RUN-DATE.
006480     MOVE RVP-JOB-ID     TO DTL-JOB-ID.
006490     MOVE RVP-TRAN-SEQ   TO DTL-TRAN-SEQ.
006500     MOVE RVP-SOURCE-CD  TO DTL-SOURCE.
006510     MOVE RVP-TR-I       TO DTL-TR-I.
006520     MOVE RVP-J-RESULT   TO DTL-J-RESULT.
006530     MOVE RVP-LIMIT      TO DTL-LIMIT.
006540     MOVE RVP-KEYED-BY   TO DTL-KEYED-BY.
006550     MOVE RVP-ACTION-BY  TO DTL-ACTION-BY.
006560 2750-FORMAT-DETAIL-EXIT.
006570     EXIT.
006580*****************************************************************
006590* 2900-READ-QUEUE -- READS THE NEXT QUEUE ITEM IN KEY ORDER,    *
006600* SETTING THE EOF SWITCH AT END OR ON A READ ERROR.             *
006610*****************************************************************
006620 2900-READ-QUEUE.
006630     READ REVIEW-FILE NEXT RECORD
006640         AT END
006650             MOVE 'Y' TO WS-REVP-EOF-SW
006660     END-READ.
006670     IF NOT WS-REVP-EOF
006680         IF WS-REVP-FSTAT NOT = '00'
006690             DISPLAY "REVREL    - REVIEW QUEUE READ FAILED, "
006700                     "STATUS " WS-REVP-FSTAT
006710             MOVE 8 TO RETURN-CODE
006720             MOVE 'Y' TO WS-REVP-EOF-SW
006730         ELSE
006740             ADD 1 TO WS-REVP-READ
006750         END-IF
006760     END-IF.
006770 2900-READ-QUEUE-EXIT.
006780     EXIT.
006790*****************************************************************
006800* 3000-WRAP-UP -- CLOSES THE APV BATCH WITH ITS TL TRAILER,     *
006810* WRITES THE CONTROL-TOTAL TRAILERS, SETS RC=4 FOR AGED OR      *
006820* UNMARKED ITEMS SO THE OPERATOR LOOKS, AND CLOSES THE FILES.   *
006830*****************************************************************
006840 3000-WRAP-UP.
006850     MOVE SPACES       TO TRANS-REC.
006860     MOVE 'TL'         TO TR-REC-TYPE.
006870     MOVE WS-APV-COUNT TO TR-TRL-DETAIL-COUNT.
006880     MOVE WS-APV-HASH  TO TR-TRL-J-HASH.
006890     WRITE TRANS-REC.
006900     MOVE WS-REVP-READ       TO TRL-REVP-READ.
006910     MOVE WS-ITEMS-RELEASED  TO TRL-RELEASED.
006920     MOVE WS-ITEMS-SUSPENDED TO TRL-SUSPENDED.
006930     MOVE WS-ITEMS-PENDING   TO TRL-PENDING.
006940     WRITE REPORT-REC FROM WS-RPT-TRAILER-1.
006950     MOVE WS-ITEMS-RECUT     TO TRL-RECUT.
006960     MOVE WS-APV-COUNT       TO TRL-APV-COUNT.
006970     MOVE WS-APV-HASH        TO TRL-APV-HASH.
006980     MOVE WS-MARK-ERRORS     TO TRL-MARK-ERRORS.
006990     WRITE REPORT-REC FROM WS-RPT-TRAILER-2.
007000     MOVE WS-ITEMS-AGED      TO TRL-AGED.
007010     MOVE WS-ITEMS-PENDING   TO TRL-AGE-PENDING.
007020     WRITE AGING-REC FROM WS-AGE-TRAILER.
007030     DISPLAY "REVREL    - " WS-RPT-TRAILER-1.
007040     IF WS-ITEMS-AGED > ZERO
007050         DISPLAY "REVREL    - ITEMS PENDING REVIEW PAST "
007060                 WS-AGE-LIMIT " BUSINESS DAYS: " WS-ITEMS-AGED
007070         IF RETURN-CODE < 4
007080             MOVE 4 TO RETURN-CODE
007090         END-IF
007100     END-IF.
007110     IF WS-MARK-ERRORS > ZERO
007120         DISPLAY "REVREL    - ITEMS CUT BUT NOT MARKED: "
007130                 WS-MARK-ERRORS
007140         IF RETURN-CODE < 4
007150             MOVE 4 TO RETURN-CODE
007160         END-IF
007170     END-IF.
007180     CLOSE REVIEW-FILE.
007190     CLOSE RELEASE-FILE.
007200     CLOSE REJECT-FILE.
007210     CLOSE REPORT-FILE.
007220     CLOSE AGING-FILE.
007230 3000-WRAP-UP-EXIT.
007240     EXIT.
