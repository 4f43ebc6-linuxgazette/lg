000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : BUDVAR                                           *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/18/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : MONTHLY BUDGET-VERSUS-ACTUAL REPORT.  FOR THE    *
000190*              FISCAL YEAR AND MONTH ON THE CONTROL CARD, EVERY *
000200*              GL ACCOUNT AND COST CENTER WITH A BUDGET LINE    *
000210*              (BUDGETC, MAINTAINED BY BUDMNT) IS PRINTED WITH  *
000220*              ITS BUDGET, ACTUAL AND VARIANCE FOR THE MONTH    *
000230*              AND FOR THE YEAR TO DATE, AND FLAGGED WHEN       *
000240*              EITHER VARIANCE IS MORE THAN THE CARD'S          *
000250*              PERCENTAGE OF ITS BUDGET (ANY ACTUAL AGAINST A   *
000260*              ZERO BUDGET IS FLAGGED).  ACCOUNTS AND COST      *
000270*              CENTERS WITH ACTUALS BUT NO BUDGET LINE FOR THE  *
000280*              YEAR TO DATE ARE LISTED IN A SEPARATE SECTION.   *
000290*                                                               *
000300*              ACTUALS ARE THE COMPUTED RESULTS ON THE RESULTS  *
000310*              MASTER (RSLTMSTR), PLUS THE FLAT ARCHIVE         *
000320*              RSLTARCH UNLOADS AGED RECORDS TO, BY THE FISCAL  *
000330*              PERIOD OF EACH RECORD'S RUN DATE ON THE          *
000340*              PROCESSING CALENDAR, SUMMED BY RSLT-GL-ACCOUNT   *
000350*              AND RSLT-GL-COST-CTR.  STATUS OK AND REVERSED    *
000360*              RESULTS ARE TAKEN AS POSTED AND A REVERSAL       *
000370*              RECORD CARRIES THE NEGATED OFFSET, SO A RESULT   *
000380*              THAT WAS BACKED OUT NETS TO NOTHING.  OTHER      *
000390*              STATUSES CARRY A ZERO RESULT AND ARE SKIPPED.    *
000400*              RESULTS CUT BEFORE THE MASTER RECORDED THE GL    *
000410*              ACCOUNT HAVE A BLANK ACCOUNT AND COST CENTER AND *
000420*              SHOW UNDER THAT KEY IN THE NO-BUDGET SECTION.    *
000430*                                                               *
000440*              A RESULT DECIMAL SPLIT BY A SHARED-SERVICE       *
000450*              ALLOCATION CARRIES THE ALLOCATION MARKER FOR ITS *
000460*              ACCOUNT AND ITS ALLOC-ID FOR ITS COST            *
000470*              CENTER.  IT IS RE-SPLIT HERE BY THAT ALLOCATION  *
000480*              ON THE ALLOCATION FILE (ALLOCREF, MAINTAINED BY  *
000490*              ALLOCMNT) EXACTLY AS DECIMAL POSTED IT, AND EACH *
000500*              SHARE IS COUNTED UNDER ITS OWN ACCOUNT AND COST  *
000510*              CENTER.  A RESULT WHOSE ALLOCATION IS NO LONGER  *
000520*              ON FILE IS COUNTED WHOLE UNDER THE MARKER AND    *
000530*              SHOWS IN THE NO-BUDGET SECTION.                  *
000540*                                                               *
000550*              CONTROL CARD (VARPARM):                          *
000560*                COL  1- 4  FISCAL YEAR                         *
000570*                COL  6- 7  FISCAL MONTH (CALENDAR PERIOD)      *
000580*                COL  9-11  FLAG PERCENTAGE, WHOLE PERCENT      *
000590*                           (BLANK = 010)                       *
000600*                                                               *
000610*              RETURN CODES: 0 = CLEAN                          *
000620*                            4 = ONE OR MORE LINES FLAGGED,     *
000630*                                ACTUALS WITH NO BUDGET LINE,   *
000640*                                OR THE ARCHIVE COULD NOT BE    *
000650*                                READ (YEAR-TO-DATE FIGURES MAY *
000660*                                BE SHORT)                      *
000670*                            8 = NO USABLE CARD, THE MONTH IS   *
000680*                                NOT ON THE CALENDAR, THE       *
000690*                                RESULTS MASTER WOULD NOT OPEN, *
000700*                                THE BUDGET FILE WAS OUT OF     *
000710*                                ORDER, OR THE ACTUALS TABLE    *
000720*                                OVERFLOWED -- THE REPORT IS    *
000730*                                NOT TO BE USED                 *
000740*                                                               *
000750*---------------------------------------------------------------*
000760* MODIFICATION HISTORY                                          *
000770*---------------------------------------------------------------*
000780* DATE       INIT DESCRIPTION                                   *
000790*---------------------------------------------------------------*
000800* 09/18/2026 RH   ORIGINAL PROGRAM.                             *
000810* 09/21/2026 RH   RE-SPLIT ALLOCATED RESULTS BY ALLOCREF.       *
000820*****************************************************************
000830 IDENTIFICATION DIVISION.
000840 PROGRAM-ID. BUDVAR.
000850 AUTHOR. R. HOWELL.
000860 INSTALLATION. LINUX GAZETTE DATA CENTER.
000870 DATE-WRITTEN. 09/18/2026.
000880 DATE-COMPILED.
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT RESULTS-FILE ASSIGN TO RSLTMSTR
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS RSLT-KEY
000960         FILE STATUS IS WS-RSLT-FSTAT.
000970     SELECT ARCHIVE-FILE ASSIGN TO RSLTARCH
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-ARCH-FSTAT.
001000     SELECT ALLOC-REF-FILE ASSIGN TO ALLOCIN
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-ALC-FSTAT.
001030     SELECT PARM-FILE ASSIGN TO VARPARM
001040         ORGANIZATION IS SEQUENTIAL.
001050     SELECT CALENDAR-FILE ASSIGN TO CALIN
001060         ORGANIZATION IS SEQUENTIAL.
001070     SELECT BUDGET-FILE ASSIGN TO BUDGIN
001080         ORGANIZATION IS SEQUENTIAL.
001090     SELECT REPORT-FILE ASSIGN TO VARRPT
001100         ORGANIZATION IS SEQUENTIAL.
001110 DATA DIVISION.
001120 FILE SECTION.
001130*---------------------------------------------------------------*
001140* RESULTS-FILE IS THE KEYED RESULTS MASTER DECIMAL MAINTAINS.   *
001150*---------------------------------------------------------------*
001160 FD  RESULTS-FILE.
001170     COPY RSLTMST.
001180*---------------------------------------------------------------*
001190* ARCHIVE-FILE IS THE FLAT ARCHIVE RSLTARCH UNLOADS AGED        *
001200* MASTER RECORDS TO -- RSLTMST IMAGES IN KEY ORDER.             *
001210*---------------------------------------------------------------*
001220 FD  ARCHIVE-FILE
001230     RECORDING MODE IS F.
001240 01  ARCH-VAR-REC                PIC X(100).
001250*---------------------------------------------------------------*
001260* PARM-FILE IS THE REPORT CONTROL CARD.                         *
001270*---------------------------------------------------------------*
001280 FD  PARM-FILE
001290     RECORDING MODE IS F.
001300 01  PARM-REC.
001310     05  VAR-FISCAL-YEAR         PIC X(04).
001320     05  FILLER                  PIC X(01).
001330     05  VAR-FISCAL-MONTH        PIC X(02).
001340     05  FILLER                  PIC X(01).
001350     05  VAR-FLAG-PCT            PIC X(03).
001360     05  FILLER                  PIC X(69).
001370*---------------------------------------------------------------*
001380* CALENDAR-FILE IS THE PROCESSING CALENDAR (CALNDRC COPYBOOK),  *
001390* SCANNED ONCE FOR THE DATES THE YEAR AND MONTH COVER.          *
001400*---------------------------------------------------------------*
001410 FD  CALENDAR-FILE
001420     RECORDING MODE IS F.
001430     COPY CALNDRC.
001440*---------------------------------------------------------------*
001450* BUDGET-FILE IS THE PRODUCTION BUDGET FILE (BUDGETC COPYBOOK), *
001460* IN KEY ORDER.                                                 *
001470*---------------------------------------------------------------*
001480 FD  BUDGET-FILE
001490     RECORDING MODE IS F.
001500     COPY BUDGETC.
001510*---------------------------------------------------------------*
001520* ALLOC-REF-FILE IS THE SHARED-SERVICE ALLOCATION FILE          *
001530* (ALLOCREF COPYBOOK), IN ALLOC-ID ORDER.                       *
001540*---------------------------------------------------------------*
001550 FD  ALLOC-REF-FILE
001560     RECORDING MODE IS F.
001570     COPY ALLOCREF.
001580*---------------------------------------------------------------*
001590* REPORT-FILE IS THE BUDGET-VERSUS-ACTUAL REPORT.               *
001600*---------------------------------------------------------------*
001610 FD  REPORT-FILE
001620     RECORDING MODE IS F.
001630 01  REPORT-REC                  PIC X(132).
001640 WORKING-STORAGE SECTION.
001650*---------------------------------------------------------------*
001660* SWITCHES AND FILE STATUS                                      *
001670*---------------------------------------------------------------*
001680 01  WS-SWITCHES.
001690     05  WS-PARM-EOF-SW          PIC X(01)       VALUE 'N'.
001700         88  WS-PARM-EOF                         VALUE 'Y'.
001710     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
001720         88  WS-CAL-EOF                          VALUE 'Y'.
001730     05  WS-ARCH-EOF-SW          PIC X(01)       VALUE 'N'.
001740         88  WS-ARCH-EOF                         VALUE 'Y'.
001750     05  WS-RSLT-EOF-SW          PIC X(01)       VALUE 'N'.
001760         88  WS-RSLT-EOF                         VALUE 'Y'.
001770     05  WS-BUD-EOF-SW           PIC X(01)       VALUE 'N'.
001780         88  WS-BUD-EOF                          VALUE 'Y'.
001790     05  WS-GRP-DONE-SW          PIC X(01)       VALUE 'N'.
001800         88  WS-GRP-DONE                         VALUE 'Y'.
001810     05  WS-SLOT-FOUND-SW        PIC X(01)       VALUE 'N'.
001820         88  WS-SLOT-FOUND                       VALUE 'Y'.
001830     05  WS-STOP-SW              PIC X(01)       VALUE 'N'.
001840         88  WS-STOPPED                          VALUE 'Y'.
001850     05  WS-BREAK-SW             PIC X(01)       VALUE 'N'.
001860         88  WS-BREAK-FOUND                      VALUE 'Y'.
001870     05  WS-RSLT-OPEN-SW         PIC X(01)       VALUE 'N'.
001880         88  WS-RSLT-OPEN                        VALUE 'Y'.
001890     05  WS-ARCH-MISSING-SW      PIC X(01)       VALUE 'N'.
001900         88  WS-ARCH-MISSING                     VALUE 'Y'.
001910     05  WS-ALC-EOF-SW           PIC X(01)       VALUE 'N'.
001920         88  WS-ALC-EOF                          VALUE 'Y'.
001930     05  WS-ALC-FOUND-SW         PIC X(01)       VALUE 'N'.
001940         88  WS-ALC-FOUND                        VALUE 'Y'.
001950     05  WS-ALC-DROP-SW          PIC X(01)       VALUE 'N'.
001960         88  WS-ALC-DROP                         VALUE 'Y'.
001970     05  WS-ALC-OPEN-SW          PIC X(01)       VALUE 'N'.
001980         88  WS-ALC-OPEN                         VALUE 'Y'.
001990 01  WS-RSLT-FSTAT               PIC X(02)       VALUE SPACES.
002000 01  WS-ARCH-FSTAT               PIC X(02)       VALUE SPACES.
002010 01  WS-ALC-FSTAT                PIC X(02)       VALUE SPACES.
002020*---------------------------------------------------------------*
002030* THE ARCHIVE RECORD PARSE AREA.  MIRRORS THE RSLTMST LAYOUT    *
002040* (WHICH IS COPIED INTO THE MASTER'S FD AND SO CANNOT BE        *
002050* COPIED TWICE) -- KEEP IT IN STEP WITH THE COPYBOOK.           *
002060*---------------------------------------------------------------*
002070 01  WS-ARCH-REC.
002080     05  WS-ARCH-KEY.
002090         10  WS-ARCH-RUN-DATE    PIC 9(08).
002100         10  WS-ARCH-JOB-ID      PIC X(08).
002110         10  WS-ARCH-TRAN-SEQ    PIC 9(09).
002120     05  WS-ARCH-SOURCE-CD       PIC X(03).
002130     05  WS-ARCH-TR-I            PIC S9(08).
002140     05  WS-ARCH-TR-J            PIC S9(12)V9(04).
002150     05  WS-ARCH-J-RESULT        PIC S9(12)V9(04).
002160     05  WS-ARCH-STATUS          PIC X(12).
002170     05  WS-ARCH-GL-ACCOUNT      PIC X(08).
002180     05  WS-ARCH-GL-COST-CTR     PIC X(06).
002190     05  WS-ARCH-CURR-CD         PIC X(03).
002200     05  FILLER                  PIC X(03).
002210*---------------------------------------------------------------*
002220* THE REPORT PERIOD -- FROM THE CARD, AND THE DATES THE         *
002230* CALENDAR GIVES IT.  THE YEAR TO DATE RUNS FROM THE FIRST DAY  *
002240* OF THE FISCAL YEAR THROUGH THE LAST DAY OF THE MONTH.         *
002250*---------------------------------------------------------------*
002260 01  WS-REPORT-YEAR              PIC 9(04)        VALUE ZERO.
002270 01  WS-REPORT-MONTH             PIC 9(02)        VALUE ZERO.
002280 01  WS-FLAG-PCT                 PIC 9(03)        VALUE 10.
002290 01  WS-YEAR-FROM                PIC 9(08)        VALUE ZERO.
002300 01  WS-MONTH-FROM               PIC 9(08)        VALUE ZERO.
002310 01  WS-MONTH-TO                 PIC 9(08)        VALUE ZERO.
002320 01  WS-CAL-PREV-DATE            PIC 9(08)        VALUE ZERO.
002330*---------------------------------------------------------------*
002340* THE RESULT BEING COUNTED, MOVED HERE FROM EITHER THE MASTER   *
002350* OR THE ARCHIVE SO ONE PARAGRAPH ADDS BOTH.                    *
002360*---------------------------------------------------------------*
002370 01  WS-CUR-RUN-DATE             PIC 9(08)        VALUE ZERO.
002380 01  WS-CUR-STATUS               PIC X(12)        VALUE SPACES.
002390 01  WS-CUR-RESULT               PIC S9(12)V9(04) VALUE ZERO.
002400 01  WS-CUR-KEY.
002410     05  WS-CUR-ACCOUNT          PIC X(08).
002420     05  WS-CUR-COST-CTR         PIC X(06).
002430     05  WS-CUR-ALLOC-ID         REDEFINES WS-CUR-COST-CTR
002440                                 PIC 9(06).
002450*---------------------------------------------------------------*
002460* THE ALLOCATION TABLE -- EVERY ALLOCATION ON ALLOCREF,         *
002470* WHATEVER ITS EFFECTIVE DATE (A RESULT IS RE-SPLIT BY THE      *
002480* ALLOCATION IT WAS POSTED BY, HOWEVER LONG SINCE SUPERSEDED),  *
002490* WITH ITS SHARES IN FILE ORDER.  WS-ALC-BIG IS THE SHARE THAT  *
002500* TAKES THE ROUNDING REMAINDER.  AN ALLOCATION THAT DOES NOT    *
002510* FOOT TO 100 PERCENT IS DROPPED HERE AS DECIMAL DROPS IT -- NO *
002520* RESULT CAN NAME IT.                                           *
002530*---------------------------------------------------------------*
002540 01  WS-ALLOC-MARKER             PIC X(08)       VALUE 'ALLOCATN'.
002550 01  WS-ALC-LIMIT                PIC S9(04) COMP  VALUE 500.
002560 01  WS-ALC-SHR-LIMIT            PIC S9(04) COMP  VALUE 10.
002570 01  WS-ALC-COUNT                PIC S9(04) COMP  VALUE ZERO.
002580 01  WS-ALC-SUB                  PIC S9(04) COMP  VALUE ZERO.
002590 01  WS-ALC-SCAN-SUB             PIC S9(04) COMP  VALUE ZERO.
002600 01  WS-SHARE-SUB                PIC S9(04) COMP  VALUE ZERO.
002610 01  WS-ALC-KEY                  PIC 9(06)       VALUE ZERO.
002620 01  WS-ALC-PCT-TOTAL            PIC 9(05)V9(04) VALUE ZERO.
002630 01  WS-ALC-BIG-PCT              PIC 9(03)V9(04) VALUE ZERO.
002640 01  WS-ALC-TABLE.
002650      05  WS-ALC-ENTRY            OCCURS 500 TIMES.
002660          10  WS-ALC-ID           PIC 9(06).
002670          10  WS-ALC-SHARES       PIC S9(04) COMP.
002680          10  WS-ALC-BIG          PIC S9(04) COMP.
002690          10  WS-ALC-SHARE        OCCURS 10 TIMES.
002700              15  WS-ALC-ACCOUNT  PIC X(08).
002710              15  WS-ALC-COST-CTR PIC X(06).
002720              15  WS-ALC-PCT      PIC 9(03)V9(04).
002730 01  WS-SPLIT-AMOUNT             PIC S9(12)V9(04) COMP-3
002740                                                   VALUE ZERO.
002750 01  WS-SPLIT-TOTAL              PIC S9(13)V9(04) COMP-3
002760                                                   VALUE ZERO.
002770 01  WS-SHARE-AMOUNTS.
002780      05  WS-SHARE-AMT            PIC S9(13)V9(04) COMP-3
002790                                  OCCURS 10 TIMES.
002800*---------------------------------------------------------------*
002810* THE ACTUALS TABLE -- ONE ENTRY PER GL ACCOUNT AND COST CENTER *
002820* THE YEAR'S RESULTS POSTED TO, HELD IN KEY ORDER FOR THE MATCH *
002830* AGAINST THE BUDGET FILE.  WS-ACT-NO-BUD IS SET WHEN THE MATCH *
002840* FINDS NO BUDGET LINE FOR THE ENTRY.                           *
002850*---------------------------------------------------------------*
002860 01  WS-ACT-LIMIT                PIC S9(04) COMP  VALUE 3000.
002870 01  WS-ACT-COUNT                PIC S9(04) COMP  VALUE ZERO.
002880 01  WS-ACT-SUB                  PIC S9(04) COMP  VALUE ZERO.
002890 01  WS-SHIFT-SUB                PIC S9(04) COMP  VALUE ZERO.
002900 01  WS-ACT-TABLE.
002910     05  WS-ACT-ENTRY            OCCURS 3000 TIMES.
002920         10  WS-ACT-TBL-KEY.
002930             15  WS-ACT-ACCOUNT  PIC X(08).
002940             15  WS-ACT-COST-CTR PIC X(06).
002950         10  WS-ACT-MTD          PIC S9(15)V9(04) COMP-3.
002960         10  WS-ACT-YTD          PIC S9(15)V9(04) COMP-3.
002970         10  WS-ACT-RECORDS      PIC S9(08) COMP.
002980         10  WS-ACT-NO-BUD       PIC X(01).
002990*---------------------------------------------------------------*
003000* THE BUDGET GROUP -- THE YEAR'S LINES FOR ONE ACCOUNT AND COST *
003010* CENTER THROUGH THE REPORT MONTH, SUMMED.  HIGH-VALUES IN THE  *
003020* KEY ONCE THE FILE IS EXHAUSTED.                               *
003030*---------------------------------------------------------------*
003040 01  WS-BUD-PREV-KEY             PIC X(20)   VALUE LOW-VALUES.
003050 01  WS-BUD-REC-KEY.
003060     05  WS-BUD-REC-ACCOUNT      PIC X(08).
003070     05  WS-BUD-REC-COST-CTR     PIC X(06).
003080 01  WS-BUD-GRP-KEY.
003090     05  WS-BUD-GRP-ACCOUNT      PIC X(08).
003100     05  WS-BUD-GRP-COST-CTR     PIC X(06).
003110 01  WS-BUD-GRP-MTD              PIC S9(15)V9(02) COMP-3.
003120 01  WS-BUD-GRP-YTD              PIC S9(15)V9(02) COMP-3.
003130 01  WS-BUD-GRP-LINES            PIC S9(08) COMP  VALUE ZERO.
003140 01  WS-ACT-CMP-KEY              PIC X(14)   VALUE SPACES.
003150*---------------------------------------------------------------*
003160* ONE REPORT LINE'S FIGURES AND THE FLAG ARITHMETIC.            *
003170*---------------------------------------------------------------*
003180 01  WS-LINE-WORK.
003190     05  WS-LINE-KEY.
003200         10  WS-LINE-ACCOUNT     PIC X(08).
003210         10  WS-LINE-COST-CTR    PIC X(06).
003220     05  WS-LINE-BUD-MTD         PIC S9(15)V9(04) COMP-3.
003230     05  WS-LINE-ACT-MTD         PIC S9(15)V9(04) COMP-3.
003240     05  WS-LINE-BUD-YTD         PIC S9(15)V9(04) COMP-3.
003250     05  WS-LINE-ACT-YTD         PIC S9(15)V9(04) COMP-3.
003260 01  WS-TEST-BUDGET              PIC S9(15)V9(04) COMP-3.
003270 01  WS-TEST-ACTUAL              PIC S9(15)V9(04) COMP-3.
003280 01  WS-TEST-VARIANCE            PIC S9(15)V9(04) COMP-3.
003290 01  WS-TEST-ABS-VAR             PIC S9(15)V9(04) COMP-3.
003300 01  WS-TEST-ABS-BUD             PIC S9(15)V9(04) COMP-3.
003310 01  WS-TEST-PCT                 PIC S9(04)V9(01) COMP-3.
003320 01  WS-TEST-FLAG-SW             PIC X(01)       VALUE 'N'.
003330     88  WS-TEST-FLAGGED                         VALUE 'Y'.
003340 01  WS-TEST-PCT-SW              PIC X(01)       VALUE 'N'.
003350     88  WS-TEST-PCT-SHOWN                       VALUE 'Y'.
003360*---------------------------------------------------------------*
003370* CONTROL TOTALS                                                *
003380*---------------------------------------------------------------*
003390 01  WS-COUNTERS.
003400     05  WS-MASTER-READ          PIC S9(08) COMP  VALUE ZERO.
003410     05  WS-ARCH-READ            PIC S9(08) COMP  VALUE ZERO.
003420     05  WS-RESULTS-TAKEN        PIC S9(08) COMP  VALUE ZERO.
003430     05  WS-BUDGET-READ          PIC S9(08) COMP  VALUE ZERO.
003440     05  WS-BUDGET-ERRORS        PIC S9(08) COMP  VALUE ZERO.
003450     05  WS-LINES-PRINTED        PIC S9(08) COMP  VALUE ZERO.
003460     05  WS-LINES-FLAGGED        PIC S9(08) COMP  VALUE ZERO.
003470     05  WS-NO-BUD-LINES         PIC S9(08) COMP  VALUE ZERO.
003480     05  WS-NO-BUD-RECORDS       PIC S9(08) COMP  VALUE ZERO.
003490     05  WS-ALLOC-SPLIT          PIC S9(08) COMP  VALUE ZERO.
003500     05  WS-ALLOC-MISSING        PIC S9(08) COMP  VALUE ZERO.
003510 01  WS-TOTALS.
003520     05  WS-TOT-BUD-MTD      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
003530     05  WS-TOT-ACT-MTD      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
003540     05  WS-TOT-BUD-YTD      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
003550     05  WS-TOT-ACT-YTD      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
003560     05  WS-TOT-NB-MTD       PIC S9(15)V9(04) COMP-3 VALUE ZERO.
003570     05  WS-TOT-NB-YTD       PIC S9(15)V9(04) COMP-3 VALUE ZERO.
003580*---------------------------------------------------------------*
003590* REPORT WORK AREAS                                             *
003600*---------------------------------------------------------------*
003610 01  WS-RUN-DATE                 PIC 9(08).
003620 01  WS-RPT-HEADING-1.
003630     05  FILLER                  PIC X(044)
003640             VALUE "BUDVAR BUDGET VERSUS ACTUAL".
003650     05  FILLER                  PIC X(010)
003660             VALUE "RUN DATE: ".
003670     05  RPT-RUN-DATE            PIC 9(08).
003680     05  FILLER                  PIC X(070)      VALUE SPACES.
003690 01  WS-RPT-CRITERIA.
003700     05  FILLER                  PIC X(012)
003710             VALUE "FISCAL YEAR ".
003720     05  CRIT-YEAR               PIC 9(04).
003730     05  FILLER                  PIC X(008)      VALUE "  MONTH ".
003740     05  CRIT-MONTH              PIC 9(02).
003750     05  FILLER                  PIC X(003)      VALUE " ( ".
003760     05  CRIT-MONTH-FROM         PIC 9(08).
003770     05  FILLER                  PIC X(003)      VALUE " - ".
003780     05  CRIT-MONTH-TO           PIC 9(08).
003790     05  FILLER                  PIC X(014)
003800             VALUE " )  YEAR FROM ".
003810     05  CRIT-YEAR-FROM          PIC 9(08).
003820     05  FILLER                  PIC X(016)
003830             VALUE "  FLAG OVER PCT ".
003840     05  CRIT-FLAG-PCT           PIC ZZ9.
003850     05  FILLER                  PIC X(043)      VALUE SPACES.
003860 01  WS-RPT-SECTION.
003870     05  SEC-TITLE               PIC X(060).
003880     05  FILLER                  PIC X(072)      VALUE SPACES.
003890 01  WS-RPT-COL-HEAD-1.
003900     05  FILLER                  PIC X(016)      VALUE SPACES.
003910     05  FILLER                  PIC X(024)
003920             VALUE "<---------------------- ".
003930     05  FILLER                  PIC X(032)
003940             VALUE "MONTH ------------------------> ".
003950     05  FILLER                  PIC X(020)
003960             VALUE "<------------------ ".
003970     05  FILLER                  PIC X(036)
003980             VALUE "YEAR TO DATE ---------------------> ".
003990     05  FILLER                  PIC X(004)      VALUE SPACES.
004000 01  WS-RPT-COL-HEAD-2.
004010     05  FILLER                  PIC X(016)
004020             VALUE "ACCOUNT  CC".
004030     05  FILLER                  PIC X(016)
004040             VALUE "         BUDGET ".
004050     05  FILLER                  PIC X(016)
004060             VALUE "         ACTUAL ".
004070     05  FILLER                  PIC X(016)
004080             VALUE "       VARIANCE ".
004090     05  FILLER                  PIC X(008)      VALUE "   PCT  ".
004100     05  FILLER                  PIC X(016)
004110             VALUE "         BUDGET ".
004120     05  FILLER                  PIC X(016)
004130             VALUE "         ACTUAL ".
004140     05  FILLER                  PIC X(016)
004150             VALUE "       VARIANCE ".
004160     05  FILLER                  PIC X(008)      VALUE "   PCT  ".
004170     05  FILLER                  PIC X(004)      VALUE "FLAG".
004180 01  WS-VARIANCE-LINE.
004190     05  VRL-ACCOUNT             PIC X(08).
004200     05  FILLER                  PIC X(01)       VALUE SPACES.
004210     05  VRL-COST-CTR            PIC X(06).
004220     05  FILLER                  PIC X(01)       VALUE SPACES.
004230     05  VRL-BUD-MTD             PIC -----------9.99.
004240     05  FILLER                  PIC X(01)       VALUE SPACES.
004250     05  VRL-ACT-MTD             PIC -----------9.99.
004260     05  FILLER                  PIC X(01)       VALUE SPACES.
004270     05  VRL-VAR-MTD             PIC -----------9.99.
004280     05  FILLER                  PIC X(01)       VALUE SPACES.
004290     05  VRL-PCT-MTD             PIC ----9.9.
004300     05  VRL-PCT-MTD-X           REDEFINES VRL-PCT-MTD
004310                                 PIC X(07).
004320     05  FILLER                  PIC X(01)       VALUE SPACES.
004330     05  VRL-BUD-YTD             PIC -----------9.99.
004340     05  FILLER                  PIC X(01)       VALUE SPACES.
004350     05  VRL-ACT-YTD             PIC -----------9.99.
004360     05  FILLER                  PIC X(01)       VALUE SPACES.
004370     05  VRL-VAR-YTD             PIC -----------9.99.
004380     05  FILLER                  PIC X(01)       VALUE SPACES.
004390     05  VRL-PCT-YTD             PIC ----9.9.
004400     05  VRL-PCT-YTD-X           REDEFINES VRL-PCT-YTD
004410                                 PIC X(07).
004420     05  FILLER                  PIC X(01)       VALUE SPACES.
004430     05  VRL-FLAG                PIC X(04).
004440 01  WS-RPT-NB-HEAD.
004450     05  FILLER                  PIC X(016)
004460             VALUE "ACCOUNT  CC".
004470     05  FILLER                  PIC X(016)
004480             VALUE "   MONTH ACTUAL ".
004490     05  FILLER                  PIC X(016)
004500             VALUE "     YTD ACTUAL ".
004510     05  FILLER                  PIC X(010)
004520             VALUE "   RESULTS".
004530     05  FILLER                  PIC X(074)      VALUE SPACES.
004540 01  WS-NO-BUD-LINE.
004550     05  NBL-ACCOUNT             PIC X(08).
004560     05  FILLER                  PIC X(01)       VALUE SPACES.
004570     05  NBL-COST-CTR            PIC X(06).
004580     05  FILLER                  PIC X(01)       VALUE SPACES.
004590     05  NBL-ACT-MTD             PIC -----------9.99.
004600     05  FILLER                  PIC X(01)       VALUE SPACES.
004610     05  NBL-ACT-YTD             PIC -----------9.99.
004620     05  FILLER                  PIC X(02)       VALUE SPACES.
004630     05  NBL-RECORDS             PIC ZZZZZZZ9.
004640     05  FILLER                  PIC X(075)      VALUE SPACES.
004650 01  WS-RPT-TRAILER-1.
004660     05  FILLER                  PIC X(014)
004670             VALUE "MASTER READ   ".
004680     05  TRL-MASTER-READ         PIC ZZZZZZZ9.
004690     05  FILLER                  PIC X(016)
004700             VALUE "  ARCHIVE READ  ".
004710     05  TRL-ARCH-READ           PIC ZZZZZZZ9.
004720     05  FILLER                  PIC X(017)
004730             VALUE "  RESULTS TAKEN  ".
004740     05  TRL-TAKEN               PIC ZZZZZZZ9.
004750     05  FILLER                  PIC X(017)
004760             VALUE "  BUDGET LINES   ".
004770     05  TRL-BUDGET-READ         PIC ZZZZZZZ9.
004780     05  FILLER                  PIC X(036)      VALUE SPACES.
004790 01  WS-RPT-TRAILER-2.
004800     05  FILLER                  PIC X(014)
004810             VALUE "LINES PRINTED ".
004820     05  TRL-PRINTED             PIC ZZZZZZZ9.
004830     05  FILLER                  PIC X(016)
004840             VALUE "  FLAGGED       ".
004850     05  TRL-FLAGGED             PIC ZZZZZZZ9.
004860     05  FILLER                  PIC X(017)
004870             VALUE "  NO BUDGET LINE ".
004880     05  TRL-NO-BUD              PIC ZZZZZZZ9.
004890     05  FILLER                  PIC X(061)      VALUE SPACES.
004900 01  WS-RPT-RESULT-LINE.
004910     05  RES-TEXT                PIC X(060).
004920     05  FILLER                  PIC X(072)      VALUE SPACES.
004930 PROCEDURE DIVISION.
004940*****************************************************************
004950* 0000-MAINLINE                                                 *
004960*****************************************************************
004970 0000-MAINLINE.
004980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004990     IF NOT WS-STOPPED
005000         PERFORM 2000-COLLECT-ACTUALS
005010                 THRU 2000-COLLECT-ACTUALS-EXIT
005020     END-IF.
005030     IF NOT WS-STOPPED
005040         PERFORM 3000-REPORT-VARIANCE
005050                 THRU 3000-REPORT-VARIANCE-EXIT
005060         PERFORM 4000-REPORT-NO-BUDGET
005070                 THRU 4000-REPORT-NO-BUDGET-EXIT
005080     END-IF.
005090     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT.
005100     STOP RUN.
005110*****************************************************************
005120* 1000-INITIALIZE -- READS THE CONTROL CARD, FINDS THE MONTH'S  *
005130* DATES ON THE CALENDAR AND WRITES THE HEADINGS.  A MISSING OR  *
005140* UNREADABLE CARD, OR A MONTH THE CALENDAR DOES NOT HAVE, STOPS *
005150* THE RUN RC=8 BEFORE ANYTHING IS READ.                         *
005160*****************************************************************
005170 1000-INITIALIZE.
005180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005190     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
005200     OPEN OUTPUT REPORT-FILE.
005210     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
005220     OPEN INPUT PARM-FILE.
005230     READ PARM-FILE
005240         AT END
005250             MOVE 'Y' TO WS-PARM-EOF-SW
005260     END-READ.
005270     CLOSE PARM-FILE.
005280     IF WS-PARM-EOF
005290         DISPLAY "BUDVAR    - NO CONTROL CARD SUPPLIED"
005300         MOVE 'Y' TO WS-STOP-SW
005310         GO TO 1000-INITIALIZE-EXIT
005320     END-IF.
005330     IF VAR-FISCAL-YEAR NOT NUMERIC
005340        OR VAR-FISCAL-MONTH NOT NUMERIC
005350        OR VAR-FISCAL-MONTH = ZERO
005360        OR (VAR-FLAG-PCT NOT = SPACES
005370            AND VAR-FLAG-PCT NOT NUMERIC)
005380         DISPLAY "BUDVAR    - CONTROL CARD UNREADABLE '"
005390                 VAR-FISCAL-YEAR " " VAR-FISCAL-MONTH " "
005400                 VAR-FLAG-PCT "'"
005410         MOVE 'Y' TO WS-STOP-SW
005420         GO TO 1000-INITIALIZE-EXIT
005430     END-IF.
005440     MOVE VAR-FISCAL-YEAR  TO WS-REPORT-YEAR.
005450     MOVE VAR-FISCAL-MONTH TO WS-REPORT-MONTH.
005460     IF VAR-FLAG-PCT IS NUMERIC
005470         MOVE VAR-FLAG-PCT TO WS-FLAG-PCT
005480     END-IF.
005490     PERFORM 1100-SCAN-CALENDAR THRU 1100-SCAN-CALENDAR-EXIT.
005500     MOVE WS-REPORT-YEAR  TO CRIT-YEAR.
005510     MOVE WS-REPORT-MONTH TO CRIT-MONTH.
005520     MOVE WS-MONTH-FROM   TO CRIT-MONTH-FROM.
005530     MOVE WS-MONTH-TO     TO CRIT-MONTH-TO.
005540     MOVE WS-YEAR-FROM    TO CRIT-YEAR-FROM.
005550     MOVE WS-FLAG-PCT     TO CRIT-FLAG-PCT.
005560     WRITE REPORT-REC FROM WS-RPT-CRITERIA.
005570     IF WS-MONTH-FROM = ZERO
005580         DISPLAY "BUDVAR    - FISCAL MONTH " WS-REPORT-YEAR "/"
005590                 WS-REPORT-MONTH " IS NOT ON THE CALENDAR"
005600         MOVE 'Y' TO WS-STOP-SW
005610         GO TO 1000-INITIALIZE-EXIT
005620     END-IF.
005630     DISPLAY "BUDVAR    - FISCAL MONTH " WS-REPORT-YEAR "/"
005640             WS-REPORT-MONTH " RUNS " WS-MONTH-FROM " - "
005650             WS-MONTH-TO ", YEAR FROM " WS-YEAR-FROM.
005660     PERFORM 1200-LOAD-ALLOC-TABLE
005670             THRU 1200-LOAD-ALLOC-TABLE-EXIT.
005680 1000-INITIALIZE-EXIT.
005690     EXIT.
005700*****************************************************************
005710* 1100-SCAN-CALENDAR -- READS THE CALENDAR ONCE FOR THE FIRST   *
005720* DAY OF THE FISCAL YEAR AND THE FIRST AND LAST DAYS OF THE     *
005730* MONTH.  PERIODS RUN IN DATE ORDER, SO THE YEAR TO DATE IS     *
005740* EVERY DAY FROM THE ONE TO THE OTHER.                          *
005750*****************************************************************
005760 1100-SCAN-CALENDAR.
005770     OPEN INPUT CALENDAR-FILE.
005780     PERFORM 1110-READ-CALENDAR THRU 1110-READ-CALENDAR-EXIT.
005790     PERFORM 1120-TEST-ONE-CAL THRU 1120-TEST-ONE-CAL-EXIT
005800             UNTIL WS-CAL-EOF.
005810     CLOSE CALENDAR-FILE.
005820 1100-SCAN-CALENDAR-EXIT.
005830     EXIT.
005840*****************************************************************
005850* 1110-READ-CALENDAR -- READS ONE CALENDAR RECORD, SETTING THE  *
005860* EOF SWITCH AT END.                                            *
005870*****************************************************************
005880 1110-READ-CALENDAR.
005890     READ CALENDAR-FILE
005900         AT END
005910             MOVE 'Y' TO WS-CAL-EOF-SW
005920     END-READ.
005930 1110-READ-CALENDAR-EXIT.
005940     EXIT.
005950*****************************************************************
005960* 1120-TEST-ONE-CAL -- NOTES THE DAY IF IT BELONGS TO THE       *
005970* REPORT YEAR OR MONTH.                                         *
005980*****************************************************************
005990 1120-TEST-ONE-CAL.
006000     IF CAL-DATE NOT NUMERIC
006010        OR CAL-FISCAL-ID NOT NUMERIC
006020         DISPLAY "BUDVAR    - UNREADABLE CALENDAR RECORD SKIPPED"
006030         GO TO 1120-TEST-ONE-CAL-READ
006040     END-IF.
006050     IF CAL-DATE NOT > WS-CAL-PREV-DATE
006060         DISPLAY "BUDVAR    - CALENDAR DATE " CAL-DATE
006070                 " OUT OF ORDER, RECORD SKIPPED"
006080         GO TO 1120-TEST-ONE-CAL-READ
006090     END-IF.
006100     MOVE CAL-DATE TO WS-CAL-PREV-DATE.
006110     IF CAL-FISCAL-YEAR = WS-REPORT-YEAR
006120         IF WS-YEAR-FROM = ZERO
006130             MOVE CAL-DATE TO WS-YEAR-FROM
006140         END-IF
006150         IF CAL-FISCAL-PERIOD = WS-REPORT-MONTH
006160             IF WS-MONTH-FROM = ZERO
006170                 MOVE CAL-DATE TO WS-MONTH-FROM
006180             END-IF
006190             MOVE CAL-DATE TO WS-MONTH-TO
006200         END-IF
006210     END-IF.
006220 1120-TEST-ONE-CAL-READ.
006230     PERFORM 1110-READ-CALENDAR THRU 1110-READ-CALENDAR-EXIT.
006240 1120-TEST-ONE-CAL-EXIT.
006250     EXIT.
006260*****************************************************************
006270* 1200-LOAD-ALLOC-TABLE -- LOADS THE ALLOCREF ALLOCATION FILE   *
006280* INTO THE WS-ALC-TABLE.  A FILE THAT WILL NOT OPEN LEAVES THE  *
006290* TABLE EMPTY -- ALLOCATED RESULTS ARE THEN COUNTED WHOLE UNDER *
006300* THE MARKER AND THE NO-BUDGET SECTION SHOWS THEM (RC=4).       *
006310*****************************************************************
006320 1200-LOAD-ALLOC-TABLE.
006330     OPEN INPUT ALLOC-REF-FILE.
006340     IF WS-ALC-FSTAT NOT = '00'
006350         DISPLAY "BUDVAR    - ALLOCATION FILE NOT AVAILABLE, "
006360                 "STATUS " WS-ALC-FSTAT
006370                 ", ALLOCATED RESULTS NOT SPLIT"
006380         GO TO 1200-LOAD-ALLOC-TABLE-EXIT
006390     END-IF.
006400     PERFORM 1210-READ-ALLOC-REF THRU 1210-READ-ALLOC-REF-EXIT.
006410     PERFORM 1220-LOAD-ONE-ALLOC THRU 1220-LOAD-ONE-ALLOC-EXIT
006420             UNTIL WS-ALC-EOF.
006430     PERFORM 1230-CLOSE-ALLOC-ENTRY
006440             THRU 1230-CLOSE-ALLOC-ENTRY-EXIT.
006450     CLOSE ALLOC-REF-FILE.
006460     DISPLAY "BUDVAR    - SHARED-SERVICE ALLOCATIONS LOADED: "
006470             WS-ALC-COUNT.
006480 1200-LOAD-ALLOC-TABLE-EXIT.
006490     EXIT.
006500*****************************************************************
006510* 1210-READ-ALLOC-REF -- READS ONE ALLOCREF RECORD, SETTING THE *
006520* EOF SWITCH AT END.                                            *
006530*****************************************************************
006540 1210-READ-ALLOC-REF.
006550     READ ALLOC-REF-FILE
006560         AT END
006570             MOVE 'Y' TO WS-ALC-EOF-SW
006580     END-READ.
006590 1210-READ-ALLOC-REF-EXIT.
006600     EXIT.
006610*****************************************************************
006620* 1220-LOAD-ONE-ALLOC -- LOADS ONE ALLOCREF SHARE RECORD.  A    *
006630* NEW ALLOC-ID CLOSES THE ENTRY BEFORE IT AND OPENS THE NEXT;   *
006640* THE SAME ALLOC-ID ADDS A SHARE TO IT.  AN UNREADABLE RECORD   *
006650* IS REPORTED AND SKIPPED; A SHARE PAST THE SHARE LIMIT DROPS   *
006660* ITS WHOLE ALLOCATION.                                         *
006670*****************************************************************
006680 1220-LOAD-ONE-ALLOC.
006690     IF ALLOC-ID NOT NUMERIC OR ALLOC-PCT NOT NUMERIC
006700         DISPLAY "BUDVAR    - UNREADABLE ALLOCREF RECORD SKIPPED"
006710         GO TO 1220-LOAD-ONE-ALLOC-READ
006720     END-IF.
006730     IF WS-ALC-COUNT > ZERO
006740         IF ALLOC-ID = WS-ALC-ID (WS-ALC-COUNT)
006750             GO TO 1220-LOAD-ONE-ALLOC-SHARE
006760         END-IF
006770     END-IF.
006780     PERFORM 1230-CLOSE-ALLOC-ENTRY
006790             THRU 1230-CLOSE-ALLOC-ENTRY-EXIT.
006800     IF WS-ALC-COUNT >= WS-ALC-LIMIT
006810         DISPLAY "BUDVAR    - ALLOCATION TABLE FULL, "
006820                 "ALLOCREF RECORD SKIPPED"
006830         GO TO 1220-LOAD-ONE-ALLOC-READ
006840     END-IF.
006850     ADD 1 TO WS-ALC-COUNT.
006860     MOVE ALLOC-ID       TO WS-ALC-ID (WS-ALC-COUNT).
006870     MOVE ZERO           TO WS-ALC-SHARES (WS-ALC-COUNT).
006880     MOVE ZERO           TO WS-ALC-BIG (WS-ALC-COUNT).
006890     MOVE ZERO           TO WS-ALC-PCT-TOTAL.
006900     MOVE ZERO           TO WS-ALC-BIG-PCT.
006910     MOVE 'N'            TO WS-ALC-DROP-SW.
006920     MOVE 'Y'            TO WS-ALC-OPEN-SW.
006930 1220-LOAD-ONE-ALLOC-SHARE.
006940     IF WS-ALC-SHARES (WS-ALC-COUNT) >= WS-ALC-SHR-LIMIT
006950         MOVE 'Y' TO WS-ALC-DROP-SW
006960         GO TO 1220-LOAD-ONE-ALLOC-READ
006970     END-IF.
006980     ADD 1 TO WS-ALC-SHARES (WS-ALC-COUNT).
006990     MOVE WS-ALC-SHARES (WS-ALC-COUNT) TO WS-SHARE-SUB.
007000     MOVE ALLOC-GL-ACCOUNT
007010         TO WS-ALC-ACCOUNT (WS-ALC-COUNT, WS-SHARE-SUB).
007020     MOVE ALLOC-COST-CENTER
007030         TO WS-ALC-COST-CTR (WS-ALC-COUNT, WS-SHARE-SUB).
007040     MOVE ALLOC-PCT
007050         TO WS-ALC-PCT (WS-ALC-COUNT, WS-SHARE-SUB).
007060     ADD ALLOC-PCT TO WS-ALC-PCT-TOTAL.
007070*    THE LARGEST SHARE TAKES THE ROUNDING REMAINDER -- THE
007080*    FIRST ONE LOADED ON A TIE, AS IN DECIMAL.
007090     IF WS-ALC-BIG (WS-ALC-COUNT) = ZERO
007100        OR ALLOC-PCT > WS-ALC-BIG-PCT
007110         MOVE WS-SHARE-SUB TO WS-ALC-BIG (WS-ALC-COUNT)
007120         MOVE ALLOC-PCT    TO WS-ALC-BIG-PCT
007130     END-IF.
007140 1220-LOAD-ONE-ALLOC-READ.
007150     PERFORM 1210-READ-ALLOC-REF THRU 1210-READ-ALLOC-REF-EXIT.
007160 1220-LOAD-ONE-ALLOC-EXIT.
007170     EXIT.
007180*****************************************************************
007190* 1230-CLOSE-ALLOC-ENTRY -- FINISHES THE ENTRY LAST OPENED: ITS *
007200* SHARES MUST FOOT TO EXACTLY 100 PERCENT, WITHIN THE SHARE     *
007210* LIMIT, OR THE ALLOCATION IS DROPPED.                          *
007220*****************************************************************
007230 1230-CLOSE-ALLOC-ENTRY.
007240     IF NOT WS-ALC-OPEN
007250         GO TO 1230-CLOSE-ALLOC-ENTRY-EXIT
007260     END-IF.
007270     MOVE 'N' TO WS-ALC-OPEN-SW.
007280     IF WS-ALC-PCT-TOTAL = 100 AND NOT WS-ALC-DROP
007290         GO TO 1230-CLOSE-ALLOC-ENTRY-EXIT
007300     END-IF.
007310     DISPLAY "BUDVAR    - ALLOCATION " WS-ALC-ID (WS-ALC-COUNT)
007320             " DOES NOT FOOT TO 100 PERCENT OR HAS TOO MANY "
007330             "SHARES, DROPPED".
007340     SUBTRACT 1 FROM WS-ALC-COUNT.
007350 1230-CLOSE-ALLOC-ENTRY-EXIT.
007360     EXIT.
007370*****************************************************************
007380* 2000-COLLECT-ACTUALS -- SUMS THE YEAR'S RESULTS INTO THE      *
007390* ACTUALS TABLE, THE ARCHIVE FIRST (ITS RECORDS ARE THE OLDER)  *
007400* AND THEN THE LIVE MASTER FROM THE FIRST DAY OF THE YEAR.  AN  *
007410* ARCHIVE THAT WILL NOT OPEN IS REPORTED AND THE RUN GOES ON    *
007420* WITH THE MASTER ALONE (RC=4); A MASTER THAT WILL NOT OPEN     *
007430* STOPS THE RUN.                                                *
007440*****************************************************************
007450 2000-COLLECT-ACTUALS.
007460     PERFORM 2100-SCAN-ARCHIVE THRU 2100-SCAN-ARCHIVE-EXIT.
007470     OPEN INPUT RESULTS-FILE.
007480     IF WS-RSLT-FSTAT NOT = '00'
007490         DISPLAY "BUDVAR    - RESULTS MASTER NOT AVAILABLE, "
007500                 "STATUS " WS-RSLT-FSTAT
007510         MOVE 'Y' TO WS-STOP-SW
007520         GO TO 2000-COLLECT-ACTUALS-EXIT
007530     END-IF.
007540     MOVE 'Y' TO WS-RSLT-OPEN-SW.
007550     MOVE LOW-VALUES   TO RSLT-KEY.
007560     MOVE WS-YEAR-FROM TO RSLT-RUN-DATE.
007570     START RESULTS-FILE KEY >= RSLT-KEY
007580         INVALID KEY
007590             MOVE 'Y' TO WS-RSLT-EOF-SW
007600     END-START.
007610     PERFORM 2200-READ-MASTER THRU 2200-READ-MASTER-EXIT
007620             UNTIL WS-RSLT-EOF.
007630     DISPLAY "BUDVAR    - ACCOUNT/COST CENTERS WITH ACTUALS: "
007640             WS-ACT-COUNT.
007650 2000-COLLECT-ACTUALS-EXIT.
007660     EXIT.
007670*****************************************************************
007680* 2100-SCAN-ARCHIVE -- READS THE FLAT ARCHIVE THROUGH THE LAST  *
007690* DAY OF THE MONTH, TAKING EVERY RECORD FROM THE FIRST DAY OF   *
007700* THE YEAR ON.                                                  *
007710*****************************************************************
007720 2100-SCAN-ARCHIVE.
007730     OPEN INPUT ARCHIVE-FILE.
007740     IF WS-ARCH-FSTAT NOT = '00'
007750         DISPLAY "BUDVAR    - ARCHIVE NOT AVAILABLE, STATUS "
007760                 WS-ARCH-FSTAT ", LIVE MASTER ACTUALS ONLY"
007770         MOVE 'Y' TO WS-ARCH-MISSING-SW
007780         GO TO 2100-SCAN-ARCHIVE-EXIT
007790     END-IF.
007800     PERFORM 2150-READ-ARCHIVE THRU 2150-READ-ARCHIVE-EXIT
007810             UNTIL WS-ARCH-EOF.
007820     CLOSE ARCHIVE-FILE.
007830 2100-SCAN-ARCHIVE-EXIT.
007840     EXIT.
007850*****************************************************************
007860* 2150-READ-ARCHIVE -- READS THE NEXT ARCHIVE RECORD AND ADDS   *
007870* IT WHEN IT FALLS IN THE YEAR TO DATE.                         *
007880*****************************************************************
007890 2150-READ-ARCHIVE.
007900     READ ARCHIVE-FILE INTO WS-ARCH-REC
007910         AT END
007920             MOVE 'Y' TO WS-ARCH-EOF-SW
007930             GO TO 2150-READ-ARCHIVE-EXIT
007940     END-READ.
007950     ADD 1 TO WS-ARCH-READ.
007960     IF WS-ARCH-RUN-DATE > WS-MONTH-TO
007970         MOVE 'Y' TO WS-ARCH-EOF-SW
007980         GO TO 2150-READ-ARCHIVE-EXIT
007990     END-IF.
008000     IF WS-ARCH-RUN-DATE < WS-YEAR-FROM
008010         GO TO 2150-READ-ARCHIVE-EXIT
008020     END-IF.
008030     MOVE WS-ARCH-RUN-DATE    TO WS-CUR-RUN-DATE.
008040     MOVE WS-ARCH-STATUS      TO WS-CUR-STATUS.
008050     MOVE WS-ARCH-J-RESULT    TO WS-CUR-RESULT.
008060     MOVE WS-ARCH-GL-ACCOUNT  TO WS-CUR-ACCOUNT.
008070     MOVE WS-ARCH-GL-COST-CTR TO WS-CUR-COST-CTR.
008080     PERFORM 2250-TAKE-RESULT THRU 2250-TAKE-RESULT-EXIT.
008090 2150-READ-ARCHIVE-EXIT.
008100     EXIT.
008110*****************************************************************
008120* 2200-READ-MASTER -- READS THE NEXT MASTER RECORD AND ADDS IT, *
008130* ENDING THE WALK PAST THE LAST DAY OF THE MONTH.               *
008140*****************************************************************
008150 2200-READ-MASTER.
008160     READ RESULTS-FILE NEXT RECORD
008170         AT END
008180             MOVE 'Y' TO WS-RSLT-EOF-SW
008190             GO TO 2200-READ-MASTER-EXIT
008200     END-READ.
008210     ADD 1 TO WS-MASTER-READ.
008220     IF RSLT-RUN-DATE > WS-MONTH-TO
008230         MOVE 'Y' TO WS-RSLT-EOF-SW
008240         GO TO 2200-READ-MASTER-EXIT
008250     END-IF.
008260     MOVE RSLT-RUN-DATE    TO WS-CUR-RUN-DATE.
008270     MOVE RSLT-STATUS      TO WS-CUR-STATUS.
008280     MOVE RSLT-J-RESULT    TO WS-CUR-RESULT.
008290     MOVE RSLT-GL-ACCOUNT  TO WS-CUR-ACCOUNT.
008300     MOVE RSLT-GL-COST-CTR TO WS-CUR-COST-CTR.
008310     PERFORM 2250-TAKE-RESULT THRU 2250-TAKE-RESULT-EXIT.
008320 2200-READ-MASTER-EXIT.
008330     EXIT.
008340*****************************************************************
008350* 2250-TAKE-RESULT -- TAKES ONE POSTED RESULT.  AN ALLOCATED    *
008360* RESULT IS RE-SPLIT BY ITS ALLOCATION, THE SAME SHARES DECIMAL *
008370* CUT, AND EACH SHARE ADDED UNDER ITS OWN ACCOUNT AND COST      *
008380* CENTER; ANY OTHER RESULT IS ADDED AS IT STANDS.               *
008390*****************************************************************
008400 2250-TAKE-RESULT.
008410     IF WS-CUR-STATUS NOT = "OK"
008420        AND WS-CUR-STATUS NOT = "REVERSED"
008430        AND WS-CUR-STATUS NOT = "REVERSAL"
008440         GO TO 2250-TAKE-RESULT-EXIT
008450     END-IF.
008460     ADD 1 TO WS-RESULTS-TAKEN.
008470     IF WS-CUR-ACCOUNT NOT = WS-ALLOC-MARKER
008480         PERFORM 2300-ADD-ACTUAL THRU 2300-ADD-ACTUAL-EXIT
008490         GO TO 2250-TAKE-RESULT-EXIT
008500     END-IF.
008510     MOVE 'N' TO WS-ALC-FOUND-SW.
008520     IF WS-CUR-ALLOC-ID IS NUMERIC
008530         MOVE WS-CUR-ALLOC-ID TO WS-ALC-KEY
008540         PERFORM 2260-FIND-ALLOC-ID THRU 2260-FIND-ALLOC-ID-EXIT
008550     END-IF.
008560     IF NOT WS-ALC-FOUND
008570         DISPLAY "BUDVAR    - ALLOCATION " WS-CUR-COST-CTR
008580                 " NOT ON FILE, RESULT OF " WS-CUR-RUN-DATE
008590                 " COUNTED UNSPLIT"
008600         ADD 1 TO WS-ALLOC-MISSING
008610         PERFORM 2300-ADD-ACTUAL THRU 2300-ADD-ACTUAL-EXIT
008620         GO TO 2250-TAKE-RESULT-EXIT
008630     END-IF.
008640     ADD 1 TO WS-ALLOC-SPLIT.
008650     MOVE WS-CUR-RESULT TO WS-SPLIT-AMOUNT.
008660     PERFORM 2270-SPLIT-ALLOCATION
008670             THRU 2270-SPLIT-ALLOCATION-EXIT.
008680     MOVE ZERO TO WS-SHARE-SUB.
008690     PERFORM 2290-ADD-ONE-SHARE THRU 2290-ADD-ONE-SHARE-EXIT
008700             UNTIL WS-SHARE-SUB >= WS-ALC-SHARES (WS-ALC-SUB).
008710 2250-TAKE-RESULT-EXIT.
008720     EXIT.
008730*****************************************************************
008740* 2260-FIND-ALLOC-ID -- SERIAL SEARCH OF THE ALLOCATION TABLE   *
008750* FOR ALLOC-ID WS-ALC-KEY, LEAVING WS-ALC-SUB POINTING AT IT    *
008760* WHEN FOUND.                                                   *
008770*****************************************************************
008780 2260-FIND-ALLOC-ID.
008790     MOVE 'N' TO WS-ALC-FOUND-SW.
008800     MOVE ZERO TO WS-ALC-SUB.
008810     MOVE ZERO TO WS-ALC-SCAN-SUB.
008820     PERFORM 2265-TEST-ALLOC-ID THRU 2265-TEST-ALLOC-ID-EXIT
008830             UNTIL WS-ALC-FOUND
008840                OR WS-ALC-SCAN-SUB >= WS-ALC-COUNT.
008850 2260-FIND-ALLOC-ID-EXIT.
008860     EXIT.
008870*****************************************************************
008880* 2265-TEST-ALLOC-ID -- TESTS THE NEXT ALLOCATION'S ALLOC-ID.   *
008890*****************************************************************
008900 2265-TEST-ALLOC-ID.
008910     ADD 1 TO WS-ALC-SCAN-SUB.
008920     IF WS-ALC-ID (WS-ALC-SCAN-SUB) = WS-ALC-KEY
008930         MOVE 'Y' TO WS-ALC-FOUND-SW
008940         MOVE WS-ALC-SCAN-SUB TO WS-ALC-SUB
008950     END-IF.
008960 2265-TEST-ALLOC-ID-EXIT.
008970     EXIT.
008980*****************************************************************
008990* 2270-SPLIT-ALLOCATION -- SPLITS WS-SPLIT-AMOUNT BY THE        *
009000* ALLOCATION WS-ALC-SUB POINTS AT INTO WS-SHARE-AMT, EXACTLY AS *
009010* DECIMAL DOES: EACH SHARE ROUNDED AT THE 4TH DECIMAL AND THE   *
009020* REMAINDER ON THE LARGEST SHARE, SO THE SHARES FOOT TO THE     *
009030* RESULT AND MATCH THE EXTRACT DETAILS TO THE LAST DIGIT.       *
009040*****************************************************************
009050 2270-SPLIT-ALLOCATION.
009060     MOVE ZERO TO WS-SPLIT-TOTAL.
009070     MOVE ZERO TO WS-SHARE-SUB.
009080     PERFORM 2275-SPLIT-ONE-SHARE THRU 2275-SPLIT-ONE-SHARE-EXIT
009090             UNTIL WS-SHARE-SUB >= WS-ALC-SHARES (WS-ALC-SUB).
009100     MOVE WS-ALC-BIG (WS-ALC-SUB) TO WS-SHARE-SUB.
009110     COMPUTE WS-SHARE-AMT (WS-SHARE-SUB) =
009120             WS-SHARE-AMT (WS-SHARE-SUB)
009130             + WS-SPLIT-AMOUNT - WS-SPLIT-TOTAL.
009140 2270-SPLIT-ALLOCATION-EXIT.
009150     EXIT.
009160*****************************************************************
009170* 2275-SPLIT-ONE-SHARE -- COMPUTES THE NEXT SHARE'S ROUNDED     *
009180* PART OF THE AMOUNT AND ADDS IT TO THE RUNNING TOTAL.          *
009190*****************************************************************
009200 2275-SPLIT-ONE-SHARE.
009210     ADD 1 TO WS-SHARE-SUB.
009220     COMPUTE WS-SHARE-AMT (WS-SHARE-SUB) ROUNDED =
009230             WS-SPLIT-AMOUNT
009240             * WS-ALC-PCT (WS-ALC-SUB, WS-SHARE-SUB) / 100.
009250     ADD WS-SHARE-AMT (WS-SHARE-SUB) TO WS-SPLIT-TOTAL.
009260 2275-SPLIT-ONE-SHARE-EXIT.
009270     EXIT.
009280*****************************************************************
009290* 2290-ADD-ONE-SHARE -- ADDS THE NEXT SHARE TO THE ACTUALS      *
009300* UNDER ITS OWN ACCOUNT AND COST CENTER.                        *
009310*****************************************************************
009320 2290-ADD-ONE-SHARE.
009330     ADD 1 TO WS-SHARE-SUB.
009340     MOVE WS-ALC-ACCOUNT (WS-ALC-SUB, WS-SHARE-SUB)
009350                                 TO WS-CUR-ACCOUNT.
009360     MOVE WS-ALC-COST-CTR (WS-ALC-SUB, WS-SHARE-SUB)
009370                                 TO WS-CUR-COST-CTR.
009380     MOVE WS-SHARE-AMT (WS-SHARE-SUB) TO WS-CUR-RESULT.
009390     PERFORM 2300-ADD-ACTUAL THRU 2300-ADD-ACTUAL-EXIT.
009400 2290-ADD-ONE-SHARE-EXIT.
009410     EXIT.
009420*****************************************************************
009430* 2300-ADD-ACTUAL -- ADDS ONE RESULT TO ITS ACCOUNT AND COST    *
009440* CENTER'S ENTRY (SLOTTING A NEW ONE IN KEY ORDER): TO THE YEAR *
009450* TO DATE, AND TO THE MONTH WHEN ITS RUN DATE IS IN THE MONTH.  *
009460* A FULL TABLE IS A BREAK -- THE REPORT WOULD BE SHORT.         *
009470*****************************************************************
009480 2300-ADD-ACTUAL.
009490*    RESULTS ARRIVE IN RUNS FOR THE SAME ACCOUNT, SO TRY THE LAST
009500*    ENTRY USED BEFORE SEARCHING.
009510     IF WS-ACT-SUB > ZERO
009520        AND WS-ACT-SUB NOT > WS-ACT-COUNT
009530         IF WS-ACT-TBL-KEY (WS-ACT-SUB) = WS-CUR-KEY
009540             GO TO 2300-ADD-ACTUAL-ADD
009550         END-IF
009560     END-IF.
009570     MOVE 'N' TO WS-SLOT-FOUND-SW.
009580     MOVE ZERO TO WS-ACT-SUB.
009590     PERFORM 2310-TEST-SLOT THRU 2310-TEST-SLOT-EXIT
009600             UNTIL WS-SLOT-FOUND
009610                OR WS-ACT-SUB >= WS-ACT-COUNT.
009620     IF WS-SLOT-FOUND
009630        AND WS-ACT-TBL-KEY (WS-ACT-SUB) = WS-CUR-KEY
009640         GO TO 2300-ADD-ACTUAL-ADD
009650     END-IF.
009660     IF WS-ACT-COUNT >= WS-ACT-LIMIT
009670         DISPLAY "BUDVAR    - ACTUALS TABLE FULL AT " WS-CUR-KEY
009680         MOVE 'Y' TO WS-BREAK-SW
009690         MOVE ZERO TO WS-ACT-SUB
009700         GO TO 2300-ADD-ACTUAL-EXIT
009710     END-IF.
009720     IF NOT WS-SLOT-FOUND
009730         COMPUTE WS-ACT-SUB = WS-ACT-COUNT + 1
009740     END-IF.
009750     MOVE WS-ACT-COUNT TO WS-SHIFT-SUB.
009760     PERFORM 2320-SHIFT-ONE THRU 2320-SHIFT-ONE-EXIT
009770             UNTIL WS-SHIFT-SUB < WS-ACT-SUB.
009780     ADD 1 TO WS-ACT-COUNT.
009790     MOVE WS-CUR-KEY TO WS-ACT-TBL-KEY (WS-ACT-SUB).
009800     MOVE ZERO       TO WS-ACT-MTD (WS-ACT-SUB).
009810     MOVE ZERO       TO WS-ACT-YTD (WS-ACT-SUB).
009820     MOVE ZERO       TO WS-ACT-RECORDS (WS-ACT-SUB).
009830     MOVE 'N'        TO WS-ACT-NO-BUD (WS-ACT-SUB).
009840 2300-ADD-ACTUAL-ADD.
009850     ADD WS-CUR-RESULT TO WS-ACT-YTD (WS-ACT-SUB).
009860     IF WS-CUR-RUN-DATE NOT < WS-MONTH-FROM
009870         ADD WS-CUR-RESULT TO WS-ACT-MTD (WS-ACT-SUB)
009880     END-IF.
009890     ADD 1 TO WS-ACT-RECORDS (WS-ACT-SUB).
009900 2300-ADD-ACTUAL-EXIT.
009910     EXIT.
009920*****************************************************************
009930* 2310-TEST-SLOT -- STOPS ON THE FIRST ENTRY WHOSE KEY IS NOT   *
009940* BELOW THE RESULT'S.                                           *
009950*****************************************************************
009960 2310-TEST-SLOT.
009970     ADD 1 TO WS-ACT-SUB.
009980     IF WS-ACT-TBL-KEY (WS-ACT-SUB) NOT < WS-CUR-KEY
009990         MOVE 'Y' TO WS-SLOT-FOUND-SW
010000     END-IF.
010010 2310-TEST-SLOT-EXIT.
010020     EXIT.
010030*****************************************************************
010040* 2320-SHIFT-ONE -- MOVES ONE ENTRY UP A PLACE TO OPEN THE SLOT *
010050* FOR A NEW KEY.                                                *
010060*****************************************************************
010070 2320-SHIFT-ONE.
010080     MOVE WS-ACT-ENTRY (WS-SHIFT-SUB)
010090                         TO WS-ACT-ENTRY (WS-SHIFT-SUB + 1).
010100     SUBTRACT 1 FROM WS-SHIFT-SUB.
010110 2320-SHIFT-ONE-EXIT.
010120     EXIT.
010130*****************************************************************
010140* 3000-REPORT-VARIANCE -- MATCHES THE BUDGET FILE, ONE ACCOUNT  *
010150* AND COST CENTER AT A TIME, AGAINST THE ACTUALS TABLE (BOTH IN *
010160* KEY ORDER).  EVERY BUDGETED KEY PRINTS A VARIANCE LINE; AN    *
010170* ACTUALS ENTRY THE BUDGET NEVER REACHES IS MARKED FOR THE      *
010180* NO-BUDGET SECTION.                                            *
010190*****************************************************************
010200 3000-REPORT-VARIANCE.
010210     MOVE "BUDGET VERSUS ACTUAL" TO SEC-TITLE.
010220     WRITE REPORT-REC FROM WS-RPT-SECTION.
010230     WRITE REPORT-REC FROM WS-RPT-COL-HEAD-1.
010240     WRITE REPORT-REC FROM WS-RPT-COL-HEAD-2.
010250     OPEN INPUT BUDGET-FILE.
010260     PERFORM 3050-READ-BUDGET THRU 3050-READ-BUDGET-EXIT.
010270     PERFORM 3100-NEXT-BUDGET-GROUP
010280             THRU 3100-NEXT-BUDGET-GROUP-EXIT.
010290     MOVE 1 TO WS-ACT-SUB.
010300     PERFORM 3060-SET-ACTUAL-KEY THRU 3060-SET-ACTUAL-KEY-EXIT.
010310     PERFORM 3200-MERGE-ONE THRU 3200-MERGE-ONE-EXIT
010320             UNTIL WS-BUD-GRP-KEY = HIGH-VALUES
010330               AND WS-ACT-CMP-KEY = HIGH-VALUES.
010340     CLOSE BUDGET-FILE.
010350     MOVE SPACES             TO WS-LINE-KEY.
010360     MOVE "TOTAL"            TO WS-LINE-ACCOUNT.
010370     MOVE WS-TOT-BUD-MTD     TO WS-LINE-BUD-MTD.
010380     MOVE WS-TOT-ACT-MTD     TO WS-LINE-ACT-MTD.
010390     MOVE WS-TOT-BUD-YTD     TO WS-LINE-BUD-YTD.
010400     MOVE WS-TOT-ACT-YTD     TO WS-LINE-ACT-YTD.
010410     PERFORM 3400-FORMAT-LINE THRU 3400-FORMAT-LINE-EXIT.
010420     MOVE SPACES TO VRL-FLAG.
010430     WRITE REPORT-REC FROM WS-VARIANCE-LINE.
010440 3000-REPORT-VARIANCE-EXIT.
010450     EXIT.
010460*****************************************************************
010470* 3050-READ-BUDGET -- READS THE NEXT BUDGET RECORD, SETTING THE *
010480* EOF SWITCH AT END.  A RECORD OUT OF KEY ORDER WOULD SPOIL THE *
010490* MATCH, SO IT IS REPORTED, SKIPPED AND MAKES THE RUN RC=8.     *
010500*****************************************************************
010510 3050-READ-BUDGET.
010520     READ BUDGET-FILE
010530         AT END
010540             MOVE 'Y' TO WS-BUD-EOF-SW
010550             GO TO 3050-READ-BUDGET-EXIT
010560     END-READ.
010570     ADD 1 TO WS-BUDGET-READ.
010580     IF BUD-KEY NOT > WS-BUD-PREV-KEY
010590         DISPLAY "BUDVAR    - BUDGET KEY " BUD-KEY
010600                 " OUT OF ORDER OR DUPLICATED, RECORD SKIPPED"
010610         ADD 1 TO WS-BUDGET-ERRORS
010620         MOVE 'Y' TO WS-BREAK-SW
010630         GO TO 3050-READ-BUDGET
010640     END-IF.
010650     MOVE BUD-KEY TO WS-BUD-PREV-KEY.
010660     IF BUD-AMOUNT NOT NUMERIC
010670         DISPLAY "BUDVAR    - BUDGET KEY " BUD-KEY
010680                 " AMOUNT UNREADABLE, TAKEN AS ZERO"
010690         MOVE ZERO TO BUD-AMOUNT
010700     END-IF.
010710     MOVE BUD-ACCOUNT     TO WS-BUD-REC-ACCOUNT.
010720     MOVE BUD-COST-CENTER TO WS-BUD-REC-COST-CTR.
010730 3050-READ-BUDGET-EXIT.
010740     EXIT.
010750*****************************************************************
010760* 3060-SET-ACTUAL-KEY -- LOADS THE MATCH KEY OF THE ACTUALS     *
010770* ENTRY WS-ACT-SUB POINTS AT, HIGH-VALUES PAST THE LAST ONE.    *
010780*****************************************************************
010790 3060-SET-ACTUAL-KEY.
010800     IF WS-ACT-SUB > WS-ACT-COUNT
010810         MOVE HIGH-VALUES TO WS-ACT-CMP-KEY
010820     ELSE
010830         MOVE WS-ACT-TBL-KEY (WS-ACT-SUB) TO WS-ACT-CMP-KEY
010840     END-IF.
010850 3060-SET-ACTUAL-KEY-EXIT.
010860     EXIT.
010870*****************************************************************
010880* 3100-NEXT-BUDGET-GROUP -- SUMS THE NEXT ACCOUNT AND COST      *
010890* CENTER'S LINES FOR THE REPORT YEAR THROUGH THE REPORT MONTH.  *
010900* LINES FOR OTHER YEARS OR LATER MONTHS ARE PASSED OVER, SO A   *
010910* KEY WITH NONE OF THE YEAR'S PLAN YET IS NO GROUP AT ALL.      *
010920*****************************************************************
010930 3100-NEXT-BUDGET-GROUP.
010940     MOVE HIGH-VALUES TO WS-BUD-GRP-KEY.
010950     MOVE ZERO        TO WS-BUD-GRP-MTD.
010960     MOVE ZERO        TO WS-BUD-GRP-YTD.
010970     MOVE ZERO        TO WS-BUD-GRP-LINES.
010980     MOVE 'N'         TO WS-GRP-DONE-SW.
010990     PERFORM 3150-TAKE-ONE-BUDGET THRU 3150-TAKE-ONE-BUDGET-EXIT
011000             UNTIL WS-GRP-DONE
011010                OR WS-BUD-EOF.
011020 3100-NEXT-BUDGET-GROUP-EXIT.
011030     EXIT.
011040*****************************************************************
011050* 3150-TAKE-ONE-BUDGET -- ADDS THE CURRENT BUDGET RECORD TO THE *
011060* GROUP, OR CLOSES THE GROUP WHEN THE RECORD STARTS A NEW KEY.  *
011070*****************************************************************
011080 3150-TAKE-ONE-BUDGET.
011090     IF WS-BUD-GRP-LINES > ZERO
011100        AND WS-BUD-REC-KEY NOT = WS-BUD-GRP-KEY
011110         MOVE 'Y' TO WS-GRP-DONE-SW
011120         GO TO 3150-TAKE-ONE-BUDGET-EXIT
011130     END-IF.
011140     IF BUD-FISCAL-YEAR = WS-REPORT-YEAR
011150        AND BUD-FISCAL-MONTH NOT > WS-REPORT-MONTH
011160         MOVE WS-BUD-REC-KEY TO WS-BUD-GRP-KEY
011170         ADD 1 TO WS-BUD-GRP-LINES
011180         ADD BUD-AMOUNT TO WS-BUD-GRP-YTD
011190         IF BUD-FISCAL-MONTH = WS-REPORT-MONTH
011200             ADD BUD-AMOUNT TO WS-BUD-GRP-MTD
011210         END-IF
011220     END-IF.
011230     PERFORM 3050-READ-BUDGET THRU 3050-READ-BUDGET-EXIT.
011240 3150-TAKE-ONE-BUDGET-EXIT.
011250     EXIT.
011260*****************************************************************
011270* 3200-MERGE-ONE -- TAKES THE LOWER OF THE BUDGET GROUP AND THE *
011280* ACTUALS ENTRY.  A MATCH PRINTS BOTH; A BUDGET GROUP ALONE     *
011290* PRINTS WITH NO ACTUAL; AN ACTUALS ENTRY ALONE IS MARKED FOR   *
011300* THE NO-BUDGET SECTION.                                        *
011310*****************************************************************
011320 3200-MERGE-ONE.
011330     IF WS-ACT-CMP-KEY < WS-BUD-GRP-KEY
011340         MOVE 'Y' TO WS-ACT-NO-BUD (WS-ACT-SUB)
011350         ADD 1 TO WS-ACT-SUB
011360         PERFORM 3060-SET-ACTUAL-KEY THRU 3060-SET-ACTUAL-KEY-EXIT
011370         GO TO 3200-MERGE-ONE-EXIT
011380     END-IF.
011390     MOVE WS-BUD-GRP-KEY TO WS-LINE-KEY.
011400     MOVE WS-BUD-GRP-MTD TO WS-LINE-BUD-MTD.
011410     MOVE WS-BUD-GRP-YTD TO WS-LINE-BUD-YTD.
011420     IF WS-ACT-CMP-KEY = WS-BUD-GRP-KEY
011430         MOVE WS-ACT-MTD (WS-ACT-SUB) TO WS-LINE-ACT-MTD
011440         MOVE WS-ACT-YTD (WS-ACT-SUB) TO WS-LINE-ACT-YTD
011450         ADD 1 TO WS-ACT-SUB
011460         PERFORM 3060-SET-ACTUAL-KEY THRU 3060-SET-ACTUAL-KEY-EXIT
011470     ELSE
011480         MOVE ZERO TO WS-LINE-ACT-MTD
011490         MOVE ZERO TO WS-LINE-ACT-YTD
011500     END-IF.
011510     PERFORM 3300-PRINT-VARIANCE THRU 3300-PRINT-VARIANCE-EXIT.
011520     PERFORM 3100-NEXT-BUDGET-GROUP
011530             THRU 3100-NEXT-BUDGET-GROUP-EXIT.
011540 3200-MERGE-ONE-EXIT.
011550     EXIT.
011560*****************************************************************
011570* 3300-PRINT-VARIANCE -- PRINTS ONE BUDGETED KEY'S LINE, TESTS  *
011580* THE MONTH AND YEAR-TO-DATE VARIANCES AGAINST THE FLAG         *
011590* PERCENTAGE AND ADDS THE LINE TO THE REPORT TOTALS.            *
011600*****************************************************************
011610 3300-PRINT-VARIANCE.
011620     PERFORM 3400-FORMAT-LINE THRU 3400-FORMAT-LINE-EXIT.
011630     IF VRL-FLAG NOT = SPACES
011640         ADD 1 TO WS-LINES-FLAGGED
011650     END-IF.
011660     WRITE REPORT-REC FROM WS-VARIANCE-LINE.
011670     ADD 1 TO WS-LINES-PRINTED.
011680     ADD WS-LINE-BUD-MTD TO WS-TOT-BUD-MTD.
011690     ADD WS-LINE-ACT-MTD TO WS-TOT-ACT-MTD.
011700     ADD WS-LINE-BUD-YTD TO WS-TOT-BUD-YTD.
011710     ADD WS-LINE-ACT-YTD TO WS-TOT-ACT-YTD.
011720 3300-PRINT-VARIANCE-EXIT.
011730     EXIT.
011740*****************************************************************
011750* 3400-FORMAT-LINE -- FILLS THE VARIANCE LINE FROM THE LINE     *
011760* WORK AREA, WORKING OUT BOTH VARIANCES AND THE FLAG.           *
011770*****************************************************************
011780 3400-FORMAT-LINE.
011790     MOVE WS-LINE-ACCOUNT  TO VRL-ACCOUNT.
011800     MOVE WS-LINE-COST-CTR TO VRL-COST-CTR.
011810     MOVE SPACES           TO VRL-FLAG.
011820     MOVE WS-LINE-BUD-MTD  TO WS-TEST-BUDGET.
011830     MOVE WS-LINE-ACT-MTD  TO WS-TEST-ACTUAL.
011840     PERFORM 3500-TEST-VARIANCE THRU 3500-TEST-VARIANCE-EXIT.
011850     COMPUTE VRL-BUD-MTD ROUNDED = WS-TEST-BUDGET.
011860     COMPUTE VRL-ACT-MTD ROUNDED = WS-TEST-ACTUAL.
011870     COMPUTE VRL-VAR-MTD ROUNDED = WS-TEST-VARIANCE.
011880     IF WS-TEST-PCT-SHOWN
011890         MOVE WS-TEST-PCT TO VRL-PCT-MTD
011900     ELSE
011910         MOVE SPACES TO VRL-PCT-MTD-X
011920     END-IF.
011930     IF WS-TEST-FLAGGED
011940         MOVE "*M" TO VRL-FLAG
011950     END-IF.
011960     MOVE WS-LINE-BUD-YTD  TO WS-TEST-BUDGET.
011970     MOVE WS-LINE-ACT-YTD  TO WS-TEST-ACTUAL.
011980     PERFORM 3500-TEST-VARIANCE THRU 3500-TEST-VARIANCE-EXIT.
011990     COMPUTE VRL-BUD-YTD ROUNDED = WS-TEST-BUDGET.
012000     COMPUTE VRL-ACT-YTD ROUNDED = WS-TEST-ACTUAL.
012010     COMPUTE VRL-VAR-YTD ROUNDED = WS-TEST-VARIANCE.
012020     IF WS-TEST-PCT-SHOWN
012030         MOVE WS-TEST-PCT TO VRL-PCT-YTD
012040     ELSE
012050         MOVE SPACES TO VRL-PCT-YTD-X
012060     END-IF.
012070     IF WS-TEST-FLAGGED
012080         IF VRL-FLAG = SPACES
012090             MOVE "*Y" TO VRL-FLAG
012100         ELSE
012110             MOVE "*MY" TO VRL-FLAG
012120         END-IF
012130     END-IF.
012140 3400-FORMAT-LINE-EXIT.
012150     EXIT.
012160*****************************************************************
012170* 3500-TEST-VARIANCE -- VARIANCE IS ACTUAL LESS BUDGET.  ITS    *
012180* PERCENTAGE OF THE BUDGET IS SHOWN WHEN THERE IS A BUDGET      *
012190* (CAPPED AT 9999.9 EITHER WAY), AND THE FIGURE IS FLAGGED WHEN *
012200* THE VARIANCE, EITHER WAY, IS MORE THAN THE FLAG PERCENTAGE OF *
012210* THE BUDGET -- OR WHEN THERE IS ANY ACTUAL AGAINST A ZERO      *
012220* BUDGET.                                                       *
012230*****************************************************************
012240 3500-TEST-VARIANCE.
012250     MOVE 'N' TO WS-TEST-FLAG-SW.
012260     MOVE 'N' TO WS-TEST-PCT-SW.
012270     COMPUTE WS-TEST-VARIANCE = WS-TEST-ACTUAL - WS-TEST-BUDGET.
012280     IF WS-TEST-BUDGET = ZERO
012290         IF WS-TEST-ACTUAL NOT = ZERO
012300             MOVE 'Y' TO WS-TEST-FLAG-SW
012310         END-IF
012320         GO TO 3500-TEST-VARIANCE-EXIT
012330     END-IF.
012340     MOVE WS-TEST-VARIANCE TO WS-TEST-ABS-VAR.
012350     IF WS-TEST-ABS-VAR < ZERO
012360         COMPUTE WS-TEST-ABS-VAR = ZERO - WS-TEST-ABS-VAR
012370     END-IF.
012380     MOVE WS-TEST-BUDGET TO WS-TEST-ABS-BUD.
012390     IF WS-TEST-ABS-BUD < ZERO
012400         COMPUTE WS-TEST-ABS-BUD = ZERO - WS-TEST-ABS-BUD
012410     END-IF.
012420     MOVE 'Y' TO WS-TEST-PCT-SW.
012430     COMPUTE WS-TEST-PCT ROUNDED =
012440             WS-TEST-VARIANCE * 100 / WS-TEST-ABS-BUD
012450         ON SIZE ERROR
012460             IF WS-TEST-VARIANCE < ZERO
012470                 MOVE -9999.9 TO WS-TEST-PCT
012480             ELSE
012490                 MOVE 9999.9 TO WS-TEST-PCT
012500             END-IF
012510     END-COMPUTE.
012520     IF WS-TEST-ABS-VAR * 100 > WS-TEST-ABS-BUD * WS-FLAG-PCT
012530         MOVE 'Y' TO WS-TEST-FLAG-SW
012540     END-IF.
012550 3500-TEST-VARIANCE-EXIT.
012560     EXIT.
012570*****************************************************************
012580* 4000-REPORT-NO-BUDGET -- LISTS THE ACCOUNTS AND COST CENTERS  *
012590* WITH ACTUALS THIS YEAR BUT NO BUDGET LINE THROUGH THE MONTH.  *
012600*****************************************************************
012610 4000-REPORT-NO-BUDGET.
012620     MOVE "ACTUALS WITH NO BUDGET LINE" TO SEC-TITLE.
012630     WRITE REPORT-REC FROM WS-RPT-SECTION.
012640     WRITE REPORT-REC FROM WS-RPT-NB-HEAD.
012650     MOVE ZERO TO WS-ACT-SUB.
012660     PERFORM 4100-PRINT-ONE-NO-BUD THRU 4100-PRINT-ONE-NO-BUD-EXIT
012670             UNTIL WS-ACT-SUB >= WS-ACT-COUNT.
012680     IF WS-NO-BUD-LINES = ZERO
012690         MOVE "NONE -- EVERY ACTUAL HAS A BUDGET LINE" TO RES-TEXT
012700         WRITE REPORT-REC FROM WS-RPT-RESULT-LINE
012710     ELSE
012720         MOVE SPACES         TO WS-NO-BUD-LINE
012730         MOVE "TOTAL"        TO NBL-ACCOUNT
012740         COMPUTE NBL-ACT-MTD ROUNDED = WS-TOT-NB-MTD
012750         COMPUTE NBL-ACT-YTD ROUNDED = WS-TOT-NB-YTD
012760         MOVE WS-NO-BUD-RECORDS TO NBL-RECORDS
012770         WRITE REPORT-REC FROM WS-NO-BUD-LINE
012780     END-IF.
012790 4000-REPORT-NO-BUDGET-EXIT.
012800     EXIT.
012810*****************************************************************
012820* 4100-PRINT-ONE-NO-BUD -- PRINTS THE NEXT ACTUALS ENTRY IF THE *
012830* MATCH MARKED IT AS HAVING NO BUDGET LINE.                     *
012840*****************************************************************
012850 4100-PRINT-ONE-NO-BUD.
012860     ADD 1 TO WS-ACT-SUB.
012870     IF WS-ACT-NO-BUD (WS-ACT-SUB) NOT = 'Y'
012880         GO TO 4100-PRINT-ONE-NO-BUD-EXIT
012890     END-IF.
012900     MOVE WS-ACT-ACCOUNT (WS-ACT-SUB)  TO NBL-ACCOUNT.
012910     MOVE WS-ACT-COST-CTR (WS-ACT-SUB) TO NBL-COST-CTR.
012920     COMPUTE NBL-ACT-MTD ROUNDED = WS-ACT-MTD (WS-ACT-SUB).
012930     COMPUTE NBL-ACT-YTD ROUNDED = WS-ACT-YTD (WS-ACT-SUB).
012940     MOVE WS-ACT-RECORDS (WS-ACT-SUB)  TO NBL-RECORDS.
012950     WRITE REPORT-REC FROM WS-NO-BUD-LINE.
012960     ADD 1 TO WS-NO-BUD-LINES.
012970     ADD WS-ACT-RECORDS (WS-ACT-SUB) TO WS-NO-BUD-RECORDS.
012980     ADD WS-ACT-MTD (WS-ACT-SUB) TO WS-TOT-NB-MTD.
012990     ADD WS-ACT-YTD (WS-ACT-SUB) TO WS-TOT-NB-YTD.
013000 4100-PRINT-ONE-NO-BUD-EXIT.
013010     EXIT.
013020*****************************************************************
013030* 5000-WRAP-UP -- WRITES THE CONTROL-TOTAL TRAILERS AND THE     *
013040* RESULT LINE, SETS THE RETURN CODE AND CLOSES THE FILES.       *
013050*****************************************************************
013060 5000-WRAP-UP.
013070     MOVE WS-MASTER-READ   TO TRL-MASTER-READ.
013080     MOVE WS-ARCH-READ     TO TRL-ARCH-READ.
013090     MOVE WS-RESULTS-TAKEN TO TRL-TAKEN.
013100     MOVE WS-BUDGET-READ   TO TRL-BUDGET-READ.
013110     WRITE REPORT-REC FROM WS-RPT-TRAILER-1.
013120     MOVE WS-LINES-PRINTED TO TRL-PRINTED.
013130     MOVE WS-LINES-FLAGGED TO TRL-FLAGGED.
013140     MOVE WS-NO-BUD-LINES  TO TRL-NO-BUD.
013150     WRITE REPORT-REC FROM WS-RPT-TRAILER-2.
013160     EVALUATE TRUE
013170         WHEN WS-STOPPED
013180             MOVE "*** RUN STOPPED -- NO REPORT PRODUCED ***"
013190                                 TO RES-TEXT
013200             MOVE 8 TO RETURN-CODE
013210         WHEN WS-BREAK-FOUND
013220             MOVE "*** BREAK -- REPORT NOT TO BE USED ***"
013230                                 TO RES-TEXT
013240             MOVE 8 TO RETURN-CODE
013250         WHEN WS-ARCH-MISSING
013260             MOVE "ARCHIVE NOT READ -- YEAR TO DATE MAY BE SHORT"
013270                                 TO RES-TEXT
013280             MOVE 4 TO RETURN-CODE
013290         WHEN WS-LINES-FLAGGED > ZERO
013300           OR WS-NO-BUD-LINES > ZERO
013310             MOVE "REPORT COMPLETE -- LINES FLAGGED OR UNBUDGETED"
013320                                 TO RES-TEXT
013330             MOVE 4 TO RETURN-CODE
013340         WHEN OTHER
013350             MOVE "REPORT COMPLETE" TO RES-TEXT
013360     END-EVALUATE.
013370     WRITE REPORT-REC FROM WS-RPT-RESULT-LINE.
013380     DISPLAY "BUDVAR    - " WS-RPT-TRAILER-1.
013390     DISPLAY "BUDVAR    - " WS-RPT-TRAILER-2.
013400     DISPLAY "BUDVAR    - " RES-TEXT.
013410     IF WS-ALLOC-SPLIT > ZERO OR WS-ALLOC-MISSING > ZERO
013420         DISPLAY "BUDVAR    - ALLOCATED RESULTS SPLIT: "
013430                 WS-ALLOC-SPLIT ", ALLOCATION NOT ON FILE: "
013440                 WS-ALLOC-MISSING
013450     END-IF.
013460     IF WS-RSLT-OPEN
013470         CLOSE RESULTS-FILE
013480     END-IF.
013490     CLOSE REPORT-FILE.
013500 5000-WRAP-UP-EXIT.
013510     EXIT.
013520
