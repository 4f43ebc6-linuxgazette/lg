000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : DECBACK                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/28/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : BACKS OUT ONE WHOLE DECIMAL RUN -- A BUSINESS    *
000190*              DATE AND THE JOB ID IT RAN UNDER -- SO THE DATE  *
000200*              CAN BE CORRECTED AND RUN AGAIN.  EVERY STATUS OK *
000210*              RESULT THE RUN LEFT ON THE RESULTS MASTER        *
000220*              (RSLTMSTR) IS OFFSET BY AN EXTRACT DETAIL ON A   *
000230*              NEW GL EXTRACT GENERATION (JOB ID DECBACK,       *
000240*              POSTED ON THE BACKED-OUT DATE, THE REGISTRY'S    *
000250*              REVERSAL SOURCE CODE) AND MARKED BACKED OUT.  AN *
000260*              ALLOCATED RESULT IS RE-SPLIT BY ITS ALLOCATION   *
000270*              AND EVERY SHARE OFFSET, AS DECIMAL OFFSETS AN    *
000280*              RV.                                              *
000290*              THE RUN'S ROUNDING-DIFFERENCE LINE IS TAKEN FROM *
000300*              ITS OWN EXTRACT BATCH AND OFFSET THE SAME WAY.   *
000310*                                                               *
000320*              THE RUN'S LARGE-VALUE REVIEW ITEMS ARE WITHDRAWN *
000330*              FROM REVPEND AND ITS BATCHES STRUCK FROM THE     *
000340*              TRANSMISSION REGISTRY (XMITREG), SO THE RERUN IS *
000350*              NEITHER HELD TWICE NOR REFUSED AS A DUPLICATE    *
000360*              FEED.  A BACKED OUT MARKER IS APPENDED TO THE    *
000370*              AUDIT FILE AND THE RUN HISTORY, WHICH DECBAL AND *
000380*              TRENDRPT HONOUR BY LEAVING THE BACKED-OUT RUN    *
000390*              OUT.  A CLOSE OF DAY RUN IN SOURCE STREAMS ALSO  *
000400*              GETS A MARKER ON EVERY STREAM'S OWN RUN HISTORY  *
000410*              (STRHIST1-STRHIST4), SO DECMERGE NEVER TAKES THE *
000420*              BACKED-OUT STREAM RUNS AGAIN.  LAST OF ALL THE   *
000430*              BUSINESS-DATE CONTROL (BUSDCTL) IS WOUND BACK SO *
000440*              THE DATE IS PROCESSED AGAIN UNDER THE SAME JOB   *
000450*              ID, REWRITING THE SAME MASTER KEYS: A CLOSE OF   *
000460*              DAY BY DECJOB (RECSTEP AND SPLTSTEP), THEN EACH  *
000470*              STREAM JOB DECSTR1-DECSTR4, THEN DECMRGJ; AN     *
000480*              INTRADAY CYCLE BY DECCYCJ.  THE CERTIFICATE      *
000490*              (BKORPT) LISTS EVERY RESULT OFFSET AND THE       *
000500*              TOTALS, THE PROOF THE ORIGINAL POSTED AND THE    *
000510*              CONTROL RECORD BEFORE AND AFTER.                 *
000520*                                                               *
000530*              A DATE RUN IN SEVERAL PROCESSING CYCLES IS       *
000540*              BACKED OUT ONE CYCLE AT A TIME, LATEST FIRST:    *
000550*              THE JOB ID ON THE CARD NAMES THE CYCLE, AND ITS  *
000560*              RUN-HISTORY RECORD SAYS WHICH CYCLE IT WAS AND   *
000570*              WHETHER IT WAS INTRADAY OR THE CLOSE OF DAY.     *
000580*              AN INTRADAY CYCLE MUST BE THE LAST ONE BUSDCTL   *
000590*              RECORDS FOR THE DATE STILL BEING PROCESSED; THE  *
000600*              CLOSE-OF-DAY CYCLE MUST BE THE LAST DATE         *
000610*              COMPLETED, WITH NO CYCLE OF THE NEXT DATE RUN    *
000620*              YET.  EITHER WAY THE CONTROL'S LAST CYCLE GOES   *
000630*              BACK TO THE HIGHEST CYCLE OF THE DATE STILL      *
000640*              STANDING, SO THE NEXT RUN REDOES THE CYCLE       *
000650*              BACKED OUT UNDER THE SAME JOB ID; ONLY A         *
000660*              CLOSE-OF-DAY BACKOUT WINDS THE DATES BACK.       *
000670*                                                               *
000680*              NOTHING IS CHANGED, AND THE RUN ENDS RC=8, WHEN  *
000690*              THE DATE (OR CYCLE) IS NOT THE LAST ONE DECIMAL  *
000700*              COMPLETED;                                       *
000710*              IT IS NOT ON THE CALENDAR OR ITS FISCAL PERIOD   *
000720*              IS CLOSED; THE RUN'S EXTRACT BATCH IS NOT ON     *
000730*              GLXIN, OR GLRECON HAS NOT LOGGED IT PROVED       *
000740*              POSTED IN FULL (RECONLOG); ONE OF ITS REVIEW     *
000750*              ITEMS HAS ALREADY BEEN RELEASED OR SUSPENDED BY  *
000760*              REVREL; AN ALLOCATED RESULT'S ALLOCATION IS NO   *
000770*              LONGER ON ALLOCREF; THE SOURCE REGISTRY HAS NO   *
000780*              REVERSAL OR ROUNDING SOURCE; OR AN EARLIER       *
000790*              BACKOUT OF THE SAME RUN STOPPED PART WAY (SOME   *
000800*              RESULTS ALREADY MARKED, NO MARKER ON THE RUN     *
000810*              HISTORY) -- RESTORE THE RESULTS MASTER FROM THE  *
000820*              BACKUP DECBACKJ TAKES AND RESUBMIT.              *
000830*                                                               *
000840*              RESULTS OF ANY OTHER STATUS STAND AS THEY ARE:   *
000850*              A REVERSAL STAYS POSTED AND THE ORIGINAL IT      *
000860*              BACKED OUT STAYS REVERSED; HELD AND ERROR        *
000870*              RESULTS NEVER REACHED THE EXTRACT.  THEY ARE     *
000880*              COUNTED ON THE CERTIFICATE.                      *
000890*                                                               *
000900*              CONTROL CARD (BKOPARM):                          *
000910*                COL  1- 8  BUSINESS DATE TO BACK OUT           *
000920*                COL 10-17  JOB ID OF THE RUN (AS ON DECIMAL'S  *
000930*                           PARM CARD; FROM CYCLE 02 ON WITH    *
000940*                           THE CYCLE IN ITS LAST TWO BYTES)    *
000950*                COL 19-58  REASON, PRINTED ON THE CERTIFICATE  *
000960*                                                               *
000970*              RETURN CODES: 0 = BACKED OUT                     *
000980*                            4 = BACKED OUT, BUT THE REGISTRY   *
000990*                                OR A STREAM'S RUN HISTORY      *
001000*                                WOULD NOT OPEN, OR A RESULT    *
001010*                                COULD NOT BE MARKED -- SEE     *
001020*                                SYSOUT BEFORE THE RERUN        *
001030*                            8 = REFUSED, NOTHING CHANGED (OR   *
001040*                                THE EXTRACT HASH OVERFLOWED -- *
001050*                                DO NOT LOAD IT)                *
001060*                                                               *
001070*---------------------------------------------------------------*
001080* MODIFICATION HISTORY                                          *
001090*---------------------------------------------------------------*
001100* DATE       INIT DESCRIPTION                                   *
001110*---------------------------------------------------------------*
001120* 09/28/2026 RH   ORIGINAL PROGRAM.                             *
001130* 10/05/2026 RH   PROCESSING CYCLES.  THE RUN'S CYCLE AND KIND  *
001140*                 COME FROM ITS RUN-HISTORY RECORD, READ NOW    *
001150*                 AHEAD OF THE CONTROL CHECK.  THE LATEST       *
001160*                 INTRADAY CYCLE OF THE DATE IN PROGRESS CAN BE *
001170*                 BACKED OUT AS WELL AS THE LAST CLOSE OF DAY,  *
001180*                 AND THE CONTROL'S LAST CYCLE IS WOUND BACK    *
001190*                 WITH THE DATES.  THE MARKER CARRIES THE       *
001200*                 CYCLE; THE CERTIFICATE SHOWS THE CONTROL'S    *
001210*                 CYCLE BEFORE AND AFTER.                       *
001220* 10/15/2026 RH   SOURCE STREAMS.  A CLOSE OF DAY IS ALSO       *
001230*                 MARKED BACKED OUT ON EVERY STREAM'S OWN RUN   *
001240*                 HISTORY (STRHIST1-STRHIST4), SO DECMERGE WILL *
001250*                 NOT MERGE THE BACKED-OUT STREAM RUNS AGAIN.   *
001260*                 A STREAM HISTORY THAT WILL NOT OPEN ENDS THE  *
001270*                 RUN RC=4.                                     *
001280*****************************************************************
001290 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. DECBACK.
001310 AUTHOR. R. HOWELL.
001320 INSTALLATION. LINUX GAZETTE DATA CENTER.
001330 DATE-WRITTEN. 09/28/2026.
001340 DATE-COMPILED.
001350 ENVIRONMENT DIVISION.
001360 INPUT-OUTPUT SECTION.
001370 FILE-CONTROL.
001380     SELECT PARM-FILE ASSIGN TO BKOPARM
001390         ORGANIZATION IS SEQUENTIAL.
001400     SELECT BUS-CTL-FILE ASSIGN TO BUSDCTL
001410         ORGANIZATION IS SEQUENTIAL.
001420     SELECT CALENDAR-FILE ASSIGN TO CALIN
001430         ORGANIZATION IS SEQUENTIAL.
001440     SELECT SRC-REF-FILE ASSIGN TO SRCREF
001450         ORGANIZATION IS SEQUENTIAL.
001460     SELECT ALLOC-REF-FILE ASSIGN TO ALLOCIN
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS WS-ALC-FSTAT.
001490     SELECT RECON-LOG-FILE ASSIGN TO RECONLOG
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS WS-LOG-FSTAT.
001520     SELECT GL-IN-FILE ASSIGN TO GLXIN
001530         ORGANIZATION IS SEQUENTIAL.
001540     SELECT GL-EXTRACT-FILE ASSIGN TO GLXOUT
001550         ORGANIZATION IS SEQUENTIAL.
001560     SELECT RESULTS-FILE ASSIGN TO RSLTMSTR
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS DYNAMIC
001590         RECORD KEY IS RSLT-KEY
001600         FILE STATUS IS WS-RSLT-FSTAT.
001610     SELECT REVIEW-FILE ASSIGN TO REVPEND
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS RVP-KEY
001650         FILE STATUS IS WS-REVP-FSTAT.
001660     SELECT XMIT-REG-FILE ASSIGN TO XMITREG
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS XR-KEY
001700         FILE STATUS IS WS-XREG-FSTAT.
001710     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
001720         ORGANIZATION IS SEQUENTIAL.
001730     SELECT RUN-HIST-FILE ASSIGN TO RUNHIST
001740         ORGANIZATION IS SEQUENTIAL
001750         FILE STATUS IS WS-HIST-FSTAT.
001760     SELECT STRM-HIST-FILE-1 ASSIGN TO STRHIST1
001770         ORGANIZATION IS SEQUENTIAL
001780         FILE STATUS IS WS-STRH-FSTAT.
001790     SELECT STRM-HIST-FILE-2 ASSIGN TO STRHIST2
001800         ORGANIZATION IS SEQUENTIAL
001810         FILE STATUS IS WS-STRH-FSTAT.
001820     SELECT STRM-HIST-FILE-3 ASSIGN TO STRHIST3
001830         ORGANIZATION IS SEQUENTIAL
001840         FILE STATUS IS WS-STRH-FSTAT.
001850     SELECT STRM-HIST-FILE-4 ASSIGN TO STRHIST4
001860         ORGANIZATION IS SEQUENTIAL
001870         FILE STATUS IS WS-STRH-FSTAT.
001880     SELECT REPORT-FILE ASSIGN TO BKORPT
001890         ORGANIZATION IS SEQUENTIAL.
001900 DATA DIVISION.
001910 FILE SECTION.
001920*---------------------------------------------------------------*
001930* PARM-FILE IS THE BACKOUT CONTROL CARD.                        *
001940*---------------------------------------------------------------*
001950 FD  PARM-FILE
001960     RECORDING MODE IS F.
001970 01  PARM-REC.
001980     05  BKO-BUS-DATE            PIC X(08).
001990     05  FILLER                  PIC X(01).
002000     05  BKO-JOB-ID              PIC X(08).
002010     05  FILLER                  PIC X(01).
002020     05  BKO-REASON              PIC X(40).
002030     05  FILLER                  PIC X(22).
002040*---------------------------------------------------------------*
002050* BUS-CTL-FILE IS THE ONE-RECORD BUSINESS-DATE CONTROL DECIMAL  *
002060* ADVANCES (BUSDCTL COPYBOOK).  HELD OPEN I-O FROM THE FIRST    *
002070* CHECK TO THE REWIND THAT ENDS A BACKOUT.                      *
002080*---------------------------------------------------------------*
002090 FD  BUS-CTL-FILE
002100     RECORDING MODE IS F.
002110     COPY BUSDCTL.
002120*---------------------------------------------------------------*
002130* CALENDAR-FILE IS THE PROCESSING CALENDAR (CALNDRC COPYBOOK).  *
002140*---------------------------------------------------------------*
002150 FD  CALENDAR-FILE
002160     RECORDING MODE IS F.
002170     COPY CALNDRC.
002180*---------------------------------------------------------------*
002190* SRC-REF-FILE IS THE SOURCE-SYSTEM REGISTRY (SRCREFC COPYBOOK) *
002200* -- READ FOR THE REVERSAL (V) AND ROUNDING (D) SOURCE CODES.   *
002210*---------------------------------------------------------------*
002220 FD  SRC-REF-FILE
002230     RECORDING MODE IS F.
002240     COPY SRCREFC.
002250*---------------------------------------------------------------*
002260* ALLOC-REF-FILE IS THE SHARED-SERVICE ALLOCATION FILE          *
002270* (ALLOCREF COPYBOOK), IN ALLOC-ID ORDER.                       *
002280*---------------------------------------------------------------*
002290 FD  ALLOC-REF-FILE
002300     RECORDING MODE IS F.
002310     COPY ALLOCREF.
002320*---------------------------------------------------------------*
002330* RECON-LOG-FILE IS GLRECON'S PERMANENT PROOF LOG (GLACKRC      *
002340* LAYOUT), ONE RECORD PER EXTRACT BATCH EVER PROVED POSTED.     *
002350*---------------------------------------------------------------*
002360 FD  RECON-LOG-FILE
002370     RECORDING MODE IS F.
002380     COPY GLACKRC.
002390*---------------------------------------------------------------*
002400* GL-IN-FILE IS THE EXTRACT GENERATION THE RUN BEING BACKED OUT *
002410* CUT, READ INTO WS-GLI-REC.                                    *
002420*---------------------------------------------------------------*
002430 FD  GL-IN-FILE
002440     RECORDING MODE IS F.
002450 01  GL-IN-REC                   PIC X(080).
002460*---------------------------------------------------------------*
002470* GL-EXTRACT-FILE IS THE OFFSETTING EXTRACT THIS PROGRAM CUTS   *
002480* (GLEXTRC COPYBOOK) -- ONE HD/GL.../TL BATCH, LOADED BY GLLOAD *
002490* LIKE ANY DAILY GENERATION.                                    *
002500*---------------------------------------------------------------*
002510 FD  GL-EXTRACT-FILE
002520     RECORDING MODE IS F.
002530     COPY GLEXTRC.
002540*---------------------------------------------------------------*
002550* RESULTS-FILE IS THE KEYED RESULTS MASTER DECIMAL MAINTAINS.   *
002560*---------------------------------------------------------------*
002570 FD  RESULTS-FILE.
002580     COPY RSLTMST.
002590*---------------------------------------------------------------*
002600* REVIEW-FILE IS THE LARGE-VALUE REVIEW QUEUE (REVPNDC).        *
002610*---------------------------------------------------------------*
002620 FD  REVIEW-FILE.
002630     COPY REVPNDC.
002640*---------------------------------------------------------------*
002650* XMIT-REG-FILE IS THE PERMANENT TRANSMISSION REGISTRY          *
002660* (XMITRGC), BROWSED WHOLE FOR THE RUN'S ENTRIES.               *
002670*---------------------------------------------------------------*
002680 FD  XMIT-REG-FILE.
002690     COPY XMITRGC.
002700*---------------------------------------------------------------*
002710* AUDIT-FILE IS DECIMAL'S APPEND-ONLY AUDIT LOG (AUDITRC LINE,  *
002720* DISP=MOD).  THE BACKED OUT MARKER GOES ON THE END.            *
002730*---------------------------------------------------------------*
002740 FD  AUDIT-FILE
002750     RECORDING MODE IS F.
002760 01  AUDIT-REC                   PIC X(092).
002770*---------------------------------------------------------------*
002780* RUN-HIST-FILE IS THE PERMANENT RUN HISTORY (RUNHSTC,          *
002790* DISP=MOD) -- READ FOR EARLIER MARKERS, THEN EXTENDED WITH     *
002800* THIS ONE.                                                     *
002810*---------------------------------------------------------------*
002820 FD  RUN-HIST-FILE
002830     RECORDING MODE IS F.
002840     COPY RUNHSTC.
002850*---------------------------------------------------------------*
002860* STRM-HIST-FILE-1 THROUGH -4 ARE THE SOURCE STREAMS' OWN RUN   *
002870* HISTORIES (RUNHSTC, DISP=MOD).  A CLOSE OF DAY'S MARKER GOES  *
002880* ON THE END OF EACH, CARRYING THAT STREAM'S NUMBER.            *
002890*---------------------------------------------------------------*
002900 FD  STRM-HIST-FILE-1
002910     RECORDING MODE IS F.
002920 01  STRM-HIST-REC-1             PIC X(160).
002930 FD  STRM-HIST-FILE-2
002940     RECORDING MODE IS F.
002950 01  STRM-HIST-REC-2             PIC X(160).
002960 FD  STRM-HIST-FILE-3
002970     RECORDING MODE IS F.
002980 01  STRM-HIST-REC-3             PIC X(160).
002990 FD  STRM-HIST-FILE-4
003000     RECORDING MODE IS F.
003010 01  STRM-HIST-REC-4             PIC X(160).
003020*---------------------------------------------------------------*
003030* REPORT-FILE IS THE BACKOUT CERTIFICATE.                       *
003040*---------------------------------------------------------------*
003050 FD  REPORT-FILE
003060     RECORDING MODE IS F.
003070 01  REPORT-REC                  PIC X(132).
003080 WORKING-STORAGE SECTION.
003090*---------------------------------------------------------------*
003100* SWITCHES AND FILE STATUS                                      *
003110*---------------------------------------------------------------*
003120 01  WS-SWITCHES.
003130     05  WS-PARM-EOF-SW          PIC X(01)       VALUE 'N'.
003140         88  WS-PARM-EOF                         VALUE 'Y'.
003150     05  WS-SREF-EOF-SW          PIC X(01)       VALUE 'N'.
003160         88  WS-SREF-EOF                         VALUE 'Y'.
003170     05  WS-ALC-EOF-SW           PIC X(01)       VALUE 'N'.
003180         88  WS-ALC-EOF                          VALUE 'Y'.
003190     05  WS-ALC-FOUND-SW         PIC X(01)       VALUE 'N'.
003200         88  WS-ALC-FOUND                        VALUE 'Y'.
003210     05  WS-ALC-DROP-SW          PIC X(01)       VALUE 'N'.
003220         88  WS-ALC-DROP                         VALUE 'Y'.
003230     05  WS-ALC-OPEN-SW          PIC X(01)       VALUE 'N'.
003240         88  WS-ALC-OPEN                         VALUE 'Y'.
003250     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
003260         88  WS-CAL-EOF                          VALUE 'Y'.
003270     05  WS-CAL-FOUND-SW         PIC X(01)       VALUE 'N'.
003280         88  WS-CAL-FOUND                        VALUE 'Y'.
003290     05  WS-GLI-EOF-SW           PIC X(01)       VALUE 'N'.
003300         88  WS-GLI-EOF                          VALUE 'Y'.
003310     05  WS-IN-BATCH-SW          PIC X(01)       VALUE 'N'.
003320         88  WS-IN-BATCH                         VALUE 'Y'.
003330     05  WS-BATCH-FOUND-SW       PIC X(01)       VALUE 'N'.
003340         88  WS-BATCH-FOUND                      VALUE 'Y'.
003350     05  WS-LOG-EOF-SW           PIC X(01)       VALUE 'N'.
003360         88  WS-LOG-EOF                          VALUE 'Y'.
003370     05  WS-PROOF-FOUND-SW       PIC X(01)       VALUE 'N'.
003380         88  WS-PROOF-FOUND                      VALUE 'Y'.
003390     05  WS-REVP-EOF-SW          PIC X(01)       VALUE 'N'.
003400         88  WS-REVP-EOF                         VALUE 'Y'.
003410     05  WS-HIST-EOF-SW          PIC X(01)       VALUE 'N'.
003420         88  WS-HIST-EOF                         VALUE 'Y'.
003430     05  WS-RSLT-EOF-SW          PIC X(01)       VALUE 'N'.
003440         88  WS-RSLT-EOF                         VALUE 'Y'.
003450     05  WS-XREG-EOF-SW          PIC X(01)       VALUE 'N'.
003460         88  WS-XREG-EOF                         VALUE 'Y'.
003470     05  WS-CTL-OPEN-SW          PIC X(01)       VALUE 'N'.
003480         88  WS-CTL-OPEN                         VALUE 'Y'.
003490     05  WS-RSLT-OPEN-SW         PIC X(01)       VALUE 'N'.
003500         88  WS-RSLT-OPEN                        VALUE 'Y'.
003510     05  WS-REVP-OPEN-SW         PIC X(01)       VALUE 'N'.
003520         88  WS-REVP-OPEN                        VALUE 'Y'.
003530     05  WS-XREG-MISSING-SW      PIC X(01)       VALUE 'N'.
003540         88  WS-XREG-MISSING                     VALUE 'Y'.
003550     05  WS-STRH-MISSING-SW      PIC X(01)       VALUE 'N'.
003560         88  WS-STRH-MISSING                     VALUE 'Y'.
003570     05  WS-STOP-SW              PIC X(01)       VALUE 'N'.
003580         88  WS-STOPPED                          VALUE 'Y'.
003590     05  WS-RUN-FOUND-SW         PIC X(01)       VALUE 'N'.
003600         88  WS-RUN-FOUND                        VALUE 'Y'.
003610 01  WS-ALC-FSTAT                PIC X(02)       VALUE SPACES.
003620 01  WS-LOG-FSTAT                PIC X(02)       VALUE SPACES.
003630 01  WS-RSLT-FSTAT               PIC X(02)       VALUE SPACES.
003640 01  WS-REVP-FSTAT               PIC X(02)       VALUE SPACES.
003650 01  WS-XREG-FSTAT               PIC X(02)       VALUE SPACES.
003660 01  WS-HIST-FSTAT               PIC X(02)       VALUE SPACES.
003670 01  WS-STRH-FSTAT               PIC X(02)       VALUE SPACES.
003680*---------------------------------------------------------------*
003690* THE RUN BEING BACKED OUT, FROM THE CARD, AND WHAT THE CONTROL *
003700* RECORD IS WOUND BACK TO.  THE OFFSETS GO OUT UNDER THIS       *
003710* PROGRAM'S OWN JOB ID SO THE PROOF LOG KEEPS THEM APART FROM   *
003720* THE RUN THEY OFFSET.                                          *
003730*---------------------------------------------------------------*
003740 01  WS-BUS-DATE                 PIC 9(08)        VALUE ZERO.
003750 01  WS-JOB-ID                   PIC X(08)        VALUE SPACES.
003760 01  WS-REASON                   PIC X(40)        VALUE SPACES.
003770 01  WS-BKO-JOB-ID               PIC X(08)        VALUE 'DECBACK'.
003780 01  WS-PREV-BUS-DATE            PIC 9(08)        VALUE ZERO.
003790 01  WS-CAL-PREV-DATE            PIC 9(08)        VALUE ZERO.
003800 01  WS-CAL-PERIOD               PIC X(06)        VALUE SPACES.
003810 01  WS-CTL-BUS-BEFORE           PIC 9(08)        VALUE ZERO.
003820 01  WS-CTL-LAST-BEFORE          PIC 9(08)        VALUE ZERO.
003830 01  WS-CTL-LAST-AFTER           PIC 9(08)        VALUE ZERO.
003840 01  WS-CTL-CYC-BEFORE           PIC 9(02)        VALUE ZERO.
003850*    THE PROCESSING CYCLE THE RUN WAS (01 AND CLOSE OF DAY FOR A
003860*    RUN FROM BEFORE CYCLES), THE HIGHEST OTHER CYCLE OF THE
003870*    DATE STILL STANDING ON THE RUN HISTORY, AND A FLAG PER
003880*    CYCLE NUMBER FOR FINDING IT.
003890 01  WS-RUN-CYCLE-NO             PIC 9(02)        VALUE 1.
003900 01  WS-RUN-CYCLE-KIND           PIC X(01)        VALUE 'C'.
003910     88  WS-RUN-INTRADAY                          VALUE 'I'.
003920 01  WS-PRIOR-CYCLE              PIC 9(02)        VALUE ZERO.
003930 01  WS-CYC-SUB                  PIC S9(04) COMP  VALUE ZERO.
003940 01  WS-CYC-STANDING-TABLE.
003950     05  WS-CYC-STANDING         PIC X(01)        OCCURS 99 TIMES.
003960*    THE MOST SOURCE STREAMS SRCSPLIT CUTS A FEED INTO.
003970 01  WS-STREAM-MAX               PIC 9(01)        VALUE 4.
003980 01  WS-STRM-SUB                 PIC S9(04) COMP  VALUE ZERO.
003990*    THE BACKED OUT MARKER AS WRITTEN TO THE RUN HISTORY, KEPT
004000*    TO COPY TO EACH SOURCE STREAM'S HISTORY WITH ITS NUMBER.
004010     COPY RUNHSTC REPLACING
004020         ==RUN-HIST-REC== BY ==WS-BKO-MARKER==
004030         LEADING ==RH-== BY ==BM-==.
004040 01  WS-REFUSE-TEXT              PIC X(60)        VALUE SPACES.
004050*---------------------------------------------------------------*
004060* DEFAULT GL CODING -- WHERE DECIMAL POSTS A RESULT WITH NO     *
004070* ACCOUNT ON THE MASTER, SO ITS OFFSET GOES THE SAME PLACE.     *
004080*---------------------------------------------------------------*
004090 01  WS-CLEARING-ACCOUNT         PIC X(08)       VALUE '99999999'.
004100 01  WS-CLEARING-COST-CTR        PIC X(06)       VALUE '999999'.
004110 01  WS-REV-SOURCE-CD            PIC X(03)        VALUE SPACES.
004120 01  WS-RND-SOURCE-CD            PIC X(03)        VALUE SPACES.
004130 01  WS-REV-SOURCE-COUNT         PIC S9(04) COMP  VALUE ZERO.
004140 01  WS-RND-SOURCE-COUNT         PIC S9(04) COMP  VALUE ZERO.
004150*---------------------------------------------------------------*
004160* THE INPUT EXTRACT RECORD.  MIRRORS THE GLEXTRC LAYOUT (WHICH  *
004170* IS COPIED INTO THE OUTPUT EXTRACT'S FD AND SO CANNOT BE       *
004180* COPIED TWICE) -- KEEP IT IN STEP WITH THE COPYBOOK.           *
004190*---------------------------------------------------------------*
004200 01  WS-GLI-REC.
004210     05  GLI-REC-TYPE            PIC X(02).
004220     05  GLI-JOB-ID              PIC X(08).
004230     05  GLI-RUN-DATE            PIC 9(08).
004240     05  GLI-POST-DATE REDEFINES GLI-RUN-DATE PIC 9(08).
004250     05  GLI-DETAIL-DATA.
004260         10  GLI-SOURCE-I        PIC S9(08).
004270         10  GLI-AMOUNT          PIC S9(13)V9(04).
004280         10  GLI-ACCOUNT         PIC X(08).
004290         10  GLI-COST-CENTER     PIC X(06).
004300         10  GLI-SOURCE-CD       PIC X(03).
004310         10  GLI-ORIG-AMOUNT     PIC S9(13)V9(04).
004320         10  GLI-CURR-CD         PIC X(03).
004330     05  GLI-TRAILER-DATA REDEFINES GLI-DETAIL-DATA.
004340         10  GLI-TRL-REC-COUNT   PIC 9(09).
004350         10  GLI-TRL-AMOUNT-HASH PIC S9(15)V9(04).
004360         10  FILLER              PIC X(034).
004370*---------------------------------------------------------------*
004380* THE RUN'S EXTRACT BATCH -- ITS TL CONTROLS, THE PROOF GLRECON *
004390* LOGGED FOR IT, AND ITS ROUNDING-DIFFERENCE LINES (DECIMAL     *
004400* CUTS AT MOST ONE; THE TABLE ALLOWS FOR A FEW).                *
004410*---------------------------------------------------------------*
004420 01  WS-TRL-COUNT                PIC 9(09)        VALUE ZERO.
004430 01  WS-TRL-HASH                 PIC S9(15)V9(04) VALUE ZERO.
004440 01  WS-PRF-POST-DATE            PIC 9(08)        VALUE ZERO.
004450 01  WS-PRF-POST-TIME            PIC 9(08)        VALUE ZERO.
004460 01  WS-RND-LIMIT                PIC S9(04) COMP  VALUE 10.
004470 01  WS-RND-COUNT                PIC S9(04) COMP  VALUE ZERO.
004480 01  WS-RND-SUB                  PIC S9(04) COMP  VALUE ZERO.
004490 01  WS-RND-TABLE.
004500     05  WS-RND-ENTRY            OCCURS 10 TIMES.
004510         10  WS-RND-POST-DATE    PIC 9(08).
004520         10  WS-RND-ACCOUNT      PIC X(08).
004530         10  WS-RND-COST-CTR     PIC X(06).
004540         10  WS-RND-AMOUNT       PIC S9(13)V9(04) COMP-3.
004550*---------------------------------------------------------------*
004560* THE ALLOCATION TABLE -- EVERY ALLOCATION ON ALLOCREF,         *
004570* WHATEVER ITS EFFECTIVE DATE, LOADED AND SPLIT EXACTLY AS      *
004580* BUDVAR DOES, SO EACH SHARE IS OFFSET BY WHAT IT POSTED.       *
004590* WS-ALC-BIG IS THE SHARE THAT TAKES THE ROUNDING REMAINDER.    *
004600*---------------------------------------------------------------*
004610 01  WS-ALLOC-MARKER             PIC X(08)       VALUE 'ALLOCATN'.
004620 01  WS-ALC-LIMIT                PIC S9(04) COMP  VALUE 500.
004630 01  WS-ALC-SHR-LIMIT            PIC S9(04) COMP  VALUE 10.
004640 01  WS-ALC-COUNT                PIC S9(04) COMP  VALUE ZERO.
004650 01  WS-ALC-SUB                  PIC S9(04) COMP  VALUE ZERO.
004660 01  WS-ALC-SCAN-SUB             PIC S9(04) COMP  VALUE ZERO.
004670 01  WS-SHARE-SUB                PIC S9(04) COMP  VALUE ZERO.
004680 01  WS-ALC-KEY                  PIC 9(06)       VALUE ZERO.
004690 01  WS-ALC-PCT-TOTAL            PIC 9(05)V9(04) VALUE ZERO.
004700 01  WS-ALC-BIG-PCT              PIC 9(03)V9(04) VALUE ZERO.
004710 01  WS-ALC-TABLE.
004720      05  WS-ALC-ENTRY            OCCURS 500 TIMES.
004730          10  WS-ALC-ID           PIC 9(06).
004740          10  WS-ALC-SHARES       PIC S9(04) COMP.
004750          10  WS-ALC-BIG          PIC S9(04) COMP.
004760          10  WS-ALC-SHARE        OCCURS 10 TIMES.
004770              15  WS-ALC-ACCOUNT  PIC X(08).
004780              15  WS-ALC-COST-CTR PIC X(06).
004790              15  WS-ALC-PCT      PIC 9(03)V9(04).
004800 01  WS-SPLIT-AMOUNT             PIC S9(12)V9(04) COMP-3
004810                                                   VALUE ZERO.
004820 01  WS-SPLIT-TOTAL              PIC S9(13)V9(04) COMP-3
004830                                                   VALUE ZERO.
004840 01  WS-SHARE-AMOUNTS.
004850      05  WS-SHARE-AMT            PIC S9(13)V9(04) COMP-3
004860                                  OCCURS 10 TIMES.
004870*---------------------------------------------------------------*
004880* THE OFFSET DETAIL BEING CUT -- FILLED BY THE CALLER, WRITTEN  *
004890* NEGATED BY 3150-PUT-DETAIL.                                   *
004900*---------------------------------------------------------------*
004910 01  WS-OFF-POST-DATE            PIC 9(08)        VALUE ZERO.
004920 01  WS-OFF-I                    PIC S9(08)       VALUE ZERO.
004930 01  WS-OFF-AMOUNT               PIC S9(13)V9(04) VALUE ZERO.
004940 01  WS-OFF-ACCOUNT              PIC X(08)        VALUE SPACES.
004950 01  WS-OFF-COST-CTR             PIC X(06)        VALUE SPACES.
004960 01  WS-OFF-SOURCE-CD            PIC X(03)        VALUE SPACES.
004970 01  WS-OFF-LINES                PIC S9(04) COMP  VALUE ZERO.
004980*---------------------------------------------------------------*
004990* CONTROL TOTALS                                                *
005000*---------------------------------------------------------------*
005010 01  WS-COUNTERS.
005020     05  WS-RESULTS-OK           PIC S9(08) COMP  VALUE ZERO.
005030     05  WS-RESULTS-BACKED-OUT   PIC S9(08) COMP  VALUE ZERO.
005040     05  WS-RESULTS-NOT-MARKED   PIC S9(08) COMP  VALUE ZERO.
005050     05  WS-RESULTS-ALLOCATED    PIC S9(08) COMP  VALUE ZERO.
005060     05  WS-ALLOC-MISSING        PIC S9(08) COMP  VALUE ZERO.
005070     05  WS-LEFT-REVERSAL        PIC S9(08) COMP  VALUE ZERO.
005080     05  WS-LEFT-HELD            PIC S9(08) COMP  VALUE ZERO.
005090     05  WS-LEFT-OTHER           PIC S9(08) COMP  VALUE ZERO.
005100     05  WS-LEFT-BACKED-OUT      PIC S9(08) COMP  VALUE ZERO.
005110     05  WS-HIST-MARKERS         PIC S9(08) COMP  VALUE ZERO.
005120     05  WS-REVIEW-OPEN          PIC S9(08) COMP  VALUE ZERO.
005130     05  WS-REVIEW-DONE          PIC S9(08) COMP  VALUE ZERO.
005140     05  WS-REVIEW-WITHDRAWN     PIC S9(08) COMP  VALUE ZERO.
005150     05  WS-REGISTRY-READ        PIC S9(08) COMP  VALUE ZERO.
005160     05  WS-REGISTRY-REMOVED     PIC S9(08) COMP  VALUE ZERO.
005170     05  WS-GL-DETAIL-COUNT      PIC S9(08) COMP  VALUE ZERO.
005180     05  WS-RESULT-LINES         PIC S9(08) COMP  VALUE ZERO.
005190 01  WS-TOTALS.
005200     05  WS-OK-J-TOTAL       PIC S9(15)V9(04) COMP-3 VALUE ZERO.
005210     05  WS-BKO-J-TOTAL      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
005220     05  WS-RESULT-HASH      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
005230     05  WS-RND-TOTAL        PIC S9(15)V9(04) COMP-3 VALUE ZERO.
005240     05  WS-GL-AMOUNT-HASH   PIC S9(15)V9(04) COMP-3 VALUE ZERO.
005250*---------------------------------------------------------------*
005260* AUDIT-FILE WORK AREA -- THE AUDITRC LINE DECIMAL WRITES.      *
005270*---------------------------------------------------------------*
005280     COPY AUDITRC.
005290*---------------------------------------------------------------*
005300* CERTIFICATE LINES                                             *
005310*---------------------------------------------------------------*
005320 01  WS-RUN-DATE                 PIC 9(08).
005330 01  WS-RPT-HEADING-1.
005340     05  FILLER                  PIC X(044)
005350             VALUE "DECBACK BUSINESS-DATE BACKOUT CERTIFICATE".
005360     05  FILLER                  PIC X(010)
005370             VALUE "RUN DATE: ".
005380     05  RPT-RUN-DATE            PIC 9(08).
005390     05  FILLER                  PIC X(070)      VALUE SPACES.
005400 01  WS-RPT-CRITERIA.
005410     05  FILLER                  PIC X(014)
005420             VALUE "BUSINESS DATE ".
005430     05  CRIT-BUS-DATE           PIC X(08).
005440     05  FILLER                  PIC X(006)      VALUE "  JOB ".
005450     05  CRIT-JOB-ID             PIC X(08).
005460     05  FILLER                  PIC X(010)
005470             VALUE "  REASON: ".
005480     05  CRIT-REASON             PIC X(40).
005490     05  FILLER                  PIC X(046)      VALUE SPACES.
005500 01  WS-RPT-PROOF.
005510     05  FILLER                  PIC X(028)
005520             VALUE "PROVED POSTED BY GLRECON -- ".
005530     05  PRL-POST-DATE           PIC 9(08).
005540     05  FILLER                  PIC X(001)      VALUE SPACES.
005550     05  PRL-POST-TIME           PIC 9(08).
005560     05  FILLER                  PIC X(011)
005570             VALUE "  DETAILS  ".
005580     05  PRL-COUNT               PIC ZZZZZZZZ9.
005590     05  FILLER                  PIC X(008)      VALUE "  HASH  ".
005600     05  PRL-HASH                PIC ---------------9.9999.
005610     05  FILLER                  PIC X(038)      VALUE SPACES.
005620 01  WS-RPT-SECTION.
005630     05  SEC-TITLE               PIC X(060).
005640     05  FILLER                  PIC X(072)      VALUE SPACES.
005650 01  WS-RPT-COL-HEAD.
005660     05  FILLER                  PIC X(011)      VALUE "SEQUENCE".
005670     05  FILLER                  PIC X(005)      VALUE "SRC".
005680     05  FILLER                  PIC X(010)      VALUE "       I".
005690     05  FILLER                  PIC X(020)
005700             VALUE "          J RESULT".
005710     05  FILLER                  PIC X(009)      VALUE "ACCOUNT".
005720     05  FILLER                  PIC X(008)      VALUE "CC".
005730     05  FILLER                  PIC X(006)      VALUE "LINES".
005740     05  FILLER                  PIC X(063)      VALUE SPACES.
005750 01  WS-DETAIL-LINE.
005760     05  DTL-TRAN-SEQ            PIC ZZZZZZZZ9.
005770     05  FILLER                  PIC X(02)       VALUE SPACES.
005780     05  DTL-SOURCE-CD           PIC X(03).
005790     05  FILLER                  PIC X(02)       VALUE SPACES.
005800     05  DTL-TR-I                PIC -------9.
005810     05  FILLER                  PIC X(02)       VALUE SPACES.
005820     05  DTL-J-RESULT            PIC ------------9.9999.
005830     05  FILLER                  PIC X(02)       VALUE SPACES.
005840     05  DTL-ACCOUNT             PIC X(08).
005850     05  FILLER                  PIC X(01)       VALUE SPACES.
005860     05  DTL-COST-CTR            PIC X(06).
005870     05  FILLER                  PIC X(02)       VALUE SPACES.
005880     05  DTL-LINES               PIC Z9.
005890     05  FILLER                  PIC X(02)       VALUE SPACES.
005900     05  DTL-NOTE                PIC X(30).
005910     05  FILLER                  PIC X(035)      VALUE SPACES.
005920 01  WS-TOTAL-LINE.
005930     05  TOT-DESC                PIC X(044).
005940     05  TOT-COUNT               PIC ZZZZZZZZ9.
005950     05  FILLER                  PIC X(004)      VALUE SPACES.
005960     05  TOT-AMOUNT              PIC ---------------9.9999.
005970     05  TOT-AMOUNT-X            REDEFINES TOT-AMOUNT
005980                                 PIC X(021).
005990     05  FILLER                  PIC X(054)      VALUE SPACES.
006000 01  WS-RPT-CONTROL.
006010     05  FILLER                  PIC X(028)
006020             VALUE "CONTROL BEFORE -- BUS DATE ".
006030     05  CTLL-BUS-BEFORE         PIC 9(08).
006040     05  FILLER                  PIC X(011)
006050             VALUE "  LAST RUN ".
006060     05  CTLL-LAST-BEFORE        PIC 9(08).
006070     05  FILLER                  PIC X(007)      VALUE " CYCLE ".
006080     05  CTLL-CYC-BEFORE         PIC 9(02).
006090     05  FILLER                  PIC X(026)
006100             VALUE "    AFTER -- BUS DATE ".
006110     05  CTLL-BUS-AFTER          PIC 9(08).
006120     05  FILLER                  PIC X(011)
006130             VALUE "  LAST RUN ".
006140     05  CTLL-LAST-AFTER         PIC 9(08).
006150     05  FILLER                  PIC X(007)      VALUE " CYCLE ".
006160     05  CTLL-CYC-AFTER          PIC 9(02).
006170     05  FILLER                  PIC X(006)      VALUE SPACES.
006180 01  WS-RPT-RESULT-LINE.
006190     05  RES-TEXT                PIC X(060).
006200     05  FILLER                  PIC X(072)      VALUE SPACES.
006210 01  WS-CERT-FOOT.
006220     05  FILLER                  PIC X(022)
006230             VALUE "CERTIFICATE RESULT -- ".
006240     05  FOOT-VERDICT            PIC X(050).
006250     05  FILLER                  PIC X(060)      VALUE SPACES.
006260 PROCEDURE DIVISION.
006270*****************************************************************
006280* 0000-MAINLINE                                                 *
006290*****************************************************************
006300 0000-MAINLINE.
006310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
006320     IF NOT WS-STOPPED
006330         PERFORM 2000-CHECK-RUN THRU 2000-CHECK-RUN-EXIT
006340     END-IF.
006350     IF NOT WS-STOPPED
006360         PERFORM 3000-BACK-OUT-RUN THRU 3000-BACK-OUT-RUN-EXIT
006370     END-IF.
006380     PERFORM 4000-WRAP-UP THRU 4000-WRAP-UP-EXIT.
006390     STOP RUN.
006400*****************************************************************
006410* 1000-INITIALIZE -- READS THE CONTROL CARD, THE SOURCE         *
006420* REGISTRY'S V AND D CODES AND THE ALLOCATION FILE, AND WRITES  *
006430* THE HEADINGS.  A MISSING OR UNREADABLE CARD, OR A REGISTRY    *
006440* WITHOUT EXACTLY ONE OF EACH PSEUDO-SOURCE, REFUSES THE RUN.   *
006450*****************************************************************
006460 1000-INITIALIZE.
006470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006480     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
006490     OPEN OUTPUT REPORT-FILE.
006500     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
006510     OPEN INPUT PARM-FILE.
006520     READ PARM-FILE
006530         AT END
006540             MOVE 'Y' TO WS-PARM-EOF-SW
006550     END-READ.
006560     CLOSE PARM-FILE.
006570     IF WS-PARM-EOF
006580         DISPLAY "DECBACK   - NO CONTROL CARD SUPPLIED"
006590         MOVE "NO CONTROL CARD SUPPLIED" TO WS-REFUSE-TEXT
006600         MOVE 'Y' TO WS-STOP-SW
006610         GO TO 1000-INITIALIZE-EXIT
006620     END-IF.
006630     MOVE BKO-BUS-DATE TO CRIT-BUS-DATE.
006640     MOVE BKO-JOB-ID   TO CRIT-JOB-ID.
006650     MOVE BKO-REASON   TO CRIT-REASON.
006660     WRITE REPORT-REC FROM WS-RPT-CRITERIA.
006670     IF BKO-BUS-DATE NOT NUMERIC
006680        OR BKO-BUS-DATE = ZERO
006690        OR BKO-JOB-ID = SPACES
006700         DISPLAY "DECBACK   - CONTROL CARD UNREADABLE '"
006710                 BKO-BUS-DATE " " BKO-JOB-ID "'"
006720         MOVE "CONTROL CARD UNREADABLE" TO WS-REFUSE-TEXT
006730         MOVE 'Y' TO WS-STOP-SW
006740         GO TO 1000-INITIALIZE-EXIT
006750     END-IF.
006760     MOVE BKO-BUS-DATE TO WS-BUS-DATE.
006770     MOVE BKO-JOB-ID   TO WS-JOB-ID.
006780     MOVE BKO-REASON   TO WS-REASON.
006790     DISPLAY "DECBACK   - BACKING OUT JOB " WS-JOB-ID
006800             " FOR BUSINESS DATE " WS-BUS-DATE.
006810     PERFORM 1200-LOAD-SOURCES THRU 1200-LOAD-SOURCES-EXIT.
006820     IF WS-STOPPED
006830         GO TO 1000-INITIALIZE-EXIT
006840     END-IF.
006850     PERFORM 1300-LOAD-ALLOC-TABLE
006860             THRU 1300-LOAD-ALLOC-TABLE-EXIT.
006870 1000-INITIALIZE-EXIT.
006880     EXIT.
006890*****************************************************************
006900* 1200-LOAD-SOURCES -- READS THE SOURCE REGISTRY FOR THE        *
006910* REVERSAL (V) AND ROUNDING (D) PSEUDO-SOURCE CODES THE OFFSETS *
006920* CARRY.  DECIMAL NEEDS EXACTLY ONE OF EACH, AND SO DOES THIS.  *
006930*****************************************************************
006940 1200-LOAD-SOURCES.
006950     OPEN INPUT SRC-REF-FILE.
006960     PERFORM 1210-READ-SOURCE-REF THRU 1210-READ-SOURCE-REF-EXIT.
006970     PERFORM 1220-NOTE-ONE-SOURCE THRU 1220-NOTE-ONE-SOURCE-EXIT
006980             UNTIL WS-SREF-EOF.
006990     CLOSE SRC-REF-FILE.
007000     IF WS-REV-SOURCE-COUNT NOT = 1
007010        OR WS-RND-SOURCE-COUNT NOT = 1
007020         DISPLAY "DECBACK   - SOURCE REGISTRY NEEDS EXACTLY ONE "
007030                 "REVERSAL AND ONE ROUNDING PSEUDO-SOURCE"
007040         MOVE "SOURCE REGISTRY HAS NO SINGLE V AND D SOURCE"
007050             TO WS-REFUSE-TEXT
007060         MOVE 'Y' TO WS-STOP-SW
007070     END-IF.
007080 1200-LOAD-SOURCES-EXIT.
007090     EXIT.
007100*****************************************************************
007110* 1210-READ-SOURCE-REF -- READS ONE SRCREF RECORD, SETTING THE  *
007120* EOF SWITCH AT END.                                            *
007130*****************************************************************
007140 1210-READ-SOURCE-REF.
007150     READ SRC-REF-FILE
007160         AT END
007170             MOVE 'Y' TO WS-SREF-EOF-SW
007180     END-READ.
007190 1210-READ-SOURCE-REF-EXIT.
007200     EXIT.
007210*****************************************************************
007220* 1220-NOTE-ONE-SOURCE -- NOTES A V OR D SOURCE CODE.           *
007230*****************************************************************
007240 1220-NOTE-ONE-SOURCE.
007250     IF SREF-REVERSAL
007260         MOVE SREF-SOURCE-CD TO WS-REV-SOURCE-CD
007270         ADD 1 TO WS-REV-SOURCE-COUNT
007280     END-IF.
007290     IF SREF-ROUNDING
007300         MOVE SREF-SOURCE-CD TO WS-RND-SOURCE-CD
007310         ADD 1 TO WS-RND-SOURCE-COUNT
007320     END-IF.
007330     PERFORM 1210-READ-SOURCE-REF THRU 1210-READ-SOURCE-REF-EXIT.
007340 1220-NOTE-ONE-SOURCE-EXIT.
007350     EXIT.
007360*****************************************************************
007370* 1300-LOAD-ALLOC-TABLE -- LOADS THE ALLOCREF ALLOCATION FILE   *
007380* INTO THE WS-ALC-TABLE.  A FILE THAT WILL NOT OPEN LEAVES THE  *
007390* TABLE EMPTY, AND AN ALLOCATED RESULT THEN REFUSES THE RUN.    *
007400*****************************************************************
007410 1300-LOAD-ALLOC-TABLE.
007420     OPEN INPUT ALLOC-REF-FILE.
007430     IF WS-ALC-FSTAT NOT = '00'
007440         DISPLAY "DECBACK   - ALLOCATION FILE NOT AVAILABLE, "
007450                 "STATUS " WS-ALC-FSTAT
007460         GO TO 1300-LOAD-ALLOC-TABLE-EXIT
007470     END-IF.
007480     PERFORM 1310-READ-ALLOC-REF THRU 1310-READ-ALLOC-REF-EXIT.
007490     PERFORM 1320-LOAD-ONE-ALLOC THRU 1320-LOAD-ONE-ALLOC-EXIT
007500             UNTIL WS-ALC-EOF.
007510     PERFORM 1330-CLOSE-ALLOC-ENTRY
007520             THRU 1330-CLOSE-ALLOC-ENTRY-EXIT.
007530     CLOSE ALLOC-REF-FILE.
007540     DISPLAY "DECBACK   - SHARED-SERVICE ALLOCATIONS LOADED: "
007550             WS-ALC-COUNT.
007560 1300-LOAD-ALLOC-TABLE-EXIT.
007570     EXIT.
007580*****************************************************************
007590* 1310-READ-ALLOC-REF -- READS ONE ALLOCREF RECORD, SETTING THE *
007600* EOF SWITCH AT END.                                            *
007610*****************************************************************
007620 1310-READ-ALLOC-REF.
007630     READ ALLOC-REF-FILE
007640         AT END
007650             MOVE 'Y' TO WS-ALC-EOF-SW
007660     END-READ.
007670 1310-READ-ALLOC-REF-EXIT.
007680     EXIT.
007690*****************************************************************
007700* 1320-LOAD-ONE-ALLOC -- LOADS ONE ALLOCREF SHARE RECORD.  A    *
007710* NEW ALLOC-ID CLOSES THE ENTRY BEFORE IT AND OPENS THE NEXT;   *
007720* THE SAME ALLOC-ID ADDS A SHARE TO IT.  AN UNREADABLE RECORD   *
007730* IS REPORTED AND SKIPPED; A SHARE PAST THE SHARE LIMIT DROPS   *
007740* ITS WHOLE ALLOCATION.                                         *
007750*****************************************************************
007760 1320-LOAD-ONE-ALLOC.
007770     IF ALLOC-ID NOT NUMERIC OR ALLOC-PCT NOT NUMERIC
007780         DISPLAY "DECBACK   - UNREADABLE ALLOCREF RECORD SKIPPED"
007790         GO TO 1320-LOAD-ONE-ALLOC-READ
007800     END-IF.
007810     IF WS-ALC-COUNT > ZERO
007820         IF ALLOC-ID = WS-ALC-ID (WS-ALC-COUNT)
007830             GO TO 1320-LOAD-ONE-ALLOC-SHARE
007840         END-IF
007850     END-IF.
007860     PERFORM 1330-CLOSE-ALLOC-ENTRY
007870             THRU 1330-CLOSE-ALLOC-ENTRY-EXIT.
007880     IF WS-ALC-COUNT >= WS-ALC-LIMIT
007890         DISPLAY "DECBACK   - ALLOCATION TABLE FULL, "
007900                 "ALLOCREF RECORD SKIPPED"
007910         GO TO 1320-LOAD-ONE-ALLOC-READ
007920     END-IF.
007930     ADD 1 TO WS-ALC-COUNT.
007940     MOVE ALLOC-ID       TO WS-ALC-ID (WS-ALC-COUNT).
007950     MOVE ZERO           TO WS-ALC-SHARES (WS-ALC-COUNT).
007960     MOVE ZERO           TO WS-ALC-BIG (WS-ALC-COUNT).
007970     MOVE ZERO           TO WS-ALC-PCT-TOTAL.
007980     MOVE ZERO           TO WS-ALC-BIG-PCT.
007990     MOVE 'N'            TO WS-ALC-DROP-SW.
008000     MOVE 'Y'            TO WS-ALC-OPEN-SW.
008010 1320-LOAD-ONE-ALLOC-SHARE.
008020     IF WS-ALC-SHARES (WS-ALC-COUNT) >= WS-ALC-SHR-LIMIT
008030         MOVE 'Y' TO WS-ALC-DROP-SW
008040         GO TO 1320-LOAD-ONE-ALLOC-READ
008050     END-IF.
008060     ADD 1 TO WS-ALC-SHARES (WS-ALC-COUNT).
008070     MOVE WS-ALC-SHARES (WS-ALC-COUNT) TO WS-SHARE-SUB.
008080     MOVE ALLOC-GL-ACCOUNT
008090         TO WS-ALC-ACCOUNT (WS-ALC-COUNT, WS-SHARE-SUB).
008100     MOVE ALLOC-COST-CENTER
008110         TO WS-ALC-COST-CTR (WS-ALC-COUNT, WS-SHARE-SUB).
008120     MOVE ALLOC-PCT
008130         TO WS-ALC-PCT (WS-ALC-COUNT, WS-SHARE-SUB).
008140     ADD ALLOC-PCT TO WS-ALC-PCT-TOTAL.
008150*    THE LARGEST SHARE TAKES THE ROUNDING REMAINDER -- THE
008160*    FIRST ONE LOADED ON A TIE, AS IN DECIMAL.
008170     IF WS-ALC-BIG (WS-ALC-COUNT) = ZERO
008180        OR ALLOC-PCT > WS-ALC-BIG-PCT
008190         MOVE WS-SHARE-SUB TO WS-ALC-BIG (WS-ALC-COUNT)
008200         MOVE ALLOC-PCT    TO WS-ALC-BIG-PCT
008210     END-IF.
008220 1320-LOAD-ONE-ALLOC-READ.
008230     PERFORM 1310-READ-ALLOC-REF THRU 1310-READ-ALLOC-REF-EXIT.
008240 1320-LOAD-ONE-ALLOC-EXIT.
008250     EXIT.
008260*****************************************************************
008270* 1330-CLOSE-ALLOC-ENTRY -- FINISHES THE ENTRY LAST OPENED: ITS *
008280* SHARES MUST FOOT TO EXACTLY 100 PERCENT, WITHIN THE SHARE     *
008290* LIMIT, OR THE ALLOCATION IS DROPPED.                          *
008300*****************************************************************
008310 1330-CLOSE-ALLOC-ENTRY.
008320     IF NOT WS-ALC-OPEN
008330         GO TO 1330-CLOSE-ALLOC-ENTRY-EXIT
008340     END-IF.
008350     MOVE 'N' TO WS-ALC-OPEN-SW.
008360     IF WS-ALC-PCT-TOTAL = 100 AND NOT WS-ALC-DROP
008370         GO TO 1330-CLOSE-ALLOC-ENTRY-EXIT
008380     END-IF.
008390     DISPLAY "DECBACK   - ALLOCATION " WS-ALC-ID (WS-ALC-COUNT)
008400             " DOES NOT FOOT TO 100 PERCENT OR HAS TOO MANY "
008410             "SHARES, DROPPED".
008420     SUBTRACT 1 FROM WS-ALC-COUNT.
008430 1330-CLOSE-ALLOC-ENTRY-EXIT.
008440     EXIT.
008450*****************************************************************
008460* 2000-CHECK-RUN -- EVERY CHECK THE BACKOUT MUST PASS, IN TURN, *
008470* BEFORE A SINGLE FILE IS CHANGED.  THE FIRST ONE THAT FAILS    *
008480* STOPS THE RUN WITH NOTHING WRITTEN BUT THE CERTIFICATE.       *
008490*****************************************************************
008500 2000-CHECK-RUN.
008510     PERFORM 2600-CHECK-HISTORY THRU 2600-CHECK-HISTORY-EXIT.
008520     PERFORM 2100-CHECK-CONTROL THRU 2100-CHECK-CONTROL-EXIT.
008530     IF WS-STOPPED
008540         GO TO 2000-CHECK-RUN-EXIT
008550     END-IF.
008560     PERFORM 2200-CHECK-CALENDAR THRU 2200-CHECK-CALENDAR-EXIT.
008570     IF WS-STOPPED
008580         GO TO 2000-CHECK-RUN-EXIT
008590     END-IF.
008600     PERFORM 2300-FIND-EXTRACT THRU 2300-FIND-EXTRACT-EXIT.
008610     IF WS-STOPPED
008620         GO TO 2000-CHECK-RUN-EXIT
008630     END-IF.
008640     PERFORM 2400-FIND-PROOF THRU 2400-FIND-PROOF-EXIT.
008650     IF WS-STOPPED
008660         GO TO 2000-CHECK-RUN-EXIT
008670     END-IF.
008680     PERFORM 2500-CHECK-REVIEW THRU 2500-CHECK-REVIEW-EXIT.
008690     IF WS-STOPPED
008700         GO TO 2000-CHECK-RUN-EXIT
008710     END-IF.
008720     PERFORM 2700-SURVEY-RESULTS THRU 2700-SURVEY-RESULTS-EXIT.
008730 2000-CHECK-RUN-EXIT.
008740     EXIT.
008750*****************************************************************
008760* 2100-CHECK-CONTROL -- THE DATE MUST BE THE LAST ONE DECIMAL   *
008770* COMPLETED: AN EARLIER DATE HAS LATER RUNS BUILT ON IT, AND A  *
008780* DATE NOT YET RUN HAS NOTHING TO BACK OUT.  THE CONTROL FILE   *
008790* STAYS OPEN FOR THE REWIND.                                    *
008800* AN INTRADAY CYCLE MUST INSTEAD BE THE LAST CYCLE RECORDED FOR *
008810* THE DATE STILL IN PROGRESS, AND A CLOSE OF DAY CANNOT GO ONCE *
008820* A CYCLE OF THE NEXT DATE HAS RUN.                             *
008830*****************************************************************
008840 2100-CHECK-CONTROL.
008850     OPEN I-O BUS-CTL-FILE.
008860     READ BUS-CTL-FILE
008870         AT END
008880             DISPLAY "DECBACK   - NO BUSINESS-DATE CONTROL "
008890                     "RECORD"
008900             MOVE "NO BUSINESS-DATE CONTROL RECORD"
008910                 TO WS-REFUSE-TEXT
008920             MOVE 'Y' TO WS-STOP-SW
008930             CLOSE BUS-CTL-FILE
008940             GO TO 2100-CHECK-CONTROL-EXIT
008950     END-READ.
008960     MOVE 'Y' TO WS-CTL-OPEN-SW.
008970     MOVE CTL-BUS-DATE      TO WS-CTL-BUS-BEFORE.
008980     MOVE CTL-LAST-RUN-DATE TO WS-CTL-LAST-BEFORE.
008990     IF CTL-LAST-CYCLE IS NUMERIC
009000         MOVE CTL-LAST-CYCLE TO WS-CTL-CYC-BEFORE
009010     END-IF.
009020     IF WS-RUN-INTRADAY
009030         IF CTL-BUS-DATE NOT = WS-BUS-DATE
009040            OR WS-CTL-CYC-BEFORE NOT = WS-RUN-CYCLE-NO
009050             DISPLAY "DECBACK   - CYCLE " WS-RUN-CYCLE-NO " OF "
009060                     WS-BUS-DATE " IS NOT THE LAST CYCLE RUN "
009070                     "(CONTROL " CTL-BUS-DATE " CYCLE "
009080                     WS-CTL-CYC-BEFORE ")"
009090             MOVE "CYCLE IS NOT THE LAST CYCLE DECIMAL RAN"
009100                 TO WS-REFUSE-TEXT
009110             MOVE 'Y' TO WS-STOP-SW
009120         END-IF
009130         GO TO 2100-CHECK-CONTROL-EXIT
009140     END-IF.
009150     IF WS-CTL-CYC-BEFORE NOT = ZERO
009160         DISPLAY "DECBACK   - CYCLE " WS-CTL-CYC-BEFORE " OF "
009170                 CTL-BUS-DATE " HAS ALREADY RUN ON THE CLOSE "
009180                 "OF " WS-BUS-DATE
009190         MOVE "A CYCLE OF THE NEXT DATE HAS ALREADY RUN"
009200             TO WS-REFUSE-TEXT
009210         MOVE 'Y' TO WS-STOP-SW
009220         GO TO 2100-CHECK-CONTROL-EXIT
009230     END-IF.
009240     IF CTL-LAST-RUN-DATE NOT NUMERIC
009250        OR CTL-LAST-RUN-DATE NOT = WS-BUS-DATE
009260         DISPLAY "DECBACK   - " WS-BUS-DATE " IS NOT THE LAST "
009270                 "BUSINESS DATE RUN (LAST COMPLETED "
009280                 CTL-LAST-RUN-DATE ")"
009290         MOVE "DATE IS NOT THE LAST BUSINESS DATE DECIMAL RAN"
009300             TO WS-REFUSE-TEXT
009310         MOVE 'Y' TO WS-STOP-SW
009320     END-IF.
009330 2100-CHECK-CONTROL-EXIT.
009340     EXIT.
009350*****************************************************************
009360* 2200-CHECK-CALENDAR -- READS THE CALENDAR ONCE FOR THE DATE'S *
009370* FISCAL PERIOD AND THE B DAY BEFORE IT, WHICH BECOMES THE LAST *
009380* COMPLETED DATE ON THE CONTROL RECORD.  A DATE IN A PERIOD     *
009390* PRDCLOSE HAS CLOSED CANNOT TAKE THE OFFSETS AND IS REFUSED.   *
009400*****************************************************************
009410 2200-CHECK-CALENDAR.
009420     OPEN INPUT CALENDAR-FILE.
009430     PERFORM 2210-READ-CALENDAR THRU 2210-READ-CALENDAR-EXIT.
009440     PERFORM 2220-TEST-ONE-CAL THRU 2220-TEST-ONE-CAL-EXIT
009450             UNTIL WS-CAL-EOF.
009460     CLOSE CALENDAR-FILE.
009470     IF NOT WS-CAL-FOUND
009480         DISPLAY "DECBACK   - " WS-BUS-DATE " IS NOT ON THE "
009490                 "PROCESSING CALENDAR"
009500         MOVE "DATE IS NOT ON THE PROCESSING CALENDAR"
009510             TO WS-REFUSE-TEXT
009520         MOVE 'Y' TO WS-STOP-SW
009530         GO TO 2200-CHECK-CALENDAR-EXIT
009540     END-IF.
009550     IF CAL-PERIOD-CLOSED
009560         DISPLAY "DECBACK   - " WS-BUS-DATE " IS IN FISCAL "
009570                 "PERIOD " WS-CAL-PERIOD ", WHICH IS CLOSED"
009580         MOVE "THE DATE'S FISCAL PERIOD IS CLOSED"
009590             TO WS-REFUSE-TEXT
009600         MOVE 'Y' TO WS-STOP-SW
009610         GO TO 2200-CHECK-CALENDAR-EXIT
009620     END-IF.
009630     DISPLAY "DECBACK   - FISCAL PERIOD " WS-CAL-PERIOD
009640             " IS OPEN, PRIOR BUSINESS DATE " WS-PREV-BUS-DATE.
009650 2200-CHECK-CALENDAR-EXIT.
009660     EXIT.
009670*****************************************************************
009680* 2210-READ-CALENDAR -- READS ONE CALENDAR RECORD, SETTING THE  *
009690* EOF SWITCH AT END.                                            *
009700*****************************************************************
009710 2210-READ-CALENDAR.
009720     READ CALENDAR-FILE
009730         AT END
009740             MOVE 'Y' TO WS-CAL-EOF-SW
009750     END-READ.
009760 2210-READ-CALENDAR-EXIT.
009770     EXIT.
009780*****************************************************************
009790* 2220-TEST-ONE-CAL -- NOTES A B DAY BEFORE THE DATE, AND ENDS  *
009800* THE SCAN AT THE DATE ITSELF WITH ITS RECORD STILL IN THE      *
009810* BUFFER FOR THE PERIOD TEST.                                   *
009820*****************************************************************
009830 2220-TEST-ONE-CAL.
009840     IF CAL-DATE NOT NUMERIC
009850         DISPLAY "DECBACK   - UNREADABLE CALENDAR RECORD SKIPPED"
009860         GO TO 2220-TEST-ONE-CAL-READ
009870     END-IF.
009880     IF CAL-DATE NOT > WS-CAL-PREV-DATE
009890         DISPLAY "DECBACK   - CALENDAR DATE " CAL-DATE
009900                 " OUT OF ORDER, RECORD SKIPPED"
009910         GO TO 2220-TEST-ONE-CAL-READ
009920     END-IF.
009930     MOVE CAL-DATE TO WS-CAL-PREV-DATE.
009940     IF CAL-DATE = WS-BUS-DATE
009950         MOVE 'Y' TO WS-CAL-FOUND-SW
009960         MOVE CAL-FISCAL-ID TO WS-CAL-PERIOD
009970         MOVE 'Y' TO WS-CAL-EOF-SW
009980         GO TO 2220-TEST-ONE-CAL-EXIT
009990     END-IF.
010000     IF CAL-DATE > WS-BUS-DATE
010010         MOVE 'Y' TO WS-CAL-EOF-SW
010020         GO TO 2220-TEST-ONE-CAL-EXIT
010030     END-IF.
010040     IF CAL-BUSINESS-DAY
010050         MOVE CAL-DATE TO WS-PREV-BUS-DATE
010060     END-IF.
010070 2220-TEST-ONE-CAL-READ.
010080     PERFORM 2210-READ-CALENDAR THRU 2210-READ-CALENDAR-EXIT.
010090 2220-TEST-ONE-CAL-EXIT.
010100     EXIT.
010110*****************************************************************
010120* 2300-FIND-EXTRACT -- FINDS THE RUN'S HD/TL BATCH ON THE       *
010130* EXTRACT GENERATION IT CUT, NOTING THE TL CONTROLS FOR THE     *
010140* PROOF AND THE ROUNDING-DIFFERENCE LINES TO OFFSET.            *
010150*****************************************************************
010160 2300-FIND-EXTRACT.
010170     OPEN INPUT GL-IN-FILE.
010180     PERFORM 2310-READ-EXTRACT THRU 2310-READ-EXTRACT-EXIT.
010190     PERFORM 2320-NOTE-ONE-EXTRACT THRU 2320-NOTE-ONE-EXTRACT-EXIT
010200             UNTIL WS-GLI-EOF.
010210     CLOSE GL-IN-FILE.
010220     IF WS-STOPPED
010230         GO TO 2300-FIND-EXTRACT-EXIT
010240     END-IF.
010250     IF NOT WS-BATCH-FOUND
010260         DISPLAY "DECBACK   - NO EXTRACT BATCH FOR JOB "
010270                 WS-JOB-ID " DATE " WS-BUS-DATE " ON GLXIN"
010280         MOVE "THE RUN'S EXTRACT BATCH IS NOT ON GLXIN"
010290             TO WS-REFUSE-TEXT
010300         MOVE 'Y' TO WS-STOP-SW
010310         GO TO 2300-FIND-EXTRACT-EXIT
010320     END-IF.
010330     DISPLAY "DECBACK   - EXTRACT BATCH FOUND, DETAILS "
010340             WS-TRL-COUNT ", ROUNDING LINES " WS-RND-COUNT.
010350 2300-FIND-EXTRACT-EXIT.
010360     EXIT.
010370*****************************************************************
010380* 2310-READ-EXTRACT -- READS ONE EXTRACT RECORD INTO            *
010390* WS-GLI-REC, SETTING THE EOF SWITCH AT END.                    *
010400*****************************************************************
010410 2310-READ-EXTRACT.
010420     READ GL-IN-FILE INTO WS-GLI-REC
010430         AT END
010440             MOVE 'Y' TO WS-GLI-EOF-SW
010450     END-READ.
010460 2310-READ-EXTRACT-EXIT.
010470     EXIT.
010480*****************************************************************
010490* 2320-NOTE-ONE-EXTRACT -- THE HD NAMING THE RUN OPENS ITS      *
010500* BATCH; INSIDE IT A ROUNDING LINE IS KEPT; ITS TL CLOSES IT    *
010510* WITH THE CONTROLS.  OTHER BATCHES PASS BY.                    *
010520*****************************************************************
010530 2320-NOTE-ONE-EXTRACT.
010540     EVALUATE GLI-REC-TYPE
010550         WHEN "HD"
010560             IF GLI-JOB-ID = WS-JOB-ID
010570                AND GLI-RUN-DATE = WS-BUS-DATE
010580                 MOVE 'Y' TO WS-IN-BATCH-SW
010590                 MOVE ZERO TO WS-RND-COUNT
010600             ELSE
010610                 MOVE 'N' TO WS-IN-BATCH-SW
010620             END-IF
010630         WHEN "GL"
010640             IF WS-IN-BATCH
010650                AND GLI-SOURCE-CD = WS-RND-SOURCE-CD
010660                 PERFORM 2330-KEEP-ROUNDING
010670                         THRU 2330-KEEP-ROUNDING-EXIT
010680             END-IF
010690         WHEN "TL"
010700             IF WS-IN-BATCH
010710                 MOVE GLI-TRL-REC-COUNT   TO WS-TRL-COUNT
010720                 MOVE GLI-TRL-AMOUNT-HASH TO WS-TRL-HASH
010730                 MOVE 'Y' TO WS-BATCH-FOUND-SW
010740             END-IF
010750             MOVE 'N' TO WS-IN-BATCH-SW
010760         WHEN OTHER
010770             CONTINUE
010780     END-EVALUATE.
010790     PERFORM 2310-READ-EXTRACT THRU 2310-READ-EXTRACT-EXIT.
010800 2320-NOTE-ONE-EXTRACT-EXIT.
010810     EXIT.
010820*****************************************************************
010830* 2330-KEEP-ROUNDING -- HOLDS ONE ROUNDING LINE FOR ITS OFFSET. *
010840* MORE THAN THE TABLE HOLDS REFUSES THE RUN.                    *
010850*****************************************************************
010860 2330-KEEP-ROUNDING.
010870     IF WS-RND-COUNT >= WS-RND-LIMIT
010880         DISPLAY "DECBACK   - MORE THAN " WS-RND-LIMIT
010890                 " ROUNDING LINES IN THE RUN'S EXTRACT BATCH"
010900         MOVE "TOO MANY ROUNDING LINES IN THE EXTRACT BATCH"
010910             TO WS-REFUSE-TEXT
010920         MOVE 'Y' TO WS-STOP-SW
010930         GO TO 2330-KEEP-ROUNDING-EXIT
010940     END-IF.
010950     ADD 1 TO WS-RND-COUNT.
010960     MOVE GLI-POST-DATE   TO WS-RND-POST-DATE (WS-RND-COUNT).
010970     MOVE GLI-ACCOUNT     TO WS-RND-ACCOUNT (WS-RND-COUNT).
010980     MOVE GLI-COST-CENTER TO WS-RND-COST-CTR (WS-RND-COUNT).
010990     MOVE GLI-AMOUNT      TO WS-RND-AMOUNT (WS-RND-COUNT).
011000 2330-KEEP-ROUNDING-EXIT.
011010     EXIT.
011020*****************************************************************
011030* 2400-FIND-PROOF -- THE RUN'S BATCH MUST BE ON GLRECON'S PROOF *
011040* LOG AS POSTED IN FULL: AN AK/OK RECORD FOR THE JOB AND DATE   *
011050* WHOSE COUNT AND HASH MATCH THE TL.  A BATCH THE LEDGER NEVER  *
011060* TOOK IN FULL CANNOT BE OFFSET -- THAT IS A GLRECON BREAK TO   *
011070* CLEAR FIRST.                                                  *
011080*****************************************************************
011090 2400-FIND-PROOF.
011100     OPEN INPUT RECON-LOG-FILE.
011110     IF WS-LOG-FSTAT NOT = '00'
011120         DISPLAY "DECBACK   - PROOF LOG NOT AVAILABLE, STATUS "
011130                 WS-LOG-FSTAT
011140         MOVE "GLRECON PROOF LOG NOT AVAILABLE" TO WS-REFUSE-TEXT
011150         MOVE 'Y' TO WS-STOP-SW
011160         GO TO 2400-FIND-PROOF-EXIT
011170     END-IF.
011180     PERFORM 2410-READ-PROOF THRU 2410-READ-PROOF-EXIT.
011190     PERFORM 2420-TEST-ONE-PROOF THRU 2420-TEST-ONE-PROOF-EXIT
011200             UNTIL WS-LOG-EOF.
011210     CLOSE RECON-LOG-FILE.
011220     IF NOT WS-PROOF-FOUND
011230         DISPLAY "DECBACK   - GLRECON HAS NOT PROVED JOB "
011240                 WS-JOB-ID " DATE " WS-BUS-DATE
011250                 " POSTED IN FULL"
011260         MOVE "GLRECON HAS NOT PROVED THE RUN'S EXTRACT POSTED"
011270             TO WS-REFUSE-TEXT
011280         MOVE 'Y' TO WS-STOP-SW
011290         GO TO 2400-FIND-PROOF-EXIT
011300     END-IF.
011310     MOVE WS-PRF-POST-DATE TO PRL-POST-DATE.
011320     MOVE WS-PRF-POST-TIME TO PRL-POST-TIME.
011330     MOVE WS-TRL-COUNT     TO PRL-COUNT.
011340     MOVE WS-TRL-HASH      TO PRL-HASH.
011350     WRITE REPORT-REC FROM WS-RPT-PROOF.
011360 2400-FIND-PROOF-EXIT.
011370     EXIT.
011380*****************************************************************
011390* 2410-READ-PROOF -- READS ONE PROOF-LOG RECORD, SETTING THE    *
011400* EOF SWITCH AT END.                                            *
011410*****************************************************************
011420 2410-READ-PROOF.
011430     READ RECON-LOG-FILE
011440         AT END
011450             MOVE 'Y' TO WS-LOG-EOF-SW
011460     END-READ.
011470 2410-READ-PROOF-EXIT.
011480     EXIT.
011490*****************************************************************
011500* 2420-TEST-ONE-PROOF -- KEEPS THE POSTING DATE AND TIME OF A   *
011510* PROOF THAT MATCHES THE RUN'S BATCH.                           *
011520*****************************************************************
011530 2420-TEST-ONE-PROOF.
011540     IF ACK-RECORD AND ACK-POSTED-OK
011550        AND ACK-JOB-ID = WS-JOB-ID
011560        AND ACK-RUN-DATE IS NUMERIC
011570        AND ACK-RUN-DATE = WS-BUS-DATE
011580        AND ACK-DETAILS-POSTED IS NUMERIC
011590        AND ACK-DETAILS-POSTED = WS-TRL-COUNT
011600        AND ACK-AMOUNT-HASH IS NUMERIC
011610        AND ACK-AMOUNT-HASH = WS-TRL-HASH
011620         MOVE 'Y'           TO WS-PROOF-FOUND-SW
011630         MOVE ACK-POST-DATE TO WS-PRF-POST-DATE
011640         MOVE ACK-POST-TIME TO WS-PRF-POST-TIME
011650     END-IF.
011660     PERFORM 2410-READ-PROOF THRU 2410-READ-PROOF-EXIT.
011670 2420-TEST-ONE-PROOF-EXIT.
011680     EXIT.
011690*****************************************************************
011700* 2500-CHECK-REVIEW -- COUNTS THE RUN'S ITEMS ON THE REVIEW     *
011710* QUEUE.  PENDING, APPROVED AND REJECTED ITEMS ARE STILL THE    *
011720* QUEUE'S TO WITHDRAW; AN ITEM REVREL HAS ALREADY RELEASED OR   *
011730* SUSPENDED HAS GONE ON INTO ANOTHER FILE, AND THE RUN IS       *
011740* REFUSED -- BACK A DATE OUT BEFORE THE EVENING'S REVJOB.       *
011750* THE QUEUE STAYS OPEN FOR THE WITHDRAWAL.                      *
011760*****************************************************************
011770 2500-CHECK-REVIEW.
011780     OPEN I-O REVIEW-FILE.
011790     IF WS-REVP-FSTAT NOT = '00'
011800         DISPLAY "DECBACK   - REVIEW QUEUE NOT AVAILABLE, "
011810                 "STATUS " WS-REVP-FSTAT
011820         MOVE "REVIEW QUEUE WOULD NOT OPEN" TO WS-REFUSE-TEXT
011830         MOVE 'Y' TO WS-STOP-SW
011840         GO TO 2500-CHECK-REVIEW-EXIT
011850     END-IF.
011860     MOVE 'Y' TO WS-REVP-OPEN-SW.
011870     PERFORM 2510-START-REVIEW THRU 2510-START-REVIEW-EXIT.
011880     PERFORM 2530-NOTE-ONE-REVIEW THRU 2530-NOTE-ONE-REVIEW-EXIT
011890             UNTIL WS-REVP-EOF.
011900     IF WS-REVIEW-DONE > ZERO
011910         DISPLAY "DECBACK   - " WS-REVIEW-DONE " REVIEW ITEMS "
011920                 "OF THE RUN ALREADY RELEASED OR SUSPENDED"
011930         MOVE "REVIEW ITEMS ALREADY RELEASED OR SUSPENDED"
011940             TO WS-REFUSE-TEXT
011950         MOVE 'Y' TO WS-STOP-SW
011960     END-IF.
011970 2500-CHECK-REVIEW-EXIT.
011980     EXIT.
011990*****************************************************************
012000* 2510-START-REVIEW -- POSITIONS THE QUEUE AT THE RUN'S FIRST   *
012010* KEY AND READS IT.                                             *
012020*****************************************************************
012030 2510-START-REVIEW.
012040     MOVE 'N'         TO WS-REVP-EOF-SW.
012050     MOVE WS-BUS-DATE TO RVP-RUN-DATE.
012060     MOVE WS-JOB-ID   TO RVP-JOB-ID.
012070     MOVE ZERO        TO RVP-TRAN-SEQ.
012080     START REVIEW-FILE KEY >= RVP-KEY
012090         INVALID KEY
012100             MOVE 'Y' TO WS-REVP-EOF-SW
012110     END-START.
012120     PERFORM 2520-READ-REVIEW THRU 2520-READ-REVIEW-EXIT.
012130 2510-START-REVIEW-EXIT.
012140     EXIT.
012150*****************************************************************
012160* 2520-READ-REVIEW -- READS THE NEXT QUEUE ITEM, ENDING THE     *
012170* WALK AT THE END OF THE FILE OR THE END OF THE RUN'S KEYS.     *
012180*****************************************************************
012190 2520-READ-REVIEW.
012200     IF WS-REVP-EOF
012210         GO TO 2520-READ-REVIEW-EXIT
012220     END-IF.
012230     READ REVIEW-FILE NEXT RECORD
012240         AT END
012250             MOVE 'Y' TO WS-REVP-EOF-SW
012260             GO TO 2520-READ-REVIEW-EXIT
012270     END-READ.
012280     IF RVP-RUN-DATE NOT = WS-BUS-DATE
012290        OR RVP-JOB-ID NOT = WS-JOB-ID
012300         MOVE 'Y' TO WS-REVP-EOF-SW
012310     END-IF.
012320 2520-READ-REVIEW-EXIT.
012330     EXIT.
012340*****************************************************************
012350* 2530-NOTE-ONE-REVIEW -- COUNTS ONE OF THE RUN'S QUEUE ITEMS.  *
012360*****************************************************************
012370 2530-NOTE-ONE-REVIEW.
012380     IF RVP-RELEASED OR RVP-SUSPENDED
012390         DISPLAY "DECBACK   - REVIEW ITEM " RVP-TRAN-SEQ
012400                 " IS ALREADY STATUS " RVP-STATUS
012410         ADD 1 TO WS-REVIEW-DONE
012420     ELSE
012430         ADD 1 TO WS-REVIEW-OPEN
012440     END-IF.
012450     PERFORM 2520-READ-REVIEW THRU 2520-READ-REVIEW-EXIT.
012460 2530-NOTE-ONE-REVIEW-EXIT.
012470     EXIT.
012480*****************************************************************
012490* 2600-CHECK-HISTORY -- COUNTS THE BACKED OUT MARKERS ALREADY   *
012500* ON THE RUN HISTORY FOR THE JOB AND DATE.  WITH ONE THERE, A   *
012510* RESULT ALREADY MARKED BACKED OUT IS A KEY THE EARLIER         *
012520* BACKOUT LEFT THAT THE RERUN DID NOT REWRITE; WITH NONE, IT    *
012530* CAN ONLY BE THE WORK OF A BACKOUT THAT STOPPED PART WAY.      *
012540* THE SAME PASS FINDS THE RUN'S OWN RECORD, FOR ITS CYCLE AND   *
012550* KIND, AND THE OTHER CYCLES OF THE DATE STILL STANDING; THE    *
012560* HIGHEST OF THOSE BELOW THE RUN'S IS WHERE THE CONTROL'S LAST  *
012570* CYCLE GOES BACK TO.  A RUN WITH NO RECORD IS TAKEN AS A       *
012580* SINGLE CLOSE-OF-DAY CYCLE, AS BEFORE CYCLES.                  *
012590*****************************************************************
012600 2600-CHECK-HISTORY.
012610     MOVE ALL 'N' TO WS-CYC-STANDING-TABLE.
012620     OPEN INPUT RUN-HIST-FILE.
012630     IF WS-HIST-FSTAT NOT = '00'
012640         DISPLAY "DECBACK   - RUN HISTORY NOT AVAILABLE, STATUS "
012650                 WS-HIST-FSTAT
012660         GO TO 2600-CHECK-HISTORY-EXIT
012670     END-IF.
012680     PERFORM 2610-READ-HISTORY THRU 2610-READ-HISTORY-EXIT
012690             UNTIL WS-HIST-EOF.
012700     CLOSE RUN-HIST-FILE.
012710     IF NOT WS-RUN-FOUND
012720         DISPLAY "DECBACK   - NO RUN HISTORY FOR THE RUN, TAKEN "
012730                 "AS A SINGLE CLOSE-OF-DAY CYCLE"
012740     END-IF.
012750     MOVE ZERO TO WS-PRIOR-CYCLE.
012760     PERFORM 2620-FIND-PRIOR-CYCLE THRU 2620-FIND-PRIOR-CYCLE-EXIT
012770             VARYING WS-CYC-SUB FROM 1 BY 1
012780             UNTIL WS-CYC-SUB >= WS-RUN-CYCLE-NO.
012790     IF WS-RUN-INTRADAY
012800         DISPLAY "DECBACK   - THE RUN IS INTRADAY CYCLE "
012810                 WS-RUN-CYCLE-NO ", PRIOR CYCLE STANDING "
012820                 WS-PRIOR-CYCLE
012830     ELSE
012840         DISPLAY "DECBACK   - THE RUN IS CLOSE-OF-DAY CYCLE "
012850                 WS-RUN-CYCLE-NO ", PRIOR CYCLE STANDING "
012860                 WS-PRIOR-CYCLE
012870     END-IF.
012880 2600-CHECK-HISTORY-EXIT.
012890     EXIT.
012900*****************************************************************
012910* 2610-READ-HISTORY -- READS ONE RUN-HISTORY RECORD AND COUNTS  *
012920* IT WHEN IT IS A MARKER FOR THE RUN.  A RECORD OF THE DATE     *
012930* UNDER THE RUN'S JOB GIVES ITS CYCLE; UNDER ANOTHER JOB IT     *
012940* MARKS THAT CYCLE STANDING, OR NO LONGER STANDING WHEN IT IS A *
012950* MARKER.                                                       *
012960*****************************************************************
012970 2610-READ-HISTORY.
012980     READ RUN-HIST-FILE
012990         AT END
013000             MOVE 'Y' TO WS-HIST-EOF-SW
013010             GO TO 2610-READ-HISTORY-EXIT
013020     END-READ.
013030     IF RH-BACKOUT-MARKER
013040        AND RH-JOB-ID = WS-JOB-ID
013050        AND RH-RUN-DATE = WS-BUS-DATE
013060         ADD 1 TO WS-HIST-MARKERS
013070     END-IF.
013080     IF RH-RUN-DATE NOT = WS-BUS-DATE
013090         GO TO 2610-READ-HISTORY-EXIT
013100     END-IF.
013110     IF RH-CYCLE-NO-N IS NUMERIC AND RH-CYCLE-NO-N > ZERO
013120         MOVE RH-CYCLE-NO-N TO WS-CYC-SUB
013130     ELSE
013140         MOVE 1 TO WS-CYC-SUB
013150     END-IF.
013160     IF RH-JOB-ID = WS-JOB-ID
013170         IF RH-NORMAL-RUN
013180             MOVE 'Y' TO WS-RUN-FOUND-SW
013190             MOVE WS-CYC-SUB TO WS-RUN-CYCLE-NO
013200             IF RH-INTRADAY-CYCLE
013210                 MOVE 'I' TO WS-RUN-CYCLE-KIND
013220             ELSE
013230                 MOVE 'C' TO WS-RUN-CYCLE-KIND
013240             END-IF
013250         END-IF
013260         GO TO 2610-READ-HISTORY-EXIT
013270     END-IF.
013280     IF RH-BACKOUT-MARKER
013290         MOVE 'N' TO WS-CYC-STANDING (WS-CYC-SUB)
013300     ELSE
013310         MOVE 'Y' TO WS-CYC-STANDING (WS-CYC-SUB)
013320     END-IF.
013330 2610-READ-HISTORY-EXIT.
013340     EXIT.
013350*****************************************************************
013360* 2620-FIND-PRIOR-CYCLE -- KEEPS THE HIGHEST CYCLE BELOW THE    *
013370* RUN'S THAT IS STILL STANDING.                                 *
013380*****************************************************************
013390 2620-FIND-PRIOR-CYCLE.
013400     IF WS-CYC-STANDING (WS-CYC-SUB) = 'Y'
013410         MOVE WS-CYC-SUB TO WS-PRIOR-CYCLE
013420     END-IF.
013430 2620-FIND-PRIOR-CYCLE-EXIT.
013440     EXIT.
013450*****************************************************************
013460* 2700-SURVEY-RESULTS -- FIRST PASS OVER THE RUN'S KEYS ON THE  *
013470* RESULTS MASTER.  COUNTS THEM BY STATUS, TOTALS THE OK RESULTS *
013480* TO BE BACKED OUT, AND PROVES EVERY ALLOCATED ONE CAN BE       *
013490* RE-SPLIT BEFORE A SINGLE OFFSET IS CUT.  THE MASTER STAYS     *
013500* OPEN FOR THE BACKOUT PASS.                                    *
013510*****************************************************************
013520 2700-SURVEY-RESULTS.
013530     OPEN I-O RESULTS-FILE.
013540     IF WS-RSLT-FSTAT NOT = '00'
013550         DISPLAY "DECBACK   - RESULTS MASTER NOT AVAILABLE, "
013560                 "STATUS " WS-RSLT-FSTAT
013570         MOVE "RESULTS MASTER WOULD NOT OPEN" TO WS-REFUSE-TEXT
013580         MOVE 'Y' TO WS-STOP-SW
013590         GO TO 2700-SURVEY-RESULTS-EXIT
013600     END-IF.
013610     MOVE 'Y' TO WS-RSLT-OPEN-SW.
013620     PERFORM 2710-START-RESULTS THRU 2710-START-RESULTS-EXIT.
013630     PERFORM 2730-NOTE-ONE-RESULT THRU 2730-NOTE-ONE-RESULT-EXIT
013640             UNTIL WS-RSLT-EOF.
013650     DISPLAY "DECBACK   - RESULTS OF THE RUN WITH STATUS OK: "
013660             WS-RESULTS-OK.
013670     IF WS-ALLOC-MISSING > ZERO
013680         MOVE "AN ALLOCATED RESULT'S ALLOCATION IS NOT ON FILE"
013690             TO WS-REFUSE-TEXT
013700         MOVE 'Y' TO WS-STOP-SW
013710         GO TO 2700-SURVEY-RESULTS-EXIT
013720     END-IF.
013730     IF WS-LEFT-BACKED-OUT > ZERO AND WS-HIST-MARKERS = ZERO
013740         DISPLAY "DECBACK   - " WS-LEFT-BACKED-OUT " RESULTS "
013750                 "ALREADY MARKED BACKED OUT BY A BACKOUT THAT "
013760                 "DID NOT FINISH -- RESTORE THE RESULTS MASTER "
013770                 "FROM THE BACKUP AND RESUBMIT"
013780         MOVE "AN EARLIER BACKOUT OF THE RUN STOPPED PART WAY"
013790             TO WS-REFUSE-TEXT
013800         MOVE 'Y' TO WS-STOP-SW
013810     END-IF.
013820 2700-SURVEY-RESULTS-EXIT.
013830     EXIT.
013840*****************************************************************
013850* 2710-START-RESULTS -- POSITIONS THE MASTER AT THE RUN'S FIRST *
013860* KEY AND READS IT.                                             *
013870*****************************************************************
013880 2710-START-RESULTS.
013890     MOVE 'N'         TO WS-RSLT-EOF-SW.
013900     MOVE WS-BUS-DATE TO RSLT-RUN-DATE.
013910     MOVE WS-JOB-ID   TO RSLT-JOB-ID.
013920     MOVE ZERO        TO RSLT-TRAN-SEQ.
013930     START RESULTS-FILE KEY >= RSLT-KEY
013940         INVALID KEY
013950             MOVE 'Y' TO WS-RSLT-EOF-SW
013960     END-START.
013970     PERFORM 2720-READ-RESULT THRU 2720-READ-RESULT-EXIT.
013980 2710-START-RESULTS-EXIT.
013990     EXIT.
014000*****************************************************************
014010* 2720-READ-RESULT -- READS THE NEXT MASTER RECORD, ENDING THE  *
014020* WALK AT THE END OF THE FILE OR THE END OF THE RUN'S KEYS.     *
014030*****************************************************************
014040 2720-READ-RESULT.
014050     IF WS-RSLT-EOF
014060         GO TO 2720-READ-RESULT-EXIT
014070     END-IF.
014080     READ RESULTS-FILE NEXT RECORD
014090         AT END
014100             MOVE 'Y' TO WS-RSLT-EOF-SW
014110             GO TO 2720-READ-RESULT-EXIT
014120     END-READ.
014130     IF RSLT-RUN-DATE NOT = WS-BUS-DATE
014140        OR RSLT-JOB-ID NOT = WS-JOB-ID
014150         MOVE 'Y' TO WS-RSLT-EOF-SW
014160     END-IF.
014170 2720-READ-RESULT-EXIT.
014180     EXIT.
014190*****************************************************************
014200* 2730-NOTE-ONE-RESULT -- COUNTS ONE OF THE RUN'S RESULTS BY    *
014210* STATUS.  AN ALLOCATED OK RESULT MUST FIND ITS ALLOCATION.     *
014220*****************************************************************
014230 2730-NOTE-ONE-RESULT.
014240     EVALUATE RSLT-STATUS
014250         WHEN "OK"
014260             ADD 1 TO WS-RESULTS-OK
014270             ADD RSLT-J-RESULT TO WS-OK-J-TOTAL
014280             IF RSLT-ALLOCATED
014290                 PERFORM 2740-PROVE-ALLOCATION
014300                         THRU 2740-PROVE-ALLOCATION-EXIT
014310             END-IF
014320         WHEN "BACKED OUT"
014330             ADD 1 TO WS-LEFT-BACKED-OUT
014340         WHEN "REVERSAL"
014350             ADD 1 TO WS-LEFT-REVERSAL
014360         WHEN "HELD"
014370             ADD 1 TO WS-LEFT-HELD
014380         WHEN OTHER
014390             ADD 1 TO WS-LEFT-OTHER
014400     END-EVALUATE.
014410     PERFORM 2720-READ-RESULT THRU 2720-READ-RESULT-EXIT.
014420 2730-NOTE-ONE-RESULT-EXIT.
014430     EXIT.
014440*****************************************************************
014450* 2740-PROVE-ALLOCATION -- THE ALLOCATION AN ALLOCATED RESULT   *
014460* WAS SPLIT BY MUST STILL BE ON ALLOCREF, OR ITS SHARES CANNOT  *
014470* BE OFFSET.                                                    *
014480*****************************************************************
014490 2740-PROVE-ALLOCATION.
014500     ADD 1 TO WS-RESULTS-ALLOCATED.
014510     MOVE 'N' TO WS-ALC-FOUND-SW.
014520     IF RSLT-ALLOC-ID IS NUMERIC
014530         MOVE RSLT-ALLOC-ID TO WS-ALC-KEY
014540         PERFORM 2800-FIND-ALLOC-ID THRU 2800-FIND-ALLOC-ID-EXIT
014550     END-IF.
014560     IF NOT WS-ALC-FOUND
014570         DISPLAY "DECBACK   - ALLOCATION " RSLT-ALLOC-ID
014580                 " OF RESULT " RSLT-TRAN-SEQ " IS NOT ON "
014590                 "ALLOCREF"
014600         ADD 1 TO WS-ALLOC-MISSING
014610     END-IF.
014620 2740-PROVE-ALLOCATION-EXIT.
014630     EXIT.
014640*****************************************************************
014650* 2800-FIND-ALLOC-ID -- SERIAL SEARCH OF THE ALLOCATION TABLE   *
014660* FOR ALLOC-ID WS-ALC-KEY, LEAVING WS-ALC-SUB POINTING AT IT    *
014670* WHEN FOUND.                                                   *
014680*****************************************************************
014690 2800-FIND-ALLOC-ID.
014700     MOVE 'N' TO WS-ALC-FOUND-SW.
014710     MOVE ZERO TO WS-ALC-SUB.
014720     MOVE ZERO TO WS-ALC-SCAN-SUB.
014730     PERFORM 2810-TEST-ALLOC-ID THRU 2810-TEST-ALLOC-ID-EXIT
014740             UNTIL WS-ALC-FOUND
014750                OR WS-ALC-SCAN-SUB >= WS-ALC-COUNT.
014760 2800-FIND-ALLOC-ID-EXIT.
014770     EXIT.
014780*****************************************************************
014790* 2810-TEST-ALLOC-ID -- TESTS THE NEXT ALLOCATION'S ALLOC-ID.   *
014800*****************************************************************
014810 2810-TEST-ALLOC-ID.
014820     ADD 1 TO WS-ALC-SCAN-SUB.
014830     IF WS-ALC-ID (WS-ALC-SCAN-SUB) = WS-ALC-KEY
014840         MOVE 'Y' TO WS-ALC-FOUND-SW
014850         MOVE WS-ALC-SCAN-SUB TO WS-ALC-SUB
014860     END-IF.
014870 2810-TEST-ALLOC-ID-EXIT.
014880     EXIT.
014890*****************************************************************
014900* 2900-SPLIT-ALLOCATION -- SPLITS WS-SPLIT-AMOUNT BY THE        *
014910* ALLOCATION WS-ALC-SUB POINTS AT INTO WS-SHARE-AMT, EXACTLY AS *
014920* DECIMAL DOES: EACH SHARE ROUNDED AT THE 4TH DECIMAL AND THE   *
014930* REMAINDER ON THE LARGEST SHARE.                               *
014940*****************************************************************
014950 2900-SPLIT-ALLOCATION.
014960     MOVE ZERO TO WS-SPLIT-TOTAL.
014970     MOVE ZERO TO WS-SHARE-SUB.
014980     PERFORM 2910-SPLIT-ONE-SHARE THRU 2910-SPLIT-ONE-SHARE-EXIT
014990             UNTIL WS-SHARE-SUB >= WS-ALC-SHARES (WS-ALC-SUB).
015000     MOVE WS-ALC-BIG (WS-ALC-SUB) TO WS-SHARE-SUB.
015010     COMPUTE WS-SHARE-AMT (WS-SHARE-SUB) =
015020             WS-SHARE-AMT (WS-SHARE-SUB)
015030             + WS-SPLIT-AMOUNT - WS-SPLIT-TOTAL.
015040 2900-SPLIT-ALLOCATION-EXIT.
015050     EXIT.
015060*****************************************************************
015070* 2910-SPLIT-ONE-SHARE -- COMPUTES THE NEXT SHARE'S AMOUNT.     *
015080*****************************************************************
015090 2910-SPLIT-ONE-SHARE.
015100     ADD 1 TO WS-SHARE-SUB.
015110     COMPUTE WS-SHARE-AMT (WS-SHARE-SUB) ROUNDED =
015120             WS-SPLIT-AMOUNT
015130             * WS-ALC-PCT (WS-ALC-SUB, WS-SHARE-SUB) / 100.
015140     ADD WS-SHARE-AMT (WS-SHARE-SUB) TO WS-SPLIT-TOTAL.
015150 2910-SPLIT-ONE-SHARE-EXIT.
015160     EXIT.
015170*****************************************************************
015180* 3000-BACK-OUT-RUN -- EVERY CHECK HAS PASSED.  CUTS THE        *
015190* OFFSETTING EXTRACT AND MARKS THE RESULTS, WITHDRAWS THE       *
015200* REVIEW ITEMS, CLEARS THE REGISTRY, WRITES THE MARKERS, AND    *
015210* REWINDS THE CONTROL RECORD LAST OF ALL -- UNTIL THEN A FAILED *
015220* BACKOUT LEAVES THE DATE CLOSED TO A RERUN.                    *
015230*****************************************************************
015240 3000-BACK-OUT-RUN.
015250     OPEN OUTPUT GL-EXTRACT-FILE.
015260     MOVE SPACES        TO GL-EXTRACT-REC.
015270     MOVE "HD"          TO GL-REC-TYPE.
015280     MOVE WS-BKO-JOB-ID TO GL-JOB-ID.
015290     MOVE WS-BUS-DATE   TO GL-RUN-DATE.
015300     WRITE GL-EXTRACT-REC.
015310     MOVE "RESULTS BACKED OUT" TO SEC-TITLE.
015320     WRITE REPORT-REC FROM WS-RPT-SECTION.
015330     WRITE REPORT-REC FROM WS-RPT-COL-HEAD.
015340     PERFORM 3100-OFFSET-RESULTS THRU 3100-OFFSET-RESULTS-EXIT.
015350     PERFORM 3200-OFFSET-ROUNDING THRU 3200-OFFSET-ROUNDING-EXIT.
015360     PERFORM 3300-WRITE-TRAILER THRU 3300-WRITE-TRAILER-EXIT.
015370     CLOSE GL-EXTRACT-FILE.
015380     PERFORM 3400-WITHDRAW-REVIEW THRU 3400-WITHDRAW-REVIEW-EXIT.
015390     PERFORM 3500-CLEAR-REGISTRY THRU 3500-CLEAR-REGISTRY-EXIT.
015400     PERFORM 3600-WRITE-MARKERS THRU 3600-WRITE-MARKERS-EXIT.
015410     PERFORM 3700-REWIND-CONTROL THRU 3700-REWIND-CONTROL-EXIT.
015420 3000-BACK-OUT-RUN-EXIT.
015430     EXIT.
015440*****************************************************************
015450* 3100-OFFSET-RESULTS -- SECOND PASS OVER THE RUN'S KEYS: EACH  *
015460* OK RESULT IS OFFSET AND MARKED BACKED OUT.                    *
015470*****************************************************************
015480 3100-OFFSET-RESULTS.
015490     PERFORM 2710-START-RESULTS THRU 2710-START-RESULTS-EXIT.
015500     PERFORM 3110-OFFSET-ONE THRU 3110-OFFSET-ONE-EXIT
015510             UNTIL WS-RSLT-EOF.
015520     CLOSE RESULTS-FILE.
015530     MOVE 'N' TO WS-RSLT-OPEN-SW.
015540 3100-OFFSET-RESULTS-EXIT.
015550     EXIT.
015560*****************************************************************
015570* 3110-OFFSET-ONE -- OFFSETS ONE OK RESULT, MARKS IT BACKED OUT *
015580* AND LISTS IT.  THE RESULT FIELD KEEPS THE J IT POSTED, SO THE *
015590* MASTER STILL SAYS WHAT WAS TAKEN BACK.                        *
015600*****************************************************************
015610 3110-OFFSET-ONE.
015620     IF RSLT-STATUS NOT = "OK"
015630         GO TO 3110-OFFSET-ONE-READ
015640     END-IF.
015650     PERFORM 3120-WRITE-OFFSET THRU 3120-WRITE-OFFSET-EXIT.
015660     ADD 1 TO WS-RESULTS-BACKED-OUT.
015670     ADD RSLT-J-RESULT TO WS-BKO-J-TOTAL.
015680     MOVE RSLT-TRAN-SEQ    TO DTL-TRAN-SEQ.
015690     MOVE RSLT-SOURCE-CD   TO DTL-SOURCE-CD.
015700     MOVE RSLT-TR-I        TO DTL-TR-I.
015710     MOVE RSLT-J-RESULT    TO DTL-J-RESULT.
015720     MOVE RSLT-GL-ACCOUNT  TO DTL-ACCOUNT.
015730     MOVE RSLT-GL-COST-CTR TO DTL-COST-CTR.
015740     MOVE WS-OFF-LINES     TO DTL-LINES.
015750     MOVE SPACES           TO DTL-NOTE.
015760     MOVE "BACKED OUT" TO RSLT-STATUS.
015770     REWRITE RSLT-REC
015780         INVALID KEY
015790             DISPLAY "DECBACK   - COULD NOT MARK RESULT "
015800                     RSLT-TRAN-SEQ " BACKED OUT, STATUS "
015810                     WS-RSLT-FSTAT " -- ITS OFFSET STANDS"
015820             ADD 1 TO WS-RESULTS-NOT-MARKED
015830             MOVE "OFFSET, NOT MARKED ON MASTER" TO DTL-NOTE
015840     END-REWRITE.
015850     WRITE REPORT-REC FROM WS-DETAIL-LINE.
015860 3110-OFFSET-ONE-READ.
015870     PERFORM 2720-READ-RESULT THRU 2720-READ-RESULT-EXIT.
015880 3110-OFFSET-ONE-EXIT.
015890     EXIT.
015900*****************************************************************
015910* 3120-WRITE-OFFSET -- CUTS THE OFFSET FOR THE RESULT IN THE    *
015920* MASTER BUFFER, CODED AS DECIMAL CODED THE ORIGINAL: A BLANK   *
015930* ACCOUNT TO CLEARING, AN ALLOCATED RESULT ONE DETAIL PER SHARE *
015940* (3130), ANYTHING ELSE TO ITS OWN ACCOUNT AND COST CENTER.     *
015950*****************************************************************
015960 3120-WRITE-OFFSET.
015970     MOVE WS-BUS-DATE      TO WS-OFF-POST-DATE.
015980     MOVE RSLT-TR-I        TO WS-OFF-I.
015990     MOVE WS-REV-SOURCE-CD TO WS-OFF-SOURCE-CD.
016000     IF RSLT-ALLOCATED
016010         MOVE RSLT-ALLOC-ID TO WS-ALC-KEY
016020         PERFORM 2800-FIND-ALLOC-ID THRU 2800-FIND-ALLOC-ID-EXIT
016030         MOVE RSLT-J-RESULT TO WS-SPLIT-AMOUNT
016040         PERFORM 2900-SPLIT-ALLOCATION
016050                 THRU 2900-SPLIT-ALLOCATION-EXIT
016060         MOVE ZERO TO WS-SHARE-SUB
016070         PERFORM 3130-OFFSET-SHARE THRU 3130-OFFSET-SHARE-EXIT
016080                 UNTIL WS-SHARE-SUB >= WS-ALC-SHARES (WS-ALC-SUB)
016090         MOVE WS-ALC-SHARES (WS-ALC-SUB) TO WS-OFF-LINES
016100         GO TO 3120-WRITE-OFFSET-EXIT
016110     END-IF.
016120     IF RSLT-GL-ACCOUNT = SPACES
016130         MOVE WS-CLEARING-ACCOUNT  TO WS-OFF-ACCOUNT
016140         MOVE WS-CLEARING-COST-CTR TO WS-OFF-COST-CTR
016150     ELSE
016160         MOVE RSLT-GL-ACCOUNT      TO WS-OFF-ACCOUNT
016170         MOVE RSLT-GL-COST-CTR     TO WS-OFF-COST-CTR
016180     END-IF.
016190     MOVE RSLT-J-RESULT TO WS-OFF-AMOUNT.
016200     PERFORM 3150-PUT-DETAIL THRU 3150-PUT-DETAIL-EXIT.
016210     ADD GL-AMOUNT TO WS-RESULT-HASH.
016220     MOVE 1 TO WS-OFF-LINES.
016230 3120-WRITE-OFFSET-EXIT.
016240     EXIT.
016250*****************************************************************
016260* 3130-OFFSET-SHARE -- CUTS THE OFFSET FOR THE NEXT SHARE OF AN *
016270* ALLOCATED RESULT.                                             *
016280*****************************************************************
016290 3130-OFFSET-SHARE.
016300     ADD 1 TO WS-SHARE-SUB.
016310     MOVE WS-ALC-ACCOUNT (WS-ALC-SUB, WS-SHARE-SUB)
016320                                 TO WS-OFF-ACCOUNT.
016330     MOVE WS-ALC-COST-CTR (WS-ALC-SUB, WS-SHARE-SUB)
016340                                 TO WS-OFF-COST-CTR.
016350     MOVE WS-SHARE-AMT (WS-SHARE-SUB) TO WS-OFF-AMOUNT.
016360     PERFORM 3150-PUT-DETAIL THRU 3150-PUT-DETAIL-EXIT.
016370     ADD GL-AMOUNT TO WS-RESULT-HASH.
016380 3130-OFFSET-SHARE-EXIT.
016390     EXIT.
016400*****************************************************************
016410* 3150-PUT-DETAIL -- WRITES ONE OFFSET DETAIL FROM THE WS-OFF-  *
016420* FIELDS, THE AMOUNT NEGATED, INSIDE THE BATCH COUNT AND HASH.  *
016430*****************************************************************
016440 3150-PUT-DETAIL.
016450     MOVE SPACES             TO GL-EXTRACT-REC.
016460     MOVE "GL"               TO GL-REC-TYPE.
016470     MOVE WS-BKO-JOB-ID      TO GL-JOB-ID.
016480     MOVE WS-OFF-POST-DATE   TO GL-POST-DATE.
016490     MOVE WS-OFF-I           TO GL-SOURCE-I.
016500     COMPUTE GL-AMOUNT = ZERO - WS-OFF-AMOUNT.
016510     MOVE WS-OFF-ACCOUNT     TO GL-ACCOUNT.
016520     MOVE WS-OFF-COST-CTR    TO GL-COST-CENTER.
016530     MOVE WS-OFF-SOURCE-CD   TO GL-SOURCE-CD.
016540     MOVE GL-AMOUNT          TO GL-ORIG-AMOUNT.
016550     MOVE SPACES             TO GL-CURR-CD.
016560     WRITE GL-EXTRACT-REC.
016570     ADD 1 TO WS-GL-DETAIL-COUNT.
016580     ADD GL-AMOUNT TO WS-GL-AMOUNT-HASH
016590         ON SIZE ERROR
016600             DISPLAY "*** EXCEPTION - GL AMOUNT HASH OVERFLOW "
016610                     "ON BACKOUT"
016620             MOVE 8 TO RETURN-CODE
016630     END-ADD.
016640 3150-PUT-DETAIL-EXIT.
016650     EXIT.
016660*****************************************************************
016670* 3200-OFFSET-ROUNDING -- OFFSETS THE RUN'S ROUNDING-DIFFERENCE *
016680* LINES, EACH ON ITS OWN POSTING DATE, ACCOUNT AND COST CENTER  *
016690* UNDER THE ROUNDING SOURCE, AND LISTS THEM.                    *
016700*****************************************************************
016710 3200-OFFSET-ROUNDING.
016720     MOVE ZERO TO WS-RND-SUB.
016730     PERFORM 3210-OFFSET-ONE-ROUNDING
016740             THRU 3210-OFFSET-ONE-ROUNDING-EXIT
016750             UNTIL WS-RND-SUB >= WS-RND-COUNT.
016760 3200-OFFSET-ROUNDING-EXIT.
016770     EXIT.
016780*****************************************************************
016790* 3210-OFFSET-ONE-ROUNDING -- OFFSETS THE NEXT ROUNDING LINE.   *
016800*****************************************************************
016810 3210-OFFSET-ONE-ROUNDING.
016820     ADD 1 TO WS-RND-SUB.
016830     MOVE WS-RND-POST-DATE (WS-RND-SUB) TO WS-OFF-POST-DATE.
016840     MOVE ZERO                          TO WS-OFF-I.
016850     MOVE WS-RND-AMOUNT (WS-RND-SUB)    TO WS-OFF-AMOUNT.
016860     MOVE WS-RND-ACCOUNT (WS-RND-SUB)   TO WS-OFF-ACCOUNT.
016870     MOVE WS-RND-COST-CTR (WS-RND-SUB)  TO WS-OFF-COST-CTR.
016880     MOVE WS-RND-SOURCE-CD              TO WS-OFF-SOURCE-CD.
016890     PERFORM 3150-PUT-DETAIL THRU 3150-PUT-DETAIL-EXIT.
016900     ADD WS-RND-AMOUNT (WS-RND-SUB) TO WS-RND-TOTAL.
016910     MOVE ZERO             TO DTL-TRAN-SEQ.
016920     MOVE WS-RND-SOURCE-CD TO DTL-SOURCE-CD.
016930     MOVE ZERO             TO DTL-TR-I.
016940     MOVE WS-OFF-AMOUNT    TO DTL-J-RESULT.
016950     MOVE WS-OFF-ACCOUNT   TO DTL-ACCOUNT.
016960     MOVE WS-OFF-COST-CTR  TO DTL-COST-CTR.
016970     MOVE 1                TO DTL-LINES.
016980     MOVE "ROUNDING DIFFERENCE LINE" TO DTL-NOTE.
016990     WRITE REPORT-REC FROM WS-DETAIL-LINE.
017000 3210-OFFSET-ONE-ROUNDING-EXIT.
017010     EXIT.
017020*****************************************************************
017030* 3300-WRITE-TRAILER -- CLOSES THE OFFSET BATCH WITH ITS TL     *
017040* COUNT AND HASH, FOR GLLOAD AND GLRECON TO PROVE.              *
017050*****************************************************************
017060 3300-WRITE-TRAILER.
017070     MOVE SPACES             TO GL-EXTRACT-REC.
017080     MOVE "TL"               TO GL-REC-TYPE.
017090     MOVE WS-BKO-JOB-ID      TO GL-JOB-ID.
017100     MOVE WS-BUS-DATE        TO GL-RUN-DATE.
017110     MOVE WS-GL-DETAIL-COUNT TO GL-TRL-REC-COUNT.
017120     MOVE WS-GL-AMOUNT-HASH  TO GL-TRL-AMOUNT-HASH.
017130     WRITE GL-EXTRACT-REC.
017140     DISPLAY "DECBACK   - OFFSET EXTRACT WRITTEN, DETAILS "
017150             WS-GL-DETAIL-COUNT.
017160 3300-WRITE-TRAILER-EXIT.
017170     EXIT.
017180*****************************************************************
017190* 3400-WITHDRAW-REVIEW -- DELETES THE RUN'S PENDING, APPROVED   *
017200* AND REJECTED REVIEW ITEMS.  THE RERUN HOLDS WHATEVER IS STILL *
017210* OVER A LIMIT AFRESH.                                          *
017220*****************************************************************
017230 3400-WITHDRAW-REVIEW.
017240     PERFORM 2510-START-REVIEW THRU 2510-START-REVIEW-EXIT.
017250     PERFORM 3410-WITHDRAW-ONE THRU 3410-WITHDRAW-ONE-EXIT
017260             UNTIL WS-REVP-EOF.
017270     CLOSE REVIEW-FILE.
017280     MOVE 'N' TO WS-REVP-OPEN-SW.
017290 3400-WITHDRAW-REVIEW-EXIT.
017300     EXIT.
017310*****************************************************************
017320* 3410-WITHDRAW-ONE -- DELETES THE QUEUE ITEM JUST READ.        *
017330*****************************************************************
017340 3410-WITHDRAW-ONE.
017350     DELETE REVIEW-FILE.
017360     IF WS-REVP-FSTAT = '00'
017370         ADD 1 TO WS-REVIEW-WITHDRAWN
017380     ELSE
017390         DISPLAY "DECBACK   - REVIEW ITEM " RVP-TRAN-SEQ
017400                 " NOT WITHDRAWN, STATUS " WS-REVP-FSTAT
017410     END-IF.
017420     PERFORM 2520-READ-REVIEW THRU 2520-READ-REVIEW-EXIT.
017430 3410-WITHDRAW-ONE-EXIT.
017440     EXIT.
017450*****************************************************************
017460* 3500-CLEAR-REGISTRY -- DELETES THE RUN'S ENTRIES FROM THE     *
017470* TRANSMISSION REGISTRY, SO THE SAME FEED CAN BE RUN AGAIN      *
017480* WITHOUT BEING REFUSED AS A REPEAT.  THE REGISTRY IS KEYED BY  *
017490* SOURCE AND BUSINESS DATE, NOT BY RUN, SO IT IS BROWSED WHOLE. *
017500* A REGISTRY THAT WILL NOT OPEN IS REPORTED (RC=4) -- THE RERUN *
017510* CAN FORCE ITS SOURCES THROUGH ON DECIMAL'S PARM CARD.         *
017520*****************************************************************
017530 3500-CLEAR-REGISTRY.
017540     OPEN I-O XMIT-REG-FILE.
017550     IF WS-XREG-FSTAT NOT = '00'
017560         DISPLAY "DECBACK   - TRANSMISSION REGISTRY NOT "
017570                 "AVAILABLE, STATUS " WS-XREG-FSTAT
017580                 ", THE RUN'S BATCHES STAY REGISTERED"
017590         MOVE 'Y' TO WS-XREG-MISSING-SW
017600         GO TO 3500-CLEAR-REGISTRY-EXIT
017610     END-IF.
017620     MOVE LOW-VALUES TO XR-KEY.
017630     START XMIT-REG-FILE KEY >= XR-KEY
017640         INVALID KEY
017650             MOVE 'Y' TO WS-XREG-EOF-SW
017660     END-START.
017670     PERFORM 3510-CLEAR-ONE THRU 3510-CLEAR-ONE-EXIT
017680             UNTIL WS-XREG-EOF.
017690     CLOSE XMIT-REG-FILE.
017700 3500-CLEAR-REGISTRY-EXIT.
017710     EXIT.
017720*****************************************************************
017730* 3510-CLEAR-ONE -- READS THE NEXT REGISTRY ENTRY AND DELETES   *
017740* IT WHEN THE RUN BEING BACKED OUT REGISTERED IT.               *
017750*****************************************************************
017760 3510-CLEAR-ONE.
017770     READ XMIT-REG-FILE NEXT RECORD
017780         AT END
017790             MOVE 'Y' TO WS-XREG-EOF-SW
017800             GO TO 3510-CLEAR-ONE-EXIT
017810     END-READ.
017820     ADD 1 TO WS-REGISTRY-READ.
017830     IF XR-RUN-DATE NOT = WS-BUS-DATE
017840        OR XR-JOB-ID NOT = WS-JOB-ID
017850         GO TO 3510-CLEAR-ONE-EXIT
017860     END-IF.
017870     DELETE XMIT-REG-FILE.
017880     IF WS-XREG-FSTAT = '00'
017890         ADD 1 TO WS-REGISTRY-REMOVED
017900     ELSE
017910         DISPLAY "DECBACK   - REGISTRY ENTRY FOR SOURCE "
017920                 XR-SOURCE-CD " NOT REMOVED, STATUS "
017930                 WS-XREG-FSTAT
017940         MOVE 'Y' TO WS-XREG-MISSING-SW
017950     END-IF.
017960 3510-CLEAR-ONE-EXIT.
017970     EXIT.
017980*****************************************************************
017990* 3600-WRITE-MARKERS -- APPENDS THE BACKED OUT MARKER TO THE    *
018000* AUDIT FILE (ZERO INPUTS AND RESULT) AND TO THE RUN HISTORY    *
018010* (RH-BACKOUT-MARKER, ZERO COUNTS), BOTH UNDER THE JOB AND DATE *
018020* BACKED OUT, SO DECBAL AND TRENDRPT RETIRE THAT ATTEMPT.  A    *
018030* CLOSE OF DAY ALSO MARKS EVERY SOURCE STREAM'S HISTORY (3610). *
018040* AN INTRADAY CYCLE NEVER RUNS IN STREAMS.                      *
018050*****************************************************************
018060 3600-WRITE-MARKERS.
018070     OPEN EXTEND AUDIT-FILE.
018080     MOVE WS-JOB-ID          TO AUD-JOB-ID.
018090     MOVE WS-BUS-DATE        TO AUD-DATE.
018100     ACCEPT AUD-TIME         FROM TIME.
018110     MOVE ZERO               TO AUD-I.
018120     MOVE ZERO               TO AUD-J-IN.
018130     MOVE ZERO               TO AUD-J-OUT.
018140     MOVE "BACKED OUT"       TO AUD-STATUS.
018150     WRITE AUDIT-REC FROM AUDIT-DETAIL-LINE.
018160     CLOSE AUDIT-FILE.
018170     OPEN EXTEND RUN-HIST-FILE.
018180     MOVE SPACES             TO RUN-HIST-REC.
018190     MOVE WS-JOB-ID          TO RH-JOB-ID.
018200     MOVE WS-BUS-DATE        TO RH-RUN-DATE.
018210     ACCEPT RH-RUN-TIME      FROM TIME.
018220     MOVE ZERO               TO RH-RECORDS-READ.
018230     MOVE ZERO               TO RH-RECORDS-COMPUTED.
018240     MOVE ZERO               TO RH-RECORDS-REJECTED.
018250     MOVE ZERO               TO RH-J-TOTAL.
018260     MOVE ZERO               TO RH-RETURN-CODE.
018270     MOVE ZERO               TO RH-RECORDS-REVERSED.
018280     MOVE ZERO               TO RH-RECORDS-DUP-REFUSED.
018290     MOVE ZERO               TO RH-RECORDS-QUARANTINED.
018300     MOVE ZERO               TO RH-BATCHES-QUARANTINED.
018310     MOVE ZERO               TO RH-SHARE-LINES.
018320     MOVE ZERO               TO RH-REV-SHARE-LINES.
018330     MOVE ZERO               TO RH-RECORDS-HELD.
018340     MOVE 'B'                TO RH-RUN-KIND.
018350     MOVE WS-RUN-CYCLE-NO    TO RH-CYCLE-NO-N.
018360     MOVE WS-RUN-CYCLE-KIND  TO RH-CYCLE-KIND.
018370     MOVE RUN-HIST-REC       TO WS-BKO-MARKER.
018380     WRITE RUN-HIST-REC.
018390     CLOSE RUN-HIST-FILE.
018400     IF NOT WS-RUN-INTRADAY
018410         PERFORM 3610-MARK-ONE-STREAM
018420                 THRU 3610-MARK-ONE-STREAM-EXIT
018430                 VARYING WS-STRM-SUB FROM 1 BY 1
018440                 UNTIL WS-STRM-SUB > WS-STREAM-MAX
018450     END-IF.
018460 3600-WRITE-MARKERS-EXIT.
018470     EXIT.
018480*****************************************************************
018490* 3610-MARK-ONE-STREAM -- APPENDS THE MARKER, CARRYING THE      *
018500* STREAM'S NUMBER, TO ONE SOURCE STREAM'S OWN RUN HISTORY, SO   *
018510* DECMERGE DROPS THE STREAM RUN IT FOLLOWS AND WAITS FOR THAT   *
018520* STREAM'S RERUN.  A HISTORY THAT WILL NOT OPEN ENDS THE        *
018530* BACKOUT RC=4 -- RERUN EVERY STREAM BEFORE DECMRGJ.            *
018540*****************************************************************
018550 3610-MARK-ONE-STREAM.
018560     MOVE WS-STRM-SUB TO BM-STREAM-NO-N.
018570     EVALUATE WS-STRM-SUB
018580         WHEN 1
018590             OPEN EXTEND STRM-HIST-FILE-1
018600         WHEN 2
018610             OPEN EXTEND STRM-HIST-FILE-2
018620         WHEN 3
018630             OPEN EXTEND STRM-HIST-FILE-3
018640         WHEN OTHER
018650             OPEN EXTEND STRM-HIST-FILE-4
018660     END-EVALUATE.
018670     IF WS-STRH-FSTAT NOT = '00'
018680         DISPLAY "DECBACK   - RUN HISTORY OF STREAM "
018690                 BM-STREAM-NO " NOT AVAILABLE, STATUS "
018700                 WS-STRH-FSTAT ", NOT MARKED"
018710         MOVE 'Y' TO WS-STRH-MISSING-SW
018720         GO TO 3610-MARK-ONE-STREAM-EXIT
018730     END-IF.
018740     EVALUATE WS-STRM-SUB
018750         WHEN 1
018760             WRITE STRM-HIST-REC-1 FROM WS-BKO-MARKER
018770             CLOSE STRM-HIST-FILE-1
018780         WHEN 2
018790             WRITE STRM-HIST-REC-2 FROM WS-BKO-MARKER
018800             CLOSE STRM-HIST-FILE-2
018810         WHEN 3
018820             WRITE STRM-HIST-REC-3 FROM WS-BKO-MARKER
018830             CLOSE STRM-HIST-FILE-3
018840         WHEN OTHER
018850             WRITE STRM-HIST-REC-4 FROM WS-BKO-MARKER
018860             CLOSE STRM-HIST-FILE-4
018870     END-EVALUATE.
018880 3610-MARK-ONE-STREAM-EXIT.
018890     EXIT.
018900*****************************************************************
018910* 3700-REWIND-CONTROL -- WINDS THE CONTROL RECORD BACK ONE      *
018920* DATE: THE BACKED-OUT DATE IS THE DATE TO PROCESS AGAIN AND    *
018930* THE B DAY BEFORE IT THE LAST COMPLETED.  AN INTRADAY CYCLE    *
018940* LEAVES THE DATES AS THEY ARE.  THE LAST CYCLE GOES BACK TO    *
018950* THE HIGHEST ONE OF THE DATE STILL STANDING.                   *
018960*****************************************************************
018970 3700-REWIND-CONTROL.
018980     IF WS-RUN-INTRADAY
018990         MOVE CTL-LAST-RUN-DATE TO WS-CTL-LAST-AFTER
019000     ELSE
019010         MOVE WS-BUS-DATE      TO CTL-BUS-DATE
019020         MOVE WS-PREV-BUS-DATE TO CTL-LAST-RUN-DATE
019030         MOVE WS-PREV-BUS-DATE TO WS-CTL-LAST-AFTER
019040     END-IF.
019050     MOVE WS-PRIOR-CYCLE   TO CTL-LAST-CYCLE.
019060     ACCEPT CTL-UPD-DATE FROM DATE YYYYMMDD.
019070     ACCEPT CTL-UPD-TIME FROM TIME.
019080     REWRITE BUS-CTL-REC.
019090     CLOSE BUS-CTL-FILE.
019100     MOVE 'N' TO WS-CTL-OPEN-SW.
019110     DISPLAY "DECBACK   - BUSINESS DATE WOUND BACK TO "
019120             WS-BUS-DATE " CYCLE " WS-PRIOR-CYCLE.
019130 3700-REWIND-CONTROL-EXIT.
019140     EXIT.
019150*****************************************************************
019160* 4000-WRAP-UP -- CLOSES WHAT A REFUSAL LEFT OPEN, PRINTS THE   *
019170* CERTIFICATE TOTALS AND FOOT, AND SETS THE RETURN CODE.        *
019180*****************************************************************
019190 4000-WRAP-UP.
019200     IF WS-CTL-OPEN
019210         CLOSE BUS-CTL-FILE
019220     END-IF.
019230     IF WS-RSLT-OPEN
019240         CLOSE RESULTS-FILE
019250     END-IF.
019260     IF WS-REVP-OPEN
019270         CLOSE REVIEW-FILE
019280     END-IF.
019290     IF WS-STOPPED
019300         MOVE WS-REFUSE-TEXT TO RES-TEXT
019310         WRITE REPORT-REC FROM WS-RPT-RESULT-LINE
019320         MOVE "BACKOUT REFUSED -- NOTHING WAS CHANGED"
019330             TO FOOT-VERDICT
019340         DISPLAY "DECBACK   - BACKOUT REFUSED, NOTHING CHANGED"
019350         MOVE 8 TO RETURN-CODE
019360         GO TO 4000-WRAP-UP-FOOT
019370     END-IF.
019380     PERFORM 4100-PRINT-TOTALS THRU 4100-PRINT-TOTALS-EXIT.
019390     EVALUATE TRUE
019400         WHEN RETURN-CODE > 4
019410             MOVE "BACKED OUT -- HASH OVERFLOWED, DO NOT LOAD"
019420                 TO FOOT-VERDICT
019430         WHEN WS-XREG-MISSING
019440           OR WS-STRH-MISSING
019450           OR WS-RESULTS-NOT-MARKED > ZERO
019460             MOVE "BACKED OUT -- SEE SYSOUT BEFORE THE RERUN"
019470                 TO FOOT-VERDICT
019480             MOVE 4 TO RETURN-CODE
019490         WHEN OTHER
019500             MOVE "BACKED OUT -- THE DATE IS READY TO RERUN"
019510                 TO FOOT-VERDICT
019520     END-EVALUATE.
019530     DISPLAY "DECBACK   - " FOOT-VERDICT.
019540 4000-WRAP-UP-FOOT.
019550     WRITE REPORT-REC FROM WS-CERT-FOOT.
019560     CLOSE REPORT-FILE.
019570 4000-WRAP-UP-EXIT.
019580     EXIT.
019590*****************************************************************
019600* 4100-PRINT-TOTALS -- THE CERTIFICATE'S TOTALS: WHAT WAS       *
019610* OFFSET, WHAT WAS LEFT STANDING, WHAT ELSE WAS UNDONE, AND THE *
019620* CONTROL RECORD BEFORE AND AFTER.                              *
019630*****************************************************************
019640 4100-PRINT-TOTALS.
019650     MOVE "TOTALS" TO SEC-TITLE.
019660     WRITE REPORT-REC FROM WS-RPT-SECTION.
019670     MOVE "RESULTS BACKED OUT (STATUS OK) / J"  TO TOT-DESC.
019680     MOVE WS-RESULTS-BACKED-OUT TO TOT-COUNT.
019690     MOVE WS-BKO-J-TOTAL        TO TOT-AMOUNT.
019700     WRITE REPORT-REC FROM WS-TOTAL-LINE.
019710     COMPUTE WS-RESULT-LINES =
019720             WS-GL-DETAIL-COUNT - WS-RND-COUNT.
019730     MOVE "RESULT OFFSET DETAILS / AMOUNT"      TO TOT-DESC.
019740     MOVE WS-RESULT-LINES       TO TOT-COUNT.
019750     MOVE WS-RESULT-HASH        TO TOT-AMOUNT.
019760     WRITE REPORT-REC FROM WS-TOTAL-LINE.
019770     MOVE "ROUNDING LINES OFFSET / AMOUNT TAKEN BACK" TO TOT-DESC.
019780     MOVE WS-RND-COUNT          TO TOT-COUNT.
019790     MOVE WS-RND-TOTAL          TO TOT-AMOUNT.
019800     WRITE REPORT-REC FROM WS-TOTAL-LINE.
019810     MOVE "OFFSET EXTRACT TL -- DETAILS / HASH" TO TOT-DESC.
019820     MOVE WS-GL-DETAIL-COUNT    TO TOT-COUNT.
019830     MOVE WS-GL-AMOUNT-HASH     TO TOT-AMOUNT.
019840     WRITE REPORT-REC FROM WS-TOTAL-LINE.
019850     MOVE SPACES TO TOT-AMOUNT-X.
019860     MOVE "RESULTS NOT MARKED ON THE MASTER"    TO TOT-DESC.
019870     MOVE WS-RESULTS-NOT-MARKED TO TOT-COUNT.
019880     WRITE REPORT-REC FROM WS-TOTAL-LINE.
019890     MOVE "LEFT STANDING -- REVERSAL"           TO TOT-DESC.
019900     MOVE WS-LEFT-REVERSAL      TO TOT-COUNT.
019910     WRITE REPORT-REC FROM WS-TOTAL-LINE.
019920     MOVE "LEFT STANDING -- HELD FOR REVIEW"    TO TOT-DESC.
019930     MOVE WS-LEFT-HELD          TO TOT-COUNT.
019940     WRITE REPORT-REC FROM WS-TOTAL-LINE.
019950     MOVE "LEFT STANDING -- ERROR STATUSES"     TO TOT-DESC.
019960     MOVE WS-LEFT-OTHER         TO TOT-COUNT.
019970     WRITE REPORT-REC FROM WS-TOTAL-LINE.
019980     MOVE "LEFT STANDING -- BACKED OUT EARLIER" TO TOT-DESC.
019990     MOVE WS-LEFT-BACKED-OUT    TO TOT-COUNT.
020000     WRITE REPORT-REC FROM WS-TOTAL-LINE.
020010     MOVE "REVIEW ITEMS WITHDRAWN"              TO TOT-DESC.
020020     MOVE WS-REVIEW-WITHDRAWN   TO TOT-COUNT.
020030     WRITE REPORT-REC FROM WS-TOTAL-LINE.
020040     MOVE "REGISTRY ENTRIES REMOVED"            TO TOT-DESC.
020050     MOVE WS-REGISTRY-REMOVED   TO TOT-COUNT.
020060     WRITE REPORT-REC FROM WS-TOTAL-LINE.
020070     MOVE WS-CTL-BUS-BEFORE     TO CTLL-BUS-BEFORE.
020080     MOVE WS-CTL-LAST-BEFORE    TO CTLL-LAST-BEFORE.
020090     MOVE WS-BUS-DATE           TO CTLL-BUS-AFTER.
020100     MOVE WS-CTL-LAST-AFTER     TO CTLL-LAST-AFTER.
020110     MOVE WS-CTL-CYC-BEFORE     TO CTLL-CYC-BEFORE.
020120     MOVE WS-PRIOR-CYCLE        TO CTLL-CYC-AFTER.
020130     WRITE REPORT-REC FROM WS-RPT-CONTROL.
020140 4100-PRINT-TOTALS-EXIT.
020150     EXIT.
