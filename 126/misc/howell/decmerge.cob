000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : DECMERGE                                         *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 10/12/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : MERGES THE SOURCE STREAMS OF A SPLIT FEED BACK   *
000190*              INTO THE ONE RUN THE REST OF THE MORNING         *
000200*              EXPECTS.  SRCSPLIT CUTS THE DAY'S INPUT INTO     *
000210*              STREAMS BY BATCH SOURCE AND EACH STREAM RUNS ITS *
000220*              OWN DECIMAL STEP AT THE SAME TIME, WITH ITS OWN  *
000230*              CARD, CHECKPOINTS AND OUTPUT GENERATIONS; THIS   *
000240*              PROGRAM THEN COMBINES THEIR EXTRACT, REPORT,     *
000250*              ADVICE, SUSPENSE AND QUARANTINE FILES INTO THE   *
000260*              SINGLE GLXOUT/RPTOUT/ADVOUT/SUSPOUT/QUAROUT      *
000270*              GENERATIONS, APPENDS THE STREAMS' AUDIT LINES TO *
000280*              THE PERMANENT AUDIT FILE, LOGS ONE RUN-HISTORY   *
000290*              RECORD FOR THE RUN, AND ADVANCES THE BUSINESS    *
000300*              DATE, WHICH NO STREAM DOES ON ITS OWN.           *
000310*                                                               *
000320*              NOTHING IS MERGED UNTIL EVERY STREAM PROVES: FOR *
000330*              EACH STREAM 1 TO THE CARD'S COUNT, ITS RUN       *
000340*              HISTORY (STRHIST) MUST HOLD A NORMAL RUN OF THE  *
000350*              CONTROL'S BUSINESS DATE PAST ITS LAST CYCLE      *
000360*              THAT ENDED RC=4 OR LESS -- THE LATEST SUCH RUN   *
000370*              COUNTS, SO A STREAM RERUN REPLACES ITS FAILED    *
000380*              ATTEMPT, AND NONE BEFORE A BACKED OUT MARKER     *
000390*              DECBACK LEFT ON THE STREAM'S HISTORY COUNTS AT   *
000400*              ALL -- AND ALL THE STREAMS MUST CARRY THE SAME   *
000410*              JOB ID AND CYCLE.  A STREAM THAT FAILED IS       *
000420*              NAMED, AND ONLY IT IS RERUN BEFORE THIS PROGRAM  *
000430*              IS RUN AGAIN.                                    *
000440*                                                               *
000450*              THE EXTRACT GETS ONE HD, EVERY STREAM'S DETAILS  *
000460*              AND ONE TL WHOSE COUNT AND HASH ARE PROVED       *
000470*              BATCH BY BATCH AGAINST THE STREAMS' OWN TL       *
000480*              TRAILERS.  THE REPORT GETS ONE SET OF HEADINGS,  *
000490*              EVERY STREAM'S DETAIL LINES, AND TRAILERS AND A  *
000500*              RECONCILIATION BY SOURCE RECOMPUTED FOR THE RUN  *
000510*              AS A WHOLE.  THE ADVICE GETS ONE HD/RJ.../TL     *
000520*              BATCH PER SOURCE IN REGISTRY ORDER, ITS TL       *
000530*              SUMMED OVER THE STREAMS -- A SOURCE CAN APPEAR   *
000540*              IN MORE THAN ONE STREAM WHEN ITS RECYCLED OR     *
000550*              APPROVED DETAILS RODE ANOTHER STREAM'S BATCH.    *
000560*                                                               *
000570*              CONTROL CARD (MRGPARM):                          *
000580*                COL  1     NUMBER OF STREAMS, 1-4              *
000590*                                                               *
000600*              RETURN CODES: 0 = MERGED, EVERY STREAM RC=0      *
000610*                            4 = MERGED, A STREAM ENDED RC=4    *
000620*                                (DUPLICATE, QUARANTINED OR     *
000630*                                HELD ITEMS -- SEE ITS SYSOUT)  *
000640*                            8 = A STREAM HAS NOT RUN CLEAN,    *
000650*                                THE STREAMS DISAGREE, OR THEIR *
000660*                                OUTPUTS DO NOT PROVE -- THE    *
000670*                                MERGED FILES ARE NOT TO BE     *
000680*                                USED AND THE BUSINESS DATE IS  *
000690*                                NOT ADVANCED                   *
000700*                                                               *
000710*---------------------------------------------------------------*
000720* MODIFICATION HISTORY                                          *
000730*---------------------------------------------------------------*
000740* DATE       INIT DESCRIPTION                                   *
000750*---------------------------------------------------------------*
000760* 10/12/2026 RH   ORIGINAL PROGRAM.                             *
000770* 10/15/2026 RH   A BACKED OUT MARKER ON A STREAM'S HISTORY     *
000780*                 SETS ASIDE THE STREAM'S EARLIER RUNS OF THE   *
000790*                 DATE, SO A BACKED-OUT CLOSE OF DAY IS NEVER   *
000800*                 MERGED AGAIN.  AT MOST FOUR STREAMS, AS       *
000810*                 SRCSPLIT CUTS.  THE STREAM HISTORY AND        *
000820*                 TRAILER LAYOUTS ARE COPIED FROM RUNHSTC,      *
000830*                 GLEXTRC AND ADVICRC.                          *
000840*****************************************************************
000850 IDENTIFICATION DIVISION.
000860 PROGRAM-ID. DECMERGE.
000870 AUTHOR. R. HOWELL.
000880 INSTALLATION. LINUX GAZETTE DATA CENTER.
000890 DATE-WRITTEN. 10/12/2026.
000900 DATE-COMPILED.
000910 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT PARM-FILE ASSIGN TO MRGPARM
000950         ORGANIZATION IS SEQUENTIAL.
000960     SELECT BUS-CTL-FILE ASSIGN TO BUSDCTL
000970         ORGANIZATION IS SEQUENTIAL.
000980     SELECT CALENDAR-FILE ASSIGN TO CALIN
000990         ORGANIZATION IS SEQUENTIAL.
001000     SELECT SRC-REF-FILE ASSIGN TO SRCREF
001010         ORGANIZATION IS SEQUENTIAL.
001020     SELECT STREAM-HIST-FILE ASSIGN TO STRHIST
001030         ORGANIZATION IS SEQUENTIAL.
001040     SELECT GL-IN-FILE ASSIGN TO GLXIN
001050         ORGANIZATION IS SEQUENTIAL.
001060     SELECT GL-EXTRACT-FILE ASSIGN TO GLXOUT
001070         ORGANIZATION IS SEQUENTIAL.
001080     SELECT ADVICE-IN-FILE ASSIGN TO ADVIN
001090         ORGANIZATION IS SEQUENTIAL.
001100     SELECT ADVICE-FILE ASSIGN TO ADVOUT
001110         ORGANIZATION IS SEQUENTIAL.
001120     SELECT SORT-FILE ASSIGN TO SORTWK01.
001130     SELECT REPORT-IN-FILE ASSIGN TO RPTIN
001140         ORGANIZATION IS SEQUENTIAL.
001150     SELECT REPORT-FILE ASSIGN TO RPTOUT
001160         ORGANIZATION IS SEQUENTIAL.
001170     SELECT SUSP-IN-FILE ASSIGN TO SUSPIN
001180         ORGANIZATION IS SEQUENTIAL.
001190     SELECT SUSPENSE-FILE ASSIGN TO SUSPOUT
001200         ORGANIZATION IS SEQUENTIAL.
001210     SELECT QUAR-IN-FILE ASSIGN TO QUARIN
001220         ORGANIZATION IS SEQUENTIAL.
001230     SELECT QUARANTINE-FILE ASSIGN TO QUAROUT
001240         ORGANIZATION IS SEQUENTIAL.
001250     SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
001260         ORGANIZATION IS SEQUENTIAL.
001270     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
001280         ORGANIZATION IS SEQUENTIAL.
001290     SELECT RUN-HIST-FILE ASSIGN TO RUNHIST
001300         ORGANIZATION IS SEQUENTIAL.
001310 DATA DIVISION.
001320 FILE SECTION.
001330*---------------------------------------------------------------*
001340* PARM-FILE CARRIES THE NUMBER OF STREAMS THE FEED WAS SPLIT    *
001350* INTO.                                                         *
001360*---------------------------------------------------------------*
001370 FD  PARM-FILE
001380     RECORDING MODE IS F.
001390 01  PARM-REC.
001400     05  MRG-STREAM-COUNT        PIC X(01).
001410     05  MRG-STREAM-COUNT-N REDEFINES MRG-STREAM-COUNT
001420                                 PIC 9(01).
001430     05  FILLER                  PIC X(79).
001440*---------------------------------------------------------------*
001450* BUS-CTL-FILE IS THE CURRENT-BUSINESS-DATE CONTROL (BUSDCTL).  *
001460* OPENED I-O: THE MERGE ADVANCES IT, AS A SINGLE RUN OF DECIMAL *
001470* DOES.                                                         *
001480*---------------------------------------------------------------*
001490 FD  BUS-CTL-FILE
001500     RECORDING MODE IS F.
001510     COPY BUSDCTL.
001520*---------------------------------------------------------------*
001530* CALENDAR-FILE IS THE PROCESSING CALENDAR (CALNDRC), SCANNED   *
001540* FOR THE NEXT BUSINESS DAY WHEN THE DATE IS ADVANCED.          *
001550*---------------------------------------------------------------*
001560 FD  CALENDAR-FILE
001570     RECORDING MODE IS F.
001580     COPY CALNDRC.
001590*---------------------------------------------------------------*
001600* SRC-REF-FILE IS THE SOURCE-SYSTEM REGISTRY, FOR THE ORDER AND *
001610* VOLUME RULES OF THE RECONCILIATION BY SOURCE.                 *
001620*---------------------------------------------------------------*
001630 FD  SRC-REF-FILE
001640     RECORDING MODE IS F.
001650     COPY SRCREFC.
001660*---------------------------------------------------------------*
001670* STREAM-HIST-FILE IS THE STREAMS' RUN HISTORIES, CONCATENATED. *
001680* READ INTO WS-SH-REC.                                          *
001690*---------------------------------------------------------------*
001700 FD  STREAM-HIST-FILE
001710     RECORDING MODE IS F.
001720 01  STREAM-HIST-REC             PIC X(160).
001730*---------------------------------------------------------------*
001740* GL-IN-FILE IS THE STREAMS' EXTRACT GENERATIONS, CONCATENATED; *
001750* GL-EXTRACT-FILE THE MERGED GENERATION.                        *
001760*---------------------------------------------------------------*
001770 FD  GL-IN-FILE
001780     RECORDING MODE IS F.
001790     COPY GLEXTRC.
001800 FD  GL-EXTRACT-FILE
001810     RECORDING MODE IS F.
001820 01  GL-OUT-REC                  PIC X(80).
001830*---------------------------------------------------------------*
001840* ADVICE-IN-FILE IS THE STREAMS' ADVICE GENERATIONS,            *
001850* CONCATENATED; ADVICE-FILE THE MERGED GENERATION.              *
001860*---------------------------------------------------------------*
001870 FD  ADVICE-IN-FILE
001880     RECORDING MODE IS F.
001890     COPY ADVICRC.
001900 FD  ADVICE-FILE
001910     RECORDING MODE IS F.
001920 01  ADV-OUT-REC                 PIC X(80).
001930*---------------------------------------------------------------*
001940* SORT-FILE CARRIES THE ADVICE HD/RJ/QB LINES, SORTED BY THE    *
001950* SOURCE'S PLACE IN THE REGISTRY, THEN LINE KIND, THEN THE      *
001960* ORDER READ, SO EACH SOURCE'S LINES FROM EVERY STREAM COME     *
001970* TOGETHER UNDER ONE HEADER.                                    *
001980*---------------------------------------------------------------*
001990 SD  SORT-FILE.
002000 01  SORT-REC.
002010     05  S-SRC-SUB               PIC 9(04).
002020     05  S-KIND                  PIC 9(01).
002030     05  S-SEQ                   PIC 9(09).
002040     05  S-ADVICE                PIC X(80).
002050*---------------------------------------------------------------*
002060* REPORT-IN-FILE IS THE STREAMS' REPORT GENERATIONS,            *
002070* CONCATENATED; REPORT-FILE THE MERGED GENERATION.              *
002080*---------------------------------------------------------------*
002090 FD  REPORT-IN-FILE
002100     RECORDING MODE IS F.
002110 01  REPORT-IN-REC               PIC X(126).
002120 FD  REPORT-FILE
002130     RECORDING MODE IS F.
002140 01  REPORT-REC                  PIC X(126).
002150*---------------------------------------------------------------*
002160* THE SUSPENSE AND QUARANTINE GENERATIONS CARRY NO HEADER OR    *
002170* TRAILER AND ARE SIMPLY COPIED, STREAM AFTER STREAM.           *
002180*---------------------------------------------------------------*
002190 FD  SUSP-IN-FILE
002200     RECORDING MODE IS F.
002210 01  SUSP-IN-REC                 PIC X(80).
002220 FD  SUSPENSE-FILE
002230     RECORDING MODE IS F.
002240 01  SUSP-OUT-REC                PIC X(80).
002250 FD  QUAR-IN-FILE
002260     RECORDING MODE IS F.
002270 01  QUAR-IN-REC                 PIC X(80).
002280 FD  QUARANTINE-FILE
002290     RECORDING MODE IS F.
002300 01  QUAR-OUT-REC                PIC X(80).
002310*---------------------------------------------------------------*
002320* AUDIT-IN-FILE IS THE STREAMS' AUDIT FILES FOR THE DAY,        *
002330* APPENDED WHOLE TO THE PERMANENT AUDIT FILE.                   *
002340*---------------------------------------------------------------*
002350 FD  AUDIT-IN-FILE
002360     RECORDING MODE IS F.
002370 01  AUDIT-IN-REC                PIC X(92).
002380 FD  AUDIT-FILE
002390     RECORDING MODE IS F.
002400 01  AUDIT-OUT-REC               PIC X(92).
002410*---------------------------------------------------------------*
002420* RUN-HIST-FILE IS THE PERMANENT RUN HISTORY; THE MERGE APPENDS *
002430* THE ONE RECORD FOR THE RUN AS A WHOLE.                        *
002440*---------------------------------------------------------------*
002450 FD  RUN-HIST-FILE
002460     RECORDING MODE IS F.
002470     COPY RUNHSTC.
002480 WORKING-STORAGE SECTION.
002490*---------------------------------------------------------------*
002500* SWITCHES                                                      *
002510*---------------------------------------------------------------*
002520 01  WS-SWITCHES.
002530     05  WS-PARM-EOF-SW          PIC X(01)       VALUE 'N'.
002540         88  WS-PARM-EOF                         VALUE 'Y'.
002550     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
002560         88  WS-CAL-EOF                          VALUE 'Y'.
002570     05  WS-SREF-EOF-SW          PIC X(01)       VALUE 'N'.
002580         88  WS-SREF-EOF                         VALUE 'Y'.
002590     05  WS-HIST-EOF-SW          PIC X(01)       VALUE 'N'.
002600         88  WS-HIST-EOF                         VALUE 'Y'.
002610     05  WS-GLI-EOF-SW           PIC X(01)       VALUE 'N'.
002620         88  WS-GLI-EOF                          VALUE 'Y'.
002630     05  WS-ADVI-EOF-SW          PIC X(01)       VALUE 'N'.
002640         88  WS-ADVI-EOF                         VALUE 'Y'.
002650     05  WS-SORT-EOF-SW          PIC X(01)       VALUE 'N'.
002660         88  WS-SORT-EOF                         VALUE 'Y'.
002670     05  WS-RPTI-EOF-SW          PIC X(01)       VALUE 'N'.
002680         88  WS-RPTI-EOF                         VALUE 'Y'.
002690     05  WS-COPY-EOF-SW          PIC X(01)       VALUE 'N'.
002700         88  WS-COPY-EOF                         VALUE 'Y'.
002710     05  WS-STOP-SW              PIC X(01)       VALUE 'N'.
002720         88  WS-STOPPED                          VALUE 'Y'.
002730     05  WS-BREAK-SW             PIC X(01)       VALUE 'N'.
002740         88  WS-BREAK-FOUND                      VALUE 'Y'.
002750     05  WS-CTL-OPEN-SW          PIC X(01)       VALUE 'N'.
002760         88  WS-CTL-OPEN                         VALUE 'Y'.
002770     05  WS-GL-BATCH-OPEN-SW     PIC X(01)       VALUE 'N'.
002780         88  WS-GL-BATCH-OPEN                    VALUE 'Y'.
002790     05  WS-SRC-FOUND-SW         PIC X(01)       VALUE 'N'.
002800         88  WS-SRC-FOUND                        VALUE 'Y'.
002810     05  WS-ADV-OPEN-SW          PIC X(01)       VALUE 'N'.
002820         88  WS-ADV-OPEN                         VALUE 'Y'.
002830*---------------------------------------------------------------*
002840* THE RUN BEING MERGED: THE BUSINESS DATE AND LAST CYCLE FROM   *
002850* THE CONTROL, AND THE JOB ID AND CYCLE THE STREAMS RAN AS.     *
002860*---------------------------------------------------------------*
002870 01  WS-BUS-DATE                 PIC 9(08)        VALUE ZERO.
002880 01  WS-LAST-CYCLE               PIC 9(02)        VALUE ZERO.
002890 01  WS-NEXT-BUS-DATE            PIC 9(08)        VALUE ZERO.
002900 01  WS-JOB-ID                   PIC X(08)        VALUE SPACES.
002910 01  WS-CYCLE-NO                 PIC 9(02)        VALUE ZERO.
002920 01  WS-CYCLE-KIND               PIC X(01)        VALUE SPACE.
002930     88  WS-INTRADAY-CYCLE                       VALUE 'I'.
002940*---------------------------------------------------------------*
002950* ONE STREAM RUN-HISTORY RECORD, THE RUNHSTC LAYOUT UNDER THE   *
002960* SH- PREFIX (THE RH- NAMES BELONG TO THE OUTPUT RUN HISTORY).  *
002970*---------------------------------------------------------------*
002980     COPY RUNHSTC REPLACING
002990         ==RUN-HIST-REC== BY ==WS-SH-REC==
003000         LEADING ==RH-== BY ==SH-==.
003010*---------------------------------------------------------------*
003020* THE STREAMS, AT MOST WS-STREAM-MAX (SRCSPLIT'S LIMIT).  EACH  *
003030* ENTRY HOLDS THE LATEST QUALIFYING RUN-HISTORY RECORD FOUND    *
003040* FOR THAT STREAM.                                              *
003050*---------------------------------------------------------------*
003060 01  WS-STREAM-MAX               PIC 9(01)        VALUE 4.
003070 01  WS-STREAM-COUNT             PIC 9(01)        VALUE ZERO.
003080 01  WS-STRM-SUB                 PIC S9(04) COMP  VALUE ZERO.
003090 01  WS-STRM-TABLE.
003100     05  WS-STRM-ENTRY           OCCURS 4 TIMES.
003110         10  WS-STRM-FOUND-SW    PIC X(01).
003120         10  WS-STRM-IMAGE       PIC X(160).
003130*---------------------------------------------------------------*
003140* THE RUN'S CONTROL TOTALS, SUMMED OVER THE STREAMS, AND THE    *
003150* WORST STREAM RETURN CODE.                                     *
003160*---------------------------------------------------------------*
003170 01  WS-MRG-TOTALS.
003180     05  WS-MRG-READ             PIC S9(08) COMP  VALUE ZERO.
003190     05  WS-MRG-COMPUTED         PIC S9(08) COMP  VALUE ZERO.
003200     05  WS-MRG-REJECTED         PIC S9(08) COMP  VALUE ZERO.
003210     05  WS-MRG-REVERSED         PIC S9(08) COMP  VALUE ZERO.
003220     05  WS-MRG-DUP-REFUSED      PIC S9(08) COMP  VALUE ZERO.
003230     05  WS-MRG-QUARANTINED      PIC S9(08) COMP  VALUE ZERO.
003240     05  WS-MRG-QUAR-BATCHES     PIC S9(04) COMP  VALUE ZERO.
003250     05  WS-MRG-SHARE-LINES      PIC S9(08) COMP  VALUE ZERO.
003260     05  WS-MRG-REV-SHARE-LINES  PIC S9(08) COMP  VALUE ZERO.
003270     05  WS-MRG-HELD             PIC S9(08) COMP  VALUE ZERO.
003280     05  WS-MRG-J-TOTAL          PIC S9(14)V9(04) COMP-3
003290                                                  VALUE ZERO.
003300     05  WS-MRG-RC               PIC 9(02)        VALUE ZERO.
003310*---------------------------------------------------------------*
003320* EXTRACT MERGE CONTROLS -- THE BATCH BEING PROVED AND THE      *
003330* MERGED TRAILER FIGURES.                                       *
003340*---------------------------------------------------------------*
003350 01  WS-GL-CONTROLS.
003360     05  WS-GL-BATCHES           PIC S9(04) COMP  VALUE ZERO.
003370     05  WS-GL-BATCH-COUNT       PIC S9(09) COMP  VALUE ZERO.
003380     05  WS-GL-BATCH-HASH        PIC S9(15)V9(04) COMP-3
003390                                                  VALUE ZERO.
003400     05  WS-GL-DETAIL-COUNT      PIC S9(09) COMP  VALUE ZERO.
003410     05  WS-GL-AMOUNT-HASH       PIC S9(15)V9(04) COMP-3
003420                                                  VALUE ZERO.
003430*---------------------------------------------------------------*
003440* THE MERGED EXTRACT TL TRAILER, THE GLEXTRC LAYOUT UNDER THE   *
003450* GLO- PREFIX (THE GL- NAMES BELONG TO THE INPUT EXTRACT).      *
003460*---------------------------------------------------------------*
003470     COPY GLEXTRC REPLACING
003480         ==GL-EXTRACT-REC== BY ==WS-GLO-TRAILER==
003490         LEADING ==GL-== BY ==GLO-==.
003500*---------------------------------------------------------------*
003510* THE MERGED ADVICE TL TRAILER, THE ADVICRC LAYOUT UNDER THE    *
003520* AVO- PREFIX (THE AV- NAMES BELONG TO THE INPUT ADVICE).       *
003530*---------------------------------------------------------------*
003540     COPY ADVICRC REPLACING
003550         ==ADVICE-REC== BY ==WS-AVO-TRAILER==
003560         LEADING ==AV-== BY ==AVO-==.
003570*---------------------------------------------------------------*
003580* PER-SOURCE TOTALS, SUMMED FROM THE STREAMS' ADVICE TRAILERS.  *
003590* ONE ENTRY PER SOURCE ON THE SRCREF REGISTRY, IN REGISTRY      *
003600* ORDER, PLUS ONE FOR ANY UNREGISTERED CODE A STREAM ADVISED,   *
003610* AS DECIMAL KEEPS THEM.  A SOURCE IS SEEN WHEN ANY STREAM CUT  *
003620* IT AN ADVICE HEADER.                                          *
003630*---------------------------------------------------------------*
003640 01  WS-SRC-LIMIT                PIC S9(04) COMP  VALUE 100.
003650 01  WS-SRC-COUNT                PIC S9(04) COMP  VALUE ZERO.
003660 01  WS-SRC-SUB                  PIC S9(04) COMP  VALUE ZERO.
003670 01  WS-SRC-LOOKUP-CD            PIC X(03)        VALUE SPACES.
003680 01  WS-SRC-TABLE.
003690     05  WS-SRC-ENTRY            OCCURS 100 TIMES.
003700         10  WS-SRC-CODE         PIC X(03).
003710         10  WS-SRC-READ         PIC S9(08) COMP.
003720         10  WS-SRC-COMPUTED     PIC S9(08) COMP.
003730         10  WS-SRC-REJECTED     PIC S9(08) COMP.
003740         10  WS-SRC-REVERSED     PIC S9(08) COMP.
003750         10  WS-SRC-HELD         PIC S9(08) COMP.
003760         10  WS-SRC-J-TOTAL      PIC S9(14)V9(04) COMP-3.
003770         10  WS-SRC-TYPE         PIC X(01).
003780         10  WS-SRC-STATUS       PIC X(01).
003790         10  WS-SRC-VOL-LOW      PIC 9(08).
003800         10  WS-SRC-VOL-HIGH     PIC 9(08).
003810         10  WS-SRC-SEEN-SW      PIC X(01).
003820         10  WS-SRC-HD-SW        PIC X(01).
003830*---------------------------------------------------------------*
003840* ADVICE MERGE CONTROLS                                         *
003850*---------------------------------------------------------------*
003860 01  WS-ADV-SEQ                  PIC 9(09)        VALUE ZERO.
003870 01  WS-ADV-CUR-SUB              PIC 9(04)        VALUE ZERO.
003880 01  WS-ADV-HEADERS              PIC S9(04) COMP  VALUE ZERO.
003890*---------------------------------------------------------------*
003900* ONE STREAM REPORT LINE, WITH THE LEADING TEXT EACH KIND OF    *
003910* LINE DECIMAL WRITES IS KNOWN BY.                              *
003920*---------------------------------------------------------------*
003930 01  WS-RPI-LINE.
003940     05  RPI-LEAD-24.
003950         10  RPI-LEAD-17.
003960             15  RPI-LEAD-7.
003970                 20  RPI-LEAD-5  PIC X(05).
003980                 20  FILLER      PIC X(02).
003990             15  FILLER          PIC X(10).
004000         10  FILLER              PIC X(07).
004010     05  FILLER                  PIC X(102).
004020*---------------------------------------------------------------*
004030* CONTROL TOTALS                                                *
004040*---------------------------------------------------------------*
004050 01  WS-COUNTERS.
004060     05  WS-HIST-READ            PIC S9(08) COMP  VALUE ZERO.
004070     05  WS-RPT-HEADINGS         PIC S9(04) COMP  VALUE ZERO.
004080     05  WS-RPT-DETAILS          PIC S9(08) COMP  VALUE ZERO.
004090     05  WS-ADV-LINES            PIC S9(08) COMP  VALUE ZERO.
004100     05  WS-SUSP-COPIED          PIC S9(08) COMP  VALUE ZERO.
004110     05  WS-QUAR-COPIED          PIC S9(08) COMP  VALUE ZERO.
004120     05  WS-AUDIT-COPIED         PIC S9(08) COMP  VALUE ZERO.
004130*---------------------------------------------------------------*
004140* REPORT WORK AREAS -- THE TRAILER AND RECONCILIATION LINES     *
004150* EXACTLY AS DECIMAL LAYS THEM OUT, SO THE MERGED REPORT READS  *
004160* AS ONE RUN'S.                                                 *
004170*---------------------------------------------------------------*
004180 01  WS-RPT-TRAILER.
004190     05  FILLER                  PIC X(018)
004200             VALUE "RECORDS READ     ".
004210     05  TRL-RECORDS-READ        PIC ZZZZZZZ9.
004220     05  FILLER                  PIC X(003)      VALUE SPACES.
004230     05  FILLER                  PIC X(018)
004240             VALUE "RECORDS COMPUTED ".
004250     05  TRL-RECORDS-COMPUTED    PIC ZZZZZZZ9.
004260     05  FILLER                  PIC X(003)      VALUE SPACES.
004270     05  FILLER                  PIC X(018)
004280             VALUE "RECORDS REJECTED ".
004290     05  TRL-RECORDS-REJECTED    PIC ZZZZZZZ9.
004300     05  FILLER                  PIC X(003)      VALUE SPACES.
004310     05  FILLER                  PIC X(012)
004320             VALUE "J TOTAL     ".
004330     05  TRL-J-TOTAL             PIC -------------9.9999.
004340     05  FILLER                  PIC X(008)      VALUE SPACES.
004350 01  WS-RPT-TRAILER-2.
004360     05  FILLER                  PIC X(018)
004370             VALUE "RECORDS REVERSED ".
004380     05  TRL-RECORDS-REVERSED    PIC ZZZZZZZ9.
004390     05  FILLER                  PIC X(003)      VALUE SPACES.
004400     05  FILLER                  PIC X(018)
004410             VALUE "DUP-REFUSED      ".
004420     05  TRL-RECORDS-DUP-REFUSED PIC ZZZZZZZ9.
004430     05  FILLER                  PIC X(003)      VALUE SPACES.
004440     05  FILLER                  PIC X(018)
004450             VALUE "QUARANTINED      ".
004460     05  TRL-RECORDS-QUARANTINED PIC ZZZZZZZ9.
004470     05  FILLER                  PIC X(003)      VALUE SPACES.
004480     05  FILLER                  PIC X(018)
004490             VALUE "HELD FOR REVIEW  ".
004500     05  TRL-RECORDS-HELD        PIC ZZZZZZZ9.
004510     05  FILLER                  PIC X(013)      VALUE SPACES.
004520 01  WS-SRC-RECON-HEADING.
004530     05  FILLER                  PIC X(030)
004540             VALUE "RECONCILIATION BY SOURCE".
004550     05  FILLER                  PIC X(096)      VALUE SPACES.
004560 01  WS-SRC-RECON-LINE.
004570     05  FILLER                  PIC X(007)      VALUE "SOURCE ".
004580     05  SRC-CODE                PIC X(03).
004590     05  FILLER                  PIC X(007)      VALUE "  READ ".
004600     05  SRC-READ                PIC ZZZZZZZ9.
004610     05  FILLER                  PIC X(011)
004620             VALUE "  COMPUTED ".
004630     05  SRC-COMPUTED            PIC ZZZZZZZ9.
004640     05  FILLER                  PIC X(011)
004650             VALUE "  REJECTED ".
004660     05  SRC-REJECTED            PIC ZZZZZZZ9.
004670     05  FILLER                  PIC X(011)
004680             VALUE "  REVERSED ".
004690     05  SRC-REVERSED            PIC ZZZZZZZ9.
004700     05  FILLER                  PIC X(013)
004710             VALUE "  J SUBTOTAL ".
004720     05  SRC-J-TOTAL             PIC -------------9.9999.
004730     05  FILLER                  PIC X(002)      VALUE SPACES.
004740     05  SRC-VOL-FLAG            PIC X(010).
004750 PROCEDURE DIVISION.
004760*****************************************************************
004770* 0000-MAINLINE                                                 *
004780*****************************************************************
004790 0000-MAINLINE.
004800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004810     IF NOT WS-STOPPED
004820         PERFORM 1500-PROVE-STREAMS THRU 1500-PROVE-STREAMS-EXIT
004830     END-IF.
004840     IF NOT WS-STOPPED
004850         PERFORM 2000-MERGE-EXTRACT THRU 2000-MERGE-EXTRACT-EXIT
004860         PERFORM 3000-MERGE-ADVICE THRU 3000-MERGE-ADVICE-EXIT
004870         PERFORM 4000-MERGE-REPORT THRU 4000-MERGE-REPORT-EXIT
004880         PERFORM 5000-COPY-SUSPENSE THRU 5000-COPY-SUSPENSE-EXIT
004890         PERFORM 5100-COPY-QUARANTINE
004900                 THRU 5100-COPY-QUARANTINE-EXIT
004910     END-IF.
004920     IF NOT WS-STOPPED AND NOT WS-BREAK-FOUND
004930         PERFORM 6000-APPEND-AUDIT THRU 6000-APPEND-AUDIT-EXIT
004940         PERFORM 6100-WRITE-RUN-HISTORY
004950                 THRU 6100-WRITE-RUN-HISTORY-EXIT
004960         PERFORM 6200-ADVANCE-BUS-DATE
004970                 THRU 6200-ADVANCE-BUS-DATE-EXIT
004980     END-IF.
004990     PERFORM 7000-WRAP-UP THRU 7000-WRAP-UP-EXIT.
005000     STOP RUN.
005010*****************************************************************
005020* 1000-INITIALIZE -- READS THE STREAM COUNT, THE BUSINESS-DATE  *
005030* CONTROL AND THE SOURCE REGISTRY.  NO CARD, A COUNT OUTSIDE    *
005040* 1-4, OR NO USABLE CONTROL STOPS THE RUN RC=8.                 *
005050*****************************************************************
005060 1000-INITIALIZE.
005070     OPEN INPUT PARM-FILE.
005080     READ PARM-FILE
005090         AT END
005100             MOVE 'Y' TO WS-PARM-EOF-SW
005110     END-READ.
005120     CLOSE PARM-FILE.
005130     IF WS-PARM-EOF
005140        OR MRG-STREAM-COUNT NOT NUMERIC
005150        OR MRG-STREAM-COUNT-N = ZERO
005160        OR MRG-STREAM-COUNT-N > WS-STREAM-MAX
005170         DISPLAY "DECMERGE  - NO STREAM COUNT (1-4) ON THE "
005180                 "MRGPARM CARD"
005190         MOVE 'Y' TO WS-STOP-SW
005200         GO TO 1000-INITIALIZE-EXIT
005210     END-IF.
005220     MOVE MRG-STREAM-COUNT-N TO WS-STREAM-COUNT.
005230     DISPLAY "DECMERGE  - MERGING " WS-STREAM-COUNT " STREAMS".
005240     PERFORM 1100-READ-BUS-CTL THRU 1100-READ-BUS-CTL-EXIT.
005250     IF WS-STOPPED
005260         GO TO 1000-INITIALIZE-EXIT
005270     END-IF.
005280     PERFORM 1200-LOAD-SOURCE-TABLE
005290             THRU 1200-LOAD-SOURCE-TABLE-EXIT.
005300 1000-INITIALIZE-EXIT.
005310     EXIT.
005320*****************************************************************
005330* 1100-READ-BUS-CTL -- READS THE CONTROL RECORD, WHICH STAYS    *
005340* OPEN I-O FOR THE ADVANCE AT THE END.  THE STREAMS RAN THE     *
005350* CONTROL'S CURRENT BUSINESS DATE, AS THE NEXT CYCLE PAST THE   *
005360* LAST ONE IT RECORDS.                                          *
005370*****************************************************************
005380 1100-READ-BUS-CTL.
005390     OPEN I-O BUS-CTL-FILE.
005400     MOVE 'Y' TO WS-CTL-OPEN-SW.
005410     READ BUS-CTL-FILE
005420         AT END
005430             DISPLAY "DECMERGE  - NO BUSINESS-DATE CONTROL "
005440                     "RECORD"
005450             MOVE 'Y' TO WS-STOP-SW
005460             GO TO 1100-READ-BUS-CTL-EXIT
005470     END-READ.
005480     IF CTL-BUS-DATE NOT NUMERIC OR CTL-BUS-DATE = ZERO
005490         DISPLAY "DECMERGE  - CONTROL BUSINESS DATE IS NOT "
005500                 "NUMERIC"
005510         MOVE 'Y' TO WS-STOP-SW
005520         GO TO 1100-READ-BUS-CTL-EXIT
005530     END-IF.
005540     MOVE CTL-BUS-DATE TO WS-BUS-DATE.
005550     IF CTL-LAST-CYCLE IS NUMERIC
005560         MOVE CTL-LAST-CYCLE TO WS-LAST-CYCLE
005570     ELSE
005580         MOVE ZERO TO WS-LAST-CYCLE
005590     END-IF.
005600     DISPLAY "DECMERGE  - BUSINESS DATE " WS-BUS-DATE
005610             ", LAST CYCLE COMPLETED " WS-LAST-CYCLE.
005620 1100-READ-BUS-CTL-EXIT.
005630     EXIT.
005640*****************************************************************
005650* 1200-LOAD-SOURCE-TABLE -- LOADS THE REGISTRY, IN ITS OWN      *
005660* ORDER, WITH EVERY TOTAL ZEROED.                               *
005670*****************************************************************
005680 1200-LOAD-SOURCE-TABLE.
005690     OPEN INPUT SRC-REF-FILE.
005700     PERFORM 1210-READ-SOURCE-REF THRU 1210-READ-SOURCE-REF-EXIT.
005710     PERFORM 1220-LOAD-ONE-SOURCE THRU 1220-LOAD-ONE-SOURCE-EXIT
005720             UNTIL WS-SREF-EOF.
005730     CLOSE SRC-REF-FILE.
005740 1200-LOAD-SOURCE-TABLE-EXIT.
005750     EXIT.
005760*****************************************************************
005770* 1210-READ-SOURCE-REF -- READS ONE SRCREF RECORD, SETTING THE  *
005780* EOF SWITCH AT END.                                            *
005790*****************************************************************
005800 1210-READ-SOURCE-REF.
005810     READ SRC-REF-FILE
005820         AT END
005830             MOVE 'Y' TO WS-SREF-EOF-SW
005840     END-READ.
005850 1210-READ-SOURCE-REF-EXIT.
005860     EXIT.
005870*****************************************************************
005880* 1220-LOAD-ONE-SOURCE -- TAKES ONE SRCREF RECORD INTO THE      *
005890* TABLE.  UNREADABLE RECORDS AND RECORDS PAST THE LIMIT ARE     *
005900* SKIPPED AS DECIMAL SKIPS THEM.                                *
005910*****************************************************************
005920 1220-LOAD-ONE-SOURCE.
005930     IF SREF-SOURCE-CD = SPACES
005940        OR SREF-VOL-LOW NOT NUMERIC
005950        OR SREF-VOL-HIGH NOT NUMERIC
005960        OR WS-SRC-COUNT >= WS-SRC-LIMIT
005970         GO TO 1220-LOAD-ONE-SOURCE-READ
005980     END-IF.
005990     MOVE SREF-SOURCE-CD TO WS-SRC-LOOKUP-CD.
006000     PERFORM 1230-ADD-SOURCE THRU 1230-ADD-SOURCE-EXIT.
006010     MOVE SREF-SOURCE-TYPE TO WS-SRC-TYPE (WS-SRC-COUNT).
006020     MOVE SREF-STATUS      TO WS-SRC-STATUS (WS-SRC-COUNT).
006030     MOVE SREF-VOL-LOW     TO WS-SRC-VOL-LOW (WS-SRC-COUNT).
006040     MOVE SREF-VOL-HIGH    TO WS-SRC-VOL-HIGH (WS-SRC-COUNT).
006050 1220-LOAD-ONE-SOURCE-READ.
006060     PERFORM 1210-READ-SOURCE-REF THRU 1210-READ-SOURCE-REF-EXIT.
006070 1220-LOAD-ONE-SOURCE-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 1230-ADD-SOURCE -- ADDS WS-SRC-LOOKUP-CD AS A NEW TABLE       *
006110* ENTRY WITH ITS TOTALS ZEROED AND NO REGISTRY RULES.           *
006120*****************************************************************
006130 1230-ADD-SOURCE.
006140     ADD 1 TO WS-SRC-COUNT.
006150     MOVE WS-SRC-LOOKUP-CD TO WS-SRC-CODE (WS-SRC-COUNT).
006160     MOVE ZERO             TO WS-SRC-READ (WS-SRC-COUNT).
006170     MOVE ZERO             TO WS-SRC-COMPUTED (WS-SRC-COUNT).
006180     MOVE ZERO             TO WS-SRC-REJECTED (WS-SRC-COUNT).
006190     MOVE ZERO             TO WS-SRC-REVERSED (WS-SRC-COUNT).
006200     MOVE ZERO             TO WS-SRC-HELD (WS-SRC-COUNT).
006210     MOVE ZERO             TO WS-SRC-J-TOTAL (WS-SRC-COUNT).
006220     MOVE SPACE            TO WS-SRC-TYPE (WS-SRC-COUNT).
006230     MOVE SPACE            TO WS-SRC-STATUS (WS-SRC-COUNT).
006240     MOVE ZERO             TO WS-SRC-VOL-LOW (WS-SRC-COUNT).
006250     MOVE ZERO             TO WS-SRC-VOL-HIGH (WS-SRC-COUNT).
006260     MOVE 'N'              TO WS-SRC-SEEN-SW (WS-SRC-COUNT).
006270     MOVE 'N'              TO WS-SRC-HD-SW (WS-SRC-COUNT).
006280 1230-ADD-SOURCE-EXIT.
006290     EXIT.
006300*****************************************************************
006310* 1240-FIND-SOURCE -- LOOKS WS-SRC-LOOKUP-CD UP IN THE TABLE,   *
006320* LEAVING WS-SRC-SUB ON IT WHEN FOUND.                          *
006330*****************************************************************
006340 1240-FIND-SOURCE.
006350     MOVE 'N' TO WS-SRC-FOUND-SW.
006360     PERFORM 1250-TEST-SOURCE THRU 1250-TEST-SOURCE-EXIT
006370             VARYING WS-SRC-SUB FROM 1 BY 1
006380             UNTIL WS-SRC-SUB > WS-SRC-COUNT OR WS-SRC-FOUND.
006390     IF WS-SRC-FOUND
006400         SUBTRACT 1 FROM WS-SRC-SUB
006410     END-IF.
006420 1240-FIND-SOURCE-EXIT.
006430     EXIT.
006440*****************************************************************
006450* 1250-TEST-SOURCE -- COMPARES ONE TABLE ENTRY.                 *
006460*****************************************************************
006470 1250-TEST-SOURCE.
006480     IF WS-SRC-CODE (WS-SRC-SUB) = WS-SRC-LOOKUP-CD
006490         MOVE 'Y' TO WS-SRC-FOUND-SW
006500     END-IF.
006510 1250-TEST-SOURCE-EXIT.
006520     EXIT.
006530*****************************************************************
006540* 1500-PROVE-STREAMS -- FINDS EACH STREAM'S RUN OF THE DATE IN  *
006550* THE STREAM RUN HISTORIES AND PROVES THEY ALL RAN CLEAN, AS    *
006560* ONE JOB AND CYCLE.  EVERY STREAM THAT FAILS IS NAMED BEFORE   *
006570* THE RUN STOPS, SO THE OPERATOR RERUNS THEM ALL AT ONCE.       *
006580*****************************************************************
006590 1500-PROVE-STREAMS.
006600     PERFORM 1510-CLEAR-STREAM THRU 1510-CLEAR-STREAM-EXIT
006610             VARYING WS-STRM-SUB FROM 1 BY 1
006620             UNTIL WS-STRM-SUB > WS-STREAM-MAX.
006630     OPEN INPUT STREAM-HIST-FILE.
006640     PERFORM 1520-READ-HIST THRU 1520-READ-HIST-EXIT.
006650     PERFORM 1530-TAKE-ONE-HIST THRU 1530-TAKE-ONE-HIST-EXIT
006660             UNTIL WS-HIST-EOF.
006670     CLOSE STREAM-HIST-FILE.
006680     PERFORM 1550-CHECK-ONE-STREAM THRU 1550-CHECK-ONE-STREAM-EXIT
006690             VARYING WS-STRM-SUB FROM 1 BY 1
006700             UNTIL WS-STRM-SUB > WS-STREAM-COUNT.
006710     IF WS-STOPPED
006720         DISPLAY "DECMERGE  - RERUN THE STREAMS NAMED ABOVE, "
006730                 "THEN RERUN THE MERGE"
006740         GO TO 1500-PROVE-STREAMS-EXIT
006750     END-IF.
006760     DISPLAY "DECMERGE  - ALL STREAMS PROVED, JOB ID " WS-JOB-ID
006770             " CYCLE " WS-CYCLE-NO.
006780 1500-PROVE-STREAMS-EXIT.
006790     EXIT.
006800*****************************************************************
006810* 1510-CLEAR-STREAM -- MARKS ONE STREAM NOT YET FOUND.          *
006820*****************************************************************
006830 1510-CLEAR-STREAM.
006840     MOVE 'N'    TO WS-STRM-FOUND-SW (WS-STRM-SUB).
006850     MOVE SPACES TO WS-STRM-IMAGE (WS-STRM-SUB).
006860 1510-CLEAR-STREAM-EXIT.
006870     EXIT.
006880*****************************************************************
006890* 1520-READ-HIST -- READS ONE STREAM RUN-HISTORY RECORD,        *
006900* SETTING THE EOF SWITCH AT END.                                *
006910*****************************************************************
006920 1520-READ-HIST.
006930     READ STREAM-HIST-FILE INTO WS-SH-REC
006940         AT END
006950             MOVE 'Y' TO WS-HIST-EOF-SW
006960     END-READ.
006970 1520-READ-HIST-EXIT.
006980     EXIT.
006990*****************************************************************
007000* 1530-TAKE-ONE-HIST -- KEEPS A RECORD AS ITS STREAM'S RUN WHEN *
007010* IT IS A NORMAL RUN OF THE BUSINESS DATE, PAST THE LAST CYCLE  *
007020* COMPLETED.  THE HISTORIES ARE APPENDED IN TIME ORDER, SO THE  *
007030* LAST ONE KEPT IS THE STREAM'S LATEST ATTEMPT.  A BACKED OUT   *
007040* MARKER OF THE DATE (DECBACK PUTS ONE ON EVERY STREAM'S        *
007050* HISTORY WHEN IT BACKS OUT A CLOSE OF DAY) SETS ASIDE WHATEVER *
007060* RUN THE STREAM HAD BEFORE IT, SO ONLY A RERUN AFTER THE       *
007070* BACKOUT IS MERGED.                                            *
007080*****************************************************************
007090 1530-TAKE-ONE-HIST.
007100     ADD 1 TO WS-HIST-READ.
007110     IF SH-STREAM-NO NOT NUMERIC
007120        OR SH-STREAM-NO-N = ZERO
007130        OR SH-STREAM-NO-N > WS-STREAM-COUNT
007140         GO TO 1530-TAKE-ONE-HIST-READ
007150     END-IF.
007160     IF SH-RUN-DATE NOT NUMERIC
007170        OR SH-RUN-DATE NOT = WS-BUS-DATE
007180         GO TO 1530-TAKE-ONE-HIST-READ
007190     END-IF.
007200     IF SH-BACKOUT-MARKER
007210         MOVE SH-STREAM-NO-N TO WS-STRM-SUB
007220         PERFORM 1510-CLEAR-STREAM THRU 1510-CLEAR-STREAM-EXIT
007230         DISPLAY "DECMERGE  - STREAM " SH-STREAM-NO
007240                 " BACKED OUT FOR " WS-BUS-DATE
007250                 ", ITS EARLIER RUNS SET ASIDE"
007260         GO TO 1530-TAKE-ONE-HIST-READ
007270     END-IF.
007280     IF NOT SH-NORMAL-RUN
007290        OR SH-CYCLE-NO NOT NUMERIC
007300         GO TO 1530-TAKE-ONE-HIST-READ
007310     END-IF.
007320     IF SH-CYCLE-NO-N NOT > WS-LAST-CYCLE
007330         GO TO 1530-TAKE-ONE-HIST-READ
007340     END-IF.
007350     MOVE 'Y'       TO WS-STRM-FOUND-SW (SH-STREAM-NO-N).
007360     MOVE WS-SH-REC TO WS-STRM-IMAGE (SH-STREAM-NO-N).
007370 1530-TAKE-ONE-HIST-READ.
007380     PERFORM 1520-READ-HIST THRU 1520-READ-HIST-EXIT.
007390 1530-TAKE-ONE-HIST-EXIT.
007400     EXIT.
007410*****************************************************************
007420* 1550-CHECK-ONE-STREAM -- PROVES ONE STREAM'S RUN: PRESENT,    *
007430* RC=4 OR LESS, AND THE SAME JOB ID, CYCLE AND CYCLE KIND AS    *
007440* STREAM 1.  A GOOD RUN'S FIGURES ADD INTO THE RUN TOTALS.      *
007450*****************************************************************
007460 1550-CHECK-ONE-STREAM.
007470     IF WS-STRM-FOUND-SW (WS-STRM-SUB) NOT = 'Y'
007480         DISPLAY "DECMERGE  - STREAM " WS-STRM-SUB
007490                 " HAS NO RUN OF " WS-BUS-DATE
007500                 " PAST CYCLE " WS-LAST-CYCLE
007510         MOVE 'Y' TO WS-STOP-SW
007520         GO TO 1550-CHECK-ONE-STREAM-EXIT
007530     END-IF.
007540     MOVE WS-STRM-IMAGE (WS-STRM-SUB) TO WS-SH-REC.
007550     DISPLAY "DECMERGE  - STREAM " WS-STRM-SUB " JOB ID "
007560             SH-JOB-ID " CYCLE " SH-CYCLE-NO " RC="
007570             SH-RETURN-CODE " READ " SH-RECORDS-READ.
007580     IF WS-STRM-SUB = 1
007590         MOVE SH-JOB-ID     TO WS-JOB-ID
007600         MOVE SH-CYCLE-NO-N TO WS-CYCLE-NO
007610         MOVE SH-CYCLE-KIND TO WS-CYCLE-KIND
007620     END-IF.
007630     IF SH-JOB-ID NOT = WS-JOB-ID
007640        OR SH-CYCLE-NO-N NOT = WS-CYCLE-NO
007650        OR SH-CYCLE-KIND NOT = WS-CYCLE-KIND
007660         DISPLAY "DECMERGE  - STREAM " WS-STRM-SUB
007670                 " RAN AS A DIFFERENT JOB ID OR CYCLE FROM "
007680                 "STREAM 1 -- CHECK ITS PARMIN CARD"
007690         MOVE 'Y' TO WS-STOP-SW
007700         GO TO 1550-CHECK-ONE-STREAM-EXIT
007710     END-IF.
007720     IF SH-RETURN-CODE NOT NUMERIC OR SH-RETURN-CODE > 4
007730         DISPLAY "DECMERGE  - STREAM " WS-STRM-SUB
007740                 " ENDED RC=" SH-RETURN-CODE
007750                 " -- THAT STREAM MUST BE RERUN"
007760         MOVE 'Y' TO WS-STOP-SW
007770         GO TO 1550-CHECK-ONE-STREAM-EXIT
007780     END-IF.
007790     IF SH-RETURN-CODE > WS-MRG-RC
007800         MOVE SH-RETURN-CODE TO WS-MRG-RC
007810     END-IF.
007820     ADD SH-RECORDS-READ        TO WS-MRG-READ.
007830     ADD SH-RECORDS-COMPUTED    TO WS-MRG-COMPUTED.
007840     ADD SH-RECORDS-REJECTED    TO WS-MRG-REJECTED.
007850     ADD SH-RECORDS-REVERSED    TO WS-MRG-REVERSED.
007860     ADD SH-RECORDS-DUP-REFUSED TO WS-MRG-DUP-REFUSED.
007870     ADD SH-RECORDS-QUARANTINED TO WS-MRG-QUARANTINED.
007880     ADD SH-BATCHES-QUARANTINED TO WS-MRG-QUAR-BATCHES.
007890     ADD SH-SHARE-LINES         TO WS-MRG-SHARE-LINES.
007900     ADD SH-REV-SHARE-LINES     TO WS-MRG-REV-SHARE-LINES.
007910     ADD SH-RECORDS-HELD        TO WS-MRG-HELD.
007920     ADD SH-J-TOTAL             TO WS-MRG-J-TOTAL.
007930 1550-CHECK-ONE-STREAM-EXIT.
007940     EXIT.
007950*****************************************************************
007960* 2000-MERGE-EXTRACT -- COPIES THE STREAMS' EXTRACTS UNDER ONE  *
007970* HD AND ONE TL.  EACH STREAM BATCH MUST BE THIS RUN'S (JOB ID  *
007980* AND DATE ON ITS HD) AND MUST PROVE TO ITS OWN TL, AND THERE   *
007990* MUST BE ONE BATCH PER STREAM; THE MERGED TL IS THEN THE SUM   *
008000* OF THE STREAM TRAILERS BY CONSTRUCTION.                       *
008010*****************************************************************
008020 2000-MERGE-EXTRACT.
008030     OPEN INPUT GL-IN-FILE.
008040     OPEN OUTPUT GL-EXTRACT-FILE.
008050     PERFORM 2010-READ-GL-IN THRU 2010-READ-GL-IN-EXIT.
008060     PERFORM 2100-MERGE-ONE-GL THRU 2100-MERGE-ONE-GL-EXIT
008070             UNTIL WS-GLI-EOF.
008080     CLOSE GL-IN-FILE.
008090     IF WS-GL-BATCH-OPEN
008100         DISPLAY "DECMERGE  - EXTRACT BATCH " WS-GL-BATCHES
008110                 " ENDS WITHOUT ITS TL TRAILER"
008120         MOVE 'Y' TO WS-BREAK-SW
008130     END-IF.
008140     IF WS-GL-BATCHES NOT = WS-STREAM-COUNT
008150         DISPLAY "DECMERGE  - " WS-GL-BATCHES
008160                 " EXTRACT BATCHES FOR " WS-STREAM-COUNT
008170                 " STREAMS"
008180         MOVE 'Y' TO WS-BREAK-SW
008190     END-IF.
008200     MOVE SPACES             TO WS-GLO-TRAILER.
008210     MOVE "TL"               TO GLO-REC-TYPE.
008220     MOVE WS-JOB-ID          TO GLO-JOB-ID.
008230     MOVE WS-BUS-DATE        TO GLO-RUN-DATE.
008240     MOVE WS-GL-DETAIL-COUNT TO GLO-TRL-REC-COUNT.
008250     MOVE WS-GL-AMOUNT-HASH  TO GLO-TRL-AMOUNT-HASH.
008260     WRITE GL-OUT-REC FROM WS-GLO-TRAILER.
008270     CLOSE GL-EXTRACT-FILE.
008280     DISPLAY "DECMERGE  - EXTRACT DETAILS " WS-GL-DETAIL-COUNT
008290             " HASH " WS-GL-AMOUNT-HASH.
008300 2000-MERGE-EXTRACT-EXIT.
008310     EXIT.
008320*****************************************************************
008330* 2010-READ-GL-IN -- READS ONE STREAM EXTRACT RECORD, SETTING   *
008340* THE EOF SWITCH AT END.                                        *
008350*****************************************************************
008360 2010-READ-GL-IN.
008370     READ GL-IN-FILE
008380         AT END
008390             MOVE 'Y' TO WS-GLI-EOF-SW
008400     END-READ.
008410 2010-READ-GL-IN-EXIT.
008420     EXIT.
008430*****************************************************************
008440* 2100-MERGE-ONE-GL -- ONE STREAM EXTRACT RECORD.  THE FIRST HD *
008450* OPENS THE MERGED FILE; LATER ONES ARE DROPPED.  DETAILS ARE   *
008460* COPIED AND COUNTED; EACH TL IS PROVED AND DROPPED.            *
008470*****************************************************************
008480 2100-MERGE-ONE-GL.
008490     EVALUATE GL-REC-TYPE
008500         WHEN "HD"
008510             IF WS-GL-BATCH-OPEN
008520                 DISPLAY "DECMERGE  - EXTRACT BATCH "
008530                         WS-GL-BATCHES
008540                         " ENDS WITHOUT ITS TL TRAILER"
008550                 MOVE 'Y' TO WS-BREAK-SW
008560             END-IF
008570             ADD 1 TO WS-GL-BATCHES
008580             IF GL-JOB-ID NOT = WS-JOB-ID
008590                OR GL-RUN-DATE NOT = WS-BUS-DATE
008600                 DISPLAY "DECMERGE  - EXTRACT BATCH "
008610                         WS-GL-BATCHES " IS JOB " GL-JOB-ID
008620                         " OF " GL-RUN-DATE
008630                         ", NOT THIS RUN'S"
008640                 MOVE 'Y' TO WS-BREAK-SW
008650             END-IF
008660             IF WS-GL-BATCHES = 1
008670                 WRITE GL-OUT-REC FROM GL-EXTRACT-REC
008680             END-IF
008690             MOVE 'Y'  TO WS-GL-BATCH-OPEN-SW
008700             MOVE ZERO TO WS-GL-BATCH-COUNT
008710             MOVE ZERO TO WS-GL-BATCH-HASH
008720         WHEN "TL"
008730             IF NOT WS-GL-BATCH-OPEN
008740                 DISPLAY "DECMERGE  - EXTRACT TL TRAILER "
008750                         "WITHOUT ITS HD"
008760                 MOVE 'Y' TO WS-BREAK-SW
008770                 GO TO 2100-MERGE-ONE-GL-READ
008780             END-IF
008790             IF GL-TRL-REC-COUNT NOT = WS-GL-BATCH-COUNT
008800                OR GL-TRL-AMOUNT-HASH NOT = WS-GL-BATCH-HASH
008810                 DISPLAY "DECMERGE  - EXTRACT BATCH "
008820                         WS-GL-BATCHES " DOES NOT PROVE TO "
008830                         "ITS TL: COUNT " WS-GL-BATCH-COUNT
008840                         " HASH " WS-GL-BATCH-HASH
008850                 MOVE 'Y' TO WS-BREAK-SW
008860             END-IF
008870             MOVE 'N' TO WS-GL-BATCH-OPEN-SW
008880         WHEN OTHER
008890             IF NOT WS-GL-BATCH-OPEN
008900                 DISPLAY "DECMERGE  - EXTRACT DETAIL OUTSIDE "
008910                         "A BATCH"
008920                 MOVE 'Y' TO WS-BREAK-SW
008930             END-IF
008940             WRITE GL-OUT-REC FROM GL-EXTRACT-REC
008950             ADD 1         TO WS-GL-BATCH-COUNT
008960             ADD GL-AMOUNT TO WS-GL-BATCH-HASH
008970             ADD 1         TO WS-GL-DETAIL-COUNT
008980             ADD GL-AMOUNT TO WS-GL-AMOUNT-HASH
008990     END-EVALUATE.
009000 2100-MERGE-ONE-GL-READ.
009010     PERFORM 2010-READ-GL-IN THRU 2010-READ-GL-IN-EXIT.
009020 2100-MERGE-ONE-GL-EXIT.
009030     EXIT.
009040*****************************************************************
009050* 3000-MERGE-ADVICE -- SORTS THE STREAMS' ADVICE HD/RJ/QB LINES *
009060* INTO ONE BATCH PER SOURCE, IN REGISTRY ORDER, AND CLOSES EACH *
009070* WITH A TL SUMMED FROM THE STREAMS' TRAILERS FOR THE SOURCE.   *
009080*****************************************************************
009090 3000-MERGE-ADVICE.
009100     OPEN OUTPUT ADVICE-FILE.
009110     SORT SORT-FILE
009120         ON ASCENDING KEY S-SRC-SUB S-KIND S-SEQ
009130         INPUT PROCEDURE IS 3100-RELEASE-ADVICE
009140             THRU 3100-RELEASE-ADVICE-EXIT
009150         OUTPUT PROCEDURE IS 3500-WRITE-ADVICE
009160             THRU 3500-WRITE-ADVICE-EXIT.
009170     CLOSE ADVICE-FILE.
009180     DISPLAY "DECMERGE  - ADVICE LINES WRITTEN " WS-ADV-LINES.
009190 3000-MERGE-ADVICE-EXIT.
009200     EXIT.
009210*****************************************************************
009220* 3100-RELEASE-ADVICE -- READS THE STREAMS' ADVICE.  TL LINES   *
009230* ADD INTO THEIR SOURCE'S TOTALS; THE REST GO TO THE SORT.      *
009240*****************************************************************
009250 3100-RELEASE-ADVICE.
009260     OPEN INPUT ADVICE-IN-FILE.
009270     PERFORM 3110-READ-ADVICE-IN THRU 3110-READ-ADVICE-IN-EXIT.
009280     PERFORM 3200-RELEASE-ONE THRU 3200-RELEASE-ONE-EXIT
009290             UNTIL WS-ADVI-EOF.
009300     CLOSE ADVICE-IN-FILE.
009310 3100-RELEASE-ADVICE-EXIT.
009320     EXIT.
009330*****************************************************************
009340* 3110-READ-ADVICE-IN -- READS ONE STREAM ADVICE RECORD,        *
009350* SETTING THE EOF SWITCH AT END.                                *
009360*****************************************************************
009370 3110-READ-ADVICE-IN.
009380     READ ADVICE-IN-FILE
009390         AT END
009400             MOVE 'Y' TO WS-ADVI-EOF-SW
009410     END-READ.
009420 3110-READ-ADVICE-IN-EXIT.
009430     EXIT.
009440*****************************************************************
009450* 3200-RELEASE-ONE -- ONE STREAM ADVICE RECORD.  A SOURCE NOT   *
009460* ON THE REGISTRY IS ADDED AT THE END OF THE TABLE; A FULL      *
009470* TABLE IS A BREAK.  AN HD MUST BE THIS RUN'S.                  *
009480*****************************************************************
009490 3200-RELEASE-ONE.
009500     ADD 1 TO WS-ADV-SEQ.
009510     MOVE AV-SOURCE-CD TO WS-SRC-LOOKUP-CD.
009520     PERFORM 1240-FIND-SOURCE THRU 1240-FIND-SOURCE-EXIT.
009530     IF NOT WS-SRC-FOUND
009540         IF WS-SRC-COUNT >= WS-SRC-LIMIT
009550             DISPLAY "DECMERGE  - SOURCE TABLE FULL, ADVICE FOR "
009560                     AV-SOURCE-CD " NOT MERGED"
009570             MOVE 'Y' TO WS-BREAK-SW
009580             GO TO 3200-RELEASE-ONE-READ
009590         END-IF
009600         PERFORM 1230-ADD-SOURCE THRU 1230-ADD-SOURCE-EXIT
009610         MOVE WS-SRC-COUNT TO WS-SRC-SUB
009620     END-IF.
009630     MOVE WS-SRC-SUB  TO S-SRC-SUB.
009640     MOVE WS-ADV-SEQ  TO S-SEQ.
009650     MOVE ADVICE-REC  TO S-ADVICE.
009660     EVALUATE TRUE
009670         WHEN AV-HEADER
009680             ADD 1 TO WS-ADV-HEADERS
009690             IF AV-HDR-JOB-ID NOT = WS-JOB-ID
009700                OR AV-HDR-BUS-DATE NOT = WS-BUS-DATE
009710                 DISPLAY "DECMERGE  - ADVICE FOR " AV-SOURCE-CD
009720                         " IS JOB " AV-HDR-JOB-ID " OF "
009730                         AV-HDR-BUS-DATE ", NOT THIS RUN'S"
009740                 MOVE 'Y' TO WS-BREAK-SW
009750             END-IF
009760             MOVE 'Y' TO WS-SRC-SEEN-SW (WS-SRC-SUB)
009770             MOVE 1 TO S-KIND
009780             RELEASE SORT-REC
009790         WHEN AV-REJECT
009800             MOVE 2 TO S-KIND
009810             RELEASE SORT-REC
009820         WHEN AV-QUARANTINE
009830             MOVE 3 TO S-KIND
009840             RELEASE SORT-REC
009850         WHEN AV-TRAILER
009860             ADD AV-TRL-READ     TO WS-SRC-READ (WS-SRC-SUB)
009870             ADD AV-TRL-COMPUTED TO WS-SRC-COMPUTED (WS-SRC-SUB)
009880             ADD AV-TRL-REJECTED TO WS-SRC-REJECTED (WS-SRC-SUB)
009890             ADD AV-TRL-REVERSED TO WS-SRC-REVERSED (WS-SRC-SUB)
009900             ADD AV-TRL-HELD     TO WS-SRC-HELD (WS-SRC-SUB)
009910             ADD AV-TRL-J-TOTAL  TO WS-SRC-J-TOTAL (WS-SRC-SUB)
009920         WHEN OTHER
009930             DISPLAY "DECMERGE  - UNKNOWN ADVICE RECORD TYPE "
009940                     AV-REC-TYPE " FOR " AV-SOURCE-CD
009950             MOVE 'Y' TO WS-BREAK-SW
009960     END-EVALUATE.
009970 3200-RELEASE-ONE-READ.
009980     PERFORM 3110-READ-ADVICE-IN THRU 3110-READ-ADVICE-IN-EXIT.
009990 3200-RELEASE-ONE-EXIT.
010000     EXIT.
010010*****************************************************************
010020* 3500-WRITE-ADVICE -- RETURNS THE SORTED LINES.  EACH SOURCE   *
010030* KEEPS ITS FIRST HD ONLY; ITS RJ AND QB LINES FOLLOW AS THEY   *
010040* CAME, AND A SUMMED TL CLOSES IT.                              *
010050*****************************************************************
010060 3500-WRITE-ADVICE.
010070     PERFORM 3510-RETURN-SORTED THRU 3510-RETURN-SORTED-EXIT.
010080     PERFORM 3600-WRITE-ONE-ADVICE THRU 3600-WRITE-ONE-ADVICE-EXIT
010090             UNTIL WS-SORT-EOF.
010100     IF WS-ADV-OPEN
010110         PERFORM 3700-WRITE-ADV-TRAILER
010120                 THRU 3700-WRITE-ADV-TRAILER-EXIT
010130     END-IF.
010140 3500-WRITE-ADVICE-EXIT.
010150     EXIT.
010160*****************************************************************
010170* 3510-RETURN-SORTED -- RETURNS ONE SORTED RECORD, SETTING THE  *
010180* EOF SWITCH AT END.                                            *
010190*****************************************************************
010200 3510-RETURN-SORTED.
010210     RETURN SORT-FILE
010220         AT END
010230             MOVE 'Y' TO WS-SORT-EOF-SW
010240     END-RETURN.
010250 3510-RETURN-SORTED-EXIT.
010260     EXIT.
010270*****************************************************************
010280* 3600-WRITE-ONE-ADVICE -- ONE SORTED LINE.  A CHANGE OF SOURCE *
010290* CLOSES THE PREVIOUS SOURCE'S BATCH WITH ITS TL.               *
010300*****************************************************************
010310 3600-WRITE-ONE-ADVICE.
010320     IF WS-ADV-OPEN AND S-SRC-SUB NOT = WS-ADV-CUR-SUB
010330         PERFORM 3700-WRITE-ADV-TRAILER
010340                 THRU 3700-WRITE-ADV-TRAILER-EXIT
010350     END-IF.
010360     MOVE S-SRC-SUB TO WS-ADV-CUR-SUB.
010370     MOVE 'Y' TO WS-ADV-OPEN-SW.
010380     IF S-KIND = 1
010390         IF WS-SRC-HD-SW (WS-ADV-CUR-SUB) = 'Y'
010400             GO TO 3600-WRITE-ONE-ADVICE-READ
010410         END-IF
010420         MOVE 'Y' TO WS-SRC-HD-SW (WS-ADV-CUR-SUB)
010430     END-IF.
010440     WRITE ADV-OUT-REC FROM S-ADVICE.
010450     ADD 1 TO WS-ADV-LINES.
010460 3600-WRITE-ONE-ADVICE-READ.
010470     PERFORM 3510-RETURN-SORTED THRU 3510-RETURN-SORTED-EXIT.
010480 3600-WRITE-ONE-ADVICE-EXIT.
010490     EXIT.
010500*****************************************************************
010510* 3700-WRITE-ADV-TRAILER -- WRITES THE OPEN SOURCE'S TL WITH    *
010520* ITS TOTALS SUMMED OVER THE STREAMS.                           *
010530*****************************************************************
010540 3700-WRITE-ADV-TRAILER.
010550     MOVE SPACES TO WS-AVO-TRAILER.
010560     MOVE "TL"                            TO AVO-REC-TYPE.
010570     MOVE WS-SRC-CODE (WS-ADV-CUR-SUB)     TO AVO-SOURCE-CD.
010580     MOVE WS-SRC-READ (WS-ADV-CUR-SUB)     TO AVO-TRL-READ.
010590     MOVE WS-SRC-COMPUTED (WS-ADV-CUR-SUB) TO AVO-TRL-COMPUTED.
010600     MOVE WS-SRC-REJECTED (WS-ADV-CUR-SUB) TO AVO-TRL-REJECTED.
010610     MOVE WS-SRC-REVERSED (WS-ADV-CUR-SUB) TO AVO-TRL-REVERSED.
010620     MOVE WS-SRC-HELD (WS-ADV-CUR-SUB)     TO AVO-TRL-HELD.
010630     MOVE WS-SRC-J-TOTAL (WS-ADV-CUR-SUB)  TO AVO-TRL-J-TOTAL.
010640     WRITE ADV-OUT-REC FROM WS-AVO-TRAILER.
010650     ADD 1 TO WS-ADV-LINES.
010660     MOVE 'N' TO WS-ADV-OPEN-SW.
010670 3700-WRITE-ADV-TRAILER-EXIT.
010680     EXIT.
010690*****************************************************************
010700* 4000-MERGE-REPORT -- ONE REPORT FOR THE RUN: THE HEADINGS     *
010710* ONCE, EVERY STREAM'S DETAIL LINES, THEN THE TRAILER PAIR, THE *
010720* RECONCILIATION BY SOURCE AND THE TRAILER PAIR AGAIN, AS       *
010730* DECIMAL LAYS OUT A SINGLE RUN'S.  THE STREAMS' OWN TRAILERS   *
010740* AND RECONCILIATION LINES ARE DROPPED; THE MERGED ONES COME    *
010750* FROM THE RUN TOTALS AND THE SUMMED ADVICE.                    *
010760*****************************************************************
010770 4000-MERGE-REPORT.
010780     OPEN INPUT REPORT-IN-FILE.
010790     OPEN OUTPUT REPORT-FILE.
010800     PERFORM 4010-READ-RPT-IN THRU 4010-READ-RPT-IN-EXIT.
010810     PERFORM 4100-MERGE-ONE-LINE THRU 4100-MERGE-ONE-LINE-EXIT
010820             UNTIL WS-RPTI-EOF.
010830     CLOSE REPORT-IN-FILE.
010840     IF WS-RPT-HEADINGS NOT = WS-STREAM-COUNT
010850         DISPLAY "DECMERGE  - " WS-RPT-HEADINGS
010860                 " STREAM REPORTS FOR " WS-STREAM-COUNT
010870                 " STREAMS"
010880         MOVE 'Y' TO WS-BREAK-SW
010890     END-IF.
010900     PERFORM 4200-BUILD-TRAILER THRU 4200-BUILD-TRAILER-EXIT.
010910     WRITE REPORT-REC FROM WS-RPT-TRAILER.
010920     WRITE REPORT-REC FROM WS-RPT-TRAILER-2.
010930     WRITE REPORT-REC FROM WS-SRC-RECON-HEADING.
010940     PERFORM 4300-WRITE-ONE-SOURCE THRU 4300-WRITE-ONE-SOURCE-EXIT
010950             VARYING WS-SRC-SUB FROM 1 BY 1
010960             UNTIL WS-SRC-SUB > WS-SRC-COUNT.
010970     WRITE REPORT-REC FROM WS-RPT-TRAILER.
010980     WRITE REPORT-REC FROM WS-RPT-TRAILER-2.
010990     CLOSE REPORT-FILE.
011000     DISPLAY "DECMERGE  - " WS-RPT-TRAILER.
011010     DISPLAY "DECMERGE  - " WS-RPT-TRAILER-2.
011020 4000-MERGE-REPORT-EXIT.
011030     EXIT.
011040*****************************************************************
011050* 4010-READ-RPT-IN -- READS ONE STREAM REPORT LINE, SETTING THE *
011060* EOF SWITCH AT END.                                            *
011070*****************************************************************
011080 4010-READ-RPT-IN.
011090     READ REPORT-IN-FILE INTO WS-RPI-LINE
011100         AT END
011110             MOVE 'Y' TO WS-RPTI-EOF-SW
011120     END-READ.
011130 4010-READ-RPT-IN-EXIT.
011140     EXIT.
011150*****************************************************************
011160* 4100-MERGE-ONE-LINE -- SORTS ONE STREAM REPORT LINE BY ITS    *
011170* LEADING TEXT: THE FIRST STREAM'S HEADINGS ARE KEPT, TRAILER   *
011180* AND RECONCILIATION LINES DROPPED, AND ANYTHING ELSE IS A      *
011190* DETAIL LINE AND COPIED.                                       *
011200*****************************************************************
011210 4100-MERGE-ONE-LINE.
011220     EVALUATE TRUE
011230         WHEN RPI-LEAD-24 = "DECIMAL DIVISION REPORT"
011240             ADD 1 TO WS-RPT-HEADINGS
011250             IF WS-RPT-HEADINGS = 1
011260                 WRITE REPORT-REC FROM WS-RPI-LINE
011270             END-IF
011280         WHEN RPI-LEAD-5 = "OUT-I"
011290             IF WS-RPT-HEADINGS = 1
011300                 WRITE REPORT-REC FROM WS-RPI-LINE
011310             END-IF
011320         WHEN RPI-LEAD-17 = "RECORDS READ"
011330           OR RPI-LEAD-17 = "RECORDS REVERSED"
011340           OR RPI-LEAD-24 = "RECONCILIATION BY SOURCE"
011350           OR RPI-LEAD-7 = "SOURCE "
011360             CONTINUE
011370         WHEN OTHER
011380             WRITE REPORT-REC FROM WS-RPI-LINE
011390             ADD 1 TO WS-RPT-DETAILS
011400     END-EVALUATE.
011410     PERFORM 4010-READ-RPT-IN THRU 4010-READ-RPT-IN-EXIT.
011420 4100-MERGE-ONE-LINE-EXIT.
011430     EXIT.
011440*****************************************************************
011450* 4200-BUILD-TRAILER -- FORMATS THE TRAILER PAIR FROM THE RUN   *
011460* TOTALS.                                                       *
011470*****************************************************************
011480 4200-BUILD-TRAILER.
011490     MOVE WS-MRG-READ          TO TRL-RECORDS-READ.
011500     MOVE WS-MRG-COMPUTED      TO TRL-RECORDS-COMPUTED.
011510     MOVE WS-MRG-REJECTED      TO TRL-RECORDS-REJECTED.
011520     MOVE WS-MRG-J-TOTAL       TO TRL-J-TOTAL.
011530     MOVE WS-MRG-REVERSED      TO TRL-RECORDS-REVERSED.
011540     MOVE WS-MRG-DUP-REFUSED   TO TRL-RECORDS-DUP-REFUSED.
011550     MOVE WS-MRG-QUARANTINED   TO TRL-RECORDS-QUARANTINED.
011560     MOVE WS-MRG-HELD          TO TRL-RECORDS-HELD.
011570 4200-BUILD-TRAILER-EXIT.
011580     EXIT.
011590*****************************************************************
011600* 4300-WRITE-ONE-SOURCE -- ONE SOURCE'S RECONCILIATION LINE BY  *
011610* DECIMAL'S RULES: A SOURCE SEEN IN ANY STREAM, OR AN ACTIVE    *
011620* FEED THE REGISTRY EXPECTS VOLUME FROM THAT SENT NOTHING (NO   *
011630* FEED), WITH THE READ COUNT FLAGGED AGAINST THE REGISTRY'S     *
011640* EXPECTED DAILY VOLUME FOR THE WHOLE RUN.                      *
011650*****************************************************************
011660 4300-WRITE-ONE-SOURCE.
011670     MOVE SPACES TO SRC-VOL-FLAG.
011680     IF WS-SRC-SEEN-SW (WS-SRC-SUB) NOT = 'Y'
011690         IF WS-SRC-TYPE (WS-SRC-SUB) = 'F'
011700            AND WS-SRC-STATUS (WS-SRC-SUB) = 'A'
011710            AND WS-SRC-VOL-LOW (WS-SRC-SUB) > ZERO
011720             MOVE "NO FEED" TO SRC-VOL-FLAG
011730         ELSE
011740             GO TO 4300-WRITE-ONE-SOURCE-EXIT
011750         END-IF
011760     END-IF.
011770     IF WS-SRC-VOL-HIGH (WS-SRC-SUB) > ZERO
011780        AND SRC-VOL-FLAG = SPACES
011790         IF WS-SRC-READ (WS-SRC-SUB)
011800            < WS-SRC-VOL-LOW (WS-SRC-SUB)
011810             MOVE "BELOW VOL" TO SRC-VOL-FLAG
011820         END-IF
011830         IF WS-SRC-READ (WS-SRC-SUB)
011840            > WS-SRC-VOL-HIGH (WS-SRC-SUB)
011850             MOVE "ABOVE VOL" TO SRC-VOL-FLAG
011860         END-IF
011870     END-IF.
011880     MOVE WS-SRC-CODE (WS-SRC-SUB)     TO SRC-CODE.
011890     MOVE WS-SRC-READ (WS-SRC-SUB)     TO SRC-READ.
011900     MOVE WS-SRC-COMPUTED (WS-SRC-SUB) TO SRC-COMPUTED.
011910     MOVE WS-SRC-REJECTED (WS-SRC-SUB) TO SRC-REJECTED.
011920     MOVE WS-SRC-REVERSED (WS-SRC-SUB) TO SRC-REVERSED.
011930     MOVE WS-SRC-J-TOTAL (WS-SRC-SUB)  TO SRC-J-TOTAL.
011940     WRITE REPORT-REC FROM WS-SRC-RECON-LINE.
011950     DISPLAY "DECMERGE  - " WS-SRC-RECON-LINE.
011960 4300-WRITE-ONE-SOURCE-EXIT.
011970     EXIT.
011980*****************************************************************
011990* 5000-COPY-SUSPENSE -- COPIES THE STREAMS' SUSPENSE RECORDS.   *
012000*****************************************************************
012010 5000-COPY-SUSPENSE.
012020     OPEN INPUT SUSP-IN-FILE.
012030     OPEN OUTPUT SUSPENSE-FILE.
012040     MOVE 'N' TO WS-COPY-EOF-SW.
012050     PERFORM 5010-COPY-ONE-SUSP THRU 5010-COPY-ONE-SUSP-EXIT
012060             UNTIL WS-COPY-EOF.
012070     CLOSE SUSP-IN-FILE.
012080     CLOSE SUSPENSE-FILE.
012090     DISPLAY "DECMERGE  - SUSPENSE RECORDS " WS-SUSP-COPIED.
012100 5000-COPY-SUSPENSE-EXIT.
012110     EXIT.
012120*****************************************************************
012130* 5010-COPY-ONE-SUSP -- READS AND WRITES ONE SUSPENSE RECORD.   *
012140*****************************************************************
012150 5010-COPY-ONE-SUSP.
012160     READ SUSP-IN-FILE
012170         AT END
012180             MOVE 'Y' TO WS-COPY-EOF-SW
012190             GO TO 5010-COPY-ONE-SUSP-EXIT
012200     END-READ.
012210     WRITE SUSP-OUT-REC FROM SUSP-IN-REC.
012220     ADD 1 TO WS-SUSP-COPIED.
012230 5010-COPY-ONE-SUSP-EXIT.
012240     EXIT.
012250*****************************************************************
012260* 5100-COPY-QUARANTINE -- COPIES THE STREAMS' QUARANTINED       *
012270* BATCHES.  EACH STREAM NUMBERED ITS OWN FROM A BASE OF ITS     *
012280* STREAM NUMBER TIMES 1000, SO THE NUMBERS STAY APART.          *
012290*****************************************************************
012300 5100-COPY-QUARANTINE.
012310     OPEN INPUT QUAR-IN-FILE.
012320     OPEN OUTPUT QUARANTINE-FILE.
012330     MOVE 'N' TO WS-COPY-EOF-SW.
012340     PERFORM 5110-COPY-ONE-QUAR THRU 5110-COPY-ONE-QUAR-EXIT
012350             UNTIL WS-COPY-EOF.
012360     CLOSE QUAR-IN-FILE.
012370     CLOSE QUARANTINE-FILE.
012380     DISPLAY "DECMERGE  - QUARANTINE RECORDS " WS-QUAR-COPIED.
012390 5100-COPY-QUARANTINE-EXIT.
012400     EXIT.
012410*****************************************************************
012420* 5110-COPY-ONE-QUAR -- READS AND WRITES ONE QUARANTINE RECORD. *
012430*****************************************************************
012440 5110-COPY-ONE-QUAR.
012450     READ QUAR-IN-FILE
012460         AT END
012470             MOVE 'Y' TO WS-COPY-EOF-SW
012480             GO TO 5110-COPY-ONE-QUAR-EXIT
012490     END-READ.
012500     WRITE QUAR-OUT-REC FROM QUAR-IN-REC.
012510     ADD 1 TO WS-QUAR-COPIED.
012520 5110-COPY-ONE-QUAR-EXIT.
012530     EXIT.
012540*****************************************************************
012550* 6000-APPEND-AUDIT -- APPENDS THE STREAMS' AUDIT LINES FOR THE *
012560* DAY TO THE PERMANENT AUDIT FILE, WHERE DECBAL AND DECBACK     *
012570* EXPECT THEM.  ONLY DONE ONCE EVERYTHING ELSE HAS PROVED, SO A *
012580* MERGE RERUN NEVER APPENDS THEM TWICE.                         *
012590*****************************************************************
012600 6000-APPEND-AUDIT.
012610     OPEN INPUT AUDIT-IN-FILE.
012620     OPEN EXTEND AUDIT-FILE.
012630     MOVE 'N' TO WS-COPY-EOF-SW.
012640     PERFORM 6010-COPY-ONE-AUDIT THRU 6010-COPY-ONE-AUDIT-EXIT
012650             UNTIL WS-COPY-EOF.
012660     CLOSE AUDIT-IN-FILE.
012670     CLOSE AUDIT-FILE.
012680     DISPLAY "DECMERGE  - AUDIT LINES APPENDED " WS-AUDIT-COPIED.
012690 6000-APPEND-AUDIT-EXIT.
012700     EXIT.
012710*****************************************************************
012720* 6010-COPY-ONE-AUDIT -- READS AND WRITES ONE AUDIT LINE.       *
012730*****************************************************************
012740 6010-COPY-ONE-AUDIT.
012750     READ AUDIT-IN-FILE
012760         AT END
012770             MOVE 'Y' TO WS-COPY-EOF-SW
012780             GO TO 6010-COPY-ONE-AUDIT-EXIT
012790     END-READ.
012800     WRITE AUDIT-OUT-REC FROM AUDIT-IN-REC.
012810     ADD 1 TO WS-AUDIT-COPIED.
012820 6010-COPY-ONE-AUDIT-EXIT.
012830     EXIT.
012840*****************************************************************
012850* 6100-WRITE-RUN-HISTORY -- APPENDS ONE RECORD FOR THE RUN AS A *
012860* WHOLE: THE STREAMS' FIGURES SUMMED, THEIR WORST RETURN CODE,  *
012870* AND NO STREAM NUMBER, SO DECBAL, TRENDRPT AND DECBACK READ IT *
012880* AS THEY WOULD A SINGLE RUN'S.                                 *
012890*****************************************************************
012900 6100-WRITE-RUN-HISTORY.
012910     OPEN EXTEND RUN-HIST-FILE.
012920     MOVE SPACES                 TO RUN-HIST-REC.
012930     MOVE WS-JOB-ID              TO RH-JOB-ID.
012940     MOVE WS-BUS-DATE            TO RH-RUN-DATE.
012950     ACCEPT RH-RUN-TIME          FROM TIME.
012960     MOVE WS-MRG-READ            TO RH-RECORDS-READ.
012970     MOVE WS-MRG-COMPUTED        TO RH-RECORDS-COMPUTED.
012980     MOVE WS-MRG-REJECTED        TO RH-RECORDS-REJECTED.
012990     MOVE WS-MRG-J-TOTAL         TO RH-J-TOTAL.
013000     MOVE WS-MRG-REVERSED        TO RH-RECORDS-REVERSED.
013010     MOVE WS-MRG-DUP-REFUSED     TO RH-RECORDS-DUP-REFUSED.
013020     MOVE WS-MRG-QUARANTINED     TO RH-RECORDS-QUARANTINED.
013030     MOVE WS-MRG-QUAR-BATCHES    TO RH-BATCHES-QUARANTINED.
013040     MOVE WS-MRG-SHARE-LINES     TO RH-SHARE-LINES.
013050     MOVE WS-MRG-REV-SHARE-LINES TO RH-REV-SHARE-LINES.
013060     MOVE WS-MRG-HELD            TO RH-RECORDS-HELD.
013070     MOVE WS-CYCLE-NO            TO RH-CYCLE-NO-N.
013080     MOVE WS-CYCLE-KIND          TO RH-CYCLE-KIND.
013090     MOVE WS-MRG-RC              TO RH-RETURN-CODE.
013100     WRITE RUN-HIST-REC.
013110     CLOSE RUN-HIST-FILE.
013120 6100-WRITE-RUN-HISTORY-EXIT.
013130     EXIT.
013140*****************************************************************
013150* 6200-ADVANCE-BUS-DATE -- MOVES THE CONTROL RECORD ON BY       *
013160* DECIMAL'S RULES: AN INTRADAY CYCLE ONLY RECORDS ITSELF AS THE *
013170* LAST CYCLE COMPLETED; THE CLOSE-OF-DAY CYCLE MAKES THE DATE   *
013180* THE LAST COMPLETED ONE AND THE NEXT B DAY ON THE CALENDAR THE *
013190* DATE TO PROCESS.                                              *
013200*****************************************************************
013210 6200-ADVANCE-BUS-DATE.
013220     IF WS-INTRADAY-CYCLE
013230         MOVE WS-CYCLE-NO TO CTL-LAST-CYCLE
013240         ACCEPT CTL-UPD-DATE FROM DATE YYYYMMDD
013250         ACCEPT CTL-UPD-TIME FROM TIME
013260         REWRITE BUS-CTL-REC
013270         DISPLAY "DECMERGE  - CYCLE " WS-CYCLE-NO " OF "
013280                 WS-BUS-DATE " COMPLETE, BUSINESS DATE NOT "
013290                 "ADVANCED"
013300         GO TO 6200-ADVANCE-BUS-DATE-EXIT
013310     END-IF.
013320     MOVE ZERO TO WS-NEXT-BUS-DATE.
013330     OPEN INPUT CALENDAR-FILE.
013340     PERFORM 6210-READ-CALENDAR THRU 6210-READ-CALENDAR-EXIT.
013350     PERFORM 6220-TEST-ONE-CAL THRU 6220-TEST-ONE-CAL-EXIT
013360             UNTIL WS-CAL-EOF OR WS-NEXT-BUS-DATE > ZERO.
013370     CLOSE CALENDAR-FILE.
013380     IF WS-NEXT-BUS-DATE = ZERO
013390         DISPLAY "DECMERGE  - CALENDAR EXHAUSTED PAST "
013400                 WS-BUS-DATE ", BUSINESS DATE NOT ADVANCED -- "
013410                 "EXTEND THE CALENDAR FILE"
013420         GO TO 6200-ADVANCE-BUS-DATE-EXIT
013430     END-IF.
013440     MOVE WS-BUS-DATE      TO CTL-LAST-RUN-DATE.
013450     MOVE WS-NEXT-BUS-DATE TO CTL-BUS-DATE.
013460     MOVE ZERO             TO CTL-LAST-CYCLE.
013470     ACCEPT CTL-UPD-DATE FROM DATE YYYYMMDD.
013480     ACCEPT CTL-UPD-TIME FROM TIME.
013490     REWRITE BUS-CTL-REC.
013500     DISPLAY "DECMERGE  - BUSINESS DATE ADVANCED TO "
013510             WS-NEXT-BUS-DATE.
013520 6200-ADVANCE-BUS-DATE-EXIT.
013530     EXIT.
013540*****************************************************************
013550* 6210-READ-CALENDAR -- READS ONE CALENDAR RECORD, SETTING THE  *
013560* EOF SWITCH AT END.                                            *
013570*****************************************************************
013580 6210-READ-CALENDAR.
013590     READ CALENDAR-FILE
013600         AT END
013610             MOVE 'Y' TO WS-CAL-EOF-SW
013620     END-READ.
013630     IF NOT WS-CAL-EOF AND CAL-DATE NOT NUMERIC
013640         GO TO 6210-READ-CALENDAR
013650     END-IF.
013660 6210-READ-CALENDAR-EXIT.
013670     EXIT.
013680*****************************************************************
013690* 6220-TEST-ONE-CAL -- THE FIRST B DAY PAST THE DATE JUST RUN   *
013700* IS THE NEXT ONE TO PROCESS.                                   *
013710*****************************************************************
013720 6220-TEST-ONE-CAL.
013730     IF CAL-DATE > WS-BUS-DATE AND CAL-BUSINESS-DAY
013740         MOVE CAL-DATE TO WS-NEXT-BUS-DATE
013750         GO TO 6220-TEST-ONE-CAL-EXIT
013760     END-IF.
013770     PERFORM 6210-READ-CALENDAR THRU 6210-READ-CALENDAR-EXIT.
013780 6220-TEST-ONE-CAL-EXIT.
013790     EXIT.
013800*****************************************************************
013810* 7000-WRAP-UP -- CLOSES THE CONTROL AND SETS THE RETURN CODE.  *
013820*****************************************************************
013830 7000-WRAP-UP.
013840     IF WS-CTL-OPEN
013850         CLOSE BUS-CTL-FILE
013860     END-IF.
013870     EVALUATE TRUE
013880         WHEN WS-STOPPED
013890             DISPLAY "DECMERGE  - *** RUN STOPPED -- NOTHING "
013900                     "MERGED, BUSINESS DATE NOT ADVANCED ***"
013910             MOVE 8 TO RETURN-CODE
013920         WHEN WS-BREAK-FOUND
013930             DISPLAY "DECMERGE  - *** BREAK -- MERGED FILES NOT "
013940                     "TO BE USED, BUSINESS DATE NOT ADVANCED ***"
013950             MOVE 8 TO RETURN-CODE
013960         WHEN OTHER
013970             DISPLAY "DECMERGE  - MERGE COMPLETE, "
013980                     WS-STREAM-COUNT
013990                     " STREAMS, RC=" WS-MRG-RC
014000             MOVE WS-MRG-RC TO RETURN-CODE
014010     END-EVALUATE.
014020 7000-WRAP-UP-EXIT.
014030     EXIT.
