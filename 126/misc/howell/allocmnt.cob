000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : ALLOCMNT                                         *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/21/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : ALLOCREF SHARED-SERVICE ALLOCATION MAINTENANCE.  *
000190*              SHARED-SERVICE DEPARTMENTS SPLIT THEIR FIGURES   *
000200*              ACROSS SEVERAL COST CENTERS, AND ACCOUNTING USED *
000210*              TO RECLASS THEM BY HAND EVERY MONTH-END.  AN     *
000220*              ALLOCATION SAYS AN I RANGE SPLITS BY PERCENTAGE  *
000230*              ACROSS SEVERAL GL ACCOUNT/COST CENTER PAIRS, AND *
000240*              DECIMAL POSTS ONE EXTRACT DETAIL PER SHARE.      *
000250*              THIS PROGRAM APPLIES ADD/CHANGE/DELETE CARDS TO  *
000260*              THE CURRENT FILE THE WAY ACCTMNT DOES FOR THE    *
000270*              ACCTREF RANGES: IT REFUSES ANY CARD THAT WOULD   *
000280*              CREATE AN AMBIGUOUS (SAME EFFECTIVE DATE)        *
000290*              OVERLAP, REFUSES THE RESULT WHEN AN ALLOCATION'S *
000300*              PERCENTAGES DO NOT FOOT TO 100, AND PRINTS A     *
000310*              BEFORE/AFTER CHANGE REPORT TO FILE WITH THE      *
000320*              ACCOUNTING APPROVAL.                             *
000330*                                                               *
000340*              THE RESULTS MASTER NAMES THE ALLOCATION EACH     *
000350*              SPLIT RESULT USED, SO AN RV REVERSAL CAN BACK    *
000360*              OUT EVERY SHARE EXACTLY AS IT POSTED.  AN        *
000370*              ALLOCATION ALREADY ON FILE AND IN EFFECT IS      *
000380*              THEREFORE LOCKED: CARDS AGAINST IT ARE REFUSED,  *
000390*              AND A NEW SPLIT IS KEYED AS A NEW ALLOCATION     *
000400*              WITH A LATER EFFECTIVE DATE, WHICH SUPERSEDES    *
000410*              IT ON THE DAY.  ONE NOT YET IN EFFECT MAY BE     *
000420*              CHANGED OR DELETED FREELY.  NEW ALLOCATIONS ARE  *
000430*              NUMBERED ONE PAST THE HIGHEST ALLOC-ID ON FILE.  *
000440*                                                               *
000450*              TRANSACTION CARD (ALLOCTRN), ONE PER SHARE:      *
000460*                COL  1     ACTION: A = ADD, C = CHANGE,        *
000470*                           D = DELETE                          *
000480*                COL  3-10  LOW I    \                          *
000490*                COL 12-19  HIGH I    > THE ALLOCATION          *
000500*                COL 21-28  EFFECTIVE DATE YYYYMMDD, BLANK OR   *
000510*                           ZERO = IN EFFECT IMMEDIATELY        *
000520*                COL 30-37  GL ACCOUNT   \ THE SHARE (BLANK ON  *
000530*                COL 39-44  COST CENTER  / A D CARD = THE WHOLE *
000540*                                          ALLOCATION)          *
000550*                COL 46-52  PERCENT, 3 WHOLE + 4 DECIMAL        *
000560*                           DIGITS, E.G. 0333333 = 33.3333%     *
000570*                           (A/C)                               *
000580*              AN A CARD FOR A RANGE AND DATE NOT ON FILE       *
000590*              STARTS A NEW ALLOCATION; FURTHER A CARDS FOR THE *
000600*              SAME RANGE AND DATE ADD ITS OTHER SHARES.  A C   *
000610*              CARD REPLACES ONE SHARE'S PERCENT.  A D CARD     *
000620*              REMOVES ONE SHARE, OR THE WHOLE ALLOCATION WHEN  *
000630*              THE ACCOUNT IS BLANK.                            *
000640*                                                               *
000650*              RETURN CODES: 0 = CLEAN, NEW FILE MAY BE         *
000660*                                SWAPPED IN                     *
000670*                            8 = A CARD WAS REJECTED, THE OLD   *
000680*                                FILE IS OUT OF ORDER, OR THE   *
000690*                                RESULT OVERLAPS OR DOES NOT    *
000700*                                FOOT -- THE JOB STREAM MUST    *
000710*                                NOT SWAP THE NEW FILE INTO     *
000720*                                PRODUCTION                     *
000730*                                                               *
000740*---------------------------------------------------------------*
000750* MODIFICATION HISTORY                                          *
000760*---------------------------------------------------------------*
000770* DATE       INIT DESCRIPTION                                   *
000780*---------------------------------------------------------------*
000790* 09/21/2026 RH   ORIGINAL PROGRAM.                             *
000800*****************************************************************
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID. ALLOCMNT.
000830 AUTHOR. R. HOWELL.
000840 INSTALLATION. LINUX GAZETTE DATA CENTER.
000850 DATE-WRITTEN. 09/21/2026.
000860 DATE-COMPILED.
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT ALLOC-OLD-FILE ASSIGN TO ALLOCOLD
000910         ORGANIZATION IS SEQUENTIAL.
000920     SELECT TRAN-FILE ASSIGN TO ALLOCTRN
000930         ORGANIZATION IS SEQUENTIAL.
000940     SELECT ALLOC-NEW-FILE ASSIGN TO ALLOCNEW
000950         ORGANIZATION IS SEQUENTIAL.
000960     SELECT REPORT-FILE ASSIGN TO ALLOCRPT
000970         ORGANIZATION IS SEQUENTIAL.
000980 DATA DIVISION.
000990 FILE SECTION.
001000*---------------------------------------------------------------*
001010* ALLOC-OLD-FILE IS THE CURRENT PRODUCTION ALLOCREF FILE, READ  *
001020* INTO THE WS COPY OF THE ALLOCREF LAYOUT.                      *
001030*---------------------------------------------------------------*
001040 FD  ALLOC-OLD-FILE
001050     RECORDING MODE IS F.
001060 01  OLD-ALLOC-REC               PIC X(080).
001070*---------------------------------------------------------------*
001080* TRAN-FILE IS THE OPERATOR'S ADD/CHANGE/DELETE CARD DECK.      *
001090*---------------------------------------------------------------*
001100 FD  TRAN-FILE
001110     RECORDING MODE IS F.
001120 01  TRAN-REC.
001130     05  TRN-ACTION              PIC X(01).
001140     05  FILLER                  PIC X(01).
001150     05  TRN-LOW-I               PIC S9(08).
001160     05  FILLER                  PIC X(01).
001170     05  TRN-HIGH-I              PIC S9(08).
001180     05  FILLER                  PIC X(01).
001190     05  TRN-EFF-DATE            PIC X(08).
001200     05  FILLER                  PIC X(01).
001210     05  TRN-GL-ACCOUNT          PIC X(08).
001220     05  FILLER                  PIC X(01).
001230     05  TRN-COST-CENTER         PIC X(06).
001240     05  FILLER                  PIC X(01).
001250     05  TRN-PCT                 PIC X(07).
001260     05  TRN-PCT-N REDEFINES TRN-PCT
001270                                 PIC 9(03)V9(04).
001280     05  FILLER                  PIC X(28).
001290*---------------------------------------------------------------*
001300* ALLOC-NEW-FILE IS THE MAINTAINED FILE, WRITTEN IN THE         *
001310* ALLOCREF LAYOUT.  THE JOB STREAM SWAPS IT OVER THE PRODUCTION *
001320* FILE ONLY WHEN THIS PROGRAM ENDS RC=0.                        *
001330*---------------------------------------------------------------*
001340 FD  ALLOC-NEW-FILE
001350     RECORDING MODE IS F.
001360 01  NEW-ALLOC-REC               PIC X(080).
001370*---------------------------------------------------------------*
001380* REPORT-FILE IS THE BEFORE/AFTER CHANGE REPORT FILED WITH THE  *
001390* ACCOUNTING APPROVAL.                                          *
001400*---------------------------------------------------------------*
001410 FD  REPORT-FILE
001420     RECORDING MODE IS F.
001430 01  REPORT-REC                  PIC X(132).
001440 WORKING-STORAGE SECTION.
001450*---------------------------------------------------------------*
001460* SWITCHES                                                      *
001470*---------------------------------------------------------------*
001480 01  WS-SWITCHES.
001490     05  WS-OLD-EOF-SW           PIC X(01)       VALUE 'N'.
001500         88  WS-OLD-EOF                          VALUE 'Y'.
001510     05  WS-TRAN-EOF-SW          PIC X(01)       VALUE 'N'.
001520         88  WS-TRAN-EOF                         VALUE 'Y'.
001530     05  WS-MATCH-FOUND-SW       PIC X(01)       VALUE 'N'.
001540         88  WS-MATCH-FOUND                      VALUE 'Y'.
001550     05  WS-SHARE-FOUND-SW       PIC X(01)       VALUE 'N'.
001560         88  WS-SHARE-FOUND                      VALUE 'Y'.
001570     05  WS-OVERLAP-SW           PIC X(01)       VALUE 'N'.
001580         88  WS-OVERLAP-FOUND                    VALUE 'Y'.
001590*---------------------------------------------------------------*
001600* THE ALLOCREF RECORD WORK AREA -- THE SAME COPYBOOK DECIMAL    *
001610* LOADS, SO THE FILE THIS PROGRAM WRITES IS BYTE-FOR-BYTE WHAT  *
001620* DECIMAL READS.                                                *
001630*---------------------------------------------------------------*
001640     COPY ALLOCREF.
001650*---------------------------------------------------------------*
001660* THE MAINTAINED ALLOCATION TABLE, ONE ENTRY PER ALLOCATION     *
001670* WITH ITS SHARES.  LOADED FROM THE OLD FILE, THE CARDS ARE     *
001680* APPLIED TO IT, AND IT IS WRITTEN BACK OUT IN ALLOC-ID ORDER   *
001690* (NEW ALLOCATIONS TAKE THE NEXT ID, SO THEY GO ON THE END).    *
001700* WS-TBL-LOCKED IS 'Y' FOR AN ALLOCATION THAT WAS ON FILE AND   *
001710* IN EFFECT WHEN THIS RUN STARTED -- RESULTS MAY ALREADY HAVE   *
001720* BEEN SPLIT BY IT.                                             *
001730*---------------------------------------------------------------*
001740 01  WS-TBL-LIMIT                PIC S9(04) COMP  VALUE 200.
001750 01  WS-SHR-LIMIT                PIC S9(04) COMP  VALUE 10.
001760 01  WS-TBL-COUNT                PIC S9(04) COMP  VALUE ZERO.
001770 01  WS-TBL-SUB                  PIC S9(04) COMP  VALUE ZERO.
001780 01  WS-SCAN-SUB                 PIC S9(04) COMP  VALUE ZERO.
001790 01  WS-SHIFT-SUB                PIC S9(04) COMP  VALUE ZERO.
001800 01  WS-SHR-SUB                  PIC S9(04) COMP  VALUE ZERO.
001810 01  WS-CARD-EFF-DATE            PIC 9(08)        VALUE ZERO.
001820 01  WS-NEXT-ID                  PIC 9(06)        VALUE 1.
001830 01  WS-PCT-TOTAL                PIC 9(05)V9(04)  VALUE ZERO.
001840 01  WS-ALLOC-TABLE.
001850     05  WS-ALLOC-ENTRY          OCCURS 200 TIMES.
001860         10  WS-TBL-ID           PIC 9(06).
001870         10  WS-TBL-LOW-I        PIC S9(08).
001880         10  WS-TBL-HIGH-I       PIC S9(08).
001890         10  WS-TBL-EFF-DATE     PIC 9(08).
001900         10  WS-TBL-LOCKED       PIC X(01).
001910         10  WS-TBL-SHARES       PIC S9(04) COMP.
001920         10  WS-TBL-SHARE        OCCURS 10 TIMES.
001930             15  WS-TBL-ACCOUNT  PIC X(08).
001940             15  WS-TBL-COST-CTR PIC X(06).
001950             15  WS-TBL-PCT      PIC 9(03)V9(04).
001960*---------------------------------------------------------------*
001970* CONTROL TOTALS                                                *
001980*---------------------------------------------------------------*
001990 01  WS-COUNTERS.
002000     05  WS-OLD-READ             PIC S9(08) COMP  VALUE ZERO.
002010     05  WS-OLD-DROPPED          PIC S9(08) COMP  VALUE ZERO.
002020     05  WS-CARDS-READ           PIC S9(08) COMP  VALUE ZERO.
002030     05  WS-CARDS-APPLIED        PIC S9(08) COMP  VALUE ZERO.
002040     05  WS-CARDS-REJECTED       PIC S9(08) COMP  VALUE ZERO.
002050     05  WS-NEW-WRITTEN          PIC S9(08) COMP  VALUE ZERO.
002060     05  WS-OVERLAP-ERRORS       PIC S9(08) COMP  VALUE ZERO.
002070     05  WS-FOOT-ERRORS          PIC S9(08) COMP  VALUE ZERO.
002080*---------------------------------------------------------------*
002090* REPORT WORK AREAS                                             *
002100*---------------------------------------------------------------*
002110 01  WS-RUN-DATE                 PIC 9(08).
002120 01  WS-RPT-HEADING-1.
002130     05  FILLER                  PIC X(044)
002140             VALUE "ALLOCMNT SHARED-SERVICE ALLOCATION MAINT".
002150     05  FILLER                  PIC X(010)
002160             VALUE "RUN DATE: ".
002170     05  RPT-RUN-DATE            PIC 9(08).
002180     05  FILLER                  PIC X(070)      VALUE SPACES.
002190 01  WS-RPT-SECTION.
002200     05  SEC-TITLE               PIC X(060).
002210     05  FILLER                  PIC X(072)      VALUE SPACES.
002220 01  WS-RPT-SHARE-HEAD.
002230     05  FILLER                  PIC X(008)      VALUE "ALLOC".
002240     05  FILLER                  PIC X(010)      VALUE "LOW I".
002250     05  FILLER                  PIC X(010)      VALUE "HIGH I".
002260     05  FILLER                  PIC X(010)      VALUE "EFF DATE".
002270     05  FILLER                  PIC X(010)      VALUE "ACCOUNT".
002280     05  FILLER                  PIC X(009)      VALUE "COST CTR".
002290     05  FILLER                  PIC X(010)      VALUE "PERCENT".
002300     05  FILLER                  PIC X(009)      VALUE "STATUS".
002310     05  FILLER                  PIC X(056)      VALUE SPACES.
002320 01  WS-SHARE-LINE.
002330     05  SHL-ID                  PIC 9(06).
002340     05  FILLER                  PIC X(02)       VALUE SPACES.
002350     05  SHL-LOW-I               PIC -------9.
002360     05  FILLER                  PIC X(02)       VALUE SPACES.
002370     05  SHL-HIGH-I              PIC -------9.
002380     05  FILLER                  PIC X(02)       VALUE SPACES.
002390     05  SHL-EFF-DATE            PIC 9(08).
002400     05  FILLER                  PIC X(02)       VALUE SPACES.
002410     05  SHL-ACCOUNT             PIC X(08).
002420     05  FILLER                  PIC X(02)       VALUE SPACES.
002430     05  SHL-COST-CTR            PIC X(06).
002440     05  FILLER                  PIC X(02)       VALUE SPACES.
002450     05  SHL-PCT                 PIC ZZ9.9999.
002460     05  FILLER                  PIC X(03)       VALUE SPACES.
002470     05  SHL-STATUS              PIC X(09).
002480     05  FILLER                  PIC X(056)      VALUE SPACES.
002490 01  WS-TRAN-LINE.
002500     05  TRL-ACTION              PIC X(01).
002510     05  FILLER                  PIC X(02)       VALUE SPACES.
002520     05  TRL-LOW-I               PIC X(08).
002530     05  FILLER                  PIC X(02)       VALUE SPACES.
002540     05  TRL-HIGH-I              PIC X(08).
002550     05  FILLER                  PIC X(02)       VALUE SPACES.
002560     05  TRL-EFF-DATE            PIC X(08).
002570     05  FILLER                  PIC X(02)       VALUE SPACES.
002580     05  TRL-ACCOUNT             PIC X(08).
002590     05  FILLER                  PIC X(02)       VALUE SPACES.
002600     05  TRL-COST-CTR            PIC X(06).
002610     05  FILLER                  PIC X(02)       VALUE SPACES.
002620     05  TRL-PCT                 PIC X(07).
002630     05  FILLER                  PIC X(02)       VALUE SPACES.
002640     05  TRL-DISPOSITION         PIC X(28).
002650     05  FILLER                  PIC X(002)      VALUE SPACES.
002660     05  TRL-ID-TEXT             PIC X(009).
002670     05  TRL-ID                  PIC X(06).
002680     05  FILLER                  PIC X(027)      VALUE SPACES.
002690 01  WS-ANALYSIS-LINE.
002700     05  ANL-TEXT                PIC X(020).
002710     05  ANL-ID                  PIC 9(06).
002720     05  FILLER                  PIC X(002)      VALUE SPACES.
002730     05  ANL-LOW-I               PIC -------9.
002740     05  FILLER                  PIC X(004)      VALUE " TO ".
002750     05  ANL-HIGH-I              PIC -------9.
002760     05  ANL-TAIL                PIC X(040).
002770     05  ANL-PCT                 PIC ZZZZ9.9999.
002780     05  FILLER                  PIC X(034)      VALUE SPACES.
002790 01  WS-RPT-TRAILER.
002800     05  FILLER                  PIC X(012)
002810             VALUE "CARDS READ  ".
002820     05  TRL-CARDS-READ          PIC ZZZZZZZ9.
002830     05  FILLER                  PIC X(010)
002840             VALUE "  APPLIED ".
002850     05  TRL-APPLIED             PIC ZZZZZZZ9.
002860     05  FILLER                  PIC X(011)
002870             VALUE "  REJECTED ".
002880     05  TRL-REJECTED            PIC ZZZZZZZ9.
002890     05  FILLER                  PIC X(011)
002900             VALUE "  OVERLAPS ".
002910     05  TRL-OVERLAPS            PIC ZZZZZZZ9.
002920     05  FILLER                  PIC X(014)
002930             VALUE "  NOT FOOTING ".
002940     05  TRL-FOOTING             PIC ZZZZZZZ9.
002950     05  FILLER                  PIC X(034)      VALUE SPACES.
002960 PROCEDURE DIVISION.
002970*****************************************************************
002980* 0000-MAINLINE                                                 *
002990*****************************************************************
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003020     PERFORM 1200-LOAD-OLD-ONE THRU 1200-LOAD-OLD-ONE-EXIT
003030             UNTIL WS-OLD-EOF.
003040     PERFORM 1300-PRINT-BEFORE THRU 1300-PRINT-BEFORE-EXIT.
003050     PERFORM 2000-APPLY-ONE-CARD THRU 2000-APPLY-ONE-CARD-EXIT
003060             UNTIL WS-TRAN-EOF.
003070     PERFORM 3000-VALIDATE-TABLE THRU 3000-VALIDATE-TABLE-EXIT.
003080     PERFORM 4000-WRITE-NEW THRU 4000-WRITE-NEW-EXIT.
003090     PERFORM 6000-WRAP-UP THRU 6000-WRAP-UP-EXIT.
003100     STOP RUN.
003110*****************************************************************
003120* 1000-INITIALIZE -- OPENS THE FILES, STAMPS THE RUN DATE,      *
003130* WRITES THE REPORT HEADING AND PRIMES THE FIRST READ.          *
003140*****************************************************************
003150 1000-INITIALIZE.
003160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003170     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
003180     OPEN OUTPUT REPORT-FILE.
003190     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
003200     OPEN INPUT ALLOC-OLD-FILE.
003210     OPEN INPUT TRAN-FILE.
003220     PERFORM 1100-READ-OLD THRU 1100-READ-OLD-EXIT.
003230 1000-INITIALIZE-EXIT.
003240     EXIT.
003250*****************************************************************
003260* 1100-READ-OLD -- READS ONE CURRENT-FILE RECORD INTO THE       *
003270* ALLOCREF WORK AREA, SETTING THE EOF SWITCH AT END.            *
003280*****************************************************************
003290 1100-READ-OLD.
003300     READ ALLOC-OLD-FILE INTO ALLOC-REF-REC
003310         AT END
003320             MOVE 'Y' TO WS-OLD-EOF-SW
003330     END-READ.
003340     IF NOT WS-OLD-EOF
003350         ADD 1 TO WS-OLD-READ
003360     END-IF.
003370 1100-READ-OLD-EXIT.
003380     EXIT.
003390*****************************************************************
003400* 1200-LOAD-OLD-ONE -- LOADS ONE CURRENT-FILE SHARE RECORD.  A  *
003410* NEW ALLOC-ID OPENS A NEW TABLE ENTRY; THE SAME ID ADDS A      *
003420* SHARE TO THE ENTRY BEFORE IT.  A RECORD OUT OF ID ORDER,      *
003430* DISAGREEING WITH ITS ALLOCATION'S RANGE OR DATE, OR PAST A    *
003440* LIMIT IS REPORTED AND DROPPED -- THE RUN ENDS RC=8 SO NOTHING *
003450* IS LOST IN PRODUCTION.                                        *
003460*****************************************************************
003470 1200-LOAD-OLD-ONE.
003480     IF ALLOC-ID NOT NUMERIC
003490        OR ALLOC-LOW-I NOT NUMERIC OR ALLOC-HIGH-I NOT NUMERIC
003500        OR ALLOC-PCT NOT NUMERIC
003510         DISPLAY "ALLOCMNT  - UNREADABLE CURRENT-FILE RECORD "
003520                 WS-OLD-READ " DROPPED"
003530         GO TO 1200-LOAD-OLD-ONE-DROP
003540     END-IF.
003550     IF ALLOC-EFF-DATE NOT NUMERIC
003560         MOVE ZERO TO ALLOC-EFF-DATE
003570     END-IF.
003580     IF WS-TBL-COUNT > ZERO
003590         IF ALLOC-ID < WS-TBL-ID (WS-TBL-COUNT)
003600             DISPLAY "ALLOCMNT  - CURRENT FILE OUT OF ORDER AT "
003610                     "ALLOC-ID " ALLOC-ID ", RECORD DROPPED"
003620             GO TO 1200-LOAD-OLD-ONE-DROP
003630         END-IF
003640         IF ALLOC-ID = WS-TBL-ID (WS-TBL-COUNT)
003650             GO TO 1200-LOAD-OLD-ONE-SHARE
003660         END-IF
003670     END-IF.
003680     IF WS-TBL-COUNT >= WS-TBL-LIMIT
003690         DISPLAY "ALLOCMNT  - ALLOCATION TABLE FULL, ALLOC-ID "
003700                 ALLOC-ID " DROPPED"
003710         GO TO 1200-LOAD-OLD-ONE-DROP
003720     END-IF.
003730     ADD 1 TO WS-TBL-COUNT.
003740     MOVE ALLOC-ID       TO WS-TBL-ID (WS-TBL-COUNT).
003750     MOVE ALLOC-LOW-I    TO WS-TBL-LOW-I (WS-TBL-COUNT).
003760     MOVE ALLOC-HIGH-I   TO WS-TBL-HIGH-I (WS-TBL-COUNT).
003770     MOVE ALLOC-EFF-DATE TO WS-TBL-EFF-DATE (WS-TBL-COUNT).
003780     MOVE ZERO           TO WS-TBL-SHARES (WS-TBL-COUNT).
003790     IF ALLOC-EFF-DATE > WS-RUN-DATE
003800         MOVE 'N' TO WS-TBL-LOCKED (WS-TBL-COUNT)
003810     ELSE
003820         MOVE 'Y' TO WS-TBL-LOCKED (WS-TBL-COUNT)
003830     END-IF.
003840     IF ALLOC-ID NOT < WS-NEXT-ID
003850         COMPUTE WS-NEXT-ID = ALLOC-ID + 1
003860     END-IF.
003870 1200-LOAD-OLD-ONE-SHARE.
003880     IF ALLOC-LOW-I NOT = WS-TBL-LOW-I (WS-TBL-COUNT)
003890        OR ALLOC-HIGH-I NOT = WS-TBL-HIGH-I (WS-TBL-COUNT)
003900        OR ALLOC-EFF-DATE NOT = WS-TBL-EFF-DATE (WS-TBL-COUNT)
003910         DISPLAY "ALLOCMNT  - ALLOC-ID " ALLOC-ID " SHARE "
003920                 "DISAGREES WITH ITS ALLOCATION, RECORD DROPPED"
003930         GO TO 1200-LOAD-OLD-ONE-DROP
003940     END-IF.
003950     IF WS-TBL-SHARES (WS-TBL-COUNT) >= WS-SHR-LIMIT
003960         DISPLAY "ALLOCMNT  - ALLOC-ID " ALLOC-ID " HAS MORE "
003970                 "THAN " WS-SHR-LIMIT " SHARES, RECORD DROPPED"
003980         GO TO 1200-LOAD-OLD-ONE-DROP
003990     END-IF.
004000     ADD 1 TO WS-TBL-SHARES (WS-TBL-COUNT).
004010     MOVE WS-TBL-SHARES (WS-TBL-COUNT) TO WS-SHR-SUB.
004020     MOVE ALLOC-GL-ACCOUNT
004030         TO WS-TBL-ACCOUNT (WS-TBL-COUNT, WS-SHR-SUB).
004040     MOVE ALLOC-COST-CENTER
004050         TO WS-TBL-COST-CTR (WS-TBL-COUNT, WS-SHR-SUB).
004060     MOVE ALLOC-PCT
004070         TO WS-TBL-PCT (WS-TBL-COUNT, WS-SHR-SUB).
004080     GO TO 1200-LOAD-OLD-ONE-READ.
004090 1200-LOAD-OLD-ONE-DROP.
004100     ADD 1 TO WS-OLD-DROPPED.
004110     MOVE 8 TO RETURN-CODE.
004120 1200-LOAD-OLD-ONE-READ.
004130     PERFORM 1100-READ-OLD THRU 1100-READ-OLD-EXIT.
004140 1200-LOAD-OLD-ONE-EXIT.
004150     EXIT.
004160*****************************************************************
004170* 1300-PRINT-BEFORE -- LISTS THE FILE AS IT STANDS BEFORE ANY   *
004180* CARD IS APPLIED.                                              *
004190*****************************************************************
004200 1300-PRINT-BEFORE.
004210     MOVE "BEFORE -- ALLOCATIONS ON FILE" TO SEC-TITLE.
004220     WRITE REPORT-REC FROM WS-RPT-SECTION.
004230     WRITE REPORT-REC FROM WS-RPT-SHARE-HEAD.
004240     MOVE ZERO TO WS-TBL-SUB.
004250     PERFORM 1350-PRINT-ONE-ALLOC
004260             THRU 1350-PRINT-ONE-ALLOC-EXIT
004270             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
004280     PERFORM 1400-READ-TRAN THRU 1400-READ-TRAN-EXIT.
004290     MOVE "TRANSACTIONS" TO SEC-TITLE.
004300     WRITE REPORT-REC FROM WS-RPT-SECTION.
004310 1300-PRINT-BEFORE-EXIT.
004320     EXIT.
004330*****************************************************************
004340* 1350-PRINT-ONE-ALLOC -- PRINTS THE NEXT ALLOCATION, ONE LINE  *
004350* PER SHARE.                                                    *
004360*****************************************************************
004370 1350-PRINT-ONE-ALLOC.
004380     ADD 1 TO WS-TBL-SUB.
004390     MOVE ZERO TO WS-SHR-SUB.
004400     PERFORM 1360-PRINT-ONE-SHARE
004410             THRU 1360-PRINT-ONE-SHARE-EXIT
004420             UNTIL WS-SHR-SUB >= WS-TBL-SHARES (WS-TBL-SUB).
004430 1350-PRINT-ONE-ALLOC-EXIT.
004440     EXIT.
004450*****************************************************************
004460* 1360-PRINT-ONE-SHARE -- PRINTS ONE SHARE OF THE ALLOCATION    *
004470* WS-TBL-SUB POINTS AT, WITH WHETHER IT IS LOCKED (IN EFFECT),  *
004480* PENDING (NOT YET IN EFFECT) OR NEW THIS RUN.                  *
004490*****************************************************************
004500 1360-PRINT-ONE-SHARE.
004510     ADD 1 TO WS-SHR-SUB.
004520     MOVE WS-TBL-ID (WS-TBL-SUB)       TO SHL-ID.
004530     MOVE WS-TBL-LOW-I (WS-TBL-SUB)    TO SHL-LOW-I.
004540     MOVE WS-TBL-HIGH-I (WS-TBL-SUB)   TO SHL-HIGH-I.
004550     MOVE WS-TBL-EFF-DATE (WS-TBL-SUB) TO SHL-EFF-DATE.
004560     MOVE WS-TBL-ACCOUNT (WS-TBL-SUB, WS-SHR-SUB)  TO SHL-ACCOUNT.
004570     MOVE WS-TBL-COST-CTR (WS-TBL-SUB, WS-SHR-SUB)
004580                                             TO SHL-COST-CTR.
004590     MOVE WS-TBL-PCT (WS-TBL-SUB, WS-SHR-SUB)      TO SHL-PCT.
004600     IF WS-TBL-LOCKED (WS-TBL-SUB) = 'Y'
004610         MOVE "IN EFFECT" TO SHL-STATUS
004620     ELSE
004630         IF WS-TBL-EFF-DATE (WS-TBL-SUB) > WS-RUN-DATE
004640             MOVE "PENDING"   TO SHL-STATUS
004650         ELSE
004660             MOVE "NEW"       TO SHL-STATUS
004670         END-IF
004680     END-IF.
004690     WRITE REPORT-REC FROM WS-SHARE-LINE.
004700 1360-PRINT-ONE-SHARE-EXIT.
004710     EXIT.
004720*****************************************************************
004730* 1400-READ-TRAN -- READS ONE TRANSACTION CARD, SETTING THE     *
004740* EOF SWITCH AT END AND COUNTING EVERY CARD READ.               *
004750*****************************************************************
004760 1400-READ-TRAN.
004770     READ TRAN-FILE
004780         AT END
004790             MOVE 'Y' TO WS-TRAN-EOF-SW
004800     END-READ.
004810     IF NOT WS-TRAN-EOF
004820         ADD 1 TO WS-CARDS-READ
004830     END-IF.
004840 1400-READ-TRAN-EXIT.
004850     EXIT.
004860*****************************************************************
004870* 2000-APPLY-ONE-CARD -- EDITS AND APPLIES ONE TRANSACTION      *
004880* CARD.  EVERY CARD IS ECHOED ON THE REPORT WITH ITS            *
004890* DISPOSITION; A REJECTED CARD SETS RC=8 SO THE JOB STREAM      *
004900* NEVER SWAPS A HALF-APPLIED FILE INTO PRODUCTION.              *
004910*****************************************************************
004920 2000-APPLY-ONE-CARD.
004930     MOVE TRN-ACTION      TO TRL-ACTION.
004940     MOVE TRN-LOW-I       TO TRL-LOW-I.
004950     MOVE TRN-HIGH-I      TO TRL-HIGH-I.
004960     MOVE TRN-EFF-DATE    TO TRL-EFF-DATE.
004970     MOVE TRN-GL-ACCOUNT  TO TRL-ACCOUNT.
004980     MOVE TRN-COST-CENTER TO TRL-COST-CTR.
004990     MOVE TRN-PCT         TO TRL-PCT.
005000     MOVE SPACES          TO TRL-ID-TEXT.
005010     MOVE SPACES          TO TRL-ID.
005020     IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
005030        AND TRN-ACTION NOT = 'D'
005040         MOVE "REJECTED - BAD ACTION" TO TRL-DISPOSITION
005050         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005060         GO TO 2000-APPLY-ONE-CARD-NEXT
005070     END-IF.
005080     IF TRN-LOW-I NOT NUMERIC OR TRN-HIGH-I NOT NUMERIC
005090         MOVE "REJECTED - BAD NUMERICS" TO TRL-DISPOSITION
005100         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005110         GO TO 2000-APPLY-ONE-CARD-NEXT
005120     END-IF.
005130     IF TRN-LOW-I > TRN-HIGH-I
005140         MOVE "REJECTED - BACKWARDS RANGE" TO TRL-DISPOSITION
005150         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005160         GO TO 2000-APPLY-ONE-CARD-NEXT
005170     END-IF.
005180     IF TRN-EFF-DATE NOT = SPACES
005190        AND TRN-EFF-DATE NOT NUMERIC
005200         MOVE "REJECTED - BAD EFF DATE" TO TRL-DISPOSITION
005210         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005220         GO TO 2000-APPLY-ONE-CARD-NEXT
005230     END-IF.
005240     IF TRN-ACTION NOT = 'D' AND TRN-GL-ACCOUNT = SPACES
005250         MOVE "REJECTED - BLANK ACCOUNT" TO TRL-DISPOSITION
005260         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005270         GO TO 2000-APPLY-ONE-CARD-NEXT
005280     END-IF.
005290     IF TRN-ACTION NOT = 'D'
005300         IF TRN-PCT NOT NUMERIC
005310             MOVE "REJECTED - BAD PERCENT" TO TRL-DISPOSITION
005320             PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005330             GO TO 2000-APPLY-ONE-CARD-NEXT
005340         END-IF
005350         IF TRN-PCT-N = ZERO OR TRN-PCT-N > 100
005360             MOVE "REJECTED - BAD PERCENT" TO TRL-DISPOSITION
005370             PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005380             GO TO 2000-APPLY-ONE-CARD-NEXT
005390         END-IF
005400     END-IF.
005410     IF TRN-EFF-DATE IS NUMERIC
005420         MOVE TRN-EFF-DATE TO WS-CARD-EFF-DATE
005430     ELSE
005440         MOVE ZERO TO WS-CARD-EFF-DATE
005450     END-IF.
005460     PERFORM 2400-FIND-MATCH THRU 2400-FIND-MATCH-EXIT.
005470     IF WS-MATCH-FOUND
005480         MOVE "ALLOC-ID " TO TRL-ID-TEXT
005490         MOVE WS-TBL-ID (WS-TBL-SUB) TO TRL-ID
005500         IF WS-TBL-LOCKED (WS-TBL-SUB) = 'Y'
005510             MOVE "REJECTED - ALREADY IN EFFECT"
005520                                   TO TRL-DISPOSITION
005530             PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005540             GO TO 2000-APPLY-ONE-CARD-NEXT
005550         END-IF
005560     END-IF.
005570     EVALUATE TRN-ACTION
005580         WHEN 'A'
005590             PERFORM 2100-ADD-SHARE THRU 2100-ADD-SHARE-EXIT
005600         WHEN 'C'
005610             PERFORM 2200-CHANGE-SHARE
005620                     THRU 2200-CHANGE-SHARE-EXIT
005630         WHEN 'D'
005640             PERFORM 2300-DELETE-SHARE
005650                     THRU 2300-DELETE-SHARE-EXIT
005660     END-EVALUATE.
005670 2000-APPLY-ONE-CARD-NEXT.
005680     WRITE REPORT-REC FROM WS-TRAN-LINE.
005690     PERFORM 1400-READ-TRAN THRU 1400-READ-TRAN-EXIT.
005700 2000-APPLY-ONE-CARD-EXIT.
005710     EXIT.
005720*****************************************************************
005730* 2100-ADD-SHARE -- ADDS THE CARD'S SHARE TO THE ALLOCATION     *
005740* FOUND FOR ITS RANGE AND DATE, OR STARTS A NEW ALLOCATION WITH *
005750* THE NEXT ALLOC-ID AFTER PROVING THE RANGE DOES NOT OVERLAP    *
005760* ANOTHER ALLOCATION WITH THE SAME EFFECTIVE DATE (A LATER      *
005770* EFFECTIVE DATE MAY OVERLAP -- THAT IS HOW A NEW SPLIT         *
005780* SUPERSEDES THE OLD ONE).                                      *
005790*****************************************************************
005800 2100-ADD-SHARE.
005810     IF WS-MATCH-FOUND
005820         GO TO 2100-ADD-SHARE-TO-ALLOC
005830     END-IF.
005840     PERFORM 2600-CHECK-CARD-OVERLAP
005850             THRU 2600-CHECK-CARD-OVERLAP-EXIT.
005860     IF WS-OVERLAP-FOUND
005870         MOVE "REJECTED - OVERLAPS ALLOC" TO TRL-DISPOSITION
005880         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005890         GO TO 2100-ADD-SHARE-EXIT
005900     END-IF.
005910     IF WS-TBL-COUNT >= WS-TBL-LIMIT
005920         MOVE "REJECTED - TABLE FULL" TO TRL-DISPOSITION
005930         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005940         GO TO 2100-ADD-SHARE-EXIT
005950     END-IF.
005960     ADD 1 TO WS-TBL-COUNT.
005970     MOVE WS-TBL-COUNT     TO WS-TBL-SUB.
005980     MOVE WS-NEXT-ID       TO WS-TBL-ID (WS-TBL-SUB).
005990     ADD 1 TO WS-NEXT-ID.
006000     MOVE TRN-LOW-I        TO WS-TBL-LOW-I (WS-TBL-SUB).
006010     MOVE TRN-HIGH-I       TO WS-TBL-HIGH-I (WS-TBL-SUB).
006020     MOVE WS-CARD-EFF-DATE TO WS-TBL-EFF-DATE (WS-TBL-SUB).
006030     MOVE 'N'              TO WS-TBL-LOCKED (WS-TBL-SUB).
006040     MOVE ZERO             TO WS-TBL-SHARES (WS-TBL-SUB).
006050     MOVE "ALLOC-ID "      TO TRL-ID-TEXT.
006060     MOVE WS-TBL-ID (WS-TBL-SUB) TO TRL-ID.
006070 2100-ADD-SHARE-TO-ALLOC.
006080     PERFORM 2500-FIND-SHARE THRU 2500-FIND-SHARE-EXIT.
006090     IF WS-SHARE-FOUND
006100         MOVE "REJECTED - SHARE ON FILE" TO TRL-DISPOSITION
006110         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006120         GO TO 2100-ADD-SHARE-EXIT
006130     END-IF.
006140     IF WS-TBL-SHARES (WS-TBL-SUB) >= WS-SHR-LIMIT
006150         MOVE "REJECTED - TOO MANY SHARES" TO TRL-DISPOSITION
006160         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006170         GO TO 2100-ADD-SHARE-EXIT
006180     END-IF.
006190     ADD 1 TO WS-TBL-SHARES (WS-TBL-SUB).
006200     MOVE WS-TBL-SHARES (WS-TBL-SUB) TO WS-SHR-SUB.
006210     MOVE TRN-GL-ACCOUNT
006220         TO WS-TBL-ACCOUNT (WS-TBL-SUB, WS-SHR-SUB).
006230     MOVE TRN-COST-CENTER
006240         TO WS-TBL-COST-CTR (WS-TBL-SUB, WS-SHR-SUB).
006250     MOVE TRN-PCT-N
006260         TO WS-TBL-PCT (WS-TBL-SUB, WS-SHR-SUB).
006270     IF WS-TBL-SHARES (WS-TBL-SUB) = 1
006280         MOVE "ADDED - NEW ALLOCATION" TO TRL-DISPOSITION
006290     ELSE
006300         MOVE "ADDED" TO TRL-DISPOSITION
006310     END-IF.
006320     ADD 1 TO WS-CARDS-APPLIED.
006330 2100-ADD-SHARE-EXIT.
006340     EXIT.
006350*****************************************************************
006360* 2200-CHANGE-SHARE -- FINDS THE SHARE MATCHING THE CARD'S      *
006370* ACCOUNT AND COST CENTER IN THE CARD'S ALLOCATION AND REPLACES *
006380* ITS PERCENT.  TO MOVE A SHARE TO ANOTHER ACCOUNT, DELETE AND  *
006390* RE-ADD IT.                                                    *
006400*****************************************************************
006410 2200-CHANGE-SHARE.
006420     IF NOT WS-MATCH-FOUND
006430         MOVE "REJECTED - NO SUCH ALLOC" TO TRL-DISPOSITION
006440         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006450         GO TO 2200-CHANGE-SHARE-EXIT
006460     END-IF.
006470     PERFORM 2500-FIND-SHARE THRU 2500-FIND-SHARE-EXIT.
006480     IF NOT WS-SHARE-FOUND
006490         MOVE "REJECTED - NO SUCH SHARE" TO TRL-DISPOSITION
006500         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006510         GO TO 2200-CHANGE-SHARE-EXIT
006520     END-IF.
006530     MOVE TRN-PCT-N TO WS-TBL-PCT (WS-TBL-SUB, WS-SHR-SUB).
006540     MOVE "CHANGED" TO TRL-DISPOSITION.
006550     ADD 1 TO WS-CARDS-APPLIED.
006560 2200-CHANGE-SHARE-EXIT.
006570     EXIT.
006580*****************************************************************
006590* 2300-DELETE-SHARE -- REMOVES ONE SHARE FROM THE CARD'S        *
006600* ALLOCATION, OR THE WHOLE ALLOCATION WHEN THE CARD'S ACCOUNT   *
006610* IS BLANK (OR ITS LAST SHARE GOES), SHIFTING THE ENTRIES ABOVE *
006620* IT DOWN ONE.                                                  *
006630*****************************************************************
006640 2300-DELETE-SHARE.
006650     IF NOT WS-MATCH-FOUND
006660         MOVE "REJECTED - NO SUCH ALLOC" TO TRL-DISPOSITION
006670         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006680         GO TO 2300-DELETE-SHARE-EXIT
006690     END-IF.
006700     IF TRN-GL-ACCOUNT = SPACES
006710         GO TO 2300-DELETE-SHARE-ALLOC
006720     END-IF.
006730     PERFORM 2500-FIND-SHARE THRU 2500-FIND-SHARE-EXIT.
006740     IF NOT WS-SHARE-FOUND
006750         MOVE "REJECTED - NO SUCH SHARE" TO TRL-DISPOSITION
006760         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
006770         GO TO 2300-DELETE-SHARE-EXIT
006780     END-IF.
006790     MOVE WS-SHR-SUB TO WS-SHIFT-SUB.
006800     PERFORM 2850-SHIFT-SHARE-DOWN THRU 2850-SHIFT-SHARE-DOWN-EXIT
006810             UNTIL WS-SHIFT-SUB >= WS-TBL-SHARES (WS-TBL-SUB).
006820     SUBTRACT 1 FROM WS-TBL-SHARES (WS-TBL-SUB).
006830     ADD 1 TO WS-CARDS-APPLIED.
006840     IF WS-TBL-SHARES (WS-TBL-SUB) > ZERO
006850         MOVE "DELETED" TO TRL-DISPOSITION
006860         GO TO 2300-DELETE-SHARE-EXIT
006870     END-IF.
006880     MOVE "DELETED - LAST SHARE" TO TRL-DISPOSITION.
006890     GO TO 2300-DELETE-SHARE-SHIFT.
006900 2300-DELETE-SHARE-ALLOC.
006910     MOVE "DELETED - ALLOCATION" TO TRL-DISPOSITION.
006920     ADD 1 TO WS-CARDS-APPLIED.
006930 2300-DELETE-SHARE-SHIFT.
006940     MOVE WS-TBL-SUB TO WS-SHIFT-SUB.
006950     PERFORM 2800-SHIFT-ONE-DOWN THRU 2800-SHIFT-ONE-DOWN-EXIT
006960             UNTIL WS-SHIFT-SUB >= WS-TBL-COUNT.
006970     SUBTRACT 1 FROM WS-TBL-COUNT.
006980 2300-DELETE-SHARE-EXIT.
006990     EXIT.
007000*****************************************************************
007010* 2400-FIND-MATCH -- SERIAL SEARCH FOR THE ALLOCATION WHOSE     *
007020* LOW/HIGH I VALUES AND EFFECTIVE DATE EQUAL THE CARD'S (BLANK  *
007030* OR ZERO ON THE CARD MATCHES A ZERO-DATED ALLOCATION), LEAVING *
007040* WS-TBL-SUB POINTING AT IT WHEN FOUND.                         *
007050*****************************************************************
007060 2400-FIND-MATCH.
007070     MOVE 'N' TO WS-MATCH-FOUND-SW.
007080     MOVE ZERO TO WS-TBL-SUB.
007090     PERFORM 2450-TEST-ONE-MATCH THRU 2450-TEST-ONE-MATCH-EXIT
007100             UNTIL WS-MATCH-FOUND
007110                OR WS-TBL-SUB >= WS-TBL-COUNT.
007120 2400-FIND-MATCH-EXIT.
007130     EXIT.
007140*****************************************************************
007150* 2450-TEST-ONE-MATCH -- TESTS THE NEXT ALLOCATION AGAINST THE  *
007160* CARD'S MATCH KEYS: LOW I, HIGH I AND EFFECTIVE DATE.          *
007170*****************************************************************
007180 2450-TEST-ONE-MATCH.
007190     ADD 1 TO WS-TBL-SUB.
007200     IF WS-TBL-LOW-I (WS-TBL-SUB) = TRN-LOW-I
007210        AND WS-TBL-HIGH-I (WS-TBL-SUB) = TRN-HIGH-I
007220        AND WS-TBL-EFF-DATE (WS-TBL-SUB) = WS-CARD-EFF-DATE
007230         MOVE 'Y' TO WS-MATCH-FOUND-SW
007240     END-IF.
007250 2450-TEST-ONE-MATCH-EXIT.
007260     EXIT.
007270*****************************************************************
007280* 2500-FIND-SHARE -- SERIAL SEARCH OF THE ALLOCATION WS-TBL-SUB *
007290* POINTS AT FOR THE SHARE CODED TO THE CARD'S ACCOUNT AND COST  *
007300* CENTER, LEAVING WS-SHR-SUB POINTING AT IT WHEN FOUND.         *
007310*****************************************************************
007320 2500-FIND-SHARE.
007330     MOVE 'N' TO WS-SHARE-FOUND-SW.
007340     MOVE ZERO TO WS-SHR-SUB.
007350     PERFORM 2550-TEST-ONE-SHARE THRU 2550-TEST-ONE-SHARE-EXIT
007360             UNTIL WS-SHARE-FOUND
007370                OR WS-SHR-SUB >= WS-TBL-SHARES (WS-TBL-SUB).
007380 2500-FIND-SHARE-EXIT.
007390     EXIT.
007400*****************************************************************
007410* 2550-TEST-ONE-SHARE -- TESTS THE NEXT SHARE AGAINST THE       *
007420* CARD'S ACCOUNT AND COST CENTER.                               *
007430*****************************************************************
007440 2550-TEST-ONE-SHARE.
007450     ADD 1 TO WS-SHR-SUB.
007460     IF WS-TBL-ACCOUNT (WS-TBL-SUB, WS-SHR-SUB) = TRN-GL-ACCOUNT
007470        AND WS-TBL-COST-CTR (WS-TBL-SUB, WS-SHR-SUB) =
007480                TRN-COST-CENTER
007490         MOVE 'Y' TO WS-SHARE-FOUND-SW
007500     END-IF.
007510 2550-TEST-ONE-SHARE-EXIT.
007520     EXIT.
007530*****************************************************************
007540* 2600-CHECK-CARD-OVERLAP -- PROVES A NEW ALLOCATION'S RANGE    *
007550* AGAINST EVERY ALLOCATION WITH THE SAME EFFECTIVE DATE.        *
007560*****************************************************************
007570 2600-CHECK-CARD-OVERLAP.
007580     MOVE 'N' TO WS-OVERLAP-SW.
007590     MOVE ZERO TO WS-SCAN-SUB.
007600     PERFORM 2650-TEST-ONE-OVERLAP
007610             THRU 2650-TEST-ONE-OVERLAP-EXIT
007620             UNTIL WS-OVERLAP-FOUND
007630                OR WS-SCAN-SUB >= WS-TBL-COUNT.
007640 2600-CHECK-CARD-OVERLAP-EXIT.
007650     EXIT.
007660*****************************************************************
007670* 2650-TEST-ONE-OVERLAP -- TESTS THE CARD'S RANGE AGAINST THE   *
007680* NEXT ALLOCATION.  TWO RANGES OVERLAP WHEN NEITHER ENDS BEFORE *
007690* THE OTHER BEGINS.                                             *
007700*****************************************************************
007710 2650-TEST-ONE-OVERLAP.
007720     ADD 1 TO WS-SCAN-SUB.
007730     IF WS-TBL-EFF-DATE (WS-SCAN-SUB) = WS-CARD-EFF-DATE
007740        AND TRN-LOW-I NOT > WS-TBL-HIGH-I (WS-SCAN-SUB)
007750        AND TRN-HIGH-I NOT < WS-TBL-LOW-I (WS-SCAN-SUB)
007760         MOVE 'Y' TO WS-OVERLAP-SW
007770     END-IF.
007780 2650-TEST-ONE-OVERLAP-EXIT.
007790     EXIT.
007800*****************************************************************
007810* 2800-SHIFT-ONE-DOWN -- MOVES ONE ALLOCATION DOWN OVER THE     *
007820* ALLOCATION BEING DELETED.                                     *
007830*****************************************************************
007840 2800-SHIFT-ONE-DOWN.
007850     IF WS-SHIFT-SUB < WS-TBL-COUNT
007860         MOVE WS-ALLOC-ENTRY (WS-SHIFT-SUB + 1)
007870             TO WS-ALLOC-ENTRY (WS-SHIFT-SUB)
007880     END-IF.
007890     ADD 1 TO WS-SHIFT-SUB.
007900 2800-SHIFT-ONE-DOWN-EXIT.
007910     EXIT.
007920*****************************************************************
007930* 2850-SHIFT-SHARE-DOWN -- MOVES ONE SHARE DOWN OVER THE SHARE  *
007940* BEING DELETED.                                                *
007950*****************************************************************
007960 2850-SHIFT-SHARE-DOWN.
007970     IF WS-SHIFT-SUB < WS-TBL-SHARES (WS-TBL-SUB)
007980         MOVE WS-TBL-SHARE (WS-TBL-SUB, WS-SHIFT-SUB + 1)
007990             TO WS-TBL-SHARE (WS-TBL-SUB, WS-SHIFT-SUB)
008000     END-IF.
008010     ADD 1 TO WS-SHIFT-SUB.
008020 2850-SHIFT-SHARE-DOWN-EXIT.
008030     EXIT.
008040*****************************************************************
008050* 2900-REJECT-CARD -- COUNTS A REJECTED CARD AND SETS THE       *
008060* RETURN CODE THAT BLOCKS THE PRODUCTION SWAP.                  *
008070*****************************************************************
008080 2900-REJECT-CARD.
008090     ADD 1 TO WS-CARDS-REJECTED.
008100     MOVE 8 TO RETURN-CODE.
008110 2900-REJECT-CARD-EXIT.
008120     EXIT.
008130*****************************************************************
008140* 3000-VALIDATE-TABLE -- WHOLE-TABLE ANALYSIS OF THE RESULT:    *
008150* AN ALLOCATION WHOSE PERCENTAGES DO NOT FOOT TO EXACTLY 100,   *
008160* OR ANY SAME-EFFECTIVE-DATE OVERLAP (INCLUDING ONE ALREADY ON  *
008170* THE OLD FILE), IS AN ERROR.                                   *
008180*****************************************************************
008190 3000-VALIDATE-TABLE.
008200     MOVE "ALLOCATION ANALYSIS" TO SEC-TITLE.
008210     WRITE REPORT-REC FROM WS-RPT-SECTION.
008220     MOVE ZERO TO WS-TBL-SUB.
008230     PERFORM 3050-FOOT-ONE-ALLOC THRU 3050-FOOT-ONE-ALLOC-EXIT
008240             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
008250     MOVE ZERO TO WS-TBL-SUB.
008260     PERFORM 3100-OVERLAP-OUTER THRU 3100-OVERLAP-OUTER-EXIT
008270             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
008280     IF WS-OVERLAP-ERRORS = ZERO AND WS-FOOT-ERRORS = ZERO
008290         MOVE SPACES TO WS-ANALYSIS-LINE
008300         MOVE "ALL FOOT, NO OVERLAP" TO ANL-TEXT
008310         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
008320     END-IF.
008330 3000-VALIDATE-TABLE-EXIT.
008340     EXIT.
008350*****************************************************************
008360* 3050-FOOT-ONE-ALLOC -- TOTALS THE NEXT ALLOCATION'S SHARE     *
008370* PERCENTAGES.  ANYTHING BUT EXACTLY 100 IS REPORTED AND SETS   *
008380* RC=8 -- DECIMAL WILL NOT SPLIT BY AN ALLOCATION THAT DOES NOT *
008390* FOOT.                                                         *
008400*****************************************************************
008410 3050-FOOT-ONE-ALLOC.
008420     ADD 1 TO WS-TBL-SUB.
008430     MOVE ZERO TO WS-PCT-TOTAL.
008440     MOVE ZERO TO WS-SHR-SUB.
008450     PERFORM 3060-ADD-ONE-PCT THRU 3060-ADD-ONE-PCT-EXIT
008460             UNTIL WS-SHR-SUB >= WS-TBL-SHARES (WS-TBL-SUB).
008470     IF WS-PCT-TOTAL NOT = 100
008480         MOVE SPACES TO WS-ANALYSIS-LINE
008490         MOVE "NOT FOOTING: ALLOC  " TO ANL-TEXT
008500         MOVE WS-TBL-ID (WS-TBL-SUB)     TO ANL-ID
008510         MOVE WS-TBL-LOW-I (WS-TBL-SUB)  TO ANL-LOW-I
008520         MOVE WS-TBL-HIGH-I (WS-TBL-SUB) TO ANL-HIGH-I
008530         MOVE " SHARES TOTAL PERCENT" TO ANL-TAIL
008540         MOVE WS-PCT-TOTAL TO ANL-PCT
008550         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
008560         DISPLAY "ALLOCMNT  - ALLOC-ID " WS-TBL-ID (WS-TBL-SUB)
008570                 " DOES NOT FOOT TO 100 PERCENT"
008580         ADD 1 TO WS-FOOT-ERRORS
008590         MOVE 8 TO RETURN-CODE
008600     END-IF.
008610 3050-FOOT-ONE-ALLOC-EXIT.
008620     EXIT.
008630*****************************************************************
008640* 3060-ADD-ONE-PCT -- ADDS THE NEXT SHARE'S PERCENT TO THE      *
008650* ALLOCATION'S TOTAL.                                           *
008660*****************************************************************
008670 3060-ADD-ONE-PCT.
008680     ADD 1 TO WS-SHR-SUB.
008690     ADD WS-TBL-PCT (WS-TBL-SUB, WS-SHR-SUB) TO WS-PCT-TOTAL.
008700 3060-ADD-ONE-PCT-EXIT.
008710     EXIT.
008720*****************************************************************
008730* 3100-OVERLAP-OUTER -- PAIRS THE NEXT ALLOCATION WITH EVERY    *
008740* ALLOCATION AFTER IT FOR THE OVERLAP TEST.                     *
008750*****************************************************************
008760 3100-OVERLAP-OUTER.
008770     ADD 1 TO WS-TBL-SUB.
008780     MOVE WS-TBL-SUB TO WS-SCAN-SUB.
008790     PERFORM 3200-OVERLAP-INNER THRU 3200-OVERLAP-INNER-EXIT
008800             UNTIL WS-SCAN-SUB >= WS-TBL-COUNT.
008810 3100-OVERLAP-OUTER-EXIT.
008820     EXIT.
008830*****************************************************************
008840* 3200-OVERLAP-INNER -- TESTS ONE PAIR OF ALLOCATIONS.  A       *
008850* SAME-EFFECTIVE-DATE OVERLAP IS REPORTED AND SETS RC=8.        *
008860*****************************************************************
008870 3200-OVERLAP-INNER.
008880     ADD 1 TO WS-SCAN-SUB.
008890     IF WS-TBL-EFF-DATE (WS-SCAN-SUB) =
008900             WS-TBL-EFF-DATE (WS-TBL-SUB)
008910        AND WS-TBL-LOW-I (WS-TBL-SUB) NOT >
008920             WS-TBL-HIGH-I (WS-SCAN-SUB)
008930        AND WS-TBL-HIGH-I (WS-TBL-SUB) NOT <
008940             WS-TBL-LOW-I (WS-SCAN-SUB)
008950         MOVE SPACES TO WS-ANALYSIS-LINE
008960         MOVE "OVERLAP: ALLOC      " TO ANL-TEXT
008970         MOVE WS-TBL-ID (WS-TBL-SUB)     TO ANL-ID
008980         MOVE WS-TBL-LOW-I (WS-TBL-SUB)  TO ANL-LOW-I
008990         MOVE WS-TBL-HIGH-I (WS-TBL-SUB) TO ANL-HIGH-I
009000         MOVE " COLLIDES WITH A LATER ALLOCATION" TO ANL-TAIL
009010         WRITE REPORT-REC FROM WS-ANALYSIS-LINE
009020         DISPLAY "ALLOCMNT  - SAME-DATE OVERLAP AT ALLOC-ID "
009030                 WS-TBL-ID (WS-TBL-SUB)
009040         ADD 1 TO WS-OVERLAP-ERRORS
009050         MOVE 8 TO RETURN-CODE
009060     END-IF.
009070 3200-OVERLAP-INNER-EXIT.
009080     EXIT.
009090*****************************************************************
009100* 4000-WRITE-NEW -- PRINTS THE AFTER SECTION AND WRITES THE     *
009110* MAINTAINED FILE.  THE JOB STREAM ONLY SWAPS IT IN WHEN THIS   *
009120* RUN ENDS RC=0.                                                *
009130*****************************************************************
009140 4000-WRITE-NEW.
009150     MOVE "AFTER -- ALLOCATIONS WRITTEN" TO SEC-TITLE.
009160     WRITE REPORT-REC FROM WS-RPT-SECTION.
009170     WRITE REPORT-REC FROM WS-RPT-SHARE-HEAD.
009180     OPEN OUTPUT ALLOC-NEW-FILE.
009190     MOVE ZERO TO WS-TBL-SUB.
009200     PERFORM 4100-WRITE-ONE-NEW THRU 4100-WRITE-ONE-NEW-EXIT
009210             UNTIL WS-TBL-SUB >= WS-TBL-COUNT.
009220     CLOSE ALLOC-NEW-FILE.
009230 4000-WRITE-NEW-EXIT.
009240     EXIT.
009250*****************************************************************
009260* 4100-WRITE-ONE-NEW -- WRITES AND PRINTS ONE MAINTAINED        *
009270* ALLOCATION, ONE ALLOCREF RECORD PER SHARE.                    *
009280*****************************************************************
009290 4100-WRITE-ONE-NEW.
009300     ADD 1 TO WS-TBL-SUB.
009310     MOVE ZERO TO WS-SHR-SUB.
009320     PERFORM 4150-WRITE-ONE-SHARE THRU 4150-WRITE-ONE-SHARE-EXIT
009330             UNTIL WS-SHR-SUB >= WS-TBL-SHARES (WS-TBL-SUB).
009340 4100-WRITE-ONE-NEW-EXIT.
009350     EXIT.
009360*****************************************************************
009370* 4150-WRITE-ONE-SHARE -- WRITES AND PRINTS ONE SHARE RECORD.   *
009380*****************************************************************
009390 4150-WRITE-ONE-SHARE.
009400     PERFORM 1360-PRINT-ONE-SHARE
009410             THRU 1360-PRINT-ONE-SHARE-EXIT.
009420     MOVE SPACES TO ALLOC-REF-REC.
009430     MOVE WS-TBL-ID (WS-TBL-SUB)       TO ALLOC-ID.
009440     MOVE WS-TBL-LOW-I (WS-TBL-SUB)    TO ALLOC-LOW-I.
009450     MOVE WS-TBL-HIGH-I (WS-TBL-SUB)   TO ALLOC-HIGH-I.
009460     MOVE WS-TBL-EFF-DATE (WS-TBL-SUB) TO ALLOC-EFF-DATE.
009470     MOVE WS-TBL-ACCOUNT (WS-TBL-SUB, WS-SHR-SUB)
009480                                       TO ALLOC-GL-ACCOUNT.
009490     MOVE WS-TBL-COST-CTR (WS-TBL-SUB, WS-SHR-SUB)
009500                                       TO ALLOC-COST-CENTER.
009510     MOVE WS-TBL-PCT (WS-TBL-SUB, WS-SHR-SUB)
009520                                       TO ALLOC-PCT.
009530     WRITE NEW-ALLOC-REC FROM ALLOC-REF-REC.
009540     ADD 1 TO WS-NEW-WRITTEN.
009550 4150-WRITE-ONE-SHARE-EXIT.
009560     EXIT.
009570*****************************************************************
009580* 6000-WRAP-UP -- WRITES THE CONTROL-TOTAL TRAILER AND CLOSES   *
009590* THE FILES.                                                    *
009600*****************************************************************
009610 6000-WRAP-UP.
009620     MOVE WS-CARDS-READ     TO TRL-CARDS-READ.
009630     MOVE WS-CARDS-APPLIED  TO TRL-APPLIED.
009640     MOVE WS-CARDS-REJECTED TO TRL-REJECTED.
009650     MOVE WS-OVERLAP-ERRORS TO TRL-OVERLAPS.
009660     MOVE WS-FOOT-ERRORS    TO TRL-FOOTING.
009670     WRITE REPORT-REC FROM WS-RPT-TRAILER.
009680     DISPLAY "ALLOCMNT  - " WS-RPT-TRAILER.
009690     DISPLAY "ALLOCMNT  - SHARE RECORDS READ " WS-OLD-READ
009700             " DROPPED " WS-OLD-DROPPED
009710             " WRITTEN " WS-NEW-WRITTEN.
009720     IF RETURN-CODE >= 8
009730         DISPLAY "ALLOCMNT  - ERRORS FOUND, DO NOT SWAP THE "
009740                 "NEW FILE INTO PRODUCTION"
009750     END-IF.
009760     CLOSE ALLOC-OLD-FILE.
009770     CLOSE TRAN-FILE.
009780     CLOSE REPORT-FILE.
009790 6000-WRAP-UP-EXIT.
009800     EXIT.
