002810*                 FOR THE SAME DATE AND JOB; DECBAL RESETS ITS     *
002820*                 AUDIT TALLIES AT THE MARKER SO THE STANDING      *
002830*                 ATTEMPT ALONE PROVES THE DATE.                   *
002831* 09/08/2026 RH   DUPLICATE-FEED DETECTION.  EVERY ACCEPTED BATCH'S*
002832*                 FINGERPRINT (HD SOURCE AND BUSINESS DATE, TL     *
002833*                 DETAIL COUNT AND TR-J HASH) GOES ON THE PERMANENT*
002834*                 TRANSMISSION REGISTRY (XMITRGC, XMITREG DD).  A  *
002835*                 PROVED BATCH ALREADY ON THE REGISTRY, OR WHOSE DT*
002836*                 DETAILS ARE ON THE RESULTS MASTER FOR THE LAST   *
002837*                 PARM-DUP-DAYS BUSINESS DAYS AT A SHARE OF        *
002838*                 PARM-DUP-PCT OR MORE, IS REFUSED WHOLE AND LISTED*
002839*                 ON THE DUPLICATE-REVIEW REPORT (DUPRPT DD); THE  *
002840*                 REST OF THE FEED POSTS AND THE RUN ENDS RC=4.    *
002841*                 PARM-DUP-FORCE-SRC FORCES A GENUINE REPEAT FROM  *
002842*                 ONE SOURCE THROUGH.  THE RESULTS MASTER NOW KEEPS*
002843*                 TR-J AS TRANSMITTED WITH ITS CURRENCY CODE, AND  *
002844*                 IS OPENED DYNAMIC FOR THE DETAIL SEARCH.         *
002845* 09/10/2026 RH   SOURCE-SYSTEM REGISTRY.  THE PER-SOURCE RULES    *
002846*                 NOW COME FROM THE SRCREF FILE (SRCREFC,          *
002847*                 MAINTAINED BY SRCMNT) INSTEAD OF THE PROGRAM: A  *
002848*                 BATCH FROM A SOURCE NOT REGISTERED, OR           *
002849*                 SUSPENDED, FAILS ITS PROOF; THE HD BUSINESS-DATE *
002850*                 CHECK AND THE MIXED-SOURCE RECYCLE BATCH FOLLOW  *
002851*                 THE SOURCE'S FLAGS, NOT A HARDCODED 'RCY'; A     *
002852*                 CODED DETAIL FROM A SOURCE NOT ALLOWED A         *
002853*                 CURRENCY CODE SUSPENDS WITH REASON 06.  THE      *
002854*                 PER-SOURCE TABLE IS LOADED FROM THE REGISTRY     *
002855*                 (100 ENTRIES), THE RECONCILIATION FLAGS A SOURCE *
002856*                 OUTSIDE ITS EXPECTED DAILY VOLUME OR NOT HEARD   *
002857*                 FROM, THE ADVICE HEADER NAMES THE SOURCE'S       *
002858*                 CONTACT, AND THE REVERSAL/ROUNDING EXTRACT LINES *
002859*                 TAKE THEIR SOURCE CODES FROM THE REGISTRY'S V/D  *
002860*                 ENTRIES.                                         *
002861* 09/14/2026 RH   QUARANTINE MODE.  WITH PARM-FAIL-MODE Q A BATCH  *
002862*                 THAT FAILS ITS HD/TL PROOF NO LONGER REFUSES THE *
002863*                 FEED: IT IS WRITTEN WHOLE TO THE QUARANTINE FILE *
002864*                 (QUARREC, QUAROUT DD) WITH A REASON CODE, NAMED  *
002865*                 ON ITS SOURCE'S ADVICE AS A QB LINE, AND COUNTED *
002866*                 ON THE REPORT AND THE RUN HISTORY; THE PROVED    *
002867*                 BATCHES POST AND THE RUN ENDS RC=4.  QUARREL     *
002868*                 RELEASES A HELD BATCH INTO A LATER RUN.  BLANK   *
002869*                 OR R KEEPS THE OLD REFUSAL, AND A BREAK IN THE   *
002870*                 FILE ITSELF STILL ENDS THE RUN RC=12.            *
002871* 09/16/2026 RH   FISCAL PERIODS.  THE CALENDAR NOW CARRIES EACH   *
002872*                 DAY'S FISCAL YEAR/PERIOD AND THE PERIOD'S STATUS,*
002873*                 AND EVERY GL EXTRACT DETAIL CARRIES THE DATE IT  *
002874*                 POSTS ON (GL-POST-DATE): A BATCH'S DETAILS AND   *
002875*                 REVERSAL OFFSETS POST ON ITS HD BUSINESS DATE,   *
002876*                 THE ROUNDING LINE ON THE RUN DATE, AND A DATE IN *
002877*                 A PERIOD PRDCLOSE HAS CLOSED MOVES FORWARD TO THE*
002878*                 FIRST B DAY OF THE NEXT OPEN PERIOD.  THE HD/TL  *
002879*                 KEEP THE RUN DATE.                               *
002880* 09/21/2026 RH   SHARED-SERVICE ALLOCATIONS.  THE NEW ALLOCREF    *
002881*                 FILE (ALLOCREF COPYBOOK, MAINTAINED BY ALLOCMNT) *
002882*                 SPLITS AN I RANGE BY PERCENTAGE ACROSS SEVERAL   *
002883*                 GL ACCOUNT/COST CENTER PAIRS.  WHEN AN           *
002884*                 ALLOCATION IS THE LATEST-DATED CODING FOR I,     *
002885*                 1600 CUTS ONE EXTRACT DETAIL PER SHARE, THE      *
002886*                 ROUNDING REMAINDER ON THE LARGEST SHARE SO THE   *
002887*                 SPLIT FOOTS TO J.  THE RESULTS MASTER RECORDS    *
002888*                 THE ALLOC-ID, AND AN RV RE-SPLITS THE ORIGINAL   *
002889*                 AND BACKS OUT EVERY SHARE.                       *
002890* 09/24/2026 RH   LARGE-VALUE REVIEW.  A COMPUTED J WHOSE SIZE     *
002891*                 EXCEEDS THE REVIEW LIMIT OF ITS SOURCE (SRCREF)  *
002892*                 OR OF ITS I RANGE (ACCTREF), THE LOWER NON-ZERO  *
002893*                 ONE WINNING, IS HELD: WRITTEN TO THE REVPEND     *
002894*                 KSDS (REVPNDC) WITH THE USER WHO KEYED THE       *
002895*                 BATCH, NO EXTRACT DETAIL CUT, AND MARKED HELD ON *
002896*                 THE AUDIT FILE AND RESULTS MASTER.  HELD ITEMS   *
002897*                 ARE THEIR OWN CONTROL TOTAL ON THE TRAILER, THE  *
002898*                 ADVICE AND THE RUN HISTORY.  AN ITEM A           *
002899*                 SUPERVISOR APPROVES COMES BACK ON REVREL'S APV   *
002900*                 BATCH (SOURCE TYPE A), WHICH IS NEVER HELD A     *
002901*                 SECOND TIME.                                     *
002902* 10/05/2026 RH   INTRADAY PROCESSING CYCLES.  A BUSINESS DATE MAY *
002903*                 RUN IN SEVERAL NUMBERED CYCLES (PARM-CYCLE-NO,   *
002904*                 BLANK = THE NEXT ONE ON BUSDCTL), EACH WITH ITS  *
002905*                 OWN FEED AND OUTPUT GENERATIONS.  CYCLE 02 ON    *
002906*                 RUNS UNDER THE PARM JOB ID WITH THE CYCLE IN ITS *
002907*                 LAST TWO BYTES, SO EVERY RESULTS-MASTER, AUDIT,  *
002908*                 REVIEW, REGISTRY AND RUN-HISTORY KEY STAYS       *
002909*                 DISTINCT.  AN INTRADAY CYCLE (PARM-CYCLE-KIND I) *
002910*                 ONLY RECORDS ITSELF ON BUSDCTL; THE CLOSE-OF-DAY *
002911*                 CYCLE ADVANCES THE DATE.  AN HD HEADER NAMING    *
002912*                 ANOTHER CYCLE FAILS ITS PROOF (QUARANTINE REASON *
002913*                 10).  THE NEAR-REPEAT SEARCH NOW TAKES IN THE    *
002914*                 EARLIER CYCLES OF THE RUN DATE.                  *
002915* 10/12/2026 RH   SOURCE STREAMS.  SRCSPLIT SPLITS THE DAY'S FEED  *
002916*                 BY HD SOURCE INTO STREAMS THAT RUN AS CONCURRENT *
002917*                 JOBS; PARM-STREAM-NO (COLUMN 92, BLANK = NOT     *
002918*                 SPLIT) SAYS WHICH ONE THIS RUN IS.  A STREAM RUN *
002919*                 OFFSETS ITS RESULTS-MASTER AND REVIEW KEYS BY    *
002920*                 STREAM TIMES 100,000,000 AND ITS QUARANTINE      *
002921*                 BATCH NUMBERS BY STREAM TIMES 1000, SO THE       *
002922*                 STREAMS SHARE THE JOB ID WITHOUT SHARING A KEY;  *
002923*                 READS BUSDCTL WITHOUT ADVANCING IT (DECMERGE     *
002924*                 DOES, ONCE EVERY STREAM IS IN); STARTS ITS OWN   *
002925*                 AUDIT FILE AFRESH UNLESS IT IS A RESTART; AND    *
002926*                 STAMPS ITS STREAM ON THE RUN HISTORY.  THE BATCH *
002927*                 BUFFER NOW HOLDS 9999 DETAILS AND THE ADVICE     *
002928*                 REJECT TABLE 2000.                               *
002929* 10/15/2026 RH   A RESULT HELD FOR REVIEW ADDS NO ROUNDING        *
002930*                 RESIDUAL TO THE DAY -- ONLY A RESULT THAT POSTS  *
002931*                 DOES -- AND AN ALLOCATED ONE IS QUEUED UNDER THE *
002932*                 ALLOCATION MARKER AND ITS ALLOC-ID.  WITH THE    *
002933*                 RESULTS MASTER UNAVAILABLE THE NEAR-REPEAT       *
002934*                 SEARCH IS REPORTED SKIPPED AND THE RUN ENDS      *
002935*                 RC=4.  THE STREAM NUMBER IS 1-4, THE MOST        *
002936*                 SRCSPLIT CUTS.                                   *
002937*****************************************************************
002938 IDENTIFICATION DIVISION.
002939 PROGRAM-ID. DECIMAL.
002940 AUTHOR. R. HOWELL.
002941 INSTALLATION. LINUX GAZETTE DATA CENTER.
002942 DATE-WRITTEN. 01/15/2003.
002943 DATE-COMPILED.
002944 ENVIRONMENT DIVISION.
002945 INPUT-OUTPUT SECTION.
002946 FILE-CONTROL.
002947     SELECT TRANS-FILE ASSIGN TO TRANSIN
002950         ORGANIZATION IS SEQUENTIAL.
002960     SELECT REPORT-FILE ASSIGN TO RPTOUT
002970         ORGANIZATION IS SEQUENTIAL.
003070         ORGANIZATION IS SEQUENTIAL.
003080     SELECT ACCT-REF-FILE ASSIGN TO ACCTREF
003090         ORGANIZATION IS SEQUENTIAL.
003092     SELECT ALLOC-REF-FILE ASSIGN TO ALLOCREF
003094         ORGANIZATION IS SEQUENTIAL.
003096     SELECT SRC-REF-FILE ASSIGN TO SRCREF
003098         ORGANIZATION IS SEQUENTIAL.
003100     SELECT RUN-HIST-FILE ASSIGN TO RUNHIST
003110         ORGANIZATION IS SEQUENTIAL.
003120     SELECT CALENDAR-FILE ASSIGN TO CALIN
003190         ORGANIZATION IS SEQUENTIAL.
003200     SELECT RESULTS-FILE ASSIGN TO RSLTMSTR
003210         ORGANIZATION IS INDEXED
003220         ACCESS MODE IS DYNAMIC
003230         RECORD KEY IS RSLT-KEY
003240         FILE STATUS IS WS-RSLT-FSTAT.
003241     SELECT XMIT-REG-FILE ASSIGN TO XMITREG
003242         ORGANIZATION IS INDEXED
003243         ACCESS MODE IS RANDOM
003244         RECORD KEY IS XR-KEY
003245         FILE STATUS IS WS-XREG-FSTAT.
003246     SELECT DUP-REPORT-FILE ASSIGN TO DUPRPT
003247         ORGANIZATION IS SEQUENTIAL.
003248     SELECT QUARANTINE-FILE ASSIGN TO QUAROUT
003249         ORGANIZATION IS SEQUENTIAL.
003250     SELECT REVIEW-FILE ASSIGN TO REVPEND
003251         ORGANIZATION IS INDEXED
003252         ACCESS MODE IS RANDOM
003253         RECORD KEY IS RVP-KEY
003254         FILE STATUS IS WS-REVP-FSTAT.
003255 DATA DIVISION.
003260 FILE SECTION.
003270*---------------------------------------------------------------*
003280* TRANS-FILE HOLDS ONE I/J PAIR PER RECORD.  LAYOUT IS THE      *
003740*    TO T SO AN OLD CARD BEHAVES AS IT ALWAYS DID.
003750     05  PARM-ROUND-MODE         PIC X(01).
003760     05  PARM-ROUND-ACCT         PIC X(08).
003770*    PARM-DUP-DAYS IS HOW MANY BUSINESS DAYS BACK THE RESULTS
003771*    MASTER IS SEARCHED FOR DT DETAILS A BATCH REPEATS (ZERO
003772*    TURNS THE SEARCH OFF) AND PARM-DUP-PCT THE SHARE OF A
003773*    BATCH'S DT DETAILS FOUND THERE THAT REFUSES IT.  BLANK
003774*    FALLS BACK TO 5 DAYS AND 50 PERCENT.  PARM-DUP-FORCE-SRC
003775*    NAMES THE ONE SOURCE WHOSE FLAGGED BATCHES ARE A GENUINE
003776*    REPEAT TODAY AND ARE FORCED THROUGH; BLANK FORCES NONE.
003777     05  PARM-DUP-FORCE-SRC      PIC X(03).
003778     05  PARM-DUP-DAYS           PIC 9(02).
003779     05  PARM-DUP-PCT            PIC 9(03).
003780*    PARM-FAIL-MODE IS Q (A BATCH THAT FAILS ITS HD/TL PROOF
003781*    IS QUARANTINED WHOLE AND THE REST OF THE FEED POSTS) OR R
003782*    (ANY FAILED BATCH REFUSES THE WHOLE FEED, RC=12).  BLANK
003783*    FALLS BACK TO R SO AN OLD CARD BEHAVES AS IT ALWAYS DID.
003784     05  PARM-FAIL-MODE          PIC X(01).
003785*    PARM-CYCLE-NO IS THE PROCESSING CYCLE OF THE BUSINESS DATE
003786*    THIS RUN IS (BLANK OR ZERO: THE NEXT AFTER THE LAST ONE
003787*    BUSDCTL RECORDS) AND PARM-CYCLE-KIND IS I FOR AN INTRADAY
003788*    CYCLE OR C FOR THE CLOSE OF DAY.  BLANK FALLS BACK TO C SO
003789*    AN OLD CARD RUNS THE DAY AS ONE CLOSE-OF-DAY CYCLE.  KEEP
003790*    PARM-JOB-ID TO SIX CHARACTERS: FROM CYCLE 02 ON THE LAST
003791*    TWO BYTES OF THE JOB ID CARRY THE CYCLE NUMBER.
003792     05  PARM-CYCLE-NO           PIC 9(02).
003793     05  PARM-CYCLE-KIND         PIC X(01).
003794*    PARM-STREAM-NO IS THE SOURCE STREAM THIS RUN IS WHEN
003795*    SRCSPLIT HAS SPLIT THE FEED INTO CONCURRENT STREAMS (1-4),
003796*    EACH WITH ITS OWN CARD, RESTART POINT AND CHECKPOINTS.
003797*    BLANK OR ZERO IS A RUN OF THE WHOLE FEED, AS BEFORE.
003798     05  PARM-STREAM-NO          PIC X(01).
003799     05  FILLER                  PIC X(014).
003800*---------------------------------------------------------------*
003801* AUDIT-FILE IS THE APPEND-ONLY LOG OF EVERY COMPUTE J = J / I  *
003802* -- ITS INPUTS, ITS RESULT, AND A JOB-ID/TIMESTAMP -- SO A     *
003810* DISPUTED FIGURE CAN BE TRACED BACK TO THE RUN THAT PRODUCED   *
003820* IT.  OPENED EXTEND; THE JCL STREAM KEEPS IT CATALOGED ACROSS  *
003830* RUNS (DISP=MOD).                                              *
003832* A STREAM OF A SPLIT FEED WRITES ITS OWN AUDIT FILE INSTEAD,   *
003834* OPENED OUTPUT ON A FRESH ATTEMPT AND EXTEND ON A RESTART;     *
003836* DECMERGE APPENDS IT TO THE PERMANENT ONE.                     *
003840*---------------------------------------------------------------*
003850 FD  AUDIT-FILE
003860     RECORDING MODE IS F.
004250     RECORDING MODE IS F.
004260     COPY ACCTREF.
004270*---------------------------------------------------------------*
004271* ALLOC-REF-FILE SPLITS RANGES OF I VALUES BY PERCENTAGE ACROSS  *
004272* SEVERAL GL ACCOUNT/COST CENTER PAIRS, ONE RECORD PER SHARE.    *
004273* LAYOUT IS THE ALLOCREF COPYBOOK; THE WHOLE FILE IS LOADED      *
004274* INTO THE WS-ALC-TABLE AT START-UP.                             *
004275*---------------------------------------------------------------*
004276 FD  ALLOC-REF-FILE
004277     RECORDING MODE IS F.
004278     COPY ALLOCREF.
004279*---------------------------------------------------------------*
004280* SRC-REF-FILE IS THE SOURCE-SYSTEM REGISTRY (SRCREFC COPYBOOK), *
004281* ONE RECORD PER SOURCE CODE WITH THE RULES ITS BATCHES ARE      *
004282* HELD TO.  THE WHOLE FILE IS LOADED INTO THE WS-SRC-TABLE AT    *
004283* START-UP.                                                      *
004284*---------------------------------------------------------------*
004285 FD  SRC-REF-FILE
004286     RECORDING MODE IS F.
004287     COPY SRCREFC.
004288*---------------------------------------------------------------*
004289* RUN-HIST-FILE IS THE PERMANENT RUN-HISTORY DATA SET: ONE      *
004290* SUMMARY RECORD PER EXECUTION (RUNHSTC COPYBOOK), APPENDED AT  *
004300* END OF JOB (OPENED EXTEND, DISP=MOD IN THE JCL) SO TRENDRPT   *
004310* CAN FLAG DAY-OVER-DAY VOLUME AND REJECT-RATE SWINGS.          *
004460* (BUSDCTL COPYBOOK), OPENED I-O: READ AT START-UP TO GET THE   *
004470* DATE TO PROCESS, REWRITTEN AT END OF A PROCESSED RUN TO       *
004480* ADVANCE IT TO THE NEXT BUSINESS DAY.                          *
004485* A STREAM OF A SPLIT FEED OPENS IT INPUT AND NEVER REWRITES IT.*
004490*---------------------------------------------------------------*
004500 FD  BUS-CTL-FILE
004510     RECORDING MODE IS F.
004750* SEQUENCE, SO RSLTINQ ANSWERS A FIGURE DISPUTE WITH ONE KEYED  *
004760* READ.  OPENED I-O AND WRITTEN RANDOM SO A RESTARTED RERUN     *
004770* REWRITES THE KEYS IT ALREADY CUT INSTEAD OF FAILING ON        *
004780* DUPLICATES.  BROWSED SEQUENTIALLY OVER THE LAST FEW BUSINESS  *
004785* DAYS TO FIND DETAILS A NEWLY PROVED BATCH REPEATS.            *
004790*---------------------------------------------------------------*
004800 FD  RESULTS-FILE.
004810     COPY RSLTMST.
004811*---------------------------------------------------------------*
004812* XMIT-REG-FILE IS THE PERMANENT TRANSMISSION REGISTRY (VSAM    *
004813* KSDS, XMITRGC COPYBOOK): ONE RECORD PER FEED BATCH EVER       *
004814* ACCEPTED, KEYED BY ITS FINGERPRINT, SO A RE-SENT BATCH IS     *
004815* RECOGNISED AND REFUSED INSTEAD OF POSTING A SECOND TIME.      *
004816*---------------------------------------------------------------*
004817 FD  XMIT-REG-FILE.
004818     COPY XMITRGC.
004819*---------------------------------------------------------------*
004820* DUP-REPORT-FILE IS THE DUPLICATE-REVIEW REPORT: EVERY BATCH   *
004821* REFUSED (OR FORCED THROUGH) AS A DUPLICATE AND WHAT IT        *
004822* REPEATS, FOR THE DESK TO CLEAR WITH THE SOURCE SYSTEM.        *
004823*---------------------------------------------------------------*
004824 FD  DUP-REPORT-FILE
004825     RECORDING MODE IS F.
004826 01  DUP-REPORT-REC              PIC X(126).
004827*---------------------------------------------------------------*
004828* QUARANTINE-FILE HOLDS, IN QUARANTINE MODE, EVERY FEED BATCH   *
004829* THAT FAILED ITS HD/TL PROOF, WHOLE AND AS RECEIVED, WITH THE  *
004830* REASON IT FAILED.  QUARREL RELEASES A CORRECTED OR APPROVED   *
004831* BATCH INTO A LATER RUN.                                       *
004832*---------------------------------------------------------------*
004833 FD  QUARANTINE-FILE
004834     RECORDING MODE IS F.
004835     COPY QUARREC.
004836*---------------------------------------------------------------*
004837* REVIEW-FILE IS THE LARGE-VALUE REVIEW QUEUE (VSAM KSDS,       *
004838* REVPNDC COPYBOOK): ONE RECORD PER RESULT HELD OFF THE GL      *
004839* EXTRACT FOR A SUPERVISOR, KEYED LIKE THE RESULTS MASTER.  A   *
004840* RESTARTED RERUN FINDS THE KEYS IT ALREADY HELD AND LEAVES     *
004841* THEM AS THEY STAND.                                           *
004842*---------------------------------------------------------------*
004843 FD  REVIEW-FILE.
004844     COPY REVPNDC.
004845 WORKING-STORAGE SECTION.
004846*---------------------------------------------------------------*
004847* SWITCHES                                                      *
004850*---------------------------------------------------------------*
004860 01  WS-SWITCHES.
004870     05  WS-TRANS-EOF-SW         PIC X(01)       VALUE 'N'.
004880         88  WS-TRANS-EOF                        VALUE 'Y'.
004890     05  WS-PARM-EOF-SW          PIC X(01)       VALUE 'N'.
004900         88  WS-PARM-EOF                         VALUE 'Y'.
004903     05  WS-STREAM-BAD-SW        PIC X(01)       VALUE 'N'.
004906         88  WS-STREAM-BAD                       VALUE 'Y'.
004910     05  WS-REJECT-SW            PIC X(01)       VALUE 'N'.
004920         88  WS-RECORD-REJECTED                  VALUE 'Y'.
004930     05  WS-TRANS-BAD-SW         PIC X(01)       VALUE 'N'.
004980         88  WS-ACCT-EOF                         VALUE 'Y'.
004990     05  WS-ACCT-FOUND-SW        PIC X(01)       VALUE 'N'.
005000         88  WS-ACCT-FOUND                       VALUE 'Y'.
005001     05  WS-ALC-EOF-SW           PIC X(01)       VALUE 'N'.
005002         88  WS-ALC-EOF                          VALUE 'Y'.
005003     05  WS-ALC-FOUND-SW         PIC X(01)       VALUE 'N'.
005004         88  WS-ALC-FOUND                        VALUE 'Y'.
005005     05  WS-ALC-DROP-SW          PIC X(01)       VALUE 'N'.
005006         88  WS-ALC-DROP                         VALUE 'Y'.
005007     05  WS-ALC-OPEN-SW          PIC X(01)       VALUE 'N'.
005008         88  WS-ALC-OPEN                         VALUE 'Y'.
005010     05  WS-RSLT-OPEN-SW         PIC X(01)       VALUE 'N'.
005020         88  WS-RSLT-OPEN                        VALUE 'Y'.
005021     05  WS-REVP-OPEN-SW         PIC X(01)       VALUE 'N'.
005022         88  WS-REVP-OPEN                        VALUE 'Y'.
005023     05  WS-REVIEW-ON-SW         PIC X(01)       VALUE 'N'.
005024         88  WS-REVIEW-ON                        VALUE 'Y'.
005025     05  WS-REVIEW-HELD-SW       PIC X(01)       VALUE 'N'.
005026         88  WS-REVIEW-HELD                      VALUE 'Y'.
005030     05  WS-SRC-FOUND-SW         PIC X(01)       VALUE 'N'.
005040         88  WS-SRC-FOUND                        VALUE 'Y'.
005043     05  WS-SREF-EOF-SW          PIC X(01)       VALUE 'N'.
005046         88  WS-SREF-EOF                         VALUE 'Y'.
005050     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
005060         88  WS-CAL-EOF                          VALUE 'Y'.
005070     05  WS-BUS-DATE-OK-SW       PIC X(01)       VALUE 'N'.
005120         88  WS-RATE-EOF                         VALUE 'Y'.
005130     05  WS-RATE-FOUND-SW        PIC X(01)       VALUE 'N'.
005140         88  WS-RATE-FOUND                       VALUE 'Y'.
005141     05  WS-XREG-OPEN-SW         PIC X(01)       VALUE 'N'.
005142         88  WS-XREG-OPEN                        VALUE 'Y'.
005143     05  WS-DUP-BATCH-SW         PIC X(01)       VALUE 'N'.
005144         88  WS-DUP-BATCH                        VALUE 'Y'.
005145     05  WS-XMIT-FOUND-SW        PIC X(01)       VALUE 'N'.
005146         88  WS-XMIT-FOUND                       VALUE 'Y'.
005147     05  WS-DUP-MATCH-SW         PIC X(01)       VALUE 'N'.
005148         88  WS-DUP-MATCHED                      VALUE 'Y'.
005149     05  WS-RSLT-EOF-SW          PIC X(01)       VALUE 'N'.
005150         88  WS-RSLT-EOF                         VALUE 'Y'.
005151     05  WS-XREG-DONE-SW         PIC X(01)       VALUE 'N'.
005152         88  WS-XREG-DONE                        VALUE 'Y'.
005153     05  WS-BATCH-BAD-SW         PIC X(01)       VALUE 'N'.
005154         88  WS-BATCH-BAD                        VALUE 'Y'.
005155     05  WS-RUN-MODE             PIC X(04)       VALUE 'DIAG'.
005160         88  WS-PROD-MODE                        VALUE 'PROD'.
005170         88  WS-DIAG-MODE                        VALUE 'DIAG'.
005180     05  WS-ROUND-MODE           PIC X(01)       VALUE 'T'.
005190         88  WS-ROUND-TRUNCATE                   VALUE 'T'.
005200         88  WS-ROUND-HALF-UP                    VALUE 'R'.
005201     05  WS-FAIL-MODE            PIC X(01)       VALUE 'R'.
005202         88  WS-FAIL-REFUSE                      VALUE 'R'.
005203         88  WS-FAIL-QUARANTINE                  VALUE 'Q'.
005204     05  WS-CYCLE-KIND           PIC X(01)       VALUE 'C'.
005205         88  WS-INTRADAY-CYCLE                   VALUE 'I'.
005206         88  WS-CLOSE-CYCLE                      VALUE 'C'.
005210 01  WS-REJECT-REASON            PIC X(02).
005220     88  WS-REASON-ZERO-DIVISOR               VALUE '01'.
005230     88  WS-REASON-J-RANGE                    VALUE '02'.
005240     88  WS-REASON-RV-KEY                     VALUE '03'.
005250     88  WS-REASON-RV-DUP                     VALUE '04'.
005260     88  WS-REASON-NO-RATE                    VALUE '05'.
005265     88  WS-REASON-CURR-NOT-OK                VALUE '06'.
005270*---------------------------------------------------------------*
005280* SCENARIO SEED VALUES -- READ FROM PARM-FILE WHEN SUPPLIED;    *
005290* OTHERWISE THESE DEFAULTS REPRODUCE THE ORIGINAL LITERALS.     *
005300*---------------------------------------------------------------*
005310 01  WS-JOB-ID                   PIC X(08)       VALUE SPACES.
005312 01  WS-JOB-ID-PARTS REDEFINES WS-JOB-ID.
005314     05  WS-JOB-ID-STEM          PIC X(06).
005316     05  WS-JOB-ID-CYCLE         PIC X(02).
005320 01  WS-SCEN2-I                  PIC S9(08)      VALUE -2.
005330 01  WS-SCEN2-J                  PIC S9(07)V9(02) VALUE 99.
005340 01  WS-J-LOW-RANGE              PIC S9(12)V9(04)
005550 01  WS-CAL-SUB                  PIC S9(04) COMP  VALUE ZERO.
005560 01  WS-CAL-LOOKUP-DATE          PIC 9(08)        VALUE ZERO.
005570 01  WS-NEXT-BUS-DATE            PIC 9(08)        VALUE ZERO.
005571*    PROCESSING CYCLE OF THE BUSINESS DATE: THE ONE THE PARM
005572*    CARD ASKED FOR, THE LAST ONE BUSDCTL RECORDS AS COMPLETE,
005573*    AND THE ONE THIS RUN IS.
005574 01  WS-PARM-CYCLE               PIC 9(02)        VALUE ZERO.
005575 01  WS-LAST-CYCLE               PIC 9(02)        VALUE ZERO.
005576 01  WS-CYCLE-NO                 PIC 9(02)        VALUE ZERO.
005580 01  WS-CAL-PREV-DATE            PIC 9(08)        VALUE ZERO.
005590 01  WS-CAL-TABLE.
005600     05  WS-CAL-ENTRY            OCCURS 400 TIMES.
005610         10  WS-CAL-TBL-DATE     PIC 9(08).
005620         10  WS-CAL-TBL-TYPE     PIC X(01).
005621         10  WS-CAL-TBL-PERIOD   PIC 9(06).
005622         10  WS-CAL-TBL-STATUS   PIC X(01).
005623*---------------------------------------------------------------*
005624* POSTING-DATE WORK AREAS.  1735-SET-POST-DATE TURNS AN ITEM'S  *
005625* DATE (WS-POST-FROM-DATE) INTO THE DATE IT POSTS ON            *
005626* (WS-POST-DATE).  WS-CUR-POST-DATE IS THE DATE THE EXTRACT     *
005627* DETAILS NOW BEING WRITTEN POST ON -- THE RELEASED BATCH'S     *
005628* WHILE A BATCH IS RELEASED, OTHERWISE THE RUN DATE'S.          *
005629*---------------------------------------------------------------*
005630 01  WS-CAL-PREV-PERIOD          PIC 9(06)        VALUE ZERO.
005631 01  WS-POST-FROM-DATE           PIC 9(08)        VALUE ZERO.
005632 01  WS-POST-DATE                PIC 9(08)        VALUE ZERO.
005633 01  WS-RUN-POST-DATE            PIC 9(08)        VALUE ZERO.
005634 01  WS-CUR-POST-DATE            PIC 9(08)        VALUE ZERO.
005635 01  WS-POST-SWITCHES.
005636     05  WS-POST-ROUTED-SW       PIC X(01)       VALUE 'N'.
005637         88  WS-POST-ROUTED                      VALUE 'Y'.
005638     05  WS-RUN-ROUTED-SW        PIC X(01)       VALUE 'N'.
005639         88  WS-RUN-ROUTED                       VALUE 'Y'.
005640     05  WS-CUR-ROUTED-SW        PIC X(01)       VALUE 'N'.
005641         88  WS-CUR-ROUTED                       VALUE 'Y'.
005642 01  WS-RPT-HEADING-1.
005643     05  FILLER                  PIC X(025)
005650             VALUE "DECIMAL DIVISION REPORT".
005660     05  FILLER                  PIC X(010)
005670             VALUE "RUN DATE: ".
005680     05  RPT-RUN-DATE            PIC 9(08).
005690     05  FILLER                  PIC X(008)
005692             VALUE "  CYCLE ".
005694     05  RPT-CYCLE-NO            PIC 9(02).
005696     05  FILLER                  PIC X(027)      VALUE SPACES.
005700 01  WS-RPT-HEADING-2.
005710     05  FILLER                  PIC X(007)      VALUE "OUT-I".
005720     05  FILLER                  PIC X(012)      VALUE SPACES.
005810     05  WS-RECORDS-COMPUTED     PIC S9(08) COMP  VALUE ZERO.
005820     05  WS-RECORDS-REJECTED     PIC S9(08) COMP  VALUE ZERO.
005830     05  WS-RECORDS-REVERSED     PIC S9(08) COMP  VALUE ZERO.
005832     05  WS-RECORDS-DUP-REFUSED  PIC S9(08) COMP  VALUE ZERO.
005834     05  WS-RECORDS-QUARANTINED  PIC S9(08) COMP  VALUE ZERO.
005836     05  WS-RECORDS-HELD         PIC S9(08) COMP  VALUE ZERO.
005840     05  WS-J-TOTAL              PIC S9(14)V9(04) COMP-3
005850                                                  VALUE ZERO.
005860*---------------------------------------------------------------*
005900*---------------------------------------------------------------*
005910 01  WS-VAL-CONTROLS.
005920     05  WS-VAL-SOURCE           PIC X(03)        VALUE SPACES.
005925     05  WS-VAL-BUS-DATE         PIC 9(08)        VALUE ZERO.
005930     05  WS-VAL-DETAIL-COUNT     PIC S9(09) COMP  VALUE ZERO.
005940     05  WS-VAL-J-HASH           PIC S9(14)V9(04) COMP-3
005950                                                  VALUE ZERO.
005960     05  WS-VAL-BATCH-COUNT      PIC S9(04) COMP  VALUE ZERO.
005961     05  WS-VAL-MIXED-SW         PIC X(01)        VALUE 'N'.
005962         88  WS-VAL-MIXED                         VALUE 'Y'.
005963     05  WS-VAL-HDR-IMAGE        PIC X(40)        VALUE SPACES.
005964     05  WS-VAL-KEYED-BY         PIC X(08)        VALUE SPACES.
005965     05  WS-VAL-REVIEWED-SW      PIC X(01)        VALUE 'N'.
005966         88  WS-VAL-REVIEWED                      VALUE 'Y'.
005970*---------------------------------------------------------------*
005980* PER-SOURCE RULES AND CONTROL TOTALS.  ONE ENTRY PER SOURCE ON  *
005990* THE SRCREF REGISTRY, LOADED AT START-UP, PLUS ONE FOR ANY      *
006000* UNREGISTERED CODE A RECYCLED DETAIL STILL CARRIES.  EACH       *
006010* UPSTREAM SYSTEM'S TOTALS CAN BE BOUNCED AGAINST ITS OWN        *
006020* TRANSMISSION ADVICE.  RECYCLED DETAILS KEEP THEIR ORIGINAL     *
006023* SOURCE CODE AND SO ROLL INTO THE SOURCE THAT FIRST SENT THEM.  *
006026* ONLY ENTRIES SEEN THIS RUN ARE RECONCILED AND ADVISED.         *
006030*---------------------------------------------------------------*
006040 01  WS-CUR-SOURCE-CD            PIC X(03)        VALUE SPACES.
006050 01  WS-SRC-LOOKUP-CD            PIC X(03)        VALUE SPACES.
006051 01  WS-REV-SOURCE-CD            PIC X(03)        VALUE SPACES.
006052 01  WS-RND-SOURCE-CD            PIC X(03)        VALUE SPACES.
006053 01  WS-REV-SOURCE-COUNT         PIC S9(04) COMP  VALUE ZERO.
006054 01  WS-RND-SOURCE-COUNT         PIC S9(04) COMP  VALUE ZERO.
006055 01  WS-SRC-LIMIT                PIC S9(04) COMP  VALUE 100.
006060 01  WS-SRC-COUNT                PIC S9(04) COMP  VALUE ZERO.
006070 01  WS-SRC-SUB                  PIC S9(04) COMP  VALUE ZERO.
006080 01  WS-SRC-TABLE.
006090     05  WS-SRC-ENTRY            OCCURS 100 TIMES.
006100         10  WS-SRC-CODE         PIC X(03).
006110         10  WS-SRC-READ         PIC S9(08) COMP.
006120         10  WS-SRC-COMPUTED     PIC S9(08) COMP.
006130         10  WS-SRC-REJECTED     PIC S9(08) COMP.
006140         10  WS-SRC-REVERSED     PIC S9(08) COMP.
006145         10  WS-SRC-HELD         PIC S9(08) COMP.
006150         10  WS-SRC-J-TOTAL      PIC S9(14)V9(04) COMP-3.
006151         10  WS-SRC-TYPE         PIC X(01).
006152         10  WS-SRC-STATUS       PIC X(01).
006153         10  WS-SRC-DATE-CHK     PIC X(01).
006154         10  WS-SRC-CURR-OK      PIC X(01).
006155         10  WS-SRC-VOL-LOW      PIC 9(08).
006156         10  WS-SRC-VOL-HIGH     PIC 9(08).
006157         10  WS-SRC-CONTACT      PIC X(30).
006158         10  WS-SRC-SEEN-SW      PIC X(01).
006159         10  WS-SRC-REVIEW-LIMIT PIC 9(10).
006160*---------------------------------------------------------------*
006170* GL EXTRACT BATCH CONTROLS -- THE DETAIL COUNT AND GL-AMOUNT    *
006180* HASH TOTAL WRITTEN ON THE TL BATCH TRAILER SO GLLOAD CAN       *
006190* PROVE IT RECEIVED THE COMPLETE EXTRACT, AND A COUNT OF         *
006200* DETAILS THAT FELL TO THE CLEARING ACCOUNT BECAUSE NO ACCTREF   *
006210* RANGE COVERED THEIR I VALUE.                                   *
006212* ALSO THE RESULTS AN ALLOCREF ALLOCATION SPLIT, AND THE EXTRA   *
006214* DETAILS THEIR SHARES (AND THEIR RV OFFSETS' SHARES) ADDED      *
006216* BEYOND ONE PER RESULT, WHICH THE RUN HISTORY CARRIES FOR       *
006218* DECBAL.                                                        *
006220*---------------------------------------------------------------*
006230 01  WS-GL-CONTROLS.
006240     05  WS-GL-DETAIL-COUNT      PIC S9(08) COMP  VALUE ZERO.
006250     05  WS-GL-AMOUNT-HASH       PIC S9(15)V9(04) COMP-3
006260                                                  VALUE ZERO.
006270     05  WS-GL-UNMATCHED         PIC S9(08) COMP  VALUE ZERO.
006272     05  WS-GL-ROUTED            PIC S9(08) COMP  VALUE ZERO.
006274     05  WS-GL-ALLOCATED         PIC S9(08) COMP  VALUE ZERO.
006276     05  WS-GL-SHARE-LINES       PIC S9(08) COMP  VALUE ZERO.
006278     05  WS-GL-REV-SHARE-LINES   PIC S9(08) COMP  VALUE ZERO.
006280*---------------------------------------------------------------*
006290* GL ACCOUNT-ASSIGNMENT TABLE, LOADED FROM ACCT-REF-FILE AT      *
006300* START-UP.  RANGES NOT YET IN EFFECT ON THE RUN DATE ARE NOT    *
006470         10  WS-ACCT-TBL-ACCOUNT PIC X(08).
006480         10  WS-ACCT-TBL-COST-CTR PIC X(06).
006490         10  WS-ACCT-TBL-EFF-DATE PIC 9(08).
006491         10  WS-ACCT-TBL-REVIEW-LIMIT PIC 9(10).
006492*---------------------------------------------------------------*
006493* SHARED-SERVICE ALLOCATION TABLE, LOADED FROM ALLOC-REF-FILE    *
006494* AT START-UP, ONE ENTRY PER ALLOC-ID WITH ITS SHARES.  AN       *
006495* ALLOCATION NOT YET IN EFFECT ON THE RUN DATE, OR WHOSE SHARES  *
006496* DO NOT FOOT TO 100 PERCENT, IS NOT LOADED.  SUPERSEDED         *
006497* ALLOCATIONS STAY LOADED SO AN RV CAN STILL RE-SPLIT A RESULT   *
006498* THEY SPLIT.  WS-ALC-BIG IS THE SHARE THAT TAKES THE ROUNDING   *
006499* REMAINDER (THE LARGEST, FIRST ON A TIE).  A RESULT SPLIT BY    *
006500* AN ALLOCATION CARRIES WS-ALLOC-MARKER AS ITS GL ACCOUNT AND    *
006501* THE ALLOC-ID AS ITS COST CENTER ON THE RESULTS MASTER.         *
006502*---------------------------------------------------------------*
006503 01  WS-ALLOC-MARKER             PIC X(08)       VALUE 'ALLOCATN'.
006504 01  WS-ALC-LIMIT                PIC S9(04) COMP  VALUE 100.
006505 01  WS-ALC-SHR-LIMIT            PIC S9(04) COMP  VALUE 10.
006506 01  WS-ALC-COUNT                PIC S9(04) COMP  VALUE ZERO.
006507 01  WS-ALC-SUB                  PIC S9(04) COMP  VALUE ZERO.
006508 01  WS-ALC-SCAN-SUB             PIC S9(04) COMP  VALUE ZERO.
006509 01  WS-SHARE-SUB                PIC S9(04) COMP  VALUE ZERO.
006510 01  WS-ALC-KEY                  PIC 9(06)       VALUE ZERO.
006511 01  WS-ALC-SKIP-ID              PIC 9(06)       VALUE ZERO.
006512 01  WS-ALC-PCT-TOTAL            PIC 9(05)V9(04) VALUE ZERO.
006513 01  WS-ALC-BIG-PCT              PIC 9(03)V9(04) VALUE ZERO.
006514 01  WS-ALC-TABLE.
006515     05  WS-ALC-ENTRY            OCCURS 100 TIMES.
006516         10  WS-ALC-ID           PIC 9(06).
006517         10  WS-ALC-LOW-I        PIC S9(08).
006518         10  WS-ALC-HIGH-I       PIC S9(08).
006519         10  WS-ALC-EFF-DATE     PIC 9(08).
006520         10  WS-ALC-SHARES       PIC S9(04) COMP.
006521         10  WS-ALC-BIG          PIC S9(04) COMP.
006522         10  WS-ALC-SHARE        OCCURS 10 TIMES.
006523             15  WS-ALC-ACCOUNT  PIC X(08).
006524             15  WS-ALC-COST-CTR PIC X(06).
006525             15  WS-ALC-PCT      PIC 9(03)V9(04).
006526*---------------------------------------------------------------*
006527* SPLIT WORK AREAS -- THE AMOUNT BEING SPLIT, EACH SHARE'S       *
006528* ROUNDED PART OF IT, AND THEIR RUNNING TOTAL.                   *
006529*---------------------------------------------------------------*
006530 01  WS-SPLIT-AMOUNT             PIC S9(12)V9(04) COMP-3
006531                                                  VALUE ZERO.
006532 01  WS-SPLIT-TOTAL              PIC S9(13)V9(04) COMP-3
006533                                                  VALUE ZERO.
006534 01  WS-SHARE-AMOUNTS.
006535     05  WS-SHARE-AMT            PIC S9(13)V9(04) COMP-3
006536                                 OCCURS 10 TIMES.
006537*---------------------------------------------------------------*
006538* CURRENCY/UNIT CONVERSION TABLE, LOADED FROM RATE-FILE AT       *
006539* START-UP.  A DT DETAIL WITH A NON-BLANK TR-CURR-CD IS          *
006540* CONVERTED TO BASE UNITS (AMOUNT * RATE, ROUNDED AT THE 4TH     *
006541* DECIMAL) BEFORE THE EDIT AND COMPUTE; A CODE WITH NO RATE      *
006550* TODAY REJECTS TO SUSPENSE WITH REASON 05.  THE VALUE AND CODE  *
006560* AS TRANSMITTED ARE KEPT FOR THE EXTRACT AND THE SUSPENSE       *
006570* IMAGE.                                                         *
006760* THE LIMIT THE COUNTS ON THE TL TRAILER ARE STILL RIGHT, THE   *
006770* OVERFLOW JUST HAS NO RJ LINES (REPORTED TO SYSOUT).           *
006780*---------------------------------------------------------------*
006790 01  WS-ADV-LIMIT                PIC S9(04) COMP  VALUE 2000.
006800 01  WS-ADV-COUNT                PIC S9(04) COMP  VALUE ZERO.
006810 01  WS-ADV-SUB                  PIC S9(04) COMP  VALUE ZERO.
006820 01  WS-ADV-LOST                 PIC S9(08) COMP  VALUE ZERO.
006830 01  WS-ADV-TABLE.
006840     05  WS-ADV-ENTRY            OCCURS 2000 TIMES.
006850         10  WS-ADV-SOURCE       PIC X(03).
006860         10  WS-ADV-REASON       PIC X(02).
006870         10  WS-ADV-I            PIC S9(08).
006880         10  WS-ADV-J            PIC S9(12)V9(04) COMP-3.
006890         10  WS-ADV-CURR         PIC X(03).
006891*---------------------------------------------------------------*
006892* QUARANTINE WORK AREAS -- THE FAILED BATCH BEING WRITTEN TO    *
006893* THE QUARANTINE FILE (WS-QUAR-BATCHES COUNTS THEM; ITS BATCH   *
006894* NUMBER IS THE COUNT PLUS ANY STREAM BASE), AND ONE ENTRY PER  *
006895* BATCH QUARANTINED THIS RUN SO EACH SOURCE'S ADVICE CAN NAME   *
006896* ITS OWN.  PAST THE LIMIT THE BATCHES                          *
006897* ARE STILL HELD AND COUNTED, THEY JUST HAVE NO QB LINE         *
006898* (REPORTED TO SYSOUT).                                         *
006899*---------------------------------------------------------------*
006900 01  WS-QUAR-REASON              PIC X(02)        VALUE SPACES.
006901 01  WS-QUAR-SOURCE              PIC X(03)        VALUE SPACES.
006902 01  WS-QUAR-BUS-DATE            PIC 9(08)        VALUE ZERO.
006903 01  WS-QUAR-IMAGE               PIC X(40)        VALUE SPACES.
006904 01  WS-QUAR-BATCHES             PIC S9(04) COMP  VALUE ZERO.
006905 01  WS-QUAR-BATCH-NO            PIC 9(04)        VALUE ZERO.
006906 01  WS-QUAR-BATCH-RECS          PIC S9(08) COMP  VALUE ZERO.
006907 01  WS-QB-LIMIT                 PIC S9(04) COMP  VALUE 50.
006908 01  WS-QB-COUNT                 PIC S9(04) COMP  VALUE ZERO.
006909 01  WS-QB-SUB                   PIC S9(04) COMP  VALUE ZERO.
006910 01  WS-QB-CUR                   PIC S9(04) COMP  VALUE ZERO.
006911 01  WS-QB-LOST                  PIC S9(04) COMP  VALUE ZERO.
006912 01  WS-QB-TABLE.
006913     05  WS-QB-ENTRY             OCCURS 50 TIMES.
006914         10  WS-QB-SOURCE        PIC X(03).
006915         10  WS-QB-BATCH-NO      PIC 9(04).
006916         10  WS-QB-REASON        PIC X(02).
006917         10  WS-QB-BUS-DATE      PIC 9(08).
006918         10  WS-QB-RECORDS       PIC 9(08).
006919         10  WS-QB-TRL-COUNT     PIC 9(09).
006920         10  WS-QB-TRL-HASH      PIC S9(14)V9(04) COMP-3.
006921*---------------------------------------------------------------*
006922* ROUNDING CONTROLS.  WHEN ROUND HALF-UP IS ON, EACH RECORD'S    *
006923* RESIDUAL BETWEEN THE FULL-PRECISION QUOTIENT AND THE STORED J  *
006930* ACCUMULATES HERE AND THE DAY'S TOTAL POSTS AS ITS OWN GL       *
006940* EXTRACT LINE AGAINST THE ROUNDING-DIFFERENCE ACCOUNT, SO THE   *
006950* LEDGER BALANCES TO THE PENNY INSTEAD OF DRIFTING.              *
007110* THE KEYS THE ABORTED ATTEMPT CUT).  A MASTER THAT WILL NOT    *
007120* OPEN IS REPORTED ONCE AND THE RUN CARRIES ON WITHOUT IT --    *
007130* THE LEDGER FEED DOES NOT DEPEND ON THE DISPUTE-LOOKUP COPY.   *
007132* THE NEAR-REPEAT DETAIL SEARCH CANNOT RUN WITHOUT IT, THOUGH,  *
007134* SO THE RUN THEN ENDS AT LEAST RC=4 AND THE DUPLICATE-REVIEW   *
007136* REPORT SAYS THE SEARCH DID NOT RUN.                           *
007140*---------------------------------------------------------------*
007150 01  WS-RSLT-FSTAT               PIC X(02)       VALUE SPACES.
007151*---------------------------------------------------------------*
007152* LARGE-VALUE REVIEW CONTROLS.  WS-CUR-KEYED-BY AND             *
007153* WS-CUR-REVIEWED-SW ARE THE RELEASED BATCH'S HD KEYED-BY USER  *
007154* AND WHETHER IT IS AN APPROVED-REVIEW RELEASE (SOURCE TYPE A,  *
007155* EXEMPT FROM REVIEW).  WS-REVIEW-LIMIT/BASIS ARE THE LIMIT     *
007156* THAT APPLIES TO THE CURRENT RESULT AND WHETHER IT CAME FROM   *
007157* THE SOURCE (S) OR THE I RANGE (A); ZERO MEANS NO REVIEW.  A   *
007158* QUEUE THAT WILL NOT OPEN WHILE ANY LIMIT IS SET REFUSES THE   *
007159* FEED -- A LARGE ITEM WITH NOWHERE TO BE HELD MUST NOT POST    *
007160* UNSEEN.                                                       *
007161*---------------------------------------------------------------*
007162 01  WS-REVP-FSTAT               PIC X(02)       VALUE SPACES.
007163 01  WS-CUR-KEYED-BY             PIC X(08)       VALUE SPACES.
007164 01  WS-CUR-REVIEWED-SW          PIC X(01)       VALUE 'N'.
007165     88  WS-CUR-REVIEWED                      VALUE 'Y'.
007166 01  WS-REVIEW-LIMIT             PIC 9(10)       VALUE ZERO.
007167 01  WS-REVIEW-BASIS             PIC X(01)       VALUE SPACE.
007168 01  WS-REVIEW-SIZE              PIC S9(12)V9(04) COMP-3
007169                                                  VALUE ZERO.
007170*---------------------------------------------------------------*
007171* REVERSAL WORK AREAS -- THE ORIGINAL RESULT'S FIGURES, HELD    *
007180* WHILE RSLT-REC IS REUSED TO MARK THE MASTER REVERSED AND TO   *
007190* WRITE THE RV TRANSACTION'S OWN MASTER RECORD.  THE GL         *
007200* ACCOUNT/COST CENTER OF THE LAST EXTRACT DETAIL WRITTEN IS     *
007390     05  WS-CKPT-QUOTIENT        PIC S9(08) COMP  VALUE ZERO.
007400     05  WS-CKPT-REMAINDER       PIC S9(08) COMP  VALUE ZERO.
007410*---------------------------------------------------------------*
007411* SOURCE-STREAM CONTROLS.  WS-STREAM-NO IS THE STREAM OF A      *
007412* SPLIT FEED THIS RUN IS (ZERO: THE WHOLE FEED).  A STREAM'S    *
007413* RESULTS-MASTER AND REVIEW KEYS ARE ITS FEED POSITION          *
007414* (WS-CUR-SEQ) PLUS WS-STREAM-SEQ-BASE, AND ITS QUARANTINE      *
007415* BATCH NUMBERS ITS BATCH COUNT PLUS WS-STREAM-BATCH-BASE, SO   *
007416* STREAMS RUNNING UNDER ONE JOB ID NEVER CUT THE SAME KEY.      *
007417* CHECKPOINT/RESTART STAYS ON THE STREAM'S OWN FEED POSITION.   *
007418*---------------------------------------------------------------*
007419 01  WS-STREAM-NO                PIC 9(01)        VALUE ZERO.
007420     88  WS-STREAM-RUN                           VALUE 1 THRU 4.
007421 01  WS-STREAM-SEQ-BASE          PIC S9(09) COMP  VALUE ZERO.
007422 01  WS-STREAM-BATCH-BASE        PIC S9(04) COMP  VALUE ZERO.
007423 01  WS-KEY-SEQ                  PIC S9(09) COMP  VALUE ZERO.
007424*---------------------------------------------------------------*
007425* BATCH BUFFER -- DT/RV RECORDS OF THE BATCH CURRENTLY BEING    *
007430* PROVED, EACH WITH ITS PHYSICAL FEED POSITION.  RELEASED TO    *
007440* THE EDIT/COMPUTE LOGIC THE MOMENT THE BATCH'S TL TRAILER      *
007450* RECONCILES, SO THE FEED IS READ EXACTLY ONCE.  WS-CUR-SEQ IS  *
007460* THE RELEASED RECORD'S FEED POSITION -- THE SAME NUMBER THE    *
007470* CHECKPOINT/RESTART POINT AND THE RESULTS-MASTER KEY USE.      *
007480*---------------------------------------------------------------*
007490 01  WS-BUF-LIMIT                PIC S9(04) COMP  VALUE 9999.
007500 01  WS-BUF-COUNT                PIC S9(04) COMP  VALUE ZERO.
007510 01  WS-BUF-SUB                  PIC S9(04) COMP  VALUE ZERO.
007520 01  WS-CUR-SEQ                  PIC S9(09) COMP  VALUE ZERO.
007530 01  WS-BATCH-BUFFER.
007540     05  WS-BUF-ENTRY            OCCURS 9999 TIMES.
007550         10  WS-BUF-SEQ          PIC S9(09) COMP.
007560         10  WS-BUF-IMAGE        PIC X(40).
007561         10  WS-BUF-DUP-SW       PIC X(01).
007562         10  WS-BUF-DUP-DATE     PIC 9(08).
007563         10  WS-BUF-DUP-JOB      PIC X(08).
007564         10  WS-BUF-DUP-SEQ      PIC 9(09).
007565*---------------------------------------------------------------*
007566* DUPLICATE-FEED CONTROLS.  A PROVED BATCH IS CHECKED FOR ITS   *
007567* EXACT FINGERPRINT AGAINST THE TRANSMISSION REGISTRY AND THE   *
007568* BATCHES ALREADY ACCEPTED THIS RUN, THEN ITS DT DETAILS        *
007569* AGAINST THE RESULTS MASTER FROM WS-DUP-FROM-DATE UP TO THE    *
007570* RUN DATE.  A BUFFERED DETAIL FOUND THERE IS MARKED WITH THE   *
007571* KEY IT MATCHED, FOR THE REVIEW REPORT.  ACCEPTED BATCHES ARE  *
007572* HELD IN WS-XMIT-TABLE AND REGISTERED ONLY AT THE END OF A RUN *
007573* THAT ACCEPTED ITS FEED, SO A REFUSED OR ABENDED ATTEMPT NEVER *
007574* BLOCKS ITS OWN RERUN.  PAST THE TABLE LIMIT THE FEED IS       *
007575* REFUSED -- AN UNREGISTERED BATCH COULD POST TWICE.            *
007576*---------------------------------------------------------------*
007577 01  WS-XREG-FSTAT               PIC X(02)       VALUE SPACES.
007578 01  WS-DUP-DAYS                 PIC S9(04) COMP  VALUE 5.
007579 01  WS-DUP-PCT                  PIC S9(04) COMP  VALUE 50.
007580 01  WS-DUP-FORCE-SRC            PIC X(03)        VALUE SPACES.
007581 01  WS-DUP-FROM-DATE            PIC 9(08)        VALUE ZERO.
007582 01  WS-DUP-STEPS                PIC S9(04) COMP  VALUE ZERO.
007583 01  WS-DUP-DT-COUNT             PIC S9(08) COMP  VALUE ZERO.
007584 01  WS-DUP-MATCH-COUNT          PIC S9(08) COMP  VALUE ZERO.
007585 01  WS-DUP-SHARE                PIC S9(04) COMP  VALUE ZERO.
007586 01  WS-DUP-BATCHES              PIC S9(04) COMP  VALUE ZERO.
007587 01  WS-DUP-FORCED               PIC S9(04) COMP  VALUE ZERO.
007588 01  WS-DUP-VERDICT              PIC X(01)        VALUE SPACE.
007589     88  WS-DUP-REPEAT                            VALUE 'R'.
007590     88  WS-DUP-NEAR                              VALUE 'N'.
007591 01  WS-DUP-PRIOR-DATE           PIC 9(08)        VALUE ZERO.
007592 01  WS-DUP-PRIOR-JOB            PIC X(08)        VALUE SPACES.
007593 01  WS-XMIT-LIMIT               PIC S9(04) COMP  VALUE 200.
007594 01  WS-XMIT-COUNT               PIC S9(04) COMP  VALUE ZERO.
007595 01  WS-XMIT-SUB                 PIC S9(04) COMP  VALUE ZERO.
007596 01  WS-XMIT-TABLE.
007597     05  WS-XMIT-ENTRY           OCCURS 200 TIMES.
007598         10  WS-XMIT-SOURCE      PIC X(03).
007599         10  WS-XMIT-BUS-DATE    PIC 9(08).
007600         10  WS-XMIT-DTL-COUNT   PIC 9(09).
007601         10  WS-XMIT-HASH        PIC S9(14)V9(04).
007602         10  WS-XMIT-FORCED      PIC X(01).
007603*    A BUFFERED IMAGE LAID OUT AS A DT DETAIL (TRANSRC) FOR THE
007604*    RESULTS-MASTER COMPARISON AND THE REVIEW REPORT.
007605 01  WS-DUP-IMAGE.
007606     05  DUP-REC-TYPE            PIC X(02).
007607     05  DUP-I                   PIC S9(08).
007608     05  FILLER                  PIC X(05).
007609     05  DUP-J                   PIC S9(12)V9(04).
007610     05  DUP-CURR-CD             PIC X(03).
007611     05  FILLER                  PIC X(02).
007612     05  DUP-SOURCE-CD           PIC X(03).
007613     05  FILLER                  PIC X(01).
007614 01  WS-RPT-TRAILER.
007615     05  FILLER                  PIC X(018)
007616             VALUE "RECORDS READ     ".
007617     05  TRL-RECORDS-READ        PIC ZZZZZZZ9.
007618     05  FILLER                  PIC X(003)      VALUE SPACES.
007620     05  FILLER                  PIC X(018)
007630             VALUE "RECORDS COMPUTED ".
007640     05  TRL-RECORDS-COMPUTED    PIC ZZZZZZZ9.
007750* REVERSALS ARE THEIR OWN CONTROL-TOTAL LINE -- NEITHER          *
007760* COMPUTED NOR REJECTED, THEY MUST RECONCILE SEPARATELY.         *
007770*---------------------------------------------------------------*
007773* HELD ITEMS ARE LIKEWISE THEIR OWN TOTAL: NOT COMPUTED UNTIL A  *
007776* SUPERVISOR RELEASES THEM ON A LATER RUN.                       *
007780 01  WS-RPT-TRAILER-2.
007790     05  FILLER                  PIC X(018)
007800             VALUE "RECORDS REVERSED ".
007810     05  TRL-RECORDS-REVERSED    PIC ZZZZZZZ9.
007820     05  FILLER                  PIC X(003)      VALUE SPACES.
007821     05  FILLER                  PIC X(018)
007822             VALUE "DUP-REFUSED      ".
007823     05  TRL-RECORDS-DUP-REFUSED PIC ZZZZZZZ9.
007824     05  FILLER                  PIC X(003)      VALUE SPACES.
007825     05  FILLER                  PIC X(018)
007826             VALUE "QUARANTINED      ".
007827     05  TRL-RECORDS-QUARANTINED PIC ZZZZZZZ9.
007828     05  FILLER                  PIC X(003)      VALUE SPACES.
007829     05  FILLER                  PIC X(018)
007830             VALUE "HELD FOR REVIEW  ".
007831     05  TRL-RECORDS-HELD        PIC ZZZZZZZ9.
007832     05  FILLER                  PIC X(013)      VALUE SPACES.
007833*---------------------------------------------------------------*
007840* PER-SOURCE RECONCILIATION SECTION OF THE REPORT -- ONE LINE    *
007850* PER SOURCE SYSTEM, TO BOUNCE AGAINST ITS TRANSMISSION ADVICE.  *
007860*---------------------------------------------------------------*
008050     05  FILLER                  PIC X(013)
008060             VALUE "  J SUBTOTAL ".
008070     05  SRC-J-TOTAL             PIC -------------9.9999.
008071     05  FILLER                  PIC X(002)      VALUE SPACES.
008072     05  SRC-VOL-FLAG            PIC X(010).
008073*---------------------------------------------------------------*
008074* DUPLICATE-REVIEW REPORT LINES.                                *
008075*---------------------------------------------------------------*
008076 01  WS-DUP-HEADING-1.
008077     05  FILLER                  PIC X(030)
008078             VALUE "DUPLICATE-FEED REVIEW".
008079     05  FILLER                  PIC X(010)
008080             VALUE "RUN DATE: ".
008081     05  DUPH-RUN-DATE           PIC 9(08).
008082     05  FILLER                  PIC X(007)      VALUE "  JOB: ".
008083     05  DUPH-JOB-ID             PIC X(08).
008084     05  FILLER                  PIC X(063)      VALUE SPACES.
008085 01  WS-DUP-HEADING-2.
008086     05  FILLER                  PIC X(030)
008087             VALUE "RESULTS MASTER SEARCHED FROM ".
008088     05  DUPH-FROM-DATE          PIC 9(08).
008089     05  FILLER                  PIC X(026)
008090             VALUE "  REFUSED AT A SHARE OF ".
008091     05  DUPH-PCT                PIC ZZ9.
008092     05  FILLER                  PIC X(059)
008093             VALUE "% OR MORE OF A BATCH'S DT DETAILS".
008094 01  WS-DUP-BATCH-LINE.
008095     05  FILLER                  PIC X(007)      VALUE "SOURCE ".
008096     05  DUPB-SOURCE             PIC X(03).
008097     05  FILLER                  PIC X(011)
008098             VALUE "  BUS DATE ".
008099     05  DUPB-BUS-DATE           PIC 9(08).
008100     05  FILLER                  PIC X(010)
008101             VALUE "  DETAILS ".
008102     05  DUPB-COUNT              PIC ZZZZZZZZ9.
008103     05  FILLER                  PIC X(007)      VALUE "  HASH ".
008104     05  DUPB-HASH               PIC -------------9.9999.
008105     05  FILLER                  PIC X(002)      VALUE SPACES.
008106     05  DUPB-ACTION             PIC X(017).
008107     05  DUPB-REASON             PIC X(033).
008108 01  WS-DUP-REPEAT-TEXT.
008109     05  FILLER                  PIC X(010)
008110             VALUE "REPEAT OF ".
008111     05  DUPR-PRIOR-DATE         PIC 9(08).
008112     05  FILLER                  PIC X(005)      VALUE " JOB ".
008113     05  DUPR-PRIOR-JOB          PIC X(08).
008114 01  WS-DUP-SHARE-LINE.
008115     05  FILLER                  PIC X(010)      VALUE SPACES.
008116     05  FILLER                  PIC X(034)
008117             VALUE "DT DETAILS ALREADY ON THE MASTER: ".
008118     05  DUPS-MATCHED            PIC ZZZZZZZ9.
008119     05  FILLER                  PIC X(004)      VALUE " OF ".
008120     05  DUPS-DT-COUNT           PIC ZZZZZZZ9.
008121     05  FILLER                  PIC X(002)      VALUE " (".
008122     05  DUPS-SHARE              PIC ZZ9.
008123     05  FILLER                  PIC X(002)      VALUE "%)".
008124     05  FILLER                  PIC X(055)      VALUE SPACES.
008125 01  WS-DUP-DETAIL-LINE.
008126     05  FILLER                  PIC X(010)      VALUE SPACES.
008127     05  FILLER                  PIC X(005)      VALUE "SEQ  ".
008128     05  DUPD-SEQ                PIC ZZZZZZZZ9.
008129     05  FILLER                  PIC X(004)      VALUE "  I ".
008130     05  DUPD-I                  PIC --------9.
008131     05  FILLER                  PIC X(004)      VALUE "  J ".
008132     05  DUPD-J                  PIC -----------9.9999.
008133     05  FILLER                  PIC X(001)      VALUE SPACE.
008134     05  DUPD-CURR-CD            PIC X(03).
008135     05  FILLER                  PIC X(014)
008136             VALUE "  MATCHES KEY ".
008137     05  DUPD-RSLT-DATE          PIC 9(08).
008138     05  FILLER                  PIC X(001)      VALUE "/".
008139     05  DUPD-RSLT-JOB           PIC X(08).
008140     05  FILLER                  PIC X(001)      VALUE "/".
008141     05  DUPD-RSLT-SEQ           PIC 9(09).
008142     05  FILLER                  PIC X(023)      VALUE SPACES.
008143 01  WS-DUP-TOTAL-LINE.
008144     05  FILLER                  PIC X(018)
008145             VALUE "BATCHES REFUSED   ".
008146     05  DUPT-REFUSED            PIC ZZZ9.
008147     05  FILLER                  PIC X(003)      VALUE SPACES.
008148     05  FILLER                  PIC X(018)
008149             VALUE "DETAILS REFUSED   ".
008150     05  DUPT-DETAILS            PIC ZZZZZZZ9.
008151     05  FILLER                  PIC X(003)      VALUE SPACES.
008152     05  FILLER                  PIC X(018)
008153             VALUE "BATCHES FORCED    ".
008154     05  DUPT-FORCED             PIC ZZZ9.
008155     05  FILLER                  PIC X(050)      VALUE SPACES.
008156 01  WS-DUP-NOTE-LINE.
008157     05  DUPN-TEXT               PIC X(060).
008158     05  FILLER                  PIC X(066)      VALUE SPACES.
008159*---------------------------------------------------------------*
008160* AUDIT-FILE WORK AREAS.  THE LINE LAYOUT IS THE AUDITRC        *
008161* COPYBOOK, SHARED WITH AUDINQ AND AUDARCH SO THE INQUIRY AND   *
008162* ARCHIVAL PROGRAMS CANNOT DRIFT OUT OF STEP WITH WHAT THIS     *
008163* PROGRAM WRITES.                                               *
008164*---------------------------------------------------------------*
008165 01  WS-J-INPUT                  PIC S9(12)V9(04) COMP-3.
008166 01  WS-AUDIT-STATUS             PIC X(012).
008167     COPY AUDITRC.
008170 PROCEDURE DIVISION.
008180*****************************************************************
008190* 0000-MAINLINE                                                *
008350     END-IF.
008360     PERFORM 1750-LOAD-ACCT-TABLE
008370             THRU 1750-LOAD-ACCT-TABLE-EXIT.
008372     PERFORM 1776-LOAD-ALLOC-TABLE
008374             THRU 1776-LOAD-ALLOC-TABLE-EXIT.
008376     PERFORM 1792-LOAD-SOURCE-TABLE
008378             THRU 1792-LOAD-SOURCE-TABLE-EXIT.
008380     PERFORM 1780-LOAD-RATE-TABLE
008390             THRU 1780-LOAD-RATE-TABLE-EXIT.
008400     PERFORM 1740-SET-DUP-WINDOW
008401             THRU 1740-SET-DUP-WINDOW-EXIT.
008402     PERFORM 1732-SET-RUN-POST-DATE
008403             THRU 1732-SET-RUN-POST-DATE-EXIT.
008404*    A STREAM KEEPS ITS OWN AUDIT FILE FOR THE DAY, WHICH DECMERGE
008405*    APPENDS TO THE PERMANENT ONE: A FRESH ATTEMPT STARTS IT OVER,
008406*    A RESTART ADDS TO WHAT THE ABORTED ATTEMPT WROTE.
008407     IF WS-STREAM-RUN AND WS-RESTART-POINT = ZERO
008408         OPEN OUTPUT AUDIT-FILE
008409     ELSE
008410         OPEN EXTEND AUDIT-FILE
008411     END-IF.
008412     PERFORM 2100-OPEN-OUTPUT-FILES
008420             THRU 2100-OPEN-OUTPUT-FILES-EXIT.
008430
008440     PERFORM 1000-PROCESS-TRANS THRU 1000-PROCESS-TRANS-EXIT.
008820* WHEN WS-RESTART-POINT IS NON-ZERO (A RERUN AFTER AN ABEND OR  *
008830* CANCEL), EVERY BATCH IS STILL PROVED WHOLE BUT DETAILS AT OR  *
008840* BEFORE THE RESTART POINT ARE NOT COMPUTED A SECOND TIME.      *
008841* A PROVED BATCH THAT REPEATS AN EARLIER TRANSMISSION IS NOT    *
008842* A BREAK: IT ALONE IS REFUSED AND LISTED FOR REVIEW, THE REST  *
008843* OF THE FEED POSTS, AND THE RUN ENDS RC=4 SO THE GL LOAD STILL *
008844* RUNS.  THE BATCHES ACCEPTED ARE REGISTERED AT THE END.        *
008845* IN QUARANTINE MODE (PARM-FAIL-MODE Q) A BATCH THAT FAILS ITS  *
008846* PROOF IS NOT A BREAK EITHER: IT IS WRITTEN WHOLE TO THE       *
008847* QUARANTINE FILE, THE REST OF THE FEED POSTS, AND THE RUN ENDS *
008848* RC=4.  A BREAK IN THE FILE ITSELF STILL REFUSES IT, RC=12.    *
008850*****************************************************************
008860 1000-PROCESS-TRANS.
008870     MOVE 'N' TO WS-TRANS-EOF-SW.
008930             THRU 1075-PROVE-ONE-RECORD-EXIT
008940             UNTIL WS-TRANS-EOF
008950                OR WS-TRANS-FILE-BAD.
008960     IF WS-BATCH-OPEN AND NOT WS-BATCH-BAD
008965        AND NOT WS-TRANS-FILE-BAD
008970         DISPLAY "DECIMAL   - FEED ENDS BEFORE THE TL TRAILER "
008980                 "OF SOURCE " WS-VAL-SOURCE
008990         MOVE '06' TO WS-QUAR-REASON
008995         PERFORM 1070-FAIL-BATCH THRU 1070-FAIL-BATCH-EXIT
009000     END-IF.
009005     PERFORM 1074-END-QUAR-BATCH THRU 1074-END-QUAR-BATCH-EXIT.
009010     CLOSE TRANS-FILE.
009020     IF WS-TRANS-FILE-BAD
009030         DISPLAY "DECIMAL   - TRANS-FILE REFUSED, RC=12 HOLDS "
009240             THRU 1320-WRITE-SOURCE-RECON-EXIT.
009250     PERFORM 1340-WRITE-ADVICE
009260             THRU 1340-WRITE-ADVICE-EXIT.
009261     PERFORM 1560-REGISTER-BATCHES
009262             THRU 1560-REGISTER-BATCHES-EXIT.
009263     IF WS-DUP-BATCHES > ZERO
009264         DISPLAY "DECIMAL   - DUPLICATE BATCHES REFUSED: "
009265                 WS-DUP-BATCHES " -- SEE THE DUPLICATE-REVIEW "
009266                 "REPORT"
009267         IF RETURN-CODE < 4
009268             MOVE 4 TO RETURN-CODE
009269         END-IF
009270     END-IF.
009271     IF WS-QUAR-BATCHES > ZERO
009272         DISPLAY "DECIMAL   - FAILED BATCHES QUARANTINED: "
009273                 WS-QUAR-BATCHES " -- SEE THE QUARANTINE FILE"
009274         IF RETURN-CODE < 4
009275             MOVE 4 TO RETURN-CODE
009276         END-IF
009277     END-IF.
009278     IF WS-DUP-DAYS > ZERO AND NOT WS-RSLT-OPEN
009279         DISPLAY "DECIMAL   - RESULTS MASTER NOT AVAILABLE, "
009280                 "NEAR-REPEAT DETAIL SEARCH NOT RUN"
009281         IF RETURN-CODE < 4
009282             MOVE 4 TO RETURN-CODE
009283         END-IF
009284     END-IF.
009285     IF WS-RECORDS-HELD > ZERO
009286         DISPLAY "DECIMAL   - RESULTS HELD FOR LARGE-VALUE "
009287                 "REVIEW: " WS-RECORDS-HELD " -- SEE THE REVPEND "
009288                 "QUEUE"
009289     END-IF.
009290 1000-PROCESS-TRANS-EXIT.
009291     EXIT.
009292*****************************************************************
009293* 1070-FAIL-BATCH -- THE CURRENT BATCH HAS FAILED ITS PROOF FOR *
009294* THE REASON IN WS-QUAR-REASON.  IN REFUSE MODE THAT REFUSES    *
009295* THE WHOLE FILE, AS IT ALWAYS DID.  IN QUARANTINE MODE THE     *
009296* BATCH ALONE FAILS: ITS HD HEADER AND EVERY RECORD BUFFERED SO *
009297* FAR GO TO THE QUARANTINE FILE, AND THE REST OF IT FOLLOWS AS  *
009298* IT IS READ.  RECORDS OUTSIDE ANY BATCH ARE HELD AS A BATCH OF *
009299* THEIR OWN.  NOTHING OF A FAILED BATCH IS EVER COMPUTED.       *
009300*****************************************************************
009301 1070-FAIL-BATCH.
009302     IF WS-BATCH-BAD
009303         GO TO 1070-FAIL-BATCH-EXIT
009304     END-IF.
009305     IF NOT WS-FAIL-QUARANTINE
009306         MOVE 'Y' TO WS-TRANS-BAD-SW
009307         GO TO 1070-FAIL-BATCH-EXIT
009308     END-IF.
009309     MOVE 'Y' TO WS-BATCH-BAD-SW.
009310     ADD 1 TO WS-QUAR-BATCHES.
009311     COMPUTE WS-QUAR-BATCH-NO =
009312             WS-QUAR-BATCHES + WS-STREAM-BATCH-BASE.
009313     MOVE ZERO TO WS-QUAR-BATCH-RECS.
009314     IF WS-BATCH-OPEN
009315         MOVE WS-VAL-SOURCE   TO WS-QUAR-SOURCE
009316         MOVE WS-VAL-BUS-DATE TO WS-QUAR-BUS-DATE
009317     ELSE
009318         MOVE SPACES TO WS-QUAR-SOURCE
009319         MOVE ZERO   TO WS-QUAR-BUS-DATE
009320     END-IF.
009321     IF WS-QB-COUNT < WS-QB-LIMIT
009322         ADD 1 TO WS-QB-COUNT
009323         MOVE WS-QB-COUNT      TO WS-QB-CUR
009324         MOVE WS-QUAR-SOURCE   TO WS-QB-SOURCE (WS-QB-CUR)
009325         MOVE WS-QUAR-BATCH-NO TO WS-QB-BATCH-NO (WS-QB-CUR)
009326         MOVE WS-QUAR-REASON   TO WS-QB-REASON (WS-QB-CUR)
009327         MOVE WS-QUAR-BUS-DATE TO WS-QB-BUS-DATE (WS-QB-CUR)
009328         MOVE ZERO             TO WS-QB-RECORDS (WS-QB-CUR)
009329         MOVE ZERO             TO WS-QB-TRL-COUNT (WS-QB-CUR)
009330         MOVE ZERO             TO WS-QB-TRL-HASH (WS-QB-CUR)
009331     ELSE
009332         MOVE ZERO TO WS-QB-CUR
009333         ADD 1 TO WS-QB-LOST
009334     END-IF.
009335*    A FEED SOURCE WHOSE BATCH IS HELD STILL GETS ITS ADVICE, SO
009336*    THE QB LINE REACHES IT.
009337     IF WS-QUAR-SOURCE NOT = SPACES
009338         MOVE WS-QUAR-SOURCE TO WS-SRC-LOOKUP-CD
009339         PERFORM 1165-FIND-SOURCE THRU 1165-FIND-SOURCE-EXIT
009340         IF WS-SRC-FOUND
009341            AND (WS-SRC-TYPE (WS-SRC-SUB) = 'F'
009342              OR WS-SRC-TYPE (WS-SRC-SUB) = 'R'
009343              OR WS-SRC-TYPE (WS-SRC-SUB) = 'A')
009344             MOVE 'Y' TO WS-SRC-SEEN-SW (WS-SRC-SUB)
009345         END-IF
009346     END-IF.
009347     IF WS-BATCH-OPEN
009348         MOVE WS-VAL-HDR-IMAGE TO WS-QUAR-IMAGE
009349         PERFORM 1072-WRITE-QUARANTINE
009350                 THRU 1072-WRITE-QUARANTINE-EXIT
009351         MOVE ZERO TO WS-BUF-SUB
009352         PERFORM 1073-QUARANTINE-BUFFERED
009353                 THRU 1073-QUARANTINE-BUFFERED-EXIT
009354                 UNTIL WS-BUF-SUB >= WS-BUF-COUNT
009355         MOVE ZERO TO WS-BUF-COUNT
009356     END-IF.
009357 1070-FAIL-BATCH-EXIT.
009358     EXIT.
009359*****************************************************************
009360* 1072-WRITE-QUARANTINE -- WRITES THE FEED RECORD IMAGE IN      *
009361* WS-QUAR-IMAGE TO THE QUARANTINE FILE, STAMPED WITH THE FAILED *
009362* BATCH'S KEY, SOURCE, BUSINESS DATE AND REASON.                *
009363*****************************************************************
009364 1072-WRITE-QUARANTINE.
009365     MOVE SPACES           TO QUARANTINE-REC.
009366     MOVE WS-QUAR-IMAGE    TO QUAR-TRANS-IMAGE.
009367     MOVE WS-RUN-DATE      TO QUAR-RUN-DATE.
009368     MOVE WS-JOB-ID        TO QUAR-JOB-ID.
009369     MOVE WS-QUAR-BATCH-NO TO QUAR-BATCH-NO.
009370     MOVE WS-QUAR-SOURCE   TO QUAR-SOURCE-CD.
009371     MOVE WS-QUAR-REASON   TO QUAR-REASON-CD.
009372     MOVE WS-QUAR-BUS-DATE TO QUAR-BUS-DATE.
009373     WRITE QUARANTINE-REC.
009374     ADD 1 TO WS-RECORDS-QUARANTINED.
009375     ADD 1 TO WS-QUAR-BATCH-RECS.
009376 1072-WRITE-QUARANTINE-EXIT.
009377     EXIT.
009378*****************************************************************
009379* 1073-QUARANTINE-BUFFERED -- SENDS THE NEXT RECORD HELD IN THE *
009380* BATCH BUFFER TO THE QUARANTINE FILE.                          *
009381*****************************************************************
009382 1073-QUARANTINE-BUFFERED.
009383     ADD 1 TO WS-BUF-SUB.
009384     MOVE WS-BUF-IMAGE (WS-BUF-SUB) TO WS-QUAR-IMAGE.
009385     PERFORM 1072-WRITE-QUARANTINE
009386             THRU 1072-WRITE-QUARANTINE-EXIT.
009387 1073-QUARANTINE-BUFFERED-EXIT.
009388     EXIT.
009389*****************************************************************
009390* 1074-END-QUAR-BATCH -- CLOSES THE FAILED BATCH (AT ITS TL, AT *
009391* THE NEXT HD, OR AT THE END OF THE FEED): RECORDS HOW MANY     *
009392* RECORDS WENT TO THE QUARANTINE FILE AND SAYS SO ON SYSOUT.    *
009393* DOES NOTHING WHEN NO BATCH HAS FAILED.                        *
009394*****************************************************************
009395 1074-END-QUAR-BATCH.
009396     IF NOT WS-BATCH-BAD
009397         GO TO 1074-END-QUAR-BATCH-EXIT
009398     END-IF.
009399     IF WS-QB-CUR > ZERO
009400         MOVE WS-QUAR-BATCH-RECS TO WS-QB-RECORDS (WS-QB-CUR)
009401     END-IF.
009402     DISPLAY "DECIMAL   - BATCH " WS-QUAR-BATCH-NO " OF SOURCE '"
009403             WS-QUAR-SOURCE "' QUARANTINED, REASON "
009404             WS-QUAR-REASON ", RECORDS " WS-QUAR-BATCH-RECS.
009405     MOVE 'N' TO WS-BATCH-BAD-SW.
009406     MOVE 'N' TO WS-BATCH-OPEN-SW.
009407 1074-END-QUAR-BATCH-EXIT.
009408     EXIT.
009409*****************************************************************
009410* 1075-PROVE-ONE-RECORD -- CHECKS ONE FEED RECORD AGAINST THE   *
009411* BATCH SHAPE, ROLLING THE DETAIL COUNT AND TR-J HASH AND       *
009412* HOLDING DT/RV RECORDS IN THE BATCH BUFFER.  A TL TRAILER      *
009413* THAT RECONCILES RELEASES THE BUFFERED BATCH TO THE COMPUTE    *
009414* LOGIC ON THE SPOT; ANY BREAK MARKS THE WHOLE FILE BAD.        *
009415* EVERY BATCH MUST BE AN HD HEADER FROM AN ACTIVE REGISTERED    *
009416* SOURCE (WHOSE BUSINESS DATE MATCHES THE RUN WHEN THE          *
009417* REGISTRY SAYS TO CHECK IT), DT/RV RECORDS OF THAT SOURCE      *
009418* (ANY SOURCE IN A RECYCLE BATCH), AND A TL TRAILER WHOSE       *
009419* DETAIL COUNT AND TR-J HASH MATCH WHAT WAS ACTUALLY READ.      *
009420* A BATCH THAT RECONCILES IS THEN CHECKED FOR A DUPLICATE       *
009421* TRANSMISSION BEFORE IT IS RELEASED.                           *
009422* IN QUARANTINE MODE A BREAK FAILS ONLY THE BATCH IT IS IN (SEE *
009423* 1070-FAIL-BATCH); THE REST OF THAT BATCH, TO ITS TL OR THE    *
009424* NEXT HD, FOLLOWS IT TO THE QUARANTINE FILE UNPROVED.          *
009425*****************************************************************
009426 1075-PROVE-ONE-RECORD.
009427     IF WS-BATCH-BAD
009428         IF TR-HEADER
009429             PERFORM 1074-END-QUAR-BATCH
009430                     THRU 1074-END-QUAR-BATCH-EXIT
009431         ELSE
009432             GO TO 1075-PROVE-ONE-RECORD-QUAR
009433         END-IF
009434     END-IF.
009435     EVALUATE TRUE
009436         WHEN TR-HEADER
009437             IF WS-BATCH-OPEN
009440                 DISPLAY "DECIMAL   - HD INSIDE AN OPEN BATCH "
009450                         "OF SOURCE " WS-VAL-SOURCE
009460                 MOVE '06' TO WS-QUAR-REASON
009470                 PERFORM 1070-FAIL-BATCH
009471                         THRU 1070-FAIL-BATCH-EXIT
009472                 PERFORM 1074-END-QUAR-BATCH
009473                         THRU 1074-END-QUAR-BATCH-EXIT
009474             END-IF
009475             IF NOT WS-TRANS-FILE-BAD
009480                 MOVE 'Y' TO WS-BATCH-OPEN-SW
009490                 MOVE TR-HDR-SOURCE TO WS-VAL-SOURCE
009495                 MOVE TR-HDR-BUS-DATE TO WS-VAL-BUS-DATE
009500                 MOVE ZERO TO WS-VAL-DETAIL-COUNT
009510                 MOVE ZERO TO WS-VAL-J-HASH
009520                 MOVE ZERO TO WS-BUF-COUNT
009523                 MOVE TRANS-REC TO WS-VAL-HDR-IMAGE
009526                 MOVE TR-HDR-KEYED-BY TO WS-VAL-KEYED-BY
009530                 ADD 1 TO WS-VAL-BATCH-COUNT
009540                 PERFORM 1078-CHECK-HDR-SOURCE
009550                         THRU 1078-CHECK-HDR-SOURCE-EXIT
009630             END-IF
009640         WHEN TR-DETAIL
009650             IF NOT WS-BATCH-OPEN
009660                 DISPLAY "DECIMAL   - DT DETAIL OUTSIDE ANY "
009670                         "BATCH"
009680                 MOVE '08' TO WS-QUAR-REASON
009683                 PERFORM 1070-FAIL-BATCH
009686                         THRU 1070-FAIL-BATCH-EXIT
009690             ELSE
009700                 IF NOT WS-VAL-MIXED
009710                    AND TR-SOURCE-CD NOT = WS-VAL-SOURCE
009720                     DISPLAY "DECIMAL   - DETAIL SOURCE '"
009730                             TR-SOURCE-CD
009740                             "' IN A BATCH OF SOURCE "
009750                             WS-VAL-SOURCE
009760                     MOVE '04' TO WS-QUAR-REASON
009763                     PERFORM 1070-FAIL-BATCH
009766                             THRU 1070-FAIL-BATCH-EXIT
009770                 END-IF
009780                 ADD 1 TO WS-VAL-DETAIL-COUNT
009790                 ADD TR-J TO WS-VAL-J-HASH
009810                         DISPLAY "DECIMAL   - FEED HASH "
009820                                 "OVERFLOW IN SOURCE "
009830                                 WS-VAL-SOURCE
009840                         MOVE '07' TO WS-QUAR-REASON
009843                         PERFORM 1070-FAIL-BATCH
009846                                 THRU 1070-FAIL-BATCH-EXIT
009850                 END-ADD
009860                 PERFORM 1080-BUFFER-DETAIL
009870                         THRU 1080-BUFFER-DETAIL-EXIT
009930             IF NOT WS-BATCH-OPEN
009940                 DISPLAY "DECIMAL   - RV REVERSAL OUTSIDE ANY "
009950                         "BATCH"
009960                 MOVE '08' TO WS-QUAR-REASON
009963                 PERFORM 1070-FAIL-BATCH
009966                         THRU 1070-FAIL-BATCH-EXIT
009970             ELSE
009980                 IF NOT WS-VAL-MIXED
009990                    AND TR-RV-SOURCE-CD NOT = WS-VAL-SOURCE
010000                     DISPLAY "DECIMAL   - REVERSAL SOURCE '"
010010                             TR-RV-SOURCE-CD
010020                             "' IN A BATCH OF SOURCE "
010030                             WS-VAL-SOURCE
010040                     MOVE '04' TO WS-QUAR-REASON
010043                     PERFORM 1070-FAIL-BATCH
010046                             THRU 1070-FAIL-BATCH-EXIT
010050                 END-IF
010060                 ADD 1 TO WS-VAL-DETAIL-COUNT
010070                 PERFORM 1080-BUFFER-DETAIL
010110             IF NOT WS-BATCH-OPEN
010120                 DISPLAY "DECIMAL   - TL TRAILER OUTSIDE ANY "
010130                         "BATCH"
010140                 MOVE '08' TO WS-QUAR-REASON
010143                 PERFORM 1070-FAIL-BATCH
010146                         THRU 1070-FAIL-BATCH-EXIT
010150             ELSE
010160                 IF TR-TRL-DETAIL-COUNT NOT = WS-VAL-DETAIL-COUNT
010170                    OR TR-TRL-J-HASH NOT = WS-VAL-J-HASH
010190                             " DOES NOT RECONCILE: COUNT "
010200                             TR-TRL-DETAIL-COUNT " / "
010210                             WS-VAL-DETAIL-COUNT
010220                     MOVE '05' TO WS-QUAR-REASON
010223                     PERFORM 1070-FAIL-BATCH
010226                             THRU 1070-FAIL-BATCH-EXIT
010230                 ELSE
010240                     PERFORM 1500-CHECK-DUPLICATE
010250                             THRU 1500-CHECK-DUPLICATE-EXIT
010251                     EVALUATE TRUE
010252                         WHEN WS-TRANS-FILE-BAD
010253                             MOVE ZERO TO WS-BUF-COUNT
010254                         WHEN WS-DUP-BATCH
010255                             PERFORM 1590-REFUSE-BATCH
010256                                     THRU 1590-REFUSE-BATCH-EXIT
010257                         WHEN OTHER
010258                             PERFORM 1085-RELEASE-BATCH
010259                                     THRU 1085-RELEASE-BATCH-EXIT
010260                     END-EVALUATE
010261                 END-IF
010270                 MOVE 'N' TO WS-BATCH-OPEN-SW
010280             END-IF
010290         WHEN OTHER
010300             DISPLAY "DECIMAL   - UNKNOWN RECORD TYPE '"
010310                     TR-REC-TYPE "' IN FEED"
010320             MOVE '09' TO WS-QUAR-REASON
010323             PERFORM 1070-FAIL-BATCH
010326                     THRU 1070-FAIL-BATCH-EXIT
010330     END-EVALUATE.
010331 1075-PROVE-ONE-RECORD-QUAR.
010332*    ONCE A BATCH HAS FAILED IN QUARANTINE MODE, EVERY RECORD TO
010333*    ITS TL (OR THE NEXT HD) FOLLOWS IT TO THE QUARANTINE FILE.
010334     IF WS-BATCH-BAD AND NOT TR-HEADER
010335         MOVE TRANS-REC TO WS-QUAR-IMAGE
010336         PERFORM 1072-WRITE-QUARANTINE
010337                 THRU 1072-WRITE-QUARANTINE-EXIT
010338         IF TR-TRAILER
010339             PERFORM 1076-NOTE-QUAR-TRAILER
010340                     THRU 1076-NOTE-QUAR-TRAILER-EXIT
010341         END-IF
010342     END-IF.
010343     PERFORM 1100-READ-TRANS THRU 1100-READ-TRANS-EXIT.
010350 1075-PROVE-ONE-RECORD-EXIT.
010360     EXIT.
010370*****************************************************************
010371* 1076-NOTE-QUAR-TRAILER -- THE TL TRAILER OF A FAILED BATCH    *
010372* HAS JUST GONE TO THE QUARANTINE FILE: KEEPS THE COUNT AND     *
010373* HASH IT CLAIMED FOR THE ADVICE, AND CLOSES THE BATCH.         *
010374*****************************************************************
010375 1076-NOTE-QUAR-TRAILER.
010376     IF WS-QB-CUR > ZERO
010377         IF TR-TRL-DETAIL-COUNT IS NUMERIC
010378             MOVE TR-TRL-DETAIL-COUNT
010379                     TO WS-QB-TRL-COUNT (WS-QB-CUR)
010380         END-IF
010381         IF TR-TRL-J-HASH IS NUMERIC
010382             MOVE TR-TRL-J-HASH TO WS-QB-TRL-HASH (WS-QB-CUR)
010383         END-IF
010384     END-IF.
010385     PERFORM 1074-END-QUAR-BATCH THRU 1074-END-QUAR-BATCH-EXIT.
010386 1076-NOTE-QUAR-TRAILER-EXIT.
010387     EXIT.
010388*****************************************************************
010389* 1078-CHECK-HDR-SOURCE -- HOLDS THE HD HEADER JUST OPENED TO   *
010390* ITS SOURCE'S REGISTRY ENTRY.  A SOURCE NOT ON THE REGISTRY,   *
010391* A V/D PSEUDO-SOURCE, A SUSPENDED SOURCE, OR A BUSINESS DATE   *
010392* OFF THE RUN DATE FOR A SOURCE WHOSE DATE IS CHECKED, FAILS    *
010393* THE BATCH'S PROOF, AS DOES AN HD NAMING A PROCESSING CYCLE    *
010394* OTHER THAN THIS RUN'S (BLANK FITS ANY CYCLE).                 *
010395* A RECYCLE (TYPE R) BATCH MAY CARRY DETAILS OF ANY SOURCE.     *
010396*****************************************************************
010397 1078-CHECK-HDR-SOURCE.
010398     MOVE 'N' TO WS-VAL-MIXED-SW.
010399     MOVE 'N' TO WS-VAL-REVIEWED-SW.
010400     MOVE TR-HDR-SOURCE TO WS-SRC-LOOKUP-CD.
010401     PERFORM 1165-FIND-SOURCE THRU 1165-FIND-SOURCE-EXIT.
010402     IF NOT WS-SRC-FOUND
010403        OR WS-SRC-TYPE (WS-SRC-SUB) = SPACE
010404         DISPLAY "DECIMAL   - SOURCE " TR-HDR-SOURCE
010405                 " IS NOT ON THE SOURCE REGISTRY"
010406         MOVE '01' TO WS-QUAR-REASON
010407         PERFORM 1070-FAIL-BATCH
010408                 THRU 1070-FAIL-BATCH-EXIT
010409         GO TO 1078-CHECK-HDR-SOURCE-EXIT
010410     END-IF.
010411     IF WS-SRC-TYPE (WS-SRC-SUB) = 'V'
010412        OR WS-SRC-TYPE (WS-SRC-SUB) = 'D'
010413         DISPLAY "DECIMAL   - SOURCE " TR-HDR-SOURCE
010414                 " IS A PSEUDO-SOURCE, NOT A FEED"
010415         MOVE '01' TO WS-QUAR-REASON
010416         PERFORM 1070-FAIL-BATCH
010417                 THRU 1070-FAIL-BATCH-EXIT
010418         GO TO 1078-CHECK-HDR-SOURCE-EXIT
010419     END-IF.
010420     IF WS-SRC-STATUS (WS-SRC-SUB) = 'S'
010421         DISPLAY "DECIMAL   - SOURCE " TR-HDR-SOURCE
010422                 " IS SUSPENDED ON THE SOURCE REGISTRY"
010423         MOVE '02' TO WS-QUAR-REASON
010424         PERFORM 1070-FAIL-BATCH
010425                 THRU 1070-FAIL-BATCH-EXIT
010426         GO TO 1078-CHECK-HDR-SOURCE-EXIT
010427     END-IF.
010428*    RECYCLED AND APPROVED-REVIEW DETAILS KEEP THE SOURCE CODE
010429*    OF THE SYSTEM THAT FIRST SENT THEM; AN APPROVED ITEM IS NOT
010430*    HELD FOR REVIEW A SECOND TIME.
010431     IF WS-SRC-TYPE (WS-SRC-SUB) = 'R'
010432        OR WS-SRC-TYPE (WS-SRC-SUB) = 'A'
010433         MOVE 'Y' TO WS-VAL-MIXED-SW
010434     END-IF.
010435     IF WS-SRC-TYPE (WS-SRC-SUB) = 'A'
010436         MOVE 'Y' TO WS-VAL-REVIEWED-SW
010437     END-IF.
010438     IF WS-SRC-DATE-CHK (WS-SRC-SUB) = 'Y'
010439        AND TR-HDR-BUS-DATE NOT = WS-RUN-DATE
010440         DISPLAY "DECIMAL   - BUSINESS DATE "
010441                 TR-HDR-BUS-DATE " OF SOURCE "
010442                 TR-HDR-SOURCE
010443                 " IS NOT THE RUN DATE "
010444                 WS-RUN-DATE
010445         MOVE '03' TO WS-QUAR-REASON
010446         PERFORM 1070-FAIL-BATCH
010447                 THRU 1070-FAIL-BATCH-EXIT
010448     END-IF.
010449     IF TR-HDR-CYCLE NOT = SPACES
010450        AND TR-HDR-CYCLE NOT = WS-CYCLE-NO
010451         DISPLAY "DECIMAL   - BATCH OF SOURCE " TR-HDR-SOURCE
010452                 " IS FOR CYCLE " TR-HDR-CYCLE
010453                 ", THIS RUN IS CYCLE " WS-CYCLE-NO
010454         MOVE '10' TO WS-QUAR-REASON
010455         PERFORM 1070-FAIL-BATCH
010456                 THRU 1070-FAIL-BATCH-EXIT
010457     END-IF.
010458 1078-CHECK-HDR-SOURCE-EXIT.
010459     EXIT.
010460*****************************************************************
010461* 1080-BUFFER-DETAIL -- HOLDS THE CURRENT DT/RV RECORD AND ITS  *
010462* PHYSICAL FEED POSITION IN THE BATCH BUFFER UNTIL THE BATCH    *
010463* PROVES.  A BATCH THAT OUTGROWS THE BUFFER FAILS ITS PROOF     *
010464* RATHER THAN COMPUTE UNPROVED.  A BATCH ALREADY FAILED IS NOT  *
010465* BUFFERED -- ITS RECORDS GO STRAIGHT TO THE QUARANTINE FILE.   *
010466*****************************************************************
010467 1080-BUFFER-DETAIL.
010468     IF WS-BATCH-BAD
010469         GO TO 1080-BUFFER-DETAIL-EXIT
010470     END-IF.
010471     IF WS-BUF-COUNT >= WS-BUF-LIMIT
010472         DISPLAY "DECIMAL   - BATCH OF SOURCE " WS-VAL-SOURCE
010473                 " EXCEEDS THE BATCH BUFFER, BATCH FAILED"
010474         MOVE '07' TO WS-QUAR-REASON
010477         PERFORM 1070-FAIL-BATCH THRU 1070-FAIL-BATCH-EXIT
010480     ELSE
010490         ADD 1 TO WS-BUF-COUNT
010500         MOVE WS-RECORDS-READ TO WS-BUF-SEQ (WS-BUF-COUNT)
010510         MOVE TRANS-REC TO WS-BUF-IMAGE (WS-BUF-COUNT)
010515         MOVE 'N' TO WS-BUF-DUP-SW (WS-BUF-COUNT)
010520     END-IF.
010530 1080-BUFFER-DETAIL-EXIT.
010540     EXIT.
010560* 1085-RELEASE-BATCH -- THE BATCH JUST PROVED; DRIVES EVERY     *
010570* BUFFERED RECORD THROUGH THE EDIT/COMPUTE LOGIC WHILE THE      *
010580* NEXT BATCH IS STILL BEING READ AND CHECKED.                   *
010582* THE BATCH'S EXTRACT DETAILS POST ON ITS HD BUSINESS DATE,     *
010584* MOVED FORWARD WHEN THAT DATE'S FISCAL PERIOD IS CLOSED.       *
010586* THE HD KEYED-BY USER AND THE APPROVED-RELEASE FLAG RIDE WITH  *
010588* THE BATCH TO ANY ITEM HELD FOR REVIEW.                        *
010590*****************************************************************
010600 1085-RELEASE-BATCH.
010601     MOVE WS-VAL-BUS-DATE TO WS-POST-FROM-DATE.
010602     PERFORM 1735-SET-POST-DATE THRU 1735-SET-POST-DATE-EXIT.
010603     MOVE WS-POST-DATE      TO WS-CUR-POST-DATE.
010604     MOVE WS-POST-ROUTED-SW TO WS-CUR-ROUTED-SW.
010605     MOVE WS-VAL-REVIEWED-SW TO WS-CUR-REVIEWED-SW.
010606     MOVE WS-VAL-KEYED-BY   TO WS-CUR-KEYED-BY.
010607     IF WS-POST-ROUTED
010608         DISPLAY "DECIMAL   - BATCH OF SOURCE " WS-VAL-SOURCE
010609                 " DATED " WS-VAL-BUS-DATE " IS IN A CLOSED "
010610                 "PERIOD, POSTED ON " WS-CUR-POST-DATE
010611     END-IF.
010612     MOVE ZERO TO WS-BUF-SUB.
010620     PERFORM 1090-RELEASE-ONE THRU 1090-RELEASE-ONE-EXIT
010630             UNTIL WS-BUF-SUB >= WS-BUF-COUNT.
010640     MOVE ZERO TO WS-BUF-COUNT.
010642     MOVE WS-RUN-POST-DATE TO WS-CUR-POST-DATE.
010644     MOVE WS-RUN-ROUTED-SW TO WS-CUR-ROUTED-SW.
010646     MOVE 'N' TO WS-CUR-REVIEWED-SW.
010648     MOVE SPACES TO WS-CUR-KEYED-BY.
010650 1085-RELEASE-BATCH-EXIT.
010660     EXIT.
010670*****************************************************************
010750 1090-RELEASE-ONE.
010760     ADD 1 TO WS-BUF-SUB.
010770     MOVE WS-BUF-SEQ (WS-BUF-SUB) TO WS-CUR-SEQ.
010775     COMPUTE WS-KEY-SEQ = WS-CUR-SEQ + WS-STREAM-SEQ-BASE.
010780     IF WS-CUR-SEQ NOT > WS-RESTART-POINT
010790         DISPLAY "DECIMAL   - SKIPPING ALREADY-PROCESSED RECORD ",
010800                 WS-CUR-SEQ
011420*****************************************************************
011430* 1160-LOCATE-SOURCE -- FINDS (OR OPENS) THE PER-SOURCE TOTALS  *
011440* ENTRY FOR WS-CUR-SOURCE-CD, LEAVING WS-SRC-SUB POINTING AT    *
011450* IT AND MARKING IT SEEN.  A CODE NOT ON THE REGISTRY (ONLY A   *
011453* RECYCLED DETAIL CAN STILL CARRY ONE) GETS AN UNREGISTERED     *
011456* ENTRY.  A RUN WITH MORE SOURCES THAN THE TABLE HOLDS LEAVES   *
011460* WS-SRC-SUB ZERO FOR THE OVERFLOW AND SAYS SO ONCE PER RECORD. *
011470*****************************************************************
011480 1160-LOCATE-SOURCE.
011490     MOVE WS-CUR-SOURCE-CD TO WS-SRC-LOOKUP-CD.
011500     PERFORM 1165-FIND-SOURCE THRU 1165-FIND-SOURCE-EXIT.
011550     IF NOT WS-SRC-FOUND
011560         IF WS-SRC-COUNT >= WS-SRC-LIMIT
011570             DISPLAY "DECIMAL   - SOURCE TABLE FULL, TOTALS "
011660             MOVE ZERO TO WS-SRC-REJECTED (WS-SRC-SUB)
011670             MOVE ZERO TO WS-SRC-REVERSED (WS-SRC-SUB)
011680             MOVE ZERO TO WS-SRC-J-TOTAL (WS-SRC-SUB)
011681             MOVE SPACE TO WS-SRC-TYPE (WS-SRC-SUB)
011682             MOVE 'A' TO WS-SRC-STATUS (WS-SRC-SUB)
011683             MOVE 'N' TO WS-SRC-DATE-CHK (WS-SRC-SUB)
011684             MOVE 'Y' TO WS-SRC-CURR-OK (WS-SRC-SUB)
011685             MOVE ZERO TO WS-SRC-VOL-LOW (WS-SRC-SUB)
011686             MOVE ZERO TO WS-SRC-VOL-HIGH (WS-SRC-SUB)
011687             MOVE SPACES TO WS-SRC-CONTACT (WS-SRC-SUB)
011690         END-IF
011692     END-IF.
011694     IF WS-SRC-SUB > ZERO
011696         MOVE 'Y' TO WS-SRC-SEEN-SW (WS-SRC-SUB)
011700     END-IF.
011710 1160-LOCATE-SOURCE-EXIT.
011720     EXIT.
011730*****************************************************************
011731* 1165-FIND-SOURCE -- SERIAL SEARCH OF THE SOURCE TABLE FOR     *
011732* WS-SRC-LOOKUP-CD, LEAVING WS-SRC-SUB POINTING AT THE ENTRY    *
011733* WHEN FOUND.                                                   *
011734*****************************************************************
011735 1165-FIND-SOURCE.
011736     MOVE 'N' TO WS-SRC-FOUND-SW.
011737     MOVE ZERO TO WS-SRC-SUB.
011738     PERFORM 1170-TEST-SOURCE-ENTRY
011739             THRU 1170-TEST-SOURCE-ENTRY-EXIT
011740             UNTIL WS-SRC-FOUND
011741                OR WS-SRC-SUB >= WS-SRC-COUNT.
011742 1165-FIND-SOURCE-EXIT.
011743     EXIT.
011744*****************************************************************
011745* 1170-TEST-SOURCE-ENTRY -- TESTS THE NEXT SOURCE-TABLE ENTRY   *
011750* AGAINST WS-SRC-LOOKUP-CD.                                     *
011760*****************************************************************
011770 1170-TEST-SOURCE-ENTRY.
011780     ADD 1 TO WS-SRC-SUB.
011790     IF WS-SRC-CODE (WS-SRC-SUB) = WS-SRC-LOOKUP-CD
011800         MOVE 'Y' TO WS-SRC-FOUND-SW
011810     END-IF.
011820 1170-TEST-SOURCE-ENTRY-EXIT.
012040     MOVE WS-RECORDS-REJECTED TO TRL-RECORDS-REJECTED.
012050     MOVE WS-J-TOTAL          TO TRL-J-TOTAL.
012060     MOVE WS-RECORDS-REVERSED TO TRL-RECORDS-REVERSED.
012062     MOVE WS-RECORDS-DUP-REFUSED TO TRL-RECORDS-DUP-REFUSED.
012064     MOVE WS-RECORDS-QUARANTINED TO TRL-RECORDS-QUARANTINED.
012066     MOVE WS-RECORDS-HELD     TO TRL-RECORDS-HELD.
012070 1300-BUILD-TRAILER-EXIT.
012080     EXIT.
012090*****************************************************************
012100* 1320-WRITE-SOURCE-RECON -- WRITES THE PER-SOURCE              *
012110* RECONCILIATION SECTION OF THE REPORT, ONE LINE PER SOURCE     *
012120* SYSTEM SEEN THIS RUN, SO EACH SOURCE'S TOTALS CAN BE BOUNCED  *
012130* AGAINST ITS OWN TRANSMISSION ADVICE.  AN ACTIVE FEED THE      *
012133* REGISTRY EXPECTS VOLUME FROM BUT THAT SENT NOTHING GETS A     *
012136* NO FEED LINE.                                                 *
012140*****************************************************************
012150 1320-WRITE-SOURCE-RECON.
012160     IF WS-SRC-COUNT = ZERO
012250     EXIT.
012260*****************************************************************
012270* 1330-WRITE-ONE-SOURCE -- FORMATS AND WRITES ONE SOURCE'S      *
012280* RECONCILIATION LINE, TO THE REPORT AND TO SYSOUT, FLAGGING A  *
012285* READ COUNT OUTSIDE THE REGISTRY'S EXPECTED DAILY VOLUME.      *
012290*****************************************************************
012300 1330-WRITE-ONE-SOURCE.
012310     ADD 1 TO WS-SRC-SUB.
012311     MOVE SPACES TO SRC-VOL-FLAG.
012312     IF WS-SRC-SEEN-SW (WS-SRC-SUB) NOT = 'Y'
012313         IF WS-SRC-TYPE (WS-SRC-SUB) = 'F'
012314            AND WS-SRC-STATUS (WS-SRC-SUB) = 'A'
012315            AND WS-SRC-VOL-LOW (WS-SRC-SUB) > ZERO
012316             MOVE "NO FEED" TO SRC-VOL-FLAG
012317         ELSE
012318             GO TO 1330-WRITE-ONE-SOURCE-EXIT
012319         END-IF
012320     END-IF.
012321     IF WS-SRC-VOL-HIGH (WS-SRC-SUB) > ZERO
012322        AND SRC-VOL-FLAG = SPACES
012323         IF WS-SRC-READ (WS-SRC-SUB)
012324            < WS-SRC-VOL-LOW (WS-SRC-SUB)
012325             MOVE "BELOW VOL" TO SRC-VOL-FLAG
012326         END-IF
012327         IF WS-SRC-READ (WS-SRC-SUB)
012328            > WS-SRC-VOL-HIGH (WS-SRC-SUB)
012329             MOVE "ABOVE VOL" TO SRC-VOL-FLAG
012330         END-IF
012331     END-IF.
012332     MOVE WS-SRC-CODE (WS-SRC-SUB)     TO SRC-CODE.
012333     MOVE WS-SRC-READ (WS-SRC-SUB)     TO SRC-READ.
012340     MOVE WS-SRC-COMPUTED (WS-SRC-SUB) TO SRC-COMPUTED.
012350     MOVE WS-SRC-REJECTED (WS-SRC-SUB) TO SRC-REJECTED.
012360     MOVE WS-SRC-REVERSED (WS-SRC-SUB) TO SRC-REVERSED.
012600                 WS-ADV-LOST " RJ LINES NOT CUT (TL COUNTS "
012610                 "ARE STILL COMPLETE)"
012620     END-IF.
012621     IF WS-QB-LOST > ZERO
012622         DISPLAY "DECIMAL   - QUARANTINE TABLE OVERFLOWED, "
012623                 WS-QB-LOST " QB LINES NOT CUT (THE BATCHES "
012624                 "ARE STILL HELD)"
012625     END-IF.
012630 1340-WRITE-ADVICE-EXIT.
012640     EXIT.
012650*****************************************************************
012660* 1345-WRITE-ONE-ADVICE -- WRITES ONE SOURCE'S ADVICE BATCH:    *
012670* THE HD HEADER, ITS RJ REJECT LINES, AND THE TL TRAILER WITH   *
012680* THE COUNTS AND J SUBTOTAL THE RUN ALREADY KEEPS.  THE HEADER  *
012682* NAMES THE SOURCE'S REGISTRY CONTACT.  A REGISTERED SOURCE NOT *
012684* SEEN THIS RUN GETS NO ADVICE.                                 *
012686* A QB LINE FOLLOWS THE RJ LINES FOR EACH OF THE SOURCE'S       *
012688* BATCHES HELD ON THE QUARANTINE FILE.                          *
012690*****************************************************************
012700 1345-WRITE-ONE-ADVICE.
012710     ADD 1 TO WS-SRC-SUB.
012712     IF WS-SRC-SEEN-SW (WS-SRC-SUB) NOT = 'Y'
012714         GO TO 1345-WRITE-ONE-ADVICE-EXIT
012716     END-IF.
012720     MOVE SPACES TO ADVICE-REC.
012730     MOVE 'HD'                        TO AV-REC-TYPE.
012740     MOVE WS-SRC-CODE (WS-SRC-SUB)    TO AV-SOURCE-CD.
012750     MOVE WS-RUN-DATE                 TO AV-HDR-BUS-DATE.
012760     MOVE WS-JOB-ID                   TO AV-HDR-JOB-ID.
012765     MOVE WS-SRC-CONTACT (WS-SRC-SUB) TO AV-HDR-CONTACT.
012770     WRITE ADVICE-REC.
012780     MOVE ZERO TO WS-ADV-SUB.
012790     PERFORM 1347-WRITE-ADV-REJECT
012800             THRU 1347-WRITE-ADV-REJECT-EXIT
012810             UNTIL WS-ADV-SUB >= WS-ADV-COUNT.
012812     MOVE ZERO TO WS-QB-SUB.
012814     PERFORM 1348-WRITE-ADV-QUARANTINE
012816             THRU 1348-WRITE-ADV-QUARANTINE-EXIT
012818             UNTIL WS-QB-SUB >= WS-QB-COUNT.
012820     MOVE SPACES TO ADVICE-REC.
012830     MOVE 'TL'                        TO AV-REC-TYPE.
012840     MOVE WS-SRC-CODE (WS-SRC-SUB)    TO AV-SOURCE-CD.
012860     MOVE WS-SRC-COMPUTED (WS-SRC-SUB) TO AV-TRL-COMPUTED.
012870     MOVE WS-SRC-REJECTED (WS-SRC-SUB) TO AV-TRL-REJECTED.
012880     MOVE WS-SRC-REVERSED (WS-SRC-SUB) TO AV-TRL-REVERSED.
012885     MOVE WS-SRC-HELD (WS-SRC-SUB)    TO AV-TRL-HELD.
012890     MOVE WS-SRC-J-TOTAL (WS-SRC-SUB) TO AV-TRL-J-TOTAL.
012900     WRITE ADVICE-REC.
012910 1345-WRITE-ONE-ADVICE-EXIT.
013090     MOVE WS-ADV-CURR (WS-ADV-SUB)    TO AV-RJ-CURR-CD.
013100     WRITE ADVICE-REC.
013110 1347-WRITE-ADV-REJECT-EXIT.
013111     EXIT.
013112*****************************************************************
013113* 1348-WRITE-ADV-QUARANTINE -- WRITES THE NEXT QUARANTINED      *
013114* BATCH AS A QB LINE WHEN IT BELONGS TO THE SOURCE WHOSE BATCH  *
013115* IS OPEN.                                                      *
013116*****************************************************************
013117 1348-WRITE-ADV-QUARANTINE.
013118     ADD 1 TO WS-QB-SUB.
013119     IF WS-QB-SOURCE (WS-QB-SUB) NOT = WS-SRC-CODE (WS-SRC-SUB)
013120         GO TO 1348-WRITE-ADV-QUARANTINE-EXIT
013121     END-IF.
013122     MOVE SPACES                      TO ADVICE-REC.
013123     MOVE 'QB'                        TO AV-REC-TYPE.
013124     MOVE WS-QB-SOURCE (WS-QB-SUB)    TO AV-SOURCE-CD.
013125     MOVE WS-QB-REASON (WS-QB-SUB)    TO AV-QB-REASON-CD.
013126     MOVE WS-QB-BUS-DATE (WS-QB-SUB)  TO AV-QB-BUS-DATE.
013127     MOVE WS-QB-RECORDS (WS-QB-SUB)   TO AV-QB-RECORDS.
013128     MOVE WS-QB-TRL-COUNT (WS-QB-SUB) TO AV-QB-TRL-COUNT.
013129     MOVE WS-QB-TRL-HASH (WS-QB-SUB)  TO AV-QB-TRL-HASH.
013130     MOVE WS-QB-BATCH-NO (WS-QB-SUB)  TO AV-QB-BATCH-NO.
013131     WRITE ADVICE-REC.
013132 1348-WRITE-ADV-QUARANTINE-EXIT.
013133     EXIT.
013134*****************************************************************
013140* 1350-SECOND-TEST -- DIAG-MODE SCENARIO.  DIVIDES THE PARM-    *
013150* SUPPLIED (OR DEFAULT) SEED VALUES THROUGH THE SAME ON SIZE    *
013160* ERROR TRAP AS THE TRANS-FILE LOOP, SO THE TECHS CAN VERIFY    *
013710 1400-ZERO-DIVIDE-TEST-EXIT.
013720     EXIT.
013730*****************************************************************
013731* 1500-CHECK-DUPLICATE -- CHECKS THE BATCH WHOSE TL TRAILER     *
013732* JUST RECONCILED FOR A DUPLICATE TRANSMISSION.  A BATCH WHOSE  *
013733* FINGERPRINT (SOURCE, BUSINESS DATE, DETAIL COUNT, TR-J HASH)  *
013734* IS ALREADY REGISTERED, OR ALREADY ACCEPTED EARLIER IN THIS    *
013735* FEED, IS A REPEAT; OTHERWISE A BATCH WHOSE DT DETAILS ARE ON  *
013736* THE RESULTS MASTER AT WS-DUP-PCT OR MORE IS A NEAR REPEAT (A  *
013737* RE-SENT FILE WITH A FRESH HEADER OR A DETAIL OR TWO CHANGED). *
013738* EITHER IS REFUSED AND LISTED, UNLESS ITS SOURCE IS THE ONE    *
013739* THE PARM CARD FORCES THROUGH; A BATCH THAT GOES THROUGH IS    *
013740* HELD FOR REGISTRATION AT END OF RUN.                          *
013741*****************************************************************
013742 1500-CHECK-DUPLICATE.
013743     MOVE 'N' TO WS-DUP-BATCH-SW.
013744     MOVE SPACE TO WS-DUP-VERDICT.
013745     MOVE ZERO TO WS-DUP-DT-COUNT.
013746     MOVE ZERO TO WS-DUP-MATCH-COUNT.
013747     MOVE ZERO TO WS-DUP-SHARE.
013748*    THE SAME BATCH TWICE IN ONE FEED IS CAUGHT AGAINST THE
013749*    BATCHES ALREADY ACCEPTED THIS RUN -- THEY GO ON THE
013750*    REGISTRY ONLY WHEN THE RUN ENDS.
013751     PERFORM 1510-FIND-XMIT-ENTRY THRU 1510-FIND-XMIT-ENTRY-EXIT.
013752     IF WS-XMIT-FOUND
013753         MOVE 'R'         TO WS-DUP-VERDICT
013754         MOVE WS-RUN-DATE TO WS-DUP-PRIOR-DATE
013755         MOVE WS-JOB-ID   TO WS-DUP-PRIOR-JOB
013756         GO TO 1500-CHECK-DUPLICATE-JUDGE
013757     END-IF.
013758     MOVE SPACES              TO XMIT-REG-REC.
013759     MOVE WS-VAL-SOURCE       TO XR-SOURCE-CD.
013760     MOVE WS-VAL-BUS-DATE     TO XR-BUS-DATE.
013761     MOVE TR-TRL-DETAIL-COUNT TO XR-DETAIL-COUNT.
013762     MOVE TR-TRL-J-HASH       TO XR-J-HASH.
013763     MOVE ZERO                TO XR-REPEAT-NO.
013764     READ XMIT-REG-FILE
013765         INVALID KEY
013766             MOVE 'N' TO WS-XMIT-FOUND-SW
013767         NOT INVALID KEY
013768             MOVE 'Y' TO WS-XMIT-FOUND-SW
013769     END-READ.
013770     IF WS-XMIT-FOUND
013771         MOVE 'R'         TO WS-DUP-VERDICT
013772         MOVE XR-RUN-DATE TO WS-DUP-PRIOR-DATE
013773         MOVE XR-JOB-ID   TO WS-DUP-PRIOR-JOB
013774         GO TO 1500-CHECK-DUPLICATE-JUDGE
013775     END-IF.
013776     IF WS-XREG-FSTAT NOT = '23'
013777         DISPLAY "DECIMAL   - TRANSMISSION REGISTRY READ FAILED, "
013778                 "STATUS " WS-XREG-FSTAT ", FEED REFUSED"
013779         MOVE 'Y' TO WS-TRANS-BAD-SW
013780         GO TO 1500-CHECK-DUPLICATE-EXIT
013781     END-IF.
013782     PERFORM 1520-MATCH-RESULTS THRU 1520-MATCH-RESULTS-EXIT.
013783 1500-CHECK-DUPLICATE-JUDGE.
013784     IF WS-DUP-VERDICT = SPACE
013785         PERFORM 1540-NOTE-XMIT THRU 1540-NOTE-XMIT-EXIT
013786         GO TO 1500-CHECK-DUPLICATE-EXIT
013787     END-IF.
013788     IF WS-DUP-FORCE-SRC NOT = SPACES
013789        AND WS-VAL-SOURCE = WS-DUP-FORCE-SRC
013790         ADD 1 TO WS-DUP-FORCED
013791         PERFORM 1550-WRITE-DUP-BATCH
013792                 THRU 1550-WRITE-DUP-BATCH-EXIT
013793         PERFORM 1540-NOTE-XMIT THRU 1540-NOTE-XMIT-EXIT
013794     ELSE
013795         MOVE 'Y' TO WS-DUP-BATCH-SW
013796         ADD 1 TO WS-DUP-BATCHES
013797         PERFORM 1550-WRITE-DUP-BATCH
013798                 THRU 1550-WRITE-DUP-BATCH-EXIT
013799     END-IF.
013800 1500-CHECK-DUPLICATE-EXIT.
013801     EXIT.
013802*****************************************************************
013803* 1510-FIND-XMIT-ENTRY -- SERIAL SEARCH OF THE BATCHES ACCEPTED *
013804* THIS RUN FOR THE CURRENT BATCH'S FINGERPRINT.                 *
013805*****************************************************************
013806 1510-FIND-XMIT-ENTRY.
013807     MOVE 'N' TO WS-XMIT-FOUND-SW.
013808     MOVE ZERO TO WS-XMIT-SUB.
013809     PERFORM 1515-TEST-XMIT-ENTRY THRU 1515-TEST-XMIT-ENTRY-EXIT
013810             UNTIL WS-XMIT-FOUND
013811                OR WS-XMIT-SUB >= WS-XMIT-COUNT.
013812 1510-FIND-XMIT-ENTRY-EXIT.
013813     EXIT.
013814*****************************************************************
013815* 1515-TEST-XMIT-ENTRY -- TESTS THE NEXT ACCEPTED-BATCH ENTRY   *
013816* AGAINST THE CURRENT BATCH'S FINGERPRINT.                      *
013817*****************************************************************
013818 1515-TEST-XMIT-ENTRY.
013819     ADD 1 TO WS-XMIT-SUB.
013820     IF WS-XMIT-SOURCE (WS-XMIT-SUB) = WS-VAL-SOURCE
013821        AND WS-XMIT-BUS-DATE (WS-XMIT-SUB) = WS-VAL-BUS-DATE
013822        AND WS-XMIT-DTL-COUNT (WS-XMIT-SUB) = TR-TRL-DETAIL-COUNT
013823        AND WS-XMIT-HASH (WS-XMIT-SUB) = TR-TRL-J-HASH
013824         MOVE 'Y' TO WS-XMIT-FOUND-SW
013825     END-IF.
013826 1515-TEST-XMIT-ENTRY-EXIT.
013827     EXIT.
013828*****************************************************************
013829* 1520-MATCH-RESULTS -- BROWSES THE RESULTS MASTER FROM         *
013830* WS-DUP-FROM-DATE UP TO (NOT INCLUDING) THE RUN DATE AND MARKS *
013831* EACH BUFFERED DT DETAIL THAT AN OK RESULT ALREADY CARRIES --  *
013832* SAME SOURCE, I, J AS TRANSMITTED AND CURRENCY CODE, EACH      *
013833* RESULT MATCHING ONE DETAIL AT MOST.  THE EARLIER CYCLES OF    *
013834* THE RUN DATE ARE TAKEN IN, BUT THIS RUN'S OWN KEYS ARE LEFT   *
013835* OUT SO A RESTARTED RERUN DOES NOT MATCH ITSELF.  A            *
013836* MATCHED SHARE AT OR OVER WS-DUP-PCT MAKES A NEAR REPEAT.      *
013837* WITH THE MASTER UNAVAILABLE THE SEARCH IS SKIPPED: THE REPORT *
013838* HEADING SAYS SO AND 1000-PROCESS-TRANS ENDS THE RUN RC=4.     *
013839*****************************************************************
013840 1520-MATCH-RESULTS.
013841     IF WS-DUP-DAYS = ZERO OR NOT WS-RSLT-OPEN
013842         GO TO 1520-MATCH-RESULTS-EXIT
013843     END-IF.
013844*    ONLY DT DETAILS CAN REPEAT A POSTED RESULT; A SECOND RV OF
013845*    THE SAME KEY IS ALREADY REFUSED BY THE REVERSAL EDITS.
013846     MOVE ZERO TO WS-BUF-SUB.
013847     PERFORM 1522-COUNT-DT THRU 1522-COUNT-DT-EXIT
013848             UNTIL WS-BUF-SUB >= WS-BUF-COUNT.
013849     IF WS-DUP-DT-COUNT = ZERO
013850         GO TO 1520-MATCH-RESULTS-EXIT
013851     END-IF.
013852     MOVE 'N' TO WS-RSLT-EOF-SW.
013853     MOVE WS-DUP-FROM-DATE TO RSLT-RUN-DATE.
013854     MOVE LOW-VALUES       TO RSLT-JOB-ID.
013855     MOVE ZERO             TO RSLT-TRAN-SEQ.
013856     START RESULTS-FILE KEY >= RSLT-KEY
013857         INVALID KEY
013858             MOVE 'Y' TO WS-RSLT-EOF-SW
013859     END-START.
013860     IF NOT WS-RSLT-EOF
013861         PERFORM 1524-READ-NEXT-RESULT
013862                 THRU 1524-READ-NEXT-RESULT-EXIT
013863     END-IF.
013864     PERFORM 1526-MATCH-ONE-RESULT THRU 1526-MATCH-ONE-RESULT-EXIT
013865             UNTIL WS-RSLT-EOF
013866                OR WS-DUP-MATCH-COUNT >= WS-DUP-DT-COUNT.
013867     COMPUTE WS-DUP-SHARE =
013868         WS-DUP-MATCH-COUNT * 100 / WS-DUP-DT-COUNT.
013869     IF WS-DUP-MATCH-COUNT > ZERO
013870        AND WS-DUP-SHARE >= WS-DUP-PCT
013871         MOVE 'N' TO WS-DUP-VERDICT
013872     END-IF.
013873 1520-MATCH-RESULTS-EXIT.
013874     EXIT.
013875*****************************************************************
013876* 1522-COUNT-DT -- COUNTS THE NEXT BUFFERED RECORD WHEN IT IS A *
013877* DT DETAIL.                                                    *
013878*****************************************************************
013879 1522-COUNT-DT.
013880     ADD 1 TO WS-BUF-SUB.
013881     MOVE WS-BUF-IMAGE (WS-BUF-SUB) TO WS-DUP-IMAGE.
013882     IF DUP-REC-TYPE = 'DT'
013883         ADD 1 TO WS-DUP-DT-COUNT
013884     END-IF.
013885 1522-COUNT-DT-EXIT.
013886     EXIT.
013887*****************************************************************
013888* 1524-READ-NEXT-RESULT -- READS THE NEXT RESULTS-MASTER RECORD *
013889* IN KEY ORDER, ENDING THE BROWSE AT END OF FILE, PAST THE RUN  *
013890* DATE, OR ON A READ ERROR.                                     *
013891*****************************************************************
013892 1524-READ-NEXT-RESULT.
013893     READ RESULTS-FILE NEXT RECORD
013894         AT END
013895             MOVE 'Y' TO WS-RSLT-EOF-SW
013896     END-READ.
013897     IF WS-RSLT-EOF
013898         GO TO 1524-READ-NEXT-RESULT-EXIT
013899     END-IF.
013900     IF WS-RSLT-FSTAT NOT = '00' AND WS-RSLT-FSTAT NOT = '02'
013901         DISPLAY "DECIMAL   - RESULTS MASTER BROWSE FAILED, "
013902                 "STATUS " WS-RSLT-FSTAT ", DUPLICATE SEARCH "
013903                 "CUT SHORT"
013904         MOVE 'Y' TO WS-RSLT-EOF-SW
013905         GO TO 1524-READ-NEXT-RESULT-EXIT
013906     END-IF.
013907     IF RSLT-RUN-DATE > WS-RUN-DATE
013908         MOVE 'Y' TO WS-RSLT-EOF-SW
013909     END-IF.
013910 1524-READ-NEXT-RESULT-EXIT.
013911     EXIT.
013912*****************************************************************
013913* 1526-MATCH-ONE-RESULT -- LOOKS FOR AN UNMATCHED BUFFERED DT   *
013914* DETAIL THE CURRENT OK RESULT CARRIES, THEN READS ON.  THIS    *
013915* RUN'S OWN RESULTS ARE PASSED OVER.                            *
013916*****************************************************************
013917 1526-MATCH-ONE-RESULT.
013918     IF RSLT-RUN-DATE = WS-RUN-DATE
013919        AND RSLT-JOB-ID = WS-JOB-ID
013920         GO TO 1526-MATCH-ONE-RESULT-READ
013921     END-IF.
013922     IF RSLT-STATUS = "OK"
013923         MOVE 'N' TO WS-DUP-MATCH-SW
013924         MOVE ZERO TO WS-BUF-SUB
013925         PERFORM 1528-TEST-BUF-MATCH THRU 1528-TEST-BUF-MATCH-EXIT
013926                 UNTIL WS-DUP-MATCHED
013927                    OR WS-BUF-SUB >= WS-BUF-COUNT
013928     END-IF.
013929 1526-MATCH-ONE-RESULT-READ.
013930     PERFORM 1524-READ-NEXT-RESULT
013931             THRU 1524-READ-NEXT-RESULT-EXIT.
013932 1526-MATCH-ONE-RESULT-EXIT.
013933     EXIT.
013934*****************************************************************
013935* 1528-TEST-BUF-MATCH -- TESTS THE NEXT BUFFERED RECORD AGAINST *
013936* THE CURRENT RESULT AND MARKS IT WITH THE RESULT'S KEY ON A    *
013937* MATCH.                                                        *
013938*****************************************************************
013939 1528-TEST-BUF-MATCH.
013940     ADD 1 TO WS-BUF-SUB.
013941     IF WS-BUF-DUP-SW (WS-BUF-SUB) = 'Y'
013942         GO TO 1528-TEST-BUF-MATCH-EXIT
013943     END-IF.
013944     MOVE WS-BUF-IMAGE (WS-BUF-SUB) TO WS-DUP-IMAGE.
013945     IF DUP-REC-TYPE = 'DT'
013946        AND DUP-SOURCE-CD = RSLT-SOURCE-CD
013947        AND DUP-I = RSLT-TR-I
013948        AND DUP-J = RSLT-TR-J
013949        AND DUP-CURR-CD = RSLT-CURR-CD
013950         MOVE 'Y' TO WS-DUP-MATCH-SW
013951         MOVE 'Y' TO WS-BUF-DUP-SW (WS-BUF-SUB)
013952         MOVE RSLT-RUN-DATE TO WS-BUF-DUP-DATE (WS-BUF-SUB)
013953         MOVE RSLT-JOB-ID   TO WS-BUF-DUP-JOB (WS-BUF-SUB)
013954         MOVE RSLT-TRAN-SEQ TO WS-BUF-DUP-SEQ (WS-BUF-SUB)
013955         ADD 1 TO WS-DUP-MATCH-COUNT
013956     END-IF.
013957 1528-TEST-BUF-MATCH-EXIT.
013958     EXIT.
013959*****************************************************************
013960* 1540-NOTE-XMIT -- HOLDS THE BATCH JUST ACCEPTED FOR           *
013961* REGISTRATION AT END OF RUN, FLAGGED FORCED WHEN IT WENT       *
013962* THROUGH ON THE PARM CARD.                                     *
013963*****************************************************************
013964 1540-NOTE-XMIT.
013965     IF WS-XMIT-COUNT >= WS-XMIT-LIMIT
013966         DISPLAY "DECIMAL   - MORE THAN " WS-XMIT-LIMIT
013967                 " BATCHES IN THE FEED, THEY CANNOT ALL BE "
013968                 "REGISTERED -- FEED REFUSED"
013969         MOVE 'Y' TO WS-TRANS-BAD-SW
013970         GO TO 1540-NOTE-XMIT-EXIT
013971     END-IF.
013972     ADD 1 TO WS-XMIT-COUNT.
013973     MOVE WS-VAL-SOURCE   TO WS-XMIT-SOURCE (WS-XMIT-COUNT).
013974     MOVE WS-VAL-BUS-DATE TO WS-XMIT-BUS-DATE (WS-XMIT-COUNT).
013975     MOVE TR-TRL-DETAIL-COUNT
013976                          TO WS-XMIT-DTL-COUNT (WS-XMIT-COUNT).
013977     MOVE TR-TRL-J-HASH   TO WS-XMIT-HASH (WS-XMIT-COUNT).
013978     IF WS-DUP-VERDICT = SPACE
013979         MOVE 'N' TO WS-XMIT-FORCED (WS-XMIT-COUNT)
013980     ELSE
013981         MOVE 'Y' TO WS-XMIT-FORCED (WS-XMIT-COUNT)
013982     END-IF.
013983 1540-NOTE-XMIT-EXIT.
013984     EXIT.
013985*****************************************************************
013986* 1550-WRITE-DUP-BATCH -- LISTS A REFUSED OR FORCED BATCH ON    *
013987* THE DUPLICATE-REVIEW REPORT WITH WHAT IT REPEATS: THE RUN     *
013988* THAT ACCEPTED THE SAME FINGERPRINT, OR THE SHARE OF ITS DT    *
013989* DETAILS ON THE RESULTS MASTER AND THE KEY EACH ONE MATCHED.   *
013990*****************************************************************
013991 1550-WRITE-DUP-BATCH.
013992     MOVE WS-VAL-SOURCE       TO DUPB-SOURCE.
013993     MOVE WS-VAL-BUS-DATE     TO DUPB-BUS-DATE.
013994     MOVE TR-TRL-DETAIL-COUNT TO DUPB-COUNT.
013995     MOVE TR-TRL-J-HASH       TO DUPB-HASH.
013996     IF WS-DUP-BATCH
013997         MOVE "REFUSED - "        TO DUPB-ACTION
013998     ELSE
013999         MOVE "FORCED BY PARM - " TO DUPB-ACTION
014000     END-IF.
014001     IF WS-DUP-REPEAT
014002         MOVE WS-DUP-PRIOR-DATE  TO DUPR-PRIOR-DATE
014003         MOVE WS-DUP-PRIOR-JOB   TO DUPR-PRIOR-JOB
014004         MOVE WS-DUP-REPEAT-TEXT TO DUPB-REASON
014005     ELSE
014006         MOVE "DETAILS ALREADY ON RESULTS MASTER"
014007                                 TO DUPB-REASON
014008     END-IF.
014009     WRITE DUP-REPORT-REC FROM WS-DUP-BATCH-LINE.
014010     DISPLAY "DECIMAL   - " WS-DUP-BATCH-LINE.
014011     IF NOT WS-DUP-NEAR
014012         GO TO 1550-WRITE-DUP-BATCH-EXIT
014013     END-IF.
014014     MOVE WS-DUP-MATCH-COUNT TO DUPS-MATCHED.
014015     MOVE WS-DUP-DT-COUNT    TO DUPS-DT-COUNT.
014016     MOVE WS-DUP-SHARE       TO DUPS-SHARE.
014017     WRITE DUP-REPORT-REC FROM WS-DUP-SHARE-LINE.
014018     MOVE ZERO TO WS-BUF-SUB.
014019     PERFORM 1555-WRITE-DUP-DETAIL THRU 1555-WRITE-DUP-DETAIL-EXIT
014020             UNTIL WS-BUF-SUB >= WS-BUF-COUNT.
014021 1550-WRITE-DUP-BATCH-EXIT.
014022     EXIT.
014023*****************************************************************
014024* 1555-WRITE-DUP-DETAIL -- LISTS THE NEXT BUFFERED DETAIL WHEN  *
014025* IT MATCHED A RESULTS-MASTER RECORD, WITH THAT RECORD'S KEY.   *
014026*****************************************************************
014027 1555-WRITE-DUP-DETAIL.
014028     ADD 1 TO WS-BUF-SUB.
014029     IF WS-BUF-DUP-SW (WS-BUF-SUB) NOT = 'Y'
014030         GO TO 1555-WRITE-DUP-DETAIL-EXIT
014031     END-IF.
014032     MOVE WS-BUF-IMAGE (WS-BUF-SUB) TO WS-DUP-IMAGE.
014033     MOVE WS-BUF-SEQ (WS-BUF-SUB)      TO DUPD-SEQ.
014034     MOVE DUP-I                        TO DUPD-I.
014035     MOVE DUP-J                        TO DUPD-J.
014036     MOVE DUP-CURR-CD                  TO DUPD-CURR-CD.
014037     MOVE WS-BUF-DUP-DATE (WS-BUF-SUB) TO DUPD-RSLT-DATE.
014038     MOVE WS-BUF-DUP-JOB (WS-BUF-SUB)  TO DUPD-RSLT-JOB.
014039     MOVE WS-BUF-DUP-SEQ (WS-BUF-SUB)  TO DUPD-RSLT-SEQ.
014040     WRITE DUP-REPORT-REC FROM WS-DUP-DETAIL-LINE.
014041 1555-WRITE-DUP-DETAIL-EXIT.
014042     EXIT.
014043*****************************************************************
014044* 1560-REGISTER-BATCHES -- AT THE END OF A RUN THAT ACCEPTED    *
014045* ITS FEED, PUTS EVERY BATCH ACCEPTED ON THE TRANSMISSION       *
014046* REGISTRY UNDER THE RUN DATE AND JOB ID.                       *
014047*****************************************************************
014048 1560-REGISTER-BATCHES.
014049     MOVE ZERO TO WS-XMIT-SUB.
014050     PERFORM 1565-REGISTER-ONE THRU 1565-REGISTER-ONE-EXIT
014051             UNTIL WS-XMIT-SUB >= WS-XMIT-COUNT.
014052     DISPLAY "DECIMAL   - BATCHES REGISTERED: " WS-XMIT-COUNT.
014053 1560-REGISTER-BATCHES-EXIT.
014054     EXIT.
014055*****************************************************************
014056* 1565-REGISTER-ONE -- REGISTERS THE NEXT ACCEPTED BATCH.  THE  *
014057* FIRST ACCEPTANCE OF A FINGERPRINT TAKES REPEAT NUMBER ZERO; A *
014058* FORCED REPEAT TAKES THE NEXT FREE NUMBER SO THE ORIGINAL      *
014059* ACCEPTANCE IS NEVER OVERWRITTEN.                              *
014060*****************************************************************
014061 1565-REGISTER-ONE.
014062     ADD 1 TO WS-XMIT-SUB.
014063     MOVE SPACES TO XMIT-REG-REC.
014064     MOVE WS-XMIT-SOURCE (WS-XMIT-SUB)    TO XR-SOURCE-CD.
014065     MOVE WS-XMIT-BUS-DATE (WS-XMIT-SUB)  TO XR-BUS-DATE.
014066     MOVE WS-XMIT-DTL-COUNT (WS-XMIT-SUB) TO XR-DETAIL-COUNT.
014067     MOVE WS-XMIT-HASH (WS-XMIT-SUB)      TO XR-J-HASH.
014068     MOVE ZERO                            TO XR-REPEAT-NO.
014069     MOVE WS-RUN-DATE                     TO XR-RUN-DATE.
014070     MOVE WS-JOB-ID                       TO XR-JOB-ID.
014071     ACCEPT XR-ACCEPT-DATE                FROM DATE YYYYMMDD.
014072     ACCEPT XR-ACCEPT-TIME                FROM TIME.
014073     MOVE WS-XMIT-FORCED (WS-XMIT-SUB)    TO XR-FORCED.
014074     MOVE 'N' TO WS-XREG-DONE-SW.
014075     PERFORM 1567-WRITE-XMIT-REG THRU 1567-WRITE-XMIT-REG-EXIT
014076             UNTIL WS-XREG-DONE.
014077 1565-REGISTER-ONE-EXIT.
014078     EXIT.
014079*****************************************************************
014080* 1567-WRITE-XMIT-REG -- WRITES ONE REGISTRY RECORD, STEPPING   *
014081* THE REPEAT NUMBER PAST KEYS ALREADY TAKEN.  A WRITE THAT      *
014082* FAILS FOR ANY OTHER REASON IS REPORTED AND THE RUN ENDS RC=4  *
014083* AT LEAST -- THE BATCH POSTED, BUT A RE-SEND OF IT WOULD NOT   *
014084* BE CAUGHT.                                                    *
014085*****************************************************************
014086 1567-WRITE-XMIT-REG.
014087     MOVE 'Y' TO WS-XREG-DONE-SW.
014088     WRITE XMIT-REG-REC
014089         INVALID KEY
014090             MOVE 'N' TO WS-XREG-DONE-SW
014091     END-WRITE.
014092     IF WS-XREG-DONE
014093         GO TO 1567-WRITE-XMIT-REG-EXIT
014094     END-IF.
014095     IF WS-XREG-FSTAT = '22' AND XR-REPEAT-NO < 99
014096         ADD 1 TO XR-REPEAT-NO
014097         GO TO 1567-WRITE-XMIT-REG-EXIT
014098     END-IF.
014099     DISPLAY "DECIMAL   - TRANSMISSION REGISTRY WRITE FAILED, "
014100             "STATUS " WS-XREG-FSTAT " SOURCE " XR-SOURCE-CD
014101             " BUSINESS DATE " XR-BUS-DATE.
014102     IF RETURN-CODE < 4
014103         MOVE 4 TO RETURN-CODE
014104     END-IF.
014105     MOVE 'Y' TO WS-XREG-DONE-SW.
014106 1567-WRITE-XMIT-REG-EXIT.
014107     EXIT.
014108*****************************************************************
014109* 1590-REFUSE-BATCH -- DROPS A BATCH REFUSED AS A DUPLICATE     *
014110* WITHOUT COMPUTING ANY OF IT.  ITS DETAILS ARE THEIR OWN       *
014111* CONTROL TOTAL SO THE DAY STILL PROVES AGAINST THE FEED.       *
014112*****************************************************************
014113 1590-REFUSE-BATCH.
014114     ADD WS-BUF-COUNT TO WS-RECORDS-DUP-REFUSED.
014115     DISPLAY "DECIMAL   - BATCH OF SOURCE " WS-VAL-SOURCE
014116             " REFUSED AS A DUPLICATE, DETAILS NOT POSTED: "
014117             WS-BUF-COUNT.
014118     MOVE ZERO TO WS-BUF-COUNT.
014119 1590-REFUSE-BATCH-EXIT.
014120     EXIT.
014121*****************************************************************
014122* 1600-WRITE-GL-EXTRACT -- WRITES ONE GL DETAIL RECORD FOR THE  *
014123* CURRENT I/J RESULT, CODED TO THE GL ACCOUNT AND COST CENTER   *
014124* THE ACCTREF TABLE ASSIGNS TO I, AND ROLLS THE DETAIL COUNT    *
014125* AND GL-AMOUNT HASH FORWARD FOR THE TL BATCH TRAILER.  WHEN AN *
014126* ALLOCREF ALLOCATION IS THE LATEST-DATED CODING FOR I, 1610    *
014127* WRITES ONE DETAIL PER SHARE INSTEAD.                          *
014128*****************************************************************
014129 1600-WRITE-GL-EXTRACT.
014130     MOVE SPACES            TO GL-EXTRACT-REC.
014131     MOVE "GL"               TO GL-REC-TYPE.
014132     MOVE WS-JOB-ID          TO GL-JOB-ID.
014133     MOVE WS-CUR-POST-DATE   TO GL-POST-DATE.
014134     MOVE I                  TO GL-SOURCE-I.
014135     MOVE J                  TO GL-AMOUNT.
014136     MOVE WS-CUR-SOURCE-CD   TO GL-SOURCE-CD.
014137*    THE VALUE AND CODE AS THE SOURCE TRANSMITTED THEM, SO THE
014138*    POSTED FIGURE STILL TRACES TO THE ORIGINAL TRANSMISSION.
014139     MOVE WS-ORIG-J          TO GL-ORIG-AMOUNT.
014140     MOVE WS-CURR-CD         TO GL-CURR-CD.
014141     PERFORM 1650-FIND-ACCOUNT THRU 1650-FIND-ACCOUNT-EXIT.
014142     PERFORM 1676-FIND-ALLOCATION THRU 1676-FIND-ALLOCATION-EXIT.
014143     IF WS-ALC-FOUND
014144         PERFORM 1610-WRITE-ALLOC-SHARES
014145                 THRU 1610-WRITE-ALLOC-SHARES-EXIT
014146         GO TO 1600-WRITE-GL-EXTRACT-EXIT
014147     END-IF.
014148     IF WS-ACCT-FOUND
014149         MOVE WS-ACCT-TBL-ACCOUNT (WS-ACCT-SUB)
014150                             TO GL-ACCOUNT
014151         MOVE WS-ACCT-TBL-COST-CTR (WS-ACCT-SUB)
014152                             TO GL-COST-CENTER
014153     ELSE
014154         MOVE WS-CLEARING-ACCOUNT TO GL-ACCOUNT
014155         MOVE WS-CLEARING-COST-CTR TO GL-COST-CENTER
014156         ADD 1 TO WS-GL-UNMATCHED
014157     END-IF.
014158*    KEPT FOR THE RESULTS-MASTER RECORD, SO A LATER RV CAN
014159*    OFFSET EXACTLY WHERE THIS DETAIL POSTED.
014160     MOVE GL-ACCOUNT     TO WS-LAST-GL-ACCOUNT.
014161     MOVE GL-COST-CENTER TO WS-LAST-GL-COST-CTR.
014162     WRITE GL-EXTRACT-REC.
014163     ADD 1 TO WS-GL-DETAIL-COUNT.
014164     IF WS-CUR-ROUTED
014165         ADD 1 TO WS-GL-ROUTED
014166     END-IF.
014167     ADD J TO WS-GL-AMOUNT-HASH
014168         ON SIZE ERROR
014169             DISPLAY "*** EXCEPTION - GL AMOUNT HASH OVERFLOW - "
014170                     "J = ", J
014171             MOVE 8 TO RETURN-CODE
014172     END-ADD.
014173 1600-WRITE-GL-EXTRACT-EXIT.
014174     EXIT.
014175*****************************************************************
014176* 1610-WRITE-ALLOC-SHARES -- SPLITS J BY THE ALLOCATION         *
014177* WS-ALC-SUB POINTS AT AND WRITES ONE EXTRACT DETAIL PER SHARE. *
014178* THE RESULTS MASTER GETS THE ALLOCATION MARKER AND ALLOC-ID    *
014179* INSTEAD OF ONE ACCOUNT, SO A LATER RV RE-SPLITS THE RESULT BY *
014180* THE SAME ALLOCATION AND BACKS OUT EVERY SHARE.                *
014181*****************************************************************
014182 1610-WRITE-ALLOC-SHARES.
014183     MOVE J TO WS-SPLIT-AMOUNT.
014184     PERFORM 1630-SPLIT-ALLOCATION
014185             THRU 1630-SPLIT-ALLOCATION-EXIT.
014186     MOVE ZERO TO WS-SHARE-SUB.
014187     PERFORM 1620-WRITE-ONE-SHARE THRU 1620-WRITE-ONE-SHARE-EXIT
014188             UNTIL WS-SHARE-SUB >= WS-ALC-SHARES (WS-ALC-SUB).
014189     MOVE WS-ALLOC-MARKER        TO WS-LAST-GL-ACCOUNT.
014190     MOVE WS-ALC-ID (WS-ALC-SUB) TO WS-LAST-GL-COST-CTR.
014191     ADD 1 TO WS-GL-ALLOCATED.
014192     COMPUTE WS-GL-SHARE-LINES = WS-GL-SHARE-LINES
014193             + WS-ALC-SHARES (WS-ALC-SUB) - 1.
014194 1610-WRITE-ALLOC-SHARES-EXIT.
014195     EXIT.
014196*****************************************************************
014197* 1620-WRITE-ONE-SHARE -- WRITES THE EXTRACT DETAIL FOR THE     *
014198* NEXT SHARE: ITS PART OF J, CODED TO ITS ACCOUNT AND COST      *
014199* CENTER. GL-ORIG-AMOUNT CARRIES THE WHOLE FIGURE AS            *
014200* TRANSMITTED ON EVERY SHARE, SO EACH ONE TRACES TO THE         *
014201* ORIGINAL TRANSMISSION.                                        *
014202*****************************************************************
014203 1620-WRITE-ONE-SHARE.
014204     ADD 1 TO WS-SHARE-SUB.
014205     MOVE SPACES             TO GL-EXTRACT-REC.
014206     MOVE "GL"               TO GL-REC-TYPE.
014207     MOVE WS-JOB-ID          TO GL-JOB-ID.
014208     MOVE WS-CUR-POST-DATE   TO GL-POST-DATE.
014209     MOVE I                  TO GL-SOURCE-I.
014210     MOVE WS-SHARE-AMT (WS-SHARE-SUB) TO GL-AMOUNT.
014211     MOVE WS-ALC-ACCOUNT (WS-ALC-SUB, WS-SHARE-SUB)
014212                             TO GL-ACCOUNT.
014213     MOVE WS-ALC-COST-CTR (WS-ALC-SUB, WS-SHARE-SUB)
014214                             TO GL-COST-CENTER.
014215     MOVE WS-CUR-SOURCE-CD   TO GL-SOURCE-CD.
014216     MOVE WS-ORIG-J          TO GL-ORIG-AMOUNT.
014217     MOVE WS-CURR-CD         TO GL-CURR-CD.
014218     WRITE GL-EXTRACT-REC.
014219     ADD 1 TO WS-GL-DETAIL-COUNT.
014220     IF WS-CUR-ROUTED
014221         ADD 1 TO WS-GL-ROUTED
014222     END-IF.
014223     ADD GL-AMOUNT TO WS-GL-AMOUNT-HASH
014224         ON SIZE ERROR
014225             DISPLAY "*** EXCEPTION - GL AMOUNT HASH OVERFLOW "
014226                     "ON ALLOCATION SHARE"
014227             MOVE 8 TO RETURN-CODE
014228     END-ADD.
014229 1620-WRITE-ONE-SHARE-EXIT.
014230     EXIT.
014231*****************************************************************
014232* 1630-SPLIT-ALLOCATION -- SPLITS WS-SPLIT-AMOUNT BY THE        *
014233* ALLOCATION WS-ALC-SUB POINTS AT INTO WS-SHARE-AMT, EACH SHARE *
014234* ROUNDED AT THE 4TH DECIMAL, THEN PUTS WHATEVER THE ROUNDING   *
014235* LEFT OVER ON THE LARGEST SHARE SO THE SHARES ALWAYS FOOT TO   *
014236* THE AMOUNT.  THE SAME AMOUNT AND ALLOCATION ALWAYS GIVE THE   *
014237* SAME SHARES, WHICH IS WHAT LETS AN RV BACK THEM OUT EXACTLY.  *
014238*****************************************************************
014239 1630-SPLIT-ALLOCATION.
014240     MOVE ZERO TO WS-SPLIT-TOTAL.
014241     MOVE ZERO TO WS-SHARE-SUB.
014242     PERFORM 1635-SPLIT-ONE-SHARE THRU 1635-SPLIT-ONE-SHARE-EXIT
014243             UNTIL WS-SHARE-SUB >= WS-ALC-SHARES (WS-ALC-SUB).
014244     MOVE WS-ALC-BIG (WS-ALC-SUB) TO WS-SHARE-SUB.
014245     COMPUTE WS-SHARE-AMT (WS-SHARE-SUB) =
014246             WS-SHARE-AMT (WS-SHARE-SUB)
014247             + WS-SPLIT-AMOUNT - WS-SPLIT-TOTAL.
014248 1630-SPLIT-ALLOCATION-EXIT.
014249     EXIT.
014250*****************************************************************
014251* 1635-SPLIT-ONE-SHARE -- COMPUTES THE NEXT SHARE'S ROUNDED     *
014252* PART OF THE AMOUNT AND ADDS IT TO THE RUNNING TOTAL.          *
014253*****************************************************************
014254 1635-SPLIT-ONE-SHARE.
014255     ADD 1 TO WS-SHARE-SUB.
014256     COMPUTE WS-SHARE-AMT (WS-SHARE-SUB) ROUNDED =
014257             WS-SPLIT-AMOUNT
014258             * WS-ALC-PCT (WS-ALC-SUB, WS-SHARE-SUB) / 100.
014259     ADD WS-SHARE-AMT (WS-SHARE-SUB) TO WS-SPLIT-TOTAL.
014260 1635-SPLIT-ONE-SHARE-EXIT.
014261     EXIT.
014262*****************************************************************
014263* 1650-FIND-ACCOUNT -- SERIAL SEARCH OF THE ACCTREF TABLE FOR   *
014264* THE RANGE COVERING THE CURRENT I VALUE.  OF THE RANGES THAT   *
014265* COVER IT, THE ONE WITH THE LATEST EFFECTIVE DATE WINS (FIRST  *
014266* LOADED ON A TIE), SO A REORGANIZATION KEYED AHEAD OF ITS      *
014267* DATE SUPERSEDES THE OLD CODING ONCE IT IS IN EFFECT.  LEAVES  *
014268* WS-ACCT-SUB POINTING AT THE WINNING ENTRY WHEN FOUND.         *
014269*****************************************************************
014270 1650-FIND-ACCOUNT.
014271     MOVE 'N' TO WS-ACCT-FOUND-SW.
014272     MOVE ZERO TO WS-ACCT-SUB.
014273     MOVE ZERO TO WS-ACCT-SCAN-SUB.
014280     PERFORM 1675-TEST-ACCT-RANGE
014290             THRU 1675-TEST-ACCT-RANGE-EXIT
014300             UNTIL WS-ACCT-SCAN-SUB >= WS-ACCT-COUNT.
014530 1675-TEST-ACCT-RANGE-EXIT.
014540     EXIT.
014550*****************************************************************
014551* 1676-FIND-ALLOCATION -- SERIAL SEARCH OF THE ALLOCATION TABLE *
014552* FOR THE ALLOCATION COVERING THE CURRENT I VALUE, LATEST       *
014553* EFFECTIVE DATE WINNING (FIRST LOADED ON A TIE), SO A NEW      *
014554* SPLIT SUPERSEDES THE OLD ONE ONCE IT IS IN EFFECT.  THE       *
014555* ALLOCATION ONLY APPLIES WHEN IT IS AT LEAST AS RECENT AS THE  *
014556* ACCTREF RANGE 1650 FOUND -- A LATER RANGE RETURNS I TO        *
014557* SINGLE-ACCOUNT CODING.  LEAVES WS-ALC-SUB POINTING AT THE     *
014558* WINNER WHEN FOUND.                                            *
014559*****************************************************************
014560 1676-FIND-ALLOCATION.
014561     MOVE 'N' TO WS-ALC-FOUND-SW.
014562     MOVE ZERO TO WS-ALC-SUB.
014563     MOVE ZERO TO WS-ALC-SCAN-SUB.
014564     PERFORM 1677-TEST-ALLOC-RANGE
014565             THRU 1677-TEST-ALLOC-RANGE-EXIT
014566             UNTIL WS-ALC-SCAN-SUB >= WS-ALC-COUNT.
014567     IF WS-ALC-FOUND AND WS-ACCT-FOUND
014568         IF WS-ACCT-TBL-EFF-DATE (WS-ACCT-SUB) >
014569                WS-ALC-EFF-DATE (WS-ALC-SUB)
014570             MOVE 'N' TO WS-ALC-FOUND-SW
014571         END-IF
014572     END-IF.
014573 1676-FIND-ALLOCATION-EXIT.
014574     EXIT.
014575*****************************************************************
014576* 1677-TEST-ALLOC-RANGE -- TESTS THE NEXT ALLOCATION AGAINST    *
014577* THE CURRENT I VALUE AND KEEPS IT AS THE WINNER WHEN IT COVERS *
014578* I WITH A LATER EFFECTIVE DATE THAN THE ALLOCATION HELD SO     *
014579* FAR.                                                          *
014580*****************************************************************
014581 1677-TEST-ALLOC-RANGE.
014582     ADD 1 TO WS-ALC-SCAN-SUB.
014583     IF I >= WS-ALC-LOW-I (WS-ALC-SCAN-SUB)
014584        AND I <= WS-ALC-HIGH-I (WS-ALC-SCAN-SUB)
014585         IF NOT WS-ALC-FOUND
014586             MOVE 'Y' TO WS-ALC-FOUND-SW
014587             MOVE WS-ALC-SCAN-SUB TO WS-ALC-SUB
014588         ELSE
014589             IF WS-ALC-EFF-DATE (WS-ALC-SCAN-SUB) >
014590                    WS-ALC-EFF-DATE (WS-ALC-SUB)
014591                 MOVE WS-ALC-SCAN-SUB TO WS-ALC-SUB
014592             END-IF
014593         END-IF
014594     END-IF.
014595 1677-TEST-ALLOC-RANGE-EXIT.
014596     EXIT.
014597*****************************************************************
014598* 1678-FIND-ALLOC-ID -- SERIAL SEARCH OF THE ALLOCATION TABLE   *
014599* FOR ALLOC-ID WS-ALC-KEY (THE ALLOCATION AN ORIGINAL RESULT    *
014600* WAS SPLIT BY), LEAVING WS-ALC-SUB POINTING AT IT WHEN FOUND.  *
014601*****************************************************************
014602 1678-FIND-ALLOC-ID.
014603     MOVE 'N' TO WS-ALC-FOUND-SW.
014604     MOVE ZERO TO WS-ALC-SUB.
014605     MOVE ZERO TO WS-ALC-SCAN-SUB.
014606     PERFORM 1679-TEST-ALLOC-ID THRU 1679-TEST-ALLOC-ID-EXIT
014607             UNTIL WS-ALC-FOUND
014608                OR WS-ALC-SCAN-SUB >= WS-ALC-COUNT.
014609 1678-FIND-ALLOC-ID-EXIT.
014610     EXIT.
014611*****************************************************************
014612* 1679-TEST-ALLOC-ID -- TESTS THE NEXT ALLOCATION'S ALLOC-ID.   *
014613*****************************************************************
014614 1679-TEST-ALLOC-ID.
014615     ADD 1 TO WS-ALC-SCAN-SUB.
014616     IF WS-ALC-ID (WS-ALC-SCAN-SUB) = WS-ALC-KEY
014617         MOVE 'Y' TO WS-ALC-FOUND-SW
014618         MOVE WS-ALC-SCAN-SUB TO WS-ALC-SUB
014619     END-IF.
014620 1679-TEST-ALLOC-ID-EXIT.
014621     EXIT.
014622*****************************************************************
014623* 1680-WRITE-RESULT -- WRITES (OR, ON A RESTARTED RERUN THAT    *
014624* ALREADY CUT THIS KEY, REWRITES) ONE RESULTS-MASTER RECORD FOR *
014625* THE TRANSACTION JUST DRIVEN THROUGH TEST-PARAGRAPH: THE       *
014626* INPUTS, THE COMPUTED J (ZERO UNLESS STATUS OK OR HELD) AND    *
014627* THE AUDIT STATUS.  THE CALLER HAS ALREADY SET                 *
014628* WS-AUDIT-STATUS.  THE KEY'S SEQUENCE IS THE RECORD'S PHYSICAL *
014629* POSITION IN THE FEED (WS-CUR-SEQ), SO A RESTARTED RERUN THAT  *
014630* SKIPS ALREADY-PROCESSED RECORDS REWRITES EXACTLY THE KEYS THE *
014640* ABORTED ATTEMPT CUT INSTEAD OF OVERWRITING OTHER TRANSACTIONS *
014650* FROM SEQUENCE ONE.                                            *
014660*****************************************************************
014670 1680-WRITE-RESULT.
014680     IF NOT WS-RSLT-OPEN
014710     MOVE SPACES             TO RSLT-REC.
014720     MOVE WS-RUN-DATE        TO RSLT-RUN-DATE.
014730     MOVE WS-JOB-ID          TO RSLT-JOB-ID.
014740     MOVE WS-KEY-SEQ         TO RSLT-TRAN-SEQ.
014750     MOVE WS-CUR-SOURCE-CD   TO RSLT-SOURCE-CD.
014760     MOVE I                  TO RSLT-TR-I.
014770*    J AND ITS CODE AS THE SOURCE TRANSMITTED THEM, SO A RE-SENT
014780*    DETAIL MATCHES ITS EARLIER RESULT WHATEVER TODAY'S RATE.
014782     MOVE WS-ORIG-J          TO RSLT-TR-J.
014784     MOVE WS-CURR-CD         TO RSLT-CURR-CD.
014786     IF WS-AUDIT-STATUS = "OK" OR WS-AUDIT-STATUS = "HELD"
014790         MOVE J              TO RSLT-J-RESULT
014800     ELSE
014810         MOVE ZERO           TO RSLT-J-RESULT
014980             END-REWRITE
014990     END-WRITE.
015000 1680-WRITE-RESULT-EXIT.
015001     EXIT.
015002*****************************************************************
015003* 1690-CHECK-REVIEW -- DECIDES WHETHER THE RESULT JUST COMPUTED *
015004* MUST BE HELD FOR LARGE-VALUE REVIEW.  THE LIMIT IS THE LOWER  *
015005* NON-ZERO ONE OF THE SOURCE'S (SRCREF) AND THE I RANGE'S       *
015006* (ACCTREF, THE RANGE 1650 PICKS); THE RESULT IS HELD WHEN ITS  *
015007* SIZE, EITHER SIGN, EXCEEDS IT.  AN APPROVED-REVIEW RELEASE IS *
015008* NEVER HELD AGAIN.  THE ACCTREF RANGE'S LIMIT APPLIES EVEN     *
015009* WHEN AN ALLOCATION SPLITS THE RESULT: THE LIMIT BELONGS TO    *
015010* THE DEPARTMENT (THE I RANGE), AND ALLOCREF CARRIES NONE OF    *
015011* ITS OWN.  ONLY THE POSTING ACCOUNT 1695 RECORDS FOLLOWS THE   *
015012* ALLOCATION.                                                   *
015013*****************************************************************
015014 1690-CHECK-REVIEW.
015015     MOVE 'N' TO WS-REVIEW-HELD-SW.
015016     MOVE ZERO TO WS-REVIEW-LIMIT.
015017     MOVE SPACE TO WS-REVIEW-BASIS.
015018     IF NOT WS-REVIEW-ON OR WS-CUR-REVIEWED
015019         GO TO 1690-CHECK-REVIEW-EXIT
015020     END-IF.
015021     IF WS-SRC-SUB > ZERO
015022         IF WS-SRC-REVIEW-LIMIT (WS-SRC-SUB) > ZERO
015023             MOVE WS-SRC-REVIEW-LIMIT (WS-SRC-SUB)
015024                 TO WS-REVIEW-LIMIT
015025             MOVE 'S' TO WS-REVIEW-BASIS
015026         END-IF
015027     END-IF.
015028     PERFORM 1650-FIND-ACCOUNT THRU 1650-FIND-ACCOUNT-EXIT.
015029     IF WS-ACCT-FOUND
015030         IF WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-SUB) > ZERO
015031            AND (WS-REVIEW-LIMIT = ZERO
015032              OR WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-SUB)
015033                 < WS-REVIEW-LIMIT)
015034             MOVE WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-SUB)
015035                 TO WS-REVIEW-LIMIT
015036             MOVE 'A' TO WS-REVIEW-BASIS
015037         END-IF
015038     END-IF.
015039     IF WS-REVIEW-LIMIT = ZERO
015040         GO TO 1690-CHECK-REVIEW-EXIT
015041     END-IF.
015042     IF J < ZERO
015043         COMPUTE WS-REVIEW-SIZE = ZERO - J
015044     ELSE
015045         MOVE J TO WS-REVIEW-SIZE
015046     END-IF.
015047     IF WS-REVIEW-SIZE > WS-REVIEW-LIMIT
015048         MOVE 'Y' TO WS-REVIEW-HELD-SW
015049     END-IF.
015050 1690-CHECK-REVIEW-EXIT.
015051     EXIT.
015052*****************************************************************
015053* 1695-HOLD-FOR-REVIEW -- HOLDS THE RESULT JUST COMPUTED:       *
015054* WRITES IT TO THE REVIEW QUEUE AS PENDING, WITH THE BATCH'S    *
015055* KEYED-BY USER, THE LIMIT IT BROKE AND WHERE IT WOULD HAVE     *
015056* POSTED, AND LOGS IT HELD ON THE AUDIT FILE AND RESULTS        *
015057* MASTER.  NO EXTRACT DETAIL IS CUT AND IT IS NOT COUNTED       *
015058* COMPUTED; TEST-PARAGRAPH LEAVES ITS ROUNDING RESIDUAL OUT OF  *
015059* THE DAY'S DIFFERENCE, SINCE IT WILL ROUND AGAIN WHEN IT IS    *
015060* RELEASED.  WHERE IT WOULD HAVE POSTED IS RECORDED THE WAY THE *
015061* RESULTS MASTER RECORDS IT: AN ALLOCATED RESULT SHOWS THE      *
015062* ALLOCATION MARKER AND ALLOC-ID, NOT THE ACCTREF RANGE.        *
015063*****************************************************************
015064 1695-HOLD-FOR-REVIEW.
015065     MOVE SPACES             TO REV-PEND-REC.
015066     MOVE WS-RUN-DATE        TO RVP-RUN-DATE.
015067     MOVE WS-JOB-ID          TO RVP-JOB-ID.
015068     MOVE WS-KEY-SEQ         TO RVP-TRAN-SEQ.
015069     MOVE 'P'                TO RVP-STATUS.
015070     MOVE WS-CUR-SOURCE-CD   TO RVP-SOURCE-CD.
015071     MOVE I                  TO RVP-TR-I.
015072     MOVE WS-J-INPUT         TO RVP-BASE-J.
015073     MOVE WS-ORIG-J          TO RVP-ORIG-J.
015074     MOVE WS-CURR-CD         TO RVP-CURR-CD.
015075     MOVE J                  TO RVP-J-RESULT.
015076     MOVE WS-REVIEW-LIMIT    TO RVP-LIMIT.
015077     MOVE WS-REVIEW-BASIS    TO RVP-LIMIT-BASIS.
015078     PERFORM 1676-FIND-ALLOCATION THRU 1676-FIND-ALLOCATION-EXIT.
015079     IF WS-ALC-FOUND
015080         MOVE WS-ALLOC-MARKER        TO RVP-GL-ACCOUNT
015081         MOVE WS-ALC-ID (WS-ALC-SUB) TO RVP-GL-COST-CTR
015082     ELSE
015083         IF WS-ACCT-FOUND
015084             MOVE WS-ACCT-TBL-ACCOUNT (WS-ACCT-SUB)
015085                 TO RVP-GL-ACCOUNT
015086             MOVE WS-ACCT-TBL-COST-CTR (WS-ACCT-SUB)
015087                 TO RVP-GL-COST-CTR
015088         ELSE
015089             MOVE WS-CLEARING-ACCOUNT  TO RVP-GL-ACCOUNT
015090             MOVE WS-CLEARING-COST-CTR TO RVP-GL-COST-CTR
015091         END-IF
015092     END-IF.
015093     MOVE WS-CUR-KEYED-BY    TO RVP-KEYED-BY.
015094     MOVE ZERO               TO RVP-ACTION-DATE.
015095     MOVE ZERO               TO RVP-ACTION-TIME.
015096     MOVE ZERO               TO RVP-RELEASE-DATE.
015097     WRITE REV-PEND-REC
015098         INVALID KEY
015099             DISPLAY "DECIMAL   - SEQ " WS-CUR-SEQ " ALREADY ON "
015100                     "THE REVIEW QUEUE, LEFT AS IT STANDS"
015101     END-WRITE.
015102     ADD 1 TO WS-RECORDS-HELD.
015103     IF WS-SRC-SUB > ZERO
015104         ADD 1 TO WS-SRC-HELD (WS-SRC-SUB)
015105     END-IF.
015106     DISPLAY "DECIMAL   - HELD FOR REVIEW: SEQ " WS-CUR-SEQ
015107             " SOURCE " WS-CUR-SOURCE-CD " I = " I " J = " J
015108             " LIMIT " WS-REVIEW-LIMIT.
015109     MOVE "HELD" TO WS-AUDIT-STATUS.
015110     PERFORM 1800-WRITE-AUDIT THRU 1800-WRITE-AUDIT-EXIT.
015111     PERFORM 1680-WRITE-RESULT THRU 1680-WRITE-RESULT-EXIT.
015112 1695-HOLD-FOR-REVIEW-EXIT.
015113     EXIT.
015114*****************************************************************
015115* 1700-READ-PARM -- READS THE OPERATOR CONTROL CARD AND LOADS   *
015116* THE SCENARIO SEED VALUES AND J-RANGE EDIT BOUNDS.  A MISSING  *
015117* CARD LEAVES THE WORKING-STORAGE DEFAULTS IN PLACE.            *
015118*****************************************************************
015119 1700-READ-PARM.
015120     MOVE 'N' TO WS-PARM-EOF-SW.
015121     OPEN INPUT PARM-FILE.
015122     READ PARM-FILE
015123         AT END
015124             MOVE 'Y' TO WS-PARM-EOF-SW
015130     END-READ.
015140     IF WS-PARM-EOF
015150         DISPLAY "DECIMAL   - NO PARM RECORD SUPPLIED, USING "
015380         IF PARM-ROUND-ACCT NOT = SPACES
015390             MOVE PARM-ROUND-ACCT TO WS-ROUND-ACCOUNT
015400         END-IF
015401         MOVE PARM-DUP-FORCE-SRC TO WS-DUP-FORCE-SRC
015402         IF PARM-DUP-DAYS IS NUMERIC
015403             MOVE PARM-DUP-DAYS TO WS-DUP-DAYS
015404         END-IF
015405         IF PARM-DUP-PCT IS NUMERIC
015406             IF PARM-DUP-PCT > ZERO AND PARM-DUP-PCT NOT > 100
015407                 MOVE PARM-DUP-PCT TO WS-DUP-PCT
015408             ELSE
015409                 DISPLAY "DECIMAL   - DUPLICATE SHARE NOT 1-100, "
015410                         "USING 50"
015411             END-IF
015412         END-IF
015413         IF PARM-FAIL-MODE = 'Q' OR PARM-FAIL-MODE = 'R'
015414             MOVE PARM-FAIL-MODE TO WS-FAIL-MODE
015415         ELSE
015416             IF PARM-FAIL-MODE NOT = SPACE
015417                 DISPLAY "DECIMAL   - FAILED-BATCH MODE NOT Q/R, "
015418                         "USING R"
015419             END-IF
015420         END-IF
015421         IF PARM-CYCLE-NO IS NUMERIC
015422             MOVE PARM-CYCLE-NO TO WS-PARM-CYCLE
015423         END-IF
015424         IF PARM-CYCLE-KIND = 'I' OR PARM-CYCLE-KIND = 'C'
015425             MOVE PARM-CYCLE-KIND TO WS-CYCLE-KIND
015426         ELSE
015427             IF PARM-CYCLE-KIND NOT = SPACE
015428                 DISPLAY "DECIMAL   - CYCLE KIND NOT I/C, "
015429                         "USING C"
015430             END-IF
015431         END-IF
015432         IF PARM-STREAM-NO IS NUMERIC
015433             MOVE PARM-STREAM-NO TO WS-STREAM-NO
015434             IF WS-STREAM-NO NOT = ZERO AND NOT WS-STREAM-RUN
015435                 MOVE 'Y' TO WS-STREAM-BAD-SW
015436             END-IF
015437         ELSE
015438             IF PARM-STREAM-NO NOT = SPACE
015439                 MOVE 'Y' TO WS-STREAM-BAD-SW
015440             END-IF
015441         END-IF
015442     END-IF.
015443     DISPLAY "DECIMAL   - RUN MODE IS ", WS-RUN-MODE.
015444     DISPLAY "DECIMAL   - ROUNDING MODE IS ", WS-ROUND-MODE.
015445     DISPLAY "DECIMAL   - FAILED-BATCH MODE IS ", WS-FAIL-MODE.
015446     DISPLAY "DECIMAL   - DUPLICATE SEARCH DAYS ", WS-DUP-DAYS,
015447             " SHARE ", WS-DUP-PCT.
015448     IF WS-DUP-FORCE-SRC NOT = SPACES
015449         DISPLAY "DECIMAL   - DUPLICATE BATCHES OF SOURCE "
015450                 WS-DUP-FORCE-SRC " WILL BE FORCED THROUGH"
015451     END-IF.
015452     IF WS-STREAM-RUN
015453         COMPUTE WS-STREAM-SEQ-BASE = WS-STREAM-NO * 100000000
015454         COMPUTE WS-STREAM-BATCH-BASE = WS-STREAM-NO * 1000
015455         DISPLAY "DECIMAL   - SOURCE STREAM " WS-STREAM-NO
015456                 " OF A SPLIT FEED"
015457     END-IF.
015458     CLOSE PARM-FILE.
015459 1700-READ-PARM-EXIT.
015460     EXIT.
015470*****************************************************************
015480* 1710-GET-BUS-DATE -- LOADS THE PROCESSING CALENDAR, READS     *
015520* WS-RUN-DATE IS THE BUSINESS DATE AND THE CONTROL FILE STAYS   *
015530* OPEN FOR THE END-OF-RUN ADVANCE; ON ANY FAILURE THE RUN IS    *
015540* REFUSED BEFORE A SINGLE FILE OPENS.                           *
015542* THE PROCESSING CYCLE IS SETTLED HERE TOO (1712).              *
015544* A STREAM OF A SPLIT FEED OPENS THE CONTROL INPUT ONLY, AND A  *
015546* STREAM NUMBER THAT IS NOT 1-4 REFUSES THE RUN.                *
015550*****************************************************************
015560 1710-GET-BUS-DATE.
015570     MOVE 'N' TO WS-BUS-DATE-OK-SW.
015571     IF WS-STREAM-BAD
015572         DISPLAY "DECIMAL   - STREAM NUMBER ON THE PARM CARD IS "
015573                 "NOT 1-4"
015574         GO TO 1710-GET-BUS-DATE-EXIT
015575     END-IF.
015580     PERFORM 1720-LOAD-CAL-TABLE
015590             THRU 1720-LOAD-CAL-TABLE-EXIT.
015600*    A STREAM ONLY READS THE CONTROL: THE MERGE ADVANCES IT.
015601     IF WS-STREAM-RUN
015602         OPEN INPUT BUS-CTL-FILE
015603     ELSE
015604         OPEN I-O BUS-CTL-FILE
015605     END-IF.
015610     READ BUS-CTL-FILE
015620         AT END
015630             DISPLAY "DECIMAL   - NO BUSINESS-DATE CONTROL "
015940         CLOSE BUS-CTL-FILE
015950         GO TO 1710-GET-BUS-DATE-EXIT
015960     END-IF.
015961     PERFORM 1712-SET-CYCLE THRU 1712-SET-CYCLE-EXIT.
015962     IF WS-CYCLE-NO = ZERO
015963         CLOSE BUS-CTL-FILE
015964         GO TO 1710-GET-BUS-DATE-EXIT
015965     END-IF.
015970     MOVE CTL-BUS-DATE TO WS-RUN-DATE.
015980     MOVE 'Y' TO WS-BUS-DATE-OK-SW.
015990     DISPLAY "DECIMAL   - PROCESSING BUSINESS DATE "
016000             WS-RUN-DATE.
016010 1710-GET-BUS-DATE-EXIT.
016011     EXIT.
016012*****************************************************************
016013* 1712-SET-CYCLE -- SETTLES WHICH PROCESSING CYCLE OF THE       *
016014* BUSINESS DATE THIS RUN IS: THE PARM CARD'S, WHICH MUST BE     *
016015* PAST THE LAST CYCLE BUSDCTL RECORDS AS COMPLETE, OR THE NEXT  *
016016* ONE WHEN THE CARD LEAVES IT BLANK.  FROM CYCLE 02 ON THE      *
016017* CYCLE NUMBER REPLACES THE LAST TWO BYTES OF THE JOB ID, SO    *
016018* EVERYTHING KEYED BY RUN DATE AND JOB ID STAYS APART BY        *
016019* CYCLE.  A CYCLE ALREADY RUN LEAVES WS-CYCLE-NO ZERO AND THE   *
016020* RUN IS REFUSED.                                               *
016021*****************************************************************
016022 1712-SET-CYCLE.
016023     MOVE ZERO TO WS-CYCLE-NO.
016024     IF CTL-LAST-CYCLE IS NUMERIC
016025         MOVE CTL-LAST-CYCLE TO WS-LAST-CYCLE
016026     ELSE
016027         MOVE ZERO TO WS-LAST-CYCLE
016028     END-IF.
016029     IF WS-PARM-CYCLE = ZERO
016030         IF WS-LAST-CYCLE >= 99
016031             DISPLAY "DECIMAL   - NO CYCLE LEFT FOR BUSINESS "
016032                     "DATE " CTL-BUS-DATE
016033             GO TO 1712-SET-CYCLE-EXIT
016034         END-IF
016035         COMPUTE WS-CYCLE-NO = WS-LAST-CYCLE + 1
016036     ELSE
016037         IF WS-PARM-CYCLE NOT > WS-LAST-CYCLE
016038             DISPLAY "DECIMAL   - CYCLE " WS-PARM-CYCLE " OF "
016039                     CTL-BUS-DATE " ALREADY RUN OR OUT OF "
016040                     "ORDER (LAST COMPLETED " WS-LAST-CYCLE ")"
016041             GO TO 1712-SET-CYCLE-EXIT
016042         END-IF
016043         MOVE WS-PARM-CYCLE TO WS-CYCLE-NO
016044     END-IF.
016045     IF WS-CYCLE-NO > 1
016046         MOVE WS-CYCLE-NO TO WS-JOB-ID-CYCLE
016047     END-IF.
016048     IF WS-INTRADAY-CYCLE
016049         DISPLAY "DECIMAL   - INTRADAY CYCLE " WS-CYCLE-NO
016050                 ", JOB ID " WS-JOB-ID
016051     ELSE
016052         DISPLAY "DECIMAL   - CLOSE-OF-DAY CYCLE " WS-CYCLE-NO
016053                 ", JOB ID " WS-JOB-ID
016054     END-IF.
016055 1712-SET-CYCLE-EXIT.
016056     EXIT.
016057*****************************************************************
016058* 1715-FIND-CAL-DATE -- SERIAL SEARCH OF THE CALENDAR TABLE     *
016059* FOR WS-CAL-LOOKUP-DATE, LEAVING WS-CAL-SUB POINTING AT THE    *
016060* ENTRY WHEN FOUND.                                             *
016070*****************************************************************
016080 1715-FIND-CAL-DATE.
016560* 1730-LOAD-ONE-CAL -- LOADS ONE CALENDAR RECORD INTO THE       *
016570* TABLE.  THE FILE MUST BE IN ASCENDING DATE ORDER OR THE       *
016580* NEXT-BUSINESS-DAY ADVANCE WOULD WALK BACKWARDS.               *
016583* EVERY DAY MUST CARRY A FISCAL YEAR/PERIOD, IN STEP WITH THE   *
016586* DATES, AND AN OPEN OR CLOSED PERIOD STATUS.                   *
016590*****************************************************************
016600 1730-LOAD-ONE-CAL.
016610     IF CAL-DATE NOT NUMERIC
016630            AND CAL-DAY-TYPE NOT = 'W')
016640         DISPLAY "DECIMAL   - UNREADABLE CALENDAR RECORD "
016650                 "SKIPPED"
016651         GO TO 1730-LOAD-ONE-CAL-READ
016652     END-IF.
016653     IF CAL-FISCAL-ID NOT NUMERIC
016654        OR CAL-FISCAL-PERIOD = ZERO
016655        OR NOT (CAL-PERIOD-OPEN OR CAL-PERIOD-CLOSED)
016656         DISPLAY "DECIMAL   - CALENDAR DATE " CAL-DATE
016657                 " HAS NO FISCAL PERIOD, RECORD SKIPPED"
016658         GO TO 1730-LOAD-ONE-CAL-READ
016659     END-IF.
016660     IF CAL-FISCAL-ID < WS-CAL-PREV-PERIOD
016661         DISPLAY "DECIMAL   - CALENDAR DATE " CAL-DATE
016662                 " FISCAL PERIOD OUT OF ORDER, RECORD SKIPPED"
016663         GO TO 1730-LOAD-ONE-CAL-READ
016670     END-IF.
016680     IF CAL-DATE NOT > WS-CAL-PREV-DATE
016690         DISPLAY "DECIMAL   - CALENDAR DATE " CAL-DATE
016770         ADD 1 TO WS-CAL-COUNT
016780         MOVE CAL-DATE     TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
016790         MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE (WS-CAL-COUNT)
016792         MOVE CAL-FISCAL-ID TO WS-CAL-TBL-PERIOD (WS-CAL-COUNT)
016794         MOVE CAL-PERIOD-STATUS
016796                           TO WS-CAL-TBL-STATUS (WS-CAL-COUNT)
016800         MOVE CAL-DATE     TO WS-CAL-PREV-DATE
016805         MOVE CAL-FISCAL-ID TO WS-CAL-PREV-PERIOD
016810     END-IF.
016820 1730-LOAD-ONE-CAL-READ.
016830     PERFORM 1725-READ-CALENDAR THRU 1725-READ-CALENDAR-EXIT.
016840 1730-LOAD-ONE-CAL-EXIT.
016841     EXIT.
016842*****************************************************************
016843* 1732-SET-RUN-POST-DATE -- SETS THE DATE THE RUN-DATED EXTRACT *
016844* DETAILS (THE ROUNDING LINE AND THE DIAGNOSTIC TESTS) POST ON, *
016845* AND STARTS WS-CUR-POST-DATE THERE.                            *
016846*****************************************************************
016847 1732-SET-RUN-POST-DATE.
016848     MOVE WS-RUN-DATE TO WS-POST-FROM-DATE.
016849     PERFORM 1735-SET-POST-DATE THRU 1735-SET-POST-DATE-EXIT.
016850     MOVE WS-POST-DATE      TO WS-RUN-POST-DATE.
016851     MOVE WS-POST-ROUTED-SW TO WS-RUN-ROUTED-SW.
016852     MOVE WS-RUN-POST-DATE  TO WS-CUR-POST-DATE.
016853     MOVE WS-RUN-ROUTED-SW  TO WS-CUR-ROUTED-SW.
016854     IF WS-RUN-ROUTED
016855         DISPLAY "DECIMAL   - RUN DATE " WS-RUN-DATE " IS IN A "
016856                 "CLOSED PERIOD, POSTING ON " WS-RUN-POST-DATE
016857     END-IF.
016858 1732-SET-RUN-POST-DATE-EXIT.
016859     EXIT.
016860*****************************************************************
016861* 1735-SET-POST-DATE -- TURNS THE DATE AN ITEM CARRIES          *
016862* (WS-POST-FROM-DATE) INTO THE DATE IT POSTS ON (WS-POST-DATE). *
016863* AN UNDATED ITEM, ONE DATED AFTER THE RUN DATE, OR ONE DATED   *
016864* BEFORE THE CALENDAR STARTS POSTS ON THE RUN DATE.  A DATE IN  *
016865* A CLOSED FISCAL PERIOD MOVES FORWARD TO THE FIRST B DAY OF    *
016866* THE NEXT OPEN PERIOD AND SETS WS-POST-ROUTED.                 *
016867*****************************************************************
016868 1735-SET-POST-DATE.
016869     MOVE 'N' TO WS-POST-ROUTED-SW.
016870     MOVE WS-POST-FROM-DATE TO WS-POST-DATE.
016871     IF WS-POST-FROM-DATE NOT NUMERIC
016872        OR WS-POST-FROM-DATE = ZERO
016873        OR WS-POST-FROM-DATE > WS-RUN-DATE
016874         MOVE WS-RUN-DATE TO WS-POST-DATE
016875     END-IF.
016876     MOVE WS-POST-DATE TO WS-CAL-LOOKUP-DATE.
016877     PERFORM 1715-FIND-CAL-DATE THRU 1715-FIND-CAL-DATE-EXIT.
016878     IF NOT WS-CAL-FOUND
016879         DISPLAY "DECIMAL   - ITEM DATE " WS-POST-DATE " IS NOT "
016880                 "ON THE CALENDAR, POSTED ON THE RUN DATE"
016881         MOVE WS-RUN-DATE  TO WS-POST-DATE
016882         MOVE WS-POST-DATE TO WS-CAL-LOOKUP-DATE
016883         PERFORM 1715-FIND-CAL-DATE THRU 1715-FIND-CAL-DATE-EXIT
016884     END-IF.
016885     IF WS-CAL-TBL-STATUS (WS-CAL-SUB) NOT = 'C'
016886         GO TO 1735-SET-POST-DATE-EXIT
016887     END-IF.
016888     MOVE 'Y' TO WS-POST-ROUTED-SW.
016889     MOVE 'N' TO WS-CAL-FOUND-SW.
016890     PERFORM 1738-NEXT-OPEN-DAY THRU 1738-NEXT-OPEN-DAY-EXIT
016891             UNTIL WS-CAL-FOUND
016892                OR WS-CAL-SUB >= WS-CAL-COUNT.
016893     IF WS-CAL-FOUND
016894         MOVE WS-CAL-TBL-DATE (WS-CAL-SUB) TO WS-POST-DATE
016895     ELSE
016896*       NOTHING OPEN AHEAD OF IT -- THE DATE IS LEFT AS IT IS
016897*       AND THE BALANCE UPDATE REFUSES THE EXTRACT.
016898         DISPLAY "DECIMAL   - NO OPEN PERIOD ON THE CALENDAR "
016899                 "AFTER " WS-POST-DATE
016900         IF RETURN-CODE < 8
016901             MOVE 8 TO RETURN-CODE
016902         END-IF
016903     END-IF.
016904 1735-SET-POST-DATE-EXIT.
016905     EXIT.
016906*****************************************************************
016907* 1738-NEXT-OPEN-DAY -- STEPS THE CALENDAR FORWARD ONE DAY,     *
016908* STOPPING ON A B DAY WHOSE FISCAL PERIOD IS NOT CLOSED.        *
016909*****************************************************************
016910 1738-NEXT-OPEN-DAY.
016911     ADD 1 TO WS-CAL-SUB.
016912     IF WS-CAL-TBL-TYPE (WS-CAL-SUB) = 'B'
016913        AND WS-CAL-TBL-STATUS (WS-CAL-SUB) NOT = 'C'
016914         MOVE 'Y' TO WS-CAL-FOUND-SW
016915     END-IF.
016916 1738-NEXT-OPEN-DAY-EXIT.
016917     EXIT.
016918*****************************************************************
016919* 1740-SET-DUP-WINDOW -- WALKS THE CALENDAR BACK FROM THE RUN   *
016920* DATE WS-DUP-DAYS BUSINESS DAYS TO THE FIRST DATE WHOSE        *
016921* RESULTS THE DUPLICATE SEARCH READS.  A CALENDAR THAT DOES NOT *
016922* REACH BACK THAT FAR STARTS THE SEARCH AT ITS FIRST DAY.       *
016923*****************************************************************
016924 1740-SET-DUP-WINDOW.
016925     MOVE WS-RUN-DATE TO WS-DUP-FROM-DATE.
016926     IF WS-DUP-DAYS = ZERO
016927         DISPLAY "DECIMAL   - RESULTS-MASTER DUPLICATE SEARCH IS "
016928                 "OFF"
016929         GO TO 1740-SET-DUP-WINDOW-EXIT
016930     END-IF.
016931     MOVE WS-RUN-DATE TO WS-CAL-LOOKUP-DATE.
016932     PERFORM 1715-FIND-CAL-DATE THRU 1715-FIND-CAL-DATE-EXIT.
016933     MOVE ZERO TO WS-DUP-STEPS.
016934     PERFORM 1745-STEP-BACK-ONE THRU 1745-STEP-BACK-ONE-EXIT
016935             UNTIL WS-DUP-STEPS >= WS-DUP-DAYS
016936                OR WS-CAL-SUB < 2.
016937     IF WS-DUP-STEPS < WS-DUP-DAYS
016938         MOVE WS-CAL-TBL-DATE (1) TO WS-DUP-FROM-DATE
016939         DISPLAY "DECIMAL   - CALENDAR HOLDS ONLY " WS-DUP-STEPS
016940                 " BUSINESS DAYS BEFORE THE RUN DATE"
016941     END-IF.
016942     DISPLAY "DECIMAL   - RESULTS MASTER SEARCHED FOR DUPLICATES "
016943             "FROM " WS-DUP-FROM-DATE.
016944 1740-SET-DUP-WINDOW-EXIT.
016945     EXIT.
016946*****************************************************************
016947* 1745-STEP-BACK-ONE -- STEPS THE CALENDAR SUBSCRIPT BACK ONE   *
016948* DAY, COUNTING IT WHEN IT IS A B DAY.                          *
016949*****************************************************************
016950 1745-STEP-BACK-ONE.
016951     SUBTRACT 1 FROM WS-CAL-SUB.
016952     IF WS-CAL-TBL-TYPE (WS-CAL-SUB) = 'B'
016953         ADD 1 TO WS-DUP-STEPS
016954         MOVE WS-CAL-TBL-DATE (WS-CAL-SUB) TO WS-DUP-FROM-DATE
016955     END-IF.
016956 1745-STEP-BACK-ONE-EXIT.
016957     EXIT.
016958*****************************************************************
016959* 1750-LOAD-ACCT-TABLE -- LOADS THE ACCTREF RANGE FILE INTO THE *
016960* WS-ACCT-TABLE AT START-UP.  RANGES WHOSE EFFECTIVE DATE IS    *
016961* STILL IN THE FUTURE ARE NOT LOADED.  AN EMPTY FILE LEAVES THE *
016962* TABLE EMPTY, SO EVERY EXTRACT DETAIL POSTS TO THE CLEARING    *
016963* ACCOUNT EXACTLY AS THE GL LOAD BEHAVED BEFORE ACCOUNT CODING. *
016964*****************************************************************
016965 1750-LOAD-ACCT-TABLE.
016966*    WS-RUN-DATE IS THE POSTED BUSINESS DATE (1710) -- THE
016967*    EFFECTIVE-DATE SCREEN WORKS IN BUSINESS TIME, NOT WALL
016968*    TIME.
016970     MOVE 'N' TO WS-ACCT-EOF-SW.
016980     OPEN INPUT ACCT-REF-FILE.
016990     PERFORM 1760-READ-ACCT-REF THRU 1760-READ-ACCT-REF-EXIT.
017600             MOVE ZERO
017610                 TO WS-ACCT-TBL-EFF-DATE (WS-ACCT-COUNT)
017620         END-IF
017621         IF ACCT-REVIEW-LIMIT IS NUMERIC
017622             MOVE ACCT-REVIEW-LIMIT
017623                 TO WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-COUNT)
017624         ELSE
017625             MOVE ZERO
017626                 TO WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-COUNT)
017627         END-IF
017628         IF WS-ACCT-TBL-REVIEW-LIMIT (WS-ACCT-COUNT) > ZERO
017629             MOVE 'Y' TO WS-REVIEW-ON-SW
017630         END-IF
017631     END-IF.
017640 1775-LOAD-ONE-ACCT-READ.
017650     PERFORM 1760-READ-ACCT-REF THRU 1760-READ-ACCT-REF-EXIT.
017660 1775-LOAD-ONE-ACCT-EXIT.
017661     EXIT.
017662*****************************************************************
017663* 1776-LOAD-ALLOC-TABLE -- LOADS THE ALLOCREF ALLOCATION FILE   *
017664* INTO THE WS-ALC-TABLE AT START-UP.  AN EMPTY FILE LEAVES THE  *
017665* TABLE EMPTY, SO EVERY I VALUE POSTS TO ONE ACCOUNT EXACTLY AS *
017666* BEFORE ALLOCATIONS.                                           *
017667*****************************************************************
017668 1776-LOAD-ALLOC-TABLE.
017669     MOVE 'N' TO WS-ALC-EOF-SW.
017670     OPEN INPUT ALLOC-REF-FILE.
017671     PERFORM 1777-READ-ALLOC-REF THRU 1777-READ-ALLOC-REF-EXIT.
017672     PERFORM 1778-LOAD-ONE-ALLOC THRU 1778-LOAD-ONE-ALLOC-EXIT
017673             UNTIL WS-ALC-EOF.
017674     PERFORM 1779-CLOSE-ALLOC-ENTRY
017675             THRU 1779-CLOSE-ALLOC-ENTRY-EXIT.
017676     CLOSE ALLOC-REF-FILE.
017677     DISPLAY "DECIMAL   - SHARED-SERVICE ALLOCATIONS LOADED: "
017678             WS-ALC-COUNT.
017679 1776-LOAD-ALLOC-TABLE-EXIT.
017680     EXIT.
017681*****************************************************************
017682* 1777-READ-ALLOC-REF -- READS ONE ALLOCREF RECORD, SETTING THE *
017683* EOF SWITCH AT END.                                            *
017684*****************************************************************
017685 1777-READ-ALLOC-REF.
017686     READ ALLOC-REF-FILE
017687         AT END
017688             MOVE 'Y' TO WS-ALC-EOF-SW
017689     END-READ.
017690 1777-READ-ALLOC-REF-EXIT.
017691     EXIT.
017692*****************************************************************
017693* 1778-LOAD-ONE-ALLOC -- LOADS ONE ALLOCREF SHARE RECORD.  A    *
017694* NEW ALLOC-ID CLOSES THE ENTRY BEFORE IT AND OPENS THE NEXT;   *
017695* THE SAME ALLOC-ID ADDS A SHARE TO IT.  AN UNREADABLE RECORD,  *
017696* A BACKWARDS RANGE, OR AN ALLOCATION NOT YET IN EFFECT ON THE  *
017697* RUN DATE IS REPORTED TO SYSOUT (ONCE PER ALLOCATION) AND      *
017698* SKIPPED. A SHARE PAST THE SHARE LIMIT DROPS ITS WHOLE         *
017699* ALLOCATION -- A PARTIAL SPLIT WOULD NOT FOOT.                 *
017700*****************************************************************
017701 1778-LOAD-ONE-ALLOC.
017702     IF ALLOC-ID NOT NUMERIC OR ALLOC-PCT NOT NUMERIC
017703        OR ALLOC-LOW-I NOT NUMERIC OR ALLOC-HIGH-I NOT NUMERIC
017704         DISPLAY "DECIMAL   - UNREADABLE ALLOCREF RECORD SKIPPED"
017705         GO TO 1778-LOAD-ONE-ALLOC-READ
017706     END-IF.
017707     IF ALLOC-EFF-DATE NOT NUMERIC
017708         MOVE ZERO TO ALLOC-EFF-DATE
017709     END-IF.
017710     IF ALLOC-EFF-DATE > WS-RUN-DATE
017711        OR ALLOC-LOW-I > ALLOC-HIGH-I
017712         IF ALLOC-ID NOT = WS-ALC-SKIP-ID
017713             DISPLAY "DECIMAL   - ALLOCATION " ALLOC-ID
017714                     " NOT IN EFFECT UNTIL " ALLOC-EFF-DATE
017715                     " OR BACKWARDS, SKIPPED"
017716             MOVE ALLOC-ID TO WS-ALC-SKIP-ID
017717         END-IF
017718         GO TO 1778-LOAD-ONE-ALLOC-READ
017719     END-IF.
017720     IF WS-ALC-COUNT > ZERO
017721         IF ALLOC-ID = WS-ALC-ID (WS-ALC-COUNT)
017722             GO TO 1778-LOAD-ONE-ALLOC-SHARE
017723         END-IF
017724     END-IF.
017725     PERFORM 1779-CLOSE-ALLOC-ENTRY
017726             THRU 1779-CLOSE-ALLOC-ENTRY-EXIT.
017727     IF WS-ALC-COUNT >= WS-ALC-LIMIT
017728         DISPLAY "DECIMAL   - ALLOCATION TABLE FULL, "
017729                 "ALLOCREF RECORD SKIPPED"
017730         GO TO 1778-LOAD-ONE-ALLOC-READ
017731     END-IF.
017732     ADD 1 TO WS-ALC-COUNT.
017733     MOVE ALLOC-ID       TO WS-ALC-ID (WS-ALC-COUNT).
017734     MOVE ALLOC-LOW-I    TO WS-ALC-LOW-I (WS-ALC-COUNT).
017735     MOVE ALLOC-HIGH-I   TO WS-ALC-HIGH-I (WS-ALC-COUNT).
017736     MOVE ALLOC-EFF-DATE TO WS-ALC-EFF-DATE (WS-ALC-COUNT).
017737     MOVE ZERO           TO WS-ALC-SHARES (WS-ALC-COUNT).
017738     MOVE ZERO           TO WS-ALC-BIG (WS-ALC-COUNT).
017739     MOVE ZERO           TO WS-ALC-PCT-TOTAL.
017740     MOVE ZERO           TO WS-ALC-BIG-PCT.
017741     MOVE 'N'            TO WS-ALC-DROP-SW.
017742     MOVE 'Y'            TO WS-ALC-OPEN-SW.
017743 1778-LOAD-ONE-ALLOC-SHARE.
017744     IF WS-ALC-SHARES (WS-ALC-COUNT) >= WS-ALC-SHR-LIMIT
017745         MOVE 'Y' TO WS-ALC-DROP-SW
017746         GO TO 1778-LOAD-ONE-ALLOC-READ
017747     END-IF.
017748     ADD 1 TO WS-ALC-SHARES (WS-ALC-COUNT).
017749     MOVE WS-ALC-SHARES (WS-ALC-COUNT) TO WS-SHARE-SUB.
017750     MOVE ALLOC-GL-ACCOUNT
017751         TO WS-ALC-ACCOUNT (WS-ALC-COUNT, WS-SHARE-SUB).
017752     MOVE ALLOC-COST-CENTER
017753         TO WS-ALC-COST-CTR (WS-ALC-COUNT, WS-SHARE-SUB).
017754     MOVE ALLOC-PCT
017755         TO WS-ALC-PCT (WS-ALC-COUNT, WS-SHARE-SUB).
017756     ADD ALLOC-PCT TO WS-ALC-PCT-TOTAL.
017757*    THE LARGEST SHARE TAKES THE ROUNDING REMAINDER -- THE
017758*    FIRST ONE LOADED ON A TIE.
017759     IF WS-ALC-BIG (WS-ALC-COUNT) = ZERO
017760        OR ALLOC-PCT > WS-ALC-BIG-PCT
017761         MOVE WS-SHARE-SUB TO WS-ALC-BIG (WS-ALC-COUNT)
017762         MOVE ALLOC-PCT    TO WS-ALC-BIG-PCT
017763     END-IF.
017764 1778-LOAD-ONE-ALLOC-READ.
017765     PERFORM 1777-READ-ALLOC-REF THRU 1777-READ-ALLOC-REF-EXIT.
017766 1778-LOAD-ONE-ALLOC-EXIT.
017767     EXIT.
017768*****************************************************************
017769* 1779-CLOSE-ALLOC-ENTRY -- FINISHES THE ENTRY LAST OPENED: ITS *
017770* SHARES MUST FOOT TO EXACTLY 100 PERCENT, WITHIN THE SHARE     *
017771* LIMIT, OR THE ALLOCATION IS REPORTED AND DROPPED (ITS RANGE   *
017772* THEN POSTS BY ACCTREF AS IF IT WERE NOT THERE).               *
017773*****************************************************************
017774 1779-CLOSE-ALLOC-ENTRY.
017775     IF NOT WS-ALC-OPEN
017776         GO TO 1779-CLOSE-ALLOC-ENTRY-EXIT
017777     END-IF.
017778     MOVE 'N' TO WS-ALC-OPEN-SW.
017779     IF WS-ALC-PCT-TOTAL = 100 AND NOT WS-ALC-DROP
017780         GO TO 1779-CLOSE-ALLOC-ENTRY-EXIT
017781     END-IF.
017782     DISPLAY "DECIMAL   - ALLOCATION " WS-ALC-ID (WS-ALC-COUNT)
017783             " DOES NOT FOOT TO 100 PERCENT OR HAS TOO MANY "
017784             "SHARES, DROPPED".
017785     SUBTRACT 1 FROM WS-ALC-COUNT.
017786 1779-CLOSE-ALLOC-ENTRY-EXIT.
017787     EXIT.
017788*****************************************************************
017789* 1780-LOAD-RATE-TABLE -- LOADS THE DAY'S CURRENCY RATES INTO   *
017790* THE WS-RATE-TABLE AT START-UP.  AN EMPTY FILE LEAVES THE      *
017791* TABLE EMPTY: EVERY BLANK-CODE DETAIL STILL COMPUTES IN BASE   *
017792* UNITS, AND EVERY CODED DETAIL REJECTS TO SUSPENSE RATHER      *
017793* THAN COMPUTE AT FACE VALUE.                                   *
017794*****************************************************************
017795 1780-LOAD-RATE-TABLE.
017796     MOVE 'N' TO WS-RATE-EOF-SW.
017797     OPEN INPUT RATE-FILE.
017798     PERFORM 1785-READ-RATE THRU 1785-READ-RATE-EXIT.
017799     PERFORM 1790-LOAD-ONE-RATE THRU 1790-LOAD-ONE-RATE-EXIT
017800             UNTIL WS-RATE-EOF.
017810     CLOSE RATE-FILE.
017820     DISPLAY "DECIMAL   - CURRENCY RATES LOADED: "
018180 1790-LOAD-ONE-RATE-EXIT.
018190     EXIT.
018200*****************************************************************
018201* 1792-LOAD-SOURCE-TABLE -- LOADS THE SRCREF SOURCE-SYSTEM      *
018202* REGISTRY INTO THE WS-SRC-TABLE AT START-UP AND PICKS UP THE   *
018203* REVERSAL (V) AND ROUNDING (D) PSEUDO-SOURCE CODES.  WITHOUT   *
018204* EXACTLY ONE OF EACH THE RUN CANNOT STAMP ITS OWN EXTRACT      *
018205* LINES, SO THE FEED IS REFUSED WHOLE.                          *
018206*****************************************************************
018207 1792-LOAD-SOURCE-TABLE.
018208     MOVE 'N' TO WS-SREF-EOF-SW.
018209     OPEN INPUT SRC-REF-FILE.
018210     PERFORM 1794-READ-SOURCE-REF THRU 1794-READ-SOURCE-REF-EXIT.
018211     PERFORM 1796-LOAD-ONE-SOURCE THRU 1796-LOAD-ONE-SOURCE-EXIT
018212             UNTIL WS-SREF-EOF.
018213     CLOSE SRC-REF-FILE.
018214     DISPLAY "DECIMAL   - REGISTERED SOURCES LOADED: "
018215             WS-SRC-COUNT.
018216     IF WS-REV-SOURCE-COUNT NOT = 1
018217        OR WS-RND-SOURCE-COUNT NOT = 1
018218         DISPLAY "DECIMAL   - SOURCE REGISTRY NEEDS EXACTLY ONE "
018219                 "REVERSAL AND ONE ROUNDING PSEUDO-SOURCE, FEED "
018220                 "REFUSED"
018221         MOVE 'Y' TO WS-TRANS-BAD-SW
018222     END-IF.
018223 1792-LOAD-SOURCE-TABLE-EXIT.
018224     EXIT.
018225*****************************************************************
018226* 1794-READ-SOURCE-REF -- READS ONE SRCREF RECORD, SETTING THE  *
018227* EOF SWITCH AT END.                                            *
018228*****************************************************************
018229 1794-READ-SOURCE-REF.
018230     READ SRC-REF-FILE
018231         AT END
018232             MOVE 'Y' TO WS-SREF-EOF-SW
018233     END-READ.
018234 1794-READ-SOURCE-REF-EXIT.
018235     EXIT.
018236*****************************************************************
018237* 1796-LOAD-ONE-SOURCE -- LOADS ONE SRCREF RECORD INTO THE      *
018238* TABLE WITH ITS TOTALS ZEROED.  UNREADABLE RECORDS AND RECORDS *
018239* PAST THE TABLE LIMIT ARE REPORTED TO SYSOUT AND SKIPPED.      *
018240*****************************************************************
018241 1796-LOAD-ONE-SOURCE.
018242     IF SREF-SOURCE-CD = SPACES
018243        OR SREF-VOL-LOW NOT NUMERIC
018244        OR SREF-VOL-HIGH NOT NUMERIC
018245         DISPLAY "DECIMAL   - UNREADABLE SRCREF RECORD SKIPPED"
018246         GO TO 1796-LOAD-ONE-SOURCE-READ
018247     END-IF.
018248     IF WS-SRC-COUNT >= WS-SRC-LIMIT
018249         DISPLAY "DECIMAL   - SOURCE TABLE FULL, SRCREF RECORD "
018250                 SREF-SOURCE-CD " SKIPPED"
018251         GO TO 1796-LOAD-ONE-SOURCE-READ
018252     END-IF.
018253     ADD 1 TO WS-SRC-COUNT.
018254     MOVE SREF-SOURCE-CD   TO WS-SRC-CODE (WS-SRC-COUNT).
018255     MOVE ZERO             TO WS-SRC-READ (WS-SRC-COUNT).
018256     MOVE ZERO             TO WS-SRC-COMPUTED (WS-SRC-COUNT).
018257     MOVE ZERO             TO WS-SRC-REJECTED (WS-SRC-COUNT).
018258     MOVE ZERO             TO WS-SRC-REVERSED (WS-SRC-COUNT).
018259     MOVE ZERO             TO WS-SRC-HELD (WS-SRC-COUNT).
018260     MOVE ZERO             TO WS-SRC-J-TOTAL (WS-SRC-COUNT).
018261     MOVE SREF-SOURCE-TYPE TO WS-SRC-TYPE (WS-SRC-COUNT).
018262     MOVE SREF-STATUS      TO WS-SRC-STATUS (WS-SRC-COUNT).
018263     MOVE SREF-DATE-CHECK  TO WS-SRC-DATE-CHK (WS-SRC-COUNT).
018264     MOVE SREF-CURR-OK     TO WS-SRC-CURR-OK (WS-SRC-COUNT).
018265     MOVE SREF-VOL-LOW     TO WS-SRC-VOL-LOW (WS-SRC-COUNT).
018266     MOVE SREF-VOL-HIGH    TO WS-SRC-VOL-HIGH (WS-SRC-COUNT).
018267     MOVE SREF-CONTACT     TO WS-SRC-CONTACT (WS-SRC-COUNT).
018268     MOVE 'N'              TO WS-SRC-SEEN-SW (WS-SRC-COUNT).
018269     IF SREF-REVIEW-LIMIT IS NUMERIC
018270         MOVE SREF-REVIEW-LIMIT
018271             TO WS-SRC-REVIEW-LIMIT (WS-SRC-COUNT)
018272     ELSE
018273         MOVE ZERO TO WS-SRC-REVIEW-LIMIT (WS-SRC-COUNT)
018274     END-IF.
018275     IF WS-SRC-REVIEW-LIMIT (WS-SRC-COUNT) > ZERO
018276         MOVE 'Y' TO WS-REVIEW-ON-SW
018277     END-IF.
018278     IF SREF-REVERSAL
018279         MOVE SREF-SOURCE-CD TO WS-REV-SOURCE-CD
018280         ADD 1 TO WS-REV-SOURCE-COUNT
018281     END-IF.
018282     IF SREF-ROUNDING
018283         MOVE SREF-SOURCE-CD TO WS-RND-SOURCE-CD
018284         ADD 1 TO WS-RND-SOURCE-COUNT
018285     END-IF.
018286 1796-LOAD-ONE-SOURCE-READ.
018287     PERFORM 1794-READ-SOURCE-REF THRU 1794-READ-SOURCE-REF-EXIT.
018288 1796-LOAD-ONE-SOURCE-EXIT.
018289     EXIT.
018290*****************************************************************
018291* 1800-WRITE-AUDIT -- LOGS ONE COMPUTE J = J / I TO AUDIT-FILE: *
018292* THE JOB-ID, A TIMESTAMP, I, THE INPUT AND RESULT J VALUES,    *
018293* AND THE CALLER-SUPPLIED STATUS (OK, HELD, SIZE ERROR, DIVIDE  *
018294* ERROR).  ON ANYTHING BUT OK OR HELD THE RESULT HAS NO MEANING *
018295* AND IS LOGGED AS ZERO.                                        *
018296*****************************************************************
018297 1800-WRITE-AUDIT.
018298     MOVE WS-JOB-ID          TO AUD-JOB-ID.
018299*    THE AUDIT LINE CARRIES THE BUSINESS DATE THE FIGURE
018300*    BELONGS TO; THE TIME STAYS WALL-CLOCK FOR THE OPERATORS.
018310     MOVE WS-RUN-DATE        TO AUD-DATE.
018320     ACCEPT AUD-TIME         FROM TIME.
018330     MOVE I                  TO AUD-I.
018340     MOVE WS-J-INPUT         TO AUD-J-IN.
018350     IF WS-AUDIT-STATUS = "OK" OR WS-AUDIT-STATUS = "HELD"
018360         MOVE J              TO AUD-J-OUT
018370     ELSE
018380         MOVE ZERO           TO AUD-J-OUT
018650* SEE THE VALUE.  THE VALUE AND CODE AS TRANSMITTED ARE KEPT    *
018660* IN WS-ORIG-J/WS-CURR-CD FOR THE EXTRACT DETAIL.  A CODE       *
018670* WITH NO RATE TODAY, OR A CONVERSION THAT DOES NOT FIT,        *
018680* REJECTS THE DETAIL TO SUSPENSE WITH REASON 05; A CODE FROM A  *
018685* SOURCE THE REGISTRY DOES NOT ALLOW ONE, WITH REASON 06.       *
018690*****************************************************************
018700 1950-CONVERT-CURRENCY.
018710     MOVE 'N' TO WS-REJECT-SW.
018720     MOVE TR-J TO WS-ORIG-J.
018730     MOVE TR-CURR-CD TO WS-CURR-CD.
018740     IF TR-CURR-CD = SPACES
018741         GO TO 1950-CONVERT-CURRENCY-EXIT
018742     END-IF.
018743     IF WS-SRC-SUB > ZERO
018744        AND WS-SRC-CURR-OK (WS-SRC-SUB) NOT = 'Y'
018745         DISPLAY "DECIMAL   - SOURCE " WS-CUR-SOURCE-CD
018746                 " MAY NOT SEND A CURRENCY CODE, DETAIL TO "
018747                 "SUSPENSE"
018748         MOVE 'Y'  TO WS-REJECT-SW
018749         MOVE '06' TO WS-REJECT-REASON
018750         GO TO 1950-CONVERT-CURRENCY-EXIT
018760     END-IF.
018770     PERFORM 1960-FIND-RATE THRU 1960-FIND-RATE-EXIT.
019760*****************************************************************
019770* 2050-PROCESS-REVERSAL -- WORKS ONE RV RECORD.  THE NAMED      *
019780* RESULTS-MASTER KEY MUST EXIST WITH STATUS OK; THEN AN         *
019790* OFFSETTING EXTRACT DETAIL (STAMPED WITH THE REGISTRY'S        *
019800* REVERSAL PSEUDO-SOURCE) POSTS TO THE SAME GL ACCOUNT AND      *
019810* COST CENTER THE ORIGINAL WENT TO, THE MASTER IS MARKED        *
019815* REVERSED, AND THE RV GETS ITS OWN MASTER RECORD.              *
019820* A MISSING, UNPOSTABLE OR ALREADY-REVERSED KEY SUSPENDS WITH   *
019830* REASON 03/04 INSTEAD OF POSTING BLIND.                        *
019832* A RESULT THAT WAS SPLIT BY AN ALLOCATION IS RE-SPLIT BY THE   *
019834* SAME ALLOC-ID AND EVERY SHARE IS OFFSET; IF THAT ALLOCATION   *
019836* IS NO LONGER ON ALLOCREF THE RV SUSPENDS WITH REASON 03.      *
019840*****************************************************************
019850 2050-PROCESS-REVERSAL.
019860     IF NOT WS-RSLT-OPEN
020240         MOVE RSLT-GL-ACCOUNT  TO WS-RV-ACCOUNT
020250         MOVE RSLT-GL-COST-CTR TO WS-RV-COST-CTR
020260     END-IF.
020261     IF RSLT-ALLOCATED
020262         MOVE RSLT-ALLOC-ID TO WS-ALC-KEY
020263         PERFORM 1678-FIND-ALLOC-ID THRU 1678-FIND-ALLOC-ID-EXIT
020264         IF NOT WS-ALC-FOUND
020265             DISPLAY "DECIMAL   - ALLOCATION " WS-ALC-KEY
020266                     " OF THE ORIGINAL IS NOT ON ALLOCREF, RV "
020267                     "SUSPENDED"
020268             MOVE '03' TO WS-REJECT-REASON
020269             PERFORM 2000-WRITE-SUSPENSE
020270                     THRU 2000-WRITE-SUSPENSE-EXIT
020271             GO TO 2050-PROCESS-REVERSAL-EXIT
020272         END-IF
020273     END-IF.
020274     PERFORM 2060-WRITE-REVERSAL-GL
020280             THRU 2060-WRITE-REVERSAL-GL-EXIT.
020290     MOVE "REVERSED" TO RSLT-STATUS.
020300     REWRITE RSLT-REC
020430*****************************************************************
020440* 2060-WRITE-REVERSAL-GL -- WRITES THE OFFSETTING EXTRACT       *
020450* DETAIL: THE ORIGINAL'S I AND ACCOUNT CODING, THE NEGATED      *
020460* AMOUNT, THE REGISTRY'S REVERSAL (V) SOURCE CODE, INSIDE THE   *
020463* BATCH COUNT AND HASH.                                         *
020466* AN ALLOCATED ORIGINAL IS OFFSET ONE DETAIL PER SHARE (2065).  *
020470*****************************************************************
020480 2060-WRITE-REVERSAL-GL.
020481     IF WS-RV-ACCOUNT = WS-ALLOC-MARKER
020482         MOVE WS-RV-AMOUNT TO WS-SPLIT-AMOUNT
020483         PERFORM 1630-SPLIT-ALLOCATION
020484                 THRU 1630-SPLIT-ALLOCATION-EXIT
020485         MOVE ZERO TO WS-SHARE-SUB
020486         PERFORM 2065-WRITE-REVERSAL-SHARE
020487                 THRU 2065-WRITE-REVERSAL-SHARE-EXIT
020488                 UNTIL WS-SHARE-SUB >= WS-ALC-SHARES (WS-ALC-SUB)
020489         COMPUTE WS-GL-REV-SHARE-LINES = WS-GL-REV-SHARE-LINES
020490                 + WS-ALC-SHARES (WS-ALC-SUB) - 1
020491         GO TO 2060-WRITE-REVERSAL-GL-EXIT
020492     END-IF.
020493     MOVE SPACES             TO GL-EXTRACT-REC.
020500     MOVE "GL"               TO GL-REC-TYPE.
020510     MOVE WS-JOB-ID          TO GL-JOB-ID.
020520     MOVE WS-CUR-POST-DATE   TO GL-POST-DATE.
020530     MOVE WS-RV-ORIG-I       TO GL-SOURCE-I.
020540     COMPUTE GL-AMOUNT = ZERO - WS-RV-AMOUNT.
020550     MOVE WS-RV-ACCOUNT      TO GL-ACCOUNT.
020560     MOVE WS-RV-COST-CTR     TO GL-COST-CENTER.
020570     MOVE WS-REV-SOURCE-CD   TO GL-SOURCE-CD.
020580     MOVE GL-AMOUNT          TO GL-ORIG-AMOUNT.
020590     MOVE SPACES             TO GL-CURR-CD.
020600     WRITE GL-EXTRACT-REC.
020610     ADD 1 TO WS-GL-DETAIL-COUNT.
020612     IF WS-CUR-ROUTED
020614         ADD 1 TO WS-GL-ROUTED
020616     END-IF.
020620     ADD GL-AMOUNT TO WS-GL-AMOUNT-HASH
020630         ON SIZE ERROR
020640             DISPLAY "*** EXCEPTION - GL AMOUNT HASH OVERFLOW "
020660             MOVE 8 TO RETURN-CODE
020670     END-ADD.
020680 2060-WRITE-REVERSAL-GL-EXIT.
020681     EXIT.
020682*****************************************************************
020683* 2065-WRITE-REVERSAL-SHARE -- WRITES THE OFFSET FOR THE NEXT   *
020684* SHARE OF AN ALLOCATED ORIGINAL: THE SAME SPLIT OF THE SAME    *
020685* AMOUNT BY THE SAME ALLOCATION, NEGATED, SO EACH SHARE BACKS   *
020686* OUT EXACTLY WHAT IT POSTED.                                   *
020687*****************************************************************
020688 2065-WRITE-REVERSAL-SHARE.
020689     ADD 1 TO WS-SHARE-SUB.
020690     MOVE SPACES             TO GL-EXTRACT-REC.
020691     MOVE "GL"               TO GL-REC-TYPE.
020692     MOVE WS-JOB-ID          TO GL-JOB-ID.
020693     MOVE WS-CUR-POST-DATE   TO GL-POST-DATE.
020694     MOVE WS-RV-ORIG-I       TO GL-SOURCE-I.
020695     COMPUTE GL-AMOUNT = ZERO - WS-SHARE-AMT (WS-SHARE-SUB).
020696     MOVE WS-ALC-ACCOUNT (WS-ALC-SUB, WS-SHARE-SUB)
020697                             TO GL-ACCOUNT.
020698     MOVE WS-ALC-COST-CTR (WS-ALC-SUB, WS-SHARE-SUB)
020699                             TO GL-COST-CENTER.
020700     MOVE WS-REV-SOURCE-CD   TO GL-SOURCE-CD.
020701     MOVE GL-AMOUNT          TO GL-ORIG-AMOUNT.
020702     MOVE SPACES             TO GL-CURR-CD.
020703     WRITE GL-EXTRACT-REC.
020704     ADD 1 TO WS-GL-DETAIL-COUNT.
020705     IF WS-CUR-ROUTED
020706         ADD 1 TO WS-GL-ROUTED
020707     END-IF.
020708     ADD GL-AMOUNT TO WS-GL-AMOUNT-HASH
020709         ON SIZE ERROR
020710             DISPLAY "*** EXCEPTION - GL AMOUNT HASH OVERFLOW "
020711                     "ON REVERSAL"
020712             MOVE 8 TO RETURN-CODE
020713     END-ADD.
020714 2065-WRITE-REVERSAL-SHARE-EXIT.
020715     EXIT.
020716*****************************************************************
020717* 2070-WRITE-RV-RESULT -- WRITES THE RV TRANSACTION'S OWN       *
020720* MASTER RECORD (STATUS REVERSAL, RESULT = THE OFFSET POSTED)   *
020730* SO THE BACK-OUT ITSELF ANSWERS A KEYED INQUIRY.               *
020740*****************************************************************
020760     MOVE SPACES             TO RSLT-REC.
020770     MOVE WS-RUN-DATE        TO RSLT-RUN-DATE.
020780     MOVE WS-JOB-ID          TO RSLT-JOB-ID.
020790     MOVE WS-KEY-SEQ         TO RSLT-TRAN-SEQ.
020800     MOVE WS-CUR-SOURCE-CD   TO RSLT-SOURCE-CD.
020810     MOVE WS-RV-ORIG-I       TO RSLT-TR-I.
020820     MOVE ZERO               TO RSLT-TR-J.
021050 2100-OPEN-OUTPUT-FILES.
021060*    WS-RUN-DATE IS THE POSTED BUSINESS DATE, NOT THE CLOCK.
021070     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
021075     MOVE WS-CYCLE-NO TO RPT-CYCLE-NO.
021080     OPEN OUTPUT REPORT-FILE.
021090     OPEN OUTPUT GL-EXTRACT-FILE.
021100     OPEN OUTPUT SUSPENSE-FILE.
021110     OPEN OUTPUT CHECKPOINT-FILE.
021120     OPEN OUTPUT ADVICE-FILE.
021125     OPEN OUTPUT QUARANTINE-FILE.
021130     MOVE 'N' TO WS-RSLT-OPEN-SW.
021140     OPEN I-O RESULTS-FILE.
021150*    A FRESHLY DEFINED, NEVER-LOADED KSDS OPENS I-O WITH STATUS
021270                 "STATUS " WS-RSLT-FSTAT
021280                ", RUN CONTINUES WITHOUT IT"
021290     END-IF.
021291     MOVE 'N' TO WS-XREG-OPEN-SW.
021292     OPEN I-O XMIT-REG-FILE.
021293     IF WS-XREG-FSTAT = '35'
021294         OPEN OUTPUT XMIT-REG-FILE
021295         CLOSE XMIT-REG-FILE
021296         OPEN I-O XMIT-REG-FILE
021297     END-IF.
021298     IF WS-XREG-FSTAT = '00' OR WS-XREG-FSTAT = '05'
021299         MOVE 'Y' TO WS-XREG-OPEN-SW
021300     ELSE
021301*        UNLIKE THE RESULTS MASTER THE REGISTRY IS A CONTROL:
021302*        WITHOUT IT A RE-SENT FEED WOULD POST TWICE UNSEEN.
021303         DISPLAY "DECIMAL   - TRANSMISSION REGISTRY NOT "
021304                 "AVAILABLE, STATUS " WS-XREG-FSTAT
021305                 ", FEED REFUSED"
021306         MOVE 'Y' TO WS-TRANS-BAD-SW
021307     END-IF.
021308     MOVE 'N' TO WS-REVP-OPEN-SW.
021309     OPEN I-O REVIEW-FILE.
021310     IF WS-REVP-FSTAT = '35'
021311         OPEN OUTPUT REVIEW-FILE
021312         CLOSE REVIEW-FILE
021313         OPEN I-O REVIEW-FILE
021314     END-IF.
021315     IF WS-REVP-FSTAT = '00' OR WS-REVP-FSTAT = '05'
021316         MOVE 'Y' TO WS-REVP-OPEN-SW
021317     ELSE
021318         IF WS-REVIEW-ON
021319             DISPLAY "DECIMAL   - REVIEW QUEUE NOT AVAILABLE, "
021320                     "STATUS " WS-REVP-FSTAT ", FEED REFUSED"
021321             MOVE 'Y' TO WS-TRANS-BAD-SW
021322         END-IF
021323     END-IF.
021324     OPEN OUTPUT DUP-REPORT-FILE.
021325     MOVE WS-RUN-DATE TO DUPH-RUN-DATE.
021326     MOVE WS-JOB-ID   TO DUPH-JOB-ID.
021327     WRITE DUP-REPORT-REC FROM WS-DUP-HEADING-1.
021328     IF WS-DUP-DAYS = ZERO
021329         MOVE "RESULTS-MASTER DETAIL SEARCH IS OFF THIS RUN"
021330                          TO DUPN-TEXT
021331         WRITE DUP-REPORT-REC FROM WS-DUP-NOTE-LINE
021332     ELSE
021333         IF NOT WS-RSLT-OPEN
021334             MOVE "DETAIL SEARCH NOT RUN -- NO RESULTS MASTER"
021335                              TO DUPN-TEXT
021336             WRITE DUP-REPORT-REC FROM WS-DUP-NOTE-LINE
021337         ELSE
021338             MOVE WS-DUP-FROM-DATE TO DUPH-FROM-DATE
021339             MOVE WS-DUP-PCT       TO DUPH-PCT
021340             WRITE DUP-REPORT-REC FROM WS-DUP-HEADING-2
021341         END-IF
021342     END-IF.
021343     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
021344     WRITE REPORT-REC FROM WS-RPT-HEADING-2.
021345*    THE HD BATCH HEADER OPENS THE GL EXTRACT SO GLLOAD CAN
021346*    PROVE THE FILE IT RECEIVED IS COMPLETE AND IS OURS.
021347     MOVE SPACES      TO GL-EXTRACT-REC.
021350     MOVE "HD"        TO GL-REC-TYPE.
021360     MOVE WS-JOB-ID   TO GL-JOB-ID.
021370     MOVE WS-RUN-DATE TO GL-RUN-DATE.
021410*****************************************************************
021420* 2150-WRITE-ROUND-DIFF -- WHEN ROUND HALF-UP IS ON AND THE     *
021430* DAY'S ACCUMULATED ROUNDING DIFFERENCE IS NOT ZERO, POSTS IT   *
021440* AS ITS OWN GL DETAIL (THE REGISTRY'S ROUNDING PSEUDO-SOURCE, *
021450* I = 0) AGAINST THE ROUNDING-DIFFERENCE ACCOUNT, INSIDE THE    *
021460* BATCH COUNT AND HASH, SO THE LEDGER BALANCES TO THE PENNY.    *
021470* RUNS JUST AHEAD OF THE TL TRAILER.                            *
021480*****************************************************************
021490 2150-WRITE-ROUND-DIFF.
021500     IF NOT WS-ROUND-HALF-UP
021590     MOVE SPACES             TO GL-EXTRACT-REC.
021600     MOVE "GL"               TO GL-REC-TYPE.
021610     MOVE WS-JOB-ID          TO GL-JOB-ID.
021620     MOVE WS-CUR-POST-DATE   TO GL-POST-DATE.
021630     MOVE ZERO               TO GL-SOURCE-I.
021640     MOVE WS-ROUND-POST      TO GL-AMOUNT.
021650     MOVE WS-ROUND-ACCOUNT   TO GL-ACCOUNT.
021660     MOVE WS-CLEARING-COST-CTR TO GL-COST-CENTER.
021670     MOVE WS-RND-SOURCE-CD   TO GL-SOURCE-CD.
021680     MOVE WS-ROUND-POST      TO GL-ORIG-AMOUNT.
021690     MOVE SPACES             TO GL-CURR-CD.
021700     WRITE GL-EXTRACT-REC.
021710     ADD 1 TO WS-GL-DETAIL-COUNT.
021712     IF WS-CUR-ROUTED
021714         ADD 1 TO WS-GL-ROUTED
021716     END-IF.
021720     ADD GL-AMOUNT TO WS-GL-AMOUNT-HASH
021730         ON SIZE ERROR
021740             DISPLAY "*** EXCEPTION - GL AMOUNT HASH OVERFLOW "
021990                 "CLEARING (NO ACCTREF RANGE): "
022000                 WS-GL-UNMATCHED
022010     END-IF.
022011     IF WS-GL-ROUTED > ZERO
022012         DISPLAY "DECIMAL   - EXTRACT DETAILS MOVED OUT OF A "
022013                 "CLOSED PERIOD: " WS-GL-ROUTED
022014     END-IF.
022015     IF WS-GL-ALLOCATED > ZERO
022016         DISPLAY "DECIMAL   - RESULTS SPLIT BY AN ALLOCREF "
022017                 "ALLOCATION: " WS-GL-ALLOCATED
022018     END-IF.
022020     CLOSE REPORT-FILE.
022030     CLOSE GL-EXTRACT-FILE.
022040     CLOSE SUSPENSE-FILE.
022050     CLOSE CHECKPOINT-FILE.
022060     CLOSE ADVICE-FILE.
022061     CLOSE QUARANTINE-FILE.
022062     IF WS-DUP-BATCHES = ZERO AND WS-DUP-FORCED = ZERO
022063         MOVE "NO DUPLICATE BATCHES" TO DUPN-TEXT
022064         WRITE DUP-REPORT-REC FROM WS-DUP-NOTE-LINE
022065     END-IF.
022066     MOVE WS-DUP-BATCHES         TO DUPT-REFUSED.
022067     MOVE WS-RECORDS-DUP-REFUSED TO DUPT-DETAILS.
022068     MOVE WS-DUP-FORCED          TO DUPT-FORCED.
022069     WRITE DUP-REPORT-REC FROM WS-DUP-TOTAL-LINE.
022070     CLOSE DUP-REPORT-FILE.
022071     IF WS-XREG-OPEN
022072         CLOSE XMIT-REG-FILE
022073     END-IF.
022074     IF WS-RSLT-OPEN
022080         CLOSE RESULTS-FILE
022082     END-IF.
022084     IF WS-REVP-OPEN
022086         CLOSE REVIEW-FILE
022090     END-IF.
022100 2200-CLOSE-OUTPUT-FILES-EXIT.
022110     EXIT.
022140* (JOB, DATE/TIME, CONTROL TOTALS, FINAL RETURN CODE) TO THE    *
022150* PERMANENT RUN-HISTORY DATA SET.  LAST THING BEFORE STOP RUN   *
022160* SO THE RETURN CODE IT RECORDS IS THE ONE THE RUN ENDS WITH.   *
022162* A STREAM'S RECORD CARRIES ITS STREAM NUMBER AND GOES TO THE   *
022164* STREAM'S OWN RUN-HISTORY DATA SET, WHERE DECMERGE LOOKS FOR   *
022166* IT; THE MERGE WRITES THE DAY'S ONE RECORD TO THE PERMANENT    *
022168* DATA SET.                                                     *
022170*****************************************************************
022180 2300-WRITE-RUN-HISTORY.
022190     OPEN EXTEND RUN-HIST-FILE.
022260     MOVE WS-RECORDS-REJECTED TO RH-RECORDS-REJECTED.
022270     MOVE WS-J-TOTAL         TO RH-J-TOTAL.
022280     MOVE WS-RECORDS-REVERSED TO RH-RECORDS-REVERSED.
022281     MOVE WS-RECORDS-DUP-REFUSED TO RH-RECORDS-DUP-REFUSED.
022282     MOVE WS-RECORDS-QUARANTINED TO RH-RECORDS-QUARANTINED.
022283     MOVE WS-QUAR-BATCHES    TO RH-BATCHES-QUARANTINED.
022284     MOVE WS-GL-SHARE-LINES  TO RH-SHARE-LINES.
022285     MOVE WS-GL-REV-SHARE-LINES TO RH-REV-SHARE-LINES.
022286     MOVE WS-RECORDS-HELD    TO RH-RECORDS-HELD.
022287     MOVE WS-CYCLE-NO        TO RH-CYCLE-NO-N.
022288     MOVE WS-CYCLE-KIND      TO RH-CYCLE-KIND.
022289     IF WS-STREAM-RUN
022290         MOVE WS-STREAM-NO   TO RH-STREAM-NO-N
022291     END-IF.
022292     MOVE RETURN-CODE        TO RH-RETURN-CODE.
022300     WRITE RUN-HIST-REC.
022310     CLOSE RUN-HIST-FILE.
022320 2300-WRITE-RUN-HISTORY-EXIT.
022380* B DAY ON THE CALENDAR BECOMES THE DATE TO PROCESS.  A RUN     *
022390* THAT REFUSED ITS FEED LEAVES THE CONTROL ALONE, SO THE SAME   *
022400* BUSINESS DATE IS STILL POSTED FOR THE RERUN.                  *
022401* AN INTRADAY CYCLE ONLY RECORDS ITSELF AS THE LAST CYCLE       *
022402* COMPLETED FOR THE DATE; THE CLOSE-OF-DAY CYCLE ADVANCES THE   *
022403* DATE AND STARTS THE NEW ONE AT NO CYCLES.                     *
022404* A STREAM OF A SPLIT FEED NEVER MOVES THE CONTROL: DECMERGE    *
022405* ADVANCES IT BY THE SAME RULES ONCE EVERY STREAM HAS RUN CLEAN.*
022410*****************************************************************
022420 2400-ADVANCE-BUS-DATE.
022430     IF NOT WS-BUS-DATE-OK
022431         GO TO 2400-ADVANCE-BUS-DATE-EXIT
022432     END-IF.
022433     IF WS-STREAM-RUN
022434         CLOSE BUS-CTL-FILE
022435         DISPLAY "DECIMAL   - STREAM " WS-STREAM-NO " COMPLETE, "
022436                 "BUSINESS DATE LEFT TO DECMERGE"
022440         GO TO 2400-ADVANCE-BUS-DATE-EXIT
022450     END-IF.
022460     IF WS-TRANS-FILE-BAD
022470         DISPLAY "DECIMAL   - FEED REFUSED, BUSINESS DATE "
022480                 "NOT ADVANCED"
022490         CLOSE BUS-CTL-FILE
022491         GO TO 2400-ADVANCE-BUS-DATE-EXIT
022492     END-IF.
022493     IF WS-INTRADAY-CYCLE
022494         MOVE WS-CYCLE-NO TO CTL-LAST-CYCLE
022495         ACCEPT CTL-UPD-DATE FROM DATE YYYYMMDD
022496         ACCEPT CTL-UPD-TIME FROM TIME
022497         REWRITE BUS-CTL-REC
022498         CLOSE BUS-CTL-FILE
022499         DISPLAY "DECIMAL   - CYCLE " WS-CYCLE-NO " OF "
022500                 WS-RUN-DATE " COMPLETE, BUSINESS DATE NOT "
022501                 "ADVANCED"
022502         GO TO 2400-ADVANCE-BUS-DATE-EXIT
022510     END-IF.
022520     MOVE ZERO TO WS-NEXT-BUS-DATE.
022530     MOVE WS-RUN-DATE TO WS-CAL-LOOKUP-DATE.
022640     END-IF.
022650     MOVE WS-RUN-DATE      TO CTL-LAST-RUN-DATE.
022660     MOVE WS-NEXT-BUS-DATE TO CTL-BUS-DATE.
022665     MOVE ZERO             TO CTL-LAST-CYCLE.
022670     ACCEPT CTL-UPD-DATE FROM DATE YYYYMMDD.
022680     ACCEPT CTL-UPD-TIME FROM TIME.
022690     REWRITE BUS-CTL-REC.
022850     EXIT.
022860*****************************************************************
022870* TEST-PARAGRAPH -- COMPUTES J = J / I FOR ONE I/J PAIR.        *
022873* A RESULT OVER ITS LARGE-VALUE REVIEW LIMIT IS HELD INSTEAD OF *
022876* POSTED (1690/1695).                                           *
022880*****************************************************************
022890 Test-Paragraph.
022900
023120                 END-COMPUTE
023130                 COMPUTE WS-RESIDUAL =
023140                     WS-FULL-QUOTIENT - J
023141             ELSE
023142                 COMPUTE J = WS-FULL-QUOTIENT
023143             END-IF
023144             PERFORM 1690-CHECK-REVIEW
023145                     THRU 1690-CHECK-REVIEW-EXIT
023146             IF WS-REVIEW-HELD
023147                 PERFORM 1695-HOLD-FOR-REVIEW
023148                         THRU 1695-HOLD-FOR-REVIEW-EXIT
023149                 GO TO Test-Paragraph-Exit
023150             END-IF
023151*            A HELD RESULT ROUNDS AGAIN WHEN IT IS RELEASED, SO
023152*            ONLY A RESULT THAT POSTS TODAY ADDS ITS RESIDUAL TO
023153*            THE DAY'S ROUNDING DIFFERENCE.
023154             IF WS-ROUND-HALF-UP
023155                 ADD WS-RESIDUAL TO WS-ROUND-DIFF-TOTAL
023160                     ON SIZE ERROR
023170                         DISPLAY "*** EXCEPTION - ROUNDING "
023180                             "DIFFERENCE OVERFLOW"
023190                         MOVE 8 TO RETURN-CODE
023200                 END-ADD
023230             END-IF
023240             MOVE I to OUT-I
023250             MOVE J to OUT-J
