000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : SRCSPLIT                                         *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 10/12/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : SPLITS THE DAY'S TRANSACTION INPUT INTO SOURCE   *
000190*              STREAMS SO DECIMAL CAN RUN ONE STEP PER STREAM   *
000200*              AT THE SAME TIME INSTEAD OF EVERY SOURCE ONE     *
000210*              AFTER ANOTHER.  IT READS THE TRANSIN             *
000220*              CONCATENATION DECIMAL USED TO READ (RECYCLE,     *
000230*              QUARANTINE RELEASE, APPROVED ITEMS, THE FEED)    *
000240*              AND COPIES EACH BATCH WHOLE -- ITS HD HEADER     *
000250*              AND EVERYTHING UP TO THE NEXT HD -- TO THE       *
000260*              STREAM FILE (STRMOUT1-STRMOUT4) ITS HEADER'S     *
000270*              SOURCE (TR-HDR-SOURCE) IS ASSIGNED TO.  NOTHING  *
000280*              IS EDITED OR PROVED HERE; A BATCH THAT DOES NOT  *
000290*              RECONCILE FAILS IN ITS STREAM'S DECIMAL STEP     *
000300*              EXACTLY AS IT WOULD HAVE IN THE SINGLE RUN.      *
000310*              RECORDS AHEAD OF THE FIRST HD GO TO THE DEFAULT  *
000320*              STREAM, WHERE DECIMAL REPORTS THEM AS IT ALWAYS  *
000330*              HAS.                                             *
000340*                                                               *
000350*              EVERY STREAM FROM 1 TO THE HIGHEST ONE NAMED ON  *
000360*              THE CARDS IS WRITTEN, EMPTY IF NO BATCH WENT TO  *
000370*              IT, SO EACH STREAM JOB ALWAYS HAS ITS FILE.      *
000380*                                                               *
000390*              CONTROL CARDS (SPLTPARM), ONE PER SOURCE:        *
000400*                COL  1- 3  SOURCE CODE, OR *** FOR THE         *
000410*                           DEFAULT STREAM                      *
000420*                COL  5     STREAM NUMBER, 1-4                  *
000430*              A SOURCE WITH NO CARD GOES TO THE DEFAULT        *
000440*              STREAM; WITH NO *** CARD THAT IS STREAM 1.       *
000450*                                                               *
000460*              RETURN CODES: 0 = FEED SPLIT                     *
000470*                            8 = A CARD NAMED NO STREAM OR ONE  *
000480*                                OUTSIDE 1-4, OR NAMED A SOURCE *
000490*                                TWICE, OR THE CARD TABLE       *
000500*                                OVERFLOWED -- NOTHING IS       *
000510*                                WRITTEN AND THE STREAMS MUST   *
000520*                                NOT RUN                        *
000530*                                                               *
000540*---------------------------------------------------------------*
000550* MODIFICATION HISTORY                                          *
000560*---------------------------------------------------------------*
000570* DATE       INIT DESCRIPTION                                   *
000580*---------------------------------------------------------------*
000590* 10/12/2026 RH   ORIGINAL PROGRAM.                             *
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. SRCSPLIT.
000630 AUTHOR. R. HOWELL.
000640 INSTALLATION. LINUX GAZETTE DATA CENTER.
000650 DATE-WRITTEN. 10/12/2026.
000660 DATE-COMPILED.
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT PARM-FILE ASSIGN TO SPLTPARM
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT TRANS-FILE ASSIGN TO TRANSIN
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT STREAM-FILE-1 ASSIGN TO STRMOUT1
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT STREAM-FILE-2 ASSIGN TO STRMOUT2
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT STREAM-FILE-3 ASSIGN TO STRMOUT3
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT STREAM-FILE-4 ASSIGN TO STRMOUT4
000810         ORGANIZATION IS SEQUENTIAL.
000820 DATA DIVISION.
000830 FILE SECTION.
000840*---------------------------------------------------------------*
000850* PARM-FILE CARRIES ONE CARD PER SOURCE NAMING ITS STREAM.      *
000860*---------------------------------------------------------------*
000870 FD  PARM-FILE
000880     RECORDING MODE IS F.
000890 01  PARM-REC.
000900     05  SPLT-SOURCE-CD          PIC X(03).
000910         88  SPLT-DEFAULT                        VALUE '***'.
000920     05  FILLER                  PIC X(01).
000930     05  SPLT-STREAM-NO          PIC X(01).
000940     05  SPLT-STREAM-NO-N REDEFINES SPLT-STREAM-NO
000950                                 PIC 9(01).
000960     05  FILLER                  PIC X(75).
000970*---------------------------------------------------------------*
000980* TRANS-FILE IS THE DAY'S INPUT IN THE TRANSRC LAYOUT DECIMAL   *
000990* READS.                                                        *
001000*---------------------------------------------------------------*
001010 FD  TRANS-FILE
001020     RECORDING MODE IS F.
001030     COPY TRANSRC.
001040*---------------------------------------------------------------*
001050* THE STREAM FILES, EACH THE TRANSIN OF ONE STREAM'S DECIMAL    *
001060* STEP, RECORD FOR RECORD AS READ.                              *
001070*---------------------------------------------------------------*
001080 FD  STREAM-FILE-1
001090     RECORDING MODE IS F.
001100 01  STREAM-REC-1                PIC X(40).
001110 FD  STREAM-FILE-2
001120     RECORDING MODE IS F.
001130 01  STREAM-REC-2                PIC X(40).
001140 FD  STREAM-FILE-3
001150     RECORDING MODE IS F.
001160 01  STREAM-REC-3                PIC X(40).
001170 FD  STREAM-FILE-4
001180     RECORDING MODE IS F.
001190 01  STREAM-REC-4                PIC X(40).
001200 WORKING-STORAGE SECTION.
001210*---------------------------------------------------------------*
001220* SWITCHES                                                      *
001230*---------------------------------------------------------------*
001240 01  WS-SWITCHES.
001250     05  WS-PARM-EOF-SW          PIC X(01)       VALUE 'N'.
001260         88  WS-PARM-EOF                         VALUE 'Y'.
001270     05  WS-TRANS-EOF-SW         PIC X(01)       VALUE 'N'.
001280         88  WS-TRANS-EOF                        VALUE 'Y'.
001290     05  WS-STOP-SW              PIC X(01)       VALUE 'N'.
001300         88  WS-STOPPED                          VALUE 'Y'.
001310     05  WS-SRC-FOUND-SW         PIC X(01)       VALUE 'N'.
001320         88  WS-SRC-FOUND                        VALUE 'Y'.
001330*---------------------------------------------------------------*
001340* THE SOURCE-TO-STREAM TABLE, AS THE CARDS GAVE IT.             *
001350*---------------------------------------------------------------*
001360 01  WS-MAP-LIMIT                PIC S9(04) COMP  VALUE 200.
001370 01  WS-MAP-COUNT                PIC S9(04) COMP  VALUE ZERO.
001380 01  WS-MAP-SUB                  PIC S9(04) COMP  VALUE ZERO.
001390 01  WS-MAP-TABLE.
001400     05  WS-MAP-ENTRY            OCCURS 200 TIMES.
001410         10  WS-MAP-SOURCE       PIC X(03).
001420         10  WS-MAP-STREAM       PIC 9(01).
001430 01  WS-DEFAULT-STREAM           PIC 9(01)        VALUE 1.
001440 01  WS-DEFAULT-SET-SW           PIC X(01)       VALUE 'N'.
001450     88  WS-DEFAULT-SET                          VALUE 'Y'.
001460*---------------------------------------------------------------*
001470* THE STREAMS.  WS-STREAM-COUNT IS THE HIGHEST STREAM NAMED;    *
001480* WS-CUR-STREAM IS WHERE THE BATCH BEING COPIED IS GOING.       *
001490*---------------------------------------------------------------*
001500 01  WS-STREAM-MAX               PIC 9(01)        VALUE 4.
001510 01  WS-STREAM-COUNT             PIC 9(01)        VALUE 1.
001520 01  WS-CUR-STREAM               PIC 9(01)        VALUE ZERO.
001530 01  WS-STRM-SUB                 PIC S9(04) COMP  VALUE ZERO.
001540 01  WS-STRM-TABLE.
001550     05  WS-STRM-ENTRY           OCCURS 4 TIMES.
001560         10  WS-STRM-RECS        PIC S9(09) COMP.
001570         10  WS-STRM-BATCHES     PIC S9(07) COMP.
001580*---------------------------------------------------------------*
001590* CONTROL TOTALS                                                *
001600*---------------------------------------------------------------*
001610 01  WS-COUNTERS.
001620     05  WS-CARDS-READ           PIC S9(04) COMP  VALUE ZERO.
001630     05  WS-RECORDS-READ         PIC S9(09) COMP  VALUE ZERO.
001640     05  WS-BATCHES-READ         PIC S9(07) COMP  VALUE ZERO.
001650     05  WS-DEFAULTED            PIC S9(07) COMP  VALUE ZERO.
001660     05  WS-RECORDS-WRITTEN      PIC S9(09) COMP  VALUE ZERO.
001670 01  WS-DISP-COUNT               PIC ZZZZZZZZ9.
001680 01  WS-DISP-BATCHES             PIC ZZZZZZ9.
001690 PROCEDURE DIVISION.
001700*****************************************************************
001710* 0000-MAINLINE                                                 *
001720*****************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001750     IF NOT WS-STOPPED
001760         PERFORM 2000-SPLIT-FEED THRU 2000-SPLIT-FEED-EXIT
001770     END-IF.
001780     PERFORM 3000-WRAP-UP THRU 3000-WRAP-UP-EXIT.
001790     STOP RUN.
001800*****************************************************************
001810* 1000-INITIALIZE -- LOADS THE CARDS INTO THE SOURCE-TO-STREAM  *
001820* TABLE.  A BAD CARD STOPS THE RUN RC=8 BEFORE ANY STREAM FILE  *
001830* IS OPENED.                                                    *
001840*****************************************************************
001850 1000-INITIALIZE.
001860     OPEN INPUT PARM-FILE.
001870     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
001880     PERFORM 1200-LOAD-ONE-CARD THRU 1200-LOAD-ONE-CARD-EXIT
001890             UNTIL WS-PARM-EOF OR WS-STOPPED.
001900     CLOSE PARM-FILE.
001910     IF WS-STOPPED
001920         GO TO 1000-INITIALIZE-EXIT
001930     END-IF.
001940     IF WS-DEFAULT-STREAM > WS-STREAM-COUNT
001950         MOVE WS-DEFAULT-STREAM TO WS-STREAM-COUNT
001960     END-IF.
001970     DISPLAY "SRCSPLIT  - " WS-CARDS-READ " CARDS, "
001980             WS-STREAM-COUNT " STREAMS, DEFAULT STREAM "
001990             WS-DEFAULT-STREAM.
002000     PERFORM 1300-CLEAR-STREAM THRU 1300-CLEAR-STREAM-EXIT
002010             VARYING WS-STRM-SUB FROM 1 BY 1
002020             UNTIL WS-STRM-SUB > WS-STREAM-MAX.
002030     MOVE WS-DEFAULT-STREAM TO WS-CUR-STREAM.
002040     OPEN INPUT TRANS-FILE.
002050     OPEN OUTPUT STREAM-FILE-1.
002060     OPEN OUTPUT STREAM-FILE-2.
002070     OPEN OUTPUT STREAM-FILE-3.
002080     OPEN OUTPUT STREAM-FILE-4.
002090 1000-INITIALIZE-EXIT.
002100     EXIT.
002110*****************************************************************
002120* 1100-READ-PARM -- READS ONE CARD, SETTING THE EOF SWITCH AT   *
002130* END.                                                          *
002140*****************************************************************
002150 1100-READ-PARM.
002160     READ PARM-FILE
002170         AT END
002180             MOVE 'Y' TO WS-PARM-EOF-SW
002190     END-READ.
002200 1100-READ-PARM-EXIT.
002210     EXIT.
002220*****************************************************************
002230* 1200-LOAD-ONE-CARD -- CHECKS ONE CARD AND TAKES IT INTO THE   *
002240* TABLE (OR, FOR ***, AS THE DEFAULT STREAM).  A BLANK CARD IS  *
002250* SKIPPED.                                                      *
002260*****************************************************************
002270 1200-LOAD-ONE-CARD.
002280     IF PARM-REC = SPACES
002290         GO TO 1200-LOAD-ONE-CARD-READ
002300     END-IF.
002310     ADD 1 TO WS-CARDS-READ.
002320     IF SPLT-STREAM-NO NOT NUMERIC
002330        OR SPLT-STREAM-NO-N = ZERO
002340        OR SPLT-STREAM-NO-N > WS-STREAM-MAX
002350        OR SPLT-SOURCE-CD = SPACES
002360         DISPLAY "SRCSPLIT  - BAD CARD, STREAM MUST BE 1-"
002370                 WS-STREAM-MAX ": " PARM-REC
002380         MOVE 'Y' TO WS-STOP-SW
002390         GO TO 1200-LOAD-ONE-CARD-EXIT
002400     END-IF.
002410     IF SPLT-STREAM-NO-N > WS-STREAM-COUNT
002420         MOVE SPLT-STREAM-NO-N TO WS-STREAM-COUNT
002430     END-IF.
002440     IF SPLT-DEFAULT
002450         IF WS-DEFAULT-SET
002460             DISPLAY "SRCSPLIT  - DEFAULT STREAM NAMED TWICE"
002470             MOVE 'Y' TO WS-STOP-SW
002480             GO TO 1200-LOAD-ONE-CARD-EXIT
002490         END-IF
002500         MOVE 'Y' TO WS-DEFAULT-SET-SW
002510         MOVE SPLT-STREAM-NO-N TO WS-DEFAULT-STREAM
002520         GO TO 1200-LOAD-ONE-CARD-READ
002530     END-IF.
002540     PERFORM 2200-FIND-SOURCE THRU 2200-FIND-SOURCE-EXIT.
002550     IF WS-SRC-FOUND
002560         DISPLAY "SRCSPLIT  - SOURCE " SPLT-SOURCE-CD
002570                 " NAMED TWICE"
002580         MOVE 'Y' TO WS-STOP-SW
002590         GO TO 1200-LOAD-ONE-CARD-EXIT
002600     END-IF.
002610     IF WS-MAP-COUNT NOT < WS-MAP-LIMIT
002620         DISPLAY "SRCSPLIT  - MORE THAN " WS-MAP-LIMIT
002630                 " SOURCE CARDS"
002640         MOVE 'Y' TO WS-STOP-SW
002650         GO TO 1200-LOAD-ONE-CARD-EXIT
002660     END-IF.
002670     ADD 1 TO WS-MAP-COUNT.
002680     MOVE SPLT-SOURCE-CD   TO WS-MAP-SOURCE (WS-MAP-COUNT).
002690     MOVE SPLT-STREAM-NO-N TO WS-MAP-STREAM (WS-MAP-COUNT).
002700 1200-LOAD-ONE-CARD-READ.
002710     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
002720 1200-LOAD-ONE-CARD-EXIT.
002730     EXIT.
002740*****************************************************************
002750* 1300-CLEAR-STREAM -- ZEROES ONE STREAM'S COUNTS.              *
002760*****************************************************************
002770 1300-CLEAR-STREAM.
002780     MOVE ZERO TO WS-STRM-RECS (WS-STRM-SUB).
002790     MOVE ZERO TO WS-STRM-BATCHES (WS-STRM-SUB).
002800 1300-CLEAR-STREAM-EXIT.
002810     EXIT.
002820*****************************************************************
002830* 2000-SPLIT-FEED -- COPIES THE INPUT TO THE STREAMS.           *
002840*****************************************************************
002850 2000-SPLIT-FEED.
002860     PERFORM 2010-READ-TRANS THRU 2010-READ-TRANS-EXIT.
002870     PERFORM 2100-COPY-ONE THRU 2100-COPY-ONE-EXIT
002880             UNTIL WS-TRANS-EOF.
002890 2000-SPLIT-FEED-EXIT.
002900     EXIT.
002910*****************************************************************
002920* 2010-READ-TRANS -- READS ONE INPUT RECORD, SETTING THE EOF    *
002930* SWITCH AT END.                                                *
002940*****************************************************************
002950 2010-READ-TRANS.
002960     READ TRANS-FILE
002970         AT END
002980             MOVE 'Y' TO WS-TRANS-EOF-SW
002990     END-READ.
003000 2010-READ-TRANS-EXIT.
003010     EXIT.
003020*****************************************************************
003030* 2100-COPY-ONE -- AN HD PICKS THE STREAM FOR ITS WHOLE BATCH;  *
003040* EVERY RECORD, HD OR NOT, GOES TO THE CURRENT STREAM.          *
003050*****************************************************************
003060 2100-COPY-ONE.
003070     ADD 1 TO WS-RECORDS-READ.
003080     IF TR-HEADER
003090         ADD 1 TO WS-BATCHES-READ
003100         MOVE TR-HDR-SOURCE TO SPLT-SOURCE-CD
003110         PERFORM 2200-FIND-SOURCE THRU 2200-FIND-SOURCE-EXIT
003120         IF WS-SRC-FOUND
003130             MOVE WS-MAP-STREAM (WS-MAP-SUB) TO WS-CUR-STREAM
003140         ELSE
003150             MOVE WS-DEFAULT-STREAM TO WS-CUR-STREAM
003160             ADD 1 TO WS-DEFAULTED
003170         END-IF
003180         ADD 1 TO WS-STRM-BATCHES (WS-CUR-STREAM)
003190     END-IF.
003200     EVALUATE WS-CUR-STREAM
003210         WHEN 1
003220             WRITE STREAM-REC-1 FROM TRANS-REC
003230         WHEN 2
003240             WRITE STREAM-REC-2 FROM TRANS-REC
003250         WHEN 3
003260             WRITE STREAM-REC-3 FROM TRANS-REC
003270         WHEN OTHER
003280             WRITE STREAM-REC-4 FROM TRANS-REC
003290     END-EVALUATE.
003300     ADD 1 TO WS-STRM-RECS (WS-CUR-STREAM).
003310     ADD 1 TO WS-RECORDS-WRITTEN.
003320     PERFORM 2010-READ-TRANS THRU 2010-READ-TRANS-EXIT.
003330 2100-COPY-ONE-EXIT.
003340     EXIT.
003350*****************************************************************
003360* 2200-FIND-SOURCE -- LOOKS SPLT-SOURCE-CD UP IN THE TABLE,     *
003370* LEAVING WS-MAP-SUB ON IT WHEN FOUND.                          *
003380*****************************************************************
003390 2200-FIND-SOURCE.
003400     MOVE 'N' TO WS-SRC-FOUND-SW.
003410     PERFORM 2210-TEST-SOURCE THRU 2210-TEST-SOURCE-EXIT
003420             VARYING WS-MAP-SUB FROM 1 BY 1
003430             UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-SRC-FOUND.
003440     IF WS-SRC-FOUND
003450         SUBTRACT 1 FROM WS-MAP-SUB
003460     END-IF.
003470 2200-FIND-SOURCE-EXIT.
003480     EXIT.
003490*****************************************************************
003500* 2210-TEST-SOURCE -- COMPARES ONE TABLE ENTRY.                 *
003510*****************************************************************
003520 2210-TEST-SOURCE.
003530     IF WS-MAP-SOURCE (WS-MAP-SUB) = SPLT-SOURCE-CD
003540         MOVE 'Y' TO WS-SRC-FOUND-SW
003550     END-IF.
003560 2210-TEST-SOURCE-EXIT.
003570     EXIT.
003580*****************************************************************
003590* 3000-WRAP-UP -- CLOSES THE FILES AND SHOWS EACH STREAM'S      *
003600* COUNTS.  THE STREAM RECORDS MUST ADD BACK TO WHAT WAS READ.   *
003610*****************************************************************
003620 3000-WRAP-UP.
003630     IF WS-STOPPED
003640         DISPLAY "SRCSPLIT  - *** RUN STOPPED -- NOTHING SPLIT, "
003650                 "THE STREAMS MUST NOT RUN ***"
003660         MOVE 8 TO RETURN-CODE
003670         GO TO 3000-WRAP-UP-EXIT
003680     END-IF.
003690     CLOSE TRANS-FILE.
003700     CLOSE STREAM-FILE-1.
003710     CLOSE STREAM-FILE-2.
003720     CLOSE STREAM-FILE-3.
003730     CLOSE STREAM-FILE-4.
003740     MOVE WS-RECORDS-READ TO WS-DISP-COUNT.
003750     MOVE WS-BATCHES-READ TO WS-DISP-BATCHES.
003760     DISPLAY "SRCSPLIT  - READ      " WS-DISP-COUNT
003770             " RECORDS IN " WS-DISP-BATCHES " BATCHES".
003780     PERFORM 3100-SHOW-STREAM THRU 3100-SHOW-STREAM-EXIT
003790             VARYING WS-STRM-SUB FROM 1 BY 1
003800             UNTIL WS-STRM-SUB > WS-STREAM-COUNT.
003810     IF WS-DEFAULTED > ZERO
003820         DISPLAY "SRCSPLIT  - " WS-DEFAULTED
003830                 " BATCHES FROM SOURCES WITH NO CARD WENT TO "
003840                 "THE DEFAULT STREAM"
003850     END-IF.
003860 3000-WRAP-UP-EXIT.
003870     EXIT.
003880*****************************************************************
003890* 3100-SHOW-STREAM -- SHOWS ONE STREAM'S COUNTS.                *
003900*****************************************************************
003910 3100-SHOW-STREAM.
003920     MOVE WS-STRM-RECS (WS-STRM-SUB)    TO WS-DISP-COUNT.
003930     MOVE WS-STRM-BATCHES (WS-STRM-SUB) TO WS-DISP-BATCHES.
003940     DISPLAY "SRCSPLIT  - STREAM " WS-STRM-SUB " "
003950             WS-DISP-COUNT " RECORDS IN " WS-DISP-BATCHES
003960             " BATCHES".
003970 3100-SHOW-STREAM-EXIT.
003980     EXIT.
