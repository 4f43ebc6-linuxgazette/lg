000230*              CROSS-FOOTS ALL OF THEM FOR THE BUSINESS DATE   *
000240*              JUST PROCESSED AND PRINTS A ONE-PAGE            *
000250*              CERTIFICATE:                                    *
000260*                - INPUT DETAILS (TL SUMS), NET OF THE TL      *
000270*                  COUNTS OF BATCHES HELD ON THE QUARANTINE    *
000280*                  FILE, MUST EQUAL                            *
000282*                  COMPUTED + REJECTED + REVERSED + HELD FOR   *
000284*                  REVIEW + THE DETAILS OF BATCHES REFUSED AS  *
000286*                  DUPLICATE FEEDS + THE AUDIT FILE'S          *
000288*                  SIZE/DIVIDE ERROR COUNTS                    *
000290*                - COMPUTED MUST EQUAL GL DETAILS NET OF THE   *
000300*                  ROUNDING LINE AND THE REVERSAL LINES, AND   *
000310*                  REVERSED MUST EQUAL THE REVERSAL LINES      *
000320*                  (THE SRCREF REGISTRY'S D AND V SOURCES)     *
000323*                  -- EACH NET OF THE EXTRA SHARE LINES THE    *
000326*                  RUN HISTORY SAYS ALLOCREF SPLITS ADDED      *
000330*                - THE EXTRACT'S TL COUNT AND HASH MUST TIE    *
000340*                  TO THE DETAILS ACTUALLY ON THE FILE         *
000350*                - THE AUDIT FILE'S OK COUNT MUST EQUAL        *
000360*                  COMPUTED                                    *
000361*                - THE RUN HISTORY'S HELD-FOR-REVIEW COUNT     *
000362*                  MUST EQUAL THE AUDIT FILE'S HELD LINES      *
000363*                - THE RUN HISTORY'S QUARANTINED RECORDS       *
000364*                  AND BATCHES MUST TIE TO THE QUARANTINE      *
000365*                  FILE                                        *
000370*              ANY BREAK ENDS RC=8, WHICH HOLDS THE REPORT     *
000380*              DISTRIBUTION AND THE GL LOAD -- NOTHING GOES    *
000390*              OUT ON A DAY THAT DOES NOT PROVE.  THE          *
000590*              BY HAND ACROSS BOTH ATTEMPTS' OUTPUTS (OR       *
000600*              RERUN THE FULL DATE) BEFORE RELEASING THE       *
000610*              DISTRIBUTION.                                   *
000611*              A DATE DECBACK BACKED OUT AND RERUN PROVES THE  *
000612*              SAME WAY: ITS BACKED OUT MARKERS ON THE AUDIT   *
000613*              FILE AND THE RUN HISTORY RETIRE THE BACKED-OUT  *
000614*              ATTEMPT, SO ONLY THE CORRECTED RUN PROVES.      *
000615*              ON A DATE RUN IN SEVERAL PROCESSING CYCLES THE  *
000616*              STEP RUNS AFTER EVERY CYCLE AND CERTIFIES THAT  *
000617*              CYCLE ALONE -- ITS OWN FEED, EXTRACT AND        *
000618*              QUARANTINE GENERATIONS AND ITS OWN JOB ID.      *
000619*              AFTER AN INTRADAY CYCLE THE CONTROL HAS NOT     *
000620*              ADVANCED, SO THE DATE IS BUSDCTL'S CURRENT DATE *
000621*              WHEN IT RECORDS A LAST CYCLE.  FROM THE SECOND  *
000622*              CYCLE ON A DAY-TO-DATE SECTION LISTS THE        *
000623*              DATE'S STANDING CYCLES FROM THE RUN HISTORY AND *
000624*              PROVES THE DAY'S AUDIT OK AND HELD LINES        *
000625*              AGAINST THEIR COMPUTED AND HELD COUNTS.         *
000626*                                                               *
000630*              RETURN CODES: 0 = THE DAY PROVES                *
000640*                            8 = A CROSS-FOOT BROKE, OR AN     *
000650*                                INPUT THE PROOF NEEDS IS      *
000770*                 RERUN APPENDS A SECOND FULL SET, WHICH WAS    *
000780*                 DOUBLE-COUNTING AND FAILING THE CERTIFICATE   *
000790*                 ON A DAY THAT ACTUALLY PROVES.                *
000791* 09/08/2026 RH   THE DETAILS OF BATCHES DECIMAL REFUSED AS     *
000792*                 DUPLICATE FEEDS (RH-RECORDS-DUP-REFUSED) JOIN *
000793*                 THE RIGHT SIDE OF THE INPUT-DETAILS PROOF --  *
000794*                 THEY ARE ON THE TRANSIN TRAILERS BUT NEVER    *
000795*                 COMPUTED, REJECTED OR REVERSED.               *
000796* 09/10/2026 RH   THE ROUNDING AND REVERSAL EXTRACT LINES ARE   *
000797*                 PICKED OUT BY THE SOURCE CODES OF THE SRCREF  *
000798*                 REGISTRY'S D AND V ENTRIES, NOT 'RND'/'REV'.  *
000799* 09/14/2026 RH   A BATCH DECIMAL QUARANTINED IS ON THE TRANSIN *
000800*                 TRAILERS BUT NEVER POSTED: THE INPUT-DETAILS  *
000801*                 PROOF NETS OUT THE TL COUNTS ON THE           *
000802*                 QUARANTINE FILE (QUARIN DD), AND THE RUN      *
000803*                 HISTORY'S QUARANTINED RECORDS AND BATCHES     *
000804*                 EACH GET A LINE OF THEIR OWN AGAINST THE      *
000805*                 FILE.                                         *
000806* 09/21/2026 RH   A RESULT DECIMAL SPLITS BY AN ALLOCREF        *
000807*                 ALLOCATION POSTS ONE EXTRACT DETAIL PER SHARE *
000808*                 (AND ITS RV ONE OFFSET PER SHARE): THE        *
000809*                 COMPUTED AND REVERSED PROOFS NET OUT THE      *
000810*                 EXTRA LINES THE RUN HISTORY RECORDS           *
000811*                 (RH-SHARE-LINES, RH-REV-SHARE-LINES).         *
000812* 09/24/2026 RH   RESULTS HELD FOR LARGE-VALUE REVIEW ARE ON    *
000813*                 THE TRANSIN TRAILERS BUT CUT NO EXTRACT       *
000814*                 DETAIL: RH-RECORDS-HELD JOINS THE RIGHT SIDE  *
000815*                 OF THE INPUT-DETAILS PROOF, AND GETS A LINE   *
000816*                 OF ITS OWN AGAINST THE AUDIT FILE'S HELD      *
000817*                 LINES.                                        *
000818* 09/28/2026 RH   HONOURS DECBACK'S BACKED OUT MARKERS: THE     *
000819*                 AUDIT TALLIES RESET AT ONE AS AT A RUN        *
000820*                 REFUSED MARKER, AND A RUN-HISTORY MARKER      *
000821*                 (RH-BACKOUT-MARKER) RETIRES THE RECORD OF THE *
000822*                 RUN IT BACKED OUT, SO A BACKED-OUT DATE       *
000823*                 PROVES ON ITS CORRECTED RERUN ALONE.          *
000824* 10/05/2026 RH   PROCESSING CYCLES.  AN INTRADAY CYCLE IS      *
000825*                 CERTIFIED ON THE CONTROL'S CURRENT DATE; THE  *
000826*                 HEADING SHOWS THE CYCLE AND THE FOOT SAYS     *
000827*                 WHETHER THE CYCLE OR THE DAY PROVES.  ADDED   *
000828*                 THE DAY-TO-DATE SECTION OVER THE DATE'S       *
000829*                 STANDING CYCLES.                              *
000830*****************************************************************
000831 IDENTIFICATION DIVISION.
000832 PROGRAM-ID. DECBAL.
000833 AUTHOR. R. HOWELL.
000840 INSTALLATION. LINUX GAZETTE DATA CENTER.
000850 DATE-WRITTEN. 09/01/2026.
000860 DATE-COMPILED.
000980     SELECT BUS-CTL-FILE ASSIGN TO BUSDCTL
000990         ORGANIZATION IS SEQUENTIAL.
001000     SELECT REPORT-FILE ASSIGN TO CERTRPT
001002         ORGANIZATION IS SEQUENTIAL.
001004     SELECT SRC-REF-FILE ASSIGN TO SRCREF
001006         ORGANIZATION IS SEQUENTIAL.
001008     SELECT QUAR-FILE ASSIGN TO QUARIN
001010         ORGANIZATION IS SEQUENTIAL.
001020 DATA DIVISION.
001030 FILE SECTION.
001420 FD  REPORT-FILE
001430     RECORDING MODE IS F.
001440 01  REPORT-REC                  PIC X(132).
001441*---------------------------------------------------------------*
001442* SRC-REF-FILE IS THE SOURCE-SYSTEM REGISTRY (SRCREFC); ONLY    *
001443* THE REVERSAL (V) AND ROUNDING (D) ENTRIES ARE OF INTEREST.    *
001444*---------------------------------------------------------------*
001445 FD  SRC-REF-FILE
001446     RECORDING MODE IS F.
001447     COPY SRCREFC.
001448*---------------------------------------------------------------*
001449* QUAR-FILE IS THE QUARANTINE GENERATION THE RUN JUST WROTE     *
001450* (QUARREC) -- THE FAILED BATCHES IT HELD BACK WHOLE.           *
001451*---------------------------------------------------------------*
001452 FD  QUAR-FILE
001453     RECORDING MODE IS F.
001454     COPY QUARREC.
001455 WORKING-STORAGE SECTION.
001460*---------------------------------------------------------------*
001470* SWITCHES                                                      *
001480*---------------------------------------------------------------*
001610         88  WS-GL-TRL-SEEN                      VALUE 'Y'.
001620     05  WS-DAY-PROVES-SW        PIC X(01)       VALUE 'Y'.
001630         88  WS-DAY-PROVES                       VALUE 'Y'.
001631     05  WS-SREF-EOF-SW          PIC X(01)       VALUE 'N'.
001632         88  WS-SREF-EOF                         VALUE 'Y'.
001633     05  WS-QUAR-EOF-SW          PIC X(01)       VALUE 'N'.
001634         88  WS-QUAR-EOF                         VALUE 'Y'.
001635     05  WS-CYC-FOUND-SW         PIC X(01)       VALUE 'N'.
001636         88  WS-CYC-FOUND                        VALUE 'Y'.
001637     05  WS-CYC-FULL-SW          PIC X(01)       VALUE 'N'.
001638         88  WS-CYC-FULL                         VALUE 'Y'.
001640*---------------------------------------------------------------*
001650* THE DATE AND JOB BEING CERTIFIED.                             *
001660*---------------------------------------------------------------*
001670 01  WS-BUS-DATE                 PIC 9(08)        VALUE ZERO.
001680 01  WS-JOB-ID                   PIC X(08)        VALUE SPACES.
001681 01  WS-CYCLE-NO                 PIC 9(02)        VALUE 1.
001682 01  WS-CYCLE-KIND               PIC X(01)        VALUE 'C'.
001683     88  WS-INTRADAY-CYCLE                        VALUE 'I'.
001684 01  WS-REV-SOURCE-CD            PIC X(03)        VALUE SPACES.
001685 01  WS-RND-SOURCE-CD            PIC X(03)        VALUE SPACES.
001690*---------------------------------------------------------------*
001700* FIGURES GATHERED FROM EACH FILE OF THE RUN.                   *
001710*---------------------------------------------------------------*
001790     05  WS-RH-COMPUTED          PIC S9(08) COMP  VALUE ZERO.
001800     05  WS-RH-REJECTED          PIC S9(08) COMP  VALUE ZERO.
001810     05  WS-RH-REVERSED          PIC S9(08) COMP  VALUE ZERO.
001811     05  WS-RH-DUP-REFUSED       PIC S9(08) COMP  VALUE ZERO.
001812     05  WS-RH-QUARANTINED       PIC S9(08) COMP  VALUE ZERO.
001813     05  WS-RH-QUAR-BATCHES      PIC S9(04) COMP  VALUE ZERO.
001814     05  WS-RH-SHARE-LINES       PIC S9(08) COMP  VALUE ZERO.
001815     05  WS-RH-REV-SHARE-LINES   PIC S9(08) COMP  VALUE ZERO.
001816     05  WS-RH-HELD              PIC S9(08) COMP  VALUE ZERO.
001820     05  WS-RH-J-TOTAL           PIC S9(14)V9(04) COMP-3
001830                                                  VALUE ZERO.
001840 01  WS-GL-FIGURES.
001940     05  WS-AUD-OK               PIC S9(09) COMP  VALUE ZERO.
001950     05  WS-AUD-SIZE-ERR         PIC S9(09) COMP  VALUE ZERO.
001960     05  WS-AUD-DIV-ERR          PIC S9(09) COMP  VALUE ZERO.
001961     05  WS-AUD-HELD             PIC S9(09) COMP  VALUE ZERO.
001962 01  WS-QUAR-FIGURES.
001963     05  WS-QUAR-RECORDS         PIC S9(09) COMP  VALUE ZERO.
001964     05  WS-QUAR-BATCHES         PIC S9(04) COMP  VALUE ZERO.
001965     05  WS-QUAR-TL-DETAILS      PIC S9(09) COMP  VALUE ZERO.
001966     05  WS-QUAR-LAST-BATCH      PIC 9(04)        VALUE ZERO.
001967 01  WS-LEFT-SIDE                PIC S9(09) COMP  VALUE ZERO.
001970 01  WS-RIGHT-SIDE               PIC S9(09) COMP  VALUE ZERO.
001980 01  WS-RIGHT-AMT                PIC S9(15)V9(04) COMP-3
001990                                                  VALUE ZERO.
001991*---------------------------------------------------------------*
001992* THE DATE'S CYCLES ON THE RUN HISTORY, ONE ENTRY PER JOB ID.   *
001993* A RERUN OF A CYCLE REPLACES ITS ENTRY AND A BACKOUT MARKER    *
001994* TAKES IT OUT OF STANDING.  THE AUDIT OK AND HELD LINES OF     *
001995* EACH JOB ARE TALLIED AGAINST IT FOR THE DAY-TO-DATE PROOF.    *
001996*---------------------------------------------------------------*
001997 01  WS-CYC-MAX                  PIC S9(04) COMP  VALUE 20.
001998 01  WS-CYC-COUNT                PIC S9(04) COMP  VALUE ZERO.
001999 01  WS-CYC-SUB                  PIC S9(04) COMP  VALUE ZERO.
002000 01  WS-FIND-JOB-ID              PIC X(08)        VALUE SPACES.
002001 01  WS-CYC-TABLE.
002002     05  WS-CYC-ENTRY            OCCURS 20 TIMES.
002003         10  WS-CYC-JOB-ID       PIC X(08).
002004         10  WS-CYC-NO           PIC 9(02).
002005         10  WS-CYC-KIND         PIC X(01).
002006         10  WS-CYC-STANDING     PIC X(01).
002007         10  WS-CYC-READ         PIC S9(08) COMP.
002008         10  WS-CYC-COMPUTED     PIC S9(08) COMP.
002009         10  WS-CYC-HELD         PIC S9(08) COMP.
002010         10  WS-CYC-AUD-OK       PIC S9(09) COMP.
002011         10  WS-CYC-AUD-HELD     PIC S9(09) COMP.
002012 01  WS-DAY-FIGURES.
002013     05  WS-DAY-CYCLES           PIC S9(04) COMP  VALUE ZERO.
002014     05  WS-DAY-COMPUTED         PIC S9(09) COMP  VALUE ZERO.
002015     05  WS-DAY-HELD             PIC S9(09) COMP  VALUE ZERO.
002016     05  WS-DAY-AUD-OK           PIC S9(09) COMP  VALUE ZERO.
002017     05  WS-DAY-AUD-HELD         PIC S9(09) COMP  VALUE ZERO.
002018*---------------------------------------------------------------*
002019* THE AUDIT LINE PARSE AREA -- AUDITRC, THE SAME COPYBOOK       *
002020* DECIMAL WRITES THROUGH.                                       *
002030*---------------------------------------------------------------*
002040     COPY AUDITRC.
002140     05  FILLER                  PIC X(007)
002150             VALUE "  JOB: ".
002160     05  RPT-JOB-ID              PIC X(08).
002170     05  FILLER                  PIC X(009)
002172             VALUE "  CYCLE: ".
002174     05  RPT-CYCLE-NO            PIC 9(02).
002176     05  FILLER                  PIC X(045)      VALUE SPACES.
002180 01  WS-COUNT-LINE.
002190     05  CNT-DESC                PIC X(046).
002200     05  CNT-LEFT                PIC ZZZZZZZZ9.
002310     05  FILLER                  PIC X(002)      VALUE SPACES.
002320     05  AMT-VERDICT             PIC X(016).
002330     05  FILLER                  PIC X(036)      VALUE SPACES.
002331 01  WS-DAY-HEAD.
002332     05  FILLER                  PIC X(041)
002333             VALUE "DAY TO DATE -- THE DATE'S STANDING CYCLES".
002334     05  FILLER                  PIC X(091)      VALUE SPACES.
002335 01  WS-CYCLE-LINE.
002336     05  FILLER                  PIC X(006)      VALUE "CYCLE ".
002337     05  CYL-CYCLE               PIC 9(02).
002338     05  FILLER                  PIC X(006)      VALUE "  JOB ".
002339     05  CYL-JOB-ID              PIC X(08).
002340     05  FILLER                  PIC X(002)      VALUE SPACES.
002341     05  CYL-KIND-TEXT           PIC X(012).
002342     05  FILLER                  PIC X(007)      VALUE "  READ ".
002343     05  CYL-READ                PIC ZZZZZZZ9.
002344     05  FILLER                  PIC X(011)
002345             VALUE "  COMPUTED ".
002346     05  CYL-COMPUTED            PIC ZZZZZZZ9.
002347     05  FILLER                  PIC X(007)      VALUE "  HELD ".
002348     05  CYL-HELD                PIC ZZZZZZZ9.
002349     05  FILLER                  PIC X(011)
002350             VALUE "  AUDIT OK ".
002351     05  CYL-AUD-OK              PIC ZZZZZZZZ9.
002352     05  FILLER                  PIC X(027)      VALUE SPACES.
002353 01  WS-CERT-FOOT.
002354     05  FILLER                  PIC X(022)
002360             VALUE "CERTIFICATE RESULT -- ".
002370     05  FOOT-VERDICT            PIC X(030).
002380     05  FILLER                  PIC X(080)      VALUE SPACES.
002540     PERFORM 5100-TALLY-AUDIT THRU 5100-TALLY-AUDIT-EXIT
002550             UNTIL WS-AUDIT-EOF.
002560     CLOSE AUDIT-FILE.
002562     PERFORM 5300-TALLY-QUARANTINE
002564             THRU 5300-TALLY-QUARANTINE-EXIT
002566             UNTIL WS-QUAR-EOF.
002568     CLOSE QUAR-FILE.
002570     PERFORM 6000-PROVE-THE-DAY THRU 6000-PROVE-THE-DAY-EXIT.
002573     PERFORM 6200-PROVE-DAY-TO-DATE
002576             THRU 6200-PROVE-DAY-TO-DATE-EXIT.
002580     PERFORM 7000-WRAP-UP THRU 7000-WRAP-UP-EXIT.
002590     STOP RUN.
002600*****************************************************************
002610* 1000-INITIALIZE -- PICKS UP THE DATE TO CERTIFY FROM THE      *
002620* CONTROL RECORD AND THE PSEUDO-SOURCE CODES FROM THE SOURCE    *
002622* REGISTRY, OPENS THE FILES AND PRIMES THE FIRST READS.  A LAST *
002624* CYCLE ON THE CONTROL MEANS AN INTRADAY CYCLE JUST RAN AND THE *
002626* DATE IS STILL THE CONTROL'S CURRENT ONE.                      *
002630*****************************************************************
002640 1000-INITIALIZE.
002650     OPEN OUTPUT REPORT-FILE.
002710             MOVE 'N' TO WS-DAY-PROVES-SW
002720     END-READ.
002730     CLOSE BUS-CTL-FILE.
002740     IF CTL-LAST-CYCLE IS NUMERIC AND CTL-LAST-CYCLE > ZERO
002750        AND CTL-BUS-DATE IS NUMERIC
002755         MOVE CTL-BUS-DATE TO WS-BUS-DATE
002760     ELSE
002770         IF CTL-LAST-RUN-DATE IS NUMERIC
002780             MOVE CTL-LAST-RUN-DATE TO WS-BUS-DATE
002781         ELSE
002782             DISPLAY "DECBAL    - LAST COMPLETED DATE IS NOT "
002783                     "NUMERIC"
002784             MOVE 'N' TO WS-DAY-PROVES-SW
002785         END-IF
002786     END-IF.
002787     MOVE WS-BUS-DATE TO RPT-BUS-DATE.
002788     OPEN INPUT SRC-REF-FILE.
002789     PERFORM 1900-READ-SOURCE-REF THRU 1900-READ-SOURCE-REF-EXIT.
002790     PERFORM 1100-NOTE-PSEUDO-SOURCE
002791             THRU 1100-NOTE-PSEUDO-SOURCE-EXIT
002792             UNTIL WS-SREF-EOF.
002793     CLOSE SRC-REF-FILE.
002794     IF WS-REV-SOURCE-CD = SPACES OR WS-RND-SOURCE-CD = SPACES
002795         DISPLAY "DECBAL    - NO REVERSAL OR ROUNDING "
002796                 "PSEUDO-SOURCE ON THE SOURCE REGISTRY"
002797         MOVE 'N' TO WS-DAY-PROVES-SW
002800     END-IF.
002820     OPEN INPUT TRANS-FILE.
002830     OPEN INPUT RUN-HIST-FILE.
002840     OPEN INPUT GL-EXTRACT-FILE.
002850     OPEN INPUT AUDIT-FILE.
002855     OPEN INPUT QUAR-FILE.
002860     PERFORM 2900-READ-TRANS THRU 2900-READ-TRANS-EXIT.
002870     PERFORM 3900-READ-HISTORY THRU 3900-READ-HISTORY-EXIT.
002880     PERFORM 4900-READ-EXTRACT THRU 4900-READ-EXTRACT-EXIT.
002890     PERFORM 5900-READ-AUDIT THRU 5900-READ-AUDIT-EXIT.
002895     PERFORM 5950-READ-QUARANTINE THRU 5950-READ-QUARANTINE-EXIT.
002900 1000-INITIALIZE-EXIT.
002901     EXIT.
002902*****************************************************************
002903* 1100-NOTE-PSEUDO-SOURCE -- KEEPS THE SOURCE CODE OF A         *
002904* REVERSAL (V) OR ROUNDING (D) REGISTRY ENTRY.                  *
002905*****************************************************************
002906 1100-NOTE-PSEUDO-SOURCE.
002907     IF SREF-REVERSAL
002908         MOVE SREF-SOURCE-CD TO WS-REV-SOURCE-CD
002909     END-IF.
002910     IF SREF-ROUNDING
002911         MOVE SREF-SOURCE-CD TO WS-RND-SOURCE-CD
002912     END-IF.
002913     PERFORM 1900-READ-SOURCE-REF THRU 1900-READ-SOURCE-REF-EXIT.
002914 1100-NOTE-PSEUDO-SOURCE-EXIT.
002915     EXIT.
002916*****************************************************************
002917* 1900-READ-SOURCE-REF -- READS ONE SRCREF RECORD, SETTING THE  *
002918* EOF SWITCH AT END.                                            *
002919*****************************************************************
002920 1900-READ-SOURCE-REF.
002921     READ SRC-REF-FILE
002922         AT END
002923             MOVE 'Y' TO WS-SREF-EOF-SW
002924     END-READ.
002925 1900-READ-SOURCE-REF-EXIT.
002926     EXIT.
002927*****************************************************************
002930* 2100-TALLY-TRANSIN -- ROLLS ONE FEED RECORD: EVERY TL         *
002940* TRAILER'S DETAIL COUNT AND TR-J HASH INTO THE INPUT SIDE OF   *
002950* THE PROOF.                                                    *
003210*****************************************************************
003220* 3100-TALLY-HISTORY -- KEEPS THE LAST RUN-HISTORY RECORD FOR   *
003230* THE CERTIFIED DATE (A RERUN APPENDS A NEWER ONE; THE LAST     *
003240* IS THE RUN THAT STOOD).  A BACKOUT MARKER FOR THE DATE        *
003242* RETIRES THE RECORD KEPT SO FAR IF IT NAMES THE SAME JOB --    *
003244* ONLY A RUN APPENDED AFTER THE MARKER CAN STAND.  EVERY RECORD *
003246* OF THE DATE ALSO GOES TO THE CYCLE TABLE.                     *
003250*****************************************************************
003260 3100-TALLY-HISTORY.
003261     IF RH-RUN-DATE = WS-BUS-DATE
003262         PERFORM 3200-NOTE-CYCLE THRU 3200-NOTE-CYCLE-EXIT
003263     END-IF.
003264     IF RH-RUN-DATE = WS-BUS-DATE
003265        AND RH-BACKOUT-MARKER
003266         IF RH-JOB-ID = WS-JOB-ID
003267             MOVE 'N' TO WS-HIST-FOUND-SW
003268         END-IF
003269         GO TO 3100-TALLY-HISTORY-NEXT
003270     END-IF.
003271     IF RH-RUN-DATE = WS-BUS-DATE
003280         MOVE 'Y' TO WS-HIST-FOUND-SW
003290         MOVE RH-JOB-ID           TO WS-JOB-ID
003300         MOVE RH-RECORDS-READ     TO WS-RH-READ
003350         ELSE
003360             MOVE ZERO TO WS-RH-REVERSED
003370         END-IF
003371         IF RH-RECORDS-DUP-REFUSED IS NUMERIC
003372             MOVE RH-RECORDS-DUP-REFUSED TO WS-RH-DUP-REFUSED
003373         ELSE
003374             MOVE ZERO TO WS-RH-DUP-REFUSED
003375         END-IF
003376         IF RH-RECORDS-QUARANTINED IS NUMERIC
003377             MOVE RH-RECORDS-QUARANTINED TO WS-RH-QUARANTINED
003378         ELSE
003379             MOVE ZERO TO WS-RH-QUARANTINED
003380         END-IF
003381         IF RH-BATCHES-QUARANTINED IS NUMERIC
003382             MOVE RH-BATCHES-QUARANTINED TO WS-RH-QUAR-BATCHES
003383         ELSE
003384             MOVE ZERO TO WS-RH-QUAR-BATCHES
003385         END-IF
003386         IF RH-SHARE-LINES IS NUMERIC
003387             MOVE RH-SHARE-LINES TO WS-RH-SHARE-LINES
003388         ELSE
003389             MOVE ZERO TO WS-RH-SHARE-LINES
003390         END-IF
003391         IF RH-REV-SHARE-LINES IS NUMERIC
003392             MOVE RH-REV-SHARE-LINES TO WS-RH-REV-SHARE-LINES
003393         ELSE
003394             MOVE ZERO TO WS-RH-REV-SHARE-LINES
003395         END-IF
003396         IF RH-RECORDS-HELD IS NUMERIC
003397             MOVE RH-RECORDS-HELD TO WS-RH-HELD
003398         ELSE
003399             MOVE ZERO TO WS-RH-HELD
003400         END-IF
003401         MOVE RH-J-TOTAL          TO WS-RH-J-TOTAL
003402         IF RH-CYCLE-NO-N IS NUMERIC AND RH-CYCLE-NO-N > ZERO
003403             MOVE RH-CYCLE-NO-N TO WS-CYCLE-NO
003404         ELSE
003405             MOVE 1 TO WS-CYCLE-NO
003406         END-IF
003407         IF RH-INTRADAY-CYCLE
003408             MOVE 'I' TO WS-CYCLE-KIND
003409         ELSE
003410             MOVE 'C' TO WS-CYCLE-KIND
003411         END-IF
003412     END-IF.
003413 3100-TALLY-HISTORY-NEXT.
003414     PERFORM 3900-READ-HISTORY THRU 3900-READ-HISTORY-EXIT.
003415 3100-TALLY-HISTORY-EXIT.
003416     EXIT.
003417*****************************************************************
003418* 3200-NOTE-CYCLE -- ENTERS ONE RUN-HISTORY RECORD OF THE DATE  *
003419* IN THE CYCLE TABLE.  A RUN REPLACES THE ENTRY OF ITS JOB ID   *
003420* (A RERUN) OR TAKES A NEW ONE; A BACKOUT MARKER TAKES ITS      *
003421* JOB'S ENTRY OUT OF STANDING.                                  *
003422*****************************************************************
003423 3200-NOTE-CYCLE.
003424     MOVE RH-JOB-ID TO WS-FIND-JOB-ID.
003425     PERFORM 3250-FIND-CYCLE THRU 3250-FIND-CYCLE-EXIT.
003426     IF RH-BACKOUT-MARKER
003427         IF WS-CYC-FOUND
003428             MOVE 'N' TO WS-CYC-STANDING (WS-CYC-SUB)
003429         END-IF
003430         GO TO 3200-NOTE-CYCLE-EXIT
003431     END-IF.
003432     IF NOT WS-CYC-FOUND
003433         IF WS-CYC-COUNT >= WS-CYC-MAX
003434             IF NOT WS-CYC-FULL
003435                 DISPLAY "DECBAL    - MORE THAN " WS-CYC-MAX
003436                         " CYCLES ON THE DATE, DAY TO DATE "
003437                         "INCOMPLETE"
003438                 MOVE 'Y' TO WS-CYC-FULL-SW
003439                 MOVE 'N' TO WS-DAY-PROVES-SW
003440             END-IF
003441             GO TO 3200-NOTE-CYCLE-EXIT
003442         END-IF
003443         ADD 1 TO WS-CYC-COUNT
003444         MOVE WS-CYC-COUNT TO WS-CYC-SUB
003445         MOVE RH-JOB-ID TO WS-CYC-JOB-ID (WS-CYC-SUB)
003446     END-IF.
003447     MOVE 'Y' TO WS-CYC-STANDING (WS-CYC-SUB).
003448     IF RH-CYCLE-NO-N IS NUMERIC AND RH-CYCLE-NO-N > ZERO
003449         MOVE RH-CYCLE-NO-N TO WS-CYC-NO (WS-CYC-SUB)
003450     ELSE
003451         MOVE 1 TO WS-CYC-NO (WS-CYC-SUB)
003452     END-IF.
003453     IF RH-INTRADAY-CYCLE
003454         MOVE 'I' TO WS-CYC-KIND (WS-CYC-SUB)
003455     ELSE
003456         MOVE 'C' TO WS-CYC-KIND (WS-CYC-SUB)
003457     END-IF.
003458     MOVE RH-RECORDS-READ     TO WS-CYC-READ (WS-CYC-SUB).
003459     MOVE RH-RECORDS-COMPUTED TO WS-CYC-COMPUTED (WS-CYC-SUB).
003460     IF RH-RECORDS-HELD IS NUMERIC
003461         MOVE RH-RECORDS-HELD TO WS-CYC-HELD (WS-CYC-SUB)
003462     ELSE
003463         MOVE ZERO TO WS-CYC-HELD (WS-CYC-SUB)
003464     END-IF.
003465     MOVE ZERO TO WS-CYC-AUD-OK (WS-CYC-SUB).
003466     MOVE ZERO TO WS-CYC-AUD-HELD (WS-CYC-SUB).
003467 3200-NOTE-CYCLE-EXIT.
003468     EXIT.
003469*****************************************************************
003470* 3250-FIND-CYCLE -- LOOKS UP THE CYCLE TABLE ENTRY OF THE JOB  *
003471* ID IN WS-FIND-JOB-ID, LEAVING WS-CYC-SUB ON IT WHEN FOUND.    *
003472*****************************************************************
003473 3250-FIND-CYCLE.
003474     MOVE 'N' TO WS-CYC-FOUND-SW.
003475     PERFORM 3260-TEST-ONE-CYCLE THRU 3260-TEST-ONE-CYCLE-EXIT
003476             VARYING WS-CYC-SUB FROM 1 BY 1
003477             UNTIL WS-CYC-SUB > WS-CYC-COUNT OR WS-CYC-FOUND.
003478     IF WS-CYC-FOUND
003479         SUBTRACT 1 FROM WS-CYC-SUB
003480     END-IF.
003481 3250-FIND-CYCLE-EXIT.
003482     EXIT.
003483*****************************************************************
003484* 3260-TEST-ONE-CYCLE -- MATCHES ONE CYCLE TABLE ENTRY.         *
003485*****************************************************************
003486 3260-TEST-ONE-CYCLE.
003487     IF WS-CYC-JOB-ID (WS-CYC-SUB) = WS-FIND-JOB-ID
003488         MOVE 'Y' TO WS-CYC-FOUND-SW
003489     END-IF.
003490 3260-TEST-ONE-CYCLE-EXIT.
003491     EXIT.
003492*****************************************************************
003493* 3900-READ-HISTORY -- READS ONE RUN-HISTORY RECORD, SETTING    *
003494* THE EOF SWITCH AT END.                                        *
003495*****************************************************************
003496 3900-READ-HISTORY.
003497     READ RUN-HIST-FILE
003498         AT END
003500             MOVE 'Y' TO WS-HIST-EOF-SW
003510     END-READ.
003520 3900-READ-HISTORY-EXIT.
003530     EXIT.
003540*****************************************************************
003550* 4100-TALLY-EXTRACT -- ROLLS ONE EXTRACT RECORD: GL DETAILS    *
003560* COUNTED AND HASHED (ROUNDING AND REVERSAL LINES NOTED         *
003570* SEPARATELY), TL TRAILER FIGURES KEPT FOR THE TIE.             *
003580*****************************************************************
003590 4100-TALLY-EXTRACT.
003600     EVALUATE GL-REC-TYPE
003660                             "OVERFLOW"
003670                     MOVE 'N' TO WS-DAY-PROVES-SW
003680             END-ADD
003690             IF GL-SOURCE-CD = WS-RND-SOURCE-CD
003700                 ADD 1 TO WS-GL-RND-LINES
003710             END-IF
003720             IF GL-SOURCE-CD = WS-REV-SOURCE-CD
003730                 ADD 1 TO WS-GL-REV-LINES
003740             END-IF
003750         WHEN "TL"
003990* A RUN REFUSED MARKER MEANS EVERYTHING COUNTED SO FAR FOR THE  *
004000* DATE BELONGS TO A REFUSED ATTEMPT THE RERUN RESTATED -- THE   *
004010* TALLIES RESET SO ONLY THE STANDING ATTEMPT'S LINES PROVE.     *
004012* A BACKED OUT MARKER RESETS THEM THE SAME WAY -- THE LINES     *
004014* ABOVE IT BELONG TO THE RUN DECBACK OFFSET.  THE LINES OF THE  *
004016* DATE'S OTHER CYCLES ARE TALLIED TO THE CYCLE TABLE.           *
004020*****************************************************************
004030 5100-TALLY-AUDIT.
004040     MOVE AUDIT-REC TO AUDIT-DETAIL-LINE.
004042     IF AUD-DATE IS NUMERIC AND AUD-DATE = WS-BUS-DATE
004044         PERFORM 5200-TALLY-CYCLE-AUDIT
004046                 THRU 5200-TALLY-CYCLE-AUDIT-EXIT
004048     END-IF.
004050     IF AUD-DATE IS NUMERIC AND AUD-DATE = WS-BUS-DATE
004060        AND AUD-JOB-ID = WS-JOB-ID
004070         EVALUATE AUD-STATUS
004110                 ADD 1 TO WS-AUD-SIZE-ERR
004120             WHEN "DIVIDE ERROR"
004130                 ADD 1 TO WS-AUD-DIV-ERR
004133             WHEN "HELD"
004136                 ADD 1 TO WS-AUD-HELD
004140             WHEN "RUN REFUSED"
004145             WHEN "BACKED OUT"
004150                 MOVE ZERO TO WS-AUD-OK
004160                 MOVE ZERO TO WS-AUD-SIZE-ERR
004170                 MOVE ZERO TO WS-AUD-DIV-ERR
004175                 MOVE ZERO TO WS-AUD-HELD
004180             WHEN OTHER
004190                 CONTINUE
004200         END-EVALUATE
004210     END-IF.
004220     PERFORM 5900-READ-AUDIT THRU 5900-READ-AUDIT-EXIT.
004230 5100-TALLY-AUDIT-EXIT.
004231     EXIT.
004232*****************************************************************
004233* 5200-TALLY-CYCLE-AUDIT -- COUNTS ONE AUDIT LINE OF THE DATE   *
004234* TO ITS JOB'S CYCLE TABLE ENTRY, RESETTING THE ENTRY'S TALLIES *
004235* AT A RUN REFUSED OR BACKED OUT MARKER AS ABOVE.               *
004236*****************************************************************
004237 5200-TALLY-CYCLE-AUDIT.
004238     MOVE AUD-JOB-ID TO WS-FIND-JOB-ID.
004239     PERFORM 3250-FIND-CYCLE THRU 3250-FIND-CYCLE-EXIT.
004240     IF NOT WS-CYC-FOUND
004241         GO TO 5200-TALLY-CYCLE-AUDIT-EXIT
004242     END-IF.
004243     EVALUATE AUD-STATUS
004244         WHEN "OK"
004245             ADD 1 TO WS-CYC-AUD-OK (WS-CYC-SUB)
004246         WHEN "HELD"
004247             ADD 1 TO WS-CYC-AUD-HELD (WS-CYC-SUB)
004248         WHEN "RUN REFUSED"
004249         WHEN "BACKED OUT"
004250             MOVE ZERO TO WS-CYC-AUD-OK (WS-CYC-SUB)
004251             MOVE ZERO TO WS-CYC-AUD-HELD (WS-CYC-SUB)
004252         WHEN OTHER
004253             CONTINUE
004254     END-EVALUATE.
004255 5200-TALLY-CYCLE-AUDIT-EXIT.
004256     EXIT.
004257*****************************************************************
004258* 5300-TALLY-QUARANTINE -- COUNTS THE CERTIFIED RUN'S RECORDS   *
004259* AND BATCHES ON THE QUARANTINE FILE, AND ROLLS THE DETAIL      *
004260* COUNT OF EVERY TL TRAILER HELD THERE -- THOSE DETAILS ARE IN  *
004261* THE TRANSIN TRAILER SUMS BUT WERE NEVER POSTED.               *
004262*****************************************************************
004263 5300-TALLY-QUARANTINE.
004264     IF QUAR-RUN-DATE IS NUMERIC AND QUAR-RUN-DATE = WS-BUS-DATE
004265        AND QUAR-JOB-ID = WS-JOB-ID
004266         ADD 1 TO WS-QUAR-RECORDS
004267         IF QUAR-BATCH-NO NOT = WS-QUAR-LAST-BATCH
004268             ADD 1 TO WS-QUAR-BATCHES
004269             MOVE QUAR-BATCH-NO TO WS-QUAR-LAST-BATCH
004270         END-IF
004271         IF QUAR-TR-TRAILER
004272            AND QUAR-TRL-DETAIL-COUNT IS NUMERIC
004273             ADD QUAR-TRL-DETAIL-COUNT TO WS-QUAR-TL-DETAILS
004274         END-IF
004275     END-IF.
004276     PERFORM 5950-READ-QUARANTINE THRU 5950-READ-QUARANTINE-EXIT.
004277 5300-TALLY-QUARANTINE-EXIT.
004278     EXIT.
004279*****************************************************************
004280* 5900-READ-AUDIT -- READS ONE AUDIT RECORD, SETTING THE EOF    *
004281* SWITCH AT END.                                                *
004282*****************************************************************
004290 5900-READ-AUDIT.
004300     READ AUDIT-FILE
004310         AT END
004340 5900-READ-AUDIT-EXIT.
004350     EXIT.
004360*****************************************************************
004361* 5950-READ-QUARANTINE -- READS ONE QUARANTINE RECORD, SETTING  *
004362* THE EOF SWITCH AT END.                                        *
004363*****************************************************************
004364 5950-READ-QUARANTINE.
004365     READ QUAR-FILE
004366         AT END
004367             MOVE 'Y' TO WS-QUAR-EOF-SW
004368     END-READ.
004369 5950-READ-QUARANTINE-EXIT.
004370     EXIT.
004371*****************************************************************
004372* 6000-PROVE-THE-DAY -- WRITES THE CERTIFICATE, ONE CROSS-FOOT  *
004380* PER LINE.  EVERY LINE MUST COME UP IN BALANCE OR THE DAY      *
004390* DOES NOT PROVE.                                               *
004400*****************************************************************
004410 6000-PROVE-THE-DAY.
004420     MOVE WS-JOB-ID TO RPT-JOB-ID.
004425     MOVE WS-CYCLE-NO TO RPT-CYCLE-NO.
004430     WRITE REPORT-REC FROM WS-RPT-HEADING-1.
004440     IF NOT WS-HIST-FOUND
004450         MOVE SPACES TO WS-COUNT-LINE
004560         WRITE REPORT-REC FROM WS-COUNT-LINE
004570         MOVE 'N' TO WS-DAY-PROVES-SW
004580     END-IF.
004590*    INPUT DETAILS NET OF THOSE QUARANTINED = COMPUTED
004595*    + REJECTED + REVERSED + HELD + DUPLICATE-REFUSED + ERRORS
004600     COMPUTE WS-RIGHT-SIDE = WS-RH-COMPUTED + WS-RH-REJECTED
004610         + WS-RH-REVERSED + WS-AUD-SIZE-ERR + WS-AUD-DIV-ERR
004620         + WS-RH-DUP-REFUSED + WS-RH-HELD.
004623     COMPUTE WS-LEFT-SIDE = WS-IN-DETAILS - WS-QUAR-TL-DETAILS.
004626     MOVE "NET TL DTLS = COMPUTED+REJ+REV+HELD+DUP+ERR"
004630         TO CNT-DESC.
004640     MOVE WS-LEFT-SIDE TO CNT-LEFT.
004650     MOVE WS-RIGHT-SIDE TO CNT-RIGHT.
004660     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
004670*    COMPUTED = GL DETAILS NET OF THE RND AND REV LINES AND OF
004675*    THE EXTRA SHARE LINES OF ALLOCATED RESULTS
004680     COMPUTE WS-RIGHT-SIDE = WS-GL-DETAILS
004690         - WS-GL-RND-LINES - WS-GL-REV-LINES
004700         - WS-RH-SHARE-LINES.
004705     MOVE "COMPUTED = GL DETAILS NET OF RND/REV/SHARES"
004710         TO CNT-DESC.
004720     MOVE WS-RH-COMPUTED TO CNT-LEFT.
004730     MOVE WS-RIGHT-SIDE TO CNT-RIGHT.
004740     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
004750*    REVERSED = REV LINES ON THE EXTRACT, NET OF THE EXTRA
004760*    SHARE LINES OF ALLOCATED REVERSALS
004765     MOVE "REVERSED = GL REV LINES NET OF SHARES" TO CNT-DESC.
004770     MOVE WS-RH-REVERSED TO CNT-LEFT.
004780     COMPUTE WS-RIGHT-SIDE = WS-GL-REV-LINES
004783         - WS-RH-REV-SHARE-LINES.
004786     MOVE WS-RIGHT-SIDE TO CNT-RIGHT.
004790     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
004800*    EXTRACT TRAILER COUNT = DETAILS ON THE FILE
004810     MOVE "GL TL COUNT = GL DETAILS ON FILE" TO CNT-DESC.
004870     MOVE WS-AUD-OK TO CNT-LEFT.
004880     MOVE WS-RH-COMPUTED TO CNT-RIGHT.
004890     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
004891*    HELD FOR REVIEW = AUDIT HELD LINES
004892     MOVE "HELD FOR REVIEW = AUDIT HELD LINES" TO CNT-DESC.
004893     MOVE WS-RH-HELD TO CNT-LEFT.
004894     MOVE WS-AUD-HELD TO CNT-RIGHT.
004895     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
004900*    AUDIT ERROR LINES, SHOWN SO THE CERTIFICATE EXPLAINS THE
004910*    GAP BETWEEN READ AND COMPUTED (INFORMATIONAL).
004920     MOVE "AUDIT SIZE/DIVIDE ERROR LINES" TO CNT-DESC.
004930     MOVE WS-AUD-SIZE-ERR TO CNT-LEFT.
004940     MOVE WS-AUD-DIV-ERR TO CNT-RIGHT.
004941     MOVE "NOTED" TO CNT-VERDICT.
004942     WRITE REPORT-REC FROM WS-COUNT-LINE.
004943*    QUARANTINED BATCHES AND RECORDS = THE QUARANTINE FILE
004944     MOVE "QUARANTINED BATCHES = QUARANTINE FILE" TO CNT-DESC.
004945     MOVE WS-RH-QUAR-BATCHES TO CNT-LEFT.
004946     MOVE WS-QUAR-BATCHES TO CNT-RIGHT.
004947     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
004948     MOVE "QUARANTINED RECORDS = QUARANTINE FILE" TO CNT-DESC.
004949     MOVE WS-RH-QUARANTINED TO CNT-LEFT.
004950     MOVE WS-QUAR-RECORDS TO CNT-RIGHT.
004951     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
004952*    THE QUARANTINED TL DETAILS NETTED OUT ABOVE, AGAINST ALL
004953*    THE INPUT TL DETAILS (INFORMATIONAL).
004954     MOVE "QUARANTINED TL DETAILS / INPUT TL DETAILS" TO CNT-DESC.
004955     MOVE WS-QUAR-TL-DETAILS TO CNT-LEFT.
004956     MOVE WS-IN-DETAILS TO CNT-RIGHT.
004957     MOVE "NOTED" TO CNT-VERDICT.
004960     WRITE REPORT-REC FROM WS-COUNT-LINE.
004970*    EXTRACT TRAILER HASH = SUM OF THE DETAILS
004980     MOVE "GL TL HASH = SUM OF GL DETAILS" TO AMT-DESC.
005300 6100-JUDGE-COUNTS-EXIT.
005310     EXIT.
005320*****************************************************************
005321* 6200-PROVE-DAY-TO-DATE -- FROM THE SECOND CYCLE OF A DATE ON, *
005322* LISTS THE DATE'S STANDING CYCLES AND PROVES THE DAY'S AUDIT   *
005323* OK AND HELD LINES AGAINST THE CYCLES' COMPUTED AND HELD       *
005324* COUNTS.  A SINGLE-CYCLE DATE IS PROVED BY THE LINES ABOVE.    *
005325*****************************************************************
005326 6200-PROVE-DAY-TO-DATE.
005327     IF WS-CYCLE-NO < 2
005328         GO TO 6200-PROVE-DAY-TO-DATE-EXIT
005329     END-IF.
005330     WRITE REPORT-REC FROM WS-DAY-HEAD.
005331     PERFORM 6210-LIST-ONE-CYCLE THRU 6210-LIST-ONE-CYCLE-EXIT
005332             VARYING WS-CYC-SUB FROM 1 BY 1
005333             UNTIL WS-CYC-SUB > WS-CYC-COUNT.
005334     MOVE SPACES TO WS-COUNT-LINE.
005335     MOVE "DAY AUDIT OK LINES = DAY COMPUTED" TO CNT-DESC.
005336     MOVE WS-DAY-AUD-OK TO CNT-LEFT.
005337     MOVE WS-DAY-COMPUTED TO CNT-RIGHT.
005338     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
005339     MOVE "DAY HELD FOR REVIEW = DAY AUDIT HELD LINES"
005340         TO CNT-DESC.
005341     MOVE WS-DAY-HELD TO CNT-LEFT.
005342     MOVE WS-DAY-AUD-HELD TO CNT-RIGHT.
005343     PERFORM 6100-JUDGE-COUNTS THRU 6100-JUDGE-COUNTS-EXIT.
005344     MOVE "STANDING CYCLES OF THE DATE" TO CNT-DESC.
005345     MOVE WS-DAY-CYCLES TO CNT-LEFT.
005346     MOVE WS-CYCLE-NO TO CNT-RIGHT.
005347     MOVE "NOTED" TO CNT-VERDICT.
005348     WRITE REPORT-REC FROM WS-COUNT-LINE.
005349 6200-PROVE-DAY-TO-DATE-EXIT.
005350     EXIT.
005351*****************************************************************
005352* 6210-LIST-ONE-CYCLE -- PRINTS ONE STANDING CYCLE AND ROLLS    *
005353* ITS FIGURES INTO THE DAY.                                     *
005354*****************************************************************
005355 6210-LIST-ONE-CYCLE.
005356     IF WS-CYC-STANDING (WS-CYC-SUB) NOT = 'Y'
005357         GO TO 6210-LIST-ONE-CYCLE-EXIT
005358     END-IF.
005359     ADD 1 TO WS-DAY-CYCLES.
005360     ADD WS-CYC-COMPUTED (WS-CYC-SUB) TO WS-DAY-COMPUTED.
005361     ADD WS-CYC-HELD (WS-CYC-SUB)     TO WS-DAY-HELD.
005362     ADD WS-CYC-AUD-OK (WS-CYC-SUB)   TO WS-DAY-AUD-OK.
005363     ADD WS-CYC-AUD-HELD (WS-CYC-SUB) TO WS-DAY-AUD-HELD.
005364     MOVE WS-CYC-NO (WS-CYC-SUB)       TO CYL-CYCLE.
005365     MOVE WS-CYC-JOB-ID (WS-CYC-SUB)   TO CYL-JOB-ID.
005366     IF WS-CYC-KIND (WS-CYC-SUB) = 'I'
005367         MOVE "INTRADAY" TO CYL-KIND-TEXT
005368     ELSE
005369         MOVE "CLOSE OF DAY" TO CYL-KIND-TEXT
005370     END-IF.
005371     MOVE WS-CYC-READ (WS-CYC-SUB)     TO CYL-READ.
005372     MOVE WS-CYC-COMPUTED (WS-CYC-SUB) TO CYL-COMPUTED.
005373     MOVE WS-CYC-HELD (WS-CYC-SUB)     TO CYL-HELD.
005374     MOVE WS-CYC-AUD-OK (WS-CYC-SUB)   TO CYL-AUD-OK.
005375     WRITE REPORT-REC FROM WS-CYCLE-LINE.
005376 6210-LIST-ONE-CYCLE-EXIT.
005377     EXIT.
005378*****************************************************************
005379* 7000-WRAP-UP -- WRITES THE CERTIFICATE FOOT AND SETS THE      *
005380* RETURN CODE THAT HOLDS THE DISTRIBUTION ON A BREAK.  AN       *
005381* INTRADAY CYCLE PROVES OR FAILS AS THE CYCLE, NOT THE DAY.     *
005382*****************************************************************
005383 7000-WRAP-UP.
005384     IF WS-DAY-PROVES AND WS-INTRADAY-CYCLE
005385         MOVE "THE CYCLE PROVES" TO FOOT-VERDICT
005386         DISPLAY "DECBAL    - CYCLE " WS-CYCLE-NO " PROVES"
005387         GO TO 7000-WRAP-UP-WRITE
005388     END-IF.
005389     IF WS-INTRADAY-CYCLE
005390         MOVE "THE CYCLE DOES NOT PROVE" TO FOOT-VERDICT
005391         DISPLAY "DECBAL    - CYCLE " WS-CYCLE-NO " DOES NOT "
005392                 "PROVE, DISTRIBUTION AND GL LOAD HELD"
005393         MOVE 8 TO RETURN-CODE
005394         GO TO 7000-WRAP-UP-WRITE
005395     END-IF.
005396     IF WS-DAY-PROVES
005397         MOVE "THE DAY PROVES" TO FOOT-VERDICT
005398         DISPLAY "DECBAL    - THE DAY PROVES"
005400     ELSE
005410         MOVE "THE DAY DOES NOT PROVE" TO FOOT-VERDICT
005420         DISPLAY "DECBAL    - THE DAY DOES NOT PROVE, "
005430                 "DISTRIBUTION AND GL LOAD HELD"
005440         MOVE 8 TO RETURN-CODE
005450     END-IF.
005455 7000-WRAP-UP-WRITE.
005460     WRITE REPORT-REC FROM WS-CERT-FOOT.
005470     CLOSE REPORT-FILE.
005480 7000-WRAP-UP-EXIT.
