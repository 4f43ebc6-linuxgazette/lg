000330*                            8 = A BATCH IS PARTIAL OR NOT     *
000340*                                POSTED, OR AN ACKNOWLEDGMENT  *
000350*                                MATCHES NO EXTRACT BATCH      *
000351*                                                              *
000352*              EVERY BATCH PROVED POSTED IS ALSO APPENDED TO   *
000353*              THE PROOF LOG (RECONLOG, GLACKRC LAYOUT), SO    *
000354*              THE PROOF OUTLIVES THE ACK FILE THE NEXT GL     *
000355*              LOAD REPLACES.  A BATCH THE ACK FILE NO LONGER  *
000356*              CARRIES BUT THE LOG ALREADY PROVED (SAME JOB,   *
000357*              RUN DATE, COUNT AND HASH) REPORTS PROVED        *
000358*              EARLIER AND IS NOT A BREAK.  DECBACK READS THE  *
000359*              LOG BEFORE IT WILL BACK OUT A BUSINESS DATE.    *
000360*                                                               *
000370*---------------------------------------------------------------*
000380* MODIFICATION HISTORY                                         *
000400* DATE       INIT DESCRIPTION                                  *
000410*---------------------------------------------------------------*
000420* 08/20/2026 RH   ORIGINAL PROGRAM.                             *
000421* 09/28/2026 RH   ADDED THE RECONLOG PROOF LOG: BATCHES PROVED  *
000422*                 POSTED ARE APPENDED TO IT, AND A BATCH NOT ON *
000423*                 THE ACK FILE BUT ALREADY ON THE LOG REPORTS   *
000424*                 PROVED EARLIER WITHOUT A BREAK -- THE DECBACK *
000425*                 JOB PROVES THE DAY'S EXTRACT BEFORE ITS OWN   *
000426*                 GL LOAD REPLACES THE ACK FILE.                *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. GLRECON.
000550     SELECT ACK-FILE ASSIGN TO GLACKIN
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT REPORT-FILE ASSIGN TO RECONRPT
000573         ORGANIZATION IS SEQUENTIAL.
000576     SELECT RECON-LOG-FILE ASSIGN TO RECONLOG
000580         ORGANIZATION IS SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000800 FD  REPORT-FILE
000810     RECORDING MODE IS F.
000820 01  REPORT-REC                  PIC X(132).
000821*---------------------------------------------------------------*
000822* RECON-LOG-FILE IS THE PERMANENT PROOF LOG, ONE GLACKRC-LAYOUT *
000823* RECORD PER BATCH EVER PROVED POSTED (DISP=MOD).  READ FIRST,  *
000824* THEN EXTENDED WITH THIS RUN'S PROOFS.                         *
000825*---------------------------------------------------------------*
000826 FD  RECON-LOG-FILE
000827     RECORDING MODE IS F.
000828 01  RECON-LOG-REC               PIC X(080).
000830 WORKING-STORAGE SECTION.
000840*---------------------------------------------------------------*
000850* SWITCHES                                                      *
000950         88  WS-BAT-FOUND                        VALUE 'Y'.
000960     05  WS-BREAK-SW             PIC X(01)       VALUE 'N'.
000970         88  WS-BREAK-FOUND                      VALUE 'Y'.
000973     05  WS-LOG-EOF-SW           PIC X(01)       VALUE 'N'.
000976         88  WS-LOG-EOF                          VALUE 'Y'.
000980*---------------------------------------------------------------*
000990* EXTRACT-BATCH TABLE.  ONE ENTRY PER HD/TL BATCH ON THE        *
001000* EXTRACT, CARRYING THE TRAILER'S CONTROL FIGURES AND, ONCE     *
001140         10  WS-BAT-ACK-COUNT    PIC S9(09) COMP.
001150         10  WS-BAT-ACK-HASH     PIC S9(15)V9(04) COMP-3.
001160         10  WS-BAT-ACK-STATUS   PIC X(02).
001161         10  WS-BAT-POST-DATE    PIC 9(08).
001162         10  WS-BAT-POST-TIME    PIC 9(08).
001163         10  WS-BAT-PROVED-SW    PIC X(01).
001164             88  WS-BAT-PROVED-EARLIER           VALUE 'Y'.
001165         10  WS-BAT-LOG-SW       PIC X(01).
001166             88  WS-BAT-TO-LOG                   VALUE 'Y'.
001167*---------------------------------------------------------------*
001168* PROOF-LOG RECORD AREA.  MIRRORS GLACKRC (THE COPYBOOK IS      *
001169* ALREADY COPIED INTO THE ACK-FILE FD) -- KEEP IT IN STEP.      *
001170*---------------------------------------------------------------*
001171 01  WS-PROOF-REC.
001172     05  PRF-REC-TYPE            PIC X(02).
001173     05  PRF-JOB-ID              PIC X(08).
001174     05  PRF-RUN-DATE            PIC 9(08).
001175     05  PRF-POST-DATE           PIC 9(08).
001176     05  PRF-POST-TIME           PIC 9(08).
001177     05  PRF-DETAILS-POSTED      PIC 9(09).
001178     05  PRF-AMOUNT-HASH         PIC S9(15)V9(04).
001179     05  PRF-STATUS              PIC X(02).
001180     05  FILLER                  PIC X(16).
001181*---------------------------------------------------------------*
001182* CONTROL TOTALS                                                *
001190*---------------------------------------------------------------*
001200 01  WS-COUNTERS.
001210     05  WS-ACKS-READ            PIC S9(08) COMP  VALUE ZERO.
001230     05  WS-BATCHES-POSTED       PIC S9(08) COMP  VALUE ZERO.
001240     05  WS-BATCHES-PARTIAL      PIC S9(08) COMP  VALUE ZERO.
001250     05  WS-BATCHES-UNPOSTED     PIC S9(08) COMP  VALUE ZERO.
001252     05  WS-BATCHES-EARLIER      PIC S9(08) COMP  VALUE ZERO.
001254     05  WS-PROOFS-READ          PIC S9(08) COMP  VALUE ZERO.
001256     05  WS-PROOFS-LOGGED        PIC S9(08) COMP  VALUE ZERO.
001260*---------------------------------------------------------------*
001270* REPORT WORK AREAS                                             *
001280*---------------------------------------------------------------*
001590     05  FILLER                  PIC X(02)       VALUE SPACES.
001600     05  DTL-ACK-HASH            PIC ---------------9.9999.
001610     05  FILLER                  PIC X(02)       VALUE SPACES.
001620     05  DTL-RESULT              PIC X(14).
001630     05  FILLER                  PIC X(025)      VALUE SPACES.
001640 01  WS-RPT-TRAILER.
001650     05  FILLER                  PIC X(009)
001660             VALUE "POSTED   ".
001740     05  FILLER                  PIC X(018)
001750             VALUE "  ACKS UNMATCHED  ".
001760     05  TRL-UNMATCHED           PIC ZZZZZZZ9.
001770     05  FILLER                  PIC X(018)
001772             VALUE "  PROVED EARLIER  ".
001774     05  TRL-EARLIER             PIC ZZZZZZZ9.
001776     05  FILLER                  PIC X(022)      VALUE SPACES.
001780 PROCEDURE DIVISION.
001790*****************************************************************
001800* 0000-MAINLINE                                                *
001840     PERFORM 1200-COLLECT-ONE THRU 1200-COLLECT-ONE-EXIT
001850             UNTIL WS-GLX-EOF.
001860     CLOSE GL-EXTRACT-FILE.
001865     PERFORM 1500-READ-PROOF-LOG THRU 1500-READ-PROOF-LOG-EXIT.
001870     PERFORM 2000-MATCH-ONE-ACK THRU 2000-MATCH-ONE-ACK-EXIT
001880             UNTIL WS-ACK-EOF.
001890     CLOSE ACK-FILE.
002450                 MOVE ZERO TO WS-BAT-ACK-HASH (WS-BAT-COUNT)
002460                 MOVE SPACES
002470                     TO WS-BAT-ACK-STATUS (WS-BAT-COUNT)
002472                 MOVE ZERO TO WS-BAT-POST-DATE (WS-BAT-COUNT)
002474                 MOVE ZERO TO WS-BAT-POST-TIME (WS-BAT-COUNT)
002476                 MOVE 'N' TO WS-BAT-PROVED-SW (WS-BAT-COUNT)
002478                 MOVE 'N' TO WS-BAT-LOG-SW (WS-BAT-COUNT)
002480             END-IF
002490         WHEN "TL"
002500             IF WS-BATCH-OPEN
002630     END-EVALUATE.
002640     PERFORM 1100-READ-EXTRACT THRU 1100-READ-EXTRACT-EXIT.
002650 1200-COLLECT-ONE-EXIT.
002651     EXIT.
002652*****************************************************************
002653* 1500-READ-PROOF-LOG -- READS THE PROOF LOG ONCE AND MARKS     *
002654* EVERY EXTRACT BATCH IT ALREADY PROVED POSTED.                 *
002655*****************************************************************
002656 1500-READ-PROOF-LOG.
002657     IF WS-BAT-COUNT = ZERO
002658         GO TO 1500-READ-PROOF-LOG-EXIT
002659     END-IF.
002660     OPEN INPUT RECON-LOG-FILE.
002661     PERFORM 1510-READ-PROOF THRU 1510-READ-PROOF-EXIT.
002662     PERFORM 1600-NOTE-ONE-PROOF THRU 1600-NOTE-ONE-PROOF-EXIT
002663             UNTIL WS-LOG-EOF.
002664     CLOSE RECON-LOG-FILE.
002665     DISPLAY "GLRECON   - PROOF LOG RECORDS READ: "
002666             WS-PROOFS-READ.
002667 1500-READ-PROOF-LOG-EXIT.
002668     EXIT.
002669*****************************************************************
002670* 1510-READ-PROOF -- READS ONE PROOF-LOG RECORD, SETTING THE    *
002671* EOF SWITCH AT END.                                            *
002672*****************************************************************
002673 1510-READ-PROOF.
002674     READ RECON-LOG-FILE INTO WS-PROOF-REC
002675         AT END
002676             MOVE 'Y' TO WS-LOG-EOF-SW
002677     END-READ.
002678     IF NOT WS-LOG-EOF
002679         ADD 1 TO WS-PROOFS-READ
002680     END-IF.
002681 1510-READ-PROOF-EXIT.
002682     EXIT.
002683*****************************************************************
002684* 1600-NOTE-ONE-PROOF -- MARKS THE EXTRACT BATCH THIS PROOF     *
002685* NAMES, IF ITS CONTROL FIGURES STILL AGREE WITH THE TRAILER.   *
002686*****************************************************************
002687 1600-NOTE-ONE-PROOF.
002688     IF PRF-REC-TYPE NOT = 'AK'
002689        OR PRF-STATUS NOT = 'OK'
002690         GO TO 1600-NOTE-ONE-PROOF-NEXT
002691     END-IF.
002692     MOVE ZERO TO WS-BAT-SUB.
002693     PERFORM 1610-TEST-ONE-PROOF THRU 1610-TEST-ONE-PROOF-EXIT
002694             UNTIL WS-BAT-SUB >= WS-BAT-COUNT.
002695 1600-NOTE-ONE-PROOF-NEXT.
002696     PERFORM 1510-READ-PROOF THRU 1510-READ-PROOF-EXIT.
002697 1600-NOTE-ONE-PROOF-EXIT.
002698     EXIT.
002699*****************************************************************
002700* 1610-TEST-ONE-PROOF -- TESTS THE NEXT BATCH-TABLE ENTRY       *
002701* AGAINST THE CURRENT PROOF (JOB ID, RUN DATE, COUNT, HASH).    *
002702*****************************************************************
002703 1610-TEST-ONE-PROOF.
002704     ADD 1 TO WS-BAT-SUB.
002705     IF WS-BAT-JOB-ID (WS-BAT-SUB) = PRF-JOB-ID
002706        AND WS-BAT-RUN-DATE (WS-BAT-SUB) = PRF-RUN-DATE
002707        AND WS-BAT-TRL-COUNT (WS-BAT-SUB) = PRF-DETAILS-POSTED
002708        AND WS-BAT-TRL-HASH (WS-BAT-SUB) = PRF-AMOUNT-HASH
002709         MOVE 'Y' TO WS-BAT-PROVED-SW (WS-BAT-SUB)
002710     END-IF.
002711 1610-TEST-ONE-PROOF-EXIT.
002712     EXIT.
002713*****************************************************************
002714* 1900-READ-ACK -- READS ONE ACKNOWLEDGMENT RECORD, SETTING     *
002715* THE EOF SWITCH AT END AND COUNTING EVERY RECORD READ.         *
002716*****************************************************************
002717 1900-READ-ACK.
002720     READ ACK-FILE
002730         AT END
002740             MOVE 'Y' TO WS-ACK-EOF-SW
003030             TO WS-BAT-ACK-HASH (WS-BAT-SUB)
003040         MOVE ACK-STATUS
003050             TO WS-BAT-ACK-STATUS (WS-BAT-SUB)
003052         MOVE ACK-POST-DATE
003054             TO WS-BAT-POST-DATE (WS-BAT-SUB)
003056         MOVE ACK-POST-TIME
003058             TO WS-BAT-POST-TIME (WS-BAT-SUB)
003060     ELSE
003070         DISPLAY "GLRECON   - ACK FOR JOB " ACK-JOB-ID
003080                 " DATE " ACK-RUN-DATE
003300* 3000-REPORT-BATCHES -- ONE LINE PER EXTRACT BATCH WITH THE    *
003310* LEDGER'S ANSWER: POSTED (COUNT AND HASH AGREE, STATUS OK),    *
003320* PARTIAL (ACKNOWLEDGED BUT SHORT), NOT POSTED (REFUSED OR      *
003330* NEVER ACKNOWLEDGED).  ANYTHING SHORT OF POSTED IS A BREAK,    *
003333* EXCEPT A BATCH NOT ACKNOWLEDGED THAT THE PROOF LOG ALREADY    *
003336* PROVED -- THAT REPORTS PROVED EARLIER.                        *
003340*****************************************************************
003350 3000-REPORT-BATCHES.
003360     IF WS-BAT-COUNT = ZERO
003550     MOVE WS-BAT-TRL-HASH (WS-BAT-SUB)  TO DTL-TRL-HASH.
003560     MOVE WS-BAT-ACK-HASH (WS-BAT-SUB)  TO DTL-ACK-HASH.
003570     IF NOT WS-BAT-ACKED (WS-BAT-SUB)
003580         IF WS-BAT-PROVED-EARLIER (WS-BAT-SUB)
003590             MOVE "PROVED EARLIER" TO DTL-RESULT
003600             ADD 1 TO WS-BATCHES-EARLIER
003601         ELSE
003602             MOVE "NOT POSTED" TO DTL-RESULT
003603             ADD 1 TO WS-BATCHES-UNPOSTED
003604             MOVE 'Y' TO WS-BREAK-SW
003605         END-IF
003610     ELSE
003620         IF WS-BAT-ACK-STATUS (WS-BAT-SUB) = 'OK'
003630            AND WS-BAT-ACK-COUNT (WS-BAT-SUB) =
003660                 WS-BAT-TRL-HASH (WS-BAT-SUB)
003670             MOVE "POSTED" TO DTL-RESULT
003680             ADD 1 TO WS-BATCHES-POSTED
003682             IF NOT WS-BAT-PROVED-EARLIER (WS-BAT-SUB)
003684                 MOVE 'Y' TO WS-BAT-LOG-SW (WS-BAT-SUB)
003686             END-IF
003690         ELSE
003700             IF WS-BAT-ACK-STATUS (WS-BAT-SUB) = 'RJ'
003710                 MOVE "NOT POSTED" TO DTL-RESULT
003840 3100-REPORT-ONE-EXIT.
003850     EXIT.
003860*****************************************************************
003870* 4000-WRAP-UP -- LOGS THIS RUN'S PROOFS, WRITES THE            *
003880* CONTROL-TOTAL TRAILER, SETS THE BREAK RETURN CODE THAT HOLDS  *
003890* THE NEXT RUN, AND CLOSES THE REPORT.                          *
003900*****************************************************************
003910 4000-WRAP-UP.
003915     PERFORM 4100-LOG-PROOFS THRU 4100-LOG-PROOFS-EXIT.
003920     MOVE WS-BATCHES-POSTED   TO TRL-POSTED.
003930     MOVE WS-BATCHES-PARTIAL  TO TRL-PARTIAL.
003940     MOVE WS-BATCHES-UNPOSTED TO TRL-UNPOSTED.
003950     MOVE WS-ACKS-UNMATCHED   TO TRL-UNMATCHED.
003955     MOVE WS-BATCHES-EARLIER  TO TRL-EARLIER.
003960     WRITE REPORT-REC FROM WS-RPT-TRAILER.
003970     DISPLAY "GLRECON   - " WS-RPT-TRAILER.
003980     IF WS-BREAK-FOUND
004030     CLOSE REPORT-FILE.
004040 4000-WRAP-UP-EXIT.
004050     EXIT.
004060*****************************************************************
004070* 4100-LOG-PROOFS -- APPENDS ONE PROOF-LOG RECORD PER BATCH     *
004080* PROVED POSTED THIS RUN.                                       *
004090*****************************************************************
004100 4100-LOG-PROOFS.
004110     IF WS-BATCHES-POSTED = ZERO
004120         GO TO 4100-LOG-PROOFS-EXIT
004130     END-IF.
004140     OPEN EXTEND RECON-LOG-FILE.
004150     MOVE ZERO TO WS-BAT-SUB.
004160     PERFORM 4200-LOG-ONE THRU 4200-LOG-ONE-EXIT
004170             UNTIL WS-BAT-SUB >= WS-BAT-COUNT.
004180     CLOSE RECON-LOG-FILE.
004190     DISPLAY "GLRECON   - PROOFS LOGGED: " WS-PROOFS-LOGGED.
004200 4100-LOG-PROOFS-EXIT.
004210     EXIT.
004220*****************************************************************
004230* 4200-LOG-ONE -- WRITES THE NEXT BATCH'S PROOF, IF IT WAS      *
004240* PROVED POSTED THIS RUN.                                       *
004250*****************************************************************
004260 4200-LOG-ONE.
004270     ADD 1 TO WS-BAT-SUB.
004280     IF NOT WS-BAT-TO-LOG (WS-BAT-SUB)
004290         GO TO 4200-LOG-ONE-EXIT
004300     END-IF.
004310     MOVE SPACES                         TO WS-PROOF-REC.
004320     MOVE 'AK'                           TO PRF-REC-TYPE.
004330     MOVE WS-BAT-JOB-ID (WS-BAT-SUB)     TO PRF-JOB-ID.
004340     MOVE WS-BAT-RUN-DATE (WS-BAT-SUB)   TO PRF-RUN-DATE.
004350     MOVE WS-BAT-POST-DATE (WS-BAT-SUB)  TO PRF-POST-DATE.
004360     MOVE WS-BAT-POST-TIME (WS-BAT-SUB)  TO PRF-POST-TIME.
004370     MOVE WS-BAT-ACK-COUNT (WS-BAT-SUB)  TO PRF-DETAILS-POSTED.
004380     MOVE WS-BAT-ACK-HASH (WS-BAT-SUB)   TO PRF-AMOUNT-HASH.
004390     MOVE 'OK'                           TO PRF-STATUS.
004400     WRITE RECON-LOG-REC FROM WS-PROOF-REC.
004410     ADD 1 TO WS-PROOFS-LOGGED.
004420 4200-LOG-ONE-EXIT.
004430     EXIT.
