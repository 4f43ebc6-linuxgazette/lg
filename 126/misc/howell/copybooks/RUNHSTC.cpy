000276*                 TO 88 BYTES (APPENDED AT THE END SO THE OLD   *
000277*                 FIELDS DID NOT MOVE); THE RUNHIST DATA SET    *
000278*                 MUST BE RE-ALLOCATED LRECL=88 ON CUTOVER.     *
000279* 09/08/2026 RH   APPENDED RH-RECORDS-DUP-REFUSED -- DETAILS    *
000280*                 OF BATCHES REFUSED AS DUPLICATE FEEDS ARE     *
000281*                 THEIR OWN CONTROL TOTAL.  THE RECORD GREW TO  *
000282*                 120 BYTES; THE SPARE FILLER AT THE END LEAVES *
000283*                 ROOM FOR THE NEXT CONTROL TOTAL WITHOUT       *
000284*                 ANOTHER RE-ALLOCATION.  THE RUNHIST DATA SET  *
000285*                 MUST BE RE-ALLOCATED LRECL=120 ON CUTOVER.    *
000286* 09/14/2026 RH   RH-RECORDS-QUARANTINED AND                    *
000287*                 RH-BATCHES-QUARANTINED TAKEN OUT OF THE SPARE *
000288*                 FILLER -- FAILED BATCHES HELD ON THE          *
000289*                 QUARANTINE FILE ARE THEIR OWN CONTROL TOTAL.  *
000290*                 THE RECORD STAYS 120 BYTES.                   *
000291* 09/21/2026 RH   RH-SHARE-LINES AND RH-REV-SHARE-LINES TAKEN   *
000292*                 OUT OF THE SPARE FILLER -- THE EXTRA EXTRACT  *
000293*                 DETAILS ALLOCREF SPLITS CUT BEYOND ONE PER    *
000294*                 RESULT (AND BEYOND ONE PER RV), SO DECBAL CAN *
000295*                 STILL TIE THE EXTRACT TO THE RESULT COUNTS.   *
000296*                 THE RECORD STAYS 120 BYTES.                   *
000297* 09/24/2026 RH   APPENDED RH-RECORDS-HELD -- RESULTS HELD ON   *
000298*                 THE REVPEND FILE FOR LARGE-VALUE REVIEW ARE   *
000299*                 THEIR OWN CONTROL TOTAL, NOT COMPUTED.  THE   *
000300*                 SPARE FILLER WAS USED UP, SO THE RECORD GREW  *
000301*                 TO 160 BYTES WITH NEW SPARE FILLER AT THE     *
000302*                 END; THE RUNHIST DATA SET MUST BE             *
000303*                 RE-ALLOCATED LRECL=160 ON CUTOVER.            *
000304* 09/28/2026 RH   RH-RUN-KIND TAKEN OUT OF THE SPARE FILLER.    *
000305*                 BLANK ON A NORMAL DECIMAL RUN; 'B' ON THE     *
000306*                 MARKER DECBACK APPENDS WHEN IT BACKS OUT A    *
000307*                 WHOLE BUSINESS DATE -- THE JOB AND RUN DATE   *
000308*                 NAME THE RUN BACKED OUT, THE COUNTS ARE ZERO, *
000309*                 AND DECBAL AND TRENDRPT DISREGARD THAT RUN'S  *
000310*                 EARLIER RECORD.  THE RECORD STAYS 160 BYTES.  *
000311* 10/05/2026 RH   RH-CYCLE-NO AND RH-CYCLE-KIND TAKEN OUT OF    *
000312*                 THE SPARE FILLER -- THE PROCESSING CYCLE OF   *
000313*                 THE BUSINESS DATE THE RUN WAS, AND 'I' FOR AN *
000314*                 INTRADAY CYCLE OR 'C' FOR THE CLOSE OF DAY.   *
000315*                 BLANK ON RECORDS WRITTEN BEFORE CYCLES, WHICH *
000316*                 READ AS A SINGLE CLOSE-OF-DAY CYCLE 01.  THE  *
000317*                 RECORD STAYS 160 BYTES.                       *
000318* 10/12/2026 RH   RH-STREAM-NO TAKEN OUT OF THE SPARE FILLER -- *
000319*                 THE SOURCE STREAM OF A SPLIT FEED A RECORD ON *
000320*                 A STREAM'S OWN RUN-HISTORY DATA SET CAME      *
000321*                 FROM (1-4).  BLANK ON THE PERMANENT DATA SET, *
000322*                 WHERE DECMERGE WRITES THE DAY'S ONE RECORD    *
000323*                 FOR ALL ITS STREAMS.  THE RECORD STAYS 160    *
000324*                 BYTES.                                        *
000325* 10/15/2026 RH   DECBACK ALSO WRITES ITS BACKED OUT MARKER,    *
000326*                 WITH RH-STREAM-NO SET, TO EACH STREAM'S RUN   *
000327*                 HISTORY WHEN IT BACKS OUT A CLOSE OF DAY RUN  *
000328*                 IN STREAMS, SO DECMERGE SETS ASIDE THE STREAM *
000329*                 RUNS IT BACKED OUT.  THE RECORD STAYS 160     *
000330*                 BYTES.                                        *
000331*****************************************************************
000332 01  RUN-HIST-REC.
000333     05  RH-JOB-ID               PIC X(08).
000334     05  FILLER                  PIC X(01).
000335     05  RH-RUN-DATE             PIC 9(08).
000336     05  FILLER                  PIC X(01).
000340     05  RH-RUN-TIME             PIC 9(08).
000350     05  FILLER                  PIC X(01).
000360     05  RH-RECORDS-READ         PIC 9(08).
000440     05  RH-RETURN-CODE          PIC 9(02).
000450     05  FILLER                  PIC X(01).
000460     05  RH-RECORDS-REVERSED     PIC 9(08).
000470     05  FILLER                  PIC X(01).
000480     05  RH-RECORDS-DUP-REFUSED  PIC 9(08).
000490     05  FILLER                  PIC X(01).
000500     05  RH-RECORDS-QUARANTINED  PIC 9(08).
000510     05  FILLER                  PIC X(01).
000520     05  RH-BATCHES-QUARANTINED  PIC 9(04).
000530     05  FILLER                  PIC X(01).
000540     05  RH-SHARE-LINES          PIC 9(06).
000550     05  FILLER                  PIC X(01).
000560     05  RH-REV-SHARE-LINES      PIC 9(05).
000570     05  FILLER                  PIC X(01).
000580     05  RH-RECORDS-HELD         PIC 9(08).
000590     05  FILLER                  PIC X(01).
000600     05  RH-RUN-KIND             PIC X(01).
000610         88  RH-NORMAL-RUN                       VALUE SPACE.
000620         88  RH-BACKOUT-MARKER                   VALUE 'B'.
000630     05  FILLER                  PIC X(01).
000640     05  RH-CYCLE-NO             PIC X(02).
000650     05  RH-CYCLE-NO-N REDEFINES RH-CYCLE-NO
000660                                 PIC 9(02).
000670     05  RH-CYCLE-KIND           PIC X(01).
000680         88  RH-INTRADAY-CYCLE                   VALUE 'I'.
000690         88  RH-CLOSE-CYCLE                      VALUE 'C' SPACE.
000700     05  FILLER                  PIC X(01).
000710     05  RH-STREAM-NO            PIC X(01).
000720     05  RH-STREAM-NO-N REDEFINES RH-STREAM-NO
000730                                 PIC 9(01).
000740     05  FILLER                  PIC X(23).
