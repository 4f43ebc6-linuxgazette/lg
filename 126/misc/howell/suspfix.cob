000560*              A MISSING CARD USES 15 DAYS AND ACCOUNT         *
000570*              99999997 / COST CENTER 999999.                  *
000580*                                                               *
000581*              THE RECYCLE BATCH'S HD DATE AND THE WRITE-OFF   *
000582*              DETAILS' POSTING DATE ARE THE RUN DATE, OR THE  *
000583*              FIRST B DAY OF THE NEXT OPEN FISCAL PERIOD WHEN *
000584*              THE RUN DATE'S PERIOD IS CLOSED (CALIN, THE     *
000585*              PROCESSING CALENDAR -- SEE CALNDRC).            *
000586*                                                               *
000590*              RETURN CODES: 0 = CLEAN                         *
000600*                            4 = ONE OR MORE CORRECTION CARDS  *
000610*                                MATCHED NO SUSPENSE RECORD,   *
000620*                                OR A DROP WAS HELD FOR        *
000630*                                MISSING AUTHORIZATION         *
000631*                                (OR THE RUN DATE IS NOT ON    *
000632*                                THE PROCESSING CALENDAR)      *
000633*                            8 = THE RUN DATE IS IN A CLOSED   *
000634*                                FISCAL PERIOD AND NO OPEN     *
000635*                                PERIOD FOLLOWS IT             *
000640*                                                               *
000650*---------------------------------------------------------------*
000660* MODIFICATION HISTORY                                         *
001100*                 REPORT, AND AGE UNDER THE RV'S OWN SOURCE      *
001110*                 CODE WITH ZERO VALUE.  ALSO RENUMBERED THE     *
001120*                 SEQUENCE COLUMN END TO END.                    *
001121* 09/16/2026 RH   FISCAL PERIODS.  LOADS THE PROCESSING CALENDAR *
001122*                 (CALIN) AND, WHEN THE RUN DATE FALLS IN A      *
001123*                 PERIOD PRDCLOSE HAS CLOSED, DATES THE RECYCLE  *
001124*                 BATCH'S HD AND POSTS THE WRITE-OFF DETAILS     *
001125*                 (GL-POST-DATE) ON THE FIRST B DAY OF THE NEXT  *
001126*                 OPEN PERIOD.                                   *
001130*****************************************************************
001140 IDENTIFICATION DIVISION.
001150 PROGRAM-ID. SUSPFIX.
001330     SELECT PARM-FILE ASSIGN TO SUSPPARM
001340         ORGANIZATION IS SEQUENTIAL.
001350     SELECT WOGL-FILE ASSIGN TO WOGLOUT
001353         ORGANIZATION IS SEQUENTIAL.
001356     SELECT CALENDAR-FILE ASSIGN TO CALIN
001360         ORGANIZATION IS SEQUENTIAL.
001370 DATA DIVISION.
001380 FILE SECTION.
002080 FD  WOGL-FILE
002090     RECORDING MODE IS F.
002100     COPY GLEXTRC.
002101*---------------------------------------------------------------*
002102* CALENDAR-FILE IS THE PROCESSING CALENDAR (CALNDRC COPYBOOK),  *
002103* LOADED AT START-UP FOR THE FISCAL PERIOD OF THE RUN DATE.     *
002104*---------------------------------------------------------------*
002105 FD  CALENDAR-FILE
002106     RECORDING MODE IS F.
002107     COPY CALNDRC.
002110 WORKING-STORAGE SECTION.
002120*---------------------------------------------------------------*
002130* SWITCHES                                                      *
002230         88  WS-PARM-EOF                         VALUE 'Y'.
002240     05  WS-AGE-FOUND-SW         PIC X(01)       VALUE 'N'.
002250         88  WS-AGE-FOUND                        VALUE 'Y'.
002252     05  WS-CAL-EOF-SW           PIC X(01)       VALUE 'N'.
002254         88  WS-CAL-EOF                          VALUE 'Y'.
002256     05  WS-CAL-FOUND-SW         PIC X(01)       VALUE 'N'.
002258         88  WS-CAL-FOUND                        VALUE 'Y'.
002260*---------------------------------------------------------------*
002270* CORRECTION CARD TABLE -- LOADED AT START-UP.  EACH CARD IS    *
002280* CONSUMED BY THE FIRST SUSPENSE RECORD THAT MATCHES ITS        *
002900 01  WS-ORIG-DATE-INT            PIC S9(08) COMP  VALUE ZERO.
002910 01  WS-AGE-DAYS                 PIC S9(05) COMP  VALUE ZERO.
002920 01  WS-AGE-CUR-SOURCE           PIC X(03)        VALUE SPACES.
002921*---------------------------------------------------------------*
002922* PROCESSING-CALENDAR TABLE AND THE RUN'S POSTING DATE.         *
002923*---------------------------------------------------------------*
002924 01  WS-POST-DATE                PIC 9(08)        VALUE ZERO.
002925 01  WS-CAL-LIMIT                PIC S9(04) COMP  VALUE 400.
002926 01  WS-CAL-COUNT                PIC S9(04) COMP  VALUE ZERO.
002927 01  WS-CAL-SUB                  PIC S9(04) COMP  VALUE ZERO.
002928 01  WS-CAL-PREV-DATE            PIC 9(08)        VALUE ZERO.
002929 01  WS-CAL-TABLE.
002930     05  WS-CAL-ENTRY            OCCURS 400 TIMES.
002931         10  WS-CAL-TBL-DATE     PIC 9(08).
002932         10  WS-CAL-TBL-TYPE     PIC X(01).
002933         10  WS-CAL-TBL-STATUS   PIC X(01).
002934*---------------------------------------------------------------*
002940* RV-IMAGE PARSE AREA -- A REASON-03/04 SUSPENSE IMAGE IS A     *
002950* TRANSRC RV RECORD, NOT A DT DETAIL.  MIRRORS TRANSRC'S        *
002960* TR-REVERSAL-DATA VIEW (THE COPYBOOK IS ALREADY COPIED INTO    *
004430     STOP RUN.
004440*****************************************************************
004450* 1000-INITIALIZE -- OPENS THE FILES, STAMPS THE RUN DATE,      *
004455* SETS THE DATE THE RUN POSTS ON,                               *
004460* WRITES THE REPORT HEADINGS, LOADS THE CORRECTION CARD TABLE   *
004470* AND PRIMES THE FIRST SUSPENSE READ.                           *
004480*****************************************************************
004490 1000-INITIALIZE.
004500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004510     PERFORM 1300-READ-SUSPPARM THRU 1300-READ-SUSPPARM-EXIT.
004513     PERFORM 1400-LOAD-CALENDAR THRU 1400-LOAD-CALENDAR-EXIT.
004516     PERFORM 1500-SET-POST-DATE THRU 1500-SET-POST-DATE-EXIT.
004520     COMPUTE WS-RUN-DATE-INT =
004530         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
004540     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
004590*    HEADER (SOURCE 'RCY' -- DECIMAL DOES NOT HOLD OUR OWN
004600*    PRIOR-EVENING BATCH TO ITS BUSINESS-DATE CHECK), THE
004610*    REPAIRED DT DETAILS, AND A TL TRAILER WRITTEN AT WRAP-UP.
004615*    ITS DATE IS THE POSTING DATE, NEVER IN A CLOSED PERIOD.
004620     MOVE SPACES      TO TRANS-REC.
004630     MOVE 'HD'        TO TR-REC-TYPE.
004640     MOVE 'RCY'       TO TR-HDR-SOURCE.
004650     MOVE WS-POST-DATE TO TR-HDR-BUS-DATE.
004660     WRITE TRANS-REC.
004670*    THE WRITE-OFF EXTRACT IS A BATCH LIKE THE DAILY ONE: AN
004680*    HD HEADER (JOB SUSPFIX), ONE GL DETAIL PER ACCEPTED DROP,
005560     DISPLAY "SUSPFIX   - AUTH THRESHOLD " WS-AUTH-AGE-DAYS
005570             " DAYS, WRITE-OFF ACCOUNT " WS-WRITEOFF-ACCT.
005580 1300-READ-SUSPPARM-EXIT.
005581     EXIT.
005582*****************************************************************
005583* 1400-LOAD-CALENDAR -- LOADS THE PROCESSING CALENDAR (CALNDRC) *
005584* INTO WS-CAL-TABLE, THE SAME WAY DECIMAL DOES.  UNREADABLE OR  *
005585* OUT-OF-ORDER RECORDS ARE REPORTED AND SKIPPED.                *
005586*****************************************************************
005587 1400-LOAD-CALENDAR.
005588     MOVE ZERO TO WS-CAL-PREV-DATE.
005589     OPEN INPUT CALENDAR-FILE.
005590     PERFORM 1410-READ-CALENDAR THRU 1410-READ-CALENDAR-EXIT.
005591     PERFORM 1420-LOAD-ONE-CAL THRU 1420-LOAD-ONE-CAL-EXIT
005592             UNTIL WS-CAL-EOF.
005593     CLOSE CALENDAR-FILE.
005594     DISPLAY "SUSPFIX   - CALENDAR DAYS LOADED: " WS-CAL-COUNT.
005595 1400-LOAD-CALENDAR-EXIT.
005596     EXIT.
005597*****************************************************************
005598* 1410-READ-CALENDAR -- READS ONE CALENDAR RECORD, SETTING THE  *
005599* EOF SWITCH AT END.                                            *
005600*****************************************************************
005601 1410-READ-CALENDAR.
005602     READ CALENDAR-FILE
005603         AT END
005604             MOVE 'Y' TO WS-CAL-EOF-SW
005605     END-READ.
005606 1410-READ-CALENDAR-EXIT.
005607     EXIT.
005608*****************************************************************
005609* 1420-LOAD-ONE-CAL -- LOADS ONE CALENDAR DAY INTO THE TABLE.   *
005610*****************************************************************
005611 1420-LOAD-ONE-CAL.
005612     IF CAL-DATE NOT NUMERIC
005613        OR (CAL-DAY-TYPE NOT = 'B' AND CAL-DAY-TYPE NOT = 'H'
005614            AND CAL-DAY-TYPE NOT = 'W')
005615        OR NOT (CAL-PERIOD-OPEN OR CAL-PERIOD-CLOSED)
005616         DISPLAY "SUSPFIX   - UNREADABLE CALENDAR RECORD SKIPPED"
005617         GO TO 1420-LOAD-ONE-CAL-READ
005618     END-IF.
005619     IF CAL-DATE NOT > WS-CAL-PREV-DATE
005620         DISPLAY "SUSPFIX   - CALENDAR DATE " CAL-DATE
005621                 " OUT OF ORDER, RECORD SKIPPED"
005622         GO TO 1420-LOAD-ONE-CAL-READ
005623     END-IF.
005624     IF WS-CAL-COUNT >= WS-CAL-LIMIT
005625         DISPLAY "SUSPFIX   - CALENDAR TABLE FULL, RECORD SKIPPED"
005626     ELSE
005627         ADD 1 TO WS-CAL-COUNT
005628         MOVE CAL-DATE     TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
005629         MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE (WS-CAL-COUNT)
005630         MOVE CAL-PERIOD-STATUS
005631                           TO WS-CAL-TBL-STATUS (WS-CAL-COUNT)
005632         MOVE CAL-DATE     TO WS-CAL-PREV-DATE
005633     END-IF.
005634 1420-LOAD-ONE-CAL-READ.
005635     PERFORM 1410-READ-CALENDAR THRU 1410-READ-CALENDAR-EXIT.
005636 1420-LOAD-ONE-CAL-EXIT.
005637     EXIT.
005638*****************************************************************
005639* 1500-SET-POST-DATE -- THE DATE THIS RUN'S RECYCLE BATCH AND   *
005640* WRITE-OFF DETAILS POST ON: THE RUN DATE, OR -- WHEN ITS       *
005641* FISCAL PERIOD IS CLOSED -- THE FIRST B DAY OF THE NEXT OPEN   *
005642* PERIOD.  A RUN DATE NOT ON THE CALENDAR POSTS AS IT IS        *
005643* (RC=4); NO OPEN PERIOD AHEAD OF A CLOSED ONE ENDS RC=8, WHICH *
005644* HOLDS THE HOLD SWAP AND THE WRITE-OFF LOAD.                   *
005645*****************************************************************
005646 1500-SET-POST-DATE.
005647     MOVE WS-RUN-DATE TO WS-POST-DATE.
005648     MOVE 'N' TO WS-CAL-FOUND-SW.
005649     MOVE ZERO TO WS-CAL-SUB.
005650     PERFORM 1510-TEST-CAL-ENTRY THRU 1510-TEST-CAL-ENTRY-EXIT
005651             UNTIL WS-CAL-FOUND
005652                OR WS-CAL-SUB >= WS-CAL-COUNT.
005653     IF NOT WS-CAL-FOUND
005654         DISPLAY "SUSPFIX   - RUN DATE " WS-RUN-DATE " IS NOT ON "
005655                 "THE CALENDAR, POSTED AS IT IS"
005656         MOVE 4 TO RETURN-CODE
005657         GO TO 1500-SET-POST-DATE-EXIT
005658     END-IF.
005659     IF WS-CAL-TBL-STATUS (WS-CAL-SUB) NOT = 'C'
005660         GO TO 1500-SET-POST-DATE-EXIT
005661     END-IF.
005662     MOVE 'N' TO WS-CAL-FOUND-SW.
005663     PERFORM 1520-NEXT-OPEN-DAY THRU 1520-NEXT-OPEN-DAY-EXIT
005664             UNTIL WS-CAL-FOUND
005665                OR WS-CAL-SUB >= WS-CAL-COUNT.
005666     IF NOT WS-CAL-FOUND
005667         DISPLAY "SUSPFIX   - NO OPEN PERIOD ON THE CALENDAR "
005668                 "AFTER " WS-RUN-DATE
005669         MOVE 8 TO RETURN-CODE
005670         GO TO 1500-SET-POST-DATE-EXIT
005671     END-IF.
005672     MOVE WS-CAL-TBL-DATE (WS-CAL-SUB) TO WS-POST-DATE.
005673     DISPLAY "SUSPFIX   - RUN DATE " WS-RUN-DATE " IS IN A "
005674             "CLOSED PERIOD, POSTING ON " WS-POST-DATE.
005675 1500-SET-POST-DATE-EXIT.
005676     EXIT.
005677*****************************************************************
005678* 1510-TEST-CAL-ENTRY -- TESTS THE NEXT CALENDAR ENTRY AGAINST  *
005679* THE RUN DATE.                                                 *
005680*****************************************************************
005681 1510-TEST-CAL-ENTRY.
005682     ADD 1 TO WS-CAL-SUB.
005683     IF WS-CAL-TBL-DATE (WS-CAL-SUB) = WS-RUN-DATE
005684         MOVE 'Y' TO WS-CAL-FOUND-SW
005685     END-IF.
005686 1510-TEST-CAL-ENTRY-EXIT.
005687     EXIT.
005688*****************************************************************
005689* 1520-NEXT-OPEN-DAY -- STEPS THE CALENDAR FORWARD ONE DAY,     *
005690* STOPPING ON A B DAY WHOSE FISCAL PERIOD IS NOT CLOSED.        *
005691*****************************************************************
005692 1520-NEXT-OPEN-DAY.
005693     ADD 1 TO WS-CAL-SUB.
005694     IF WS-CAL-TBL-TYPE (WS-CAL-SUB) = 'B'
005695        AND WS-CAL-TBL-STATUS (WS-CAL-SUB) NOT = 'C'
005696         MOVE 'Y' TO WS-CAL-FOUND-SW
005697     END-IF.
005698 1520-NEXT-OPEN-DAY-EXIT.
005699     EXIT.
005700*****************************************************************
005701* 2000-PROCESS-SUSPENSE -- WORKS ONE SUSPENSE RECORD: FINDS AN  *
005702* UNUSED CORRECTION CARD MATCHING THE ORIGINAL I/J VALUES AND   *
005703* ROUTES THE RECORD TO RECYCLE, DROP OR CARRY-FORWARD.  AN RV   *
005704* IMAGE (REASON 03/04) HAS NO I/J AND CARRIES FORWARD DIRECT.   *
005705*****************************************************************
005706 2000-PROCESS-SUSPENSE.
005707     PERFORM 2800-COMPUTE-AGE THRU 2800-COMPUTE-AGE-EXIT.
005708*    A REASON-03/04 RECORD HOLDS AN RV IMAGE -- THE DT-VIEW
005709*    I/J FIELDS ARE NOT NUMERIC THERE, SO IT NEVER REACHES
005710*    THE I/J CARD MATCH OR THE WRITE-OFF PATH.
005711     IF SUSP-TR-REC-TYPE = 'RV'
005720         PERFORM 2450-CARRY-FORWARD-RV
005730                 THRU 2450-CARRY-FORWARD-RV-EXIT
005740         GO TO 2000-PROCESS-SUSPENSE-READ
006890     MOVE SPACES             TO GL-EXTRACT-REC.
006900     MOVE 'GL'               TO GL-REC-TYPE.
006910     MOVE 'SUSPFIX '         TO GL-JOB-ID.
006920     MOVE WS-POST-DATE       TO GL-POST-DATE.
006930     MOVE SUSP-TR-I          TO GL-SOURCE-I.
006940     MOVE SUSP-TR-J          TO GL-AMOUNT.
006950     MOVE WS-WRITEOFF-ACCT   TO GL-ACCOUNT.
008920     IF WS-CARDS-UNUSED > ZERO
008930         DISPLAY "SUSPFIX   - CORRECTION CARDS NOT MATCHED: "
008940                 WS-CARDS-UNUSED
008950         IF RETURN-CODE < 4
008953             MOVE 4 TO RETURN-CODE
008956         END-IF
008960     END-IF.
008970     IF WS-DROPS-REFUSED > ZERO
008980         DISPLAY "SUSPFIX   - DROPS HELD FOR MISSING "
008990                 "AUTHORIZATION: " WS-DROPS-REFUSED
009000         IF RETURN-CODE < 4
009003             MOVE 4 TO RETURN-CODE
009006         END-IF
009010     END-IF.
009020*    CLOSE THE 'RCY' BATCH: THE TL TRAILER CARRIES THE DETAIL
009030*    COUNT AND TR-J HASH DECIMAL WILL RECONCILE BEFORE IT
