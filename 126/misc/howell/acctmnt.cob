000489*                           AHEAD), SO THE DATE SAYS WHICH     *
000490*                           ONE THE CARD MEANS.  TO MOVE AN    *
000491*                           EFFECTIVE DATE, DELETE AND RE-ADD. *
000492*                COL 46-55  REVIEW LIMIT, WHOLE BASE UNITS     *
000493*                           (A/C) -- A RESULT IN THE RANGE     *
000494*                           WHOSE SIZE EXCEEDS IT IS HELD FOR  *
000495*                           LARGE-VALUE REVIEW.  BLANK OR ZERO *
000496*                           ON AN ADD IS NO REVIEW; BLANK ON A *
000497*                           CHANGE LEAVES THE LIMIT ON FILE.   *
000498*                                                               *
000500*              RETURN CODES: 0 = CLEAN, NEW FILE MAY BE        *
000510*                                SWAPPED IN                    *
000520*                            4 = CLEAN, BUT GAPS REMAIN THAT   *
000655*                 FILE ORDER, LEAVING THE FUTURE-DATED COPY      *
000656*                 UNREACHABLE.  ALSO WIDENED TRAN-REC'S          *
000657*                 TRAILING FILLER TO FILL THE 80-BYTE CARD.      *
000658* 09/24/2026 RH   THE LARGE-VALUE REVIEW LIMIT (COL 46-55),      *
000659*                 CARRIED ON THE RANGE AND PRINTED ON THE        *
000660*                 BEFORE/AFTER LISTS.                            *
000661*****************************************************************
000662 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. ACCTMNT.
000680 AUTHOR. R. HOWELL.
000690 INSTALLATION. LINUX GAZETTE DATA CENTER.
001080     05  TRN-COST-CENTER         PIC X(06).
001090     05  FILLER                  PIC X(01).
001100     05  TRN-EFF-DATE            PIC X(08).
001110     05  FILLER                  PIC X(01).
001113     05  TRN-REVIEW-LIMIT        PIC X(10).
001116     05  FILLER                  PIC X(25).
001120*---------------------------------------------------------------*
001130* ACCT-NEW-FILE IS THE MAINTAINED FILE, WRITTEN IN THE ACCTREF  *
001140* LAYOUT.  THE JOB STREAM SWAPS IT OVER THE PRODUCTION FILE     *
001705 01  WS-SCAN-SUB                 PIC S9(04) COMP  VALUE ZERO.
001710 01  WS-SHIFT-SUB                PIC S9(04) COMP  VALUE ZERO.
001715 01  WS-CARD-EFF-DATE            PIC 9(08)        VALUE ZERO.
001717 01  WS-CARD-REVIEW-LIMIT        PIC 9(10)        VALUE ZERO.
001720 01  WS-ACCT-TABLE.
001730     05  WS-ACCT-ENTRY           OCCURS 200 TIMES.
001740         10  WS-TBL-LOW-I        PIC S9(08).
001760         10  WS-TBL-ACCOUNT      PIC X(08).
001770         10  WS-TBL-COST-CTR     PIC X(06).
001780         10  WS-TBL-EFF-DATE     PIC 9(08).
001785         10  WS-TBL-REVIEW-LIMIT PIC 9(10).
001790*---------------------------------------------------------------*
001800* SORTED-ORDER INDEX FOR THE GAP ANALYSIS -- THE TABLE ITSELF   *
001810* STAYS IN FILE ORDER.                                          *
002320     05  FILLER                  PIC X(010)      VALUE "ACCOUNT".
002330     05  FILLER                  PIC X(009)      VALUE "COST CTR".
002340     05  FILLER                  PIC X(010)      VALUE "EFF DATE".
002350     05  FILLER                  PIC X(010)
002353             VALUE "REV LIMIT".
002356     05  FILLER                  PIC X(073)      VALUE SPACES.
002360 01  WS-RANGE-LINE.
002370     05  RNG-LOW-I               PIC -------9.
002380     05  FILLER                  PIC X(02)       VALUE SPACES.
002430     05  RNG-COST-CTR            PIC X(06).
002440     05  FILLER                  PIC X(03)       VALUE SPACES.
002450     05  RNG-EFF-DATE            PIC 9(08).
002460     05  FILLER                  PIC X(02)       VALUE SPACES.
002463     05  RNG-REVIEW-LIMIT        PIC ZZZZZZZZZ9.
002466     05  FILLER                  PIC X(073)      VALUE SPACES.
002470 01  WS-TRAN-LINE.
002480     05  TRL-ACTION              PIC X(01).
002490     05  FILLER                  PIC X(02)       VALUE SPACES.
002570     05  FILLER                  PIC X(02)       VALUE SPACES.
002580     05  TRL-EFF-DATE            PIC X(08).
002590     05  FILLER                  PIC X(02)       VALUE SPACES.
002593     05  TRL-REVIEW-LIMIT        PIC X(10).
002596     05  FILLER                  PIC X(02)       VALUE SPACES.
002600     05  TRL-DISPOSITION         PIC X(28).
002610     05  FILLER                  PIC X(041)      VALUE SPACES.
002620 01  WS-ANALYSIS-LINE.
002630     05  ANL-TEXT                PIC X(020).
002640     05  ANL-LOW-I               PIC -------9.
003590         ELSE
003600             MOVE ZERO TO WS-TBL-EFF-DATE (WS-TBL-COUNT)
003610         END-IF
003611         IF ACCT-REVIEW-LIMIT IS NUMERIC
003612             MOVE ACCT-REVIEW-LIMIT
003613                 TO WS-TBL-REVIEW-LIMIT (WS-TBL-COUNT)
003614         ELSE
003615             MOVE ZERO TO WS-TBL-REVIEW-LIMIT (WS-TBL-COUNT)
003616         END-IF
003620     END-IF.
003630     PERFORM 1100-READ-OLD THRU 1100-READ-OLD-EXIT.
003640 1200-LOAD-OLD-ONE-EXIT.
003900     MOVE WS-TBL-ACCOUNT (WS-TBL-SUB)  TO RNG-ACCOUNT.
003910     MOVE WS-TBL-COST-CTR (WS-TBL-SUB) TO RNG-COST-CTR.
003920     MOVE WS-TBL-EFF-DATE (WS-TBL-SUB) TO RNG-EFF-DATE.
003925     MOVE WS-TBL-REVIEW-LIMIT (WS-TBL-SUB) TO RNG-REVIEW-LIMIT.
003930     WRITE REPORT-REC FROM WS-RANGE-LINE.
003940 1350-PRINT-ONE-RANGE-EXIT.
003950     EXIT.
004200     MOVE TRN-GL-ACCOUNT  TO TRL-ACCOUNT.
004210     MOVE TRN-COST-CENTER TO TRL-COST-CTR.
004220     MOVE TRN-EFF-DATE    TO TRL-EFF-DATE.
004225     MOVE TRN-REVIEW-LIMIT TO TRL-REVIEW-LIMIT.
004230     IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
004240        AND TRN-ACTION NOT = 'D'
004250         MOVE "REJECTED - BAD ACTION" TO TRL-DISPOSITION
004390     IF TRN-EFF-DATE NOT = SPACES
004410        AND TRN-EFF-DATE NOT NUMERIC
004420         MOVE "REJECTED - BAD EFF DATE" TO TRL-DISPOSITION
004421         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004422         GO TO 2000-APPLY-ONE-CARD-NEXT
004423     END-IF.
004424     IF TRN-REVIEW-LIMIT NOT = SPACES
004425        AND TRN-REVIEW-LIMIT NOT NUMERIC
004426         MOVE "REJECTED - BAD REVIEW LIMIT" TO TRL-DISPOSITION
004430         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
004440         GO TO 2000-APPLY-ONE-CARD-NEXT
004450     END-IF.
004720 2100-ADD-RANGE.
004730     PERFORM 2500-EDIT-CARD-FIELDS
004740             THRU 2500-EDIT-CARD-FIELDS-EXIT.
004741     IF TRN-REVIEW-LIMIT IS NUMERIC
004742         MOVE TRN-REVIEW-LIMIT TO WS-CARD-REVIEW-LIMIT
004743     ELSE
004744         MOVE ZERO TO WS-CARD-REVIEW-LIMIT
004745     END-IF.
004750     MOVE ZERO TO WS-TBL-SUB2.
004760     PERFORM 2600-CHECK-CARD-OVERLAP
004770             THRU 2600-CHECK-CARD-OVERLAP-EXIT.
005070         MOVE "REJECTED - NO SUCH RANGE" TO TRL-DISPOSITION
005080         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
005090         GO TO 2200-CHANGE-RANGE-EXIT
005091     END-IF.
005092     MOVE WS-TBL-REVIEW-LIMIT (WS-TBL-SUB)
005093         TO WS-CARD-REVIEW-LIMIT.
005094     IF TRN-REVIEW-LIMIT IS NUMERIC
005095         MOVE TRN-REVIEW-LIMIT TO WS-CARD-REVIEW-LIMIT
005100     END-IF.
005110     MOVE WS-TBL-SUB TO WS-TBL-SUB2.
005120     PERFORM 2600-CHECK-CARD-OVERLAP
006190     MOVE TRN-GL-ACCOUNT   TO WS-TBL-ACCOUNT (WS-TBL-SUB).
006200     MOVE TRN-COST-CENTER  TO WS-TBL-COST-CTR (WS-TBL-SUB).
006210     MOVE WS-CARD-EFF-DATE TO WS-TBL-EFF-DATE (WS-TBL-SUB).
006213     MOVE WS-CARD-REVIEW-LIMIT
006216         TO WS-TBL-REVIEW-LIMIT (WS-TBL-SUB).
006220 2700-MOVE-CARD-TO-ENTRY-EXIT.
006230     EXIT.
006240*****************************************************************
008080     MOVE WS-TBL-ACCOUNT (WS-TBL-SUB)  TO ACCT-GL-ACCOUNT.
008090     MOVE WS-TBL-COST-CTR (WS-TBL-SUB) TO ACCT-COST-CENTER.
008100     MOVE WS-TBL-EFF-DATE (WS-TBL-SUB) TO ACCT-EFF-DATE.
008105     MOVE WS-TBL-REVIEW-LIMIT (WS-TBL-SUB) TO ACCT-REVIEW-LIMIT.
008110     WRITE NEW-ACCT-REC FROM ACCT-REF-REC.
008120     ADD 1 TO WS-NEW-WRITTEN.
008130 4100-WRITE-ONE-NEW-EXIT.
