000320*              THE FILE IS MAINTAINED BY ACCTMNT (ADD/CHANGE/  *
000330*              DELETE TRANSACTION CARDS WITH OVERLAP AND GAP   *
000340*              CHECKING), NOT EDITED BY HAND IN THE DATA SET.  *
000341*                                                              *
000342*              ACCT-REVIEW-LIMIT IS THE LARGE-VALUE REVIEW     *
000343*              THRESHOLD FOR THE RANGE IN WHOLE BASE UNITS     *
000344*              (ZERO OR BLANK = NO REVIEW); SEE SRCREFC FOR    *
000345*              HOW IT COMBINES WITH THE SOURCE'S OWN LIMIT.    *
000350*                                                               *
000360*---------------------------------------------------------------*
000370* MODIFICATION HISTORY                                         *
000450*                 OLD FIRST-RANGE-WINS RULE, WHICH LET AN       *
000460*                 ACCIDENTAL OVERLAP SILENTLY REDIRECT A WHOLE  *
000470*                 DEPARTMENT'S POSTINGS.                        *
000473* 09/24/2026 RH   ADDED ACCT-REVIEW-LIMIT, OUT OF THE SPARE     *
000476*                 FILLER, FOR THE LARGE-VALUE REVIEW QUEUE.     *
000480*****************************************************************
000490 01  ACCT-REF-REC.
000500     05  ACCT-LOW-I              PIC S9(08).
000560     05  ACCT-COST-CENTER        PIC X(06).
000570     05  FILLER                  PIC X(01).
000580     05  ACCT-EFF-DATE           PIC 9(08).
000590     05  FILLER                  PIC X(01).
000600     05  ACCT-REVIEW-LIMIT       PIC 9(10).
000610     05  FILLER                  PIC X(27).
