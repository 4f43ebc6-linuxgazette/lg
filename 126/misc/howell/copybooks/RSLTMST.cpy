000190*              SO A DISPUTED FIGURE IS ONE KEYED READ (RSLTINQ)*
000200*              INSTEAD OF AN HOUR'S SCAN OF AN OLD REPORT      *
000210*              GENERATION.  ON ANYTHING BUT STATUS OK THE      *
000220*              RESULT FIELD IS ZERO, EXCEPT STATUS HELD (HELD  *
000223*              FOR LARGE-VALUE REVIEW, SEE REVPNDC), WHICH     *
000226*              CARRIES THE J IT WOULD HAVE POSTED.             *
000230*                                                               *
000240*---------------------------------------------------------------*
000250* MODIFICATION HISTORY                                         *
000297*                 (A LATER RV BACKED THIS RESULT OUT) AND       *
000298*                 REVERSAL (THIS RECORD IS THE RV ITSELF, ITS   *
000299*                 RESULT FIELD CARRYING THE OFFSET POSTED).     *
000300* 09/08/2026 RH   RSLT-CURR-CD NOW RIDES IN THE OLD             *
000301*                 FILLER AND RSLT-TR-J IS THE VALUE AS          *
000302*                 TRANSMITTED (BEFORE CURRENCY CONVERSION), SO  *
000303*                 A RE-SENT DETAIL CAN BE MATCHED TO ITS        *
000304*                 EARLIER RESULT.  A BLANK CODE IS BASE UNITS,  *
000305*                 AS ON EVERY RECORD CUT BEFORE NOW.            *
000306* 09/21/2026 RH   A RESULT SPLIT BY AN ALLOCREF ALLOCATION      *
000307*                 CARRIES ACCOUNT 'ALLOCATN' (RSLT-ALLOCATED)   *
000308*                 AND THE ALLOC-ID IN THE COST CENTER FIELD     *
000309*                 (RSLT-ALLOC-ID), SO AN RV REVERSAL RE-SPLITS  *
000310*                 THE RESULT AND BACKS OUT EVERY SHARE.         *
000311* 09/24/2026 RH   NEW STATUS HELD, A RESULT KEPT OFF THE GL     *
000312*                 EXTRACT PENDING LARGE-VALUE REVIEW.  ITS      *
000313*                 RESULT FIELD CARRIES J; ITS ACCOUNT IS BLANK. *
000314* 09/28/2026 RH   NEW STATUS BACKED OUT, AN OK RESULT DECBACK   *
000315*                 OFFSET ON THE GL WHEN IT BACKED OUT THE WHOLE *
000316*                 BUSINESS DATE.  ITS RESULT FIELD STILL        *
000317*                 CARRIES THE J ORIGINALLY POSTED; THE          *
000318*                 CORRECTED RERUN UNDER THE SAME JOB ID         *
000319*                 REWRITES THE KEY.                             *
000320*****************************************************************
000321 01  RSLT-REC.
000322     05  RSLT-KEY.
000330         10  RSLT-RUN-DATE       PIC 9(08).
000340         10  RSLT-JOB-ID         PIC X(08).
000350         10  RSLT-TRAN-SEQ       PIC 9(09).
000390     05  RSLT-J-RESULT           PIC S9(12)V9(04).
000400     05  RSLT-STATUS             PIC X(12).
000410     05  RSLT-GL-ACCOUNT         PIC X(08).
000415         88  RSLT-ALLOCATED                      VALUE 'ALLOCATN'.
000420     05  RSLT-GL-COST-CTR        PIC X(06).
000430     05  RSLT-ALLOC-ID REDEFINES RSLT-GL-COST-CTR
000440                                 PIC 9(06).
000450     05  RSLT-CURR-CD            PIC X(03).
000460     05  FILLER                  PIC X(03).
