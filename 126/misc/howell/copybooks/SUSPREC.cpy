000230*                                  CURRENCY CODE TODAY, OR     *
000231*                                  THE CONVERTED VALUE DOES    *
000232*                                  NOT FIT                     *
000233*                             06 = THE DETAIL CARRIES A        *
000234*                                  CURRENCY CODE BUT ITS       *
000235*                                  SOURCE IS NOT ALLOWED ONE   *
000236*                                  ON THE SRCREF REGISTRY      *
000237*                             07 = REJECTED BY A SUPERVISOR ON *
000238*                                  LARGE-VALUE REVIEW (CUT BY  *
000239*                                  REVREL; THE RUN DATE IS THE *
000240*                                  DATE DECIMAL HELD IT)       *
000241*                                                               *
000242*---------------------------------------------------------------*
000250* MODIFICATION HISTORY                                         *
000260*---------------------------------------------------------------*
000270* DATE       INIT DESCRIPTION                                  *
000357*                 (SUSP-TR-CURR-CD, IN STEP WITH TRANSRC) AND   *
000358*                 ADDED REASON 05.  THE IMAGE CARRIES THE       *
000359*                 VALUE AS TRANSMITTED, BEFORE CONVERSION.      *
000360* 09/10/2026 RH   REASON 06, A CURRENCY CODE FROM A SOURCE THE  *
000361*                 SRCREF REGISTRY DOES NOT ALLOW ONE.           *
000362* 09/24/2026 RH   REASON 07, AN ITEM REJECTED ON LARGE-VALUE    *
000363*                 REVIEW.                                       *
000364*****************************************************************
000365 01  SUSPENSE-REC.
000370     05  SUSP-TRANS-IMAGE.
000380         10  SUSP-TR-REC-TYPE    PIC X(02).
000390         10  SUSP-TR-I           PIC S9(08).
