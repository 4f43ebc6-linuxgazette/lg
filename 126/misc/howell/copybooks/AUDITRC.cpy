000196*              REFUSED RC=12: EVERY LINE ABOVE IT FOR THAT     *
000197*              DATE/JOB BELONGS TO THE REFUSED ATTEMPT, AND    *
000198*              DECBAL RESETS ITS TALLIES THERE.                *
000199*              A BACKED OUT LINE (ZERO INPUTS AND RESULT) IS   *
000200*              THE MARKER DECBACK APPENDS WHEN IT BACKS OUT A  *
000201*              WHOLE BUSINESS DATE: THE LINES ABOVE IT FOR     *
000202*              THAT DATE/JOB BELONG TO THE BACKED-OUT RUN, AND *
000203*              DECBAL RESETS ITS TALLIES THERE TOO.            *
000204*                                                               *
000210*---------------------------------------------------------------*
000220* MODIFICATION HISTORY                                         *
000230*---------------------------------------------------------------*
000290*                 INQUIRY AND ARCHIVAL PROGRAMS CANNOT DRIFT    *
000300*                 OUT OF STEP WITH WHAT DECIMAL WRITES.         *
000302* 09/02/2026 RH   DOCUMENTED THE RUN REFUSED MARKER STATUS --   *
000303*                 SAME LAYOUT, NO FIELD CHANGES.                *
000304* 09/28/2026 RH   DOCUMENTED THE BACKED OUT MARKER STATUS --    *
000305*                 SAME LAYOUT, NO FIELD CHANGES.                *
000310*****************************************************************
000320 01  AUDIT-DETAIL-LINE.
000330     05  AUD-JOB-ID              PIC X(08).
