000240*              LEAST ONE B DAY BEYOND THE LAST DATE TO BE      *
000250*              RUN, OR THE ADVANCE HAS NOWHERE TO GO.          *
000260*                                                               *
000261*              EVERY DAY ALSO CARRIES THE FISCAL YEAR AND      *
000262*              PERIOD IT BELONGS TO (PERIODS RUN IN ASCENDING  *
000263*              ORDER WITH THE DATES) AND THE PERIOD'S STATUS,  *
000264*              O (OR BLANK) = OPEN, C = CLOSED.  PRDCLOSE SETS *
000265*              C ON EVERY DAY OF A PERIOD WHEN IT CLOSES IT.   *
000266*              DECIMAL AND SUSPFIX NEVER POST INTO A CLOSED    *
000267*              PERIOD -- AN ITEM DATED INTO ONE IS POSTED ON   *
000268*              THE FIRST B DAY OF THE NEXT OPEN PERIOD.        *
000269*                                                               *
000270*---------------------------------------------------------------*
000280* MODIFICATION HISTORY                                         *
000290*---------------------------------------------------------------*
000300* DATE       INIT DESCRIPTION                                  *
000310*---------------------------------------------------------------*
000320* 08/24/2026 RH   ORIGINAL COPYBOOK.                            *
000322* 09/16/2026 RH   ADDED CAL-FISCAL-YEAR/CAL-FISCAL-PERIOD AND   *
000324*                 CAL-PERIOD-STATUS (IN THE OLD FILLER) FOR     *
000326*                 PERIOD CLOSE.                                 *
000330*****************************************************************
000340 01  CALENDAR-REC.
000350     05  CAL-DATE                PIC 9(08).
000380         88  CAL-BUSINESS-DAY                    VALUE 'B'.
000390         88  CAL-HOLIDAY                         VALUE 'H'.
000400         88  CAL-WEEKEND                         VALUE 'W'.
000410     05  FILLER                  PIC X(01).
000420     05  CAL-FISCAL-ID.
000430         10  CAL-FISCAL-YEAR     PIC 9(04).
000440         10  CAL-FISCAL-PERIOD   PIC 9(02).
000450     05  FILLER                  PIC X(01).
000460     05  CAL-PERIOD-STATUS       PIC X(01).
000470         88  CAL-PERIOD-OPEN                     VALUE 'O' ' '.
000480         88  CAL-PERIOD-CLOSED                   VALUE 'C'.
000490     05  FILLER                  PIC X(61).
