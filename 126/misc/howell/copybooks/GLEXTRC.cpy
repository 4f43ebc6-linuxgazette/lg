001608*                 FILLER), SO A LEDGER FIGURE COMPUTED FROM A    *
001609*                 CONVERTED FEED STILL TRACES TO THE ORIGINAL    *
001610*                 TRANSMISSION.  BLANK CODE = BASE UNITS.        *
001611* 09/16/2026 RH   ADDED GL-POST-DATE, A DETAIL'S VIEW OF THE     *
001612*                 RUN-DATE FIELD: ON A GL DETAIL IT IS THE DATE  *
001613*                 THE DETAIL POSTS ON, NEVER IN A CLOSED         *
001614*                 FISCAL PERIOD (SEE CALNDRC).  THE HD/TL STILL  *
001615*                 CARRY THE RUN'S BUSINESS DATE.                 *
001616*****************************************************************
001700 01  GL-EXTRACT-REC.
001800     05  GL-REC-TYPE             PIC X(02).
001900     05  GL-JOB-ID               PIC X(08).
002000     05  GL-RUN-DATE             PIC 9(08).
002002*    ON A GL DETAIL: THE POSTING DATE (GLLOAD POSTS THE DETAIL
002004*    INTO THAT DATE'S FISCAL PERIOD).
002006     05  GL-POST-DATE REDEFINES GL-RUN-DATE PIC 9(08).
002010     05  GL-DETAIL-DATA.
002100         10  GL-SOURCE-I         PIC S9(08).
002200         10  GL-AMOUNT           PIC S9(13)V9(04).
