000280*              FIRST BUSINESS DATE TO PROCESS AND A ZERO       *
000290*              LAST-RUN DATE.                                  *
000300*                                                               *
000301*              A SOURCE THAT TRANSMITS MORE THAN ONCE A DAY IS *
000302*              RUN IN NUMBERED CYCLES.  CTL-LAST-CYCLE IS THE  *
000303*              LAST CYCLE COMPLETED FOR CTL-BUS-DATE (ZERO OR  *
000304*              BLANK: NONE YET).  AN INTRADAY CYCLE RAISES IT  *
000305*              AND LEAVES THE DATES ALONE; ONLY THE CLOSE-OF-  *
000306*              DAY CYCLE ADVANCES CTL-BUS-DATE, AND IT SETS    *
000307*              CTL-LAST-CYCLE BACK TO ZERO FOR THE NEW DATE.   *
000308*                                                               *
000310*---------------------------------------------------------------*
000320* MODIFICATION HISTORY                                         *
000330*---------------------------------------------------------------*
000340* DATE       INIT DESCRIPTION                                  *
000350*---------------------------------------------------------------*
000360* 08/24/2026 RH   ORIGINAL COPYBOOK.                            *
000362* 10/05/2026 RH   CTL-LAST-CYCLE TAKEN OUT OF THE SPARE FILLER  *
000364*                 FOR INTRADAY PROCESSING CYCLES.  THE RECORD   *
000366*                 STAYS 80 BYTES.                               *
000370*****************************************************************
000380 01  BUS-CTL-REC.
000390     05  CTL-BUS-DATE            PIC 9(08).
000430     05  CTL-UPD-DATE            PIC 9(08).
000440     05  FILLER                  PIC X(01).
000450     05  CTL-UPD-TIME            PIC 9(08).
000460     05  FILLER                  PIC X(01).
000470     05  CTL-LAST-CYCLE          PIC 9(02).
000480     05  FILLER                  PIC X(42).
