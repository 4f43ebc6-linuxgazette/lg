000260*              RUN'S OWN TOTALS.  AN RJ CUT FOR A REVERSAL     *
000270*              (REASON 03/04) CARRIES ZERO VALUES -- THE       *
000280*              REASON CODE IS THE MESSAGE.                     *
000281*              A BATCH THE RUN QUARANTINED (SEE QUARREC) IS    *
000282*              NAMED ON A QB RECORD -- ITS QUARANTINE BATCH    *
000283*              NUMBER, REASON, BUSINESS DATE, RECORDS HELD,    *
000284*              AND THE TL COUNT/HASH IT CLAIMED.  NONE OF ITS  *
000285*              DETAILS ARE IN THE TL FIGURES.                  *
000286*              AV-TRL-HELD COUNTS THE SOURCE'S DETAILS HELD    *
000287*              FOR LARGE-VALUE REVIEW; THEY ARE NOT IN THE     *
000288*              COMPUTED COUNT OR THE J SUBTOTAL UNTIL A        *
000289*              SUPERVISOR RELEASES THEM.                       *
000290*                                                               *
000300*---------------------------------------------------------------*
000310* MODIFICATION HISTORY                                         *
000330* DATE       INIT DESCRIPTION                                  *
000340*---------------------------------------------------------------*
000350* 08/27/2026 RH   ORIGINAL COPYBOOK.                            *
000351* 09/10/2026 RH   THE HD HEADER NAMES THE SOURCE'S CONTACT FROM *
000352*                 THE SRCREF REGISTRY (AV-HDR-CONTACT).         *
000353* 09/14/2026 RH   QB RECORD FOR EACH OF THE SOURCE'S BATCHES    *
000354*                 HELD ON THE QUARANTINE FILE (AV-QB-DATA).     *
000355* 09/24/2026 RH   AV-TRL-HELD, OUT OF THE TL FILLER.            *
000360*****************************************************************
000370 01  ADVICE-REC.
000380     05  AV-REC-TYPE             PIC X(02).
000390         88  AV-HEADER                           VALUE 'HD'.
000400         88  AV-REJECT                           VALUE 'RJ'.
000410         88  AV-TRAILER                          VALUE 'TL'.
000415         88  AV-QUARANTINE                       VALUE 'QB'.
000420     05  AV-SOURCE-CD            PIC X(03).
000430     05  AV-DATA                 PIC X(75).
000440     05  AV-HD-DATA REDEFINES AV-DATA.
000450         10  AV-HDR-BUS-DATE     PIC 9(08).
000460         10  FILLER              PIC X(01).
000470         10  AV-HDR-JOB-ID       PIC X(08).
000480         10  FILLER              PIC X(01).
000483         10  AV-HDR-CONTACT      PIC X(30).
000486         10  FILLER              PIC X(27).
000490     05  AV-RJ-DATA REDEFINES AV-DATA.
000500         10  AV-RJ-REASON-CD     PIC X(02).
000510         10  FILLER              PIC X(01).
000640         10  AV-TRL-REVERSED     PIC 9(08).
000650         10  FILLER              PIC X(01).
000660         10  AV-TRL-J-TOTAL      PIC S9(14)V9(04).
000661         10  FILLER              PIC X(01).
000662         10  AV-TRL-HELD         PIC 9(08).
000663         10  FILLER              PIC X(12).
000664     05  AV-QB-DATA REDEFINES AV-DATA.
000665         10  AV-QB-REASON-CD     PIC X(02).
000666         10  FILLER              PIC X(01).
000667         10  AV-QB-BUS-DATE      PIC 9(08).
000668         10  FILLER              PIC X(01).
000669         10  AV-QB-RECORDS       PIC 9(08).
000670         10  FILLER              PIC X(01).
000671         10  AV-QB-TRL-COUNT     PIC 9(09).
000672         10  FILLER              PIC X(01).
000673         10  AV-QB-TRL-HASH      PIC S9(14)V9(04).
000674         10  FILLER              PIC X(01).
000675         10  AV-QB-BATCH-NO      PIC 9(04).
000676         10  FILLER              PIC X(21).
