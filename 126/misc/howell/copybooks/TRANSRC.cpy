000445*                 EVER SEE THE VALUE.  THE TL TR-J HASH IS      *
000446*                 TAKEN OVER THE VALUES AS TRANSMITTED,         *
000447*                 BEFORE CONVERSION.                            *
000448* 09/24/2026 RH   NAMED THE USER WHO KEYED OR RELEASED THE      *
000449*                 BATCH ON THE HD HEADER (TR-HDR-KEYED-BY, IN   *
000450*                 THE SPARE FILLER).  DECIMAL CARRIES IT ONTO   *
000451*                 ANY ITEM HELD FOR LARGE-VALUE REVIEW SO THE   *
000452*                 APPROVING SUPERVISOR CANNOT BE THE SAME       *
000453*                 PERSON.  BLANK FROM A FEED THAT DOES NOT      *
000454*                 SEND IT.                                      *
000455* 10/05/2026 RH   NAMED THE PROCESSING CYCLE ON THE HD HEADER   *
000456*                 (TR-HDR-CYCLE, TWO DIGITS ZERO-FILLED, IN THE *
000457*                 SPARE FILLER) FOR A SOURCE THAT TRANSMITS     *
000458*                 MORE THAN ONCE A DAY.  BLANK MEANS THE BATCH  *
000459*                 MAY POST IN WHICHEVER CYCLE READS IT; A       *
000460*                 BATCH NAMING ANOTHER CYCLE FAILS ITS PROOF.   *
000461*****************************************************************
000462 01  TRANS-REC.
000463     05  TR-REC-TYPE             PIC X(02).
000464         88  TR-HEADER                           VALUE 'HD'.
000470         88  TR-DETAIL                           VALUE 'DT'.
000480         88  TR-TRAILER                          VALUE 'TL'.
000485         88  TR-REVERSAL                         VALUE 'RV'.
000570         10  TR-HDR-SOURCE       PIC X(03).
000580         10  FILLER              PIC X(01).
000590         10  TR-HDR-BUS-DATE     PIC 9(08).
000600         10  FILLER              PIC X(01).
000602         10  TR-HDR-KEYED-BY     PIC X(08).
000604         10  FILLER              PIC X(01).
000606         10  TR-HDR-CYCLE        PIC X(02).
000608         10  FILLER              PIC X(14).
000610     05  TR-TRAILER-DATA REDEFINES TR-DATA.
000620         10  TR-TRL-DETAIL-COUNT PIC 9(09).
000630         10  FILLER              PIC X(01).
