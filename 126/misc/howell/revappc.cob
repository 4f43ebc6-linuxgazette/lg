000100*****************************************************************
000110*                                                               *
000120* PROGRAM-ID : REVAPPC                                          *
000130* AUTHOR     : R. HOWELL                                        *
000140* INSTALLATION : LINUX GAZETTE DATA CENTER                      *
000150* DATE-WRITTEN : 09/24/2026                                     *
000160* DATE-COMPILED:                                                *
000170*                                                               *
000180* REMARKS    : CICS LARGE-VALUE REVIEW (TRANSACTION RAPV,       *
000190*              MAPSET REVSET).  DECIMAL HOLDS A COMPUTED        *
000200*              RESULT WHOSE SIZE EXCEEDS ITS SOURCE'S OR I      *
000210*              RANGE'S REVIEW LIMIT ON THE REVPEND KSDS         *
000220*              (REVPNDC) INSTEAD OF THE GL EXTRACT; THIS IS     *
000230*              WHERE A SUPERVISOR LOOKS AT EACH HELD ITEM AND   *
000240*              APPROVES OR REJECTS IT.  KEY RUN DATE, JOB ID    *
000250*              AND SEQUENCE FOR ONE ITEM, OR LEAVE THE          *
000260*              SEQUENCE BLANK FOR THE FIRST ITEM STILL PENDING  *
000270*              AT OR PAST THE DATE AND JOB.  PF5 APPROVES, PF6  *
000280*              REJECTS (A REASON IN THE NOTE FIELD IS           *
000290*              REQUIRED), PF8 SHOWS THE NEXT PENDING ITEM,      *
000300*              PF3 ENDS.                                        *
000310*                                                               *
000320*              ONLY A PENDING ITEM CAN BE ACTIONED, AND NEVER   *
000330*              BY THE USER WHO KEYED ITS BATCH (THE HD          *
000340*              RECORD'S KEYED-BY, CARRIED ON THE QUEUE) -- THE  *
000350*              SIGNED-ON USERID IS COMPARED UNDER THE UPDATE    *
000360*              LOCK.  A BATCH WITH NO KEYED-BY CAME FROM AN     *
000370*              UPSTREAM SYSTEM, NOT A PERSON, AND ANY           *
000380*              SUPERVISOR MAY ACT ON IT.  RAPV ITSELF IS        *
000390*              RESTRICTED TO THE SUPERVISORS' SECURITY GROUP.   *
000400*              THE DECISION IS ONLY RECORDED HERE; TONIGHT'S    *
000410*              REVREL RELEASES THE APPROVED ITEMS ON THE APV    *
000420*              BATCH AND SENDS THE REJECTED ONES TO SUSPENSE.   *
000430*              PSEUDO-CONVERSATIONAL; THE KEY OF THE ITEM ON    *
000440*              SCREEN RIDES IN THE COMMAREA.                    *
000450*                                                               *
000460*---------------------------------------------------------------*
000470* MODIFICATION HISTORY                                          *
000480*---------------------------------------------------------------*
000490* DATE       INIT DESCRIPTION                                   *
000500*---------------------------------------------------------------*
000510* 09/24/2026 RH   ORIGINAL PROGRAM.                             *
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. REVAPPC.
000550 AUTHOR. R. HOWELL.
000560 INSTALLATION. LINUX GAZETTE DATA CENTER.
000570 DATE-WRITTEN. 09/24/2026.
000580 DATE-COMPILED.
000590 ENVIRONMENT DIVISION.
000600 DATA DIVISION.
000610 WORKING-STORAGE SECTION.
000620*---------------------------------------------------------------*
000630* CICS-SUPPLIED ATTENTION-ID AND ATTRIBUTE COPYBOOKS.           *
000640*---------------------------------------------------------------*
000650     COPY DFHAID.
000660     COPY DFHBMSCA.
000670*---------------------------------------------------------------*
000680* THE SYMBOLIC MAP AND THE REVIEW-QUEUE RECORD.                 *
000690*---------------------------------------------------------------*
000700     COPY REVSET.
000710     COPY REVPNDC.
000720*---------------------------------------------------------------*
000730* SWITCHES AND RESPONSE CODES                                   *
000740*---------------------------------------------------------------*
000750 01  WS-RESP                     PIC S9(08) COMP  VALUE ZERO.
000760 01  WS-BRW-DONE-SW              PIC X(01)        VALUE 'N'.
000770     88  WS-BRW-DONE                              VALUE 'Y'.
000780 01  WS-ITEM-FOUND-SW            PIC X(01)        VALUE 'N'.
000790     88  WS-ITEM-FOUND                            VALUE 'Y'.
000800 01  WS-ACTION-SW                PIC X(01)        VALUE SPACE.
000810     88  WS-APPROVING                             VALUE 'A'.
000820     88  WS-REJECTING                             VALUE 'R'.
000830 01  WS-LINE-SUB                 PIC S9(04) COMP  VALUE ZERO.
000840 01  WS-REVP-LENGTH              PIC S9(04) COMP  VALUE ZERO.
000850 01  WS-USERID                   PIC X(08)        VALUE SPACES.
000860 01  WS-NOTE                     PIC X(30)        VALUE SPACES.
000870*---------------------------------------------------------------*
000880* THE BROWSE KEY HANDED TO STARTBR/READNEXT, AND THE KEY OF THE *
000890* ITEM ON SCREEN THAT A PF8 BROWSE STEPS PAST.                  *
000900*---------------------------------------------------------------*
000910 01  WS-BRW-KEY.
000920     05  WS-BRW-DATE             PIC 9(08).
000930     05  WS-BRW-JOB              PIC X(08).
000940     05  WS-BRW-SEQ              PIC 9(09).
000950 01  WS-SKIP-KEY                 PIC X(25)        VALUE SPACES.
000960*---------------------------------------------------------------*
000970* TODAY AND NOW -- FROM ASKTIME, NOT ACCEPT, UNDER CICS.        *
000980*---------------------------------------------------------------*
000990 01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
001000 01  WS-TODAY                    PIC 9(08)        VALUE ZERO.
001010 01  WS-NOW                      PIC 9(06)        VALUE ZERO.
001020*---------------------------------------------------------------*
001030* THE ITEM AS SHOWN ON SCREEN, ONE LINE PER DETAIL ROW.         *
001040*---------------------------------------------------------------*
001050 01  WS-ITEM-LINE-1.
001060     05  FILLER                  PIC X(13)
001070             VALUE "SOURCE       ".
001080     05  IL1-SRC                 PIC X(03).
001090     05  FILLER                  PIC X(10)
001100             VALUE "     TR-I ".
001110     05  IL1-I                   PIC -------9.
001120     05  FILLER                  PIC X(12)
001130             VALUE "     STATUS ".
001140     05  IL1-STATUS              PIC X(10).
001150     05  FILLER                  PIC X(22)        VALUE SPACES.
001160 01  WS-ITEM-LINE-2.
001170     05  FILLER                  PIC X(13)
001180             VALUE "J RESULT     ".
001190     05  IL2-RESULT              PIC ------------9.9999.
001200     05  FILLER                  PIC X(47)        VALUE SPACES.
001210 01  WS-ITEM-LINE-3.
001220     05  FILLER                  PIC X(13)
001230             VALUE "INPUT J      ".
001240     05  IL3-ORIG-J              PIC ------------9.9999.
001250     05  FILLER                  PIC X(01)        VALUE SPACES.
001260     05  IL3-CURR                PIC X(03).
001270     05  FILLER                  PIC X(10)
001280             VALUE "   BASE J ".
001290     05  IL3-BASE-J              PIC ------------9.9999.
001300     05  FILLER                  PIC X(15)        VALUE SPACES.
001310 01  WS-ITEM-LINE-4.
001320     05  FILLER                  PIC X(13)
001330             VALUE "REVIEW LIMIT ".
001340     05  IL4-LIMIT               PIC ZZZZZZZZZ9.
001350     05  FILLER                  PIC X(11)
001360             VALUE "   SET FOR ".
001370     05  IL4-BASIS               PIC X(12).
001380     05  FILLER                  PIC X(32)        VALUE SPACES.
001390 01  WS-ITEM-LINE-5.
001400     05  FILLER                  PIC X(13)
001410             VALUE "GL ACCOUNT   ".
001420     05  IL5-ACCOUNT             PIC X(08).
001430     05  FILLER                  PIC X(14)
001440             VALUE "     COST CTR ".
001450     05  IL5-COST-CTR            PIC X(06).
001460     05  FILLER                  PIC X(37)        VALUE SPACES.
001470 01  WS-ITEM-LINE-6.
001480     05  FILLER                  PIC X(13)
001490             VALUE "KEYED BY     ".
001500     05  IL6-KEYED-BY            PIC X(08).
001510     05  FILLER                  PIC X(57)        VALUE SPACES.
001520 01  WS-ITEM-LINE-7.
001530     05  FILLER                  PIC X(13)
001540             VALUE "ACTIONED BY  ".
001550     05  IL7-ACTION-BY           PIC X(08).
001560     05  FILLER                  PIC X(04)        VALUE " ON ".
001570     05  IL7-ACTION-DATE         PIC 9(08).
001580     05  FILLER                  PIC X(04)        VALUE " AT ".
001590     05  IL7-ACTION-TIME         PIC 9(06).
001600     05  FILLER                  PIC X(13)
001610             VALUE "   RELEASED  ".
001620     05  IL7-RELEASE-DATE        PIC 9(08).
001630     05  FILLER                  PIC X(14)        VALUE SPACES.
001640 01  WS-ITEM-LINE-8.
001650     05  FILLER                  PIC X(13)
001660             VALUE "NOTE         ".
001670     05  IL8-NOTE                PIC X(30).
001680     05  FILLER                  PIC X(35)        VALUE SPACES.
001690*---------------------------------------------------------------*
001700* THE COMMAREA -- THE ITEM ON SCREEN, IF ANY.                   *
001710*---------------------------------------------------------------*
001720 01  WS-COMMAREA.
001730     05  CA-MODE                 PIC X(01).
001740         88  CA-ITEM-SHOWN                        VALUE 'S'.
001750     05  CA-ITEM-KEY.
001760         10  CA-ITEM-DATE        PIC 9(08).
001770         10  CA-ITEM-JOB         PIC X(08).
001780         10  CA-ITEM-SEQ         PIC 9(09).
001790 LINKAGE SECTION.
001800 01  DFHCOMMAREA                 PIC X(26).
001810 PROCEDURE DIVISION.
001820*****************************************************************
001830* 0000-MAINLINE                                                 *
001840*****************************************************************
001850 0000-MAINLINE.
001860     IF EIBCALEN = ZERO
001870         PERFORM 1000-FIRST-TIME THRU 1000-FIRST-TIME-EXIT
001880         GO TO 0000-RETURN
001890     END-IF.
001900     MOVE DFHCOMMAREA TO WS-COMMAREA.
001910     EVALUATE EIBAID
001920         WHEN DFHPF3
001930         WHEN DFHCLEAR
001940             PERFORM 9000-END-SESSION
001950                     THRU 9000-END-SESSION-EXIT
001960         WHEN DFHENTER
001970             PERFORM 2000-NEW-REQUEST
001980                     THRU 2000-NEW-REQUEST-EXIT
001990         WHEN DFHPF5
002000             MOVE 'A' TO WS-ACTION-SW
002010             PERFORM 4000-ACTION-ITEM
002020                     THRU 4000-ACTION-ITEM-EXIT
002030         WHEN DFHPF6
002040             MOVE 'R' TO WS-ACTION-SW
002050             PERFORM 4000-ACTION-ITEM
002060                     THRU 4000-ACTION-ITEM-EXIT
002070         WHEN DFHPF8
002080             PERFORM 3000-NEXT-PENDING
002090                     THRU 3000-NEXT-PENDING-EXIT
002100         WHEN OTHER
002110             MOVE LOW-VALUES TO REVMAPO
002120             MOVE "USE ENTER, PF5, PF6, PF8 OR PF3" TO VMSGO
002130             PERFORM 8100-SEND-DATAONLY
002140                     THRU 8100-SEND-DATAONLY-EXIT
002150     END-EVALUATE.
002160 0000-RETURN.
002170     EXEC CICS RETURN
002180          TRANSID('RAPV')
002190          COMMAREA(WS-COMMAREA)
002200     END-EXEC.
002210*****************************************************************
002220* 1000-FIRST-TIME -- FRESH SCREEN AT SESSION START.             *
002230*****************************************************************
002240 1000-FIRST-TIME.
002250     MOVE SPACES TO WS-COMMAREA.
002260     MOVE LOW-VALUES TO REVMAPO.
002270     MOVE "KEY AN ITEM, OR DATE+JOB FOR THE FIRST PENDING"
002280          TO VMSGO.
002290     EXEC CICS SEND
002300          MAP('REVMAP')
002310          MAPSET('REVSET')
002320          FROM(REVMAPO)
002330          ERASE
002340     END-EXEC.
002350 1000-FIRST-TIME-EXIT.
002360     EXIT.
002370*****************************************************************
002380* 2000-NEW-REQUEST -- ENTER: RECEIVES THE KEY FIELDS AND EITHER *
002390* READS ONE ITEM OR FINDS THE FIRST PENDING ONE AT OR PAST THE  *
002400* DATE AND JOB.                                                 *
002410*****************************************************************
002420 2000-NEW-REQUEST.
002430     EXEC CICS RECEIVE
002440          MAP('REVMAP')
002450          MAPSET('REVSET')
002460          INTO(REVMAPI)
002470          RESP(WS-RESP)
002480     END-EXEC.
002490     MOVE LOW-VALUES TO REVMAPO.
002500     IF WS-RESP NOT = DFHRESP(NORMAL)
002510         MOVE "NOTHING RECEIVED -- KEY THE REQUEST AGAIN"
002520              TO VMSGO
002530         PERFORM 8100-SEND-DATAONLY
002540                 THRU 8100-SEND-DATAONLY-EXIT
002550         GO TO 2000-NEW-REQUEST-EXIT
002560     END-IF.
002570     IF VDATEI NOT NUMERIC
002580         MOVE "RUN DATE MUST BE YYYYMMDD" TO VMSGO
002590         PERFORM 8100-SEND-DATAONLY
002600                 THRU 8100-SEND-DATAONLY-EXIT
002610         GO TO 2000-NEW-REQUEST-EXIT
002620     END-IF.
002630     IF VJOBI = SPACES OR VJOBI = LOW-VALUES
002640         MOVE "JOB ID IS REQUIRED" TO VMSGO
002650         PERFORM 8100-SEND-DATAONLY
002660                 THRU 8100-SEND-DATAONLY-EXIT
002670         GO TO 2000-NEW-REQUEST-EXIT
002680     END-IF.
002690     MOVE SPACES TO CA-MODE.
002700     MOVE VDATEI TO WS-BRW-DATE.
002710     MOVE VJOBI  TO WS-BRW-JOB.
002720     IF VSEQI = SPACES OR VSEQI = LOW-VALUES
002730*        FIRST PENDING ITEM AT OR PAST THE KEYED DATE AND JOB.
002740         MOVE ZERO   TO WS-BRW-SEQ
002750         MOVE SPACES TO WS-SKIP-KEY
002760         PERFORM 3100-FIND-PENDING THRU 3100-FIND-PENDING-EXIT
002770     ELSE
002780         PERFORM 2100-READ-ONE THRU 2100-READ-ONE-EXIT
002790     END-IF.
002800     IF WS-ITEM-FOUND
002810         PERFORM 5000-SHOW-ITEM THRU 5000-SHOW-ITEM-EXIT
002820     ELSE
002830         PERFORM 5100-CLEAR-ITEM THRU 5100-CLEAR-ITEM-EXIT
002840     END-IF.
002850     PERFORM 8100-SEND-DATAONLY THRU 8100-SEND-DATAONLY-EXIT.
002860 2000-NEW-REQUEST-EXIT.
002870     EXIT.
002880*****************************************************************
002890* 2100-READ-ONE -- ONE KEYED READ OF THE QUEUE.                 *
002900*****************************************************************
002910 2100-READ-ONE.
002920     MOVE 'N' TO WS-ITEM-FOUND-SW.
002930     IF VSEQI NOT NUMERIC
002940         MOVE "SEQUENCE MUST BE NUMERIC (OR BLANK FOR PENDING)"
002950              TO VMSGO
002960         GO TO 2100-READ-ONE-EXIT
002970     END-IF.
002980     MOVE VSEQI TO WS-BRW-SEQ.
002990     MOVE LENGTH OF REV-PEND-REC TO WS-REVP-LENGTH.
003000     EXEC CICS READ
003010          FILE('REVPEND')
003020          INTO(REV-PEND-REC)
003030          LENGTH(WS-REVP-LENGTH)
003040          RIDFLD(WS-BRW-KEY)
003050          RESP(WS-RESP)
003060     END-EXEC.
003070     EVALUATE WS-RESP
003080         WHEN DFHRESP(NORMAL)
003090             MOVE 'Y' TO WS-ITEM-FOUND-SW
003100         WHEN DFHRESP(NOTFND)
003110             MOVE "NO HELD ITEM FOR THAT KEY" TO VMSGO
003120         WHEN OTHER
003130             MOVE "REVIEW QUEUE NOT AVAILABLE -- CALL OPERATIONS"
003140                  TO VMSGO
003150     END-EVALUATE.
003160 2100-READ-ONE-EXIT.
003170     EXIT.
003180*****************************************************************
003190* 3000-NEXT-PENDING -- PF8: THE NEXT PENDING ITEM PAST THE ONE  *
003200* ON SCREEN.                                                    *
003210*****************************************************************
003220 3000-NEXT-PENDING.
003230     MOVE LOW-VALUES TO REVMAPO.
003240     IF NOT CA-ITEM-SHOWN
003250         MOVE "NO ITEM ON SCREEN -- KEY A DATE AND JOB FIRST"
003260              TO VMSGO
003270         PERFORM 8100-SEND-DATAONLY
003280                 THRU 8100-SEND-DATAONLY-EXIT
003290         GO TO 3000-NEXT-PENDING-EXIT
003300     END-IF.
003310     MOVE CA-ITEM-KEY TO WS-BRW-KEY.
003320     MOVE CA-ITEM-KEY TO WS-SKIP-KEY.
003330     MOVE SPACES TO CA-MODE.
003340     PERFORM 3100-FIND-PENDING THRU 3100-FIND-PENDING-EXIT.
003350     IF WS-ITEM-FOUND
003360         PERFORM 5000-SHOW-ITEM THRU 5000-SHOW-ITEM-EXIT
003370     ELSE
003380         PERFORM 5100-CLEAR-ITEM THRU 5100-CLEAR-ITEM-EXIT
003390     END-IF.
003400     PERFORM 8100-SEND-DATAONLY THRU 8100-SEND-DATAONLY-EXIT.
003410 3000-NEXT-PENDING-EXIT.
003420     EXIT.
003430*****************************************************************
003440* 3100-FIND-PENDING -- BROWSES FROM WS-BRW-KEY FOR THE FIRST    *
003450* PENDING ITEM, STEPPING PAST WS-SKIP-KEY (THE ITEM ALREADY ON  *
003460* SCREEN) AND EVERY ITEM ALREADY ACTIONED OR RELEASED.          *
003470*****************************************************************
003480 3100-FIND-PENDING.
003490     MOVE 'N' TO WS-ITEM-FOUND-SW.
003500     MOVE 'N' TO WS-BRW-DONE-SW.
003510     EXEC CICS STARTBR
003520          FILE('REVPEND')
003530          RIDFLD(WS-BRW-KEY)
003540          GTEQ
003550          RESP(WS-RESP)
003560     END-EXEC.
003570     IF WS-RESP NOT = DFHRESP(NORMAL)
003580         MOVE "NO PENDING ITEMS AT OR PAST THAT KEY" TO VMSGO
003590         GO TO 3100-FIND-PENDING-EXIT
003600     END-IF.
003610     PERFORM 3150-BROWSE-ONE THRU 3150-BROWSE-ONE-EXIT
003620             UNTIL WS-BRW-DONE.
003630     EXEC CICS ENDBR
003640          FILE('REVPEND')
003650          RESP(WS-RESP)
003660     END-EXEC.
003670 3100-FIND-PENDING-EXIT.
003680     EXIT.
003690*****************************************************************
003700* 3150-BROWSE-ONE -- READS THE NEXT QUEUE RECORD; THE FIRST     *
003710* PENDING ONE ENDS THE BROWSE.                                  *
003720*****************************************************************
003730 3150-BROWSE-ONE.
003740     MOVE LENGTH OF REV-PEND-REC TO WS-REVP-LENGTH.
003750     EXEC CICS READNEXT
003760          FILE('REVPEND')
003770          INTO(REV-PEND-REC)
003780          LENGTH(WS-REVP-LENGTH)
003790          RIDFLD(WS-BRW-KEY)
003800          RESP(WS-RESP)
003810     END-EXEC.
003820     IF WS-RESP NOT = DFHRESP(NORMAL)
003830         MOVE "NO MORE PENDING ITEMS ON THE QUEUE" TO VMSGO
003840         MOVE 'Y' TO WS-BRW-DONE-SW
003850         GO TO 3150-BROWSE-ONE-EXIT
003860     END-IF.
003870     IF RVP-KEY = WS-SKIP-KEY
003880         GO TO 3150-BROWSE-ONE-EXIT
003890     END-IF.
003900     IF RVP-PENDING
003910         MOVE 'Y' TO WS-ITEM-FOUND-SW
003920         MOVE 'Y' TO WS-BRW-DONE-SW
003930     END-IF.
003940 3150-BROWSE-ONE-EXIT.
003950     EXIT.
003960*****************************************************************
003970* 4000-ACTION-ITEM -- PF5/PF6: APPROVES OR REJECTS THE ITEM ON  *
003980* SCREEN.  THE RECORD IS RE-READ FOR UPDATE SO THE STATUS AND   *
003990* KEYED-BY CHECKS ARE MADE AGAINST WHAT IS ON FILE NOW, NOT     *
004000* WHAT WAS ON SCREEN -- TWO SUPERVISORS ON THE SAME ITEM CANNOT *
004010* BOTH ACT ON IT.                                               *
004020*****************************************************************
004030 4000-ACTION-ITEM.
004040     IF NOT CA-ITEM-SHOWN
004050         MOVE LOW-VALUES TO REVMAPO
004060         MOVE "NO ITEM ON SCREEN -- PRESS ENTER TO SHOW ONE FIRST"
004070              TO VMSGO
004080         PERFORM 8100-SEND-DATAONLY
004090                 THRU 8100-SEND-DATAONLY-EXIT
004100         GO TO 4000-ACTION-ITEM-EXIT
004110     END-IF.
004120*    THE NOTE IS THE ONLY FIELD TAKEN FROM THE SCREEN -- THE KEY
004130*    ACTED ON IS THE ONE IN THE COMMAREA.  NOTHING MODIFIED
004140*    (MAPFAIL) SIMPLY MEANS NO NOTE.
004150     MOVE SPACES TO WS-NOTE.
004160     EXEC CICS RECEIVE
004170          MAP('REVMAP')
004180          MAPSET('REVSET')
004190          INTO(REVMAPI)
004200          RESP(WS-RESP)
004210     END-EXEC.
004220     IF WS-RESP = DFHRESP(NORMAL)
004230        AND VNOTEI NOT = LOW-VALUES
004240         MOVE VNOTEI TO WS-NOTE
004250     END-IF.
004260     MOVE LOW-VALUES TO REVMAPO.
004270     IF WS-REJECTING AND WS-NOTE = SPACES
004280         MOVE "KEY THE REJECT REASON IN THE NOTE FIELD, THEN PF6"
004290              TO VMSGO
004300         PERFORM 8100-SEND-DATAONLY
004310                 THRU 8100-SEND-DATAONLY-EXIT
004320         GO TO 4000-ACTION-ITEM-EXIT
004330     END-IF.
004340     EXEC CICS ASSIGN
004350          USERID(WS-USERID)
004360     END-EXEC.
004370     MOVE CA-ITEM-KEY TO WS-BRW-KEY.
004380     MOVE LENGTH OF REV-PEND-REC TO WS-REVP-LENGTH.
004390     EXEC CICS READ
004400          FILE('REVPEND')
004410          INTO(REV-PEND-REC)
004420          LENGTH(WS-REVP-LENGTH)
004430          RIDFLD(WS-BRW-KEY)
004440          UPDATE
004450          RESP(WS-RESP)
004460     END-EXEC.
004470     EVALUATE WS-RESP
004480         WHEN DFHRESP(NORMAL)
004490             CONTINUE
004500         WHEN DFHRESP(NOTFND)
004510             MOVE SPACES TO CA-MODE
004520             PERFORM 5100-CLEAR-ITEM THRU 5100-CLEAR-ITEM-EXIT
004530             MOVE "ITEM IS NO LONGER ON THE QUEUE" TO VMSGO
004540             PERFORM 8100-SEND-DATAONLY
004550                     THRU 8100-SEND-DATAONLY-EXIT
004560             GO TO 4000-ACTION-ITEM-EXIT
004570         WHEN OTHER
004580             MOVE "REVIEW QUEUE NOT AVAILABLE -- CALL OPERATIONS"
004590                  TO VMSGO
004600             PERFORM 8100-SEND-DATAONLY
004610                     THRU 8100-SEND-DATAONLY-EXIT
004620             GO TO 4000-ACTION-ITEM-EXIT
004630     END-EVALUATE.
004640     IF NOT RVP-PENDING
004650         PERFORM 4900-UNLOCK THRU 4900-UNLOCK-EXIT
004660         PERFORM 5000-SHOW-ITEM THRU 5000-SHOW-ITEM-EXIT
004670         MOVE "ALREADY ACTIONED -- NOTHING CHANGED" TO VMSGO
004680         PERFORM 8100-SEND-DATAONLY
004690                 THRU 8100-SEND-DATAONLY-EXIT
004700         GO TO 4000-ACTION-ITEM-EXIT
004710     END-IF.
004720     IF RVP-KEYED-BY = WS-USERID
004730         PERFORM 4900-UNLOCK THRU 4900-UNLOCK-EXIT
004740         PERFORM 5000-SHOW-ITEM THRU 5000-SHOW-ITEM-EXIT
004750         MOVE "YOU KEYED THIS BATCH -- ANOTHER USER MUST ACT"
004760              TO VMSGO
004770         PERFORM 8100-SEND-DATAONLY
004780                 THRU 8100-SEND-DATAONLY-EXIT
004790         GO TO 4000-ACTION-ITEM-EXIT
004800     END-IF.
004810     EXEC CICS ASKTIME
004820          ABSTIME(WS-ABSTIME)
004830     END-EXEC.
004840     EXEC CICS FORMATTIME
004850          ABSTIME(WS-ABSTIME)
004860          YYYYMMDD(WS-TODAY)
004870          TIME(WS-NOW)
004880     END-EXEC.
004890     IF WS-APPROVING
004900         MOVE 'A' TO RVP-STATUS
004910     ELSE
004920         MOVE 'R' TO RVP-STATUS
004930     END-IF.
004940     MOVE WS-USERID TO RVP-ACTION-BY.
004950     MOVE WS-TODAY  TO RVP-ACTION-DATE.
004960     MOVE WS-NOW    TO RVP-ACTION-TIME.
004970     IF WS-NOTE NOT = SPACES
004980         MOVE WS-NOTE TO RVP-NOTE
004990     END-IF.
005000     EXEC CICS REWRITE
005010          FILE('REVPEND')
005020          FROM(REV-PEND-REC)
005030          LENGTH(WS-REVP-LENGTH)
005040          RESP(WS-RESP)
005050     END-EXEC.
005060     IF WS-RESP NOT = DFHRESP(NORMAL)
005070         MOVE "UPDATE FAILED, ITEM STILL PENDING -- CALL OPS"
005080              TO VMSGO
005090         PERFORM 8100-SEND-DATAONLY
005100                 THRU 8100-SEND-DATAONLY-EXIT
005110         GO TO 4000-ACTION-ITEM-EXIT
005120     END-IF.
005130     PERFORM 5000-SHOW-ITEM THRU 5000-SHOW-ITEM-EXIT.
005140     IF WS-APPROVING
005150         MOVE "APPROVED -- POSTS ON THE NEXT RUN'S APV BATCH"
005160              TO VMSGO
005170     ELSE
005180         MOVE "REJECTED -- GOES TO SUSPENSE TONIGHT, REASON 07"
005190              TO VMSGO
005200     END-IF.
005210     PERFORM 8100-SEND-DATAONLY THRU 8100-SEND-DATAONLY-EXIT.
005220 4000-ACTION-ITEM-EXIT.
005230     EXIT.
005240*****************************************************************
005250* 4900-UNLOCK -- RELEASES THE UPDATE LOCK ON AN ITEM THAT WAS   *
005260* READ FOR UPDATE BUT MAY NOT BE ACTIONED.                      *
005270*****************************************************************
005280 4900-UNLOCK.
005290     EXEC CICS UNLOCK
005300          FILE('REVPEND')
005310          RESP(WS-RESP)
005320     END-EXEC.
005330 4900-UNLOCK-EXIT.
005340     EXIT.
005350*****************************************************************
005360* 5000-SHOW-ITEM -- FORMATS THE QUEUE RECORD ONTO THE SCREEN    *
005370* AND REMEMBERS ITS KEY IN THE COMMAREA.  THE NOTE FIELD IS     *
005380* ALWAYS SENT (BLANK FOR A PENDING ITEM) SO A REASON KEYED      *
005390* AGAINST ONE ITEM CANNOT CARRY OVER TO THE NEXT.               *
005400*****************************************************************
005410 5000-SHOW-ITEM.
005420     MOVE 'S'              TO CA-MODE.
005430     MOVE RVP-KEY          TO CA-ITEM-KEY.
005440     MOVE RVP-RUN-DATE     TO VDATEO.
005450     MOVE RVP-JOB-ID       TO VJOBO.
005460     MOVE RVP-TRAN-SEQ     TO VSEQO.
005470     MOVE RVP-SOURCE-CD    TO IL1-SRC.
005480     MOVE RVP-TR-I         TO IL1-I.
005490     EVALUATE TRUE
005500         WHEN RVP-PENDING
005510             MOVE "PENDING"   TO IL1-STATUS
005520         WHEN RVP-APPROVED
005530             MOVE "APPROVED"  TO IL1-STATUS
005540         WHEN RVP-REJECTED
005550             MOVE "REJECTED"  TO IL1-STATUS
005560         WHEN RVP-RELEASED
005570             MOVE "RELEASED"  TO IL1-STATUS
005580         WHEN RVP-SUSPENDED
005590             MOVE "SUSPENDED" TO IL1-STATUS
005600         WHEN OTHER
005610             MOVE RVP-STATUS  TO IL1-STATUS
005620     END-EVALUATE.
005630     MOVE RVP-J-RESULT     TO IL2-RESULT.
005640     MOVE RVP-ORIG-J       TO IL3-ORIG-J.
005650     MOVE RVP-CURR-CD      TO IL3-CURR.
005660     MOVE RVP-BASE-J       TO IL3-BASE-J.
005670     MOVE RVP-LIMIT        TO IL4-LIMIT.
005680     IF RVP-ACCOUNT-LIMIT
005690         MOVE "THE I RANGE" TO IL4-BASIS
005700     ELSE
005710         MOVE "THE SOURCE"  TO IL4-BASIS
005720     END-IF.
005730     MOVE RVP-GL-ACCOUNT   TO IL5-ACCOUNT.
005740     MOVE RVP-GL-COST-CTR  TO IL5-COST-CTR.
005750     MOVE RVP-KEYED-BY     TO IL6-KEYED-BY.
005760     MOVE RVP-ACTION-BY    TO IL7-ACTION-BY.
005770     MOVE RVP-ACTION-DATE  TO IL7-ACTION-DATE.
005780     MOVE RVP-ACTION-TIME  TO IL7-ACTION-TIME.
005790     MOVE RVP-RELEASE-DATE TO IL7-RELEASE-DATE.
005800     MOVE RVP-NOTE         TO IL8-NOTE.
005810     MOVE WS-ITEM-LINE-1   TO VDTLO (1).
005820     MOVE WS-ITEM-LINE-2   TO VDTLO (2).
005830     MOVE WS-ITEM-LINE-3   TO VDTLO (3).
005840     MOVE WS-ITEM-LINE-4   TO VDTLO (4).
005850     MOVE WS-ITEM-LINE-5   TO VDTLO (5).
005860     MOVE WS-ITEM-LINE-6   TO VDTLO (6).
005870     MOVE WS-ITEM-LINE-7   TO VDTLO (7).
005880     MOVE WS-ITEM-LINE-8   TO VDTLO (8).
005890     MOVE SPACES           TO VNOTEO.
005900     IF VMSGO = LOW-VALUES
005910         IF RVP-PENDING
005920             MOVE "PF5 TO APPROVE, PF6 TO REJECT, PF8 FOR NEXT"
005930                  TO VMSGO
005940         ELSE
005950             MOVE "ITEM ALREADY ACTIONED -- PF8 FOR NEXT PENDING"
005960                  TO VMSGO
005970         END-IF
005980     END-IF.
005990 5000-SHOW-ITEM-EXIT.
006000     EXIT.
006010*****************************************************************
006020* 5100-CLEAR-ITEM -- BLANKS THE DETAIL LINES AND THE NOTE WHEN  *
006030* NO ITEM IS SHOWN, SO A PRIOR ITEM CANNOT LINGER ON SCREEN     *
006040* LOOKING CURRENT.                                              *
006050*****************************************************************
006060 5100-CLEAR-ITEM.
006070     MOVE ZERO TO WS-LINE-SUB.
006080     PERFORM 5150-BLANK-ONE-LINE THRU 5150-BLANK-ONE-LINE-EXIT
006090             UNTIL WS-LINE-SUB >= 8.
006100     MOVE SPACES TO VNOTEO.
006110 5100-CLEAR-ITEM-EXIT.
006120     EXIT.
006130*****************************************************************
006140* 5150-BLANK-ONE-LINE -- BLANKS THE NEXT DETAIL LINE.           *
006150*****************************************************************
006160 5150-BLANK-ONE-LINE.
006170     ADD 1 TO WS-LINE-SUB.
006180     MOVE SPACES TO VDTLO (WS-LINE-SUB).
006190 5150-BLANK-ONE-LINE-EXIT.
006200     EXIT.
006210*****************************************************************
006220* 8100-SEND-DATAONLY -- REPAINTS THE VARIABLE FIELDS.           *
006230*****************************************************************
006240 8100-SEND-DATAONLY.
006250     EXEC CICS SEND
006260          MAP('REVMAP')
006270          MAPSET('REVSET')
006280          FROM(REVMAPO)
006290          DATAONLY
006300     END-EXEC.
006310 8100-SEND-DATAONLY-EXIT.
006320     EXIT.
006330*****************************************************************
006340* 9000-END-SESSION -- PF3/CLEAR: CLEARS THE SCREEN AND ENDS     *
006350* THE PSEUDO-CONVERSATION.                                      *
006360*****************************************************************
006370 9000-END-SESSION.
006380     EXEC CICS SEND CONTROL
006390          ERASE
006400          FREEKB
006410     END-EXEC.
006420     EXEC CICS RETURN
006430     END-EXEC.
006440 9000-END-SESSION-EXIT.
006450     EXIT.
