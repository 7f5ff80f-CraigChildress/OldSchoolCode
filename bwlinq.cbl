       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'BWLINQ'.                                           00000200
      *================================================                 00000300
      * ONLINE BOWLER SEASON INQUIRY FOR THE DESK -                     00000400
      * TRANSACTION BINQ, MAPSET BWLINQM. KEY IN                        00000500
      * LEAGUE, TEAM AND BOWLER (BOWLER BLANK SHOWS                     00000600
      * THE TEAM'S FIRST BOWLER) AND THE SCREEN SHOWS                   00000700
      * THE SEASON GAMES, PINS, AVERAGE, HIGH GAME,                     00000800
      * HIGH SERIES AND WEEKS BOWLED OFF THE KEYED                      00000900
      * SEASON MASTER, THE CURRENT HANDICAP WORKED                      00001000
      * THE WAY ARRAY2 WORKS IT (LEAGUE PARAMETERS,                     00001100
      * ENTERING AVERAGE TILL THE MINIMUM GAMES ARE                     00001200
      * BOWLED), DUES OWED AND PAID OFF THE DUES                        00001300
      * MASTER, ROSTER STATUS (ACTIVE OR THE DROP                       00001400
      * WEEK) AND THE LAST FOUR NIGHTS KEPT ON THE                      00001500
      * SEASON DETAIL FILE. PF8 AND PF7 BROWSE                          00001600
      * FORWARD AND BACK THROUGH THE TEAM'S BOWLERS                     00001700
      * IN MASTER KEY ORDER; PF3 OR CLEAR ENDS.                         00001800
      * PSEUDO-CONVERSATIONAL - THE COMMAREA CARRIES                    00001900
      * THE KEY OF THE BOWLER ON THE SCREEN.                            00002000
      * FILES (KEYED, READ ONLY):                                       00002100
      *   SEASMST  CSEASMST - LEAGUE/TEAM/BOWLER                        00002200
      *   DUESMST  CDUESMST - BOWLER/TEAM/LEAGUE                        00002300
      *   ROSTER   CROSTER  - BOWLER/TEAM                               00002400
      *   LEAGPRM  CLEAGPRM - LEAGUE                                    00002500
      *   ENTAVG   CENTAVG  - LEAGUE/BOWLER                             00002600
      *   TEAMMST  CTEAMMST - LEAGUE/TEAM                               00002700
      *   SEASDTL  CBOWLDTL - BOWLER/TEAM/WEEK                          00002800
      *================================================                 00002900
       ENVIRONMENT DIVISION.                                            00003000
       CONFIGURATION SECTION.                                           00003100
       SOURCE-COMPUTER.  IBM-360.                                       00003200
       OBJECT-COMPUTER.  IBM-360.                                       00003300
                                                                        00003400
       DATA DIVISION.                                                   00003500
       WORKING-STORAGE SECTION.                                         00003600
                                                                        00003700
      *--------------------------------------------------------------   00003800
      * THE KEY OF THE BOWLER ON THE SCREEN, HANDED FROM ONE TASK TO    00003900
      * THE NEXT - SAME SHAPE AS THE SEASON MASTER KEY.                 00004000
      *--------------------------------------------------------------   00004100
       01  WS-COMMAREA.                                                 00004200
           05  CA-LEAGUE-ID  PIC XX    VALUE SPACES.                    00004300
           05  CA-TEAM-ID    PIC XX    VALUE SPACES.                    00004400
           05  CA-BOWLER     PIC A(10) VALUE SPACES.                    00004500
                                                                        00004600
       01  WS-RESP         PIC S9(08) COMP VALUE ZERO.                  00004700
       01  WS-EDIT-RESP    PIC ZZZ9.                                    00004800
       01  WS-MSG          PIC X(79) VALUE SPACES.                      00004900
       01  WS-END-SW       PIC X     VALUE 'N'.                         00005000
       88  INQUIRY-ENDED   VALUE 'Y'.                                   00005100
       01  WS-FOUND-SW     PIC X     VALUE 'N'.                         00005200
       88  MST-FOUND       VALUE 'Y'.                                   00005300
       01  WS-BROWSE-SW    PIC X     VALUE 'N'.                         00005400
       88  BROWSE-DONE     VALUE 'Y'.                                   00005500
       01  WS-END-TEXT     PIC X(20) VALUE 'BOWLER INQUIRY ENDED'.      00005600
                                                                        00005700
       01  MASTER-WORK.                                                 00005800
           COPY CSEASMST.                                               00005900
       01  DUES-WORK.                                                   00006000
           COPY CDUESMST.                                               00006100
       01  ROSTER-WORK.                                                 00006200
           COPY CROSTER.                                                00006300
       01  LEAGPARM-WORK.                                               00006400
           COPY CLEAGPRM.                                               00006500
       01  ENTAVG-WORK.                                                 00006600
           COPY CENTAVG.                                                00006700
       01  TEAM-WORK.                                                   00006800
           COPY CTEAMMST.                                               00006900
       01  DETAIL-WORK.                                                 00007000
           COPY CBOWLDTL.                                               00007100
                                                                        00007200
       01  WS-MST-KEY.                                                  00007300
           05  WS-MST-LEAGUE  PIC XX.                                   00007400
           05  WS-MST-TEAM    PIC XX.                                   00007500
           05  WS-MST-BOWLER  PIC A(10).                                00007600
       01  WS-DUES-KEY.                                                 00007700
           05  WS-DUES-BOWLER PIC A(10).                                00007800
           05  WS-DUES-TEAM   PIC XX.                                   00007900
           05  WS-DUES-LEAGUE PIC XX.                                   00008000
       01  WS-ROS-KEY.                                                  00008100
           05  WS-ROS-BOWLER  PIC A(10).                                00008200
           05  WS-ROS-TEAM    PIC XX.                                   00008300
       01  WS-EA-KEY.                                                   00008400
           05  WS-EA-LEAGUE   PIC XX.                                   00008500
           05  WS-EA-BOWLER   PIC A(10).                                00008600
       01  WS-TM-KEY.                                                   00008700
           05  WS-TM-LEAGUE   PIC XX.                                   00008800
           05  WS-TM-TEAM     PIC XX.                                   00008900
      *    THE DETAIL KEY, AND THE BOWLER/TEAM PART OF IT ON ITS OWN    00009000
      *    FOR TELLING THIS BOWLER'S NIGHTS FROM THE NEXT ONE'S.        00009100
       01  WS-DTL-KEY.                                                  00009200
           05  WS-DTL-BT.                                               00009300
               10  WS-DTL-BOWLER  PIC A(10).                            00009400
               10  WS-DTL-TEAM    PIC XX.                               00009500
           05  WS-DTL-WEEK    PIC XX.                                   00009600
       01  WS-DTL-WANT.                                                 00009700
           05  WS-DTL-WANT-BOWLER PIC A(10).                            00009800
           05  WS-DTL-WANT-TEAM   PIC XX.                               00009900
       01  WS-NIGHT-COUNT  PIC 9     VALUE ZERO.                        00010000
                                                                        00010100
      *--------------------------------------------------------------   00010200
      * HANDICAP WORK - THE SAME DEFAULTS AS ARRAY2 WHEN THE LEAGUE     00010300
      * HAS NO PARAMETER RECORD: BASE 200, 80 PERCENT, 21 GAMES.        00010400
      *--------------------------------------------------------------   00010500
       01  WS-HDCP-BASE-AVG PIC 999  VALUE 200.                         00010600
       01  WS-HDCP-PCT      PIC 999  VALUE 080.                         00010700
       01  WS-MIN-GAMES     PIC 999  VALUE 021.                         00010800
       01  WS-SEASON-AVG    PIC 999  VALUE ZERO.                        00010900
       01  WS-ENTER-AVG     PIC 999  VALUE ZERO.                        00011000
       01  WS-HDCP-AVG      PIC 999  VALUE ZERO.                        00011100
       01  WS-HDCP-RAW      PIC 999  VALUE ZERO.                        00011200
       01  WS-HDCP-SOURCE   PIC X(08) VALUE SPACES.                     00011300
       01  WS-DUES-BAL      PIC S9(05)V99 VALUE ZERO.                   00011400
       01  WS-SERIES        PIC 9(04) VALUE ZERO.                       00011500
                                                                        00011600
       01  WS-EDIT-GAMES   PIC ZZZZ9.                                   00011700
       01  WS-EDIT-PINS    PIC Z(6)9.                                   00011800
       01  WS-EDIT-3       PIC ZZ9.                                     00011900
       01  WS-EDIT-HISER   PIC ZZZ9.                                    00012000
       01  WS-EDIT-WEEKS   PIC Z9.                                      00012100
       01  WS-EDIT-AMT     PIC ZZZZ9.99.                                00012200
       01  WS-EDIT-BAL     PIC -(5)9.99.                                00012300
                                                                        00012400
      *--------------------------------------------------------------   00012500
      * ONE RECENT NIGHT, LAID OUT UNDER THE MAP'S COLUMN HEADINGS.     00012600
      *--------------------------------------------------------------   00012700
       01  WS-NIGHT-LINE.                                               00012800
           05  FILLER        PIC X(05) VALUE 'WEEK '.                   00012900
           05  NL-WEEK       PIC XX.                                    00013000
           05  FILLER        PIC X(08) VALUE SPACES.                    00013100
           05  NL-G1         PIC ZZ9.                                   00013200
           05  FILLER        PIC X     VALUE SPACE.                     00013300
           05  NL-G2         PIC ZZ9.                                   00013400
           05  FILLER        PIC X     VALUE SPACE.                     00013500
           05  NL-G3         PIC ZZ9.                                   00013600
           05  FILLER        PIC X     VALUE SPACE.                     00013700
           05  NL-G4         PIC ZZ9 BLANK WHEN ZERO.                   00013800
           05  FILLER        PIC X(04) VALUE SPACES.                    00013900
           05  NL-SERIES     PIC ZZZ9.                                  00014000
           05  FILLER        PIC X(03) VALUE SPACES.                    00014100
           05  NL-HDCP       PIC ZZ9.                                   00014200
           05  FILLER        PIC XX    VALUE SPACES.                    00014300
           05  NL-ENTRY      PIC X(08).                                 00014400
           05  FILLER        PIC X(06) VALUE SPACES.                    00014500
                                                                        00014600
           COPY DFHAID.                                                 00014700
           COPY BWLINQM.                                                00014800
                                                                        00014900
       LINKAGE SECTION.                                                 00015000
       01  DFHCOMMAREA     PIC X(14).                                   00015100
                                                                        00015200
       PROCEDURE DIVISION.                                              00015300
       MAIN.                                                            00015400
           MOVE LOW-VALUES TO BWLINQO.                                  00015500
           IF EIBCALEN = ZERO                                           00015600
               MOVE 'ENTER LEAGUE, TEAM AND BOWLER' TO WS-MSG           00015700
               PERFORM SEND-INQUIRY-MAP                                 00015800
           ELSE                                                         00015900
               MOVE DFHCOMMAREA TO WS-COMMAREA                          00016000
               PERFORM TAKE-ATTENTION-KEY.                              00016100
           IF INQUIRY-ENDED                                             00016200
               EXEC CICS SEND TEXT FROM(WS-END-TEXT)                    00016300
                   LENGTH(20) ERASE FREEKB                              00016400
               END-EXEC                                                 00016500
               EXEC CICS RETURN                                         00016600
               END-EXEC                                                 00016700
           ELSE                                                         00016800
               EXEC CICS RETURN TRANSID('BINQ')                         00016900
                   COMMAREA(WS-COMMAREA) LENGTH(14)                     00017000
               END-EXEC.                                                00017100
           GOBACK.                                                      00017200
                                                                        00017300
      *--------------------------------------------------------------   00017400
      * ENTER INQUIRES ON THE KEY TYPED; PF7/PF8 BROWSE FROM THE        00017500
      * BOWLER ON THE SCREEN; PF3 AND CLEAR END THE CONVERSATION.       00017600
      *--------------------------------------------------------------   00017700
       TAKE-ATTENTION-KEY.                                              00017800
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR                      00017900
               SET INQUIRY-ENDED TO TRUE                                00018000
           ELSE                                                         00018100
               IF EIBAID = DFHENTER                                     00018200
                   PERFORM INQUIRE-KEYED                                00018300
               ELSE                                                     00018400
                   IF EIBAID = DFHPF8                                   00018500
                       PERFORM BROWSE-NEXT-BOWLER                       00018600
                   ELSE                                                 00018700
                       IF EIBAID = DFHPF7                               00018800
                           PERFORM BROWSE-PREV-BOWLER                   00018900
                       ELSE                                             00019000
                           MOVE 'KEY NOT IN USE ON THIS SCREEN'         00019100
                             TO WS-MSG                                  00019200
                           PERFORM SHOW-CURRENT                         00019300
                       END-IF                                           00019400
                   END-IF                                               00019500
               END-IF                                                   00019600
           END-IF.                                                      00019700
                                                                        00019800
       INQUIRE-KEYED.                                                   00019900
           EXEC CICS RECEIVE MAP('BWLINQ') MAPSET('BWLINQM')            00020000
               INTO(BWLINQI) RESP(WS-RESP)                              00020100
           END-EXEC.                                                    00020200
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00020300
               MOVE 'ENTER LEAGUE, TEAM AND BOWLER' TO WS-MSG           00020400
               PERFORM SHOW-CURRENT                                     00020500
           ELSE                                                         00020600
               MOVE SPACES TO WS-COMMAREA                               00020700
               IF LEAGUEL > ZERO                                        00020800
                   MOVE LEAGUEI TO CA-LEAGUE-ID                         00020900
               END-IF                                                   00021000
               IF TEAML > ZERO                                          00021100
                   MOVE TEAMI TO CA-TEAM-ID                             00021200
               END-IF                                                   00021300
               IF BOWLERL > ZERO                                        00021400
                   MOVE BOWLERI TO CA-BOWLER                            00021500
               END-IF                                                   00021600
               IF CA-LEAGUE-ID = SPACES OR CA-TEAM-ID = SPACES          00021700
                   MOVE 'LEAGUE AND TEAM ARE BOTH REQUIRED' TO WS-MSG   00021800
                   PERFORM SEND-INQUIRY-MAP                             00021900
               ELSE                                                     00022000
                   IF CA-BOWLER = SPACES                                00022100
                       PERFORM BROWSE-NEXT-BOWLER                       00022200
                   ELSE                                                 00022300
                       PERFORM SHOW-CURRENT                             00022400
                   END-IF                                               00022500
               END-IF                                                   00022600
           END-IF.                                                      00022700
                                                                        00022800
      *    RE-READ AND SHOW THE BOWLER WHOSE KEY IS IN THE COMMAREA.    00022900
       SHOW-CURRENT.                                                    00023000
           IF CA-BOWLER = SPACES                                        00023100
               PERFORM SEND-INQUIRY-MAP                                 00023200
           ELSE                                                         00023300
               MOVE WS-COMMAREA TO WS-MST-KEY                           00023400
               PERFORM READ-MASTER                                      00023500
               PERFORM FILL-AND-SEND.                                   00023600
                                                                        00023700
       READ-MASTER.                                                     00023800
           MOVE 'N' TO WS-FOUND-SW.                                     00023900
           EXEC CICS READ FILE('SEASMST') INTO(MASTER-WORK)             00024000
               RIDFLD(WS-MST-KEY) RESP(WS-RESP)                         00024100
           END-EXEC.                                                    00024200
           IF WS-RESP = DFHRESP(NORMAL)                                 00024300
               SET MST-FOUND TO TRUE                                    00024400
           ELSE                                                         00024500
               IF WS-RESP = DFHRESP(NOTFND)                             00024600
                   MOVE 'BOWLER NOT ON THE SEASON MASTER' TO WS-MSG     00024700
               ELSE                                                     00024800
                   MOVE WS-RESP TO WS-EDIT-RESP                         00024900
                   MOVE SPACES TO WS-MSG                                00025000
                   STRING 'SEASON MASTER NOT AVAILABLE - RESP '         00025100
                          WS-EDIT-RESP                                  00025200
                       DELIMITED BY SIZE INTO WS-MSG.                   00025300
                                                                        00025400
      *--------------------------------------------------------------   00025500
      * PF8 - THE NEXT BOWLER ON THE TEAM IN MASTER KEY ORDER. THE      00025600
      * BROWSE STARTS AT THE SCREEN'S KEY, SO THAT RECORD ITSELF IS     00025700
      * STEPPED OVER. PAST THE TEAM'S LAST BOWLER THE SCREEN STAYS.     00025800
      *--------------------------------------------------------------   00025900
       BROWSE-NEXT-BOWLER.                                              00026000
           IF CA-LEAGUE-ID = SPACES                                     00026100
               MOVE 'ENTER LEAGUE, TEAM AND BOWLER' TO WS-MSG           00026200
               PERFORM SEND-INQUIRY-MAP                                 00026300
           ELSE                                                         00026400
               MOVE WS-COMMAREA TO WS-MST-KEY                           00026500
               MOVE 'N' TO WS-FOUND-SW, WS-BROWSE-SW                    00026600
               EXEC CICS STARTBR FILE('SEASMST')                        00026700
                   RIDFLD(WS-MST-KEY) GTEQ RESP(WS-RESP)                00026800
               END-EXEC                                                 00026900
               IF WS-RESP = DFHRESP(NORMAL)                             00027000
                   PERFORM READ-NEXT-MASTER UNTIL BROWSE-DONE           00027100
                   EXEC CICS ENDBR FILE('SEASMST')                      00027200
                   END-EXEC                                             00027300
               END-IF                                                   00027400
               IF MST-FOUND                                             00027500
                   MOVE SM-KEY TO WS-COMMAREA                           00027600
                   PERFORM FILL-AND-SEND                                00027700
               ELSE                                                     00027800
                   MOVE 'NO MORE BOWLERS ON THIS TEAM' TO WS-MSG        00027900
                   PERFORM SHOW-CURRENT.                                00028000
                                                                        00028100
       READ-NEXT-MASTER.                                                00028200
           EXEC CICS READNEXT FILE('SEASMST') INTO(MASTER-WORK)         00028300
               RIDFLD(WS-MST-KEY) RESP(WS-RESP)                         00028400
           END-EXEC.                                                    00028500
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00028600
               SET BROWSE-DONE TO TRUE                                  00028700
           ELSE                                                         00028800
               IF SM-KEY > WS-COMMAREA                                  00028900
                   SET BROWSE-DONE TO TRUE                              00029000
                   IF SM-LEAGUE-ID = CA-LEAGUE-ID                       00029100
                      AND SM-TEAM-ID = CA-TEAM-ID                       00029200
                       SET MST-FOUND TO TRUE.                           00029300
                                                                        00029400
      *--------------------------------------------------------------   00029500
      * PF7 - THE BOWLER BEFORE THE ONE ON THE SCREEN. A BROWSE         00029600
      * STARTED PAST THE END OF THE FILE IS RESTARTED FROM THE LAST     00029700
      * RECORD (A FULL KEY OF HIGH-VALUES). THE FIRST READPREV          00029800
      * RETURNS THE RECORD THE BROWSE STARTED ON, SO RECORDS ARE        00029900
      * STEPPED OVER UNTIL ONE FALLS BELOW THE SCREEN'S KEY.            00030000
      *--------------------------------------------------------------   00030100
       BROWSE-PREV-BOWLER.                                              00030200
           IF CA-BOWLER = SPACES                                        00030300
               MOVE 'ENTER LEAGUE, TEAM AND BOWLER' TO WS-MSG           00030400
               PERFORM SEND-INQUIRY-MAP                                 00030500
           ELSE                                                         00030600
               MOVE WS-COMMAREA TO WS-MST-KEY                           00030700
               MOVE 'N' TO WS-FOUND-SW, WS-BROWSE-SW                    00030800
               EXEC CICS STARTBR FILE('SEASMST')                        00030900
                   RIDFLD(WS-MST-KEY) GTEQ RESP(WS-RESP)                00031000
               END-EXEC                                                 00031100
               IF WS-RESP = DFHRESP(NOTFND)                             00031200
                   MOVE HIGH-VALUES TO WS-MST-KEY                       00031300
                   EXEC CICS STARTBR FILE('SEASMST')                    00031400
                       RIDFLD(WS-MST-KEY) GTEQ RESP(WS-RESP)            00031500
                   END-EXEC                                             00031600
               END-IF                                                   00031700
               IF WS-RESP = DFHRESP(NORMAL)                             00031800
                   PERFORM READ-PREV-MASTER UNTIL BROWSE-DONE           00031900
                   EXEC CICS ENDBR FILE('SEASMST')                      00032000
                   END-EXEC                                             00032100
               END-IF                                                   00032200
               IF MST-FOUND                                             00032300
                   MOVE SM-KEY TO WS-COMMAREA                           00032400
                   PERFORM FILL-AND-SEND                                00032500
               ELSE                                                     00032600
                   MOVE 'NO EARLIER BOWLERS ON THIS TEAM' TO WS-MSG     00032700
                   PERFORM SHOW-CURRENT.                                00032800
                                                                        00032900
       READ-PREV-MASTER.                                                00033000
           EXEC CICS READPREV FILE('SEASMST') INTO(MASTER-WORK)         00033100
               RIDFLD(WS-MST-KEY) RESP(WS-RESP)                         00033200
           END-EXEC.                                                    00033300
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00033400
               SET BROWSE-DONE TO TRUE                                  00033500
           ELSE                                                         00033600
               IF SM-KEY < WS-COMMAREA                                  00033700
                   SET BROWSE-DONE TO TRUE                              00033800
                   IF SM-LEAGUE-ID = CA-LEAGUE-ID                       00033900
                      AND SM-TEAM-ID = CA-TEAM-ID                       00034000
                       SET MST-FOUND TO TRUE.                           00034100
                                                                        00034200
      *--------------------------------------------------------------   00034300
      * BUILD THE SCREEN FOR THE MASTER RECORD IN MASTER-WORK AND       00034400
      * SEND IT. WITHOUT A MASTER RECORD ONLY THE KEY AND THE           00034500
      * MESSAGE GO OUT.                                                 00034600
      *--------------------------------------------------------------   00034700
       FILL-AND-SEND.                                                   00034800
           IF MST-FOUND                                                 00034900
               PERFORM FILL-MASTER                                      00035000
               PERFORM FILL-HANDICAP                                    00035100
               PERFORM FILL-DUES                                        00035200
               PERFORM FILL-ROSTER                                      00035300
               PERFORM FILL-NIGHTS.                                     00035400
           PERFORM SEND-INQUIRY-MAP.                                    00035500
                                                                        00035600
       FILL-MASTER.                                                     00035700
           MOVE SM-GAMES TO WS-EDIT-GAMES.                              00035800
           MOVE WS-EDIT-GAMES TO GAMESO.                                00035900
           MOVE SM-PINS TO WS-EDIT-PINS.                                00036000
           MOVE WS-EDIT-PINS TO PINSO.                                  00036100
           MOVE ZERO TO WS-SEASON-AVG.                                  00036200
           IF SM-GAMES NOT = ZERO                                       00036300
               COMPUTE WS-SEASON-AVG ROUNDED = SM-PINS / SM-GAMES.      00036400
           MOVE WS-SEASON-AVG TO WS-EDIT-3.                             00036500
           MOVE WS-EDIT-3 TO AVERAGEO.                                  00036600
           MOVE SM-HIGH-GAME TO WS-EDIT-3.                              00036700
           MOVE WS-EDIT-3 TO HIGAMEO.                                   00036800
           MOVE SM-HIGH-SER TO WS-EDIT-HISER.                           00036900
           MOVE WS-EDIT-HISER TO HISERO.                                00037000
           MOVE SM-WEEKS TO WS-EDIT-WEEKS.                              00037100
           MOVE WS-EDIT-WEEKS TO WEEKSO.                                00037200
                                                                        00037300
      *--------------------------------------------------------------   00037400
      * CURRENT HANDICAP, AS ARRAY2 WOULD GIVE IT NEXT WEEK - THE       00037500
      * SEASON AVERAGE ONCE THE LEAGUE'S MINIMUM GAMES ARE BOWLED,      00037600
      * THE ENTERING AVERAGE TILL THEN, THE SEASON AVERAGE AGAIN        00037700
      * WHEN THERE IS NO ENTERING AVERAGE.                              00037800
      *--------------------------------------------------------------   00037900
       FILL-HANDICAP.                                                   00038000
           MOVE 200 TO WS-HDCP-BASE-AVG.                                00038100
           MOVE 080 TO WS-HDCP-PCT.                                     00038200
           MOVE 021 TO WS-MIN-GAMES.                                    00038300
           EXEC CICS READ FILE('LEAGPRM') INTO(LEAGPARM-WORK)           00038400
               RIDFLD(SM-LEAGUE-ID) RESP(WS-RESP)                       00038500
           END-EXEC.                                                    00038600
           IF WS-RESP = DFHRESP(NORMAL)                                 00038700
               MOVE PRM-HDCP-BASE TO WS-HDCP-BASE-AVG                   00038800
               MOVE PRM-HDCP-PCT TO WS-HDCP-PCT                         00038900
               IF PRM-MIN-GAMES NUMERIC AND PRM-MIN-GAMES-N > ZERO      00039000
                   MOVE PRM-MIN-GAMES-N TO WS-MIN-GAMES.                00039100
           MOVE ZERO TO WS-ENTER-AVG.                                   00039200
           MOVE SM-LEAGUE-ID TO WS-EA-LEAGUE.                           00039300
           MOVE SM-BOWLER TO WS-EA-BOWLER.                              00039400
           EXEC CICS READ FILE('ENTAVG') INTO(ENTAVG-WORK)              00039500
               RIDFLD(WS-EA-KEY) RESP(WS-RESP)                          00039600
           END-EXEC.                                                    00039700
           IF WS-RESP = DFHRESP(NORMAL)                                 00039800
               MOVE EA-AVG TO WS-ENTER-AVG.                             00039900
           IF SM-GAMES NOT < WS-MIN-GAMES OR WS-ENTER-AVG = ZERO        00040000
               MOVE WS-SEASON-AVG TO WS-HDCP-AVG                        00040100
               MOVE 'SEASON' TO WS-HDCP-SOURCE                          00040200
           ELSE                                                         00040300
               MOVE WS-ENTER-AVG TO WS-HDCP-AVG                         00040400
               MOVE 'ENTERING' TO WS-HDCP-SOURCE.                       00040500
           MOVE ZERO TO WS-HDCP-RAW.                                    00040600
           IF WS-HDCP-AVG < WS-HDCP-BASE-AVG                            00040700
               COMPUTE WS-HDCP-RAW ROUNDED =                            00040800
                  (WS-HDCP-BASE-AVG - WS-HDCP-AVG) * WS-HDCP-PCT / 100. 00040900
           MOVE WS-HDCP-RAW TO WS-EDIT-3.                               00041000
           MOVE WS-EDIT-3 TO HDCPO.                                     00041100
           MOVE WS-HDCP-SOURCE TO HDCPSRCO.                             00041200
           MOVE WS-HDCP-AVG TO WS-EDIT-3.                               00041300
           MOVE WS-EDIT-3 TO HDCPAVGO.                                  00041400
                                                                        00041500
       FILL-DUES.                                                       00041600
           MOVE SM-BOWLER TO WS-DUES-BOWLER.                            00041700
           MOVE SM-TEAM-ID TO WS-DUES-TEAM.                             00041800
           MOVE SM-LEAGUE-ID TO WS-DUES-LEAGUE.                         00041900
           EXEC CICS READ FILE('DUESMST') INTO(DUES-WORK)               00042000
               RIDFLD(WS-DUES-KEY) RESP(WS-RESP)                        00042100
           END-EXEC.                                                    00042200
           IF WS-RESP = DFHRESP(NORMAL)                                 00042300
               MOVE DM-DUE TO WS-EDIT-AMT                               00042400
               MOVE WS-EDIT-AMT TO DUEOWEDO                             00042500
               MOVE DM-PAID TO WS-EDIT-AMT                              00042600
               MOVE WS-EDIT-AMT TO DUEPAIDO                             00042700
               COMPUTE WS-DUES-BAL = DM-DUE - DM-PAID                   00042800
               MOVE WS-DUES-BAL TO WS-EDIT-BAL                          00042900
               MOVE WS-EDIT-BAL TO DUEBALO                              00043000
           ELSE                                                         00043100
               MOVE 'NONE' TO DUEOWEDO.                                 00043200
                                                                        00043300
       FILL-ROSTER.                                                     00043400
           MOVE SM-BOWLER TO WS-ROS-BOWLER.                             00043500
           MOVE SM-TEAM-ID TO WS-ROS-TEAM.                              00043600
           EXEC CICS READ FILE('ROSTER') INTO(ROSTER-WORK)              00043700
               RIDFLD(WS-ROS-KEY) RESP(WS-RESP)                         00043800
           END-EXEC.                                                    00043900
           IF WS-RESP = DFHRESP(NORMAL)                                 00044000
               IF ROS-DROP-WEEK = SPACES                                00044100
                   MOVE 'ACTIVE' TO ROSSTATO                            00044200
               ELSE                                                     00044300
                   MOVE SPACES TO ROSSTATO                              00044400
                   STRING 'DROPPED WEEK ' ROS-DROP-WEEK                 00044500
                       DELIMITED BY SIZE INTO ROSSTATO                  00044600
               END-IF                                                   00044700
           ELSE                                                         00044800
               MOVE 'NOT ON ROSTER' TO ROSSTATO.                        00044900
                                                                        00045000
      *--------------------------------------------------------------   00045100
      * THE LAST FOUR NIGHTS, NEWEST FIRST. THE DETAIL FILE IS KEYED    00045200
      * BOWLER/TEAM/WEEK, SO THE BROWSE STARTS JUST PAST THIS           00045300
      * BOWLER'S HIGHEST WEEK AND READS BACKWARD, PASSING OVER THE      00045400
      * NEXT BOWLER'S NIGHTS AND ANY OTHER LEAGUE'S NIGHT, AND STOPS    00045500
      * AT THE BOWLER BEFORE.                                           00045600
      *--------------------------------------------------------------   00045700
       FILL-NIGHTS.                                                     00045800
           MOVE ZERO TO WS-NIGHT-COUNT.                                 00045900
           MOVE 'N' TO WS-BROWSE-SW.                                    00046000
           MOVE SM-BOWLER TO WS-DTL-BOWLER, WS-DTL-WANT-BOWLER.         00046100
           MOVE SM-TEAM-ID TO WS-DTL-TEAM, WS-DTL-WANT-TEAM.            00046200
           MOVE HIGH-VALUES TO WS-DTL-WEEK.                             00046300
           EXEC CICS STARTBR FILE('SEASDTL')                            00046400
               RIDFLD(WS-DTL-KEY) GTEQ RESP(WS-RESP)                    00046500
           END-EXEC.                                                    00046600
           IF WS-RESP = DFHRESP(NOTFND)                                 00046700
               MOVE HIGH-VALUES TO WS-DTL-KEY                           00046800
               EXEC CICS STARTBR FILE('SEASDTL')                        00046900
                   RIDFLD(WS-DTL-KEY) GTEQ RESP(WS-RESP)                00047000
               END-EXEC.                                                00047100
           IF WS-RESP = DFHRESP(NORMAL)                                 00047200
               PERFORM READ-PREV-NIGHT                                  00047300
                 UNTIL BROWSE-DONE OR WS-NIGHT-COUNT = 4                00047400
               EXEC CICS ENDBR FILE('SEASDTL')                          00047500
               END-EXEC.                                                00047600
           IF WS-NIGHT-COUNT = ZERO                                     00047700
               MOVE 'NO NIGHTS KEPT THIS SEASON' TO NIGHT1O.            00047800
                                                                        00047900
       READ-PREV-NIGHT.                                                 00048000
           EXEC CICS READPREV FILE('SEASDTL') INTO(DETAIL-WORK)         00048100
               RIDFLD(WS-DTL-KEY) RESP(WS-RESP)                         00048200
           END-EXEC.                                                    00048300
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00048400
               SET BROWSE-DONE TO TRUE                                  00048500
           ELSE                                                         00048600
               IF WS-DTL-BT < WS-DTL-WANT                               00048700
                   SET BROWSE-DONE TO TRUE                              00048800
               ELSE                                                     00048900
                   IF WS-DTL-BT = WS-DTL-WANT                           00049000
                      AND LEAGUE-ID = SM-LEAGUE-ID                      00049100
                       PERFORM SHOW-ONE-NIGHT.                          00049200
                                                                        00049300
       SHOW-ONE-NIGHT.                                                  00049400
           ADD 1 TO WS-NIGHT-COUNT.                                     00049500
           MOVE WEEK-NO TO NL-WEEK.                                     00049600
           MOVE ZERO TO NL-G1, NL-G2, NL-G3, NL-G4, WS-SERIES.          00049700
           IF SCORE-1 NUMERIC                                           00049800
               MOVE SCORE-1-N TO NL-G1                                  00049900
               ADD SCORE-1-N TO WS-SERIES.                              00050000
           IF SCORE-2 NUMERIC                                           00050100
               MOVE SCORE-2-N TO NL-G2                                  00050200
               ADD SCORE-2-N TO WS-SERIES.                              00050300
           IF SCORE-3 NUMERIC                                           00050400
               MOVE SCORE-3-N TO NL-G3                                  00050500
               ADD SCORE-3-N TO WS-SERIES.                              00050600
           IF SCORE-4 NUMERIC                                           00050700
               MOVE SCORE-4-N TO NL-G4                                  00050800
               ADD SCORE-4-N TO WS-SERIES.                              00050900
           MOVE WS-SERIES TO NL-SERIES.                                 00051000
           MOVE ZERO TO NL-HDCP.                                        00051100
           IF HANDICAP NUMERIC                                          00051200
               MOVE HANDICAP-N TO NL-HDCP.                              00051300
           IF ENTRY-TYPE = 'A'                                          00051400
               MOVE 'ABSENT' TO NL-ENTRY                                00051500
           ELSE                                                         00051600
               IF ENTRY-TYPE = 'S'                                      00051700
                   MOVE 'SUB' TO NL-ENTRY                               00051800
               ELSE                                                     00051900
                   MOVE 'REGULAR' TO NL-ENTRY.                          00052000
           IF WS-NIGHT-COUNT = 1                                        00052100
               MOVE WS-NIGHT-LINE TO NIGHT1O.                           00052200
           IF WS-NIGHT-COUNT = 2                                        00052300
               MOVE WS-NIGHT-LINE TO NIGHT2O.                           00052400
           IF WS-NIGHT-COUNT = 3                                        00052500
               MOVE WS-NIGHT-LINE TO NIGHT3O.                           00052600
           IF WS-NIGHT-COUNT = 4                                        00052700
               MOVE WS-NIGHT-LINE TO NIGHT4O.                           00052800
                                                                        00052900
      *--------------------------------------------------------------   00053000
      * SEND THE MAP - THE KEY FROM THE COMMAREA, THE TEAM NAME OFF     00053100
      * THE TEAM MASTER, THE MESSAGE, AND WHATEVER FIGURES WERE         00053200
      * FILLED. THE CURSOR GOES BACK TO THE LEAGUE FIELD.               00053300
      *--------------------------------------------------------------   00053400
       SEND-INQUIRY-MAP.                                                00053500
           MOVE CA-LEAGUE-ID TO LEAGUEO.                                00053600
           MOVE CA-TEAM-ID TO TEAMO.                                    00053700
           MOVE CA-BOWLER TO BOWLERO.                                   00053800
           MOVE CA-LEAGUE-ID TO WS-TM-LEAGUE.                           00053900
           MOVE CA-TEAM-ID TO WS-TM-TEAM.                               00054000
           IF CA-TEAM-ID NOT = SPACES                                   00054100
               EXEC CICS READ FILE('TEAMMST') INTO(TEAM-WORK)           00054200
                   RIDFLD(WS-TM-KEY) RESP(WS-RESP)                      00054300
               END-EXEC                                                 00054400
               IF WS-RESP = DFHRESP(NORMAL)                             00054500
                   MOVE TM-NAME TO TMNAMEO.                             00054600
           MOVE WS-MSG TO MSGO.                                         00054700
           EXEC CICS SEND MAP('BWLINQ') MAPSET('BWLINQM')               00054800
               FROM(BWLINQO) ERASE FREEKB                               00054900
           END-EXEC.                                                    00055000
