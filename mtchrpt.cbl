       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'MTCHRPT'.                                          00000200
      *================================================                 00000300
      * SEASON MATCH HISTORY REPORT - READS THE                         00000400
      * CUMULATIVE MATCH HISTORY FILE THAT POINTUPD                     00000500
      * APPENDS EACH WEEK'S POSTED MATCH RESULTS TO                     00000600
      * (MAKEUP AWARDS INCLUDED) AND PRINTS A PAGE SET                  00000700
      * PER LEAGUE - A TEAM-BY-TEAM HEAD-TO-HEAD GRID                   00000800
      * OF POINTS WON, EACH TEAM'S WEEK-BY-WEEK POINTS                  00000900
      * LINE, AND THE STANDINGS ORDER WITH THE                          00001000
      * LEAGUE'S TIEBREAK RULES APPLIED TO TEAMS LEVEL                  00001100
      * ON POINTS WON (PRM-TIEBREAK ON THE LEAGUE                       00001200
      * PARAMETER FILE - HEAD-TO-HEAD POINTS AGAINST                    00001300
      * THE OTHER TIED TEAMS, THEN TOTAL HANDICAP                       00001400
      * PINS, UNLESS THE LEAGUE SAYS OTHERWISE).                        00001500
      * SEASCLOS APPLIES THE SAME RULES WHEN IT NAMES                   00001600
      * THE TEAM CHAMPION. A RESULT KEPT TWICE FOR THE                  00001700
      * SAME LEAGUE/WEEK/TEAM/OPPONENT (A REPOST AFTER                  00001800
      * A RESTORE) COUNTS ONCE.                                         00001900
      *================================================                 00002000
       ENVIRONMENT DIVISION.                                            00002100
       CONFIGURATION SECTION.                                           00002200
       SOURCE-COMPUTER.  IBM-360.                                       00002300
       OBJECT-COMPUTER.  IBM-360.                                       00002400
       INPUT-OUTPUT SECTION.                                            00002500
       FILE-CONTROL.                                                    00002600
           SELECT LEAGUE-PARMS ASSIGN TO UT-S-LEAGPARM.                 00002700
           SELECT HISTORY-IN ASSIGN TO UT-S-MTCHHIST.                   00002800
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00002900
               ORGANIZATION INDEXED                                     00003000
               ACCESS RANDOM                                            00003100
               RECORD KEY TEAM-MST-KEY                                  00003200
               FILE STATUS WS-TEAMMST-STATUS.                           00003300
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00003400
                                                                        00003500
       DATA DIVISION.                                                   00003600
       FILE SECTION.                                                    00003700
                                                                        00003800
       FD  LEAGUE-PARMS                                                 00003900
           RECORD CONTAINS 80 CHARACTERS.                               00004000
       01  PARM-REC.                                                    00004100
           COPY CLEAGPRM.                                               00004200
                                                                        00004300
       FD  HISTORY-IN                                                   00004400
           RECORD CONTAINS 80 CHARACTERS                                00004500
           BLOCK CONTAINS 45 RECORDS.                                   00004600
       01  HIST-REC.                                                    00004700
           COPY CMATCHPT.                                               00004800
                                                                        00004900
      *--------------------------------------------------------------   00005000
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY FOR      00005100
      * EACH TEAM'S NAME. OPTIONAL - WITHOUT IT THE NAMES PRINT BLANK.  00005200
      *--------------------------------------------------------------   00005300
       FD  TEAM-MST-IN                                                  00005400
           RECORD CONTAINS 80 CHARACTERS.                               00005500
       01  TEAM-MST-REC.                                                00005600
           05  TEAM-MST-KEY  PIC X(04).                                 00005700
           05  FILLER        PIC X(76).                                 00005800
                                                                        00005900
       FD  REPORT-OUT                                                   00006000
           RECORD CONTAINS 132 CHARACTERS                               00006100
           BLOCK CONTAINS 30 RECORDS.                                   00006200
       01  REPT-LINE         PIC X(132).                                00006300
                                                                        00006400
       WORKING-STORAGE SECTION.                                         00006500
                                                                        00006600
       01  WS-PARM-EOF     PIC X VALUE 'N'.                             00006700
       88  PARM-EOF        VALUE 'Y'.                                   00006800
       01  WS-HIST-EOF     PIC X VALUE 'N'.                             00006900
       88  HIST-EOF        VALUE 'Y'.                                   00007000
       01  WS-HIST-GOT-SW  PIC X VALUE 'N'.                             00007100
       88  HIST-GOT        VALUE 'Y'.                                   00007200
                                                                        00007300
       01  WS-CT-READ      PIC 9(05) VALUE ZERO.                        00007400
       01  WS-CT-POSTED    PIC 9(05) VALUE ZERO.                        00007500
       01  WS-CT-MAKEUP    PIC 9(05) VALUE ZERO.                        00007600
       01  WS-CT-DUPS      PIC 9(05) VALUE ZERO.                        00007700
       01  WS-CT-BADWK     PIC 9(05) VALUE ZERO.                        00007800
       01  WS-CT-LEAGUES   PIC 9(05) VALUE ZERO.                        00007900
                                                                        00008000
      *--------------------------------------------------------------   00008100
      * ONE ENTRY PER LEAGUE - THE TIEBREAK RULES OFF THE PARAMETER     00008200
      * FILE (BLANK OR UNRECOGNISED MEANS HEAD-TO-HEAD, THEN PINS),     00008300
      * THE HIGHEST WEEK IN THE HISTORY AND THE TEAMS SEEN. 10          00008400
      * LEAGUES AS IN ARRAY2 - OVERFLOW IS DISCARDED WITH A NOTE.       00008500
      *--------------------------------------------------------------   00008600
       01  TBL-LEAGUE.                                                  00008700
           05  LEAGUE-ENTRY OCCURS 10 TIMES.                            00008800
               10  LG-ID        PIC XX.                                 00008900
               10  LG-TIEBREAK.                                         00009000
                   15  LG-TIE-RULE PIC X OCCURS 2 TIMES.                00009100
               10  LG-LAST-WEEK PIC 99.                                 00009200
               10  LG-TEAMS     PIC 9(03).                              00009300
       01  WS-LEAGUE-COUNT PIC 9(05) VALUE ZERO.                        00009400
       01  WS-LG-SUB       PIC 9(05) VALUE ZERO.                        00009500
       01  WS-LG-IDX       PIC 9(05) VALUE ZERO.                        00009600
       01  WS-LG-SEEK      PIC XX    VALUE SPACES.                      00009700
       01  WS-TIEBREAK     PIC XX    VALUE SPACES.                      00009800
                                                                        00009900
      *--------------------------------------------------------------   00010000
      * ONE ENTRY PER LEAGUE/TEAM - SEASON POINTS, HANDICAP PINS,       00010100
      * POINTS BY WEEK (TH-WK-SW 'Y' MATCH BOWLED, 'M' A MAKEUP         00010200
      * AWARD FOR THAT WEEK) AND POINTS WON AGAINST EVERY OTHER         00010300
      * ENTRY, SUBSCRIPTED BY THAT ENTRY'S PLACE IN THIS TABLE.         00010400
      * TH-TIE-H2H IS FILLED PER LEAGUE - POINTS WON AGAINST THE        00010500
      * TEAMS LEVEL WITH IT ON POINTS. AT MOST 50 TEAMS, AS IN THE      00010600
      * POINT READERS - OVERFLOW IS DISCARDED WITH A CONSOLE NOTE.      00010700
      *--------------------------------------------------------------   00010800
       01  TBL-TEAMHIST.                                                00010900
           05  TEAMHIST-ENTRY OCCURS 50 TIMES.                          00011000
               10  TH-LEAGUE-ID   PIC XX.                               00011100
               10  TH-TEAM-ID     PIC XX.                               00011200
               10  TH-PTS-WON     PIC 9(05) COMP.                       00011300
               10  TH-PTS-LOST    PIC 9(05) COMP.                       00011400
               10  TH-PINS        PIC 9(07) COMP.                       00011500
               10  TH-TIE-H2H     PIC 9(05) COMP.                       00011600
               10  TH-WEEK OCCURS 36 TIMES.                             00011700
                   15  TH-WK-PTS  PIC 9(03) COMP.                       00011800
                   15  TH-WK-SW   PIC X.                                00011900
               10  TH-VS OCCURS 50 TIMES.                               00012000
                   15  TH-VS-PTS     PIC 9(03) COMP.                    00012100
                   15  TH-VS-MATCHES PIC 9(03) COMP.                    00012200
       01  WS-TEAM-COUNT   PIC 9(05) VALUE ZERO.                        00012300
       01  WS-TH-SUB       PIC 9(05) VALUE ZERO.                        00012400
       01  WS-TH-IDX       PIC 9(05) VALUE ZERO.                        00012500
       01  WS-OPP-IDX      PIC 9(05) VALUE ZERO.                        00012600
       01  WS-TH-SEEK-LEAGUE PIC XX  VALUE SPACES.                      00012700
       01  WS-TH-SEEK-TEAM PIC XX    VALUE SPACES.                      00012800
       01  WS-WK-SUB       PIC 9(05) VALUE ZERO.                        00012900
       01  WS-VS-SUB       PIC 9(05) VALUE ZERO.                        00013000
                                                                        00013100
      *--------------------------------------------------------------   00013200
      * RESULTS ALREADY TAKEN, BY LEAGUE/WEEK/TEAM/OPPONENT, SO A       00013300
      * RESULT KEPT TWICE COUNTS ONCE. 2000 ENTRIES COVER 50 TEAMS      00013400
      * OVER A 36-WEEK SEASON WITH ROOM FOR MAKEUPS.                    00013500
      *--------------------------------------------------------------   00013600
       01  TBL-SEEN.                                                    00013700
           05  SEEN-KEY OCCURS 2000 TIMES PIC X(08).                    00013800
       01  WS-SEEN-COUNT   PIC 9(05) VALUE ZERO.                        00013900
       01  WS-SN-SUB       PIC 9(05) VALUE ZERO.                        00014000
       01  WS-SN-IDX       PIC 9(05) VALUE ZERO.                        00014100
       01  WS-SEEN-SEEK.                                                00014200
           05  WS-SEEN-LEAGUE PIC XX  VALUE SPACES.                     00014300
           05  WS-SEEN-WEEK   PIC XX  VALUE SPACES.                     00014400
           05  WS-SEEN-TEAM   PIC XX  VALUE SPACES.                     00014500
           05  WS-SEEN-OPP    PIC XX  VALUE SPACES.                     00014600
                                                                        00014700
      *--------------------------------------------------------------   00014800
      * THE LEAGUE BEING PRINTED - ITS TEAMHIST SUBSCRIPTS, FIRST IN    00014900
      * TEAM-ID ORDER FOR THE GRID AND WEEK LINES, THEN RE-SORTED       00015000
      * INTO FINAL STANDINGS ORDER.                                     00015100
      *--------------------------------------------------------------   00015200
       01  TBL-LIST.                                                    00015300
           05  LS-TEAM-IDX PIC 9(05) COMP OCCURS 50 TIMES.              00015400
       01  WS-LIST-COUNT   PIC 9(05) VALUE ZERO.                        00015500
       01  WS-POS          PIC 9(05) VALUE ZERO.                        00015600
       01  WS-CAND         PIC 9(05) VALUE ZERO.                        00015700
       01  WS-CAND-START   PIC 9(05) VALUE ZERO.                        00015800
       01  WS-BEST         PIC 9(05) VALUE ZERO.                        00015900
       01  WS-SWAP-IDX     PIC 9(05) VALUE ZERO.                        00016000
       01  WS-ROW          PIC 9(05) VALUE ZERO.                        00016100
       01  WS-ROW-IDX      PIC 9(05) VALUE ZERO.                        00016200
       01  WS-COL          PIC 9(05) VALUE ZERO.                        00016300
       01  WS-GRID-COLS    PIC 9(05) VALUE ZERO.                        00016400
       01  WS-SORT-MODE    PIC X     VALUE 'I'.                         00016500
       88  SORT-BY-ID      VALUE 'I'.                                   00016600
       88  SORT-BY-STANDING VALUE 'S'.                                  00016700
                                                                        00016800
      *--------------------------------------------------------------   00016900
      * TWO-TEAM COMPARISON FOR THE STANDINGS ORDER. WS-CMP-A AND       00017000
      * WS-CMP-B ARE TEAMHIST SUBSCRIPTS; A-FIRST COMES BACK 'Y'        00017100
      * WHEN A PLACES AHEAD OF B AND WS-DECIDED-BY NAMES THE RULE       00017200
      * THAT SEPARATED THEM. TEAMS LEVEL ON EVERYTHING PLACE IN         00017300
      * TEAM-ID ORDER.                                                  00017400
      *--------------------------------------------------------------   00017500
       01  WS-CMP-A        PIC 9(05) VALUE ZERO.                        00017600
       01  WS-CMP-B        PIC 9(05) VALUE ZERO.                        00017700
       01  WS-RULE-SUB     PIC 9(05) VALUE ZERO.                        00017800
       01  WS-A-FIRST-SW   PIC X     VALUE 'N'.                         00017900
       88  A-FIRST         VALUE 'Y'.                                   00018000
       01  WS-CMP-DONE-SW  PIC X     VALUE 'N'.                         00018100
       88  CMP-DONE        VALUE 'Y'.                                   00018200
       01  WS-DECIDED-BY   PIC X(20) VALUE SPACES.                      00018300
       01  WS-TIED-SW      PIC X     VALUE 'N'.                         00018400
       88  TIED-ON-POINTS  VALUE 'Y'.                                   00018500
                                                                        00018600
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00018700
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00018800
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00018900
       01  TEAM-WORK.                                                   00019000
           COPY CTEAMMST.                                               00019100
       01  WS-NAME-SEEK-KEY.                                            00019200
           05  WS-NAME-SEEK-LEAGUE PIC XX VALUE SPACES.                 00019300
           05  WS-NAME-SEEK-TEAM   PIC XX VALUE SPACES.                 00019400
       01  WS-TEAM-NAME    PIC X(20) VALUE SPACES.                      00019500
                                                                        00019600
       01  WS-WEEK-X       PIC XX    VALUE ZEROES.                      00019700
       01  WS-WEEK-N REDEFINES WS-WEEK-X PIC 99.                        00019800
       01  WS-CELL-HEAD.                                                00019900
           05  FILLER      PIC X     VALUE SPACE.                       00020000
           05  WS-CELL-ID  PIC XX    VALUE SPACES.                      00020100
                                                                        00020200
      *--------------------------------------------------------------   00020300
      * HEAD-TO-HEAD GRID LINE - ROW TEAM'S POINTS WON AGAINST EACH     00020400
      * COLUMN TEAM. ROOM FOR 24 COLUMNS ACROSS THE PAGE.               00020500
      *--------------------------------------------------------------   00020600
       01  WS-GRID-LINE.                                                00020700
           05  GL-TEAM-ID  PIC XX.                                      00020800
           05  FILLER      PIC X.                                       00020900
           05  GL-NAME     PIC X(20).                                   00021000
           05  FILLER      PIC X.                                       00021100
           05  GL-CELL OCCURS 24 TIMES.                                 00021200
               10  FILLER      PIC X.                                   00021300
               10  GL-CELL-X   PIC X(03).                               00021400
               10  GL-CELL-N REDEFINES GL-CELL-X PIC ZZ9.               00021500
           05  FILLER      PIC XX.                                      00021600
           05  GL-TOTAL-X  PIC X(05).                                   00021700
           05  GL-TOTAL REDEFINES GL-TOTAL-X PIC ZZZZ9.                 00021800
           05  FILLER      PIC X(05).                                   00021900
                                                                        00022000
      *--------------------------------------------------------------   00022100
      * WEEK-BY-WEEK LINE - POINTS WON EACH WEEK, '*' AHEAD OF A        00022200
      * WEEK WHOSE POINTS CAME FROM A MAKEUP AWARD, BLANK FOR A WEEK    00022300
      * WITH NO RESULT.                                                 00022400
      *--------------------------------------------------------------   00022500
       01  WS-WEEK-LINE.                                                00022600
           05  WL-TEAM-ID  PIC XX.                                      00022700
           05  FILLER      PIC X.                                       00022800
           05  WL-CELL OCCURS 36 TIMES.                                 00022900
               10  WL-MARK     PIC X.                                   00023000
               10  WL-PTS-X    PIC XX.                                  00023100
               10  WL-PTS-N REDEFINES WL-PTS-X PIC Z9.                  00023200
           05  FILLER      PIC XX.                                      00023300
           05  WL-TOTAL-X  PIC X(05).                                   00023400
           05  WL-TOTAL REDEFINES WL-TOTAL-X PIC ZZZZ9.                 00023500
           05  FILLER      PIC X(14).                                   00023600
                                                                        00023700
       01  WS-EDIT-PLACE   PIC Z9.                                      00023800
       01  WS-EDIT-PTS     PIC ZZZZ9.                                   00023900
       01  WS-EDIT-LOST    PIC ZZZZ9.                                   00024000
       01  WS-EDIT-H2H-X   PIC X(05) VALUE SPACES.                      00024100
       01  WS-EDIT-H2H REDEFINES WS-EDIT-H2H-X PIC ZZZZ9.               00024200
       01  WS-EDIT-PINS    PIC Z(6)9.                                   00024300
       01  WS-RULE-TEXT    PIC X(40) VALUE SPACES.                      00024400
                                                                        00024500
       PROCEDURE DIVISION.                                              00024600
       MAIN.                                                            00024700
           OPEN OUTPUT REPORT-OUT.                                      00024800
           PERFORM LOAD-LEAGUE-PARMS.                                   00024900
           PERFORM OPEN-TEAM-MASTER.                                    00025000
           PERFORM LOAD-HISTORY.                                        00025100
           PERFORM PRINT-ONE-LEAGUE VARYING WS-LG-SUB FROM 1 BY 1       00025200
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT.                         00025300
           PERFORM CLEANUP.                                             00025400
                                                                        00025500
      *--------------------------------------------------------------   00025600
      * THE TIEBREAK RULES RIDE ON EACH LEAGUE'S PARAMETER RECORD.      00025700
      *--------------------------------------------------------------   00025800
       LOAD-LEAGUE-PARMS.                                               00025900
           OPEN INPUT LEAGUE-PARMS.                                     00026000
           PERFORM READ-PARMS.                                          00026100
           IF NOT PARM-EOF                                              00026200
               PERFORM STORE-ONE-PARM UNTIL PARM-EOF.                   00026300
           CLOSE LEAGUE-PARMS.                                          00026400
                                                                        00026500
       READ-PARMS.                                                      00026600
           READ LEAGUE-PARMS                                            00026700
               AT END                                                   00026800
                   MOVE 'Y' TO WS-PARM-EOF                              00026900
               NOT AT END                                               00027000
                   CONTINUE.                                            00027100
                                                                        00027200
       STORE-ONE-PARM.                                                  00027300
           MOVE PRM-LEAGUE-ID TO WS-LG-SEEK.                            00027400
           PERFORM LOCATE-LEAGUE.                                       00027500
           IF WS-LG-IDX NOT = ZERO                                      00027600
               MOVE PRM-TIEBREAK TO WS-TIEBREAK                         00027700
               PERFORM CHECK-TIEBREAK                                   00027800
               MOVE WS-TIEBREAK TO LG-TIEBREAK(WS-LG-IDX).              00027900
           PERFORM READ-PARMS.                                          00028000
                                                                        00028100
      *    ONLY HP, PH, H AND P MEAN ANYTHING - ANYTHING ELSE FALLS     00028200
      *    BACK TO HEAD-TO-HEAD, THEN PINS, WITH A CONSOLE NOTE.        00028300
       CHECK-TIEBREAK.                                                  00028400
           IF WS-TIEBREAK NOT = 'HP' AND NOT = 'PH'                     00028500
              AND NOT = 'H ' AND NOT = 'P '                             00028600
               IF WS-TIEBREAK NOT = SPACES                              00028700
                   DISPLAY 'TIEBREAK ' WS-TIEBREAK ' NOT RECOGNISED '   00028800
                       'FOR LEAGUE ' WS-LG-SEEK ' - HP USED'            00028900
               END-IF                                                   00029000
               MOVE 'HP' TO WS-TIEBREAK.                                00029100
                                                                        00029200
      *    FIND THE LEAGUE IN WS-LG-SEEK, ADDING IT WHEN NEW. WS-LG-IDX 00029300
      *    COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.                 00029400
       LOCATE-LEAGUE.                                                   00029500
           PERFORM SEEK-LEAGUE.                                         00029600
           IF WS-LG-IDX = ZERO                                          00029700
               IF WS-LEAGUE-COUNT < 10                                  00029800
                   ADD 1 TO WS-LEAGUE-COUNT                             00029900
                   MOVE WS-LEAGUE-COUNT TO WS-LG-IDX                    00030000
                   MOVE WS-LG-SEEK TO LG-ID(WS-LG-IDX)                  00030100
                   MOVE 'HP' TO LG-TIEBREAK(WS-LG-IDX)                  00030200
                   MOVE ZEROES TO LG-LAST-WEEK(WS-LG-IDX)               00030300
                   MOVE ZEROES TO LG-TEAMS(WS-LG-IDX)                   00030400
               ELSE                                                     00030500
                   DISPLAY 'LEAGUE TABLE FULL - ENTRY DISCARDED FOR '   00030600
                       WS-LG-SEEK.                                      00030700
                                                                        00030800
       SEEK-LEAGUE.                                                     00030900
           MOVE ZEROES TO WS-LG-SUB, WS-LG-IDX.                         00031000
           PERFORM SEEK-LEAGUE-ONE VARYING WS-LG-SUB FROM 1 BY 1        00031100
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT                          00031200
                OR WS-LG-IDX NOT = ZERO.                                00031300
                                                                        00031400
       SEEK-LEAGUE-ONE.                                                 00031500
           IF LG-ID(WS-LG-SUB) = WS-LG-SEEK                             00031600
               MOVE WS-LG-SUB TO WS-LG-IDX.                             00031700
                                                                        00031800
      *--------------------------------------------------------------   00031900
      * OPEN THE KEYED TEAM MASTER AND LEAVE IT OPEN FOR THE RUN. A     00032000
      * FAILED OPEN JUST MEANS EVERY NAME COMES BACK BLANK.             00032100
      *--------------------------------------------------------------   00032200
       OPEN-TEAM-MASTER.                                                00032300
           OPEN INPUT TEAM-MST-IN.                                      00032400
           IF WS-TEAMMST-STATUS = '00'                                  00032500
               SET TEAMMST-OPEN TO TRUE.                                00032600
                                                                        00032700
      *--------------------------------------------------------------   00032800
      * ONE DIRECT READ OF THE TEAM MASTER FOR WS-NAME-SEEK-KEY.        00032900
      * THE NAME LANDS IN WS-TEAM-NAME, BLANK WHEN NOT ON FILE.         00033000
      *--------------------------------------------------------------   00033100
       GET-TEAM-NAME.                                                   00033200
           MOVE SPACES TO WS-TEAM-NAME.                                 00033300
           IF TEAMMST-OPEN                                              00033400
               MOVE WS-NAME-SEEK-KEY TO TEAM-MST-KEY                    00033500
               READ TEAM-MST-IN                                         00033600
                   INVALID KEY                                          00033700
                       CONTINUE                                         00033800
                   NOT INVALID KEY                                      00033900
                       MOVE TEAM-MST-REC TO TEAM-WORK                   00034000
                       MOVE TM-NAME TO WS-TEAM-NAME                     00034100
               END-READ.                                                00034200
                                                                        00034300
      *--------------------------------------------------------------   00034400
      * ROLL THE WHOLE HISTORY FILE INTO THE TEAM TABLE. A MAKEUP       00034500
      * AWARD COUNTS IN THE WEEK IT WAS ORIGINALLY SCHEDULED.           00034600
      *--------------------------------------------------------------   00034700
       LOAD-HISTORY.                                                    00034800
           OPEN INPUT HISTORY-IN.                                       00034900
           PERFORM READ-HISTORY.                                        00035000
           PERFORM TAKE-ONE-RESULT UNTIL HIST-EOF.                      00035100
           CLOSE HISTORY-IN.                                            00035200
                                                                        00035300
      *    A CONTROL TRAILER (MP-WEEK-NO '**') IS NOT A MATCH RESULT    00035400
      *    AND IS PASSED OVER SHOULD ONE EVER BE KEPT.                  00035500
       READ-HISTORY.                                                    00035600
           MOVE 'N' TO WS-HIST-GOT-SW.                                  00035700
           PERFORM READ-HISTORY-REC                                     00035800
             UNTIL HIST-GOT OR HIST-EOF.                                00035900
                                                                        00036000
       READ-HISTORY-REC.                                                00036100
           READ HISTORY-IN                                              00036200
               AT END                                                   00036300
                   MOVE 'Y' TO WS-HIST-EOF                              00036400
               NOT AT END                                               00036500
                   IF MP-WEEK-NO NOT = '**'                             00036600
                       ADD 1 TO WS-CT-READ                              00036700
                       SET HIST-GOT TO TRUE.                            00036800
                                                                        00036900
       TAKE-ONE-RESULT.                                                 00037000
           MOVE MP-WEEK-NO TO WS-WEEK-X.                                00037100
           IF WS-WEEK-X NUMERIC                                         00037200
              AND WS-WEEK-N > 0 AND WS-WEEK-N < 37                      00037300
               PERFORM CHECK-SEEN                                       00037400
               IF WS-SN-IDX NOT = ZERO                                  00037500
                   ADD 1 TO WS-CT-DUPS                                  00037600
               ELSE                                                     00037700
                   PERFORM POST-RESULT                                  00037800
               END-IF                                                   00037900
           ELSE                                                         00038000
               ADD 1 TO WS-CT-BADWK                                     00038100
               DISPLAY 'MATCH HISTORY RECORD WITH BAD WEEK ' MP-WEEK-NO 00038200
                   ' FOR TEAM ' MP-TEAM-ID ' - NOT COUNTED'.            00038300
           PERFORM READ-HISTORY.                                        00038400
                                                                        00038500
      *    WS-SN-IDX COMES BACK NON-ZERO WHEN THE RESULT WAS ALREADY    00038600
      *    TAKEN; A NEW ONE IS NOTED FOR NEXT TIME.                     00038700
       CHECK-SEEN.                                                      00038800
           MOVE MP-LEAGUE-ID TO WS-SEEN-LEAGUE.                         00038900
           MOVE MP-WEEK-NO   TO WS-SEEN-WEEK.                           00039000
           MOVE MP-TEAM-ID   TO WS-SEEN-TEAM.                           00039100
           MOVE MP-OPPONENT  TO WS-SEEN-OPP.                            00039200
           MOVE ZEROES TO WS-SN-SUB, WS-SN-IDX.                         00039300
           PERFORM SEEK-SEEN-ONE VARYING WS-SN-SUB FROM 1 BY 1          00039400
             UNTIL WS-SN-SUB > WS-SEEN-COUNT                            00039500
                OR WS-SN-IDX NOT = ZERO.                                00039600
           IF WS-SN-IDX = ZERO                                          00039700
               IF WS-SEEN-COUNT < 2000                                  00039800
                   ADD 1 TO WS-SEEN-COUNT                               00039900
                   MOVE WS-SEEN-SEEK TO SEEN-KEY(WS-SEEN-COUNT)         00040000
               ELSE                                                     00040100
                   DISPLAY 'RESULT TABLE FULL - REPEATS NOT CHECKED '   00040200
                       'FOR TEAM ' MP-TEAM-ID ' WEEK ' MP-WEEK-NO.      00040300
                                                                        00040400
       SEEK-SEEN-ONE.                                                   00040500
           IF SEEN-KEY(WS-SN-SUB) = WS-SEEN-SEEK                        00040600
               MOVE WS-SN-SUB TO WS-SN-IDX.                             00040700
                                                                        00040800
       POST-RESULT.                                                     00040900
           MOVE MP-LEAGUE-ID TO WS-LG-SEEK.                             00041000
           PERFORM LOCATE-LEAGUE.                                       00041100
           IF WS-LG-IDX NOT = ZERO                                      00041200
               MOVE MP-OPPONENT TO WS-TH-SEEK-TEAM                      00041300
               PERFORM LOCATE-TEAM                                      00041400
               MOVE WS-TH-IDX TO WS-OPP-IDX                             00041500
               MOVE MP-TEAM-ID TO WS-TH-SEEK-TEAM                       00041600
               PERFORM LOCATE-TEAM                                      00041700
               IF WS-TH-IDX NOT = ZERO                                  00041800
                   PERFORM ADD-RESULT.                                  00041900
                                                                        00042000
       ADD-RESULT.                                                      00042100
           ADD 1 TO WS-CT-POSTED.                                       00042200
           ADD MP-PTS-WON-N  TO TH-PTS-WON(WS-TH-IDX).                  00042300
           ADD MP-PTS-LOST-N TO TH-PTS-LOST(WS-TH-IDX).                 00042400
           IF MP-HDCP-PINS NUMERIC                                      00042500
               ADD MP-HDCP-PINS-N TO TH-PINS(WS-TH-IDX).                00042600
           ADD MP-PTS-WON-N TO TH-WK-PTS(WS-TH-IDX, WS-WEEK-N).         00042700
           IF MP-MAKEUP = 'M'                                           00042800
               ADD 1 TO WS-CT-MAKEUP                                    00042900
               MOVE 'M' TO TH-WK-SW(WS-TH-IDX, WS-WEEK-N)               00043000
           ELSE                                                         00043100
               IF TH-WK-SW(WS-TH-IDX, WS-WEEK-N) = SPACE                00043200
                   MOVE 'Y' TO TH-WK-SW(WS-TH-IDX, WS-WEEK-N).          00043300
           IF WS-OPP-IDX NOT = ZERO                                     00043400
               ADD MP-PTS-WON-N TO TH-VS-PTS(WS-TH-IDX, WS-OPP-IDX)     00043500
               ADD 1 TO TH-VS-MATCHES(WS-TH-IDX, WS-OPP-IDX).           00043600
           IF WS-WEEK-N > LG-LAST-WEEK(WS-LG-IDX)                       00043700
               MOVE WS-WEEK-N TO LG-LAST-WEEK(WS-LG-IDX).               00043800
                                                                        00043900
      *    FIND LEAGUE LG-ID(WS-LG-IDX), TEAM WS-TH-SEEK-TEAM IN THE    00044000
      *    TEAM TABLE, ADDING IT WHEN NEW. WS-TH-IDX COMES BACK ZERO    00044100
      *    ONLY WHEN THE TABLE IS FULL.                                 00044200
       LOCATE-TEAM.                                                     00044300
           MOVE LG-ID(WS-LG-IDX) TO WS-TH-SEEK-LEAGUE.                  00044400
           MOVE ZEROES TO WS-TH-SUB, WS-TH-IDX.                         00044500
           PERFORM SEEK-TEAM-ONE VARYING WS-TH-SUB FROM 1 BY 1          00044600
             UNTIL WS-TH-SUB > WS-TEAM-COUNT                            00044700
                OR WS-TH-IDX NOT = ZERO.                                00044800
           IF WS-TH-IDX = ZERO                                          00044900
               IF WS-TEAM-COUNT < 50                                    00045000
                   ADD 1 TO WS-TEAM-COUNT                               00045100
                   MOVE WS-TEAM-COUNT TO WS-TH-IDX                      00045200
                   PERFORM CLEAR-TEAM-ENTRY                             00045300
                   ADD 1 TO LG-TEAMS(WS-LG-IDX)                         00045400
               ELSE                                                     00045500
                   DISPLAY 'TEAM TABLE FULL - ENTRY DISCARDED FOR '     00045600
                       'TEAM ' WS-TH-SEEK-TEAM.                         00045700
                                                                        00045800
       SEEK-TEAM-ONE.                                                   00045900
           IF TH-LEAGUE-ID(WS-TH-SUB) = WS-TH-SEEK-LEAGUE               00046000
              AND TH-TEAM-ID(WS-TH-SUB) = WS-TH-SEEK-TEAM               00046100
               MOVE WS-TH-SUB TO WS-TH-IDX.                             00046200
                                                                        00046300
       CLEAR-TEAM-ENTRY.                                                00046400
           MOVE WS-TH-SEEK-LEAGUE TO TH-LEAGUE-ID(WS-TH-IDX).           00046500
           MOVE WS-TH-SEEK-TEAM TO TH-TEAM-ID(WS-TH-IDX).               00046600
           MOVE ZEROES TO TH-PTS-WON(WS-TH-IDX).                        00046700
           MOVE ZEROES TO TH-PTS-LOST(WS-TH-IDX).                       00046800
           MOVE ZEROES TO TH-PINS(WS-TH-IDX).                           00046900
           MOVE ZEROES TO TH-TIE-H2H(WS-TH-IDX).                        00047000
           PERFORM CLEAR-TEAM-WEEK VARYING WS-WK-SUB FROM 1 BY 1        00047100
             UNTIL WS-WK-SUB > 36.                                      00047200
           PERFORM CLEAR-TEAM-VS VARYING WS-VS-SUB FROM 1 BY 1          00047300
             UNTIL WS-VS-SUB > 50.                                      00047400
                                                                        00047500
       CLEAR-TEAM-WEEK.                                                 00047600
           MOVE ZEROES TO TH-WK-PTS(WS-TH-IDX, WS-WK-SUB).              00047700
           MOVE SPACE TO TH-WK-SW(WS-TH-IDX, WS-WK-SUB).                00047800
                                                                        00047900
       CLEAR-TEAM-VS.                                                   00048000
           MOVE ZEROES TO TH-VS-PTS(WS-TH-IDX, WS-VS-SUB).              00048100
           MOVE ZEROES TO TH-VS-MATCHES(WS-TH-IDX, WS-VS-SUB).          00048200
                                                                        00048300
      *--------------------------------------------------------------   00048400
      * ONE LEAGUE'S PAGES - THE GRID AND WEEK LINES IN TEAM-ID         00048500
      * ORDER, THEN THE STANDINGS WITH THE TIEBREAKS APPLIED.           00048600
      *--------------------------------------------------------------   00048700
       PRINT-ONE-LEAGUE.                                                00048800
           IF LG-TEAMS(WS-LG-SUB) > ZERO                                00048900
               ADD 1 TO WS-CT-LEAGUES                                   00049000
               PERFORM BUILD-LEAGUE-LIST                                00049100
               MOVE 'I' TO WS-SORT-MODE                                 00049200
               PERFORM SORT-LIST                                        00049300
               PERFORM PRINT-LEAGUE-HEAD                                00049400
               PERFORM PRINT-GRID                                       00049500
               PERFORM PRINT-WEEK-LINES                                 00049600
               PERFORM SET-TIE-H2H VARYING WS-POS FROM 1 BY 1           00049700
                 UNTIL WS-POS > WS-LIST-COUNT                           00049800
               MOVE 'S' TO WS-SORT-MODE                                 00049900
               PERFORM SORT-LIST                                        00050000
               PERFORM PRINT-STANDINGS.                                 00050100
                                                                        00050200
       BUILD-LEAGUE-LIST.                                               00050300
           MOVE ZEROES TO WS-LIST-COUNT.                                00050400
           PERFORM ADD-TO-LIST VARYING WS-TH-SUB FROM 1 BY 1            00050500
             UNTIL WS-TH-SUB > WS-TEAM-COUNT.                           00050600
                                                                        00050700
       ADD-TO-LIST.                                                     00050800
           IF TH-LEAGUE-ID(WS-TH-SUB) = LG-ID(WS-LG-SUB)                00050900
               ADD 1 TO WS-LIST-COUNT                                   00051000
               MOVE WS-TH-SUB TO LS-TEAM-IDX(WS-LIST-COUNT).            00051100
                                                                        00051200
      *--------------------------------------------------------------   00051300
      * SELECTION SORT OF THE LEAGUE LIST - TEAM-ID ORDER, OR FINAL     00051400
      * STANDINGS ORDER BY WAY OF COMPARE-TEAMS.                        00051500
      *--------------------------------------------------------------   00051600
       SORT-LIST.                                                       00051700
           PERFORM SORT-ONE-PLACE VARYING WS-POS FROM 1 BY 1            00051800
             UNTIL WS-POS NOT < WS-LIST-COUNT.                          00051900
                                                                        00052000
       SORT-ONE-PLACE.                                                  00052100
           MOVE WS-POS TO WS-BEST.                                      00052200
           COMPUTE WS-CAND-START = WS-POS + 1.                          00052300
           PERFORM SORT-TRY-ONE VARYING WS-CAND FROM WS-CAND-START      00052400
             BY 1 UNTIL WS-CAND > WS-LIST-COUNT.                        00052500
           IF WS-BEST NOT = WS-POS                                      00052600
               MOVE LS-TEAM-IDX(WS-POS) TO WS-SWAP-IDX                  00052700
               MOVE LS-TEAM-IDX(WS-BEST) TO LS-TEAM-IDX(WS-POS)         00052800
               MOVE WS-SWAP-IDX TO LS-TEAM-IDX(WS-BEST).                00052900
                                                                        00053000
       SORT-TRY-ONE.                                                    00053100
           MOVE LS-TEAM-IDX(WS-CAND) TO WS-CMP-A.                       00053200
           MOVE LS-TEAM-IDX(WS-BEST) TO WS-CMP-B.                       00053300
           IF SORT-BY-ID                                                00053400
               MOVE 'N' TO WS-A-FIRST-SW                                00053500
               IF TH-TEAM-ID(WS-CMP-A) < TH-TEAM-ID(WS-CMP-B)           00053600
                   SET A-FIRST TO TRUE                                  00053700
               END-IF                                                   00053800
           ELSE                                                         00053900
               PERFORM COMPARE-TEAMS.                                   00054000
           IF A-FIRST                                                   00054100
               MOVE WS-CAND TO WS-BEST.                                 00054200
                                                                        00054300
      *--------------------------------------------------------------   00054400
      * POINTS WON DECIDES FIRST. LEVEL TEAMS GO TO THE LEAGUE'S        00054500
      * TIEBREAK RULES IN ORDER, AND PAST THOSE TO TEAM-ID ORDER.       00054600
      *--------------------------------------------------------------   00054700
       COMPARE-TEAMS.                                                   00054800
           MOVE 'N' TO WS-A-FIRST-SW, WS-CMP-DONE-SW.                   00054900
           MOVE SPACES TO WS-DECIDED-BY.                                00055000
           IF TH-PTS-WON(WS-CMP-A) NOT = TH-PTS-WON(WS-CMP-B)           00055100
               MOVE 'POINTS WON' TO WS-DECIDED-BY                       00055200
               SET CMP-DONE TO TRUE                                     00055300
               IF TH-PTS-WON(WS-CMP-A) > TH-PTS-WON(WS-CMP-B)           00055400
                   SET A-FIRST TO TRUE.                                 00055500
           IF NOT CMP-DONE                                              00055600
               PERFORM APPLY-TIE-RULE VARYING WS-RULE-SUB FROM 1 BY 1   00055700
                 UNTIL WS-RULE-SUB > 2 OR CMP-DONE.                     00055800
           IF NOT CMP-DONE                                              00055900
               MOVE 'LEVEL - TEAM ID' TO WS-DECIDED-BY                  00056000
               IF TH-TEAM-ID(WS-CMP-A) < TH-TEAM-ID(WS-CMP-B)           00056100
                   SET A-FIRST TO TRUE.                                 00056200
                                                                        00056300
       APPLY-TIE-RULE.                                                  00056400
           IF LG-TIE-RULE(WS-LG-SUB, WS-RULE-SUB) = 'H'                 00056500
              AND TH-TIE-H2H(WS-CMP-A) NOT = TH-TIE-H2H(WS-CMP-B)       00056600
               MOVE 'HEAD-TO-HEAD' TO WS-DECIDED-BY                     00056700
               SET CMP-DONE TO TRUE                                     00056800
               IF TH-TIE-H2H(WS-CMP-A) > TH-TIE-H2H(WS-CMP-B)           00056900
                   SET A-FIRST TO TRUE.                                 00057000
           IF LG-TIE-RULE(WS-LG-SUB, WS-RULE-SUB) = 'P'                 00057100
              AND TH-PINS(WS-CMP-A) NOT = TH-PINS(WS-CMP-B)             00057200
               MOVE 'HANDICAP PINS' TO WS-DECIDED-BY                    00057300
               SET CMP-DONE TO TRUE                                     00057400
               IF TH-PINS(WS-CMP-A) > TH-PINS(WS-CMP-B)                 00057500
                   SET A-FIRST TO TRUE.                                 00057600
                                                                        00057700
      *    HEAD-TO-HEAD FOR A TIE IS THE POINTS A TEAM WON AGAINST ALL  00057800
      *    THE OTHER TEAMS LEVEL WITH IT ON POINTS WON.                 00057900
       SET-TIE-H2H.                                                     00058000
           MOVE LS-TEAM-IDX(WS-POS) TO WS-ROW-IDX.                      00058100
           MOVE ZEROES TO TH-TIE-H2H(WS-ROW-IDX).                       00058200
           PERFORM ADD-TIE-H2H VARYING WS-COL FROM 1 BY 1               00058300
             UNTIL WS-COL > WS-LIST-COUNT.                              00058400
                                                                        00058500
       ADD-TIE-H2H.                                                     00058600
           MOVE LS-TEAM-IDX(WS-COL) TO WS-OPP-IDX.                      00058700
           IF WS-OPP-IDX NOT = WS-ROW-IDX                               00058800
              AND TH-PTS-WON(WS-OPP-IDX) = TH-PTS-WON(WS-ROW-IDX)       00058900
               ADD TH-VS-PTS(WS-ROW-IDX, WS-OPP-IDX)                    00059000
                 TO TH-TIE-H2H(WS-ROW-IDX).                             00059100
                                                                        00059200
       PRINT-LEAGUE-HEAD.                                               00059300
           MOVE LG-LAST-WEEK(WS-LG-SUB) TO WS-WEEK-N.                   00059400
           MOVE SPACES TO REPT-LINE.                                    00059500
           STRING 'SEASON MATCH HISTORY   LEAGUE ' LG-ID(WS-LG-SUB)     00059600
                  '   THROUGH WEEK ' WS-WEEK-X                          00059700
                  DELIMITED BY SIZE                                     00059800
             INTO REPT-LINE.                                            00059900
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00060000
           MOVE SPACES TO WS-RULE-TEXT.                                 00060100
           IF LG-TIEBREAK(WS-LG-SUB) = 'HP'                             00060200
               MOVE 'HEAD-TO-HEAD, THEN HANDICAP PINS' TO WS-RULE-TEXT. 00060300
           IF LG-TIEBREAK(WS-LG-SUB) = 'PH'                             00060400
               MOVE 'HANDICAP PINS, THEN HEAD-TO-HEAD' TO WS-RULE-TEXT. 00060500
           IF LG-TIEBREAK(WS-LG-SUB) = 'H '                             00060600
               MOVE 'HEAD-TO-HEAD' TO WS-RULE-TEXT.                     00060700
           IF LG-TIEBREAK(WS-LG-SUB) = 'P '                             00060800
               MOVE 'HANDICAP PINS' TO WS-RULE-TEXT.                    00060900
           MOVE SPACES TO REPT-LINE.                                    00061000
           STRING 'TIEBREAK ON POINTS WON - ' WS-RULE-TEXT              00061100
                  DELIMITED BY SIZE                                     00061200
             INTO REPT-LINE.                                            00061300
           WRITE REPT-LINE.                                             00061400
                                                                        00061500
      *--------------------------------------------------------------   00061600
      * HEAD-TO-HEAD GRID - ' --' ON A TEAM'S OWN COLUMN, '  .'         00061700
      * WHERE THE TWO TEAMS HAVE NOT MET. A LEAGUE OF MORE THAN 24      00061800
      * TEAMS SHOWS THE FIRST 24 COLUMNS; THE TOTAL IS ALWAYS THE       00061900
      * SEASON FIGURE.                                                  00062000
      *--------------------------------------------------------------   00062100
       PRINT-GRID.                                                      00062200
           MOVE SPACES TO REPT-LINE.                                    00062300
           WRITE REPT-LINE.                                             00062400
           MOVE SPACES TO REPT-LINE.                                    00062500
           STRING 'HEAD-TO-HEAD POINTS WON - '                          00062575
                  'ROW TEAM AGAINST COLUMN TEAM' DELIMITED BY SIZE      00062650
             INTO REPT-LINE.                                            00062725
           WRITE REPT-LINE.                                             00062800
           MOVE WS-LIST-COUNT TO WS-GRID-COLS.                          00062900
           IF WS-GRID-COLS > 24                                         00063000
               MOVE 24 TO WS-GRID-COLS                                  00063100
               MOVE SPACES TO REPT-LINE                                 00063200
               MOVE '(FIRST 24 TEAMS SHOWN ACROSS)' TO REPT-LINE        00063300
               WRITE REPT-LINE.                                         00063400
           MOVE SPACES TO REPT-LINE.                                    00063500
           WRITE REPT-LINE.                                             00063600
           MOVE SPACES TO WS-GRID-LINE.                                 00063700
           MOVE 'TM' TO GL-TEAM-ID.                                     00063800
           MOVE 'TEAM NAME' TO GL-NAME.                                 00063900
           PERFORM SET-GRID-HEAD-CELL VARYING WS-COL FROM 1 BY 1        00064000
             UNTIL WS-COL > WS-GRID-COLS.                               00064100
           MOVE 'TOTAL' TO GL-TOTAL-X.                                  00064200
           MOVE WS-GRID-LINE TO REPT-LINE.                              00064300
           WRITE REPT-LINE.                                             00064400
           PERFORM PRINT-GRID-ROW VARYING WS-ROW FROM 1 BY 1            00064500
             UNTIL WS-ROW > WS-LIST-COUNT.                              00064600
                                                                        00064700
       SET-GRID-HEAD-CELL.                                              00064800
           MOVE LS-TEAM-IDX(WS-COL) TO WS-OPP-IDX.                      00064900
           MOVE TH-TEAM-ID(WS-OPP-IDX) TO WS-CELL-ID.                   00065000
           MOVE WS-CELL-HEAD TO GL-CELL-X(WS-COL).                      00065100
                                                                        00065200
       PRINT-GRID-ROW.                                                  00065300
           MOVE LS-TEAM-IDX(WS-ROW) TO WS-ROW-IDX.                      00065400
           MOVE TH-LEAGUE-ID(WS-ROW-IDX) TO WS-NAME-SEEK-LEAGUE.        00065500
           MOVE TH-TEAM-ID(WS-ROW-IDX) TO WS-NAME-SEEK-TEAM.            00065600
           PERFORM GET-TEAM-NAME.                                       00065700
           MOVE SPACES TO WS-GRID-LINE.                                 00065800
           MOVE TH-TEAM-ID(WS-ROW-IDX) TO GL-TEAM-ID.                   00065900
           MOVE WS-TEAM-NAME TO GL-NAME.                                00066000
           PERFORM SET-GRID-CELL VARYING WS-COL FROM 1 BY 1             00066100
             UNTIL WS-COL > WS-GRID-COLS.                               00066200
           MOVE TH-PTS-WON(WS-ROW-IDX) TO GL-TOTAL.                     00066300
           MOVE WS-GRID-LINE TO REPT-LINE.                              00066400
           WRITE REPT-LINE.                                             00066500
                                                                        00066600
       SET-GRID-CELL.                                                   00066700
           MOVE LS-TEAM-IDX(WS-COL) TO WS-OPP-IDX.                      00066800
           IF WS-OPP-IDX = WS-ROW-IDX                                   00066900
               MOVE ' --' TO GL-CELL-X(WS-COL)                          00067000
           ELSE                                                         00067100
               IF TH-VS-MATCHES(WS-ROW-IDX, WS-OPP-IDX) = ZERO          00067200
                   MOVE '  .' TO GL-CELL-X(WS-COL)                      00067300
               ELSE                                                     00067400
                   MOVE TH-VS-PTS(WS-ROW-IDX, WS-OPP-IDX)               00067500
                     TO GL-CELL-N(WS-COL).                              00067600
                                                                        00067700
      *--------------------------------------------------------------   00067800
      * WEEK-BY-WEEK POINTS WON, WEEK 1 THROUGH THE LEAGUE'S LAST       00067900
      * WEEK IN THE HISTORY.                                            00068000
      *--------------------------------------------------------------   00068100
       PRINT-WEEK-LINES.                                                00068200
           MOVE SPACES TO REPT-LINE.                                    00068300
           WRITE REPT-LINE.                                             00068400
           MOVE SPACES TO REPT-LINE.                                    00068500
           STRING 'WEEK-BY-WEEK POINTS WON - * MARKS POINTS FROM A '    00068600
                  'MAKEUP AWARD' DELIMITED BY SIZE                      00068700
             INTO REPT-LINE.                                            00068800
           WRITE REPT-LINE.                                             00068900
           MOVE SPACES TO REPT-LINE.                                    00069000
           WRITE REPT-LINE.                                             00069100
           MOVE SPACES TO WS-WEEK-LINE.                                 00069200
           MOVE 'TM' TO WL-TEAM-ID.                                     00069300
           PERFORM SET-WEEK-HEAD-CELL VARYING WS-WK-SUB FROM 1 BY 1     00069400
             UNTIL WS-WK-SUB > LG-LAST-WEEK(WS-LG-SUB).                 00069500
           MOVE 'TOTAL' TO WL-TOTAL-X.                                  00069600
           MOVE WS-WEEK-LINE TO REPT-LINE.                              00069700
           WRITE REPT-LINE.                                             00069800
           PERFORM PRINT-WEEK-ROW VARYING WS-ROW FROM 1 BY 1            00069900
             UNTIL WS-ROW > WS-LIST-COUNT.                              00070000
                                                                        00070100
       SET-WEEK-HEAD-CELL.                                              00070200
           MOVE WS-WK-SUB TO WS-WEEK-N.                                 00070300
           MOVE WS-WEEK-X TO WL-PTS-X(WS-WK-SUB).                       00070400
                                                                        00070500
       PRINT-WEEK-ROW.                                                  00070600
           MOVE LS-TEAM-IDX(WS-ROW) TO WS-ROW-IDX.                      00070700
           MOVE SPACES TO WS-WEEK-LINE.                                 00070800
           MOVE TH-TEAM-ID(WS-ROW-IDX) TO WL-TEAM-ID.                   00070900
           PERFORM SET-WEEK-CELL VARYING WS-WK-SUB FROM 1 BY 1          00071000
             UNTIL WS-WK-SUB > LG-LAST-WEEK(WS-LG-SUB).                 00071100
           MOVE TH-PTS-WON(WS-ROW-IDX) TO WL-TOTAL.                     00071200
           MOVE WS-WEEK-LINE TO REPT-LINE.                              00071300
           WRITE REPT-LINE.                                             00071400
                                                                        00071500
       SET-WEEK-CELL.                                                   00071600
           IF TH-WK-SW(WS-ROW-IDX, WS-WK-SUB) NOT = SPACE               00071700
               MOVE TH-WK-PTS(WS-ROW-IDX, WS-WK-SUB)                    00071800
                 TO WL-PTS-N(WS-WK-SUB)                                 00071900
               IF TH-WK-SW(WS-ROW-IDX, WS-WK-SUB) = 'M'                 00072000
                   MOVE '*' TO WL-MARK(WS-WK-SUB).                      00072100
                                                                        00072200
      *--------------------------------------------------------------   00072300
      * FINAL STANDINGS ORDER. THE HEAD-TO-HEAD FIGURE PRINTS ONLY      00072400
      * FOR A TEAM LEVEL WITH ANOTHER ON POINTS, WITH THE RULE THAT     00072500
      * PLACED IT AGAINST THE TEAM IT IS LEVEL WITH.                    00072600
      *--------------------------------------------------------------   00072700
       PRINT-STANDINGS.                                                 00072800
           MOVE SPACES TO REPT-LINE.                                    00072900
           WRITE REPT-LINE.                                             00073000
           MOVE SPACES TO REPT-LINE.                                    00073100
           MOVE 'FINAL STANDINGS ORDER' TO REPT-LINE.                   00073200
           WRITE REPT-LINE.                                             00073300
           MOVE SPACES TO REPT-LINE.                                    00073400
           WRITE REPT-LINE.                                             00073500
           MOVE SPACES TO REPT-LINE.                                    00073600
           STRING 'PL  TM  TEAM NAME               WON   LOST'          00073700
                  '    H2H  HDCP PINS  TIE PLACED BY'                   00073800
                  DELIMITED BY SIZE                                     00073900
             INTO REPT-LINE.                                            00074000
           WRITE REPT-LINE.                                             00074100
           PERFORM PRINT-ONE-STANDING VARYING WS-POS FROM 1 BY 1        00074200
             UNTIL WS-POS > WS-LIST-COUNT.                              00074300
                                                                        00074400
       PRINT-ONE-STANDING.                                              00074500
           MOVE LS-TEAM-IDX(WS-POS) TO WS-ROW-IDX.                      00074600
           MOVE 'N' TO WS-TIED-SW.                                      00074700
           MOVE SPACES TO WS-DECIDED-BY.                                00074800
           IF WS-POS > 1                                                00074900
               MOVE LS-TEAM-IDX(WS-POS - 1) TO WS-CMP-A                 00075000
               MOVE WS-ROW-IDX TO WS-CMP-B                              00075100
               IF TH-PTS-WON(WS-CMP-A) = TH-PTS-WON(WS-CMP-B)           00075200
                   SET TIED-ON-POINTS TO TRUE                           00075300
                   PERFORM COMPARE-TEAMS.                               00075400
           IF NOT TIED-ON-POINTS AND WS-POS < WS-LIST-COUNT             00075500
               MOVE WS-ROW-IDX TO WS-CMP-A                              00075600
               MOVE LS-TEAM-IDX(WS-POS + 1) TO WS-CMP-B                 00075700
               IF TH-PTS-WON(WS-CMP-A) = TH-PTS-WON(WS-CMP-B)           00075800
                   SET TIED-ON-POINTS TO TRUE                           00075900
                   PERFORM COMPARE-TEAMS.                               00076000
           MOVE SPACES TO WS-EDIT-H2H-X.                                00076100
           IF TIED-ON-POINTS                                            00076200
               MOVE TH-TIE-H2H(WS-ROW-IDX) TO WS-EDIT-H2H.              00076300
           MOVE TH-LEAGUE-ID(WS-ROW-IDX) TO WS-NAME-SEEK-LEAGUE.        00076400
           MOVE TH-TEAM-ID(WS-ROW-IDX) TO WS-NAME-SEEK-TEAM.            00076500
           PERFORM GET-TEAM-NAME.                                       00076600
           MOVE WS-POS TO WS-EDIT-PLACE.                                00076700
           MOVE TH-PTS-WON(WS-ROW-IDX) TO WS-EDIT-PTS.                  00076800
           MOVE TH-PTS-LOST(WS-ROW-IDX) TO WS-EDIT-LOST.                00076900
           MOVE TH-PINS(WS-ROW-IDX) TO WS-EDIT-PINS.                    00077000
           MOVE SPACES TO REPT-LINE.                                    00077100
           STRING WS-EDIT-PLACE '  '                                    00077200
                  TH-TEAM-ID(WS-ROW-IDX) '  '                           00077300
                  WS-TEAM-NAME '  '                                     00077400
                  WS-EDIT-PTS '  '                                      00077500
                  WS-EDIT-LOST '  '                                     00077600
                  WS-EDIT-H2H-X '    '                                  00077700
                  WS-EDIT-PINS '  '                                     00077800
                  WS-DECIDED-BY                                         00077900
                  DELIMITED BY SIZE                                     00078000
             INTO REPT-LINE.                                            00078100
           WRITE REPT-LINE.                                             00078200
                                                                        00078300
       CLEANUP.                                                         00078400
           PERFORM CONTROL-TOTALS.                                      00078500
           IF TEAMMST-OPEN                                              00078600
               CLOSE TEAM-MST-IN.                                       00078700
           CLOSE REPORT-OUT.                                            00078800
           STOP RUN.                                                    00078900
                                                                        00079000
       CONTROL-TOTALS.                                                  00079100
           DISPLAY '=============================================='.    00079200
           DISPLAY 'MTCHRPT RUN CONTROL TOTALS'.                        00079300
           DISPLAY '  HISTORY RECORDS READ        - ' WS-CT-READ.       00079400
           DISPLAY '  RESULTS COUNTED             - ' WS-CT-POSTED.     00079500
           DISPLAY '  MAKEUP AWARDS COUNTED       - ' WS-CT-MAKEUP.     00079600
           DISPLAY '  REPEATED RESULTS IGNORED    - ' WS-CT-DUPS.       00079700
           DISPLAY '  RECORDS WITH BAD WEEK       - ' WS-CT-BADWK.      00079800
           DISPLAY '  LEAGUES REPORTED            - ' WS-CT-LEAGUES.    00079900
           DISPLAY '=============================================='.    00080000
