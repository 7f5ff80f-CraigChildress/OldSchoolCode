       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'LANEIMP'.                                          00000200
      *================================================                 00000300
      * LANE SCORER IMPORT - TURNS THE SCORING                          00000400
      * COMPUTER'S NIGHTLY EXPORT INTO ARRAY2 INPUT                     00000500
      * SO THE DESK NO LONGER KEYS THE RECAP SHEETS.                    00000600
      * THE EXPORT CARRIES ONE RECORD PER PLAYER GAME                   00000700
      * (LANE, GAME, NAME AS TYPED AT THE LANE, SCORE)                  00000800
      * AND ONE LANE TOTAL PER GAME. THE RUN PARM                       00000900
      * NAMES EACH LEAGUE BOWLED THAT NIGHT AND ITS                     00001000
      * WEEK; THE WEEK'S SCHEDULE LINES GIVE THE TEAM                   00001100
      * ON EACH LANE (ODD LANE TEAM A, EVEN LANE TEAM                   00001200
      * B) AND THE ROSTER GIVES THE BOWLER. EACH LANE                   00001300
      * BECOMES ONE 'BATCH,league,team,week' BATCH OF                   00001400
      * SCORE LINES CLOSED BY 'BATEND,count,pinfall',                   00001500
      * THE PINFALL TAKEN FROM THE SCORER'S OWN LANE                    00001600
      * TOTALS SO ARRAY2'S BATCH PROOF CHECKS THE                       00001700
      * NAME MATCHING AGAINST THE MACHINE. A PLAYER                     00001800
      * NOT ON THE ROSTER, DROPPED, OR SHORT OF GAMES                   00001900
      * IS LEFT OUT OF THE BATCH AND PRINTED ON THE                     00002000
      * EXCEPTIONS LISTING FOR THE DESK TO KEY BY                       00002100
      * HAND. ANY EXCEPTION ENDS THE RUN WITH RETURN                    00002200
      * CODE 8.                                                         00002300
      *================================================                 00002400
       ENVIRONMENT DIVISION.                                            00002500
       CONFIGURATION SECTION.                                           00002600
       SOURCE-COMPUTER.  IBM-360.                                       00002700
       OBJECT-COMPUTER.  IBM-360.                                       00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
           SELECT RUNPARM-IN ASSIGN TO UT-S-IMPPARM.                    00003100
           SELECT LEAGUE-PARMS ASSIGN TO UT-S-LEAGPARM.                 00003200
           SELECT SCHED-IN ASSIGN TO UT-S-SCHEDULE.                     00003300
           SELECT ROSTER-IN ASSIGN TO UT-S-ROSTER.                      00003400
           SELECT SCORE-IN ASSIGN TO UT-S-SCOREXP.                      00003500
           SELECT BATCH-OUT ASSIGN TO UT-S-LANEBAT.                     00003600
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00003700
                                                                        00003800
       DATA DIVISION.                                                   00003900
       FILE SECTION.                                                    00004000
                                                                        00004100
      *--------------------------------------------------------------   00004200
      * ONE CARD PER LEAGUE BOWLED ON THE NIGHT BEING IMPORTED - THE    00004300
      * LEAGUE CODE SET ON THE SCORER CONSOLE AND THE LEAGUE WEEK.      00004400
      *--------------------------------------------------------------   00004500
       FD  RUNPARM-IN                                                   00004600
           RECORD CONTAINS 80 CHARACTERS.                               00004700
       01  RUNPARM-REC.                                                 00004800
           05  IMP-LEAGUE-ID PIC XX    VALUE SPACES.                    00004900
           05  IMP-WEEK-NO   PIC XX    VALUE SPACES.                    00005000
           05  FILLER        PIC X(76).                                 00005100
                                                                        00005200
       FD  LEAGUE-PARMS                                                 00005300
           RECORD CONTAINS 80 CHARACTERS.                               00005400
       01  PARM-REC.                                                    00005500
           COPY CLEAGPRM.                                               00005600
                                                                        00005700
       FD  SCHED-IN                                                     00005800
           RECORD CONTAINS 80 CHARACTERS.                               00005900
       01  SCHED-REC.                                                   00006000
           05  SCH-WEEK-NO   PIC XX    VALUE SPACES.                    00006100
           05  SCH-LANES     PIC X(05) VALUE SPACES.                    00006200
           05  SCH-LANE-PAIR REDEFINES SCH-LANES.                       00006300
               10  SCH-LANE-1 PIC XX.                                   00006400
               10  FILLER     PIC X.                                    00006500
               10  SCH-LANE-2 PIC XX.                                   00006600
           05  SCH-TEAM-A    PIC XX    VALUE SPACES.                    00006700
           05  SCH-TEAM-B    PIC XX    VALUE SPACES.                    00006800
           05  SCH-LEAGUE-ID PIC XX    VALUE SPACES.                    00006900
           05  FILLER        PIC X(67).                                 00007000
                                                                        00007100
       FD  ROSTER-IN                                                    00007200
           RECORD CONTAINS 80 CHARACTERS.                               00007300
       01  ROSTER-REC.                                                  00007400
           COPY CROSTER.                                                00007500
                                                                        00007600
      *--------------------------------------------------------------   00007700
      * SCORER EXPORT. TYPE 'G' IS ONE PLAYER'S GAME ON A LANE, TYPE    00007800
      * 'T' THE SCORER'S TOTAL FOR THE LANE FOR ONE GAME (PLAYER        00007900
      * BLANK). SCORES ARE SCRATCH, ZERO-FILLED.                        00008000
      *--------------------------------------------------------------   00008100
       FD  SCORE-IN                                                     00008200
           RECORD CONTAINS 80 CHARACTERS.                               00008300
       01  SCORE-REC.                                                   00008400
           05  SCX-REC-TYPE  PIC X     VALUE SPACE.                     00008500
           88  SCX-PLAYER-GAME VALUE 'G'.                               00008600
           88  SCX-LANE-TOTAL  VALUE 'T'.                               00008700
           05  SCX-LEAGUE-ID PIC XX    VALUE SPACES.                    00008800
           05  SCX-LANE      PIC XX    VALUE SPACES.                    00008900
           05  SCX-LANE-N REDEFINES SCX-LANE PIC 99.                    00009000
           05  SCX-GAME-NO   PIC X     VALUE SPACE.                     00009100
           05  SCX-GAME-NO-N REDEFINES SCX-GAME-NO PIC 9.               00009200
           05  SCX-PLAYER    PIC X(16) VALUE SPACES.                    00009300
           05  SCX-SCORE     PIC X(04) VALUE SPACES.                    00009400
           05  SCX-SCORE-N REDEFINES SCX-SCORE PIC 9(04).               00009500
           05  FILLER        PIC X(54).                                 00009600
                                                                        00009700
       FD  BATCH-OUT                                                    00009800
           RECORD CONTAINS 80 CHARACTERS.                               00009900
       01  BATCH-LINE        PIC X(80).                                 00010000
                                                                        00010100
       FD  REPORT-OUT                                                   00010200
           RECORD CONTAINS 132 CHARACTERS                               00010300
           BLOCK CONTAINS 30 RECORDS.                                   00010400
       01  REPT-LINE         PIC X(132).                                00010500
                                                                        00010600
       WORKING-STORAGE SECTION.                                         00010700
                                                                        00010800
       01  WS-RUNPARM-EOF  PIC X VALUE 'N'.                             00010900
       88  RUNPARM-EOF     VALUE 'Y'.                                   00011000
       01  WS-PARM-EOF     PIC X VALUE 'N'.                             00011100
       88  PARM-EOF        VALUE 'Y'.                                   00011200
       01  WS-SCHED-EOF    PIC X VALUE 'N'.                             00011300
       88  SCHED-EOF       VALUE 'Y'.                                   00011400
       01  WS-ROSTER-EOF   PIC X VALUE 'N'.                             00011500
       88  ROSTER-EOF      VALUE 'Y'.                                   00011600
       01  WS-SCORE-EOF    PIC X VALUE 'N'.                             00011700
       88  SCORE-EOF       VALUE 'Y'.                                   00011800
                                                                        00011900
       01  WS-CT-RUNPARM   PIC 9(05) VALUE ZERO.                        00012000
       01  WS-CT-SCHED     PIC 9(05) VALUE ZERO.                        00012100
       01  WS-CT-READ      PIC 9(05) VALUE ZERO.                        00012200
       01  WS-CT-BATCHES   PIC 9(05) VALUE ZERO.                        00012300
       01  WS-CT-LINES     PIC 9(05) VALUE ZERO.                        00012400
       01  WS-CT-EXCEPT    PIC 9(05) VALUE ZERO.                        00012500
       01  WS-CT-WARN      PIC 9(05) VALUE ZERO.                        00012600
       01  WS-CT-EMPTY     PIC 9(05) VALUE ZERO.                        00012700
                                                                        00012800
      *--------------------------------------------------------------   00012900
      * THE LEAGUES IN THIS RUN, WITH THE WEEK FROM THE RUN PARM AND    00013000
      * THE GAMES PER NIGHT FROM THE PARAMETER FILE (3 WHEN THE         00013100
      * LEAGUE HAS NO PARAMETER RECORD). 10 LEAGUES AS IN ARRAY2.       00013200
      *--------------------------------------------------------------   00013300
       01  TBL-RUN.                                                     00013400
           05  RUN-ENTRY OCCURS 10 TIMES.                               00013500
               10  RN-LEAGUE    PIC XX.                                 00013600
               10  RN-WEEK      PIC XX.                                 00013700
               10  RN-GAMES     PIC 9.                                  00013800
       01  WS-RUN-COUNT    PIC 9(05) VALUE ZERO.                        00013900
       01  WS-RN-SUB       PIC 9(05) VALUE ZERO.                        00014000
       01  WS-RN-IDX       PIC 9(05) VALUE ZERO.                        00014100
       01  WS-RN-SEEK      PIC XX    VALUE SPACES.                      00014200
                                                                        00014300
      *--------------------------------------------------------------   00014400
      * ONE ENTRY PER LANE IN USE BY A RUN LEAGUE THIS WEEK - THE       00014500
      * TEAM ON IT AND THE SCORER'S GAME TOTALS FOR THE LANE.           00014600
      * LN-STAT: 'B' BATCH WRITTEN, 'T' HELD FOR MISSING LANE           00014700
      * TOTALS, 'E' EVERY PLAYER WENT TO EXCEPTIONS, 'N' NO GAMES.      00014800
      *--------------------------------------------------------------   00014900
       01  TBL-LANE.                                                    00015000
           05  LANE-ENTRY OCCURS 100 TIMES.                             00015100
               10  LN-LEAGUE    PIC XX.                                 00015200
               10  LN-LANE      PIC 99.                                 00015300
               10  LN-TEAM      PIC XX.                                 00015400
               10  LN-RUN-IDX   PIC 9(05) COMP.                         00015500
               10  LN-TOT       PIC 9(05) OCCURS 4 TIMES.               00015600
               10  LN-TOT-SW    PIC X     OCCURS 4 TIMES.               00015700
               10  LN-PLAYERS   PIC 9(03).                              00015800
               10  LN-LINES     PIC 9(03).                              00015900
               10  LN-PINS      PIC 9(05).                              00016000
               10  LN-STAT      PIC X.                                  00016100
       01  WS-LANE-COUNT   PIC 9(05) VALUE ZERO.                        00016200
       01  WS-LN-SUB       PIC 9(05) VALUE ZERO.                        00016300
       01  WS-LN-IDX       PIC 9(05) VALUE ZERO.                        00016400
       01  WS-LN-SEEK-LEAGUE PIC XX  VALUE SPACES.                      00016500
       01  WS-LN-SEEK-LANE PIC 99    VALUE ZERO.                        00016600
       01  WS-LANE-X       PIC XX    VALUE SPACES.                      00016700
       01  WS-LANE-N REDEFINES WS-LANE-X PIC 99.                        00016800
       01  WS-TEAM         PIC XX    VALUE SPACES.                      00016900
                                                                        00017000
      *--------------------------------------------------------------   00017100
      * ONE ENTRY PER PLAYER NAME PER LANE, WITH THE GAMES RECEIVED.    00017200
      * PL-REASON STAYS SPACES FOR A PLAYER WHO GOES INTO THE BATCH.    00017300
      *--------------------------------------------------------------   00017400
       01  TBL-PLAYER.                                                  00017500
           05  PLAYER-ENTRY OCCURS 500 TIMES.                           00017600
               10  PL-LANE-IDX  PIC 9(05) COMP.                         00017700
               10  PL-NAME      PIC X(16).                              00017800
               10  PL-BOWLER    PIC A(10).                              00017900
               10  PL-SCORE     PIC 9(03) OCCURS 4 TIMES.               00018000
               10  PL-GOT-SW    PIC X     OCCURS 4 TIMES.               00018100
               10  PL-REASON    PIC X(30).                              00018200
       01  WS-PLAYER-COUNT PIC 9(05) VALUE ZERO.                        00018300
       01  WS-PL-SUB       PIC 9(05) VALUE ZERO.                        00018400
       01  WS-PL-IDX       PIC 9(05) VALUE ZERO.                        00018500
                                                                        00018600
       01  TBL-ROSTER.                                                  00018700
           05  ROSTER-ENTRY OCCURS 1000 TIMES.                          00018800
               10  RT-KEY.                                              00018900
                   15  RT-BOWLER PIC A(10).                             00019000
                   15  RT-TEAM   PIC XX.                                00019100
               10  RT-DROP-WEEK  PIC XX.                                00019200
       01  WS-ROSTER-COUNT PIC 9(05) VALUE ZERO.                        00019300
       01  WS-ROS-SUB      PIC 9(05) VALUE ZERO.                        00019400
       01  WS-ROS-IDX      PIC 9(05) VALUE ZERO.                        00019500
       01  WS-ROS-KEY.                                                  00019600
           05  WS-ROS-KEY-BOWLER  PIC A(10).                            00019700
           05  WS-ROS-KEY-TEAM    PIC XX.                               00019800
       01  WS-ROS-FOUND-SW PIC X     VALUE 'N'.                         00019900
       88  WS-ROS-FOUND    VALUE 'Y'.                                   00020000
                                                                        00020100
       01  WS-NAME         PIC X(16) VALUE SPACES.                      00020200
       01  WS-NAME-PARTS REDEFINES WS-NAME.                             00020300
           05  WS-NAME-BOWLER PIC X(10).                                00020400
           05  WS-NAME-TAIL   PIC X(06).                                00020500
       01  WS-GAMES        PIC 9     VALUE ZERO.                        00020600
       01  WS-G            PIC 9(05) VALUE ZERO.                        00020700
       01  WS-SERIES       PIC 9(05) VALUE ZERO.                        00020800
       01  WS-DAY-AVG      PIC 9(03) VALUE ZERO.                        00020900
       01  WS-LANE-TOT     PIC 9(05) VALUE ZERO.                        00021000
       01  WS-DIVERT-PINS  PIC 9(05) VALUE ZERO.                        00021100
       01  WS-BATEND-PINS  PIC S9(05) VALUE ZERO.                       00021200
       01  WS-OUT-PINS     PIC 9(05) VALUE ZERO.                        00021300
       01  WS-OUT-COUNT    PIC 9(03) VALUE ZERO.                        00021400
       01  WS-TOTS-SW      PIC X     VALUE 'N'.                         00021500
       88  TOTS-COMPLETE   VALUE 'Y'.                                   00021600
       01  WS-GAMES-SW     PIC X     VALUE 'N'.                         00021700
       88  GAMES-COMPLETE  VALUE 'Y'.                                   00021800
                                                                        00021900
      *--------------------------------------------------------------   00022000
      * EXCEPTION LINE PIECES - SET BY THE CALLER, PRINTED BY           00022100
      * PRINT-EXCEPTION.                                                00022200
      *--------------------------------------------------------------   00022300
       01  WS-XC-LEAGUE    PIC XX    VALUE SPACES.                      00022400
       01  WS-XC-LANE      PIC XX    VALUE SPACES.                      00022500
       01  WS-XC-TEAM      PIC XX    VALUE SPACES.                      00022600
       01  WS-XC-WEEK      PIC XX    VALUE SPACES.                      00022700
       01  WS-XC-PLAYER    PIC X(16) VALUE SPACES.                      00022800
       01  WS-XC-DETAIL    PIC X(20) VALUE SPACES.                      00022900
       01  WS-XC-REASON    PIC X(30) VALUE SPACES.                      00023000
       01  WS-XC-SCORE     PIC X(04) VALUE SPACES.                      00023100
       01  WS-XC-GAME-LIST.                                             00023200
           05  WS-XC-GAME  PIC X(04) OCCURS 4 TIMES.                    00023300
           05  FILLER      PIC X(04) VALUE SPACES.                      00023400
                                                                        00023500
       01  WS-EDIT-SCORE   PIC 9(03).                                   00023600
       01  WS-EDIT-COUNT   PIC ZZ9.                                     00023700
       01  WS-EDIT-LINES   PIC ZZ9.                                     00023800
       01  WS-EDIT-PINS    PIC ZZZZ9.                                   00023900
       01  WS-EDIT-TOT     PIC ZZZZ9.                                   00024000
                                                                        00024100
       PROCEDURE DIVISION.                                              00024200
       MAIN.                                                            00024300
           OPEN OUTPUT REPORT-OUT.                                      00024400
           OPEN OUTPUT BATCH-OUT.                                       00024500
           PERFORM PRINT-HEADINGS.                                      00024600
           PERFORM LOAD-RUN-PARMS.                                      00024700
           PERFORM LOAD-LEAGUE-PARMS.                                   00024800
           PERFORM LOAD-SCHEDULE.                                       00024900
           PERFORM LOAD-ROSTER.                                         00025000
           OPEN INPUT SCORE-IN.                                         00025100
           PERFORM READ-SCORE.                                          00025200
           PERFORM STORE-ONE-SCORE UNTIL SCORE-EOF.                     00025300
           CLOSE SCORE-IN.                                              00025400
           PERFORM MATCH-ONE-PLAYER VARYING WS-PL-SUB FROM 1 BY 1       00025500
             UNTIL WS-PL-SUB > WS-PLAYER-COUNT.                         00025600
           PERFORM BUILD-ONE-BATCH VARYING WS-LN-SUB FROM 1 BY 1        00025700
             UNTIL WS-LN-SUB > WS-LANE-COUNT.                           00025800
           PERFORM PRINT-LANE-SUMMARY.                                  00025900
           PERFORM CLEANUP.                                             00026000
                                                                        00026100
      *--------------------------------------------------------------   00026200
      * THE RUN PARM - LEAGUES AND WEEKS BOWLED TONIGHT. A LEAGUE       00026300
      * GIVEN TWICE KEEPS ITS FIRST WEEK.                               00026400
      *--------------------------------------------------------------   00026500
       LOAD-RUN-PARMS.                                                  00026600
           OPEN INPUT RUNPARM-IN.                                       00026700
           PERFORM READ-RUN-PARM.                                       00026800
           PERFORM STORE-RUN-PARM UNTIL RUNPARM-EOF.                    00026900
           CLOSE RUNPARM-IN.                                            00027000
                                                                        00027100
       READ-RUN-PARM.                                                   00027200
           READ RUNPARM-IN                                              00027300
               AT END                                                   00027400
                   MOVE 'Y' TO WS-RUNPARM-EOF                           00027500
               NOT AT END                                               00027600
                   ADD 1 TO WS-CT-RUNPARM.                              00027700
                                                                        00027800
       STORE-RUN-PARM.                                                  00027900
           MOVE IMP-LEAGUE-ID TO WS-RN-SEEK.                            00028000
           PERFORM SEEK-RUN-LEAGUE.                                     00028100
           IF WS-RN-IDX = ZERO                                          00028200
               IF WS-RUN-COUNT < 10                                     00028300
                   ADD 1 TO WS-RUN-COUNT                                00028400
                   MOVE IMP-LEAGUE-ID TO RN-LEAGUE(WS-RUN-COUNT)        00028500
                   MOVE IMP-WEEK-NO   TO RN-WEEK(WS-RUN-COUNT)          00028600
                   MOVE 3             TO RN-GAMES(WS-RUN-COUNT)         00028700
               ELSE                                                     00028800
                   DISPLAY 'RUN LEAGUE TABLE FULL - ENTRY DISCARDED '   00028900
                       'FOR ' IMP-LEAGUE-ID.                            00029000
           PERFORM READ-RUN-PARM.                                       00029100
                                                                        00029200
       SEEK-RUN-LEAGUE.                                                 00029300
           MOVE ZEROES TO WS-RN-SUB, WS-RN-IDX.                         00029400
           PERFORM SEEK-RUN-ONE VARYING WS-RN-SUB FROM 1 BY 1           00029500
             UNTIL WS-RN-SUB > WS-RUN-COUNT                             00029600
                OR WS-RN-IDX NOT = ZERO.                                00029700
                                                                        00029800
       SEEK-RUN-ONE.                                                    00029900
           IF RN-LEAGUE(WS-RN-SUB) = WS-RN-SEEK                         00030000
               MOVE WS-RN-SUB TO WS-RN-IDX.                             00030100
                                                                        00030200
       LOAD-LEAGUE-PARMS.                                               00030300
           OPEN INPUT LEAGUE-PARMS.                                     00030400
           PERFORM READ-PARMS.                                          00030500
           PERFORM STORE-ONE-PARM UNTIL PARM-EOF.                       00030600
           CLOSE LEAGUE-PARMS.                                          00030700
                                                                        00030800
       READ-PARMS.                                                      00030900
           READ LEAGUE-PARMS                                            00031000
               AT END                                                   00031100
                   MOVE 'Y' TO WS-PARM-EOF                              00031200
               NOT AT END                                               00031300
                   CONTINUE.                                            00031400
                                                                        00031500
       STORE-ONE-PARM.                                                  00031600
           MOVE PRM-LEAGUE-ID TO WS-RN-SEEK.                            00031700
           PERFORM SEEK-RUN-LEAGUE.                                     00031800
           IF WS-RN-IDX NOT = ZERO                                      00031900
               IF PRM-GAMES = 3 OR PRM-GAMES = 4                        00032000
                   MOVE PRM-GAMES TO RN-GAMES(WS-RN-IDX).               00032100
           PERFORM READ-PARMS.                                          00032200
                                                                        00032300
      *--------------------------------------------------------------   00032400
      * EACH SCHEDULE LINE FOR A RUN LEAGUE'S WEEK PUTS TWO LANES IN    00032500
      * THE LANE TABLE - THE PAIR'S FIRST LANE FOR TEAM A, THE          00032600
      * SECOND FOR TEAM B, AS SCHEDBLD ASSIGNS THEM.                    00032700
      *--------------------------------------------------------------   00032800
       LOAD-SCHEDULE.                                                   00032900
           OPEN INPUT SCHED-IN.                                         00033000
           PERFORM READ-SCHED.                                          00033100
           PERFORM STORE-ONE-MATCH UNTIL SCHED-EOF.                     00033200
           CLOSE SCHED-IN.                                              00033300
                                                                        00033400
       READ-SCHED.                                                      00033500
           READ SCHED-IN                                                00033600
               AT END                                                   00033700
                   MOVE 'Y' TO WS-SCHED-EOF                             00033800
               NOT AT END                                               00033900
                   ADD 1 TO WS-CT-SCHED.                                00034000
                                                                        00034100
       STORE-ONE-MATCH.                                                 00034200
           MOVE SCH-LEAGUE-ID TO WS-RN-SEEK.                            00034300
           PERFORM SEEK-RUN-LEAGUE.                                     00034400
           IF WS-RN-IDX NOT = ZERO                                      00034500
               IF SCH-WEEK-NO = RN-WEEK(WS-RN-IDX)                      00034600
                   MOVE SCH-LANE-1 TO WS-LANE-X                         00034700
                   MOVE SCH-TEAM-A TO WS-TEAM                           00034800
                   PERFORM ADD-LANE                                     00034900
                   MOVE SCH-LANE-2 TO WS-LANE-X                         00035000
                   MOVE SCH-TEAM-B TO WS-TEAM                           00035100
                   PERFORM ADD-LANE.                                    00035200
           PERFORM READ-SCHED.                                          00035300
                                                                        00035400
       ADD-LANE.                                                        00035500
           IF WS-LANE-X NUMERIC                                         00035600
               IF WS-LANE-COUNT < 100                                   00035700
                   ADD 1 TO WS-LANE-COUNT                               00035800
                   MOVE SCH-LEAGUE-ID TO LN-LEAGUE(WS-LANE-COUNT)       00035900
                   MOVE WS-LANE-N     TO LN-LANE(WS-LANE-COUNT)         00036000
                   MOVE WS-TEAM       TO LN-TEAM(WS-LANE-COUNT)         00036100
                   MOVE WS-RN-IDX     TO LN-RUN-IDX(WS-LANE-COUNT)      00036200
                   MOVE ZEROES TO LN-PLAYERS(WS-LANE-COUNT)             00036300
                   MOVE ZEROES TO LN-LINES(WS-LANE-COUNT)               00036400
                   MOVE ZEROES TO LN-PINS(WS-LANE-COUNT)                00036500
                   MOVE 'N' TO LN-STAT(WS-LANE-COUNT)                   00036600
                   PERFORM CLEAR-LANE-TOTAL VARYING WS-G FROM 1 BY 1    00036700
                     UNTIL WS-G > 4                                     00036800
               ELSE                                                     00036900
                   DISPLAY 'LANE TABLE FULL - ENTRY DISCARDED FOR '     00037000
                       'LEAGUE ' SCH-LEAGUE-ID ' LANES ' SCH-LANES      00037100
           ELSE                                                         00037200
               DISPLAY 'SCHEDULE LANES NOT NUMERIC - LEAGUE '           00037300
                   SCH-LEAGUE-ID ' WEEK ' SCH-WEEK-NO                   00037400
                   ' LANES ' SCH-LANES.                                 00037500
                                                                        00037600
       CLEAR-LANE-TOTAL.                                                00037700
           MOVE ZEROES TO LN-TOT(WS-LANE-COUNT, WS-G).                  00037800
           MOVE 'N' TO LN-TOT-SW(WS-LANE-COUNT, WS-G).                  00037900
                                                                        00038000
       SEEK-LANE.                                                       00038100
           MOVE ZEROES TO WS-LN-SUB, WS-LN-IDX.                         00038200
           PERFORM SEEK-LANE-ONE VARYING WS-LN-SUB FROM 1 BY 1          00038300
             UNTIL WS-LN-SUB > WS-LANE-COUNT                            00038400
                OR WS-LN-IDX NOT = ZERO.                                00038500
                                                                        00038600
       SEEK-LANE-ONE.                                                   00038700
           IF LN-LEAGUE(WS-LN-SUB) = WS-LN-SEEK-LEAGUE                  00038800
              AND LN-LANE(WS-LN-SUB) = WS-LN-SEEK-LANE                  00038900
               MOVE WS-LN-SUB TO WS-LN-IDX.                             00039000
                                                                        00039100
       LOAD-ROSTER.                                                     00039200
           OPEN INPUT ROSTER-IN.                                        00039300
           PERFORM READ-ROSTER.                                         00039400
           PERFORM BUILD-ROSTER-TBL UNTIL ROSTER-EOF.                   00039500
           CLOSE ROSTER-IN.                                             00039600
                                                                        00039700
       READ-ROSTER.                                                     00039800
           READ ROSTER-IN                                               00039900
               AT END                                                   00040000
                   MOVE 'Y' TO WS-ROSTER-EOF                            00040100
               NOT AT END                                               00040200
                   CONTINUE.                                            00040300
                                                                        00040400
       BUILD-ROSTER-TBL.                                                00040500
           IF WS-ROSTER-COUNT < 1000                                    00040600
               ADD 1 TO WS-ROSTER-COUNT                                 00040700
               MOVE ROS-BOWLER  TO RT-BOWLER(WS-ROSTER-COUNT)           00040800
               MOVE ROS-TEAM-ID TO RT-TEAM(WS-ROSTER-COUNT)             00040900
               MOVE ROS-DROP-WEEK TO RT-DROP-WEEK(WS-ROSTER-COUNT)      00041000
           ELSE                                                         00041100
               DISPLAY 'ROSTER TABLE FULL - ENTRY DISCARDED FOR '       00041200
                   ROS-BOWLER ' TEAM ' ROS-TEAM-ID.                     00041300
           PERFORM READ-ROSTER.                                         00041400
                                                                        00041500
      *--------------------------------------------------------------   00041600
      * ONE SCORER RECORD. A RECORD THAT CANNOT BE PLACED - LEAGUE      00041700
      * NOT IN THE RUN, LANE NOT ON THE SCHEDULE, GAME NUMBER OUT       00041800
      * OF RANGE, SCORE NOT NUMERIC OR OVER 300 - IS LISTED AS AN       00041900
      * EXCEPTION ON ITS OWN; A PLAYER LEFT SHORT A GAME BY IT IS       00042000
      * LISTED AGAIN WHEN THE BATCHES ARE BUILT.                        00042100
      *--------------------------------------------------------------   00042200
       READ-SCORE.                                                      00042300
           READ SCORE-IN                                                00042400
               AT END                                                   00042500
                   MOVE 'Y' TO WS-SCORE-EOF                             00042600
               NOT AT END                                               00042700
                   ADD 1 TO WS-CT-READ.                                 00042800
                                                                        00042900
       STORE-ONE-SCORE.                                                 00043000
           MOVE SPACES TO WS-XC-REASON.                                 00043100
           MOVE SCX-LEAGUE-ID TO WS-RN-SEEK.                            00043200
           PERFORM SEEK-RUN-LEAGUE.                                     00043300
           MOVE ZEROES TO WS-LN-IDX.                                    00043400
           IF WS-RN-IDX = ZERO                                          00043500
               MOVE 'LEAGUE NOT IN THIS RUN' TO WS-XC-REASON            00043600
           ELSE                                                         00043700
               IF SCX-LANE NOT NUMERIC                                  00043800
                   MOVE 'LANE NOT NUMERIC' TO WS-XC-REASON              00043900
               ELSE                                                     00044000
                   MOVE SCX-LEAGUE-ID TO WS-LN-SEEK-LEAGUE              00044100
                   MOVE SCX-LANE-N TO WS-LN-SEEK-LANE                   00044200
                   PERFORM SEEK-LANE                                    00044300
                   IF WS-LN-IDX = ZERO                                  00044400
                       MOVE 'LANE NOT ON SCHEDULE' TO WS-XC-REASON.     00044500
           IF WS-XC-REASON = SPACES                                     00044600
               IF SCX-GAME-NO NOT NUMERIC                               00044700
                   MOVE 'BAD GAME NUMBER' TO WS-XC-REASON               00044800
               ELSE                                                     00044900
                   IF SCX-GAME-NO-N < 1                                 00045000
                      OR SCX-GAME-NO-N > RN-GAMES(WS-RN-IDX)            00045100
                       MOVE 'BAD GAME NUMBER' TO WS-XC-REASON.          00045200
           IF WS-XC-REASON = SPACES                                     00045300
               IF SCX-SCORE NOT NUMERIC                                 00045400
                   MOVE 'SCORE NOT NUMERIC' TO WS-XC-REASON.            00045500
           IF WS-XC-REASON = SPACES                                     00045600
               IF SCX-PLAYER-GAME                                       00045700
                   PERFORM STORE-PLAYER-GAME                            00045800
               ELSE                                                     00045900
                   IF SCX-LANE-TOTAL                                    00046000
                       PERFORM STORE-LANE-TOTAL                         00046100
                   ELSE                                                 00046200
                       MOVE 'UNKNOWN RECORD TYPE' TO WS-XC-REASON.      00046300
           IF WS-XC-REASON NOT = SPACES                                 00046400
               PERFORM RECORD-EXCEPTION.                                00046500
           PERFORM READ-SCORE.                                          00046600
                                                                        00046700
       STORE-LANE-TOTAL.                                                00046800
           IF LN-TOT-SW(WS-LN-IDX, SCX-GAME-NO-N) = 'Y'                 00046900
               MOVE 'DUPLICATE LANE TOTAL' TO WS-XC-REASON              00047000
           ELSE                                                         00047100
               MOVE SCX-SCORE-N TO LN-TOT(WS-LN-IDX, SCX-GAME-NO-N)     00047200
               MOVE 'Y' TO LN-TOT-SW(WS-LN-IDX, SCX-GAME-NO-N).         00047300
                                                                        00047400
       STORE-PLAYER-GAME.                                               00047500
           IF SCX-SCORE-N > 300                                         00047600
               MOVE 'SCORE OVER 300' TO WS-XC-REASON                    00047700
           ELSE                                                         00047800
               MOVE SCX-PLAYER TO WS-NAME                               00047900
               INSPECT WS-NAME CONVERTING                               00048000
                   'abcdefghijklmnopqrstuvwxyz'                         00048100
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                         00048200
               PERFORM LOCATE-PLAYER                                    00048300
               IF WS-PL-IDX NOT = ZERO                                  00048400
                   IF PL-GOT-SW(WS-PL-IDX, SCX-GAME-NO-N) = 'Y'         00048500
                       MOVE 'DUPLICATE PLAYER GAME' TO WS-XC-REASON     00048600
                   ELSE                                                 00048700
                       MOVE SCX-SCORE-N                                 00048800
                         TO PL-SCORE(WS-PL-IDX, SCX-GAME-NO-N)          00048900
                       MOVE 'Y'                                         00049000
                         TO PL-GOT-SW(WS-PL-IDX, SCX-GAME-NO-N).        00049100
                                                                        00049200
      *    FIND THE PLAYER IN WS-NAME ON LANE WS-LN-IDX, ADDING THE     00049300
      *    PLAYER WHEN NEW. WS-PL-IDX COMES BACK ZERO ONLY WHEN THE     00049400
      *    TABLE IS FULL, AND THE GAME IS THEN LISTED AS AN EXCEPTION.  00049500
       LOCATE-PLAYER.                                                   00049600
           MOVE ZEROES TO WS-PL-SUB, WS-PL-IDX.                         00049700
           PERFORM SEEK-PLAYER-ONE VARYING WS-PL-SUB FROM 1 BY 1        00049800
             UNTIL WS-PL-SUB > WS-PLAYER-COUNT                          00049900
                OR WS-PL-IDX NOT = ZERO.                                00050000
           IF WS-PL-IDX = ZERO                                          00050100
               IF WS-PLAYER-COUNT < 500                                 00050200
                   ADD 1 TO WS-PLAYER-COUNT                             00050300
                   MOVE WS-PLAYER-COUNT TO WS-PL-IDX                    00050400
                   MOVE WS-LN-IDX TO PL-LANE-IDX(WS-PL-IDX)             00050500
                   MOVE WS-NAME   TO PL-NAME(WS-PL-IDX)                 00050600
                   MOVE SPACES    TO PL-BOWLER(WS-PL-IDX)               00050700
                   MOVE SPACES    TO PL-REASON(WS-PL-IDX)               00050800
                   PERFORM CLEAR-PLAYER-GAME VARYING WS-G FROM 1 BY 1   00050900
                     UNTIL WS-G > 4                                     00051000
                   ADD 1 TO LN-PLAYERS(WS-LN-IDX)                       00051100
               ELSE                                                     00051200
                   MOVE 'PLAYER TABLE FULL' TO WS-XC-REASON.            00051300
                                                                        00051400
       SEEK-PLAYER-ONE.                                                 00051500
           IF PL-LANE-IDX(WS-PL-SUB) = WS-LN-IDX                        00051600
              AND PL-NAME(WS-PL-SUB) = WS-NAME                          00051700
               MOVE WS-PL-SUB TO WS-PL-IDX.                             00051800
                                                                        00051900
       CLEAR-PLAYER-GAME.                                               00052000
           MOVE ZEROES TO PL-SCORE(WS-PL-IDX, WS-G).                    00052100
           MOVE 'N' TO PL-GOT-SW(WS-PL-IDX, WS-G).                      00052200
                                                                        00052300
       RECORD-EXCEPTION.                                                00052400
           MOVE SCX-LEAGUE-ID TO WS-XC-LEAGUE.                          00052500
           MOVE SCX-LANE TO WS-XC-LANE.                                 00052600
           MOVE SPACES TO WS-XC-TEAM, WS-XC-WEEK.                       00052700
           IF WS-LN-IDX NOT = ZERO                                      00052800
               MOVE LN-TEAM(WS-LN-IDX) TO WS-XC-TEAM                    00052900
               MOVE RN-WEEK(WS-RN-IDX) TO WS-XC-WEEK.                   00053000
           MOVE SCX-PLAYER TO WS-XC-PLAYER.                             00053100
           MOVE SCX-SCORE TO WS-XC-SCORE.                               00053200
           MOVE SPACES TO WS-XC-DETAIL.                                 00053300
           STRING SCX-REC-TYPE ' GAME ' SCX-GAME-NO ' SCORE '           00053400
                  WS-XC-SCORE                                           00053500
               DELIMITED BY SIZE INTO WS-XC-DETAIL.                     00053600
           PERFORM PRINT-EXCEPTION.                                     00053700
                                                                        00053800
      *--------------------------------------------------------------   00053900
      * MATCH ONE PLAYER TO THE ROSTER. THE NAME TYPED AT THE LANE,     00054000
      * UPPER-CASED, MUST BE THE ROSTER NAME FOR THE TEAM SCHEDULED     00054100
      * ON THAT LANE. AS IN ARRAY2'S ROSTER EDIT AN ACTIVE ENTRY        00054200
      * WINS OVER A DROPPED ONE, AND A DROPPED BOWLER ONLY PASSES FOR   00054300
      * WEEKS BEFORE THE DROP TOOK EFFECT. A PLAYER MUST ALSO HAVE      00054400
      * EVERY GAME OF THE NIGHT.                                        00054500
      *--------------------------------------------------------------   00054600
       MATCH-ONE-PLAYER.                                                00054700
           MOVE PL-LANE-IDX(WS-PL-SUB) TO WS-LN-IDX.                    00054800
           MOVE LN-RUN-IDX(WS-LN-IDX) TO WS-RN-IDX.                     00054900
           MOVE PL-NAME(WS-PL-SUB) TO WS-NAME.                          00055000
           MOVE WS-NAME-BOWLER TO PL-BOWLER(WS-PL-SUB).                 00055100
           MOVE 'N' TO WS-ROS-FOUND-SW.                                 00055200
           MOVE WS-NAME-BOWLER TO WS-ROS-KEY-BOWLER.                    00055300
           MOVE LN-TEAM(WS-LN-IDX) TO WS-ROS-KEY-TEAM.                  00055400
           MOVE ZEROES TO WS-ROS-SUB, WS-ROS-IDX.                       00055500
           PERFORM FIND-ROSTER VARYING WS-ROS-SUB FROM 1 BY 1           00055600
             UNTIL WS-ROS-SUB > WS-ROSTER-COUNT.                        00055700
           IF NOT WS-ROS-FOUND                                          00055800
               MOVE 'NOT ON ROSTER' TO PL-REASON(WS-PL-SUB)             00055900
           ELSE                                                         00056000
               IF RT-DROP-WEEK(WS-ROS-IDX) NOT = SPACES                 00056100
                  AND RN-WEEK(WS-RN-IDX) NOT < RT-DROP-WEEK(WS-ROS-IDX) 00056200
                   MOVE 'DROPPED FROM ROSTER' TO PL-REASON(WS-PL-SUB).  00056300
           IF WS-NAME-TAIL NOT = SPACES                                 00056400
              AND PL-REASON(WS-PL-SUB) = SPACES                         00056500
               MOVE 'NAME LONGER THAN ROSTER NAME'                      00056600
                 TO PL-REASON(WS-PL-SUB).                               00056700
           MOVE RN-GAMES(WS-RN-IDX) TO WS-GAMES.                        00056800
           MOVE 'Y' TO WS-GAMES-SW.                                     00056900
           PERFORM CHECK-PLAYER-GAME VARYING WS-G FROM 1 BY 1           00057000
             UNTIL WS-G > 4.                                            00057100
           IF NOT GAMES-COMPLETE                                        00057200
              AND PL-REASON(WS-PL-SUB) = SPACES                         00057300
               MOVE 'WRONG NUMBER OF GAMES' TO PL-REASON(WS-PL-SUB).    00057400
                                                                        00057500
      *    A GAME BEYOND THE LEAGUE'S GAMES PER NIGHT NEVER REACHES     00057600
      *    THE TABLE, SO ONLY MISSING GAMES ARE CHECKED HERE.           00057700
       CHECK-PLAYER-GAME.                                               00057800
           IF WS-G NOT > WS-GAMES                                       00057900
              AND PL-GOT-SW(WS-PL-SUB, WS-G) NOT = 'Y'                  00058000
               MOVE 'N' TO WS-GAMES-SW.                                 00058100
                                                                        00058200
       FIND-ROSTER.                                                     00058300
           IF RT-KEY(WS-ROS-SUB) = WS-ROS-KEY                           00058400
               SET WS-ROS-FOUND TO TRUE                                 00058500
               IF RT-DROP-WEEK(WS-ROS-SUB) = SPACES                     00058600
                   MOVE WS-ROS-SUB TO WS-ROS-IDX                        00058700
               ELSE                                                     00058800
                   IF WS-ROS-IDX = ZERO                                 00058900
                       MOVE WS-ROS-SUB TO WS-ROS-IDX.                   00059000
                                                                        00059100
      *--------------------------------------------------------------   00059200
      * ONE BATCH PER LANE. A LANE MISSING ANY OF THE SCORER'S GAME     00059300
      * TOTALS CANNOT BE PROVED AND IS HELD WHOLE - EVERY PLAYER ON     00059400
      * IT GOES TO EXCEPTIONS. OTHERWISE THE MATCHED PLAYERS GO OUT     00059500
      * AS SCORE LINES AND THE BATEND PINFALL IS THE SCORER'S LANE      00059600
      * TOTALS LESS THE GAMES OF THE PLAYERS LEFT OUT. WHEN THAT        00059700
      * DISAGREES WITH THE LINES WRITTEN THE BATCH STILL GOES OUT -     00059800
      * ARRAY2'S PROOF WILL REJECT IT WHOLE - AND A WARNING IS          00059900
      * LISTED SO THE DESK KNOWS WHY.                                   00060000
      *--------------------------------------------------------------   00060100
       BUILD-ONE-BATCH.                                                 00060200
           MOVE LN-RUN-IDX(WS-LN-SUB) TO WS-RN-IDX.                     00060300
           MOVE RN-GAMES(WS-RN-IDX) TO WS-GAMES.                        00060400
           IF LN-PLAYERS(WS-LN-SUB) = ZERO                              00060500
               ADD 1 TO WS-CT-EMPTY                                     00060600
           ELSE                                                         00060700
               MOVE 'Y' TO WS-TOTS-SW                                   00060800
               MOVE ZEROES TO WS-LANE-TOT                               00060900
               PERFORM CHECK-LANE-TOTAL VARYING WS-G FROM 1 BY 1        00061000
                 UNTIL WS-G > WS-GAMES                                  00061100
               IF NOT TOTS-COMPLETE                                     00061200
                   MOVE 'T' TO LN-STAT(WS-LN-SUB)                       00061300
                   PERFORM HOLD-LANE-PLAYER VARYING WS-PL-SUB           00061400
                     FROM 1 BY 1 UNTIL WS-PL-SUB > WS-PLAYER-COUNT      00061500
               ELSE                                                     00061600
                   PERFORM WRITE-LANE-BATCH.                            00061700
                                                                        00061800
       CHECK-LANE-TOTAL.                                                00061900
           IF LN-TOT-SW(WS-LN-SUB, WS-G) NOT = 'Y'                      00062000
               MOVE 'N' TO WS-TOTS-SW                                   00062100
           ELSE                                                         00062200
               ADD LN-TOT(WS-LN-SUB, WS-G) TO WS-LANE-TOT.              00062300
                                                                        00062400
       HOLD-LANE-PLAYER.                                                00062500
           IF PL-LANE-IDX(WS-PL-SUB) = WS-LN-SUB                        00062600
               IF PL-REASON(WS-PL-SUB) = SPACES                         00062700
                   MOVE 'NO SCORER LANE TOTALS'                         00062800
                     TO PL-REASON(WS-PL-SUB)                            00062900
               END-IF                                                   00063000
               PERFORM PLAYER-EXCEPTION.                                00063100
                                                                        00063200
       WRITE-LANE-BATCH.                                                00063300
           MOVE ZEROES TO WS-OUT-COUNT, WS-OUT-PINS, WS-DIVERT-PINS.    00063400
           PERFORM COUNT-LANE-PLAYER VARYING WS-PL-SUB FROM 1 BY 1      00063500
             UNTIL WS-PL-SUB > WS-PLAYER-COUNT.                         00063600
           IF WS-OUT-COUNT = ZERO                                       00063700
               MOVE 'E' TO LN-STAT(WS-LN-SUB)                           00063800
           ELSE                                                         00063900
               MOVE 'B' TO LN-STAT(WS-LN-SUB)                           00064000
               MOVE SPACES TO BATCH-LINE                                00064100
               STRING 'BATCH,' LN-LEAGUE(WS-LN-SUB) ','                 00064200
                      LN-TEAM(WS-LN-SUB) ',' RN-WEEK(WS-RN-IDX)         00064300
                   DELIMITED BY SIZE INTO BATCH-LINE                    00064400
               WRITE BATCH-LINE                                         00064500
               PERFORM WRITE-SCORE-LINE VARYING WS-PL-SUB FROM 1 BY 1   00064600
                 UNTIL WS-PL-SUB > WS-PLAYER-COUNT                      00064700
               COMPUTE WS-BATEND-PINS = WS-LANE-TOT - WS-DIVERT-PINS    00064800
               IF WS-BATEND-PINS < ZERO                                 00064900
                   MOVE ZERO TO WS-BATEND-PINS                          00065000
               END-IF                                                   00065100
               MOVE WS-BATEND-PINS TO LN-PINS(WS-LN-SUB)                00065200
               MOVE WS-OUT-COUNT TO LN-LINES(WS-LN-SUB)                 00065300
               MOVE SPACES TO BATCH-LINE                                00065400
               STRING 'BATEND,' WS-OUT-COUNT ',' LN-PINS(WS-LN-SUB)     00065500
                   DELIMITED BY SIZE INTO BATCH-LINE                    00065600
               WRITE BATCH-LINE                                         00065700
               ADD 1 TO WS-CT-BATCHES                                   00065800
               ADD WS-OUT-COUNT TO WS-CT-LINES                          00065900
               IF LN-PINS(WS-LN-SUB) NOT = WS-OUT-PINS                  00066000
                   PERFORM LANE-TOTAL-WARNING.                          00066100
                                                                        00066200
      *    PLAYERS LEFT OUT GO TO EXCEPTIONS AND THEIR GAMES COME OFF   00066300
      *    THE LANE TOTAL; THE REST ARE COUNTED FOR THE BATEND.         00066400
       COUNT-LANE-PLAYER.                                               00066500
           IF PL-LANE-IDX(WS-PL-SUB) = WS-LN-SUB                        00066600
               PERFORM SUM-PLAYER-SERIES                                00066700
               IF PL-REASON(WS-PL-SUB) = SPACES                         00066800
                   ADD 1 TO WS-OUT-COUNT                                00066900
                   ADD WS-SERIES TO WS-OUT-PINS                         00067000
               ELSE                                                     00067100
                   ADD WS-SERIES TO WS-DIVERT-PINS                      00067200
                   PERFORM PLAYER-EXCEPTION.                            00067300
                                                                        00067400
       SUM-PLAYER-SERIES.                                               00067500
           MOVE ZEROES TO WS-SERIES.                                    00067600
           PERFORM ADD-PLAYER-GAME VARYING WS-G FROM 1 BY 1             00067700
             UNTIL WS-G > WS-GAMES.                                     00067800
                                                                        00067900
       ADD-PLAYER-GAME.                                                 00068000
           ADD PL-SCORE(WS-PL-SUB, WS-G) TO WS-SERIES.                  00068100
                                                                        00068200
      *    lg,bowler,team,week,s1,s2,s3[,s4],dayavg - SCORES AND THE    00068300
      *    DAY AVERAGE ZERO-FILLED TO THREE DIGITS, AS ARRAY2 EDITS     00068400
      *    THEM. THE DAY AVERAGE IS THE SERIES OVER THE GAMES,          00068500
      *    ROUNDED, THE SAME FIGURE ARRAY2 COMPUTES.                    00068600
       WRITE-SCORE-LINE.                                                00068700
           IF PL-LANE-IDX(WS-PL-SUB) = WS-LN-SUB                        00068800
              AND PL-REASON(WS-PL-SUB) = SPACES                         00068900
               PERFORM SUM-PLAYER-SERIES                                00069000
               COMPUTE WS-DAY-AVG ROUNDED = WS-SERIES / WS-GAMES        00069100
               MOVE SPACES TO BATCH-LINE                                00069200
               IF WS-GAMES = 4                                          00069300
                   STRING LN-LEAGUE(WS-LN-SUB) ','                      00069400
                          DELIMITED BY SIZE                             00069500
                          PL-BOWLER(WS-PL-SUB)                          00069600
                          DELIMITED BY '  '                             00069700
                          ',' LN-TEAM(WS-LN-SUB) ','                    00069800
                          RN-WEEK(WS-RN-IDX) ','                        00069900
                          PL-SCORE(WS-PL-SUB, 1) ','                    00070000
                          PL-SCORE(WS-PL-SUB, 2) ','                    00070100
                          PL-SCORE(WS-PL-SUB, 3) ','                    00070200
                          PL-SCORE(WS-PL-SUB, 4) ',' WS-DAY-AVG         00070300
                          DELIMITED BY SIZE                             00070400
                     INTO BATCH-LINE                                    00070500
               ELSE                                                     00070600
                   STRING LN-LEAGUE(WS-LN-SUB) ','                      00070700
                          DELIMITED BY SIZE                             00070800
                          PL-BOWLER(WS-PL-SUB)                          00070900
                          DELIMITED BY '  '                             00071000
                          ',' LN-TEAM(WS-LN-SUB) ','                    00071100
                          RN-WEEK(WS-RN-IDX) ','                        00071200
                          PL-SCORE(WS-PL-SUB, 1) ','                    00071300
                          PL-SCORE(WS-PL-SUB, 2) ','                    00071400
                          PL-SCORE(WS-PL-SUB, 3) ',' WS-DAY-AVG         00071500
                          DELIMITED BY SIZE                             00071600
                     INTO BATCH-LINE                                    00071700
               END-IF                                                   00071800
               WRITE BATCH-LINE.                                        00071900
                                                                        00072000
       LANE-TOTAL-WARNING.                                              00072100
           MOVE LN-LEAGUE(WS-LN-SUB) TO WS-XC-LEAGUE.                   00072200
           MOVE LN-LANE(WS-LN-SUB) TO WS-LANE-N.                        00072300
           MOVE WS-LANE-X TO WS-XC-LANE.                                00072400
           MOVE LN-TEAM(WS-LN-SUB) TO WS-XC-TEAM.                       00072500
           MOVE RN-WEEK(WS-RN-IDX) TO WS-XC-WEEK.                       00072600
           MOVE SPACES TO WS-XC-PLAYER.                                 00072700
           MOVE LN-PINS(WS-LN-SUB) TO WS-EDIT-TOT.                      00072800
           MOVE WS-OUT-PINS TO WS-EDIT-PINS.                            00072900
           MOVE SPACES TO WS-XC-DETAIL.                                 00073000
           STRING 'LANE ' WS-EDIT-TOT ' LINES ' WS-EDIT-PINS            00073100
               DELIMITED BY SIZE INTO WS-XC-DETAIL.                     00073200
           MOVE 'LANE TOTAL DISAGREES - BATCH' TO WS-XC-REASON.         00073300
           ADD 1 TO WS-CT-WARN.                                         00073400
           PERFORM PRINT-EXCEPTION.                                     00073500
                                                                        00073600
       PLAYER-EXCEPTION.                                                00073700
           MOVE LN-LEAGUE(WS-LN-SUB) TO WS-XC-LEAGUE.                   00073800
           MOVE LN-LANE(WS-LN-SUB) TO WS-LANE-N.                        00073900
           MOVE WS-LANE-X TO WS-XC-LANE.                                00074000
           MOVE LN-TEAM(WS-LN-SUB) TO WS-XC-TEAM.                       00074100
           MOVE RN-WEEK(WS-RN-IDX) TO WS-XC-WEEK.                       00074200
           MOVE PL-NAME(WS-PL-SUB) TO WS-XC-PLAYER.                     00074300
           MOVE SPACES TO WS-XC-GAME-LIST.                              00074400
           PERFORM PUT-EXCEPTION-GAME VARYING WS-G FROM 1 BY 1          00074500
             UNTIL WS-G > WS-GAMES.                                     00074600
           MOVE WS-XC-GAME-LIST TO WS-XC-DETAIL.                        00074700
           MOVE PL-REASON(WS-PL-SUB) TO WS-XC-REASON.                   00074800
           PERFORM PRINT-EXCEPTION.                                     00074900
                                                                        00075000
       PUT-EXCEPTION-GAME.                                              00075100
           IF PL-GOT-SW(WS-PL-SUB, WS-G) = 'Y'                          00075200
               MOVE PL-SCORE(WS-PL-SUB, WS-G) TO WS-EDIT-SCORE          00075300
               MOVE WS-EDIT-SCORE TO WS-XC-GAME(WS-G)                   00075400
           ELSE                                                         00075500
               MOVE '---' TO WS-XC-GAME(WS-G).                          00075600
                                                                        00075700
      *--------------------------------------------------------------   00075800
      * THE EXCEPTIONS LISTING - EVERY SCORER RECORD THAT COULD NOT     00075900
      * BE PLACED AND EVERY PLAYER LEFT OUT OF A BATCH, FOR THE DESK    00076000
      * TO KEY BY HAND, PLUS ANY LANE WHOSE TOTALS DISAGREE.            00076100
      *--------------------------------------------------------------   00076200
       PRINT-HEADINGS.                                                  00076300
           MOVE SPACES TO REPT-LINE.                                    00076400
           MOVE 'LANE SCORER IMPORT - EXCEPTIONS' TO REPT-LINE.         00076500
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00076600
           MOVE SPACES TO REPT-LINE.                                    00076700
           WRITE REPT-LINE.                                             00076800
           MOVE SPACES TO REPT-LINE.                                    00076900
           STRING 'LG  LANE  TEAM  WEEK  PLAYER            '            00077000
                  'DETAIL                REASON'                        00077100
               DELIMITED BY SIZE INTO REPT-LINE.                        00077200
           WRITE REPT-LINE.                                             00077300
                                                                        00077400
       PRINT-EXCEPTION.                                                 00077500
           ADD 1 TO WS-CT-EXCEPT.                                       00077600
           MOVE SPACES TO REPT-LINE.                                    00077700
           STRING WS-XC-LEAGUE '  ' WS-XC-LANE '    ' WS-XC-TEAM        00077800
                  '    ' WS-XC-WEEK '    ' WS-XC-PLAYER '  '            00077900
                  WS-XC-DETAIL '  ' WS-XC-REASON                        00078000
               DELIMITED BY SIZE INTO REPT-LINE.                        00078100
           WRITE REPT-LINE.                                             00078200
                                                                        00078300
      *--------------------------------------------------------------   00078400
      * LANE SUMMARY - WHAT WENT OUT FOR EACH SCHEDULED LANE.           00078500
      *--------------------------------------------------------------   00078600
       PRINT-LANE-SUMMARY.                                              00078700
           MOVE SPACES TO REPT-LINE.                                    00078800
           MOVE 'LANE SCORER IMPORT - BATCHES BY LANE' TO REPT-LINE.    00078900
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00079000
           MOVE SPACES TO REPT-LINE.                                    00079100
           WRITE REPT-LINE.                                             00079200
           MOVE 'LG  LANE  TEAM  WEEK  PLAYERS  LINES  PINFALL  STATUS' 00079300
             TO REPT-LINE.                                              00079400
           WRITE REPT-LINE.                                             00079500
           PERFORM PRINT-ONE-LANE VARYING WS-LN-SUB FROM 1 BY 1         00079600
             UNTIL WS-LN-SUB > WS-LANE-COUNT.                           00079700
                                                                        00079800
       PRINT-ONE-LANE.                                                  00079900
           MOVE LN-RUN-IDX(WS-LN-SUB) TO WS-RN-IDX.                     00080000
           MOVE LN-LANE(WS-LN-SUB) TO WS-LANE-N.                        00080100
           MOVE SPACES TO WS-XC-REASON.                                 00080200
           IF LN-STAT(WS-LN-SUB) = 'B'                                  00080300
               MOVE 'BATCH WRITTEN' TO WS-XC-REASON.                    00080400
           IF LN-STAT(WS-LN-SUB) = 'T'                                  00080500
               MOVE 'HELD - NO SCORER LANE TOTALS' TO WS-XC-REASON.     00080600
           IF LN-STAT(WS-LN-SUB) = 'E'                                  00080700
               MOVE 'NO PLAYER MATCHED THE ROSTER' TO WS-XC-REASON.     00080800
           IF LN-STAT(WS-LN-SUB) = 'N'                                  00080900
               MOVE 'NO GAMES RECEIVED' TO WS-XC-REASON.                00081000
           MOVE LN-PLAYERS(WS-LN-SUB) TO WS-EDIT-COUNT.                 00081100
           MOVE LN-LINES(WS-LN-SUB) TO WS-EDIT-LINES.                   00081200
           MOVE LN-PINS(WS-LN-SUB) TO WS-EDIT-PINS.                     00081300
           MOVE SPACES TO REPT-LINE.                                    00081400
           STRING LN-LEAGUE(WS-LN-SUB) '  ' WS-LANE-X '    '            00081500
                  LN-TEAM(WS-LN-SUB) '    ' RN-WEEK(WS-RN-IDX)          00081600
                  '        ' WS-EDIT-COUNT '    ' WS-EDIT-LINES         00081700
                  '    ' WS-EDIT-PINS '  ' WS-XC-REASON                 00081800
               DELIMITED BY SIZE INTO REPT-LINE.                        00081900
           WRITE REPT-LINE.                                             00082000
                                                                        00082100
       CLEANUP.                                                         00082200
           PERFORM CONTROL-TOTALS.                                      00082300
           CLOSE BATCH-OUT.                                             00082400
           CLOSE REPORT-OUT.                                            00082500
           IF WS-CT-EXCEPT NOT = ZERO                                   00082600
               MOVE 8 TO RETURN-CODE.                                   00082700
           STOP RUN.                                                    00082800
                                                                        00082900
       CONTROL-TOTALS.                                                  00083000
           DISPLAY '=============================================='.    00083100
           DISPLAY 'LANEIMP RUN CONTROL TOTALS'.                        00083200
           DISPLAY '  RUN PARM CARDS READ         - ' WS-CT-RUNPARM.    00083300
           DISPLAY '  SCHEDULE LINES READ         - ' WS-CT-SCHED.      00083400
           DISPLAY '  LANES SCHEDULED             - ' WS-LANE-COUNT.    00083500
           DISPLAY '  LANES WITH NO GAMES         - ' WS-CT-EMPTY.      00083600
           DISPLAY '  SCORER RECORDS READ         - ' WS-CT-READ.       00083700
           DISPLAY '  PLAYERS ON THE LANES        - ' WS-PLAYER-COUNT.  00083800
           DISPLAY '  BATCHES WRITTEN             - ' WS-CT-BATCHES.    00083900
           DISPLAY '  SCORE LINES WRITTEN         - ' WS-CT-LINES.      00084000
           DISPLAY '  LANE TOTALS DISAGREEING     - ' WS-CT-WARN.       00084100
           DISPLAY '  EXCEPTIONS LISTED           - ' WS-CT-EXCEPT.     00084200
           DISPLAY '=============================================='.    00084300
