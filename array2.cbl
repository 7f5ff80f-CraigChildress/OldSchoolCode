      * COME FROM THE LEAGUE PARAMETER FILE READ AT                     00001000
      * INIT TIME, SO ONE RUN CAN POST EVERY LEAGUE                     00001100
      * IN THE HOUSE.                                                   00001200
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001233
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001266
      * A ROSTERED BOWLER WITH NO PAID ASSOCIATION                      00001272
      * MEMBERSHIP FOR THE LEAGUE'S MEMBERSHIP YEAR IS                  00001278
      * FLAGGED ON THE CONSOLE UP TO THE LEAGUE'S                       00001284
      * CUTOFF WEEK AND REJECTED AFTER IT.                              00001290
      *================================================                 00001300
       ENVIRONMENT DIVISION.                                            00001400
       CONFIGURATION SECTION.                                           00001500
               ACCESS RANDOM                                            00002740
               RECORD KEY SEASON-KEY                                    00002760
               FILE STATUS WS-SEASON-STATUS.                            00002800
           SELECT ENTAVG-IN ASSIGN TO UT-S-ENTAVG                       00002833
               FILE STATUS WS-ENTAVG-STATUS.                            00002866
           SELECT CHECKPT-FILE ASSIGN TO UT-S-CHKPT                     00002900
               FILE STATUS WS-CHKPT-STATUS.                             00003000
           SELECT TRUNC-WORK ASSIGN TO UT-S-TRUNCWK.                    00003100
           SELECT TRUNC-REJ  ASSIGN TO UT-S-TRUNCREJ.                   00003200
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00003233
               FILE STATUS WS-RUNLOG-STATUS.                            00003266
           SELECT MEMBER-IN ASSIGN TO UT-S-MEMBMST                      00003271
               ORGANIZATION INDEXED                                     00003276
               ACCESS RANDOM                                            00003281
               RECORD KEY MEMBER-KEY                                    00003286
               FILE STATUS WS-MEMBER-STATUS.                            00003291
                                                                        00003300
       DATA DIVISION.                                                   00003400
       FILE SECTION.                                                    00003500
       FD  LEAGUE-PARMS                                                 00007100
           RECORD CONTAINS 80 CHARACTERS.                               00007200
       01  PARM-REC.                                                    00007300
           COPY CLEAGPRM.                                               00007650
                                                                        00008000
      *----------------------------------------------------------------000008050
      * SEASON MASTER, NOW A KEYED FILE - SEASON-KEY IS THE CSEASMST    00000806
       01  SEASON-REC.                                                  00008400
           05  SEASON-KEY    PIC X(14).                                 00008450
           05  FILLER        PIC X(66).                                 00008500
                                                                        00008506
      *---------------------------------------------------------------- 00008509
      * ENTERING AVERAGES CARRIED FROM LAST SEASON BY SEASOPEN, ONE     00008518
      * PER LEAGUE/BOWLER. THE FILE IS ABSENT UNTIL SEASOPEN HAS RUN    00008527
      * - A FAILED OPEN JUST MEANS NOBODY HAS ONE.                      00008536
      *---------------------------------------------------------------- 00008545
       FD  ENTAVG-IN                                                    00008554
           RECORD CONTAINS 80 CHARACTERS                                00008563
           BLOCK CONTAINS 45 RECORDS.                                   00008572
       01  ENTAVG-REC.                                                  00008581
           COPY CENTAVG.                                                00008590
                                                                        00008600
       FD  CHECKPT-FILE                                                 00008700
           RECORD CONTAINS 80 CHARACTERS.                               00008800
           RECORD CONTAINS 160 CHARACTERS                               00010600
           BLOCK CONTAINS 45 RECORDS.                                   00010700
       01  TRUNC-REJ-REC   PIC X(160).                                  00010800
                                                                        00010804
      *--------------------------------------------------------------   00010808
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00010812
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00010816
      *--------------------------------------------------------------   00010820
       FD  RUNLOG-OUT                                                   00010824
           RECORD CONTAINS 80 CHARACTERS.                               00010828
       01  RUNLOG-REC  PIC X(80).                                       00010832
                                                                        00010836
      *--------------------------------------------------------------   00010840
      * KEYED ASSOCIATION MEMBERSHIP MASTER MAINTAINED BY MEMBMNT,      00010844
      * READ DIRECTLY FOR EACH ROSTERED BOWLER'S NIGHT. WITHOUT IT NO   00010848
      * MEMBERSHIP CAN BE PROVED AND EVERY SUCH NIGHT IN A LEAGUE       00010852
      * THAT CHECKS MEMBERSHIP IS FLAGGED, OR REJECTED PAST CUTOFF.     00010856
      *--------------------------------------------------------------   00010860
       FD  MEMBER-IN                                                    00010864
           RECORD CONTAINS 80 CHARACTERS.                               00010868
       01  MEMBER-REC.                                                  00010872
           05  MEMBER-KEY    PIC X(10).                                 00010876
           05  FILLER        PIC X(70).                                 00010880
                                                                        00010884
       WORKING-STORAGE SECTION.                                         00010900
                                                                        00011000
       01  TBL-DIM.                                                     00011100
       01  WS-HDCP-BASE-AVG PIC 999 VALUE 200.                          00015000
       01  WS-HDCP-PCT      PIC 999 VALUE 080.                          00015100
       01  WS-HDCP-RAW      PIC 999 VALUE ZERO.                         00015200
       01  WS-HDCP-AVG      PIC 999 VALUE ZERO.                         00015233
       01  WS-MIN-GAMES     PIC 999 VALUE 021.                          00015266
       01  WS-MEMB-YEAR     PIC X(04) VALUE SPACES.                     00015277
       01  WS-CUTOFF-WEEK   PIC XX  VALUE SPACES.                       00015288
                                                                        00015300
       01  TBL-LEAGUE.                                                  00015400
           05  LEAGUE-ENTRY OCCURS 10 TIMES.                            00015500
               10  LG-HDCP-BASE PIC 999.                                00015800
               10  LG-HDCP-PCT  PIC 999.                                00015900
               10  LG-AVG-TOL   PIC 999.                                00016000
               10  LG-MIN-GAMES PIC 999.                                00016050
               10  LG-MEMB-YEAR PIC X(04).                              00016066
               10  LG-CUTOFF-WEEK PIC XX.                               00016082
       01  WS-LEAGUE-COUNT PIC 9(05) VALUE ZERO.                        00016100
       01  WS-LG-SUB       PIC 9(05) VALUE ZERO.                        00016200
       01  WS-LG-IDX       PIC 9(05) VALUE ZERO.                        00016300
       01  WS-ROS-FOUND-SW PIC X     VALUE 'N'.                         00019700
       88  WS-ROS-FOUND    VALUE 'Y'.                                   00019800
       01  WS-ROS-IDX      PIC 9(05) VALUE ZERO.                        00019900
                                                                        00019902
      *------------------------------------------------------------     00019903
      * ENTERING AVERAGES BY LEAGUE/BOWLER OFF SEASOPEN'S FILE. TILL    00019906
      * A BOWLER HAS THE LEAGUE'S MINIMUM GAMES ON THE SEASON MASTER    00019909
      * HIS BLIND SCORE AND HANDICAP ARE TAKEN FROM HERE. SAME          00019912
      * 1000-ENTRY CEILING AS THE ROSTER - OVERFLOW IS DISCARDED        00019915
      * WITH A CONSOLE NOTE AND THAT BOWLER FALLS BACK TO WHATEVER      00019918
      * SEASON AVERAGE HE HAS.                                          00019921
      *------------------------------------------------------------     00019924
       01  TBL-ENTAVG.                                                  00019927
           05  ENTAVG-ENTRY OCCURS 1000 TIMES.                          00019930
               10  EN-KEY.                                              00019933
                   15  EN-LEAGUE PIC XX.                                00019936
                   15  EN-BOWLER PIC A(10).                             00019939
               10  EN-AVG        PIC 999.                               00019942
       01  WS-ENTAVG-COUNT PIC 9(05) VALUE ZERO.                        00019945
       01  WS-ENTAVG-STATUS PIC XX   VALUE SPACES.                      00019948
       01  WS-ENTAVG-EOF   PIC X     VALUE 'N'.                         00019951
       88  ENTAVG-EOF      VALUE 'Y'.                                   00019954
       01  WS-EN-SUB       PIC 9(05) VALUE ZERO.                        00019957
       01  WS-EN-IDX       PIC 9(05) VALUE ZERO.                        00019960
       01  WS-EN-KEY.                                                   00019963
           05  WS-EN-KEY-LEAGUE   PIC XX.                               00019966
           05  WS-EN-KEY-BOWLER   PIC A(10).                            00019969
       01  WS-ENTER-AVG    PIC 999   VALUE ZERO.                        00019972
       01  WS-SEASON-AVG   PIC 999   VALUE ZERO.                        00019975
       01  WS-BASE-AVG     PIC 999   VALUE ZERO.                        00019978
       01  WS-USE-ENTER-SW PIC X     VALUE 'N'.                         00019981
       88  USE-ENTER-AVG   VALUE 'Y'.                                   00019984
                                                                        00020000
      *------------------------------------------------------------     00020100
      * POSTED-WEEK TABLE FOR DUPLICATE DETECTION - HOLDS ONLY THE      00020200
       01  WS-EXPECT-CT    PIC 99    VALUE ZERO.                        00024500
       01  WS-BLIND-AVG    PIC 999   VALUE ZERO.                        00024600
       01  WS-BLIND-SCORE  PIC 999   VALUE ZERO.                        00024700
                                                                        00024706
      *------------------------------------------------------------     00024712
      * ASSOCIATION MEMBERSHIP EDIT. A MEMBERSHIP IS CURRENT WHEN       00024718
      * ITS YEAR IS THE LEAGUE'S MEMBERSHIP YEAR AND THE FEE HAS A      00024724
      * DATE PAID. THE RECORD READ LANDS IN MEMB-WORK.                  00024730
      *------------------------------------------------------------     00024736
       01  MEMB-WORK.                                                   00024742
           COPY CMEMBER.                                                00024748
       01  WS-MEMBER-STATUS PIC XX   VALUE SPACES.                      00024754
       01  WS-MEMBER-OPEN-SW PIC X   VALUE 'N'.                         00024760
       88  MEMBER-OPEN     VALUE 'Y'.                                   00024766
       01  WS-MEMB-OK-SW   PIC X     VALUE 'N'.                         00024772
       88  MEMB-CURRENT    VALUE 'Y'.                                   00024778
       01  WS-CT-MEMB-FLAGS PIC 9(05) VALUE ZERO.                       00024784
       01  WS-CT-MEMB-REJS PIC 9(05) VALUE ZERO.                        00024790
                                                                        00024800
      *------------------------------------------------------------     00024720
      * BATCH PROOF WORK AREAS. A BATCH'S SCORE LINES ARE HELD HERE     00024724
                                                                        00025300
       01  WS-COMMA PIC X VALUE ','.                                    00025400
                                                                        00025500
      *--------------------------------------------------------------   00025504
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00025508
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00025512
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00025516
      *--------------------------------------------------------------   00025520
       01  RUNLOG-WORK.                                                 00025524
           COPY CRUNLOG.                                                00025528
       01  TBL-RUNLG.                                                   00025532
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00025536
               10  RG-LEAGUE-ID  PIC XX.                                00025540
               10  RG-WEEK-NO    PIC XX.                                00025544
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00025548
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00025552
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00025556
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00025560
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00025564
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00025568
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00025572
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00025576
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00025580
           05  WS-RUN-HHMMSS PIC X(06).                                 00025584
           05  FILLER        PIC XX.                                    00025588
                                                                        00025592
       PROCEDURE DIVISION.                                              00025600
       MAIN.                                                            00025700
           PERFORM INIT.                                                00025800
               DAY-AVG, HANDICAP.                                       00026900
           PERFORM LOAD-LEAGUE-PARMS.                                   00027000
           PERFORM LOAD-ROSTER.                                         00027100
           PERFORM LOAD-ENTERING-AVGS.                                  00027150
           PERFORM OPEN-SEASON-MASTER.                                  00027200
           PERFORM OPEN-MEMBER-MASTER.                                  00027250
                                                                        00027300
      *------------------------------------------------------------     00027400
      * LOAD THE LEAGUE PARAMETER FILE INTO TBL-LEAGUE. EVERY INPUT     00027500
               MOVE PRM-HDCP-BASE TO LG-HDCP-BASE(WS-LEAGUE-COUNT)      00030300
               MOVE PRM-HDCP-PCT  TO LG-HDCP-PCT(WS-LEAGUE-COUNT)       00030400
               MOVE PRM-AVG-TOL   TO LG-AVG-TOL(WS-LEAGUE-COUNT)        00030500
               MOVE 021 TO LG-MIN-GAMES(WS-LEAGUE-COUNT)                00030516
               IF PRM-MIN-GAMES NUMERIC AND PRM-MIN-GAMES-N > ZERO      00030532
                   MOVE PRM-MIN-GAMES-N                                 00030548
                     TO LG-MIN-GAMES(WS-LEAGUE-COUNT)                   00030564
               END-IF                                                   00030580
               MOVE PRM-MEMB-YEAR TO LG-MEMB-YEAR(WS-LEAGUE-COUNT)      00030586
               MOVE PRM-CUTOFF-WEEK TO LG-CUTOFF-WEEK(WS-LEAGUE-COUNT)  00030592
           ELSE                                                         00030600
               DISPLAY 'LEAGUE TABLE FULL - ENTRY DISCARDED FOR '       00030700
                   PRM-LEAGUE-ID                                        00030800
           END-IF.                                                      00045800
           PERFORM READ-ROSTER.                                         00045900
                                                                        00046000
      *------------------------------------------------------------     00046003
      * LOAD SEASOPEN'S ENTERING AVERAGES INTO TBL-ENTAVG. THE FILE     00046006
      * IS OPTIONAL - WITHOUT IT EVERY BOWLER WORKS OFF HIS SEASON      00046009
      * AVERAGE ALONE, AS BEFORE.                                       00046012
      *------------------------------------------------------------     00046015
       LOAD-ENTERING-AVGS.                                              00046018
           OPEN INPUT ENTAVG-IN.                                        00046021
           IF WS-ENTAVG-STATUS = '00'                                   00046024
               PERFORM READ-ENTAVG                                      00046027
               PERFORM BUILD-ENTAVG-TBL UNTIL ENTAVG-EOF                00046030
               CLOSE ENTAVG-IN.                                         00046033
                                                                        00046036
       READ-ENTAVG.                                                     00046039
           READ ENTAVG-IN                                               00046042
               AT END                                                   00046045
                   MOVE 'Y' TO WS-ENTAVG-EOF                            00046048
               NOT AT END                                               00046051
                   CONTINUE.                                            00046054
                                                                        00046057
       BUILD-ENTAVG-TBL.                                                00046060
           IF WS-ENTAVG-COUNT < 1000                                    00046063
               ADD 1 TO WS-ENTAVG-COUNT                                 00046066
               MOVE EA-LEAGUE-ID TO EN-LEAGUE(WS-ENTAVG-COUNT)          00046069
               MOVE EA-BOWLER    TO EN-BOWLER(WS-ENTAVG-COUNT)          00046072
               MOVE EA-AVG       TO EN-AVG(WS-ENTAVG-COUNT)             00046075
           ELSE                                                         00046078
               DISPLAY 'ENTERING AVERAGE TABLE FULL - ENTRY '           00046081
                   'DISCARDED FOR ' EA-BOWLER                           00046084
           END-IF.                                                      00046087
           PERFORM READ-ENTAVG.                                         00046090
                                                                        00046095
      *------------------------------------------------------------     00046100
      * OPEN THE KEYED SEASON MASTER AND LEAVE IT OPEN FOR THE RUN.     00046200
      * THE MASTER IS ABSENT ON THE FIRST RUN OF A SEASON - A           00046300
           OPEN INPUT SEASON-IN.                                        00046800
           IF WS-SEASON-STATUS = '00'                                   00046900
               SET SEASON-OPEN TO TRUE.                                 00047000
                                                                        00047011
      *------------------------------------------------------------     00047023
      * OPEN THE KEYED MEMBERSHIP MASTER AND LEAVE IT OPEN FOR THE      00047046
      * RUN. A FAILED OPEN IS NOTED ON THE CONSOLE - EVERY DIRECT       00047069
      * READ THEN COMES BACK NOT FOUND.                                 00047092
      *------------------------------------------------------------     00047115
       OPEN-MEMBER-MASTER.                                              00047138
           OPEN INPUT MEMBER-IN.                                        00047161
           IF WS-MEMBER-STATUS = '00'                                   00047184
               SET MEMBER-OPEN TO TRUE                                  00047207
           ELSE                                                         00047230
               DISPLAY 'MEMBERSHIP MASTER NOT AVAILABLE - NO BOWLER '   00047253
                   'CAN SHOW A CURRENT MEMBERSHIP'.                     00047276
                                                                        00047300
      *------------------------------------------------------------     00047320
      * ONE DIRECT READ OF THE MASTER FOR THE KEY IN WS-PST-KEY.        00047340
               END-IF                                                   00064100
               MOVE 3 TO WS-LEAGUE-GAMES                                00064200
               MOVE 8 TO WS-LAST-FIELD-WC                               00064300
               MOVE SPACES TO WS-MEMB-YEAR, WS-CUTOFF-WEEK              00064350
           ELSE                                                         00064400
               MOVE LG-GAMES(WS-LG-IDX)     TO WS-LEAGUE-GAMES          00064500
               MOVE LG-HDCP-BASE(WS-LG-IDX) TO WS-HDCP-BASE-AVG         00064600
               MOVE LG-HDCP-PCT(WS-LG-IDX)  TO WS-HDCP-PCT              00064700
               MOVE LG-AVG-TOL(WS-LG-IDX)   TO WS-AVG-TOLERANCE         00064800
               MOVE LG-MIN-GAMES(WS-LG-IDX) TO WS-MIN-GAMES             00064850
               MOVE LG-MEMB-YEAR(WS-LG-IDX) TO WS-MEMB-YEAR             00064866
               MOVE LG-CUTOFF-WEEK(WS-LG-IDX) TO WS-CUTOFF-WEEK         00064882
               MOVE 8 TO WS-LAST-FIELD-WC                               00064900
               IF WS-LEAGUE-GAMES = 4                                   00065000
                   MOVE 9 TO WS-LAST-FIELD-WC                           00065100
                   PERFORM EDIT-SCORE-4                                 00068900
               END-IF                                                   00069000
               PERFORM EDIT-DAY-AVG.                                    00069100
           IF NOT WS-REC-INVALID AND NOT SUB-NIGHT                      00069133
               PERFORM EDIT-MEMBERSHIP.                                 00069166
           IF NOT WS-REC-INVALID                                        00069200
               PERFORM EDIT-DUPLICATE.                                  00069300
           MOVE SPACE TO ENTRY-TYPE.                                    00069400
                                                                        00070400
      *------------------------------------------------------------     00070500
      * ABSENT NIGHT - EVERY SCORE FIELD MUST CARRY THE ABS MARKER,     00070600
      * AND THE BLIND SCORE IS THE BOWLER'S GOVERNING AVERAGE (SEE      00070683
      * SET-BASE-AVG) MINUS TEN, IN EACH GAME AND AS THE NIGHT          00070766
      * AVERAGE. A BOWLER WITH NO ENTERING AVERAGE AND NO POSTED        00070849
      * GAMES HAS NO AVERAGE TO GO BLIND FROM AND REJECTS FOR THE       00070932
      * SECRETARY TO RULE ON.                                           00071015
      *------------------------------------------------------------     00071100
       EDIT-ABSENT.                                                     00071200
           IF WS-ABS-COUNT NOT = WS-LEAGUE-GAMES                        00071300
               IF NOT WS-REC-INVALID                                    00072000
                   PERFORM GEN-BLIND.                                   00072100
                                                                        00072200
       GEN-BLIND.                                                       00072525
           PERFORM SET-BASE-AVG.                                        00072850
           MOVE WS-BASE-AVG TO WS-BLIND-AVG.                            00073175
           IF WS-BLIND-AVG = ZERO                                       00073500
               MOVE BOWLER TO WS-REJ-FIELD                              00073600
               MOVE 'NO AVG FOR BLIND' TO WS-REJ-REASON                 00073700
               END-IF                                                   00074900
               MOVE WS-BLIND-SCORE TO DAY-AVG-N.                        00075000
                                                                        00075100
      *------------------------------------------------------------     00075102
      * THE AVERAGE THAT GOVERNS THE NIGHT'S BLIND SCORE AND            00075104
      * HANDICAP. ONCE THE BOWLER HAS THE LEAGUE'S MINIMUM GAMES ON     00075106
      * THE KEYED MASTER HIS SEASON AVERAGE RULES; UNTIL THEN THE       00075108
      * ENTERING AVERAGE CARRIED FROM LAST SEASON DOES, AND A           00075110
      * BOWLER WITH NO ENTERING AVERAGE USES WHATEVER SEASON            00075112
      * AVERAGE HE HAS. WS-BASE-AVG COMES BACK ZERO WHEN THERE IS       00075114
      * NOTHING TO GO ON; USE-ENTER-AVG IS SET WHEN THE ENTERING        00075116
      * AVERAGE WAS THE ONE TAKEN.                                      00075118
      *------------------------------------------------------------     00075120
       SET-BASE-AVG.                                                    00075122
           MOVE LEAGUE-ID TO WS-PST-KEY-LEAGUE.                         00075124
           MOVE TEAM-ID TO WS-PST-KEY-TEAM.                             00075126
           MOVE BOWLER  TO WS-PST-KEY-BOWLER.                           00075128
           PERFORM READ-MASTER-RECORD.                                  00075130
           PERFORM FIND-ENTERING-AVG.                                   00075132
           MOVE ZERO TO WS-BASE-AVG, WS-SEASON-AVG.                     00075134
           MOVE 'N' TO WS-USE-ENTER-SW.                                 00075136
           IF WS-MST-FOUND                                              00075138
               IF SM-GAMES NOT = ZERO                                   00075140
                   COMPUTE WS-SEASON-AVG ROUNDED =                      00075142
                       SM-PINS / SM-GAMES.                              00075144
           IF WS-MST-FOUND AND SM-GAMES NOT < WS-MIN-GAMES              00075146
               MOVE WS-SEASON-AVG TO WS-BASE-AVG                        00075148
           ELSE                                                         00075150
               IF WS-ENTER-AVG NOT = ZERO                               00075152
                   MOVE WS-ENTER-AVG TO WS-BASE-AVG                     00075154
                   SET USE-ENTER-AVG TO TRUE                            00075156
               ELSE                                                     00075158
                   MOVE WS-SEASON-AVG TO WS-BASE-AVG.                   00075160
                                                                        00075162
      *    ENTERING AVERAGE FOR THE RECORD'S LEAGUE/BOWLER - ZERO       00075164
      *    WHEN SEASOPEN GAVE HIM NONE.                                 00075166
       FIND-ENTERING-AVG.                                               00075168
           MOVE LEAGUE-ID TO WS-EN-KEY-LEAGUE.                          00075170
           MOVE BOWLER    TO WS-EN-KEY-BOWLER.                          00075172
           MOVE ZEROES TO WS-EN-IDX, WS-ENTER-AVG.                      00075174
           PERFORM FIND-ENTAVG VARYING WS-EN-SUB FROM 1 BY 1            00075176
             UNTIL WS-EN-SUB > WS-ENTAVG-COUNT                          00075178
                OR WS-EN-IDX NOT = ZERO.                                00075180
           IF WS-EN-IDX NOT = ZERO                                      00075182
               MOVE EN-AVG(WS-EN-IDX) TO WS-ENTER-AVG.                  00075184
                                                                        00075186
       FIND-ENTAVG.                                                     00075188
           IF EN-KEY(WS-EN-SUB) = WS-EN-KEY                             00075190
               MOVE WS-EN-SUB TO WS-EN-IDX.                             00075192
                                                                        00075196
      *------------------------------------------------------------     00075200
      * ROSTER EDIT - THE BOWLER/TEAM PAIR MUST BE ON THE ROSTER,       00075300
      * AND A DROPPED BOWLER ONLY PASSES FOR WEEKS BEFORE THE DROP      00075400
                   IF WS-ROS-IDX = ZERO                                 00079000
                       MOVE WS-ROS-SUB TO WS-ROS-IDX.                   00079100
                                                                        00079200
      *------------------------------------------------------------     00079202
      * MEMBERSHIP EDIT - A ROSTERED BOWLER MUST HOLD A PAID            00079204
      * ASSOCIATION MEMBERSHIP FOR THE LEAGUE'S MEMBERSHIP YEAR. UP     00079206
      * TO THE LEAGUE'S CUTOFF WEEK A NIGHT WITHOUT ONE POSTS AND IS    00079208
      * FLAGGED ON THE CONSOLE FOR THE SECRETARY; AFTER IT THE NIGHT    00079210
      * REJECTS. A LEAGUE WITH NO MEMBERSHIP YEAR IS NOT CHECKED,       00079212
      * AND ONE WITH NO CUTOFF WEEK IS ONLY EVER FLAGGED. SUBS ARE      00079214
      * NOT ROSTERED AND ARE NOT HELD TO IT.                            00079216
      *------------------------------------------------------------     00079218
       EDIT-MEMBERSHIP.                                                 00079220
           IF WS-MEMB-YEAR NOT = SPACES                                 00079222
               PERFORM READ-MEMBER-RECORD                               00079224
               IF NOT MEMB-CURRENT                                      00079226
                   PERFORM NO-CURRENT-MEMBERSHIP.                       00079228
                                                                        00079230
       READ-MEMBER-RECORD.                                              00079232
           MOVE 'N' TO WS-MEMB-OK-SW.                                   00079234
           IF MEMBER-OPEN                                               00079236
               MOVE BOWLER TO MEMBER-KEY                                00079238
               READ MEMBER-IN                                           00079240
                   INVALID KEY                                          00079242
                       CONTINUE                                         00079244
                   NOT INVALID KEY                                      00079246
                       MOVE MEMBER-REC TO MEMB-WORK                     00079248
                       IF MB-YEAR = WS-MEMB-YEAR                        00079250
                          AND MB-DATE-PAID NOT = SPACES                 00079252
                           SET MEMB-CURRENT TO TRUE                     00079254
                       END-IF                                           00079256
               END-READ.                                                00079258
                                                                        00079260
       NO-CURRENT-MEMBERSHIP.                                           00079262
           IF WS-CUTOFF-WEEK NOT = SPACES                               00079264
              AND WEEK-NO > WS-CUTOFF-WEEK                              00079266
               MOVE BOWLER TO WS-REJ-FIELD                              00079268
               MOVE 'NO MEMBERSHIP' TO WS-REJ-REASON                    00079270
               SET WS-REC-INVALID TO TRUE                               00079272
               ADD 1 TO WS-CT-MEMB-REJS                                 00079274
           ELSE                                                         00079276
               DISPLAY 'NO CURRENT MEMBERSHIP - ' BOWLER                00079278
                   ' LEAGUE ' LEAGUE-ID ' WEEK ' WEEK-NO                00079280
               ADD 1 TO WS-CT-MEMB-FLAGS.                               00079282
                                                                        00079284
      *------------------------------------------------------------     00079300
      * DUPLICATE EDIT - THE BOWLER/TEAM/WEEK MUST NOT ALREADY BE       00079400
      * FLAGGED POSTED, EITHER ON THE SEASON MASTER OR EARLIER IN       00079500
                   END-IF                                               00091400
               END-IF                                                   00091500
           END-IF.                                                      00091600
                                                                        00091616
      *------------------------------------------------------------     00091633
      * HANDICAP COMES OFF THE NIGHT AVERAGE, EXCEPT WHILE THE          00091666
      * BOWLER IS SHORT OF THE LEAGUE'S MINIMUM GAMES AND HAS AN        00091699
      * ENTERING AVERAGE - THEN THE ENTERING AVERAGE GOVERNS.           00091732
      *------------------------------------------------------------     00091765
       CALC-HANDICAP.                                                   00091798
           PERFORM SET-BASE-AVG.                                        00091831
           IF USE-ENTER-AVG                                             00091864
               MOVE WS-ENTER-AVG TO WS-HDCP-AVG                         00091897
           ELSE                                                         00091930
               MOVE DAY-AVG-N TO WS-HDCP-AVG.                           00091963
           IF WS-HDCP-AVG < WS-HDCP-BASE-AVG                            00091996
               COMPUTE WS-HDCP-RAW ROUNDED =                            00092029
                  (WS-HDCP-BASE-AVG - WS-HDCP-AVG) * WS-HDCP-PCT / 100  00092062
               MOVE WS-HDCP-RAW TO HANDICAP                             00092100
           ELSE                                                         00092200
               MOVE ZEROES TO HANDICAP.                                 00092300
       WRITEFILE.                                                       00092600
           WRITE REC-OUT.                                               00092700
           ADD 1 TO WS-CT-WRITTEN.                                      00092800
           MOVE LEAGUE-ID TO WS-RG-LEAGUE.                              00092812
           MOVE WEEK-NO TO WS-RG-WEEK.                                  00092824
           PERFORM NOTE-RUN-LEAGUE.                                     00092836
           PERFORM ADD-TRAILER-PINS.                                    00092850
           PERFORM RESET-FOR-NEXT.                                      00092900
                                                                        00092910
           PERFORM CONTROL-TOTALS.                                      00096500
           IF SEASON-OPEN                                               00096520
               CLOSE SEASON-IN.                                         00096540
           IF MEMBER-OPEN                                               00096560
               CLOSE MEMBER-IN.                                         00096580
           CLOSE TERM-IN, TERM-WORK, REJECT-OUT, CHECKPT-FILE.          00096600
           OPEN OUTPUT CHECKPT-FILE.                                    00096700
           CLOSE CHECKPT-FILE.                                          00096800
               USING TERM-WORK                                          00097100
               GIVING TERM-OUT.                                         00097200
           PERFORM WRITE-TERM-TRAILER.                                  00097250
           PERFORM WRITE-RUN-LOG.                                       00097275
           STOP RUN.                                                    00097300
                                                                        00097320
      *------------------------------------------------------------     00097330
           DISPLAY '  TOTAL PINS WRITTEN          - ' WS-CT-PINS-ALL.   00098140
           DISPLAY '  BATCHES RECEIVED            - ' WS-CT-BATCHES.    00098150
           DISPLAY '  BATCHES REJECTED            - ' WS-CT-BATREJ.     00098160
           DISPLAY '  NO-MEMBERSHIP FLAGS         - ' WS-CT-MEMB-FLAGS. 00098173
           DISPLAY '  NO-MEMBERSHIP REJECTS       - ' WS-CT-MEMB-REJS.  00098186
           DISPLAY '=============================================='.    00098200
                                                                        00098201
      *--------------------------------------------------------------   00098202
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00098203
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00098204
      * WEEK SEEN FOR THE LEAGUE.                                       00098205
      *--------------------------------------------------------------   00098206
       NOTE-RUN-LEAGUE.                                                 00098207
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00098208
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00098209
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00098210
                OR WS-RUNLG-IDX NOT = ZERO.                             00098211
           IF WS-RUNLG-IDX = ZERO                                       00098212
               IF WS-RUNLG-COUNT < 10                                   00098213
                   ADD 1 TO WS-RUNLG-COUNT                              00098214
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00098215
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00098216
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00098217
               ELSE                                                     00098218
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00098219
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00098220
               END-IF                                                   00098221
           END-IF.                                                      00098222
           IF WS-RUNLG-IDX NOT = ZERO                                   00098223
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00098224
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00098225
                                                                        00098226
       SEEK-RUNLG-ONE.                                                  00098227
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00098228
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00098229
                                                                        00098230
      *--------------------------------------------------------------   00098231
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00098232
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00098233
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00098234
      *--------------------------------------------------------------   00098235
       WRITE-RUN-LOG.                                                   00098236
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00098237
           ACCEPT WS-RUN-TIME FROM TIME.                                00098238
           MOVE SPACES TO RUNLOG-WORK.                                  00098239
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00098240
               RL-CT-VALUE(3).                                          00098241
           MOVE 'ARRAY2' TO RL-PROGRAM.                                 00098242
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00098243
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00098244
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00098245
           MOVE 'READ' TO RL-CT-TAG(1).                                 00098246
           MOVE WS-CT-READ TO RL-CT-VALUE(1).                           00098247
           MOVE 'WRIT' TO RL-CT-TAG(2).                                 00098248
           MOVE WS-CT-WRITTEN TO RL-CT-VALUE(2).                        00098249
           MOVE 'REJ ' TO RL-CT-TAG(3).                                 00098250
           MOVE WS-CT-REJECTED TO RL-CT-VALUE(3).                       00098251
           OPEN EXTEND RUNLOG-OUT.                                      00098252
           IF WS-RUNLOG-STATUS = '00'                                   00098253
               IF WS-RUNLG-COUNT = ZERO                                 00098254
                   PERFORM WRITE-RUN-LOG-REC                            00098255
               ELSE                                                     00098256
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00098257
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00098258
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00098259
               END-IF                                                   00098260
               CLOSE RUNLOG-OUT                                         00098261
           ELSE                                                         00098262
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00098263
                   WS-RUNLOG-STATUS.                                    00098264
                                                                        00098265
       WRITE-RUN-LOG-LEAGUE.                                            00098266
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00098267
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00098268
           PERFORM WRITE-RUN-LOG-REC.                                   00098269
                                                                        00098270
       WRITE-RUN-LOG-REC.                                               00098271
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00098272
           WRITE RUNLOG-REC.                                            00098273
                                                                        00098300
      *------------------------------------------------------------     00098310
      * BATCH PROOF. THE DESK KEYS EACH PAPER RECAP AS                  00098320
