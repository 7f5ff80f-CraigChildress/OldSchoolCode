      * FLAG, WEEK BY                                                   00000600
      * WEEK: 200+ GAMES, 550+ AND 700+ SERIES, AND                     00000700
      * NIGHTS BOWLED 50+ PINS OVER THE BOWLER'S                        00000800
      * ENTERING AVERAGE. PRINTS THE WEEKLY                             00000900
      * ACHIEVEMENT LINES AS THEY HAPPEN (FOR AWARD                     00001000
      * APPLICATIONS), A SEASON HONOR-ROLL SUMMARY,                     00001100
      * AND A PER-BOWLER WEEK-BY-WEEK AVERAGE TREND                     00001200
      * SO SANDBAGGING SHOWS UP BEFORE POSITION ROUND.                  00001300
      * ALL FIGURES ARE SCRATCH - NO HANDICAP.                          00001400
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001433
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001466
      *================================================                 00001500
       ENVIRONMENT DIVISION.                                            00001600
       CONFIGURATION SECTION.                                           00001700
       INPUT-OUTPUT SECTION.                                            00002000
       FILE-CONTROL.                                                    00002100
           SELECT DETAIL-IN ASSIGN TO UT-S-BLK3600.                     00002200
           SELECT LEAGUE-PARMS ASSIGN TO UT-S-LEAGPARM.                 00002225
           SELECT ENTAVG-IN ASSIGN TO UT-S-ENTAVG                       00002250
               FILE STATUS IS WS-ENTAVG-STATUS.                         00002275
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00002300
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00002333
               FILE STATUS WS-RUNLOG-STATUS.                            00002366
                                                                        00002400
       DATA DIVISION.                                                   00002500
       FILE SECTION.                                                    00002600
           BLOCK CONTAINS 45 RECORDS.                                   00003000
       01  REC-IN.                                                      00003100
           COPY CBOWLDTL.                                               00003200
                                                                        00003206
       FD  LEAGUE-PARMS                                                 00003212
           RECORD CONTAINS 80 CHARACTERS.                               00003218
       01  PARM-REC.                                                    00003224
           COPY CLEAGPRM.                                               00003230
                                                                        00003236
      *--------------------------------------------------------------   00003242
      * LAST SEASON'S ENTERING AVERAGES FROM SEASOPEN - OPTIONAL.       00003248
      *--------------------------------------------------------------   00003254
       FD  ENTAVG-IN                                                    00003260
           RECORD CONTAINS 80 CHARACTERS                                00003266
           BLOCK CONTAINS 45 RECORDS.                                   00003272
       01  ENTAVG-REC.                                                  00003278
           COPY CENTAVG.                                                00003284
                                                                        00003300
       FD  REPORT-OUT                                                   00003400
           RECORD CONTAINS 132 CHARACTERS                               00003500
           BLOCK CONTAINS 30 RECORDS.                                   00003600
       01  REPT-LINE         PIC X(132).                                00003700
                                                                        00003800
      *--------------------------------------------------------------   00003811
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00003822
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00003833
      *--------------------------------------------------------------   00003844
       FD  RUNLOG-OUT                                                   00003855
           RECORD CONTAINS 80 CHARACTERS.                               00003866
       01  RUNLOG-REC  PIC X(80).                                       00003877
                                                                        00003888
       WORKING-STORAGE SECTION.                                         00003900
                                                                        00004000
       01  EOF  PIC X VALUE 'N'.                                        00004100
           05  WS-HON-KEY-TEAM   PIC XX.                                00006900
           05  WS-HON-KEY-BOWLER PIC A(10).                             00007000
       01  WS-RPT-LEAGUE-HOLD PIC XX VALUE SPACES.                      00007050
                                                                        00007051
      *--------------------------------------------------------------   00007052
      * MINIMUM GAMES PER LEAGUE OFF THE PARAMETER FILE (21 WHEN THE    00007053
      * LEAGUE LEAVES IT BLANK) AND THE ENTERING AVERAGES SEASOPEN      00007054
      * CARRIED FORWARD. SAME CEILINGS AS ARRAY2.                       00007055
      *--------------------------------------------------------------   00007056
       01  TBL-LEAGUE.                                                  00007057
           05  LEAGUE-ENTRY OCCURS 10 TIMES.                            00007058
               10  LG-ID        PIC XX.                                 00007059
               10  LG-MIN-GAMES PIC 999.                                00007060
       01  WS-LEAGUE-COUNT PIC 9(05) VALUE ZERO.                        00007061
       01  WS-LG-SUB       PIC 9(05) VALUE ZERO.                        00007062
       01  WS-LG-IDX       PIC 9(05) VALUE ZERO.                        00007063
       01  WS-PARM-EOF     PIC X     VALUE 'N'.                         00007064
       88  PARM-EOF        VALUE 'Y'.                                   00007065
       01  WS-MIN-GAMES    PIC 999   VALUE 021.                         00007066
                                                                        00007067
       01  TBL-ENTAVG.                                                  00007068
           05  ENTAVG-ENTRY OCCURS 1000 TIMES.                          00007069
               10  EN-KEY.                                              00007070
                   15  EN-LEAGUE PIC XX.                                00007071
                   15  EN-BOWLER PIC A(10).                             00007072
               10  EN-AVG        PIC 999.                               00007073
       01  WS-ENTAVG-COUNT PIC 9(05) VALUE ZERO.                        00007074
       01  WS-ENTAVG-STATUS PIC XX   VALUE SPACES.                      00007075
       01  WS-ENTAVG-EOF   PIC X     VALUE 'N'.                         00007076
       88  ENTAVG-EOF      VALUE 'Y'.                                   00007077
       01  WS-EN-SUB       PIC 9(05) VALUE ZERO.                        00007078
       01  WS-EN-IDX       PIC 9(05) VALUE ZERO.                        00007079
       01  WS-EN-KEY.                                                   00007080
           05  WS-EN-KEY-LEAGUE   PIC XX.                               00007081
           05  WS-EN-KEY-BOWLER   PIC A(10).                            00007082
                                                                        00007100
       01  WS-WEEK-X    PIC XX VALUE ZEROES.                            00007200
       01  WS-WEEK-N REDEFINES WS-WEEK-X PIC 99.                        00007300
               10  WS-TREND-CELL PIC X(04) OCCURS 18 TIMES.             00008930
           05  FILLER         PIC X(48) VALUE SPACES.                   00008940
                                                                        00009000
      *--------------------------------------------------------------   00009004
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00009008
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00009012
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00009016
      *--------------------------------------------------------------   00009020
       01  RUNLOG-WORK.                                                 00009024
           COPY CRUNLOG.                                                00009028
       01  TBL-RUNLG.                                                   00009032
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00009036
               10  RG-LEAGUE-ID  PIC XX.                                00009040
               10  RG-WEEK-NO    PIC XX.                                00009044
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00009048
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00009052
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00009056
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00009060
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00009064
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00009068
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00009072
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00009076
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00009080
           05  WS-RUN-HHMMSS PIC X(06).                                 00009084
           05  FILLER        PIC XX.                                    00009088
                                                                        00009092
       PROCEDURE DIVISION.                                              00009100
       MAIN.                                                            00009160
           PERFORM LOAD-LEAGUE-PARMS.                                   00009220
           PERFORM LOAD-ENTERING-AVGS.                                  00009280
           OPEN INPUT DETAIL-IN.                                        00009340
           OPEN OUTPUT REPORT-OUT.                                      00009400
           PERFORM PRINT-HEADINGS.                                      00009500
           PERFORM READFILE.                                            00009600
           PERFORM PRINT-TRENDS.                                        00010000
           PERFORM CLEANUP.                                             00010100
                                                                        00010200
       LOAD-LEAGUE-PARMS.                                               00010202
           OPEN INPUT LEAGUE-PARMS.                                     00010204
           PERFORM READ-PARMS.                                          00010206
           IF NOT PARM-EOF                                              00010208
               PERFORM BUILD-LEAGUE-TBL UNTIL PARM-EOF.                 00010210
           CLOSE LEAGUE-PARMS.                                          00010212
                                                                        00010214
       READ-PARMS.                                                      00010216
           READ LEAGUE-PARMS                                            00010218
               AT END                                                   00010220
                   MOVE 'Y' TO WS-PARM-EOF                              00010222
               NOT AT END                                               00010224
                   CONTINUE.                                            00010226
                                                                        00010228
       BUILD-LEAGUE-TBL.                                                00010230
           IF WS-LEAGUE-COUNT < 10                                      00010232
               ADD 1 TO WS-LEAGUE-COUNT                                 00010234
               MOVE PRM-LEAGUE-ID TO LG-ID(WS-LEAGUE-COUNT)             00010236
               MOVE 021 TO LG-MIN-GAMES(WS-LEAGUE-COUNT)                00010238
               IF PRM-MIN-GAMES NUMERIC AND PRM-MIN-GAMES-N > ZERO      00010240
                   MOVE PRM-MIN-GAMES-N                                 00010242
                     TO LG-MIN-GAMES(WS-LEAGUE-COUNT)                   00010244
               END-IF                                                   00010246
           ELSE                                                         00010248
               DISPLAY 'LEAGUE TABLE FULL - ENTRY DISCARDED FOR '       00010250
                   PRM-LEAGUE-ID                                        00010252
           END-IF.                                                      00010254
           PERFORM READ-PARMS.                                          00010256
                                                                        00010258
       LOAD-ENTERING-AVGS.                                              00010260
           OPEN INPUT ENTAVG-IN.                                        00010262
           IF WS-ENTAVG-STATUS = '00'                                   00010264
               PERFORM READ-ENTAVG                                      00010266
               PERFORM BUILD-ENTAVG-TBL UNTIL ENTAVG-EOF                00010268
               CLOSE ENTAVG-IN.                                         00010270
                                                                        00010272
       READ-ENTAVG.                                                     00010274
           READ ENTAVG-IN                                               00010276
               AT END                                                   00010278
                   MOVE 'Y' TO WS-ENTAVG-EOF                            00010280
               NOT AT END                                               00010282
                   CONTINUE.                                            00010284
                                                                        00010286
       BUILD-ENTAVG-TBL.                                                00010288
           IF WS-ENTAVG-COUNT < 1000                                    00010290
               ADD 1 TO WS-ENTAVG-COUNT                                 00010292
               MOVE EA-LEAGUE-ID TO EN-LEAGUE(WS-ENTAVG-COUNT)          00010294
               MOVE EA-BOWLER    TO EN-BOWLER(WS-ENTAVG-COUNT)          00010296
               MOVE EA-AVG       TO EN-AVG(WS-ENTAVG-COUNT)             00010298
           ELSE                                                         00010300
               DISPLAY 'ENTERING AVERAGE TABLE FULL - ENTRY '           00010302
                   'DISCARDED FOR ' EA-BOWLER                           00010304
           END-IF.                                                      00010306
           PERFORM READ-ENTAVG.                                         00010308
                                                                        00010310
      *    TERM-OUT'S CONTROL TRAILER (BOWLER '**CONTROL*') IS NOT A    00010320
      *    BOWLER-NIGHT AND IS PASSED OVER.                             00010340
       READFILE.                                                        00010300
               NOT AT END                                               00010700
                   IF BOWLER NOT = '**CONTROL*'                         00010750
                       ADD 1 TO WS-CT-READ                              00010800
                       MOVE LEAGUE-ID TO WS-RG-LEAGUE                   00010812
                       MOVE WEEK-NO TO WS-RG-WEEK                       00010824
                       PERFORM NOTE-RUN-LEAGUE                          00010836
                       SET DTL-GOT TO TRUE.                             00010850
                                                                        00010900
      *--------------------------------------------------------------   00011000
               ADD 1 TO HB-CT-200(WS-HON-IDX)                           00018400
               PERFORM PRINT-AWARD-GAME.                                00018500
                                                                        00018600
      *--------------------------------------------------------------   00018656
      * UNTIL THE BOWLER HAS THE LEAGUE'S MINIMUM GAMES THIS SEASON     00018712
      * THE ENTERING AVERAGE IS THE ONE SEASOPEN CARRIED FROM LAST      00018768
      * SEASON. AFTER THAT - OR WHEN HE HAS NONE CARRIED - IT IS THE    00018824
      * SEASON AVERAGE BEFORE TONIGHT'S GAMES POST. A NEW BOWLER'S      00018880
      * FIRST APPEARANCE HAS NO ENTERING AVERAGE, SO HIS OVER-AVERAGE   00018936
      * CHECK STARTS IN WEEK TWO.                                       00018992
      *--------------------------------------------------------------   00019048
       CHECK-OVER-AVERAGE.                                              00019104
           PERFORM FIND-LEAGUE-MIN.                                     00019160
           PERFORM FIND-ENTERING-AVG.                                   00019216
           IF HB-GAMES(WS-HON-IDX) NOT < WS-MIN-GAMES                   00019272
              OR WS-ENTER-AVG = ZERO                                    00019328
               IF HB-GAMES(WS-HON-IDX) = ZERO                           00019384
                   MOVE ZERO TO WS-ENTER-AVG                            00019440
               ELSE                                                     00019496
                   COMPUTE WS-ENTER-AVG ROUNDED =                       00019552
                       HB-PINS(WS-HON-IDX) / HB-GAMES(WS-HON-IDX)       00019608
               END-IF                                                   00019664
           END-IF.                                                      00019720
           IF WS-ENTER-AVG NOT = ZERO                                   00019776
               COMPUTE WS-OVER-BY =                                     00019832
                   WS-SERIES - (WS-ENTER-AVG * WS-GAME-CT)              00019900
               IF WS-OVER-BY NOT < 50                                   00020000
                   ADD 1 TO HB-CT-OVER(WS-HON-IDX)                      00020100
                   MOVE WS-OVER-BY TO WS-EDIT-OVER                      00020200
                   PERFORM PRINT-AWARD-OVER.                            00020300
                                                                        00020303
       FIND-LEAGUE-MIN.                                                 00020306
           MOVE 021 TO WS-MIN-GAMES.                                    00020309
           MOVE ZEROES TO WS-LG-SUB, WS-LG-IDX.                         00020312
           PERFORM FIND-LEAGUE VARYING WS-LG-SUB FROM 1 BY 1            00020315
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT                          00020318
                OR WS-LG-IDX NOT = ZERO.                                00020321
           IF WS-LG-IDX NOT = ZERO                                      00020324
               MOVE LG-MIN-GAMES(WS-LG-IDX) TO WS-MIN-GAMES.            00020327
                                                                        00020330
       FIND-LEAGUE.                                                     00020333
           IF LG-ID(WS-LG-SUB) = LEAGUE-ID                              00020336
               MOVE WS-LG-SUB TO WS-LG-IDX.                             00020339
                                                                        00020342
       FIND-ENTERING-AVG.                                               00020345
           MOVE LEAGUE-ID TO WS-EN-KEY-LEAGUE.                          00020348
           MOVE BOWLER    TO WS-EN-KEY-BOWLER.                          00020351
           MOVE ZEROES TO WS-EN-IDX, WS-ENTER-AVG.                      00020354
           PERFORM FIND-ENTAVG VARYING WS-EN-SUB FROM 1 BY 1            00020357
             UNTIL WS-EN-SUB > WS-ENTAVG-COUNT                          00020360
                OR WS-EN-IDX NOT = ZERO.                                00020363
           IF WS-EN-IDX NOT = ZERO                                      00020366
               MOVE EN-AVG(WS-EN-IDX) TO WS-ENTER-AVG.                  00020369
                                                                        00020372
       FIND-ENTAVG.                                                     00020375
           IF EN-KEY(WS-EN-SUB) = WS-EN-KEY                             00020378
               MOVE WS-EN-SUB TO WS-EN-IDX.                             00020381
                                                                        00020400
       ROLL-IN-NIGHT.                                                   00020500
           ADD WS-GAME-CT TO HB-GAMES(WS-HON-IDX).                      00020600
       CLEANUP.                                                         00033900
           PERFORM CONTROL-TOTALS.                                      00034000
           CLOSE DETAIL-IN, REPORT-OUT.                                 00034100
           PERFORM WRITE-RUN-LOG.                                       00034150
           STOP RUN.                                                    00034200
                                                                        00034300
       CONTROL-TOTALS.                                                  00034400
           DISPLAY '  DETAIL RECORDS READ         - ' WS-CT-READ.       00034700
           DISPLAY '  ACHIEVEMENT LINES PRINTED   - ' WS-CT-AWARDS.     00034800
           DISPLAY '=============================================='.    00034900
                                                                        00035000
      *--------------------------------------------------------------   00035100
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00035200
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00035300
      * WEEK SEEN FOR THE LEAGUE.                                       00035400
      *--------------------------------------------------------------   00035500
       NOTE-RUN-LEAGUE.                                                 00035600
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00035700
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00035800
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00035900
                OR WS-RUNLG-IDX NOT = ZERO.                             00036000
           IF WS-RUNLG-IDX = ZERO                                       00036100
               IF WS-RUNLG-COUNT < 10                                   00036200
                   ADD 1 TO WS-RUNLG-COUNT                              00036300
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00036400
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00036500
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00036600
               ELSE                                                     00036700
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00036800
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00036900
               END-IF                                                   00037000
           END-IF.                                                      00037100
           IF WS-RUNLG-IDX NOT = ZERO                                   00037200
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00037300
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00037400
                                                                        00037500
       SEEK-RUNLG-ONE.                                                  00037600
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00037700
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00037800
                                                                        00037900
      *--------------------------------------------------------------   00038000
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00038100
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00038200
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00038300
      *--------------------------------------------------------------   00038400
       WRITE-RUN-LOG.                                                   00038500
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00038600
           ACCEPT WS-RUN-TIME FROM TIME.                                00038700
           MOVE SPACES TO RUNLOG-WORK.                                  00038800
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00038900
               RL-CT-VALUE(3).                                          00039000
           MOVE 'HONORRPT' TO RL-PROGRAM.                               00039100
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00039200
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00039300
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00039400
           MOVE 'READ' TO RL-CT-TAG(1).                                 00039500
           MOVE WS-CT-READ TO RL-CT-VALUE(1).                           00039600
           MOVE 'AWRD' TO RL-CT-TAG(2).                                 00039700
           MOVE WS-CT-AWARDS TO RL-CT-VALUE(2).                         00039800
           OPEN EXTEND RUNLOG-OUT.                                      00039900
           IF WS-RUNLOG-STATUS = '00'                                   00040000
               IF WS-RUNLG-COUNT = ZERO                                 00040100
                   PERFORM WRITE-RUN-LOG-REC                            00040200
               ELSE                                                     00040300
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00040400
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00040500
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00040600
               END-IF                                                   00040700
               CLOSE RUNLOG-OUT                                         00040800
           ELSE                                                         00040900
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00041000
                   WS-RUNLOG-STATUS.                                    00041100
                                                                        00041200
       WRITE-RUN-LOG-LEAGUE.                                            00041300
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00041400
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00041500
           PERFORM WRITE-RUN-LOG-REC.                                   00041600
                                                                        00041700
       WRITE-RUN-LOG-REC.                                               00041800
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00041900
           WRITE RUNLOG-REC.                                            00042000
