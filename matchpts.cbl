      * HANDICAPPED GAMES AND SERIES, AND AWARD LEAGUE                  00000600
      * MATCH POINTS - ONE POINT PER GAME WON AND ONE                   00000700
      * FOR SERIES. WRITES A MATCH POINT RECORD PER                     00000800
      * TEAM (CARRYING ITS HANDICAP SERIES FOR THE                      00000833
      * SEASON TIEBREAK) AND PRINTS A MATCH RESULT                      00000866
      * LISTING, EACH                                                   00000899
      * TEAM NAMED FROM THE KEYED TEAM MASTER.                          00000932
      * A TIED GAME OR SERIES AWARDS NO POINT TO                        00001000
      * EITHER TEAM.                                                    00001100
      * A SCHEDULED MATCH WITH NO SCORES POSTED IS                      00001120
      * MATCH FILE AND RE-TRIED EVERY LATER RUN, SO                     00001160
      * A POSTPONED MATCH IS AWARDED IN WHATEVER                        00001180
      * WEEK THE MAKEUP SCORES FINALLY ARRIVE.                          00001190
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001193
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001196
      *================================================                 00001200
       ENVIRONMENT DIVISION.                                            00001300
       CONFIGURATION SECTION.                                           00001400
           SELECT PENDING-IN ASSIGN TO UT-S-PENDIN                      00002120
               FILE STATUS WS-PENDIN-STATUS.                            00002140
           SELECT PENDING-OUT ASSIGN TO UT-S-PENDOUT.                   00002160
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00002166
               ORGANIZATION INDEXED                                     00002172
               ACCESS RANDOM                                            00002178
               RECORD KEY TEAM-MST-KEY                                  00002184
               FILE STATUS WS-TEAMMST-STATUS.                           00002190
           SELECT LISTING-OUT ASSIGN TO UT-S-SYSPRINT.                  00002200
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00002233
               FILE STATUS WS-RUNLOG-STATUS.                            00002266
                                                                        00002300
       DATA DIVISION.                                                   00002400
       FILE SECTION.                                                    00002500
           05  PNO-LEAGUE-ID PIC XX    VALUE SPACES.                    00004763
           05  FILLER        PIC X(67).                                 00004770
                                                                        00004777
      *--------------------------------------------------------------   00004779
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY FOR      00004781
      * EACH TEAM'S NAME. OPTIONAL - WITHOUT IT THE NAMES PRINT BLANK.  00004783
      *--------------------------------------------------------------   00004785
       FD  TEAM-MST-IN                                                  00004787
           RECORD CONTAINS 80 CHARACTERS.                               00004789
       01  TEAM-MST-REC.                                                00004791
           05  TEAM-MST-KEY  PIC X(04).                                 00004793
           05  FILLER        PIC X(76).                                 00004795
                                                                        00004797
       FD  LISTING-OUT                                                  00004800
           RECORD CONTAINS 132 CHARACTERS                               00004900
           BLOCK CONTAINS 30 RECORDS.                                   00005000
       01  LIST-LINE         PIC X(132).                                00005100
                                                                        00005200
      *--------------------------------------------------------------   00005211
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00005222
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00005233
      *--------------------------------------------------------------   00005244
       FD  RUNLOG-OUT                                                   00005255
           RECORD CONTAINS 80 CHARACTERS.                               00005266
       01  RUNLOG-REC  PIC X(80).                                       00005277
                                                                        00005288
       WORKING-STORAGE SECTION.                                         00005300
                                                                        00005400
       01  EOF  PIC X VALUE 'N'.                                        00005500
       01  WS-WKTEST-X    PIC XX    VALUE ZEROES.                       00009400
       01  WS-WKTEST-N REDEFINES WS-WKTEST-X PIC 99.                    00009401
                                                                        00009400
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00009409
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00009418
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00009427
       01  TEAM-WORK.                                                   00009436
           COPY CTEAMMST.                                               00009445
       01  WS-NAME-SEEK-KEY.                                            00009454
           05  WS-NAME-SEEK-LEAGUE PIC XX VALUE SPACES.                 00009463
           05  WS-NAME-SEEK-TEAM   PIC XX VALUE SPACES.                 00009472
       01  WS-TEAM-NAME    PIC X(20) VALUE SPACES.                      00009481
                                                                        00009490
       01  WS-EDIT-TOT    PIC ZZZZ9.                                    00009500
       01  WS-EDIT-PTS    PIC Z9.                                       00009600
                                                                        00009700
      *--------------------------------------------------------------   00009704
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00009708
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00009712
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00009716
      *--------------------------------------------------------------   00009720
       01  RUNLOG-WORK.                                                 00009724
           COPY CRUNLOG.                                                00009728
       01  TBL-RUNLG.                                                   00009732
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00009736
               10  RG-LEAGUE-ID  PIC XX.                                00009740
               10  RG-WEEK-NO    PIC XX.                                00009744
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00009748
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00009752
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00009756
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00009760
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00009764
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00009768
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00009772
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00009776
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00009780
           05  WS-RUN-HHMMSS PIC X(06).                                 00009784
           05  FILLER        PIC XX.                                    00009788
                                                                        00009792
       PROCEDURE DIVISION.                                              00009800
       MAIN.                                                            00009900
           PERFORM OPEN-TEAM-MASTER.                                    00009950
           OPEN INPUT DETAIL-IN.                                        00010000
           OPEN INPUT SCHED-IN.                                         00010100
           OPEN OUTPUT POINTS-OUT.                                      00010200
           PERFORM PROCESS-PENDING-FILE.                                00011050
           PERFORM CLEANUP.                                             00011100
                                                                        00011200
      *--------------------------------------------------------------   00011204
      * OPEN THE KEYED TEAM MASTER AND LEAVE IT OPEN FOR THE RUN. A     00011208
      * FAILED OPEN JUST MEANS EVERY NAME COMES BACK BLANK.             00011212
      *--------------------------------------------------------------   00011216
       OPEN-TEAM-MASTER.                                                00011220
           OPEN INPUT TEAM-MST-IN.                                      00011224
           IF WS-TEAMMST-STATUS = '00'                                  00011228
               SET TEAMMST-OPEN TO TRUE.                                00011232
                                                                        00011236
      *--------------------------------------------------------------   00011240
      * ONE DIRECT READ OF THE TEAM MASTER FOR WS-NAME-SEEK-KEY.        00011244
      * THE NAME LANDS IN WS-TEAM-NAME, BLANK WHEN NOT ON FILE.         00011248
      *--------------------------------------------------------------   00011252
       GET-TEAM-NAME.                                                   00011256
           MOVE SPACES TO WS-TEAM-NAME.                                 00011260
           IF TEAMMST-OPEN                                              00011264
               MOVE WS-NAME-SEEK-KEY TO TEAM-MST-KEY                    00011268
               READ TEAM-MST-IN                                         00011272
                   INVALID KEY                                          00011276
                       CONTINUE                                         00011280
                   NOT INVALID KEY                                      00011284
                       MOVE TEAM-MST-REC TO TEAM-WORK                   00011288
                       MOVE TM-NAME TO WS-TEAM-NAME                     00011292
               END-READ.                                                00011296
                                                                        00011300
      *    TERM-OUT'S CONTROL TRAILER (BOWLER '**CONTROL*') IS NOT A    00011320
      *    BOWLER-NIGHT AND IS PASSED OVER.                             00011340
       READFILE.                                                        00011300
               NOT AT END                                               00011700
                   IF BOWLER NOT = '**CONTROL*'                         00011750
                       ADD 1 TO WS-CT-READ                              00011800
                       MOVE LEAGUE-ID TO WS-RG-LEAGUE                   00011812
                       MOVE WEEK-NO TO WS-RG-WEEK                       00011824
                       PERFORM NOTE-RUN-LEAGUE                          00011836
                       SET DTL-GOT TO TRUE.                             00011850
                                                                        00011900
       READ-SCHED.                                                      00012000
              AND WS-WKTEST-N > WS-RUN-WEEK-N                           00019806
               MOVE WS-WKTEST-N TO WS-RUN-WEEK-N.                       00019808
           MOVE SCH-LEAGUE-ID TO WS-MTCH-LEAGUE.                        00019810
           MOVE SCH-LEAGUE-ID TO WS-RG-LEAGUE.                          00019812
           MOVE SCH-WEEK-NO TO WS-RG-WEEK.                              00019814
           PERFORM NOTE-RUN-LEAGUE.                                     00019816
           MOVE SCH-WEEK-NO TO WS-MTCH-WEEK.                            00019820
           MOVE SCH-LANES   TO WS-MTCH-LANES.                           00019840
           MOVE SCH-TEAM-A  TO WS-MTCH-TEAM-A.                          00019860
           MOVE WS-MTCH-TEAM-B TO MP-OPPONENT.                          00024100
           MOVE WS-PTS-A    TO MP-PTS-WON-N.                            00024200
           MOVE WS-PTS-B    TO MP-PTS-LOST-N.                           00024300
           MOVE TW-SERIES-TOT(WS-A-IDX) TO MP-HDCP-PINS-N.              00024305
           PERFORM SET-AWARD-WEEK.                                      00024310
           WRITE POINTS-REC.                                            00024400
           ADD 1 TO WS-CT-PTS-OUT.                                      00024420
           MOVE WS-MTCH-TEAM-A TO MP-OPPONENT.                          00024800
           MOVE WS-PTS-B    TO MP-PTS-WON-N.                            00024900
           MOVE WS-PTS-A    TO MP-PTS-LOST-N.                           00025000
           MOVE TW-SERIES-TOT(WS-B-IDX) TO MP-HDCP-PINS-N.              00025010
           PERFORM SET-AWARD-WEEK.                                      00025020
           WRITE POINTS-REC.                                            00025100
           ADD 1 TO WS-CT-PTS-OUT.                                      00025120
           MOVE 'WEEKLY MATCH POINT RESULTS' TO LIST-LINE.              00025500
           WRITE LIST-LINE.                                             00025600
           MOVE SPACES TO LIST-LINE.                                    00025700
           STRING 'LG  WEEK LANES  TEAM TEAM NAME'  DELIMITED BY SIZE   00025750
                  '            HDCP SER  PTS'   DELIMITED BY SIZE       00025800
             INTO LIST-LINE.                                            00025850
           WRITE LIST-LINE.                                             00025900
                                                                        00026000
      *    A MATCH AWARDED FROM THE PENDING FILE IS TAGGED MAKEUP ON    00026120
           MOVE SPACES TO LIST-LINE.                                    00026200
           MOVE TW-SERIES-TOT(WS-A-IDX) TO WS-EDIT-TOT.                 00026300
           MOVE WS-PTS-A TO WS-EDIT-PTS.                                00026400
           MOVE WS-MTCH-LEAGUE TO WS-NAME-SEEK-LEAGUE.                  00026412
           MOVE WS-MTCH-TEAM-A TO WS-NAME-SEEK-TEAM.                    00026424
           PERFORM GET-TEAM-NAME.                                       00026436
           STRING WS-MTCH-LEAGUE      DELIMITED BY SIZE                 00026450
                  '  '                DELIMITED BY SIZE                 00026470
                  WS-MTCH-WEEK        DELIMITED BY SIZE                 00026500
                  WS-MTCH-LANES       DELIMITED BY SIZE                 00026700
                  '  '                DELIMITED BY SIZE                 00026800
                  WS-MTCH-TEAM-A      DELIMITED BY SIZE                 00026900
                  '   '               DELIMITED BY SIZE                 00026950
                  WS-TEAM-NAME        DELIMITED BY SIZE                 00027000
                  '  '                DELIMITED BY SIZE                 00027050
                  WS-EDIT-TOT         DELIMITED BY SIZE                 00027100
                  '    '              DELIMITED BY SIZE                 00027200
                  WS-EDIT-PTS         DELIMITED BY SIZE                 00027300
                  WS-MAKEUP-TAG       DELIMITED BY SIZE                 00027350
             INTO LIST-LINE.                                            00027400
           MOVE SPACES TO LIST-LINE.                                    00027600
           MOVE TW-SERIES-TOT(WS-B-IDX) TO WS-EDIT-TOT.                 00027700
           MOVE WS-PTS-B TO WS-EDIT-PTS.                                00027800
           MOVE WS-MTCH-TEAM-B TO WS-NAME-SEEK-TEAM.                    00027850
           PERFORM GET-TEAM-NAME.                                       00027900
           STRING '                '  DELIMITED BY SIZE                 00027950
                  WS-MTCH-TEAM-B      DELIMITED BY SIZE                 00028000
                  '   '               DELIMITED BY SIZE                 00028050
                  WS-TEAM-NAME        DELIMITED BY SIZE                 00028100
                  '  '                DELIMITED BY SIZE                 00028150
                  WS-EDIT-TOT         DELIMITED BY SIZE                 00028200
                  '    '              DELIMITED BY SIZE                 00028300
                  WS-EDIT-PTS         DELIMITED BY SIZE                 00028400
             INTO LIST-LINE.                                            00028500
           WRITE LIST-LINE.                                             00028600
       CLEANUP.                                                         00030600
           PERFORM WRITE-POINTS-TRAILER.                                00030650
           PERFORM CONTROL-TOTALS.                                      00030700
           IF TEAMMST-OPEN                                              00030733
               CLOSE TEAM-MST-IN.                                       00030766
           CLOSE SCHED-IN, DETAIL-IN, POINTS-OUT, PENDING-OUT,          00030800
               LISTING-OUT.                                             00030850
           PERFORM WRITE-RUN-LOG.                                       00030875
           STOP RUN.                                                    00030900
                                                                        00030920
      *    MAKEUP AWARDS WRITE POINT RECORDS TOO, SO THE TRAILER'S      00030922
           DISPLAY '  MAKEUP MATCHES AWARDED      - ' WS-CT-MAKEUP.     00031660
           DISPLAY '  MATCHES STILL PENDING       - ' WS-CT-STILLPEND.  00031680
           DISPLAY '=============================================='.    00031700
                                                                        00031800
      *--------------------------------------------------------------   00031900
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00032000
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00032100
      * WEEK SEEN FOR THE LEAGUE.                                       00032200
      *--------------------------------------------------------------   00032300
       NOTE-RUN-LEAGUE.                                                 00032400
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00032500
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00032600
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00032700
                OR WS-RUNLG-IDX NOT = ZERO.                             00032800
           IF WS-RUNLG-IDX = ZERO                                       00032900
               IF WS-RUNLG-COUNT < 10                                   00033000
                   ADD 1 TO WS-RUNLG-COUNT                              00033100
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00033200
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00033300
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00033400
               ELSE                                                     00033500
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00033600
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00033700
               END-IF                                                   00033800
           END-IF.                                                      00033900
           IF WS-RUNLG-IDX NOT = ZERO                                   00034000
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00034100
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00034200
                                                                        00034300
       SEEK-RUNLG-ONE.                                                  00034400
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00034500
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00034600
                                                                        00034700
      *--------------------------------------------------------------   00034800
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00034900
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00035000
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00035100
      *--------------------------------------------------------------   00035200
       WRITE-RUN-LOG.                                                   00035300
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00035400
           ACCEPT WS-RUN-TIME FROM TIME.                                00035500
           MOVE SPACES TO RUNLOG-WORK.                                  00035600
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00035700
               RL-CT-VALUE(3).                                          00035800
           MOVE 'MATCHPTS' TO RL-PROGRAM.                               00035900
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00036000
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00036100
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00036200
           MOVE 'READ' TO RL-CT-TAG(1).                                 00036300
           MOVE WS-CT-READ TO RL-CT-VALUE(1).                           00036400
           MOVE 'MTCH' TO RL-CT-TAG(2).                                 00036500
           MOVE WS-CT-MATCHES TO RL-CT-VALUE(2).                        00036600
           MOVE 'PTS ' TO RL-CT-TAG(3).                                 00036700
           MOVE WS-CT-PTS-OUT TO RL-CT-VALUE(3).                        00036800
           OPEN EXTEND RUNLOG-OUT.                                      00036900
           IF WS-RUNLOG-STATUS = '00'                                   00037000
               IF WS-RUNLG-COUNT = ZERO                                 00037100
                   PERFORM WRITE-RUN-LOG-REC                            00037200
               ELSE                                                     00037300
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00037400
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00037500
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00037600
               END-IF                                                   00037700
               CLOSE RUNLOG-OUT                                         00037800
           ELSE                                                         00037900
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00038000
                   WS-RUNLOG-STATUS.                                    00038100
                                                                        00038200
       WRITE-RUN-LOG-LEAGUE.                                            00038300
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00038400
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00038500
           PERFORM WRITE-RUN-LOG-REC.                                   00038600
                                                                        00038700
       WRITE-RUN-LOG-REC.                                               00038800
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00038900
           WRITE RUNLOG-REC.                                            00039000
