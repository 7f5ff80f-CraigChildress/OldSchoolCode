      * STRAIGHT CONTROL-BREAK WALK - NO IN-MEMORY                      00001100
      * SEASON TABLE AND NO 200-BOWLER CEILING.                         00001200
      * WON-LOST POINTS COME FROM THE SEASON POINTS                     00001300
      * FILE MAINTAINED BY POINTUPD, AND EACH TEAM'S                    00001366
      * NAME FROM THE KEYED TEAM MASTER.                                00001432
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001454
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001476
      *================================================                 00001500
       ENVIRONMENT DIVISION.                                            00001600
       CONFIGURATION SECTION.                                           00001700
               RECORD KEY SM-KEY.                                       00002260
           SELECT POINTS-IN ASSIGN TO UT-S-SEASPNTS                     00002300
               FILE STATUS WS-POINTS-STATUS.                            00002400
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00002416
               ORGANIZATION INDEXED                                     00002432
               ACCESS RANDOM                                            00002448
               RECORD KEY TEAM-MST-KEY                                  00002464
               FILE STATUS WS-TEAMMST-STATUS.                           00002480
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00002500
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00002533
               FILE STATUS WS-RUNLOG-STATUS.                            00002566
                                                                        00002600
       DATA DIVISION.                                                   00002700
       FILE SECTION.                                                    00002800
       01  POINTS-REC.                                                  00003900
           COPY CSEASPTS.                                               00004000
                                                                        00004100
      *--------------------------------------------------------------   00004109
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY FOR      00004118
      * EACH TEAM'S NAME. OPTIONAL - WITHOUT IT THE NAMES PRINT BLANK.  00004127
      *--------------------------------------------------------------   00004136
       FD  TEAM-MST-IN                                                  00004145
           RECORD CONTAINS 80 CHARACTERS.                               00004154
       01  TEAM-MST-REC.                                                00004163
           05  TEAM-MST-KEY  PIC X(04).                                 00004172
           05  FILLER        PIC X(76).                                 00004181
                                                                        00004190
       FD  REPORT-OUT                                                   00004200
           RECORD CONTAINS 132 CHARACTERS                               00004300
           BLOCK CONTAINS 30 RECORDS.                                   00004400
       01  REPT-LINE         PIC X(132).                                00004500
                                                                        00004600
      *--------------------------------------------------------------   00004611
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00004622
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00004633
      *--------------------------------------------------------------   00004644
       FD  RUNLOG-OUT                                                   00004655
           RECORD CONTAINS 80 CHARACTERS.                               00004666
       01  RUNLOG-REC  PIC X(80).                                       00004677
                                                                        00004688
       WORKING-STORAGE SECTION.                                         00004700
                                                                        00004800
       01  EOF  PIC X VALUE 'N'.                                        00004900
       01  WS-PTS-SEEK-LEAGUE PIC XX VALUE SPACES.                      00007050
       01  WS-PTS-SEEK-TEAM PIC XX  VALUE SPACES.                       00007100
                                                                        00007200
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00007209
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00007218
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00007227
       01  TEAM-WORK.                                                   00007236
           COPY CTEAMMST.                                               00007245
       01  WS-NAME-SEEK-KEY.                                            00007254
           05  WS-NAME-SEEK-LEAGUE PIC XX VALUE SPACES.                 00007263
           05  WS-NAME-SEEK-TEAM   PIC XX VALUE SPACES.                 00007272
       01  WS-TEAM-NAME    PIC X(20) VALUE SPACES.                      00007281
                                                                        00007290
       01  WS-SEASON-HI-GAME      PIC 999  VALUE ZERO.                  00007300
       01  WS-SEASON-HI-GAME-BWLR PIC A(10) VALUE SPACES.               00007400
       01  WS-SEASON-HI-GAME-TEAM PIC XX    VALUE SPACES.               00007500
       01  WS-EDIT-WEEKS       PIC Z9.                                  00009600
       01  WS-EDIT-PTS         PIC ZZZZ9.                               00009700
                                                                        00009800
      *--------------------------------------------------------------   00009803
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00009806
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00009809
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00009812
      *--------------------------------------------------------------   00009815
       01  RUNLOG-WORK.                                                 00009818
           COPY CRUNLOG.                                                00009821
       01  TBL-RUNLG.                                                   00009824
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00009827
               10  RG-LEAGUE-ID  PIC XX.                                00009830
               10  RG-WEEK-NO    PIC XX.                                00009833
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00009836
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00009839
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00009842
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00009845
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00009848
       01  WS-RG-HIGH-WK   PIC 99    VALUE ZERO.                        00009851
       01  WS-RG-WK-SUB    PIC 99    VALUE ZERO.                        00009854
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00009857
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00009860
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00009863
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00009866
           05  WS-RUN-HHMMSS PIC X(06).                                 00009869
           05  FILLER        PIC XX.                                    00009872
                                                                        00009875
       PROCEDURE DIVISION.                                              00009900
       MAIN.                                                            00010000
           PERFORM LOAD-POINTS.                                         00010100
           PERFORM OPEN-TEAM-MASTER.                                    00010150
           OPEN INPUT MASTER-IN.                                        00010200
           OPEN OUTPUT REPORT-OUT.                                      00010300
           PERFORM PRINT-HEADINGS.                                      00010400
              AND TP-TEAM-ID(WS-PTS-SUB) = WS-PTS-SEEK-TEAM             00016100
               MOVE WS-PTS-SUB TO WS-PTS-IDX.                           00016200
                                                                        00016300
      *--------------------------------------------------------------   00016304
      * OPEN THE KEYED TEAM MASTER AND LEAVE IT OPEN FOR THE RUN. A     00016308
      * FAILED OPEN JUST MEANS EVERY NAME COMES BACK BLANK.             00016312
      *--------------------------------------------------------------   00016316
       OPEN-TEAM-MASTER.                                                00016320
           OPEN INPUT TEAM-MST-IN.                                      00016324
           IF WS-TEAMMST-STATUS = '00'                                  00016328
               SET TEAMMST-OPEN TO TRUE.                                00016332
                                                                        00016336
      *--------------------------------------------------------------   00016340
      * ONE DIRECT READ OF THE TEAM MASTER FOR WS-NAME-SEEK-KEY.        00016344
      * THE NAME LANDS IN WS-TEAM-NAME, BLANK WHEN NOT ON FILE.         00016348
      *--------------------------------------------------------------   00016352
       GET-TEAM-NAME.                                                   00016356
           MOVE SPACES TO WS-TEAM-NAME.                                 00016360
           IF TEAMMST-OPEN                                              00016364
               MOVE WS-NAME-SEEK-KEY TO TEAM-MST-KEY                    00016368
               READ TEAM-MST-IN                                         00016372
                   INVALID KEY                                          00016376
                       CONTINUE                                         00016380
                   NOT INVALID KEY                                      00016384
                       MOVE TEAM-MST-REC TO TEAM-WORK                   00016388
                       MOVE TM-NAME TO WS-TEAM-NAME                     00016392
               END-READ.                                                00016396
                                                                        00016400
      *    THE MASTER'S CONTROL TRAILER (SM-LEAGUE-ID '**') IS NOT A    00016420
      *    BOWLER AND IS PASSED OVER.                                   00016440
       READFILE.                                                        00016400
               NOT AT END                                               00016800
                   IF SM-LEAGUE-ID NOT = '**'                           00016850
                       ADD 1 TO WS-CT-READ                              00016900
                       PERFORM NOTE-MASTER-WEEK                         00016925
                       SET MST-GOT TO TRUE.                             00016950
                                                                        00017000
       PRINT-HEADINGS.                                                  00017100
           MOVE WS-TEAM-GAMES TO WS-EDIT-GAMES.                         00024300
           MOVE WS-TEAM-PINS  TO WS-EDIT-PINS.                          00024400
           MOVE WS-TEAM-AVG   TO WS-EDIT-AVG.                           00024500
           MOVE WS-LEAGUE-HOLD  TO WS-NAME-SEEK-LEAGUE.                 00024525
           MOVE WS-TEAM-ID-HOLD TO WS-NAME-SEEK-TEAM.                   00024550
           PERFORM GET-TEAM-NAME.                                       00024575
           STRING 'TEAM '                 DELIMITED BY SIZE             00024600
                  WS-TEAM-ID-HOLD         DELIMITED BY SIZE             00024700
                  ' '                     DELIMITED BY SIZE             00024733
                  WS-TEAM-NAME            DELIMITED BY SIZE             00024766
                  ' TOTAL GAMES '         DELIMITED BY SIZE             00024800
                  WS-EDIT-GAMES           DELIMITED BY SIZE             00024900
                  '  PINS '               DELIMITED BY SIZE             00025000
      *    THE SEASON POINTS FILE - SEE PRINT-TEAM-POINTS.              00030700
                                                                        00030800
       CLEANUP.                                                         00030900
           IF TEAMMST-OPEN                                              00030933
               CLOSE TEAM-MST-IN.                                       00030966
           CLOSE MASTER-IN, REPORT-OUT.                                 00031000
           PERFORM WRITE-RUN-LOG.                                       00031050
           STOP RUN.                                                    00031100
                                                                        00031200
      *--------------------------------------------------------------   00031300
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00031400
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00031500
      * WEEK SEEN FOR THE LEAGUE.                                       00031600
      *--------------------------------------------------------------   00031700
       NOTE-RUN-LEAGUE.                                                 00031800
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00031900
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00032000
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00032100
                OR WS-RUNLG-IDX NOT = ZERO.                             00032200
           IF WS-RUNLG-IDX = ZERO                                       00032300
               IF WS-RUNLG-COUNT < 10                                   00032400
                   ADD 1 TO WS-RUNLG-COUNT                              00032500
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00032600
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00032700
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00032800
               ELSE                                                     00032900
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00033000
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00033100
               END-IF                                                   00033200
           END-IF.                                                      00033300
           IF WS-RUNLG-IDX NOT = ZERO                                   00033400
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00033500
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00033600
                                                                        00033700
       SEEK-RUNLG-ONE.                                                  00033800
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00033900
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00034000
                                                                        00034100
      *--------------------------------------------------------------   00034200
      * A MASTER RECORD NOTES ITS LEAGUE AT THE HIGHEST WEEK FLAGGED    00034300
      * POSTED - THE WEEK THE MASTER HAS BEEN BROUGHT UP TO.            00034400
      *--------------------------------------------------------------   00034500
       NOTE-MASTER-WEEK.                                                00034600
           MOVE ZERO TO WS-RG-HIGH-WK.                                  00034700
           PERFORM SCAN-RUNLG-WEEK VARYING WS-RG-WK-SUB FROM 1 BY 1     00034800
             UNTIL WS-RG-WK-SUB > 36.                                   00034900
           MOVE SM-LEAGUE-ID  TO WS-RG-LEAGUE.                          00035000
           MOVE WS-RG-HIGH-WK TO WS-RG-WEEK.                            00035100
           PERFORM NOTE-RUN-LEAGUE.                                     00035200
                                                                        00035300
       SCAN-RUNLG-WEEK.                                                 00035400
           IF SM-WEEK-FLAG(WS-RG-WK-SUB) = 'Y'                          00035500
               MOVE WS-RG-WK-SUB TO WS-RG-HIGH-WK.                      00035600
                                                                        00035700
      *--------------------------------------------------------------   00035800
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00035900
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00036000
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00036100
      *--------------------------------------------------------------   00036200
       WRITE-RUN-LOG.                                                   00036300
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00036400
           ACCEPT WS-RUN-TIME FROM TIME.                                00036500
           MOVE SPACES TO RUNLOG-WORK.                                  00036600
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00036700
               RL-CT-VALUE(3).                                          00036800
           MOVE 'STANDRPT' TO RL-PROGRAM.                               00036900
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00037000
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00037100
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00037200
           MOVE 'READ' TO RL-CT-TAG(1).                                 00037300
           MOVE WS-CT-READ TO RL-CT-VALUE(1).                           00037400
           OPEN EXTEND RUNLOG-OUT.                                      00037500
           IF WS-RUNLOG-STATUS = '00'                                   00037600
               IF WS-RUNLG-COUNT = ZERO                                 00037700
                   PERFORM WRITE-RUN-LOG-REC                            00037800
               ELSE                                                     00037900
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00038000
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00038100
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00038200
               END-IF                                                   00038300
               CLOSE RUNLOG-OUT                                         00038400
           ELSE                                                         00038500
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00038600
                   WS-RUNLOG-STATUS.                                    00038700
                                                                        00038800
       WRITE-RUN-LOG-LEAGUE.                                            00038900
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00039000
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00039100
           PERFORM WRITE-RUN-LOG-REC.                                   00039200
                                                                        00039300
       WRITE-RUN-LOG-REC.                                               00039400
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00039500
           WRITE RUNLOG-REC.                                            00039600
