      * STANDINGS EXPORT EXTRACT - READ THE SEASON                      00000400
      * MASTER AND THE SEASON POINTS FILE AND WRITE                     00000500
      * COMMA-SEPARATED RECORD PER BOWLER FOR THE                       00000600
      * LEAGUE WEBSITE, AND THE SAME RECORD FOR THE                     00000638
      * STATE ASSOCIATION UPLOAD PAGE WITH THE                          00000676
      * BOWLER'S ASSOCIATION MEMBER NUMBER (FROM THE                    00000714
      * KEYED MEMBERSHIP MASTER) IN PLACE OF THE                        00000752
      * NAME: TEAM, TEAM NAME (FROM THE KEYED                           00000790
      * TEAM MASTER), BOWLER, GAMES, PINS,                              00000832
      * AVERAGE, HIGH GAME, HIGH SERIES, AND THE                        00000900
      * TEAM'S WON-LOST POINTS. NUMBERS ARE WRITTEN                     00001000
      * WITHOUT LEADING ZEROES AND NAMES WITHOUT                        00001100
      * TRAILING BLANKS.                                                00001200
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001233
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001266
      *================================================                 00001300
       ENVIRONMENT DIVISION.                                            00001400
       CONFIGURATION SECTION.                                           00001500
               RECORD KEY SM-KEY.                                       00002060
           SELECT POINTS-IN ASSIGN TO UT-S-SEASPNTS                     00002100
               FILE STATUS WS-POINTS-STATUS.                            00002200
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00002216
               ORGANIZATION INDEXED                                     00002232
               ACCESS RANDOM                                            00002248
               RECORD KEY TEAM-MST-KEY                                  00002264
               FILE STATUS WS-TEAMMST-STATUS.                           00002280
           SELECT MEMB-MST-IN ASSIGN TO UT-S-MEMBMST                    00002283
               ORGANIZATION INDEXED                                     00002286
               ACCESS RANDOM                                            00002289
               RECORD KEY MEMB-MST-KEY                                  00002292
               FILE STATUS WS-MEMBMST-STATUS.                           00002295
           SELECT EXTRACT-OUT ASSIGN TO UT-S-STANDEXT.                  00002300
           SELECT ASSN-OUT ASSIGN TO UT-S-ASSNUPLD.                     00002316
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00002333
               FILE STATUS WS-RUNLOG-STATUS.                            00002366
                                                                        00002400
       DATA DIVISION.                                                   00002500
       FILE SECTION.                                                    00002600
       01  POINTS-REC.                                                  00003700
           COPY CSEASPTS.                                               00003800
                                                                        00003900
      *--------------------------------------------------------------   00003904
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY FOR      00003908
      * EACH TEAM'S NAME. OPTIONAL - WITHOUT IT THE NAMES PRINT BLANK.  00003912
      *--------------------------------------------------------------   00003916
       FD  TEAM-MST-IN                                                  00003920
           RECORD CONTAINS 80 CHARACTERS.                               00003924
       01  TEAM-MST-REC.                                                00003928
           05  TEAM-MST-KEY  PIC X(04).                                 00003932
           05  FILLER        PIC X(76).                                 00003936
                                                                        00003940
      *--------------------------------------------------------------   00003944
      * KEYED ASSOCIATION MEMBERSHIP MASTER MAINTAINED BY MEMBMNT,      00003948
      * READ DIRECTLY FOR EACH BOWLER'S MEMBER NUMBER. OPTIONAL -       00003952
      * WITHOUT IT EVERY MEMBER NUMBER GOES OUT EMPTY.                  00003956
      *--------------------------------------------------------------   00003960
       FD  MEMB-MST-IN                                                  00003964
           RECORD CONTAINS 80 CHARACTERS.                               00003968
       01  MEMB-MST-REC.                                                00003972
           05  MEMB-MST-KEY  PIC X(10).                                 00003976
           05  FILLER        PIC X(70).                                 00003980
                                                                        00003984
       FD  EXTRACT-OUT                                                  00004000
           RECORD CONTAINS 80 CHARACTERS                                00004100
           BLOCK CONTAINS 45 RECORDS.                                   00004200
       01  EXTRACT-REC  PIC X(80).                                      00004300
                                                                        00004310
       FD  ASSN-OUT                                                     00004320
           RECORD CONTAINS 80 CHARACTERS                                00004340
           BLOCK CONTAINS 45 RECORDS.                                   00004360
       01  ASSN-REC     PIC X(80).                                      00004380
                                                                        00004400
      *--------------------------------------------------------------   00004411
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00004422
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00004433
      *--------------------------------------------------------------   00004444
       FD  RUNLOG-OUT                                                   00004455
           RECORD CONTAINS 80 CHARACTERS.                               00004466
       01  RUNLOG-REC  PIC X(80).                                       00004477
                                                                        00004488
       WORKING-STORAGE SECTION.                                         00004500
                                                                        00004600
       01  EOF  PIC X VALUE 'N'.                                        00004700
                                                                        00004900
       01  WS-CT-READ      PIC 9(05) VALUE ZERO.                        00005000
       01  WS-CT-WRITTEN   PIC 9(05) VALUE ZERO.                        00005100
       01  WS-CT-ASSN      PIC 9(05) VALUE ZERO.                        00005133
       01  WS-CT-NO-MEMB   PIC 9(05) VALUE ZERO.                        00005166
                                                                        00005200
       01  WS-POINTS-STATUS PIC XX   VALUE SPACES.                      00005300
       01  WS-POINTS-EOF   PIC X     VALUE 'N'.                         00005400
       01  WS-PTS-SEEK-LEAGUE PIC XX VALUE SPACES.                      00006950
       01  WS-PTS-SEEK-TEAM PIC XX  VALUE SPACES.                       00007000
                                                                        00007100
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00007109
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00007118
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00007127
       01  TEAM-WORK.                                                   00007136
           COPY CTEAMMST.                                               00007145
       01  WS-NAME-SEEK-KEY.                                            00007154
           05  WS-NAME-SEEK-LEAGUE PIC XX VALUE SPACES.                 00007163
           05  WS-NAME-SEEK-TEAM   PIC XX VALUE SPACES.                 00007172
       01  WS-TEAM-NAME    PIC X(20) VALUE SPACES.                      00007181
       01  WS-MEMBMST-STATUS PIC XX  VALUE SPACES.                      00007182
       01  WS-MEMBMST-OPEN-SW PIC X  VALUE 'N'.                         00007183
       88  MEMBMST-OPEN    VALUE 'Y'.                                   00007184
       01  MEMB-WORK.                                                   00007185
           COPY CMEMBER.                                                00007186
       01  WS-MEMBER-NO    PIC X(10) VALUE SPACES.                      00007187
       01  WS-EXPORT-ID    PIC X(10) VALUE SPACES.                      00007188
                                                                        00007190
       01  WS-BOWLER-AVG  PIC 999   VALUE ZERO.                         00007200
                                                                        00007300
      *--------------------------------------------------------------   00007400
           05  WS-LINE-CH PIC X OCCURS 80 TIMES.                        00008000
       01  WS-OUT-P      PIC 999 VALUE ZERO.                            00008100
                                                                        00008200
       01  WS-FLD        PIC X(20) VALUE SPACES.                        00008300
       01  TBL-FLD-CH REDEFINES WS-FLD.                                 00008400
           05  WS-FLD-CH PIC X OCCURS 20 TIMES.                         00008500
       01  WS-FLD-FIRST  PIC 99  VALUE ZERO.                            00008600
       01  WS-FLD-LAST   PIC 99  VALUE ZERO.                            00008700
       01  WS-C          PIC 99  VALUE ZERO.                            00008800
       01  WS-EDIT-5     PIC ZZZZ9.                                     00009000
       01  WS-EDIT-7     PIC Z(6)9.                                     00009100
                                                                        00009200
      *--------------------------------------------------------------   00009203
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00009206
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00009209
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00009212
      *--------------------------------------------------------------   00009215
       01  RUNLOG-WORK.                                                 00009218
           COPY CRUNLOG.                                                00009221
       01  TBL-RUNLG.                                                   00009224
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00009227
               10  RG-LEAGUE-ID  PIC XX.                                00009230
               10  RG-WEEK-NO    PIC XX.                                00009233
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00009236
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00009239
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00009242
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00009245
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00009248
       01  WS-RG-HIGH-WK   PIC 99    VALUE ZERO.                        00009251
       01  WS-RG-WK-SUB    PIC 99    VALUE ZERO.                        00009254
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00009257
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00009260
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00009263
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00009266
           05  WS-RUN-HHMMSS PIC X(06).                                 00009269
           05  FILLER        PIC XX.                                    00009272
                                                                        00009275
       PROCEDURE DIVISION.                                              00009300
       MAIN.                                                            00009400
           PERFORM LOAD-POINTS.                                         00009500
           PERFORM OPEN-TEAM-MASTER.                                    00009550
           PERFORM OPEN-MEMBER-MASTER.                                  00009575
           OPEN INPUT MASTER-IN.                                        00009600
           OPEN OUTPUT EXTRACT-OUT.                                     00009700
           OPEN OUTPUT ASSN-OUT.                                        00009750
           PERFORM READFILE.                                            00009800
           IF NOT INPUT-EOF                                             00009900
               PERFORM EXPORT-ONE-BOWLER UNTIL INPUT-EOF.               00010000
              AND TP-TEAM-ID(WS-PTS-SUB) = WS-PTS-SEEK-TEAM             00014300
               MOVE WS-PTS-SUB TO WS-PTS-IDX.                           00014400
                                                                        00014500
      *--------------------------------------------------------------   00014504
      * OPEN THE KEYED TEAM MASTER AND LEAVE IT OPEN FOR THE RUN. A     00014508
      * FAILED OPEN JUST MEANS EVERY NAME COMES BACK BLANK.             00014512
      *--------------------------------------------------------------   00014516
       OPEN-TEAM-MASTER.                                                00014520
           OPEN INPUT TEAM-MST-IN.                                      00014524
           IF WS-TEAMMST-STATUS = '00'                                  00014528
               SET TEAMMST-OPEN TO TRUE.                                00014532
                                                                        00014536
      *--------------------------------------------------------------   00014540
      * ONE DIRECT READ OF THE TEAM MASTER FOR WS-NAME-SEEK-KEY.        00014544
      * THE NAME LANDS IN WS-TEAM-NAME, BLANK WHEN NOT ON FILE.         00014548
      *--------------------------------------------------------------   00014552
       GET-TEAM-NAME.                                                   00014556
           MOVE SPACES TO WS-TEAM-NAME.                                 00014560
           IF TEAMMST-OPEN                                              00014564
               MOVE WS-NAME-SEEK-KEY TO TEAM-MST-KEY                    00014568
               READ TEAM-MST-IN                                         00014572
                   INVALID KEY                                          00014576
                       CONTINUE                                         00014580
                   NOT INVALID KEY                                      00014584
                       MOVE TEAM-MST-REC TO TEAM-WORK                   00014588
                       MOVE TM-NAME TO WS-TEAM-NAME                     00014592
               END-READ.                                                00014596
                                                                        00014600
      *    THE MASTER'S CONTROL TRAILER (SM-LEAGUE-ID '**') IS NOT A    00014620
      *    BOWLER AND IS PASSED OVER.                                   00014640
       READFILE.                                                        00014600
               NOT AT END                                               00015000
                   IF SM-LEAGUE-ID NOT = '**'                           00015050
                       ADD 1 TO WS-CT-READ                              00015100
                       PERFORM NOTE-MASTER-WEEK                         00015125
                       SET MST-GOT TO TRUE.                             00015150
                                                                        00015200
      *--------------------------------------------------------------   00015203
      * OPEN THE KEYED MEMBERSHIP MASTER AND LEAVE IT OPEN FOR THE      00015206
      * RUN. A FAILED OPEN JUST MEANS EVERY MEMBER NUMBER COMES BACK    00015209
      * BLANK.                                                          00015212
      *--------------------------------------------------------------   00015215
       OPEN-MEMBER-MASTER.                                              00015218
           OPEN INPUT MEMB-MST-IN.                                      00015221
           IF WS-MEMBMST-STATUS = '00'                                  00015224
               SET MEMBMST-OPEN TO TRUE.                                00015227
                                                                        00015230
      *--------------------------------------------------------------   00015233
      * ONE DIRECT READ OF THE MEMBERSHIP MASTER FOR SM-BOWLER. THE     00015236
      * MEMBER NUMBER LANDS IN WS-MEMBER-NO, BLANK WHEN NOT ON FILE.    00015239
      *--------------------------------------------------------------   00015242
       GET-MEMBER-NO.                                                   00015245
           MOVE SPACES TO WS-MEMBER-NO.                                 00015248
           IF MEMBMST-OPEN                                              00015251
               MOVE SM-BOWLER TO MEMB-MST-KEY                           00015254
               READ MEMB-MST-IN                                         00015257
                   INVALID KEY                                          00015260
                       CONTINUE                                         00015263
                   NOT INVALID KEY                                      00015266
                       MOVE MEMB-MST-REC TO MEMB-WORK                   00015269
                       MOVE MB-MEMBER-NO TO WS-MEMBER-NO                00015272
               END-READ.                                                00015275
                                                                        00015278
      *--------------------------------------------------------------   00015300
      * ONE EXTRACT RECORD PER MASTER RECORD: LEAGUE, TEAM, TEAM        00015345
      * NAME, BOWLER, GAMES, PINS, AVERAGE, HIGH GAME, HIGH SERIES,     00015390
      * POINTS WON, POINTS LOST. A COMMA IN A TEAM NAME WOULD SPLIT     00015435
      * THE FIELD, SO IT GOES OUT AS A BLANK. A TEAM NOT ON THE TEAM    00015480
      * MASTER EXPORTS AN EMPTY NAME. A BOWLER WITH NO COUNTABLE        00015525
      * GAMES EXPORTS AVERAGE 0. THE LEAGUE LEADS SO THE WEBSITE CAN    00015583
      * SPLIT THE FILE BY LEAGUE. THE ASSOCIATION UPLOAD GETS THE       00015606
      * SAME RECORD WITH THE MEMBER NUMBER WHERE THE BOWLER'S NAME      00015629
      * WAS; A BOWLER WITH NO MEMBERSHIP ON FILE GOES OUT WITH THAT     00015652
      * FIELD EMPTY AND IS NOTED ON THE CONSOLE.                        00015675
      *--------------------------------------------------------------   00015700
       EXPORT-ONE-BOWLER.                                               00015800
           MOVE SM-LEAGUE-ID TO WS-NAME-SEEK-LEAGUE.                    00015804
           MOVE SM-TEAM-ID   TO WS-NAME-SEEK-TEAM.                      00015808
           PERFORM GET-TEAM-NAME.                                       00015812
           MOVE SM-BOWLER TO WS-EXPORT-ID.                              00015816
           PERFORM BUILD-EXPORT-LINE.                                   00015820
           MOVE TBL-LINE TO EXTRACT-REC.                                00015824
           WRITE EXTRACT-REC.                                           00015828
           ADD 1 TO WS-CT-WRITTEN.                                      00015832
           PERFORM GET-MEMBER-NO.                                       00015836
           IF WS-MEMBER-NO = SPACES                                     00015840
               ADD 1 TO WS-CT-NO-MEMB                                   00015844
               DISPLAY 'NO ASSOCIATION MEMBER NUMBER FOR ' SM-BOWLER    00015848
                   ' LEAGUE ' SM-LEAGUE-ID ' - UPLOADED WITHOUT ONE'.   00015852
           MOVE WS-MEMBER-NO TO WS-EXPORT-ID.                           00015856
           PERFORM BUILD-EXPORT-LINE.                                   00015860
           MOVE TBL-LINE TO ASSN-REC.                                   00015864
           WRITE ASSN-REC.                                              00015868
           ADD 1 TO WS-CT-ASSN.                                         00015872
           PERFORM READFILE.                                            00015876
                                                                        00015880
       BUILD-EXPORT-LINE.                                               00015884
           MOVE SPACES TO TBL-LINE.                                     00015900
           MOVE ZERO TO WS-OUT-P.                                       00016000
           MOVE SM-LEAGUE-ID TO WS-FLD.                                 00016020
           MOVE SM-TEAM-ID TO WS-FLD.                                   00016100
           PERFORM APPEND-FIELD.                                        00016200
           PERFORM APPEND-COMMA.                                        00016300
           MOVE WS-TEAM-NAME TO WS-FLD.                                 00016348
           INSPECT WS-FLD REPLACING ALL ',' BY SPACE.                   00016360
           PERFORM APPEND-FIELD.                                        00016372
           PERFORM APPEND-COMMA.                                        00016384
           MOVE WS-EXPORT-ID TO WS-FLD.                                 00016422
           INSPECT WS-FLD REPLACING ALL ',' BY SPACE.                   00016460
           PERFORM APPEND-FIELD.                                        00016500
           PERFORM APPEND-COMMA.                                        00016600
           MOVE SM-GAMES TO WS-EDIT-5.                                  00016700
           PERFORM APPEND-FIELD.                                        00018900
           PERFORM APPEND-COMMA.                                        00019000
           PERFORM APPEND-TEAM-POINTS.                                  00019100
                                                                        00019600
       APPEND-TEAM-POINTS.                                              00019700
           MOVE SM-LEAGUE-ID TO WS-PTS-SEEK-LEAGUE.                     00019750
      * LEAVES AN EMPTY COMMA POSITION.                                 00022000
      *--------------------------------------------------------------   00022100
       APPEND-FIELD.                                                    00022200
           PERFORM TRIM-FLD-LAST VARYING WS-FLD-LAST FROM 20 BY -1      00022300
             UNTIL WS-FLD-LAST = 0                                      00022400
                OR WS-FLD-CH(WS-FLD-LAST) NOT = SPACE.                  00022500
           MOVE 1 TO WS-FLD-FIRST.                                      00022600
                                                                        00024800
       CLEANUP.                                                         00024900
           PERFORM CONTROL-TOTALS.                                      00025000
           IF TEAMMST-OPEN                                              00025033
               CLOSE TEAM-MST-IN.                                       00025066
           IF MEMBMST-OPEN                                              00025087
               CLOSE MEMB-MST-IN.                                       00025108
           CLOSE MASTER-IN, EXTRACT-OUT, ASSN-OUT.                      00025129
           PERFORM WRITE-RUN-LOG.                                       00025150
           STOP RUN.                                                    00025200
                                                                        00025300
       CONTROL-TOTALS.                                                  00025400
           DISPLAY 'STANDEXT RUN CONTROL TOTALS'.                       00025600
           DISPLAY '  MASTER RECORDS READ         - ' WS-CT-READ.       00025700
           DISPLAY '  EXTRACT RECORDS WRITTEN     - ' WS-CT-WRITTEN.    00025800
           DISPLAY '  ASSOCIATION RECORDS WRITTEN - ' WS-CT-ASSN.       00025833
           DISPLAY '  NO MEMBER NUMBER ON FILE    - ' WS-CT-NO-MEMB.    00025866
           DISPLAY '=============================================='.    00025900
                                                                        00026000
      *--------------------------------------------------------------   00026100
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00026200
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00026300
      * WEEK SEEN FOR THE LEAGUE.                                       00026400
      *--------------------------------------------------------------   00026500
       NOTE-RUN-LEAGUE.                                                 00026600
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00026700
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00026800
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00026900
                OR WS-RUNLG-IDX NOT = ZERO.                             00027000
           IF WS-RUNLG-IDX = ZERO                                       00027100
               IF WS-RUNLG-COUNT < 10                                   00027200
                   ADD 1 TO WS-RUNLG-COUNT                              00027300
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00027400
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00027500
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00027600
               ELSE                                                     00027700
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00027800
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00027900
               END-IF                                                   00028000
           END-IF.                                                      00028100
           IF WS-RUNLG-IDX NOT = ZERO                                   00028200
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00028300
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00028400
                                                                        00028500
       SEEK-RUNLG-ONE.                                                  00028600
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00028700
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00028800
                                                                        00028900
      *--------------------------------------------------------------   00029000
      * A MASTER RECORD NOTES ITS LEAGUE AT THE HIGHEST WEEK FLAGGED    00029100
      * POSTED - THE WEEK THE MASTER HAS BEEN BROUGHT UP TO.            00029200
      *--------------------------------------------------------------   00029300
       NOTE-MASTER-WEEK.                                                00029400
           MOVE ZERO TO WS-RG-HIGH-WK.                                  00029500
           PERFORM SCAN-RUNLG-WEEK VARYING WS-RG-WK-SUB FROM 1 BY 1     00029600
             UNTIL WS-RG-WK-SUB > 36.                                   00029700
           MOVE SM-LEAGUE-ID  TO WS-RG-LEAGUE.                          00029800
           MOVE WS-RG-HIGH-WK TO WS-RG-WEEK.                            00029900
           PERFORM NOTE-RUN-LEAGUE.                                     00030000
                                                                        00030100
       SCAN-RUNLG-WEEK.                                                 00030200
           IF SM-WEEK-FLAG(WS-RG-WK-SUB) = 'Y'                          00030300
               MOVE WS-RG-WK-SUB TO WS-RG-HIGH-WK.                      00030400
                                                                        00030500
      *--------------------------------------------------------------   00030600
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00030700
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00030800
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00030900
      *--------------------------------------------------------------   00031000
       WRITE-RUN-LOG.                                                   00031100
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00031200
           ACCEPT WS-RUN-TIME FROM TIME.                                00031300
           MOVE SPACES TO RUNLOG-WORK.                                  00031400
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00031500
               RL-CT-VALUE(3).                                          00031600
           MOVE 'STANDEXT' TO RL-PROGRAM.                               00031700
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00031800
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00031900
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00032000
           MOVE 'READ' TO RL-CT-TAG(1).                                 00032100
           MOVE WS-CT-READ TO RL-CT-VALUE(1).                           00032200
           MOVE 'WRIT' TO RL-CT-TAG(2).                                 00032300
           MOVE WS-CT-WRITTEN TO RL-CT-VALUE(2).                        00032400
           MOVE 'ASSN' TO RL-CT-TAG(3).                                 00032433
           MOVE WS-CT-ASSN TO RL-CT-VALUE(3).                           00032466
           OPEN EXTEND RUNLOG-OUT.                                      00032500
           IF WS-RUNLOG-STATUS = '00'                                   00032600
               IF WS-RUNLG-COUNT = ZERO                                 00032700
                   PERFORM WRITE-RUN-LOG-REC                            00032800
               ELSE                                                     00032900
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00033000
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00033100
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00033200
               END-IF                                                   00033300
               CLOSE RUNLOG-OUT                                         00033400
           ELSE                                                         00033500
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00033600
                   WS-RUNLOG-STATUS.                                    00033700
                                                                        00033800
       WRITE-RUN-LOG-LEAGUE.                                            00033900
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00034000
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00034100
           PERFORM WRITE-RUN-LOG-REC.                                   00034200
                                                                        00034300
       WRITE-RUN-LOG-REC.                                               00034400
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00034500
           WRITE RUNLOG-REC.                                            00034600
