       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'SEASOPEN'.                                         00000200
      *================================================                 00000300
      * NEW-SEASON SETUP - RUN ONCE AFTER SEASCLOS AND                  00000400
      * BEFORE THE FIRST WEEKLY STREAM. READS THE                       00000500
      * PERMANENT CSEASARC HISTORY FILE AND GIVES EACH                  00000600
      * RETURNING BOWLER AN ESTABLISHED ENTERING                        00000700
      * AVERAGE FOR EACH LEAGUE HE BOWLED IN LAST                       00000800
      * SEASON, PROVIDED HE BOWLED THE LEAGUE'S                         00000900
      * MINIMUM GAMES (PRM-MIN-GAMES ON THE LEAGUE                      00001000
      * PARAMETER FILE). THE ENTERING AVERAGE FILE IS                   00001100
      * WHAT ARRAY2'S BLIND SCORES AND HANDICAPS AND                    00001200
      * HONORRPT'S OVER-AVERAGE CHECK WORK FROM UNTIL                   00001300
      * THE BOWLER HAS ENOUGH GAMES THIS SEASON.                        00001400
      * PRINTS THE AVERAGES CARRIED AND A "NEEDS                        00001500
      * ESTABLISHING AVERAGE" LIST FOR THE SECRETARY -                  00001600
      * SHORT-HISTORY BOWLERS AND ACTIVE ROSTER                         00001700
      * BOWLERS WITH NO HISTORY AT ALL.                                 00001800
      * PARM RECORD: SEASON-ID(8) TO CARRY FROM. WITH                   00001900
      * NO PARM THE LATEST ARCHIVE RECORD FOR EACH                      00002000
      * LEAGUE/BOWLER IS USED.                                          00002100
      *================================================                 00002200
       ENVIRONMENT DIVISION.                                            00002300
       CONFIGURATION SECTION.                                           00002400
       SOURCE-COMPUTER.  IBM-360.                                       00002500
       OBJECT-COMPUTER.  IBM-360.                                       00002600
       INPUT-OUTPUT SECTION.                                            00002700
       FILE-CONTROL.                                                    00002800
           SELECT PARM-IN ASSIGN TO UT-S-OPNPARM                        00002900
               FILE STATUS WS-PARM-STATUS.                              00003000
           SELECT LEAGUE-PARMS ASSIGN TO UT-S-LEAGPARM.                 00003100
           SELECT ARCHIVE-IN ASSIGN TO UT-S-SEASARCH                    00003200
               FILE STATUS WS-ARCHIVE-STATUS.                           00003300
           SELECT ROSTER-IN ASSIGN TO UT-S-ROSTER.                      00003400
           SELECT ENTAVG-OUT ASSIGN TO UT-S-ENTAVG.                     00003500
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00003600
                                                                        00003700
       DATA DIVISION.                                                   00003800
       FILE SECTION.                                                    00003900
                                                                        00004000
       FD  PARM-IN                                                      00004100
           RECORD CONTAINS 80 CHARACTERS.                               00004200
       01  PARM-REC.                                                    00004300
           05  OPN-SEASON-ID PIC X(08) VALUE SPACES.                    00004400
           05  FILLER        PIC X(72).                                 00004500
                                                                        00004600
       FD  LEAGUE-PARMS                                                 00004700
           RECORD CONTAINS 80 CHARACTERS.                               00004800
       01  LEAGPARM-REC.                                                00004900
           COPY CLEAGPRM.                                               00005000
                                                                        00005100
       FD  ARCHIVE-IN                                                   00005200
           RECORD CONTAINS 80 CHARACTERS                                00005300
           BLOCK CONTAINS 45 RECORDS.                                   00005400
       01  ARCH-REC.                                                    00005500
           COPY CSEASARC.                                               00005600
                                                                        00005700
       FD  ROSTER-IN                                                    00005800
           RECORD CONTAINS 80 CHARACTERS.                               00005900
       01  ROSTER-REC.                                                  00006000
           COPY CROSTER.                                                00006100
                                                                        00006200
       FD  ENTAVG-OUT                                                   00006300
           RECORD CONTAINS 80 CHARACTERS                                00006400
           BLOCK CONTAINS 45 RECORDS.                                   00006500
       01  ENTAVG-REC  PIC X(80).                                       00006600
                                                                        00006700
       FD  REPORT-OUT                                                   00006800
           RECORD CONTAINS 132 CHARACTERS                               00006900
           BLOCK CONTAINS 30 RECORDS.                                   00007000
       01  REPT-LINE         PIC X(132).                                00007100
                                                                        00007200
       WORKING-STORAGE SECTION.                                         00007300
                                                                        00007400
       01  ENTAVG-WORK.                                                 00007500
           COPY CENTAVG.                                                00007600
                                                                        00007700
       01  WS-PARM-STATUS PIC XX VALUE SPACES.                          00007800
       01  WS-ARCHIVE-STATUS PIC XX VALUE SPACES.                       00007900
       01  WS-PARM-EOF   PIC X VALUE 'N'.                               00008000
       88  PARM-EOF      VALUE 'Y'.                                     00008100
       01  WS-ARCH-EOF   PIC X VALUE 'N'.                               00008200
       88  ARCH-EOF      VALUE 'Y'.                                     00008300
       01  WS-ROSTER-EOF PIC X VALUE 'N'.                               00008400
       88  ROSTER-EOF    VALUE 'Y'.                                     00008500
                                                                        00008600
       01  WS-SEASON-ID  PIC X(08) VALUE SPACES.                        00008700
                                                                        00008800
       01  WS-CT-ARCH-READ PIC 9(05) VALUE ZERO.                        00008900
       01  WS-CT-ARCH-USED PIC 9(05) VALUE ZERO.                        00009000
       01  WS-CT-ROS-READ  PIC 9(05) VALUE ZERO.                        00009100
       01  WS-CT-WRITTEN   PIC 9(05) VALUE ZERO.                        00009200
       01  WS-CT-SHORT     PIC 9(05) VALUE ZERO.                        00009300
       01  WS-CT-NO-HIST   PIC 9(05) VALUE ZERO.                        00009400
                                                                        00009500
      *--------------------------------------------------------------   00009600
      * LEAGUE MINIMUM-GAMES RULE OFF THE LEAGUE PARAMETER FILE -       00009700
      * SAME 10-LEAGUE CEILING AS ARRAY2'S TBL-LEAGUE. A LEAGUE         00009800
      * WITH NO NUMERIC MINIMUM USES 21 GAMES.                          00009900
      *--------------------------------------------------------------   00010000
       01  TBL-LEAGUE.                                                  00010100
           05  LEAGUE-ENTRY OCCURS 10 TIMES.                            00010200
               10  LG-ID        PIC XX.                                 00010300
               10  LG-MIN-GAMES PIC 999.                                00010400
       01  WS-LEAGUE-COUNT PIC 9(05) VALUE ZERO.                        00010500
       01  WS-LG-SUB       PIC 9(05) VALUE ZERO.                        00010600
       01  WS-LG-IDX       PIC 9(05) VALUE ZERO.                        00010700
       01  WS-LG-SEEK      PIC XX    VALUE SPACES.                      00010800
       01  WS-MIN-GAMES    PIC 999   VALUE 021.                         00010900
                                                                        00011000
      *--------------------------------------------------------------   00011100
      * ONE ENTRY PER LEAGUE/BOWLER FOUND IN THE HISTORY FILE. THE      00011200
      * FILE IS APPENDED SEASON BY SEASON, SO A LATER RECORD FOR        00011300
      * THE SAME LEAGUE/BOWLER REPLACES AN EARLIER ONE AND THE          00011400
      * MOST RECENT SEASON WINS. 1000 ENTRIES, AS ON THE ROSTER.        00011500
      *--------------------------------------------------------------   00011600
       01  TBL-HIST.                                                    00011700
           05  HIST-ENTRY OCCURS 1000 TIMES.                            00011800
               10  HS-KEY.                                              00011900
                   15  HS-LEAGUE PIC XX.                                00012000
                   15  HS-BOWLER PIC A(10).                             00012100
               10  HS-TEAM       PIC XX.                                00012200
               10  HS-GAMES      PIC 9(05).                             00012300
               10  HS-AVG        PIC 999.                               00012400
               10  HS-SEASON-ID  PIC X(08).                             00012500
               10  HS-OK-SW      PIC X.                                 00012600
       01  WS-HIST-COUNT PIC 9(05) VALUE ZERO.                          00012700
       01  WS-HS-SUB     PIC 9(05) VALUE ZERO.                          00012800
       01  WS-HS-IDX     PIC 9(05) VALUE ZERO.                          00012900
       01  WS-HS-KEY.                                                   00013000
           05  WS-HS-KEY-LEAGUE PIC XX.                                 00013100
           05  WS-HS-KEY-BOWLER PIC A(10).                              00013200
       01  WS-HS-SEEK-BOWLER PIC A(10) VALUE SPACES.                    00013300
                                                                        00013400
       01  WS-EDIT-AVG   PIC ZZ9.                                       00013500
       01  WS-EDIT-GAMES PIC ZZZZ9.                                     00013600
       01  WS-EDIT-MIN   PIC ZZ9.                                       00013700
                                                                        00013800
       PROCEDURE DIVISION.                                              00013900
       MAIN.                                                            00014000
           OPEN OUTPUT REPORT-OUT.                                      00014100
           PERFORM READ-PARM.                                           00014200
           PERFORM LOAD-LEAGUE-PARMS.                                   00014300
           PERFORM LOAD-HISTORY.                                        00014400
           PERFORM PRINT-HEADINGS.                                      00014500
           OPEN OUTPUT ENTAVG-OUT.                                      00014600
           PERFORM CARRY-ONE-AVERAGE VARYING WS-HS-SUB FROM 1 BY 1      00014700
             UNTIL WS-HS-SUB > WS-HIST-COUNT.                           00014800
           CLOSE ENTAVG-OUT.                                            00014900
           PERFORM PRINT-NEEDS-HEADING.                                 00015000
           PERFORM LIST-ONE-SHORT VARYING WS-HS-SUB FROM 1 BY 1         00015100
             UNTIL WS-HS-SUB > WS-HIST-COUNT.                           00015200
           PERFORM CHECK-ROSTER.                                        00015300
           PERFORM CLEANUP.                                             00015400
                                                                        00015500
      *--------------------------------------------------------------   00015600
      * THE PARM IS OPTIONAL - WITHOUT IT EVERY SEASON ON THE           00015700
      * HISTORY FILE QUALIFIES AND THE LATEST ONE WINS.                 00015800
      *--------------------------------------------------------------   00015900
       READ-PARM.                                                       00016000
           OPEN INPUT PARM-IN.                                          00016100
           IF WS-PARM-STATUS = '00'                                     00016200
               PERFORM READ-PARM-REC                                    00016300
               CLOSE PARM-IN.                                           00016400
                                                                        00016500
       READ-PARM-REC.                                                   00016600
           READ PARM-IN                                                 00016700
               AT END                                                   00016800
                   CONTINUE                                             00016900
               NOT AT END                                               00017000
                   MOVE OPN-SEASON-ID TO WS-SEASON-ID.                  00017100
                                                                        00017200
       LOAD-LEAGUE-PARMS.                                               00017300
           OPEN INPUT LEAGUE-PARMS.                                     00017400
           PERFORM READ-PARMS.                                          00017500
           PERFORM BUILD-LEAGUE-TBL UNTIL PARM-EOF.                     00017600
           CLOSE LEAGUE-PARMS.                                          00017700
                                                                        00017800
       READ-PARMS.                                                      00017900
           READ LEAGUE-PARMS                                            00018000
               AT END                                                   00018100
                   MOVE 'Y' TO WS-PARM-EOF                              00018200
               NOT AT END                                               00018300
                   CONTINUE.                                            00018400
                                                                        00018500
       BUILD-LEAGUE-TBL.                                                00018600
           IF WS-LEAGUE-COUNT < 10                                      00018700
               ADD 1 TO WS-LEAGUE-COUNT                                 00018800
               MOVE PRM-LEAGUE-ID TO LG-ID(WS-LEAGUE-COUNT)             00018900
               IF PRM-MIN-GAMES NUMERIC AND PRM-MIN-GAMES-N > ZERO      00019000
                   MOVE PRM-MIN-GAMES-N TO LG-MIN-GAMES(WS-LEAGUE-COUNT)00019100
               ELSE                                                     00019200
                   MOVE 021 TO LG-MIN-GAMES(WS-LEAGUE-COUNT)            00019300
               END-IF                                                   00019400
           ELSE                                                         00019500
               DISPLAY 'LEAGUE TABLE FULL - ENTRY DISCARDED FOR '       00019600
                   PRM-LEAGUE-ID                                        00019700
           END-IF.                                                      00019800
           PERFORM READ-PARMS.                                          00019900
                                                                        00020000
      *    A LEAGUE NOT ON THE PARAMETER FILE USES 21 GAMES.            00020100
       SET-MIN-GAMES.                                                   00020200
           MOVE ZEROES TO WS-LG-IDX.                                    00020300
           PERFORM FIND-LEAGUE VARYING WS-LG-SUB FROM 1 BY 1            00020400
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT                          00020500
                OR WS-LG-IDX NOT = ZERO.                                00020600
           IF WS-LG-IDX = ZERO                                          00020700
               MOVE 021 TO WS-MIN-GAMES                                 00020800
           ELSE                                                         00020900
               MOVE LG-MIN-GAMES(WS-LG-IDX) TO WS-MIN-GAMES.            00021000
                                                                        00021100
       FIND-LEAGUE.                                                     00021200
           IF LG-ID(WS-LG-SUB) = WS-LG-SEEK                             00021300
               MOVE WS-LG-SUB TO WS-LG-IDX.                             00021400
                                                                        00021500
      *--------------------------------------------------------------   00021600
      * READ THE HISTORY FILE FRONT TO BACK. A FAILED OPEN MEANS        00021700
      * NO HISTORY AT ALL - EVERY ROSTER BOWLER THEN LISTS AS           00021800
      * NEEDING AN ESTABLISHING AVERAGE.                                00021900
      *--------------------------------------------------------------   00022000
       LOAD-HISTORY.                                                    00022100
           OPEN INPUT ARCHIVE-IN.                                       00022200
           IF WS-ARCHIVE-STATUS = '00'                                  00022300
               PERFORM READ-ARCHIVE                                     00022400
               PERFORM STORE-ONE-HISTORY UNTIL ARCH-EOF                 00022500
               CLOSE ARCHIVE-IN                                         00022600
           ELSE                                                         00022700
               DISPLAY 'HISTORY FILE NOT AVAILABLE - NO AVERAGES '      00022800
                   'CARRIED'.                                           00022900
                                                                        00023000
       READ-ARCHIVE.                                                    00023100
           READ ARCHIVE-IN                                              00023200
               AT END                                                   00023300
                   MOVE 'Y' TO WS-ARCH-EOF                              00023400
               NOT AT END                                               00023500
                   ADD 1 TO WS-CT-ARCH-READ.                            00023600
                                                                        00023700
       STORE-ONE-HISTORY.                                               00023800
           IF WS-SEASON-ID = SPACES OR AR-SEASON-ID = WS-SEASON-ID      00023900
               ADD 1 TO WS-CT-ARCH-USED                                 00024000
               MOVE AR-LEAGUE-ID TO WS-HS-KEY-LEAGUE                    00024100
               MOVE AR-BOWLER    TO WS-HS-KEY-BOWLER                    00024200
               PERFORM LOCATE-HIST-ENTRY                                00024300
               IF WS-HS-IDX NOT = ZERO                                  00024400
                   MOVE AR-TEAM-ID   TO HS-TEAM(WS-HS-IDX)              00024500
                   MOVE AR-GAMES     TO HS-GAMES(WS-HS-IDX)             00024600
                   MOVE AR-AVG       TO HS-AVG(WS-HS-IDX)               00024700
                   MOVE AR-SEASON-ID TO HS-SEASON-ID(WS-HS-IDX).        00024800
           PERFORM READ-ARCHIVE.                                        00024900
                                                                        00025000
       LOCATE-HIST-ENTRY.                                               00025100
           MOVE ZEROES TO WS-HS-SUB, WS-HS-IDX.                         00025200
           PERFORM FIND-HIST VARYING WS-HS-SUB FROM 1 BY 1              00025300
             UNTIL WS-HS-SUB > WS-HIST-COUNT                            00025400
                OR WS-HS-IDX NOT = ZERO.                                00025500
           IF WS-HS-IDX = ZERO                                          00025600
               IF WS-HIST-COUNT < 1000                                  00025700
                   ADD 1 TO WS-HIST-COUNT                               00025800
                   MOVE WS-HIST-COUNT TO WS-HS-IDX                      00025900
                   MOVE WS-HS-KEY-LEAGUE TO HS-LEAGUE(WS-HS-IDX)        00026000
                   MOVE WS-HS-KEY-BOWLER TO HS-BOWLER(WS-HS-IDX)        00026100
                   MOVE 'N' TO HS-OK-SW(WS-HS-IDX)                      00026200
               ELSE                                                     00026300
                   DISPLAY 'HISTORY TABLE FULL - ENTRY DISCARDED '      00026400
                       'FOR ' WS-HS-KEY-BOWLER.                         00026500
                                                                        00026600
       FIND-HIST.                                                       00026700
           IF HS-KEY(WS-HS-SUB) = WS-HS-KEY                             00026800
               MOVE WS-HS-SUB TO WS-HS-IDX.                             00026900
                                                                        00027000
      *--------------------------------------------------------------   00027100
      * A BOWLER WHO MET HIS LEAGUE'S MINIMUM GAMES LAST SEASON         00027200
      * CARRIES THE ARCHIVED AVERAGE IN AS ESTABLISHED. ANYONE          00027300
      * SHORT IS LEFT FOR THE NEEDS-ESTABLISHING LIST.                  00027400
      *--------------------------------------------------------------   00027500
       CARRY-ONE-AVERAGE.                                               00027600
           MOVE HS-LEAGUE(WS-HS-SUB) TO WS-LG-SEEK.                     00027700
           PERFORM SET-MIN-GAMES.                                       00027800
           IF HS-GAMES(WS-HS-SUB) NOT < WS-MIN-GAMES                    00027900
              AND HS-AVG(WS-HS-SUB) NOT = ZERO                          00028000
               MOVE 'Y' TO HS-OK-SW(WS-HS-SUB)                          00028100
               PERFORM WRITE-ENTAVG                                     00028200
               PERFORM PRINT-CARRIED-LINE.                              00028300
                                                                        00028400
       WRITE-ENTAVG.                                                    00028500
           MOVE SPACES TO ENTAVG-WORK.                                  00028600
           MOVE HS-LEAGUE(WS-HS-SUB)    TO EA-LEAGUE-ID.                00028700
           MOVE HS-BOWLER(WS-HS-SUB)    TO EA-BOWLER.                   00028800
           MOVE HS-TEAM(WS-HS-SUB)      TO EA-TEAM-ID.                  00028900
           MOVE HS-AVG(WS-HS-SUB)       TO EA-AVG.                      00029000
           MOVE HS-GAMES(WS-HS-SUB)     TO EA-GAMES.                    00029100
           MOVE HS-SEASON-ID(WS-HS-SUB) TO EA-SEASON-ID.                00029200
           MOVE ENTAVG-WORK TO ENTAVG-REC.                              00029300
           WRITE ENTAVG-REC.                                            00029400
           ADD 1 TO WS-CT-WRITTEN.                                      00029500
                                                                        00029600
       PRINT-CARRIED-LINE.                                              00029700
           MOVE SPACES TO REPT-LINE.                                    00029800
           MOVE HS-AVG(WS-HS-SUB)   TO WS-EDIT-AVG.                     00029900
           MOVE HS-GAMES(WS-HS-SUB) TO WS-EDIT-GAMES.                   00030000
           STRING HS-LEAGUE(WS-HS-SUB)    DELIMITED BY SIZE             00030100
                  '   '                   DELIMITED BY SIZE             00030200
                  HS-TEAM(WS-HS-SUB)      DELIMITED BY SIZE             00030300
                  '   '                   DELIMITED BY SIZE             00030400
                  HS-BOWLER(WS-HS-SUB)    DELIMITED BY SIZE             00030500
                  '   '                   DELIMITED BY SIZE             00030600
                  WS-EDIT-AVG             DELIMITED BY SIZE             00030700
                  '   '                   DELIMITED BY SIZE             00030800
                  WS-EDIT-GAMES           DELIMITED BY SIZE             00030900
                  '   '                   DELIMITED BY SIZE             00031000
                  HS-SEASON-ID(WS-HS-SUB) DELIMITED BY SIZE             00031100
             INTO REPT-LINE.                                            00031200
           WRITE REPT-LINE.                                             00031300
                                                                        00031400
      *--------------------------------------------------------------   00031500
      * NEEDS ESTABLISHING AVERAGE - FIRST THE BOWLERS WHOSE LAST       00031600
      * SEASON FELL SHORT OF THE MINIMUM, THEN EVERY ACTIVE ROSTER      00031700
      * BOWLER WITH NO ESTABLISHED AVERAGE IN ANY LEAGUE.               00031800
      *--------------------------------------------------------------   00031900
       LIST-ONE-SHORT.                                                  00032000
           IF HS-OK-SW(WS-HS-SUB) NOT = 'Y'                             00032100
               ADD 1 TO WS-CT-SHORT                                     00032200
               MOVE HS-LEAGUE(WS-HS-SUB) TO WS-LG-SEEK                  00032300
               PERFORM SET-MIN-GAMES                                    00032400
               MOVE HS-GAMES(WS-HS-SUB) TO WS-EDIT-GAMES                00032500
               MOVE WS-MIN-GAMES TO WS-EDIT-MIN                         00032600
               MOVE SPACES TO REPT-LINE                                 00032700
               STRING HS-LEAGUE(WS-HS-SUB) '   '                        00032800
                      HS-TEAM(WS-HS-SUB) '   '                          00032900
                      HS-BOWLER(WS-HS-SUB)                              00033000
                      '   SHORT HISTORY - ' WS-EDIT-GAMES               00033100
                      ' GAMES, ' WS-EDIT-MIN ' NEEDED'                  00033200
                      DELIMITED BY SIZE                                 00033300
                 INTO REPT-LINE                                         00033400
               WRITE REPT-LINE.                                         00033500
                                                                        00033600
       CHECK-ROSTER.                                                    00033700
           OPEN INPUT ROSTER-IN.                                        00033800
           PERFORM READ-ROSTER.                                         00033900
           PERFORM CHECK-ONE-ROSTER UNTIL ROSTER-EOF.                   00034000
           CLOSE ROSTER-IN.                                             00034100
                                                                        00034200
       READ-ROSTER.                                                     00034300
           READ ROSTER-IN                                               00034400
               AT END                                                   00034500
                   MOVE 'Y' TO WS-ROSTER-EOF                            00034600
               NOT AT END                                               00034700
                   ADD 1 TO WS-CT-ROS-READ.                             00034800
                                                                        00034900
      *    THE ROSTER CARRIES NO LEAGUE, SO ANY HISTORY ENTRY FOR       00035000
      *    THE BOWLER - ESTABLISHED OR SHORT - KEEPS HIM OFF THIS       00035100
      *    PART OF THE LIST. SHORT ONES ARE ALREADY LISTED ABOVE.       00035200
       CHECK-ONE-ROSTER.                                                00035300
           IF ROS-DROP-WEEK = SPACES                                    00035400
               MOVE ROS-BOWLER TO WS-HS-SEEK-BOWLER                     00035500
               MOVE ZEROES TO WS-HS-IDX                                 00035600
               PERFORM FIND-HIST-BOWLER VARYING WS-HS-SUB FROM 1 BY 1   00035700
                 UNTIL WS-HS-SUB > WS-HIST-COUNT                        00035800
                    OR WS-HS-IDX NOT = ZERO                             00035900
               IF WS-HS-IDX = ZERO                                      00036000
                   ADD 1 TO WS-CT-NO-HIST                               00036100
                   MOVE SPACES TO REPT-LINE                             00036200
                   STRING '     ' ROS-TEAM-ID '   ' ROS-BOWLER          00036300
                          '   NO HISTORY - NEW BOWLER'                  00036400
                          DELIMITED BY SIZE                             00036500
                     INTO REPT-LINE                                     00036600
                   WRITE REPT-LINE.                                     00036700
           PERFORM READ-ROSTER.                                         00036800
                                                                        00036900
       FIND-HIST-BOWLER.                                                00037000
           IF HS-BOWLER(WS-HS-SUB) = WS-HS-SEEK-BOWLER                  00037100
               MOVE WS-HS-SUB TO WS-HS-IDX.                             00037200
                                                                        00037300
       PRINT-HEADINGS.                                                  00037400
           MOVE SPACES TO REPT-LINE.                                    00037500
           IF WS-SEASON-ID = SPACES                                     00037600
               MOVE 'NEW SEASON ENTERING AVERAGES - LATEST HISTORY'     00037700
                 TO REPT-LINE                                           00037800
           ELSE                                                         00037900
               STRING 'NEW SEASON ENTERING AVERAGES - FROM SEASON '     00038000
                      WS-SEASON-ID DELIMITED BY SIZE                    00038100
                 INTO REPT-LINE.                                        00038200
           WRITE REPT-LINE.                                             00038300
           MOVE SPACES TO REPT-LINE.                                    00038400
           WRITE REPT-LINE.                                             00038500
           MOVE 'LG   TM   BOWLER       AVG   GAMES   SEASON'           00038600
             TO REPT-LINE.                                              00038700
           WRITE REPT-LINE.                                             00038800
                                                                        00038900
       PRINT-NEEDS-HEADING.                                             00039000
           MOVE SPACES TO REPT-LINE.                                    00039100
           WRITE REPT-LINE.                                             00039200
           MOVE 'NEEDS ESTABLISHING AVERAGE' TO REPT-LINE.              00039300
           WRITE REPT-LINE.                                             00039400
                                                                        00039500
       CLEANUP.                                                         00039600
           PERFORM CONTROL-TOTALS.                                      00039700
           CLOSE REPORT-OUT.                                            00039800
           STOP RUN.                                                    00039900
                                                                        00040000
       CONTROL-TOTALS.                                                  00040100
           DISPLAY '=============================================='.    00040200
           DISPLAY 'SEASOPEN RUN CONTROL TOTALS'.                       00040300
           DISPLAY '  HISTORY RECORDS READ        - ' WS-CT-ARCH-READ.  00040400
           DISPLAY '  HISTORY RECORDS USED        - ' WS-CT-ARCH-USED.  00040500
           DISPLAY '  ROSTER RECORDS READ         - ' WS-CT-ROS-READ.   00040600
           DISPLAY '  ENTERING AVERAGES WRITTEN   - ' WS-CT-WRITTEN.    00040700
           DISPLAY '  SHORT HISTORY BOWLERS       - ' WS-CT-SHORT.      00040800
           DISPLAY '  ROSTER BOWLERS NO HISTORY   - ' WS-CT-NO-HIST.    00040900
           DISPLAY '=============================================='.    00041000
