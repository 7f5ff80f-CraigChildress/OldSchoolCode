       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'SEASRECN'.                                         00000200
      *================================================                 00000300
      * SEASON MASTER RECONCILIATION - REBUILDS EVERY                   00000400
      * CSEASMST FIGURE FROM THE CUMULATIVE SEASON                      00000500
      * DETAIL FILE DTLKEEP MAINTAINS AND COMPARES IT,                  00000600
      * FIELD BY FIELD, WITH THE KEYED SEASON MASTER.                   00000700
      * THE DETAIL IS ROLLED EXACTLY AS SEASNUPD ROLLS                  00000800
      * IT - BLIND ('A') AND SUBSTITUTE ('S') NIGHTS TO                 00000900
      * THE TEAM-CREDIT FIELDS ONLY, REGULAR NIGHTS TO                  00001000
      * THE BOWLER'S OWN GAMES, PINS, HIGHS AND WEEKS -                 00001100
      * AND A WEEK KEPT TWICE (A RE-RUN OF DTLKEEP)                     00001200
      * COUNTS ONCE, AS IN BOOKSHT. EVERY DIFFERENCE                    00001300
      * PRINTS ON THE RECONCILIATION REPORT AND ANY                     00001400
      * DISAGREEMENT ENDS THE RUN WITH RETURN CODE 8.                   00001500
      * A RUN PARM OF 'REBUILD' ALSO WRITES THE                         00001600
      * REBUILT MASTER, WITH ITS CONTROL TRAILER, AS A                  00001700
      * REPLACEMENT FOR THE SECRETARY TO SWAP IN.                       00001800
      *================================================                 00001900
       ENVIRONMENT DIVISION.                                            00002000
       CONFIGURATION SECTION.                                           00002100
       SOURCE-COMPUTER.  IBM-360.                                       00002200
       OBJECT-COMPUTER.  IBM-360.                                       00002300
       INPUT-OUTPUT SECTION.                                            00002400
       FILE-CONTROL.                                                    00002500
           SELECT PARM-IN ASSIGN TO UT-S-RCNPARM                        00002600
               FILE STATUS WS-PARM-STATUS.                              00002700
           SELECT DETAIL-IN ASSIGN TO UT-S-SEASDTL.                     00002800
           SELECT DETAIL-SORTED ASSIGN TO UT-S-DTLSORT.                 00002900
           SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00003000
           SELECT MASTER-IN ASSIGN TO UT-S-SEASMSTR                     00003100
               ORGANIZATION INDEXED                                     00003200
               ACCESS SEQUENTIAL                                        00003300
               RECORD KEY SEASON-KEY                                    00003400
               FILE STATUS WS-SEASON-STATUS.                            00003500
           SELECT NEWMST-OUT ASSIGN TO UT-S-NEWMAST                     00003600
               ORGANIZATION INDEXED                                     00003700
               ACCESS DYNAMIC                                           00003800
               RECORD KEY NEWMST-KEY.                                   00003900
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00004000
                                                                        00004100
       DATA DIVISION.                                                   00004200
       FILE SECTION.                                                    00004300
                                                                        00004400
      *--------------------------------------------------------------   00004500
      * THE RUN PARM FILE IS NORMALLY ABSENT AND THE RUN ONLY           00004600
      * COMPARES. A RECORD OF 'REBUILD' WRITES THE NEW MASTER TOO.      00004700
      *--------------------------------------------------------------   00004800
       FD  PARM-IN                                                      00004900
           RECORD CONTAINS 80 CHARACTERS.                               00005000
       01  PARM-REC.                                                    00005100
           05  PARM-OPTION   PIC X(07) VALUE SPACES.                    00005200
           05  FILLER        PIC X(73).                                 00005300
                                                                        00005400
       FD  DETAIL-IN                                                    00005500
           RECORD CONTAINS 80 CHARACTERS                                00005600
           BLOCK CONTAINS 45 RECORDS.                                   00005700
       01  DETAIL-REC  PIC X(80).                                       00005800
                                                                        00005900
       FD  DETAIL-SORTED                                                00006000
           RECORD CONTAINS 80 CHARACTERS                                00006100
           BLOCK CONTAINS 45 RECORDS.                                   00006200
       01  DETAIL-SORTED-REC  PIC X(80).                                00006300
                                                                        00006400
       SD  SORT-FILE                                                    00006500
           RECORD CONTAINS 80 CHARACTERS.                               00006600
       01  SORT-REC.                                                    00006700
           05  SRT-BOWLER    PIC A(10).                                 00006800
           05  SRT-TEAM-ID   PIC XX.                                    00006900
           05  SRT-WEEK-NO   PIC XX.                                    00007000
           05  FILLER        PIC X(18).                                 00007100
           05  SRT-LEAGUE    PIC XX.                                    00007200
           05  FILLER        PIC X(46).                                 00007300
                                                                        00007400
       FD  MASTER-IN                                                    00007500
           RECORD CONTAINS 80 CHARACTERS.                               00007600
       01  SEASON-REC.                                                  00007700
           05  SEASON-KEY    PIC X(14).                                 00007800
           05  FILLER        PIC X(66).                                 00007900
                                                                        00008000
       FD  NEWMST-OUT                                                   00008100
           RECORD CONTAINS 80 CHARACTERS.                               00008200
       01  NEWMST-REC.                                                  00008300
           05  NEWMST-KEY  PIC X(14).                                   00008400
           05  FILLER      PIC X(66).                                   00008500
                                                                        00008600
       FD  REPORT-OUT                                                   00008700
           RECORD CONTAINS 132 CHARACTERS                               00008800
           BLOCK CONTAINS 30 RECORDS.                                   00008900
       01  REPT-LINE         PIC X(132).                                00009000
                                                                        00009100
       WORKING-STORAGE SECTION.                                         00009200
                                                                        00009300
       01  DTL-WORK.                                                    00009400
           COPY CBOWLDTL.                                               00009500
                                                                        00009600
      *    THE MASTER RECORD AS FILED, AND THE SAME RECORD REBUILT      00009700
      *    FROM THE SEASON DETAIL.                                      00009800
       01  MST-WORK.                                                    00009900
           COPY CSEASMST.                                               00010000
                                                                        00010100
       01  RBL-WORK.                                                    00010200
           COPY CSEASMST.                                               00010300
                                                                        00010400
       01  CTL-WORK.                                                    00010500
           COPY CCTLTRLR.                                               00010600
                                                                        00010700
       01  WS-PARM-STATUS PIC XX VALUE SPACES.                          00010800
       01  WS-REBUILD-SW PIC X VALUE 'N'.                               00010900
       88  REBUILD-RUN   VALUE 'Y'.                                     00011000
       01  WS-SEASON-STATUS PIC XX VALUE SPACES.                        00011100
       01  WS-SEASON-OPEN-SW PIC X VALUE 'N'.                           00011200
       88  SEASON-OPEN   VALUE 'Y'.                                     00011300
       01  WS-MST-EOF  PIC X VALUE 'N'.                                 00011400
       88  MST-EOF     VALUE 'Y'.                                       00011500
       01  WS-MST-GOT-SW PIC X VALUE 'N'.                               00011600
       88  MST-GOT     VALUE 'Y'.                                       00011700
       01  WS-DTL-EOF  PIC X VALUE 'N'.                                 00011800
       88  DTL-EOF     VALUE 'Y'.                                       00011900
       01  WS-DTL-GOT-SW PIC X VALUE 'N'.                               00012000
       88  DTL-GOT     VALUE 'Y'.                                       00012100
                                                                        00012200
      *--------------------------------------------------------------   00012300
      * MATCH KEYS - LEAGUE/TEAM-ID/BOWLER, HIGH-VALUES AT END OF       00012400
      * FILE SO THE LOW-KEY COMPARE DRAINS THE OTHER FILE.              00012500
      *--------------------------------------------------------------   00012600
       01  WS-MST-KEY.                                                  00012700
           05  WS-MST-KEY-LEAGUE  PIC XX.                               00012800
           05  WS-MST-KEY-TEAM    PIC XX.                               00012900
           05  WS-MST-KEY-BOWLER  PIC X(10).                            00013000
       01  WS-DTL-KEY.                                                  00013100
           05  WS-DTL-KEY-LEAGUE  PIC XX.                               00013200
           05  WS-DTL-KEY-TEAM    PIC XX.                               00013300
           05  WS-DTL-KEY-BOWLER  PIC X(10).                            00013400
       01  WS-CUR-KEY.                                                  00013500
           05  WS-CUR-KEY-LEAGUE  PIC XX.                               00013600
           05  WS-CUR-KEY-TEAM    PIC XX.                               00013700
           05  WS-CUR-KEY-BOWLER  PIC X(10).                            00013800
       01  WS-LAST-WEEK PIC XX VALUE SPACES.                            00013900
                                                                        00014000
       01  WS-CT-MST      PIC 9(05) VALUE ZERO.                         00014100
       01  WS-CT-DTL      PIC 9(05) VALUE ZERO.                         00014200
       01  WS-CT-DUPWK    PIC 9(05) VALUE ZERO.                         00014300
       01  WS-CT-BADWEEK  PIC 9(05) VALUE ZERO.                         00014400
       01  WS-CT-COMPARED PIC 9(05) VALUE ZERO.                         00014500
       01  WS-CT-AGREE    PIC 9(05) VALUE ZERO.                         00014600
       01  WS-CT-DISAGREE PIC 9(05) VALUE ZERO.                         00014700
       01  WS-CT-DIFFS    PIC 9(05) VALUE ZERO.                         00014800
       01  WS-CT-NOMST    PIC 9(05) VALUE ZERO.                         00014900
       01  WS-CT-NEW      PIC 9(05) VALUE ZERO.                         00015000
       01  WS-TOT-NEW-PINS PIC 9(09) VALUE ZERO.                        00015100
                                                                        00015200
       01  WS-WEEK-X    PIC XX VALUE ZEROES.                            00015300
       01  WS-WEEK-N REDEFINES WS-WEEK-X PIC 99.                        00015400
       01  WS-WK-SUB    PIC 9(05) VALUE ZERO.                           00015500
       01  WS-SERIES    PIC 9(04) VALUE ZERO.                           00015600
       01  WS-GAME-CT   PIC 9     VALUE ZERO.                           00015700
       01  WS-BOWLER-DIFFS PIC 9(05) VALUE ZERO.                        00015800
                                                                        00015900
      *--------------------------------------------------------------   00016000
      * ONE DIFFERENCE LINE - FIELD NAME, THE FIGURE ON THE MASTER      00016100
      * AND THE FIGURE REBUILT FROM THE DETAIL.                         00016200
      *--------------------------------------------------------------   00016300
       01  WS-DIFF-FIELD PIC X(14) VALUE SPACES.                        00016400
       01  WS-DIFF-MST   PIC 9(07) VALUE ZERO.                          00016500
       01  WS-DIFF-RBL   PIC 9(07) VALUE ZERO.                          00016600
       01  WS-DIFF-MST-X PIC X(07) VALUE SPACES.                        00016700
       01  WS-DIFF-RBL-X PIC X(07) VALUE SPACES.                        00016800
       01  WS-EDIT-FIG   PIC Z(6)9.                                     00016900
       01  WS-FLAG-MST   PIC X     VALUE SPACE.                         00017000
       01  WS-FLAG-RBL   PIC X     VALUE SPACE.                         00017100
       01  WS-FLAG-SHOW.                                                00017125
           05  FILLER        PIC X(06) VALUE SPACES.                    00017150
           05  WS-FLAG-SHOW-CH PIC X   VALUE SPACE.                     00017175
                                                                        00017200
       PROCEDURE DIVISION.                                              00017300
       MAIN.                                                            00017400
           PERFORM LOAD-RUN-PARM.                                       00017500
           OPEN OUTPUT REPORT-OUT.                                      00017600
           PERFORM PRINT-HEADINGS.                                      00017700
           SORT SORT-FILE                                               00017800
               ON ASCENDING KEY SRT-LEAGUE SRT-TEAM-ID                  00017900
                   SRT-BOWLER SRT-WEEK-NO                               00018000
               USING DETAIL-IN                                          00018100
               GIVING DETAIL-SORTED.                                    00018200
           OPEN INPUT DETAIL-SORTED.                                    00018300
           IF REBUILD-RUN                                               00018400
               OPEN OUTPUT NEWMST-OUT.                                  00018500
           PERFORM OPEN-MASTER.                                         00018600
           PERFORM READ-MST.                                            00018700
           PERFORM READ-DTL.                                            00018800
           PERFORM MATCH-KEYS                                           00018900
             UNTIL MST-EOF AND DTL-EOF.                                 00019000
           PERFORM PRINT-SUMMARY.                                       00019100
           PERFORM CLEANUP.                                             00019200
                                                                        00019300
       LOAD-RUN-PARM.                                                   00019400
           OPEN INPUT PARM-IN.                                          00019500
           IF WS-PARM-STATUS = '00'                                     00019600
               PERFORM READ-PARM                                        00019700
               CLOSE PARM-IN.                                           00019800
                                                                        00019900
       READ-PARM.                                                       00020000
           READ PARM-IN                                                 00020100
               AT END                                                   00020200
                   CONTINUE                                             00020300
               NOT AT END                                               00020400
                   IF PARM-OPTION = 'REBUILD'                           00020500
                       SET REBUILD-RUN TO TRUE                          00020600
                       DISPLAY 'REBUILD OPTION IN EFFECT - '            00020700
                           'REPLACEMENT MASTER WILL BE WRITTEN'.        00020800
                                                                        00020900
      *--------------------------------------------------------------   00021000
      * A MISSING MASTER IS REPORTED AND TREATED AS EMPTY - EVERY       00021100
      * BOWLER IN THE DETAIL THEN SHOWS AS NOT ON THE MASTER.           00021200
      *--------------------------------------------------------------   00021300
       OPEN-MASTER.                                                     00021400
           OPEN INPUT MASTER-IN.                                        00021500
           IF WS-SEASON-STATUS = '00'                                   00021600
               SET SEASON-OPEN TO TRUE                                  00021700
           ELSE                                                         00021800
               DISPLAY 'SEASON MASTER NOT AVAILABLE - STATUS '          00021900
                   WS-SEASON-STATUS                                     00022000
               MOVE 'Y' TO WS-MST-EOF                                   00022100
               MOVE HIGH-VALUES TO WS-MST-KEY.                          00022200
                                                                        00022300
      *    THE MASTER'S CONTROL TRAILER (SM-LEAGUE-ID '**') IS NOT A    00022400
      *    BOWLER AND IS PASSED OVER.                                   00022500
       READ-MST.                                                        00022600
           MOVE 'N' TO WS-MST-GOT-SW.                                   00022700
           PERFORM READ-MST-REC                                         00022800
             UNTIL MST-GOT OR MST-EOF.                                  00022900
                                                                        00023000
       READ-MST-REC.                                                    00023100
           IF MST-EOF                                                   00023200
               MOVE HIGH-VALUES TO WS-MST-KEY                           00023300
           ELSE                                                         00023400
               READ MASTER-IN                                           00023500
                   AT END                                               00023600
                       MOVE 'Y' TO WS-MST-EOF                           00023700
                       MOVE HIGH-VALUES TO WS-MST-KEY                   00023800
                   NOT AT END                                           00023900
                       MOVE SEASON-REC TO MST-WORK                      00024000
                       IF SM-LEAGUE-ID OF MST-WORK NOT = '**'           00024100
                           ADD 1 TO WS-CT-MST                           00024200
                           PERFORM FIX-MST-TM-FIELDS                    00024300
                           MOVE SM-KEY OF MST-WORK TO WS-MST-KEY        00024400
                           SET MST-GOT TO TRUE                          00024500
                       END-IF                                           00024600
               END-READ                                                 00024700
           END-IF.                                                      00024800
                                                                        00024900
      *    A MASTER WRITTEN BEFORE THE TEAM-CREDIT FIELDS EXISTED       00025000
      *    CARRIES BLANKS THERE - COMPARED AS ZERO, AS SEASNUPD         00025100
      *    CARRIES THEM.                                                00025200
       FIX-MST-TM-FIELDS.                                               00025300
           IF SM-TM-GAMES OF MST-WORK NOT NUMERIC                       00025400
               MOVE ZEROES TO SM-TM-GAMES OF MST-WORK.                  00025500
           IF SM-TM-PINS OF MST-WORK NOT NUMERIC                        00025600
               MOVE ZEROES TO SM-TM-PINS OF MST-WORK.                   00025700
                                                                        00025800
       READ-DTL.                                                        00025900
           MOVE 'N' TO WS-DTL-GOT-SW.                                   00026000
           PERFORM READ-DTL-REC                                         00026100
             UNTIL DTL-GOT OR DTL-EOF.                                  00026200
                                                                        00026300
       READ-DTL-REC.                                                    00026400
           IF DTL-EOF                                                   00026500
               MOVE HIGH-VALUES TO WS-DTL-KEY                           00026600
           ELSE                                                         00026700
               READ DETAIL-SORTED                                       00026800
                   AT END                                               00026900
                       MOVE 'Y' TO WS-DTL-EOF                           00027000
                       MOVE HIGH-VALUES TO WS-DTL-KEY                   00027100
                   NOT AT END                                           00027200
                       MOVE DETAIL-SORTED-REC TO DTL-WORK               00027300
                       IF BOWLER NOT = '**CONTROL*'                     00027400
                           ADD 1 TO WS-CT-DTL                           00027500
                           MOVE LEAGUE-ID TO WS-DTL-KEY-LEAGUE          00027600
                           MOVE TEAM-ID TO WS-DTL-KEY-TEAM              00027700
                           MOVE BOWLER  TO WS-DTL-KEY-BOWLER            00027800
                           SET DTL-GOT TO TRUE                          00027900
                       END-IF                                           00028000
               END-READ                                                 00028100
           END-IF.                                                      00028200
                                                                        00028300
      *--------------------------------------------------------------   00028400
      * ONE PASS OF THE MATCH. LOW MASTER KEY - A MASTER RECORD WITH    00028500
      * NO DETAIL, COMPARED AGAINST AN EMPTY REBUILD. LOW DETAIL        00028600
      * KEY - A BOWLER WITH DETAIL BUT NO MASTER RECORD. EQUAL -        00028700
      * REBUILD FROM THE DETAIL AND COMPARE.                            00028800
      *--------------------------------------------------------------   00028900
       MATCH-KEYS.                                                      00029000
           IF WS-MST-KEY < WS-DTL-KEY                                   00029100
               MOVE WS-MST-KEY TO WS-CUR-KEY                            00029200
               PERFORM CLEAR-REBUILD                                    00029300
               PERFORM COMPARE-BOWLER                                   00029400
               PERFORM WRITE-REBUILT                                    00029500
               PERFORM READ-MST                                         00029600
           ELSE                                                         00029700
               IF WS-MST-KEY > WS-DTL-KEY                               00029800
                   PERFORM REBUILD-BOWLER                               00029900
                   PERFORM NOT-ON-MASTER                                00030000
                   PERFORM WRITE-REBUILT                                00030100
               ELSE                                                     00030200
                   PERFORM REBUILD-BOWLER                               00030300
                   PERFORM COMPARE-BOWLER                               00030400
                   PERFORM WRITE-REBUILT                                00030500
                   PERFORM READ-MST.                                    00030600
                                                                        00030700
       CLEAR-REBUILD.                                                   00030800
           MOVE SPACES TO RBL-WORK.                                     00030900
           MOVE WS-CUR-KEY TO SM-KEY OF RBL-WORK.                       00031000
           MOVE ZEROES TO SM-GAMES OF RBL-WORK, SM-PINS OF RBL-WORK,    00031100
               SM-HIGH-GAME OF RBL-WORK, SM-HIGH-SER OF RBL-WORK,       00031200
               SM-WEEKS OF RBL-WORK, SM-TM-GAMES OF RBL-WORK,           00031300
               SM-TM-PINS OF RBL-WORK.                                  00031400
                                                                        00031500
       REBUILD-BOWLER.                                                  00031600
           MOVE WS-DTL-KEY TO WS-CUR-KEY.                               00031700
           PERFORM CLEAR-REBUILD.                                       00031800
           MOVE SPACES TO WS-LAST-WEEK.                                 00031900
           PERFORM APPLY-ONE-WEEK                                       00032000
             UNTIL WS-DTL-KEY NOT = WS-CUR-KEY.                         00032100
                                                                        00032200
      *--------------------------------------------------------------   00032300
      * ROLL ONE DETAIL RECORD INTO THE REBUILD THE WAY SEASNUPD        00032400
      * ROLLS TERM-OUT. THE DETAIL IS SORTED BY WEEK WITHIN BOWLER,     00032500
      * SO A REPEATED WEEK IS A RE-KEPT WEEK AND IS PASSED OVER.        00032600
      *--------------------------------------------------------------   00032700
       APPLY-ONE-WEEK.                                                  00032800
           IF WEEK-NO = WS-LAST-WEEK                                    00032900
               ADD 1 TO WS-CT-DUPWK                                     00033000
           ELSE                                                         00033100
               MOVE WEEK-NO TO WS-LAST-WEEK                             00033200
               PERFORM APPLY-THIS-WEEK.                                 00033300
           PERFORM READ-DTL.                                            00033400
                                                                        00033500
       APPLY-THIS-WEEK.                                                 00033600
           COMPUTE WS-SERIES = SCORE-1-N + SCORE-2-N + SCORE-3-N.       00033700
           MOVE 3 TO WS-GAME-CT.                                        00033800
           IF SCORE-4 NOT = ZEROES                                      00033900
               ADD SCORE-4-N TO WS-SERIES                               00034000
               MOVE 4 TO WS-GAME-CT.                                    00034100
           IF ENTRY-TYPE = 'A' OR ENTRY-TYPE = 'S'                      00034200
               ADD WS-GAME-CT TO SM-TM-GAMES OF RBL-WORK                00034300
               ADD WS-SERIES  TO SM-TM-PINS OF RBL-WORK                 00034400
           ELSE                                                         00034500
               PERFORM APPLY-OWN-GAMES.                                 00034600
           PERFORM FLAG-WEEK.                                           00034700
                                                                        00034800
       APPLY-OWN-GAMES.                                                 00034900
           ADD WS-GAME-CT TO SM-GAMES OF RBL-WORK.                      00035000
           ADD WS-SERIES TO SM-PINS OF RBL-WORK.                        00035100
           IF SCORE-1-N > SM-HIGH-GAME OF RBL-WORK                      00035200
               MOVE SCORE-1-N TO SM-HIGH-GAME OF RBL-WORK.              00035300
           IF SCORE-2-N > SM-HIGH-GAME OF RBL-WORK                      00035400
               MOVE SCORE-2-N TO SM-HIGH-GAME OF RBL-WORK.              00035500
           IF SCORE-3-N > SM-HIGH-GAME OF RBL-WORK                      00035600
               MOVE SCORE-3-N TO SM-HIGH-GAME OF RBL-WORK.              00035700
           IF SCORE-4 NOT = ZEROES                                      00035800
              AND SCORE-4-N > SM-HIGH-GAME OF RBL-WORK                  00035900
               MOVE SCORE-4-N TO SM-HIGH-GAME OF RBL-WORK.              00036000
           IF WS-SERIES > SM-HIGH-SER OF RBL-WORK                       00036100
               MOVE WS-SERIES TO SM-HIGH-SER OF RBL-WORK.               00036200
                                                                        00036300
       FLAG-WEEK.                                                       00036400
           MOVE WEEK-NO TO WS-WEEK-X.                                   00036500
           IF WS-WEEK-X NUMERIC                                         00036600
              AND WS-WEEK-N > 0 AND WS-WEEK-N < 37                      00036700
               IF SM-WEEK-FLAG OF RBL-WORK(WS-WEEK-N) NOT = 'Y'         00036800
                   MOVE 'Y' TO SM-WEEK-FLAG OF RBL-WORK(WS-WEEK-N)      00036900
                   IF ENTRY-TYPE NOT = 'A' AND ENTRY-TYPE NOT = 'S'     00037000
                       ADD 1 TO SM-WEEKS OF RBL-WORK                    00037100
                   END-IF                                               00037200
               END-IF                                                   00037300
           ELSE                                                         00037400
               ADD 1 TO WS-CT-BADWEEK                                   00037500
               DISPLAY 'BAD WEEK-NO ' WEEK-NO ' FOR ' BOWLER            00037600
                   ' - WEEKS-BOWLED COUNT NOT ADVANCED'.                00037700
                                                                        00037800
      *--------------------------------------------------------------   00037900
      * FIELD-BY-FIELD COMPARE OF THE MASTER AGAINST THE REBUILD.       00038000
      * EVERY FIELD THAT DIFFERS PRINTS ITS OWN LINE.                   00038100
      *--------------------------------------------------------------   00038200
       COMPARE-BOWLER.                                                  00038300
           ADD 1 TO WS-CT-COMPARED.                                     00038400
           MOVE ZERO TO WS-BOWLER-DIFFS.                                00038500
           MOVE 'GAMES' TO WS-DIFF-FIELD.                               00038600
           MOVE SM-GAMES OF MST-WORK TO WS-DIFF-MST.                    00038700
           MOVE SM-GAMES OF RBL-WORK TO WS-DIFF-RBL.                    00038800
           PERFORM CHECK-FIGURE.                                        00038900
           MOVE 'PINS' TO WS-DIFF-FIELD.                                00039000
           MOVE SM-PINS OF MST-WORK TO WS-DIFF-MST.                     00039100
           MOVE SM-PINS OF RBL-WORK TO WS-DIFF-RBL.                     00039200
           PERFORM CHECK-FIGURE.                                        00039300
           MOVE 'HIGH GAME' TO WS-DIFF-FIELD.                           00039400
           MOVE SM-HIGH-GAME OF MST-WORK TO WS-DIFF-MST.                00039500
           MOVE SM-HIGH-GAME OF RBL-WORK TO WS-DIFF-RBL.                00039600
           PERFORM CHECK-FIGURE.                                        00039700
           MOVE 'HIGH SERIES' TO WS-DIFF-FIELD.                         00039800
           MOVE SM-HIGH-SER OF MST-WORK TO WS-DIFF-MST.                 00039900
           MOVE SM-HIGH-SER OF RBL-WORK TO WS-DIFF-RBL.                 00040000
           PERFORM CHECK-FIGURE.                                        00040100
           MOVE 'WEEKS BOWLED' TO WS-DIFF-FIELD.                        00040200
           MOVE SM-WEEKS OF MST-WORK TO WS-DIFF-MST.                    00040300
           MOVE SM-WEEKS OF RBL-WORK TO WS-DIFF-RBL.                    00040400
           PERFORM CHECK-FIGURE.                                        00040500
           PERFORM CHECK-WEEK-FLAG VARYING WS-WK-SUB FROM 1 BY 1        00040600
             UNTIL WS-WK-SUB > 36.                                      00040700
           MOVE 'TEAM GAMES' TO WS-DIFF-FIELD.                          00040800
           MOVE SM-TM-GAMES OF MST-WORK TO WS-DIFF-MST.                 00040900
           MOVE SM-TM-GAMES OF RBL-WORK TO WS-DIFF-RBL.                 00041000
           PERFORM CHECK-FIGURE.                                        00041100
           MOVE 'TEAM PINS' TO WS-DIFF-FIELD.                           00041200
           MOVE SM-TM-PINS OF MST-WORK TO WS-DIFF-MST.                  00041300
           MOVE SM-TM-PINS OF RBL-WORK TO WS-DIFF-RBL.                  00041400
           PERFORM CHECK-FIGURE.                                        00041500
           IF WS-BOWLER-DIFFS = ZERO                                    00041600
               ADD 1 TO WS-CT-AGREE                                     00041700
           ELSE                                                         00041800
               ADD 1 TO WS-CT-DISAGREE.                                 00041900
                                                                        00042000
       CHECK-FIGURE.                                                    00042100
           IF WS-DIFF-MST NOT = WS-DIFF-RBL                             00042200
               MOVE WS-DIFF-MST TO WS-EDIT-FIG                          00042300
               MOVE WS-EDIT-FIG TO WS-DIFF-MST-X                        00042400
               MOVE WS-DIFF-RBL TO WS-EDIT-FIG                          00042500
               MOVE WS-EDIT-FIG TO WS-DIFF-RBL-X                        00042600
               PERFORM PRINT-DIFF.                                      00042700
                                                                        00042800
      *    A WEEK FLAG IS EITHER 'Y' OR OFF - A BLANK AND AN 'N' ON     00042900
      *    THE MASTER BOTH MEAN THE WEEK WAS NOT POSTED.                00043000
       CHECK-WEEK-FLAG.                                                 00043100
           MOVE 'N' TO WS-FLAG-MST, WS-FLAG-RBL.                        00043200
           IF SM-WEEK-FLAG OF MST-WORK(WS-WK-SUB) = 'Y'                 00043300
               MOVE 'Y' TO WS-FLAG-MST.                                 00043400
           IF SM-WEEK-FLAG OF RBL-WORK(WS-WK-SUB) = 'Y'                 00043500
               MOVE 'Y' TO WS-FLAG-RBL.                                 00043600
           IF WS-FLAG-MST NOT = WS-FLAG-RBL                             00043700
               MOVE WS-WK-SUB TO WS-WEEK-N                              00043800
               MOVE SPACES TO WS-DIFF-FIELD                             00043900
               STRING 'WEEK ' WS-WEEK-X ' FLAG'                         00044000
                   DELIMITED BY SIZE INTO WS-DIFF-FIELD                 00044100
               MOVE WS-FLAG-MST TO WS-FLAG-SHOW-CH                      00044180
               MOVE WS-FLAG-SHOW TO WS-DIFF-MST-X                       00044260
               MOVE WS-FLAG-RBL TO WS-FLAG-SHOW-CH                      00044340
               MOVE WS-FLAG-SHOW TO WS-DIFF-RBL-X                       00044420
               PERFORM PRINT-DIFF.                                      00044500
                                                                        00044600
       NOT-ON-MASTER.                                                   00044700
           ADD 1 TO WS-CT-NOMST.                                        00044800
           MOVE SPACES TO REPT-LINE.                                    00044900
           STRING WS-CUR-KEY-LEAGUE '  ' WS-CUR-KEY-TEAM '  '           00045000
                  WS-CUR-KEY-BOWLER                                     00045100
                  '  *** HAS SEASON DETAIL BUT NO MASTER RECORD ***'    00045200
               DELIMITED BY SIZE INTO REPT-LINE.                        00045300
           WRITE REPT-LINE.                                             00045400
                                                                        00045500
       PRINT-DIFF.                                                      00045600
           ADD 1 TO WS-BOWLER-DIFFS.                                    00045700
           ADD 1 TO WS-CT-DIFFS.                                        00045800
           MOVE SPACES TO REPT-LINE.                                    00045900
           STRING WS-CUR-KEY-LEAGUE '  ' WS-CUR-KEY-TEAM '  '           00046000
                  WS-CUR-KEY-BOWLER '  ' WS-DIFF-FIELD '  '             00046100
                  WS-DIFF-MST-X '    ' WS-DIFF-RBL-X                    00046200
               DELIMITED BY SIZE INTO REPT-LINE.                        00046300
           WRITE REPT-LINE.                                             00046400
                                                                        00046500
      *    THE REPLACEMENT MASTER TAKES EVERY KEY FROM EITHER FILE -    00046600
      *    A MASTER RECORD WITH NO DETAIL GOES OUT WITH ZERO FIGURES.   00046700
       WRITE-REBUILT.                                                   00046800
           IF REBUILD-RUN                                               00046900
               MOVE RBL-WORK TO NEWMST-REC                              00047000
               WRITE NEWMST-REC                                         00047100
               ADD 1 TO WS-CT-NEW                                       00047200
               ADD SM-PINS OF RBL-WORK TO WS-TOT-NEW-PINS.              00047300
                                                                        00047400
       PRINT-HEADINGS.                                                  00047500
           MOVE SPACES TO REPT-LINE.                                    00047600
           STRING 'SEASON MASTER RECONCILIATION - '                     00047700
                  'MASTER VERSUS SEASON DETAIL'                         00047800
               DELIMITED BY SIZE INTO REPT-LINE.                        00047900
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00048000
           MOVE SPACES TO REPT-LINE.                                    00048100
           WRITE REPT-LINE.                                             00048200
           MOVE 'LG  TM  BOWLER      FIELD            MASTER    REBUILT'00048300
             TO REPT-LINE.                                              00048400
           WRITE REPT-LINE.                                             00048500
                                                                        00048600
       PRINT-SUMMARY.                                                   00048700
           MOVE SPACES TO REPT-LINE.                                    00048800
           WRITE REPT-LINE.                                             00048900
           MOVE SPACES TO REPT-LINE.                                    00049000
           MOVE WS-CT-COMPARED TO WS-EDIT-FIG.                          00049100
           STRING 'BOWLERS COMPARED           ' WS-EDIT-FIG             00049200
               DELIMITED BY SIZE INTO REPT-LINE.                        00049300
           WRITE REPT-LINE.                                             00049400
           MOVE SPACES TO REPT-LINE.                                    00049500
           MOVE WS-CT-AGREE TO WS-EDIT-FIG.                             00049600
           STRING 'BOWLERS IN AGREEMENT       ' WS-EDIT-FIG             00049700
               DELIMITED BY SIZE INTO REPT-LINE.                        00049800
           WRITE REPT-LINE.                                             00049900
           MOVE SPACES TO REPT-LINE.                                    00050000
           MOVE WS-CT-DISAGREE TO WS-EDIT-FIG.                          00050100
           STRING 'BOWLERS DISAGREEING        ' WS-EDIT-FIG             00050200
               DELIMITED BY SIZE INTO REPT-LINE.                        00050300
           WRITE REPT-LINE.                                             00050400
           MOVE SPACES TO REPT-LINE.                                    00050500
           MOVE WS-CT-DIFFS TO WS-EDIT-FIG.                             00050600
           STRING 'FIELD DIFFERENCES          ' WS-EDIT-FIG             00050700
               DELIMITED BY SIZE INTO REPT-LINE.                        00050800
           WRITE REPT-LINE.                                             00050900
           MOVE SPACES TO REPT-LINE.                                    00051000
           MOVE WS-CT-NOMST TO WS-EDIT-FIG.                             00051100
           STRING 'BOWLERS NOT ON MASTER      ' WS-EDIT-FIG             00051200
               DELIMITED BY SIZE INTO REPT-LINE.                        00051300
           WRITE REPT-LINE.                                             00051400
           IF WS-CT-DISAGREE = ZERO AND WS-CT-NOMST = ZERO              00051500
               MOVE '*** MASTER AGREES WITH SEASON DETAIL ***'          00051600
                 TO REPT-LINE                                           00051700
           ELSE                                                         00051800
               MOVE '*** MASTER DOES NOT AGREE WITH SEASON DETAIL ***'  00051900
                 TO REPT-LINE.                                          00052000
           WRITE REPT-LINE.                                             00052100
                                                                        00052200
       CLEANUP.                                                         00052300
           IF REBUILD-RUN                                               00052400
               PERFORM WRITE-MASTER-TRAILER                             00052500
               CLOSE NEWMST-OUT.                                        00052600
           PERFORM CONTROL-TOTALS.                                      00052700
           IF SEASON-OPEN                                               00052800
               CLOSE MASTER-IN.                                         00052900
           CLOSE DETAIL-SORTED, REPORT-OUT.                             00053000
           IF WS-CT-DISAGREE NOT = ZERO OR WS-CT-NOMST NOT = ZERO       00053100
               MOVE 8 TO RETURN-CODE.                                   00053200
           STOP RUN.                                                    00053300
                                                                        00053400
      *    SAME SEASMSTR TRAILER SEASNUPD HANGS ON THE MASTER - TOT-2   00053500
      *    HERE IS THE SEASON DETAIL RECORDS THE REBUILD READ.          00053600
       WRITE-MASTER-TRAILER.                                            00053700
           MOVE SPACES TO CTL-WORK.                                     00053800
           MOVE '**CONTROL*'    TO CTL-TAG.                             00053900
           MOVE 'SEASMSTR'      TO CTL-FILE-ID.                         00054000
           MOVE WS-CT-NEW       TO CTL-REC-COUNT.                       00054100
           MOVE WS-TOT-NEW-PINS TO CTL-TOT-1.                           00054200
           MOVE WS-CT-DTL       TO CTL-TOT-2.                           00054300
           MOVE CTL-WORK TO NEWMST-REC.                                 00054400
           WRITE NEWMST-REC.                                            00054500
                                                                        00054600
       CONTROL-TOTALS.                                                  00054700
           DISPLAY '=============================================='.    00054800
           DISPLAY 'SEASRECN RUN CONTROL TOTALS'.                       00054900
           DISPLAY '  MASTER RECORDS READ         - ' WS-CT-MST.        00055000
           DISPLAY '  SEASON DETAIL RECORDS READ  - ' WS-CT-DTL.        00055100
           DISPLAY '  RE-KEPT WEEKS PASSED OVER   - ' WS-CT-DUPWK.      00055200
           DISPLAY '  BAD WEEK NUMBERS            - ' WS-CT-BADWEEK.    00055300
           DISPLAY '  BOWLERS COMPARED            - ' WS-CT-COMPARED.   00055400
           DISPLAY '  BOWLERS DISAGREEING         - ' WS-CT-DISAGREE.   00055500
           DISPLAY '  FIELD DIFFERENCES           - ' WS-CT-DIFFS.      00055600
           DISPLAY '  BOWLERS NOT ON MASTER       - ' WS-CT-NOMST.      00055700
           DISPLAY '  REPLACEMENT RECORDS WRITTEN - ' WS-CT-NEW.        00055800
           DISPLAY '=============================================='.    00055900
