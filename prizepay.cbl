       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'PRIZEPAY'.                                         00000200
      *================================================                 00000300
      * END-OF-SEASON PRIZE FUND DISTRIBUTION - RUN                     00000400
      * AFTER SEASCLOS, AHEAD OF THE BANQUET. READS                     00000500
      * THE LEAGUE'S PAYOUT SCHEDULE, THE FINAL                         00000600
      * SEASON POINTS, SEASCLOS'S AWARD RESULTS (EACH                   00000700
      * TEAM'S FINISHING PLACE AND THE INDIVIDUAL                       00000800
      * WINNERS) AND THE FINAL DUES MASTER, WHOSE                       00000900
      * PAID TOTALS ARE THE FUND COLLECTED. A PLACE                     00001000
      * PAYS A PERCENT OF THE LEAGUE'S FUND OR A FIXED                  00001100
      * AMOUNT, SPLIT EVENLY AMONG THE TEAM'S BOWLERS                   00001200
      * ON THE DUES MASTER (ODD CENTS STAY WITH THE                     00001300
      * HOUSE); AN INDIVIDUAL AWARD PAYS THE WINNER                     00001400
      * WHOLE. A BOWLER STILL OWING DUES HAS THE                        00001500
      * UNPAID BALANCE WITHHELD FROM HIS SHARE.                         00001600
      * PRINTS THE PAYOUT REGISTER BY BOWLER, THE                       00001700
      * RECONCILIATION OF PAYOUTS PLUS HOUSE RETENTION                  00001800
      * TO THE FUND COLLECTED PER LEAGUE, AND THE                       00001900
      * LIST OF SHARES WITHHELD FOR ARREARS. ANY                        00002000
      * SCHEDULE EXCEPTION, A SCHEDULE PAYING OUT MORE                  00002100
      * THAN THE FUND HOLDS, OR A LEAGUE OUT OF                         00002200
      * BALANCE ENDS THE RUN WITH RETURN CODE 8.                        00002300
      * SCHEDULE RECORD: LEAGUE(2), AWARD(2) - 'PL'                     00002400
      * FINISHING PLACE, 'HA' HIGH AVERAGE, 'HG' HIGH                   00002500
      * GAME, 'HS' HIGH SERIES - PLACE(2, 'PL' ONLY),                   00002600
      * BASIS(1) - 'P' PERCENT OF FUND, 'A' FIXED                       00002700
      * AMOUNT - PERCENT(5, 999V99), AMOUNT(7,                          00002800
      * 9(05)V99).                                                      00002900
      *================================================                 00003000
       ENVIRONMENT DIVISION.                                            00003100
       CONFIGURATION SECTION.                                           00003200
       SOURCE-COMPUTER.  IBM-360.                                       00003300
       OBJECT-COMPUTER.  IBM-360.                                       00003400
       INPUT-OUTPUT SECTION.                                            00003500
       FILE-CONTROL.                                                    00003600
           SELECT SCHED-IN ASSIGN TO UT-S-PAYSCHED.                     00003700
           SELECT POINTS-IN ASSIGN TO UT-S-SEASPNTS                     00003800
               FILE STATUS WS-POINTS-STATUS.                            00003900
           SELECT AWARD-IN ASSIGN TO UT-S-AWARDS.                       00004000
           SELECT DUES-IN ASSIGN TO UT-S-DUESMST.                       00004100
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00004200
               ORGANIZATION INDEXED                                     00004300
               ACCESS RANDOM                                            00004400
               RECORD KEY TEAM-MST-KEY                                  00004500
               FILE STATUS WS-TEAMMST-STATUS.                           00004600
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00004700
                                                                        00004800
       DATA DIVISION.                                                   00004900
       FILE SECTION.                                                    00005000
                                                                        00005100
       FD  SCHED-IN                                                     00005200
           RECORD CONTAINS 80 CHARACTERS.                               00005300
       01  SCHED-REC.                                                   00005400
           05  PS-LEAGUE-ID  PIC XX    VALUE SPACES.                    00005500
           05  PS-AWARD      PIC XX    VALUE SPACES.                    00005600
           05  PS-PLACE      PIC XX    VALUE SPACES.                    00005700
           05  PS-PLACE-N REDEFINES PS-PLACE PIC 99.                    00005800
           05  PS-BASIS      PIC X     VALUE SPACE.                     00005900
           05  PS-PCT        PIC X(05) VALUE SPACES.                    00006000
           05  PS-PCT-N REDEFINES PS-PCT PIC 999V99.                    00006100
           05  PS-AMOUNT     PIC X(07) VALUE SPACES.                    00006200
           05  PS-AMOUNT-N REDEFINES PS-AMOUNT PIC 9(05)V99.            00006300
           05  FILLER        PIC X(61).                                 00006400
                                                                        00006500
       FD  POINTS-IN                                                    00006600
           RECORD CONTAINS 80 CHARACTERS                                00006700
           BLOCK CONTAINS 45 RECORDS.                                   00006800
       01  POINTS-REC.                                                  00006900
           COPY CSEASPTS.                                               00007000
                                                                        00007100
       FD  AWARD-IN                                                     00007200
           RECORD CONTAINS 80 CHARACTERS                                00007300
           BLOCK CONTAINS 45 RECORDS.                                   00007400
       01  AWARD-REC.                                                   00007500
           COPY CAWARDS.                                                00007600
                                                                        00007700
       FD  DUES-IN                                                      00007800
           RECORD CONTAINS 80 CHARACTERS                                00007900
           BLOCK CONTAINS 45 RECORDS.                                   00008000
       01  DUES-REC.                                                    00008100
           COPY CDUESMST.                                               00008200
                                                                        00008300
      *--------------------------------------------------------------   00008400
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY FOR      00008500
      * EACH TEAM'S NAME. OPTIONAL - WITHOUT IT THE NAMES PRINT BLANK.  00008600
      *--------------------------------------------------------------   00008700
       FD  TEAM-MST-IN                                                  00008800
           RECORD CONTAINS 80 CHARACTERS.                               00008900
       01  TEAM-MST-REC.                                                00009000
           05  TEAM-MST-KEY  PIC X(04).                                 00009100
           05  FILLER        PIC X(76).                                 00009200
                                                                        00009300
       FD  REPORT-OUT                                                   00009400
           RECORD CONTAINS 132 CHARACTERS                               00009500
           BLOCK CONTAINS 30 RECORDS.                                   00009600
       01  REPT-LINE         PIC X(132).                                00009700
                                                                        00009800
       WORKING-STORAGE SECTION.                                         00009900
                                                                        00010000
       01  WS-POINTS-STATUS PIC XX VALUE SPACES.                        00010100
       01  WS-SCHED-EOF  PIC X VALUE 'N'.                               00010200
       88  SCHED-EOF     VALUE 'Y'.                                     00010300
       01  WS-POINTS-EOF PIC X VALUE 'N'.                               00010400
       88  POINTS-EOF    VALUE 'Y'.                                     00010500
       01  WS-AWARD-EOF  PIC X VALUE 'N'.                               00010600
       88  AWARD-EOF     VALUE 'Y'.                                     00010700
       01  WS-DUES-EOF   PIC X VALUE 'N'.                               00010800
       88  DUES-EOF      VALUE 'Y'.                                     00010900
                                                                        00011000
       01  WS-CT-SCHED    PIC 9(05) VALUE ZERO.                         00011100
       01  WS-CT-POINTS   PIC 9(05) VALUE ZERO.                         00011200
       01  WS-CT-AWARDS   PIC 9(05) VALUE ZERO.                         00011300
       01  WS-CT-DUES     PIC 9(05) VALUE ZERO.                         00011400
       01  WS-CT-PAID     PIC 9(05) VALUE ZERO.                         00011500
       01  WS-CT-WITHHELD PIC 9(05) VALUE ZERO.                         00011600
       01  WS-CT-EXCEPT   PIC 9(05) VALUE ZERO.                         00011700
       01  WS-CT-UNBAL    PIC 9(05) VALUE ZERO.                         00011800
                                                                        00011900
      *--------------------------------------------------------------   00012000
      * THE PAYOUT SCHEDULE - ONE ENTRY PER LEAGUE PLACE OR AWARD.      00012100
      * SC-AMOUNT IS THE FIXED AMOUNT, OR THE PERCENT OF THE FUND       00012200
      * ONCE THE FUND IS KNOWN.                                         00012300
      *--------------------------------------------------------------   00012400
       01  TBL-SCHED.                                                   00012500
           05  SCHED-ENTRY OCCURS 100 TIMES.                            00012600
               10  SC-LEAGUE     PIC XX.                                00012700
               10  SC-AWARD      PIC XX.                                00012800
               10  SC-PLACE      PIC 99.                                00012900
               10  SC-BASIS      PIC X.                                 00013000
               10  SC-PCT        PIC 999V99.                            00013100
               10  SC-AMOUNT     PIC 9(07)V99.                          00013200
       01  WS-SCHED-COUNT  PIC 9(05) VALUE ZERO.                        00013300
       01  WS-SC-SUB       PIC 9(05) VALUE ZERO.                        00013400
       01  WS-SC-IDX       PIC 9(05) VALUE ZERO.                        00013500
                                                                        00013600
      *--------------------------------------------------------------   00013700
      * THE MONEY BY LEAGUE - 10 LEAGUES AS IN ARRAY2, OVERFLOW         00013800
      * DISCARDED WITH A NOTE. LG-FUND IS THE DUES COLLECTED;           00013900
      * LG-UNAWARDED IS SCHEDULED MONEY NOBODY COULD BE PAID -          00014000
      * NO TEAM IN THE PLACE, NO WINNER, AND ODD CENTS OF A SPLIT.      00014100
      *--------------------------------------------------------------   00014200
       01  TBL-LEAGUE.                                                  00014300
           05  LEAGUE-ENTRY OCCURS 10 TIMES.                            00014400
               10  LG-ID         PIC XX.                                00014500
               10  LG-FUND       PIC 9(07)V99.                          00014600
               10  LG-SCHEDULED  PIC 9(07)V99.                          00014700
               10  LG-TEAM-PAY   PIC 9(07)V99.                          00014800
               10  LG-AWARD-PAY  PIC 9(07)V99.                          00014900
               10  LG-UNAWARDED  PIC 9(07)V99.                          00015000
               10  LG-WITHHELD   PIC 9(07)V99.                          00015100
               10  LG-PAID-OUT   PIC 9(07)V99.                          00015200
       01  WS-LEAGUE-COUNT PIC 9(05) VALUE ZERO.                        00015300
       01  WS-LG-SUB       PIC 9(05) VALUE ZERO.                        00015400
       01  WS-LG-IDX       PIC 9(05) VALUE ZERO.                        00015500
       01  WS-LG-SEEK      PIC XX    VALUE SPACES.                      00015600
                                                                        00015700
      *--------------------------------------------------------------   00015800
      * FINAL POINTS PER LEAGUE/TEAM AND THE FINISHING PLACE            00015900
      * SEASCLOS GAVE THE TEAM.                                         00016000
      *--------------------------------------------------------------   00016100
       01  TBL-TEAMPTS.                                                 00016200
           05  TEAMPTS-ENTRY OCCURS 100 TIMES.                          00016300
               10  TP-LEAGUE-ID  PIC XX.                                00016400
               10  TP-TEAM-ID    PIC XX.                                00016500
               10  TP-PTS-WON    PIC 9(05).                             00016600
               10  TP-PTS-LOST   PIC 9(05).                             00016700
               10  TP-PLACE      PIC 99.                                00016800
       01  WS-PTS-COUNT    PIC 9(05) VALUE ZERO.                        00016900
       01  WS-PTS-SUB      PIC 9(05) VALUE ZERO.                        00017000
       01  WS-PTS-IDX      PIC 9(05) VALUE ZERO.                        00017100
       01  WS-PTS-SEEK-LEAGUE PIC XX VALUE SPACES.                      00017200
       01  WS-PTS-SEEK-TEAM PIC XX  VALUE SPACES.                       00017300
       01  WS-PLACE-SEEK   PIC 99    VALUE ZERO.                        00017400
                                                                        00017500
      *--------------------------------------------------------------   00017600
      * INDIVIDUAL AWARD WINNERS OFF THE AWARDS FILE.                   00017700
      *--------------------------------------------------------------   00017800
       01  TBL-INDIV.                                                   00017900
           05  INDIV-ENTRY OCCURS 30 TIMES.                             00018000
               10  IA-LEAGUE-ID  PIC XX.                                00018100
               10  IA-TYPE       PIC XX.                                00018200
               10  IA-TEAM-ID    PIC XX.                                00018300
               10  IA-BOWLER     PIC A(10).                             00018400
       01  WS-INDIV-COUNT  PIC 9(05) VALUE ZERO.                        00018500
       01  WS-IA-SUB       PIC 9(05) VALUE ZERO.                        00018600
       01  WS-IA-IDX       PIC 9(05) VALUE ZERO.                        00018700
                                                                        00018800
      *--------------------------------------------------------------   00018900
      * THE DUES MASTER, ONE ENTRY PER BOWLER/TEAM PAIR IN ITS OWN      00019000
      * LEAGUE/TEAM/BOWLER ORDER, WITH WHAT EACH BOWLER WINS.           00019100
      * DU-AWARD-CODE HOLDS 'HA', 'HG', 'HS' FOR AWARDS WON.            00019200
      *--------------------------------------------------------------   00019300
       01  TBL-DUES.                                                    00019400
           05  DUES-ENTRY OCCURS 1000 TIMES.                            00019500
               10  DU-LEAGUE     PIC XX.                                00019600
               10  DU-TEAM       PIC XX.                                00019700
               10  DU-BOWLER     PIC A(10).                             00019800
               10  DU-DUE        PIC 9(05)V99.                          00019900
               10  DU-PAID       PIC 9(05)V99.                          00020000
               10  DU-PLACE      PIC 99.                                00020100
               10  DU-AWARD-CODE PIC XX    OCCURS 3 TIMES.              00020200
               10  DU-TEAM-WIN   PIC 9(05)V99.                          00020300
               10  DU-AWARD-WIN  PIC 9(05)V99.                          00020400
               10  DU-GROSS      PIC 9(05)V99.                          00020500
               10  DU-ARREARS    PIC 9(05)V99.                          00020600
               10  DU-WITHHELD   PIC 9(05)V99.                          00020700
               10  DU-NET        PIC 9(05)V99.                          00020800
       01  WS-DUES-COUNT   PIC 9(05) VALUE ZERO.                        00020900
       01  WS-DU-SUB       PIC 9(05) VALUE ZERO.                        00021000
       01  WS-DU-IDX       PIC 9(05) VALUE ZERO.                        00021100
       01  WS-AWD-SUB      PIC 9     VALUE ZERO.                        00021200
                                                                        00021300
       01  WS-TEAM-BOWLERS PIC 9(05) VALUE ZERO.                        00021400
       01  WS-SPLIT-SHARE  PIC 9(05)V99 VALUE ZERO.                     00021500
       01  WS-SPLIT-TOTAL  PIC 9(07)V99 VALUE ZERO.                     00021600
       01  WS-ODD-CENTS    PIC 9(07)V99 VALUE ZERO.                     00021700
       01  WS-RETENTION    PIC S9(07)V99 VALUE ZERO.                    00021800
       01  WS-PAYOUTS      PIC 9(07)V99 VALUE ZERO.                     00021900
       01  WS-PROOF        PIC S9(07)V99 VALUE ZERO.                    00022000
       01  WS-OVER-FUND    PIC 9(07)V99 VALUE ZERO.                     00022100
       01  WS-EXCEPT-TEXT  PIC X(60) VALUE SPACES.                      00022200
       01  WS-AWARD-NAME   PIC X(14) VALUE SPACES.                      00022300
       01  WS-RECON-LABEL  PIC X(29) VALUE SPACES.                      00022400
                                                                        00022500
       01  WS-LEAGUE-HOLD  PIC XX    VALUE SPACES.                      00022600
       01  WS-TEAM-HOLD    PIC XX    VALUE SPACES.                      00022700
       01  WS-TOT-GROSS    PIC 9(07)V99 VALUE ZERO.                     00022800
       01  WS-TOT-WITHHELD PIC 9(07)V99 VALUE ZERO.                     00022900
       01  WS-TOT-NET      PIC 9(07)V99 VALUE ZERO.                     00023000
                                                                        00023100
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00023200
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00023300
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00023400
       01  TEAM-WORK.                                                   00023500
           COPY CTEAMMST.                                               00023600
       01  WS-NAME-SEEK-KEY.                                            00023700
           05  WS-NAME-SEEK-LEAGUE PIC XX VALUE SPACES.                 00023800
           05  WS-NAME-SEEK-TEAM   PIC XX VALUE SPACES.                 00023900
       01  WS-TEAM-NAME    PIC X(20) VALUE SPACES.                      00024000
                                                                        00024100
       01  WS-EDIT-AMT     PIC ZZZZ9.99.                                00024200
       01  WS-EDIT-AMT-2   PIC ZZZZ9.99.                                00024300
       01  WS-EDIT-AMT-3   PIC ZZZZ9.99.                                00024400
       01  WS-EDIT-AMT-4   PIC ZZZZ9.99.                                00024500
       01  WS-EDIT-AMT-5   PIC ZZZZ9.99.                                00024600
       01  WS-EDIT-AMT-6   PIC ZZZZ9.99.                                00024700
       01  WS-EDIT-TOT     PIC Z(6)9.99.                                00024800
       01  WS-EDIT-SIGNED  PIC -(7)9.99.                                00024900
       01  WS-EDIT-PCT     PIC ZZ9.99.                                  00025000
       01  WS-EDIT-PLACE   PIC Z9 BLANK WHEN ZERO.                      00025100
       01  WS-EDIT-PTS     PIC ZZZZ9.                                   00025200
       01  WS-EDIT-CT      PIC ZZZZ9.                                   00025300
                                                                        00025400
       PROCEDURE DIVISION.                                              00025500
       MAIN.                                                            00025600
           OPEN OUTPUT REPORT-OUT.                                      00025700
           PERFORM OPEN-TEAM-MASTER.                                    00025800
           PERFORM PRINT-EXCEPT-HEADING.                                00025900
           PERFORM LOAD-DUES.                                           00026000
           PERFORM LOAD-SCHEDULE.                                       00026100
           PERFORM LOAD-POINTS.                                         00026200
           PERFORM LOAD-AWARDS.                                         00026300
           PERFORM PAY-ONE-SCHED VARYING WS-SC-SUB FROM 1 BY 1          00026400
             UNTIL WS-SC-SUB > WS-SCHED-COUNT.                          00026500
           PERFORM SETTLE-ONE-BOWLER VARYING WS-DU-SUB FROM 1 BY 1      00026600
             UNTIL WS-DU-SUB > WS-DUES-COUNT.                           00026700
           IF WS-CT-EXCEPT = ZERO                                       00026800
               MOVE SPACES TO REPT-LINE                                 00026900
               MOVE 'NO SCHEDULE OR RESULTS EXCEPTIONS' TO REPT-LINE    00027000
               WRITE REPT-LINE.                                         00027100
           PERFORM PRINT-ONE-LEAGUE VARYING WS-LG-SUB FROM 1 BY 1       00027200
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT.                         00027300
           PERFORM PRINT-WITHHELD.                                      00027400
           PERFORM CLEANUP.                                             00027500
                                                                        00027600
      *--------------------------------------------------------------   00027700
      * THE FINAL DUES MASTER - EVERY BOWLER ON IT SHARES IN HIS        00027800
      * TEAM'S WINNINGS, AND HIS PAID FIGURE GOES INTO THE LEAGUE'S     00027900
      * FUND COLLECTED.                                                 00028000
      *--------------------------------------------------------------   00028100
       LOAD-DUES.                                                       00028200
           OPEN INPUT DUES-IN.                                          00028300
           PERFORM READ-DUES.                                           00028400
           PERFORM STORE-DUES UNTIL DUES-EOF.                           00028500
           CLOSE DUES-IN.                                               00028600
                                                                        00028700
       READ-DUES.                                                       00028800
           READ DUES-IN                                                 00028900
               AT END                                                   00029000
                   MOVE 'Y' TO WS-DUES-EOF                              00029100
               NOT AT END                                               00029200
                   ADD 1 TO WS-CT-DUES.                                 00029300
                                                                        00029400
       STORE-DUES.                                                      00029500
           MOVE DM-LEAGUE-ID TO WS-LG-SEEK.                             00029600
           PERFORM LOCATE-LEAGUE.                                       00029700
           IF WS-LG-IDX NOT = ZERO                                      00029800
               IF WS-DUES-COUNT < 1000                                  00029900
                   ADD 1 TO WS-DUES-COUNT                               00030000
                   MOVE DM-LEAGUE-ID TO DU-LEAGUE(WS-DUES-COUNT)        00030100
                   MOVE DM-TEAM-ID   TO DU-TEAM(WS-DUES-COUNT)          00030200
                   MOVE DM-BOWLER    TO DU-BOWLER(WS-DUES-COUNT)        00030300
                   MOVE DM-DUE       TO DU-DUE(WS-DUES-COUNT)           00030400
                   MOVE DM-PAID      TO DU-PAID(WS-DUES-COUNT)          00030500
                   MOVE ZERO TO DU-PLACE(WS-DUES-COUNT),                00030600
                       DU-TEAM-WIN(WS-DUES-COUNT),                      00030700
                       DU-AWARD-WIN(WS-DUES-COUNT),                     00030800
                       DU-GROSS(WS-DUES-COUNT),                         00030900
                       DU-ARREARS(WS-DUES-COUNT),                       00031000
                       DU-WITHHELD(WS-DUES-COUNT),                      00031100
                       DU-NET(WS-DUES-COUNT)                            00031200
                   MOVE SPACES TO DU-AWARD-CODE(WS-DUES-COUNT, 1),      00031300
                       DU-AWARD-CODE(WS-DUES-COUNT, 2),                 00031400
                       DU-AWARD-CODE(WS-DUES-COUNT, 3)                  00031500
                   ADD DM-PAID TO LG-FUND(WS-LG-IDX)                    00031600
               ELSE                                                     00031700
                   DISPLAY 'DUES TABLE FULL - ENTRY DISCARDED FOR '     00031800
                       DM-BOWLER ' ' DM-TEAM-ID                         00031900
               END-IF                                                   00032000
           END-IF.                                                      00032100
           PERFORM READ-DUES.                                           00032200
                                                                        00032300
      *    FINDS WS-LG-SEEK IN THE LEAGUE TABLE, ADDING IT IF NEW.      00032400
      *    WS-LG-IDX COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.       00032500
       LOCATE-LEAGUE.                                                   00032600
           PERFORM SEEK-LEAGUE.                                         00032700
           IF WS-LG-IDX = ZERO                                          00032800
               IF WS-LEAGUE-COUNT < 10                                  00032900
                   ADD 1 TO WS-LEAGUE-COUNT                             00033000
                   MOVE WS-LEAGUE-COUNT TO WS-LG-IDX                    00033100
                   MOVE WS-LG-SEEK TO LG-ID(WS-LG-IDX)                  00033200
                   MOVE ZERO TO LG-FUND(WS-LG-IDX),                     00033300
                       LG-SCHEDULED(WS-LG-IDX),                         00033400
                       LG-TEAM-PAY(WS-LG-IDX),                          00033500
                       LG-AWARD-PAY(WS-LG-IDX),                         00033600
                       LG-UNAWARDED(WS-LG-IDX),                         00033700
                       LG-WITHHELD(WS-LG-IDX),                          00033800
                       LG-PAID-OUT(WS-LG-IDX)                           00033900
               ELSE                                                     00034000
                   DISPLAY 'LEAGUE TABLE FULL - ENTRY DISCARDED FOR '   00034100
                       WS-LG-SEEK.                                      00034200
                                                                        00034300
       SEEK-LEAGUE.                                                     00034400
           MOVE ZEROES TO WS-LG-SUB, WS-LG-IDX.                         00034500
           PERFORM SEEK-LEAGUE-ONE VARYING WS-LG-SUB FROM 1 BY 1        00034600
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT                          00034700
                OR WS-LG-IDX NOT = ZERO.                                00034800
                                                                        00034900
       SEEK-LEAGUE-ONE.                                                 00035000
           IF LG-ID(WS-LG-SUB) = WS-LG-SEEK                             00035100
               MOVE WS-LG-SUB TO WS-LG-IDX.                             00035200
                                                                        00035300
      *--------------------------------------------------------------   00035400
      * THE PAYOUT SCHEDULE. A CARD THAT CANNOT BE PAID AS WRITTEN,     00035500
      * OR REPEATS A PLACE OR AWARD ALREADY SCHEDULED, IS LISTED AS     00035600
      * AN EXCEPTION AND LEFT OUT.                                      00035700
      *--------------------------------------------------------------   00035800
       LOAD-SCHEDULE.                                                   00035900
           OPEN INPUT SCHED-IN.                                         00036000
           PERFORM READ-SCHED.                                          00036100
           PERFORM STORE-SCHED UNTIL SCHED-EOF.                         00036200
           CLOSE SCHED-IN.                                              00036300
                                                                        00036400
       READ-SCHED.                                                      00036500
           READ SCHED-IN                                                00036600
               AT END                                                   00036700
                   MOVE 'Y' TO WS-SCHED-EOF                             00036800
               NOT AT END                                               00036900
                   ADD 1 TO WS-CT-SCHED.                                00037000
                                                                        00037100
       STORE-SCHED.                                                     00037200
           MOVE SPACES TO WS-EXCEPT-TEXT.                               00037300
           IF PS-AWARD = 'PL'                                           00037400
               IF PS-PLACE NOT NUMERIC OR PS-PLACE-N = ZERO             00037500
                   MOVE 'PLACE MISSING OR NOT NUMERIC'                  00037600
                     TO WS-EXCEPT-TEXT                                  00037700
               END-IF                                                   00037800
           ELSE                                                         00037900
               IF PS-AWARD = 'HA' OR 'HG' OR 'HS'                       00038000
                   MOVE ZEROES TO PS-PLACE                              00038100
               ELSE                                                     00038200
                   MOVE 'AWARD CODE NOT PL, HA, HG OR HS'               00038300
                     TO WS-EXCEPT-TEXT                                  00038400
               END-IF                                                   00038500
           END-IF.                                                      00038600
           IF WS-EXCEPT-TEXT = SPACES                                   00038700
               IF PS-BASIS = 'P'                                        00038800
                   IF PS-PCT NOT NUMERIC                                00038900
                       MOVE 'PERCENT NOT NUMERIC' TO WS-EXCEPT-TEXT     00039000
                   END-IF                                               00039100
               ELSE                                                     00039200
                   IF PS-BASIS = 'A'                                    00039300
                       IF PS-AMOUNT NOT NUMERIC                         00039400
                           MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCEPT-TEXT  00039500
                       END-IF                                           00039600
                   ELSE                                                 00039700
                       MOVE 'BASIS NOT P OR A' TO WS-EXCEPT-TEXT        00039800
                   END-IF                                               00039900
               END-IF                                                   00040000
           END-IF.                                                      00040100
           IF WS-EXCEPT-TEXT = SPACES                                   00040200
               PERFORM SEEK-SCHED                                       00040300
               IF WS-SC-IDX NOT = ZERO                                  00040400
                   MOVE 'PLACE OR AWARD ALREADY SCHEDULED'              00040500
                     TO WS-EXCEPT-TEXT                                  00040600
               END-IF                                                   00040700
           END-IF.                                                      00040800
           IF WS-EXCEPT-TEXT = SPACES                                   00040900
               MOVE PS-LEAGUE-ID TO WS-LG-SEEK                          00041000
               PERFORM LOCATE-LEAGUE                                    00041100
               IF WS-LG-IDX NOT = ZERO                                  00041200
                   PERFORM ADD-SCHED                                    00041300
               END-IF                                                   00041400
           ELSE                                                         00041500
               PERFORM PRINT-SCHED-EXCEPT.                              00041600
           PERFORM READ-SCHED.                                          00041700
                                                                        00041800
       SEEK-SCHED.                                                      00041900
           MOVE ZEROES TO WS-SC-IDX.                                    00042000
           PERFORM SEEK-SCHED-ONE VARYING WS-SC-SUB FROM 1 BY 1         00042100
             UNTIL WS-SC-SUB > WS-SCHED-COUNT                           00042200
                OR WS-SC-IDX NOT = ZERO.                                00042300
                                                                        00042400
       SEEK-SCHED-ONE.                                                  00042500
           IF SC-LEAGUE(WS-SC-SUB) = PS-LEAGUE-ID                       00042600
              AND SC-AWARD(WS-SC-SUB) = PS-AWARD                        00042700
              AND SC-PLACE(WS-SC-SUB) = PS-PLACE-N                      00042800
               MOVE WS-SC-SUB TO WS-SC-IDX.                             00042900
                                                                        00043000
       ADD-SCHED.                                                       00043100
           IF WS-SCHED-COUNT < 100                                      00043200
               ADD 1 TO WS-SCHED-COUNT                                  00043300
               MOVE PS-LEAGUE-ID TO SC-LEAGUE(WS-SCHED-COUNT)           00043400
               MOVE PS-AWARD TO SC-AWARD(WS-SCHED-COUNT)                00043500
               MOVE PS-PLACE-N TO SC-PLACE(WS-SCHED-COUNT)              00043600
               MOVE PS-BASIS TO SC-BASIS(WS-SCHED-COUNT)                00043700
               MOVE ZERO TO SC-PCT(WS-SCHED-COUNT),                     00043800
                   SC-AMOUNT(WS-SCHED-COUNT)                            00043900
               IF PS-BASIS = 'P'                                        00044000
                   MOVE PS-PCT-N TO SC-PCT(WS-SCHED-COUNT)              00044100
               ELSE                                                     00044200
                   MOVE PS-AMOUNT-N TO SC-AMOUNT(WS-SCHED-COUNT)        00044300
               END-IF                                                   00044400
           ELSE                                                         00044500
               DISPLAY 'SCHEDULE TABLE FULL - ENTRY DISCARDED FOR '     00044600
                   PS-LEAGUE-ID ' ' PS-AWARD ' ' PS-PLACE.              00044700
                                                                        00044800
       PRINT-SCHED-EXCEPT.                                              00044900
           ADD 1 TO WS-CT-EXCEPT.                                       00045000
           MOVE SPACES TO REPT-LINE.                                    00045100
           STRING 'SCHEDULE ' PS-LEAGUE-ID ' ' PS-AWARD ' ' PS-PLACE    00045200
                  ' ' PS-BASIS ' ' PS-PCT ' ' PS-AMOUNT                 00045300
                  '  NOT USED - ' WS-EXCEPT-TEXT                        00045400
                  DELIMITED BY SIZE                                     00045500
             INTO REPT-LINE.                                            00045600
           WRITE REPT-LINE.                                             00045700
                                                                        00045800
      *--------------------------------------------------------------   00045900
      * FINAL SEASON POINTS - THE TEAMS IN EACH LEAGUE AND THEIR        00046000
      * WON-LOST FOR THE REGISTER. OPTIONAL, AS IN SEASCLOS.            00046100
      *--------------------------------------------------------------   00046200
       LOAD-POINTS.                                                     00046300
           OPEN INPUT POINTS-IN.                                        00046400
           IF WS-POINTS-STATUS = '00'                                   00046500
               PERFORM READ-POINTS                                      00046600
               PERFORM STORE-POINTS UNTIL POINTS-EOF                    00046700
               CLOSE POINTS-IN.                                         00046800
                                                                        00046900
       READ-POINTS.                                                     00047000
           READ POINTS-IN                                               00047100
               AT END                                                   00047200
                   MOVE 'Y' TO WS-POINTS-EOF                            00047300
               NOT AT END                                               00047400
                   ADD 1 TO WS-CT-POINTS.                               00047500
                                                                        00047600
       STORE-POINTS.                                                    00047700
           MOVE SP-LEAGUE-ID TO WS-PTS-SEEK-LEAGUE.                     00047800
           MOVE SP-TEAM-ID TO WS-PTS-SEEK-TEAM.                         00047900
           PERFORM LOCATE-TEAMPTS.                                      00048000
           IF WS-PTS-IDX NOT = ZERO                                     00048100
               ADD SP-PTS-WON  TO TP-PTS-WON(WS-PTS-IDX)                00048200
               ADD SP-PTS-LOST TO TP-PTS-LOST(WS-PTS-IDX).              00048300
           PERFORM READ-POINTS.                                         00048400
                                                                        00048500
      *    FINDS WS-PTS-SEEK-LEAGUE/TEAM, ADDING THE TEAM IF NEW.       00048600
       LOCATE-TEAMPTS.                                                  00048700
           MOVE ZEROES TO WS-PTS-IDX.                                   00048800
           PERFORM FIND-TEAMPTS VARYING WS-PTS-SUB FROM 1 BY 1          00048900
             UNTIL WS-PTS-SUB > WS-PTS-COUNT                            00049000
                OR WS-PTS-IDX NOT = ZERO.                               00049100
           IF WS-PTS-IDX = ZERO                                         00049200
               IF WS-PTS-COUNT < 100                                    00049300
                   ADD 1 TO WS-PTS-COUNT                                00049400
                   MOVE WS-PTS-COUNT TO WS-PTS-IDX                      00049500
                   MOVE WS-PTS-SEEK-LEAGUE TO TP-LEAGUE-ID(WS-PTS-IDX)  00049600
                   MOVE WS-PTS-SEEK-TEAM TO TP-TEAM-ID(WS-PTS-IDX)      00049700
                   MOVE ZERO TO TP-PTS-WON(WS-PTS-IDX),                 00049800
                       TP-PTS-LOST(WS-PTS-IDX), TP-PLACE(WS-PTS-IDX)    00049900
               ELSE                                                     00050000
                   DISPLAY 'TEAM POINTS TABLE FULL - ENTRY '            00050100
                       'DISCARDED FOR TEAM ' WS-PTS-SEEK-TEAM.          00050200
                                                                        00050300
       FIND-TEAMPTS.                                                    00050400
           IF TP-LEAGUE-ID(WS-PTS-SUB) = WS-PTS-SEEK-LEAGUE             00050500
              AND TP-TEAM-ID(WS-PTS-SUB) = WS-PTS-SEEK-TEAM             00050600
               MOVE WS-PTS-SUB TO WS-PTS-IDX.                           00050700
                                                                        00050800
      *--------------------------------------------------------------   00050900
      * SEASCLOS'S RESULTS - A PLACE RECORD FIXES THE TEAM'S PLACE      00051000
      * (A TEAM NOT ON THE POINTS FILE IS TAKEN WITH THE POINTS THE     00051100
      * RESULT CARRIES); AN AWARD RECORD NAMES THE WINNER.              00051200
      *--------------------------------------------------------------   00051300
       LOAD-AWARDS.                                                     00051400
           OPEN INPUT AWARD-IN.                                         00051500
           PERFORM READ-AWARD.                                          00051600
           PERFORM STORE-AWARD UNTIL AWARD-EOF.                         00051700
           CLOSE AWARD-IN.                                              00051800
                                                                        00051900
       READ-AWARD.                                                      00052000
           READ AWARD-IN                                                00052100
               AT END                                                   00052200
                   MOVE 'Y' TO WS-AWARD-EOF                             00052300
               NOT AT END                                               00052400
                   ADD 1 TO WS-CT-AWARDS.                               00052500
                                                                        00052600
       STORE-AWARD.                                                     00052700
           IF AW-TYPE = 'PL'                                            00052800
               MOVE AW-LEAGUE-ID TO WS-PTS-SEEK-LEAGUE                  00052900
               MOVE AW-TEAM-ID TO WS-PTS-SEEK-TEAM                      00053000
               PERFORM LOCATE-TEAMPTS                                   00053100
               IF WS-PTS-IDX NOT = ZERO                                 00053200
                   MOVE AW-PLACE TO TP-PLACE(WS-PTS-IDX)                00053300
                   IF TP-PTS-WON(WS-PTS-IDX) = ZERO                     00053400
                       MOVE AW-FIGURE TO TP-PTS-WON(WS-PTS-IDX)         00053500
                   END-IF                                               00053600
               END-IF                                                   00053700
           ELSE                                                         00053800
               IF WS-INDIV-COUNT < 30                                   00053900
                   ADD 1 TO WS-INDIV-COUNT                              00054000
                   MOVE AW-LEAGUE-ID TO IA-LEAGUE-ID(WS-INDIV-COUNT)    00054100
                   MOVE AW-TYPE TO IA-TYPE(WS-INDIV-COUNT)              00054200
                   MOVE AW-TEAM-ID TO IA-TEAM-ID(WS-INDIV-COUNT)        00054300
                   MOVE AW-BOWLER TO IA-BOWLER(WS-INDIV-COUNT)          00054400
               ELSE                                                     00054500
                   DISPLAY 'AWARD TABLE FULL - ENTRY DISCARDED FOR '    00054600
                       AW-LEAGUE-ID ' ' AW-TYPE                         00054700
               END-IF                                                   00054800
           END-IF.                                                      00054900
           PERFORM READ-AWARD.                                          00055000
                                                                        00055100
      *--------------------------------------------------------------   00055200
      * PAY ONE SCHEDULE ENTRY. THE AMOUNT IS SCHEDULED AGAINST THE     00055300
      * LEAGUE'S FUND WHETHER OR NOT ANYONE CAN BE PAID IT - WHAT       00055400
      * CANNOT BE PAID STAYS WITH THE HOUSE AND IS LISTED.              00055500
      *--------------------------------------------------------------   00055600
       PAY-ONE-SCHED.                                                   00055700
           MOVE SC-LEAGUE(WS-SC-SUB) TO WS-LG-SEEK.                     00055800
           PERFORM SEEK-LEAGUE.                                         00055900
           IF SC-BASIS(WS-SC-SUB) = 'P'                                 00056000
               COMPUTE SC-AMOUNT(WS-SC-SUB) ROUNDED =                   00056100
                   LG-FUND(WS-LG-IDX) * SC-PCT(WS-SC-SUB) / 100.        00056200
           ADD SC-AMOUNT(WS-SC-SUB) TO LG-SCHEDULED(WS-LG-IDX).         00056300
           IF SC-AWARD(WS-SC-SUB) = 'PL'                                00056400
               PERFORM PAY-PLACE                                        00056500
           ELSE                                                         00056600
               PERFORM PAY-INDIVIDUAL.                                  00056700
                                                                        00056800
       PAY-PLACE.                                                       00056900
           MOVE ZEROES TO WS-PTS-IDX.                                   00057000
           PERFORM SEEK-PLACE-ONE VARYING WS-PTS-SUB FROM 1 BY 1        00057100
             UNTIL WS-PTS-SUB > WS-PTS-COUNT                            00057200
                OR WS-PTS-IDX NOT = ZERO.                               00057300
           IF WS-PTS-IDX = ZERO                                         00057400
               MOVE SC-PLACE(WS-SC-SUB) TO WS-EDIT-PLACE                00057500
               MOVE SPACES TO WS-EXCEPT-TEXT                            00057600
               STRING 'NO TEAM FINISHED IN PLACE ' WS-EDIT-PLACE        00057700
                   DELIMITED BY SIZE INTO WS-EXCEPT-TEXT                00057800
               PERFORM PRINT-PAY-EXCEPT                                 00057900
           ELSE                                                         00058000
               MOVE ZERO TO WS-TEAM-BOWLERS                             00058100
               PERFORM COUNT-TEAM-BOWLER VARYING WS-DU-SUB              00058200
                 FROM 1 BY 1 UNTIL WS-DU-SUB > WS-DUES-COUNT            00058300
               IF WS-TEAM-BOWLERS = ZERO                                00058400
                   MOVE SPACES TO WS-EXCEPT-TEXT                        00058500
                   STRING 'NO BOWLERS ON DUES MASTER FOR TEAM '         00058600
                          TP-TEAM-ID(WS-PTS-IDX)                        00058700
                       DELIMITED BY SIZE INTO WS-EXCEPT-TEXT            00058800
                   PERFORM PRINT-PAY-EXCEPT                             00058900
               ELSE                                                     00059000
                   PERFORM SPLIT-TEAM-SHARE                             00059100
               END-IF                                                   00059200
           END-IF.                                                      00059300
                                                                        00059400
       SEEK-PLACE-ONE.                                                  00059500
           IF TP-LEAGUE-ID(WS-PTS-SUB) = SC-LEAGUE(WS-SC-SUB)           00059600
              AND TP-PLACE(WS-PTS-SUB) = SC-PLACE(WS-SC-SUB)            00059700
               MOVE WS-PTS-SUB TO WS-PTS-IDX.                           00059800
                                                                        00059900
       COUNT-TEAM-BOWLER.                                               00060000
           IF DU-LEAGUE(WS-DU-SUB) = TP-LEAGUE-ID(WS-PTS-IDX)           00060100
              AND DU-TEAM(WS-DU-SUB) = TP-TEAM-ID(WS-PTS-IDX)           00060200
               ADD 1 TO WS-TEAM-BOWLERS.                                00060300
                                                                        00060400
      *    EVEN SHARES TO THE CENT, DROPPING ANY FRACTION; THE ODD      00060500
      *    CENTS LEFT OVER ARE THE HOUSE'S.                             00060600
       SPLIT-TEAM-SHARE.                                                00060700
           COMPUTE WS-SPLIT-SHARE =                                     00060800
               SC-AMOUNT(WS-SC-SUB) / WS-TEAM-BOWLERS.                  00060900
           COMPUTE WS-SPLIT-TOTAL = WS-SPLIT-SHARE * WS-TEAM-BOWLERS.   00061000
           COMPUTE WS-ODD-CENTS = SC-AMOUNT(WS-SC-SUB) - WS-SPLIT-TOTAL.00061100
           ADD WS-SPLIT-TOTAL TO LG-TEAM-PAY(WS-LG-IDX).                00061200
           ADD WS-ODD-CENTS TO LG-UNAWARDED(WS-LG-IDX).                 00061300
           PERFORM CREDIT-TEAM-BOWLER VARYING WS-DU-SUB FROM 1 BY 1     00061400
             UNTIL WS-DU-SUB > WS-DUES-COUNT.                           00061500
                                                                        00061600
       CREDIT-TEAM-BOWLER.                                              00061700
           IF DU-LEAGUE(WS-DU-SUB) = TP-LEAGUE-ID(WS-PTS-IDX)           00061800
              AND DU-TEAM(WS-DU-SUB) = TP-TEAM-ID(WS-PTS-IDX)           00061900
               ADD WS-SPLIT-SHARE TO DU-TEAM-WIN(WS-DU-SUB)             00062000
               MOVE SC-PLACE(WS-SC-SUB) TO DU-PLACE(WS-DU-SUB).         00062100
                                                                        00062200
       PAY-INDIVIDUAL.                                                  00062300
           PERFORM GET-AWARD-NAME.                                      00062400
           MOVE ZEROES TO WS-IA-IDX.                                    00062500
           PERFORM SEEK-INDIV-ONE VARYING WS-IA-SUB FROM 1 BY 1         00062600
             UNTIL WS-IA-SUB > WS-INDIV-COUNT                           00062700
                OR WS-IA-IDX NOT = ZERO.                                00062800
           IF WS-IA-IDX = ZERO                                          00062900
               MOVE SPACES TO WS-EXCEPT-TEXT                            00063000
               STRING 'NO ' DELIMITED BY SIZE                           00063100
                      WS-AWARD-NAME DELIMITED BY '  '                   00063200
                      ' WINNER ON THE AWARDS FILE' DELIMITED BY SIZE    00063300
                 INTO WS-EXCEPT-TEXT                                    00063400
               PERFORM PRINT-PAY-EXCEPT                                 00063500
           ELSE                                                         00063600
               MOVE ZEROES TO WS-DU-IDX                                 00063700
               PERFORM SEEK-WINNER-ONE VARYING WS-DU-SUB FROM 1 BY 1    00063800
                 UNTIL WS-DU-SUB > WS-DUES-COUNT                        00063900
                    OR WS-DU-IDX NOT = ZERO                             00064000
               IF WS-DU-IDX = ZERO                                      00064100
                   MOVE SPACES TO WS-EXCEPT-TEXT                        00064200
                   STRING WS-AWARD-NAME DELIMITED BY '  '               00064300
                          ' WINNER ' IA-BOWLER(WS-IA-IDX) ' TEAM '      00064400
                          IA-TEAM-ID(WS-IA-IDX)                         00064500
                          ' NOT ON DUES MASTER' DELIMITED BY SIZE       00064600
                     INTO WS-EXCEPT-TEXT                                00064700
                   PERFORM PRINT-PAY-EXCEPT                             00064800
               ELSE                                                     00064900
                   ADD SC-AMOUNT(WS-SC-SUB)                             00065000
                     TO DU-AWARD-WIN(WS-DU-IDX)                         00065100
                   ADD SC-AMOUNT(WS-SC-SUB)                             00065200
                     TO LG-AWARD-PAY(WS-LG-IDX)                         00065300
                   PERFORM NOTE-AWARD-CODE                              00065400
               END-IF                                                   00065500
           END-IF.                                                      00065600
                                                                        00065700
       SEEK-INDIV-ONE.                                                  00065800
           IF IA-LEAGUE-ID(WS-IA-SUB) = SC-LEAGUE(WS-SC-SUB)            00065900
              AND IA-TYPE(WS-IA-SUB) = SC-AWARD(WS-SC-SUB)              00066000
               MOVE WS-IA-SUB TO WS-IA-IDX.                             00066100
                                                                        00066200
       SEEK-WINNER-ONE.                                                 00066300
           IF DU-LEAGUE(WS-DU-SUB) = IA-LEAGUE-ID(WS-IA-IDX)            00066400
              AND DU-TEAM(WS-DU-SUB) = IA-TEAM-ID(WS-IA-IDX)            00066500
              AND DU-BOWLER(WS-DU-SUB) = IA-BOWLER(WS-IA-IDX)           00066600
               MOVE WS-DU-SUB TO WS-DU-IDX.                             00066700
                                                                        00066800
       NOTE-AWARD-CODE.                                                 00066900
           IF SC-AWARD(WS-SC-SUB) = 'HA'                                00067000
               MOVE 'HA' TO DU-AWARD-CODE(WS-DU-IDX, 1).                00067100
           IF SC-AWARD(WS-SC-SUB) = 'HG'                                00067200
               MOVE 'HG' TO DU-AWARD-CODE(WS-DU-IDX, 2).                00067300
           IF SC-AWARD(WS-SC-SUB) = 'HS'                                00067400
               MOVE 'HS' TO DU-AWARD-CODE(WS-DU-IDX, 3).                00067500
                                                                        00067600
       GET-AWARD-NAME.                                                  00067700
           MOVE SPACES TO WS-AWARD-NAME.                                00067800
           IF SC-AWARD(WS-SC-SUB) = 'HA'                                00067900
               MOVE 'HIGH AVERAGE' TO WS-AWARD-NAME.                    00068000
           IF SC-AWARD(WS-SC-SUB) = 'HG'                                00068100
               MOVE 'HIGH GAME' TO WS-AWARD-NAME.                       00068200
           IF SC-AWARD(WS-SC-SUB) = 'HS'                                00068300
               MOVE 'HIGH SERIES' TO WS-AWARD-NAME.                     00068400
                                                                        00068500
      *    THE AMOUNT NOBODY COULD BE PAID STAYS WITH THE HOUSE.        00068600
       PRINT-PAY-EXCEPT.                                                00068700
           ADD SC-AMOUNT(WS-SC-SUB) TO LG-UNAWARDED(WS-LG-IDX).         00068800
           ADD 1 TO WS-CT-EXCEPT.                                       00068900
           MOVE SC-AMOUNT(WS-SC-SUB) TO WS-EDIT-AMT.                    00069000
           MOVE SPACES TO REPT-LINE.                                    00069100
           STRING 'LEAGUE ' SC-LEAGUE(WS-SC-SUB) '  ' WS-EDIT-AMT       00069200
                  ' RETAINED BY THE HOUSE - ' WS-EXCEPT-TEXT            00069300
                  DELIMITED BY SIZE                                     00069400
             INTO REPT-LINE.                                            00069500
           WRITE REPT-LINE.                                             00069600
                                                                        00069700
      *--------------------------------------------------------------   00069800
      * SETTLE ONE BOWLER - HIS WINNINGS LESS ANY DUES STILL UNPAID,    00069900
      * WHICH ARE WITHHELD UP TO THE SIZE OF THE WINNINGS.              00070000
      *--------------------------------------------------------------   00070100
       SETTLE-ONE-BOWLER.                                               00070200
           COMPUTE DU-GROSS(WS-DU-SUB) =                                00070300
               DU-TEAM-WIN(WS-DU-SUB) + DU-AWARD-WIN(WS-DU-SUB).        00070400
           IF DU-DUE(WS-DU-SUB) > DU-PAID(WS-DU-SUB)                    00070500
               COMPUTE DU-ARREARS(WS-DU-SUB) =                          00070600
                   DU-DUE(WS-DU-SUB) - DU-PAID(WS-DU-SUB).              00070700
           IF DU-GROSS(WS-DU-SUB) > ZERO                                00070800
               IF DU-ARREARS(WS-DU-SUB) > DU-GROSS(WS-DU-SUB)           00070900
                   MOVE DU-GROSS(WS-DU-SUB) TO DU-WITHHELD(WS-DU-SUB)   00071000
               ELSE                                                     00071100
                   MOVE DU-ARREARS(WS-DU-SUB) TO DU-WITHHELD(WS-DU-SUB) 00071200
               END-IF                                                   00071300
               COMPUTE DU-NET(WS-DU-SUB) =                              00071400
                   DU-GROSS(WS-DU-SUB) - DU-WITHHELD(WS-DU-SUB)         00071500
               MOVE DU-LEAGUE(WS-DU-SUB) TO WS-LG-SEEK                  00071600
               PERFORM SEEK-LEAGUE                                      00071700
               ADD DU-WITHHELD(WS-DU-SUB) TO LG-WITHHELD(WS-LG-IDX)     00071800
               ADD DU-NET(WS-DU-SUB) TO LG-PAID-OUT(WS-LG-IDX)          00071900
               ADD 1 TO WS-CT-PAID                                      00072000
               IF DU-WITHHELD(WS-DU-SUB) > ZERO                         00072100
                   ADD 1 TO WS-CT-WITHHELD.                             00072200
                                                                        00072300
      *--------------------------------------------------------------   00072400
      * ONE LEAGUE'S PAGE - THE PAYOUT REGISTER, EVERY BOWLER WITH      00072500
      * WINNINGS IN DUES-MASTER ORDER, THEN THE RECONCILIATION.         00072600
      *--------------------------------------------------------------   00072700
       PRINT-ONE-LEAGUE.                                                00072800
           MOVE LG-ID(WS-LG-SUB) TO WS-LEAGUE-HOLD.                     00072900
           MOVE SPACES TO WS-TEAM-HOLD.                                 00073000
           MOVE ZERO TO WS-TOT-GROSS, WS-TOT-WITHHELD, WS-TOT-NET.      00073100
           MOVE SPACES TO REPT-LINE.                                    00073200
           STRING 'PRIZE FUND PAYOUT REGISTER   LEAGUE '                00073300
                  WS-LEAGUE-HOLD                                        00073400
                  DELIMITED BY SIZE                                     00073500
             INTO REPT-LINE.                                            00073600
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00073700
           MOVE SPACES TO REPT-LINE.                                    00073800
           WRITE REPT-LINE.                                             00073900
           MOVE SPACES TO REPT-LINE.                                    00074000
           STRING 'TEAM BOWLER     PLACE AWARDS      TEAM SHARE'        00074100
                  '    AWARDS     GROSS  WITHHELD   NET PAID'           00074200
                  DELIMITED BY SIZE                                     00074300
             INTO REPT-LINE.                                            00074400
           WRITE REPT-LINE.                                             00074500
           PERFORM PRINT-REGISTER-LINE VARYING WS-DU-SUB FROM 1 BY 1    00074600
             UNTIL WS-DU-SUB > WS-DUES-COUNT.                           00074700
           MOVE SPACES TO REPT-LINE.                                    00074800
           WRITE REPT-LINE.                                             00074900
           MOVE WS-TOT-GROSS TO WS-EDIT-TOT.                            00075000
           MOVE WS-TOT-WITHHELD TO WS-EDIT-AMT.                         00075100
           MOVE WS-TOT-NET TO WS-EDIT-AMT-2.                            00075200
           MOVE SPACES TO REPT-LINE.                                    00075300
           STRING 'LEAGUE TOTAL                                    '    00075400
                  '       ' WS-EDIT-TOT ' ' WS-EDIT-AMT                 00075500
                  '  ' WS-EDIT-AMT-2                                    00075600
                  DELIMITED BY SIZE                                     00075700
             INTO REPT-LINE.                                            00075800
           WRITE REPT-LINE.                                             00075900
           PERFORM PRINT-RECONCILE.                                     00076000
                                                                        00076100
       PRINT-REGISTER-LINE.                                             00076200
           IF DU-LEAGUE(WS-DU-SUB) = WS-LEAGUE-HOLD                     00076300
              AND DU-GROSS(WS-DU-SUB) > ZERO                            00076400
               IF DU-TEAM(WS-DU-SUB) NOT = WS-TEAM-HOLD                 00076500
                   PERFORM PRINT-REGISTER-TEAM                          00076600
               END-IF                                                   00076700
               MOVE SPACES TO REPT-LINE                                 00076800
               MOVE DU-PLACE(WS-DU-SUB) TO WS-EDIT-PLACE                00076900
               MOVE DU-TEAM-WIN(WS-DU-SUB) TO WS-EDIT-AMT               00077000
               MOVE DU-AWARD-WIN(WS-DU-SUB) TO WS-EDIT-AMT-2            00077100
               MOVE DU-GROSS(WS-DU-SUB) TO WS-EDIT-AMT-3                00077200
               MOVE DU-WITHHELD(WS-DU-SUB) TO WS-EDIT-AMT-4             00077300
               MOVE DU-NET(WS-DU-SUB) TO WS-EDIT-AMT-5                  00077400
               STRING DU-TEAM(WS-DU-SUB) '   '                          00077500
                      DU-BOWLER(WS-DU-SUB) '   '                        00077600
                      WS-EDIT-PLACE '  '                                00077700
                      DU-AWARD-CODE(WS-DU-SUB, 1) ' '                   00077800
                      DU-AWARD-CODE(WS-DU-SUB, 2) ' '                   00077900
                      DU-AWARD-CODE(WS-DU-SUB, 3) '    '                00078000
                      WS-EDIT-AMT '  ' WS-EDIT-AMT-2 '  '               00078100
                      WS-EDIT-AMT-3 '  ' WS-EDIT-AMT-4 '  '             00078200
                      WS-EDIT-AMT-5                                     00078300
                      DELIMITED BY SIZE                                 00078400
                 INTO REPT-LINE                                         00078500
               WRITE REPT-LINE                                          00078600
               ADD DU-GROSS(WS-DU-SUB) TO WS-TOT-GROSS                  00078700
               ADD DU-WITHHELD(WS-DU-SUB) TO WS-TOT-WITHHELD            00078800
               ADD DU-NET(WS-DU-SUB) TO WS-TOT-NET.                     00078900
                                                                        00079000
      *    A TEAM BREAK NAMES THE TEAM AND ITS FINAL RECORD.            00079100
       PRINT-REGISTER-TEAM.                                             00079200
           MOVE DU-TEAM(WS-DU-SUB) TO WS-TEAM-HOLD.                     00079300
           MOVE WS-LEAGUE-HOLD TO WS-NAME-SEEK-LEAGUE.                  00079400
           MOVE WS-TEAM-HOLD TO WS-NAME-SEEK-TEAM.                      00079500
           PERFORM GET-TEAM-NAME.                                       00079600
           MOVE WS-LEAGUE-HOLD TO WS-PTS-SEEK-LEAGUE.                   00079700
           MOVE WS-TEAM-HOLD TO WS-PTS-SEEK-TEAM.                       00079800
           MOVE ZEROES TO WS-PTS-IDX.                                   00079900
           PERFORM FIND-TEAMPTS VARYING WS-PTS-SUB FROM 1 BY 1          00080000
             UNTIL WS-PTS-SUB > WS-PTS-COUNT                            00080100
                OR WS-PTS-IDX NOT = ZERO.                               00080200
           MOVE SPACES TO REPT-LINE.                                    00080300
           WRITE REPT-LINE.                                             00080400
           MOVE SPACES TO REPT-LINE.                                    00080500
           IF WS-PTS-IDX = ZERO                                         00080600
               STRING 'TEAM ' WS-TEAM-HOLD ' ' WS-TEAM-NAME             00080700
                   DELIMITED BY SIZE INTO REPT-LINE                     00080800
           ELSE                                                         00080900
               MOVE TP-PTS-WON(WS-PTS-IDX) TO WS-EDIT-PTS               00081000
               MOVE TP-PTS-LOST(WS-PTS-IDX) TO WS-EDIT-CT               00081100
               MOVE TP-PLACE(WS-PTS-IDX) TO WS-EDIT-PLACE               00081200
               STRING 'TEAM ' WS-TEAM-HOLD ' ' WS-TEAM-NAME             00081300
                      '  WON ' WS-EDIT-PTS '  LOST ' WS-EDIT-CT         00081400
                      '  FINISHED ' WS-EDIT-PLACE                       00081500
                   DELIMITED BY SIZE INTO REPT-LINE.                    00081600
           WRITE REPT-LINE.                                             00081700
                                                                        00081800
      *--------------------------------------------------------------   00081900
      * THE FUND COLLECTED MUST EQUAL WHAT WAS PAID OUT TO THE          00082000
      * BOWLERS (WITHHELD SHARES INCLUDED) PLUS WHAT THE HOUSE KEEPS    00082100
      * - THE FUND NOT SCHEDULED, AND SCHEDULED MONEY NOBODY COULD      00082200
      * BE PAID. A SCHEDULE PAYING OUT MORE THAN THE FUND HOLDS         00082300
      * LEAVES THE HOUSE SHORT AND IS FLAGGED.                          00082400
      *--------------------------------------------------------------   00082500
       PRINT-RECONCILE.                                                 00082600
           COMPUTE WS-PAYOUTS = LG-TEAM-PAY(WS-LG-SUB)                  00082700
               + LG-AWARD-PAY(WS-LG-SUB).                               00082800
           COMPUTE WS-RETENTION = LG-FUND(WS-LG-SUB)                    00082900
               - LG-SCHEDULED(WS-LG-SUB) + LG-UNAWARDED(WS-LG-SUB).     00083000
           COMPUTE WS-PROOF = WS-PAYOUTS + WS-RETENTION.                00083100
           MOVE SPACES TO REPT-LINE.                                    00083200
           WRITE REPT-LINE.                                             00083300
           MOVE SPACES TO REPT-LINE.                                    00083400
           STRING 'PRIZE FUND RECONCILIATION   LEAGUE '                 00083500
                  WS-LEAGUE-HOLD                                        00083600
                  DELIMITED BY SIZE                                     00083700
             INTO REPT-LINE.                                            00083800
           WRITE REPT-LINE.                                             00083900
           MOVE LG-FUND(WS-LG-SUB) TO WS-EDIT-TOT.                      00084000
           MOVE 'FUND COLLECTED (DUES PAID)   ' TO WS-RECON-LABEL.      00084100
           PERFORM PRINT-RECON-LINE.                                    00084200
           MOVE LG-SCHEDULED(WS-LG-SUB) TO WS-EDIT-TOT.                 00084300
           MOVE 'SCHEDULED FOR PAYOUT         ' TO WS-RECON-LABEL.      00084400
           PERFORM PRINT-RECON-LINE.                                    00084500
           MOVE LG-TEAM-PAY(WS-LG-SUB) TO WS-EDIT-TOT.                  00084600
           MOVE '  TEAM PLACE SHARES          ' TO WS-RECON-LABEL.      00084700
           PERFORM PRINT-RECON-LINE.                                    00084800
           MOVE LG-AWARD-PAY(WS-LG-SUB) TO WS-EDIT-TOT.                 00084900
           MOVE '  INDIVIDUAL AWARDS          ' TO WS-RECON-LABEL.      00085000
           PERFORM PRINT-RECON-LINE.                                    00085100
           MOVE WS-PAYOUTS TO WS-EDIT-TOT.                              00085200
           MOVE 'TOTAL PAYOUTS                ' TO WS-RECON-LABEL.      00085300
           PERFORM PRINT-RECON-LINE.                                    00085400
           MOVE LG-PAID-OUT(WS-LG-SUB) TO WS-EDIT-TOT.                  00085500
           MOVE '  PAID TO BOWLERS            ' TO WS-RECON-LABEL.      00085600
           PERFORM PRINT-RECON-LINE.                                    00085700
           MOVE LG-WITHHELD(WS-LG-SUB) TO WS-EDIT-TOT.                  00085800
           MOVE '  WITHHELD FOR DUES ARREARS  ' TO WS-RECON-LABEL.      00085900
           PERFORM PRINT-RECON-LINE.                                    00086000
           MOVE SPACES TO REPT-LINE.                                    00086100
           MOVE WS-RETENTION TO WS-EDIT-SIGNED.                         00086200
           STRING 'HOUSE RETENTION             ' WS-EDIT-SIGNED         00086300
               DELIMITED BY SIZE INTO REPT-LINE.                        00086400
           WRITE REPT-LINE.                                             00086500
           MOVE LG-UNAWARDED(WS-LG-SUB) TO WS-EDIT-TOT.                 00086600
           MOVE '  INCLUDING UNPAID SCHEDULED ' TO WS-RECON-LABEL.      00086700
           PERFORM PRINT-RECON-LINE.                                    00086800
           MOVE SPACES TO REPT-LINE.                                    00086900
           MOVE WS-PROOF TO WS-EDIT-SIGNED.                             00087000
           STRING 'PAYOUTS PLUS RETENTION      ' WS-EDIT-SIGNED         00087100
               DELIMITED BY SIZE INTO REPT-LINE.                        00087200
           WRITE REPT-LINE.                                             00087300
           MOVE SPACES TO REPT-LINE.                                    00087400
           IF WS-PROOF = LG-FUND(WS-LG-SUB)                             00087500
              AND WS-PAYOUTS = LG-PAID-OUT(WS-LG-SUB)                   00087600
                             + LG-WITHHELD(WS-LG-SUB)                   00087700
               MOVE 'IN BALANCE WITH THE FUND COLLECTED' TO REPT-LINE   00087800
           ELSE                                                         00087900
               ADD 1 TO WS-CT-UNBAL                                     00088000
               MOVE '*** OUT OF BALANCE WITH THE FUND COLLECTED ***'    00088100
                 TO REPT-LINE.                                          00088200
           WRITE REPT-LINE.                                             00088300
           IF LG-SCHEDULED(WS-LG-SUB) > LG-FUND(WS-LG-SUB)              00088400
               ADD 1 TO WS-CT-UNBAL                                     00088500
               COMPUTE WS-OVER-FUND =                                   00088600
                   LG-SCHEDULED(WS-LG-SUB) - LG-FUND(WS-LG-SUB)         00088700
               MOVE WS-OVER-FUND TO WS-EDIT-TOT                         00088800
               MOVE SPACES TO REPT-LINE                                 00088900
               STRING '*** SCHEDULE EXCEEDS THE FUND COLLECTED BY '     00089000
                      WS-EDIT-TOT ' ***'                                00089100
                   DELIMITED BY SIZE INTO REPT-LINE                     00089200
               WRITE REPT-LINE.                                         00089300
                                                                        00089400
       PRINT-RECON-LINE.                                                00089500
           MOVE SPACES TO REPT-LINE.                                    00089600
           STRING WS-RECON-LABEL WS-EDIT-TOT                            00089700
               DELIMITED BY SIZE INTO REPT-LINE.                        00089800
           WRITE REPT-LINE.                                             00089900
                                                                        00090000
      *--------------------------------------------------------------   00090100
      * SHARES WITHHELD FOR DUES ARREARS, ALL LEAGUES - WHAT EACH       00090200
      * BOWLER OWED, WHAT HE WON AND WHAT HE WILL ACTUALLY RECEIVE.     00090300
      *--------------------------------------------------------------   00090400
       PRINT-WITHHELD.                                                  00090500
           MOVE SPACES TO REPT-LINE.                                    00090600
           MOVE 'PRIZE FUND SHARES WITHHELD FOR DUES ARREARS'           00090700
             TO REPT-LINE.                                              00090800
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00090900
           MOVE SPACES TO REPT-LINE.                                    00091000
           WRITE REPT-LINE.                                             00091100
           MOVE SPACES TO REPT-LINE.                                    00091200
           STRING 'LG TEAM BOWLER          DUE      PAID   ARREARS'     00091300
                  '     GROSS  WITHHELD  NET PAID'                      00091400
                  DELIMITED BY SIZE                                     00091500
             INTO REPT-LINE.                                            00091600
           WRITE REPT-LINE.                                             00091700
           MOVE ZERO TO WS-TOT-WITHHELD.                                00091800
           PERFORM PRINT-WITHHELD-LINE VARYING WS-DU-SUB FROM 1 BY 1    00091900
             UNTIL WS-DU-SUB > WS-DUES-COUNT.                           00092000
           MOVE SPACES TO REPT-LINE.                                    00092100
           WRITE REPT-LINE.                                             00092200
           MOVE SPACES TO REPT-LINE.                                    00092300
           IF WS-CT-WITHHELD = ZERO                                     00092400
               MOVE 'NO SHARES WITHHELD' TO REPT-LINE                   00092500
           ELSE                                                         00092600
               MOVE WS-TOT-WITHHELD TO WS-EDIT-TOT                      00092700
               MOVE WS-CT-WITHHELD TO WS-EDIT-CT                        00092800
               STRING 'BOWLERS WITHHELD ' WS-EDIT-CT                    00092900
                      '   TOTAL WITHHELD ' WS-EDIT-TOT                  00093000
                   DELIMITED BY SIZE INTO REPT-LINE.                    00093100
           WRITE REPT-LINE.                                             00093200
                                                                        00093300
       PRINT-WITHHELD-LINE.                                             00093400
           IF DU-WITHHELD(WS-DU-SUB) > ZERO                             00093500
               MOVE DU-DUE(WS-DU-SUB) TO WS-EDIT-AMT                    00093600
               MOVE DU-PAID(WS-DU-SUB) TO WS-EDIT-AMT-2                 00093700
               MOVE DU-ARREARS(WS-DU-SUB) TO WS-EDIT-AMT-3              00093800
               MOVE DU-GROSS(WS-DU-SUB) TO WS-EDIT-AMT-4                00093900
               MOVE DU-WITHHELD(WS-DU-SUB) TO WS-EDIT-AMT-5             00094000
               MOVE DU-NET(WS-DU-SUB) TO WS-EDIT-AMT-6                  00094100
               MOVE SPACES TO REPT-LINE                                 00094200
               STRING DU-LEAGUE(WS-DU-SUB) ' '                          00094300
                      DU-TEAM(WS-DU-SUB) '   '                          00094400
                      DU-BOWLER(WS-DU-SUB) '  '                         00094500
                      WS-EDIT-AMT '  ' WS-EDIT-AMT-2 '  '               00094600
                      WS-EDIT-AMT-3 '  ' WS-EDIT-AMT-4 '  '             00094700
                      WS-EDIT-AMT-5 '  ' WS-EDIT-AMT-6                  00094800
                      DELIMITED BY SIZE                                 00094900
                 INTO REPT-LINE                                         00095000
               WRITE REPT-LINE                                          00095100
               ADD DU-WITHHELD(WS-DU-SUB) TO WS-TOT-WITHHELD.           00095200
                                                                        00095300
       PRINT-EXCEPT-HEADING.                                            00095400
           MOVE SPACES TO REPT-LINE.                                    00095500
           MOVE 'PRIZE FUND PAYOUT - SCHEDULE AND RESULTS EXCEPTIONS'   00095600
             TO REPT-LINE.                                              00095700
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00095800
           MOVE SPACES TO REPT-LINE.                                    00095900
           WRITE REPT-LINE.                                             00096000
                                                                        00096100
      *--------------------------------------------------------------   00096200
      * OPEN THE KEYED TEAM MASTER AND LEAVE IT OPEN FOR THE RUN. A     00096300
      * FAILED OPEN JUST MEANS EVERY NAME COMES BACK BLANK.             00096400
      *--------------------------------------------------------------   00096500
       OPEN-TEAM-MASTER.                                                00096600
           OPEN INPUT TEAM-MST-IN.                                      00096700
           IF WS-TEAMMST-STATUS = '00'                                  00096800
               SET TEAMMST-OPEN TO TRUE.                                00096900
                                                                        00097000
      *--------------------------------------------------------------   00097100
      * ONE DIRECT READ OF THE TEAM MASTER FOR WS-NAME-SEEK-KEY.        00097200
      * THE NAME LANDS IN WS-TEAM-NAME, BLANK WHEN NOT ON FILE.         00097300
      *--------------------------------------------------------------   00097400
       GET-TEAM-NAME.                                                   00097500
           MOVE SPACES TO WS-TEAM-NAME.                                 00097600
           IF TEAMMST-OPEN                                              00097700
               MOVE WS-NAME-SEEK-KEY TO TEAM-MST-KEY                    00097800
               READ TEAM-MST-IN                                         00097900
                   INVALID KEY                                          00098000
                       CONTINUE                                         00098100
                   NOT INVALID KEY                                      00098200
                       MOVE TEAM-MST-REC TO TEAM-WORK                   00098300
                       MOVE TM-NAME TO WS-TEAM-NAME                     00098400
               END-READ.                                                00098500
                                                                        00098600
       CLEANUP.                                                         00098700
           PERFORM CONTROL-TOTALS.                                      00098800
           IF TEAMMST-OPEN                                              00098900
               CLOSE TEAM-MST-IN.                                       00099000
           CLOSE REPORT-OUT.                                            00099100
           IF WS-CT-EXCEPT NOT = ZERO OR WS-CT-UNBAL NOT = ZERO         00099200
               MOVE 8 TO RETURN-CODE.                                   00099300
           STOP RUN.                                                    00099400
                                                                        00099500
       CONTROL-TOTALS.                                                  00099600
           DISPLAY '=============================================='.    00099700
           DISPLAY 'PRIZEPAY RUN CONTROL TOTALS'.                       00099800
           DISPLAY '  SCHEDULE RECORDS READ       - ' WS-CT-SCHED.      00099900
           DISPLAY '  SEASON POINTS RECORDS READ  - ' WS-CT-POINTS.     00100000
           DISPLAY '  AWARD RESULTS READ          - ' WS-CT-AWARDS.     00100100
           DISPLAY '  DUES MASTER RECORDS READ    - ' WS-CT-DUES.       00100200
           DISPLAY '  BOWLERS PAID                - ' WS-CT-PAID.       00100300
           DISPLAY '  SHARES WITHHELD FOR ARREARS - ' WS-CT-WITHHELD.   00100400
           DISPLAY '  SCHEDULE EXCEPTIONS         - ' WS-CT-EXCEPT.     00100500
           DISPLAY '  LEAGUES NOT IN BALANCE      - ' WS-CT-UNBAL.      00100600
           DISPLAY '=============================================='.    00100700
