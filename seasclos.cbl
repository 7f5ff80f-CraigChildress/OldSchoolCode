      *================================================                 00000300
      * SEASON CLOSE-OUT - RUN ONCE AFTER THE FINAL                     00000400
      * WEEK'S STREAM HAS BALANCED. PRINTS THE FINAL                    00000500
      * CERTIFIED STANDINGS (TEAMS NAMED FROM THE                       00000566
      * KEYED TEAM MASTER) AND AWARD WINNERS PER                        00000632
      * LEAGUE (TEAM CHAMPION ON POINTS - A TIE ON                      00000665
      * POINTS SETTLED BY THE LEAGUE'S TIEBREAK RULES                   00000698
      * OFF THE SEASON MATCH HISTORY, AS MTCHRPT DOES                   00000731
      * IT - HIGH AVERAGE                                               00000764
      * WITH A MINIMUM-GAMES RULE, HIGH GAME AND HIGH                   00000800
      * SERIES), APPENDS ONE CSEASARC RECORD PER                        00000900
      * BOWLER TO THE PERMANENT HISTORY FILE, AND                       00001000
      * INITIALIZES THE NEW SEASON'S MASTER, SEASON                     00001100
      * POINTS, MATCH HISTORY, POSTING CONTROL AND                      00001166
      * CHECKPOINT STATE                                                00001232
      * IN ONE CONTROLLED STEP - NO MORE HAND-CLEARED                   00001300
      * DATASETS. WRITES EVERY TEAM'S FINISHING PLACE                   00001350
      * AND THE AWARD WINNERS TO THE AWARDS FILE FOR                    00001400
      * THE PRIZEPAY PAYOUT RUN.                                        00001450
      * PARM RECORD: SEASON-ID(8), MIN-GAMES(3).                        00001500
      *================================================                 00001600
       ENVIRONMENT DIVISION.                                            00001700
               RECORD KEY SM-KEY.                                       00002800
           SELECT POINTS-IN ASSIGN TO UT-S-SEASPNTS                     00002900
               FILE STATUS WS-POINTS-STATUS.                            00003000
           SELECT LEAGUE-PARMS ASSIGN TO UT-S-LEAGPARM                  00003020
               FILE STATUS WS-LEAGPARM-STATUS.                          00003040
           SELECT HISTORY-IN ASSIGN TO UT-S-MTCHHIST                    00003060
               FILE STATUS WS-HIST-STATUS.                              00003080
           SELECT ARCHIVE-OUT ASSIGN TO UT-S-SEASARCH.                  00003100
           SELECT AWARD-OUT ASSIGN TO UT-S-AWARDS.                      00003108
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00003116
               ORGANIZATION INDEXED                                     00003132
               ACCESS RANDOM                                            00003148
               RECORD KEY TEAM-MST-KEY                                  00003164
               FILE STATUS WS-TEAMMST-STATUS.                           00003180
           SELECT NEWMST-OUT ASSIGN TO UT-S-NEWMAST                     00003200
               ORGANIZATION INDEXED                                     00003300
               ACCESS DYNAMIC                                           00003400
               RECORD KEY NEWMST-KEY.                                   00003500
           SELECT NEWPTS-OUT ASSIGN TO UT-S-NEWPNTS.                    00003600
           SELECT NEWHIST-OUT ASSIGN TO UT-S-NEWHIST.                   00003650
           SELECT NEWPCTL-OUT ASSIGN TO UT-S-NEWPCTL.                   00003700
           SELECT NEWCHKPT-OUT ASSIGN TO UT-S-CHKPT.                    00003800
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00003900
       01  POINTS-REC.                                                  00005900
           COPY CSEASPTS.                                               00006000
                                                                        00006100
      *--------------------------------------------------------------   00006105
      * LEAGUE PARAMETERS FOR THE TIEBREAK RULES AND THE SEASON MATCH   00006110
      * HISTORY THEY ARE APPLIED TO. BOTH OPTIONAL - WITHOUT THE        00006115
      * PARAMETERS A TIE GOES HEAD-TO-HEAD, THEN PINS; WITHOUT THE      00006120
      * HISTORY THERE IS NOTHING TO BREAK A TIE WITH AND THE TIED       00006125
      * TEAMS PLACE IN TEAM-ID ORDER.                                   00006130
      *--------------------------------------------------------------   00006135
       FD  LEAGUE-PARMS                                                 00006140
           RECORD CONTAINS 80 CHARACTERS.                               00006145
       01  LEAGPARM-REC.                                                00006150
           COPY CLEAGPRM.                                               00006155
                                                                        00006160
       FD  HISTORY-IN                                                   00006165
           RECORD CONTAINS 80 CHARACTERS                                00006170
           BLOCK CONTAINS 45 RECORDS.                                   00006175
       01  HIST-REC.                                                    00006180
           COPY CMATCHPT.                                               00006185
                                                                        00006190
       FD  ARCHIVE-OUT                                                  00006200
           RECORD CONTAINS 80 CHARACTERS                                00006300
           BLOCK CONTAINS 45 RECORDS.                                   00006400
       01  ARCH-REC.                                                    00006500
           COPY CSEASARC.                                               00006600
                                                                        00006608
       FD  AWARD-OUT                                                    00006616
           RECORD CONTAINS 80 CHARACTERS                                00006632
           BLOCK CONTAINS 45 RECORDS.                                   00006648
       01  AWARD-REC.                                                   00006664
           COPY CAWARDS.                                                00006680
                                                                        00006700
       FD  NEWMST-OUT                                                   00006800
           RECORD CONTAINS 80 CHARACTERS.                               00006900
           RECORD CONTAINS 80 CHARACTERS                                00007500
           BLOCK CONTAINS 45 RECORDS.                                   00007600
       01  NEWPTS-REC  PIC X(80).                                       00007700
                                                                        00007716
       FD  NEWHIST-OUT                                                  00007732
           RECORD CONTAINS 80 CHARACTERS                                00007748
           BLOCK CONTAINS 45 RECORDS.                                   00007764
       01  NEWHIST-REC PIC X(80).                                       00007780
                                                                        00007800
       FD  NEWPCTL-OUT                                                  00007900
           RECORD CONTAINS 80 CHARACTERS.                               00008000
           RECORD CONTAINS 80 CHARACTERS.                               00008400
       01  NEWCHKPT-REC PIC X(80).                                      00008500
                                                                        00008600
      *--------------------------------------------------------------   00008609
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY FOR      00008618
      * EACH TEAM'S NAME. OPTIONAL - WITHOUT IT THE NAMES PRINT BLANK.  00008627
      *--------------------------------------------------------------   00008636
       FD  TEAM-MST-IN                                                  00008645
           RECORD CONTAINS 80 CHARACTERS.                               00008654
       01  TEAM-MST-REC.                                                00008663
           05  TEAM-MST-KEY  PIC X(04).                                 00008672
           05  FILLER        PIC X(76).                                 00008681
                                                                        00008690
       FD  REPORT-OUT                                                   00008700
           RECORD CONTAINS 132 CHARACTERS                               00008800
           BLOCK CONTAINS 30 RECORDS.                                   00008900
       88  MST-GOT     VALUE 'Y'.                                       00009900
       01  WS-POINTS-EOF PIC X VALUE 'N'.                               00010000
       88  POINTS-EOF  VALUE 'Y'.                                       00010100
       01  WS-LEAGPARM-STATUS PIC XX VALUE SPACES.                      00010111
       01  WS-LEAGPARM-EOF PIC X VALUE 'N'.                             00010122
       88  LEAGPARM-EOF VALUE 'Y'.                                      00010133
       01  WS-HIST-STATUS PIC XX VALUE SPACES.                          00010144
       01  WS-HIST-EOF  PIC X VALUE 'N'.                                00010155
       88  HIST-EOF     VALUE 'Y'.                                      00010166
       01  WS-HIST-GOT-SW PIC X VALUE 'N'.                              00010177
       88  HIST-GOT     VALUE 'Y'.                                      00010188
                                                                        00010200
       01  WS-SEASON-ID  PIC X(08) VALUE 'SEASON'.                      00010300
       01  WS-MIN-GAMES-X PIC XXX VALUE ZEROES.                         00010400
       01  WS-CT-MST-READ PIC 9(05) VALUE ZERO.                         00010700
       01  WS-CT-ARCHIVED PIC 9(05) VALUE ZERO.                         00010800
       01  WS-CT-LEAGUES  PIC 9(03) VALUE ZERO.                         00010900
       01  WS-CT-HIST-READ PIC 9(05) VALUE ZERO.                        00010933
       01  WS-CT-HIST-DUPS PIC 9(05) VALUE ZERO.                        00010966
       01  WS-CT-AWARDS   PIC 9(05) VALUE ZERO.                         00010983
                                                                        00011000
      *--------------------------------------------------------------   00011100
      * SEASON WON-LOST POINTS PER LEAGUE/TEAM, AS IN STANDRPT, WITH    00011133
      * THE TIEBREAK FIGURES OFF THE MATCH HISTORY - HANDICAP PINS      00011166
      * AND POINTS WON AGAINST EVERY OTHER ENTRY, SUBSCRIPTED BY        00011199
      * THAT ENTRY'S PLACE IN THIS TABLE. TP-TIE-H2H IS FILLED AT       00011232
      * LEAGUE CLOSE - POINTS WON AGAINST THE TEAMS LEVEL WITH IT -     00011254
      * AND TP-PLACE AFTER IT, THE TEAM'S FINISHING PLACE.              00011276
      *--------------------------------------------------------------   00011300
       01  TBL-TEAMPTS.                                                 00011400
           05  TEAMPTS-ENTRY OCCURS 50 TIMES.                           00011500
               10  TP-TEAM-ID     PIC XX.                               00011700
               10  TP-PTS-WON     PIC 9(05) COMP.                       00011800
               10  TP-PTS-LOST    PIC 9(05) COMP.                       00011900
               10  TP-PINS        PIC 9(07) COMP.                       00011925
               10  TP-TIE-H2H     PIC 9(05) COMP.                       00011950
               10  TP-PLACE       PIC 9(03) COMP.                       00011962
               10  TP-VS-PTS      PIC 9(03) COMP OCCURS 50 TIMES.       00011975
       01  WS-PTS-COUNT   PIC 9(05) VALUE ZERO.                         00012000
       01  WS-PTS-SUB     PIC 9(05) VALUE ZERO.                         00012100
       01  WS-PTS-IDX     PIC 9(05) VALUE ZERO.                         00012200
       01  WS-PTS-SEEK-LEAGUE PIC XX VALUE SPACES.                      00012300
       01  WS-PTS-SEEK-TEAM PIC XX  VALUE SPACES.                       00012400
       01  WS-VS-SUB      PIC 9(05) VALUE ZERO.                         00012401
       01  WS-OPP-IDX     PIC 9(05) VALUE ZERO.                         00012402
       01  WS-PTS-IDX-HOLD PIC 9(05) VALUE ZERO.                        00012403
       01  WS-PLACE       PIC 9(05) VALUE ZERO.                         00012404
                                                                        00012405
      *--------------------------------------------------------------   00012406
      * EACH LEAGUE'S TIEBREAK RULES (PRM-TIEBREAK) - 'H' HEAD-TO-      00012407
      * HEAD, 'P' HANDICAP PINS, IN THE ORDER TRIED. 10 LEAGUES AS      00012408
      * IN ARRAY2 - OVERFLOW IS DISCARDED WITH A NOTE.                  00012409
      *--------------------------------------------------------------   00012410
       01  TBL-LEAGUE.                                                  00012411
           05  LEAGUE-ENTRY OCCURS 10 TIMES.                            00012412
               10  LG-ID        PIC XX.                                 00012413
               10  LG-TIEBREAK  PIC XX.                                 00012414
       01  WS-LEAGUE-COUNT PIC 9(05) VALUE ZERO.                        00012415
       01  WS-LG-SUB       PIC 9(05) VALUE ZERO.                        00012416
       01  WS-LG-IDX       PIC 9(05) VALUE ZERO.                        00012417
       01  WS-TIEBREAK.                                                 00012418
           05  WS-TIE-RULE  PIC X OCCURS 2 TIMES.                       00012419
                                                                        00012420
      *--------------------------------------------------------------   00012421
      * HISTORY RESULTS ALREADY TAKEN, BY LEAGUE/WEEK/TEAM/OPPONENT,    00012422
      * SO A RESULT KEPT TWICE COUNTS ONCE, AS IN MTCHRPT.              00012423
      *--------------------------------------------------------------   00012424
       01  TBL-SEEN.                                                    00012425
           05  SEEN-KEY OCCURS 2000 TIMES PIC X(08).                    00012426
       01  WS-SEEN-COUNT   PIC 9(05) VALUE ZERO.                        00012427
       01  WS-SN-SUB       PIC 9(05) VALUE ZERO.                        00012428
       01  WS-SN-IDX       PIC 9(05) VALUE ZERO.                        00012429
       01  WS-SEEN-SEEK.                                                00012430
           05  WS-SEEN-LEAGUE PIC XX  VALUE SPACES.                     00012431
           05  WS-SEEN-WEEK   PIC XX  VALUE SPACES.                     00012432
           05  WS-SEEN-TEAM   PIC XX  VALUE SPACES.                     00012433
           05  WS-SEEN-OPP    PIC XX  VALUE SPACES.                     00012434
                                                                        00012435
      *--------------------------------------------------------------   00012436
      * TWO-TEAM COMPARISON FOR THE CHAMPIONSHIP, AS IN MTCHRPT.        00012437
      * WS-CMP-A AND WS-CMP-B ARE TEAMPTS SUBSCRIPTS; A-FIRST COMES     00012438
      * BACK 'Y' WHEN A PLACES AHEAD OF B AND WS-DECIDED-BY NAMES       00012439
      * THE RULE THAT SEPARATED THEM.                                   00012440
      *--------------------------------------------------------------   00012441
       01  WS-CMP-A        PIC 9(05) VALUE ZERO.                        00012442
       01  WS-CMP-B        PIC 9(05) VALUE ZERO.                        00012443
       01  WS-RULE-SUB     PIC 9(05) VALUE ZERO.                        00012444
       01  WS-A-FIRST-SW   PIC X     VALUE 'N'.                         00012445
       88  A-FIRST         VALUE 'Y'.                                   00012446
       01  WS-CMP-DONE-SW  PIC X     VALUE 'N'.                         00012447
       88  CMP-DONE        VALUE 'Y'.                                   00012448
       01  WS-DECIDED-BY   PIC X(20) VALUE SPACES.                      00012449
       01  WS-BEST-IDX     PIC 9(05) VALUE ZERO.                        00012450
       01  WS-SKIP-IDX     PIC 9(05) VALUE ZERO.                        00012451
       01  WS-CHAMP-IDX    PIC 9(05) VALUE ZERO.                        00012452
       01  WS-RUNNER-IDX   PIC 9(05) VALUE ZERO.                        00012453
       01  WS-CHAMP-BY     PIC X(20) VALUE SPACES.                      00012454
       01  WS-WEEK-X       PIC XX    VALUE ZEROES.                      00012455
       01  WS-WEEK-N REDEFINES WS-WEEK-X PIC 99.                        00012456
                                                                        00012500
      *--------------------------------------------------------------   00012600
      * AWARD CANDIDATES FOR THE LEAGUE BEING WALKED.                   00012700
       01  WS-HISER-BWLR  PIC A(10) VALUE SPACES.                       00013900
       01  WS-HISER-TEAM  PIC XX VALUE SPACES.                          00014000
                                                                        00014100
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00014109
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00014118
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00014127
       01  TEAM-WORK.                                                   00014136
           COPY CTEAMMST.                                               00014145
       01  WS-NAME-SEEK-KEY.                                            00014154
           05  WS-NAME-SEEK-LEAGUE PIC XX VALUE SPACES.                 00014163
           05  WS-NAME-SEEK-TEAM   PIC XX VALUE SPACES.                 00014172
       01  WS-TEAM-NAME    PIC X(20) VALUE SPACES.                      00014181
                                                                        00014190
       01  WS-BOWLER-AVG  PIC 999 VALUE ZERO.                           00014200
                                                                        00014300
       01  WS-EDIT-AVG    PIC ZZ9.                                      00014400
           OPEN OUTPUT REPORT-OUT.                                      00015400
           PERFORM READ-PARM.                                           00015500
           PERFORM LOAD-POINTS.                                         00015600
           PERFORM LOAD-LEAGUE-PARMS.                                   00015616
           PERFORM LOAD-HISTORY.                                        00015632
           PERFORM OPEN-TEAM-MASTER.                                    00015650
           OPEN INPUT MASTER-IN.                                        00015700
           OPEN EXTEND ARCHIVE-OUT.                                     00015800
           OPEN OUTPUT AWARD-OUT.                                       00015850
           PERFORM PRINT-HEADINGS.                                      00015900
           PERFORM READ-MASTER.                                         00016000
           IF NOT MST-EOF                                               00016100
               PERFORM CLOSE-ONE-BOWLER UNTIL MST-EOF.                  00016200
           IF WS-LEAGUE-HOLD NOT = SPACES                               00016300
               PERFORM PRINT-LEAGUE-CLOSE.                              00016400
           CLOSE MASTER-IN, ARCHIVE-OUT, AWARD-OUT.                     00016500
           PERFORM INIT-NEW-SEASON.                                     00016600
           PERFORM CLEANUP.                                             00016700
                                                                        00016800
                   MOVE SP-TEAM-ID TO TP-TEAM-ID(WS-PTS-IDX)            00021800
                   MOVE ZERO TO TP-PTS-WON(WS-PTS-IDX)                  00021900
                   MOVE ZERO TO TP-PTS-LOST(WS-PTS-IDX)                 00022000
                   MOVE ZERO TO TP-PINS(WS-PTS-IDX)                     00022020
                   MOVE ZERO TO TP-TIE-H2H(WS-PTS-IDX)                  00022040
                   MOVE ZERO TO TP-PLACE(WS-PTS-IDX)                    00022050
                   PERFORM CLEAR-TEAM-VS VARYING WS-VS-SUB FROM 1 BY 1  00022060
                     UNTIL WS-VS-SUB > 50                               00022080
               ELSE                                                     00022100
                   DISPLAY 'TEAM POINTS TABLE FULL - ENTRY '            00022200
                       'DISCARDED FOR TEAM ' SP-TEAM-ID                 00022300
           IF TP-LEAGUE-ID(WS-PTS-SUB) = WS-PTS-SEEK-LEAGUE             00023300
              AND TP-TEAM-ID(WS-PTS-SUB) = WS-PTS-SEEK-TEAM             00023400
               MOVE WS-PTS-SUB TO WS-PTS-IDX.                           00023500
                                                                        00023501
       CLEAR-TEAM-VS.                                                   00023502
           MOVE ZERO TO TP-VS-PTS(WS-PTS-IDX, WS-VS-SUB).               00023503
                                                                        00023504
      *--------------------------------------------------------------   00023505
      * THE TIEBREAK RULES RIDE ON EACH LEAGUE'S PARAMETER RECORD.      00023506
      * ONLY HP, PH, H AND P MEAN ANYTHING - ANYTHING ELSE, OR A        00023507
      * LEAGUE NOT ON FILE, IS HEAD-TO-HEAD, THEN PINS.                 00023508
      *--------------------------------------------------------------   00023509
       LOAD-LEAGUE-PARMS.                                               00023510
           OPEN INPUT LEAGUE-PARMS.                                     00023511
           IF WS-LEAGPARM-STATUS = '00'                                 00023512
               PERFORM READ-LEAGUE-PARM                                 00023513
               PERFORM STORE-LEAGUE-PARM UNTIL LEAGPARM-EOF             00023514
               CLOSE LEAGUE-PARMS.                                      00023515
                                                                        00023516
       READ-LEAGUE-PARM.                                                00023517
           READ LEAGUE-PARMS                                            00023518
               AT END                                                   00023519
                   MOVE 'Y' TO WS-LEAGPARM-EOF                          00023520
               NOT AT END                                               00023521
                   CONTINUE.                                            00023522
                                                                        00023523
       STORE-LEAGUE-PARM.                                               00023524
           IF WS-LEAGUE-COUNT < 10                                      00023525
               ADD 1 TO WS-LEAGUE-COUNT                                 00023526
               MOVE PRM-LEAGUE-ID TO LG-ID(WS-LEAGUE-COUNT)             00023527
               MOVE PRM-TIEBREAK TO LG-TIEBREAK(WS-LEAGUE-COUNT)        00023528
           ELSE                                                         00023529
               DISPLAY 'LEAGUE TABLE FULL - ENTRY DISCARDED FOR '       00023530
                   PRM-LEAGUE-ID.                                       00023531
           PERFORM READ-LEAGUE-PARM.                                    00023532
                                                                        00023533
      *    THE RULES FOR WS-LEAGUE-HOLD INTO WS-TIEBREAK.               00023534
       GET-TIEBREAK.                                                    00023535
           MOVE ZEROES TO WS-LG-SUB, WS-LG-IDX.                         00023536
           PERFORM SEEK-LEAGUE-ONE VARYING WS-LG-SUB FROM 1 BY 1        00023537
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT                          00023538
                OR WS-LG-IDX NOT = ZERO.                                00023539
           MOVE SPACES TO WS-TIEBREAK.                                  00023540
           IF WS-LG-IDX NOT = ZERO                                      00023541
               MOVE LG-TIEBREAK(WS-LG-IDX) TO WS-TIEBREAK.              00023542
           IF WS-TIEBREAK NOT = 'HP' AND NOT = 'PH'                     00023543
              AND NOT = 'H ' AND NOT = 'P '                             00023544
               MOVE 'HP' TO WS-TIEBREAK.                                00023545
                                                                        00023546
       SEEK-LEAGUE-ONE.                                                 00023547
           IF LG-ID(WS-LG-SUB) = WS-LEAGUE-HOLD                         00023548
               MOVE WS-LG-SUB TO WS-LG-IDX.                             00023549
                                                                        00023550
      *--------------------------------------------------------------   00023551
      * ROLL THE SEASON MATCH HISTORY INTO THE TEAM POINTS TABLE FOR    00023552
      * THE TIEBREAKS. ONLY TEAMS ON THE SEASON POINTS FILE TAKE        00023553
      * PART; THE FILE IS ABSENT WHEN NO HISTORY WAS KEPT.              00023554
      *--------------------------------------------------------------   00023555
       LOAD-HISTORY.                                                    00023556
           OPEN INPUT HISTORY-IN.                                       00023557
           IF WS-HIST-STATUS = '00'                                     00023558
               PERFORM READ-HISTORY                                     00023559
               PERFORM TAKE-ONE-RESULT UNTIL HIST-EOF                   00023560
               CLOSE HISTORY-IN.                                        00023561
                                                                        00023562
       READ-HISTORY.                                                    00023563
           MOVE 'N' TO WS-HIST-GOT-SW.                                  00023564
           PERFORM READ-HISTORY-REC                                     00023565
             UNTIL HIST-GOT OR HIST-EOF.                                00023566
                                                                        00023567
       READ-HISTORY-REC.                                                00023568
           READ HISTORY-IN                                              00023569
               AT END                                                   00023570
                   MOVE 'Y' TO WS-HIST-EOF                              00023571
               NOT AT END                                               00023572
                   IF MP-WEEK-NO NOT = '**'                             00023573
                       ADD 1 TO WS-CT-HIST-READ                         00023574
                       SET HIST-GOT TO TRUE.                            00023575
                                                                        00023576
       TAKE-ONE-RESULT.                                                 00023577
           PERFORM CHECK-SEEN.                                          00023578
           IF WS-SN-IDX NOT = ZERO                                      00023579
               ADD 1 TO WS-CT-HIST-DUPS                                 00023580
           ELSE                                                         00023581
               PERFORM POST-RESULT.                                     00023582
           PERFORM READ-HISTORY.                                        00023583
                                                                        00023584
       CHECK-SEEN.                                                      00023585
           MOVE MP-LEAGUE-ID TO WS-SEEN-LEAGUE.                         00023586
           MOVE MP-WEEK-NO   TO WS-SEEN-WEEK.                           00023587
           MOVE MP-TEAM-ID   TO WS-SEEN-TEAM.                           00023588
           MOVE MP-OPPONENT  TO WS-SEEN-OPP.                            00023589
           MOVE ZEROES TO WS-SN-SUB, WS-SN-IDX.                         00023590
           PERFORM SEEK-SEEN-ONE VARYING WS-SN-SUB FROM 1 BY 1          00023591
             UNTIL WS-SN-SUB > WS-SEEN-COUNT                            00023592
                OR WS-SN-IDX NOT = ZERO.                                00023593
           IF WS-SN-IDX = ZERO                                          00023594
               IF WS-SEEN-COUNT < 2000                                  00023595
                   ADD 1 TO WS-SEEN-COUNT                               00023596
                   MOVE WS-SEEN-SEEK TO SEEN-KEY(WS-SEEN-COUNT)         00023597
               ELSE                                                     00023598
                   DISPLAY 'RESULT TABLE FULL - REPEATS NOT CHECKED '   00023599
                       'FOR TEAM ' MP-TEAM-ID ' WEEK ' MP-WEEK-NO.      00023600
                                                                        00023601
       SEEK-SEEN-ONE.                                                   00023602
           IF SEEN-KEY(WS-SN-SUB) = WS-SEEN-SEEK                        00023603
               MOVE WS-SN-SUB TO WS-SN-IDX.                             00023604
                                                                        00023605
       POST-RESULT.                                                     00023606
           MOVE MP-LEAGUE-ID TO WS-PTS-SEEK-LEAGUE.                     00023607
           MOVE MP-OPPONENT TO WS-PTS-SEEK-TEAM.                        00023608
           MOVE ZEROES TO WS-PTS-IDX.                                   00023609
           PERFORM FIND-TEAMPTS VARYING WS-PTS-SUB FROM 1 BY 1          00023610
             UNTIL WS-PTS-SUB > WS-PTS-COUNT                            00023611
                OR WS-PTS-IDX NOT = ZERO.                               00023612
           MOVE WS-PTS-IDX TO WS-OPP-IDX.                               00023613
           MOVE MP-TEAM-ID TO WS-PTS-SEEK-TEAM.                         00023614
           MOVE ZEROES TO WS-PTS-IDX.                                   00023615
           PERFORM FIND-TEAMPTS VARYING WS-PTS-SUB FROM 1 BY 1          00023616
             UNTIL WS-PTS-SUB > WS-PTS-COUNT                            00023617
                OR WS-PTS-IDX NOT = ZERO.                               00023618
           IF WS-PTS-IDX NOT = ZERO                                     00023619
               IF MP-HDCP-PINS NUMERIC                                  00023620
                   ADD MP-HDCP-PINS-N TO TP-PINS(WS-PTS-IDX)            00023621
               END-IF                                                   00023622
               IF WS-OPP-IDX NOT = ZERO                                 00023623
                   ADD MP-PTS-WON-N                                     00023624
                     TO TP-VS-PTS(WS-PTS-IDX, WS-OPP-IDX)               00023625
               END-IF                                                   00023626
           END-IF.                                                      00023627
                                                                        00023628
      *--------------------------------------------------------------   00023629
      * OPEN THE KEYED TEAM MASTER AND LEAVE IT OPEN FOR THE RUN. A     00023630
      * FAILED OPEN JUST MEANS EVERY NAME COMES BACK BLANK.             00023631
      *--------------------------------------------------------------   00023632
       OPEN-TEAM-MASTER.                                                00023633
           OPEN INPUT TEAM-MST-IN.                                      00023634
           IF WS-TEAMMST-STATUS = '00'                                  00023635
               SET TEAMMST-OPEN TO TRUE.                                00023636
                                                                        00023637
      *--------------------------------------------------------------   00023638
      * ONE DIRECT READ OF THE TEAM MASTER FOR WS-NAME-SEEK-KEY.        00023639
      * THE NAME LANDS IN WS-TEAM-NAME, BLANK WHEN NOT ON FILE.         00023640
      *--------------------------------------------------------------   00023641
       GET-TEAM-NAME.                                                   00023642
           MOVE SPACES TO WS-TEAM-NAME.                                 00023643
           IF TEAMMST-OPEN                                              00023644
               MOVE WS-NAME-SEEK-KEY TO TEAM-MST-KEY                    00023645
               READ TEAM-MST-IN                                         00023646
                   INVALID KEY                                          00023647
                       CONTINUE                                         00023648
                   NOT INVALID KEY                                      00023649
                       MOVE TEAM-MST-REC TO TEAM-WORK                   00023650
                       MOVE TM-NAME TO WS-TEAM-NAME                     00023651
               END-READ.                                                00023652
                                                                        00023653
      *    THE MASTER'S CONTROL TRAILER (SM-LEAGUE-ID '**') IS NOT A    00023700
      *    BOWLER AND IS PASSED OVER.                                   00023800
       READ-MASTER.                                                     00023900
      *--------------------------------------------------------------   00033700
      * CLOSE A LEAGUE'S SHEET - FINAL TEAM WON-LOST STANDINGS AND      00033800
      * THE AWARD WINNERS. THE CHAMPION IS THE LEAGUE'S TOP POINTS      00033900
      * TEAM, A TIE ON POINTS GOING TO THE LEAGUE'S TIEBREAK RULES.     00034000
      *--------------------------------------------------------------   00034100
       PRINT-LEAGUE-CLOSE.                                              00034200
           PERFORM PICK-CHAMPION.                                       00034250
           MOVE SPACES TO REPT-LINE.                                    00034300
           WRITE REPT-LINE.                                             00034400
           MOVE 'FINAL TEAM STANDINGS - POINTS WON / LOST'              00034500
           PERFORM PRINT-ONE-TEAM-PTS VARYING WS-PTS-SUB FROM 1 BY 1    00034800
             UNTIL WS-PTS-SUB > WS-PTS-COUNT.                           00034900
           PERFORM PRINT-AWARDS.                                        00035000
           PERFORM WRITE-LEAGUE-RESULTS.                                00035050
                                                                        00035100
       PRINT-ONE-TEAM-PTS.                                              00035200
           IF TP-LEAGUE-ID(WS-PTS-SUB) = WS-LEAGUE-HOLD                 00035300
               MOVE TP-LEAGUE-ID(WS-PTS-SUB) TO WS-NAME-SEEK-LEAGUE     00035725
               MOVE TP-TEAM-ID(WS-PTS-SUB) TO WS-NAME-SEEK-TEAM         00035750
               PERFORM GET-TEAM-NAME                                    00035775
               MOVE SPACES TO REPT-LINE                                 00035800
               MOVE TP-PTS-WON(WS-PTS-SUB)  TO WS-EDIT-PTS              00035900
               MOVE TP-PTS-LOST(WS-PTS-SUB) TO WS-EDIT-LOST             00036000
               STRING 'TEAM ' TP-TEAM-ID(WS-PTS-SUB)                    00036100
                      ' ' WS-TEAM-NAME                                  00036150
                      '  WON ' WS-EDIT-PTS                              00036200
                      '  LOST ' WS-EDIT-LOST                            00036300
                      DELIMITED BY SIZE                                 00036400
                 INTO REPT-LINE                                         00036500
               WRITE REPT-LINE.                                         00036600
                                                                        00036700
      *--------------------------------------------------------------   00036701
      * THE CHAMPION IS THE BEST OF THE LEAGUE'S TEAMS; THE RUNNER-UP   00036702
      * THE BEST OF THE REST. WHEN THE TWO ARE LEVEL ON POINTS THE      00036703
      * RULE THAT SEPARATED THEM IS NAMED ON THE CHAMPION LINE.         00036704
      *--------------------------------------------------------------   00036705
       PICK-CHAMPION.                                                   00036706
           PERFORM GET-TIEBREAK.                                        00036707
           PERFORM SET-TIE-H2H VARYING WS-PTS-IDX-HOLD FROM 1 BY 1      00036708
             UNTIL WS-PTS-IDX-HOLD > WS-PTS-COUNT.                      00036709
           MOVE ZEROES TO WS-SKIP-IDX.                                  00036710
           PERFORM PICK-BEST-TEAM.                                      00036711
           MOVE WS-BEST-IDX TO WS-CHAMP-IDX.                            00036712
           MOVE WS-CHAMP-IDX TO WS-SKIP-IDX.                            00036713
           PERFORM PICK-BEST-TEAM.                                      00036714
           MOVE WS-BEST-IDX TO WS-RUNNER-IDX.                           00036715
           MOVE SPACES TO WS-CHAMP-BY.                                  00036716
           IF WS-CHAMP-IDX NOT = ZERO                                   00036717
               MOVE TP-PTS-WON(WS-CHAMP-IDX) TO WS-CHAMP-PTS            00036718
               MOVE TP-TEAM-ID(WS-CHAMP-IDX) TO WS-CHAMP-TEAM           00036719
               IF WS-RUNNER-IDX NOT = ZERO                              00036720
                   IF TP-PTS-WON(WS-RUNNER-IDX) = WS-CHAMP-PTS          00036721
                       MOVE WS-CHAMP-IDX TO WS-CMP-A                    00036722
                       MOVE WS-RUNNER-IDX TO WS-CMP-B                   00036723
                       PERFORM COMPARE-TEAMS                            00036724
                       MOVE WS-DECIDED-BY TO WS-CHAMP-BY.               00036725
                                                                        00036726
       PICK-BEST-TEAM.                                                  00036727
           MOVE ZEROES TO WS-BEST-IDX.                                  00036728
           PERFORM TRY-BEST-TEAM VARYING WS-PTS-SUB FROM 1 BY 1         00036729
             UNTIL WS-PTS-SUB > WS-PTS-COUNT.                           00036730
                                                                        00036731
       TRY-BEST-TEAM.                                                   00036732
           IF TP-LEAGUE-ID(WS-PTS-SUB) = WS-LEAGUE-HOLD                 00036733
              AND WS-PTS-SUB NOT = WS-SKIP-IDX                          00036734
              AND TP-PLACE(WS-PTS-SUB) = ZERO                           00036735
               IF WS-BEST-IDX = ZERO                                    00036736
                   MOVE WS-PTS-SUB TO WS-BEST-IDX                       00036737
               ELSE                                                     00036738
                   MOVE WS-PTS-SUB TO WS-CMP-A                          00036739
                   MOVE WS-BEST-IDX TO WS-CMP-B                         00036740
                   PERFORM COMPARE-TEAMS                                00036741
                   IF A-FIRST                                           00036742
                       MOVE WS-PTS-SUB TO WS-BEST-IDX.                  00036743
                                                                        00036744
      *    HEAD-TO-HEAD FOR A TIE IS THE POINTS A TEAM WON AGAINST ALL  00036745
      *    THE OTHER TEAMS IN ITS LEAGUE LEVEL WITH IT ON POINTS WON.   00036746
       SET-TIE-H2H.                                                     00036747
           MOVE ZERO TO TP-TIE-H2H(WS-PTS-IDX-HOLD).                    00036748
           IF TP-LEAGUE-ID(WS-PTS-IDX-HOLD) = WS-LEAGUE-HOLD            00036749
               PERFORM ADD-TIE-H2H VARYING WS-OPP-IDX FROM 1 BY 1       00036750
                 UNTIL WS-OPP-IDX > WS-PTS-COUNT.                       00036751
                                                                        00036752
       ADD-TIE-H2H.                                                     00036753
           IF TP-LEAGUE-ID(WS-OPP-IDX) = WS-LEAGUE-HOLD                 00036754
              AND WS-OPP-IDX NOT = WS-PTS-IDX-HOLD                      00036755
              AND TP-PTS-WON(WS-OPP-IDX) = TP-PTS-WON(WS-PTS-IDX-HOLD)  00036756
               ADD TP-VS-PTS(WS-PTS-IDX-HOLD, WS-OPP-IDX)               00036757
                 TO TP-TIE-H2H(WS-PTS-IDX-HOLD).                        00036758
                                                                        00036759
      *--------------------------------------------------------------   00036760
      * POINTS WON DECIDES FIRST. LEVEL TEAMS GO TO THE LEAGUE'S        00036761
      * TIEBREAK RULES IN ORDER, AND PAST THOSE TO TEAM-ID ORDER.       00036762
      *--------------------------------------------------------------   00036763
       COMPARE-TEAMS.                                                   00036764
           MOVE 'N' TO WS-A-FIRST-SW, WS-CMP-DONE-SW.                   00036765
           MOVE SPACES TO WS-DECIDED-BY.                                00036766
           IF TP-PTS-WON(WS-CMP-A) NOT = TP-PTS-WON(WS-CMP-B)           00036767
               MOVE 'POINTS WON' TO WS-DECIDED-BY                       00036768
               SET CMP-DONE TO TRUE                                     00036769
               IF TP-PTS-WON(WS-CMP-A) > TP-PTS-WON(WS-CMP-B)           00036770
                   SET A-FIRST TO TRUE.                                 00036771
           IF NOT CMP-DONE                                              00036772
               PERFORM APPLY-TIE-RULE VARYING WS-RULE-SUB FROM 1 BY 1   00036773
                 UNTIL WS-RULE-SUB > 2 OR CMP-DONE.                     00036774
           IF NOT CMP-DONE                                              00036775
               MOVE 'LEVEL - TEAM ID' TO WS-DECIDED-BY                  00036776
               IF TP-TEAM-ID(WS-CMP-A) < TP-TEAM-ID(WS-CMP-B)           00036777
                   SET A-FIRST TO TRUE.                                 00036778
                                                                        00036779
       APPLY-TIE-RULE.                                                  00036780
           IF WS-TIE-RULE(WS-RULE-SUB) = 'H'                            00036781
              AND TP-TIE-H2H(WS-CMP-A) NOT = TP-TIE-H2H(WS-CMP-B)       00036782
               MOVE 'HEAD-TO-HEAD' TO WS-DECIDED-BY                     00036783
               SET CMP-DONE TO TRUE                                     00036784
               IF TP-TIE-H2H(WS-CMP-A) > TP-TIE-H2H(WS-CMP-B)           00036785
                   SET A-FIRST TO TRUE.                                 00036786
           IF WS-TIE-RULE(WS-RULE-SUB) = 'P'                            00036787
              AND TP-PINS(WS-CMP-A) NOT = TP-PINS(WS-CMP-B)             00036788
               MOVE 'HANDICAP PINS' TO WS-DECIDED-BY                    00036789
               SET CMP-DONE TO TRUE                                     00036790
               IF TP-PINS(WS-CMP-A) > TP-PINS(WS-CMP-B)                 00036791
                   SET A-FIRST TO TRUE.                                 00036792
                                                                        00036793
       PRINT-AWARDS.                                                    00036800
           MOVE SPACES TO REPT-LINE.                                    00036900
           WRITE REPT-LINE.                                             00037000
           MOVE SPACES TO REPT-LINE.                                    00037100
           MOVE WS-CHAMP-PTS TO WS-EDIT-PTS.                            00037200
           MOVE WS-LEAGUE-HOLD TO WS-NAME-SEEK-LEAGUE.                  00037225
           MOVE WS-CHAMP-TEAM  TO WS-NAME-SEEK-TEAM.                    00037250
           PERFORM GET-TEAM-NAME.                                       00037275
           STRING 'TEAM CHAMPION      TEAM ' WS-CHAMP-TEAM              00037300
                  ' ' WS-TEAM-NAME                                      00037350
                  '  POINTS ' WS-EDIT-PTS DELIMITED BY SIZE             00037400
             INTO REPT-LINE.                                            00037500
           WRITE REPT-LINE.                                             00037600
           IF WS-CHAMP-BY NOT = SPACES                                  00037614
               MOVE SPACES TO REPT-LINE                                 00037628
               STRING '                   TIED ON POINTS - PLACED BY '  00037642
                      WS-CHAMP-BY DELIMITED BY SIZE                     00037656
                 INTO REPT-LINE                                         00037670
               WRITE REPT-LINE.                                         00037684
           MOVE SPACES TO REPT-LINE.                                    00037700
           MOVE WS-HIAVG TO WS-EDIT-AVG.                                00037800
           STRING 'HIGH AVERAGE       ' WS-HIAVG-BWLR                   00037900
             INTO REPT-LINE.                                            00039600
           WRITE REPT-LINE.                                             00039700
                                                                        00039800
      *--------------------------------------------------------------   00039802
      * THE LEAGUE'S RESULTS FOR PRIZEPAY - EACH TEAM'S PLACE, TAKEN    00039804
      * BEST-OF-THE-REST WITH THE SAME COMPARISON THAT PICKED THE       00039806
      * CHAMPION, THEN THE INDIVIDUAL AWARD WINNERS.                    00039808
      *--------------------------------------------------------------   00039810
       WRITE-LEAGUE-RESULTS.                                            00039812
           MOVE ZEROES TO WS-SKIP-IDX.                                  00039814
           PERFORM PLACE-NEXT-TEAM VARYING WS-PLACE FROM 1 BY 1         00039816
             UNTIL WS-PLACE > WS-PTS-COUNT.                             00039818
           IF WS-HIAVG-BWLR NOT = SPACES                                00039820
               MOVE SPACES TO AWARD-REC                                 00039822
               MOVE 'HA' TO AW-TYPE                                     00039824
               MOVE WS-HIAVG-BWLR TO AW-BOWLER                          00039826
               MOVE WS-HIAVG-TEAM TO AW-TEAM-ID                         00039828
               MOVE WS-HIAVG TO AW-FIGURE                               00039830
               PERFORM WRITE-AWARD-REC.                                 00039832
           IF WS-HIGAME-BWLR NOT = SPACES                               00039834
               MOVE SPACES TO AWARD-REC                                 00039836
               MOVE 'HG' TO AW-TYPE                                     00039838
               MOVE WS-HIGAME-BWLR TO AW-BOWLER                         00039840
               MOVE WS-HIGAME-TEAM TO AW-TEAM-ID                        00039842
               MOVE WS-HIGAME TO AW-FIGURE                              00039844
               PERFORM WRITE-AWARD-REC.                                 00039846
           IF WS-HISER-BWLR NOT = SPACES                                00039848
               MOVE SPACES TO AWARD-REC                                 00039850
               MOVE 'HS' TO AW-TYPE                                     00039852
               MOVE WS-HISER-BWLR TO AW-BOWLER                          00039854
               MOVE WS-HISER-TEAM TO AW-TEAM-ID                         00039856
               MOVE WS-HISER TO AW-FIGURE                               00039858
               PERFORM WRITE-AWARD-REC.                                 00039860
                                                                        00039862
       PLACE-NEXT-TEAM.                                                 00039864
           PERFORM PICK-BEST-TEAM.                                      00039866
           IF WS-BEST-IDX NOT = ZERO                                    00039868
               MOVE WS-PLACE TO TP-PLACE(WS-BEST-IDX)                   00039870
               MOVE SPACES TO AWARD-REC                                 00039872
               MOVE 'PL' TO AW-TYPE                                     00039874
               MOVE WS-PLACE TO AW-PLACE                                00039876
               MOVE TP-TEAM-ID(WS-BEST-IDX) TO AW-TEAM-ID               00039878
               MOVE TP-PTS-WON(WS-BEST-IDX) TO AW-FIGURE                00039880
               PERFORM WRITE-AWARD-REC.                                 00039882
                                                                        00039884
       WRITE-AWARD-REC.                                                 00039886
           MOVE WS-SEASON-ID TO AW-SEASON-ID.                           00039888
           MOVE WS-LEAGUE-HOLD TO AW-LEAGUE-ID.                         00039890
           WRITE AWARD-REC.                                             00039892
           ADD 1 TO WS-CT-AWARDS.                                       00039894
                                                                        00039897
       PRINT-HEADINGS.                                                  00039900
           MOVE SPACES TO REPT-LINE.                                    00040000
           STRING 'SEASON CLOSE-OUT - CERTIFIED FINAL FIGURES - '       00040100
                                                                        00041800
      *--------------------------------------------------------------   00041900
      * WEEK-1 STATE FOR THE NEW SEASON - AN EMPTY KEYED MASTER, AN     00042000
      * EMPTY SEASON POINTS FILE, AN EMPTY MATCH HISTORY, AN EMPTY      00042075
      * POSTING CONTROL FILE AND AN EMPTY CHECKPOINT, ALL IN ONE        00042150
      * STEP.                                                           00042225
      *--------------------------------------------------------------   00042300
       INIT-NEW-SEASON.                                                 00042400
           OPEN OUTPUT NEWMST-OUT.                                      00042500
           CLOSE NEWMST-OUT.                                            00042600
           OPEN OUTPUT NEWPTS-OUT.                                      00042700
           CLOSE NEWPTS-OUT.                                            00042800
           OPEN OUTPUT NEWHIST-OUT.                                     00042833
           CLOSE NEWHIST-OUT.                                           00042866
           OPEN OUTPUT NEWPCTL-OUT.                                     00042900
           CLOSE NEWPCTL-OUT.                                           00043000
           OPEN OUTPUT NEWCHKPT-OUT.                                    00043100
                                                                        00043400
       CLEANUP.                                                         00043500
           PERFORM CONTROL-TOTALS.                                      00043600
           IF TEAMMST-OPEN                                              00043633
               CLOSE TEAM-MST-IN.                                       00043666
           CLOSE REPORT-OUT.                                            00043700
           STOP RUN.                                                    00043800
                                                                        00043900
           DISPLAY 'SEASCLOS RUN CONTROL TOTALS'.                       00044200
           DISPLAY '  MASTER RECORDS READ         - ' WS-CT-MST-READ.   00044300
           DISPLAY '  ARCHIVE RECORDS WRITTEN     - ' WS-CT-ARCHIVED.   00044400
           DISPLAY '  AWARD RESULTS WRITTEN       - ' WS-CT-AWARDS.     00044450
           DISPLAY '  LEAGUES CLOSED              - ' WS-CT-LEAGUES.    00044500
           DISPLAY '  MATCH HISTORY RECORDS READ  - ' WS-CT-HIST-READ.  00044533
           DISPLAY '  REPEATED RESULTS IGNORED    - ' WS-CT-HIST-DUPS.  00044566
           DISPLAY '=============================================='.    00044600
