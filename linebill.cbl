       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'LINEBILL'.                                         00000200
      *================================================                 00000300
      * WEEKLY LINEAGE BILLING - THE HOUSE'S PER-GAME                   00000400
      * LANE FEE TO EACH LEAGUE, OFF THE DESK'S RECAP                   00000500
      * SHEET ARITHMETIC AT LAST. READS THE WEEK'S                      00000600
      * TERM-OUT DETAIL FOR GAMES BOWLED (BLIND AND                     00000700
      * SUBSTITUTE NIGHTS INCLUDED - THEY STILL USE A                   00000800
      * LANE), THE WEEKLY SCHEDULE FOR THE LANE PAIR                    00000900
      * EACH TEAM BOWLED ON, THE LEAGUE PARAMETER                       00001000
      * FILE FOR THE LINEAGE RATE, LAST WEEK'S                          00001100
      * LINEAGE LEDGER AND THE DESK'S LINEAGE                           00001200
      * PAYMENTS (LEAGUE, AMOUNT). WRITES THE NEW                       00001300
      * LEDGER (SEASON BILLED VERSUS PAID), AN                          00001400
      * INVOICE PAGE PER LEAGUE SHOWING GAMES BY LANE                   00001500
      * PAIR, AND A HOUSE SUMMARY OF LANES USED PER                     00001600
      * LEAGUE NIGHT. A WEEK ALREADY INVOICED, OR A                     00001700
      * LEAGUE WITH NO RATE ON FILE, IS NOT BILLED AND                  00001800
      * ENDS THE RUN WITH RETURN CODE 8.                                00001900
      *================================================                 00002000
       ENVIRONMENT DIVISION.                                            00002100
       CONFIGURATION SECTION.                                           00002200
       SOURCE-COMPUTER.  IBM-360.                                       00002300
       OBJECT-COMPUTER.  IBM-360.                                       00002400
       INPUT-OUTPUT SECTION.                                            00002500
       FILE-CONTROL.                                                    00002600
           SELECT LEAGUE-PARMS ASSIGN TO UT-S-LEAGPARM.                 00002700
           SELECT SCHED-IN ASSIGN TO UT-S-SCHEDULE.                     00002800
           SELECT DETAIL-IN ASSIGN TO UT-S-BLK3600.                     00002900
           SELECT OLDBILL-IN ASSIGN TO UT-S-OLDLINE                     00003000
               FILE STATUS WS-OLDBILL-STATUS.                           00003100
           SELECT PAYMENT-IN ASSIGN TO UT-S-LINEPAY                     00003200
               FILE STATUS WS-PAYMENT-STATUS.                           00003300
           SELECT NEWBILL-OUT ASSIGN TO UT-S-NEWLINE.                   00003400
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00003500
                                                                        00003600
       DATA DIVISION.                                                   00003700
       FILE SECTION.                                                    00003800
                                                                        00003900
       FD  LEAGUE-PARMS                                                 00004000
           RECORD CONTAINS 80 CHARACTERS.                               00004100
       01  PARM-REC.                                                    00004200
           COPY CLEAGPRM.                                               00004300
                                                                        00004400
       FD  SCHED-IN                                                     00004500
           RECORD CONTAINS 80 CHARACTERS.                               00004600
       01  SCHED-REC.                                                   00004700
           05  SCH-WEEK-NO   PIC XX    VALUE SPACES.                    00004800
           05  SCH-LANES     PIC X(05) VALUE SPACES.                    00004900
           05  SCH-TEAM-A    PIC XX    VALUE SPACES.                    00005000
           05  SCH-TEAM-B    PIC XX    VALUE SPACES.                    00005100
           05  SCH-LEAGUE-ID PIC XX    VALUE SPACES.                    00005200
           05  FILLER        PIC X(67).                                 00005300
                                                                        00005400
       FD  DETAIL-IN                                                    00005500
           RECORD CONTAINS 80 CHARACTERS                                00005600
           BLOCK CONTAINS 45 RECORDS.                                   00005700
       01  REC-IN.                                                      00005800
           COPY CBOWLDTL.                                               00005900
                                                                        00006000
      *--------------------------------------------------------------   00006100
      * LAST WEEK'S LINEAGE LEDGER - ABSENT ON THE FIRST RUN OF A       00006200
      * SEASON, WHEN A FAILED OPEN JUST STARTS EVERY LEAGUE AT ZERO.    00006300
      *--------------------------------------------------------------   00006400
       FD  OLDBILL-IN                                                   00006500
           RECORD CONTAINS 80 CHARACTERS                                00006600
           BLOCK CONTAINS 45 RECORDS.                                   00006700
       01  OLDBILL-REC.                                                 00006800
           COPY CLINEBIL.                                               00006900
                                                                        00007000
      *--------------------------------------------------------------   00007100
      * LINEAGE PAYMENTS TAKEN AT THE DESK SINCE THE LAST RUN -         00007200
      * OPTIONAL, MOST WEEKS THERE ARE NONE.                            00007300
      *--------------------------------------------------------------   00007400
       FD  PAYMENT-IN                                                   00007500
           RECORD CONTAINS 80 CHARACTERS.                               00007600
       01  PAYMENT-REC.                                                 00007700
           05  LPY-LEAGUE-ID PIC XX    VALUE SPACES.                    00007800
           05  LPY-AMOUNT    PIC X(07) VALUE SPACES.                    00007900
           05  LPY-AMOUNT-N REDEFINES LPY-AMOUNT PIC 9(05)V99.          00008000
           05  FILLER        PIC X(71).                                 00008100
                                                                        00008200
       FD  NEWBILL-OUT                                                  00008300
           RECORD CONTAINS 80 CHARACTERS                                00008400
           BLOCK CONTAINS 45 RECORDS.                                   00008500
       01  NEWBILL-REC  PIC X(80).                                      00008600
                                                                        00008700
       FD  REPORT-OUT                                                   00008800
           RECORD CONTAINS 132 CHARACTERS                               00008900
           BLOCK CONTAINS 30 RECORDS.                                   00009000
       01  REPT-LINE         PIC X(132).                                00009100
                                                                        00009200
       WORKING-STORAGE SECTION.                                         00009300
                                                                        00009400
       01  BILL-WORK.                                                   00009500
           COPY CLINEBIL.                                               00009600
                                                                        00009700
       01  EOF  PIC X VALUE 'N'.                                        00009800
       88  INPUT-EOF VALUE 'Y'.                                         00009900
       01  WS-DTL-GOT-SW   PIC X VALUE 'N'.                             00010000
       88  DTL-GOT         VALUE 'Y'.                                   00010100
       01  WS-PARM-EOF     PIC X VALUE 'N'.                             00010200
       88  PARM-EOF        VALUE 'Y'.                                   00010300
       01  WS-SCHED-EOF    PIC X VALUE 'N'.                             00010400
       88  SCHED-EOF       VALUE 'Y'.                                   00010500
       01  WS-OLDBILL-STATUS PIC XX VALUE SPACES.                       00010600
       01  WS-OLD-EOF      PIC X VALUE 'N'.                             00010700
       88  OLD-EOF         VALUE 'Y'.                                   00010800
       01  WS-PAYMENT-STATUS PIC XX VALUE SPACES.                       00010900
       01  WS-PAY-EOF      PIC X VALUE 'N'.                             00011000
       88  PAY-EOF         VALUE 'Y'.                                   00011100
                                                                        00011200
       01  WS-CT-READ      PIC 9(05) VALUE ZERO.                        00011300
       01  WS-CT-SCHED     PIC 9(05) VALUE ZERO.                        00011400
       01  WS-CT-OLD       PIC 9(05) VALUE ZERO.                        00011500
       01  WS-CT-PAY       PIC 9(05) VALUE ZERO.                        00011600
       01  WS-CT-PAY-ERR   PIC 9(05) VALUE ZERO.                        00011700
       01  WS-CT-NOLANE    PIC 9(05) VALUE ZERO.                        00011800
       01  WS-CT-INVOICES  PIC 9(05) VALUE ZERO.                        00011900
       01  WS-CT-NOTBILLED PIC 9(05) VALUE ZERO.                        00012000
       01  WS-CT-NEW       PIC 9(05) VALUE ZERO.                        00012100
                                                                        00012200
      *--------------------------------------------------------------   00012300
      * ONE ENTRY PER LEAGUE - THE RATE OFF THE PARAMETER FILE, THE     00012400
      * LEDGER CARRIED FROM LAST WEEK AND THIS RUN'S FIGURES. A         00012500
      * LEAGUE ON THE OLD LEDGER BUT NO LONGER ON THE PARAMETER         00012600
      * FILE IS STILL CARRIED, SO ITS BALANCE IS NEVER LOST. 10         00012700
      * LEAGUES AS IN ARRAY2 - OVERFLOW IS DISCARDED WITH A NOTE.       00012800
      * LG-BILL-SW: 'Y' BILLED THIS RUN, 'R' WEEK ALREADY BILLED,       00012900
      * 'Z' NO RATE ON FILE, 'N' NO GAMES THIS RUN.                     00013000
      *--------------------------------------------------------------   00013100
       01  TBL-LEAGUE.                                                  00013200
           05  LEAGUE-ENTRY OCCURS 10 TIMES.                            00013300
               10  LG-ID        PIC XX.                                 00013400
               10  LG-RATE      PIC 99V99.                              00013500
               10  LG-RUN-WEEK  PIC 99.                                 00013600
               10  LG-LAST-WEEK PIC 99.                                 00013700
               10  LG-GAMES     PIC 9(07).                              00013800
               10  LG-BILLED    PIC 9(07)V99.                           00013900
               10  LG-PAID      PIC 9(07)V99.                           00014000
               10  LG-WK-GAMES  PIC 9(05).                              00014100
               10  LG-WK-AMT    PIC 9(05)V99.                           00014200
               10  LG-WK-PAID   PIC 9(07)V99.                           00014300
               10  LG-BILL-SW   PIC X.                                  00014400
       01  WS-LEAGUE-COUNT PIC 9(05) VALUE ZERO.                        00014500
       01  WS-LG-SUB       PIC 9(05) VALUE ZERO.                        00014600
       01  WS-LG-IDX       PIC 9(05) VALUE ZERO.                        00014700
       01  WS-LG-SEEK      PIC XX    VALUE SPACES.                      00014800
                                                                        00014900
      *--------------------------------------------------------------   00015000
      * ONE ENTRY PER SCHEDULED MATCH - THE LANE PAIR AND THE TWO       00015100
      * TEAMS ON IT - WITH THE GAMES BOWLED THERE. A TEAM WITH GAMES    00015200
      * BUT NO SCHEDULE LINE FOR THAT WEEK GETS AN ENTRY OF ITS OWN     00015300
      * WITH NO LANES SO ITS GAMES ARE STILL BILLED AND SHOW UP ON      00015400
      * THE INVOICE FOR THE DESK TO CHASE. 900 ENTRIES AS IN            00015500
      * SCHEDBLD.                                                       00015600
      *--------------------------------------------------------------   00015700
       01  TBL-PAIR.                                                    00015800
           05  PAIR-ENTRY OCCURS 900 TIMES.                             00015900
               10  PR-LEAGUE    PIC XX.                                 00016000
               10  PR-WEEK      PIC XX.                                 00016100
               10  PR-LANES     PIC X(05).                              00016200
               10  PR-TEAM-A    PIC XX.                                 00016300
               10  PR-TEAM-B    PIC XX.                                 00016400
               10  PR-GAMES     PIC 9(05) COMP.                         00016500
       01  WS-PAIR-COUNT   PIC 9(05) VALUE ZERO.                        00016600
       01  WS-PR-SUB       PIC 9(05) VALUE ZERO.                        00016700
       01  WS-PR-IDX       PIC 9(05) VALUE ZERO.                        00016800
       01  WS-NO-LANES     PIC X(05) VALUE '-----'.                     00016900
                                                                        00017000
      *--------------------------------------------------------------   00017100
      * HOUSE SUMMARY - ONE ENTRY PER LEAGUE NIGHT (LEAGUE/WEEK)        00017200
      * WITH THE LANE PAIRS THAT HAD GAMES ON THEM.                     00017300
      *--------------------------------------------------------------   00017400
       01  TBL-NIGHT.                                                   00017500
           05  NIGHT-ENTRY OCCURS 400 TIMES.                            00017600
               10  NT-LEAGUE    PIC XX.                                 00017700
               10  NT-WEEK      PIC XX.                                 00017800
               10  NT-PAIRS     PIC 9(03).                              00017900
               10  NT-GAMES     PIC 9(05).                              00018000
               10  NT-NOLANE    PIC 9(05).                              00018100
       01  WS-NIGHT-COUNT  PIC 9(05) VALUE ZERO.                        00018200
       01  WS-NT-SUB       PIC 9(05) VALUE ZERO.                        00018300
       01  WS-NT-IDX       PIC 9(05) VALUE ZERO.                        00018400
                                                                        00018500
       01  WS-GAMES        PIC 9     VALUE ZERO.                        00018600
       01  WS-WEEK-X       PIC XX    VALUE ZEROES.                      00018700
       01  WS-WEEK-N REDEFINES WS-WEEK-X PIC 99.                        00018800
       01  WS-LANES        PIC 9(05) VALUE ZERO.                        00018900
       01  WS-BALANCE      PIC S9(07)V99 VALUE ZERO.                    00019000
                                                                        00019100
       01  WS-HSE-PAIRS    PIC 9(05) VALUE ZERO.                        00019200
       01  WS-HSE-LANES    PIC 9(05) VALUE ZERO.                        00019300
       01  WS-HSE-GAMES    PIC 9(07) VALUE ZERO.                        00019400
       01  WS-HSE-AMT      PIC 9(07)V99 VALUE ZERO.                     00019500
                                                                        00019600
       01  WS-EDIT-GAMES   PIC ZZZZ9.                                   00019700
       01  WS-EDIT-PAIRS   PIC ZZ9.                                     00019800
       01  WS-EDIT-LANES   PIC ZZZ9.                                    00019900
       01  WS-EDIT-NOLANE-X PIC X(05) VALUE SPACES.                     00020000
       01  WS-EDIT-NOLANE REDEFINES WS-EDIT-NOLANE-X PIC ZZZZ9.         00020100
       01  WS-EDIT-RATE    PIC Z9.99.                                   00020200
       01  WS-EDIT-AMT     PIC ZZZZ9.99.                                00020300
       01  WS-EDIT-TOT     PIC Z(6)9.99.                                00020400
       01  WS-EDIT-BAL     PIC Z(6)9.99-.                               00020500
                                                                        00020600
       PROCEDURE DIVISION.                                              00020700
       MAIN.                                                            00020800
           OPEN OUTPUT REPORT-OUT.                                      00020900
           PERFORM PRINT-HEADINGS.                                      00021000
           PERFORM LOAD-LEAGUE-PARMS.                                   00021100
           PERFORM LOAD-OLD-LEDGER.                                     00021200
           PERFORM LOAD-SCHEDULE.                                       00021300
           OPEN INPUT DETAIL-IN.                                        00021400
           PERFORM READFILE.                                            00021500
           IF NOT INPUT-EOF                                             00021600
               PERFORM COUNT-GAMES UNTIL INPUT-EOF.                     00021700
           CLOSE DETAIL-IN.                                             00021800
           PERFORM POST-PAYMENTS.                                       00021900
           PERFORM BILL-LEAGUES.                                        00022000
           PERFORM WRITE-NEW-LEDGER.                                    00022100
           PERFORM PRINT-INVOICES.                                      00022200
           PERFORM PRINT-HOUSE-SUMMARY.                                 00022300
           PERFORM CLEANUP.                                             00022400
                                                                        00022500
      *--------------------------------------------------------------   00022600
      * THE LINEAGE RATE RIDES ON EACH LEAGUE'S PARAMETER RECORD. A     00022700
      * BLANK OR ZERO RATE LEAVES THE LEAGUE UNBILLED UNTIL THE         00022800
      * SECRETARY PUTS ONE ON FILE.                                     00022900
      *--------------------------------------------------------------   00023000
       LOAD-LEAGUE-PARMS.                                               00023100
           OPEN INPUT LEAGUE-PARMS.                                     00023200
           PERFORM READ-PARMS.                                          00023300
           IF NOT PARM-EOF                                              00023400
               PERFORM STORE-ONE-PARM UNTIL PARM-EOF.                   00023500
           CLOSE LEAGUE-PARMS.                                          00023600
                                                                        00023700
       READ-PARMS.                                                      00023800
           READ LEAGUE-PARMS                                            00023900
               AT END                                                   00024000
                   MOVE 'Y' TO WS-PARM-EOF                              00024100
               NOT AT END                                               00024200
                   CONTINUE.                                            00024300
                                                                        00024400
       STORE-ONE-PARM.                                                  00024500
           MOVE PRM-LEAGUE-ID TO WS-LG-SEEK.                            00024600
           PERFORM LOCATE-LEAGUE.                                       00024700
           IF WS-LG-IDX NOT = ZERO                                      00024800
               IF PRM-LINE-RATE NUMERIC                                 00024900
                   MOVE PRM-LINE-RATE-N TO LG-RATE(WS-LG-IDX).          00025000
           PERFORM READ-PARMS.                                          00025100
                                                                        00025200
      *    FIND THE LEAGUE IN WS-LG-SEEK, ADDING IT WHEN NEW. WS-LG-IDX 00025300
      *    COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.                 00025400
       LOCATE-LEAGUE.                                                   00025500
           PERFORM SEEK-LEAGUE.                                         00025600
           IF WS-LG-IDX = ZERO                                          00025700
               IF WS-LEAGUE-COUNT < 10                                  00025800
                   ADD 1 TO WS-LEAGUE-COUNT                             00025900
                   MOVE WS-LEAGUE-COUNT TO WS-LG-IDX                    00026000
                   MOVE WS-LG-SEEK TO LG-ID(WS-LG-IDX)                  00026100
                   MOVE ZEROES TO LG-RATE(WS-LG-IDX)                    00026200
                   MOVE ZEROES TO LG-RUN-WEEK(WS-LG-IDX)                00026300
                   MOVE ZEROES TO LG-LAST-WEEK(WS-LG-IDX)               00026400
                   MOVE ZEROES TO LG-GAMES(WS-LG-IDX)                   00026500
                   MOVE ZEROES TO LG-BILLED(WS-LG-IDX)                  00026600
                   MOVE ZEROES TO LG-PAID(WS-LG-IDX)                    00026700
                   MOVE ZEROES TO LG-WK-GAMES(WS-LG-IDX)                00026800
                   MOVE ZEROES TO LG-WK-AMT(WS-LG-IDX)                  00026900
                   MOVE ZEROES TO LG-WK-PAID(WS-LG-IDX)                 00027000
                   MOVE 'N' TO LG-BILL-SW(WS-LG-IDX)                    00027100
               ELSE                                                     00027200
                   DISPLAY 'LEAGUE TABLE FULL - ENTRY DISCARDED FOR '   00027300
                       WS-LG-SEEK.                                      00027400
                                                                        00027500
       SEEK-LEAGUE.                                                     00027600
           MOVE ZEROES TO WS-LG-SUB, WS-LG-IDX.                         00027700
           PERFORM SEEK-LEAGUE-ONE VARYING WS-LG-SUB FROM 1 BY 1        00027800
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT                          00027900
                OR WS-LG-IDX NOT = ZERO.                                00028000
                                                                        00028100
       SEEK-LEAGUE-ONE.                                                 00028200
           IF LG-ID(WS-LG-SUB) = WS-LG-SEEK                             00028300
               MOVE WS-LG-SUB TO WS-LG-IDX.                             00028400
                                                                        00028500
       LOAD-OLD-LEDGER.                                                 00028600
           OPEN INPUT OLDBILL-IN.                                       00028700
           IF WS-OLDBILL-STATUS = '00'                                  00028800
               PERFORM READ-OLD-LEDGER                                  00028900
               PERFORM STORE-OLD-LEDGER UNTIL OLD-EOF                   00029000
               CLOSE OLDBILL-IN.                                        00029100
                                                                        00029200
       READ-OLD-LEDGER.                                                 00029300
           READ OLDBILL-IN                                              00029400
               AT END                                                   00029500
                   MOVE 'Y' TO WS-OLD-EOF                               00029600
               NOT AT END                                               00029700
                   ADD 1 TO WS-CT-OLD.                                  00029800
                                                                        00029900
       STORE-OLD-LEDGER.                                                00030000
           MOVE LB-LEAGUE-ID OF OLDBILL-REC TO WS-LG-SEEK.              00030100
           PERFORM LOCATE-LEAGUE.                                       00030200
           IF WS-LG-IDX NOT = ZERO                                      00030300
               MOVE LB-LAST-WEEK OF OLDBILL-REC                         00030400
                 TO LG-LAST-WEEK(WS-LG-IDX)                             00030500
               MOVE LB-GAMES OF OLDBILL-REC TO LG-GAMES(WS-LG-IDX)      00030600
               MOVE LB-BILLED OF OLDBILL-REC TO LG-BILLED(WS-LG-IDX)    00030700
               MOVE LB-PAID OF OLDBILL-REC TO LG-PAID(WS-LG-IDX).       00030800
           PERFORM READ-OLD-LEDGER.                                     00030900
                                                                        00031000
      *--------------------------------------------------------------   00031100
      * LOAD THE WEEK'S SCHEDULE - ONE PAIR ENTRY PER MATCH. THE        00031200
      * HIGHEST WEEK ON EACH LEAGUE'S LINES IS THAT LEAGUE'S RUN        00031300
      * WEEK, THE WEEK THE INVOICE IS FOR.                              00031400
      *--------------------------------------------------------------   00031500
       LOAD-SCHEDULE.                                                   00031600
           OPEN INPUT SCHED-IN.                                         00031700
           PERFORM READ-SCHED.                                          00031800
           PERFORM STORE-ONE-MATCH UNTIL SCHED-EOF.                     00031900
           CLOSE SCHED-IN.                                              00032000
                                                                        00032100
       READ-SCHED.                                                      00032200
           READ SCHED-IN                                                00032300
               AT END                                                   00032400
                   MOVE 'Y' TO WS-SCHED-EOF                             00032500
               NOT AT END                                               00032600
                   ADD 1 TO WS-CT-SCHED.                                00032700
                                                                        00032800
       STORE-ONE-MATCH.                                                 00032900
           IF WS-PAIR-COUNT < 900                                       00033000
               ADD 1 TO WS-PAIR-COUNT                                   00033100
               MOVE SCH-LEAGUE-ID TO PR-LEAGUE(WS-PAIR-COUNT)           00033200
               MOVE SCH-WEEK-NO   TO PR-WEEK(WS-PAIR-COUNT)             00033300
               MOVE SCH-LANES     TO PR-LANES(WS-PAIR-COUNT)            00033400
               MOVE SCH-TEAM-A    TO PR-TEAM-A(WS-PAIR-COUNT)           00033500
               MOVE SCH-TEAM-B    TO PR-TEAM-B(WS-PAIR-COUNT)           00033600
               MOVE ZERO TO PR-GAMES(WS-PAIR-COUNT)                     00033700
           ELSE                                                         00033800
               DISPLAY 'LANE PAIR TABLE FULL - ENTRY DISCARDED FOR '    00033900
                   'LEAGUE ' SCH-LEAGUE-ID ' LANES ' SCH-LANES          00034000
           END-IF.                                                      00034100
           MOVE SCH-LEAGUE-ID TO WS-LG-SEEK.                            00034200
           MOVE SCH-WEEK-NO TO WS-WEEK-X.                               00034300
           PERFORM NOTE-RUN-WEEK.                                       00034400
           PERFORM READ-SCHED.                                          00034500
                                                                        00034600
       NOTE-RUN-WEEK.                                                   00034700
           PERFORM LOCATE-LEAGUE.                                       00034800
           IF WS-LG-IDX NOT = ZERO AND WS-WEEK-X NUMERIC                00034900
               IF WS-WEEK-N > LG-RUN-WEEK(WS-LG-IDX)                    00035000
                   MOVE WS-WEEK-N TO LG-RUN-WEEK(WS-LG-IDX).            00035100
                                                                        00035200
      *    TERM-OUT'S CONTROL TRAILER (BOWLER '**CONTROL*') IS NOT A    00035300
      *    BOWLER-NIGHT AND IS PASSED OVER.                             00035400
       READFILE.                                                        00035500
           MOVE 'N' TO WS-DTL-GOT-SW.                                   00035600
           PERFORM READ-DETAIL-REC                                      00035700
             UNTIL DTL-GOT OR INPUT-EOF.                                00035800
                                                                        00035900
       READ-DETAIL-REC.                                                 00036000
           READ DETAIL-IN                                               00036100
               AT END                                                   00036200
                   MOVE 'Y' TO EOF                                      00036300
               NOT AT END                                               00036400
                   IF BOWLER NOT = '**CONTROL*'                         00036500
                       ADD 1 TO WS-CT-READ                              00036600
                       SET DTL-GOT TO TRUE.                             00036700
                                                                        00036800
      *--------------------------------------------------------------   00036900
      * EVERY BOWLER-NIGHT USES A LANE, WHATEVER ITS ENTRY-TYPE -       00037000
      * THREE GAMES, OR FOUR WHEN A FOURTH WAS BOWLED. THE GAMES GO     00037100
      * TO THE LANE PAIR HIS TEAM WAS SCHEDULED ON THAT WEEK.           00037200
      *--------------------------------------------------------------   00037300
       COUNT-GAMES.                                                     00037400
           MOVE 3 TO WS-GAMES.                                          00037500
           IF SCORE-4 NOT = ZEROES                                      00037600
               MOVE 4 TO WS-GAMES.                                      00037700
           MOVE LEAGUE-ID TO WS-LG-SEEK.                                00037800
           MOVE WEEK-NO TO WS-WEEK-X.                                   00037900
           PERFORM NOTE-RUN-WEEK.                                       00038000
           IF WS-LG-IDX NOT = ZERO                                      00038100
               ADD WS-GAMES TO LG-WK-GAMES(WS-LG-IDX).                  00038200
           PERFORM SEEK-TEAM-PAIR.                                      00038300
           IF WS-PR-IDX = ZERO                                          00038400
               PERFORM ADD-NOLANE-PAIR.                                 00038500
           IF WS-PR-IDX NOT = ZERO                                      00038600
               ADD WS-GAMES TO PR-GAMES(WS-PR-IDX).                     00038700
           PERFORM READFILE.                                            00038800
                                                                        00038900
       SEEK-TEAM-PAIR.                                                  00039000
           MOVE ZEROES TO WS-PR-SUB, WS-PR-IDX.                         00039100
           PERFORM SEEK-TEAM-PAIR-ONE VARYING WS-PR-SUB FROM 1 BY 1     00039200
             UNTIL WS-PR-SUB > WS-PAIR-COUNT                            00039300
                OR WS-PR-IDX NOT = ZERO.                                00039400
                                                                        00039500
       SEEK-TEAM-PAIR-ONE.                                              00039600
           IF PR-LEAGUE(WS-PR-SUB) = LEAGUE-ID                          00039700
              AND PR-WEEK(WS-PR-SUB) = WEEK-NO                          00039800
              AND (PR-TEAM-A(WS-PR-SUB) = TEAM-ID                       00039900
                OR PR-TEAM-B(WS-PR-SUB) = TEAM-ID)                      00040000
               MOVE WS-PR-SUB TO WS-PR-IDX.                             00040100
                                                                        00040200
      *    NO SCHEDULE LINE FOR THIS TEAM AND WEEK - USUALLY A MAKEUP   00040300
      *    BOWLED OFF-SCHEDULE. THE TEAM GETS A NO-LANES ENTRY.         00040400
       ADD-NOLANE-PAIR.                                                 00040500
           IF WS-PAIR-COUNT < 900                                       00040600
               ADD 1 TO WS-PAIR-COUNT                                   00040700
               MOVE WS-PAIR-COUNT TO WS-PR-IDX                          00040800
               MOVE LEAGUE-ID   TO PR-LEAGUE(WS-PR-IDX)                 00040900
               MOVE WEEK-NO     TO PR-WEEK(WS-PR-IDX)                   00041000
               MOVE WS-NO-LANES TO PR-LANES(WS-PR-IDX)                  00041100
               MOVE TEAM-ID     TO PR-TEAM-A(WS-PR-IDX)                 00041200
               MOVE SPACES      TO PR-TEAM-B(WS-PR-IDX)                 00041300
               MOVE ZERO TO PR-GAMES(WS-PR-IDX)                         00041400
               ADD 1 TO WS-CT-NOLANE                                    00041500
           ELSE                                                         00041600
               DISPLAY 'LANE PAIR TABLE FULL - ENTRY DISCARDED FOR '    00041700
                   'LEAGUE ' LEAGUE-ID ' TEAM ' TEAM-ID.                00041800
                                                                        00041900
      *--------------------------------------------------------------   00042000
      * POST THE DESK'S LINEAGE PAYMENTS. THE LEAGUE MUST BE ONE WE     00042100
      * KNOW AND THE AMOUNT NUMERIC - ANYTHING ELSE LISTS AS AN         00042200
      * ERROR, THE WAY DUESPOST LISTS A BAD PAYMENT.                    00042300
      *--------------------------------------------------------------   00042400
       POST-PAYMENTS.                                                   00042500
           OPEN INPUT PAYMENT-IN.                                       00042600
           IF WS-PAYMENT-STATUS = '00'                                  00042700
               PERFORM READ-PAYMENT                                     00042800
               PERFORM POST-ONE-PAYMENT UNTIL PAY-EOF                   00042900
               CLOSE PAYMENT-IN.                                        00043000
                                                                        00043100
       READ-PAYMENT.                                                    00043200
           READ PAYMENT-IN                                              00043300
               AT END                                                   00043400
                   MOVE 'Y' TO WS-PAY-EOF                               00043500
               NOT AT END                                               00043600
                   ADD 1 TO WS-CT-PAY.                                  00043700
                                                                        00043800
       POST-ONE-PAYMENT.                                                00043900
           MOVE LPY-LEAGUE-ID TO WS-LG-SEEK.                            00044000
           PERFORM SEEK-LEAGUE.                                         00044100
           IF WS-LG-IDX = ZERO                                          00044200
               PERFORM PAYMENT-ERROR-LEAGUE                             00044300
           ELSE                                                         00044400
               IF LPY-AMOUNT NOT NUMERIC                                00044500
                   PERFORM PAYMENT-ERROR-AMOUNT                         00044600
               ELSE                                                     00044700
                   ADD LPY-AMOUNT-N TO LG-PAID(WS-LG-IDX)               00044800
                   ADD LPY-AMOUNT-N TO LG-WK-PAID(WS-LG-IDX).           00044900
           PERFORM READ-PAYMENT.                                        00045000
                                                                        00045100
       PAYMENT-ERROR-LEAGUE.                                            00045200
           ADD 1 TO WS-CT-PAY-ERR.                                      00045300
           MOVE SPACES TO REPT-LINE.                                    00045400
           STRING 'PAYMENT IN ERROR - LEAGUE ' LPY-LEAGUE-ID            00045500
                  ' NOT ON LEAGUE PARAMETER FILE OR LEDGER'             00045600
                  DELIMITED BY SIZE                                     00045700
             INTO REPT-LINE.                                            00045800
           WRITE REPT-LINE.                                             00045900
                                                                        00046000
       PAYMENT-ERROR-AMOUNT.                                            00046100
           ADD 1 TO WS-CT-PAY-ERR.                                      00046200
           MOVE SPACES TO REPT-LINE.                                    00046300
           STRING 'PAYMENT IN ERROR - LEAGUE ' LPY-LEAGUE-ID            00046400
                  ' BAD AMOUNT ' LPY-AMOUNT                             00046500
                  DELIMITED BY SIZE                                     00046600
             INTO REPT-LINE.                                            00046700
           WRITE REPT-LINE.                                             00046800
                                                                        00046900
      *--------------------------------------------------------------   00047000
      * PRICE EACH LEAGUE'S GAMES. A RUN WEEK NO LATER THAN THE LAST    00047100
      * WEEK INVOICED IS A RERUN AND IS NOT BILLED AGAIN; A LEAGUE      00047200
      * WITH NO RATE ON FILE IS NOT BILLED AT ALL. EITHER WAY THE       00047300
      * LEDGER IS LEFT AS IT WAS SO A CORRECTED RUN BILLS CLEANLY.      00047400
      *--------------------------------------------------------------   00047500
       BILL-LEAGUES.                                                    00047600
           PERFORM BILL-ONE-LEAGUE VARYING WS-LG-SUB FROM 1 BY 1        00047700
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT.                         00047800
                                                                        00047900
       BILL-ONE-LEAGUE.                                                 00048000
           IF LG-WK-GAMES(WS-LG-SUB) = ZERO                             00048100
               MOVE 'N' TO LG-BILL-SW(WS-LG-SUB)                        00048200
           ELSE                                                         00048300
               IF LG-RUN-WEEK(WS-LG-SUB) NOT > LG-LAST-WEEK(WS-LG-SUB)  00048400
                   MOVE 'R' TO LG-BILL-SW(WS-LG-SUB)                    00048500
                   ADD 1 TO WS-CT-NOTBILLED                             00048600
               ELSE                                                     00048700
                   IF LG-RATE(WS-LG-SUB) = ZERO                         00048800
                       MOVE 'Z' TO LG-BILL-SW(WS-LG-SUB)                00048900
                       ADD 1 TO WS-CT-NOTBILLED                         00049000
                   ELSE                                                 00049100
                       PERFORM CHARGE-ONE-LEAGUE.                       00049200
                                                                        00049300
       CHARGE-ONE-LEAGUE.                                               00049400
           MOVE 'Y' TO LG-BILL-SW(WS-LG-SUB).                           00049500
           COMPUTE LG-WK-AMT(WS-LG-SUB) ROUNDED =                       00049600
               LG-WK-GAMES(WS-LG-SUB) * LG-RATE(WS-LG-SUB).             00049700
           ADD LG-WK-AMT(WS-LG-SUB) TO LG-BILLED(WS-LG-SUB).            00049800
           ADD LG-WK-GAMES(WS-LG-SUB) TO LG-GAMES(WS-LG-SUB).           00049900
           MOVE LG-RUN-WEEK(WS-LG-SUB) TO LG-LAST-WEEK(WS-LG-SUB).      00050000
                                                                        00050100
       WRITE-NEW-LEDGER.                                                00050200
           OPEN OUTPUT NEWBILL-OUT.                                     00050300
           PERFORM WRITE-ONE-LEDGER VARYING WS-LG-SUB FROM 1 BY 1       00050400
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT.                         00050500
           CLOSE NEWBILL-OUT.                                           00050600
                                                                        00050700
       WRITE-ONE-LEDGER.                                                00050800
           MOVE SPACES TO BILL-WORK.                                    00050900
           MOVE LG-ID(WS-LG-SUB)        TO LB-LEAGUE-ID OF BILL-WORK.   00051000
           MOVE LG-LAST-WEEK(WS-LG-SUB) TO LB-LAST-WEEK OF BILL-WORK.   00051100
           MOVE LG-GAMES(WS-LG-SUB)     TO LB-GAMES OF BILL-WORK.       00051200
           MOVE LG-BILLED(WS-LG-SUB)    TO LB-BILLED OF BILL-WORK.      00051300
           MOVE LG-PAID(WS-LG-SUB)      TO LB-PAID OF BILL-WORK.        00051400
           MOVE ZEROES TO LB-WEEK-GAMES OF BILL-WORK.                   00051500
           MOVE ZEROES TO LB-WEEK-AMT OF BILL-WORK.                     00051600
           IF LG-BILL-SW(WS-LG-SUB) = 'Y'                               00051700
               MOVE LG-WK-GAMES(WS-LG-SUB)                              00051800
                 TO LB-WEEK-GAMES OF BILL-WORK                          00051900
               MOVE LG-WK-AMT(WS-LG-SUB) TO LB-WEEK-AMT OF BILL-WORK.   00052000
           MOVE BILL-WORK TO NEWBILL-REC.                               00052100
           WRITE NEWBILL-REC.                                           00052200
           ADD 1 TO WS-CT-NEW.                                          00052300
                                                                        00052400
       PRINT-HEADINGS.                                                  00052500
           MOVE SPACES TO REPT-LINE.                                    00052600
           MOVE 'WEEKLY LINEAGE BILLING' TO REPT-LINE.                  00052700
           WRITE REPT-LINE.                                             00052800
           MOVE SPACES TO REPT-LINE.                                    00052900
           WRITE REPT-LINE.                                             00053000
                                                                        00053100
      *--------------------------------------------------------------   00053200
      * ONE INVOICE PAGE PER LEAGUE THAT BOWLED THIS RUN - GAMES BY     00053300
      * LANE PAIR IN SCHEDULE ORDER, THE WEEK'S CHARGE, AND THE         00053400
      * SEASON BILLED, PAID AND BALANCE OWED.                           00053500
      *--------------------------------------------------------------   00053600
       PRINT-INVOICES.                                                  00053700
           PERFORM PRINT-ONE-INVOICE VARYING WS-LG-SUB FROM 1 BY 1      00053800
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT.                         00053900
                                                                        00054000
       PRINT-ONE-INVOICE.                                               00054100
           IF LG-BILL-SW(WS-LG-SUB) NOT = 'N'                           00054200
               ADD 1 TO WS-CT-INVOICES                                  00054300
               PERFORM PRINT-INVOICE-HEAD                               00054400
               PERFORM PRINT-INVOICE-PAIR VARYING WS-PR-SUB FROM 1 BY 1 00054500
                 UNTIL WS-PR-SUB > WS-PAIR-COUNT                        00054600
               PERFORM PRINT-INVOICE-TOTALS.                            00054700
                                                                        00054800
       PRINT-INVOICE-HEAD.                                              00054900
           MOVE LG-RUN-WEEK(WS-LG-SUB) TO WS-WEEK-N.                    00055000
           MOVE SPACES TO REPT-LINE.                                    00055100
           STRING 'LINEAGE INVOICE   LEAGUE ' LG-ID(WS-LG-SUB)          00055200
                  '   WEEK ' WS-WEEK-X                                  00055300
                  DELIMITED BY SIZE                                     00055400
             INTO REPT-LINE.                                            00055500
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00055600
           MOVE SPACES TO REPT-LINE.                                    00055700
           MOVE LG-RATE(WS-LG-SUB) TO WS-EDIT-RATE.                     00055800
           STRING 'RATE PER GAME  ' WS-EDIT-RATE                        00055900
                  DELIMITED BY SIZE                                     00056000
             INTO REPT-LINE.                                            00056100
           WRITE REPT-LINE.                                             00056200
           MOVE SPACES TO REPT-LINE.                                    00056300
           WRITE REPT-LINE.                                             00056400
           MOVE 'WK  LANES  TEAMS      GAMES' TO REPT-LINE.             00056500
           WRITE REPT-LINE.                                             00056600
                                                                        00056700
       PRINT-INVOICE-PAIR.                                              00056800
           IF PR-LEAGUE(WS-PR-SUB) = LG-ID(WS-LG-SUB)                   00056900
               MOVE PR-GAMES(WS-PR-SUB) TO WS-EDIT-GAMES                00057000
               MOVE SPACES TO REPT-LINE                                 00057100
               IF PR-TEAM-B(WS-PR-SUB) = SPACES                         00057200
                   STRING PR-WEEK(WS-PR-SUB) '  '                       00057300
                          PR-LANES(WS-PR-SUB) '  '                      00057400
                          PR-TEAM-A(WS-PR-SUB) '         '              00057500
                          WS-EDIT-GAMES                                 00057600
                          '  NOT ON SCHEDULE - NO LANES'                00057700
                          DELIMITED BY SIZE                             00057800
                     INTO REPT-LINE                                     00057900
               ELSE                                                     00058000
                   STRING PR-WEEK(WS-PR-SUB) '  '                       00058100
                          PR-LANES(WS-PR-SUB) '  '                      00058200
                          PR-TEAM-A(WS-PR-SUB) ' VS '                   00058300
                          PR-TEAM-B(WS-PR-SUB) '   '                    00058400
                          WS-EDIT-GAMES                                 00058500
                          DELIMITED BY SIZE                             00058600
                     INTO REPT-LINE                                     00058700
               END-IF                                                   00058800
               WRITE REPT-LINE.                                         00058900
                                                                        00059000
       PRINT-INVOICE-TOTALS.                                            00059100
           MOVE SPACES TO REPT-LINE.                                    00059200
           WRITE REPT-LINE.                                             00059300
           MOVE SPACES TO REPT-LINE.                                    00059400
           MOVE LG-WK-GAMES(WS-LG-SUB) TO WS-EDIT-GAMES.                00059500
           STRING 'GAMES BOWLED           ' WS-EDIT-GAMES               00059600
               DELIMITED BY SIZE INTO REPT-LINE.                        00059700
           WRITE REPT-LINE.                                             00059800
           MOVE SPACES TO REPT-LINE.                                    00059900
           IF LG-BILL-SW(WS-LG-SUB) = 'Y'                               00060000
               MOVE LG-WK-AMT(WS-LG-SUB) TO WS-EDIT-TOT                 00060100
               STRING 'LINEAGE THIS WEEK      ' WS-EDIT-TOT             00060200
                   DELIMITED BY SIZE INTO REPT-LINE.                    00060300
           IF LG-BILL-SW(WS-LG-SUB) = 'R'                               00060400
               MOVE LG-LAST-WEEK(WS-LG-SUB) TO WS-WEEK-N                00060500
               STRING '*** NOT BILLED - WEEK ' WS-WEEK-X                00060600
                      ' ALREADY INVOICED - RERUN? ***'                  00060700
                   DELIMITED BY SIZE INTO REPT-LINE.                    00060800
           IF LG-BILL-SW(WS-LG-SUB) = 'Z'                               00060900
               MOVE '*** NOT BILLED - NO LINEAGE RATE ON FILE ***'      00061000
                 TO REPT-LINE.                                          00061100
           WRITE REPT-LINE.                                             00061200
           MOVE SPACES TO REPT-LINE.                                    00061300
           WRITE REPT-LINE.                                             00061400
           MOVE SPACES TO REPT-LINE.                                    00061500
           MOVE LG-BILLED(WS-LG-SUB) TO WS-EDIT-TOT.                    00061600
           STRING 'SEASON BILLED TO DATE  ' WS-EDIT-TOT                 00061700
               DELIMITED BY SIZE INTO REPT-LINE.                        00061800
           WRITE REPT-LINE.                                             00061900
           MOVE SPACES TO REPT-LINE.                                    00062000
           MOVE LG-PAID(WS-LG-SUB) TO WS-EDIT-TOT.                      00062100
           STRING 'SEASON PAID TO DATE    ' WS-EDIT-TOT                 00062200
               DELIMITED BY SIZE INTO REPT-LINE.                        00062300
           WRITE REPT-LINE.                                             00062400
           IF LG-WK-PAID(WS-LG-SUB) NOT = ZERO                          00062500
               MOVE SPACES TO REPT-LINE                                 00062600
               MOVE LG-WK-PAID(WS-LG-SUB) TO WS-EDIT-TOT                00062700
               STRING '  RECEIVED THIS RUN    ' WS-EDIT-TOT             00062800
                   DELIMITED BY SIZE INTO REPT-LINE                     00062900
               WRITE REPT-LINE.                                         00063000
           COMPUTE WS-BALANCE =                                         00063100
               LG-BILLED(WS-LG-SUB) - LG-PAID(WS-LG-SUB).               00063200
           MOVE SPACES TO REPT-LINE.                                    00063300
           MOVE WS-BALANCE TO WS-EDIT-BAL.                              00063400
           STRING 'BALANCE DUE            ' WS-EDIT-BAL                 00063500
               DELIMITED BY SIZE INTO REPT-LINE.                        00063600
           WRITE REPT-LINE.                                             00063700
                                                                        00063800
      *--------------------------------------------------------------   00063900
      * HOUSE SUMMARY - LANES USED PER LEAGUE NIGHT. A LANE PAIR        00064000
      * COUNTS WHEN ANY GAMES WERE BOWLED ON IT; GAMES WITH NO LANE     00064100
      * ASSIGNMENT ARE SHOWN APART. THE HOUSE LINE TOTALS EVERY         00064200
      * NIGHT IN THE RUN AND THE LINEAGE ACTUALLY BILLED.               00064300
      *--------------------------------------------------------------   00064400
       PRINT-HOUSE-SUMMARY.                                             00064500
           PERFORM BUILD-ONE-NIGHT VARYING WS-PR-SUB FROM 1 BY 1        00064600
             UNTIL WS-PR-SUB > WS-PAIR-COUNT.                           00064700
           MOVE SPACES TO REPT-LINE.                                    00064800
           MOVE 'HOUSE LANE USAGE BY LEAGUE NIGHT' TO REPT-LINE.        00064900
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00065000
           MOVE SPACES TO REPT-LINE.                                    00065100
           WRITE REPT-LINE.                                             00065200
           MOVE 'LG  WEEK  PAIRS  LANES  GAMES  NO-LANE GAMES'          00065300
             TO REPT-LINE.                                              00065400
           WRITE REPT-LINE.                                             00065500
           MOVE ZEROES TO WS-HSE-PAIRS, WS-HSE-LANES, WS-HSE-GAMES,     00065600
               WS-HSE-AMT.                                              00065700
           PERFORM PRINT-ONE-NIGHT VARYING WS-NT-SUB FROM 1 BY 1        00065800
             UNTIL WS-NT-SUB > WS-NIGHT-COUNT.                          00065900
           PERFORM SUM-ONE-BILLED VARYING WS-LG-SUB FROM 1 BY 1         00066000
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT.                         00066100
           MOVE SPACES TO REPT-LINE.                                    00066200
           WRITE REPT-LINE.                                             00066300
           MOVE SPACES TO REPT-LINE.                                    00066400
           MOVE WS-HSE-PAIRS TO WS-EDIT-GAMES.                          00066500
           STRING 'HOUSE LANE PAIRS USED  ' WS-EDIT-GAMES               00066600
               DELIMITED BY SIZE INTO REPT-LINE.                        00066700
           WRITE REPT-LINE.                                             00066800
           MOVE SPACES TO REPT-LINE.                                    00066900
           MOVE WS-HSE-LANES TO WS-EDIT-GAMES.                          00067000
           STRING 'HOUSE LANES USED       ' WS-EDIT-GAMES               00067100
               DELIMITED BY SIZE INTO REPT-LINE.                        00067200
           WRITE REPT-LINE.                                             00067300
           MOVE SPACES TO REPT-LINE.                                    00067400
           MOVE WS-HSE-GAMES TO WS-EDIT-GAMES.                          00067500
           STRING 'HOUSE GAMES BOWLED     ' WS-EDIT-GAMES               00067600
               DELIMITED BY SIZE INTO REPT-LINE.                        00067700
           WRITE REPT-LINE.                                             00067800
           MOVE SPACES TO REPT-LINE.                                    00067900
           MOVE WS-HSE-AMT TO WS-EDIT-TOT.                              00068000
           STRING 'HOUSE LINEAGE BILLED   ' WS-EDIT-TOT                 00068100
               DELIMITED BY SIZE INTO REPT-LINE.                        00068200
           WRITE REPT-LINE.                                             00068300
                                                                        00068400
       BUILD-ONE-NIGHT.                                                 00068500
           MOVE ZEROES TO WS-NT-SUB, WS-NT-IDX.                         00068600
           PERFORM SEEK-NIGHT-ONE VARYING WS-NT-SUB FROM 1 BY 1         00068700
             UNTIL WS-NT-SUB > WS-NIGHT-COUNT                           00068800
                OR WS-NT-IDX NOT = ZERO.                                00068900
           IF WS-NT-IDX = ZERO                                          00069000
               IF WS-NIGHT-COUNT < 400                                  00069100
                   ADD 1 TO WS-NIGHT-COUNT                              00069200
                   MOVE WS-NIGHT-COUNT TO WS-NT-IDX                     00069300
                   MOVE PR-LEAGUE(WS-PR-SUB) TO NT-LEAGUE(WS-NT-IDX)    00069400
                   MOVE PR-WEEK(WS-PR-SUB)   TO NT-WEEK(WS-NT-IDX)      00069500
                   MOVE ZEROES TO NT-PAIRS(WS-NT-IDX)                   00069600
                   MOVE ZEROES TO NT-GAMES(WS-NT-IDX)                   00069700
                   MOVE ZEROES TO NT-NOLANE(WS-NT-IDX)                  00069800
               ELSE                                                     00069900
                   DISPLAY 'NIGHT TABLE FULL - ENTRY DISCARDED FOR '    00070000
                       'LEAGUE ' PR-LEAGUE(WS-PR-SUB)                   00070100
                       ' WEEK ' PR-WEEK(WS-PR-SUB).                     00070200
           IF WS-NT-IDX NOT = ZERO                                      00070300
               PERFORM ADD-PAIR-TO-NIGHT.                               00070400
                                                                        00070500
       SEEK-NIGHT-ONE.                                                  00070600
           IF NT-LEAGUE(WS-NT-SUB) = PR-LEAGUE(WS-PR-SUB)               00070700
              AND NT-WEEK(WS-NT-SUB) = PR-WEEK(WS-PR-SUB)               00070800
               MOVE WS-NT-SUB TO WS-NT-IDX.                             00070900
                                                                        00071000
       ADD-PAIR-TO-NIGHT.                                               00071100
           IF PR-LANES(WS-PR-SUB) = WS-NO-LANES                         00071200
               ADD PR-GAMES(WS-PR-SUB) TO NT-NOLANE(WS-NT-IDX)          00071300
           ELSE                                                         00071400
               IF PR-GAMES(WS-PR-SUB) NOT = ZERO                        00071500
                   ADD 1 TO NT-PAIRS(WS-NT-IDX)                         00071600
                   ADD PR-GAMES(WS-PR-SUB) TO NT-GAMES(WS-NT-IDX).      00071700
                                                                        00071800
       PRINT-ONE-NIGHT.                                                 00071900
           COMPUTE WS-LANES = NT-PAIRS(WS-NT-SUB) * 2.                  00072000
           ADD NT-PAIRS(WS-NT-SUB) TO WS-HSE-PAIRS.                     00072100
           ADD WS-LANES TO WS-HSE-LANES.                                00072200
           ADD NT-GAMES(WS-NT-SUB) TO WS-HSE-GAMES.                     00072300
           ADD NT-NOLANE(WS-NT-SUB) TO WS-HSE-GAMES.                    00072400
           MOVE NT-PAIRS(WS-NT-SUB) TO WS-EDIT-PAIRS.                   00072500
           MOVE WS-LANES TO WS-EDIT-LANES.                              00072600
           MOVE NT-GAMES(WS-NT-SUB) TO WS-EDIT-GAMES.                   00072700
           MOVE SPACES TO WS-EDIT-NOLANE-X.                             00072800
           IF NT-NOLANE(WS-NT-SUB) NOT = ZERO                           00072900
               MOVE NT-NOLANE(WS-NT-SUB) TO WS-EDIT-NOLANE.             00073000
           MOVE SPACES TO REPT-LINE.                                    00073100
           STRING NT-LEAGUE(WS-NT-SUB) '  ' NT-WEEK(WS-NT-SUB)          00073200
                  '      ' WS-EDIT-PAIRS '   ' WS-EDIT-LANES            00073300
                  '  ' WS-EDIT-GAMES '  ' WS-EDIT-NOLANE-X              00073400
                  DELIMITED BY SIZE                                     00073500
             INTO REPT-LINE.                                            00073600
           WRITE REPT-LINE.                                             00073700
                                                                        00073800
       SUM-ONE-BILLED.                                                  00073900
           IF LG-BILL-SW(WS-LG-SUB) = 'Y'                               00074000
               ADD LG-WK-AMT(WS-LG-SUB) TO WS-HSE-AMT.                  00074100
                                                                        00074200
       CLEANUP.                                                         00074300
           PERFORM CONTROL-TOTALS.                                      00074400
           CLOSE REPORT-OUT.                                            00074500
           IF WS-CT-NOTBILLED NOT = ZERO                                00074600
               MOVE 8 TO RETURN-CODE.                                   00074700
           STOP RUN.                                                    00074800
                                                                        00074900
       CONTROL-TOTALS.                                                  00075000
           DISPLAY '=============================================='.    00075100
           DISPLAY 'LINEBILL RUN CONTROL TOTALS'.                       00075200
           DISPLAY '  DETAIL RECORDS READ         - ' WS-CT-READ.       00075300
           DISPLAY '  SCHEDULE LINES READ         - ' WS-CT-SCHED.      00075400
           DISPLAY '  OLD LEDGER RECORDS READ     - ' WS-CT-OLD.        00075500
           DISPLAY '  PAYMENTS READ               - ' WS-CT-PAY.        00075600
           DISPLAY '  PAYMENTS IN ERROR           - ' WS-CT-PAY-ERR.    00075700
           DISPLAY '  TEAMS WITH NO LANE PAIR     - ' WS-CT-NOLANE.     00075800
           DISPLAY '  INVOICES PRINTED            - ' WS-CT-INVOICES.   00075900
           DISPLAY '  LEAGUES NOT BILLED          - ' WS-CT-NOTBILLED.  00076000
           DISPLAY '  NEW LEDGER RECORDS WRITTEN  - ' WS-CT-NEW.        00076100
           DISPLAY '=============================================='.    00076200
