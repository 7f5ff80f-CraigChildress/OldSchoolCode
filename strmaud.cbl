       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'STRMAUD'.                                          00000200
      *================================================                 00000300
      * WEEKLY JOB-STREAM AUDIT - READ THE SHARED RUN                   00000400
      * LOG EVERY STREAM PROGRAM APPENDS AT END OF                      00000500
      * JOB AND PROVE EACH LEAGUE'S WEEK AGAINST THE                    00000600
      * REQUIRED STEP ORDER:                                            00000700
      *   ARRAY2, DTLKEEP, MATCHPTS, SEASNUPD,                          00000800
      *   POINTUPD, WKBALANC, STANDRPT, WEEKRCAP,                       00000900
      *   DUESPOST, STANDEXT, HONORRPT.                                 00001000
      * PRINTS ONE PAGE PER LEAGUE/WEEK FOR THE                         00001100
      * SECRETARY - EVERY RUN IN THE ORDER IT RAN,                      00001200
      * WITH ITS RETURN CODE AND KEY COUNTS - AND                       00001300
      * FLAGS A STEP THAT WAS SKIPPED, REPEATED, RAN                    00001400
      * AHEAD OF AN EARLIER STEP, WAS NOT RERUN AFTER                   00001500
      * AN EARLIER STEP WAS, OR ENDED NON-ZERO. ANY                     00001600
      * EXCEPTION ENDS THE RUN WITH RETURN CODE 8.                      00001700
      * AN OPTIONAL AUDPARM CARD (LEAGUE IN COLS 1-2,                   00001800
      * WEEK IN 3-4, BLANK FOR ALL) LIMITS THE PAGES.                   00001900
      *================================================                 00002000
       ENVIRONMENT DIVISION.                                            00002100
       CONFIGURATION SECTION.                                           00002200
       SOURCE-COMPUTER.  IBM-360.                                       00002300
       OBJECT-COMPUTER.  IBM-360.                                       00002400
       INPUT-OUTPUT SECTION.                                            00002500
       FILE-CONTROL.                                                    00002600
           SELECT RUNLOG-IN ASSIGN TO UT-S-RUNLOG.                      00002700
           SELECT RUNLOG-SORTED ASSIGN TO UT-S-RLSORT.                  00002800
           SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00002900
           SELECT PARM-IN ASSIGN TO UT-S-AUDPARM                        00003000
               FILE STATUS WS-PARM-STATUS.                              00003100
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00003200
                                                                        00003300
       DATA DIVISION.                                                   00003400
       FILE SECTION.                                                    00003500
                                                                        00003600
       FD  RUNLOG-IN                                                    00003700
           RECORD CONTAINS 80 CHARACTERS.                               00003800
       01  RUNLOG-IN-REC  PIC X(80).                                    00003900
                                                                        00004000
       FD  RUNLOG-SORTED                                                00004100
           RECORD CONTAINS 80 CHARACTERS.                               00004200
       01  RUNLOG-SORTED-REC  PIC X(80).                                00004300
                                                                        00004400
      *--------------------------------------------------------------   00004500
      * THE LOG IS SORTED LEAGUE/WEEK/RUN DATE/RUN TIME. RECORDS        00004600
      * STAMPED THE SAME SECOND KEEP THE ORDER THEY WERE APPENDED.      00004700
      *--------------------------------------------------------------   00004800
       SD  SORT-FILE                                                    00004900
           RECORD CONTAINS 80 CHARACTERS.                               00005000
       01  SORT-REC.                                                    00005100
           05  SRT-PROGRAM   PIC X(08).                                 00005200
           05  SRT-LEAGUE    PIC XX.                                    00005300
           05  SRT-WEEK-NO   PIC XX.                                    00005400
           05  SRT-RUN-DATE  PIC X(08).                                 00005500
           05  SRT-RUN-TIME  PIC X(06).                                 00005600
           05  FILLER        PIC X(54).                                 00005700
                                                                        00005800
       FD  PARM-IN                                                      00005900
           RECORD CONTAINS 80 CHARACTERS.                               00006000
       01  PARM-REC.                                                    00006100
           05  PARM-LEAGUE-ID PIC XX.                                   00006200
           05  PARM-WEEK-NO   PIC XX.                                   00006300
           05  FILLER         PIC X(76).                                00006400
                                                                        00006500
       FD  REPORT-OUT                                                   00006600
           RECORD CONTAINS 132 CHARACTERS                               00006700
           BLOCK CONTAINS 30 RECORDS.                                   00006800
       01  REPT-LINE         PIC X(132).                                00006900
                                                                        00007000
       WORKING-STORAGE SECTION.                                         00007100
                                                                        00007200
       01  RUNLOG-WORK.                                                 00007300
           COPY CRUNLOG.                                                00007400
                                                                        00007500
       01  WS-LOG-EOF      PIC X VALUE 'N'.                             00007600
       88  LOG-EOF         VALUE 'Y'.                                   00007700
       01  WS-LOG-GOT-SW   PIC X VALUE 'N'.                             00007800
       88  LOG-GOT         VALUE 'Y'.                                   00007900
       01  WS-PARM-STATUS  PIC XX VALUE SPACES.                         00008000
       01  WS-SEL-LEAGUE   PIC XX VALUE SPACES.                         00008100
       01  WS-SEL-WEEK     PIC XX VALUE SPACES.                         00008200
                                                                        00008300
       01  WS-CT-READ      PIC 9(05) VALUE ZERO.                        00008400
       01  WS-CT-SELECTED  PIC 9(05) VALUE ZERO.                        00008500
       01  WS-CT-WEEKS     PIC 9(05) VALUE ZERO.                        00008600
       01  WS-CT-EXCEPT    PIC 9(05) VALUE ZERO.                        00008700
       01  WS-CT-BADWEEKS  PIC 9(05) VALUE ZERO.                        00008800
                                                                        00008900
      *--------------------------------------------------------------   00009000
      * THE REQUIRED STEP ORDER OF THE WEEKLY STREAM.                   00009100
      *--------------------------------------------------------------   00009200
       01  TBL-STEP-NAMES.                                              00009300
           05  FILLER        PIC X(08) VALUE 'ARRAY2'.                  00009400
           05  FILLER        PIC X(08) VALUE 'DTLKEEP'.                 00009500
           05  FILLER        PIC X(08) VALUE 'MATCHPTS'.                00009600
           05  FILLER        PIC X(08) VALUE 'SEASNUPD'.                00009700
           05  FILLER        PIC X(08) VALUE 'POINTUPD'.                00009800
           05  FILLER        PIC X(08) VALUE 'WKBALANC'.                00009900
           05  FILLER        PIC X(08) VALUE 'STANDRPT'.                00010000
           05  FILLER        PIC X(08) VALUE 'WEEKRCAP'.                00010100
           05  FILLER        PIC X(08) VALUE 'DUESPOST'.                00010200
           05  FILLER        PIC X(08) VALUE 'STANDEXT'.                00010300
           05  FILLER        PIC X(08) VALUE 'HONORRPT'.                00010400
       01  TBL-STEP REDEFINES TBL-STEP-NAMES.                           00010500
           05  STEP-NAME     PIC X(08) OCCURS 11 TIMES.                 00010600
       01  WS-STEP-COUNT   PIC 9(05) VALUE 11.                          00010700
                                                                        00010800
      *--------------------------------------------------------------   00010900
      * ONE LEAGUE/WEEK'S RUNS BY STEP - HOW MANY TIMES THE STEP        00011000
      * RAN AND THE SEQUENCE NUMBER OF ITS LAST RUN IN THE WEEK.        00011100
      *--------------------------------------------------------------   00011200
       01  TBL-STEPRUN.                                                 00011300
           05  STEPRUN-ENTRY OCCURS 11 TIMES.                           00011400
               10  SR-RUNS       PIC 9(03).                             00011500
               10  SR-LAST-SEQ   PIC 9(05).                             00011600
       01  WS-STEP-SUB     PIC 9(05) VALUE ZERO.                        00011700
       01  WS-STEP-IDX     PIC 9(05) VALUE ZERO.                        00011800
       01  WS-EARLY-SUB    PIC 9(05) VALUE ZERO.                        00011900
       01  WS-MISS-IDX     PIC 9(05) VALUE ZERO.                        00012000
       01  WS-SEEK-PROGRAM PIC X(08) VALUE SPACES.                      00012100
                                                                        00012200
       01  WS-GRP-LEAGUE   PIC XX    VALUE SPACES.                      00012300
       01  WS-GRP-WEEK     PIC XX    VALUE SPACES.                      00012400
       01  WS-GRP-SEQ      PIC 9(05) VALUE ZERO.                        00012500
       01  WS-GRP-EXCEPT   PIC 9(05) VALUE ZERO.                        00012600
       01  WS-RUN-REMARKS  PIC 9(03) VALUE ZERO.                        00012700
       01  WS-REMARK       PIC X(40) VALUE SPACES.                      00012800
                                                                        00012900
       01  WS-DATE-WORK.                                                00013000
           05  WS-DATE-CCYY  PIC X(04).                                 00013100
           05  WS-DATE-MM    PIC XX.                                    00013200
           05  WS-DATE-DD    PIC XX.                                    00013300
       01  WS-TIME-WORK.                                                00013400
           05  WS-TIME-HH    PIC XX.                                    00013500
           05  WS-TIME-MI    PIC XX.                                    00013600
           05  WS-TIME-SS    PIC XX.                                    00013700
                                                                        00013800
      *--------------------------------------------------------------   00013900
      * ONE RUN LINE. A RUN WITH MORE THAN ONE REMARK PRINTS THE        00014000
      * EXTRA REMARKS ON LINES OF THEIR OWN BENEATH IT.                 00014100
      *--------------------------------------------------------------   00014200
       01  WS-RUN-LINE.                                                 00014300
           05  PL-SEQ        PIC ZZ9.                                   00014400
           05  FILLER        PIC XX    VALUE SPACES.                    00014500
           05  PL-STEP       PIC X(02).                                 00014600
           05  FILLER        PIC XX    VALUE SPACES.                    00014700
           05  PL-PROGRAM    PIC X(08).                                 00014800
           05  FILLER        PIC XX    VALUE SPACES.                    00014900
           05  PL-DATE       PIC X(10).                                 00015000
           05  FILLER        PIC X     VALUE SPACE.                     00015100
           05  PL-TIME       PIC X(08).                                 00015200
           05  FILLER        PIC XX    VALUE SPACES.                    00015300
           05  PL-RC         PIC X(04).                                 00015400
           05  FILLER        PIC XX    VALUE SPACES.                    00015500
           05  PL-COUNTS.                                               00015600
               10  PL-COUNT OCCURS 3 TIMES.                             00015700
                   15  PL-CT-TAG    PIC X(04).                          00015800
                   15  FILLER       PIC X     VALUE SPACE.              00015900
                   15  PL-CT-VALUE  PIC ZZZZZZ9.                        00016000
                   15  FILLER       PIC X     VALUE SPACE.              00016100
           05  FILLER        PIC X     VALUE SPACE.                     00016200
           05  PL-REMARK     PIC X(40).                                 00016300
           05  FILLER        PIC X(06) VALUE SPACES.                    00016400
       01  WS-REMARK-LINE.                                              00016500
           05  FILLER        PIC X(86) VALUE SPACES.                    00016600
           05  RM-REMARK     PIC X(40).                                 00016700
           05  FILLER        PIC X(06) VALUE SPACES.                    00016800
       01  WS-COLUMN-HEAD.                                              00016900
           05  FILLER        PIC X(05) VALUE 'SEQ'.                     00017000
           05  FILLER        PIC X(04) VALUE 'ST'.                      00017100
           05  FILLER        PIC X(10) VALUE 'PROGRAM'.                 00017200
           05  FILLER        PIC X(11) VALUE 'RUN DATE'.                00017300
           05  FILLER        PIC X(10) VALUE 'RUN TIME'.                00017400
           05  FILLER        PIC X(06) VALUE 'RC'.                      00017500
           05  FILLER        PIC X(40) VALUE 'COUNTS'.                  00017600
           05  FILLER        PIC X(46) VALUE 'REMARKS'.                 00017700
                                                                        00017800
       01  WS-EDIT-STEP    PIC Z9.                                      00017900
       01  WS-EDIT-CT      PIC ZZZZ9.                                   00018000
       01  WS-CT-SUB       PIC 9     VALUE ZERO.                        00018100
                                                                        00018200
       PROCEDURE DIVISION.                                              00018300
       MAIN.                                                            00018400
           PERFORM LOAD-PARM.                                           00018500
           SORT SORT-FILE                                               00018600
               ON ASCENDING KEY SRT-LEAGUE SRT-WEEK-NO                  00018700
                   SRT-RUN-DATE SRT-RUN-TIME                            00018800
               WITH DUPLICATES IN ORDER                                 00018900
               USING RUNLOG-IN                                          00019000
               GIVING RUNLOG-SORTED.                                    00019100
           OPEN INPUT RUNLOG-SORTED.                                    00019200
           OPEN OUTPUT REPORT-OUT.                                      00019300
           PERFORM READ-LOG.                                            00019400
           PERFORM AUDIT-ONE-WEEK UNTIL LOG-EOF.                        00019500
           IF WS-CT-SELECTED = ZERO                                     00019600
               MOVE SPACES TO REPT-LINE                                 00019700
               STRING 'WEEKLY JOB-STREAM RUN HISTORY - '                00019800
                      'NO RUNS LOGGED'                                  00019900
                   DELIMITED BY SIZE INTO REPT-LINE                     00020000
               WRITE REPT-LINE AFTER ADVANCING PAGE.                    00020100
           PERFORM CLEANUP.                                             00020200
                                                                        00020300
      *--------------------------------------------------------------   00020400
      * THE PARM IS OPTIONAL - WITHOUT IT EVERY LEAGUE AND WEEK ON      00020500
      * THE LOG IS AUDITED.                                             00020600
      *--------------------------------------------------------------   00020700
       LOAD-PARM.                                                       00020800
           OPEN INPUT PARM-IN.                                          00020900
           IF WS-PARM-STATUS = '00'                                     00021000
               READ PARM-IN                                             00021100
                   AT END                                               00021200
                       CONTINUE                                         00021300
                   NOT AT END                                           00021400
                       MOVE PARM-LEAGUE-ID TO WS-SEL-LEAGUE             00021500
                       MOVE PARM-WEEK-NO   TO WS-SEL-WEEK               00021600
               END-READ                                                 00021700
               CLOSE PARM-IN.                                           00021800
                                                                        00021900
      *    RUNS OUTSIDE THE PARM'S LEAGUE OR WEEK ARE PASSED OVER.      00022000
       READ-LOG.                                                        00022100
           MOVE 'N' TO WS-LOG-GOT-SW.                                   00022200
           PERFORM READ-LOG-REC                                         00022300
             UNTIL LOG-GOT OR LOG-EOF.                                  00022400
                                                                        00022500
       READ-LOG-REC.                                                    00022600
           READ RUNLOG-SORTED                                           00022700
               AT END                                                   00022800
                   MOVE 'Y' TO WS-LOG-EOF                               00022900
               NOT AT END                                               00023000
                   ADD 1 TO WS-CT-READ                                  00023100
                   MOVE RUNLOG-SORTED-REC TO RUNLOG-WORK                00023200
                   IF (WS-SEL-LEAGUE = SPACES                           00023300
                       OR WS-SEL-LEAGUE = RL-LEAGUE-ID)                 00023400
                      AND (WS-SEL-WEEK = SPACES                         00023500
                       OR WS-SEL-WEEK = RL-WEEK-NO)                     00023600
                       ADD 1 TO WS-CT-SELECTED                          00023700
                       SET LOG-GOT TO TRUE.                             00023800
                                                                        00023900
      *--------------------------------------------------------------   00024000
      * ONE PAGE PER LEAGUE/WEEK. RUNS THAT CARRIED NO LEAGUE (A        00024100
      * STEP THAT FOUND NO INPUT) SORT FIRST AND GET A PAGE OF          00024200
      * THEIR OWN, CHECKED FOR RETURN CODE ONLY.                        00024300
      *--------------------------------------------------------------   00024400
       AUDIT-ONE-WEEK.                                                  00024500
           MOVE RL-LEAGUE-ID TO WS-GRP-LEAGUE.                          00024600
           MOVE RL-WEEK-NO   TO WS-GRP-WEEK.                            00024700
           MOVE ZEROES TO TBL-STEPRUN.                                  00024800
           MOVE ZEROES TO WS-GRP-SEQ, WS-GRP-EXCEPT.                    00024900
           ADD 1 TO WS-CT-WEEKS.                                        00025000
           PERFORM PRINT-WEEK-HEADING.                                  00025100
           PERFORM AUDIT-ONE-RUN                                        00025200
             UNTIL LOG-EOF                                              00025300
                OR RL-LEAGUE-ID NOT = WS-GRP-LEAGUE                     00025400
                OR RL-WEEK-NO NOT = WS-GRP-WEEK.                        00025500
           IF WS-GRP-LEAGUE NOT = SPACES                                00025600
               PERFORM CHECK-WEEK-STEPS.                                00025700
           PERFORM PRINT-WEEK-FOOT.                                     00025800
                                                                        00025900
      *--------------------------------------------------------------   00026000
      * ONE LOGGED RUN, IN THE ORDER IT RAN. A STEP THAT HAS RUN        00026100
      * BEFORE THIS WEEK IS A REPEAT; A STEP RUN WHILE AN EARLIER       00026200
      * STEP HAS NOT RUN YET IS OUT OF ORDER.                           00026300
      *--------------------------------------------------------------   00026400
       AUDIT-ONE-RUN.                                                   00026500
           ADD 1 TO WS-GRP-SEQ.                                         00026600
           MOVE RL-PROGRAM TO WS-SEEK-PROGRAM.                          00026700
           PERFORM SEEK-STEP.                                           00026800
           PERFORM BUILD-RUN-LINE.                                      00026900
           MOVE ZERO TO WS-RUN-REMARKS.                                 00027000
           IF WS-STEP-IDX = ZERO                                        00027100
               MOVE 'NOT A WEEKLY STREAM STEP' TO WS-REMARK             00027200
               PERFORM PRINT-REMARK                                     00027300
           ELSE                                                         00027400
               IF WS-GRP-LEAGUE NOT = SPACES                            00027500
                   PERFORM CHECK-RUN-ORDER                              00027600
               END-IF                                                   00027700
           END-IF.                                                      00027800
           IF RL-RETURN-CD NOT = ZERO                                   00027900
               MOVE SPACES TO WS-REMARK                                 00028000
               STRING 'ENDED WITH RETURN CODE ' RL-RETURN-CD            00028100
                   DELIMITED BY SIZE INTO WS-REMARK                     00028200
               PERFORM PRINT-REMARK.                                    00028300
           IF WS-RUN-REMARKS = ZERO                                     00028400
               MOVE WS-RUN-LINE TO REPT-LINE                            00028500
               WRITE REPT-LINE.                                         00028600
           PERFORM READ-LOG.                                            00028700
                                                                        00028800
       CHECK-RUN-ORDER.                                                 00028900
           ADD 1 TO SR-RUNS(WS-STEP-IDX).                               00029000
           MOVE WS-GRP-SEQ TO SR-LAST-SEQ(WS-STEP-IDX).                 00029100
           IF SR-RUNS(WS-STEP-IDX) > 1                                  00029200
               MOVE SR-RUNS(WS-STEP-IDX) TO WS-EDIT-CT                  00029300
               MOVE SPACES TO WS-REMARK                                 00029400
               STRING 'REPEATED - RUN ' WS-EDIT-CT ' THIS WEEK'         00029500
                   DELIMITED BY SIZE INTO WS-REMARK                     00029600
               PERFORM PRINT-REMARK.                                    00029700
           MOVE ZERO TO WS-MISS-IDX.                                    00029800
           PERFORM SEEK-MISSING-ONE                                     00029900
             VARYING WS-EARLY-SUB FROM 1 BY 1                           00030000
             UNTIL WS-EARLY-SUB NOT < WS-STEP-IDX                       00030100
                OR WS-MISS-IDX NOT = ZERO.                              00030200
           IF WS-MISS-IDX NOT = ZERO                                    00030300
               MOVE SPACES TO WS-REMARK                                 00030400
               STRING 'OUT OF ORDER - RAN BEFORE '                      00030500
                   STEP-NAME(WS-MISS-IDX)                               00030600
                   DELIMITED BY SIZE INTO WS-REMARK                     00030700
               PERFORM PRINT-REMARK.                                    00030800
                                                                        00030900
       SEEK-MISSING-ONE.                                                00031000
           IF SR-RUNS(WS-EARLY-SUB) = ZERO                              00031100
               MOVE WS-EARLY-SUB TO WS-MISS-IDX.                        00031200
                                                                        00031300
       SEEK-STEP.                                                       00031400
           MOVE ZERO TO WS-STEP-IDX.                                    00031500
           PERFORM SEEK-STEP-ONE VARYING WS-STEP-SUB FROM 1 BY 1        00031600
             UNTIL WS-STEP-SUB > WS-STEP-COUNT                          00031700
                OR WS-STEP-IDX NOT = ZERO.                              00031800
                                                                        00031900
       SEEK-STEP-ONE.                                                   00032000
           IF STEP-NAME(WS-STEP-SUB) = WS-SEEK-PROGRAM                  00032100
               MOVE WS-STEP-SUB TO WS-STEP-IDX.                         00032200
                                                                        00032300
       BUILD-RUN-LINE.                                                  00032400
           MOVE SPACES TO PL-STEP, PL-PROGRAM, PL-DATE, PL-TIME,        00032500
               PL-RC, PL-REMARK.                                        00032600
           MOVE WS-GRP-SEQ TO PL-SEQ.                                   00032700
           IF WS-STEP-IDX NOT = ZERO                                    00032800
               MOVE WS-STEP-IDX TO WS-EDIT-STEP                         00032900
               MOVE WS-EDIT-STEP TO PL-STEP.                            00033000
           MOVE RL-PROGRAM TO PL-PROGRAM.                               00033100
           MOVE RL-RUN-DATE TO WS-DATE-WORK.                            00033200
           STRING WS-DATE-CCYY '-' WS-DATE-MM '-' WS-DATE-DD            00033300
               DELIMITED BY SIZE INTO PL-DATE.                          00033400
           MOVE RL-RUN-TIME TO WS-TIME-WORK.                            00033500
           STRING WS-TIME-HH ':' WS-TIME-MI ':' WS-TIME-SS              00033600
               DELIMITED BY SIZE INTO PL-TIME.                          00033700
           MOVE RL-RETURN-CD TO PL-RC.                                  00033800
           PERFORM BUILD-RUN-COUNT VARYING WS-CT-SUB FROM 1 BY 1        00033900
             UNTIL WS-CT-SUB > 3.                                       00034000
                                                                        00034100
       BUILD-RUN-COUNT.                                                 00034200
           IF RL-CT-TAG(WS-CT-SUB) = SPACES                             00034400
              OR RL-CT-VALUE(WS-CT-SUB) NOT NUMERIC                     00034500
               MOVE SPACES TO PL-COUNT(WS-CT-SUB)                       00034600
           ELSE                                                         00034700
               MOVE RL-CT-TAG(WS-CT-SUB) TO PL-CT-TAG(WS-CT-SUB)        00034750
               MOVE RL-CT-VALUE(WS-CT-SUB) TO PL-CT-VALUE(WS-CT-SUB).   00034800
                                                                        00034900
      *    THE FIRST REMARK RIDES THE RUN LINE; LATER ONES PRINT ON     00035000
      *    LINES OF THEIR OWN WITH THE RUN COLUMNS BLANK.               00035100
       PRINT-REMARK.                                                    00035200
           ADD 1 TO WS-RUN-REMARKS.                                     00035300
           ADD 1 TO WS-GRP-EXCEPT.                                      00035400
           IF WS-RUN-REMARKS = 1                                        00035500
               MOVE WS-REMARK TO PL-REMARK                              00035600
               MOVE WS-RUN-LINE TO REPT-LINE                            00035700
           ELSE                                                         00035800
               MOVE WS-REMARK TO RM-REMARK                              00035900
               MOVE WS-REMARK-LINE TO REPT-LINE                         00036000
           END-IF.                                                      00036100
           WRITE REPT-LINE.                                             00036200
                                                                        00036300
      *--------------------------------------------------------------   00036400
      * END OF THE WEEK - EVERY STEP MUST HAVE RUN, AND EACH STEP'S     00036500
      * LAST RUN MUST FOLLOW THE LAST RUN OF EVERY STEP AHEAD OF IT,    00036600
      * OR IT WORKED FROM FILES A LATER RUN HAS SINCE REPLACED.         00036700
      *--------------------------------------------------------------   00036800
       CHECK-WEEK-STEPS.                                                00036900
           MOVE SPACES TO REPT-LINE.                                    00037000
           WRITE REPT-LINE.                                             00037100
           PERFORM CHECK-ONE-STEP VARYING WS-STEP-SUB FROM 1 BY 1       00037200
             UNTIL WS-STEP-SUB > WS-STEP-COUNT.                         00037300
                                                                        00037400
       CHECK-ONE-STEP.                                                  00037500
           IF SR-RUNS(WS-STEP-SUB) = ZERO                               00037600
               ADD 1 TO WS-GRP-EXCEPT                                   00037700
               MOVE SPACES TO REPT-LINE                                 00037800
               STRING '** SKIPPED    ' STEP-NAME(WS-STEP-SUB)           00037900
                   ' - NO RUN LOGGED FOR THIS WEEK'                     00038000
                   DELIMITED BY SIZE INTO REPT-LINE                     00038100
               WRITE REPT-LINE                                          00038200
           ELSE                                                         00038300
               MOVE ZERO TO WS-MISS-IDX                                 00038400
               PERFORM SEEK-LATER-ONE                                   00038500
                 VARYING WS-EARLY-SUB FROM 1 BY 1                       00038600
                 UNTIL WS-EARLY-SUB NOT < WS-STEP-SUB                   00038700
               IF WS-MISS-IDX NOT = ZERO                                00038800
                   ADD 1 TO WS-GRP-EXCEPT                               00038900
                   MOVE SPACES TO REPT-LINE                             00039000
                   STRING '** RERUN DUE  ' STEP-NAME(WS-STEP-SUB)       00039100
                       ' - LAST RUN PRECEDES LAST RUN OF '              00039200
                       STEP-NAME(WS-MISS-IDX)                           00039300
                       DELIMITED BY SIZE INTO REPT-LINE                 00039400
                   WRITE REPT-LINE.                                     00039500
                                                                        00039600
      *    THE LATEST EARLIER STEP TO RUN AFTER THIS ONE IS NAMED.      00039700
       SEEK-LATER-ONE.                                                  00039800
           IF SR-LAST-SEQ(WS-EARLY-SUB) > SR-LAST-SEQ(WS-STEP-SUB)      00039900
               IF WS-MISS-IDX = ZERO                                    00040000
                   MOVE WS-EARLY-SUB TO WS-MISS-IDX                     00040100
               ELSE                                                     00040200
                   IF SR-LAST-SEQ(WS-EARLY-SUB)                         00040300
                      > SR-LAST-SEQ(WS-MISS-IDX)                        00040400
                       MOVE WS-EARLY-SUB TO WS-MISS-IDX.                00040500
                                                                        00040600
       PRINT-WEEK-HEADING.                                              00040700
           MOVE SPACES TO REPT-LINE.                                    00040800
           IF WS-GRP-LEAGUE = SPACES                                    00040900
               STRING 'WEEKLY JOB-STREAM RUN HISTORY - '                00041000
                      'RUNS WITH NO LEAGUE'                             00041100
                   DELIMITED BY SIZE INTO REPT-LINE                     00041200
           ELSE                                                         00041300
               STRING 'WEEKLY JOB-STREAM RUN HISTORY   LEAGUE '         00041400
                      WS-GRP-LEAGUE '   WEEK ' WS-GRP-WEEK              00041500
                   DELIMITED BY SIZE INTO REPT-LINE.                    00041600
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00041700
           MOVE SPACES TO REPT-LINE.                                    00041800
           WRITE REPT-LINE.                                             00041900
           MOVE WS-COLUMN-HEAD TO REPT-LINE.                            00042000
           WRITE REPT-LINE.                                             00042100
                                                                        00042200
       PRINT-WEEK-FOOT.                                                 00042300
           MOVE SPACES TO REPT-LINE.                                    00042400
           WRITE REPT-LINE.                                             00042500
           MOVE SPACES TO REPT-LINE.                                    00042600
           IF WS-GRP-EXCEPT = ZERO                                      00042700
               IF WS-GRP-LEAGUE = SPACES                                00042800
                   MOVE 'ALL RUNS ENDED WITH RETURN CODE 0000'          00042900
                     TO REPT-LINE                                       00043000
               ELSE                                                     00043100
                   STRING 'STREAM COMPLETE - EVERY STEP RAN ONCE, '     00043200
                          'IN ORDER'                                    00043300
                       DELIMITED BY SIZE INTO REPT-LINE                 00043400
               END-IF                                                   00043500
           ELSE                                                         00043600
               ADD 1 TO WS-CT-BADWEEKS                                  00043700
               ADD WS-GRP-EXCEPT TO WS-CT-EXCEPT                        00043800
               MOVE WS-GRP-EXCEPT TO WS-EDIT-CT                         00043900
               STRING 'STREAM EXCEPTIONS THIS WEEK - ' WS-EDIT-CT       00044000
                   DELIMITED BY SIZE INTO REPT-LINE                     00044100
           END-IF.                                                      00044200
           WRITE REPT-LINE.                                             00044300
                                                                        00044400
       CLEANUP.                                                         00044500
           PERFORM CONTROL-TOTALS.                                      00044600
           CLOSE RUNLOG-SORTED, REPORT-OUT.                             00044700
           IF WS-CT-EXCEPT NOT = ZERO                                   00044800
               MOVE 8 TO RETURN-CODE.                                   00044900
           STOP RUN.                                                    00045000
                                                                        00045100
       CONTROL-TOTALS.                                                  00045200
           DISPLAY '=============================================='.    00045300
           DISPLAY 'STRMAUD RUN CONTROL TOTALS'.                        00045400
           DISPLAY '  RUN LOG RECORDS READ        - ' WS-CT-READ.       00045500
           DISPLAY '  RUN LOG RECORDS AUDITED     - ' WS-CT-SELECTED.   00045600
           DISPLAY '  LEAGUE WEEKS PRINTED        - ' WS-CT-WEEKS.      00045700
           DISPLAY '  WEEKS WITH EXCEPTIONS       - ' WS-CT-BADWEEKS.   00045800
           DISPLAY '  STREAM EXCEPTIONS           - ' WS-CT-EXCEPT.     00045900
           DISPLAY '=============================================='.    00046000
