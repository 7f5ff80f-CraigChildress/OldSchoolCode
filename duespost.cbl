      * EVERY BOWLER OWES THROUGH THE LEAGUE'S HIGHEST                  00001200
      * POSTED WEEK. WRITES THE NEW DUES MASTER, AN                     00001300
      * ARREARS LISTING BY TEAM FOR THE CAPTAINS (RUN                   00001400
      * IT BEHIND THE WEEKRCAP SHEETS, EACH TEAM NAMED                  00001466
      * FROM THE KEYED TEAM MASTER), AND A PRIZE                        00001532
      * FUND SUMMARY OF COLLECTED VERSUS COMMITTED.                     00001600
      * PARM RECORD: WEEKLY RATE(4, 99V99) AND PRIZE                    00001700
      * SHARE PER BOWLER-WEEK(4, 99V99).                                00001800
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001833
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001866
      *================================================                 00001900
       ENVIRONMENT DIVISION.                                            00002000
       CONFIGURATION SECTION.                                           00002100
               RECORD KEY SM-KEY                                        00003500
               FILE STATUS WS-MASTER-STATUS.                            00003600
           SELECT NEWDUES-OUT ASSIGN TO UT-S-NEWDUES.                   00003700
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00003716
               ORGANIZATION INDEXED                                     00003732
               ACCESS RANDOM                                            00003748
               RECORD KEY TEAM-MST-KEY                                  00003764
               FILE STATUS WS-TEAMMST-STATUS.                           00003780
           SELECT LISTING-OUT ASSIGN TO UT-S-SYSPRINT.                  00003800
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00003833
               FILE STATUS WS-RUNLOG-STATUS.                            00003866
                                                                        00003900
       DATA DIVISION.                                                   00004000
       FILE SECTION.                                                    00004100
           BLOCK CONTAINS 45 RECORDS.                                   00008000
       01  NEWDUES-REC  PIC X(80).                                      00008100
                                                                        00008200
      *--------------------------------------------------------------   00008209
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY FOR      00008218
      * EACH TEAM'S NAME. OPTIONAL - WITHOUT IT THE NAMES PRINT BLANK.  00008227
      *--------------------------------------------------------------   00008236
       FD  TEAM-MST-IN                                                  00008245
           RECORD CONTAINS 80 CHARACTERS.                               00008254
       01  TEAM-MST-REC.                                                00008263
           05  TEAM-MST-KEY  PIC X(04).                                 00008272
           05  FILLER        PIC X(76).                                 00008281
                                                                        00008290
       FD  LISTING-OUT                                                  00008300
           RECORD CONTAINS 132 CHARACTERS                               00008400
           BLOCK CONTAINS 30 RECORDS.                                   00008500
       01  LIST-LINE         PIC X(132).                                00008600
                                                                        00008700
      *--------------------------------------------------------------   00008711
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00008722
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00008733
      *--------------------------------------------------------------   00008744
       FD  RUNLOG-OUT                                                   00008755
           RECORD CONTAINS 80 CHARACTERS.                               00008766
       01  RUNLOG-REC  PIC X(80).                                       00008777
                                                                        00008788
       WORKING-STORAGE SECTION.                                         00008800
                                                                        00008900
       01  DUES-WORK.                                                   00009000
       01  WS-TOT-COMMITTED PIC 9(07)V99 VALUE ZERO.                    00017700
       01  WS-ENT-COMMIT    PIC 9(05)V99 VALUE ZERO.                    00017800
                                                                        00017900
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00017909
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00017918
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00017927
       01  TEAM-WORK.                                                   00017936
           COPY CTEAMMST.                                               00017945
       01  WS-NAME-SEEK-KEY.                                            00017954
           05  WS-NAME-SEEK-LEAGUE PIC XX VALUE SPACES.                 00017963
           05  WS-NAME-SEEK-TEAM   PIC XX VALUE SPACES.                 00017972
       01  WS-TEAM-NAME    PIC X(20) VALUE SPACES.                      00017981
                                                                        00017990
       01  WS-EDIT-AMT  PIC ZZZZ9.99.                                   00018000
       01  WS-EDIT-TOT  PIC Z(6)9.99.                                   00018100
                                                                        00018200
      *--------------------------------------------------------------   00018204
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00018208
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00018212
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00018216
      *--------------------------------------------------------------   00018220
       01  RUNLOG-WORK.                                                 00018224
           COPY CRUNLOG.                                                00018228
       01  TBL-RUNLG.                                                   00018232
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00018236
               10  RG-LEAGUE-ID  PIC XX.                                00018240
               10  RG-WEEK-NO    PIC XX.                                00018244
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00018248
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00018252
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00018256
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00018260
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00018264
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00018268
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00018272
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00018276
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00018280
           05  WS-RUN-HHMMSS PIC X(06).                                 00018284
           05  FILLER        PIC XX.                                    00018288
                                                                        00018292
       PROCEDURE DIVISION.                                              00018300
       MAIN.                                                            00018400
           OPEN OUTPUT LISTING-OUT.                                     00018500
           PERFORM COMPUTE-AMOUNTS-DUE.                                 00019000
           PERFORM POST-PAYMENTS.                                       00019100
           PERFORM WRITE-NEW-DUES.                                      00019200
           PERFORM OPEN-TEAM-MASTER.                                    00019250
           PERFORM PRINT-ARREARS.                                       00019300
           PERFORM PRINT-PRIZE-FUND.                                    00019400
           PERFORM CLEANUP.                                             00019500
           MOVE ZERO TO WS-HIGH-WK.                                     00034400
           PERFORM SCAN-WEEK-FLAG VARYING WS-WK-SUB FROM 1 BY 1         00034500
             UNTIL WS-WK-SUB > 36.                                      00034600
           MOVE SM-LEAGUE-ID TO WS-RG-LEAGUE.                           00034625
           MOVE WS-HIGH-WK TO WS-RG-WEEK.                               00034650
           PERFORM NOTE-RUN-LEAGUE.                                     00034675
           MOVE SM-LEAGUE-ID TO WS-LW-SEEK.                             00034700
           PERFORM SEEK-LEAGUE-WEEK.                                    00034800
           IF WS-LW-IDX = ZERO                                          00034900
                  OR DU-TEAM(WS-DU-SUB) NOT = WS-TEAM-HOLD              00048400
                   MOVE DU-LEAGUE(WS-DU-SUB) TO WS-ARR-LEAGUE-HOLD      00048450
                   MOVE DU-TEAM(WS-DU-SUB) TO WS-TEAM-HOLD              00048500
                   MOVE WS-ARR-LEAGUE-HOLD TO WS-NAME-SEEK-LEAGUE       00048525
                   MOVE WS-TEAM-HOLD TO WS-NAME-SEEK-TEAM               00048550
                   PERFORM GET-TEAM-NAME                                00048575
                   MOVE SPACES TO LIST-LINE                             00048600
                   STRING 'LEAGUE ' WS-ARR-LEAGUE-HOLD                  00048700
                          '  TEAM ' WS-TEAM-HOLD                        00048750
                          ' ' WS-TEAM-NAME                              00048775
                          DELIMITED BY SIZE                             00048800
                     INTO LIST-LINE                                     00048900
                   WRITE LIST-LINE                                      00049000
                 INTO LIST-LINE                                         00049900
               WRITE LIST-LINE.                                         00050000
                                                                        00050100
      *--------------------------------------------------------------   00050103
      * OPEN THE KEYED TEAM MASTER AND LEAVE IT OPEN FOR THE RUN. A     00050106
      * FAILED OPEN JUST MEANS EVERY NAME COMES BACK BLANK.             00050109
      *--------------------------------------------------------------   00050112
       OPEN-TEAM-MASTER.                                                00050115
           OPEN INPUT TEAM-MST-IN.                                      00050118
           IF WS-TEAMMST-STATUS = '00'                                  00050121
               SET TEAMMST-OPEN TO TRUE.                                00050124
                                                                        00050127
      *--------------------------------------------------------------   00050130
      * ONE DIRECT READ OF THE TEAM MASTER FOR WS-NAME-SEEK-KEY.        00050133
      * THE NAME LANDS IN WS-TEAM-NAME, BLANK WHEN NOT ON FILE.         00050136
      *--------------------------------------------------------------   00050139
       GET-TEAM-NAME.                                                   00050142
           MOVE SPACES TO WS-TEAM-NAME.                                 00050145
           IF TEAMMST-OPEN                                              00050148
               MOVE WS-NAME-SEEK-KEY TO TEAM-MST-KEY                    00050151
               READ TEAM-MST-IN                                         00050154
                   INVALID KEY                                          00050157
                       CONTINUE                                         00050160
                   NOT INVALID KEY                                      00050163
                       MOVE TEAM-MST-REC TO TEAM-WORK                   00050166
                       MOVE TM-NAME TO WS-TEAM-NAME                     00050169
               END-READ.                                                00050172
                                                                        00050175
      *--------------------------------------------------------------   00050200
      * PRIZE FUND SUMMARY - THE COMMITTED FIGURE IS THE PRIZE          00050300
      * SHARE OF EVERY BOWLER-WEEK OWED; COLLECTED IS THE CASH          00050400
                                                                        00054300
       CLEANUP.                                                         00054400
           PERFORM CONTROL-TOTALS.                                      00054500
           IF TEAMMST-OPEN                                              00054533
               CLOSE TEAM-MST-IN.                                       00054566
           CLOSE LISTING-OUT.                                           00054600
           PERFORM WRITE-RUN-LOG.                                       00054650
           STOP RUN.                                                    00054700
                                                                        00054800
       CONTROL-TOTALS.                                                  00054900
           DISPLAY '  NEW DUES RECORDS WRITTEN    - ' WS-CT-NEW.        00055600
           DISPLAY '  BOWLERS IN ARREARS          - ' WS-CT-ARREARS.    00055700
           DISPLAY '=============================================='.    00055800
                                                                        00055900
      *--------------------------------------------------------------   00056000
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00056100
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00056200
      * WEEK SEEN FOR THE LEAGUE.                                       00056300
      *--------------------------------------------------------------   00056400
       NOTE-RUN-LEAGUE.                                                 00056500
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00056600
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00056700
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00056800
                OR WS-RUNLG-IDX NOT = ZERO.                             00056900
           IF WS-RUNLG-IDX = ZERO                                       00057000
               IF WS-RUNLG-COUNT < 10                                   00057100
                   ADD 1 TO WS-RUNLG-COUNT                              00057200
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00057300
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00057400
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00057500
               ELSE                                                     00057600
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00057700
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00057800
               END-IF                                                   00057900
           END-IF.                                                      00058000
           IF WS-RUNLG-IDX NOT = ZERO                                   00058100
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00058200
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00058300
                                                                        00058400
       SEEK-RUNLG-ONE.                                                  00058500
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00058600
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00058700
                                                                        00058800
      *--------------------------------------------------------------   00058900
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00059000
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00059100
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00059200
      *--------------------------------------------------------------   00059300
       WRITE-RUN-LOG.                                                   00059400
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00059500
           ACCEPT WS-RUN-TIME FROM TIME.                                00059600
           MOVE SPACES TO RUNLOG-WORK.                                  00059700
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00059800
               RL-CT-VALUE(3).                                          00059900
           MOVE 'DUESPOST' TO RL-PROGRAM.                               00060000
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00060100
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00060200
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00060300
           MOVE 'MST ' TO RL-CT-TAG(1).                                 00060400
           MOVE WS-CT-MST TO RL-CT-VALUE(1).                            00060500
           MOVE 'TRN ' TO RL-CT-TAG(2).                                 00060600
           MOVE WS-CT-TRN TO RL-CT-VALUE(2).                            00060700
           MOVE 'TERR' TO RL-CT-TAG(3).                                 00060800
           MOVE WS-CT-TRN-ERR TO RL-CT-VALUE(3).                        00060900
           OPEN EXTEND RUNLOG-OUT.                                      00061000
           IF WS-RUNLOG-STATUS = '00'                                   00061100
               IF WS-RUNLG-COUNT = ZERO                                 00061200
                   PERFORM WRITE-RUN-LOG-REC                            00061300
               ELSE                                                     00061400
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00061500
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00061600
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00061700
               END-IF                                                   00061800
               CLOSE RUNLOG-OUT                                         00061900
           ELSE                                                         00062000
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00062100
                   WS-RUNLOG-STATUS.                                    00062200
                                                                        00062300
       WRITE-RUN-LOG-LEAGUE.                                            00062400
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00062500
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00062600
           PERFORM WRITE-RUN-LOG-REC.                                   00062700
                                                                        00062800
       WRITE-RUN-LOG-REC.                                               00062900
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00063000
           WRITE RUNLOG-REC.                                            00063100
