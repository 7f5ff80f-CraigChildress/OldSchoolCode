      * ASKS FOR. THE CONTROL TRAILER IS NOT DETAIL                     00001200
      * AND IS NOT KEPT - THE FILE IS RE-PROVED BY                      00001300
      * BOOKSHT AGAINST THE SEASON MASTER INSTEAD.                      00001400
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001433
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001466
      *================================================                 00001500
       ENVIRONMENT DIVISION.                                            00001600
       CONFIGURATION SECTION.                                           00001700
       FILE-CONTROL.                                                    00002100
           SELECT DETAIL-IN ASSIGN TO UT-S-BLK3600.                     00002200
           SELECT HISTORY-OUT ASSIGN TO UT-S-SEASDTL.                   00002300
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00002333
               FILE STATUS WS-RUNLOG-STATUS.                            00002366
                                                                        00002400
       DATA DIVISION.                                                   00002500
       FILE SECTION.                                                    00002600
           BLOCK CONTAINS 45 RECORDS.                                   00003600
       01  HIST-REC  PIC X(80).                                         00003700
                                                                        00003800
      *--------------------------------------------------------------   00003811
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00003822
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00003833
      *--------------------------------------------------------------   00003844
       FD  RUNLOG-OUT                                                   00003855
           RECORD CONTAINS 80 CHARACTERS.                               00003866
       01  RUNLOG-REC  PIC X(80).                                       00003877
                                                                        00003888
       WORKING-STORAGE SECTION.                                         00003900
                                                                        00004000
       01  EOF  PIC X VALUE 'N'.                                        00004100
       01  WS-CT-READ      PIC 9(05) VALUE ZERO.                        00004600
       01  WS-CT-KEPT      PIC 9(05) VALUE ZERO.                        00004700
                                                                        00004800
      *--------------------------------------------------------------   00004804
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00004808
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00004812
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00004816
      *--------------------------------------------------------------   00004820
       01  RUNLOG-WORK.                                                 00004824
           COPY CRUNLOG.                                                00004828
       01  TBL-RUNLG.                                                   00004832
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00004836
               10  RG-LEAGUE-ID  PIC XX.                                00004840
               10  RG-WEEK-NO    PIC XX.                                00004844
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00004848
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00004852
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00004856
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00004860
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00004864
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00004868
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00004872
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00004876
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00004880
           05  WS-RUN-HHMMSS PIC X(06).                                 00004884
           05  FILLER        PIC XX.                                    00004888
                                                                        00004892
       PROCEDURE DIVISION.                                              00004900
       MAIN.                                                            00005000
           OPEN INPUT DETAIL-IN.                                        00005100
               NOT AT END                                               00006900
                   IF BOWLER NOT = '**CONTROL*'                         00007000
                       ADD 1 TO WS-CT-READ                              00007100
                       MOVE LEAGUE-ID TO WS-RG-LEAGUE                   00007125
                       MOVE WEEK-NO TO WS-RG-WEEK                       00007150
                       PERFORM NOTE-RUN-LEAGUE                          00007175
                       SET DTL-GOT TO TRUE.                             00007200
                                                                        00007300
       KEEP-ONE-RECORD.                                                 00007400
       CLEANUP.                                                         00008000
           PERFORM CONTROL-TOTALS.                                      00008100
           CLOSE DETAIL-IN, HISTORY-OUT.                                00008200
           PERFORM WRITE-RUN-LOG.                                       00008250
           STOP RUN.                                                    00008300
                                                                        00008400
       CONTROL-TOTALS.                                                  00008500
           DISPLAY '  DETAIL RECORDS READ         - ' WS-CT-READ.       00008800
           DISPLAY '  RECORDS KEPT TO HISTORY     - ' WS-CT-KEPT.       00008900
           DISPLAY '=============================================='.    00009000
                                                                        00009100
      *--------------------------------------------------------------   00009200
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00009300
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00009400
      * WEEK SEEN FOR THE LEAGUE.                                       00009500
      *--------------------------------------------------------------   00009600
       NOTE-RUN-LEAGUE.                                                 00009700
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00009800
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00009900
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00010000
                OR WS-RUNLG-IDX NOT = ZERO.                             00010100
           IF WS-RUNLG-IDX = ZERO                                       00010200
               IF WS-RUNLG-COUNT < 10                                   00010300
                   ADD 1 TO WS-RUNLG-COUNT                              00010400
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00010500
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00010600
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00010700
               ELSE                                                     00010800
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00010900
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00011000
               END-IF                                                   00011100
           END-IF.                                                      00011200
           IF WS-RUNLG-IDX NOT = ZERO                                   00011300
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00011400
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00011500
                                                                        00011600
       SEEK-RUNLG-ONE.                                                  00011700
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00011800
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00011900
                                                                        00012000
      *--------------------------------------------------------------   00012100
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00012200
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00012300
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00012400
      *--------------------------------------------------------------   00012500
       WRITE-RUN-LOG.                                                   00012600
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00012700
           ACCEPT WS-RUN-TIME FROM TIME.                                00012800
           MOVE SPACES TO RUNLOG-WORK.                                  00012900
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00013000
               RL-CT-VALUE(3).                                          00013100
           MOVE 'DTLKEEP' TO RL-PROGRAM.                                00013200
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00013300
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00013400
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00013500
           MOVE 'READ' TO RL-CT-TAG(1).                                 00013600
           MOVE WS-CT-READ TO RL-CT-VALUE(1).                           00013700
           MOVE 'KEPT' TO RL-CT-TAG(2).                                 00013800
           MOVE WS-CT-KEPT TO RL-CT-VALUE(2).                           00013900
           OPEN EXTEND RUNLOG-OUT.                                      00014000
           IF WS-RUNLOG-STATUS = '00'                                   00014100
               IF WS-RUNLG-COUNT = ZERO                                 00014200
                   PERFORM WRITE-RUN-LOG-REC                            00014300
               ELSE                                                     00014400
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00014500
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00014600
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00014700
               END-IF                                                   00014800
               CLOSE RUNLOG-OUT                                         00014900
           ELSE                                                         00015000
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00015100
                   WS-RUNLOG-STATUS.                                    00015200
                                                                        00015300
       WRITE-RUN-LOG-LEAGUE.                                            00015400
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00015500
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00015600
           PERFORM WRITE-RUN-LOG-REC.                                   00015700
                                                                        00015800
       WRITE-RUN-LOG-REC.                                               00015900
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00016000
           WRITE RUNLOG-REC.                                            00016100
