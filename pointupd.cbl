      * MASTER, SO STANDRPT AND STANDEXT NEVER SUM                      00001000
      * HAND-CONCATENATED WEEKLY FILES. AN ABSENT OLD                   00001100
      * FILE BUILDS THE WEEK-1 SEASON POINTS FROM THE                   00001200
      * WEEKLY FILE ALONE. EVERY WEEKLY RECORD POSTED                   00001228
      * IS ALSO APPENDED, MAKEUPS AND ALL, TO THE                       00001256
      * CUMULATIVE SEASON MATCH HISTORY FILE THAT                       00001284
      * MTCHRPT AND SEASCLOS READ FOR THE HEAD-TO-HEAD                  00001312
      * AND PINFALL TIEBREAKS - A REFUSED RE-RUN                        00001340
      * RECORD IS NOT KEPT TWICE.                                       00001368
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001376
      * JOB-STREAM RUN LOG FOR STRMAUD, A MAKEUP                        00001384
      * LOGGED UNDER ITS AWARD WEEK.                                    00001392
      *================================================                 00001400
       ENVIRONMENT DIVISION.                                            00001500
       CONFIGURATION SECTION.                                           00001600
               FILE STATUS WS-OLDPTS-STATUS.                            00002200
           SELECT WEEKPTS-IN ASSIGN TO UT-S-MATCHPTS.                   00002300
           SELECT NEWPTS-OUT ASSIGN TO UT-S-SEASPNTS.                   00002400
           SELECT HISTORY-OUT ASSIGN TO UT-S-MTCHHIST.                  00002410
           SELECT PCTL-IN ASSIGN TO UT-S-OLDPCTL                        00002420
               FILE STATUS WS-PCTL-STATUS.                              00002440
           SELECT PCTL-OUT ASSIGN TO UT-S-NEWPCTL.                      00002450
           SELECT PARM-IN ASSIGN TO UT-S-RUNPARM                        00002460
               FILE STATUS WS-PARM-STATUS.                              00002470
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00002480
               FILE STATUS WS-RUNLOG-STATUS.                            00002490
                                                                        00002500
       DATA DIVISION.                                                   00002600
       FILE SECTION.                                                    00002700
           RECORD CONTAINS 80 CHARACTERS                                00004200
           BLOCK CONTAINS 45 RECORDS.                                   00004300
       01  NEWPTS-REC  PIC X(80).                                       00004400
                                                                        00004403
       FD  HISTORY-OUT                                                  00004406
           RECORD CONTAINS 80 CHARACTERS                                00004409
           BLOCK CONTAINS 45 RECORDS.                                   00004412
       01  HIST-REC  PIC X(80).                                         00004415
                                                                        00004420
       FD  PCTL-IN                                                      00004430
           RECORD CONTAINS 80 CHARACTERS.                               00004440
           05  PARM-OPTION   PIC X(06) VALUE SPACES.                    00004496
           05  FILLER        PIC X(74).                                 00004498
                                                                        00004500
      *--------------------------------------------------------------   00004511
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00004522
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00004533
      *--------------------------------------------------------------   00004544
       FD  RUNLOG-OUT                                                   00004555
           RECORD CONTAINS 80 CHARACTERS.                               00004566
       01  RUNLOG-REC  PIC X(80).                                       00004577
                                                                        00004588
       WORKING-STORAGE SECTION.                                         00004600
                                                                        00004700
       01  SEASPTS-WORK.                                                00004800
       01  WS-CT-WEEK     PIC 9(05) VALUE ZERO.                         00006000
       01  WS-CT-NEW      PIC 9(05) VALUE ZERO.                         00006100
       01  WS-CT-SKIPPED  PIC 9(05) VALUE ZERO.                         00006120
       01  WS-CT-HIST     PIC 9(05) VALUE ZERO.                         00006130
                                                                        00006140
      *--------------------------------------------------------------   00006150
      * POSTED-WEEK TABLE FROM THE POSTING CONTROL FILE. A WEEKLY       00006155
       01  WS-ADD-WON     PIC 9(04) VALUE ZERO.                         00007600
       01  WS-ADD-LOST    PIC 9(04) VALUE ZERO.                         00007700
                                                                        00007800
      *--------------------------------------------------------------   00007804
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00007808
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00007812
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00007816
      *--------------------------------------------------------------   00007820
       01  RUNLOG-WORK.                                                 00007824
           COPY CRUNLOG.                                                00007828
       01  TBL-RUNLG.                                                   00007832
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00007836
               10  RG-LEAGUE-ID  PIC XX.                                00007840
               10  RG-WEEK-NO    PIC XX.                                00007844
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00007848
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00007852
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00007856
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00007860
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00007864
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00007868
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00007872
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00007876
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00007880
           05  WS-RUN-HHMMSS PIC X(06).                                 00007884
           05  FILLER        PIC XX.                                    00007888
                                                                        00007892
       PROCEDURE DIVISION.                                              00007900
       MAIN.                                                            00008000
           PERFORM LOAD-RUN-PARM.                                       00008020
                                                                        00011100
       LOAD-WEEK-POINTS.                                                00011200
           OPEN INPUT WEEKPTS-IN.                                       00011300
           OPEN EXTEND HISTORY-OUT.                                     00011350
           PERFORM READ-WEEK.                                           00011400
           PERFORM ACCUM-WEEK UNTIL WEEK-EOF.                           00011500
           CLOSE WEEKPTS-IN, HISTORY-OUT.                               00011600
                                                                        00011700
      *    THE WEEKLY FILE'S CONTROL TRAILER (MP-WEEK-NO '**') IS       00011820
      *    NOT A MATCH RESULT AND IS PASSED OVER.                       00011840
      *--------------------------------------------------------------   00012465
       ACCUM-WEEK.                                                      00012500
           PERFORM CHECK-WEEK-POSTED.                                   00012520
           MOVE MP-LEAGUE-ID TO WS-RG-LEAGUE.                           00012522
           MOVE WS-WEEK-X TO WS-RG-WEEK.                                00012524
           PERFORM NOTE-RUN-LEAGUE.                                     00012526
           IF SKIP-THIS-REC                                             00012530
               ADD 1 TO WS-CT-SKIPPED                                   00012540
           ELSE                                                         00012550
           MOVE MP-PTS-WON-N TO WS-ADD-WON.                             00013074
           MOVE MP-PTS-LOST-N TO WS-ADD-LOST.                           00013076
           PERFORM ACCUM-POINTS.                                        00013078
           MOVE WEEKPTS-REC TO HIST-REC.                                00013083
           WRITE HIST-REC.                                              00013088
           ADD 1 TO WS-CT-HIST.                                         00013093
                                                                        00013100
       ACCUM-POINTS.                                                    00013200
           MOVE ZEROES TO WS-PTS-IDX.                                   00013300
                                                                        00017396
       CLEANUP.                                                         00017400
           PERFORM CONTROL-TOTALS.                                      00017500
           PERFORM WRITE-RUN-LOG.                                       00017550
           STOP RUN.                                                    00017600
                                                                        00017700
       CONTROL-TOTALS.                                                  00017800
           DISPLAY '  NEW SEASON RECORDS WRITTEN  - ' WS-CT-NEW.        00018300
           DISPLAY '  RECORDS SKIPPED-WEEK POSTED - ' WS-CT-SKIPPED.    00018320
           DISPLAY '  MAKEUPS WITHOUT AWARD WEEK  - ' WS-CT-MKUP-OLD.   00018340
           DISPLAY '  MATCH HISTORY RECORDS KEPT  - ' WS-CT-HIST.       00018370
           DISPLAY '=============================================='.    00018400
                                                                        00018500
      *--------------------------------------------------------------   00018600
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00018700
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00018800
      * WEEK SEEN FOR THE LEAGUE.                                       00018900
      *--------------------------------------------------------------   00019000
       NOTE-RUN-LEAGUE.                                                 00019100
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00019200
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00019300
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00019400
                OR WS-RUNLG-IDX NOT = ZERO.                             00019500
           IF WS-RUNLG-IDX = ZERO                                       00019600
               IF WS-RUNLG-COUNT < 10                                   00019700
                   ADD 1 TO WS-RUNLG-COUNT                              00019800
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00019900
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00020000
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00020100
               ELSE                                                     00020200
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00020300
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00020400
               END-IF                                                   00020500
           END-IF.                                                      00020600
           IF WS-RUNLG-IDX NOT = ZERO                                   00020700
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00020800
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00020900
                                                                        00021000
       SEEK-RUNLG-ONE.                                                  00021100
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00021200
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00021300
                                                                        00021400
      *--------------------------------------------------------------   00021500
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00021600
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00021700
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00021800
      *--------------------------------------------------------------   00021900
       WRITE-RUN-LOG.                                                   00022000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00022100
           ACCEPT WS-RUN-TIME FROM TIME.                                00022200
           MOVE SPACES TO RUNLOG-WORK.                                  00022300
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00022400
               RL-CT-VALUE(3).                                          00022500
           MOVE 'POINTUPD' TO RL-PROGRAM.                               00022600
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00022700
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00022800
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00022900
           MOVE 'WEEK' TO RL-CT-TAG(1).                                 00023000
           MOVE WS-CT-WEEK TO RL-CT-VALUE(1).                           00023100
           MOVE 'NEW ' TO RL-CT-TAG(2).                                 00023200
           MOVE WS-CT-NEW TO RL-CT-VALUE(2).                            00023300
           MOVE 'SKIP' TO RL-CT-TAG(3).                                 00023400
           MOVE WS-CT-SKIPPED TO RL-CT-VALUE(3).                        00023500
           OPEN EXTEND RUNLOG-OUT.                                      00023600
           IF WS-RUNLOG-STATUS = '00'                                   00023700
               IF WS-RUNLG-COUNT = ZERO                                 00023800
                   PERFORM WRITE-RUN-LOG-REC                            00023900
               ELSE                                                     00024000
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00024100
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00024200
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00024300
               END-IF                                                   00024400
               CLOSE RUNLOG-OUT                                         00024500
           ELSE                                                         00024600
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00024700
                   WS-RUNLOG-STATUS.                                    00024800
                                                                        00024900
       WRITE-RUN-LOG-LEAGUE.                                            00025000
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00025100
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00025200
           PERFORM WRITE-RUN-LOG-REC.                                   00025300
                                                                        00025400
       WRITE-RUN-LOG-REC.                                               00025500
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00025600
           WRITE RUNLOG-REC.                                            00025700
