      * DISCREPANCY REPORT AND THE RUN ENDS WITH                        00001600
      * RETURN CODE 8 SO THE STREAM STOPS BEFORE                        00001700
      * STANDRPT PUBLISHES WRONG NUMBERS.                               00001800
      * EVERY RUN APPENDS ITS RECORD, RETURN CODE                       00001825
      * AND ALL, TO THE SHARED JOB-STREAM RUN LOG                       00001850
      * FOR STRMAUD.                                                    00001875
      *================================================                 00001900
       ENVIRONMENT DIVISION.                                            00002000
       CONFIGURATION SECTION.                                           00002100
               ACCESS SEQUENTIAL                                        00003040
               RECORD KEY NEWMST-KEY.                                   00003060
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00003100
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00003133
               FILE STATUS WS-RUNLOG-STATUS.                            00003166
                                                                        00003200
       DATA DIVISION.                                                   00003300
       FILE SECTION.                                                    00003400
           BLOCK CONTAINS 30 RECORDS.                                   00005800
       01  REPT-LINE         PIC X(132).                                00005900
                                                                        00006000
      *--------------------------------------------------------------   00006011
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00006022
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00006033
      *--------------------------------------------------------------   00006044
       FD  RUNLOG-OUT                                                   00006055
           RECORD CONTAINS 80 CHARACTERS.                               00006066
       01  RUNLOG-REC  PIC X(80).                                       00006077
                                                                        00006088
       WORKING-STORAGE SECTION.                                         00006100
                                                                        00006200
       01  DTL-WORK.                                                    00006300
       01  WS-EDIT-EXP     PIC ZZZZZZZZ9.                               00012700
       01  WS-EDIT-ACT     PIC ZZZZZZZZ9.                               00012800
                                                                        00012900
      *--------------------------------------------------------------   00012904
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00012908
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00012912
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00012916
      *--------------------------------------------------------------   00012920
       01  RUNLOG-WORK.                                                 00012924
           COPY CRUNLOG.                                                00012928
       01  TBL-RUNLG.                                                   00012932
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00012936
               10  RG-LEAGUE-ID  PIC XX.                                00012940
               10  RG-WEEK-NO    PIC XX.                                00012944
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00012948
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00012952
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00012956
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00012960
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00012964
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00012968
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00012972
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00012976
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00012980
           05  WS-RUN-HHMMSS PIC X(06).                                 00012984
           05  FILLER        PIC XX.                                    00012988
                                                                        00012992
       PROCEDURE DIVISION.                                              00013000
       MAIN.                                                            00013100
           OPEN OUTPUT REPORT-OUT.                                      00013200
               MOVE CTL-TOT-1     TO WS-TRM-TRL-PINS                    00016300
           ELSE                                                         00016400
               ADD 1 TO WS-CT-TRM                                       00016500
               MOVE LEAGUE-ID TO WS-RG-LEAGUE                           00016525
               MOVE WEEK-NO TO WS-RG-WEEK                               00016550
               PERFORM NOTE-RUN-LEAGUE                                  00016575
               IF ENTRY-TYPE = SPACE                                    00016600
                   COMPUTE WS-SERIES = SCORE-1-N + SCORE-2-N            00016700
                       + SCORE-3-N + SCORE-4-N                          00016800
           CLOSE REPORT-OUT.                                            00037200
           IF WS-CT-ERRORS NOT = ZERO                                   00037300
               MOVE 8 TO RETURN-CODE.                                   00037400
           PERFORM WRITE-RUN-LOG.                                       00037450
           STOP RUN.                                                    00037500
                                                                        00037600
       CONTROL-TOTALS.                                                  00037700
           DISPLAY '  NEW MASTER RECORDS          - ' WS-CT-NEW.        00038300
           DISPLAY '  OUT-OF-BALANCE CONDITIONS   - ' WS-CT-ERRORS.     00038400
           DISPLAY '=============================================='.    00038500
                                                                        00038600
      *--------------------------------------------------------------   00038700
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00038800
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00038900
      * WEEK SEEN FOR THE LEAGUE.                                       00039000
      *--------------------------------------------------------------   00039100
       NOTE-RUN-LEAGUE.                                                 00039200
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00039300
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00039400
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00039500
                OR WS-RUNLG-IDX NOT = ZERO.                             00039600
           IF WS-RUNLG-IDX = ZERO                                       00039700
               IF WS-RUNLG-COUNT < 10                                   00039800
                   ADD 1 TO WS-RUNLG-COUNT                              00039900
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00040000
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00040100
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00040200
               ELSE                                                     00040300
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00040400
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00040500
               END-IF                                                   00040600
           END-IF.                                                      00040700
           IF WS-RUNLG-IDX NOT = ZERO                                   00040800
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00040900
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00041000
                                                                        00041100
       SEEK-RUNLG-ONE.                                                  00041200
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00041300
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00041400
                                                                        00041500
      *--------------------------------------------------------------   00041600
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00041700
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00041800
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00041900
      *--------------------------------------------------------------   00042000
       WRITE-RUN-LOG.                                                   00042100
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00042200
           ACCEPT WS-RUN-TIME FROM TIME.                                00042300
           MOVE SPACES TO RUNLOG-WORK.                                  00042400
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00042500
               RL-CT-VALUE(3).                                          00042600
           MOVE 'WKBALANC' TO RL-PROGRAM.                               00042700
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00042800
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00042900
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00043000
           MOVE 'TRM ' TO RL-CT-TAG(1).                                 00043100
           MOVE WS-CT-TRM TO RL-CT-VALUE(1).                            00043200
           MOVE 'MPT ' TO RL-CT-TAG(2).                                 00043300
           MOVE WS-CT-MPT TO RL-CT-VALUE(2).                            00043400
           MOVE 'ERRS' TO RL-CT-TAG(3).                                 00043500
           MOVE WS-CT-ERRORS TO RL-CT-VALUE(3).                         00043600
           OPEN EXTEND RUNLOG-OUT.                                      00043700
           IF WS-RUNLOG-STATUS = '00'                                   00043800
               IF WS-RUNLG-COUNT = ZERO                                 00043900
                   PERFORM WRITE-RUN-LOG-REC                            00044000
               ELSE                                                     00044100
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00044200
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00044300
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00044400
               END-IF                                                   00044500
               CLOSE RUNLOG-OUT                                         00044600
           ELSE                                                         00044700
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00044800
                   WS-RUNLOG-STATUS.                                    00044900
                                                                        00045000
       WRITE-RUN-LOG-LEAGUE.                                            00045100
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00045200
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00045300
           PERFORM WRITE-RUN-LOG-REC.                                   00045400
                                                                        00045500
       WRITE-RUN-LOG-REC.                                               00045600
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00045700
           WRITE RUNLOG-REC.                                            00045800
