      * THAT ORDER FIRST. AN EMPTY OR ABSENT OLD                        00001000
      * MASTER BUILDS THE WEEK-1 MASTER FROM DETAIL                     00001100
      * ALONE.                                                          00001200
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001233
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001266
      *================================================                 00001300
       ENVIRONMENT DIVISION.                                            00001400
       CONFIGURATION SECTION.                                           00001500
           SELECT PCTL-OUT ASSIGN TO UT-S-NEWPCTL.                      00002550
           SELECT PARM-IN ASSIGN TO UT-S-RUNPARM                        00002560
               FILE STATUS WS-PARM-STATUS.                              00002570
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00002580
               FILE STATUS WS-RUNLOG-STATUS.                            00002590
                                                                        00002600
       DATA DIVISION.                                                   00002700
       FILE SECTION.                                                    00002800
           05  PARM-OPTION   PIC X(06) VALUE SPACES.                    00005696
           05  FILLER        PIC X(74).                                 00005698
                                                                        00005700
      *--------------------------------------------------------------   00005711
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00005722
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00005733
      *--------------------------------------------------------------   00005744
       FD  RUNLOG-OUT                                                   00005755
           RECORD CONTAINS 80 CHARACTERS.                               00005766
       01  RUNLOG-REC  PIC X(80).                                       00005777
                                                                        00005788
       WORKING-STORAGE SECTION.                                         00005800
                                                                        00005900
       01  DTL-WORK.                                                    00006000
       01  CTL-WORK.                                                    00010090
           COPY CCTLTRLR.                                               00010095
                                                                        00010100
      *--------------------------------------------------------------   00010104
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00010108
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00010112
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00010116
      *--------------------------------------------------------------   00010120
       01  RUNLOG-WORK.                                                 00010124
           COPY CRUNLOG.                                                00010128
       01  TBL-RUNLG.                                                   00010132
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00010136
               10  RG-LEAGUE-ID  PIC XX.                                00010140
               10  RG-WEEK-NO    PIC XX.                                00010144
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00010148
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00010152
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00010156
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00010160
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00010164
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00010168
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00010172
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00010176
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00010180
           05  WS-RUN-HHMMSS PIC X(06).                                 00010184
           05  FILLER        PIC XX.                                    00010188
                                                                        00010192
       PROCEDURE DIVISION.                                              00010200
       MAIN.                                                            00010300
           PERFORM LOAD-RUN-PARM.                                       00010320
                           MOVE LEAGUE-ID TO WS-DTL-KEY-LEAGUE          00017090
                           MOVE TEAM-ID TO WS-DTL-KEY-TEAM              00017100
                           MOVE BOWLER  TO WS-DTL-KEY-BOWLER            00017200
                           MOVE LEAGUE-ID TO WS-RG-LEAGUE               00017212
                           MOVE WEEK-NO TO WS-RG-WEEK                   00017224
                           PERFORM NOTE-RUN-LEAGUE                      00017236
                           SET DTL-GOT TO TRUE                          00017250
                       END-IF                                           00017270
               END-READ                                                 00017300
           IF OLDMST-OPEN                                               00027600
               CLOSE OLDMST-IN.                                         00027700
           CLOSE DETAIL-SORTED, NEWMST-OUT.                             00027800
           PERFORM WRITE-RUN-LOG.                                       00027850
           STOP RUN.                                                    00027900
                                                                        00027902
      *--------------------------------------------------------------   00027904
           DISPLAY '  NEW MASTER PINS             - ' WS-TOT-NEW-PINS.  00028920
           DISPLAY '  DETAIL SKIPPED-WEEK POSTED  - ' WS-CT-SKIPPED.    00028940
           DISPLAY '=============================================='.    00029000
                                                                        00029100
      *--------------------------------------------------------------   00029200
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00029300
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00029400
      * WEEK SEEN FOR THE LEAGUE.                                       00029500
      *--------------------------------------------------------------   00029600
       NOTE-RUN-LEAGUE.                                                 00029700
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00029800
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00029900
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00030000
                OR WS-RUNLG-IDX NOT = ZERO.                             00030100
           IF WS-RUNLG-IDX = ZERO                                       00030200
               IF WS-RUNLG-COUNT < 10                                   00030300
                   ADD 1 TO WS-RUNLG-COUNT                              00030400
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00030500
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00030600
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00030700
               ELSE                                                     00030800
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00030900
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00031000
               END-IF                                                   00031100
           END-IF.                                                      00031200
           IF WS-RUNLG-IDX NOT = ZERO                                   00031300
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00031400
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00031500
                                                                        00031600
       SEEK-RUNLG-ONE.                                                  00031700
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00031800
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00031900
                                                                        00032000
      *--------------------------------------------------------------   00032100
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00032200
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00032300
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00032400
      *--------------------------------------------------------------   00032500
       WRITE-RUN-LOG.                                                   00032600
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00032700
           ACCEPT WS-RUN-TIME FROM TIME.                                00032800
           MOVE SPACES TO RUNLOG-WORK.                                  00032900
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00033000
               RL-CT-VALUE(3).                                          00033100
           MOVE 'SEASNUPD' TO RL-PROGRAM.                               00033200
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00033300
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00033400
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00033500
           MOVE 'DTL ' TO RL-CT-TAG(1).                                 00033600
           MOVE WS-CT-DTL TO RL-CT-VALUE(1).                            00033700
           MOVE 'NEW ' TO RL-CT-TAG(2).                                 00033800
           MOVE WS-CT-NEW TO RL-CT-VALUE(2).                            00033900
           MOVE 'SKIP' TO RL-CT-TAG(3).                                 00034000
           MOVE WS-CT-SKIPPED TO RL-CT-VALUE(3).                        00034100
           OPEN EXTEND RUNLOG-OUT.                                      00034200
           IF WS-RUNLOG-STATUS = '00'                                   00034300
               IF WS-RUNLG-COUNT = ZERO                                 00034400
                   PERFORM WRITE-RUN-LOG-REC                            00034500
               ELSE                                                     00034600
                   PERFORM WRITE-RUN-LOG-LEAGUE                         00034700
                     VARYING WS-RUNLG-SUB FROM 1 BY 1                   00034800
                     UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                00034900
               END-IF                                                   00035000
               CLOSE RUNLOG-OUT                                         00035100
           ELSE                                                         00035200
               DISPLAY 'RUN LOG NOT WRITTEN - RUNLOG OPEN STATUS '      00035300
                   WS-RUNLOG-STATUS.                                    00035400
                                                                        00035500
       WRITE-RUN-LOG-LEAGUE.                                            00035600
           MOVE RG-LEAGUE-ID(WS-RUNLG-SUB) TO RL-LEAGUE-ID.             00035700
           MOVE RG-WEEK-NO(WS-RUNLG-SUB)   TO RL-WEEK-NO.               00035800
           PERFORM WRITE-RUN-LOG-REC.                                   00035900
                                                                        00036000
       WRITE-RUN-LOG-REC.                                               00036100
           MOVE RUNLOG-WORK TO RUNLOG-REC.                              00036200
           WRITE RUNLOG-REC.                                            00036300
