      * BOARD: EACH BOWLER'S GAMES, SCRATCH SERIES,                     00000800
      * HANDICAP AND HANDICAPPED SERIES, WITH TEAM                      00000900
      * SCRATCH AND HANDICAP TOTALS. A NEW TEAM OR A                    00001000
      * NEW WEEK STARTS A NEW PAGE, HEADED WITH THE                     00001066
      * TEAM'S NAME FROM THE KEYED TEAM MASTER.                         00001132
      * EVERY RUN APPENDS ITS RECORD TO THE SHARED                      00001154
      * JOB-STREAM RUN LOG FOR STRMAUD.                                 00001176
      *================================================                 00001200
       ENVIRONMENT DIVISION.                                            00001300
       CONFIGURATION SECTION.                                           00001400
       INPUT-OUTPUT SECTION.                                            00001700
       FILE-CONTROL.                                                    00001800
           SELECT DETAIL-IN ASSIGN TO UT-S-BLK3600.                     00001900
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00001916
               ORGANIZATION INDEXED                                     00001932
               ACCESS RANDOM                                            00001948
               RECORD KEY TEAM-MST-KEY                                  00001964
               FILE STATUS WS-TEAMMST-STATUS.                           00001980
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00002000
           SELECT RUNLOG-OUT ASSIGN TO UT-S-RUNLOG                      00002033
               FILE STATUS WS-RUNLOG-STATUS.                            00002066
                                                                        00002100
       DATA DIVISION.                                                   00002200
       FILE SECTION.                                                    00002300
       01  REC-IN.                                                      00002800
           COPY CBOWLDTL.                                               00002900
                                                                        00003000
      *--------------------------------------------------------------   00003009
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY FOR      00003018
      * EACH TEAM'S NAME. OPTIONAL - WITHOUT IT THE NAMES PRINT BLANK.  00003027
      *--------------------------------------------------------------   00003036
       FD  TEAM-MST-IN                                                  00003045
           RECORD CONTAINS 80 CHARACTERS.                               00003054
       01  TEAM-MST-REC.                                                00003063
           05  TEAM-MST-KEY  PIC X(04).                                 00003072
           05  FILLER        PIC X(76).                                 00003081
                                                                        00003090
       FD  REPORT-OUT                                                   00003100
           RECORD CONTAINS 132 CHARACTERS                               00003200
           BLOCK CONTAINS 30 RECORDS.                                   00003300
       01  REPT-LINE         PIC X(132).                                00003400
                                                                        00003500
      *--------------------------------------------------------------   00003511
      * SHARED JOB-STREAM RUN LOG, APPENDED AT END OF JOB FOR STRMAUD.  00003522
      * A FAILED OPEN COSTS ONLY THE LOG RECORD - THE RUN STANDS.       00003533
      *--------------------------------------------------------------   00003544
       FD  RUNLOG-OUT                                                   00003555
           RECORD CONTAINS 80 CHARACTERS.                               00003566
       01  RUNLOG-REC  PIC X(80).                                       00003577
                                                                        00003588
       WORKING-STORAGE SECTION.                                         00003600
                                                                        00003700
       01  EOF  PIC X VALUE 'N'.                                        00003800
       01  WS-FIRST-PAGE   PIC X  VALUE 'Y'.                            00004600
       88  FIRST-PAGE      VALUE 'Y'.                                   00004700
                                                                        00004800
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00004809
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00004818
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00004827
       01  TEAM-WORK.                                                   00004836
           COPY CTEAMMST.                                               00004845
       01  WS-NAME-SEEK-KEY.                                            00004854
           05  WS-NAME-SEEK-LEAGUE PIC XX VALUE SPACES.                 00004863
           05  WS-NAME-SEEK-TEAM   PIC XX VALUE SPACES.                 00004872
       01  WS-TEAM-NAME    PIC X(20) VALUE SPACES.                      00004881
                                                                        00004890
       01  WS-SCR-SERIES   PIC 9(04) VALUE ZERO.                        00004900
       01  WS-HDCP-TOT     PIC 9(04) VALUE ZERO.                        00005000
       01  WS-HDCP-SERIES  PIC 9(04) VALUE ZERO.                        00005100
       01  WS-EDIT-THDCP   PIC ZZZZ9.                                   00006600
       01  WS-EDIT-THSER   PIC ZZZZ9.                                   00006700
                                                                        00006800
      *--------------------------------------------------------------   00006804
      * RUN LOG WORK AREAS. TBL-RUNLG HOLDS EACH LEAGUE THIS RUN        00006808
      * TOUCHED AND THE HIGHEST WEEK SEEN FOR IT - 10 LEAGUES AS IN     00006812
      * ARRAY2, OVERFLOW DISCARDED WITH A CONSOLE NOTE.                 00006816
      *--------------------------------------------------------------   00006820
       01  RUNLOG-WORK.                                                 00006824
           COPY CRUNLOG.                                                00006828
       01  TBL-RUNLG.                                                   00006832
           05  RUNLG-ENTRY OCCURS 10 TIMES.                             00006836
               10  RG-LEAGUE-ID  PIC XX.                                00006840
               10  RG-WEEK-NO    PIC XX.                                00006844
       01  WS-RUNLG-COUNT  PIC 9(05) VALUE ZERO.                        00006848
       01  WS-RUNLG-SUB    PIC 9(05) VALUE ZERO.                        00006852
       01  WS-RUNLG-IDX    PIC 9(05) VALUE ZERO.                        00006856
       01  WS-RG-LEAGUE    PIC XX    VALUE SPACES.                      00006860
       01  WS-RG-WEEK      PIC XX    VALUE SPACES.                      00006864
       01  WS-RUNLOG-STATUS PIC XX   VALUE SPACES.                      00006868
       01  WS-RUN-DATE     PIC 9(08) VALUE ZERO.                        00006872
       01  WS-RUN-TIME     PIC 9(08) VALUE ZERO.                        00006876
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.                         00006880
           05  WS-RUN-HHMMSS PIC X(06).                                 00006884
           05  FILLER        PIC XX.                                    00006888
                                                                        00006892
       PROCEDURE DIVISION.                                              00006900
       MAIN.                                                            00007000
           PERFORM OPEN-TEAM-MASTER.                                    00007050
           OPEN INPUT DETAIL-IN.                                        00007100
           OPEN OUTPUT REPORT-OUT.                                      00007200
           PERFORM READFILE.                                            00007300
               PERFORM PRINT-TEAM-TOTAL.                                00007700
           PERFORM CLEANUP.                                             00007800
                                                                        00007900
      *--------------------------------------------------------------   00007904
      * OPEN THE KEYED TEAM MASTER AND LEAVE IT OPEN FOR THE RUN. A     00007908
      * FAILED OPEN JUST MEANS EVERY NAME COMES BACK BLANK.             00007912
      *--------------------------------------------------------------   00007916
       OPEN-TEAM-MASTER.                                                00007920
           OPEN INPUT TEAM-MST-IN.                                      00007924
           IF WS-TEAMMST-STATUS = '00'                                  00007928
               SET TEAMMST-OPEN TO TRUE.                                00007932
                                                                        00007936
      *--------------------------------------------------------------   00007940
      * ONE DIRECT READ OF THE TEAM MASTER FOR WS-NAME-SEEK-KEY.        00007944
      * THE NAME LANDS IN WS-TEAM-NAME, BLANK WHEN NOT ON FILE.         00007948
      *--------------------------------------------------------------   00007952
       GET-TEAM-NAME.                                                   00007956
           MOVE SPACES TO WS-TEAM-NAME.                                 00007960
           IF TEAMMST-OPEN                                              00007964
               MOVE WS-NAME-SEEK-KEY TO TEAM-MST-KEY                    00007968
               READ TEAM-MST-IN                                         00007972
                   INVALID KEY                                          00007976
                       CONTINUE                                         00007980
                   NOT INVALID KEY                                      00007984
                       MOVE TEAM-MST-REC TO TEAM-WORK                   00007988
                       MOVE TM-NAME TO WS-TEAM-NAME                     00007992
               END-READ.                                                00007996
                                                                        00008000
      *    TERM-OUT'S CONTROL TRAILER (BOWLER '**CONTROL*') IS NOT A    00008020
      *    BOWLER-NIGHT AND IS PASSED OVER.                             00008040
       READFILE.                                                        00008000
               NOT AT END                                               00008400
                   IF BOWLER NOT = '**CONTROL*'                         00008500
                       ADD 1 TO WS-CT-READ                              00008550
                       MOVE LEAGUE-ID TO WS-RG-LEAGUE                   00008557
                       MOVE WEEK-NO TO WS-RG-WEEK                       00008564
                       PERFORM NOTE-RUN-LEAGUE                          00008571
                       SET DTL-GOT TO TRUE.                             00008580
                                                                        00008600
      *--------------------------------------------------------------   00008700
                                                                        00010400
       PRINT-PAGE-HEADING.                                              00010500
           ADD 1 TO WS-CT-PAGES.                                        00010600
           MOVE WS-LEAGUE-HOLD TO WS-NAME-SEEK-LEAGUE.                  00010625
           MOVE WS-TEAM-HOLD   TO WS-NAME-SEEK-TEAM.                    00010650
           PERFORM GET-TEAM-NAME.                                       00010675
           MOVE SPACES TO REPT-LINE.                                    00010700
           STRING 'WEEKLY TEAM RECAP   LEAGUE ' DELIMITED BY SIZE       00010800
                  WS-LEAGUE-HOLD             DELIMITED BY SIZE          00010850
                  '   TEAM '                 DELIMITED BY SIZE          00010870
                  WS-TEAM-HOLD               DELIMITED BY SIZE          00010900
                  ' '                        DELIMITED BY SIZE          00010933
                  WS-TEAM-NAME               DELIMITED BY SIZE          00010966
                  '   WEEK '                 DELIMITED BY SIZE          00011000
                  WS-WEEK-HOLD               DELIMITED BY SIZE          00011100
             INTO REPT-LINE.                                            00011200
                                                                        00017500
       CLEANUP.                                                         00017600
           PERFORM CONTROL-TOTALS.                                      00017700
           IF TEAMMST-OPEN                                              00017733
               CLOSE TEAM-MST-IN.                                       00017766
           CLOSE DETAIL-IN, REPORT-OUT.                                 00017800
           PERFORM WRITE-RUN-LOG.                                       00017850
           STOP RUN.                                                    00017900
                                                                        00018000
       CONTROL-TOTALS.                                                  00018100
           DISPLAY '  DETAIL RECORDS READ         - ' WS-CT-READ.       00018400
           DISPLAY '  TEAM PAGES PRINTED          - ' WS-CT-PAGES.      00018500
           DISPLAY '=============================================='.    00018600
                                                                        00018700
      *--------------------------------------------------------------   00018800
      * NOTE ONE LEAGUE/WEEK FOR THE RUN LOG. THE CALLER SETS           00018900
      * WS-RG-LEAGUE AND WS-RG-WEEK; THE ENTRY KEEPS THE HIGHEST        00019000
      * WEEK SEEN FOR THE LEAGUE.                                       00019100
      *--------------------------------------------------------------   00019200
       NOTE-RUN-LEAGUE.                                                 00019300
           MOVE ZEROES TO WS-RUNLG-IDX.                                 00019400
           PERFORM SEEK-RUNLG-ONE VARYING WS-RUNLG-SUB FROM 1 BY 1      00019500
             UNTIL WS-RUNLG-SUB > WS-RUNLG-COUNT                        00019600
                OR WS-RUNLG-IDX NOT = ZERO.                             00019700
           IF WS-RUNLG-IDX = ZERO                                       00019800
               IF WS-RUNLG-COUNT < 10                                   00019900
                   ADD 1 TO WS-RUNLG-COUNT                              00020000
                   MOVE WS-RUNLG-COUNT TO WS-RUNLG-IDX                  00020100
                   MOVE WS-RG-LEAGUE TO RG-LEAGUE-ID(WS-RUNLG-IDX)      00020200
                   MOVE SPACES TO RG-WEEK-NO(WS-RUNLG-IDX)              00020300
               ELSE                                                     00020400
                   DISPLAY 'RUN LOG LEAGUE TABLE FULL - ENTRY '         00020500
                       'DISCARDED FOR ' WS-RG-LEAGUE                    00020600
               END-IF                                                   00020700
           END-IF.                                                      00020800
           IF WS-RUNLG-IDX NOT = ZERO                                   00020900
              AND WS-RG-WEEK > RG-WEEK-NO(WS-RUNLG-IDX)                 00021000
               MOVE WS-RG-WEEK TO RG-WEEK-NO(WS-RUNLG-IDX).             00021100
                                                                        00021200
       SEEK-RUNLG-ONE.                                                  00021300
           IF RG-LEAGUE-ID(WS-RUNLG-SUB) = WS-RG-LEAGUE                 00021400
               MOVE WS-RUNLG-SUB TO WS-RUNLG-IDX.                       00021500
                                                                        00021600
      *--------------------------------------------------------------   00021700
      * APPEND THIS RUN'S RECORDS TO THE SHARED RUN LOG - ONE PER       00021800
      * LEAGUE NOTED, OR ONE BLANK-LEAGUE RECORD WHEN NONE WAS.         00021900
      * PERFORMED LAST, ONCE THE RETURN CODE IS SETTLED.                00022000
      *--------------------------------------------------------------   00022100
       WRITE-RUN-LOG.                                                   00022200
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00022300
           ACCEPT WS-RUN-TIME FROM TIME.                                00022400
           MOVE SPACES TO RUNLOG-WORK.                                  00022500
           MOVE ZEROES TO RL-CT-VALUE(1), RL-CT-VALUE(2),               00022600
               RL-CT-VALUE(3).                                          00022700
           MOVE 'WEEKRCAP' TO RL-PROGRAM.                               00022800
           MOVE WS-RUN-DATE   TO RL-RUN-DATE.                           00022900
           MOVE WS-RUN-HHMMSS TO RL-RUN-TIME.                           00023000
           MOVE RETURN-CODE   TO RL-RETURN-CD.                          00023100
           MOVE 'READ' TO RL-CT-TAG(1).                                 00023200
           MOVE WS-CT-READ TO RL-CT-VALUE(1).                           00023300
           MOVE 'PAGE' TO RL-CT-TAG(2).                                 00023400
           MOVE WS-CT-PAGES TO RL-CT-VALUE(2).                          00023500
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
