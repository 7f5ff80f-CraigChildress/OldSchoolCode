      * TRANSACTION IS VALIDATED - NO DUPLICATE ADDS,                   00000800
      * NO DROP OR TRANSFER OF A BOWLER WHO IS NOT                      00000900
      * THERE - SO THE ROSTER FILE NEVER NEEDS TO BE                    00001000
      * TOUCHED BY A TEXT EDITOR AGAIN. AN ADD OR A                     00001033
      * TRANSFER IS ALSO REFUSED WHEN THE TEAM IT                       00001066
      * LANDS ON IS NOT ON THE KEYED TEAM MASTER FOR                    00001099
      * THE LEAGUE - SET THE TEAM UP WITH TEAMMNT                       00001132
      * FIRST. EVERY ADD APPLIED IS LOOKED UP ON THE                    00001141
      * KEYED ASSOCIATION MEMBERSHIP MASTER AND A NOTE                  00001150
      * PRINTS UNDER IT WHEN THE BOWLER HOLDS NO PAID                   00001157
      * MEMBERSHIP FOR THE LEAGUE'S MEMBERSHIP YEAR                     00001164
      * (PRM-MEMB-YEAR ON LEAGPARM) - REGISTER THE                      00001171
      * BOWLER WITH MEMBMNT BEFORE THE LEAGUE'S                         00001178
      * CUTOFF WEEK OR ARRAY2 WILL REJECT THE SCORES.                   00001186
      * TRANSACTION RECORD: CODE(1) A/D/T, BOWLER(10),                  00001200
      * TEAM(2), NEW TEAM(2) FOR TRANSFER, EFFECTIVE                    00001300
      * WEEK(2) FOR DROP, LEAGUE(2) FOR ADD/TRANSFER.                   00001400
      *================================================                 00001500
       ENVIRONMENT DIVISION.                                            00001600
       CONFIGURATION SECTION.                                           00001700
           SELECT ROSTER-IN ASSIGN TO UT-S-ROSTER.                      00002200
           SELECT TRANS-IN ASSIGN TO UT-S-ROSTRAN.                      00002300
           SELECT ROSTER-OUT ASSIGN TO UT-S-NEWROST.                    00002400
           SELECT TEAM-MST-IN ASSIGN TO UT-S-TEAMMST                    00002416
               ORGANIZATION INDEXED                                     00002432
               ACCESS RANDOM                                            00002448
               RECORD KEY TEAM-MST-KEY                                  00002464
               FILE STATUS WS-TEAMMST-STATUS.                           00002480
           SELECT MEMB-MST-IN ASSIGN TO UT-S-MEMBMST                    00002483
               ORGANIZATION INDEXED                                     00002486
               ACCESS RANDOM                                            00002489
               RECORD KEY MB-BOWLER                                     00002492
               FILE STATUS WS-MEMBMST-STATUS.                           00002495
           SELECT LEAGUE-PARMS ASSIGN TO UT-S-LEAGPARM                  00002496
               FILE STATUS WS-LEAGPARM-STATUS.                          00002497
           SELECT LISTING-OUT ASSIGN TO UT-S-SYSPRINT.                  00002500
                                                                        00002600
       DATA DIVISION.                                                   00002700
           05  TRN-TEAM-ID   PIC XX    VALUE SPACES.                    00004000
           05  TRN-NEW-TEAM  PIC XX    VALUE SPACES.                    00004100
           05  TRN-EFF-WEEK  PIC XX    VALUE SPACES.                    00004200
           05  TRN-LEAGUE-ID PIC XX    VALUE SPACES.                    00004266
           05  FILLER        PIC X(61).                                 00004332
                                                                        00004400
       FD  ROSTER-OUT                                                   00004500
           RECORD CONTAINS 80 CHARACTERS.                               00004600
       01  ROSTER-OUT-REC  PIC X(80).                                   00004700
                                                                        00004800
      *--------------------------------------------------------------   00004803
      * KEYED TEAM MASTER MAINTAINED BY TEAMMNT, READ DIRECTLY TO       00004806
      * PROVE THE TEAM AN ADD OR TRANSFER LANDS ON. WITHOUT IT NO       00004809
      * TEAM CAN BE PROVED AND EVERY ADD AND TRANSFER IS REFUSED.       00004812
      *--------------------------------------------------------------   00004815
       FD  TEAM-MST-IN                                                  00004818
           RECORD CONTAINS 80 CHARACTERS.                               00004821
       01  TEAM-MST-REC.                                                00004824
           05  TEAM-MST-KEY  PIC X(04).                                 00004827
           05  FILLER        PIC X(76).                                 00004830
                                                                        00004833
      *--------------------------------------------------------------   00004836
      * KEYED ASSOCIATION MEMBERSHIP MASTER MAINTAINED BY MEMBMNT,      00004839
      * READ DIRECTLY FOR EACH ADD. WITHOUT IT EVERY ADD IS NOTED       00004842
      * AS HAVING NO MEMBERSHIP ON FILE; THE ADD ITSELF STANDS.         00004845
      *--------------------------------------------------------------   00004848
       FD  MEMB-MST-IN                                                  00004851
           RECORD CONTAINS 80 CHARACTERS.                               00004854
       01  MEMB-MST-REC.                                                00004857
           COPY CMEMBER.                                                00004860
                                                                        00004863
      *--------------------------------------------------------------   00004866
      * LEAGUE PARAMETERS - ONLY THE MEMBERSHIP YEAR IS USED HERE.      00004869
      * WITHOUT THE FILE NO LEAGUE HAS A YEAR AND NO ADD IS CHECKED.    00004872
      *--------------------------------------------------------------   00004875
       FD  LEAGUE-PARMS                                                 00004878
           RECORD CONTAINS 80 CHARACTERS.                               00004881
       01  LEAGPARM-REC.                                                00004884
           COPY CLEAGPRM.                                               00004887
                                                                        00004890
       FD  LISTING-OUT                                                  00004900
           RECORD CONTAINS 132 CHARACTERS                               00005000
           BLOCK CONTAINS 30 RECORDS.                                   00005100
       01  WS-TRANS-EOF    PIC X VALUE 'N'.                             00005800
       88  TRANS-EOF       VALUE 'Y'.                                   00005900
                                                                        00006000
       01  WS-TEAMMST-STATUS PIC XX  VALUE SPACES.                      00006005
       01  WS-TEAMMST-OPEN-SW PIC X  VALUE 'N'.                         00006010
       88  TEAMMST-OPEN    VALUE 'Y'.                                   00006015
       01  WS-TEAM-FOUND-SW PIC X   VALUE 'N'.                          00006020
       88  TEAM-ON-FILE    VALUE 'Y'.                                   00006025
       01  WS-TM-SEEK-KEY.                                              00006030
           05  WS-TM-SEEK-LEAGUE PIC XX VALUE SPACES.                   00006035
           05  WS-TM-SEEK-TEAM   PIC XX VALUE SPACES.                   00006040
       01  WS-MEMBMST-STATUS PIC XX  VALUE SPACES.                      00006045
       01  WS-MEMBMST-OPEN-SW PIC X  VALUE 'N'.                         00006050
       88  MEMBMST-OPEN    VALUE 'Y'.                                   00006055
       01  WS-LEAGPARM-STATUS PIC XX VALUE SPACES.                      00006060
       01  WS-LEAGPARM-EOF PIC X VALUE 'N'.                             00006065
       88  LEAGPARM-EOF    VALUE 'Y'.                                   00006070
       01  WS-MEMB-YEAR    PIC X(04) VALUE SPACES.                      00006075
                                                                        00006080
       01  WS-CT-ROS-READ   PIC 9(05) VALUE ZERO.                       00006100
       01  WS-CT-TRN-READ   PIC 9(05) VALUE ZERO.                       00006200
       01  WS-CT-ADDS       PIC 9(05) VALUE ZERO.                       00006300
       01  WS-CT-TRANSFERS  PIC 9(05) VALUE ZERO.                       00006500
       01  WS-CT-TRN-ERRS   PIC 9(05) VALUE ZERO.                       00006600
       01  WS-CT-ROS-OUT    PIC 9(05) VALUE ZERO.                       00006700
       01  WS-CT-NO-MEMB    PIC 9(05) VALUE ZERO.                       00006750
                                                                        00006800
      *--------------------------------------------------------------   00006900
      * THE ROSTER HELD IN STORAGE WHILE TRANSACTIONS APPLY. SAME       00007000
           05  WS-SEEK-BOWLER PIC A(10).                                00008500
           05  WS-SEEK-TEAM   PIC XX.                                   00008600
                                                                        00008700
      *--------------------------------------------------------------   00008707
      * EACH LEAGUE'S MEMBERSHIP YEAR (PRM-MEMB-YEAR). 10 LEAGUES AS    00008714
      * IN ARRAY2 - OVERFLOW IS DISCARDED WITH A NOTE.                  00008721
      *--------------------------------------------------------------   00008728
       01  TBL-LEAGUE.                                                  00008735
           05  LEAGUE-ENTRY OCCURS 10 TIMES.                            00008742
               10  LG-ID        PIC XX.                                 00008749
               10  LG-MEMB-YEAR PIC X(04).                              00008756
       01  WS-LEAGUE-COUNT PIC 9(05) VALUE ZERO.                        00008763
       01  WS-LG-SUB       PIC 9(05) VALUE ZERO.                        00008770
       01  WS-LG-IDX       PIC 9(05) VALUE ZERO.                        00008777
                                                                        00008784
       01  WS-BEFORE-IMAGE PIC X(14) VALUE SPACES.                      00008800
       01  WS-AFTER-IMAGE  PIC X(14) VALUE SPACES.                      00008900
                                                                        00009000
           OPEN INPUT TRANS-IN.                                         00009400
           OPEN OUTPUT ROSTER-OUT.                                      00009500
           OPEN OUTPUT LISTING-OUT.                                     00009600
           OPEN INPUT TEAM-MST-IN.                                      00009625
           IF WS-TEAMMST-STATUS = '00'                                  00009650
               SET TEAMMST-OPEN TO TRUE.                                00009675
           OPEN INPUT MEMB-MST-IN.                                      00009681
           IF WS-MEMBMST-STATUS = '00'                                  00009687
               SET MEMBMST-OPEN TO TRUE.                                00009693
           PERFORM LOAD-LEAGUE-PARMS.                                   00009696
           PERFORM PRINT-HEADINGS.                                      00009700
           PERFORM LOAD-ROSTER.                                         00009800
           PERFORM READ-TRANS.                                          00009900
           END-IF.                                                      00012700
           PERFORM READ-ROSTER.                                         00012800
                                                                        00012900
      *--------------------------------------------------------------   00012903
      * THE MEMBERSHIP YEAR RIDES ON EACH LEAGUE'S PARAMETER RECORD,    00012906
      * AS ARRAY2 READS IT. THE FILE IS OPTIONAL HERE - WITHOUT IT      00012909
      * NO ADD IS CHECKED FOR A MEMBERSHIP.                             00012912
      *--------------------------------------------------------------   00012915
       LOAD-LEAGUE-PARMS.                                               00012918
           OPEN INPUT LEAGUE-PARMS.                                     00012921
           IF WS-LEAGPARM-STATUS = '00'                                 00012924
               PERFORM READ-LEAGUE-PARM                                 00012927
               PERFORM STORE-LEAGUE-PARM UNTIL LEAGPARM-EOF             00012930
               CLOSE LEAGUE-PARMS                                       00012933
           ELSE                                                         00012936
               DISPLAY 'LEAGUE PARAMETER FILE NOT AVAILABLE - '         00012939
                   'NO MEMBERSHIP CHECK ON ADDS'.                       00012942
                                                                        00012945
       READ-LEAGUE-PARM.                                                00012948
           READ LEAGUE-PARMS                                            00012951
               AT END                                                   00012954
                   MOVE 'Y' TO WS-LEAGPARM-EOF                          00012957
               NOT AT END                                               00012960
                   CONTINUE.                                            00012963
                                                                        00012966
       STORE-LEAGUE-PARM.                                               00012969
           IF WS-LEAGUE-COUNT < 10                                      00012972
               ADD 1 TO WS-LEAGUE-COUNT                                 00012975
               MOVE PRM-LEAGUE-ID TO LG-ID(WS-LEAGUE-COUNT)             00012978
               MOVE PRM-MEMB-YEAR TO LG-MEMB-YEAR(WS-LEAGUE-COUNT)      00012981
           ELSE                                                         00012984
               DISPLAY 'LEAGUE TABLE FULL - ENTRY DISCARDED FOR '       00012987
                   PRM-LEAGUE-ID.                                       00012990
           PERFORM READ-LEAGUE-PARM.                                    00012993
                                                                        00012996
       READ-TRANS.                                                      00013000
           READ TRANS-IN                                                00013100
               AT END                                                   00013200
           PERFORM READ-TRANS.                                          00014800
                                                                        00014900
      *--------------------------------------------------------------   00015000
      * ADD - THE TEAM MUST BE ON THE TEAM MASTER FOR THE LEAGUE,       00015066
      * AND THE BOWLER/TEAM PAIR MUST NOT ALREADY BE ON THE             00015132
      * ROSTER AS AN ACTIVE ENTRY. A DROPPED ENTRY FOR THE SAME         00015200
      * PAIR IS RE-ACTIVATED INSTEAD OF DUPLICATED.                     00015300
      *--------------------------------------------------------------   00015400
       APPLY-ADD.                                                       00015500
           MOVE TRN-TEAM-ID TO WS-TM-SEEK-TEAM.                         00015511
           PERFORM CHECK-TEAM-MASTER.                                   00015522
           IF NOT TEAM-ON-FILE                                          00015533
               PERFORM TRANS-ERROR-NOTEAM                               00015544
           ELSE                                                         00015555
               PERFORM ADD-ONE-BOWLER.                                  00015566
                                                                        00015577
       ADD-ONE-BOWLER.                                                  00015588
           MOVE TRN-BOWLER  TO WS-SEEK-BOWLER.                          00015600
           MOVE TRN-TEAM-ID TO WS-SEEK-TEAM.                            00015700
           PERFORM SEEK-ROSTER.                                         00015800
                   MOVE ROSTER-ENT(WS-ROS-IDX) TO WS-AFTER-IMAGE        00016600
                   ADD 1 TO WS-CT-ADDS                                  00016700
                   PERFORM PRINT-CHANGE                                 00016800
                   PERFORM CHECK-MEMBERSHIP                             00016850
               ELSE                                                     00016900
                   IF WS-ROSTER-COUNT < 1000                            00017000
                       ADD 1 TO WS-ROSTER-COUNT                         00017100
                         TO WS-AFTER-IMAGE                              00017700
                       ADD 1 TO WS-CT-ADDS                              00017800
                       PERFORM PRINT-CHANGE                             00017900
                       PERFORM CHECK-MEMBERSHIP                         00017950
                   ELSE                                                 00018000
                       DISPLAY 'ROSTER TABLE FULL - ADD DISCARDED '     00018100
                           'FOR ' TRN-BOWLER                            00018200
      * WEEK FILLED IN - SO EARLIER WEEKS' SCORES FOR THE OLD TEAM,     00020560
      * INCLUDING CORRECTED RE-ENTRIES, STILL PASS ARRAY2 - AND AN      00020580
      * ACTIVE ENTRY GOES ON THE NEW TEAM, RE-USING A DROPPED ENTRY     00020600
      * THERE WHEN ONE EXISTS. THE NEW TEAM MUST BE ON THE TEAM         00020633
      * MASTER FOR THE LEAGUE.                                          00020666
      *--------------------------------------------------------------   00020700
       APPLY-TRANSFER.                                                  00020800
           MOVE TRN-NEW-TEAM TO WS-TM-SEEK-TEAM.                        00020806
           PERFORM CHECK-TEAM-MASTER.                                   00020812
           IF TRN-EFF-WEEK = SPACES                                     00020820
               PERFORM TRANS-ERROR-NOWEEK                               00020840
           ELSE                                                         00020860
               IF NOT TEAM-ON-FILE                                      00020866
                   PERFORM TRANS-ERROR-NOTEAM                           00020872
               ELSE                                                     00020878
                   PERFORM TRANSFER-ONE-BOWLER.                         00020884
                                                                        00020890
       TRANSFER-ONE-BOWLER.                                             00020895
           MOVE TRN-BOWLER  TO WS-SEEK-BOWLER.                          00020900
                   IF WS-ROS-IDX = ZERO                                 00023980
                       MOVE WS-ROS-SUB TO WS-ROS-IDX.                   00024000
                                                                        00024100
      *--------------------------------------------------------------   00024102
      * ONE DIRECT READ OF THE TEAM MASTER FOR THE TRANSACTION'S        00024104
      * LEAGUE AND THE TEAM IN WS-TM-SEEK-TEAM. A BLANK LEAGUE OR A     00024106
      * MISSING TEAM MASTER CAN PROVE NOTHING AND COUNTS AS NOT         00024108
      * FOUND.                                                          00024110
      *--------------------------------------------------------------   00024112
       CHECK-TEAM-MASTER.                                               00024114
           MOVE 'N' TO WS-TEAM-FOUND-SW.                                00024116
           MOVE TRN-LEAGUE-ID TO WS-TM-SEEK-LEAGUE.                     00024118
           IF TEAMMST-OPEN AND TRN-LEAGUE-ID NOT = SPACES               00024120
               MOVE WS-TM-SEEK-KEY TO TEAM-MST-KEY                      00024122
               READ TEAM-MST-IN                                         00024124
                   INVALID KEY                                          00024126
                       CONTINUE                                         00024128
                   NOT INVALID KEY                                      00024130
                       SET TEAM-ON-FILE TO TRUE                         00024132
               END-READ.                                                00024134
                                                                        00024136
       TRANS-ERROR-NOWEEK.                                              00024150
           ADD 1 TO WS-CT-TRN-ERRS.                                     00024160
           MOVE SPACES TO LIST-LINE.                                    00024170
             INTO LIST-LINE.                                            00027100
           WRITE LIST-LINE.                                             00027200
                                                                        00027300
       TRANS-ERROR-NOTEAM.                                              00027307
           ADD 1 TO WS-CT-TRN-ERRS.                                     00027314
           MOVE SPACES TO LIST-LINE.                                    00027321
           STRING 'TRAN IN ERROR - '           DELIMITED BY SIZE        00027328
                  TRN-BOWLER                   DELIMITED BY SIZE        00027335
                  ' LEAGUE '                   DELIMITED BY SIZE        00027342
                  WS-TM-SEEK-LEAGUE            DELIMITED BY SIZE        00027349
                  ' TEAM '                     DELIMITED BY SIZE        00027356
                  WS-TM-SEEK-TEAM              DELIMITED BY SIZE        00027363
                  ' NOT ON TEAM MASTER'        DELIMITED BY SIZE        00027370
             INTO LIST-LINE.                                            00027377
           WRITE LIST-LINE.                                             00027384
                                                                        00027391
       PRINT-HEADINGS.                                                  00027400
           MOVE SPACES TO LIST-LINE.                                    00027500
           MOVE 'ROSTER MAINTENANCE AUDIT LISTING' TO LIST-LINE.        00027600
             INTO LIST-LINE.                                            00029400
           WRITE LIST-LINE.                                             00029500
                                                                        00029600
      *--------------------------------------------------------------   00029601
      * ONE DIRECT READ OF THE MEMBERSHIP MASTER FOR THE BOWLER JUST    00029602
      * ADDED, TESTED AS ARRAY2 TESTS A SCORE LINE - CURRENT MEANS A    00029603
      * MEMBERSHIP FOR THE LEAGUE'S PRM-MEMB-YEAR WITH A DATE PAID.     00029604
      * NO RECORD (OR NO MASTER), A MEMBERSHIP FOR ANOTHER YEAR OR      00029605
      * ONE NOT PAID PRINTS A NOTE UNDER THE ADD - THE ADD IS NOT       00029606
      * REFUSED, AS A NEW BOWLER IS OFTEN ROSTERED BEFORE THE FEE IS    00029607
      * IN. A LEAGUE WITH NO MEMBERSHIP YEAR IS NOT CHECKED.            00029608
      *--------------------------------------------------------------   00029609
       CHECK-MEMBERSHIP.                                                00029610
           MOVE SPACES TO LIST-LINE.                                    00029611
           PERFORM GET-MEMB-YEAR.                                       00029612
           IF WS-MEMB-YEAR NOT = SPACES                                 00029613
               PERFORM READ-MEMBERSHIP.                                 00029614
           IF LIST-LINE NOT = SPACES                                    00029615
               ADD 1 TO WS-CT-NO-MEMB                                   00029616
               WRITE LIST-LINE.                                         00029617
                                                                        00029618
       READ-MEMBERSHIP.                                                 00029619
           IF MEMBMST-OPEN                                              00029620
               MOVE TRN-BOWLER TO MB-BOWLER                             00029621
               READ MEMB-MST-IN                                         00029622
                   INVALID KEY                                          00029623
                       PERFORM NOTE-NO-MEMBERSHIP                       00029624
                   NOT INVALID KEY                                      00029625
                       PERFORM NOTE-NOT-CURRENT                         00029626
               END-READ                                                 00029627
           ELSE                                                         00029628
               PERFORM NOTE-NO-MEMBERSHIP.                              00029629
                                                                        00029630
       NOTE-NO-MEMBERSHIP.                                              00029631
           STRING '     NOTE - NO ASSOCIATION MEMBERSHIP '              00029632
                                               DELIMITED BY SIZE        00029633
                  'ON FILE FOR '               DELIMITED BY SIZE        00029634
                  TRN-BOWLER                   DELIMITED BY SIZE        00029635
             INTO LIST-LINE.                                            00029636
                                                                        00029637
       NOTE-NOT-CURRENT.                                                00029638
           IF MB-YEAR NOT = WS-MEMB-YEAR                                00029639
               STRING '     NOTE - MEMBERSHIP '                         00029640
                                               DELIMITED BY SIZE        00029641
                      MB-MEMBER-NO             DELIMITED BY SIZE        00029642
                      ' IS FOR '               DELIMITED BY SIZE        00029643
                      MB-YEAR                  DELIMITED BY SIZE        00029644
                      ' NOT '                  DELIMITED BY SIZE        00029645
                      WS-MEMB-YEAR             DELIMITED BY SIZE        00029646
                      ' FOR '                  DELIMITED BY SIZE        00029647
                      TRN-BOWLER               DELIMITED BY SIZE        00029648
                 INTO LIST-LINE                                         00029649
           ELSE                                                         00029650
               IF MB-DATE-PAID = SPACES                                 00029651
                   STRING '     NOTE - MEMBERSHIP '                     00029652
                                               DELIMITED BY SIZE        00029653
                          MB-MEMBER-NO         DELIMITED BY SIZE        00029654
                          ' NOT PAID FOR '     DELIMITED BY SIZE        00029655
                          TRN-BOWLER           DELIMITED BY SIZE        00029656
                     INTO LIST-LINE.                                    00029657
                                                                        00029658
      *    THE MEMBERSHIP YEAR FOR TRN-LEAGUE-ID INTO WS-MEMB-YEAR -    00029659
      *    SPACES WHEN THE LEAGUE IS NOT ON LEAGPARM.                   00029660
       GET-MEMB-YEAR.                                                   00029661
           MOVE ZEROES TO WS-LG-SUB, WS-LG-IDX.                         00029662
           PERFORM SEEK-LEAGUE-ONE VARYING WS-LG-SUB FROM 1 BY 1        00029663
             UNTIL WS-LG-SUB > WS-LEAGUE-COUNT                          00029664
                OR WS-LG-IDX NOT = ZERO.                                00029665
           MOVE SPACES TO WS-MEMB-YEAR.                                 00029666
           IF WS-LG-IDX NOT = ZERO                                      00029667
               MOVE LG-MEMB-YEAR(WS-LG-IDX) TO WS-MEMB-YEAR.            00029668
                                                                        00029669
       SEEK-LEAGUE-ONE.                                                 00029670
           IF LG-ID(WS-LG-SUB) = TRN-LEAGUE-ID                          00029671
               MOVE WS-LG-SUB TO WS-LG-IDX.                             00029672
                                                                        00029673
       WRITE-ROSTER.                                                    00029700
           PERFORM WRITE-ONE-ROSTER VARYING WS-ROS-SUB FROM 1 BY 1      00029800
             UNTIL WS-ROS-SUB > WS-ROSTER-COUNT.                        00029900
                                                                        00030600
       CLEANUP.                                                         00030700
           PERFORM CONTROL-TOTALS.                                      00030800
           IF TEAMMST-OPEN                                              00030833
               CLOSE TEAM-MST-IN.                                       00030866
           IF MEMBMST-OPEN                                              00030877
               CLOSE MEMB-MST-IN.                                       00030888
           CLOSE TRANS-IN, ROSTER-OUT, LISTING-OUT.                     00030900
           STOP RUN.                                                    00031000
                                                                        00031100
           DISPLAY '  TRANSFERS APPLIED           - ' WS-CT-TRANSFERS.  00031900
           DISPLAY '  TRANSACTIONS IN ERROR       - ' WS-CT-TRN-ERRS.   00032000
           DISPLAY '  ROSTER RECORDS WRITTEN      - ' WS-CT-ROS-OUT.    00032100
           DISPLAY '  ADDS NOTED UNREGISTERED     - ' WS-CT-NO-MEMB.    00032150
           DISPLAY '=============================================='.    00032200
