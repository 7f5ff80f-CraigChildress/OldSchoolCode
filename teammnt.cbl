       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'TEAMMNT'.                                          00000200
      *================================================                 00000300
      * TEAM MASTER MAINTENANCE - APPLY ADD/CHANGE/                     00000400
      * DELETE TRANSACTIONS TO THE KEYED TEAM MASTER                    00000500
      * (LEAGUE/TEAM: NAME, SPONSOR, CAPTAIN, PHONE)                    00000600
      * AND WRITE THE UPDATED MASTER PLUS AN AUDIT                      00000700
      * LISTING OF EVERY CHANGE WITH BEFORE/AFTER                       00000800
      * IMAGES, THE SAME WAY ROSTMNT KEEPS THE ROSTER.                  00000900
      * NO DUPLICATE ADDS, NO CHANGE OR DELETE OF A                     00001000
      * TEAM THAT IS NOT THERE, AND NO TEAM WITHOUT A                   00001100
      * NAME.                                                           00001200
      * TRANSACTION RECORD: CODE(1) A/C/D, LEAGUE(2),                   00001300
      * TEAM(2), NAME(20), SPONSOR(20), CAPTAIN(16),                    00001400
      * PHONE(12). ON A CHANGE ONLY THE NON-BLANK                       00001500
      * FIELDS REPLACE WHAT IS ON FILE.                                 00001600
      *================================================                 00001700
       ENVIRONMENT DIVISION.                                            00001800
       CONFIGURATION SECTION.                                           00001900
       SOURCE-COMPUTER.  IBM-360.                                       00002000
       OBJECT-COMPUTER.  IBM-360.                                       00002100
       INPUT-OUTPUT SECTION.                                            00002200
       FILE-CONTROL.                                                    00002300
           SELECT OLDTEAM-IN ASSIGN TO UT-S-OLDTEAM                     00002400
               ORGANIZATION INDEXED                                     00002500
               ACCESS SEQUENTIAL                                        00002600
               RECORD KEY OLDTEAM-KEY                                   00002700
               FILE STATUS WS-OLDTEAM-STATUS.                           00002800
           SELECT TRANS-IN ASSIGN TO UT-S-TEAMTRAN.                     00002900
           SELECT NEWTEAM-OUT ASSIGN TO UT-S-TEAMMST                    00003000
               ORGANIZATION INDEXED                                     00003100
               ACCESS DYNAMIC                                           00003200
               RECORD KEY NEWTEAM-KEY.                                  00003300
           SELECT LISTING-OUT ASSIGN TO UT-S-SYSPRINT.                  00003400
                                                                        00003500
       DATA DIVISION.                                                   00003600
       FILE SECTION.                                                    00003700
                                                                        00003800
      *--------------------------------------------------------------   00003900
      * LAST RUN'S TEAM MASTER - ABSENT THE FIRST TIME THE LEAGUES      00004000
      * ARE SET UP, WHEN A FAILED OPEN JUST STARTS FROM NOTHING.        00004100
      *--------------------------------------------------------------   00004200
       FD  OLDTEAM-IN                                                   00004300
           RECORD CONTAINS 80 CHARACTERS.                               00004400
       01  OLDTEAM-REC.                                                 00004500
           05  OLDTEAM-KEY   PIC X(04).                                 00004600
           05  FILLER        PIC X(76).                                 00004700
                                                                        00004800
       FD  TRANS-IN                                                     00004900
           RECORD CONTAINS 80 CHARACTERS.                               00005000
       01  TRANS-REC.                                                   00005100
           05  TTR-CODE      PIC X     VALUE SPACE.                     00005200
           05  TTR-KEY.                                                 00005300
               10  TTR-LEAGUE-ID PIC XX VALUE SPACES.                   00005400
               10  TTR-TEAM-ID   PIC XX VALUE SPACES.                   00005500
           05  TTR-NAME      PIC X(20) VALUE SPACES.                    00005600
           05  TTR-SPONSOR   PIC X(20) VALUE SPACES.                    00005700
           05  TTR-CAPTAIN   PIC X(16) VALUE SPACES.                    00005800
           05  TTR-PHONE     PIC X(12) VALUE SPACES.                    00005900
           05  FILLER        PIC X(07).                                 00006000
                                                                        00006100
       FD  NEWTEAM-OUT                                                  00006200
           RECORD CONTAINS 80 CHARACTERS.                               00006300
       01  NEWTEAM-REC.                                                 00006400
           05  NEWTEAM-KEY   PIC X(04).                                 00006500
           05  FILLER        PIC X(76).                                 00006600
                                                                        00006700
       FD  LISTING-OUT                                                  00006800
           RECORD CONTAINS 132 CHARACTERS                               00006900
           BLOCK CONTAINS 30 RECORDS.                                   00007000
       01  LIST-LINE         PIC X(132).                                00007100
                                                                        00007200
       WORKING-STORAGE SECTION.                                         00007300
                                                                        00007400
       01  TEAM-WORK.                                                   00007500
           COPY CTEAMMST.                                               00007600
                                                                        00007700
       01  WS-OLDTEAM-STATUS PIC XX VALUE SPACES.                       00007800
       01  WS-OLD-EOF      PIC X VALUE 'N'.                             00007900
       88  OLD-EOF         VALUE 'Y'.                                   00008000
       01  WS-TRANS-EOF    PIC X VALUE 'N'.                             00008100
       88  TRANS-EOF       VALUE 'Y'.                                   00008200
                                                                        00008300
       01  WS-CT-OLD-READ   PIC 9(05) VALUE ZERO.                       00008400
       01  WS-CT-TRN-READ   PIC 9(05) VALUE ZERO.                       00008500
       01  WS-CT-ADDS       PIC 9(05) VALUE ZERO.                       00008600
       01  WS-CT-CHANGES    PIC 9(05) VALUE ZERO.                       00008700
       01  WS-CT-DELETES    PIC 9(05) VALUE ZERO.                       00008800
       01  WS-CT-TRN-ERRS   PIC 9(05) VALUE ZERO.                       00008900
       01  WS-CT-NEW-OUT    PIC 9(05) VALUE ZERO.                       00009000
                                                                        00009100
      *--------------------------------------------------------------   00009200
      * THE TEAM MASTER HELD IN STORAGE WHILE TRANSACTIONS APPLY -      00009300
      * 10 LEAGUES OF UP TO 30 TEAMS. A DELETED TEAM IS MARKED AND      00009400
      * LEFT OUT WHEN THE NEW MASTER IS WRITTEN.                        00009500
      *--------------------------------------------------------------   00009600
       01  TBL-TEAM.                                                    00009700
           05  TEAM-ENT OCCURS 300 TIMES.                               00009800
               10  TT-IMAGE.                                            00009900
                   15  TT-KEY       PIC X(04).                          00010000
                   15  TT-NAME      PIC X(20).                          00010100
                   15  TT-SPONSOR   PIC X(20).                          00010200
                   15  TT-CAPTAIN   PIC X(16).                          00010300
                   15  TT-PHONE     PIC X(12).                          00010400
               10  TT-DELETED   PIC X.                                  00010500
       01  WS-TEAM-COUNT   PIC 9(05) VALUE ZERO.                        00010600
       01  WS-TM-SUB       PIC 9(05) VALUE ZERO.                        00010700
       01  WS-TM-IDX       PIC 9(05) VALUE ZERO.                        00010800
       01  WS-SEEK-KEY     PIC X(04) VALUE SPACES.                      00010900
                                                                        00011000
       01  WS-BEFORE-IMAGE PIC X(72) VALUE SPACES.                      00011100
       01  WS-AFTER-IMAGE  PIC X(72) VALUE SPACES.                      00011200
                                                                        00011300
       PROCEDURE DIVISION.                                              00011400
       MAIN.                                                            00011500
           OPEN INPUT TRANS-IN.                                         00011600
           OPEN OUTPUT LISTING-OUT.                                     00011700
           PERFORM PRINT-HEADINGS.                                      00011800
           PERFORM LOAD-OLD-TEAMS.                                      00011900
           PERFORM READ-TRANS.                                          00012000
           IF NOT TRANS-EOF                                             00012100
               PERFORM APPLY-TRANS UNTIL TRANS-EOF.                     00012200
           PERFORM WRITE-TEAMS.                                         00012300
           PERFORM CLEANUP.                                             00012400
                                                                        00012500
       LOAD-OLD-TEAMS.                                                  00012600
           OPEN INPUT OLDTEAM-IN.                                       00012700
           IF WS-OLDTEAM-STATUS = '00'                                  00012800
               PERFORM READ-OLD-TEAM                                    00012900
               PERFORM BUILD-TEAM-TBL UNTIL OLD-EOF                     00013000
               CLOSE OLDTEAM-IN.                                        00013100
                                                                        00013200
       READ-OLD-TEAM.                                                   00013300
           READ OLDTEAM-IN                                              00013400
               AT END                                                   00013500
                   MOVE 'Y' TO WS-OLD-EOF                               00013600
               NOT AT END                                               00013700
                   ADD 1 TO WS-CT-OLD-READ.                             00013800
                                                                        00013900
       BUILD-TEAM-TBL.                                                  00014000
           IF WS-TEAM-COUNT < 300                                       00014100
               ADD 1 TO WS-TEAM-COUNT                                   00014200
               MOVE OLDTEAM-REC TO TEAM-WORK                            00014300
               MOVE TM-KEY     TO TT-KEY(WS-TEAM-COUNT)                 00014400
               MOVE TM-NAME    TO TT-NAME(WS-TEAM-COUNT)                00014500
               MOVE TM-SPONSOR TO TT-SPONSOR(WS-TEAM-COUNT)             00014600
               MOVE TM-CAPTAIN TO TT-CAPTAIN(WS-TEAM-COUNT)             00014700
               MOVE TM-PHONE   TO TT-PHONE(WS-TEAM-COUNT)               00014800
               MOVE 'N' TO TT-DELETED(WS-TEAM-COUNT)                    00014900
           ELSE                                                         00015000
               DISPLAY 'TEAM TABLE FULL - ENTRY DISCARDED FOR '         00015100
                   OLDTEAM-KEY                                          00015200
           END-IF.                                                      00015300
           PERFORM READ-OLD-TEAM.                                       00015400
                                                                        00015500
       READ-TRANS.                                                      00015600
           READ TRANS-IN                                                00015700
               AT END                                                   00015800
                   MOVE 'Y' TO WS-TRANS-EOF                             00015900
               NOT AT END                                               00016000
                   ADD 1 TO WS-CT-TRN-READ.                             00016100
                                                                        00016200
       APPLY-TRANS.                                                     00016300
           MOVE TTR-KEY TO WS-SEEK-KEY.                                 00016400
           PERFORM SEEK-TEAM.                                           00016500
           IF TTR-CODE = 'A'                                            00016600
               PERFORM APPLY-ADD                                        00016700
           ELSE                                                         00016800
               IF TTR-CODE = 'C'                                        00016900
                   PERFORM APPLY-CHANGE                                 00017000
               ELSE                                                     00017100
                   IF TTR-CODE = 'D'                                    00017200
                       PERFORM APPLY-DELETE                             00017300
                   ELSE                                                 00017400
                       PERFORM TRANS-ERROR-CODE.                        00017500
           PERFORM READ-TRANS.                                          00017600
                                                                        00017700
      *--------------------------------------------------------------   00017800
      * ADD - THE LEAGUE/TEAM MUST NOT ALREADY BE ON THE MASTER AND     00017900
      * MUST CARRY A NAME. A TEAM DELETED EARLIER IN THE SAME RUN IS    00018000
      * BROUGHT BACK WITH THE NEW DETAILS INSTEAD OF DUPLICATED.        00018100
      *--------------------------------------------------------------   00018200
       APPLY-ADD.                                                       00018300
           IF WS-TM-IDX NOT = ZERO                                      00018400
              AND TT-DELETED(WS-TM-IDX) = 'N'                           00018500
               PERFORM TRANS-ERROR-DUP                                  00018600
           ELSE                                                         00018700
               IF TTR-NAME = SPACES OR TTR-LEAGUE-ID = SPACES           00018800
                  OR TTR-TEAM-ID = SPACES                               00018900
                   PERFORM TRANS-ERROR-NONAME                           00019000
               ELSE                                                     00019100
                   PERFORM ADD-ONE-TEAM.                                00019200
                                                                        00019300
       ADD-ONE-TEAM.                                                    00019400
           IF WS-TM-IDX = ZERO                                          00019500
               IF WS-TEAM-COUNT < 300                                   00019600
                   ADD 1 TO WS-TEAM-COUNT                               00019700
                   MOVE WS-TEAM-COUNT TO WS-TM-IDX                      00019800
               ELSE                                                     00019900
                   DISPLAY 'TEAM TABLE FULL - ADD DISCARDED FOR '       00020000
                       TTR-KEY                                          00020100
                   ADD 1 TO WS-CT-TRN-ERRS.                             00020200
           IF WS-TM-IDX NOT = ZERO                                      00020300
               MOVE SPACES TO WS-BEFORE-IMAGE                           00020400
               MOVE TTR-KEY     TO TT-KEY(WS-TM-IDX)                    00020500
               MOVE TTR-NAME    TO TT-NAME(WS-TM-IDX)                   00020600
               MOVE TTR-SPONSOR TO TT-SPONSOR(WS-TM-IDX)                00020700
               MOVE TTR-CAPTAIN TO TT-CAPTAIN(WS-TM-IDX)                00020800
               MOVE TTR-PHONE   TO TT-PHONE(WS-TM-IDX)                  00020900
               MOVE 'N' TO TT-DELETED(WS-TM-IDX)                        00021000
               MOVE TT-IMAGE(WS-TM-IDX) TO WS-AFTER-IMAGE               00021100
               ADD 1 TO WS-CT-ADDS                                      00021200
               PERFORM PRINT-CHANGE.                                    00021300
                                                                        00021400
      *--------------------------------------------------------------   00021500
      * CHANGE - THE TEAM MUST BE ON THE MASTER. ONLY THE FIELDS        00021600
      * KEYED ON THE TRANSACTION REPLACE WHAT IS ON FILE, SO A NEW      00021700
      * CAPTAIN'S PHONE DOES NOT MEAN RETYPING THE SPONSOR.             00021800
      *--------------------------------------------------------------   00021900
       APPLY-CHANGE.                                                    00022000
           IF WS-TM-IDX = ZERO                                          00022100
              OR TT-DELETED(WS-TM-IDX) NOT = 'N'                        00022200
               PERFORM TRANS-ERROR-MISSING                              00022300
           ELSE                                                         00022400
               MOVE TT-IMAGE(WS-TM-IDX) TO WS-BEFORE-IMAGE              00022500
               IF TTR-NAME NOT = SPACES                                 00022600
                   MOVE TTR-NAME TO TT-NAME(WS-TM-IDX)                  00022700
               END-IF                                                   00022800
               IF TTR-SPONSOR NOT = SPACES                              00022900
                   MOVE TTR-SPONSOR TO TT-SPONSOR(WS-TM-IDX)            00023000
               END-IF                                                   00023100
               IF TTR-CAPTAIN NOT = SPACES                              00023200
                   MOVE TTR-CAPTAIN TO TT-CAPTAIN(WS-TM-IDX)            00023300
               END-IF                                                   00023400
               IF TTR-PHONE NOT = SPACES                                00023500
                   MOVE TTR-PHONE TO TT-PHONE(WS-TM-IDX)                00023600
               END-IF                                                   00023700
               MOVE TT-IMAGE(WS-TM-IDX) TO WS-AFTER-IMAGE               00023800
               ADD 1 TO WS-CT-CHANGES                                   00023900
               PERFORM PRINT-CHANGE.                                    00024000
                                                                        00024100
      *--------------------------------------------------------------   00024200
      * DELETE - THE TEAM MUST BE ON THE MASTER. THE ENTRY IS MARKED    00024300
      * AND DROPPED FROM THE NEW MASTER; ITS BOWLERS' ROSTER            00024400
      * ENTRIES ARE ROSTMNT'S BUSINESS AND ARE NOT TOUCHED HERE.        00024500
      *--------------------------------------------------------------   00024600
       APPLY-DELETE.                                                    00024700
           IF WS-TM-IDX = ZERO                                          00024800
              OR TT-DELETED(WS-TM-IDX) NOT = 'N'                        00024900
               PERFORM TRANS-ERROR-MISSING                              00025000
           ELSE                                                         00025100
               MOVE TT-IMAGE(WS-TM-IDX) TO WS-BEFORE-IMAGE              00025200
               MOVE 'Y' TO TT-DELETED(WS-TM-IDX)                        00025300
               MOVE SPACES TO WS-AFTER-IMAGE                            00025400
               ADD 1 TO WS-CT-DELETES                                   00025500
               PERFORM PRINT-CHANGE.                                    00025600
                                                                        00025700
       SEEK-TEAM.                                                       00025800
           MOVE ZEROES TO WS-TM-SUB, WS-TM-IDX.                         00025900
           PERFORM SEEK-TEAM-ONE VARYING WS-TM-SUB FROM 1 BY 1          00026000
             UNTIL WS-TM-SUB > WS-TEAM-COUNT                            00026100
                OR WS-TM-IDX NOT = ZERO.                                00026200
                                                                        00026300
       SEEK-TEAM-ONE.                                                   00026400
           IF TT-KEY(WS-TM-SUB) = WS-SEEK-KEY                           00026500
               MOVE WS-TM-SUB TO WS-TM-IDX.                             00026600
                                                                        00026700
       TRANS-ERROR-CODE.                                                00026800
           ADD 1 TO WS-CT-TRN-ERRS.                                     00026900
           MOVE SPACES TO LIST-LINE.                                    00027000
           STRING 'TRAN IN ERROR - BAD CODE '  DELIMITED BY SIZE        00027100
                  TTR-CODE                     DELIMITED BY SIZE        00027200
                  ' FOR LEAGUE '               DELIMITED BY SIZE        00027300
                  TTR-LEAGUE-ID                DELIMITED BY SIZE        00027400
                  ' TEAM '                     DELIMITED BY SIZE        00027500
                  TTR-TEAM-ID                  DELIMITED BY SIZE        00027600
             INTO LIST-LINE.                                            00027700
           WRITE LIST-LINE.                                             00027800
                                                                        00027900
       TRANS-ERROR-DUP.                                                 00028000
           ADD 1 TO WS-CT-TRN-ERRS.                                     00028100
           MOVE SPACES TO LIST-LINE.                                    00028200
           STRING 'TRAN IN ERROR - LEAGUE '    DELIMITED BY SIZE        00028300
                  TTR-LEAGUE-ID                DELIMITED BY SIZE        00028400
                  ' TEAM '                     DELIMITED BY SIZE        00028500
                  TTR-TEAM-ID                  DELIMITED BY SIZE        00028600
                  ' ALREADY ON TEAM MASTER'    DELIMITED BY SIZE        00028700
             INTO LIST-LINE.                                            00028800
           WRITE LIST-LINE.                                             00028900
                                                                        00029000
       TRANS-ERROR-MISSING.                                             00029100
           ADD 1 TO WS-CT-TRN-ERRS.                                     00029200
           MOVE SPACES TO LIST-LINE.                                    00029300
           STRING 'TRAN IN ERROR - LEAGUE '    DELIMITED BY SIZE        00029400
                  TTR-LEAGUE-ID                DELIMITED BY SIZE        00029500
                  ' TEAM '                     DELIMITED BY SIZE        00029600
                  TTR-TEAM-ID                  DELIMITED BY SIZE        00029700
                  ' NOT ON TEAM MASTER'        DELIMITED BY SIZE        00029800
             INTO LIST-LINE.                                            00029900
           WRITE LIST-LINE.                                             00030000
                                                                        00030100
       TRANS-ERROR-NONAME.                                              00030200
           ADD 1 TO WS-CT-TRN-ERRS.                                     00030300
           MOVE SPACES TO LIST-LINE.                                    00030400
           STRING 'TRAN IN ERROR - LEAGUE '    DELIMITED BY SIZE        00030500
                  TTR-LEAGUE-ID                DELIMITED BY SIZE        00030600
                  ' TEAM '                     DELIMITED BY SIZE        00030700
                  TTR-TEAM-ID                  DELIMITED BY SIZE        00030800
                  ' ADD NEEDS LEAGUE, TEAM AND NAME'                    00030900
                                               DELIMITED BY SIZE        00031000
             INTO LIST-LINE.                                            00031100
           WRITE LIST-LINE.                                             00031200
                                                                        00031300
       PRINT-HEADINGS.                                                  00031400
           MOVE SPACES TO LIST-LINE.                                    00031500
           MOVE 'TEAM MASTER MAINTENANCE AUDIT LISTING' TO LIST-LINE.   00031600
           WRITE LIST-LINE.                                             00031700
           MOVE SPACES TO LIST-LINE.                                    00031800
           STRING 'TRN  LGTMNAME                '    DELIMITED BY SIZE  00031900
                  'SPONSOR             CAPTAIN'     DELIMITED BY SIZE   00032000
                  '         PHONE'                  DELIMITED BY SIZE   00032100
             INTO LIST-LINE.                                            00032200
           WRITE LIST-LINE.                                             00032300
                                                                        00032400
      *    THE IMAGES ARE TOO WIDE TO SIT SIDE BY SIDE, SO BEFORE AND   00032500
      *    AFTER PRINT ON LINES OF THEIR OWN.                           00032600
       PRINT-CHANGE.                                                    00032700
           MOVE SPACES TO LIST-LINE.                                    00032800
           STRING TTR-CODE             DELIMITED BY SIZE                00032900
                  ' B  '               DELIMITED BY SIZE                00033000
                  WS-BEFORE-IMAGE      DELIMITED BY SIZE                00033100
             INTO LIST-LINE.                                            00033200
           WRITE LIST-LINE.                                             00033300
           MOVE SPACES TO LIST-LINE.                                    00033400
           STRING '  A  '              DELIMITED BY SIZE                00033500
                  WS-AFTER-IMAGE       DELIMITED BY SIZE                00033600
             INTO LIST-LINE.                                            00033700
           WRITE LIST-LINE.                                             00033800
                                                                        00033900
       WRITE-TEAMS.                                                     00034000
           OPEN OUTPUT NEWTEAM-OUT.                                     00034100
           PERFORM WRITE-ONE-TEAM VARYING WS-TM-SUB FROM 1 BY 1         00034200
             UNTIL WS-TM-SUB > WS-TEAM-COUNT.                           00034300
           CLOSE NEWTEAM-OUT.                                           00034400
                                                                        00034500
       WRITE-ONE-TEAM.                                                  00034600
           IF TT-DELETED(WS-TM-SUB) = 'N'                               00034700
               MOVE SPACES TO TEAM-WORK                                 00034800
               MOVE TT-KEY(WS-TM-SUB)     TO TM-KEY                     00034900
               MOVE TT-NAME(WS-TM-SUB)    TO TM-NAME                    00035000
               MOVE TT-SPONSOR(WS-TM-SUB) TO TM-SPONSOR                 00035100
               MOVE TT-CAPTAIN(WS-TM-SUB) TO TM-CAPTAIN                 00035200
               MOVE TT-PHONE(WS-TM-SUB)   TO TM-PHONE                   00035300
               MOVE TEAM-WORK TO NEWTEAM-REC                            00035400
               WRITE NEWTEAM-REC                                        00035500
                   INVALID KEY                                          00035600
                       DISPLAY 'TEAM MASTER WRITE FAILED FOR '          00035700
                           TT-KEY(WS-TM-SUB)                            00035800
                   NOT INVALID KEY                                      00035900
                       ADD 1 TO WS-CT-NEW-OUT                           00036000
               END-WRITE.                                               00036100
                                                                        00036200
       CLEANUP.                                                         00036300
           PERFORM CONTROL-TOTALS.                                      00036400
           CLOSE TRANS-IN, LISTING-OUT.                                 00036500
           STOP RUN.                                                    00036600
                                                                        00036700
       CONTROL-TOTALS.                                                  00036800
           DISPLAY '=============================================='.    00036900
           DISPLAY 'TEAMMNT RUN CONTROL TOTALS'.                        00037000
           DISPLAY '  OLD TEAM RECORDS READ       - ' WS-CT-OLD-READ.   00037100
           DISPLAY '  TRANSACTIONS READ           - ' WS-CT-TRN-READ.   00037200
           DISPLAY '  ADDS APPLIED                - ' WS-CT-ADDS.       00037300
           DISPLAY '  CHANGES APPLIED             - ' WS-CT-CHANGES.    00037400
           DISPLAY '  DELETES APPLIED             - ' WS-CT-DELETES.    00037500
           DISPLAY '  TRANSACTIONS IN ERROR       - ' WS-CT-TRN-ERRS.   00037600
           DISPLAY '  TEAM RECORDS WRITTEN        - ' WS-CT-NEW-OUT.    00037700
           DISPLAY '=============================================='.    00037800
