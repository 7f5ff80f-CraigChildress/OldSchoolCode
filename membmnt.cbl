       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'MEMBMNT'.                                          00000200
      *================================================                 00000300
      * ASSOCIATION MEMBERSHIP MAINTENANCE - APPLY                      00000400
      * ADD/CHANGE/DELETE TRANSACTIONS TO THE KEYED                     00000500
      * MEMBERSHIP MASTER (BOWLER: MEMBER NUMBER,                       00000600
      * MEMBERSHIP YEAR, FEE PAID, DATE PAID, AGE/                      00000700
      * GENDER CATEGORY, REGISTERING LEAGUE) AND WRITE                  00000800
      * THE UPDATED MASTER PLUS AN AUDIT LISTING OF                     00000900
      * EVERY CHANGE WITH BEFORE/AFTER IMAGES, THE                      00001000
      * SAME WAY TEAMMNT KEEPS THE TEAM MASTER. NO                      00001100
      * DUPLICATE ADDS, NO CHANGE OR DELETE OF A                        00001200
      * MEMBERSHIP THAT IS NOT THERE, NO MEMBER NUMBER                  00001300
      * HELD BY TWO BOWLERS, AND NO ADD FOR A BOWLER                    00001400
      * WHO IS NOT ACTIVE ON THE ROSTER - PUT THE                       00001500
      * BOWLER ON WITH ROSTMNT FIRST. THE LISTING                       00001600
      * ENDS WITH EVERY ACTIVE ROSTER ENTRY WHOSE                       00001700
      * BOWLER STILL HAS NO MEMBERSHIP ON FILE.                         00001800
      * TRANSACTION RECORD: CODE(1) A/C/D, BOWLER(10),                  00001900
      * LEAGUE(2), MEMBER NO(10), YEAR(4), FEE(5,                       00002000
      * 999V99), DATE PAID(8) CCYYMMDD, AGE CLASS(1)                    00002100
      * A/S/Y, GENDER(1) M/F. ON A CHANGE ONLY THE                      00002200
      * NON-BLANK FIELDS REPLACE WHAT IS ON FILE - A                    00002300
      * RENEWAL IS A CHANGE CARRYING THE NEW YEAR, FEE                  00002400
      * AND DATE PAID.                                                  00002500
      *================================================                 00002600
       ENVIRONMENT DIVISION.                                            00002700
       CONFIGURATION SECTION.                                           00002800
       SOURCE-COMPUTER.  IBM-360.                                       00002900
       OBJECT-COMPUTER.  IBM-360.                                       00003000
       INPUT-OUTPUT SECTION.                                            00003100
       FILE-CONTROL.                                                    00003200
           SELECT OLDMEMB-IN ASSIGN TO UT-S-OLDMEMB                     00003300
               ORGANIZATION INDEXED                                     00003400
               ACCESS SEQUENTIAL                                        00003500
               RECORD KEY OLDMEMB-KEY                                   00003600
               FILE STATUS WS-OLDMEMB-STATUS.                           00003700
           SELECT TRANS-IN ASSIGN TO UT-S-MEMBTRAN.                     00003800
           SELECT ROSTER-IN ASSIGN TO UT-S-ROSTER.                      00003900
           SELECT NEWMEMB-OUT ASSIGN TO UT-S-MEMBMST                    00004000
               ORGANIZATION INDEXED                                     00004100
               ACCESS DYNAMIC                                           00004200
               RECORD KEY NEWMEMB-KEY.                                  00004300
           SELECT LISTING-OUT ASSIGN TO UT-S-SYSPRINT.                  00004400
                                                                        00004500
       DATA DIVISION.                                                   00004600
       FILE SECTION.                                                    00004700
                                                                        00004800
      *--------------------------------------------------------------   00004900
      * LAST RUN'S MEMBERSHIP MASTER - ABSENT THE FIRST TIME THE        00005000
      * REGISTER IS SET UP, WHEN A FAILED OPEN JUST STARTS FROM         00005100
      * NOTHING.                                                        00005200
      *--------------------------------------------------------------   00005300
       FD  OLDMEMB-IN                                                   00005400
           RECORD CONTAINS 80 CHARACTERS.                               00005500
       01  OLDMEMB-REC.                                                 00005600
           05  OLDMEMB-KEY   PIC X(10).                                 00005700
           05  FILLER        PIC X(70).                                 00005800
                                                                        00005900
       FD  TRANS-IN                                                     00006000
           RECORD CONTAINS 80 CHARACTERS.                               00006100
       01  TRANS-REC.                                                   00006200
           05  MTR-CODE      PIC X     VALUE SPACE.                     00006300
           05  MTR-BOWLER    PIC A(10) VALUE SPACES.                    00006400
           05  MTR-LEAGUE-ID PIC XX    VALUE SPACES.                    00006500
           05  MTR-MEMBER-NO PIC X(10) VALUE SPACES.                    00006600
           05  MTR-YEAR      PIC X(04) VALUE SPACES.                    00006700
           05  MTR-YEAR-N REDEFINES MTR-YEAR PIC 9(04).                 00006800
           05  MTR-FEE       PIC X(05) VALUE SPACES.                    00006900
           05  MTR-FEE-N REDEFINES MTR-FEE PIC 9(03)V99.                00007000
           05  MTR-DATE-PAID PIC X(08) VALUE SPACES.                    00007100
           05  MTR-DATE-PAID-N REDEFINES MTR-DATE-PAID PIC 9(08).       00007200
           05  MTR-AGE-CLASS PIC X     VALUE SPACE.                     00007300
           05  MTR-GENDER    PIC X     VALUE SPACE.                     00007400
           05  FILLER        PIC X(38).                                 00007500
                                                                        00007600
       FD  ROSTER-IN                                                    00007700
           RECORD CONTAINS 80 CHARACTERS.                               00007800
       01  ROSTER-REC.                                                  00007900
           COPY CROSTER.                                                00008000
                                                                        00008100
       FD  NEWMEMB-OUT                                                  00008200
           RECORD CONTAINS 80 CHARACTERS.                               00008300
       01  NEWMEMB-REC.                                                 00008400
           05  NEWMEMB-KEY   PIC X(10).                                 00008500
           05  FILLER        PIC X(70).                                 00008600
                                                                        00008700
       FD  LISTING-OUT                                                  00008800
           RECORD CONTAINS 132 CHARACTERS                               00008900
           BLOCK CONTAINS 30 RECORDS.                                   00009000
       01  LIST-LINE         PIC X(132).                                00009100
                                                                        00009200
       WORKING-STORAGE SECTION.                                         00009300
                                                                        00009400
       01  MEMB-WORK.                                                   00009500
           COPY CMEMBER.                                                00009600
                                                                        00009700
       01  WS-OLDMEMB-STATUS PIC XX VALUE SPACES.                       00009800
       01  WS-OLD-EOF      PIC X VALUE 'N'.                             00009900
       88  OLD-EOF         VALUE 'Y'.                                   00010000
       01  WS-TRANS-EOF    PIC X VALUE 'N'.                             00010100
       88  TRANS-EOF       VALUE 'Y'.                                   00010200
       01  WS-ROSTER-EOF   PIC X VALUE 'N'.                             00010300
       88  ROSTER-EOF      VALUE 'Y'.                                   00010400
                                                                        00010500
       01  WS-CT-OLD-READ   PIC 9(05) VALUE ZERO.                       00010600
       01  WS-CT-TRN-READ   PIC 9(05) VALUE ZERO.                       00010700
       01  WS-CT-ADDS       PIC 9(05) VALUE ZERO.                       00010800
       01  WS-CT-CHANGES    PIC 9(05) VALUE ZERO.                       00010900
       01  WS-CT-DELETES    PIC 9(05) VALUE ZERO.                       00011000
       01  WS-CT-TRN-ERRS   PIC 9(05) VALUE ZERO.                       00011100
       01  WS-CT-NEW-OUT    PIC 9(05) VALUE ZERO.                       00011200
       01  WS-CT-UNREG      PIC 9(05) VALUE ZERO.                       00011300
                                                                        00011400
      *--------------------------------------------------------------   00011500
      * THE MEMBERSHIP MASTER HELD IN STORAGE WHILE TRANSACTIONS        00011600
      * APPLY - SAME 1000-ENTRY CEILING AS THE ROSTER. A DELETED        00011700
      * MEMBERSHIP IS MARKED AND LEFT OUT WHEN THE NEW MASTER IS        00011800
      * WRITTEN.                                                        00011900
      *--------------------------------------------------------------   00012000
       01  TBL-MEMB.                                                    00012100
           05  MEMB-ENT OCCURS 1000 TIMES.                              00012200
               10  MT-IMAGE.                                            00012300
                   15  MT-BOWLER    PIC A(10).                          00012400
                   15  MT-MEMBER-NO PIC X(10).                          00012500
                   15  MT-YEAR      PIC X(04).                          00012600
                   15  MT-FEE-PAID  PIC 9(03)V99.                       00012700
                   15  MT-DATE-PAID PIC X(08).                          00012800
                   15  MT-AGE-CLASS PIC X.                              00012900
                   15  MT-GENDER    PIC X.                              00013000
                   15  MT-LEAGUE-ID PIC XX.                             00013100
               10  MT-DELETED   PIC X.                                  00013200
       01  WS-MEMB-COUNT   PIC 9(05) VALUE ZERO.                        00013300
       01  WS-MT-SUB       PIC 9(05) VALUE ZERO.                        00013400
       01  WS-MT-IDX       PIC 9(05) VALUE ZERO.                        00013500
       01  WS-SEEK-BOWLER  PIC A(10) VALUE SPACES.                      00013600
       01  WS-SEEK-MEMBER-NO PIC X(10) VALUE SPACES.                    00013700
       01  WS-HOLDER-IDX   PIC 9(05) VALUE ZERO.                        00013800
                                                                        00013900
      *--------------------------------------------------------------   00014000
      * THE ROSTER, FOR PROVING AN ADD'S BOWLER IS ACTIVE ON SOME       00014100
      * TEAM AND FOR THE CLOSING LIST OF UNREGISTERED BOWLERS.          00014200
      *--------------------------------------------------------------   00014300
       01  TBL-ROSTER.                                                  00014400
           05  ROSTER-ENT OCCURS 1000 TIMES.                            00014500
               10  RT-BOWLER     PIC A(10).                             00014600
               10  RT-TEAM       PIC XX.                                00014700
               10  RT-DROP-WEEK  PIC XX.                                00014800
       01  WS-ROSTER-COUNT PIC 9(05) VALUE ZERO.                        00014900
       01  WS-ROS-SUB      PIC 9(05) VALUE ZERO.                        00015000
       01  WS-ROS-IDX      PIC 9(05) VALUE ZERO.                        00015100
                                                                        00015200
       01  WS-FIELD-SW     PIC X     VALUE 'N'.                         00015300
       88  FIELD-IN-ERROR  VALUE 'Y'.                                   00015400
       01  WS-BAD-FIELD    PIC X(12) VALUE SPACES.                      00015500
                                                                        00015600
       01  WS-BEFORE-IMAGE PIC X(41) VALUE SPACES.                      00015700
       01  WS-AFTER-IMAGE  PIC X(41) VALUE SPACES.                      00015800
                                                                        00015900
       PROCEDURE DIVISION.                                              00016000
       MAIN.                                                            00016100
           OPEN INPUT TRANS-IN.                                         00016200
           OPEN OUTPUT LISTING-OUT.                                     00016300
           PERFORM PRINT-HEADINGS.                                      00016400
           PERFORM LOAD-OLD-MEMBERS.                                    00016500
           PERFORM LOAD-ROSTER.                                         00016600
           PERFORM READ-TRANS.                                          00016700
           IF NOT TRANS-EOF                                             00016800
               PERFORM APPLY-TRANS UNTIL TRANS-EOF.                     00016900
           PERFORM WRITE-MEMBERS.                                       00017000
           PERFORM PRINT-UNREGISTERED.                                  00017100
           PERFORM CLEANUP.                                             00017200
                                                                        00017300
       LOAD-OLD-MEMBERS.                                                00017400
           OPEN INPUT OLDMEMB-IN.                                       00017500
           IF WS-OLDMEMB-STATUS = '00'                                  00017600
               PERFORM READ-OLD-MEMBER                                  00017700
               PERFORM BUILD-MEMB-TBL UNTIL OLD-EOF                     00017800
               CLOSE OLDMEMB-IN.                                        00017900
                                                                        00018000
       READ-OLD-MEMBER.                                                 00018100
           READ OLDMEMB-IN                                              00018200
               AT END                                                   00018300
                   MOVE 'Y' TO WS-OLD-EOF                               00018400
               NOT AT END                                               00018500
                   ADD 1 TO WS-CT-OLD-READ.                             00018600
                                                                        00018700
       BUILD-MEMB-TBL.                                                  00018800
           IF WS-MEMB-COUNT < 1000                                      00018900
               ADD 1 TO WS-MEMB-COUNT                                   00019000
               MOVE OLDMEMB-REC TO MEMB-WORK                            00019100
               MOVE MB-BOWLER    TO MT-BOWLER(WS-MEMB-COUNT)            00019200
               MOVE MB-MEMBER-NO TO MT-MEMBER-NO(WS-MEMB-COUNT)         00019300
               MOVE MB-YEAR      TO MT-YEAR(WS-MEMB-COUNT)              00019400
               MOVE MB-FEE-PAID  TO MT-FEE-PAID(WS-MEMB-COUNT)          00019500
               MOVE MB-DATE-PAID TO MT-DATE-PAID(WS-MEMB-COUNT)         00019600
               MOVE MB-AGE-CLASS TO MT-AGE-CLASS(WS-MEMB-COUNT)         00019700
               MOVE MB-GENDER    TO MT-GENDER(WS-MEMB-COUNT)            00019800
               MOVE MB-LEAGUE-ID TO MT-LEAGUE-ID(WS-MEMB-COUNT)         00019900
               MOVE 'N' TO MT-DELETED(WS-MEMB-COUNT)                    00020000
           ELSE                                                         00020100
               DISPLAY 'MEMBERSHIP TABLE FULL - ENTRY DISCARDED FOR '   00020200
                   OLDMEMB-KEY                                          00020300
           END-IF.                                                      00020400
           PERFORM READ-OLD-MEMBER.                                     00020500
                                                                        00020600
       LOAD-ROSTER.                                                     00020700
           OPEN INPUT ROSTER-IN.                                        00020800
           PERFORM READ-ROSTER.                                         00020900
           IF NOT ROSTER-EOF                                            00021000
               PERFORM BUILD-ROSTER-TBL UNTIL ROSTER-EOF.               00021100
           CLOSE ROSTER-IN.                                             00021200
                                                                        00021300
       READ-ROSTER.                                                     00021400
           READ ROSTER-IN                                               00021500
               AT END                                                   00021600
                   MOVE 'Y' TO WS-ROSTER-EOF                            00021700
               NOT AT END                                               00021800
                   CONTINUE.                                            00021900
                                                                        00022000
       BUILD-ROSTER-TBL.                                                00022100
           IF WS-ROSTER-COUNT < 1000                                    00022200
               ADD 1 TO WS-ROSTER-COUNT                                 00022300
               MOVE ROS-BOWLER    TO RT-BOWLER(WS-ROSTER-COUNT)         00022400
               MOVE ROS-TEAM-ID   TO RT-TEAM(WS-ROSTER-COUNT)           00022500
               MOVE ROS-DROP-WEEK TO RT-DROP-WEEK(WS-ROSTER-COUNT)      00022600
           ELSE                                                         00022700
               DISPLAY 'ROSTER TABLE FULL - ENTRY DISCARDED FOR '       00022800
                   ROS-BOWLER                                           00022900
           END-IF.                                                      00023000
           PERFORM READ-ROSTER.                                         00023100
                                                                        00023200
       READ-TRANS.                                                      00023300
           READ TRANS-IN                                                00023400
               AT END                                                   00023500
                   MOVE 'Y' TO WS-TRANS-EOF                             00023600
               NOT AT END                                               00023700
                   ADD 1 TO WS-CT-TRN-READ.                             00023800
                                                                        00023900
       APPLY-TRANS.                                                     00024000
           MOVE MTR-BOWLER TO WS-SEEK-BOWLER.                           00024100
           PERFORM SEEK-MEMBER.                                         00024200
           IF MTR-CODE = 'A'                                            00024300
               PERFORM APPLY-ADD                                        00024400
           ELSE                                                         00024500
               IF MTR-CODE = 'C'                                        00024600
                   PERFORM APPLY-CHANGE                                 00024700
               ELSE                                                     00024800
                   IF MTR-CODE = 'D'                                    00024900
                       PERFORM APPLY-DELETE                             00025000
                   ELSE                                                 00025100
                       PERFORM TRANS-ERROR-CODE.                        00025200
           PERFORM READ-TRANS.                                          00025300
                                                                        00025400
      *--------------------------------------------------------------   00025500
      * ADD - THE BOWLER MUST NOT ALREADY HOLD A MEMBERSHIP, MUST       00025600
      * CARRY LEAGUE, MEMBER NUMBER, YEAR AND CATEGORY, AND MUST BE     00025700
      * ACTIVE ON THE ROSTER. A MEMBERSHIP DELETED EARLIER IN THE       00025800
      * SAME RUN IS BROUGHT BACK WITH THE NEW DETAILS INSTEAD OF        00025900
      * DUPLICATED.                                                     00026000
      *--------------------------------------------------------------   00026100
       APPLY-ADD.                                                       00026200
           IF WS-MT-IDX NOT = ZERO                                      00026300
              AND MT-DELETED(WS-MT-IDX) = 'N'                           00026400
               PERFORM TRANS-ERROR-DUP                                  00026500
           ELSE                                                         00026600
               IF MTR-BOWLER = SPACES OR MTR-LEAGUE-ID = SPACES         00026700
                  OR MTR-MEMBER-NO = SPACES OR MTR-YEAR = SPACES        00026800
                  OR MTR-AGE-CLASS = SPACE OR MTR-GENDER = SPACE        00026900
                   PERFORM TRANS-ERROR-INCOMPLETE                       00027000
               ELSE                                                     00027100
                   PERFORM ADD-CHECK-FIELDS.                            00027200
                                                                        00027300
       ADD-CHECK-FIELDS.                                                00027400
           PERFORM EDIT-TRANS-FIELDS.                                   00027500
           IF FIELD-IN-ERROR                                            00027600
               PERFORM TRANS-ERROR-FIELD                                00027700
           ELSE                                                         00027800
               PERFORM CHECK-ON-ROSTER                                  00027900
               IF WS-ROS-IDX = ZERO                                     00028000
                   PERFORM TRANS-ERROR-NOROSTER                         00028100
               ELSE                                                     00028200
                   PERFORM ADD-ONE-MEMBER.                              00028300
                                                                        00028400
       ADD-ONE-MEMBER.                                                  00028500
           IF WS-MT-IDX = ZERO                                          00028600
               IF WS-MEMB-COUNT < 1000                                  00028700
                   ADD 1 TO WS-MEMB-COUNT                               00028800
                   MOVE WS-MEMB-COUNT TO WS-MT-IDX                      00028900
               ELSE                                                     00029000
                   DISPLAY 'MEMBERSHIP TABLE FULL - ADD DISCARDED FOR ' 00029100
                       MTR-BOWLER                                       00029200
                   ADD 1 TO WS-CT-TRN-ERRS.                             00029300
           IF WS-MT-IDX NOT = ZERO                                      00029400
               MOVE SPACES TO WS-BEFORE-IMAGE                           00029500
               MOVE SPACES TO MT-IMAGE(WS-MT-IDX)                       00029600
               MOVE ZERO TO MT-FEE-PAID(WS-MT-IDX)                      00029700
               MOVE MTR-BOWLER TO MT-BOWLER(WS-MT-IDX)                  00029800
               PERFORM MOVE-TRANS-FIELDS                                00029900
               MOVE 'N' TO MT-DELETED(WS-MT-IDX)                        00030000
               MOVE MT-IMAGE(WS-MT-IDX) TO WS-AFTER-IMAGE               00030100
               ADD 1 TO WS-CT-ADDS                                      00030200
               PERFORM PRINT-CHANGE.                                    00030300
                                                                        00030400
      *--------------------------------------------------------------   00030500
      * CHANGE - THE MEMBERSHIP MUST BE ON THE MASTER. ONLY THE         00030600
      * FIELDS KEYED ON THE TRANSACTION REPLACE WHAT IS ON FILE, SO     00030700
      * A RENEWAL CARRIES JUST THE NEW YEAR, FEE AND DATE PAID.         00030800
      *--------------------------------------------------------------   00030900
       APPLY-CHANGE.                                                    00031000
           IF WS-MT-IDX = ZERO                                          00031100
              OR MT-DELETED(WS-MT-IDX) NOT = 'N'                        00031200
               PERFORM TRANS-ERROR-MISSING                              00031300
           ELSE                                                         00031400
               PERFORM EDIT-TRANS-FIELDS                                00031500
               IF FIELD-IN-ERROR                                        00031600
                   PERFORM TRANS-ERROR-FIELD                            00031700
               ELSE                                                     00031800
                   MOVE MT-IMAGE(WS-MT-IDX) TO WS-BEFORE-IMAGE          00031900
                   PERFORM MOVE-TRANS-FIELDS                            00032000
                   MOVE MT-IMAGE(WS-MT-IDX) TO WS-AFTER-IMAGE           00032100
                   ADD 1 TO WS-CT-CHANGES                               00032200
                   PERFORM PRINT-CHANGE.                                00032300
                                                                        00032400
      *--------------------------------------------------------------   00032500
      * DELETE - THE MEMBERSHIP MUST BE ON THE MASTER. THE ENTRY IS     00032600
      * MARKED AND DROPPED FROM THE NEW MASTER; THE BOWLER'S ROSTER     00032700
      * ENTRIES ARE ROSTMNT'S BUSINESS AND ARE NOT TOUCHED HERE.        00032800
      *--------------------------------------------------------------   00032900
       APPLY-DELETE.                                                    00033000
           IF WS-MT-IDX = ZERO                                          00033100
              OR MT-DELETED(WS-MT-IDX) NOT = 'N'                        00033200
               PERFORM TRANS-ERROR-MISSING                              00033300
           ELSE                                                         00033400
               MOVE MT-IMAGE(WS-MT-IDX) TO WS-BEFORE-IMAGE              00033500
               MOVE 'Y' TO MT-DELETED(WS-MT-IDX)                        00033600
               MOVE SPACES TO WS-AFTER-IMAGE                            00033700
               ADD 1 TO WS-CT-DELETES                                   00033800
               PERFORM PRINT-CHANGE.                                    00033900
                                                                        00034000
      *--------------------------------------------------------------   00034100
      * EDIT THE FIELDS KEYED ON AN ADD OR CHANGE - A BLANK FIELD       00034200
      * PASSES, A KEYED ONE MUST BE GOOD. THE FIRST BAD FIELD IS        00034300
      * NAMED IN WS-BAD-FIELD. A MEMBER NUMBER ALREADY HELD BY          00034400
      * ANOTHER BOWLER IS REFUSED TOO.                                  00034500
      *--------------------------------------------------------------   00034600
       EDIT-TRANS-FIELDS.                                               00034700
           MOVE 'N' TO WS-FIELD-SW.                                     00034800
           MOVE SPACES TO WS-BAD-FIELD.                                 00034900
           MOVE ZEROES TO WS-HOLDER-IDX.                                00034950
           IF MTR-YEAR NOT = SPACES AND MTR-YEAR NOT NUMERIC            00035000
               MOVE 'YEAR' TO WS-BAD-FIELD                              00035100
               SET FIELD-IN-ERROR TO TRUE.                              00035200
           IF MTR-FEE NOT = SPACES AND MTR-FEE NOT NUMERIC              00035300
              AND NOT FIELD-IN-ERROR                                    00035400
               MOVE 'FEE' TO WS-BAD-FIELD                               00035500
               SET FIELD-IN-ERROR TO TRUE.                              00035600
           IF MTR-DATE-PAID NOT = SPACES AND MTR-DATE-PAID NOT NUMERIC  00035700
              AND NOT FIELD-IN-ERROR                                    00035800
               MOVE 'DATE PAID' TO WS-BAD-FIELD                         00035900
               SET FIELD-IN-ERROR TO TRUE.                              00036000
           IF MTR-AGE-CLASS NOT = SPACE AND MTR-AGE-CLASS NOT = 'A'     00036100
              AND MTR-AGE-CLASS NOT = 'S' AND MTR-AGE-CLASS NOT = 'Y'   00036200
              AND NOT FIELD-IN-ERROR                                    00036300
               MOVE 'AGE CLASS' TO WS-BAD-FIELD                         00036400
               SET FIELD-IN-ERROR TO TRUE.                              00036500
           IF MTR-GENDER NOT = SPACE AND MTR-GENDER NOT = 'M'           00036600
              AND MTR-GENDER NOT = 'F'                                  00036700
              AND NOT FIELD-IN-ERROR                                    00036800
               MOVE 'GENDER' TO WS-BAD-FIELD                            00036900
               SET FIELD-IN-ERROR TO TRUE.                              00037000
           IF MTR-MEMBER-NO NOT = SPACES AND NOT FIELD-IN-ERROR         00037100
               PERFORM CHECK-MEMBER-NO-HELD.                            00037200
                                                                        00037300
       CHECK-MEMBER-NO-HELD.                                            00037400
           MOVE MTR-MEMBER-NO TO WS-SEEK-MEMBER-NO.                     00037500
           MOVE ZEROES TO WS-HOLDER-IDX.                                00037600
           PERFORM SEEK-MEMBER-NO-ONE VARYING WS-MT-SUB FROM 1 BY 1     00037700
             UNTIL WS-MT-SUB > WS-MEMB-COUNT                            00037800
                OR WS-HOLDER-IDX NOT = ZERO.                            00037900
           IF WS-HOLDER-IDX NOT = ZERO                                  00038000
               MOVE 'MEMBER NO' TO WS-BAD-FIELD                         00038100
               SET FIELD-IN-ERROR TO TRUE.                              00038200
                                                                        00038300
       SEEK-MEMBER-NO-ONE.                                              00038400
           IF MT-MEMBER-NO(WS-MT-SUB) = WS-SEEK-MEMBER-NO               00038500
              AND MT-DELETED(WS-MT-SUB) = 'N'                           00038600
              AND MT-BOWLER(WS-MT-SUB) NOT = MTR-BOWLER                 00038700
               MOVE WS-MT-SUB TO WS-HOLDER-IDX.                         00038800
                                                                        00038900
      *    THE KEYED FIELDS OF AN EDITED ADD OR CHANGE ONTO THE ENTRY.  00039000
       MOVE-TRANS-FIELDS.                                               00039100
           IF MTR-LEAGUE-ID NOT = SPACES                                00039200
               MOVE MTR-LEAGUE-ID TO MT-LEAGUE-ID(WS-MT-IDX).           00039300
           IF MTR-MEMBER-NO NOT = SPACES                                00039400
               MOVE MTR-MEMBER-NO TO MT-MEMBER-NO(WS-MT-IDX).           00039500
           IF MTR-YEAR NOT = SPACES                                     00039600
               MOVE MTR-YEAR TO MT-YEAR(WS-MT-IDX).                     00039700
           IF MTR-FEE NOT = SPACES                                      00039800
               MOVE MTR-FEE-N TO MT-FEE-PAID(WS-MT-IDX).                00039900
           IF MTR-DATE-PAID NOT = SPACES                                00040000
               MOVE MTR-DATE-PAID TO MT-DATE-PAID(WS-MT-IDX).           00040100
           IF MTR-AGE-CLASS NOT = SPACE                                 00040200
               MOVE MTR-AGE-CLASS TO MT-AGE-CLASS(WS-MT-IDX).           00040300
           IF MTR-GENDER NOT = SPACE                                    00040400
               MOVE MTR-GENDER TO MT-GENDER(WS-MT-IDX).                 00040500
                                                                        00040600
       SEEK-MEMBER.                                                     00040700
           MOVE ZEROES TO WS-MT-SUB, WS-MT-IDX.                         00040800
           PERFORM SEEK-MEMBER-ONE VARYING WS-MT-SUB FROM 1 BY 1        00040900
             UNTIL WS-MT-SUB > WS-MEMB-COUNT                            00041000
                OR WS-MT-IDX NOT = ZERO.                                00041100
                                                                        00041200
       SEEK-MEMBER-ONE.                                                 00041300
           IF MT-BOWLER(WS-MT-SUB) = WS-SEEK-BOWLER                     00041400
               MOVE WS-MT-SUB TO WS-MT-IDX.                             00041500
                                                                        00041600
      *    WS-ROS-IDX COMES BACK NON-ZERO WHEN THE BOWLER IS ACTIVE ON  00041700
      *    ANY TEAM'S ROSTER.                                           00041800
       CHECK-ON-ROSTER.                                                 00041900
           MOVE ZEROES TO WS-ROS-SUB, WS-ROS-IDX.                       00042000
           PERFORM SEEK-ROSTER-ONE VARYING WS-ROS-SUB FROM 1 BY 1       00042100
             UNTIL WS-ROS-SUB > WS-ROSTER-COUNT                         00042200
                OR WS-ROS-IDX NOT = ZERO.                               00042300
                                                                        00042400
       SEEK-ROSTER-ONE.                                                 00042500
           IF RT-BOWLER(WS-ROS-SUB) = MTR-BOWLER                        00042600
              AND RT-DROP-WEEK(WS-ROS-SUB) = SPACES                     00042700
               MOVE WS-ROS-SUB TO WS-ROS-IDX.                           00042800
                                                                        00042900
       TRANS-ERROR-CODE.                                                00043000
           ADD 1 TO WS-CT-TRN-ERRS.                                     00043100
           MOVE SPACES TO LIST-LINE.                                    00043200
           STRING 'TRAN IN ERROR - BAD CODE '  DELIMITED BY SIZE        00043300
                  MTR-CODE                     DELIMITED BY SIZE        00043400
                  ' FOR '                      DELIMITED BY SIZE        00043500
                  MTR-BOWLER                   DELIMITED BY SIZE        00043600
             INTO LIST-LINE.                                            00043700
           WRITE LIST-LINE.                                             00043800
                                                                        00043900
       TRANS-ERROR-DUP.                                                 00044000
           ADD 1 TO WS-CT-TRN-ERRS.                                     00044100
           MOVE SPACES TO LIST-LINE.                                    00044200
           STRING 'TRAN IN ERROR - '           DELIMITED BY SIZE        00044300
                  MTR-BOWLER                   DELIMITED BY SIZE        00044400
                  ' ALREADY ON MEMBERSHIP MASTER'                       00044500
                                               DELIMITED BY SIZE        00044600
             INTO LIST-LINE.                                            00044700
           WRITE LIST-LINE.                                             00044800
                                                                        00044900
       TRANS-ERROR-MISSING.                                             00045000
           ADD 1 TO WS-CT-TRN-ERRS.                                     00045100
           MOVE SPACES TO LIST-LINE.                                    00045200
           STRING 'TRAN IN ERROR - '           DELIMITED BY SIZE        00045300
                  MTR-BOWLER                   DELIMITED BY SIZE        00045400
                  ' NOT ON MEMBERSHIP MASTER'  DELIMITED BY SIZE        00045500
             INTO LIST-LINE.                                            00045600
           WRITE LIST-LINE.                                             00045700
                                                                        00045800
       TRANS-ERROR-INCOMPLETE.                                          00045900
           ADD 1 TO WS-CT-TRN-ERRS.                                     00046000
           MOVE SPACES TO LIST-LINE.                                    00046100
           STRING 'TRAN IN ERROR - '           DELIMITED BY SIZE        00046200
                  MTR-BOWLER                   DELIMITED BY SIZE        00046300
                  ' ADD NEEDS LEAGUE, MEMBER NO, YEAR, '                00046400
                                               DELIMITED BY SIZE        00046500
                  'AGE CLASS AND GENDER'       DELIMITED BY SIZE        00046600
             INTO LIST-LINE.                                            00046700
           WRITE LIST-LINE.                                             00046800
                                                                        00046900
       TRANS-ERROR-FIELD.                                               00047000
           ADD 1 TO WS-CT-TRN-ERRS.                                     00047100
           MOVE SPACES TO LIST-LINE.                                    00047200
           IF WS-HOLDER-IDX NOT = ZERO                                  00047300
               STRING 'TRAN IN ERROR - '       DELIMITED BY SIZE        00047400
                      MTR-BOWLER               DELIMITED BY SIZE        00047500
                      ' MEMBER NO '            DELIMITED BY SIZE        00047600
                      MTR-MEMBER-NO            DELIMITED BY SIZE        00047700
                      ' ALREADY HELD BY '      DELIMITED BY SIZE        00047800
                      MT-BOWLER(WS-HOLDER-IDX) DELIMITED BY SIZE        00047900
                 INTO LIST-LINE                                         00048000
           ELSE                                                         00048100
               STRING 'TRAN IN ERROR - '       DELIMITED BY SIZE        00048200
                      MTR-BOWLER               DELIMITED BY SIZE        00048300
                      ' BAD '                  DELIMITED BY SIZE        00048400
                      WS-BAD-FIELD             DELIMITED BY SIZE        00048500
                 INTO LIST-LINE.                                        00048600
           WRITE LIST-LINE.                                             00048700
                                                                        00048800
       TRANS-ERROR-NOROSTER.                                            00048900
           ADD 1 TO WS-CT-TRN-ERRS.                                     00049000
           MOVE SPACES TO LIST-LINE.                                    00049100
           STRING 'TRAN IN ERROR - '           DELIMITED BY SIZE        00049200
                  MTR-BOWLER                   DELIMITED BY SIZE        00049300
                  ' NOT ACTIVE ON THE ROSTER - ADD THROUGH ROSTMNT '    00049400
                                               DELIMITED BY SIZE        00049500
                  'FIRST'                      DELIMITED BY SIZE        00049600
             INTO LIST-LINE.                                            00049700
           WRITE LIST-LINE.                                             00049800
                                                                        00049900
       PRINT-HEADINGS.                                                  00050000
           MOVE SPACES TO LIST-LINE.                                    00050100
           MOVE 'MEMBERSHIP MAINTENANCE AUDIT LISTING' TO LIST-LINE.    00050200
           WRITE LIST-LINE.                                             00050300
           MOVE SPACES TO LIST-LINE.                                    00050400
           STRING 'TRN  BOWLER    MEMBER NO '  DELIMITED BY SIZE        00050500
                  'YEARFEE  PAID    CALG'      DELIMITED BY SIZE        00050600
             INTO LIST-LINE.                                            00050700
           WRITE LIST-LINE.                                             00050800
                                                                        00050900
      *    BEFORE AND AFTER PRINT ON LINES OF THEIR OWN, AS TEAMMNT     00051000
      *    PRINTS THEM.                                                 00051100
       PRINT-CHANGE.                                                    00051200
           MOVE SPACES TO LIST-LINE.                                    00051300
           STRING MTR-CODE             DELIMITED BY SIZE                00051400
                  ' B  '               DELIMITED BY SIZE                00051500
                  WS-BEFORE-IMAGE      DELIMITED BY SIZE                00051600
             INTO LIST-LINE.                                            00051700
           WRITE LIST-LINE.                                             00051800
           MOVE SPACES TO LIST-LINE.                                    00051900
           STRING '  A  '              DELIMITED BY SIZE                00052000
                  WS-AFTER-IMAGE       DELIMITED BY SIZE                00052100
             INTO LIST-LINE.                                            00052200
           WRITE LIST-LINE.                                             00052300
                                                                        00052400
       WRITE-MEMBERS.                                                   00052500
           OPEN OUTPUT NEWMEMB-OUT.                                     00052600
           PERFORM WRITE-ONE-MEMBER VARYING WS-MT-SUB FROM 1 BY 1       00052700
             UNTIL WS-MT-SUB > WS-MEMB-COUNT.                           00052800
           CLOSE NEWMEMB-OUT.                                           00052900
                                                                        00053000
       WRITE-ONE-MEMBER.                                                00053100
           IF MT-DELETED(WS-MT-SUB) = 'N'                               00053200
               MOVE SPACES TO MEMB-WORK                                 00053300
               MOVE MT-BOWLER(WS-MT-SUB)    TO MB-BOWLER                00053400
               MOVE MT-MEMBER-NO(WS-MT-SUB) TO MB-MEMBER-NO             00053500
               MOVE MT-YEAR(WS-MT-SUB)      TO MB-YEAR                  00053600
               MOVE MT-FEE-PAID(WS-MT-SUB)  TO MB-FEE-PAID              00053700
               MOVE MT-DATE-PAID(WS-MT-SUB) TO MB-DATE-PAID             00053800
               MOVE MT-AGE-CLASS(WS-MT-SUB) TO MB-AGE-CLASS             00053900
               MOVE MT-GENDER(WS-MT-SUB)    TO MB-GENDER                00054000
               MOVE MT-LEAGUE-ID(WS-MT-SUB) TO MB-LEAGUE-ID             00054100
               MOVE MEMB-WORK TO NEWMEMB-REC                            00054200
               WRITE NEWMEMB-REC                                        00054300
                   INVALID KEY                                          00054400
                       DISPLAY 'MEMBERSHIP MASTER WRITE FAILED FOR '    00054500
                           MT-BOWLER(WS-MT-SUB)                         00054600
                   NOT INVALID KEY                                      00054700
                       ADD 1 TO WS-CT-NEW-OUT                           00054800
               END-WRITE.                                               00054900
                                                                        00055000
      *--------------------------------------------------------------   00055100
      * CLOSE THE LISTING WITH EVERY ACTIVE ROSTER ENTRY WHOSE          00055200
      * BOWLER HAS NO MEMBERSHIP ON THE NEW MASTER - THE BOWLERS        00055300
      * ROSTMNT HAS ADDED THAT STILL NEED REGISTERING BEFORE THEIR      00055400
      * LEAGUE'S CUTOFF WEEK.                                           00055500
      *--------------------------------------------------------------   00055600
       PRINT-UNREGISTERED.                                              00055700
           MOVE SPACES TO LIST-LINE.                                    00055800
           WRITE LIST-LINE.                                             00055900
           MOVE 'ACTIVE ROSTER ENTRIES WITH NO MEMBERSHIP ON FILE'      00056000
             TO LIST-LINE.                                              00056100
           WRITE LIST-LINE.                                             00056200
           PERFORM CHECK-ONE-ROSTERED VARYING WS-ROS-SUB FROM 1 BY 1    00056300
             UNTIL WS-ROS-SUB > WS-ROSTER-COUNT.                        00056400
           IF WS-CT-UNREG = ZERO                                        00056500
               MOVE '  NONE' TO LIST-LINE                               00056600
               WRITE LIST-LINE.                                         00056700
                                                                        00056800
       CHECK-ONE-ROSTERED.                                              00056900
           IF RT-DROP-WEEK(WS-ROS-SUB) = SPACES                         00057000
               MOVE RT-BOWLER(WS-ROS-SUB) TO WS-SEEK-BOWLER             00057100
               PERFORM SEEK-MEMBER                                      00057200
               IF WS-MT-IDX = ZERO                                      00057300
                  OR MT-DELETED(WS-MT-IDX) NOT = 'N'                    00057400
                   ADD 1 TO WS-CT-UNREG                                 00057500
                   MOVE SPACES TO LIST-LINE                             00057600
                   STRING '  '                  DELIMITED BY SIZE       00057700
                          RT-BOWLER(WS-ROS-SUB) DELIMITED BY SIZE       00057800
                          ' TEAM '              DELIMITED BY SIZE       00057900
                          RT-TEAM(WS-ROS-SUB)   DELIMITED BY SIZE       00058000
                     INTO LIST-LINE                                     00058100
                   WRITE LIST-LINE.                                     00058200
                                                                        00058300
       CLEANUP.                                                         00058400
           PERFORM CONTROL-TOTALS.                                      00058500
           CLOSE TRANS-IN, LISTING-OUT.                                 00058600
           STOP RUN.                                                    00058700
                                                                        00058800
       CONTROL-TOTALS.                                                  00058900
           DISPLAY '=============================================='.    00059000
           DISPLAY 'MEMBMNT RUN CONTROL TOTALS'.                        00059100
           DISPLAY '  OLD MEMBERSHIP RECORDS READ - ' WS-CT-OLD-READ.   00059200
           DISPLAY '  TRANSACTIONS READ           - ' WS-CT-TRN-READ.   00059300
           DISPLAY '  ADDS APPLIED                - ' WS-CT-ADDS.       00059400
           DISPLAY '  CHANGES APPLIED             - ' WS-CT-CHANGES.    00059500
           DISPLAY '  DELETES APPLIED             - ' WS-CT-DELETES.    00059600
           DISPLAY '  TRANSACTIONS IN ERROR       - ' WS-CT-TRN-ERRS.   00059700
           DISPLAY '  MEMBERSHIP RECORDS WRITTEN  - ' WS-CT-NEW-OUT.    00059800
           DISPLAY '  ROSTER ENTRIES UNREGISTERED - ' WS-CT-UNREG.      00059900
           DISPLAY '=============================================='.    00060000
