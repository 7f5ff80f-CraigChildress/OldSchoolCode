       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'SANCRPT'.                                          00000200
      *================================================                 00000300
      * ASSOCIATION SANCTION SUBMISSION - READ THE                      00000400
      * KEYED MEMBERSHIP MASTER MEMBMNT KEEPS AND                       00000500
      * PICK OUT EVERY MEMBERSHIP WHOSE FEE WAS PAID                    00000600
      * IN THE SUBMISSION PERIOD. EACH ONE GOES TO THE                  00000700
      * SANCOUT FILE SENT TO THE STATE ASSOCIATION,                     00000800
      * WHICH ENDS WITH THE USUAL CONTROL TRAILER, AND                  00000900
      * PRINTS ON A PAGE PER REGISTERING LEAGUE WITH                    00001000
      * THE LEAGUE'S MEMBERSHIPS AND FEES COLLECTED,                    00001100
      * THEN A PAGE OF TOTALS FOR THE SUBMISSION. A                     00001200
      * MEMBERSHIP THE ASSOCIATION WOULD REFUSE - NO                    00001300
      * MEMBER NUMBER, NO CATEGORY, NO FEE, A BAD DATE                  00001400
      * PAID OR NO LEAGUE - PRINTS WITH ITS REASON,                     00001500
      * STAYS OFF THE FILE, AND ENDS THE RUN WITH                       00001600
      * RETURN CODE 8.                                                  00001700
      * AN OPTIONAL SANCPARM CARD (FROM DATE PAID IN                    00001800
      * COLS 1-8, TO DATE PAID IN 9-16, BOTH CCYYMMDD,                  00001900
      * LEAGUE IN 17-18, ANY OF THEM BLANK FOR NO                       00002000
      * LIMIT) SETS THE PERIOD - NORMALLY THE DAY                       00002100
      * AFTER THE LAST SUBMISSION THROUGH TODAY.                        00002200
      *================================================                 00002300
       ENVIRONMENT DIVISION.                                            00002400
       CONFIGURATION SECTION.                                           00002500
       SOURCE-COMPUTER.  IBM-360.                                       00002600
       OBJECT-COMPUTER.  IBM-360.                                       00002700
       INPUT-OUTPUT SECTION.                                            00002800
       FILE-CONTROL.                                                    00002900
           SELECT MEMBER-IN ASSIGN TO UT-S-MEMBMST                      00003000
               ORGANIZATION INDEXED                                     00003100
               ACCESS SEQUENTIAL                                        00003200
               RECORD KEY MEMBER-KEY.                                   00003300
           SELECT MEMBER-SORTED ASSIGN TO UT-S-MBSORT.                  00003400
           SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.                      00003500
           SELECT PARM-IN ASSIGN TO UT-S-SANCPARM                       00003600
               FILE STATUS WS-PARM-STATUS.                              00003700
           SELECT SANC-OUT ASSIGN TO UT-S-SANCOUT.                      00003800
           SELECT REPORT-OUT ASSIGN TO UT-S-SYSPRINT.                   00003900
                                                                        00004000
       DATA DIVISION.                                                   00004100
       FILE SECTION.                                                    00004200
                                                                        00004300
       FD  MEMBER-IN                                                    00004400
           RECORD CONTAINS 80 CHARACTERS.                               00004500
       01  MEMBER-REC.                                                  00004600
           05  MEMBER-KEY    PIC X(10).                                 00004700
           05  FILLER        PIC X(70).                                 00004800
                                                                        00004900
       FD  MEMBER-SORTED                                                00005000
           RECORD CONTAINS 80 CHARACTERS.                               00005100
       01  MEMBER-SORTED-REC  PIC X(80).                                00005200
                                                                        00005300
      *--------------------------------------------------------------   00005400
      * THE MASTER IS SORTED REGISTERING LEAGUE/BOWLER SO EACH          00005500
      * LEAGUE'S MEMBERSHIPS COME TOGETHER FOR ITS PAGE.                00005600
      *--------------------------------------------------------------   00005700
       SD  SORT-FILE                                                    00005800
           RECORD CONTAINS 80 CHARACTERS.                               00005900
       01  SORT-REC.                                                    00006000
           05  SRT-BOWLER    PIC A(10).                                 00006100
           05  FILLER        PIC X(29).                                 00006200
           05  SRT-LEAGUE    PIC XX.                                    00006300
           05  FILLER        PIC X(39).                                 00006400
                                                                        00006500
       FD  PARM-IN                                                      00006600
           RECORD CONTAINS 80 CHARACTERS.                               00006700
       01  PARM-REC.                                                    00006800
           05  PARM-FROM-DATE PIC X(08).                                00006900
           05  PARM-TO-DATE   PIC X(08).                                00007000
           05  PARM-LEAGUE-ID PIC XX.                                   00007100
           05  FILLER         PIC X(62).                                00007200
                                                                        00007300
      *--------------------------------------------------------------   00007400
      * SUBMISSION RECORD SENT TO THE ASSOCIATION - ONE PER             00007500
      * MEMBERSHIP, FEE IN DOLLARS AND CENTS WITH THE POINT             00007600
      * IMPLIED, DATE PAID CCYYMMDD. THE CCTLTRLR TRAILER FOLLOWS       00007700
      * THE LAST ONE.                                                   00007800
      *--------------------------------------------------------------   00007900
       FD  SANC-OUT                                                     00008000
           RECORD CONTAINS 80 CHARACTERS.                               00008100
       01  SANC-REC.                                                    00008200
           05  SB-LEAGUE-ID  PIC XX.                                    00008300
           05  SB-MEMBER-NO  PIC X(10).                                 00008400
           05  SB-BOWLER     PIC A(10).                                 00008500
           05  SB-YEAR       PIC X(04).                                 00008600
           05  SB-AGE-CLASS  PIC X.                                     00008700
           05  SB-GENDER     PIC X.                                     00008800
           05  SB-FEE-PAID   PIC 9(03)V99.                              00008900
           05  SB-DATE-PAID  PIC X(08).                                 00009000
           05  FILLER        PIC X(39).                                 00009100
                                                                        00009200
       FD  REPORT-OUT                                                   00009300
           RECORD CONTAINS 132 CHARACTERS                               00009400
           BLOCK CONTAINS 30 RECORDS.                                   00009500
       01  REPT-LINE         PIC X(132).                                00009600
                                                                        00009700
       WORKING-STORAGE SECTION.                                         00009800
                                                                        00009900
       01  MEMB-WORK.                                                   00010000
           COPY CMEMBER.                                                00010100
                                                                        00010200
       01  CTL-WORK.                                                    00010300
           COPY CCTLTRLR.                                               00010400
                                                                        00010500
       01  WS-MEMB-EOF     PIC X VALUE 'N'.                             00010600
       88  MEMB-EOF        VALUE 'Y'.                                   00010700
       01  WS-MEMB-GOT-SW  PIC X VALUE 'N'.                             00010800
       88  MEMB-GOT        VALUE 'Y'.                                   00010900
       01  WS-PARM-STATUS  PIC XX VALUE SPACES.                         00011000
       01  WS-SEL-FROM     PIC X(08) VALUE SPACES.                      00011100
       01  WS-SEL-TO       PIC X(08) VALUE SPACES.                      00011200
       01  WS-SEL-LEAGUE   PIC XX VALUE SPACES.                         00011300
                                                                        00011400
       01  WS-CT-READ      PIC 9(05) VALUE ZERO.                        00011500
       01  WS-CT-SELECTED  PIC 9(05) VALUE ZERO.                        00011600
       01  WS-CT-SUBMITTED PIC 9(05) VALUE ZERO.                        00011700
       01  WS-CT-LEAGUES   PIC 9(05) VALUE ZERO.                        00011800
       01  WS-CT-EXCEPT    PIC 9(05) VALUE ZERO.                        00011900
       01  WS-TOT-FEES     PIC 9(07)V99 VALUE ZERO.                     00012000
                                                                        00012100
       01  WS-GRP-LEAGUE   PIC XX    VALUE SPACES.                      00012200
       01  WS-GRP-COUNT    PIC 9(05) VALUE ZERO.                        00012300
       01  WS-GRP-EXCEPT   PIC 9(05) VALUE ZERO.                        00012400
       01  WS-GRP-FEES     PIC 9(07)V99 VALUE ZERO.                     00012500
       01  WS-REMARK       PIC X(30) VALUE SPACES.                      00012600
                                                                        00012700
       01  WS-DATE-WORK.                                                00012800
           05  WS-DATE-CCYY  PIC X(04).                                 00012900
           05  WS-DATE-MM    PIC XX.                                    00013000
           05  WS-DATE-DD    PIC XX.                                    00013100
       01  WS-FROM-PRINT   PIC X(10) VALUE SPACES.                      00013200
       01  WS-TO-PRINT     PIC X(10) VALUE SPACES.                      00013300
                                                                        00013400
      *--------------------------------------------------------------   00013500
      * ONE MEMBERSHIP LINE. A MEMBERSHIP KEPT OFF THE FILE CARRIES     00013600
      * ITS REASON IN THE REMARK COLUMN.                                00013700
      *--------------------------------------------------------------   00013800
       01  WS-MEMB-LINE.                                                00013900
           05  PL-MEMBER-NO  PIC X(10).                                 00014000
           05  FILLER        PIC XX    VALUE SPACES.                    00014100
           05  PL-BOWLER     PIC X(10).                                 00014200
           05  FILLER        PIC XX    VALUE SPACES.                    00014300
           05  PL-YEAR       PIC X(04).                                 00014400
           05  FILLER        PIC XX    VALUE SPACES.                    00014500
           05  PL-AGE-CLASS  PIC X.                                     00014600
           05  PL-GENDER     PIC X.                                     00014700
           05  FILLER        PIC XX    VALUE SPACES.                    00014800
           05  PL-DATE-PAID  PIC X(10).                                 00014900
           05  FILLER        PIC XX    VALUE SPACES.                    00015000
           05  PL-FEE-PAID   PIC ZZ9.99.                                00015100
           05  FILLER        PIC XX    VALUE SPACES.                    00015200
           05  PL-REMARK     PIC X(30).                                 00015300
           05  FILLER        PIC X(48) VALUE SPACES.                    00015400
       01  WS-COLUMN-HEAD.                                              00015500
           05  FILLER        PIC X(12) VALUE 'MEMBER NO'.               00015600
           05  FILLER        PIC X(12) VALUE 'BOWLER'.                  00015700
           05  FILLER        PIC X(06) VALUE 'YEAR'.                    00015800
           05  FILLER        PIC X(04) VALUE 'CAT'.                     00015900
           05  FILLER        PIC X(12) VALUE 'DATE PAID'.               00016000
           05  FILLER        PIC X(08) VALUE '   FEE'.                  00016100
           05  FILLER        PIC X(78) VALUE 'REMARKS'.                 00016200
                                                                        00016300
       01  WS-EDIT-CT      PIC ZZZZ9.                                   00016400
       01  WS-EDIT-FEES    PIC ZZZ,ZZ9.99.                              00016500
                                                                        00016600
       PROCEDURE DIVISION.                                              00016700
       MAIN.                                                            00016800
           PERFORM LOAD-PARM.                                           00016900
           SORT SORT-FILE                                               00017000
               ON ASCENDING KEY SRT-LEAGUE SRT-BOWLER                   00017100
               USING MEMBER-IN                                          00017200
               GIVING MEMBER-SORTED.                                    00017300
           OPEN INPUT MEMBER-SORTED.                                    00017400
           OPEN OUTPUT SANC-OUT.                                        00017500
           OPEN OUTPUT REPORT-OUT.                                      00017600
           PERFORM READ-MEMBER.                                         00017700
           PERFORM REPORT-ONE-LEAGUE UNTIL MEMB-EOF.                    00017800
           PERFORM WRITE-SANC-TRAILER.                                  00017900
           PERFORM PRINT-TOTALS.                                        00018000
           PERFORM CLEANUP.                                             00018100
                                                                        00018200
      *--------------------------------------------------------------   00018300
      * THE PARM IS OPTIONAL - WITHOUT IT EVERY PAID MEMBERSHIP ON      00018400
      * THE MASTER IS SUBMITTED.                                        00018500
      *--------------------------------------------------------------   00018600
       LOAD-PARM.                                                       00018700
           OPEN INPUT PARM-IN.                                          00018800
           IF WS-PARM-STATUS = '00'                                     00018900
               READ PARM-IN                                             00019000
                   AT END                                               00019100
                       CONTINUE                                         00019200
                   NOT AT END                                           00019300
                       MOVE PARM-FROM-DATE TO WS-SEL-FROM               00019400
                       MOVE PARM-TO-DATE   TO WS-SEL-TO                 00019500
                       MOVE PARM-LEAGUE-ID TO WS-SEL-LEAGUE             00019600
               END-READ                                                 00019700
               CLOSE PARM-IN.                                           00019800
           MOVE 'EARLIEST' TO WS-FROM-PRINT.                            00019900
           IF WS-SEL-FROM NOT = SPACES                                  00020000
               MOVE WS-SEL-FROM TO WS-DATE-WORK                         00020100
               MOVE SPACES TO WS-FROM-PRINT                             00020200
               STRING WS-DATE-CCYY '-' WS-DATE-MM '-' WS-DATE-DD        00020300
                   DELIMITED BY SIZE INTO WS-FROM-PRINT.                00020400
           MOVE 'LATEST' TO WS-TO-PRINT.                                00020500
           IF WS-SEL-TO NOT = SPACES                                    00020600
               MOVE WS-SEL-TO TO WS-DATE-WORK                           00020700
               MOVE SPACES TO WS-TO-PRINT                               00020800
               STRING WS-DATE-CCYY '-' WS-DATE-MM '-' WS-DATE-DD        00020900
                   DELIMITED BY SIZE INTO WS-TO-PRINT.                  00021000
                                                                        00021100
      *    UNPAID MEMBERSHIPS AND THOSE OUTSIDE THE PARM'S PERIOD OR    00021200
      *    LEAGUE ARE PASSED OVER.                                      00021300
       READ-MEMBER.                                                     00021400
           MOVE 'N' TO WS-MEMB-GOT-SW.                                  00021500
           PERFORM READ-MEMBER-REC                                      00021600
             UNTIL MEMB-GOT OR MEMB-EOF.                                00021700
                                                                        00021800
       READ-MEMBER-REC.                                                 00021900
           READ MEMBER-SORTED                                           00022000
               AT END                                                   00022100
                   MOVE 'Y' TO WS-MEMB-EOF                              00022200
               NOT AT END                                               00022300
                   ADD 1 TO WS-CT-READ                                  00022400
                   MOVE MEMBER-SORTED-REC TO MEMB-WORK                  00022500
                   IF MB-DATE-PAID NOT = SPACES                         00022600
                      AND (WS-SEL-FROM = SPACES                         00022700
                       OR MB-DATE-PAID NOT < WS-SEL-FROM)               00022800
                      AND (WS-SEL-TO = SPACES                           00022900
                       OR MB-DATE-PAID NOT > WS-SEL-TO)                 00023000
                      AND (WS-SEL-LEAGUE = SPACES                       00023100
                       OR WS-SEL-LEAGUE = MB-LEAGUE-ID)                 00023200
                       ADD 1 TO WS-CT-SELECTED                          00023300
                       SET MEMB-GOT TO TRUE.                            00023400
                                                                        00023500
      *--------------------------------------------------------------   00023600
      * ONE PAGE PER REGISTERING LEAGUE. MEMBERSHIPS WITH NO LEAGUE     00023700
      * SORT FIRST AND GET A PAGE OF THEIR OWN, EVERY ONE OF THEM       00023800
      * AN EXCEPTION.                                                   00023900
      *--------------------------------------------------------------   00024000
       REPORT-ONE-LEAGUE.                                               00024100
           MOVE MB-LEAGUE-ID TO WS-GRP-LEAGUE.                          00024200
           MOVE ZEROES TO WS-GRP-COUNT, WS-GRP-EXCEPT, WS-GRP-FEES.     00024300
           IF WS-GRP-LEAGUE NOT = SPACES                                00024400
               ADD 1 TO WS-CT-LEAGUES.                                  00024500
           PERFORM PRINT-LEAGUE-HEADING.                                00024600
           PERFORM REPORT-ONE-MEMBER                                    00024700
             UNTIL MEMB-EOF                                             00024800
                OR MB-LEAGUE-ID NOT = WS-GRP-LEAGUE.                    00024900
           PERFORM PRINT-LEAGUE-FOOT.                                   00025000
                                                                        00025100
       REPORT-ONE-MEMBER.                                               00025200
           PERFORM CHECK-MEMBER.                                        00025300
           PERFORM BUILD-MEMB-LINE.                                     00025400
           IF WS-REMARK = SPACES                                        00025500
               PERFORM WRITE-SANC-REC                                   00025600
           ELSE                                                         00025700
               ADD 1 TO WS-GRP-EXCEPT                                   00025800
               MOVE WS-REMARK TO PL-REMARK.                             00025900
           MOVE WS-MEMB-LINE TO REPT-LINE.                              00026000
           WRITE REPT-LINE.                                             00026100
           PERFORM READ-MEMBER.                                         00026200
                                                                        00026300
      *    THE FIRST REASON THE ASSOCIATION WOULD REFUSE IT, IF ANY.    00026400
       CHECK-MEMBER.                                                    00026500
           MOVE SPACES TO WS-REMARK.                                    00026600
           IF MB-LEAGUE-ID = SPACES                                     00026700
               MOVE 'NO REGISTERING LEAGUE' TO WS-REMARK                00026800
           ELSE                                                         00026900
               IF MB-MEMBER-NO = SPACES                                 00027000
                   MOVE 'NO MEMBER NUMBER' TO WS-REMARK                 00027100
               ELSE                                                     00027200
                   IF MB-AGE-CLASS = SPACE OR MB-GENDER = SPACE         00027300
                       MOVE 'NO AGE/GENDER CATEGORY' TO WS-REMARK       00027400
                   ELSE                                                 00027500
                       IF MB-DATE-PAID NOT NUMERIC                      00027600
                           MOVE 'BAD DATE PAID' TO WS-REMARK            00027700
                       ELSE                                             00027800
                           IF MB-FEE-PAID NOT NUMERIC                   00027900
                              OR MB-FEE-PAID = ZERO                     00028000
                               MOVE 'NO FEE RECORDED' TO WS-REMARK.     00028100
                                                                        00028200
       BUILD-MEMB-LINE.                                                 00028300
           MOVE SPACES TO PL-REMARK, PL-DATE-PAID.                      00028400
           MOVE MB-MEMBER-NO TO PL-MEMBER-NO.                           00028500
           MOVE MB-BOWLER    TO PL-BOWLER.                              00028600
           MOVE MB-YEAR      TO PL-YEAR.                                00028700
           MOVE MB-AGE-CLASS TO PL-AGE-CLASS.                           00028800
           MOVE MB-GENDER    TO PL-GENDER.                              00028900
           MOVE MB-DATE-PAID TO WS-DATE-WORK.                           00029000
           STRING WS-DATE-CCYY '-' WS-DATE-MM '-' WS-DATE-DD            00029100
               DELIMITED BY SIZE INTO PL-DATE-PAID.                     00029200
           MOVE ZERO TO PL-FEE-PAID.                                    00029300
           IF MB-FEE-PAID NUMERIC                                       00029400
               MOVE MB-FEE-PAID TO PL-FEE-PAID.                         00029500
                                                                        00029600
       WRITE-SANC-REC.                                                  00029700
           MOVE SPACES TO SANC-REC.                                     00029800
           MOVE MB-LEAGUE-ID TO SB-LEAGUE-ID.                           00029900
           MOVE MB-MEMBER-NO TO SB-MEMBER-NO.                           00030000
           MOVE MB-BOWLER    TO SB-BOWLER.                              00030100
           MOVE MB-YEAR      TO SB-YEAR.                                00030200
           MOVE MB-AGE-CLASS TO SB-AGE-CLASS.                           00030300
           MOVE MB-GENDER    TO SB-GENDER.                              00030400
           MOVE MB-FEE-PAID  TO SB-FEE-PAID.                            00030500
           MOVE MB-DATE-PAID TO SB-DATE-PAID.                           00030600
           WRITE SANC-REC.                                              00030700
           ADD 1 TO WS-GRP-COUNT.                                       00030800
           ADD MB-FEE-PAID TO WS-GRP-FEES.                              00030900
                                                                        00031000
       PRINT-LEAGUE-HEADING.                                            00031100
           MOVE SPACES TO REPT-LINE.                                    00031200
           IF WS-GRP-LEAGUE = SPACES                                    00031300
               STRING 'ASSOCIATION SANCTION SUBMISSION - '              00031400
                      'MEMBERSHIPS WITH NO LEAGUE'                      00031500
                   DELIMITED BY SIZE INTO REPT-LINE                     00031600
           ELSE                                                         00031700
               STRING 'ASSOCIATION SANCTION SUBMISSION   LEAGUE '       00031800
                      WS-GRP-LEAGUE                                     00031900
                   DELIMITED BY SIZE INTO REPT-LINE.                    00032000
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00032100
           MOVE SPACES TO REPT-LINE.                                    00032200
           STRING 'FEES PAID ' WS-FROM-PRINT ' THROUGH ' WS-TO-PRINT    00032300
               DELIMITED BY SIZE INTO REPT-LINE.                        00032400
           WRITE REPT-LINE.                                             00032500
           MOVE SPACES TO REPT-LINE.                                    00032600
           WRITE REPT-LINE.                                             00032700
           MOVE WS-COLUMN-HEAD TO REPT-LINE.                            00032800
           WRITE REPT-LINE.                                             00032900
                                                                        00033000
       PRINT-LEAGUE-FOOT.                                               00033100
           MOVE SPACES TO REPT-LINE.                                    00033200
           WRITE REPT-LINE.                                             00033300
           MOVE WS-GRP-COUNT TO WS-EDIT-CT.                             00033400
           MOVE WS-GRP-FEES TO WS-EDIT-FEES.                            00033500
           MOVE SPACES TO REPT-LINE.                                    00033600
           STRING 'MEMBERSHIPS SUBMITTED ' WS-EDIT-CT                   00033700
                  '   FEES COLLECTED ' WS-EDIT-FEES                     00033800
               DELIMITED BY SIZE INTO REPT-LINE.                        00033900
           WRITE REPT-LINE.                                             00034000
           IF WS-GRP-EXCEPT NOT = ZERO                                  00034100
               MOVE WS-GRP-EXCEPT TO WS-EDIT-CT                         00034200
               MOVE SPACES TO REPT-LINE                                 00034300
               STRING 'MEMBERSHIPS HELD BACK ' WS-EDIT-CT               00034400
                      ' - CORRECT WITH MEMBMNT AND RESUBMIT'            00034500
                   DELIMITED BY SIZE INTO REPT-LINE                     00034600
               WRITE REPT-LINE.                                         00034700
           ADD WS-GRP-COUNT TO WS-CT-SUBMITTED.                         00034800
           ADD WS-GRP-FEES TO WS-TOT-FEES.                              00034900
           ADD WS-GRP-EXCEPT TO WS-CT-EXCEPT.                           00035000
                                                                        00035100
      *--------------------------------------------------------------   00035200
      * CONTROL TRAILER ON THE SUBMISSION - COUNT=MEMBERSHIPS           00035300
      * SUBMITTED, TOT-1=FEES IN CENTS, TOT-2=LEAGUES.                  00035400
      *--------------------------------------------------------------   00035500
       WRITE-SANC-TRAILER.                                              00035600
           MOVE SPACES TO CTL-WORK.                                     00035700
           MOVE '**CONTROL*'    TO CTL-TAG.                             00035800
           MOVE 'SANCSUB'       TO CTL-FILE-ID.                         00035900
           MOVE WS-CT-SUBMITTED TO CTL-REC-COUNT.                       00036000
           COMPUTE CTL-TOT-1 = WS-TOT-FEES * 100.                       00036100
           MOVE WS-CT-LEAGUES   TO CTL-TOT-2.                           00036200
           MOVE CTL-WORK TO SANC-REC.                                   00036300
           WRITE SANC-REC.                                              00036400
                                                                        00036500
       PRINT-TOTALS.                                                    00036600
           MOVE SPACES TO REPT-LINE.                                    00036700
           MOVE 'ASSOCIATION SANCTION SUBMISSION - TOTALS' TO REPT-LINE.00036800
           WRITE REPT-LINE AFTER ADVANCING PAGE.                        00036900
           MOVE SPACES TO REPT-LINE.                                    00037000
           STRING 'FEES PAID ' WS-FROM-PRINT ' THROUGH ' WS-TO-PRINT    00037100
               DELIMITED BY SIZE INTO REPT-LINE.                        00037200
           WRITE REPT-LINE.                                             00037300
           MOVE SPACES TO REPT-LINE.                                    00037400
           WRITE REPT-LINE.                                             00037500
           MOVE WS-CT-LEAGUES TO WS-EDIT-CT.                            00037600
           MOVE SPACES TO REPT-LINE.                                    00037700
           STRING 'LEAGUES                ' WS-EDIT-CT                  00037800
               DELIMITED BY SIZE INTO REPT-LINE.                        00037900
           WRITE REPT-LINE.                                             00038000
           MOVE WS-CT-SUBMITTED TO WS-EDIT-CT.                          00038100
           MOVE SPACES TO REPT-LINE.                                    00038200
           STRING 'MEMBERSHIPS SUBMITTED  ' WS-EDIT-CT                  00038300
               DELIMITED BY SIZE INTO REPT-LINE.                        00038400
           WRITE REPT-LINE.                                             00038500
           MOVE WS-TOT-FEES TO WS-EDIT-FEES.                            00038600
           MOVE SPACES TO REPT-LINE.                                    00038700
           STRING 'FEES COLLECTED    ' WS-EDIT-FEES                     00038800
               DELIMITED BY SIZE INTO REPT-LINE.                        00038900
           WRITE REPT-LINE.                                             00039000
           MOVE WS-CT-EXCEPT TO WS-EDIT-CT.                             00039100
           MOVE SPACES TO REPT-LINE.                                    00039200
           STRING 'MEMBERSHIPS HELD BACK  ' WS-EDIT-CT                  00039300
               DELIMITED BY SIZE INTO REPT-LINE.                        00039400
           WRITE REPT-LINE.                                             00039500
                                                                        00039600
       CLEANUP.                                                         00039700
           PERFORM CONTROL-TOTALS.                                      00039800
           CLOSE MEMBER-SORTED, SANC-OUT, REPORT-OUT.                   00039900
           IF WS-CT-EXCEPT NOT = ZERO                                   00040000
               MOVE 8 TO RETURN-CODE.                                   00040100
           STOP RUN.                                                    00040200
                                                                        00040300
       CONTROL-TOTALS.                                                  00040400
           DISPLAY '=============================================='.    00040500
           DISPLAY 'SANCRPT RUN CONTROL TOTALS'.                        00040600
           DISPLAY '  MEMBERSHIP RECORDS READ     - ' WS-CT-READ.       00040700
           DISPLAY '  PAID IN THE PERIOD          - ' WS-CT-SELECTED.   00040800
           DISPLAY '  MEMBERSHIPS SUBMITTED       - ' WS-CT-SUBMITTED.  00040900
           DISPLAY '  MEMBERSHIPS HELD BACK       - ' WS-CT-EXCEPT.     00041000
           DISPLAY '  LEAGUES SUBMITTED           - ' WS-CT-LEAGUES.    00041100
           DISPLAY '  FEES COLLECTED              - ' WS-TOT-FEES.      00041200
           DISPLAY '=============================================='.    00041300
