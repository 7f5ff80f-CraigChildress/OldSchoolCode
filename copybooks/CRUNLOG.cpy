      *================================================================ 00000100
      * CRUNLOG - WEEKLY JOB-STREAM RUN LOG RECORD LAYOUT (80 BYTES)    00000200
      * APPENDED TO THE SHARED RUNLOG FILE AT END OF JOB BY EVERY       00000300
      * PROGRAM IN THE WEEKLY STREAM - ONE RECORD PER LEAGUE THE RUN    00000400
      * TOUCHED, CARRYING THE HIGHEST WEEK IT SAW FOR THAT LEAGUE.      00000500
      * A RUN THAT SAW NO LEAGUE AT ALL WRITES ONE RECORD WITH          00000600
      * LEAGUE AND WEEK BLANK. RL-RUN-DATE IS CCYYMMDD, RL-RUN-TIME     00000700
      * HHMMSS. RL-RETURN-CD IS THE STEP'S ENDING RETURN CODE.          00000800
      * THE COUNTS ARE THE RUN'S OWN CONTROL TOTALS, EACH UNDER A       00000900
      * FOUR-CHARACTER TAG - WHEN ONE RUN COVERS SEVERAL LEAGUES        00001000
      * EVERY LEAGUE'S RECORD CARRIES THE SAME RUN-WIDE FIGURES.        00001100
      * STRMAUD READS THE FILE TO PROVE EACH WEEK'S STEP ORDER.         00001200
      *================================================================ 00001300
           05  RL-PROGRAM    PIC X(08) VALUE SPACES.                    00001400
           05  RL-LEAGUE-ID  PIC XX    VALUE SPACES.                    00001500
           05  RL-WEEK-NO    PIC XX    VALUE SPACES.                    00001600
           05  RL-RUN-DATE   PIC X(08) VALUE SPACES.                    00001700
           05  RL-RUN-TIME   PIC X(06) VALUE SPACES.                    00001800
           05  RL-RETURN-CD  PIC 9(04) VALUE ZEROES.                    00001900
           05  RL-COUNTS.                                               00002000
               10  RL-COUNT OCCURS 3 TIMES.                             00002100
                   15  RL-CT-TAG    PIC X(04).                          00002200
                   15  RL-CT-VALUE  PIC 9(07).                          00002300
           05  FILLER        PIC X(17).                                 00002400
