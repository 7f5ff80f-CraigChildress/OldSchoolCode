      *================================================================ 00000100
      * CAWARDS - SEASON AWARD RESULT RECORD LAYOUT (80 BYTES)          00000200
      * WRITTEN BY SEASCLOS AT CLOSE-OUT AND READ BY PRIZEPAY TO PAY    00000300
      * THE PRIZE FUND OUT. AW-TYPE 'PL' IS A TEAM'S FINISHING PLACE    00000400
      * IN ITS LEAGUE - EVERY TEAM ON THE SEASON POINTS FILE GETS       00000500
      * ONE, TIES ON POINTS ALREADY SETTLED BY THE LEAGUE'S TIEBREAK    00000600
      * RULES, AND AW-FIGURE CARRIES ITS POINTS WON. 'HA' HIGH          00000700
      * AVERAGE, 'HG' HIGH GAME AND 'HS' HIGH SERIES NAME THE           00000800
      * INDIVIDUAL WINNER IN AW-BOWLER/AW-TEAM-ID WITH THE WINNING      00000900
      * FIGURE; AW-PLACE IS ZERO ON THOSE.                              00001000
      *================================================================ 00001100
           05  AW-SEASON-ID  PIC X(08) VALUE SPACES.                    00001200
           05  AW-LEAGUE-ID  PIC XX    VALUE SPACES.                    00001300
           05  AW-TYPE       PIC XX    VALUE SPACES.                    00001400
           05  AW-PLACE      PIC 99    VALUE ZEROES.                    00001500
           05  AW-TEAM-ID    PIC XX    VALUE SPACES.                    00001600
           05  AW-BOWLER     PIC A(10) VALUE SPACES.                    00001700
           05  AW-FIGURE     PIC 9(05) VALUE ZEROES.                    00001800
           05  FILLER        PIC X(49).                                 00001900
