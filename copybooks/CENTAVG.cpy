      *================================================================ 00000100
      * CENTAVG - ENTERING AVERAGE RECORD LAYOUT (80 BYTES)             00000200
      * ONE RECORD PER LEAGUE/BOWLER WITH AN ESTABLISHED AVERAGE        00000300
      * CARRIED INTO THE NEW SEASON, WRITTEN BY SEASOPEN FROM THE       00000400
      * CSEASARC HISTORY FILE. EA-GAMES IS LAST SEASON'S GAME COUNT     00000500
      * THE AVERAGE WAS ESTABLISHED ON AND EA-SEASON-ID THE SEASON      00000600
      * IT CAME FROM. ARRAY2 (BLIND SCORES AND HANDICAP) AND            00000700
      * HONORRPT (OVER-AVERAGE CHECK) USE EA-AVG UNTIL THE BOWLER       00000800
      * HAS BOWLED THE LEAGUE'S MINIMUM GAMES THIS SEASON.              00000900
      *================================================================ 00001000
           05  EA-LEAGUE-ID  PIC XX    VALUE SPACES.                    00001100
           05  EA-BOWLER     PIC A(10) VALUE SPACES.                    00001200
           05  EA-TEAM-ID    PIC XX    VALUE SPACES.                    00001300
           05  EA-AVG        PIC 999   VALUE ZEROES.                    00001400
           05  EA-GAMES      PIC 9(05) VALUE ZEROES.                    00001500
           05  EA-SEASON-ID  PIC X(08) VALUE SPACES.                    00001600
           05  FILLER        PIC X(50).                                 00001700
