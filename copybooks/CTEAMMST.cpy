      *================================================================ 00000100
      * CTEAMMST - TEAM MASTER RECORD LAYOUT (80 BYTES)                 00000200
      * ONE RECORD PER LEAGUE/TEAM, MAINTAINED BY TEAMMNT (ADD/         00000300
      * CHANGE/DELETE TRANSACTIONS). THE FILE IS ORGANIZATION           00000400
      * INDEXED WITH TM-KEY AS THE RECORD KEY - LEAGUE LEADS SO THE     00000500
      * SAME TEAM-ID IN TWO LEAGUES KEEPS TWO RECORDS. THE PRINTED      00000600
      * REPORTS AND THE STANDINGS EXTRACT READ IT DIRECTLY FOR THE      00000700
      * TEAM NAME, AND ROSTMNT REFUSES AN ADD TO A TEAM NOT ON IT.      00000800
      *================================================================ 00000900
           05  TM-KEY.                                                  00001000
               10  TM-LEAGUE-ID PIC XX    VALUE SPACES.                 00001100
               10  TM-TEAM-ID   PIC XX    VALUE SPACES.                 00001200
           05  TM-NAME       PIC X(20) VALUE SPACES.                    00001300
           05  TM-SPONSOR    PIC X(20) VALUE SPACES.                    00001400
           05  TM-CAPTAIN    PIC X(16) VALUE SPACES.                    00001500
           05  TM-PHONE      PIC X(12) VALUE SPACES.                    00001600
           05  FILLER        PIC X(08).                                 00001700
