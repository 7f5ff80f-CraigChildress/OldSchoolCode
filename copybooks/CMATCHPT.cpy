           05  MP-MAKEUP     PIC X     VALUE SPACE.                     00001370
           05  MP-LEAGUE-ID  PIC XX    VALUE SPACES.                    00001380
           05  MP-AWARD-WK   PIC XX    VALUE SPACES.                    00001390
      *        MP-HDCP-PINS IS THE TEAM'S HANDICAP SERIES FOR THE       00001490
      *        MATCH (PINS PLUS HANDICAP, ALL GAMES) - THE TOTAL-PINS   00001590
      *        TIEBREAK ON THE MATCH HISTORY ADDS IT UP OVER THE        00001690
      *        SEASON. BLANK ON RECORDS WRITTEN BEFORE IT WAS CARRIED.  00001790
           05  MP-HDCP-PINS  PIC X(05) VALUE SPACES.                    00001890
           05  MP-HDCP-PINS-N REDEFINES MP-HDCP-PINS PIC 9(05).         00001990
           05  FILLER        PIC X(60).                                 00002090
