      *================================================================ 00000100
      * CLEAGPRM - LEAGUE PARAMETER RECORD LAYOUT                       00000200
      * ONE RECORD PER LEAGUE IN THE HOUSE. ARRAY2 PICKS THE SET        00000300
      * MATCHING EACH INPUT RECORD'S LEAGUE TAG - GAMES PER NIGHT,      00000400
      * HANDICAP BASE AVERAGE AND PERCENT, AVERAGE TOLERANCE.           00000500
      * PRM-MIN-GAMES IS THE GAMES A BOWLER MUST BOWL THIS SEASON       00000600
      * BEFORE HIS OWN AVERAGE REPLACES THE ENTERING AVERAGE            00000700
      * CARRIED FROM LAST SEASON, AND THE GAMES LAST SEASON NEEDED      00000800
      * TO ESTABLISH THAT ENTERING AVERAGE AT ALL. BLANK MEANS 21.      00000840
      * PRM-LINE-RATE IS THE HOUSE'S LINEAGE CHARGE PER GAME BOWLED     00000880
      * (99V99) THAT LINEBILL INVOICES THE LEAGUE AT. BLANK MEANS NO    00000920
      * RATE IS ON FILE AND THE LEAGUE IS NOT BILLED.                   00000960
      * PRM-TIEBREAK IS THE ORDER OF THE RULES THAT SEPARATE TEAMS      00000966
      * LEVEL ON POINTS WON IN THE FINAL STANDINGS - 'H' HEAD-TO-HEAD   00000972
      * POINTS AGAINST THE OTHER TIED TEAMS, 'P' TOTAL HANDICAP PINS.   00000978
      * 'HP' TRIES HEAD-TO-HEAD FIRST, THEN PINS; 'PH' THE REVERSE.     00000984
      * BLANK MEANS 'HP'.                                               00000990
      * PRM-MEMB-YEAR IS THE ASSOCIATION MEMBERSHIP YEAR THE LEAGUE'S   00000991
      * SANCTION RUNS UNDER - A BOWLER'S MEMBERSHIP IS CURRENT WHEN     00000992
      * THE MEMBERSHIP MASTER CARRIES A PAID MEMBERSHIP FOR THAT        00000993
      * YEAR. PRM-CUTOFF-WEEK IS THE LAST WEEK ARRAY2 WILL POST A       00000994
      * ROSTERED BOWLER'S SCORES WITHOUT ONE - THROUGH IT THEY ARE      00000995
      * FLAGGED, AFTER IT REJECTED. A BLANK YEAR MEANS THE LEAGUE IS    00000996
      * NOT SANCTIONED AND NOTHING IS CHECKED; A BLANK CUTOFF MEANS     00000997
      * FLAG ONLY, NEVER REJECT.                                        00000998
      *================================================================ 00001000
           05  PRM-LEAGUE-ID PIC XX    VALUE SPACES.                    00001100
           05  PRM-GAMES     PIC 9     VALUE ZERO.                      00001200
           05  PRM-HDCP-BASE PIC 999   VALUE ZEROES.                    00001300
           05  PRM-HDCP-PCT  PIC 999   VALUE ZEROES.                    00001400
           05  PRM-AVG-TOL   PIC 999   VALUE ZEROES.                    00001500
           05  PRM-MIN-GAMES PIC XXX   VALUE SPACES.                    00001600
           05  PRM-MIN-GAMES-N REDEFINES PRM-MIN-GAMES PIC 999.         00001700
           05  PRM-LINE-RATE PIC X(04) VALUE SPACES.                    00001800
           05  PRM-LINE-RATE-N REDEFINES PRM-LINE-RATE PIC 99V99.       00001900
           05  PRM-TIEBREAK.                                            00002000
               10  PRM-TIE-RULE PIC X  OCCURS 2 TIMES.                  00002100
           05  PRM-MEMB-YEAR PIC X(04) VALUE SPACES.                    00002200
           05  PRM-CUTOFF-WEEK PIC XX  VALUE SPACES.                    00002300
           05  FILLER        PIC X(53).                                 00002400
