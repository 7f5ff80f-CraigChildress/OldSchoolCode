      *================================================================ 00000100
      * CMEMBER - ASSOCIATION MEMBERSHIP RECORD LAYOUT (80 BYTES)       00000200
      * ONE RECORD PER BOWLER, MAINTAINED BY MEMBMNT (ADD/CHANGE/       00000300
      * DELETE TRANSACTIONS). THE FILE IS ORGANIZATION INDEXED WITH     00000400
      * MB-BOWLER AS THE RECORD KEY - A BOWLER IN TWO LEAGUES HOLDS     00000500
      * ONE ASSOCIATION MEMBERSHIP. MB-LEAGUE-ID IS THE LEAGUE THE      00000600
      * MEMBERSHIP WAS TAKEN THROUGH, WHOSE SANCTION SUBMISSION         00000700
      * CARRIES IT. MB-YEAR IS THE MEMBERSHIP YEAR (CCYY) AND A         00000800
      * RENEWAL REPLACES IT; MB-DATE-PAID IS CCYYMMDD, BLANK UNTIL      00000900
      * THE FEE IS IN. AGE CLASS A ADULT, S SENIOR, Y YOUTH;            00001000
      * GENDER M OR F. ARRAY2 HOLDS ROSTERED BOWLERS TO A PAID          00001100
      * MEMBERSHIP FOR THE LEAGUE'S PRM-MEMB-YEAR, SANCRPT BUILDS       00001200
      * THE ASSOCIATION SUBMISSION FROM IT, AND STANDEXT SENDS          00001300
      * MB-MEMBER-NO TO THE ASSOCIATION IN PLACE OF THE NAME.           00001400
      *================================================================ 00001500
           05  MB-BOWLER     PIC A(10) VALUE SPACES.                    00001600
           05  MB-MEMBER-NO  PIC X(10) VALUE SPACES.                    00001700
           05  MB-YEAR       PIC X(04) VALUE SPACES.                    00001800
           05  MB-FEE-PAID   PIC 9(03)V99 VALUE ZEROES.                 00001900
           05  MB-DATE-PAID  PIC X(08) VALUE SPACES.                    00002000
           05  MB-CATEGORY.                                             00002100
               10  MB-AGE-CLASS PIC X  VALUE SPACE.                     00002200
               10  MB-GENDER    PIC X  VALUE SPACE.                     00002300
           05  MB-LEAGUE-ID  PIC XX    VALUE SPACES.                    00002400
           05  FILLER        PIC X(39).                                 00002500
