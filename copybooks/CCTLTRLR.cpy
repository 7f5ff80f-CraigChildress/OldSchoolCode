      *              TOT-2=TOTAL POINTS WON.                            00001500
      *   SEASMSTR - COUNT=MASTER RECORDS, TOT-1=TOTAL SM-PINS,         00001600
      *              TOT-2=DETAIL RECORDS READ BY SEASNUPD.             00001700
      *   SANCSUB  - THE ASSOCIATION SANCTION SUBMISSION WRITTEN BY     00001725
      *              SANCRPT: COUNT=MEMBERSHIPS SUBMITTED, TOT-1=FEES   00001750
      *              COLLECTED IN CENTS, TOT-2=LEAGUES.                 00001775
      *================================================================ 00001800
           05  CTL-TAG       PIC X(10) VALUE SPACES.                    00001900
           05  CTL-FILE-ID   PIC X(08) VALUE SPACES.                    00002000
