      *================================================================ 00000100
      * CLINEBIL - LINEAGE BILLING LEDGER RECORD LAYOUT (80 BYTES)      00000200
      * ONE RECORD PER LEAGUE, CARRIED WEEK TO WEEK BY LINEBILL         00000300
      * (OLD LEDGER + WEEK'S GAMES + LINEAGE PAYMENTS -> NEW LEDGER).   00000400
      * LB-BILLED AND LB-PAID ARE SEASON TO DATE; THE BALANCE THE       00000500
      * LEAGUE OWES THE HOUSE IS LB-BILLED LESS LB-PAID.                00000600
      * LB-LAST-WEEK IS THE HIGHEST WEEK ALREADY INVOICED, SO A         00000700
      * RERUN OF THE SAME WEEK IS REFUSED RATHER THAN BILLED TWICE.     00000800
      * LB-WEEK-GAMES AND LB-WEEK-AMT ARE THE LATEST INVOICE.           00000900
      *================================================================ 00001000
           05  LB-LEAGUE-ID  PIC XX    VALUE SPACES.                    00001100
           05  LB-LAST-WEEK  PIC 99    VALUE ZEROES.                    00001200
           05  LB-GAMES      PIC 9(07) VALUE ZEROES.                    00001300
           05  LB-BILLED     PIC 9(07)V99 VALUE ZEROES.                 00001400
           05  LB-PAID       PIC 9(07)V99 VALUE ZEROES.                 00001500
           05  LB-WEEK-GAMES PIC 9(05) VALUE ZEROES.                    00001600
           05  LB-WEEK-AMT   PIC 9(05)V99 VALUE ZEROES.                 00001700
           05  FILLER        PIC X(39).                                 00001800
