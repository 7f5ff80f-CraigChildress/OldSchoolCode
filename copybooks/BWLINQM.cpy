      *================================================================ 00000100
      * BWLINQM - SYMBOLIC MAP FOR THE BOWLER SEASON INQUIRY            00000200
      * SCREEN, AS ASSEMBLED FROM MAPSET SOURCE BWLINQM.BMS. ONE        00000300
      * LENGTH/ATTRIBUTE/DATA GROUP PER NAMED FIELD ON MAP BWLINQ.      00000400
      * BWLINQI IS THE RECEIVE VIEW AND BWLINQO THE SEND VIEW.          00000500
      *================================================================ 00000600
       01  BWLINQI.                                                     00000700
           02  FILLER PIC X(12).                                        00000800
           02  LEAGUEL    COMP  PIC  S9(4).                             00000900
           02  LEAGUEF    PICTURE X.                                    00001000
           02  FILLER REDEFINES LEAGUEF.                                00001100
             03 LEAGUEA    PICTURE X.                                   00001200
           02  LEAGUEI  PIC X(2).                                       00001300
           02  TEAML    COMP  PIC  S9(4).                               00001400
           02  TEAMF    PICTURE X.                                      00001500
           02  FILLER REDEFINES TEAMF.                                  00001600
             03 TEAMA    PICTURE X.                                     00001700
           02  TEAMI  PIC X(2).                                         00001800
           02  BOWLERL    COMP  PIC  S9(4).                             00001900
           02  BOWLERF    PICTURE X.                                    00002000
           02  FILLER REDEFINES BOWLERF.                                00002100
             03 BOWLERA    PICTURE X.                                   00002200
           02  BOWLERI  PIC X(10).                                      00002300
           02  TMNAMEL    COMP  PIC  S9(4).                             00002400
           02  TMNAMEF    PICTURE X.                                    00002500
           02  FILLER REDEFINES TMNAMEF.                                00002600
             03 TMNAMEA    PICTURE X.                                   00002700
           02  TMNAMEI  PIC X(20).                                      00002800
           02  GAMESL    COMP  PIC  S9(4).                              00002900
           02  GAMESF    PICTURE X.                                     00003000
           02  FILLER REDEFINES GAMESF.                                 00003100
             03 GAMESA    PICTURE X.                                    00003200
           02  GAMESI  PIC X(5).                                        00003300
           02  PINSL    COMP  PIC  S9(4).                               00003400
           02  PINSF    PICTURE X.                                      00003500
           02  FILLER REDEFINES PINSF.                                  00003600
             03 PINSA    PICTURE X.                                     00003700
           02  PINSI  PIC X(7).                                         00003800
           02  AVERAGEL    COMP  PIC  S9(4).                            00003900
           02  AVERAGEF    PICTURE X.                                   00004000
           02  FILLER REDEFINES AVERAGEF.                               00004100
             03 AVERAGEA    PICTURE X.                                  00004200
           02  AVERAGEI  PIC X(3).                                      00004300
           02  HIGAMEL    COMP  PIC  S9(4).                             00004400
           02  HIGAMEF    PICTURE X.                                    00004500
           02  FILLER REDEFINES HIGAMEF.                                00004600
             03 HIGAMEA    PICTURE X.                                   00004700
           02  HIGAMEI  PIC X(3).                                       00004800
           02  HISERL    COMP  PIC  S9(4).                              00004900
           02  HISERF    PICTURE X.                                     00005000
           02  FILLER REDEFINES HISERF.                                 00005100
             03 HISERA    PICTURE X.                                    00005200
           02  HISERI  PIC X(4).                                        00005300
           02  WEEKSL    COMP  PIC  S9(4).                              00005400
           02  WEEKSF    PICTURE X.                                     00005500
           02  FILLER REDEFINES WEEKSF.                                 00005600
             03 WEEKSA    PICTURE X.                                    00005700
           02  WEEKSI  PIC X(2).                                        00005800
           02  HDCPL    COMP  PIC  S9(4).                               00005900
           02  HDCPF    PICTURE X.                                      00006000
           02  FILLER REDEFINES HDCPF.                                  00006100
             03 HDCPA    PICTURE X.                                     00006200
           02  HDCPI  PIC X(3).                                         00006300
           02  HDCPSRCL    COMP  PIC  S9(4).                            00006400
           02  HDCPSRCF    PICTURE X.                                   00006500
           02  FILLER REDEFINES HDCPSRCF.                               00006600
             03 HDCPSRCA    PICTURE X.                                  00006700
           02  HDCPSRCI  PIC X(8).                                      00006800
           02  HDCPAVGL    COMP  PIC  S9(4).                            00006900
           02  HDCPAVGF    PICTURE X.                                   00007000
           02  FILLER REDEFINES HDCPAVGF.                               00007100
             03 HDCPAVGA    PICTURE X.                                  00007200
           02  HDCPAVGI  PIC X(3).                                      00007300
           02  DUEOWEDL    COMP  PIC  S9(4).                            00007400
           02  DUEOWEDF    PICTURE X.                                   00007500
           02  FILLER REDEFINES DUEOWEDF.                               00007600
             03 DUEOWEDA    PICTURE X.                                  00007700
           02  DUEOWEDI  PIC X(8).                                      00007800
           02  DUEPAIDL    COMP  PIC  S9(4).                            00007900
           02  DUEPAIDF    PICTURE X.                                   00008000
           02  FILLER REDEFINES DUEPAIDF.                               00008100
             03 DUEPAIDA    PICTURE X.                                  00008200
           02  DUEPAIDI  PIC X(8).                                      00008300
           02  DUEBALL    COMP  PIC  S9(4).                             00008400
           02  DUEBALF    PICTURE X.                                    00008500
           02  FILLER REDEFINES DUEBALF.                                00008600
             03 DUEBALA    PICTURE X.                                   00008700
           02  DUEBALI  PIC X(9).                                       00008800
           02  ROSSTATL    COMP  PIC  S9(4).                            00008900
           02  ROSSTATF    PICTURE X.                                   00009000
           02  FILLER REDEFINES ROSSTATF.                               00009100
             03 ROSSTATA    PICTURE X.                                  00009200
           02  ROSSTATI  PIC X(24).                                     00009300
           02  NIGHT1L    COMP  PIC  S9(4).                             00009400
           02  NIGHT1F    PICTURE X.                                    00009500
           02  FILLER REDEFINES NIGHT1F.                                00009600
             03 NIGHT1A    PICTURE X.                                   00009700
           02  NIGHT1I  PIC X(60).                                      00009800
           02  NIGHT2L    COMP  PIC  S9(4).                             00009900
           02  NIGHT2F    PICTURE X.                                    00010000
           02  FILLER REDEFINES NIGHT2F.                                00010100
             03 NIGHT2A    PICTURE X.                                   00010200
           02  NIGHT2I  PIC X(60).                                      00010300
           02  NIGHT3L    COMP  PIC  S9(4).                             00010400
           02  NIGHT3F    PICTURE X.                                    00010500
           02  FILLER REDEFINES NIGHT3F.                                00010600
             03 NIGHT3A    PICTURE X.                                   00010700
           02  NIGHT3I  PIC X(60).                                      00010800
           02  NIGHT4L    COMP  PIC  S9(4).                             00010900
           02  NIGHT4F    PICTURE X.                                    00011000
           02  FILLER REDEFINES NIGHT4F.                                00011100
             03 NIGHT4A    PICTURE X.                                   00011200
           02  NIGHT4I  PIC X(60).                                      00011300
           02  MSGL    COMP  PIC  S9(4).                                00011400
           02  MSGF    PICTURE X.                                       00011500
           02  FILLER REDEFINES MSGF.                                   00011600
             03 MSGA    PICTURE X.                                      00011700
           02  MSGI  PIC X(79).                                         00011800
       01  BWLINQO REDEFINES BWLINQI.                                   00011900
           02  FILLER PIC X(12).                                        00012000
           02  FILLER PICTURE X(3).                                     00012100
           02  LEAGUEO  PIC X(2).                                       00012200
           02  FILLER PICTURE X(3).                                     00012300
           02  TEAMO  PIC X(2).                                         00012400
           02  FILLER PICTURE X(3).                                     00012500
           02  BOWLERO  PIC X(10).                                      00012600
           02  FILLER PICTURE X(3).                                     00012700
           02  TMNAMEO  PIC X(20).                                      00012800
           02  FILLER PICTURE X(3).                                     00012900
           02  GAMESO  PIC X(5).                                        00013000
           02  FILLER PICTURE X(3).                                     00013100
           02  PINSO  PIC X(7).                                         00013200
           02  FILLER PICTURE X(3).                                     00013300
           02  AVERAGEO  PIC X(3).                                      00013400
           02  FILLER PICTURE X(3).                                     00013500
           02  HIGAMEO  PIC X(3).                                       00013600
           02  FILLER PICTURE X(3).                                     00013700
           02  HISERO  PIC X(4).                                        00013800
           02  FILLER PICTURE X(3).                                     00013900
           02  WEEKSO  PIC X(2).                                        00014000
           02  FILLER PICTURE X(3).                                     00014100
           02  HDCPO  PIC X(3).                                         00014200
           02  FILLER PICTURE X(3).                                     00014300
           02  HDCPSRCO  PIC X(8).                                      00014400
           02  FILLER PICTURE X(3).                                     00014500
           02  HDCPAVGO  PIC X(3).                                      00014600
           02  FILLER PICTURE X(3).                                     00014700
           02  DUEOWEDO  PIC X(8).                                      00014800
           02  FILLER PICTURE X(3).                                     00014900
           02  DUEPAIDO  PIC X(8).                                      00015000
           02  FILLER PICTURE X(3).                                     00015100
           02  DUEBALO  PIC X(9).                                       00015200
           02  FILLER PICTURE X(3).                                     00015300
           02  ROSSTATO  PIC X(24).                                     00015400
           02  FILLER PICTURE X(3).                                     00015500
           02  NIGHT1O  PIC X(60).                                      00015600
           02  FILLER PICTURE X(3).                                     00015700
           02  NIGHT2O  PIC X(60).                                      00015800
           02  FILLER PICTURE X(3).                                     00015900
           02  NIGHT3O  PIC X(60).                                      00016000
           02  FILLER PICTURE X(3).                                     00016100
           02  NIGHT4O  PIC X(60).                                      00016200
           02  FILLER PICTURE X(3).                                     00016300
           02  MSGO  PIC X(79).                                         00016400
