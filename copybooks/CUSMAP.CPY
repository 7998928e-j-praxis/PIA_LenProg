000100*****************************************************************
000200* CUSMAP.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET PRG2SET, MAP CUSMAP - THE READ-ONLY
000500* CUSTOMER ACCOUNT INQUIRY SCREEN.  GENERATED FROM THE BMS SOURCE
000600* IN BMS/PRG2SET.BMS - RE-ASSEMBLE AND REFRESH THIS COPYBOOK IF
000700* THE MAPSET FIELD LAYOUT CHANGES.  THE CUSMAPL OVERLAY AT THE
000800* BOTTOM GIVES THE FOURTEEN BODY LINES AS A TABLE SO THE INQUIRY
000900* PROGRAM CAN FILL THEM BY SUBSCRIPT.
001000*
001100* MODIFICATION HISTORY
001200*   2026-10-15  JKL  INITIAL VERSION - CUSTOMER INQUIRY MAP.
001300*****************************************************************
001400 01  CUSMAPI.
001500     05  CUSNAML                    PIC S9(4) COMP.
001600     05  CUSNAMF                    PIC X.
001700     05  FILLER REDEFINES CUSNAMF.
001800         10  CUSNAMA                PIC X.
001900     05  CUSNAMI                    PIC X(30).
002000     05  CUSKEYL                    PIC S9(4) COMP.
002100     05  CUSKEYF                    PIC X.
002200     05  FILLER REDEFINES CUSKEYF.
002300         10  CUSKEYA                PIC X.
002400     05  CUSKEYI                    PIC X(10).
002500     05  CUSACTL                    PIC S9(4) COMP.
002600     05  CUSACTF                    PIC X.
002700     05  FILLER REDEFINES CUSACTF.
002800         10  CUSACTA                PIC X.
002900     05  CUSACTI                    PIC X(01).
003000     05  CUSSELL                    PIC S9(4) COMP.
003100     05  CUSSELF                    PIC X.
003200     05  FILLER REDEFINES CUSSELF.
003300         10  CUSSELA                PIC X.
003400     05  CUSSELI                    PIC X(02).
003500     05  CUSHDGL                    PIC S9(4) COMP.
003600     05  CUSHDGF                    PIC X.
003700     05  CUSHDGI                    PIC X(72).
003800     05  CUSL01L                    PIC S9(4) COMP.
003900     05  CUSL01F                    PIC X.
004000     05  CUSL01I                    PIC X(72).
004100     05  CUSL02L                    PIC S9(4) COMP.
004200     05  CUSL02F                    PIC X.
004300     05  CUSL02I                    PIC X(72).
004400     05  CUSL03L                    PIC S9(4) COMP.
004500     05  CUSL03F                    PIC X.
004600     05  CUSL03I                    PIC X(72).
004700     05  CUSL04L                    PIC S9(4) COMP.
004800     05  CUSL04F                    PIC X.
004900     05  CUSL04I                    PIC X(72).
005000     05  CUSL05L                    PIC S9(4) COMP.
005100     05  CUSL05F                    PIC X.
005200     05  CUSL05I                    PIC X(72).
005300     05  CUSL06L                    PIC S9(4) COMP.
005400     05  CUSL06F                    PIC X.
005500     05  CUSL06I                    PIC X(72).
005600     05  CUSL07L                    PIC S9(4) COMP.
005700     05  CUSL07F                    PIC X.
005800     05  CUSL07I                    PIC X(72).
005900     05  CUSL08L                    PIC S9(4) COMP.
006000     05  CUSL08F                    PIC X.
006100     05  CUSL08I                    PIC X(72).
006200     05  CUSL09L                    PIC S9(4) COMP.
006300     05  CUSL09F                    PIC X.
006400     05  CUSL09I                    PIC X(72).
006500     05  CUSL10L                    PIC S9(4) COMP.
006600     05  CUSL10F                    PIC X.
006700     05  CUSL10I                    PIC X(72).
006800     05  CUSL11L                    PIC S9(4) COMP.
006900     05  CUSL11F                    PIC X.
007000     05  CUSL11I                    PIC X(72).
007100     05  CUSL12L                    PIC S9(4) COMP.
007200     05  CUSL12F                    PIC X.
007300     05  CUSL12I                    PIC X(72).
007400     05  CUSL13L                    PIC S9(4) COMP.
007500     05  CUSL13F                    PIC X.
007600     05  CUSL13I                    PIC X(72).
007700     05  CUSL14L                    PIC S9(4) COMP.
007800     05  CUSL14F                    PIC X.
007900     05  CUSL14I                    PIC X(72).
008000     05  CUSMSGL                    PIC S9(4) COMP.
008100     05  CUSMSGF                    PIC X.
008200     05  FILLER REDEFINES CUSMSGF.
008300         10  CUSMSGA                PIC X.
008400     05  CUSMSGI                    PIC X(79).
008500 01  CUSMAPO REDEFINES CUSMAPI.
008600     05  FILLER                     PIC X(03).
008700     05  CUSNAMO                    PIC X(30).
008800     05  FILLER                     PIC X(03).
008900     05  CUSKEYO                    PIC X(10).
009000     05  FILLER                     PIC X(03).
009100     05  CUSACTO                    PIC X(01).
009200     05  FILLER                     PIC X(03).
009300     05  CUSSELO                    PIC X(02).
009400     05  FILLER                     PIC X(03).
009500     05  CUSHDGO                    PIC X(72).
009600     05  FILLER                     PIC X(03).
009700     05  CUSL01O                    PIC X(72).
009800     05  FILLER                     PIC X(03).
009900     05  CUSL02O                    PIC X(72).
010000     05  FILLER                     PIC X(03).
010100     05  CUSL03O                    PIC X(72).
010200     05  FILLER                     PIC X(03).
010300     05  CUSL04O                    PIC X(72).
010400     05  FILLER                     PIC X(03).
010500     05  CUSL05O                    PIC X(72).
010600     05  FILLER                     PIC X(03).
010700     05  CUSL06O                    PIC X(72).
010800     05  FILLER                     PIC X(03).
010900     05  CUSL07O                    PIC X(72).
011000     05  FILLER                     PIC X(03).
011100     05  CUSL08O                    PIC X(72).
011200     05  FILLER                     PIC X(03).
011300     05  CUSL09O                    PIC X(72).
011400     05  FILLER                     PIC X(03).
011500     05  CUSL10O                    PIC X(72).
011600     05  FILLER                     PIC X(03).
011700     05  CUSL11O                    PIC X(72).
011800     05  FILLER                     PIC X(03).
011900     05  CUSL12O                    PIC X(72).
012000     05  FILLER                     PIC X(03).
012100     05  CUSL13O                    PIC X(72).
012200     05  FILLER                     PIC X(03).
012300     05  CUSL14O                    PIC X(72).
012400     05  FILLER                     PIC X(03).
012500     05  CUSMSGO                    PIC X(79).
012600 01  CUSMAPL REDEFINES CUSMAPI.
012700     05  FILLER                     PIC X(130).
012800     05  CUS-LINE-ENTRY OCCURS 14 TIMES.
012900         10  FILLER                 PIC X(03).
013000         10  CUS-LINE-TEXT          PIC X(72).
013100     05  FILLER                     PIC X(82).
