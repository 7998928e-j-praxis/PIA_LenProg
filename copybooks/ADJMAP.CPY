000100*****************************************************************
000200* ADJMAP.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET PRG2SET, MAP ADJMAP - THE MAKER/CHECKER
000500* BALANCE ADJUSTMENT SCREEN.  GENERATED FROM THE BMS SOURCE IN
000600* BMS/PRG2SET.BMS - RE-ASSEMBLE AND REFRESH THIS COPYBOOK IF THE
000700* MAPSET FIELD LAYOUT CHANGES.
000800*
000900* MODIFICATION HISTORY
001000*   2026-10-15  JKL  INITIAL VERSION - BALANCE ADJUSTMENT MAP.
001100*****************************************************************
001200 01  ADJMAPI.
001300     05  ADJACTL                 PIC S9(4) COMP.
001400     05  ADJACTF                 PIC X.
001500     05  FILLER REDEFINES ADJACTF.
001600         10  ADJACTA             PIC X.
001700     05  ADJACTI                 PIC X(01).
001800     05  ADJREFL                 PIC S9(4) COMP.
001900     05  ADJREFF                 PIC X.
002000     05  FILLER REDEFINES ADJREFF.
002100         10  ADJREFA             PIC X.
002200     05  ADJREFI                 PIC X(16).
002300     05  ADJCUSL                 PIC S9(4) COMP.
002400     05  ADJCUSF                 PIC X.
002500     05  FILLER REDEFINES ADJCUSF.
002600         10  ADJCUSA             PIC X.
002700     05  ADJCUSI                 PIC X(10).
002800     05  ADJTRNL                 PIC S9(4) COMP.
002900     05  ADJTRNF                 PIC X.
003000     05  FILLER REDEFINES ADJTRNF.
003100         10  ADJTRNA             PIC X.
003200     05  ADJTRNI                 PIC X(02).
003300     05  ADJAMTL                 PIC S9(4) COMP.
003400     05  ADJAMTF                 PIC X.
003500     05  FILLER REDEFINES ADJAMTF.
003600         10  ADJAMTA             PIC X.
003700     05  ADJAMTI                 PIC X(11).
003800     05  ADJSGNL                 PIC S9(4) COMP.
003900     05  ADJSGNF                 PIC X.
004000     05  FILLER REDEFINES ADJSGNF.
004100         10  ADJSGNA             PIC X.
004200     05  ADJSGNI                 PIC X(01).
004300     05  ADJRSNL                 PIC S9(4) COMP.
004400     05  ADJRSNF                 PIC X.
004500     05  FILLER REDEFINES ADJRSNF.
004600         10  ADJRSNA             PIC X.
004700     05  ADJRSNI                 PIC X(40).
004800     05  ADJSTAL                 PIC S9(4) COMP.
004900     05  ADJSTAF                 PIC X.
005000     05  FILLER REDEFINES ADJSTAF.
005100         10  ADJSTAA             PIC X.
005200     05  ADJSTAI                 PIC X(01).
005300     05  ADJMKRL                 PIC S9(4) COMP.
005400     05  ADJMKRF                 PIC X.
005500     05  FILLER REDEFINES ADJMKRF.
005600         10  ADJMKRA             PIC X.
005700     05  ADJMKRI                 PIC X(08).
005800     05  ADJCHKL                 PIC S9(4) COMP.
005900     05  ADJCHKF                 PIC X.
006000     05  FILLER REDEFINES ADJCHKF.
006100         10  ADJCHKA             PIC X.
006200     05  ADJCHKI                 PIC X(08).
006300     05  ADJMSGL                 PIC S9(4) COMP.
006400     05  ADJMSGF                 PIC X.
006500     05  FILLER REDEFINES ADJMSGF.
006600         10  ADJMSGA             PIC X.
006700     05  ADJMSGI                 PIC X(79).
006800 01  ADJMAPO REDEFINES ADJMAPI.
006900     05  FILLER                  PIC X(03).
007000     05  ADJACTO                 PIC X(01).
007100     05  FILLER                  PIC X(03).
007200     05  ADJREFO                 PIC X(16).
007300     05  FILLER                  PIC X(03).
007400     05  ADJCUSO                 PIC X(10).
007500     05  FILLER                  PIC X(03).
007600     05  ADJTRNO                 PIC X(02).
007700     05  FILLER                  PIC X(03).
007800     05  ADJAMTO                 PIC X(11).
007900     05  FILLER                  PIC X(03).
008000     05  ADJSGNO                 PIC X(01).
008100     05  FILLER                  PIC X(03).
008200     05  ADJRSNO                 PIC X(40).
008300     05  FILLER                  PIC X(03).
008400     05  ADJSTAO                 PIC X(01).
008500     05  FILLER                  PIC X(03).
008600     05  ADJMKRO                 PIC X(08).
008700     05  FILLER                  PIC X(03).
008800     05  ADJCHKO                 PIC X(08).
008900     05  FILLER                  PIC X(03).
009000     05  ADJMSGO                 PIC X(79).
