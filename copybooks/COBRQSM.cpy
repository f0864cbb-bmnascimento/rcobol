000100************************************************************
000200* COBRQSM  - SYMBOLIC MAP FOR THE COBRQST REQUEST STATUS    *
000300*            INQUIRY SCREEN. THIS MEMBER MIRRORS THE DSECT  *
000400*            GENERATED FROM MAPS MEMBER COBRQSM AND MUST BE *
000500*            REGENERATED WHENEVER THAT MAP CHANGES.         *
000600*----------------------------------------------------------*
000700* DATE       INIT  DESCRIPTION                              *
000800* 2026-10-15  RA   ORIGINAL COPYBOOK.                       *
000900************************************************************
001000 01  COBRQSI.
001100     05  FILLER                 PIC X(12).
001200     05  REQINL                 PIC S9(04) COMP.
001300     05  REQINF                 PIC X(01).
001400     05  REQINI                 PIC X(08).
001500     05  DEPTINL                PIC S9(04) COMP.
001600     05  DEPTINF                PIC X(01).
001700     05  DEPTINI                PIC X(04).
001800     05  RDEPTL                 PIC S9(04) COMP.
001900     05  RDEPTF                 PIC X(01).
002000     05  RDEPTI                 PIC X(04).
002100     05  RSTATL                 PIC S9(04) COMP.
002200     05  RSTATF                 PIC X(01).
002300     05  RSTATI                 PIC X(20).
002400     05  RRECVL                 PIC S9(04) COMP.
002500     05  RRECVF                 PIC X(01).
002600     05  RRECVI                 PIC X(10).
002700     05  RSDATL                 PIC S9(04) COMP.
002800     05  RSDATF                 PIC X(01).
002900     05  RSDATI                 PIC X(10).
003000     05  RREASL                 PIC S9(04) COMP.
003100     05  RREASF                 PIC X(01).
003200     05  RREASI                 PIC X(30).
003300     05  DLN1L                  PIC S9(04) COMP.
003400     05  DLN1F                  PIC X(01).
003500     05  DLN1I                  PIC X(72).
003600     05  DLN2L                  PIC S9(04) COMP.
003700     05  DLN2F                  PIC X(01).
003800     05  DLN2I                  PIC X(72).
003900     05  DLN3L                  PIC S9(04) COMP.
004000     05  DLN3F                  PIC X(01).
004100     05  DLN3I                  PIC X(72).
004200     05  DLN4L                  PIC S9(04) COMP.
004300     05  DLN4F                  PIC X(01).
004400     05  DLN4I                  PIC X(72).
004500     05  DLN5L                  PIC S9(04) COMP.
004600     05  DLN5F                  PIC X(01).
004700     05  DLN5I                  PIC X(72).
004800     05  DLN6L                  PIC S9(04) COMP.
004900     05  DLN6F                  PIC X(01).
005000     05  DLN6I                  PIC X(72).
005100     05  DLN7L                  PIC S9(04) COMP.
005200     05  DLN7F                  PIC X(01).
005300     05  DLN7I                  PIC X(72).
005400     05  DLN8L                  PIC S9(04) COMP.
005500     05  DLN8F                  PIC X(01).
005600     05  DLN8I                  PIC X(72).
005700     05  DPAGEL                 PIC S9(04) COMP.
005800     05  DPAGEF                 PIC X(01).
005900     05  DPAGEI                 PIC X(03).
006000     05  MSGL                   PIC S9(04) COMP.
006100     05  MSGF                   PIC X(01).
006200     05  MSGI                   PIC X(60).
006300 01  COBRQSO REDEFINES COBRQSI.
006400     05  FILLER                 PIC X(12).
006500     05  FILLER                 PIC X(03).
006600     05  REQINO                 PIC X(08).
006700     05  FILLER                 PIC X(03).
006800     05  DEPTINO                PIC X(04).
006900     05  FILLER                 PIC X(03).
007000     05  RDEPTO                 PIC X(04).
007100     05  FILLER                 PIC X(03).
007200     05  RSTATO                 PIC X(20).
007300     05  FILLER                 PIC X(03).
007400     05  RRECVO                 PIC X(10).
007500     05  FILLER                 PIC X(03).
007600     05  RSDATO                 PIC X(10).
007700     05  FILLER                 PIC X(03).
007800     05  RREASO                 PIC X(30).
007900     05  FILLER                 PIC X(03).
008000     05  DLN1O                  PIC X(72).
008100     05  FILLER                 PIC X(03).
008200     05  DLN2O                  PIC X(72).
008300     05  FILLER                 PIC X(03).
008400     05  DLN3O                  PIC X(72).
008500     05  FILLER                 PIC X(03).
008600     05  DLN4O                  PIC X(72).
008700     05  FILLER                 PIC X(03).
008800     05  DLN5O                  PIC X(72).
008900     05  FILLER                 PIC X(03).
009000     05  DLN6O                  PIC X(72).
009100     05  FILLER                 PIC X(03).
009200     05  DLN7O                  PIC X(72).
009300     05  FILLER                 PIC X(03).
009400     05  DLN8O                  PIC X(72).
009500     05  FILLER                 PIC X(03).
009600     05  DPAGEO                 PIC X(03).
009700     05  FILLER                 PIC X(03).
009800     05  MSGO                   PIC X(60).
