000600*----------------------------------------------------------*
000700* DATE       INIT  DESCRIPTION                              *
000800* 2026-08-22  RA   ORIGINAL COPYBOOK.                       *
000810* 2026-10-15  RA   ADDED FCNT, FPAGE AND FLN1-FLN5 FOR THE  *
000820*                  FACTOR LIST SHOWN BELOW THE RESULT.      *
000900************************************************************
001000 01  COBINQI.
001100     05  FILLER                 PIC X(12).
002100     05  FDATEL                 PIC S9(04) COMP.
002200     05  FDATEF                 PIC X(01).
002300     05  FDATEI                 PIC X(10).
002310     05  FCNTL                  PIC S9(04) COMP.
002313     05  FCNTF                  PIC X(01).
002316     05  FCNTI                  PIC X(05).
002319     05  FPAGEL                 PIC S9(04) COMP.
002322     05  FPAGEF                 PIC X(01).
002325     05  FPAGEI                 PIC X(10).
002328     05  FLN1L                  PIC S9(04) COMP.
002331     05  FLN1F                  PIC X(01).
002334     05  FLN1I                  PIC X(72).
002337     05  FLN2L                  PIC S9(04) COMP.
002340     05  FLN2F                  PIC X(01).
002343     05  FLN2I                  PIC X(72).
002346     05  FLN3L                  PIC S9(04) COMP.
002349     05  FLN3F                  PIC X(01).
002352     05  FLN3I                  PIC X(72).
002355     05  FLN4L                  PIC S9(04) COMP.
002358     05  FLN4F                  PIC X(01).
002361     05  FLN4I                  PIC X(72).
002364     05  FLN5L                  PIC S9(04) COMP.
002367     05  FLN5F                  PIC X(01).
002370     05  FLN5I                  PIC X(72).
002400     05  MSGL                   PIC S9(04) COMP.
002500     05  MSGF                   PIC X(01).
002600     05  MSGI                   PIC X(60).
003400     05  CLASSO                 PIC X(10).
003500     05  FILLER                 PIC X(03).
003600     05  FDATEO                 PIC X(10).
003605     05  FILLER                 PIC X(03).
003611     05  FCNTO                  PIC X(05).
003617     05  FILLER                 PIC X(03).
003623     05  FPAGEO                 PIC X(10).
003629     05  FILLER                 PIC X(03).
003635     05  FLN1O                  PIC X(72).
003641     05  FILLER                 PIC X(03).
003647     05  FLN2O                  PIC X(72).
003653     05  FILLER                 PIC X(03).
003659     05  FLN3O                  PIC X(72).
003665     05  FILLER                 PIC X(03).
003671     05  FLN4O                  PIC X(72).
003677     05  FILLER                 PIC X(03).
003683     05  FLN5O                  PIC X(72).
003700     05  FILLER                 PIC X(03).
003800     05  MSGO                   PIC X(60).
