000600*----------------------------------------------------------*
000700* DATE       INIT  DESCRIPTION                              *
000800* 2026-09-02  RA   ORIGINAL COPYBOOK.                       *
000850* 2026-10-15  RA   ADDED THE ACTIN ACTION FIELD.            *
000900************************************************************
001000 01  COBREQI.
001100     05  FILLER                 PIC X(12).
002400     05  REQIDL                 PIC S9(04) COMP.
002500     05  REQIDF                 PIC X(01).
002600     05  REQIDI                 PIC X(08).
002610     05  ACTINL                 PIC S9(04) COMP.
002620     05  ACTINF                 PIC X(01).
002630     05  ACTINI                 PIC X(01).
002700     05  MSGL                   PIC S9(04) COMP.
002800     05  MSGF                   PIC X(01).
002900     05  MSGI                   PIC X(60).
003900     05  THRUINO                PIC X(11).
004000     05  FILLER                 PIC X(03).
004100     05  REQIDO                 PIC X(08).
004110     05  FILLER                 PIC X(03).
004120     05  ACTINO                 PIC X(01).
004200     05  FILLER                 PIC X(03).
004300     05  MSGO                   PIC X(60).
