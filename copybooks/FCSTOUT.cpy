000100************************************************************
000200* FCSTOUT  - COBFCST FORECAST SUMMARY RECORD. ONE RECORD    *
000300*            PER COBFCST RUN CARRYING THE NIGHT'S COMPANY   *
000400*            ESTIMATE - NUMBERS TO COMPUTE, WORK UNITS AND  *
000500*            ELAPSED SECONDS AT THE UNITS-PER-SECOND RATE   *
000600*            IN FORCE - AND THE MASTER SAMPLE BEHIND THE    *
000700*            EXPECTED HIT RATE, SO COBPERF CAN SCORE THE    *
000800*            FORECAST AGAINST WHAT COBSUM ACTUALLY DID.     *
000900*            COPIED BY COBFCST (WRITER) AND COBPERF         *
001000*            (READER) SO THE LAYOUT STAYS IN ONE PLACE.     *
001100*----------------------------------------------------------*
001200* DATE       INIT  DESCRIPTION                              *
001300* 2026-10-15  RA   ORIGINAL COPYBOOK.                       *
001400************************************************************
001500 01  FO-FCST-RECORD.
001600     05  FO-RUN-DATE              PIC 9(08).
001700     05  FO-NUMBERS               PIC 9(15).
001800     05  FO-EST-UNITS             PIC 9(15).
001900     05  FO-EST-SECONDS           PIC 9(11).
002000     05  FO-UNITS-PER-SEC         PIC 9(11).
002100     05  FO-SAMPLES               PIC 9(09).
002200     05  FO-SAMPLE-HITS           PIC 9(09).
002300     05  FILLER                   PIC X(02).
