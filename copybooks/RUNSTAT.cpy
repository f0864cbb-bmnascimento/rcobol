000100************************************************************
000200* RUNSTAT  - COBSUM RUN-STATISTICS RECORD. ONE RECORD IS    *
000300*            WRITTEN AT THE END OF EVERY FULL COBSUM RUN -  *
000400*            ONE PER SLICE ON A SPLIT NIGHT - RECORDING     *
000500*            WHAT THE RUN ACTUALLY DID AND HOW LONG IT      *
000600*            TOOK, FOR COBPERF TO SET AGAINST THE COBFCST   *
000700*            ESTIMATE. TIMES ARE HHMMSS FROM THE SYSTEM     *
000800*            CLOCK; THE ELAPSED SECONDS ALLOW FOR A RUN     *
000900*            THAT CROSSES MIDNIGHT. THE RUN DATE IS THE     *
001000*            DATE THE RUN STARTED. COPIED BY COBSUM (WRITER)*
001100*            AND COBPERF (READER) SO THE LAYOUT STAYS IN    *
001200*            ONE PLACE.                                     *
001300*----------------------------------------------------------*
001400* DATE       INIT  DESCRIPTION                              *
001500* 2026-10-15  RA   ORIGINAL COPYBOOK.                       *
001600************************************************************
001700 01  RS-STAT-RECORD.
001800     05  RS-RUN-DATE              PIC 9(08).
001900     05  RS-RUN-MODE              PIC X(01).
002000         88  RS-WHOLE-RUN                      VALUE 'W'.
002100         88  RS-SLICE-RUN                      VALUE 'S'.
002200     05  RS-JOB-ID                PIC X(08).
002300     05  RS-START-TIME            PIC 9(06).
002400     05  RS-END-TIME              PIC 9(06).
002500     05  RS-ELAPSED-SECONDS       PIC 9(07).
002600     05  RS-MASTER-HITS           PIC 9(09).
002700     05  RS-MASTER-MISSES         PIC 9(09).
002800     05  RS-NUMBERS-COMPUTED      PIC 9(09).
002900     05  RS-REJECTS               PIC 9(09).
003000     05  FILLER                   PIC X(08).
