000100************************************************************
000200* FCTMST   - CUMULATIVE FACTOR LIST MASTER RECORD. HOLDS    *
000300*            THE FULL FACTOR LIST OF EVERY NUMBER ON THE    *
000400*            RESULTS MASTER, IN THE ORDER SUM-FACTORS FOUND *
000500*            THEM, SO A MASTER HIT CAN PRINT ITS FACTOR     *
000600*            LINES WITHOUT FACTORING THE NUMBER AGAIN. A    *
000700*            LIST IS CARRIED IN SEGMENTS OF UP TO 30        *
000800*            FACTORS, KEYED ON THE NUMBER PLUS A SEGMENT    *
000900*            NUMBER FROM 001; EVERY SEGMENT REPEATS THE     *
001000*            LIST'S TOTAL FACTOR COUNT SO A READER KNOWS    *
001100*            HOW MANY SEGMENTS TO EXPECT. COPIED INTO THE   *
001200*            FD OF EVERY PROGRAM THAT READS OR LOADS THE    *
001300*            VSAM MASTER (COBSUM, COBFMLD, COBINQ) SO THE   *
001400*            LAYOUT STAYS IN ONE PLACE.                     *
001500*----------------------------------------------------------*
001600* DATE       INIT  DESCRIPTION                              *
001700* 2026-10-15  RA   ORIGINAL COPYBOOK.                       *
001800************************************************************
001900 01  FM-MASTER-RECORD.
002000     05  FM-KEY.
002100         10  FM-NUMBER            PIC 9(11).
002200         10  FM-SEGMENT           PIC 9(03).
002300     05  FM-FACTOR-TOTAL          PIC 9(05).
002400     05  FM-ENTRY-COUNT           PIC 9(02).
002500     05  FM-FACTOR-TABLE.
002600         10  FM-FACTOR            PIC 9(11)    OCCURS 30.
002700     05  FILLER                   PIC X(49).
