000100************************************************************
000200* RQSTACT  - REQUEST ACTION RECORD. ONE CANCEL, HOLD OR     *
000300*            RELEASE OF A REQUEST, KEYED BY REQUEST ID AND  *
000400*            CARRYING THE DEPARTMENT THE REQUEST BELONGS TO *
000500*            AS A CHECK. WRITTEN BY COBREQ TO THE NBRA      *
000600*            EXTRAPARTITION QUEUE AND PUNCHED AS BATCH      *
000700*            CARDS FOR COBRQACJ; READ BY COBRQAC, WHICH     *
000800*            APPLIES IT TO RQSTMST. THE USER ID IS THE CICS *
000900*            SIGN-ON OF THE CLERK OR, ON A CARD, WHOEVER    *
001000*            ASKED FOR IT. COPIED BY COBREQ AND COBRQAC SO  *
001100*            THE LAYOUT STAYS IN ONE PLACE.                 *
001200*                                                           *
001300*            COLS  1-8   REQUEST ID                         *
001400*            COLS  9-12  DEPARTMENT CODE                    *
001500*            COL  13     ACTION - C CANCEL, H HOLD,         *
001600*                                 L RELEASE                 *
001700*            COLS 14-21  USER ID                            *
001800*----------------------------------------------------------*
001900* DATE       INIT  DESCRIPTION                              *
002000* 2026-10-15  RA   ORIGINAL COPYBOOK.                       *
002100************************************************************
002200 01  AC-ACTION-RECORD.
002300     05  AC-REQUEST-ID            PIC X(08).
002400     05  AC-DEPT-CODE             PIC X(04).
002500     05  AC-ACTION-CODE           PIC X(01).
002600         88  AC-CANCEL                         VALUE 'C'.
002700         88  AC-HOLD                           VALUE 'H'.
002800         88  AC-RELEASE                        VALUE 'L'.
002900     05  AC-USER-ID               PIC X(08).
003000     05  FILLER                   PIC X(59).
