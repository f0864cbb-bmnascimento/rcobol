000800*            NIGHT THE RECYCLED REQUEST COMES BACK THROUGH. *
000900*            THE RECEIVED DATE IS SET ON FIRST SIGHT AND    *
001000*            NEVER CHANGED; THE STATUS DATE MOVES WITH      *
001100*            EVERY STATUS CHANGE. COBRQAC RECORDS A         *
001110*            CANCEL, HOLD OR RELEASE KEYED BY REQUEST ID,   *
001120*            SAVING THE STATUS A HOLD REPLACED IN           *
001130*            RQ-PRIOR-STATUS SO A RELEASE CAN PUT IT BACK.  *
001140*            COPIED INTO THE FD OF EVERY PROGRAM THAT       *
001150*            READS OR MAINTAINS THE VSAM MASTER (COBSUM,    *
001160*            COBEXFIX, COBRQAC, COBRQAG) SO THE LAYOUT      *
001170*            STAYS IN ONE PLACE.                            *
001500*----------------------------------------------------------*
001600* DATE       INIT  DESCRIPTION                              *
001700* 2026-09-02  RA   ORIGINAL COPYBOOK.                       *
001710* 2026-10-15  RA   ADDED THE CANCELLED, HELD AND RELEASED   *
001720*                  STATUSES AND RQ-PRIOR-STATUS, CARVED     *
001730*                  FROM THE FILLER.                         *
001800************************************************************
001900 01  RQ-MASTER-RECORD.
002000     05  RQ-REQUEST-ID            PIC X(08).
002400         88  RQ-REJECTED                       VALUE 'R'.
002500         88  RQ-RECYCLED                       VALUE 'C'.
002600         88  RQ-REANSWERED                     VALUE 'N'.
002610         88  RQ-CANCELLED                      VALUE 'X'.
002620         88  RQ-HELD                           VALUE 'H'.
002630         88  RQ-RELEASED                       VALUE 'L'.
002700     05  RQ-RECEIVED-DATE         PIC 9(08).
002800     05  RQ-STATUS-DATE           PIC 9(08).
002900     05  RQ-REJECT-REASON         PIC X(30).
002910     05  RQ-PRIOR-STATUS          PIC X(01).
003000     05  FILLER                   PIC X(20).
