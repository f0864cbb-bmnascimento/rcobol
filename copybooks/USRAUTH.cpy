000100************************************************************
000200* USRAUTH  - USER-TO-DEPARTMENT AUTHORITY RECORD. ONE       *
000300*            RECORD PER CICS USER ID AND DEPARTMENT THE     *
000400*            USER MAY KEY OR INQUIRE ON, KEYED ON UA-KEY    *
000500*            (USER ID + DEPARTMENT CODE). A DEPARTMENT OF   *
000600*            '****' MARKS AN OPERATIONS USER WHO MAY WORK   *
000700*            ON EVERY DEPARTMENT. MAINTAINED ONLY BY        *
000800*            COBUSRM; READ BY THE NBRE (COBREQ) AND NBRS    *
000900*            (COBRQST) TRANSACTIONS. COPIED BY ALL THREE SO *
001000*            THE LAYOUT STAYS IN ONE PLACE.                 *
001100*----------------------------------------------------------*
001200* DATE       INIT  DESCRIPTION                              *
001300* 2026-10-15  RA   ORIGINAL COPYBOOK.                       *
001400************************************************************
001500 01  UA-AUTH-RECORD.
001600     05  UA-KEY.
001700         10  UA-USER-ID           PIC X(08).
001800         10  UA-DEPT-CODE         PIC X(04).
001900             88  UA-ALL-DEPTS                  VALUE '****'.
002000     05  UA-GRANTED-DATE          PIC 9(08).
002100     05  UA-GRANTED-BY            PIC X(08).
002200     05  FILLER                   PIC X(52).
