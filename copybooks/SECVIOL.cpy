000100************************************************************
000200* SECVIOL  - SECURITY VIOLATION LOG RECORD. ONE REFUSAL OF  *
000300*            AN ONLINE USER WHO TRIED TO KEY, ACT ON OR     *
000400*            INQUIRE ON A DEPARTMENT THEY HOLD NO AUTHORITY *
000500*            FOR ON USRAUTH. WRITTEN BY COBREQ (NBRE) AND   *
000600*            COBRQST (NBRS) TO THE NBRV EXTRAPARTITION      *
000700*            QUEUE; PRINTED EACH MORNING BY COBSECR. THE    *
000800*            DEPARTMENT LEADS THE RECORD SO THE LOG SORTS   *
000900*            STRAIGHT INTO DEPARTMENT ORDER.                *
001000*----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                              *
001200* 2026-10-15  RA   ORIGINAL COPYBOOK.                       *
001300************************************************************
001400 01  SV-VIOLATION-RECORD.
001500     05  SV-DEPT-CODE             PIC X(04).
001600     05  SV-DATE                  PIC X(08).
001700     05  SV-TIME                  PIC X(06).
001800     05  SV-USER-ID               PIC X(08).
001900     05  SV-TRANSID               PIC X(04).
002000     05  SV-TERMINAL              PIC X(04).
002100     05  SV-REQUEST-ID            PIC X(08).
002200     05  SV-REASON                PIC X(30).
002300     05  FILLER                   PIC X(08).
