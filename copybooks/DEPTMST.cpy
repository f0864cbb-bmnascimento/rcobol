000500*            THE FD OF EVERY PROGRAM THAT READS OR          *
000600*            MAINTAINS THE VSAM MASTER (COBSUM, COBDPTM)    *
000700*            SO THE LAYOUT STAYS IN ONE PLACE.              *
000710*                                                           *
000720*            DM-DELIVERY-CODE ROUTES THE DEPARTMENT'S       *
000730*            MORNING OUTPUT (COBDLVR). THE FIRST BYTE IS    *
000740*            THE METHOD, THE SECOND THE SYSOUT CLASS:       *
000750*              P<CLASS>  PRINT IN THAT SYSOUT CLASS         *
000760*              H<CLASS>  HELD SYSOUT IN THAT CLASS          *
000770*              T         TRANSMIT DATASETS (CLASS UNUSED)   *
000780*            A BLANK CLASS MEANS CLASS A; ANY OTHER METHOD  *
000790*            IS PRINTED IN CLASS A AND FLAGGED.             *
000800*----------------------------------------------------------*
000900* DATE       INIT  DESCRIPTION                              *
001000* 2026-09-02  RA   ORIGINAL COPYBOOK.                       *
001010* 2026-10-15  RA   SPLIT DM-DELIVERY-CODE INTO METHOD AND   *
001020*                  CLASS FOR THE COBDLVR DELIVERY STEP.     *
001030* 2026-10-15  RA   ADDED THE LAST ACCEPTED SUBMISSION       *
001040*                  SEQUENCE AND DATE FOR COBSUBM INTAKE.    *
001050* 2026-10-15  RA   ADDED THE TURNAROUND TARGET IN DAYS FOR  *
001060*                  THE COBTURN SERVICE-LEVEL REPORT.        *
001100************************************************************
001200 01  DM-MASTER-RECORD.
001300     05  DM-DEPT-CODE             PIC X(04).
001400     05  DM-DEPT-NAME             PIC X(30).
001500     05  DM-DELIVERY-CODE         PIC X(02).
001510     05  DM-DELIVERY-PARTS REDEFINES DM-DELIVERY-CODE.
001520         10  DM-DELIVERY-METHOD   PIC X(01).
001530             88  DM-DELIVER-PRINT              VALUE 'P'.
001540             88  DM-DELIVER-HELD               VALUE 'H'.
001550             88  DM-DELIVER-XMIT               VALUE 'T'.
001560         10  DM-DELIVERY-CLASS    PIC X(01).
001600     05  DM-ACTIVE-SW             PIC X(01).
001700         88  DM-ACTIVE                         VALUE 'A'.
001800         88  DM-INACTIVE                       VALUE 'I'.
001810*    LAST DEPARTMENT SUBMISSION FILE COBSUBM ACCEPTED. BOTH
001820*    ARE BLANK UNTIL THE FIRST ONE, WHICH MUST BE SEQUENCE 1.
001830     05  DM-LAST-SUBM-SEQ         PIC 9(05).
001840     05  DM-LAST-SUBM-DATE        PIC 9(08).
001850*    TURNAROUND TARGET IN DAYS FROM RECEIPT TO ANSWER, SET
001860*    BY COBDPTM. BLANK OR ZERO MEANS NO TARGET IS HELD.
001870     05  DM-TARGET-DAYS           PIC 9(03).
001900     05  FILLER                   PIC X(27).
