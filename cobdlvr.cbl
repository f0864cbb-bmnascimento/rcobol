000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBDLVR.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBDLVR  - MORNING REPORT AND ANSWER DELIVERY BY          *
001000*            DEPARTMENT.                                    *
001100*                                                           *
001200*   RUNS AFTER COBSUM (OR AFTER COBMRG ON A SPLIT NIGHT)    *
001300*   AND CUTS THE NIGHT'S OUTPUT INTO ONE DATASET PER        *
001400*   DEPARTMENT, ROUTED BY THE DEPARTMENT'S DELIVERY CODE    *
001500*   ON DEPTMST:                                             *
001600*                                                           *
001700*     P<CLASS>  SYSOUT IN THAT CLASS, RELEASED TO PRINT     *
001800*     H<CLASS>  SYSOUT IN THAT CLASS, HELD ON THE SPOOL     *
001900*     T         CATALOGED TRANSMIT DATASETS                 *
002000*               PROD.COBSUM.XMIT.D<DEPT>.D<YYMMDD>.SUMRPT   *
002100*               PROD.COBSUM.XMIT.D<DEPT>.D<YYMMDD>.IFACOUT  *
002200*                                                           *
002300*   A BLANK CLASS MEANS CLASS A. A DEPARTMENT WITH ANY      *
002400*   OTHER CODE, OR NOT ON DEPTMST AT ALL, IS PRINTED IN     *
002500*   CLASS A SO NOTHING IS LOST, AND FLAGGED ON THE          *
002600*   MANIFEST.                                               *
002700*                                                           *
002800*   THE FIRST PASS WALKS SUMRPT LINE BY LINE THE WAY        *
002900*   COBMRG DOES: A PAGE HEADING IS HELD UNTIL THE LINE      *
003000*   BEHIND IT SHOWS WHETHER IT OPENS A DEPARTMENT PAGE      *
003100*   (FIXED-COLUMN DEPARTMENT HEADING) OR A PAGE THAT        *
003200*   BELONGS TO NO DEPARTMENT, SUCH AS THE COMPANY GRAND     *
003300*   TOTALS. LINES KEEP THEIR OWN CARRIAGE CONTROL, SO A     *
003400*   DEPARTMENT RECEIVES EXACTLY THE PAGES COBSUM PRINTED    *
003500*   FOR IT. LINES OUTSIDE ANY DEPARTMENT ARE COUNTED BUT    *
003600*   NOT DELIVERED - THE STEP030 OPERATIONS COPY STILL       *
003700*   CARRIES THEM. THE SECOND PASS CUTS IFACOUT, WHICH IS    *
003800*   IN DEPARTMENT ORDER, BY IFACOUT-DEPT-CODE.              *
003900*                                                           *
004000*   EACH DEPARTMENT'S OUTPUT IS ALLOCATED AS IT IS REACHED  *
004100*   THROUGH THE BPXWDYN DYNAMIC ALLOCATION SERVICE AND      *
004200*   FREED WHEN THE DEPARTMENT ENDS, SO A SYSOUT DATASET     *
004300*   SPINS OFF TO ITS CLASS AT ONCE AND THE STEP NEEDS NO    *
004400*   DD PER DEPARTMENT. AN ALLOCATION THAT FAILS IS          *
004500*   FLAGGED ON THE MANIFEST AND THE RUN GOES ON WITH THE    *
004600*   OTHER DEPARTMENTS.                                      *
004700*                                                           *
004800*   THE DLVMNFT DISTRIBUTION MANIFEST LISTS EVERY           *
004900*   DEPARTMENT WITH ITS DELIVERY CODE, ROUTE, PAGE COUNT    *
005000*   AND ANSWER RECORD COUNT, AND THE TRANSMIT DATASET       *
005100*   NAMES. RETURN CODE 4 WHEN ANY DEPARTMENT WAS ROUTED     *
005200*   BY DEFAULT, 8 WHEN ANY DELIVERY FAILED.                 *
005300************************************************************
005400* MODIFICATION HISTORY                                      *
005500*----------------------------------------------------------*
005600* DATE       INIT  DESCRIPTION                              *
005700* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
005800************************************************************
005900*
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT SUMRPT-FILE ASSIGN TO SUMRPT
006700            ORGANIZATION IS SEQUENTIAL.
006800*
006900     SELECT IFACOUT-FILE ASSIGN TO IFACOUT
007000            ORGANIZATION IS SEQUENTIAL.
007100*
007200     SELECT DEPTMST-FILE ASSIGN TO DEPTMST
007300            ORGANIZATION IS INDEXED
007400            ACCESS MODE IS RANDOM
007500            RECORD KEY IS DM-DEPT-CODE
007600            FILE STATUS IS WSS-DEPTMST-STATUS.
007700*
007800     SELECT DLVRPT-FILE ASSIGN TO DLVRPT
007900            ORGANIZATION IS SEQUENTIAL.
008000*
008100     SELECT DLVIFAC-FILE ASSIGN TO DLVIFAC
008200            ORGANIZATION IS SEQUENTIAL.
008300*
008400     SELECT DLVMNFT-FILE ASSIGN TO DLVMNFT
008500            ORGANIZATION IS SEQUENTIAL.
008600*
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  SUMRPT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  SUMRPT-RECORD              PIC X(132).
009300*
009400 FD  IFACOUT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  IFACOUT-RECORD.
009800     05  IFACOUT-NUMBER         PIC 9(11).
009900     05  IFACOUT-SUM            PIC 9(11).
010000     05  IFACOUT-REQUEST-ID     PIC X(08).
010100     05  IFACOUT-DEPT-CODE      PIC X(04).
010200     05  FILLER                 PIC X(46).
010300*
010400 FD  DEPTMST-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY DEPTMST.
010700*
010800 FD  DLVRPT-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  DLVRPT-RECORD              PIC X(132).
011200*
011300 FD  DLVIFAC-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600 01  DLVIFAC-RECORD             PIC X(80).
011700*
011800 FD  DLVMNFT-FILE
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 01  DLVMNFT-RECORD             PIC X(132).
012200*
012300 WORKING-STORAGE SECTION.
012400 01  WSS-SWITCHES.
012500     05  WSS-RPT-EOF-SW           PIC X(01)    VALUE 'N'.
012600         88  WSS-RPT-EOF                       VALUE 'Y'.
012700         88  WSS-RPT-NOT-EOF                   VALUE 'N'.
012800     05  WSS-IFAC-EOF-SW          PIC X(01)    VALUE 'N'.
012900         88  WSS-IFAC-EOF                      VALUE 'Y'.
013000         88  WSS-IFAC-NOT-EOF                  VALUE 'N'.
013100     05  WSS-DEPT-FOUND-SW        PIC X(01)    VALUE 'N'.
013200         88  WSS-DEPT-FOUND                    VALUE 'Y'.
013300         88  WSS-DEPT-NOT-FOUND-YET            VALUE 'N'.
013400     05  WSS-DLVRPT-OPEN-SW       PIC X(01)    VALUE 'N'.
013500         88  WSS-DLVRPT-OPEN                   VALUE 'Y'.
013600         88  WSS-DLVRPT-CLOSED                 VALUE 'N'.
013700     05  WSS-DLVIFAC-OPEN-SW      PIC X(01)    VALUE 'N'.
013800         88  WSS-DLVIFAC-OPEN                  VALUE 'Y'.
013900         88  WSS-DLVIFAC-CLOSED                VALUE 'N'.
014000     05  WSS-DYN-SEEN-SW          PIC X(01)    VALUE 'N'.
014100         88  WSS-DYN-SEEN                      VALUE 'Y'.
014200         88  WSS-DYN-NOT-SEEN                  VALUE 'N'.
014300*
014400 01  WSS-DEPTMST-STATUS           PIC X(02)    VALUE SPACES.
014500     88  WSS-DEPTMST-OK                        VALUE '00'.
014600     88  WSS-DEPTMST-NOT-FOUND                 VALUE '23'.
014700*
014800 77  WSS-RPT-LINES-READ           PIC 9(09)    VALUE ZEROS.
014900 77  WSS-UNASSIGNED-LINES         PIC 9(09)    VALUE ZEROS.
015000 77  WSS-IFAC-READ-COUNT          PIC 9(09)    VALUE ZEROS.
015100 77  WSS-TOTAL-PAGES              PIC 9(09)    VALUE ZEROS.
015200 77  WSS-TOTAL-RECORDS            PIC 9(09)    VALUE ZEROS.
015300 77  WSS-DEFAULTED-COUNT          PIC 9(09)    VALUE ZEROS.
015400 77  WSS-FAILED-COUNT             PIC 9(09)    VALUE ZEROS.
015500*
015600 01  WSS-RPT-LINE                 PIC X(132).
015700 01  WSS-HELD-LINE                PIC X(132).
015800 01  WSS-OUT-LINE                 PIC X(132).
015900*
016000 01  WSS-RPT-DEPT                 PIC X(04)    VALUE SPACES.
016100 01  WSS-RPT-IX                   PIC 9(03)    VALUE ZEROS.
016200 01  WSS-IFAC-DEPT                PIC X(04)    VALUE LOW-VALUES.
016300 01  WSS-IFAC-IX                  PIC 9(03)    VALUE ZEROS.
016400 01  WSS-FIND-DEPT                PIC X(04).
016500*
016600 01  WSS-DEPT-TABLE.
016700     05  WSS-DEPT-COUNT           PIC 9(03)    VALUE ZEROS.
016800     05  WSS-DEPT-ENTRY OCCURS 500.
016900         10  WSS-DEPT-TAB-CODE    PIC X(04).
017000         10  WSS-DEPT-TAB-NAME    PIC X(30).
017100         10  WSS-DEPT-TAB-DLV     PIC X(02).
017200         10  WSS-DEPT-TAB-METHOD  PIC X(01).
017300             88  WSS-DEPT-TAB-PRINT            VALUE 'P'.
017400             88  WSS-DEPT-TAB-HELD             VALUE 'H'.
017500             88  WSS-DEPT-TAB-XMIT             VALUE 'T'.
017600         10  WSS-DEPT-TAB-CLASS   PIC X(01).
017700         10  WSS-DEPT-TAB-PAGES   PIC 9(07).
017800         10  WSS-DEPT-TAB-LINES   PIC 9(09).
017900         10  WSS-DEPT-TAB-RECS    PIC 9(09).
018000         10  WSS-DEPT-TAB-NOTE    PIC X(24).
018100         10  WSS-DEPT-TAB-RPT-SW  PIC X(01).
018200             88  WSS-DEPT-TAB-RPT-DONE         VALUE 'Y'.
018300         10  WSS-DEPT-TAB-IFAC-SW PIC X(01).
018400             88  WSS-DEPT-TAB-IFAC-DONE        VALUE 'Y'.
018500         10  WSS-DEPT-TAB-FAIL-SW PIC X(01).
018600             88  WSS-DEPT-TAB-FAILED           VALUE 'Y'.
018700         10  WSS-DEPT-TAB-DFLT-SW PIC X(01).
018800             88  WSS-DEPT-TAB-DEFAULTED        VALUE 'Y'.
018900 01  WSS-DEPT-IX                  PIC 9(03).
019000 01  WSS-DEPT-HIT-IX              PIC 9(03).
019100*
019200************************************************************
019300* BPXWDYN PARAMETER - HALFWORD LENGTH FOLLOWED BY THE       *
019400*   ALLOCATION TEXT, BUILT WITH STRING FOR EACH CALL.       *
019500************************************************************
019600 01  WSS-DYN-PARM.
019700     05  WSS-DYN-LENGTH           PIC S9(04)   COMP.
019800     05  WSS-DYN-TEXT             PIC X(250).
019900 01  WSS-DYN-PTR                  PIC S9(04)   COMP.
020000 01  WSS-DYN-RC                   PIC S9(09).
020100 01  WSS-DYN-RC-EDIT              PIC -(09)9.
020200 01  WSS-DYN-DDNAME               PIC X(08).
020300 01  WSS-DYN-SUFFIX               PIC X(08).
020400 01  WSS-DYN-RECFM                PIC X(05).
020500 01  WSS-DYN-LRECL                PIC X(03).
020600 01  WSS-DYN-IX                   PIC 9(03).
020700*
020800 01  WSS-XMIT-DATE                PIC X(07).
020900 01  WSS-XMIT-DSN                 PIC X(44).
021000*
021100 01  WSS-RPT-CONTROLS.
021200     05  WSS-LINE-COUNT           PIC 9(03)    VALUE ZEROS.
021300     05  WSS-MAX-LINES            PIC 9(03)    VALUE 055.
021400     05  WSS-PAGE-COUNT           PIC 9(03)    VALUE ZEROS.
021500*
021600 01  WSS-RUN-DATE-YMD             PIC 9(08).
021700 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
021800     05  WSS-RUN-DATE-CCYY        PIC 9(04).
021900     05  WSS-RUN-DATE-MM          PIC 9(02).
022000     05  WSS-RUN-DATE-DD          PIC 9(02).
022100 01  WSS-RUN-DATE-X REDEFINES WSS-RUN-DATE-YMD.
022200     05  FILLER                   PIC X(02).
022300     05  WSS-RUN-DATE-YYMMDD      PIC X(06).
022400*
022500 01  WSS-RUN-DATE-DISPLAY.
022600     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
022700     05  FILLER                   PIC X(01)    VALUE '/'.
022800     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
022900     05  FILLER                   PIC X(01)    VALUE '/'.
023000     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
023100*
023200 01  WSS-HDG1-LINE.
023300     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
023400     05  FILLER                   PIC X(09)    VALUE SPACES.
023500     05  FILLER                   PIC X(34)
023600          VALUE 'COBDLVR - DISTRIBUTION MANIFEST'.
023700     05  FILLER                   PIC X(16)    VALUE SPACES.
023800     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
023900     05  WSS-HDG1-DATE            PIC X(10).
024000*
024100 01  WSS-HDG2-LINE.
024200     05  WSS-HDG2-CC              PIC X(01)    VALUE ' '.
024300     05  FILLER                   PIC X(09)    VALUE SPACES.
024400     05  FILLER                   PIC X(06)    VALUE 'DEPT'.
024500     05  FILLER                   PIC X(32)    VALUE 'NAME'.
024600     05  FILLER                   PIC X(05)    VALUE 'CODE'.
024700     05  FILLER                   PIC X(09)    VALUE 'ROUTE'.
024800     05  FILLER                   PIC X(09)    VALUE '  PAGES'.
024900     05  FILLER                   PIC X(12)    VALUE '  RECORDS'.
025000     05  FILLER                   PIC X(24)    VALUE 'STATUS'.
025100*
025200 01  WSS-DET-LINE.
025300     05  WSS-DET-CC               PIC X(01)    VALUE ' '.
025400     05  FILLER                   PIC X(09)    VALUE SPACES.
025500     05  WSS-DET-DEPT             PIC X(04).
025600     05  FILLER                   PIC X(02)    VALUE SPACES.
025700     05  WSS-DET-NAME             PIC X(30).
025800     05  FILLER                   PIC X(02)    VALUE SPACES.
025900     05  WSS-DET-CODE             PIC X(02).
026000     05  FILLER                   PIC X(03)    VALUE SPACES.
026100     05  WSS-DET-ROUTE.
026200         10  WSS-DET-ROUTE-NAME   PIC X(06).
026300         10  WSS-DET-ROUTE-CLASS  PIC X(01).
026400     05  FILLER                   PIC X(02)    VALUE SPACES.
026500     05  WSS-DET-PAGES            PIC Z(06)9.
026600     05  FILLER                   PIC X(02)    VALUE SPACES.
026700     05  WSS-DET-RECORDS          PIC Z(08)9.
026800     05  FILLER                   PIC X(03)    VALUE SPACES.
026900     05  WSS-DET-STATUS           PIC X(24).
027000*
027100 01  WSS-DSN-LINE.
027200     05  WSS-DSN-CC               PIC X(01)    VALUE ' '.
027300     05  FILLER                   PIC X(15)    VALUE SPACES.
027400     05  FILLER                   PIC X(09)    VALUE 'DATASET: '.
027500     05  WSS-DSN-NAME             PIC X(44).
027600*
027700 01  WSS-TOT-LINE.
027800     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
027900     05  FILLER                   PIC X(09)    VALUE SPACES.
028000     05  WSS-TOT-LABEL            PIC X(30).
028100     05  WSS-TOT-COUNT            PIC Z(08)9.
028200*
028300 PROCEDURE DIVISION.
028400*
028500************************************************************
028600* 0000-MAIN-PROCEDURE - OPENS THE FILES, BURSTS SUMRPT AND  *
028700*   IFACOUT BY DEPARTMENT, PRINTS THE MANIFEST AND SETS     *
028800*   THE RETURN CODE THE SCHEDULER TESTS.                    *
028900************************************************************
029000 0000-MAIN-PROCEDURE.
029100     PERFORM 1000-INITIALIZE
029200     PERFORM 2000-BURST-REPORT-LINE THRU 2000-EXIT
029300             UNTIL WSS-RPT-EOF
029400     PERFORM 2900-END-DEPT-REPORT
029500     PERFORM 3000-BURST-ANSWER THRU 3000-EXIT
029600             UNTIL WSS-IFAC-EOF
029700     PERFORM 3900-END-DEPT-ANSWERS
029800     PERFORM 6000-WRITE-MANIFEST-LINE
029900             VARYING WSS-DEPT-IX FROM 1 BY 1
030000             UNTIL WSS-DEPT-IX GREATER WSS-DEPT-COUNT
030100     PERFORM 7000-WRITE-TOTALS
030200     PERFORM 8000-TERMINATE
030300     IF WSS-FAILED-COUNT GREATER THAN ZERO
030400         MOVE 8 TO RETURN-CODE
030500     ELSE
030600         IF WSS-DEFAULTED-COUNT GREATER THAN ZERO
030700             MOVE 4 TO RETURN-CODE
030800         END-IF
030900     END-IF
031000     STOP RUN.
031100*
031200************************************************************
031300* 1000-INITIALIZE - OPEN FILES, ESTABLISH THE RUN DATE AND  *
031400*   THE TRANSMIT DATE QUALIFIER, PRINT THE FIRST PAGE OF    *
031500*   MANIFEST HEADINGS AND PRIME BOTH INPUTS.                *
031600************************************************************
031700 1000-INITIALIZE.
031800     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
031900     OPEN INPUT SUMRPT-FILE
032000     OPEN INPUT IFACOUT-FILE
032100     OPEN INPUT DEPTMST-FILE
032200     IF NOT WSS-DEPTMST-OK
032300         DISPLAY 'COBDLVR - DEPTMST OPEN FAILED, STATUS '
032400                 WSS-DEPTMST-STATUS
032500         MOVE 12 TO RETURN-CODE
032600         STOP RUN
032700     END-IF
032800     OPEN OUTPUT DLVMNFT-FILE
032900     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
033000     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
033100     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
033200     MOVE 'D' TO WSS-XMIT-DATE
033300     MOVE WSS-RUN-DATE-YYMMDD TO WSS-XMIT-DATE (2:6)
033400     PERFORM 6500-WRITE-HEADINGS
033500     PERFORM 1100-READ-SUMRPT
033600     PERFORM 1200-READ-IFACOUT.
033700*
033800 1100-READ-SUMRPT.
033900     READ SUMRPT-FILE INTO WSS-RPT-LINE
034000         AT END
034100             SET WSS-RPT-EOF TO TRUE
034200     END-READ
034300     IF WSS-RPT-NOT-EOF
034400         ADD 1 TO WSS-RPT-LINES-READ
034500     END-IF.
034600*
034700 1200-READ-IFACOUT.
034800     READ IFACOUT-FILE
034900         AT END
035000             SET WSS-IFAC-EOF TO TRUE
035100     END-READ
035200     IF WSS-IFAC-NOT-EOF
035300         ADD 1 TO WSS-IFAC-READ-COUNT
035400     END-IF.
035500*
035600************************************************************
035700* 2000-BURST-REPORT-LINE - PAGE HEADINGS ARE HANDED TO      *
035800*   2100 TO DECIDE WHOSE PAGE THEY OPEN; EVERY OTHER LINE   *
035900*   GOES TO THE DEPARTMENT WHOSE PAGE IT IS ON.             *
036000************************************************************
036100 2000-BURST-REPORT-LINE.
036200     IF WSS-RPT-LINE (1:1) EQUAL '1'
036300         PERFORM 2100-HANDLE-PAGE-HEADING THRU 2100-EXIT
036400         GO TO 2000-EXIT
036500     END-IF
036600     MOVE WSS-RPT-LINE TO WSS-OUT-LINE
036700     PERFORM 2500-DELIVER-REPORT-LINE
036800     PERFORM 1100-READ-SUMRPT.
036900 2000-EXIT.
037000     EXIT.
037100*
037200************************************************************
037300* 2100-HANDLE-PAGE-HEADING - HOLDS THE PAGE HEADING AND     *
037400*   READS THE LINE BEHIND IT. A DEPARTMENT HEADING EITHER   *
037500*   CONTINUES THE CURRENT DEPARTMENT OR STARTS THE NEXT     *
037600*   ONE; ANY OTHER LINE MEANS THE PAGE BELONGS TO NO        *
037700*   DEPARTMENT. THE HELD HEADING THEN GOES WHERE ITS PAGE   *
037800*   GOES. A HEADING FOLLOWED BY ANOTHER HEADING IS LEFT FOR *
037900*   THE NEXT PASS THROUGH 2000.                             *
038000************************************************************
038100 2100-HANDLE-PAGE-HEADING.
038200     MOVE WSS-RPT-LINE TO WSS-HELD-LINE
038300     PERFORM 1100-READ-SUMRPT
038400     IF WSS-RPT-EOF
038500         MOVE WSS-HELD-LINE TO WSS-OUT-LINE
038600         PERFORM 2500-DELIVER-REPORT-LINE
038700         GO TO 2100-EXIT
038800     END-IF
038900     IF WSS-RPT-LINE (1:1) EQUAL '1'
039000         MOVE WSS-HELD-LINE TO WSS-OUT-LINE
039100         PERFORM 2500-DELIVER-REPORT-LINE
039200         GO TO 2100-EXIT
039300     END-IF
039400     IF WSS-RPT-LINE (11:12) EQUAL 'DEPARTMENT: '
039500         IF WSS-RPT-LINE (23:4) NOT EQUAL WSS-RPT-DEPT
039600             PERFORM 2200-START-DEPT-REPORT THRU 2200-EXIT
039700         END-IF
039800     ELSE
039900         PERFORM 2900-END-DEPT-REPORT
040000     END-IF
040100     MOVE WSS-HELD-LINE TO WSS-OUT-LINE
040200     PERFORM 2500-DELIVER-REPORT-LINE
040300     MOVE WSS-RPT-LINE TO WSS-OUT-LINE
040400     PERFORM 2500-DELIVER-REPORT-LINE
040500     PERFORM 1100-READ-SUMRPT.
040600 2100-EXIT.
040700     EXIT.
040800*
040900************************************************************
041000* 2200-START-DEPT-REPORT - ENDS THE PREVIOUS DEPARTMENT'S   *
041100*   REPORT DATASET AND ALLOCATES AND OPENS ONE FOR THE      *
041200*   DEPARTMENT ON THE HEADING JUST READ.                    *
041300************************************************************
041400 2200-START-DEPT-REPORT.
041500     PERFORM 2900-END-DEPT-REPORT
041600     MOVE WSS-RPT-LINE (23:4) TO WSS-RPT-DEPT
041700     MOVE WSS-RPT-DEPT TO WSS-FIND-DEPT
041800     PERFORM 5000-FIND-DEPT-ENTRY THRU 5000-EXIT
041900     MOVE WSS-DEPT-HIT-IX TO WSS-RPT-IX
042000     MOVE WSS-RPT-IX TO WSS-DYN-IX
042100     MOVE 'DLVRPT' TO WSS-DYN-DDNAME
042200     MOVE 'SUMRPT' TO WSS-DYN-SUFFIX
042300     MOVE 'F,B,A' TO WSS-DYN-RECFM
042400     MOVE '132' TO WSS-DYN-LRECL
042500     IF WSS-DEPT-TAB-RPT-DONE (WSS-RPT-IX)
042600         SET WSS-DYN-SEEN TO TRUE
042700     ELSE
042800         SET WSS-DYN-NOT-SEEN TO TRUE
042900     END-IF
043000     PERFORM 5500-ALLOCATE-OUTPUT THRU 5500-EXIT
043100     IF WSS-DYN-RC NOT EQUAL ZERO
043200         MOVE 'Y' TO WSS-DEPT-TAB-FAIL-SW (WSS-RPT-IX)
043300         MOVE 'SUMRPT ALLOCATION FAILED'
043400           TO WSS-DEPT-TAB-NOTE (WSS-RPT-IX)
043500         GO TO 2200-EXIT
043600     END-IF
043700     OPEN OUTPUT DLVRPT-FILE
043800     SET WSS-DLVRPT-OPEN TO TRUE
043900     MOVE 'Y' TO WSS-DEPT-TAB-RPT-SW (WSS-RPT-IX).
044000 2200-EXIT.
044100     EXIT.
044200*
044300************************************************************
044400* 2500-DELIVER-REPORT-LINE - WRITES WSS-OUT-LINE TO THE     *
044500*   CURRENT DEPARTMENT'S REPORT DATASET AND COUNTS IT       *
044600*   THERE, OR COUNTS IT AS UNASSIGNED WHEN NO DEPARTMENT    *
044700*   PAGE IS OPEN. LINES OF A DEPARTMENT WHOSE ALLOCATION    *
044800*   FAILED ARE COUNTED BUT CANNOT BE WRITTEN.               *
044900************************************************************
045000 2500-DELIVER-REPORT-LINE.
045100     IF WSS-RPT-DEPT EQUAL SPACES
045200         ADD 1 TO WSS-UNASSIGNED-LINES
045300     ELSE
045400         ADD 1 TO WSS-DEPT-TAB-LINES (WSS-RPT-IX)
045500         IF WSS-OUT-LINE (1:1) EQUAL '1'
045600             ADD 1 TO WSS-DEPT-TAB-PAGES (WSS-RPT-IX)
045700         END-IF
045800         IF WSS-DLVRPT-OPEN
045900             WRITE DLVRPT-RECORD FROM WSS-OUT-LINE
046000         END-IF
046100     END-IF.
046200*
046300************************************************************
046400* 2900-END-DEPT-REPORT - CLOSES AND FREES THE CURRENT       *
046500*   DEPARTMENT'S REPORT DATASET, WHICH RELEASES A SYSOUT    *
046600*   DATASET TO ITS CLASS STRAIGHT AWAY.                     *
046700************************************************************
046800 2900-END-DEPT-REPORT.
046900     IF WSS-DLVRPT-OPEN
047000         CLOSE DLVRPT-FILE
047100         SET WSS-DLVRPT-CLOSED TO TRUE
047200         MOVE 'DLVRPT' TO WSS-DYN-DDNAME
047300         PERFORM 5600-FREE-OUTPUT
047400     END-IF
047500     MOVE SPACES TO WSS-RPT-DEPT.
047600*
047700************************************************************
047800* 3000-BURST-ANSWER - COPIES ONE IFACOUT RECORD TO ITS      *
047900*   DEPARTMENT'S ANSWER DATASET, STARTING A NEW DATASET     *
048000*   AT EVERY CHANGE OF DEPARTMENT.                          *
048100************************************************************
048200 3000-BURST-ANSWER.
048300     IF IFACOUT-DEPT-CODE NOT EQUAL WSS-IFAC-DEPT
048400         PERFORM 3100-START-DEPT-ANSWERS THRU 3100-EXIT
048500     END-IF
048600     ADD 1 TO WSS-DEPT-TAB-RECS (WSS-IFAC-IX)
048700     IF WSS-DLVIFAC-OPEN
048800         WRITE DLVIFAC-RECORD FROM IFACOUT-RECORD
048900     END-IF
049000     PERFORM 1200-READ-IFACOUT.
049100 3000-EXIT.
049200     EXIT.
049300*
049400************************************************************
049500* 3100-START-DEPT-ANSWERS - ENDS THE PREVIOUS DEPARTMENT'S  *
049600*   ANSWER DATASET AND ALLOCATES AND OPENS ONE FOR THE      *
049700*   DEPARTMENT ON THE CURRENT IFACOUT RECORD.               *
049800************************************************************
049900 3100-START-DEPT-ANSWERS.
050000     PERFORM 3900-END-DEPT-ANSWERS
050100     MOVE IFACOUT-DEPT-CODE TO WSS-IFAC-DEPT
050200     MOVE WSS-IFAC-DEPT TO WSS-FIND-DEPT
050300     PERFORM 5000-FIND-DEPT-ENTRY THRU 5000-EXIT
050400     MOVE WSS-DEPT-HIT-IX TO WSS-IFAC-IX
050500     MOVE WSS-IFAC-IX TO WSS-DYN-IX
050600     MOVE 'DLVIFAC' TO WSS-DYN-DDNAME
050700     MOVE 'IFACOUT' TO WSS-DYN-SUFFIX
050800     MOVE 'F,B' TO WSS-DYN-RECFM
050900     MOVE '80' TO WSS-DYN-LRECL
051000     IF WSS-DEPT-TAB-IFAC-DONE (WSS-IFAC-IX)
051100         SET WSS-DYN-SEEN TO TRUE
051200     ELSE
051300         SET WSS-DYN-NOT-SEEN TO TRUE
051400     END-IF
051500     PERFORM 5500-ALLOCATE-OUTPUT THRU 5500-EXIT
051600     IF WSS-DYN-RC NOT EQUAL ZERO
051700         MOVE 'Y' TO WSS-DEPT-TAB-FAIL-SW (WSS-IFAC-IX)
051800         MOVE 'IFACOUT ALLOCATION FAILED'
051900           TO WSS-DEPT-TAB-NOTE (WSS-IFAC-IX)
052000         GO TO 3100-EXIT
052100     END-IF
052200     OPEN OUTPUT DLVIFAC-FILE
052300     SET WSS-DLVIFAC-OPEN TO TRUE
052400     MOVE 'Y' TO WSS-DEPT-TAB-IFAC-SW (WSS-IFAC-IX).
052500 3100-EXIT.
052600     EXIT.
052700*
052800************************************************************
052900* 3900-END-DEPT-ANSWERS - CLOSES AND FREES THE CURRENT      *
053000*   DEPARTMENT'S ANSWER DATASET.                            *
053100************************************************************
053200 3900-END-DEPT-ANSWERS.
053300     IF WSS-DLVIFAC-OPEN
053400         CLOSE DLVIFAC-FILE
053500         SET WSS-DLVIFAC-CLOSED TO TRUE
053600         MOVE 'DLVIFAC' TO WSS-DYN-DDNAME
053700         PERFORM 5600-FREE-OUTPUT
053800     END-IF.
053900*
054000************************************************************
054100* 5000-FIND-DEPT-ENTRY - FINDS OR ADDS THE TABLE ENTRY FOR  *
054200*   WSS-FIND-DEPT. A NEW ENTRY TAKES ITS NAME AND ROUTE     *
054300*   FROM DEPTMST. MORE THAN 500 DEPARTMENTS IS A HARD       *
054400*   FAILURE.                                                *
054500************************************************************
054600 5000-FIND-DEPT-ENTRY.
054700     SET WSS-DEPT-NOT-FOUND-YET TO TRUE
054800     IF WSS-DEPT-COUNT GREATER THAN ZERO
054900         PERFORM 5010-MATCH-DEPT-ENTRY
055000                 VARYING WSS-DEPT-IX FROM 1 BY 1
055100                 UNTIL WSS-DEPT-IX GREATER WSS-DEPT-COUNT
055200     END-IF
055300     IF WSS-DEPT-FOUND
055400         GO TO 5000-EXIT
055500     END-IF
055600     IF WSS-DEPT-COUNT NOT LESS THAN 500
055700         DISPLAY 'COBDLVR - MORE THAN 500 DEPARTMENTS IN'
055800                 ' THE NIGHT''S OUTPUT - RUN ENDED'
055900         MOVE 12 TO RETURN-CODE
056000         STOP RUN
056100     END-IF
056200     ADD 1 TO WSS-DEPT-COUNT
056300     MOVE WSS-DEPT-COUNT TO WSS-DEPT-HIT-IX
056400     MOVE WSS-FIND-DEPT TO WSS-DEPT-TAB-CODE (WSS-DEPT-HIT-IX)
056500     MOVE ZEROS TO WSS-DEPT-TAB-PAGES (WSS-DEPT-HIT-IX)
056600     MOVE ZEROS TO WSS-DEPT-TAB-LINES (WSS-DEPT-HIT-IX)
056700     MOVE ZEROS TO WSS-DEPT-TAB-RECS (WSS-DEPT-HIT-IX)
056800     MOVE SPACES TO WSS-DEPT-TAB-NOTE (WSS-DEPT-HIT-IX)
056900     MOVE 'N' TO WSS-DEPT-TAB-RPT-SW (WSS-DEPT-HIT-IX)
057000     MOVE 'N' TO WSS-DEPT-TAB-IFAC-SW (WSS-DEPT-HIT-IX)
057100     MOVE 'N' TO WSS-DEPT-TAB-FAIL-SW (WSS-DEPT-HIT-IX)
057200     MOVE 'N' TO WSS-DEPT-TAB-DFLT-SW (WSS-DEPT-HIT-IX)
057300     PERFORM 5100-SET-ROUTE.
057400 5000-EXIT.
057500     EXIT.
057600*
057700 5010-MATCH-DEPT-ENTRY.
057800     IF WSS-DEPT-NOT-FOUND-YET
057900       AND WSS-DEPT-TAB-CODE (WSS-DEPT-IX)
058000           EQUAL WSS-FIND-DEPT
058100         SET WSS-DEPT-FOUND TO TRUE
058200         MOVE WSS-DEPT-IX TO WSS-DEPT-HIT-IX
058300     END-IF.
058400*
058500************************************************************
058600* 5100-SET-ROUTE - LOOKS THE NEW DEPARTMENT UP ON DEPTMST   *
058700*   AND TURNS ITS DELIVERY CODE INTO A ROUTE. A MISSING     *
058800*   DEPARTMENT OR AN UNKNOWN METHOD FALLS BACK TO PRINT IN  *
058900*   CLASS A AND IS FLAGGED AS DEFAULTED.                    *
059000************************************************************
059100 5100-SET-ROUTE.
059200     MOVE 'P' TO WSS-DEPT-TAB-METHOD (WSS-DEPT-HIT-IX)
059300     MOVE 'A' TO WSS-DEPT-TAB-CLASS (WSS-DEPT-HIT-IX)
059400     MOVE WSS-FIND-DEPT TO DM-DEPT-CODE
059500     READ DEPTMST-FILE
059600     IF NOT WSS-DEPTMST-OK
059700         MOVE '** NOT ON MASTER **'
059800           TO WSS-DEPT-TAB-NAME (WSS-DEPT-HIT-IX)
059900         MOVE SPACES TO WSS-DEPT-TAB-DLV (WSS-DEPT-HIT-IX)
060000         MOVE 'Y' TO WSS-DEPT-TAB-DFLT-SW (WSS-DEPT-HIT-IX)
060100         MOVE 'NOT ON DEPTMST - CLASS A'
060200           TO WSS-DEPT-TAB-NOTE (WSS-DEPT-HIT-IX)
060300     ELSE
060400         MOVE DM-DEPT-NAME TO WSS-DEPT-TAB-NAME (WSS-DEPT-HIT-IX)
060500         MOVE DM-DELIVERY-CODE
060600           TO WSS-DEPT-TAB-DLV (WSS-DEPT-HIT-IX)
060700         IF DM-DELIVER-PRINT OR DM-DELIVER-HELD
060800           OR DM-DELIVER-XMIT
060900             MOVE DM-DELIVERY-METHOD
061000               TO WSS-DEPT-TAB-METHOD (WSS-DEPT-HIT-IX)
061100             IF DM-DELIVERY-CLASS NOT EQUAL SPACE
061200                 MOVE DM-DELIVERY-CLASS
061300                   TO WSS-DEPT-TAB-CLASS (WSS-DEPT-HIT-IX)
061400             END-IF
061500         ELSE
061600             MOVE 'Y' TO WSS-DEPT-TAB-DFLT-SW (WSS-DEPT-HIT-IX)
061700             MOVE 'NO VALID CODE - CLASS A'
061800               TO WSS-DEPT-TAB-NOTE (WSS-DEPT-HIT-IX)
061900         END-IF
062000     END-IF.
062100*
062200************************************************************
062300* 5400-BUILD-XMIT-DSN - BUILDS THE TRANSMIT DATASET NAME    *
062400*   FOR TABLE ENTRY WSS-DYN-IX AND SUFFIX WSS-DYN-SUFFIX    *
062500*   INTO WSS-XMIT-DSN.                                      *
062600************************************************************
062700 5400-BUILD-XMIT-DSN.
062800     MOVE SPACES TO WSS-XMIT-DSN
062900     STRING 'PROD.COBSUM.XMIT.D' DELIMITED BY SIZE
063000            WSS-DEPT-TAB-CODE (WSS-DYN-IX) DELIMITED BY SPACE
063100            '.' DELIMITED BY SIZE
063200            WSS-XMIT-DATE DELIMITED BY SIZE
063300            '.' DELIMITED BY SIZE
063400            WSS-DYN-SUFFIX DELIMITED BY SPACE
063500       INTO WSS-XMIT-DSN.
063600*
063700************************************************************
063800* 5500-ALLOCATE-OUTPUT - DYNAMICALLY ALLOCATES DDNAME       *
063900*   WSS-DYN-DDNAME FOR TABLE ENTRY WSS-DYN-IX: A CATALOGED  *
064000*   TRANSMIT DATASET (EXTENDED IF THE DEPARTMENT WAS SEEN   *
064100*   EARLIER IN THIS RUN), OR A SYSOUT DATASET IN THE        *
064200*   DEPARTMENT'S CLASS THAT SPINS OFF WHEN FREED, HELD IF   *
064300*   THE CODE SAYS SO. WSS-DYN-RC IS ZERO ON SUCCESS.        *
064400************************************************************
064500 5500-ALLOCATE-OUTPUT.
064600     MOVE SPACES TO WSS-DYN-TEXT
064700     MOVE 1 TO WSS-DYN-PTR
064800     STRING 'ALLOC FI(' DELIMITED BY SIZE
064900            WSS-DYN-DDNAME DELIMITED BY SPACE
065000            ') REUSE MSG(WTP)' DELIMITED BY SIZE
065100       INTO WSS-DYN-TEXT WITH POINTER WSS-DYN-PTR
065200     IF WSS-DEPT-TAB-XMIT (WSS-DYN-IX)
065300         PERFORM 5400-BUILD-XMIT-DSN
065400         STRING ' DA(''' DELIMITED BY SIZE
065500                WSS-XMIT-DSN DELIMITED BY SPACE
065600                ''')' DELIMITED BY SIZE
065700           INTO WSS-DYN-TEXT WITH POINTER WSS-DYN-PTR
065800         IF WSS-DYN-SEEN
065900             STRING ' MOD' DELIMITED BY SIZE
066000               INTO WSS-DYN-TEXT WITH POINTER WSS-DYN-PTR
066100         ELSE
066200             STRING ' NEW CATALOG UNIT(SYSDA) TRACKS'
066300                    DELIMITED BY SIZE
066400                    ' SPACE(5,5) RELEASE' DELIMITED BY SIZE
066500               INTO WSS-DYN-TEXT WITH POINTER WSS-DYN-PTR
066600         END-IF
066700     ELSE
066800         STRING ' SYSOUT(' DELIMITED BY SIZE
066900                WSS-DEPT-TAB-CLASS (WSS-DYN-IX) DELIMITED BY SIZE
067000                ') SPIN(UNALLOC)' DELIMITED BY SIZE
067100           INTO WSS-DYN-TEXT WITH POINTER WSS-DYN-PTR
067200         IF WSS-DEPT-TAB-HELD (WSS-DYN-IX)
067300             STRING ' HOLD' DELIMITED BY SIZE
067400               INTO WSS-DYN-TEXT WITH POINTER WSS-DYN-PTR
067500         END-IF
067600     END-IF
067700     STRING ' RECFM(' DELIMITED BY SIZE
067800            WSS-DYN-RECFM DELIMITED BY SPACE
067900            ') LRECL(' DELIMITED BY SIZE
068000            WSS-DYN-LRECL DELIMITED BY SPACE
068100            ')' DELIMITED BY SIZE
068200       INTO WSS-DYN-TEXT WITH POINTER WSS-DYN-PTR
068300     PERFORM 5700-CALL-BPXWDYN
068400     IF WSS-DYN-RC NOT EQUAL ZERO
068500         MOVE WSS-DYN-RC TO WSS-DYN-RC-EDIT
068600         DISPLAY 'COBDLVR - ALLOCATION FAILED, RC '
068700                 WSS-DYN-RC-EDIT ' DEPT '
068800                 WSS-DEPT-TAB-CODE (WSS-DYN-IX)
068900         DISPLAY 'COBDLVR - ' WSS-DYN-TEXT
069000     END-IF.
069100 5500-EXIT.
069200     EXIT.
069300*
069400************************************************************
069500* 5600-FREE-OUTPUT - FREES DDNAME WSS-DYN-DDNAME. A FAILED  *
069600*   FREE IS ONLY LOGGED - THE NEXT ALLOCATION REUSES THE    *
069700*   DDNAME ANYWAY.                                          *
069800************************************************************
069900 5600-FREE-OUTPUT.
070000     MOVE SPACES TO WSS-DYN-TEXT
070100     MOVE 1 TO WSS-DYN-PTR
070200     STRING 'FREE FI(' DELIMITED BY SIZE
070300            WSS-DYN-DDNAME DELIMITED BY SPACE
070400            ')' DELIMITED BY SIZE
070500       INTO WSS-DYN-TEXT WITH POINTER WSS-DYN-PTR
070600     PERFORM 5700-CALL-BPXWDYN
070700     IF WSS-DYN-RC NOT EQUAL ZERO
070800         MOVE WSS-DYN-RC TO WSS-DYN-RC-EDIT
070900         DISPLAY 'COBDLVR - FREE FAILED, RC '
071000                 WSS-DYN-RC-EDIT ' DDNAME ' WSS-DYN-DDNAME
071100     END-IF.
071200*
071300************************************************************
071400* 5700-CALL-BPXWDYN - PASSES WSS-DYN-TEXT TO BPXWDYN. THE   *
071500*   SERVICE'S RETURN CODE IS KEPT IN WSS-DYN-RC AND THE     *
071600*   STEP RETURN CODE CLEARED, SO ONLY 0000-MAIN-PROCEDURE   *
071700*   DECIDES HOW THE STEP ENDS.                              *
071800************************************************************
071900 5700-CALL-BPXWDYN.
072000     COMPUTE WSS-DYN-LENGTH = WSS-DYN-PTR - 1
072100     CALL 'BPXWDYN' USING WSS-DYN-PARM
072200     MOVE RETURN-CODE TO WSS-DYN-RC
072300     MOVE ZERO TO RETURN-CODE.
072400*
072500************************************************************
072600* 6000-WRITE-MANIFEST-LINE - PRINTS ONE DEPARTMENT'S        *
072700*   DELIVERY, WITH ITS TRANSMIT DATASET NAMES BELOW IT, AND *
072800*   ROLLS IT INTO THE MANIFEST TOTALS.                      *
072900************************************************************
073000 6000-WRITE-MANIFEST-LINE.
073100     PERFORM 6550-CHECK-PAGE-BREAK
073200     MOVE WSS-DEPT-TAB-CODE (WSS-DEPT-IX) TO WSS-DET-DEPT
073300     MOVE WSS-DEPT-TAB-NAME (WSS-DEPT-IX) TO WSS-DET-NAME
073400     MOVE WSS-DEPT-TAB-DLV (WSS-DEPT-IX) TO WSS-DET-CODE
073500     MOVE WSS-DEPT-TAB-CLASS (WSS-DEPT-IX) TO WSS-DET-ROUTE-CLASS
073600     IF WSS-DEPT-TAB-PRINT (WSS-DEPT-IX)
073700         MOVE 'PRINT' TO WSS-DET-ROUTE-NAME
073800     END-IF
073900     IF WSS-DEPT-TAB-HELD (WSS-DEPT-IX)
074000         MOVE 'HELD' TO WSS-DET-ROUTE-NAME
074100     END-IF
074200     IF WSS-DEPT-TAB-XMIT (WSS-DEPT-IX)
074300         MOVE 'XMIT' TO WSS-DET-ROUTE
074400     END-IF
074500     MOVE WSS-DEPT-TAB-PAGES (WSS-DEPT-IX) TO WSS-DET-PAGES
074600     MOVE WSS-DEPT-TAB-RECS (WSS-DEPT-IX) TO WSS-DET-RECORDS
074700     IF WSS-DEPT-TAB-NOTE (WSS-DEPT-IX) EQUAL SPACES
074800         MOVE 'DELIVERED' TO WSS-DET-STATUS
074900     ELSE
075000         MOVE WSS-DEPT-TAB-NOTE (WSS-DEPT-IX) TO WSS-DET-STATUS
075100     END-IF
075200     WRITE DLVMNFT-RECORD FROM WSS-DET-LINE
075300         AFTER ADVANCING 1 LINE
075400     ADD 1 TO WSS-LINE-COUNT
075500     ADD WSS-DEPT-TAB-PAGES (WSS-DEPT-IX) TO WSS-TOTAL-PAGES
075600     ADD WSS-DEPT-TAB-RECS (WSS-DEPT-IX) TO WSS-TOTAL-RECORDS
075700     IF WSS-DEPT-TAB-FAILED (WSS-DEPT-IX)
075800         ADD 1 TO WSS-FAILED-COUNT
075900     END-IF
076000     IF WSS-DEPT-TAB-DEFAULTED (WSS-DEPT-IX)
076100         ADD 1 TO WSS-DEFAULTED-COUNT
076200     END-IF
076300     MOVE WSS-DEPT-IX TO WSS-DYN-IX
076400     IF WSS-DEPT-TAB-RPT-DONE (WSS-DEPT-IX)
076500       AND WSS-DEPT-TAB-XMIT (WSS-DEPT-IX)
076600         MOVE 'SUMRPT' TO WSS-DYN-SUFFIX
076700         PERFORM 6100-WRITE-DSN-LINE
076800     END-IF
076900     IF WSS-DEPT-TAB-IFAC-DONE (WSS-DEPT-IX)
077000       AND WSS-DEPT-TAB-XMIT (WSS-DEPT-IX)
077100         MOVE 'IFACOUT' TO WSS-DYN-SUFFIX
077200         PERFORM 6100-WRITE-DSN-LINE
077300     END-IF.
077400*
077500 6100-WRITE-DSN-LINE.
077600     PERFORM 5400-BUILD-XMIT-DSN
077700     MOVE WSS-XMIT-DSN TO WSS-DSN-NAME
077800     PERFORM 6550-CHECK-PAGE-BREAK
077900     WRITE DLVMNFT-RECORD FROM WSS-DSN-LINE
078000         AFTER ADVANCING 1 LINE
078100     ADD 1 TO WSS-LINE-COUNT.
078200*
078300************************************************************
078400* 6500-WRITE-HEADINGS - WRITES A NEW PAGE OF HEADINGS.      *
078500************************************************************
078600 6500-WRITE-HEADINGS.
078700     ADD 1 TO WSS-PAGE-COUNT
078800     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
078900     WRITE DLVMNFT-RECORD FROM WSS-HDG1-LINE
079000         AFTER ADVANCING PAGE
079100     WRITE DLVMNFT-RECORD FROM WSS-HDG2-LINE
079200         AFTER ADVANCING 2 LINES
079300     MOVE 3 TO WSS-LINE-COUNT.
079400*
079500************************************************************
079600* 6550-CHECK-PAGE-BREAK - STARTS A NEW PAGE OF HEADINGS     *
079700*   WHENEVER THE CURRENT PAGE IS FULL.                      *
079800************************************************************
079900 6550-CHECK-PAGE-BREAK.
080000     IF WSS-LINE-COUNT NOT LESS THAN WSS-MAX-LINES
080100         PERFORM 6500-WRITE-HEADINGS
080200     END-IF.
080300*
080400************************************************************
080500* 7000-WRITE-TOTALS - PRINTS THE MANIFEST TOTALS.           *
080600************************************************************
080700 7000-WRITE-TOTALS.
080800     PERFORM 6550-CHECK-PAGE-BREAK
080900     MOVE 'DEPARTMENTS ON MANIFEST:      ' TO WSS-TOT-LABEL
081000     MOVE WSS-DEPT-COUNT TO WSS-TOT-COUNT
081100     WRITE DLVMNFT-RECORD FROM WSS-TOT-LINE
081200         AFTER ADVANCING 2 LINES
081300     ADD 2 TO WSS-LINE-COUNT
081400     MOVE 'SUMRPT PAGES BURST:           ' TO WSS-TOT-LABEL
081500     MOVE WSS-TOTAL-PAGES TO WSS-TOT-COUNT
081600     PERFORM 7100-WRITE-TOTAL-LINE
081700     MOVE 'SUMRPT LINES READ:            ' TO WSS-TOT-LABEL
081800     MOVE WSS-RPT-LINES-READ TO WSS-TOT-COUNT
081900     PERFORM 7100-WRITE-TOTAL-LINE
082000     MOVE 'LINES OUTSIDE ANY DEPARTMENT: ' TO WSS-TOT-LABEL
082100     MOVE WSS-UNASSIGNED-LINES TO WSS-TOT-COUNT
082200     PERFORM 7100-WRITE-TOTAL-LINE
082300     MOVE 'IFACOUT RECORDS READ:         ' TO WSS-TOT-LABEL
082400     MOVE WSS-IFAC-READ-COUNT TO WSS-TOT-COUNT
082500     PERFORM 7100-WRITE-TOTAL-LINE
082600     MOVE 'IFACOUT RECORDS BURST:        ' TO WSS-TOT-LABEL
082700     MOVE WSS-TOTAL-RECORDS TO WSS-TOT-COUNT
082800     PERFORM 7100-WRITE-TOTAL-LINE
082900     MOVE 'ROUTED BY DEFAULT:            ' TO WSS-TOT-LABEL
083000     MOVE WSS-DEFAULTED-COUNT TO WSS-TOT-COUNT
083100     PERFORM 7100-WRITE-TOTAL-LINE
083200     MOVE 'DELIVERY FAILURES:            ' TO WSS-TOT-LABEL
083300     MOVE WSS-FAILED-COUNT TO WSS-TOT-COUNT
083400     PERFORM 7100-WRITE-TOTAL-LINE.
083500*
083600 7100-WRITE-TOTAL-LINE.
083700     PERFORM 6550-CHECK-PAGE-BREAK
083800     WRITE DLVMNFT-RECORD FROM WSS-TOT-LINE
083900         AFTER ADVANCING 1 LINE
084000     ADD 1 TO WSS-LINE-COUNT.
084100*
084200************************************************************
084300* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
084400************************************************************
084500 8000-TERMINATE.
084600     DISPLAY 'COBDLVR - DEPARTMENTS DELIVERED: ' WSS-DEPT-COUNT
084700             ' FAILURES: ' WSS-FAILED-COUNT
084800     CLOSE SUMRPT-FILE
084900     CLOSE IFACOUT-FILE
085000     CLOSE DEPTMST-FILE
085100     CLOSE DLVMNFT-FILE.
