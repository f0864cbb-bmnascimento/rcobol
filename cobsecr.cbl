000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBSECR.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBSECR  - SECURITY VIOLATION MORNING REPORT.             *
001000*                                                           *
001100*   PRINTS THE SECURITY VIOLATION LOG WRITTEN DURING THE    *
001200*   DAY BY THE NBRE (COBREQ) AND NBRS (COBRQST) ONLINE      *
001300*   TRANSACTIONS - ONE RECORD FOR EVERY ENTRY, ACTION OR    *
001400*   INQUIRY REFUSED BECAUSE THE SIGNED-ON USER HOLDS NO     *
001500*   USRAUTH AUTHORITY FOR THE DEPARTMENT.                   *
001600*                                                           *
001700*   SECIN IS THE LOG SORTED BY DEPARTMENT, DATE AND TIME    *
001800*   (COBSECJ STEP010). EACH DEPARTMENT STARTS A NEW PAGE,   *
001900*   HEADED WITH ITS NAME FROM DEPTMST, SO THE PAGES CAN BE  *
002000*   HANDED TO THE DEPARTMENT MANAGERS, AND ENDS WITH ITS    *
002100*   COUNT. THE LAST PAGE CARRIES THE RUN TOTALS. THE RUN    *
002200*   ENDS WITH RETURN CODE 4 WHEN ANY VIOLATION WAS LOGGED,  *
002300*   SO THE SCHEDULER CAN FLAG THE MORNING'S REPORT.         *
002400************************************************************
002500* MODIFICATION HISTORY                                      *
002600*----------------------------------------------------------*
002700* DATE       INIT  DESCRIPTION                              *
002800* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
002900************************************************************
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SECIN-FILE ASSIGN TO SECIN
003800            ORGANIZATION IS SEQUENTIAL.
003900*
004000     SELECT DEPTMST-FILE ASSIGN TO DEPTMST
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE IS RANDOM
004300            RECORD KEY IS DM-DEPT-CODE
004400            FILE STATUS IS WSS-DEPTMST-STATUS.
004500*
004600     SELECT SECRPT-FILE ASSIGN TO SECRPT
004700            ORGANIZATION IS SEQUENTIAL.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SECIN-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY SECVIOL.
005500*
005600 FD  DEPTMST-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DEPTMST.
005900*
006000 FD  SECRPT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  SECRPT-RECORD              PIC X(132).
006400*
006500 WORKING-STORAGE SECTION.
006600 01  WSS-SWITCHES.
006700     05  WSS-EOF-SW               PIC X(01)    VALUE 'N'.
006800         88  WSS-EOF                           VALUE 'Y'.
006900         88  WSS-NOT-EOF                       VALUE 'N'.
007000*
007100 01  WSS-DEPTMST-STATUS           PIC X(02)    VALUE SPACES.
007200     88  WSS-DEPTMST-OK                        VALUE '00'.
007300     88  WSS-DEPTMST-NOT-FOUND                 VALUE '23'.
007400*
007500 77  WSS-VIOL-COUNT               PIC 9(07)    VALUE ZEROS.
007600 77  WSS-DEPT-VIOL-COUNT          PIC 9(07)    VALUE ZEROS.
007700 77  WSS-DEPT-COUNT               PIC 9(05)    VALUE ZEROS.
007800*
007900 01  WSS-CURR-DEPT                PIC X(04)    VALUE SPACES.
008000 01  WSS-CURR-DEPT-NAME           PIC X(30)    VALUE SPACES.
008100*
008200 01  WSS-RPT-CONTROLS.
008300     05  WSS-LINE-COUNT           PIC 9(03)    VALUE ZEROS.
008400     05  WSS-MAX-LINES            PIC 9(03)    VALUE 055.
008500     05  WSS-PAGE-COUNT           PIC 9(03)    VALUE ZEROS.
008600*
008700 01  WSS-RUN-DATE-YMD             PIC 9(08).
008800 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
008900     05  WSS-RUN-DATE-CCYY        PIC 9(04).
009000     05  WSS-RUN-DATE-MM          PIC 9(02).
009100     05  WSS-RUN-DATE-DD          PIC 9(02).
009200*
009300 01  WSS-RUN-DATE-DISPLAY.
009400     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
009500     05  FILLER                   PIC X(01)    VALUE '/'.
009600     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
009700     05  FILLER                   PIC X(01)    VALUE '/'.
009800     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
009900*
010000 01  WSS-VIOL-DATE                PIC X(08).
010100 01  WSS-VIOL-DATE-GROUP REDEFINES WSS-VIOL-DATE.
010200     05  WSS-VIOL-DATE-CCYY       PIC X(04).
010300     05  WSS-VIOL-DATE-MM         PIC X(02).
010400     05  WSS-VIOL-DATE-DD         PIC X(02).
010500*
010600 01  WSS-VIOL-TIME                PIC X(06).
010700 01  WSS-VIOL-TIME-GROUP REDEFINES WSS-VIOL-TIME.
010800     05  WSS-VIOL-TIME-HH         PIC X(02).
010900     05  WSS-VIOL-TIME-MM         PIC X(02).
011000     05  WSS-VIOL-TIME-SS         PIC X(02).
011100*
011200 01  WSS-HDG1-LINE.
011300     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
011400     05  FILLER                   PIC X(09)    VALUE SPACES.
011500     05  FILLER                   PIC X(40)
011600          VALUE 'COBSECR - SECURITY VIOLATION LOG'.
011700     05  FILLER                   PIC X(10)    VALUE SPACES.
011800     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
011900     05  WSS-HDG1-DATE            PIC X(10).
012000*
012100 01  WSS-HDG2-LINE.
012200     05  WSS-HDG2-CC              PIC X(01)    VALUE '0'.
012300     05  FILLER                   PIC X(09)    VALUE SPACES.
012400     05  FILLER                   PIC X(12)
012500          VALUE 'DEPARTMENT: '.
012600     05  WSS-HDG2-DEPT            PIC X(04).
012700     05  FILLER                   PIC X(02)    VALUE SPACES.
012800     05  WSS-HDG2-NAME            PIC X(30).
012900*
013000 01  WSS-HDG3-LINE.
013100     05  WSS-HDG3-CC              PIC X(01)    VALUE '0'.
013200     05  FILLER                   PIC X(09)    VALUE SPACES.
013300     05  FILLER                   PIC X(12)    VALUE 'DATE'.
013400     05  FILLER                   PIC X(10)    VALUE 'TIME'.
013500     05  FILLER                   PIC X(10)    VALUE 'USER ID'.
013600     05  FILLER                   PIC X(06)    VALUE 'TRAN'.
013700     05  FILLER                   PIC X(06)    VALUE 'TERM'.
013800     05  FILLER                   PIC X(10)    VALUE 'REQUEST'.
013900     05  FILLER                   PIC X(30)    VALUE 'REFUSAL'.
014000*
014100 01  WSS-DET-LINE.
014200     05  WSS-DET-CC               PIC X(01)    VALUE ' '.
014300     05  FILLER                   PIC X(09)    VALUE SPACES.
014400     05  WSS-DET-DATE.
014500         10  WSS-DET-DATE-MM      PIC X(02).
014600         10  FILLER               PIC X(01)    VALUE '/'.
014700         10  WSS-DET-DATE-DD      PIC X(02).
014800         10  FILLER               PIC X(01)    VALUE '/'.
014900         10  WSS-DET-DATE-CCYY    PIC X(04).
015000     05  FILLER                   PIC X(02)    VALUE SPACES.
015100     05  WSS-DET-TIME.
015200         10  WSS-DET-TIME-HH      PIC X(02).
015300         10  FILLER               PIC X(01)    VALUE ':'.
015400         10  WSS-DET-TIME-MM      PIC X(02).
015500         10  FILLER               PIC X(01)    VALUE ':'.
015600         10  WSS-DET-TIME-SS      PIC X(02).
015700     05  FILLER                   PIC X(02)    VALUE SPACES.
015800     05  WSS-DET-USER             PIC X(08).
015900     05  FILLER                   PIC X(02)    VALUE SPACES.
016000     05  WSS-DET-TRANSID          PIC X(04).
016100     05  FILLER                   PIC X(02)    VALUE SPACES.
016200     05  WSS-DET-TERMINAL         PIC X(04).
016300     05  FILLER                   PIC X(02)    VALUE SPACES.
016400     05  WSS-DET-REQUEST          PIC X(08).
016500     05  FILLER                   PIC X(02)    VALUE SPACES.
016600     05  WSS-DET-REASON           PIC X(30).
016700*
016800 01  WSS-MSG-LINE.
016900     05  WSS-MSG-CC               PIC X(01)    VALUE ' '.
017000     05  FILLER                   PIC X(09)    VALUE SPACES.
017100     05  WSS-MSG-TEXT             PIC X(60).
017200*
017300 01  WSS-TOT-LINE.
017400     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
017500     05  FILLER                   PIC X(09)    VALUE SPACES.
017600     05  WSS-TOT-LABEL            PIC X(30).
017700     05  WSS-TOT-COUNT            PIC Z(08)9.
017800*
017900 PROCEDURE DIVISION.
018000*
018100************************************************************
018200* 0000-MAIN-PROCEDURE - OPENS THE FILES, PRINTS EACH        *
018300*   DEPARTMENT'S VIOLATIONS, PRINTS THE RUN TOTALS AND      *
018400*   CLOSES DOWN.                                            *
018500************************************************************
018600 0000-MAIN-PROCEDURE.
018700     PERFORM 1000-INITIALIZE
018800     PERFORM 2000-PROCESS-VIOLATION THRU 2000-EXIT
018900             UNTIL WSS-EOF
019000     IF WSS-VIOL-COUNT GREATER ZERO
019100         PERFORM 2200-END-DEPARTMENT
019200     END-IF
019300     PERFORM 7000-WRITE-TOTALS
019400     PERFORM 8000-TERMINATE
019500     IF WSS-VIOL-COUNT GREATER ZERO
019600         MOVE 4 TO RETURN-CODE
019700     END-IF
019800     STOP RUN.
019900*
020000************************************************************
020100* 1000-INITIALIZE - OPEN FILES, ESTABLISH THE RUN DATE AND  *
020200*   PRIME THE READ.                                         *
020300************************************************************
020400 1000-INITIALIZE.
020500     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
020600     OPEN INPUT SECIN-FILE
020700     OPEN OUTPUT SECRPT-FILE
020800     OPEN INPUT DEPTMST-FILE
020900     IF NOT WSS-DEPTMST-OK
021000         DISPLAY 'COBSECR - DEPTMST OPEN FAILED, STATUS '
021100                 WSS-DEPTMST-STATUS
021200         MOVE 12 TO RETURN-CODE
021300         STOP RUN
021400     END-IF
021500     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
021600     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
021700     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
021800     PERFORM 1100-READ-VIOLATION.
021900*
022000 1100-READ-VIOLATION.
022100     READ SECIN-FILE
022200         AT END
022300             SET WSS-EOF TO TRUE
022400     END-READ.
022500*
022600************************************************************
022700* 2000-PROCESS-VIOLATION - PRINTS ONE LOGGED REFUSAL,       *
022800*   CLOSING THE PREVIOUS DEPARTMENT AND STARTING A NEW PAGE *
022900*   WHEN THE DEPARTMENT CHANGES.                            *
023000************************************************************
023100 2000-PROCESS-VIOLATION.
023200     IF SV-DEPT-CODE NOT EQUAL WSS-CURR-DEPT
023300       OR WSS-VIOL-COUNT EQUAL ZERO
023400         IF WSS-VIOL-COUNT GREATER ZERO
023500             PERFORM 2200-END-DEPARTMENT
023600         END-IF
023700         PERFORM 2100-START-DEPARTMENT
023800     END-IF
023900     ADD 1 TO WSS-VIOL-COUNT
024000     ADD 1 TO WSS-DEPT-VIOL-COUNT
024100     MOVE SV-DATE TO WSS-VIOL-DATE
024200     MOVE WSS-VIOL-DATE-MM TO WSS-DET-DATE-MM
024300     MOVE WSS-VIOL-DATE-DD TO WSS-DET-DATE-DD
024400     MOVE WSS-VIOL-DATE-CCYY TO WSS-DET-DATE-CCYY
024500     MOVE SV-TIME TO WSS-VIOL-TIME
024600     MOVE WSS-VIOL-TIME-HH TO WSS-DET-TIME-HH
024700     MOVE WSS-VIOL-TIME-MM TO WSS-DET-TIME-MM
024800     MOVE WSS-VIOL-TIME-SS TO WSS-DET-TIME-SS
024900     MOVE SV-USER-ID TO WSS-DET-USER
025000     MOVE SV-TRANSID TO WSS-DET-TRANSID
025100     MOVE SV-TERMINAL TO WSS-DET-TERMINAL
025200     MOVE SV-REQUEST-ID TO WSS-DET-REQUEST
025300     MOVE SV-REASON TO WSS-DET-REASON
025400     PERFORM 3050-CHECK-PAGE-BREAK
025500     WRITE SECRPT-RECORD FROM WSS-DET-LINE
025600         AFTER ADVANCING 1 LINE
025700     ADD 1 TO WSS-LINE-COUNT
025800     PERFORM 1100-READ-VIOLATION.
025900 2000-EXIT.
026000     EXIT.
026100*
026200************************************************************
026300* 2100-START-DEPARTMENT - LOOKS UP THE DEPARTMENT NAME AND  *
026400*   STARTS THE DEPARTMENT'S FIRST PAGE. A CODE NOT ON       *
026500*   DEPTMST (A MISKEYED OR PROBED CODE) IS PRINTED AS SUCH. *
026600************************************************************
026700 2100-START-DEPARTMENT.
026800     ADD 1 TO WSS-DEPT-COUNT
026900     MOVE ZEROS TO WSS-DEPT-VIOL-COUNT
027000     MOVE SV-DEPT-CODE TO WSS-CURR-DEPT
027100     MOVE SV-DEPT-CODE TO DM-DEPT-CODE
027200     READ DEPTMST-FILE
027300     IF WSS-DEPTMST-OK
027400         MOVE DM-DEPT-NAME TO WSS-CURR-DEPT-NAME
027500     ELSE
027600         IF NOT WSS-DEPTMST-NOT-FOUND
027700             DISPLAY 'COBSECR - DEPTMST READ FAILED, STATUS '
027800                     WSS-DEPTMST-STATUS ' KEY ' DM-DEPT-CODE
027900             MOVE 12 TO RETURN-CODE
028000             STOP RUN
028100         END-IF
028200         MOVE '*** NOT ON DEPTMST ***' TO WSS-CURR-DEPT-NAME
028300     END-IF
028400     PERFORM 3000-WRITE-HEADINGS.
028500*
028600************************************************************
028700* 2200-END-DEPARTMENT - PRINTS THE DEPARTMENT'S COUNT.      *
028800************************************************************
028900 2200-END-DEPARTMENT.
029000     PERFORM 3050-CHECK-PAGE-BREAK
029100     MOVE 'VIOLATIONS FOR DEPARTMENT:    ' TO WSS-TOT-LABEL
029200     MOVE WSS-DEPT-VIOL-COUNT TO WSS-TOT-COUNT
029300     WRITE SECRPT-RECORD FROM WSS-TOT-LINE
029400         AFTER ADVANCING 2 LINES
029500     ADD 2 TO WSS-LINE-COUNT.
029600*
029700************************************************************
029800* 3000-WRITE-HEADINGS - WRITES A NEW PAGE OF HEADINGS FOR   *
029900*   THE CURRENT DEPARTMENT.                                 *
030000************************************************************
030100 3000-WRITE-HEADINGS.
030200     ADD 1 TO WSS-PAGE-COUNT
030300     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
030400     WRITE SECRPT-RECORD FROM WSS-HDG1-LINE
030500         AFTER ADVANCING PAGE
030600     MOVE WSS-CURR-DEPT TO WSS-HDG2-DEPT
030700     MOVE WSS-CURR-DEPT-NAME TO WSS-HDG2-NAME
030800     WRITE SECRPT-RECORD FROM WSS-HDG2-LINE
030900         AFTER ADVANCING 2 LINES
031000     WRITE SECRPT-RECORD FROM WSS-HDG3-LINE
031100         AFTER ADVANCING 2 LINES
031200     MOVE 5 TO WSS-LINE-COUNT.
031300*
031400************************************************************
031500* 3050-CHECK-PAGE-BREAK - STARTS A NEW PAGE OF HEADINGS     *
031600*   WHENEVER THE CURRENT PAGE IS FULL.                      *
031700************************************************************
031800 3050-CHECK-PAGE-BREAK.
031900     IF WSS-LINE-COUNT NOT LESS THAN WSS-MAX-LINES
032000         PERFORM 3000-WRITE-HEADINGS
032100     END-IF.
032200*
032300************************************************************
032400* 7000-WRITE-TOTALS - PRINTS THE RUN TOTALS ON A PAGE OF    *
032500*   THEIR OWN, OR THE ALL-CLEAR WHEN NOTHING WAS LOGGED.    *
032600************************************************************
032700 7000-WRITE-TOTALS.
032800     ADD 1 TO WSS-PAGE-COUNT
032900     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
033000     WRITE SECRPT-RECORD FROM WSS-HDG1-LINE
033100         AFTER ADVANCING PAGE
033200     MOVE 1 TO WSS-LINE-COUNT
033300     IF WSS-VIOL-COUNT EQUAL ZERO
033400         MOVE 'NO SECURITY VIOLATIONS WERE LOGGED'
033500           TO WSS-MSG-TEXT
033600         WRITE SECRPT-RECORD FROM WSS-MSG-LINE
033700             AFTER ADVANCING 2 LINES
033800         ADD 2 TO WSS-LINE-COUNT
033900     END-IF
034000     MOVE 'DEPARTMENTS WITH VIOLATIONS:  ' TO WSS-TOT-LABEL
034100     MOVE WSS-DEPT-COUNT TO WSS-TOT-COUNT
034200     WRITE SECRPT-RECORD FROM WSS-TOT-LINE
034300         AFTER ADVANCING 2 LINES
034400     ADD 2 TO WSS-LINE-COUNT
034500     MOVE 'VIOLATIONS LOGGED:            ' TO WSS-TOT-LABEL
034600     MOVE WSS-VIOL-COUNT TO WSS-TOT-COUNT
034700     WRITE SECRPT-RECORD FROM WSS-TOT-LINE
034800         AFTER ADVANCING 1 LINE
034900     ADD 1 TO WSS-LINE-COUNT.
035000*
035100************************************************************
035200* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
035300************************************************************
035400 8000-TERMINATE.
035500     CLOSE SECIN-FILE
035600     CLOSE DEPTMST-FILE
035700     CLOSE SECRPT-FILE.
