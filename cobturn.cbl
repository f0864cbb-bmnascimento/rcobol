000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBTURN.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBTURN  - MONTHLY DEPARTMENT TURNAROUND (SERVICE-LEVEL)  *
001000*            REPORT.                                        *
001100*                                                           *
001200*   COBRQAG LISTS WHAT IS STILL OUTSTANDING TODAY; THIS     *
001300*   PROGRAM MEASURES HOW LONG EACH DEPARTMENT WAITED FOR    *
001400*   THE ANSWERS IT GOT IN A MONTH. RQSTMST IS PASSED        *
001500*   SEQUENTIALLY AND EVERY REQUEST ANSWERED (A) OR          *
001600*   RE-ANSWERED AFTER A REPAIR (N) WITH A STATUS DATE IN    *
001700*   THE REPORT MONTH IS COUNTED. DAYS TO ANSWER RUN FROM    *
001800*   THE RECEIVED DATE TO THE STATUS DATE, SO A RE-ANSWERED  *
001900*   REQUEST CARRIES EVERY TRIP IT MADE THROUGH THE COBEXFIX *
002000*   REPAIR LOOP.                                            *
002100*                                                           *
002200*   THE REPORT GIVES, BY DEPARTMENT IN CODE ORDER, THE      *
002300*   REQUESTS ANSWERED, THE PERCENTAGE ANSWERED FIRST TIME   *
002400*   AND AFTER RECYCLING, THE AVERAGE AND WORST DAYS TO      *
002500*   ANSWER, AND THE PERCENTAGE ANSWERED WITHIN THE          *
002600*   DEPARTMENT'S DEPTMST TARGET (DM-TARGET-DAYS; A          *
002700*   DEPARTMENT WITH NO TARGET SHOWS N/A). A DEPARTMENT NO   *
002800*   LONGER ON DEPTMST IS STILL REPORTED, AFTER THE OTHERS,  *
002900*   AND FLAGGED. AN ALL-DEPARTMENTS LINE CLOSES THE LIST.   *
003000*                                                           *
003100*   THE TURNOUT EXTRACT CARRIES ONE FIXED-FORMAT SUMMARY    *
003200*   RECORD PER DEPARTMENT FOR THE ACCOUNTING FEED, BESIDE   *
003300*   THE COBCHRG CHRGOUT EXTRACT. THE REPORT-MONTH CARD      *
003400*   (CCYYMM) NAMES THE MONTH; WITHOUT IT THE MONTH BEFORE   *
003500*   THE RUN DATE IS REPORTED. THE RUN ENDS WITH RETURN      *
003600*   CODE 4 WHEN NO REQUEST WAS ANSWERED IN THE MONTH, WHICH *
003700*   USUALLY MEANS THE WRONG MONTH WAS ASKED FOR.            *
003800************************************************************
003900* MODIFICATION HISTORY                                      *
004000*----------------------------------------------------------*
004100* DATE       INIT  DESCRIPTION                              *
004200* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
004210* 2026-10-15  RA   REVIEW FIX: 2100 AND 6000 ARE NOW        *
004220*                  PERFORMED THRU THEIR EXITS, SO AN        *
004230*                  UNMEASURABLE DATE OR A MONTH WITH NO     *
004240*                  ANSWERS NO LONGER FALLS THROUGH.         *
004300************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RQSTMST-FILE ASSIGN TO RQSTMST
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS SEQUENTIAL
005400            RECORD KEY IS RQ-REQUEST-ID
005500            FILE STATUS IS WSS-RQSTMST-STATUS.
005600*
005700     SELECT DEPTMST-FILE ASSIGN TO DEPTMST
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE IS SEQUENTIAL
006000            RECORD KEY IS DM-DEPT-CODE
006100            FILE STATUS IS WSS-DEPTMST-STATUS.
006200*
006300     SELECT TURNRPT-FILE ASSIGN TO TURNRPT
006400            ORGANIZATION IS SEQUENTIAL.
006500*
006600     SELECT TURNOUT-FILE ASSIGN TO TURNOUT
006700            ORGANIZATION IS SEQUENTIAL.
006800*
006900     SELECT OPTIONAL CTLIN-FILE ASSIGN TO TURNCTL
007000            ORGANIZATION IS SEQUENTIAL
007100            FILE STATUS IS WSS-CTLIN-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  RQSTMST-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY RQSTMST.
007800*
007900 FD  DEPTMST-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DEPTMST.
008200*
008300 FD  TURNRPT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  TURNRPT-RECORD             PIC X(132).
008700*
008800*    AVERAGE DAYS AND PERCENTAGE MET ARE CARRIED IN TENTHS.
008900 FD  TURNOUT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  TURNOUT-RECORD.
009300     05  TURNOUT-REPORT-MONTH   PIC 9(06).
009400     05  TURNOUT-DEPT-CODE      PIC X(04).
009500     05  TURNOUT-ANSWERS        PIC 9(09).
009600     05  TURNOUT-FIRST-TIME     PIC 9(09).
009700     05  TURNOUT-RECYCLED       PIC 9(09).
009800     05  TURNOUT-TOTAL-DAYS     PIC 9(09).
009900     05  TURNOUT-AVG-DAYS-X10   PIC 9(05).
010000     05  TURNOUT-WORST-DAYS     PIC 9(05).
010100     05  TURNOUT-TARGET-DAYS    PIC 9(03).
010200     05  TURNOUT-MET            PIC 9(09).
010300     05  TURNOUT-PCT-MET-X10    PIC 9(04).
010400     05  FILLER                 PIC X(08).
010500*
010600 FD  CTLIN-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  CTLIN-RECORD.
011000     05  CTLIN-KEYWORD          PIC X(16).
011100     05  CTLIN-VALUE            PIC X(11).
011200     05  FILLER                 PIC X(53).
011300*
011400 WORKING-STORAGE SECTION.
011500 01  WSS-SWITCHES.
011600     05  WSS-RQ-EOF-SW            PIC X(01)    VALUE 'N'.
011700         88  WSS-RQ-EOF                        VALUE 'Y'.
011800         88  WSS-RQ-NOT-EOF                    VALUE 'N'.
011900     05  WSS-DM-EOF-SW            PIC X(01)    VALUE 'N'.
012000         88  WSS-DM-EOF                        VALUE 'Y'.
012100         88  WSS-DM-NOT-EOF                    VALUE 'N'.
012200     05  WSS-CTLIN-EOF-SW         PIC X(01)    VALUE 'N'.
012300         88  WSS-CTLIN-EOF                     VALUE 'Y'.
012400         88  WSS-CTLIN-NOT-EOF                 VALUE 'N'.
012500     05  WSS-DEPT-FOUND-SW        PIC X(01)    VALUE 'N'.
012600         88  WSS-DEPT-FOUND                    VALUE 'Y'.
012700         88  WSS-DEPT-NOT-FOUND-YET            VALUE 'N'.
012800     05  WSS-DATES-SW             PIC X(01)    VALUE 'Y'.
012900         88  WSS-DATES-USABLE                  VALUE 'Y'.
013000         88  WSS-DATES-UNUSABLE                VALUE 'N'.
013100*
013200 01  WSS-RQSTMST-STATUS           PIC X(02)    VALUE SPACES.
013300     88  WSS-RQSTMST-OK                        VALUE '00'.
013400*
013500 01  WSS-DEPTMST-STATUS           PIC X(02)    VALUE SPACES.
013600     88  WSS-DEPTMST-OK                        VALUE '00'.
013700*
013800 01  WSS-CTLIN-STATUS             PIC X(02)    VALUE SPACES.
013900     88  WSS-CTLIN-NOT-FOUND                   VALUE '05'.
014000*
014100 77  WSS-RQ-READ-COUNT            PIC 9(09)    VALUE ZEROS.
014200 77  WSS-MONTH-ANSWER-COUNT       PIC 9(09)    VALUE ZEROS.
014300 77  WSS-BAD-DATE-COUNT           PIC 9(09)    VALUE ZEROS.
014400 77  WSS-DEPT-REPORTED-COUNT      PIC 9(09)    VALUE ZEROS.
014500 77  WSS-DEPT-MISSING-COUNT       PIC 9(09)    VALUE ZEROS.
014600 77  WSS-DEPT-NO-TARGET-COUNT     PIC 9(09)    VALUE ZEROS.
014700*
014800 01  WSS-RUN-OPTIONS.
014900     05  WSS-OPT-REPORT-MONTH     PIC 9(06)    VALUE ZEROS.
015000 01  WSS-OPT-MONTH-GROUP REDEFINES WSS-RUN-OPTIONS.
015100     05  WSS-OPT-REPORT-CCYY      PIC 9(04).
015200     05  WSS-OPT-REPORT-MM        PIC 9(02).
015300 01  WSS-CTL-NUMBER               PIC 9(11).
015400 01  WSS-CTL-MONTH                PIC 9(06).
015500 01  WSS-CTL-MONTH-GROUP REDEFINES WSS-CTL-MONTH.
015600     05  WSS-CTL-CCYY             PIC 9(04).
015700     05  WSS-CTL-MM               PIC 9(02).
015800*
015900 01  WSS-STATUS-DATE              PIC 9(08).
016000 01  WSS-STATUS-DATE-GROUP REDEFINES WSS-STATUS-DATE.
016100     05  WSS-STATUS-CCYYMM        PIC 9(06).
016200     05  WSS-STATUS-DD            PIC 9(02).
016300*
016400 01  WSS-RECEIVED-DAYNO           PIC 9(07).
016500 01  WSS-TURN-DAYS                PIC 9(05).
016600*
016700*    DAY-SERIAL WORK AREA - SEE 9100-DATE-TO-DAYS.
016800 01  WSS-DAYNO-LEAP               PIC 9(05).
016900 01  WSS-DAYNO-LEAP-QUOT          PIC 9(04).
017000 01  WSS-DAYNO-LEAP-REM           PIC 9(01).
017100 01  WSS-DAYNO-DATE               PIC 9(08).
017200 01  WSS-DAYNO-GROUP REDEFINES WSS-DAYNO-DATE.
017300     05  WSS-DAYNO-CCYY           PIC 9(04).
017400     05  WSS-DAYNO-MM             PIC 9(02).
017500     05  WSS-DAYNO-DD             PIC 9(02).
017600 01  WSS-DAYNO                    PIC 9(07).
017700*
017800 01  WSS-MONTH-DAYS-TABLE.
017900     05  FILLER                   PIC X(18)
018000          VALUE '000031059090120151'.
018100     05  FILLER                   PIC X(18)
018200          VALUE '181212243273304334'.
018300 01  WSS-MONTH-DAYS REDEFINES WSS-MONTH-DAYS-TABLE.
018400     05  WSS-MONTH-DAYS-ENTRY     PIC 9(03)    OCCURS 12.
018500*
018600*    ONE ENTRY PER DEPARTMENT: LOADED FROM DEPTMST IN CODE
018700*    ORDER, THEN ANY DEPARTMENT FOUND ONLY ON RQSTMST.
018800 01  WSS-FIND-DEPT                PIC X(04).
018900 01  WSS-DEPT-TABLE.
019000     05  WSS-DEPT-COUNT           PIC 9(03)    VALUE ZEROS.
019100     05  WSS-DEPT-ENTRY OCCURS 500.
019200         10  WSS-DEPT-TAB-CODE    PIC X(04).
019300         10  WSS-DEPT-TAB-NAME    PIC X(30).
019400         10  WSS-DEPT-TAB-TARGET  PIC 9(03).
019500         10  WSS-DEPT-TAB-ONFILE-SW
019600                                  PIC X(01).
019700             88  WSS-DEPT-TAB-ON-DEPTMST       VALUE 'Y'.
019800             88  WSS-DEPT-TAB-NOT-ON-DEPTMST   VALUE 'N'.
019900         10  WSS-DEPT-TAB-ANSWERS PIC 9(07).
020000         10  WSS-DEPT-TAB-FIRST   PIC 9(07).
020100         10  WSS-DEPT-TAB-RECYCLED
020200                                  PIC 9(07).
020300         10  WSS-DEPT-TAB-DAYS    PIC 9(09).
020400         10  WSS-DEPT-TAB-WORST   PIC 9(05).
020500         10  WSS-DEPT-TAB-MET     PIC 9(07).
020600 01  WSS-DEPT-IX                  PIC 9(03).
020700 01  WSS-DEPT-HIT-IX              PIC 9(03).
020800*
020900*    ALL-DEPARTMENTS TOTALS. MET IS MEASURED ONLY OVER THE
021000*    DEPARTMENTS THAT HOLD A TARGET.
021100 01  WSS-ALL-TOTALS.
021200     05  WSS-ALL-ANSWERS          PIC 9(09)    VALUE ZEROS.
021300     05  WSS-ALL-FIRST            PIC 9(09)    VALUE ZEROS.
021400     05  WSS-ALL-RECYCLED         PIC 9(09)    VALUE ZEROS.
021500     05  WSS-ALL-DAYS             PIC 9(11)    VALUE ZEROS.
021600     05  WSS-ALL-WORST            PIC 9(05)    VALUE ZEROS.
021700     05  WSS-ALL-TARGETED         PIC 9(09)    VALUE ZEROS.
021800     05  WSS-ALL-MET              PIC 9(09)    VALUE ZEROS.
021900*
022000*    ONE LINE'S FIGURES, FILLED FROM A DEPARTMENT ENTRY OR THE
022100*    ALL-DEPARTMENTS TOTALS BEFORE 5200-FORMAT-FIGURES.
022200 01  WSS-LINE-FIGURES.
022300     05  WSS-LF-ANSWERS           PIC 9(09).
022400     05  WSS-LF-FIRST             PIC 9(09).
022500     05  WSS-LF-RECYCLED          PIC 9(09).
022600     05  WSS-LF-DAYS              PIC 9(11).
022700     05  WSS-LF-WORST             PIC 9(05).
022800     05  WSS-LF-TARGETED          PIC 9(09).
022900     05  WSS-LF-MET               PIC 9(09).
023000     05  WSS-LF-AVG-DAYS          PIC 9(04)V9.
023100     05  WSS-LF-PCT-FIRST         PIC 9(03)V9.
023200     05  WSS-LF-PCT-RECYCLED      PIC 9(03)V9.
023300     05  WSS-LF-PCT-MET           PIC 9(03)V9.
023400 01  WSS-PCT-EDIT                 PIC ZZ9.9.
023500*
023600 01  WSS-RPT-CONTROLS.
023700     05  WSS-LINE-COUNT           PIC 9(03)    VALUE ZEROS.
023800     05  WSS-MAX-LINES            PIC 9(03)    VALUE 055.
023900     05  WSS-PAGE-COUNT           PIC 9(03)    VALUE ZEROS.
024000*
024100 01  WSS-RUN-DATE-YMD             PIC 9(08).
024200 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
024300     05  WSS-RUN-DATE-CCYY        PIC 9(04).
024400     05  WSS-RUN-DATE-MM          PIC 9(02).
024500     05  WSS-RUN-DATE-DD          PIC 9(02).
024600*
024700 01  WSS-RUN-DATE-DISPLAY.
024800     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
024900     05  FILLER                   PIC X(01)    VALUE '/'.
025000     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
025100     05  FILLER                   PIC X(01)    VALUE '/'.
025200     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
025300*
025400 01  WSS-HDG1-LINE.
025500     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
025600     05  FILLER                   PIC X(09)    VALUE SPACES.
025700     05  FILLER                   PIC X(40)
025800          VALUE 'COBTURN - DEPARTMENT TURNAROUND REPORT'.
025900     05  FILLER                   PIC X(10)    VALUE SPACES.
026000     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
026100     05  WSS-HDG1-DATE            PIC X(10).
026200*
026300 01  WSS-HDG2-LINE.
026400     05  WSS-HDG2-CC              PIC X(01)    VALUE ' '.
026500     05  FILLER                   PIC X(09)    VALUE SPACES.
026600     05  FILLER                   PIC X(14)
026700          VALUE 'REPORT MONTH: '.
026800     05  WSS-HDG2-MM              PIC 9(02).
026900     05  FILLER                   PIC X(01)    VALUE '/'.
027000     05  WSS-HDG2-CCYY            PIC 9(04).
027100*
027200 01  WSS-HDG3-LINE.
027300     05  WSS-HDG3-CC              PIC X(01)    VALUE ' '.
027400     05  FILLER                   PIC X(10)    VALUE '    DEPT  '.
027500     05  FILLER                   PIC X(31)
027600          VALUE 'DEPARTMENT NAME                '.
027700     05  FILLER                   PIC X(08)    VALUE 'REQUESTS'.
027800     05  FILLER                   PIC X(09)    VALUE '    FIRST'.
027900     05  FILLER                   PIC X(10)    VALUE '     AFTER'.
028000     05  FILLER                   PIC X(10)    VALUE '   AVERAGE'.
028100     05  FILLER                   PIC X(09)    VALUE '    WORST'.
028200     05  FILLER                   PIC X(07)    VALUE ' TARGET'.
028300     05  FILLER                   PIC X(09)    VALUE '      MET'.
028400*
028500 01  WSS-HDG4-LINE.
028600     05  WSS-HDG4-CC              PIC X(01)    VALUE ' '.
028700     05  FILLER                   PIC X(10)    VALUE SPACES.
028800     05  FILLER                   PIC X(31)    VALUE SPACES.
028900     05  FILLER                   PIC X(08)    VALUE 'ANSWERED'.
029000     05  FILLER                   PIC X(09)    VALUE '   TIME %'.
029100     05  FILLER                   PIC X(10)    VALUE ' RECYCLE %'.
029200     05  FILLER                   PIC X(10)    VALUE '      DAYS'.
029300     05  FILLER                   PIC X(09)    VALUE '     DAYS'.
029400     05  FILLER                   PIC X(07)    VALUE '   DAYS'.
029500     05  FILLER                   PIC X(09)    VALUE ' TARGET %'.
029600*
029700 01  WSS-DET-LINE.
029800     05  WSS-DET-CC               PIC X(01)    VALUE ' '.
029900     05  FILLER                   PIC X(04)    VALUE SPACES.
030000     05  WSS-DET-DEPT             PIC X(04).
030100     05  FILLER                   PIC X(02)    VALUE SPACES.
030200     05  WSS-DET-NAME             PIC X(30).
030300     05  FILLER                   PIC X(02)    VALUE SPACES.
030400     05  WSS-DET-ANSWERS          PIC Z(06)9.
030500     05  FILLER                   PIC X(04)    VALUE SPACES.
030600     05  WSS-DET-PCT-FIRST        PIC ZZ9.9.
030700     05  FILLER                   PIC X(05)    VALUE SPACES.
030800     05  WSS-DET-PCT-RECYCLED     PIC ZZ9.9.
030900     05  FILLER                   PIC X(04)    VALUE SPACES.
031000     05  WSS-DET-AVG-DAYS         PIC ZZZ9.9.
031100     05  FILLER                   PIC X(04)    VALUE SPACES.
031200     05  WSS-DET-WORST            PIC ZZZZ9.
031300     05  FILLER                   PIC X(04)    VALUE SPACES.
031400     05  WSS-DET-TARGET           PIC ZZ9      BLANK WHEN ZERO.
031500     05  FILLER                   PIC X(04)    VALUE SPACES.
031600     05  WSS-DET-PCT-MET          PIC X(05).
031700     05  FILLER                   PIC X(02)    VALUE SPACES.
031800     05  WSS-DET-NOTE             PIC X(16).
031900*
032000 01  WSS-TOT-LINE.
032100     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
032200     05  FILLER                   PIC X(09)    VALUE SPACES.
032300     05  WSS-TOT-LABEL            PIC X(30).
032400     05  WSS-TOT-COUNT            PIC Z(08)9.
032500*
032600 PROCEDURE DIVISION.
032700*
032800************************************************************
032900* 0000-MAIN-PROCEDURE - LOADS THE DEPARTMENTS, MEASURES     *
033000*   EVERY REQUEST ANSWERED IN THE MONTH, PRINTS THE REPORT  *
033100*   AND WRITES THE EXTRACT.                                 *
033200************************************************************
033300 0000-MAIN-PROCEDURE.
033400     PERFORM 1000-INITIALIZE
033500     PERFORM 1500-LOAD-DEPARTMENTS
033600     PERFORM 2000-MEASURE-REQUEST THRU 2000-EXIT
033700             UNTIL WSS-RQ-EOF
033800     PERFORM 5000-WRITE-DEPARTMENTS
033900     PERFORM 6000-WRITE-ALL-DEPARTMENTS THRU 6000-EXIT
034000     PERFORM 7000-WRITE-TOTALS
034100     PERFORM 8000-TERMINATE
034200     IF WSS-MONTH-ANSWER-COUNT EQUAL ZERO
034300         MOVE 4 TO RETURN-CODE
034400     END-IF
034500     STOP RUN.
034600*
034700************************************************************
034800* 1000-INITIALIZE - ESTABLISH THE RUN DATE AND THE REPORT   *
034900*   MONTH, OPEN THE FILES, PRINT THE FIRST HEADINGS AND     *
035000*   PRIME THE READ.                                         *
035100************************************************************
035200 1000-INITIALIZE.
035300     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
035400     IF WSS-RUN-DATE-MM EQUAL 1
035500         COMPUTE WSS-OPT-REPORT-CCYY = WSS-RUN-DATE-CCYY - 1
035600         MOVE 12 TO WSS-OPT-REPORT-MM
035700     ELSE
035800         MOVE WSS-RUN-DATE-CCYY TO WSS-OPT-REPORT-CCYY
035900         COMPUTE WSS-OPT-REPORT-MM = WSS-RUN-DATE-MM - 1
036000     END-IF
036100     PERFORM 1020-READ-CONTROL-CARDS THRU 1020-EXIT
036200     OPEN INPUT RQSTMST-FILE
036300     IF NOT WSS-RQSTMST-OK
036400         DISPLAY 'COBTURN - RQSTMST OPEN FAILED, STATUS '
036500                 WSS-RQSTMST-STATUS
036600         MOVE 12 TO RETURN-CODE
036700         STOP RUN
036800     END-IF
036900     OPEN INPUT DEPTMST-FILE
037000     IF NOT WSS-DEPTMST-OK
037100         DISPLAY 'COBTURN - DEPTMST OPEN FAILED, STATUS '
037200                 WSS-DEPTMST-STATUS
037300         MOVE 12 TO RETURN-CODE
037400         STOP RUN
037500     END-IF
037600     OPEN OUTPUT TURNRPT-FILE
037700     OPEN OUTPUT TURNOUT-FILE
037800     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
037900     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
038000     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
038100     MOVE WSS-OPT-REPORT-MM TO WSS-HDG2-MM
038200     MOVE WSS-OPT-REPORT-CCYY TO WSS-HDG2-CCYY
038300     PERFORM 3000-WRITE-HEADINGS
038400     PERFORM 1100-READ-RQSTMST.
038500*
038600************************************************************
038700* 1020-READ-CONTROL-CARDS - READS THE OPTIONAL TURNCTL      *
038800*   FILE. REPORT-MONTH (CCYYMM) NAMES THE MONTH TO REPORT;  *
038900*   A CARD THAT DOES NOT PARSE ENDS THE RUN WITH RETURN     *
039000*   CODE 12.                                                *
039100************************************************************
039200 1020-READ-CONTROL-CARDS.
039300     OPEN INPUT CTLIN-FILE
039400     IF WSS-CTLIN-NOT-FOUND
039500         CLOSE CTLIN-FILE
039600         GO TO 1020-EXIT
039700     END-IF
039800     PERFORM 1030-READ-NEXT-CONTROL THRU 1030-EXIT
039900             UNTIL WSS-CTLIN-EOF
040000     CLOSE CTLIN-FILE.
040100 1020-EXIT.
040200     EXIT.
040300*
040400 1030-READ-NEXT-CONTROL.
040500     READ CTLIN-FILE
040600         AT END
040700             SET WSS-CTLIN-EOF TO TRUE
040800             GO TO 1030-EXIT
040900     END-READ
041000     IF CTLIN-KEYWORD EQUAL SPACES
041100       OR CTLIN-KEYWORD (1:1) EQUAL '*'
041200         GO TO 1030-EXIT
041300     END-IF
041400     IF CTLIN-VALUE IS NOT NUMERIC
041500         GO TO 1030-BAD-CARD
041600     END-IF
041700     MOVE CTLIN-VALUE TO WSS-CTL-NUMBER
041800     IF CTLIN-KEYWORD EQUAL 'REPORT-MONTH'
041900         IF WSS-CTL-NUMBER GREATER THAN 999999
042000             GO TO 1030-BAD-CARD
042100         END-IF
042200         MOVE WSS-CTL-NUMBER TO WSS-CTL-MONTH
042300         IF WSS-CTL-CCYY EQUAL ZERO
042400           OR WSS-CTL-MM LESS THAN 1
042500           OR WSS-CTL-MM GREATER THAN 12
042600             GO TO 1030-BAD-CARD
042700         END-IF
042800         MOVE WSS-CTL-MONTH TO WSS-OPT-REPORT-MONTH
042900         GO TO 1030-EXIT
043000     END-IF.
043100 1030-BAD-CARD.
043200     DISPLAY 'COBTURN - INVALID CONTROL CARD: ' CTLIN-KEYWORD
043300             ' ' CTLIN-VALUE
043400     MOVE 12 TO RETURN-CODE
043500     STOP RUN.
043600 1030-EXIT.
043700     EXIT.
043800*
043900 1100-READ-RQSTMST.
044000     READ RQSTMST-FILE NEXT RECORD
044100         AT END
044200             SET WSS-RQ-EOF TO TRUE
044300     END-READ
044400     IF WSS-RQ-NOT-EOF
044500         IF NOT WSS-RQSTMST-OK
044600             DISPLAY 'COBTURN - RQSTMST READ FAILED, STATUS '
044700                     WSS-RQSTMST-STATUS
044800             MOVE 12 TO RETURN-CODE
044900             STOP RUN
045000         END-IF
045100         ADD 1 TO WSS-RQ-READ-COUNT
045200     END-IF.
045300*
045400************************************************************
045500* 1500-LOAD-DEPARTMENTS - LOADS EVERY DEPTMST DEPARTMENT    *
045600*   INTO THE TABLE IN CODE ORDER WITH ITS NAME AND TARGET.  *
045700*   THE '****' BOOTSTRAP DUMMY IS PASSED OVER. A TARGET     *
045800*   THAT IS BLANK IS TAKEN AS NO TARGET.                    *
045900************************************************************
046000 1500-LOAD-DEPARTMENTS.
046100     PERFORM 1510-LOAD-ONE-DEPARTMENT THRU 1510-EXIT
046200             UNTIL WSS-DM-EOF
046300     CLOSE DEPTMST-FILE.
046400*
046500 1510-LOAD-ONE-DEPARTMENT.
046600     READ DEPTMST-FILE NEXT RECORD
046700         AT END
046800             SET WSS-DM-EOF TO TRUE
046900             GO TO 1510-EXIT
047000     END-READ
047100     IF NOT WSS-DEPTMST-OK
047200         DISPLAY 'COBTURN - DEPTMST READ FAILED, STATUS '
047300                 WSS-DEPTMST-STATUS
047400         MOVE 12 TO RETURN-CODE
047500         STOP RUN
047600     END-IF
047700     IF DM-DEPT-CODE EQUAL '****'
047800         GO TO 1510-EXIT
047900     END-IF
048000     MOVE DM-DEPT-CODE TO WSS-FIND-DEPT
048100     PERFORM 4100-ADD-DEPT-ENTRY
048200     MOVE DM-DEPT-NAME TO WSS-DEPT-TAB-NAME (WSS-DEPT-HIT-IX)
048300     SET WSS-DEPT-TAB-ON-DEPTMST (WSS-DEPT-HIT-IX) TO TRUE
048400     IF DM-TARGET-DAYS IS NUMERIC
048500         MOVE DM-TARGET-DAYS
048600           TO WSS-DEPT-TAB-TARGET (WSS-DEPT-HIT-IX)
048700     END-IF.
048800 1510-EXIT.
048900     EXIT.
049000*
049100************************************************************
049200* 2000-MEASURE-REQUEST - COUNTS ONE REQUEST ANSWERED OR     *
049300*   RE-ANSWERED IN THE REPORT MONTH AGAINST ITS DEPARTMENT. *
049400*   A REQUEST WHOSE DATES CANNOT BE MEASURED IS COUNTED IN  *
049500*   THE RUN TOTALS ONLY.                                    *
049600************************************************************
049700 2000-MEASURE-REQUEST.
049800     IF NOT RQ-ANSWERED
049900       AND NOT RQ-REANSWERED
050000         GO TO 2000-NEXT
050100     END-IF
050200     IF RQ-STATUS-DATE IS NOT NUMERIC
050300         GO TO 2000-NEXT
050400     END-IF
050500     MOVE RQ-STATUS-DATE TO WSS-STATUS-DATE
050600     IF WSS-STATUS-CCYYMM NOT EQUAL WSS-OPT-REPORT-MONTH
050700         GO TO 2000-NEXT
050800     END-IF
050900     ADD 1 TO WSS-MONTH-ANSWER-COUNT
051000     PERFORM 2100-COMPUTE-TURN-DAYS THRU 2100-EXIT
051100     IF WSS-DATES-UNUSABLE
051200         ADD 1 TO WSS-BAD-DATE-COUNT
051300         GO TO 2000-NEXT
051400     END-IF
051500     MOVE RQ-DEPT-CODE TO WSS-FIND-DEPT
051600     PERFORM 4000-FIND-DEPT-ENTRY THRU 4000-EXIT
051700     PERFORM 2200-ADD-TO-DEPARTMENT.
051800 2000-NEXT.
051900     PERFORM 1100-READ-RQSTMST.
052000 2000-EXIT.
052100     EXIT.
052200*
052300************************************************************
052400* 2100-COMPUTE-TURN-DAYS - DAYS FROM THE RECEIVED DATE TO   *
052500*   THE STATUS DATE. A RECEIVED DATE THAT IS NOT A DATE, OR *
052600*   THAT FALLS AFTER THE STATUS DATE, CANNOT BE MEASURED.   *
052700************************************************************
052800 2100-COMPUTE-TURN-DAYS.
052900     SET WSS-DATES-UNUSABLE TO TRUE
053000     IF RQ-RECEIVED-DATE IS NOT NUMERIC
053100       OR RQ-RECEIVED-DATE GREATER THAN RQ-STATUS-DATE
053200         GO TO 2100-EXIT
053300     END-IF
053400     MOVE RQ-RECEIVED-DATE TO WSS-DAYNO-DATE
053500     IF WSS-DAYNO-MM LESS THAN 1
053600       OR WSS-DAYNO-MM GREATER THAN 12
053700         GO TO 2100-EXIT
053800     END-IF
053900     PERFORM 9100-DATE-TO-DAYS
054000     MOVE WSS-DAYNO TO WSS-RECEIVED-DAYNO
054100     MOVE RQ-STATUS-DATE TO WSS-DAYNO-DATE
054200     IF WSS-DAYNO-MM LESS THAN 1
054300       OR WSS-DAYNO-MM GREATER THAN 12
054400         GO TO 2100-EXIT
054500     END-IF
054600     PERFORM 9100-DATE-TO-DAYS
054700     COMPUTE WSS-TURN-DAYS = WSS-DAYNO - WSS-RECEIVED-DAYNO
054800     SET WSS-DATES-USABLE TO TRUE.
054900 2100-EXIT.
055000     EXIT.
055100*
055200************************************************************
055300* 2200-ADD-TO-DEPARTMENT - ROLLS ONE MEASURED REQUEST INTO  *
055400*   ITS DEPARTMENT ENTRY. IT MEETS THE TARGET WHEN IT WAS   *
055500*   ANSWERED WITHIN THE TARGET DAYS.                        *
055600************************************************************
055700 2200-ADD-TO-DEPARTMENT.
055800     ADD 1 TO WSS-DEPT-TAB-ANSWERS (WSS-DEPT-HIT-IX)
055900     IF RQ-ANSWERED
056000         ADD 1 TO WSS-DEPT-TAB-FIRST (WSS-DEPT-HIT-IX)
056100     ELSE
056200         ADD 1 TO WSS-DEPT-TAB-RECYCLED (WSS-DEPT-HIT-IX)
056300     END-IF
056400     ADD WSS-TURN-DAYS TO WSS-DEPT-TAB-DAYS (WSS-DEPT-HIT-IX)
056500     IF WSS-TURN-DAYS GREATER THAN
056600        WSS-DEPT-TAB-WORST (WSS-DEPT-HIT-IX)
056700         MOVE WSS-TURN-DAYS
056800           TO WSS-DEPT-TAB-WORST (WSS-DEPT-HIT-IX)
056900     END-IF
057000     IF WSS-DEPT-TAB-TARGET (WSS-DEPT-HIT-IX) GREATER THAN ZERO
057100       AND WSS-TURN-DAYS NOT GREATER THAN
057200           WSS-DEPT-TAB-TARGET (WSS-DEPT-HIT-IX)
057300         ADD 1 TO WSS-DEPT-TAB-MET (WSS-DEPT-HIT-IX)
057400     END-IF.
057500*
057600************************************************************
057700* 3000-WRITE-HEADINGS - WRITES A NEW PAGE OF HEADINGS.      *
057800************************************************************
057900 3000-WRITE-HEADINGS.
058000     ADD 1 TO WSS-PAGE-COUNT
058100     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
058200     WRITE TURNRPT-RECORD FROM WSS-HDG1-LINE
058300         AFTER ADVANCING PAGE
058400     WRITE TURNRPT-RECORD FROM WSS-HDG2-LINE
058500         AFTER ADVANCING 1 LINE
058600     WRITE TURNRPT-RECORD FROM WSS-HDG3-LINE
058700         AFTER ADVANCING 2 LINES
058800     WRITE TURNRPT-RECORD FROM WSS-HDG4-LINE
058900         AFTER ADVANCING 1 LINE
059000     MOVE SPACES TO TURNRPT-RECORD
059100     WRITE TURNRPT-RECORD
059200         AFTER ADVANCING 1 LINE
059300     MOVE 6 TO WSS-LINE-COUNT.
059400*
059500************************************************************
059600* 3050-CHECK-PAGE-BREAK - STARTS A NEW PAGE OF HEADINGS     *
059700*   WHENEVER THE CURRENT PAGE IS FULL.                      *
059800************************************************************
059900 3050-CHECK-PAGE-BREAK.
060000     IF WSS-LINE-COUNT NOT LESS THAN WSS-MAX-LINES
060100         PERFORM 3000-WRITE-HEADINGS
060200     END-IF.
060300*
060400************************************************************
060500* 4000-FIND-DEPT-ENTRY - FINDS THE TABLE ENTRY FOR          *
060600*   WSS-FIND-DEPT, ADDING ONE FLAGGED AS NOT ON DEPTMST     *
060700*   WHEN THE DEPARTMENT HAS BEEN REMOVED.                   *
060800************************************************************
060900 4000-FIND-DEPT-ENTRY.
061000     SET WSS-DEPT-NOT-FOUND-YET TO TRUE
061100     IF WSS-DEPT-COUNT GREATER THAN ZERO
061200         PERFORM 4010-MATCH-DEPT-ENTRY
061300                 VARYING WSS-DEPT-IX FROM 1 BY 1
061400                 UNTIL WSS-DEPT-IX GREATER WSS-DEPT-COUNT
061500                    OR WSS-DEPT-FOUND
061600     END-IF
061700     IF WSS-DEPT-FOUND
061800         GO TO 4000-EXIT
061900     END-IF
062000     PERFORM 4100-ADD-DEPT-ENTRY
062100     MOVE SPACES TO WSS-DEPT-TAB-NAME (WSS-DEPT-HIT-IX)
062200     SET WSS-DEPT-TAB-NOT-ON-DEPTMST (WSS-DEPT-HIT-IX) TO TRUE.
062300 4000-EXIT.
062400     EXIT.
062500*
062600 4010-MATCH-DEPT-ENTRY.
062700     IF WSS-DEPT-TAB-CODE (WSS-DEPT-IX) EQUAL WSS-FIND-DEPT
062800         SET WSS-DEPT-FOUND TO TRUE
062900         MOVE WSS-DEPT-IX TO WSS-DEPT-HIT-IX
063000     END-IF.
063100*
063200************************************************************
063300* 4100-ADD-DEPT-ENTRY - ADDS A CLEARED ENTRY FOR            *
063400*   WSS-FIND-DEPT. MORE THAN 500 DEPARTMENTS IS A HARD      *
063500*   FAILURE.                                                *
063600************************************************************
063700 4100-ADD-DEPT-ENTRY.
063800     IF WSS-DEPT-COUNT NOT LESS THAN 500
063900         DISPLAY 'COBTURN - MORE THAN 500 DEPARTMENTS'
064000                 ' - RUN ENDED'
064100         MOVE 12 TO RETURN-CODE
064200         STOP RUN
064300     END-IF
064400     ADD 1 TO WSS-DEPT-COUNT
064500     MOVE WSS-DEPT-COUNT TO WSS-DEPT-HIT-IX
064600     MOVE WSS-FIND-DEPT TO WSS-DEPT-TAB-CODE (WSS-DEPT-HIT-IX)
064700     MOVE ZEROS TO WSS-DEPT-TAB-TARGET (WSS-DEPT-HIT-IX)
064800     MOVE ZEROS TO WSS-DEPT-TAB-ANSWERS (WSS-DEPT-HIT-IX)
064900     MOVE ZEROS TO WSS-DEPT-TAB-FIRST (WSS-DEPT-HIT-IX)
065000     MOVE ZEROS TO WSS-DEPT-TAB-RECYCLED (WSS-DEPT-HIT-IX)
065100     MOVE ZEROS TO WSS-DEPT-TAB-DAYS (WSS-DEPT-HIT-IX)
065200     MOVE ZEROS TO WSS-DEPT-TAB-WORST (WSS-DEPT-HIT-IX)
065300     MOVE ZEROS TO WSS-DEPT-TAB-MET (WSS-DEPT-HIT-IX).
065400*
065500************************************************************
065600* 5000-WRITE-DEPARTMENTS - ONE REPORT LINE AND ONE TURNOUT  *
065700*   RECORD FOR EVERY DEPARTMENT THAT HAD AN ANSWER IN THE   *
065800*   MONTH, IN TABLE ORDER.                                  *
065900************************************************************
066000 5000-WRITE-DEPARTMENTS.
066100     IF WSS-DEPT-COUNT GREATER THAN ZERO
066200         PERFORM 5100-WRITE-ONE-DEPARTMENT THRU 5100-EXIT
066300                 VARYING WSS-DEPT-IX FROM 1 BY 1
066400                 UNTIL WSS-DEPT-IX GREATER WSS-DEPT-COUNT
066500     END-IF.
066600*
066700 5100-WRITE-ONE-DEPARTMENT.
066800     IF WSS-DEPT-TAB-ANSWERS (WSS-DEPT-IX) EQUAL ZERO
066900         GO TO 5100-EXIT
067000     END-IF
067100     ADD 1 TO WSS-DEPT-REPORTED-COUNT
067200     MOVE WSS-DEPT-TAB-ANSWERS (WSS-DEPT-IX) TO WSS-LF-ANSWERS
067300     MOVE WSS-DEPT-TAB-FIRST (WSS-DEPT-IX) TO WSS-LF-FIRST
067400     MOVE WSS-DEPT-TAB-RECYCLED (WSS-DEPT-IX) TO WSS-LF-RECYCLED
067500     MOVE WSS-DEPT-TAB-DAYS (WSS-DEPT-IX) TO WSS-LF-DAYS
067600     MOVE WSS-DEPT-TAB-WORST (WSS-DEPT-IX) TO WSS-LF-WORST
067700     MOVE WSS-DEPT-TAB-MET (WSS-DEPT-IX) TO WSS-LF-MET
067800     IF WSS-DEPT-TAB-TARGET (WSS-DEPT-IX) GREATER THAN ZERO
067900         MOVE WSS-LF-ANSWERS TO WSS-LF-TARGETED
068000     ELSE
068100         MOVE ZEROS TO WSS-LF-TARGETED
068200         ADD 1 TO WSS-DEPT-NO-TARGET-COUNT
068300     END-IF
068400     PERFORM 5200-FORMAT-FIGURES
068500     MOVE WSS-DEPT-TAB-CODE (WSS-DEPT-IX) TO WSS-DET-DEPT
068600     MOVE WSS-DEPT-TAB-NAME (WSS-DEPT-IX) TO WSS-DET-NAME
068700     MOVE WSS-DEPT-TAB-TARGET (WSS-DEPT-IX) TO WSS-DET-TARGET
068800     MOVE SPACES TO WSS-DET-NOTE
068900     IF WSS-DEPT-TAB-NOT-ON-DEPTMST (WSS-DEPT-IX)
069000         MOVE 'NOT ON DEPTMST' TO WSS-DET-NOTE
069100         ADD 1 TO WSS-DEPT-MISSING-COUNT
069200     END-IF
069300     PERFORM 3050-CHECK-PAGE-BREAK
069400     WRITE TURNRPT-RECORD FROM WSS-DET-LINE
069500         AFTER ADVANCING 1 LINE
069600     ADD 1 TO WSS-LINE-COUNT
069700     PERFORM 5300-WRITE-EXTRACT
069800     ADD WSS-LF-ANSWERS TO WSS-ALL-ANSWERS
069900     ADD WSS-LF-FIRST TO WSS-ALL-FIRST
070000     ADD WSS-LF-RECYCLED TO WSS-ALL-RECYCLED
070100     ADD WSS-LF-DAYS TO WSS-ALL-DAYS
070200     ADD WSS-LF-TARGETED TO WSS-ALL-TARGETED
070300     ADD WSS-LF-MET TO WSS-ALL-MET
070400     IF WSS-LF-WORST GREATER THAN WSS-ALL-WORST
070500         MOVE WSS-LF-WORST TO WSS-ALL-WORST
070600     END-IF.
070700 5100-EXIT.
070800     EXIT.
070900*
071000************************************************************
071100* 5200-FORMAT-FIGURES - WORKS OUT THE AVERAGE AND THE       *
071200*   PERCENTAGES FOR THE FIGURES IN WSS-LINE-FIGURES AND     *
071300*   MOVES THEM TO THE DETAIL LINE. WITH NOTHING MEASURED    *
071400*   AGAINST A TARGET THE PERCENTAGE MET IS SHOWN AS N/A.    *
071500************************************************************
071600 5200-FORMAT-FIGURES.
071700     COMPUTE WSS-LF-AVG-DAYS ROUNDED
071800         = WSS-LF-DAYS / WSS-LF-ANSWERS
071900     COMPUTE WSS-LF-PCT-FIRST ROUNDED
072000         = WSS-LF-FIRST * 100 / WSS-LF-ANSWERS
072100     COMPUTE WSS-LF-PCT-RECYCLED ROUNDED
072200         = WSS-LF-RECYCLED * 100 / WSS-LF-ANSWERS
072300     MOVE WSS-LF-ANSWERS TO WSS-DET-ANSWERS
072400     MOVE WSS-LF-PCT-FIRST TO WSS-DET-PCT-FIRST
072500     MOVE WSS-LF-PCT-RECYCLED TO WSS-DET-PCT-RECYCLED
072600     MOVE WSS-LF-AVG-DAYS TO WSS-DET-AVG-DAYS
072700     MOVE WSS-LF-WORST TO WSS-DET-WORST
072800     IF WSS-LF-TARGETED EQUAL ZERO
072900         MOVE ZEROS TO WSS-LF-PCT-MET
073000         MOVE '  N/A' TO WSS-DET-PCT-MET
073100     ELSE
073200         COMPUTE WSS-LF-PCT-MET ROUNDED
073300             = WSS-LF-MET * 100 / WSS-LF-TARGETED
073400         MOVE WSS-LF-PCT-MET TO WSS-PCT-EDIT
073500         MOVE WSS-PCT-EDIT TO WSS-DET-PCT-MET
073600     END-IF.
073700*
073800************************************************************
073900* 5300-WRITE-EXTRACT - WRITES THE DEPARTMENT'S TURNOUT      *
074000*   SUMMARY RECORD FOR THE ACCOUNTING FEED.                 *
074100************************************************************
074200 5300-WRITE-EXTRACT.
074300     MOVE SPACES TO TURNOUT-RECORD
074400     MOVE WSS-OPT-REPORT-MONTH TO TURNOUT-REPORT-MONTH
074500     MOVE WSS-DEPT-TAB-CODE (WSS-DEPT-IX) TO TURNOUT-DEPT-CODE
074600     MOVE WSS-LF-ANSWERS TO TURNOUT-ANSWERS
074700     MOVE WSS-LF-FIRST TO TURNOUT-FIRST-TIME
074800     MOVE WSS-LF-RECYCLED TO TURNOUT-RECYCLED
074900     MOVE WSS-LF-DAYS TO TURNOUT-TOTAL-DAYS
075000     COMPUTE TURNOUT-AVG-DAYS-X10 = WSS-LF-AVG-DAYS * 10
075100     MOVE WSS-LF-WORST TO TURNOUT-WORST-DAYS
075200     MOVE WSS-DEPT-TAB-TARGET (WSS-DEPT-IX) TO TURNOUT-TARGET-DAYS
075300     MOVE WSS-LF-MET TO TURNOUT-MET
075400     COMPUTE TURNOUT-PCT-MET-X10 = WSS-LF-PCT-MET * 10
075500     WRITE TURNOUT-RECORD.
075600*
075700************************************************************
075800* 6000-WRITE-ALL-DEPARTMENTS - THE ALL-DEPARTMENTS LINE.    *
075900*   PERCENTAGE MET COVERS ONLY THE DEPARTMENTS WITH A       *
076000*   TARGET.                                                 *
076100************************************************************
076200 6000-WRITE-ALL-DEPARTMENTS.
076300     IF WSS-ALL-ANSWERS EQUAL ZERO
076400         GO TO 6000-EXIT
076500     END-IF
076600     MOVE WSS-ALL-ANSWERS TO WSS-LF-ANSWERS
076700     MOVE WSS-ALL-FIRST TO WSS-LF-FIRST
076800     MOVE WSS-ALL-RECYCLED TO WSS-LF-RECYCLED
076900     MOVE WSS-ALL-DAYS TO WSS-LF-DAYS
077000     MOVE WSS-ALL-WORST TO WSS-LF-WORST
077100     MOVE WSS-ALL-TARGETED TO WSS-LF-TARGETED
077200     MOVE WSS-ALL-MET TO WSS-LF-MET
077300     PERFORM 5200-FORMAT-FIGURES
077400     MOVE SPACES TO WSS-DET-DEPT
077500     MOVE 'ALL DEPARTMENTS' TO WSS-DET-NAME
077600     MOVE ZEROS TO WSS-DET-TARGET
077700     MOVE SPACES TO WSS-DET-NOTE
077800     PERFORM 3050-CHECK-PAGE-BREAK
077900     WRITE TURNRPT-RECORD FROM WSS-DET-LINE
078000         AFTER ADVANCING 2 LINES
078100     ADD 2 TO WSS-LINE-COUNT.
078200 6000-EXIT.
078300     EXIT.
078400*
078500************************************************************
078600* 7000-WRITE-TOTALS - PRINTS THE RUN TOTALS.                *
078700************************************************************
078800 7000-WRITE-TOTALS.
078900     PERFORM 3050-CHECK-PAGE-BREAK
079000     MOVE 'REQUESTS READ:                ' TO WSS-TOT-LABEL
079100     MOVE WSS-RQ-READ-COUNT TO WSS-TOT-COUNT
079200     WRITE TURNRPT-RECORD FROM WSS-TOT-LINE
079300         AFTER ADVANCING 3 LINES
079400     ADD 3 TO WSS-LINE-COUNT
079500     MOVE 'ANSWERED IN THE MONTH:        ' TO WSS-TOT-LABEL
079600     MOVE WSS-MONTH-ANSWER-COUNT TO WSS-TOT-COUNT
079700     PERFORM 7100-WRITE-TOTAL-LINE
079800     MOVE 'DATES NOT MEASURABLE:         ' TO WSS-TOT-LABEL
079900     MOVE WSS-BAD-DATE-COUNT TO WSS-TOT-COUNT
080000     PERFORM 7100-WRITE-TOTAL-LINE
080100     MOVE 'DEPARTMENTS REPORTED:         ' TO WSS-TOT-LABEL
080200     MOVE WSS-DEPT-REPORTED-COUNT TO WSS-TOT-COUNT
080300     PERFORM 7100-WRITE-TOTAL-LINE
080400     MOVE 'DEPARTMENTS WITH NO TARGET:   ' TO WSS-TOT-LABEL
080500     MOVE WSS-DEPT-NO-TARGET-COUNT TO WSS-TOT-COUNT
080600     PERFORM 7100-WRITE-TOTAL-LINE
080700     MOVE 'DEPARTMENTS NOT ON DEPTMST:   ' TO WSS-TOT-LABEL
080800     MOVE WSS-DEPT-MISSING-COUNT TO WSS-TOT-COUNT
080900     PERFORM 7100-WRITE-TOTAL-LINE.
081000*
081100 7100-WRITE-TOTAL-LINE.
081200     PERFORM 3050-CHECK-PAGE-BREAK
081300     WRITE TURNRPT-RECORD FROM WSS-TOT-LINE
081400         AFTER ADVANCING 1 LINE
081500     ADD 1 TO WSS-LINE-COUNT.
081600*
081700************************************************************
081800* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
081900************************************************************
082000 8000-TERMINATE.
082100     CLOSE RQSTMST-FILE
082200     CLOSE TURNRPT-FILE
082300     CLOSE TURNOUT-FILE.
082400*
082500************************************************************
082600* 9100-DATE-TO-DAYS - TURNS THE CCYYMMDD DATE IN            *
082700*   WSS-DAYNO-DATE INTO A DAY SERIAL IN WSS-DAYNO: WHOLE    *
082800*   YEARS AT 365 DAYS, ONE MORE FOR EACH FOURTH YEAR BEFORE *
082900*   THIS ONE, THE DAYS BEFORE THE MONTH - WITH FEBRUARY 29  *
083000*   WHEN THIS IS A FOURTH YEAR AND MARCH IS PAST - AND THE  *
083100*   DAY. EXACT FOR THE YEARS 1901 TO 2099, SO A REQUEST     *
083200*   ANSWERED ACROSS A LEAP DAY IS NOT A DAY SHORT.          *
083300************************************************************
083400 9100-DATE-TO-DAYS.
083500     COMPUTE WSS-DAYNO-LEAP = (WSS-DAYNO-CCYY - 1) / 4
083600     DIVIDE WSS-DAYNO-CCYY BY 4 GIVING WSS-DAYNO-LEAP-QUOT
083700         REMAINDER WSS-DAYNO-LEAP-REM
083800     IF WSS-DAYNO-MM GREATER THAN 2
083900       AND WSS-DAYNO-LEAP-REM EQUAL ZERO
084000         ADD 1 TO WSS-DAYNO-LEAP
084100     END-IF
084200     COMPUTE WSS-DAYNO
084300         = WSS-DAYNO-CCYY * 365
084400         + WSS-DAYNO-LEAP
084500         + WSS-MONTH-DAYS-ENTRY (WSS-DAYNO-MM)
084600         + WSS-DAYNO-DD.
