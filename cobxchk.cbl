000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBXCHK.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBXCHK  - CROSS-MASTER REFERENTIAL INTEGRITY CHECK.      *
001000*                                                           *
001100*   COBRMCK PROVES EACH RSLTMST RECORD ON ITS OWN; THIS     *
001200*   PROGRAM PROVES THE MASTERS AGREE WITH EACH OTHER. FOUR  *
001300*   PASSES ARE MADE, ONE PER TYPE OF DISCREPANCY, AND EACH  *
001400*   TYPE IS PRINTED IN ITS OWN SECTION WITH ITS COUNT:      *
001500*                                                           *
001600*     1 - A RQSTMST REQUEST WHOSE DEPARTMENT IS NO LONGER   *
001700*         ON DEPTMST. AN INACTIVE DEPARTMENT IS STILL ON    *
001800*         FILE AND IS NOT A DISCREPANCY.                    *
001900*     2 - A REQUEST ANSWERED (A) OR RE-ANSWERED (N) ON      *
002000*         RQSTMST WHOSE ID NEVER APPEARED IN THE IFACOUT    *
002100*         ANSWER HISTORY. THE HISTORY ARRIVES AS THE        *
002200*         IFACHIST GENERATIONS SORTED BY REQUEST ID WITH    *
002300*         DUPLICATES DROPPED, AND IS MATCHED AGAINST THE    *
002400*         MASTER IN KEY ORDER. REQUESTS ANSWERED BEFORE THE *
002500*         HISTORY STARTS - OLDER THAN HISTORY-DAYS, OR      *
002600*         BEFORE THE HISTORY-FROM DATE - ARE COUNTED BUT NOT*
002700*         CHECKED, SINCE THEIR NIGHTS ARE NO LONGER KEPT.   *
002800*     3 - AN AMICMST PAIR OR CHAIN MEMBER THAT IS NOT ON    *
002900*         RSLTMST.                                          *
003000*     4 - AN AMICMST PAIR OR CHAIN WHOSE RSLTMST SUMS NO    *
003100*         LONGER CLOSE THE CYCLE: EACH MEMBER'S PROPER SUM  *
003200*         (RM-SUM LESS THE NUMBER) MUST BE THE NEXT MEMBER, *
003300*         AND THE LAST MEMBER'S MUST BE THE FIRST. A LINK   *
003400*         WHOSE MEMBER IS MISSING IS LEFT TO TYPE 3.        *
003500*                                                           *
003600*   THE BOOTSTRAP DUMMIES ON EACH MASTER ARE PASSED OVER.   *
003700*   THE RUN CLOSES WITH A SUMMARY BY TYPE AND ENDS WITH     *
003800*   RETURN CODE 8 WHEN ANY DISCREPANCY WAS FOUND, SO THE    *
003900*   SCHEDULER FLAGS IT. NOTHING IS UPDATED; THE REPORT      *
004000*   SAYS WHAT TO REPAIR.                                    *
004100************************************************************
004200* MODIFICATION HISTORY                                      *
004300*----------------------------------------------------------*
004400* DATE       INIT  DESCRIPTION                              *
004500* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
004510* 2026-10-15  RA   REVIEW FIX: 2700 IS NOW PERFORMED THRU   *
004520*                  ITS EXIT, SO A BAD OR PRE-HISTORY STATUS *
004530*                  DATE NO LONGER FALLS THROUGH.            *
004600************************************************************
004700*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT RQSTMST-FILE ASSIGN TO RQSTMST
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE IS SEQUENTIAL
005700            RECORD KEY IS RQ-REQUEST-ID
005800            FILE STATUS IS WSS-RQSTMST-STATUS.
005900*
006000     SELECT DEPTMST-FILE ASSIGN TO DEPTMST
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE IS RANDOM
006300            RECORD KEY IS DM-DEPT-CODE
006400            FILE STATUS IS WSS-DEPTMST-STATUS.
006500*
006600     SELECT AMICMST-FILE ASSIGN TO AMICMST
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS SEQUENTIAL
006900            RECORD KEY IS AM-KEY-NUMBER
007000            FILE STATUS IS WSS-AMICMST-STATUS.
007100*
007200     SELECT RSLTMST-FILE ASSIGN TO RSLTMST
007300            ORGANIZATION IS INDEXED
007400            ACCESS MODE IS RANDOM
007500            RECORD KEY IS RM-NUMBER
007600            FILE STATUS IS WSS-RSLTMST-STATUS.
007700*
007800     SELECT IFACHST-FILE ASSIGN TO IFACHIST
007900            ORGANIZATION IS SEQUENTIAL.
008000*
008100     SELECT XCHKRPT-FILE ASSIGN TO XCHKRPT
008200            ORGANIZATION IS SEQUENTIAL.
008300*
008400     SELECT OPTIONAL CTLIN-FILE ASSIGN TO XCHKCTL
008500            ORGANIZATION IS SEQUENTIAL
008600            FILE STATUS IS WSS-CTLIN-STATUS.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  RQSTMST-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY RQSTMST.
009300*
009400 FD  DEPTMST-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY DEPTMST.
009700*
009800 FD  AMICMST-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY AMICMST.
010100*
010200 FD  RSLTMST-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY RSLTMST.
010500*
010600 FD  IFACHST-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  IFACHST-RECORD.
011000     05  IFACHST-NUMBER         PIC 9(11).
011100     05  IFACHST-SUM            PIC 9(11).
011200     05  IFACHST-REQUEST-ID     PIC X(08).
011300     05  IFACHST-DEPT-CODE      PIC X(04).
011400     05  FILLER                 PIC X(46).
011500*
011600 FD  XCHKRPT-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  XCHKRPT-RECORD             PIC X(132).
012000*
012100 FD  CTLIN-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  CTLIN-RECORD.
012500     05  CTLIN-KEYWORD          PIC X(16).
012600     05  CTLIN-VALUE            PIC X(11).
012700     05  FILLER                 PIC X(53).
012800*
012900 WORKING-STORAGE SECTION.
013000 01  WSS-SWITCHES.
013100     05  WSS-RQ-EOF-SW            PIC X(01)    VALUE 'N'.
013200         88  WSS-RQ-EOF                        VALUE 'Y'.
013300         88  WSS-RQ-NOT-EOF                    VALUE 'N'.
013400     05  WSS-IH-EOF-SW            PIC X(01)    VALUE 'N'.
013500         88  WSS-IH-EOF                        VALUE 'Y'.
013600         88  WSS-IH-NOT-EOF                    VALUE 'N'.
013700     05  WSS-AM-EOF-SW            PIC X(01)    VALUE 'N'.
013800         88  WSS-AM-EOF                        VALUE 'Y'.
013900         88  WSS-AM-NOT-EOF                    VALUE 'N'.
014000     05  WSS-CTLIN-EOF-SW         PIC X(01)    VALUE 'N'.
014100         88  WSS-CTLIN-EOF                     VALUE 'Y'.
014200         88  WSS-CTLIN-NOT-EOF                 VALUE 'N'.
014300     05  WSS-RM-FOUND-SW          PIC X(01)    VALUE 'N'.
014400         88  WSS-RM-FOUND                      VALUE 'Y'.
014500         88  WSS-RM-MISSING                    VALUE 'N'.
014600     05  WSS-WINDOW-SW            PIC X(01)    VALUE 'Y'.
014700         88  WSS-IN-WINDOW                     VALUE 'Y'.
014800         88  WSS-BEFORE-WINDOW                 VALUE 'N'.
014900*
015000 01  WSS-RQSTMST-STATUS           PIC X(02)    VALUE SPACES.
015100     88  WSS-RQSTMST-OK                        VALUE '00'.
015200*
015300 01  WSS-DEPTMST-STATUS           PIC X(02)    VALUE SPACES.
015400     88  WSS-DEPTMST-OK                        VALUE '00'.
015500     88  WSS-DEPTMST-NOT-FOUND                 VALUE '23'.
015600*
015700 01  WSS-AMICMST-STATUS           PIC X(02)    VALUE SPACES.
015800     88  WSS-AMICMST-OK                        VALUE '00'.
015900     88  WSS-AMICMST-SHORT                     VALUE '04'.
016000*
016100 01  WSS-RSLTMST-STATUS           PIC X(02)    VALUE SPACES.
016200     88  WSS-RSLTMST-OK                        VALUE '00'.
016300     88  WSS-RSLTMST-NOT-FOUND                 VALUE '23'.
016400*
016500 01  WSS-CTLIN-STATUS             PIC X(02)    VALUE SPACES.
016600     88  WSS-CTLIN-NOT-FOUND                   VALUE '05'.
016700*
016800 77  WSS-RQ-READ-COUNT            PIC 9(09)    VALUE ZEROS.
016900 77  WSS-DEPT-FAIL-COUNT          PIC 9(09)    VALUE ZEROS.
017000 77  WSS-ANSWER-CHECK-COUNT       PIC 9(09)    VALUE ZEROS.
017100 77  WSS-BEFORE-HIST-COUNT        PIC 9(09)    VALUE ZEROS.
017200 77  WSS-ANSWER-FAIL-COUNT        PIC 9(09)    VALUE ZEROS.
017300 77  WSS-AM-READ-COUNT            PIC 9(09)    VALUE ZEROS.
017400 77  WSS-MEMBER-LOOKUP-COUNT      PIC 9(09)    VALUE ZEROS.
017500 77  WSS-MEMBER-FAIL-COUNT        PIC 9(09)    VALUE ZEROS.
017600 77  WSS-CYCLE-FAIL-COUNT         PIC 9(09)    VALUE ZEROS.
017700 77  WSS-TOTAL-FAIL-COUNT         PIC 9(09)    VALUE ZEROS.
017800 77  WSS-SECTION-COUNT            PIC 9(09)    VALUE ZEROS.
017900*
018000 01  WSS-RUN-OPTIONS.
018100     05  WSS-OPT-HISTORY-DAYS     PIC 9(04)    VALUE 180.
018200     05  WSS-OPT-HISTORY-FROM     PIC 9(08)    VALUE ZEROS.
018300 01  WSS-CTL-NUMBER               PIC 9(11).
018400*
018500 01  WSS-IH-REQUEST-ID            PIC X(08)    VALUE LOW-VALUES.
018600*
018700 01  WSS-MEMBER-IX                PIC 9(02).
018800 01  WSS-NEXT-IX                  PIC 9(02).
018900 01  WSS-NEXT-MEMBER              PIC 9(11).
019000 01  WSS-PROPER-SUM               PIC 9(11).
019100*
019200*    DAY-SERIAL WORK AREA FOR THE HISTORY WINDOW - SEE
019300*    9100-DATE-TO-DAYS.
019400 01  WSS-DAYNO-LEAP               PIC 9(05).
019500 01  WSS-DAYNO-DATE               PIC 9(08).
019600 01  WSS-DAYNO-GROUP REDEFINES WSS-DAYNO-DATE.
019700     05  WSS-DAYNO-CCYY           PIC 9(04).
019800     05  WSS-DAYNO-MM             PIC 9(02).
019900     05  WSS-DAYNO-DD             PIC 9(02).
020000 01  WSS-DAYNO                    PIC 9(07).
020100 01  WSS-CUTOFF-DAYNO             PIC 9(07).
020200*
020300 01  WSS-MONTH-DAYS-TABLE.
020400     05  FILLER                   PIC X(18)
020500          VALUE '000031059090120151'.
020600     05  FILLER                   PIC X(18)
020700          VALUE '181212243273304334'.
020800 01  WSS-MONTH-DAYS REDEFINES WSS-MONTH-DAYS-TABLE.
020900     05  WSS-MONTH-DAYS-ENTRY     PIC 9(03)    OCCURS 12.
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
022100*
022200 01  WSS-RUN-DATE-DISPLAY.
022300     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
022400     05  FILLER                   PIC X(01)    VALUE '/'.
022500     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
022600     05  FILLER                   PIC X(01)    VALUE '/'.
022700     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
022800*
022900 01  WSS-DATE-DISPLAY.
023000     05  WSS-DATE-DISP-MM         PIC 9(02).
023100     05  FILLER                   PIC X(01)    VALUE '/'.
023200     05  WSS-DATE-DISP-DD         PIC 9(02).
023300     05  FILLER                   PIC X(01)    VALUE '/'.
023400     05  WSS-DATE-DISP-CCYY       PIC 9(04).
023500*
023600 01  WSS-HDG1-LINE.
023700     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
023800     05  FILLER                   PIC X(09)    VALUE SPACES.
023900     05  FILLER                   PIC X(40)
024000          VALUE 'COBXCHK - CROSS-MASTER INTEGRITY REPORT'.
024100     05  FILLER                   PIC X(10)    VALUE SPACES.
024200     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
024300     05  WSS-HDG1-DATE            PIC X(10).
024400*
024500*    THE SECTION NOW PRINTING - REPEATED AT THE TOP OF EACH
024600*    PAGE, WITH ITS COLUMN HEADING WHEN IT HAS ONE.
024700 01  WSS-SECT-LINE.
024800     05  WSS-SECT-CC              PIC X(01)    VALUE ' '.
024900     05  FILLER                   PIC X(09)    VALUE SPACES.
025000     05  WSS-SECT-TITLE           PIC X(60)    VALUE SPACES.
025100 01  WSS-SECT-COLUMNS             PIC X(132)   VALUE SPACES.
025200*
025300 01  WSS-RQ-COL-LINE.
025400     05  WSS-RQC-CC               PIC X(01)    VALUE ' '.
025500     05  FILLER                   PIC X(09)    VALUE SPACES.
025600     05  FILLER                   PIC X(11)    VALUE 'REQUEST'.
025700     05  FILLER                   PIC X(07)    VALUE 'DEPT'.
025800     05  FILLER                   PIC X(04)    VALUE 'ST'.
025900     05  WSS-RQC-DATE-HDG         PIC X(13).
026000     05  FILLER                   PIC X(11)
026100          VALUE 'DISCREPANCY'.
026200*
026300 01  WSS-RQ-DET-LINE.
026400     05  WSS-RQD-CC               PIC X(01)    VALUE ' '.
026500     05  FILLER                   PIC X(09)    VALUE SPACES.
026600     05  WSS-RQD-REQUEST-ID       PIC X(08).
026700     05  FILLER                   PIC X(03)    VALUE SPACES.
026800     05  WSS-RQD-DEPT-CODE        PIC X(04).
026900     05  FILLER                   PIC X(03)    VALUE SPACES.
027000     05  WSS-RQD-STATUS           PIC X(01).
027100     05  FILLER                   PIC X(03)    VALUE SPACES.
027200     05  WSS-RQD-DATE             PIC X(10).
027300     05  FILLER                   PIC X(03)    VALUE SPACES.
027400     05  WSS-RQD-TEXT             PIC X(40).
027500*
027600 01  WSS-AM-COL-LINE.
027700     05  WSS-AMC-CC               PIC X(01)    VALUE ' '.
027800     05  FILLER                   PIC X(09)    VALUE SPACES.
027900     05  FILLER                   PIC X(14)
028000          VALUE 'CATALOG KEY'.
028100     05  FILLER                   PIC X(08)    VALUE 'TYPE'.
028200     05  FILLER                   PIC X(14)    VALUE 'MEMBER'.
028300     05  FILLER                   PIC X(15)    VALUE 'PROPER SUM'.
028400     05  FILLER                   PIC X(14)
028500          VALUE 'NEXT MEMBER'.
028600     05  FILLER                   PIC X(11)
028700          VALUE 'DISCREPANCY'.
028800*
028900 01  WSS-AM-DET-LINE.
029000     05  WSS-AMD-CC               PIC X(01)    VALUE ' '.
029100     05  FILLER                   PIC X(09)    VALUE SPACES.
029200     05  WSS-AMD-KEY              PIC Z(10)9.
029300     05  FILLER                   PIC X(03)    VALUE SPACES.
029400     05  WSS-AMD-TYPE             PIC X(05).
029500     05  FILLER                   PIC X(03)    VALUE SPACES.
029600     05  WSS-AMD-MEMBER           PIC Z(10)9   BLANK WHEN ZERO.
029700     05  FILLER                   PIC X(03)    VALUE SPACES.
029800     05  WSS-AMD-PROPER-SUM       PIC Z(11)9   BLANK WHEN ZERO.
029900     05  FILLER                   PIC X(03)    VALUE SPACES.
030000     05  WSS-AMD-NEXT-MEMBER      PIC Z(10)9   BLANK WHEN ZERO.
030100     05  FILLER                   PIC X(03)    VALUE SPACES.
030200     05  WSS-AMD-TEXT             PIC X(30).
030300*
030400 01  WSS-NONE-LINE.
030500     05  WSS-NONE-CC              PIC X(01)    VALUE ' '.
030600     05  FILLER                   PIC X(09)    VALUE SPACES.
030700     05  FILLER                   PIC X(40)
030800          VALUE 'NO DISCREPANCIES OF THIS TYPE'.
030900*
031000 01  WSS-TOT-LINE.
031100     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
031200     05  FILLER                   PIC X(09)    VALUE SPACES.
031300     05  WSS-TOT-LABEL            PIC X(30).
031400     05  WSS-TOT-COUNT            PIC Z(08)9.
031500*
031600 PROCEDURE DIVISION.
031700*
031800************************************************************
031900* 0000-MAIN-PROCEDURE - OPENS THE FILES, MAKES THE FOUR     *
032000*   CHECKING PASSES, PRINTS THE SUMMARY AND SETS THE RETURN *
032100*   CODE THE SCHEDULER FLAGS ON.                            *
032200************************************************************
032300 0000-MAIN-PROCEDURE.
032400     PERFORM 1000-INITIALIZE
032500     PERFORM 2000-CHECK-DEPARTMENTS
032600     PERFORM 2500-CHECK-ANSWER-HISTORY
032700     PERFORM 4000-CHECK-CATALOG-MEMBERS
032800     PERFORM 4500-CHECK-CATALOG-CYCLES
032900     PERFORM 7000-WRITE-SUMMARY
033000     PERFORM 8000-TERMINATE
033100     IF WSS-TOTAL-FAIL-COUNT GREATER THAN ZERO
033200         MOVE 8 TO RETURN-CODE
033300     END-IF
033400     STOP RUN.
033500*
033600************************************************************
033700* 1000-INITIALIZE - READ THE CONTROL CARDS, OPEN THE FILES, *
033800*   ESTABLISH THE RUN DATE AND THE DAY SERIAL OF THE OLDEST *
033900*   ANSWER THE HISTORY STILL HOLDS.                         *
034000************************************************************
034100 1000-INITIALIZE.
034200     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
034300     PERFORM 1020-READ-CONTROL-CARDS THRU 1020-EXIT
034400     OPEN INPUT DEPTMST-FILE
034500     IF NOT WSS-DEPTMST-OK
034600         DISPLAY 'COBXCHK - DEPTMST OPEN FAILED, STATUS '
034700                 WSS-DEPTMST-STATUS
034800         MOVE 12 TO RETURN-CODE
034900         STOP RUN
035000     END-IF
035100     OPEN INPUT RSLTMST-FILE
035200     IF NOT WSS-RSLTMST-OK
035300         DISPLAY 'COBXCHK - RSLTMST OPEN FAILED, STATUS '
035400                 WSS-RSLTMST-STATUS
035500         MOVE 12 TO RETURN-CODE
035600         STOP RUN
035700     END-IF
035800     OPEN OUTPUT XCHKRPT-FILE
035900     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
036000     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
036100     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
036200     MOVE WSS-RUN-DATE-YMD TO WSS-DAYNO-DATE
036300     PERFORM 9100-DATE-TO-DAYS
036400     COMPUTE WSS-CUTOFF-DAYNO
036500         = WSS-DAYNO - WSS-OPT-HISTORY-DAYS.
036600*
036700************************************************************
036800* 1020-READ-CONTROL-CARDS - READS THE OPTIONAL XCHKCTL      *
036900*   FILE. HISTORY-DAYS IS HOW FAR BACK THE IFACHIST         *
037000*   GENERATIONS REACH (DEFAULT 180, AT MOST 3650);          *
037100*   HISTORY-FROM IS THE CCYYMMDD DATE THE FIRST GENERATION  *
037200*   WAS KEPT (DEFAULT NONE). A REQUEST ANSWERED BEFORE      *
037300*   EITHER LIMIT IS NOT CHECKED. A CARD THAT DOES NOT PARSE *
037400*   ENDS THE RUN WITH RETURN CODE 12.                       *
037500************************************************************
037600 1020-READ-CONTROL-CARDS.
037700     OPEN INPUT CTLIN-FILE
037800     IF WSS-CTLIN-NOT-FOUND
037900         CLOSE CTLIN-FILE
038000         GO TO 1020-EXIT
038100     END-IF
038200     PERFORM 1030-READ-NEXT-CONTROL THRU 1030-EXIT
038300             UNTIL WSS-CTLIN-EOF
038400     CLOSE CTLIN-FILE.
038500 1020-EXIT.
038600     EXIT.
038700*
038800 1030-READ-NEXT-CONTROL.
038900     READ CTLIN-FILE
039000         AT END
039100             SET WSS-CTLIN-EOF TO TRUE
039200             GO TO 1030-EXIT
039300     END-READ
039400     IF CTLIN-KEYWORD EQUAL SPACES
039500       OR CTLIN-KEYWORD (1:1) EQUAL '*'
039600         GO TO 1030-EXIT
039700     END-IF
039800     IF CTLIN-VALUE IS NOT NUMERIC
039900         GO TO 1030-BAD-CARD
040000     END-IF
040100     MOVE CTLIN-VALUE TO WSS-CTL-NUMBER
040200     IF CTLIN-KEYWORD EQUAL 'HISTORY-DAYS'
040300         IF WSS-CTL-NUMBER GREATER THAN 3650
040400             GO TO 1030-BAD-CARD
040500         END-IF
040600         MOVE WSS-CTL-NUMBER TO WSS-OPT-HISTORY-DAYS
040700         GO TO 1030-EXIT
040800     END-IF
040900     IF CTLIN-KEYWORD EQUAL 'HISTORY-FROM'
041000         IF WSS-CTL-NUMBER GREATER THAN 99999999
041100             GO TO 1030-BAD-CARD
041200         END-IF
041300         MOVE WSS-CTL-NUMBER TO WSS-OPT-HISTORY-FROM
041400         GO TO 1030-EXIT
041500     END-IF.
041600 1030-BAD-CARD.
041700     DISPLAY 'COBXCHK - INVALID CONTROL CARD: ' CTLIN-KEYWORD
041800             ' ' CTLIN-VALUE
041900     MOVE 12 TO RETURN-CODE
042000     STOP RUN.
042100 1030-EXIT.
042200     EXIT.
042300*
042400************************************************************
042500* 1100-READ-RQSTMST - NEXT REQUEST IN REQUEST-ID ORDER.     *
042600************************************************************
042700 1100-READ-RQSTMST.
042800     READ RQSTMST-FILE NEXT RECORD
042900         AT END
043000             SET WSS-RQ-EOF TO TRUE
043100     END-READ
043200     IF WSS-RQ-NOT-EOF
043300         IF NOT WSS-RQSTMST-OK
043400             DISPLAY 'COBXCHK - RQSTMST READ FAILED, STATUS '
043500                     WSS-RQSTMST-STATUS
043600             MOVE 12 TO RETURN-CODE
043700             STOP RUN
043800         END-IF
043900     END-IF.
044000*
044100************************************************************
044200* 1150-OPEN-RQSTMST - OPENS THE REQUEST MASTER FOR A PASS   *
044300*   AND PRIMES THE READ.                                    *
044400************************************************************
044500 1150-OPEN-RQSTMST.
044600     OPEN INPUT RQSTMST-FILE
044700     IF NOT WSS-RQSTMST-OK
044800         DISPLAY 'COBXCHK - RQSTMST OPEN FAILED, STATUS '
044900                 WSS-RQSTMST-STATUS
045000         MOVE 12 TO RETURN-CODE
045100         STOP RUN
045200     END-IF
045300     SET WSS-RQ-NOT-EOF TO TRUE
045400     PERFORM 1100-READ-RQSTMST.
045500*
045600************************************************************
045700* 1200-READ-IFACHIST - NEXT ANSWERED REQUEST ID FROM THE    *
045800*   SORTED HISTORY. AT END THE ID IS HIGH-VALUES SO EVERY   *
045900*   REMAINING REQUEST FALLS BELOW IT AND IS UNMATCHED.      *
046000************************************************************
046100 1200-READ-IFACHIST.
046200     READ IFACHST-FILE
046300         AT END
046400             SET WSS-IH-EOF TO TRUE
046500             MOVE HIGH-VALUES TO WSS-IH-REQUEST-ID
046600     END-READ
046700     IF WSS-IH-NOT-EOF
046800         MOVE IFACHST-REQUEST-ID TO WSS-IH-REQUEST-ID
046900     END-IF.
047000*
047100************************************************************
047200* 1300-READ-AMICMST - NEXT CATALOG ENTRY. STATUS 04 IS THE  *
047300*   SHORT BOOTSTRAP DUMMY SEEDED FROM AN 80-COLUMN CARD AND *
047400*   IS READ PAST.                                           *
047500************************************************************
047600 1300-READ-AMICMST.
047700     READ AMICMST-FILE NEXT RECORD
047800         AT END
047900             SET WSS-AM-EOF TO TRUE
048000             GO TO 1300-EXIT
048100     END-READ
048200     IF WSS-AMICMST-SHORT
048300         GO TO 1300-READ-AMICMST
048400     END-IF
048500     IF NOT WSS-AMICMST-OK
048600         DISPLAY 'COBXCHK - AMICMST READ FAILED, STATUS '
048700                 WSS-AMICMST-STATUS
048800         MOVE 12 TO RETURN-CODE
048900         STOP RUN
049000     END-IF.
049100 1300-EXIT.
049200     EXIT.
049300*
049400************************************************************
049500* 1350-OPEN-AMICMST - OPENS THE CATALOG FOR A PASS AND      *
049600*   PRIMES THE READ.                                        *
049700************************************************************
049800 1350-OPEN-AMICMST.
049900     OPEN INPUT AMICMST-FILE
050000     IF NOT WSS-AMICMST-OK
050100         DISPLAY 'COBXCHK - AMICMST OPEN FAILED, STATUS '
050200                 WSS-AMICMST-STATUS
050300         MOVE 12 TO RETURN-CODE
050400         STOP RUN
050500     END-IF
050600     SET WSS-AM-NOT-EOF TO TRUE
050700     PERFORM 1300-READ-AMICMST THRU 1300-EXIT.
050800*
050900************************************************************
051000* 1400-READ-RSLTMST - LOOKS UP THE NUMBER IN RM-NUMBER. A   *
051100*   ZERO MEMBER WOULD HIT THE KEY-ZERO BOOTSTRAP DUMMY, SO  *
051200*   IT COUNTS AS MISSING WITHOUT A READ.                    *
051300************************************************************
051400 1400-READ-RSLTMST.
051500     SET WSS-RM-MISSING TO TRUE
051600     IF RM-NUMBER EQUAL ZERO
051700         GO TO 1400-EXIT
051800     END-IF
051900     READ RSLTMST-FILE
052000     IF WSS-RSLTMST-NOT-FOUND
052100         GO TO 1400-EXIT
052200     END-IF
052300     IF NOT WSS-RSLTMST-OK
052400         DISPLAY 'COBXCHK - RSLTMST READ FAILED, STATUS '
052500                 WSS-RSLTMST-STATUS ' KEY ' RM-NUMBER
052600         MOVE 12 TO RETURN-CODE
052700         STOP RUN
052800     END-IF
052900     SET WSS-RM-FOUND TO TRUE.
053000 1400-EXIT.
053100     EXIT.
053200*
053300************************************************************
053400* 2000-CHECK-DEPARTMENTS - PASS 1: EVERY REQUEST'S          *
053500*   DEPARTMENT MUST STILL BE ON DEPTMST.                    *
053600************************************************************
053700 2000-CHECK-DEPARTMENTS.
053800     MOVE '1 - REQUEST DEPARTMENT NOT ON DEPTMST'
053900       TO WSS-SECT-TITLE
054000     MOVE 'RECEIVED' TO WSS-RQC-DATE-HDG
054100     MOVE WSS-RQ-COL-LINE TO WSS-SECT-COLUMNS
054200     PERFORM 3000-WRITE-HEADINGS
054300     MOVE ZEROS TO WSS-SECTION-COUNT
054400     PERFORM 1150-OPEN-RQSTMST
054500     PERFORM 2100-CHECK-ONE-DEPARTMENT THRU 2100-EXIT
054600             UNTIL WSS-RQ-EOF
054700     CLOSE RQSTMST-FILE
054800     MOVE WSS-SECTION-COUNT TO WSS-DEPT-FAIL-COUNT
054900     PERFORM 3400-WRITE-SECTION-TOTAL.
055000*
055100 2100-CHECK-ONE-DEPARTMENT.
055200     IF RQ-REQUEST-ID EQUAL ALL '*'
055300         GO TO 2100-NEXT
055400     END-IF
055500     ADD 1 TO WSS-RQ-READ-COUNT
055600     MOVE RQ-DEPT-CODE TO DM-DEPT-CODE
055700     READ DEPTMST-FILE
055800     IF WSS-DEPTMST-OK
055900         GO TO 2100-NEXT
056000     END-IF
056100     IF NOT WSS-DEPTMST-NOT-FOUND
056200         DISPLAY 'COBXCHK - DEPTMST READ FAILED, STATUS '
056300                 WSS-DEPTMST-STATUS ' KEY ' DM-DEPT-CODE
056400         MOVE 12 TO RETURN-CODE
056500         STOP RUN
056600     END-IF
056700     MOVE RQ-RECEIVED-DATE TO WSS-DAYNO-DATE
056800     MOVE 'DEPARTMENT NOT ON DEPTMST' TO WSS-RQD-TEXT
056900     PERFORM 3200-WRITE-REQUEST-LINE.
057000 2100-NEXT.
057100     PERFORM 1100-READ-RQSTMST.
057200 2100-EXIT.
057300     EXIT.
057400*
057500************************************************************
057600* 2500-CHECK-ANSWER-HISTORY - PASS 2: EVERY ANSWERED OR     *
057700*   RE-ANSWERED REQUEST INSIDE THE HISTORY WINDOW MUST      *
057800*   HAVE GONE OUT ON IFACOUT. BOTH FILES ARE IN REQUEST-ID  *
057900*   ORDER, SO THE HISTORY IS READ FORWARD IN STEP WITH THE  *
058000*   MASTER.                                                 *
058100************************************************************
058200 2500-CHECK-ANSWER-HISTORY.
058300     MOVE '2 - ANSWERED REQUEST NOT IN IFACOUT HISTORY'
058400       TO WSS-SECT-TITLE
058500     MOVE 'ANSWERED' TO WSS-RQC-DATE-HDG
058600     MOVE WSS-RQ-COL-LINE TO WSS-SECT-COLUMNS
058700     PERFORM 3000-WRITE-HEADINGS
058800     MOVE ZEROS TO WSS-SECTION-COUNT
058900     OPEN INPUT IFACHST-FILE
059000     PERFORM 1200-READ-IFACHIST
059100     PERFORM 1150-OPEN-RQSTMST
059200     PERFORM 2600-CHECK-ONE-ANSWER THRU 2600-EXIT
059300             UNTIL WSS-RQ-EOF
059400     CLOSE RQSTMST-FILE
059500     CLOSE IFACHST-FILE
059600     MOVE WSS-SECTION-COUNT TO WSS-ANSWER-FAIL-COUNT
059700     PERFORM 3400-WRITE-SECTION-TOTAL.
059800*
059900 2600-CHECK-ONE-ANSWER.
060000     IF NOT RQ-ANSWERED
060100       AND NOT RQ-REANSWERED
060200         GO TO 2600-NEXT
060300     END-IF
060400     PERFORM 2700-CHECK-WINDOW THRU 2700-EXIT
060500     IF WSS-BEFORE-WINDOW
060600         ADD 1 TO WSS-BEFORE-HIST-COUNT
060700         GO TO 2600-NEXT
060800     END-IF
060900     ADD 1 TO WSS-ANSWER-CHECK-COUNT
061000     PERFORM 1200-READ-IFACHIST
061100             UNTIL WSS-IH-REQUEST-ID NOT LESS THAN RQ-REQUEST-ID
061200     IF WSS-IH-REQUEST-ID EQUAL RQ-REQUEST-ID
061300         GO TO 2600-NEXT
061400     END-IF
061500     MOVE RQ-STATUS-DATE TO WSS-DAYNO-DATE
061600     MOVE 'ANSWER NEVER WENT OUT ON IFACOUT' TO WSS-RQD-TEXT
061700     PERFORM 3200-WRITE-REQUEST-LINE.
061800 2600-NEXT.
061900     PERFORM 1100-READ-RQSTMST.
062000 2600-EXIT.
062100     EXIT.
062200*
062300************************************************************
062400* 2700-CHECK-WINDOW - A REQUEST ANSWERED BEFORE THE         *
062500*   HISTORY-FROM DATE, OR MORE THAN HISTORY-DAYS DAYS AGO,  *
062600*   IS BEFORE THE WINDOW. A STATUS DATE THAT IS NOT A DATE  *
062700*   CANNOT BE PLACED AND IS CHECKED.                        *
062800************************************************************
062900 2700-CHECK-WINDOW.
063000     SET WSS-IN-WINDOW TO TRUE
063100     IF RQ-STATUS-DATE IS NOT NUMERIC
063200         GO TO 2700-EXIT
063300     END-IF
063400     IF RQ-STATUS-DATE LESS THAN WSS-OPT-HISTORY-FROM
063500         SET WSS-BEFORE-WINDOW TO TRUE
063600         GO TO 2700-EXIT
063700     END-IF
063800     MOVE RQ-STATUS-DATE TO WSS-DAYNO-DATE
063900     IF WSS-DAYNO-MM LESS THAN 1
064000       OR WSS-DAYNO-MM GREATER THAN 12
064100         GO TO 2700-EXIT
064200     END-IF
064300     PERFORM 9100-DATE-TO-DAYS
064400     IF WSS-DAYNO LESS THAN WSS-CUTOFF-DAYNO
064500         SET WSS-BEFORE-WINDOW TO TRUE
064600     END-IF.
064700 2700-EXIT.
064800     EXIT.
064900*
065000************************************************************
065100* 3000-WRITE-HEADINGS - WRITES A NEW PAGE OF HEADINGS WITH  *
065200*   THE CURRENT SECTION TITLE AND COLUMN HEADING.           *
065300************************************************************
065400 3000-WRITE-HEADINGS.
065500     ADD 1 TO WSS-PAGE-COUNT
065600     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
065700     WRITE XCHKRPT-RECORD FROM WSS-HDG1-LINE
065800         AFTER ADVANCING PAGE
065900     WRITE XCHKRPT-RECORD FROM WSS-SECT-LINE
066000         AFTER ADVANCING 2 LINES
066100     MOVE 3 TO WSS-LINE-COUNT
066200     IF WSS-SECT-COLUMNS NOT EQUAL SPACES
066300         WRITE XCHKRPT-RECORD FROM WSS-SECT-COLUMNS
066400             AFTER ADVANCING 2 LINES
066500         MOVE SPACES TO XCHKRPT-RECORD
066600         WRITE XCHKRPT-RECORD
066700             AFTER ADVANCING 1 LINE
066800         ADD 3 TO WSS-LINE-COUNT
066900     END-IF.
067000*
067100************************************************************
067200* 3050-CHECK-PAGE-BREAK - STARTS A NEW PAGE OF HEADINGS     *
067300*   WHENEVER THE CURRENT PAGE IS FULL.                      *
067400************************************************************
067500 3050-CHECK-PAGE-BREAK.
067600     IF WSS-LINE-COUNT NOT LESS THAN WSS-MAX-LINES
067700         PERFORM 3000-WRITE-HEADINGS
067800     END-IF.
067900*
068000************************************************************
068100* 3200-WRITE-REQUEST-LINE - LISTS ONE REQUEST DISCREPANCY.  *
068200*   THE DATE TO SHOW IS IN WSS-DAYNO-DATE AND THE TEXT IN   *
068300*   WSS-RQD-TEXT.                                           *
068400************************************************************
068500 3200-WRITE-REQUEST-LINE.
068600     ADD 1 TO WSS-SECTION-COUNT
068700     PERFORM 3050-CHECK-PAGE-BREAK
068800     MOVE RQ-REQUEST-ID TO WSS-RQD-REQUEST-ID
068900     MOVE RQ-DEPT-CODE TO WSS-RQD-DEPT-CODE
069000     MOVE RQ-STATUS-CODE TO WSS-RQD-STATUS
069100     MOVE WSS-DAYNO-MM TO WSS-DATE-DISP-MM
069200     MOVE WSS-DAYNO-DD TO WSS-DATE-DISP-DD
069300     MOVE WSS-DAYNO-CCYY TO WSS-DATE-DISP-CCYY
069400     MOVE WSS-DATE-DISPLAY TO WSS-RQD-DATE
069500     WRITE XCHKRPT-RECORD FROM WSS-RQ-DET-LINE
069600         AFTER ADVANCING 1 LINE
069700     ADD 1 TO WSS-LINE-COUNT.
069800*
069900************************************************************
070000* 3300-WRITE-CATALOG-LINE - LISTS ONE CATALOG DISCREPANCY   *
070100*   FOR THE CURRENT AMICMST ENTRY. THE MEMBER, PROPER SUM,  *
070200*   NEXT MEMBER AND TEXT ARE ALREADY IN THE DETAIL LINE.    *
070300************************************************************
070400 3300-WRITE-CATALOG-LINE.
070500     ADD 1 TO WSS-SECTION-COUNT
070600     PERFORM 3050-CHECK-PAGE-BREAK
070700     MOVE AM-KEY-NUMBER TO WSS-AMD-KEY
070800     IF AM-PAIR
070900         MOVE 'PAIR' TO WSS-AMD-TYPE
071000     ELSE
071100         MOVE 'CHAIN' TO WSS-AMD-TYPE
071200     END-IF
071300     WRITE XCHKRPT-RECORD FROM WSS-AM-DET-LINE
071400         AFTER ADVANCING 1 LINE
071500     ADD 1 TO WSS-LINE-COUNT.
071600*
071700************************************************************
071800* 3400-WRITE-SECTION-TOTAL - CLOSES A SECTION WITH ITS      *
071900*   COUNT, OR SAYS THERE WAS NOTHING OF THAT TYPE.          *
072000************************************************************
072100 3400-WRITE-SECTION-TOTAL.
072200     PERFORM 3050-CHECK-PAGE-BREAK
072300     IF WSS-SECTION-COUNT EQUAL ZERO
072400         WRITE XCHKRPT-RECORD FROM WSS-NONE-LINE
072500             AFTER ADVANCING 1 LINE
072600         ADD 1 TO WSS-LINE-COUNT
072700     END-IF
072800     MOVE 'DISCREPANCIES OF THIS TYPE:   ' TO WSS-TOT-LABEL
072900     MOVE WSS-SECTION-COUNT TO WSS-TOT-COUNT
073000     WRITE XCHKRPT-RECORD FROM WSS-TOT-LINE
073100         AFTER ADVANCING 2 LINES
073200     ADD 2 TO WSS-LINE-COUNT
073300     ADD WSS-SECTION-COUNT TO WSS-TOTAL-FAIL-COUNT.
073400*
073500************************************************************
073600* 4000-CHECK-CATALOG-MEMBERS - PASS 3: EVERY MEMBER OF      *
073700*   EVERY PAIR AND CHAIN MUST BE ON RSLTMST.                *
073800************************************************************
073900 4000-CHECK-CATALOG-MEMBERS.
074000     MOVE '3 - CATALOG MEMBER NOT ON RSLTMST'
074100       TO WSS-SECT-TITLE
074200     MOVE WSS-AM-COL-LINE TO WSS-SECT-COLUMNS
074300     PERFORM 3000-WRITE-HEADINGS
074400     MOVE ZEROS TO WSS-SECTION-COUNT
074500     PERFORM 1350-OPEN-AMICMST
074600     PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
074700             UNTIL WSS-AM-EOF
074800     CLOSE AMICMST-FILE
074900     MOVE WSS-SECTION-COUNT TO WSS-MEMBER-FAIL-COUNT
075000     PERFORM 3400-WRITE-SECTION-TOTAL.
075100*
075200*    AN ENTRY WITH AN IMPOSSIBLE MEMBER COUNT IS REPORTED BY
075300*    PASS 4; ITS MEMBER LIST CANNOT BE TRUSTED HERE.
075400 4100-CHECK-ONE-ENTRY.
075500     IF NOT AM-PAIR
075600       AND NOT AM-CHAIN
075700         GO TO 4100-NEXT
075800     END-IF
075900     ADD 1 TO WSS-AM-READ-COUNT
076000     IF AM-MEMBER-COUNT LESS THAN 2
076100       OR AM-MEMBER-COUNT GREATER THAN 28
076200         GO TO 4100-NEXT
076300     END-IF
076400     PERFORM 4200-CHECK-ONE-MEMBER
076500             VARYING WSS-MEMBER-IX FROM 1 BY 1
076600             UNTIL WSS-MEMBER-IX GREATER AM-MEMBER-COUNT.
076700 4100-NEXT.
076800     PERFORM 1300-READ-AMICMST THRU 1300-EXIT.
076900 4100-EXIT.
077000     EXIT.
077100*
077200 4200-CHECK-ONE-MEMBER.
077300     ADD 1 TO WSS-MEMBER-LOOKUP-COUNT
077400     MOVE AM-MEMBER (WSS-MEMBER-IX) TO RM-NUMBER
077500     PERFORM 1400-READ-RSLTMST THRU 1400-EXIT
077600     IF WSS-RM-MISSING
077700         MOVE AM-MEMBER (WSS-MEMBER-IX) TO WSS-AMD-MEMBER
077800         MOVE ZEROS TO WSS-AMD-PROPER-SUM
077900         MOVE ZEROS TO WSS-AMD-NEXT-MEMBER
078000         MOVE 'MEMBER NOT ON RSLTMST' TO WSS-AMD-TEXT
078100         PERFORM 3300-WRITE-CATALOG-LINE
078200     END-IF.
078300*
078400************************************************************
078500* 4500-CHECK-CATALOG-CYCLES - PASS 4: EACH MEMBER'S PROPER  *
078600*   SUM ON RSLTMST MUST LEAD TO THE NEXT MEMBER, THE LAST   *
078700*   ONE BACK TO THE FIRST. ONE LINE IS PRINTED PER BROKEN   *
078800*   LINK.                                                   *
078900************************************************************
079000 4500-CHECK-CATALOG-CYCLES.
079100     MOVE '4 - CATALOG CYCLE DOES NOT CLOSE ON RSLTMST'
079200       TO WSS-SECT-TITLE
079300     MOVE WSS-AM-COL-LINE TO WSS-SECT-COLUMNS
079400     PERFORM 3000-WRITE-HEADINGS
079500     MOVE ZEROS TO WSS-SECTION-COUNT
079600     PERFORM 1350-OPEN-AMICMST
079700     PERFORM 4600-CHECK-ONE-CYCLE THRU 4600-EXIT
079800             UNTIL WSS-AM-EOF
079900     CLOSE AMICMST-FILE
080000     MOVE WSS-SECTION-COUNT TO WSS-CYCLE-FAIL-COUNT
080100     PERFORM 3400-WRITE-SECTION-TOTAL.
080200*
080300 4600-CHECK-ONE-CYCLE.
080400     IF NOT AM-PAIR
080500       AND NOT AM-CHAIN
080600         GO TO 4600-NEXT
080700     END-IF
080800     IF AM-MEMBER-COUNT LESS THAN 2
080900       OR AM-MEMBER-COUNT GREATER THAN 28
081000       OR (AM-PAIR AND AM-MEMBER-COUNT NOT EQUAL 2)
081100         MOVE ZEROS TO WSS-AMD-MEMBER
081200         MOVE ZEROS TO WSS-AMD-PROPER-SUM
081300         MOVE ZEROS TO WSS-AMD-NEXT-MEMBER
081400         MOVE 'MEMBER COUNT OUT OF RANGE' TO WSS-AMD-TEXT
081500         PERFORM 3300-WRITE-CATALOG-LINE
081600         GO TO 4600-NEXT
081700     END-IF
081800     PERFORM 4700-CHECK-ONE-LINK THRU 4700-EXIT
081900             VARYING WSS-MEMBER-IX FROM 1 BY 1
082000             UNTIL WSS-MEMBER-IX GREATER AM-MEMBER-COUNT.
082100 4600-NEXT.
082200     PERFORM 1300-READ-AMICMST THRU 1300-EXIT.
082300 4600-EXIT.
082400     EXIT.
082500*
082600 4700-CHECK-ONE-LINK.
082700     IF WSS-MEMBER-IX EQUAL AM-MEMBER-COUNT
082800         MOVE 1 TO WSS-NEXT-IX
082900     ELSE
083000         COMPUTE WSS-NEXT-IX = WSS-MEMBER-IX + 1
083100     END-IF
083200     MOVE AM-MEMBER (WSS-NEXT-IX) TO WSS-NEXT-MEMBER
083300     MOVE AM-MEMBER (WSS-MEMBER-IX) TO RM-NUMBER
083400     PERFORM 1400-READ-RSLTMST THRU 1400-EXIT
083500     IF WSS-RM-MISSING
083600         GO TO 4700-EXIT
083700     END-IF
083800     MOVE AM-MEMBER (WSS-MEMBER-IX) TO WSS-AMD-MEMBER
083900     MOVE WSS-NEXT-MEMBER TO WSS-AMD-NEXT-MEMBER
084000     IF RM-SUM NOT GREATER THAN RM-NUMBER
084100         MOVE ZEROS TO WSS-AMD-PROPER-SUM
084200         MOVE 'STORED SUM NOT ABOVE NUMBER' TO WSS-AMD-TEXT
084300         PERFORM 3300-WRITE-CATALOG-LINE
084400         GO TO 4700-EXIT
084500     END-IF
084600     COMPUTE WSS-PROPER-SUM = RM-SUM - RM-NUMBER
084700     IF WSS-PROPER-SUM EQUAL WSS-NEXT-MEMBER
084800         GO TO 4700-EXIT
084900     END-IF
085000     MOVE WSS-PROPER-SUM TO WSS-AMD-PROPER-SUM
085100     MOVE 'PROPER SUM IS NOT NEXT MEMBER' TO WSS-AMD-TEXT
085200     PERFORM 3300-WRITE-CATALOG-LINE.
085300 4700-EXIT.
085400     EXIT.
085500*
085600************************************************************
085700* 7000-WRITE-SUMMARY - PRINTS THE RECORDS CHECKED AND THE   *
085800*   DISCREPANCIES FOUND, BY TYPE, ON A PAGE OF ITS OWN.     *
085900************************************************************
086000 7000-WRITE-SUMMARY.
086100     MOVE 'DISCREPANCY SUMMARY BY TYPE' TO WSS-SECT-TITLE
086200     MOVE SPACES TO WSS-SECT-COLUMNS
086300     PERFORM 3000-WRITE-HEADINGS
086400     MOVE 'HISTORY-DAYS OPTION:          ' TO WSS-TOT-LABEL
086500     MOVE WSS-OPT-HISTORY-DAYS TO WSS-TOT-COUNT
086600     PERFORM 7100-WRITE-TOTAL-LINE
086700     MOVE 'HISTORY-FROM OPTION:          ' TO WSS-TOT-LABEL
086800     MOVE WSS-OPT-HISTORY-FROM TO WSS-TOT-COUNT
086900     PERFORM 7100-WRITE-TOTAL-LINE
087000     MOVE 'REQUESTS READ:                ' TO WSS-TOT-LABEL
087100     MOVE WSS-RQ-READ-COUNT TO WSS-TOT-COUNT
087200     PERFORM 7100-WRITE-TOTAL-LINE
087300     MOVE 'ANSWERED REQUESTS CHECKED:    ' TO WSS-TOT-LABEL
087400     MOVE WSS-ANSWER-CHECK-COUNT TO WSS-TOT-COUNT
087500     PERFORM 7100-WRITE-TOTAL-LINE
087600     MOVE 'ANSWERED BEFORE HISTORY KEPT: ' TO WSS-TOT-LABEL
087700     MOVE WSS-BEFORE-HIST-COUNT TO WSS-TOT-COUNT
087800     PERFORM 7100-WRITE-TOTAL-LINE
087900     MOVE 'CATALOG ENTRIES READ:         ' TO WSS-TOT-LABEL
088000     MOVE WSS-AM-READ-COUNT TO WSS-TOT-COUNT
088100     PERFORM 7100-WRITE-TOTAL-LINE
088200     MOVE 'CATALOG MEMBERS LOOKED UP:    ' TO WSS-TOT-LABEL
088300     MOVE WSS-MEMBER-LOOKUP-COUNT TO WSS-TOT-COUNT
088400     PERFORM 7100-WRITE-TOTAL-LINE
088500     MOVE '1 DEPARTMENT NOT ON DEPTMST:  ' TO WSS-TOT-LABEL
088600     MOVE WSS-DEPT-FAIL-COUNT TO WSS-TOT-COUNT
088700     PERFORM 3050-CHECK-PAGE-BREAK
088800     WRITE XCHKRPT-RECORD FROM WSS-TOT-LINE
088900         AFTER ADVANCING 2 LINES
089000     ADD 2 TO WSS-LINE-COUNT
089100     MOVE '2 ANSWER NOT IN HISTORY:      ' TO WSS-TOT-LABEL
089200     MOVE WSS-ANSWER-FAIL-COUNT TO WSS-TOT-COUNT
089300     PERFORM 7100-WRITE-TOTAL-LINE
089400     MOVE '3 MEMBER NOT ON RSLTMST:      ' TO WSS-TOT-LABEL
089500     MOVE WSS-MEMBER-FAIL-COUNT TO WSS-TOT-COUNT
089600     PERFORM 7100-WRITE-TOTAL-LINE
089700     MOVE '4 CYCLE DOES NOT CLOSE:       ' TO WSS-TOT-LABEL
089800     MOVE WSS-CYCLE-FAIL-COUNT TO WSS-TOT-COUNT
089900     PERFORM 7100-WRITE-TOTAL-LINE
090000     MOVE 'TOTAL DISCREPANCIES:          ' TO WSS-TOT-LABEL
090100     MOVE WSS-TOTAL-FAIL-COUNT TO WSS-TOT-COUNT
090200     PERFORM 3050-CHECK-PAGE-BREAK
090300     WRITE XCHKRPT-RECORD FROM WSS-TOT-LINE
090400         AFTER ADVANCING 2 LINES
090500     ADD 2 TO WSS-LINE-COUNT.
090600*
090700 7100-WRITE-TOTAL-LINE.
090800     PERFORM 3050-CHECK-PAGE-BREAK
090900     WRITE XCHKRPT-RECORD FROM WSS-TOT-LINE
091000         AFTER ADVANCING 1 LINE
091100     ADD 1 TO WSS-LINE-COUNT.
091200*
091300************************************************************
091400* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
091500************************************************************
091600 8000-TERMINATE.
091700     CLOSE DEPTMST-FILE
091800     CLOSE RSLTMST-FILE
091900     CLOSE XCHKRPT-FILE.
092000*
092100************************************************************
092200* 9100-DATE-TO-DAYS - TURNS THE CCYYMMDD DATE IN            *
092300*   WSS-DAYNO-DATE INTO A DAY SERIAL IN WSS-DAYNO: WHOLE    *
092400*   YEARS AT 365 DAYS, ONE MORE FOR EACH FOURTH YEAR, THE   *
092500*   DAYS BEFORE THE MONTH AND THE DAY. GOOD TO A DAY ACROSS *
092600*   YEAR ENDS, WHICH IS ALL A HISTORY WINDOW NEEDS.         *
092700************************************************************
092800 9100-DATE-TO-DAYS.
092900     DIVIDE WSS-DAYNO-CCYY BY 4 GIVING WSS-DAYNO-LEAP
093000     COMPUTE WSS-DAYNO
093100         = WSS-DAYNO-CCYY * 365
093200         + WSS-DAYNO-LEAP
093300         + WSS-MONTH-DAYS-ENTRY (WSS-DAYNO-MM)
093400         + WSS-DAYNO-DD.
