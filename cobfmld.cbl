000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBFMLD.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBFMLD  - FACTOR LIST MASTER BUILD.                      *
001000*                                                           *
001100*   PASSES THE WHOLE RSLTMST VSAM RESULTS MASTER            *
001200*   SEQUENTIALLY AND, FOR EVERY NUMBER WHOSE FACTOR LIST IS *
001300*   NOT YET ON THE FCTMST FACTOR LIST MASTER, FACTORS THE   *
001400*   NUMBER WITH THE SAME PAIRED-DIVISOR SCAN SUM-FACTORS    *
001500*   USES AND STORES THE LIST, 30 FACTORS TO A SEGMENT, IN   *
001600*   THE ORDER COBSUM PRINTS THEM. A NUMBER WHOSE LIST IS    *
001700*   ALREADY STORED IS COUNTED AND LEFT AS IS, SO THE JOB    *
001800*   CAN BE RERUN SAFELY AFTER AN INTERRUPTION. THE KEY-ZERO *
001900*   BOOTSTRAP DUMMY IS PASSED OVER. PRINTS A LOAD REPORT OF *
002000*   NUMBERS READ, LISTS BUILT AND LISTS ALREADY PRESENT.    *
002100*                                                           *
002200*   RUN THIS PROGRAM ONCE, AFTER COBFMSBT DEFINES THE       *
002300*   MASTER, TO COVER THE NUMBERS ANSWERED BEFORE COBSUM     *
002400*   BEGAN STORING FACTOR LISTS. FROM THEN ON COBSUM STORES  *
002500*   THE LIST OF EVERY NUMBER IT COMPUTES.                   *
002600************************************************************
002700* MODIFICATION HISTORY                                      *
002800*----------------------------------------------------------*
002900* DATE       INIT  DESCRIPTION                              *
003000* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
003100************************************************************
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RSLTMST-FILE ASSIGN TO RSLTMST
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE IS SEQUENTIAL
004200            RECORD KEY IS RM-NUMBER
004300            FILE STATUS IS WSS-RSLTMST-STATUS.
004400*
004500     SELECT FCTMST-FILE ASSIGN TO FCTMST
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE IS RANDOM
004800            RECORD KEY IS FM-KEY
004900            FILE STATUS IS WSS-FCTMST-STATUS.
005000*
005100     SELECT FMLDRPT-FILE ASSIGN TO FMLDRPT
005200            ORGANIZATION IS SEQUENTIAL.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RSLTMST-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY RSLTMST.
005900*
006000 FD  FCTMST-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY FCTMST.
006300*
006400 FD  FMLDRPT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  FMLDRPT-RECORD             PIC X(132).
006800*
006900 WORKING-STORAGE SECTION.
007000 01  WSS-SWITCHES.
007100     05  WSS-EOF-SW               PIC X(01)    VALUE 'N'.
007200         88  WSS-EOF                           VALUE 'Y'.
007300         88  WSS-NOT-EOF                       VALUE 'N'.
007400*
007500 01  WSS-RSLTMST-STATUS           PIC X(02)    VALUE SPACES.
007600     88  WSS-RSLTMST-OK                        VALUE '00'.
007700*
007800 01  WSS-FCTMST-STATUS            PIC X(02)    VALUE SPACES.
007900     88  WSS-FCTMST-OK                         VALUE '00'.
008000     88  WSS-FCTMST-NOT-FOUND                  VALUE '23'.
008100*
008200 77  WSS-READ-COUNT               PIC 9(09)    VALUE ZEROS.
008300 77  WSS-BUILT-COUNT              PIC 9(09)    VALUE ZEROS.
008400 77  WSS-PRESENT-COUNT            PIC 9(09)    VALUE ZEROS.
008500 77  WSS-SEGMENT-COUNT            PIC 9(09)    VALUE ZEROS.
008600*
008700 01  WSS-IND                      PIC 9(11).
008800 01  WSS-DIVISION                 PIC 9(11).
008900 01  WSS-REMAINDER                PIC 9(11).
009000*
009100*    THE FACTOR LIST OF THE NUMBER BEING BUILT. 4032 IS THE
009200*    MOST FACTORS ANY 11-DIGIT NUMBER HAS.
009300 01  WSS-FCT-LIST.
009400     05  WSS-FCT-COUNT            PIC 9(05)    VALUE ZEROS.
009500     05  WSS-FCT-ENTRY            PIC 9(11)    OCCURS 4032.
009600 01  WSS-FCT-IX                    PIC 9(05).
009700 01  WSS-FCT-SLOT                  PIC 9(02).
009800 01  WSS-FCT-SEGMENT               PIC 9(03).
009900*
010000 01  WSS-RUN-DATE-YMD             PIC 9(08).
010100 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
010200     05  WSS-RUN-DATE-CCYY        PIC 9(04).
010300     05  WSS-RUN-DATE-MM          PIC 9(02).
010400     05  WSS-RUN-DATE-DD          PIC 9(02).
010500*
010600 01  WSS-RUN-DATE-DISPLAY.
010700     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
010800     05  FILLER                   PIC X(01)    VALUE '/'.
010900     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
011000     05  FILLER                   PIC X(01)    VALUE '/'.
011100     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
011200*
011300 01  WSS-HDG1-LINE.
011400     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
011500     05  FILLER                   PIC X(09)    VALUE SPACES.
011600     05  FILLER                   PIC X(40)
011700          VALUE 'COBFMLD - FACTOR LIST MASTER LOAD REPORT'.
011800     05  FILLER                   PIC X(10)    VALUE SPACES.
011900     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
012000     05  WSS-HDG1-DATE            PIC X(10).
012100*
012200 01  WSS-TOT-LINE.
012300     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
012400     05  FILLER                   PIC X(09)    VALUE SPACES.
012500     05  WSS-TOT-LABEL            PIC X(30).
012600     05  WSS-TOT-COUNT            PIC Z(08)9.
012700*
012800 PROCEDURE DIVISION.
012900*
013000************************************************************
013100* 0000-MAIN-PROCEDURE - OPENS THE FILES, BUILDS ONE FACTOR  *
013200*   LIST PER RESULTS MASTER NUMBER NOT YET COVERED, PRINTS  *
013300*   THE LOAD TOTALS AND CLOSES DOWN.                        *
013400************************************************************
013500 0000-MAIN-PROCEDURE.
013600     PERFORM 1000-INITIALIZE
013700     PERFORM 2000-BUILD-LIST THRU 2000-EXIT
013800             UNTIL WSS-EOF
013900     PERFORM 7000-WRITE-TOTALS
014000     PERFORM 8000-TERMINATE
014100     STOP RUN.
014200*
014300************************************************************
014400* 1000-INITIALIZE - OPEN FILES, ESTABLISH THE RUN DATE,     *
014500*   PRINT THE REPORT HEADING AND PRIME THE READ. AN OPEN    *
014600*   FAILURE ON EITHER MASTER ENDS THE RUN WITH RETURN CODE  *
014700*   12.                                                     *
014800************************************************************
014900 1000-INITIALIZE.
015000     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
015100     OPEN OUTPUT FMLDRPT-FILE
015200     OPEN INPUT RSLTMST-FILE
015300     IF NOT WSS-RSLTMST-OK
015400         DISPLAY 'COBFMLD - RSLTMST OPEN FAILED, STATUS '
015500                 WSS-RSLTMST-STATUS
015600         MOVE 12 TO RETURN-CODE
015700         STOP RUN
015800     END-IF
015900     OPEN I-O FCTMST-FILE
016000     IF NOT WSS-FCTMST-OK
016100         DISPLAY 'COBFMLD - FCTMST OPEN FAILED, STATUS '
016200                 WSS-FCTMST-STATUS
016300         MOVE 12 TO RETURN-CODE
016400         STOP RUN
016500     END-IF
016600     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
016700     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
016800     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
016900     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
017000     WRITE FMLDRPT-RECORD FROM WSS-HDG1-LINE
017100         AFTER ADVANCING PAGE
017200     PERFORM 1100-READ-RSLTMST.
017300*
017400 1100-READ-RSLTMST.
017500     READ RSLTMST-FILE NEXT RECORD
017600         AT END
017700             SET WSS-EOF TO TRUE
017800     END-READ
017900     IF WSS-NOT-EOF
018000         IF NOT WSS-RSLTMST-OK
018100             DISPLAY 'COBFMLD - RSLTMST READ FAILED, STATUS '
018200                     WSS-RSLTMST-STATUS
018300             MOVE 12 TO RETURN-CODE
018400             STOP RUN
018500         END-IF
018600     END-IF.
018700*
018800************************************************************
018900* 2000-BUILD-LIST - DISPOSES OF ONE RESULTS MASTER RECORD.  *
019000*   A NUMBER WHOSE FIRST SEGMENT IS ALREADY ON THE FACTOR   *
019100*   LIST MASTER IS COUNTED AND LEFT AS IS; ANY OTHER IS     *
019200*   FACTORED AND ITS LIST STORED.                           *
019300************************************************************
019400 2000-BUILD-LIST.
019500     IF RM-NUMBER EQUAL ZERO
019600         GO TO 2000-NEXT
019700     END-IF
019800     ADD 1 TO WSS-READ-COUNT
019900     MOVE RM-NUMBER TO FM-NUMBER
020000     MOVE 1 TO FM-SEGMENT
020100     READ FCTMST-FILE
020200     IF WSS-FCTMST-OK
020300         ADD 1 TO WSS-PRESENT-COUNT
020400         GO TO 2000-NEXT
020500     END-IF
020600     IF NOT WSS-FCTMST-NOT-FOUND
020700         DISPLAY 'COBFMLD - FCTMST READ FAILED, STATUS '
020800                 WSS-FCTMST-STATUS ' KEY ' FM-KEY
020900         MOVE 12 TO RETURN-CODE
021000         STOP RUN
021100     END-IF
021200     PERFORM 2100-FACTOR-NUMBER
021300     PERFORM 2200-STORE-FACTOR-LIST
021400     ADD 1 TO WSS-BUILT-COUNT.
021500 2000-NEXT.
021600     PERFORM 1100-READ-RSLTMST.
021700 2000-EXIT.
021800     EXIT.
021900*
022000************************************************************
022100* 2100-FACTOR-NUMBER - COLLECTS THE FACTORS OF RM-NUMBER    *
022200*   WITH THE SAME PAIRED-DIVISOR SCAN SUM-FACTORS USES, SO  *
022300*   THE STORED ORDER MATCHES THE ORDER COBSUM PRINTS.       *
022400************************************************************
022500 2100-FACTOR-NUMBER.
022600     MOVE ZEROS TO WSS-FCT-COUNT
022700     PERFORM 2110-CHECK-ONE-DIVISOR
022800             VARYING WSS-IND FROM 1 BY 1
022900             UNTIL WSS-IND * WSS-IND GREATER RM-NUMBER.
023000*
023100 2110-CHECK-ONE-DIVISOR.
023200     DIVIDE RM-NUMBER BY WSS-IND
023300            GIVING WSS-DIVISION
023400            REMAINDER WSS-REMAINDER
023500     IF WSS-REMAINDER EQUAL ZERO
023600         ADD 1 TO WSS-FCT-COUNT
023700         MOVE WSS-IND TO WSS-FCT-ENTRY (WSS-FCT-COUNT)
023800         IF WSS-DIVISION NOT EQUAL WSS-IND
023900             ADD 1 TO WSS-FCT-COUNT
024000             MOVE WSS-DIVISION TO WSS-FCT-ENTRY (WSS-FCT-COUNT)
024100         END-IF
024200     END-IF.
024300*
024400************************************************************
024500* 2200-STORE-FACTOR-LIST - WRITES THE COLLECTED LIST TO THE *
024600*   FACTOR LIST MASTER, 30 FACTORS TO A SEGMENT, EVERY      *
024700*   SEGMENT CARRYING THE LIST'S TOTAL FACTOR COUNT.         *
024800************************************************************
024900 2200-STORE-FACTOR-LIST.
025000     MOVE ZEROS TO WSS-FCT-SLOT
025100     MOVE ZEROS TO WSS-FCT-SEGMENT
025200     PERFORM 2210-STORE-ONE-FACTOR
025300             VARYING WSS-FCT-IX FROM 1 BY 1
025400             UNTIL WSS-FCT-IX GREATER WSS-FCT-COUNT.
025500*
025600 2210-STORE-ONE-FACTOR.
025700     IF WSS-FCT-SLOT EQUAL ZERO
025800         MOVE SPACES TO FM-MASTER-RECORD
025900         MOVE ZEROS TO FM-FACTOR-TABLE
026000         ADD 1 TO WSS-FCT-SEGMENT
026100         MOVE RM-NUMBER TO FM-NUMBER
026200         MOVE WSS-FCT-SEGMENT TO FM-SEGMENT
026300         MOVE WSS-FCT-COUNT TO FM-FACTOR-TOTAL
026400     END-IF
026500     ADD 1 TO WSS-FCT-SLOT
026600     MOVE WSS-FCT-ENTRY (WSS-FCT-IX) TO FM-FACTOR (WSS-FCT-SLOT)
026700     IF WSS-FCT-SLOT EQUAL 30
026800       OR WSS-FCT-IX EQUAL WSS-FCT-COUNT
026900         MOVE WSS-FCT-SLOT TO FM-ENTRY-COUNT
027000         WRITE FM-MASTER-RECORD
027100         IF NOT WSS-FCTMST-OK
027200             DISPLAY 'COBFMLD - FCTMST WRITE FAILED, STATUS '
027300                     WSS-FCTMST-STATUS ' KEY ' FM-KEY
027400             MOVE 12 TO RETURN-CODE
027500             STOP RUN
027600         END-IF
027700         ADD 1 TO WSS-SEGMENT-COUNT
027800         MOVE ZEROS TO WSS-FCT-SLOT
027900     END-IF.
028000*
028100************************************************************
028200* 7000-WRITE-TOTALS - PRINTS THE LOAD COUNTS.               *
028300************************************************************
028400 7000-WRITE-TOTALS.
028500     MOVE 'RSLTMST NUMBERS READ:         ' TO WSS-TOT-LABEL
028600     MOVE WSS-READ-COUNT TO WSS-TOT-COUNT
028700     WRITE FMLDRPT-RECORD FROM WSS-TOT-LINE
028800         AFTER ADVANCING 2 LINES
028900     MOVE 'FACTOR LISTS BUILT:           ' TO WSS-TOT-LABEL
029000     MOVE WSS-BUILT-COUNT TO WSS-TOT-COUNT
029100     WRITE FMLDRPT-RECORD FROM WSS-TOT-LINE
029200         AFTER ADVANCING 1 LINE
029300     MOVE 'FACTOR SEGMENTS WRITTEN:      ' TO WSS-TOT-LABEL
029400     MOVE WSS-SEGMENT-COUNT TO WSS-TOT-COUNT
029500     WRITE FMLDRPT-RECORD FROM WSS-TOT-LINE
029600         AFTER ADVANCING 1 LINE
029700     MOVE 'ALREADY ON MASTER, UNCHANGED: ' TO WSS-TOT-LABEL
029800     MOVE WSS-PRESENT-COUNT TO WSS-TOT-COUNT
029900     WRITE FMLDRPT-RECORD FROM WSS-TOT-LINE
030000         AFTER ADVANCING 1 LINE.
030100*
030200************************************************************
030300* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
030400************************************************************
030500 8000-TERMINATE.
030600     CLOSE RSLTMST-FILE
030700     CLOSE FCTMST-FILE
030800     CLOSE FMLDRPT-FILE.
