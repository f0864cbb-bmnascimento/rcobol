000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBPERF.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBPERF  - RUN-STATISTICS HISTORY AND FORECAST ACCURACY.  *
001000*                                                           *
001100*   RUNS AT THE END OF THE NIGHTLY STREAM (COBSUMJB OR      *
001200*   COBSUMPJ). READS THE RUNSTAT RECORDS COBSUM WROTE       *
001300*   TONIGHT - ONE FOR A WHOLE RUN, ONE PER SLICE ON A SPLIT *
001400*   NIGHT - AND SUMS THEM INTO ONE NIGHT: COBSUM STEPS RUN, *
001500*   ELAPSED SECONDS, MASTER HITS AND MISSES AND NUMBERS     *
001600*   COMPUTED. THE NIGHT IS PAIRED WITH TONIGHT'S COBFCST    *
001700*   FORECAST RECORD (FCSTOUT) AND ADDED TO THE PERFORMANCE  *
001800*   HISTORY, WHICH IS CARRIED FORWARD FROM GENERATION TO    *
001900*   GENERATION (PERFIN TO PERFOUT) AND TRIMMED TO THE LAST  *
002000*   HISTORY-NIGHTS NIGHTS. A RERUN ON THE SAME RUN DATE     *
002100*   REPLACES THAT NIGHT INSTEAD OF ADDING IT TWICE.         *
002200*                                                           *
002300*   THE REPORT LISTS TONIGHT'S COBSUM RUNS, THEN EVERY      *
002400*   NIGHT IN THE HISTORY WITH THE ESTIMATED AGAINST THE     *
002500*   ACTUAL ELAPSED SECONDS, THE ERROR PERCENTAGE (POSITIVE  *
002600*   WHEN THE FORECAST RAN HIGH) AND THE SAMPLED AGAINST THE *
002700*   ACTUAL MASTER HIT RATE, AND CLOSES WITH THE TREND: THE  *
002800*   AVERAGE ERROR OVER THE LAST TREND-NIGHTS NIGHTS AGAINST *
002900*   THE NIGHTS BEFORE THEM, THE BIAS, AND A RECOMMENDED     *
003000*   UNITS-PER-SECOND - THE RATE AT WHICH THE HISTORY'S      *
003100*   ESTIMATED WORK UNITS WOULD HAVE PRICED OUT AT EXACTLY   *
003200*   ITS ACTUAL SECONDS - PRINTED AS A READY-MADE FCSTCTL    *
003300*   CARD. A NIGHT WITH NO FORECAST OR NO MEASURABLE ELAPSED *
003400*   TIME IS LISTED BUT NOT SCORED.                          *
003500*                                                           *
003600*   A NIGHT WITH NO RUNSTAT RECORDS CARRIES THE HISTORY     *
003700*   FORWARD UNCHANGED AND ENDS WITH RETURN CODE 4. A BAD    *
003800*   CONTROL CARD ENDS THE RUN WITH RETURN CODE 12.          *
003900************************************************************
004000* MODIFICATION HISTORY                                      *
004100*----------------------------------------------------------*
004200* DATE       INIT  DESCRIPTION                              *
004300* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
004400************************************************************
004500*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
005300            ORGANIZATION IS SEQUENTIAL.
005400*
005500     SELECT OPTIONAL FCSTOUT-FILE ASSIGN TO FCSTOUT
005600            ORGANIZATION IS SEQUENTIAL
005700            FILE STATUS IS WSS-FCSTOUT-STATUS.
005800*
005900     SELECT PERFIN-FILE  ASSIGN TO PERFIN
006000            ORGANIZATION IS SEQUENTIAL.
006100*
006200     SELECT PERFOUT-FILE ASSIGN TO PERFOUT
006300            ORGANIZATION IS SEQUENTIAL.
006400*
006500     SELECT PERFRPT-FILE ASSIGN TO PERFRPT
006600            ORGANIZATION IS SEQUENTIAL.
006700*
006800     SELECT OPTIONAL CTLIN-FILE ASSIGN TO PERFCTL
006900            ORGANIZATION IS SEQUENTIAL
007000            FILE STATUS IS WSS-CTLIN-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RUNSTAT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY RUNSTAT.
007800*
007900 FD  FCSTOUT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY FCSTOUT.
008300*
008400*    THE HISTORY RECORD IS ONE WSS-HIST-ENTRY (SEE BELOW).
008500 FD  PERFIN-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  PERFIN-RECORD              PIC X(80).
008900*
009000 FD  PERFOUT-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  PERFOUT-RECORD             PIC X(80).
009400*
009500 FD  PERFRPT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  PERFRPT-RECORD             PIC X(132).
009900*
010000 FD  CTLIN-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  CTLIN-RECORD.
010400     05  CTLIN-KEYWORD          PIC X(16).
010500     05  CTLIN-VALUE            PIC X(11).
010600     05  FILLER                 PIC X(53).
010700*
010800 WORKING-STORAGE SECTION.
010900 01  WSS-SWITCHES.
011000     05  WSS-EOF-SW               PIC X(01)    VALUE 'N'.
011100         88  WSS-EOF                           VALUE 'Y'.
011200         88  WSS-NOT-EOF                       VALUE 'N'.
011300     05  WSS-CTLIN-EOF-SW         PIC X(01)    VALUE 'N'.
011400         88  WSS-CTLIN-EOF                     VALUE 'Y'.
011500         88  WSS-CTLIN-NOT-EOF                 VALUE 'N'.
011600     05  WSS-FCST-SW              PIC X(01)    VALUE 'N'.
011700         88  WSS-FCST-PRESENT                  VALUE 'Y'.
011800         88  WSS-FCST-ABSENT                   VALUE 'N'.
011900     05  WSS-SECTION-SW           PIC X(01)    VALUE 'R'.
012000         88  WSS-SECTION-RUNS                  VALUE 'R'.
012100         88  WSS-SECTION-HISTORY               VALUE 'H'.
012200         88  WSS-SECTION-SUMMARY               VALUE 'S'.
012300*
012400 01  WSS-FCSTOUT-STATUS           PIC X(02)    VALUE SPACES.
012500     88  WSS-FCSTOUT-NOT-FOUND                 VALUE '05'.
012600*
012700 01  WSS-CTLIN-STATUS             PIC X(02)    VALUE SPACES.
012800     88  WSS-CTLIN-NOT-FOUND                   VALUE '05'.
012900*
013000 77  WSS-STAT-READ-COUNT          PIC 9(09)    VALUE ZEROS.
013100 77  WSS-HIST-READ-COUNT          PIC 9(09)    VALUE ZEROS.
013200 77  WSS-HIST-DROP-COUNT          PIC 9(09)    VALUE ZEROS.
013300 77  WSS-HIST-WRITE-COUNT         PIC 9(09)    VALUE ZEROS.
013400 77  WSS-SCORED-COUNT             PIC 9(09)    VALUE ZEROS.
013500 77  WSS-RECENT-COUNT             PIC 9(09)    VALUE ZEROS.
013600 77  WSS-PRIOR-COUNT              PIC 9(09)    VALUE ZEROS.
013700*
013800 01  WSS-RUN-OPTIONS.
013900     05  WSS-OPT-HISTORY-NIGHTS   PIC 9(03)    VALUE 090.
014000     05  WSS-OPT-TREND-NIGHTS     PIC 9(03)    VALUE 007.
014100 01  WSS-CTL-NUMBER               PIC 9(11).
014200*
014300*    TONIGHT, SUMMED OVER EVERY RUNSTAT RECORD. THE NIGHT TAKES
014400*    THE RUN DATE OF THE FIRST RECORD, SO A SLICE THAT STARTS
014500*    AFTER MIDNIGHT STILL COUNTS TOWARD THE NIGHT IT BELONGS TO.
014600 01  WSS-NIGHT-AREA.
014700     05  WSS-NIGHT-DATE           PIC 9(08)    VALUE ZEROS.
014800     05  WSS-NIGHT-RUNS           PIC 9(02)    VALUE ZEROS.
014900     05  WSS-NIGHT-ELAPSED        PIC 9(07)    VALUE ZEROS.
015000     05  WSS-NIGHT-HITS           PIC 9(09)    VALUE ZEROS.
015100     05  WSS-NIGHT-MISSES         PIC 9(09)    VALUE ZEROS.
015200     05  WSS-NIGHT-COMPUTED       PIC 9(09)    VALUE ZEROS.
015300     05  WSS-NIGHT-REJECTS        PIC 9(09)    VALUE ZEROS.
015400*
015500*    TONIGHT'S FORECAST - THE LAST FCSTOUT RECORD, IN CASE
015600*    COBFCST WAS RERUN INTO THE SAME DATASET.
015700 01  WSS-FCST-AREA.
015800     05  WSS-FCST-EST-SECONDS     PIC 9(11)    VALUE ZEROS.
015900     05  WSS-FCST-EST-UNITS       PIC 9(15)    VALUE ZEROS.
016000     05  WSS-FCST-UNITS-PER-SEC   PIC 9(11)    VALUE ZEROS.
016100     05  WSS-FCST-SAMPLES         PIC 9(09)    VALUE ZEROS.
016200     05  WSS-FCST-SAMPLE-HITS     PIC 9(09)    VALUE ZEROS.
016300*
016400*    THE PERFORMANCE HISTORY, OLDEST NIGHT FIRST. EACH ENTRY IS
016500*    ALSO THE 80-BYTE PERFIN/PERFOUT HISTORY RECORD LAYOUT.
016600*    366 ENTRIES HOLD THE LONGEST HISTORY-NIGHTS ALLOWED.
016700 01  WSS-HIST-COUNT               PIC 9(03)    VALUE ZEROS.
016800 01  WSS-HIST-TABLE.
016900     05  WSS-HIST-ENTRY           OCCURS 366.
017000         10  WSS-H-RUN-DATE       PIC 9(08).
017100         10  WSS-H-RUN-COUNT      PIC 9(02).
017200         10  WSS-H-ELAPSED        PIC 9(07).
017300         10  WSS-H-HITS           PIC 9(09).
017400         10  WSS-H-MISSES         PIC 9(09).
017500         10  WSS-H-COMPUTED       PIC 9(09).
017600         10  WSS-H-FCST-SW        PIC X(01).
017700             88  WSS-H-FORECAST               VALUE 'Y'.
017800             88  WSS-H-NO-FORECAST            VALUE 'N'.
017900         10  WSS-H-EST-SECONDS    PIC 9(09).
018000         10  WSS-H-EST-UNITS      PIC 9(15).
018100         10  WSS-H-SAMPLE-PCT     PIC 9(03)V9(02).
018200         10  FILLER               PIC X(06).
018300 01  WSS-HX                       PIC 9(03).
018400 01  WSS-FIRST-KEPT               PIC 9(03).
018500 01  WSS-RECENT-FROM              PIC 9(03).
018600*
018700 01  WSS-SCORE-WORK.
018800     05  WSS-ERROR-PCT            PIC S9(07)V9(02).
018900     05  WSS-ABS-ERROR-PCT        PIC S9(07)V9(02).
019000     05  WSS-ACTUAL-HIT-PCT       PIC 9(03)V9(02).
019100     05  WSS-LOOKUPS              PIC 9(10).
019200*
019300 01  WSS-SCORE-TOTALS.
019400     05  WSS-SUM-ABS-ERROR        PIC S9(11)V9(02) VALUE ZEROS.
019500     05  WSS-SUM-SIGNED-ERROR     PIC S9(11)V9(02) VALUE ZEROS.
019600     05  WSS-SUM-RECENT-ABS       PIC S9(11)V9(02) VALUE ZEROS.
019700     05  WSS-SUM-PRIOR-ABS        PIC S9(11)V9(02) VALUE ZEROS.
019800     05  WSS-SUM-SAMPLE-PCT       PIC 9(07)V9(02)  VALUE ZEROS.
019900     05  WSS-SUM-HITS             PIC 9(12)        VALUE ZEROS.
020000     05  WSS-SUM-LOOKUPS          PIC 9(12)        VALUE ZEROS.
020100     05  WSS-SUM-EST-UNITS        PIC 9(18)        VALUE ZEROS.
020200     05  WSS-SUM-ACT-SECONDS      PIC 9(11)        VALUE ZEROS.
020300*
020400 01  WSS-AVG-ABS-ERROR            PIC S9(07)V9(02).
020500 01  WSS-AVG-SIGNED-ERROR         PIC S9(07)V9(02).
020600 01  WSS-AVG-RECENT-ABS           PIC S9(07)V9(02).
020700 01  WSS-AVG-PRIOR-ABS            PIC S9(07)V9(02).
020800 01  WSS-AVG-SAMPLE-PCT           PIC 9(03)V9(02).
020900 01  WSS-AVG-ACTUAL-PCT           PIC 9(03)V9(02).
021000 01  WSS-RECOMMEND-UPS            PIC 9(11)    VALUE ZEROS.
021100*
021200 01  WSS-RPT-CONTROLS.
021300     05  WSS-LINE-COUNT           PIC 9(03)    VALUE ZEROS.
021400     05  WSS-MAX-LINES            PIC 9(03)    VALUE 055.
021500     05  WSS-PAGE-COUNT           PIC 9(03)    VALUE ZEROS.
021600*
021700 01  WSS-RUN-DATE-YMD             PIC 9(08).
021800 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
021900     05  WSS-RUN-DATE-CCYY        PIC 9(04).
022000     05  WSS-RUN-DATE-MM          PIC 9(02).
022100     05  WSS-RUN-DATE-DD          PIC 9(02).
022200*
022300 01  WSS-RUN-DATE-DISPLAY.
022400     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
022500     05  FILLER                   PIC X(01)    VALUE '/'.
022600     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
022700     05  FILLER                   PIC X(01)    VALUE '/'.
022800     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
022900*
023000 01  WSS-DATE-WORK                PIC 9(08).
023100 01  WSS-DATE-WORK-GROUP REDEFINES WSS-DATE-WORK.
023200     05  WSS-DATE-WORK-CCYY       PIC 9(04).
023300     05  WSS-DATE-WORK-MM         PIC 9(02).
023400     05  WSS-DATE-WORK-DD         PIC 9(02).
023500*
023600 01  WSS-DATE-DISPLAY.
023700     05  WSS-DATE-DISP-MM         PIC 9(02).
023800     05  FILLER                   PIC X(01)    VALUE '/'.
023900     05  WSS-DATE-DISP-DD         PIC 9(02).
024000     05  FILLER                   PIC X(01)    VALUE '/'.
024100     05  WSS-DATE-DISP-CCYY       PIC 9(04).
024200*
024300 01  WSS-TIME-WORK                PIC 9(06).
024400 01  WSS-TIME-WORK-GROUP REDEFINES WSS-TIME-WORK.
024500     05  WSS-TIME-WORK-HH         PIC 9(02).
024600     05  WSS-TIME-WORK-MM         PIC 9(02).
024700     05  WSS-TIME-WORK-SS         PIC 9(02).
024800*
024900 01  WSS-TIME-DISPLAY.
025000     05  WSS-TIME-DISP-HH         PIC 9(02).
025100     05  FILLER                   PIC X(01)    VALUE ':'.
025200     05  WSS-TIME-DISP-MM         PIC 9(02).
025300     05  FILLER                   PIC X(01)    VALUE ':'.
025400     05  WSS-TIME-DISP-SS         PIC 9(02).
025500*
025600 01  WSS-HDG1-LINE.
025700     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
025800     05  FILLER                   PIC X(09)    VALUE SPACES.
025900     05  FILLER                   PIC X(46)
026000          VALUE 'COBPERF - RUN STATISTICS AND FORECAST ACCURACY'.
026100     05  FILLER                   PIC X(14)    VALUE SPACES.
026200     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
026300     05  WSS-HDG1-DATE            PIC X(10).
026400*
026500 01  WSS-RUNS-HDG-LINE.
026600     05  WSS-RUNS-HDG-CC          PIC X(01)    VALUE '0'.
026700     05  FILLER                   PIC X(09)    VALUE SPACES.
026800     05  FILLER                   PIC X(34)
026900          VALUE 'MODE   JOB ID    START     END    '.
027000     05  FILLER                   PIC X(34)
027100          VALUE '   ELAPSED       HITS     MISSES  '.
027200     05  FILLER                   PIC X(22)
027300          VALUE '  COMPUTED     REJECTS'.
027400*
027500 01  WSS-RUNS-LINE.
027600     05  WSS-RUNS-CC              PIC X(01)    VALUE ' '.
027700     05  FILLER                   PIC X(09)    VALUE SPACES.
027800     05  WSS-RUNS-MODE            PIC X(05).
027900     05  FILLER                   PIC X(02)    VALUE SPACES.
028000     05  WSS-RUNS-JOB-ID          PIC X(08).
028100     05  FILLER                   PIC X(02)    VALUE SPACES.
028200     05  WSS-RUNS-START           PIC X(08).
028300     05  FILLER                   PIC X(02)    VALUE SPACES.
028400     05  WSS-RUNS-END             PIC X(08).
028500     05  FILLER                   PIC X(02)    VALUE SPACES.
028600     05  WSS-RUNS-ELAPSED         PIC Z(06)9.
028700     05  FILLER                   PIC X(02)    VALUE SPACES.
028800     05  WSS-RUNS-HITS            PIC Z(08)9.
028900     05  FILLER                   PIC X(02)    VALUE SPACES.
029000     05  WSS-RUNS-MISSES          PIC Z(08)9.
029100     05  FILLER                   PIC X(03)    VALUE SPACES.
029200     05  WSS-RUNS-COMPUTED        PIC Z(08)9.
029300     05  FILLER                   PIC X(03)    VALUE SPACES.
029400     05  WSS-RUNS-REJECTS         PIC Z(08)9.
029500*
029600 01  WSS-HIST-HDG-LINE.
029700     05  WSS-HIST-HDG-CC          PIC X(01)    VALUE '0'.
029800     05  FILLER                   PIC X(09)    VALUE SPACES.
029900     05  FILLER                   PIC X(34)
030000          VALUE 'RUN DATE   RUNS    EST SECS  ACT S'.
030100     05  FILLER                   PIC X(34)
030200          VALUE 'ECS   ERROR PCT   SAMPLED HIT     '.
030300     05  FILLER                   PIC X(18)
030400          VALUE '  ACTUAL HIT  NOTE'.
030500*
030600 01  WSS-HIST-LINE.
030700     05  WSS-HIST-CC              PIC X(01)    VALUE ' '.
030800     05  FILLER                   PIC X(09)    VALUE SPACES.
030900     05  WSS-HIST-DATE            PIC X(10).
031000     05  FILLER                   PIC X(03)    VALUE SPACES.
031100     05  WSS-HIST-RUNS            PIC Z9.
031200     05  FILLER                   PIC X(02)    VALUE SPACES.
031300     05  WSS-HIST-EST             PIC Z(09)9.
031400     05  FILLER                   PIC X(02)    VALUE SPACES.
031500     05  WSS-HIST-ACT             PIC Z(07)9.
031600     05  FILLER                   PIC X(01)    VALUE SPACES.
031700     05  WSS-HIST-ERROR           PIC -(07)9.99.
031800     05  FILLER                   PIC X(08)    VALUE SPACES.
031900     05  WSS-HIST-SAMPLED         PIC Z(02)9.99.
032000     05  FILLER                   PIC X(11)    VALUE SPACES.
032100     05  WSS-HIST-ACTUAL          PIC Z(02)9.99.
032200     05  FILLER                   PIC X(02)    VALUE SPACES.
032300     05  WSS-HIST-NOTE            PIC X(20).
032400*
032500 01  WSS-TOT-LINE.
032600     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
032700     05  FILLER                   PIC X(09)    VALUE SPACES.
032800     05  WSS-TOT-LABEL            PIC X(40).
032900     05  WSS-TOT-COUNT            PIC Z(14)9.
033000*
033100 01  WSS-PCT-LINE.
033200     05  WSS-PCT-CC               PIC X(01)    VALUE ' '.
033300     05  FILLER                   PIC X(09)    VALUE SPACES.
033400     05  WSS-PCT-LABEL            PIC X(40).
033500     05  WSS-PCT-VALUE            PIC -(11)9.99.
033600*
033700 01  WSS-MSG-LINE.
033800     05  WSS-MSG-CC               PIC X(01)    VALUE '0'.
033900     05  FILLER                   PIC X(09)    VALUE SPACES.
034000     05  WSS-MSG-TEXT             PIC X(70).
034100*
034200 01  WSS-CARD-LINE.
034300     05  WSS-CARD-CC              PIC X(01)    VALUE ' '.
034400     05  FILLER                   PIC X(09)    VALUE SPACES.
034500     05  FILLER                   PIC X(40)
034600          VALUE 'SUGGESTED FCSTCTL CARD:'.
034700     05  FILLER                   PIC X(16)
034800          VALUE 'UNITS-PER-SECOND'.
034900     05  WSS-CARD-VALUE           PIC 9(11).
035000*
035100 PROCEDURE DIVISION.
035200*
035300************************************************************
035400* 0000-MAIN-PROCEDURE - LOADS THE HISTORY, ADDS TONIGHT,    *
035500*   CARRIES THE HISTORY FORWARD AND PRINTS THE ACCURACY     *
035600*   REPORT.                                                 *
035700************************************************************
035800 0000-MAIN-PROCEDURE.
035900     PERFORM 1000-INITIALIZE
036000     PERFORM 2000-LOAD-HISTORY
036100     PERFORM 2100-READ-RUN-STATISTICS THRU 2100-EXIT
036200     PERFORM 2200-READ-FORECAST THRU 2200-EXIT
036300     PERFORM 2300-POST-TONIGHT THRU 2300-EXIT
036400     PERFORM 2500-WRITE-HISTORY
036500     PERFORM 4000-REPORT-HISTORY
036600     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
036700     PERFORM 8000-TERMINATE
036800     IF WSS-NIGHT-RUNS EQUAL ZERO
036900         MOVE 4 TO RETURN-CODE
037000     END-IF
037100     STOP RUN.
037200*
037300************************************************************
037400* 1000-INITIALIZE - READ THE CONTROL CARDS, ESTABLISH THE   *
037500*   RUN DATE AND OPEN THE REPORT.                           *
037600************************************************************
037700 1000-INITIALIZE.
037800     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
037900     PERFORM 1020-READ-CONTROL-CARDS THRU 1020-EXIT
038000     OPEN OUTPUT PERFRPT-FILE
038100     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
038200     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
038300     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY.
038400*
038500************************************************************
038600* 1020-READ-CONTROL-CARDS - READS THE OPTIONAL PERFCTL      *
038700*   FILE FOR THE RUN OPTIONS. KEYWORDS ARE IN COLUMNS 1-16, *
038800*   VALUES IN 17-27; A BLANK OR '*' CARD IS A COMMENT.      *
038900*   HISTORY-NIGHTS (1-366) IS HOW MANY NIGHTS THE HISTORY   *
039000*   KEEPS; TREND-NIGHTS (1-366) IS HOW MANY OF THE LATEST   *
039100*   NIGHTS ARE SET AGAINST THE REST FOR THE TREND.          *
039200************************************************************
039300 1020-READ-CONTROL-CARDS.
039400     OPEN INPUT CTLIN-FILE
039500     IF WSS-CTLIN-NOT-FOUND
039600         CLOSE CTLIN-FILE
039700         GO TO 1020-EXIT
039800     END-IF
039900     PERFORM 1030-READ-NEXT-CONTROL THRU 1030-EXIT
040000             UNTIL WSS-CTLIN-EOF
040100     CLOSE CTLIN-FILE.
040200 1020-EXIT.
040300     EXIT.
040400*
040500 1030-READ-NEXT-CONTROL.
040600     READ CTLIN-FILE
040700         AT END
040800             SET WSS-CTLIN-EOF TO TRUE
040900             GO TO 1030-EXIT
041000     END-READ
041100     IF CTLIN-KEYWORD EQUAL SPACES
041200       OR CTLIN-KEYWORD (1:1) EQUAL '*'
041300         GO TO 1030-EXIT
041400     END-IF
041500     IF CTLIN-VALUE IS NOT NUMERIC
041600         GO TO 1030-BAD-CARD
041700     END-IF
041800     MOVE CTLIN-VALUE TO WSS-CTL-NUMBER
041900     IF WSS-CTL-NUMBER EQUAL ZERO
042000       OR WSS-CTL-NUMBER GREATER THAN 366
042100         GO TO 1030-BAD-CARD
042200     END-IF
042300     IF CTLIN-KEYWORD EQUAL 'HISTORY-NIGHTS'
042400         MOVE WSS-CTL-NUMBER TO WSS-OPT-HISTORY-NIGHTS
042500         GO TO 1030-EXIT
042600     END-IF
042700     IF CTLIN-KEYWORD EQUAL 'TREND-NIGHTS'
042800         MOVE WSS-CTL-NUMBER TO WSS-OPT-TREND-NIGHTS
042900         GO TO 1030-EXIT
043000     END-IF.
043100 1030-BAD-CARD.
043200     DISPLAY 'COBPERF - INVALID CONTROL CARD: ' CTLIN-KEYWORD
043300             ' ' CTLIN-VALUE
043400     MOVE 12 TO RETURN-CODE
043500     STOP RUN.
043600 1030-EXIT.
043700     EXIT.
043800*
043900************************************************************
044000* 2000-LOAD-HISTORY - READS THE PRIOR GENERATION OF THE     *
044100*   PERFORMANCE HISTORY INTO THE TABLE, OLDEST FIRST.       *
044200************************************************************
044300 2000-LOAD-HISTORY.
044400     OPEN INPUT PERFIN-FILE
044500     SET WSS-NOT-EOF TO TRUE
044600     PERFORM 2010-READ-PERFIN UNTIL WSS-EOF
044700     CLOSE PERFIN-FILE.
044800*
044900 2010-READ-PERFIN.
045000     READ PERFIN-FILE
045100         AT END
045200             SET WSS-EOF TO TRUE
045300         NOT AT END
045400             ADD 1 TO WSS-HIST-READ-COUNT
045500             PERFORM 2050-MAKE-ROOM THRU 2050-EXIT
045600             ADD 1 TO WSS-HIST-COUNT
045700             MOVE PERFIN-RECORD TO WSS-HIST-ENTRY (WSS-HIST-COUNT)
045800     END-READ.
045900*
046000************************************************************
046100* 2050-MAKE-ROOM - WHEN THE TABLE IS FULL, DROPS THE OLDEST *
046200*   NIGHT AND MOVES EVERY LATER NIGHT UP ONE PLACE SO THE   *
046300*   NEXT NIGHT CAN BE ADDED AT THE END.                     *
046400************************************************************
046500 2050-MAKE-ROOM.
046600     IF WSS-HIST-COUNT LESS THAN 366
046700         GO TO 2050-EXIT
046800     END-IF
046900     PERFORM 2060-SHIFT-ONE-ENTRY
047000             VARYING WSS-HX FROM 2 BY 1
047100             UNTIL WSS-HX GREATER THAN WSS-HIST-COUNT
047200     SUBTRACT 1 FROM WSS-HIST-COUNT
047300     ADD 1 TO WSS-HIST-DROP-COUNT.
047400 2050-EXIT.
047500     EXIT.
047600*
047700 2060-SHIFT-ONE-ENTRY.
047800     MOVE WSS-HIST-ENTRY (WSS-HX) TO WSS-HIST-ENTRY (WSS-HX - 1).
047900*
048000************************************************************
048100* 2100-READ-RUN-STATISTICS - LISTS AND SUMS TONIGHT'S       *
048200*   RUNSTAT RECORDS.                                        *
048300************************************************************
048400 2100-READ-RUN-STATISTICS.
048500     SET WSS-SECTION-RUNS TO TRUE
048600     PERFORM 3000-WRITE-HEADINGS
048700     OPEN INPUT RUNSTAT-FILE
048800     SET WSS-NOT-EOF TO TRUE
048900     PERFORM 2110-READ-RUNSTAT UNTIL WSS-EOF
049000     CLOSE RUNSTAT-FILE
049100     IF WSS-NIGHT-RUNS EQUAL ZERO
049200         MOVE 'NO COBSUM RUN STATISTICS TONIGHT - HISTORY CARRIED'
049300           TO WSS-MSG-TEXT
049400         PERFORM 3100-WRITE-MESSAGE
049500         MOVE 'FORWARD UNCHANGED' TO WSS-MSG-TEXT
049600         PERFORM 3100-WRITE-MESSAGE
049700         GO TO 2100-EXIT
049800     END-IF
049900     MOVE 'COBSUM STEPS TONIGHT:' TO WSS-TOT-LABEL
050000     MOVE WSS-NIGHT-RUNS TO WSS-TOT-COUNT
050100     PERFORM 3050-CHECK-PAGE-BREAK
050200     WRITE PERFRPT-RECORD FROM WSS-TOT-LINE
050300         AFTER ADVANCING 2 LINES
050400     ADD 2 TO WSS-LINE-COUNT
050500     MOVE 'TOTAL ELAPSED SECONDS:' TO WSS-TOT-LABEL
050600     MOVE WSS-NIGHT-ELAPSED TO WSS-TOT-COUNT
050700     PERFORM 7100-WRITE-TOTAL-LINE
050800     MOVE 'TOTAL NUMBERS COMPUTED:' TO WSS-TOT-LABEL
050900     MOVE WSS-NIGHT-COMPUTED TO WSS-TOT-COUNT
051000     PERFORM 7100-WRITE-TOTAL-LINE
051100     MOVE 'TOTAL REJECTS:' TO WSS-TOT-LABEL
051200     MOVE WSS-NIGHT-REJECTS TO WSS-TOT-COUNT
051300     PERFORM 7100-WRITE-TOTAL-LINE.
051400 2100-EXIT.
051500     EXIT.
051600*
051700 2110-READ-RUNSTAT.
051800     READ RUNSTAT-FILE
051900         AT END
052000             SET WSS-EOF TO TRUE
052100         NOT AT END
052200             ADD 1 TO WSS-STAT-READ-COUNT
052300             PERFORM 2120-TALLY-RUNSTAT
052400     END-READ.
052500*
052600************************************************************
052700* 2120-TALLY-RUNSTAT - PRINTS ONE COBSUM RUN AND ADDS IT    *
052800*   INTO TONIGHT'S TOTALS.                                  *
052900************************************************************
053000 2120-TALLY-RUNSTAT.
053100     IF WSS-NIGHT-RUNS EQUAL ZERO
053200         MOVE RS-RUN-DATE TO WSS-NIGHT-DATE
053300     END-IF
053400     ADD 1 TO WSS-NIGHT-RUNS
053500     ADD RS-ELAPSED-SECONDS TO WSS-NIGHT-ELAPSED
053600     ADD RS-MASTER-HITS TO WSS-NIGHT-HITS
053700     ADD RS-MASTER-MISSES TO WSS-NIGHT-MISSES
053800     ADD RS-NUMBERS-COMPUTED TO WSS-NIGHT-COMPUTED
053900     ADD RS-REJECTS TO WSS-NIGHT-REJECTS
054000     IF RS-SLICE-RUN
054100         MOVE 'SLICE' TO WSS-RUNS-MODE
054200     ELSE
054300         MOVE 'WHOLE' TO WSS-RUNS-MODE
054400     END-IF
054500     MOVE RS-JOB-ID TO WSS-RUNS-JOB-ID
054600     MOVE RS-START-TIME TO WSS-TIME-WORK
054700     PERFORM 3200-FORMAT-TIME
054800     MOVE WSS-TIME-DISPLAY TO WSS-RUNS-START
054900     MOVE RS-END-TIME TO WSS-TIME-WORK
055000     PERFORM 3200-FORMAT-TIME
055100     MOVE WSS-TIME-DISPLAY TO WSS-RUNS-END
055200     MOVE RS-ELAPSED-SECONDS TO WSS-RUNS-ELAPSED
055300     MOVE RS-MASTER-HITS TO WSS-RUNS-HITS
055400     MOVE RS-MASTER-MISSES TO WSS-RUNS-MISSES
055500     MOVE RS-NUMBERS-COMPUTED TO WSS-RUNS-COMPUTED
055600     MOVE RS-REJECTS TO WSS-RUNS-REJECTS
055700     PERFORM 3050-CHECK-PAGE-BREAK
055800     WRITE PERFRPT-RECORD FROM WSS-RUNS-LINE
055900         AFTER ADVANCING 1 LINE
056000     ADD 1 TO WSS-LINE-COUNT.
056100*
056200************************************************************
056300* 2200-READ-FORECAST - KEEPS TONIGHT'S COBFCST FORECAST.    *
056400*   THE FILE IS OPTIONAL; WITHOUT IT THE NIGHT IS KEPT BUT  *
056500*   NOT SCORED.                                             *
056600************************************************************
056700 2200-READ-FORECAST.
056800     OPEN INPUT FCSTOUT-FILE
056900     IF WSS-FCSTOUT-NOT-FOUND
057000         CLOSE FCSTOUT-FILE
057100         GO TO 2200-EXIT
057200     END-IF
057300     SET WSS-NOT-EOF TO TRUE
057400     PERFORM 2210-READ-FCSTOUT UNTIL WSS-EOF
057500     CLOSE FCSTOUT-FILE.
057600 2200-EXIT.
057700     EXIT.
057800*
057900 2210-READ-FCSTOUT.
058000     READ FCSTOUT-FILE
058100         AT END
058200             SET WSS-EOF TO TRUE
058300         NOT AT END
058400             SET WSS-FCST-PRESENT TO TRUE
058500             MOVE FO-EST-SECONDS TO WSS-FCST-EST-SECONDS
058600             MOVE FO-EST-UNITS TO WSS-FCST-EST-UNITS
058700             MOVE FO-UNITS-PER-SEC TO WSS-FCST-UNITS-PER-SEC
058800             MOVE FO-SAMPLES TO WSS-FCST-SAMPLES
058900             MOVE FO-SAMPLE-HITS TO WSS-FCST-SAMPLE-HITS
059000     END-READ.
059100*
059200************************************************************
059300* 2300-POST-TONIGHT - ADDS TONIGHT TO THE END OF THE        *
059400*   HISTORY. WHEN THE LATEST NIGHT ALREADY ON THE HISTORY   *
059500*   HAS TONIGHT'S RUN DATE THIS IS A RERUN, AND THAT ENTRY  *
059600*   IS REPLACED INSTEAD.                                    *
059700************************************************************
059800 2300-POST-TONIGHT.
059900     IF WSS-NIGHT-RUNS EQUAL ZERO
060000         GO TO 2300-EXIT
060100     END-IF
060200     IF WSS-HIST-COUNT GREATER THAN ZERO
060300       AND WSS-H-RUN-DATE (WSS-HIST-COUNT) EQUAL WSS-NIGHT-DATE
060400         MOVE 'RERUN - TONIGHT REPLACES THE HISTORY ENTRY'
060500           TO WSS-MSG-TEXT
060600         PERFORM 3100-WRITE-MESSAGE
060700         MOVE 'ALREADY POSTED FOR THIS RUN DATE' TO WSS-MSG-TEXT
060800         PERFORM 3100-WRITE-MESSAGE
060900     ELSE
061000         PERFORM 2050-MAKE-ROOM THRU 2050-EXIT
061100         ADD 1 TO WSS-HIST-COUNT
061200     END-IF
061300     MOVE WSS-HIST-COUNT TO WSS-HX
061400     MOVE SPACES TO WSS-HIST-ENTRY (WSS-HX)
061500     MOVE WSS-NIGHT-DATE TO WSS-H-RUN-DATE (WSS-HX)
061600     MOVE WSS-NIGHT-RUNS TO WSS-H-RUN-COUNT (WSS-HX)
061700     MOVE WSS-NIGHT-ELAPSED TO WSS-H-ELAPSED (WSS-HX)
061800     MOVE WSS-NIGHT-HITS TO WSS-H-HITS (WSS-HX)
061900     MOVE WSS-NIGHT-MISSES TO WSS-H-MISSES (WSS-HX)
062000     MOVE WSS-NIGHT-COMPUTED TO WSS-H-COMPUTED (WSS-HX)
062100     MOVE ZEROS TO WSS-H-EST-SECONDS (WSS-HX)
062200     MOVE ZEROS TO WSS-H-EST-UNITS (WSS-HX)
062300     MOVE ZEROS TO WSS-H-SAMPLE-PCT (WSS-HX)
062400     IF WSS-FCST-ABSENT
062500         SET WSS-H-NO-FORECAST (WSS-HX) TO TRUE
062600         GO TO 2300-EXIT
062700     END-IF
062800     SET WSS-H-FORECAST (WSS-HX) TO TRUE
062900     IF WSS-FCST-EST-SECONDS GREATER THAN 999999999
063000         MOVE 999999999 TO WSS-H-EST-SECONDS (WSS-HX)
063100     ELSE
063200         MOVE WSS-FCST-EST-SECONDS TO WSS-H-EST-SECONDS (WSS-HX)
063300     END-IF
063400     MOVE WSS-FCST-EST-UNITS TO WSS-H-EST-UNITS (WSS-HX)
063500     IF WSS-FCST-SAMPLES GREATER THAN ZERO
063600         COMPUTE WSS-H-SAMPLE-PCT (WSS-HX) ROUNDED
063700             = WSS-FCST-SAMPLE-HITS * 100 / WSS-FCST-SAMPLES
063800     END-IF.
063900 2300-EXIT.
064000     EXIT.
064100*
064200************************************************************
064300* 2500-WRITE-HISTORY - WRITES THE NEW GENERATION OF THE     *
064400*   HISTORY: THE LATEST HISTORY-NIGHTS NIGHTS, OLDEST       *
064500*   FIRST. OLDER NIGHTS FALL OFF HERE.                      *
064600************************************************************
064700 2500-WRITE-HISTORY.
064800     MOVE 1 TO WSS-FIRST-KEPT
064900     IF WSS-HIST-COUNT GREATER THAN WSS-OPT-HISTORY-NIGHTS
065000         COMPUTE WSS-FIRST-KEPT
065100             = WSS-HIST-COUNT - WSS-OPT-HISTORY-NIGHTS + 1
065200         COMPUTE WSS-HIST-DROP-COUNT
065300             = WSS-HIST-DROP-COUNT + WSS-FIRST-KEPT - 1
065400     END-IF
065500     OPEN OUTPUT PERFOUT-FILE
065600     PERFORM 2510-WRITE-ONE-NIGHT
065700             VARYING WSS-HX FROM WSS-FIRST-KEPT BY 1
065800             UNTIL WSS-HX GREATER THAN WSS-HIST-COUNT
065900     CLOSE PERFOUT-FILE.
066000*
066100 2510-WRITE-ONE-NIGHT.
066200     WRITE PERFOUT-RECORD FROM WSS-HIST-ENTRY (WSS-HX)
066300     ADD 1 TO WSS-HIST-WRITE-COUNT.
066400*
066500************************************************************
066600* 3000-WRITE-HEADINGS - STARTS A NEW PAGE WITH THE COLUMN   *
066700*   HEADINGS OF THE SECTION BEING PRINTED.                  *
066800************************************************************
066900 3000-WRITE-HEADINGS.
067000     ADD 1 TO WSS-PAGE-COUNT
067100     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
067200     WRITE PERFRPT-RECORD FROM WSS-HDG1-LINE
067300         AFTER ADVANCING PAGE
067400     MOVE 1 TO WSS-LINE-COUNT
067500     IF WSS-SECTION-RUNS
067600         WRITE PERFRPT-RECORD FROM WSS-RUNS-HDG-LINE
067700             AFTER ADVANCING 2 LINES
067800         ADD 2 TO WSS-LINE-COUNT
067900     END-IF
068000     IF WSS-SECTION-HISTORY
068100         WRITE PERFRPT-RECORD FROM WSS-HIST-HDG-LINE
068200             AFTER ADVANCING 2 LINES
068300         ADD 2 TO WSS-LINE-COUNT
068400     END-IF.
068500*
068600************************************************************
068700* 3050-CHECK-PAGE-BREAK - STARTS A NEW PAGE OF HEADINGS     *
068800*   WHENEVER THE CURRENT PAGE IS FULL.                      *
068900************************************************************
069000 3050-CHECK-PAGE-BREAK.
069100     IF WSS-LINE-COUNT NOT LESS THAN WSS-MAX-LINES
069200         PERFORM 3000-WRITE-HEADINGS
069300     END-IF.
069400*
069500 3100-WRITE-MESSAGE.
069600     PERFORM 3050-CHECK-PAGE-BREAK
069700     WRITE PERFRPT-RECORD FROM WSS-MSG-LINE
069800         AFTER ADVANCING 2 LINES
069900     ADD 2 TO WSS-LINE-COUNT.
070000*
070100************************************************************
070200* 3200-FORMAT-TIME - FORMATS THE HHMMSS IN WSS-TIME-WORK AS *
070300*   HH:MM:SS INTO WSS-TIME-DISPLAY.                         *
070400************************************************************
070500 3200-FORMAT-TIME.
070600     MOVE WSS-TIME-WORK-HH TO WSS-TIME-DISP-HH
070700     MOVE WSS-TIME-WORK-MM TO WSS-TIME-DISP-MM
070800     MOVE WSS-TIME-WORK-SS TO WSS-TIME-DISP-SS.
070900*
071000************************************************************
071100* 4000-REPORT-HISTORY - PRINTS ONE LINE PER NIGHT KEPT ON   *
071200*   THE HISTORY AND SCORES EVERY NIGHT THAT HAD A FORECAST  *
071300*   AND A MEASURABLE ELAPSED TIME. THE LATEST TREND-NIGHTS  *
071400*   NIGHTS ARE SCORED AS RECENT, THE REST AS PRIOR.         *
071500************************************************************
071600 4000-REPORT-HISTORY.
071700     SET WSS-SECTION-HISTORY TO TRUE
071800     PERFORM 3000-WRITE-HEADINGS
071900     MOVE WSS-FIRST-KEPT TO WSS-RECENT-FROM
072000     IF WSS-HIST-COUNT - WSS-FIRST-KEPT + 1
072100          GREATER THAN WSS-OPT-TREND-NIGHTS
072200         COMPUTE WSS-RECENT-FROM
072300             = WSS-HIST-COUNT - WSS-OPT-TREND-NIGHTS + 1
072400     END-IF
072500     PERFORM 4100-REPORT-ONE-NIGHT THRU 4100-EXIT
072600             VARYING WSS-HX FROM WSS-FIRST-KEPT BY 1
072700             UNTIL WSS-HX GREATER THAN WSS-HIST-COUNT.
072800*
072900************************************************************
073000* 4100-REPORT-ONE-NIGHT - PRINTS AND SCORES NIGHT WSS-HX.   *
073100*   THE ERROR IS THE ESTIMATE LESS THE ACTUAL AS A          *
073200*   PERCENTAGE OF THE ACTUAL, SO A FORECAST THAT RAN HIGH   *
073300*   SHOWS POSITIVE. THE ACTUAL HIT RATE IS THE SHARE OF     *
073400*   COBSUM'S MASTER LOOKUPS THAT WERE HITS.                 *
073500************************************************************
073600 4100-REPORT-ONE-NIGHT.
073700     MOVE SPACES TO WSS-HIST-NOTE
073800     MOVE WSS-H-RUN-DATE (WSS-HX) TO WSS-DATE-WORK
073900     MOVE WSS-DATE-WORK-MM TO WSS-DATE-DISP-MM
074000     MOVE WSS-DATE-WORK-DD TO WSS-DATE-DISP-DD
074100     MOVE WSS-DATE-WORK-CCYY TO WSS-DATE-DISP-CCYY
074200     MOVE WSS-DATE-DISPLAY TO WSS-HIST-DATE
074300     MOVE WSS-H-RUN-COUNT (WSS-HX) TO WSS-HIST-RUNS
074400     MOVE WSS-H-EST-SECONDS (WSS-HX) TO WSS-HIST-EST
074500     MOVE WSS-H-ELAPSED (WSS-HX) TO WSS-HIST-ACT
074600     MOVE ZEROS TO WSS-HIST-ERROR
074700     MOVE WSS-H-SAMPLE-PCT (WSS-HX) TO WSS-HIST-SAMPLED
074800     COMPUTE WSS-LOOKUPS
074900         = WSS-H-HITS (WSS-HX) + WSS-H-MISSES (WSS-HX)
075000     MOVE ZEROS TO WSS-ACTUAL-HIT-PCT
075100     IF WSS-LOOKUPS GREATER THAN ZERO
075200         COMPUTE WSS-ACTUAL-HIT-PCT ROUNDED
075300             = WSS-H-HITS (WSS-HX) * 100 / WSS-LOOKUPS
075400     END-IF
075500     MOVE WSS-ACTUAL-HIT-PCT TO WSS-HIST-ACTUAL
075600     IF WSS-H-NO-FORECAST (WSS-HX)
075700         MOVE 'NO FORECAST' TO WSS-HIST-NOTE
075800         GO TO 4100-PRINT
075900     END-IF
076000     IF WSS-H-ELAPSED (WSS-HX) EQUAL ZERO
076100         MOVE 'NOT SCORED' TO WSS-HIST-NOTE
076200         GO TO 4100-PRINT
076300     END-IF
076400     COMPUTE WSS-ERROR-PCT ROUNDED
076500         = (WSS-H-EST-SECONDS (WSS-HX) - WSS-H-ELAPSED (WSS-HX))
076600           * 100 / WSS-H-ELAPSED (WSS-HX)
076700         ON SIZE ERROR
076800             MOVE 9999999.99 TO WSS-ERROR-PCT
076900     END-COMPUTE
077000     MOVE WSS-ERROR-PCT TO WSS-HIST-ERROR
077100     IF WSS-ERROR-PCT LESS THAN ZERO
077200         COMPUTE WSS-ABS-ERROR-PCT = 0 - WSS-ERROR-PCT
077300     ELSE
077400         MOVE WSS-ERROR-PCT TO WSS-ABS-ERROR-PCT
077500     END-IF
077600     ADD 1 TO WSS-SCORED-COUNT
077700     ADD WSS-ABS-ERROR-PCT TO WSS-SUM-ABS-ERROR
077800     ADD WSS-ERROR-PCT TO WSS-SUM-SIGNED-ERROR
077900     IF WSS-HX LESS THAN WSS-RECENT-FROM
078000         ADD 1 TO WSS-PRIOR-COUNT
078100         ADD WSS-ABS-ERROR-PCT TO WSS-SUM-PRIOR-ABS
078200     ELSE
078300         ADD 1 TO WSS-RECENT-COUNT
078400         ADD WSS-ABS-ERROR-PCT TO WSS-SUM-RECENT-ABS
078500     END-IF
078600     ADD WSS-H-SAMPLE-PCT (WSS-HX) TO WSS-SUM-SAMPLE-PCT
078700     ADD WSS-H-HITS (WSS-HX) TO WSS-SUM-HITS
078800     ADD WSS-LOOKUPS TO WSS-SUM-LOOKUPS
078900     ADD WSS-H-EST-UNITS (WSS-HX) TO WSS-SUM-EST-UNITS
079000     ADD WSS-H-ELAPSED (WSS-HX) TO WSS-SUM-ACT-SECONDS.
079100 4100-PRINT.
079200     PERFORM 3050-CHECK-PAGE-BREAK
079300     WRITE PERFRPT-RECORD FROM WSS-HIST-LINE
079400         AFTER ADVANCING 1 LINE
079500     ADD 1 TO WSS-LINE-COUNT.
079600 4100-EXIT.
079700     EXIT.
079800*
079900************************************************************
080000* 7000-WRITE-SUMMARY - PRINTS THE HISTORY COUNTS, THE       *
080100*   AVERAGE AND RECENT ERROR, THE TREND AND BIAS VERDICTS,  *
080200*   THE SAMPLED AGAINST ACTUAL HIT RATE AND THE RECOMMENDED *
080300*   UNITS-PER-SECOND.                                       *
080400************************************************************
080500 7000-WRITE-SUMMARY.
080600     SET WSS-SECTION-SUMMARY TO TRUE
080700     PERFORM 3000-WRITE-HEADINGS
080800     MOVE 'HISTORY NIGHTS READ:' TO WSS-TOT-LABEL
080900     MOVE WSS-HIST-READ-COUNT TO WSS-TOT-COUNT
081000     WRITE PERFRPT-RECORD FROM WSS-TOT-LINE
081100         AFTER ADVANCING 2 LINES
081200     ADD 2 TO WSS-LINE-COUNT
081300     MOVE 'HISTORY NIGHTS DROPPED:' TO WSS-TOT-LABEL
081400     MOVE WSS-HIST-DROP-COUNT TO WSS-TOT-COUNT
081500     PERFORM 7100-WRITE-TOTAL-LINE
081600     MOVE 'HISTORY NIGHTS WRITTEN:' TO WSS-TOT-LABEL
081700     MOVE WSS-HIST-WRITE-COUNT TO WSS-TOT-COUNT
081800     PERFORM 7100-WRITE-TOTAL-LINE
081900     MOVE 'NIGHTS SCORED:' TO WSS-TOT-LABEL
082000     MOVE WSS-SCORED-COUNT TO WSS-TOT-COUNT
082100     PERFORM 7100-WRITE-TOTAL-LINE
082200     IF WSS-SCORED-COUNT EQUAL ZERO
082300         MOVE 'NO NIGHT ON THE HISTORY CAN BE SCORED YET' TO
082400              WSS-MSG-TEXT
082500         PERFORM 3100-WRITE-MESSAGE
082600         GO TO 7000-EXIT
082700     END-IF
082800     COMPUTE WSS-AVG-ABS-ERROR ROUNDED
082900         = WSS-SUM-ABS-ERROR / WSS-SCORED-COUNT
083000     COMPUTE WSS-AVG-SIGNED-ERROR ROUNDED
083100         = WSS-SUM-SIGNED-ERROR / WSS-SCORED-COUNT
083200     MOVE 'AVERAGE ERROR PCT, ALL NIGHTS:' TO WSS-PCT-LABEL
083300     MOVE WSS-AVG-ABS-ERROR TO WSS-PCT-VALUE
083400     PERFORM 7200-WRITE-PCT-LINE
083500     MOVE 'AVERAGE BIAS PCT (+ HIGH, - LOW):' TO WSS-PCT-LABEL
083600     MOVE WSS-AVG-SIGNED-ERROR TO WSS-PCT-VALUE
083700     PERFORM 7200-WRITE-PCT-LINE
083800     PERFORM 7300-WRITE-TREND THRU 7300-EXIT
083900     COMPUTE WSS-AVG-SAMPLE-PCT ROUNDED
084000         = WSS-SUM-SAMPLE-PCT / WSS-SCORED-COUNT
084100     MOVE 'AVERAGE SAMPLED HIT PCT:' TO WSS-PCT-LABEL
084200     MOVE WSS-AVG-SAMPLE-PCT TO WSS-PCT-VALUE
084300     PERFORM 7200-WRITE-PCT-LINE
084400     MOVE ZEROS TO WSS-AVG-ACTUAL-PCT
084500     IF WSS-SUM-LOOKUPS GREATER THAN ZERO
084600         COMPUTE WSS-AVG-ACTUAL-PCT ROUNDED
084700             = WSS-SUM-HITS * 100 / WSS-SUM-LOOKUPS
084800     END-IF
084900     MOVE 'ACTUAL HIT PCT:' TO WSS-PCT-LABEL
085000     MOVE WSS-AVG-ACTUAL-PCT TO WSS-PCT-VALUE
085100     PERFORM 7200-WRITE-PCT-LINE
085200     PERFORM 7400-WRITE-RECOMMENDATION THRU 7400-EXIT.
085300 7000-EXIT.
085400     EXIT.
085500*
085600 7100-WRITE-TOTAL-LINE.
085700     PERFORM 3050-CHECK-PAGE-BREAK
085800     WRITE PERFRPT-RECORD FROM WSS-TOT-LINE
085900         AFTER ADVANCING 1 LINE
086000     ADD 1 TO WSS-LINE-COUNT.
086100*
086200 7200-WRITE-PCT-LINE.
086300     PERFORM 3050-CHECK-PAGE-BREAK
086400     WRITE PERFRPT-RECORD FROM WSS-PCT-LINE
086500         AFTER ADVANCING 1 LINE
086600     ADD 1 TO WSS-LINE-COUNT.
086700*
086800************************************************************
086900* 7300-WRITE-TREND - SETS THE AVERAGE ERROR OF THE LATEST   *
087000*   TREND-NIGHTS NIGHTS AGAINST THE NIGHTS BEFORE THEM. A   *
087100*   MOVE OF MORE THAN TWO POINTS EITHER WAY IS A TREND.     *
087200************************************************************
087300 7300-WRITE-TREND.
087400     IF WSS-RECENT-COUNT EQUAL ZERO
087500       OR WSS-PRIOR-COUNT EQUAL ZERO
087600         MOVE 'TREND - NOT ENOUGH SCORED NIGHTS YET' TO
087700              WSS-MSG-TEXT
087800         PERFORM 3100-WRITE-MESSAGE
087900         GO TO 7300-EXIT
088000     END-IF
088100     COMPUTE WSS-AVG-RECENT-ABS ROUNDED
088200         = WSS-SUM-RECENT-ABS / WSS-RECENT-COUNT
088300     COMPUTE WSS-AVG-PRIOR-ABS ROUNDED
088400         = WSS-SUM-PRIOR-ABS / WSS-PRIOR-COUNT
088500     MOVE 'AVERAGE ERROR PCT, RECENT NIGHTS:' TO WSS-PCT-LABEL
088600     MOVE WSS-AVG-RECENT-ABS TO WSS-PCT-VALUE
088700     PERFORM 7200-WRITE-PCT-LINE
088800     MOVE 'AVERAGE ERROR PCT, PRIOR NIGHTS:' TO WSS-PCT-LABEL
088900     MOVE WSS-AVG-PRIOR-ABS TO WSS-PCT-VALUE
089000     PERFORM 7200-WRITE-PCT-LINE
089100     IF WSS-AVG-RECENT-ABS + 2 LESS THAN WSS-AVG-PRIOR-ABS
089200         MOVE 'TREND - ERROR IS SHRINKING, FORECAST IMPROVING'
089300           TO WSS-MSG-TEXT
089400     ELSE
089500         IF WSS-AVG-RECENT-ABS GREATER THAN WSS-AVG-PRIOR-ABS + 2
089600             MOVE 'TREND - ERROR IS GROWING, RECALIBRATE THE RATE'
089700               TO WSS-MSG-TEXT
089800         ELSE
089900             MOVE 'TREND - ERROR IS STEADY' TO WSS-MSG-TEXT
090000         END-IF
090100     END-IF
090200     PERFORM 3100-WRITE-MESSAGE.
090300 7300-EXIT.
090400     EXIT.
090500*
090600************************************************************
090700* 7400-WRITE-RECOMMENDATION - THE RECOMMENDED RATE IS THE   *
090800*   SCORED NIGHTS' ESTIMATED WORK UNITS OVER THEIR ACTUAL   *
090900*   SECONDS: PRICED AT IT, THEIR ESTIMATES WOULD HAVE       *
091000*   TOTALLED THEIR ACTUAL ELAPSED TIME. IT IS PRINTED NEXT  *
091100*   TO THE RATE TONIGHT'S FORECAST USED AND AS A READY-MADE *
091200*   FCSTCTL CARD.                                           *
091300************************************************************
091400 7400-WRITE-RECOMMENDATION.
091500     IF WSS-SUM-ACT-SECONDS EQUAL ZERO
091600         GO TO 7400-EXIT
091700     END-IF
091800     COMPUTE WSS-RECOMMEND-UPS ROUNDED
091900         = WSS-SUM-EST-UNITS / WSS-SUM-ACT-SECONDS
092000         ON SIZE ERROR
092100             MOVE 99999999999 TO WSS-RECOMMEND-UPS
092200     END-COMPUTE
092300     IF WSS-RECOMMEND-UPS EQUAL ZERO
092400         MOVE 1 TO WSS-RECOMMEND-UPS
092500     END-IF
092600     IF WSS-FCST-PRESENT
092700         MOVE 'UNITS-PER-SECOND USED TONIGHT:' TO WSS-TOT-LABEL
092800         MOVE WSS-FCST-UNITS-PER-SEC TO WSS-TOT-COUNT
092900         PERFORM 3050-CHECK-PAGE-BREAK
093000         WRITE PERFRPT-RECORD FROM WSS-TOT-LINE
093100             AFTER ADVANCING 2 LINES
093200         ADD 2 TO WSS-LINE-COUNT
093300     END-IF
093400     MOVE 'RECOMMENDED UNITS-PER-SECOND:' TO WSS-TOT-LABEL
093500     MOVE WSS-RECOMMEND-UPS TO WSS-TOT-COUNT
093600     PERFORM 7100-WRITE-TOTAL-LINE
093700     MOVE WSS-RECOMMEND-UPS TO WSS-CARD-VALUE
093800     PERFORM 3050-CHECK-PAGE-BREAK
093900     WRITE PERFRPT-RECORD FROM WSS-CARD-LINE
094000         AFTER ADVANCING 2 LINES
094100     ADD 2 TO WSS-LINE-COUNT.
094200 7400-EXIT.
094300     EXIT.
094400*
094500************************************************************
094600* 8000-TERMINATE - CLOSE THE REPORT BEFORE STOP RUN.        *
094700************************************************************
094800 8000-TERMINATE.
094900     CLOSE PERFRPT-FILE.
