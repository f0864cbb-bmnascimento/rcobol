003000*   OVERRUNS. RECORDS THAT FAIL THE BASIC NUMERIC EDITS     *
003100*   ARE COUNTED AND PASSED OVER - COBSUM ITSELF WILL        *
003200*   REJECT THEM TONIGHT.                                    *
003233*   THE COMPANY ESTIMATE IS ALSO WRITTEN TO FCSTOUT FOR THE *
003266*   COBPERF FORECAST-ACCURACY HISTORY.                      *
003300************************************************************
003400* MODIFICATION HISTORY                                      *
003500*----------------------------------------------------------*
003750*                  PROGRAM EXISTS TO CATCH. THE UNIT        *
003760*                  COMPUTATION AND ACCUMULATIONS NOW PIN    *
003770*                  AT THE FIELD MAXIMUM ON SIZE ERROR.      *
003775* 2026-10-15  RA   EACH RUN NOW ALSO WRITES ITS COMPANY     *
003780*                  ESTIMATE AND MASTER SAMPLE TO THE NEW    *
003785*                  FCSTOUT FILE SO COBPERF CAN SCORE THE    *
003790*                  FORECAST AGAINST COBSUM'S RUN STATISTICS *
003795*                  AND RECOMMEND A UNITS-PER-SECOND VALUE.  *
003800************************************************************
003900*
004000 ENVIRONMENT DIVISION.
005800     SELECT OPTIONAL CTLIN-FILE ASSIGN TO FCSTCTL
005900            ORGANIZATION IS SEQUENTIAL
006000            FILE STATUS IS WSS-CTLIN-STATUS.
006025*
006050     SELECT FCSTOUT-FILE ASSIGN TO FCSTOUT
006075            ORGANIZATION IS SEQUENTIAL.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
009100     05  CTLIN-VALUE            PIC X(11).
009200     05  FILLER                 PIC X(53).
009300*
009316 FD  FCSTOUT-FILE
009332     RECORDING MODE IS F
009348     LABEL RECORDS ARE STANDARD.
009364     COPY FCSTOUT.
009380*
009400 WORKING-STORAGE SECTION.
009500 01  WSS-SWITCHES.
009600     05  WSS-EOF-SW               PIC X(01)    VALUE 'N'.
015200     05  WSS-GRAND-REQUESTS       PIC 9(08)    VALUE ZEROS.
015300     05  WSS-GRAND-NUMBERS        PIC 9(15)    VALUE ZEROS.
015400     05  WSS-GRAND-UNITS          PIC 9(15)    VALUE ZEROS.
015433     05  WSS-GRAND-HITS           PIC 9(09)    VALUE ZEROS.
015466     05  WSS-GRAND-SAMPLES        PIC 9(09)    VALUE ZEROS.
015500*
015600 01  WSS-HIT-PCT                  PIC 9(03).
015700 01  WSS-EST-SECONDS              PIC 9(11).
027100         STOP RUN
027200     END-IF
027300     OPEN OUTPUT FCSTRPT-FILE
027350     OPEN OUTPUT FCSTOUT-FILE
027400     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
027500     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
027600     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
053710         ON SIZE ERROR
053720             MOVE 999999999999999 TO WSS-GRAND-UNITS
053730     END-ADD
053753     ADD WSS-DEPT-HITS TO WSS-GRAND-HITS
053776     ADD WSS-DEPT-SAMPLES TO WSS-GRAND-SAMPLES
053800     MOVE ZEROS TO WSS-DEPT-REQUESTS
053900     MOVE ZEROS TO WSS-DEPT-NUMBERS
054000     MOVE ZEROS TO WSS-DEPT-UNITS
058200     MOVE 'ESTIMATED ELAPSED SECONDS:    ' TO WSS-TOT-LABEL
058300     MOVE WSS-EST-SECONDS TO WSS-TOT-COUNT
058400     PERFORM 7100-WRITE-TOTAL-LINE
058450     PERFORM 7200-WRITE-FORECAST-RECORD
058500     MOVE 'WINDOW LIMIT SECONDS:         ' TO WSS-TOT-LABEL
058600     MOVE WSS-OPT-WINDOW-SECONDS TO WSS-TOT-COUNT
058700     PERFORM 7100-WRITE-TOTAL-LINE
060400     WRITE FCSTRPT-RECORD FROM WSS-TOT-LINE
060500         AFTER ADVANCING 1 LINE
060600     ADD 1 TO WSS-LINE-COUNT.
060605*
060610************************************************************
060615* 7200-WRITE-FORECAST-RECORD - WRITES THE NIGHT'S COMPANY   *
060620*   ESTIMATE, THE UNITS-PER-SECOND RATE IT WAS PRICED AT    *
060625*   AND THE MASTER SAMPLE BEHIND THE EXPECTED HIT RATE TO   *
060630*   FCSTOUT, FOR COBPERF TO SCORE AGAINST THE NIGHT'S       *
060635*   COBSUM RUN STATISTICS.                                  *
060640************************************************************
060645 7200-WRITE-FORECAST-RECORD.
060650     MOVE SPACES TO FO-FCST-RECORD
060655     MOVE WSS-RUN-DATE-YMD TO FO-RUN-DATE
060660     MOVE WSS-GRAND-NUMBERS TO FO-NUMBERS
060665     MOVE WSS-GRAND-UNITS TO FO-EST-UNITS
060670     MOVE WSS-EST-SECONDS TO FO-EST-SECONDS
060675     MOVE WSS-OPT-UNITS-PER-SEC TO FO-UNITS-PER-SEC
060680     MOVE WSS-GRAND-SAMPLES TO FO-SAMPLES
060685     MOVE WSS-GRAND-HITS TO FO-SAMPLE-HITS
060690     WRITE FO-FCST-RECORD.
060700*
060800************************************************************
060900* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
061100 8000-TERMINATE.
061200     CLOSE NBRIN-FILE
061300     CLOSE RSLTMST-FILE
061400     CLOSE FCSTRPT-FILE
061500     CLOSE FCSTOUT-FILE.
