010012*                  BREAK, FOR COBMRG TO COMBINE INTO THE      *
010013*                  MERGED REPORT'S SUBTOTALS AND GRAND        *
010014*                  TOTALS. EVERYTHING ELSE IS UNCHANGED.      *
010015* 2026-10-15  RA   ADDED THE FCTMST VSAM FACTOR LIST MASTER.  *
010016*                  A NUMBER COMPUTED TONIGHT NOW HAS ITS      *
010017*                  FACTOR LIST STORED THERE NEXT TO ITS       *
010018*                  RSLTMST INSERT, AND A MASTER HIT PRINTS    *
010019*                  ITS FACTOR LINES FROM THE STORED LIST, SO  *
010020*                  A HIT'S REPORT GROUP NOW MATCHES A MISS'S  *
010021*                  INSTEAD OF SHOWING THE SUM ALONE. A HIT    *
010022*                  WHOSE LIST IS NOT YET STORED IS FACTORED   *
010023*                  ONCE MORE AND ITS LIST STORED.             *
010034* 2026-10-15  RA   EVERY RQSTMST WRITE OR REWRITE IS NOW ALSO *
010045*                  COPIED, AS AN AFTER-IMAGE OF THE WHOLE     *
010056*                  RECORD, TO THE NEW RQSTJRNL STATUS-CHANGE  *
010067*                  JOURNAL, SO COBRCVR CAN ROLL A RESTORED    *
010078*                  BACKUP OF THE MASTER FORWARD.              *
010079* 2026-10-15  RA   A FULL RUN NOW ENDS BY WRITING ONE         *
010080*                  RUN-STATISTICS RECORD TO THE NEW RUNSTAT   *
010081*                  FILE - RUN DATE, START AND END TIMES,      *
010082*                  ELAPSED SECONDS, MASTER HITS AND MISSES,   *
010083*                  NUMBERS COMPUTED AND REJECTS - ONE PER     *
010084*                  SLICE ON A SPLIT NIGHT, FOR COBPERF TO     *
010085*                  SCORE THE COBFCST FORECAST AGAINST.        *
010086* 2026-10-15  RA   CANCELLED AND HELD REQUESTS ARE NOT        *
010087*                  RUN: HELD ONES GO TO HELDOUT FOR THE       *
010088*                  NEXT NIGHT; BOTH LIST ON EXCPRPT.          *
010089************************************************************
010100*
010200 ENVIRONMENT DIVISION.
010300 CONFIGURATION SECTION.
014194*
014195     SELECT SLICETOT-FILE ASSIGN TO SLICETOT
014196            ORGANIZATION IS SEQUENTIAL.
014197*
014198     SELECT FCTMST-FILE ASSIGN TO FCTMST
014199            ORGANIZATION IS INDEXED
014200            ACCESS MODE IS RANDOM
014201            RECORD KEY IS FM-KEY
014202            FILE STATUS IS WSS-FCTMST-STATUS.
014214*
014226     SELECT RQSTJRNL-FILE ASSIGN TO RQSTJRNL
014238            ORGANIZATION IS SEQUENTIAL.
014250*
014262     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
014274            ORGANIZATION IS SEQUENTIAL.
014277     SELECT HELDOUT-FILE ASSIGN TO HELDOUT
014280            ORGANIZATION IS SEQUENTIAL.
014286*
014300 DATA DIVISION.
014400 FILE SECTION.
014500 FD  NBRIN-FILE
022000         10  FILLER             PIC X(10).
022100     05  FILLER                 PIC X(53).
022200*
022216 FD  HELDOUT-FILE
022232     RECORDING MODE IS F
022248     LABEL RECORDS ARE STANDARD.
022264 01  HELDOUT-RECORD              PIC X(80).
022280*
022300 FD  RSLTMST-FILE
022400     LABEL RECORDS ARE STANDARD.
022500     COPY RSLTMST.
022600     05  SLICETOT-DEFICIENT     PIC 9(08).
022601     05  FILLER                 PIC X(36).
022602*
022603 FD  FCTMST-FILE
022604     LABEL RECORDS ARE STANDARD.
022605     COPY FCTMST.
022606*
022621 FD  RQSTJRNL-FILE
022636     RECORDING MODE IS F
022651     LABEL RECORDS ARE STANDARD.
022666 01  RQSTJRNL-RECORD            PIC X(80).
022681*
022684 FD  RUNSTAT-FILE
022687     RECORDING MODE IS F
022690     LABEL RECORDS ARE STANDARD.
022693     COPY RUNSTAT.
022696*
022700 WORKING-STORAGE SECTION.
022800     COPY NBRSUM.
022900 01  WSS-AREA-TRABALHO.
025300     05  WSS-REJECT-LIMIT-SW      PIC X(01)    VALUE 'N'.
025400         88  WSS-REJECT-LIMIT-HIT              VALUE 'Y'.
025500         88  WSS-REJECT-LIMIT-NOT-HIT          VALUE 'N'.
025525     05  WSS-SKIP-SW              PIC X(01)    VALUE 'N'.
025550         88  WSS-REQUEST-SKIPPED               VALUE 'Y'.
025575         88  WSS-REQUEST-NOT-SKIPPED           VALUE 'N'.
025600*
025700 01  WSS-RSTRTIN-STATUS           PIC X(02)    VALUE SPACES.
025800     88  WSS-RSTRTIN-NOT-FOUND                 VALUE '05'.
026670     88  WSS-RQSTMST-OK                        VALUE '00'.
026680     88  WSS-RQSTMST-NOT-FOUND                 VALUE '23'.
026690     88  WSS-RQSTMST-DUPLICATE                 VALUE '22'.
026691*
026692 01  WSS-FCTMST-STATUS            PIC X(02)    VALUE SPACES.
026693     88  WSS-FCTMST-OK                         VALUE '00'.
026694     88  WSS-FCTMST-NOT-FOUND                  VALUE '23'.
026695     88  WSS-FCTMST-DUPLICATE                  VALUE '22'.
026700*
026800 01  WSS-RECORD-COUNT             PIC 9(08)    VALUE ZEROS.
026900 01  WSS-CHECKPOINT-COUNT         PIC 9(08)    VALUE ZEROS.
027000*
027100 01  WSS-RUN-TIME-HMS             PIC 9(08)    VALUE ZEROS.
027106 01  WSS-RUN-TIME-PARTS REDEFINES WSS-RUN-TIME-HMS.
027112     05  WSS-RUN-TIME-HH          PIC 9(02).
027118     05  WSS-RUN-TIME-MM          PIC 9(02).
027124     05  WSS-RUN-TIME-SS          PIC 9(02).
027130     05  WSS-RUN-TIME-HS          PIC 9(02).
027136 01  WSS-END-TIME-HMS             PIC 9(08)    VALUE ZEROS.
027142 01  WSS-END-TIME-PARTS REDEFINES WSS-END-TIME-HMS.
027148     05  WSS-END-TIME-HH          PIC 9(02).
027154     05  WSS-END-TIME-MM          PIC 9(02).
027160     05  WSS-END-TIME-SS          PIC 9(02).
027166     05  WSS-END-TIME-HS          PIC 9(02).
027172 01  WSS-START-SECONDS            PIC 9(05).
027178 01  WSS-END-SECONDS              PIC 9(05).
027184 01  WSS-ELAPSED-SECONDS          PIC 9(07).
027200 01  WSS-JOB-ID                   PIC X(08)    VALUE SPACES.
027300*
027400 01  WSS-EXC-REASON-TEXT          PIC X(30).
027600 01  WSS-FCT-CURRENT               PIC 9(11).
027700 01  WSS-CLASS-COMPARE             PIC 9(12).
027800 01  WSS-CLASS-TEXT                PIC X(10).
027810*
027820*    THE FACTOR LIST OF THE NUMBER BEING COMPUTED, COLLECTED
027830*    FOR THE FACTOR LIST MASTER. 4032 IS THE MOST FACTORS ANY
027840*    11-DIGIT NUMBER HAS.
027850 01  WSS-FCT-LIST.
027860     05  WSS-FCT-COUNT            PIC 9(05)    VALUE ZEROS.
027870     05  WSS-FCT-ENTRY            PIC 9(11)    OCCURS 4032.
027880 01  WSS-FCT-IX                    PIC 9(05).
027890 01  WSS-FCT-SLOT                  PIC 9(02).
027891 01  WSS-FCT-SEGMENT               PIC 9(03).
027892 01  WSS-FCT-PRINTED               PIC 9(05).
027893 01  WSS-FCT-TOTAL                 PIC 9(05).
027900*
028000 01  WSS-RANGE-FROM                PIC 9(11).
028100 01  WSS-RANGE-THRU                PIC 9(11).
029500 01  WSS-DISPOSED-COUNT           PIC 9(08)    VALUE ZEROS.
029600 01  WSS-REJECT-COUNT             PIC 9(08)    VALUE ZEROS.
029700 01  WSS-REJECT-PCT               PIC 9(03).
029710*
029720*    RUN-STATISTICS COUNTERS FOR THE RUNSTAT RECORD. THEY COUNT
029730*    ONLY THE WORK THIS RUN ITSELF DID, SO A SAME-DAY RESTART
029740*    DOES NOT CLAIM THE CHECKPOINTED RECORDS' WORK AGAINST ITS
029750*    OWN ELAPSED TIME.
029760 01  WSS-STAT-HITS                PIC 9(09)    VALUE ZEROS.
029770 01  WSS-STAT-MISSES              PIC 9(09)    VALUE ZEROS.
029780 01  WSS-STAT-COMPUTED            PIC 9(09)    VALUE ZEROS.
029790 01  WSS-STAT-REJECTS             PIC 9(09)    VALUE ZEROS.
029800*
029900 01  WSS-DEPT-TOTALS.
030000     05  WSS-DEPT-PROCESSED       PIC 9(08)    VALUE ZEROS.
032000     05  WSS-EXC-MAX-LINES        PIC 9(03)    VALUE 055.
032100     05  WSS-EXC-PAGE-COUNT       PIC 9(03)    VALUE ZEROS.
032200*
032208* CANCELLED AND HELD REQUESTS PASSED OVER TONIGHT, HELD FOR THE
032212* CLOSING SECTION OF EXCPRPT.
032216*
032220 01  WSS-SKIP-LIST.
032224     05  WSS-SKIP-ENTRY           OCCURS 2000.
032228         10  WSS-SKIP-REQUEST     PIC X(08).
032232         10  WSS-SKIP-DEPT        PIC X(04).
032236         10  WSS-SKIP-FROM        PIC X(11).
032240         10  WSS-SKIP-THRU        PIC X(11).
032244         10  WSS-SKIP-STATUS      PIC X(01).
032248             88  WSS-SKIP-CANCELLED               VALUE 'X'.
032252             88  WSS-SKIP-HELD                    VALUE 'H'.
032256         10  WSS-SKIP-REASON      PIC X(30).
032260 01  WSS-SKIP-COUNT               PIC 9(05)    VALUE ZEROS.
032264 01  WSS-SKIP-IX                  PIC 9(05).
032268 01  WSS-SKIP-OVERFLOW            PIC 9(07)    VALUE ZEROS.
032272 01  WSS-SKIP-CANCELLED-COUNT     PIC 9(07)    VALUE ZEROS.
032276 01  WSS-SKIP-HELD-COUNT          PIC 9(07)    VALUE ZEROS.
032280*
032300 01  WSS-RUN-DATE-YMD             PIC 9(08).
032400 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
032500     05  WSS-RUN-DATE-CCYY        PIC 9(04).
044600     05  FILLER                   PIC X(02)    VALUE SPACES.
044700     05  WSS-EXC-REASON           PIC X(30).
044800*
044802 01  WSS-SKP-HDG1-LINE.
044804     05  WSS-SKP-HDG1-CC          PIC X(01)    VALUE '1'.
044806     05  FILLER                   PIC X(09)    VALUE SPACES.
044808     05  FILLER                   PIC X(60)
044810           VALUE 'CANCELLED AND HELD REQUESTS - NOT PROCESSED'.
044812*
044814 01  WSS-SKP-HDG2-LINE.
044816     05  WSS-SKP-HDG2-CC          PIC X(01)    VALUE '0'.
044818     05  FILLER                   PIC X(09)    VALUE SPACES.
044820     05  FILLER                   PIC X(10) VALUE 'REQUEST'.
044822     05  FILLER                   PIC X(06) VALUE 'DEPT'.
044824     05  FILLER                   PIC X(13) VALUE 'FROM NUMBER'.
044826     05  FILLER                   PIC X(13) VALUE 'THRU NUMBER'.
044828     05  FILLER                   PIC X(11) VALUE 'STATUS'.
044830     05  FILLER                   PIC X(30) VALUE 'ACTION'.
044832*
044834 01  WSS-SKP-LINE.
044836     05  WSS-SKP-CC               PIC X(01)    VALUE ' '.
044838     05  FILLER                   PIC X(09)    VALUE SPACES.
044840     05  WSS-SKP-REQUEST          PIC X(08).
044842     05  FILLER                   PIC X(02)    VALUE SPACES.
044844     05  WSS-SKP-DEPT             PIC X(04).
044846     05  FILLER                   PIC X(02)    VALUE SPACES.
044848     05  WSS-SKP-FROM             PIC X(11).
044850     05  FILLER                   PIC X(02)    VALUE SPACES.
044852     05  WSS-SKP-THRU             PIC X(11).
044854     05  FILLER                   PIC X(02)    VALUE SPACES.
044856     05  WSS-SKP-STATUS           PIC X(09).
044858     05  FILLER                   PIC X(02)    VALUE SPACES.
044860     05  WSS-SKP-REASON           PIC X(30).
044862*
044864 01  WSS-SKP-TOT-LINE.
044866     05  WSS-SKP-TOT-CC           PIC X(01)    VALUE ' '.
044868     05  FILLER                   PIC X(09)    VALUE SPACES.
044870     05  WSS-SKP-TOT-LABEL        PIC X(40).
044872     05  WSS-SKP-TOT-COUNT        PIC Z(06)9.
044874*
044900 PROCEDURE DIVISION.
045000*
045100************************************************************
048500         OPEN OUTPUT RSTRTOUT-FILE
048600         OPEN OUTPUT AUDIT-FILE
048700         OPEN OUTPUT IFACOUT-FILE
048750         OPEN OUTPUT RQSTJRNL-FILE
048775         OPEN OUTPUT RUNSTAT-FILE
048787         OPEN OUTPUT HELDOUT-FILE
048800         OPEN I-O RSLTMST-FILE
048900         IF NOT WSS-RSLTMST-OK
049000             DISPLAY 'COBSUM - RSLTMST OPEN FAILED, STATUS '
049450             MOVE 12 TO RETURN-CODE
049460             STOP RUN
049470         END-IF
049472         OPEN I-O FCTMST-FILE
049473         IF NOT WSS-FCTMST-OK
049474             DISPLAY 'COBSUM - FCTMST OPEN FAILED, STATUS '
049475                     WSS-FCTMST-STATUS
049476             MOVE 12 TO RETURN-CODE
049477             STOP RUN
049478         END-IF
049480         IF WSS-SLICE-MODE
049490             OPEN OUTPUT SLICETOT-FILE
049491         END-IF
062600*   THE NEXT ONE FOR THE NEXT ITERATION OF THE LOOP.        *
062700************************************************************
062800 2000-PROCESS-NBRIN.
062811     IF WSS-FULL-RUN
062822         PERFORM 2020-CHECK-REQUEST-ACTION
062833         IF WSS-REQUEST-SKIPPED
062844             PERFORM 2030-SKIP-REQUEST
062855             PERFORM 1100-READ-NBRIN
062866             GO TO 2000-EXIT
062877         END-IF
062888     END-IF
062900     IF WSS-RECORD-COUNT NOT GREATER THAN WSS-CHECKPOINT-COUNT
063000         PERFORM 2060-TALLY-CHECKPOINTED THRU 2060-EXIT
063100     ELSE
064600             PERFORM 4100-WRITE-EXCEPTION-LINE
064700             ADD 1 TO WSS-DEPT-REJECTED
064800             ADD 1 TO WSS-REJECT-COUNT
064850             ADD 1 TO WSS-STAT-REJECTS
064900         END-IF
065000         IF WSS-FULL-RUN
065010             PERFORM 5500-UPDATE-REQUEST-STATUS
065055             PERFORM 5560-WRITE-REQUEST-JOURNAL
065100             PERFORM 5100-WRITE-CHECKPOINT
065200         END-IF
065300         PERFORM 2080-CHECK-REJECT-LIMIT
065600 2000-EXIT.
065700     EXIT.
065800*
065801************************************************************
065802* 2020-CHECK-REQUEST-ACTION - LOOKS UP THE REQUEST ON THE   *
065803*   REQUEST MASTER TO SEE WHETHER COBRQAC HAS CANCELLED OR  *
065804*   HELD IT SINCE IT WAS SUBMITTED. A REQUEST NOT YET ON    *
065805*   THE MASTER IS NEW TONIGHT AND IS PROCESSED AS USUAL.    *
065806************************************************************
065807 2020-CHECK-REQUEST-ACTION.
065808     SET WSS-REQUEST-NOT-SKIPPED TO TRUE
065809     MOVE NBRIN-REQUEST-ID TO RQ-REQUEST-ID
065810     READ RQSTMST-FILE
065811     IF WSS-RQSTMST-OK
065812         IF RQ-CANCELLED OR RQ-HELD
065813             SET WSS-REQUEST-SKIPPED TO TRUE
065814         END-IF
065815     ELSE
065816         IF NOT WSS-RQSTMST-NOT-FOUND
065817             DISPLAY 'COBSUM - RQSTMST READ FAILED, STATUS '
065818                     WSS-RQSTMST-STATUS ' KEY ' RQ-REQUEST-ID
065819             MOVE 12 TO RETURN-CODE
065820             STOP RUN
065821         END-IF
065822     END-IF.
065823*
065824************************************************************
065825* 2030-SKIP-REQUEST - PASSES OVER A CANCELLED OR HELD       *
065826*   REQUEST: NOTHING IS COMPUTED, NO INTERFACE RECORD IS    *
065827*   WRITTEN AND ITS STATUS IS LEFT AS COBRQAC SET IT. THE   *
065828*   REQUEST IS LISTED FOR THE CLOSING SECTION OF EXCPRPT,   *
065829*   AND A HELD REQUEST IS COPIED TO HELDOUT SO THE NEXT     *
065830*   NIGHT'S SORT PICKS IT UP AGAIN - IT IS PROCESSED ON THE *
065831*   FIRST NIGHT AFTER COBRQAC RELEASES IT. A RECORD AT OR   *
065832*   BELOW A SAME-DAY RESTART'S CHECKPOINT IS ONLY LISTED;   *
065833*   THE PRIOR ATTEMPT ALREADY COPIED IT.                    *
065834************************************************************
065835 2030-SKIP-REQUEST.
065836     IF RQ-CANCELLED
065837         ADD 1 TO WSS-SKIP-CANCELLED-COUNT
065838     ELSE
065839         ADD 1 TO WSS-SKIP-HELD-COUNT
065840     END-IF
065841     IF WSS-SKIP-COUNT LESS THAN 2000
065842         ADD 1 TO WSS-SKIP-COUNT
065843         MOVE WSS-SKIP-COUNT TO WSS-SKIP-IX
065844         MOVE NBRIN-REQUEST-ID TO WSS-SKIP-REQUEST (WSS-SKIP-IX)
065845         MOVE NBRIN-DEPT-CODE TO WSS-SKIP-DEPT (WSS-SKIP-IX)
065846         MOVE NBRIN-NUMBER-FROM TO WSS-SKIP-FROM (WSS-SKIP-IX)
065847         MOVE NBRIN-NUMBER-THRU TO WSS-SKIP-THRU (WSS-SKIP-IX)
065848         MOVE RQ-STATUS-CODE TO WSS-SKIP-STATUS (WSS-SKIP-IX)
065849         MOVE RQ-REJECT-REASON TO WSS-SKIP-REASON (WSS-SKIP-IX)
065850     ELSE
065851         ADD 1 TO WSS-SKIP-OVERFLOW
065852     END-IF
065853     IF WSS-RECORD-COUNT GREATER THAN WSS-CHECKPOINT-COUNT
065854         IF RQ-HELD
065855             WRITE HELDOUT-RECORD FROM NBRIN-RECORD
065856         END-IF
065857         PERFORM 5100-WRITE-CHECKPOINT
065858     END-IF.
065859*
065900************************************************************
066000* 2050-CHECK-DEPT-BREAK - OPENS THE REPORT GROUPING FOR THE *
066100*   RECORD'S DEPARTMENT. NBRIN ARRIVES SORTED BY DEPARTMENT *
075500     PERFORM 3150-WRITE-GROUP-HEADER
075600     PERFORM 2200-LOOKUP-MASTER THRU 2200-EXIT
075700     IF WSS-MASTER-HIT
075705         ADD 1 TO WSS-STAT-HITS
075710         PERFORM 2400-PRINT-STORED-FACTORS THRU 2400-EXIT
075800         MOVE RM-SUM TO WSS-SUM
075900         MOVE RM-CLASS TO WSS-CLASS-TEXT
076000     ELSE
076050         ADD 1 TO WSS-STAT-MISSES
076100         PERFORM SUM-FACTORS
076200         PERFORM 3300-CLASSIFY-NUMBER
076300         PERFORM 5400-INSERT-MASTER
076310         PERFORM 5450-INSERT-FACTOR-LIST
076400     END-IF
076500     PERFORM 3100-WRITE-DETAIL-LINE
076600     PERFORM 5200-WRITE-AUDIT-RECORD
088100     END-IF.
088200 2200-EXIT.
088300     EXIT.
088301*
088302************************************************************
088303* 2400-PRINT-STORED-FACTORS - PRINTS A MASTER HIT'S FACTOR  *
088304*   LINES FROM THE FACTOR LIST MASTER, SEGMENT BY SEGMENT,  *
088305*   IN THE ORDER SUM-FACTORS ORIGINALLY FOUND THEM. A HIT   *
088306*   WHOSE LIST IS NOT ON THAT MASTER (ANSWERED BEFORE IT    *
088307*   EXISTED AND NOT YET BUILT BY COBFMLD) IS FACTORED ONCE  *
088308*   MORE FOR ITS LINES AND ITS LIST STORED, SO THE MASTER   *
088309*   FILLS ITSELF IN; THE STORED SUM STILL GOES ON THE       *
088310*   REPORT.                                                 *
088311************************************************************
088312 2400-PRINT-STORED-FACTORS.
088313     MOVE WSS-NUMBER TO FM-NUMBER
088314     MOVE 1 TO FM-SEGMENT
088315     PERFORM 2450-READ-FACTOR-SEGMENT
088316     IF WSS-FCTMST-NOT-FOUND
088317         PERFORM SUM-FACTORS
088318         PERFORM 5450-INSERT-FACTOR-LIST
088319         GO TO 2400-EXIT
088320     END-IF
088321     MOVE FM-FACTOR-TOTAL TO WSS-FCT-TOTAL
088322     MOVE ZEROS TO WSS-FCT-PRINTED
088323     PERFORM 2410-PRINT-FACTOR-SEGMENT
088324             UNTIL WSS-FCT-PRINTED NOT LESS THAN WSS-FCT-TOTAL.
088325 2400-EXIT.
088326     EXIT.
088327*
088328************************************************************
088329* 2410-PRINT-FACTOR-SEGMENT - PRINTS THE FACTORS OF THE     *
088330*   SEGMENT IN THE FD AREA AND READS THE NEXT SEGMENT WHEN  *
088331*   THE LIST CONTINUES. A MISSING SEGMENT MEANS THE LIST    *
088332*   ON THE MASTER IS BROKEN AND ENDS THE RUN.               *
088333************************************************************
088334 2410-PRINT-FACTOR-SEGMENT.
088335     PERFORM 2420-PRINT-STORED-FACTOR
088336             VARYING WSS-FCT-SLOT FROM 1 BY 1
088337             UNTIL WSS-FCT-SLOT GREATER FM-ENTRY-COUNT
088338     ADD FM-ENTRY-COUNT TO WSS-FCT-PRINTED
088339     IF FM-ENTRY-COUNT EQUAL ZERO
088340       OR WSS-FCT-PRINTED LESS THAN WSS-FCT-TOTAL
088341         ADD 1 TO FM-SEGMENT
088342         PERFORM 2450-READ-FACTOR-SEGMENT
088343         IF WSS-FCTMST-NOT-FOUND
088344             DISPLAY 'COBSUM - FCTMST LIST INCOMPLETE, KEY '
088345                     FM-NUMBER ' SEGMENT ' FM-SEGMENT
088346             MOVE 12 TO RETURN-CODE
088347             STOP RUN
088348         END-IF
088349     END-IF.
088350*
088351 2420-PRINT-STORED-FACTOR.
088352     MOVE FM-FACTOR (WSS-FCT-SLOT) TO WSS-FCT-CURRENT
088353     PERFORM 3200-WRITE-FACTOR-LINE.
088354*
088355************************************************************
088356* 2450-READ-FACTOR-SEGMENT - READS THE FACTOR LIST MASTER   *
088357*   FOR THE KEY IN THE FD AREA. FOUND AND NOT-FOUND ARE     *
088358*   LEFT TO THE CALLER; ANY OTHER STATUS IS A HARD I/O      *
088359*   FAILURE.                                                *
088360************************************************************
088361 2450-READ-FACTOR-SEGMENT.
088362     READ FCTMST-FILE
088363     IF NOT WSS-FCTMST-OK AND NOT WSS-FCTMST-NOT-FOUND
088364         DISPLAY 'COBSUM - FCTMST READ FAILED, STATUS '
088365                 WSS-FCTMST-STATUS ' KEY ' FM-KEY
088366         MOVE 12 TO RETURN-CODE
088367         STOP RUN
088368     END-IF.
088400*
088500************************************************************
088600* 3000-WRITE-HEADINGS - WRITES A NEW PAGE OF HEADINGS.      *
093500         PERFORM 3070-WRITE-EXC-HEADINGS
093600     END-IF.
093700*
093707************************************************************
093714* 3090-WRITE-SKIP-HEADINGS - WRITES A NEW PAGE OF HEADINGS  *
093721*   FOR THE CANCELLED AND HELD SECTION OF EXCPRPT.          *
093728************************************************************
093735 3090-WRITE-SKIP-HEADINGS.
093742     ADD 1 TO WSS-EXC-PAGE-COUNT
093749     WRITE EXCPRPT-RECORD FROM WSS-SKP-HDG1-LINE
093756         AFTER ADVANCING PAGE
093763     WRITE EXCPRPT-RECORD FROM WSS-SKP-HDG2-LINE
093770         AFTER ADVANCING 2 LINES
093777     MOVE 3 TO WSS-EXC-LINE-COUNT.
093784*
093800************************************************************
093900* 3100-WRITE-DETAIL-LINE - WRITES THE FACTOR-SUM/           *
094000*   CLASSIFICATION TOTAL LINE FOR THE CURRENT NUMBER.       *
097000     WRITE SUMRPT-RECORD FROM WSS-FCT-LINE
097100         AFTER ADVANCING 1 LINE
097200     ADD 1 TO WSS-LINE-COUNT.
097210*
097220************************************************************
097230* 3250-COLLECT-FACTOR - ADDS THE VALUE IN WSS-FCT-CURRENT   *
097240*   TO THE FACTOR LIST BEING BUILT FOR THE FACTOR LIST      *
097250*   MASTER.                                                 *
097260************************************************************
097270 3250-COLLECT-FACTOR.
097280     IF WSS-FCT-COUNT LESS THAN 4032
097290         ADD 1 TO WSS-FCT-COUNT
097291         MOVE WSS-FCT-CURRENT TO WSS-FCT-ENTRY (WSS-FCT-COUNT)
097292     END-IF.
097300*
097400************************************************************
097500* 3300-CLASSIFY-NUMBER - CLASSIFIES WSS-NUMBER AS PERFECT,  *
100800         WRITE EXCOUT-RECORD
100900     END-IF.
101000*
101002************************************************************
101004* 4200-WRITE-SKIPPED-SECTION - CLOSES EXCPRPT WITH THE      *
101006*   CANCELLED AND HELD REQUESTS PASSED OVER TONIGHT, ONE    *
101008*   LINE EACH, AND THEIR COUNTS. THE SECTION IS PRINTED ON  *
101010*   EVERY FULL RUN SO OPERATIONS CAN SEE THERE WERE NONE.   *
101012************************************************************
101014 4200-WRITE-SKIPPED-SECTION.
101016     PERFORM 3090-WRITE-SKIP-HEADINGS
101018     MOVE 1 TO WSS-SKIP-IX
101020     PERFORM 4210-WRITE-SKIPPED-LINE
101022         UNTIL WSS-SKIP-IX GREATER THAN WSS-SKIP-COUNT
101024     IF WSS-SKIP-OVERFLOW GREATER THAN ZERO
101026         MOVE 'MORE REQUESTS, NOT LISTED:' TO WSS-SKP-TOT-LABEL
101028         MOVE WSS-SKIP-OVERFLOW TO WSS-SKP-TOT-COUNT
101030         WRITE EXCPRPT-RECORD FROM WSS-SKP-TOT-LINE
101032             AFTER ADVANCING 2 LINES
101034     END-IF
101036     MOVE 'CANCELLED - NOT PROCESSED:' TO WSS-SKP-TOT-LABEL
101038     MOVE WSS-SKIP-CANCELLED-COUNT TO WSS-SKP-TOT-COUNT
101040     WRITE EXCPRPT-RECORD FROM WSS-SKP-TOT-LINE
101042         AFTER ADVANCING 2 LINES
101044     MOVE 'HELD - CARRIED FORWARD:' TO WSS-SKP-TOT-LABEL
101046     MOVE WSS-SKIP-HELD-COUNT TO WSS-SKP-TOT-COUNT
101048     WRITE EXCPRPT-RECORD FROM WSS-SKP-TOT-LINE
101050         AFTER ADVANCING 1 LINE.
101052*
101054************************************************************
101056* 4210-WRITE-SKIPPED-LINE - WRITES ONE LISTED REQUEST FROM  *
101058*   THE CANCELLED AND HELD TABLE.                           *
101060************************************************************
101062 4210-WRITE-SKIPPED-LINE.
101064     IF WSS-EXC-LINE-COUNT NOT LESS THAN WSS-EXC-MAX-LINES
101066         PERFORM 3090-WRITE-SKIP-HEADINGS
101068     END-IF
101070     MOVE WSS-SKIP-REQUEST (WSS-SKIP-IX) TO WSS-SKP-REQUEST
101072     MOVE WSS-SKIP-DEPT (WSS-SKIP-IX) TO WSS-SKP-DEPT
101074     MOVE WSS-SKIP-FROM (WSS-SKIP-IX) TO WSS-SKP-FROM
101076     MOVE WSS-SKIP-THRU (WSS-SKIP-IX) TO WSS-SKP-THRU
101078     IF WSS-SKIP-CANCELLED (WSS-SKIP-IX)
101080         MOVE 'CANCELLED' TO WSS-SKP-STATUS
101082     ELSE
101084         MOVE 'HELD' TO WSS-SKP-STATUS
101086     END-IF
101088     MOVE WSS-SKIP-REASON (WSS-SKIP-IX) TO WSS-SKP-REASON
101090     WRITE EXCPRPT-RECORD FROM WSS-SKP-LINE
101092         AFTER ADVANCING 1 LINE
101094     ADD 1 TO WSS-EXC-LINE-COUNT
101096     ADD 1 TO WSS-SKIP-IX.
101098*
101100************************************************************
101200* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
101300************************************************************
101400 8000-TERMINATE.
101500     CLOSE NBRIN-FILE
101525     IF WSS-FULL-RUN
101550         PERFORM 4200-WRITE-SKIPPED-SECTION
101575     END-IF
101600     CLOSE EXCPRPT-FILE
101610     CLOSE DEPTMST-FILE
101700     IF WSS-FULL-RUN
101750         PERFORM 7300-WRITE-RUN-STATISTICS
101800         CLOSE EXCOUT-FILE
101900         CLOSE RSTRTOUT-FILE
102000         CLOSE AUDIT-FILE
102100         CLOSE IFACOUT-FILE
102200         CLOSE RSLTMST-FILE
102210         CLOSE RQSTMST-FILE
102212         CLOSE RQSTJRNL-FILE
102215         CLOSE FCTMST-FILE
102217         CLOSE RUNSTAT-FILE
102218         CLOSE HELDOUT-FILE
102220         IF WSS-SLICE-MODE
102230             CLOSE SLICETOT-FILE
102240         END-IF
102900************************************************************
103000 SUM-FACTORS.
103100     MOVE ZEROS TO WSS-SUM
103150     MOVE ZEROS TO WSS-FCT-COUNT
103175     ADD 1 TO WSS-STAT-COMPUTED
103200     PERFORM CHECK-FACTOR-AND-SUM
103300             VARYING WSS-IND FROM 1 BY 1
103400             UNTIL WSS-IND * WSS-IND GREATER WSS-NUMBER.
112800         AFTER ADVANCING 1 LINE
112900     ADD 1 TO WSS-LINE-COUNT.
113000*
113002************************************************************
113004* 7300-WRITE-RUN-STATISTICS - WRITES THE ONE RUNSTAT RECORD *
113006*   FOR THIS RUN: THE RUN DATE, THE START TIME TAKEN AT     *
113008*   INITIALIZATION, THE END TIME TAKEN HERE, THE ELAPSED    *
113010*   SECONDS BETWEEN THEM AND THE RUN'S WORK COUNTERS. A RUN *
113012*   THAT ENDS BEFORE IT STARTED BY THE CLOCK HAS CROSSED    *
113014*   MIDNIGHT AND IS GIVEN A DAY'S SECONDS BACK. A SLICE RUN *
113016*   IS FLAGGED SO COBPERF CAN COUNT THE SLICES OF A NIGHT.  *
113018************************************************************
113020 7300-WRITE-RUN-STATISTICS.
113022     ACCEPT WSS-END-TIME-HMS FROM TIME
113024     COMPUTE WSS-START-SECONDS
113026         = WSS-RUN-TIME-HH * 3600 + WSS-RUN-TIME-MM * 60
113028           + WSS-RUN-TIME-SS
113030     COMPUTE WSS-END-SECONDS
113032         = WSS-END-TIME-HH * 3600 + WSS-END-TIME-MM * 60
113034           + WSS-END-TIME-SS
113036     IF WSS-END-SECONDS LESS THAN WSS-START-SECONDS
113038         COMPUTE WSS-ELAPSED-SECONDS
113040             = WSS-END-SECONDS + 86400 - WSS-START-SECONDS
113042     ELSE
113044         COMPUTE WSS-ELAPSED-SECONDS
113046             = WSS-END-SECONDS - WSS-START-SECONDS
113048     END-IF
113050     MOVE SPACES TO RS-STAT-RECORD
113052     MOVE WSS-RUN-DATE-YMD TO RS-RUN-DATE
113054     IF WSS-SLICE-MODE
113056         SET RS-SLICE-RUN TO TRUE
113058     ELSE
113060         SET RS-WHOLE-RUN TO TRUE
113062     END-IF
113064     MOVE WSS-JOB-ID TO RS-JOB-ID
113066     MOVE WSS-RUN-TIME-HMS (1:6) TO RS-START-TIME
113068     MOVE WSS-END-TIME-HMS (1:6) TO RS-END-TIME
113070     MOVE WSS-ELAPSED-SECONDS TO RS-ELAPSED-SECONDS
113072     MOVE WSS-STAT-HITS TO RS-MASTER-HITS
113074     MOVE WSS-STAT-MISSES TO RS-MASTER-MISSES
113076     MOVE WSS-STAT-COMPUTED TO RS-NUMBERS-COMPUTED
113078     MOVE WSS-STAT-REJECTS TO RS-REJECTS
113080     WRITE RS-STAT-RECORD.
113082*
113100************************************************************
113200* 5200-WRITE-AUDIT-RECORD - APPENDS ONE AUDIT-TRAIL RECORD  *
113300*   FOR THE NUMBER JUST PROCESSED, SO OPS CAN PROVE AFTER   *
117200         MOVE 12 TO RETURN-CODE
117300         STOP RUN
117400     END-IF.
117401*
117402************************************************************
117403* 5450-INSERT-FACTOR-LIST - STORES THE FACTOR LIST JUST     *
117404*   COLLECTED BY SUM-FACTORS ON THE FACTOR LIST MASTER, 30  *
117405*   FACTORS TO A SEGMENT. A DUPLICATE-KEY STATUS IS         *
117406*   TOLERATED FOR THE SAME SAME-DAY RESTART REASON AS       *
117407*   5400-INSERT-MASTER; ANY OTHER NON-ZERO STATUS IS A      *
117408*   HARD I/O FAILURE.                                       *
117409************************************************************
117410 5450-INSERT-FACTOR-LIST.
117411     MOVE ZEROS TO WSS-FCT-SLOT
117412     MOVE ZEROS TO WSS-FCT-SEGMENT
117413     PERFORM 5460-STORE-ONE-FACTOR
117414             VARYING WSS-FCT-IX FROM 1 BY 1
117415             UNTIL WSS-FCT-IX GREATER WSS-FCT-COUNT.
117416*
117417 5460-STORE-ONE-FACTOR.
117418     IF WSS-FCT-SLOT EQUAL ZERO
117419         MOVE SPACES TO FM-MASTER-RECORD
117420         MOVE ZEROS TO FM-FACTOR-TABLE
117421         ADD 1 TO WSS-FCT-SEGMENT
117422         MOVE WSS-NUMBER TO FM-NUMBER
117423         MOVE WSS-FCT-SEGMENT TO FM-SEGMENT
117424         MOVE WSS-FCT-COUNT TO FM-FACTOR-TOTAL
117425     END-IF
117426     ADD 1 TO WSS-FCT-SLOT
117427     MOVE WSS-FCT-ENTRY (WSS-FCT-IX) TO FM-FACTOR (WSS-FCT-SLOT)
117428     IF WSS-FCT-SLOT EQUAL 30
117429       OR WSS-FCT-IX EQUAL WSS-FCT-COUNT
117430         MOVE WSS-FCT-SLOT TO FM-ENTRY-COUNT
117431         WRITE FM-MASTER-RECORD
117432         IF NOT WSS-FCTMST-OK AND NOT WSS-FCTMST-DUPLICATE
117433             DISPLAY 'COBSUM - FCTMST WRITE FAILED, STATUS '
117434                     WSS-FCTMST-STATUS ' KEY ' FM-KEY
117435             MOVE 12 TO RETURN-CODE
117436             STOP RUN
117437         END-IF
117438         MOVE ZEROS TO WSS-FCT-SLOT
117439     END-IF.
117440*
117510************************************************************
117520* 5500-UPDATE-REQUEST-STATUS - WRITES OR UPDATES THE         *
117530*   LIFECYCLE MASTER RECORD FOR THE REQUEST JUST DISPOSED    *
118100         ADD WSS-IND TO WSS-SUM
118200         MOVE WSS-IND TO WSS-FCT-CURRENT
118300         PERFORM 3200-WRITE-FACTOR-LINE
118350         PERFORM 3250-COLLECT-FACTOR
118400         IF WSS-DIVISION NOT EQUAL WSS-IND
118500             ADD WSS-DIVISION TO WSS-SUM
118600             MOVE WSS-DIVISION TO WSS-FCT-CURRENT
118700             PERFORM 3200-WRITE-FACTOR-LINE
118750             PERFORM 3250-COLLECT-FACTOR
118800         END-IF
118900     END-IF.
119000*
119100************************************************************
119200* 5560-WRITE-REQUEST-JOURNAL - COPIES THE LIFECYCLE RECORD  *
119300*   JUST WRITTEN OR REWRITTEN TO THE RQSTJRNL JOURNAL. THE  *
119400*   JOURNAL HOLDS WHOLE-RECORD AFTER-IMAGES IN THE ORDER    *
119500*   THE CHANGES WERE MADE, SO REPLAYING IT OVER THE LAST    *
119600*   COBBKUPJ BACKUP OF RQSTMST BRINGS THE MASTER BACK TO    *
119700*   ITS CURRENT STATE (SEE COBRCVR).                        *
119800************************************************************
119900 5560-WRITE-REQUEST-JOURNAL.
120000     WRITE RQSTJRNL-RECORD FROM RQ-MASTER-RECORD.
