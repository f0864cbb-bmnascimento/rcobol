000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBSUBM.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBSUBM  - DEPARTMENT SUBMISSION FILE INTAKE.             *
001000*                                                           *
001100*   ACCEPTS OR REJECTS ONE REQUEST FILE SENT IN BY A        *
001200*   DEPARTMENT, AS A WHOLE. THE FILE IS 80-BYTE RECORDS IN  *
001300*   THE NBRIN LAYOUT, BRACKETED BY A HEADER AND A TRAILER   *
001400*   THAT CARRY AN H OR T IN THE REQUEST-TYPE BYTE:          *
001500*                                                           *
001600*     HEADER   COLS  9-12  DEPARTMENT CODE                  *
001700*              COL  13     H                                *
001800*              COLS 14-21  SUBMISSION DATE (CCYYMMDD)       *
001900*              COLS 22-26  SUBMISSION SEQUENCE NUMBER       *
002000*     DETAIL   THE NBRIN REQUEST RECORD, UNCHANGED          *
002100*     TRAILER  COLS  9-12  DEPARTMENT CODE                  *
002200*              COL  13     T                                *
002300*              COLS 14-22  DETAIL RECORD COUNT              *
002400*              COLS 23-40  HASH TOTAL - THE SUM OF EVERY    *
002500*                          DETAIL'S NUMBER-FROM AND         *
002600*                          NUMBER-THRU (A BLANK OR NON-     *
002700*                          NUMERIC FIELD ADDS ZERO)         *
002800*                                                           *
002900*   THE FILE IS READ TWICE. THE FIRST PASS PROVES IT: ONE   *
003000*   HEADER FIRST AND ONE TRAILER LAST, EVERY DETAIL FOR THE *
003100*   HEADER'S DEPARTMENT, THE TRAILER COUNT AND HASH TOTAL   *
003200*   IN BALANCE WITH THE DETAILS, AN ACTIVE DEPTMST          *
003300*   DEPARTMENT, AND A SEQUENCE NUMBER ONE PAST THE LAST ONE *
003400*   ACCEPTED FOR THAT DEPARTMENT (DM-LAST-SUBM-SEQ). A      *
003500*   SEQUENCE ALREADY ACCEPTED IS A DUPLICATE; ONE FURTHER   *
003600*   AHEAD IS OUT OF SEQUENCE. EVERY FAILURE IS PRINTED ON   *
003700*   THE SUBMRPT REJECTION REPORT.                           *
003800*                                                           *
003900*   ONLY A FILE WITH NO FAILURES IS ACCEPTED. THE SECOND    *
004000*   PASS THEN APPENDS ITS DETAIL RECORDS TO SUBMOUT, THE    *
004100*   FEEDER DATASET THE NIGHTLY SORT CONCATENATES WITH THE   *
004200*   ONLINE REQUESTS AND THE COBEXFIX RECYCLE FILE, AND THE  *
004300*   DEPARTMENT'S LAST ACCEPTED SEQUENCE AND DATE ARE        *
004400*   UPDATED. A REJECTED FILE PASSES NOTHING ON AND ENDS THE *
004500*   RUN WITH RETURN CODE 8; THE DEPARTMENT MUST RESEND IT.  *
004600*   AN I/O FAILURE ENDS THE RUN WITH RETURN CODE 12.        *
004700************************************************************
004800* MODIFICATION HISTORY                                      *
004900*----------------------------------------------------------*
005000* DATE       INIT  DESCRIPTION                              *
005100* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
005200************************************************************
005300*
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT SUBMIN-FILE  ASSIGN TO SUBMIN
006100            ORGANIZATION IS SEQUENTIAL.
006200*
006300     SELECT SUBMOUT-FILE ASSIGN TO SUBMOUT
006400            ORGANIZATION IS SEQUENTIAL.
006500*
006600     SELECT DEPTMST-FILE ASSIGN TO DEPTMST
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS RANDOM
006900            RECORD KEY IS DM-DEPT-CODE
007000            FILE STATUS IS WSS-DEPTMST-STATUS.
007100*
007200     SELECT SUBMRPT-FILE ASSIGN TO SUBMRPT
007300            ORGANIZATION IS SEQUENTIAL.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  SUBMIN-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  SUBM-RECORD.
008100     05  SUBM-REQUEST-ID        PIC X(08).
008200     05  SUBM-DEPT-CODE         PIC X(04).
008300     05  SUBM-RECORD-TYPE       PIC X(01).
008400         88  SUBM-HEADER                     VALUE 'H'.
008500         88  SUBM-TRAILER                    VALUE 'T'.
008600     05  SUBM-NUMBER-FROM       PIC X(11).
008700     05  SUBM-NUMBER-FROM-N REDEFINES SUBM-NUMBER-FROM
008800                                PIC 9(11).
008900     05  SUBM-NUMBER-THRU       PIC X(11).
009000     05  SUBM-NUMBER-THRU-N REDEFINES SUBM-NUMBER-THRU
009100                                PIC 9(11).
009200     05  FILLER                 PIC X(45).
009300 01  SUBM-HEADER-RECORD.
009400     05  FILLER                 PIC X(08).
009500     05  SUBMH-DEPT-CODE        PIC X(04).
009600     05  FILLER                 PIC X(01).
009700     05  SUBMH-SUBM-DATE        PIC X(08).
009800     05  SUBMH-SUBM-DATE-N REDEFINES SUBMH-SUBM-DATE
009900                                PIC 9(08).
010000     05  SUBMH-SEQUENCE         PIC X(05).
010100     05  SUBMH-SEQUENCE-N REDEFINES SUBMH-SEQUENCE
010200                                PIC 9(05).
010300     05  FILLER                 PIC X(54).
010400 01  SUBM-TRAILER-RECORD.
010500     05  FILLER                 PIC X(08).
010600     05  SUBMT-DEPT-CODE        PIC X(04).
010700     05  FILLER                 PIC X(01).
010800     05  SUBMT-RECORD-COUNT     PIC X(09).
010900     05  SUBMT-RECORD-COUNT-N REDEFINES SUBMT-RECORD-COUNT
011000                                PIC 9(09).
011100     05  SUBMT-HASH-TOTAL       PIC X(18).
011200     05  SUBMT-HASH-TOTAL-N REDEFINES SUBMT-HASH-TOTAL
011300                                PIC 9(18).
011400     05  FILLER                 PIC X(40).
011500*
011600 FD  SUBMOUT-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  SUBMOUT-RECORD             PIC X(80).
012000*
012100 FD  DEPTMST-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY DEPTMST.
012400*
012500 FD  SUBMRPT-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800 01  SUBMRPT-RECORD             PIC X(132).
012900*
013000 WORKING-STORAGE SECTION.
013100 01  WSS-SWITCHES.
013200     05  WSS-EOF-SW               PIC X(01)    VALUE 'N'.
013300         88  WSS-EOF                           VALUE 'Y'.
013400         88  WSS-NOT-EOF                       VALUE 'N'.
013500     05  WSS-HEADER-SW            PIC X(01)    VALUE 'N'.
013600         88  WSS-HEADER-SEEN                   VALUE 'Y'.
013700     05  WSS-TRAILER-SW           PIC X(01)    VALUE 'N'.
013800         88  WSS-TRAILER-SEEN                  VALUE 'Y'.
013900     05  WSS-DISPOSITION-SW       PIC X(01)    VALUE 'A'.
014000         88  WSS-ACCEPTED                      VALUE 'A'.
014100         88  WSS-REJECTED                      VALUE 'R'.
014200*
014300 01  WSS-DEPTMST-STATUS           PIC X(02)    VALUE SPACES.
014400     88  WSS-DEPTMST-OK                        VALUE '00'.
014500     88  WSS-DEPTMST-NOT-FOUND                 VALUE '23'.
014600*
014700 77  WSS-RECORD-COUNT             PIC 9(09)    VALUE ZEROS.
014800 77  WSS-DETAIL-COUNT             PIC 9(09)    VALUE ZEROS.
014900 77  WSS-FOREIGN-COUNT            PIC 9(09)    VALUE ZEROS.
015000 77  WSS-AFTER-TRAILER-COUNT      PIC 9(09)    VALUE ZEROS.
015100 77  WSS-PASSED-COUNT             PIC 9(09)    VALUE ZEROS.
015200 77  WSS-REASON-COUNT             PIC 9(09)    VALUE ZEROS.
015300 77  WSS-LATE-HEADER-REC          PIC 9(09)    VALUE ZEROS.
015400 77  WSS-EXTRA-HEADER-REC         PIC 9(09)    VALUE ZEROS.
015500 77  WSS-EXTRA-TRAILER-REC        PIC 9(09)    VALUE ZEROS.
015600*
015700*    THE HASH TOTAL WRAPS AT 18 DIGITS, AS THE SENDER'S MUST.
015800 01  WSS-HASH-TOTAL               PIC 9(18)    VALUE ZEROS.
015900*
016000*    THE HEADER AND TRAILER CONTROL FIELDS, KEPT FROM PASS ONE.
016100 01  WSS-HDR-FIELDS.
016200     05  WSS-HDR-DEPT             PIC X(04)    VALUE SPACES.
016300     05  WSS-HDR-DATE             PIC X(08)    VALUE SPACES.
016400     05  WSS-HDR-DATE-N REDEFINES WSS-HDR-DATE
016500                                  PIC 9(08).
016600     05  WSS-HDR-SEQUENCE         PIC X(05)    VALUE SPACES.
016700     05  WSS-HDR-SEQUENCE-N REDEFINES WSS-HDR-SEQUENCE
016800                                  PIC 9(05).
016900 01  WSS-TRL-FIELDS.
017000     05  WSS-TRL-DEPT             PIC X(04)    VALUE SPACES.
017100     05  WSS-TRL-COUNT            PIC X(09)    VALUE SPACES.
017200     05  WSS-TRL-COUNT-N REDEFINES WSS-TRL-COUNT
017300                                  PIC 9(09).
017400     05  WSS-TRL-HASH             PIC X(18)    VALUE SPACES.
017500     05  WSS-TRL-HASH-N REDEFINES WSS-TRL-HASH
017600                                  PIC 9(18).
017700*
017800 01  WSS-LAST-SEQUENCE            PIC 9(05)    VALUE ZEROS.
017900 01  WSS-NEXT-SEQUENCE            PIC 9(06)    VALUE ZEROS.
018000*
018100 01  WSS-RUN-DATE-YMD             PIC 9(08).
018200 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
018300     05  WSS-RUN-DATE-CCYY        PIC 9(04).
018400     05  WSS-RUN-DATE-MM          PIC 9(02).
018500     05  WSS-RUN-DATE-DD          PIC 9(02).
018600*
018700 01  WSS-RUN-DATE-DISPLAY.
018800     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
018900     05  FILLER                   PIC X(01)    VALUE '/'.
019000     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
019100     05  FILLER                   PIC X(01)    VALUE '/'.
019200     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
019300*
019400 01  WSS-HDG1-LINE.
019500     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
019600     05  FILLER                   PIC X(09)    VALUE SPACES.
019700     05  FILLER                   PIC X(40)
019800          VALUE 'COBSUBM - DEPARTMENT SUBMISSION INTAKE'.
019900     05  FILLER                   PIC X(10)    VALUE SPACES.
020000     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
020100     05  WSS-HDG1-DATE            PIC X(10).
020200*
020300 01  WSS-HDG2-LINE.
020400     05  WSS-HDG2-CC              PIC X(01)    VALUE '0'.
020500     05  FILLER                   PIC X(09)    VALUE SPACES.
020600     05  FILLER                   PIC X(12)
020700          VALUE 'DEPARTMENT: '.
020800     05  WSS-HDG2-DEPT            PIC X(04).
020900     05  FILLER                   PIC X(21)
021000          VALUE '   SUBMISSION DATE: '.
021100     05  WSS-HDG2-DATE            PIC X(08).
021200     05  FILLER                   PIC X(14)
021300          VALUE '   SEQUENCE: '.
021400     05  WSS-HDG2-SEQUENCE        PIC X(05).
021500*
021600 01  WSS-RSN-LINE.
021700     05  WSS-RSN-CC               PIC X(01)    VALUE ' '.
021800     05  FILLER                   PIC X(09)    VALUE SPACES.
021900     05  FILLER                   PIC X(11)
022000          VALUE 'REJECTED - '.
022100     05  WSS-RSN-TEXT             PIC X(40).
022200     05  FILLER                   PIC X(02)    VALUE SPACES.
022300     05  WSS-RSN-LABEL            PIC X(10).
022400     05  WSS-RSN-VALUE            PIC Z(08)9.
022500     05  WSS-RSN-VALUE-X REDEFINES WSS-RSN-VALUE
022600                                  PIC X(09).
022700*
022800 01  WSS-TOT-LINE.
022900     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
023000     05  FILLER                   PIC X(09)    VALUE SPACES.
023100     05  WSS-TOT-LABEL            PIC X(30).
023200     05  WSS-TOT-COUNT            PIC Z(08)9.
023300*
023400 01  WSS-HASH-LINE.
023500     05  WSS-HASH-CC              PIC X(01)    VALUE ' '.
023600     05  FILLER                   PIC X(09)    VALUE SPACES.
023700     05  WSS-HASH-LABEL           PIC X(30).
023800     05  WSS-HASH-VALUE           PIC Z(17)9.
023900*
024000 01  WSS-DISP-LINE.
024100     05  WSS-DISP-CC              PIC X(01)    VALUE '0'.
024200     05  FILLER                   PIC X(09)    VALUE SPACES.
024300     05  WSS-DISP-TEXT            PIC X(60).
024400*
024500 PROCEDURE DIVISION.
024600*
024700************************************************************
024800* 0000-MAIN-PROCEDURE - PROVES THE SUBMISSION, PASSES AN    *
024900*   ACCEPTED ONE ON TO THE NIGHTLY SORT AND PRINTS THE      *
025000*   RESULT.                                                 *
025100************************************************************
025200 0000-MAIN-PROCEDURE.
025300     PERFORM 1000-INITIALIZE
025400     PERFORM 2000-PROVE-SUBMISSION
025500     PERFORM 2500-CHECK-CONTROLS THRU 2500-EXIT
025600     IF WSS-ACCEPTED
025700         PERFORM 3000-PASS-DETAILS
025800         PERFORM 3500-RECORD-SEQUENCE
025900     END-IF
026000     PERFORM 7000-WRITE-TOTALS
026100     PERFORM 8000-TERMINATE
026200     IF WSS-REJECTED
026300         MOVE 8 TO RETURN-CODE
026400     END-IF
026500     STOP RUN.
026600*
026700************************************************************
026800* 1000-INITIALIZE - OPEN THE MASTER AND THE REPORT AND      *
026900*   ESTABLISH THE RUN DATE.                                 *
027000************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
027300     OPEN OUTPUT SUBMRPT-FILE
027400     OPEN I-O DEPTMST-FILE
027500     IF NOT WSS-DEPTMST-OK
027600         DISPLAY 'COBSUBM - DEPTMST OPEN FAILED, STATUS '
027700                 WSS-DEPTMST-STATUS
027800         MOVE 12 TO RETURN-CODE
027900         STOP RUN
028000     END-IF
028100     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
028200     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
028300     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
028400     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
028500     WRITE SUBMRPT-RECORD FROM WSS-HDG1-LINE
028600         AFTER ADVANCING PAGE.
028700*
028800************************************************************
028900* 2000-PROVE-SUBMISSION - FIRST PASS. READS THE WHOLE FILE, *
029000*   KEEPING THE HEADER AND TRAILER FIELDS AND COUNTING AND  *
029100*   HASHING THE DETAILS. NOTHING IS WRITTEN YET.            *
029200************************************************************
029300 2000-PROVE-SUBMISSION.
029400     OPEN INPUT SUBMIN-FILE
029500     SET WSS-NOT-EOF TO TRUE
029600     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
029700             UNTIL WSS-EOF
029800     CLOSE SUBMIN-FILE
029900     MOVE WSS-HDR-DEPT TO WSS-HDG2-DEPT
030000     MOVE WSS-HDR-DATE TO WSS-HDG2-DATE
030100     MOVE WSS-HDR-SEQUENCE TO WSS-HDG2-SEQUENCE
030200     WRITE SUBMRPT-RECORD FROM WSS-HDG2-LINE
030300         AFTER ADVANCING 2 LINES.
030400*
030500************************************************************
030600* 2100-PROVE-ONE-RECORD - CLASSIFIES ONE RECORD AS HEADER,  *
030700*   TRAILER OR DETAIL. A HEADER ANYWHERE BUT FIRST OR A     *
030800*   SECOND HEADER OR TRAILER IS NOTED BY RECORD NUMBER FOR  *
030900*   2500-CHECK-CONTROLS; DETAILS AFTER THE TRAILER ARE ONLY *
031000*   COUNTED.                                                *
031100************************************************************
031200 2100-PROVE-ONE-RECORD.
031300     READ SUBMIN-FILE
031400         AT END
031500             SET WSS-EOF TO TRUE
031600             GO TO 2100-EXIT
031700     END-READ
031800     ADD 1 TO WSS-RECORD-COUNT
031900     IF SUBM-HEADER
032000         PERFORM 2110-PROVE-HEADER
032100         GO TO 2100-EXIT
032200     END-IF
032300     IF SUBM-TRAILER
032400         PERFORM 2120-PROVE-TRAILER
032500         GO TO 2100-EXIT
032600     END-IF
032700     IF WSS-TRAILER-SEEN
032800         ADD 1 TO WSS-AFTER-TRAILER-COUNT
032900         GO TO 2100-EXIT
033000     END-IF
033100     ADD 1 TO WSS-DETAIL-COUNT
033200     IF SUBM-NUMBER-FROM IS NUMERIC
033300         ADD SUBM-NUMBER-FROM-N TO WSS-HASH-TOTAL
033400     END-IF
033500     IF SUBM-NUMBER-THRU IS NUMERIC
033600         ADD SUBM-NUMBER-THRU-N TO WSS-HASH-TOTAL
033700     END-IF
033800     IF SUBM-DEPT-CODE NOT EQUAL WSS-HDR-DEPT
033900         ADD 1 TO WSS-FOREIGN-COUNT
034000     END-IF.
034100 2100-EXIT.
034200     EXIT.
034300*
034400 2110-PROVE-HEADER.
034500     IF WSS-HEADER-SEEN
034600         IF WSS-EXTRA-HEADER-REC EQUAL ZERO
034700             MOVE WSS-RECORD-COUNT TO WSS-EXTRA-HEADER-REC
034800         END-IF
034900     ELSE
035000         IF WSS-RECORD-COUNT NOT EQUAL 1
035100             MOVE WSS-RECORD-COUNT TO WSS-LATE-HEADER-REC
035200         END-IF
035300         SET WSS-HEADER-SEEN TO TRUE
035400         MOVE SUBMH-DEPT-CODE TO WSS-HDR-DEPT
035500         MOVE SUBMH-SUBM-DATE TO WSS-HDR-DATE
035600         MOVE SUBMH-SEQUENCE TO WSS-HDR-SEQUENCE
035700     END-IF.
035800*
035900 2120-PROVE-TRAILER.
036000     IF WSS-TRAILER-SEEN
036100         IF WSS-EXTRA-TRAILER-REC EQUAL ZERO
036200             MOVE WSS-RECORD-COUNT TO WSS-EXTRA-TRAILER-REC
036300         END-IF
036400     ELSE
036500         SET WSS-TRAILER-SEEN TO TRUE
036600         MOVE SUBMT-DEPT-CODE TO WSS-TRL-DEPT
036700         MOVE SUBMT-RECORD-COUNT TO WSS-TRL-COUNT
036800         MOVE SUBMT-HASH-TOTAL TO WSS-TRL-HASH
036900     END-IF.
037000*
037100************************************************************
037200* 2500-CHECK-CONTROLS - PROVES THE FILE AS A WHOLE AFTER    *
037300*   THE FIRST PASS: TRAILER PRESENT AND IN BALANCE, HEADER  *
037400*   VALID, DEPARTMENT ACTIVE, SEQUENCE THE NEXT ONE DUE.    *
037500************************************************************
037600 2500-CHECK-CONTROLS.
037700     IF WSS-RECORD-COUNT EQUAL ZERO
037800         MOVE 'SUBMISSION FILE IS EMPTY' TO WSS-RSN-TEXT
037900         PERFORM 4100-REJECT-SUBMISSION
038000         GO TO 2500-EXIT
038100     END-IF
038200     PERFORM 2505-CHECK-HEADER
038300     PERFORM 2510-CHECK-TRAILER
038400     IF WSS-FOREIGN-COUNT GREATER ZERO
038500         MOVE 'DETAILS FOR ANOTHER DEPARTMENT' TO WSS-RSN-TEXT
038600         MOVE WSS-FOREIGN-COUNT TO WSS-RSN-VALUE
038700         PERFORM 4200-REJECT-WITH-COUNT
038800     END-IF
038900     IF NOT WSS-HEADER-SEEN
039000         GO TO 2500-EXIT
039100     END-IF
039200     IF WSS-HDR-DATE IS NOT NUMERIC
039300       OR WSS-HDR-DATE-N EQUAL ZERO
039400         MOVE 'HEADER SUBMISSION DATE INVALID' TO WSS-RSN-TEXT
039500         PERFORM 4100-REJECT-SUBMISSION
039600     END-IF
039700     IF WSS-HDR-SEQUENCE IS NOT NUMERIC
039800       OR WSS-HDR-SEQUENCE-N EQUAL ZERO
039900         MOVE 'HEADER SEQUENCE NUMBER INVALID' TO WSS-RSN-TEXT
040000         PERFORM 4100-REJECT-SUBMISSION
040100         GO TO 2500-EXIT
040200     END-IF
040300     PERFORM 2520-CHECK-SEQUENCE THRU 2520-EXIT.
040400 2500-EXIT.
040500     EXIT.
040600*
040700************************************************************
040800* 2505-CHECK-HEADER - EXACTLY ONE HEADER, AS THE FIRST      *
040900*   RECORD.                                                 *
041000************************************************************
041100 2505-CHECK-HEADER.
041200     IF NOT WSS-HEADER-SEEN
041300         MOVE 'NO HEADER RECORD' TO WSS-RSN-TEXT
041400         PERFORM 4100-REJECT-SUBMISSION
041500     END-IF
041600     IF WSS-LATE-HEADER-REC GREATER ZERO
041700         MOVE 'HEADER IS NOT THE FIRST RECORD' TO WSS-RSN-TEXT
041800         MOVE WSS-LATE-HEADER-REC TO WSS-RSN-VALUE
041900         PERFORM 4000-REJECT-AT-RECORD
042000     END-IF
042100     IF WSS-EXTRA-HEADER-REC GREATER ZERO
042200         MOVE 'SECOND HEADER RECORD' TO WSS-RSN-TEXT
042300         MOVE WSS-EXTRA-HEADER-REC TO WSS-RSN-VALUE
042400         PERFORM 4000-REJECT-AT-RECORD
042500     END-IF.
042600*
042700************************************************************
042800* 2510-CHECK-TRAILER - A MISSING TRAILER MEANS THE TRANSFER *
042900*   WAS CUT SHORT. OTHERWISE THE TRAILER MUST BE LAST, FOR  *
043000*   THE HEADER'S DEPARTMENT, AND AGREE WITH THE DETAIL      *
043100*   COUNT AND HASH TOTAL.                                   *
043200************************************************************
043300 2510-CHECK-TRAILER.
043400     IF NOT WSS-TRAILER-SEEN
043500         MOVE 'NO TRAILER - TRANSFER INCOMPLETE' TO WSS-RSN-TEXT
043600         PERFORM 4100-REJECT-SUBMISSION
043700     ELSE
043800         IF WSS-EXTRA-TRAILER-REC GREATER ZERO
043900             MOVE 'SECOND TRAILER RECORD' TO WSS-RSN-TEXT
044000             MOVE WSS-EXTRA-TRAILER-REC TO WSS-RSN-VALUE
044100             PERFORM 4000-REJECT-AT-RECORD
044200         END-IF
044300         IF WSS-AFTER-TRAILER-COUNT GREATER ZERO
044400             MOVE 'RECORDS FOLLOW THE TRAILER' TO WSS-RSN-TEXT
044500             MOVE WSS-AFTER-TRAILER-COUNT TO WSS-RSN-VALUE
044600             PERFORM 4200-REJECT-WITH-COUNT
044700         END-IF
044800         IF WSS-TRL-DEPT NOT EQUAL WSS-HDR-DEPT
044900             MOVE 'TRAILER DEPARTMENT DIFFERS FROM HEADER'
045000               TO WSS-RSN-TEXT
045100             PERFORM 4100-REJECT-SUBMISSION
045200         END-IF
045300         IF WSS-TRL-COUNT IS NOT NUMERIC
045400           OR WSS-TRL-COUNT-N NOT EQUAL WSS-DETAIL-COUNT
045500             MOVE 'RECORD COUNT OUT OF BALANCE' TO WSS-RSN-TEXT
045600             PERFORM 4100-REJECT-SUBMISSION
045700         END-IF
045800         IF WSS-TRL-HASH IS NOT NUMERIC
045900           OR WSS-TRL-HASH-N NOT EQUAL WSS-HASH-TOTAL
046000             MOVE 'HASH TOTAL OUT OF BALANCE' TO WSS-RSN-TEXT
046100             PERFORM 4100-REJECT-SUBMISSION
046200         END-IF
046300     END-IF.
046400*
046500************************************************************
046600* 2520-CHECK-SEQUENCE - THE DEPARTMENT MUST BE ON DEPTMST   *
046700*   AND ACTIVE, AND THE SEQUENCE MUST BE EXACTLY ONE PAST   *
046800*   THE LAST ONE ACCEPTED. A BLANK LAST SEQUENCE MEANS NONE *
046900*   HAS BEEN ACCEPTED YET.                                  *
047000************************************************************
047100 2520-CHECK-SEQUENCE.
047200     MOVE WSS-HDR-DEPT TO DM-DEPT-CODE
047300     READ DEPTMST-FILE
047400     IF WSS-DEPTMST-NOT-FOUND
047500         MOVE 'DEPARTMENT NOT ON DEPTMST' TO WSS-RSN-TEXT
047600         PERFORM 4100-REJECT-SUBMISSION
047700         GO TO 2520-EXIT
047800     END-IF
047900     IF NOT WSS-DEPTMST-OK
048000         DISPLAY 'COBSUBM - DEPTMST READ FAILED, STATUS '
048100                 WSS-DEPTMST-STATUS ' KEY ' DM-DEPT-CODE
048200         MOVE 12 TO RETURN-CODE
048300         STOP RUN
048400     END-IF
048500     IF NOT DM-ACTIVE
048600         MOVE 'DEPARTMENT IS INACTIVE' TO WSS-RSN-TEXT
048700         PERFORM 4100-REJECT-SUBMISSION
048800     END-IF
048900     IF DM-LAST-SUBM-SEQ IS NUMERIC
049000         MOVE DM-LAST-SUBM-SEQ TO WSS-LAST-SEQUENCE
049100     ELSE
049200         MOVE ZEROS TO WSS-LAST-SEQUENCE
049300     END-IF
049400     COMPUTE WSS-NEXT-SEQUENCE = WSS-LAST-SEQUENCE + 1
049500     IF WSS-HDR-SEQUENCE-N NOT GREATER WSS-LAST-SEQUENCE
049600         MOVE 'DUPLICATE - SEQUENCE ALREADY ACCEPTED'
049700           TO WSS-RSN-TEXT
049800         MOVE 'LAST:' TO WSS-RSN-LABEL
049900         MOVE WSS-LAST-SEQUENCE TO WSS-RSN-VALUE
050000         PERFORM 4300-REJECT-WITH-LABEL
050100         GO TO 2520-EXIT
050200     END-IF
050300     IF WSS-HDR-SEQUENCE-N NOT EQUAL WSS-NEXT-SEQUENCE
050400         MOVE 'OUT OF SEQUENCE' TO WSS-RSN-TEXT
050500         MOVE 'EXPECTED:' TO WSS-RSN-LABEL
050600         MOVE WSS-NEXT-SEQUENCE TO WSS-RSN-VALUE
050700         PERFORM 4300-REJECT-WITH-LABEL
050800     END-IF.
050900 2520-EXIT.
051000     EXIT.
051100*
051200************************************************************
051300* 3000-PASS-DETAILS - SECOND PASS, ACCEPTED FILES ONLY.     *
051400*   APPENDS EVERY DETAIL RECORD, UNCHANGED, TO THE NIGHTLY  *
051500*   SORT FEEDER. THE HEADER AND TRAILER ARE DROPPED.        *
051600************************************************************
051700 3000-PASS-DETAILS.
051800     OPEN INPUT SUBMIN-FILE
051900     OPEN OUTPUT SUBMOUT-FILE
052000     SET WSS-NOT-EOF TO TRUE
052100     PERFORM 3100-PASS-ONE-RECORD UNTIL WSS-EOF
052200     CLOSE SUBMIN-FILE
052300     CLOSE SUBMOUT-FILE.
052400*
052500 3100-PASS-ONE-RECORD.
052600     READ SUBMIN-FILE
052700         AT END
052800             SET WSS-EOF TO TRUE
052900         NOT AT END
053000             IF NOT SUBM-HEADER AND NOT SUBM-TRAILER
053100                 WRITE SUBMOUT-RECORD FROM SUBM-RECORD
053200                 ADD 1 TO WSS-PASSED-COUNT
053300             END-IF
053400     END-READ.
053500*
053600************************************************************
053700* 3500-RECORD-SEQUENCE - MARKS THE SEQUENCE ACCEPTED ONLY   *
053800*   AFTER THE DETAILS ARE SAFELY WRITTEN, SO A FAILED RUN   *
053900*   CAN BE RESUBMITTED WITH THE SAME FILE.                  *
054000************************************************************
054100 3500-RECORD-SEQUENCE.
054200     MOVE WSS-HDR-DEPT TO DM-DEPT-CODE
054300     READ DEPTMST-FILE
054400     IF NOT WSS-DEPTMST-OK
054500         DISPLAY 'COBSUBM - DEPTMST READ FAILED, STATUS '
054600                 WSS-DEPTMST-STATUS ' KEY ' DM-DEPT-CODE
054700         MOVE 12 TO RETURN-CODE
054800         STOP RUN
054900     END-IF
055000     MOVE WSS-HDR-SEQUENCE-N TO DM-LAST-SUBM-SEQ
055100     MOVE WSS-HDR-DATE-N TO DM-LAST-SUBM-DATE
055200     REWRITE DM-MASTER-RECORD
055300     IF NOT WSS-DEPTMST-OK
055400         DISPLAY 'COBSUBM - DEPTMST REWRITE FAILED, STATUS '
055500                 WSS-DEPTMST-STATUS ' KEY ' DM-DEPT-CODE
055600         MOVE 12 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900*
056000************************************************************
056100* 4000-REJECT-AT-RECORD - PRINTS ONE REJECTION REASON WITH  *
056200*   THE RECORD NUMBER THE CALLER MOVED TO WSS-RSN-VALUE.    *
056300*   THE 4100-4300 VARIANTS PRINT A REASON FOR THE FILE AS A *
056400*   WHOLE, WITH A COUNT, OR WITH A LABELLED VALUE.          *
056500************************************************************
056600 4000-REJECT-AT-RECORD.
056700     MOVE 'RECORD:' TO WSS-RSN-LABEL
056800     PERFORM 4900-WRITE-REASON.
056900*
057000 4100-REJECT-SUBMISSION.
057100     MOVE SPACES TO WSS-RSN-LABEL
057200     MOVE SPACES TO WSS-RSN-VALUE-X
057300     PERFORM 4900-WRITE-REASON.
057400*
057500 4200-REJECT-WITH-COUNT.
057600     MOVE 'RECORDS:' TO WSS-RSN-LABEL
057700     PERFORM 4900-WRITE-REASON.
057800*
057900 4300-REJECT-WITH-LABEL.
058000     PERFORM 4900-WRITE-REASON.
058100*
058200 4900-WRITE-REASON.
058300     SET WSS-REJECTED TO TRUE
058400     ADD 1 TO WSS-REASON-COUNT
058500     WRITE SUBMRPT-RECORD FROM WSS-RSN-LINE
058600         AFTER ADVANCING 1 LINE.
058700*
058800************************************************************
058900* 7000-WRITE-TOTALS - PRINTS THE CONTROL TOTALS AS SENT AND *
059000*   AS COUNTED, AND THE DISPOSITION OF THE FILE.            *
059100************************************************************
059200 7000-WRITE-TOTALS.
059300     MOVE 'RECORDS READ:                 ' TO WSS-TOT-LABEL
059400     MOVE WSS-RECORD-COUNT TO WSS-TOT-COUNT
059500     WRITE SUBMRPT-RECORD FROM WSS-TOT-LINE
059600         AFTER ADVANCING 2 LINES
059700     MOVE 'DETAIL RECORDS COUNTED:       ' TO WSS-TOT-LABEL
059800     MOVE WSS-DETAIL-COUNT TO WSS-TOT-COUNT
059900     PERFORM 7100-WRITE-TOTAL-LINE
060000     MOVE 'TRAILER RECORD COUNT:         ' TO WSS-TOT-LABEL
060100     IF WSS-TRL-COUNT IS NUMERIC
060200         MOVE WSS-TRL-COUNT-N TO WSS-TOT-COUNT
060300     ELSE
060400         MOVE ZEROS TO WSS-TOT-COUNT
060500     END-IF
060600     PERFORM 7100-WRITE-TOTAL-LINE
060700     MOVE 'HASH TOTAL COUNTED:           ' TO WSS-HASH-LABEL
060800     MOVE WSS-HASH-TOTAL TO WSS-HASH-VALUE
060900     PERFORM 7200-WRITE-HASH-LINE
061000     MOVE 'TRAILER HASH TOTAL:           ' TO WSS-HASH-LABEL
061100     IF WSS-TRL-HASH IS NUMERIC
061200         MOVE WSS-TRL-HASH-N TO WSS-HASH-VALUE
061300     ELSE
061400         MOVE ZEROS TO WSS-HASH-VALUE
061500     END-IF
061600     PERFORM 7200-WRITE-HASH-LINE
061700     MOVE 'DETAILS PASSED TO THE SORT:   ' TO WSS-TOT-LABEL
061800     MOVE WSS-PASSED-COUNT TO WSS-TOT-COUNT
061900     PERFORM 7100-WRITE-TOTAL-LINE
062000     IF WSS-ACCEPTED
062100         MOVE 'SUBMISSION ACCEPTED' TO WSS-DISP-TEXT
062200     ELSE
062300         MOVE 'SUBMISSION REJECTED - NOTHING PASSED ON, RESEND'
062400           TO WSS-DISP-TEXT
062500     END-IF
062600     WRITE SUBMRPT-RECORD FROM WSS-DISP-LINE
062700         AFTER ADVANCING 2 LINES.
062800*
062900 7100-WRITE-TOTAL-LINE.
063000     WRITE SUBMRPT-RECORD FROM WSS-TOT-LINE
063100         AFTER ADVANCING 1 LINE.
063200*
063300 7200-WRITE-HASH-LINE.
063400     WRITE SUBMRPT-RECORD FROM WSS-HASH-LINE
063500         AFTER ADVANCING 1 LINE.
063600*
063700************************************************************
063800* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
063900************************************************************
064000 8000-TERMINATE.
064100     CLOSE DEPTMST-FILE
064200     CLOSE SUBMRPT-FILE.
