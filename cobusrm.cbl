000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBUSRM.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBUSRM  - USER-TO-DEPARTMENT AUTHORITY MAINTENANCE AND   *
001000*            LISTING.                                       *
001100*                                                           *
001200*   APPLIES THE USRCARDS CONTROL CARDS AGAINST THE USRAUTH  *
001300*   VSAM AUTHORITY FILE, THEN LISTS THE WHOLE FILE. ONE     *
001400*   CARD PER ACTION:                                        *
001500*                                                           *
001600*     COLS  1-3   ACTION - ADD OR DEL                       *
001700*     COL   4     (BLANK)                                   *
001800*     COLS  5-12  CICS USER ID                              *
001900*     COL  13     (BLANK)                                   *
002000*     COLS 14-17  DEPARTMENT CODE, OR **** FOR EVERY        *
002100*                 DEPARTMENT (OPERATIONS USERS)             *
002200*     COL  18     (BLANK)                                   *
002300*     COLS 19-26  WHO AUTHORIZED THE GRANT (ADD ONLY)       *
002400*                                                           *
002500*   ADD GRANTS THE USER THE DEPARTMENT, WHICH MUST BE ON    *
002600*   DEPTMST AND ACTIVE; DEL WITHDRAWS IT. AN ASTERISK IN    *
002700*   COLUMN 1 IS A COMMENT. THE NBRE AND NBRS TRANSACTIONS   *
002800*   REFUSE ANY DEPARTMENT THE SIGNED-ON USER HAS NO RECORD  *
002900*   FOR, SO A USER WITH NO RECORDS AT ALL CAN DO NOTHING.   *
003000*                                                           *
003100*   EVERY CARD IS ECHOED ON THE USRMRPT REPORT WITH ITS     *
003200*   DISPOSITION, FOLLOWED BY THE FULL AUTHORITY LISTING IN  *
003300*   USER ORDER FOR THE DEPARTMENT MANAGERS TO REVIEW. A     *
003400*   CARD THAT CANNOT BE APPLIED IS REPORTED AND SKIPPED,    *
003500*   AND THE RUN ENDS WITH RETURN CODE 8 - THE GOOD CARDS    *
003600*   ARE STILL APPLIED. A DECK OF COMMENTS ONLY JUST PRINTS  *
003700*   THE LISTING.                                            *
003800************************************************************
003900* MODIFICATION HISTORY                                      *
004000*----------------------------------------------------------*
004100* DATE       INIT  DESCRIPTION                              *
004200* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
004300************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT USRCARDS-FILE ASSIGN TO USRCARDS
005200            ORGANIZATION IS SEQUENTIAL.
005300*
005400     SELECT USRAUTH-FILE ASSIGN TO USRAUTH
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE IS DYNAMIC
005700            RECORD KEY IS UA-KEY
005800            FILE STATUS IS WSS-USRAUTH-STATUS.
005900*
006000     SELECT DEPTMST-FILE ASSIGN TO DEPTMST
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE IS RANDOM
006300            RECORD KEY IS DM-DEPT-CODE
006400            FILE STATUS IS WSS-DEPTMST-STATUS.
006500*
006600     SELECT USRMRPT-FILE ASSIGN TO USRMRPT
006700            ORGANIZATION IS SEQUENTIAL.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  USRCARDS-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  USRCARDS-RECORD.
007500     05  USC-ACTION             PIC X(03).
007600         88  USC-ACTION-ADD                  VALUE 'ADD'.
007700         88  USC-ACTION-DEL                  VALUE 'DEL'.
007800     05  FILLER                 PIC X(01).
007900     05  USC-USER-ID            PIC X(08).
008000     05  FILLER                 PIC X(01).
008100     05  USC-DEPT-CODE          PIC X(04).
008200         88  USC-ALL-DEPTS                   VALUE '****'.
008300     05  FILLER                 PIC X(01).
008400     05  USC-GRANTED-BY         PIC X(08).
008500     05  FILLER                 PIC X(54).
008600*
008700 FD  USRAUTH-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY USRAUTH.
009000*
009100 FD  DEPTMST-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DEPTMST.
009400*
009500 FD  USRMRPT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  USRMRPT-RECORD             PIC X(132).
009900*
010000 WORKING-STORAGE SECTION.
010100 01  WSS-SWITCHES.
010200     05  WSS-EOF-SW               PIC X(01)    VALUE 'N'.
010300         88  WSS-EOF                           VALUE 'Y'.
010400         88  WSS-NOT-EOF                       VALUE 'N'.
010500     05  WSS-CARD-ERROR-SW        PIC X(01)    VALUE 'N'.
010600         88  WSS-CARD-ERRORS                   VALUE 'Y'.
010700         88  WSS-NO-CARD-ERRORS                VALUE 'N'.
010800     05  WSS-AUTH-EOF-SW          PIC X(01)    VALUE 'N'.
010900         88  WSS-AUTH-EOF                      VALUE 'Y'.
011000         88  WSS-AUTH-NOT-EOF                  VALUE 'N'.
011100     05  WSS-SECTION-SW           PIC X(01)    VALUE 'C'.
011200         88  WSS-CARD-SECTION                  VALUE 'C'.
011300         88  WSS-LIST-SECTION                  VALUE 'L'.
011400*
011500 01  WSS-USRAUTH-STATUS           PIC X(02)    VALUE SPACES.
011600     88  WSS-USRAUTH-OK                        VALUE '00'.
011700     88  WSS-USRAUTH-END                       VALUE '10'.
011800     88  WSS-USRAUTH-DUPLICATE                 VALUE '22'.
011900     88  WSS-USRAUTH-NOT-FOUND                 VALUE '23'.
012000*
012100 01  WSS-DEPTMST-STATUS           PIC X(02)    VALUE SPACES.
012200     88  WSS-DEPTMST-OK                        VALUE '00'.
012300     88  WSS-DEPTMST-NOT-FOUND                 VALUE '23'.
012400*
012500 77  WSS-CARD-COUNT               PIC 9(05)    VALUE ZEROS.
012600 77  WSS-APPLIED-COUNT            PIC 9(05)    VALUE ZEROS.
012700 77  WSS-ERROR-COUNT              PIC 9(05)    VALUE ZEROS.
012800 77  WSS-LIST-COUNT               PIC 9(05)    VALUE ZEROS.
012900 77  WSS-USER-COUNT               PIC 9(05)    VALUE ZEROS.
013000 77  WSS-OPS-COUNT                PIC 9(05)    VALUE ZEROS.
013100*
013200 01  WSS-PREV-USER-ID             PIC X(08)    VALUE LOW-VALUES.
013300*
013400 01  WSS-RPT-CONTROLS.
013500     05  WSS-LINE-COUNT           PIC 9(03)    VALUE ZEROS.
013600     05  WSS-MAX-LINES            PIC 9(03)    VALUE 055.
013700     05  WSS-PAGE-COUNT           PIC 9(03)    VALUE ZEROS.
013800*
013900 01  WSS-RUN-DATE-YMD             PIC 9(08).
014000 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
014100     05  WSS-RUN-DATE-CCYY        PIC 9(04).
014200     05  WSS-RUN-DATE-MM          PIC 9(02).
014300     05  WSS-RUN-DATE-DD          PIC 9(02).
014400*
014500 01  WSS-RUN-DATE-DISPLAY.
014600     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
014700     05  FILLER                   PIC X(01)    VALUE '/'.
014800     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
014900     05  FILLER                   PIC X(01)    VALUE '/'.
015000     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
015100*
015200 01  WSS-GRANT-DATE-YMD           PIC 9(08).
015300 01  WSS-GRANT-DATE-GROUP REDEFINES WSS-GRANT-DATE-YMD.
015400     05  WSS-GRANT-DATE-CCYY      PIC 9(04).
015500     05  WSS-GRANT-DATE-MM        PIC 9(02).
015600     05  WSS-GRANT-DATE-DD        PIC 9(02).
015700*
015800 01  WSS-HDG1-LINE.
015900     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
016000     05  FILLER                   PIC X(09)    VALUE SPACES.
016100     05  FILLER                   PIC X(40)
016200          VALUE 'COBUSRM - USER AUTHORITY MAINTENANCE'.
016300     05  FILLER                   PIC X(10)    VALUE SPACES.
016400     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
016500     05  WSS-HDG1-DATE            PIC X(10).
016600*
016700 01  WSS-HDG2-LINE.
016800     05  WSS-HDG2-CC              PIC X(01)    VALUE '0'.
016900     05  FILLER                   PIC X(09)    VALUE SPACES.
017000     05  FILLER                   PIC X(10)    VALUE 'USER ID'.
017100     05  FILLER                   PIC X(06)    VALUE 'DEPT'.
017200     05  FILLER                   PIC X(32)    VALUE 'DEPARTMENT'.
017300     05  FILLER                   PIC X(12)    VALUE 'GRANTED'.
017400     05  FILLER                   PIC X(08)    VALUE 'BY'.
017500*
017600 01  WSS-DET-LINE.
017700     05  WSS-DET-CC               PIC X(01)    VALUE ' '.
017800     05  FILLER                   PIC X(09)    VALUE SPACES.
017900     05  WSS-DET-ACTION           PIC X(03).
018000     05  FILLER                   PIC X(02)    VALUE SPACES.
018100     05  WSS-DET-USER             PIC X(08).
018200     05  FILLER                   PIC X(02)    VALUE SPACES.
018300     05  WSS-DET-CODE             PIC X(04).
018400     05  FILLER                   PIC X(02)    VALUE SPACES.
018500     05  WSS-DET-BY               PIC X(08).
018600     05  FILLER                   PIC X(02)    VALUE SPACES.
018700     05  WSS-DET-TEXT             PIC X(40).
018800*
018900 01  WSS-LST-LINE.
019000     05  WSS-LST-CC               PIC X(01)    VALUE ' '.
019100     05  FILLER                   PIC X(09)    VALUE SPACES.
019200     05  WSS-LST-USER             PIC X(08).
019300     05  FILLER                   PIC X(02)    VALUE SPACES.
019400     05  WSS-LST-CODE             PIC X(04).
019500     05  FILLER                   PIC X(02)    VALUE SPACES.
019600     05  WSS-LST-NAME             PIC X(30).
019700     05  FILLER                   PIC X(02)    VALUE SPACES.
019800     05  WSS-LST-DATE.
019900         10  WSS-LST-DATE-MM      PIC 9(02).
020000         10  FILLER               PIC X(01)    VALUE '/'.
020100         10  WSS-LST-DATE-DD      PIC 9(02).
020200         10  FILLER               PIC X(01)    VALUE '/'.
020300         10  WSS-LST-DATE-CCYY    PIC 9(04).
020400     05  FILLER                   PIC X(02)    VALUE SPACES.
020500     05  WSS-LST-BY               PIC X(08).
020600*
020700 01  WSS-TOT-LINE.
020800     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
020900     05  FILLER                   PIC X(09)    VALUE SPACES.
021000     05  WSS-TOT-LABEL            PIC X(30).
021100     05  WSS-TOT-COUNT            PIC Z(08)9.
021200*
021300 PROCEDURE DIVISION.
021400*
021500************************************************************
021600* 0000-MAIN-PROCEDURE - OPENS THE FILES, APPLIES EVERY      *
021700*   CONTROL CARD, LISTS THE AUTHORITY FILE, PRINTS THE      *
021800*   TOTALS AND CLOSES DOWN.                                 *
021900************************************************************
022000 0000-MAIN-PROCEDURE.
022100     PERFORM 1000-INITIALIZE
022200     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
022300             UNTIL WSS-EOF
022400     PERFORM 7000-WRITE-TOTALS
022500     PERFORM 5000-LIST-AUTHORITY THRU 5000-EXIT
022600     PERFORM 8000-TERMINATE
022700     IF WSS-CARD-ERRORS
022800         MOVE 8 TO RETURN-CODE
022900     END-IF
023000     STOP RUN.
023100*
023200************************************************************
023300* 1000-INITIALIZE - OPEN FILES, ESTABLISH THE RUN DATE,     *
023400*   PRINT THE FIRST PAGE OF HEADINGS AND PRIME THE READ.    *
023500************************************************************
023600 1000-INITIALIZE.
023700     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
023800     OPEN INPUT USRCARDS-FILE
023900     OPEN OUTPUT USRMRPT-FILE
024000     OPEN I-O USRAUTH-FILE
024100     IF NOT WSS-USRAUTH-OK
024200         DISPLAY 'COBUSRM - USRAUTH OPEN FAILED, STATUS '
024300                 WSS-USRAUTH-STATUS
024400         MOVE 12 TO RETURN-CODE
024500         STOP RUN
024600     END-IF
024700     OPEN INPUT DEPTMST-FILE
024800     IF NOT WSS-DEPTMST-OK
024900         DISPLAY 'COBUSRM - DEPTMST OPEN FAILED, STATUS '
025000                 WSS-DEPTMST-STATUS
025100         MOVE 12 TO RETURN-CODE
025200         STOP RUN
025300     END-IF
025400     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
025500     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
025600     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
025700     PERFORM 3000-WRITE-HEADINGS
025800     PERFORM 1100-READ-CARD.
025900*
026000 1100-READ-CARD.
026100     READ USRCARDS-FILE
026200         AT END
026300             SET WSS-EOF TO TRUE
026400     END-READ.
026500*
026600************************************************************
026700* 2000-PROCESS-CARD - APPLIES ONE CONTROL CARD. COMMENTS    *
026800*   AND BLANK CARDS ARE PASSED OVER; EVERY OTHER CARD IS    *
026900*   ECHOED ON THE REPORT WITH ITS DISPOSITION.              *
027000************************************************************
027100 2000-PROCESS-CARD.
027200     IF USC-ACTION EQUAL SPACES
027300       OR USC-ACTION (1:1) EQUAL '*'
027400         GO TO 2000-NEXT
027500     END-IF
027600     ADD 1 TO WSS-CARD-COUNT
027700     IF USC-USER-ID EQUAL SPACES
027800         PERFORM 4000-REPORT-CARD-ERROR
027900         MOVE 'USER ID MISSING' TO WSS-DET-TEXT
028000         PERFORM 3100-WRITE-DETAIL-LINE
028100         GO TO 2000-NEXT
028200     END-IF
028300     IF USC-DEPT-CODE EQUAL SPACES
028400         PERFORM 4000-REPORT-CARD-ERROR
028500         MOVE 'DEPARTMENT CODE MISSING' TO WSS-DET-TEXT
028600         PERFORM 3100-WRITE-DETAIL-LINE
028700         GO TO 2000-NEXT
028800     END-IF
028900     IF USC-ACTION-ADD
029000         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
029100         GO TO 2000-NEXT
029200     END-IF
029300     IF USC-ACTION-DEL
029400         PERFORM 2200-APPLY-DELETE THRU 2200-EXIT
029500         GO TO 2000-NEXT
029600     END-IF
029700     PERFORM 4000-REPORT-CARD-ERROR
029800     MOVE 'UNKNOWN ACTION - CARD SKIPPED' TO WSS-DET-TEXT
029900     PERFORM 3100-WRITE-DETAIL-LINE.
030000 2000-NEXT.
030100     PERFORM 1100-READ-CARD.
030200 2000-EXIT.
030300     EXIT.
030400*
030500************************************************************
030600* 2100-APPLY-ADD - GRANTS THE USER THE DEPARTMENT. THE      *
030700*   DEPARTMENT MUST BE ACTIVE ON DEPTMST (EXCEPT '****',    *
030800*   WHICH GRANTS EVERY DEPARTMENT), AND THE GRANT MUST NAME *
030900*   WHO AUTHORIZED IT. A GRANT ALREADY ON FILE IS AN ERROR. *
031000************************************************************
031100 2100-APPLY-ADD.
031200     IF USC-GRANTED-BY EQUAL SPACES
031300         PERFORM 4000-REPORT-CARD-ERROR
031400         MOVE 'ADD WITHOUT AN AUTHORIZING USER' TO WSS-DET-TEXT
031500         PERFORM 3100-WRITE-DETAIL-LINE
031600         GO TO 2100-EXIT
031700     END-IF
031800     IF NOT USC-ALL-DEPTS
031900         MOVE USC-DEPT-CODE TO DM-DEPT-CODE
032000         READ DEPTMST-FILE
032100         IF WSS-DEPTMST-NOT-FOUND
032200             PERFORM 4000-REPORT-CARD-ERROR
032300             MOVE 'DEPARTMENT NOT ON DEPTMST - SKIPPED'
032400               TO WSS-DET-TEXT
032500             PERFORM 3100-WRITE-DETAIL-LINE
032600             GO TO 2100-EXIT
032700         END-IF
032800         IF NOT WSS-DEPTMST-OK
032900             DISPLAY 'COBUSRM - DEPTMST READ FAILED, STATUS '
033000                     WSS-DEPTMST-STATUS ' KEY ' DM-DEPT-CODE
033100             MOVE 12 TO RETURN-CODE
033200             STOP RUN
033300         END-IF
033400         IF DM-INACTIVE
033500             PERFORM 4000-REPORT-CARD-ERROR
033600             MOVE 'DEPARTMENT INACTIVE - ADD SKIPPED'
033700               TO WSS-DET-TEXT
033800             PERFORM 3100-WRITE-DETAIL-LINE
033900             GO TO 2100-EXIT
034000         END-IF
034100     END-IF
034200     MOVE SPACES TO UA-AUTH-RECORD
034300     MOVE USC-USER-ID TO UA-USER-ID
034400     MOVE USC-DEPT-CODE TO UA-DEPT-CODE
034500     MOVE WSS-RUN-DATE-YMD TO UA-GRANTED-DATE
034600     MOVE USC-GRANTED-BY TO UA-GRANTED-BY
034700     WRITE UA-AUTH-RECORD
034800     IF WSS-USRAUTH-DUPLICATE
034900         PERFORM 4000-REPORT-CARD-ERROR
035000         MOVE 'ALREADY GRANTED - ADD SKIPPED' TO WSS-DET-TEXT
035100         PERFORM 3100-WRITE-DETAIL-LINE
035200         GO TO 2100-EXIT
035300     END-IF
035400     IF NOT WSS-USRAUTH-OK
035500         DISPLAY 'COBUSRM - USRAUTH WRITE FAILED, STATUS '
035600                 WSS-USRAUTH-STATUS ' KEY ' UA-KEY
035700         MOVE 12 TO RETURN-CODE
035800         STOP RUN
035900     END-IF
036000     ADD 1 TO WSS-APPLIED-COUNT
036100     PERFORM 4100-ECHO-CARD
036200     IF USC-ALL-DEPTS
036300         MOVE 'GRANTED ALL DEPARTMENTS' TO WSS-DET-TEXT
036400     ELSE
036500         MOVE 'GRANTED' TO WSS-DET-TEXT
036600     END-IF
036700     PERFORM 3100-WRITE-DETAIL-LINE.
036800 2100-EXIT.
036900     EXIT.
037000*
037100************************************************************
037200* 2200-APPLY-DELETE - WITHDRAWS ONE GRANT. THE DEPARTMENT   *
037300*   IS NOT CHECKED ON DEPTMST, SO A GRANT FOR A DEPARTMENT  *
037400*   SINCE REMOVED CAN STILL BE CLEARED OFF.                 *
037500************************************************************
037600 2200-APPLY-DELETE.
037700     MOVE USC-USER-ID TO UA-USER-ID
037800     MOVE USC-DEPT-CODE TO UA-DEPT-CODE
037900     DELETE USRAUTH-FILE RECORD
038000     IF WSS-USRAUTH-NOT-FOUND
038100         PERFORM 4000-REPORT-CARD-ERROR
038200         MOVE 'NOT GRANTED - DELETE SKIPPED' TO WSS-DET-TEXT
038300         PERFORM 3100-WRITE-DETAIL-LINE
038400         GO TO 2200-EXIT
038500     END-IF
038600     IF NOT WSS-USRAUTH-OK
038700         DISPLAY 'COBUSRM - USRAUTH DELETE FAILED, STATUS '
038800                 WSS-USRAUTH-STATUS ' KEY ' UA-KEY
038900         MOVE 12 TO RETURN-CODE
039000         STOP RUN
039100     END-IF
039200     ADD 1 TO WSS-APPLIED-COUNT
039300     PERFORM 4100-ECHO-CARD
039400     MOVE 'WITHDRAWN' TO WSS-DET-TEXT
039500     PERFORM 3100-WRITE-DETAIL-LINE.
039600 2200-EXIT.
039700     EXIT.
039800*
039900************************************************************
040000* 3000-WRITE-HEADINGS - WRITES A NEW PAGE OF HEADINGS. THE  *
040100*   LISTING PAGES ALSO CARRY THE COLUMN HEADINGS.           *
040200************************************************************
040300 3000-WRITE-HEADINGS.
040400     ADD 1 TO WSS-PAGE-COUNT
040500     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
040600     WRITE USRMRPT-RECORD FROM WSS-HDG1-LINE
040700         AFTER ADVANCING PAGE
040800     MOVE 1 TO WSS-LINE-COUNT
040900     IF WSS-LIST-SECTION
041000         WRITE USRMRPT-RECORD FROM WSS-HDG2-LINE
041100             AFTER ADVANCING 2 LINES
041200         ADD 2 TO WSS-LINE-COUNT
041300     END-IF.
041400*
041500************************************************************
041600* 3050-CHECK-PAGE-BREAK - STARTS A NEW PAGE OF HEADINGS     *
041700*   WHENEVER THE CURRENT PAGE IS FULL.                      *
041800************************************************************
041900 3050-CHECK-PAGE-BREAK.
042000     IF WSS-LINE-COUNT NOT LESS THAN WSS-MAX-LINES
042100         PERFORM 3000-WRITE-HEADINGS
042200     END-IF.
042300*
042400 3100-WRITE-DETAIL-LINE.
042500     PERFORM 3050-CHECK-PAGE-BREAK
042600     WRITE USRMRPT-RECORD FROM WSS-DET-LINE
042700         AFTER ADVANCING 1 LINE
042800     ADD 1 TO WSS-LINE-COUNT.
042900*
043000************************************************************
043100* 4000-REPORT-CARD-ERROR - COUNTS ONE CARD THAT COULD NOT   *
043200*   BE APPLIED AND ECHOES IT AHEAD OF THE ERROR TEXT.       *
043300************************************************************
043400 4000-REPORT-CARD-ERROR.
043500     SET WSS-CARD-ERRORS TO TRUE
043600     ADD 1 TO WSS-ERROR-COUNT
043700     PERFORM 4100-ECHO-CARD.
043800*
043900 4100-ECHO-CARD.
044000     MOVE USC-ACTION TO WSS-DET-ACTION
044100     MOVE USC-USER-ID TO WSS-DET-USER
044200     MOVE USC-DEPT-CODE TO WSS-DET-CODE
044300     MOVE USC-GRANTED-BY TO WSS-DET-BY.
044400*
044500************************************************************
044600* 5000-LIST-AUTHORITY - LISTS EVERY GRANT ON USRAUTH, AFTER *
044700*   THE CARDS HAVE BEEN APPLIED, IN USER ID ORDER WITH THE  *
044800*   DEPARTMENT NAME FROM DEPTMST, AND PRINTS THE LISTING    *
044900*   TOTALS.                                                 *
045000************************************************************
045100 5000-LIST-AUTHORITY.
045200     SET WSS-LIST-SECTION TO TRUE
045300     PERFORM 3000-WRITE-HEADINGS
045400     MOVE LOW-VALUES TO UA-KEY
045500     START USRAUTH-FILE KEY IS NOT LESS THAN UA-KEY
045600     IF WSS-USRAUTH-NOT-FOUND
045700         SET WSS-AUTH-EOF TO TRUE
045800     ELSE
045900         IF NOT WSS-USRAUTH-OK
046000             DISPLAY 'COBUSRM - USRAUTH START FAILED, STATUS '
046100                     WSS-USRAUTH-STATUS
046200             MOVE 12 TO RETURN-CODE
046300             STOP RUN
046400         END-IF
046500         PERFORM 5100-READ-NEXT-GRANT
046600     END-IF
046700     PERFORM 5200-LIST-GRANT
046800             UNTIL WSS-AUTH-EOF
046900     PERFORM 3050-CHECK-PAGE-BREAK
047000     MOVE 'GRANTS ON FILE:               ' TO WSS-TOT-LABEL
047100     MOVE WSS-LIST-COUNT TO WSS-TOT-COUNT
047200     WRITE USRMRPT-RECORD FROM WSS-TOT-LINE
047300         AFTER ADVANCING 2 LINES
047400     ADD 2 TO WSS-LINE-COUNT
047500     MOVE 'USERS WITH AUTHORITY:         ' TO WSS-TOT-LABEL
047600     MOVE WSS-USER-COUNT TO WSS-TOT-COUNT
047700     PERFORM 7100-WRITE-TOTAL-LINE
047800     MOVE 'OPERATIONS (ALL DEPTS) USERS: ' TO WSS-TOT-LABEL
047900     MOVE WSS-OPS-COUNT TO WSS-TOT-COUNT
048000     PERFORM 7100-WRITE-TOTAL-LINE.
048100 5000-EXIT.
048200     EXIT.
048300*
048400 5100-READ-NEXT-GRANT.
048500     READ USRAUTH-FILE NEXT RECORD
048600     IF WSS-USRAUTH-END
048700         SET WSS-AUTH-EOF TO TRUE
048800     ELSE
048900         IF NOT WSS-USRAUTH-OK
049000             DISPLAY 'COBUSRM - USRAUTH READ FAILED, STATUS '
049100                     WSS-USRAUTH-STATUS
049200             MOVE 12 TO RETURN-CODE
049300             STOP RUN
049400         END-IF
049500     END-IF.
049600*
049700************************************************************
049800* 5200-LIST-GRANT - PRINTS ONE GRANT. A DEPARTMENT NO       *
049900*   LONGER ON DEPTMST IS FLAGGED SO THE GRANT CAN BE        *
050000*   WITHDRAWN.                                              *
050100************************************************************
050200 5200-LIST-GRANT.
050300     ADD 1 TO WSS-LIST-COUNT
050400     IF UA-USER-ID NOT EQUAL WSS-PREV-USER-ID
050500         ADD 1 TO WSS-USER-COUNT
050600         MOVE UA-USER-ID TO WSS-PREV-USER-ID
050700     END-IF
050800     MOVE UA-USER-ID TO WSS-LST-USER
050900     MOVE UA-DEPT-CODE TO WSS-LST-CODE
051000     IF UA-ALL-DEPTS
051100         ADD 1 TO WSS-OPS-COUNT
051200         MOVE 'ALL DEPARTMENTS - OPERATIONS' TO WSS-LST-NAME
051300     ELSE
051400         MOVE UA-DEPT-CODE TO DM-DEPT-CODE
051500         READ DEPTMST-FILE
051600         IF WSS-DEPTMST-OK
051700             MOVE DM-DEPT-NAME TO WSS-LST-NAME
051800         ELSE
051900             MOVE '*** NOT ON DEPTMST ***' TO WSS-LST-NAME
052000         END-IF
052100     END-IF
052200     MOVE UA-GRANTED-DATE TO WSS-GRANT-DATE-YMD
052300     MOVE WSS-GRANT-DATE-MM TO WSS-LST-DATE-MM
052400     MOVE WSS-GRANT-DATE-DD TO WSS-LST-DATE-DD
052500     MOVE WSS-GRANT-DATE-CCYY TO WSS-LST-DATE-CCYY
052600     MOVE UA-GRANTED-BY TO WSS-LST-BY
052700     PERFORM 3050-CHECK-PAGE-BREAK
052800     WRITE USRMRPT-RECORD FROM WSS-LST-LINE
052900         AFTER ADVANCING 1 LINE
053000     ADD 1 TO WSS-LINE-COUNT
053100     PERFORM 5100-READ-NEXT-GRANT.
053200*
053300************************************************************
053400* 7000-WRITE-TOTALS - PRINTS THE MAINTENANCE RUN TOTALS.    *
053500************************************************************
053600 7000-WRITE-TOTALS.
053700     PERFORM 3050-CHECK-PAGE-BREAK
053800     MOVE 'CONTROL CARDS READ:           ' TO WSS-TOT-LABEL
053900     MOVE WSS-CARD-COUNT TO WSS-TOT-COUNT
054000     WRITE USRMRPT-RECORD FROM WSS-TOT-LINE
054100         AFTER ADVANCING 2 LINES
054200     ADD 2 TO WSS-LINE-COUNT
054300     MOVE 'CARDS APPLIED:                ' TO WSS-TOT-LABEL
054400     MOVE WSS-APPLIED-COUNT TO WSS-TOT-COUNT
054500     PERFORM 7100-WRITE-TOTAL-LINE
054600     MOVE 'CARDS IN ERROR:               ' TO WSS-TOT-LABEL
054700     MOVE WSS-ERROR-COUNT TO WSS-TOT-COUNT
054800     PERFORM 7100-WRITE-TOTAL-LINE.
054900*
055000 7100-WRITE-TOTAL-LINE.
055100     PERFORM 3050-CHECK-PAGE-BREAK
055200     WRITE USRMRPT-RECORD FROM WSS-TOT-LINE
055300         AFTER ADVANCING 1 LINE
055400     ADD 1 TO WSS-LINE-COUNT.
055500*
055600************************************************************
055700* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
055800************************************************************
055900 8000-TERMINATE.
056000     CLOSE USRCARDS-FILE
056100     CLOSE USRAUTH-FILE
056200     CLOSE DEPTMST-FILE
056300     CLOSE USRMRPT-FILE.
