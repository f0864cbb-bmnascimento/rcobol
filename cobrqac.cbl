000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBRQAC.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBRQAC  - REQUEST CANCEL, HOLD AND RELEASE.              *
001000*                                                           *
001100*   APPLIES ACTION RECORDS (RQSTACT LAYOUT) TO THE RQSTMST  *
001200*   REQUEST LIFECYCLE MASTER. THE ACTIONS COME FROM THE     *
001300*   NBRE SCREEN THROUGH THE NBRA QUEUE, APPLIED AT THE TOP  *
001400*   OF THE NIGHTLY RUN, OR AS CARDS KEYED BY OPERATIONS AND *
001500*   RUN THROUGH COBRQACJ DURING THE DAY.                    *
001600*                                                           *
001700*     CANCEL   THE REQUEST IS MARKED CANCELLED. COBSUM      *
001800*              SKIPS IT FROM THEN ON - NO COMPUTE, NO       *
001900*              IFACOUT, SO NO CHARGE - AND LISTS IT ON      *
002000*              EXCPRPT. A CANCEL IS FINAL.                  *
002100*     HOLD     THE REQUEST IS MARKED HELD. COBSUM SKIPS IT  *
002200*              AND CARRIES IT FORWARD NIGHT AFTER NIGHT ON  *
002300*              THE NBRIN.HELD FEEDER UNTIL IT IS RELEASED   *
002400*              OR CANCELLED. THE STATUS THE HOLD REPLACED   *
002500*              IS KEPT IN RQ-PRIOR-STATUS.                  *
002600*     RELEASE  A HELD REQUEST IS MARKED RELEASED - OR PUT   *
002700*              BACK TO RECYCLED IF IT WAS A REPAIR IN       *
002800*              FLIGHT WHEN IT WAS HELD - AND THE NEXT       *
002900*              NIGHT'S COBSUM PROCESSES IT AS USUAL.        *
003000*                                                           *
003100*   A REQUEST ALREADY ANSWERED CANNOT BE CANCELLED OR HELD, *
003200*   A REJECT CAN BE CANCELLED BUT NOT HELD, AND THE ACTION  *
003300*   MUST NAME THE DEPARTMENT THE REQUEST BELONGS TO. AN ID  *
003400*   NOT YET ON THE MASTER (STILL WAITING FOR ITS FIRST      *
003500*   NIGHT) IS INSERTED CANCELLED OR HELD WITH TODAY AS ITS  *
003600*   RECEIVED DATE, PROVIDED ITS DEPARTMENT IS ON DEPTMST.   *
003700*   EVERY CHANGE IS ALSO WRITTEN TO THE RQSTJRNL JOURNAL.   *
003800*                                                           *
003900*   EVERY ACTION IS PRINTED ON ACTRPT, DONE OR REFUSED WITH *
004000*   THE REASON. THE RUN ENDS WITH RETURN CODE 4 WHEN ANY    *
004100*   ACTION WAS REFUSED AND 12 ON AN I/O FAILURE.            *
004200************************************************************
004300* MODIFICATION HISTORY                                      *
004400*----------------------------------------------------------*
004500* DATE       INIT  DESCRIPTION                              *
004600* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
004700************************************************************
004800*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT ACTIN-FILE   ASSIGN TO ACTIN
005600            ORGANIZATION IS SEQUENTIAL.
005700*
005800     SELECT RQSTMST-FILE ASSIGN TO RQSTMST
005900            ORGANIZATION IS INDEXED
006000            ACCESS MODE IS RANDOM
006100            RECORD KEY IS RQ-REQUEST-ID
006200            FILE STATUS IS WSS-RQSTMST-STATUS.
006300*
006400     SELECT DEPTMST-FILE ASSIGN TO DEPTMST
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE IS RANDOM
006700            RECORD KEY IS DM-DEPT-CODE
006800            FILE STATUS IS WSS-DEPTMST-STATUS.
006900*
007000     SELECT RQSTJRNL-FILE ASSIGN TO RQSTJRNL
007100            ORGANIZATION IS SEQUENTIAL.
007200*
007300     SELECT ACTRPT-FILE  ASSIGN TO ACTRPT
007400            ORGANIZATION IS SEQUENTIAL.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  ACTIN-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY RQSTACT.
008200*
008300 FD  RQSTMST-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY RQSTMST.
008600*
008700 FD  DEPTMST-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY DEPTMST.
009000*
009100 FD  RQSTJRNL-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  RQSTJRNL-RECORD            PIC X(80).
009500*
009600 FD  ACTRPT-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  ACTRPT-RECORD              PIC X(132).
010000*
010100 WORKING-STORAGE SECTION.
010200 01  WSS-SWITCHES.
010300     05  WSS-EOF-SW               PIC X(01)    VALUE 'N'.
010400         88  WSS-EOF                           VALUE 'Y'.
010500         88  WSS-NOT-EOF                       VALUE 'N'.
010600*
010700 01  WSS-RQSTMST-STATUS           PIC X(02)    VALUE SPACES.
010800     88  WSS-RQSTMST-OK                        VALUE '00'.
010900     88  WSS-RQSTMST-NOT-FOUND                 VALUE '23'.
011000*
011100 01  WSS-DEPTMST-STATUS           PIC X(02)    VALUE SPACES.
011200     88  WSS-DEPTMST-OK                        VALUE '00'.
011300     88  WSS-DEPTMST-NOT-FOUND                 VALUE '23'.
011400*
011500 77  WSS-CARD-COUNT               PIC 9(09)    VALUE ZEROS.
011600 77  WSS-CANCELLED-COUNT          PIC 9(09)    VALUE ZEROS.
011700 77  WSS-HELD-COUNT               PIC 9(09)    VALUE ZEROS.
011800 77  WSS-RELEASED-COUNT           PIC 9(09)    VALUE ZEROS.
011900 77  WSS-REFUSED-COUNT            PIC 9(09)    VALUE ZEROS.
012000*
012100*    THE TEXT LEFT IN RQ-REJECT-REASON SAYS WHO DID WHAT.
012200 01  WSS-ACTION-REASON.
012300     05  WSS-ACT-RSN-VERB         PIC X(13).
012400     05  WSS-ACT-RSN-USER         PIC X(08).
012500     05  FILLER                   PIC X(09)    VALUE SPACES.
012600*
012700 01  WSS-RUN-DATE-YMD             PIC 9(08).
012800 01  WSS-RUN-DATE-GROUP REDEFINES WSS-RUN-DATE-YMD.
012900     05  WSS-RUN-DATE-CCYY        PIC 9(04).
013000     05  WSS-RUN-DATE-MM          PIC 9(02).
013100     05  WSS-RUN-DATE-DD          PIC 9(02).
013200*
013300 01  WSS-RUN-DATE-DISPLAY.
013400     05  WSS-RUN-DATE-DISP-MM     PIC 9(02).
013500     05  FILLER                   PIC X(01)    VALUE '/'.
013600     05  WSS-RUN-DATE-DISP-DD     PIC 9(02).
013700     05  FILLER                   PIC X(01)    VALUE '/'.
013800     05  WSS-RUN-DATE-DISP-CCYY   PIC 9(04).
013900*
014000 01  WSS-RPT-CONTROLS.
014100     05  WSS-LINE-COUNT           PIC 9(03)    VALUE ZEROS.
014200     05  WSS-MAX-LINES            PIC 9(03)    VALUE 055.
014300     05  WSS-PAGE-COUNT           PIC 9(03)    VALUE ZEROS.
014400*
014500 01  WSS-HDG1-LINE.
014600     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
014700     05  FILLER                   PIC X(09)    VALUE SPACES.
014800     05  FILLER                   PIC X(40)
014900          VALUE 'COBRQAC - REQUEST CANCEL AND HOLD'.
015000     05  FILLER                   PIC X(10)    VALUE SPACES.
015100     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
015200     05  WSS-HDG1-DATE            PIC X(10).
015300*
015400 01  WSS-HDG2-LINE.
015500     05  WSS-HDG2-CC              PIC X(01)    VALUE ' '.
015600     05  FILLER                   PIC X(09)    VALUE SPACES.
015700     05  FILLER                   PIC X(10)    VALUE 'REQUEST'.
015800     05  FILLER                   PIC X(06)    VALUE 'DEPT'.
015900     05  FILLER                   PIC X(10)    VALUE 'ACTION'.
016000     05  FILLER                   PIC X(10)    VALUE 'USER'.
016100     05  FILLER                   PIC X(10)    VALUE 'RESULT'.
016200*
016300 01  WSS-DET-LINE.
016400     05  WSS-DET-CC               PIC X(01)    VALUE ' '.
016500     05  FILLER                   PIC X(09)    VALUE SPACES.
016600     05  WSS-DET-REQUEST          PIC X(08).
016700     05  FILLER                   PIC X(02)    VALUE SPACES.
016800     05  WSS-DET-DEPT             PIC X(04).
016900     05  FILLER                   PIC X(02)    VALUE SPACES.
017000     05  WSS-DET-ACTION           PIC X(08).
017100     05  FILLER                   PIC X(02)    VALUE SPACES.
017200     05  WSS-DET-USER             PIC X(08).
017300     05  FILLER                   PIC X(02)    VALUE SPACES.
017400     05  WSS-DET-RESULT           PIC X(08).
017500     05  FILLER                   PIC X(02)    VALUE SPACES.
017600     05  WSS-DET-TEXT             PIC X(40).
017700*
017800 01  WSS-TOT-LINE.
017900     05  WSS-TOT-CC               PIC X(01)    VALUE ' '.
018000     05  FILLER                   PIC X(09)    VALUE SPACES.
018100     05  WSS-TOT-LABEL            PIC X(30).
018200     05  WSS-TOT-COUNT            PIC Z(08)9.
018300*
018400 PROCEDURE DIVISION.
018500*
018600************************************************************
018700* 0000-MAIN-PROCEDURE - APPLIES EVERY ACTION, PRINTS THE    *
018800*   TOTALS AND SETS THE RETURN CODE.                        *
018900************************************************************
019000 0000-MAIN-PROCEDURE.
019100     PERFORM 1000-INITIALIZE
019200     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
019300             UNTIL WSS-EOF
019400     PERFORM 7000-WRITE-TOTALS
019500     PERFORM 8000-TERMINATE
019600     IF WSS-REFUSED-COUNT GREATER THAN ZERO
019700         MOVE 4 TO RETURN-CODE
019800     END-IF
019900     STOP RUN.
020000*
020100************************************************************
020200* 1000-INITIALIZE - OPEN FILES, ESTABLISH THE RUN DATE,     *
020300*   PRINT THE FIRST PAGE OF HEADINGS AND PRIME THE READ.    *
020400************************************************************
020500 1000-INITIALIZE.
020600     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
020700     OPEN INPUT ACTIN-FILE
020800     OPEN I-O RQSTMST-FILE
020900     IF NOT WSS-RQSTMST-OK
021000         DISPLAY 'COBRQAC - RQSTMST OPEN FAILED, STATUS '
021100                 WSS-RQSTMST-STATUS
021200         MOVE 12 TO RETURN-CODE
021300         STOP RUN
021400     END-IF
021500     OPEN INPUT DEPTMST-FILE
021600     IF NOT WSS-DEPTMST-OK
021700         DISPLAY 'COBRQAC - DEPTMST OPEN FAILED, STATUS '
021800                 WSS-DEPTMST-STATUS
021900         MOVE 12 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200     OPEN OUTPUT RQSTJRNL-FILE
022300     OPEN OUTPUT ACTRPT-FILE
022400     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
022500     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
022600     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
022700     PERFORM 3000-WRITE-HEADINGS
022800     PERFORM 1100-READ-ACTIN.
022900*
023000 1100-READ-ACTIN.
023100     READ ACTIN-FILE
023200         AT END
023300             SET WSS-EOF TO TRUE
023400     END-READ.
023500*
023600************************************************************
023700* 2000-PROCESS-ACTION - APPLIES ONE ACTION AND PRINTS ITS   *
023800*   LINE. A CARD WITH AN ASTERISK IN COLUMN 1, OR A BLANK   *
023900*   CARD, IS A COMMENT.                                     *
024000************************************************************
024100 2000-PROCESS-ACTION.
024200     IF AC-ACTION-RECORD EQUAL SPACES
024300       OR AC-REQUEST-ID (1:1) EQUAL '*'
024400         GO TO 2000-NEXT
024500     END-IF
024600     ADD 1 TO WSS-CARD-COUNT
024700     MOVE AC-REQUEST-ID TO WSS-DET-REQUEST
024800     MOVE AC-DEPT-CODE TO WSS-DET-DEPT
024900     MOVE AC-USER-ID TO WSS-DET-USER
025000     MOVE AC-ACTION-CODE TO WSS-DET-ACTION
025100     IF AC-CANCEL
025200         MOVE 'CANCEL' TO WSS-DET-ACTION
025300     END-IF
025400     IF AC-HOLD
025500         MOVE 'HOLD' TO WSS-DET-ACTION
025600     END-IF
025700     IF AC-RELEASE
025800         MOVE 'RELEASE' TO WSS-DET-ACTION
025900     END-IF
026000     MOVE 'DONE' TO WSS-DET-RESULT
026100     MOVE SPACES TO WSS-DET-TEXT
026200     IF AC-USER-ID EQUAL SPACES
026300         MOVE 'BATCH' TO WSS-ACT-RSN-USER
026400     ELSE
026500         MOVE AC-USER-ID TO WSS-ACT-RSN-USER
026600     END-IF
026700     PERFORM 2100-APPLY-ACTION THRU 2100-EXIT
026800     PERFORM 3100-WRITE-DETAIL-LINE.
026900 2000-NEXT.
027000     PERFORM 1100-READ-ACTIN.
027100 2000-EXIT.
027200     EXIT.
027300*
027400************************************************************
027500* 2100-APPLY-ACTION - EDITS THE ACTION AND SENDS IT TO THE  *
027600*   RULES FOR A REQUEST ALREADY ON THE MASTER OR FOR ONE    *
027700*   NOT YET SEEN.                                           *
027800************************************************************
027900 2100-APPLY-ACTION.
028000     IF AC-REQUEST-ID EQUAL SPACES
028100         MOVE 'REQUEST ID MISSING' TO WSS-DET-TEXT
028200         PERFORM 4000-REFUSE-ACTION
028300         GO TO 2100-EXIT
028400     END-IF
028500     IF NOT AC-CANCEL AND NOT AC-HOLD AND NOT AC-RELEASE
028600         MOVE 'ACTION MUST BE C, H OR L' TO WSS-DET-TEXT
028700         PERFORM 4000-REFUSE-ACTION
028800         GO TO 2100-EXIT
028900     END-IF
029000     MOVE AC-REQUEST-ID TO RQ-REQUEST-ID
029100     READ RQSTMST-FILE
029200     IF WSS-RQSTMST-OK
029300         PERFORM 2200-ACTION-ON-REQUEST THRU 2200-EXIT
029400         GO TO 2100-EXIT
029500     END-IF
029600     IF NOT WSS-RQSTMST-NOT-FOUND
029700         DISPLAY 'COBRQAC - RQSTMST READ FAILED, STATUS '
029800                 WSS-RQSTMST-STATUS ' KEY ' RQ-REQUEST-ID
029900         MOVE 12 TO RETURN-CODE
030000         STOP RUN
030100     END-IF
030200     PERFORM 2300-ACTION-ON-NEW-REQUEST THRU 2300-EXIT.
030300 2100-EXIT.
030400     EXIT.
030500*
030600************************************************************
030700* 2200-ACTION-ON-REQUEST - THE REQUEST IS ON THE MASTER.    *
030800*   ANSWERED AND CANCELLED REQUESTS ARE FINAL; A HOLD SAVES *
030900*   THE STATUS IT REPLACES; A RELEASE PUTS A RECYCLED       *
031000*   REQUEST BACK TO RECYCLED SO COBSUM STILL RE-ANSWERS IT. *
031100************************************************************
031200 2200-ACTION-ON-REQUEST.
031300     IF RQ-DEPT-CODE NOT EQUAL AC-DEPT-CODE
031400         MOVE 'REQUEST BELONGS TO ANOTHER DEPARTMENT'
031500           TO WSS-DET-TEXT
031600         PERFORM 4000-REFUSE-ACTION
031700         GO TO 2200-EXIT
031800     END-IF
031900     IF RQ-ANSWERED OR RQ-REANSWERED
032000         MOVE 'REQUEST ALREADY ANSWERED' TO WSS-DET-TEXT
032100         PERFORM 4000-REFUSE-ACTION
032200         GO TO 2200-EXIT
032300     END-IF
032400     IF RQ-CANCELLED
032500         MOVE 'REQUEST ALREADY CANCELLED' TO WSS-DET-TEXT
032600         PERFORM 4000-REFUSE-ACTION
032700         GO TO 2200-EXIT
032800     END-IF
032900     IF AC-CANCEL
033000         SET RQ-CANCELLED TO TRUE
033100         MOVE SPACES TO RQ-PRIOR-STATUS
033200         MOVE 'CANCELLED BY' TO WSS-ACT-RSN-VERB
033300         MOVE 'NOW CANCELLED' TO WSS-DET-TEXT
033400         ADD 1 TO WSS-CANCELLED-COUNT
033500         PERFORM 5000-REWRITE-REQUEST
033600         GO TO 2200-EXIT
033700     END-IF
033800     IF AC-HOLD
033900         PERFORM 2250-HOLD-REQUEST THRU 2250-EXIT
034000         GO TO 2200-EXIT
034100     END-IF
034200     IF NOT RQ-HELD
034300         MOVE 'REQUEST IS NOT HELD' TO WSS-DET-TEXT
034400         PERFORM 4000-REFUSE-ACTION
034500         GO TO 2200-EXIT
034600     END-IF
034700     IF RQ-PRIOR-STATUS EQUAL 'C'
034800         SET RQ-RECYCLED TO TRUE
034900         MOVE 'NOW RELEASED - BACK TO RECYCLED' TO WSS-DET-TEXT
035000     ELSE
035100         SET RQ-RELEASED TO TRUE
035200         MOVE 'NOW RELEASED FOR THE NEXT RUN' TO WSS-DET-TEXT
035300     END-IF
035400     MOVE SPACES TO RQ-PRIOR-STATUS
035500     MOVE 'RELEASED BY' TO WSS-ACT-RSN-VERB
035600     ADD 1 TO WSS-RELEASED-COUNT
035700     PERFORM 5000-REWRITE-REQUEST.
035800 2200-EXIT.
035900     EXIT.
036000*
036100 2250-HOLD-REQUEST.
036200     IF RQ-HELD
036300         MOVE 'REQUEST ALREADY HELD' TO WSS-DET-TEXT
036400         PERFORM 4000-REFUSE-ACTION
036500         GO TO 2250-EXIT
036600     END-IF
036700     IF RQ-REJECTED
036800         MOVE 'REJECTED - CANCEL OR REPAIR IT INSTEAD'
036900           TO WSS-DET-TEXT
037000         PERFORM 4000-REFUSE-ACTION
037100         GO TO 2250-EXIT
037200     END-IF
037300     MOVE RQ-STATUS-CODE TO RQ-PRIOR-STATUS
037400     SET RQ-HELD TO TRUE
037500     MOVE 'HELD BY' TO WSS-ACT-RSN-VERB
037600     MOVE 'NOW HELD' TO WSS-DET-TEXT
037700     ADD 1 TO WSS-HELD-COUNT
037800     PERFORM 5000-REWRITE-REQUEST.
037900 2250-EXIT.
038000     EXIT.
038100*
038200************************************************************
038300* 2300-ACTION-ON-NEW-REQUEST - THE REQUEST HAS NOT BEEN     *
038400*   THROUGH A NIGHTLY RUN YET. A CANCEL OR HOLD INSERTS ITS *
038500*   RECORD AHEAD OF THAT RUN, ONCE THE DEPARTMENT IS FOUND  *
038600*   ON DEPTMST; THERE IS NOTHING TO RELEASE.                *
038700************************************************************
038800 2300-ACTION-ON-NEW-REQUEST.
038900     IF AC-RELEASE
039000         MOVE 'REQUEST IS NOT HELD' TO WSS-DET-TEXT
039100         PERFORM 4000-REFUSE-ACTION
039200         GO TO 2300-EXIT
039300     END-IF
039400     MOVE AC-DEPT-CODE TO DM-DEPT-CODE
039500     READ DEPTMST-FILE
039600     IF WSS-DEPTMST-NOT-FOUND
039700         MOVE 'DEPARTMENT NOT ON DEPTMST' TO WSS-DET-TEXT
039800         PERFORM 4000-REFUSE-ACTION
039900         GO TO 2300-EXIT
040000     END-IF
040100     IF NOT WSS-DEPTMST-OK
040200         DISPLAY 'COBRQAC - DEPTMST READ FAILED, STATUS '
040300                 WSS-DEPTMST-STATUS ' KEY ' DM-DEPT-CODE
040400         MOVE 12 TO RETURN-CODE
040500         STOP RUN
040600     END-IF
040700     MOVE SPACES TO RQ-MASTER-RECORD
040800     MOVE AC-REQUEST-ID TO RQ-REQUEST-ID
040900     MOVE AC-DEPT-CODE TO RQ-DEPT-CODE
041000     MOVE WSS-RUN-DATE-YMD TO RQ-RECEIVED-DATE
041100     IF AC-CANCEL
041200         SET RQ-CANCELLED TO TRUE
041300         MOVE 'CANCELLED BY' TO WSS-ACT-RSN-VERB
041400         MOVE 'NOW CANCELLED - NOT YET RUN' TO WSS-DET-TEXT
041500         ADD 1 TO WSS-CANCELLED-COUNT
041600     ELSE
041700         SET RQ-HELD TO TRUE
041800         MOVE 'HELD BY' TO WSS-ACT-RSN-VERB
041900         MOVE 'NOW HELD - NOT YET RUN' TO WSS-DET-TEXT
042000         ADD 1 TO WSS-HELD-COUNT
042100     END-IF
042200     PERFORM 5100-INSERT-REQUEST.
042300 2300-EXIT.
042400     EXIT.
042500*
042600************************************************************
042700* 3000-WRITE-HEADINGS - WRITES A NEW PAGE OF HEADINGS.      *
042800************************************************************
042900 3000-WRITE-HEADINGS.
043000     ADD 1 TO WSS-PAGE-COUNT
043100     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
043200     WRITE ACTRPT-RECORD FROM WSS-HDG1-LINE
043300         AFTER ADVANCING PAGE
043400     WRITE ACTRPT-RECORD FROM WSS-HDG2-LINE
043500         AFTER ADVANCING 2 LINES
043600     MOVE 3 TO WSS-LINE-COUNT.
043700*
043800************************************************************
043900* 3050-CHECK-PAGE-BREAK - STARTS A NEW PAGE OF HEADINGS     *
044000*   WHENEVER THE CURRENT PAGE IS FULL.                      *
044100************************************************************
044200 3050-CHECK-PAGE-BREAK.
044300     IF WSS-LINE-COUNT NOT LESS THAN WSS-MAX-LINES
044400         PERFORM 3000-WRITE-HEADINGS
044500     END-IF.
044600*
044700 3100-WRITE-DETAIL-LINE.
044800     PERFORM 3050-CHECK-PAGE-BREAK
044900     WRITE ACTRPT-RECORD FROM WSS-DET-LINE
045000         AFTER ADVANCING 1 LINE
045100     ADD 1 TO WSS-LINE-COUNT.
045200*
045300************************************************************
045400* 4000-REFUSE-ACTION - MARKS THE CURRENT ACTION REFUSED.    *
045500*   THE REASON IS ALREADY IN WSS-DET-TEXT; THE MASTER IS    *
045600*   NOT TOUCHED.                                            *
045700************************************************************
045800 4000-REFUSE-ACTION.
045900     MOVE 'REFUSED' TO WSS-DET-RESULT
046000     ADD 1 TO WSS-REFUSED-COUNT.
046100*
046200************************************************************
046300* 5000-REWRITE-REQUEST - STAMPS TODAY'S STATUS DATE AND WHO *
046400*   ACTED ON THE RECORD IN THE FD AREA, REWRITES IT AND     *
046500*   JOURNALS THE AFTER-IMAGE.                               *
046600************************************************************
046700 5000-REWRITE-REQUEST.
046800     MOVE WSS-RUN-DATE-YMD TO RQ-STATUS-DATE
046900     MOVE WSS-ACTION-REASON TO RQ-REJECT-REASON
047000     REWRITE RQ-MASTER-RECORD
047100     PERFORM 5200-CHECK-UPDATE
047200     WRITE RQSTJRNL-RECORD FROM RQ-MASTER-RECORD.
047300*
047400************************************************************
047500* 5100-INSERT-REQUEST - AS 5000, FOR A REQUEST NEW TO THE   *
047600*   MASTER.                                                 *
047700************************************************************
047800 5100-INSERT-REQUEST.
047900     MOVE WSS-RUN-DATE-YMD TO RQ-STATUS-DATE
048000     MOVE WSS-ACTION-REASON TO RQ-REJECT-REASON
048100     WRITE RQ-MASTER-RECORD
048200     PERFORM 5200-CHECK-UPDATE
048300     WRITE RQSTJRNL-RECORD FROM RQ-MASTER-RECORD.
048400*
048500 5200-CHECK-UPDATE.
048600     IF NOT WSS-RQSTMST-OK
048700         DISPLAY 'COBRQAC - RQSTMST UPDATE FAILED, STATUS '
048800                 WSS-RQSTMST-STATUS ' KEY ' RQ-REQUEST-ID
048900         MOVE 12 TO RETURN-CODE
049000         STOP RUN
049100     END-IF.
049200*
049300************************************************************
049400* 7000-WRITE-TOTALS - PRINTS THE ACTION RUN TOTALS.         *
049500************************************************************
049600 7000-WRITE-TOTALS.
049700     PERFORM 3050-CHECK-PAGE-BREAK
049800     MOVE 'ACTIONS READ:                 ' TO WSS-TOT-LABEL
049900     MOVE WSS-CARD-COUNT TO WSS-TOT-COUNT
050000     WRITE ACTRPT-RECORD FROM WSS-TOT-LINE
050100         AFTER ADVANCING 2 LINES
050200     ADD 2 TO WSS-LINE-COUNT
050300     MOVE 'CANCELLED:                    ' TO WSS-TOT-LABEL
050400     MOVE WSS-CANCELLED-COUNT TO WSS-TOT-COUNT
050500     PERFORM 7100-WRITE-TOTAL-LINE
050600     MOVE 'HELD:                         ' TO WSS-TOT-LABEL
050700     MOVE WSS-HELD-COUNT TO WSS-TOT-COUNT
050800     PERFORM 7100-WRITE-TOTAL-LINE
050900     MOVE 'RELEASED:                     ' TO WSS-TOT-LABEL
051000     MOVE WSS-RELEASED-COUNT TO WSS-TOT-COUNT
051100     PERFORM 7100-WRITE-TOTAL-LINE
051200     MOVE 'REFUSED:                      ' TO WSS-TOT-LABEL
051300     MOVE WSS-REFUSED-COUNT TO WSS-TOT-COUNT
051400     PERFORM 7100-WRITE-TOTAL-LINE.
051500*
051600 7100-WRITE-TOTAL-LINE.
051700     PERFORM 3050-CHECK-PAGE-BREAK
051800     WRITE ACTRPT-RECORD FROM WSS-TOT-LINE
051900         AFTER ADVANCING 1 LINE
052000     ADD 1 TO WSS-LINE-COUNT.
052100*
052200************************************************************
052300* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
052400************************************************************
052500 8000-TERMINATE.
052600     CLOSE ACTIN-FILE
052700     CLOSE RQSTMST-FILE
052800     CLOSE DEPTMST-FILE
052900     CLOSE RQSTJRNL-FILE
053000     CLOSE ACTRPT-FILE.
