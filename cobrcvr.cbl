000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBRCVR.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBRCVR  - VSAM MASTER FORWARD RECOVERY.                  *
001000*                                                           *
001100*   RUNS IN COBRCVRJ AFTER THE FOUR MASTERS - RSLTMST,      *
001200*   RQSTMST, AMICMST AND DEPTMST - HAVE BEEN REDEFINED      *
001300*   EMPTY AND RELOADED FROM THE LATEST COBBKUPJ BACKUP      *
001400*   GENERATION. IT ROLLS THE RESTORED MASTERS FORWARD TO    *
001500*   THE POINT OF FAILURE AND PROVES THE RESULT:             *
001600*                                                           *
001700*   - EVERY BACKUP GENERATION IS COUNTED, GIVING THE        *
001800*     RECORD COUNT EACH MASTER STARTS FROM.                 *
001900*   - THE IFACOUT HISTORY SINCE THE BACKUP IS REAPPLIED TO  *
002000*     RSLTMST THE WAY COBRMLD LOADS IT: A NUMBER ALREADY ON *
002100*     THE MASTER IS LEFT AS IS, A MISSING ONE IS INSERTED   *
002200*     WITH ITS CLASSIFICATION AND TODAY AS ITS DATE FIRST   *
002300*     COMPUTED.                                             *
002400*   - THE RQSTJRNL STATUS-CHANGE JOURNAL COBSUM, COBEXFIX   *
002450*     AND COBRQAC (CANCEL, HOLD AND RELEASE) HAVE WRITTEN   *
002500*     SINCE THE BACKUP IS REPLAYED OVER RQSTMST IN THE      *
002600*     ORDER IT WAS WRITTEN. EACH                            *
002700*     JOURNAL RECORD IS A WHOLE-RECORD AFTER-IMAGE, SO A    *
002800*     REQUEST NOT ON THE MASTER IS INSERTED AND ONE ALREADY *
002900*     THERE IS REPLACED, AND THE LAST IMAGE OF A REQUEST    *
003000*     WINS.                                                 *
003100*   - AMICMST AND DEPTMST HAVE NO HISTORY HERE AND ARE      *
003200*     ONLY RESTORED (SEE COBRCVRJ FOR WHAT TO RERUN).       *
003300*   - EVERY REBUILT MASTER IS THEN READ END TO END AND      *
003400*     COUNTED.                                              *
003500*                                                           *
003600*   THE RECOVERY REPORT SHOWS, PER MASTER, THE BACKUP       *
003700*   COUNT, THE HISTORY RECORDS READ, THE INSERTS AND        *
003800*   REPLACEMENTS MADE, THE REBUILT COUNT AND THE COUNT      *
003900*   EXPECTED (BACKUP PLUS INSERTS). A MASTER WHOSE REBUILT  *
004000*   COUNT DIFFERS FROM ITS EXPECTED COUNT IS FLAGGED OUT    *
004100*   OF BALANCE AND THE RUN ENDS WITH RETURN CODE 8. AN I/O  *
004200*   FAILURE ON A MASTER ENDS THE RUN WITH RETURN CODE 12.   *
004300************************************************************
004400* MODIFICATION HISTORY                                      *
004500*----------------------------------------------------------*
004600* DATE       INIT  DESCRIPTION                              *
004700* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
004750* 2026-10-15  RA   HEADER NOW NAMES COBRQAC AMONG THE       *
004760*                  RQSTJRNL WRITERS REPLAYED HERE.          *
004800************************************************************
004900*
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-370.
005300 OBJECT-COMPUTER.   IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT BKRSLT-FILE  ASSIGN TO BKRSLT
005700            ORGANIZATION IS SEQUENTIAL.
005800*
005900     SELECT BKRQST-FILE  ASSIGN TO BKRQST
006000            ORGANIZATION IS SEQUENTIAL.
006100*
006200     SELECT BKAMIC-FILE  ASSIGN TO BKAMIC
006300            ORGANIZATION IS SEQUENTIAL.
006400*
006500     SELECT BKDEPT-FILE  ASSIGN TO BKDEPT
006600            ORGANIZATION IS SEQUENTIAL.
006700*
006800     SELECT IFACIN-FILE  ASSIGN TO IFACOUT
006900            ORGANIZATION IS SEQUENTIAL.
007000*
007100     SELECT RQSTJRNL-FILE ASSIGN TO RQSTJRNL
007200            ORGANIZATION IS SEQUENTIAL.
007300*
007400     SELECT RSLTMST-FILE ASSIGN TO RSLTMST
007500            ORGANIZATION IS INDEXED
007600            ACCESS MODE IS DYNAMIC
007700            RECORD KEY IS RM-NUMBER
007800            FILE STATUS IS WSS-RSLTMST-STATUS.
007900*
008000     SELECT RQSTMST-FILE ASSIGN TO RQSTMST
008100            ORGANIZATION IS INDEXED
008200            ACCESS MODE IS DYNAMIC
008300            RECORD KEY IS RQ-REQUEST-ID
008400            FILE STATUS IS WSS-RQSTMST-STATUS.
008500*
008600     SELECT AMICMST-FILE ASSIGN TO AMICMST
008700            ORGANIZATION IS INDEXED
008800            ACCESS MODE IS SEQUENTIAL
008900            RECORD KEY IS AM-KEY-NUMBER
009000            FILE STATUS IS WSS-AMICMST-STATUS.
009100*
009200     SELECT DEPTMST-FILE ASSIGN TO DEPTMST
009300            ORGANIZATION IS INDEXED
009400            ACCESS MODE IS SEQUENTIAL
009500            RECORD KEY IS DM-DEPT-CODE
009600            FILE STATUS IS WSS-DEPTMST-STATUS.
009700*
009800     SELECT RCVRRPT-FILE ASSIGN TO RCVRRPT
009900            ORGANIZATION IS SEQUENTIAL.
010000*
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  BKRSLT-FILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 01  BKRSLT-RECORD              PIC X(80).
010700*
010800 FD  BKRQST-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  BKRQST-RECORD              PIC X(80).
011200*
011300*    THE AMICMST BACKUP IS VARIABLE LENGTH - THE BOOTSTRAP
011400*    DUMMY IS A SHORT 80-BYTE RECORD.
011500 FD  BKAMIC-FILE
011600     RECORDING MODE IS V
011700     RECORD IS VARYING IN SIZE FROM 80 TO 400 CHARACTERS
011800     LABEL RECORDS ARE STANDARD.
011900 01  BKAMIC-RECORD              PIC X(400).
012000*
012100 FD  BKDEPT-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  BKDEPT-RECORD              PIC X(80).
012500*
012600 FD  IFACIN-FILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900 01  IFACIN-RECORD.
013000     05  IFACIN-NUMBER          PIC 9(11).
013100     05  IFACIN-SUM             PIC 9(11).
013200     05  IFACIN-REQUEST-ID      PIC X(08).
013300     05  IFACIN-DEPT-CODE       PIC X(04).
013400     05  FILLER                 PIC X(46).
013500*
013600 FD  RQSTJRNL-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900 01  RQSTJRNL-RECORD            PIC X(80).
014000*
014100 FD  RSLTMST-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY RSLTMST.
014400*
014500 FD  RQSTMST-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY RQSTMST.
014800*
014900 FD  AMICMST-FILE
015000     LABEL RECORDS ARE STANDARD.
015100     COPY AMICMST.
015200*
015300 FD  DEPTMST-FILE
015400     LABEL RECORDS ARE STANDARD.
015500     COPY DEPTMST.
015600*
015700 FD  RCVRRPT-FILE
015800     RECORDING MODE IS F
015900     LABEL RECORDS ARE STANDARD.
016000 01  RCVRRPT-RECORD             PIC X(132).
016100*
016200 WORKING-STORAGE SECTION.
016300 01  WSS-SWITCHES.
016400     05  WSS-EOF-SW               PIC X(01)    VALUE 'N'.
016500         88  WSS-EOF                           VALUE 'Y'.
016600         88  WSS-NOT-EOF                       VALUE 'N'.
016700     05  WSS-BALANCE-SW           PIC X(01)    VALUE 'Y'.
016800         88  WSS-ALL-IN-BALANCE                VALUE 'Y'.
016900         88  WSS-OUT-OF-BALANCE                VALUE 'N'.
017000*
017100 01  WSS-RSLTMST-STATUS           PIC X(02)    VALUE SPACES.
017200     88  WSS-RSLTMST-OK                        VALUE '00'.
017300     88  WSS-RSLTMST-NOT-FOUND                 VALUE '23'.
017400     88  WSS-RSLTMST-END                       VALUE '10'.
017500*
017600 01  WSS-RQSTMST-STATUS           PIC X(02)    VALUE SPACES.
017700     88  WSS-RQSTMST-OK                        VALUE '00'.
017800     88  WSS-RQSTMST-NOT-FOUND                 VALUE '23'.
017900     88  WSS-RQSTMST-END                       VALUE '10'.
018000*
018100 01  WSS-AMICMST-STATUS           PIC X(02)    VALUE SPACES.
018200     88  WSS-AMICMST-OK                        VALUE '00'.
018300     88  WSS-AMICMST-SHORT                     VALUE '04'.
018400     88  WSS-AMICMST-END                       VALUE '10'.
018500*
018600 01  WSS-DEPTMST-STATUS           PIC X(02)    VALUE SPACES.
018700     88  WSS-DEPTMST-OK                        VALUE '00'.
018800     88  WSS-DEPTMST-END                       VALUE '10'.
018900*
019000 77  WSS-BKUP-RSLT-COUNT          PIC 9(09)    VALUE ZEROS.
019100 77  WSS-BKUP-RQST-COUNT          PIC 9(09)    VALUE ZEROS.
019200 77  WSS-BKUP-AMIC-COUNT          PIC 9(09)    VALUE ZEROS.
019300 77  WSS-BKUP-DEPT-COUNT          PIC 9(09)    VALUE ZEROS.
019400 77  WSS-MST-RSLT-COUNT           PIC 9(09)    VALUE ZEROS.
019500 77  WSS-MST-RQST-COUNT           PIC 9(09)    VALUE ZEROS.
019600 77  WSS-MST-AMIC-COUNT           PIC 9(09)    VALUE ZEROS.
019700 77  WSS-MST-DEPT-COUNT           PIC 9(09)    VALUE ZEROS.
019800 77  WSS-IFAC-READ-COUNT          PIC 9(09)    VALUE ZEROS.
019900 77  WSS-IFAC-INSERT-COUNT        PIC 9(09)    VALUE ZEROS.
020000 77  WSS-JRNL-READ-COUNT          PIC 9(09)    VALUE ZEROS.
020100 77  WSS-JRNL-INSERT-COUNT        PIC 9(09)    VALUE ZEROS.
020200 77  WSS-JRNL-REPLACE-COUNT       PIC 9(09)    VALUE ZEROS.
020300*
020400 01  WSS-CLASS-COMPARE            PIC 9(12).
020500*
020600*    ONE MASTER'S FIGURES, LOADED BY THE CALLER OF
020700*    7100-WRITE-MASTER-LINE.
020800 01  WSS-BAL-WORK.
020900     05  WSS-BAL-MASTER           PIC X(08).
021000     05  WSS-BAL-BACKUP           PIC 9(09).
021100     05  WSS-BAL-HISTORY          PIC 9(09).
021200     05  WSS-BAL-INSERTED         PIC 9(09).
021300     05  WSS-BAL-REPLACED         PIC 9(09).
021400     05  WSS-BAL-REBUILT          PIC 9(09).
021500     05  WSS-BAL-EXPECTED         PIC 9(09).
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
023000 01  WSS-HDG1-LINE.
023100     05  WSS-HDG1-CC              PIC X(01)    VALUE '1'.
023200     05  FILLER                   PIC X(09)    VALUE SPACES.
023300     05  FILLER                   PIC X(36)
023400          VALUE 'COBRCVR - MASTER RECOVERY REPORT'.
023500     05  FILLER                   PIC X(14)    VALUE SPACES.
023600     05  FILLER                   PIC X(10)    VALUE 'RUN DATE: '.
023700     05  WSS-HDG1-DATE            PIC X(10).
023800*
023900 01  WSS-HDG2-LINE.
024000     05  WSS-HDG2-CC              PIC X(01)    VALUE '0'.
024100     05  FILLER                   PIC X(09)    VALUE SPACES.
024200     05  FILLER                   PIC X(30)
024300          VALUE 'MASTER       BACKUP    HISTORY'.
024400     05  FILLER                   PIC X(33)
024500          VALUE '   INSERTED   REPLACED    REBUILT'.
024600     05  FILLER                   PIC X(19)
024700          VALUE '   EXPECTED  RESULT'.
024800*
024900 01  WSS-BAL-LINE.
025000     05  WSS-BAL-CC               PIC X(01)    VALUE ' '.
025100     05  FILLER                   PIC X(09)    VALUE SPACES.
025200     05  WSS-BAL-LN-MASTER        PIC X(08).
025300     05  FILLER                   PIC X(02)    VALUE SPACES.
025400     05  WSS-BAL-LN-BACKUP        PIC Z(08)9.
025500     05  FILLER                   PIC X(02)    VALUE SPACES.
025600     05  WSS-BAL-LN-HISTORY       PIC Z(08)9.
025700     05  FILLER                   PIC X(02)    VALUE SPACES.
025800     05  WSS-BAL-LN-INSERTED      PIC Z(08)9.
025900     05  FILLER                   PIC X(02)    VALUE SPACES.
026000     05  WSS-BAL-LN-REPLACED      PIC Z(08)9.
026100     05  FILLER                   PIC X(02)    VALUE SPACES.
026200     05  WSS-BAL-LN-REBUILT       PIC Z(08)9.
026300     05  FILLER                   PIC X(02)    VALUE SPACES.
026400     05  WSS-BAL-LN-EXPECTED      PIC Z(08)9.
026500     05  FILLER                   PIC X(02)    VALUE SPACES.
026600     05  WSS-BAL-LN-RESULT        PIC X(14).
026700*
026800 01  WSS-MSG-LINE.
026900     05  WSS-MSG-CC               PIC X(01)    VALUE '0'.
027000     05  FILLER                   PIC X(09)    VALUE SPACES.
027100     05  WSS-MSG-TEXT             PIC X(60).
027200*
027300 PROCEDURE DIVISION.
027400*
027500************************************************************
027600* 0000-MAIN-PROCEDURE - COUNTS THE BACKUPS, ROLLS RSLTMST   *
027700*   AND RQSTMST FORWARD, COUNTS THE REBUILT MASTERS AND     *
027800*   PRINTS THE BALANCE.                                     *
027900************************************************************
028000 0000-MAIN-PROCEDURE.
028100     PERFORM 1000-INITIALIZE
028200     PERFORM 2000-COUNT-BACKUPS
028300     PERFORM 2100-REAPPLY-RESULTS
028400     PERFORM 2200-REAPPLY-REQUESTS
028500     PERFORM 2300-COUNT-REFERENCE-MASTERS
028600     PERFORM 7000-WRITE-BALANCE
028700     PERFORM 8000-TERMINATE
028800     IF WSS-OUT-OF-BALANCE
028900         MOVE 8 TO RETURN-CODE
029000     END-IF
029100     STOP RUN.
029200*
029300************************************************************
029400* 1000-INITIALIZE - ESTABLISH THE RUN DATE AND PRINT THE    *
029500*   REPORT HEADINGS.                                        *
029600************************************************************
029700 1000-INITIALIZE.
029800     ACCEPT WSS-RUN-DATE-YMD FROM DATE YYYYMMDD
029900     OPEN OUTPUT RCVRRPT-FILE
030000     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
030100     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
030200     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
030300     MOVE WSS-RUN-DATE-DISPLAY TO WSS-HDG1-DATE
030400     WRITE RCVRRPT-RECORD FROM WSS-HDG1-LINE
030500         AFTER ADVANCING PAGE
030600     WRITE RCVRRPT-RECORD FROM WSS-HDG2-LINE
030700         AFTER ADVANCING 2 LINES.
030800*
030900************************************************************
031000* 2000-COUNT-BACKUPS - READS EACH BACKUP GENERATION END TO  *
031100*   END. THESE ARE THE COUNTS THE RESTORED MASTERS START    *
031200*   FROM, BEFORE ANY HISTORY IS REAPPLIED.                  *
031300************************************************************
031400 2000-COUNT-BACKUPS.
031500     OPEN INPUT BKRSLT-FILE
031600     SET WSS-NOT-EOF TO TRUE
031700     PERFORM 2010-READ-BKRSLT UNTIL WSS-EOF
031800     CLOSE BKRSLT-FILE
031900     OPEN INPUT BKRQST-FILE
032000     SET WSS-NOT-EOF TO TRUE
032100     PERFORM 2020-READ-BKRQST UNTIL WSS-EOF
032200     CLOSE BKRQST-FILE
032300     OPEN INPUT BKAMIC-FILE
032400     SET WSS-NOT-EOF TO TRUE
032500     PERFORM 2030-READ-BKAMIC UNTIL WSS-EOF
032600     CLOSE BKAMIC-FILE
032700     OPEN INPUT BKDEPT-FILE
032800     SET WSS-NOT-EOF TO TRUE
032900     PERFORM 2040-READ-BKDEPT UNTIL WSS-EOF
033000     CLOSE BKDEPT-FILE.
033100*
033200 2010-READ-BKRSLT.
033300     READ BKRSLT-FILE
033400         AT END
033500             SET WSS-EOF TO TRUE
033600         NOT AT END
033700             ADD 1 TO WSS-BKUP-RSLT-COUNT
033800     END-READ.
033900*
034000 2020-READ-BKRQST.
034100     READ BKRQST-FILE
034200         AT END
034300             SET WSS-EOF TO TRUE
034400         NOT AT END
034500             ADD 1 TO WSS-BKUP-RQST-COUNT
034600     END-READ.
034700*
034800 2030-READ-BKAMIC.
034900     READ BKAMIC-FILE
035000         AT END
035100             SET WSS-EOF TO TRUE
035200         NOT AT END
035300             ADD 1 TO WSS-BKUP-AMIC-COUNT
035400     END-READ.
035500*
035600 2040-READ-BKDEPT.
035700     READ BKDEPT-FILE
035800         AT END
035900             SET WSS-EOF TO TRUE
036000         NOT AT END
036100             ADD 1 TO WSS-BKUP-DEPT-COUNT
036200     END-READ.
036300*
036400************************************************************
036500* 2100-REAPPLY-RESULTS - LOADS THE IFACOUT HISTORY INTO THE *
036600*   RESTORED RESULTS MASTER AND THEN COUNTS THE MASTER. AN  *
036700*   OPEN FAILURE ENDS THE RUN WITH RETURN CODE 12.          *
036800************************************************************
036900 2100-REAPPLY-RESULTS.
037000     OPEN I-O RSLTMST-FILE
037100     IF NOT WSS-RSLTMST-OK
037200         DISPLAY 'COBRCVR - RSLTMST OPEN FAILED, STATUS '
037300                 WSS-RSLTMST-STATUS
037400         MOVE 12 TO RETURN-CODE
037500         STOP RUN
037600     END-IF
037700     OPEN INPUT IFACIN-FILE
037800     SET WSS-NOT-EOF TO TRUE
037900     PERFORM 2110-APPLY-ONE-RESULT THRU 2110-EXIT
038000             UNTIL WSS-EOF
038100     CLOSE IFACIN-FILE
038200     MOVE ZEROS TO RM-NUMBER
038300     START RSLTMST-FILE KEY IS NOT LESS THAN RM-NUMBER
038400     IF WSS-RSLTMST-OK
038500         PERFORM 2150-COUNT-ONE-RESULT
038600                 UNTIL NOT WSS-RSLTMST-OK
038700     END-IF
038800     IF NOT WSS-RSLTMST-OK AND NOT WSS-RSLTMST-END
038900       AND NOT WSS-RSLTMST-NOT-FOUND
039000         DISPLAY 'COBRCVR - RSLTMST COUNT FAILED, STATUS '
039100                 WSS-RSLTMST-STATUS
039200         MOVE 12 TO RETURN-CODE
039300         STOP RUN
039400     END-IF
039500     CLOSE RSLTMST-FILE.
039600*
039700************************************************************
039800* 2110-APPLY-ONE-RESULT - A NUMBER ALREADY ON THE MASTER IS *
039900*   LEFT AS IS; A MISSING ONE IS INSERTED WITH ITS          *
040000*   CLASSIFICATION AND TODAY AS ITS DATE FIRST COMPUTED.    *
040100************************************************************
040200 2110-APPLY-ONE-RESULT.
040300     READ IFACIN-FILE
040400         AT END
040500             SET WSS-EOF TO TRUE
040600             GO TO 2110-EXIT
040700     END-READ
040800     ADD 1 TO WSS-IFAC-READ-COUNT
040900     MOVE IFACIN-NUMBER TO RM-NUMBER
041000     READ RSLTMST-FILE
041100     IF WSS-RSLTMST-OK
041200         GO TO 2110-EXIT
041300     END-IF
041400     IF NOT WSS-RSLTMST-NOT-FOUND
041500         DISPLAY 'COBRCVR - RSLTMST READ FAILED, STATUS '
041600                 WSS-RSLTMST-STATUS ' KEY ' RM-NUMBER
041700         MOVE 12 TO RETURN-CODE
041800         STOP RUN
041900     END-IF
042000     MOVE SPACES TO RM-MASTER-RECORD
042100     MOVE IFACIN-NUMBER TO RM-NUMBER
042200     MOVE IFACIN-SUM TO RM-SUM
042300     PERFORM 2120-CLASSIFY-NUMBER
042400     MOVE WSS-RUN-DATE-YMD TO RM-FIRST-DATE
042500     WRITE RM-MASTER-RECORD
042600     IF NOT WSS-RSLTMST-OK
042700         DISPLAY 'COBRCVR - RSLTMST WRITE FAILED, STATUS '
042800                 WSS-RSLTMST-STATUS ' KEY ' RM-NUMBER
042900         MOVE 12 TO RETURN-CODE
043000         STOP RUN
043100     END-IF
043200     ADD 1 TO WSS-IFAC-INSERT-COUNT.
043300 2110-EXIT.
043400     EXIT.
043500*
043600************************************************************
043700* 2120-CLASSIFY-NUMBER - THE SAME RULE COBSUM AND COBRMLD   *
043800*   APPLY: THE SUM OF ALL FACTORS, INCLUDING THE NUMBER     *
043900*   ITSELF, AGAINST TWICE THE NUMBER.                       *
044000************************************************************
044100 2120-CLASSIFY-NUMBER.
044200     COMPUTE WSS-CLASS-COMPARE = IFACIN-NUMBER * 2
044300     IF IFACIN-SUM EQUAL WSS-CLASS-COMPARE
044400         MOVE 'PERFECT' TO RM-CLASS
044500     ELSE
044600         IF IFACIN-SUM GREATER WSS-CLASS-COMPARE
044700             MOVE 'ABUNDANT' TO RM-CLASS
044800         ELSE
044900             MOVE 'DEFICIENT' TO RM-CLASS
045000         END-IF
045100     END-IF.
045200*
045300 2150-COUNT-ONE-RESULT.
045400     READ RSLTMST-FILE NEXT RECORD
045500     IF WSS-RSLTMST-OK
045600         ADD 1 TO WSS-MST-RSLT-COUNT
045700     END-IF.
045800*
045900************************************************************
046000* 2200-REAPPLY-REQUESTS - REPLAYS THE STATUS-CHANGE         *
046100*   JOURNAL OVER THE RESTORED LIFECYCLE MASTER AND THEN     *
046200*   COUNTS THE MASTER. AN OPEN FAILURE ENDS THE RUN WITH    *
046300*   RETURN CODE 12.                                         *
046400************************************************************
046500 2200-REAPPLY-REQUESTS.
046600     OPEN I-O RQSTMST-FILE
046700     IF NOT WSS-RQSTMST-OK
046800         DISPLAY 'COBRCVR - RQSTMST OPEN FAILED, STATUS '
046900                 WSS-RQSTMST-STATUS
047000         MOVE 12 TO RETURN-CODE
047100         STOP RUN
047200     END-IF
047300     OPEN INPUT RQSTJRNL-FILE
047400     SET WSS-NOT-EOF TO TRUE
047500     PERFORM 2210-APPLY-ONE-IMAGE THRU 2210-EXIT
047600             UNTIL WSS-EOF
047700     CLOSE RQSTJRNL-FILE
047800     MOVE LOW-VALUES TO RQ-REQUEST-ID
047900     START RQSTMST-FILE KEY IS NOT LESS THAN RQ-REQUEST-ID
048000     IF WSS-RQSTMST-OK
048100         PERFORM 2250-COUNT-ONE-REQUEST
048200                 UNTIL NOT WSS-RQSTMST-OK
048300     END-IF
048400     IF NOT WSS-RQSTMST-OK AND NOT WSS-RQSTMST-END
048500       AND NOT WSS-RQSTMST-NOT-FOUND
048600         DISPLAY 'COBRCVR - RQSTMST COUNT FAILED, STATUS '
048700                 WSS-RQSTMST-STATUS
048800         MOVE 12 TO RETURN-CODE
048900         STOP RUN
049000     END-IF
049100     CLOSE RQSTMST-FILE.
049200*
049300************************************************************
049400* 2210-APPLY-ONE-IMAGE - WRITES ONE JOURNAL AFTER-IMAGE TO  *
049500*   THE MASTER: INSERTED WHEN THE REQUEST IS NOT THERE,     *
049600*   REPLACED WHEN IT IS.                                    *
049700************************************************************
049800 2210-APPLY-ONE-IMAGE.
049900     READ RQSTJRNL-FILE
050000         AT END
050100             SET WSS-EOF TO TRUE
050200             GO TO 2210-EXIT
050300     END-READ
050400     ADD 1 TO WSS-JRNL-READ-COUNT
050500     MOVE RQSTJRNL-RECORD TO RQ-MASTER-RECORD
050600     READ RQSTMST-FILE
050700     IF WSS-RQSTMST-OK
050800         MOVE RQSTJRNL-RECORD TO RQ-MASTER-RECORD
050900         REWRITE RQ-MASTER-RECORD
051000         IF NOT WSS-RQSTMST-OK
051100             DISPLAY 'COBRCVR - RQSTMST REWRITE FAILED, STATUS '
051200                     WSS-RQSTMST-STATUS ' KEY ' RQ-REQUEST-ID
051300             MOVE 12 TO RETURN-CODE
051400             STOP RUN
051500         END-IF
051600         ADD 1 TO WSS-JRNL-REPLACE-COUNT
051700         GO TO 2210-EXIT
051800     END-IF
051900     IF NOT WSS-RQSTMST-NOT-FOUND
052000         DISPLAY 'COBRCVR - RQSTMST READ FAILED, STATUS '
052100                 WSS-RQSTMST-STATUS ' KEY ' RQ-REQUEST-ID
052200         MOVE 12 TO RETURN-CODE
052300         STOP RUN
052400     END-IF
052500     MOVE RQSTJRNL-RECORD TO RQ-MASTER-RECORD
052600     WRITE RQ-MASTER-RECORD
052700     IF NOT WSS-RQSTMST-OK
052800         DISPLAY 'COBRCVR - RQSTMST WRITE FAILED, STATUS '
052900                 WSS-RQSTMST-STATUS ' KEY ' RQ-REQUEST-ID
053000         MOVE 12 TO RETURN-CODE
053100         STOP RUN
053200     END-IF
053300     ADD 1 TO WSS-JRNL-INSERT-COUNT.
053400 2210-EXIT.
053500     EXIT.
053600*
053700 2250-COUNT-ONE-REQUEST.
053800     READ RQSTMST-FILE NEXT RECORD
053900     IF WSS-RQSTMST-OK
054000         ADD 1 TO WSS-MST-RQST-COUNT
054100     END-IF.
054200*
054300************************************************************
054400* 2300-COUNT-REFERENCE-MASTERS - COUNTS THE RESTORED        *
054500*   AMICMST AND DEPTMST. THE AMICMST BOOTSTRAP DUMMY READS  *
054600*   WITH THE SHORT-RECORD STATUS AND IS COUNTED, AS IT WAS  *
054700*   IN THE BACKUP.                                          *
054800************************************************************
054900 2300-COUNT-REFERENCE-MASTERS.
055000     OPEN INPUT AMICMST-FILE
055100     IF NOT WSS-AMICMST-OK
055200         DISPLAY 'COBRCVR - AMICMST OPEN FAILED, STATUS '
055300                 WSS-AMICMST-STATUS
055400         MOVE 12 TO RETURN-CODE
055500         STOP RUN
055600     END-IF
055700     PERFORM 2310-COUNT-ONE-CATALOG
055800             UNTIL NOT WSS-AMICMST-OK AND NOT WSS-AMICMST-SHORT
055900     IF NOT WSS-AMICMST-END
056000         DISPLAY 'COBRCVR - AMICMST COUNT FAILED, STATUS '
056100                 WSS-AMICMST-STATUS
056200         MOVE 12 TO RETURN-CODE
056300         STOP RUN
056400     END-IF
056500     CLOSE AMICMST-FILE
056600     OPEN INPUT DEPTMST-FILE
056700     IF NOT WSS-DEPTMST-OK
056800         DISPLAY 'COBRCVR - DEPTMST OPEN FAILED, STATUS '
056900                 WSS-DEPTMST-STATUS
057000         MOVE 12 TO RETURN-CODE
057100         STOP RUN
057200     END-IF
057300     PERFORM 2320-COUNT-ONE-DEPARTMENT
057400             UNTIL NOT WSS-DEPTMST-OK
057500     IF NOT WSS-DEPTMST-END
057600         DISPLAY 'COBRCVR - DEPTMST COUNT FAILED, STATUS '
057700                 WSS-DEPTMST-STATUS
057800         MOVE 12 TO RETURN-CODE
057900         STOP RUN
058000     END-IF
058100     CLOSE DEPTMST-FILE.
058200*
058300 2310-COUNT-ONE-CATALOG.
058400     READ AMICMST-FILE NEXT RECORD
058500     IF WSS-AMICMST-OK OR WSS-AMICMST-SHORT
058600         ADD 1 TO WSS-MST-AMIC-COUNT
058700     END-IF.
058800*
058900 2320-COUNT-ONE-DEPARTMENT.
059000     READ DEPTMST-FILE NEXT RECORD
059100     IF WSS-DEPTMST-OK
059200         ADD 1 TO WSS-MST-DEPT-COUNT
059300     END-IF.
059400*
059500************************************************************
059600* 7000-WRITE-BALANCE - PRINTS ONE BALANCE LINE PER MASTER   *
059700*   AND THE OVERALL RESULT.                                 *
059800************************************************************
059900 7000-WRITE-BALANCE.
060000     MOVE 'RSLTMST' TO WSS-BAL-MASTER
060100     MOVE WSS-BKUP-RSLT-COUNT TO WSS-BAL-BACKUP
060200     MOVE WSS-IFAC-READ-COUNT TO WSS-BAL-HISTORY
060300     MOVE WSS-IFAC-INSERT-COUNT TO WSS-BAL-INSERTED
060400     MOVE ZEROS TO WSS-BAL-REPLACED
060500     MOVE WSS-MST-RSLT-COUNT TO WSS-BAL-REBUILT
060600     PERFORM 7100-WRITE-MASTER-LINE
060700     MOVE 'RQSTMST' TO WSS-BAL-MASTER
060800     MOVE WSS-BKUP-RQST-COUNT TO WSS-BAL-BACKUP
060900     MOVE WSS-JRNL-READ-COUNT TO WSS-BAL-HISTORY
061000     MOVE WSS-JRNL-INSERT-COUNT TO WSS-BAL-INSERTED
061100     MOVE WSS-JRNL-REPLACE-COUNT TO WSS-BAL-REPLACED
061200     MOVE WSS-MST-RQST-COUNT TO WSS-BAL-REBUILT
061300     PERFORM 7100-WRITE-MASTER-LINE
061400     MOVE 'AMICMST' TO WSS-BAL-MASTER
061500     MOVE WSS-BKUP-AMIC-COUNT TO WSS-BAL-BACKUP
061600     MOVE ZEROS TO WSS-BAL-HISTORY
061700     MOVE ZEROS TO WSS-BAL-INSERTED
061800     MOVE ZEROS TO WSS-BAL-REPLACED
061900     MOVE WSS-MST-AMIC-COUNT TO WSS-BAL-REBUILT
062000     PERFORM 7100-WRITE-MASTER-LINE
062100     MOVE 'DEPTMST' TO WSS-BAL-MASTER
062200     MOVE WSS-BKUP-DEPT-COUNT TO WSS-BAL-BACKUP
062300     MOVE ZEROS TO WSS-BAL-HISTORY
062400     MOVE ZEROS TO WSS-BAL-INSERTED
062500     MOVE ZEROS TO WSS-BAL-REPLACED
062600     MOVE WSS-MST-DEPT-COUNT TO WSS-BAL-REBUILT
062700     PERFORM 7100-WRITE-MASTER-LINE
062800     IF WSS-ALL-IN-BALANCE
062900         MOVE 'ALL MASTERS REBUILT IN BALANCE' TO WSS-MSG-TEXT
063000     ELSE
063100         MOVE '*** OUT OF BALANCE - DO NOT RESUME BATCH ***'
063200           TO WSS-MSG-TEXT
063300     END-IF
063400     WRITE RCVRRPT-RECORD FROM WSS-MSG-LINE
063500         AFTER ADVANCING 2 LINES.
063600*
063700************************************************************
063800* 7100-WRITE-MASTER-LINE - EXPECTED IS THE BACKUP COUNT     *
063900*   PLUS THE INSERTS; A REPLACEMENT DOES NOT CHANGE THE     *
064000*   COUNT. A REBUILT COUNT THAT DIFFERS IS OUT OF BALANCE.  *
064100************************************************************
064200 7100-WRITE-MASTER-LINE.
064300     COMPUTE WSS-BAL-EXPECTED = WSS-BAL-BACKUP + WSS-BAL-INSERTED
064400     MOVE WSS-BAL-MASTER TO WSS-BAL-LN-MASTER
064500     MOVE WSS-BAL-BACKUP TO WSS-BAL-LN-BACKUP
064600     MOVE WSS-BAL-HISTORY TO WSS-BAL-LN-HISTORY
064700     MOVE WSS-BAL-INSERTED TO WSS-BAL-LN-INSERTED
064800     MOVE WSS-BAL-REPLACED TO WSS-BAL-LN-REPLACED
064900     MOVE WSS-BAL-REBUILT TO WSS-BAL-LN-REBUILT
065000     MOVE WSS-BAL-EXPECTED TO WSS-BAL-LN-EXPECTED
065100     IF WSS-BAL-REBUILT EQUAL WSS-BAL-EXPECTED
065200         MOVE 'IN BALANCE' TO WSS-BAL-LN-RESULT
065300     ELSE
065400         MOVE 'OUT OF BALANCE' TO WSS-BAL-LN-RESULT
065500         SET WSS-OUT-OF-BALANCE TO TRUE
065600     END-IF
065700     WRITE RCVRRPT-RECORD FROM WSS-BAL-LINE
065800         AFTER ADVANCING 1 LINE.
065900*
066000************************************************************
066100* 8000-TERMINATE - CLOSE FILES BEFORE STOP RUN.             *
066200************************************************************
066300 8000-TERMINATE.
066400     CLOSE RCVRRPT-FILE.
