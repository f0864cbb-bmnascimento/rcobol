000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBRQST.
000300 AUTHOR.        R. ALENCAR.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900* COBRQST  - ONLINE REQUEST STATUS INQUIRY AGAINST THE      *
001000*            REQUEST LIFECYCLE MASTER.                      *
001100*            CICS TRANSACTION NBRS, MAPSET COBRQSM.         *
001200*                                                           *
001300*   A CLERK KEYS EITHER A REQUEST ID OR A DEPARTMENT CODE.  *
001400*                                                           *
001500*   BY REQUEST ID THE SCREEN SHOWS THE REQUEST'S            *
001600*   DEPARTMENT, ITS STATUS IN WORDS, THE DATE IT WAS FIRST  *
001700*   RECEIVED, THE DATE OF ITS LAST STATUS CHANGE AND ANY    *
001800*   REJECT REASON, STRAIGHT FROM RQSTMST. A REQUEST NOT ON  *
001900*   THE MASTER HAS NOT BEEN THROUGH A NIGHTLY RUN YET.      *
002000*                                                           *
002100*   BY DEPARTMENT THE SCREEN LISTS THE DEPARTMENT'S         *
002200*   REQUESTS EIGHT TO A PAGE THROUGH THE RQSTDPT PATH OVER  *
002300*   THE DEPARTMENT ALTERNATE INDEX (SEE COBRQXBT), WHICH    *
002400*   KEYS ON DEPARTMENT, STATUS AND RECEIVED DATE - SO THE   *
002500*   LIST COMES OUT GROUPED BY STATUS, OLDEST FIRST. PF8     *
002600*   PAGES FORWARD AND PF7 BACK. EACH PAGE IS REBUILT BY A   *
002700*   FRESH BROWSE THAT SKIPS THE EARLIER PAGES, BECAUSE A    *
002800*   NON-UNIQUE ALTERNATE KEY CANNOT BE REPOSITIONED ON      *
002900*   EXACTLY.                                                *
003000*                                                           *
003100*   THE PROGRAM IS READ ONLY AND PSEUDO-CONVERSATIONAL:     *
003200*   EACH INTERACTION ENDS WITH RETURN TRANSID(NBRS) AND A   *
003300*   COMMAREA THAT CARRIES THE DEPARTMENT AND PAGE ON        *
003400*   DISPLAY FOR PF7/PF8. PF3 OR CLEAR ENDS THE SESSION.     *
003500*                                                           *
003511*   A USER SEES ONLY THE DEPARTMENTS THEY HOLD AUTHORITY    *
003522*   FOR ON USRAUTH (KEPT BY COBUSRM); A GRANT OF '****'     *
003533*   MARKS AN OPERATIONS USER, WHO SEES EVERY DEPARTMENT. A  *
003544*   REQUEST OF ANOTHER DEPARTMENT, OR ANOTHER DEPARTMENT'S  *
003555*   LIST, IS REFUSED WITHOUT SHOWING ANY OF IT, AND THE     *
003566*   REFUSAL IS LOGGED IN THE SECVIOL LAYOUT TO THE NBRV     *
003577*   EXTRAPARTITION QUEUE FOR THE COBSECR MORNING REPORT.    *
003588*                                                           *
003600*   CICS RESOURCES (SEE COBRQSDF FOR THE CSD JOB):          *
003700*     TRANSACTION NBRS -> PROGRAM COBRQST                   *
003800*     FILE RQSTMST     -> PROD.COBSUM.RQSTMST (READ ONLY)   *
003900*     FILE RQSTDPT     -> PROD.COBSUM.RQSTMST.DEPTPATH      *
004000*                         (READ ONLY)                       *
004025*     FILE USRAUTH     -> PROD.COBSUM.USRAUTH (READ ONLY)   *
004050*     TDQUEUE NBRV     -> PROD.COBSUM.SECVIOL.ONLINE        *
004075*                         (BOTH DEFINED BY COBREQDF)        *
004100************************************************************
004200* MODIFICATION HISTORY                                      *
004300*----------------------------------------------------------*
004400* DATE       INIT  DESCRIPTION                              *
004500* 2026-10-15  RA   ORIGINAL PROGRAM.                        *
004510* 2026-10-15  RA   SHOWS THE NEW CANCELLED, HELD AND        *
004520*                  RELEASED STATUSES SET BY COBRQAC.        *
004540* 2026-10-15  RA   LIMITS EACH USER TO THE DEPARTMENTS THEY *
004560*                  HOLD USRAUTH AUTHORITY FOR ('****' SEES  *
004580*                  ALL) AND LOGS EACH REFUSAL ON NBRV.      *
004600************************************************************
004700*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200*
005300 DATA DIVISION.
005400 WORKING-STORAGE SECTION.
005500     COPY COBRQSM.
005600     COPY RQSTMST.
005700     COPY DFHAID.
005733     COPY USRAUTH.
005766     COPY SECVIOL.
005800*
005900 01  WSS-COMMAREA.
006000     05  WSS-CA-STARTED           PIC X(01)    VALUE 'Y'.
006100     05  WSS-CA-MODE              PIC X(01)    VALUE SPACE.
006200         88  WSS-CA-DEPT-MODE                  VALUE 'D'.
006300     05  WSS-CA-DEPT              PIC X(04)    VALUE SPACES.
006400     05  WSS-CA-PAGE              PIC 9(03)    VALUE ZEROS.
006500     05  WSS-CA-MORE-SW           PIC X(01)    VALUE 'N'.
006600         88  WSS-CA-MORE                       VALUE 'Y'.
006700         88  WSS-CA-NO-MORE                    VALUE 'N'.
006800 01  WSS-RESP                     PIC S9(08)   COMP.
006900 01  WSS-REQ-KEY                  PIC X(08).
007000 01  WSS-DEPT-KEY                 PIC X(04).
007009 01  WSS-USER-ID                  PIC X(08).
007018 01  WSS-CHECK-DEPT               PIC X(04).
007027 01  WSS-AUTH-KEY.
007036     05  WSS-AUTH-USER            PIC X(08).
007045     05  WSS-AUTH-DEPT            PIC X(04).
007054 01  WSS-AUTH-SW                  PIC X(01)    VALUE 'N'.
007063     88  WSS-AUTHORIZED                        VALUE 'Y'.
007072     88  WSS-NOT-AUTHORIZED                    VALUE 'N'.
007081     88  WSS-AUTH-FAILED                       VALUE 'E'.
007090 01  WSS-ABSTIME                  PIC S9(15)   COMP-3.
007100*
007200 01  WSS-DEPT-AIX-KEY.
007300     05  WSS-AIX-DEPT             PIC X(04).
007400     05  WSS-AIX-STATUS           PIC X(01).
007500     05  WSS-AIX-RECEIVED         PIC X(08).
007600*
007700 01  WSS-BROWSE-SW                PIC X(01)    VALUE 'N'.
007800     88  WSS-BROWSE-END                        VALUE 'Y'.
007900     88  WSS-BROWSE-NOT-END                    VALUE 'N'.
008000 01  WSS-EDGE-SW                  PIC X(01)    VALUE 'N'.
008100     88  WSS-AT-EDGE                           VALUE 'Y'.
008200     88  WSS-NOT-AT-EDGE                       VALUE 'N'.
008300 01  WSS-SKIP-COUNT               PIC 9(05).
008400 01  WSS-LIST-IX                  PIC 9(02).
008500 01  WSS-LIST-COUNT               PIC 9(02).
008600*
008700 01  WSS-STATUS-WORDS             PIC X(12).
008800*
008900*    ONE LINE OF THE DEPARTMENT LIST, AND ONE SCREEN PAGE OF
009000*    EIGHT SUCH LINES.
009100 01  WSS-LIST-LINE.
009200     05  WSS-LST-REQUEST          PIC X(08).
009300     05  FILLER                   PIC X(02)    VALUE SPACES.
009400     05  WSS-LST-STATUS           PIC X(12).
009500     05  FILLER                   PIC X(02)    VALUE SPACES.
009600     05  WSS-LST-RECEIVED         PIC X(10).
009700     05  FILLER                   PIC X(02)    VALUE SPACES.
009800     05  WSS-LST-STATUS-DATE      PIC X(10).
009900     05  FILLER                   PIC X(02)    VALUE SPACES.
010000     05  WSS-LST-REASON           PIC X(24).
010100 01  WSS-LIST-SCREEN.
010200     05  WSS-LIST-SCREEN-LINE     PIC X(72)    OCCURS 8.
010300*
010400 01  WSS-DATE-WORK                PIC 9(08).
010500 01  WSS-DATE-GROUP REDEFINES WSS-DATE-WORK.
010600     05  WSS-DATE-CCYY            PIC 9(04).
010700     05  WSS-DATE-MM              PIC 9(02).
010800     05  WSS-DATE-DD              PIC 9(02).
010900*
011000 01  WSS-DATE-DISPLAY.
011100     05  WSS-DATE-DISP-MM         PIC 9(02).
011200     05  FILLER                   PIC X(01)    VALUE '/'.
011300     05  WSS-DATE-DISP-DD         PIC 9(02).
011400     05  FILLER                   PIC X(01)    VALUE '/'.
011500     05  WSS-DATE-DISP-CCYY       PIC 9(04).
011600*
011700 01  WSS-END-MESSAGE              PIC X(30)
011800         VALUE 'COBRQST SESSION ENDED'.
011900*
012000 LINKAGE SECTION.
012100 01  DFHCOMMAREA                  PIC X(10).
012200*
012300 PROCEDURE DIVISION.
012400*
012500************************************************************
012600* 0000-MAIN-PROCEDURE - FIRST ENTRY (NO COMMAREA) PAINTS    *
012700*   THE EMPTY SCREEN; PF7/PF8 PAGE THROUGH THE DEPARTMENT   *
012800*   ON DISPLAY; ANY OTHER KEY PROCESSES THE INQUIRY JUST    *
012900*   KEYED. PF3 OR CLEAR ENDS THE SESSION.                   *
013000************************************************************
013100 0000-MAIN-PROCEDURE.
013200     IF EIBAID EQUAL DFHPF3 OR EIBAID EQUAL DFHCLEAR
013300         PERFORM 9000-END-SESSION
013400     END-IF
013500     IF EIBCALEN LESS THAN 10
013600         PERFORM 1000-SEND-FRESH-MAP
013700     ELSE
013800         MOVE DFHCOMMAREA TO WSS-COMMAREA
013900         IF EIBAID EQUAL DFHPF7 OR EIBAID EQUAL DFHPF8
014000             PERFORM 2500-PAGE-DEPARTMENT THRU 2500-EXIT
014100         ELSE
014200             PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
014300         END-IF
014400     END-IF
014500     EXEC CICS RETURN
014600          TRANSID('NBRS')
014700          COMMAREA(WSS-COMMAREA)
014800          LENGTH(10)
014900     END-EXEC
015000     GOBACK.
015100*
015200************************************************************
015300* 1000-SEND-FRESH-MAP - PAINTS THE EMPTY INQUIRY SCREEN.    *
015400************************************************************
015500 1000-SEND-FRESH-MAP.
015600     MOVE SPACE TO WSS-CA-MODE
015700     MOVE SPACES TO WSS-CA-DEPT
015800     MOVE ZEROS TO WSS-CA-PAGE
015900     SET WSS-CA-NO-MORE TO TRUE
016000     MOVE LOW-VALUES TO COBRQSO
016100     MOVE 'KEY A REQUEST ID OR A DEPARTMENT CODE AND PRESS ENTER'
016200       TO MSGO
016300     EXEC CICS SEND
016400          MAP('COBRQS')
016500          MAPSET('COBRQSM')
016600          FROM(COBRQSO)
016700          ERASE
016800     END-EXEC.
016900*
017000************************************************************
017100* 2000-PROCESS-INQUIRY - RECEIVES THE SCREEN AND SHOWS THE  *
017200*   REQUEST KEYED, OR THE FIRST PAGE OF THE DEPARTMENT      *
017300*   KEYED. EXACTLY ONE OF THE TWO MUST BE KEYED.            *
017400************************************************************
017500 2000-PROCESS-INQUIRY.
017600     MOVE SPACE TO WSS-CA-MODE
017700     MOVE ZEROS TO WSS-CA-PAGE
017800     SET WSS-CA-NO-MORE TO TRUE
017900     EXEC CICS RECEIVE
018000          MAP('COBRQS')
018100          MAPSET('COBRQSM')
018200          INTO(COBRQSI)
018300          RESP(WSS-RESP)
018400     END-EXEC
018500     IF WSS-RESP EQUAL DFHRESP(MAPFAIL)
018600         PERFORM 1000-SEND-FRESH-MAP
018700         GO TO 2000-EXIT
018800     END-IF
018900     MOVE REQINI TO WSS-REQ-KEY
019000     MOVE DEPTINI TO WSS-DEPT-KEY
019100     INSPECT WSS-REQ-KEY REPLACING ALL LOW-VALUES BY SPACES
019200     INSPECT WSS-DEPT-KEY REPLACING ALL LOW-VALUES BY SPACES
019300     IF WSS-REQ-KEY EQUAL SPACES AND WSS-DEPT-KEY EQUAL SPACES
019400         MOVE LOW-VALUES TO COBRQSO
019500         MOVE 'KEY A REQUEST ID OR A DEPARTMENT CODE' TO MSGO
019600         PERFORM 3000-SEND-MAP
019700         GO TO 2000-EXIT
019800     END-IF
019900     IF WSS-REQ-KEY NOT EQUAL SPACES
020000       AND WSS-DEPT-KEY NOT EQUAL SPACES
020100         MOVE LOW-VALUES TO COBRQSO
020200         MOVE WSS-REQ-KEY TO REQINO
020300         MOVE WSS-DEPT-KEY TO DEPTINO
020400         MOVE 'KEY A REQUEST ID OR A DEPARTMENT CODE, NOT BOTH'
020500           TO MSGO
020600         PERFORM 3000-SEND-MAP
020700         GO TO 2000-EXIT
020800     END-IF
020808     IF WSS-REQ-KEY EQUAL SPACES
020816         MOVE WSS-DEPT-KEY TO WSS-CHECK-DEPT
020824         PERFORM 6000-CHECK-AUTHORITY THRU 6000-EXIT
020832         IF NOT WSS-AUTHORIZED
020840             MOVE LOW-VALUES TO COBRQSO
020848             MOVE WSS-DEPT-KEY TO DEPTINO
020856             PERFORM 6200-REFUSE-INQUIRY
020864             PERFORM 3000-SEND-MAP
020872             GO TO 2000-EXIT
020880         END-IF
020888     END-IF
020900     IF WSS-REQ-KEY NOT EQUAL SPACES
021000         PERFORM 2100-SHOW-REQUEST THRU 2100-EXIT
021100     ELSE
021200         SET WSS-CA-DEPT-MODE TO TRUE
021300         MOVE WSS-DEPT-KEY TO WSS-CA-DEPT
021400         MOVE 1 TO WSS-CA-PAGE
021500         PERFORM 2200-SHOW-DEPT-PAGE THRU 2200-EXIT
021600     END-IF
021700     PERFORM 3000-SEND-MAP.
021800 2000-EXIT.
021900     EXIT.
022000*
022100************************************************************
022200* 2100-SHOW-REQUEST - READS THE LIFECYCLE MASTER FOR        *
022300*   WSS-REQ-KEY AND BUILDS THE SCREEN WITH THE REQUEST'S    *
022400*   DEPARTMENT, STATUS, DATES AND REJECT REASON, OR THE     *
022500*   APPROPRIATE MESSAGE.                                    *
022600************************************************************
022700 2100-SHOW-REQUEST.
022800     EXEC CICS READ
022900          FILE('RQSTMST')
023000          INTO(RQ-MASTER-RECORD)
023100          RIDFLD(WSS-REQ-KEY)
023200          RESP(WSS-RESP)
023300     END-EXEC
023400     MOVE LOW-VALUES TO COBRQSO
023500     MOVE WSS-REQ-KEY TO REQINO
023600     IF WSS-RESP EQUAL DFHRESP(NOTFND)
023700         MOVE 'NOT ON FILE - NOT YET THROUGH A NIGHTLY RUN'
023800           TO MSGO
023900         GO TO 2100-EXIT
024000     END-IF
024100     IF WSS-RESP NOT EQUAL DFHRESP(NORMAL)
024200         MOVE 'RQSTMST READ FAILED - CALL THE BATCH DESK' TO MSGO
024300         GO TO 2100-EXIT
024400     END-IF
024414     MOVE RQ-DEPT-CODE TO WSS-CHECK-DEPT
024428     PERFORM 6000-CHECK-AUTHORITY THRU 6000-EXIT
024442     IF NOT WSS-AUTHORIZED
024456         PERFORM 6200-REFUSE-INQUIRY
024470         GO TO 2100-EXIT
024484     END-IF
024500     MOVE RQ-DEPT-CODE TO RDEPTO
024600     PERFORM 2900-STATUS-WORDS
024700     MOVE WSS-STATUS-WORDS TO RSTATO
024800     MOVE RQ-RECEIVED-DATE TO WSS-DATE-WORK
024900     PERFORM 2950-FORMAT-DATE
025000     MOVE WSS-DATE-DISPLAY TO RRECVO
025100     MOVE RQ-STATUS-DATE TO WSS-DATE-WORK
025200     PERFORM 2950-FORMAT-DATE
025300     MOVE WSS-DATE-DISPLAY TO RSDATO
025400     MOVE RQ-REJECT-REASON TO RREASO
025500     MOVE 'REQUEST SHOWN - ENTER ANOTHER INQUIRY OR PF3' TO MSGO.
025600 2100-EXIT.
025700     EXIT.
025800*
025900************************************************************
026000* 2200-SHOW-DEPT-PAGE - BROWSES THE DEPARTMENT PATH FOR     *
026100*   WSS-CA-DEPT, SKIPS THE PAGES BEFORE WSS-CA-PAGE, LISTS  *
026200*   UP TO EIGHT REQUESTS AND LOOKS ONE RECORD AHEAD TO SET  *
026300*   THE MORE-TO-COME FLAG PF8 TESTS.                        *
026400************************************************************
026500 2200-SHOW-DEPT-PAGE.
026600     MOVE LOW-VALUES TO COBRQSO
026700     MOVE WSS-CA-DEPT TO DEPTINO
026800     MOVE SPACES TO WSS-LIST-SCREEN
026900     MOVE ZEROS TO WSS-LIST-COUNT
027000     SET WSS-CA-NO-MORE TO TRUE
027100     MOVE WSS-CA-DEPT TO WSS-AIX-DEPT
027200     MOVE LOW-VALUES TO WSS-AIX-STATUS
027300     MOVE LOW-VALUES TO WSS-AIX-RECEIVED
027400     EXEC CICS STARTBR
027500          FILE('RQSTDPT')
027600          RIDFLD(WSS-DEPT-AIX-KEY)
027700          GTEQ
027800          RESP(WSS-RESP)
027900     END-EXEC
028000     IF WSS-RESP EQUAL DFHRESP(NOTFND)
028100         MOVE 'NO REQUESTS ON FILE FOR THAT DEPARTMENT' TO MSGO
028200         GO TO 2200-EXIT
028300     END-IF
028400     IF WSS-RESP NOT EQUAL DFHRESP(NORMAL)
028500         MOVE 'RQSTMST BROWSE FAILED - CALL THE BATCH DESK'
028600           TO MSGO
028700         GO TO 2200-EXIT
028800     END-IF
028900     SET WSS-BROWSE-NOT-END TO TRUE
029000     COMPUTE WSS-SKIP-COUNT = (WSS-CA-PAGE - 1) * 8
029100     PERFORM 2210-READ-NEXT-IN-DEPT WSS-SKIP-COUNT TIMES
029200     PERFORM 2220-LIST-ONE-REQUEST
029300             VARYING WSS-LIST-IX FROM 1 BY 1
029400             UNTIL WSS-LIST-IX GREATER 8
029500                OR WSS-BROWSE-END
029600     PERFORM 2210-READ-NEXT-IN-DEPT
029700     IF WSS-BROWSE-NOT-END
029800         SET WSS-CA-MORE TO TRUE
029900     END-IF
030000     EXEC CICS ENDBR
030100          FILE('RQSTDPT')
030200     END-EXEC
030300     MOVE WSS-LIST-SCREEN-LINE (1) TO DLN1O
030400     MOVE WSS-LIST-SCREEN-LINE (2) TO DLN2O
030500     MOVE WSS-LIST-SCREEN-LINE (3) TO DLN3O
030600     MOVE WSS-LIST-SCREEN-LINE (4) TO DLN4O
030700     MOVE WSS-LIST-SCREEN-LINE (5) TO DLN5O
030800     MOVE WSS-LIST-SCREEN-LINE (6) TO DLN6O
030900     MOVE WSS-LIST-SCREEN-LINE (7) TO DLN7O
031000     MOVE WSS-LIST-SCREEN-LINE (8) TO DLN8O
031100     MOVE WSS-CA-PAGE TO DPAGEO
031200     IF WSS-LIST-COUNT EQUAL ZERO
031300         MOVE 'NO REQUESTS ON FILE FOR THAT DEPARTMENT' TO MSGO
031400         GO TO 2200-EXIT
031500     END-IF
031600     IF WSS-CA-MORE
031700         MOVE 'PF8 FOR MORE, PF7 TO PAGE BACK, PF3 TO END' TO MSGO
031800     ELSE
031900         MOVE 'END OF DEPARTMENT - ENTER ANOTHER INQUIRY OR PF3'
032000           TO MSGO
032100     END-IF.
032200 2200-EXIT.
032300     EXIT.
032400*
032500************************************************************
032600* 2210-READ-NEXT-IN-DEPT - READS THE NEXT RECORD ON THE     *
032700*   PATH. DUPKEY ONLY MEANS MORE REQUESTS SHARE THE SAME    *
032800*   ALTERNATE KEY AND IS A GOOD READ. END OF FILE OR THE    *
032900*   FIRST RECORD OF ANOTHER DEPARTMENT ENDS THE BROWSE.     *
033000************************************************************
033100 2210-READ-NEXT-IN-DEPT.
033200     IF WSS-BROWSE-NOT-END
033300         EXEC CICS READNEXT
033400              FILE('RQSTDPT')
033500              INTO(RQ-MASTER-RECORD)
033600              RIDFLD(WSS-DEPT-AIX-KEY)
033700              RESP(WSS-RESP)
033800         END-EXEC
033900         IF WSS-RESP NOT EQUAL DFHRESP(NORMAL)
034000           AND WSS-RESP NOT EQUAL DFHRESP(DUPKEY)
034100             SET WSS-BROWSE-END TO TRUE
034200         ELSE
034300             IF RQ-DEPT-CODE NOT EQUAL WSS-CA-DEPT
034400                 SET WSS-BROWSE-END TO TRUE
034500             END-IF
034600         END-IF
034700     END-IF.
034800*
034900 2220-LIST-ONE-REQUEST.
035000     PERFORM 2210-READ-NEXT-IN-DEPT
035100     IF WSS-BROWSE-NOT-END
035200         ADD 1 TO WSS-LIST-COUNT
035300         MOVE RQ-REQUEST-ID TO WSS-LST-REQUEST
035400         PERFORM 2900-STATUS-WORDS
035500         MOVE WSS-STATUS-WORDS TO WSS-LST-STATUS
035600         MOVE RQ-RECEIVED-DATE TO WSS-DATE-WORK
035700         PERFORM 2950-FORMAT-DATE
035800         MOVE WSS-DATE-DISPLAY TO WSS-LST-RECEIVED
035900         MOVE RQ-STATUS-DATE TO WSS-DATE-WORK
036000         PERFORM 2950-FORMAT-DATE
036100         MOVE WSS-DATE-DISPLAY TO WSS-LST-STATUS-DATE
036200         MOVE RQ-REJECT-REASON TO WSS-LST-REASON
036300         MOVE WSS-LIST-LINE TO WSS-LIST-SCREEN-LINE (WSS-LIST-IX)
036400     END-IF.
036500*
036600************************************************************
036700* 2500-PAGE-DEPARTMENT - PF8 SHOWS THE NEXT PAGE AND PF7    *
036800*   THE PREVIOUS PAGE OF THE DEPARTMENT LAST SHOWN. A PAGE  *
036900*   PAST EITHER END REDISPLAYS THE CURRENT PAGE WITH A      *
037000*   MESSAGE.                                                *
037100************************************************************
037200 2500-PAGE-DEPARTMENT.
037300     IF NOT WSS-CA-DEPT-MODE
037400         MOVE LOW-VALUES TO COBRQSO
037500         MOVE 'KEY A DEPARTMENT CODE BEFORE PAGING' TO MSGO
037600         PERFORM 3000-SEND-MAP
037700         GO TO 2500-EXIT
037800     END-IF
037900     SET WSS-NOT-AT-EDGE TO TRUE
038000     IF EIBAID EQUAL DFHPF7
038100         IF WSS-CA-PAGE GREATER 1
038200             SUBTRACT 1 FROM WSS-CA-PAGE
038300         ELSE
038400             SET WSS-AT-EDGE TO TRUE
038500         END-IF
038600     ELSE
038700         IF WSS-CA-MORE
038800             ADD 1 TO WSS-CA-PAGE
038900         ELSE
039000             SET WSS-AT-EDGE TO TRUE
039100         END-IF
039200     END-IF
039300     PERFORM 2200-SHOW-DEPT-PAGE THRU 2200-EXIT
039400     IF WSS-AT-EDGE AND EIBAID EQUAL DFHPF7
039500         MOVE 'ALREADY ON THE FIRST PAGE OF THE DEPARTMENT'
039600           TO MSGO
039700     END-IF
039800     IF WSS-AT-EDGE AND EIBAID EQUAL DFHPF8
039900         MOVE 'ALREADY ON THE LAST PAGE OF THE DEPARTMENT'
040000           TO MSGO
040100     END-IF
040200     PERFORM 3000-SEND-MAP.
040300 2500-EXIT.
040400     EXIT.
040500*
040600************************************************************
040700* 2900-STATUS-WORDS - TURNS RQ-STATUS-CODE INTO THE WORDS   *
040800*   THE CLERK READS TO THE CALLER.                          *
040900************************************************************
041000 2900-STATUS-WORDS.
041100     MOVE 'UNKNOWN' TO WSS-STATUS-WORDS
041200     IF RQ-ANSWERED
041300         MOVE 'ANSWERED' TO WSS-STATUS-WORDS
041400     END-IF
041500     IF RQ-REJECTED
041600         MOVE 'REJECTED' TO WSS-STATUS-WORDS
041700     END-IF
041800     IF RQ-RECYCLED
041900         MOVE 'RECYCLED' TO WSS-STATUS-WORDS
042000     END-IF
042100     IF RQ-REANSWERED
042200         MOVE 'RE-ANSWERED' TO WSS-STATUS-WORDS
042250     END-IF
042260     IF RQ-CANCELLED
042270         MOVE 'CANCELLED' TO WSS-STATUS-WORDS
042280     END-IF
042290     IF RQ-HELD
042300         MOVE 'HELD' TO WSS-STATUS-WORDS
042310     END-IF
042320     IF RQ-RELEASED
042330         MOVE 'RELEASED' TO WSS-STATUS-WORDS
042340     END-IF.
042400*
042500 2950-FORMAT-DATE.
042600     MOVE WSS-DATE-MM TO WSS-DATE-DISP-MM
042700     MOVE WSS-DATE-DD TO WSS-DATE-DISP-DD
042800     MOVE WSS-DATE-CCYY TO WSS-DATE-DISP-CCYY.
042900*
043000************************************************************
043100* 3000-SEND-MAP - REDISPLAYS THE SCREEN WITHOUT ERASING     *
043200*   THE CONSTANT TEXT.                                      *
043300************************************************************
043400 3000-SEND-MAP.
043500     EXEC CICS SEND
043600          MAP('COBRQS')
043700          MAPSET('COBRQSM')
043800          FROM(COBRQSO)
043900     END-EXEC.
043906*
043912************************************************************
043918* 6000-CHECK-AUTHORITY - SETS WSS-AUTH-SW FOR THE SIGNED-ON *
043924*   USER AND WSS-CHECK-DEPT. A USRAUTH GRANT OF THE         *
043930*   DEPARTMENT ITSELF OR OF '****' (ALL DEPARTMENTS)        *
043936*   AUTHORIZES; NEITHER ON FILE DOES NOT. ANY OTHER READ    *
043942*   RESPONSE SETS WSS-AUTH-FAILED.                          *
043948************************************************************
043954 6000-CHECK-AUTHORITY.
043960     EXEC CICS ASSIGN
043966          USERID(WSS-USER-ID)
043972     END-EXEC
043978     MOVE WSS-USER-ID TO WSS-AUTH-USER
043984     MOVE WSS-CHECK-DEPT TO WSS-AUTH-DEPT
043990     PERFORM 6050-READ-USRAUTH
043996     IF WSS-RESP EQUAL DFHRESP(NORMAL)
044002         SET WSS-AUTHORIZED TO TRUE
044008         GO TO 6000-EXIT
044014     END-IF
044020     IF WSS-RESP NOT EQUAL DFHRESP(NOTFND)
044026         SET WSS-AUTH-FAILED TO TRUE
044032         GO TO 6000-EXIT
044038     END-IF
044044     MOVE '****' TO WSS-AUTH-DEPT
044050     PERFORM 6050-READ-USRAUTH
044056     IF WSS-RESP EQUAL DFHRESP(NORMAL)
044062         SET WSS-AUTHORIZED TO TRUE
044068         GO TO 6000-EXIT
044074     END-IF
044080     IF WSS-RESP EQUAL DFHRESP(NOTFND)
044086         SET WSS-NOT-AUTHORIZED TO TRUE
044092     ELSE
044098         SET WSS-AUTH-FAILED TO TRUE
044104     END-IF.
044110 6000-EXIT.
044116     EXIT.
044122*
044128 6050-READ-USRAUTH.
044134     EXEC CICS READ
044140          FILE('USRAUTH')
044146          INTO(UA-AUTH-RECORD)
044152          RIDFLD(WSS-AUTH-KEY)
044158          RESP(WSS-RESP)
044164     END-EXEC.
044170*
044176************************************************************
044182* 6100-LOG-VIOLATION - WRITES THE REFUSAL, STAMPED WITH THE *
044188*   CICS DATE AND TIME, THE USER, TRANSACTION AND TERMINAL, *
044194*   IN THE SECVIOL LAYOUT TO THE NBRV EXTRAPARTITION QUEUE  *
044200*   FOR THE COBSECR MORNING REPORT.                         *
044206************************************************************
044212 6100-LOG-VIOLATION.
044218     MOVE SPACES TO SV-VIOLATION-RECORD
044224     MOVE WSS-CHECK-DEPT TO SV-DEPT-CODE
044230     MOVE WSS-USER-ID TO SV-USER-ID
044236     MOVE EIBTRNID TO SV-TRANSID
044242     MOVE EIBTRMID TO SV-TERMINAL
044248     MOVE WSS-REQ-KEY TO SV-REQUEST-ID
044254     IF WSS-REQ-KEY EQUAL SPACES
044260         MOVE 'DEPARTMENT INQUIRY REFUSED' TO SV-REASON
044266     ELSE
044272         MOVE 'REQUEST INQUIRY REFUSED' TO SV-REASON
044278     END-IF
044284     EXEC CICS ASKTIME
044290          ABSTIME(WSS-ABSTIME)
044296     END-EXEC
044302     EXEC CICS FORMATTIME
044308          ABSTIME(WSS-ABSTIME)
044314          YYYYMMDD(SV-DATE)
044320          TIME(SV-TIME)
044326     END-EXEC
044332     EXEC CICS WRITEQ TD
044338          QUEUE('NBRV')
044344          FROM(SV-VIOLATION-RECORD)
044350          LENGTH(80)
044356     END-EXEC.
044362*
044368************************************************************
044374* 6200-REFUSE-INQUIRY - SETS THE MESSAGE FOR AN INQUIRY THE *
044380*   USER MAY NOT SEE, LOGGING IT WHEN IT IS A TRUE REFUSAL  *
044386*   RATHER THAN A FAILED AUTHORITY READ. NOTHING OF THE     *
044392*   REQUEST OR DEPARTMENT IS LEFT ON THE SCREEN.            *
044398************************************************************
044404 6200-REFUSE-INQUIRY.
044410     IF WSS-AUTH-FAILED
044416         MOVE 'USRAUTH READ FAILED - CALL THE BATCH DESK' TO MSGO
044422     ELSE
044428         PERFORM 6100-LOG-VIOLATION
044434         MOVE 'NOT AUTHORIZED FOR THAT DEPARTMENT' TO MSGO
044440     END-IF.
044446*
044452************************************************************
044458* 9000-END-SESSION - CLEARS THE SCREEN AND ENDS THE         *
044464*   PSEUDO-CONVERSATION.                                    *
044470************************************************************
044500 9000-END-SESSION.
044600     EXEC CICS SEND TEXT
044700          FROM(WSS-END-MESSAGE)
044800          LENGTH(30)
044900          ERASE
045000     END-EXEC
045100     EXEC CICS RETURN
045200     END-EXEC.
