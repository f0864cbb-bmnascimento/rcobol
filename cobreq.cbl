003400*   THAT MARKS THE CONVERSATION AS STARTED. PF3 OR CLEAR    *
003500*   ENDS THE SESSION.                                       *
003600*                                                           *
003614*   THE SAME SCREEN CANCELS, HOLDS OR RELEASES A REQUEST    *
003621*   ALREADY ENTERED: THE CLERK KEYS THE DEPARTMENT, THE     *
003628*   REQUEST ID AND AN ACTION OF C, H OR L. THE REQUEST IS   *
003635*   CHECKED AGAINST RQSTMST BY THE RULES COBRQAC USES -     *
003642*   IT MUST BELONG TO THE DEPARTMENT, MUST NOT BE ANSWERED  *
003649*   OR ALREADY CANCELLED, ONLY A HELD REQUEST CAN BE        *
003656*   RELEASED AND A REJECTED ONE CANNOT BE HELD; A REQUEST   *
003663*   NOT YET ON RQSTMST (ENTERED TODAY) MAY BE CANCELLED OR  *
003670*   HELD. THE ACTION IS WRITTEN IN THE RQSTACT LAYOUT, WITH *
003677*   THE CLERK'S SIGN-ON, TO THE NBRA EXTRAPARTITION QUEUE,  *
003684*   WHICH COBRQAC APPLIES AHEAD OF TONIGHT'S COBSUM RUN.    *
003690*                                                           *
003691*   NO ENTRY OR ACTION IS TAKEN UNLESS THE SIGNED-ON USER   *
003692*   HOLDS AUTHORITY FOR THE DEPARTMENT ON USRAUTH (KEPT BY  *
003693*   COBUSRM) - A GRANT OF THAT DEPARTMENT OR OF '****', ALL *
003694*   DEPARTMENTS. EACH REFUSAL IS LOGGED IN THE SECVIOL      *
003695*   LAYOUT TO THE NBRV EXTRAPARTITION QUEUE FOR THE COBSECR *
003696*   MORNING REPORT.                                         *
003697*                                                           *
003700*   CICS RESOURCES (SEE COBREQDF FOR THE CSD JOB):          *
003800*     TRANSACTION NBRE -> PROGRAM COBREQ                    *
003900*     FILE DEPTMST     -> PROD.COBSUM.DEPTMST (READ ONLY)   *
003950*     FILE RQSTMST     -> PROD.COBSUM.RQSTMST (READ ONLY)   *
003975*     FILE USRAUTH     -> PROD.COBSUM.USRAUTH (READ ONLY)   *
004000*     TDQUEUE NBRE     -> PROD.COBSUM.NBRIN.ONLINE          *
004050*     TDQUEUE NBRA     -> PROD.COBSUM.RQSTACT.ONLINE        *
004075*     TDQUEUE NBRV     -> PROD.COBSUM.SECVIOL.ONLINE        *
004100************************************************************
004200* MODIFICATION HISTORY                                      *
004300*----------------------------------------------------------*
004560*                  THE ID NOW CARRIES THE DAY OF YEAR FROM  *
004570*                  EIBDATE AHEAD OF THE LOW TASK-NUMBER     *
004580*                  DIGITS AND ONLY CYCLES AFTER A YEAR.     *
004585* 2026-10-15  RA   ADDED CANCEL, HOLD AND RELEASE OF A      *
004586*                  REQUEST BY ID THROUGH THE NEW ACTION     *
004587*                  FIELD, QUEUED ON NBRA FOR COBRQAC.       *
004588* 2026-10-15  RA   REFUSES A DEPARTMENT THE SIGNED-ON USER  *
004589*                  HOLDS NO USRAUTH AUTHORITY FOR, AND      *
004590*                  LOGS EACH REFUSAL ON THE NBRV QUEUE.     *
004591* 2026-10-15  RA   REVIEW FIX: AN ACTION CONFIRMATION WAS   *
004592*                  BLANK BECAUSE THE MAP WAS CLEARED        *
004593*                  BEFORE THE ACTION WAS TESTED, AND A      *
004594*                  SHORT REQUEST ID KEPT ITS LOW-VALUES.    *
004600************************************************************
004700*
004800 ENVIRONMENT DIVISION.
005400 WORKING-STORAGE SECTION.
005500     COPY COBREQM.
005600     COPY DEPTMST.
005633     COPY RQSTMST.
005666     COPY RQSTACT.
005677     COPY USRAUTH.
005688     COPY SECVIOL.
005700     COPY DFHAID.
005800*
005900 01  WSS-COMMAREA                 PIC X(01)    VALUE 'Y'.
006000 01  WSS-RESP                     PIC S9(08)   COMP.
006100*
006200 01  WSS-DEPT-KEY                 PIC X(04).
006250 01  WSS-REQUEST-KEY              PIC X(08).
006260 01  WSS-ACTION-CODE              PIC X(01).
006300 01  WSS-FROM-NUMBER              PIC 9(11).
006400 01  WSS-THRU-NUMBER              PIC 9(11).
006410*
007600     05  WSS-QUE-NUMBER-THRU      PIC 9(11).
007700     05  FILLER                   PIC X(45)    VALUE SPACES.
007800*
007808 01  WSS-USER-ID                  PIC X(08).
007816 01  WSS-CHECK-DEPT               PIC X(04).
007824 01  WSS-AUTH-KEY.
007832     05  WSS-AUTH-USER            PIC X(08).
007840     05  WSS-AUTH-DEPT            PIC X(04).
007848 01  WSS-AUTH-SW                  PIC X(01)    VALUE 'N'.
007856     88  WSS-AUTHORIZED                        VALUE 'Y'.
007864     88  WSS-NOT-AUTHORIZED                    VALUE 'N'.
007872     88  WSS-AUTH-FAILED                       VALUE 'E'.
007880 01  WSS-ABSTIME                  PIC S9(15)   COMP-3.
007888*
007900 01  WSS-END-MESSAGE              PIC X(30)
008000         VALUE 'COBREQ SESSION ENDED'.
008100*
014200         GO TO 2000-EXIT
014300     END-IF
014400     MOVE DEPTINI TO WSS-DEPT-KEY
014406     MOVE WSS-DEPT-KEY TO WSS-CHECK-DEPT
014412     PERFORM 6000-CHECK-AUTHORITY THRU 6000-EXIT
014418     IF WSS-AUTH-FAILED
014424         MOVE 'USRAUTH READ FAILED - CALL THE BATCH DESK'
014430           TO MSGO
014436         PERFORM 4000-SEND-ERROR
014442         GO TO 2000-EXIT
014448     END-IF
014454     IF WSS-NOT-AUTHORIZED
014460         PERFORM 6100-LOG-VIOLATION
014466         MOVE 'NOT AUTHORIZED FOR THIS DEPARTMENT' TO MSGO
014472         PERFORM 4000-SEND-ERROR
014478         GO TO 2000-EXIT
014484     END-IF
014500     EXEC CICS READ
014600          FILE('DEPTMST')
014700          INTO(DM-MASTER-RECORD)
016400         PERFORM 4000-SEND-ERROR
016500         GO TO 2000-EXIT
016600     END-IF
016620     IF ACTINI NOT EQUAL SPACES AND ACTINI NOT EQUAL LOW-VALUES
016640         PERFORM 2500-PROCESS-ACTION THRU 2500-EXIT
016660         GO TO 2000-EXIT
016680     END-IF
016700     IF TYPEINI NOT EQUAL 'S' AND TYPEINI NOT EQUAL 'R'
016800         MOVE 'INVALID REQUEST TYPE - KEY S OR R' TO MSGO
016900         PERFORM 4000-SEND-ERROR
020600 2000-EXIT.
020700     EXIT.
020800*
020801************************************************************
020802* 2500-PROCESS-ACTION - EDITS A CANCEL, HOLD OR RELEASE     *
020803*   AGAINST THE REQUEST MASTER AND, WHEN IT WOULD BE        *
020804*   ACCEPTED, QUEUES IT FOR COBRQAC. THE DEPARTMENT HAS     *
020805*   ALREADY BEEN FOUND ON DEPTMST BY 2000-PROCESS-REQUEST.  *
020806************************************************************
020807 2500-PROCESS-ACTION.
020808     IF ACTINI NOT EQUAL 'C' AND ACTINI NOT EQUAL 'H'
020809        AND ACTINI NOT EQUAL 'L'
020810         MOVE 'INVALID ACTION - KEY C, H, L OR LEAVE BLANK'
020811           TO MSGO
020812         PERFORM 4000-SEND-ERROR
020813         GO TO 2500-EXIT
020814     END-IF
020815     IF REQIDI EQUAL SPACES OR REQIDI EQUAL LOW-VALUES
020816         MOVE 'REQUEST ID IS REQUIRED FOR AN ACTION' TO MSGO
020817         PERFORM 4000-SEND-ERROR
020818         GO TO 2500-EXIT
020819     END-IF
020820     MOVE REQIDI TO WSS-REQUEST-KEY
020821     INSPECT WSS-REQUEST-KEY REPLACING ALL LOW-VALUES BY SPACES
020822     MOVE ACTINI TO WSS-ACTION-CODE
020823     EXEC CICS READ
020824          FILE('RQSTMST')
020825          INTO(RQ-MASTER-RECORD)
020826          RIDFLD(WSS-REQUEST-KEY)
020827          RESP(WSS-RESP)
020828     END-EXEC
020829     IF WSS-RESP EQUAL DFHRESP(NOTFND)
020830         IF ACTINI EQUAL 'L'
020831             MOVE 'REQUEST IS NOT HELD' TO MSGO
020832             PERFORM 4000-SEND-ERROR
020833             GO TO 2500-EXIT
020834         END-IF
020835         PERFORM 2600-CONFIRM-ACTION
020836         GO TO 2500-EXIT
020837     END-IF
020838     IF WSS-RESP NOT EQUAL DFHRESP(NORMAL)
020839         MOVE 'RQSTMST READ FAILED - CALL THE BATCH DESK'
020840           TO MSGO
020841         PERFORM 4000-SEND-ERROR
020842         GO TO 2500-EXIT
020843     END-IF
020844     IF RQ-DEPT-CODE NOT EQUAL WSS-DEPT-KEY
020845         MOVE 'REQUEST BELONGS TO ANOTHER DEPARTMENT' TO MSGO
020846         PERFORM 4000-SEND-ERROR
020847         GO TO 2500-EXIT
020848     END-IF
020849     IF RQ-ANSWERED OR RQ-REANSWERED
020850         MOVE 'REQUEST ALREADY ANSWERED' TO MSGO
020851         PERFORM 4000-SEND-ERROR
020852         GO TO 2500-EXIT
020853     END-IF
020854     IF RQ-CANCELLED
020855         MOVE 'REQUEST ALREADY CANCELLED' TO MSGO
020856         PERFORM 4000-SEND-ERROR
020857         GO TO 2500-EXIT
020858     END-IF
020859     IF ACTINI EQUAL 'H' AND RQ-HELD
020860         MOVE 'REQUEST ALREADY HELD' TO MSGO
020861         PERFORM 4000-SEND-ERROR
020862         GO TO 2500-EXIT
020863     END-IF
020864     IF ACTINI EQUAL 'H' AND RQ-REJECTED
020865         MOVE 'REJECTED - CANCEL OR REPAIR IT INSTEAD' TO MSGO
020866         PERFORM 4000-SEND-ERROR
020867         GO TO 2500-EXIT
020868     END-IF
020869     IF ACTINI EQUAL 'L' AND NOT RQ-HELD
020870         MOVE 'REQUEST IS NOT HELD' TO MSGO
020871         PERFORM 4000-SEND-ERROR
020872         GO TO 2500-EXIT
020873     END-IF
020874     PERFORM 2600-CONFIRM-ACTION.
020875 2500-EXIT.
020876     EXIT.
020877*
020878************************************************************
020879* 2600-CONFIRM-ACTION - QUEUES THE ACCEPTED ACTION AND      *
020880*   TELLS THE CLERK WHEN IT TAKES EFFECT. THE ACTION FIELD  *
020881*   IS BLANKED SO A SECOND ENTER DOES NOT REPEAT IT.        *
020882************************************************************
020883 2600-CONFIRM-ACTION.
020884     PERFORM 5500-QUEUE-ACTION
020885     MOVE LOW-VALUES TO COBREQO
020886     MOVE SPACE TO ACTINO
020887     IF WSS-ACTION-CODE EQUAL 'C'
020888         MOVE 'CANCEL QUEUED - TAKES EFFECT BEFORE TONIGHT''S RUN'
020889           TO MSGO
020890     END-IF
020891     IF WSS-ACTION-CODE EQUAL 'H'
020892         MOVE 'HOLD QUEUED - TAKES EFFECT BEFORE TONIGHT''S RUN'
020893           TO MSGO
020894     END-IF
020895     IF WSS-ACTION-CODE EQUAL 'L'
020896         MOVE 'RELEASE QUEUED - REQUEST RUNS TONIGHT' TO MSGO
020897     END-IF
020898     PERFORM 3000-SEND-MAP.
020899*
020900************************************************************
021000* 3000-SEND-MAP - REDISPLAYS THE SCREEN WITHOUT ERASING     *
021100*   THE CONSTANT TEXT.                                      *
022500************************************************************
022600 4000-SEND-ERROR.
022700     MOVE LOW-VALUES TO DEPTINO TYPEINO FROMINO THRUINO REQIDO
022800                        ACTINO
022900     PERFORM 3000-SEND-MAP.
023000*
023100************************************************************
024700          LENGTH(80)
024800     END-EXEC.
024900*
024905************************************************************
024910* 5500-QUEUE-ACTION - WRITES THE CANCEL, HOLD OR RELEASE IN *
024915*   THE RQSTACT LAYOUT, WITH THE CLERK'S SIGN-ON, TO THE    *
024920*   NBRA EXTRAPARTITION QUEUE FOR COBRQAC.                  *
024925************************************************************
024930 5500-QUEUE-ACTION.
024935     MOVE SPACES TO AC-ACTION-RECORD
024940     MOVE WSS-REQUEST-KEY TO AC-REQUEST-ID
024945     MOVE WSS-DEPT-KEY TO AC-DEPT-CODE
024950     MOVE WSS-ACTION-CODE TO AC-ACTION-CODE
024955     EXEC CICS ASSIGN
024960          USERID(AC-USER-ID)
024965     END-EXEC
024970     EXEC CICS WRITEQ TD
024975          QUEUE('NBRA')
024980          FROM(AC-ACTION-RECORD)
024985          LENGTH(80)
024990     END-EXEC.
024994*
024998************************************************************
025002* 6000-CHECK-AUTHORITY - SETS WSS-AUTH-SW FOR THE SIGNED-ON *
025006*   USER AND WSS-CHECK-DEPT. A USRAUTH GRANT OF THE         *
025010*   DEPARTMENT ITSELF OR OF '****' (ALL DEPARTMENTS)        *
025014*   AUTHORIZES; NEITHER ON FILE DOES NOT. ANY OTHER READ    *
025018*   RESPONSE SETS WSS-AUTH-FAILED.                          *
025022************************************************************
025026 6000-CHECK-AUTHORITY.
025030     EXEC CICS ASSIGN
025034          USERID(WSS-USER-ID)
025038     END-EXEC
025042     MOVE WSS-USER-ID TO WSS-AUTH-USER
025046     MOVE WSS-CHECK-DEPT TO WSS-AUTH-DEPT
025050     PERFORM 6050-READ-USRAUTH
025054     IF WSS-RESP EQUAL DFHRESP(NORMAL)
025058         SET WSS-AUTHORIZED TO TRUE
025062         GO TO 6000-EXIT
025066     END-IF
025070     IF WSS-RESP NOT EQUAL DFHRESP(NOTFND)
025074         SET WSS-AUTH-FAILED TO TRUE
025078         GO TO 6000-EXIT
025082     END-IF
025086     MOVE '****' TO WSS-AUTH-DEPT
025090     PERFORM 6050-READ-USRAUTH
025094     IF WSS-RESP EQUAL DFHRESP(NORMAL)
025098         SET WSS-AUTHORIZED TO TRUE
025102         GO TO 6000-EXIT
025106     END-IF
025110     IF WSS-RESP EQUAL DFHRESP(NOTFND)
025114         SET WSS-NOT-AUTHORIZED TO TRUE
025118     ELSE
025122         SET WSS-AUTH-FAILED TO TRUE
025126     END-IF.
025130 6000-EXIT.
025134     EXIT.
025138*
025142 6050-READ-USRAUTH.
025146     EXEC CICS READ
025150          FILE('USRAUTH')
025154          INTO(UA-AUTH-RECORD)
025158          RIDFLD(WSS-AUTH-KEY)
025162          RESP(WSS-RESP)
025166     END-EXEC.
025170*
025174************************************************************
025178* 6100-LOG-VIOLATION - WRITES THE REFUSAL, STAMPED WITH THE *
025182*   CICS DATE AND TIME, THE USER, TRANSACTION AND TERMINAL, *
025186*   IN THE SECVIOL LAYOUT TO THE NBRV EXTRAPARTITION QUEUE  *
025190*   FOR THE COBSECR MORNING REPORT.                         *
025194************************************************************
025198 6100-LOG-VIOLATION.
025202     MOVE SPACES TO SV-VIOLATION-RECORD
025206     MOVE WSS-CHECK-DEPT TO SV-DEPT-CODE
025210     MOVE WSS-USER-ID TO SV-USER-ID
025214     MOVE EIBTRNID TO SV-TRANSID
025218     MOVE EIBTRMID TO SV-TERMINAL
025222     IF ACTINI EQUAL SPACES OR ACTINI EQUAL LOW-VALUES
025226         MOVE 'REQUEST ENTRY REFUSED' TO SV-REASON
025230     ELSE
025234         MOVE REQIDI TO SV-REQUEST-ID
025238         INSPECT SV-REQUEST-ID REPLACING ALL LOW-VALUES BY SPACES
025242         MOVE 'CANCEL/HOLD/RELEASE REFUSED' TO SV-REASON
025246     END-IF
025250     EXEC CICS ASKTIME
025254          ABSTIME(WSS-ABSTIME)
025258     END-EXEC
025262     EXEC CICS FORMATTIME
025266          ABSTIME(WSS-ABSTIME)
025270          YYYYMMDD(SV-DATE)
025274          TIME(SV-TIME)
025278     END-EXEC
025282     EXEC CICS WRITEQ TD
025286          QUEUE('NBRV')
025290          FROM(SV-VIOLATION-RECORD)
025294          LENGTH(80)
025298     END-EXEC.
025302*
025306************************************************************
025310* 9000-END-SESSION - CLEARS THE SCREEN AND ENDS THE         *
025314*   PSEUDO-CONVERSATION.                                    *
025318************************************************************
025400 9000-END-SESSION.
025500     EXEC CICS SEND TEXT
025600          FROM(WSS-END-MESSAGE)
