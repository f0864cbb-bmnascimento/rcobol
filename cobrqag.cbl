001200*   SEQUENTIALLY AND LISTS EVERY REQUEST STILL UNRESOLVED:  *
001300*   A REJECT WITH NO CORRECTION CARD YET (STATUS REJECTED)  *
001400*   AND A REPAIR STILL IN FLIGHT (STATUS RECYCLED, NOT YET  *
001500*   RE-ANSWERED BY A LATER COBSUM RUN) AND A REQUEST HELD   *
001550*   BY COBRQAC AND NOT YET RELEASED. EACH LINE SHOWS        *
001600*   THE REQUEST, ITS DEPARTMENT, ITS STATUS, THE DATE THE   *
001700*   STATUS WAS SET, THE DAYS IT HAS SAT THERE AND THE       *
001800*   REJECT REASON, SO NOTHING A DEPARTMENT ASKED FOR        *
003000*----------------------------------------------------------*
003100* DATE       INIT  DESCRIPTION                              *
003200* 2026-09-02  RA   ORIGINAL PROGRAM.                        *
003210* 2026-10-15  RA   HELD REQUESTS ARE NOW AGED AND LISTED    *
003220*                  THE SAME WAY AS REJECTS, AND THE TOTALS  *
003230*                  COUNT HELD, RELEASED AND CANCELLED       *
003240*                  REQUESTS.                                *
003300************************************************************
003400*
003500 ENVIRONMENT DIVISION.
009100 77  WSS-REANSWERED-COUNT         PIC 9(09)    VALUE ZEROS.
009200 77  WSS-REJECTED-COUNT           PIC 9(09)    VALUE ZEROS.
009300 77  WSS-RECYCLED-COUNT           PIC 9(09)    VALUE ZEROS.
009310 77  WSS-HELD-COUNT               PIC 9(09)    VALUE ZEROS.
009320 77  WSS-RELEASED-COUNT           PIC 9(09)    VALUE ZEROS.
009330 77  WSS-CANCELLED-COUNT          PIC 9(09)    VALUE ZEROS.
009400 77  WSS-OVERDUE-COUNT            PIC 9(09)    VALUE ZEROS.
009500*
009600 01  WSS-AGE-DAYS-LIMIT           PIC 9(05)    VALUE 3.
016000     05  FILLER                   PIC X(07)    VALUE 'DAYS'.
016100     05  FILLER                   PIC X(11)    VALUE SPACES.
016200     05  FILLER                   PIC X(30)
016300          VALUE 'REASON'.
016400*
016500 01  WSS-DET-LINE.
016600     05  WSS-DET-CC               PIC X(01)    VALUE ' '.
028900************************************************************
029000* 2000-PROCESS-REQUEST - DISPOSES OF ONE LIFECYCLE RECORD.  *
029100*   ANSWERED AND RE-ANSWERED REQUESTS ARE ONLY COUNTED;     *
029200*   REJECTED, RECYCLED AND HELD ONES ARE AGED AND LISTED.   *
029250*   RELEASED AND CANCELLED ONES ARE ONLY COUNTED. THE       *
029300*   BOOTSTRAP DUMMY CARRIES NO KNOWN STATUS AND FALLS       *
029400*   THROUGH UNREPORTED.                                     *
029500************************************************************
031000     IF RQ-RECYCLED
031100         ADD 1 TO WSS-RECYCLED-COUNT
031200         PERFORM 2100-LIST-OUTSTANDING
031210         GO TO 2000-NEXT
031220     END-IF
031230     IF RQ-HELD
031240         ADD 1 TO WSS-HELD-COUNT
031250         PERFORM 2100-LIST-OUTSTANDING
031260         GO TO 2000-NEXT
031270     END-IF
031280     IF RQ-RELEASED
031285         ADD 1 TO WSS-RELEASED-COUNT
031290         GO TO 2000-NEXT
031295     END-IF
031300     IF RQ-CANCELLED
031310         ADD 1 TO WSS-CANCELLED-COUNT
031320     END-IF.
031400 2000-NEXT.
031500     PERFORM 1100-READ-RQSTMST.
031600 2000-EXIT.
032700     MOVE RQ-DEPT-CODE TO WSS-DET-DEPT
032800     IF RQ-REJECTED
032900         MOVE 'REJECTED' TO WSS-DET-STATUS
033000     END-IF
033050     IF RQ-RECYCLED
033100         MOVE 'RECYCLED' TO WSS-DET-STATUS
033150     END-IF
033160     IF RQ-HELD
033170         MOVE 'HELD' TO WSS-DET-STATUS
033200     END-IF
033300     MOVE RQ-STATUS-DATE TO WSS-DAYNO-DATE
033400     MOVE WSS-DAYNO-MM TO WSS-STAT-DATE-DISP-MM
039700     MOVE 'RECYCLED, AWAITING RE-ANSWER: ' TO WSS-TOT-LABEL
039800     MOVE WSS-RECYCLED-COUNT TO WSS-TOT-COUNT
039900     PERFORM 7100-WRITE-TOTAL-LINE
039910     MOVE 'HELD, NOT YET RELEASED:       ' TO WSS-TOT-LABEL
039920     MOVE WSS-HELD-COUNT TO WSS-TOT-COUNT
039930     PERFORM 7100-WRITE-TOTAL-LINE
039940     MOVE 'RELEASED, AWAITING NEXT RUN:  ' TO WSS-TOT-LABEL
039950     MOVE WSS-RELEASED-COUNT TO WSS-TOT-COUNT
039960     PERFORM 7100-WRITE-TOTAL-LINE
039970     MOVE 'CANCELLED:                    ' TO WSS-TOT-LABEL
039980     MOVE WSS-CANCELLED-COUNT TO WSS-TOT-COUNT
039990     PERFORM 7100-WRITE-TOTAL-LINE
040000     MOVE 'OVERDUE PAST AGE-DAYS:        ' TO WSS-TOT-LABEL
040100     MOVE WSS-OVERDUE-COUNT TO WSS-TOT-COUNT
040200     PERFORM 7100-WRITE-TOTAL-LINE.
