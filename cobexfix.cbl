002740*                  COBRQAG AGING REPORT CAN TELL A REJECT   *
002750*                  WITH A REPAIR IN FLIGHT FROM ONE NOBODY  *
002760*                  HAS TOUCHED.                             *
002768* 2026-10-15  RA   EVERY RQSTMST CHANGE IS NOW ALSO COPIED  *
002776*                  TO THE RQSTJRNL STATUS-CHANGE JOURNAL,   *
002784*                  SO COBRCVR CAN ROLL A RESTORED BACKUP    *
002792*                  OF THE MASTER FORWARD.                   *
002793* 2026-10-15  RA   A CORRECTION CARD FOR A REQUEST COBRQAC  *
002794*                  HAS CANCELLED IS NO LONGER RECYCLED:     *
002795*                  THE CANCEL STANDS, THE CARD IS LISTED    *
002796*                  AND COUNTED, AND THE MASTER IS LEFT      *
002797*                  ALONE.                                   *
002800************************************************************
002900*
003000 ENVIRONMENT DIVISION.
004640            ACCESS MODE IS RANDOM
004650            RECORD KEY IS RQ-REQUEST-ID
004660            FILE STATUS IS WSS-RQSTMST-STATUS.
004670*
004680     SELECT RQSTJRNL-FILE ASSIGN TO RQSTJRNL
004690            ORGANIZATION IS SEQUENTIAL.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
007420 FD  RQSTMST-FILE
007430     LABEL RECORDS ARE STANDARD.
007440     COPY RQSTMST.
007450*
007460 FD  RQSTJRNL-FILE
007470     RECORDING MODE IS F
007480     LABEL RECORDS ARE STANDARD.
007490 01  RQSTJRNL-RECORD            PIC X(80).
007500*
007600 WORKING-STORAGE SECTION.
007700 01  WSS-SWITCHES.
008400     05  WSS-CARD-FOUND-SW        PIC X(01)    VALUE 'N'.
008500         88  WSS-CARD-FOUND                    VALUE 'Y'.
008600         88  WSS-CARD-NOT-FOUND                VALUE 'N'.
008605     05  WSS-REQ-CANCELLED-SW     PIC X(01)    VALUE 'N'.
008606         88  WSS-REQ-CANCELLED                 VALUE 'Y'.
008607         88  WSS-REQ-NOT-CANCELLED             VALUE 'N'.
008610*
008620 01  WSS-RQSTMST-STATUS           PIC X(02)    VALUE SPACES.
008630     88  WSS-RQSTMST-OK                        VALUE '00'.
008800 77  WSS-REJECT-COUNT             PIC 9(09)    VALUE ZEROS.
008900 77  WSS-REPAIRED-COUNT           PIC 9(09)    VALUE ZEROS.
009000 77  WSS-OUTSTANDING-COUNT        PIC 9(09)    VALUE ZEROS.
009050 77  WSS-CANCELLED-COUNT          PIC 9(09)    VALUE ZEROS.
009100 77  WSS-CARD-COUNT               PIC 9(03)    VALUE ZEROS.
009200 77  WSS-UNMATCHED-COUNT          PIC 9(03)    VALUE ZEROS.
009300*
017050         MOVE 12 TO RETURN-CODE
017060         STOP RUN
017070     END-IF
017085     OPEN OUTPUT RQSTJRNL-FILE
017100     MOVE WSS-RUN-DATE-MM TO WSS-RUN-DATE-DISP-MM
017200     MOVE WSS-RUN-DATE-DD TO WSS-RUN-DATE-DISP-DD
017300     MOVE WSS-RUN-DATE-CCYY TO WSS-RUN-DATE-DISP-CCYY
021200* 2000-PROCESS-REJECT - RUNS ONE REJECTED REQUEST AGAINST   *
021300*   THE CORRECTION CARDS. A MATCH RECYCLES THE CARD'S       *
021400*   REPLACEMENT RECORD TO FIXOUT; NO MATCH IS REPORTED AS   *
021500*   STILL OUTSTANDING. A CARD FOR A REQUEST CANCELLED ON    *
021550*   RQSTMST IS NOT RECYCLED.                                *
021600************************************************************
021700 2000-PROCESS-REJECT.
021800     SET WSS-CARD-NOT-FOUND TO TRUE
022100                 VARYING WSS-CARD-IX FROM 1 BY 1
022200                 UNTIL WSS-CARD-IX GREATER WSS-CARD-COUNT
022300     END-IF
022310     IF WSS-CARD-FOUND
022320         MOVE 'Y' TO WSS-CARD-USED-SW (WSS-CARD-HIT-IX)
022330         PERFORM 5400-CHECK-CANCELLED
022340     END-IF
022350     IF WSS-CARD-FOUND AND WSS-REQ-CANCELLED
022360         ADD 1 TO WSS-CANCELLED-COUNT
022370         MOVE EXCIN-REQUEST-ID TO WSS-DET-REQUEST
022380         MOVE 'REQUEST CANCELLED - CARD NOT RECYCLED'
022385           TO WSS-DET-TEXT
022390         PERFORM 3100-WRITE-DETAIL-LINE
022392         PERFORM 1200-READ-EXCIN
022394         GO TO 2000-EXIT
022396     END-IF
022400     IF WSS-CARD-FOUND
022500         WRITE FIXOUT-RECORD
022600             FROM WSS-CARD-IMAGE (WSS-CARD-HIT-IX)
022800         ADD 1 TO WSS-REPAIRED-COUNT
022810         PERFORM 5500-MARK-RECYCLED
022855         WRITE RQSTJRNL-RECORD FROM RQ-MASTER-RECORD
022900         MOVE EXCIN-REQUEST-ID TO WSS-DET-REQUEST
023000         MOVE 'REPAIRED - RECYCLED TO NEXT RUN' TO WSS-DET-TEXT
023100         PERFORM 3100-WRITE-DETAIL-LINE
029600         PERFORM 3100-WRITE-DETAIL-LINE
029700     END-IF.
029800*
029801************************************************************
029802* 5400-CHECK-CANCELLED - LOOKS UP THE REJECT JUST MATCHED   *
029803*   ON THE REQUEST LIFECYCLE MASTER. A REQUEST COBRQAC HAS  *
029804*   CANCELLED STAYS CANCELLED WHATEVER THE CORRECTION CARD  *
029805*   SAYS. ANY READ PROBLEM IS LEFT TO 5500-MARK-RECYCLED,   *
029806*   WHICH READS THE SAME RECORD AGAIN.                      *
029807************************************************************
029808 5400-CHECK-CANCELLED.
029809     SET WSS-REQ-NOT-CANCELLED TO TRUE
029810     MOVE EXCIN-REQUEST-ID TO RQ-REQUEST-ID
029811     READ RQSTMST-FILE
029812     IF WSS-RQSTMST-OK AND RQ-CANCELLED
029813         SET WSS-REQ-CANCELLED TO TRUE
029814     END-IF.
029815*
029816************************************************************
029820* 5500-MARK-RECYCLED - MARKS THE REJECT JUST REPAIRED       *
029830*   RECYCLED ON THE REQUEST LIFECYCLE MASTER WITH TODAY'S   *
029840*   DATE, KEEPING ITS RECEIVED DATE AND REJECT REASON FOR   *
031200     MOVE 'STILL OUTSTANDING:            ' TO WSS-TOT-LABEL
031300     MOVE WSS-OUTSTANDING-COUNT TO WSS-TOT-COUNT
031400     PERFORM 7100-WRITE-TOTAL-LINE
031410     MOVE 'CANCELLED, NOT RECYCLED:      ' TO WSS-TOT-LABEL
031420     MOVE WSS-CANCELLED-COUNT TO WSS-TOT-COUNT
031430     PERFORM 7100-WRITE-TOTAL-LINE
031500     MOVE 'CORRECTION CARDS READ:        ' TO WSS-TOT-LABEL
031600     MOVE WSS-CARD-COUNT TO WSS-TOT-COUNT
031700     PERFORM 7100-WRITE-TOTAL-LINE
033200     CLOSE EXCIN-FILE
033300     CLOSE FIXOUT-FILE
033350     CLOSE RQSTMST-FILE
033375     CLOSE RQSTJRNL-FILE
033400     CLOSE FIXRPT-FILE.
