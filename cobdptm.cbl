001800*     COLS 10-39  DEPARTMENT NAME                           *
001900*     COL  40     (BLANK)                                   *
002000*     COLS 41-42  REPORT DELIVERY CODE                      *
002033*     COL  43     (BLANK)                                   *
002066*     COLS 44-46  TURNAROUND TARGET DAYS, RECEIPT TO ANSWER *
002100*                                                           *
002200*   ADD INSERTS A NEW ACTIVE DEPARTMENT; CHG REPLACES THE   *
002275*   NAME, DELIVERY CODE AND/OR TARGET DAYS (A BLANK FIELD   *
002350*   ON THE CARD LEAVES THE MASTER FIELD UNCHANGED, AND A    *
002425*   TARGET OF 000 REMOVES THE TARGET); DEA DEACTIVATES      *
002500*   AND ACT REACTIVATES THE DEPARTMENT WITHOUT LOSING ITS   *
002600*   NAME. AN ASTERISK IN COLUMN 1 IS A COMMENT.             *
002700*                                                           *
002800*   EVERY CARD IS ECHOED ON THE DPTMRPT REPORT WITH ITS     *
002900*   DISPOSITION. A CARD THAT CANNOT BE APPLIED (UNKNOWN     *
003000*   ACTION, DUPLICATE ADD, CHANGE TO A CODE NOT ON THE      *
003080*   MASTER, TARGET DAYS NOT NUMERIC) IS REPORTED AND        *
003160*   SKIPPED, AND THE RUN ENDS WITH RETURN CODE 8 SO         *
003240*   OPERATIONS REVIEWS THE DECK - THE GOOD CARDS ARE STILL  *
003320*   APPLIED.                                                *
003400************************************************************
003500* MODIFICATION HISTORY                                      *
003600*----------------------------------------------------------*
003700* DATE       INIT  DESCRIPTION                              *
003800* 2026-09-02  RA   ORIGINAL PROGRAM.                        *
003833* 2026-10-15  RA   ADDED THE TURNAROUND TARGET DAYS IN CARD *
003866*                  COLUMNS 44-46 (DM-TARGET-DAYS).          *
003900************************************************************
004000*
004100 ENVIRONMENT DIVISION.
007300     05  DPT-NAME               PIC X(30).
007400     05  FILLER                 PIC X(01).
007500     05  DPT-DELIVERY           PIC X(02).
007533     05  FILLER                 PIC X(01).
007566     05  DPT-TARGET             PIC X(03).
007599     05  DPT-TARGET-NUM REDEFINES DPT-TARGET
007632                                PIC 9(03).
007665     05  FILLER                 PIC X(34).
007700*
007800 FD  DEPTMST-FILE
007900     LABEL RECORDS ARE STANDARD.
020700         PERFORM 3100-WRITE-DETAIL-LINE
020800         GO TO 2000-NEXT
020900     END-IF
020912     IF DPT-TARGET NOT EQUAL SPACES
020924       AND DPT-TARGET IS NOT NUMERIC
020936         PERFORM 4000-REPORT-CARD-ERROR
020948         MOVE 'TARGET DAYS NOT NUMERIC' TO WSS-DET-TEXT
020960         PERFORM 3100-WRITE-DETAIL-LINE
020972         GO TO 2000-NEXT
020984     END-IF
021000     IF DPT-ACTION-ADD
021100         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
021200         GO TO 2000-NEXT
024000     MOVE DPT-NAME TO DM-DEPT-NAME
024100     MOVE DPT-DELIVERY TO DM-DELIVERY-CODE
024200     MOVE 'A' TO DM-ACTIVE-SW
024220     MOVE ZEROS TO DM-TARGET-DAYS
024240     IF DPT-TARGET NOT EQUAL SPACES
024260         MOVE DPT-TARGET-NUM TO DM-TARGET-DAYS
024280     END-IF
024300     WRITE DM-MASTER-RECORD
024400     IF WSS-DEPTMST-DUPLICATE
024500         PERFORM 4000-REPORT-CARD-ERROR
028900         IF DPT-DELIVERY NOT EQUAL SPACES
029000             MOVE DPT-DELIVERY TO DM-DELIVERY-CODE
029100         END-IF
029125         IF DPT-TARGET NOT EQUAL SPACES
029150             MOVE DPT-TARGET-NUM TO DM-TARGET-DAYS
029175         END-IF
029200     END-IF
029300     IF DPT-ACTION-DEA
029400         MOVE 'I' TO DM-ACTIVE-SW
