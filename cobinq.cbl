001500*   A NUMBER NOT ON THE MASTER GETS A CLEAR NOT-YET-        *
001600*   PROCESSED MESSAGE POINTING THE CALLER AT THE NBRE       *
001700*   REQUEST ENTRY TRANSACTION FOR TONIGHT'S BATCH.          *
001710*                                                           *
001720*   BELOW THE RESULT THE SCREEN SHOWS THE NUMBER'S FACTOR   *
001730*   COUNT AND ITS FACTORS, 30 TO A PAGE, FROM THE FCTMST    *
001740*   FACTOR LIST MASTER - ONE SCREEN PAGE PER FCTMST         *
001750*   SEGMENT. PF8 PAGES FORWARD AND PF7 BACK THROUGH A LONG  *
001760*   LIST. A NUMBER WHOSE LIST IS NOT YET ON THAT MASTER     *
001770*   SHOWS ITS RESULT WITH A FACTOR-LIST-NOT-ON-FILE         *
001780*   MESSAGE.                                                *
001800*                                                           *
001900*   THE PROGRAM IS PSEUDO-CONVERSATIONAL: EACH INTERACTION  *
002000*   ENDS WITH RETURN TRANSID(NBRQ) AND A COMMAREA THAT      *
002100*   MARKS THE CONVERSATION AS STARTED AND CARRIES THE       *
002110*   NUMBER AND FACTOR PAGE ON DISPLAY FOR PF7/PF8. PF3 OR   *
002200*   CLEAR ENDS THE SESSION.                                 *
002300*                                                           *
002400*   CICS RESOURCES (SEE COBINQDF FOR THE CSD JOB):          *
002500*     TRANSACTION NBRQ -> PROGRAM COBINQ                    *
002600*     FILE RSLTMST     -> PROD.COBSUM.RSLTMST (READ ONLY)   *
002610*     FILE FCTMST      -> PROD.COBSUM.FCTMST  (READ ONLY)   *
002700************************************************************
002800* MODIFICATION HISTORY                                      *
002900*----------------------------------------------------------*
003120*                  THE CALLER AT THE NBRE REQUEST ENTRY     *
003130*                  TRANSACTION INSTEAD OF A PAPER NBRIN     *
003140*                  REQUEST THROUGH OPERATIONS.              *
003150* 2026-10-15  RA   SHOWS THE NUMBER'S FACTOR COUNT AND ITS  *
003160*                  FACTORS FROM THE NEW FCTMST FACTOR LIST  *
003170*                  MASTER, PAGED WITH PF7/PF8. THE COMMAREA *
003180*                  NOW CARRIES THE NUMBER AND PAGE SHOWN.   *
003200************************************************************
003300*
003400 ENVIRONMENT DIVISION.
004000 WORKING-STORAGE SECTION.
004100     COPY COBINQM.
004200     COPY RSLTMST.
004210     COPY FCTMST.
004300     COPY DFHAID.
004400*
004500 01  WSS-COMMAREA.
004510     05  WSS-CA-STARTED           PIC X(01)    VALUE 'Y'.
004520     05  WSS-CA-NUMBER            PIC 9(11)    VALUE ZEROS.
004530     05  WSS-CA-SEGMENT           PIC 9(03)    VALUE ZEROS.
004600 01  WSS-RESP                     PIC S9(08)   COMP.
004700 01  WSS-INQ-KEY                  PIC 9(11).
004800 01  WSS-SUM-EDIT                 PIC Z(10)9.
004801 01  WSS-COUNT-EDIT               PIC Z(04)9.
004802*
004803 01  WSS-FCT-KEY.
004804     05  WSS-FCT-KEY-NUMBER       PIC 9(11).
004805     05  WSS-FCT-KEY-SEGMENT      PIC 9(03).
004806 01  WSS-FCT-PAGES                PIC 9(03).
004807 01  WSS-FCT-SLOT                 PIC 9(02).
004808 01  WSS-FCT-LINE-IX              PIC 9(01).
004809 01  WSS-FCT-COL-IX               PIC 9(01).
004810 01  WSS-FCT-OFFSET               PIC 9(02).
004811 01  WSS-EDGE-SW                  PIC X(01)    VALUE 'N'.
004812     88  WSS-AT-EDGE                           VALUE 'Y'.
004813     88  WSS-NOT-AT-EDGE                       VALUE 'N'.
004814*
004815 01  WSS-PAGE-DISPLAY.
004816     05  WSS-PAGE-DISP-THIS       PIC 9(03).
004817     05  FILLER                   PIC X(04)    VALUE ' OF '.
004818     05  WSS-PAGE-DISP-LAST       PIC 9(03).
004819*
004820*    ONE SCREEN PAGE OF FACTORS - FIVE LINES OF SIX, EACH
004821*    FACTOR EDITED INTO A 12-BYTE COLUMN.
004822 01  WSS-FCT-SCREEN.
004823     05  WSS-FCT-SCREEN-LINE      OCCURS 5.
004824         10  WSS-FCT-SCREEN-COL   OCCURS 6.
004825             15  WSS-FCT-SCREEN-VALUE
004826                                  PIC Z(10)9.
004827             15  FILLER           PIC X(01).
004900*
005000 01  WSS-DATE-WORK                PIC 9(08).
005100 01  WSS-DATE-GROUP REDEFINES WSS-DATE-WORK.
006400         VALUE 'COBINQ SESSION ENDED'.
006500*
006600 LINKAGE SECTION.
006700 01  DFHCOMMAREA                  PIC X(15).
006800*
006900 PROCEDURE DIVISION.
007000*
007100************************************************************
007200* 0000-MAIN-PROCEDURE - FIRST ENTRY (NO COMMAREA) PAINTS    *
007300*   THE EMPTY SCREEN; PF7/PF8 PAGE THROUGH THE FACTORS OF   *
007400*   THE NUMBER ON DISPLAY; ANY OTHER KEY PROCESSES THE      *
007410*   INQUIRY JUST KEYED. PF3 OR CLEAR ENDS THE SESSION. A    *
007420*   COMMAREA SHORTER THAN THE CURRENT ONE IS TREATED AS A   *
007430*   FIRST ENTRY.                                            *
007500************************************************************
007600 0000-MAIN-PROCEDURE.
007700     IF EIBAID EQUAL DFHPF3 OR EIBAID EQUAL DFHCLEAR
007800         PERFORM 9000-END-SESSION
007900     END-IF
008000     IF EIBCALEN LESS THAN 15
008100         PERFORM 1000-SEND-FRESH-MAP
008200     ELSE
008210         MOVE DFHCOMMAREA TO WSS-COMMAREA
008220         IF EIBAID EQUAL DFHPF7 OR EIBAID EQUAL DFHPF8
008230             PERFORM 2500-PAGE-FACTORS THRU 2500-EXIT
008240         ELSE
008300             PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
008310         END-IF
008400     END-IF
008500     EXEC CICS RETURN
008600          TRANSID('NBRQ')
008700          COMMAREA(WSS-COMMAREA)
008800          LENGTH(15)
008900     END-EXEC
009000     GOBACK.
009100*
009300* 1000-SEND-FRESH-MAP - PAINTS THE EMPTY INQUIRY SCREEN.    *
009400************************************************************
009500 1000-SEND-FRESH-MAP.
009510     MOVE ZEROS TO WSS-CA-NUMBER
009520     MOVE ZEROS TO WSS-CA-SEGMENT
009600     MOVE LOW-VALUES TO COBINQO
009700     MOVE 'ENTER AN 11-DIGIT NUMBER AND PRESS ENTER' TO MSGO
009800     EXEC CICS SEND
010500************************************************************
010600* 2000-PROCESS-INQUIRY - RECEIVES THE SCREEN, EDITS THE     *
010700*   KEYED NUMBER, READS THE RESULTS MASTER AND REDISPLAYS   *
010800*   WITH THE ANSWER AND THE FIRST PAGE OF FACTORS, OR THE   *
010810*   APPROPRIATE MESSAGE.                                    *
010900************************************************************
011000 2000-PROCESS-INQUIRY.
011010     MOVE ZEROS TO WSS-CA-NUMBER
011020     MOVE ZEROS TO WSS-CA-SEGMENT
011100     EXEC CICS RECEIVE
011200          MAP('COBINQ')
011300          MAPSET('COBINQM')
013100         PERFORM 3000-SEND-MAP
013200         GO TO 2000-EXIT
013300     END-IF
013310     MOVE 1 TO WSS-FCT-KEY-SEGMENT
013320     PERFORM 2100-SHOW-RESULT THRU 2100-EXIT
013330     PERFORM 3000-SEND-MAP.
013340 2000-EXIT.
013350     EXIT.
013360*
013370************************************************************
013380* 2100-SHOW-RESULT - READS THE RESULTS MASTER FOR           *
013390*   WSS-INQ-KEY AND BUILDS THE SCREEN WITH THE ANSWER AND   *
013391*   THE FACTOR PAGE IN WSS-FCT-KEY-SEGMENT, OR THE          *
013392*   APPROPRIATE MESSAGE. THE NUMBER AND PAGE SHOWN ARE      *
013393*   KEPT IN THE COMMAREA FOR PF7/PF8.                       *
013394************************************************************
013395 2100-SHOW-RESULT.
013400     EXEC CICS READ
013500          FILE('RSLTMST')
013600          INTO(RM-MASTER-RECORD)
013800          RESP(WSS-RESP)
013900     END-EXEC
014000     MOVE LOW-VALUES TO COBINQO
014010     MOVE WSS-INQ-KEY TO NUMINO
014100     IF WSS-RESP EQUAL DFHRESP(NORMAL)
014200         MOVE RM-SUM TO WSS-SUM-EDIT
014300         MOVE WSS-SUM-EDIT TO FSUMO
014900         MOVE WSS-DATE-DISPLAY TO FDATEO
015000         MOVE 'RESULT SHOWN - ENTER ANOTHER NUMBER OR PF3'
015100           TO MSGO
015110         MOVE WSS-INQ-KEY TO WSS-CA-NUMBER
015120         PERFORM 2200-SHOW-FACTORS THRU 2200-EXIT
015200     ELSE
015300         IF WSS-RESP EQUAL DFHRESP(NOTFND)
015400             MOVE 'NOT YET PROCESSED - ENTER A REQUEST WITH NBRE'
015700             MOVE 'RSLTMST READ FAILED - CALL THE BATCH DESK'
015800               TO MSGO
015900         END-IF
016000     END-IF.
016100 2100-EXIT.
016200     EXIT.
016210*
016220************************************************************
016230* 2200-SHOW-FACTORS - READS THE FACTOR LIST MASTER SEGMENT  *
016240*   FOR WSS-INQ-KEY AND WSS-FCT-KEY-SEGMENT AND LAYS ITS    *
016250*   FACTORS OUT ON THE SCREEN WITH THE FACTOR COUNT AND     *
016260*   PAGE. A LIST NOT YET ON FILE LEAVES THE RESULT SHOWN    *
016270*   WITH A MESSAGE SAYING SO.                               *
016280************************************************************
016290 2200-SHOW-FACTORS.
016291     MOVE WSS-INQ-KEY TO WSS-FCT-KEY-NUMBER
016292     EXEC CICS READ
016293          FILE('FCTMST')
016294          INTO(FM-MASTER-RECORD)
016295          RIDFLD(WSS-FCT-KEY)
016296          RESP(WSS-RESP)
016297     END-EXEC
016298     IF WSS-RESP EQUAL DFHRESP(NOTFND)
016299         MOVE 'RESULT SHOWN - FACTOR LIST NOT YET ON FILE'
016300           TO MSGO
016301         GO TO 2200-EXIT
016302     END-IF
016303     IF WSS-RESP NOT EQUAL DFHRESP(NORMAL)
016304         MOVE 'FCTMST READ FAILED - CALL THE BATCH DESK'
016305           TO MSGO
016306         GO TO 2200-EXIT
016307     END-IF
016308     MOVE WSS-FCT-KEY-SEGMENT TO WSS-CA-SEGMENT
016309     MOVE FM-FACTOR-TOTAL TO WSS-COUNT-EDIT
016310     MOVE WSS-COUNT-EDIT TO FCNTO
016311     COMPUTE WSS-FCT-PAGES = (FM-FACTOR-TOTAL + 29) / 30
016312     MOVE FM-SEGMENT TO WSS-PAGE-DISP-THIS
016313     MOVE WSS-FCT-PAGES TO WSS-PAGE-DISP-LAST
016314     MOVE WSS-PAGE-DISPLAY TO FPAGEO
016315     MOVE SPACES TO WSS-FCT-SCREEN
016316     PERFORM 2210-PLACE-ONE-FACTOR
016317             VARYING WSS-FCT-SLOT FROM 1 BY 1
016318             UNTIL WSS-FCT-SLOT GREATER FM-ENTRY-COUNT
016319     MOVE WSS-FCT-SCREEN-LINE (1) TO FLN1O
016320     MOVE WSS-FCT-SCREEN-LINE (2) TO FLN2O
016321     MOVE WSS-FCT-SCREEN-LINE (3) TO FLN3O
016322     MOVE WSS-FCT-SCREEN-LINE (4) TO FLN4O
016323     MOVE WSS-FCT-SCREEN-LINE (5) TO FLN5O
016324     IF WSS-FCT-PAGES GREATER 1
016325         MOVE 'RESULT SHOWN - PF8/PF7 FOR MORE FACTORS OR PF3'
016326           TO MSGO
016327     END-IF.
016328 2200-EXIT.
016329     EXIT.
016330*
016331 2210-PLACE-ONE-FACTOR.
016332     SUBTRACT 1 FROM WSS-FCT-SLOT GIVING WSS-FCT-OFFSET
016333     DIVIDE WSS-FCT-OFFSET BY 6 GIVING WSS-FCT-LINE-IX
016334            REMAINDER WSS-FCT-COL-IX
016335     ADD 1 TO WSS-FCT-LINE-IX
016336     ADD 1 TO WSS-FCT-COL-IX
016337     MOVE FM-FACTOR (WSS-FCT-SLOT)
016338       TO WSS-FCT-SCREEN-VALUE (WSS-FCT-LINE-IX, WSS-FCT-COL-IX).
016339*
016340************************************************************
016341* 2500-PAGE-FACTORS - PF8 SHOWS THE NEXT PAGE OF FACTORS   *
016342*   AND PF7 THE PREVIOUS ONE FOR THE NUMBER LAST SHOWN. A   *
016343*   PAGE PAST EITHER END OF THE LIST REDISPLAYS THE CURRENT *
016344*   PAGE WITH A MESSAGE.                                    *
016345************************************************************
016346 2500-PAGE-FACTORS.
016347     IF WSS-CA-NUMBER EQUAL ZERO OR WSS-CA-SEGMENT EQUAL ZERO
016348         MOVE LOW-VALUES TO COBINQO
016349         MOVE 'ENTER A NUMBER BEFORE PAGING ITS FACTORS' TO MSGO
016350         PERFORM 3000-SEND-MAP
016351         GO TO 2500-EXIT
016352     END-IF
016353     SET WSS-NOT-AT-EDGE TO TRUE
016354     MOVE WSS-CA-NUMBER TO WSS-INQ-KEY
016355     MOVE WSS-CA-SEGMENT TO WSS-FCT-KEY-SEGMENT
016356     IF EIBAID EQUAL DFHPF7
016357         IF WSS-FCT-KEY-SEGMENT GREATER 1
016358             SUBTRACT 1 FROM WSS-FCT-KEY-SEGMENT
016359         ELSE
016360             SET WSS-AT-EDGE TO TRUE
016361         END-IF
016362     ELSE
016363         ADD 1 TO WSS-FCT-KEY-SEGMENT
016364         MOVE WSS-CA-NUMBER TO WSS-FCT-KEY-NUMBER
016365         EXEC CICS READ
016366              FILE('FCTMST')
016367              INTO(FM-MASTER-RECORD)
016368              RIDFLD(WSS-FCT-KEY)
016369              RESP(WSS-RESP)
016370         END-EXEC
016371         IF WSS-RESP NOT EQUAL DFHRESP(NORMAL)
016372             MOVE WSS-CA-SEGMENT TO WSS-FCT-KEY-SEGMENT
016373             SET WSS-AT-EDGE TO TRUE
016374         END-IF
016375     END-IF
016376     PERFORM 2100-SHOW-RESULT THRU 2100-EXIT
016377     IF WSS-AT-EDGE AND EIBAID EQUAL DFHPF7
016378         MOVE 'ALREADY ON THE FIRST PAGE OF FACTORS' TO MSGO
016379     END-IF
016380     IF WSS-AT-EDGE AND EIBAID EQUAL DFHPF8
016381         MOVE 'ALREADY ON THE LAST PAGE OF FACTORS' TO MSGO
016382     END-IF
016383     PERFORM 3000-SEND-MAP.
016384 2500-EXIT.
016385     EXIT.
016400*
016500************************************************************
016600* 3000-SEND-MAP - REDISPLAYS THE SCREEN WITHOUT ERASING     *
