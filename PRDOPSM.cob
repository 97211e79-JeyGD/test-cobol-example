001100*  DATE       BY    DESCRIPTION                            *
001200*  09/01/26   JRH   INITIAL VERSION - MORNING OPERATIONS    *
001300*                   SUMMARY OFF BATCH_RUN_CONTROL.          *
001310*  10/15/26   JRH   COUNT THE REPRICING PROPOSALS STILL     *
001320*                   PENDING ON PRODUCT_PRICE_PROPOSAL FOR   *
001330*                   THE PRICING DESK TO WORK (PRDRPRM).     *
001400*----------------------------------------------------------*
001500*
001600*----------------------------------------------------------*
001900* LINE PER RUN WITH THE JOB, FEED DATE, START AND END       *
002000* TIMES, STATUS AND COUNTS.  A RUN STILL IN STATUS S NEVER  *
002100* CAME BACK; F FAILED - EITHER WAY THE BRIDGE SEES IT HERE  *
002200* INSTEAD OF ON A STICKY NOTE.  THE FOOT OF THE PAGE ALSO   *
002210* COUNTS THE REPRICING PROPOSALS PRDRPRC WROTE THAT THE     *
002220* PRICING DESK HAS NOT YET WORKED, AND HOW MANY OF THOSE    *
002230* WERE WRITTEN BEFORE TODAY.                                *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005400     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
005500     05  WS-RUN-COUNT       PIC 9(05)  COMP  VALUE ZERO.
005600     05  WS-PROBLEM-COUNT   PIC 9(05)  COMP  VALUE ZERO.
005610     05  WS-PENDING-COUNT   PIC S9(09) COMP  VALUE ZERO.
005620     05  WS-AGED-COUNT      PIC S9(09) COMP  VALUE ZERO.
005700*
005800 01  WS-CONSTANTS.
005900     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
017300     MOVE WS-PROBLEM-COUNT            TO CNT-VALUE.
017400     WRITE PRT-RECORD FROM WS-COUNT-LINE
017500         AFTER ADVANCING 1 LINE.
017510     PERFORM 3100-COUNT-PROPOSALS
017520         THRU 3100-COUNT-PROPOSALS-EXIT.
017530     MOVE 'REPRICING PROPOSALS PENDING' TO CNT-TEXT.
017540     MOVE WS-PENDING-COUNT            TO CNT-VALUE.
017550     WRITE PRT-RECORD FROM WS-COUNT-LINE
017560         AFTER ADVANCING 2 LINES.
017570     MOVE 'PENDING FROM AN EARLIER RUN' TO CNT-TEXT.
017580     MOVE WS-AGED-COUNT               TO CNT-VALUE.
017590     WRITE PRT-RECORD FROM WS-COUNT-LINE
017595         AFTER ADVANCING 1 LINE.
017600     CLOSE PRTFILE.
017700     DISPLAY 'PRDOPSM - RUNS RECORDED: ' WS-RUN-COUNT.
017800     DISPLAY 'PRDOPSM - RUNS WITH PROBLEMS: '
017900         WS-PROBLEM-COUNT.
017910     DISPLAY 'PRDOPSM - REPRICING PROPOSALS PENDING: '
017920         WS-PENDING-COUNT.
018000 3000-TERMINATE-EXIT.
018100     EXIT.
018200*
018205*    PROPOSALS STILL AT STATUS P - NEITHER ACCEPTED, AMENDED,
018210*    DECLINED NOR SUPERSEDED BY A LATER COST MOVE.
018215 3100-COUNT-PROPOSALS.
018220     EXEC SQL
018225         SELECT COUNT(*),
018230                COALESCE(SUM(CASE WHEN DATE(PROPOSAL_TS)
018235                                  < CURRENT DATE
018240                                  THEN 1 ELSE 0 END), 0)
018245         INTO :WS-PENDING-COUNT, :WS-AGED-COUNT
018250         FROM PRODUCT_PRICE_PROPOSAL
018255         WHERE STATUS = 'P'
018260     END-EXEC.
018265     IF SQLCODE NOT = ZERO
018270         MOVE ZERO TO WS-PENDING-COUNT WS-AGED-COUNT
018275     END-IF.
018280 3100-COUNT-PROPOSALS-EXIT.
018285     EXIT.
018290*
018300 8000-FETCH-RUN-ROW.
018400     EXEC SQL
018500         FETCH OPSMCUR
