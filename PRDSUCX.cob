000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDSUCX.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - NIGHTLY PRODUCT       *
001300*                   SUCCESSOR EXCEPTION REPORT OFF          *
001400*                   PRODUCT_SUCCESSOR.                      *
001500*----------------------------------------------------------*
001600*
001700*----------------------------------------------------------*
001800* LISTS THE PRODUCT_SUCCESSOR ROWS KEYED THROUGH PRDSUCM    *
001900* THAT NO LONGER LEAD A CUSTOMER TO SOMETHING WE SELL.      *
002000* PRDSUCM REFUSES ONLY A CHAIN THAT ENDS ON A DISCONTINUED  *
002100* PRODUCT (ONE ENDING ON HOLD IS TAKEN WITH A WARNING),     *
002200* BUT THE PRODUCTS ON IT GO ON HOLD, ARE DISCONTINUED AND   *
002250* RETIRED LATER.  EVERY ROW                                 *
002300* IS WALKED WITH PRDSUCC OVER THE WHOLE CHAIN, IN FORCE OR  *
002400* NOT, AND LISTED WHEN ITS OWN SUCCESSOR IS ON HOLD OR      *
002500* DISCONTINUED, OR THE CHAIN ENDS ON HOLD, ENDS ON A        *
002600* DISCONTINUED PRODUCT, RUNS TO A PRODUCT NO LONGER ON      *
002700* FILE OR LOOPS.  A SUCCESSOR REPLACED IN TURN BY AN ACTIVE *
002800* PRODUCT IS LISTED FOR INFORMATION ONLY - PRDLKUP ALREADY  *
002900* FOLLOWS IT THROUGH.  READ-ONLY; THE RUN IS RECORDED ON    *
003000* BATCH_RUN_CONTROL (VIA PRDRUNC).                          *
003100*----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PRTFILE  ASSIGN TO PRTFILE
003900         ORGANIZATION IS SEQUENTIAL.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PRTFILE
004400     RECORDING MODE IS F.
004500 01  PRT-RECORD             PIC X(133).
004600*
004700 WORKING-STORAGE SECTION.
004800     COPY MYCOPY013.
004900     EXEC SQL INCLUDE SQLCA END-EXEC.
005000*
005100 01  WS-SUCCESSOR-ROW.
005200     05  SUX-PRODUCT-ID     PIC 9(05).
005300     05  SUX-DESCRIPTION    PIC X(40).
005400     05  SUX-STATUS         PIC X(01).
005500     05  SUX-SUCCESSOR-ID   PIC 9(05).
005600     05  SUX-SUCC-STATUS    PIC X(01).
005700         88  SUX-SUCC-NOT-ON-FILE       VALUE SPACE.
005800         88  SUX-SUCC-NOT-SELLING       VALUE 'H' 'D'.
005900     05  SUX-EFF-DATE       PIC X(10).
006000*
006100 01  WS-SUCCESSOR-PARMS.
006200     COPY MYCOPY055.
006300*
006400 01  WS-RUN-PARMS.
006500     COPY MYCOPY043.
006600*
006700 01  WS-EXCEPTION-TEXT      PIC X(34).
006800*
006900 01  WS-COUNTERS.
007000     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
007100     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
007200     05  WS-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
007300     05  WS-REPORTED-COUNT  PIC 9(07)  COMP  VALUE ZERO.
007400     05  WS-ENDS-HOLD-COUNT PIC 9(07)  COMP  VALUE ZERO.
007500     05  WS-ENDS-DISC-COUNT PIC 9(07)  COMP  VALUE ZERO.
007600     05  WS-BROKEN-COUNT    PIC 9(07)  COMP  VALUE ZERO.
007700     05  WS-LOOP-COUNT      PIC 9(07)  COMP  VALUE ZERO.
007800     05  WS-UNREAD-COUNT    PIC 9(07)  COMP  VALUE ZERO.
007900     05  WS-REPLACED-COUNT  PIC 9(07)  COMP  VALUE ZERO.
008000*
008100 01  WS-CONSTANTS.
008200     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
008300*
008400 01  WS-HEADING-1.
008500     05  FILLER             PIC X(01)  VALUE '1'.
008600     05  FILLER             PIC X(40)  VALUE
008700         'PRODUCT SUCCESSOR EXCEPTIONS'.
008800     05  FILLER             PIC X(05)  VALUE 'PAGE '.
008900     05  HDG1-PAGE-NO       PIC ZZZ9.
009000     05  FILLER             PIC X(83)  VALUE SPACES.
009100*
009200 01  WS-COLUMN-HDG.
009300     05  FILLER             PIC X(01)  VALUE SPACES.
009400     05  FILLER             PIC X(07)  VALUE 'PRODUCT'.
009500     05  FILLER             PIC X(32)  VALUE 'DESCRIPTION'.
009600     05  FILLER             PIC X(04)  VALUE 'ST'.
009700     05  FILLER             PIC X(07)  VALUE 'SUCCR'.
009800     05  FILLER             PIC X(04)  VALUE 'ST'.
009900     05  FILLER             PIC X(12)  VALUE 'EFFECTIVE'.
010000     05  FILLER             PIC X(07)  VALUE 'ENDS ON'.
010100     05  FILLER             PIC X(04)  VALUE 'ST'.
010200     05  FILLER             PIC X(34)  VALUE 'EXCEPTION'.
010300     05  FILLER             PIC X(21)  VALUE SPACES.
010400*
010500 01  WS-DETAIL-LINE.
010600     05  FILLER             PIC X(01)  VALUE SPACES.
010700     05  DTL-PRODUCT-ID     PIC 9(05).
010800     05  FILLER             PIC X(02)  VALUE SPACES.
010900     05  DTL-DESCRIPTION    PIC X(30).
011000     05  FILLER             PIC X(02)  VALUE SPACES.
011100     05  DTL-STATUS         PIC X(01).
011200     05  FILLER             PIC X(03)  VALUE SPACES.
011300     05  DTL-SUCCESSOR-ID   PIC 9(05).
011400     05  FILLER             PIC X(02)  VALUE SPACES.
011500     05  DTL-SUCC-STATUS    PIC X(01).
011600     05  FILLER             PIC X(03)  VALUE SPACES.
011700     05  DTL-EFF-DATE       PIC X(10).
011800     05  FILLER             PIC X(02)  VALUE SPACES.
011900     05  DTL-FINAL-ID       PIC ZZZZ9.
012000     05  FILLER             PIC X(02)  VALUE SPACES.
012100     05  DTL-FINAL-STATUS   PIC X(01).
012200     05  FILLER             PIC X(03)  VALUE SPACES.
012300     05  DTL-EXCEPTION      PIC X(34).
012400     05  FILLER             PIC X(21)  VALUE SPACES.
012500*
012600 01  WS-COUNT-LINE.
012700     05  FILLER             PIC X(01)  VALUE SPACES.
012800     05  CNT-TEXT           PIC X(34).
012900     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
013000     05  FILLER             PIC X(87)  VALUE SPACES.
013100*
013200 PROCEDURE DIVISION.
013300*
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE
013600         THRU 1000-INITIALIZE-EXIT.
013700     PERFORM 2000-CHECK-SUCCESSOR
013800         THRU 2000-CHECK-SUCCESSOR-EXIT
013900         UNTIL WS-EOF.
014000     PERFORM 3000-TERMINATE
014100         THRU 3000-TERMINATE-EXIT.
014200     STOP RUN.
014300*
014400*    A SUCCESSOR NO LONGER ON PRODUCTS COMES BACK WITH A
014500*    BLANK STATUS FROM THE OUTER JOIN.  THE PRODUCT ITSELF
014600*    IS ALWAYS ON FILE - PRDRETR TAKES ITS SUCCESSOR ROW
014700*    WITH IT WHEN IT IS RETIRED.
014800 1000-INITIALIZE.
014900     PERFORM 8200-RECORD-RUN-START
015000         THRU 8200-RECORD-RUN-START-EXIT.
015100     OPEN OUTPUT PRTFILE.
015200     PERFORM 8100-WRITE-HEADINGS
015300         THRU 8100-WRITE-HEADINGS-EXIT.
015400     EXEC SQL
015500         DECLARE SUCXCUR CURSOR FOR
015600         SELECT S.PRODUCT_ID, P.DESCRIPTION, P.STATUS,
015700                S.SUCCESSOR_ID, COALESCE(Q.STATUS, ' '),
015800                CHAR(S.EFFECTIVE_DATE, ISO)
015900         FROM PRODUCT_SUCCESSOR S
016000              INNER JOIN PRODUCTS P
016100                 ON P.PRODUCT_ID = S.PRODUCT_ID
016200              LEFT OUTER JOIN PRODUCTS Q
016300                 ON Q.PRODUCT_ID = S.SUCCESSOR_ID
016400         ORDER BY S.PRODUCT_ID
016500     END-EXEC.
016600     EXEC SQL OPEN SUCXCUR END-EXEC.
016700     PERFORM 8000-FETCH-SUCCESSOR
016800         THRU 8000-FETCH-SUCCESSOR-EXIT.
016900 1000-INITIALIZE-EXIT.
017000     EXIT.
017100*
017200*----------------------------------------------------------*
017300* THE WHOLE CHAIN IS WALKED FROM THE PRODUCT AS IT WILL     *
017400* STAND ONCE EVERY ROW IS IN FORCE - THE SAME TEST PRDSUCM  *
017500* APPLIES WHEN A SUCCESSOR IS KEYED - AND THE FIRST         *
017600* EXCEPTION THAT APPLIES IS PRINTED.                        *
017700*----------------------------------------------------------*
017800 2000-CHECK-SUCCESSOR.
017900     ADD 1 TO WS-READ-COUNT.
018000     MOVE SUX-PRODUCT-ID TO SC-PRODUCT-ID.
018100     MOVE ZERO           TO SC-FIRST-SUCCESSOR-ID.
018200     MOVE 'A'            TO SC-MODE.
018300     CALL 'PRDSUCC' USING WS-SUCCESSOR-PARMS.
018400     MOVE SPACES TO WS-EXCEPTION-TEXT.
018500     EVALUATE TRUE
018600         WHEN SC-LOOKUP-FAILED
018700             MOVE 'CHAIN COULD NOT BE READ'
018800                 TO WS-EXCEPTION-TEXT
018900             ADD 1 TO WS-UNREAD-COUNT
019000         WHEN SC-LOOP
019100             MOVE 'CHAIN LOOPS OR IS TOO LONG'
019200                 TO WS-EXCEPTION-TEXT
019300             ADD 1 TO WS-LOOP-COUNT
019400         WHEN SC-BROKEN
019500             MOVE SC-BREAK-ID TO SC-FINAL-ID
019600             MOVE SPACE       TO SC-FINAL-STATUS
019700             MOVE 'CHAIN RUNS TO PRODUCT NOT ON FILE'
019800                 TO WS-EXCEPTION-TEXT
019900             ADD 1 TO WS-BROKEN-COUNT
020000         WHEN SC-FINAL-DISCONTINUED
020100             MOVE 'CHAIN ENDS ON DISCONTINUED PRODUCT'
020200                 TO WS-EXCEPTION-TEXT
020300             ADD 1 TO WS-ENDS-DISC-COUNT
020400         WHEN SC-FINAL-HOLD
020500             MOVE 'CHAIN ENDS ON HELD PRODUCT'
020600                 TO WS-EXCEPTION-TEXT
020700             ADD 1 TO WS-ENDS-HOLD-COUNT
020800         WHEN SUX-SUCC-NOT-SELLING
020900             MOVE 'SUCCESSOR REPLACED - CHAIN ENDS OK'
021000                 TO WS-EXCEPTION-TEXT
021100             ADD 1 TO WS-REPLACED-COUNT
021200     END-EVALUATE.
021300     IF WS-EXCEPTION-TEXT NOT = SPACES
021400         PERFORM 9000-PRINT-EXCEPTION-LINE
021500             THRU 9000-PRINT-EXCEPTION-LINE-EXIT
021600     END-IF.
021700     PERFORM 8000-FETCH-SUCCESSOR
021800         THRU 8000-FETCH-SUCCESSOR-EXIT.
021900 2000-CHECK-SUCCESSOR-EXIT.
022000     EXIT.
022100*
022200 3000-TERMINATE.
022300     EXEC SQL CLOSE SUCXCUR END-EXEC.
022400     MOVE 'SUCCESSOR ROWS CHECKED'         TO CNT-TEXT.
022500     MOVE WS-READ-COUNT                    TO CNT-VALUE.
022600     WRITE PRT-RECORD FROM WS-COUNT-LINE
022700         AFTER ADVANCING 2 LINES.
022800     MOVE 'CHAIN ENDS ON HELD PRODUCT'     TO CNT-TEXT.
022900     MOVE WS-ENDS-HOLD-COUNT               TO CNT-VALUE.
023000     WRITE PRT-RECORD FROM WS-COUNT-LINE
023100         AFTER ADVANCING 1 LINE.
023200     MOVE 'CHAIN ENDS ON DISCONTINUED'     TO CNT-TEXT.
023300     MOVE WS-ENDS-DISC-COUNT               TO CNT-VALUE.
023400     WRITE PRT-RECORD FROM WS-COUNT-LINE
023500         AFTER ADVANCING 1 LINE.
023600     MOVE 'CHAIN RUNS TO PRODUCT NOT ON FILE' TO CNT-TEXT.
023700     MOVE WS-BROKEN-COUNT                  TO CNT-VALUE.
023800     WRITE PRT-RECORD FROM WS-COUNT-LINE
023900         AFTER ADVANCING 1 LINE.
024000     MOVE 'CHAIN LOOPS OR IS TOO LONG'     TO CNT-TEXT.
024100     MOVE WS-LOOP-COUNT                    TO CNT-VALUE.
024200     WRITE PRT-RECORD FROM WS-COUNT-LINE
024300         AFTER ADVANCING 1 LINE.
024400     MOVE 'CHAIN COULD NOT BE READ'        TO CNT-TEXT.
024500     MOVE WS-UNREAD-COUNT                  TO CNT-VALUE.
024600     WRITE PRT-RECORD FROM WS-COUNT-LINE
024700         AFTER ADVANCING 1 LINE.
024800     MOVE 'SUCCESSOR REPLACED - CHAIN OK'  TO CNT-TEXT.
024900     MOVE WS-REPLACED-COUNT                TO CNT-VALUE.
025000     WRITE PRT-RECORD FROM WS-COUNT-LINE
025100         AFTER ADVANCING 1 LINE.
025200     CLOSE PRTFILE.
025300     PERFORM 8300-RECORD-RUN-END
025400         THRU 8300-RECORD-RUN-END-EXIT.
025500     DISPLAY 'PRDSUCX - SUCCESSOR ROWS CHECKED: '
025600         WS-READ-COUNT.
025700     DISPLAY 'PRDSUCX - ROWS REPORTED:          '
025800         WS-REPORTED-COUNT.
025900 3000-TERMINATE-EXIT.
026000     EXIT.
026100*
026200 8000-FETCH-SUCCESSOR.
026300     EXEC SQL
026400         FETCH SUCXCUR
026500         INTO :SUX-PRODUCT-ID, :SUX-DESCRIPTION, :SUX-STATUS,
026600              :SUX-SUCCESSOR-ID, :SUX-SUCC-STATUS,
026700              :SUX-EFF-DATE
026800     END-EXEC.
026900     IF SQLCODE = 100
027000         MOVE 'Y' TO WS-EOF-SW
027100     END-IF.
027200 8000-FETCH-SUCCESSOR-EXIT.
027300     EXIT.
027400*
027500 8100-WRITE-HEADINGS.
027600     ADD 1 TO WS-PAGE-COUNT.
027700     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
027800     WRITE PRT-RECORD FROM WS-HEADING-1
027900         AFTER ADVANCING PAGE.
028000     WRITE PRT-RECORD FROM WS-COLUMN-HDG
028100         AFTER ADVANCING 2 LINES.
028200     MOVE 3 TO WS-LINE-COUNT.
028300 8100-WRITE-HEADINGS-EXIT.
028400     EXIT.
028500*
028600*    RUN CONTROL (VIA PRDRUNC) - IN IS THE SUCCESSOR ROWS
028700*    CHECKED, OUT THE ROWS REPORTED.
028800 8200-RECORD-RUN-START.
028900     MOVE SPACES     TO WS-RUN-PARMS.
029000     MOVE 'S'        TO RUN-FUNCTION.
029100     MOVE 'PRDSUCX ' TO RUN-JOB-NAME.
029200     MOVE ZERO       TO RUN-RECORDS-IN RUN-RECORDS-OUT.
029300     CALL 'PRDRUNC' USING WS-RUN-PARMS.
029400 8200-RECORD-RUN-START-EXIT.
029500     EXIT.
029600*
029700 8300-RECORD-RUN-END.
029800     MOVE 'E'               TO RUN-FUNCTION.
029900     MOVE WS-READ-COUNT     TO RUN-RECORDS-IN.
030000     MOVE WS-REPORTED-COUNT TO RUN-RECORDS-OUT.
030100     CALL 'PRDRUNC' USING WS-RUN-PARMS.
030200 8300-RECORD-RUN-END-EXIT.
030300     EXIT.
030400*
030500 9000-PRINT-EXCEPTION-LINE.
030600     ADD 1 TO WS-REPORTED-COUNT.
030700     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
030800         PERFORM 8100-WRITE-HEADINGS
030900             THRU 8100-WRITE-HEADINGS-EXIT
031000     END-IF.
031100     MOVE SUX-PRODUCT-ID    TO DTL-PRODUCT-ID.
031200     MOVE SUX-DESCRIPTION   TO DTL-DESCRIPTION.
031300     MOVE SUX-STATUS        TO DTL-STATUS.
031400     MOVE SUX-SUCCESSOR-ID  TO DTL-SUCCESSOR-ID.
031500     MOVE SUX-SUCC-STATUS   TO DTL-SUCC-STATUS.
031600     MOVE SUX-EFF-DATE      TO DTL-EFF-DATE.
031700     MOVE SC-FINAL-ID       TO DTL-FINAL-ID.
031800     MOVE SC-FINAL-STATUS   TO DTL-FINAL-STATUS.
031900     MOVE WS-EXCEPTION-TEXT TO DTL-EXCEPTION.
032000     WRITE PRT-RECORD FROM WS-DETAIL-LINE
032100         AFTER ADVANCING 1 LINE.
032200     ADD 1 TO WS-LINE-COUNT.
032300 9000-PRINT-EXCEPTION-LINE-EXIT.
032400     EXIT.
