000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDRPRC.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - COST-DRIVEN REPRICING *
001300*                   PROPOSALS FROM THE NIGHTLY LOAD'S UNIT  *
001400*                   COST MOVEMENTS.                         *
001410*  10/15/26   JRH   A COST ROW WITH A LATER-DATED ROW FOR   *
001420*                   THE SAME PRODUCT IS SKIPPED, SO THE     *
001430*                   NEWEST COST WINS IN ANY FETCH ORDER.    *
001500*----------------------------------------------------------*
001600*
001700*----------------------------------------------------------*
001800* RUNS AS THE STEP AFTER PRDLOAD.  EVERY UNIT_COST MOVEMENT *
001900* THE LOAD LOGGED ON PRODUCT_COST_CHANGE (STATUS N) IS      *
002000* TESTED AGAINST THE PRODUCT CATEGORY'S MARGIN_FLOOR_PCT    *
002100* (PRODUCT_CATEGORY, AS PRDMRGN TESTS IT - A CATEGORY WITH  *
002200* NO FLOOR STILL MAY NOT SELL BELOW COST).  WHERE THE       *
002300* CURRENT PRICE NO LONGER MEETS THE FLOOR ON THE NEW COST,  *
002400* THE PRICE THAT RESTORES IT IS WORKED OUT, ROUNDED UP TO   *
002500* THE HOUSE PRICE ENDINGS (2400) AND WRITTEN TO             *
002600* PRODUCT_PRICE_PROPOSAL AS A PENDING (P) PROPOSAL FOR THE  *
002700* PRICING DESK TO ACCEPT, AMEND OR DECLINE THROUGH PRDRPRM. *
002800* A PRODUCT STILL PENDING FROM AN EARLIER RUN HAS THAT      *
002900* PROPOSAL MARKED SUPERSEDED (S) - THE NEWEST COST WINS.    *
002910* AN OLDER COST ROW FOR A PRODUCT THAT ALSO HAS A LATER-    *
002920* DATED ROW (A RUN SKIPPED OR FAILED BETWEEN TWO LOADS)     *
002930* IS SKIPPED RATHER THAN PROPOSED ON ITS STALE COST.        *
003000* A PRICE THAT STILL MEETS THE FLOOR (INCLUDING EVERY COST  *
003100* DECREASE) IS LISTED BUT NOT PROPOSED - PRICES ARE NEVER   *
003200* PROPOSED DOWNWARD.  EACH COST ROW IS MARKED P (PROPOSAL   *
003300* WRITTEN) OR X (NONE NEEDED) UNDER THE SAME CURSOR, WHICH  *
003400* IS DECLARED WITH HOLD AND COMMITTED EVERY                 *
003500* WS-COMMIT-INTERVAL ROWS AS IN PRDHPRG - A FAILED RUN IS   *
003600* SIMPLY RESUBMITTED AND PICKS UP THE ROWS STILL AT N.      *
003700*----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PRTFILE  ASSIGN TO PRTFILE
004500         ORGANIZATION IS SEQUENTIAL.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PRTFILE
005000     RECORDING MODE IS F.
005100 01  PRT-RECORD             PIC X(133).
005200*
005300 WORKING-STORAGE SECTION.
005400     COPY MYCOPY013.
005500     EXEC SQL INCLUDE SQLCA END-EXEC.
005600*
005700 01  WS-COST-ROW.
005800     05  CCH-PRODUCT-ID     PIC 9(05).
005900     05  CCH-FEED-DATE      PIC X(10).
006000     05  CCH-OLD-COST       PIC 9(05)V99.
006100     05  CCH-NEW-COST       PIC 9(05)V99.
006200 01  WS-CCH-NEW-STATUS      PIC X(01).
006300     88  WS-PROPOSAL-NEEDED         VALUE 'P'.
006310 01  WS-LATER-COUNT         PIC S9(09) COMP VALUE ZERO.
006400*
006500 01  WS-PRODUCT-ROW.
006600     05  PRD-DESCRIPTION    PIC X(40).
006700     05  PRD-PRICE          PIC 9(05)V99.
006800     05  PRD-STATUS         PIC X(01).
006900         88  PRD-DISCONTINUED           VALUE 'D'.
007000     05  PRD-CATEGORY       PIC X(04).
007100*
007200 01  WS-CAT-FLOOR           PIC 9(03)V99 COMP-3 VALUE ZERO.
007300*
007400 01  WS-PRICE-WORK.
007500     05  WS-COST-CENTS      PIC S9(09)    COMP-3 VALUE ZERO.
007600     05  WS-CURRENT-CENTS   PIC S9(09)    COMP-3 VALUE ZERO.
007700     05  WS-DIVISOR-BP      PIC S9(05)    COMP-3 VALUE ZERO.
007800     05  WS-FLOOR-CENTS     PIC S9(11)    COMP-3 VALUE ZERO.
007900     05  WS-CHECK-PRODUCT   PIC S9(15)    COMP-3 VALUE ZERO.
008000     05  WS-WHOLE-UNITS     PIC S9(11)    COMP-3 VALUE ZERO.
008100     05  WS-ENDING-CENTS    PIC S9(03)    COMP-3 VALUE ZERO.
008200     05  WS-PROPOSED-PRICE  PIC 9(05)V99         VALUE ZERO.
008300*
008400 01  WS-SQL-ERROR-PARMS.
008500     COPY MYCOPY042.
008600*
008700 01  WS-RUN-PARMS.
008800     COPY MYCOPY043.
008900*
009000 01  WS-COUNTERS.
009100     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
009200     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
009300     05  WS-READ-COUNT      PIC 9(09)  COMP  VALUE ZERO.
009400     05  WS-PROPOSED-COUNT  PIC 9(09)  COMP  VALUE ZERO.
009500     05  WS-SUPERSEDED-COUNT
009600                            PIC 9(09)  COMP  VALUE ZERO.
009700     05  WS-MEETS-FLOOR-COUNT
009800                            PIC 9(09)  COMP  VALUE ZERO.
009900     05  WS-SKIPPED-COUNT   PIC 9(09)  COMP  VALUE ZERO.
010000     05  WS-CHUNK-COUNT     PIC 9(09)  COMP  VALUE ZERO.
010100*
010200 01  WS-CONSTANTS.
010300     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
010400     05  WS-COMMIT-INTERVAL PIC 9(09)  COMP  VALUE 100.
010500     05  WS-MAX-PRICE-CENTS PIC S9(09) COMP-3 VALUE 9999999.
010600*
010700 01  WS-HEADING-1.
010800     05  FILLER             PIC X(01)  VALUE '1'.
010900     05  FILLER             PIC X(30)  VALUE
011000         'COST REPRICING PROPOSALS'.
011100     05  FILLER             PIC X(05)  VALUE 'PAGE '.
011200     05  HDG1-PAGE-NO       PIC ZZZ9.
011300     05  FILLER             PIC X(93)  VALUE SPACES.
011400*
011500 01  WS-HEADING-2.
011600     05  FILLER             PIC X(01)  VALUE SPACES.
011700     05  FILLER             PIC X(07)  VALUE 'PRODUCT'.
011800     05  FILLER             PIC X(32)  VALUE ' DESCRIPTION'.
011900     05  FILLER             PIC X(06)  VALUE 'CAT'.
012000     05  FILLER             PIC X(11)  VALUE ' OLD COST'.
012100     05  FILLER             PIC X(11)  VALUE ' NEW COST'.
012200     05  FILLER             PIC X(11)  VALUE '    PRICE'.
012300     05  FILLER             PIC X(08)  VALUE 'FLOOR%'.
012400     05  FILLER             PIC X(11)  VALUE ' PROPOSED'.
012500     05  FILLER             PIC X(30)  VALUE 'ACTION'.
012600     05  FILLER             PIC X(05)  VALUE SPACES.
012700*
012800 01  WS-DETAIL-LINE.
012900     05  FILLER             PIC X(01)  VALUE SPACES.
013000     05  DTL-PRODUCT-ID     PIC 9(05).
013100     05  FILLER             PIC X(02)  VALUE SPACES.
013200     05  DTL-DESCRIPTION    PIC X(30).
013300     05  FILLER             PIC X(02)  VALUE SPACES.
013400     05  DTL-CATEGORY       PIC X(04).
013500     05  FILLER             PIC X(02)  VALUE SPACES.
013600     05  DTL-OLD-COST       PIC ZZ,ZZ9.99.
013700     05  FILLER             PIC X(02)  VALUE SPACES.
013800     05  DTL-NEW-COST       PIC ZZ,ZZ9.99.
013900     05  FILLER             PIC X(02)  VALUE SPACES.
014000     05  DTL-PRICE          PIC ZZ,ZZ9.99.
014100     05  FILLER             PIC X(02)  VALUE SPACES.
014200     05  DTL-FLOOR-PCT      PIC ZZ9.99.
014300     05  FILLER             PIC X(02)  VALUE SPACES.
014400     05  DTL-PROPOSED       PIC ZZ,ZZ9.99.
014500     05  FILLER             PIC X(02)  VALUE SPACES.
014600     05  DTL-ACTION         PIC X(30).
014700     05  FILLER             PIC X(05)  VALUE SPACES.
014800*
014900 01  WS-COUNT-LINE.
015000     05  FILLER             PIC X(01)  VALUE SPACES.
015100     05  CNT-TEXT           PIC X(34).
015200     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
015300     05  FILLER             PIC X(87)  VALUE SPACES.
015400*
015500 PROCEDURE DIVISION.
015600*
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT.
016000     PERFORM 2000-PROCESS-COST-CHANGE
016100         THRU 2000-PROCESS-COST-CHANGE-EXIT
016200         UNTIL WS-EOF.
016300     PERFORM 3000-TERMINATE
016400         THRU 3000-TERMINATE-EXIT.
016500     STOP RUN.
016600*
016700 1000-INITIALIZE.
016800     OPEN OUTPUT PRTFILE.
016900     PERFORM 8200-RECORD-RUN-START
017000         THRU 8200-RECORD-RUN-START-EXIT.
017100*    THE CURSOR IS DECLARED WITH HOLD SO THE CHUNK COMMITS DO
017200*    NOT CLOSE IT MID-RUN.
017300     EXEC SQL
017400         DECLARE RPRCCUR CURSOR WITH HOLD FOR
017500         SELECT PRODUCT_ID, CHAR(FEED_DATE, ISO),
017600                OLD_UNIT_COST, NEW_UNIT_COST
017700         FROM PRODUCT_COST_CHANGE
017800         WHERE STATUS = 'N'
017900         FOR UPDATE OF STATUS, STATUS_DATE
018000     END-EXEC.
018100     EXEC SQL OPEN RPRCCUR END-EXEC.
018200     IF SQLCODE NOT = ZERO
018300         MOVE '1000-INITIALIZE OPEN' TO SQE-PARAGRAPH
018400         PERFORM 6000-SQL-ERROR
018500             THRU 6000-SQL-ERROR-EXIT
018600     END-IF.
018700     PERFORM 8100-WRITE-HEADINGS
018800         THRU 8100-WRITE-HEADINGS-EXIT.
018900     PERFORM 8000-FETCH-COST-ROW
019000         THRU 8000-FETCH-COST-ROW-EXIT.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019300*
019400 2000-PROCESS-COST-CHANGE.
019500     ADD 1 TO WS-READ-COUNT.
019600     MOVE 'X'    TO WS-CCH-NEW-STATUS.
019700     MOVE SPACES TO WS-PRODUCT-ROW DTL-ACTION.
019800     MOVE ZERO   TO PRD-PRICE WS-CAT-FLOOR WS-PROPOSED-PRICE.
019900     PERFORM 2100-EVALUATE-CHANGE
020000         THRU 2100-EVALUATE-CHANGE-EXIT.
020100     IF WS-PROPOSAL-NEEDED
020200         PERFORM 2500-WRITE-PROPOSAL
020300             THRU 2500-WRITE-PROPOSAL-EXIT
020400     END-IF.
020500     PERFORM 2600-MARK-COST-CHANGE
020600         THRU 2600-MARK-COST-CHANGE-EXIT.
020700     PERFORM 2700-PRINT-DETAIL
020800         THRU 2700-PRINT-DETAIL-EXIT.
020900     IF WS-CHUNK-COUNT NOT LESS THAN WS-COMMIT-INTERVAL
021000         EXEC SQL COMMIT END-EXEC
021100         MOVE ZERO TO WS-CHUNK-COUNT
021200     END-IF.
021300     PERFORM 8000-FETCH-COST-ROW
021400         THRU 8000-FETCH-COST-ROW-EXIT.
021500 2000-PROCESS-COST-CHANGE-EXIT.
021600     EXIT.
021700*
021800*----------------------------------------------------------*
021900* DECIDE WHETHER THE MOVEMENT NEEDS A PROPOSAL.  A PRODUCT  *
022000* NO LONGER ON FILE OR NOW DISCONTINUED IS SKIPPED, AS IS A *
022100* ROW WHOSE COST CAME BACK TO WHERE IT STARTED (A SECOND    *
022200* FEED RECORD THE SAME NIGHT).  A FLOOR OF 100 PERCENT OR   *
022300* MORE CANNOT BE MET AT ANY PRICE AND IS REPORTED FOR THE   *
022400* CATEGORY TABLE TO BE CORRECTED.                           *
022410* A ROW FOR A PRODUCT WITH A LATER-DATED COST ROW IS        *
022420* SKIPPED (2110) - AN UPDATE CURSOR CANNOT BE ORDERED,      *
022430* SO THE NEWEST COST MUST WIN WHATEVER THE FETCH ORDER.     *
022500*----------------------------------------------------------*
022600 2100-EVALUATE-CHANGE.
022610     PERFORM 2110-CHECK-LATER-COST
022620         THRU 2110-CHECK-LATER-COST-EXIT.
022630     IF WS-LATER-COUNT > ZERO
022640         MOVE 'LATER COST ON FILE - SKIPPED' TO DTL-ACTION
022650         ADD 1 TO WS-SKIPPED-COUNT
022660         GO TO 2100-EVALUATE-CHANGE-EXIT
022670     END-IF.
022700     EXEC SQL
022800         SELECT DESCRIPTION, PRICE, STATUS, CATEGORY_CODE
022900         INTO :PRD-DESCRIPTION, :PRD-PRICE, :PRD-STATUS,
023000              :PRD-CATEGORY
023100         FROM PRODUCTS
023200         WHERE PRODUCT_ID = :CCH-PRODUCT-ID
023300     END-EXEC.
023400     IF SQLCODE = 100
023500         MOVE 'NOT ON PRODUCTS - SKIPPED' TO DTL-ACTION
023600         ADD 1 TO WS-SKIPPED-COUNT
023700         GO TO 2100-EVALUATE-CHANGE-EXIT
023800     END-IF.
023900     IF SQLCODE NOT = ZERO
024000         MOVE '2100-EVALUATE-CHANGE' TO SQE-PARAGRAPH
024100         PERFORM 6000-SQL-ERROR
024200             THRU 6000-SQL-ERROR-EXIT
024300     END-IF.
024400     IF PRD-DISCONTINUED
024500         MOVE 'DISCONTINUED - SKIPPED' TO DTL-ACTION
024600         ADD 1 TO WS-SKIPPED-COUNT
024700         GO TO 2100-EVALUATE-CHANGE-EXIT
024800     END-IF.
024900     IF CCH-NEW-COST = CCH-OLD-COST
025000         MOVE 'COST UNCHANGED - SKIPPED' TO DTL-ACTION
025100         ADD 1 TO WS-SKIPPED-COUNT
025200         GO TO 2100-EVALUATE-CHANGE-EXIT
025300     END-IF.
025400     PERFORM 2200-GET-CATEGORY-FLOOR
025500         THRU 2200-GET-CATEGORY-FLOOR-EXIT.
025600     IF WS-CAT-FLOOR NOT LESS THAN 100
025700         MOVE 'CATEGORY FLOOR NOT USABLE' TO DTL-ACTION
025800         ADD 1 TO WS-SKIPPED-COUNT
025900         GO TO 2100-EVALUATE-CHANGE-EXIT
026000     END-IF.
026100     PERFORM 2300-COMPUTE-FLOOR-PRICE
026200         THRU 2300-COMPUTE-FLOOR-PRICE-EXIT.
026300     IF WS-CURRENT-CENTS NOT LESS THAN WS-FLOOR-CENTS
026400         MOVE 'PRICE MEETS MARGIN FLOOR' TO DTL-ACTION
026500         ADD 1 TO WS-MEETS-FLOOR-COUNT
026600         GO TO 2100-EVALUATE-CHANGE-EXIT
026700     END-IF.
026800     PERFORM 2400-APPLY-PRICE-ENDING
026900         THRU 2400-APPLY-PRICE-ENDING-EXIT.
027000     IF WS-FLOOR-CENTS > WS-MAX-PRICE-CENTS
027100         MOVE 'PROPOSED PRICE OVER 99,999.99' TO DTL-ACTION
027200         ADD 1 TO WS-SKIPPED-COUNT
027300         GO TO 2100-EVALUATE-CHANGE-EXIT
027400     END-IF.
027500     COMPUTE WS-PROPOSED-PRICE = WS-FLOOR-CENTS / 100.
027600     MOVE 'P' TO WS-CCH-NEW-STATUS.
027700 2100-EVALUATE-CHANGE-EXIT.
027800     EXIT.
027810*
027820*    ANY COST ROW FOR THE PRODUCT WITH A LATER FEED DATE,
027830*    WHATEVER ITS STATUS, MAKES THIS ONE STALE.
027840 2110-CHECK-LATER-COST.
027845     EXEC SQL
027850         SELECT COUNT(*)
027855         INTO :WS-LATER-COUNT
027860         FROM PRODUCT_COST_CHANGE
027865         WHERE PRODUCT_ID = :CCH-PRODUCT-ID
027870           AND FEED_DATE  > DATE(:CCH-FEED-DATE)
027875     END-EXEC.
027880     IF SQLCODE NOT = ZERO
027882         MOVE '2110-CHECK-LATER-COST' TO SQE-PARAGRAPH
027884         PERFORM 6000-SQL-ERROR
027886             THRU 6000-SQL-ERROR-EXIT
027888     END-IF.
027890 2110-CHECK-LATER-COST-EXIT.
027895     EXIT.
027900*
028000*    NO CATEGORY ROW MEANS NO FLOOR, AS ON THE MARGIN REPORT.
028100 2200-GET-CATEGORY-FLOOR.
028200     EXEC SQL
028300         SELECT MARGIN_FLOOR_PCT
028400         INTO :WS-CAT-FLOOR
028500         FROM PRODUCT_CATEGORY
028600         WHERE CATEGORY_CODE = :PRD-CATEGORY
028700     END-EXEC.
028800     IF SQLCODE NOT = ZERO
028900         MOVE ZERO TO WS-CAT-FLOOR
029000     END-IF.
029100 2200-GET-CATEGORY-FLOOR-EXIT.
029200     EXIT.
029300*
029400*----------------------------------------------------------*
029500* THE FLOOR IS A MARGIN ON THE SELLING PRICE, SO THE LOWEST *
029600* PRICE THAT MEETS IT IS COST / (1 - FLOOR/100).  IT IS     *
029700* WORKED IN WHOLE CENTS AND ROUNDED UP - ROUNDING DOWN BY   *
029800* EVEN A CENT WOULD LEAVE THE PRICE A SHADE UNDER THE       *
029900* FLOOR.  THE DIVISOR IS (100 - FLOOR) IN BASIS POINTS SO   *
030000* THE TWO-DECIMAL FLOOR STAYS EXACT.                        *
030100*----------------------------------------------------------*
030200 2300-COMPUTE-FLOOR-PRICE.
030300     COMPUTE WS-COST-CENTS    = CCH-NEW-COST * 100.
030400     COMPUTE WS-CURRENT-CENTS = PRD-PRICE * 100.
030500     COMPUTE WS-DIVISOR-BP    = (100 - WS-CAT-FLOOR) * 100.
030600     COMPUTE WS-FLOOR-CENTS   =
030700         WS-COST-CENTS * 10000 / WS-DIVISOR-BP.
030800     COMPUTE WS-CHECK-PRODUCT = WS-FLOOR-CENTS * WS-DIVISOR-BP.
030900     IF WS-CHECK-PRODUCT < WS-COST-CENTS * 10000
031000         ADD 1 TO WS-FLOOR-CENTS
031100     END-IF.
031200 2300-COMPUTE-FLOOR-PRICE-EXIT.
031300     EXIT.
031400*
031500*----------------------------------------------------------*
031600* HOUSE PRICE ENDINGS.  A PROPOSED PRICE IS ALWAYS ROUNDED  *
031700* UP, NEVER DOWN, SO THE MARGIN FLOOR STAYS MET:            *
031800*     UNDER 10.00          UP TO THE NEXT PRICE ENDING IN 9 *
031900*                          (3.42 BECOMES 3.49)              *
032000*     10.00 TO 99.99       UP TO THE NEXT .49 OR .99        *
032100*                          (12.10 BECOMES 12.49, 12.50      *
032200*                          BECOMES 12.99)                   *
032300*     100.00 AND OVER      UP TO THE NEXT .99               *
032400*                          (123.40 BECOMES 123.99)          *
032500* A PRICE ALREADY ON AN ENDING IS LEFT WHERE IT IS.         *
032600*----------------------------------------------------------*
032700 2400-APPLY-PRICE-ENDING.
032800     IF WS-FLOOR-CENTS < 1000
032900         DIVIDE WS-FLOOR-CENTS BY 10
033000             GIVING WS-WHOLE-UNITS REMAINDER WS-ENDING-CENTS
033100         COMPUTE WS-FLOOR-CENTS =
033200             WS-FLOOR-CENTS + 9 - WS-ENDING-CENTS
033300         GO TO 2400-APPLY-PRICE-ENDING-EXIT
033400     END-IF.
033500     DIVIDE WS-FLOOR-CENTS BY 100
033600         GIVING WS-WHOLE-UNITS REMAINDER WS-ENDING-CENTS.
033700     IF WS-FLOOR-CENTS < 10000
033800         AND WS-ENDING-CENTS NOT GREATER THAN 49
033900         COMPUTE WS-FLOOR-CENTS =
034000             WS-FLOOR-CENTS + 49 - WS-ENDING-CENTS
034100     ELSE
034200         COMPUTE WS-FLOOR-CENTS =
034300             WS-FLOOR-CENTS + 99 - WS-ENDING-CENTS
034400     END-IF.
034500 2400-APPLY-PRICE-ENDING-EXIT.
034600     EXIT.
034700*
034800*----------------------------------------------------------*
034900* ANY PROPOSAL STILL PENDING FOR THE PRODUCT IS SUPERSEDED  *
035000* BEFORE THE NEW ONE IS WRITTEN, SO THE DESK ONLY EVER SEES *
035100* ONE PENDING PROPOSAL PER PRODUCT.  THE PROPOSAL IS KEYED  *
035200* BY PRODUCT AND PROPOSAL TIMESTAMP; EFFECTIVE_DATE,        *
035300* APPLIED_PRICE, PRICE_LIST_CODE AND THE OPERATOR AND       *
035400* APPROVER ARE FILLED IN WHEN PRDRPRM WORKS IT.             *
035500*----------------------------------------------------------*
035600 2500-WRITE-PROPOSAL.
035700     EXEC SQL
035800         UPDATE PRODUCT_PRICE_PROPOSAL
035900            SET STATUS      = 'S',
036000                STATUS_DATE = CURRENT DATE
036100          WHERE PRODUCT_ID  = :CCH-PRODUCT-ID
036200            AND STATUS      = 'P'
036300     END-EXEC.
036400     IF SQLCODE = ZERO
036500         ADD SQLERRD (3) TO WS-SUPERSEDED-COUNT
036600     ELSE
036700         IF SQLCODE NOT = 100
036800             MOVE '2500-WRITE-PROPOSAL UPDATE' TO SQE-PARAGRAPH
036900             PERFORM 6000-SQL-ERROR
037000                 THRU 6000-SQL-ERROR-EXIT
037100         END-IF
037200     END-IF.
037300     EXEC SQL
037400         INSERT INTO PRODUCT_PRICE_PROPOSAL
037500             (PRODUCT_ID, PROPOSAL_TS, FEED_DATE,
037600              OLD_UNIT_COST, NEW_UNIT_COST, CURRENT_PRICE,
037700              PROPOSED_PRICE, MARGIN_FLOOR_PCT, STATUS,
037800              STATUS_DATE, APPLIED_PRICE, PRICE_LIST_CODE,
037900              OPERATOR_ID, APPROVED_BY)
038000         VALUES
038100             (:CCH-PRODUCT-ID, CURRENT TIMESTAMP,
038200              DATE(:CCH-FEED-DATE), :CCH-OLD-COST,
038300              :CCH-NEW-COST, :PRD-PRICE, :WS-PROPOSED-PRICE,
038400              :WS-CAT-FLOOR, 'P', CURRENT DATE, 0, '    ',
038500              '   ', '   ')
038600     END-EXEC.
038700     IF SQLCODE NOT = ZERO
038800         MOVE '2500-WRITE-PROPOSAL INSERT' TO SQE-PARAGRAPH
038900         PERFORM 6000-SQL-ERROR
039000             THRU 6000-SQL-ERROR-EXIT
039100     END-IF.
039200     ADD 1 TO WS-PROPOSED-COUNT.
039300     MOVE 'PROPOSAL WRITTEN' TO DTL-ACTION.
039400 2500-WRITE-PROPOSAL-EXIT.
039500     EXIT.
039600*
039700 2600-MARK-COST-CHANGE.
039800     EXEC SQL
039900         UPDATE PRODUCT_COST_CHANGE
040000            SET STATUS      = :WS-CCH-NEW-STATUS,
040100                STATUS_DATE = CURRENT DATE
040200          WHERE CURRENT OF RPRCCUR
040300     END-EXEC.
040400     IF SQLCODE NOT = ZERO
040500         MOVE '2600-MARK-COST-CHANGE' TO SQE-PARAGRAPH
040600         PERFORM 6000-SQL-ERROR
040700             THRU 6000-SQL-ERROR-EXIT
040800     END-IF.
040900     ADD 1 TO WS-CHUNK-COUNT.
041000 2600-MARK-COST-CHANGE-EXIT.
041100     EXIT.
041200*
041300 2700-PRINT-DETAIL.
041400     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
041500         PERFORM 8100-WRITE-HEADINGS
041600             THRU 8100-WRITE-HEADINGS-EXIT
041700     END-IF.
041800     MOVE CCH-PRODUCT-ID    TO DTL-PRODUCT-ID.
041900     MOVE PRD-DESCRIPTION   TO DTL-DESCRIPTION.
042000     MOVE PRD-CATEGORY      TO DTL-CATEGORY.
042100     MOVE CCH-OLD-COST      TO DTL-OLD-COST.
042200     MOVE CCH-NEW-COST      TO DTL-NEW-COST.
042300     MOVE PRD-PRICE         TO DTL-PRICE.
042400     MOVE WS-CAT-FLOOR      TO DTL-FLOOR-PCT.
042500     MOVE WS-PROPOSED-PRICE TO DTL-PROPOSED.
042600     WRITE PRT-RECORD FROM WS-DETAIL-LINE
042700         AFTER ADVANCING 1 LINE.
042800     ADD 1 TO WS-LINE-COUNT.
042900 2700-PRINT-DETAIL-EXIT.
043000     EXIT.
043100*
043200 3000-TERMINATE.
043300     EXEC SQL CLOSE RPRCCUR END-EXEC.
043400     EXEC SQL COMMIT END-EXEC.
043500     PERFORM 8300-RECORD-RUN-END
043600         THRU 8300-RECORD-RUN-END-EXIT.
043700     MOVE 'COST MOVEMENTS READ'         TO CNT-TEXT.
043800     MOVE WS-READ-COUNT                 TO CNT-VALUE.
043900     WRITE PRT-RECORD FROM WS-COUNT-LINE
044000         AFTER ADVANCING 2 LINES.
044100     MOVE 'PROPOSALS WRITTEN'           TO CNT-TEXT.
044200     MOVE WS-PROPOSED-COUNT             TO CNT-VALUE.
044300     WRITE PRT-RECORD FROM WS-COUNT-LINE
044400         AFTER ADVANCING 1 LINE.
044500     MOVE 'EARLIER PROPOSALS SUPERSEDED' TO CNT-TEXT.
044600     MOVE WS-SUPERSEDED-COUNT           TO CNT-VALUE.
044700     WRITE PRT-RECORD FROM WS-COUNT-LINE
044800         AFTER ADVANCING 1 LINE.
044900     MOVE 'PRICE STILL MEETS FLOOR'     TO CNT-TEXT.
045000     MOVE WS-MEETS-FLOOR-COUNT          TO CNT-VALUE.
045100     WRITE PRT-RECORD FROM WS-COUNT-LINE
045200         AFTER ADVANCING 1 LINE.
045300     MOVE 'SKIPPED'                     TO CNT-TEXT.
045400     MOVE WS-SKIPPED-COUNT              TO CNT-VALUE.
045500     WRITE PRT-RECORD FROM WS-COUNT-LINE
045600         AFTER ADVANCING 1 LINE.
045700     CLOSE PRTFILE.
045800     DISPLAY 'PRDRPRC - COST MOVEMENTS READ: ' WS-READ-COUNT.
045900     DISPLAY 'PRDRPRC - PROPOSALS WRITTEN:   ' WS-PROPOSED-COUNT.
046000     DISPLAY 'PRDRPRC - PROPOSALS SUPERSEDED: '
046100         WS-SUPERSEDED-COUNT.
046200 3000-TERMINATE-EXIT.
046300     EXIT.
046400*
046500*----------------------------------------------------------*
046600* COMMON SQL ERROR HANDLING (VIA PRDSQLE).  A ROLLBACK      *
046700* CLOSES THE HELD CURSOR, SO NOTHING HERE IS RETRIED - THE  *
046800* RETRY COUNT IS EXHAUSTED FIRST SO PRDSQLE LOGS THE FATAL  *
046900* DISPOSITION THE RUN ACTUALLY TAKES.  THE RERUN PICKS UP   *
047000* THE COST ROWS STILL AT N.                                 *
047100*----------------------------------------------------------*
047200 6000-SQL-ERROR.
047300     MOVE 'PRDRPRC '          TO SQE-SOURCE-PROGRAM.
047400     MOVE SPACES              TO SQE-RECORD-KEY.
047500     MOVE CCH-PRODUCT-ID      TO SQE-RECORD-KEY.
047600     MOVE SQLCODE             TO SQE-SQLCODE.
047700     MOVE WS-READ-COUNT       TO SQE-CHECKPOINT-COUNT.
047800     MOVE 99                  TO SQE-RETRY-COUNT.
047900     CALL 'PRDSQLE' USING WS-SQL-ERROR-PARMS.
048000     PERFORM 6900-SQL-FATAL
048100         THRU 6900-SQL-FATAL-EXIT.
048200 6000-SQL-ERROR-EXIT.
048300     EXIT.
048400*
048500 6900-SQL-FATAL.
048600     EXEC SQL ROLLBACK END-EXEC.
048700     CLOSE PRTFILE.
048800     DISPLAY 'PRDRPRC - RUN ENDED ON SQL ERROR AT PRODUCT '
048900         CCH-PRODUCT-ID.
049000     DISPLAY 'PRDRPRC - RESUBMIT AFTER THE CAUSE IS CLEARED'.
049100     PERFORM 8400-RECORD-RUN-FAIL
049200         THRU 8400-RECORD-RUN-FAIL-EXIT.
049300     MOVE 12 TO RETURN-CODE.
049400     STOP RUN.
049500 6900-SQL-FATAL-EXIT.
049600     EXIT.
049700*
049800 8000-FETCH-COST-ROW.
049900     EXEC SQL
050000         FETCH RPRCCUR
050100         INTO :CCH-PRODUCT-ID, :CCH-FEED-DATE,
050200              :CCH-OLD-COST, :CCH-NEW-COST
050300     END-EXEC.
050400     IF SQLCODE = 100
050500         MOVE 'Y' TO WS-EOF-SW
050600     ELSE
050700         IF SQLCODE NOT = ZERO
050800             MOVE '8000-FETCH-COST-ROW' TO SQE-PARAGRAPH
050900             PERFORM 6000-SQL-ERROR
051000                 THRU 6000-SQL-ERROR-EXIT
051100         END-IF
051200     END-IF.
051300 8000-FETCH-COST-ROW-EXIT.
051400     EXIT.
051500*
051600 8100-WRITE-HEADINGS.
051700     ADD 1 TO WS-PAGE-COUNT.
051800     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
051900     WRITE PRT-RECORD FROM WS-HEADING-1
052000         AFTER ADVANCING PAGE.
052100     WRITE PRT-RECORD FROM WS-HEADING-2
052200         AFTER ADVANCING 2 LINES.
052300     MOVE ZERO TO WS-LINE-COUNT.
052400 8100-WRITE-HEADINGS-EXIT.
052500     EXIT.
052600*
052700*    RUN CONTROL (VIA PRDRUNC) - RECORDS IN IS THE COST
052800*    MOVEMENTS READ, RECORDS OUT THE PROPOSALS WRITTEN.
052900 8200-RECORD-RUN-START.
053000     MOVE SPACES     TO WS-RUN-PARMS.
053100     MOVE 'S'        TO RUN-FUNCTION.
053200     MOVE 'PRDRPRC ' TO RUN-JOB-NAME.
053300     MOVE ZERO       TO RUN-RECORDS-IN RUN-RECORDS-OUT.
053400     CALL 'PRDRUNC' USING WS-RUN-PARMS.
053500 8200-RECORD-RUN-START-EXIT.
053600     EXIT.
053700*
053800 8300-RECORD-RUN-END.
053900     MOVE 'E'               TO RUN-FUNCTION.
054000     MOVE WS-READ-COUNT     TO RUN-RECORDS-IN.
054100     MOVE WS-PROPOSED-COUNT TO RUN-RECORDS-OUT.
054200     CALL 'PRDRUNC' USING WS-RUN-PARMS.
054300 8300-RECORD-RUN-END-EXIT.
054400     EXIT.
054500*
054600 8400-RECORD-RUN-FAIL.
054700     MOVE 'F'               TO RUN-FUNCTION.
054800     MOVE WS-READ-COUNT     TO RUN-RECORDS-IN.
054900     MOVE WS-PROPOSED-COUNT TO RUN-RECORDS-OUT.
055000     CALL 'PRDRUNC' USING WS-RUN-PARMS.
055100 8400-RECORD-RUN-FAIL-EXIT.
055200     EXIT.
