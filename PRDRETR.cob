000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDRETR.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - MONTHLY RETIREMENT OF *
001300*                   LONG-DISCONTINUED PRODUCTS.             *
001310*  10/15/26   JRH   HOLD BACK A PRODUCT NAMED AS ANOTHER    *
001320*                   PRODUCT'S SUCCESSOR; ARCHIVE AND        *
001330*                   DELETE ITS OWN PRODUCT_SUCCESSOR ROW.   *
001400*----------------------------------------------------------*
001500*
001600*----------------------------------------------------------*
001700* A DISCONTINUED PRODUCT OTHERWISE STAYS ON PRODUCTS, AND   *
001800* ON EVERY TABLE HUNG OFF IT, FOR EVER.  THIS JOB READS     *
001900* EVERY PRODUCT IN STATUS D AND RETIRES IT WHEN, OVER THE   *
002000* LAST RET-MONTHS-DISCONTINUED MONTHS (THE MYCOPY052        *
002100* CONTROL CARD):                                            *
002200*   - PRODUCT_CHANGE_AUDIT SHOWS IT AT D THROUGHOUT - NO    *
002300*     ROW IN THE PERIOD HAS AN OLD OR NEW STATUS OTHER      *
002400*     THAN D;                                               *
002500*   - PRODUCT_PRICE_HIST HAS NO LOOKUP OF IT;               *
002600*   - NO PROMO_EVENT CARRYING IT HAS RUN (OR IS STILL TO    *
002700*     RUN);                                                 *
002710* AND IT HAS NO OPEN (PENDING OR RELEASED) SUSPENSE ROW, NO *
002720* FUTURE-DATED PRODUCT_PRICE_LIST ROW AND NO                *
002730* PRODUCT_SUCCESSOR ROW NAMING IT AS THE REPLACEMENT FOR    *
002740* ANOTHER PRODUCT.  THE FIRST TEST FAILED IS REPORTED AS    *
002750* THE REASON IT WAS HELD BACK.                              *
003100* A RETIRED PRODUCT'S PRODUCTS ROW AND ALL ITS ROWS ON      *
003200* PRODUCT_PRICE_LIST, PRODUCT_QTY_BREAK(_HIST),             *
003300* PROMO_EVENT_PRODUCT, PRODUCT_SUPPLIER_XREF,               *
003400* PRODUCT_FEED_SUSPENSE, PRODUCT_CONTRACT_PRICE,            *
003410* PRODUCT_COST_CHANGE, PRODUCT_PRICE_PROPOSAL AND           *
003420* PRODUCT_SUCCESSOR ARE UNLOADED TO THE ARCHIVE GDG         *
003600* (MYCOPY053) AND DELETED, CHILDREN FIRST.  PRDRSTR         *
003700* RELOADS A PRODUCT FROM THERE.                             *
003800* PRODUCT_CHANGE_AUDIT, PRODUCT_PRICE_HIST AND              *
003900* PRODUCT_NEW_ITEM_REQ ARE HISTORY AND ARE LEFT AS THEY     *
004000* ARE.  THE PRDLOAD CHECKPOINT/RESTART PATTERN APPLIES -    *
004100* EVERY WS-COMMIT-INTERVAL PRODUCTS THE WORK IS COMMITTED   *
004200* AND THE LAST PRODUCT ID CHECKPOINTED; A RESTART RUN       *
004300* CARRIES ON FROM THE PRODUCT AFTER IT.                     *
004400*----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PARMFILE ASSIGN TO PARMFILE
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT CTLFILE  ASSIGN TO CTLFILE
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT CHKPTFILE ASSIGN TO CHKPTFILE
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT ARCHFILE ASSIGN TO ARCHFILE
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT PRTFILE  ASSIGN TO PRTFILE
006000         ORGANIZATION IS SEQUENTIAL.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARMFILE
006500     RECORDING MODE IS F.
006600 01  PARM-RECORD.
006700     COPY MYCOPY052.
006800*
006900 FD  CTLFILE
007000     RECORDING MODE IS F.
007100 01  CTL-RECORD.
007200     COPY MYCOPY019.
007300*
007400 FD  CHKPTFILE
007500     RECORDING MODE IS F.
007600 01  CKPT-RECORD.
007700     COPY MYCOPY018.
007800*
007900 FD  ARCHFILE
008000     RECORDING MODE IS F.
008100 01  ARC-RECORD             PIC X(150).
008200*
008300 FD  PRTFILE
008400     RECORDING MODE IS F.
008500 01  PRT-RECORD             PIC X(133).
008600*
008700 WORKING-STORAGE SECTION.
008800     COPY MYCOPY013.
008900     EXEC SQL INCLUDE SQLCA END-EXEC.
009000*
009100 01  WS-PRODUCT-ROW.
009200     05  RTR-PRODUCT-ID     PIC 9(05).
009300     05  RTR-DESCRIPTION    PIC X(40).
009400     05  RTR-PRICE          PIC 9(05)V99.
009500     05  RTR-STATUS         PIC X(01).
009600     05  RTR-CATEGORY-CODE  PIC X(04).
009700     05  RTR-UNIT-COST      PIC 9(05)V99.
009800     05  RTR-TAX-CATEGORY   PIC X(04).
009900*
010000 01  WS-ARCHIVE-RECORD.
010100     COPY MYCOPY053.
010200*
010300 01  WS-SWITCHES.
010400     05  WS-CKPT-EOF-SW     PIC X(01)  VALUE 'N'.
010500         88  WS-CKPT-EOF                VALUE 'Y'.
010600     05  WS-CHILD-EOF-SW    PIC X(01)  VALUE 'N'.
010700         88  WS-CHILD-EOF               VALUE 'Y'.
010800*
010900 01  WS-MONTHS-DISCONTINUED PIC 9(03)  VALUE ZERO.
011000 01  WS-RESTART-PRODUCT-ID  PIC 9(05)  VALUE ZERO.
011100 01  WS-RUN-DATE            PIC X(10)  VALUE SPACES.
011200 01  WS-CHECK-COUNT         PIC S9(09) COMP  VALUE ZERO.
011300 01  WS-HOLD-REASON         PIC X(40)  VALUE SPACES.
011400*
011500 01  WS-SQL-ERROR-PARMS.
011600     COPY MYCOPY042.
011700*
011800 01  WS-RUN-PARMS.
011900     COPY MYCOPY043.
012000*
012100 01  WS-COUNTERS.
012200     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
012300     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
012400     05  WS-RECORDS-PROCESSED
012500                            PIC 9(09)  COMP  VALUE ZERO.
012600     05  WS-LAST-CHECKPOINT PIC 9(09)  COMP  VALUE ZERO.
012700     05  WS-SKIP-COUNT      PIC 9(09)  COMP  VALUE ZERO.
012800     05  WS-READ-COUNT      PIC 9(09)  COMP  VALUE ZERO.
012900     05  WS-RETIRED-COUNT   PIC 9(09)  COMP  VALUE ZERO.
013000     05  WS-HELD-COUNT      PIC 9(09)  COMP  VALUE ZERO.
013100     05  WS-HELD-STATUS-COUNT
013200                            PIC 9(09)  COMP  VALUE ZERO.
013300     05  WS-HELD-LOOKUP-COUNT
013400                            PIC 9(09)  COMP  VALUE ZERO.
013500     05  WS-HELD-SUSPENSE-COUNT
013600                            PIC 9(09)  COMP  VALUE ZERO.
013700     05  WS-HELD-LIST-COUNT PIC 9(09)  COMP  VALUE ZERO.
013800     05  WS-HELD-PROMO-COUNT
013900                            PIC 9(09)  COMP  VALUE ZERO.
013910     05  WS-HELD-SUCCESSOR-COUNT
013920                            PIC 9(09)  COMP  VALUE ZERO.
014000     05  WS-ARCHIVED-COUNT  PIC 9(09)  COMP  VALUE ZERO.
014100     05  WS-PRODUCT-ROWS    PIC 9(05)  COMP  VALUE ZERO.
014200     05  WS-CHUNK-COUNT     PIC 9(09)  COMP  VALUE ZERO.
014300*
014400 01  WS-CONSTANTS.
014500     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
014600     05  WS-COMMIT-INTERVAL PIC 9(09)  COMP  VALUE 25.
014700     05  WS-DEFAULT-MONTHS  PIC 9(03)        VALUE 12.
014800*
014900 01  WS-HEADING-1.
015000     05  FILLER             PIC X(01)  VALUE '1'.
015100     05  FILLER             PIC X(40)  VALUE
015200         'DISCONTINUED PRODUCT RETIREMENT'.
015300     05  FILLER             PIC X(05)  VALUE 'PAGE '.
015400     05  HDG1-PAGE-NO       PIC ZZZ9.
015500     05  FILLER             PIC X(83)  VALUE SPACES.
015600*
015700 01  WS-HEADING-2.
015800     05  FILLER             PIC X(01)  VALUE SPACES.
015900     05  FILLER             PIC X(07)  VALUE 'PRODUCT'.
016000     05  FILLER             PIC X(32)  VALUE ' DESCRIPTION'.
016100     05  FILLER             PIC X(09)  VALUE 'ACTION'.
016200     05  FILLER             PIC X(08)  VALUE '   ROWS'.
016300     05  FILLER             PIC X(40)  VALUE 'REASON HELD'.
016400     05  FILLER             PIC X(36)  VALUE SPACES.
016500*
016600 01  WS-DETAIL-LINE.
016700     05  FILLER             PIC X(01)  VALUE SPACES.
016800     05  DTL-PRODUCT-ID     PIC 9(05).
016900     05  FILLER             PIC X(02)  VALUE SPACES.
017000     05  DTL-DESCRIPTION    PIC X(30).
017100     05  FILLER             PIC X(02)  VALUE SPACES.
017200     05  DTL-ACTION         PIC X(07).
017300     05  FILLER             PIC X(02)  VALUE SPACES.
017400     05  DTL-ROWS           PIC ZZ,ZZ9.
017500     05  FILLER             PIC X(02)  VALUE SPACES.
017600     05  DTL-REASON         PIC X(40).
017700     05  FILLER             PIC X(36)  VALUE SPACES.
017800*
017900 01  WS-COUNT-LINE.
018000     05  FILLER             PIC X(01)  VALUE SPACES.
018100     05  CNT-TEXT           PIC X(34).
018200     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
018300     05  FILLER             PIC X(87)  VALUE SPACES.
018400*
018500 PROCEDURE DIVISION.
018600*
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE
018900         THRU 1000-INITIALIZE-EXIT.
019000     PERFORM 2000-PROCESS-PRODUCT
019100         THRU 2000-PROCESS-PRODUCT-EXIT
019200         UNTIL WS-EOF.
019300     PERFORM 3000-TERMINATE
019400         THRU 3000-TERMINATE-EXIT.
019500     STOP RUN.
019600*
019700 1000-INITIALIZE.
019800     OPEN INPUT  PARMFILE.
019900     READ PARMFILE
020000         AT END MOVE SPACES TO RET-MONTHS-DISCONTINUED
020100     END-READ.
020200     CLOSE PARMFILE.
020300     IF RET-MONTHS-DISCONTINUED NUMERIC
020400         MOVE RET-MONTHS-DISCONTINUED TO WS-MONTHS-DISCONTINUED
020500     END-IF.
020600     IF WS-MONTHS-DISCONTINUED = ZERO
020700         MOVE WS-DEFAULT-MONTHS TO WS-MONTHS-DISCONTINUED
020800     END-IF.
020900     OPEN INPUT  CTLFILE.
021000     READ CTLFILE
021100         AT END MOVE 'N' TO CTL-RESTART-SW
021200     END-READ.
021300     CLOSE CTLFILE.
021400     OPEN OUTPUT ARCHFILE PRTFILE.
021500     PERFORM 8200-RECORD-RUN-START
021600         THRU 8200-RECORD-RUN-START-EXIT.
021700     IF CTL-IS-RESTART
021800         PERFORM 1100-LOAD-CHECKPOINT
021900             THRU 1100-LOAD-CHECKPOINT-EXIT
022000     END-IF.
022100     EXEC SQL
022200         SELECT CHAR(CURRENT DATE, ISO)
022300         INTO :WS-RUN-DATE
022400         FROM SYSIBM.SYSDUMMY1
022500     END-EXEC.
022600*    THE CURSOR IS DECLARED WITH HOLD SO THE CHECKPOINT
022700*    COMMITS DO NOT CLOSE IT MID-RUN.  ON A RESTART THE
022800*    PRODUCTS UP TO THE CHECKPOINTED ID ARE PASSED OVER.
022900     EXEC SQL
023000         DECLARE RETRCUR CURSOR WITH HOLD FOR
023100         SELECT PRODUCT_ID, DESCRIPTION, PRICE, STATUS,
023200                CATEGORY_CODE, UNIT_COST, TAX_CATEGORY
023300         FROM PRODUCTS
023400         WHERE STATUS = 'D'
023500           AND PRODUCT_ID > :WS-RESTART-PRODUCT-ID
023600         ORDER BY PRODUCT_ID
023700     END-EXEC.
023800     EXEC SQL OPEN RETRCUR END-EXEC.
023900     IF SQLCODE NOT = ZERO
024000         MOVE '1000-INITIALIZE OPEN' TO SQE-PARAGRAPH
024100         PERFORM 6000-SQL-ERROR
024200             THRU 6000-SQL-ERROR-EXIT
024300     END-IF.
024400     PERFORM 8100-WRITE-HEADINGS
024500         THRU 8100-WRITE-HEADINGS-EXIT.
024600     PERFORM 8000-FETCH-PRODUCT
024700         THRU 8000-FETCH-PRODUCT-EXIT.
024800 1000-INITIALIZE-EXIT.
024900     EXIT.
025000*
025100 1100-LOAD-CHECKPOINT.
025200*    AS IN PRDLOAD, CHKPTFILE ACCUMULATES ONE RECORD PER
025300*    CHECKPOINT FOR THE LIFE OF THE CATALOGED DATASET - READ
025400*    THROUGH TO THE MOST RECENT CHECKPOINT WRITTEN.
025500     OPEN INPUT CHKPTFILE.
025600     MOVE ZERO TO CKPT-RECORD-COUNT CKPT-LAST-PRODUCT-ID.
025700     MOVE 'N'  TO WS-CKPT-EOF-SW.
025800     PERFORM 1150-READ-CHECKPOINT
025900         THRU 1150-READ-CHECKPOINT-EXIT
026000         UNTIL WS-CKPT-EOF.
026100     CLOSE CHKPTFILE.
026200     MOVE CKPT-RECORD-COUNT    TO WS-RECORDS-PROCESSED
026300                                  WS-SKIP-COUNT
026400                                  WS-LAST-CHECKPOINT.
026500     MOVE CKPT-LAST-PRODUCT-ID TO WS-RESTART-PRODUCT-ID.
026600 1100-LOAD-CHECKPOINT-EXIT.
026700     EXIT.
026800*
026900 1150-READ-CHECKPOINT.
027000     READ CHKPTFILE
027100         AT END MOVE 'Y' TO WS-CKPT-EOF-SW
027200     END-READ.
027300 1150-READ-CHECKPOINT-EXIT.
027400     EXIT.
027500*
027600 2000-PROCESS-PRODUCT.
027700     ADD 1 TO WS-READ-COUNT.
027800     MOVE SPACES TO WS-HOLD-REASON.
027900     MOVE ZERO   TO WS-PRODUCT-ROWS.
028000     PERFORM 2100-CHECK-HOLD
028100         THRU 2100-CHECK-HOLD-EXIT.
028200     IF WS-HOLD-REASON = SPACES
028300         PERFORM 2200-RETIRE-PRODUCT
028400             THRU 2200-RETIRE-PRODUCT-EXIT
028500         ADD 1 TO WS-RETIRED-COUNT
028600         MOVE 'RETIRED' TO DTL-ACTION
028700     ELSE
028800         ADD 1 TO WS-HELD-COUNT
028900         MOVE 'HELD'    TO DTL-ACTION
029000     END-IF.
029100     PERFORM 2700-PRINT-DETAIL
029200         THRU 2700-PRINT-DETAIL-EXIT.
029300     ADD 1 TO WS-RECORDS-PROCESSED.
029400     ADD 1 TO WS-CHUNK-COUNT.
029500     IF WS-CHUNK-COUNT NOT LESS THAN WS-COMMIT-INTERVAL
029600         PERFORM 7000-WRITE-CHECKPOINT
029700             THRU 7000-WRITE-CHECKPOINT-EXIT
029800         MOVE ZERO TO WS-CHUNK-COUNT
029900     END-IF.
030000     PERFORM 8000-FETCH-PRODUCT
030100         THRU 8000-FETCH-PRODUCT-EXIT.
030200 2000-PROCESS-PRODUCT-EXIT.
030300     EXIT.
030400*
030500*----------------------------------------------------------*
030600* RETIREMENT TESTS, IN ORDER - THE FIRST ONE FAILED SETS    *
030700* WS-HOLD-REASON AND ENDS THE CHECK.  A PRODUCT WITH NO     *
030800* AUDITED STATUS CHANGE IN THE PERIOD HAS BEEN AT D SINCE   *
030900* BEFORE IT.                                                *
031000*----------------------------------------------------------*
031100 2100-CHECK-HOLD.
031200     EXEC SQL
031300         SELECT COUNT(*)
031400         INTO :WS-CHECK-COUNT
031500         FROM PRODUCT_CHANGE_AUDIT
031600         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
031700           AND CHANGE_TIMESTAMP >= CURRENT TIMESTAMP
031800                           - :WS-MONTHS-DISCONTINUED MONTHS
031900           AND (OLD_STATUS <> 'D' OR NEW_STATUS <> 'D')
032000     END-EXEC.
032100     IF SQLCODE NOT = ZERO
032200         MOVE '2100-CHECK-HOLD AUDIT' TO SQE-PARAGRAPH
032300         PERFORM 6000-SQL-ERROR
032400             THRU 6000-SQL-ERROR-EXIT
032500     END-IF.
032600     IF WS-CHECK-COUNT > ZERO
032700         MOVE 'NOT DISCONTINUED FOR THE FULL PERIOD'
032800             TO WS-HOLD-REASON
032900         ADD 1 TO WS-HELD-STATUS-COUNT
033000         GO TO 2100-CHECK-HOLD-EXIT
033100     END-IF.
033200     EXEC SQL
033300         SELECT COUNT(*)
033400         INTO :WS-CHECK-COUNT
033500         FROM PRODUCT_PRICE_HIST
033600         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
033700           AND LOOKUP_TIMESTAMP >= CURRENT TIMESTAMP
033800                           - :WS-MONTHS-DISCONTINUED MONTHS
033900     END-EXEC.
034000     IF SQLCODE NOT = ZERO
034100         MOVE '2100-CHECK-HOLD LOOKUPS' TO SQE-PARAGRAPH
034200         PERFORM 6000-SQL-ERROR
034300             THRU 6000-SQL-ERROR-EXIT
034400     END-IF.
034500     IF WS-CHECK-COUNT > ZERO
034600         MOVE 'PRICE LOOKUPS WITHIN THE PERIOD'
034700             TO WS-HOLD-REASON
034800         ADD 1 TO WS-HELD-LOOKUP-COUNT
034900         GO TO 2100-CHECK-HOLD-EXIT
035000     END-IF.
035100     EXEC SQL
035200         SELECT COUNT(*)
035300         INTO :WS-CHECK-COUNT
035400         FROM PRODUCT_FEED_SUSPENSE
035500         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
035600           AND STATUS IN ('P', 'R')
035700     END-EXEC.
035800     IF SQLCODE NOT = ZERO
035900         MOVE '2100-CHECK-HOLD SUSPENSE' TO SQE-PARAGRAPH
036000         PERFORM 6000-SQL-ERROR
036100             THRU 6000-SQL-ERROR-EXIT
036200     END-IF.
036300     IF WS-CHECK-COUNT > ZERO
036400         MOVE 'OPEN SUSPENSE RECORDS'
036500             TO WS-HOLD-REASON
036600         ADD 1 TO WS-HELD-SUSPENSE-COUNT
036700         GO TO 2100-CHECK-HOLD-EXIT
036800     END-IF.
036900     EXEC SQL
037000         SELECT COUNT(*)
037100         INTO :WS-CHECK-COUNT
037200         FROM PRODUCT_PRICE_LIST
037300         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
037400           AND EFFECTIVE_DATE > CURRENT DATE
037500     END-EXEC.
037600     IF SQLCODE NOT = ZERO
037700         MOVE '2100-CHECK-HOLD PRICE LIST' TO SQE-PARAGRAPH
037800         PERFORM 6000-SQL-ERROR
037900             THRU 6000-SQL-ERROR-EXIT
038000     END-IF.
038100     IF WS-CHECK-COUNT > ZERO
038200         MOVE 'FUTURE-DATED PRICE-LIST ROWS'
038300             TO WS-HOLD-REASON
038400         ADD 1 TO WS-HELD-LIST-COUNT
038500         GO TO 2100-CHECK-HOLD-EXIT
038600     END-IF.
038700     EXEC SQL
038800         SELECT COUNT(*)
038900         INTO :WS-CHECK-COUNT
039000         FROM PROMO_EVENT_PRODUCT P, PROMO_EVENT E
039100         WHERE P.PRODUCT_ID = :RTR-PRODUCT-ID
039200           AND E.PROMO_CODE = P.PROMO_CODE
039300           AND E.END_DATE >= CURRENT DATE
039400                           - :WS-MONTHS-DISCONTINUED MONTHS
039500     END-EXEC.
039600     IF SQLCODE NOT = ZERO
039700         MOVE '2100-CHECK-HOLD PROMOTION' TO SQE-PARAGRAPH
039800         PERFORM 6000-SQL-ERROR
039900             THRU 6000-SQL-ERROR-EXIT
040000     END-IF.
040100     IF WS-CHECK-COUNT > ZERO
040200         MOVE 'PROMOTION RUNNING WITHIN THE PERIOD'
040300             TO WS-HOLD-REASON
040400         ADD 1 TO WS-HELD-PROMO-COUNT
040405         GO TO 2100-CHECK-HOLD-EXIT
040410     END-IF.
040415*    THE PRODUCT REPLACING IT WOULD BE LEFT POINTING AT
040420*    NOTHING - PRDSUCM MUST RE-POINT OR REMOVE THAT ROW FIRST.
040425     EXEC SQL
040430         SELECT COUNT(*)
040435         INTO :WS-CHECK-COUNT
040440         FROM PRODUCT_SUCCESSOR
040445         WHERE SUCCESSOR_ID = :RTR-PRODUCT-ID
040450     END-EXEC.
040455     IF SQLCODE NOT = ZERO
040460         MOVE '2100-CHECK-HOLD SUCCESSOR' TO SQE-PARAGRAPH
040465         PERFORM 6000-SQL-ERROR
040470             THRU 6000-SQL-ERROR-EXIT
040475     END-IF.
040480     IF WS-CHECK-COUNT > ZERO
040485         MOVE 'NAMED AS SUCCESSOR TO ANOTHER PRODUCT'
040490             TO WS-HOLD-REASON
040495         ADD 1 TO WS-HELD-SUCCESSOR-COUNT
040500     END-IF.
040600 2100-CHECK-HOLD-EXIT.
040700     EXIT.
040800*
040900*----------------------------------------------------------*
041000* UNLOAD AND DELETE ONE PRODUCT - THE PRODUCTS RECORD IS    *
041100* WRITTEN FIRST SO PRDRSTR CAN RELOAD IT AHEAD OF ITS       *
041200* CHILDREN; THE CHILD ROWS ARE DELETED BEFORE THE PRODUCTS  *
041300* ROW.  IT IS ALL ONE UNIT OF WORK UP TO THE NEXT           *
041400* CHECKPOINT COMMIT.                                        *
041500*----------------------------------------------------------*
041600 2200-RETIRE-PRODUCT.
041700     MOVE SPACES            TO WS-ARCHIVE-RECORD.
041800     MOVE 'PR'              TO RTA-RECORD-TYPE.
041900     MOVE RTR-DESCRIPTION   TO RTA-PR-DESCRIPTION.
042000     MOVE RTR-PRICE         TO RTA-PR-PRICE.
042100     MOVE RTR-STATUS        TO RTA-PR-STATUS.
042200     MOVE RTR-CATEGORY-CODE TO RTA-PR-CATEGORY-CODE.
042300     MOVE RTR-UNIT-COST     TO RTA-PR-UNIT-COST.
042400     MOVE RTR-TAX-CATEGORY  TO RTA-PR-TAX-CATEGORY.
042500     PERFORM 2290-WRITE-ARCHIVE
042600         THRU 2290-WRITE-ARCHIVE-EXIT.
042700     PERFORM 2300-ARCHIVE-PRICE-LIST
042800         THRU 2300-ARCHIVE-PRICE-LIST-EXIT.
042900     PERFORM 2310-ARCHIVE-QTY-BREAK
043000         THRU 2310-ARCHIVE-QTY-BREAK-EXIT.
043100     PERFORM 2320-ARCHIVE-QTY-BREAK-HIST
043200         THRU 2320-ARCHIVE-QTY-BREAK-HIST-EXIT.
043300     PERFORM 2330-ARCHIVE-PROMO-PRODUCT
043400         THRU 2330-ARCHIVE-PROMO-PRODUCT-EXIT.
043500     PERFORM 2340-ARCHIVE-SUPPLIER-XREF
043600         THRU 2340-ARCHIVE-SUPPLIER-XREF-EXIT.
043700     PERFORM 2350-ARCHIVE-FEED-SUSPENSE
043800         THRU 2350-ARCHIVE-FEED-SUSPENSE-EXIT.
043900     PERFORM 2360-ARCHIVE-CONTRACT-PRICE
044000         THRU 2360-ARCHIVE-CONTRACT-PRICE-EXIT.
044100     PERFORM 2370-ARCHIVE-COST-CHANGE
044200         THRU 2370-ARCHIVE-COST-CHANGE-EXIT.
044300     PERFORM 2380-ARCHIVE-PRICE-PROPOSAL
044400         THRU 2380-ARCHIVE-PRICE-PROPOSAL-EXIT.
044410     PERFORM 2388-ARCHIVE-SUCCESSOR
044420         THRU 2388-ARCHIVE-SUCCESSOR-EXIT.
044500*    THE PRODUCT WAS AT D WHEN FETCHED.  IF THE DESK HAS
044600*    REACTIVATED IT SINCE, NOTHING IS FOUND HERE AND THE RUN
044700*    ENDS WITH THE CHUNK BACKED OUT - THE RESTART PASSES IT
044800*    BY AS NO LONGER DISCONTINUED.
044900     EXEC SQL
045000         DELETE FROM PRODUCTS
045100         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
045200           AND STATUS     = 'D'
045300     END-EXEC.
045400     IF SQLCODE NOT = ZERO
045500         MOVE '2200-RETIRE-PRODUCT DELETE' TO SQE-PARAGRAPH
045600         PERFORM 6000-SQL-ERROR
045700             THRU 6000-SQL-ERROR-EXIT
045800     END-IF.
045900 2200-RETIRE-PRODUCT-EXIT.
046000     EXIT.
046100*
046200 2290-WRITE-ARCHIVE.
046300     MOVE RTR-PRODUCT-ID TO RTA-PRODUCT-ID.
046400     MOVE WS-RUN-DATE    TO RTA-RETIRE-DATE.
046500     WRITE ARC-RECORD FROM WS-ARCHIVE-RECORD.
046600     ADD 1 TO WS-ARCHIVED-COUNT.
046700     ADD 1 TO WS-PRODUCT-ROWS.
046800 2290-WRITE-ARCHIVE-EXIT.
046900     EXIT.
047000*
047100*    A DELETE FINDING NO CHILD ROWS (SQLCODE +100) IS NORMAL.
047200 2295-CHECK-CHILD-DELETE.
047300     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
047400         PERFORM 6000-SQL-ERROR
047500             THRU 6000-SQL-ERROR-EXIT
047600     END-IF.
047700 2295-CHECK-CHILD-DELETE-EXIT.
047800     EXIT.
047900*
048000 2300-ARCHIVE-PRICE-LIST.
048100     EXEC SQL
048200         DECLARE RTPLCUR CURSOR FOR
048300         SELECT PRICE_LIST_CODE, CHAR(EFFECTIVE_DATE, ISO),
048400                PRICE
048500         FROM PRODUCT_PRICE_LIST
048600         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
048700     END-EXEC.
048800     EXEC SQL OPEN RTPLCUR END-EXEC.
048900     MOVE 'N' TO WS-CHILD-EOF-SW.
049000     PERFORM 2305-FETCH-PRICE-LIST
049100         THRU 2305-FETCH-PRICE-LIST-EXIT.
049200     PERFORM 2302-WRITE-PRICE-LIST
049300         THRU 2302-WRITE-PRICE-LIST-EXIT
049400         UNTIL WS-CHILD-EOF.
049500     EXEC SQL CLOSE RTPLCUR END-EXEC.
049600     EXEC SQL
049700         DELETE FROM PRODUCT_PRICE_LIST
049800         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
049900     END-EXEC.
050000     MOVE '2300-ARCHIVE-PRICE-LIST' TO SQE-PARAGRAPH.
050100     PERFORM 2295-CHECK-CHILD-DELETE
050200         THRU 2295-CHECK-CHILD-DELETE-EXIT.
050300 2300-ARCHIVE-PRICE-LIST-EXIT.
050400     EXIT.
050500*
050600 2302-WRITE-PRICE-LIST.
050700     MOVE 'PL' TO RTA-RECORD-TYPE.
050800     PERFORM 2290-WRITE-ARCHIVE
050900         THRU 2290-WRITE-ARCHIVE-EXIT.
051000     PERFORM 2305-FETCH-PRICE-LIST
051100         THRU 2305-FETCH-PRICE-LIST-EXIT.
051200 2302-WRITE-PRICE-LIST-EXIT.
051300     EXIT.
051400*
051500 2305-FETCH-PRICE-LIST.
051600     MOVE SPACES TO WS-ARCHIVE-RECORD.
051700     EXEC SQL
051800         FETCH RTPLCUR
051900         INTO :RTA-PL-LIST-CODE, :RTA-PL-EFF-DATE,
052000              :RTA-PL-PRICE
052100     END-EXEC.
052200     MOVE '2305-FETCH-PRICE-LIST' TO SQE-PARAGRAPH.
052300     PERFORM 2390-CHECK-CHILD-FETCH
052400         THRU 2390-CHECK-CHILD-FETCH-EXIT.
052500 2305-FETCH-PRICE-LIST-EXIT.
052600     EXIT.
052700*
052800 2310-ARCHIVE-QTY-BREAK.
052900     EXEC SQL
053000         DECLARE RTQBCUR CURSOR FOR
053100         SELECT BREAK_QTY, PRICE
053200         FROM PRODUCT_QTY_BREAK
053300         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
053400     END-EXEC.
053500     EXEC SQL OPEN RTQBCUR END-EXEC.
053600     MOVE 'N' TO WS-CHILD-EOF-SW.
053700     PERFORM 2315-FETCH-QTY-BREAK
053800         THRU 2315-FETCH-QTY-BREAK-EXIT.
053900     PERFORM 2312-WRITE-QTY-BREAK
054000         THRU 2312-WRITE-QTY-BREAK-EXIT
054100         UNTIL WS-CHILD-EOF.
054200     EXEC SQL CLOSE RTQBCUR END-EXEC.
054300     EXEC SQL
054400         DELETE FROM PRODUCT_QTY_BREAK
054500         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
054600     END-EXEC.
054700     MOVE '2310-ARCHIVE-QTY-BREAK' TO SQE-PARAGRAPH.
054800     PERFORM 2295-CHECK-CHILD-DELETE
054900         THRU 2295-CHECK-CHILD-DELETE-EXIT.
055000 2310-ARCHIVE-QTY-BREAK-EXIT.
055100     EXIT.
055200*
055300 2312-WRITE-QTY-BREAK.
055400     MOVE 'QB' TO RTA-RECORD-TYPE.
055500     PERFORM 2290-WRITE-ARCHIVE
055600         THRU 2290-WRITE-ARCHIVE-EXIT.
055700     PERFORM 2315-FETCH-QTY-BREAK
055800         THRU 2315-FETCH-QTY-BREAK-EXIT.
055900 2312-WRITE-QTY-BREAK-EXIT.
056000     EXIT.
056100*
056200 2315-FETCH-QTY-BREAK.
056300     MOVE SPACES TO WS-ARCHIVE-RECORD.
056400     EXEC SQL
056500         FETCH RTQBCUR
056600         INTO :RTA-QB-BREAK-QTY, :RTA-QB-PRICE
056700     END-EXEC.
056800     MOVE '2315-FETCH-QTY-BREAK' TO SQE-PARAGRAPH.
056900     PERFORM 2390-CHECK-CHILD-FETCH
057000         THRU 2390-CHECK-CHILD-FETCH-EXIT.
057100 2315-FETCH-QTY-BREAK-EXIT.
057200     EXIT.
057300*
057400 2320-ARCHIVE-QTY-BREAK-HIST.
057500     EXEC SQL
057600         DECLARE RTQHCUR CURSOR FOR
057700         SELECT BREAK_QTY, PRICE,
057800                CHAR(START_TS), CHAR(END_TS)
057900         FROM PRODUCT_QTY_BREAK_HIST
058000         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
058100     END-EXEC.
058200     EXEC SQL OPEN RTQHCUR END-EXEC.
058300     MOVE 'N' TO WS-CHILD-EOF-SW.
058400     PERFORM 2325-FETCH-QTY-BREAK-HIST
058500         THRU 2325-FETCH-QTY-BREAK-HIST-EXIT.
058600     PERFORM 2322-WRITE-QTY-BREAK-HIST
058700         THRU 2322-WRITE-QTY-BREAK-HIST-EXIT
058800         UNTIL WS-CHILD-EOF.
058900     EXEC SQL CLOSE RTQHCUR END-EXEC.
059000     EXEC SQL
059100         DELETE FROM PRODUCT_QTY_BREAK_HIST
059200         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
059300     END-EXEC.
059400     MOVE '2320-ARCHIVE-QTY-BREAK-HIST' TO SQE-PARAGRAPH.
059500     PERFORM 2295-CHECK-CHILD-DELETE
059600         THRU 2295-CHECK-CHILD-DELETE-EXIT.
059700 2320-ARCHIVE-QTY-BREAK-HIST-EXIT.
059800     EXIT.
059900*
060000 2322-WRITE-QTY-BREAK-HIST.
060100     MOVE 'QH' TO RTA-RECORD-TYPE.
060200     PERFORM 2290-WRITE-ARCHIVE
060300         THRU 2290-WRITE-ARCHIVE-EXIT.
060400     PERFORM 2325-FETCH-QTY-BREAK-HIST
060500         THRU 2325-FETCH-QTY-BREAK-HIST-EXIT.
060600 2322-WRITE-QTY-BREAK-HIST-EXIT.
060700     EXIT.
060800*
060900 2325-FETCH-QTY-BREAK-HIST.
061000     MOVE SPACES TO WS-ARCHIVE-RECORD.
061100     EXEC SQL
061200         FETCH RTQHCUR
061300         INTO :RTA-QH-BREAK-QTY, :RTA-QH-PRICE,
061400              :RTA-QH-START-TS, :RTA-QH-END-TS
061500     END-EXEC.
061600     MOVE '2325-FETCH-QTY-BREAK-HIST' TO SQE-PARAGRAPH.
061700     PERFORM 2390-CHECK-CHILD-FETCH
061800         THRU 2390-CHECK-CHILD-FETCH-EXIT.
061900 2325-FETCH-QTY-BREAK-HIST-EXIT.
062000     EXIT.
062100*
062200 2330-ARCHIVE-PROMO-PRODUCT.
062300     EXEC SQL
062400         DECLARE RTPECUR CURSOR FOR
062500         SELECT PROMO_CODE
062600         FROM PROMO_EVENT_PRODUCT
062700         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
062800     END-EXEC.
062900     EXEC SQL OPEN RTPECUR END-EXEC.
063000     MOVE 'N' TO WS-CHILD-EOF-SW.
063100     PERFORM 2335-FETCH-PROMO-PRODUCT
063200         THRU 2335-FETCH-PROMO-PRODUCT-EXIT.
063300     PERFORM 2332-WRITE-PROMO-PRODUCT
063400         THRU 2332-WRITE-PROMO-PRODUCT-EXIT
063500         UNTIL WS-CHILD-EOF.
063600     EXEC SQL CLOSE RTPECUR END-EXEC.
063700     EXEC SQL
063800         DELETE FROM PROMO_EVENT_PRODUCT
063900         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
064000     END-EXEC.
064100     MOVE '2330-ARCHIVE-PROMO-PRODUCT' TO SQE-PARAGRAPH.
064200     PERFORM 2295-CHECK-CHILD-DELETE
064300         THRU 2295-CHECK-CHILD-DELETE-EXIT.
064400 2330-ARCHIVE-PROMO-PRODUCT-EXIT.
064500     EXIT.
064600*
064700 2332-WRITE-PROMO-PRODUCT.
064800     MOVE 'PE' TO RTA-RECORD-TYPE.
064900     PERFORM 2290-WRITE-ARCHIVE
065000         THRU 2290-WRITE-ARCHIVE-EXIT.
065100     PERFORM 2335-FETCH-PROMO-PRODUCT
065200         THRU 2335-FETCH-PROMO-PRODUCT-EXIT.
065300 2332-WRITE-PROMO-PRODUCT-EXIT.
065400     EXIT.
065500*
065600 2335-FETCH-PROMO-PRODUCT.
065700     MOVE SPACES TO WS-ARCHIVE-RECORD.
065800     EXEC SQL
065900         FETCH RTPECUR
066000         INTO :RTA-PE-PROMO-CODE
066100     END-EXEC.
066200     MOVE '2335-FETCH-PROMO-PRODUCT' TO SQE-PARAGRAPH.
066300     PERFORM 2390-CHECK-CHILD-FETCH
066400         THRU 2390-CHECK-CHILD-FETCH-EXIT.
066500 2335-FETCH-PROMO-PRODUCT-EXIT.
066600     EXIT.
066700*
066800 2340-ARCHIVE-SUPPLIER-XREF.
066900     EXEC SQL
067000         DECLARE RTSXCUR CURSOR FOR
067100         SELECT SUPPLIER_CODE, SUPPLIER_PART_NO
067200         FROM PRODUCT_SUPPLIER_XREF
067300         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
067400     END-EXEC.
067500     EXEC SQL OPEN RTSXCUR END-EXEC.
067600     MOVE 'N' TO WS-CHILD-EOF-SW.
067700     PERFORM 2345-FETCH-SUPPLIER-XREF
067800         THRU 2345-FETCH-SUPPLIER-XREF-EXIT.
067900     PERFORM 2342-WRITE-SUPPLIER-XREF
068000         THRU 2342-WRITE-SUPPLIER-XREF-EXIT
068100         UNTIL WS-CHILD-EOF.
068200     EXEC SQL CLOSE RTSXCUR END-EXEC.
068300     EXEC SQL
068400         DELETE FROM PRODUCT_SUPPLIER_XREF
068500         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
068600     END-EXEC.
068700     MOVE '2340-ARCHIVE-SUPPLIER-XREF' TO SQE-PARAGRAPH.
068800     PERFORM 2295-CHECK-CHILD-DELETE
068900         THRU 2295-CHECK-CHILD-DELETE-EXIT.
069000 2340-ARCHIVE-SUPPLIER-XREF-EXIT.
069100     EXIT.
069200*
069300 2342-WRITE-SUPPLIER-XREF.
069400     MOVE 'SX' TO RTA-RECORD-TYPE.
069500     PERFORM 2290-WRITE-ARCHIVE
069600         THRU 2290-WRITE-ARCHIVE-EXIT.
069700     PERFORM 2345-FETCH-SUPPLIER-XREF
069800         THRU 2345-FETCH-SUPPLIER-XREF-EXIT.
069900 2342-WRITE-SUPPLIER-XREF-EXIT.
070000     EXIT.
070100*
070200 2345-FETCH-SUPPLIER-XREF.
070300     MOVE SPACES TO WS-ARCHIVE-RECORD.
070400     EXEC SQL
070500         FETCH RTSXCUR
070600         INTO :RTA-SX-SUPPLIER-CODE, :RTA-SX-PART-NO
070700     END-EXEC.
070800     MOVE '2345-FETCH-SUPPLIER-XREF' TO SQE-PARAGRAPH.
070900     PERFORM 2390-CHECK-CHILD-FETCH
071000         THRU 2390-CHECK-CHILD-FETCH-EXIT.
071100 2345-FETCH-SUPPLIER-XREF-EXIT.
071200     EXIT.
071300*
071400 2350-ARCHIVE-FEED-SUSPENSE.
071500     EXEC SQL
071600         DECLARE RTFSCUR CURSOR FOR
071700         SELECT SUPPLIER_CODE, SUPPLIER_PART_NO, DESCRIPTION,
071800                PRICE, UNIT_COST, CHAR(FEED_DATE, ISO),
071900                STATUS, CHAR(STATUS_DATE, ISO), OPERATOR_ID
072000         FROM PRODUCT_FEED_SUSPENSE
072100         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
072200     END-EXEC.
072300     EXEC SQL OPEN RTFSCUR END-EXEC.
072400     MOVE 'N' TO WS-CHILD-EOF-SW.
072500     PERFORM 2355-FETCH-FEED-SUSPENSE
072600         THRU 2355-FETCH-FEED-SUSPENSE-EXIT.
072700     PERFORM 2352-WRITE-FEED-SUSPENSE
072800         THRU 2352-WRITE-FEED-SUSPENSE-EXIT
072900         UNTIL WS-CHILD-EOF.
073000     EXEC SQL CLOSE RTFSCUR END-EXEC.
073100     EXEC SQL
073200         DELETE FROM PRODUCT_FEED_SUSPENSE
073300         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
073400     END-EXEC.
073500     MOVE '2350-ARCHIVE-FEED-SUSPENSE' TO SQE-PARAGRAPH.
073600     PERFORM 2295-CHECK-CHILD-DELETE
073700         THRU 2295-CHECK-CHILD-DELETE-EXIT.
073800 2350-ARCHIVE-FEED-SUSPENSE-EXIT.
073900     EXIT.
074000*
074100 2352-WRITE-FEED-SUSPENSE.
074200     MOVE 'FS' TO RTA-RECORD-TYPE.
074300     PERFORM 2290-WRITE-ARCHIVE
074400         THRU 2290-WRITE-ARCHIVE-EXIT.
074500     PERFORM 2355-FETCH-FEED-SUSPENSE
074600         THRU 2355-FETCH-FEED-SUSPENSE-EXIT.
074700 2352-WRITE-FEED-SUSPENSE-EXIT.
074800     EXIT.
074900*
075000 2355-FETCH-FEED-SUSPENSE.
075100     MOVE SPACES TO WS-ARCHIVE-RECORD.
075200     EXEC SQL
075300         FETCH RTFSCUR
075400         INTO :RTA-FS-SUPPLIER-CODE, :RTA-FS-PART-NO,
075500              :RTA-FS-DESCRIPTION, :RTA-FS-PRICE,
075600              :RTA-FS-UNIT-COST, :RTA-FS-FEED-DATE,
075700              :RTA-FS-STATUS, :RTA-FS-STATUS-DATE,
075800              :RTA-FS-OPERATOR-ID
075900     END-EXEC.
076000     MOVE '2355-FETCH-FEED-SUSPENSE' TO SQE-PARAGRAPH.
076100     PERFORM 2390-CHECK-CHILD-FETCH
076200         THRU 2390-CHECK-CHILD-FETCH-EXIT.
076300 2355-FETCH-FEED-SUSPENSE-EXIT.
076400     EXIT.
076500*
076600 2360-ARCHIVE-CONTRACT-PRICE.
076700     EXEC SQL
076800         DECLARE RTCPCUR CURSOR FOR
076900         SELECT CUSTOMER_NO, CHAR(START_DATE, ISO),
077000                CHAR(END_DATE, ISO), PRICE, OPERATOR_ID
077100         FROM PRODUCT_CONTRACT_PRICE
077200         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
077300     END-EXEC.
077400     EXEC SQL OPEN RTCPCUR END-EXEC.
077500     MOVE 'N' TO WS-CHILD-EOF-SW.
077600     PERFORM 2365-FETCH-CONTRACT-PRICE
077700         THRU 2365-FETCH-CONTRACT-PRICE-EXIT.
077800     PERFORM 2362-WRITE-CONTRACT-PRICE
077900         THRU 2362-WRITE-CONTRACT-PRICE-EXIT
078000         UNTIL WS-CHILD-EOF.
078100     EXEC SQL CLOSE RTCPCUR END-EXEC.
078200     EXEC SQL
078300         DELETE FROM PRODUCT_CONTRACT_PRICE
078400         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
078500     END-EXEC.
078600     MOVE '2360-ARCHIVE-CONTRACT-PRICE' TO SQE-PARAGRAPH.
078700     PERFORM 2295-CHECK-CHILD-DELETE
078800         THRU 2295-CHECK-CHILD-DELETE-EXIT.
078900 2360-ARCHIVE-CONTRACT-PRICE-EXIT.
079000     EXIT.
079100*
079200 2362-WRITE-CONTRACT-PRICE.
079300     MOVE 'CP' TO RTA-RECORD-TYPE.
079400     PERFORM 2290-WRITE-ARCHIVE
079500         THRU 2290-WRITE-ARCHIVE-EXIT.
079600     PERFORM 2365-FETCH-CONTRACT-PRICE
079700         THRU 2365-FETCH-CONTRACT-PRICE-EXIT.
079800 2362-WRITE-CONTRACT-PRICE-EXIT.
079900     EXIT.
080000*
080100 2365-FETCH-CONTRACT-PRICE.
080200     MOVE SPACES TO WS-ARCHIVE-RECORD.
080300     EXEC SQL
080400         FETCH RTCPCUR
080500         INTO :RTA-CP-CUSTOMER-NO, :RTA-CP-START-DATE,
080600              :RTA-CP-END-DATE, :RTA-CP-PRICE,
080700              :RTA-CP-OPERATOR-ID
080800     END-EXEC.
080900     MOVE '2365-FETCH-CONTRACT-PRICE' TO SQE-PARAGRAPH.
081000     PERFORM 2390-CHECK-CHILD-FETCH
081100         THRU 2390-CHECK-CHILD-FETCH-EXIT.
081200 2365-FETCH-CONTRACT-PRICE-EXIT.
081300     EXIT.
081400*
081500 2370-ARCHIVE-COST-CHANGE.
081600     EXEC SQL
081700         DECLARE RTCCCUR CURSOR FOR
081800         SELECT CHAR(FEED_DATE, ISO), OLD_UNIT_COST,
081900                NEW_UNIT_COST, SOURCE_PROGRAM, STATUS,
082000                CHAR(STATUS_DATE, ISO)
082100         FROM PRODUCT_COST_CHANGE
082200         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
082300     END-EXEC.
082400     EXEC SQL OPEN RTCCCUR END-EXEC.
082500     MOVE 'N' TO WS-CHILD-EOF-SW.
082600     PERFORM 2375-FETCH-COST-CHANGE
082700         THRU 2375-FETCH-COST-CHANGE-EXIT.
082800     PERFORM 2372-WRITE-COST-CHANGE
082900         THRU 2372-WRITE-COST-CHANGE-EXIT
083000         UNTIL WS-CHILD-EOF.
083100     EXEC SQL CLOSE RTCCCUR END-EXEC.
083200     EXEC SQL
083300         DELETE FROM PRODUCT_COST_CHANGE
083400         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
083500     END-EXEC.
083600     MOVE '2370-ARCHIVE-COST-CHANGE' TO SQE-PARAGRAPH.
083700     PERFORM 2295-CHECK-CHILD-DELETE
083800         THRU 2295-CHECK-CHILD-DELETE-EXIT.
083900 2370-ARCHIVE-COST-CHANGE-EXIT.
084000     EXIT.
084100*
084200 2372-WRITE-COST-CHANGE.
084300     MOVE 'CC' TO RTA-RECORD-TYPE.
084400     PERFORM 2290-WRITE-ARCHIVE
084500         THRU 2290-WRITE-ARCHIVE-EXIT.
084600     PERFORM 2375-FETCH-COST-CHANGE
084700         THRU 2375-FETCH-COST-CHANGE-EXIT.
084800 2372-WRITE-COST-CHANGE-EXIT.
084900     EXIT.
085000*
085100 2375-FETCH-COST-CHANGE.
085200     MOVE SPACES TO WS-ARCHIVE-RECORD.
085300     EXEC SQL
085400         FETCH RTCCCUR
085500         INTO :RTA-CC-FEED-DATE, :RTA-CC-OLD-UNIT-COST,
085600              :RTA-CC-NEW-UNIT-COST, :RTA-CC-SOURCE-PROGRAM,
085700              :RTA-CC-STATUS, :RTA-CC-STATUS-DATE
085800     END-EXEC.
085900     MOVE '2375-FETCH-COST-CHANGE' TO SQE-PARAGRAPH.
086000     PERFORM 2390-CHECK-CHILD-FETCH
086100         THRU 2390-CHECK-CHILD-FETCH-EXIT.
086200 2375-FETCH-COST-CHANGE-EXIT.
086300     EXIT.
086400*
086500*    A PROPOSAL NOT YET ACCEPTED HAS NO EFFECTIVE DATE - IT
086600*    IS ARCHIVED AS SPACES.
086700 2380-ARCHIVE-PRICE-PROPOSAL.
086800     EXEC SQL
086900         DECLARE RTPPCUR CURSOR FOR
087000         SELECT CHAR(PROPOSAL_TS), CHAR(FEED_DATE, ISO),
087100                OLD_UNIT_COST, NEW_UNIT_COST, CURRENT_PRICE,
087200                PROPOSED_PRICE, MARGIN_FLOOR_PCT, STATUS,
087300                CHAR(STATUS_DATE, ISO), APPLIED_PRICE,
087400                COALESCE(CHAR(EFFECTIVE_DATE, ISO), ' '),
087500                PRICE_LIST_CODE, OPERATOR_ID, APPROVED_BY
087600         FROM PRODUCT_PRICE_PROPOSAL
087700         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
087800     END-EXEC.
087900     EXEC SQL OPEN RTPPCUR END-EXEC.
088000     MOVE 'N' TO WS-CHILD-EOF-SW.
088100     PERFORM 2385-FETCH-PRICE-PROPOSAL
088200         THRU 2385-FETCH-PRICE-PROPOSAL-EXIT.
088300     PERFORM 2382-WRITE-PRICE-PROPOSAL
088400         THRU 2382-WRITE-PRICE-PROPOSAL-EXIT
088500         UNTIL WS-CHILD-EOF.
088600     EXEC SQL CLOSE RTPPCUR END-EXEC.
088700     EXEC SQL
088800         DELETE FROM PRODUCT_PRICE_PROPOSAL
088900         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
089000     END-EXEC.
089100     MOVE '2380-ARCHIVE-PRICE-PROPOSAL' TO SQE-PARAGRAPH.
089200     PERFORM 2295-CHECK-CHILD-DELETE
089300         THRU 2295-CHECK-CHILD-DELETE-EXIT.
089400 2380-ARCHIVE-PRICE-PROPOSAL-EXIT.
089500     EXIT.
089600*
089700 2382-WRITE-PRICE-PROPOSAL.
089800     MOVE 'PP' TO RTA-RECORD-TYPE.
089900     PERFORM 2290-WRITE-ARCHIVE
090000         THRU 2290-WRITE-ARCHIVE-EXIT.
090100     PERFORM 2385-FETCH-PRICE-PROPOSAL
090200         THRU 2385-FETCH-PRICE-PROPOSAL-EXIT.
090300 2382-WRITE-PRICE-PROPOSAL-EXIT.
090400     EXIT.
090500*
090600 2385-FETCH-PRICE-PROPOSAL.
090700     MOVE SPACES TO WS-ARCHIVE-RECORD.
090800     EXEC SQL
090900         FETCH RTPPCUR
091000         INTO :RTA-PP-PROPOSAL-TS, :RTA-PP-FEED-DATE,
091100              :RTA-PP-OLD-UNIT-COST, :RTA-PP-NEW-UNIT-COST,
091200              :RTA-PP-CURRENT-PRICE, :RTA-PP-PROPOSED-PRICE,
091300              :RTA-PP-MARGIN-FLOOR-PCT, :RTA-PP-STATUS,
091400              :RTA-PP-STATUS-DATE, :RTA-PP-APPLIED-PRICE,
091500              :RTA-PP-EFF-DATE, :RTA-PP-LIST-CODE,
091600              :RTA-PP-OPERATOR-ID, :RTA-PP-APPROVED-BY
091700     END-EXEC.
091800     MOVE '2385-FETCH-PRICE-PROPOSAL' TO SQE-PARAGRAPH.
091900     PERFORM 2390-CHECK-CHILD-FETCH
092000         THRU 2390-CHECK-CHILD-FETCH-EXIT.
092100 2385-FETCH-PRICE-PROPOSAL-EXIT.
092200     EXIT.
092300*
092303*    A PRODUCT HAS AT MOST ONE SUCCESSOR ROW.
092306 2388-ARCHIVE-SUCCESSOR.
092309     MOVE SPACES TO WS-ARCHIVE-RECORD.
092312     EXEC SQL
092315         SELECT SUCCESSOR_ID, CHAR(EFFECTIVE_DATE, ISO), REASON,
092318                OPERATOR_ID, CHAR(CHANGE_TIMESTAMP)
092321         INTO :RTA-SU-SUCCESSOR-ID, :RTA-SU-EFF-DATE,
092324              :RTA-SU-REASON, :RTA-SU-OPERATOR-ID,
092327              :RTA-SU-CHANGE-TS
092330         FROM PRODUCT_SUCCESSOR
092333         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
092336     END-EXEC.
092339     IF SQLCODE = 100
092342         GO TO 2388-ARCHIVE-SUCCESSOR-EXIT
092345     END-IF.
092348     MOVE '2388-ARCHIVE-SUCCESSOR' TO SQE-PARAGRAPH.
092351     IF SQLCODE NOT = ZERO
092354         PERFORM 6000-SQL-ERROR
092357             THRU 6000-SQL-ERROR-EXIT
092360     END-IF.
092363     MOVE 'SU' TO RTA-RECORD-TYPE.
092366     PERFORM 2290-WRITE-ARCHIVE
092369         THRU 2290-WRITE-ARCHIVE-EXIT.
092372     EXEC SQL
092375         DELETE FROM PRODUCT_SUCCESSOR
092378         WHERE PRODUCT_ID = :RTR-PRODUCT-ID
092381     END-EXEC.
092384     PERFORM 2295-CHECK-CHILD-DELETE
092387         THRU 2295-CHECK-CHILD-DELETE-EXIT.
092390 2388-ARCHIVE-SUCCESSOR-EXIT.
092393     EXIT.
092396*
092400 2390-CHECK-CHILD-FETCH.
092500     IF SQLCODE = 100
092600         MOVE 'Y' TO WS-CHILD-EOF-SW
092700     ELSE
092800         IF SQLCODE NOT = ZERO
092900             PERFORM 6000-SQL-ERROR
093000                 THRU 6000-SQL-ERROR-EXIT
093100         END-IF
093200     END-IF.
093300 2390-CHECK-CHILD-FETCH-EXIT.
093400     EXIT.
093500*
093600 2700-PRINT-DETAIL.
093700     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
093800         PERFORM 8100-WRITE-HEADINGS
093900             THRU 8100-WRITE-HEADINGS-EXIT
094000     END-IF.
094100     MOVE RTR-PRODUCT-ID  TO DTL-PRODUCT-ID.
094200     MOVE RTR-DESCRIPTION TO DTL-DESCRIPTION.
094300     MOVE WS-PRODUCT-ROWS TO DTL-ROWS.
094400     MOVE WS-HOLD-REASON  TO DTL-REASON.
094500     WRITE PRT-RECORD FROM WS-DETAIL-LINE
094600         AFTER ADVANCING 1 LINE.
094700     ADD 1 TO WS-LINE-COUNT.
094800 2700-PRINT-DETAIL-EXIT.
094900     EXIT.
095000*
095100 3000-TERMINATE.
095200     EXEC SQL CLOSE RETRCUR END-EXEC.
095300     EXEC SQL COMMIT END-EXEC.
095400     PERFORM 8300-RECORD-RUN-END
095500         THRU 8300-RECORD-RUN-END-EXIT.
095600     MOVE 'MONTHS AT D REQUIRED'          TO CNT-TEXT.
095700     MOVE WS-MONTHS-DISCONTINUED          TO CNT-VALUE.
095800     WRITE PRT-RECORD FROM WS-COUNT-LINE
095900         AFTER ADVANCING 2 LINES.
096000     MOVE 'PRODUCTS PASSED ON RESTART'    TO CNT-TEXT.
096100     MOVE WS-SKIP-COUNT                   TO CNT-VALUE.
096200     WRITE PRT-RECORD FROM WS-COUNT-LINE
096300         AFTER ADVANCING 1 LINE.
096400     MOVE 'DISCONTINUED PRODUCTS READ'    TO CNT-TEXT.
096500     MOVE WS-READ-COUNT                   TO CNT-VALUE.
096600     WRITE PRT-RECORD FROM WS-COUNT-LINE
096700         AFTER ADVANCING 1 LINE.
096800     MOVE 'PRODUCTS RETIRED'              TO CNT-TEXT.
096900     MOVE WS-RETIRED-COUNT                TO CNT-VALUE.
097000     WRITE PRT-RECORD FROM WS-COUNT-LINE
097100         AFTER ADVANCING 1 LINE.
097200     MOVE 'ROWS ARCHIVED AND DELETED'     TO CNT-TEXT.
097300     MOVE WS-ARCHIVED-COUNT               TO CNT-VALUE.
097400     WRITE PRT-RECORD FROM WS-COUNT-LINE
097500         AFTER ADVANCING 1 LINE.
097600     MOVE 'PRODUCTS HELD BACK'            TO CNT-TEXT.
097700     MOVE WS-HELD-COUNT                   TO CNT-VALUE.
097800     WRITE PRT-RECORD FROM WS-COUNT-LINE
097900         AFTER ADVANCING 1 LINE.
098000     MOVE '  NOT AT D FOR THE FULL PERIOD' TO CNT-TEXT.
098100     MOVE WS-HELD-STATUS-COUNT            TO CNT-VALUE.
098200     WRITE PRT-RECORD FROM WS-COUNT-LINE
098300         AFTER ADVANCING 1 LINE.
098400     MOVE '  PRICE LOOKUPS IN THE PERIOD'  TO CNT-TEXT.
098500     MOVE WS-HELD-LOOKUP-COUNT            TO CNT-VALUE.
098600     WRITE PRT-RECORD FROM WS-COUNT-LINE
098700         AFTER ADVANCING 1 LINE.
098800     MOVE '  OPEN SUSPENSE RECORDS'       TO CNT-TEXT.
098900     MOVE WS-HELD-SUSPENSE-COUNT          TO CNT-VALUE.
099000     WRITE PRT-RECORD FROM WS-COUNT-LINE
099100         AFTER ADVANCING 1 LINE.
099200     MOVE '  FUTURE-DATED PRICE-LIST ROWS' TO CNT-TEXT.
099300     MOVE WS-HELD-LIST-COUNT              TO CNT-VALUE.
099400     WRITE PRT-RECORD FROM WS-COUNT-LINE
099500         AFTER ADVANCING 1 LINE.
099600     MOVE '  PROMOTION IN THE PERIOD'     TO CNT-TEXT.
099700     MOVE WS-HELD-PROMO-COUNT             TO CNT-VALUE.
099800     WRITE PRT-RECORD FROM WS-COUNT-LINE
099900         AFTER ADVANCING 1 LINE.
099910     MOVE '  NAMED AS A SUCCESSOR'        TO CNT-TEXT.
099920     MOVE WS-HELD-SUCCESSOR-COUNT         TO CNT-VALUE.
099930     WRITE PRT-RECORD FROM WS-COUNT-LINE
099940         AFTER ADVANCING 1 LINE.
100000     CLOSE ARCHFILE PRTFILE.
100100     DISPLAY 'PRDRETR - PRODUCTS RETIRED:   ' WS-RETIRED-COUNT.
100200     DISPLAY 'PRDRETR - PRODUCTS HELD BACK: ' WS-HELD-COUNT.
100300     DISPLAY 'PRDRETR - ROWS ARCHIVED:      ' WS-ARCHIVED-COUNT.
100400 3000-TERMINATE-EXIT.
100500     EXIT.
100600*
100700*----------------------------------------------------------*
100800* COMMON SQL ERROR HANDLING (VIA PRDSQLE).  A ROLLBACK      *
100900* BACKS THE WORK OUT TO THE LAST CHECKPOINT AND CLOSES THE  *
101000* HELD CURSOR, SO NOTHING HERE IS RETRIED - THE RETRY COUNT *
101100* IS EXHAUSTED FIRST SO PRDSQLE LOGS THE FATAL DISPOSITION  *
101200* THE RUN ACTUALLY TAKES.  THE RUN IS RESUBMITTED WITH THE  *
101300* CTLFILE RESTART CARD.                                     *
101400*----------------------------------------------------------*
101500 6000-SQL-ERROR.
101600     MOVE 'PRDRETR '          TO SQE-SOURCE-PROGRAM.
101700     MOVE SPACES              TO SQE-RECORD-KEY.
101800     MOVE RTR-PRODUCT-ID      TO SQE-RECORD-KEY.
101900     MOVE SQLCODE             TO SQE-SQLCODE.
102000     MOVE WS-LAST-CHECKPOINT  TO SQE-CHECKPOINT-COUNT.
102100     MOVE 99                  TO SQE-RETRY-COUNT.
102200     CALL 'PRDSQLE' USING WS-SQL-ERROR-PARMS.
102300     PERFORM 6900-SQL-FATAL
102400         THRU 6900-SQL-FATAL-EXIT.
102500 6000-SQL-ERROR-EXIT.
102600     EXIT.
102700*
102800*    THE ARCHIVE IS CLOSED, NOT SCRATCHED - IT HOLDS THE ROWS
102900*    OF EVERY PRODUCT COMMITTED UP TO THE LAST CHECKPOINT.
103000 6900-SQL-FATAL.
103100     EXEC SQL ROLLBACK END-EXEC.
103200     CLOSE ARCHFILE PRTFILE.
103300     DISPLAY 'PRDRETR - RUN ENDED ON SQL ERROR AT PRODUCT '
103400         RTR-PRODUCT-ID.
103500     DISPLAY 'PRDRETR - PRODUCTS COMMITTED THROUGH CHECKPOINT '
103600         WS-LAST-CHECKPOINT.
103700     DISPLAY 'PRDRETR - RESUBMIT WITH CTLFILE RESTART '
103800         'CARD Y AFTER THE CAUSE IS CLEARED'.
103900     PERFORM 8400-RECORD-RUN-FAIL
104000         THRU 8400-RECORD-RUN-FAIL-EXIT.
104100     MOVE 12 TO RETURN-CODE.
104200     STOP RUN.
104300 6900-SQL-FATAL-EXIT.
104400     EXIT.
104500*
104600 7000-WRITE-CHECKPOINT.
104700     EXEC SQL COMMIT END-EXEC.
104800     MOVE WS-RECORDS-PROCESSED TO CKPT-RECORD-COUNT.
104900     MOVE WS-RECORDS-PROCESSED TO WS-LAST-CHECKPOINT.
105000     MOVE RTR-PRODUCT-ID       TO CKPT-LAST-PRODUCT-ID.
105100     OPEN OUTPUT CHKPTFILE.
105200     WRITE CKPT-RECORD.
105300     CLOSE CHKPTFILE.
105400 7000-WRITE-CHECKPOINT-EXIT.
105500     EXIT.
105600*
105700 8000-FETCH-PRODUCT.
105800     EXEC SQL
105900         FETCH RETRCUR
106000         INTO :RTR-PRODUCT-ID, :RTR-DESCRIPTION, :RTR-PRICE,
106100              :RTR-STATUS, :RTR-CATEGORY-CODE,
106200              :RTR-UNIT-COST, :RTR-TAX-CATEGORY
106300     END-EXEC.
106400     IF SQLCODE = 100
106500         MOVE 'Y' TO WS-EOF-SW
106600     ELSE
106700         IF SQLCODE NOT = ZERO
106800             MOVE '8000-FETCH-PRODUCT' TO SQE-PARAGRAPH
106900             PERFORM 6000-SQL-ERROR
107000                 THRU 6000-SQL-ERROR-EXIT
107100         END-IF
107200     END-IF.
107300 8000-FETCH-PRODUCT-EXIT.
107400     EXIT.
107500*
107600 8100-WRITE-HEADINGS.
107700     ADD 1 TO WS-PAGE-COUNT.
107800     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
107900     WRITE PRT-RECORD FROM WS-HEADING-1
108000         AFTER ADVANCING PAGE.
108100     WRITE PRT-RECORD FROM WS-HEADING-2
108200         AFTER ADVANCING 2 LINES.
108300     MOVE ZERO TO WS-LINE-COUNT.
108400 8100-WRITE-HEADINGS-EXIT.
108500     EXIT.
108600*
108700*    RUN CONTROL (VIA PRDRUNC) - RECORDS IN IS THE
108800*    DISCONTINUED PRODUCTS READ, RECORDS OUT THOSE RETIRED.
108900 8200-RECORD-RUN-START.
109000     MOVE SPACES     TO WS-RUN-PARMS.
109100     MOVE 'S'        TO RUN-FUNCTION.
109200     MOVE 'PRDRETR ' TO RUN-JOB-NAME.
109300     MOVE ZERO       TO RUN-RECORDS-IN RUN-RECORDS-OUT.
109400     CALL 'PRDRUNC' USING WS-RUN-PARMS.
109500 8200-RECORD-RUN-START-EXIT.
109600     EXIT.
109700*
109800 8300-RECORD-RUN-END.
109900     MOVE 'E'              TO RUN-FUNCTION.
110000     MOVE WS-READ-COUNT    TO RUN-RECORDS-IN.
110100     MOVE WS-RETIRED-COUNT TO RUN-RECORDS-OUT.
110200     CALL 'PRDRUNC' USING WS-RUN-PARMS.
110300 8300-RECORD-RUN-END-EXIT.
110400     EXIT.
110500*
110600 8400-RECORD-RUN-FAIL.
110700     MOVE 'F'              TO RUN-FUNCTION.
110800     MOVE WS-READ-COUNT    TO RUN-RECORDS-IN.
110900     MOVE WS-RETIRED-COUNT TO RUN-RECORDS-OUT.
111000     CALL 'PRDRUNC' USING WS-RUN-PARMS.
111100 8400-RECORD-RUN-FAIL-EXIT.
111200     EXIT.
