000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDRSTR.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - RELOAD A RETIRED      *
001300*                   PRODUCT FROM THE PRDRETR ARCHIVE.       *
001310*  10/15/26   JRH   RELOAD THE PRODUCT_SUCCESSOR ROW.       *
001400*----------------------------------------------------------*
001500*
001600*----------------------------------------------------------*
001700* RUN ON REQUEST WHEN A DISCONTINUED LINE RETIRED BY        *
001800* PRDRETR IS BROUGHT BACK.  THE PARMFILE CARD (MYCOPY054)   *
001900* NAMES THE PRODUCT.  THE ARCHIVE DD IS THE GDG BASE, SO    *
002000* THE GENERATIONS ARE READ NEWEST FIRST AND THE FIRST SET   *
002100* OF RECORDS FOUND FOR THE PRODUCT - ITS PRODUCTS RECORD    *
002200* AND THE CHILD RECORDS BEHIND IT - IS ITS LATEST           *
002300* RETIREMENT.  THE PRODUCTS ROW IS INSERTED FIRST, THEN     *
002400* EACH CHILD ROW; A CHILD ROW WHOSE KEY HAS SINCE BEEN      *
002500* REUSED (A SUPPLIER PART NOW MAPPED TO ANOTHER PRODUCT,    *
002600* SAY) IS LISTED AND LEFT OUT.  THE PRODUCT COMES BACK AT   *
002700* STATUS D, AS IT WAS RETIRED, WITH A PRODUCT_CHANGE_AUDIT  *
002800* ROW MARKING THE RESTORE; THE DESK REACTIVATES IT THROUGH  *
002900* PRDUPDT.  A PRODUCT STILL ON FILE IS REFUSED.  THE WHOLE  *
003000* RESTORE IS ONE UNIT OF WORK.                              *
003100*----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PARMFILE ASSIGN TO PARMFILE
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT ARCHFILE ASSIGN TO ARCHFILE
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PRTFILE  ASSIGN TO PRTFILE
004300         ORGANIZATION IS SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PARMFILE
004800     RECORDING MODE IS F.
004900 01  PARM-RECORD.
005000     COPY MYCOPY054.
005100*
005200 FD  ARCHFILE
005300     RECORDING MODE IS F.
005400 01  ARC-RECORD             PIC X(150).
005500*
005600 FD  PRTFILE
005700     RECORDING MODE IS F.
005800 01  PRT-RECORD             PIC X(133).
005900*
006000 WORKING-STORAGE SECTION.
006100     COPY MYCOPY013.
006200     EXEC SQL INCLUDE SQLCA END-EXEC.
006300*
006400 01  WS-ARCHIVE-RECORD.
006500     COPY MYCOPY053.
006600*
006700 01  WS-SWITCHES.
006800     05  WS-FOUND-SW        PIC X(01)  VALUE 'N'.
006900         88  WS-PRODUCT-FOUND           VALUE 'Y'.
007000     05  WS-SET-DONE-SW     PIC X(01)  VALUE 'N'.
007100         88  WS-SET-DONE                VALUE 'Y'.
007200*
007300 01  WS-RESTORE-PRODUCT-ID  PIC 9(05)  VALUE ZERO.
007400 01  WS-RESTORE-RETIRE-DATE PIC X(10)  VALUE SPACES.
007500 01  WS-CHECK-COUNT         PIC S9(09) COMP  VALUE ZERO.
007600 01  WS-REFUSE-REASON       PIC X(40)  VALUE SPACES.
007700*
007800 01  WS-AUDIT-PARMS.
007900     COPY MYCOPY034.
008000*
008100 01  WS-SQL-ERROR-PARMS.
008200     COPY MYCOPY042.
008300*
008400 01  WS-RUN-PARMS.
008500     COPY MYCOPY043.
008600*
008700 01  WS-COUNTERS.
008800     05  WS-READ-COUNT      PIC 9(09)  COMP  VALUE ZERO.
008900     05  WS-SET-COUNT       PIC 9(09)  COMP  VALUE ZERO.
009000     05  WS-RESTORED-COUNT  PIC 9(09)  COMP  VALUE ZERO.
009100     05  WS-SKIPPED-COUNT   PIC 9(09)  COMP  VALUE ZERO.
009200*
009300 01  WS-HEADING-1.
009400     05  FILLER             PIC X(01)  VALUE '1'.
009500     05  FILLER             PIC X(40)  VALUE
009600         'RETIRED PRODUCT RESTORE'.
009700     05  FILLER             PIC X(92)  VALUE SPACES.
009800*
009900 01  WS-HEADING-2.
010000     05  FILLER             PIC X(01)  VALUE SPACES.
010100     05  FILLER             PIC X(24)  VALUE 'TABLE'.
010200     05  FILLER             PIC X(42)  VALUE 'ROW'.
010300     05  FILLER             PIC X(30)  VALUE 'ACTION'.
010400     05  FILLER             PIC X(36)  VALUE SPACES.
010500*
010600 01  WS-DETAIL-LINE.
010700     05  FILLER             PIC X(01)  VALUE SPACES.
010800     05  DTL-TABLE          PIC X(22).
010900     05  FILLER             PIC X(02)  VALUE SPACES.
011000     05  DTL-KEY            PIC X(40).
011100     05  FILLER             PIC X(02)  VALUE SPACES.
011200     05  DTL-ACTION         PIC X(30).
011300     05  FILLER             PIC X(36)  VALUE SPACES.
011400*
011500 01  WS-MESSAGE-LINE.
011600     05  FILLER             PIC X(01)  VALUE SPACES.
011700     05  MSG-TEXT           PIC X(100).
011800     05  FILLER             PIC X(32)  VALUE SPACES.
011900*
012000 01  WS-COUNT-LINE.
012100     05  FILLER             PIC X(01)  VALUE SPACES.
012200     05  CNT-TEXT           PIC X(34).
012300     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
012400     05  FILLER             PIC X(87)  VALUE SPACES.
012500*
012600 PROCEDURE DIVISION.
012700*
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE
013000         THRU 1000-INITIALIZE-EXIT.
013100     IF WS-REFUSE-REASON = SPACES
013200         PERFORM 2000-FIND-PRODUCT
013300             THRU 2000-FIND-PRODUCT-EXIT
013400             UNTIL WS-EOF OR WS-PRODUCT-FOUND
013500         IF WS-PRODUCT-FOUND
013600             PERFORM 2100-RESTORE-RECORD
013700                 THRU 2100-RESTORE-RECORD-EXIT
013800                 UNTIL WS-SET-DONE
013900         ELSE
014000             MOVE 'PRODUCT IS NOT ON THE ARCHIVE'
014100                 TO WS-REFUSE-REASON
014200         END-IF
014300     END-IF.
014400     PERFORM 3000-TERMINATE
014500         THRU 3000-TERMINATE-EXIT.
014600     STOP RUN.
014700*
014800 1000-INITIALIZE.
014900     OPEN INPUT  PARMFILE.
015000     READ PARMFILE
015100         AT END MOVE SPACES TO RST-PRODUCT-ID
015200     END-READ.
015300     CLOSE PARMFILE.
015400     OPEN INPUT  ARCHFILE.
015500     OPEN OUTPUT PRTFILE.
015600     WRITE PRT-RECORD FROM WS-HEADING-1
015700         AFTER ADVANCING PAGE.
015800     PERFORM 8200-RECORD-RUN-START
015900         THRU 8200-RECORD-RUN-START-EXIT.
016000     IF RST-PRODUCT-ID NOT NUMERIC
016100         MOVE 'PARMFILE PRODUCT ID IS NOT NUMERIC'
016200             TO WS-REFUSE-REASON
016300         GO TO 1000-INITIALIZE-EXIT
016400     END-IF.
016500     MOVE RST-PRODUCT-ID TO WS-RESTORE-PRODUCT-ID.
016600     EXEC SQL
016700         SELECT COUNT(*)
016800         INTO :WS-CHECK-COUNT
016900         FROM PRODUCTS
017000         WHERE PRODUCT_ID = :WS-RESTORE-PRODUCT-ID
017100     END-EXEC.
017200     IF SQLCODE NOT = ZERO
017300         MOVE '1000-INITIALIZE PRODUCTS' TO SQE-PARAGRAPH
017400         PERFORM 6000-SQL-ERROR
017500             THRU 6000-SQL-ERROR-EXIT
017600     END-IF.
017700     IF WS-CHECK-COUNT > ZERO
017800         MOVE 'PRODUCT IS STILL ON FILE'
017900             TO WS-REFUSE-REASON
018000         GO TO 1000-INITIALIZE-EXIT
018100     END-IF.
018200     WRITE PRT-RECORD FROM WS-HEADING-2
018300         AFTER ADVANCING 2 LINES.
018400     PERFORM 8000-READ-ARCHIVE
018500         THRU 8000-READ-ARCHIVE-EXIT.
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800*
018900 2000-FIND-PRODUCT.
019000     IF RTA-PRODUCT
019100        AND RTA-PRODUCT-ID = WS-RESTORE-PRODUCT-ID
019200         MOVE 'Y'             TO WS-FOUND-SW
019300         MOVE RTA-RETIRE-DATE TO WS-RESTORE-RETIRE-DATE
019400     ELSE
019500         PERFORM 8000-READ-ARCHIVE
019600             THRU 8000-READ-ARCHIVE-EXIT
019700     END-IF.
019800 2000-FIND-PRODUCT-EXIT.
019900     EXIT.
020000*
020100*----------------------------------------------------------*
020200* RELOAD ONE ARCHIVE RECORD OF THE SET, THEN READ ON.  THE  *
020300* SET ENDS AT END OF FILE, AT THE NEXT PRODUCTS RECORD, OR  *
020400* AT A RECORD FOR ANOTHER PRODUCT OR RETIREMENT DATE.       *
020500*----------------------------------------------------------*
020600 2100-RESTORE-RECORD.
020700     ADD 1 TO WS-SET-COUNT.
020800     MOVE SPACES TO WS-DETAIL-LINE.
020900     EVALUATE TRUE
021000         WHEN RTA-PRODUCT
021100             PERFORM 2200-RESTORE-PRODUCT
021200                 THRU 2200-RESTORE-PRODUCT-EXIT
021300         WHEN RTA-PRICE-LIST
021400             PERFORM 2300-RESTORE-PRICE-LIST
021500                 THRU 2300-RESTORE-PRICE-LIST-EXIT
021600         WHEN RTA-QTY-BREAK
021700             PERFORM 2310-RESTORE-QTY-BREAK
021800                 THRU 2310-RESTORE-QTY-BREAK-EXIT
021900         WHEN RTA-QTY-BREAK-HIST
022000             PERFORM 2320-RESTORE-QTY-BREAK-HIST
022100                 THRU 2320-RESTORE-QTY-BREAK-HIST-EXIT
022200         WHEN RTA-PROMO-PRODUCT
022300             PERFORM 2330-RESTORE-PROMO-PRODUCT
022400                 THRU 2330-RESTORE-PROMO-PRODUCT-EXIT
022500         WHEN RTA-SUPPLIER-XREF
022600             PERFORM 2340-RESTORE-SUPPLIER-XREF
022700                 THRU 2340-RESTORE-SUPPLIER-XREF-EXIT
022800         WHEN RTA-FEED-SUSPENSE
022900             PERFORM 2350-RESTORE-FEED-SUSPENSE
023000                 THRU 2350-RESTORE-FEED-SUSPENSE-EXIT
023100         WHEN RTA-CONTRACT-PRICE
023200             PERFORM 2360-RESTORE-CONTRACT-PRICE
023300                 THRU 2360-RESTORE-CONTRACT-PRICE-EXIT
023400         WHEN RTA-COST-CHANGE
023500             PERFORM 2370-RESTORE-COST-CHANGE
023600                 THRU 2370-RESTORE-COST-CHANGE-EXIT
023700         WHEN RTA-PRICE-PROPOSAL
023800             PERFORM 2380-RESTORE-PRICE-PROPOSAL
023900                 THRU 2380-RESTORE-PRICE-PROPOSAL-EXIT
023910         WHEN RTA-SUCCESSOR
023920             PERFORM 2390-RESTORE-SUCCESSOR
023930                 THRU 2390-RESTORE-SUCCESSOR-EXIT
024000         WHEN OTHER
024100             MOVE RTA-RECORD-TYPE TO DTL-TABLE
024200             MOVE 'UNKNOWN RECORD TYPE - SKIPPED'
024300                 TO DTL-ACTION
024400             ADD 1 TO WS-SKIPPED-COUNT
024500     END-EVALUATE.
024600     WRITE PRT-RECORD FROM WS-DETAIL-LINE
024700         AFTER ADVANCING 1 LINE.
024800     PERFORM 8000-READ-ARCHIVE
024900         THRU 8000-READ-ARCHIVE-EXIT.
025000     IF WS-EOF
025100        OR RTA-PRODUCT
025200        OR RTA-PRODUCT-ID  NOT = WS-RESTORE-PRODUCT-ID
025300        OR RTA-RETIRE-DATE NOT = WS-RESTORE-RETIRE-DATE
025400         MOVE 'Y' TO WS-SET-DONE-SW
025500     END-IF.
025600 2100-RESTORE-RECORD-EXIT.
025700     EXIT.
025800*
025900*    THE RESTORE IS AUDITED AS A NO-CHANGE ROW (OLD AND NEW
026000*    ALIKE) SO AN AS-OF-DATE INQUIRY STILL SEES THE PRODUCT
026100*    AS IT STOOD BEFORE IT WAS RETIRED.
026200 2200-RESTORE-PRODUCT.
026300     MOVE 'PRODUCTS'         TO DTL-TABLE.
026400     MOVE RTA-PR-DESCRIPTION TO DTL-KEY.
026500     EXEC SQL
026600         INSERT INTO PRODUCTS
026700             (PRODUCT_ID, DESCRIPTION, PRICE, STATUS,
026800              CATEGORY_CODE, UNIT_COST, TAX_CATEGORY)
026900         VALUES
027000             (:RTA-PRODUCT-ID, :RTA-PR-DESCRIPTION,
027100              :RTA-PR-PRICE, :RTA-PR-STATUS,
027200              :RTA-PR-CATEGORY-CODE, :RTA-PR-UNIT-COST,
027300              :RTA-PR-TAX-CATEGORY)
027400     END-EXEC.
027500     IF SQLCODE NOT = ZERO
027600         MOVE '2200-RESTORE-PRODUCT' TO SQE-PARAGRAPH
027700         PERFORM 6000-SQL-ERROR
027800             THRU 6000-SQL-ERROR-EXIT
027900     END-IF.
028000     ADD 1 TO WS-RESTORED-COUNT.
028100     MOVE 'RESTORED' TO DTL-ACTION.
028200     MOVE SPACES               TO WS-AUDIT-PARMS.
028300     MOVE RTA-PRODUCT-ID       TO AUD-PRODUCT-ID.
028400     MOVE 'PRDRSTR '           TO AUD-SOURCE-PROGRAM.
028500     MOVE RTA-PR-DESCRIPTION   TO AUD-OLD-DESCRIPTION
028600                                  AUD-NEW-DESCRIPTION.
028700     MOVE RTA-PR-PRICE         TO AUD-OLD-PRICE AUD-NEW-PRICE.
028800     MOVE RTA-PR-STATUS        TO AUD-OLD-STATUS
028900                                  AUD-NEW-STATUS.
029000     MOVE RTA-PR-CATEGORY-CODE TO AUD-OLD-CATEGORY
029100                                  AUD-NEW-CATEGORY.
029200     CALL 'PRDAUDT' USING WS-AUDIT-PARMS.
029300     IF AUD-FAILED
029400         DISPLAY 'PRDRSTR - AUDIT INSERT FAILED FOR '
029500             'PRODUCT ' RTA-PRODUCT-ID
029600         PERFORM 6900-SQL-FATAL
029700             THRU 6900-SQL-FATAL-EXIT
029800     END-IF.
029900 2200-RESTORE-PRODUCT-EXIT.
030000     EXIT.
030100*
030200 2300-RESTORE-PRICE-LIST.
030300     MOVE 'PRODUCT_PRICE_LIST' TO DTL-TABLE.
030400     STRING RTA-PL-LIST-CODE ' ' RTA-PL-EFF-DATE
030500         DELIMITED BY SIZE INTO DTL-KEY.
030600     EXEC SQL
030700         INSERT INTO PRODUCT_PRICE_LIST
030800             (PRODUCT_ID, PRICE_LIST_CODE, EFFECTIVE_DATE,
030900              PRICE)
031000         VALUES
031100             (:RTA-PRODUCT-ID, :RTA-PL-LIST-CODE,
031200              DATE(:RTA-PL-EFF-DATE), :RTA-PL-PRICE)
031300     END-EXEC.
031400     MOVE '2300-RESTORE-PRICE-LIST' TO SQE-PARAGRAPH.
031500     PERFORM 2900-CHECK-INSERT
031600         THRU 2900-CHECK-INSERT-EXIT.
031700 2300-RESTORE-PRICE-LIST-EXIT.
031800     EXIT.
031900*
032000 2310-RESTORE-QTY-BREAK.
032100     MOVE 'PRODUCT_QTY_BREAK' TO DTL-TABLE.
032200     MOVE RTA-QB-BREAK-QTY    TO DTL-KEY.
032300     EXEC SQL
032400         INSERT INTO PRODUCT_QTY_BREAK
032500             (PRODUCT_ID, BREAK_QTY, PRICE)
032600         VALUES
032700             (:RTA-PRODUCT-ID, :RTA-QB-BREAK-QTY,
032800              :RTA-QB-PRICE)
032900     END-EXEC.
033000     MOVE '2310-RESTORE-QTY-BREAK' TO SQE-PARAGRAPH.
033100     PERFORM 2900-CHECK-INSERT
033200         THRU 2900-CHECK-INSERT-EXIT.
033300 2310-RESTORE-QTY-BREAK-EXIT.
033400     EXIT.
033500*
033600 2320-RESTORE-QTY-BREAK-HIST.
033700     MOVE 'PRODUCT_QTY_BREAK_HIST' TO DTL-TABLE.
033800     STRING RTA-QH-BREAK-QTY ' ' RTA-QH-START-TS
033900         DELIMITED BY SIZE INTO DTL-KEY.
034000     EXEC SQL
034100         INSERT INTO PRODUCT_QTY_BREAK_HIST
034200             (PRODUCT_ID, BREAK_QTY, PRICE, START_TS, END_TS)
034300         VALUES
034400             (:RTA-PRODUCT-ID, :RTA-QH-BREAK-QTY,
034500              :RTA-QH-PRICE, TIMESTAMP(:RTA-QH-START-TS),
034600              TIMESTAMP(:RTA-QH-END-TS))
034700     END-EXEC.
034800     MOVE '2320-RESTORE-QTY-BREAK-HIST' TO SQE-PARAGRAPH.
034900     PERFORM 2900-CHECK-INSERT
035000         THRU 2900-CHECK-INSERT-EXIT.
035100 2320-RESTORE-QTY-BREAK-HIST-EXIT.
035200     EXIT.
035300*
035400 2330-RESTORE-PROMO-PRODUCT.
035500     MOVE 'PROMO_EVENT_PRODUCT' TO DTL-TABLE.
035600     MOVE RTA-PE-PROMO-CODE     TO DTL-KEY.
035700     EXEC SQL
035800         INSERT INTO PROMO_EVENT_PRODUCT
035900             (PROMO_CODE, PRODUCT_ID)
036000         VALUES
036100             (:RTA-PE-PROMO-CODE, :RTA-PRODUCT-ID)
036200     END-EXEC.
036300     MOVE '2330-RESTORE-PROMO-PRODUCT' TO SQE-PARAGRAPH.
036400     PERFORM 2900-CHECK-INSERT
036500         THRU 2900-CHECK-INSERT-EXIT.
036600 2330-RESTORE-PROMO-PRODUCT-EXIT.
036700     EXIT.
036800*
036900 2340-RESTORE-SUPPLIER-XREF.
037000     MOVE 'PRODUCT_SUPPLIER_XREF' TO DTL-TABLE.
037100     STRING RTA-SX-SUPPLIER-CODE ' ' RTA-SX-PART-NO
037200         DELIMITED BY SIZE INTO DTL-KEY.
037300     EXEC SQL
037400         INSERT INTO PRODUCT_SUPPLIER_XREF
037500             (SUPPLIER_CODE, SUPPLIER_PART_NO, PRODUCT_ID)
037600         VALUES
037700             (:RTA-SX-SUPPLIER-CODE, :RTA-SX-PART-NO,
037800              :RTA-PRODUCT-ID)
037900     END-EXEC.
038000     MOVE '2340-RESTORE-SUPPLIER-XREF' TO SQE-PARAGRAPH.
038100     PERFORM 2900-CHECK-INSERT
038200         THRU 2900-CHECK-INSERT-EXIT.
038300 2340-RESTORE-SUPPLIER-XREF-EXIT.
038400     EXIT.
038500*
038600 2350-RESTORE-FEED-SUSPENSE.
038700     MOVE 'PRODUCT_FEED_SUSPENSE' TO DTL-TABLE.
038800     STRING RTA-FS-SUPPLIER-CODE ' ' RTA-FS-PART-NO ' '
038900            RTA-FS-FEED-DATE
039000         DELIMITED BY SIZE INTO DTL-KEY.
039100     EXEC SQL
039200         INSERT INTO PRODUCT_FEED_SUSPENSE
039300             (SUPPLIER_CODE, SUPPLIER_PART_NO, PRODUCT_ID,
039400              DESCRIPTION, PRICE, UNIT_COST, FEED_DATE,
039500              STATUS, STATUS_DATE, OPERATOR_ID)
039600         VALUES
039700             (:RTA-FS-SUPPLIER-CODE, :RTA-FS-PART-NO,
039800              :RTA-PRODUCT-ID, :RTA-FS-DESCRIPTION,
039900              :RTA-FS-PRICE, :RTA-FS-UNIT-COST,
040000              DATE(:RTA-FS-FEED-DATE), :RTA-FS-STATUS,
040100              DATE(:RTA-FS-STATUS-DATE), :RTA-FS-OPERATOR-ID)
040200     END-EXEC.
040300     MOVE '2350-RESTORE-FEED-SUSPENSE' TO SQE-PARAGRAPH.
040400     PERFORM 2900-CHECK-INSERT
040500         THRU 2900-CHECK-INSERT-EXIT.
040600 2350-RESTORE-FEED-SUSPENSE-EXIT.
040700     EXIT.
040800*
040900 2360-RESTORE-CONTRACT-PRICE.
041000     MOVE 'PRODUCT_CONTRACT_PRICE' TO DTL-TABLE.
041100     STRING RTA-CP-CUSTOMER-NO ' ' RTA-CP-START-DATE
041200         DELIMITED BY SIZE INTO DTL-KEY.
041300     EXEC SQL
041400         INSERT INTO PRODUCT_CONTRACT_PRICE
041500             (CUSTOMER_NO, PRODUCT_ID, START_DATE,
041600              END_DATE, PRICE, OPERATOR_ID)
041700         VALUES
041800             (:RTA-CP-CUSTOMER-NO, :RTA-PRODUCT-ID,
041900              DATE(:RTA-CP-START-DATE),
042000              DATE(:RTA-CP-END-DATE), :RTA-CP-PRICE,
042100              :RTA-CP-OPERATOR-ID)
042200     END-EXEC.
042300     MOVE '2360-RESTORE-CONTRACT-PRICE' TO SQE-PARAGRAPH.
042400     PERFORM 2900-CHECK-INSERT
042500         THRU 2900-CHECK-INSERT-EXIT.
042600 2360-RESTORE-CONTRACT-PRICE-EXIT.
042700     EXIT.
042800*
042900 2370-RESTORE-COST-CHANGE.
043000     MOVE 'PRODUCT_COST_CHANGE' TO DTL-TABLE.
043100     MOVE RTA-CC-FEED-DATE      TO DTL-KEY.
043200     EXEC SQL
043300         INSERT INTO PRODUCT_COST_CHANGE
043400             (PRODUCT_ID, FEED_DATE, OLD_UNIT_COST,
043500              NEW_UNIT_COST, SOURCE_PROGRAM, STATUS,
043600              STATUS_DATE)
043700         VALUES
043800             (:RTA-PRODUCT-ID, DATE(:RTA-CC-FEED-DATE),
043900              :RTA-CC-OLD-UNIT-COST, :RTA-CC-NEW-UNIT-COST,
044000              :RTA-CC-SOURCE-PROGRAM, :RTA-CC-STATUS,
044100              DATE(:RTA-CC-STATUS-DATE))
044200     END-EXEC.
044300     MOVE '2370-RESTORE-COST-CHANGE' TO SQE-PARAGRAPH.
044400     PERFORM 2900-CHECK-INSERT
044500         THRU 2900-CHECK-INSERT-EXIT.
044600 2370-RESTORE-COST-CHANGE-EXIT.
044700     EXIT.
044800*
044900*    AN ARCHIVED EFFECTIVE DATE OF SPACES GOES BACK AS NULL.
045000 2380-RESTORE-PRICE-PROPOSAL.
045100     MOVE 'PRODUCT_PRICE_PROPOSAL' TO DTL-TABLE.
045200     MOVE RTA-PP-PROPOSAL-TS       TO DTL-KEY.
045300     EXEC SQL
045400         INSERT INTO PRODUCT_PRICE_PROPOSAL
045500             (PRODUCT_ID, PROPOSAL_TS, FEED_DATE,
045600              OLD_UNIT_COST, NEW_UNIT_COST, CURRENT_PRICE,
045700              PROPOSED_PRICE, MARGIN_FLOOR_PCT, STATUS,
045800              STATUS_DATE, APPLIED_PRICE, EFFECTIVE_DATE,
045900              PRICE_LIST_CODE, OPERATOR_ID, APPROVED_BY)
046000         VALUES
046100             (:RTA-PRODUCT-ID, TIMESTAMP(:RTA-PP-PROPOSAL-TS),
046200              DATE(:RTA-PP-FEED-DATE), :RTA-PP-OLD-UNIT-COST,
046300              :RTA-PP-NEW-UNIT-COST, :RTA-PP-CURRENT-PRICE,
046400              :RTA-PP-PROPOSED-PRICE,
046500              :RTA-PP-MARGIN-FLOOR-PCT, :RTA-PP-STATUS,
046600              DATE(:RTA-PP-STATUS-DATE), :RTA-PP-APPLIED-PRICE,
046700              DATE(NULLIF(:RTA-PP-EFF-DATE, ' ')),
046800              :RTA-PP-LIST-CODE, :RTA-PP-OPERATOR-ID,
046900              :RTA-PP-APPROVED-BY)
047000     END-EXEC.
047100     MOVE '2380-RESTORE-PRICE-PROPOSAL' TO SQE-PARAGRAPH.
047200     PERFORM 2900-CHECK-INSERT
047300         THRU 2900-CHECK-INSERT-EXIT.
047400 2380-RESTORE-PRICE-PROPOSAL-EXIT.
047500     EXIT.
047504*
047508*    THE SUCCESSOR MAY ITSELF HAVE BEEN RETIRED SINCE - THE
047512*    ROW GOES BACK REGARDLESS AND THE NIGHTLY PRDSUCX REPORT
047516*    LISTS THE BROKEN CHAIN FOR PRDSUCM TO RE-POINT.
047520 2390-RESTORE-SUCCESSOR.
047524     MOVE 'PRODUCT_SUCCESSOR'   TO DTL-TABLE.
047528     MOVE RTA-SU-SUCCESSOR-ID   TO DTL-KEY.
047532     EXEC SQL
047536         INSERT INTO PRODUCT_SUCCESSOR
047540             (PRODUCT_ID, SUCCESSOR_ID, EFFECTIVE_DATE,
047544              REASON, OPERATOR_ID, CHANGE_TIMESTAMP)
047548         VALUES
047552             (:RTA-PRODUCT-ID, :RTA-SU-SUCCESSOR-ID,
047556              DATE(:RTA-SU-EFF-DATE), :RTA-SU-REASON,
047560              :RTA-SU-OPERATOR-ID, TIMESTAMP(:RTA-SU-CHANGE-TS))
047564     END-EXEC.
047568     MOVE '2390-RESTORE-SUCCESSOR' TO SQE-PARAGRAPH.
047572     PERFORM 2900-CHECK-INSERT
047576         THRU 2900-CHECK-INSERT-EXIT.
047580 2390-RESTORE-SUCCESSOR-EXIT.
047584     EXIT.
047600*
047700*    A CHILD ROW WHOSE KEY IS ALREADY ON FILE IS LEFT OUT AND
047800*    LISTED; ANYTHING ELSE UNEXPECTED BACKS THE RESTORE OUT.
047900 2900-CHECK-INSERT.
048000     IF SQLCODE = ZERO
048100         ADD 1 TO WS-RESTORED-COUNT
048200         MOVE 'RESTORED' TO DTL-ACTION
048300     ELSE
048400         IF SQLCODE = -803
048500             ADD 1 TO WS-SKIPPED-COUNT
048600             MOVE 'ALREADY ON FILE - LEFT OUT' TO DTL-ACTION
048700         ELSE
048800             PERFORM 6000-SQL-ERROR
048900                 THRU 6000-SQL-ERROR-EXIT
049000         END-IF
049100     END-IF.
049200 2900-CHECK-INSERT-EXIT.
049300     EXIT.
049400*
049500 3000-TERMINATE.
049600     IF WS-REFUSE-REASON = SPACES
049700         EXEC SQL COMMIT END-EXEC
049800         MOVE SPACES TO MSG-TEXT
049900         STRING 'PRODUCT ' WS-RESTORE-PRODUCT-ID
050000                ' RESTORED FROM THE ARCHIVE OF '
050100                WS-RESTORE-RETIRE-DATE
050200                ' - REACTIVATE IT THROUGH PRDUPDT'
050300             DELIMITED BY SIZE INTO MSG-TEXT
050400     ELSE
050500         MOVE SPACES TO MSG-TEXT
050600         STRING 'PRODUCT ' RST-PRODUCT-ID
050700                ' NOT RESTORED - ' WS-REFUSE-REASON
050800             DELIMITED BY SIZE INTO MSG-TEXT
050900         MOVE 8 TO RETURN-CODE
051000     END-IF.
051100     WRITE PRT-RECORD FROM WS-MESSAGE-LINE
051200         AFTER ADVANCING 2 LINES.
051300     PERFORM 8300-RECORD-RUN-END
051400         THRU 8300-RECORD-RUN-END-EXIT.
051500     MOVE 'ARCHIVE RECORDS READ'          TO CNT-TEXT.
051600     MOVE WS-READ-COUNT                   TO CNT-VALUE.
051700     WRITE PRT-RECORD FROM WS-COUNT-LINE
051800         AFTER ADVANCING 2 LINES.
051900     MOVE 'RECORDS FOR THE PRODUCT'       TO CNT-TEXT.
052000     MOVE WS-SET-COUNT                    TO CNT-VALUE.
052100     WRITE PRT-RECORD FROM WS-COUNT-LINE
052200         AFTER ADVANCING 1 LINE.
052300     MOVE 'ROWS RESTORED'                 TO CNT-TEXT.
052400     MOVE WS-RESTORED-COUNT               TO CNT-VALUE.
052500     WRITE PRT-RECORD FROM WS-COUNT-LINE
052600         AFTER ADVANCING 1 LINE.
052700     MOVE 'ROWS LEFT OUT'                 TO CNT-TEXT.
052800     MOVE WS-SKIPPED-COUNT                TO CNT-VALUE.
052900     WRITE PRT-RECORD FROM WS-COUNT-LINE
053000         AFTER ADVANCING 1 LINE.
053100     CLOSE ARCHFILE PRTFILE.
053200     DISPLAY 'PRDRSTR - ' MSG-TEXT.
053300 3000-TERMINATE-EXIT.
053400     EXIT.
053500*
053600*----------------------------------------------------------*
053700* COMMON SQL ERROR HANDLING (VIA PRDSQLE).  THE RESTORE IS  *
053800* ONE UNIT OF WORK, SO NOTHING IS RETRIED - THE ROLLBACK    *
053900* LEAVES THE PRODUCT RETIRED AND THE RUN IS SIMPLY          *
054000* RESUBMITTED ONCE THE CAUSE IS CLEARED.                    *
054100*----------------------------------------------------------*
054200 6000-SQL-ERROR.
054300     MOVE 'PRDRSTR '            TO SQE-SOURCE-PROGRAM.
054400     MOVE SPACES                TO SQE-RECORD-KEY.
054500     MOVE WS-RESTORE-PRODUCT-ID TO SQE-RECORD-KEY.
054600     MOVE SQLCODE               TO SQE-SQLCODE.
054700     MOVE WS-READ-COUNT         TO SQE-CHECKPOINT-COUNT.
054800     MOVE 99                    TO SQE-RETRY-COUNT.
054900     CALL 'PRDSQLE' USING WS-SQL-ERROR-PARMS.
055000     PERFORM 6900-SQL-FATAL
055100         THRU 6900-SQL-FATAL-EXIT.
055200 6000-SQL-ERROR-EXIT.
055300     EXIT.
055400*
055500 6900-SQL-FATAL.
055600     EXEC SQL ROLLBACK END-EXEC.
055700     CLOSE ARCHFILE PRTFILE.
055800     DISPLAY 'PRDRSTR - RUN ENDED ON SQL ERROR - PRODUCT '
055900         WS-RESTORE-PRODUCT-ID ' NOT RESTORED'.
056000     DISPLAY 'PRDRSTR - RESUBMIT AFTER THE CAUSE IS CLEARED'.
056100     PERFORM 8400-RECORD-RUN-FAIL
056200         THRU 8400-RECORD-RUN-FAIL-EXIT.
056300     MOVE 12 TO RETURN-CODE.
056400     STOP RUN.
056500 6900-SQL-FATAL-EXIT.
056600     EXIT.
056700*
056800 8000-READ-ARCHIVE.
056900     READ ARCHFILE INTO WS-ARCHIVE-RECORD
057000         AT END MOVE 'Y' TO WS-EOF-SW
057100     END-READ.
057200     IF NOT WS-EOF
057300         ADD 1 TO WS-READ-COUNT
057400     END-IF.
057500 8000-READ-ARCHIVE-EXIT.
057600     EXIT.
057700*
057800*    RUN CONTROL (VIA PRDRUNC) - RECORDS IN IS THE ARCHIVE
057900*    RECORDS READ, RECORDS OUT THE ROWS RESTORED.
058000 8200-RECORD-RUN-START.
058100     MOVE SPACES     TO WS-RUN-PARMS.
058200     MOVE 'S'        TO RUN-FUNCTION.
058300     MOVE 'PRDRSTR ' TO RUN-JOB-NAME.
058400     MOVE ZERO       TO RUN-RECORDS-IN RUN-RECORDS-OUT.
058500     CALL 'PRDRUNC' USING WS-RUN-PARMS.
058600 8200-RECORD-RUN-START-EXIT.
058700     EXIT.
058800*
058900 8300-RECORD-RUN-END.
059000     MOVE 'E'               TO RUN-FUNCTION.
059100     MOVE WS-READ-COUNT     TO RUN-RECORDS-IN.
059200     MOVE WS-RESTORED-COUNT TO RUN-RECORDS-OUT.
059300     CALL 'PRDRUNC' USING WS-RUN-PARMS.
059400 8300-RECORD-RUN-END-EXIT.
059500     EXIT.
059600*
059700 8400-RECORD-RUN-FAIL.
059800     MOVE 'F'               TO RUN-FUNCTION.
059900     MOVE WS-READ-COUNT     TO RUN-RECORDS-IN.
060000     MOVE WS-RESTORED-COUNT TO RUN-RECORDS-OUT.
060100     CALL 'PRDRUNC' USING WS-RUN-PARMS.
060200 8400-RECORD-RUN-FAIL-EXIT.
060300     EXIT.
