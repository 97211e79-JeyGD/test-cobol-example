000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDSCRD.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - MONTHLY SUPPLIER      *
001300*                   SCORECARD OFF SUPPLIER_FEED_STATS,      *
001400*                   PRODUCT_FEED_SUSPENSE AND               *
001500*                   SUPPLIER_COST_HIST.                     *
001510*  10/15/26   JRH   COST RISE PERCENT CAPPED AT 99,999.99   *
001520*                   SO A PENNY PRIOR COST CANNOT END THE    *
001530*                   RUN ON A DB2 OVERFLOW.                  *
001600*----------------------------------------------------------*
001700*
001800*----------------------------------------------------------*
001900* SCORES EACH SUPPLIER ON ITS FEEDS FOR ONE CALENDAR MONTH  *
002000* (SEE THE MYCOPY061 CONTROL CARD) FOR PURCHASING'S         *
002100* SUPPLIER REVIEWS.  ONE PAGE PER SUPPLIER THAT SENT A FEED *
002200* IN THE MONTH:                                             *
002300*   RECORDS SENT, AND HOW THE EDIT (PRDEDIT) DISPOSED OF    *
002400*   THEM BY REASON CODE, FROM SUPPLIER_FEED_STATS;          *
002500*   RECORDS HELD ON PRODUCT_FEED_SUSPENSE FOR PRICE         *
002600*   MOVEMENT AND HOW MANY THE PRICING DESK RELEASED OR      *
002700*   REFUSED THROUGH PRDSUSP;                                *
002800*   UNIT COSTS LANDED BY PRDLOAD, FROM SUPPLIER_COST_HIST - *
002900*   HOW MANY ROSE ON THE SUPPLIER'S PREVIOUS COST FOR THE   *
003000*   PRODUCT, THE AVERAGE RISE AND THE LARGEST;              *
003100*   PRODUCTS ANOTHER SUPPLIER ON PRODUCT_SUPPLIER_XREF      *
003200*   QUOTED LOWER IN THE SAME MONTH (EACH SUPPLIER'S LATEST  *
003300*   COST IN THE MONTH IS COMPARED).                         *
003400* THE FEED SUSPENSE AGE-OFF (PRDSPRG) DELETES ACTED-ON ROWS *
003500* AFTER ITS RETENTION PERIOD, SO THE JOB RUNS IN THE FIRST  *
003600* DAYS OF THE FOLLOWING MONTH.  NOTHING IS UPDATED - A      *
003700* FAILED RUN IS SIMPLY RESUBMITTED.                         *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CTLFILE  ASSIGN TO CTLFILE
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT PRTFILE  ASSIGN TO PRTFILE
004800         ORGANIZATION IS SEQUENTIAL.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CTLFILE
005300     RECORDING MODE IS F.
005400 01  CTL-RECORD.
005500     COPY MYCOPY061.
005600*
005700 FD  PRTFILE
005800     RECORDING MODE IS F.
005900 01  PRT-RECORD             PIC X(133).
006000*
006100 WORKING-STORAGE SECTION.
006200     COPY MYCOPY013.
006300     EXEC SQL INCLUDE SQLCA END-EXEC.
006400*
006500 01  WS-SCORE-ROW.
006600     05  SCR-SUPPLIER-CODE  PIC X(03).
006700     05  SCR-RECORDS-SENT   PIC S9(09) COMP.
006800     05  SCR-REASON-CODE    PIC X(02).
006900     05  SCR-REASON-COUNT   PIC S9(09) COMP.
007000     05  SCR-HELD-COUNT     PIC S9(09) COMP.
007100     05  SCR-RELEASED-COUNT PIC S9(09) COMP.
007200     05  SCR-REFUSED-COUNT  PIC S9(09) COMP.
007300     05  SCR-PENDING-COUNT  PIC S9(09) COMP.
007400     05  SCR-COSTS-LANDED   PIC S9(09) COMP.
007500     05  SCR-INCREASE-COUNT PIC S9(09) COMP.
007600     05  SCR-AVG-PCT        PIC S9(07)V99 COMP-3.
007700     05  SCR-MAX-PCT        PIC S9(07)V99 COMP-3.
007800     05  SCR-PRODUCT-ID     PIC 9(05).
007900     05  SCR-OLD-COST       PIC 9(05)V99.
008000     05  SCR-NEW-COST       PIC 9(05)V99.
008100     05  SCR-OTHER-SUPPLIER PIC X(03).
008200     05  SCR-OTHER-COST     PIC 9(05)V99.
008300*
008400*    THE MONTH REPORTED, AS ISO DATES FOR THE SQL.
008500 01  WS-REPORT-PERIOD.
008600     05  WS-MONTH-START     PIC X(10).
008700     05  WS-MONTH-START-R REDEFINES WS-MONTH-START.
008800         10  WS-START-YEAR-MONTH PIC X(07).
008900         10  WS-START-DAY   PIC X(03).
009000     05  WS-MONTH-END       PIC X(10).
009100*
009200 01  WS-SWITCHES.
009300     05  WS-RSN-EOF-SW      PIC X(01)  VALUE 'N'.
009400         88  WS-RSN-EOF             VALUE 'Y'.
009500     05  WS-LOW-EOF-SW      PIC X(01)  VALUE 'N'.
009600         88  WS-LOW-EOF             VALUE 'Y'.
009700*
009800 01  WS-COUNTERS.
009900     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
010000     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
010100     05  WS-SUPPLIER-COUNT  PIC 9(09)  COMP  VALUE ZERO.
010200     05  WS-TOTAL-SENT      PIC 9(09)  COMP  VALUE ZERO.
010300     05  WS-LOWER-COUNT     PIC 9(09)  COMP  VALUE ZERO.
010400     05  WS-TOTAL-LOWER     PIC 9(09)  COMP  VALUE ZERO.
010500*
010600 01  WS-CONSTANTS.
010700     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
010800*
010900 01  WS-RUN-PARMS.
011000     COPY MYCOPY043.
011100*
011200 01  WS-SQL-ERROR-PARMS.
011300     COPY MYCOPY042.
011400*
011500 01  WS-HEADING-1.
011600     05  FILLER             PIC X(01)  VALUE '1'.
011700     05  FILLER             PIC X(30)  VALUE
011800         'MONTHLY SUPPLIER SCORECARD'.
011900     05  FILLER             PIC X(05)  VALUE 'PAGE '.
012000     05  HDG1-PAGE-NO       PIC ZZZ9.
012100     05  FILLER             PIC X(93)  VALUE SPACES.
012200*
012300 01  WS-HEADING-2.
012400     05  FILLER             PIC X(01)  VALUE SPACES.
012500     05  FILLER             PIC X(14)  VALUE 'REPORT MONTH'.
012600     05  HDG2-MONTH         PIC X(07).
012700     05  FILLER             PIC X(16)  VALUE
012800         '   FEED DATES'.
012900     05  HDG2-START         PIC X(10).
013000     05  FILLER             PIC X(04)  VALUE ' TO '.
013100     05  HDG2-END           PIC X(10).
013200     05  FILLER             PIC X(71)  VALUE SPACES.
013300*
013400 01  WS-SUPPLIER-LINE.
013500     05  FILLER             PIC X(01)  VALUE SPACES.
013600     05  FILLER             PIC X(09)  VALUE 'SUPPLIER'.
013700     05  SPL-SUPPLIER-CODE  PIC X(06).
013800     05  FILLER             PIC X(117) VALUE SPACES.
013900*
014000 01  WS-REASON-HDG.
014100     05  FILLER             PIC X(01)  VALUE SPACES.
014200     05  FILLER             PIC X(40)  VALUE
014300         'RECORDS BY EDIT RESULT'.
014400     05  FILLER             PIC X(92)  VALUE SPACES.
014500*
014600 01  WS-REASON-LINE.
014700     05  FILLER             PIC X(03)  VALUE SPACES.
014800     05  RSN-CODE           PIC X(02).
014900     05  FILLER             PIC X(02)  VALUE SPACES.
015000     05  RSN-TEXT           PIC X(40).
015100     05  RSN-COUNT          PIC ZZZ,ZZZ,ZZ9.
015200     05  FILLER             PIC X(75)  VALUE SPACES.
015300*
015400 01  WS-PCT-LINE.
015500     05  FILLER             PIC X(01)  VALUE SPACES.
015600     05  PCT-TEXT           PIC X(34).
015700     05  PCT-VALUE          PIC ZZZ,ZZ9.99.
015800     05  FILLER             PIC X(88)  VALUE SPACES.
015900*
016000 01  WS-LARGEST-LINE.
016100     05  FILLER             PIC X(01)  VALUE SPACES.
016200     05  FILLER             PIC X(34)  VALUE
016300         'LARGEST COST INCREASE PCT'.
016400     05  LRG-PCT            PIC ZZZ,ZZ9.99.
016500     05  FILLER             PIC X(10)  VALUE '  PRODUCT'.
016600     05  LRG-PRODUCT-ID     PIC 9(05).
016700     05  FILLER             PIC X(07)  VALUE '  FROM'.
016800     05  LRG-OLD-COST       PIC ZZ,ZZ9.99.
016900     05  FILLER             PIC X(04)  VALUE ' TO '.
017000     05  LRG-NEW-COST       PIC ZZ,ZZ9.99.
017100     05  FILLER             PIC X(44)  VALUE SPACES.
017200*
017300 01  WS-LOWER-HDG.
017400     05  FILLER             PIC X(01)  VALUE SPACES.
017500     05  FILLER             PIC X(40)  VALUE
017600         'LOWER COST QUOTED BY ANOTHER SUPPLIER'.
017700     05  FILLER             PIC X(92)  VALUE SPACES.
017800*
017900 01  WS-LOWER-COLS.
018000     05  FILLER             PIC X(03)  VALUE SPACES.
018100     05  FILLER             PIC X(12)  VALUE 'PRODUCT ID'.
018200     05  FILLER             PIC X(12)  VALUE 'OUR COST'.
018300     05  FILLER             PIC X(10)  VALUE 'SUPPLIER'.
018400     05  FILLER             PIC X(10)  VALUE 'THEIR COST'.
018500     05  FILLER             PIC X(86)  VALUE SPACES.
018600*
018700 01  WS-LOWER-LINE.
018800     05  FILLER             PIC X(03)  VALUE SPACES.
018900     05  LOW-PRODUCT-ID     PIC 9(05).
019000     05  FILLER             PIC X(07)  VALUE SPACES.
019100     05  LOW-OUR-COST       PIC ZZ,ZZ9.99.
019200     05  FILLER             PIC X(03)  VALUE SPACES.
019300     05  LOW-SUPPLIER       PIC X(03).
019400     05  FILLER             PIC X(07)  VALUE SPACES.
019500     05  LOW-THEIR-COST     PIC ZZ,ZZ9.99.
019600     05  FILLER             PIC X(87)  VALUE SPACES.
019700*
019800 01  WS-NONE-LINE.
019900     05  FILLER             PIC X(03)  VALUE SPACES.
020000     05  FILLER             PIC X(10)  VALUE 'NONE'.
020100     05  FILLER             PIC X(120) VALUE SPACES.
020200*
020300 01  WS-COUNT-LINE.
020400     05  FILLER             PIC X(01)  VALUE SPACES.
020500     05  CNT-TEXT           PIC X(34).
020600     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
020700     05  FILLER             PIC X(87)  VALUE SPACES.
020800*
020900 PROCEDURE DIVISION.
021000*
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE
021300         THRU 1000-INITIALIZE-EXIT.
021400     PERFORM 2000-SCORE-SUPPLIER
021500         THRU 2000-SCORE-SUPPLIER-EXIT
021600         UNTIL WS-EOF.
021700     PERFORM 3000-TERMINATE
021800         THRU 3000-TERMINATE-EXIT.
021900     STOP RUN.
022000*
022100 1000-INITIALIZE.
022200     PERFORM 8200-RECORD-RUN-START
022300         THRU 8200-RECORD-RUN-START-EXIT.
022400     OPEN INPUT  CTLFILE.
022500     OPEN OUTPUT PRTFILE.
022600     READ CTLFILE
022700         AT END MOVE SPACES TO SCD-REPORT-MONTH
022800     END-READ.
022900     CLOSE CTLFILE.
023000     PERFORM 1100-SET-REPORT-MONTH
023100         THRU 1100-SET-REPORT-MONTH-EXIT.
023200     MOVE WS-START-YEAR-MONTH TO HDG2-MONTH.
023300     MOVE WS-MONTH-START      TO HDG2-START.
023400     MOVE WS-MONTH-END        TO HDG2-END.
023500     EXEC SQL
023600         DECLARE SCRDCUR CURSOR FOR
023700         SELECT SUPPLIER_CODE, SUM(RECORD_COUNT)
023800         FROM SUPPLIER_FEED_STATS
023900         WHERE FEED_DATE BETWEEN DATE(:WS-MONTH-START)
024000                             AND DATE(:WS-MONTH-END)
024100         GROUP BY SUPPLIER_CODE
024200         ORDER BY SUPPLIER_CODE
024300     END-EXEC.
024400     EXEC SQL OPEN SCRDCUR END-EXEC.
024500     IF SQLCODE NOT = ZERO
024600         MOVE '1000-INITIALIZE OPEN' TO SQE-PARAGRAPH
024700         PERFORM 6000-SQL-ERROR
024800             THRU 6000-SQL-ERROR-EXIT
024900     END-IF.
025000     PERFORM 8000-FETCH-SUPPLIER
025100         THRU 8000-FETCH-SUPPLIER-EXIT.
025200 1000-INITIALIZE-EXIT.
025300     EXIT.
025400*
025500*----------------------------------------------------------*
025600* THE MONTH IS THE CARD'S YYYY-MM, OR THE PREVIOUS CALENDAR *
025700* MONTH WHEN THE CARD IS BLANK.  ITS LAST DAY IS LEFT TO    *
025800* DB2, WHICH ALSO REJECTS A MONTH THAT IS NO DATE.          *
025900*----------------------------------------------------------*
026000 1100-SET-REPORT-MONTH.
026100     IF SCD-REPORT-MONTH = SPACES
026200         EXEC SQL
026300             SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO),
026400                           1, 7)
026500             INTO :WS-START-YEAR-MONTH
026600             FROM SYSIBM.SYSDUMMY1
026700         END-EXEC
026800     ELSE
026900         IF SCD-YEAR NOT NUMERIC OR SCD-DASH NOT = '-'
027000            OR SCD-MONTH NOT NUMERIC
027100             GO TO 6800-BAD-CONTROL-CARD
027200         END-IF
027300         IF NOT SCD-MONTH-VALID
027400             GO TO 6800-BAD-CONTROL-CARD
027500         END-IF
027600         MOVE SCD-REPORT-MONTH TO WS-START-YEAR-MONTH
027700     END-IF.
027800     MOVE '-01' TO WS-START-DAY.
027900     EXEC SQL
028000         SELECT CHAR(DATE(:WS-MONTH-START) + 1 MONTH
028100                     - 1 DAY, ISO)
028200         INTO :WS-MONTH-END
028300         FROM SYSIBM.SYSDUMMY1
028400     END-EXEC.
028500     IF SQLCODE NOT = ZERO
028600         GO TO 6800-BAD-CONTROL-CARD
028700     END-IF.
028800 1100-SET-REPORT-MONTH-EXIT.
028900     EXIT.
029000*
029100 2000-SCORE-SUPPLIER.
029200     ADD 1                TO WS-SUPPLIER-COUNT.
029300     ADD SCR-RECORDS-SENT TO WS-TOTAL-SENT.
029400     PERFORM 8100-WRITE-HEADINGS
029500         THRU 8100-WRITE-HEADINGS-EXIT.
029600     IF SCR-SUPPLIER-CODE = SPACES
029700         MOVE '(NONE)'          TO SPL-SUPPLIER-CODE
029800     ELSE
029900         MOVE SCR-SUPPLIER-CODE TO SPL-SUPPLIER-CODE
030000     END-IF.
030100     WRITE PRT-RECORD FROM WS-SUPPLIER-LINE
030200         AFTER ADVANCING 2 LINES.
030300     MOVE 'RECORDS SENT'          TO CNT-TEXT.
030400     MOVE SCR-RECORDS-SENT        TO CNT-VALUE.
030500     WRITE PRT-RECORD FROM WS-COUNT-LINE
030600         AFTER ADVANCING 2 LINES.
030700     ADD 5 TO WS-LINE-COUNT.
030800     PERFORM 2100-REPORT-EDIT-RESULTS
030900         THRU 2100-REPORT-EDIT-RESULTS-EXIT.
031000     PERFORM 2200-REPORT-SUSPENSE
031100         THRU 2200-REPORT-SUSPENSE-EXIT.
031200     PERFORM 2300-REPORT-COST-INCREASES
031300         THRU 2300-REPORT-COST-INCREASES-EXIT.
031400     PERFORM 2400-REPORT-LOWER-QUOTES
031500         THRU 2400-REPORT-LOWER-QUOTES-EXIT.
031600     PERFORM 8000-FETCH-SUPPLIER
031700         THRU 8000-FETCH-SUPPLIER-EXIT.
031800 2000-SCORE-SUPPLIER-EXIT.
031900     EXIT.
032000*
032100*----------------------------------------------------------*
032200* THE SUPPLIER'S RECORDS BY THE REASON CODE THE EDIT LEFT   *
032300* THEM WITH - 00 FOR A CLEAN RECORD, 04 AND 06 FOR THOSE    *
032400* HELD OR QUEUED RATHER THAN REJECTED.                      *
032500*----------------------------------------------------------*
032600 2100-REPORT-EDIT-RESULTS.
032700     WRITE PRT-RECORD FROM WS-REASON-HDG
032800         AFTER ADVANCING 2 LINES.
032900     ADD 2 TO WS-LINE-COUNT.
033000     EXEC SQL
033100         DECLARE RSNCUR CURSOR FOR
033200         SELECT REASON_CODE, SUM(RECORD_COUNT)
033300         FROM SUPPLIER_FEED_STATS
033400         WHERE SUPPLIER_CODE = :SCR-SUPPLIER-CODE
033500           AND FEED_DATE BETWEEN DATE(:WS-MONTH-START)
033600                             AND DATE(:WS-MONTH-END)
033700         GROUP BY REASON_CODE
033800         ORDER BY REASON_CODE
033900     END-EXEC.
034000     EXEC SQL OPEN RSNCUR END-EXEC.
034100     IF SQLCODE NOT = ZERO
034200         MOVE '2100-REPORT-EDIT-RESULTS OPEN' TO SQE-PARAGRAPH
034300         PERFORM 6000-SQL-ERROR
034400             THRU 6000-SQL-ERROR-EXIT
034500     END-IF.
034600     MOVE 'N' TO WS-RSN-EOF-SW.
034700     PERFORM 8500-FETCH-REASON
034800         THRU 8500-FETCH-REASON-EXIT.
034900     PERFORM 2150-PRINT-REASON-LINE
035000         THRU 2150-PRINT-REASON-LINE-EXIT
035100         UNTIL WS-RSN-EOF.
035200     EXEC SQL CLOSE RSNCUR END-EXEC.
035300 2100-REPORT-EDIT-RESULTS-EXIT.
035400     EXIT.
035500*
035600 2150-PRINT-REASON-LINE.
035700     MOVE SCR-REASON-CODE  TO RSN-CODE.
035800     EVALUATE SCR-REASON-CODE
035900         WHEN '00'
036000             MOVE 'PASSED CLEAN' TO RSN-TEXT
036100         WHEN '01'
036200             MOVE 'PART NUMBER BLANK' TO RSN-TEXT
036300         WHEN '02'
036400             MOVE 'PRICE NOT NUMERIC' TO RSN-TEXT
036500         WHEN '03'
036600             MOVE 'DESCRIPTION BLANK' TO RSN-TEXT
036700         WHEN '04'
036800             MOVE 'PRICE MOVEMENT - HELD IN SUSPENSE'
036900                 TO RSN-TEXT
037000         WHEN '05'
037100             MOVE 'SUPPLIER CODE BLANK' TO RSN-TEXT
037200         WHEN '06'
037300             MOVE 'NOT ON CROSS-REFERENCE - QUEUED AS NEW'
037400                 TO RSN-TEXT
037500         WHEN '07'
037600             MOVE 'UNIT COST NOT NUMERIC' TO RSN-TEXT
037700         WHEN OTHER
037800             MOVE 'UNKNOWN REASON' TO RSN-TEXT
037900     END-EVALUATE.
038000     MOVE SCR-REASON-COUNT TO RSN-COUNT.
038100     WRITE PRT-RECORD FROM WS-REASON-LINE
038200         AFTER ADVANCING 1 LINE.
038300     ADD 1 TO WS-LINE-COUNT.
038400     PERFORM 8500-FETCH-REASON
038500         THRU 8500-FETCH-REASON-EXIT.
038600 2150-PRINT-REASON-LINE-EXIT.
038700     EXIT.
038800*
038900*----------------------------------------------------------*
039000* PRICE-MOVEMENT RECORDS THE EDIT HELD ON                   *
039100* PRODUCT_FEED_SUSPENSE FROM THE MONTH'S FEEDS AND WHERE    *
039200* THE PRICING DESK LEFT THEM.  RELEASED COUNTS THE ROWS     *
039300* STILL AWAITING THE LOAD (R) AND THOSE IT HAS SINCE        *
039400* APPLIED (A) OR FOUND THE PRODUCT GONE (X).                *
039500*----------------------------------------------------------*
039600 2200-REPORT-SUSPENSE.
039700     EXEC SQL
039800         SELECT COUNT(*),
039900                COALESCE(SUM(CASE WHEN STATUS IN ('R', 'A', 'X')
040000                                  THEN 1 ELSE 0 END), 0),
040100                COALESCE(SUM(CASE WHEN STATUS = 'F'
040200                                  THEN 1 ELSE 0 END), 0),
040300                COALESCE(SUM(CASE WHEN STATUS = 'P'
040400                                  THEN 1 ELSE 0 END), 0)
040500         INTO :SCR-HELD-COUNT, :SCR-RELEASED-COUNT,
040600              :SCR-REFUSED-COUNT, :SCR-PENDING-COUNT
040700         FROM PRODUCT_FEED_SUSPENSE
040800         WHERE SUPPLIER_CODE = :SCR-SUPPLIER-CODE
040900           AND FEED_DATE BETWEEN DATE(:WS-MONTH-START)
041000                             AND DATE(:WS-MONTH-END)
041100     END-EXEC.
041200     IF SQLCODE NOT = ZERO
041300         MOVE '2200-REPORT-SUSPENSE' TO SQE-PARAGRAPH
041400         PERFORM 6000-SQL-ERROR
041500             THRU 6000-SQL-ERROR-EXIT
041600     END-IF.
041700     MOVE 'HELD IN SUSPENSE'      TO CNT-TEXT.
041800     MOVE SCR-HELD-COUNT          TO CNT-VALUE.
041900     WRITE PRT-RECORD FROM WS-COUNT-LINE
042000         AFTER ADVANCING 2 LINES.
042100     MOVE '  RELEASED BY THE PRICING DESK'
042200                                  TO CNT-TEXT.
042300     MOVE SCR-RELEASED-COUNT      TO CNT-VALUE.
042400     WRITE PRT-RECORD FROM WS-COUNT-LINE
042500         AFTER ADVANCING 1 LINE.
042600     MOVE '  REFUSED BY THE PRICING DESK'
042700                                  TO CNT-TEXT.
042800     MOVE SCR-REFUSED-COUNT       TO CNT-VALUE.
042900     WRITE PRT-RECORD FROM WS-COUNT-LINE
043000         AFTER ADVANCING 1 LINE.
043100     MOVE '  STILL PENDING'       TO CNT-TEXT.
043200     MOVE SCR-PENDING-COUNT       TO CNT-VALUE.
043300     WRITE PRT-RECORD FROM WS-COUNT-LINE
043400         AFTER ADVANCING 1 LINE.
043500     ADD 5 TO WS-LINE-COUNT.
043600 2200-REPORT-SUSPENSE-EXIT.
043700     EXIT.
043800*
043900*----------------------------------------------------------*
044000* EACH COST THE SUPPLIER LANDED IN THE MONTH IS SET AGAINST *
044100* THE SAME SUPPLIER'S PREVIOUS COST FOR THE PRODUCT - THE   *
044200* HISTORY ROW WITH THE NEXT EARLIER FEED DATE, IN THIS      *
044300* MONTH OR BEFORE.  A FIRST COST, OR ONE FOLLOWING A ZERO   *
044400* COST, HAS NOTHING TO RISE FROM AND IS NOT AN INCREASE.    *
044500* THE AVERAGE IS OF THE INCREASES ONLY.                     *
044510* A RISE IS TAKEN AT NO MORE THAN 99,999.99 PERCENT, SO A   *
044520* MISKEYED PENNY COST CANNOT OVERFLOW THE FIGURES.          *
044600*----------------------------------------------------------*
044700 2300-REPORT-COST-INCREASES.
044800     EXEC SQL
044900         SELECT COUNT(*),
045000                COALESCE(SUM(CASE WHEN C.UNIT_COST > C.PRIOR_COST
045100                                   AND C.PRIOR_COST > 0
045200                                  THEN 1 ELSE 0 END), 0),
045300                COALESCE(AVG(CASE WHEN C.UNIT_COST > C.PRIOR_COST
045400                                   AND C.PRIOR_COST > 0
045500                                  THEN MIN((C.UNIT_COST
045600                                       - C.PRIOR_COST) * 100
045700                                       / C.PRIOR_COST, 99999.99)
045800                                  END), 0)
045900         INTO :SCR-COSTS-LANDED, :SCR-INCREASE-COUNT,
046000              :SCR-AVG-PCT
046100         FROM (SELECT H.UNIT_COST,
046200                      (SELECT P.UNIT_COST
046300                       FROM SUPPLIER_COST_HIST P
046400                       WHERE P.SUPPLIER_CODE = H.SUPPLIER_CODE
046500                         AND P.PRODUCT_ID    = H.PRODUCT_ID
046600                         AND P.FEED_DATE =
046700                             (SELECT MAX(Q.FEED_DATE)
046800                              FROM SUPPLIER_COST_HIST Q
046900                              WHERE Q.SUPPLIER_CODE =
047000                                    H.SUPPLIER_CODE
047100                                AND Q.PRODUCT_ID = H.PRODUCT_ID
047200                                AND Q.FEED_DATE < H.FEED_DATE))
047300                      AS PRIOR_COST
047400               FROM SUPPLIER_COST_HIST H
047500               WHERE H.SUPPLIER_CODE = :SCR-SUPPLIER-CODE
047600                 AND H.FEED_DATE BETWEEN DATE(:WS-MONTH-START)
047700                                     AND DATE(:WS-MONTH-END))
047800              AS C
047900     END-EXEC.
048000     IF SQLCODE NOT = ZERO
048100         MOVE '2300-REPORT-COST-INCREASES' TO SQE-PARAGRAPH
048200         PERFORM 6000-SQL-ERROR
048300             THRU 6000-SQL-ERROR-EXIT
048400     END-IF.
048500     MOVE 'UNIT COSTS LANDED'     TO CNT-TEXT.
048600     MOVE SCR-COSTS-LANDED        TO CNT-VALUE.
048700     WRITE PRT-RECORD FROM WS-COUNT-LINE
048800         AFTER ADVANCING 2 LINES.
048900     MOVE '  COST INCREASES'      TO CNT-TEXT.
049000     MOVE SCR-INCREASE-COUNT      TO CNT-VALUE.
049100     WRITE PRT-RECORD FROM WS-COUNT-LINE
049200         AFTER ADVANCING 1 LINE.
049300     MOVE 'AVERAGE COST INCREASE PCT'
049400                                  TO PCT-TEXT.
049500     MOVE SCR-AVG-PCT             TO PCT-VALUE.
049600     WRITE PRT-RECORD FROM WS-PCT-LINE
049700         AFTER ADVANCING 1 LINE.
049800     ADD 4 TO WS-LINE-COUNT.
049900     IF SCR-INCREASE-COUNT = ZERO
050000         GO TO 2300-REPORT-COST-INCREASES-EXIT
050100     END-IF.
050200     PERFORM 2350-FIND-LARGEST-INCREASE
050300         THRU 2350-FIND-LARGEST-INCREASE-EXIT.
050400 2300-REPORT-COST-INCREASES-EXIT.
050500     EXIT.
050600*
050700*    THE LARGEST RISE BY PERCENTAGE, ON THE SAME TERMS AS
050800*    2300 (CAPPED THE SAME WAY) - A TIE GOES TO THE LOWEST
050810*    PRODUCT ID.
050900 2350-FIND-LARGEST-INCREASE.
051000     EXEC SQL
051100         SELECT C.PRODUCT_ID, C.PRIOR_COST, C.UNIT_COST,
051200                MIN((C.UNIT_COST - C.PRIOR_COST) * 100
051300                    / C.PRIOR_COST, 99999.99)
051400         INTO :SCR-PRODUCT-ID, :SCR-OLD-COST, :SCR-NEW-COST,
051500              :SCR-MAX-PCT
051600         FROM (SELECT H.PRODUCT_ID, H.UNIT_COST,
051700                      (SELECT P.UNIT_COST
051800                       FROM SUPPLIER_COST_HIST P
051900                       WHERE P.SUPPLIER_CODE = H.SUPPLIER_CODE
052000                         AND P.PRODUCT_ID    = H.PRODUCT_ID
052100                         AND P.FEED_DATE =
052200                             (SELECT MAX(Q.FEED_DATE)
052300                              FROM SUPPLIER_COST_HIST Q
052400                              WHERE Q.SUPPLIER_CODE =
052500                                    H.SUPPLIER_CODE
052600                                AND Q.PRODUCT_ID = H.PRODUCT_ID
052700                                AND Q.FEED_DATE < H.FEED_DATE))
052800                      AS PRIOR_COST
052900               FROM SUPPLIER_COST_HIST H
053000               WHERE H.SUPPLIER_CODE = :SCR-SUPPLIER-CODE
053100                 AND H.FEED_DATE BETWEEN DATE(:WS-MONTH-START)
053200                                     AND DATE(:WS-MONTH-END))
053300              AS C
053400         WHERE C.UNIT_COST > C.PRIOR_COST
053500           AND C.PRIOR_COST > 0
053600         ORDER BY 4 DESC, 1
053700         FETCH FIRST 1 ROW ONLY
053800     END-EXEC.
053900     IF SQLCODE NOT = ZERO
054000         MOVE '2350-FIND-LARGEST-INCREASE' TO SQE-PARAGRAPH
054100         PERFORM 6000-SQL-ERROR
054200             THRU 6000-SQL-ERROR-EXIT
054300     END-IF.
054400     MOVE SCR-MAX-PCT             TO LRG-PCT.
054500     MOVE SCR-PRODUCT-ID          TO LRG-PRODUCT-ID.
054600     MOVE SCR-OLD-COST            TO LRG-OLD-COST.
054700     MOVE SCR-NEW-COST            TO LRG-NEW-COST.
054800     WRITE PRT-RECORD FROM WS-LARGEST-LINE
054900         AFTER ADVANCING 1 LINE.
055000     ADD 1 TO WS-LINE-COUNT.
055100 2350-FIND-LARGEST-INCREASE-EXIT.
055200     EXIT.
055300*
055400*----------------------------------------------------------*
055500* PRODUCTS THE SUPPLIER COSTED IN THE MONTH THAT ANOTHER    *
055600* SUPPLIER - STILL CROSS-REFERENCED TO THE PRODUCT ON       *
055700* PRODUCT_SUPPLIER_XREF - QUOTED LOWER.  EACH SUPPLIER'S    *
055800* LATEST COST IN THE MONTH IS THE ONE COMPARED; A PRODUCT   *
055900* UNDERCUT BY MORE THAN ONE SUPPLIER SHOWS ONE LINE EACH,   *
056000* CHEAPEST FIRST.                                           *
056100*----------------------------------------------------------*
056200 2400-REPORT-LOWER-QUOTES.
056300     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES - 5
056400         PERFORM 8100-WRITE-HEADINGS
056500             THRU 8100-WRITE-HEADINGS-EXIT
056600     END-IF.
056700     WRITE PRT-RECORD FROM WS-LOWER-HDG
056800         AFTER ADVANCING 2 LINES.
056900     WRITE PRT-RECORD FROM WS-LOWER-COLS
057000         AFTER ADVANCING 1 LINE.
057100     ADD 3 TO WS-LINE-COUNT.
057200     MOVE ZERO TO WS-LOWER-COUNT.
057300     EXEC SQL
057400         DECLARE LOWCUR CURSOR FOR
057500         SELECT H.PRODUCT_ID, H.UNIT_COST,
057600                O.SUPPLIER_CODE, O.UNIT_COST
057700         FROM SUPPLIER_COST_HIST H, SUPPLIER_COST_HIST O
057800         WHERE H.SUPPLIER_CODE = :SCR-SUPPLIER-CODE
057900           AND H.FEED_DATE =
058000               (SELECT MAX(H2.FEED_DATE)
058100                FROM SUPPLIER_COST_HIST H2
058200                WHERE H2.SUPPLIER_CODE = H.SUPPLIER_CODE
058300                  AND H2.PRODUCT_ID    = H.PRODUCT_ID
058400                  AND H2.FEED_DATE BETWEEN DATE(:WS-MONTH-START)
058500                                       AND DATE(:WS-MONTH-END))
058600           AND O.PRODUCT_ID     = H.PRODUCT_ID
058700           AND O.SUPPLIER_CODE <> H.SUPPLIER_CODE
058800           AND O.FEED_DATE =
058900               (SELECT MAX(O2.FEED_DATE)
059000                FROM SUPPLIER_COST_HIST O2
059100                WHERE O2.SUPPLIER_CODE = O.SUPPLIER_CODE
059200                  AND O2.PRODUCT_ID    = O.PRODUCT_ID
059300                  AND O2.FEED_DATE BETWEEN DATE(:WS-MONTH-START)
059400                                       AND DATE(:WS-MONTH-END))
059500           AND O.UNIT_COST < H.UNIT_COST
059600           AND EXISTS
059700               (SELECT 1
059800                FROM PRODUCT_SUPPLIER_XREF X
059900                WHERE X.SUPPLIER_CODE = O.SUPPLIER_CODE
060000                  AND X.PRODUCT_ID    = O.PRODUCT_ID)
060100         ORDER BY H.PRODUCT_ID, O.UNIT_COST, O.SUPPLIER_CODE
060200     END-EXEC.
060300     EXEC SQL OPEN LOWCUR END-EXEC.
060400     IF SQLCODE NOT = ZERO
060500         MOVE '2400-REPORT-LOWER-QUOTES OPEN' TO SQE-PARAGRAPH
060600         PERFORM 6000-SQL-ERROR
060700             THRU 6000-SQL-ERROR-EXIT
060800     END-IF.
060900     MOVE 'N' TO WS-LOW-EOF-SW.
061000     PERFORM 8600-FETCH-LOWER-QUOTE
061100         THRU 8600-FETCH-LOWER-QUOTE-EXIT.
061200     PERFORM 2450-PRINT-LOWER-LINE
061300         THRU 2450-PRINT-LOWER-LINE-EXIT
061400         UNTIL WS-LOW-EOF.
061500     EXEC SQL CLOSE LOWCUR END-EXEC.
061600     IF WS-LOWER-COUNT = ZERO
061700         WRITE PRT-RECORD FROM WS-NONE-LINE
061800             AFTER ADVANCING 1 LINE
061900         ADD 1 TO WS-LINE-COUNT
062000     END-IF.
062100     ADD WS-LOWER-COUNT TO WS-TOTAL-LOWER.
062200 2400-REPORT-LOWER-QUOTES-EXIT.
062300     EXIT.
062400*
062500 2450-PRINT-LOWER-LINE.
062600     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
062700         PERFORM 8100-WRITE-HEADINGS
062800             THRU 8100-WRITE-HEADINGS-EXIT
062900         WRITE PRT-RECORD FROM WS-LOWER-COLS
063000             AFTER ADVANCING 2 LINES
063100         ADD 2 TO WS-LINE-COUNT
063200     END-IF.
063300     ADD 1 TO WS-LOWER-COUNT.
063400     MOVE SCR-PRODUCT-ID          TO LOW-PRODUCT-ID.
063500     MOVE SCR-NEW-COST            TO LOW-OUR-COST.
063600     MOVE SCR-OTHER-SUPPLIER      TO LOW-SUPPLIER.
063700     MOVE SCR-OTHER-COST          TO LOW-THEIR-COST.
063800     WRITE PRT-RECORD FROM WS-LOWER-LINE
063900         AFTER ADVANCING 1 LINE.
064000     ADD 1 TO WS-LINE-COUNT.
064100     PERFORM 8600-FETCH-LOWER-QUOTE
064200         THRU 8600-FETCH-LOWER-QUOTE-EXIT.
064300 2450-PRINT-LOWER-LINE-EXIT.
064400     EXIT.
064500*
064600 3000-TERMINATE.
064700     EXEC SQL CLOSE SCRDCUR END-EXEC.
064800     IF WS-SUPPLIER-COUNT = ZERO
064900         PERFORM 8100-WRITE-HEADINGS
065000             THRU 8100-WRITE-HEADINGS-EXIT
065100     END-IF.
065200     MOVE 'SUPPLIERS SCORED'          TO CNT-TEXT.
065300     MOVE WS-SUPPLIER-COUNT           TO CNT-VALUE.
065400     WRITE PRT-RECORD FROM WS-COUNT-LINE
065500         AFTER ADVANCING 3 LINES.
065600     MOVE 'FEED RECORDS SENT'         TO CNT-TEXT.
065700     MOVE WS-TOTAL-SENT               TO CNT-VALUE.
065800     WRITE PRT-RECORD FROM WS-COUNT-LINE
065900         AFTER ADVANCING 1 LINE.
066000     MOVE 'LOWER QUOTES LISTED'       TO CNT-TEXT.
066100     MOVE WS-TOTAL-LOWER              TO CNT-VALUE.
066200     WRITE PRT-RECORD FROM WS-COUNT-LINE
066300         AFTER ADVANCING 1 LINE.
066400     PERFORM 8300-RECORD-RUN-END
066500         THRU 8300-RECORD-RUN-END-EXIT.
066600     CLOSE PRTFILE.
066700     DISPLAY 'PRDSCRD - REPORT MONTH:     ' WS-START-YEAR-MONTH.
066800     DISPLAY 'PRDSCRD - SUPPLIERS SCORED: ' WS-SUPPLIER-COUNT.
066900 3000-TERMINATE-EXIT.
067000     EXIT.
067100*
067200 6000-SQL-ERROR.
067300     MOVE 'PRDSCRD '          TO SQE-SOURCE-PROGRAM.
067400     MOVE SPACES              TO SQE-RECORD-KEY.
067500     MOVE SCR-SUPPLIER-CODE   TO SQE-RECORD-KEY.
067600     MOVE SQLCODE             TO SQE-SQLCODE.
067700     MOVE ZERO                TO SQE-CHECKPOINT-COUNT.
067800     MOVE 99                  TO SQE-RETRY-COUNT.
067900     CALL 'PRDSQLE' USING WS-SQL-ERROR-PARMS.
068000     EXEC SQL ROLLBACK END-EXEC.
068100     CLOSE PRTFILE.
068200     DISPLAY 'PRDSCRD - RUN ENDED ON SQL ERROR AT SUPPLIER '
068300         SCR-SUPPLIER-CODE.
068400     DISPLAY 'PRDSCRD - RESUBMIT AFTER THE CAUSE IS CLEARED'.
068500     PERFORM 8400-RECORD-RUN-FAIL
068600         THRU 8400-RECORD-RUN-FAIL-EXIT.
068700     MOVE 12 TO RETURN-CODE.
068800     STOP RUN.
068900 6000-SQL-ERROR-EXIT.
069000     EXIT.
069100*
069200 6800-BAD-CONTROL-CARD.
069300     CLOSE PRTFILE.
069400     DISPLAY 'PRDSCRD - CTLFILE REPORT MONTH '''
069500         SCD-REPORT-MONTH ''' IS NOT A YYYY-MM MONTH'.
069600     PERFORM 8400-RECORD-RUN-FAIL
069700         THRU 8400-RECORD-RUN-FAIL-EXIT.
069800     MOVE 12 TO RETURN-CODE.
069900     STOP RUN.
070000 6800-BAD-CONTROL-CARD-EXIT.
070100     EXIT.
070200*
070300 8000-FETCH-SUPPLIER.
070400     EXEC SQL
070500         FETCH SCRDCUR
070600         INTO :SCR-SUPPLIER-CODE, :SCR-RECORDS-SENT
070700     END-EXEC.
070800     IF SQLCODE = 100
070900         MOVE 'Y' TO WS-EOF-SW
071000         GO TO 8000-FETCH-SUPPLIER-EXIT
071100     END-IF.
071200     IF SQLCODE NOT = ZERO
071300         MOVE '8000-FETCH-SUPPLIER' TO SQE-PARAGRAPH
071400         PERFORM 6000-SQL-ERROR
071500             THRU 6000-SQL-ERROR-EXIT
071600     END-IF.
071700 8000-FETCH-SUPPLIER-EXIT.
071800     EXIT.
071900*
072000 8100-WRITE-HEADINGS.
072100     ADD 1 TO WS-PAGE-COUNT.
072200     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
072300     WRITE PRT-RECORD FROM WS-HEADING-1
072400         AFTER ADVANCING PAGE.
072500     WRITE PRT-RECORD FROM WS-HEADING-2
072600         AFTER ADVANCING 2 LINES.
072700     MOVE 3 TO WS-LINE-COUNT.
072800 8100-WRITE-HEADINGS-EXIT.
072900     EXIT.
073000*
073100*    RUN CONTROL (VIA PRDRUNC) - IN IS THE FEED RECORDS THE
073200*    MONTH'S SUPPLIERS SENT, OUT THE SUPPLIERS SCORED.
073300 8200-RECORD-RUN-START.
073400     MOVE SPACES     TO WS-RUN-PARMS.
073500     MOVE 'S'        TO RUN-FUNCTION.
073600     MOVE 'PRDSCRD ' TO RUN-JOB-NAME.
073700     MOVE ZERO       TO RUN-RECORDS-IN RUN-RECORDS-OUT.
073800     CALL 'PRDRUNC' USING WS-RUN-PARMS.
073900 8200-RECORD-RUN-START-EXIT.
074000     EXIT.
074100*
074200 8300-RECORD-RUN-END.
074300     MOVE 'E'               TO RUN-FUNCTION.
074400     MOVE WS-TOTAL-SENT     TO RUN-RECORDS-IN.
074500     MOVE WS-SUPPLIER-COUNT TO RUN-RECORDS-OUT.
074600     CALL 'PRDRUNC' USING WS-RUN-PARMS.
074700 8300-RECORD-RUN-END-EXIT.
074800     EXIT.
074900*
075000 8400-RECORD-RUN-FAIL.
075100     MOVE 'F'               TO RUN-FUNCTION.
075200     MOVE WS-TOTAL-SENT     TO RUN-RECORDS-IN.
075300     MOVE WS-SUPPLIER-COUNT TO RUN-RECORDS-OUT.
075400     CALL 'PRDRUNC' USING WS-RUN-PARMS.
075500 8400-RECORD-RUN-FAIL-EXIT.
075600     EXIT.
075700*
075800 8500-FETCH-REASON.
075900     EXEC SQL
076000         FETCH RSNCUR
076100         INTO :SCR-REASON-CODE, :SCR-REASON-COUNT
076200     END-EXEC.
076300     IF SQLCODE = 100
076400         MOVE 'Y' TO WS-RSN-EOF-SW
076500         GO TO 8500-FETCH-REASON-EXIT
076600     END-IF.
076700     IF SQLCODE NOT = ZERO
076800         MOVE '8500-FETCH-REASON' TO SQE-PARAGRAPH
076900         PERFORM 6000-SQL-ERROR
077000             THRU 6000-SQL-ERROR-EXIT
077100     END-IF.
077200 8500-FETCH-REASON-EXIT.
077300     EXIT.
077400*
077500 8600-FETCH-LOWER-QUOTE.
077600     EXEC SQL
077700         FETCH LOWCUR
077800         INTO :SCR-PRODUCT-ID, :SCR-NEW-COST,
077900              :SCR-OTHER-SUPPLIER, :SCR-OTHER-COST
078000     END-EXEC.
078100     IF SQLCODE = 100
078200         MOVE 'Y' TO WS-LOW-EOF-SW
078300         GO TO 8600-FETCH-LOWER-QUOTE-EXIT
078400     END-IF.
078500     IF SQLCODE NOT = ZERO
078600         MOVE '8600-FETCH-LOWER-QUOTE' TO SQE-PARAGRAPH
078700         PERFORM 6000-SQL-ERROR
078800             THRU 6000-SQL-ERROR-EXIT
078900     END-IF.
079000 8600-FETCH-LOWER-QUOTE-EXIT.
079100     EXIT.
