000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDCTRP.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - WEEKLY CUSTOMER       *
001300*                   CONTRACT REVIEW REPORT OFF              *
001400*                   PRODUCT_CONTRACT_PRICE.                 *
001500*----------------------------------------------------------*
001600*
001700*----------------------------------------------------------*
001800* REPORTS THE CUSTOMER CONTRACT PRICES KEYED THROUGH        *
001900* PRDCTRM IN TWO SECTIONS FOR THE ACCOUNT MANAGERS' WEEKLY  *
002000* REVIEW: CONTRACTS ENDING IN THE NEXT 30 DAYS THAT HAVE    *
002100* NO RENEWAL KEYED BEHIND THEM (SHOWN AGAINST THE STANDARD  *
002200* PRICE THE CUSTOMER FALLS BACK TO), AND RUNNING OR FUTURE  *
002300* CONTRACTS WHOSE PRICE IS NOW BELOW THE UNIT_COST LANDED   *
002400* BY PRDLOAD.  DISCONTINUED PRODUCTS ARE LEFT OUT - THEIR   *
002500* CONTRACTS CAN NO LONGER BE QUOTED (SEE PRDLKUP).          *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PRTFILE  ASSIGN TO PRTFILE
003400         ORGANIZATION IS SEQUENTIAL.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PRTFILE
003900     RECORDING MODE IS F.
004000 01  PRT-RECORD             PIC X(133).
004100*
004200 WORKING-STORAGE SECTION.
004300     COPY MYCOPY013.
004400     EXEC SQL INCLUDE SQLCA END-EXEC.
004500*
004600 01  WS-CONTRACT-ROW.
004700     05  CTR-CUSTOMER-NO    PIC X(08).
004800     05  CTR-PRODUCT-ID     PIC 9(05).
004900     05  CTR-DESCRIPTION    PIC X(40).
005000     05  CTR-START-DATE     PIC X(10).
005100     05  CTR-END-DATE       PIC X(10).
005200     05  CTR-PRICE          PIC 9(05)V99.
005300     05  CTR-COMPARE-AMT    PIC 9(05)V99.
005400*
005500 01  WS-COUNTERS.
005600     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
005700     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
005800     05  WS-EXPIRE-COUNT    PIC 9(05)  COMP  VALUE ZERO.
005900     05  WS-BELOW-COST-COUNT
006000                            PIC 9(05)  COMP  VALUE ZERO.
006100*
006200 01  WS-CONSTANTS.
006300     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
006400*
006500 01  WS-HEADING-1.
006600     05  FILLER             PIC X(01)  VALUE '1'.
006700     05  FILLER             PIC X(30)  VALUE
006800         'CUSTOMER CONTRACT REVIEW'.
006900     05  FILLER             PIC X(05)  VALUE 'PAGE '.
007000     05  HDG1-PAGE-NO       PIC ZZZ9.
007100     05  FILLER             PIC X(93)  VALUE SPACES.
007200*
007300 01  WS-SECTION-1-HDG.
007400     05  FILLER             PIC X(01)  VALUE SPACES.
007500     05  FILLER             PIC X(50)  VALUE
007600         'SECTION 1 - CONTRACTS ENDING IN THE NEXT 30 DAYS'.
007700     05  FILLER             PIC X(82)  VALUE SPACES.
007800*
007900 01  WS-SECTION-2-HDG.
008000     05  FILLER             PIC X(01)  VALUE SPACES.
008100     05  FILLER             PIC X(50)  VALUE
008200         'SECTION 2 - CONTRACT PRICES BELOW UNIT COST'.
008300     05  FILLER             PIC X(82)  VALUE SPACES.
008400*
008500*    THE LAST COLUMN IS THE STANDARD PRICE IN SECTION 1 AND
008600*    THE UNIT COST IN SECTION 2 - SET AS EACH SECTION STARTS.
008700 01  WS-SECTION-COLS.
008800     05  FILLER             PIC X(01)  VALUE SPACES.
008900     05  FILLER             PIC X(10)  VALUE 'CUSTOMER'.
009000     05  FILLER             PIC X(07)  VALUE 'PRODUCT'.
009100     05  FILLER             PIC X(32)  VALUE 'DESCRIPTION'.
009200     05  FILLER             PIC X(12)  VALUE 'START'.
009300     05  FILLER             PIC X(12)  VALUE 'END'.
009400     05  FILLER             PIC X(11)  VALUE 'CONTRACT'.
009500     05  COLS-COMPARE       PIC X(10).
009600     05  FILLER             PIC X(38)  VALUE SPACES.
009700*
009800 01  WS-DETAIL-LINE.
009900     05  FILLER             PIC X(01)  VALUE SPACES.
010000     05  DTL-CUSTOMER-NO    PIC X(08).
010100     05  FILLER             PIC X(02)  VALUE SPACES.
010200     05  DTL-PRODUCT-ID     PIC 9(05).
010300     05  FILLER             PIC X(02)  VALUE SPACES.
010400     05  DTL-DESCRIPTION    PIC X(30).
010500     05  FILLER             PIC X(02)  VALUE SPACES.
010600     05  DTL-START-DATE     PIC X(10).
010700     05  FILLER             PIC X(02)  VALUE SPACES.
010800     05  DTL-END-DATE       PIC X(10).
010900     05  FILLER             PIC X(02)  VALUE SPACES.
011000     05  DTL-PRICE          PIC ZZ,ZZ9.99.
011100     05  FILLER             PIC X(02)  VALUE SPACES.
011200     05  DTL-COMPARE-AMT    PIC ZZ,ZZ9.99.
011300     05  FILLER             PIC X(39)  VALUE SPACES.
011400*
011500 01  WS-COUNT-LINE.
011600     05  FILLER             PIC X(01)  VALUE SPACES.
011700     05  CNT-TEXT           PIC X(34).
011800     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
011900     05  FILLER             PIC X(87)  VALUE SPACES.
012000*
012100 PROCEDURE DIVISION.
012200*
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE
012500         THRU 1000-INITIALIZE-EXIT.
012600     PERFORM 2000-REPORT-EXPIRING
012700         THRU 2000-REPORT-EXPIRING-EXIT.
012800     PERFORM 3000-REPORT-BELOW-COST
012900         THRU 3000-REPORT-BELOW-COST-EXIT.
013000     PERFORM 4000-TERMINATE
013100         THRU 4000-TERMINATE-EXIT.
013200     STOP RUN.
013300*
013400 1000-INITIALIZE.
013500     OPEN OUTPUT PRTFILE.
013600     PERFORM 8100-WRITE-HEADINGS
013700         THRU 8100-WRITE-HEADINGS-EXIT.
013800 1000-INITIALIZE-EXIT.
013900     EXIT.
014000*
014100*----------------------------------------------------------*
014200* A CONTRACT ENDING TODAY THROUGH 30 DAYS OUT IS LISTED     *
014300* UNLESS A LATER CONTRACT FOR THE SAME CUSTOMER/PRODUCT IS  *
014400* ALREADY ON FILE - THAT ONE HAS BEEN RENEGOTIATED.         *
014500*----------------------------------------------------------*
014600 2000-REPORT-EXPIRING.
014700     MOVE 'STANDARD'  TO COLS-COMPARE.
014800     WRITE PRT-RECORD FROM WS-SECTION-1-HDG
014900         AFTER ADVANCING 2 LINES.
015000     WRITE PRT-RECORD FROM WS-SECTION-COLS
015100         AFTER ADVANCING 2 LINES.
015200     ADD 4 TO WS-LINE-COUNT.
015300     EXEC SQL
015400         DECLARE CTRXCUR CURSOR FOR
015500         SELECT C.CUSTOMER_NO, C.PRODUCT_ID, P.DESCRIPTION,
015600                CHAR(C.START_DATE, ISO), CHAR(C.END_DATE, ISO),
015700                C.PRICE, P.PRICE
015800         FROM PRODUCT_CONTRACT_PRICE C, PRODUCTS P
015900         WHERE P.PRODUCT_ID = C.PRODUCT_ID
016000           AND P.STATUS NOT = 'D'
016100           AND C.END_DATE BETWEEN CURRENT DATE
016200                              AND CURRENT DATE + 30 DAYS
016300           AND NOT EXISTS
016400               (SELECT 1
016500                FROM PRODUCT_CONTRACT_PRICE R
016600                WHERE R.CUSTOMER_NO = C.CUSTOMER_NO
016700                  AND R.PRODUCT_ID  = C.PRODUCT_ID
016800                  AND R.START_DATE  > C.END_DATE)
016900         ORDER BY C.END_DATE, C.CUSTOMER_NO, C.PRODUCT_ID
017000     END-EXEC.
017100     EXEC SQL OPEN CTRXCUR END-EXEC.
017200     MOVE 'N' TO WS-EOF-SW.
017300     PERFORM 8200-FETCH-EXPIRING
017400         THRU 8200-FETCH-EXPIRING-EXIT.
017500     PERFORM 2100-PRINT-EXPIRING-LINE
017600         THRU 2100-PRINT-EXPIRING-LINE-EXIT
017700         UNTIL WS-EOF.
017800     EXEC SQL CLOSE CTRXCUR END-EXEC.
017900 2000-REPORT-EXPIRING-EXIT.
018000     EXIT.
018100*
018200 2100-PRINT-EXPIRING-LINE.
018300     ADD 1 TO WS-EXPIRE-COUNT.
018400     PERFORM 9000-PRINT-CONTRACT-LINE
018500         THRU 9000-PRINT-CONTRACT-LINE-EXIT.
018600     PERFORM 8200-FETCH-EXPIRING
018700         THRU 8200-FETCH-EXPIRING-EXIT.
018800 2100-PRINT-EXPIRING-LINE-EXIT.
018900     EXIT.
019000*
019100*----------------------------------------------------------*
019200* A CONTRACT STILL TO RUN (TODAY OR LATER) PRICED BELOW THE *
019300* PRODUCT'S CURRENT UNIT COST LOSES MONEY ON EVERY SALE     *
019400* PRDLKUP QUOTES FROM IT.  A PRODUCT WITH NO COST LANDED    *
019500* (ZERO) CANNOT BE TESTED.                                  *
019600*----------------------------------------------------------*
019700 3000-REPORT-BELOW-COST.
019800     MOVE 'UNIT COST' TO COLS-COMPARE.
019900     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
020000         PERFORM 8100-WRITE-HEADINGS
020100             THRU 8100-WRITE-HEADINGS-EXIT
020200     END-IF.
020300     WRITE PRT-RECORD FROM WS-SECTION-2-HDG
020400         AFTER ADVANCING 2 LINES.
020500     WRITE PRT-RECORD FROM WS-SECTION-COLS
020600         AFTER ADVANCING 2 LINES.
020700     ADD 4 TO WS-LINE-COUNT.
020800     EXEC SQL
020900         DECLARE CTRBCUR CURSOR FOR
021000         SELECT C.CUSTOMER_NO, C.PRODUCT_ID, P.DESCRIPTION,
021100                CHAR(C.START_DATE, ISO), CHAR(C.END_DATE, ISO),
021200                C.PRICE, P.UNIT_COST
021300         FROM PRODUCT_CONTRACT_PRICE C, PRODUCTS P
021400         WHERE P.PRODUCT_ID = C.PRODUCT_ID
021500           AND P.STATUS NOT = 'D'
021600           AND C.END_DATE >= CURRENT DATE
021700           AND P.UNIT_COST > 0
021800           AND C.PRICE < P.UNIT_COST
021900         ORDER BY C.CUSTOMER_NO, C.PRODUCT_ID, C.START_DATE
022000     END-EXEC.
022100     EXEC SQL OPEN CTRBCUR END-EXEC.
022200     MOVE 'N' TO WS-EOF-SW.
022300     PERFORM 8300-FETCH-BELOW-COST
022400         THRU 8300-FETCH-BELOW-COST-EXIT.
022500     PERFORM 3100-PRINT-BELOW-COST-LINE
022600         THRU 3100-PRINT-BELOW-COST-LINE-EXIT
022700         UNTIL WS-EOF.
022800     EXEC SQL CLOSE CTRBCUR END-EXEC.
022900 3000-REPORT-BELOW-COST-EXIT.
023000     EXIT.
023100*
023200 3100-PRINT-BELOW-COST-LINE.
023300     ADD 1 TO WS-BELOW-COST-COUNT.
023400     PERFORM 9000-PRINT-CONTRACT-LINE
023500         THRU 9000-PRINT-CONTRACT-LINE-EXIT.
023600     PERFORM 8300-FETCH-BELOW-COST
023700         THRU 8300-FETCH-BELOW-COST-EXIT.
023800 3100-PRINT-BELOW-COST-LINE-EXIT.
023900     EXIT.
024000*
024100 4000-TERMINATE.
024200     MOVE 'CONTRACTS ENDING IN 30 DAYS'  TO CNT-TEXT.
024300     MOVE WS-EXPIRE-COUNT                TO CNT-VALUE.
024400     WRITE PRT-RECORD FROM WS-COUNT-LINE
024500         AFTER ADVANCING 2 LINES.
024600     MOVE 'CONTRACTS PRICED BELOW UNIT COST' TO CNT-TEXT.
024700     MOVE WS-BELOW-COST-COUNT            TO CNT-VALUE.
024800     WRITE PRT-RECORD FROM WS-COUNT-LINE
024900         AFTER ADVANCING 1 LINE.
025000     CLOSE PRTFILE.
025100     DISPLAY 'PRDCTRP - CONTRACTS ENDING:    '
025200         WS-EXPIRE-COUNT.
025300     DISPLAY 'PRDCTRP - BELOW UNIT COST:     '
025400         WS-BELOW-COST-COUNT.
025500 4000-TERMINATE-EXIT.
025600     EXIT.
025700*
025800 8100-WRITE-HEADINGS.
025900     ADD 1 TO WS-PAGE-COUNT.
026000     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
026100     WRITE PRT-RECORD FROM WS-HEADING-1
026200         AFTER ADVANCING PAGE.
026300     MOVE ZERO TO WS-LINE-COUNT.
026400 8100-WRITE-HEADINGS-EXIT.
026500     EXIT.
026600*
026700 8200-FETCH-EXPIRING.
026800     EXEC SQL
026900         FETCH CTRXCUR
027000         INTO :CTR-CUSTOMER-NO, :CTR-PRODUCT-ID,
027100              :CTR-DESCRIPTION, :CTR-START-DATE,
027200              :CTR-END-DATE, :CTR-PRICE, :CTR-COMPARE-AMT
027300     END-EXEC.
027400     IF SQLCODE = 100
027500         MOVE 'Y' TO WS-EOF-SW
027600     END-IF.
027700 8200-FETCH-EXPIRING-EXIT.
027800     EXIT.
027900*
028000 8300-FETCH-BELOW-COST.
028100     EXEC SQL
028200         FETCH CTRBCUR
028300         INTO :CTR-CUSTOMER-NO, :CTR-PRODUCT-ID,
028400              :CTR-DESCRIPTION, :CTR-START-DATE,
028500              :CTR-END-DATE, :CTR-PRICE, :CTR-COMPARE-AMT
028600     END-EXEC.
028700     IF SQLCODE = 100
028800         MOVE 'Y' TO WS-EOF-SW
028900     END-IF.
029000 8300-FETCH-BELOW-COST-EXIT.
029100     EXIT.
029200*
029300 9000-PRINT-CONTRACT-LINE.
029400     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
029500         PERFORM 8100-WRITE-HEADINGS
029600             THRU 8100-WRITE-HEADINGS-EXIT
029700         WRITE PRT-RECORD FROM WS-SECTION-COLS
029800             AFTER ADVANCING 2 LINES
029900         ADD 2 TO WS-LINE-COUNT
030000     END-IF.
030100     MOVE CTR-CUSTOMER-NO   TO DTL-CUSTOMER-NO.
030200     MOVE CTR-PRODUCT-ID    TO DTL-PRODUCT-ID.
030300     MOVE CTR-DESCRIPTION   TO DTL-DESCRIPTION.
030400     MOVE CTR-START-DATE    TO DTL-START-DATE.
030500     MOVE CTR-END-DATE      TO DTL-END-DATE.
030600     MOVE CTR-PRICE         TO DTL-PRICE.
030700     MOVE CTR-COMPARE-AMT   TO DTL-COMPARE-AMT.
030800     WRITE PRT-RECORD FROM WS-DETAIL-LINE
030900         AFTER ADVANCING 1 LINE.
031000     ADD 1 TO WS-LINE-COUNT.
031100 9000-PRINT-CONTRACT-LINE-EXIT.
031200     EXIT.
