000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDASOF.
000300*
000400*    LINKABLE PRICE-AS-OF-DATE SUBROUTINE.  WORKS OUT WHAT
000500*    PRDLKUP WOULD HAVE QUOTED FOR A PRODUCT AT A PAST DATE
000600*    (AND OPTIONALLY TIME) FROM THE HISTORY THE SYSTEM KEEPS -
000700*    PRODUCT_CHANGE_AUDIT FOR THE STANDARD PRICE AND STATUS,
000800*    THE EFFECTIVE-DATED PRODUCT_PRICE_LIST AND
000900*    PRODUCT_TAX_RATE ROWS, PROMO_EVENT DATES AND THE DATED
001000*    QUANTITY TIERS ON PRODUCT_QTY_BREAK_HIST - AND RETURNS
001100*    EACH FIGURE WITH THE ROW IT CAME FROM, SO A DISPUTED
001200*    INVOICE CAN BE ANSWERED WITHOUT READING THE TABLES BY
001300*    HAND.  CALLED BY THE PRDASOI INQUIRY, THE PRDASOB
001400*    BILLING CHECK AND THE PRDORDV WEB ORDER CHECK.  SEE
001450*    MYCOPY049 FOR THE PARAMETERS AND THE
001500*    ORDER THE PRICE RULES ARE APPLIED IN, WHICH IS PRDLKUP'S.
001600*
001700 ENVIRONMENT DIVISION.
001800 DATA DIVISION.
001900 WORKING-STORAGE SECTION.
002000     EXEC SQL INCLUDE SQLCA END-EXEC.
002100*
002200*    THE FIRST MOMENT AFTER THE ONE ASKED ABOUT - A CHANGE
002300*    STAMPED BEFORE IT WAS IN FORCE, ONE STAMPED AT OR AFTER
002400*    IT WAS NOT.  A BLANK TIME ASKS FOR THE CLOSE OF THE DAY,
002500*    SO THE CUT-OFF IS MIDNIGHT STARTING THE NEXT DAY.
002600 01  WS-CUTOFF-TS           PIC X(26).
002700 01  WS-CUTOFF-TIME         PIC X(08).
002800 01  WS-CUTOFF-SECONDS      PIC S9(09) COMP.
002900*
003000 01  WS-PRODUCT-PRICE       PIC 9(05)V99.
003100 01  WS-PRODUCT-STATUS      PIC X(01).
003200 01  WS-PRODUCT-DESC        PIC X(40).
003300 01  WS-EXTEND-QTY          PIC 9(05).
003400*
003500 LINKAGE SECTION.
003600 01  LS-ASOF-PARMS.
003700     COPY MYCOPY049.
003800*
003900 PROCEDURE DIVISION USING LS-ASOF-PARMS.
004000     PERFORM LOOKUP-AS-OF.
004100     GOBACK.
004200*
004300 LOOKUP-AS-OF.
004400     PERFORM CLEAR-RESULTS.
004500     PERFORM SET-CUTOFF.
004600     IF AO-OK
004700         PERFORM LOOKUP-PRODUCT-ROW
004800     END-IF.
004900     IF AO-OK
005000         PERFORM LOOKUP-BASE-PRICE
005100     END-IF.
005200     IF AO-OK
005300         MOVE AO-BASE-PRICE TO AO-PRICE
005400*        THE PROMOTION IS LOOKED UP WHETHER OR NOT A PROM
005500*        PRICE WAS ASKED FOR - A DISPUTE OFTEN TURNS ON
005600*        WHETHER A SALE WAS RUNNING - BUT ONLY A PROM PRICE
005700*        DEPENDS ON IT.
005800         PERFORM LOOKUP-PROMO-EVENT
005900         IF NOT AO-PRICE-LIST-DEFAULT
006000             PERFORM LOOKUP-LIST-PRICE
006100         END-IF
006200         IF AO-QUANTITY NUMERIC AND AO-QUANTITY > 1
006300             PERFORM LOOKUP-QTY-BREAK-PRICE
006400         END-IF
006500         PERFORM LOOKUP-TAX-AMOUNTS
006600         PERFORM EXTEND-AMOUNT
006700         IF AO-OK AND AO-STATUS-DISCONTINUED
006800             MOVE '3' TO AO-RETURN-CODE
006900         END-IF
007000     END-IF.
007100*
007200 CLEAR-RESULTS.
007300     MOVE '0'    TO AO-RETURN-CODE.
007400     MOVE SPACES TO AO-DESCRIPTION AO-STATUS AO-BASE-SOURCE
007500                    AO-BASE-AUDIT-TS AO-BASE-AUDIT-PROGRAM
007600                    AO-LIST-EFF-DATE AO-LIST-SW AO-PROMO-CODE
007700                    AO-PROMO-START-DATE AO-PROMO-END-DATE
007800                    AO-BREAK-START-TS AO-TAX-CATEGORY
007900                    AO-TAX-EFF-DATE.
008000     MOVE ZERO   TO AO-BASE-PRICE AO-LIST-PRICE AO-BREAK-QTY
008100                    AO-BREAK-PRICE AO-PRICE AO-TAX-RATE-PCT
008200                    AO-TAX-AMOUNT AO-PRICE-WITH-TAX
008300                    AO-EXTENDED-AMOUNT.
008400*
008500*    AN UNREADABLE DATE OR TIME (SQLCODE -180/-181) OR A DATE
008600*    AFTER TODAY (SQLCODE 100) IS REFUSED AS INVALID INPUT.
008700 SET-CUTOFF.
008800     IF AO-CLOSE-OF-DAY
008900         MOVE '00.00.00'    TO WS-CUTOFF-TIME
009000         MOVE 86400         TO WS-CUTOFF-SECONDS
009100     ELSE
009200         MOVE AO-AS-OF-TIME TO WS-CUTOFF-TIME
009300         MOVE 1             TO WS-CUTOFF-SECONDS
009400     END-IF.
009500     EXEC SQL
009600         SELECT CHAR(TIMESTAMP(DATE(:AO-AS-OF-DATE),
009700                               TIME(:WS-CUTOFF-TIME))
009800                     + :WS-CUTOFF-SECONDS SECONDS)
009900         INTO :WS-CUTOFF-TS
010000         FROM SYSIBM.SYSDUMMY1
010100         WHERE DATE(:AO-AS-OF-DATE) <= CURRENT DATE
010200     END-EXEC.
010300     IF SQLCODE NOT = ZERO
010400         MOVE '2' TO AO-RETURN-CODE
010500     END-IF.
010600*
010700*    THE PRODUCTS ROW SUPPLIES THE TAX CATEGORY, AND THE
010800*    PRICE, STATUS AND DESCRIPTION FOR A PRODUCT NEVER
010900*    CHANGED SINCE THE AUDIT TRAIL BEGAN.
011000 LOOKUP-PRODUCT-ROW.
011100     EXEC SQL
011200         SELECT DESCRIPTION, PRICE, STATUS, TAX_CATEGORY
011300         INTO :WS-PRODUCT-DESC, :WS-PRODUCT-PRICE,
011400              :WS-PRODUCT-STATUS, :AO-TAX-CATEGORY
011500         FROM PRODUCTS
011600         WHERE PRODUCT_ID = :AO-PRODUCT-ID
011700     END-EXEC.
011800     EVALUATE TRUE
011900         WHEN SQLCODE = ZERO
012000             CONTINUE
012100         WHEN SQLCODE = 100
012200             MOVE '1' TO AO-RETURN-CODE
012300         WHEN OTHER
012400             MOVE '4' TO AO-RETURN-CODE
012500     END-EVALUATE.
012600*
012700*    EVERY PROGRAM THAT CHANGES A PRODUCTS ROW WRITES THE OLD
012800*    AND NEW VALUES TO PRODUCT_CHANGE_AUDIT THROUGH PRDAUDT,
012900*    SO THE LATEST ROW BEFORE THE CUT-OFF HOLDS THE PRICE,
013000*    STATUS AND DESCRIPTION THEN IN FORCE.
013100 LOOKUP-BASE-PRICE.
013200     EXEC SQL
013300         SELECT NEW_PRICE, NEW_STATUS, NEW_DESCRIPTION,
013400                CHAR(CHANGE_TIMESTAMP), SOURCE_PROGRAM
013500         INTO :AO-BASE-PRICE, :AO-STATUS, :AO-DESCRIPTION,
013600              :AO-BASE-AUDIT-TS, :AO-BASE-AUDIT-PROGRAM
013700         FROM PRODUCT_CHANGE_AUDIT
013800         WHERE PRODUCT_ID        = :AO-PRODUCT-ID
013900           AND CHANGE_TIMESTAMP  < TIMESTAMP(:WS-CUTOFF-TS)
014000         ORDER BY CHANGE_TIMESTAMP DESC
014100         FETCH FIRST 1 ROW ONLY
014200     END-EXEC.
014300     EVALUATE TRUE
014400         WHEN SQLCODE = ZERO
014500             MOVE 'A' TO AO-BASE-SOURCE
014600         WHEN SQLCODE = 100
014700             PERFORM LOOKUP-LATER-AUDIT
014800         WHEN OTHER
014900             MOVE '4' TO AO-RETURN-CODE
015000     END-EVALUATE.
015100*
015200*    NO CHANGE BEFORE THE CUT-OFF - THE FIRST CHANGE AFTER IT
015300*    STILL RECORDS WHAT IT REPLACED.  A BLANK OLD STATUS
015400*    THERE MEANS THAT CHANGE CREATED THE PRODUCT (PRDNEWP), SO
015500*    IT WAS NOT ON FILE AT THE MOMENT ASKED ABOUT.  NO AUDIT
015600*    ROW AT ALL - THE PRODUCTS ROW HAS NEVER CHANGED.
015700 LOOKUP-LATER-AUDIT.
015800     EXEC SQL
015900         SELECT OLD_PRICE, OLD_STATUS, OLD_DESCRIPTION,
016000                CHAR(CHANGE_TIMESTAMP), SOURCE_PROGRAM
016100         INTO :AO-BASE-PRICE, :AO-STATUS, :AO-DESCRIPTION,
016200              :AO-BASE-AUDIT-TS, :AO-BASE-AUDIT-PROGRAM
016300         FROM PRODUCT_CHANGE_AUDIT
016400         WHERE PRODUCT_ID        = :AO-PRODUCT-ID
016500           AND CHANGE_TIMESTAMP >= TIMESTAMP(:WS-CUTOFF-TS)
016600         ORDER BY CHANGE_TIMESTAMP
016700         FETCH FIRST 1 ROW ONLY
016800     END-EXEC.
016900     EVALUATE TRUE
017000         WHEN SQLCODE = ZERO
017100             MOVE 'O' TO AO-BASE-SOURCE
017200             IF AO-STATUS = SPACE
017300                 MOVE '1' TO AO-RETURN-CODE
017400             END-IF
017500         WHEN SQLCODE = 100
017600             MOVE 'P'               TO AO-BASE-SOURCE
017700             MOVE WS-PRODUCT-PRICE  TO AO-BASE-PRICE
017800             MOVE WS-PRODUCT-STATUS TO AO-STATUS
017900             MOVE WS-PRODUCT-DESC   TO AO-DESCRIPTION
018000             MOVE SPACES            TO AO-BASE-AUDIT-TS
018100                                       AO-BASE-AUDIT-PROGRAM
018200         WHEN OTHER
018300             MOVE '4' TO AO-RETURN-CODE
018400     END-EVALUATE.
018500*
018600*    THE LATEST-STARTING EVENT WINS SHOULD TWO OVERLAP.
018700 LOOKUP-PROMO-EVENT.
018800     EXEC SQL
018900         SELECT E.PROMO_CODE, CHAR(E.START_DATE, ISO),
019000                CHAR(E.END_DATE, ISO)
019100         INTO :AO-PROMO-CODE, :AO-PROMO-START-DATE,
019200              :AO-PROMO-END-DATE
019300         FROM PROMO_EVENT E, PROMO_EVENT_PRODUCT EP
019400         WHERE EP.PROMO_CODE = E.PROMO_CODE
019500           AND EP.PRODUCT_ID = :AO-PRODUCT-ID
019600           AND DATE(:AO-AS-OF-DATE) BETWEEN E.START_DATE
019700                                        AND E.END_DATE
019800         ORDER BY E.START_DATE DESC
019900         FETCH FIRST 1 ROW ONLY
020000     END-EXEC.
020100     IF SQLCODE NOT = ZERO
020200         MOVE SPACES TO AO-PROMO-CODE AO-PROMO-START-DATE
020300                        AO-PROMO-END-DATE
020400         IF SQLCODE NOT = 100
020500             MOVE '4' TO AO-RETURN-CODE
020600         END-IF
020700     END-IF.
020800*
020900*    AS PRDLKUP'S LOOKUP-PRICE-LIST-PRICE, WITH THE AS-OF
021000*    DATE IN PLACE OF TODAY.  NO ROW FOR THE LIST LEAVES THE
021100*    STANDARD PRICE STANDING.
021200 LOOKUP-LIST-PRICE.
021300     IF AO-PRICE-LIST-PROMO AND AO-PROMO-CODE = SPACES
021400         MOVE 'X' TO AO-LIST-SW
021500     ELSE
021600         EXEC SQL
021700             SELECT PRICE, CHAR(EFFECTIVE_DATE, ISO)
021800             INTO :AO-LIST-PRICE, :AO-LIST-EFF-DATE
021900             FROM PRODUCT_PRICE_LIST
022000             WHERE PRODUCT_ID      = :AO-PRODUCT-ID
022100               AND PRICE_LIST_CODE = :AO-PRICE-LIST-CODE
022200               AND EFFECTIVE_DATE <= DATE(:AO-AS-OF-DATE)
022300             ORDER BY EFFECTIVE_DATE DESC
022400             FETCH FIRST 1 ROW ONLY
022500         END-EXEC
022600         EVALUATE TRUE
022700             WHEN SQLCODE = ZERO
022800                 MOVE 'Y'           TO AO-LIST-SW
022900                 MOVE AO-LIST-PRICE TO AO-PRICE
023000             WHEN SQLCODE = 100
023100                 MOVE 'N'    TO AO-LIST-SW
023200                 MOVE ZERO   TO AO-LIST-PRICE
023300                 MOVE SPACES TO AO-LIST-EFF-DATE
023400             WHEN OTHER
023500                 MOVE '4' TO AO-RETURN-CODE
023600         END-EVALUATE
023700     END-IF.
023800*
023900*    THE TIER ROW WHOSE START/END SPAN THE MOMENT - A TIER
024000*    STILL ON FILE CARRIES A HIGH END TIMESTAMP.  AS IN
024100*    PRDLKUP THE HIGHEST BREAK AT OR UNDER THE QUANTITY WINS
024200*    AND OVERRIDES THE PRICE SELECTED SO FAR.
024300 LOOKUP-QTY-BREAK-PRICE.
024400     EXEC SQL
024500         SELECT BREAK_QTY, PRICE, CHAR(START_TS)
024600         INTO :AO-BREAK-QTY, :AO-BREAK-PRICE,
024700              :AO-BREAK-START-TS
024800         FROM PRODUCT_QTY_BREAK_HIST
024900         WHERE PRODUCT_ID = :AO-PRODUCT-ID
025000           AND BREAK_QTY <= :AO-QUANTITY
025100           AND START_TS   < TIMESTAMP(:WS-CUTOFF-TS)
025200           AND END_TS    >= TIMESTAMP(:WS-CUTOFF-TS)
025300         ORDER BY BREAK_QTY DESC
025400         FETCH FIRST 1 ROW ONLY
025500     END-EXEC.
025600     EVALUATE TRUE
025700         WHEN SQLCODE = ZERO
025800             MOVE AO-BREAK-PRICE TO AO-PRICE
025900         WHEN SQLCODE = 100
026000             MOVE ZERO   TO AO-BREAK-QTY AO-BREAK-PRICE
026100             MOVE SPACES TO AO-BREAK-START-TS
026200         WHEN OTHER
026300             MOVE '4'    TO AO-RETURN-CODE
026400             MOVE ZERO   TO AO-BREAK-QTY AO-BREAK-PRICE
026500             MOVE SPACES TO AO-BREAK-START-TS
026600     END-EVALUATE.
026700*
026800*    AS PRDLKUP'S LOOKUP-TAX-AMOUNTS, WITH THE RATE IN FORCE
026900*    ON THE AS-OF DATE.
027000 LOOKUP-TAX-AMOUNTS.
027100     MOVE ZERO     TO AO-TAX-RATE-PCT AO-TAX-AMOUNT.
027200     MOVE AO-PRICE TO AO-PRICE-WITH-TAX.
027300     IF AO-TAX-CATEGORY NOT = SPACES
027400         EXEC SQL
027500             SELECT TAX_RATE_PCT, CHAR(EFFECTIVE_DATE, ISO)
027600             INTO :AO-TAX-RATE-PCT, :AO-TAX-EFF-DATE
027700             FROM PRODUCT_TAX_RATE
027800             WHERE TAX_CATEGORY    = :AO-TAX-CATEGORY
027900               AND EFFECTIVE_DATE <= DATE(:AO-AS-OF-DATE)
028000             ORDER BY EFFECTIVE_DATE DESC
028100             FETCH FIRST 1 ROW ONLY
028200         END-EXEC
028300         EVALUATE TRUE
028400             WHEN SQLCODE = ZERO
028500                 COMPUTE AO-TAX-AMOUNT ROUNDED =
028600                     AO-PRICE * AO-TAX-RATE-PCT / 100
028700                 COMPUTE AO-PRICE-WITH-TAX =
028800                     AO-PRICE + AO-TAX-AMOUNT
028900             WHEN SQLCODE = 100
029000                 MOVE ZERO   TO AO-TAX-RATE-PCT
029100                 MOVE SPACES TO AO-TAX-EFF-DATE
029200             WHEN OTHER
029300                 MOVE '4' TO AO-RETURN-CODE
029400         END-EVALUATE
029500     END-IF.
029600*
029700 EXTEND-AMOUNT.
029800     IF AO-QUANTITY NUMERIC AND AO-QUANTITY > ZERO
029900         MOVE AO-QUANTITY TO WS-EXTEND-QTY
030000     ELSE
030100         MOVE 1           TO WS-EXTEND-QTY
030200     END-IF.
030300     COMPUTE AO-EXTENDED-AMOUNT =
030400         AO-PRICE-WITH-TAX * WS-EXTEND-QTY.
