000996*    PASSING LS-QUANTITY ABOVE ONE GETS THE HIGHEST
000997*    PRODUCT_QTY_BREAK TIER AT OR UNDER THE QUANTITY IN
000998*    PLACE OF THE SINGLE-UNIT PRICE, WITH THE TIER IN
001008*    LS-BREAK-QTY - SEE MYCOPY021.  A CALLER PASSING A
001018*    CUSTOMER NUMBER GETS THE CUSTOMER'S RUNNING CONTRACT
001028*    PRICE FROM PRODUCT_CONTRACT_PRICE WHERE IT IS THE LOWER
001038*    PRICE, FLAGGED IN LS-CONTRACT-SW - THE PRECEDENCE RULE
001048*    AGAINST PROMOTIONS AND QUANTITY BREAKS IS SET OUT IN
001058*    MYCOPY021.  A DISCONTINUED OR HELD PRODUCT COMES BACK
001059*    WITH THE PRODUCT THAT REPLACES IT (PRODUCT_SUCCESSOR,
001060*    FOLLOWED TO THE END OF THE CHAIN BY PRDSUCC) SO THE
001061*    CALLER CAN OFFER THAT INSTEAD.
001062*    A CALLER PASSING A FOREIGN CURRENCY CODE ALSO GETS THE
001063*    PRICE AND TAX CONVERTED AT TODAY'S EXCHANGE_RATE BY
001064*    PRDFXCV, WITH THE RATE AND ITS EFFECTIVE DATE - THE
001065*    DOLLAR FIGURES ARE STILL RETURNED ALONGSIDE.
001068*
001100 ENVIRONMENT DIVISION.
001200 DATA DIVISION.
001300 WORKING-STORAGE SECTION.
001440*    HOW MANY RUNNING PROMOTION EVENTS CARRY THIS PRODUCT -
001460*    ZERO MEANS A PROM PRICE MAY NOT BE QUOTED TODAY.
001480 01  WS-PROMO-COUNT         PIC S9(09) COMP.
001482*
001484 01  WS-SUCCESSOR-PARMS.
001486     COPY MYCOPY055.
001489*
001492 01  WS-CONVERT-PARMS.
001495     COPY MYCOPY058.
001500*
001600 LINKAGE SECTION.
001700 01  LS-LOOKUP-PARMS.
002450     MOVE ZERO TO LS-BREAK-QTY LS-TAX-RATE-PCT
002460                  LS-TAX-AMOUNT LS-PRICE-WITH-TAX.
002470     MOVE SPACES TO LS-TAX-CATEGORY.
002480     MOVE ZERO   TO LS-CONTRACT-PRICE.
002490     MOVE 'N'    TO LS-CONTRACT-SW.
002492     MOVE ZERO   TO LS-SUCCESSOR-ID LS-SUCCESSOR-PRICE.
002494     MOVE SPACES TO LS-SUCCESSOR-DESCRIPTION LS-SUCCESSOR-STATUS.
002495     MOVE ZERO   TO LS-FX-RATE LS-FX-DECIMALS LS-FX-PRICE
002496                    LS-FX-TAX-AMOUNT LS-FX-PRICE-WITH-TAX.
002497     MOVE SPACES TO LS-FX-EFF-DATE.
002500     EXEC SQL
002600         SELECT PRODUCT_ID, DESCRIPTION, PRICE, STATUS,
002610                CATEGORY_CODE, UNIT_COST, TAX_CATEGORY
003238             IF LS-QUANTITY NUMERIC AND LS-QUANTITY > 1
003239                 PERFORM LOOKUP-QTY-BREAK-PRICE
003240             END-IF
003241*            THE CONTRACT IS TESTED LAST SO IT IS COMPARED
003242*            WITH THE PRICE THE PRICE-LIST, PROMOTION AND
003243*            QUANTITY-BREAK RULES WOULD OTHERWISE QUOTE.
003244             IF NOT LS-NO-CUSTOMER
003245                 PERFORM LOOKUP-CONTRACT-PRICE
003246             END-IF
003249*            THE TAX IS WORKED OUT ON THE UNIT PRICE
003258*            ACTUALLY QUOTED - AFTER ANY PRICE-LIST,
003267*            QUANTITY-BREAK OR CONTRACT OVERRIDE.
003276             PERFORM LOOKUP-TAX-AMOUNTS
003278             IF LS-OK AND NOT LS-CURRENCY-HOME
003280                 PERFORM LOOKUP-EXCHANGE-RATE
003282             END-IF
003285         END-IF
003290         IF NOT LS-STATUS-ACTIVE
003292             PERFORM LOOKUP-SUCCESSOR
003294         END-IF
003300     ELSE
003400         MOVE '1'    TO LS-RETURN-CODE
003450         MOVE SPACE  TO LS-STATUS
005790                 MOVE '1' TO LS-RETURN-CODE
005800         END-EVALUATE
005810     END-IF.
005811*
005812 LOOKUP-EXCHANGE-RATE.
005813*    THE FINAL DOLLAR PRICE AND TAX, CONVERTED AT THE RATE IN
005814*    FORCE TODAY.  NO RATE ON FILE LEAVES THE DOLLAR QUOTE
005815*    STANDING UNDER RETURN CODE '4'; A FAILED READ OF THE
005816*    RATE FAILS THE LOOKUP LIKE ANY OTHER.
005817     MOVE LS-CURRENCY-CODE TO FX-CURRENCY-CODE.
005818     MOVE SPACES           TO FX-AS-OF-DATE.
005819     MOVE LS-PRICE         TO FX-PRICE.
005820     MOVE LS-TAX-AMOUNT    TO FX-TAX-AMOUNT.
005821     CALL 'PRDFXCV' USING WS-CONVERT-PARMS.
005822     EVALUATE TRUE
005823         WHEN FX-OK
005824             MOVE FX-RATE                TO LS-FX-RATE
005825             MOVE FX-EFF-DATE            TO LS-FX-EFF-DATE
005826             MOVE FX-DECIMALS            TO LS-FX-DECIMALS
005827             MOVE FX-CONV-PRICE          TO LS-FX-PRICE
005828             MOVE FX-CONV-TAX-AMOUNT     TO LS-FX-TAX-AMOUNT
005829             MOVE FX-CONV-PRICE-WITH-TAX TO LS-FX-PRICE-WITH-TAX
005830         WHEN FX-NO-RATE
005831             MOVE '4' TO LS-RETURN-CODE
005832         WHEN OTHER
005833             MOVE '1' TO LS-RETURN-CODE
005834     END-EVALUATE.
005835*
005844 LOOKUP-QTY-BREAK-PRICE.
005861*    THE HIGHEST BREAK QUANTITY AT OR UNDER THE CALLER'S
005878*    QUANTITY WINS AND ITS PRICE OVERRIDES WHATEVER BASE OR
007600             MOVE ZERO TO LS-BREAK-QTY
007700         END-IF
007800     END-IF.
007810*
007820 LOOKUP-CONTRACT-PRICE.
007830*    THE CUSTOMER'S CONTRACT RUNNING TODAY - THE LATEST START
007840*    DATE WINS SHOULD A RENEWAL BE KEYED TO OVERLAP.  THE
007850*    CONTRACT PRICE IS A CEILING (SEE MYCOPY021): IT IS ONLY
007860*    QUOTED WHEN IT IS NOT ABOVE THE PRICE ALREADY SELECTED,
007870*    AND THEN NO BREAK TIER APPLIED.  NO CONTRACT (SQLCODE
007880*    100) LEAVES THE QUOTE AS IT STANDS.
007890     EXEC SQL
007900         SELECT PRICE
007910         INTO :LS-CONTRACT-PRICE
007920         FROM PRODUCT_CONTRACT_PRICE
007930         WHERE CUSTOMER_NO = :LS-CUSTOMER-NO
007940           AND PRODUCT_ID  = :LS-PRODUCT-ID
007950           AND CURRENT DATE BETWEEN START_DATE
007960                               AND END_DATE
007970         ORDER BY START_DATE DESC
007980         FETCH FIRST 1 ROW ONLY
007990     END-EXEC.
008000     EVALUATE TRUE
008010         WHEN SQLCODE = ZERO
008020             IF LS-CONTRACT-PRICE > LS-PRICE
008030                 MOVE 'L' TO LS-CONTRACT-SW
008040             ELSE
008050                 MOVE LS-CONTRACT-PRICE TO LS-PRICE
008060                 MOVE ZERO              TO LS-BREAK-QTY
008070                 MOVE 'Y'               TO LS-CONTRACT-SW
008080             END-IF
008090         WHEN SQLCODE = 100
008100             MOVE ZERO TO LS-CONTRACT-PRICE
008110         WHEN OTHER
008120             MOVE '1'  TO LS-RETURN-CODE
008130             MOVE ZERO TO LS-CONTRACT-PRICE
008140     END-EVALUATE.
008150*
008160 LOOKUP-SUCCESSOR.
008170*    THE CHAIN IS WALKED AS IT STANDS TODAY - A SUCCESSOR
008180*    DATED AHEAD HAS NOT YET TAKEN OVER - AND STOPS AT THE
008190*    FIRST ACTIVE PRODUCT.  A LOOP, A BROKEN CHAIN OR ONE
008200*    ENDING ON A DISCONTINUED PRODUCT OFFERS NOTHING (PRDSUCX
008210*    LISTS THEM EACH NIGHT); A SUCCESSOR ON HOLD IS RETURNED
008220*    WITH ITS STATUS FOR THE CALLER TO WEIGH.  A FAILED
008230*    READ OF THE CHAIN DOES NOT FAIL THE LOOKUP ITSELF.
008240     MOVE LS-PRODUCT-ID TO SC-PRODUCT-ID.
008250     MOVE ZERO          TO SC-FIRST-SUCCESSOR-ID.
008260     MOVE 'E'           TO SC-MODE.
008270     CALL 'PRDSUCC' USING WS-SUCCESSOR-PARMS.
008280     IF SC-OK AND NOT SC-FINAL-DISCONTINUED
008290         MOVE SC-FINAL-ID          TO LS-SUCCESSOR-ID
008300         MOVE SC-FINAL-DESCRIPTION TO LS-SUCCESSOR-DESCRIPTION
008310         MOVE SC-FINAL-PRICE       TO LS-SUCCESSOR-PRICE
008320         MOVE SC-FINAL-STATUS      TO LS-SUCCESSOR-STATUS
008330     END-IF.
