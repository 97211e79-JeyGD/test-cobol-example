001000*    DELETES A TIER.  THE SINGLE-UNIT PRICE STAYS ON THE
001100*    PRODUCTS ROW ITSELF, SO A BREAK QUANTITY MUST BE TWO
001200*    OR MORE.  THE TIERS KEYED HERE ARE WHAT PRDLKUP
001300*    APPLIES WHEN A CALLER PASSES A QUANTITY.  EVERY ADD AND
001310*    CANCEL IS ALSO KEPT, IN THE SAME UNIT OF WORK, AS A
001320*    DATED ROW ON PRODUCT_QTY_BREAK_HIST - START_TS WHEN THE
001330*    TIER WAS ADDED, END_TS WHEN IT WAS CANCELLED (A HIGH
001340*    VALUE WHILE IT STANDS) - SO PRDASOF CAN TELL WHICH
001350*    TIERS WERE IN FORCE ON A PAST DATE.
001400*
001500 ENVIRONMENT DIVISION.
001600 DATA DIVISION.
016000     MOVE WCA-QB-PRODUCT-ID TO LS-PRODUCT-ID.
016100     MOVE SPACES            TO LS-PRICE-LIST-CODE.
016200     MOVE 1                 TO LS-QUANTITY.
016210     MOVE SPACES            TO LS-CUSTOMER-NO.
016220     MOVE SPACES            TO LS-CURRENCY-CODE.
016300     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
016400     IF LS-NOTFOUND
016500         MOVE '1' TO WCA-QB-RETURN-CODE
018500             (:WS-QB-PRODUCT-ID, :WS-QB-BREAK-QTY,
018600              :WS-QB-PRICE)
018700     END-EXEC.
018710     IF SQLCODE = ZERO
018720         PERFORM OPEN-TIER-HISTORY
018730     END-IF.
018800     EVALUATE TRUE
018900         WHEN SQLCODE = ZERO
019000             MOVE '0' TO WCA-QB-RETURN-CODE
019300             MOVE '3' TO WCA-QB-RETURN-CODE
019400             MOVE 'TIER ALREADY ON FILE FOR THAT QUANTITY'
019500                 TO WS-MESSAGE-LINE
019510             EXEC SQL ROLLBACK END-EXEC
019600         WHEN OTHER
019700             MOVE '2' TO WCA-QB-RETURN-CODE
019800             MOVE 'QUANTITY TIER NOT ADDED' TO WS-MESSAGE-LINE
019810             EXEC SQL ROLLBACK END-EXEC
019900     END-EVALUATE.
020000     PERFORM SEND-MESSAGE.
020010*
020020 OPEN-TIER-HISTORY.
020030     EXEC SQL
020040         INSERT INTO PRODUCT_QTY_BREAK_HIST
020050             (PRODUCT_ID, BREAK_QTY, PRICE, START_TS, END_TS)
020060         VALUES
020070             (:WS-QB-PRODUCT-ID, :WS-QB-BREAK-QTY,
020080              :WS-QB-PRICE, CURRENT TIMESTAMP,
020090              TIMESTAMP('9999-12-31-00.00.00.000000'))
020095     END-EXEC.
020100*
020200 BROWSE-TIERS.
020300     MOVE WCA-QB-PRODUCT-ID TO WS-QB-PRODUCT-ID.
027100           AND BREAK_QTY  = :WS-QB-BREAK-QTY
027200     END-EXEC.
027300     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
027310         PERFORM CLOSE-TIER-HISTORY
027320         IF SQLCODE = ZERO OR SQLCODE = 100
027400             MOVE '0' TO WCA-QB-RETURN-CODE
027500             MOVE 'QUANTITY TIER CANCELLED' TO WS-MESSAGE-LINE
027510         ELSE
027520             MOVE '2' TO WCA-QB-RETURN-CODE
027530             MOVE 'QUANTITY TIER NOT CANCELLED'
027540                 TO WS-MESSAGE-LINE
027550             EXEC SQL ROLLBACK END-EXEC
027560         END-IF
027600     ELSE
027700         MOVE '4' TO WCA-QB-RETURN-CODE
027800         MOVE 'NO TIER FOR THAT QUANTITY'
027900             TO WS-MESSAGE-LINE
028000     END-IF.
028100     PERFORM SEND-MESSAGE.
028110*
028120*    NO OPEN HISTORY ROW (SQLCODE 100) IS NOT AN ERROR - THE
028130*    TIER WAS NEVER RECORDED ON THE HISTORY, SO THERE IS
028140*    NOTHING TO CLOSE.
028150 CLOSE-TIER-HISTORY.
028160     EXEC SQL
028170         UPDATE PRODUCT_QTY_BREAK_HIST
028180            SET END_TS = CURRENT TIMESTAMP
028185          WHERE PRODUCT_ID = :WS-QB-PRODUCT-ID
028190            AND BREAK_QTY  = :WS-QB-BREAK-QTY
028192            AND END_TS     =
028194                TIMESTAMP('9999-12-31-00.00.00.000000')
028196     END-EXEC.
028200*
028300 SEND-MESSAGE.
028400     EXEC CICS SEND TEXT
