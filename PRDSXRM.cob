014900     MOVE WCA-SX-PRODUCT-ID TO LS-PRODUCT-ID.
015000     MOVE SPACES            TO LS-PRICE-LIST-CODE.
015050     MOVE 1                 TO LS-QUANTITY.
015060     MOVE SPACES            TO LS-CUSTOMER-NO.
015070     MOVE SPACES            TO LS-CURRENCY-CODE.
015100     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
015200     IF LS-NOTFOUND
015300         MOVE '1' TO WCA-SX-RETURN-CODE
