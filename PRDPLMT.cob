015700     MOVE WCA-PL-PRODUCT-ID TO LS-PRODUCT-ID.
015800     MOVE SPACES           TO LS-PRICE-LIST-CODE.
015850     MOVE 1                TO LS-QUANTITY.
015860     MOVE SPACES           TO LS-CUSTOMER-NO.
015870     MOVE SPACES           TO LS-CURRENCY-CODE.
015900     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
016000     IF LS-NOTFOUND
016100         MOVE '1' TO WCA-PL-RETURN-CODE
