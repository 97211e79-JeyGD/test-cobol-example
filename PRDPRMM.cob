017200     MOVE WCA-PE-PRODUCT-ID TO LS-PRODUCT-ID.
017300     MOVE SPACES            TO LS-PRICE-LIST-CODE.
017400     MOVE 1                 TO LS-QUANTITY.
017410     MOVE SPACES            TO LS-CUSTOMER-NO.
017420     MOVE SPACES            TO LS-CURRENCY-CODE.
017500     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
017600     IF LS-NOTFOUND
017700         MOVE '1' TO WCA-PE-RETURN-CODE
