001100*    NEVER REACHES THE TABLE) AND A GUARDED UPDATE CHECKS
001200*    THE ROW WAS NOT CHANGED SINCE THE READ, REPORTING AN
001300*    UPDATE CONFLICT ON THE MESSAGE LINE.  THE OPERATOR MUST
001310*    BE ACTIVE ON PRODUCT_OPER_AUTH TO UPDATE AT ALL, AND
001320*    A PRICE MOVING MORE THAN THE OPERATOR'S AUTHORIZED
001330*    PERCENTAGE NEEDS A SECOND OPERATOR'S ID KEYED IN THE
001335*    APPROVER FIELD, AS DOES A PRICE KEYED BELOW THE
001340*    TO
001350*    PRODUCT_CHANGE_AUDIT (VIA PRDAUDT) WITH THE BEFORE AND
001360*    AFTER IMAGES, OPERATOR, TERMINAL AND APPROVER.
001370*    AN AUTHORITY SUSPENDED, REMOVED OR PAST ITS EXPIRY
001380*    DATE ON PRDAUTM IS REFUSED, AS OPERATOR OR APPROVER.
001400*
001500 ENVIRONMENT DIVISION.
001600 DATA DIVISION.
013500     MOVE WS-PRODUCT-ID TO LS-PRODUCT-ID.
013600     MOVE SPACES        TO LS-PRICE-LIST-CODE.
013650     MOVE 1             TO LS-QUANTITY.
013660     MOVE SPACES        TO LS-CUSTOMER-NO.
013670     MOVE SPACES        TO LS-CURRENCY-CODE.
013700     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
013800     IF LS-OK OR LS-DISCONTINUED
013900         MOVE '0'            TO CA-RETURN-CODE
020330*    ANY CHANGE; ITS APPROVAL_LIMIT_PCT IS THE LARGEST PRICE
020340*    MOVEMENT (PERCENT, EITHER DIRECTION) THE OPERATOR MAY
020350*    APPLY WITHOUT A SECOND OPERATOR'S APPROVAL.
020352*    A SUSPENDED OR REMOVED AUTHORITY, OR ONE PAST ITS
020354*    EXPIRY DATE (SEE PRDAUTM), COUNTS AS NONE - FOR THE
020356*    OPERATOR AND FOR AN APPROVER ALIKE.
020360 CHECK-OPERATOR-AUTH.
020370     MOVE EIBOPID TO WS-OPERATOR-ID.
020380     EXEC SQL
020400         INTO :WS-AUTH-LIMIT-PCT
020410         FROM PRODUCT_OPER_AUTH
020420         WHERE OPERATOR_ID = :WS-OPERATOR-ID
020422          AND AUTH_STATUS = 'A'
020424          AND EXPIRY_DATE >= CURRENT DATE
020430     END-EXEC.
020440     IF SQLCODE NOT = ZERO
020450         MOVE '5' TO CA-RETURN-CODE
020820         INTO :WS-AUTH-LIMIT-PCT
020830         FROM PRODUCT_OPER_AUTH
020840         WHERE OPERATOR_ID = :WS-APPROVER-ID
020842          AND AUTH_STATUS = 'A'
020844          AND EXPIRY_DATE >= CURRENT DATE
020850     END-EXEC.
020860     IF SQLCODE = ZERO
020870         MOVE WS-APPROVER-ID TO CA-APPROVED-BY
