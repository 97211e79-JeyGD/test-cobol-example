001100*  DATE       BY    DESCRIPTION                            *
001200*  08/22/26   JRH   INITIAL VERSION - MONTHLY ARCHIVE AND   *
001300*                   PURGE OF PRODUCT_PRICE_HIST.            *
001310*  10/15/26   JRH   CARRY THE CURRENCY, EXCHANGE RATE AND   *
001320*                   CONVERTED PRICE OF AN EXPORT LOOKUP TO  *
001330*                   THE ARCHIVE (RECORD NOW 88 BYTES).      *
001400*----------------------------------------------------------*
001500*
001600*----------------------------------------------------------*
006700                            PIC X(26).
006800     05  HST-TERMINAL-ID    PIC X(04).
006900     05  HST-OPERATOR-ID    PIC X(03).
006910     05  HST-CURRENCY-CODE  PIC X(03).
006920     05  HST-EXCHANGE-RATE  PIC 9(05)V9(06).
006930     05  HST-FX-PRICE       PIC 9(11)V999.
007000*
007100 01  WS-RETENTION-MONTHS    PIC 9(03)  VALUE ZERO.
007200*
012100         DECLARE HPRGCUR CURSOR WITH HOLD FOR
012200         SELECT PRODUCT_ID, PRICE, PRICE_LIST_CODE,
012300                CHAR(LOOKUP_TIMESTAMP),
012400                TERMINAL_ID, OPERATOR_ID,
012410                CURRENCY_CODE, EXCHANGE_RATE, FX_PRICE
012500         FROM PRODUCT_PRICE_HIST
012600         WHERE LOOKUP_TIMESTAMP <
012700               CURRENT TIMESTAMP - :WS-RETENTION-MONTHS MONTHS
014000     MOVE HST-LOOKUP-TIMESTAMP TO ARC-LOOKUP-TIMESTAMP.
014100     MOVE HST-TERMINAL-ID      TO ARC-TERMINAL-ID.
014200     MOVE HST-OPERATOR-ID      TO ARC-OPERATOR-ID.
014210     MOVE HST-CURRENCY-CODE    TO ARC-CURRENCY-CODE.
014220     MOVE HST-EXCHANGE-RATE    TO ARC-EXCHANGE-RATE.
014230     MOVE HST-FX-PRICE         TO ARC-FX-PRICE.
014300     WRITE ARC-RECORD.
014400     ADD 1 TO WS-ARCHIVED-COUNT.
014500     EXEC SQL
019600         FETCH HPRGCUR
019700         INTO :HST-PRODUCT-ID, :HST-PRICE,
019800              :HST-PRICE-LIST-CODE, :HST-LOOKUP-TIMESTAMP,
019900              :HST-TERMINAL-ID, :HST-OPERATOR-ID,
019910              :HST-CURRENCY-CODE, :HST-EXCHANGE-RATE,
019920              :HST-FX-PRICE
020000     END-EXEC.
020100     IF SQLCODE = 100
020200         MOVE 'Y' TO WS-EOF-SW
