000200*    PRODUCT_PRICE_HIST ARCHIVE RECORD LAYOUT.  ONE
000300*    FIXED-WIDTH RECORD PER LOOKUP HISTORY ROW UNLOADED BY
000400*    THE MONTHLY ARCHIVE/PURGE JOB (PRDHPRG) BEFORE THE ROW
000500*    IS DELETED FROM THE TABLE.  AN EXPORT LOOKUP CARRIES
000510*    THE CURRENCY, RATE AND CONVERTED PRICE QUOTED; A DOLLAR
000520*    LOOKUP HAS A BLANK CURRENCY AND ZERO RATE AND PRICE.
000600*
000700 05  ARC-PRODUCT-ID         PIC 9(05).
000800 05  ARC-PRICE              PIC 9(05)V99.
001000 05  ARC-LOOKUP-TIMESTAMP   PIC X(26).
001100 05  ARC-TERMINAL-ID        PIC X(04).
001200 05  ARC-OPERATOR-ID        PIC X(03).
001210 05  ARC-CURRENCY-CODE      PIC X(03).
001220 05  ARC-EXCHANGE-RATE      PIC 9(05)V9(06).
001230 05  ARC-FX-PRICE           PIC 9(11)V999.
001300 05  FILLER                 PIC X(11).
