000100*
000200*    BILLING PRICE-CHECK WRITE-BACK RECORD FROM PRDASOB.  ONE
000300*    RECORD PER INPUT LINE (MYCOPY050), CARRYING THE LINE AS
000400*    RECEIVED, THE PRDASOF RETURN CODE, THE HISTORICAL UNIT
000500*    PRICE WITH THE ROWS IT CAME FROM, ITS TAX, THE
000600*    TAX-INCLUSIVE UNIT PRICE AND AMOUNT, AND THE UNIT
000700*    VARIANCE AGAINST THE PRICE CHARGED (O = OVERCHARGED,
000800*    U = UNDERCHARGED, BLANK = AS CHARGED).  THE HISTORICAL
000900*    FIGURES ARE ZERO WHERE THE RETURN CODE IS 1, 2 OR 4.
001000*
001100 05  BHO-INVOICE-NO         PIC X(10).
001200 05  BHO-LINE-NO            PIC 9(03).
001300 05  BHO-PRODUCT-ID         PIC 9(05).
001400 05  BHO-AS-OF-DATE         PIC X(10).
001500 05  BHO-PRICE-LIST-CODE    PIC X(04).
001600 05  BHO-QUANTITY           PIC 9(05).
001700 05  BHO-CHARGED-PRICE      PIC 9(05)V99.
001800 05  BHO-RETURN-CODE        PIC X(01).
001900 05  BHO-HIST-PRICE         PIC 9(05)V99.
002000 05  BHO-BASE-SOURCE        PIC X(01).
002100 05  BHO-BASE-AUDIT-TS      PIC X(26).
002200 05  BHO-LIST-EFF-DATE      PIC X(10).
002300 05  BHO-PROMO-CODE         PIC X(08).
002400 05  BHO-BREAK-QTY          PIC 9(05).
002500 05  BHO-TAX-RATE-PCT       PIC 9(02)V999.
002600 05  BHO-TAX-EFF-DATE       PIC X(10).
002700 05  BHO-TAX-AMOUNT         PIC 9(05)V99.
002800 05  BHO-PRICE-WITH-TAX     PIC 9(06)V99.
002900 05  BHO-EXTENDED-AMOUNT    PIC 9(09)V99.
003000 05  BHO-VARIANCE-SW        PIC X(01).
003100     88  BHO-OVERCHARGED            VALUE 'O'.
003200     88  BHO-UNDERCHARGED           VALUE 'U'.
003300     88  BHO-AS-CHARGED             VALUE SPACE.
003400 05  BHO-VARIANCE-AMT       PIC 9(05)V99.
003500 05  FILLER                 PIC X(09).
