001100     88  LS-OK                      VALUE '0'.
001200     88  LS-NOTFOUND                VALUE '1'.
001300     88  LS-DISCONTINUED            VALUE '3'.
001310     88  LS-NO-EXCHANGE-RATE        VALUE '4'.
001400 05  LS-STATUS              PIC X(01).
001500     88  LS-STATUS-ACTIVE           VALUE 'A'.
001600     88  LS-STATUS-HOLD             VALUE 'H'.
003000 05  LS-TAX-RATE-PCT        PIC 9(02)V999.
003100 05  LS-TAX-AMOUNT          PIC 9(05)V99.
003200 05  LS-PRICE-WITH-TAX      PIC 9(06)V99.
003300*    CALLERS QUOTING FOR A KEY ACCOUNT SET LS-CUSTOMER-NO
003400*    (SPACES OR LOW-VALUES MEANS NO CUSTOMER).  THE CONTRACT
003500*    ON PRODUCT_CONTRACT_PRICE (KEYED THROUGH PRDCTRM) WHOSE
003600*    START_DATE/END_DATE SPAN TODAY COMES BACK IN
003700*    LS-CONTRACT-PRICE.  PRECEDENCE - THE CONTRACT PRICE IS A
003800*    CEILING, NOT A FLOOR: IT REPLACES THE STANDARD OR
003900*    PRICE-LIST PRICE AND ANY QUANTITY-BREAK TIER, UNLESS THE
004000*    PRICE THOSE WOULD QUOTE (A RUNNING PROM PRICE OR A BREAK
004100*    TIER) IS LOWER, IN WHICH CASE THE LOWER PRICE STANDS -
004200*    A CUSTOMER IS NEVER CHARGED MORE FOR HOLDING A CONTRACT.
004300*    LS-CONTRACT-SW SAYS WHICH WAY IT WENT; LS-BREAK-QTY IS
004400*    ZERO WHEN THE CONTRACT PRICE APPLIED.  TAX IS WORKED ON
004500*    WHICHEVER PRICE IS QUOTED.
004600 05  LS-CUSTOMER-NO         PIC X(08).
004700     88  LS-NO-CUSTOMER             VALUE SPACES LOW-VALUES.
004800 05  LS-CONTRACT-PRICE      PIC 9(05)V99.
004900 05  LS-CONTRACT-SW         PIC X(01).
005000     88  LS-CONTRACT-APPLIED        VALUE 'Y'.
005100     88  LS-CONTRACT-UNDERCUT       VALUE 'L'.
005200     88  LS-CONTRACT-NONE           VALUE 'N'.
005300*    FOR A DISCONTINUED OR HELD PRODUCT, THE PRODUCT THAT NOW
005400*    REPLACES IT - THE END OF ITS PRODUCT_SUCCESSOR CHAIN AS
005500*    IT STANDS TODAY (KEYED THROUGH PRDSUCM, WALKED BY
005600*    PRDSUCC), WITH ITS DESCRIPTION, STANDARD PRICE AND
005700*    STATUS.  ZERO AND SPACES WHEN NO SUCCESSOR IS IN FORCE,
005800*    THE CHAIN IS BROKEN, OR IT ENDS ON A PRODUCT THAT IS
005900*    ITSELF DISCONTINUED - A CUSTOMER IS NEVER SENT ON TO A
006000*    PRODUCT WE CANNOT SELL.
006100 05  LS-SUCCESSOR-ID        PIC 9(05).
006200     88  LS-NO-SUCCESSOR            VALUE ZERO.
006300 05  LS-SUCCESSOR-DESCRIPTION PIC X(40).
006400 05  LS-SUCCESSOR-PRICE     PIC 9(05)V99.
006500 05  LS-SUCCESSOR-STATUS    PIC X(01).
006510*    CALLERS QUOTING ABROAD SET LS-CURRENCY-CODE (SPACES,
006520*    LOW-VALUES OR USD MEANS US DOLLARS, THE CURRENCY EVERY
006530*    PRICE IS HELD IN).  THE PRICE AND TAX QUOTED ABOVE ARE
006540*    THEN ALSO RETURNED CONVERTED BY PRDFXCV AT THE
006550*    EXCHANGE_RATE IN FORCE TODAY (KEYED THROUGH PRDFXRM),
006560*    EACH ROUNDED TO THE CURRENCY'S OWN DECIMAL PLACES, WITH
006570*    THE RATE USED AND ITS EFFECTIVE DATE.  THE DOLLAR FIELDS
006580*    ARE FILLED IN AS EVER.  NO RATE ON FILE FOR THE CURRENCY
006590*    GIVES LS-RETURN-CODE '4' WITH THE DOLLAR FIGURES GOOD AND
006600*    THE CONVERTED FIELDS ZERO.
006610 05  LS-CURRENCY-CODE       PIC X(03).
006620     88  LS-CURRENCY-HOME           VALUE SPACES LOW-VALUES
006630                                          'USD'.
006640 05  LS-FX-RATE             PIC 9(05)V9(06).
006650 05  LS-FX-EFF-DATE         PIC X(10).
006660 05  LS-FX-DECIMALS         PIC 9(01).
006670 05  LS-FX-PRICE            PIC 9(11)V999.
006680 05  LS-FX-TAX-AMOUNT       PIC 9(11)V999.
006690 05  LS-FX-PRICE-WITH-TAX   PIC 9(11)V999.
