001226     88  CA-NOT-AUTHORIZED          VALUE '5'.
001227     88  CA-APPROVAL-REQUIRED       VALUE '6'.
001228     88  CA-INVALID-TAX-CAT         VALUE '7'.
001229     88  CA-NO-EXCHANGE-RATE        VALUE '8'.
001230 05  CA-STATUS              PIC X(01).
001232     88  CA-STATUS-ACTIVE           VALUE 'A'.
001234     88  CA-STATUS-HOLD             VALUE 'H'.
001540 05  CA-OLD-TAX-CATEGORY    PIC X(04).
001550 05  CA-TAX-AMOUNT          PIC 9(05)V99.
001560 05  CA-PRICE-WITH-TAX      PIC 9(06)V99.
001570*    A CALLER QUOTING FOR A KEY ACCOUNT SETS CA-CUSTOMER-NO
001580*    (SPACES FOR NONE); CA-CONTRACT-SW COMES BACK Y WHEN THE
001590*    CUSTOMER'S CONTRACT PRICE WAS QUOTED IN CA-PRICE, L WHEN
001600*    A CONTRACT IS ON FILE BUT A LOWER PRICE APPLIED, N WHEN
001610*    THERE IS NO CURRENT CONTRACT - SEE MYCOPY021.
001620 05  CA-CUSTOMER-NO         PIC X(08).
001630 05  CA-CONTRACT-SW         PIC X(01).
001640     88  CA-CONTRACT-APPLIED        VALUE 'Y'.
001650     88  CA-CONTRACT-UNDERCUT       VALUE 'L'.
001660     88  CA-CONTRACT-NONE           VALUE 'N'.
001670*    FOR A DISCONTINUED OR HELD PRODUCT THE PRODUCT THAT NOW
001680*    REPLACES IT (END OF ITS PRODUCT_SUCCESSOR CHAIN, SEE
001690*    MYCOPY021) WITH ITS DESCRIPTION, STANDARD PRICE AND
001700*    STATUS - RETURNED WITH CA-RETURN-CODE '3' TOO.  ZERO
001710*    AND SPACES WHEN THERE IS NONE.
001720 05  CA-SUCCESSOR-ID        PIC 9(05).
001730 05  CA-SUCCESSOR-DESCRIPTION PIC X(40).
001740 05  CA-SUCCESSOR-PRICE     PIC 9(05)V99.
001750 05  CA-SUCCESSOR-STATUS    PIC X(01).
001760*    A CALLER QUOTING ABROAD SETS CA-CURRENCY-CODE (SPACES OR
001770*    USD FOR DOLLARS); THE PRICE, TAX AND TAX-INCLUSIVE PRICE
001780*    COME BACK CONVERTED AT TODAY'S EXCHANGE_RATE WITH THE
001790*    RATE, ITS EFFECTIVE DATE AND THE CURRENCY'S DECIMAL
001800*    PLACES - SEE MYCOPY021.  CA-RETURN-CODE '8' MEANS NO RATE
001810*    IS ON FILE: THE DOLLAR FIGURES STAND, THE REST ARE ZERO.
001820 05  CA-CURRENCY-CODE       PIC X(03).
001830 05  CA-FX-RATE             PIC 9(05)V9(06).
001840 05  CA-FX-EFF-DATE         PIC X(10).
001850 05  CA-FX-DECIMALS         PIC 9(01).
001860 05  CA-FX-PRICE            PIC 9(11)V999.
001870 05  CA-FX-TAX-AMOUNT       PIC 9(11)V999.
001880 05  CA-FX-PRICE-WITH-TAX   PIC 9(11)V999.
