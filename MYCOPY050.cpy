000100*
000200*    BILLING PRICE-CHECK INPUT RECORD, SUPPLIED BY THE BILLING
000300*    TEAM FOR PRDASOB.  ONE RECORD PER INVOICE LINE TO BE
000400*    CHECKED: THE PRODUCT, THE DATE IT WAS BILLED AS OF, THE
000500*    PRICE LIST IT WAS BILLED FROM (BLANK FOR THE STANDARD
000600*    PRICE), THE QUANTITY AND THE UNIT PRICE CHARGED BEFORE
000700*    TAX.  THE INVOICE NUMBER AND LINE ONLY IDENTIFY THE LINE
000800*    ON THE REPORT AND THE WRITE-BACK FILE (MYCOPY051).
000900*
001000 05  BIL-INVOICE-NO         PIC X(10).
001100 05  BIL-LINE-NO            PIC 9(03).
001200 05  BIL-PRODUCT-ID         PIC 9(05).
001300 05  BIL-AS-OF-DATE         PIC X(10).
001400 05  BIL-PRICE-LIST-CODE    PIC X(04).
001500 05  BIL-QUANTITY           PIC 9(05).
001600 05  BIL-CHARGED-PRICE      PIC 9(05)V99.
001700 05  FILLER                 PIC X(06).
