000900 05  SNP-PRICE              PIC 9(05)V99.
001000 05  SNP-STATUS             PIC X(01).
001100 05  SNP-CATEGORY-CODE      PIC X(04).
001110*    THE PRODUCT THAT REPLACES A DISCONTINUED OR HELD PRODUCT
001120*    (ZERO FOR NONE) - SEE MYCOPY028.
001130 05  SNP-SUCCESSOR-ID       PIC 9(05).
001200 05  FILLER                 PIC X(03).
