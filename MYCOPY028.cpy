001500 05  DLT-PRICE              PIC 9(05)V99.
001600 05  DLT-STATUS             PIC X(01).
001700 05  DLT-CATEGORY-CODE      PIC X(04).
001710*    FOR A DISCONTINUED OR HELD PRODUCT, THE PRODUCT THE SITE
001720*    SHOULD OFFER IN ITS PLACE - THE END OF ITS
001730*    PRODUCT_SUCCESSOR CHAIN AS PRDLKUP RETURNS IT.  ZERO FOR
001740*    NONE.  A NEWLY KEYED SUCCESSOR ALONE RAISES A 'C'
001750*    RECORD; A 'D' RECORD CARRIES THE SUCCESSOR THE PRODUCT
001760*    HAD ON THE PRIOR NIGHT'S SNAPSHOT.
001770 05  DLT-SUCCESSOR-ID       PIC 9(05).
001800 05  FILLER                 PIC X(03).
