000100*
000200*    CONTROL CARD READ BY THE RETIRED-PRODUCT RESTORE JOB
000300*    (PRDRSTR).  NAMES THE ONE PRODUCT WHOSE PRODUCTS ROW AND
000400*    CHILD ROWS ARE TO BE RELOADED FROM THE PRDRETR ARCHIVE.
000500*
000600 05  RST-PRODUCT-ID         PIC X(05).
000700 05  FILLER                 PIC X(75).
