000100*
000200*    CONTROL CARD READ BY THE MONTHLY DISCONTINUED-PRODUCT
000300*    RETIREMENT JOB (PRDRETR).  A PRODUCT IN STATUS D IS
000400*    RETIRED ONLY WHEN IT HAS BEEN DISCONTINUED, UNLOOKED-UP
000500*    AND OUT OF EVERY PROMOTION FOR AT LEAST
000600*    RET-MONTHS-DISCONTINUED MONTHS.  BLANK OR ZERO MEANS
000700*    THE DEFAULT OF 12.
000800*
000900 05  RET-MONTHS-DISCONTINUED
001000                            PIC X(03).
001100 05  FILLER                 PIC X(77).
