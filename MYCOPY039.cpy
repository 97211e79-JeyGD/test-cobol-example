000100*
000200*    PRICE BOOK CONTROL CARD READ BY THE BRANCH PRICE BOOK
000300*    JOB (PRDBOOK).  THE CARD NAMES THE PRICE LIST THE BOOK
000400*    IS PUBLISHED FOR - WHSL, RTL OR PROM, AS IN MYCOPY021 -
000410*    AND, IN COLUMNS 5-7, THE CURRENCY TO PUBLISH IT IN FOR
000420*    AN EXPORT BOOK (E.G. 'RTL EUR').  BLANK OR USD PUBLISHES
000430*    IN DOLLARS ONLY.
000500*
000600 05  PBK-LIST-CODE          PIC X(04).
000700     88  PBK-LIST-WHOLESALE         VALUE 'WHSL'.
000800     88  PBK-LIST-RETAIL            VALUE 'RTL '.
000900     88  PBK-LIST-PROMO             VALUE 'PROM'.
000910 05  PBK-CURRENCY-CODE      PIC X(03).
000920     88  PBK-CURRENCY-HOME          VALUE SPACES 'USD'.
001000 05  FILLER                 PIC X(73).
