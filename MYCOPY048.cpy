000100*
000200*    DFHCOMMAREA LAYOUT FOR THE REPRICING PROPOSAL REVIEW
000300*    TRANSACTION (PRDRPRM).  PRDRPRC WRITES A PENDING
000400*    PRODUCT_PRICE_PROPOSAL ROW WHEREVER A UNIT COST MOVED BY
000500*    PRDLOAD TAKES A PRICE UNDER ITS CATEGORY MARGIN FLOOR;
000600*    THE PRICING DESK PAGES THROUGH THEM HERE.  FUNCTION B
000700*    RETURNS ONE PAGE OF PENDING PROPOSALS FROM AFTER THE
000800*    PRODUCT ID KEYED; A ACCEPTS THE PROPOSED PRICE, M
000900*    ACCEPTS IT AMENDED TO THE PRICE KEYED, D DECLINES IT.
001000*    AN ACCEPTED OR AMENDED PRICE WITH NO EFFECTIVE DATE IS
001100*    APPLIED TO THE PRODUCTS ROW AT ONCE; WITH A FUTURE
001200*    EFFECTIVE DATE AND A PRICE-LIST CODE IT IS ADDED AS A
001300*    FUTURE-DATED PRODUCT_PRICE_LIST ROW INSTEAD.  A PRICE
001400*    MOVE PAST THE OPERATOR'S PRODUCT_OPER_AUTH LIMIT, OR
001500*    BELOW UNIT COST, NEEDS A SECOND OPERATOR'S ID KEYED AS
001600*    APPROVER, AS ON PRDUPDT.
001700*
001800 05  CA-RP-FUNCTION         PIC X(01).
001900     88  CA-RP-BROWSE               VALUE 'B'.
002000     88  CA-RP-ACCEPT               VALUE 'A'.
002100     88  CA-RP-AMEND                VALUE 'M'.
002200     88  CA-RP-DECLINE              VALUE 'D'.
002300 05  CA-RP-PRODUCT-ID       PIC 9(05).
002400 05  CA-RP-PRICE            PIC 9(05)V99.
002500 05  CA-RP-EFF-DATE         PIC X(10).
002600 05  CA-RP-LIST-CODE        PIC X(04).
002700     88  CA-RP-LIST-WHOLESALE       VALUE 'WHSL'.
002800     88  CA-RP-LIST-RETAIL          VALUE 'RTL '.
002900     88  CA-RP-LIST-PROMO           VALUE 'PROM'.
003000 05  CA-RP-APPROVER-ID      PIC X(03).
003100 05  CA-RP-RETURN-CODE      PIC X(01).
003200     88  CA-RP-OK                   VALUE '0'.
003300     88  CA-RP-NOTFOUND             VALUE '1'.
003400     88  CA-RP-INVALID-INPUT        VALUE '2'.
003500     88  CA-RP-DUPLICATE            VALUE '3'.
003600     88  CA-RP-CONFLICT             VALUE '4'.
003700     88  CA-RP-NOT-AUTHORIZED       VALUE '5'.
003800     88  CA-RP-APPROVAL-REQUIRED    VALUE '6'.
003900 05  CA-RP-ROW-COUNT        PIC 9(02).
004000 05  CA-RP-LIST-ROW         OCCURS 10 TIMES.
004100     10  CA-RP-LIST-PRODUCT-ID  PIC 9(05).
004200     10  CA-RP-LIST-FEED-DATE   PIC X(10).
004300     10  CA-RP-LIST-OLD-COST    PIC 9(05)V99.
004400     10  CA-RP-LIST-NEW-COST    PIC 9(05)V99.
004500     10  CA-RP-LIST-CUR-PRICE   PIC 9(05)V99.
004600     10  CA-RP-LIST-PROPOSED    PIC 9(05)V99.
