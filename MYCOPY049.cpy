000100*
000200*    CALLING PARAMETER LAYOUT FOR THE PRDASOF PRICE-AS-OF-DATE
000300*    SUBROUTINE, AND THE DFHCOMMAREA OF THE PRDASOI INQUIRY
000400*    TRANSACTION THAT FRONTS IT.  CALLERS SET AO-PRODUCT-ID,
000500*    AO-AS-OF-DATE (YYYY-MM-DD, NOT LATER THAN TODAY), AND
000600*    OPTIONALLY AO-AS-OF-TIME (HH.MM.SS), AO-PRICE-LIST-CODE
000700*    AND AO-QUANTITY AS FOR PRDLKUP.  A BLANK TIME MEANS THE
000800*    CLOSE OF THAT DAY - EVERY CHANGE KEYED ON THE DATE
000900*    COUNTS.  PRDASOF RETURNS WHAT PRDLKUP WOULD HAVE QUOTED
001000*    AT THAT MOMENT, WITH THE ROW EACH FIGURE CAME FROM:
001100*      STANDARD PRICE - THE LATEST PRODUCT_CHANGE_AUDIT ROW
001200*        AT OR BEFORE THE MOMENT (ITS NEW PRICE); FAILING
001300*        THAT THE FIRST ROW AFTER IT (ITS OLD PRICE); FAILING
001400*        THAT THE PRODUCTS ROW, NEVER CHANGED SINCE.
001500*      PRICE-LIST PRICE - THE PRODUCT_PRICE_LIST ROW WITH THE
001600*        LATEST EFFECTIVE DATE ON OR BEFORE THE DATE.
001700*      PROMOTION - THE PROMO_EVENT CARRYING THE PRODUCT THAT
001800*        RAN ON THE DATE; A PROM PRICE IS ONLY QUOTED UNDER ONE.
001900*      QUANTITY TIER - THE PRODUCT_QTY_BREAK_HIST ROW IN FORCE
002000*        AT THE MOMENT (KEPT BY PRDQBMT).
002100*      TAX - THE PRODUCT_TAX_RATE ROW WITH THE LATEST EFFECTIVE
002200*        DATE ON OR BEFORE THE DATE, FOR THE PRODUCT'S TAX
002300*        CATEGORY (THE CATEGORY ITSELF IS NOT AUDITED, SO IT IS
002400*        TAKEN FROM THE PRODUCTS ROW AS IT STANDS).
002500*    CONTRACT PRICES ARE NOT APPLIED - NO CUSTOMER IS KEYED.
002600*    RETURN CODE 3 STILL CARRIES THE FIGURES: THE PRODUCT WAS
002700*    DISCONTINUED AT THE MOMENT AND COULD NOT BE QUOTED.
002800*
002900 05  AO-PRODUCT-ID          PIC 9(05).
003000 05  AO-AS-OF-DATE          PIC X(10).
003100 05  AO-AS-OF-TIME          PIC X(08).
003200     88  AO-CLOSE-OF-DAY            VALUE SPACES LOW-VALUES.
003300 05  AO-PRICE-LIST-CODE     PIC X(04).
003400     88  AO-PRICE-LIST-DEFAULT      VALUE SPACES.
003500     88  AO-PRICE-LIST-WHOLESALE    VALUE 'WHSL'.
003600     88  AO-PRICE-LIST-RETAIL       VALUE 'RTL '.
003700     88  AO-PRICE-LIST-PROMO        VALUE 'PROM'.
003800 05  AO-QUANTITY            PIC 9(05).
003900 05  AO-RETURN-CODE         PIC X(01).
004000     88  AO-OK                      VALUE '0'.
004100     88  AO-NOTFOUND                VALUE '1'.
004200     88  AO-INVALID-INPUT           VALUE '2'.
004300     88  AO-DISCONTINUED            VALUE '3'.
004400     88  AO-LOOKUP-FAILED           VALUE '4'.
004500 05  AO-DESCRIPTION         PIC X(40).
004600 05  AO-STATUS              PIC X(01).
004700     88  AO-STATUS-ACTIVE           VALUE 'A'.
004800     88  AO-STATUS-HOLD             VALUE 'H'.
004900     88  AO-STATUS-DISCONTINUED     VALUE 'D'.
005000 05  AO-BASE-PRICE          PIC 9(05)V99.
005100 05  AO-BASE-SOURCE         PIC X(01).
005200     88  AO-BASE-FROM-AUDIT-NEW     VALUE 'A'.
005300     88  AO-BASE-FROM-AUDIT-OLD     VALUE 'O'.
005400     88  AO-BASE-FROM-PRODUCTS      VALUE 'P'.
005500 05  AO-BASE-AUDIT-TS       PIC X(26).
005600 05  AO-BASE-AUDIT-PROGRAM  PIC X(08).
005700 05  AO-LIST-PRICE          PIC 9(05)V99.
005800 05  AO-LIST-EFF-DATE       PIC X(10).
005900 05  AO-LIST-SW             PIC X(01).
006000     88  AO-LIST-NOT-ASKED          VALUE SPACE.
006100     88  AO-LIST-APPLIED            VALUE 'Y'.
006200     88  AO-LIST-NONE               VALUE 'N'.
006300     88  AO-LIST-PROMO-NOT-RUNNING  VALUE 'X'.
006400 05  AO-PROMO-CODE          PIC X(08).
006500 05  AO-PROMO-START-DATE    PIC X(10).
006600 05  AO-PROMO-END-DATE      PIC X(10).
006700 05  AO-BREAK-QTY           PIC 9(05).
006800 05  AO-BREAK-PRICE         PIC 9(05)V99.
006900 05  AO-BREAK-START-TS      PIC X(26).
007000*    THE UNIT PRICE QUOTED, ITS TAX, THE TAX-INCLUSIVE UNIT
007100*    PRICE AND THE TAX-INCLUSIVE AMOUNT FOR THE QUANTITY (A
007200*    QUANTITY OF ZERO COUNTS AS ONE).
007300 05  AO-PRICE               PIC 9(05)V99.
007400 05  AO-TAX-CATEGORY        PIC X(04).
007500 05  AO-TAX-RATE-PCT        PIC 9(02)V999.
007600 05  AO-TAX-EFF-DATE        PIC X(10).
007700 05  AO-TAX-AMOUNT          PIC 9(05)V99.
007800 05  AO-PRICE-WITH-TAX      PIC 9(06)V99.
007900 05  AO-EXTENDED-AMOUNT     PIC 9(09)V99.
