000100*
000200*    DFHCOMMAREA LAYOUT FOR THE NEW-PRODUCT SETUP TRANSACTION
000300*    (PRDNEWP) ON THE PRDNEW MAP.  FEED RECORDS FOR A PART WE
000400*    DO NOT YET CARRY ARE QUEUED ON PRODUCT_NEW_ITEM_REQ -
000500*    BY PRDEDIT WHEN THE SUPPLIER PART NUMBER IS NOT ON
000600*    PRODUCT_SUPPLIER_XREF (REASON 06), AND BY PRDLOAD WHEN
000700*    THE MAPPING POINTS AT A PRODUCT_ID NOT ON PRODUCTS (THE
000800*    QUEUE ROW THEN CARRIES THAT PRODUCT_ID).  THE QUEUE ROW
000900*    HOLDS SUPPLIER_CODE, SUPPLIER_PART_NO, PRODUCT_ID,
001000*    DESCRIPTION, PRICE, UNIT_COST, FEED_DATE,
001100*    SOURCE_PROGRAM, STATUS (P PENDING, C CREATED, F
001200*    REFUSED), STATUS_DATE AND OPERATOR_ID.
001300*    CA-NP-SOURCE SAYS WHETHER THE SCREEN IS WORKING A QUEUED
001400*    ITEM (Q) OR A FROM-SCRATCH ENTRY (S); THE KEYED NEW-ROW
001500*    VALUES ARE HELD HERE BETWEEN THE PSEUDO-CONVERSATIONAL
001600*    TASKS.
001700*
001800 05  CA-NP-MAP-PHASE        PIC X(01).
001900     88  CA-NP-KEY-PHASE            VALUE '1'.
002000     88  CA-NP-DETAIL-PHASE         VALUE '2'.
002100 05  CA-NP-SOURCE           PIC X(01).
002200     88  CA-NP-FROM-QUEUE           VALUE 'Q'.
002300     88  CA-NP-FROM-SCRATCH         VALUE 'S'.
002400 05  CA-NP-SUPPLIER-CODE    PIC X(03).
002500 05  CA-NP-PART-NUMBER      PIC X(15).
002600 05  CA-NP-QUEUED-PRODUCT-ID
002700                            PIC 9(05).
002800 05  CA-NP-PRODUCT-ID       PIC 9(05).
002900 05  CA-NP-DESCRIPTION      PIC X(40).
003000 05  CA-NP-PRICE            PIC 9(05)V99.
003100 05  CA-NP-UNIT-COST        PIC 9(05)V99.
003200 05  CA-NP-STATUS           PIC X(01).
003300     88  CA-NP-STATUS-ACTIVE        VALUE 'A'.
003400     88  CA-NP-STATUS-HOLD          VALUE 'H'.
003500 05  CA-NP-CATEGORY-CODE    PIC X(04).
003600 05  CA-NP-TAX-CATEGORY     PIC X(04).
003700 05  CA-NP-RETURN-CODE      PIC X(01).
003800     88  CA-NP-OK                   VALUE '0'.
003900     88  CA-NP-NOTFOUND             VALUE '1'.
004000     88  CA-NP-INVALID-INPUT        VALUE '2'.
004100     88  CA-NP-DUPLICATE            VALUE '3'.
004200     88  CA-NP-NOT-PENDING          VALUE '4'.
004300     88  CA-NP-NOT-AUTHORIZED       VALUE '5'.
004400     88  CA-NP-XREF-DUPLICATE       VALUE '6'.
004500     88  CA-NP-AUDIT-FAILED         VALUE '7'.
