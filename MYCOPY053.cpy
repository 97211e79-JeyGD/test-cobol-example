000100*
000200*    RETIRED-PRODUCT ARCHIVE RECORD LAYOUT.  THE MONTHLY
000300*    RETIREMENT JOB (PRDRETR) UNLOADS EACH RETIRED PRODUCT AS
000400*    ONE PRODUCTS RECORD (TYPE PR) FOLLOWED BY ONE RECORD PER
000500*    CHILD ROW, ALL STAMPED WITH THE PRODUCT ID AND THE
000600*    RETIREMENT DATE, BEFORE THE ROWS ARE DELETED.  THE
000700*    RESTORE JOB (PRDRSTR) RELOADS A PRODUCT FROM THE SAME
000800*    RECORDS.  DATES ARE ISO (YYYY-MM-DD), TIMESTAMPS THE
000900*    26-BYTE DB2 CHARACTER FORM; A PROPOSAL WITH NO EFFECTIVE
001000*    DATE CARRIES SPACES.
001100*
001200 05  RTA-RECORD-TYPE        PIC X(02).
001300     88  RTA-PRODUCT                VALUE 'PR'.
001400     88  RTA-PRICE-LIST             VALUE 'PL'.
001500     88  RTA-QTY-BREAK              VALUE 'QB'.
001600     88  RTA-QTY-BREAK-HIST         VALUE 'QH'.
001700     88  RTA-PROMO-PRODUCT          VALUE 'PE'.
001800     88  RTA-SUPPLIER-XREF          VALUE 'SX'.
001900     88  RTA-FEED-SUSPENSE          VALUE 'FS'.
002000     88  RTA-CONTRACT-PRICE         VALUE 'CP'.
002100     88  RTA-COST-CHANGE            VALUE 'CC'.
002200     88  RTA-PRICE-PROPOSAL         VALUE 'PP'.
002210     88  RTA-SUCCESSOR              VALUE 'SU'.
002300 05  RTA-PRODUCT-ID         PIC 9(05).
002400 05  RTA-RETIRE-DATE        PIC X(10).
002500 05  RTA-DATA               PIC X(133).
002600*    PRODUCTS
002700 05  RTA-PR-DATA REDEFINES RTA-DATA.
002800     10  RTA-PR-DESCRIPTION PIC X(40).
002900     10  RTA-PR-PRICE       PIC 9(05)V99.
003000     10  RTA-PR-STATUS      PIC X(01).
003100     10  RTA-PR-CATEGORY-CODE
003200                            PIC X(04).
003300     10  RTA-PR-UNIT-COST   PIC 9(05)V99.
003400     10  RTA-PR-TAX-CATEGORY
003500                            PIC X(04).
003600     10  FILLER             PIC X(70).
003700*    PRODUCT_PRICE_LIST
003800 05  RTA-PL-DATA REDEFINES RTA-DATA.
003900     10  RTA-PL-LIST-CODE   PIC X(04).
004000     10  RTA-PL-EFF-DATE    PIC X(10).
004100     10  RTA-PL-PRICE       PIC 9(05)V99.
004200     10  FILLER             PIC X(112).
004300*    PRODUCT_QTY_BREAK
004400 05  RTA-QB-DATA REDEFINES RTA-DATA.
004500     10  RTA-QB-BREAK-QTY   PIC 9(05).
004600     10  RTA-QB-PRICE       PIC 9(05)V99.
004700     10  FILLER             PIC X(121).
004800*    PRODUCT_QTY_BREAK_HIST
004900 05  RTA-QH-DATA REDEFINES RTA-DATA.
005000     10  RTA-QH-BREAK-QTY   PIC 9(05).
005100     10  RTA-QH-PRICE       PIC 9(05)V99.
005200     10  RTA-QH-START-TS    PIC X(26).
005300     10  RTA-QH-END-TS      PIC X(26).
005400     10  FILLER             PIC X(69).
005500*    PROMO_EVENT_PRODUCT
005600 05  RTA-PE-DATA REDEFINES RTA-DATA.
005700     10  RTA-PE-PROMO-CODE  PIC X(08).
005800     10  FILLER             PIC X(125).
005900*    PRODUCT_SUPPLIER_XREF
006000 05  RTA-SX-DATA REDEFINES RTA-DATA.
006100     10  RTA-SX-SUPPLIER-CODE
006200                            PIC X(03).
006300     10  RTA-SX-PART-NO     PIC X(15).
006400     10  FILLER             PIC X(115).
006500*    PRODUCT_FEED_SUSPENSE
006600 05  RTA-FS-DATA REDEFINES RTA-DATA.
006700     10  RTA-FS-SUPPLIER-CODE
006800                            PIC X(03).
006900     10  RTA-FS-PART-NO     PIC X(15).
007000     10  RTA-FS-DESCRIPTION PIC X(40).
007100     10  RTA-FS-PRICE       PIC 9(05)V99.
007200     10  RTA-FS-UNIT-COST   PIC 9(05)V99.
007300     10  RTA-FS-FEED-DATE   PIC X(10).
007400     10  RTA-FS-STATUS      PIC X(01).
007500     10  RTA-FS-STATUS-DATE PIC X(10).
007600     10  RTA-FS-OPERATOR-ID PIC X(03).
007700     10  FILLER             PIC X(37).
007800*    PRODUCT_CONTRACT_PRICE
007900 05  RTA-CP-DATA REDEFINES RTA-DATA.
008000     10  RTA-CP-CUSTOMER-NO PIC X(08).
008100     10  RTA-CP-START-DATE  PIC X(10).
008200     10  RTA-CP-END-DATE    PIC X(10).
008300     10  RTA-CP-PRICE       PIC 9(05)V99.
008400     10  RTA-CP-OPERATOR-ID PIC X(03).
008500     10  FILLER             PIC X(95).
008600*    PRODUCT_COST_CHANGE
008700 05  RTA-CC-DATA REDEFINES RTA-DATA.
008800     10  RTA-CC-FEED-DATE   PIC X(10).
008900     10  RTA-CC-OLD-UNIT-COST
009000                            PIC 9(05)V99.
009100     10  RTA-CC-NEW-UNIT-COST
009200                            PIC 9(05)V99.
009300     10  RTA-CC-SOURCE-PROGRAM
009400                            PIC X(08).
009500     10  RTA-CC-STATUS      PIC X(01).
009600     10  RTA-CC-STATUS-DATE PIC X(10).
009700     10  FILLER             PIC X(90).
009800*    PRODUCT_PRICE_PROPOSAL
009900 05  RTA-PP-DATA REDEFINES RTA-DATA.
010000     10  RTA-PP-PROPOSAL-TS PIC X(26).
010100     10  RTA-PP-FEED-DATE   PIC X(10).
010200     10  RTA-PP-OLD-UNIT-COST
010300                            PIC 9(05)V99.
010400     10  RTA-PP-NEW-UNIT-COST
010500                            PIC 9(05)V99.
010600     10  RTA-PP-CURRENT-PRICE
010700                            PIC 9(05)V99.
010800     10  RTA-PP-PROPOSED-PRICE
010900                            PIC 9(05)V99.
011000     10  RTA-PP-MARGIN-FLOOR-PCT
011100                            PIC 9(03)V99.
011200     10  RTA-PP-STATUS      PIC X(01).
011300     10  RTA-PP-STATUS-DATE PIC X(10).
011400     10  RTA-PP-APPLIED-PRICE
011500                            PIC 9(05)V99.
011600     10  RTA-PP-EFF-DATE    PIC X(10).
011700     10  RTA-PP-LIST-CODE   PIC X(04).
011800     10  RTA-PP-OPERATOR-ID PIC X(03).
011900     10  RTA-PP-APPROVED-BY PIC X(03).
012000     10  FILLER             PIC X(26).
012100*    PRODUCT_SUCCESSOR
012200 05  RTA-SU-DATA REDEFINES RTA-DATA.
012300     10  RTA-SU-SUCCESSOR-ID
012400                            PIC 9(05).
012500     10  RTA-SU-EFF-DATE    PIC X(10).
012600     10  RTA-SU-REASON      PIC X(30).
012700     10  RTA-SU-OPERATOR-ID PIC X(03).
012800     10  RTA-SU-CHANGE-TS   PIC X(26).
012900     10  FILLER             PIC X(59).
