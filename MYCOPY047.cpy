000100*
000200*    DFHCOMMAREA LAYOUT FOR THE CUSTOMER CONTRACT PRICE
000300*    MAINTENANCE TRANSACTION (PRDCTRM).  THE OPERATOR KEYS A
000400*    FUNCTION, CUSTOMER NUMBER, PRODUCT ID, START DATE AND
000500*    (FOR AN ADD OR END) AN END DATE, AND FOR AN ADD A PRICE.
000600*    FUNCTION A ADDS A CONTRACT STARTING TODAY OR LATER, B
000700*    RETURNS THE CONTRACT HISTORY FOR THE CUSTOMER/PRODUCT,
000800*    C CANCELS A CONTRACT THAT HAS NOT YET STARTED, E ENDS A
000900*    RUNNING CONTRACT EARLY ON THE END DATE KEYED.  THE
001000*    PRODUCT_CONTRACT_PRICE ROW HOLDS CUSTOMER_NO, PRODUCT_ID,
001100*    START_DATE, END_DATE, PRICE AND OPERATOR_ID.
001200*
001300 05  CA-CT-FUNCTION         PIC X(01).
001400     88  CA-CT-ADD                  VALUE 'A'.
001500     88  CA-CT-BROWSE               VALUE 'B'.
001600     88  CA-CT-CANCEL               VALUE 'C'.
001700     88  CA-CT-END                  VALUE 'E'.
001800 05  CA-CT-CUSTOMER-NO      PIC X(08).
001900 05  CA-CT-PRODUCT-ID       PIC 9(05).
002000 05  CA-CT-START-DATE       PIC X(10).
002100 05  CA-CT-END-DATE         PIC X(10).
002200 05  CA-CT-PRICE            PIC 9(05)V99.
002300 05  CA-CT-RETURN-CODE      PIC X(01).
002400     88  CA-CT-OK                   VALUE '0'.
002500     88  CA-CT-NOTFOUND             VALUE '1'.
002600     88  CA-CT-INVALID-INPUT        VALUE '2'.
002700     88  CA-CT-DUPLICATE            VALUE '3'.
002800     88  CA-CT-NOT-PENDING          VALUE '4'.
002900 05  CA-CT-ROW-COUNT        PIC 9(02).
003000 05  CA-CT-HIST-ROW         OCCURS 10 TIMES.
003100     10  CA-CT-HIST-START       PIC X(10).
003200     10  CA-CT-HIST-END         PIC X(10).
003300     10  CA-CT-HIST-PRICE       PIC 9(05)V99.
