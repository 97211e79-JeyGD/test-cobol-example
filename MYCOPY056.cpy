000100*
000200*    DFHCOMMAREA LAYOUT FOR THE PRODUCT SUCCESSOR MAINTENANCE
000300*    TRANSACTION (PRDSUCM).  THE OPERATOR KEYS A FUNCTION, THE
000400*    DISCONTINUED OR HELD PRODUCT AND FOR AN ADD OR CHANGE THE
000500*    SUCCESSOR PRODUCT, THE DATE IT TAKES OVER AND A REASON.
000600*    FUNCTION A ADDS THE PRODUCT'S SUCCESSOR, C CHANGES IT,
000700*    D REMOVES IT AND I RETURNS IT WITH THE PRODUCT ITS CHAIN
000800*    ENDS ON ONCE EVERY ROW IS IN FORCE (PRDSUCC MODE A - ROWS
000810*    NOT YET EFFECTIVE ARE FOLLOWED TOO), WITH ITS STATUS.
000820*    THE PRODUCT_SUCCESSOR ROW HOLDS
000900*    PRODUCT_ID, SUCCESSOR_ID, EFFECTIVE_DATE, REASON,
001000*    OPERATOR_ID AND CHANGE_TIMESTAMP - ONE ROW PER PRODUCT.
001100*    CA-SU-FINAL-ID/STATUS AND CA-SU-HOP-COUNT COME BACK ON
001200*    EVERY FUNCTION BUT D.
001300*
001400 05  CA-SU-FUNCTION         PIC X(01).
001500     88  CA-SU-ADD                  VALUE 'A'.
001600     88  CA-SU-CHANGE               VALUE 'C'.
001700     88  CA-SU-DELETE               VALUE 'D'.
001800     88  CA-SU-INQUIRE              VALUE 'I'.
001900 05  CA-SU-PRODUCT-ID       PIC 9(05).
002000 05  CA-SU-SUCCESSOR-ID     PIC 9(05).
002100 05  CA-SU-EFF-DATE         PIC X(10).
002200 05  CA-SU-REASON           PIC X(30).
002300 05  CA-SU-RETURN-CODE      PIC X(01).
002400     88  CA-SU-OK                   VALUE '0'.
002500     88  CA-SU-NOTFOUND             VALUE '1'.
002600     88  CA-SU-INVALID-INPUT        VALUE '2'.
002700     88  CA-SU-DUPLICATE            VALUE '3'.
002800     88  CA-SU-LOOP                 VALUE '4'.
002900     88  CA-SU-ENDS-DISCONTINUED    VALUE '5'.
003000     88  CA-SU-CHAIN-BROKEN         VALUE '6'.
003100 05  CA-SU-OPERATOR-ID      PIC X(03).
003200 05  CA-SU-FINAL-ID         PIC 9(05).
003300 05  CA-SU-FINAL-STATUS     PIC X(01).
003400 05  CA-SU-HOP-COUNT        PIC 9(02).
