000100*
000200*    CALLING PARAMETER LAYOUT FOR THE PRDSUCC SUCCESSOR-CHAIN
000300*    SUBROUTINE.  A DISCONTINUED OR HELD PRODUCT MAY NAME A
000400*    SUCCESSOR ON PRODUCT_SUCCESSOR (ONE ROW PER PRODUCT,
000500*    KEYED THROUGH PRDSUCM), AND THE SUCCESSOR MAY IN TURN
000600*    NAME ITS OWN, SO THE CHAIN IS WALKED TO ITS END.  CALLERS
000700*    SET SC-PRODUCT-ID AND SC-MODE:
000800*      E - EFFECTIVE: ONLY ROWS WHOSE EFFECTIVE DATE HAS COME
000900*          ARE FOLLOWED, AND THE WALK STOPS AT THE FIRST
001000*          ACTIVE PRODUCT - WHAT A CUSTOMER SHOULD BE OFFERED
001100*          TODAY (PRDLKUP).
001200*      A - ALL: EVERY ROW IS FOLLOWED WHATEVER ITS DATE OR THE
001300*          STATUS OF THE PRODUCTS ON IT, TO THE LAST PRODUCT
001400*          NAMING NO SUCCESSOR - HOW THE CHAIN WILL STAND ONCE
001500*          EVERY ROW IS IN FORCE (PRDSUCM, PRDSUCX).
001600*    SC-FIRST-SUCCESSOR-ID, WHEN NOT ZERO, IS TAKEN AS THE
001700*    FIRST LINK IN PLACE OF THE PRODUCT'S OWN ROW, SO A
001800*    SUCCESSOR CAN BE TRIED BEFORE IT IS STORED.
001900*    SC-SUCCESSOR-ID AND ITS DATE AND REASON ARE THE FIRST
002000*    LINK; THE SC-FINAL- FIELDS DESCRIBE THE PRODUCT THE CHAIN
002100*    ENDS ON (THE LAST ONE FOUND ON FILE WHEN IT IS BROKEN OR
002200*    LOOPS), WITH ITS STANDARD PRICE FROM PRODUCTS.
002300*
002400 05  SC-PRODUCT-ID          PIC 9(05).
002500 05  SC-FIRST-SUCCESSOR-ID  PIC 9(05).
002600 05  SC-MODE                PIC X(01).
002700     88  SC-MODE-EFFECTIVE          VALUE 'E'.
002800     88  SC-MODE-ALL                VALUE 'A'.
002900 05  SC-RETURN-CODE         PIC X(01).
003000     88  SC-OK                      VALUE '0'.
003100     88  SC-NO-SUCCESSOR            VALUE '1'.
003200     88  SC-LOOP                    VALUE '2'.
003300     88  SC-BROKEN                  VALUE '3'.
003400     88  SC-LOOKUP-FAILED           VALUE '4'.
003500 05  SC-SUCCESSOR-ID        PIC 9(05).
003600 05  SC-EFF-DATE            PIC X(10).
003700 05  SC-REASON              PIC X(30).
003800 05  SC-FINAL-ID            PIC 9(05).
003900 05  SC-FINAL-DESCRIPTION   PIC X(40).
004000 05  SC-FINAL-PRICE         PIC 9(05)V99.
004100 05  SC-FINAL-STATUS        PIC X(01).
004200     88  SC-FINAL-ACTIVE            VALUE 'A'.
004300     88  SC-FINAL-HOLD              VALUE 'H'.
004400     88  SC-FINAL-DISCONTINUED      VALUE 'D'.
004500 05  SC-HOP-COUNT           PIC 9(02).
004600*    WHERE THE CHAIN BROKE - THE PRODUCT ID NAMED AS A
004700*    SUCCESSOR BUT NOT ON PRODUCTS (RETURN CODE 3), OR THE
004800*    PRODUCT MET A SECOND TIME (RETURN CODE 2; ZERO WHEN THE
004900*    CHAIN SIMPLY RAN PAST THE LONGEST ALLOWED).
005000 05  SC-BREAK-ID            PIC 9(05).
