000100*
000200*    ORDER-LINE EXCEPTION RECORD FROM PRDORDV, PICKED UP BY
000300*    THE WEB SITE FOR REFUNDS AND REBILLS.  ONE RECORD PER
000400*    ORDER LINE (MYCOPY059) THAT WAS NOT CHARGED AS THE
000500*    SYSTEM WOULD HAVE QUOTED IT AT THE ORDER MOMENT.  IT
000600*    CARRIES THE LINE AS RECEIVED, THE CAUSE, THE UNIT PRICE
000700*    AND TAX THAT SHOULD HAVE BEEN CHARGED, THE QUANTITY TIER
000800*    AND TAX RATE THEN IN FORCE, AND THE TAX-INCLUSIVE LINE
000900*    ADJUSTMENT: R = REFUND THE CUSTOMER, B = REBILL, V = THE
001000*    PRODUCT COULD NOT BE SOLD AT THAT MOMENT (NOT ON FILE OR
001100*    DISCONTINUED) AND THE SITE MUST REVIEW THE ORDER - THE
001200*    AMOUNT IS THEN THE WHOLE LINE AS CHARGED.  THE CORRECT
001300*    FIGURES ARE ZERO FOR A PRODUCT NOT ON FILE.  A RESTARTED
001400*    RUN MAY REPEAT LINES WRITTEN AFTER ITS LAST CHECKPOINT
001500*    IN A NEWER GENERATION - THE NEWEST RECORD FOR AN ORDER
001600*    AND LINE STANDS.
001700*
001800 05  OEX-ORDER-NO           PIC X(12).
001900 05  OEX-LINE-NO            PIC 9(03).
002000 05  OEX-ORDER-TS           PIC X(19).
002100 05  OEX-PRODUCT-ID         PIC 9(05).
002200 05  OEX-PRICE-LIST-CODE    PIC X(04).
002300 05  OEX-QUANTITY           PIC 9(05).
002400 05  OEX-CAUSE              PIC X(01).
002500     88  OEX-PRICE-CHANGED          VALUE 'P'.
002600     88  OEX-PROMO-EXPIRED          VALUE 'E'.
002700     88  OEX-WRONG-TIER             VALUE 'T'.
002800     88  OEX-TAX-DIFFERENCE         VALUE 'X'.
002900     88  OEX-UNKNOWN-PRODUCT        VALUE 'U'.
003000     88  OEX-DISCONTINUED           VALUE 'D'.
003100 05  OEX-ACTION             PIC X(01).
003200     88  OEX-REFUND                 VALUE 'R'.
003300     88  OEX-REBILL                 VALUE 'B'.
003400     88  OEX-REVIEW                 VALUE 'V'.
003500 05  OEX-CHARGED-PRICE      PIC 9(05)V99.
003600 05  OEX-CHARGED-TAX        PIC 9(05)V99.
003700 05  OEX-CORRECT-PRICE      PIC 9(05)V99.
003800 05  OEX-CORRECT-TAX        PIC 9(05)V99.
003900 05  OEX-BREAK-QTY          PIC 9(05).
004000 05  OEX-TAX-RATE-PCT       PIC 9(02)V999.
004100 05  OEX-ADJUST-AMOUNT      PIC 9(11)V99.
004200 05  FILLER                 PIC X(19).
