000100*
000200*    E-COMMERCE ORDER-LINE RECORD, SENT NIGHTLY BY THE WEB
000300*    SITE FOR PRDORDV.  ONE RECORD PER ORDER LINE TAKEN THE
000400*    PREVIOUS DAY: THE ORDER AND LINE NUMBER, THE MOMENT THE
000500*    ORDER WAS PLACED (YYYY-MM-DD-HH.MM.SS, LOCAL TIME), THE
000600*    PRODUCT, THE PRICE LIST IT WAS SOLD FROM (BLANK FOR THE
000700*    STANDARD PRICE), THE QUANTITY, AND THE UNIT PRICE AND
000800*    UNIT TAX THE SITE CHARGED.  BOTH CHARGED FIGURES ARE PER
000900*    UNIT, AS PRDLKUP QUOTES THEM TO THE SITE - THE LINE
001000*    TOTAL IS THEIR SUM TIMES THE QUANTITY.
001100*
001200 05  ORD-ORDER-NO           PIC X(12).
001300 05  ORD-LINE-NO            PIC 9(03).
001400 05  ORD-ORDER-TS           PIC X(19).
001500 05  ORD-ORDER-TS-R REDEFINES ORD-ORDER-TS.
001600     10  ORD-ORDER-DATE     PIC X(10).
001700     10  FILLER             PIC X(01).
001800     10  ORD-ORDER-TIME     PIC X(08).
001900 05  ORD-PRODUCT-ID         PIC 9(05).
002000 05  ORD-PRICE-LIST-CODE    PIC X(04).
002100 05  ORD-QUANTITY           PIC 9(05).
002200 05  ORD-CHARGED-PRICE      PIC 9(05)V99.
002300 05  ORD-CHARGED-TAX        PIC 9(05)V99.
002400 05  FILLER                 PIC X(18).
