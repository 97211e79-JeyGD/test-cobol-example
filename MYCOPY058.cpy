000100*
000200*    CALLING PARAMETER LAYOUT FOR THE PRDFXCV CURRENCY
000300*    CONVERSION SUBROUTINE.  PRICES ARE HELD IN US DOLLARS;
000400*    EXCHANGE_RATE (KEYED THROUGH PRDFXRM) CARRIES, FOR EACH
000500*    CURRENCY AND EFFECTIVE DATE, THE UNITS OF THE CURRENCY
000600*    TO ONE DOLLAR AND THE DECIMAL PLACES THE CURRENCY IS
000700*    QUOTED TO.  CALLERS SET FX-CURRENCY-CODE, FX-PRICE AND
000800*    FX-TAX-AMOUNT (DOLLARS) AND OPTIONALLY FX-AS-OF-DATE
000900*    (YYYY-MM-DD; SPACES MEANS TODAY).  THE RATE WITH THE
001000*    LATEST EFFECTIVE DATE ON OR BEFORE THAT DATE IS USED
001100*    AND COMES BACK WITH ITS DATE AND DECIMAL PLACES.  EACH
001200*    AMOUNT IS CONVERTED AND ROUNDED (HALF UP) TO THE
001300*    CURRENCY'S OWN DECIMAL PLACES ON ITS OWN, AND THE
001400*    TAX-INCLUSIVE PRICE IS THE SUM OF THE TWO ROUNDED
001500*    AMOUNTS SO THE FIGURES QUOTED ALWAYS ADD UP.  RETURN
001600*    CODE 1 - NO RATE IN FORCE FOR THE CURRENCY ON THE DATE;
001700*    4 - THE RATE COULD NOT BE READ.  THE CONVERTED FIELDS
001800*    ARE ZERO UNLESS THE RETURN CODE IS 0.
001900*
002000 05  FX-CURRENCY-CODE       PIC X(03).
002100 05  FX-AS-OF-DATE          PIC X(10).
002200     88  FX-AS-OF-TODAY             VALUE SPACES LOW-VALUES.
002300 05  FX-PRICE               PIC 9(05)V99.
002400 05  FX-TAX-AMOUNT          PIC 9(05)V99.
002500 05  FX-RETURN-CODE         PIC X(01).
002600     88  FX-OK                      VALUE '0'.
002700     88  FX-NO-RATE                 VALUE '1'.
002800     88  FX-LOOKUP-FAILED           VALUE '4'.
002900 05  FX-RATE                PIC 9(05)V9(06).
003000 05  FX-EFF-DATE            PIC X(10).
003100 05  FX-DECIMALS            PIC 9(01).
003200 05  FX-CONV-PRICE          PIC 9(11)V999.
003300 05  FX-CONV-TAX-AMOUNT     PIC 9(11)V999.
003400 05  FX-CONV-PRICE-WITH-TAX PIC 9(11)V999.
