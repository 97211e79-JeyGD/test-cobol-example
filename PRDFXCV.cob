000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDFXCV.
000300*
000400*    LINKABLE CURRENCY CONVERSION SUBROUTINE.  TURNS A
000500*    DOLLAR PRICE AND ITS TAX INTO A FOREIGN CURRENCY AT THE
000600*    EXCHANGE_RATE ROW IN FORCE, SO EVERY CALLER CONVERTS
000700*    AND ROUNDS THE SAME WAY.  CALLED BY PRDLKUP (A LOOKUP
000800*    ASKED IN A FOREIGN CURRENCY) AND BY PRDBOOK (A PRICE
000900*    BOOK PUBLISHED IN ONE).  RATES ARE EFFECTIVE-DATED THE
001000*    WAY PRDTAXM DATES TAX RATES - NEXT MONTH'S RATE KEYED
001100*    AHEAD THROUGH PRDFXRM TAKES OVER BY ITSELF.  SEE
001200*    MYCOPY058 FOR THE PARAMETERS AND THE ROUNDING RULE.
001300*
001400 ENVIRONMENT DIVISION.
001500 DATA DIVISION.
001600 WORKING-STORAGE SECTION.
001700     EXEC SQL INCLUDE SQLCA END-EXEC.
001800*
001900 01  WS-AS-OF-DATE          PIC X(10).
002000*
002100*    ONE DOLLAR AMOUNT AT A TIME IS CONVERTED THROUGH THESE -
002200*    THE ROUNDED RESULT IS TAKEN FROM THE FIELD CARRYING THE
002300*    CURRENCY'S OWN NUMBER OF DECIMAL PLACES.
002400 01  WS-CONVERT-FIELDS.
002500     05  WS-DOLLAR-AMOUNT   PIC 9(05)V99.
002600     05  WS-ROUNDED-0       PIC 9(11).
002700     05  WS-ROUNDED-2       PIC 9(11)V99.
002800     05  WS-ROUNDED-3       PIC 9(11)V999.
002900     05  WS-CONVERTED       PIC 9(11)V999.
003000*
003100 LINKAGE SECTION.
003200 01  LS-CONVERT-PARMS.
003300     COPY MYCOPY058.
003400*
003500 PROCEDURE DIVISION USING LS-CONVERT-PARMS.
003600     PERFORM CONVERT-AMOUNTS.
003700     GOBACK.
003800*
003900 CONVERT-AMOUNTS.
004000     MOVE ZERO   TO FX-RATE FX-DECIMALS FX-CONV-PRICE
004100                    FX-CONV-TAX-AMOUNT FX-CONV-PRICE-WITH-TAX.
004200     MOVE SPACES TO FX-EFF-DATE.
004300     PERFORM LOOKUP-EXCHANGE-RATE.
004400     IF FX-OK
004500         MOVE FX-PRICE      TO WS-DOLLAR-AMOUNT
004600         PERFORM CONVERT-ONE-AMOUNT
004700         MOVE WS-CONVERTED  TO FX-CONV-PRICE
004800         MOVE FX-TAX-AMOUNT TO WS-DOLLAR-AMOUNT
004900         PERFORM CONVERT-ONE-AMOUNT
005000         MOVE WS-CONVERTED  TO FX-CONV-TAX-AMOUNT
005100         COMPUTE FX-CONV-PRICE-WITH-TAX =
005200             FX-CONV-PRICE + FX-CONV-TAX-AMOUNT
005300     END-IF.
005400*
005500*    THE LATEST RATE ON OR BEFORE THE DATE ASKED FOR, MOST
005600*    RECENT EFFECTIVE DATE FIRST AS IN PRDLKUP'S TAX LOOKUP.
005700 LOOKUP-EXCHANGE-RATE.
005800     IF FX-AS-OF-TODAY
005900         MOVE SPACES        TO WS-AS-OF-DATE
006000     ELSE
006100         MOVE FX-AS-OF-DATE TO WS-AS-OF-DATE
006200     END-IF.
006300     EXEC SQL
006400         SELECT RATE, CHAR(EFFECTIVE_DATE, ISO), DECIMAL_PLACES
006500         INTO :FX-RATE, :FX-EFF-DATE, :FX-DECIMALS
006600         FROM EXCHANGE_RATE
006700         WHERE CURRENCY_CODE   = :FX-CURRENCY-CODE
006800           AND EFFECTIVE_DATE <=
006900               COALESCE(DATE(NULLIF(:WS-AS-OF-DATE, ' ')),
007000                        CURRENT DATE)
007100         ORDER BY EFFECTIVE_DATE DESC
007200         FETCH FIRST 1 ROW ONLY
007300     END-EXEC.
007400     EVALUATE TRUE
007500         WHEN SQLCODE = ZERO
007600             MOVE '0' TO FX-RETURN-CODE
007700         WHEN SQLCODE = 100
007800             MOVE '1' TO FX-RETURN-CODE
007900         WHEN OTHER
008000             MOVE '4' TO FX-RETURN-CODE
008100     END-EVALUATE.
008200     IF NOT FX-OK
008300         MOVE ZERO   TO FX-RATE FX-DECIMALS
008400         MOVE SPACES TO FX-EFF-DATE
008500     END-IF.
008600*
008700*    DOLLARS TIMES THE RATE, ROUNDED HALF UP TO THE
008800*    CURRENCY'S DECIMAL PLACES - NONE (YEN), THREE (DINARS)
008900*    OR, FOR EVERYTHING ELSE, TWO.
009000 CONVERT-ONE-AMOUNT.
009100     EVALUATE FX-DECIMALS
009200         WHEN 0
009300             COMPUTE WS-ROUNDED-0 ROUNDED =
009400                 WS-DOLLAR-AMOUNT * FX-RATE
009500             MOVE WS-ROUNDED-0 TO WS-CONVERTED
009600         WHEN 3
009700             COMPUTE WS-ROUNDED-3 ROUNDED =
009800                 WS-DOLLAR-AMOUNT * FX-RATE
009900             MOVE WS-ROUNDED-3 TO WS-CONVERTED
010000         WHEN OTHER
010100             COMPUTE WS-ROUNDED-2 ROUNDED =
010200                 WS-DOLLAR-AMOUNT * FX-RATE
010300             MOVE WS-ROUNDED-2 TO WS-CONVERTED
010400     END-EVALUATE.
