000100*
000200*    DFHCOMMAREA LAYOUT FOR THE EXCHANGE RATE MAINTENANCE
000300*    TRANSACTION (PRDFXRM), COMPANION TO PRDTAXM.  THE
000400*    OPERATOR KEYS A FUNCTION, A CURRENCY CODE (ISO, E.G.
000500*    EUR, GBP, JPY), AN EFFECTIVE DATE AND FOR AN ADD THE
000600*    RATE (UNITS OF THE CURRENCY TO ONE US DOLLAR,
000700*    NNNNNDDDDDD, IMPLIED DECIMAL) AND THE NUMBER OF DECIMAL
000800*    PLACES THE CURRENCY IS QUOTED TO (0, 2 OR 3).
000900*    FUNCTION A ADDS A RATE TO EXCHANGE_RATE FOR TODAY OR A
001000*    LATER DATE - NEXT MONTH'S RATE IS KEYED AHEAD AND TAKES
001100*    OVER BY ITSELF; B RETURNS THE EFFECTIVE-DATE HISTORY
001200*    FOR THE CURRENCY; C CANCELS A PENDING RATE THAT HAS NOT
001300*    YET TAKEN EFFECT.
001400*
001500 05  CA-FX-FUNCTION         PIC X(01).
001600     88  CA-FX-ADD                  VALUE 'A'.
001700     88  CA-FX-BROWSE               VALUE 'B'.
001800     88  CA-FX-CANCEL               VALUE 'C'.
001900 05  CA-FX-CURRENCY-CODE    PIC X(03).
002000 05  CA-FX-EFF-DATE         PIC X(10).
002100 05  CA-FX-RATE             PIC 9(05)V9(06).
002200 05  CA-FX-DECIMALS         PIC 9(01).
002300 05  CA-FX-RETURN-CODE      PIC X(01).
002400     88  CA-FX-OK                   VALUE '0'.
002500     88  CA-FX-NOTFOUND             VALUE '1'.
002600     88  CA-FX-INVALID-INPUT        VALUE '2'.
002700     88  CA-FX-DUPLICATE            VALUE '3'.
002800     88  CA-FX-NOT-PENDING          VALUE '4'.
002900 05  CA-FX-ROW-COUNT        PIC 9(02).
003000 05  CA-FX-HIST-ROW         OCCURS 10 TIMES.
003100     10  CA-FX-HIST-DATE        PIC X(10).
003200     10  CA-FX-HIST-RATE        PIC 9(05)V9(06).
003300     10  CA-FX-HIST-DECIMALS    PIC 9(01).
