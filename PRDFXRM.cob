000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDFXRM.
000300*
000400*    MAINTENANCE TRANSACTION FOR THE EXCHANGE_RATE
000500*    REFERENCE TABLE, COMPANION TO PRDTAXM.  THE OPERATOR
000600*    KEYS A FUNCTION (A=ADD, B=BROWSE, C=CANCEL), A
000700*    CURRENCY CODE, AN EFFECTIVE DATE AND FOR AN ADD THE
000800*    RATE (UNITS OF THE CURRENCY TO ONE US DOLLAR,
000900*    NNNNNDDDDDD, IMPLIED DECIMAL) AND THE DECIMAL PLACES
001000*    THE CURRENCY IS QUOTED TO.  RATES ARE EFFECTIVE-DATED
001100*    THE WAY PRDTAXM DATES TAX RATES, SO TREASURY'S RATE FOR
001200*    NEXT MONTH IS KEYED AHEAD OF TIME AND TAKES OVER BY
001300*    ITSELF; ROWS ALREADY EFFECTIVE ARE NEVER DELETED - THE
001400*    CONVERSION PATH (PRDFXCV, FOR PRDLKUP AND PRDBOOK) AND
001500*    THE LOOKUP HISTORY DEPEND ON THEM.  PRICES THEMSELVES
001600*    ARE ONLY EVER HELD IN US DOLLARS, SO NO RATE IS KEPT
001700*    FOR USD.
001800*
001900 ENVIRONMENT DIVISION.
002000 DATA DIVISION.
002100 WORKING-STORAGE SECTION.
002200     COPY MYCOPY013.
002300     EXEC SQL INCLUDE SQLCA END-EXEC.
002400*
002500 01  WS-EXCHANGE-RATE-ROW.
002600     05  WS-FX-CURRENCY     PIC X(03).
002700     05  WS-FX-EFF-DATE     PIC X(10).
002800     05  WS-FX-RATE         PIC 9(05)V9(06).
002900     05  WS-FX-DECIMALS     PIC 9(01).
003000*
003100 01  WS-INPUT-LINE.
003200     05  WS-IN-FUNCTION     PIC X(01).
003300     05  WS-IN-CURRENCY     PIC X(03).
003400     05  WS-IN-EFF-DATE     PIC X(10).
003500     05  WS-IN-RATE         PIC X(11).
003600     05  WS-IN-DECIMALS     PIC X(01).
003700 01  WS-IN-RATE-R REDEFINES WS-INPUT-LINE.
003800     05  FILLER             PIC X(14).
003900     05  WS-IN-RATE-9       PIC 9(05)V9(06).
004000     05  WS-IN-DECIMALS-9   PIC 9(01).
004100 01  WS-INPUT-LENGTH        PIC S9(4) COMP VALUE 26.
004200*
004300 01  WS-ROW-INDEX           PIC 9(02)  COMP.
004400*
004500 01  WS-MESSAGE-LINE        PIC X(40).
004600*
004700 01  WS-HIST-TEXT.
004800     05  WS-HIST-LINE  OCCURS 10 TIMES.
004900         10  WS-HL-EFF-DATE     PIC X(10).
005000         10  FILLER             PIC X(02)  VALUE SPACES.
005100         10  WS-HL-RATE         PIC ZZZZ9.999999.
005200         10  FILLER             PIC X(02)  VALUE SPACES.
005300         10  WS-HL-DECIMALS     PIC 9(01).
005400         10  FILLER             PIC X(01)  VALUE SPACE.
005500 01  WS-HIST-TEXT-LENGTH    PIC S9(4) COMP VALUE 280.
005600*
005700*    THE TRANSACTION WORKS AGAINST THIS WORKING-STORAGE COPY
005800*    OF THE COMMAREA - ON THE FIRST TERMINAL ENTRY EIBCALEN
005900*    IS ZERO AND DFHCOMMAREA IS NOT ADDRESSABLE.  A CALLER'S
006000*    COMMAREA IS COPIED IN AT ENTRY AND THE COPY RETURNED.
006100 01  WS-COMMAREA.
006200     COPY MYCOPY057 REPLACING LEADING ==CA-== BY ==WCA-==.
006300*
006400 LINKAGE SECTION.
006500 01  DFHCOMMAREA.
006600     COPY MYCOPY057.
006700*
006800 PROCEDURE DIVISION.
006900     PERFORM INIT
007000     IF EIBCALEN > ZERO
007100         MOVE DFHCOMMAREA TO WS-COMMAREA
007200     ELSE
007300         INITIALIZE WS-COMMAREA
007400     END-IF
007500     PERFORM RECEIVE-REQUEST
007600     IF WCA-FX-INVALID-INPUT
007700         PERFORM SEND-MESSAGE
007800     ELSE
007900         EVALUATE TRUE
008000             WHEN WCA-FX-ADD
008100                 PERFORM ADD-RATE-ROW
008200             WHEN WCA-FX-BROWSE
008300                 PERFORM BROWSE-RATE-HISTORY
008400             WHEN WCA-FX-CANCEL
008500                 PERFORM CANCEL-PENDING-RATE
008600         END-EVALUATE
008700     END-IF
008800     PERFORM EXIT-ROUTINE
008900     EXEC CICS RETURN
009000         COMMAREA(WS-COMMAREA)
009100         LENGTH(LENGTH OF WS-COMMAREA)
009200     END-EXEC.
009300*
009400 INIT.
009500     MOVE SPACES TO WS-FX-CURRENCY WS-FX-EFF-DATE
009600                    WS-MESSAGE-LINE.
009700     MOVE ZERO   TO WS-FX-RATE WS-FX-DECIMALS WS-ROW-INDEX.
009800*
009900 RECEIVE-REQUEST.
010000     IF EIBCALEN = ZERO
010100         PERFORM RECEIVE-INPUT-LINE
010200     END-IF.
010300     MOVE '0'  TO WCA-FX-RETURN-CODE.
010400     MOVE ZERO TO WCA-FX-ROW-COUNT.
010500     PERFORM VALIDATE-REQUEST.
010600*
010700 RECEIVE-INPUT-LINE.
010800     MOVE SPACES TO WS-INPUT-LINE.
010900     EXEC CICS RECEIVE
011000         INTO(WS-INPUT-LINE)
011100         LENGTH(WS-INPUT-LENGTH)
011200     END-EXEC.
011300     MOVE WS-IN-FUNCTION TO WCA-FX-FUNCTION.
011400     MOVE WS-IN-CURRENCY TO WCA-FX-CURRENCY-CODE.
011500     MOVE WS-IN-EFF-DATE TO WCA-FX-EFF-DATE.
011600     IF WS-IN-RATE NUMERIC
011700         MOVE WS-IN-RATE-9     TO WCA-FX-RATE
011800     ELSE
011900         MOVE ZERO             TO WCA-FX-RATE
012000     END-IF.
012100     IF WS-IN-DECIMALS NUMERIC
012200         MOVE WS-IN-DECIMALS-9 TO WCA-FX-DECIMALS
012300     ELSE
012400         MOVE 9                TO WCA-FX-DECIMALS
012500     END-IF.
012600*
012700*    UNLIKE A TAX RATE A ZERO EXCHANGE RATE IS NEVER VALID,
012800*    AND THE DECIMAL PLACES MUST BE ONE PRDFXCV ROUNDS TO.
012900 VALIDATE-REQUEST.
013000     IF NOT WCA-FX-ADD AND NOT WCA-FX-BROWSE
013100                       AND NOT WCA-FX-CANCEL
013200         MOVE '2' TO WCA-FX-RETURN-CODE
013300         MOVE 'FUNCTION MUST BE A, B OR C' TO WS-MESSAGE-LINE
013400     ELSE
013500     IF WCA-FX-CURRENCY-CODE = SPACES
013600         MOVE '2' TO WCA-FX-RETURN-CODE
013700         MOVE 'CURRENCY CODE REQUIRED' TO WS-MESSAGE-LINE
013800     ELSE
013900     IF WCA-FX-CURRENCY-CODE = 'USD'
014000         MOVE '2' TO WCA-FX-RETURN-CODE
014100         MOVE 'PRICES ARE HELD IN USD - NO RATE NEEDED'
014200             TO WS-MESSAGE-LINE
014300     ELSE
014400     IF (WCA-FX-ADD OR WCA-FX-CANCEL)
014500         AND WCA-FX-EFF-DATE = SPACES
014600         MOVE '2' TO WCA-FX-RETURN-CODE
014700         MOVE 'EFFECTIVE DATE REQUIRED' TO WS-MESSAGE-LINE
014800     ELSE
014900     IF WCA-FX-ADD AND WCA-FX-RATE = ZERO
015000         MOVE '2' TO WCA-FX-RETURN-CODE
015100         MOVE 'EXCHANGE RATE MUST BE GREATER THAN ZERO'
015200             TO WS-MESSAGE-LINE
015300     ELSE
015400     IF WCA-FX-ADD AND WCA-FX-DECIMALS NOT = 0
015500                   AND WCA-FX-DECIMALS NOT = 2
015600                   AND WCA-FX-DECIMALS NOT = 3
015700         MOVE '2' TO WCA-FX-RETURN-CODE
015800         MOVE 'DECIMAL PLACES MUST BE 0, 2 OR 3'
015900             TO WS-MESSAGE-LINE
016000     END-IF
016100     END-IF
016200     END-IF
016300     END-IF
016400     END-IF
016500     END-IF.
016600*
016700*    A RATE MAY BE ADDED FOR TODAY OR A FUTURE DATE ONLY -
016800*    BACKDATING WOULD SILENTLY CHANGE PRICES ALREADY QUOTED
016900*    ABROAD.  A DUPLICATE CURRENCY/DATE ROW RETURNS SQLCODE
017000*    -803 FROM THE TABLE'S UNIQUE INDEX.
017100 ADD-RATE-ROW.
017200     MOVE WCA-FX-CURRENCY-CODE TO WS-FX-CURRENCY.
017300     MOVE WCA-FX-EFF-DATE      TO WS-FX-EFF-DATE.
017400     MOVE WCA-FX-RATE          TO WS-FX-RATE.
017500     MOVE WCA-FX-DECIMALS      TO WS-FX-DECIMALS.
017600     EXEC SQL
017700         INSERT INTO EXCHANGE_RATE
017800             (CURRENCY_CODE, EFFECTIVE_DATE, RATE,
017900              DECIMAL_PLACES)
018000         SELECT :WS-FX-CURRENCY, DATE(:WS-FX-EFF-DATE),
018100                :WS-FX-RATE, :WS-FX-DECIMALS
018200         FROM SYSIBM.SYSDUMMY1
018300         WHERE DATE(:WS-FX-EFF-DATE) >= CURRENT DATE
018400     END-EXEC.
018500     EVALUATE TRUE
018600         WHEN SQLCODE = ZERO
018700             MOVE '0' TO WCA-FX-RETURN-CODE
018800             MOVE 'EXCHANGE RATE ADDED' TO WS-MESSAGE-LINE
018900         WHEN SQLCODE = -803
019000             MOVE '3' TO WCA-FX-RETURN-CODE
019100             MOVE 'RATE ALREADY ON FILE FOR THAT DATE'
019200                 TO WS-MESSAGE-LINE
019300         WHEN SQLCODE = 100
019400             MOVE '2' TO WCA-FX-RETURN-CODE
019500             MOVE 'EFFECTIVE DATE MUST NOT BE IN THE PAST'
019600                 TO WS-MESSAGE-LINE
019700         WHEN OTHER
019800             MOVE '2' TO WCA-FX-RETURN-CODE
019900             MOVE 'RATE NOT ADDED - INVALID DATE'
020000                 TO WS-MESSAGE-LINE
020100     END-EVALUATE.
020200     PERFORM SEND-MESSAGE.
020300*
020400 BROWSE-RATE-HISTORY.
020500     MOVE WCA-FX-CURRENCY-CODE TO WS-FX-CURRENCY.
020600     EXEC SQL
020700         DECLARE FXHCUR CURSOR FOR
020800         SELECT CHAR(EFFECTIVE_DATE, ISO), RATE, DECIMAL_PLACES
020900         FROM EXCHANGE_RATE
021000         WHERE CURRENCY_CODE = :WS-FX-CURRENCY
021100         ORDER BY EFFECTIVE_DATE DESC
021200     END-EXEC.
021300     EXEC SQL OPEN FXHCUR END-EXEC.
021400     MOVE 'N'  TO WS-EOF-SW.
021500     MOVE ZERO TO WS-ROW-INDEX.
021600     PERFORM FETCH-RATE-ROW
021700         THRU FETCH-RATE-ROW-EXIT
021800         UNTIL WS-EOF OR WS-ROW-INDEX = 10.
021900     EXEC SQL CLOSE FXHCUR END-EXEC.
022000     MOVE WS-ROW-INDEX TO WCA-FX-ROW-COUNT.
022100     IF WCA-FX-ROW-COUNT = ZERO
022200         MOVE '1' TO WCA-FX-RETURN-CODE
022300         MOVE 'NO RATES ON FILE FOR CURRENCY'
022400             TO WS-MESSAGE-LINE
022500         PERFORM SEND-MESSAGE
022600     ELSE
022700         MOVE '0' TO WCA-FX-RETURN-CODE
022800         PERFORM SEND-HISTORY-PAGE
022900     END-IF.
023000*
023100 FETCH-RATE-ROW.
023200     EXEC SQL
023300         FETCH FXHCUR
023400         INTO :WS-FX-EFF-DATE, :WS-FX-RATE, :WS-FX-DECIMALS
023500     END-EXEC.
023600     IF SQLCODE = 100
023700         MOVE 'Y' TO WS-EOF-SW
023800     ELSE
023900         ADD 1 TO WS-ROW-INDEX
024000         MOVE WS-FX-EFF-DATE
024100             TO WCA-FX-HIST-DATE (WS-ROW-INDEX)
024200         MOVE WS-FX-RATE
024300             TO WCA-FX-HIST-RATE (WS-ROW-INDEX)
024400         MOVE WS-FX-DECIMALS
024500             TO WCA-FX-HIST-DECIMALS (WS-ROW-INDEX)
024600     END-IF.
024700 FETCH-RATE-ROW-EXIT.
024800     EXIT.
024900*
025000 SEND-HISTORY-PAGE.
025100     MOVE SPACES TO WS-HIST-TEXT.
025200     PERFORM BUILD-HISTORY-LINE
025300         THRU BUILD-HISTORY-LINE-EXIT
025400         VARYING WS-ROW-INDEX FROM 1 BY 1
025500         UNTIL WS-ROW-INDEX > WCA-FX-ROW-COUNT.
025600     EXEC CICS SEND TEXT
025700         FROM(WS-HIST-TEXT)
025800         LENGTH(WS-HIST-TEXT-LENGTH)
025900     END-EXEC.
026000*
026100 BUILD-HISTORY-LINE.
026200     MOVE WCA-FX-HIST-DATE (WS-ROW-INDEX)
026300         TO WS-HL-EFF-DATE (WS-ROW-INDEX).
026400     MOVE WCA-FX-HIST-RATE (WS-ROW-INDEX)
026500         TO WS-HL-RATE (WS-ROW-INDEX).
026600     MOVE WCA-FX-HIST-DECIMALS (WS-ROW-INDEX)
026700         TO WS-HL-DECIMALS (WS-ROW-INDEX).
026800 BUILD-HISTORY-LINE-EXIT.
026900     EXIT.
027000*
027100*    ONLY A RATE THAT HAS NOT YET TAKEN EFFECT MAY BE
027200*    CANCELLED - THE DATE PREDICATE GUARDS A ROW THAT WENT
027300*    EFFECTIVE BETWEEN THE OPERATOR'S BROWSE AND THE CANCEL.
027400 CANCEL-PENDING-RATE.
027500     MOVE WCA-FX-CURRENCY-CODE TO WS-FX-CURRENCY.
027600     MOVE WCA-FX-EFF-DATE      TO WS-FX-EFF-DATE.
027700     EXEC SQL
027800         DELETE FROM EXCHANGE_RATE
027900         WHERE CURRENCY_CODE  = :WS-FX-CURRENCY
028000           AND EFFECTIVE_DATE = DATE(:WS-FX-EFF-DATE)
028100           AND EFFECTIVE_DATE > CURRENT DATE
028200     END-EXEC.
028300     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
028400         MOVE '0' TO WCA-FX-RETURN-CODE
028500         MOVE 'PENDING RATE CANCELLED' TO WS-MESSAGE-LINE
028600     ELSE
028700         MOVE '4' TO WCA-FX-RETURN-CODE
028800         MOVE 'NO PENDING RATE FOR THAT DATE'
028900             TO WS-MESSAGE-LINE
029000     END-IF.
029100     PERFORM SEND-MESSAGE.
029200*
029300 SEND-MESSAGE.
029400     EXEC CICS SEND TEXT
029500         FROM(WS-MESSAGE-LINE)
029600         LENGTH(40)
029700     END-EXEC.
029800*
029900 EXIT-ROUTINE.
030000     EXEC SQL COMMIT END-EXEC.
