000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDCTRM.
000300*
000400*    MAINTENANCE TRANSACTION FOR THE PRODUCT_CONTRACT_PRICE
000500*    TABLE - THE NEGOTIATED PRICES OUR KEY ACCOUNTS HOLD, ONE
000600*    ROW PER CUSTOMER/PRODUCT/START DATE WITH AN END DATE.
000700*    COMPANION TO PRDPLMT AND BUILT THE SAME WAY.  THE
000800*    OPERATOR KEYS A FUNCTION (A=ADD, B=BROWSE, C=CANCEL,
000900*    E=END), A CUSTOMER NUMBER, A PRODUCT ID, A START DATE,
001000*    AN END DATE AND FOR AN ADD A PRICE.  ADD INSERTS A
001100*    CONTRACT STARTING TODAY OR LATER THAT DOES NOT OVERLAP
001200*    ANOTHER FOR THE SAME CUSTOMER/PRODUCT; BROWSE RETURNS
001300*    THE CONTRACT HISTORY; CANCEL DELETES A CONTRACT THAT HAS
001400*    NOT YET STARTED; END BRINGS A RUNNING CONTRACT'S END
001500*    DATE FORWARD.  A CONTRACT THAT HAS STARTED IS NEVER
001600*    DELETED OR REPRICED - PRICES ALREADY QUOTED FROM IT BY
001700*    PRDLKUP MUST STAY EXPLAINABLE.  A RENEGOTIATED PRICE IS
001800*    KEYED AS A NEW CONTRACT STARTING THE DAY AFTER THE OLD
001900*    ONE ENDS.
002000*
002100 ENVIRONMENT DIVISION.
002200 DATA DIVISION.
002300 WORKING-STORAGE SECTION.
002400     COPY MYCOPY013.
002500     EXEC SQL INCLUDE SQLCA END-EXEC.
002600*
002700 01  WS-CONTRACT-ROW.
002800     05  WS-CT-CUSTOMER-NO  PIC X(08).
002900     05  WS-CT-PRODUCT-ID   PIC 9(05).
003000     05  WS-CT-START-DATE   PIC X(10).
003100     05  WS-CT-END-DATE     PIC X(10).
003200     05  WS-CT-PRICE        PIC 9(05)V99.
003300     05  WS-CT-OPERATOR-ID  PIC X(03).
003400*
003500 01  WS-LOOKUP-PARMS.
003600     COPY MYCOPY021.
003700*
003800 01  WS-INPUT-LINE.
003900     05  WS-IN-FUNCTION     PIC X(01).
004000     05  WS-IN-CUSTOMER-NO  PIC X(08).
004100     05  WS-IN-PRODUCT-ID   PIC X(05).
004200     05  WS-IN-START-DATE   PIC X(10).
004300     05  WS-IN-END-DATE     PIC X(10).
004400     05  WS-IN-PRICE        PIC X(07).
004500 01  WS-IN-PRICE-NUM REDEFINES WS-INPUT-LINE.
004600     05  FILLER             PIC X(34).
004700     05  WS-IN-PRICE-9      PIC 9(05)V99.
004800 01  WS-IN-PRODUCT-ID-R REDEFINES WS-INPUT-LINE.
004900     05  FILLER             PIC X(09).
005000     05  WS-IN-PRODUCT-9    PIC 9(05).
005100     05  FILLER             PIC X(27).
005200 01  WS-INPUT-LENGTH        PIC S9(4) COMP VALUE 41.
005300*
005400 01  WS-ROW-INDEX           PIC 9(02)  COMP.
005500*
005600*    CONTRACTS FOR THE SAME CUSTOMER/PRODUCT WHOSE DATES
005700*    OVERLAP THE ONE BEING ADDED - MUST BE ZERO.
005800 01  WS-OVERLAP-COUNT       PIC S9(09) COMP.
005900*
006000 01  WS-MESSAGE-LINE        PIC X(40).
006100*
006200 01  WS-HIST-TEXT.
006300     05  WS-HIST-LINE  OCCURS 10 TIMES.
006400         10  WS-HL-START-DATE   PIC X(10).
006500         10  FILLER             PIC X(02)  VALUE SPACES.
006600         10  WS-HL-END-DATE     PIC X(10).
006700         10  FILLER             PIC X(02)  VALUE SPACES.
006800         10  WS-HL-PRICE        PIC 9(05)V99.
006900         10  FILLER             PIC X(01)  VALUE SPACE.
007000 01  WS-HIST-TEXT-LENGTH    PIC S9(4) COMP VALUE 320.
007100*
007200*    THE TRANSACTION WORKS AGAINST THIS WORKING-STORAGE COPY
007300*    OF THE COMMAREA - ON THE FIRST TERMINAL ENTRY EIBCALEN
007400*    IS ZERO AND DFHCOMMAREA IS NOT ADDRESSABLE.  A CALLER'S
007500*    COMMAREA IS COPIED IN AT ENTRY AND THE COPY RETURNED.
007600 01  WS-COMMAREA.
007700     COPY MYCOPY047 REPLACING LEADING ==CA-== BY ==WCA-==.
007800*
007900 LINKAGE SECTION.
008000 01  DFHCOMMAREA.
008100     COPY MYCOPY047.
008200*
008300 PROCEDURE DIVISION.
008400     PERFORM INIT
008500     IF EIBCALEN > ZERO
008600         MOVE DFHCOMMAREA TO WS-COMMAREA
008700     ELSE
008800         INITIALIZE WS-COMMAREA
008900     END-IF
009000     PERFORM RECEIVE-REQUEST
009100     IF WCA-CT-INVALID-INPUT
009200         PERFORM SEND-MESSAGE
009300     ELSE
009400         PERFORM CHECK-PRODUCT-EXISTS
009500         IF WCA-CT-NOTFOUND OR WCA-CT-INVALID-INPUT
009600             PERFORM SEND-MESSAGE
009700         ELSE
009800             EVALUATE TRUE
009900                 WHEN WCA-CT-ADD
010000                     PERFORM ADD-CONTRACT-ROW
010100                 WHEN WCA-CT-BROWSE
010200                     PERFORM BROWSE-HISTORY
010300                 WHEN WCA-CT-CANCEL
010400                     PERFORM CANCEL-PENDING-CONTRACT
010500                 WHEN WCA-CT-END
010600                     PERFORM END-RUNNING-CONTRACT
010700             END-EVALUATE
010800         END-IF
010900     END-IF
011000     PERFORM EXIT-ROUTINE
011100     EXEC CICS RETURN
011200         COMMAREA(WS-COMMAREA)
011300         LENGTH(LENGTH OF WS-COMMAREA)
011400     END-EXEC.
011500*
011600 INIT.
011700     MOVE ZEROS  TO WS-CT-PRODUCT-ID WS-CT-PRICE WS-ROW-INDEX
011800                    WS-OVERLAP-COUNT.
011900     MOVE SPACES TO WS-CT-CUSTOMER-NO WS-CT-START-DATE
012000                    WS-CT-END-DATE WS-CT-OPERATOR-ID
012100                    WS-MESSAGE-LINE.
012200*
012300*    ON THE FIRST INVOCATION THE OPERATOR'S 41-BYTE REQUEST
012400*    LINE IS RECEIVED AND EDITED INTO THE COMMAREA FIELDS;
012500*    A CALLER THAT ALREADY BUILT THE COMMAREA PASSES
012600*    EIBCALEN > ZERO AND SKIPS THE RECEIVE.
012700 RECEIVE-REQUEST.
012800     IF EIBCALEN = ZERO
012900         PERFORM RECEIVE-INPUT-LINE
013000     END-IF.
013100     MOVE '0' TO WCA-CT-RETURN-CODE.
013200     MOVE ZERO TO WCA-CT-ROW-COUNT.
013300     PERFORM VALIDATE-REQUEST.
013400*
013500 RECEIVE-INPUT-LINE.
013600     MOVE SPACES TO WS-INPUT-LINE.
013700     EXEC CICS RECEIVE
013800         INTO(WS-INPUT-LINE)
013900         LENGTH(WS-INPUT-LENGTH)
014000     END-EXEC.
014100     MOVE WS-IN-FUNCTION    TO WCA-CT-FUNCTION.
014200     MOVE WS-IN-CUSTOMER-NO TO WCA-CT-CUSTOMER-NO.
014300     MOVE WS-IN-START-DATE  TO WCA-CT-START-DATE.
014400     MOVE WS-IN-END-DATE    TO WCA-CT-END-DATE.
014500     IF WS-IN-PRODUCT-ID NUMERIC
014600         MOVE WS-IN-PRODUCT-9 TO WCA-CT-PRODUCT-ID
014700     ELSE
014800         MOVE ZERO            TO WCA-CT-PRODUCT-ID
014900     END-IF.
015000     IF WS-IN-PRICE NUMERIC
015100         MOVE WS-IN-PRICE-9   TO WCA-CT-PRICE
015200     ELSE
015300         MOVE ZERO            TO WCA-CT-PRICE
015400     END-IF.
015500*
015600 VALIDATE-REQUEST.
015700     IF NOT WCA-CT-ADD AND NOT WCA-CT-BROWSE
015800                      AND NOT WCA-CT-CANCEL
015900                      AND NOT WCA-CT-END
016000         MOVE '2' TO WCA-CT-RETURN-CODE
016100         MOVE 'FUNCTION MUST BE A, B, C OR E' TO WS-MESSAGE-LINE
016200     ELSE
016300     IF WCA-CT-CUSTOMER-NO = SPACES
016400         MOVE '2' TO WCA-CT-RETURN-CODE
016500         MOVE 'CUSTOMER NUMBER REQUIRED' TO WS-MESSAGE-LINE
016600     ELSE
016700     IF WCA-CT-PRODUCT-ID = ZERO
016800         MOVE '2' TO WCA-CT-RETURN-CODE
016900         MOVE 'PRODUCT ID MUST BE NUMERIC' TO WS-MESSAGE-LINE
017000     ELSE
017100     IF NOT WCA-CT-BROWSE
017200         AND WCA-CT-START-DATE = SPACES
017300         MOVE '2' TO WCA-CT-RETURN-CODE
017400         MOVE 'START DATE REQUIRED' TO WS-MESSAGE-LINE
017500     ELSE
017600     IF (WCA-CT-ADD OR WCA-CT-END)
017700         AND WCA-CT-END-DATE = SPACES
017800         MOVE '2' TO WCA-CT-RETURN-CODE
017900         MOVE 'END DATE REQUIRED' TO WS-MESSAGE-LINE
018000     ELSE
018100     IF WCA-CT-ADD AND WCA-CT-PRICE = ZERO
018200         MOVE '2' TO WCA-CT-RETURN-CODE
018300         MOVE 'PRICE MUST BE NUMERIC AND NON-ZERO'
018400             TO WS-MESSAGE-LINE
018500     END-IF
018600     END-IF
018700     END-IF
018800     END-IF
018900     END-IF
019000     END-IF.
019100*
019200*    AS IN PRDPLMT A DISCONTINUED PRODUCT MAY STILL BE
019300*    BROWSED AND ITS CONTRACTS CANCELLED OR ENDED, BUT NO NEW
019400*    CONTRACT MAY BE ADDED FOR IT.  THE UNIT COST RETURNED
019500*    HERE IS USED TO WARN OF A CONTRACT KEYED BELOW COST.
019600 CHECK-PRODUCT-EXISTS.
019700     MOVE WCA-CT-PRODUCT-ID TO LS-PRODUCT-ID.
019800     MOVE SPACES            TO LS-PRICE-LIST-CODE.
019900     MOVE 1                 TO LS-QUANTITY.
020000     MOVE SPACES            TO LS-CUSTOMER-NO.
020010     MOVE SPACES            TO LS-CURRENCY-CODE.
020100     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
020200     IF LS-NOTFOUND
020300         MOVE '1' TO WCA-CT-RETURN-CODE
020400         MOVE 'PRODUCT NOT FOUND' TO WS-MESSAGE-LINE
020500     ELSE
020600         IF LS-DISCONTINUED AND WCA-CT-ADD
020700             MOVE '2' TO WCA-CT-RETURN-CODE
020800             MOVE 'PRODUCT DISCONTINUED - ADD NOT ALLOWED'
020900                 TO WS-MESSAGE-LINE
021000         END-IF
021100     END-IF.
021200*
021300*    A CONTRACT MAY START TODAY OR LATER ONLY - BACKDATING
021400*    WOULD SILENTLY CHANGE PRICES ALREADY QUOTED - AND MUST
021500*    NOT END BEFORE IT STARTS.  TWO CONTRACTS FOR ONE
021600*    CUSTOMER/PRODUCT MAY NOT OVERLAP, SO PRDLKUP NEVER HAS
021700*    TO CHOOSE BETWEEN THEM.  A PRICE BELOW THE PRODUCT'S
021800*    UNIT COST IS ACCEPTED - THE ACCOUNT MANAGER MAY MEAN IT
021900*    - BUT THE OPERATOR IS TOLD, AND THE WEEKLY PRDCTRP
022000*    REPORT LISTS IT UNTIL IT IS RENEGOTIATED.
022100 ADD-CONTRACT-ROW.
022200     MOVE WCA-CT-CUSTOMER-NO TO WS-CT-CUSTOMER-NO.
022300     MOVE WCA-CT-PRODUCT-ID  TO WS-CT-PRODUCT-ID.
022400     MOVE WCA-CT-START-DATE  TO WS-CT-START-DATE.
022500     MOVE WCA-CT-END-DATE    TO WS-CT-END-DATE.
022600     MOVE WCA-CT-PRICE       TO WS-CT-PRICE.
022700     MOVE EIBOPID            TO WS-CT-OPERATOR-ID.
022800     PERFORM CHECK-CONTRACT-OVERLAP.
022900     IF WCA-CT-OK
023000         EXEC SQL
023100             INSERT INTO PRODUCT_CONTRACT_PRICE
023200                 (CUSTOMER_NO, PRODUCT_ID, START_DATE,
023300                  END_DATE, PRICE, OPERATOR_ID)
023400             SELECT :WS-CT-CUSTOMER-NO, :WS-CT-PRODUCT-ID,
023500                    DATE(:WS-CT-START-DATE),
023600                    DATE(:WS-CT-END-DATE), :WS-CT-PRICE,
023700                    :WS-CT-OPERATOR-ID
023800             FROM SYSIBM.SYSDUMMY1
023900             WHERE DATE(:WS-CT-START-DATE) >= CURRENT DATE
024000               AND DATE(:WS-CT-END-DATE)
024100                       >= DATE(:WS-CT-START-DATE)
024200         END-EXEC
024300         EVALUATE TRUE
024400             WHEN SQLCODE = ZERO
024500                 MOVE '0' TO WCA-CT-RETURN-CODE
024600                 IF LS-UNIT-COST > ZERO
024700                     AND WS-CT-PRICE < LS-UNIT-COST
024800                     MOVE 'CONTRACT ADDED - PRICE BELOW UNIT COST'
024900                         TO WS-MESSAGE-LINE
025000                 ELSE
025100                     MOVE 'CONTRACT ADDED' TO WS-MESSAGE-LINE
025200                 END-IF
025300             WHEN SQLCODE = -803
025400                 MOVE '3' TO WCA-CT-RETURN-CODE
025500                 MOVE 'CONTRACT ALREADY ON FILE FOR THAT DATE'
025600                     TO WS-MESSAGE-LINE
025700             WHEN SQLCODE = 100
025800                 MOVE '2' TO WCA-CT-RETURN-CODE
025900                 MOVE 'START DATE PAST OR END BEFORE START'
026000                     TO WS-MESSAGE-LINE
026100             WHEN OTHER
026200                 MOVE '2' TO WCA-CT-RETURN-CODE
026300                 MOVE 'CONTRACT NOT ADDED - INVALID DATE'
026400                     TO WS-MESSAGE-LINE
026500         END-EVALUATE
026600     END-IF.
026700     PERFORM SEND-MESSAGE.
026800*
026900 CHECK-CONTRACT-OVERLAP.
027000     EXEC SQL
027100         SELECT COUNT(*)
027200         INTO :WS-OVERLAP-COUNT
027300         FROM PRODUCT_CONTRACT_PRICE
027400         WHERE CUSTOMER_NO = :WS-CT-CUSTOMER-NO
027500           AND PRODUCT_ID  = :WS-CT-PRODUCT-ID
027600           AND START_DATE <= DATE(:WS-CT-END-DATE)
027700           AND END_DATE   >= DATE(:WS-CT-START-DATE)
027800     END-EXEC.
027900     EVALUATE TRUE
028000         WHEN SQLCODE NOT = ZERO
028100             MOVE '2' TO WCA-CT-RETURN-CODE
028200             MOVE 'CONTRACT NOT ADDED - INVALID DATE'
028300                 TO WS-MESSAGE-LINE
028400         WHEN WS-OVERLAP-COUNT > ZERO
028500             MOVE '3' TO WCA-CT-RETURN-CODE
028600             MOVE 'DATES OVERLAP A CONTRACT ON FILE'
028700                 TO WS-MESSAGE-LINE
028800     END-EVALUATE.
028900*
029000 BROWSE-HISTORY.
029100     MOVE WCA-CT-CUSTOMER-NO TO WS-CT-CUSTOMER-NO.
029200     MOVE WCA-CT-PRODUCT-ID  TO WS-CT-PRODUCT-ID.
029300     EXEC SQL
029400         DECLARE CTHCUR CURSOR FOR
029500         SELECT CHAR(START_DATE, ISO), CHAR(END_DATE, ISO),
029600                PRICE
029700         FROM PRODUCT_CONTRACT_PRICE
029800         WHERE CUSTOMER_NO = :WS-CT-CUSTOMER-NO
029900           AND PRODUCT_ID  = :WS-CT-PRODUCT-ID
030000         ORDER BY START_DATE DESC
030100     END-EXEC.
030200     EXEC SQL OPEN CTHCUR END-EXEC.
030300     MOVE 'N'  TO WS-EOF-SW.
030400     MOVE ZERO TO WS-ROW-INDEX.
030500     PERFORM FETCH-HISTORY-ROW
030600         THRU FETCH-HISTORY-ROW-EXIT
030700         UNTIL WS-EOF OR WS-ROW-INDEX = 10.
030800     EXEC SQL CLOSE CTHCUR END-EXEC.
030900     MOVE WS-ROW-INDEX TO WCA-CT-ROW-COUNT.
031000     IF WCA-CT-ROW-COUNT = ZERO
031100         MOVE '1' TO WCA-CT-RETURN-CODE
031200         MOVE 'NO CONTRACTS FOR CUSTOMER/PRODUCT'
031300             TO WS-MESSAGE-LINE
031400         PERFORM SEND-MESSAGE
031500     ELSE
031600         MOVE '0' TO WCA-CT-RETURN-CODE
031700         PERFORM SEND-HISTORY-PAGE
031800     END-IF.
031900*
032000 FETCH-HISTORY-ROW.
032100     EXEC SQL
032200         FETCH CTHCUR
032300         INTO :WS-CT-START-DATE, :WS-CT-END-DATE, :WS-CT-PRICE
032400     END-EXEC.
032500     IF SQLCODE = 100
032600         MOVE 'Y' TO WS-EOF-SW
032700     ELSE
032800         ADD 1 TO WS-ROW-INDEX
032900         MOVE WS-CT-START-DATE
033000             TO WCA-CT-HIST-START (WS-ROW-INDEX)
033100         MOVE WS-CT-END-DATE
033200             TO WCA-CT-HIST-END (WS-ROW-INDEX)
033300         MOVE WS-CT-PRICE
033400             TO WCA-CT-HIST-PRICE (WS-ROW-INDEX)
033500     END-IF.
033600 FETCH-HISTORY-ROW-EXIT.
033700     EXIT.
033800*
033900 SEND-HISTORY-PAGE.
034000     MOVE SPACES TO WS-HIST-TEXT.
034100     PERFORM BUILD-HISTORY-LINE
034200         THRU BUILD-HISTORY-LINE-EXIT
034300         VARYING WS-ROW-INDEX FROM 1 BY 1
034400         UNTIL WS-ROW-INDEX > WCA-CT-ROW-COUNT.
034500     EXEC CICS SEND TEXT
034600         FROM(WS-HIST-TEXT)
034700         LENGTH(WS-HIST-TEXT-LENGTH)
034800     END-EXEC.
034900*
035000 BUILD-HISTORY-LINE.
035100     MOVE WCA-CT-HIST-START (WS-ROW-INDEX)
035200         TO WS-HL-START-DATE (WS-ROW-INDEX).
035300     MOVE WCA-CT-HIST-END (WS-ROW-INDEX)
035400         TO WS-HL-END-DATE (WS-ROW-INDEX).
035500     MOVE WCA-CT-HIST-PRICE (WS-ROW-INDEX)
035600         TO WS-HL-PRICE (WS-ROW-INDEX).
035700 BUILD-HISTORY-LINE-EXIT.
035800     EXIT.
035900*
036000*    ONLY A CONTRACT THAT HAS NOT YET STARTED MAY BE
036100*    CANCELLED - THE DATE PREDICATE GUARDS ONE THAT STARTED
036200*    BETWEEN THE OPERATOR'S BROWSE AND THE CANCEL.
036300 CANCEL-PENDING-CONTRACT.
036400     MOVE WCA-CT-CUSTOMER-NO TO WS-CT-CUSTOMER-NO.
036500     MOVE WCA-CT-PRODUCT-ID  TO WS-CT-PRODUCT-ID.
036600     MOVE WCA-CT-START-DATE  TO WS-CT-START-DATE.
036700     EXEC SQL
036800         DELETE FROM PRODUCT_CONTRACT_PRICE
036900         WHERE CUSTOMER_NO = :WS-CT-CUSTOMER-NO
037000           AND PRODUCT_ID  = :WS-CT-PRODUCT-ID
037100           AND START_DATE  = DATE(:WS-CT-START-DATE)
037200           AND START_DATE  > CURRENT DATE
037300     END-EXEC.
037400     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
037500         MOVE '0' TO WCA-CT-RETURN-CODE
037600         MOVE 'PENDING CONTRACT CANCELLED' TO WS-MESSAGE-LINE
037700     ELSE
037800         MOVE '4' TO WCA-CT-RETURN-CODE
037900         MOVE 'NO PENDING CONTRACT FOR THAT DATE'
038000             TO WS-MESSAGE-LINE
038100     END-IF.
038200     PERFORM SEND-MESSAGE.
038300*
038400*    A RUNNING CONTRACT MAY ONLY BE SHORTENED, AND NOT TO
038500*    BEFORE YESTERDAY OR ITS OWN START - AN END DATE OF
038600*    YESTERDAY STOPS IT QUOTING AT ONCE.  THE PREDICATES
038700*    GUARD A CONTRACT THAT LAPSED SINCE THE BROWSE.
038800 END-RUNNING-CONTRACT.
038900     MOVE WCA-CT-CUSTOMER-NO TO WS-CT-CUSTOMER-NO.
039000     MOVE WCA-CT-PRODUCT-ID  TO WS-CT-PRODUCT-ID.
039100     MOVE WCA-CT-START-DATE  TO WS-CT-START-DATE.
039200     MOVE WCA-CT-END-DATE    TO WS-CT-END-DATE.
039300     MOVE EIBOPID            TO WS-CT-OPERATOR-ID.
039400     EXEC SQL
039500         UPDATE PRODUCT_CONTRACT_PRICE
039600         SET END_DATE    = DATE(:WS-CT-END-DATE),
039700             OPERATOR_ID = :WS-CT-OPERATOR-ID
039800         WHERE CUSTOMER_NO = :WS-CT-CUSTOMER-NO
039900           AND PRODUCT_ID  = :WS-CT-PRODUCT-ID
040000           AND START_DATE  = DATE(:WS-CT-START-DATE)
040100           AND START_DATE <= CURRENT DATE
040200           AND END_DATE   >= CURRENT DATE
040300           AND END_DATE    > DATE(:WS-CT-END-DATE)
040400           AND START_DATE <= DATE(:WS-CT-END-DATE)
040500           AND DATE(:WS-CT-END-DATE)
040600                          >= CURRENT DATE - 1 DAY
040700     END-EXEC.
040800     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
040900         MOVE '0' TO WCA-CT-RETURN-CODE
041000         MOVE 'CONTRACT END DATE CHANGED' TO WS-MESSAGE-LINE
041100     ELSE
041200         MOVE '4' TO WCA-CT-RETURN-CODE
041300         MOVE 'NO RUNNING CONTRACT TO END ON THAT DATE'
041400             TO WS-MESSAGE-LINE
041500     END-IF.
041600     PERFORM SEND-MESSAGE.
041700*
041800 SEND-MESSAGE.
041900     EXEC CICS SEND TEXT
042000         FROM(WS-MESSAGE-LINE)
042100         LENGTH(40)
042200     END-EXEC.
042300*
042400 EXIT-ROUTINE.
042500     EXEC SQL COMMIT END-EXEC.
