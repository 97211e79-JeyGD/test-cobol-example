000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDSUCM.
000300*
000400*    MAINTENANCE TRANSACTION FOR THE PRODUCT_SUCCESSOR TABLE -
000500*    THE PRODUCT THAT REPLACES ONE WE HAVE DISCONTINUED OR
000600*    PUT ON HOLD, SO THE INQUIRY SCREEN, THE E-COMMERCE DELTA
000700*    AND THE BRANCH PRICE BOOK CAN SEND THE CUSTOMER ON TO IT.
000800*    COMPANION TO PRDCTRM AND BUILT THE SAME WAY.  THE
000900*    OPERATOR KEYS A FUNCTION (A=ADD, C=CHANGE, D=DELETE,
001000*    I=INQUIRE), THE PRODUCT ID AND FOR AN ADD OR CHANGE THE
001100*    SUCCESSOR ID, THE DATE IT TAKES OVER AND A REASON.  A
001200*    SUCCESSOR MAY ONLY BE NAMED FOR A PRODUCT AT STATUS D OR
001300*    H, AND TAKES OVER TODAY OR LATER.  THE SUCCESSOR MAY
001400*    ITSELF HAVE BEEN REPLACED, SO THE WHOLE CHAIN IS WALKED
001500*    (PRDSUCC) AS IT WILL STAND ONCE EVERY ROW IS IN FORCE,
001600*    AND THE ADD OR CHANGE IS REFUSED WHEN THE CHAIN WOULD
001700*    COME BACK TO THE PRODUCT, RUNS TO A PRODUCT NO LONGER ON
001800*    FILE, OR ENDS ON A DISCONTINUED PRODUCT.  A CHAIN ENDING
001900*    ON A HELD PRODUCT IS ACCEPTED WITH A WARNING.  SUCCESSORS
002000*    THAT GO ON HOLD OR ARE DISCONTINUED LATER ARE LISTED EACH
002100*    NIGHT BY PRDSUCX.
002200*
002300 ENVIRONMENT DIVISION.
002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.
002600     EXEC SQL INCLUDE SQLCA END-EXEC.
002700*
002800 01  WS-SUCCESSOR-ROW.
002900     05  WS-SU-PRODUCT-ID   PIC 9(05).
003000     05  WS-SU-SUCCESSOR-ID PIC 9(05).
003100     05  WS-SU-EFF-DATE     PIC X(10).
003200     05  WS-SU-REASON       PIC X(30).
003300     05  WS-SU-OPERATOR-ID  PIC X(03).
003400*
003500 01  WS-LOOKUP-PARMS.
003600     COPY MYCOPY021.
003700*
003800 01  WS-SUCCESSOR-PARMS.
003900     COPY MYCOPY055.
004000*
004100 01  WS-INPUT-LINE.
004200     05  WS-IN-FUNCTION     PIC X(01).
004300     05  WS-IN-PRODUCT-ID   PIC X(05).
004400     05  WS-IN-SUCCESSOR-ID PIC X(05).
004500     05  WS-IN-EFF-DATE     PIC X(10).
004600     05  WS-IN-REASON       PIC X(30).
004700 01  WS-IN-IDS-NUM REDEFINES WS-INPUT-LINE.
004800     05  FILLER             PIC X(01).
004900     05  WS-IN-PRODUCT-9    PIC 9(05).
005000     05  WS-IN-SUCCESSOR-9  PIC 9(05).
005100     05  FILLER             PIC X(40).
005200 01  WS-INPUT-LENGTH        PIC S9(4) COMP VALUE 51.
005300*
005400 01  WS-MESSAGE-LINE        PIC X(40).
005500*
005600 01  WS-INQUIRY-TEXT.
005700     05  FILLER             PIC X(10)  VALUE 'SUCCESSOR '.
005800     05  WS-IQ-SUCCESSOR-ID PIC 9(05).
005900     05  FILLER             PIC X(06)  VALUE ' FROM '.
006000     05  WS-IQ-EFF-DATE     PIC X(10).
006100     05  FILLER             PIC X(04)  VALUE ' BY '.
006200     05  WS-IQ-OPERATOR-ID  PIC X(03).
006300     05  FILLER             PIC X(02)  VALUE SPACES.
006400     05  WS-IQ-REASON       PIC X(30).
006500     05  FILLER             PIC X(06)  VALUE ' ENDS '.
006600     05  WS-IQ-FINAL-ID     PIC 9(05).
006700     05  FILLER             PIC X(01)  VALUE SPACE.
006800     05  WS-IQ-FINAL-STATUS PIC X(01).
006900 01  WS-INQUIRY-TEXT-LENGTH PIC S9(4) COMP VALUE 83.
007000*
007100*    THE TRANSACTION WORKS AGAINST THIS WORKING-STORAGE COPY
007200*    OF THE COMMAREA - ON THE FIRST TERMINAL ENTRY EIBCALEN
007300*    IS ZERO AND DFHCOMMAREA IS NOT ADDRESSABLE.  A CALLER'S
007400*    COMMAREA IS COPIED IN AT ENTRY AND THE COPY RETURNED.
007500 01  WS-COMMAREA.
007600     COPY MYCOPY056 REPLACING LEADING ==CA-== BY ==WCA-==.
007700*
007800 LINKAGE SECTION.
007900 01  DFHCOMMAREA.
008000     COPY MYCOPY056.
008100*
008200 PROCEDURE DIVISION.
008300     PERFORM INIT
008400     IF EIBCALEN > ZERO
008500         MOVE DFHCOMMAREA TO WS-COMMAREA
008600     ELSE
008700         INITIALIZE WS-COMMAREA
008800     END-IF
008900     PERFORM RECEIVE-REQUEST
009000     IF WCA-SU-INVALID-INPUT
009100         PERFORM SEND-MESSAGE
009200     ELSE
009300         PERFORM CHECK-PRODUCT-EXISTS
009400         IF NOT WCA-SU-OK
009500             PERFORM SEND-MESSAGE
009600         ELSE
009700             EVALUATE TRUE
009800                 WHEN WCA-SU-ADD
009900                     PERFORM ADD-SUCCESSOR-ROW
010000                 WHEN WCA-SU-CHANGE
010100                     PERFORM CHANGE-SUCCESSOR-ROW
010200                 WHEN WCA-SU-DELETE
010300                     PERFORM DELETE-SUCCESSOR-ROW
010400                 WHEN WCA-SU-INQUIRE
010500                     PERFORM INQUIRE-SUCCESSOR
010600             END-EVALUATE
010700         END-IF
010800     END-IF
010900     PERFORM EXIT-ROUTINE
011000     EXEC CICS RETURN
011100         COMMAREA(WS-COMMAREA)
011200         LENGTH(LENGTH OF WS-COMMAREA)
011300     END-EXEC.
011400*
011500 INIT.
011600     MOVE ZEROS  TO WS-SU-PRODUCT-ID WS-SU-SUCCESSOR-ID.
011700     MOVE SPACES TO WS-SU-EFF-DATE WS-SU-REASON
011800                    WS-SU-OPERATOR-ID WS-MESSAGE-LINE.
011900*
012000*    ON THE FIRST INVOCATION THE OPERATOR'S 51-BYTE REQUEST
012100*    LINE IS RECEIVED AND EDITED INTO THE COMMAREA FIELDS;
012200*    A CALLER THAT ALREADY BUILT THE COMMAREA PASSES
012300*    EIBCALEN > ZERO AND SKIPS THE RECEIVE.
012400 RECEIVE-REQUEST.
012500     IF EIBCALEN = ZERO
012600         PERFORM RECEIVE-INPUT-LINE
012700     END-IF.
012800     MOVE '0'    TO WCA-SU-RETURN-CODE.
012900     MOVE ZERO   TO WCA-SU-FINAL-ID WCA-SU-HOP-COUNT.
013000     MOVE SPACES TO WCA-SU-FINAL-STATUS.
013100     PERFORM VALIDATE-REQUEST.
013200*
013300 RECEIVE-INPUT-LINE.
013400     MOVE SPACES TO WS-INPUT-LINE.
013500     EXEC CICS RECEIVE
013600         INTO(WS-INPUT-LINE)
013700         LENGTH(WS-INPUT-LENGTH)
013800     END-EXEC.
013900     MOVE WS-IN-FUNCTION   TO WCA-SU-FUNCTION.
014000     MOVE WS-IN-EFF-DATE   TO WCA-SU-EFF-DATE.
014100     MOVE WS-IN-REASON     TO WCA-SU-REASON.
014200     IF WS-IN-PRODUCT-ID NUMERIC
014300         MOVE WS-IN-PRODUCT-9   TO WCA-SU-PRODUCT-ID
014400     ELSE
014500         MOVE ZERO              TO WCA-SU-PRODUCT-ID
014600     END-IF.
014700     IF WS-IN-SUCCESSOR-ID NUMERIC
014800         MOVE WS-IN-SUCCESSOR-9 TO WCA-SU-SUCCESSOR-ID
014900     ELSE
015000         MOVE ZERO              TO WCA-SU-SUCCESSOR-ID
015100     END-IF.
015200*
015300 VALIDATE-REQUEST.
015400     IF NOT WCA-SU-ADD AND NOT WCA-SU-CHANGE
015500                       AND NOT WCA-SU-DELETE
015600                       AND NOT WCA-SU-INQUIRE
015700         MOVE '2' TO WCA-SU-RETURN-CODE
015800         MOVE 'FUNCTION MUST BE A, C, D OR I' TO WS-MESSAGE-LINE
015900     ELSE
016000     IF WCA-SU-PRODUCT-ID = ZERO
016100         MOVE '2' TO WCA-SU-RETURN-CODE
016200         MOVE 'PRODUCT ID MUST BE NUMERIC' TO WS-MESSAGE-LINE
016300     ELSE
016400     IF (WCA-SU-ADD OR WCA-SU-CHANGE)
016500         AND WCA-SU-SUCCESSOR-ID = ZERO
016600         MOVE '2' TO WCA-SU-RETURN-CODE
016700         MOVE 'SUCCESSOR ID MUST BE NUMERIC' TO WS-MESSAGE-LINE
016800     ELSE
016900     IF (WCA-SU-ADD OR WCA-SU-CHANGE)
017000         AND WCA-SU-SUCCESSOR-ID = WCA-SU-PRODUCT-ID
017100         MOVE '2' TO WCA-SU-RETURN-CODE
017200         MOVE 'PRODUCT CANNOT SUCCEED ITSELF'
017300             TO WS-MESSAGE-LINE
017400     ELSE
017500     IF (WCA-SU-ADD OR WCA-SU-CHANGE)
017600         AND WCA-SU-EFF-DATE = SPACES
017700         MOVE '2' TO WCA-SU-RETURN-CODE
017800         MOVE 'EFFECTIVE DATE REQUIRED' TO WS-MESSAGE-LINE
017900     ELSE
018000     IF (WCA-SU-ADD OR WCA-SU-CHANGE)
018100         AND WCA-SU-REASON = SPACES
018200         MOVE '2' TO WCA-SU-RETURN-CODE
018300         MOVE 'REASON REQUIRED' TO WS-MESSAGE-LINE
018400     END-IF
018500     END-IF
018600     END-IF
018700     END-IF
018800     END-IF
018900     END-IF.
019000*
019100*    A PRODUCT STILL ACTIVE NEEDS NO SUCCESSOR - THE ADD OR
019200*    CHANGE IS REFUSED - BUT ONE REACTIVATED SINCE MAY STILL
019300*    HAVE ITS ROW INQUIRED ON AND DELETED.
019400 CHECK-PRODUCT-EXISTS.
019500     MOVE WCA-SU-PRODUCT-ID TO LS-PRODUCT-ID.
019600     MOVE SPACES            TO LS-PRICE-LIST-CODE.
019700     MOVE 1                 TO LS-QUANTITY.
019800     MOVE SPACES            TO LS-CUSTOMER-NO.
019810     MOVE SPACES            TO LS-CURRENCY-CODE.
019900     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
020000     IF LS-NOTFOUND
020100         MOVE '1' TO WCA-SU-RETURN-CODE
020200         MOVE 'PRODUCT NOT FOUND' TO WS-MESSAGE-LINE
020300     ELSE
020400         IF LS-STATUS-ACTIVE
020500             AND (WCA-SU-ADD OR WCA-SU-CHANGE)
020600             MOVE '2' TO WCA-SU-RETURN-CODE
020700             MOVE 'PRODUCT ACTIVE - STATUS MUST BE D OR H'
020800                 TO WS-MESSAGE-LINE
020900         END-IF
021000     END-IF.
021100*
021200*    THE SUCCESSOR KEYED IS TRIED AS THE FIRST LINK AND THE
021300*    CHAIN FOLLOWED FROM IT OVER EVERY ROW ON FILE, DATED OR
021400*    NOT, SO A LOOP THAT WOULD ONLY CLOSE NEXT MONTH IS
021500*    STILL CAUGHT TODAY.
021600 CHECK-SUCCESSOR-CHAIN.
021700     MOVE WCA-SU-PRODUCT-ID   TO SC-PRODUCT-ID.
021800     MOVE WCA-SU-SUCCESSOR-ID TO SC-FIRST-SUCCESSOR-ID.
021900     MOVE 'A'                 TO SC-MODE.
022000     CALL 'PRDSUCC' USING WS-SUCCESSOR-PARMS.
022100     MOVE SC-FINAL-ID     TO WCA-SU-FINAL-ID.
022200     MOVE SC-FINAL-STATUS TO WCA-SU-FINAL-STATUS.
022300     MOVE SC-HOP-COUNT    TO WCA-SU-HOP-COUNT.
022400     EVALUATE TRUE
022500         WHEN SC-LOOP AND SC-BREAK-ID = ZERO
022600             MOVE '4' TO WCA-SU-RETURN-CODE
022700             MOVE 'CHAIN TOO LONG - OVER 19 SUCCESSORS'
022800                 TO WS-MESSAGE-LINE
022900         WHEN SC-LOOP
023000             MOVE '4' TO WCA-SU-RETURN-CODE
023100             MOVE 'SUCCESSOR WOULD CLOSE A LOOP'
023200                 TO WS-MESSAGE-LINE
023300         WHEN SC-BROKEN
023400             AND SC-BREAK-ID = WCA-SU-SUCCESSOR-ID
023500             MOVE '1' TO WCA-SU-RETURN-CODE
023600             MOVE 'SUCCESSOR PRODUCT NOT FOUND'
023700                 TO WS-MESSAGE-LINE
023800         WHEN SC-BROKEN
023900             MOVE '6' TO WCA-SU-RETURN-CODE
024000             MOVE 'CHAIN RUNS TO A PRODUCT NOT ON FILE'
024100                 TO WS-MESSAGE-LINE
024200         WHEN SC-LOOKUP-FAILED
024300             MOVE '2' TO WCA-SU-RETURN-CODE
024400             MOVE 'CHAIN COULD NOT BE READ - TRY AGAIN'
024500                 TO WS-MESSAGE-LINE
024600         WHEN SC-FINAL-DISCONTINUED
024700             MOVE '5' TO WCA-SU-RETURN-CODE
024800             MOVE 'CHAIN ENDS ON A DISCONTINUED PRODUCT'
024900                 TO WS-MESSAGE-LINE
025000     END-EVALUATE.
025100*
025200*    THE SUCCESSOR MAY TAKE OVER TODAY OR LATER ONLY - THE
025300*    DATE PREDICATE REFUSES A PAST DATE.  A PRODUCT ALREADY
025400*    HOLDING A SUCCESSOR RETURNS SQLCODE -803 FROM THE
025500*    TABLE'S UNIQUE INDEX; THE OPERATOR CHANGES IT INSTEAD.
025600 ADD-SUCCESSOR-ROW.
025700     PERFORM CHECK-SUCCESSOR-CHAIN.
025800     IF WCA-SU-OK
025900         PERFORM LOAD-SUCCESSOR-ROW
026000         EXEC SQL
026100             INSERT INTO PRODUCT_SUCCESSOR
026200                 (PRODUCT_ID, SUCCESSOR_ID, EFFECTIVE_DATE,
026300                  REASON, OPERATOR_ID, CHANGE_TIMESTAMP)
026400             SELECT :WS-SU-PRODUCT-ID, :WS-SU-SUCCESSOR-ID,
026500                    DATE(:WS-SU-EFF-DATE), :WS-SU-REASON,
026600                    :WS-SU-OPERATOR-ID, CURRENT TIMESTAMP
026700             FROM SYSIBM.SYSDUMMY1
026800             WHERE DATE(:WS-SU-EFF-DATE) >= CURRENT DATE
026900         END-EXEC
027000         EVALUATE TRUE
027100             WHEN SQLCODE = ZERO
027200                 MOVE '0' TO WCA-SU-RETURN-CODE
027300                 IF SC-FINAL-HOLD
027400                     MOVE 'SUCCESSOR ADDED - CHAIN ENDS ON HOLD'
027500                         TO WS-MESSAGE-LINE
027600                 ELSE
027700                     MOVE 'SUCCESSOR ADDED' TO WS-MESSAGE-LINE
027800                 END-IF
027900             WHEN SQLCODE = -803
028000                 MOVE '3' TO WCA-SU-RETURN-CODE
028100                 MOVE 'SUCCESSOR ON FILE - USE C TO CHANGE'
028200                     TO WS-MESSAGE-LINE
028300             WHEN SQLCODE = 100
028400                 MOVE '2' TO WCA-SU-RETURN-CODE
028500                 MOVE 'EFFECTIVE DATE MUST NOT BE IN THE PAST'
028600                     TO WS-MESSAGE-LINE
028700             WHEN OTHER
028800                 MOVE '2' TO WCA-SU-RETURN-CODE
028900                 MOVE 'SUCCESSOR NOT ADDED - INVALID DATE'
029000                     TO WS-MESSAGE-LINE
029100         END-EVALUATE
029200     END-IF.
029300     PERFORM SEND-MESSAGE.
029400*
029500*    A CHANGE REPLACES THE WHOLE ROW, AND LIKE AN ADD TAKES
029600*    OVER TODAY OR LATER - NO ROW UPDATED MEANS EITHER NO
029700*    SUCCESSOR WAS ON FILE OR THE DATE KEYED HAS PASSED.
029800 CHANGE-SUCCESSOR-ROW.
029900     PERFORM CHECK-SUCCESSOR-CHAIN.
030000     IF WCA-SU-OK
030100         PERFORM LOAD-SUCCESSOR-ROW
030200         EXEC SQL
030300             UPDATE PRODUCT_SUCCESSOR
030400             SET SUCCESSOR_ID     = :WS-SU-SUCCESSOR-ID,
030500                 EFFECTIVE_DATE   = DATE(:WS-SU-EFF-DATE),
030600                 REASON           = :WS-SU-REASON,
030700                 OPERATOR_ID      = :WS-SU-OPERATOR-ID,
030800                 CHANGE_TIMESTAMP = CURRENT TIMESTAMP
030900             WHERE PRODUCT_ID = :WS-SU-PRODUCT-ID
031000               AND DATE(:WS-SU-EFF-DATE) >= CURRENT DATE
031100         END-EXEC
031200         EVALUATE TRUE
031300             WHEN SQLCODE = ZERO AND SQLERRD (3) > ZERO
031400                 MOVE '0' TO WCA-SU-RETURN-CODE
031500                 IF SC-FINAL-HOLD
031600                     MOVE 'SUCCESSOR CHANGED - CHAIN ENDS ON HOLD'
031700                         TO WS-MESSAGE-LINE
031800                 ELSE
031900                     MOVE 'SUCCESSOR CHANGED' TO WS-MESSAGE-LINE
032000                 END-IF
032100             WHEN SQLCODE = ZERO OR SQLCODE = 100
032200                 MOVE '1' TO WCA-SU-RETURN-CODE
032300                 MOVE 'NO SUCCESSOR ON FILE OR DATE IN PAST'
032400                     TO WS-MESSAGE-LINE
032500             WHEN OTHER
032600                 MOVE '2' TO WCA-SU-RETURN-CODE
032700                 MOVE 'SUCCESSOR NOT CHANGED - INVALID DATE'
032800                     TO WS-MESSAGE-LINE
032900         END-EVALUATE
033000     END-IF.
033100     PERFORM SEND-MESSAGE.
033200*
033300 LOAD-SUCCESSOR-ROW.
033400     MOVE WCA-SU-PRODUCT-ID   TO WS-SU-PRODUCT-ID.
033500     MOVE WCA-SU-SUCCESSOR-ID TO WS-SU-SUCCESSOR-ID.
033600     MOVE WCA-SU-EFF-DATE     TO WS-SU-EFF-DATE.
033700     MOVE WCA-SU-REASON       TO WS-SU-REASON.
033800     MOVE EIBOPID             TO WS-SU-OPERATOR-ID.
033900*
034000*    REMOVING THE ROW TAKES THE PRODUCT OUT OF THE CHAIN -
034100*    ANY PRODUCT NAMING IT AS SUCCESSOR NOW ENDS ON IT.
034200 DELETE-SUCCESSOR-ROW.
034300     MOVE WCA-SU-PRODUCT-ID TO WS-SU-PRODUCT-ID.
034400     EXEC SQL
034500         DELETE FROM PRODUCT_SUCCESSOR
034600         WHERE PRODUCT_ID = :WS-SU-PRODUCT-ID
034700     END-EXEC.
034800     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
034900         MOVE '0' TO WCA-SU-RETURN-CODE
035000         MOVE 'SUCCESSOR REMOVED' TO WS-MESSAGE-LINE
035100     ELSE
035200         MOVE '1' TO WCA-SU-RETURN-CODE
035300         MOVE 'NO SUCCESSOR ON FILE FOR PRODUCT'
035400             TO WS-MESSAGE-LINE
035500     END-IF.
035600     PERFORM SEND-MESSAGE.
035700*
035800*    THE ROW ON FILE AND THE PRODUCT ITS CHAIN ENDS ON ONCE
035900*    EVERY ROW IS IN FORCE, WITH THAT PRODUCT'S STATUS.
036000 INQUIRE-SUCCESSOR.
036100     MOVE WCA-SU-PRODUCT-ID TO WS-SU-PRODUCT-ID.
036200     EXEC SQL
036300         SELECT SUCCESSOR_ID, CHAR(EFFECTIVE_DATE, ISO),
036400                REASON, OPERATOR_ID
036500         INTO :WS-SU-SUCCESSOR-ID, :WS-SU-EFF-DATE,
036600              :WS-SU-REASON, :WS-SU-OPERATOR-ID
036700         FROM PRODUCT_SUCCESSOR
036800         WHERE PRODUCT_ID = :WS-SU-PRODUCT-ID
036900     END-EXEC.
037000     IF SQLCODE NOT = ZERO
037100         MOVE '1' TO WCA-SU-RETURN-CODE
037200         MOVE 'NO SUCCESSOR ON FILE FOR PRODUCT'
037300             TO WS-MESSAGE-LINE
037400         PERFORM SEND-MESSAGE
037500     ELSE
037600         MOVE WS-SU-SUCCESSOR-ID TO WCA-SU-SUCCESSOR-ID
037700         MOVE WS-SU-EFF-DATE     TO WCA-SU-EFF-DATE
037800         MOVE WS-SU-REASON       TO WCA-SU-REASON
037900         MOVE WS-SU-OPERATOR-ID  TO WCA-SU-OPERATOR-ID
038000         MOVE WCA-SU-PRODUCT-ID  TO SC-PRODUCT-ID
038100         MOVE ZERO               TO SC-FIRST-SUCCESSOR-ID
038200         MOVE 'A'                TO SC-MODE
038300         CALL 'PRDSUCC' USING WS-SUCCESSOR-PARMS
038400         MOVE SC-FINAL-ID        TO WCA-SU-FINAL-ID
038500         MOVE SC-FINAL-STATUS    TO WCA-SU-FINAL-STATUS
038600         MOVE SC-HOP-COUNT       TO WCA-SU-HOP-COUNT
038700         MOVE '0'                TO WCA-SU-RETURN-CODE
038800         PERFORM SEND-INQUIRY-TEXT
038900     END-IF.
039000*
039100 SEND-INQUIRY-TEXT.
039200     MOVE WCA-SU-SUCCESSOR-ID TO WS-IQ-SUCCESSOR-ID.
039300     MOVE WCA-SU-EFF-DATE     TO WS-IQ-EFF-DATE.
039400     MOVE WCA-SU-OPERATOR-ID  TO WS-IQ-OPERATOR-ID.
039500     MOVE WCA-SU-REASON       TO WS-IQ-REASON.
039600     MOVE WCA-SU-FINAL-ID     TO WS-IQ-FINAL-ID.
039700     MOVE WCA-SU-FINAL-STATUS TO WS-IQ-FINAL-STATUS.
039800     EXEC CICS SEND TEXT
039900         FROM(WS-INQUIRY-TEXT)
040000         LENGTH(WS-INQUIRY-TEXT-LENGTH)
040100     END-EXEC.
040200*
040300 SEND-MESSAGE.
040400     EXEC CICS SEND TEXT
040500         FROM(WS-MESSAGE-LINE)
040600         LENGTH(40)
040700     END-EXEC.
040800*
040900 EXIT-ROUTINE.
041000     EXEC SQL COMMIT END-EXEC.
