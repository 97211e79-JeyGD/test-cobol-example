000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDSUCC.
000300*
000400*    LINKABLE SUCCESSOR-CHAIN SUBROUTINE.  FOLLOWS THE
000500*    PRODUCT_SUCCESSOR ROWS FROM A DISCONTINUED OR HELD
000600*    PRODUCT TO THE PRODUCT THAT NOW REPLACES IT, SO EVERY
000700*    CALLER WALKS THE CHAIN THE SAME WAY AND THE SAME LOOP
000800*    GUARD APPLIES EVERYWHERE.  CALLED BY PRDLKUP (WHAT TO
000900*    OFFER IN PLACE OF A PRODUCT NO LONGER SOLD), BY THE
001000*    PRDSUCM MAINTENANCE TRANSACTION (TO REFUSE A SUCCESSOR
001100*    THAT WOULD CLOSE A LOOP OR LEAD TO A DISCONTINUED
001200*    PRODUCT) AND BY THE NIGHTLY PRDSUCX EXCEPTION REPORT.
001300*    SEE MYCOPY055 FOR THE PARAMETERS AND THE TWO MODES.
001400*    EACH PRODUCT MET IS REMEMBERED; MEETING ONE A SECOND
001500*    TIME IS A LOOP, AS IS A CHAIN LONGER THAN THE TABLE.
001600*
001700 ENVIRONMENT DIVISION.
001800 DATA DIVISION.
001900 WORKING-STORAGE SECTION.
002000     EXEC SQL INCLUDE SQLCA END-EXEC.
002100*
002200 01  WS-CURRENT-ID          PIC 9(05).
002300*
002400 01  WS-NEXT-ROW.
002500     05  WS-NEXT-ID         PIC 9(05).
002600     05  WS-NEXT-EFF-DATE   PIC X(10).
002700     05  WS-NEXT-REASON     PIC X(30).
002800     05  WS-NEXT-DESC       PIC X(40).
002900     05  WS-NEXT-PRICE      PIC 9(05)V99.
003000     05  WS-NEXT-STATUS     PIC X(01).
003100*
003200*    THE STARTING PRODUCT AND EVERY SUCCESSOR MET SINCE.
003300 01  WS-VISITED-TABLE.
003400     05  WS-VISITED-ID      PIC 9(05)  OCCURS 20 TIMES.
003500 01  WS-VISITED-MAX         PIC 9(02)  COMP VALUE 20.
003600 01  WS-VISITED-COUNT       PIC 9(02)  COMP.
003700 01  WS-VISIT-INDEX         PIC 9(02)  COMP.
003800*
003900 01  WS-CHAIN-SW            PIC X(01).
004000     88  WS-CHAIN-DONE              VALUE 'Y'.
004100 01  WS-SEEN-SW             PIC X(01).
004200     88  WS-SEEN                    VALUE 'Y'.
004300*
004400 LINKAGE SECTION.
004500 01  LS-SUCCESSOR-PARMS.
004600     COPY MYCOPY055.
004700*
004800 PROCEDURE DIVISION USING LS-SUCCESSOR-PARMS.
004900     PERFORM WALK-CHAIN.
005000     GOBACK.
005100*
005200 WALK-CHAIN.
005300     PERFORM CLEAR-RESULTS.
005400     MOVE SC-PRODUCT-ID TO WS-CURRENT-ID.
005500     MOVE SC-PRODUCT-ID TO WS-VISITED-ID (1).
005600     MOVE 1             TO WS-VISITED-COUNT.
005700     MOVE 'N'           TO WS-CHAIN-SW.
005800     PERFORM FOLLOW-LINK
005900         THRU FOLLOW-LINK-EXIT
006000         UNTIL WS-CHAIN-DONE.
006100     IF SC-OK AND SC-HOP-COUNT = ZERO
006200         MOVE '1' TO SC-RETURN-CODE
006300     END-IF.
006400*
006500 CLEAR-RESULTS.
006600     MOVE '0'    TO SC-RETURN-CODE.
006700     MOVE SPACES TO SC-EFF-DATE SC-REASON SC-FINAL-DESCRIPTION
006800                    SC-FINAL-STATUS.
006900     MOVE ZERO   TO SC-SUCCESSOR-ID SC-FINAL-ID SC-FINAL-PRICE
007000                    SC-HOP-COUNT SC-BREAK-ID.
007100     MOVE ZERO   TO WS-VISITED-TABLE.
007200*
007300*    ONE LINK OF THE CHAIN - THE CURRENT PRODUCT'S SUCCESSOR
007400*    IS FOUND, CHECKED AGAINST THE PRODUCTS ALREADY MET AND
007500*    READ FROM PRODUCTS, AND BECOMES THE CURRENT PRODUCT.
007600 FOLLOW-LINK.
007700     IF SC-HOP-COUNT = ZERO AND SC-FIRST-SUCCESSOR-ID > ZERO
007800         MOVE SC-FIRST-SUCCESSOR-ID TO WS-NEXT-ID
007900         MOVE SPACES                TO WS-NEXT-EFF-DATE
008000                                       WS-NEXT-REASON
008100     ELSE
008200         PERFORM READ-SUCCESSOR-ROW
008300         IF WS-CHAIN-DONE
008400             GO TO FOLLOW-LINK-EXIT
008500         END-IF
008600     END-IF.
008700     PERFORM CHECK-VISITED.
008800     IF WS-SEEN
008900         MOVE '2'        TO SC-RETURN-CODE
009000         MOVE WS-NEXT-ID TO SC-BREAK-ID
009100         MOVE 'Y'        TO WS-CHAIN-SW
009200         GO TO FOLLOW-LINK-EXIT
009300     END-IF.
009400     IF WS-VISITED-COUNT = WS-VISITED-MAX
009500         MOVE '2'        TO SC-RETURN-CODE
009600         MOVE 'Y'        TO WS-CHAIN-SW
009700         GO TO FOLLOW-LINK-EXIT
009800     END-IF.
009900     PERFORM READ-SUCCESSOR-PRODUCT.
010000     IF WS-CHAIN-DONE
010100         GO TO FOLLOW-LINK-EXIT
010200     END-IF.
010300     ADD 1 TO SC-HOP-COUNT.
010400     ADD 1 TO WS-VISITED-COUNT.
010500     MOVE WS-NEXT-ID TO WS-VISITED-ID (WS-VISITED-COUNT).
010600     IF SC-HOP-COUNT = 1
010700         MOVE WS-NEXT-ID       TO SC-SUCCESSOR-ID
010800         MOVE WS-NEXT-EFF-DATE TO SC-EFF-DATE
010900         MOVE WS-NEXT-REASON   TO SC-REASON
011000     END-IF.
011100     MOVE WS-NEXT-ID     TO SC-FINAL-ID WS-CURRENT-ID.
011200     MOVE WS-NEXT-DESC   TO SC-FINAL-DESCRIPTION.
011300     MOVE WS-NEXT-PRICE  TO SC-FINAL-PRICE.
011400     MOVE WS-NEXT-STATUS TO SC-FINAL-STATUS.
011500*    AN ACTIVE PRODUCT CAN BE SOLD, SO TODAY'S WALK ENDS
011600*    THERE EVEN IF IT HAS BEEN GIVEN A SUCCESSOR OF ITS OWN
011700*    AHEAD OF BEING DISCONTINUED.
011800     IF SC-MODE-EFFECTIVE AND SC-FINAL-ACTIVE
011900         MOVE 'Y' TO WS-CHAIN-SW
012000     END-IF.
012100 FOLLOW-LINK-EXIT.
012200     EXIT.
012300*
012400*    NO ROW (SQLCODE 100) ENDS THE CHAIN ON THE CURRENT
012500*    PRODUCT.  IN EFFECTIVE MODE A ROW DATED AFTER TODAY IS
012600*    NOT YET A LINK.
012700 READ-SUCCESSOR-ROW.
012800     EXEC SQL
012900         SELECT SUCCESSOR_ID, CHAR(EFFECTIVE_DATE, ISO),
013000                REASON
013100         INTO :WS-NEXT-ID, :WS-NEXT-EFF-DATE, :WS-NEXT-REASON
013200         FROM PRODUCT_SUCCESSOR
013300         WHERE PRODUCT_ID = :WS-CURRENT-ID
013400           AND (:SC-MODE = 'A'
013500                OR EFFECTIVE_DATE <= CURRENT DATE)
013600     END-EXEC.
013700     EVALUATE TRUE
013800         WHEN SQLCODE = ZERO
013900             CONTINUE
014000         WHEN SQLCODE = 100
014100             MOVE 'Y' TO WS-CHAIN-SW
014200         WHEN OTHER
014300             MOVE '4' TO SC-RETURN-CODE
014400             MOVE 'Y' TO WS-CHAIN-SW
014500     END-EVALUATE.
014600*
014700 CHECK-VISITED.
014800     MOVE 'N' TO WS-SEEN-SW.
014900     PERFORM TEST-VISITED-ENTRY
015000         THRU TEST-VISITED-ENTRY-EXIT
015100         VARYING WS-VISIT-INDEX FROM 1 BY 1
015200         UNTIL WS-VISIT-INDEX > WS-VISITED-COUNT
015300            OR WS-SEEN.
015400*
015500 TEST-VISITED-ENTRY.
015600     IF WS-VISITED-ID (WS-VISIT-INDEX) = WS-NEXT-ID
015700         MOVE 'Y' TO WS-SEEN-SW
015800     END-IF.
015900 TEST-VISITED-ENTRY-EXIT.
016000     EXIT.
016100*
016200*    A SUCCESSOR NO LONGER ON PRODUCTS (RETIRED BY PRDRETR
016300*    SINCE IT WAS NAMED) BREAKS THE CHAIN.
016400 READ-SUCCESSOR-PRODUCT.
016500     EXEC SQL
016600         SELECT DESCRIPTION, PRICE, STATUS
016700         INTO :WS-NEXT-DESC, :WS-NEXT-PRICE, :WS-NEXT-STATUS
016800         FROM PRODUCTS
016900         WHERE PRODUCT_ID = :WS-NEXT-ID
017000     END-EXEC.
017100     EVALUATE TRUE
017200         WHEN SQLCODE = ZERO
017300             CONTINUE
017400         WHEN SQLCODE = 100
017500             MOVE '3'        TO SC-RETURN-CODE
017600             MOVE WS-NEXT-ID TO SC-BREAK-ID
017700             MOVE 'Y'        TO WS-CHAIN-SW
017800         WHEN OTHER
017900             MOVE '4'        TO SC-RETURN-CODE
018000             MOVE 'Y'        TO WS-CHAIN-SW
018100     END-EVALUATE.
