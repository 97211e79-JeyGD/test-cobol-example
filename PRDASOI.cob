000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDASOI.
000300*
000400*    PRICE-AS-OF-DATE INQUIRY FOR THE BILLING DESK.  WHEN A
000500*    CUSTOMER DISPUTES AN INVOICE THE OPERATOR KEYS A PRODUCT
000600*    ID, THE INVOICE DATE, AN OPTIONAL PRICE-LIST CODE (WHSL,
000700*    RTL OR PROM - BLANK FOR THE STANDARD PRICE) AND AN
000800*    OPTIONAL QUANTITY, AND GETS BACK WHAT THE SYSTEM WOULD
000900*    HAVE QUOTED AT THE CLOSE OF THAT DAY: THE STANDARD PRICE,
001000*    THE PRICE-LIST PRICE, ANY PROMOTION RUNNING, THE QUANTITY
001100*    TIER, THE TAX RATE AND THE TAX-INCLUSIVE AMOUNT - EACH
001200*    WITH THE AUDIT, PRICE-LIST, TIER OR RATE ROW IT CAME
001300*    FROM.  THE FIGURES THEMSELVES ARE WORKED OUT BY PRDASOF;
001400*    A SERVICE CALLER MAY LINK HERE WITH THE MYCOPY049
001500*    COMMAREA (AND AN AS-OF TIME) AND READ THEM BACK.
001600*
001700 ENVIRONMENT DIVISION.
001800 DATA DIVISION.
001900 WORKING-STORAGE SECTION.
002000*
002100 01  WS-INPUT-LINE.
002200     05  WS-IN-PRODUCT-ID   PIC X(05).
002300     05  WS-IN-AS-OF-DATE   PIC X(10).
002400     05  WS-IN-LIST-CODE    PIC X(04).
002500     05  WS-IN-QUANTITY     PIC X(05).
002600 01  WS-IN-NUMERIC-R REDEFINES WS-INPUT-LINE.
002700     05  WS-IN-PRODUCT-9    PIC 9(05).
002800     05  FILLER             PIC X(14).
002900     05  WS-IN-QUANTITY-9   PIC 9(05).
003000 01  WS-INPUT-LENGTH        PIC S9(4) COMP VALUE 24.
003100*
003200 01  WS-MESSAGE-LINE        PIC X(40).
003300*
003400 01  WS-RESULT-TEXT.
003500     05  RT-LINE-1.
003600         10  FILLER             PIC X(08)  VALUE 'PRODUCT '.
003700         10  RT-PRODUCT-ID      PIC 9(05).
003800         10  FILLER             PIC X(08)  VALUE '  AS OF '.
003900         10  RT-AS-OF-DATE      PIC X(10).
004000         10  FILLER             PIC X(06)  VALUE '  QTY '.
004100         10  RT-QUANTITY        PIC ZZZZ9.
004200         10  FILLER             PIC X(10)  VALUE '  STATUS '.
004300         10  RT-STATUS          PIC X(01).
004400         10  FILLER             PIC X(02)  VALUE SPACES.
004500         10  RT-STATUS-NOTE     PIC X(16).
004600         10  FILLER             PIC X(09)  VALUE SPACES.
004700     05  RT-LINE-2.
004800         10  RT-DESCRIPTION     PIC X(40).
004900         10  FILLER             PIC X(40)  VALUE SPACES.
005000     05  RT-LINE-3.
005100         10  FILLER             PIC X(16)  VALUE
005200             'STANDARD PRICE  '.
005300         10  RT-BASE-PRICE      PIC ZZ,ZZ9.99.
005400         10  FILLER             PIC X(02)  VALUE SPACES.
005500         10  RT-BASE-TEXT       PIC X(18).
005600         10  RT-BASE-TS         PIC X(26).
005700         10  FILLER             PIC X(01)  VALUE SPACE.
005800         10  RT-BASE-PROGRAM    PIC X(08).
005900     05  RT-LINE-4.
006000         10  FILLER             PIC X(11)  VALUE 'PRICE LIST '.
006100         10  RT-LIST-CODE       PIC X(04).
006200         10  FILLER             PIC X(01)  VALUE SPACE.
006300         10  RT-LIST-PRICE      PIC ZZ,ZZ9.99.
006400         10  FILLER             PIC X(02)  VALUE SPACES.
006500         10  RT-LIST-TEXT       PIC X(36).
006600         10  RT-LIST-DATE       PIC X(10).
006700         10  FILLER             PIC X(07)  VALUE SPACES.
006800     05  RT-LINE-5.
006900         10  FILLER             PIC X(15)  VALUE
007000             'PROMOTION      '.
007100         10  RT-PROMO-CODE      PIC X(08).
007200         10  RT-PROMO-TEXT      PIC X(09).
007300         10  RT-PROMO-START     PIC X(10).
007400         10  RT-PROMO-TO        PIC X(04).
007500         10  RT-PROMO-END       PIC X(10).
007600         10  FILLER             PIC X(24)  VALUE SPACES.
007700     05  RT-LINE-6.
007800         10  FILLER             PIC X(09)  VALUE 'QTY TIER '.
007900         10  RT-BREAK-QTY       PIC ZZZZ9.
008000         10  FILLER             PIC X(02)  VALUE SPACES.
008100         10  RT-BREAK-PRICE     PIC ZZ,ZZ9.99.
008200         10  FILLER             PIC X(02)  VALUE SPACES.
008300         10  RT-BREAK-TEXT      PIC X(14).
008400         10  RT-BREAK-TS        PIC X(26).
008500         10  FILLER             PIC X(13)  VALUE SPACES.
008600     05  RT-LINE-7.
008700         10  FILLER             PIC X(13)  VALUE
008800             'TAX CATEGORY '.
008900         10  RT-TAX-CATEGORY    PIC X(04).
009000         10  FILLER             PIC X(07)  VALUE '  RATE '.
009100         10  RT-TAX-RATE        PIC Z9.999.
009200         10  FILLER             PIC X(02)  VALUE SPACES.
009300         10  RT-TAX-TEXT        PIC X(20).
009400         10  RT-TAX-DATE        PIC X(10).
009500         10  FILLER             PIC X(18)  VALUE SPACES.
009600     05  RT-LINE-8.
009700         10  FILLER             PIC X(11)  VALUE 'UNIT PRICE '.
009800         10  RT-PRICE           PIC ZZ,ZZ9.99.
009900         10  FILLER             PIC X(06)  VALUE '  TAX '.
010000         10  RT-TAX-AMOUNT      PIC ZZ,ZZ9.99.
010100         10  FILLER             PIC X(11)  VALUE '  WITH TAX '.
010200         10  RT-PRICE-WITH-TAX  PIC ZZZ,ZZ9.99.
010300         10  FILLER             PIC X(09)  VALUE '  AMOUNT '.
010400         10  RT-EXTENDED        PIC ZZZ,ZZZ,ZZ9.99.
010500         10  FILLER             PIC X(01)  VALUE SPACE.
010600 01  WS-RESULT-TEXT-LENGTH  PIC S9(4) COMP VALUE 640.
010700*
010800*    THE TRANSACTION WORKS AGAINST THIS WORKING-STORAGE COPY
010900*    OF THE COMMAREA - ON THE FIRST TERMINAL ENTRY EIBCALEN
011000*    IS ZERO AND DFHCOMMAREA IS NOT ADDRESSABLE.  A CALLER'S
011100*    COMMAREA IS COPIED IN AT ENTRY AND THE COPY RETURNED.
011200*    IT IS ALSO THE PARAMETER AREA PASSED TO PRDASOF.
011300 01  WS-COMMAREA.
011400     COPY MYCOPY049 REPLACING LEADING ==AO-== BY ==WCA-AO-==.
011500*
011600 LINKAGE SECTION.
011700 01  DFHCOMMAREA.
011800     COPY MYCOPY049.
011900*
012000 PROCEDURE DIVISION.
012100     PERFORM INIT
012200     IF EIBCALEN > ZERO
012300         MOVE DFHCOMMAREA TO WS-COMMAREA
012400     ELSE
012500         INITIALIZE WS-COMMAREA
012600     END-IF
012700     PERFORM RECEIVE-REQUEST
012800     IF WCA-AO-INVALID-INPUT
012900         PERFORM SEND-MESSAGE
013000     ELSE
013100         CALL 'PRDASOF' USING WS-COMMAREA
013200         EVALUATE TRUE
013300             WHEN WCA-AO-OK
013400             WHEN WCA-AO-DISCONTINUED
013500                 PERFORM SEND-RESULT-PAGE
013600             WHEN WCA-AO-NOTFOUND
013700                 MOVE 'PRODUCT NOT ON FILE ON THAT DATE'
013800                     TO WS-MESSAGE-LINE
013900                 PERFORM SEND-MESSAGE
014000             WHEN WCA-AO-INVALID-INPUT
014100                 MOVE 'AS-OF DATE INVALID OR IN THE FUTURE'
014200                     TO WS-MESSAGE-LINE
014300                 PERFORM SEND-MESSAGE
014400             WHEN OTHER
014500                 MOVE 'PRICE HISTORY LOOKUP FAILED'
014600                     TO WS-MESSAGE-LINE
014700                 PERFORM SEND-MESSAGE
014800         END-EVALUATE
014900     END-IF
015000     EXEC CICS RETURN
015100         COMMAREA(WS-COMMAREA)
015200         LENGTH(LENGTH OF WS-COMMAREA)
015300     END-EXEC.
015400*
015500 INIT.
015600     MOVE SPACES TO WS-MESSAGE-LINE.
015700*
015800 RECEIVE-REQUEST.
015900     IF EIBCALEN = ZERO
016000         PERFORM RECEIVE-INPUT-LINE
016100     END-IF.
016200     MOVE '0' TO WCA-AO-RETURN-CODE.
016300     PERFORM VALIDATE-REQUEST.
016400*
016500*    A TERMINAL INQUIRY ALWAYS ASKS FOR THE CLOSE OF THE DAY;
016600*    A BLANK OR NON-NUMERIC QUANTITY MEANS A SINGLE UNIT.
016700 RECEIVE-INPUT-LINE.
016800     MOVE SPACES TO WS-INPUT-LINE.
016900     EXEC CICS RECEIVE
017000         INTO(WS-INPUT-LINE)
017100         LENGTH(WS-INPUT-LENGTH)
017200     END-EXEC.
017300     IF WS-IN-PRODUCT-ID NUMERIC
017400         MOVE WS-IN-PRODUCT-9  TO WCA-AO-PRODUCT-ID
017500     ELSE
017600         MOVE ZERO             TO WCA-AO-PRODUCT-ID
017700     END-IF.
017800     MOVE WS-IN-AS-OF-DATE     TO WCA-AO-AS-OF-DATE.
017900     MOVE SPACES               TO WCA-AO-AS-OF-TIME.
018000     MOVE WS-IN-LIST-CODE      TO WCA-AO-PRICE-LIST-CODE.
018100     IF WS-IN-QUANTITY NUMERIC
018200         MOVE WS-IN-QUANTITY-9 TO WCA-AO-QUANTITY
018300     ELSE
018400         MOVE 1                TO WCA-AO-QUANTITY
018500     END-IF.
018600*
018700*    THE DATE ITSELF IS CHECKED BY PRDASOF, WHICH REFUSES AN
018800*    UNREADABLE OR FUTURE DATE WITH RETURN CODE 2.
018900 VALIDATE-REQUEST.
019000     IF WCA-AO-PRODUCT-ID = ZERO
019100         MOVE '2' TO WCA-AO-RETURN-CODE
019200         MOVE 'PRODUCT ID MUST BE NUMERIC' TO WS-MESSAGE-LINE
019300     ELSE
019400     IF WCA-AO-AS-OF-DATE = SPACES
019500         MOVE '2' TO WCA-AO-RETURN-CODE
019600         MOVE 'AS-OF DATE REQUIRED - YYYY-MM-DD'
019700             TO WS-MESSAGE-LINE
019800     ELSE
019900     IF NOT WCA-AO-PRICE-LIST-DEFAULT
020000         AND NOT WCA-AO-PRICE-LIST-WHOLESALE
020100         AND NOT WCA-AO-PRICE-LIST-RETAIL
020200         AND NOT WCA-AO-PRICE-LIST-PROMO
020300         MOVE '2' TO WCA-AO-RETURN-CODE
020400         MOVE 'PRICE LIST MUST BE WHSL/RTL/PROM/BLANK'
020500             TO WS-MESSAGE-LINE
020600     END-IF
020700     END-IF
020800     END-IF.
020900*
021000 SEND-RESULT-PAGE.
021100     MOVE WCA-AO-PRODUCT-ID         TO RT-PRODUCT-ID.
021200     MOVE WCA-AO-AS-OF-DATE         TO RT-AS-OF-DATE.
021300     MOVE WCA-AO-QUANTITY           TO RT-QUANTITY.
021400     MOVE WCA-AO-STATUS             TO RT-STATUS.
021500     IF WCA-AO-DISCONTINUED
021600         MOVE 'NOT QUOTABLE'        TO RT-STATUS-NOTE
021700     ELSE
021800         MOVE SPACES                TO RT-STATUS-NOTE
021900     END-IF.
022000     MOVE WCA-AO-DESCRIPTION        TO RT-DESCRIPTION.
022100     PERFORM BUILD-BASE-LINE.
022200     PERFORM BUILD-LIST-LINE.
022300     PERFORM BUILD-PROMO-LINE.
022400     PERFORM BUILD-TIER-LINE.
022500     PERFORM BUILD-TAX-LINE.
022600     MOVE WCA-AO-PRICE              TO RT-PRICE.
022700     MOVE WCA-AO-TAX-AMOUNT         TO RT-TAX-AMOUNT.
022800     MOVE WCA-AO-PRICE-WITH-TAX     TO RT-PRICE-WITH-TAX.
022900     MOVE WCA-AO-EXTENDED-AMOUNT    TO RT-EXTENDED.
023000     EXEC CICS SEND TEXT
023100         FROM(WS-RESULT-TEXT)
023200         LENGTH(WS-RESULT-TEXT-LENGTH)
023300     END-EXEC.
023400*
023500 BUILD-BASE-LINE.
023600     MOVE WCA-AO-BASE-PRICE         TO RT-BASE-PRICE.
023700     MOVE WCA-AO-BASE-AUDIT-TS      TO RT-BASE-TS.
023800     MOVE WCA-AO-BASE-AUDIT-PROGRAM TO RT-BASE-PROGRAM.
023900     EVALUATE TRUE
024000         WHEN WCA-AO-BASE-FROM-AUDIT-NEW
024100             MOVE 'AUDIT ROW (NEW)'   TO RT-BASE-TEXT
024200         WHEN WCA-AO-BASE-FROM-AUDIT-OLD
024300             MOVE 'AUDIT ROW (OLD)'   TO RT-BASE-TEXT
024400         WHEN OTHER
024500             MOVE 'PRODUCTS ROW'      TO RT-BASE-TEXT
024600             MOVE 'NO CHANGE AUDITED' TO RT-BASE-TS
024700     END-EVALUATE.
024800*
024900 BUILD-LIST-LINE.
025000     MOVE WCA-AO-PRICE-LIST-CODE    TO RT-LIST-CODE.
025100     MOVE WCA-AO-LIST-PRICE         TO RT-LIST-PRICE.
025200     MOVE WCA-AO-LIST-EFF-DATE      TO RT-LIST-DATE.
025300     EVALUATE TRUE
025400         WHEN WCA-AO-LIST-APPLIED
025500             MOVE 'FROM LIST ROW EFFECTIVE'
025600                 TO RT-LIST-TEXT
025700         WHEN WCA-AO-LIST-NONE
025800             MOVE 'NO LIST ROW IN FORCE - STANDARD'
025900                 TO RT-LIST-TEXT
026000         WHEN WCA-AO-LIST-PROMO-NOT-RUNNING
026100             MOVE 'NO EVENT RUNNING - STANDARD'
026200                 TO RT-LIST-TEXT
026300         WHEN OTHER
026400             MOVE 'NONE REQUESTED'  TO RT-LIST-TEXT
026500     END-EVALUATE.
026600*
026700 BUILD-PROMO-LINE.
026800     IF WCA-AO-PROMO-CODE = SPACES
026900         MOVE 'NONE'                TO RT-PROMO-CODE
027000         MOVE ' RUNNING'            TO RT-PROMO-TEXT
027100         MOVE SPACES                TO RT-PROMO-START
027200                                       RT-PROMO-TO RT-PROMO-END
027300     ELSE
027400         MOVE WCA-AO-PROMO-CODE     TO RT-PROMO-CODE
027500         MOVE ' RAN '               TO RT-PROMO-TEXT
027600         MOVE WCA-AO-PROMO-START-DATE
027700                                    TO RT-PROMO-START
027800         MOVE ' TO '                TO RT-PROMO-TO
027900         MOVE WCA-AO-PROMO-END-DATE TO RT-PROMO-END
028000     END-IF.
028100*
028200 BUILD-TIER-LINE.
028300     MOVE WCA-AO-BREAK-QTY          TO RT-BREAK-QTY.
028400     MOVE WCA-AO-BREAK-PRICE        TO RT-BREAK-PRICE.
028500     MOVE WCA-AO-BREAK-START-TS     TO RT-BREAK-TS.
028600     IF WCA-AO-BREAK-QTY = ZERO
028700         MOVE 'NO TIER'             TO RT-BREAK-TEXT
028800     ELSE
028900         MOVE 'TIER ADDED '         TO RT-BREAK-TEXT
029000     END-IF.
029100*
029200 BUILD-TAX-LINE.
029300     MOVE WCA-AO-TAX-CATEGORY       TO RT-TAX-CATEGORY.
029400     MOVE WCA-AO-TAX-RATE-PCT       TO RT-TAX-RATE.
029500     MOVE WCA-AO-TAX-EFF-DATE       TO RT-TAX-DATE.
029600     EVALUATE TRUE
029700         WHEN WCA-AO-TAX-CATEGORY = SPACES
029800             MOVE 'UNTAXED'         TO RT-TAX-TEXT
029900         WHEN WCA-AO-TAX-EFF-DATE = SPACES
030000             MOVE 'NO RATE IN FORCE' TO RT-TAX-TEXT
030100         WHEN OTHER
030200             MOVE 'RATE ROW EFFECTIVE' TO RT-TAX-TEXT
030300     END-EVALUATE.
030400*
030500 SEND-MESSAGE.
030600     EXEC CICS SEND TEXT
030700         FROM(WS-MESSAGE-LINE)
030800         LENGTH(40)
030900     END-EXEC.
