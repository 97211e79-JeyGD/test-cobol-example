000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDRPRM.
000300*
000400*    REPRICING PROPOSAL REVIEW TRANSACTION FOR THE PRICING
000500*    DESK.  PRDRPRC (THE STEP AFTER PRDLOAD) WRITES A PENDING
000600*    PRODUCT_PRICE_PROPOSAL ROW WHEREVER A UNIT COST MOVE
000700*    TOOK A PRICE UNDER ITS CATEGORY MARGIN FLOOR, CARRYING
000800*    THE OLD AND NEW COST, THE CURRENT PRICE AND THE PRICE
000900*    THAT RESTORES THE FLOOR.  THIS TRANSACTION PAGES
001000*    THROUGH THEM TEN AT A TIME (THE PRODUCT ID KEYED
001100*    POSITIONS THE PAGE, AS PRDSUSP PAGES SUSPENSE) AND
001200*    ACCEPTS (A), AMENDS (M) OR DECLINES (D) THE PROPOSAL
001300*    FOR THE PRODUCT KEYED.  AN ACCEPTED OR AMENDED PRICE IS
001400*    APPLIED THE WAY PRDUPDT APPLIES ONE - THE OPERATOR MUST
001500*    BE ACTIVE ON PRODUCT_OPER_AUTH, A MOVE PAST THE OPERATOR'S
001600*    LIMIT OR BELOW UNIT COST NEEDS AN APPROVER'S ID, AND THE
001700*    CHANGE IS WRITTEN TO PRODUCT_CHANGE_AUDIT (VIA PRDAUDT)
001800*    - UNLESS AN EFFECTIVE DATE AND PRICE-LIST CODE ARE
001900*    KEYED, WHEN THE PRICE IS ADDED AS A FUTURE-DATED
002000*    PRODUCT_PRICE_LIST ROW AS PRDPLMT ADDS ONE.  THE
002100*    PROPOSAL ROW KEEPS THE PRICE APPLIED, THE EFFECTIVE
002200*    DATE, LIST, OPERATOR AND APPROVER.
002300*
002400 ENVIRONMENT DIVISION.
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700     COPY MYCOPY013.
002800     EXEC SQL INCLUDE SQLCA END-EXEC.
002900*
003000 01  WS-PROPOSAL-ROW.
003100     05  WS-RP-PRODUCT-ID   PIC 9(05).
003200     05  WS-RP-FEED-DATE    PIC X(10).
003300     05  WS-RP-OLD-COST     PIC 9(05)V99.
003400     05  WS-RP-NEW-COST     PIC 9(05)V99.
003500     05  WS-RP-CUR-PRICE    PIC 9(05)V99.
003600     05  WS-RP-PROPOSED     PIC 9(05)V99.
003700*
003800 01  WS-APPLY-FIELDS.
003900     05  WS-NEW-PRICE       PIC 9(05)V99.
004000     05  WS-NEW-STATUS      PIC X(01).
004100     05  WS-EFF-DATE        PIC X(10).
004200     05  WS-LIST-CODE       PIC X(04).
004300     05  WS-APPLY-SW        PIC X(01)  VALUE 'N'.
004400         88  WS-APPLY-NOW               VALUE 'N'.
004500         88  WS-APPLY-FUTURE            VALUE 'F'.
004600*
004700 01  WS-LOOKUP-PARMS.
004800     COPY MYCOPY021.
004900*
005000 01  WS-AUTH-FIELDS.
005100     05  WS-OPERATOR-ID     PIC X(03).
005200     05  WS-APPROVER-ID     PIC X(03).
005300     05  WS-APPROVED-BY     PIC X(03).
005400     05  WS-AUTH-LIMIT-PCT  PIC 9(03)V99  COMP-3 VALUE ZERO.
005500     05  WS-PRICE-DIFF      PIC S9(07)V99 COMP-3 VALUE ZERO.
005600     05  WS-MOVEMENT-PCT    PIC 9(09)V99  COMP-3 VALUE ZERO.
005700     05  WS-BELOW-COST-SW   PIC X(01)     VALUE 'N'.
005800         88  WS-BELOW-COST             VALUE 'Y'.
005900*
006000 01  WS-AUDIT-PARMS.
006100     COPY MYCOPY034.
006200*
006300 01  WS-INPUT-LINE.
006400     05  WS-IN-FUNCTION     PIC X(01).
006500     05  WS-IN-PRODUCT-ID   PIC X(05).
006600     05  WS-IN-PRICE        PIC X(07).
006700     05  WS-IN-EFF-DATE     PIC X(10).
006800     05  WS-IN-LIST-CODE    PIC X(04).
006900     05  WS-IN-APPROVER-ID  PIC X(03).
007000 01  WS-IN-PRODUCT-ID-R REDEFINES WS-INPUT-LINE.
007100     05  FILLER             PIC X(01).
007200     05  WS-IN-PRODUCT-9    PIC 9(05).
007300     05  FILLER             PIC X(24).
007400 01  WS-IN-PRICE-NUM REDEFINES WS-INPUT-LINE.
007500     05  FILLER             PIC X(06).
007600     05  WS-IN-PRICE-9      PIC 9(05)V99.
007700     05  FILLER             PIC X(17).
007800 01  WS-INPUT-LENGTH        PIC S9(4) COMP VALUE 30.
007900*
008000 01  WS-ROW-INDEX           PIC 9(02)  COMP.
008100*
008200 01  WS-MESSAGE-LINE        PIC X(40).
008300*
008400 01  WS-LIST-TEXT.
008500     05  WS-LIST-LINE  OCCURS 10 TIMES.
008600         10  WS-LL-PRODUCT-ID   PIC 9(05).
008700         10  FILLER             PIC X(01)  VALUE SPACE.
008800         10  WS-LL-FEED-DATE    PIC X(10).
008900         10  FILLER             PIC X(01)  VALUE SPACE.
009000         10  WS-LL-OLD-COST     PIC 9(05)V99.
009100         10  FILLER             PIC X(01)  VALUE SPACE.
009200         10  WS-LL-NEW-COST     PIC 9(05)V99.
009300         10  FILLER             PIC X(01)  VALUE SPACE.
009400         10  WS-LL-CUR-PRICE    PIC 9(05)V99.
009500         10  FILLER             PIC X(01)  VALUE SPACE.
009600         10  WS-LL-PROPOSED     PIC 9(05)V99.
009700         10  FILLER             PIC X(01)  VALUE SPACE.
009800 01  WS-LIST-TEXT-LENGTH    PIC S9(4) COMP VALUE 490.
009900*
010000*    THE TRANSACTION WORKS AGAINST THIS WORKING-STORAGE COPY
010100*    OF THE COMMAREA - ON THE FIRST TERMINAL ENTRY EIBCALEN
010200*    IS ZERO AND DFHCOMMAREA IS NOT ADDRESSABLE.  A CALLER'S
010300*    COMMAREA IS COPIED IN AT ENTRY AND THE COPY RETURNED.
010400 01  WS-COMMAREA.
010500     COPY MYCOPY048 REPLACING LEADING ==CA-== BY ==WCA-==.
010600*
010700 LINKAGE SECTION.
010800 01  DFHCOMMAREA.
010900     COPY MYCOPY048.
011000*
011100 PROCEDURE DIVISION.
011200     PERFORM INIT
011300     IF EIBCALEN > ZERO
011400         MOVE DFHCOMMAREA TO WS-COMMAREA
011500     ELSE
011600         INITIALIZE WS-COMMAREA
011700     END-IF
011800     PERFORM RECEIVE-REQUEST
011900     IF WCA-RP-INVALID-INPUT
012000         PERFORM SEND-MESSAGE
012100     ELSE
012200         EVALUATE TRUE
012300             WHEN WCA-RP-BROWSE
012400                 PERFORM BROWSE-PENDING
012500             WHEN WCA-RP-DECLINE
012600                 PERFORM DECLINE-PROPOSAL
012700             WHEN OTHER
012800                 PERFORM APPLY-PROPOSAL
012900                     THRU APPLY-PROPOSAL-EXIT
013000         END-EVALUATE
013100     END-IF
013200     PERFORM EXIT-ROUTINE
013300     EXEC CICS RETURN
013400         COMMAREA(WS-COMMAREA)
013500         LENGTH(LENGTH OF WS-COMMAREA)
013600     END-EXEC.
013700*
013800 INIT.
013900     MOVE SPACES TO WS-RP-FEED-DATE WS-EFF-DATE WS-LIST-CODE
014000                    WS-APPROVED-BY WS-MESSAGE-LINE.
014100     MOVE ZERO   TO WS-RP-PRODUCT-ID WS-NEW-PRICE WS-ROW-INDEX.
014200     MOVE 'N'    TO WS-APPLY-SW WS-BELOW-COST-SW.
014300*
014400 RECEIVE-REQUEST.
014500     IF EIBCALEN = ZERO
014600         PERFORM RECEIVE-INPUT-LINE
014700     END-IF.
014800     MOVE '0'  TO WCA-RP-RETURN-CODE.
014900     MOVE ZERO TO WCA-RP-ROW-COUNT.
015000     PERFORM VALIDATE-REQUEST.
015100*
015200 RECEIVE-INPUT-LINE.
015300     MOVE SPACES TO WS-INPUT-LINE.
015400     EXEC CICS RECEIVE
015500         INTO(WS-INPUT-LINE)
015600         LENGTH(WS-INPUT-LENGTH)
015700     END-EXEC.
015800     MOVE WS-IN-FUNCTION    TO WCA-RP-FUNCTION.
015900     MOVE WS-IN-EFF-DATE    TO WCA-RP-EFF-DATE.
016000     MOVE WS-IN-LIST-CODE   TO WCA-RP-LIST-CODE.
016100     MOVE WS-IN-APPROVER-ID TO WCA-RP-APPROVER-ID.
016200     IF WS-IN-PRODUCT-ID NUMERIC
016300         MOVE WS-IN-PRODUCT-9 TO WCA-RP-PRODUCT-ID
016400     ELSE
016500         MOVE ZERO            TO WCA-RP-PRODUCT-ID
016600     END-IF.
016700     IF WS-IN-PRICE NUMERIC
016800         MOVE WS-IN-PRICE-9   TO WCA-RP-PRICE
016900     ELSE
017000         MOVE ZERO            TO WCA-RP-PRICE
017100     END-IF.
017200*
017300*    A BROWSE MAY START FROM A BLANK PRODUCT ID; EVERY OTHER
017400*    FUNCTION ACTS ON THE ONE PENDING PROPOSAL FOR THE
017500*    PRODUCT KEYED.  AN EFFECTIVE DATE AND A PRICE-LIST CODE
017600*    GO TOGETHER - EITHER BOTH (A FUTURE-DATED LIST PRICE)
017700*    OR NEITHER (APPLY TO THE PRODUCT NOW).
017800 VALIDATE-REQUEST.
017900     IF NOT WCA-RP-BROWSE AND NOT WCA-RP-ACCEPT
018000                          AND NOT WCA-RP-AMEND
018100                          AND NOT WCA-RP-DECLINE
018200         MOVE '2' TO WCA-RP-RETURN-CODE
018300         MOVE 'FUNCTION MUST BE B, A, M OR D' TO WS-MESSAGE-LINE
018400     ELSE
018500     IF NOT WCA-RP-BROWSE AND WCA-RP-PRODUCT-ID = ZERO
018600         MOVE '2' TO WCA-RP-RETURN-CODE
018700         MOVE 'PRODUCT ID MUST BE NUMERIC' TO WS-MESSAGE-LINE
018800     ELSE
018900     IF WCA-RP-AMEND AND WCA-RP-PRICE = ZERO
019000         MOVE '2' TO WCA-RP-RETURN-CODE
019100         MOVE 'PRICE MUST BE NUMERIC AND NON-ZERO'
019200             TO WS-MESSAGE-LINE
019300     ELSE
019400     IF (WCA-RP-ACCEPT OR WCA-RP-AMEND)
019500         AND WCA-RP-EFF-DATE = SPACES
019600         AND WCA-RP-LIST-CODE NOT = SPACES
019700         MOVE '2' TO WCA-RP-RETURN-CODE
019800         MOVE 'LIST CODE NEEDS AN EFFECTIVE DATE'
019900             TO WS-MESSAGE-LINE
020000     ELSE
020100     IF (WCA-RP-ACCEPT OR WCA-RP-AMEND)
020200         AND WCA-RP-EFF-DATE NOT = SPACES
020300         AND NOT WCA-RP-LIST-WHOLESALE
020400         AND NOT WCA-RP-LIST-RETAIL
020500         AND NOT WCA-RP-LIST-PROMO
020600         MOVE '2' TO WCA-RP-RETURN-CODE
020700         MOVE 'PRICE LIST MUST BE WHSL, RTL OR PROM'
020800             TO WS-MESSAGE-LINE
020900     END-IF
021000     END-IF
021100     END-IF
021200     END-IF
021300     END-IF.
021400*
021500*    ONE PAGE OF PENDING PROPOSALS FROM AFTER THE PRODUCT ID
021600*    KEYED - ZERO STARTS FROM THE TOP.
021700 BROWSE-PENDING.
021800     EXEC SQL
021900         DECLARE RPRMCUR CURSOR FOR
022000         SELECT PRODUCT_ID, CHAR(FEED_DATE, ISO),
022100                OLD_UNIT_COST, NEW_UNIT_COST,
022200                CURRENT_PRICE, PROPOSED_PRICE
022300         FROM PRODUCT_PRICE_PROPOSAL
022400         WHERE STATUS     = 'P'
022500           AND PRODUCT_ID > :WCA-RP-PRODUCT-ID
022600         ORDER BY PRODUCT_ID
022700     END-EXEC.
022800     EXEC SQL OPEN RPRMCUR END-EXEC.
022900     MOVE 'N'  TO WS-EOF-SW.
023000     MOVE ZERO TO WS-ROW-INDEX.
023100     PERFORM FETCH-PROPOSAL-ROW
023200         THRU FETCH-PROPOSAL-ROW-EXIT
023300         UNTIL WS-EOF OR WS-ROW-INDEX = 10.
023400     EXEC SQL CLOSE RPRMCUR END-EXEC.
023500     MOVE WS-ROW-INDEX TO WCA-RP-ROW-COUNT.
023600     IF WCA-RP-ROW-COUNT = ZERO
023700         MOVE '1' TO WCA-RP-RETURN-CODE
023800         MOVE 'NO PENDING REPRICING PROPOSALS'
023900             TO WS-MESSAGE-LINE
024000         PERFORM SEND-MESSAGE
024100     ELSE
024200         MOVE '0' TO WCA-RP-RETURN-CODE
024300*        SAVE THE LAST KEY ON THE PAGE SO THE NEXT CALL
024400*        PAGES ON FROM WHERE THIS ONE LEFT OFF.
024500         MOVE WCA-RP-LIST-PRODUCT-ID (WCA-RP-ROW-COUNT)
024600             TO WCA-RP-PRODUCT-ID
024700         PERFORM SEND-PROPOSAL-PAGE
024800     END-IF.
024900*
025000 FETCH-PROPOSAL-ROW.
025100     EXEC SQL
025200         FETCH RPRMCUR
025300         INTO :WS-RP-PRODUCT-ID, :WS-RP-FEED-DATE,
025400              :WS-RP-OLD-COST, :WS-RP-NEW-COST,
025500              :WS-RP-CUR-PRICE, :WS-RP-PROPOSED
025600     END-EXEC.
025700     IF SQLCODE = 100
025800         MOVE 'Y' TO WS-EOF-SW
025900     ELSE
026000         ADD 1 TO WS-ROW-INDEX
026100         MOVE WS-RP-PRODUCT-ID
026200             TO WCA-RP-LIST-PRODUCT-ID (WS-ROW-INDEX)
026300         MOVE WS-RP-FEED-DATE
026400             TO WCA-RP-LIST-FEED-DATE (WS-ROW-INDEX)
026500         MOVE WS-RP-OLD-COST
026600             TO WCA-RP-LIST-OLD-COST (WS-ROW-INDEX)
026700         MOVE WS-RP-NEW-COST
026800             TO WCA-RP-LIST-NEW-COST (WS-ROW-INDEX)
026900         MOVE WS-RP-CUR-PRICE
027000             TO WCA-RP-LIST-CUR-PRICE (WS-ROW-INDEX)
027100         MOVE WS-RP-PROPOSED
027200             TO WCA-RP-LIST-PROPOSED (WS-ROW-INDEX)
027300     END-IF.
027400 FETCH-PROPOSAL-ROW-EXIT.
027500     EXIT.
027600*
027700 SEND-PROPOSAL-PAGE.
027800     MOVE SPACES TO WS-LIST-TEXT.
027900     PERFORM BUILD-PROPOSAL-LINE
028000         THRU BUILD-PROPOSAL-LINE-EXIT
028100         VARYING WS-ROW-INDEX FROM 1 BY 1
028200         UNTIL WS-ROW-INDEX > WCA-RP-ROW-COUNT.
028300     EXEC CICS SEND TEXT
028400         FROM(WS-LIST-TEXT)
028500         LENGTH(WS-LIST-TEXT-LENGTH)
028600     END-EXEC.
028700*
028800 BUILD-PROPOSAL-LINE.
028900     MOVE WCA-RP-LIST-PRODUCT-ID (WS-ROW-INDEX)
029000         TO WS-LL-PRODUCT-ID (WS-ROW-INDEX).
029100     MOVE WCA-RP-LIST-FEED-DATE (WS-ROW-INDEX)
029200         TO WS-LL-FEED-DATE (WS-ROW-INDEX).
029300     MOVE WCA-RP-LIST-OLD-COST (WS-ROW-INDEX)
029400         TO WS-LL-OLD-COST (WS-ROW-INDEX).
029500     MOVE WCA-RP-LIST-NEW-COST (WS-ROW-INDEX)
029600         TO WS-LL-NEW-COST (WS-ROW-INDEX).
029700     MOVE WCA-RP-LIST-CUR-PRICE (WS-ROW-INDEX)
029800         TO WS-LL-CUR-PRICE (WS-ROW-INDEX).
029900     MOVE WCA-RP-LIST-PROPOSED (WS-ROW-INDEX)
030000         TO WS-LL-PROPOSED (WS-ROW-INDEX).
030100 BUILD-PROPOSAL-LINE-EXIT.
030200     EXIT.
030300*
030400*    ONLY A STILL-PENDING PROPOSAL MAY BE DECLINED - THE
030500*    STATUS PREDICATE GUARDS ONE ALREADY WORKED BY ANOTHER
030600*    OPERATOR BETWEEN THE BROWSE AND THIS CALL.  NOTHING IS
030700*    APPLIED, SO NO AUTHORITY IS NEEDED, BUT THE DECLINING
030800*    OPERATOR IS STAMPED ON THE ROW.
030900 DECLINE-PROPOSAL.
031000     MOVE EIBOPID TO WS-OPERATOR-ID.
031100     EXEC SQL
031200         UPDATE PRODUCT_PRICE_PROPOSAL
031300            SET STATUS      = 'D',
031400                STATUS_DATE = CURRENT DATE,
031500                OPERATOR_ID = :WS-OPERATOR-ID
031600          WHERE PRODUCT_ID  = :WCA-RP-PRODUCT-ID
031700            AND STATUS      = 'P'
031800     END-EXEC.
031900     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
032000         MOVE '0' TO WCA-RP-RETURN-CODE
032100         MOVE 'PROPOSAL DECLINED' TO WS-MESSAGE-LINE
032200     ELSE
032300         MOVE '1' TO WCA-RP-RETURN-CODE
032400         MOVE 'NO PENDING PROPOSAL FOR THAT PRODUCT'
032500             TO WS-MESSAGE-LINE
032600     END-IF.
032700     PERFORM SEND-MESSAGE.
032800*
032900*    ACCEPT OR AMEND.  THE PRODUCT IS READ THROUGH PRDLKUP -
033000*    ON THE LIST KEYED FOR A FUTURE-DATED PRICE, SO THE
033100*    MOVEMENT IS MEASURED FROM THE PRICE THAT LIST CARRIES
033200*    TODAY - AND THE OPERATOR'S AUTHORITY CHECKED BEFORE THE
033300*    PROPOSAL IS CLAIMED.  THE PROPOSAL, THE PRICE AND ITS
033400*    AUDIT ROW ARE ONE UNIT OF WORK: ANY FAILURE AFTER THE
033500*    CLAIM BACKS THE LOT OUT AND THE PROPOSAL STAYS PENDING.
033600 APPLY-PROPOSAL.
033700     EXEC SQL
033800         SELECT PROPOSED_PRICE
033900         INTO :WS-RP-PROPOSED
034000         FROM PRODUCT_PRICE_PROPOSAL
034100         WHERE PRODUCT_ID = :WCA-RP-PRODUCT-ID
034200           AND STATUS     = 'P'
034300     END-EXEC.
034400     IF SQLCODE NOT = ZERO
034500         MOVE '1' TO WCA-RP-RETURN-CODE
034600         MOVE 'NO PENDING PROPOSAL FOR THAT PRODUCT'
034700             TO WS-MESSAGE-LINE
034800         PERFORM SEND-MESSAGE
034900         GO TO APPLY-PROPOSAL-EXIT
035000     END-IF.
035100     IF WCA-RP-AMEND
035200         MOVE WCA-RP-PRICE   TO WS-NEW-PRICE
035300         MOVE 'M'            TO WS-NEW-STATUS
035400     ELSE
035500         MOVE WS-RP-PROPOSED TO WS-NEW-PRICE
035600         MOVE 'A'            TO WS-NEW-STATUS
035700     END-IF.
035800     IF WCA-RP-EFF-DATE NOT = SPACES
035900         MOVE 'F'              TO WS-APPLY-SW
036000         MOVE WCA-RP-EFF-DATE  TO WS-EFF-DATE
036100         MOVE WCA-RP-LIST-CODE TO WS-LIST-CODE
036200     END-IF.
036300     PERFORM CHECK-PRODUCT.
036400     IF NOT WCA-RP-OK
036500         PERFORM SEND-MESSAGE
036600         GO TO APPLY-PROPOSAL-EXIT
036700     END-IF.
036800     PERFORM CHECK-OPERATOR-AUTH.
036900     IF WCA-RP-NOT-AUTHORIZED
037000         PERFORM SEND-MESSAGE
037100         GO TO APPLY-PROPOSAL-EXIT
037200     END-IF.
037300     PERFORM CHECK-APPROVAL-NEEDED
037400         THRU CHECK-APPROVAL-NEEDED-EXIT.
037500     IF WCA-RP-APPROVAL-REQUIRED
037600         PERFORM SEND-MESSAGE
037700         GO TO APPLY-PROPOSAL-EXIT
037800     END-IF.
037900     PERFORM CLAIM-PROPOSAL.
038000     IF NOT WCA-RP-OK
038100         PERFORM SEND-MESSAGE
038200         GO TO APPLY-PROPOSAL-EXIT
038300     END-IF.
038400     IF WS-APPLY-FUTURE
038500         PERFORM ADD-FUTURE-PRICE
038600     ELSE
038700         PERFORM UPDATE-PRODUCT-PRICE
038800         IF WCA-RP-OK
038900             PERFORM WRITE-CHANGE-AUDIT
039000*            AN UNAUDITABLE CHANGE IS NOT ALLOWED TO STAND -
039100*            BACK IT OUT RATHER THAN COMMIT WITHOUT A TRAIL.
039200             IF AUD-FAILED
039300                 MOVE '4' TO WCA-RP-RETURN-CODE
039400                 MOVE 'CHANGE BACKED OUT - AUDIT UNAVAILABLE'
039500                     TO WS-MESSAGE-LINE
039600             ELSE
039700                 MOVE 'PROPOSAL APPLIED TO PRODUCT'
039800                     TO WS-MESSAGE-LINE
039900             END-IF
040000         END-IF
040100     END-IF.
040200     IF NOT WCA-RP-OK
040300         EXEC SQL ROLLBACK END-EXEC
040400     END-IF.
040500     PERFORM SEND-MESSAGE.
040600 APPLY-PROPOSAL-EXIT.
040700     EXIT.
040800*
040900*    A PROPOSAL FOR A PRODUCT SINCE DISCONTINUED CANNOT BE
041000*    APPLIED - IT IS DECLINED INSTEAD.
041100 CHECK-PRODUCT.
041200     MOVE WCA-RP-PRODUCT-ID TO LS-PRODUCT-ID.
041300     MOVE WS-LIST-CODE      TO LS-PRICE-LIST-CODE.
041400     MOVE 1                 TO LS-QUANTITY.
041500     MOVE SPACES            TO LS-CUSTOMER-NO.
041510     MOVE SPACES            TO LS-CURRENCY-CODE.
041600     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
041700     IF LS-NOTFOUND
041800         MOVE '1' TO WCA-RP-RETURN-CODE
041900         MOVE 'PRODUCT NOT FOUND' TO WS-MESSAGE-LINE
042000     ELSE
042100         IF LS-DISCONTINUED
042200             MOVE '2' TO WCA-RP-RETURN-CODE
042300             MOVE 'PRODUCT DISCONTINUED - DECLINE IT'
042400                 TO WS-MESSAGE-LINE
042500         END-IF
042600     END-IF.
042700*
042800*    THE OPERATOR MUST HAVE A PRODUCT_OPER_AUTH ROW TO APPLY
042900*    ANY PRICE; ITS APPROVAL_LIMIT_PCT IS THE LARGEST PRICE
043000*    MOVEMENT THE OPERATOR MAY APPLY WITHOUT A SECOND
043100*    OPERATOR'S APPROVAL (AS ON PRDUPDT).
043110*    A SUSPENDED OR REMOVED AUTHORITY, OR ONE PAST ITS
043120*    EXPIRY DATE (SEE PRDAUTM), COUNTS AS NONE - FOR THE
043130*    OPERATOR AND FOR AN APPROVER ALIKE.
043200 CHECK-OPERATOR-AUTH.
043300     MOVE EIBOPID TO WS-OPERATOR-ID.
043400     EXEC SQL
043500         SELECT APPROVAL_LIMIT_PCT
043600         INTO :WS-AUTH-LIMIT-PCT
043700         FROM PRODUCT_OPER_AUTH
043800         WHERE OPERATOR_ID = :WS-OPERATOR-ID
043810          AND AUTH_STATUS = 'A'
043820          AND EXPIRY_DATE >= CURRENT DATE
043900     END-EXEC.
044000     IF SQLCODE NOT = ZERO
044100         MOVE '5' TO WCA-RP-RETURN-CODE
044200         MOVE 'OPERATOR NOT AUTHORIZED FOR UPDATES'
044300             TO WS-MESSAGE-LINE
044400     END-IF.
044500*
044600*    THE SAME TEST AS PRDUPDT - A MOVE PAST THE OPERATOR'S
044700*    LIMIT, ANY MOVE FROM A ZERO PRICE, OR A PRICE BELOW THE
044800*    PRODUCT'S UNIT COST NEEDS A SECOND OPERATOR ON THE AUTH
044900*    TABLE KEYED AS APPROVER.
045000 CHECK-APPROVAL-NEEDED.
045100     MOVE SPACES TO WS-APPROVED-BY.
045200     MOVE 'N'    TO WS-BELOW-COST-SW.
045300     IF WS-NEW-PRICE = LS-PRICE
045400         GO TO CHECK-APPROVAL-NEEDED-EXIT
045500     END-IF.
045600     IF LS-UNIT-COST > ZERO AND WS-NEW-PRICE < LS-UNIT-COST
045700         MOVE 'Y' TO WS-BELOW-COST-SW
045800     END-IF.
045900     IF LS-PRICE = ZERO
046000         MOVE 999.99 TO WS-MOVEMENT-PCT
046100     ELSE
046200         COMPUTE WS-PRICE-DIFF = WS-NEW-PRICE - LS-PRICE
046300         IF WS-PRICE-DIFF < ZERO
046400             COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
046500         END-IF
046600         COMPUTE WS-MOVEMENT-PCT ROUNDED =
046700             WS-PRICE-DIFF * 100 / LS-PRICE
046800     END-IF.
046900     IF WS-MOVEMENT-PCT NOT GREATER THAN WS-AUTH-LIMIT-PCT
047000         AND NOT WS-BELOW-COST
047100         GO TO CHECK-APPROVAL-NEEDED-EXIT
047200     END-IF.
047300     IF WCA-RP-APPROVER-ID = SPACES
047400         OR WCA-RP-APPROVER-ID = EIBOPID
047500         MOVE '6' TO WCA-RP-RETURN-CODE
047600         IF WS-BELOW-COST
047700             MOVE 'PRICE BELOW COST - NEEDS APPROVER ID'
047800                 TO WS-MESSAGE-LINE
047900         ELSE
048000             MOVE 'PRICE MOVE NEEDS APPROVER ID'
048100                 TO WS-MESSAGE-LINE
048200         END-IF
048300         GO TO CHECK-APPROVAL-NEEDED-EXIT
048400     END-IF.
048500     MOVE WCA-RP-APPROVER-ID TO WS-APPROVER-ID.
048600     EXEC SQL
048700         SELECT APPROVAL_LIMIT_PCT
048800         INTO :WS-AUTH-LIMIT-PCT
048900         FROM PRODUCT_OPER_AUTH
049000         WHERE OPERATOR_ID = :WS-APPROVER-ID
049010          AND AUTH_STATUS = 'A'
049020          AND EXPIRY_DATE >= CURRENT DATE
049100     END-EXEC.
049200     IF SQLCODE = ZERO
049300         MOVE WS-APPROVER-ID TO WS-APPROVED-BY
049400     ELSE
049500         MOVE '6' TO WCA-RP-RETURN-CODE
049600         MOVE 'APPROVER NOT ACTIVE ON AUTHORITY TABLE'
049700             TO WS-MESSAGE-LINE
049800     END-IF.
049900 CHECK-APPROVAL-NEEDED-EXIT.
050000     EXIT.
050100*
050200*    THE STATUS PREDICATE GUARDS A PROPOSAL WORKED BY ANOTHER
050300*    OPERATOR, OR SUPERSEDED BY TONIGHT'S RUN, SINCE IT WAS
050400*    READ.  AN IMMEDIATE PRICE IS EFFECTIVE TODAY.
050500 CLAIM-PROPOSAL.
050600     IF WS-APPLY-NOW
050700         EXEC SQL
050800             UPDATE PRODUCT_PRICE_PROPOSAL
050900                SET STATUS          = :WS-NEW-STATUS,
051000                    STATUS_DATE     = CURRENT DATE,
051100                    APPLIED_PRICE   = :WS-NEW-PRICE,
051200                    EFFECTIVE_DATE  = CURRENT DATE,
051300                    PRICE_LIST_CODE = '    ',
051400                    OPERATOR_ID     = :WS-OPERATOR-ID,
051500                    APPROVED_BY     = :WS-APPROVED-BY
051600              WHERE PRODUCT_ID      = :WCA-RP-PRODUCT-ID
051700                AND STATUS          = 'P'
051800         END-EXEC
051900     ELSE
052000         EXEC SQL
052100             UPDATE PRODUCT_PRICE_PROPOSAL
052200                SET STATUS          = :WS-NEW-STATUS,
052300                    STATUS_DATE     = CURRENT DATE,
052400                    APPLIED_PRICE   = :WS-NEW-PRICE,
052500                    EFFECTIVE_DATE  = DATE(:WS-EFF-DATE),
052600                    PRICE_LIST_CODE = :WS-LIST-CODE,
052700                    OPERATOR_ID     = :WS-OPERATOR-ID,
052800                    APPROVED_BY     = :WS-APPROVED-BY
052900              WHERE PRODUCT_ID      = :WCA-RP-PRODUCT-ID
053000                AND STATUS          = 'P'
053100         END-EXEC
053200     END-IF.
053300     EVALUATE TRUE
053400         WHEN SQLCODE = ZERO AND SQLERRD (3) > ZERO
053500             MOVE '0' TO WCA-RP-RETURN-CODE
053600         WHEN SQLCODE = ZERO OR SQLCODE = 100
053700             MOVE '4' TO WCA-RP-RETURN-CODE
053800             MOVE 'PROPOSAL ALREADY WORKED - BROWSE AGAIN'
053900                 TO WS-MESSAGE-LINE
054000         WHEN NOT WS-APPLY-NOW
054010          AND (SQLCODE = -180 OR SQLCODE = -181)
054100             MOVE '2' TO WCA-RP-RETURN-CODE
054200             MOVE 'PROPOSAL NOT APPLIED - INVALID DATE'
054300                 TO WS-MESSAGE-LINE
054310         WHEN OTHER
054320             MOVE '2' TO WCA-RP-RETURN-CODE
054330             MOVE 'PROPOSAL NOT APPLIED - DB2 ERROR'
054340                 TO WS-MESSAGE-LINE
054400     END-EVALUATE.
054500*
054600*    THE PRICE AND STATUS PRDLKUP RETURNED GUARD THE UPDATE,
054700*    AS PRDUPDT GUARDS ITS OWN - A PRODUCT CHANGED SINCE THE
054800*    READ IS AN UPDATE CONFLICT.
054900 UPDATE-PRODUCT-PRICE.
055000     EXEC SQL
055100         UPDATE PRODUCTS
055200            SET PRICE      = :WS-NEW-PRICE
055300          WHERE PRODUCT_ID = :WCA-RP-PRODUCT-ID
055400            AND PRICE      = :LS-PRICE
055500            AND STATUS     = :LS-STATUS
055600     END-EXEC.
055700     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
055800         MOVE '0' TO WCA-RP-RETURN-CODE
055900     ELSE
056000         MOVE '4' TO WCA-RP-RETURN-CODE
056100         MOVE 'UPDATE CONFLICT - PRODUCT CHANGED'
056200             TO WS-MESSAGE-LINE
056300     END-IF.
056400*
056500 WRITE-CHANGE-AUDIT.
056600     MOVE SPACES TO WS-AUDIT-PARMS.
056700     MOVE WCA-RP-PRODUCT-ID  TO AUD-PRODUCT-ID.
056800     MOVE 'PRDRPRM '         TO AUD-SOURCE-PROGRAM.
056900     MOVE LS-DESCRIPTION     TO AUD-OLD-DESCRIPTION.
057000     MOVE LS-DESCRIPTION     TO AUD-NEW-DESCRIPTION.
057100     MOVE LS-PRICE           TO AUD-OLD-PRICE.
057200     MOVE WS-NEW-PRICE       TO AUD-NEW-PRICE.
057300     MOVE LS-STATUS          TO AUD-OLD-STATUS.
057400     MOVE LS-STATUS          TO AUD-NEW-STATUS.
057500     MOVE LS-CATEGORY-CODE   TO AUD-OLD-CATEGORY.
057600     MOVE LS-CATEGORY-CODE   TO AUD-NEW-CATEGORY.
057700     MOVE EIBTRMID           TO AUD-TERMINAL-ID.
057800     MOVE EIBOPID            TO AUD-OPERATOR-ID.
057900     MOVE WS-APPROVED-BY     TO AUD-APPROVED-BY.
058000     CALL 'PRDAUDT' USING WS-AUDIT-PARMS.
058100*
058200*    A FUTURE-DATED PRICE GOES ON THE LIST KEYED FROM A DATE
058300*    AFTER TODAY, AS PRDPLMT ADDS ONE - A PRICE FOR TODAY IS
058400*    APPLIED TO THE PRODUCT INSTEAD (NO DATE KEYED).
058500 ADD-FUTURE-PRICE.
058600     EXEC SQL
058700         INSERT INTO PRODUCT_PRICE_LIST
058800             (PRODUCT_ID, PRICE_LIST_CODE,
058900              EFFECTIVE_DATE, PRICE)
059000         SELECT :WCA-RP-PRODUCT-ID, :WS-LIST-CODE,
059100                DATE(:WS-EFF-DATE), :WS-NEW-PRICE
059200         FROM SYSIBM.SYSDUMMY1
059300         WHERE DATE(:WS-EFF-DATE) > CURRENT DATE
059400     END-EXEC.
059500     EVALUATE TRUE
059600         WHEN SQLCODE = ZERO
059700             MOVE '0' TO WCA-RP-RETURN-CODE
059800             MOVE 'PROPOSAL ADDED AS FUTURE LIST PRICE'
059900                 TO WS-MESSAGE-LINE
060000         WHEN SQLCODE = -803
060100             MOVE '3' TO WCA-RP-RETURN-CODE
060200             MOVE 'PRICE ALREADY ON FILE FOR THAT DATE'
060300                 TO WS-MESSAGE-LINE
060400         WHEN SQLCODE = 100
060500             MOVE '2' TO WCA-RP-RETURN-CODE
060600             MOVE 'EFFECTIVE DATE MUST BE AFTER TODAY'
060700                 TO WS-MESSAGE-LINE
060800         WHEN OTHER
060900             MOVE '2' TO WCA-RP-RETURN-CODE
061000             MOVE 'PRICE NOT ADDED - INVALID DATE'
061100                 TO WS-MESSAGE-LINE
061200     END-EVALUATE.
061300*
061400 SEND-MESSAGE.
061500     EXEC CICS SEND TEXT
061600         FROM(WS-MESSAGE-LINE)
061700         LENGTH(40)
061800     END-EXEC.
061900*
062000 EXIT-ROUTINE.
062100     EXEC SQL COMMIT END-EXEC.
