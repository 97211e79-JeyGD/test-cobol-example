000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDNEWP.
000300*
000400*    NEW-PRODUCT SETUP TRANSACTION, ON THE PRDNEW MAP (PRDSET
000500*    MAPSET).  FEED RECORDS FOR PARTS WE DO NOT YET CARRY ARE
000600*    QUEUED ON PRODUCT_NEW_ITEM_REQ BY PRDEDIT AND PRDLOAD
000700*    (SEE MYCOPY046).  PHASE 1 - THE OPERATOR KEYS A SUPPLIER
000800*    CODE AND PART NUMBER; A PENDING QUEUED ITEM COMES BACK
000900*    WITH THE FEED'S DESCRIPTION, PRICE AND COST ALREADY IN
001000*    THE ENTRY FIELDS.  A SUPPLIER/PART NOT ON THE QUEUE IS A
001100*    FROM-SCRATCH ENTRY THAT STILL GETS ITS CROSS-REFERENCE,
001200*    AND A BLANK SUPPLIER/PART IS A FROM-SCRATCH ENTRY WITH NO
001300*    SUPPLIER AT ALL.  PHASE 2 - THE OPERATOR COMPLETES THE
001400*    PRODUCT ID, DESCRIPTION, PRICE, UNIT COST, CATEGORY, TAX
001500*    CATEGORY AND STARTING STATUS (A OR H) AND PRESSES ENTER;
001600*    EVERY FIELD IS EDITED AND, IN ONE UNIT OF WORK, THE
001700*    PRODUCTS ROW IS INSERTED, THE PRODUCT_SUPPLIER_XREF ROW
001800*    IS INSERTED, THE QUEUE ROW IS MARKED CREATED AND THE
001900*    CREATION IS WRITTEN TO PRODUCT_CHANGE_AUDIT (VIA PRDAUDT)
002000*    WITH BLANK BEFORE VALUES.  IF ANY STEP FAILS THE WHOLE
002100*    SETUP IS BACKED OUT - NO PRODUCT WITHOUT ITS MAPPING, NO
002200*    MAPPING WITHOUT ITS PRODUCT, NOTHING UNAUDITED.  A QUEUE
002300*    ROW QUEUED BY PRDLOAD ALREADY CARRIES THE PRODUCT_ID ITS
002400*    MAPPING POINTS AT; THAT PRODUCT ID CANNOT BE CHANGED AND
002500*    NO SECOND MAPPING IS WRITTEN.  PF4 IN PHASE 2 REFUSES THE
002600*    QUEUED ITEM (STATUS F) WITHOUT CREATING ANYTHING.  AS IN
002700*    PRDUPDT THE OPERATOR MUST HOLD AN ACTIVE, UNEXPIRED
002800*    AUTHORITY ON PRODUCT_OPER_AUTH, AND A STARTING PRICE
002850*    BELOW THE UNIT COST IS REFUSED.
002900*
003000 ENVIRONMENT DIVISION.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300     COPY MYCOPY013.
003400     EXEC SQL INCLUDE SQLCA END-EXEC.
003500     COPY MYCOPY045.
003600*
003700 01  WS-PRICE-X.
003800     05  WS-PRICE-RAW       PIC X(07).
003900     05  WS-PRICE-9 REDEFINES WS-PRICE-RAW
004000                            PIC 9(05)V99.
004100 01  WS-COST-X.
004200     05  WS-COST-RAW        PIC X(07).
004300     05  WS-COST-9 REDEFINES WS-COST-RAW
004400                            PIC 9(05)V99.
004500 01  WS-PRODID-X.
004600     05  WS-PRODID-RAW      PIC X(05).
004700     05  WS-PRODID-9 REDEFINES WS-PRODID-RAW
004800                            PIC 9(05).
004900*
005000 01  WS-QUEUE-ROW.
005100     05  WS-Q-PRODUCT-ID    PIC 9(05).
005200     05  WS-Q-DESCRIPTION   PIC X(40).
005300     05  WS-Q-PRICE         PIC 9(05)V99.
005400     05  WS-Q-UNIT-COST     PIC 9(05)V99.
005500     05  WS-Q-STATUS        PIC X(01).
005600         88  WS-Q-PENDING               VALUE 'P'.
005700*
005800 01  WS-CAT-NAME            PIC X(30).
005900 01  WS-TAX-RATE            PIC 9(02)V999.
006000 01  WS-XREF-PRODUCT-ID     PIC 9(05).
006100 01  WS-OPERATOR-ID         PIC X(03).
006200 01  WS-AUTH-LIMIT-PCT      PIC 9(03)V99  COMP-3 VALUE ZERO.
006300*
006400 01  WS-AUDIT-PARMS.
006500     COPY MYCOPY034.
006600*
006700 01  WS-RESP                PIC S9(8) COMP.
006800*
006900*    FIRST-TIME COMMAREA - ON THE INITIAL TERMINAL ENTRY
007000*    EIBCALEN IS ZERO AND DFHCOMMAREA IS NOT ADDRESSABLE, SO
007100*    THE COMMAREA RETURNED WITH THE FRESH MAP IS BUILT HERE.
007200 01  WS-COMMAREA.
007300     COPY MYCOPY046 REPLACING LEADING ==CA-== BY ==WCA-==.
007400*
007500 LINKAGE SECTION.
007600 01  DFHCOMMAREA.
007700     COPY MYCOPY046.
007800*
007900 PROCEDURE DIVISION.
008000     PERFORM INIT
008100     EVALUATE TRUE
008200         WHEN EIBCALEN = ZERO
008300             PERFORM SEND-FRESH-MAP
008400             EXEC CICS RETURN
008500                 TRANSID(EIBTRNID)
008600                 COMMAREA(WS-COMMAREA)
008700                 LENGTH(LENGTH OF WS-COMMAREA)
008800             END-EXEC
008900         WHEN EIBAID = '3'
009000             PERFORM SEND-GOODBYE
009100             EXEC CICS RETURN END-EXEC
009200         WHEN OTHER
009300             PERFORM MAP-INTERACTION
009400             EXEC CICS RETURN
009500                 TRANSID(EIBTRNID)
009600                 COMMAREA(DFHCOMMAREA)
009700                 LENGTH(LENGTH OF DFHCOMMAREA)
009800             END-EXEC
009900     END-EVALUATE.
010000*
010100 INIT.
010200     MOVE SPACES TO WS-OPERATOR-ID.
010300     MOVE LOW-VALUES TO PRDNEWO.
010400*
010500 SEND-FRESH-MAP.
010600     MOVE 'KEY SUPPLIER/PART, OR BLANK FOR NEW ENTRY' TO NMSGO.
010700     EXEC CICS SEND
010800         MAP('PRDNEW')
010900         MAPSET('PRDSET')
011000         FROM(PRDNEWO)
011100         ERASE
011200     END-EXEC.
011300     INITIALIZE WS-COMMAREA.
011400     MOVE '1' TO WCA-NP-MAP-PHASE.
011500*
011600*    PF4 (EIBAID '4') ON THE DETAIL SCREEN REFUSES THE QUEUED
011700*    ITEM - TESTED BEFORE THE RECEIVE, WHICH RAISES MAPFAIL
011800*    WHEN THE OPERATOR PRESSES PF4 WITHOUT TOUCHING A FIELD.
011900 MAP-INTERACTION.
012000     IF EIBAID = '4' AND CA-NP-DETAIL-PHASE
012100         PERFORM REFUSE-QUEUED-ITEM
012200     ELSE
012300         PERFORM RECEIVE-SETUP-MAP
012400         IF WS-RESP NOT = ZERO AND CA-NP-DETAIL-PHASE
012500             PERFORM BUILD-REKEY-SCREEN
012600             MOVE 'COMPLETE THE SETUP AND PRESS ENTER' TO NMSGO
012700             PERFORM SEND-SETUP-MAP
012800         ELSE
012900             IF CA-NP-DETAIL-PHASE
013000                 PERFORM CREATE-PRODUCT-PHASE
013100                     THRU CREATE-PRODUCT-PHASE-EXIT
013200             ELSE
013300                 PERFORM READ-QUEUE-PHASE
013400                     THRU READ-QUEUE-PHASE-EXIT
013500             END-IF
013600         END-IF
013700     END-IF.
013800*
013900 RECEIVE-SETUP-MAP.
014000     EXEC CICS RECEIVE
014100         MAP('PRDNEW')
014200         MAPSET('PRDSET')
014300         INTO(PRDNEWI)
014400         RESP(WS-RESP)
014500     END-EXEC.
014600*
014700*    PHASE 1 - A KEYED SUPPLIER/PART IS LOOKED UP ON THE QUEUE.
014800*    A MAPFAIL (NOTHING KEYED) IS A FROM-SCRATCH ENTRY WITH NO
014900*    SUPPLIER.  A PART ALREADY MAPPED ON PRODUCT_SUPPLIER_XREF
015000*    IS NOT A NEW PRODUCT AND IS TURNED AWAY HERE.
015100 READ-QUEUE-PHASE.
015200     INITIALIZE DFHCOMMAREA.
015300     MOVE '1' TO CA-NP-MAP-PHASE.
015400     MOVE 'S' TO CA-NP-SOURCE.
015500     MOVE 'A' TO CA-NP-STATUS.
015600     IF WS-RESP = ZERO
015700         IF NSUPPL > ZERO
015800             MOVE NSUPPI TO CA-NP-SUPPLIER-CODE
015900         END-IF
016000         IF NPARTL > ZERO
016100             MOVE NPARTI TO CA-NP-PART-NUMBER
016200         END-IF
016300     END-IF.
016400     IF CA-NP-SUPPLIER-CODE = SPACES
016500         AND CA-NP-PART-NUMBER = SPACES
016600         PERFORM BUILD-DETAIL-SCREEN
016700         MOVE 'NEW ENTRY - NO SUPPLIER - KEY THE PRODUCT' TO NMSGO
016800         PERFORM SEND-SETUP-MAP
016900         GO TO READ-QUEUE-PHASE-EXIT
017000     END-IF.
017100     IF CA-NP-SUPPLIER-CODE = SPACES
017200         OR CA-NP-PART-NUMBER = SPACES
017300         MOVE LOW-VALUES TO PRDNEWO
017400         MOVE 'KEY BOTH SUPPLIER AND PART, OR NEITHER' TO NMSGO
017500         PERFORM SEND-SETUP-MAP
017600         GO TO READ-QUEUE-PHASE-EXIT
017700     END-IF.
017800     PERFORM READ-QUEUE-ROW.
017900     IF CA-NP-NOT-PENDING
018000         MOVE LOW-VALUES TO PRDNEWO
018100         MOVE 'QUEUED ITEM ALREADY WORKED - NOT PENDING'
018200             TO NMSGO
018300         PERFORM SEND-SETUP-MAP
018400         GO TO READ-QUEUE-PHASE-EXIT
018500     END-IF.
018600     IF CA-NP-OK
018700         MOVE 'Q'                TO CA-NP-SOURCE
018800         MOVE WS-Q-PRODUCT-ID    TO CA-NP-QUEUED-PRODUCT-ID
018900                                    CA-NP-PRODUCT-ID
019000         MOVE WS-Q-DESCRIPTION   TO CA-NP-DESCRIPTION
019100         MOVE WS-Q-PRICE         TO CA-NP-PRICE
019200         MOVE WS-Q-UNIT-COST     TO CA-NP-UNIT-COST
019300         PERFORM BUILD-DETAIL-SCREEN
019400         MOVE 'QUEUED ITEM - COMPLETE THE SETUP' TO NMSGO
019500         PERFORM SEND-SETUP-MAP
019600         GO TO READ-QUEUE-PHASE-EXIT
019700     END-IF.
019800     PERFORM CHECK-XREF-FREE.
019900     IF CA-NP-XREF-DUPLICATE
020000         MOVE LOW-VALUES TO PRDNEWO
020100         MOVE 'PART ALREADY ON CROSS-REFERENCE' TO NMSGO
020200         PERFORM SEND-SETUP-MAP
020300         GO TO READ-QUEUE-PHASE-EXIT
020400     END-IF.
020500     PERFORM BUILD-DETAIL-SCREEN.
020600     MOVE 'NOT QUEUED - NEW ENTRY FOR THIS PART' TO NMSGO.
020700     PERFORM SEND-SETUP-MAP.
020800 READ-QUEUE-PHASE-EXIT.
020900     EXIT.
021000*
021100 READ-QUEUE-ROW.
021200     EXEC SQL
021300         SELECT PRODUCT_ID, DESCRIPTION, PRICE, UNIT_COST,
021400                STATUS
021500         INTO :WS-Q-PRODUCT-ID, :WS-Q-DESCRIPTION,
021600              :WS-Q-PRICE, :WS-Q-UNIT-COST, :WS-Q-STATUS
021700         FROM PRODUCT_NEW_ITEM_REQ
021800         WHERE SUPPLIER_CODE    = :CA-NP-SUPPLIER-CODE
021900           AND SUPPLIER_PART_NO = :CA-NP-PART-NUMBER
022000     END-EXEC.
022100     IF SQLCODE = ZERO
022200         IF WS-Q-PENDING
022300             MOVE '0' TO CA-NP-RETURN-CODE
022400         ELSE
022500             MOVE '4' TO CA-NP-RETURN-CODE
022600         END-IF
022700     ELSE
022800         MOVE '1' TO CA-NP-RETURN-CODE
022900     END-IF.
023000*
023100 CHECK-XREF-FREE.
023200     EXEC SQL
023300         SELECT PRODUCT_ID
023400         INTO :WS-XREF-PRODUCT-ID
023500         FROM PRODUCT_SUPPLIER_XREF
023600         WHERE SUPPLIER_CODE    = :CA-NP-SUPPLIER-CODE
023700           AND SUPPLIER_PART_NO = :CA-NP-PART-NUMBER
023800     END-EXEC.
023900     IF SQLCODE = ZERO
024000         MOVE '6' TO CA-NP-RETURN-CODE
024100     ELSE
024200         MOVE '0' TO CA-NP-RETURN-CODE
024300     END-IF.
024400*
024500 BUILD-DETAIL-SCREEN.
024600     MOVE LOW-VALUES TO PRDNEWO.
024700     MOVE CA-NP-SUPPLIER-CODE TO NSUPPO.
024800     MOVE CA-NP-PART-NUMBER   TO NPARTO.
024900     MOVE CA-NP-PRODUCT-ID    TO NPRODIDO.
025000     MOVE CA-NP-DESCRIPTION   TO NDESCO.
025100     MOVE CA-NP-PRICE         TO NPRICEO.
025200     MOVE CA-NP-UNIT-COST     TO NCOSTO.
025300     MOVE CA-NP-STATUS        TO NSTATO.
025400     MOVE CA-NP-CATEGORY-CODE TO NCATEGO.
025500     MOVE CA-NP-TAX-CATEGORY  TO NTAXCO.
025600     MOVE '2' TO CA-NP-MAP-PHASE.
025700*
025800*    PHASE 2 - EDIT THE KEYED VALUES AND CREATE THE PRODUCT.
025900*    AN UNTOUCHED FIELD COMES BACK WITH ZERO LENGTH AND KEEPS
026000*    THE VALUE HELD IN THE COMMAREA.
026100 CREATE-PRODUCT-PHASE.
026200     MOVE '0' TO CA-NP-RETURN-CODE.
026300     IF NPRODIDL > ZERO
026400         MOVE NPRODIDI TO WS-PRODID-RAW
026500         IF WS-PRODID-RAW NOT NUMERIC
026600             PERFORM SEND-BAD-PRODUCT-ID
026700             GO TO CREATE-PRODUCT-PHASE-EXIT
026800         END-IF
026900         IF CA-NP-QUEUED-PRODUCT-ID > ZERO
027000             AND WS-PRODID-9 NOT = CA-NP-QUEUED-PRODUCT-ID
027100             PERFORM SEND-PRODUCT-ID-FIXED
027200             GO TO CREATE-PRODUCT-PHASE-EXIT
027300         END-IF
027400         MOVE WS-PRODID-9 TO CA-NP-PRODUCT-ID
027500     END-IF.
027600     IF CA-NP-PRODUCT-ID = ZERO
027700         PERFORM SEND-BAD-PRODUCT-ID
027800         GO TO CREATE-PRODUCT-PHASE-EXIT
027900     END-IF.
028000     IF NDESCL > ZERO
028100         MOVE NDESCI TO CA-NP-DESCRIPTION
028200     END-IF.
028300     IF CA-NP-DESCRIPTION = SPACES
028400         OR CA-NP-DESCRIPTION = LOW-VALUES
028500         PERFORM SEND-BAD-DESCRIPTION
028600         GO TO CREATE-PRODUCT-PHASE-EXIT
028700     END-IF.
028800     IF NPRICEL > ZERO
028900         MOVE NPRICEI TO WS-PRICE-RAW
029000         IF WS-PRICE-RAW NUMERIC
029100             MOVE WS-PRICE-9 TO CA-NP-PRICE
029200         ELSE
029300             PERFORM SEND-BAD-PRICE
029400             GO TO CREATE-PRODUCT-PHASE-EXIT
029500         END-IF
029600     END-IF.
029700     IF NCOSTL > ZERO
029800         MOVE NCOSTI TO WS-COST-RAW
029900         IF WS-COST-RAW NUMERIC
030000             MOVE WS-COST-9 TO CA-NP-UNIT-COST
030100         ELSE
030200             PERFORM SEND-BAD-COST
030300             GO TO CREATE-PRODUCT-PHASE-EXIT
030400         END-IF
030500     END-IF.
030600*    A NEW PRODUCT STARTS ACTIVE OR ON HOLD - NEVER
030700*    DISCONTINUED.
030800     IF NSTATL > ZERO
030900         IF NSTATI = 'A' OR 'H'
031000             MOVE NSTATI TO CA-NP-STATUS
031100         ELSE
031200             PERFORM SEND-BAD-STATUS
031300             GO TO CREATE-PRODUCT-PHASE-EXIT
031400         END-IF
031500     END-IF.
031600     IF NCATEGL > ZERO
031700         MOVE NCATEGI TO CA-NP-CATEGORY-CODE
031800     END-IF.
031900     PERFORM VALIDATE-CATEGORY.
032000     IF CA-NP-INVALID-INPUT
032100         PERFORM SEND-BAD-CATEGORY
032200         GO TO CREATE-PRODUCT-PHASE-EXIT
032300     END-IF.
032400*    A BLANK TAX CATEGORY LEAVES THE PRODUCT UNTAXED; A
032500*    NON-BLANK CODE MUST HAVE A RATE ON PRODUCT_TAX_RATE.
032600     IF NTAXCL > ZERO
032700         IF NTAXCI = LOW-VALUES
032800             MOVE SPACES TO CA-NP-TAX-CATEGORY
032900         ELSE
033000             MOVE NTAXCI TO CA-NP-TAX-CATEGORY
033100         END-IF
033200     END-IF.
033300     IF CA-NP-TAX-CATEGORY NOT = SPACES
033400         PERFORM VALIDATE-TAX-CATEGORY
033500         IF CA-NP-INVALID-INPUT
033600             PERFORM SEND-BAD-TAX-CAT
033700             GO TO CREATE-PRODUCT-PHASE-EXIT
033800         END-IF
033900     END-IF.
034000     IF CA-NP-UNIT-COST > ZERO
034100         AND CA-NP-PRICE < CA-NP-UNIT-COST
034200         PERFORM SEND-BELOW-COST
034300         GO TO CREATE-PRODUCT-PHASE-EXIT
034400     END-IF.
034500     PERFORM CHECK-OPERATOR-AUTH.
034600     IF CA-NP-NOT-AUTHORIZED
034700         PERFORM SEND-NOT-AUTHORIZED
034800         GO TO CREATE-PRODUCT-PHASE-EXIT
034900     END-IF.
035000     PERFORM INSERT-PRODUCT.
035100     IF NOT CA-NP-OK
035200         EXEC SQL ROLLBACK END-EXEC
035300         PERFORM SEND-CREATE-FAILED
035400         GO TO CREATE-PRODUCT-PHASE-EXIT
035500     END-IF.
035600     IF CA-NP-SUPPLIER-CODE NOT = SPACES
035700         AND CA-NP-QUEUED-PRODUCT-ID = ZERO
035800         PERFORM INSERT-XREF
035900         IF NOT CA-NP-OK
036000             EXEC SQL ROLLBACK END-EXEC
036100             PERFORM SEND-CREATE-FAILED
036200             GO TO CREATE-PRODUCT-PHASE-EXIT
036300         END-IF
036400     END-IF.
036500     IF CA-NP-FROM-QUEUE
036600         PERFORM MARK-QUEUE-CREATED
036700         IF NOT CA-NP-OK
036800             EXEC SQL ROLLBACK END-EXEC
036900             PERFORM SEND-CREATE-FAILED
037000             GO TO CREATE-PRODUCT-PHASE-EXIT
037100         END-IF
037200     END-IF.
037300     PERFORM WRITE-CHANGE-AUDIT.
037400*    AN UNAUDITABLE CREATION IS NOT ALLOWED TO STAND - BACK
037500*    THE WHOLE SETUP OUT RATHER THAN COMMIT WITHOUT A TRAIL.
037600     IF AUD-FAILED
037700         EXEC SQL ROLLBACK END-EXEC
037800         MOVE '7' TO CA-NP-RETURN-CODE
037900         PERFORM SEND-CREATE-FAILED
038000         GO TO CREATE-PRODUCT-PHASE-EXIT
038100     END-IF.
038200     PERFORM EXIT-ROUTINE.
038300     MOVE LOW-VALUES TO PRDNEWO.
038400     MOVE CA-NP-PRODUCT-ID TO NPRODIDO.
038500     MOVE 'PRODUCT CREATED - KEY NEXT SUPPLIER/PART' TO NMSGO.
038600     MOVE '1' TO CA-NP-MAP-PHASE.
038700     PERFORM SEND-SETUP-MAP.
038800 CREATE-PRODUCT-PHASE-EXIT.
038900     EXIT.
039000*
039100*    THE OPERATOR MUST HAVE A PRODUCT_OPER_AUTH ROW TO CREATE
039200*    A PRODUCT, AS TO CHANGE ONE THROUGH PRDUPDT.
039210*    A SUSPENDED OR REMOVED AUTHORITY, OR ONE PAST ITS
039220*    EXPIRY DATE (SEE PRDAUTM), COUNTS AS NONE.
039300 CHECK-OPERATOR-AUTH.
039400     MOVE EIBOPID TO WS-OPERATOR-ID.
039500     EXEC SQL
039600         SELECT APPROVAL_LIMIT_PCT
039700         INTO :WS-AUTH-LIMIT-PCT
039800         FROM PRODUCT_OPER_AUTH
039900         WHERE OPERATOR_ID = :WS-OPERATOR-ID
039910          AND AUTH_STATUS = 'A'
039920          AND EXPIRY_DATE >= CURRENT DATE
040000     END-EXEC.
040100     IF SQLCODE NOT = ZERO
040200         MOVE '5' TO CA-NP-RETURN-CODE
040300     END-IF.
040400*
040500 VALIDATE-CATEGORY.
040600     EXEC SQL
040700         SELECT CATEGORY_NAME
040800         INTO :WS-CAT-NAME
040900         FROM PRODUCT_CATEGORY
041000         WHERE CATEGORY_CODE = :CA-NP-CATEGORY-CODE
041100     END-EXEC.
041200     IF SQLCODE = ZERO
041300         MOVE '0' TO CA-NP-RETURN-CODE
041400     ELSE
041500         MOVE '2' TO CA-NP-RETURN-CODE
041600     END-IF.
041700*
041800*    ANY RATE ROW FOR THE CODE - PAST OR FUTURE - MAKES IT A
041900*    VALID TAX CATEGORY, AS IN PRDUPDT.
042000 VALIDATE-TAX-CATEGORY.
042100     EXEC SQL
042200         SELECT TAX_RATE_PCT
042300         INTO :WS-TAX-RATE
042400         FROM PRODUCT_TAX_RATE
042500         WHERE TAX_CATEGORY = :CA-NP-TAX-CATEGORY
042600         FETCH FIRST 1 ROW ONLY
042700     END-EXEC.
042800     IF SQLCODE = ZERO
042900         MOVE '0' TO CA-NP-RETURN-CODE
043000     ELSE
043100         MOVE '2' TO CA-NP-RETURN-CODE
043200     END-IF.
043300*
043400 INSERT-PRODUCT.
043500     EXEC SQL
043600         INSERT INTO PRODUCTS
043700             (PRODUCT_ID, DESCRIPTION, PRICE, STATUS,
043800              CATEGORY_CODE, UNIT_COST, TAX_CATEGORY)
043900         VALUES
044000             (:CA-NP-PRODUCT-ID, :CA-NP-DESCRIPTION,
044100              :CA-NP-PRICE, :CA-NP-STATUS,
044200              :CA-NP-CATEGORY-CODE, :CA-NP-UNIT-COST,
044300              :CA-NP-TAX-CATEGORY)
044400     END-EXEC.
044500     EVALUATE SQLCODE
044600         WHEN ZERO
044700             MOVE '0' TO CA-NP-RETURN-CODE
044800         WHEN -803
044900             MOVE '3' TO CA-NP-RETURN-CODE
045000         WHEN OTHER
045100             MOVE '2' TO CA-NP-RETURN-CODE
045200     END-EVALUATE.
045300*
045400 INSERT-XREF.
045500     EXEC SQL
045600         INSERT INTO PRODUCT_SUPPLIER_XREF
045700             (SUPPLIER_CODE, SUPPLIER_PART_NO, PRODUCT_ID)
045800         VALUES
045900             (:CA-NP-SUPPLIER-CODE, :CA-NP-PART-NUMBER,
046000              :CA-NP-PRODUCT-ID)
046100     END-EXEC.
046200     EVALUATE SQLCODE
046300         WHEN ZERO
046400             MOVE '0' TO CA-NP-RETURN-CODE
046500         WHEN -803
046600             MOVE '6' TO CA-NP-RETURN-CODE
046700         WHEN OTHER
046800             MOVE '2' TO CA-NP-RETURN-CODE
046900     END-EVALUATE.
047000*
047100*    THE QUEUE ROW IS MARKED CREATED ONLY IF STILL PENDING -
047200*    A SECOND TERMINAL WORKING THE SAME ITEM SINCE THE READ
047300*    FINDS NO ROW TO MARK AND ITS SETUP IS BACKED OUT.
047400 MARK-QUEUE-CREATED.
047500     MOVE EIBOPID TO WS-OPERATOR-ID.
047600     EXEC SQL
047700         UPDATE PRODUCT_NEW_ITEM_REQ
047800            SET STATUS      = 'C',
047900                PRODUCT_ID  = :CA-NP-PRODUCT-ID,
048000                STATUS_DATE = CURRENT DATE,
048100                OPERATOR_ID = :WS-OPERATOR-ID
048200          WHERE SUPPLIER_CODE    = :CA-NP-SUPPLIER-CODE
048300            AND SUPPLIER_PART_NO = :CA-NP-PART-NUMBER
048400            AND STATUS           = 'P'
048500     END-EXEC.
048600     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
048700         MOVE '0' TO CA-NP-RETURN-CODE
048800     ELSE
048900         MOVE '4' TO CA-NP-RETURN-CODE
049000     END-IF.
049100*
049200*    THE CREATION IS AUDITED AS A CHANGE FROM NOTHING - BLANK
049300*    BEFORE VALUES AND A ZERO OLD PRICE.
049400 WRITE-CHANGE-AUDIT.
049500     MOVE SPACES              TO WS-AUDIT-PARMS.
049600     MOVE CA-NP-PRODUCT-ID    TO AUD-PRODUCT-ID.
049700     MOVE 'PRDNEWP '          TO AUD-SOURCE-PROGRAM.
049800     MOVE SPACES              TO AUD-OLD-DESCRIPTION.
049900     MOVE CA-NP-DESCRIPTION   TO AUD-NEW-DESCRIPTION.
050000     MOVE ZERO                TO AUD-OLD-PRICE.
050100     MOVE CA-NP-PRICE         TO AUD-NEW-PRICE.
050200     MOVE SPACE               TO AUD-OLD-STATUS.
050300     MOVE CA-NP-STATUS        TO AUD-NEW-STATUS.
050400     MOVE SPACES              TO AUD-OLD-CATEGORY.
050500     MOVE CA-NP-CATEGORY-CODE TO AUD-NEW-CATEGORY.
050600     MOVE EIBTRMID            TO AUD-TERMINAL-ID.
050700     MOVE EIBOPID             TO AUD-OPERATOR-ID.
050800     MOVE SPACES              TO AUD-APPROVED-BY.
050900     CALL 'PRDAUDT' USING WS-AUDIT-PARMS.
051000*
051100 REFUSE-QUEUED-ITEM.
051200     IF NOT CA-NP-FROM-QUEUE
051300         PERFORM BUILD-REKEY-SCREEN
051400         MOVE 'NO QUEUED ITEM TO REFUSE' TO NMSGO
051500         PERFORM SEND-SETUP-MAP
051600     ELSE
051700         MOVE EIBOPID TO WS-OPERATOR-ID
051800         EXEC SQL
051900             UPDATE PRODUCT_NEW_ITEM_REQ
052000                SET STATUS      = 'F',
052100                    STATUS_DATE = CURRENT DATE,
052200                    OPERATOR_ID = :WS-OPERATOR-ID
052300              WHERE SUPPLIER_CODE    = :CA-NP-SUPPLIER-CODE
052400                AND SUPPLIER_PART_NO = :CA-NP-PART-NUMBER
052500                AND STATUS           = 'P'
052600         END-EXEC
052700         MOVE LOW-VALUES TO PRDNEWO
052800         IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
052900             PERFORM EXIT-ROUTINE
053000             MOVE 'QUEUED ITEM REFUSED' TO NMSGO
053100         ELSE
053200             MOVE 'QUEUED ITEM ALREADY WORKED - NOT PENDING'
053300                 TO NMSGO
053400         END-IF
053500         MOVE '1' TO CA-NP-MAP-PHASE
053600         PERFORM SEND-SETUP-MAP
053700     END-IF.
053800*
053900*    A REJECTED FIELD REDISPLAYS THE DETAIL SCREEN WITH THE
054000*    VALUES HELD SO FAR SO THE OPERATOR CAN RE-KEY - THE
054100*    GARBAGE NEVER REACHES THE TABLE.
054200 SEND-BAD-PRODUCT-ID.
054300     PERFORM BUILD-REKEY-SCREEN.
054400     MOVE 'PRODUCT ID MUST BE NUMERIC, NOT ZERO' TO NMSGO.
054500     PERFORM SEND-SETUP-MAP.
054600*
054700 SEND-PRODUCT-ID-FIXED.
054800     PERFORM BUILD-REKEY-SCREEN.
054900     MOVE 'PRODUCT ID FIXED BY CROSS-REFERENCE' TO NMSGO.
055000     PERFORM SEND-SETUP-MAP.
055100*
055200 SEND-BAD-DESCRIPTION.
055300     PERFORM BUILD-REKEY-SCREEN.
055400     MOVE 'DESCRIPTION REQUIRED - RE-KEY' TO NMSGO.
055500     PERFORM SEND-SETUP-MAP.
055600*
055700 SEND-BAD-PRICE.
055800     PERFORM BUILD-REKEY-SCREEN.
055900     MOVE 'PRICE MUST BE NUMERIC NNNNNDD - RE-KEY' TO NMSGO.
056000     PERFORM SEND-SETUP-MAP.
056100*
056200 SEND-BAD-COST.
056300     PERFORM BUILD-REKEY-SCREEN.
056400     MOVE 'COST MUST BE NUMERIC NNNNNDD - RE-KEY' TO NMSGO.
056500     PERFORM SEND-SETUP-MAP.
056600*
056700 SEND-BAD-STATUS.
056800     PERFORM BUILD-REKEY-SCREEN.
056900     MOVE 'STATUS MUST BE A OR H - RE-KEY' TO NMSGO.
057000     PERFORM SEND-SETUP-MAP.
057100*
057200 SEND-BAD-CATEGORY.
057300     PERFORM BUILD-REKEY-SCREEN.
057400     MOVE 'CATEGORY NOT ON CATEGORY TABLE - RE-KEY' TO NMSGO.
057500     PERFORM SEND-SETUP-MAP.
057600*
057700 SEND-BAD-TAX-CAT.
057800     PERFORM BUILD-REKEY-SCREEN.
057900     MOVE 'TAX CATEGORY NOT ON RATE TABLE - RE-KEY'
058000         TO NMSGO.
058100     PERFORM SEND-SETUP-MAP.
058200*
058300 SEND-BELOW-COST.
058400     PERFORM BUILD-REKEY-SCREEN.
058500     MOVE 'PRICE BELOW UNIT COST - RE-KEY' TO NMSGO.
058600     PERFORM SEND-SETUP-MAP.
058700*
058800 SEND-NOT-AUTHORIZED.
058900     PERFORM BUILD-REKEY-SCREEN.
059000     MOVE 'OPERATOR NOT AUTHORIZED FOR UPDATES' TO NMSGO.
059100     PERFORM SEND-SETUP-MAP.
059200*
059300 SEND-CREATE-FAILED.
059400     PERFORM BUILD-REKEY-SCREEN.
059500     EVALUATE TRUE
059600         WHEN CA-NP-DUPLICATE
059700             MOVE 'PRODUCT ID ALREADY ON FILE - RE-KEY'
059800                 TO NMSGO
059900         WHEN CA-NP-XREF-DUPLICATE
060000             MOVE 'PART ALREADY ON CROSS-REFERENCE' TO NMSGO
060100         WHEN CA-NP-NOT-PENDING
060200             MOVE 'QUEUED ITEM ALREADY WORKED - NOT PENDING'
060300                 TO NMSGO
060400         WHEN CA-NP-AUDIT-FAILED
060500             MOVE 'SETUP BACKED OUT - AUDIT UNAVAILABLE'
060600                 TO NMSGO
060700         WHEN OTHER
060800             MOVE 'SETUP FAILED - NOTHING CREATED' TO NMSGO
060900     END-EVALUATE.
061000     PERFORM SEND-SETUP-MAP.
061100*
061200 BUILD-REKEY-SCREEN.
061300     PERFORM BUILD-DETAIL-SCREEN.
061400*
061500 SEND-SETUP-MAP.
061600     EXEC CICS SEND
061700         MAP('PRDNEW')
061800         MAPSET('PRDSET')
061900         FROM(PRDNEWO)
062000         ERASE
062100     END-EXEC.
062200*
062300 SEND-GOODBYE.
062400     MOVE LOW-VALUES TO PRDNEWO.
062500     MOVE 'SESSION ENDED' TO NMSGO.
062600     EXEC CICS SEND
062700         MAP('PRDNEW')
062800         MAPSET('PRDSET')
062900         FROM(PRDNEWO)
063000         ERASE
063100     END-EXEC.
063200*
063300 EXIT-ROUTINE.
063400     EXEC SQL COMMIT END-EXEC.
