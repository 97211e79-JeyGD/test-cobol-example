001385*                   RECORDS ON PRODUCT_FEED_SUSPENSE FOR    *
001386*                   THE PRICING DESK'S REVIEW (PRDSUSP)     *
001388*                   INSTEAD OF REJECTING THEM TO REJFILE.   *
001390*  10/15/26   JRH   QUEUE PART NUMBERS NOT ON THE CROSS-    *
001392*                   REFERENCE (REASON 06) ON                *
001394*                   PRODUCT_NEW_ITEM_REQ FOR NEW-PRODUCT    *
001396*                   SETUP THROUGH PRDNEWP INSTEAD OF        *
001398*                   REJECTING THEM TO REJFILE.              *
001400*  10/15/26   JRH   COUNT EVERY FEED RECORD BY SUPPLIER AND *
001410*                   REASON CODE ON SUPPLIER_FEED_STATS      *
001420*                   FOR THE MONTHLY SUPPLIER SCORECARD      *
001430*                   (PRDSCRD).                              *
001450*----------------------------------------------------------*
001500*
001600*----------------------------------------------------------*
001700* VALIDATES EACH SUPPLIER PRICE-FEED RECORD BEFORE PRDLOAD  *
002700* CODE - EXCEPT PRICE-MOVEMENT RECORDS (REASON 04), WHICH   *
002710* ARE MOSTLY LEGITIMATE AND ARE HELD PENDING ON             *
002720* PRODUCT_FEED_SUSPENSE FOR THE PRICING DESK TO RELEASE OR  *
002730* REFUSE THROUGH THE PRDSUSP TRANSACTION, AND PART NUMBERS  *
002732* NOT ON THE CROSS-REFERENCE (REASON 06), WHICH ARE QUEUED  *
002734* ON PRODUCT_NEW_ITEM_REQ FOR THE PRICING DESK TO SET UP    *
002736* AS NEW PRODUCTS (OR REFUSE) THROUGH PRDNEWP; AN EDIT      *
002740* REPORT LISTS EACH REJECT, HELD AND QUEUED RECORD AND THE  *
002750* RUN COUNTS.  EVERY RECORD READ IS ALSO COUNTED ON         *
002760* SUPPLIER_FEED_STATS BY SUPPLIER AND REASON CODE (00 FOR   *
002770* A CLEAN RECORD) FOR THE MONTHLY SUPPLIER SCORECARD.       *
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
008600     05  WS-PRICE-DIFF      PIC S9(07)V99 COMP-3 VALUE ZERO.
008700     05  WS-MOVEMENT-PCT    PIC 9(09)V99  COMP-3 VALUE ZERO.
008800     05  WS-REASON-CODE     PIC X(02)  VALUE SPACES.
008850     05  WS-STATS-REASON    PIC X(02)  VALUE SPACES.
008900*
009000 01  WS-COUNTERS.
009100     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
010100     05  WS-REJ-XREF-COUNT  PIC 9(09)  COMP  VALUE ZERO.
010150     05  WS-REJ-COST-COUNT  PIC 9(09)  COMP  VALUE ZERO.
010160     05  WS-SUSPENSE-COUNT  PIC 9(09)  COMP  VALUE ZERO.
010165     05  WS-NEW-ITEM-COUNT  PIC 9(09)  COMP  VALUE ZERO.
010167     05  WS-STATS-FAIL-COUNT PIC 9(09) COMP  VALUE ZERO.
010170*
010180 01  WS-RUN-PARMS.
010190     COPY MYCOPY043.
015100 1000-INITIALIZE.
015150     PERFORM 8200-RECORD-RUN-START
015160         THRU 8200-RECORD-RUN-START-EXIT.
015170     PERFORM 1100-CLEAR-FEED-STATS
015180         THRU 1100-CLEAR-FEED-STATS-EXIT.
015200     OPEN INPUT  SUPPFILE.
015300     OPEN OUTPUT CLEANFILE REJFILE PRTFILE.
015400     PERFORM 8100-WRITE-HEADINGS
015700         THRU 8000-READ-SUPPLIER-RECORD-EXIT.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
015910*
015920*----------------------------------------------------------*
015930* THE SUPPLIER COUNTS ARE KEPT BY FEED DATE.  A RERUN OF    *
015940* TONIGHT'S EDIT CLEARS THE COUNTS THE FIRST RUN LEFT SO    *
015950* THE FEED IS NOT COUNTED TWICE.                            *
015960*----------------------------------------------------------*
015970 1100-CLEAR-FEED-STATS.
015972     EXEC SQL
015974         DELETE FROM SUPPLIER_FEED_STATS
015976         WHERE FEED_DATE = CURRENT DATE
015978     END-EXEC.
015980     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
015982         ADD 1 TO WS-STATS-FAIL-COUNT
015984     END-IF.
015986 1100-CLEAR-FEED-STATS-EXIT.
015988     EXIT.
016000*
016100 2000-EDIT-RECORD.
016200     ADD 1 TO WS-READ-COUNT.
017700         PERFORM 2250-WRITE-CLEAN-RECORD
017800             THRU 2250-WRITE-CLEAN-RECORD-EXIT
017900     ELSE
017920         EVALUATE WS-REASON-CODE
017930             WHEN '04'
017940                 PERFORM 2350-HOLD-IN-SUSPENSE
017960                     THRU 2350-HOLD-IN-SUSPENSE-EXIT
017970             WHEN '06'
017975                 PERFORM 2360-QUEUE-NEW-ITEM
017978                     THRU 2360-QUEUE-NEW-ITEM-EXIT
017980             WHEN OTHER
018000                 PERFORM 2300-WRITE-REJECT
018100                     THRU 2300-WRITE-REJECT-EXIT
018150         END-EVALUATE
018200     END-IF.
018250     PERFORM 2400-COUNT-FOR-SUPPLIER
018260         THRU 2400-COUNT-FOR-SUPPLIER-EXIT.
018300     PERFORM 8000-READ-SUPPLIER-RECORD
018400         THRU 8000-READ-SUPPLIER-RECORD-EXIT.
018500 2000-EDIT-RECORD-EXIT.
021500*----------------------------------------------------------*
021600* TRANSLATE THE SUPPLIER'S PART NUMBER TO OUR PRODUCT_ID    *
021700* THROUGH PRODUCT_SUPPLIER_XREF.  A PART NUMBER WITH NO     *
021800* MAPPING ON FILE IS NOT LOADED - IT IS QUEUED FOR THE      *
021900* PRICING DESK (2360), NOT SILENTLY INSERTED AS A NEW       *
021950* PRODUCT.                                                  *
022000*----------------------------------------------------------*
022100 2150-TRANSLATE-PART-NUMBER.
022200     EXEC SQL
027819     END-IF.
027820 2350-HOLD-IN-SUSPENSE-EXIT.
027821     EXIT.
027822*
027823*----------------------------------------------------------*
027824* A PART NUMBER NOT ON THE CROSS-REFERENCE IS QUEUED ON     *
027825* PRODUCT_NEW_ITEM_REQ WITH THE FEED'S DESCRIPTION, PRICE   *
027826* AND COST - THE PRICING DESK CREATES THE PRODUCT AND ITS   *
027827* MAPPING IN ONE STEP THROUGH PRDNEWP, OR REFUSES THE ITEM. *
027828* THE QUEUE IS KEYED BY SUPPLIER AND PART, SO A PART SENT   *
027829* AGAIN BEFORE THE DESK WORKS IT (OR AFTER IT WAS REFUSED)  *
027830* FINDS THE ROW ALREADY THERE (-803) AND IS COUNTED WITHOUT *
027831* DOUBLING IT; ANY OTHER INSERT FAILURE FALLS BACK TO A     *
027832* REJFILE REJECT SO THE RECORD IS NEVER LOST.               *
027833*----------------------------------------------------------*
027834 2360-QUEUE-NEW-ITEM.
027835     EXEC SQL
027836         INSERT INTO PRODUCT_NEW_ITEM_REQ
027837             (SUPPLIER_CODE, SUPPLIER_PART_NO, PRODUCT_ID,
027838              DESCRIPTION, PRICE, UNIT_COST, FEED_DATE,
027839              SOURCE_PROGRAM, STATUS, STATUS_DATE,
027840              OPERATOR_ID)
027841         VALUES
027842             (:SUP-SUPPLIER-CODE, :SUP-PART-NUMBER, 0,
027843              :SUP-DESCRIPTION, :SUP-PRICE, :SUP-COST,
027844              CURRENT DATE, 'PRDEDIT ', 'P', CURRENT DATE,
027845              '   ')
027846     END-EXEC.
027847     IF SQLCODE = ZERO OR SQLCODE = -803
027848         ADD 1 TO WS-NEW-ITEM-COUNT
027849         IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
027850             PERFORM 8100-WRITE-HEADINGS
027851                 THRU 8100-WRITE-HEADINGS-EXIT
027852         END-IF
027853         MOVE SUP-R-SUPPLIER-CODE TO DTL-SUPPLIER-CODE
027854         MOVE SUP-R-PART-NUMBER   TO DTL-PART-NUMBER
027855         MOVE WS-REASON-CODE      TO DTL-REASON-CODE
027856         MOVE 'NOT ON CROSS-REFERENCE - QUEUED AS NEW'
027857             TO DTL-REASON-TEXT
027858         WRITE PRT-RECORD FROM WS-DETAIL-LINE
027859             AFTER ADVANCING 1 LINE
027860         ADD 1 TO WS-LINE-COUNT
027861     ELSE
027862         PERFORM 2300-WRITE-REJECT
027863             THRU 2300-WRITE-REJECT-EXIT
027864     END-IF.
027865 2360-QUEUE-NEW-ITEM-EXIT.
027866     EXIT.
027867*
027868 2300-WRITE-REJECT.
027900     ADD 1 TO WS-REJECT-COUNT.
028000     MOVE SUP-RECORD-RAW  TO REJ-SUPPLIER-RECORD.
028100     MOVE WS-REASON-CODE  TO REJ-REASON-CODE.
031600 2300-WRITE-REJECT-EXIT.
031700     EXIT.
031800*
031805*----------------------------------------------------------*
031810* COUNT THE RECORD AGAINST ITS SUPPLIER UNDER THE REASON    *
031815* CODE IT ENDED WITH - 00 IF IT WENT TO CLEANFILE, 04 IF    *
031820* HELD IN SUSPENSE, 06 IF QUEUED AS NEW.  THE COUNTS ARE    *
031825* FOR THE SCORECARD ONLY - A FAILURE TO RECORD ONE IS       *
031830* COUNTED ON THE REPORT AND DOES NOT STOP THE EDIT.         *
031835*----------------------------------------------------------*
031840 2400-COUNT-FOR-SUPPLIER.
031842     IF WS-RECORD-CLEAN
031844         MOVE '00'           TO WS-STATS-REASON
031846     ELSE
031848         MOVE WS-REASON-CODE TO WS-STATS-REASON
031850     END-IF.
031852     EXEC SQL
031854         UPDATE SUPPLIER_FEED_STATS
031856            SET RECORD_COUNT  = RECORD_COUNT + 1
031858          WHERE SUPPLIER_CODE = :SUP-SUPPLIER-CODE
031860            AND FEED_DATE     = CURRENT DATE
031862            AND REASON_CODE   = :WS-STATS-REASON
031864     END-EXEC.
031866     IF SQLCODE = 100
031868         EXEC SQL
031870             INSERT INTO SUPPLIER_FEED_STATS
031872                 (SUPPLIER_CODE, FEED_DATE, REASON_CODE,
031874                  RECORD_COUNT)
031876             VALUES
031878                 (:SUP-SUPPLIER-CODE, CURRENT DATE,
031880                  :WS-STATS-REASON, 1)
031882         END-EXEC
031884     END-IF.
031886     IF SQLCODE NOT = ZERO
031888         ADD 1 TO WS-STATS-FAIL-COUNT
031890     END-IF.
031892 2400-COUNT-FOR-SUPPLIER-EXIT.
031894     EXIT.
031896*
031900 3000-TERMINATE.
031950     EXEC SQL COMMIT END-EXEC.
031960     PERFORM 8300-RECORD-RUN-END
032400     DISPLAY 'PRDEDIT - RECORDS CLEAN:    ' WS-CLEAN-COUNT.
032500     DISPLAY 'PRDEDIT - RECORDS REJECTED: ' WS-REJECT-COUNT.
032550     DISPLAY 'PRDEDIT - HELD IN SUSPENSE: ' WS-SUSPENSE-COUNT.
032560     DISPLAY 'PRDEDIT - QUEUED AS NEW:    ' WS-NEW-ITEM-COUNT.
032600 3000-TERMINATE-EXIT.
032700     EXIT.
032800*
037180     MOVE WS-SUSPENSE-COUNT          TO CNT-VALUE.
037190     WRITE PRT-RECORD FROM WS-COUNT-LINE
037195         AFTER ADVANCING 1 LINE.
037205     MOVE 'NEW PARTS QUEUED FOR SETUP'
037215                                     TO CNT-TEXT.
037225     MOVE WS-NEW-ITEM-COUNT          TO CNT-VALUE.
037235     WRITE PRT-RECORD FROM WS-COUNT-LINE
037245         AFTER ADVANCING 1 LINE.
037246     MOVE 'SUPPLIER STATS NOT RECORDED'
037247                                     TO CNT-TEXT.
037248     MOVE WS-STATS-FAIL-COUNT        TO CNT-VALUE.
037249     WRITE PRT-RECORD FROM WS-COUNT-LINE
037250         AFTER ADVANCING 1 LINE.
037255 3100-WRITE-COUNTS-EXIT.
037300     EXIT.
037400*
037500 8000-READ-SUPPLIER-RECORD.
