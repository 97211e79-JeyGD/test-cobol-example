000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDASOB.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - BILLING PRICE CHECK   *
001300*                   AGAINST THE PRICE IN FORCE ON THE       *
001400*                   BILLED DATE (VIA PRDASOF).              *
001410*  10/15/26   JRH   A LINE WITH A NON-NUMERIC PRODUCT,      *
001420*                   LINE, QUANTITY OR PRICE IS LISTED AS    *
001430*                   UNPRICED INSTEAD OF ENDING THE RUN.     *
001500*----------------------------------------------------------*
001600*
001700*----------------------------------------------------------*
001800* READS THE BILLING TEAM'S FILE OF INVOICE LINES TO BE      *
001900* CHECKED (MYCOPY050 - PRODUCT, BILLED DATE, PRICE LIST,    *
002000* QUANTITY AND UNIT PRICE CHARGED BEFORE TAX) AND, FOR EACH *
002100* LINE, ASKS PRDASOF WHAT THE SYSTEM WOULD HAVE QUOTED AT   *
002200* THE CLOSE OF THE BILLED DATE.  EVERY LINE IS WRITTEN BACK *
002300* TO BILLOUT (MYCOPY051) WITH THE HISTORICAL PRICE, TAX AND *
002400* TAX-INCLUSIVE AMOUNT AND THE ROWS THEY CAME FROM.  THE    *
002500* REPORT LISTS ONLY THE LINES WHERE THE PRICE CHARGED       *
002600* DIFFERS FROM THE HISTORICAL PRICE, WITH THE UNIT AND      *
002700* EXTENDED (UNIT TIMES QUANTITY) VARIANCE, AND THE LINES    *
002800* THAT COULD NOT BE PRICED.  READ-ONLY AGAINST DB2 - A      *
002900* FAILED RUN IS SIMPLY RERUN FROM THE TOP.                  *
002910* A LINE WITH A NON-NUMERIC FIELD IS WRITTEN BACK AS        *
002920* RECEIVED WITH RETURN CODE 2 AND LISTED AS UNPRICED.       *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BILLIN   ASSIGN TO BILLIN
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT BILLOUT  ASSIGN TO BILLOUT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PRTFILE  ASSIGN TO PRTFILE
004200         ORGANIZATION IS SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  BILLIN
004700     RECORDING MODE IS F.
004800 01  BIL-RECORD.
004900     COPY MYCOPY050.
005000*
005100 FD  BILLOUT
005200     RECORDING MODE IS F.
005300 01  BHO-RECORD.
005400     COPY MYCOPY051.
005500*
005600 FD  PRTFILE
005700     RECORDING MODE IS F.
005800 01  PRT-RECORD             PIC X(133).
005900*
006000 WORKING-STORAGE SECTION.
006100     COPY MYCOPY013.
006200*
006300 01  WS-ASOF-PARMS.
006400     COPY MYCOPY049.
006410*
006420 01  WS-BIL-NUMERIC-SW      PIC X(01)  VALUE 'Y'.
006430     88  WS-BIL-NOT-NUMERIC         VALUE 'N'.
006500*
006600 01  WS-RUN-PARMS.
006700     COPY MYCOPY043.
006800*
006900 01  WS-COUNTERS.
007000     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
007100     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
007200     05  WS-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
007300     05  WS-MATCH-COUNT     PIC 9(07)  COMP  VALUE ZERO.
007400     05  WS-OVER-COUNT      PIC 9(07)  COMP  VALUE ZERO.
007500     05  WS-UNDER-COUNT     PIC 9(07)  COMP  VALUE ZERO.
007600     05  WS-UNPRICED-COUNT  PIC 9(07)  COMP  VALUE ZERO.
007700     05  WS-REPORTED-COUNT  PIC 9(07)  COMP  VALUE ZERO.
007800*
007900 01  WS-AMOUNTS.
008000     05  WS-UNIT-VARIANCE   PIC S9(05)V99  VALUE ZERO.
008100     05  WS-EXT-VARIANCE    PIC S9(09)V99  VALUE ZERO.
008200     05  WS-EXTEND-QTY      PIC 9(05)      VALUE ZERO.
008300     05  WS-OVER-TOTAL      PIC S9(09)V99  VALUE ZERO.
008400     05  WS-UNDER-TOTAL     PIC S9(09)V99  VALUE ZERO.
008500*
008600 01  WS-CONSTANTS.
008700     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
008800*
008900 01  WS-HEADING-1.
009000     05  FILLER             PIC X(01)  VALUE '1'.
009100     05  FILLER             PIC X(30)  VALUE
009200         'BILLING PRICE VARIANCE'.
009300     05  FILLER             PIC X(05)  VALUE 'PAGE '.
009400     05  HDG1-PAGE-NO       PIC ZZZ9.
009500     05  FILLER             PIC X(93)  VALUE SPACES.
009600*
009700 01  WS-HEADING-2.
009800     05  FILLER             PIC X(01)  VALUE SPACES.
009900     05  FILLER             PIC X(12)  VALUE 'INVOICE'.
010000     05  FILLER             PIC X(05)  VALUE 'LINE'.
010100     05  FILLER             PIC X(07)  VALUE 'PRODUCT'.
010200     05  FILLER             PIC X(12)  VALUE 'BILLED'.
010300     05  FILLER             PIC X(06)  VALUE 'LIST'.
010400     05  FILLER             PIC X(07)  VALUE '  QTY'.
010500     05  FILLER             PIC X(11)  VALUE '  CHARGED'.
010600     05  FILLER             PIC X(11)  VALUE 'HISTORICAL'.
010700     05  FILLER             PIC X(12)  VALUE '  UNIT VAR'.
010800     05  FILLER             PIC X(17)  VALUE
010900         '   EXTENDED VAR'.
011000     05  FILLER             PIC X(32)  VALUE 'NOTE'.
011100*
011200 01  WS-DETAIL-LINE.
011300     05  FILLER             PIC X(01)  VALUE SPACES.
011400     05  DTL-INVOICE-NO     PIC X(10).
011500     05  FILLER             PIC X(02)  VALUE SPACES.
011600     05  DTL-LINE-NO        PIC 9(03).
011700     05  FILLER             PIC X(02)  VALUE SPACES.
011800     05  DTL-PRODUCT-ID     PIC 9(05).
011900     05  FILLER             PIC X(02)  VALUE SPACES.
012000     05  DTL-AS-OF-DATE     PIC X(10).
012100     05  FILLER             PIC X(02)  VALUE SPACES.
012200     05  DTL-LIST-CODE      PIC X(04).
012300     05  FILLER             PIC X(02)  VALUE SPACES.
012400     05  DTL-QUANTITY       PIC ZZZZ9.
012500     05  FILLER             PIC X(02)  VALUE SPACES.
012600     05  DTL-CHARGED        PIC ZZ,ZZ9.99.
012700     05  FILLER             PIC X(02)  VALUE SPACES.
012800     05  DTL-HISTORICAL     PIC ZZ,ZZ9.99.
012900     05  FILLER             PIC X(02)  VALUE SPACES.
013000     05  DTL-UNIT-VARIANCE  PIC -ZZ,ZZ9.99.
013100     05  FILLER             PIC X(02)  VALUE SPACES.
013200     05  DTL-EXT-VARIANCE   PIC -ZZZ,ZZZ,ZZ9.99.
013300     05  FILLER             PIC X(02)  VALUE SPACES.
013400     05  DTL-NOTE           PIC X(30).
013500     05  FILLER             PIC X(02)  VALUE SPACES.
013600*
013700 01  WS-COUNT-LINE.
013800     05  FILLER             PIC X(01)  VALUE SPACES.
013900     05  CNT-TEXT           PIC X(34).
014000     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
014100     05  FILLER             PIC X(87)  VALUE SPACES.
014200*
014300 01  WS-AMOUNT-LINE.
014400     05  FILLER             PIC X(01)  VALUE SPACES.
014500     05  AMT-TEXT           PIC X(34).
014600     05  AMT-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
014700     05  FILLER             PIC X(84)  VALUE SPACES.
014800*
014900 PROCEDURE DIVISION.
015000*
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-INITIALIZE-EXIT.
015400     PERFORM 2000-CHECK-BILLING-LINE
015500         THRU 2000-CHECK-BILLING-LINE-EXIT
015600         UNTIL WS-EOF.
015700     PERFORM 3000-TERMINATE
015800         THRU 3000-TERMINATE-EXIT.
015900     STOP RUN.
016000*
016100 1000-INITIALIZE.
016200     PERFORM 8200-RECORD-RUN-START
016300         THRU 8200-RECORD-RUN-START-EXIT.
016400     OPEN INPUT  BILLIN.
016500     OPEN OUTPUT BILLOUT.
016600     OPEN OUTPUT PRTFILE.
016700     PERFORM 8100-WRITE-HEADINGS
016800         THRU 8100-WRITE-HEADINGS-EXIT.
016900     PERFORM 8000-READ-BILLING
017000         THRU 8000-READ-BILLING-EXIT.
017100 1000-INITIALIZE-EXIT.
017200     EXIT.
017300*
017400*----------------------------------------------------------*
017500* PRICE ONE BILLING LINE AS OF THE CLOSE OF ITS BILLED DATE *
017600* AND WRITE IT BACK; REPORT IT IF IT COULD NOT BE PRICED OR *
017700* THE PRICE CHARGED DIFFERS.                                *
017800*----------------------------------------------------------*
017900 2000-CHECK-BILLING-LINE.
018000     ADD 1 TO WS-READ-COUNT.
018010     MOVE 'Y' TO WS-BIL-NUMERIC-SW.
018020     IF BIL-LINE-NO       NOT NUMERIC
018030     OR BIL-PRODUCT-ID    NOT NUMERIC
018040     OR BIL-QUANTITY      NOT NUMERIC
018050     OR BIL-CHARGED-PRICE NOT NUMERIC
018060         MOVE 'N' TO WS-BIL-NUMERIC-SW
018070         INITIALIZE WS-ASOF-PARMS
018080         MOVE '2' TO AO-RETURN-CODE
018090     ELSE
018100         MOVE BIL-PRODUCT-ID      TO AO-PRODUCT-ID
018200         MOVE BIL-AS-OF-DATE      TO AO-AS-OF-DATE
018300         MOVE SPACES              TO AO-AS-OF-TIME
018400         MOVE BIL-PRICE-LIST-CODE TO AO-PRICE-LIST-CODE
018500         MOVE BIL-QUANTITY        TO AO-QUANTITY
018600         CALL 'PRDASOF' USING WS-ASOF-PARMS
018650     END-IF.
018700     PERFORM 2100-BUILD-WRITE-BACK
018800         THRU 2100-BUILD-WRITE-BACK-EXIT.
018900     IF WS-BIL-NOT-NUMERIC OR AO-NOTFOUND OR AO-INVALID-INPUT
018950        OR AO-LOOKUP-FAILED
019000         PERFORM 2200-REPORT-UNPRICED
019100             THRU 2200-REPORT-UNPRICED-EXIT
019200     ELSE
019300         PERFORM 2300-COMPARE-CHARGED
019400             THRU 2300-COMPARE-CHARGED-EXIT
019500     END-IF.
019600     WRITE BHO-RECORD.
019700     PERFORM 8000-READ-BILLING
019800         THRU 8000-READ-BILLING-EXIT.
019900 2000-CHECK-BILLING-LINE-EXIT.
020000     EXIT.
020100*
020200 2100-BUILD-WRITE-BACK.
020300     MOVE SPACES                TO BHO-RECORD.
020400     MOVE BIL-INVOICE-NO        TO BHO-INVOICE-NO.
020500     MOVE BIL-LINE-NO           TO BHO-LINE-NO.
020600     MOVE BIL-PRODUCT-ID        TO BHO-PRODUCT-ID.
020700     MOVE BIL-AS-OF-DATE        TO BHO-AS-OF-DATE.
020800     MOVE BIL-PRICE-LIST-CODE   TO BHO-PRICE-LIST-CODE.
020900     MOVE BIL-QUANTITY          TO BHO-QUANTITY.
021000     MOVE BIL-CHARGED-PRICE     TO BHO-CHARGED-PRICE.
021100     MOVE AO-RETURN-CODE        TO BHO-RETURN-CODE.
021200     MOVE AO-PRICE              TO BHO-HIST-PRICE.
021300     MOVE AO-BASE-SOURCE        TO BHO-BASE-SOURCE.
021400     MOVE AO-BASE-AUDIT-TS      TO BHO-BASE-AUDIT-TS.
021500     MOVE AO-LIST-EFF-DATE      TO BHO-LIST-EFF-DATE.
021600     MOVE AO-PROMO-CODE         TO BHO-PROMO-CODE.
021700     MOVE AO-BREAK-QTY          TO BHO-BREAK-QTY.
021800     MOVE AO-TAX-RATE-PCT       TO BHO-TAX-RATE-PCT.
021900     MOVE AO-TAX-EFF-DATE       TO BHO-TAX-EFF-DATE.
022000     MOVE AO-TAX-AMOUNT         TO BHO-TAX-AMOUNT.
022100     MOVE AO-PRICE-WITH-TAX     TO BHO-PRICE-WITH-TAX.
022200     MOVE AO-EXTENDED-AMOUNT    TO BHO-EXTENDED-AMOUNT.
022300     MOVE SPACE                 TO BHO-VARIANCE-SW.
022400     MOVE ZERO                  TO BHO-VARIANCE-AMT.
022500 2100-BUILD-WRITE-BACK-EXIT.
022600     EXIT.
022700*
022800 2200-REPORT-UNPRICED.
022900     ADD 1 TO WS-UNPRICED-COUNT.
023000     EVALUATE TRUE
023010         WHEN WS-BIL-NOT-NUMERIC
023020             MOVE 'NON-NUMERIC FIELD' TO DTL-NOTE
023030             PERFORM 2250-ZERO-BAD-FIELDS
023040                 THRU 2250-ZERO-BAD-FIELDS-EXIT
023100         WHEN AO-NOTFOUND
023200             MOVE 'PRODUCT NOT ON FILE ON DATE' TO DTL-NOTE
023300         WHEN AO-INVALID-INPUT
023400             MOVE 'BILLED DATE INVALID OR FUTURE' TO DTL-NOTE
023500         WHEN OTHER
023600             MOVE 'PRICE HISTORY LOOKUP FAILED' TO DTL-NOTE
023700     END-EVALUATE.
023800     MOVE ZERO TO WS-UNIT-VARIANCE WS-EXT-VARIANCE.
023900     PERFORM 9000-PRINT-DETAIL
024000         THRU 9000-PRINT-DETAIL-EXIT.
024100 2200-REPORT-UNPRICED-EXIT.
024200     EXIT.
024210*
024220*    THE WRITE-BACK ALREADY CARRIES THE LINE AS RECEIVED;
024230*    A BAD FIELD PRINTS AS ZERO.
024240 2250-ZERO-BAD-FIELDS.
024245     IF BIL-LINE-NO NOT NUMERIC
024250         MOVE ZERO TO BIL-LINE-NO
024255     END-IF.
024260     IF BIL-PRODUCT-ID NOT NUMERIC
024265         MOVE ZERO TO BIL-PRODUCT-ID
024270     END-IF.
024275     IF BIL-QUANTITY NOT NUMERIC
024280         MOVE ZERO TO BIL-QUANTITY
024285     END-IF.
024290     IF BIL-CHARGED-PRICE NOT NUMERIC
024292         MOVE ZERO TO BIL-CHARGED-PRICE
024294     END-IF.
024296 2250-ZERO-BAD-FIELDS-EXIT.
024298     EXIT.
024300*
024400*----------------------------------------------------------*
024500* THE VARIANCE IS THE UNIT PRICE CHARGED LESS THE HISTORICAL*
024600* UNIT PRICE, BOTH BEFORE TAX - POSITIVE IS AN OVERCHARGE.  *
024700* THE EXTENDED VARIANCE IS THAT TIMES THE QUANTITY (A ZERO  *
024800* QUANTITY COUNTS AS ONE, AS IN PRDASOF).                   *
024900*----------------------------------------------------------*
025000 2300-COMPARE-CHARGED.
025100     IF BIL-CHARGED-PRICE = AO-PRICE
025200         ADD 1 TO WS-MATCH-COUNT
025300         GO TO 2300-COMPARE-CHARGED-EXIT
025400     END-IF.
025500     COMPUTE WS-UNIT-VARIANCE = BIL-CHARGED-PRICE - AO-PRICE.
025600     IF BIL-QUANTITY > ZERO
025700         MOVE BIL-QUANTITY TO WS-EXTEND-QTY
025800     ELSE
025900         MOVE 1            TO WS-EXTEND-QTY
026000     END-IF.
026100     COMPUTE WS-EXT-VARIANCE = WS-UNIT-VARIANCE * WS-EXTEND-QTY.
026200     IF WS-UNIT-VARIANCE > ZERO
026300         ADD 1               TO WS-OVER-COUNT
026400         ADD WS-EXT-VARIANCE TO WS-OVER-TOTAL
026500         MOVE 'O'            TO BHO-VARIANCE-SW
026600         MOVE WS-UNIT-VARIANCE TO BHO-VARIANCE-AMT
026700     ELSE
026800         ADD 1               TO WS-UNDER-COUNT
026900         SUBTRACT WS-EXT-VARIANCE FROM WS-UNDER-TOTAL
027000         MOVE 'U'            TO BHO-VARIANCE-SW
027100         COMPUTE BHO-VARIANCE-AMT = ZERO - WS-UNIT-VARIANCE
027200     END-IF.
027300     PERFORM 2400-SET-PRICE-NOTE
027400         THRU 2400-SET-PRICE-NOTE-EXIT.
027500     PERFORM 9000-PRINT-DETAIL
027600         THRU 9000-PRINT-DETAIL-EXIT.
027700 2300-COMPARE-CHARGED-EXIT.
027800     EXIT.
027900*
028000*    THE RULE THAT SET THE HISTORICAL PRICE, MOST TELLING
028100*    FIRST, SO THE BILLING TEAM CAN SEE WHY IT DIFFERS.
028200 2400-SET-PRICE-NOTE.
028300     EVALUATE TRUE
028400         WHEN AO-DISCONTINUED
028500             MOVE 'DISCONTINUED ON BILLED DATE' TO DTL-NOTE
028600         WHEN AO-LIST-PROMO-NOT-RUNNING
028700             MOVE 'PROM BILLED - NO EVENT RUNNING' TO DTL-NOTE
028800         WHEN AO-LIST-NONE
028900             MOVE 'NO LIST ROW - STANDARD PRICE' TO DTL-NOTE
029000         WHEN AO-BREAK-QTY > ZERO
029100             MOVE 'QUANTITY TIER PRICE'        TO DTL-NOTE
029200         WHEN AO-LIST-APPLIED
029300             MOVE 'PRICE LIST ROW PRICE'       TO DTL-NOTE
029400         WHEN OTHER
029500             MOVE 'STANDARD PRICE'             TO DTL-NOTE
029600     END-EVALUATE.
029700 2400-SET-PRICE-NOTE-EXIT.
029800     EXIT.
029900*
030000 3000-TERMINATE.
030100     MOVE 'BILLING LINES READ'           TO CNT-TEXT.
030200     MOVE WS-READ-COUNT                  TO CNT-VALUE.
030300     WRITE PRT-RECORD FROM WS-COUNT-LINE
030400         AFTER ADVANCING 2 LINES.
030500     MOVE 'LINES CHARGED AT HISTORICAL PRICE' TO CNT-TEXT.
030600     MOVE WS-MATCH-COUNT                 TO CNT-VALUE.
030700     WRITE PRT-RECORD FROM WS-COUNT-LINE
030800         AFTER ADVANCING 1 LINE.
030900     MOVE 'LINES OVERCHARGED'            TO CNT-TEXT.
031000     MOVE WS-OVER-COUNT                  TO CNT-VALUE.
031100     WRITE PRT-RECORD FROM WS-COUNT-LINE
031200         AFTER ADVANCING 1 LINE.
031300     MOVE 'LINES UNDERCHARGED'           TO CNT-TEXT.
031400     MOVE WS-UNDER-COUNT                 TO CNT-VALUE.
031500     WRITE PRT-RECORD FROM WS-COUNT-LINE
031600         AFTER ADVANCING 1 LINE.
031700     MOVE 'LINES NOT PRICED'             TO CNT-TEXT.
031800     MOVE WS-UNPRICED-COUNT              TO CNT-VALUE.
031900     WRITE PRT-RECORD FROM WS-COUNT-LINE
032000         AFTER ADVANCING 1 LINE.
032100     MOVE 'TOTAL OVERCHARGED (BEFORE TAX)' TO AMT-TEXT.
032200     MOVE WS-OVER-TOTAL                  TO AMT-VALUE.
032300     WRITE PRT-RECORD FROM WS-AMOUNT-LINE
032400         AFTER ADVANCING 2 LINES.
032500     MOVE 'TOTAL UNDERCHARGED (BEFORE TAX)' TO AMT-TEXT.
032600     MOVE WS-UNDER-TOTAL                 TO AMT-VALUE.
032700     WRITE PRT-RECORD FROM WS-AMOUNT-LINE
032800         AFTER ADVANCING 1 LINE.
032900     PERFORM 8300-RECORD-RUN-END
033000         THRU 8300-RECORD-RUN-END-EXIT.
033100     CLOSE BILLIN.
033200     CLOSE BILLOUT.
033300     CLOSE PRTFILE.
033400     DISPLAY 'PRDASOB - BILLING LINES READ:  ' WS-READ-COUNT.
033500     DISPLAY 'PRDASOB - LINES WITH VARIANCE: '
033600         WS-REPORTED-COUNT.
033700 3000-TERMINATE-EXIT.
033800     EXIT.
033900*
034000 8000-READ-BILLING.
034100     READ BILLIN
034200         AT END MOVE 'Y' TO WS-EOF-SW
034300     END-READ.
034400 8000-READ-BILLING-EXIT.
034500     EXIT.
034600*
034700 8100-WRITE-HEADINGS.
034800     ADD 1 TO WS-PAGE-COUNT.
034900     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
035000     WRITE PRT-RECORD FROM WS-HEADING-1
035100         AFTER ADVANCING PAGE.
035200     WRITE PRT-RECORD FROM WS-HEADING-2
035300         AFTER ADVANCING 2 LINES.
035400     MOVE 3 TO WS-LINE-COUNT.
035500 8100-WRITE-HEADINGS-EXIT.
035600     EXIT.
035700*
035800*    RUN CONTROL (VIA PRDRUNC) - IN IS THE BILLING LINES
035900*    READ, OUT THE LINES REPORTED.
036000 8200-RECORD-RUN-START.
036100     MOVE SPACES     TO WS-RUN-PARMS.
036200     MOVE 'S'        TO RUN-FUNCTION.
036300     MOVE 'PRDASOB ' TO RUN-JOB-NAME.
036400     MOVE ZERO       TO RUN-RECORDS-IN RUN-RECORDS-OUT.
036500     CALL 'PRDRUNC' USING WS-RUN-PARMS.
036600 8200-RECORD-RUN-START-EXIT.
036700     EXIT.
036800*
036900 8300-RECORD-RUN-END.
037000     MOVE 'E'               TO RUN-FUNCTION.
037100     MOVE WS-READ-COUNT     TO RUN-RECORDS-IN.
037200     MOVE WS-REPORTED-COUNT TO RUN-RECORDS-OUT.
037300     CALL 'PRDRUNC' USING WS-RUN-PARMS.
037400 8300-RECORD-RUN-END-EXIT.
037500     EXIT.
037600*
037700 9000-PRINT-DETAIL.
037800     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
037900         PERFORM 8100-WRITE-HEADINGS
038000             THRU 8100-WRITE-HEADINGS-EXIT
038100     END-IF.
038200     ADD 1 TO WS-REPORTED-COUNT.
038300     MOVE BIL-INVOICE-NO      TO DTL-INVOICE-NO.
038400     MOVE BIL-LINE-NO         TO DTL-LINE-NO.
038500     MOVE BIL-PRODUCT-ID      TO DTL-PRODUCT-ID.
038600     MOVE BIL-AS-OF-DATE      TO DTL-AS-OF-DATE.
038700     MOVE BIL-PRICE-LIST-CODE TO DTL-LIST-CODE.
038800     MOVE BIL-QUANTITY        TO DTL-QUANTITY.
038900     MOVE BIL-CHARGED-PRICE   TO DTL-CHARGED.
039000     MOVE AO-PRICE            TO DTL-HISTORICAL.
039100     MOVE WS-UNIT-VARIANCE    TO DTL-UNIT-VARIANCE.
039200     MOVE WS-EXT-VARIANCE     TO DTL-EXT-VARIANCE.
039300     WRITE PRT-RECORD FROM WS-DETAIL-LINE
039400         AFTER ADVANCING 1 LINE.
039500     ADD 1 TO WS-LINE-COUNT.
039600 9000-PRINT-DETAIL-EXIT.
039700     EXIT.
