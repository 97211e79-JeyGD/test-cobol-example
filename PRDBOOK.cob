001200*  09/01/26   JRH   INITIAL VERSION - BRANCH PRICE BOOK     *
001300*                   PUBLICATION RUN FOR A REQUESTED PRICE   *
001400*                   LIST.                                   *
001410*  10/15/26   JRH   LIST A DISCONTINUED OR HELD PRODUCT IN  *
001420*                   ITS CATEGORY WITH A 'REPLACED BY' LINE  *
001430*                   NAMING THE ACTIVE PRODUCT THAT NOW      *
001440*                   REPLACES IT (PRODUCT_SUCCESSOR, VIA     *
001450*                   PRDSUCC).                               *
001460*  10/15/26   JRH   PUBLISH AN EXPORT BOOK IN THE CURRENCY  *
001470*                   NAMED ON THE CARD - EACH PRICE ALSO     *
001480*                   SHOWN CONVERTED AT THE EXCHANGE_RATE IN *
001490*                   FORCE (VIA PRDFXCV).                    *
001500*----------------------------------------------------------*
001600*
001700*----------------------------------------------------------*
002600* PRDLKUP DOES.  SECTION 2 LISTS THE FUTURE-DATED PRICES    *
002700* ALREADY KEYED THROUGH PRDPLMT SO BRANCH MANAGERS CAN SEE  *
002800* WHAT CHANGES NEXT.  RUN QUARTERLY FOR THE FULL BOOK AND   *
002900* ON DEMAND AFTER A PRDMASS RUN.  A PRODUCT NO LONGER SOLD  *
002910* THAT HAS BEEN GIVEN A SUCCESSOR STAYS IN SECTION 1 UNDER  *
002920* ITS CATEGORY, WITHOUT A PRICE, ON A 'REPLACED BY' LINE    *
002930* NAMING THE PRODUCT TO SELL INSTEAD - THE SAME PRODUCT     *
002940* PRDLKUP OFFERS, PROVIDED IT IS ACTIVE AND SO IN THE BOOK. *
002946* A CURRENCY IN COLUMNS 5-7 OF THE CARD PUBLISHES AN EXPORT *
002952* BOOK: EVERY PRICE IS ALSO PRINTED CONVERTED BY PRDFXCV,   *
002958* ROUNDED TO THE CURRENCY'S DECIMAL PLACES, AND EACH PAGE   *
002964* STATES THE RATE IN FORCE TODAY.  SECTION 1 CONVERTS AT    *
002970* TODAY'S RATE; A SECTION 2 PRICE CONVERTS AT THE RATE IN   *
002976* FORCE ON ITS OWN EFFECTIVE DATE, SO A RATE ALREADY KEYED  *
002982* AHEAD THROUGH PRDFXRM IS USED.  NO RATE ON FILE FOR THE   *
002988* CURRENCY ENDS THE RUN BEFORE ANY PAGE PRINTS.             *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005700 01  WS-PRODUCT-ROW.
005800     COPY MYCOPY015.
005900*
005910 01  WS-SUCCESSOR-PARMS.
005920     COPY MYCOPY055.
005922*
005924 01  WS-CONVERT-PARMS.
005926     COPY MYCOPY058.
005930*
006000 01  WS-WORK-FIELDS.
006100     05  WS-LIST-CODE       PIC X(04)  VALUE SPACES.
006200     05  WS-BOOK-PRICE      PIC 9(05)V99 VALUE ZERO.
006300     05  WS-PROMO-COUNT     PIC S9(09) COMP VALUE ZERO.
006400     05  WS-EFF-DATE        PIC X(10)  VALUE SPACES.
006410     05  WS-BOOK-CURRENCY   PIC X(03)  VALUE SPACES.
006420     05  WS-FOREIGN-SW      PIC X(01)  VALUE 'N'.
006430         88  WS-FOREIGN-BOOK           VALUE 'Y'.
006440     05  WS-FX-AMOUNT       PIC 9(11)V999 VALUE ZERO.
006450     05  WS-FX-EDIT-0       PIC ZZ,ZZZ,ZZZ,ZZ9.
006460     05  WS-FX-EDIT-2       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006470     05  WS-FX-EDIT-3       PIC ZZ,ZZZ,ZZZ,ZZ9.999.
006480     05  WS-FX-DISPLAY      PIC X(18)  JUSTIFIED RIGHT.
006490     05  WS-FX-TITLE        PIC X(09).
006500*
006600 01  WS-COUNTERS.
006700     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
006900     05  WS-PRODUCT-COUNT   PIC 9(07)  COMP  VALUE ZERO.
007000     05  WS-CAT-COUNT       PIC 9(07)  COMP  VALUE ZERO.
007100     05  WS-FUTURE-COUNT    PIC 9(07)  COMP  VALUE ZERO.
007110     05  WS-REPLACED-COUNT  PIC 9(07)  COMP  VALUE ZERO.
007200*
007300 01  WS-PREV-CATEGORY       PIC X(04)  VALUE LOW-VALUES.
007400 01  WS-CAT-NAME            PIC X(30)  VALUE SPACES.
008600     05  FILLER             PIC X(05)  VALUE 'PAGE '.
008700     05  HDG1-PAGE-NO       PIC ZZZ9.
008800     05  FILLER             PIC X(93)  VALUE SPACES.
008808*
008816 01  WS-HEADING-FX.
008824     05  FILLER             PIC X(01)  VALUE SPACES.
008832     05  FILLER             PIC X(10)  VALUE 'PRICES IN '.
008840     05  HFX-CURRENCY       PIC X(03).
008848     05  FILLER             PIC X(04)  VALUE ' AT '.
008856     05  HFX-RATE           PIC ZZZZ9.999999.
008864     05  FILLER             PIC X(31)  VALUE
008872         ' PER US DOLLAR, RATE EFFECTIVE '.
008880     05  HFX-EFF-DATE       PIC X(10).
008888     05  FILLER             PIC X(62)  VALUE SPACES.
008900*
009000 01  WS-SECTION-1-HDG.
009100     05  FILLER             PIC X(01)  VALUE SPACES.
010300     05  FILLER             PIC X(01)  VALUE SPACES.
010400     05  FILLER             PIC X(12)  VALUE 'PRODUCT ID'.
010500     05  FILLER             PIC X(42)  VALUE 'DESCRIPTION'.
010510     05  FILLER             PIC X(11)  VALUE 'PRICE'.
010520     05  HDG2-FX-TITLE      PIC X(18)  VALUE SPACES.
010530     05  FILLER             PIC X(49)  VALUE SPACES.
010800*
010900 01  WS-FUTURE-COLS.
011000     05  FILLER             PIC X(01)  VALUE SPACES.
011100     05  FILLER             PIC X(12)  VALUE 'EFFECTIVE'.
011200     05  FILLER             PIC X(12)  VALUE 'PRODUCT ID'.
011300     05  FILLER             PIC X(42)  VALUE 'DESCRIPTION'.
011310     05  FILLER             PIC X(11)  VALUE 'PRICE'.
011320     05  FCOL-FX-TITLE      PIC X(18)  VALUE SPACES.
011330     05  FILLER             PIC X(37)  VALUE SPACES.
011600*
011700 01  WS-DETAIL-LINE.
011800     05  FILLER             PIC X(01)  VALUE SPACES.
012100     05  DTL-DESCRIPTION    PIC X(40).
012200     05  FILLER             PIC X(02)  VALUE SPACES.
012300     05  DTL-PRICE          PIC ZZ,ZZ9.99.
012310     05  FILLER             PIC X(02)  VALUE SPACES.
012320     05  DTL-FX-PRICE       PIC X(18)  VALUE SPACES.
012330     05  FILLER             PIC X(49)  VALUE SPACES.
012500*
012600 01  WS-FUTURE-LINE.
012700     05  FILLER             PIC X(01)  VALUE SPACES.
013200     05  FTL-DESCRIPTION    PIC X(40).
013300     05  FILLER             PIC X(02)  VALUE SPACES.
013400     05  FTL-PRICE          PIC ZZ,ZZ9.99.
013410     05  FILLER             PIC X(02)  VALUE SPACES.
013420     05  FTL-FX-PRICE       PIC X(18)  VALUE SPACES.
013430     05  FILLER             PIC X(37)  VALUE SPACES.
013600*
013610 01  WS-REPLACED-LINE.
013620     05  FILLER             PIC X(01)  VALUE SPACES.
013630     05  RPL-PRODUCT-ID     PIC 9(05).
013640     05  FILLER             PIC X(07)  VALUE SPACES.
013650     05  RPL-DESCRIPTION    PIC X(40).
013660     05  FILLER             PIC X(02)  VALUE SPACES.
013670     05  FILLER             PIC X(12)  VALUE 'REPLACED BY '.
013680     05  RPL-SUCCESSOR-ID   PIC 9(05).
013690     05  FILLER             PIC X(02)  VALUE SPACES.
013692     05  RPL-SUCCESSOR-DESC PIC X(40).
013694     05  FILLER             PIC X(19)  VALUE SPACES.
013696*
013700 01  WS-CATEGORY-LINE.
013800     05  FILLER             PIC X(01)  VALUE SPACES.
013900     05  FILLER             PIC X(09)  VALUE 'CATEGORY '.
017100*
017200*    AN UNRECOGNIZED LIST CODE ON THE CARD ENDS THE RUN
017300*    BEFORE ANY PAGE PRINTS - A BOOK FOR THE WRONG LIST IN
017310*    THE BRANCHES IS WORSE THAN NO BOOK.  SO DOES A CURRENCY
017320*    WITH NO EXCHANGE RATE ON FILE.
017500 1000-INITIALIZE.
017600     OPEN INPUT  CTLFILE.
017700     OPEN OUTPUT PRTFILE.
018700         STOP RUN
018800     END-IF.
018900     MOVE PBK-LIST-CODE TO WS-LIST-CODE HDG1-LIST-CODE.
018910     IF NOT PBK-CURRENCY-HOME
018920         PERFORM 1100-CHECK-BOOK-CURRENCY
018930             THRU 1100-CHECK-BOOK-CURRENCY-EXIT
018940     END-IF.
019000     EXEC SQL
019100         DECLARE BOOKCUR CURSOR FOR
019200         SELECT PRODUCT_ID, DESCRIPTION, PRICE, STATUS,
019300                CATEGORY_CODE
019400         FROM PRODUCTS
019500         WHERE STATUS = 'A'
019510            OR (STATUS IN ('D', 'H')
019520                AND PRODUCT_ID IN
019530                    (SELECT S.PRODUCT_ID
019540                     FROM PRODUCT_SUCCESSOR S
019550                     WHERE S.EFFECTIVE_DATE <= CURRENT DATE))
019600         ORDER BY CATEGORY_CODE, PRODUCT_ID
019700     END-EXEC.
019800     EXEC SQL
020700         THRU 8000-FETCH-PRODUCT-EXIT.
020800 1000-INITIALIZE-EXIT.
020900     EXIT.
020904*
020908 1100-CHECK-BOOK-CURRENCY.
020912     MOVE PBK-CURRENCY-CODE TO WS-BOOK-CURRENCY FX-CURRENCY-CODE.
020916     MOVE SPACES            TO FX-AS-OF-DATE.
020920     MOVE ZERO              TO FX-PRICE FX-TAX-AMOUNT.
020924     CALL 'PRDFXCV' USING WS-CONVERT-PARMS.
020928     IF NOT FX-OK
020932         DISPLAY 'PRDBOOK - NO EXCHANGE RATE ON FILE FOR '
020936             WS-BOOK-CURRENCY ' - RUN ENDED'
020940         CLOSE PRTFILE
020944         MOVE 12 TO RETURN-CODE
020948         STOP RUN
020952     END-IF.
020956     MOVE 'Y'               TO WS-FOREIGN-SW.
020960     MOVE WS-BOOK-CURRENCY  TO HFX-CURRENCY.
020964     MOVE FX-RATE           TO HFX-RATE.
020968     MOVE FX-EFF-DATE       TO HFX-EFF-DATE.
020976     STRING WS-BOOK-CURRENCY ' PRICE' DELIMITED BY SIZE
020980         INTO WS-FX-TITLE.
020984     MOVE WS-FX-TITLE       TO WS-FX-DISPLAY.
020988     MOVE WS-FX-DISPLAY     TO HDG2-FX-TITLE FCOL-FX-TITLE.
020992 1100-CHECK-BOOK-CURRENCY-EXIT.
020996     EXIT.
021000*
021100 2000-PROCESS-PRODUCT.
021110     IF NOT DL-STATUS-ACTIVE
021120         PERFORM 2200-FIND-REPLACEMENT
021130             THRU 2200-FIND-REPLACEMENT-EXIT
021140         IF NOT SC-OK OR NOT SC-FINAL-ACTIVE
021150             PERFORM 8000-FETCH-PRODUCT
021160                 THRU 8000-FETCH-PRODUCT-EXIT
021170             GO TO 2000-PROCESS-PRODUCT-EXIT
021180         END-IF
021190     END-IF.
021300     IF DL-CATEGORY-CODE NOT = WS-PREV-CATEGORY
021400         PERFORM 2500-CATEGORY-BREAK
021500             THRU 2500-CATEGORY-BREAK-EXIT
021600     END-IF.
021610     IF NOT DL-STATUS-ACTIVE
021620         PERFORM 2300-PRINT-REPLACED-LINE
021630             THRU 2300-PRINT-REPLACED-LINE-EXIT
021640         PERFORM 8000-FETCH-PRODUCT
021650             THRU 8000-FETCH-PRODUCT-EXIT
021660         GO TO 2000-PROCESS-PRODUCT-EXIT
021670     END-IF.
021680     ADD 1 TO WS-PRODUCT-COUNT.
021700     ADD 1 TO WS-CAT-COUNT.
021800     PERFORM 2100-GET-BOOK-PRICE
021900         THRU 2100-GET-BOOK-PRICE-EXIT.
022400     MOVE DL-PRODUCT-ID  TO DTL-PRODUCT-ID.
022500     MOVE DL-DESCRIPTION TO DTL-DESCRIPTION.
022600     MOVE WS-BOOK-PRICE  TO DTL-PRICE.
022610     IF WS-FOREIGN-BOOK
022620         MOVE WS-BOOK-PRICE  TO FX-PRICE
022630         MOVE SPACES         TO FX-AS-OF-DATE
022640         PERFORM 2400-CONVERT-PRICE
022650             THRU 2400-CONVERT-PRICE-EXIT
022660         MOVE WS-FX-DISPLAY  TO DTL-FX-PRICE
022670     END-IF.
022700     WRITE PRT-RECORD    FROM WS-DETAIL-LINE
022800         AFTER ADVANCING 1 LINE.
022900     ADD 1 TO WS-LINE-COUNT.
027900     END-IF.
028000 2150-CHECK-PROMO-EVENT-EXIT.
028100     EXIT.
028108*
028116*----------------------------------------------------------*
028124* THE PRODUCT THAT REPLACES ONE NO LONGER SOLD, AS PRDLKUP  *
028132* FINDS IT - THE SUCCESSOR CHAIN AS IT STANDS TODAY, ENDING *
028140* AT THE FIRST ACTIVE PRODUCT.  A CHAIN THAT DOES NOT END   *
028148* ON AN ACTIVE PRODUCT LEAVES THE PRODUCT OUT OF THE BOOK - *
028156* PRDSUCX REPORTS IT.                                       *
028164*----------------------------------------------------------*
028172 2200-FIND-REPLACEMENT.
028180     MOVE DL-PRODUCT-ID TO SC-PRODUCT-ID.
028188     MOVE ZERO          TO SC-FIRST-SUCCESSOR-ID.
028196     MOVE 'E'           TO SC-MODE.
028204     CALL 'PRDSUCC' USING WS-SUCCESSOR-PARMS.
028212 2200-FIND-REPLACEMENT-EXIT.
028220     EXIT.
028228*
028236 2300-PRINT-REPLACED-LINE.
028244     ADD 1 TO WS-REPLACED-COUNT.
028252     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
028260         PERFORM 8100-WRITE-HEADINGS
028268             THRU 8100-WRITE-HEADINGS-EXIT
028276         WRITE PRT-RECORD FROM WS-HEADING-2
028284             AFTER ADVANCING 2 LINES
028292         ADD 2 TO WS-LINE-COUNT
028300     END-IF.
028308     MOVE DL-PRODUCT-ID        TO RPL-PRODUCT-ID.
028316     MOVE DL-DESCRIPTION       TO RPL-DESCRIPTION.
028324     MOVE SC-FINAL-ID          TO RPL-SUCCESSOR-ID.
028332     MOVE SC-FINAL-DESCRIPTION TO RPL-SUCCESSOR-DESC.
028340     WRITE PRT-RECORD FROM WS-REPLACED-LINE
028348         AFTER ADVANCING 1 LINE.
028356     ADD 1 TO WS-LINE-COUNT.
028364 2300-PRINT-REPLACED-LINE-EXIT.
028372     EXIT.
028376*
028380*----------------------------------------------------------*
028384* A BOOK PRICE CONVERTED TO THE CARD'S CURRENCY AT THE RATE *
028388* IN FORCE ON FX-AS-OF-DATE (SPACES FOR TODAY), ROUNDED AND *
028392* EDITED TO THE CURRENCY'S OWN DECIMAL PLACES.              *
028396*----------------------------------------------------------*
028400 2400-CONVERT-PRICE.
028404     MOVE WS-BOOK-CURRENCY TO FX-CURRENCY-CODE.
028408     MOVE ZERO             TO FX-TAX-AMOUNT.
028412     CALL 'PRDFXCV' USING WS-CONVERT-PARMS.
028416     IF NOT FX-OK
028420         MOVE 'NO RATE'    TO WS-FX-DISPLAY
028424         GO TO 2400-CONVERT-PRICE-EXIT
028428     END-IF.
028432     MOVE FX-CONV-PRICE    TO WS-FX-AMOUNT.
028436     EVALUATE FX-DECIMALS
028440         WHEN 0
028444             MOVE WS-FX-AMOUNT TO WS-FX-EDIT-0
028448             MOVE WS-FX-EDIT-0 TO WS-FX-DISPLAY
028452         WHEN 3
028456             MOVE WS-FX-AMOUNT TO WS-FX-EDIT-3
028460             MOVE WS-FX-EDIT-3 TO WS-FX-DISPLAY
028464         WHEN OTHER
028468             MOVE WS-FX-AMOUNT TO WS-FX-EDIT-2
028472             MOVE WS-FX-EDIT-2 TO WS-FX-DISPLAY
028476     END-EVALUATE.
028480 2400-CONVERT-PRICE-EXIT.
028484     EXIT.
028488*
028492 2500-CATEGORY-BREAK.
028496     IF WS-PREV-CATEGORY NOT = LOW-VALUES
028500         PERFORM 2510-WRITE-CATEGORY-TOTALS
028600             THRU 2510-WRITE-CATEGORY-TOTALS-EXIT
028700     END-IF.
033700     EXEC SQL
033800         CLOSE BOOKCUR
033900     END-EXEC.
034000     IF WS-PREV-CATEGORY NOT = LOW-VALUES
034100         PERFORM 2510-WRITE-CATEGORY-TOTALS
034200             THRU 2510-WRITE-CATEGORY-TOTALS-EXIT
034300     END-IF.
038300     MOVE DL-PRODUCT-ID   TO FTL-PRODUCT-ID.
038400     MOVE DL-DESCRIPTION  TO FTL-DESCRIPTION.
038500     MOVE DL-PRICE        TO FTL-PRICE.
038510     IF WS-FOREIGN-BOOK
038520         MOVE DL-PRICE        TO FX-PRICE
038530         MOVE WS-EFF-DATE     TO FX-AS-OF-DATE
038540         PERFORM 2400-CONVERT-PRICE
038550             THRU 2400-CONVERT-PRICE-EXIT
038560         MOVE WS-FX-DISPLAY   TO FTL-FX-PRICE
038570     END-IF.
038600     WRITE PRT-RECORD FROM WS-FUTURE-LINE
038700         AFTER ADVANCING 1 LINE.
038800     ADD 1 TO WS-LINE-COUNT.
040000     MOVE WS-FUTURE-COUNT             TO CNT-VALUE.
040100     WRITE PRT-RECORD FROM WS-COUNT-LINE
040200         AFTER ADVANCING 1 LINE.
040210     MOVE 'REPLACED PRODUCTS LISTED'  TO CNT-TEXT.
040220     MOVE WS-REPLACED-COUNT           TO CNT-VALUE.
040230     WRITE PRT-RECORD FROM WS-COUNT-LINE
040240         AFTER ADVANCING 1 LINE.
040300     CLOSE PRTFILE.
040400     DISPLAY 'PRDBOOK - PRODUCTS IN BOOK: ' WS-PRODUCT-COUNT.
040500     DISPLAY 'PRDBOOK - FUTURE PRICES:    ' WS-FUTURE-COUNT.
040510     DISPLAY 'PRDBOOK - REPLACED PRODUCTS:' WS-REPLACED-COUNT.
040520     IF WS-FOREIGN-BOOK
040530         DISPLAY 'PRDBOOK - CURRENCY:         ' WS-BOOK-CURRENCY
040540     END-IF.
040600 4000-TERMINATE-EXIT.
040700     EXIT.
040800*
043500     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
043600     WRITE PRT-RECORD FROM WS-HEADING-1
043700         AFTER ADVANCING PAGE.
043710     MOVE ZERO TO WS-LINE-COUNT.
043720     IF WS-FOREIGN-BOOK
043730         WRITE PRT-RECORD FROM WS-HEADING-FX
043740             AFTER ADVANCING 1 LINE
043750         ADD 1 TO WS-LINE-COUNT
043760     END-IF.
043900 8100-WRITE-HEADINGS-EXIT.
044000     EXIT.
