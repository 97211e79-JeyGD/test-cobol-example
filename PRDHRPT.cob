001310*  09/01/26   JRH   RECORD THE RUN ON BATCH_RUN_CONTROL     *
001320*                   (VIA PRDRUNC) FOR THE OPERATIONS        *
001330*                   MORNING SUMMARY (PRDOPSM).              *
001340*  10/15/26   JRH   ADD SECTION 4 - EXPORT LOOKUPS QUOTED IN*
001350*                   A FOREIGN CURRENCY, BY CURRENCY, WITH   *
001360*                   THE RATE AND CONVERTED PRICE.           *
001400*----------------------------------------------------------*
001500*
001600*----------------------------------------------------------*
002000* RETURNED, THE TWENTY MOST-LOOKED-UP PRODUCTS, AND A       *
002100* BREAKDOWN BY TERMINAL AND OPERATOR.  THE PRICING DESK     *
002200* USES LOOKUP VOLUME TO PICK PROMOTIONAL PRICING TARGETS.   *
002210* A FOURTH SECTION SETS OUT THE EXPORT ACTIVITY - LOOKUPS   *
002220* QUOTED IN A FOREIGN CURRENCY - APART FROM THE DOLLAR      *
002230* TRADE; SECTIONS 1-3 STILL COUNT EVERY LOOKUP.             *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004600     05  HST-TERMINAL-ID    PIC X(04).
004700     05  HST-OPERATOR-ID    PIC X(03).
004800     05  HST-LOOKUP-COUNT   PIC S9(09) COMP.
004810     05  HST-CURRENCY-CODE  PIC X(03).
004820     05  HST-EXCHANGE-RATE  PIC 9(05)V9(06).
004830     05  HST-FX-PRICE       PIC 9(11)V999.
004900*
005000 01  WS-COUNTERS.
005100     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
005200     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
005300     05  WS-TOP-COUNT       PIC 9(02)  COMP  VALUE ZERO.
005400     05  WS-TOTAL-LOOKUPS   PIC 9(09)  COMP  VALUE ZERO.
005410     05  WS-EXPORT-LOOKUPS  PIC 9(09)  COMP  VALUE ZERO.
005700*
005800 01  WS-CONSTANTS.
005900     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
013100     05  FILLER             PIC X(06)  VALUE SPACES.
013200     05  S3-LOOKUP-COUNT    PIC ZZZ,ZZZ,ZZ9.
013300     05  FILLER             PIC X(102) VALUE SPACES.
013302*
013304 01  WS-SECTION-4-HDG.
013306     05  FILLER             PIC X(01)  VALUE SPACES.
013308     05  FILLER             PIC X(44)  VALUE
013310         'SECTION 4 - EXPORT LOOKUPS BY CURRENCY'.
013312     05  FILLER             PIC X(88)  VALUE SPACES.
013314*
013316 01  WS-SECTION-4-COLS.
013318     05  FILLER             PIC X(01)  VALUE SPACES.
013320     05  FILLER             PIC X(08)  VALUE 'CURRENCY'.
013322     05  FILLER             PIC X(12)  VALUE 'PRODUCT ID'.
013324     05  FILLER             PIC X(12)  VALUE 'USD PRICE'.
013326     05  FILLER             PIC X(15)  VALUE 'EXCH RATE'.
013328     05  FILLER             PIC X(21)  VALUE 'CONVERTED PRICE'.
013330     05  FILLER             PIC X(08)  VALUE 'LOOKUPS'.
013332     05  FILLER             PIC X(56)  VALUE SPACES.
013334*
013336 01  WS-SECTION-4-LINE.
013338     05  FILLER             PIC X(01)  VALUE SPACES.
013340     05  S4-CURRENCY-CODE   PIC X(03).
013342     05  FILLER             PIC X(05)  VALUE SPACES.
013344     05  S4-PRODUCT-ID      PIC 9(05).
013346     05  FILLER             PIC X(07)  VALUE SPACES.
013348     05  S4-PRICE           PIC ZZ,ZZ9.99.
013350     05  FILLER             PIC X(03)  VALUE SPACES.
013352     05  S4-EXCHANGE-RATE   PIC ZZZZ9.999999.
013354     05  FILLER             PIC X(03)  VALUE SPACES.
013356     05  S4-FX-PRICE        PIC ZZ,ZZZ,ZZZ,ZZ9.999.
013358     05  FILLER             PIC X(03)  VALUE SPACES.
013360     05  S4-LOOKUP-COUNT    PIC ZZZ,ZZZ,ZZ9.
013362     05  FILLER             PIC X(53)  VALUE SPACES.
013364*
013366 01  WS-EXPORT-TOTAL-LINE.
013368     05  FILLER             PIC X(01)  VALUE SPACES.
013370     05  FILLER             PIC X(21)  VALUE
013372         'TOTAL EXPORT LOOKUPS '.
013374     05  EXP-LOOKUP-COUNT   PIC ZZZ,ZZZ,ZZ9.
013376     05  FILLER             PIC X(100) VALUE SPACES.
013400*
013500 01  WS-TOTAL-LINE.
013600     05  FILLER             PIC X(01)  VALUE SPACES.
015000         THRU 3000-REPORT-TOP-20-EXIT.
015100     PERFORM 4000-REPORT-BY-TERM-OPER
015200         THRU 4000-REPORT-BY-TERM-OPER-EXIT.
015210     PERFORM 4500-REPORT-EXPORT
015220         THRU 4500-REPORT-EXPORT-EXIT.
015300     PERFORM 5000-TERMINATE
015400         THRU 5000-TERMINATE-EXIT.
015500     STOP RUN.
030900         THRU 8300-FETCH-TERM-OPER-COUNT-EXIT.
031000 4100-PRINT-TERM-OPER-LINE-EXIT.
031100     EXIT.
031101*
031102*----------------------------------------------------------*
031103* SECTION 4 - EXPORT LOOKUPS: THOSE QUOTED IN A FOREIGN     *
031104* CURRENCY, BY CURRENCY AND PRODUCT, WITH THE DOLLAR PRICE, *
031105* THE RATE APPLIED AND THE CONVERTED PRICE QUOTED.  A RATE  *
031106* CHANGE DURING THE DAY SHOWS ONE LINE PER RATE.            *
031107*----------------------------------------------------------*
031108 4500-REPORT-EXPORT.
031109     PERFORM 8100-WRITE-HEADINGS
031110         THRU 8100-WRITE-HEADINGS-EXIT.
031111     WRITE PRT-RECORD FROM WS-SECTION-4-HDG
031112         AFTER ADVANCING 2 LINES.
031113     WRITE PRT-RECORD FROM WS-SECTION-4-COLS
031114         AFTER ADVANCING 2 LINES.
031115     ADD 4 TO WS-LINE-COUNT.
031116     EXEC SQL
031117         DECLARE HISTXCUR CURSOR FOR
031118         SELECT CURRENCY_CODE, PRODUCT_ID, PRICE,
031119                EXCHANGE_RATE, FX_PRICE, COUNT(*)
031120         FROM PRODUCT_PRICE_HIST
031121         WHERE DATE(LOOKUP_TIMESTAMP) = CURRENT DATE - 1 DAY
031122           AND CURRENCY_CODE <> ' '
031123         GROUP BY CURRENCY_CODE, PRODUCT_ID, PRICE,
031124                  EXCHANGE_RATE, FX_PRICE
031125         ORDER BY CURRENCY_CODE, PRODUCT_ID, PRICE,
031126                  EXCHANGE_RATE
031127     END-EXEC.
031128     EXEC SQL OPEN HISTXCUR END-EXEC.
031129     MOVE 'N' TO WS-EOF-SW.
031130     PERFORM 8400-FETCH-EXPORT-COUNT
031131         THRU 8400-FETCH-EXPORT-COUNT-EXIT.
031132     PERFORM 4600-PRINT-EXPORT-LINE
031133         THRU 4600-PRINT-EXPORT-LINE-EXIT
031134         UNTIL WS-EOF.
031135     EXEC SQL CLOSE HISTXCUR END-EXEC.
031136     MOVE WS-EXPORT-LOOKUPS TO EXP-LOOKUP-COUNT.
031137     WRITE PRT-RECORD FROM WS-EXPORT-TOTAL-LINE
031138         AFTER ADVANCING 2 LINES.
031139     ADD 2 TO WS-LINE-COUNT.
031140 4500-REPORT-EXPORT-EXIT.
031141     EXIT.
031142*
031143 4600-PRINT-EXPORT-LINE.
031144     ADD HST-LOOKUP-COUNT TO WS-EXPORT-LOOKUPS.
031145     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
031146         PERFORM 8100-WRITE-HEADINGS
031147             THRU 8100-WRITE-HEADINGS-EXIT
031148         WRITE PRT-RECORD FROM WS-SECTION-4-COLS
031149             AFTER ADVANCING 2 LINES
031150         ADD 2 TO WS-LINE-COUNT
031151     END-IF.
031152     MOVE HST-CURRENCY-CODE TO S4-CURRENCY-CODE.
031153     MOVE HST-PRODUCT-ID    TO S4-PRODUCT-ID.
031154     MOVE HST-PRICE         TO S4-PRICE.
031155     MOVE HST-EXCHANGE-RATE TO S4-EXCHANGE-RATE.
031156     MOVE HST-FX-PRICE      TO S4-FX-PRICE.
031157     MOVE HST-LOOKUP-COUNT  TO S4-LOOKUP-COUNT.
031158     WRITE PRT-RECORD FROM WS-SECTION-4-LINE
031159         AFTER ADVANCING 1 LINE.
031160     ADD 1 TO WS-LINE-COUNT.
031161     PERFORM 8400-FETCH-EXPORT-COUNT
031162         THRU 8400-FETCH-EXPORT-COUNT-EXIT.
031163 4600-PRINT-EXPORT-LINE-EXIT.
031164     EXIT.
031200*
031300 5000-TERMINATE.
031400     MOVE WS-TOTAL-LOOKUPS TO TOT-LOOKUP-COUNT.
036000     END-IF.
036100 8300-FETCH-TERM-OPER-COUNT-EXIT.
036200     EXIT.
036210*
036220 8400-FETCH-EXPORT-COUNT.
036230     EXEC SQL
036240         FETCH HISTXCUR
036250         INTO :HST-CURRENCY-CODE, :HST-PRODUCT-ID, :HST-PRICE,
036260              :HST-EXCHANGE-RATE, :HST-FX-PRICE,
036270              :HST-LOOKUP-COUNT
036280     END-EXEC.
036290     IF SQLCODE = 100
036300         MOVE 'Y' TO WS-EOF-SW
036310     END-IF.
036320 8400-FETCH-EXPORT-COUNT-EXIT.
036330     EXIT.
