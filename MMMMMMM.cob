000370*    COMMAREA WITH CA-MAP-PHASE AT SPACE GETS THE ORIGINAL
000380*    COMMAREA-ONLY SERVICE BEHAVIOUR AND NO SCREEN I/O.
000390*    EVERY SUCCESSFUL LOOKUP IS LOGGED TO PRODUCT_PRICE_HIST
000392*    WITH THE TERMINAL AND OPERATOR.  A CUSTOMER NUMBER
000394*    KEYED ON THE SCREEN (OR SUPPLIED IN CA-CUSTOMER-NO)
000396*    QUOTES THAT CUSTOMER'S CONTRACT PRICE WHERE PRDLKUP
000406*    APPLIES IT, AND THE MESSAGE LINE SAYS SO.  A PRODUCT
000416*    DISCONTINUED OR ON HOLD SHOWS THE PRODUCT THAT REPLACES
000426*    IT (PRODUCT_SUCCESSOR, VIA PRDLKUP) WITH ITS PRICE, ON
000436*    SCREEN AND IN THE CA-SUCCESSOR- COMMAREA FIELDS.
000437*    A CURRENCY CODE KEYED ON THE SCREEN (OR SUPPLIED IN
000438*    CA-CURRENCY-CODE) QUOTES THE PRICE AND TAX CONVERTED AT
000439*    TODAY'S EXCHANGE_RATE AS WELL, WITH THE RATE AND ITS
000440*    EFFECTIVE DATE, AND THE LOOKUP IS LOGGED WITH THE
000441*    CURRENCY, RATE AND CONVERTED PRICE.
000446 ENVIRONMENT DIVISION.
000500 DATA DIVISION.
000600 WORKING-STORAGE SECTION.
000700     COPY MYCOPY013.
000800     EXEC SQL INCLUDE SQLCA END-EXEC.
000850     COPY MYCOPY031.
000852*
000854*    THE CURRENCY ASKED FOR AND THE CONVERTED QUOTE PRDLKUP
000856*    RETURNED FOR IT - ZERO WHEN THE QUOTE IS IN DOLLARS.
000858 01  WS-FX-DATA.
000860     05  WS-CURRENCY-CODE   PIC X(03).
000862     05  WS-LOG-CURRENCY    PIC X(03).
000864     05  WS-FX-RATE         PIC 9(05)V9(06).
000866     05  WS-FX-EFF-DATE     PIC X(10).
000868     05  WS-FX-DECIMALS     PIC 9(01).
000870     05  WS-FX-PRICE        PIC 9(11)V999.
000872     05  WS-FX-TAX-AMOUNT   PIC 9(11)V999.
000874     05  WS-FX-PRICE-WITH-TAX
000876                            PIC 9(11)V999.
000878*
000880*    A CONVERTED AMOUNT EDITED TO THE CURRENCY'S OWN DECIMAL
000882*    PLACES AND RIGHT-ALIGNED IN THE 18-BYTE SCREEN FIELD.
000884 01  WS-FX-FORMAT.
000886     05  WS-FX-AMOUNT       PIC 9(11)V999.
000888     05  WS-FX-EDIT-0       PIC ZZ,ZZZ,ZZZ,ZZ9.
000890     05  WS-FX-EDIT-2       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000892     05  WS-FX-EDIT-3       PIC ZZ,ZZZ,ZZZ,ZZ9.999.
000894     05  WS-FX-DISPLAY      PIC X(18) JUSTIFIED RIGHT.
000900*
001000 01  WS-DATA.
001100     05  WS-PRODUCT-ID  PIC 9(5).
001374     05  WS-TAX-AMOUNT  PIC 9(05)V99.
001376     05  WS-PRICE-WITH-TAX
001378                        PIC 9(06)V99.
001379     05  WS-CUSTOMER-NO PIC X(08).
001380     05  WS-SUCCESSOR-ID PIC 9(05).
001381     05  WS-SUCCESSOR-DESC
001382                        PIC X(40).
001383     05  WS-SUCCESSOR-PRICE
001384                        PIC 9(05)V99.
001385     05  WS-SUCCESSOR-STATUS
001386                        PIC X(01).
001387*
001388*    MESSAGE-LINE TEXT NAMING THE QUANTITY-BREAK TIER THAT
001389*    REPRICED THE QUOTE.
001390 01  WS-TIER-MSG.
001391     05  FILLER             PIC X(15) VALUE 'QTY BREAK TIER '.
001392     05  WS-TIER-MSG-QTY    PIC ZZZZ9.
001393     05  FILLER             PIC X(14) VALUE ' PRICE APPLIED'.
001394     05  FILLER             PIC X(06) VALUE SPACES.
001400*
001405 01  WS-AUDIT-DATA.
001416     88  WS-LOOKUP-OK               VALUE '0'.
001417     88  WS-LOOKUP-DISCONTINUED     VALUE '3'.
001418*
001419 01  WS-CONTRACT-SW         PIC X(01).
001420     88  WS-CONTRACT-APPLIED        VALUE 'Y'.
001421     88  WS-CONTRACT-UNDERCUT       VALUE 'L'.
001422*
001423 01  WS-RESP                PIC S9(8) COMP.
001424*
001425*    FIRST-TIME COMMAREA - ON THE INITIAL TERMINAL ENTRY
001426*    EIBCALEN IS ZERO AND DFHCOMMAREA IS NOT ADDRESSABLE, SO
001427*    THE COMMAREA RETURNED WITH THE FRESH MAP IS BUILT HERE.
001428 01  WS-COMMAREA.
001429     COPY MYCOPY014 REPLACING LEADING ==CA-== BY ==WCA-==.
001430*
001431 LINKAGE SECTION.
001432 01  DFHCOMMAREA.
001433     COPY MYCOPY014.
001440*
001500 PROCEDURE DIVISION.
001510     PERFORM INIT
002300 INIT.
002400     MOVE ZEROS TO WS-PRODUCT-ID WS-PRICE WS-BREAK-QTY
002410                   WS-TAX-AMOUNT WS-PRICE-WITH-TAX.
002413     MOVE ZEROS TO WS-SUCCESSOR-ID WS-SUCCESSOR-PRICE.
002416     MOVE SPACES TO WS-SUCCESSOR-DESC WS-SUCCESSOR-STATUS.
002420     MOVE 1 TO WS-QUANTITY.
002430     MOVE SPACES TO WS-DESCRIPTION WS-PRICE-LIST-CODE
002440                    WS-CUSTOMER-NO.
002450     MOVE 'N' TO WS-CONTRACT-SW.
002452     MOVE SPACES TO WS-CURRENCY-CODE WS-FX-EFF-DATE.
002454     MOVE ZEROS TO WS-FX-RATE WS-FX-DECIMALS WS-FX-PRICE
002456                   WS-FX-TAX-AMOUNT WS-FX-PRICE-WITH-TAX.
002460     MOVE LOW-VALUES TO PRDINQO.
002500*
002510*    FIRST TIME IN FROM A TERMINAL - PUT UP THE EMPTY
002946             IF QTYL > ZERO AND QTYI NUMERIC
002948                 MOVE QTYI TO WS-QUANTITY
002949             END-IF
002951             IF CUSTL > ZERO
002953                 MOVE CUSTI TO WS-CUSTOMER-NO
002955             END-IF
002956             IF CURRL > ZERO
002957                 MOVE CURRI TO WS-CURRENCY-CODE
002958             END-IF
002959             MOVE '0'     TO WS-LOOKUP-STATUS
002960         ELSE
002970             MOVE '9' TO WS-LOOKUP-STATUS
002980             MOVE LOW-VALUES TO PRDINQO
003040     MOVE WS-PRODUCT-ID      TO LS-PRODUCT-ID.
003050     MOVE WS-PRICE-LIST-CODE TO LS-PRICE-LIST-CODE.
003055     MOVE WS-QUANTITY        TO LS-QUANTITY.
003057     MOVE WS-CUSTOMER-NO     TO LS-CUSTOMER-NO.
003058     MOVE WS-CURRENCY-CODE   TO LS-CURRENCY-CODE.
003060     CALL 'PRDLKUP' USING WS-LOOKUP-PARMS.
003070     MOVE LS-PRODUCT-ID  TO WS-PRODUCT-ID.
003080     MOVE LS-DESCRIPTION TO WS-DESCRIPTION.
003097     MOVE LS-TAX-AMOUNT  TO WS-TAX-AMOUNT.
003098     MOVE LS-PRICE-WITH-TAX TO WS-PRICE-WITH-TAX.
003100     MOVE LS-RETURN-CODE TO WS-LOOKUP-STATUS.
003101*    NO RATE FOR THE CURRENCY STILL LEAVES A GOOD DOLLAR
003102*    QUOTE - IT IS SHOWN, AND LOGGED, AS ONE.
003103     IF LS-NO-EXCHANGE-RATE
003104         MOVE '0' TO WS-LOOKUP-STATUS
003105     END-IF.
003110     MOVE LS-STATUS      TO CA-STATUS.
003115     MOVE LS-CONTRACT-SW TO WS-CONTRACT-SW.
003116     MOVE LS-SUCCESSOR-ID TO WS-SUCCESSOR-ID.
003117     MOVE LS-SUCCESSOR-DESCRIPTION TO WS-SUCCESSOR-DESC.
003118     MOVE LS-SUCCESSOR-PRICE TO WS-SUCCESSOR-PRICE.
003119     MOVE LS-SUCCESSOR-STATUS TO WS-SUCCESSOR-STATUS.
003120     MOVE LS-FX-RATE     TO WS-FX-RATE.
003121     MOVE LS-FX-EFF-DATE TO WS-FX-EFF-DATE.
003122     MOVE LS-FX-DECIMALS TO WS-FX-DECIMALS.
003123     MOVE LS-FX-PRICE    TO WS-FX-PRICE.
003124     MOVE LS-FX-TAX-AMOUNT TO WS-FX-TAX-AMOUNT.
003125     MOVE LS-FX-PRICE-WITH-TAX TO WS-FX-PRICE-WITH-TAX.
003126*
003130*    FILL THE MAP OUTPUT FIELDS AND THE COMMAREA FROM THE
003140*    LOOKUP RESULT.  THE CONDITIONS THE SERVICE PATH REPORTS
003150*    IN CA-RETURN-CODE GO TO THE OPERATOR ON THE MESSAGE
003180     MOVE LOW-VALUES TO PRDINQO.
003190     MOVE WS-PRODUCT-ID TO PRODIDO.
003195     MOVE WS-QUANTITY   TO QTYO.
003197     MOVE WS-CUSTOMER-NO TO CUSTO.
003198     PERFORM BUILD-FX-RESULT.
003200     EVALUATE TRUE
003210         WHEN WS-LOOKUP-OK
003220             MOVE WS-DESCRIPTION TO DESCO CA-DESCRIPTION
003248             MOVE WS-TAX-CATEGORY TO CA-TAX-CATEGORY
003249             MOVE WS-TAX-AMOUNT  TO CA-TAX-AMOUNT
003250             MOVE WS-PRICE-WITH-TAX TO CA-PRICE-WITH-TAX
003252             MOVE WS-CONTRACT-SW TO CA-CONTRACT-SW
003254             EVALUATE TRUE
003260                 WHEN LS-STATUS-HOLD
003270                     MOVE 'HOLD'         TO STATO
003280                 WHEN OTHER
003290                     MOVE 'ACTIVE'       TO STATO
003300             END-EVALUATE
003301*            THE MESSAGE LINE NAMES THE CONTRACT OR THE TIER
003302*            THAT REPRICED THE QUOTE SO THE OPERATOR CAN SEE
003303*            WHICH RULE APPLIED.
003304             EVALUATE TRUE
003305                 WHEN WS-CONTRACT-APPLIED
003306                     MOVE 'CONTRACT PRICE APPLIED' TO MSGO
003307                 WHEN WS-BREAK-QTY > ZERO
003308                     MOVE WS-BREAK-QTY TO WS-TIER-MSG-QTY
003309                     MOVE WS-TIER-MSG  TO MSGO
003310                 WHEN WS-CONTRACT-UNDERCUT
003311                     MOVE 'ON CONTRACT - LOWER PRICE APPLIED'
003312                         TO MSGO
003313                 WHEN WS-SUCCESSOR-ID > ZERO
003314                     MOVE 'ON HOLD - SEE REPLACEMENT PRODUCT'
003315                         TO MSGO
003316                 WHEN OTHER
003317                     MOVE SPACES TO MSGO
003318             END-EVALUATE
003320             MOVE '0'    TO CA-RETURN-CODE
003322             IF LS-NO-EXCHANGE-RATE
003324                 MOVE 'NO EXCHANGE RATE FOR CURRENCY' TO MSGO
003326                 MOVE '8'    TO CA-RETURN-CODE
003328             END-IF
003330         WHEN WS-LOOKUP-DISCONTINUED
003340             MOVE SPACES TO CA-DESCRIPTION
003350             MOVE ZERO   TO CA-PRICE
003355             MOVE ZERO   TO CA-BREAK-QTY
003356             MOVE ZERO   TO CA-TAX-AMOUNT CA-PRICE-WITH-TAX
003357             MOVE SPACES TO CA-TAX-CATEGORY
003358             MOVE 'N'    TO CA-CONTRACT-SW
003360             MOVE 'DISCONTINUED' TO STATO
003362             IF WS-SUCCESSOR-ID > ZERO
003364                 MOVE 'NO LONGER AVAILABLE - SEE REPLACEMENT'
003366                     TO MSGO
003368             ELSE
003370                 MOVE 'PRODUCT NO LONGER AVAILABLE' TO MSGO
003372             END-IF
003380             MOVE '3'    TO CA-RETURN-CODE
003390         WHEN OTHER
003400             MOVE SPACES TO CA-DESCRIPTION
003415             MOVE ZERO   TO CA-BREAK-QTY
003416             MOVE ZERO   TO CA-TAX-AMOUNT CA-PRICE-WITH-TAX
003417             MOVE SPACES TO CA-TAX-CATEGORY
003418             MOVE 'N'    TO CA-CONTRACT-SW
003420             MOVE 'PRODUCT NOT FOUND' TO MSGO
003430             MOVE '1'    TO CA-RETURN-CODE
003440     END-EVALUATE.
003441     PERFORM SET-SUCCESSOR-RESULT.
003442     IF WS-SUCCESSOR-ID > ZERO
003443         MOVE WS-SUCCESSOR-ID    TO SUCCIDO
003444         MOVE WS-SUCCESSOR-DESC  TO SUCCDSCO
003445         MOVE WS-SUCCESSOR-PRICE TO SUCCPRCO
003446     END-IF.
003447*
003448*    THE REPLACEMENT PRODUCT PRDLKUP FOUND FOR A DISCONTINUED
003449*    OR HELD PRODUCT GOES BACK IN THE COMMAREA WHATEVER THE
003450*    RETURN CODE - ZERO AND SPACES WHEN THERE IS NONE.
003451 SET-SUCCESSOR-RESULT.
003452     MOVE WS-SUCCESSOR-ID     TO CA-SUCCESSOR-ID.
003453     MOVE WS-SUCCESSOR-DESC   TO CA-SUCCESSOR-DESCRIPTION.
003454     MOVE WS-SUCCESSOR-PRICE  TO CA-SUCCESSOR-PRICE.
003455     MOVE WS-SUCCESSOR-STATUS TO CA-SUCCESSOR-STATUS.
003456*
003460 SEND-INQUIRY-MAP.
003470     EXEC CICS SEND
003480         MAP('PRDINQ')
003756     ELSE
003758         MOVE 1           TO WS-QUANTITY
003759     END-IF.
003761     IF CA-CUSTOMER-NO NOT = LOW-VALUES
003763         MOVE CA-CUSTOMER-NO TO WS-CUSTOMER-NO
003765     END-IF.
003766     IF CA-CURRENCY-CODE NOT = LOW-VALUES
003767         MOVE CA-CURRENCY-CODE TO WS-CURRENCY-CODE
003768     END-IF.
003769     PERFORM QUERY-PRODUCT.
003770     IF WS-LOOKUP-OK
003780         PERFORM LOG-PRICE-HISTORY
003790         MOVE WS-DESCRIPTION TO CA-DESCRIPTION
003806         MOVE WS-TAX-CATEGORY TO CA-TAX-CATEGORY
003807         MOVE WS-TAX-AMOUNT  TO CA-TAX-AMOUNT
003808         MOVE WS-PRICE-WITH-TAX TO CA-PRICE-WITH-TAX
003809         MOVE WS-CONTRACT-SW TO CA-CONTRACT-SW
003810         MOVE '0'            TO CA-RETURN-CODE
003812         IF LS-NO-EXCHANGE-RATE
003814             MOVE '8'        TO CA-RETURN-CODE
003816         END-IF
003820     ELSE
003830         MOVE SPACES TO CA-DESCRIPTION
003840         MOVE ZERO   TO CA-PRICE
003845         MOVE ZERO   TO CA-BREAK-QTY
003846         MOVE ZERO   TO CA-TAX-AMOUNT CA-PRICE-WITH-TAX
003847         MOVE SPACES TO CA-TAX-CATEGORY
003848         MOVE 'N'    TO CA-CONTRACT-SW
003850         MOVE WS-LOOKUP-STATUS TO CA-RETURN-CODE
003860     END-IF.
003865     PERFORM SET-SUCCESSOR-RESULT.
003867     PERFORM SET-FX-RESULT.
003870     PERFORM EXIT-ROUTINE.
003880*
003890*    THE CURRENCY ASKED FOR IS ECHOED, AND A CONVERTED QUOTE
003900*    GOES ON THE SCREEN UNDER THE DOLLAR FIGURES, EACH AMOUNT
003910*    TO THE CURRENCY'S OWN DECIMAL PLACES.
003920 BUILD-FX-RESULT.
003930     MOVE WS-CURRENCY-CODE TO CURRO.
003940     PERFORM SET-FX-RESULT.
003950     IF WS-FX-RATE > ZERO
003960         MOVE WS-FX-RATE     TO FXRATEO
003970         MOVE WS-FX-EFF-DATE TO FXEFFO
003980         MOVE WS-FX-PRICE    TO WS-FX-AMOUNT
003990         PERFORM FORMAT-FX-AMOUNT
004000         MOVE WS-FX-DISPLAY  TO FXPRCO
004010         MOVE WS-FX-TAX-AMOUNT TO WS-FX-AMOUNT
004020         PERFORM FORMAT-FX-AMOUNT
004030         MOVE WS-FX-DISPLAY  TO FXTAXO
004040         MOVE WS-FX-PRICE-WITH-TAX TO WS-FX-AMOUNT
004050         PERFORM FORMAT-FX-AMOUNT
004060         MOVE WS-FX-DISPLAY  TO FXTOTO
004070     END-IF.
004080*
004090*    THE CONVERTED QUOTE GOES BACK IN THE COMMAREA WHATEVER
004100*    THE RETURN CODE - ZERO WHEN NONE WAS ASKED FOR OR NO
004110*    RATE WAS ON FILE.
004120 SET-FX-RESULT.
004130     MOVE WS-FX-RATE           TO CA-FX-RATE.
004140     MOVE WS-FX-EFF-DATE       TO CA-FX-EFF-DATE.
004150     MOVE WS-FX-DECIMALS       TO CA-FX-DECIMALS.
004160     MOVE WS-FX-PRICE          TO CA-FX-PRICE.
004170     MOVE WS-FX-TAX-AMOUNT     TO CA-FX-TAX-AMOUNT.
004180     MOVE WS-FX-PRICE-WITH-TAX TO CA-FX-PRICE-WITH-TAX.
004190*
004200 FORMAT-FX-AMOUNT.
004210     EVALUATE WS-FX-DECIMALS
004220         WHEN 0
004230             MOVE WS-FX-AMOUNT TO WS-FX-EDIT-0
004240             MOVE WS-FX-EDIT-0 TO WS-FX-DISPLAY
004250         WHEN 3
004260             MOVE WS-FX-AMOUNT TO WS-FX-EDIT-3
004270             MOVE WS-FX-EDIT-3 TO WS-FX-DISPLAY
004280         WHEN OTHER
004290             MOVE WS-FX-AMOUNT TO WS-FX-EDIT-2
004300             MOVE WS-FX-EDIT-2 TO WS-FX-DISPLAY
004310     END-EVALUATE.
004630*
004640 LOG-PRICE-HISTORY.
004650     MOVE EIBTRMID TO WS-TERMID.
004655     MOVE EIBOPID  TO WS-OPID.
004656*    A DOLLAR LOOKUP IS LOGGED WITH A BLANK CURRENCY AND A
004657*    ZERO RATE, AS ALL LOOKUPS WERE BEFORE EXPORT PRICING.
004658     IF WS-FX-RATE > ZERO
004659         MOVE WS-CURRENCY-CODE TO WS-LOG-CURRENCY
004660     ELSE
004661         MOVE SPACES           TO WS-LOG-CURRENCY
004662     END-IF.
004663     EXEC SQL
004665         INSERT INTO PRODUCT_PRICE_HIST
004670             (PRODUCT_ID, PRICE, PRICE_LIST_CODE,
004673              LOOKUP_TIMESTAMP, TERMINAL_ID, OPERATOR_ID,
004676              CURRENCY_CODE, EXCHANGE_RATE, FX_PRICE)
004680         VALUES
004685             (:WS-PRODUCT-ID, :WS-PRICE, :WS-PRICE-LIST-CODE,
004688              CURRENT TIMESTAMP, :WS-TERMID, :WS-OPID,
004691              :WS-LOG-CURRENCY, :WS-FX-RATE, :WS-FX-PRICE)
004695     END-EXEC.
004700*
004800 EXIT-ROUTINE.
