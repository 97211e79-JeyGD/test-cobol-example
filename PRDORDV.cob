000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDORDV.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - NIGHTLY CHECK OF THE  *
001300*                   WEB SITE'S ORDER LINES AGAINST THE      *
001400*                   PRICE IN FORCE AT THE ORDER MOMENT      *
001500*                   (VIA PRDASOF), WITH CHECKPOINT/RESTART. *
001600*----------------------------------------------------------*
001700*
001800*----------------------------------------------------------*
001900* READS THE WEB SITE'S ORDER-LINE FILE (MYCOPY059) AND, FOR *
002000* EACH LINE, ASKS PRDASOF WHAT THE SYSTEM WOULD HAVE QUOTED *
002100* AT THE ORDER TIMESTAMP - THE PRICE, PRICE-LIST ROW,       *
002200* PROMOTION, QUANTITY TIER AND TAX RATE THEN IN FORCE.  A   *
002300* LINE NOT CHARGED THAT UNIT PRICE AND TAX IS WRITTEN TO    *
002400* EXCPFILE (MYCOPY060) WITH ITS CAUSE AND THE REFUND OR     *
002500* REBILL DUE, FOR THE SITE TO PICK UP.  THE REPORT LISTS    *
002600* THE LINES THAT COULD NOT BE CHECKED AND SUMMARIZES THE    *
002700* EXCEPTIONS BY CAUSE.  READ-ONLY AGAINST DB2, BUT THE FILE *
002800* IS LARGE AFTER A SALE WEEKEND, SO THE PRDLOAD             *
002900* CHECKPOINT/RESTART PATTERN APPLIES - EVERY                *
003000* WS-CHECKPOINT-INTERVAL LINES THE COUNT IS CHECKPOINTED,   *
003100* AND A RESTART RUN (CTLFILE CARD Y) SKIPS THE LINES        *
003200* ALREADY CHECKED.  THE REPORT OF A RESTART RUN COVERS THE  *
003300* LINES IT CHECKED ITSELF.                                  *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ORDERIN  ASSIGN TO ORDERIN
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT CTLFILE  ASSIGN TO CTLFILE
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT CHKPTFILE ASSIGN TO CHKPTFILE
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT EXCPFILE ASSIGN TO EXCPFILE
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT PRTFILE  ASSIGN TO PRTFILE
005000         ORGANIZATION IS SEQUENTIAL.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ORDERIN
005500     RECORDING MODE IS F.
005600 01  ORD-RECORD.
005700     COPY MYCOPY059.
005800*
005900 FD  CTLFILE
006000     RECORDING MODE IS F.
006100 01  CTL-RECORD.
006200     COPY MYCOPY019.
006300*
006400 FD  CHKPTFILE
006500     RECORDING MODE IS F.
006600 01  CKPT-RECORD.
006700     COPY MYCOPY018.
006800*
006900 FD  EXCPFILE
007000     RECORDING MODE IS F.
007100 01  OEX-RECORD.
007200     COPY MYCOPY060.
007300*
007400 FD  PRTFILE
007500     RECORDING MODE IS F.
007600 01  PRT-RECORD             PIC X(133).
007700*
007800 WORKING-STORAGE SECTION.
007900     COPY MYCOPY013.
008000     EXEC SQL INCLUDE SQLCA END-EXEC.
008100*
008200 01  WS-ASOF-PARMS.
008300     COPY MYCOPY049.
008400*
008500 01  WS-RUN-PARMS.
008600     COPY MYCOPY043.
008700*
008800 01  WS-SWITCHES.
008900     05  WS-CKPT-EOF-SW     PIC X(01)  VALUE 'N'.
009000         88  WS-CKPT-EOF                VALUE 'Y'.
009100     05  WS-VERIFIED-SW     PIC X(01)  VALUE 'Y'.
009200         88  WS-LINE-VERIFIED           VALUE 'Y'.
009300     05  WS-REPORT-PHASE    PIC X(01)  VALUE 'D'.
009400         88  WS-DETAIL-PHASE            VALUE 'D'.
009500         88  WS-SUMMARY-PHASE           VALUE 'S'.
009600*
009700 01  WS-COUNTERS.
009800     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
009900     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
010000     05  WS-RECORDS-PROCESSED
010100                            PIC 9(09)  COMP  VALUE ZERO.
010200     05  WS-LAST-CHECKPOINT PIC 9(09)  COMP  VALUE ZERO.
010300     05  WS-SKIP-COUNT      PIC 9(09)  COMP  VALUE ZERO.
010400     05  WS-SKIP-INDEX      PIC 9(09)  COMP  VALUE ZERO.
010500     05  WS-CHECK-QUOTIENT  PIC 9(09)  COMP  VALUE ZERO.
010600     05  WS-CHECK-REMAINDER PIC 9(09)  COMP  VALUE ZERO.
010700     05  WS-READ-COUNT      PIC 9(09)  COMP  VALUE ZERO.
010800     05  WS-MATCH-COUNT     PIC 9(09)  COMP  VALUE ZERO.
010900     05  WS-UNVERIFIED-COUNT
011000                            PIC 9(09)  COMP  VALUE ZERO.
011100     05  WS-EXCEPTION-COUNT PIC 9(09)  COMP  VALUE ZERO.
011200*
011300*    ONE COUNT PER CAUSE, WITH THE REFUNDS AND REBILLS IT
011400*    ACCOUNTS FOR - OR, FOR A PRODUCT THAT COULD NOT BE
011500*    SOLD, THE LINE TOTALS UNDER REVIEW.
011600 01  WS-CAUSE-TOTALS.
011700     05  WS-PRICE-CHG-COUNT PIC 9(09)  COMP  VALUE ZERO.
011800     05  WS-PRICE-CHG-REFUND
011900                            PIC 9(11)V99     VALUE ZERO.
012000     05  WS-PRICE-CHG-REBILL
012100                            PIC 9(11)V99     VALUE ZERO.
012200     05  WS-PROMO-EXP-COUNT PIC 9(09)  COMP  VALUE ZERO.
012300     05  WS-PROMO-EXP-REFUND
012400                            PIC 9(11)V99     VALUE ZERO.
012500     05  WS-PROMO-EXP-REBILL
012600                            PIC 9(11)V99     VALUE ZERO.
012700     05  WS-WRONG-TIER-COUNT
012800                            PIC 9(09)  COMP  VALUE ZERO.
012900     05  WS-WRONG-TIER-REFUND
013000                            PIC 9(11)V99     VALUE ZERO.
013100     05  WS-WRONG-TIER-REBILL
013200                            PIC 9(11)V99     VALUE ZERO.
013300     05  WS-TAX-DIFF-COUNT  PIC 9(09)  COMP  VALUE ZERO.
013400     05  WS-TAX-DIFF-REFUND PIC 9(11)V99     VALUE ZERO.
013500     05  WS-TAX-DIFF-REBILL PIC 9(11)V99     VALUE ZERO.
013600     05  WS-UNKNOWN-COUNT   PIC 9(09)  COMP  VALUE ZERO.
013700     05  WS-UNKNOWN-REVIEW  PIC 9(11)V99     VALUE ZERO.
013800     05  WS-DISCONT-COUNT   PIC 9(09)  COMP  VALUE ZERO.
013900     05  WS-DISCONT-REVIEW  PIC 9(11)V99     VALUE ZERO.
014000     05  WS-REFUND-TOTAL    PIC 9(11)V99     VALUE ZERO.
014100     05  WS-REBILL-TOTAL    PIC 9(11)V99     VALUE ZERO.
014200     05  WS-REVIEW-TOTAL    PIC 9(11)V99     VALUE ZERO.
014300*
014400 01  WS-AMOUNTS.
014500     05  WS-EXTEND-QTY      PIC 9(05)        VALUE ZERO.
014600     05  WS-CHARGED-TOTAL   PIC S9(11)V99    VALUE ZERO.
014700     05  WS-CORRECT-TOTAL   PIC S9(11)V99    VALUE ZERO.
014800     05  WS-LINE-VARIANCE   PIC S9(11)V99    VALUE ZERO.
014900*
015000 01  WS-CONSTANTS.
015100     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
015200     05  WS-SUMMARY-LINES   PIC 9(02)  COMP  VALUE 35.
015300     05  WS-CHECKPOINT-INTERVAL
015400                            PIC 9(09)  COMP  VALUE 1000.
015500*
015600 01  WS-HEADING-1.
015700     05  FILLER             PIC X(01)  VALUE '1'.
015800     05  FILLER             PIC X(30)  VALUE
015900         'ORDER PRICE VERIFICATION'.
016000     05  FILLER             PIC X(05)  VALUE 'PAGE '.
016100     05  HDG1-PAGE-NO       PIC ZZZ9.
016200     05  FILLER             PIC X(93)  VALUE SPACES.
016300*
016400 01  WS-HEADING-2.
016500     05  FILLER             PIC X(01)  VALUE SPACES.
016600     05  FILLER             PIC X(14)  VALUE 'ORDER'.
016700     05  FILLER             PIC X(05)  VALUE 'LINE'.
016800     05  FILLER             PIC X(07)  VALUE 'PRODUCT'.
016900     05  FILLER             PIC X(21)  VALUE 'ORDERED AT'.
017000     05  FILLER             PIC X(06)  VALUE 'LIST'.
017100     05  FILLER             PIC X(07)  VALUE '  QTY'.
017200     05  FILLER             PIC X(40)  VALUE
017300         'NOT CHECKED BECAUSE'.
017400     05  FILLER             PIC X(32)  VALUE SPACES.
017500*
017600 01  WS-DETAIL-LINE.
017700     05  FILLER             PIC X(01)  VALUE SPACES.
017800     05  DTL-ORDER-NO       PIC X(12).
017900     05  FILLER             PIC X(02)  VALUE SPACES.
018000     05  DTL-LINE-NO        PIC X(03).
018100     05  FILLER             PIC X(02)  VALUE SPACES.
018200     05  DTL-PRODUCT-ID     PIC X(05).
018300     05  FILLER             PIC X(02)  VALUE SPACES.
018400     05  DTL-ORDER-TS       PIC X(19).
018500     05  FILLER             PIC X(02)  VALUE SPACES.
018600     05  DTL-LIST-CODE      PIC X(04).
018700     05  FILLER             PIC X(02)  VALUE SPACES.
018800     05  DTL-QUANTITY       PIC X(05).
018900     05  FILLER             PIC X(02)  VALUE SPACES.
019000     05  DTL-REASON         PIC X(40).
019100     05  FILLER             PIC X(32)  VALUE SPACES.
019200*
019300 01  WS-CAUSE-HEADING.
019400     05  FILLER             PIC X(01)  VALUE SPACES.
019500     05  FILLER             PIC X(34)  VALUE
019600         'EXCEPTIONS BY CAUSE'.
019700     05  FILLER             PIC X(11)  VALUE '      LINES'.
019800     05  FILLER             PIC X(16)  VALUE
019900         '       TO REFUND'.
020000     05  FILLER             PIC X(16)  VALUE
020100         '       TO REBILL'.
020200     05  FILLER             PIC X(16)  VALUE
020300         '    UNDER REVIEW'.
020400     05  FILLER             PIC X(39)  VALUE SPACES.
020500*
020600 01  WS-CAUSE-LINE.
020700     05  FILLER             PIC X(01)  VALUE SPACES.
020800     05  CSL-TEXT           PIC X(34).
020900     05  CSL-COUNT          PIC ZZZ,ZZZ,ZZ9.
021000     05  FILLER             PIC X(02)  VALUE SPACES.
021100     05  CSL-REFUND         PIC ZZZ,ZZZ,ZZ9.99
021200                            BLANK WHEN ZERO.
021300     05  FILLER             PIC X(02)  VALUE SPACES.
021400     05  CSL-REBILL         PIC ZZZ,ZZZ,ZZ9.99
021500                            BLANK WHEN ZERO.
021600     05  FILLER             PIC X(02)  VALUE SPACES.
021700     05  CSL-REVIEW         PIC ZZZ,ZZZ,ZZ9.99
021800                            BLANK WHEN ZERO.
021900     05  FILLER             PIC X(39)  VALUE SPACES.
022000*
022100 01  WS-COUNT-LINE.
022200     05  FILLER             PIC X(01)  VALUE SPACES.
022300     05  CNT-TEXT           PIC X(34).
022400     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
022500     05  FILLER             PIC X(87)  VALUE SPACES.
022600*
022700 PROCEDURE DIVISION.
022800*
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE
023100         THRU 1000-INITIALIZE-EXIT.
023200     PERFORM 2000-VERIFY-ORDER-LINE
023300         THRU 2000-VERIFY-ORDER-LINE-EXIT
023400         UNTIL WS-EOF.
023500     PERFORM 3000-TERMINATE
023600         THRU 3000-TERMINATE-EXIT.
023700     STOP RUN.
023800*
023900 1000-INITIALIZE.
024000     OPEN INPUT  ORDERIN.
024100     OPEN INPUT  CTLFILE.
024200     READ CTLFILE
024300         AT END MOVE 'N'    TO CTL-RESTART-SW
024400                MOVE SPACES TO CTL-FEED-DATE
024500     END-READ.
024600     CLOSE CTLFILE.
024700     PERFORM 8200-RECORD-RUN-START
024800         THRU 8200-RECORD-RUN-START-EXIT.
024900     OPEN OUTPUT EXCPFILE PRTFILE.
025000     IF CTL-IS-RESTART
025100         PERFORM 1100-LOAD-CHECKPOINT
025200             THRU 1100-LOAD-CHECKPOINT-EXIT
025300     ELSE
025400         MOVE ZERO TO WS-RECORDS-PROCESSED WS-SKIP-COUNT
025500     END-IF.
025600     PERFORM 8100-WRITE-HEADINGS
025700         THRU 8100-WRITE-HEADINGS-EXIT.
025800     PERFORM 8000-READ-ORDER-LINE
025900         THRU 8000-READ-ORDER-LINE-EXIT.
026000     PERFORM 1200-SKIP-CHECKED-LINE
026100         THRU 1200-SKIP-CHECKED-LINE-EXIT
026200         VARYING WS-SKIP-INDEX FROM 1 BY 1
026300         UNTIL WS-SKIP-INDEX > WS-SKIP-COUNT
026400            OR WS-EOF.
026500 1000-INITIALIZE-EXIT.
026600     EXIT.
026700*
026800 1100-LOAD-CHECKPOINT.
026900*    AS IN PRDLOAD, CHKPTFILE ACCUMULATES ONE RECORD PER
027000*    CHECKPOINT FOR THE LIFE OF THE CATALOGED DATASET - READ
027100*    THROUGH TO THE MOST RECENT CHECKPOINT WRITTEN.
027200     OPEN INPUT CHKPTFILE.
027300     MOVE ZERO TO CKPT-RECORD-COUNT CKPT-LAST-PRODUCT-ID.
027400     MOVE 'N'  TO WS-CKPT-EOF-SW.
027500     PERFORM 1150-READ-CHECKPOINT
027600         THRU 1150-READ-CHECKPOINT-EXIT
027700         UNTIL WS-CKPT-EOF.
027800     CLOSE CHKPTFILE.
027900     MOVE CKPT-RECORD-COUNT TO WS-RECORDS-PROCESSED
028000                               WS-SKIP-COUNT
028100                               WS-LAST-CHECKPOINT.
028200 1100-LOAD-CHECKPOINT-EXIT.
028300     EXIT.
028400*
028500 1150-READ-CHECKPOINT.
028600     READ CHKPTFILE
028700         AT END MOVE 'Y' TO WS-CKPT-EOF-SW
028800     END-READ.
028900 1150-READ-CHECKPOINT-EXIT.
029000     EXIT.
029100*
029200 1200-SKIP-CHECKED-LINE.
029300     PERFORM 8000-READ-ORDER-LINE
029400         THRU 8000-READ-ORDER-LINE-EXIT.
029500 1200-SKIP-CHECKED-LINE-EXIT.
029600     EXIT.
029700*
029800*----------------------------------------------------------*
029900* PRICE ONE ORDER LINE AS OF ITS ORDER TIMESTAMP; WRITE AN  *
030000* EXCEPTION IF IT WAS NOT CHARGED THAT PRICE AND TAX, OR    *
030100* REPORT IT IF IT COULD NOT BE CHECKED.                     *
030200*----------------------------------------------------------*
030300 2000-VERIFY-ORDER-LINE.
030400     ADD 1 TO WS-READ-COUNT.
030500     PERFORM 2100-REPRICE-LINE
030600         THRU 2100-REPRICE-LINE-EXIT.
030700     IF WS-LINE-VERIFIED
030800         PERFORM 2200-CLASSIFY-LINE
030900             THRU 2200-CLASSIFY-LINE-EXIT
031000     END-IF.
031100     ADD 1 TO WS-RECORDS-PROCESSED.
031200     DIVIDE WS-RECORDS-PROCESSED BY WS-CHECKPOINT-INTERVAL
031300         GIVING WS-CHECK-QUOTIENT
031400         REMAINDER WS-CHECK-REMAINDER.
031500     IF WS-CHECK-REMAINDER = ZERO
031600         PERFORM 7000-WRITE-CHECKPOINT
031700             THRU 7000-WRITE-CHECKPOINT-EXIT
031800     END-IF.
031900     PERFORM 8000-READ-ORDER-LINE
032000         THRU 8000-READ-ORDER-LINE-EXIT.
032100 2000-VERIFY-ORDER-LINE-EXIT.
032200     EXIT.
032300*
032400*    A LINE THE SITE SENT WITH A NON-NUMERIC FIELD, OR AN
032500*    ORDER TIMESTAMP PRDASOF CANNOT READ OR THAT IS STILL IN
032600*    THE FUTURE, IS REPORTED AND NOT CHECKED - IT IS NOT AN
032700*    EXCEPTION FOR THE SITE TO ACT ON.  A FAILED PRICE
032800*    HISTORY LOOKUP IS A DB2 PROBLEM, NOT THE LINE'S, AND
032900*    ENDS THE RUN (6900) RATHER THAN PASS A LINE UNCHECKED.
033000 2100-REPRICE-LINE.
033100     MOVE 'Y' TO WS-VERIFIED-SW.
033200     IF ORD-PRODUCT-ID    NOT NUMERIC
033300     OR ORD-LINE-NO       NOT NUMERIC
033400     OR ORD-QUANTITY      NOT NUMERIC
033500     OR ORD-CHARGED-PRICE NOT NUMERIC
033600     OR ORD-CHARGED-TAX   NOT NUMERIC
033700         MOVE 'ORDER LINE HAS A NON-NUMERIC FIELD'
033800             TO DTL-REASON
033900         PERFORM 2600-REPORT-UNVERIFIED
034000             THRU 2600-REPORT-UNVERIFIED-EXIT
034100         GO TO 2100-REPRICE-LINE-EXIT
034200     END-IF.
034300     MOVE ORD-PRODUCT-ID      TO AO-PRODUCT-ID.
034400     MOVE ORD-ORDER-DATE      TO AO-AS-OF-DATE.
034500     MOVE ORD-ORDER-TIME      TO AO-AS-OF-TIME.
034600     MOVE ORD-PRICE-LIST-CODE TO AO-PRICE-LIST-CODE.
034700     MOVE ORD-QUANTITY        TO AO-QUANTITY.
034800     CALL 'PRDASOF' USING WS-ASOF-PARMS.
034900     IF AO-LOOKUP-FAILED
035000         PERFORM 6900-LOOKUP-FAILED
035100             THRU 6900-LOOKUP-FAILED-EXIT
035200     END-IF.
035300     IF AO-INVALID-INPUT OR AO-CLOSE-OF-DAY
035400         MOVE 'ORDER TIMESTAMP INVALID OR FUTURE'
035500             TO DTL-REASON
035600         PERFORM 2600-REPORT-UNVERIFIED
035700             THRU 2600-REPORT-UNVERIFIED-EXIT
035800     END-IF.
035900 2100-REPRICE-LINE-EXIT.
036000     EXIT.
036100*
036200*----------------------------------------------------------*
036300* THE CAUSE, MOST TELLING FIRST.  A PRODUCT NOT ON FILE OR  *
036400* DISCONTINUED AT THE ORDER MOMENT COULD NOT HAVE BEEN SOLD *
036500* AT ANY PRICE.  OTHERWISE A WRONG UNIT PRICE IS PUT DOWN   *
036600* TO A PROM PRICE CHARGED WITH NO EVENT RUNNING (PROMOTION  *
036700* EXPIRED), THEN TO A QUANTITY TIER IN FORCE FOR THE        *
036800* QUANTITY (WRONG TIER), AND FAILING BOTH TO A PRICE THE    *
036900* SITE HAD NOT CAUGHT UP WITH (PRICE CHANGED).  THE RIGHT   *
037000* UNIT PRICE WITH THE WRONG UNIT TAX IS A TAX DIFFERENCE.   *
037100*----------------------------------------------------------*
037200 2200-CLASSIFY-LINE.
037300     MOVE SPACES TO OEX-RECORD.
037400     EVALUATE TRUE
037500         WHEN AO-NOTFOUND
037600             MOVE 'U' TO OEX-CAUSE
037700         WHEN AO-DISCONTINUED
037800             MOVE 'D' TO OEX-CAUSE
037900         WHEN ORD-CHARGED-PRICE NOT = AO-PRICE
038000             AND AO-LIST-PROMO-NOT-RUNNING
038100             MOVE 'E' TO OEX-CAUSE
038200         WHEN ORD-CHARGED-PRICE NOT = AO-PRICE
038300             AND AO-BREAK-QTY > ZERO
038400             MOVE 'T' TO OEX-CAUSE
038500         WHEN ORD-CHARGED-PRICE NOT = AO-PRICE
038600             MOVE 'P' TO OEX-CAUSE
038700         WHEN ORD-CHARGED-TAX NOT = AO-TAX-AMOUNT
038800             MOVE 'X' TO OEX-CAUSE
038900         WHEN OTHER
039000             ADD 1 TO WS-MATCH-COUNT
039100             GO TO 2200-CLASSIFY-LINE-EXIT
039200     END-EVALUATE.
039300     PERFORM 2300-SET-ADJUSTMENT
039400         THRU 2300-SET-ADJUSTMENT-EXIT.
039500     PERFORM 2400-WRITE-EXCEPTION
039600         THRU 2400-WRITE-EXCEPTION-EXIT.
039700     PERFORM 2500-ADD-CAUSE-TOTALS
039800         THRU 2500-ADD-CAUSE-TOTALS-EXIT.
039900 2200-CLASSIFY-LINE-EXIT.
040000     EXIT.
040100*
040200*----------------------------------------------------------*
040300* THE ADJUSTMENT IS THE TAX-INCLUSIVE LINE TOTAL CHARGED    *
040400* LESS THE LINE TOTAL PRDASOF EXTENDED (A ZERO QUANTITY     *
040500* COUNTS AS ONE, AS THERE) - POSITIVE IS A REFUND, NEGATIVE *
040600* A REBILL.  A PRODUCT THAT COULD NOT BE SOLD PUTS THE      *
040700* WHOLE LINE AS CHARGED UNDER REVIEW; SO DOES THE RARE LINE *
040800* WHOSE PRICE AND TAX ERRORS CANCEL OUT.                    *
040900*----------------------------------------------------------*
041000 2300-SET-ADJUSTMENT.
041100     IF ORD-QUANTITY > ZERO
041200         MOVE ORD-QUANTITY TO WS-EXTEND-QTY
041300     ELSE
041400         MOVE 1            TO WS-EXTEND-QTY
041500     END-IF.
041600     COMPUTE WS-CHARGED-TOTAL =
041700         (ORD-CHARGED-PRICE + ORD-CHARGED-TAX) * WS-EXTEND-QTY.
041800     MOVE AO-EXTENDED-AMOUNT TO WS-CORRECT-TOTAL.
041900     IF OEX-UNKNOWN-PRODUCT OR OEX-DISCONTINUED
042000         MOVE 'V'              TO OEX-ACTION
042100         MOVE WS-CHARGED-TOTAL TO OEX-ADJUST-AMOUNT
042200         GO TO 2300-SET-ADJUSTMENT-EXIT
042300     END-IF.
042400     COMPUTE WS-LINE-VARIANCE =
042500         WS-CHARGED-TOTAL - WS-CORRECT-TOTAL.
042600     EVALUATE TRUE
042700         WHEN WS-LINE-VARIANCE > ZERO
042800             MOVE 'R' TO OEX-ACTION
042900             MOVE WS-LINE-VARIANCE TO OEX-ADJUST-AMOUNT
043000         WHEN WS-LINE-VARIANCE < ZERO
043100             MOVE 'B' TO OEX-ACTION
043200             COMPUTE OEX-ADJUST-AMOUNT = ZERO - WS-LINE-VARIANCE
043300         WHEN OTHER
043400             MOVE 'V' TO OEX-ACTION
043500             MOVE ZERO TO OEX-ADJUST-AMOUNT
043600     END-EVALUATE.
043700 2300-SET-ADJUSTMENT-EXIT.
043800     EXIT.
043900*
044000 2400-WRITE-EXCEPTION.
044100     MOVE ORD-ORDER-NO        TO OEX-ORDER-NO.
044200     MOVE ORD-LINE-NO         TO OEX-LINE-NO.
044300     MOVE ORD-ORDER-TS        TO OEX-ORDER-TS.
044400     MOVE ORD-PRODUCT-ID      TO OEX-PRODUCT-ID.
044500     MOVE ORD-PRICE-LIST-CODE TO OEX-PRICE-LIST-CODE.
044600     MOVE ORD-QUANTITY        TO OEX-QUANTITY.
044700     MOVE ORD-CHARGED-PRICE   TO OEX-CHARGED-PRICE.
044800     MOVE ORD-CHARGED-TAX     TO OEX-CHARGED-TAX.
044900     MOVE AO-PRICE            TO OEX-CORRECT-PRICE.
045000     MOVE AO-TAX-AMOUNT       TO OEX-CORRECT-TAX.
045100     MOVE AO-BREAK-QTY        TO OEX-BREAK-QTY.
045200     MOVE AO-TAX-RATE-PCT     TO OEX-TAX-RATE-PCT.
045300     WRITE OEX-RECORD.
045400     ADD 1 TO WS-EXCEPTION-COUNT.
045500 2400-WRITE-EXCEPTION-EXIT.
045600     EXIT.
045700*
045800 2500-ADD-CAUSE-TOTALS.
045900     EVALUATE TRUE
046000         WHEN OEX-REFUND
046100             ADD OEX-ADJUST-AMOUNT TO WS-REFUND-TOTAL
046200         WHEN OEX-REBILL
046300             ADD OEX-ADJUST-AMOUNT TO WS-REBILL-TOTAL
046400         WHEN OTHER
046500             ADD OEX-ADJUST-AMOUNT TO WS-REVIEW-TOTAL
046600     END-EVALUATE.
046700     EVALUATE TRUE
046800         WHEN OEX-UNKNOWN-PRODUCT
046900             ADD 1                 TO WS-UNKNOWN-COUNT
047000             ADD OEX-ADJUST-AMOUNT TO WS-UNKNOWN-REVIEW
047100         WHEN OEX-DISCONTINUED
047200             ADD 1                 TO WS-DISCONT-COUNT
047300             ADD OEX-ADJUST-AMOUNT TO WS-DISCONT-REVIEW
047400         WHEN OEX-PROMO-EXPIRED
047500             ADD 1                 TO WS-PROMO-EXP-COUNT
047600             IF OEX-REFUND
047700                 ADD OEX-ADJUST-AMOUNT TO WS-PROMO-EXP-REFUND
047800             ELSE
047900                 ADD OEX-ADJUST-AMOUNT TO WS-PROMO-EXP-REBILL
048000             END-IF
048100         WHEN OEX-WRONG-TIER
048200             ADD 1                 TO WS-WRONG-TIER-COUNT
048300             IF OEX-REFUND
048400                 ADD OEX-ADJUST-AMOUNT TO WS-WRONG-TIER-REFUND
048500             ELSE
048600                 ADD OEX-ADJUST-AMOUNT TO WS-WRONG-TIER-REBILL
048700             END-IF
048800         WHEN OEX-TAX-DIFFERENCE
048900             ADD 1                 TO WS-TAX-DIFF-COUNT
049000             IF OEX-REFUND
049100                 ADD OEX-ADJUST-AMOUNT TO WS-TAX-DIFF-REFUND
049200             ELSE
049300                 ADD OEX-ADJUST-AMOUNT TO WS-TAX-DIFF-REBILL
049400             END-IF
049500         WHEN OTHER
049600             ADD 1                 TO WS-PRICE-CHG-COUNT
049700             IF OEX-REFUND
049800                 ADD OEX-ADJUST-AMOUNT TO WS-PRICE-CHG-REFUND
049900             ELSE
050000                 ADD OEX-ADJUST-AMOUNT TO WS-PRICE-CHG-REBILL
050100             END-IF
050200     END-EVALUATE.
050300 2500-ADD-CAUSE-TOTALS-EXIT.
050400     EXIT.
050500*
050600 2600-REPORT-UNVERIFIED.
050700     MOVE 'N' TO WS-VERIFIED-SW.
050800     ADD 1 TO WS-UNVERIFIED-COUNT.
050900     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
051000         PERFORM 8100-WRITE-HEADINGS
051100             THRU 8100-WRITE-HEADINGS-EXIT
051200     END-IF.
051300     MOVE ORD-ORDER-NO        TO DTL-ORDER-NO.
051400     MOVE ORD-LINE-NO         TO DTL-LINE-NO.
051500     MOVE ORD-PRODUCT-ID      TO DTL-PRODUCT-ID.
051600     MOVE ORD-ORDER-TS        TO DTL-ORDER-TS.
051700     MOVE ORD-PRICE-LIST-CODE TO DTL-LIST-CODE.
051800     MOVE ORD-QUANTITY        TO DTL-QUANTITY.
051900     WRITE PRT-RECORD FROM WS-DETAIL-LINE
052000         AFTER ADVANCING 1 LINE.
052100     ADD 1 TO WS-LINE-COUNT.
052200 2600-REPORT-UNVERIFIED-EXIT.
052300     EXIT.
052400*
052500 3000-TERMINATE.
052600     EXEC SQL COMMIT END-EXEC.
052700     PERFORM 8300-RECORD-RUN-END
052800         THRU 8300-RECORD-RUN-END-EXIT.
052900     MOVE 'S' TO WS-REPORT-PHASE.
053000     IF WS-LINE-COUNT NOT LESS THAN WS-SUMMARY-LINES
053100         PERFORM 8100-WRITE-HEADINGS
053200             THRU 8100-WRITE-HEADINGS-EXIT
053300     END-IF.
053400     WRITE PRT-RECORD FROM WS-CAUSE-HEADING
053500         AFTER ADVANCING 3 LINES.
053600     MOVE 'PRICE CHANGED'                 TO CSL-TEXT.
053700     MOVE WS-PRICE-CHG-COUNT              TO CSL-COUNT.
053800     MOVE WS-PRICE-CHG-REFUND             TO CSL-REFUND.
053900     MOVE WS-PRICE-CHG-REBILL             TO CSL-REBILL.
054000     MOVE ZERO                            TO CSL-REVIEW.
054100     PERFORM 3100-PRINT-CAUSE-LINE
054200         THRU 3100-PRINT-CAUSE-LINE-EXIT.
054300     MOVE 'PROMOTION EXPIRED'             TO CSL-TEXT.
054400     MOVE WS-PROMO-EXP-COUNT              TO CSL-COUNT.
054500     MOVE WS-PROMO-EXP-REFUND             TO CSL-REFUND.
054600     MOVE WS-PROMO-EXP-REBILL             TO CSL-REBILL.
054700     PERFORM 3100-PRINT-CAUSE-LINE
054800         THRU 3100-PRINT-CAUSE-LINE-EXIT.
054900     MOVE 'WRONG QUANTITY TIER'           TO CSL-TEXT.
055000     MOVE WS-WRONG-TIER-COUNT             TO CSL-COUNT.
055100     MOVE WS-WRONG-TIER-REFUND            TO CSL-REFUND.
055200     MOVE WS-WRONG-TIER-REBILL            TO CSL-REBILL.
055300     PERFORM 3100-PRINT-CAUSE-LINE
055400         THRU 3100-PRINT-CAUSE-LINE-EXIT.
055500     MOVE 'TAX DIFFERENCE'                TO CSL-TEXT.
055600     MOVE WS-TAX-DIFF-COUNT               TO CSL-COUNT.
055700     MOVE WS-TAX-DIFF-REFUND              TO CSL-REFUND.
055800     MOVE WS-TAX-DIFF-REBILL              TO CSL-REBILL.
055900     PERFORM 3100-PRINT-CAUSE-LINE
056000         THRU 3100-PRINT-CAUSE-LINE-EXIT.
056100     MOVE 'PRODUCT NOT ON FILE'           TO CSL-TEXT.
056200     MOVE WS-UNKNOWN-COUNT                TO CSL-COUNT.
056300     MOVE ZERO                            TO CSL-REFUND
056400                                             CSL-REBILL.
056500     MOVE WS-UNKNOWN-REVIEW               TO CSL-REVIEW.
056600     PERFORM 3100-PRINT-CAUSE-LINE
056700         THRU 3100-PRINT-CAUSE-LINE-EXIT.
056800     MOVE 'PRODUCT DISCONTINUED'          TO CSL-TEXT.
056900     MOVE WS-DISCONT-COUNT                TO CSL-COUNT.
057000     MOVE WS-DISCONT-REVIEW               TO CSL-REVIEW.
057100     PERFORM 3100-PRINT-CAUSE-LINE
057200         THRU 3100-PRINT-CAUSE-LINE-EXIT.
057300     MOVE 'TOTAL EXCEPTIONS'              TO CSL-TEXT.
057400     MOVE WS-EXCEPTION-COUNT              TO CSL-COUNT.
057500     MOVE WS-REFUND-TOTAL                 TO CSL-REFUND.
057600     MOVE WS-REBILL-TOTAL                 TO CSL-REBILL.
057700     MOVE WS-REVIEW-TOTAL                 TO CSL-REVIEW.
057800     WRITE PRT-RECORD FROM WS-CAUSE-LINE
057900         AFTER ADVANCING 2 LINES.
058000     MOVE 'ORDER LINES PASSED ON RESTART' TO CNT-TEXT.
058100     MOVE WS-SKIP-COUNT                   TO CNT-VALUE.
058200     WRITE PRT-RECORD FROM WS-COUNT-LINE
058300         AFTER ADVANCING 2 LINES.
058400     MOVE 'ORDER LINES READ'              TO CNT-TEXT.
058500     MOVE WS-READ-COUNT                   TO CNT-VALUE.
058600     WRITE PRT-RECORD FROM WS-COUNT-LINE
058700         AFTER ADVANCING 1 LINE.
058800     MOVE 'LINES CHARGED CORRECTLY'       TO CNT-TEXT.
058900     MOVE WS-MATCH-COUNT                  TO CNT-VALUE.
059000     WRITE PRT-RECORD FROM WS-COUNT-LINE
059100         AFTER ADVANCING 1 LINE.
059200     MOVE 'LINES WRITTEN AS EXCEPTIONS'   TO CNT-TEXT.
059300     MOVE WS-EXCEPTION-COUNT              TO CNT-VALUE.
059400     WRITE PRT-RECORD FROM WS-COUNT-LINE
059500         AFTER ADVANCING 1 LINE.
059600     MOVE 'LINES NOT CHECKED'             TO CNT-TEXT.
059700     MOVE WS-UNVERIFIED-COUNT             TO CNT-VALUE.
059800     WRITE PRT-RECORD FROM WS-COUNT-LINE
059900         AFTER ADVANCING 1 LINE.
060000     CLOSE ORDERIN EXCPFILE PRTFILE.
060100     DISPLAY 'PRDORDV - ORDER LINES READ:   ' WS-READ-COUNT.
060200     DISPLAY 'PRDORDV - EXCEPTIONS WRITTEN: ' WS-EXCEPTION-COUNT.
060300     DISPLAY 'PRDORDV - LINES NOT CHECKED:  ' WS-UNVERIFIED-COUNT.
060400 3000-TERMINATE-EXIT.
060500     EXIT.
060600*
060700 3100-PRINT-CAUSE-LINE.
060800     WRITE PRT-RECORD FROM WS-CAUSE-LINE
060900         AFTER ADVANCING 1 LINE.
061000 3100-PRINT-CAUSE-LINE-EXIT.
061100     EXIT.
061200*
061300*----------------------------------------------------------*
061400* PRDASOF COULD NOT READ THE PRICE HISTORY.  THE EXCEPTIONS *
061500* FILE IS CLOSED, NOT SCRATCHED - IT HOLDS EVERY EXCEPTION  *
061600* UP TO THIS LINE, AND THE RESTART RUN WRITES THE REST TO A *
061700* NEW GENERATION.  THE RUN ENDS WITH CONDITION CODE 12 AND  *
061800* IS RESUBMITTED WITH THE CTLFILE RESTART CARD.             *
061900*----------------------------------------------------------*
062000 6900-LOOKUP-FAILED.
062100     CLOSE ORDERIN EXCPFILE PRTFILE.
062200     DISPLAY 'PRDORDV - PRICE HISTORY LOOKUP FAILED AT ORDER '
062300         ORD-ORDER-NO ' LINE ' ORD-LINE-NO.
062400     DISPLAY 'PRDORDV - LINES CHECKED THROUGH CHECKPOINT '
062500         WS-LAST-CHECKPOINT.
062600     DISPLAY 'PRDORDV - RESUBMIT WITH CTLFILE RESTART '
062700         'CARD Y AFTER THE CAUSE IS CLEARED'.
062800     PERFORM 8400-RECORD-RUN-FAIL
062900         THRU 8400-RECORD-RUN-FAIL-EXIT.
063000     MOVE 12 TO RETURN-CODE.
063100     STOP RUN.
063200 6900-LOOKUP-FAILED-EXIT.
063300     EXIT.
063400*
063500*    NOTHING IS UPDATED, BUT THE COMMIT RELEASES WHAT THE
063600*    PRICE HISTORY READS HOLD SO A LONG RUN DOES NOT KEEP
063700*    THE TABLES CLAIMED.
063800 7000-WRITE-CHECKPOINT.
063900     EXEC SQL COMMIT END-EXEC.
064000     MOVE WS-RECORDS-PROCESSED TO CKPT-RECORD-COUNT.
064100     MOVE WS-RECORDS-PROCESSED TO WS-LAST-CHECKPOINT.
064200     MOVE ORD-PRODUCT-ID       TO CKPT-LAST-PRODUCT-ID.
064300     OPEN OUTPUT CHKPTFILE.
064400     WRITE CKPT-RECORD.
064500     CLOSE CHKPTFILE.
064600 7000-WRITE-CHECKPOINT-EXIT.
064700     EXIT.
064800*
064900 8000-READ-ORDER-LINE.
065000     READ ORDERIN
065100         AT END MOVE 'Y' TO WS-EOF-SW
065200     END-READ.
065300 8000-READ-ORDER-LINE-EXIT.
065400     EXIT.
065500*
065600 8100-WRITE-HEADINGS.
065700     ADD 1 TO WS-PAGE-COUNT.
065800     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
065900     WRITE PRT-RECORD FROM WS-HEADING-1
066000         AFTER ADVANCING PAGE.
066100     MOVE 1 TO WS-LINE-COUNT.
066200     IF WS-DETAIL-PHASE
066300         WRITE PRT-RECORD FROM WS-HEADING-2
066400             AFTER ADVANCING 2 LINES
066500         MOVE 3 TO WS-LINE-COUNT
066600     END-IF.
066700 8100-WRITE-HEADINGS-EXIT.
066800     EXIT.
066900*
067000*    RUN CONTROL (VIA PRDRUNC) - IN IS THE ORDER LINES
067100*    CHECKED INCLUDING ANY PASSED ON RESTART, OUT THE
067200*    EXCEPTIONS THIS RUN WROTE.  THE FEED DATE IS THE
067300*    CTLFILE CARD'S, AS FOR PRDLOAD.
067400 8200-RECORD-RUN-START.
067500     MOVE SPACES        TO WS-RUN-PARMS.
067600     MOVE 'S'           TO RUN-FUNCTION.
067700     MOVE 'PRDORDV '    TO RUN-JOB-NAME.
067800     MOVE CTL-FEED-DATE TO RUN-FEED-DATE.
067900     MOVE ZERO          TO RUN-RECORDS-IN RUN-RECORDS-OUT.
068000     CALL 'PRDRUNC' USING WS-RUN-PARMS.
068100 8200-RECORD-RUN-START-EXIT.
068200     EXIT.
068300*
068400 8300-RECORD-RUN-END.
068500     MOVE 'E'                  TO RUN-FUNCTION.
068600     MOVE WS-RECORDS-PROCESSED TO RUN-RECORDS-IN.
068700     MOVE WS-EXCEPTION-COUNT   TO RUN-RECORDS-OUT.
068800     CALL 'PRDRUNC' USING WS-RUN-PARMS.
068900 8300-RECORD-RUN-END-EXIT.
069000     EXIT.
069100*
069200 8400-RECORD-RUN-FAIL.
069300     MOVE 'F'                  TO RUN-FUNCTION.
069400     MOVE WS-RECORDS-PROCESSED TO RUN-RECORDS-IN.
069500     MOVE WS-EXCEPTION-COUNT   TO RUN-RECORDS-OUT.
069600     CALL 'PRDRUNC' USING WS-RUN-PARMS.
069700 8400-RECORD-RUN-FAIL-EXIT.
069800     EXIT.
