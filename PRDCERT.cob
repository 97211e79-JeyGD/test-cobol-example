000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.        PRDCERT.
000300 AUTHOR.            J R HENDERSON.
000400 INSTALLATION.      DATA PROCESSING - PRICING SYSTEMS.
000500 DATE-WRITTEN.      10/15/2026.
000600 DATE-COMPILED.
000700*
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*----------------------------------------------------------*
001100*  DATE       BY    DESCRIPTION                            *
001200*  10/15/26   JRH   INITIAL VERSION - QUARTERLY OPERATOR    *
001300*                   AUTHORITY RECERTIFICATION OFF           *
001400*                   PRODUCT_OPER_AUTH AND                   *
001500*                   PRODUCT_CHANGE_AUDIT.                   *
001600*----------------------------------------------------------*
001700*
001800*----------------------------------------------------------*
001900* QUARTERLY RECERTIFICATION OF PRICE-CHANGE AUTHORITY, FOR  *
002000* MANAGERS TO SIGN OFF ACCESS FOR THE AUDITORS.  TWO        *
002100* SECTIONS: (1) EVERY ACTIVE AUTHORITY ON PRODUCT_OPER_AUTH *
002200* (STATUS A - SUSPENDED AND REMOVED ONES ARE ONLY COUNTED)  *
002300* WITH ITS APPROVAL LIMIT, EXPIRY DATE AND WHEN IT WAS LAST *
002400* USED; (2) THE AUTHORITIES UNUSED FOR 90 DAYS OR MORE.     *
002500* LAST USED IS THE LATEST PRODUCT_CHANGE_AUDIT ROW THE      *
002600* OPERATOR KEYED OR APPROVED.  AN AUTHORITY NEVER USED      *
002700* COUNTS AS UNUSED FROM WHEN IT WAS LAST ADDED OR           *
002800* REINSTATED ON PRDAUTM (PRODUCT_AUTH_AUDIT), AND AS UNUSED *
002900* OUTRIGHT IF IT PREDATES THAT TRAIL.  AN ACTIVE AUTHORITY  *
003000* PAST ITS EXPIRY DATE IS LISTED AND NOTED - PRDUPDT        *
003100* ALREADY REFUSES IT, BUT THE SECURITY DESK SHOULD REMOVE   *
003200* IT.  NOTHING IS UPDATED - A FAILED RUN IS SIMPLY          *
003300* RESUBMITTED.                                              *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PRTFILE  ASSIGN TO PRTFILE
004200         ORGANIZATION IS SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PRTFILE
004700     RECORDING MODE IS F.
004800 01  PRT-RECORD             PIC X(133).
004900*
005000 WORKING-STORAGE SECTION.
005100     COPY MYCOPY013.
005200     EXEC SQL INCLUDE SQLCA END-EXEC.
005300*
005400 01  WS-CERT-ROW.
005500     05  CRT-OPERATOR-ID    PIC X(03).
005600     05  CRT-LIMIT-PCT      PIC 9(03)V99  COMP-3.
005700     05  CRT-EXPIRY-DATE    PIC X(10).
005800     05  CRT-LAST-USED      PIC X(10).
005900     05  CRT-DAYS-UNUSED    PIC S9(09) COMP.
006000     05  CRT-UNUSED-SW      PIC X(01).
006100         88  CRT-UNUSED             VALUE 'Y'.
006200     05  CRT-EXPIRED-SW     PIC X(01).
006300         88  CRT-EXPIRED            VALUE 'Y'.
006400     05  CRT-SUSPENDED      PIC S9(09) COMP.
006500     05  CRT-REMOVED        PIC S9(09) COMP.
006600*
006700*    THE CURSOR LISTS EVERY ACTIVE AUTHORITY FOR SECTION 1
006800*    AND ONLY THE UNUSED ONES FOR SECTION 2.
006900 01  WS-CERT-SECTION        PIC X(01).
007000     88  WS-SECTION-ALL             VALUE '1'.
007100     88  WS-SECTION-UNUSED          VALUE '2'.
007200 01  WS-RUN-DATE            PIC X(10).
007300*
007400 01  WS-COUNTERS.
007500     05  WS-LINE-COUNT      PIC 9(02)  COMP  VALUE ZERO.
007600     05  WS-PAGE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
007700     05  WS-SECTION-COUNT   PIC 9(09)  COMP  VALUE ZERO.
007800     05  WS-ACTIVE-COUNT    PIC 9(09)  COMP  VALUE ZERO.
007900     05  WS-UNUSED-COUNT    PIC 9(09)  COMP  VALUE ZERO.
008000     05  WS-EXPIRED-COUNT   PIC 9(09)  COMP  VALUE ZERO.
008100*
008200 01  WS-CONSTANTS.
008300     05  WS-MAX-LINES       PIC 9(02)  COMP  VALUE 55.
008400     05  WS-UNUSED-DAYS     PIC S9(04) COMP  VALUE 90.
008500*
008600 01  WS-RUN-PARMS.
008700     COPY MYCOPY043.
008800*
008900 01  WS-SQL-ERROR-PARMS.
009000     COPY MYCOPY042.
009100*
009200 01  WS-HEADING-1.
009300     05  FILLER             PIC X(01)  VALUE '1'.
009400     05  FILLER             PIC X(40)  VALUE
009500         'OPERATOR AUTHORITY RECERTIFICATION'.
009600     05  FILLER             PIC X(05)  VALUE 'PAGE '.
009700     05  HDG1-PAGE-NO       PIC ZZZ9.
009800     05  FILLER             PIC X(83)  VALUE SPACES.
009900*
010000 01  WS-HEADING-2.
010100     05  FILLER             PIC X(01)  VALUE SPACES.
010200     05  FILLER             PIC X(08)  VALUE 'AS AT'.
010300     05  HDG2-RUN-DATE      PIC X(10).
010400     05  FILLER             PIC X(22)  VALUE
010500         '   UNUSED AFTER'.
010600     05  HDG2-DAYS          PIC ZZ9.
010700     05  FILLER             PIC X(05)  VALUE ' DAYS'.
010800     05  FILLER             PIC X(84)  VALUE SPACES.
010900*
011000 01  WS-SECTION-HDG.
011100     05  FILLER             PIC X(01)  VALUE SPACES.
011200     05  SEC-TITLE          PIC X(60).
011300     05  FILLER             PIC X(72)  VALUE SPACES.
011400*
011500 01  WS-COLUMN-HDG.
011600     05  FILLER             PIC X(03)  VALUE SPACES.
011700     05  FILLER             PIC X(10)  VALUE 'OPERATOR'.
011800     05  FILLER             PIC X(12)  VALUE 'LIMIT PCT'.
011900     05  FILLER             PIC X(12)  VALUE 'EXPIRES'.
012000     05  FILLER             PIC X(12)  VALUE 'LAST USED'.
012100     05  FILLER             PIC X(13)  VALUE 'DAYS UNUSED'.
012200     05  FILLER             PIC X(20)  VALUE 'NOTE'.
012300     05  FILLER             PIC X(51)  VALUE SPACES.
012400*
012500 01  WS-DETAIL-LINE.
012600     05  FILLER             PIC X(03)  VALUE SPACES.
012700     05  DTL-OPERATOR-ID    PIC X(03).
012800     05  FILLER             PIC X(07)  VALUE SPACES.
012900     05  DTL-LIMIT-PCT      PIC ZZ9.99.
013000     05  FILLER             PIC X(06)  VALUE SPACES.
013100     05  DTL-EXPIRY-DATE    PIC X(10).
013200     05  FILLER             PIC X(02)  VALUE SPACES.
013300     05  DTL-LAST-USED      PIC X(10).
013400     05  FILLER             PIC X(02)  VALUE SPACES.
013500     05  DTL-DAYS-X         PIC X(07).
013600     05  DTL-DAYS REDEFINES DTL-DAYS-X
013700                            PIC ZZZ,ZZ9.
013800     05  FILLER             PIC X(06)  VALUE SPACES.
013900     05  DTL-NOTE           PIC X(20).
014000     05  FILLER             PIC X(51)  VALUE SPACES.
014100*
014200 01  WS-NONE-LINE.
014300     05  FILLER             PIC X(03)  VALUE SPACES.
014400     05  FILLER             PIC X(10)  VALUE 'NONE'.
014500     05  FILLER             PIC X(120) VALUE SPACES.
014600*
014700 01  WS-SIGNOFF-LINE.
014800     05  FILLER             PIC X(01)  VALUE SPACES.
014900     05  FILLER             PIC X(60)  VALUE
015000         'REVIEWED AND RECERTIFIED BY ____________________'.
015100     05  FILLER             PIC X(20)  VALUE
015200         'DATE ____________'.
015300     05  FILLER             PIC X(52)  VALUE SPACES.
015400*
015500 01  WS-COUNT-LINE.
015600     05  FILLER             PIC X(01)  VALUE SPACES.
015700     05  CNT-TEXT           PIC X(34).
015800     05  CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
015900     05  FILLER             PIC X(87)  VALUE SPACES.
016000*
016100 PROCEDURE DIVISION.
016200*
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE
016500         THRU 1000-INITIALIZE-EXIT.
016600     MOVE '1' TO WS-CERT-SECTION.
016700     PERFORM 2000-LIST-AUTHORITIES
016800         THRU 2000-LIST-AUTHORITIES-EXIT.
016900     MOVE '2' TO WS-CERT-SECTION.
017000     PERFORM 2000-LIST-AUTHORITIES
017100         THRU 2000-LIST-AUTHORITIES-EXIT.
017200     PERFORM 3000-TERMINATE
017300         THRU 3000-TERMINATE-EXIT.
017400     STOP RUN.
017500*
017600 1000-INITIALIZE.
017700     PERFORM 8200-RECORD-RUN-START
017800         THRU 8200-RECORD-RUN-START-EXIT.
017900     OPEN OUTPUT PRTFILE.
018000     MOVE SPACES TO CRT-OPERATOR-ID.
018100     EXEC SQL
018200         SELECT CHAR(CURRENT DATE, ISO)
018300         INTO :WS-RUN-DATE
018400         FROM SYSIBM.SYSDUMMY1
018500     END-EXEC.
018600     IF SQLCODE NOT = ZERO
018700         MOVE '1000-INITIALIZE' TO SQE-PARAGRAPH
018800         PERFORM 6000-SQL-ERROR
018900             THRU 6000-SQL-ERROR-EXIT
019000     END-IF.
019100     MOVE WS-RUN-DATE    TO HDG2-RUN-DATE.
019200     MOVE WS-UNUSED-DAYS TO HDG2-DAYS.
019300     EXEC SQL
019400         DECLARE CERTCUR CURSOR FOR
019500         SELECT O.OPERATOR_ID, O.APPROVAL_LIMIT_PCT,
019600                CHAR(O.EXPIRY_DATE, ISO),
019700                COALESCE(CHAR(DATE(U.LAST_USE_TS), ISO), ' '),
019800                COALESCE(DAYS(CURRENT DATE)
019900                         - DAYS(U.LAST_USE_TS), -1),
020000                CASE WHEN COALESCE(DATE(U.LAST_USE_TS),
020100                                   DATE(G.GRANT_TS),
020200                                   DATE('0001-01-01'))
020300                          <= CURRENT DATE - :WS-UNUSED-DAYS DAYS
020400                     THEN 'Y' ELSE 'N' END,
020500                CASE WHEN O.EXPIRY_DATE < CURRENT DATE
020600                     THEN 'Y' ELSE 'N' END
020700         FROM PRODUCT_OPER_AUTH O
020800         LEFT OUTER JOIN
020900              (SELECT X.OPERATOR_ID,
021000                      MAX(X.CHANGE_TIMESTAMP) AS LAST_USE_TS
021100               FROM (SELECT OPERATOR_ID, CHANGE_TIMESTAMP
021200                     FROM PRODUCT_CHANGE_AUDIT
021300                     UNION ALL
021400                     SELECT APPROVED_BY, CHANGE_TIMESTAMP
021500                     FROM PRODUCT_CHANGE_AUDIT
021600                     WHERE APPROVED_BY <> '   ') AS X
021700               GROUP BY X.OPERATOR_ID) AS U
021800           ON U.OPERATOR_ID = O.OPERATOR_ID
021900         LEFT OUTER JOIN
022000              (SELECT OPERATOR_ID, MAX(CHANGE_TS) AS GRANT_TS
022100               FROM PRODUCT_AUTH_AUDIT
022200               WHERE ACTION IN ('A', 'I')
022300               GROUP BY OPERATOR_ID) AS G
022400           ON G.OPERATOR_ID = O.OPERATOR_ID
022500         WHERE O.AUTH_STATUS = 'A'
022600           AND (:WS-CERT-SECTION = '1'
022700                OR COALESCE(DATE(U.LAST_USE_TS),
022800                            DATE(G.GRANT_TS),
022900                            DATE('0001-01-01'))
023000                   <= CURRENT DATE - :WS-UNUSED-DAYS DAYS)
023100         ORDER BY O.OPERATOR_ID
023200     END-EXEC.
023300 1000-INITIALIZE-EXIT.
023400     EXIT.
023500*
023600*----------------------------------------------------------*
023700* ONE SECTION OF THE REPORT, ON A NEW PAGE.  SECTION 1      *
023800* ALSO GATHERS THE TOTALS FOR THE COUNTS PAGE.              *
023900*----------------------------------------------------------*
024000 2000-LIST-AUTHORITIES.
024100     IF WS-SECTION-ALL
024200         MOVE 'SECTION 1 - ACTIVE PRICE-CHANGE AUTHORITIES'
024300             TO SEC-TITLE
024400     ELSE
024500         MOVE 'SECTION 2 - AUTHORITIES UNUSED FOR 90 DAYS OR MORE'
024600             TO SEC-TITLE
024700     END-IF.
024800     MOVE ZERO TO WS-SECTION-COUNT.
024900     PERFORM 8100-WRITE-HEADINGS
025000         THRU 8100-WRITE-HEADINGS-EXIT.
025100     EXEC SQL OPEN CERTCUR END-EXEC.
025200     IF SQLCODE NOT = ZERO
025300         MOVE '2000-LIST-AUTHORITIES OPEN' TO SQE-PARAGRAPH
025400         PERFORM 6000-SQL-ERROR
025500             THRU 6000-SQL-ERROR-EXIT
025600     END-IF.
025700     MOVE 'N' TO WS-EOF-SW.
025800     PERFORM 8000-FETCH-AUTHORITY
025900         THRU 8000-FETCH-AUTHORITY-EXIT.
026000     PERFORM 2100-PRINT-AUTHORITY
026100         THRU 2100-PRINT-AUTHORITY-EXIT
026200         UNTIL WS-EOF.
026300     EXEC SQL CLOSE CERTCUR END-EXEC.
026400     IF WS-SECTION-COUNT = ZERO
026500         WRITE PRT-RECORD FROM WS-NONE-LINE
026600             AFTER ADVANCING 1 LINE
026700     END-IF.
026800 2000-LIST-AUTHORITIES-EXIT.
026900     EXIT.
027000*
027100 2100-PRINT-AUTHORITY.
027200     ADD 1 TO WS-SECTION-COUNT.
027300     IF WS-SECTION-ALL
027400         ADD 1 TO WS-ACTIVE-COUNT
027500         IF CRT-UNUSED
027600             ADD 1 TO WS-UNUSED-COUNT
027700         END-IF
027800         IF CRT-EXPIRED
027900             ADD 1 TO WS-EXPIRED-COUNT
028000         END-IF
028100     END-IF.
028200     IF WS-LINE-COUNT > WS-MAX-LINES
028300         PERFORM 8100-WRITE-HEADINGS
028400             THRU 8100-WRITE-HEADINGS-EXIT
028500     END-IF.
028600     MOVE CRT-OPERATOR-ID TO DTL-OPERATOR-ID.
028700     MOVE CRT-LIMIT-PCT   TO DTL-LIMIT-PCT.
028800     IF CRT-EXPIRY-DATE = '9999-12-31'
028900         MOVE 'NONE'          TO DTL-EXPIRY-DATE
029000     ELSE
029100         MOVE CRT-EXPIRY-DATE TO DTL-EXPIRY-DATE
029200     END-IF.
029300     IF CRT-LAST-USED = SPACES
029400         MOVE 'NEVER'         TO DTL-LAST-USED
029500         MOVE SPACES          TO DTL-DAYS-X
029600     ELSE
029700         MOVE CRT-LAST-USED   TO DTL-LAST-USED
029800         MOVE CRT-DAYS-UNUSED TO DTL-DAYS
029900     END-IF.
030000     EVALUATE TRUE
030100         WHEN CRT-EXPIRED AND CRT-UNUSED
030200             MOVE 'EXPIRED AND UNUSED'  TO DTL-NOTE
030300         WHEN CRT-EXPIRED
030400             MOVE 'EXPIRED - REMOVE'    TO DTL-NOTE
030500         WHEN CRT-UNUSED
030600             MOVE 'UNUSED - REVIEW'     TO DTL-NOTE
030700         WHEN OTHER
030800             MOVE SPACES                TO DTL-NOTE
030900     END-EVALUATE.
031000     WRITE PRT-RECORD FROM WS-DETAIL-LINE
031100         AFTER ADVANCING 1 LINE.
031200     ADD 1 TO WS-LINE-COUNT.
031300     PERFORM 8000-FETCH-AUTHORITY
031400         THRU 8000-FETCH-AUTHORITY-EXIT.
031500 2100-PRINT-AUTHORITY-EXIT.
031600     EXIT.
031700*
031800*----------------------------------------------------------*
031900* COUNTS, INCLUDING THE AUTHORITIES NOT LISTED, AND THE     *
032000* MANAGER'S SIGN-OFF.                                       *
032100*----------------------------------------------------------*
032200 3000-TERMINATE.
032300     MOVE SPACES TO CRT-OPERATOR-ID.
032400     EXEC SQL
032500         SELECT COALESCE(SUM(CASE WHEN AUTH_STATUS = 'S'
032600                                  THEN 1 ELSE 0 END), 0),
032700                COALESCE(SUM(CASE WHEN AUTH_STATUS = 'R'
032800                                  THEN 1 ELSE 0 END), 0)
032900         INTO :CRT-SUSPENDED, :CRT-REMOVED
033000         FROM PRODUCT_OPER_AUTH
033100     END-EXEC.
033200     IF SQLCODE NOT = ZERO
033300         MOVE '3000-TERMINATE' TO SQE-PARAGRAPH
033400         PERFORM 6000-SQL-ERROR
033500             THRU 6000-SQL-ERROR-EXIT
033600     END-IF.
033700     MOVE 'ACTIVE AUTHORITIES'        TO CNT-TEXT.
033800     MOVE WS-ACTIVE-COUNT             TO CNT-VALUE.
033900     WRITE PRT-RECORD FROM WS-COUNT-LINE
034000         AFTER ADVANCING 3 LINES.
034100     MOVE '  UNUSED - FOR REVIEW'     TO CNT-TEXT.
034200     MOVE WS-UNUSED-COUNT             TO CNT-VALUE.
034300     WRITE PRT-RECORD FROM WS-COUNT-LINE
034400         AFTER ADVANCING 1 LINE.
034500     MOVE '  PAST EXPIRY DATE'        TO CNT-TEXT.
034600     MOVE WS-EXPIRED-COUNT            TO CNT-VALUE.
034700     WRITE PRT-RECORD FROM WS-COUNT-LINE
034800         AFTER ADVANCING 1 LINE.
034900     MOVE 'SUSPENDED AUTHORITIES'     TO CNT-TEXT.
035000     MOVE CRT-SUSPENDED               TO CNT-VALUE.
035100     WRITE PRT-RECORD FROM WS-COUNT-LINE
035200         AFTER ADVANCING 1 LINE.
035300     MOVE 'REMOVED AUTHORITIES'       TO CNT-TEXT.
035400     MOVE CRT-REMOVED                 TO CNT-VALUE.
035500     WRITE PRT-RECORD FROM WS-COUNT-LINE
035600         AFTER ADVANCING 1 LINE.
035700     WRITE PRT-RECORD FROM WS-SIGNOFF-LINE
035800         AFTER ADVANCING 3 LINES.
035900     PERFORM 8300-RECORD-RUN-END
036000         THRU 8300-RECORD-RUN-END-EXIT.
036100     CLOSE PRTFILE.
036200     DISPLAY 'PRDCERT - ACTIVE AUTHORITIES: ' WS-ACTIVE-COUNT.
036300     DISPLAY 'PRDCERT - UNUSED AUTHORITIES: ' WS-UNUSED-COUNT.
036400 3000-TERMINATE-EXIT.
036500     EXIT.
036600*
036700 6000-SQL-ERROR.
036800     MOVE 'PRDCERT '          TO SQE-SOURCE-PROGRAM.
036900     MOVE SPACES              TO SQE-RECORD-KEY.
037000     MOVE CRT-OPERATOR-ID     TO SQE-RECORD-KEY.
037100     MOVE SQLCODE             TO SQE-SQLCODE.
037200     MOVE ZERO                TO SQE-CHECKPOINT-COUNT.
037300     MOVE 99                  TO SQE-RETRY-COUNT.
037400     CALL 'PRDSQLE' USING WS-SQL-ERROR-PARMS.
037500     EXEC SQL ROLLBACK END-EXEC.
037600     CLOSE PRTFILE.
037700     DISPLAY 'PRDCERT - RUN ENDED ON SQL ERROR AT OPERATOR '
037800         CRT-OPERATOR-ID.
037900     DISPLAY 'PRDCERT - RESUBMIT AFTER THE CAUSE IS CLEARED'.
038000     PERFORM 8400-RECORD-RUN-FAIL
038100         THRU 8400-RECORD-RUN-FAIL-EXIT.
038200     MOVE 12 TO RETURN-CODE.
038300     STOP RUN.
038400 6000-SQL-ERROR-EXIT.
038500     EXIT.
038600*
038700 8000-FETCH-AUTHORITY.
038800     EXEC SQL
038900         FETCH CERTCUR
039000         INTO :CRT-OPERATOR-ID, :CRT-LIMIT-PCT,
039100              :CRT-EXPIRY-DATE, :CRT-LAST-USED,
039200              :CRT-DAYS-UNUSED, :CRT-UNUSED-SW,
039300              :CRT-EXPIRED-SW
039400     END-EXEC.
039500     IF SQLCODE = 100
039600         MOVE 'Y' TO WS-EOF-SW
039700         GO TO 8000-FETCH-AUTHORITY-EXIT
039800     END-IF.
039900     IF SQLCODE NOT = ZERO
040000         MOVE '8000-FETCH-AUTHORITY' TO SQE-PARAGRAPH
040100         PERFORM 6000-SQL-ERROR
040200             THRU 6000-SQL-ERROR-EXIT
040300     END-IF.
040400 8000-FETCH-AUTHORITY-EXIT.
040500     EXIT.
040600*
040700 8100-WRITE-HEADINGS.
040800     ADD 1 TO WS-PAGE-COUNT.
040900     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
041000     WRITE PRT-RECORD FROM WS-HEADING-1
041100         AFTER ADVANCING PAGE.
041200     WRITE PRT-RECORD FROM WS-HEADING-2
041300         AFTER ADVANCING 2 LINES.
041400     WRITE PRT-RECORD FROM WS-SECTION-HDG
041500         AFTER ADVANCING 2 LINES.
041600     WRITE PRT-RECORD FROM WS-COLUMN-HDG
041700         AFTER ADVANCING 2 LINES.
041800     MOVE 7 TO WS-LINE-COUNT.
041900 8100-WRITE-HEADINGS-EXIT.
042000     EXIT.
042100*
042200*    RUN CONTROL (VIA PRDRUNC) - IN IS THE ACTIVE
042300*    AUTHORITIES, OUT THE UNUSED ONES LISTED FOR REVIEW.
042400 8200-RECORD-RUN-START.
042500     MOVE SPACES     TO WS-RUN-PARMS.
042600     MOVE 'S'        TO RUN-FUNCTION.
042700     MOVE 'PRDCERT ' TO RUN-JOB-NAME.
042800     MOVE ZERO       TO RUN-RECORDS-IN RUN-RECORDS-OUT.
042900     CALL 'PRDRUNC' USING WS-RUN-PARMS.
043000 8200-RECORD-RUN-START-EXIT.
043100     EXIT.
043200*
043300 8300-RECORD-RUN-END.
043400     MOVE 'E'               TO RUN-FUNCTION.
043500     MOVE WS-ACTIVE-COUNT   TO RUN-RECORDS-IN.
043600     MOVE WS-UNUSED-COUNT   TO RUN-RECORDS-OUT.
043700     CALL 'PRDRUNC' USING WS-RUN-PARMS.
043800 8300-RECORD-RUN-END-EXIT.
043900     EXIT.
044000*
044100 8400-RECORD-RUN-FAIL.
044200     MOVE 'F'               TO RUN-FUNCTION.
044300     MOVE WS-ACTIVE-COUNT   TO RUN-RECORDS-IN.
044400     MOVE WS-UNUSED-COUNT   TO RUN-RECORDS-OUT.
044500     CALL 'PRDRUNC' USING WS-RUN-PARMS.
044600 8400-RECORD-RUN-FAIL-EXIT.
044700     EXIT.
