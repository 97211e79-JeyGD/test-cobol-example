000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDAUTM.
000300*
000400*    SECURITY-DESK MAINTENANCE TRANSACTION FOR THE
000500*    PRODUCT_OPER_AUTH TABLE - WHO MAY CHANGE PRICES IN
000600*    PRDUPDT, PRDNEWP AND PRDRPRM, AND UP TO WHAT APPROVAL
000700*    LIMIT.  THE TRANSACTION IS RESTRICTED TO THE SECURITY
000800*    DESK BY TRANSACTION SECURITY.  THE OPERATOR KEYS A
000900*    FUNCTION (A=ADD, C=CHANGE, S=SUSPEND, I=REINSTATE,
001000*    R=REMOVE, B=BROWSE), THE OPERATOR ID AND FOR AN ADD OR
001100*    CHANGE THE APPROVAL LIMIT AND EXPIRY DATE.  ONLY AN
001200*    ACTIVE AUTHORITY THAT HAS NOT PASSED ITS EXPIRY DATE
001300*    LETS AN OPERATOR CHANGE OR APPROVE A PRICE.  A REMOVED
001400*    AUTHORITY IS KEPT WITH STATUS R, NOT DELETED, SO PRDAINT
001500*    STILL REPORTS A LEAVER'S PAST CHANGES AGAINST THE LIMIT
001600*    THEN HELD; ADDING THE OPERATOR AGAIN RESTORES THE ROW.
001700*    EVERY CHANGE IS WRITTEN TO PRODUCT_AUTH_AUDIT IN THE
001800*    SAME UNIT OF WORK WITH THE BEFORE AND AFTER LIMIT,
001900*    STATUS AND EXPIRY, THE SECURITY-DESK OPERATOR AND
002000*    TERMINAL - A CHANGE THAT CANNOT BE AUDITED IS BACKED
002100*    OUT, AS IN PRDUPDT.  NO OPERATOR MAY MAINTAIN THEIR OWN
002200*    AUTHORITY.
002300*
002400 ENVIRONMENT DIVISION.
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700     COPY MYCOPY013.
002800     EXEC SQL INCLUDE SQLCA END-EXEC.
002900*
003000 01  WS-AUTH-ROW.
003100     05  WS-OA-OPERATOR-ID  PIC X(03).
003200     05  WS-OA-LIMIT-PCT    PIC 9(03)V99  COMP-3 VALUE ZERO.
003300     05  WS-OA-STATUS       PIC X(01).
003400     05  WS-OA-EXPIRY-DATE  PIC X(10).
003500*
003600*    THE AUTHORITY AS IT STOOD BEFORE THE CHANGE, AND AS IT
003700*    STANDS AFTER - BOTH GO TO PRODUCT_AUTH_AUDIT.
003800 01  WS-AUTH-BEFORE-AFTER.
003900     05  WS-OLD-LIMIT-PCT   PIC 9(03)V99  COMP-3 VALUE ZERO.
004000     05  WS-OLD-STATUS      PIC X(01).
004100     05  WS-OLD-EXPIRY-DATE PIC X(10).
004200     05  WS-NEW-LIMIT-PCT   PIC 9(03)V99  COMP-3 VALUE ZERO.
004300     05  WS-NEW-STATUS      PIC X(01).
004400     05  WS-NEW-EXPIRY-DATE PIC X(10).
004500     05  WS-AUDIT-ACTION    PIC X(01).
004600     05  WS-CHANGED-BY      PIC X(03).
004700     05  WS-TERMINAL-ID     PIC X(04).
004800*
004900 01  WS-AUTH-READ-SW        PIC X(01).
005000     88  WS-AUTH-HELD               VALUE 'Y'.
005100     88  WS-AUTH-REMOVED            VALUE 'R'.
005200     88  WS-AUTH-NOT-ON-FILE        VALUE 'N'.
005300     88  WS-AUTH-READ-ERROR         VALUE 'E'.
005400 01  WS-DATE-OK-SW          PIC X(01).
005500*
005600 01  WS-INPUT-LINE.
005700     05  WS-IN-FUNCTION     PIC X(01).
005800     05  WS-IN-OPERATOR-ID  PIC X(03).
005900     05  WS-IN-LIMIT-PCT    PIC X(05).
006000     05  WS-IN-EXPIRY-DATE  PIC X(10).
006100 01  WS-INPUT-LENGTH        PIC S9(4) COMP VALUE 19.
006200*
006300 01  WS-ROW-INDEX           PIC 9(02)  COMP.
006400*
006500 01  WS-MESSAGE-LINE        PIC X(40).
006600 01  WS-DONE-MESSAGE        PIC X(40).
006700*
006800 01  WS-LIST-TEXT.
006900     05  WS-LIST-LINE  OCCURS 10 TIMES.
007000         10  WS-LL-OPERATOR-ID  PIC X(03).
007100         10  FILLER             PIC X(02)  VALUE SPACES.
007200         10  WS-LL-LIMIT-PCT    PIC ZZ9.99.
007300         10  FILLER             PIC X(02)  VALUE SPACES.
007400         10  WS-LL-STATUS       PIC X(01).
007500         10  FILLER             PIC X(02)  VALUE SPACES.
007600         10  WS-LL-EXPIRY-DATE  PIC X(10).
007700         10  FILLER             PIC X(01)  VALUE SPACE.
007800 01  WS-LIST-TEXT-LENGTH    PIC S9(4) COMP VALUE 270.
007900*
008000*    THE TRANSACTION WORKS AGAINST THIS WORKING-STORAGE COPY
008100*    OF THE COMMAREA - ON THE FIRST TERMINAL ENTRY EIBCALEN
008200*    IS ZERO AND DFHCOMMAREA IS NOT ADDRESSABLE.  A CALLER'S
008300*    COMMAREA IS COPIED IN AT ENTRY AND THE COPY RETURNED.
008400 01  WS-COMMAREA.
008500     COPY MYCOPY062 REPLACING LEADING ==CA-== BY ==WCA-==.
008600*
008700 LINKAGE SECTION.
008800 01  DFHCOMMAREA.
008900     COPY MYCOPY062.
009000*
009100 PROCEDURE DIVISION.
009200     PERFORM INIT
009300     IF EIBCALEN > ZERO
009400         MOVE DFHCOMMAREA TO WS-COMMAREA
009500     ELSE
009600         INITIALIZE WS-COMMAREA
009700     END-IF
009800     PERFORM RECEIVE-REQUEST
009900     IF WCA-OA-INVALID-INPUT OR WCA-OA-NOT-ALLOWED
010000         PERFORM SEND-MESSAGE
010100     ELSE
010200         EVALUATE TRUE
010300             WHEN WCA-OA-ADD
010400                 PERFORM ADD-AUTHORITY
010500             WHEN WCA-OA-CHANGE
010600                 PERFORM CHANGE-AUTHORITY
010700             WHEN WCA-OA-SUSPEND
010800                 PERFORM SUSPEND-AUTHORITY
010900             WHEN WCA-OA-REINSTATE
011000                 PERFORM REINSTATE-AUTHORITY
011100             WHEN WCA-OA-REMOVE
011200                 PERFORM REMOVE-AUTHORITY
011300             WHEN WCA-OA-BROWSE
011400                 PERFORM BROWSE-AUTHORITIES
011500         END-EVALUATE
011600     END-IF
011700     PERFORM EXIT-ROUTINE
011800     EXEC CICS RETURN
011900         COMMAREA(WS-COMMAREA)
012000         LENGTH(LENGTH OF WS-COMMAREA)
012100     END-EXEC.
012200*
012300 INIT.
012400     MOVE SPACES TO WS-OA-OPERATOR-ID WS-OA-STATUS
012500                    WS-OA-EXPIRY-DATE WS-MESSAGE-LINE
012600                    WS-DONE-MESSAGE.
012700     MOVE SPACES TO WS-OLD-STATUS WS-OLD-EXPIRY-DATE
012800                    WS-NEW-STATUS WS-NEW-EXPIRY-DATE
012900                    WS-AUDIT-ACTION.
013000     MOVE ZERO   TO WS-OA-LIMIT-PCT WS-OLD-LIMIT-PCT
013100                    WS-NEW-LIMIT-PCT WS-ROW-INDEX.
013200     MOVE EIBOPID  TO WS-CHANGED-BY.
013300     MOVE EIBTRMID TO WS-TERMINAL-ID.
013400*
013500 RECEIVE-REQUEST.
013600     IF EIBCALEN = ZERO
013700         PERFORM RECEIVE-INPUT-LINE
013800     END-IF.
013900     MOVE '0'  TO WCA-OA-RETURN-CODE.
014000     MOVE ZERO TO WCA-OA-ROW-COUNT.
014100     PERFORM VALIDATE-REQUEST.
014200*
014300 RECEIVE-INPUT-LINE.
014400     MOVE SPACES TO WS-INPUT-LINE.
014500     EXEC CICS RECEIVE
014600         INTO(WS-INPUT-LINE)
014700         LENGTH(WS-INPUT-LENGTH)
014800     END-EXEC.
014900     MOVE WS-IN-FUNCTION    TO WCA-OA-FUNCTION.
015000     MOVE WS-IN-OPERATOR-ID TO WCA-OA-OPERATOR-ID.
015100     MOVE WS-IN-LIMIT-PCT   TO WCA-OA-LIMIT-PCT-X.
015200     MOVE WS-IN-EXPIRY-DATE TO WCA-OA-EXPIRY-DATE.
015300*
015400 VALIDATE-REQUEST.
015500     IF NOT WCA-OA-ADD AND NOT WCA-OA-CHANGE
015600                       AND NOT WCA-OA-SUSPEND
015700                       AND NOT WCA-OA-REINSTATE
015800                       AND NOT WCA-OA-REMOVE
015900                       AND NOT WCA-OA-BROWSE
016000         MOVE '2' TO WCA-OA-RETURN-CODE
016100         MOVE 'FUNCTION MUST BE A, C, S, I, R OR B'
016200             TO WS-MESSAGE-LINE
016300     ELSE
016400     IF NOT WCA-OA-BROWSE AND WCA-OA-OPERATOR-ID = SPACES
016500         MOVE '2' TO WCA-OA-RETURN-CODE
016600         MOVE 'OPERATOR ID REQUIRED' TO WS-MESSAGE-LINE
016700     ELSE
016800     IF NOT WCA-OA-BROWSE AND WCA-OA-OPERATOR-ID = EIBOPID
016900         MOVE '4' TO WCA-OA-RETURN-CODE
017000         MOVE 'YOU MAY NOT MAINTAIN YOUR OWN AUTHORITY'
017100             TO WS-MESSAGE-LINE
017200     ELSE
017300     IF WCA-OA-ADD AND WCA-OA-LIMIT-NOT-KEYED
017400         MOVE '2' TO WCA-OA-RETURN-CODE
017500         MOVE 'APPROVAL LIMIT REQUIRED (NNNDD)'
017600             TO WS-MESSAGE-LINE
017700     ELSE
017800     IF (WCA-OA-ADD OR WCA-OA-CHANGE)
017900         AND NOT WCA-OA-LIMIT-NOT-KEYED
018000         AND WCA-OA-LIMIT-PCT-X NOT NUMERIC
018100         MOVE '2' TO WCA-OA-RETURN-CODE
018200         MOVE 'APPROVAL LIMIT MUST BE NNNDD' TO WS-MESSAGE-LINE
018300     ELSE
018400     IF WCA-OA-CHANGE AND WCA-OA-LIMIT-NOT-KEYED
018500                      AND WCA-OA-EXPIRY-NOT-KEYED
018600         MOVE '2' TO WCA-OA-RETURN-CODE
018700         MOVE 'KEY A NEW LIMIT OR EXPIRY DATE'
018800             TO WS-MESSAGE-LINE
018900     ELSE
019000     IF (WCA-OA-ADD OR WCA-OA-CHANGE)
019100         AND NOT WCA-OA-EXPIRY-NOT-KEYED
019200         PERFORM CHECK-EXPIRY-DATE
019300     END-IF
019400     END-IF
019500     END-IF
019600     END-IF
019700     END-IF
019800     END-IF
019900     END-IF.
020000*
020100*    THE EXPIRY DATE IS THE LAST DAY THE AUTHORITY HOLDS, SO
020200*    IT MAY BE TODAY OR LATER BUT NOT IN THE PAST - A DATE
020300*    DB2 CANNOT CONVERT COMES BACK AS A NEGATIVE SQLCODE.
020400 CHECK-EXPIRY-DATE.
020500     MOVE WCA-OA-EXPIRY-DATE TO WS-OA-EXPIRY-DATE.
020600     EXEC SQL
020700         SELECT 'Y'
020800         INTO :WS-DATE-OK-SW
020900         FROM SYSIBM.SYSDUMMY1
021000         WHERE DATE(:WS-OA-EXPIRY-DATE) >= CURRENT DATE
021100     END-EXEC.
021200     EVALUATE TRUE
021300         WHEN SQLCODE = ZERO
021400             CONTINUE
021500         WHEN SQLCODE = 100
021600             MOVE '2' TO WCA-OA-RETURN-CODE
021700             MOVE 'EXPIRY DATE MUST NOT BE IN THE PAST'
021800                 TO WS-MESSAGE-LINE
021900         WHEN OTHER
022000             MOVE '2' TO WCA-OA-RETURN-CODE
022100             MOVE 'EXPIRY DATE MUST BE YYYY-MM-DD'
022200                 TO WS-MESSAGE-LINE
022300     END-EVALUATE.
022400*
022500*    READS THE OPERATOR'S AUTHORITY AS IT STANDS INTO THE
022600*    BEFORE-IMAGE FIELDS.  AN OPERATOR NEVER ADDED HAS A
022700*    BLANK BEFORE-IMAGE.
022800 READ-AUTHORITY.
022900     MOVE WCA-OA-OPERATOR-ID TO WS-OA-OPERATOR-ID.
023000     EXEC SQL
023100         SELECT APPROVAL_LIMIT_PCT, AUTH_STATUS,
023200                CHAR(EXPIRY_DATE, ISO)
023300         INTO :WS-OLD-LIMIT-PCT, :WS-OLD-STATUS,
023400              :WS-OLD-EXPIRY-DATE
023500         FROM PRODUCT_OPER_AUTH
023600         WHERE OPERATOR_ID = :WS-OA-OPERATOR-ID
023700     END-EXEC.
023800     EVALUATE TRUE
023900         WHEN SQLCODE = ZERO AND WS-OLD-STATUS = 'R'
024000             MOVE 'R' TO WS-AUTH-READ-SW
024100         WHEN SQLCODE = ZERO
024200             MOVE 'Y' TO WS-AUTH-READ-SW
024300         WHEN SQLCODE = 100
024400             MOVE 'N' TO WS-AUTH-READ-SW
024500             MOVE ZERO   TO WS-OLD-LIMIT-PCT
024600             MOVE SPACES TO WS-OLD-STATUS WS-OLD-EXPIRY-DATE
024700         WHEN OTHER
024800             MOVE 'E' TO WS-AUTH-READ-SW
024900             MOVE '2' TO WCA-OA-RETURN-CODE
025000             MOVE 'AUTHORITY TABLE UNAVAILABLE'
025100                 TO WS-MESSAGE-LINE
025200     END-EVALUATE.
025300     MOVE WS-OLD-LIMIT-PCT   TO WS-NEW-LIMIT-PCT.
025400     MOVE WS-OLD-STATUS      TO WS-NEW-STATUS.
025500     MOVE WS-OLD-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE.
025600*
025700*    A NEW OPERATOR IS INSERTED; A REMOVED ONE IS RESTORED
025800*    ON ITS OLD ROW.  A BLANK EXPIRY MEANS NONE.
025900 ADD-AUTHORITY.
026000     PERFORM READ-AUTHORITY.
026100     IF WS-AUTH-HELD
026200         MOVE '3' TO WCA-OA-RETURN-CODE
026300         MOVE 'OPERATOR ALREADY HOLDS AN AUTHORITY'
026400             TO WS-MESSAGE-LINE
026500     ELSE
026600     IF NOT WS-AUTH-READ-ERROR
026700         MOVE 'A'              TO WS-AUDIT-ACTION
026800         MOVE WCA-OA-LIMIT-PCT TO WS-NEW-LIMIT-PCT
026900         MOVE 'A'              TO WS-NEW-STATUS
027000         IF WCA-OA-EXPIRY-NOT-KEYED
027100             MOVE '9999-12-31'       TO WS-NEW-EXPIRY-DATE
027200         ELSE
027300             MOVE WCA-OA-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
027400         END-IF
027500         MOVE 'AUTHORITY ADDED' TO WS-DONE-MESSAGE
027600         IF WS-AUTH-REMOVED
027700             PERFORM UPDATE-AUTHORITY
027800         ELSE
027900             PERFORM INSERT-AUTHORITY
028000         END-IF
028100     END-IF
028200     END-IF.
028300     PERFORM SEND-MESSAGE.
028400*
028500*    A BLANK LIMIT OR EXPIRY IS LEFT AS IT STANDS.  A
028600*    SUSPENDED AUTHORITY MAY BE CHANGED AND STAYS SUSPENDED.
028700 CHANGE-AUTHORITY.
028800     PERFORM READ-AUTHORITY.
028900     IF WS-AUTH-REMOVED OR WS-AUTH-NOT-ON-FILE
029000         PERFORM SET-NO-AUTHORITY
029100     ELSE
029200     IF WS-AUTH-HELD
029300         MOVE 'C' TO WS-AUDIT-ACTION
029400         IF NOT WCA-OA-LIMIT-NOT-KEYED
029500             MOVE WCA-OA-LIMIT-PCT   TO WS-NEW-LIMIT-PCT
029600         END-IF
029700         IF NOT WCA-OA-EXPIRY-NOT-KEYED
029800             MOVE WCA-OA-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
029900         END-IF
030000         MOVE 'AUTHORITY CHANGED' TO WS-DONE-MESSAGE
030100         PERFORM UPDATE-AUTHORITY
030200     END-IF
030300     END-IF.
030400     PERFORM SEND-MESSAGE.
030500*
030600 SUSPEND-AUTHORITY.
030700     PERFORM READ-AUTHORITY.
030800     IF WS-AUTH-REMOVED OR WS-AUTH-NOT-ON-FILE
030900         PERFORM SET-NO-AUTHORITY
031000     ELSE
031100     IF WS-AUTH-HELD AND WS-OLD-STATUS = 'S'
031200         MOVE '4' TO WCA-OA-RETURN-CODE
031300         MOVE 'AUTHORITY ALREADY SUSPENDED' TO WS-MESSAGE-LINE
031400     ELSE
031500     IF WS-AUTH-HELD
031600         MOVE 'S' TO WS-AUDIT-ACTION
031700         MOVE 'S' TO WS-NEW-STATUS
031800         MOVE 'AUTHORITY SUSPENDED' TO WS-DONE-MESSAGE
031900         PERFORM UPDATE-AUTHORITY
032000     END-IF
032100     END-IF
032200     END-IF.
032300     PERFORM SEND-MESSAGE.
032400*
032500*    LIFTS A SUSPENSION.  THE EXPIRY DATE IS NOT CHANGED - AN
032600*    AUTHORITY PAST ITS EXPIRY STAYS REFUSED UNTIL CHANGED.
032700 REINSTATE-AUTHORITY.
032800     PERFORM READ-AUTHORITY.
032900     IF WS-AUTH-REMOVED OR WS-AUTH-NOT-ON-FILE
033000         PERFORM SET-NO-AUTHORITY
033100     ELSE
033200     IF WS-AUTH-HELD AND WS-OLD-STATUS NOT = 'S'
033300         MOVE '4' TO WCA-OA-RETURN-CODE
033400         MOVE 'AUTHORITY IS NOT SUSPENDED' TO WS-MESSAGE-LINE
033500     ELSE
033600     IF WS-AUTH-HELD
033700         MOVE 'I' TO WS-AUDIT-ACTION
033800         MOVE 'A' TO WS-NEW-STATUS
033900         MOVE 'AUTHORITY REINSTATED' TO WS-DONE-MESSAGE
034000         PERFORM UPDATE-AUTHORITY
034100     END-IF
034200     END-IF
034300     END-IF.
034400     PERFORM SEND-MESSAGE.
034500*
034600 REMOVE-AUTHORITY.
034700     PERFORM READ-AUTHORITY.
034800     IF WS-AUTH-REMOVED OR WS-AUTH-NOT-ON-FILE
034900         PERFORM SET-NO-AUTHORITY
035000     ELSE
035100     IF WS-AUTH-HELD
035200         MOVE 'R' TO WS-AUDIT-ACTION
035300         MOVE 'R' TO WS-NEW-STATUS
035400         MOVE 'AUTHORITY REMOVED' TO WS-DONE-MESSAGE
035500         PERFORM UPDATE-AUTHORITY
035600     END-IF
035700     END-IF.
035800     PERFORM SEND-MESSAGE.
035900*
036000 SET-NO-AUTHORITY.
036100     MOVE '1' TO WCA-OA-RETURN-CODE.
036200     MOVE 'OPERATOR HOLDS NO AUTHORITY' TO WS-MESSAGE-LINE.
036300*
036400 INSERT-AUTHORITY.
036500     EXEC SQL
036600         INSERT INTO PRODUCT_OPER_AUTH
036700             (OPERATOR_ID, APPROVAL_LIMIT_PCT, AUTH_STATUS,
036800              EXPIRY_DATE)
036900         VALUES
037000             (:WS-OA-OPERATOR-ID, :WS-NEW-LIMIT-PCT,
037100              :WS-NEW-STATUS, DATE(:WS-NEW-EXPIRY-DATE))
037200     END-EXEC.
037300     EVALUATE TRUE
037400         WHEN SQLCODE = ZERO
037500             PERFORM AUDIT-AUTHORITY-CHANGE
037600         WHEN SQLCODE = -803
037700             MOVE '3' TO WCA-OA-RETURN-CODE
037800             MOVE 'OPERATOR ALREADY HOLDS AN AUTHORITY'
037900                 TO WS-MESSAGE-LINE
038000         WHEN OTHER
038100             MOVE '2' TO WCA-OA-RETURN-CODE
038200             MOVE 'AUTHORITY NOT ADDED' TO WS-MESSAGE-LINE
038300     END-EVALUATE.
038400*
038500*    THE WHOLE BEFORE-IMAGE IS IN THE PREDICATE, SO A ROW
038600*    ANOTHER SECURITY-DESK OPERATOR CHANGED SINCE IT WAS READ
038610*    IS NOT OVERWRITTEN AND THE AUDIT ROW NEVER CARRIES A
038620*    BEFORE-IMAGE THAT WAS NOT ON THE TABLE.
038700 UPDATE-AUTHORITY.
038800     EXEC SQL
038900         UPDATE PRODUCT_OPER_AUTH
039000            SET APPROVAL_LIMIT_PCT = :WS-NEW-LIMIT-PCT,
039100                AUTH_STATUS        = :WS-NEW-STATUS,
039200                EXPIRY_DATE        = DATE(:WS-NEW-EXPIRY-DATE)
039300          WHERE OPERATOR_ID        = :WS-OA-OPERATOR-ID
039400            AND AUTH_STATUS        = :WS-OLD-STATUS
039410            AND APPROVAL_LIMIT_PCT = :WS-OLD-LIMIT-PCT
039420            AND CHAR(EXPIRY_DATE, ISO)
039430                                 = :WS-OLD-EXPIRY-DATE
039500     END-EXEC.
039600     IF SQLCODE = ZERO AND SQLERRD (3) > ZERO
039700         PERFORM AUDIT-AUTHORITY-CHANGE
039800     ELSE
039900         MOVE '2' TO WCA-OA-RETURN-CODE
040000         MOVE 'AUTHORITY NOT UPDATED - RETRY'
040100             TO WS-MESSAGE-LINE
040200     END-IF.
040300*
040400*    ONE PRODUCT_AUTH_AUDIT ROW PER CHANGE.  AN UNAUDITABLE
040500*    CHANGE IS NOT ALLOWED TO STAND - BACK IT OUT.
040600 AUDIT-AUTHORITY-CHANGE.
040700     EXEC SQL
040800         INSERT INTO PRODUCT_AUTH_AUDIT
040900             (CHANGE_TS, OPERATOR_ID, ACTION,
041000              OLD_LIMIT_PCT, NEW_LIMIT_PCT,
041100              OLD_STATUS, NEW_STATUS,
041200              OLD_EXPIRY_DATE, NEW_EXPIRY_DATE,
041300              CHANGED_BY, TERMINAL_ID)
041400         VALUES
041500             (CURRENT TIMESTAMP, :WS-OA-OPERATOR-ID,
041600              :WS-AUDIT-ACTION,
041700              :WS-OLD-LIMIT-PCT, :WS-NEW-LIMIT-PCT,
041800              :WS-OLD-STATUS, :WS-NEW-STATUS,
041900              :WS-OLD-EXPIRY-DATE, :WS-NEW-EXPIRY-DATE,
042000              :WS-CHANGED-BY, :WS-TERMINAL-ID)
042100     END-EXEC.
042200     IF SQLCODE = ZERO
042300         MOVE '0' TO WCA-OA-RETURN-CODE
042400         MOVE WS-DONE-MESSAGE TO WS-MESSAGE-LINE
042500     ELSE
042600         EXEC SQL ROLLBACK END-EXEC
042700         MOVE '5' TO WCA-OA-RETURN-CODE
042800         MOVE 'CHANGE BACKED OUT - AUDIT UNAVAILABLE'
042900             TO WS-MESSAGE-LINE
043000     END-IF.
043100*
043200*    ONE PAGE OF AUTHORITIES IN OPERATOR ORDER, REMOVED ONES
043300*    INCLUDED - THE OPERATOR ID KEYED POSITIONS THE PAGE, SO
043400*    RE-KEYING THE LAST ONE SHOWN PAGES ON, AS IN PRDCATM.
043500 BROWSE-AUTHORITIES.
043600     EXEC SQL
043700         DECLARE OAUCUR CURSOR FOR
043800         SELECT OPERATOR_ID, APPROVAL_LIMIT_PCT, AUTH_STATUS,
043900                CHAR(EXPIRY_DATE, ISO)
044000         FROM PRODUCT_OPER_AUTH
044100         WHERE OPERATOR_ID > :WCA-OA-OPERATOR-ID
044200         ORDER BY OPERATOR_ID
044300     END-EXEC.
044400     EXEC SQL OPEN OAUCUR END-EXEC.
044500     MOVE 'N'  TO WS-EOF-SW.
044600     MOVE ZERO TO WS-ROW-INDEX.
044700     PERFORM FETCH-AUTH-ROW
044800         THRU FETCH-AUTH-ROW-EXIT
044900         UNTIL WS-EOF OR WS-ROW-INDEX = 10.
045000     EXEC SQL CLOSE OAUCUR END-EXEC.
045100     MOVE WS-ROW-INDEX TO WCA-OA-ROW-COUNT.
045200     IF WCA-OA-ROW-COUNT = ZERO
045300         MOVE '1' TO WCA-OA-RETURN-CODE
045400         MOVE 'NO MORE AUTHORITIES ON FILE' TO WS-MESSAGE-LINE
045500         PERFORM SEND-MESSAGE
045600     ELSE
045700         MOVE '0' TO WCA-OA-RETURN-CODE
045800         PERFORM SEND-AUTH-PAGE
045900     END-IF.
046000*
046100 FETCH-AUTH-ROW.
046200     EXEC SQL
046300         FETCH OAUCUR
046400         INTO :WS-OA-OPERATOR-ID, :WS-OA-LIMIT-PCT,
046500              :WS-OA-STATUS, :WS-OA-EXPIRY-DATE
046600     END-EXEC.
046700     IF SQLCODE NOT = ZERO
046800         MOVE 'Y' TO WS-EOF-SW
046900     ELSE
047000         ADD 1 TO WS-ROW-INDEX
047100         MOVE WS-OA-OPERATOR-ID
047200             TO WCA-OA-LIST-OPERATOR-ID (WS-ROW-INDEX)
047300         MOVE WS-OA-LIMIT-PCT
047400             TO WCA-OA-LIST-LIMIT-PCT (WS-ROW-INDEX)
047500         MOVE WS-OA-STATUS
047600             TO WCA-OA-LIST-STATUS (WS-ROW-INDEX)
047700         MOVE WS-OA-EXPIRY-DATE
047800             TO WCA-OA-LIST-EXPIRY-DATE (WS-ROW-INDEX)
047900     END-IF.
048000 FETCH-AUTH-ROW-EXIT.
048100     EXIT.
048200*
048300 SEND-AUTH-PAGE.
048400     MOVE SPACES TO WS-LIST-TEXT.
048500     PERFORM BUILD-AUTH-LINE
048600         THRU BUILD-AUTH-LINE-EXIT
048700         VARYING WS-ROW-INDEX FROM 1 BY 1
048800         UNTIL WS-ROW-INDEX > WCA-OA-ROW-COUNT.
048900     EXEC CICS SEND TEXT
049000         FROM(WS-LIST-TEXT)
049100         LENGTH(WS-LIST-TEXT-LENGTH)
049200     END-EXEC.
049300*
049400 BUILD-AUTH-LINE.
049500     MOVE WCA-OA-LIST-OPERATOR-ID (WS-ROW-INDEX)
049600         TO WS-LL-OPERATOR-ID (WS-ROW-INDEX).
049700     MOVE WCA-OA-LIST-LIMIT-PCT (WS-ROW-INDEX)
049800         TO WS-LL-LIMIT-PCT (WS-ROW-INDEX).
049900     MOVE WCA-OA-LIST-STATUS (WS-ROW-INDEX)
050000         TO WS-LL-STATUS (WS-ROW-INDEX).
050100     MOVE WCA-OA-LIST-EXPIRY-DATE (WS-ROW-INDEX)
050200         TO WS-LL-EXPIRY-DATE (WS-ROW-INDEX).
050300 BUILD-AUTH-LINE-EXIT.
050400     EXIT.
050500*
050600 SEND-MESSAGE.
050700     EXEC CICS SEND TEXT
050800         FROM(WS-MESSAGE-LINE)
050900         LENGTH(40)
051000     END-EXEC.
051100*
051200 EXIT-ROUTINE.
051300     EXEC SQL COMMIT END-EXEC.
