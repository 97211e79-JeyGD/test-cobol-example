001456*                   CHECKPOINT ON DEADLOCK, OTHERWISE END   *
001465*                   WITH CONDITION CODE 12 SO THE SCHEDULER *
001474*                   HOLDS THE DOWNSTREAM JOBS.              *
001476*  10/15/26   JRH   QUEUE A FEED RECORD FOR A PRODUCT NOT   *
001478*                   ON PRODUCTS ON PRODUCT_NEW_ITEM_REQ     *
001480*                   FOR NEW-PRODUCT SETUP THROUGH PRDNEWP.  *
001484*  10/15/26   JRH   LOG EVERY UNIT_COST MOVEMENT THE FEED   *
001488*                   APPLIES ON PRODUCT_COST_CHANGE FOR THE  *
001492*                   REPRICING PROPOSAL STEP (PRDRPRC).      *
001493*  10/15/26   JRH   KEEP EVERY UNIT COST THE FEED LANDS     *
001494*                   ON SUPPLIER_COST_HIST BY SUPPLIER,      *
001495*                   PRODUCT AND FEED DATE (PRDSCRD).        *
001496*----------------------------------------------------------*
001500*
001600*----------------------------------------------------------*
001700* READS THE EDITED SUPPLIER PRICE FEED (TRANSLATED TO OUR   *
006160     05  WS-APPLIED-SW      PIC X(01)  VALUE 'N'.
006170         88  WS-RECORD-APPLIED          VALUE 'Y'.
006180     05  WS-SUS-NEW-STATUS  PIC X(01)  VALUE SPACE.
006185     05  WS-QUEUE-SW        PIC X(01)  VALUE 'N'.
006186         88  WS-QUEUE-FAILED            VALUE 'E'.
006187     05  WS-COST-LOG-SW     PIC X(01)  VALUE 'N'.
006188         88  WS-COST-LOG-FAILED         VALUE 'E'.
006189     05  WS-COST-HIST-SW    PIC X(01)  VALUE 'N'.
006190         88  WS-COST-HIST-FAILED        VALUE 'E'.
006191*
006192 01  WS-NEW-PART-NO         PIC X(15).
006194 01  WS-HIST-FEED-DATE      PIC X(10).
006200*
006210 01  WS-CURRENT-ROW.
006220     05  WS-CUR-DESCRIPTION PIC X(40).
006230     05  WS-CUR-PRICE       PIC 9(05)V99.
006240     05  WS-CUR-CATEGORY    PIC X(04).
006245     05  WS-CUR-UNIT-COST   PIC 9(05)V99.
006250 01  WS-PRODUCT-STATUS      PIC X(01).
006260     88  WS-STATUS-DISCONTINUED     VALUE 'D'.
006262*
006350     05  WS-DISCONTINUED-COUNT
006360                            PIC 9(09)  COMP  VALUE ZERO.
006370     05  WS-NOTFOUND-COUNT  PIC 9(09)  COMP  VALUE ZERO.
006375     05  WS-NEW-ITEM-COUNT  PIC 9(09)  COMP  VALUE ZERO.
006377     05  WS-COST-MOVE-COUNT PIC 9(09)  COMP  VALUE ZERO.
006380     05  WS-RELEASED-COUNT  PIC 9(09)  COMP  VALUE ZERO.
006385     05  WS-REL-SKIP-COUNT  PIC 9(09)  COMP  VALUE ZERO.
006390     05  WS-SUS-CHUNK-COUNT PIC 9(09)  COMP  VALUE ZERO.
009150                MOVE SPACES TO CTL-FEED-DATE
009200     END-READ.
009300     CLOSE CTLFILE.
009305     MOVE CTL-FEED-DATE TO WS-HIST-FEED-DATE.
009310     PERFORM 1300-CHECK-EDIT-COMPLETE
009320         THRU 1300-CHECK-EDIT-COMPLETE-EXIT.
009330     PERFORM 8200-RECORD-RUN-START
014270*    MUST NOT RESURRECT IT.  A PRODUCT NOT ON THE TABLE AT
014280*    ALL IS LIKEWISE REPORTED AND SKIPPED - THE EDIT ONLY
014285*    PASSES PART NUMBERS MAPPED ON PRODUCT_SUPPLIER_XREF, SO
014290*    A MISS HERE MEANS THE MAPPING POINTS AT A PRODUCT NOT
014291*    (OR NO LONGER) ON FILE; IN THE FEED PHASE THE RECORD IS
014292*    QUEUED FOR NEW-PRODUCT SETUP (2170).  THE UPDATE NEVER
014295*    TOUCHES STATUS.
014300 2100-APPLY-RECORD.
014301     MOVE ZERO TO SQE-RETRY-COUNT.
014305 2100-APPLY-RETRY.
014306     MOVE 'N'  TO WS-APPLIED-SW.
014310     EXEC SQL
014320         SELECT STATUS, DESCRIPTION, PRICE, CATEGORY_CODE,
014325                UNIT_COST
014330         INTO :WS-PRODUCT-STATUS, :WS-CUR-DESCRIPTION,
014335              :WS-CUR-PRICE, :WS-CUR-CATEGORY,
014337              :WS-CUR-UNIT-COST
014340         FROM PRODUCTS
014350         WHERE PRODUCT_ID = :CLN-PRODUCT-ID
014360     END-EXEC.
014362     IF SQLCODE = 100
014363         IF WS-FEED-PHASE
014364             PERFORM 2170-QUEUE-NEW-ITEM
014365                 THRU 2170-QUEUE-NEW-ITEM-EXIT
014366             IF WS-QUEUE-FAILED
014367                 MOVE '2170-QUEUE-NEW-ITEM' TO SQE-PARAGRAPH
014368                 PERFORM 6000-SQL-ERROR
014369                     THRU 6000-SQL-ERROR-EXIT
014370                 GO TO 2100-APPLY-RETRY
014371             END-IF
014372         END-IF
014373         ADD 1 TO WS-NOTFOUND-COUNT
014374         DISPLAY 'PRDLOAD - PRODUCT NOT ON PRODUCTS: '
014375             CLN-PRODUCT-ID
014376         GO TO 2100-APPLY-RECORD-EXIT
014377     END-IF.
014378     IF SQLCODE NOT = ZERO
014379         MOVE '2100-APPLY-RECORD SELECT' TO SQE-PARAGRAPH
014380         PERFORM 6000-SQL-ERROR
014381             THRU 6000-SQL-ERROR-EXIT
014382         GO TO 2100-APPLY-RETRY
014383     END-IF.
014384     IF WS-STATUS-DISCONTINUED
014385         ADD 1 TO WS-DISCONTINUED-COUNT
014390         DISPLAY 'PRDLOAD - DISCONTINUED PRODUCT ON FEED: '
014395             CLN-PRODUCT-ID
014398         GO TO 2100-APPLY-RECORD-EXIT
015660             THRU 6200-AUDIT-INSERT-FAILED-EXIT
015680         GO TO 2100-APPLY-RETRY
015700     END-IF.
015705*    A COST MOVEMENT IS LOGGED IN THE SAME UNIT OF WORK AS
015710*    THE UPDATE.  A DEADLOCK HAS BACKED BOTH OUT AND THE
015715*    RECORD IS REAPPLIED FROM THE TOP; A TIMEOUT BACKED
015720*    NOTHING OUT, SO ONLY THE LOG IS RETRIED - REAPPLYING
015725*    WOULD AUDIT THE UPDATE TWICE.
015730 2100-COST-RETRY.
015735     IF CLN-COST NOT = WS-CUR-UNIT-COST
015740         PERFORM 2180-LOG-COST-CHANGE
015745             THRU 2180-LOG-COST-CHANGE-EXIT
015750         IF WS-COST-LOG-FAILED
015755             MOVE '2180-LOG-COST-CHANGE' TO SQE-PARAGRAPH
015760             PERFORM 6000-SQL-ERROR
015765                 THRU 6000-SQL-ERROR-EXIT
015770             IF SQE-SQLCODE = -911
015775                 GO TO 2100-APPLY-RETRY
015780             END-IF
015785             GO TO 2100-COST-RETRY
015790         END-IF
015795     END-IF.
015796*    THE COST HISTORY ROW IS RETRIED AS THE COST MOVEMENT
015798*    LOG IS ABOVE, IN THE SAME UNIT OF WORK.
015800 2100-HIST-RETRY.
015802     PERFORM 2150-LOG-SUPPLIER-COST
015804         THRU 2150-LOG-SUPPLIER-COST-EXIT.
015806     IF WS-COST-HIST-FAILED
015808         MOVE '2150-LOG-SUPPLIER-COST' TO SQE-PARAGRAPH
015810         PERFORM 6000-SQL-ERROR
015812             THRU 6000-SQL-ERROR-EXIT
015814         IF SQE-SQLCODE = -911
015816             GO TO 2100-APPLY-RETRY
015818         END-IF
015820         GO TO 2100-HIST-RETRY
015822     END-IF.
015824 2100-APPLY-RECORD-EXIT.
015826     EXIT.
015828*
015830*----------------------------------------------------------*
015832* EVERY UNIT COST THE FEED LANDS, CHANGED OR NOT, IS KEPT   *
015834* ON SUPPLIER_COST_HIST UNDER THE SUPPLIER THAT SENT IT,    *
015836* FOR THE MONTHLY SUPPLIER SCORECARD (PRDSCRD) -            *
015838* PRODUCTS.UNIT_COST ONLY HOLDS THE LATEST SUPPLIER'S.  A   *
015840* RELEASED SUSPENSE RECORD IS KEPT UNDER THE FEED DATE IT   *
015842* WAS SENT ON.  A SECOND COST FOR THE SAME SUPPLIER,        *
015844* PRODUCT AND DATE (-803, A RERUN) REPLACES THE FIRST.      *
015846* ANY OTHER SQLCODE COMES BACK AS WS-COST-HIST-FAILED FOR   *
015848* 2100 TO HANDLE.                                           *
015850*----------------------------------------------------------*
015852 2150-LOG-SUPPLIER-COST.
015854     MOVE 'N' TO WS-COST-HIST-SW.
015856     EXEC SQL
015858         INSERT INTO SUPPLIER_COST_HIST
015860             (SUPPLIER_CODE, PRODUCT_ID, FEED_DATE, UNIT_COST,
015862              SOURCE_PROGRAM, LOAD_TS)
015864         VALUES
015866             (:CLN-SUPPLIER-CODE, :CLN-PRODUCT-ID,
015868              COALESCE(DATE(NULLIF(:WS-HIST-FEED-DATE, ' ')),
015870                       CURRENT DATE),
015872              :CLN-COST, 'PRDLOAD ', CURRENT TIMESTAMP)
015874     END-EXEC.
015876     IF SQLCODE = -803
015878         EXEC SQL
015880             UPDATE SUPPLIER_COST_HIST
015882                SET UNIT_COST     = :CLN-COST,
015884                    LOAD_TS       = CURRENT TIMESTAMP
015886              WHERE SUPPLIER_CODE = :CLN-SUPPLIER-CODE
015888                AND PRODUCT_ID    = :CLN-PRODUCT-ID
015890                AND FEED_DATE     = COALESCE(
015892                    DATE(NULLIF(:WS-HIST-FEED-DATE, ' ')),
015894                    CURRENT DATE)
015896         END-EXEC
015898     END-IF.
015900     IF SQLCODE NOT = ZERO
015902         MOVE 'E' TO WS-COST-HIST-SW
015904     END-IF.
015906 2150-LOG-SUPPLIER-COST-EXIT.
015909     EXIT.
015910*
015920*----------------------------------------------------------*
015930* CHANGE AUDIT (VIA PRDAUDT) - THE UPDATED PRODUCT CARRIES  *
016090     CALL 'PRDAUDT' USING WS-AUDIT-PARMS.
016092 2160-AUDIT-UPDATE-EXIT.
016094     EXIT.
016095*
016096*----------------------------------------------------------*
016097* A FEED RECORD FOR A PRODUCT_ID NOT ON PRODUCTS IS QUEUED  *
016098* ON PRODUCT_NEW_ITEM_REQ, CARRYING THE PRODUCT_ID ITS      *
016099* MAPPING POINTS AT, SO THE PRICING DESK CAN SET THE        *
016100* PRODUCT UP THROUGH PRDNEWP.  THE CLEAN RECORD HAS NO      *
016101* PART NUMBER, SO IT IS READ BACK FROM THE MAPPING.  A ROW  *
016102* ALREADY QUEUED (-803, A RERUN OR A PART SENT AGAIN) IS    *
016103* LEFT AS IT IS.  ANY OTHER SQLCODE COMES BACK AS           *
016104* WS-QUEUE-FAILED FOR 2100 TO HAND TO 6000-SQL-ERROR AND    *
016105* RETRY FROM ITS OWN RETRY LABEL.                           *
016106*----------------------------------------------------------*
016107 2170-QUEUE-NEW-ITEM.
016108     MOVE 'N' TO WS-QUEUE-SW.
016109     EXEC SQL
016110         SELECT SUPPLIER_PART_NO
016111         INTO :WS-NEW-PART-NO
016112         FROM PRODUCT_SUPPLIER_XREF
016113         WHERE SUPPLIER_CODE = :CLN-SUPPLIER-CODE
016114           AND PRODUCT_ID    = :CLN-PRODUCT-ID
016115         FETCH FIRST 1 ROW ONLY
016116     END-EXEC.
016117     IF SQLCODE = 100
016118         GO TO 2170-QUEUE-NEW-ITEM-EXIT
016119     END-IF.
016120     IF SQLCODE NOT = ZERO
016121         MOVE 'E' TO WS-QUEUE-SW
016122         GO TO 2170-QUEUE-NEW-ITEM-EXIT
016123     END-IF.
016124     EXEC SQL
016125         INSERT INTO PRODUCT_NEW_ITEM_REQ
016126             (SUPPLIER_CODE, SUPPLIER_PART_NO, PRODUCT_ID,
016127              DESCRIPTION, PRICE, UNIT_COST, FEED_DATE,
016128              SOURCE_PROGRAM, STATUS, STATUS_DATE,
016129              OPERATOR_ID)
016130         VALUES
016131             (:CLN-SUPPLIER-CODE, :WS-NEW-PART-NO,
016132              :CLN-PRODUCT-ID, :CLN-DESCRIPTION, :CLN-PRICE,
016133              :CLN-COST, CURRENT DATE, 'PRDLOAD ', 'P',
016134              CURRENT DATE, '   ')
016135     END-EXEC.
016136     EVALUATE SQLCODE
016137         WHEN ZERO
016138             ADD 1 TO WS-NEW-ITEM-COUNT
016139         WHEN -803
016140             CONTINUE
016141         WHEN OTHER
016142             MOVE 'E' TO WS-QUEUE-SW
016143     END-EVALUATE.
016144 2170-QUEUE-NEW-ITEM-EXIT.
016145     EXIT.
016146*
016147*----------------------------------------------------------*
016148* A UNIT_COST MOVED BY THE FEED IS LOGGED ON                *
016149* PRODUCT_COST_CHANGE AS STATUS N (NEW) FOR THE REPRICING   *
016150* PROPOSAL STEP (PRDRPRC) THAT FOLLOWS THE LOAD.  A PRODUCT *
016151* WHOSE COST MOVES TWICE ON ONE FEED DATE (-803 ON THE      *
016152* PRODUCT/DATE KEY) KEEPS ITS FIRST OLD COST AND TAKES THE  *
016153* LATEST NEW COST, AND IS SET BACK TO N SO A RERUN OF THE   *
016154* PROPOSAL STEP SEES IT AGAIN.  ANY OTHER SQLCODE COMES     *
016155* BACK AS WS-COST-LOG-FAILED FOR 2100 TO HANDLE.            *
016156*----------------------------------------------------------*
016157 2180-LOG-COST-CHANGE.
016158     MOVE 'N' TO WS-COST-LOG-SW.
016159     EXEC SQL
016160         INSERT INTO PRODUCT_COST_CHANGE
016161             (PRODUCT_ID, FEED_DATE, OLD_UNIT_COST,
016162              NEW_UNIT_COST, SOURCE_PROGRAM, STATUS,
016163              STATUS_DATE)
016164         VALUES
016165             (:CLN-PRODUCT-ID, CURRENT DATE,
016166              :WS-CUR-UNIT-COST, :CLN-COST, 'PRDLOAD ', 'N',
016167              CURRENT DATE)
016168     END-EXEC.
016169     IF SQLCODE = -803
016170         EXEC SQL
016171             UPDATE PRODUCT_COST_CHANGE
016172                SET NEW_UNIT_COST = :CLN-COST,
016173                    STATUS        = 'N',
016174                    STATUS_DATE   = CURRENT DATE
016175              WHERE PRODUCT_ID    = :CLN-PRODUCT-ID
016176                AND FEED_DATE     = CURRENT DATE
016177         END-EXEC
016178     END-IF.
016179     IF SQLCODE = ZERO
016180         ADD 1 TO WS-COST-MOVE-COUNT
016181     ELSE
016182         MOVE 'E' TO WS-COST-LOG-SW
016183     END-IF.
016184 2180-LOG-COST-CHANGE-EXIT.
016185     EXIT.
016186*
016187*----------------------------------------------------------*
016188* SUSPENSE RECORDS THE PRICING DESK RELEASED THROUGH        *
016189* PRDSUSP ARE APPLIED THROUGH THE SAME 2100 PATH AS THE     *
016190* FEED AND MARKED APPLIED UNDER THE SAME CURSOR, SO A       *
016191* RELEASED RECORD IS NEVER APPLIED TWICE.  THE CURSOR IS    *
016192* DECLARED WITH HOLD SO THE CHUNK COMMITS DO NOT CLOSE IT   *
016193* MID-RUN, AS IN PRDHPRG.  THESE ROWS STAY OUT OF THE       *
016194* CHECKPOINT COUNT - THE RESTART SKIP COUNTS FEED RECORDS,  *
016195* AND A RERUN SIMPLY PICKS UP THE ROWS STILL MARKED         *
016196* RELEASED.                                                 *
016197*----------------------------------------------------------*
016198 2500-PROCESS-SUSPENSE.
016199     MOVE 'S' TO WS-RUN-PHASE.
016200     EXEC SQL
016201         DECLARE SUSRCUR CURSOR WITH HOLD FOR
016202         SELECT PRODUCT_ID, DESCRIPTION, PRICE, UNIT_COST,
016203                SUPPLIER_CODE, CHAR(FEED_DATE, ISO)
016204         FROM PRODUCT_FEED_SUSPENSE WHERE STATUS = 'R'
016205         FOR UPDATE
016206     END-EXEC.
016207     EXEC SQL OPEN SUSRCUR END-EXEC.
016217     PERFORM 2560-FETCH-SUSPENSE-ROW
016227         THRU 2560-FETCH-SUSPENSE-ROW-EXIT.
016717     EXEC SQL
016727         FETCH SUSRCUR
016737         INTO :CLN-PRODUCT-ID, :CLN-DESCRIPTION,
016747              :CLN-PRICE, :CLN-COST,
016750              :CLN-SUPPLIER-CODE, :WS-HIST-FEED-DATE
016757     END-EXEC.
016767     IF SQLCODE = 100
016777         MOVE 'Y' TO WS-SUS-EOF-SW
016797         WS-DISCONTINUED-COUNT.
016798     DISPLAY 'PRDLOAD - NOT-ON-FILE SKIPPED:  '
016799         WS-NOTFOUND-COUNT.
016800     DISPLAY 'PRDLOAD - QUEUED AS NEW ITEMS:  '
016801         WS-NEW-ITEM-COUNT.
016802     DISPLAY 'PRDLOAD - UNIT COST MOVEMENTS:  '
016803         WS-COST-MOVE-COUNT.
016804     DISPLAY 'PRDLOAD - RELEASED APPLIED:     '
016805         WS-RELEASED-COUNT.
016806     DISPLAY 'PRDLOAD - RELEASED NOT APPLIED: '
016807         WS-REL-SKIP-COUNT.
016808 3000-TERMINATE-EXIT.
016809     EXIT.
016810*
016811*----------------------------------------------------------*
016812* COMMON SQL ERROR HANDLING (VIA PRDSQLE).  CALLERS SET     *
016813* SQE-PARAGRAPH AND COME HERE WITH THE FAILING SQLCODE      *
016814* STILL IN THE SQLCA.  A RETRYABLE CODE RETURNS TO THE      *
016815* CALLER'S RETRY LABEL; A -911 HAS ALREADY BACKED THE UNIT  *
016816* OF WORK OUT TO THE LAST CHECKPOINT COMMIT, SO THE FEED    *
016817* FILE IS REPOSITIONED THERE FIRST AND THE WHOLE UNIT OF    *
016818* WORK REAPPLIED.  IN THE SUSPENSE PHASE THE ROLLBACK HAS   *
016819* ALSO CLOSED THE SUSPENSE CURSOR, SO ANY ERROR THERE ENDS  *
016820* THE RUN - THE ROWS STILL MARKED RELEASED ARE PICKED UP    *
016821* CLEANLY BY THE RERUN.  A FATAL ERROR ENDS THE RUN WITH    *
016822* CONDITION CODE 12 SO THE SCHEDULER HOLDS THE DOWNSTREAM   *
016824* JOBS - A SILENT PARTIAL RUN IS WORSE THAN AN ABEND.       *
016826*----------------------------------------------------------*
