001340*                   (VIA PRDRUNC) AND REFUSE TO RUN OVER A  *
001350*                   SNAPSHOT LEFT BY A RUN THAT NEVER       *
001360*                   COMPLETED.                              *
001370*  10/15/26   JRH   CARRY THE PRODUCT'S SUCCESSOR (THE      *
001380*                   END OF ITS PRODUCT_SUCCESSOR CHAIN,     *
001390*                   VIA PRDSUCC) ON THE SNAPSHOT AND        *
001395*                   DELTA RECORDS AND COMPARE IT.           *
001400*----------------------------------------------------------*
001500*
001600*----------------------------------------------------------*
002100* WEB TEAM PICKS UP, SO THE SITE NO LONGER REPLAYS THE      *
002200* WHOLE CATALOG THROUGH THE ONLINE LOOKUP SERVICE.  EVERY   *
002300* CURRENT PRODUCT IS ALSO WRITTEN TO SNAPNEW, WHICH         *
002400* BECOMES TOMORROW'S SNAPOLD.  A DISCONTINUED OR HELD       *
002410* PRODUCT CARRIES THE PRODUCT THAT REPLACES IT, WORKED OUT  *
002420* AS PRDLKUP DOES, SO A 'C' OR 'D' RECORD TELLS THE SITE    *
002430* WHERE TO SEND THE CUSTOMER.                               *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005800 01  WS-PRODUCT-ROW.
005900     COPY MYCOPY015.
006000*
006010 01  WS-SUCCESSOR-PARMS.
006020     COPY MYCOPY055.
006030*
006040*    THE SUCCESSOR CARRIED FOR THE PRODUCTS ROW IN HAND -
006050*    ZERO FOR AN ACTIVE PRODUCT OR ONE WITH NO SUCCESSOR THE
006060*    SITE CAN SELL.
006070 01  WS-SUCCESSOR-ID        PIC 9(05).
006080*
006100 01  WS-SNAP-BUILD.
006200     05  WSB-PRODUCT-ID     PIC 9(05).
006300     05  WSB-DESCRIPTION    PIC X(40).
006400     05  WSB-PRICE          PIC 9(05)V99.
006500     05  WSB-STATUS         PIC X(01).
006550     05  WSB-CATEGORY-CODE  PIC X(04).
006560     05  WSB-SUCCESSOR-ID   PIC 9(05).
006600     05  FILLER             PIC X(03)  VALUE SPACES.
006700*
006800 01  WS-SWITCHES.
006900     05  WS-DB-EOF-SW       PIC X(01)  VALUE 'N'.
013900     MOVE DL-PRICE       TO DLT-PRICE.
014000     MOVE DL-STATUS      TO DLT-STATUS.
014050     MOVE DL-CATEGORY-CODE TO DLT-CATEGORY-CODE.
014060     MOVE WS-SUCCESSOR-ID TO DLT-SUCCESSOR-ID.
014100     WRITE EXT-RECORD.
014200     ADD 1 TO WS-ADDED-COUNT.
014300     PERFORM 8200-WRITE-SNAPSHOT
015400     MOVE SNP-PRICE       TO DLT-PRICE.
015500     MOVE SNP-STATUS      TO DLT-STATUS.
015550     MOVE SNP-CATEGORY-CODE TO DLT-CATEGORY-CODE.
015560     MOVE SNP-SUCCESSOR-ID TO DLT-SUCCESSOR-ID.
015600     WRITE EXT-RECORD.
015700     ADD 1 TO WS-DELETED-COUNT.
015800     PERFORM 8100-READ-SNAPSHOT
016500         OR DL-PRICE NOT = SNP-PRICE
016600         OR DL-STATUS NOT = SNP-STATUS
016650         OR DL-CATEGORY-CODE NOT = SNP-CATEGORY-CODE
016660         OR WS-SUCCESSOR-ID NOT = SNP-SUCCESSOR-ID
016700         MOVE 'C'            TO DLT-CHANGE-TYPE
016800         MOVE DL-PRODUCT-ID  TO DLT-PRODUCT-ID
016900         MOVE DL-DESCRIPTION TO DLT-DESCRIPTION
017000         MOVE DL-PRICE       TO DLT-PRICE
017100         MOVE DL-STATUS      TO DLT-STATUS
017150         MOVE DL-CATEGORY-CODE TO DLT-CATEGORY-CODE
017160         MOVE WS-SUCCESSOR-ID TO DLT-SUCCESSOR-ID
017200         WRITE EXT-RECORD
017300         ADD 1 TO WS-CHANGED-COUNT
017400     END-IF.
020100         MOVE 'Y' TO WS-DB-EOF-SW
020200         MOVE 99999 TO DL-PRODUCT-ID
020300     END-IF.
020310     MOVE ZERO TO WS-SUCCESSOR-ID.
020320     IF NOT WS-DB-EOF AND NOT DL-STATUS-ACTIVE
020330         PERFORM 8050-FIND-SUCCESSOR
020340             THRU 8050-FIND-SUCCESSOR-EXIT
020350     END-IF.
020400 8000-FETCH-PRODUCT-EXIT.
020500     EXIT.
020506*
020512*    THE SAME RULE PRDLKUP APPLIES - THE CHAIN AS IT STANDS
020518*    TODAY, ENDING AT THE FIRST ACTIVE PRODUCT; NOTHING IS
020524*    CARRIED FOR A LOOP, A BROKEN CHAIN OR ONE ENDING ON A
020530*    DISCONTINUED PRODUCT.
020536 8050-FIND-SUCCESSOR.
020542     MOVE DL-PRODUCT-ID TO SC-PRODUCT-ID.
020548     MOVE ZERO          TO SC-FIRST-SUCCESSOR-ID.
020554     MOVE 'E'           TO SC-MODE.
020560     CALL 'PRDSUCC' USING WS-SUCCESSOR-PARMS.
020566     IF SC-OK AND NOT SC-FINAL-DISCONTINUED
020572         MOVE SC-FINAL-ID TO WS-SUCCESSOR-ID
020578     END-IF.
020584 8050-FIND-SUCCESSOR-EXIT.
020590     EXIT.
020600*
020700 8100-READ-SNAPSHOT.
020800     READ SNAPOLD
020900         AT END MOVE 'Y' TO WS-OLD-EOF-SW
021000                MOVE 99999 TO SNP-PRODUCT-ID
021100     END-READ.
021110*    A SNAPSHOT WRITTEN BEFORE THE SUCCESSOR WAS CARRIED HAS
021120*    SPACES THERE - READ AS NO SUCCESSOR.
021130     IF SNP-SUCCESSOR-ID NOT NUMERIC
021140         MOVE ZERO TO SNP-SUCCESSOR-ID
021150     END-IF.
021200 8100-READ-SNAPSHOT-EXIT.
021300     EXIT.
021400*
021800     MOVE DL-PRICE       TO WSB-PRICE.
021900     MOVE DL-STATUS      TO WSB-STATUS.
021950     MOVE DL-CATEGORY-CODE TO WSB-CATEGORY-CODE.
021960     MOVE WS-SUCCESSOR-ID TO WSB-SUCCESSOR-ID.
022000     WRITE NEW-RECORD FROM WS-SNAP-BUILD.
022100     ADD 1 TO WS-SNAPSHOT-COUNT.
022200 8200-WRITE-SNAPSHOT-EXIT.
