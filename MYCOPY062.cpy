000100*
000200*    DFHCOMMAREA LAYOUT FOR THE OPERATOR AUTHORITY
000300*    MAINTENANCE TRANSACTION (PRDAUTM), RUN BY THE SECURITY
000400*    DESK.  THE OPERATOR KEYS A FUNCTION, THE OPERATOR ID
000500*    WHOSE AUTHORITY IS MAINTAINED AND, FOR AN ADD OR
000600*    CHANGE, THE APPROVAL LIMIT (PERCENT, NNNDD, IMPLIED
000700*    DECIMAL) AND EXPIRY DATE (YYYY-MM-DD, THE LAST DAY THE
000800*    AUTHORITY HOLDS).  A BLANK EXPIRY ON AN ADD MEANS NONE
000900*    (9999-12-31); ON A CHANGE A BLANK LIMIT OR EXPIRY IS
001000*    LEFT AS IT STANDS.
001100*    FUNCTION A ADDS AN AUTHORITY (OR RESTORES A REMOVED
001200*    ONE), C CHANGES ITS LIMIT OR EXPIRY, S SUSPENDS IT, I
001300*    REINSTATES A SUSPENDED ONE, R REMOVES IT, B RETURNS ONE
001400*    PAGE OF AUTHORITIES FROM AFTER THE OPERATOR ID KEYED.
001500*    A REMOVED AUTHORITY STAYS ON PRODUCT_OPER_AUTH WITH
001600*    STATUS R SO THE AUDIT REPORTS STILL FIND THE LIMIT THE
001700*    OPERATOR HELD.
001800*
001900 05  CA-OA-FUNCTION         PIC X(01).
002000     88  CA-OA-ADD                  VALUE 'A'.
002100     88  CA-OA-CHANGE               VALUE 'C'.
002200     88  CA-OA-SUSPEND              VALUE 'S'.
002300     88  CA-OA-REINSTATE            VALUE 'I'.
002400     88  CA-OA-REMOVE               VALUE 'R'.
002500     88  CA-OA-BROWSE               VALUE 'B'.
002600 05  CA-OA-OPERATOR-ID      PIC X(03).
002700 05  CA-OA-LIMIT-PCT-X      PIC X(05).
002800     88  CA-OA-LIMIT-NOT-KEYED      VALUE SPACES.
002900 05  CA-OA-LIMIT-PCT REDEFINES CA-OA-LIMIT-PCT-X
003000                            PIC 9(03)V99.
003100 05  CA-OA-EXPIRY-DATE      PIC X(10).
003200     88  CA-OA-EXPIRY-NOT-KEYED     VALUE SPACES.
003300 05  CA-OA-RETURN-CODE      PIC X(01).
003400     88  CA-OA-OK                   VALUE '0'.
003500     88  CA-OA-NOTFOUND             VALUE '1'.
003600     88  CA-OA-INVALID-INPUT        VALUE '2'.
003700     88  CA-OA-DUPLICATE            VALUE '3'.
003800     88  CA-OA-NOT-ALLOWED          VALUE '4'.
003900     88  CA-OA-AUDIT-FAILED         VALUE '5'.
004000 05  CA-OA-ROW-COUNT        PIC 9(02).
004100 05  CA-OA-LIST-ROW         OCCURS 10 TIMES.
004200     10  CA-OA-LIST-OPERATOR-ID PIC X(03).
004300     10  CA-OA-LIST-LIMIT-PCT   PIC 9(03)V99.
004400     10  CA-OA-LIST-STATUS      PIC X(01).
004500     10  CA-OA-LIST-EXPIRY-DATE PIC X(10).
