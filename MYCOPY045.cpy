000100*
000200*    SYMBOLIC MAP FOR THE PRDNEW NEW-PRODUCT SETUP MAP IN THE
000300*    PRDSET MAPSET (SEE PRDSET.BMS).  HAND-CODED IN THE BMS
000400*    GENERATED STYLE - KEEP FIELD ORDER AND LENGTHS IN STEP
000500*    WITH THE MAP SOURCE.  PRICE AND UNIT COST ARE KEYED AS
000600*    SEVEN DIGITS WITH AN IMPLIED DECIMAL (NNNNNDD) AND ARE
000700*    EDITED WITH A NUMERIC TEST BEFORE ANY INSERT.
000800*
000900 01  PRDNEWI.
001000     05  FILLER             PIC X(12).
001100     05  NSUPPL             PIC S9(4) COMP.
001200     05  NSUPPF             PIC X(01).
001300     05  FILLER REDEFINES NSUPPF.
001400         10  NSUPPA         PIC X(01).
001500     05  NSUPPI             PIC X(03).
001600     05  NPARTL             PIC S9(4) COMP.
001700     05  NPARTF             PIC X(01).
001800     05  FILLER REDEFINES NPARTF.
001900         10  NPARTA         PIC X(01).
002000     05  NPARTI             PIC X(15).
002100     05  NPRODIDL           PIC S9(4) COMP.
002200     05  NPRODIDF           PIC X(01).
002300     05  FILLER REDEFINES NPRODIDF.
002400         10  NPRODIDA       PIC X(01).
002500     05  NPRODIDI           PIC X(05).
002600     05  NDESCL             PIC S9(4) COMP.
002700     05  NDESCF             PIC X(01).
002800     05  FILLER REDEFINES NDESCF.
002900         10  NDESCA         PIC X(01).
003000     05  NDESCI             PIC X(40).
003100     05  NPRICEL            PIC S9(4) COMP.
003200     05  NPRICEF            PIC X(01).
003300     05  FILLER REDEFINES NPRICEF.
003400         10  NPRICEA        PIC X(01).
003500     05  NPRICEI            PIC X(07).
003600     05  NCOSTL             PIC S9(4) COMP.
003700     05  NCOSTF             PIC X(01).
003800     05  FILLER REDEFINES NCOSTF.
003900         10  NCOSTA         PIC X(01).
004000     05  NCOSTI             PIC X(07).
004100     05  NSTATL             PIC S9(4) COMP.
004200     05  NSTATF             PIC X(01).
004300     05  FILLER REDEFINES NSTATF.
004400         10  NSTATA         PIC X(01).
004500     05  NSTATI             PIC X(01).
004600     05  NCATEGL            PIC S9(4) COMP.
004700     05  NCATEGF            PIC X(01).
004800     05  FILLER REDEFINES NCATEGF.
004900         10  NCATEGA        PIC X(01).
005000     05  NCATEGI            PIC X(04).
005100     05  NTAXCL             PIC S9(4) COMP.
005200     05  NTAXCF             PIC X(01).
005300     05  FILLER REDEFINES NTAXCF.
005400         10  NTAXCA         PIC X(01).
005500     05  NTAXCI             PIC X(04).
005600     05  NMSGL              PIC S9(4) COMP.
005700     05  NMSGF              PIC X(01).
005800     05  FILLER REDEFINES NMSGF.
005900         10  NMSGA          PIC X(01).
006000     05  NMSGI              PIC X(40).
006100 01  PRDNEWO REDEFINES PRDNEWI.
006200     05  FILLER             PIC X(12).
006300     05  FILLER             PIC X(03).
006400     05  NSUPPO             PIC X(03).
006500     05  FILLER             PIC X(03).
006600     05  NPARTO             PIC X(15).
006700     05  FILLER             PIC X(03).
006800     05  NPRODIDO           PIC 9(05).
006900     05  FILLER             PIC X(03).
007000     05  NDESCO             PIC X(40).
007100     05  FILLER             PIC X(03).
007200     05  NPRICEO            PIC 9(05)V99.
007300     05  FILLER             PIC X(03).
007400     05  NCOSTO             PIC 9(05)V99.
007500     05  FILLER             PIC X(03).
007600     05  NSTATO             PIC X(01).
007700     05  FILLER             PIC X(03).
007800     05  NCATEGO            PIC X(04).
007900     05  FILLER             PIC X(03).
008000     05  NTAXCO             PIC X(04).
008100     05  FILLER             PIC X(03).
008200     05  NMSGO              PIC X(40).
