000100*----------------------------------------------------------------
000200* GOODMAP6 - SYMBOLIC MAP FOR THE GOODREJQ REJECT WORK QUEUE
000300*     SCREEN
000400*----------------------------------------------------------------
000500* INSTALLATION.  HR-PAYROLL SYSTEMS.
000600* DATE-WRITTEN.  10/15/2026.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL SYMBOLIC MAP FOR MAPSET GOODMAPS /
001300*                  MAP GOODMAP6 (SEE BMS/GOODMAPS.BMS).  FIELD
001400*                  ORDER AND LENGTHS MUST STAY IN STEP WITH THE
001500*                  BMS SOURCE IF THE MAP IS EVER REASSEMBLED.
001600*                  THE TEN LIST LINES ARE AN OCCURS GROUP SO
001700*                  THE PAGING LOOP CAN SUBSCRIPT THEM.
001800*----------------------------------------------------------------
001900* COPY THIS MEMBER UNCHANGED INTO WORKING-STORAGE.
002000*----------------------------------------------------------------
002100 01  GOODMAP6I.
002200     02  FILLER              PIC X(12).
002300     02  RQSRCL              PIC S9(04) COMP.
002400     02  RQSRCF              PIC X(01).
002500     02  RQSRCI              PIC X(08).
002600     02  RQITML              PIC S9(04) COMP.
002700     02  RQITMF              PIC X(01).
002800     02  RQITMI              PIC X(09).
002900     02  RQLN-GROUP-I OCCURS 10 TIMES.
003000         03  RQLNL           PIC S9(04) COMP.
003100         03  RQLNF           PIC X(01).
003200         03  RQLNI           PIC X(78).
003300     02  RQNOL               PIC S9(04) COMP.
003400     02  RQNOF               PIC X(01).
003500     02  RQNOI               PIC X(09).
003600     02  RQFSRCL             PIC S9(04) COMP.
003700     02  RQFSRCF             PIC X(01).
003800     02  RQFSRCI             PIC X(08).
003900     02  RQFILL              PIC S9(04) COMP.
004000     02  RQFILF              PIC X(01).
004100     02  RQFILI              PIC X(06).
004200     02  RQEIDL              PIC S9(04) COMP.
004300     02  RQEIDF              PIC X(01).
004400     02  RQEIDI              PIC X(06).
004500     02  RQNAML              PIC S9(04) COMP.
004600     02  RQNAMF              PIC X(01).
004700     02  RQNAMI              PIC X(30).
004800     02  RQDEPL              PIC S9(04) COMP.
004900     02  RQDEPF              PIC X(01).
005000     02  RQDEPI              PIC X(04).
005100     02  RQSALL              PIC S9(04) COMP.
005200     02  RQSALF              PIC X(01).
005300     02  RQSALI              PIC X(09).
005400     02  RQEFFL              PIC S9(04) COMP.
005500     02  RQEFFF              PIC X(01).
005600     02  RQEFFI              PIC X(08).
005700     02  RQTRNL              PIC S9(04) COMP.
005800     02  RQTRNF              PIC X(01).
005900     02  RQTRNI              PIC X(01).
006000     02  RQMGRL              PIC S9(04) COMP.
006100     02  RQMGRF              PIC X(01).
006200     02  RQMGRI              PIC X(06).
006300     02  RQRSNL              PIC S9(04) COMP.
006400     02  RQRSNF              PIC X(01).
006500     02  RQRSNI              PIC X(50).
006600     02  RQACTL              PIC S9(04) COMP.
006700     02  RQACTF              PIC X(01).
006800     02  RQACTI              PIC X(01).
006900     02  RQMSGL              PIC S9(04) COMP.
007000     02  RQMSGF              PIC X(01).
007100     02  RQMSGI              PIC X(79).
007200 01  GOODMAP6O REDEFINES GOODMAP6I.
007300     02  FILLER              PIC X(12).
007400     02  FILLER              PIC X(03).
007500     02  RQSRCO              PIC X(08).
007600     02  FILLER              PIC X(03).
007700     02  RQITMO              PIC X(09).
007800     02  RQLN-GROUP-O OCCURS 10 TIMES.
007900         03  FILLER          PIC X(03).
008000         03  RQLNO           PIC X(78).
008100     02  FILLER              PIC X(03).
008200     02  RQNOO               PIC X(09).
008300     02  FILLER              PIC X(03).
008400     02  RQFSRCO             PIC X(08).
008500     02  FILLER              PIC X(03).
008600     02  RQFILO              PIC X(06).
008700     02  FILLER              PIC X(03).
008800     02  RQEIDO              PIC X(06).
008900     02  FILLER              PIC X(03).
009000     02  RQNAMO              PIC X(30).
009100     02  FILLER              PIC X(03).
009200     02  RQDEPO              PIC X(04).
009300     02  FILLER              PIC X(03).
009400     02  RQSALO              PIC X(09).
009500     02  FILLER              PIC X(03).
009600     02  RQEFFO              PIC X(08).
009700     02  FILLER              PIC X(03).
009800     02  RQTRNO              PIC X(01).
009900     02  FILLER              PIC X(03).
010000     02  RQMGRO              PIC X(06).
010100     02  FILLER              PIC X(03).
010200     02  RQRSNO              PIC X(50).
010300     02  FILLER              PIC X(03).
010400     02  RQACTO              PIC X(01).
010500     02  FILLER              PIC X(03).
010600     02  RQMSGO              PIC X(79).
