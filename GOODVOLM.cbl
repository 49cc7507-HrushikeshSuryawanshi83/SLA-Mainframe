000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODVOLM.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - FEED REASONABLENESS CHECK.
001300*                  THE HEADER/TRAILER PROOF SHOWS A FEED ARRIVED
001400*                  COMPLETE, NOT THAT IT IS SANE - AN UPSTREAM
001500*                  BUG THAT SENDS EVERY EMPLOYEE AS A
001600*                  TERMINATION STILL BALANCES.  THIS STEP SITS
001700*                  BETWEEN GOODEDIT AND THE PARTITION SPLIT AND
001800*                  TALLIES TONIGHT'S EDITED FEED PER SOURCE
001900*                  SYSTEM - RECORDS IN TOTAL, BY TRANSACTION
002000*                  CODE, AND BY DEPARTMENT, WITH THE NET SALARY
002100*                  CHANGE AGAINST THE EMPLOYEE TABLE.  EACH
002200*                  TALLY IS HELD AGAINST THE AVERAGE OF THE
002300*                  NIGHTS ON THE ROLLING FEEDHIST HISTORY USING
002400*                  THE LIMIT CARDS ON LIMITPRM.  A VOLUME
002500*                  OUTSIDE ITS LIMITS STOPS THE STREAM WITH
002600*                  RETURN CODE 12 UNTIL HR CONFIRMS THE FEED AND
002700*                  OPERATIONS RESUBMITS WITH THE OVERRIDE CARD.
002800*                  TONIGHT'S TALLIES ARE WRITTEN WITH THE KEPT
002900*                  NIGHTS TO FEEDHNEW, WHICH GOODNITE ONLY
003000*                  INSTALLS AS THE NEW HISTORY ONCE THE WHOLE
003100*                  NIGHT HAS ENDED CLEAN.
003200*----------------------------------------------------------------
003300* PARAMETER CARD (ONE 80-BYTE RECORD ON PARMFILE):
003400*   COLS  1-5   FUNCTION - 'CHECK'
003500*   COLS  7-14  'OVERRIDE' TO LET A FEED OUTSIDE ITS LIMITS
003600*               THROUGH ONCE HR HAS CONFIRMED IT (LEAVE BLANK
003700*               NORMALLY); THE REST OF THE CARD IS THEN REQUIRED
003800*   COLS 16-23  SOURCE SYSTEM HR CONFIRMED, OR '********' FOR
003900*               EVERY SOURCE
004000*   COLS 25-32  THE RUN DATE THE OVERRIDE IS FOR (YYYYMMDD) -
004100*               THE DATE THE RESUBMITTED JOB RUNS.  ON ANY OTHER
004200*               DATE THE OVERRIDE IS IGNORED, SO A CARD LEFT IN
004300*               THE JOB CANNOT WAVE A LATER NIGHT THROUGH.
004400*   COLS 34-41  WHO IN HR CONFIRMED THE FEED (PRINTED ON THE
004500*               REPORT)
004600*----------------------------------------------------------------
004700* LIMIT CARDS (LIMITPRM, ANY NUMBER; '*' IN COLUMN 1 = COMMENT):
004800*   COLS  1-4   CHECK - 'FEED' RECORDS IN TOTAL, 'TRAN' RECORDS
004900*               FOR ONE TRANSACTION CODE, 'DEPT' RECORDS FOR ONE
005000*               DEPARTMENT, 'SAL ' NET SALARY CHANGE (WHOLE
005100*               DOLLARS, EITHER DIRECTION), OR 'HIST' FOR THE
005200*               HISTORY WINDOW CARD BELOW
005300*   COLS  6-9   TRANSACTION CODE (A, C, D, R; A BLANK CODE IS
005400*               COUNTED AS C) OR DEPARTMENT CODE, '****' FOR ANY
005500*               WITHOUT A CARD OF ITS OWN.  IGNORED FOR FEED/SAL.
005600*   COLS 11-18  SOURCE SYSTEM, '********' FOR ANY WITHOUT A CARD
005700*               OF ITS OWN
005800*   COLS 20-24  HIGH LIMIT - TIMES THE AVERAGE, 999V99 (00500 =
005900*               FIVE TIMES); 00000 = NO HIGH LIMIT
006000*   COLS 26-28  LOW LIMIT - PERCENT OF THE AVERAGE; 000 = NONE
006100*   COLS 30-38  FLOOR - TONIGHT'S VOLUME AT OR UNDER THE FLOOR IS
006200*               NEVER ABOVE LIMIT, AND AN AVERAGE AT OR UNDER IT
006300*               IS NEVER HELD TO THE LOW LIMIT
006400*   THE MOST SPECIFIC CARD WINS: KEY BEFORE SOURCE, SO A CARD FOR
006500*   TRANSACTION D UNDER ANY SOURCE BEATS A '****' CARD FOR ONE
006600*   SOURCE.  A TALLY NO CARD MATCHES IS PRINTED BUT NOT CHECKED.
006610*   ONLY THE UPSTREAM FEEDS ARE MEANT TO BE CHECKED, SO THE DECK
006620*   NAMES EACH ONE AND CARRIES NO '********' CARDS.  THE RE-ENTRY
006630*   BRACKETS GOODSTMP STAMPS AS GOODPEND, GOODSUSP, GOODRCYC AND
006640*   GOODREJR FOLLOW DUE DATES AND THE DESKS, NOT ANY UPSTREAM
006650*   SYSTEM, AND WITH NO CARD OF THEIR OWN THEY PRINT 'NO LIMIT
006660*   SET'.  A '********' CARD WOULD HOLD THEM TO IT TOO, AND
006670*   BECAUSE THE KEY OUTRANKS THE SOURCE, ONE '****' CARD FOR SUCH
006680*   A SOURCE WOULD NOT EXEMPT IT FROM A KEYED '********' CARD.
006700* HISTORY WINDOW CARD (OPTIONAL):
006800*   COLS  1-4   'HIST'
006900*   COLS  6-7   NIGHTS AVERAGED AND KEPT, 01-60 (DEFAULT 20)
007000*   COLS  9-10  NIGHTS ON FILE BEFORE A SOURCE'S LIMITS STOP THE
007100*               STREAM, 01 UP TO THE NIGHTS AVERAGED (DEFAULT
007200*               05); WITH FEWER, A VOLUME OUTSIDE ITS LIMITS IS
007300*               ONLY A WARNING
007400*----------------------------------------------------------------
007500* RETURN CODES:
007600*    0  EVERY TALLY WITHIN ITS LIMITS
007700*    4  OUTSIDE LIMITS BUT RELEASED BY THE HR OVERRIDE, OR ONLY
007800*       ON A SOURCE WITH TOO LITTLE HISTORY YET - STREAM GOES ON
007900*   12  OUTSIDE LIMITS - STREAM STOPPED
008000*   16  FILE, CARD, OR DB2 ERROR
008100*----------------------------------------------------------------
008200
008300 ENVIRONMENT DIVISION.
008400 CONFIGURATION SECTION.
008500 SOURCE-COMPUTER. IBM-370.
008600 OBJECT-COMPUTER. IBM-370.
008700
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT PARM-FILE ASSIGN TO PARMFILE
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS WS-PARM-STATUS.
009400
009500     SELECT LIMIT-FILE ASSIGN TO LIMITPRM
009600         ORGANIZATION IS SEQUENTIAL
009700         ACCESS MODE IS SEQUENTIAL
009800         FILE STATUS IS WS-LIMIT-STATUS.
009900
010000     SELECT FILE-IN ASSIGN TO FILEIN
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-FILE-IN-STATUS.
010400
010500     SELECT HIST-FILE ASSIGN TO FEEDHIST
010600         ORGANIZATION IS SEQUENTIAL
010700         ACCESS MODE IS SEQUENTIAL
010800         FILE STATUS IS WS-HIST-STATUS.
010900
011000     SELECT HIST-NEW-FILE ASSIGN TO FEEDHNEW
011100         ORGANIZATION IS SEQUENTIAL
011200         ACCESS MODE IS SEQUENTIAL
011300         FILE STATUS IS WS-HIST-NEW-STATUS.
011400
011500     SELECT VOLM-RPT-FILE ASSIGN TO VOLMRPT
011600         ORGANIZATION IS SEQUENTIAL
011700         ACCESS MODE IS SEQUENTIAL
011800         FILE STATUS IS WS-VOLM-RPT-STATUS.
011900
012000 DATA DIVISION.
012100 FILE SECTION.
012200 FD  PARM-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  PARM-RECORD.
012600     05  PARM-FUNCTION       PIC X(05).
012700         88  PARM-CHECK-MODE         VALUE 'CHECK'.
012800     05  FILLER              PIC X(01).
012900     05  PARM-OVERRIDE       PIC X(08).
013000         88  PARM-OVERRIDE-SET       VALUE 'OVERRIDE'.
013100     05  FILLER              PIC X(01).
013200     05  PARM-OVR-SOURCE     PIC X(08).
013300         88  PARM-OVR-ALL-SOURCES    VALUE '********'.
013400     05  FILLER              PIC X(01).
013500     05  PARM-OVR-RUN-DATE   PIC X(08).
013600     05  FILLER              PIC X(01).
013700     05  PARM-OVR-CONFIRMED-BY
013800                             PIC X(08).
013900     05  FILLER              PIC X(39).
014000
014100 FD  LIMIT-FILE
014200     RECORDING MODE IS F
014300     LABEL RECORDS ARE STANDARD.
014400 01  LIMIT-RECORD.
014500     05  LIM-CHECK           PIC X(04).
014600         88  LIM-WINDOW-CARD         VALUE 'HIST'.
014700         88  LIM-VALID-CHECK         VALUE 'FEED' 'TRAN' 'DEPT'
014800                                           'SAL '.
014900         88  LIM-KEYLESS-CHECK       VALUE 'FEED' 'SAL '.
015000     05  FILLER              PIC X(01).
015100     05  LIM-KEY             PIC X(04).
015200         88  LIM-ANY-KEY             VALUE '****'.
015300     05  FILLER              PIC X(01).
015400     05  LIM-SOURCE          PIC X(08).
015500         88  LIM-ANY-SOURCE          VALUE '********'.
015600     05  FILLER              PIC X(01).
015700     05  LIM-HIGH-TIMES      PIC X(05).
015800     05  LIM-HIGH-TIMES-N REDEFINES LIM-HIGH-TIMES
015900                             PIC 9(03)V99.
016000     05  FILLER              PIC X(01).
016100     05  LIM-LOW-PCT         PIC X(03).
016200     05  LIM-LOW-PCT-N REDEFINES LIM-LOW-PCT
016300                             PIC 9(03).
016400     05  FILLER              PIC X(01).
016500     05  LIM-FLOOR           PIC X(09).
016600     05  LIM-FLOOR-N REDEFINES LIM-FLOOR
016700                             PIC 9(09).
016800     05  FILLER              PIC X(42).
016900 01  LIMIT-WINDOW-VIEW.
017000     05  LIMW-COMMENT-MARK   PIC X(01).
017100         88  LIMW-COMMENT-CARD       VALUE '*'.
017200     05  FILLER              PIC X(04).
017300     05  LIMW-NIGHTS         PIC X(02).
017400     05  LIMW-NIGHTS-N REDEFINES LIMW-NIGHTS
017500                             PIC 9(02).
017600     05  FILLER              PIC X(01).
017700     05  LIMW-MIN-NIGHTS     PIC X(02).
017800     05  LIMW-MIN-NIGHTS-N REDEFINES LIMW-MIN-NIGHTS
017900                             PIC 9(02).
018000     05  FILLER              PIC X(70).
018100
018200 FD  FILE-IN
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD.
018500 01  FILE-IN-RECORD              PIC X(80).
018600
018700 FD  HIST-FILE
018800     RECORDING MODE IS F
018900     LABEL RECORDS ARE STANDARD.
019000 01  HIST-RECORD                 PIC X(60).
019100
019200 FD  HIST-NEW-FILE
019300     RECORDING MODE IS F
019400     LABEL RECORDS ARE STANDARD.
019500 01  HIST-NEW-RECORD             PIC X(60).
019600
019700 FD  VOLM-RPT-FILE
019800     RECORDING MODE IS F
019900     LABEL RECORDS ARE STANDARD.
020000 01  VOLM-RPT-RECORD             PIC X(132).
020100
020200 WORKING-STORAGE SECTION.
020300*----------------------------------------------------------------
020400* FILE STATUS AND CONTROL SWITCHES
020500*----------------------------------------------------------------
020600 01  WS-PARM-STATUS          PIC X(02) VALUE '00'.
020700 01  WS-LIMIT-STATUS         PIC X(02) VALUE '00'.
020800 01  WS-FILE-IN-STATUS       PIC X(02) VALUE '00'.
020900 01  WS-HIST-STATUS          PIC X(02) VALUE '00'.
021000 01  WS-HIST-NEW-STATUS      PIC X(02) VALUE '00'.
021100 01  WS-VOLM-RPT-STATUS      PIC X(02) VALUE '00'.
021200
021300 01  WS-SWITCHES.
021400     05  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
021500         88  WS-END-OF-FILE          VALUE 'Y'.
021600     05  WS-LIM-EOF-SWITCH   PIC X(01) VALUE 'N'.
021700         88  WS-LIM-END-OF-FILE      VALUE 'Y'.
021800     05  WS-HIST-EOF-SWITCH  PIC X(01) VALUE 'N'.
021900         88  WS-HIST-END-OF-FILE     VALUE 'Y'.
022000     05  WS-OVERRIDE-SWITCH  PIC X(01) VALUE 'N'.
022100         88  WS-OVERRIDE-ACTIVE      VALUE 'Y'.
022200     05  WS-FOUND-SWITCH     PIC X(01).
022300         88  WS-FOUND                VALUE 'Y'.
022400     05  WS-LIMIT-MATCH-SWITCH
022500                             PIC X(01).
022600         88  WS-LIMIT-MATCHED        VALUE 'Y'.
022700     05  WS-BREACH-SWITCH    PIC X(01).
022800         88  WS-NO-BREACH            VALUE 'N'.
022900         88  WS-HIGH-BREACH          VALUE 'H'.
023000         88  WS-LOW-BREACH           VALUE 'L'.
023100
023200*----------------------------------------------------------------
023300* HISTORY WINDOW - NIGHTS AVERAGED AND KEPT PER SOURCE, AND THE
023400*     NIGHTS A SOURCE NEEDS ON FILE BEFORE ITS LIMITS ARE ENFORCED
023500*----------------------------------------------------------------
023600 01  WS-WINDOW-NIGHTS        PIC 9(02) VALUE 20.
023700 01  WS-MIN-NIGHTS           PIC 9(02) VALUE 05.
023800
023900*----------------------------------------------------------------
024000* LIMIT CARDS - ONE ENTRY PER FEED/TRAN/DEPT/SAL CARD
024100*----------------------------------------------------------------
024200 01  WS-LIMIT-LIMIT          PIC 9(02) COMP VALUE 50.
024300 01  WS-LIMIT-COUNT          PIC 9(02) COMP VALUE ZERO.
024400 01  WS-CARD-COUNT           PIC 9(04) COMP VALUE ZERO.
024500 01  WS-LIMIT-TABLE.
024600     05  WS-LIMIT-ENTRY OCCURS 50 TIMES
024700                             INDEXED BY WS-LIM-IX.
024800         10  WS-LIM-CHECK        PIC X(04).
024900         10  WS-LIM-KEY          PIC X(04).
025000         10  WS-LIM-SOURCE       PIC X(08).
025100         10  WS-LIM-HIGH-TIMES   PIC 9(03)V99.
025200         10  WS-LIM-LOW-PCT      PIC 9(03).
025300         10  WS-LIM-FLOOR        PIC 9(09).
025400
025500*----------------------------------------------------------------
025600* SOURCE SYSTEMS - EVERY SOURCE ON TONIGHT'S FEED OR ON THE
025700*     HISTORY.  NIGHTS-ON-FILE COUNTS THE SOURCE'S 'FEED' RECORDS
025800*     ON FEEDHIST; THE OLDEST NIGHTS PAST THE WINDOW ARE SKIPPED
025900*     (AND DROPPED FROM FEEDHNEW), AND NIGHTS-USED ARE AVERAGED.
026000*----------------------------------------------------------------
026100 01  WS-SOURCE-LIMIT         PIC 9(02) COMP VALUE 10.
026200 01  WS-SOURCE-COUNT         PIC 9(02) COMP VALUE ZERO.
026300 01  WS-SOURCE-TABLE.
026400     05  WS-SOURCE-ENTRY OCCURS 10 TIMES
026500                             INDEXED BY WS-SRC-IX.
026600         10  WS-SRC-ID           PIC X(08).
026700         10  WS-SRC-NIGHTS-ON-FILE
026800                                 PIC 9(04) COMP.
026900         10  WS-SRC-SKIP-NIGHTS  PIC 9(04) COMP.
027000         10  WS-SRC-NIGHTS-SEEN  PIC 9(04) COMP.
027100         10  WS-SRC-NIGHTS-USED  PIC 9(04) COMP.
027200         10  WS-SRC-KEEP-SWITCH  PIC X(01).
027300             88  WS-SRC-KEEP-NIGHT       VALUE 'Y'.
027400 01  WS-SOURCE-LOOKUP        PIC X(08).
027500 01  WS-CUR-SRC-NO           PIC 9(02) COMP.
027600
027700*----------------------------------------------------------------
027800* TALLIES - ONE ENTRY PER SOURCE AND CHECK ('FEED' WITH A BLANK
027900*     KEY, 'TRAN' PER TRANSACTION CODE, 'DEPT' PER DEPARTMENT).
028000*     TONIGHT'S COUNT AND NET SALARY CHANGE, AND THE SUM OF THE
028100*     COUNTS AND OF THE SALARY CHANGE (EITHER DIRECTION) OVER
028200*     THE HISTORY NIGHTS USED.
028300*----------------------------------------------------------------
028400 01  WS-STAT-LIMIT           PIC 9(04) COMP VALUE 2000.
028500 01  WS-STAT-COUNT           PIC 9(04) COMP VALUE ZERO.
028600 01  WS-STAT-TABLE.
028700     05  WS-STAT-ENTRY OCCURS 2000 TIMES
028800                             INDEXED BY WS-STAT-IX.
028900         10  WS-STAT-SRC-NO      PIC 9(02) COMP.
029000         10  WS-STAT-CHECK       PIC X(04).
029100         10  WS-STAT-KEY         PIC X(04).
029200         10  WS-STAT-TONIGHT-COUNT
029300                                 PIC 9(09) COMP.
029400         10  WS-STAT-TONIGHT-DELTA
029500                                 PIC S9(11)V99 COMP-3.
029600         10  WS-STAT-HIST-COUNT  PIC 9(11) COMP.
029700         10  WS-STAT-HIST-DELTA  PIC 9(13)V99 COMP-3.
029800 01  WS-STAT-LOOKUP-CHECK    PIC X(04).
029900 01  WS-STAT-LOOKUP-KEY      PIC X(04).
030000 01  WS-PRINT-CHECK          PIC X(04).
030100
030200*----------------------------------------------------------------
030300* ONE TALLY HELD AGAINST ITS LIMIT CARD
030400*----------------------------------------------------------------
030500 01  WS-CHK-CHECK            PIC X(04).
030600 01  WS-CHK-TONIGHT          PIC S9(11)V99 COMP-3.
030700 01  WS-CHK-TONIGHT-ABS      PIC 9(11)V99 COMP-3.
030800 01  WS-CHK-HIST-SUM         PIC 9(13)V99 COMP-3.
030900 01  WS-CHK-NIGHTS           PIC 9(04) COMP.
031000 01  WS-CHK-AVERAGE          PIC 9(11)V99 COMP-3.
031100 01  WS-CHK-HIGH-LIMIT       PIC 9(13)V99 COMP-3.
031200 01  WS-CHK-LOW-LIMIT        PIC 9(13)V99 COMP-3.
031300 01  WS-BEST-SCORE           PIC 9(01) COMP.
031400 01  WS-THIS-SCORE           PIC 9(01) COMP.
031500 01  WS-BEST-LIMIT-NO        PIC 9(02) COMP.
031600 01  WS-VERDICT.
031700     05  WS-VERDICT-DIRECTION
031800                             PIC X(11).
031900     05  WS-VERDICT-DASH     PIC X(03).
032000     05  WS-VERDICT-ACTION   PIC X(16).
032100
032200*----------------------------------------------------------------
032300* TONIGHT'S DETAIL RECORD AND ITS CURRENT EMPLOYEE ROW
032400*----------------------------------------------------------------
032500 01  WS-FILE-IN-RECORD.
032600     COPY EMPREC01.
032700 01  WS-CONTROL-RECORD.
032800     COPY HDRTRL01.
032900 01  WS-TRAN-KEY             PIC X(04).
033000 01  WS-DEPT-KEY             PIC X(04).
033100 01  WS-RECORD-DELTA         PIC S9(09)V99 COMP-3.
033200 01  WS-EMP-ID               PIC 9(06).
033300 01  WS-EMP-DEPT-CODE        PIC X(04).
033400 01  WS-EMP-SALARY           PIC S9(07)V99 COMP-3.
033500 01  WS-EMP-STATUS           PIC X(01).
033600     88  WS-EMP-ACTIVE               VALUE 'A'.
033700 01  WS-EMP-FOUND-SWITCH     PIC X(01).
033800     88  WS-EMP-FOUND                VALUE 'Y'.
033900
034000*----------------------------------------------------------------
034100* HISTORY RECORD WORK AREA - FHSREC01 LAYOUT
034200*----------------------------------------------------------------
034300 01  WS-HIST-RECORD.
034400     COPY FHSREC01.
034500
034600*----------------------------------------------------------------
034700* DB2 SQL COMMUNICATIONS AREA (SQLCA)
034800*----------------------------------------------------------------
034900 01  SQLCA.
035000     05  SQLCAID             PIC X(08).
035100     05  SQLCABC             PIC S9(09)  COMP-5.
035200     05  SQLCODE             PIC S9(09)  COMP-5.
035300     05  SQLERRM.
035400         49  SQLERRML        PIC S9(04)  COMP-5.
035500         49  SQLERRMC        PIC X(70).
035600     05  SQLERRP             PIC X(08).
035700     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
035800     05  SQLWARN.
035900         10  SQLWARN0        PIC X(01).
036000         10  SQLWARN1        PIC X(01).
036100         10  SQLWARN2        PIC X(01).
036200         10  SQLWARN3        PIC X(01).
036300         10  SQLWARN4        PIC X(01).
036400         10  SQLWARN5        PIC X(01).
036500         10  SQLWARN6        PIC X(01).
036600         10  SQLWARN7        PIC X(01).
036700     05  SQLSTATE            PIC X(05).
036800
036900*----------------------------------------------------------------
037000* RUN CONTROL TOTALS
037100*----------------------------------------------------------------
037200 01  WS-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
037300 01  WS-HIST-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
037400 01  WS-HIST-KEPT-COUNT      PIC 9(09) COMP VALUE ZERO.
037500 01  WS-HIST-DROPPED-COUNT   PIC 9(09) COMP VALUE ZERO.
037600 01  WS-HIST-WRITTEN-COUNT   PIC 9(09) COMP VALUE ZERO.
037700 01  WS-CHECKED-COUNT        PIC 9(09) COMP VALUE ZERO.
037800 01  WS-STOP-COUNT           PIC 9(09) COMP VALUE ZERO.
037900 01  WS-OVERRIDDEN-COUNT     PIC 9(09) COMP VALUE ZERO.
038000 01  WS-SHORT-HIST-COUNT     PIC 9(09) COMP VALUE ZERO.
038100 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
038200
038300*----------------------------------------------------------------
038400* REPORT PRINT LINES
038500*----------------------------------------------------------------
038600 01  WS-RPT-HEADING.
038700     05  FILLER              PIC X(42)
038800         VALUE 'GOODVOLM FEED REASONABLENESS CHECK'.
038900     05  WS-RPT-HDG-DATE     PIC 9(08).
039000     05  FILLER              PIC X(82) VALUE SPACES.
039100 01  WS-RPT-COL-HEADING.
039200     05  FILLER              PIC X(41) VALUE
039300         'SOURCE    CHK  KEY        TONIGHT  NIGHTS'.
039400     05  FILLER              PIC X(91) VALUE
039500         '       AVERAGE    HIGH LIMIT     LOW LIMIT  VERDICT'.
039600 01  WS-RPT-DETAIL.
039700     05  WS-RPT-DET-SOURCE   PIC X(08).
039800     05  FILLER              PIC X(02) VALUE SPACES.
039900     05  WS-RPT-DET-CHECK    PIC X(04).
040000     05  FILLER              PIC X(01) VALUE SPACES.
040100     05  WS-RPT-DET-KEY      PIC X(04).
040200     05  FILLER              PIC X(01) VALUE SPACES.
040300     05  WS-RPT-DET-TONIGHT  PIC -(12)9.
040400     05  FILLER              PIC X(02) VALUE SPACES.
040500     05  WS-RPT-DET-NIGHTS   PIC Z(05)9.
040600     05  FILLER              PIC X(02) VALUE SPACES.
040700     05  WS-RPT-DET-AVERAGE  PIC Z(11)9.
040800     05  FILLER              PIC X(02) VALUE SPACES.
040900     05  WS-RPT-DET-HIGH     PIC Z(11)9.
041000     05  FILLER              PIC X(02) VALUE SPACES.
041100     05  WS-RPT-DET-LOW      PIC Z(11)9.
041200     05  FILLER              PIC X(02) VALUE SPACES.
041300     05  WS-RPT-DET-VERDICT  PIC X(30).
041400     05  FILLER              PIC X(17) VALUE SPACES.
041500 01  WS-RPT-TOTAL.
041600     05  WS-RPT-TOT-LABEL    PIC X(40).
041700     05  WS-RPT-TOT-VALUE    PIC X(92).
041800 01  WS-RPT-OVERRIDE-VALUE.
041900     05  FILLER              PIC X(07) VALUE 'SOURCE '.
042000     05  WS-RPT-OVR-SOURCE   PIC X(08).
042100     05  FILLER              PIC X(14) VALUE ' CONFIRMED BY '.
042200     05  WS-RPT-OVR-BY       PIC X(08).
042300     05  FILLER              PIC X(55) VALUE SPACES.
042400
042500*----------------------------------------------------------------
042600* TONIGHT'S RUN DATE - FROM THE EDITED FEED'S HEADER
042700*----------------------------------------------------------------
042800 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
042900 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
043000                             PIC X(08).
043100
043200 PROCEDURE DIVISION.
043300*----------------------------------------------------------------
043400 0000-MAINLINE.
043500*----------------------------------------------------------------
043600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043700     IF RETURN-CODE NOT = ZERO
043800         STOP RUN
043900     END-IF.
044000
044100     PERFORM 2000-TALLY-FEED THRU 2000-EXIT.
044200
044300     IF RETURN-CODE = ZERO
044400         PERFORM 2500-CHECK-OVERRIDE THRU 2500-EXIT
044500         PERFORM 3000-COUNT-HISTORY THRU 3000-EXIT
044600     END-IF.
044700
044800     IF RETURN-CODE = ZERO
044900         PERFORM 4000-ROLL-HISTORY THRU 4000-EXIT
045000     END-IF.
045100
045200     IF RETURN-CODE = ZERO
045300         PERFORM 5000-WRITE-TONIGHT THRU 5000-EXIT
045400     END-IF.
045500
045600     IF RETURN-CODE = ZERO
045700         PERFORM 6000-CHECK-LIMITS THRU 6000-EXIT
045800     END-IF.
045900
046000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
046100
046200     STOP RUN.
046300 0000-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------------
046700* 1000-INITIALIZE - LOAD THE FUNCTION CARD AND THE LIMIT CARDS,
046800*     OPEN THE FILES, AND PRINT THE HEADING
046900*----------------------------------------------------------------
047000 1000-INITIALIZE.
047100     DISPLAY 'GOODVOLM - STARTING FEED REASONABLENESS CHECK'.
047200
047300     OPEN INPUT PARM-FILE.
047400     IF WS-PARM-STATUS NOT = '00'
047500         DISPLAY 'GOODVOLM - OPEN ERROR ON PARM-FILE - STATUS '
047600             WS-PARM-STATUS
047700         MOVE 16 TO RETURN-CODE
047800         GO TO 1000-EXIT
047900     END-IF.
048000
048100     READ PARM-FILE
048200         AT END
048300             DISPLAY 'GOODVOLM - PARAMETER CARD MISSING'
048400             MOVE 16 TO RETURN-CODE
048500             CLOSE PARM-FILE
048600             GO TO 1000-EXIT
048700     END-READ.
048800
048900     IF NOT PARM-CHECK-MODE
049000         DISPLAY 'GOODVOLM - FUNCTION MUST BE CHECK, GOT '
049100             PARM-FUNCTION
049200         MOVE 16 TO RETURN-CODE
049300         CLOSE PARM-FILE
049400         GO TO 1000-EXIT
049500     END-IF.
049600     CLOSE PARM-FILE.
049700
049800     PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT.
049900     IF RETURN-CODE NOT = ZERO
050000         GO TO 1000-EXIT
050100     END-IF.
050200
050300     OPEN INPUT FILE-IN.
050400     IF WS-FILE-IN-STATUS NOT = '00'
050500         DISPLAY 'GOODVOLM - OPEN ERROR ON FILE-IN - STATUS '
050600             WS-FILE-IN-STATUS
050700         MOVE 16 TO RETURN-CODE
050800         GO TO 1000-EXIT
050900     END-IF.
051000
051100     OPEN OUTPUT HIST-NEW-FILE.
051200     IF WS-HIST-NEW-STATUS NOT = '00'
051300         DISPLAY 'GOODVOLM - OPEN ERROR ON HIST-NEW-FILE - '
051400             'STATUS ' WS-HIST-NEW-STATUS
051500         MOVE 16 TO RETURN-CODE
051600         GO TO 1000-EXIT
051700     END-IF.
051800
051900     OPEN OUTPUT VOLM-RPT-FILE.
052000     IF WS-VOLM-RPT-STATUS NOT = '00'
052100         DISPLAY 'GOODVOLM - OPEN ERROR ON VOLM-RPT-FILE - '
052200             'STATUS ' WS-VOLM-RPT-STATUS
052300         MOVE 16 TO RETURN-CODE
052400         GO TO 1000-EXIT
052500     END-IF.
052600 1000-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------
053000* 1100-LOAD-LIMITS - TABLE THE LIMIT CARDS AND TAKE THE HISTORY
053100*     WINDOW CARD.  A CARD IN ERROR STOPS THE RUN - A LIMIT
053200*     SILENTLY DROPPED WOULD LET THE FEED IT GUARDS THROUGH.
053300*----------------------------------------------------------------
053400 1100-LOAD-LIMITS.
053500     OPEN INPUT LIMIT-FILE.
053600     IF WS-LIMIT-STATUS NOT = '00'
053700         DISPLAY 'GOODVOLM - OPEN ERROR ON LIMIT-FILE - STATUS '
053800             WS-LIMIT-STATUS
053900         MOVE 16 TO RETURN-CODE
054000         GO TO 1100-EXIT
054100     END-IF.
054200
054300     PERFORM 1110-READ-LIMIT-CARD THRU 1110-EXIT.
054400     PERFORM 1120-TABLE-LIMIT-CARD THRU 1120-EXIT
054500         UNTIL WS-LIM-END-OF-FILE.
054600     CLOSE LIMIT-FILE.
054700
054800     IF RETURN-CODE = ZERO
054900         AND WS-LIMIT-COUNT = ZERO
055000         DISPLAY 'GOODVOLM - NO LIMIT CARDS ON LIMITPRM - '
055100             'NOTHING WILL BE CHECKED'
055200     END-IF.
055300 1100-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------
055700* 1110-READ-LIMIT-CARD - READ ONE LIMIT CARD
055800*----------------------------------------------------------------
055900 1110-READ-LIMIT-CARD.
056000     READ LIMIT-FILE
056100         AT END
056200             MOVE 'Y' TO WS-LIM-EOF-SWITCH
056300         NOT AT END
056400             ADD 1 TO WS-CARD-COUNT
056500     END-READ.
056600 1110-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------
057000* 1120-TABLE-LIMIT-CARD - EDIT ONE CARD AND KEEP IT
057100*----------------------------------------------------------------
057200 1120-TABLE-LIMIT-CARD.
057300     IF LIMW-COMMENT-CARD
057400         OR LIMIT-RECORD = SPACES
057500         GO TO 1120-READ-NEXT
057600     END-IF.
057700
057800     IF LIM-WINDOW-CARD
057900         IF LIMW-NIGHTS NOT NUMERIC
058000             OR LIMW-NIGHTS-N < 1
058100             OR LIMW-NIGHTS-N > 60
058200             OR LIMW-MIN-NIGHTS NOT NUMERIC
058300             OR LIMW-MIN-NIGHTS-N < 1
058400             OR LIMW-MIN-NIGHTS-N > LIMW-NIGHTS-N
058500             DISPLAY 'GOODVOLM - LIMIT CARD ' WS-CARD-COUNT
058600                 ' - HIST NIGHTS MUST BE 01-60 AND THE MINIMUM '
058700                 '01 UP TO THE NIGHTS'
058800             MOVE 16 TO RETURN-CODE
058900             MOVE 'Y' TO WS-LIM-EOF-SWITCH
059000             GO TO 1120-EXIT
059100         END-IF
059200         MOVE LIMW-NIGHTS-N     TO WS-WINDOW-NIGHTS
059300         MOVE LIMW-MIN-NIGHTS-N TO WS-MIN-NIGHTS
059400         GO TO 1120-READ-NEXT
059500     END-IF.
059600
059700     IF NOT LIM-VALID-CHECK
059800         OR LIM-SOURCE = SPACES
059900         OR (LIM-KEY = SPACES AND NOT LIM-KEYLESS-CHECK)
060000         OR LIM-HIGH-TIMES NOT NUMERIC
060100         OR LIM-LOW-PCT NOT NUMERIC
060200         OR LIM-FLOOR NOT NUMERIC
060300         DISPLAY 'GOODVOLM - LIMIT CARD ' WS-CARD-COUNT
060400             ' IN ERROR: ' LIMIT-RECORD (1:38)
060500         MOVE 16 TO RETURN-CODE
060600         MOVE 'Y' TO WS-LIM-EOF-SWITCH
060700         GO TO 1120-EXIT
060800     END-IF.
060900
061000     IF WS-LIMIT-COUNT >= WS-LIMIT-LIMIT
061100         DISPLAY 'GOODVOLM - MORE LIMIT CARDS THAN THE TABLE '
061200             'HOLDS - RAISE WS-LIMIT-LIMIT'
061300         MOVE 16 TO RETURN-CODE
061400         MOVE 'Y' TO WS-LIM-EOF-SWITCH
061500         GO TO 1120-EXIT
061600     END-IF.
061700
061800     ADD 1 TO WS-LIMIT-COUNT.
061900     SET WS-LIM-IX TO WS-LIMIT-COUNT.
062000     MOVE LIM-CHECK        TO WS-LIM-CHECK (WS-LIM-IX).
062100     IF LIM-KEYLESS-CHECK
062200         MOVE '****'       TO WS-LIM-KEY (WS-LIM-IX)
062300     ELSE
062400         MOVE LIM-KEY      TO WS-LIM-KEY (WS-LIM-IX)
062500     END-IF.
062600     MOVE LIM-SOURCE       TO WS-LIM-SOURCE (WS-LIM-IX).
062700     MOVE LIM-HIGH-TIMES-N TO WS-LIM-HIGH-TIMES (WS-LIM-IX).
062800     MOVE LIM-LOW-PCT-N    TO WS-LIM-LOW-PCT (WS-LIM-IX).
062900     MOVE LIM-FLOOR-N      TO WS-LIM-FLOOR (WS-LIM-IX).
063000
063100 1120-READ-NEXT.
063200     PERFORM 1110-READ-LIMIT-CARD THRU 1110-EXIT.
063300 1120-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------------
063700* 2000-TALLY-FEED - PASS THE EDITED FEED.  THE RUN DATE COMES
063800*     FROM GOODEDIT'S HEADER; EVERY DETAIL IS TALLIED UNDER ITS
063900*     SOURCE.  THE TRAILER IS LEFT FOR GOODSPLT TO PROVE.
064000*----------------------------------------------------------------
064100 2000-TALLY-FEED.
064200     PERFORM 2100-READ-FEED THRU 2100-EXIT.
064300     PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT
064400         UNTIL WS-END-OF-FILE.
064500     CLOSE FILE-IN.
064600
064700     IF RETURN-CODE = ZERO
064800         AND WS-RUN-DATE = ZERO
064900         DISPLAY 'GOODVOLM - NO HDR RECORD ON THE EDITED FEED - '
065000             'RUN STOPPED'
065100         MOVE 16 TO RETURN-CODE
065200         GO TO 2000-EXIT
065300     END-IF.
065400
065500     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
065600     MOVE WS-RPT-HEADING TO VOLM-RPT-RECORD.
065700     WRITE VOLM-RPT-RECORD.
065800     MOVE SPACES TO VOLM-RPT-RECORD.
065900     WRITE VOLM-RPT-RECORD.
066000 2000-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------
066400* 2100-READ-FEED - READ ONE EDITED FEED RECORD
066500*----------------------------------------------------------------
066600 2100-READ-FEED.
066700     READ FILE-IN INTO WS-FILE-IN-RECORD
066800         AT END
066900             MOVE 'Y' TO WS-EOF-SWITCH
067000     END-READ.
067100 2100-EXIT.
067200     EXIT.
067300
067400*----------------------------------------------------------------
067500* 2200-TALLY-ONE-RECORD - ADD ONE DETAIL TO ITS SOURCE'S FEED,
067600*     TRANSACTION-CODE, AND DEPARTMENT TALLIES.  THE SALARY
067700*     CHANGE IS WORKED OUT AGAINST THE EMPLOYEE ROW THE WAY
067800*     GOODUPDT WILL APPLY IT: A HIRE OR REHIRE ADDS ITS SALARY,
067900*     A TERMINATION OF AN ACTIVE EMPLOYEE TAKES THE CURRENT
068000*     SALARY AWAY (AND COUNTS UNDER THE DEPARTMENT THEY LEAVE),
068100*     AND A CHANGE TO AN ACTIVE EMPLOYEE ADDS THE DIFFERENCE.
068200*     ANYTHING GOODUPDT WILL REJECT CHANGES NO SALARY.
068300*----------------------------------------------------------------
068400 2200-TALLY-ONE-RECORD.
068500     MOVE WS-FILE-IN-RECORD TO WS-CONTROL-RECORD.
068600     IF CTL-HEADER
068700         MOVE CTL-HDR-RUN-DATE TO WS-RUN-DATE
068800         GO TO 2200-READ-NEXT
068900     END-IF.
069000     IF CTL-TRAILER
069100         GO TO 2200-READ-NEXT
069200     END-IF.
069300
069400     ADD 1 TO WS-DETAIL-COUNT.
069500     MOVE ZERO TO WS-RECORD-DELTA.
069600     MOVE EMPR01-DEPT-CODE TO WS-DEPT-KEY.
069700     MOVE SPACES TO WS-TRAN-KEY.
069800     IF EMPR01-TRAN-CHANGE
069900         MOVE 'C' TO WS-TRAN-KEY
070000     ELSE
070100         MOVE EMPR01-TRAN-CODE TO WS-TRAN-KEY
070200     END-IF.
070300
070400     EVALUATE TRUE
070500         WHEN EMPR01-TRAN-ADD
070600         WHEN EMPR01-TRAN-REHIRE
070700             MOVE EMPR01-SALARY TO WS-RECORD-DELTA
070800         WHEN OTHER
070900             PERFORM 2300-GET-EMPLOYEE THRU 2300-EXIT
071000             IF RETURN-CODE NOT = ZERO
071100                 MOVE 'Y' TO WS-EOF-SWITCH
071200                 GO TO 2200-EXIT
071300             END-IF
071400             IF WS-EMP-FOUND
071500                 AND WS-EMP-ACTIVE
071600                 IF EMPR01-TRAN-DELETE
071700                     MOVE WS-EMP-DEPT-CODE TO WS-DEPT-KEY
071800                     COMPUTE WS-RECORD-DELTA =
071900                         ZERO - WS-EMP-SALARY
072000                 ELSE
072100                     COMPUTE WS-RECORD-DELTA =
072200                         EMPR01-SALARY - WS-EMP-SALARY
072300                 END-IF
072400             END-IF
072500     END-EVALUATE.
072600
072700     MOVE EMPR01-SOURCE-SYSTEM TO WS-SOURCE-LOOKUP.
072800     PERFORM 7000-FIND-SOURCE THRU 7000-EXIT.
072900     IF RETURN-CODE NOT = ZERO
073000         MOVE 'Y' TO WS-EOF-SWITCH
073100         GO TO 2200-EXIT
073200     END-IF.
073300
073400     MOVE 'FEED' TO WS-STAT-LOOKUP-CHECK.
073500     MOVE SPACES TO WS-STAT-LOOKUP-KEY.
073600     PERFORM 2400-ADD-TONIGHT THRU 2400-EXIT.
073700     MOVE 'TRAN' TO WS-STAT-LOOKUP-CHECK.
073800     MOVE WS-TRAN-KEY TO WS-STAT-LOOKUP-KEY.
073900     PERFORM 2400-ADD-TONIGHT THRU 2400-EXIT.
074000     MOVE 'DEPT' TO WS-STAT-LOOKUP-CHECK.
074100     MOVE WS-DEPT-KEY TO WS-STAT-LOOKUP-KEY.
074200     PERFORM 2400-ADD-TONIGHT THRU 2400-EXIT.
074300     IF RETURN-CODE NOT = ZERO
074400         MOVE 'Y' TO WS-EOF-SWITCH
074500         GO TO 2200-EXIT
074600     END-IF.
074700
074800 2200-READ-NEXT.
074900     PERFORM 2100-READ-FEED THRU 2100-EXIT.
075000 2200-EXIT.
075100     EXIT.
075200
075300*----------------------------------------------------------------
075400* 2300-GET-EMPLOYEE - READ THE CURRENT EMPLOYEE ROW.  THE READ
075500*     IS UNCOMMITTED - THE CHECK ONLY NEEDS THE SALARY ROUGHLY
075600*     AS IT STANDS AND MUST NOT WAIT ON AN ONLINE UPDATE.
075700*----------------------------------------------------------------
075800 2300-GET-EMPLOYEE.
075900     MOVE 'N' TO WS-EMP-FOUND-SWITCH.
076000     MOVE EMPR01-ID TO WS-EMP-ID.
076100
076200     EXEC SQL
076300         SELECT DEPT_CODE, SALARY, STATUS
076400           INTO :WS-EMP-DEPT-CODE, :WS-EMP-SALARY, :WS-EMP-STATUS
076500           FROM EMPLOYEE
076600          WHERE ID = :WS-EMP-ID
076700           WITH UR
076800     END-EXEC.
076900
077000     EVALUATE SQLCODE
077100         WHEN 0
077200             MOVE 'Y' TO WS-EMP-FOUND-SWITCH
077300         WHEN 100
077400             CONTINUE
077500         WHEN OTHER
077600             DISPLAY 'GOODVOLM - SQL ERROR ON EMPLOYEE SELECT '
077700                 'FOR ID ' WS-EMP-ID ' - SQLCODE ' SQLCODE
077800             MOVE 16 TO RETURN-CODE
077900     END-EVALUATE.
078000 2300-EXIT.
078100     EXIT.
078200
078300*----------------------------------------------------------------
078400* 2400-ADD-TONIGHT - ADD THE RECORD TO ONE OF TONIGHT'S TALLIES
078500*----------------------------------------------------------------
078600 2400-ADD-TONIGHT.
078700     PERFORM 7100-FIND-STAT THRU 7100-EXIT.
078800     IF RETURN-CODE NOT = ZERO
078900         GO TO 2400-EXIT
079000     END-IF.
079100     ADD 1 TO WS-STAT-TONIGHT-COUNT (WS-STAT-IX).
079200     ADD WS-RECORD-DELTA TO WS-STAT-TONIGHT-DELTA (WS-STAT-IX).
079300 2400-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------------
079700* 2500-CHECK-OVERRIDE - AN OVERRIDE CARD ONLY COUNTS WHEN IT IS
079800*     COMPLETE AND DATED FOR TONIGHT'S RUN
079900*----------------------------------------------------------------
080000 2500-CHECK-OVERRIDE.
080100     MOVE 'HR OVERRIDE' TO WS-RPT-TOT-LABEL.
080200     MOVE 'NONE' TO WS-RPT-TOT-VALUE.
080300
080400     IF NOT PARM-OVERRIDE-SET
080500         GO TO 2500-WRITE-LINE
080600     END-IF.
080700
080800     EVALUATE TRUE
080900         WHEN PARM-OVR-RUN-DATE NOT = WS-RUN-DATE-X
081000             DISPLAY 'GOODVOLM - OVERRIDE CARD IS FOR RUN DATE '
081100                 PARM-OVR-RUN-DATE ', NOT ' WS-RUN-DATE
081200                 ' - IGNORED'
081300             MOVE 'IGNORED - CARD NOT DATED FOR THIS RUN'
081400                 TO WS-RPT-TOT-VALUE
081500         WHEN PARM-OVR-SOURCE = SPACES
081600             DISPLAY 'GOODVOLM - OVERRIDE CARD NAMES NO SOURCE '
081700                 'SYSTEM - IGNORED'
081800             MOVE 'IGNORED - NO SOURCE SYSTEM ON THE CARD'
081900                 TO WS-RPT-TOT-VALUE
082000         WHEN PARM-OVR-CONFIRMED-BY = SPACES
082100             DISPLAY 'GOODVOLM - OVERRIDE CARD DOES NOT NAME WHO '
082200                 'IN HR CONFIRMED THE FEED - IGNORED'
082300             MOVE 'IGNORED - NO HR CONFIRMATION ON THE CARD'
082400                 TO WS-RPT-TOT-VALUE
082500         WHEN OTHER
082600             MOVE 'Y' TO WS-OVERRIDE-SWITCH
082700             MOVE PARM-OVR-SOURCE       TO WS-RPT-OVR-SOURCE
082800             MOVE PARM-OVR-CONFIRMED-BY TO WS-RPT-OVR-BY
082900             MOVE WS-RPT-OVERRIDE-VALUE TO WS-RPT-TOT-VALUE
083000             DISPLAY 'GOODVOLM - HR OVERRIDE ON CARD FOR SOURCE '
083100                 PARM-OVR-SOURCE ' CONFIRMED BY '
083200                 PARM-OVR-CONFIRMED-BY
083300     END-EVALUATE.
083400
083500 2500-WRITE-LINE.
083600     MOVE WS-RPT-TOTAL TO VOLM-RPT-RECORD.
083700     WRITE VOLM-RPT-RECORD.
083800 2500-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------
084200* 3000-COUNT-HISTORY - FIRST PASS OF FEEDHIST: COUNT EACH
084300*     SOURCE'S NIGHTS ON FILE, SO THE SECOND PASS KNOWS HOW MANY
084400*     OF ITS OLDEST NIGHTS FALL OUTSIDE THE WINDOW.  NO HISTORY
084500*     AT ALL (THE FIRST NIGHT) IS NOT AN ERROR.
084600*----------------------------------------------------------------
084700 3000-COUNT-HISTORY.
084800     OPEN INPUT HIST-FILE.
084900     IF WS-HIST-STATUS NOT = '00'
085000         DISPLAY 'GOODVOLM - OPEN ERROR ON HIST-FILE - STATUS '
085100             WS-HIST-STATUS
085200         MOVE 16 TO RETURN-CODE
085300         GO TO 3000-EXIT
085400     END-IF.
085500
085600     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
085700     PERFORM 3200-COUNT-ONE-RECORD THRU 3200-EXIT
085800         UNTIL WS-HIST-END-OF-FILE.
085900     CLOSE HIST-FILE.
086000
086100     SET WS-SRC-IX TO 1.
086200     PERFORM 3300-SET-SKIP-NIGHTS THRU 3300-EXIT
086300         WS-SOURCE-COUNT TIMES.
086400 3000-EXIT.
086500     EXIT.
086600
086700*----------------------------------------------------------------
086800* 3100-READ-HISTORY - READ ONE HISTORY RECORD
086900*----------------------------------------------------------------
087000 3100-READ-HISTORY.
087100     READ HIST-FILE INTO WS-HIST-RECORD
087200         AT END
087300             MOVE 'Y' TO WS-HIST-EOF-SWITCH
087400     END-READ.
087500 3100-EXIT.
087600     EXIT.
087700
087800*----------------------------------------------------------------
087900* 3200-COUNT-ONE-RECORD - A 'FEED' RECORD OPENS ONE SOURCE-NIGHT
088000*----------------------------------------------------------------
088100 3200-COUNT-ONE-RECORD.
088200     IF FHS-FEED-TOTAL
088300         MOVE FHS-SOURCE TO WS-SOURCE-LOOKUP
088400         PERFORM 7000-FIND-SOURCE THRU 7000-EXIT
088500         IF RETURN-CODE NOT = ZERO
088600             MOVE 'Y' TO WS-HIST-EOF-SWITCH
088700             GO TO 3200-EXIT
088800         END-IF
088900         ADD 1 TO WS-SRC-NIGHTS-ON-FILE (WS-SRC-IX)
089000     END-IF.
089100
089200     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
089300 3200-EXIT.
089400     EXIT.
089500
089600*----------------------------------------------------------------
089700* 3300-SET-SKIP-NIGHTS - NIGHTS OLDER THAN THE WINDOW
089800*----------------------------------------------------------------
089900 3300-SET-SKIP-NIGHTS.
090000     IF WS-SRC-NIGHTS-ON-FILE (WS-SRC-IX) > WS-WINDOW-NIGHTS
090100         COMPUTE WS-SRC-SKIP-NIGHTS (WS-SRC-IX) =
090200             WS-SRC-NIGHTS-ON-FILE (WS-SRC-IX) - WS-WINDOW-NIGHTS
090300     END-IF.
090400     SET WS-SRC-IX UP BY 1.
090500 3300-EXIT.
090600     EXIT.
090700
090800*----------------------------------------------------------------
090900* 4000-ROLL-HISTORY - SECOND PASS OF FEEDHIST: EVERY RECORD OF A
091000*     NIGHT INSIDE ITS SOURCE'S WINDOW IS SUMMED INTO THE TALLIES
091100*     AND COPIED TO FEEDHNEW; OLDER NIGHTS ARE DROPPED.  A
091200*     NIGHT'S RECORDS FOLLOW ITS 'FEED' RECORD, SO THE 'FEED'
091300*     RECORD DECIDES FOR THE WHOLE NIGHT.
091400*----------------------------------------------------------------
091500 4000-ROLL-HISTORY.
091600     MOVE 'N' TO WS-HIST-EOF-SWITCH.
091700     OPEN INPUT HIST-FILE.
091800     IF WS-HIST-STATUS NOT = '00'
091900         DISPLAY 'GOODVOLM - OPEN ERROR ON HIST-FILE - STATUS '
092000             WS-HIST-STATUS
092100         MOVE 16 TO RETURN-CODE
092200         GO TO 4000-EXIT
092300     END-IF.
092400
092500     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
092600     PERFORM 4100-ROLL-ONE-RECORD THRU 4100-EXIT
092700         UNTIL WS-HIST-END-OF-FILE.
092800     CLOSE HIST-FILE.
092900 4000-EXIT.
093000     EXIT.
093100
093200*----------------------------------------------------------------
093300* 4100-ROLL-ONE-RECORD - KEEP OR DROP ONE HISTORY RECORD
093400*----------------------------------------------------------------
093500 4100-ROLL-ONE-RECORD.
093600     ADD 1 TO WS-HIST-READ-COUNT.
093700     MOVE FHS-SOURCE TO WS-SOURCE-LOOKUP.
093800     PERFORM 7000-FIND-SOURCE THRU 7000-EXIT.
093900     IF RETURN-CODE NOT = ZERO
094000         MOVE 'Y' TO WS-HIST-EOF-SWITCH
094100         GO TO 4100-EXIT
094200     END-IF.
094300
094400     IF FHS-FEED-TOTAL
094500         ADD 1 TO WS-SRC-NIGHTS-SEEN (WS-SRC-IX)
094600         IF WS-SRC-NIGHTS-SEEN (WS-SRC-IX)
094700             > WS-SRC-SKIP-NIGHTS (WS-SRC-IX)
094800             MOVE 'Y' TO WS-SRC-KEEP-SWITCH (WS-SRC-IX)
094900             ADD 1 TO WS-SRC-NIGHTS-USED (WS-SRC-IX)
095000         ELSE
095100             MOVE 'N' TO WS-SRC-KEEP-SWITCH (WS-SRC-IX)
095200         END-IF
095300     END-IF.
095400
095500     IF NOT WS-SRC-KEEP-NIGHT (WS-SRC-IX)
095600         ADD 1 TO WS-HIST-DROPPED-COUNT
095700         GO TO 4100-READ-NEXT
095800     END-IF.
095900
096000     MOVE FHS-CHECK TO WS-STAT-LOOKUP-CHECK.
096100     MOVE FHS-KEY   TO WS-STAT-LOOKUP-KEY.
096200     PERFORM 7100-FIND-STAT THRU 7100-EXIT.
096300     IF RETURN-CODE NOT = ZERO
096400         MOVE 'Y' TO WS-HIST-EOF-SWITCH
096500         GO TO 4100-EXIT
096600     END-IF.
096700     ADD FHS-RECORD-COUNT TO WS-STAT-HIST-COUNT (WS-STAT-IX).
096800     ADD FHS-SALARY-DELTA TO WS-STAT-HIST-DELTA (WS-STAT-IX).
096900
097000     WRITE HIST-NEW-RECORD FROM WS-HIST-RECORD.
097100     ADD 1 TO WS-HIST-KEPT-COUNT.
097200
097300 4100-READ-NEXT.
097400     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
097500 4100-EXIT.
097600     EXIT.
097700
097800*----------------------------------------------------------------
097900* 5000-WRITE-TONIGHT - APPEND TONIGHT'S TALLIES TO FEEDHNEW, ONE
098000*     SOURCE AT A TIME WITH ITS 'FEED' RECORD FIRST.  A SOURCE
098100*     THAT SENT NOTHING TONIGHT GETS NO NIGHT, SO ITS AVERAGE IS
098200*     OVER THE NIGHTS IT ACTUALLY SENT.
098300*----------------------------------------------------------------
098400 5000-WRITE-TONIGHT.
098500     SET WS-SRC-IX TO 1.
098600     PERFORM 5100-WRITE-SOURCE-NIGHT THRU 5100-EXIT
098700         WS-SOURCE-COUNT TIMES.
098800 5000-EXIT.
098900     EXIT.
099000
099100*----------------------------------------------------------------
099200* 5100-WRITE-SOURCE-NIGHT - ONE SOURCE'S RECORDS FOR TONIGHT
099300*----------------------------------------------------------------
099400 5100-WRITE-SOURCE-NIGHT.
099500     SET WS-CUR-SRC-NO TO WS-SRC-IX.
099600     MOVE 'FEED' TO WS-PRINT-CHECK.
099700     SET WS-STAT-IX TO 1.
099800     PERFORM 5200-WRITE-STAT-RECORD THRU 5200-EXIT
099900         WS-STAT-COUNT TIMES.
100000     MOVE 'TRAN' TO WS-PRINT-CHECK.
100100     SET WS-STAT-IX TO 1.
100200     PERFORM 5200-WRITE-STAT-RECORD THRU 5200-EXIT
100300         WS-STAT-COUNT TIMES.
100400     MOVE 'DEPT' TO WS-PRINT-CHECK.
100500     SET WS-STAT-IX TO 1.
100600     PERFORM 5200-WRITE-STAT-RECORD THRU 5200-EXIT
100700         WS-STAT-COUNT TIMES.
100800     SET WS-SRC-IX UP BY 1.
100900 5100-EXIT.
101000     EXIT.
101100
101200*----------------------------------------------------------------
101300* 5200-WRITE-STAT-RECORD - WRITE ONE OF TONIGHT'S TALLIES
101400*----------------------------------------------------------------
101500 5200-WRITE-STAT-RECORD.
101600     IF WS-STAT-SRC-NO (WS-STAT-IX) NOT = WS-CUR-SRC-NO
101700         OR WS-STAT-CHECK (WS-STAT-IX) NOT = WS-PRINT-CHECK
101800         OR WS-STAT-TONIGHT-COUNT (WS-STAT-IX) = ZERO
101900         GO TO 5200-NEXT
102000     END-IF.
102100
102200     MOVE SPACES TO WS-HIST-RECORD.
102300     MOVE WS-RUN-DATE                  TO FHS-RUN-DATE.
102400     MOVE WS-SRC-ID (WS-SRC-IX)        TO FHS-SOURCE.
102500     MOVE WS-STAT-CHECK (WS-STAT-IX)   TO FHS-CHECK.
102600     MOVE WS-STAT-KEY (WS-STAT-IX)     TO FHS-KEY.
102700     MOVE WS-STAT-TONIGHT-COUNT (WS-STAT-IX) TO FHS-RECORD-COUNT.
102800     IF WS-STAT-TONIGHT-DELTA (WS-STAT-IX) < ZERO
102900         MOVE '-' TO FHS-DELTA-SIGN
103000         COMPUTE FHS-SALARY-DELTA =
103100             ZERO - WS-STAT-TONIGHT-DELTA (WS-STAT-IX)
103200     ELSE
103300         MOVE '+' TO FHS-DELTA-SIGN
103400         MOVE WS-STAT-TONIGHT-DELTA (WS-STAT-IX)
103500             TO FHS-SALARY-DELTA
103600     END-IF.
103700     WRITE HIST-NEW-RECORD FROM WS-HIST-RECORD.
103800     ADD 1 TO WS-HIST-WRITTEN-COUNT.
103900
104000 5200-NEXT.
104100     SET WS-STAT-IX UP BY 1.
104200 5200-EXIT.
104300     EXIT.
104400
104500*----------------------------------------------------------------
104600* 6000-CHECK-LIMITS - HOLD EVERY TALLY AGAINST ITS LIMIT CARD AND
104700*     PRINT IT, SOURCE BY SOURCE: THE FEED TOTAL AND NET SALARY
104800*     CHANGE FIRST, THEN EACH TRANSACTION CODE, THEN EACH
104900*     DEPARTMENT
105000*----------------------------------------------------------------
105100 6000-CHECK-LIMITS.
105200     MOVE 'NIGHTS AVERAGED' TO WS-RPT-TOT-LABEL.
105300     MOVE WS-WINDOW-NIGHTS TO WS-RPT-COUNT-EDIT.
105400     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
105500     MOVE 'NIGHTS NEEDED BEFORE A LIMIT STOPS'
105510         TO WS-RPT-TOT-LABEL.
105600     MOVE WS-MIN-NIGHTS TO WS-RPT-COUNT-EDIT.
105700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
105800     MOVE SPACES TO VOLM-RPT-RECORD.
105900     WRITE VOLM-RPT-RECORD.
106000     MOVE WS-RPT-COL-HEADING TO VOLM-RPT-RECORD.
106100     WRITE VOLM-RPT-RECORD.
106200
106300     SET WS-SRC-IX TO 1.
106400     PERFORM 6100-CHECK-SOURCE THRU 6100-EXIT
106500         WS-SOURCE-COUNT TIMES.
106600 6000-EXIT.
106700     EXIT.
106800
106900*----------------------------------------------------------------
107000* 6100-CHECK-SOURCE - ONE SOURCE'S TALLIES IN PRINT ORDER
107100*----------------------------------------------------------------
107200 6100-CHECK-SOURCE.
107300     SET WS-CUR-SRC-NO TO WS-SRC-IX.
107400     MOVE 'FEED' TO WS-PRINT-CHECK.
107500     SET WS-STAT-IX TO 1.
107600     PERFORM 6200-CHECK-STAT THRU 6200-EXIT
107700         WS-STAT-COUNT TIMES.
107800     MOVE 'TRAN' TO WS-PRINT-CHECK.
107900     SET WS-STAT-IX TO 1.
108000     PERFORM 6200-CHECK-STAT THRU 6200-EXIT
108100         WS-STAT-COUNT TIMES.
108200     MOVE 'DEPT' TO WS-PRINT-CHECK.
108300     SET WS-STAT-IX TO 1.
108400     PERFORM 6200-CHECK-STAT THRU 6200-EXIT
108500         WS-STAT-COUNT TIMES.
108600     SET WS-SRC-IX UP BY 1.
108700 6100-EXIT.
108800     EXIT.
108900
109000*----------------------------------------------------------------
109100* 6200-CHECK-STAT - ONE TALLY: ITS RECORD COUNT, AND FOR THE FEED
109200*     TOTAL ALSO ITS NET SALARY CHANGE IN WHOLE DOLLARS
109300*----------------------------------------------------------------
109400 6200-CHECK-STAT.
109500     IF WS-STAT-SRC-NO (WS-STAT-IX) NOT = WS-CUR-SRC-NO
109600         OR WS-STAT-CHECK (WS-STAT-IX) NOT = WS-PRINT-CHECK
109700         GO TO 6200-NEXT
109800     END-IF.
109900
110000     MOVE WS-STAT-CHECK (WS-STAT-IX) TO WS-CHK-CHECK.
110100     MOVE WS-STAT-TONIGHT-COUNT (WS-STAT-IX) TO WS-CHK-TONIGHT.
110200     MOVE WS-STAT-HIST-COUNT (WS-STAT-IX) TO WS-CHK-HIST-SUM.
110300     PERFORM 6400-APPLY-LIMIT THRU 6400-EXIT.
110400
110500     IF WS-STAT-CHECK (WS-STAT-IX) = 'FEED'
110600         MOVE 'SAL ' TO WS-CHK-CHECK
110700         MOVE WS-STAT-TONIGHT-DELTA (WS-STAT-IX) TO WS-CHK-TONIGHT
110800         MOVE WS-STAT-HIST-DELTA (WS-STAT-IX) TO WS-CHK-HIST-SUM
110900         PERFORM 6400-APPLY-LIMIT THRU 6400-EXIT
111000     END-IF.
111100
111200 6200-NEXT.
111300     SET WS-STAT-IX UP BY 1.
111400 6200-EXIT.
111500     EXIT.
111600
111700*----------------------------------------------------------------
111800* 6300-FIND-LIMIT - PICK THE MOST SPECIFIC CARD FOR THE TALLY:
111900*     AN EXACT KEY SCORES 2 AND AN EXACT SOURCE 1; THE FIRST CARD
112000*     WITH THE HIGHEST SCORE WINS
112100*----------------------------------------------------------------
112200 6300-FIND-LIMIT.
112300     MOVE 'N' TO WS-LIMIT-MATCH-SWITCH.
112400     MOVE ZERO TO WS-BEST-SCORE.
112500     MOVE ZERO TO WS-BEST-LIMIT-NO.
112600     SET WS-LIM-IX TO 1.
112700     PERFORM 6310-SCORE-LIMIT THRU 6310-EXIT
112800         WS-LIMIT-COUNT TIMES.
112900     IF WS-LIMIT-MATCHED
113000         SET WS-LIM-IX TO WS-BEST-LIMIT-NO
113100     END-IF.
113200 6300-EXIT.
113300     EXIT.
113400
113500*----------------------------------------------------------------
113600* 6310-SCORE-LIMIT - SCORE ONE CARD AGAINST THE TALLY
113700*----------------------------------------------------------------
113800 6310-SCORE-LIMIT.
113900     IF WS-LIM-CHECK (WS-LIM-IX) NOT = WS-CHK-CHECK
114000         GO TO 6310-NEXT
114100     END-IF.
114200
114300     MOVE ZERO TO WS-THIS-SCORE.
114400     EVALUATE TRUE
114500         WHEN WS-LIM-KEY (WS-LIM-IX) = '****'
114600             CONTINUE
114700         WHEN WS-LIM-KEY (WS-LIM-IX) = WS-STAT-KEY (WS-STAT-IX)
114800             ADD 2 TO WS-THIS-SCORE
114900         WHEN OTHER
115000             GO TO 6310-NEXT
115100     END-EVALUATE.
115200     EVALUATE TRUE
115300         WHEN WS-LIM-SOURCE (WS-LIM-IX) = '********'
115400             CONTINUE
115500         WHEN WS-LIM-SOURCE (WS-LIM-IX) = WS-SRC-ID (WS-SRC-IX)
115600             ADD 1 TO WS-THIS-SCORE
115700         WHEN OTHER
115800             GO TO 6310-NEXT
115900     END-EVALUATE.
116000
116100     IF NOT WS-LIMIT-MATCHED
116200         OR WS-THIS-SCORE > WS-BEST-SCORE
116300         MOVE 'Y' TO WS-LIMIT-MATCH-SWITCH
116400         MOVE WS-THIS-SCORE TO WS-BEST-SCORE
116500         SET WS-BEST-LIMIT-NO TO WS-LIM-IX
116600     END-IF.
116700
116800 6310-NEXT.
116900     SET WS-LIM-IX UP BY 1.
117000 6310-EXIT.
117100     EXIT.
117200
117300*----------------------------------------------------------------
117400* 6400-APPLY-LIMIT - WORK OUT THE AVERAGE OVER THE NIGHTS USED,
117500*     HOLD TONIGHT AGAINST THE CARD, AND PRINT THE LINE.  THE
117600*     SALARY CHANGE IS COMPARED IN EITHER DIRECTION - THE
117700*     HISTORY SUMS EACH NIGHT'S CHANGE WITHOUT ITS SIGN.  A
117800*     VOLUME OUTSIDE ITS LIMITS STOPS THE STREAM UNLESS THE
117900*     SOURCE IS STILL SHORT OF HISTORY OR HR HAS CONFIRMED IT.
118000*----------------------------------------------------------------
118100 6400-APPLY-LIMIT.
118200     MOVE WS-SRC-NIGHTS-USED (WS-SRC-IX) TO WS-CHK-NIGHTS.
118300     IF WS-CHK-TONIGHT < ZERO
118400         COMPUTE WS-CHK-TONIGHT-ABS = ZERO - WS-CHK-TONIGHT
118500     ELSE
118600         MOVE WS-CHK-TONIGHT TO WS-CHK-TONIGHT-ABS
118700     END-IF.
118800     IF WS-CHK-NIGHTS > ZERO
118900         COMPUTE WS-CHK-AVERAGE ROUNDED =
119000             WS-CHK-HIST-SUM / WS-CHK-NIGHTS
119100     ELSE
119200         MOVE ZERO TO WS-CHK-AVERAGE
119300     END-IF.
119400
119500     MOVE SPACES                TO WS-RPT-DETAIL.
119600     MOVE WS-SRC-ID (WS-SRC-IX) TO WS-RPT-DET-SOURCE.
119700     MOVE WS-CHK-CHECK          TO WS-RPT-DET-CHECK.
119800     MOVE WS-STAT-KEY (WS-STAT-IX) TO WS-RPT-DET-KEY.
119900     MOVE WS-CHK-TONIGHT        TO WS-RPT-DET-TONIGHT.
120000     MOVE WS-CHK-NIGHTS         TO WS-RPT-DET-NIGHTS.
120100     MOVE WS-CHK-AVERAGE        TO WS-RPT-DET-AVERAGE.
120200     MOVE SPACES                TO WS-VERDICT.
120300
120400     PERFORM 6300-FIND-LIMIT THRU 6300-EXIT.
120500     IF NOT WS-LIMIT-MATCHED
120600         MOVE 'NO LIMIT SET' TO WS-VERDICT
120700         GO TO 6400-PRINT
120800     END-IF.
120900
121000     ADD 1 TO WS-CHECKED-COUNT.
121100     MOVE 'N' TO WS-BREACH-SWITCH.
121200     COMPUTE WS-CHK-HIGH-LIMIT ROUNDED =
121300         WS-CHK-AVERAGE * WS-LIM-HIGH-TIMES (WS-LIM-IX).
121400     COMPUTE WS-CHK-LOW-LIMIT ROUNDED =
121500         WS-CHK-AVERAGE * WS-LIM-LOW-PCT (WS-LIM-IX) / 100.
121600     IF WS-LIM-HIGH-TIMES (WS-LIM-IX) > ZERO
121700         MOVE WS-CHK-HIGH-LIMIT TO WS-RPT-DET-HIGH
121800         IF WS-CHK-TONIGHT-ABS > WS-LIM-FLOOR (WS-LIM-IX)
121900             AND WS-CHK-TONIGHT-ABS > WS-CHK-HIGH-LIMIT
122000             MOVE 'H' TO WS-BREACH-SWITCH
122100             MOVE 'ABOVE LIMIT' TO WS-VERDICT-DIRECTION
122200         END-IF
122300     END-IF.
122400     IF WS-LIM-LOW-PCT (WS-LIM-IX) > ZERO
122500         MOVE WS-CHK-LOW-LIMIT TO WS-RPT-DET-LOW
122600         IF WS-CHK-AVERAGE > WS-LIM-FLOOR (WS-LIM-IX)
122700             AND WS-CHK-TONIGHT-ABS < WS-CHK-LOW-LIMIT
122800             MOVE 'L' TO WS-BREACH-SWITCH
122900             MOVE 'BELOW LIMIT' TO WS-VERDICT-DIRECTION
123000         END-IF
123100     END-IF.
123200
123300     IF WS-NO-BREACH
123400         MOVE 'WITHIN LIMITS' TO WS-VERDICT
123500         GO TO 6400-PRINT
123600     END-IF.
123700
123800     MOVE ' - ' TO WS-VERDICT-DASH.
123900     EVALUATE TRUE
124000         WHEN WS-CHK-NIGHTS < WS-MIN-NIGHTS
124100             MOVE 'SHORT HISTORY' TO WS-VERDICT-ACTION
124200             ADD 1 TO WS-SHORT-HIST-COUNT
124300         WHEN WS-OVERRIDE-ACTIVE
124400             AND (PARM-OVR-ALL-SOURCES
124500                  OR PARM-OVR-SOURCE = WS-SRC-ID (WS-SRC-IX))
124600             MOVE 'HR OVERRIDE' TO WS-VERDICT-ACTION
124700             ADD 1 TO WS-OVERRIDDEN-COUNT
124800         WHEN OTHER
124900             MOVE 'STOPPED' TO WS-VERDICT-ACTION
125000             ADD 1 TO WS-STOP-COUNT
125100     END-EVALUATE.
125200     DISPLAY 'GOODVOLM - ' WS-SRC-ID (WS-SRC-IX) ' '
125300         WS-CHK-CHECK ' ' WS-STAT-KEY (WS-STAT-IX) ' - '
125400         WS-VERDICT.
125500
125600 6400-PRINT.
125700     MOVE WS-VERDICT TO WS-RPT-DET-VERDICT.
125800     MOVE WS-RPT-DETAIL TO VOLM-RPT-RECORD.
125900     WRITE VOLM-RPT-RECORD.
126000 6400-EXIT.
126100     EXIT.
126200
126300*----------------------------------------------------------------
126400* 7000-FIND-SOURCE - POINT WS-SRC-IX AT THE SOURCE'S ENTRY,
126500*     ADDING ONE THE FIRST TIME A SOURCE IS SEEN
126600*----------------------------------------------------------------
126700 7000-FIND-SOURCE.
126800     MOVE 'N' TO WS-FOUND-SWITCH.
126900     SET WS-SRC-IX TO 1.
127000     PERFORM 7010-MATCH-SOURCE THRU 7010-EXIT
127100         UNTIL WS-FOUND
127200         OR WS-SRC-IX > WS-SOURCE-COUNT.
127300     IF WS-FOUND
127400         GO TO 7000-EXIT
127500     END-IF.
127600
127700     IF WS-SOURCE-COUNT >= WS-SOURCE-LIMIT
127800         DISPLAY 'GOODVOLM - MORE SOURCE SYSTEMS THAN THE TABLE '
127900             'HOLDS - RAISE WS-SOURCE-LIMIT'
128000         MOVE 16 TO RETURN-CODE
128100         GO TO 7000-EXIT
128200     END-IF.
128300     ADD 1 TO WS-SOURCE-COUNT.
128400     SET WS-SRC-IX TO WS-SOURCE-COUNT.
128500     MOVE WS-SOURCE-LOOKUP TO WS-SRC-ID (WS-SRC-IX).
128600     MOVE ZERO TO WS-SRC-NIGHTS-ON-FILE (WS-SRC-IX).
128700     MOVE ZERO TO WS-SRC-SKIP-NIGHTS (WS-SRC-IX).
128800     MOVE ZERO TO WS-SRC-NIGHTS-SEEN (WS-SRC-IX).
128900     MOVE ZERO TO WS-SRC-NIGHTS-USED (WS-SRC-IX).
129000     MOVE 'N'  TO WS-SRC-KEEP-SWITCH (WS-SRC-IX).
129100 7000-EXIT.
129200     EXIT.
129300
129400*----------------------------------------------------------------
129500* 7010-MATCH-SOURCE - ONE STEP OF THE SOURCE LOOKUP
129600*----------------------------------------------------------------
129700 7010-MATCH-SOURCE.
129800     IF WS-SRC-ID (WS-SRC-IX) = WS-SOURCE-LOOKUP
129900         MOVE 'Y' TO WS-FOUND-SWITCH
130000     ELSE
130100         SET WS-SRC-IX UP BY 1
130200     END-IF.
130300 7010-EXIT.
130400     EXIT.
130500
130600*----------------------------------------------------------------
130700* 7100-FIND-STAT - POINT WS-STAT-IX AT THE TALLY FOR THE SOURCE
130800*     AT WS-SRC-IX AND THE LOOKUP CHECK AND KEY, ADDING AN EMPTY
130900*     ONE THE FIRST TIME IT IS SEEN
131000*----------------------------------------------------------------
131100 7100-FIND-STAT.
131200     SET WS-CUR-SRC-NO TO WS-SRC-IX.
131300     MOVE 'N' TO WS-FOUND-SWITCH.
131400     SET WS-STAT-IX TO 1.
131500     PERFORM 7110-MATCH-STAT THRU 7110-EXIT
131600         UNTIL WS-FOUND
131700         OR WS-STAT-IX > WS-STAT-COUNT.
131800     IF WS-FOUND
131900         GO TO 7100-EXIT
132000     END-IF.
132100
132200     IF WS-STAT-COUNT >= WS-STAT-LIMIT
132300         DISPLAY 'GOODVOLM - MORE TALLIES THAN THE TABLE HOLDS - '
132400             'RAISE WS-STAT-LIMIT'
132500         MOVE 16 TO RETURN-CODE
132600         GO TO 7100-EXIT
132700     END-IF.
132800     ADD 1 TO WS-STAT-COUNT.
132900     SET WS-STAT-IX TO WS-STAT-COUNT.
133000     MOVE WS-CUR-SRC-NO        TO WS-STAT-SRC-NO (WS-STAT-IX).
133100     MOVE WS-STAT-LOOKUP-CHECK TO WS-STAT-CHECK (WS-STAT-IX).
133200     MOVE WS-STAT-LOOKUP-KEY   TO WS-STAT-KEY (WS-STAT-IX).
133300     MOVE ZERO TO WS-STAT-TONIGHT-COUNT (WS-STAT-IX).
133400     MOVE ZERO TO WS-STAT-TONIGHT-DELTA (WS-STAT-IX).
133500     MOVE ZERO TO WS-STAT-HIST-COUNT (WS-STAT-IX).
133600     MOVE ZERO TO WS-STAT-HIST-DELTA (WS-STAT-IX).
133700 7100-EXIT.
133800     EXIT.
133900
134000*----------------------------------------------------------------
134100* 7110-MATCH-STAT - ONE STEP OF THE TALLY LOOKUP
134200*----------------------------------------------------------------
134300 7110-MATCH-STAT.
134400     IF WS-STAT-SRC-NO (WS-STAT-IX) = WS-CUR-SRC-NO
134500         AND WS-STAT-CHECK (WS-STAT-IX) = WS-STAT-LOOKUP-CHECK
134600         AND WS-STAT-KEY (WS-STAT-IX) = WS-STAT-LOOKUP-KEY
134700         MOVE 'Y' TO WS-FOUND-SWITCH
134800     ELSE
134900         SET WS-STAT-IX UP BY 1
135000     END-IF.
135100 7110-EXIT.
135200     EXIT.
135300
135400*----------------------------------------------------------------
135500* 9000-TERMINATE - PRINT THE TOTALS AND THE VERDICT, CLOSE UP,
135600*     AND SET THE RETURN CODE THE STREAM'S CONDITIONS TEST
135700*----------------------------------------------------------------
135800 9000-TERMINATE.
135900     MOVE SPACES TO VOLM-RPT-RECORD.
136000     WRITE VOLM-RPT-RECORD.
136100
136200     MOVE 'DETAIL RECORDS TALLIED' TO WS-RPT-TOT-LABEL.
136300     MOVE WS-DETAIL-COUNT TO WS-RPT-COUNT-EDIT.
136400     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
136500
136600     MOVE 'HISTORY RECORDS KEPT' TO WS-RPT-TOT-LABEL.
136700     MOVE WS-HIST-KEPT-COUNT TO WS-RPT-COUNT-EDIT.
136800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
136900
137000     MOVE 'HISTORY RECORDS AGED OFF' TO WS-RPT-TOT-LABEL.
137100     MOVE WS-HIST-DROPPED-COUNT TO WS-RPT-COUNT-EDIT.
137200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
137300
137400     MOVE 'HISTORY RECORDS ADDED FOR TONIGHT' TO WS-RPT-TOT-LABEL.
137500     MOVE WS-HIST-WRITTEN-COUNT TO WS-RPT-COUNT-EDIT.
137600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
137700
137800     MOVE 'TALLIES CHECKED AGAINST A LIMIT' TO WS-RPT-TOT-LABEL.
137900     MOVE WS-CHECKED-COUNT TO WS-RPT-COUNT-EDIT.
138000     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
138100
138200     MOVE 'OUTSIDE LIMITS - STOPPED' TO WS-RPT-TOT-LABEL.
138300     MOVE WS-STOP-COUNT TO WS-RPT-COUNT-EDIT.
138400     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
138500
138600     MOVE 'OUTSIDE LIMITS - HR OVERRIDE' TO WS-RPT-TOT-LABEL.
138700     MOVE WS-OVERRIDDEN-COUNT TO WS-RPT-COUNT-EDIT.
138800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
138900
139000     MOVE 'OUTSIDE LIMITS - SHORT HISTORY' TO WS-RPT-TOT-LABEL.
139100     MOVE WS-SHORT-HIST-COUNT TO WS-RPT-COUNT-EDIT.
139200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
139300
139400     MOVE SPACES TO VOLM-RPT-RECORD.
139500     WRITE VOLM-RPT-RECORD.
139600
139700     IF RETURN-CODE = ZERO
139800         EVALUATE TRUE
139900             WHEN WS-STOP-COUNT > ZERO
140000                 MOVE 12 TO RETURN-CODE
140100             WHEN WS-OVERRIDDEN-COUNT > ZERO
140200             WHEN WS-SHORT-HIST-COUNT > ZERO
140300                 MOVE 4 TO RETURN-CODE
140400         END-EVALUATE
140500     END-IF.
140600
140700     MOVE 'FEED VOLUME CHECK' TO WS-RPT-TOT-LABEL.
140800     EVALUATE RETURN-CODE
140900         WHEN 0
141000             MOVE 'WITHIN LIMITS' TO WS-RPT-TOT-VALUE
141100         WHEN 4
141200             MOVE 'PASSED WITH WARNINGS - SEE ABOVE'
141300                 TO WS-RPT-TOT-VALUE
141400         WHEN 12
141500             MOVE 'OUTSIDE LIMITS - STREAM STOPPED'
141600                 TO WS-RPT-TOT-VALUE
141700         WHEN OTHER
141800             MOVE 'FAILED - RUN STOPPED' TO WS-RPT-TOT-VALUE
141900     END-EVALUATE.
142000     MOVE WS-RPT-TOTAL TO VOLM-RPT-RECORD.
142100     WRITE VOLM-RPT-RECORD.
142200
142300     CLOSE HIST-NEW-FILE.
142400     CLOSE VOLM-RPT-FILE.
142500
142600     IF RETURN-CODE = 12
142700         DISPLAY 'GOODVOLM - FEED OUTSIDE ITS VOLUME LIMITS - '
142800             'STREAM STOPPED WITH RC 12'
142900         DISPLAY 'GOODVOLM - ONCE HR HAS CONFIRMED THE FEED, '
143000             'RESUBMIT WITH THE OVERRIDE CARD ON PARMFILE'
143100     END-IF.
143200     DISPLAY 'GOODVOLM - REASONABLENESS CHECK COMPLETE'.
143300 9000-EXIT.
143400     EXIT.
143500
143600*----------------------------------------------------------------
143700* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
143800*----------------------------------------------------------------
143900 9100-WRITE-TOTAL-LINE.
144000     MOVE SPACES TO WS-RPT-TOT-VALUE.
144100     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
144200     MOVE WS-RPT-TOTAL TO VOLM-RPT-RECORD.
144300     WRITE VOLM-RPT-RECORD.
144400 9100-EXIT.
144500     EXIT.
