000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODLABR.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - MONTHLY LABOR-COST
001300*                  DISTRIBUTION TO THE GENERAL LEDGER.  FOR
001400*                  EVERY EMPLOYEE ROW THE MONTH IS REBUILT
001500*                  BACKWARDS FROM THE ROW AS IT STANDS TODAY,
001600*                  UNDOING EACH CHANGE ON THE AUDIT TRAIL FROM
001700*                  THE NEWEST BACK TO THE FIRST DAY OF THE
001800*                  MONTH.  EVERY CHANGE - GOODUPDT, GOODMNT, OR A
001900*                  GOODXFER MOVE - SPLITS THE MONTH INTO
002000*                  STRETCHES OF DAYS SPENT IN ONE DEPARTMENT AT
002100*                  ONE SALARY, AND EACH ACTIVE STRETCH IS
002200*                  COSTED AT ANNUAL SALARY / 12 X DAYS / DAYS
002300*                  IN THE MONTH TO ITS DEPARTMENT.  THE
002400*                  DEPARTMENT TOTALS GO OUT AS A BALANCED
002500*                  JOURNAL (GLJRNL01) - ONE DEBIT PER COST
002600*                  CENTER, ONE OFFSETTING CREDIT, AND A
002700*                  CONTROL TRAILER - AND THE REPORT TIES THE
002800*                  JOURNAL TOTAL BACK TO ONE MONTH OF THE
002900*                  ACTIVE SALARY AT MONTH END, ITEMIZING THE
003000*                  HIRES, TERMINATIONS, AND MID-MONTH CHANGES
003100*                  THAT MAKE UP THE DIFFERENCE.
003200*----------------------------------------------------------------
003300* THE AUDIT INPUT MUST HOLD EVERY CHANGE FROM THE FIRST DAY OF
003400* THE MONTH TO NOW, SORTED BY EMPLOYEE ID AND THEN AUDIT
003500* SEQUENCE DESCENDING (NEWEST FIRST).  RECORDS DATED BEFORE THE
003600* MONTH ARE IGNORED.  A CHANGE COUNTS FROM THE DAY IT WAS
003700* APPLIED; A TERMINATION COUNTS THROUGH ITS TERMINATION DATE
003800* (THE EFFECTIVE DATE ON THE FED RECORD, AS GOODUPDT SETS
003900* TERM_DATE).
004000*----------------------------------------------------------------
004100* PARAMETER CARD (ONE 80-BYTE RECORD ON PARMFILE):
004200*   COLS  1-6   JOURNAL MONTH CCYYMM (BLANK = THE PRIOR MONTH)
004300*   COLS  8-17  SALARY EXPENSE ACCOUNT - DEBITED (REQUIRED)
004400*   COLS 19-28  OFFSET ACCOUNT - CREDITED (REQUIRED)
004500*----------------------------------------------------------------
004600* RETURN CODES: 0 = JOURNAL WRITTEN AND TIED OUT; 4 = WRITTEN,
004700* BUT A DEPARTMENT CODE ON THE TRAIL IS NOT ON THE DEPARTMENT
004800* TABLE (LISTED ON THE REPORT); 16 = NO JOURNAL WRITTEN.
004900*----------------------------------------------------------------
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT PARM-FILE ASSIGN TO PARMFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-PARM-STATUS.
006200
006300     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-AUDIT-IN-STATUS.
006700
006800     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-GL-JOURNAL-STATUS.
007200
007300     SELECT LABOR-RPT-FILE ASSIGN TO LABRRPT
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-LABOR-RPT-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PARM-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  PARM-RECORD.
008400     05  PARM-PERIOD         PIC X(06).
008500     05  FILLER              PIC X(01).
008600     05  PARM-EXPENSE-ACCOUNT
008700                             PIC X(10).
008800     05  FILLER              PIC X(01).
008900     05  PARM-OFFSET-ACCOUNT PIC X(10).
009000     05  FILLER              PIC X(52).
009100
009200 FD  AUDIT-IN-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  AUDIT-IN-RECORD.
009600     COPY AUDREC01.
009700
009800 FD  GL-JOURNAL-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  GL-JOURNAL-RECORD.
010200     COPY GLJRNL01.
010300
010400 FD  LABOR-RPT-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  LABOR-RPT-RECORD            PIC X(132).
010800
010900 WORKING-STORAGE SECTION.
011000*----------------------------------------------------------------
011100* FILE STATUS AND CONTROL SWITCHES
011200*----------------------------------------------------------------
011300 01  WS-PARM-STATUS          PIC X(02) VALUE '00'.
011400 01  WS-AUDIT-IN-STATUS      PIC X(02) VALUE '00'.
011500 01  WS-GL-JOURNAL-STATUS    PIC X(02) VALUE '00'.
011600 01  WS-LABOR-RPT-STATUS     PIC X(02) VALUE '00'.
011700
011800 01  WS-SWITCHES.
011900     05  WS-CURSOR-EOF-SWITCH
012000                             PIC X(01) VALUE 'N'.
012100         88  WS-END-OF-CURSOR        VALUE 'Y'.
012200     05  WS-AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
012300         88  WS-END-OF-AUDIT         VALUE 'Y'.
012400     05  WS-STATE-ACTIVE-SWITCH
012500                             PIC X(01) VALUE 'N'.
012600         88  WS-STATE-ACTIVE         VALUE 'Y'.
012700     05  WS-END-NOTED-SWITCH PIC X(01) VALUE 'N'.
012800         88  WS-END-NOTED            VALUE 'Y'.
012900     05  WS-END-ACTIVE-SWITCH
013000                             PIC X(01) VALUE 'N'.
013100         88  WS-END-ACTIVE           VALUE 'Y'.
013200     05  WS-GAP-SWITCH       PIC X(01) VALUE 'N'.
013300         88  WS-HAD-INACTIVE-DAYS    VALUE 'Y'.
013400
013500*----------------------------------------------------------------
013600* JOURNAL MONTH, ITS DATE RANGE, AND ITS LENGTH IN DAYS
013700*----------------------------------------------------------------
013800 01  WS-RUN-DATE             PIC 9(08).
013900 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
014000     05  WS-RUN-CCYY         PIC 9(04).
014100     05  WS-RUN-MM           PIC 9(02).
014200     05  WS-RUN-DD           PIC 9(02).
014300 01  WS-PERIOD               PIC 9(06).
014400 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
014500     05  WS-PERIOD-CCYY      PIC 9(04).
014600     05  WS-PERIOD-MM        PIC 9(02).
014700 01  WS-PERIOD-START         PIC 9(08).
014800 01  WS-PERIOD-END           PIC 9(08).
014900 01  WS-DAYS-IN-PERIOD       PIC 9(04) COMP.
015000 01  WS-DAY-AFTER-PERIOD     PIC 9(04) COMP.
015100 01  WS-DAYS-IN-MONTH-VALUES.
015200     05  FILLER              PIC X(24)
015300         VALUE '312831303130313130313031'.
015400 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
015500     05  WS-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.
015600 01  WS-LEAP-REMAINDER       PIC 9(04) COMP.
015700 01  WS-LEAP-QUOTIENT        PIC 9(04) COMP.
015800 01  WS-CENT-REMAINDER       PIC 9(04) COMP.
015900 01  WS-CENT-QUOTIENT        PIC 9(04) COMP.
016000 01  WS-QUAD-REMAINDER       PIC 9(04) COMP.
016100 01  WS-QUAD-QUOTIENT        PIC 9(04) COMP.
016200 01  WS-EXPENSE-ACCOUNT      PIC X(10).
016300 01  WS-OFFSET-ACCOUNT       PIC X(10).
016400
016500*----------------------------------------------------------------
016600* EMPLOYEE TABLE HOST VARIABLES
016700*----------------------------------------------------------------
016800 01  WS-EMP-ID               PIC 9(06).
016900 01  WS-EMP-DEPT-CODE        PIC X(04).
017000 01  WS-EMP-SALARY           PIC S9(07)V99 COMP-3.
017100 01  WS-EMP-STATUS           PIC X(01).
017200     88  WS-EMP-ACTIVE               VALUE 'A'.
017300
017400*----------------------------------------------------------------
017500* DEPARTMENT TABLE HOST VARIABLES
017600*----------------------------------------------------------------
017700 01  WS-DEPT-CODE            PIC X(04).
017800 01  WS-DEPT-NAME            PIC X(30).
017900
018000*----------------------------------------------------------------
018100* COST-CENTER TABLE - EVERY DEPARTMENT ROW IN CODE ORDER, AND
018200*     AFTER THEM ANY CODE FOUND ON THE TRAIL THAT IS NOT ON THE
018300*     DEPARTMENT TABLE.  EACH ENTRY ACCUMULATES ITS DAYS AND
018400*     COST FOR THE MONTH.
018500*----------------------------------------------------------------
018600 01  WS-CC-LIMIT             PIC 9(03) VALUE 200.
018700 01  WS-CC-COUNT             PIC 9(03) VALUE ZERO.
018800 01  WS-CC-TABLE.
018900     05  WS-CC-ENTRY         OCCURS 1 TO 200 TIMES
019000                             DEPENDING ON WS-CC-COUNT
019100                             INDEXED BY WS-CC-IX.
019200         10  WS-CC-DEPT-CODE PIC X(04).
019300         10  WS-CC-DEPT-NAME PIC X(30).
019400         10  WS-CC-LAST-EMP-ID
019500                             PIC 9(06).
019600         10  WS-CC-EMP-COUNT PIC 9(07) COMP.
019700         10  WS-CC-EMP-DAYS  PIC 9(09) COMP.
019800         10  WS-CC-AMOUNT    PIC S9(11)V99 COMP-3.
019900 01  WS-LOOKUP-DEPT          PIC X(04).
020000
020100*----------------------------------------------------------------
020200* ONE EMPLOYEE'S MONTH - THE STATE BEING WALKED BACKWARDS, THE
020300*     DAY THE CURRENT STRETCH ENDS BEFORE, AND WHAT THE
020400*     EMPLOYEE HAS COST SO FAR.  DAYS ARE DAYS OF THE MONTH;
020500*     THE DAY AFTER THE LAST DAY CLOSES THE FIRST STRETCH.
020600*----------------------------------------------------------------
020700 01  WS-STATE-DEPT           PIC X(04).
020800 01  WS-STATE-SALARY         PIC 9(07)V99.
020900 01  WS-END-SALARY           PIC 9(07)V99.
021000 01  WS-SEG-END              PIC 9(04) COMP.
021100 01  WS-BOUNDARY             PIC 9(04) COMP.
021200 01  WS-SEG-DAYS             PIC 9(04) COMP.
021300 01  WS-SEG-AMOUNT           PIC S9(09)V99 COMP-3.
021400 01  WS-EMP-AMOUNT           PIC S9(11)V99 COMP-3.
021500 01  WS-EMP-FULL-MONTH       PIC S9(11)V99 COMP-3.
021600 01  WS-CHANGE-DATE          PIC 9(08).
021700 01  WS-CHANGE-DATE-PARTS REDEFINES WS-CHANGE-DATE.
021800     05  WS-CHANGE-CCYYMM    PIC 9(06).
021900     05  WS-CHANGE-DD        PIC 9(02).
022000 01  WS-AUD-STAMP            PIC X(14).
022100 01  WS-AUD-STAMP-PARTS REDEFINES WS-AUD-STAMP.
022200     05  WS-AUD-STAMP-DATE   PIC 9(08).
022300     05  WS-AUD-STAMP-TIME   PIC 9(06).
022400 01  WS-AUD-SOURCE.
022500     COPY EMPREC01.
022600
022700*----------------------------------------------------------------
022800* RUN CONTROL TOTALS AND THE TIE-OUT
022900*----------------------------------------------------------------
023000 01  WS-EMP-COUNT            PIC 9(09) COMP VALUE ZERO.
023100 01  WS-COSTED-COUNT         PIC 9(09) COMP VALUE ZERO.
023200 01  WS-END-ACTIVE-COUNT     PIC 9(09) COMP VALUE ZERO.
023300 01  WS-AUDIT-READ-COUNT     PIC 9(09) COMP VALUE ZERO.
023400 01  WS-AUDIT-APPLIED-COUNT  PIC 9(09) COMP VALUE ZERO.
023500 01  WS-AUDIT-ORPHAN-COUNT   PIC 9(09) COMP VALUE ZERO.
023600 01  WS-UNKNOWN-DEPT-COUNT   PIC 9(09) COMP VALUE ZERO.
023700 01  WS-JOURNAL-LINE-COUNT   PIC 9(09) COMP VALUE ZERO.
023800 01  WS-END-ACTIVE-SALARY    PIC S9(13)V99 COMP-3 VALUE ZERO.
023900 01  WS-ONE-MONTH-SALARY     PIC S9(13)V99 COMP-3 VALUE ZERO.
024000 01  WS-FULL-MONTH-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
024100 01  WS-ROUNDING-ADJ         PIC S9(13)V99 COMP-3 VALUE ZERO.
024200 01  WS-HIRE-ADJ             PIC S9(13)V99 COMP-3 VALUE ZERO.
024300 01  WS-TERM-ADJ             PIC S9(13)V99 COMP-3 VALUE ZERO.
024400 01  WS-CHANGE-ADJ           PIC S9(13)V99 COMP-3 VALUE ZERO.
024500 01  WS-EMPLOYEE-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
024600 01  WS-DEBIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
024700 01  WS-TIE-DIFFERENCE       PIC S9(13)V99 COMP-3 VALUE ZERO.
024800 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
024900 01  WS-RPT-AMOUNT-EDIT      PIC -Z(12)9.99.
025000
025100*----------------------------------------------------------------
025200* DB2 SQL COMMUNICATIONS AREA (SQLCA)
025300*----------------------------------------------------------------
025400 01  SQLCA.
025500     05  SQLCAID             PIC X(08).
025600     05  SQLCABC             PIC S9(09)  COMP-5.
025700     05  SQLCODE             PIC S9(09)  COMP-5.
025800     05  SQLERRM.
025900         49  SQLERRML        PIC S9(04)  COMP-5.
026000         49  SQLERRMC        PIC X(70).
026100     05  SQLERRP             PIC X(08).
026200     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
026300     05  SQLWARN.
026400         10  SQLWARN0        PIC X(01).
026500         10  SQLWARN1        PIC X(01).
026600         10  SQLWARN2        PIC X(01).
026700         10  SQLWARN3        PIC X(01).
026800         10  SQLWARN4        PIC X(01).
026900         10  SQLWARN5        PIC X(01).
027000         10  SQLWARN6        PIC X(01).
027100         10  SQLWARN7        PIC X(01).
027200     05  SQLSTATE            PIC X(05).
027300
027400*----------------------------------------------------------------
027500* REPORT PRINT LINES
027600*----------------------------------------------------------------
027700 01  WS-RPT-HEADING.
027800     05  FILLER              PIC X(46)
027900         VALUE 'GOODLABR MONTHLY LABOR-COST DISTRIBUTION'.
028000     05  WS-RPT-HDG-DATE     PIC 9(08).
028100     05  FILLER              PIC X(78) VALUE SPACES.
028200 01  WS-RPT-CRITERIA.
028300     05  FILLER              PIC X(14) VALUE 'JOURNAL MONTH '.
028400     05  WS-RPT-CRIT-PERIOD  PIC 9(06).
028500     05  FILLER              PIC X(08) VALUE '  DAYS '.
028600     05  WS-RPT-CRIT-DAYS    PIC Z9.
028700     05  FILLER              PIC X(20)
028800         VALUE '  EXPENSE ACCOUNT '.
028900     05  WS-RPT-CRIT-EXPENSE PIC X(10).
029000     05  FILLER              PIC X(19)
029100         VALUE '  OFFSET ACCOUNT '.
029200     05  WS-RPT-CRIT-OFFSET  PIC X(10).
029300     05  FILLER              PIC X(43) VALUE SPACES.
029400 01  WS-RPT-COL-HEADING.
029500     05  FILLER              PIC X(40)
029600         VALUE '  DEPT  DEPARTMENT NAME'.
029700     05  FILLER              PIC X(42)
029800         VALUE ' EMPLOYEES  EMPLOYEE-DAYS   JOURNAL DEBIT'.
029900     05  FILLER              PIC X(50) VALUE SPACES.
030000 01  WS-RPT-DETAIL.
030100     05  FILLER              PIC X(02) VALUE SPACES.
030200     05  WS-RPT-DET-DEPT     PIC X(04).
030300     05  FILLER              PIC X(02) VALUE SPACES.
030400     05  WS-RPT-DET-NAME     PIC X(30).
030500     05  FILLER              PIC X(02) VALUE SPACES.
030600     05  WS-RPT-DET-EMPS     PIC Z(8)9.
030700     05  FILLER              PIC X(02) VALUE SPACES.
030800     05  WS-RPT-DET-DAYS     PIC Z(12)9.
030900     05  FILLER              PIC X(02) VALUE SPACES.
031000     05  WS-RPT-DET-AMOUNT   PIC Z(10)9.99.
031100     05  FILLER              PIC X(52) VALUE SPACES.
031200 01  WS-RPT-TOTAL.
031300     05  WS-RPT-TOT-LABEL    PIC X(40).
031400     05  WS-RPT-TOT-VALUE    PIC X(92).
031500
031600 PROCEDURE DIVISION.
031700*----------------------------------------------------------------
031800 0000-MAINLINE.
031900*----------------------------------------------------------------
032000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032100     IF RETURN-CODE NOT = ZERO
032200         STOP RUN
032300     END-IF.
032400
032500     PERFORM 2000-FETCH-EMPLOYEE THRU 2000-EXIT.
032600     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
032700
032800     PERFORM 3000-COST-EMPLOYEE THRU 3000-EXIT
032900         UNTIL WS-END-OF-CURSOR.
033000
033100     PERFORM 3200-SKIP-ORPHAN-AUDIT THRU 3200-EXIT
033200         UNTIL WS-END-OF-AUDIT.
033300
033400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033500
033600     STOP RUN.
033700 0000-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------------
034100* 1000-INITIALIZE - SETTLE THE JOURNAL MONTH, OPEN THE FILES,
034200*     LOAD THE COST CENTERS, AND OPEN THE EMPLOYEE CURSOR
034300*----------------------------------------------------------------
034400 1000-INITIALIZE.
034500     DISPLAY 'GOODLABR - STARTING LABOR-COST DISTRIBUTION'.
034600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034700
034800     OPEN OUTPUT LABOR-RPT-FILE.
034900     IF WS-LABOR-RPT-STATUS NOT = '00'
035000         DISPLAY 'GOODLABR - OPEN ERROR ON LABOR-RPT-FILE - '
035100             'STATUS ' WS-LABOR-RPT-STATUS
035200         MOVE 16 TO RETURN-CODE
035300         GO TO 1000-EXIT
035400     END-IF.
035500
035600     PERFORM 1100-LOAD-PARM-CARD THRU 1100-EXIT.
035700     IF RETURN-CODE NOT = ZERO
035800         GO TO 1000-EXIT
035900     END-IF.
036000     PERFORM 1200-SET-PERIOD THRU 1200-EXIT.
036100
036200     OPEN INPUT AUDIT-IN-FILE.
036300     IF WS-AUDIT-IN-STATUS NOT = '00'
036400         DISPLAY 'GOODLABR - OPEN ERROR ON AUDIT-IN-FILE - '
036500             'STATUS ' WS-AUDIT-IN-STATUS
036600         MOVE 16 TO RETURN-CODE
036700         GO TO 1000-EXIT
036800     END-IF.
036900
037000     OPEN OUTPUT GL-JOURNAL-FILE.
037100     IF WS-GL-JOURNAL-STATUS NOT = '00'
037200         DISPLAY 'GOODLABR - OPEN ERROR ON GL-JOURNAL-FILE - '
037300             'STATUS ' WS-GL-JOURNAL-STATUS
037400         MOVE 16 TO RETURN-CODE
037500         GO TO 1000-EXIT
037600     END-IF.
037700
037800     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
037900     MOVE WS-RPT-HEADING TO LABOR-RPT-RECORD.
038000     WRITE LABOR-RPT-RECORD.
038100     MOVE WS-PERIOD          TO WS-RPT-CRIT-PERIOD.
038200     MOVE WS-DAYS-IN-PERIOD  TO WS-RPT-CRIT-DAYS.
038300     MOVE WS-EXPENSE-ACCOUNT TO WS-RPT-CRIT-EXPENSE.
038400     MOVE WS-OFFSET-ACCOUNT  TO WS-RPT-CRIT-OFFSET.
038500     MOVE WS-RPT-CRITERIA TO LABOR-RPT-RECORD.
038600     WRITE LABOR-RPT-RECORD.
038700     MOVE SPACES TO LABOR-RPT-RECORD.
038800     WRITE LABOR-RPT-RECORD.
038900
039000     PERFORM 1300-LOAD-COST-CENTERS THRU 1300-EXIT.
039100     IF RETURN-CODE NOT = ZERO
039200         GO TO 1000-EXIT
039300     END-IF.
039400
039500     EXEC SQL
039600         DECLARE LABRCUR CURSOR FOR
039700         SELECT ID, DEPT_CODE, SALARY, STATUS
039800           FROM EMPLOYEE
039900          ORDER BY ID
040000     END-EXEC.
040100
040200     EXEC SQL
040300         OPEN LABRCUR
040400     END-EXEC.
040500     IF SQLCODE NOT = 0
040600         DISPLAY 'GOODLABR - SQL ERROR OPENING EMPLOYEE '
040700             'CURSOR - SQLCODE ' SQLCODE
040800         MOVE 16 TO RETURN-CODE
040900     END-IF.
041000 1000-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------------
041400* 1100-LOAD-PARM-CARD - READ THE PARAMETER CARD.  A BLANK MONTH
041500*     JOURNALS THE PRIOR CALENDAR MONTH; BOTH ACCOUNTS ARE
041600*     REQUIRED.
041700*----------------------------------------------------------------
041800 1100-LOAD-PARM-CARD.
041900     MOVE WS-RUN-CCYY TO WS-PERIOD-CCYY.
042000     MOVE WS-RUN-MM   TO WS-PERIOD-MM.
042100     IF WS-PERIOD-MM = 1
042200         SUBTRACT 1 FROM WS-PERIOD-CCYY
042300         MOVE 12 TO WS-PERIOD-MM
042400     ELSE
042500         SUBTRACT 1 FROM WS-PERIOD-MM
042600     END-IF.
042700
042800     OPEN INPUT PARM-FILE.
042900     IF WS-PARM-STATUS NOT = '00'
043000         DISPLAY 'GOODLABR - OPEN ERROR ON PARM-FILE - STATUS '
043100             WS-PARM-STATUS
043200         MOVE 16 TO RETURN-CODE
043300         GO TO 1100-EXIT
043400     END-IF.
043500
043600     READ PARM-FILE
043700         AT END
043800             DISPLAY 'GOODLABR - PARAMETER CARD MISSING'
043900             MOVE 16 TO RETURN-CODE
044000             CLOSE PARM-FILE
044100             GO TO 1100-EXIT
044200     END-READ.
044300
044400     IF PARM-PERIOD NOT = SPACES
044500         IF PARM-PERIOD IS NUMERIC
044600             MOVE PARM-PERIOD TO WS-PERIOD
044700         ELSE
044800             MOVE ZERO TO WS-PERIOD
044900         END-IF
045000         IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
045100             DISPLAY 'GOODLABR - INVALID JOURNAL MONTH '
045200                 PARM-PERIOD
045300             MOVE 16 TO RETURN-CODE
045400             CLOSE PARM-FILE
045500             GO TO 1100-EXIT
045600         END-IF
045700     END-IF.
045800
045900     IF PARM-EXPENSE-ACCOUNT = SPACES
046000         OR PARM-OFFSET-ACCOUNT = SPACES
046100         DISPLAY 'GOODLABR - EXPENSE AND OFFSET ACCOUNTS ARE '
046200             'BOTH REQUIRED'
046300         MOVE 16 TO RETURN-CODE
046400         CLOSE PARM-FILE
046500         GO TO 1100-EXIT
046600     END-IF.
046700     MOVE PARM-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT.
046800     MOVE PARM-OFFSET-ACCOUNT  TO WS-OFFSET-ACCOUNT.
046900
047000     CLOSE PARM-FILE.
047100 1100-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------
047500* 1200-SET-PERIOD - WORK OUT THE FIRST AND LAST DAY OF THE
047600*     JOURNAL MONTH, LEAP YEARS INCLUDED
047700*----------------------------------------------------------------
047800 1200-SET-PERIOD.
047900     MOVE WS-DAYS-IN-MONTH (WS-PERIOD-MM) TO WS-DAYS-IN-PERIOD.
048000     IF WS-PERIOD-MM = 2
048100         DIVIDE WS-PERIOD-CCYY BY 4
048200             GIVING WS-LEAP-QUOTIENT
048300             REMAINDER WS-LEAP-REMAINDER
048400         DIVIDE WS-PERIOD-CCYY BY 100
048500             GIVING WS-CENT-QUOTIENT
048600             REMAINDER WS-CENT-REMAINDER
048700         DIVIDE WS-PERIOD-CCYY BY 400
048800             GIVING WS-QUAD-QUOTIENT
048900             REMAINDER WS-QUAD-REMAINDER
049000         IF WS-LEAP-REMAINDER = ZERO
049100             AND (WS-CENT-REMAINDER NOT = ZERO
049200                 OR WS-QUAD-REMAINDER = ZERO)
049300             MOVE 29 TO WS-DAYS-IN-PERIOD
049400         END-IF
049500     END-IF.
049600
049700     COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
049800     COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + WS-DAYS-IN-PERIOD.
049900     COMPUTE WS-DAY-AFTER-PERIOD = WS-DAYS-IN-PERIOD + 1.
050000 1200-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------
050400* 1300-LOAD-COST-CENTERS - ONE ENTRY PER DEPARTMENT ROW, ACTIVE
050500*     OR NOT, IN CODE ORDER - AN EMPLOYEE MAY HAVE SPENT PART
050600*     OF THE MONTH IN A DEPARTMENT RETIRED SINCE
050700*----------------------------------------------------------------
050800 1300-LOAD-COST-CENTERS.
050900     EXEC SQL
051000         DECLARE LABRDCUR CURSOR FOR
051100         SELECT DEPT_CODE, DEPT_NAME
051200           FROM DEPARTMENT
051300          ORDER BY DEPT_CODE
051400     END-EXEC.
051500
051600     EXEC SQL
051700         OPEN LABRDCUR
051800     END-EXEC.
051900     IF SQLCODE NOT = 0
052000         DISPLAY 'GOODLABR - SQL ERROR OPENING DEPARTMENT '
052100             'CURSOR - SQLCODE ' SQLCODE
052200         MOVE 16 TO RETURN-CODE
052300         GO TO 1300-EXIT
052400     END-IF.
052500
052600     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
052700     PERFORM 1310-FETCH-DEPARTMENT THRU 1310-EXIT
052800         UNTIL WS-END-OF-CURSOR.
052900
053000     EXEC SQL
053100         CLOSE LABRDCUR
053200     END-EXEC.
053300     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
053400 1300-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------
053800* 1310-FETCH-DEPARTMENT - FETCH ONE DEPARTMENT ROW INTO THE
053900*     NEXT COST-CENTER ENTRY
054000*----------------------------------------------------------------
054100 1310-FETCH-DEPARTMENT.
054200     EXEC SQL
054300         FETCH LABRDCUR
054400          INTO :WS-DEPT-CODE, :WS-DEPT-NAME
054500     END-EXEC.
054600
054700     EVALUATE TRUE
054800         WHEN SQLCODE = 100
054900             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
055000         WHEN SQLCODE NOT = 0
055100             DISPLAY 'GOODLABR - SQL ERROR ON DEPARTMENT FETCH '
055200                 '- SQLCODE ' SQLCODE
055300             MOVE 16 TO RETURN-CODE
055400             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
055500         WHEN OTHER
055600             MOVE WS-DEPT-CODE TO WS-LOOKUP-DEPT
055700             PERFORM 3700-ADD-COST-CENTER THRU 3700-EXIT
055800             IF RETURN-CODE = ZERO
055900                 MOVE WS-DEPT-NAME
056000                     TO WS-CC-DEPT-NAME (WS-CC-COUNT)
056100             ELSE
056200                 MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
056300             END-IF
056400     END-EVALUATE.
056500 1310-EXIT.
056600     EXIT.
056700
056800*----------------------------------------------------------------
056900* 2000-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYEE ROW, ACTIVE OR
057000*     TERMINATED
057100*----------------------------------------------------------------
057200 2000-FETCH-EMPLOYEE.
057300     EXEC SQL
057400         FETCH LABRCUR
057500          INTO :WS-EMP-ID, :WS-EMP-DEPT-CODE,
057600               :WS-EMP-SALARY, :WS-EMP-STATUS
057700     END-EXEC.
057800
057900     EVALUATE TRUE
058000         WHEN SQLCODE = 100
058100             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
058200         WHEN SQLCODE NOT = 0
058300             DISPLAY 'GOODLABR - SQL ERROR ON EMPLOYEE FETCH '
058400                 '- SQLCODE ' SQLCODE
058500             MOVE 16 TO RETURN-CODE
058600             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
058700     END-EVALUATE.
058800 2000-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------------
059200* 2100-READ-AUDIT - READ THE NEXT AUDIT RECORD, SKIPPING ANY
059300*     DATED BEFORE THE JOURNAL MONTH
059400*----------------------------------------------------------------
059500 2100-READ-AUDIT.
059600     READ AUDIT-IN-FILE
059700         AT END
059800             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
059900             GO TO 2100-EXIT
060000     END-READ.
060100     ADD 1 TO WS-AUDIT-READ-COUNT.
060200
060300     MOVE AUD-TIMESTAMP TO WS-AUD-STAMP.
060400     IF WS-AUD-STAMP-DATE NOT NUMERIC
060500         OR WS-AUD-STAMP-DATE < WS-PERIOD-START
060600         GO TO 2100-READ-AUDIT
060700     END-IF.
060800 2100-EXIT.
060900     EXIT.
061000
061100*----------------------------------------------------------------
061200* 3000-COST-EMPLOYEE - REBUILD ONE EMPLOYEE'S MONTH.  START
061300*     FROM THE ROW AS IT STANDS, UNDO THE EMPLOYEE'S AUDIT
061400*     RECORDS NEWEST FIRST, COSTING EACH STRETCH AS IT CLOSES,
061500*     THEN COST THE STRETCH BACK TO THE FIRST OF THE MONTH.
061600*----------------------------------------------------------------
061700 3000-COST-EMPLOYEE.
061800     ADD 1 TO WS-EMP-COUNT.
061900     MOVE WS-EMP-DEPT-CODE TO WS-STATE-DEPT.
062000     MOVE WS-EMP-SALARY    TO WS-STATE-SALARY.
062100     IF WS-EMP-ACTIVE
062200         MOVE 'Y' TO WS-STATE-ACTIVE-SWITCH
062300     ELSE
062400         MOVE 'N' TO WS-STATE-ACTIVE-SWITCH
062500     END-IF.
062600     MOVE WS-DAY-AFTER-PERIOD TO WS-SEG-END.
062700     MOVE 'N' TO WS-END-NOTED-SWITCH.
062800     MOVE 'N' TO WS-END-ACTIVE-SWITCH.
062900     MOVE 'N' TO WS-GAP-SWITCH.
063000     MOVE ZERO TO WS-END-SALARY.
063100     MOVE ZERO TO WS-EMP-AMOUNT.
063200
063300     PERFORM 3200-SKIP-ORPHAN-AUDIT THRU 3200-EXIT
063400         UNTIL WS-END-OF-AUDIT
063500            OR AUD-EMP-ID NOT < WS-EMP-ID.
063600
063700     PERFORM 3300-UNDO-AUDIT-RECORD THRU 3300-EXIT
063800         UNTIL WS-END-OF-AUDIT
063900            OR AUD-EMP-ID NOT = WS-EMP-ID.
064000
064100     MOVE 1 TO WS-BOUNDARY.
064200     PERFORM 3400-CLOSE-STRETCH THRU 3400-EXIT.
064300
064400     PERFORM 3800-TALLY-EMPLOYEE THRU 3800-EXIT.
064500
064600     IF RETURN-CODE < 16
064700         PERFORM 2000-FETCH-EMPLOYEE THRU 2000-EXIT
064800     ELSE
064900         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
065000         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
065100     END-IF.
065200 3000-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------
065600* 3200-SKIP-ORPHAN-AUDIT - AN AUDIT RECORD FOR AN ID WITH NO
065700*     EMPLOYEE ROW (A ROW DELETED BEFORE TERMINATIONS KEPT THE
065800*     ROW) HAS NOTHING TO COST AGAINST; COUNT IT AND MOVE ON
065900*----------------------------------------------------------------
066000 3200-SKIP-ORPHAN-AUDIT.
066100     ADD 1 TO WS-AUDIT-ORPHAN-COUNT.
066200     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
066300 3200-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------
066700* 3300-UNDO-AUDIT-RECORD - CLOSE THE STRETCH THE CHANGE OPENED,
066800*     THEN PUT THE STATE BACK TO WHAT IT WAS BEFORE THE CHANGE.
066900*     A HIRE OR REHIRE MEANS THE EMPLOYEE WAS NOT ACTIVE BEFORE
067000*     IT; A TERMINATION (OR AN OLD-STYLE DELETE) MEANS THEY
067100*     WERE.  EVERY OTHER CHANGE CARRIES ITS BEFORE-IMAGE
067200*     DEPARTMENT AND SALARY.
067300*----------------------------------------------------------------
067400 3300-UNDO-AUDIT-RECORD.
067500     ADD 1 TO WS-AUDIT-APPLIED-COUNT.
067600     PERFORM 3350-SET-BOUNDARY THRU 3350-EXIT.
067700     PERFORM 3400-CLOSE-STRETCH THRU 3400-EXIT.
067800
067900     EVALUATE AUD-CHANGE-TYPE
068000         WHEN 'ADD '
068100             MOVE 'N' TO WS-STATE-ACTIVE-SWITCH
068200         WHEN 'REH '
068300             MOVE 'N' TO WS-STATE-ACTIVE-SWITCH
068400             MOVE AUD-OLD-DEPT-CODE TO WS-STATE-DEPT
068500             MOVE AUD-OLD-SALARY    TO WS-STATE-SALARY
068600         WHEN 'TRM '
068700         WHEN 'DEL '
068800             MOVE 'Y' TO WS-STATE-ACTIVE-SWITCH
068900         WHEN OTHER
069000             MOVE AUD-OLD-DEPT-CODE TO WS-STATE-DEPT
069100             MOVE AUD-OLD-SALARY    TO WS-STATE-SALARY
069200     END-EVALUATE.
069300
069400     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
069500 3300-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------------
069900* 3350-SET-BOUNDARY - THE DAY OF THE MONTH THE CHANGE TOOK
070000*     EFFECT, HELD TO THE MONTH - BEFORE IT IS DAY 1, AFTER IT
070100*     IS THE DAY AFTER THE LAST.  A CHANGE TAKES EFFECT THE DAY
070200*     IT WAS APPLIED.  A TERMINATION TAKES EFFECT THE DAY AFTER
070300*     THE TERMINATION DATE ON THE FED RECORD (OR THE DAY AFTER
070400*     IT WAS APPLIED, IF NONE WAS SENT), SO THE LAST DAY IS
070500*     STILL COSTED.
070600*----------------------------------------------------------------
070700 3350-SET-BOUNDARY.
070800     MOVE WS-AUD-STAMP-DATE TO WS-CHANGE-DATE.
070900     IF AUD-CHANGE-TYPE = 'TRM '
071000         AND AUD-ONL-TAG NOT = 'GOODMNT ONLINE'
071100         MOVE AUD-SOURCE-RECORD TO WS-AUD-SOURCE
071200         IF EMPR01-EFF-DATE NUMERIC
071300             AND EMPR01-EFF-DATE NOT = ZERO
071400             MOVE EMPR01-EFF-DATE TO WS-CHANGE-DATE
071500         END-IF
071600     END-IF.
071700
071800     EVALUATE TRUE
071900         WHEN WS-CHANGE-DATE < WS-PERIOD-START
072000             MOVE 1 TO WS-BOUNDARY
072100         WHEN WS-CHANGE-DATE > WS-PERIOD-END
072200             MOVE WS-DAY-AFTER-PERIOD TO WS-BOUNDARY
072300         WHEN OTHER
072400             MOVE WS-CHANGE-DD TO WS-BOUNDARY
072500     END-EVALUATE.
072600
072700     IF AUD-CHANGE-TYPE = 'TRM '
072800         AND WS-CHANGE-DATE NOT < WS-PERIOD-START
072900         AND WS-CHANGE-DATE NOT > WS-PERIOD-END
073000         ADD 1 TO WS-BOUNDARY
073100     END-IF.
073200 3350-EXIT.
073300     EXIT.
073400
073500*----------------------------------------------------------------
073600* 3400-CLOSE-STRETCH - COST THE DAYS FROM THE BOUNDARY UP TO
073700*     THE END OF THE OPEN STRETCH AT THE STATE IN EFFECT OVER
073800*     THEM, AND START THE NEXT STRETCH AT THE BOUNDARY.  THE
073900*     FIRST STRETCH TO CLOSE INSIDE THE MONTH CARRIES THE
074000*     MONTH-END STATE, WHICH THE TIE-OUT NEEDS.  A BOUNDARY AT
074100*     OR PAST THE OPEN STRETCH'S END (A LATER CHANGE DATED
074200*     EARLIER) CLOSES NOTHING.
074300*----------------------------------------------------------------
074400 3400-CLOSE-STRETCH.
074500     IF WS-BOUNDARY NOT < WS-SEG-END
074600         GO TO 3400-EXIT
074700     END-IF.
074800
074900     IF NOT WS-END-NOTED
075000         MOVE 'Y' TO WS-END-NOTED-SWITCH
075100         IF WS-STATE-ACTIVE
075200             MOVE 'Y' TO WS-END-ACTIVE-SWITCH
075300             MOVE WS-STATE-SALARY TO WS-END-SALARY
075400         END-IF
075500     END-IF.
075600
075700     COMPUTE WS-SEG-DAYS = WS-SEG-END - WS-BOUNDARY.
075800     MOVE WS-BOUNDARY TO WS-SEG-END.
075900
076000     IF NOT WS-STATE-ACTIVE
076100         MOVE 'Y' TO WS-GAP-SWITCH
076200         GO TO 3400-EXIT
076300     END-IF.
076400
076500     COMPUTE WS-SEG-AMOUNT ROUNDED =
076600         WS-STATE-SALARY * WS-SEG-DAYS
076700             / (WS-DAYS-IN-PERIOD * 12).
076800     ADD WS-SEG-AMOUNT TO WS-EMP-AMOUNT.
076900
077000     MOVE WS-STATE-DEPT TO WS-LOOKUP-DEPT.
077100     PERFORM 3600-FIND-COST-CENTER THRU 3600-EXIT.
077200     IF RETURN-CODE NOT < 16
077300         GO TO 3400-EXIT
077400     END-IF.
077500     ADD WS-SEG-DAYS   TO WS-CC-EMP-DAYS (WS-CC-IX).
077600     ADD WS-SEG-AMOUNT TO WS-CC-AMOUNT (WS-CC-IX).
077700     IF WS-CC-LAST-EMP-ID (WS-CC-IX) NOT = WS-EMP-ID
077800         MOVE WS-EMP-ID TO WS-CC-LAST-EMP-ID (WS-CC-IX)
077900         ADD 1 TO WS-CC-EMP-COUNT (WS-CC-IX)
078000     END-IF.
078100 3400-EXIT.
078200     EXIT.
078300
078400*----------------------------------------------------------------
078500* 3600-FIND-COST-CENTER - POINT WS-CC-IX AT THE ENTRY FOR
078600*     WS-LOOKUP-DEPT, ADDING ONE FOR A CODE THE DEPARTMENT
078700*     TABLE DOES NOT HOLD
078800*----------------------------------------------------------------
078900 3600-FIND-COST-CENTER.
079000     SET WS-CC-IX TO 1.
079100     SEARCH WS-CC-ENTRY
079200         AT END
079300             PERFORM 3700-ADD-COST-CENTER THRU 3700-EXIT
079400             IF RETURN-CODE < 16
079500                 MOVE '*** NOT ON DEPARTMENT TABLE ***'
079600                     TO WS-CC-DEPT-NAME (WS-CC-COUNT)
079700                 ADD 1 TO WS-UNKNOWN-DEPT-COUNT
079800                 SET WS-CC-IX TO WS-CC-COUNT
079900             END-IF
080000         WHEN WS-CC-DEPT-CODE (WS-CC-IX) = WS-LOOKUP-DEPT
080100             CONTINUE
080200     END-SEARCH.
080300 3600-EXIT.
080400     EXIT.
080500
080600*----------------------------------------------------------------
080700* 3700-ADD-COST-CENTER - APPEND AN EMPTY ENTRY FOR
080800*     WS-LOOKUP-DEPT.  A FULL TABLE ENDS THE RUN.
080900*----------------------------------------------------------------
081000 3700-ADD-COST-CENTER.
081100     IF WS-CC-COUNT NOT < WS-CC-LIMIT
081200         DISPLAY 'GOODLABR - MORE THAN ' WS-CC-LIMIT
081300             ' COST CENTERS - TABLE FULL'
081400         MOVE 16 TO RETURN-CODE
081500         GO TO 3700-EXIT
081600     END-IF.
081700
081800     ADD 1 TO WS-CC-COUNT.
081900     MOVE WS-LOOKUP-DEPT TO WS-CC-DEPT-CODE (WS-CC-COUNT).
082000     MOVE SPACES         TO WS-CC-DEPT-NAME (WS-CC-COUNT).
082100     MOVE ZERO           TO WS-CC-LAST-EMP-ID (WS-CC-COUNT).
082200     MOVE ZERO           TO WS-CC-EMP-COUNT (WS-CC-COUNT).
082300     MOVE ZERO           TO WS-CC-EMP-DAYS (WS-CC-COUNT).
082400     MOVE ZERO           TO WS-CC-AMOUNT (WS-CC-COUNT).
082500 3700-EXIT.
082600     EXIT.
082700
082800*----------------------------------------------------------------
082900* 3800-TALLY-EMPLOYEE - FOLD THE EMPLOYEE INTO THE TIE-OUT.  AN
083000*     EMPLOYEE ACTIVE AT MONTH END WOULD HAVE COST ONE TWELFTH
083100*     OF THE MONTH-END SALARY FOR A FULL MONTH; THE DIFFERENCE
083200*     FROM WHAT THEY ACTUALLY COST IS PUT DOWN TO A HIRE OR
083300*     REHIRE IF THEY WERE INACTIVE FOR PART OF THE MONTH, AND
083400*     TO A MID-MONTH CHANGE OTHERWISE.  AN EMPLOYEE NOT ACTIVE
083500*     AT MONTH END IS A TERMINATION, AND ALL THEY COST IS.
083600*----------------------------------------------------------------
083700 3800-TALLY-EMPLOYEE.
083800     ADD WS-EMP-AMOUNT TO WS-EMPLOYEE-TOTAL.
083900     IF WS-EMP-AMOUNT NOT = ZERO
084000         ADD 1 TO WS-COSTED-COUNT
084100     END-IF.
084200
084300     IF NOT WS-END-ACTIVE
084400         ADD WS-EMP-AMOUNT TO WS-TERM-ADJ
084500         GO TO 3800-EXIT
084600     END-IF.
084700
084800     ADD 1 TO WS-END-ACTIVE-COUNT.
084900     ADD WS-END-SALARY TO WS-END-ACTIVE-SALARY.
085000     COMPUTE WS-EMP-FULL-MONTH ROUNDED = WS-END-SALARY / 12.
085100     ADD WS-EMP-FULL-MONTH TO WS-FULL-MONTH-TOTAL.
085200
085300     IF WS-HAD-INACTIVE-DAYS
085400         COMPUTE WS-HIRE-ADJ =
085500             WS-HIRE-ADJ + WS-EMP-AMOUNT - WS-EMP-FULL-MONTH
085600     ELSE
085700         COMPUTE WS-CHANGE-ADJ =
085800             WS-CHANGE-ADJ + WS-EMP-AMOUNT - WS-EMP-FULL-MONTH
085900     END-IF.
086000 3800-EXIT.
086100     EXIT.
086200
086300*----------------------------------------------------------------
086400* 9000-TERMINATE - TIE THE DEPARTMENT TOTALS OUT, WRITE THE
086500*     JOURNAL UNLESS THE RUN HAS FAILED, PRINT THE REPORT, AND
086600*     CLOSE UP
086700*----------------------------------------------------------------
086800 9000-TERMINATE.
086900     EXEC SQL
087000         CLOSE LABRCUR
087100     END-EXEC.
087200     CLOSE AUDIT-IN-FILE.
087300
087400     MOVE ZERO TO WS-DEBIT-TOTAL.
087500     PERFORM 9050-SUM-COST-CENTER THRU 9050-EXIT
087600         VARYING WS-CC-IX FROM 1 BY 1
087700         UNTIL WS-CC-IX > WS-CC-COUNT.
087800
087900     COMPUTE WS-ONE-MONTH-SALARY ROUNDED =
088000         WS-END-ACTIVE-SALARY / 12.
088100     COMPUTE WS-ROUNDING-ADJ =
088200         WS-FULL-MONTH-TOTAL - WS-ONE-MONTH-SALARY.
088300     COMPUTE WS-TIE-DIFFERENCE =
088400         WS-DEBIT-TOTAL - WS-ONE-MONTH-SALARY - WS-ROUNDING-ADJ
088500             - WS-HIRE-ADJ - WS-TERM-ADJ - WS-CHANGE-ADJ.
088600     IF RETURN-CODE < 16
088700         AND (WS-TIE-DIFFERENCE NOT = ZERO
088800             OR WS-DEBIT-TOTAL NOT = WS-EMPLOYEE-TOTAL)
088900         DISPLAY 'GOODLABR - DEPARTMENT TOTALS DO NOT TIE TO '
089000             'THE EMPLOYEE TOTALS - NO JOURNAL WRITTEN'
089100         MOVE 16 TO RETURN-CODE
089200     END-IF.
089300
089400     IF RETURN-CODE < 16
089500         PERFORM 9200-WRITE-JOURNAL THRU 9200-EXIT
089600     END-IF.
089700     CLOSE GL-JOURNAL-FILE.
089800
089900     MOVE WS-RPT-COL-HEADING TO LABOR-RPT-RECORD.
090000     WRITE LABOR-RPT-RECORD.
090100     PERFORM 9300-WRITE-COST-CENTER THRU 9300-EXIT
090200         VARYING WS-CC-IX FROM 1 BY 1
090300         UNTIL WS-CC-IX > WS-CC-COUNT.
090400     MOVE SPACES TO LABOR-RPT-RECORD.
090500     WRITE LABOR-RPT-RECORD.
090600
090700     PERFORM 9400-WRITE-TIE-OUT THRU 9400-EXIT.
090800
090900     IF RETURN-CODE < 16
091000         AND WS-UNKNOWN-DEPT-COUNT > ZERO
091100         MOVE 4 TO RETURN-CODE
091200     END-IF.
091300
091400     MOVE SPACES TO WS-RPT-TOTAL.
091500     MOVE 'DISTRIBUTION VERDICT' TO WS-RPT-TOT-LABEL.
091600     EVALUATE TRUE
091700         WHEN RETURN-CODE NOT < 16
091800             MOVE 'FAILED - NO JOURNAL WRITTEN'
091900                 TO WS-RPT-TOT-VALUE
092000         WHEN RETURN-CODE = 4
092100             MOVE 'JOURNAL WRITTEN - COST CENTER NOT ON THE '
092200                 & 'DEPARTMENT TABLE' TO WS-RPT-TOT-VALUE
092300         WHEN OTHER
092400             MOVE 'JOURNAL WRITTEN AND TIED OUT'
092500                 TO WS-RPT-TOT-VALUE
092600     END-EVALUATE.
092700     MOVE WS-RPT-TOTAL TO LABOR-RPT-RECORD.
092800     WRITE LABOR-RPT-RECORD.
092900
093000     CLOSE LABOR-RPT-FILE.
093100     DISPLAY 'GOODLABR - LABOR-COST DISTRIBUTION COMPLETE - RC '
093200         RETURN-CODE.
093300 9000-EXIT.
093400     EXIT.
093500
093600*----------------------------------------------------------------
093700* 9050-SUM-COST-CENTER - ADD ONE COST CENTER INTO THE DEBITS
093800*----------------------------------------------------------------
093900 9050-SUM-COST-CENTER.
094000     ADD WS-CC-AMOUNT (WS-CC-IX) TO WS-DEBIT-TOTAL.
094100 9050-EXIT.
094200     EXIT.
094300
094400*----------------------------------------------------------------
094500* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
094600*----------------------------------------------------------------
094700 9100-WRITE-TOTAL-LINE.
094800     MOVE SPACES TO WS-RPT-TOT-VALUE.
094900     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
095000     MOVE WS-RPT-TOTAL TO LABOR-RPT-RECORD.
095100     WRITE LABOR-RPT-RECORD.
095200 9100-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------------
095600* 9150-WRITE-AMOUNT-LINE - PRINT ONE LABEL/AMOUNT TOTAL LINE
095700*----------------------------------------------------------------
095800 9150-WRITE-AMOUNT-LINE.
095900     MOVE SPACES TO WS-RPT-TOT-VALUE.
096000     MOVE WS-RPT-AMOUNT-EDIT TO WS-RPT-TOT-VALUE.
096100     MOVE WS-RPT-TOTAL TO LABOR-RPT-RECORD.
096200     WRITE LABOR-RPT-RECORD.
096300 9150-EXIT.
096400     EXIT.
096500
096600*----------------------------------------------------------------
096700* 9200-WRITE-JOURNAL - HEADER, ONE DEBIT PER COST CENTER WITH
096800*     A COST, THE OFFSETTING CREDIT FOR THE TOTAL, AND THE
096900*     CONTROL TRAILER
097000*----------------------------------------------------------------
097100 9200-WRITE-JOURNAL.
097200     MOVE SPACES TO GL-JOURNAL-RECORD.
097300     MOVE 'HDR'       TO GLJ-RECORD-TYPE.
097400     MOVE WS-RUN-DATE TO GLJ-HDR-RUN-DATE.
097500     MOVE WS-PERIOD   TO GLJ-HDR-PERIOD.
097600     MOVE 'GOODLABR'  TO GLJ-HDR-SOURCE.
097700     WRITE GL-JOURNAL-RECORD.
097800
097900     PERFORM 9250-WRITE-DEBIT THRU 9250-EXIT
098000         VARYING WS-CC-IX FROM 1 BY 1
098100         UNTIL WS-CC-IX > WS-CC-COUNT.
098200
098300     MOVE SPACES TO GL-JOURNAL-RECORD.
098400     MOVE 'JNL'             TO GLJ-RECORD-TYPE.
098500     MOVE WS-PERIOD         TO GLJ-PERIOD.
098600     MOVE WS-OFFSET-ACCOUNT TO GLJ-ACCOUNT.
098700     MOVE 'C'               TO GLJ-DEBIT-CREDIT.
098800     MOVE WS-DEBIT-TOTAL    TO GLJ-AMOUNT.
098900     MOVE 'SALARY EXPENSE OFFSET' TO GLJ-DESCRIPTION.
099000     WRITE GL-JOURNAL-RECORD.
099100     ADD 1 TO WS-JOURNAL-LINE-COUNT.
099200
099300     MOVE SPACES TO GL-JOURNAL-RECORD.
099400     MOVE 'TRL'                 TO GLJ-RECORD-TYPE.
099500     MOVE WS-JOURNAL-LINE-COUNT TO GLJ-TRL-LINE-COUNT.
099600     MOVE WS-DEBIT-TOTAL        TO GLJ-TRL-DEBIT-TOTAL.
099700     MOVE WS-DEBIT-TOTAL        TO GLJ-TRL-CREDIT-TOTAL.
099800     MOVE 'GOODLABR'            TO GLJ-TRL-SOURCE.
099900     WRITE GL-JOURNAL-RECORD.
100000 9200-EXIT.
100100     EXIT.
100200
100300*----------------------------------------------------------------
100400* 9250-WRITE-DEBIT - ONE DEBIT LINE FOR A COST CENTER THAT
100500*     COST SOMETHING THIS MONTH
100600*----------------------------------------------------------------
100700 9250-WRITE-DEBIT.
100800     IF WS-CC-AMOUNT (WS-CC-IX) = ZERO
100900         GO TO 9250-EXIT
101000     END-IF.
101100
101200     MOVE SPACES TO GL-JOURNAL-RECORD.
101300     MOVE 'JNL'              TO GLJ-RECORD-TYPE.
101400     MOVE WS-PERIOD          TO GLJ-PERIOD.
101500     MOVE WS-EXPENSE-ACCOUNT TO GLJ-ACCOUNT.
101600     MOVE WS-CC-DEPT-CODE (WS-CC-IX) TO GLJ-COST-CENTER.
101700     MOVE 'D'                TO GLJ-DEBIT-CREDIT.
101800     MOVE WS-CC-AMOUNT (WS-CC-IX) TO GLJ-AMOUNT.
101900     STRING 'SALARY EXPENSE DEPT '  DELIMITED BY SIZE
102000            WS-CC-DEPT-CODE (WS-CC-IX) DELIMITED BY SIZE
102100         INTO GLJ-DESCRIPTION
102200     END-STRING.
102300     WRITE GL-JOURNAL-RECORD.
102400     ADD 1 TO WS-JOURNAL-LINE-COUNT.
102500 9250-EXIT.
102600     EXIT.
102700
102800*----------------------------------------------------------------
102900* 9300-WRITE-COST-CENTER - ONE REPORT LINE PER COST CENTER
103000*     THAT HAD ANYONE IN IT THIS MONTH
103100*----------------------------------------------------------------
103200 9300-WRITE-COST-CENTER.
103300     IF WS-CC-EMP-COUNT (WS-CC-IX) = ZERO
103400         GO TO 9300-EXIT
103500     END-IF.
103600
103700     MOVE WS-CC-DEPT-CODE (WS-CC-IX) TO WS-RPT-DET-DEPT.
103800     MOVE WS-CC-DEPT-NAME (WS-CC-IX) TO WS-RPT-DET-NAME.
103900     MOVE WS-CC-EMP-COUNT (WS-CC-IX) TO WS-RPT-DET-EMPS.
104000     MOVE WS-CC-EMP-DAYS (WS-CC-IX)  TO WS-RPT-DET-DAYS.
104100     MOVE WS-CC-AMOUNT (WS-CC-IX)    TO WS-RPT-DET-AMOUNT.
104200     MOVE WS-RPT-DETAIL TO LABOR-RPT-RECORD.
104300     WRITE LABOR-RPT-RECORD.
104400 9300-EXIT.
104500     EXIT.
104600
104700*----------------------------------------------------------------
104800* 9400-WRITE-TIE-OUT - THE RUN COUNTS, THEN ONE MONTH OF THE
104900*     ACTIVE SALARY AT MONTH END CARRIED TO THE JOURNAL TOTAL
105000*     THROUGH THE MONTH'S HIRES, TERMINATIONS, AND CHANGES
105100*----------------------------------------------------------------
105200 9400-WRITE-TIE-OUT.
105300     MOVE 'EMPLOYEE ROWS READ' TO WS-RPT-TOT-LABEL.
105400     MOVE WS-EMP-COUNT TO WS-RPT-COUNT-EDIT.
105500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
105600
105700     MOVE 'EMPLOYEES COSTED THIS MONTH' TO WS-RPT-TOT-LABEL.
105800     MOVE WS-COSTED-COUNT TO WS-RPT-COUNT-EDIT.
105900     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
106000
106100     MOVE 'AUDIT RECORDS READ' TO WS-RPT-TOT-LABEL.
106200     MOVE WS-AUDIT-READ-COUNT TO WS-RPT-COUNT-EDIT.
106300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
106400
106500     MOVE 'AUDIT RECORDS IN OR AFTER THE MONTH' TO
106600         WS-RPT-TOT-LABEL.
106700     MOVE WS-AUDIT-APPLIED-COUNT TO WS-RPT-COUNT-EDIT.
106800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
106900
107000     MOVE 'AUDIT RECORDS WITH NO EMPLOYEE ROW' TO
107100         WS-RPT-TOT-LABEL.
107200     MOVE WS-AUDIT-ORPHAN-COUNT TO WS-RPT-COUNT-EDIT.
107300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
107400
107500     MOVE 'COST CENTERS NOT ON DEPARTMENT TABLE' TO
107600         WS-RPT-TOT-LABEL.
107700     MOVE WS-UNKNOWN-DEPT-COUNT TO WS-RPT-COUNT-EDIT.
107800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
107900
108000     MOVE SPACES TO LABOR-RPT-RECORD.
108100     WRITE LABOR-RPT-RECORD.
108200
108300     MOVE 'ACTIVE EMPLOYEES AT MONTH END' TO WS-RPT-TOT-LABEL.
108400     MOVE WS-END-ACTIVE-COUNT TO WS-RPT-COUNT-EDIT.
108500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
108600
108700     MOVE 'ACTIVE ANNUAL SALARY AT MONTH END' TO
108800         WS-RPT-TOT-LABEL.
108900     MOVE WS-END-ACTIVE-SALARY TO WS-RPT-AMOUNT-EDIT.
109000     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
109100
109200     MOVE 'ONE MONTH OF ACTIVE SALARY (1/12)' TO
109300         WS-RPT-TOT-LABEL.
109400     MOVE WS-ONE-MONTH-SALARY TO WS-RPT-AMOUNT-EDIT.
109500     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
109600
109700     MOVE '  PER-EMPLOYEE ROUNDING' TO WS-RPT-TOT-LABEL.
109800     MOVE WS-ROUNDING-ADJ TO WS-RPT-AMOUNT-EDIT.
109900     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
110000
110100     MOVE '  HIRES AND REHIRES IN THE MONTH' TO
110200         WS-RPT-TOT-LABEL.
110300     MOVE WS-HIRE-ADJ TO WS-RPT-AMOUNT-EDIT.
110400     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
110500
110600     MOVE '  NOT ACTIVE AT MONTH END' TO WS-RPT-TOT-LABEL.
110700     MOVE WS-TERM-ADJ TO WS-RPT-AMOUNT-EDIT.
110800     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
110900
111000     MOVE '  MID-MONTH SALARY AND DEPT CHANGES' TO
111100         WS-RPT-TOT-LABEL.
111200     MOVE WS-CHANGE-ADJ TO WS-RPT-AMOUNT-EDIT.
111300     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
111400
111500     MOVE 'JOURNAL DEBIT TOTAL' TO WS-RPT-TOT-LABEL.
111600     MOVE WS-DEBIT-TOTAL TO WS-RPT-AMOUNT-EDIT.
111700     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
111800
111900     MOVE 'JOURNAL CREDIT TOTAL' TO WS-RPT-TOT-LABEL.
112000     MOVE WS-DEBIT-TOTAL TO WS-RPT-AMOUNT-EDIT.
112100     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
112200
112300     MOVE 'TIE-OUT DIFFERENCE' TO WS-RPT-TOT-LABEL.
112400     MOVE WS-TIE-DIFFERENCE TO WS-RPT-AMOUNT-EDIT.
112500     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
112600
112700     MOVE 'JOURNAL LINES WRITTEN' TO WS-RPT-TOT-LABEL.
112800     MOVE WS-JOURNAL-LINE-COUNT TO WS-RPT-COUNT-EDIT.
112900     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
113000 9400-EXIT.
113100     EXIT.
