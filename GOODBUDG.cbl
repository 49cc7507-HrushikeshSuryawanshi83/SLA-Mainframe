000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODBUDG.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - DEPARTMENT BUDGET REPORT.
001300*                  FOR EVERY ACTIVE DEPARTMENT, THE ACTIVE
001400*                  HEADCOUNT AND TOTAL ANNUAL SALARY ON THE
001500*                  EMPLOYEE TABLE AGAINST THE AUTHORIZED
001600*                  HEADCOUNT (HEAD_BUDGET) AND SALARY BUDGET
001700*                  (SAL_BUDGET) MAINTAINED ON GDPT, FLAGGING
001800*                  EACH DEPARTMENT OVER EITHER ONE.  RUN AFTER
001900*                  THE NIGHTLY UPDATE AND AFTER A GOODXFER
002000*                  REORGANIZATION.  A BUDGET OF ZERO MEANS NONE
002100*                  IS SET AND THAT MEASURE IS NOT FLAGGED.
002200*----------------------------------------------------------------
002300* RETURN CODES:
002400*    0 - NO DEPARTMENT OVER BUDGET
002500*    4 - AT LEAST ONE DEPARTMENT OVER BUDGET
002600*   16 - FILE OR SQL ERROR
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BUDG-RPT-FILE ASSIGN TO BUDGRPT
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-BUDG-RPT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  BUDG-RPT-FILE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  BUDG-RPT-RECORD         PIC X(132).
004700
004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------------
005000* FILE STATUS AND CONTROL SWITCHES
005100*----------------------------------------------------------------
005200 01  WS-BUDG-RPT-STATUS      PIC X(02) VALUE '00'.
005300
005400 01  WS-SWITCHES.
005500     05  WS-CURSOR-EOF-SWITCH
005600                             PIC X(01) VALUE 'N'.
005700         88  WS-END-OF-CURSOR        VALUE 'Y'.
005800     05  WS-OVER-HEAD-SWITCH PIC X(01) VALUE 'N'.
005900         88  WS-OVER-HEAD            VALUE 'Y'.
006000     05  WS-OVER-SAL-SWITCH  PIC X(01) VALUE 'N'.
006100         88  WS-OVER-SAL             VALUE 'Y'.
006200
006300 01  WS-RUN-DATE             PIC 9(08).
006400
006500*----------------------------------------------------------------
006600* DEPARTMENT ROW AND ITS ACTIVE-EMPLOYEE ACTUALS
006700*----------------------------------------------------------------
006800 01  WS-DEPT-CODE            PIC X(04).
006900 01  WS-DEPT-NAME            PIC X(30).
007000 01  WS-DEPT-HEAD-BUDGET     PIC S9(09) COMP.
007100 01  WS-DEPT-SAL-BUDGET      PIC S9(09)V99 COMP-3.
007200 01  WS-DEPT-HEAD-ACTUAL     PIC S9(09) COMP.
007300 01  WS-DEPT-SAL-ACTUAL      PIC S9(09)V99 COMP-3.
007400 01  WS-DEPT-HEAD-VARIANCE   PIC S9(09) COMP.
007500 01  WS-DEPT-SAL-VARIANCE    PIC S9(09)V99 COMP-3.
007600
007700*----------------------------------------------------------------
007800* RUN TOTALS
007900*----------------------------------------------------------------
008000 01  WS-DEPT-COUNT           PIC 9(09) COMP VALUE ZERO.
008100 01  WS-OVER-COUNT           PIC 9(09) COMP VALUE ZERO.
008200 01  WS-NO-BUDGET-COUNT      PIC 9(09) COMP VALUE ZERO.
008300 01  WS-TOTAL-HEAD           PIC 9(09) COMP VALUE ZERO.
008400 01  WS-TOTAL-SALARY         PIC S9(11)V99 COMP-3 VALUE ZERO.
008500 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
008600 01  WS-RPT-AMOUNT-EDIT      PIC Z(10)9.99.
008700
008800*----------------------------------------------------------------
008900* DB2 SQL COMMUNICATIONS AREA (SQLCA)
009000*----------------------------------------------------------------
009100 01  SQLCA.
009200     05  SQLCAID             PIC X(08).
009300     05  SQLCABC             PIC S9(09)  COMP-5.
009400     05  SQLCODE             PIC S9(09)  COMP-5.
009500     05  SQLERRM.
009600         49  SQLERRML        PIC S9(04)  COMP-5.
009700         49  SQLERRMC        PIC X(70).
009800     05  SQLERRP             PIC X(08).
009900     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
010000     05  SQLWARN.
010100         10  SQLWARN0        PIC X(01).
010200         10  SQLWARN1        PIC X(01).
010300         10  SQLWARN2        PIC X(01).
010400         10  SQLWARN3        PIC X(01).
010500         10  SQLWARN4        PIC X(01).
010600         10  SQLWARN5        PIC X(01).
010700         10  SQLWARN6        PIC X(01).
010800         10  SQLWARN7        PIC X(01).
010900     05  SQLSTATE            PIC X(05).
011000
011100*----------------------------------------------------------------
011200* REPORT PRINT LINES
011300*----------------------------------------------------------------
011400 01  WS-RPT-HEADING.
011500     05  FILLER              PIC X(46)
011600         VALUE 'GOODBUDG DEPARTMENT BUDGET REPORT'.
011700     05  WS-RPT-HDG-DATE     PIC 9(08).
011800     05  FILLER              PIC X(78) VALUE SPACES.
011900 01  WS-RPT-COL-HEADING-1.
012000     05  FILLER              PIC X(40) VALUE SPACES.
012100     05  FILLER              PIC X(26)
012200         VALUE '  ------- HEADCOUNT ------'.
012300     05  FILLER              PIC X(43)
012400         VALUE '  ----------- ANNUAL SALARY ---------------'.
012500     05  FILLER              PIC X(23) VALUE SPACES.
012600 01  WS-RPT-COL-HEADING-2.
012700     05  FILLER              PIC X(40)
012800         VALUE '  DEPT  DEPARTMENT NAME'.
012900     05  FILLER              PIC X(26)
013000         VALUE '   BUDGET   ACTUAL    OVER'.
013100     05  FILLER              PIC X(43)
013200         VALUE '        BUDGET        ACTUAL           OVER'.
013300     05  FILLER              PIC X(23) VALUE '  FLAG'.
013400 01  WS-RPT-DETAIL.
013500     05  FILLER              PIC X(02) VALUE SPACES.
013600     05  WS-RPT-DET-DEPT     PIC X(04).
013700     05  FILLER              PIC X(02) VALUE SPACES.
013800     05  WS-RPT-DET-NAME     PIC X(30).
013900     05  FILLER              PIC X(02) VALUE SPACES.
014000     05  WS-RPT-DET-HEAD-BUD PIC Z(6)9.
014100     05  FILLER              PIC X(02) VALUE SPACES.
014200     05  WS-RPT-DET-HEAD-ACT PIC Z(6)9.
014300     05  FILLER              PIC X(02) VALUE SPACES.
014400     05  WS-RPT-DET-HEAD-VAR PIC -Z(6)9.
014500     05  FILLER              PIC X(02) VALUE SPACES.
014600     05  WS-RPT-DET-SAL-BUD  PIC Z(8)9.99.
014700     05  FILLER              PIC X(02) VALUE SPACES.
014800     05  WS-RPT-DET-SAL-ACT  PIC Z(8)9.99.
014900     05  FILLER              PIC X(02) VALUE SPACES.
015000     05  WS-RPT-DET-SAL-VAR  PIC -Z(8)9.99.
015100     05  FILLER              PIC X(02) VALUE SPACES.
015200     05  WS-RPT-DET-FLAG     PIC X(12).
015300     05  FILLER              PIC X(09) VALUE SPACES.
015400 01  WS-RPT-TOTAL.
015500     05  WS-RPT-TOT-LABEL    PIC X(40).
015600     05  WS-RPT-TOT-VALUE    PIC X(92).
015700
015800 PROCEDURE DIVISION.
015900*----------------------------------------------------------------
016000 0000-MAINLINE.
016100*----------------------------------------------------------------
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016300     IF RETURN-CODE NOT = ZERO
016400         STOP RUN
016500     END-IF.
016600
016700     PERFORM 2000-FETCH-DEPARTMENT THRU 2000-EXIT.
016800
016900     PERFORM 3000-REPORT-DEPARTMENT THRU 3000-EXIT
017000         UNTIL WS-END-OF-CURSOR.
017100
017200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017300
017400     STOP RUN.
017500 0000-EXIT.
017600     EXIT.
017700
017800*----------------------------------------------------------------
017900* 1000-INITIALIZE - OPEN THE REPORT, PRINT THE HEADINGS, AND
018000*     OPEN THE DEPARTMENT CURSOR.  EVERY ACTIVE DEPARTMENT IS
018100*     RETURNED, INCLUDING ONE WITH NO ACTIVE EMPLOYEES.
018200*----------------------------------------------------------------
018300 1000-INITIALIZE.
018400     DISPLAY 'GOODBUDG - STARTING DEPARTMENT BUDGET REPORT'.
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018600
018700     OPEN OUTPUT BUDG-RPT-FILE.
018800     IF WS-BUDG-RPT-STATUS NOT = '00'
018900         DISPLAY 'GOODBUDG - OPEN ERROR ON BUDG-RPT-FILE - '
019000             'STATUS ' WS-BUDG-RPT-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         GO TO 1000-EXIT
019300     END-IF.
019400
019500     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
019600     MOVE WS-RPT-HEADING TO BUDG-RPT-RECORD.
019700     WRITE BUDG-RPT-RECORD.
019800     MOVE SPACES TO BUDG-RPT-RECORD.
019900     WRITE BUDG-RPT-RECORD.
020000     MOVE WS-RPT-COL-HEADING-1 TO BUDG-RPT-RECORD.
020100     WRITE BUDG-RPT-RECORD.
020200     MOVE WS-RPT-COL-HEADING-2 TO BUDG-RPT-RECORD.
020300     WRITE BUDG-RPT-RECORD.
020400
020500     EXEC SQL
020600         DECLARE BUDCUR CURSOR FOR
020700         SELECT D.DEPT_CODE, D.DEPT_NAME,
020800                D.HEAD_BUDGET, D.SAL_BUDGET,
020900                COUNT(E.ID), COALESCE(SUM(E.SALARY), 0)
021000           FROM DEPARTMENT D
021100           LEFT OUTER JOIN EMPLOYEE E
021200             ON E.DEPT_CODE = D.DEPT_CODE
021300            AND E.STATUS    = 'A'
021400          WHERE D.ACTIVE_FLAG = 'Y'
021500          GROUP BY D.DEPT_CODE, D.DEPT_NAME,
021600                   D.HEAD_BUDGET, D.SAL_BUDGET
021700          ORDER BY D.DEPT_CODE
021800     END-EXEC.
021900
022000     EXEC SQL
022100         OPEN BUDCUR
022200     END-EXEC.
022300     IF SQLCODE NOT = 0
022400         DISPLAY 'GOODBUDG - SQL ERROR OPENING DEPARTMENT '
022500             'CURSOR - SQLCODE ' SQLCODE
022600         MOVE 16 TO RETURN-CODE
022700     END-IF.
022800 1000-EXIT.
022900     EXIT.
023000
023100*----------------------------------------------------------------
023200* 2000-FETCH-DEPARTMENT - FETCH THE NEXT DEPARTMENT WITH ITS
023300*     ACTIVE HEADCOUNT AND SALARY TOTAL
023400*----------------------------------------------------------------
023500 2000-FETCH-DEPARTMENT.
023600     EXEC SQL
023700         FETCH BUDCUR
023800          INTO :WS-DEPT-CODE, :WS-DEPT-NAME,
023900               :WS-DEPT-HEAD-BUDGET, :WS-DEPT-SAL-BUDGET,
024000               :WS-DEPT-HEAD-ACTUAL, :WS-DEPT-SAL-ACTUAL
024100     END-EXEC.
024200
024300     EVALUATE TRUE
024400         WHEN SQLCODE = 100
024500             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
024600         WHEN SQLCODE NOT = 0
024700             DISPLAY 'GOODBUDG - SQL ERROR ON DEPARTMENT FETCH '
024800                 '- SQLCODE ' SQLCODE
024900             MOVE 16 TO RETURN-CODE
025000             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
025100     END-EVALUATE.
025200 2000-EXIT.
025300     EXIT.
025400
025500*----------------------------------------------------------------
025600* 3000-REPORT-DEPARTMENT - COMPARE ACTUALS TO BUDGET, PRINT THE
025700*     DEPARTMENT, AND ADD IT TO THE RUN TOTALS.  A POSITIVE
025800*     VARIANCE IS THE AMOUNT OVER BUDGET.
025900*----------------------------------------------------------------
026000 3000-REPORT-DEPARTMENT.
026100     ADD 1 TO WS-DEPT-COUNT.
026200     ADD WS-DEPT-HEAD-ACTUAL TO WS-TOTAL-HEAD.
026300     ADD WS-DEPT-SAL-ACTUAL  TO WS-TOTAL-SALARY.
026400     MOVE 'N' TO WS-OVER-HEAD-SWITCH.
026500     MOVE 'N' TO WS-OVER-SAL-SWITCH.
026600
026700     COMPUTE WS-DEPT-HEAD-VARIANCE =
026800         WS-DEPT-HEAD-ACTUAL - WS-DEPT-HEAD-BUDGET.
026900     COMPUTE WS-DEPT-SAL-VARIANCE =
027000         WS-DEPT-SAL-ACTUAL - WS-DEPT-SAL-BUDGET.
027100
027200     IF WS-DEPT-HEAD-BUDGET > 0
027300         AND WS-DEPT-HEAD-VARIANCE > 0
027400         MOVE 'Y' TO WS-OVER-HEAD-SWITCH
027500     END-IF.
027600     IF WS-DEPT-SAL-BUDGET > 0
027700         AND WS-DEPT-SAL-VARIANCE > 0
027800         MOVE 'Y' TO WS-OVER-SAL-SWITCH
027900     END-IF.
028000
028100     EVALUATE TRUE
028200         WHEN WS-OVER-HEAD AND WS-OVER-SAL
028300             MOVE 'OVER BOTH'   TO WS-RPT-DET-FLAG
028400         WHEN WS-OVER-HEAD
028500             MOVE 'OVER HEAD'   TO WS-RPT-DET-FLAG
028600         WHEN WS-OVER-SAL
028700             MOVE 'OVER SALARY' TO WS-RPT-DET-FLAG
028800         WHEN WS-DEPT-HEAD-BUDGET = 0
028900             AND WS-DEPT-SAL-BUDGET = 0
029000             MOVE 'NO BUDGET'   TO WS-RPT-DET-FLAG
029100             ADD 1 TO WS-NO-BUDGET-COUNT
029200         WHEN OTHER
029300             MOVE SPACES        TO WS-RPT-DET-FLAG
029400     END-EVALUATE.
029500
029600     IF WS-OVER-HEAD OR WS-OVER-SAL
029700         ADD 1 TO WS-OVER-COUNT
029800     END-IF.
029900
030000     MOVE WS-DEPT-CODE          TO WS-RPT-DET-DEPT.
030100     MOVE WS-DEPT-NAME          TO WS-RPT-DET-NAME.
030200     MOVE WS-DEPT-HEAD-BUDGET   TO WS-RPT-DET-HEAD-BUD.
030300     MOVE WS-DEPT-HEAD-ACTUAL   TO WS-RPT-DET-HEAD-ACT.
030400     MOVE WS-DEPT-HEAD-VARIANCE TO WS-RPT-DET-HEAD-VAR.
030500     MOVE WS-DEPT-SAL-BUDGET    TO WS-RPT-DET-SAL-BUD.
030600     MOVE WS-DEPT-SAL-ACTUAL    TO WS-RPT-DET-SAL-ACT.
030700     MOVE WS-DEPT-SAL-VARIANCE  TO WS-RPT-DET-SAL-VAR.
030800     MOVE WS-RPT-DETAIL TO BUDG-RPT-RECORD.
030900     WRITE BUDG-RPT-RECORD.
031000
031100     PERFORM 2000-FETCH-DEPARTMENT THRU 2000-EXIT.
031200 3000-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------
031600* 9000-TERMINATE - CLOSE THE CURSOR, PRINT THE SUMMARY TOTALS,
031700*     SET THE RETURN CODE, AND CLOSE THE REPORT
031800*----------------------------------------------------------------
031900 9000-TERMINATE.
032000     EXEC SQL
032100         CLOSE BUDCUR
032200     END-EXEC.
032300
032400     MOVE SPACES TO BUDG-RPT-RECORD.
032500     WRITE BUDG-RPT-RECORD.
032600
032700     MOVE 'DEPARTMENTS REPORTED' TO WS-RPT-TOT-LABEL.
032800     MOVE WS-DEPT-COUNT TO WS-RPT-COUNT-EDIT.
032900     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
033000
033100     MOVE 'DEPARTMENTS OVER BUDGET' TO WS-RPT-TOT-LABEL.
033200     MOVE WS-OVER-COUNT TO WS-RPT-COUNT-EDIT.
033300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
033400
033500     MOVE 'DEPARTMENTS WITH NO BUDGET SET' TO WS-RPT-TOT-LABEL.
033600     MOVE WS-NO-BUDGET-COUNT TO WS-RPT-COUNT-EDIT.
033700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
033800
033900     MOVE 'ACTIVE HEADCOUNT' TO WS-RPT-TOT-LABEL.
034000     MOVE WS-TOTAL-HEAD TO WS-RPT-COUNT-EDIT.
034100     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
034200
034300     MOVE 'ACTIVE ANNUAL SALARY' TO WS-RPT-TOT-LABEL.
034400     MOVE WS-TOTAL-SALARY TO WS-RPT-AMOUNT-EDIT.
034500     PERFORM 9200-WRITE-AMOUNT-LINE THRU 9200-EXIT.
034600
034700     IF RETURN-CODE = ZERO
034800         AND WS-OVER-COUNT > 0
034850         MOVE WS-OVER-COUNT TO WS-RPT-COUNT-EDIT
034900         DISPLAY 'GOODBUDG - DEPARTMENTS OVER BUDGET: '
035000             WS-RPT-COUNT-EDIT
035100         MOVE 4 TO RETURN-CODE
035200     END-IF.
035300
035400     CLOSE BUDG-RPT-FILE.
035500     DISPLAY 'GOODBUDG - DEPARTMENT BUDGET REPORT COMPLETE - RC '
035600         RETURN-CODE.
035700 9000-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------------
036100* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
036200*----------------------------------------------------------------
036300 9100-WRITE-TOTAL-LINE.
036400     MOVE SPACES TO WS-RPT-TOT-VALUE.
036500     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
036600     MOVE WS-RPT-TOTAL TO BUDG-RPT-RECORD.
036700     WRITE BUDG-RPT-RECORD.
036800 9100-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------------
037200* 9200-WRITE-AMOUNT-LINE - PRINT ONE LABEL/AMOUNT TOTAL LINE
037300*----------------------------------------------------------------
037400 9200-WRITE-AMOUNT-LINE.
037500     MOVE SPACES TO WS-RPT-TOT-VALUE.
037600     MOVE WS-RPT-AMOUNT-EDIT TO WS-RPT-TOT-VALUE.
037700     MOVE WS-RPT-TOTAL TO BUDG-RPT-RECORD.
037800     WRITE BUDG-RPT-RECORD.
037900 9200-EXIT.
038000     EXIT.
