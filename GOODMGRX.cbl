000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODMGRX.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - REPORTING HIERARCHY
001300*                  EXCEPTIONS.  LISTS EVERY ACTIVE EMPLOYEE
001400*                  WHOSE MANAGER_ID NAMES NOBODY ON THE EMPLOYEE
001500*                  TABLE OR A TERMINATED EMPLOYEE, AND EVERY
001600*                  ACTIVE EMPLOYEE WHOSE REPORTING CHAIN LOOPS
001700*                  BACK ON ITSELF OR RUNS INTO A LOOP HIGHER UP.
001800*                  THE FEED CAN CARRY A MANAGER GOODEDIT HAS NO
001900*                  WAY TO CHECK, AND A MANAGER CAN BE TERMINATED
002000*                  AFTER THE FACT, SO HR WORKS THIS LIST EVERY
002100*                  NIGHT - A HELD SALARY CHANGE ASSIGNED DOWN A
002200*                  BROKEN CHAIN CANNOT BE REVIEWED ON GAPR BY
002300*                  ANYONE BUT A SUPERVISOR ABOVE THE BREAK.
002400*                  EMPLOYEES WITH NO MANAGER ARE COUNTED, NOT
002500*                  LISTED.
002600*----------------------------------------------------------------
002700* RETURN CODES:
002800*    0 - NO HIERARCHY EXCEPTIONS
002900*    4 - AT LEAST ONE EXCEPTION LISTED
003000*   16 - FILE OR SQL ERROR
003100*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT MGRX-RPT-FILE ASSIGN TO MGRXRPT
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-MGRX-RPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MGRX-RPT-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  MGRX-RPT-RECORD         PIC X(132).
005100
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400* FILE STATUS AND CONTROL SWITCHES
005500*----------------------------------------------------------------
005600 01  WS-MGRX-RPT-STATUS      PIC X(02) VALUE '00'.
005700
005800 01  WS-SWITCHES.
005900     05  WS-CURSOR-EOF-SWITCH
006000                             PIC X(01) VALUE 'N'.
006100         88  WS-END-OF-CURSOR        VALUE 'Y'.
006200     05  WS-WALK-ERROR-SWITCH
006300                             PIC X(01) VALUE 'N'.
006400         88  WS-WALK-ERROR           VALUE 'Y'.
006500
006600 01  WS-RUN-DATE             PIC 9(08).
006700
006800*----------------------------------------------------------------
006900* EMPLOYEE ROW AND ITS MANAGER'S ROW.  THE MANAGER STATUS COMES
007000*     BACK AS SPACE WHEN THE MANAGER IS NOT ON THE TABLE.
007100*----------------------------------------------------------------
007200 01  WS-EMP-ID               PIC 9(06).
007300 01  WS-EMP-NAME             PIC X(30).
007400 01  WS-EMP-DEPT-CODE        PIC X(04).
007500 01  WS-EMP-MANAGER-ID       PIC 9(06).
007600 01  WS-MGR-NAME             PIC X(30).
007700 01  WS-MGR-STATUS           PIC X(01).
007800     88  WS-MGR-NOT-ON-FILE          VALUE SPACE.
007900     88  WS-MGR-TERMINATED           VALUE 'T'.
008000
008100*----------------------------------------------------------------
008200* REPORTING-CHAIN WALK - UP MANAGER_ID FROM THE EMPLOYEE'S
008300*     MANAGER UNTIL THE TOP (ZERO OR A MANAGER NOT ON FILE),
008400*     THE EMPLOYEE AGAIN (A LOOP THROUGH THE EMPLOYEE), OR
008500*     WS-WALK-LIMIT LEVELS (A LOOP ABOVE THE EMPLOYEE)
008600*----------------------------------------------------------------
008700 01  WS-WALK-ID              PIC 9(06).
008800 01  WS-WALK-DEPTH           PIC 9(04) COMP.
008900 01  WS-WALK-LIMIT           PIC 9(04) COMP VALUE 50.
009000
009100*----------------------------------------------------------------
009200* RUN TOTALS
009300*----------------------------------------------------------------
009400 01  WS-EMP-COUNT            PIC 9(09) COMP VALUE ZERO.
009500 01  WS-NO-MANAGER-COUNT     PIC 9(09) COMP VALUE ZERO.
009600 01  WS-MISSING-COUNT        PIC 9(09) COMP VALUE ZERO.
009700 01  WS-TERMINATED-COUNT     PIC 9(09) COMP VALUE ZERO.
009800 01  WS-LOOP-COUNT           PIC 9(09) COMP VALUE ZERO.
009900 01  WS-ABOVE-LOOP-COUNT     PIC 9(09) COMP VALUE ZERO.
010000 01  WS-EXCEPTION-COUNT      PIC 9(09) COMP VALUE ZERO.
010100 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
010200
010300*----------------------------------------------------------------
010400* DB2 SQL COMMUNICATIONS AREA (SQLCA)
010500*----------------------------------------------------------------
010600 01  SQLCA.
010700     05  SQLCAID             PIC X(08).
010800     05  SQLCABC             PIC S9(09)  COMP-5.
010900     05  SQLCODE             PIC S9(09)  COMP-5.
011000     05  SQLERRM.
011100         49  SQLERRML        PIC S9(04)  COMP-5.
011200         49  SQLERRMC        PIC X(70).
011300     05  SQLERRP             PIC X(08).
011400     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
011500     05  SQLWARN.
011600         10  SQLWARN0        PIC X(01).
011700         10  SQLWARN1        PIC X(01).
011800         10  SQLWARN2        PIC X(01).
011900         10  SQLWARN3        PIC X(01).
012000         10  SQLWARN4        PIC X(01).
012100         10  SQLWARN5        PIC X(01).
012200         10  SQLWARN6        PIC X(01).
012300         10  SQLWARN7        PIC X(01).
012400     05  SQLSTATE            PIC X(05).
012500
012600*----------------------------------------------------------------
012700* REPORT PRINT LINES
012800*----------------------------------------------------------------
012900 01  WS-RPT-HEADING.
013000     05  FILLER              PIC X(46)
013100         VALUE 'GOODMGRX REPORTING HIERARCHY EXCEPTIONS'.
013200     05  WS-RPT-HDG-DATE     PIC 9(08).
013300     05  FILLER              PIC X(78) VALUE SPACES.
013400 01  WS-RPT-COL-HEADING.
013500     05  FILLER              PIC X(46)
013600         VALUE '  EMP ID  EMPLOYEE NAME                   DEPT'.
013700     05  FILLER              PIC X(42)
013800         VALUE '  MGR ID  MANAGER NAME'.
013900     05  FILLER              PIC X(44) VALUE 'EXCEPTION'.
014000 01  WS-RPT-DETAIL.
014100     05  FILLER              PIC X(02) VALUE SPACES.
014200     05  WS-RPT-DET-EMP-ID   PIC 9(06).
014300     05  FILLER              PIC X(02) VALUE SPACES.
014400     05  WS-RPT-DET-EMP-NAME PIC X(30).
014500     05  FILLER              PIC X(02) VALUE SPACES.
014600     05  WS-RPT-DET-DEPT     PIC X(04).
014700     05  FILLER              PIC X(02) VALUE SPACES.
014800     05  WS-RPT-DET-MGR-ID   PIC 9(06).
014900     05  FILLER              PIC X(02) VALUE SPACES.
015000     05  WS-RPT-DET-MGR-NAME PIC X(30).
015100     05  FILLER              PIC X(02) VALUE SPACES.
015200     05  WS-RPT-DET-REASON   PIC X(30).
015300     05  FILLER              PIC X(14) VALUE SPACES.
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
016700     PERFORM 2000-FETCH-EMPLOYEE THRU 2000-EXIT.
016800
016900     PERFORM 3000-CHECK-EMPLOYEE THRU 3000-EXIT
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
018000*     OPEN THE EMPLOYEE CURSOR.  EVERY ACTIVE EMPLOYEE IS
018100*     RETURNED WITH THE NAME AND STATUS OF THEIR MANAGER.
018200*----------------------------------------------------------------
018300 1000-INITIALIZE.
018400     DISPLAY 'GOODMGRX - STARTING HIERARCHY EXCEPTION LISTING'.
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018600
018700     OPEN OUTPUT MGRX-RPT-FILE.
018800     IF WS-MGRX-RPT-STATUS NOT = '00'
018900         DISPLAY 'GOODMGRX - OPEN ERROR ON MGRX-RPT-FILE - '
019000             'STATUS ' WS-MGRX-RPT-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         GO TO 1000-EXIT
019300     END-IF.
019400
019500     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
019600     MOVE WS-RPT-HEADING TO MGRX-RPT-RECORD.
019700     WRITE MGRX-RPT-RECORD.
019800     MOVE SPACES TO MGRX-RPT-RECORD.
019900     WRITE MGRX-RPT-RECORD.
020000     MOVE WS-RPT-COL-HEADING TO MGRX-RPT-RECORD.
020100     WRITE MGRX-RPT-RECORD.
020200
020300     EXEC SQL
020400         DECLARE MGRCUR CURSOR FOR
020500         SELECT E.ID, E.NAME, E.DEPT_CODE, E.MANAGER_ID,
020600                COALESCE(M.NAME, ' '), COALESCE(M.STATUS, ' ')
020700           FROM EMPLOYEE E
020800           LEFT OUTER JOIN EMPLOYEE M
020900             ON M.ID = E.MANAGER_ID
021000          WHERE E.STATUS = 'A'
021100          ORDER BY E.ID
021200     END-EXEC.
021300
021400     EXEC SQL
021500         OPEN MGRCUR
021600     END-EXEC.
021700     IF SQLCODE NOT = 0
021800         DISPLAY 'GOODMGRX - SQL ERROR OPENING EMPLOYEE '
021900             'CURSOR - SQLCODE ' SQLCODE
022000         MOVE 16 TO RETURN-CODE
022100     END-IF.
022200 1000-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------------
022600* 2000-FETCH-EMPLOYEE - FETCH THE NEXT ACTIVE EMPLOYEE AND THEIR
022700*     MANAGER'S NAME AND STATUS
022800*----------------------------------------------------------------
022900 2000-FETCH-EMPLOYEE.
023000     EXEC SQL
023100         FETCH MGRCUR
023200          INTO :WS-EMP-ID, :WS-EMP-NAME, :WS-EMP-DEPT-CODE,
023300               :WS-EMP-MANAGER-ID, :WS-MGR-NAME, :WS-MGR-STATUS
023400     END-EXEC.
023500
023600     EVALUATE TRUE
023700         WHEN SQLCODE = 100
023800             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
023900         WHEN SQLCODE NOT = 0
024000             DISPLAY 'GOODMGRX - SQL ERROR ON EMPLOYEE FETCH '
024100                 '- SQLCODE ' SQLCODE
024200             MOVE 16 TO RETURN-CODE
024300             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
024400     END-EVALUATE.
024500 2000-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------------
024900* 3000-CHECK-EMPLOYEE - A MANAGER NOT ON FILE OR TERMINATED IS
025000*     LISTED AS IT STANDS.  OTHERWISE WALK THE CHAIN UPWARD: ONE
025100*     THAT COMES BACK TO THE EMPLOYEE IS A LOOP THROUGH THEM,
025200*     AND ONE THAT NEVER ENDS RUNS INTO A LOOP HIGHER UP.
025300*----------------------------------------------------------------
025400 3000-CHECK-EMPLOYEE.
025500     ADD 1 TO WS-EMP-COUNT.
025600
025700     IF WS-EMP-MANAGER-ID = ZERO
025800         ADD 1 TO WS-NO-MANAGER-COUNT
025900         GO TO 3000-NEXT
026000     END-IF.
026100
026200     IF WS-MGR-NOT-ON-FILE
026300         ADD 1 TO WS-MISSING-COUNT
026400         MOVE 'MANAGER NOT ON FILE' TO WS-RPT-DET-REASON
026500         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
026600         GO TO 3000-NEXT
026700     END-IF.
026800
026900     IF WS-MGR-TERMINATED
027000         ADD 1 TO WS-TERMINATED-COUNT
027100         MOVE 'MANAGER TERMINATED' TO WS-RPT-DET-REASON
027200         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
027300         GO TO 3000-NEXT
027400     END-IF.
027500
027600     MOVE WS-EMP-MANAGER-ID TO WS-WALK-ID.
027700     MOVE ZERO TO WS-WALK-DEPTH.
027800     PERFORM 3100-NEXT-CHAIN-LINK THRU 3100-EXIT
027900         UNTIL WS-WALK-ID = ZERO
028000            OR WS-WALK-ID = WS-EMP-ID
028100            OR WS-WALK-DEPTH > WS-WALK-LIMIT
028200            OR WS-WALK-ERROR.
028300     IF WS-WALK-ERROR
028400         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
028500         GO TO 3000-EXIT
028600     END-IF.
028700
028800     IF WS-WALK-ID = WS-EMP-ID
028900         ADD 1 TO WS-LOOP-COUNT
029000         MOVE 'IN A REPORTING LOOP' TO WS-RPT-DET-REASON
029100         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
029200         GO TO 3000-NEXT
029300     END-IF.
029400
029500     IF WS-WALK-ID NOT = ZERO
029600         ADD 1 TO WS-ABOVE-LOOP-COUNT
029700         MOVE 'CHAIN RUNS INTO A LOOP ABOVE' TO WS-RPT-DET-REASON
029800         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
029900     END-IF.
030000
030100 3000-NEXT.
030200     PERFORM 2000-FETCH-EMPLOYEE THRU 2000-EXIT.
030300 3000-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------------
030700* 3100-NEXT-CHAIN-LINK - STEP ONE LEVEL UP THE REPORTING CHAIN.
030800*     A MANAGER NOT ON FILE ENDS THE CHAIN - IT IS LISTED ON
030900*     THE ROWS OF THE EMPLOYEES REPORTING STRAIGHT TO IT.
031000*----------------------------------------------------------------
031100 3100-NEXT-CHAIN-LINK.
031200     ADD 1 TO WS-WALK-DEPTH.
031300     EXEC SQL
031400         SELECT MANAGER_ID
031500           INTO :WS-WALK-ID
031600           FROM EMPLOYEE
031700          WHERE ID = :WS-WALK-ID
031800     END-EXEC.
031900
032000     EVALUATE TRUE
032100         WHEN SQLCODE = 100
032200             MOVE ZERO TO WS-WALK-ID
032300         WHEN SQLCODE NOT = 0
032400             DISPLAY 'GOODMGRX - SQL ERROR ON MANAGER CHAIN '
032500                 'LOOKUP - SQLCODE ' SQLCODE
032600             MOVE 16 TO RETURN-CODE
032700             MOVE 'Y' TO WS-WALK-ERROR-SWITCH
032800     END-EVALUATE.
032900 3100-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------
033300* 3500-WRITE-EXCEPTION - PRINT THE EMPLOYEE WITH THE EXCEPTION
033400*     THE CALLER HAS SET
033500*----------------------------------------------------------------
033600 3500-WRITE-EXCEPTION.
033700     ADD 1 TO WS-EXCEPTION-COUNT.
033800     MOVE WS-EMP-ID         TO WS-RPT-DET-EMP-ID.
033900     MOVE WS-EMP-NAME       TO WS-RPT-DET-EMP-NAME.
034000     MOVE WS-EMP-DEPT-CODE  TO WS-RPT-DET-DEPT.
034100     MOVE WS-EMP-MANAGER-ID TO WS-RPT-DET-MGR-ID.
034200     MOVE WS-MGR-NAME       TO WS-RPT-DET-MGR-NAME.
034300     MOVE WS-RPT-DETAIL TO MGRX-RPT-RECORD.
034400     WRITE MGRX-RPT-RECORD.
034500 3500-EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------------
034900* 9000-TERMINATE - CLOSE THE CURSOR, PRINT THE SUMMARY TOTALS,
035000*     SET THE RETURN CODE, AND CLOSE THE REPORT
035100*----------------------------------------------------------------
035200 9000-TERMINATE.
035300     EXEC SQL
035400         CLOSE MGRCUR
035500     END-EXEC.
035600
035700     MOVE SPACES TO MGRX-RPT-RECORD.
035800     WRITE MGRX-RPT-RECORD.
035900
036000     MOVE 'ACTIVE EMPLOYEES CHECKED' TO WS-RPT-TOT-LABEL.
036100     MOVE WS-EMP-COUNT TO WS-RPT-COUNT-EDIT.
036200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
036300
036400     MOVE 'WITH NO MANAGER' TO WS-RPT-TOT-LABEL.
036500     MOVE WS-NO-MANAGER-COUNT TO WS-RPT-COUNT-EDIT.
036600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
036700
036800     MOVE 'MANAGER NOT ON FILE' TO WS-RPT-TOT-LABEL.
036900     MOVE WS-MISSING-COUNT TO WS-RPT-COUNT-EDIT.
037000     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
037100
037200     MOVE 'MANAGER TERMINATED' TO WS-RPT-TOT-LABEL.
037300     MOVE WS-TERMINATED-COUNT TO WS-RPT-COUNT-EDIT.
037400     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
037500
037600     MOVE 'IN A REPORTING LOOP' TO WS-RPT-TOT-LABEL.
037700     MOVE WS-LOOP-COUNT TO WS-RPT-COUNT-EDIT.
037800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
037900
038000     MOVE 'CHAIN RUNS INTO A LOOP ABOVE' TO WS-RPT-TOT-LABEL.
038100     MOVE WS-ABOVE-LOOP-COUNT TO WS-RPT-COUNT-EDIT.
038200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
038300
038400     MOVE 'TOTAL EXCEPTIONS' TO WS-RPT-TOT-LABEL.
038500     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-EDIT.
038600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
038700
038800     IF RETURN-CODE = ZERO
038900         AND WS-EXCEPTION-COUNT > 0
039000         MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-EDIT
039100         DISPLAY 'GOODMGRX - HIERARCHY EXCEPTIONS: '
039200             WS-RPT-COUNT-EDIT
039300         MOVE 4 TO RETURN-CODE
039400     END-IF.
039500
039600     CLOSE MGRX-RPT-FILE.
039700     DISPLAY 'GOODMGRX - HIERARCHY EXCEPTION LISTING COMPLETE - '
039800         'RC ' RETURN-CODE.
039900 9000-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------------
040300* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
040400*----------------------------------------------------------------
040500 9100-WRITE-TOTAL-LINE.
040600     MOVE SPACES TO WS-RPT-TOT-VALUE.
040700     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
040800     MOVE WS-RPT-TOTAL TO MGRX-RPT-RECORD.
040900     WRITE MGRX-RPT-RECORD.
041000 9100-EXIT.
041100     EXIT.
