000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODOPRR.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - MONTHLY ONLINE ACTIVITY
001300*                  BY OPERATOR.  LISTS EVERY ROW THE GMNT,
001400*                  GDPT AND GAPR TRANSACTIONS WROTE TO THE
001500*                  ONLINE_ACTIVITY TABLE FOR ONE CALENDAR
001600*                  MONTH, GROUPED BY SIGNED-ON CICS USER, WITH
001700*                  A COUNT PER OPERATOR AND THE APPROVALS
001800*                  GAPR REFUSED FOR SEPARATION OF DUTIES.  THE
001900*                  OPTIONAL PURGE REMOVES ROWS OLDER THAN THE
002000*                  REPORTED MONTH ONCE THE REPORT IS WRITTEN.
002020* 10/15/2026  RJ   THE GREJ REJECT-DESK ROWS (CLAIM, CORRECT,
002040*                  RESUBMIT, ABANDON) ARE COUNTED ON A TOTAL
002060*                  LINE OF THEIR OWN, SO THE PER-TRANSACTION
002080*                  LINES ADD UP TO THE ROWS REPORTED.
002100*----------------------------------------------------------------
002200* PARAMETER CARD (PARMFILE), ALL FIELDS OPTIONAL:
002300*   COLS 1-6  REPORT MONTH CCYYMM (BLANK = THE PRIOR MONTH)
002400*   COL  8    'P' = PURGE ROWS DATED BEFORE THE REPORT MONTH
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARM-FILE ASSIGN TO PARMFILE
003500         ORGANIZATION IS SEQUENTIAL
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-PARM-STATUS.
003800
003900     SELECT OPER-RPT-FILE ASSIGN TO OPERRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-OPER-RPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PARM-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  PARM-RECORD.
005000     05  PARM-REPORT-MONTH   PIC X(06).
005100     05  FILLER              PIC X(01).
005200     05  PARM-PURGE-FLAG     PIC X(01).
005300     05  FILLER              PIC X(72).
005400
005500 FD  OPER-RPT-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  OPER-RPT-RECORD         PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100*----------------------------------------------------------------
006200* FILE STATUS AND CONTROL SWITCHES
006300*----------------------------------------------------------------
006400 01  WS-PARM-STATUS          PIC X(02) VALUE '00'.
006500 01  WS-OPER-RPT-STATUS      PIC X(02) VALUE '00'.
006600
006700 01  WS-SWITCHES.
006800     05  WS-CURSOR-EOF-SWITCH
006900                             PIC X(01) VALUE 'N'.
007000         88  WS-END-OF-CURSOR        VALUE 'Y'.
007100     05  WS-FIRST-OPER-SWITCH
007200                             PIC X(01) VALUE 'Y'.
007300         88  WS-FIRST-OPERATOR       VALUE 'Y'.
007400     05  WS-PURGE-SWITCH     PIC X(01) VALUE 'N'.
007500         88  WS-PURGE-REQUESTED      VALUE 'Y'.
007600
007700*----------------------------------------------------------------
007800* REPORT MONTH AND THE DATE RANGE IT SELECTS
007900*----------------------------------------------------------------
008000 01  WS-RUN-DATE             PIC 9(08).
008100 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
008200     05  WS-RUN-CCYY         PIC 9(04).
008300     05  WS-RUN-MM           PIC 9(02).
008400     05  WS-RUN-DD           PIC 9(02).
008500 01  WS-SEL-MONTH            PIC 9(06).
008600 01  WS-SEL-MONTH-PARTS REDEFINES WS-SEL-MONTH.
008700     05  WS-SEL-CCYY         PIC 9(04).
008800     05  WS-SEL-MM           PIC 9(02).
008900 01  WS-SEL-DATE-FROM        PIC 9(08).
009000 01  WS-SEL-DATE-TO          PIC 9(08).
009100
009200*----------------------------------------------------------------
009300* ONLINE_ACTIVITY TABLE HOST VARIABLES
009400*----------------------------------------------------------------
009500 01  WS-ACT-OPER-ID          PIC X(08).
009600 01  WS-ACT-DATE             PIC 9(08).
009700 01  WS-ACT-TIME             PIC 9(06).
009800 01  WS-ACT-TRANSID          PIC X(04).
009900 01  WS-ACT-PROGRAM          PIC X(08).
010000 01  WS-ACT-ACTION           PIC X(08).
010100     88  WS-ACT-REFUSED              VALUE 'REFUSED '.
010200 01  WS-ACT-EMP-ID           PIC 9(06).
010300 01  WS-ACT-DEPT-CODE        PIC X(04).
010400 01  WS-ACT-DETAIL           PIC X(60).
010500
010600*----------------------------------------------------------------
010700* CONTROL-BREAK STATE AND RUN TOTALS
010800*----------------------------------------------------------------
010900 01  WS-CURRENT-OPER-ID      PIC X(08) VALUE LOW-VALUES.
011000 01  WS-OPER-ACT-COUNT       PIC 9(09) COMP VALUE ZERO.
011100 01  WS-OPER-REFUSED-COUNT   PIC 9(09) COMP VALUE ZERO.
011200 01  WS-ACTIVITY-COUNT       PIC 9(09) COMP VALUE ZERO.
011300 01  WS-OPERATOR-COUNT       PIC 9(09) COMP VALUE ZERO.
011400 01  WS-GMNT-COUNT           PIC 9(09) COMP VALUE ZERO.
011500 01  WS-GDPT-COUNT           PIC 9(09) COMP VALUE ZERO.
011600 01  WS-GAPR-COUNT           PIC 9(09) COMP VALUE ZERO.
011650 01  WS-GREJ-COUNT           PIC 9(09) COMP VALUE ZERO.
011700 01  WS-REFUSED-COUNT        PIC 9(09) COMP VALUE ZERO.
011800 01  WS-PURGED-COUNT         PIC 9(09) COMP VALUE ZERO.
011900 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
012000
012100*----------------------------------------------------------------
012200* DB2 SQL COMMUNICATIONS AREA (SQLCA)
012300*----------------------------------------------------------------
012400 01  SQLCA.
012500     05  SQLCAID             PIC X(08).
012600     05  SQLCABC             PIC S9(09)  COMP-5.
012700     05  SQLCODE             PIC S9(09)  COMP-5.
012800     05  SQLERRM.
012900         49  SQLERRML        PIC S9(04)  COMP-5.
013000         49  SQLERRMC        PIC X(70).
013100     05  SQLERRP             PIC X(08).
013200     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
013300     05  SQLWARN.
013400         10  SQLWARN0        PIC X(01).
013500         10  SQLWARN1        PIC X(01).
013600         10  SQLWARN2        PIC X(01).
013700         10  SQLWARN3        PIC X(01).
013800         10  SQLWARN4        PIC X(01).
013900         10  SQLWARN5        PIC X(01).
014000         10  SQLWARN6        PIC X(01).
014100         10  SQLWARN7        PIC X(01).
014200     05  SQLSTATE            PIC X(05).
014300
014400*----------------------------------------------------------------
014500* REPORT PRINT LINES
014600*----------------------------------------------------------------
014700 01  WS-RPT-HEADING.
014800     05  FILLER              PIC X(46)
014900         VALUE 'GOODOPRR ONLINE ACTIVITY BY OPERATOR'.
015000     05  WS-RPT-HDG-DATE     PIC 9(08).
015100     05  FILLER              PIC X(78) VALUE SPACES.
015200 01  WS-RPT-CRITERIA.
015300     05  FILLER              PIC X(13) VALUE 'REPORT MONTH '.
015400     05  WS-RPT-CRIT-MONTH   PIC 9(06).
015500     05  FILLER              PIC X(09) VALUE '   DATES '.
015600     05  WS-RPT-CRIT-DT-FROM PIC 9(08).
015700     05  FILLER              PIC X(03) VALUE ' - '.
015800     05  WS-RPT-CRIT-DT-TO   PIC 9(08).
015900     05  FILLER              PIC X(85) VALUE SPACES.
016000 01  WS-RPT-OPER-HEADER.
016100     05  FILLER              PIC X(09) VALUE 'OPERATOR '.
016200     05  WS-RPT-OPER-ID      PIC X(08).
016300     05  FILLER              PIC X(115) VALUE SPACES.
016400 01  WS-RPT-DETAIL.
016500     05  FILLER              PIC X(02) VALUE SPACES.
016600     05  WS-RPT-DET-DATE     PIC 9(08).
016700     05  FILLER              PIC X(01) VALUE SPACES.
016800     05  WS-RPT-DET-TIME     PIC 9(06).
016900     05  FILLER              PIC X(02) VALUE SPACES.
017000     05  WS-RPT-DET-TRANSID  PIC X(04).
017100     05  FILLER              PIC X(02) VALUE SPACES.
017200     05  WS-RPT-DET-PROGRAM  PIC X(08).
017300     05  FILLER              PIC X(02) VALUE SPACES.
017400     05  WS-RPT-DET-ACTION   PIC X(08).
017500     05  FILLER              PIC X(02) VALUE SPACES.
017600     05  WS-RPT-DET-EMP-ID   PIC 9(06).
017700     05  FILLER              PIC X(02) VALUE SPACES.
017800     05  WS-RPT-DET-DEPT     PIC X(04).
017900     05  FILLER              PIC X(02) VALUE SPACES.
018000     05  WS-RPT-DET-DETAIL   PIC X(60).
018100     05  FILLER              PIC X(13) VALUE SPACES.
018200 01  WS-RPT-OPER-TOTAL.
018300     05  FILLER              PIC X(24)
018400         VALUE '  ACTIONS THIS OPERATOR '.
018500     05  WS-RPT-OPER-TOT-CNT PIC Z(8)9.
018600     05  FILLER              PIC X(11) VALUE '   REFUSED '.
018700     05  WS-RPT-OPER-TOT-REF PIC Z(8)9.
018800     05  FILLER              PIC X(79) VALUE SPACES.
018900 01  WS-RPT-TOTAL.
019000     05  WS-RPT-TOT-LABEL    PIC X(40).
019100     05  WS-RPT-TOT-VALUE    PIC X(92).
019200
019300 PROCEDURE DIVISION.
019400*----------------------------------------------------------------
019500 0000-MAINLINE.
019600*----------------------------------------------------------------
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     IF RETURN-CODE NOT = ZERO
019900         STOP RUN
020000     END-IF.
020100
020200     PERFORM 2000-FETCH-ACTIVITY THRU 2000-EXIT.
020300
020400     PERFORM 3000-REPORT-ROW THRU 3000-EXIT
020500         UNTIL WS-END-OF-CURSOR.
020600
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020800
020900     STOP RUN.
021000 0000-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------------
021400* 1000-INITIALIZE - OPEN THE REPORT, SETTLE THE REPORT MONTH,
021500*     PRINT THE HEADING, AND OPEN THE ACTIVITY CURSOR
021600*----------------------------------------------------------------
021700 1000-INITIALIZE.
021800     DISPLAY 'GOODOPRR - STARTING OPERATOR ACTIVITY REPORT'.
021900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022000
022100     OPEN OUTPUT OPER-RPT-FILE.
022200     IF WS-OPER-RPT-STATUS NOT = '00'
022300         DISPLAY 'GOODOPRR - OPEN ERROR ON OPER-RPT-FILE - '
022400             'STATUS ' WS-OPER-RPT-STATUS
022500         MOVE 16 TO RETURN-CODE
022600         GO TO 1000-EXIT
022700     END-IF.
022800
022900     PERFORM 1100-LOAD-PARM-CARD THRU 1100-EXIT.
023000     IF RETURN-CODE NOT = ZERO
023100         GO TO 1000-EXIT
023200     END-IF.
023300
023400     COMPUTE WS-SEL-DATE-FROM = WS-SEL-MONTH * 100 + 1.
023500     COMPUTE WS-SEL-DATE-TO   = WS-SEL-MONTH * 100 + 31.
023600
023700     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
023800     MOVE WS-RPT-HEADING TO OPER-RPT-RECORD.
023900     WRITE OPER-RPT-RECORD.
024000
024100     MOVE WS-SEL-MONTH     TO WS-RPT-CRIT-MONTH.
024200     MOVE WS-SEL-DATE-FROM TO WS-RPT-CRIT-DT-FROM.
024300     MOVE WS-SEL-DATE-TO   TO WS-RPT-CRIT-DT-TO.
024400     MOVE WS-RPT-CRITERIA TO OPER-RPT-RECORD.
024500     WRITE OPER-RPT-RECORD.
024600
024700     MOVE SPACES TO OPER-RPT-RECORD.
024800     WRITE OPER-RPT-RECORD.
024900
025000     EXEC SQL
025100         DECLARE OPRCUR CURSOR FOR
025200         SELECT OPER_ID, ACT_DATE, ACT_TIME, TRANSID, PROGRAM,
025300                ACTION, EMP_ID, DEPT_CODE, DETAIL
025400           FROM ONLINE_ACTIVITY
025500          WHERE ACT_DATE BETWEEN :WS-SEL-DATE-FROM
025600                             AND :WS-SEL-DATE-TO
025700          ORDER BY OPER_ID, ACT_DATE, ACT_TIME
025800     END-EXEC.
025900
026000     EXEC SQL
026100         OPEN OPRCUR
026200     END-EXEC.
026300     IF SQLCODE NOT = 0
026400         DISPLAY 'GOODOPRR - SQL ERROR OPENING ACTIVITY '
026500             'CURSOR - SQLCODE ' SQLCODE
026600         MOVE 16 TO RETURN-CODE
026700     END-IF.
026800 1000-EXIT.
026900     EXIT.
027000
027100*----------------------------------------------------------------
027200* 1100-LOAD-PARM-CARD - READ THE PARAMETER CARD.  A MISSING
027300*     FILE, EMPTY FILE, OR BLANK MONTH REPORTS THE PRIOR
027400*     CALENDAR MONTH; A MONTH THAT IS NOT CCYYMM FAILS THE RUN.
027500*----------------------------------------------------------------
027600 1100-LOAD-PARM-CARD.
027700     MOVE WS-RUN-CCYY TO WS-SEL-CCYY.
027800     MOVE WS-RUN-MM   TO WS-SEL-MM.
027900     IF WS-SEL-MM = 1
028000         SUBTRACT 1 FROM WS-SEL-CCYY
028100         MOVE 12 TO WS-SEL-MM
028200     ELSE
028300         SUBTRACT 1 FROM WS-SEL-MM
028400     END-IF.
028500
028600     OPEN INPUT PARM-FILE.
028700     IF WS-PARM-STATUS NOT = '00'
028800         DISPLAY 'GOODOPRR - NO PARAMETER CARD, PRIOR MONTH'
028900         GO TO 1100-EXIT
029000     END-IF.
029100
029200     READ PARM-FILE
029300         AT END
029400             CLOSE PARM-FILE
029500             GO TO 1100-EXIT
029600     END-READ.
029700
029800     IF PARM-PURGE-FLAG = 'P'
029900         MOVE 'Y' TO WS-PURGE-SWITCH
030000     END-IF.
030100
030200     IF PARM-REPORT-MONTH NOT = SPACES
030300         IF PARM-REPORT-MONTH IS NUMERIC
030400             MOVE PARM-REPORT-MONTH TO WS-SEL-MONTH
030500         ELSE
030600             MOVE ZERO TO WS-SEL-MONTH
030700         END-IF
030800         IF WS-SEL-MM < 1 OR WS-SEL-MM > 12
030900             DISPLAY 'GOODOPRR - INVALID REPORT MONTH '
031000                 PARM-REPORT-MONTH
031100             MOVE 16 TO RETURN-CODE
031200         END-IF
031300     END-IF.
031400
031500     CLOSE PARM-FILE.
031600 1100-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------
032000* 2000-FETCH-ACTIVITY - FETCH THE NEXT ACTIVITY ROW IN OPERATOR,
032100*     DATE AND TIME ORDER
032200*----------------------------------------------------------------
032300 2000-FETCH-ACTIVITY.
032400     EXEC SQL
032500         FETCH OPRCUR
032600          INTO :WS-ACT-OPER-ID, :WS-ACT-DATE, :WS-ACT-TIME,
032700               :WS-ACT-TRANSID, :WS-ACT-PROGRAM,
032800               :WS-ACT-ACTION, :WS-ACT-EMP-ID,
032900               :WS-ACT-DEPT-CODE, :WS-ACT-DETAIL
033000     END-EXEC.
033100
033200     EVALUATE TRUE
033300         WHEN SQLCODE = 100
033400             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
033500         WHEN SQLCODE NOT = 0
033600             DISPLAY 'GOODOPRR - SQL ERROR ON ACTIVITY FETCH '
033700                 '- SQLCODE ' SQLCODE
033800             MOVE 16 TO RETURN-CODE
033900             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
034000     END-EVALUATE.
034100 2000-EXIT.
034200     EXIT.
034300
034400*----------------------------------------------------------------
034500* 3000-REPORT-ROW - BREAK ON A NEW OPERATOR, PRINT THE DETAIL,
034600*     AND COUNT IT BY TRANSACTION
034700*----------------------------------------------------------------
034800 3000-REPORT-ROW.
034900     IF WS-ACT-OPER-ID NOT = WS-CURRENT-OPER-ID
035000         PERFORM 4000-OPERATOR-BREAK THRU 4000-EXIT
035100     END-IF.
035200
035300     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
035400     ADD 1 TO WS-ACTIVITY-COUNT.
035500     ADD 1 TO WS-OPER-ACT-COUNT.
035600
035700     EVALUATE WS-ACT-TRANSID
035800         WHEN 'GMNT'
035900             ADD 1 TO WS-GMNT-COUNT
036000         WHEN 'GDPT'
036100             ADD 1 TO WS-GDPT-COUNT
036200         WHEN 'GAPR'
036300             ADD 1 TO WS-GAPR-COUNT
036325         WHEN 'GREJ'
036350             ADD 1 TO WS-GREJ-COUNT
036400     END-EVALUATE.
036500
036600     IF WS-ACT-REFUSED
036700         ADD 1 TO WS-REFUSED-COUNT
036800         ADD 1 TO WS-OPER-REFUSED-COUNT
036900     END-IF.
037000
037100     PERFORM 2000-FETCH-ACTIVITY THRU 2000-EXIT.
037200 3000-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------
037600* 4000-OPERATOR-BREAK - CLOSE THE PRIOR OPERATOR'S GROUP AND
037700*     OPEN THE NEXT ONE
037800*----------------------------------------------------------------
037900 4000-OPERATOR-BREAK.
038000     IF NOT WS-FIRST-OPERATOR
038100         PERFORM 4100-PRINT-OPER-TOTAL THRU 4100-EXIT
038200     END-IF.
038300     MOVE 'N' TO WS-FIRST-OPER-SWITCH.
038400
038500     MOVE WS-ACT-OPER-ID TO WS-CURRENT-OPER-ID.
038600     MOVE ZERO TO WS-OPER-ACT-COUNT.
038700     MOVE ZERO TO WS-OPER-REFUSED-COUNT.
038800     ADD 1 TO WS-OPERATOR-COUNT.
038900
039000     MOVE WS-CURRENT-OPER-ID TO WS-RPT-OPER-ID.
039100     MOVE WS-RPT-OPER-HEADER TO OPER-RPT-RECORD.
039200     WRITE OPER-RPT-RECORD.
039300 4000-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------------
039700* 4100-PRINT-OPER-TOTAL - PER-OPERATOR ACTION AND REFUSAL
039800*     COUNTS AND A BLANK SEPARATOR LINE
039900*----------------------------------------------------------------
040000 4100-PRINT-OPER-TOTAL.
040100     MOVE WS-OPER-ACT-COUNT     TO WS-RPT-OPER-TOT-CNT.
040200     MOVE WS-OPER-REFUSED-COUNT TO WS-RPT-OPER-TOT-REF.
040300     MOVE WS-RPT-OPER-TOTAL TO OPER-RPT-RECORD.
040400     WRITE OPER-RPT-RECORD.
040500     MOVE SPACES TO OPER-RPT-RECORD.
040600     WRITE OPER-RPT-RECORD.
040700 4100-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------
041100* 5000-PRINT-DETAIL - ONE LINE PER ACTIVITY ROW
041200*----------------------------------------------------------------
041300 5000-PRINT-DETAIL.
041400     MOVE WS-ACT-DATE      TO WS-RPT-DET-DATE.
041500     MOVE WS-ACT-TIME      TO WS-RPT-DET-TIME.
041600     MOVE WS-ACT-TRANSID   TO WS-RPT-DET-TRANSID.
041700     MOVE WS-ACT-PROGRAM   TO WS-RPT-DET-PROGRAM.
041800     MOVE WS-ACT-ACTION    TO WS-RPT-DET-ACTION.
041900     MOVE WS-ACT-EMP-ID    TO WS-RPT-DET-EMP-ID.
042000     MOVE WS-ACT-DEPT-CODE TO WS-RPT-DET-DEPT.
042100     MOVE WS-ACT-DETAIL    TO WS-RPT-DET-DETAIL.
042200     MOVE WS-RPT-DETAIL TO OPER-RPT-RECORD.
042300     WRITE OPER-RPT-RECORD.
042400 5000-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------------
042800* 8000-PURGE-ACTIVITY - ON REQUEST, DELETE THE ROWS DATED
042900*     BEFORE THE REPORTED MONTH AND COMMIT.  ONLY RUN AFTER A
043000*     CLEAN REPORT.
043100*----------------------------------------------------------------
043200 8000-PURGE-ACTIVITY.
043300     EXEC SQL
043400         DELETE FROM ONLINE_ACTIVITY
043500          WHERE ACT_DATE < :WS-SEL-DATE-FROM
043600     END-EXEC.
043700
043800     EVALUATE TRUE
043900         WHEN SQLCODE = 100
044000             CONTINUE
044100         WHEN SQLCODE NOT = 0
044200             DISPLAY 'GOODOPRR - SQL ERROR ON ACTIVITY PURGE '
044300                 '- SQLCODE ' SQLCODE
044400             EXEC SQL
044500                 ROLLBACK
044600             END-EXEC
044700             MOVE 16 TO RETURN-CODE
044800             GO TO 8000-EXIT
044900         WHEN OTHER
045000             MOVE SQLERRD (3) TO WS-PURGED-COUNT
045100     END-EVALUATE.
045200
045300     EXEC SQL
045400         COMMIT
045500     END-EXEC.
045600 8000-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------------
046000* 9000-TERMINATE - CLOSE THE LAST OPERATOR GROUP, PURGE IF
046100*     ASKED, PRINT THE SUMMARY TOTALS, AND CLOSE THE REPORT
046200*----------------------------------------------------------------
046300 9000-TERMINATE.
046400     EXEC SQL
046500         CLOSE OPRCUR
046600     END-EXEC.
046700
046800     IF NOT WS-FIRST-OPERATOR
046900         PERFORM 4100-PRINT-OPER-TOTAL THRU 4100-EXIT
047000     END-IF.
047100
047200     IF RETURN-CODE = ZERO
047300         AND WS-PURGE-REQUESTED
047400         PERFORM 8000-PURGE-ACTIVITY THRU 8000-EXIT
047500     END-IF.
047600
047700     MOVE 'ACTIVITY ROWS REPORTED' TO WS-RPT-TOT-LABEL.
047800     MOVE WS-ACTIVITY-COUNT TO WS-RPT-COUNT-EDIT.
047900     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
048000
048100     MOVE 'OPERATORS REPORTED' TO WS-RPT-TOT-LABEL.
048200     MOVE WS-OPERATOR-COUNT TO WS-RPT-COUNT-EDIT.
048300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
048400
048500     MOVE 'GMNT EMPLOYEE CHANGES' TO WS-RPT-TOT-LABEL.
048600     MOVE WS-GMNT-COUNT TO WS-RPT-COUNT-EDIT.
048700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
048800
048900     MOVE 'GDPT DEPARTMENT CHANGES' TO WS-RPT-TOT-LABEL.
049000     MOVE WS-GDPT-COUNT TO WS-RPT-COUNT-EDIT.
049100     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
049200
049300     MOVE 'GAPR SUSPENSE DECISIONS AND REFUSALS' TO
049400         WS-RPT-TOT-LABEL.
049500     MOVE WS-GAPR-COUNT TO WS-RPT-COUNT-EDIT.
049600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
049620
049640     MOVE 'GREJ REJECT-DESK ACTIONS' TO WS-RPT-TOT-LABEL.
049660     MOVE WS-GREJ-COUNT TO WS-RPT-COUNT-EDIT.
049680     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
049700
049800     MOVE 'APPROVALS REFUSED - SEPARATION OF DUTY' TO
049900         WS-RPT-TOT-LABEL.
050000     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-EDIT.
050100     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
050200
050300     IF WS-PURGE-REQUESTED
050400         MOVE 'ROWS PURGED BEFORE REPORT MONTH' TO
050500             WS-RPT-TOT-LABEL
050600         MOVE WS-PURGED-COUNT TO WS-RPT-COUNT-EDIT
050700         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
050800     END-IF.
050900
051000     CLOSE OPER-RPT-FILE.
051100     DISPLAY 'GOODOPRR - OPERATOR ACTIVITY REPORT COMPLETE - RC '
051200         RETURN-CODE.
051300 9000-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------------
051700* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
051800*----------------------------------------------------------------
051900 9100-WRITE-TOTAL-LINE.
052000     MOVE SPACES TO WS-RPT-TOT-VALUE.
052100     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
052200     MOVE WS-RPT-TOTAL TO OPER-RPT-RECORD.
052300     WRITE OPER-RPT-RECORD.
052400 9100-EXIT.
052500     EXIT.
