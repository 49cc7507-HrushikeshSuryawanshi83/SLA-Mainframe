004000*                  EXIST, AND A RUN THAT FAILS PARTWAY IS
004100*                  ROLLED BACK WHOLE RATHER THAN COMMITTED
004200*                  WITH MOVES ITS AUDIT FILE DOES NOT CARRY.
004210* 10/15/2026  RJ   BUDGET WARNING ON PREVIEW - MODE P NOW SHOWS
004220*                  THE TO-DEPARTMENT'S ACTIVE HEADCOUNT AND
004230*                  SALARY AFTER THE PLANNED MOVES AGAINST ITS
004240*                  HEAD_BUDGET AND SAL_BUDGET, AND WARNS (RC 4)
004250*                  WHEN EITHER WOULD GO OVER.  A BUDGET OF ZERO
004260*                  MEANS NONE IS SET.
004262* 10/15/2026  RJ   RETRY DB2 LOCK CONTENTION - A -911 OR -913 ON
004264*                  THE EMPLOYEE FETCH OR UPDATE OR ON THE AUDIT
004266*                  CHAIN NO LONGER STOPS THE RUN AS AN SQL ERROR.
004268*                  THE WHOLE TRANSFER IS ONE UNIT OF WORK, SO THE
004270*                  RUN ROLLS BACK TO ITS START, REOPENS ITS OUTPUT
004272*                  FILES, WAITS, AND RUNS THE PASS AGAIN, UP TO
004274*                  THE CARD'S RETRY LIMIT (DEFAULT 3 RETRIES, 2
004276*                  SECONDS APART).  A RUN STILL BLOCKED AFTER THE
004278*                  LAST RETRY ENDS RC 12 WITH NOTHING MOVED, SO IT
004280*                  CAN SIMPLY BE RESUBMITTED.  THE REPORT COUNTS
004282*                  THE RETRIES.
004300*----------------------------------------------------------------
004400* PARAMETER CARD (ONE 80-BYTE RECORD ON PARMFILE):
004500*   COLS  1-4   FROM-DEPARTMENT CODE
004800*   COLS 18-23  EMPLOYEE ID TO     (BLANK = 999999)
004900*   COLS 25-32  EFFECTIVE DATE CCYYMMDD (BLANK = TODAY)
005000*   COL  34     MODE - P = PREVIEW ONLY, U = UPDATE
005020*   COLS 36-37  LOCK-CONTENTION RETRY LIMIT (BLANK = 03)
005040*   COLS 39-41  SECONDS TO WAIT BEFORE A RETRY (BLANK = 002)
005100*----------------------------------------------------------------
005200
005300 ENVIRONMENT DIVISION.
009600     05  PARM-MODE           PIC X(01).
009700         88  PARM-PREVIEW-MODE       VALUE 'P'.
009800         88  PARM-UPDATE-MODE        VALUE 'U'.
009820     05  FILLER              PIC X(01).
009840     05  PARM-RETRY-LIMIT    PIC X(02).
009860     05  FILLER              PIC X(01).
009880     05  PARM-WAIT-SECONDS   PIC X(03).
009900     05  FILLER              PIC X(39).
010000
010100 FD  AUDIT-OUT-FILE
010200     RECORDING MODE IS F
013100     05  WS-MODE-SWITCH      PIC X(01) VALUE 'P'.
013200         88  WS-PREVIEW-MODE         VALUE 'P'.
013300         88  WS-UPDATE-MODE          VALUE 'U'.
013310     05  WS-CONTENTION-SWITCH
013320                             PIC X(01) VALUE 'N'.
013330         88  WS-LOCK-CONTENTION      VALUE 'Y'.
013340     05  WS-CONTENTION-STOP-SWITCH
013350                             PIC X(01) VALUE 'N'.
013360         88  WS-STOPPED-BY-CONTENTION VALUE 'Y'.
013400
013500*----------------------------------------------------------------
013600* TRANSFER SELECTION - LOADED FROM THE PARAMETER CARD
014000 01  WS-SEL-EMP-ID-FROM      PIC 9(06) VALUE ZERO.
014100 01  WS-SEL-EMP-ID-TO        PIC 9(06) VALUE 999999.
014200 01  WS-EFF-DATE             PIC 9(08).
014205
014210*----------------------------------------------------------------
014215* LOCK-CONTENTION RETRY CONTROLS - A -911 (DEADLOCK OR TIMEOUT,
014220*     ALREADY ROLLED BACK BY DB2) OR -913 (NOT ROLLED BACK) ROLLS
014225*     THE WHOLE TRANSFER BACK AND RUNS THE PASS AGAIN AFTER A
014230*     WAIT.  THE LIMIT AND WAIT COME FROM THE PARAMETER CARD.
014235*----------------------------------------------------------------
014240 01  WS-RETRY-LIMIT          PIC 9(02) VALUE 3.
014245 01  WS-RETRY-WAIT-SECONDS   PIC S9(09) COMP VALUE 2.
014250 01  WS-RETRY-WAIT-FC        PIC X(12).
014255 01  WS-RETRY-COUNT          PIC 9(09) COMP VALUE ZERO.
014260 01  WS-CONTENTION-SQLCODE   PIC S9(09) COMP VALUE ZERO.
014300
014400*----------------------------------------------------------------
014500* EMPLOYEE AND DEPARTMENT TABLE HOST VARIABLES
014700 01  WS-EMP-ID               PIC 9(06).
014800 01  WS-EMP-NAME             PIC X(30).
014900 01  WS-EMP-SALARY           PIC S9(07)V99 COMP-3.
014920 01  WS-DEPT-ACTIVE-FLAG     PIC X(01).
014940 01  WS-TO-HEAD-BUDGET       PIC S9(09) COMP.
014960 01  WS-TO-SAL-BUDGET        PIC S9(09)V99 COMP-3.
014980 01  WS-TO-HEAD-ACTUAL       PIC S9(09) COMP.
015000 01  WS-TO-SAL-ACTUAL        PIC S9(09)V99 COMP-3.
015100
015200*----------------------------------------------------------------
015300* CHANGE-TYPE FLAGS - SAME CONVENTION AS GOODUPDT.  A TRANSFER
020800*----------------------------------------------------------------
020900 01  WS-MATCHED-COUNT        PIC 9(09) COMP VALUE ZERO.
021000 01  WS-MOVED-COUNT          PIC 9(09) COMP VALUE ZERO.
021020 01  WS-MATCHED-SALARY       PIC S9(09)V99 COMP-3 VALUE ZERO.
021040 01  WS-TO-HEAD-PROJECTED    PIC S9(09) COMP VALUE ZERO.
021060 01  WS-TO-SAL-PROJECTED     PIC S9(09)V99 COMP-3 VALUE ZERO.
021080 01  WS-BUDGET-WARN-SWITCH   PIC X(01) VALUE 'N'.
021100     88  WS-BUDGET-WARNING           VALUE 'Y'.
021120 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
021140 01  WS-RPT-AMOUNT-EDIT      PIC Z(10)9.99.
021200
021300*----------------------------------------------------------------
021400* DB2 SQL COMMUNICATIONS AREA (SQLCA)
028400     END-IF.
028500
028600     PERFORM 3000-TRANSFER-EMPLOYEES THRU 3000-EXIT.
028620     PERFORM 3500-RETRY-CONTENTION THRU 3500-EXIT
028640         UNTIL NOT WS-LOCK-CONTENTION.
028700
028800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028900
032200         GO TO 1000-EXIT
032300     END-IF.
032400
032500     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
034300 1000-EXIT.
034400     EXIT.
034500
041200         MOVE PARM-EFF-DATE TO WS-EFF-DATE
041300     END-IF.
041400
041405     IF PARM-RETRY-LIMIT NOT = SPACES
041410         IF PARM-RETRY-LIMIT NOT NUMERIC
041415             DISPLAY 'GOODXFER - RETRY LIMIT NOT NUMERIC'
041420             MOVE 16 TO RETURN-CODE
041425             CLOSE PARM-FILE
041430             GO TO 1100-EXIT
041435         END-IF
041440         MOVE PARM-RETRY-LIMIT TO WS-RETRY-LIMIT
041445     END-IF.
041450     IF PARM-WAIT-SECONDS NOT = SPACES
041455         IF PARM-WAIT-SECONDS NOT NUMERIC
041460             DISPLAY 'GOODXFER - RETRY WAIT SECONDS NOT NUMERIC'
041465             MOVE 16 TO RETURN-CODE
041470             CLOSE PARM-FILE
041475             GO TO 1100-EXIT
041480         END-IF
041485         MOVE PARM-WAIT-SECONDS TO WS-RETRY-WAIT-SECONDS
041490     END-IF.
041495
041500     EVALUATE TRUE
041600         WHEN PARM-PREVIEW-MODE
041700             MOVE 'P' TO WS-MODE-SWITCH
043000*----------------------------------------------------------------
043100* 1200-VALIDATE-TO-DEPT - THE TO-DEPARTMENT MUST BE AN ACTIVE
043200*     ROW ON THE DEPARTMENT TABLE, THE SAME RULE THE EDIT STEP
043250*     ENFORCES ON FEED RECORDS.  ITS BUDGETS ARE KEPT FOR THE
043300*     PREVIEW BUDGET CHECK.
043400*----------------------------------------------------------------
043500 1200-VALIDATE-TO-DEPT.
043600     EXEC SQL
043650         SELECT ACTIVE_FLAG, HEAD_BUDGET, SAL_BUDGET
043700           INTO :WS-DEPT-ACTIVE-FLAG, :WS-TO-HEAD-BUDGET,
043750                :WS-TO-SAL-BUDGET
043900           FROM DEPARTMENT
044000          WHERE DEPT_CODE = :WS-TO-DEPT
044100     END-EXEC.
045400                 ' IS DEACTIVATED'
045500             MOVE 16 TO RETURN-CODE
045600     END-EVALUATE.
045610
045620     IF RETURN-CODE = ZERO
045630         AND WS-PREVIEW-MODE
045640         PERFORM 1250-LOAD-TO-DEPT-ACTUALS THRU 1250-EXIT
045650     END-IF.
045700 1200-EXIT.
045800     EXIT.
045802
045804*----------------------------------------------------------------
045806* 1250-LOAD-TO-DEPT-ACTUALS - ACTIVE HEADCOUNT AND SALARY ON THE
045808*     TO-DEPARTMENT BEFORE THE MOVES, THE STARTING POINT FOR THE
045810*     PREVIEW BUDGET CHECK
045812*----------------------------------------------------------------
045814 1250-LOAD-TO-DEPT-ACTUALS.
045816     EXEC SQL
045818         SELECT COUNT(*), COALESCE(SUM(SALARY), 0)
045820           INTO :WS-TO-HEAD-ACTUAL, :WS-TO-SAL-ACTUAL
045822           FROM EMPLOYEE
045824          WHERE DEPT_CODE = :WS-TO-DEPT
045826            AND STATUS    = 'A'
045828     END-EXEC.
045830
045832     IF SQLCODE NOT = 0
045834         DISPLAY 'GOODXFER - SQL ERROR ON TO-DEPARTMENT '
045836             'ACTUALS - SQLCODE ' SQLCODE
045838         MOVE 16 TO RETURN-CODE
045840     END-IF.
045842 1250-EXIT.
045844     EXIT.
045846
045848*----------------------------------------------------------------
045850* 1300-WRITE-HEADINGS - PRINT THE REPORT HEADING AND THE SELECTION
045852*     THE RUN IS WORKING FROM.  ALSO USED WHEN A LOCK-CONTENTION
045854*     RETRY REOPENS THE REPORT FOR A FRESH PASS.
045856*----------------------------------------------------------------
045858 1300-WRITE-HEADINGS.
045860     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
045862     MOVE WS-RPT-HEADING TO XFER-RPT-RECORD.
045864     WRITE XFER-RPT-RECORD.
045866
045868     MOVE WS-FROM-DEPT       TO WS-RPT-CRIT-FROM.
045870     MOVE WS-TO-DEPT         TO WS-RPT-CRIT-TO.
045872     MOVE WS-SEL-EMP-ID-FROM TO WS-RPT-CRIT-ID-FROM.
045874     MOVE WS-SEL-EMP-ID-TO   TO WS-RPT-CRIT-ID-TO.
045876     MOVE WS-EFF-DATE        TO WS-RPT-CRIT-EFF.
045878     IF WS-PREVIEW-MODE
045880         MOVE 'PREVIEW' TO WS-RPT-CRIT-MODE
045882     ELSE
045884         MOVE 'UPDATE ' TO WS-RPT-CRIT-MODE
045886     END-IF.
045888     MOVE WS-RPT-CRITERIA TO XFER-RPT-RECORD.
045890     WRITE XFER-RPT-RECORD.
045892     MOVE SPACES TO XFER-RPT-RECORD.
045894     WRITE XFER-RPT-RECORD.
045896 1300-EXIT.
045898     EXIT.
045900
046000*----------------------------------------------------------------
046100* 3000-TRANSFER-EMPLOYEES - WALK EVERY EMPLOYEE ROW IN THE
049200     EXEC SQL
049300         CLOSE XFERCUR
049400     END-EXEC.
049410
049420*    A PASS CUT SHORT BY LOCK CONTENTION IS ROLLED BACK AND RUN
049430*    AGAIN BY 3500-RETRY-CONTENTION.
049440     IF WS-LOCK-CONTENTION
049450         GO TO 3000-EXIT
049460     END-IF.
049500
049600*    A RUN THAT FAILED PARTWAY IS BACKED OUT WHOLE - A UNIT OF
049700*    WORK WHOSE AUDIT WRITE FAILED MUST NEVER COMMIT, AND THE
051300     END-IF.
051400 3000-EXIT.
051500     EXIT.
051501
051502*----------------------------------------------------------------
051503* 3500-RETRY-CONTENTION - THE PASS HIT LOCK CONTENTION.  ROLL THE
051504*     WHOLE TRANSFER BACK (IT IS ONE UNIT OF WORK) AND, UNLESS THE
051505*     RETRIES ARE SPENT, WAIT, START THE OUTPUT FILES AGAIN, AND
051506*     RUN THE PASS AGAIN.  A RUN STILL BLOCKED AFTER THE LAST
051507*     RETRY ENDS RC 12 WITH NOTHING MOVED - RESUBMIT IT LATER.
051508*----------------------------------------------------------------
051509 3500-RETRY-CONTENTION.
051510     EXEC SQL
051511         ROLLBACK
051512     END-EXEC.
051513     MOVE 'N' TO WS-CONTENTION-SWITCH.
051514
051515     IF WS-RETRY-COUNT NOT < WS-RETRY-LIMIT
051516         DISPLAY 'GOODXFER - LOCK CONTENTION - SQLCODE '
051517             WS-CONTENTION-SQLCODE ' - RUN STOPPED AFTER '
051518             WS-RETRY-COUNT ' RETRIES, ALL MOVES ROLLED BACK'
051519         MOVE 'Y' TO WS-CONTENTION-STOP-SWITCH
051520         MOVE 12 TO RETURN-CODE
051521         GO TO 3500-EXIT
051522     END-IF.
051523
051524     ADD 1 TO WS-RETRY-COUNT.
051525     DISPLAY 'GOODXFER - LOCK CONTENTION - SQLCODE '
051526         WS-CONTENTION-SQLCODE ' - ROLLED BACK, RETRY '
051527         WS-RETRY-COUNT.
051528     CALL 'CEE3DLY' USING WS-RETRY-WAIT-SECONDS, WS-RETRY-WAIT-FC.
051529
051530     PERFORM 3600-RESTART-PASS THRU 3600-EXIT.
051531     IF RETURN-CODE NOT = ZERO
051532         GO TO 3500-EXIT
051533     END-IF.
051534     PERFORM 3000-TRANSFER-EMPLOYEES THRU 3000-EXIT.
051535 3500-EXIT.
051536     EXIT.
051537
051538*----------------------------------------------------------------
051539* 3600-RESTART-PASS - DISCARD WHAT THE ROLLED-BACK PASS WROTE:
051540*     REOPEN THE AUDIT, EXTRACT, AND REPORT FILES EMPTY, REPRINT
051541*     THE HEADINGS, AND ZERO THE PASS TOTALS
051542*----------------------------------------------------------------
051543 3600-RESTART-PASS.
051544     CLOSE AUDIT-OUT-FILE.
051545     CLOSE PAYROLL-EXTRACT-FILE.
051546     CLOSE XFER-RPT-FILE.
051547     OPEN OUTPUT AUDIT-OUT-FILE.
051548     OPEN OUTPUT PAYROLL-EXTRACT-FILE.
051549     OPEN OUTPUT XFER-RPT-FILE.
051550     IF WS-AUDIT-OUT-STATUS NOT = '00'
051551         OR WS-PAYROLL-EXTRACT-STATUS NOT = '00'
051552         OR WS-XFER-RPT-STATUS NOT = '00'
051553         DISPLAY 'GOODXFER - REOPEN ERROR ON AN OUTPUT - STATUS '
051554             WS-AUDIT-OUT-STATUS ' '
051555             WS-PAYROLL-EXTRACT-STATUS ' ' WS-XFER-RPT-STATUS
051556         MOVE 16 TO RETURN-CODE
051557         GO TO 3600-EXIT
051558     END-IF.
051559
051560     MOVE ZERO TO WS-MATCHED-COUNT.
051561     MOVE ZERO TO WS-MOVED-COUNT.
051562     MOVE ZERO TO WS-MATCHED-SALARY.
051563     MOVE 'N'  TO WS-EOF-SWITCH.
051564     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
051565 3600-EXIT.
051566     EXIT.
051600
051700*----------------------------------------------------------------
051800* 3100-FETCH-EMPLOYEE - ONE MATCHING ROW: PREVIEW IT OR MOVE IT
052700         MOVE 'Y' TO WS-EOF-SWITCH
052800         GO TO 3100-EXIT
052900     END-IF.
052920     IF SQLCODE = -911 OR SQLCODE = -913
052940         PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
052960         GO TO 3100-EXIT
052980     END-IF.
053000     IF SQLCODE NOT = 0
053100         DISPLAY 'GOODXFER - SQL ERROR ON EMPLOYEE FETCH - '
053200             'SQLCODE ' SQLCODE
053800     ADD 1 TO WS-MATCHED-COUNT.
053900
054000     IF WS-PREVIEW-MODE
054050         ADD WS-EMP-SALARY TO WS-MATCHED-SALARY
054100         MOVE 'WOULD MOVE' TO WS-RPT-DET-DISP
054200         PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
054300         GO TO 3100-EXIT
056700          WHERE CURRENT OF XFERCUR
056800     END-EXEC.
056900
056920     IF SQLCODE = -911 OR SQLCODE = -913
056940         PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
056960         GO TO 4000-EXIT
056980     END-IF.
057000     IF SQLCODE NOT = 0
057100         DISPLAY 'GOODXFER - SQL ERROR ON EMPLOYEE UPDATE - '
057200             'SQLCODE ' SQLCODE ' ID ' WS-EMP-ID
059900     WRITE XFER-RPT-RECORD.
060000 5000-EXIT.
060100     EXIT.
060105
060110*----------------------------------------------------------------
060115* 6100-NOTE-CONTENTION - A STATEMENT HIT A DEADLOCK OR TIMEOUT.
060120*     FLAG IT FOR 3500-RETRY-CONTENTION, KEEP THE SQLCODE FOR
060125*     THE MESSAGES, AND DRAIN THE CURSOR LOOP.
060130*----------------------------------------------------------------
060135 6100-NOTE-CONTENTION.
060140     MOVE 'Y'     TO WS-CONTENTION-SWITCH.
060145     MOVE SQLCODE TO WS-CONTENTION-SQLCODE.
060150     MOVE 'Y'     TO WS-EOF-SWITCH.
060155 6100-EXIT.
060160     EXIT.
060200
060300*----------------------------------------------------------------
060400* 7000-WRITE-AUDIT - THE SAME BEFORE/AFTER AUDREC01 RECORD A
071800*     THE EOF SWITCH THE SAME WAY AN UPDATE FAILURE DOES
071900*----------------------------------------------------------------
072000 7720-CHAIN-FAILED.
072010     IF SQLCODE = -911 OR SQLCODE = -913
072020         PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
072030         MOVE 'N' TO WS-CHAIN-OK-SWITCH
072040         GO TO 7720-EXIT
072050     END-IF.
072100     DISPLAY 'GOODXFER - AUDIT CHAIN UNAVAILABLE - SQLCODE '
072200         SQLCODE ' - RUN STOPPED'.
072300     MOVE 'N' TO WS-CHAIN-OK-SWITCH.
074800     ACCEPT WS-TS-TIME FROM TIME.
074900 7900-EXIT.
075000     EXIT.
075001
075002*----------------------------------------------------------------
075003* 8500-CHECK-TO-DEPT-BUDGET - PREVIEW ONLY.  PROJECT THE
075004*     TO-DEPARTMENT'S ACTIVE HEADCOUNT AND SALARY AFTER THE
075005*     PLANNED MOVES, PRINT THEM AGAINST ITS BUDGETS, AND WARN
075006*     (RC 4) WHEN A BUDGET WOULD BE EXCEEDED.  A BUDGET OF ZERO
075007*     MEANS NONE IS SET AND IS NOT CHECKED.
075008*----------------------------------------------------------------
075009 8500-CHECK-TO-DEPT-BUDGET.
075010     COMPUTE WS-TO-HEAD-PROJECTED =
075011         WS-TO-HEAD-ACTUAL + WS-MATCHED-COUNT.
075012     COMPUTE WS-TO-SAL-PROJECTED =
075013         WS-TO-SAL-ACTUAL + WS-MATCHED-SALARY.
075014
075015     MOVE SPACES TO XFER-RPT-RECORD.
075016     WRITE XFER-RPT-RECORD.
075017
075018     MOVE 'TO-DEPARTMENT HEADCOUNT AFTER MOVES' TO
075019         WS-RPT-TOT-LABEL.
075020     MOVE WS-TO-HEAD-PROJECTED TO WS-RPT-COUNT-EDIT.
075021     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
075022
075023     MOVE 'TO-DEPARTMENT HEADCOUNT BUDGET' TO WS-RPT-TOT-LABEL.
075024     MOVE WS-TO-HEAD-BUDGET TO WS-RPT-COUNT-EDIT.
075025     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
075026
075027     MOVE 'TO-DEPARTMENT SALARY AFTER MOVES' TO WS-RPT-TOT-LABEL.
075028     MOVE WS-TO-SAL-PROJECTED TO WS-RPT-AMOUNT-EDIT.
075029     PERFORM 9200-WRITE-AMOUNT-LINE THRU 9200-EXIT.
075030
075031     MOVE 'TO-DEPARTMENT SALARY BUDGET' TO WS-RPT-TOT-LABEL.
075032     MOVE WS-TO-SAL-BUDGET TO WS-RPT-AMOUNT-EDIT.
075033     PERFORM 9200-WRITE-AMOUNT-LINE THRU 9200-EXIT.
075034
075035     IF WS-TO-HEAD-BUDGET > 0
075036         AND WS-TO-HEAD-PROJECTED > WS-TO-HEAD-BUDGET
075037         MOVE 'Y' TO WS-BUDGET-WARN-SWITCH
075038         MOVE SPACES TO WS-RPT-TOTAL
075039         MOVE 'BUDGET WARNING' TO WS-RPT-TOT-LABEL
075040         MOVE 'HEADCOUNT WOULD EXCEED THE TO-DEPARTMENT BUDGET'
075041             TO WS-RPT-TOT-VALUE
075042         MOVE WS-RPT-TOTAL TO XFER-RPT-RECORD
075043         WRITE XFER-RPT-RECORD
075044         DISPLAY 'GOODXFER - BUDGET WARNING - ' WS-TO-DEPT
075045             ' HEADCOUNT WOULD EXCEED BUDGET'
075046     END-IF.
075047
075048     IF WS-TO-SAL-BUDGET > 0
075049         AND WS-TO-SAL-PROJECTED > WS-TO-SAL-BUDGET
075050         MOVE 'Y' TO WS-BUDGET-WARN-SWITCH
075051         MOVE SPACES TO WS-RPT-TOTAL
075052         MOVE 'BUDGET WARNING' TO WS-RPT-TOT-LABEL
075053         MOVE 'SALARY WOULD EXCEED THE TO-DEPARTMENT BUDGET'
075054             TO WS-RPT-TOT-VALUE
075055         MOVE WS-RPT-TOTAL TO XFER-RPT-RECORD
075056         WRITE XFER-RPT-RECORD
075057         DISPLAY 'GOODXFER - BUDGET WARNING - ' WS-TO-DEPT
075058             ' SALARY WOULD EXCEED BUDGET'
075059     END-IF.
075060
075061     IF WS-BUDGET-WARNING
075062         MOVE 4 TO RETURN-CODE
075063     END-IF.
075064 8500-EXIT.
075065     EXIT.
075100
075200*----------------------------------------------------------------
075300* 9000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE
076300     MOVE 'EMPLOYEES MOVED' TO WS-RPT-TOT-LABEL.
076400     MOVE WS-MOVED-COUNT TO WS-RPT-COUNT-EDIT.
076500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
076520
076540     MOVE 'LOCK CONTENTION RETRIES' TO WS-RPT-TOT-LABEL.
076560     MOVE WS-RETRY-COUNT TO WS-RPT-COUNT-EDIT.
076580     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
076600
076700     MOVE SPACES TO WS-RPT-TOTAL.
076800     MOVE 'RUN MODE' TO WS-RPT-TOT-LABEL.
076850     EVALUATE TRUE
076900         WHEN WS-STOPPED-BY-CONTENTION
076950             MOVE 'STOPPED - LOCK CONTENTION, NOTHING MOVED' TO
077000                 WS-RPT-TOT-VALUE
077050         WHEN WS-PREVIEW-MODE
077100             MOVE 'PREVIEW - NOTHING UPDATED' TO WS-RPT-TOT-VALUE
077150         WHEN OTHER
077200             MOVE 'UPDATE - TRANSFERS APPLIED' TO WS-RPT-TOT-VALUE
077250     END-EVALUATE.
077400     MOVE WS-RPT-TOTAL TO XFER-RPT-RECORD.
077500     WRITE XFER-RPT-RECORD.
077510
077520     IF WS-PREVIEW-MODE
077530         AND RETURN-CODE = ZERO
077540         PERFORM 8500-CHECK-TO-DEPT-BUDGET THRU 8500-EXIT
077550     END-IF.
077600
077700     CLOSE AUDIT-OUT-FILE.
077800     CLOSE PAYROLL-EXTRACT-FILE.
079100     WRITE XFER-RPT-RECORD.
079200 9100-EXIT.
079300     EXIT.
079400
079500*----------------------------------------------------------------
079600* 9200-WRITE-AMOUNT-LINE - PRINT ONE LABEL/AMOUNT TOTAL LINE
079700*----------------------------------------------------------------
079800 9200-WRITE-AMOUNT-LINE.
079900     MOVE SPACES TO WS-RPT-TOT-VALUE.
080000     MOVE WS-RPT-AMOUNT-EDIT TO WS-RPT-TOT-VALUE.
080100     MOVE WS-RPT-TOTAL TO XFER-RPT-RECORD.
080200     WRITE XFER-RPT-RECORD.
080300 9200-EXIT.
080400     EXIT.
