002330*                  THE EMPLOYEE TABLE FOREVER NOW, AND THEIR
002340*                  HISTORICAL ROWS MUST NOT BLOCK RETIRING A
002350*                  DEPARTMENT NOBODY ACTIVE BELONGS TO.
002360* 10/15/2026  RJ   RECORD THE OPERATOR - EVERY ADD, RENAME, AND
002361*                  DEACTIVATION STAMPS THE SIGNED-ON CICS USER
002362*                  ID ON THE DEPARTMENT ROW AS MAINT_USER (THE
002363*                  OPERATOR WHO MAINTAINS THE DEPARTMENT, WHOM
002364*                  GAPR BARS FROM APPROVING ITS EMPLOYEES'
002365*                  HELD SALARY CHANGES) AND WRITES AN
002366*                  ONLINE_ACTIVITY ROW FOR THE MONTHLY GOODOPRR
002367*                  OPERATOR REPORT IN THE SAME UNIT OF WORK.  IF
002368*                  THE ACTIVITY ROW CANNOT BE WRITTEN THE CHANGE
002369*                  IS ROLLED BACK.
002371* 10/15/2026  RJ   DEPARTMENT BUDGETS - EACH ROW NOW CARRIES AN
002373*                  AUTHORIZED HEADCOUNT (HEAD_BUDGET) AND AN
002375*                  ANNUAL SALARY BUDGET (SAL_BUDGET), KEYED ON
002377*                  THE SCREEN IN WHOLE DOLLARS.  AN ADD SETS
002379*                  THEM (BLANK = ZERO = NO BUDGET); THE NEW B
002381*                  ACTION CHANGES EITHER OR BOTH ON AN EXISTING
002383*                  DEPARTMENT AND SHOWS THE VALUES NOW STORED.
002385*                  GOODBUDG REPORTS ACTUALS AGAINST THEM.  ALSO
002387*                  THE KEYED ACTION AND NAME ARE NOW SAVED
002389*                  BEFORE THE OUTPUT MAP IS CLEARED - THE
002391*                  OUTPUT MAP REDEFINES THE INPUT MAP, SO THE
002393*                  CLEAR WAS WIPING THEM BEFORE THEY WERE READ.
002400*----------------------------------------------------------------
002500* TRANSID GDPT, MAPSET GOODMAPS, MAP GOODMAP3.  EVERY ENTRY
002600* AFTER THE FIRST RECEIVES THE SCREEN AND APPLIES THE KEYED
007500 01  WS-DEPT-ACTIVE-FLAG     PIC X(01).
007600 01  WS-DEPT-EFF-DATE        PIC 9(08).
007700 01  WS-EMP-ON-DEPT-COUNT    PIC S9(09) COMP.
007702 01  WS-OPERATOR-ID          PIC X(08).
007704 01  WS-DEPT-HEAD-BUDGET     PIC S9(09) COMP.
007706 01  WS-DEPT-SAL-BUDGET      PIC S9(09)V99 COMP-3.
007708 01  WS-DEPT-ACTION          PIC X(01).
007710
007712*----------------------------------------------------------------
007714* BUDGET FIELDS AS KEYED ON THE SCREEN.  A BLANK FIELD MEANS NO
007716*     BUDGET ON AN ADD AND LEAVES THE STORED VALUE ALONE ON A
007718*     BUDGET CHANGE.
007720*----------------------------------------------------------------
007722 01  WS-BUD-SWITCHES.
007724     05  WS-BUD-HEAD-SWITCH  PIC X(01).
007726         88  WS-BUD-HEAD-KEYED       VALUE 'Y'.
007728     05  WS-BUD-SAL-SWITCH   PIC X(01).
007730         88  WS-BUD-SAL-KEYED        VALUE 'Y'.
007732 01  WS-BUD-HEAD-ENTRY       PIC 9(05).
007734 01  WS-BUD-SAL-ENTRY        PIC 9(09).
007736
007738*----------------------------------------------------------------
007740* ONLINE_ACTIVITY TABLE HOST VARIABLES - ONE ROW PER CHANGE
007742*     APPLIED, FOR THE MONTHLY OPERATOR ACTIVITY REPORT
007744*----------------------------------------------------------------
007746 01  WS-ACT-OPER-ID          PIC X(08).
007748 01  WS-ACT-DATE             PIC 9(08).
007750 01  WS-ACT-TIME             PIC 9(06).
007752 01  WS-ACT-TRANSID          PIC X(04).
007754 01  WS-ACT-PROGRAM          PIC X(08).
007756 01  WS-ACT-ACTION           PIC X(08).
007758 01  WS-ACT-EMP-ID           PIC 9(06).
007760 01  WS-ACT-DEPT-CODE        PIC X(04).
007762 01  WS-ACT-DETAIL           PIC X(60).
007764 01  WS-DPT-ACT-DETAIL.
007766     05  FILLER              PIC X(04) VALUE 'EFF '.
007768     05  WS-DPT-ACT-EFF-DATE PIC 9(08).
007770     05  FILLER              PIC X(06) VALUE ' NAME '.
007772     05  WS-DPT-ACT-NAME     PIC X(30).
007774     05  FILLER              PIC X(12) VALUE SPACES.
007776 01  WS-DPT-ACT-BUD-DETAIL.
007778     05  FILLER              PIC X(10) VALUE 'HEADCOUNT '.
007780     05  WS-DPT-ACT-HEAD     PIC 9(05).
007782     05  FILLER              PIC X(15) VALUE ' SALARY BUDGET '.
007784     05  WS-DPT-ACT-SAL      PIC 9(09).
007786     05  FILLER              PIC X(21) VALUE SPACES.
007800
007900*----------------------------------------------------------------
008000* TIMESTAMP WORK AREA FOR THE EFFECTIVE-DATE DEFAULT
008100*----------------------------------------------------------------
008200 01  WS-ABSTIME              PIC S9(15) COMP-3.
008300 01  WS-TS-DATE              PIC X(08).
008310 01  WS-TS-TIME              PIC X(06).
008400
008500*----------------------------------------------------------------
008600* DB2 SQL COMMUNICATIONS AREA (SQLCA)
017300         GO TO 2000-SEND-RESPONSE
017400     END-IF.
017500     MOVE MDPCODEI TO WS-DEPT-CODE.
017510     MOVE SPACES TO WS-DEPT-NAME.
017520
017530     EXEC CICS ASSIGN
017540         USERID(WS-OPERATOR-ID)
017550     END-EXEC.
017600
017700     PERFORM 7900-DEFAULT-EFF-DATE THRU 7900-EXIT.
017800     IF MDPEFFL > 0 AND MDPEFFI NOT = SPACES
018400         MOVE MDPEFFI TO WS-DEPT-EFF-DATE
018500     END-IF.
018600
018605     MOVE 'N' TO WS-BUD-HEAD-SWITCH.
018610     MOVE 'N' TO WS-BUD-SAL-SWITCH.
018615     MOVE ZERO TO WS-BUD-HEAD-ENTRY.
018620     MOVE ZERO TO WS-BUD-SAL-ENTRY.
018625     IF MDPHCNTL > 0 AND MDPHCNTI NOT = SPACES
018630         IF MDPHCNTI NOT NUMERIC
018635             MOVE SPACES TO GOODMAP3O
018640             MOVE 'HEADCOUNT MUST BE NUMERIC.' TO MDPMSGO
018645             GO TO 2000-SEND-RESPONSE
018650         END-IF
018655         MOVE MDPHCNTI TO WS-BUD-HEAD-ENTRY
018660         MOVE 'Y' TO WS-BUD-HEAD-SWITCH
018665     END-IF.
018670     IF MDPSBUDL > 0 AND MDPSBUDI NOT = SPACES
018675         IF MDPSBUDI NOT NUMERIC
018680             MOVE SPACES TO GOODMAP3O
018685             MOVE 'SALARY BUDGET MUST BE WHOLE DOLLARS.'
018690                 TO MDPMSGO
018695             GO TO 2000-SEND-RESPONSE
018700         END-IF
018705         MOVE MDPSBUDI TO WS-BUD-SAL-ENTRY
018710         MOVE 'Y' TO WS-BUD-SAL-SWITCH
018715     END-IF.
018720
018725*    THE OUTPUT MAP REDEFINES THE INPUT MAP - SAVE WHAT WAS KEYED
018730*    BEFORE CLEARING IT.
018735     MOVE MDPACTI TO WS-DEPT-ACTION.
018740     IF MDPNAMEL > 0
018745         MOVE MDPNAMEI TO WS-DEPT-NAME
018750     END-IF.
018755
018760     MOVE SPACES TO GOODMAP3O.
018800     MOVE WS-DEPT-CODE TO MDPCODEO.
018900
019000     EVALUATE WS-DEPT-ACTION
019100         WHEN 'A'
019200             PERFORM 3000-ADD-DEPARTMENT THRU 3000-EXIT
019300         WHEN 'R'
019400             PERFORM 3100-RENAME-DEPARTMENT THRU 3100-EXIT
019500         WHEN 'X'
019600             PERFORM 3200-DEACTIVATE-DEPARTMENT THRU 3200-EXIT
019650         WHEN 'B'
019700             PERFORM 3150-CHANGE-BUDGET THRU 3150-EXIT
019750         WHEN OTHER
019800             MOVE 'ACTION MUST BE A, R, X, OR B.' TO MDPMSGO
019900     END-EVALUATE.
020000
020100 2000-SEND-RESPONSE.
021700*     CODE IS REFUSED.
021800*----------------------------------------------------------------
021900 3000-ADD-DEPARTMENT.
022000     IF WS-DEPT-NAME = SPACES
022100         MOVE 'A DEPARTMENT NAME IS REQUIRED FOR AN ADD.'
022200             TO MDPMSGO
022300         GO TO 3000-EXIT
022400     END-IF.
022450     MOVE WS-BUD-HEAD-ENTRY TO WS-DEPT-HEAD-BUDGET.
022500     MOVE WS-BUD-SAL-ENTRY  TO WS-DEPT-SAL-BUDGET.
022600
022700     EXEC SQL
022800         SELECT ACTIVE_FLAG
023500         WHEN SQLCODE = 100
023600             EXEC SQL
023700                 INSERT INTO DEPARTMENT
023750                        (DEPT_CODE, DEPT_NAME, ACTIVE_FLAG,
023800                         EFF_DATE, MAINT_USER, HEAD_BUDGET,
023850                         SAL_BUDGET)
024000                 VALUES (:WS-DEPT-CODE, :WS-DEPT-NAME, 'Y',
024050                         :WS-DEPT-EFF-DATE, :WS-OPERATOR-ID,
024100                         :WS-DEPT-HEAD-BUDGET,
024150                         :WS-DEPT-SAL-BUDGET)
024200             END-EXEC
024300             IF SQLCODE = 0
024400                 MOVE 'DEPARTMENT ADDED.' TO MDPMSGO
024410                 MOVE 'ADD     ' TO WS-ACT-ACTION
024420                 PERFORM 4000-LOG-ACTIVITY THRU 4000-EXIT
024500             ELSE
024600                 MOVE 'SQL ERROR ON DEPARTMENT INSERT.'
024700                     TO MDPMSGO
025400                 UPDATE DEPARTMENT
025500                    SET DEPT_NAME   = :WS-DEPT-NAME,
025600                        ACTIVE_FLAG = 'Y',
025700                        EFF_DATE    = :WS-DEPT-EFF-DATE,
025720                        MAINT_USER  = :WS-OPERATOR-ID,
025740                        HEAD_BUDGET = :WS-DEPT-HEAD-BUDGET,
025760                        SAL_BUDGET  = :WS-DEPT-SAL-BUDGET
025800                  WHERE DEPT_CODE   = :WS-DEPT-CODE
025900             END-EXEC
026000             IF SQLCODE = 0
026100                 MOVE 'DEACTIVATED DEPARTMENT REACTIVATED.'
026200                     TO MDPMSGO
026210                 MOVE 'REACTIV ' TO WS-ACT-ACTION
026220                 PERFORM 4000-LOG-ACTIVITY THRU 4000-EXIT
026300             ELSE
026400                 MOVE 'SQL ERROR ON DEPARTMENT REACTIVATE.'
026500                     TO MDPMSGO
027500*     DEPARTMENT ROW
027600*----------------------------------------------------------------
027700 3100-RENAME-DEPARTMENT.
027800     IF WS-DEPT-NAME = SPACES
027900         MOVE 'A DEPARTMENT NAME IS REQUIRED FOR A RENAME.'
028000             TO MDPMSGO
028100         GO TO 3100-EXIT
028200     END-IF.
028400
028500     EXEC SQL
028600         UPDATE DEPARTMENT
028700            SET DEPT_NAME  = :WS-DEPT-NAME,
028710                MAINT_USER = :WS-OPERATOR-ID
028800          WHERE DEPT_CODE  = :WS-DEPT-CODE
028900     END-EXEC.
029000
029100     EVALUATE SQLCODE
029200         WHEN 0
029300             MOVE 'DEPARTMENT RENAMED.' TO MDPMSGO
029310             MOVE 'RENAME  ' TO WS-ACT-ACTION
029320             PERFORM 4000-LOG-ACTIVITY THRU 4000-EXIT
029400         WHEN 100
029500             MOVE 'NO DEPARTMENT FOUND FOR THAT CODE.'
029600                 TO MDPMSGO
029900     END-EVALUATE.
030000 3100-EXIT.
030100     EXIT.
030101
030102*----------------------------------------------------------------
030103* 3150-CHANGE-BUDGET - SET THE AUTHORIZED HEADCOUNT AND/OR THE
030104*     ANNUAL SALARY BUDGET OF AN EXISTING DEPARTMENT.  A FIELD
030105*     LEFT BLANK KEEPS ITS STORED VALUE; ZERO MEANS NO BUDGET.
030106*     THE VALUES NOW STORED ARE SHOWN BACK ON THE SCREEN.
030107*----------------------------------------------------------------
030108 3150-CHANGE-BUDGET.
030109     IF NOT WS-BUD-HEAD-KEYED AND NOT WS-BUD-SAL-KEYED
030110         MOVE 'KEY A HEADCOUNT AND/OR SALARY BUDGET FOR ACTION B.'
030111             TO MDPMSGO
030112         GO TO 3150-EXIT
030113     END-IF.
030114
030115     EXEC SQL
030116         SELECT DEPT_NAME, EFF_DATE, HEAD_BUDGET, SAL_BUDGET
030117           INTO :WS-DEPT-NAME, :WS-DEPT-EFF-DATE,
030118                :WS-DEPT-HEAD-BUDGET, :WS-DEPT-SAL-BUDGET
030119           FROM DEPARTMENT
030120          WHERE DEPT_CODE = :WS-DEPT-CODE
030121     END-EXEC.
030122
030123     EVALUATE SQLCODE
030124         WHEN 0
030125             CONTINUE
030126         WHEN 100
030127             MOVE 'NO DEPARTMENT FOUND FOR THAT CODE.'
030128                 TO MDPMSGO
030129             GO TO 3150-EXIT
030130         WHEN OTHER
030131             MOVE 'SQL ERROR ON DEPARTMENT LOOKUP.' TO MDPMSGO
030132             GO TO 3150-EXIT
030133     END-EVALUATE.
030134
030135     IF WS-BUD-HEAD-KEYED
030136         MOVE WS-BUD-HEAD-ENTRY TO WS-DEPT-HEAD-BUDGET
030137     END-IF.
030138     IF WS-BUD-SAL-KEYED
030139         MOVE WS-BUD-SAL-ENTRY TO WS-DEPT-SAL-BUDGET
030140     END-IF.
030141
030142     EXEC SQL
030143         UPDATE DEPARTMENT
030144            SET HEAD_BUDGET = :WS-DEPT-HEAD-BUDGET,
030145                SAL_BUDGET  = :WS-DEPT-SAL-BUDGET,
030146                MAINT_USER  = :WS-OPERATOR-ID
030147          WHERE DEPT_CODE   = :WS-DEPT-CODE
030148     END-EXEC.
030149
030150     IF SQLCODE NOT = 0
030151         MOVE 'SQL ERROR ON DEPARTMENT BUDGET UPDATE.' TO MDPMSGO
030152         GO TO 3150-EXIT
030153     END-IF.
030154
030155     MOVE WS-DEPT-NAME        TO MDPNAMEO.
030156     MOVE WS-DEPT-EFF-DATE    TO MDPEFFO.
030157     MOVE WS-DEPT-HEAD-BUDGET TO WS-BUD-HEAD-ENTRY.
030158     MOVE WS-DEPT-SAL-BUDGET  TO WS-BUD-SAL-ENTRY.
030159     MOVE WS-BUD-HEAD-ENTRY   TO MDPHCNTO.
030160     MOVE WS-BUD-SAL-ENTRY    TO MDPSBUDO.
030161     MOVE 'DEPARTMENT BUDGET CHANGED.' TO MDPMSGO.
030162     MOVE 'BUDGET  ' TO WS-ACT-ACTION.
030163     PERFORM 4000-LOG-ACTIVITY THRU 4000-EXIT.
030164 3150-EXIT.
030165     EXIT.
030200
030300*----------------------------------------------------------------
030400* 3200-DEACTIVATE-DEPARTMENT - RETIRE A DEPARTMENT AS OF THE
032800     EXEC SQL
032900         UPDATE DEPARTMENT
033000            SET ACTIVE_FLAG = 'N',
033100                EFF_DATE    = :WS-DEPT-EFF-DATE,
033110                MAINT_USER  = :WS-OPERATOR-ID
033200          WHERE DEPT_CODE   = :WS-DEPT-CODE
033300     END-EXEC.
033400
033500     EVALUATE SQLCODE
033600         WHEN 0
033700             MOVE 'DEPARTMENT DEACTIVATED.' TO MDPMSGO
033710             MOVE 'DEACTIV ' TO WS-ACT-ACTION
033720             PERFORM 4000-LOG-ACTIVITY THRU 4000-EXIT
033800         WHEN 100
033900             MOVE 'NO DEPARTMENT FOUND FOR THAT CODE.'
034000                 TO MDPMSGO
034400     END-EVALUATE.
034500 3200-EXIT.
034600     EXIT.
034601
034602*----------------------------------------------------------------
034603* 4000-LOG-ACTIVITY - RECORD WHO MADE THE CHANGE JUST APPLIED ON
034604*     THE ONLINE_ACTIVITY TABLE, IN THE SAME UNIT OF WORK.  THE
034605*     CALLER HAS SET THE ACTION.  A FAILURE ROLLS THE CHANGE
034606*     BACK AND REPLACES THE CALLER'S SUCCESS MESSAGE.
034607*----------------------------------------------------------------
034608 4000-LOG-ACTIVITY.
034609     EXEC CICS ASKTIME
034610         ABSTIME(WS-ABSTIME)
034611     END-EXEC.
034612     EXEC CICS FORMATTIME
034613         ABSTIME(WS-ABSTIME)
034614         YYYYMMDD(WS-TS-DATE)
034615         TIME(WS-TS-TIME)
034616     END-EXEC.
034617
034618     MOVE WS-DEPT-EFF-DATE TO WS-DPT-ACT-EFF-DATE.
034619     MOVE WS-DEPT-NAME     TO WS-DPT-ACT-NAME.
034620     MOVE WS-OPERATOR-ID   TO WS-ACT-OPER-ID.
034621     MOVE WS-TS-DATE       TO WS-ACT-DATE.
034622     MOVE WS-TS-TIME       TO WS-ACT-TIME.
034623     MOVE 'GDPT'           TO WS-ACT-TRANSID.
034624     MOVE 'GOODDEPT'       TO WS-ACT-PROGRAM.
034625     MOVE ZERO             TO WS-ACT-EMP-ID.
034626     MOVE WS-DEPT-CODE     TO WS-ACT-DEPT-CODE.
034627     IF WS-ACT-ACTION = 'BUDGET  '
034628         MOVE WS-BUD-HEAD-ENTRY     TO WS-DPT-ACT-HEAD
034629         MOVE WS-BUD-SAL-ENTRY      TO WS-DPT-ACT-SAL
034630         MOVE WS-DPT-ACT-BUD-DETAIL TO WS-ACT-DETAIL
034631     ELSE
034632         MOVE WS-DPT-ACT-DETAIL TO WS-ACT-DETAIL
034633     END-IF.
034634
034635     EXEC SQL
034636         INSERT INTO ONLINE_ACTIVITY
034637                (OPER_ID, ACT_DATE, ACT_TIME, TRANSID, PROGRAM,
034638                 ACTION, EMP_ID, DEPT_CODE, DETAIL)
034639         VALUES (:WS-ACT-OPER-ID, :WS-ACT-DATE, :WS-ACT-TIME,
034640                 :WS-ACT-TRANSID, :WS-ACT-PROGRAM,
034641                 :WS-ACT-ACTION, :WS-ACT-EMP-ID,
034642                 :WS-ACT-DEPT-CODE, :WS-ACT-DETAIL)
034643     END-EXEC.
034644     IF SQLCODE NOT = 0
034645         EXEC CICS SYNCPOINT ROLLBACK
034646         END-EXEC
034647         MOVE 'ACTIVITY LOG UNAVAILABLE - NOTHING APPLIED.'
034648             TO MDPMSGO
034649     END-IF.
034650 4000-EXIT.
034651     EXIT.
034700
034800*----------------------------------------------------------------
034900* 5000-END-CONVERSATION - OPERATOR PRESSED PF3, SO SEND A
