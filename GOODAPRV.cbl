002000*                  PATH AND RETURNS REJECTIONS TO THE SOURCE
002100*                  ON ITS REPORT.  ACCESS IS RESTRICTED BY
002200*                  TRANSACTION SECURITY ON GAPR.
002210* 10/15/2026  RJ   SEPARATION OF DUTIES AND REVIEWER RECORD -
002211*                  THE SIGNED-ON CICS USER ID IS STAMPED ON
002212*                  EVERY DECISION AS REVIEWED_BY WITH THE
002213*                  REVIEW DATE, AND EVERY DECISION OR REFUSAL
002214*                  WRITES AN ONLINE_ACTIVITY ROW FOR THE
002215*                  MONTHLY GOODOPRR OPERATOR REPORT.  AN
002216*                  APPROVAL IS REFUSED WHEN THE SUPERVISOR IS
002217*                  THE OPERATOR WHO LAST KEYED A GMNT CHANGE TO
002218*                  THE EMPLOYEE (EMPLOYEE.MAINT_USER) OR WHO
002219*                  MAINTAINS THE EMPLOYEE'S DEPARTMENT UNDER
002220*                  GDPT (DEPARTMENT.MAINT_USER).  A REJECTION IS
002221*                  STILL ALLOWED - IT CANNOT PUT A CHANGE
002222*                  THROUGH.
002227* 10/15/2026  RJ   REPORTING-CHAIN REVIEW - A HELD CHANGE IS SHOWN
002232*                  AND DECIDED ONLY BY A SUPERVISOR IN THE
002237*                  EMPLOYEE'S REPORTING CHAIN: THE SIGNED-ON USER
002242*                  ID IS MATCHED TO AN ACTIVE EMPLOYEE THROUGH
002247*                  EMPLOYEE.USER_ID (MAINTAINED ON GMNT) AND THE
002252*                  CHAIN IS WALKED UP EMPLOYEE.MANAGER_ID FROM THE
002257*                  MANAGER GOODUPDT ASSIGNED THE CHANGE TO.  A
002262*                  CHANGE WITH NO MANAGER TO START FROM IS OPEN TO
002267*                  ANY SUPERVISOR, AS BEFORE.  NOBODY MAY REVIEW
002272*                  THEIR OWN CHANGE.  A SUPERVISOR OUTSIDE THE
002277*                  CHAIN SEES NO FIGURES AND MAY NEITHER APPROVE
002282*                  NOR REJECT; A REFUSED DECISION IS LOGGED.
002284* 10/15/2026  RJ   NOBODY MAY REVIEW THEIR OWN CHANGE EVEN WHEN IT
002286*                  HAS NO MANAGER TO START FROM.  AN APPROVAL IS
002288*                  ALSO REFUSED TO A CLERK WHO CORRECTED OR
002290*                  RESUBMITTED A RECORD FOR THE EMPLOYEE ON THE
002292*                  GREJ REJECT DESK.  A REFUSAL WHOSE ACTIVITY ROW
002294*                  COULD NOT BE WRITTEN NOW SHOWS THAT ERROR.
002300*----------------------------------------------------------------
002400* TRANSID GAPR, MAPSET GOODMAPS, MAP GOODMAP4.  THE COMMAREA
002500* CARRIES THE CONVERSATION PHASE AND THE KEY OF THE SUSPENSE
007400 01  WS-SUSP-NEW-SALARY      PIC S9(07)V99 COMP-3.
007500 01  WS-SUSP-CHANGE-PCT      PIC 9(07)V99 COMP-3.
007600 01  WS-SUSP-NEW-STATUS      PIC X(01).
007602 01  WS-SUSP-REVIEWED-DATE   PIC 9(08).
007604 01  WS-OPERATOR-ID          PIC X(08).
007606
007608*----------------------------------------------------------------
007610* SEPARATION-OF-DUTIES HOST VARIABLES AND SWITCH - WHO LAST
007612*     KEYED THE EMPLOYEE ONLINE AND WHO MAINTAINS THE
007614*     EMPLOYEE'S DEPARTMENT
007616*----------------------------------------------------------------
007618 01  WS-EMP-DEPT-CODE        PIC X(04).
007620 01  WS-EMP-MAINT-USER       PIC X(08).
007622 01  WS-DEPT-MAINT-USER      PIC X(08).
007624 01  WS-SOD-SWITCH           PIC X(01).
007626     88  WS-SOD-CLEAR                VALUE 'Y'.
007628 01  WS-SOD-REASON           PIC X(46).
007629 01  WS-GREJ-KEYED-COUNT    PIC S9(09) COMP.
007630
007632*----------------------------------------------------------------
007634* ONLINE_ACTIVITY TABLE HOST VARIABLES - ONE ROW PER DECISION
007636*     OR REFUSAL, FOR THE MONTHLY OPERATOR ACTIVITY REPORT
007638*----------------------------------------------------------------
007640 01  WS-ACT-OPER-ID          PIC X(08).
007642 01  WS-ACT-DATE             PIC 9(08).
007644 01  WS-ACT-TIME             PIC 9(06).
007646 01  WS-ACT-TRANSID          PIC X(04).
007648 01  WS-ACT-PROGRAM          PIC X(08).
007650 01  WS-ACT-ACTION           PIC X(08).
007652 01  WS-ACT-EMP-ID           PIC 9(06).
007654 01  WS-ACT-DEPT-CODE        PIC X(04).
007656 01  WS-ACT-DETAIL           PIC X(60).
007658 01  WS-APR-ACT-DETAIL.
007660     05  FILLER              PIC X(05) VALUE 'HELD '.
007662     05  WS-APR-ACT-HELD     PIC 9(08).
007664     05  FILLER              PIC X(01) VALUE SPACE.
007666     05  WS-APR-ACT-REASON   PIC X(46).
007668
007670*----------------------------------------------------------------
007672* TIMESTAMP WORK AREAS FOR THE REVIEW DATE AND ACTIVITY ROW
007674*----------------------------------------------------------------
007676 01  WS-ABSTIME              PIC S9(15) COMP-3.
007678 01  WS-TS-DATE              PIC X(08).
007680 01  WS-TS-TIME              PIC X(06).
007681
007682*----------------------------------------------------------------
007683* REPORTING-CHAIN HOST VARIABLES AND SWITCHES - THE REVIEWER'S
007684*     OWN EMPLOYEE ID AND THE WALK UP THE CHAIN FROM THE MANAGER
007685*     THE CHANGE WAS ASSIGNED TO, STOPPING AT THE TOP, AT THE
007686*     REVIEWER, OR AFTER WS-WALK-LIMIT LEVELS
007687*----------------------------------------------------------------
007688 01  WS-SUPV-EMP-ID          PIC 9(06).
007689 01  WS-SUSP-ASSIGNED-MGR    PIC 9(06).
007690 01  WS-WALK-ID              PIC 9(06).
007691 01  WS-WALK-DEPTH           PIC 9(04) COMP.
007692 01  WS-WALK-LIMIT           PIC 9(04) COMP VALUE 50.
007693 01  WS-CHAIN-SWITCH         PIC X(01).
007694     88  WS-CHAIN-CLEAR              VALUE 'Y'.
007695 01  WS-CHAIN-REASON         PIC X(46).
007696 01  WS-REVIEW-SWITCH        PIC X(01).
007697     88  WS-REVIEW-ALLOWED           VALUE 'Y'.
007700
007800*----------------------------------------------------------------
007900* DB2 SQL COMMUNICATIONS AREA (SQLCA)
018600     END-IF.
018700
018800     MOVE MAPRIDI TO WS-SUSP-EMP-ID.
018810
018820     EXEC CICS ASSIGN
018830         USERID(WS-OPERATOR-ID)
018840     END-EXEC.
018900
019000     EXEC SQL
019100         SELECT HELD_DATE, OLD_SALARY, NEW_SALARY, CHANGE_PCT
021300             MOVE WS-SUSP-EMP-ID     TO CA-EMP-ID
021400             MOVE WS-SUSP-HELD-DATE  TO CA-HELD-DATE
021500             MOVE 'D' TO CA-PHASE
021510             PERFORM 9000-CHECK-REVIEWER THRU 9000-EXIT
021520             IF WS-SOD-CLEAR
021600                 MOVE 'KEY A (APPROVE) OR R (REJECT) AND PRESS ENT
021700-                    'ER.  PF3 TO EXIT.' TO MAPRMSGO
021710             ELSE
021720                 MOVE 'YOU MAY NOT APPROVE - KEY R OR PF3.'
021730                     TO MAPRMSGO
021731             END-IF
021732             IF NOT WS-CHAIN-CLEAR
021733                 MOVE SPACES TO GOODMAP4O
021734                 MOVE WS-SUSP-EMP-ID  TO MAPRIDO
021735                 MOVE WS-CHAIN-REASON TO MAPRMSGO
021736                 MOVE 'I' TO CA-PHASE
021740             END-IF
021800         WHEN 100
021900             MOVE 'NO HELD SALARY CHANGE FOR THAT EMPLOYEE.'
022000                 TO MAPRMSGO
025600     MOVE MAPRACTI TO WS-SUSP-NEW-STATUS.
025700     MOVE CA-EMP-ID TO WS-SUSP-EMP-ID.
025800     MOVE CA-HELD-DATE TO WS-SUSP-HELD-DATE.
025810
025820     EXEC CICS ASSIGN
025830         USERID(WS-OPERATOR-ID)
025840     END-EXEC.
025850     EXEC CICS ASKTIME
025860         ABSTIME(WS-ABSTIME)
025870     END-EXEC.
025880     EXEC CICS FORMATTIME
025890         ABSTIME(WS-ABSTIME)
025891         YYYYMMDD(WS-TS-DATE)
025892         TIME(WS-TS-TIME)
025893     END-EXEC.
025894     MOVE WS-TS-DATE TO WS-SUSP-REVIEWED-DATE.
025895
025896     PERFORM 9000-CHECK-REVIEWER THRU 9000-EXIT.
025897     IF NOT WS-REVIEW-ALLOWED
025898         MOVE 'REFUSED ' TO WS-ACT-ACTION
025899         PERFORM 4000-LOG-ACTIVITY THRU 4000-EXIT
025900         IF SQLCODE = 0
025901             MOVE WS-SOD-REASON TO MAPRMSGO
025902         END-IF
025903         GO TO 3000-SEND-ERROR
025904     END-IF.
025905
026000     EXEC SQL
026100         UPDATE EMP_SUSPENSE
026200            SET STATUS        = :WS-SUSP-NEW-STATUS,
026210                REVIEWED_BY   = :WS-OPERATOR-ID,
026220                REVIEWED_DATE = :WS-SUSP-REVIEWED-DATE
026300          WHERE EMP_ID        = :WS-SUSP-EMP-ID
026400            AND HELD_DATE     = :WS-SUSP-HELD-DATE
026500            AND STATUS        = 'H'
026600     END-EXEC.
026700
026800     IF SQLCODE = 100
027600             TO MAPRMSGO
027700         GO TO 3000-SEND-ERROR
027800     END-IF.
027810
027820     MOVE SPACES TO WS-SOD-REASON.
027830     IF WS-SUSP-NEW-STATUS = 'A'
027840         MOVE 'APPROVE ' TO WS-ACT-ACTION
027850     ELSE
027860         MOVE 'REJECT  ' TO WS-ACT-ACTION
027870     END-IF.
027880     PERFORM 4000-LOG-ACTIVITY THRU 4000-EXIT.
027890     IF SQLCODE NOT = 0
027891         MOVE 'I' TO CA-PHASE
027892         GO TO 3000-SEND-ERROR
027893     END-IF.
027900
028000     MOVE SPACES TO GOODMAP4O.
028100     IF WS-SUSP-NEW-STATUS = 'A'
030800     PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.
030900 3000-EXIT.
031000     EXIT.
031001
031002*----------------------------------------------------------------
031003* 3500-CHECK-SEPARATION - AN APPROVER MAY NOT BE THE OPERATOR
031004*     WHO LAST KEYED A GMNT CHANGE TO THIS EMPLOYEE, NOR THE
031005*     OPERATOR WHO MAINTAINS THE EMPLOYEE'S DEPARTMENT UNDER
031006*     GDPT, NOR A REJECT-DESK CLERK WHO CORRECTED OR RESUBMITTED
031007*     A RECORD FOR THE EMPLOYEE ON GREJ - A SALARY OVERTYPED
031008*     THERE COMES BACK THROUGH GOODUPDT AND MAY BE HELD HERE.  A
031009*     ROW WITH NO MAINT_USER RECORDED BARS NOBODY.  THE CHECK
031010*     RUNS WHEN THE CHANGE IS DISPLAYED, TO WARN, AND AGAIN WHEN
031011*     THE APPROVAL IS KEYED, TO ENFORCE.
031012*----------------------------------------------------------------
031013 3500-CHECK-SEPARATION.
031014     MOVE 'Y' TO WS-SOD-SWITCH.
031015     MOVE SPACES TO WS-SOD-REASON.
031016     MOVE SPACES TO WS-EMP-DEPT-CODE.
031017     MOVE SPACES TO WS-EMP-MAINT-USER.
031018     MOVE SPACES TO WS-DEPT-MAINT-USER.
031019
031020     EXEC SQL
031021         SELECT DEPT_CODE, MAINT_USER
031022           INTO :WS-EMP-DEPT-CODE, :WS-EMP-MAINT-USER
031023           FROM EMPLOYEE
031024          WHERE ID = :WS-SUSP-EMP-ID
031025     END-EXEC.
031026     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
031027         MOVE 'N' TO WS-SOD-SWITCH
031028         MOVE 'SQL ERROR ON EMPLOYEE LOOKUP - NOT APPROVED.'
031029             TO WS-SOD-REASON
031030         GO TO 3500-EXIT
031031     END-IF.
031032
031033     IF WS-EMP-MAINT-USER NOT = SPACES
031034         AND WS-EMP-MAINT-USER = WS-OPERATOR-ID
031035         MOVE 'N' TO WS-SOD-SWITCH
031036         MOVE 'YOU KEYED THIS EMPLOYEE IN GMNT - NOT APPROVED.'
031037             TO WS-SOD-REASON
031038         GO TO 3500-EXIT
031039     END-IF.
031040
031041     EXEC SQL
031042         SELECT MAINT_USER
031043           INTO :WS-DEPT-MAINT-USER
031044           FROM DEPARTMENT
031045          WHERE DEPT_CODE = :WS-EMP-DEPT-CODE
031046     END-EXEC.
031047     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
031048         MOVE 'N' TO WS-SOD-SWITCH
031049         MOVE 'SQL ERROR ON DEPARTMENT LOOKUP - NOT APPROVED.'
031050             TO WS-SOD-REASON
031051         GO TO 3500-EXIT
031052     END-IF.
031053
031054     IF WS-DEPT-MAINT-USER NOT = SPACES
031055         AND WS-DEPT-MAINT-USER = WS-OPERATOR-ID
031056         MOVE 'N' TO WS-SOD-SWITCH
031057         MOVE 'YOU MAINTAIN THIS DEPARTMENT - NOT APPROVED.'
031058             TO WS-SOD-REASON
031059         GO TO 3500-EXIT
031060     END-IF.
031061
031062     MOVE ZERO TO WS-GREJ-KEYED-COUNT.
031063     EXEC SQL
031064         SELECT COUNT(*)
031065           INTO :WS-GREJ-KEYED-COUNT
031066           FROM ONLINE_ACTIVITY
031067          WHERE TRANSID = 'GREJ'
031068            AND ACTION IN ('RESUBMIT', 'CORRECT ')
031069            AND EMP_ID  = :WS-SUSP-EMP-ID
031070            AND OPER_ID = :WS-OPERATOR-ID
031071     END-EXEC.
031072     IF SQLCODE NOT = 0
031073         MOVE 'N' TO WS-SOD-SWITCH
031074         MOVE 'SQL ERROR ON ACTIVITY LOOKUP - NOT APPROVED.'
031075             TO WS-SOD-REASON
031076         GO TO 3500-EXIT
031077     END-IF.
031078
031079     IF WS-GREJ-KEYED-COUNT > ZERO
031080         MOVE 'N' TO WS-SOD-SWITCH
031081         MOVE 'YOU CORRECTED THIS ON GREJ - NOT APPROVED.'
031082             TO WS-SOD-REASON
031083     END-IF.
031084 3500-EXIT.
031085     EXIT.
031086
031087*----------------------------------------------------------------
031088* 4000-LOG-ACTIVITY - RECORD THE DECISION OR REFUSAL ON THE
031089*     ONLINE_ACTIVITY TABLE IN THE SAME UNIT OF WORK.  THE
031090*     CALLER HAS SET THE ACTION AND ANY REFUSAL REASON.  A
031091*     FAILURE ROLLS THE DECISION BACK AND LEAVES SQLCODE
031092*     NON-ZERO FOR THE CALLER.
031093*----------------------------------------------------------------
031094 4000-LOG-ACTIVITY.
031095     MOVE CA-HELD-DATE     TO WS-APR-ACT-HELD.
031096     MOVE WS-SOD-REASON    TO WS-APR-ACT-REASON.
031097     MOVE WS-OPERATOR-ID   TO WS-ACT-OPER-ID.
031098     MOVE WS-TS-DATE       TO WS-ACT-DATE.
031099     MOVE WS-TS-TIME       TO WS-ACT-TIME.
031100     MOVE 'GAPR'           TO WS-ACT-TRANSID.
031101     MOVE 'GOODAPRV'       TO WS-ACT-PROGRAM.
031102     MOVE CA-EMP-ID        TO WS-ACT-EMP-ID.
031103     MOVE WS-EMP-DEPT-CODE TO WS-ACT-DEPT-CODE.
031104     MOVE WS-APR-ACT-DETAIL TO WS-ACT-DETAIL.
031105
031106     EXEC SQL
031107         INSERT INTO ONLINE_ACTIVITY
031108                (OPER_ID, ACT_DATE, ACT_TIME, TRANSID, PROGRAM,
031109                 ACTION, EMP_ID, DEPT_CODE, DETAIL)
031110         VALUES (:WS-ACT-OPER-ID, :WS-ACT-DATE, :WS-ACT-TIME,
031111                 :WS-ACT-TRANSID, :WS-ACT-PROGRAM,
031112                 :WS-ACT-ACTION, :WS-ACT-EMP-ID,
031113                 :WS-ACT-DEPT-CODE, :WS-ACT-DETAIL)
031114     END-EXEC.
031115     IF SQLCODE NOT = 0
031116         EXEC CICS SYNCPOINT ROLLBACK
031117         END-EXEC
031118         MOVE 'ACTIVITY LOG UNAVAILABLE - DECISION NOT APPLIED.'
031119             TO MAPRMSGO
031120     END-IF.
031121 4000-EXIT.
031122     EXIT.
031123
031200*----------------------------------------------------------------
031300* 5000-END-CONVERSATION - SUPERVISOR PRESSED PF3, SO SEND A
031400*     CLOSING MESSAGE AND RETURN WITHOUT A TRANSID
034100     END-EXEC.
034200 8000-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------
034600* 9000-CHECK-REVIEWER - A REVIEWER OUTSIDE THE EMPLOYEE'S
034700*     REPORTING CHAIN MAY NOT SEE OR DECIDE THE CHANGE; ONE
034800*     INSIDE IT IS THEN HELD TO THE SEPARATION-OF-DUTIES CHECK,
034900*     WHICH BARS AN APPROVAL ONLY.  THE REVIEW SWITCH SAYS
035000*     WHETHER THE DECISION KEYED MAY BE APPLIED.
035100*----------------------------------------------------------------
035200 9000-CHECK-REVIEWER.
035300     PERFORM 9100-CHECK-REPORTING-CHAIN THRU 9100-EXIT.
035400     IF WS-CHAIN-CLEAR
035500         PERFORM 3500-CHECK-SEPARATION THRU 3500-EXIT
035600     ELSE
035700         MOVE 'N' TO WS-SOD-SWITCH
035800         MOVE WS-CHAIN-REASON TO WS-SOD-REASON
035900         MOVE SPACES TO WS-EMP-DEPT-CODE
036000     END-IF.
036100
036200     MOVE 'Y' TO WS-REVIEW-SWITCH.
036300     IF NOT WS-CHAIN-CLEAR
036400         MOVE 'N' TO WS-REVIEW-SWITCH
036500     END-IF.
036600     IF WS-SUSP-NEW-STATUS = 'A' AND NOT WS-SOD-CLEAR
036700         MOVE 'N' TO WS-REVIEW-SWITCH
036800     END-IF.
036900 9000-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------
037300* 9100-CHECK-REPORTING-CHAIN - START FROM THE MANAGER THE HELD
037400*     CHANGE WAS ASSIGNED TO (THE EMPLOYEE'S CURRENT MANAGER IF
037500*     NONE WAS) AND WALK UP MANAGER_ID LOOKING FOR THE REVIEWER.
037600*     THE REVIEWER IS FOUND THROUGH THE USER ID LINKED TO THEIR
037700*     EMPLOYEE ROW ON GMNT, AND NOBODY MAY REVIEW THEIR OWN
037710*     CHANGE.  A CHANGE WITH NO MANAGER TO START FROM IS THEN
037800*     OPEN TO ANY OTHER SUPERVISOR - ONLY THE WALK IS SKIPPED.
037900*----------------------------------------------------------------
038000 9100-CHECK-REPORTING-CHAIN.
038100     MOVE 'Y' TO WS-CHAIN-SWITCH.
038200     MOVE SPACES TO WS-CHAIN-REASON.
038300     MOVE ZERO TO WS-SUSP-ASSIGNED-MGR.
038400
038500     EXEC SQL
038600         SELECT ASSIGNED_MGR
038700           INTO :WS-SUSP-ASSIGNED-MGR
038800           FROM EMP_SUSPENSE
038900          WHERE EMP_ID    = :WS-SUSP-EMP-ID
039000            AND HELD_DATE = :WS-SUSP-HELD-DATE
039100            AND STATUS    = 'H'
039200     END-EXEC.
039300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
039400         GO TO 9100-SQL-ERROR
039500     END-IF.
039600
039700     MOVE WS-SUSP-ASSIGNED-MGR TO WS-WALK-ID.
039800     IF WS-WALK-ID = ZERO
039900         EXEC SQL
040000             SELECT MANAGER_ID
040100               INTO :WS-WALK-ID
040200               FROM EMPLOYEE
040300              WHERE ID = :WS-SUSP-EMP-ID
040400         END-EXEC
040500         IF SQLCODE = 100
040600             MOVE ZERO TO WS-WALK-ID
040700         END-IF
040800         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
040900             GO TO 9100-SQL-ERROR
041000         END-IF
041100     END-IF.
041150
041200     MOVE ZERO TO WS-SUPV-EMP-ID.
041250     EXEC SQL
041300         SELECT ID
041350           INTO :WS-SUPV-EMP-ID
041400           FROM EMPLOYEE
041450          WHERE USER_ID = :WS-OPERATOR-ID
041500            AND STATUS  = 'A'
041550     END-EXEC.
041600     IF SQLCODE = 100
041650         MOVE ZERO TO WS-SUPV-EMP-ID
041700     END-IF.
041750     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
041800         GO TO 9100-SQL-ERROR
041850     END-IF.
041900
041950     IF WS-SUPV-EMP-ID NOT = ZERO
042000         AND WS-SUPV-EMP-ID = WS-SUSP-EMP-ID
042050         MOVE 'N' TO WS-CHAIN-SWITCH
042100         MOVE 'YOU MAY NOT REVIEW YOUR OWN SALARY CHANGE.'
042150             TO WS-CHAIN-REASON
042200         GO TO 9100-EXIT
042250     END-IF.
042300
042350     IF WS-WALK-ID = ZERO
042400         GO TO 9100-EXIT
042450     END-IF.
042500     IF WS-SUPV-EMP-ID = ZERO
042550         MOVE 'N' TO WS-CHAIN-SWITCH
042600         MOVE 'YOUR USER ID IS NOT LINKED TO AN EMPLOYEE.'
042650             TO WS-CHAIN-REASON
042700         GO TO 9100-EXIT
042750     END-IF.
043900
044000     MOVE ZERO TO WS-WALK-DEPTH.
044100     PERFORM 9110-NEXT-CHAIN-LINK THRU 9110-EXIT
044200         UNTIL WS-WALK-ID = ZERO
044300            OR WS-WALK-ID = WS-SUPV-EMP-ID
044400            OR WS-WALK-DEPTH > WS-WALK-LIMIT
044500            OR NOT WS-CHAIN-CLEAR.
044600     IF WS-CHAIN-CLEAR
044700         AND WS-WALK-ID NOT = WS-SUPV-EMP-ID
044800         MOVE 'N' TO WS-CHAIN-SWITCH
044900         MOVE 'THAT EMPLOYEE IS NOT IN YOUR REPORTING CHAIN.'
045000             TO WS-CHAIN-REASON
045100     END-IF.
045200     GO TO 9100-EXIT.
045300
045400 9100-SQL-ERROR.
045500     MOVE 'N' TO WS-CHAIN-SWITCH.
045600     MOVE 'SQL ERROR ON REPORTING CHAIN - NOT REVIEWED.'
045700         TO WS-CHAIN-REASON.
045800 9100-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------------
046200* 9110-NEXT-CHAIN-LINK - STEP ONE LEVEL UP THE REPORTING CHAIN.
046300*     A MANAGER MISSING FROM FILE ENDS THE CHAIN; THE NIGHTLY
046400*     GOODMGRX LISTING REPORTS IT.
046500*----------------------------------------------------------------
046600 9110-NEXT-CHAIN-LINK.
046700     ADD 1 TO WS-WALK-DEPTH.
046800     EXEC SQL
046900         SELECT MANAGER_ID
047000           INTO :WS-WALK-ID
047100           FROM EMPLOYEE
047200          WHERE ID = :WS-WALK-ID
047300     END-EXEC.
047400     IF SQLCODE = 100
047500         MOVE ZERO TO WS-WALK-ID
047600     END-IF.
047700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
047800         MOVE 'N' TO WS-CHAIN-SWITCH
047900         MOVE 'SQL ERROR ON REPORTING CHAIN - NOT REVIEWED.'
048000             TO WS-CHAIN-REASON
048100     END-IF.
048200 9110-EXIT.
048300     EXIT.
