004740*                  DATE ARRIVES, MATCHING GOODEDIT, SO A
004750*                  DEPARTMENT RETIRED AS OF NEXT MONTH STILL
004760*                  ACCEPTS ONLINE CHANGES TODAY.
004770* 10/15/2026  RJ   RECORD THE OPERATOR - THE SIGNED-ON CICS USER
004771*                  ID GOES ON THE AUDIT RECORD'S PSEUDO-SOURCE,
004772*                  ONTO THE EMPLOYEE ROW AS MAINT_USER (THE LAST
004773*                  OPERATOR TO KEY AN ONLINE CHANGE TO IT, WHICH
004774*                  GAPR CHECKS FOR SEPARATION OF DUTIES), AND
004775*                  ONTO THE ONLINE_ACTIVITY TABLE THE MONTHLY
004776*                  GOODOPRR OPERATOR REPORT READS.  THE ACTIVITY
004777*                  ROW COMMITS IN THE SAME UNIT OF WORK AS THE
004778*                  CHANGE - IF IT CANNOT BE WRITTEN THE WHOLE
004779*                  UPDATE ROLLS BACK, LIKE A CHAIN FAILURE.
004780* 10/15/2026  RJ   MAINTAIN THE EMPLOYEE'S MANAGER AND CICS USER
004781*                  ID.  A NEW MANAGER MUST BE AN ACTIVE EMPLOYEE,
004782*                  NOT THE EMPLOYEE, AND NOT SOMEONE WHO ALREADY
004783*                  REPORTS UP TO THE EMPLOYEE; THE CHANGE IS
004784*                  FLAGGED 'M' AND BOTH MANAGERS GO ON THE AUDIT
004785*                  PSEUDO-SOURCE.  THE USER ID LINKS A
004786*                  SUPERVISOR'S SIGN-ON TO THEIR EMPLOYEE ROW FOR
004787*                  THE GAPR REPORTING-CHAIN CHECK; IT MAY BELONG
004788*                  TO ONLY ONE EMPLOYEE.  A CHANGE TO IT IS LOGGED
004789*                  ON THE ONLINE_ACTIVITY ROW - A USER-ID-ONLY
004790*                  CHANGE IS NOT AN HR CHANGE AND WRITES NO AUDIT
004791*                  RECORD.
004800*----------------------------------------------------------------
004900* TRANSID GMNT, MAPSET GOODMAPS, MAP GOODMAP2.  THE COMMAREA
005000* CARRIES THE CONVERSATION PHASE AND THE BEFORE IMAGE OF THE
010000 01  WS-EMP-STATUS           PIC X(01).
010100     88  WS-EMP-TERMINATED           VALUE 'T'.
010200 01  WS-EMP-TERM-DATE        PIC 9(08).
010220 01  WS-EMP-MANAGER-ID       PIC 9(06).
010240 01  WS-EMP-USER-ID          PIC X(08).
010300 01  WS-NEW-EMP-NAME         PIC X(30).
010400 01  WS-NEW-EMP-DEPT-CODE    PIC X(04).
010500 01  WS-NEW-EMP-SALARY       PIC S9(07)V99 COMP-3.
010520 01  WS-NEW-EMP-MANAGER-ID   PIC 9(06).
010540 01  WS-NEW-EMP-USER-ID      PIC X(08).
010600 01  WS-SALARY-CENTS         PIC 9(09).
010610 01  WS-OPERATOR-ID          PIC X(08).
010612
010615*----------------------------------------------------------------
010620* MANAGER AND USER-ID CHECK WORK AREAS - THE REPORTING-CHAIN WALK
010625*     STOPS AT THE TOP OF THE HIERARCHY, AT THE EMPLOYEE BEING
010630*     MAINTAINED (A LOOP), OR AFTER WS-WALK-LIMIT LEVELS.
010635*----------------------------------------------------------------
010640 01  WS-MGR-STATUS           PIC X(01).
010645     88  WS-MGR-TERMINATED           VALUE 'T'.
010650 01  WS-MGR-OK-SWITCH        PIC X(01).
010655     88  WS-MGR-OK                   VALUE 'Y'.
010660 01  WS-WALK-ID              PIC 9(06).
010665 01  WS-WALK-DEPTH           PIC 9(04) COMP.
010670 01  WS-WALK-LIMIT           PIC 9(04) COMP VALUE 50.
010675 01  WS-USER-LINK-COUNT      PIC S9(09) COMP.
010700
010800*----------------------------------------------------------------
010900* STATUS LINE SENT TO THE SCREEN FOR A TERMINATED EMPLOYEE
012400         88  WS-DEPT-CHANGED         VALUE 'D'.
012500     05  WS-CHG-SALARY-FLAG  PIC X(01).
012600         88  WS-SALARY-CHANGED       VALUE 'S'.
012650     05  WS-CHG-MANAGER-FLAG PIC X(01).
012700         88  WS-MANAGER-CHANGED      VALUE 'M'.
012800
012900*----------------------------------------------------------------
013000* VALID-DEPARTMENTS TABLE - SHARED WITH GOODEDIT VIA DEPTTB01,
022300     05  WS-SRC-TERMID       PIC X(04).
022400     05  FILLER              PIC X(06) VALUE ' TASK '.
022500     05  WS-SRC-TASKN        PIC 9(07).
022505     05  FILLER              PIC X(06) VALUE ' USER '.
022510     05  WS-SRC-USERID       PIC X(08).
022511     05  FILLER              PIC X(05) VALUE ' MGR '.
022512     05  WS-SRC-OLD-MANAGER  PIC 9(06).
022513     05  FILLER              PIC X(01) VALUE '>'.
022514     05  WS-SRC-NEW-MANAGER  PIC 9(06).
022515     05  FILLER              PIC X(15) VALUE SPACES.
022520
022525*----------------------------------------------------------------
022530* ONLINE_ACTIVITY TABLE HOST VARIABLES - ONE ROW PER CHANGE
022535*     APPLIED, FOR THE MONTHLY OPERATOR ACTIVITY REPORT
022540*----------------------------------------------------------------
022545 01  WS-ACT-OPER-ID          PIC X(08).
022550 01  WS-ACT-DATE             PIC 9(08).
022555 01  WS-ACT-TIME             PIC 9(06).
022560 01  WS-ACT-TRANSID          PIC X(04).
022565 01  WS-ACT-PROGRAM          PIC X(08).
022570 01  WS-ACT-ACTION           PIC X(08).
022575 01  WS-ACT-EMP-ID           PIC 9(06).
022580 01  WS-ACT-DEPT-CODE        PIC X(04).
022585 01  WS-ACT-DETAIL           PIC X(60).
022590 01  WS-MNT-ACT-DETAIL.
022595     05  FILLER              PIC X(07) VALUE 'CHANGE '.
022600     05  WS-MNT-ACT-TYPE     PIC X(04).
022605     05  FILLER              PIC X(11) VALUE ' AUDIT SEQ '.
022610     05  WS-MNT-ACT-SEQ      PIC 9(09).
022630     05  FILLER              PIC X(10) VALUE ' NEW USER '.
022650     05  WS-MNT-ACT-USER     PIC X(08).
022670     05  FILLER              PIC X(11) VALUE SPACES.
022700
022800*----------------------------------------------------------------
022900* COMMAREA - CONVERSATION PHASE AND THE BEFORE IMAGE OF THE
023700     05  CA-OLD-NAME         PIC X(30).
023800     05  CA-OLD-DEPT-CODE    PIC X(04).
023900     05  CA-OLD-SALARY       PIC S9(07)V99 COMP-3.
023920     05  CA-OLD-MANAGER-ID   PIC 9(06).
023940     05  CA-OLD-USER-ID      PIC X(08).
024000
024100     COPY GOODMAP2.
024200
024300     COPY DFHAID.
024400
024500 LINKAGE SECTION.
024600 01  DFHCOMMAREA             PIC X(60).
024700
024800 PROCEDURE DIVISION.
024900*----------------------------------------------------------------
031700     MOVE MEMPIDI TO WS-EMP-ID.
031800
031900     EXEC SQL
031950         SELECT NAME, DEPT_CODE, SALARY, STATUS, TERM_DATE,
032000                MANAGER_ID, USER_ID
032100           INTO :WS-EMP-NAME, :WS-EMP-DEPT-CODE, :WS-EMP-SALARY,
032150                :WS-EMP-STATUS, :WS-EMP-TERM-DATE,
032200                :WS-EMP-MANAGER-ID, :WS-EMP-USER-ID
032300           FROM EMPLOYEE
032400          WHERE ID = :WS-EMP-ID
032500     END-EXEC.
033300             MOVE WS-EMP-DEPT-CODE TO MEMPDEPO
033400             COMPUTE WS-SALARY-CENTS = WS-EMP-SALARY * 100
033500             MOVE WS-SALARY-CENTS TO MEMPSALO
033520             MOVE WS-EMP-MANAGER-ID TO MEMPMGRO
033540             MOVE WS-EMP-USER-ID TO MEMPUSRO
033600             IF WS-EMP-TERMINATED
033700                 MOVE WS-EMP-TERM-DATE TO WS-TERM-STATUS-DATE
033800                 MOVE WS-TERM-STATUS-LINE TO MEMPSTAO
034600                 MOVE WS-EMP-NAME      TO CA-OLD-NAME
034700                 MOVE WS-EMP-DEPT-CODE TO CA-OLD-DEPT-CODE
034800                 MOVE WS-EMP-SALARY    TO CA-OLD-SALARY
034820                 MOVE WS-EMP-MANAGER-ID TO CA-OLD-MANAGER-ID
034840                 MOVE WS-EMP-USER-ID   TO CA-OLD-USER-ID
034900                 MOVE 'D' TO CA-PHASE
035000                 MOVE 'OVERTYPE THE FIELDS TO CHANGE AND PRESS EN
035100-                    'TER TO APPLY.  PF3 TO EXIT.' TO MMSGO
038100         INTO(GOODMAP2I)
038200     END-EXEC.
038300
038320     EXEC CICS ASSIGN
038340         USERID(WS-OPERATOR-ID)
038360     END-EXEC.
038380
038400     MOVE CA-OLD-NAME      TO WS-NEW-EMP-NAME.
038500     MOVE CA-OLD-DEPT-CODE TO WS-NEW-EMP-DEPT-CODE.
038600     MOVE CA-OLD-SALARY    TO WS-NEW-EMP-SALARY.
038620     MOVE CA-OLD-MANAGER-ID TO WS-NEW-EMP-MANAGER-ID.
038640     MOVE CA-OLD-USER-ID   TO WS-NEW-EMP-USER-ID.
038700
038800     IF MEMPNAML > 0
038900         MOVE MEMPNAMI TO WS-NEW-EMP-NAME
039900         END-IF
040000         MOVE MEMPSALI TO WS-SALARY-CENTS
040100         COMPUTE WS-NEW-EMP-SALARY = WS-SALARY-CENTS / 100
040105     END-IF.
040110     IF MEMPMGRL > 0
040115         IF MEMPMGRI NOT NUMERIC
040120             MOVE 'MANAGER ID MUST BE 6 DIGITS, 000000 FOR NONE.'
040125                 TO MMSGO
040130             GO TO 3000-SEND-ERROR
040135         END-IF
040140         MOVE MEMPMGRI TO WS-NEW-EMP-MANAGER-ID
040145     END-IF.
040150     IF MEMPUSRL > 0
040155         MOVE MEMPUSRI TO WS-NEW-EMP-USER-ID
040200     END-IF.
040300
040400     IF WS-NEW-EMP-NAME = SPACES
044000         MOVE 'S' TO WS-CHG-SALARY-FLAG
044100     END-IF.
044200
044205     IF WS-NEW-EMP-MANAGER-ID NOT = CA-OLD-MANAGER-ID
044210         MOVE 'M' TO WS-CHG-MANAGER-FLAG
044215         IF WS-NEW-EMP-MANAGER-ID NOT = ZERO
044220             PERFORM 9000-CHECK-MANAGER THRU 9000-EXIT
044225             IF NOT WS-MGR-OK
044230                 GO TO 3000-SEND-ERROR
044235             END-IF
044240         END-IF
044245     END-IF.
044250
044255     IF WS-NEW-EMP-USER-ID NOT = CA-OLD-USER-ID
044260         AND WS-NEW-EMP-USER-ID NOT = SPACES
044265         PERFORM 9100-CHECK-USER-LINK THRU 9100-EXIT
044270         IF WS-USER-LINK-COUNT NOT = ZERO
044275             GO TO 3000-SEND-ERROR
044280         END-IF
044285     END-IF.
044290
044300     IF WS-CHANGE-TYPE = SPACES
044350         AND WS-NEW-EMP-USER-ID = CA-OLD-USER-ID
044400         MOVE 'NO FIELDS CHANGED - NOTHING APPLIED.' TO MMSGO
044500         GO TO 3000-SEND-ERROR
044600     END-IF.
045500         UPDATE EMPLOYEE
045600            SET NAME      = :WS-NEW-EMP-NAME,
045700                DEPT_CODE = :WS-NEW-EMP-DEPT-CODE,
045800                SALARY    = :WS-NEW-EMP-SALARY,
045802                MANAGER_ID = :WS-NEW-EMP-MANAGER-ID,
045804                USER_ID   = :WS-NEW-EMP-USER-ID,
045810                MAINT_USER = :WS-OPERATOR-ID
045900          WHERE ID        = :WS-EMP-ID
046000            AND NAME      = :CA-OLD-NAME
046100            AND DEPT_CODE = :CA-OLD-DEPT-CODE
046200            AND SALARY    = :CA-OLD-SALARY
046220            AND MANAGER_ID = :CA-OLD-MANAGER-ID
046240            AND USER_ID   = :CA-OLD-USER-ID
046300            AND STATUS    = 'A'
046400     END-EXEC.
046500
052500     END-EXEC.
052600     MOVE WS-TS-DATE TO WS-TIMESTAMP-DATE.
052700     MOVE WS-TS-TIME TO WS-TIMESTAMP-TIME.
052710
052720*    A CHANGE TO THE USER ID ALONE IS NOT AN HR CHANGE - IT IS
052730*    RECORDED ON THE ACTIVITY ROW ONLY, WITH NO AUDIT RECORD.
052740     IF WS-CHANGE-TYPE = SPACES
052750         MOVE 'Y'  TO WS-CHAIN-OK-SWITCH
052760         MOVE ZERO TO WS-CHAIN-SEQ
052770         PERFORM 4700-LOG-ACTIVITY THRU 4700-EXIT
052780         GO TO 4000-EXIT
052790     END-IF.
052800
052900     MOVE CA-EMP-ID            TO AUD-EMP-ID.
053000     MOVE WS-CHANGE-TYPE       TO AUD-CHANGE-TYPE.
053700     MOVE WS-TIMESTAMP         TO AUD-TIMESTAMP.
053800     MOVE EIBTRMID             TO WS-SRC-TERMID.
053900     MOVE EIBTASKN             TO WS-SRC-TASKN.
053910     MOVE WS-OPERATOR-ID       TO WS-SRC-USERID.
053930     MOVE CA-OLD-MANAGER-ID    TO WS-SRC-OLD-MANAGER.
053950     MOVE WS-NEW-EMP-MANAGER-ID TO WS-SRC-NEW-MANAGER.
054000     MOVE WS-ONLINE-SOURCE     TO AUD-SOURCE-RECORD.
054100     MOVE 'GOODMNT '           TO AUD-RUN-PROGRAM.
054200     MOVE WS-TS-DATE           TO AUD-RUN-DATE.
055300     IF NOT WS-CHAIN-OK
055400         GO TO 4000-EXIT
055500     END-IF.
055510     PERFORM 4700-LOG-ACTIVITY THRU 4700-EXIT.
055520     IF NOT WS-CHAIN-OK
055530         GO TO 4000-EXIT
055540     END-IF.
055600
055700     EXEC CICS WRITEQ TD
055800         QUEUE('GAUD')
064700     ADD WS-BYTE-VALUE TO WS-BYTE-TOTAL.
064800 4610-EXIT.
064900     EXIT.
064902
064904*----------------------------------------------------------------
064906* 4700-LOG-ACTIVITY - RECORD WHO MADE THIS CHANGE ON THE
064908*     ONLINE_ACTIVITY TABLE, INSIDE THE SAME UNIT OF WORK AS
064910*     THE EMPLOYEE UPDATE AND THE CHAIN LINK.  A FAILURE ROLLS
064912*     ALL OF IT BACK AND TURNS THE CHAIN SWITCH OFF, SO THE
064914*     CALLER TREATS IT EXACTLY LIKE A CHAIN FAILURE.
064916*----------------------------------------------------------------
064918 4700-LOG-ACTIVITY.
064920     MOVE WS-CHANGE-TYPE       TO WS-MNT-ACT-TYPE.
064922     MOVE WS-CHAIN-SEQ         TO WS-MNT-ACT-SEQ.
064924     MOVE WS-OPERATOR-ID       TO WS-ACT-OPER-ID.
064926     MOVE WS-TIMESTAMP-DATE    TO WS-ACT-DATE.
064928     MOVE WS-TIMESTAMP-TIME    TO WS-ACT-TIME.
064930     MOVE 'GMNT'               TO WS-ACT-TRANSID.
064932     MOVE 'GOODMNT '           TO WS-ACT-PROGRAM.
064934     PERFORM 4750-SET-ACTIVITY-ACTION THRU 4750-EXIT.
064936     MOVE CA-EMP-ID            TO WS-ACT-EMP-ID.
064938     MOVE WS-NEW-EMP-DEPT-CODE TO WS-ACT-DEPT-CODE.
064940     MOVE WS-MNT-ACT-DETAIL    TO WS-ACT-DETAIL.
064942
064944     EXEC SQL
064946         INSERT INTO ONLINE_ACTIVITY
064948                (OPER_ID, ACT_DATE, ACT_TIME, TRANSID, PROGRAM,
064950                 ACTION, EMP_ID, DEPT_CODE, DETAIL)
064952         VALUES (:WS-ACT-OPER-ID, :WS-ACT-DATE, :WS-ACT-TIME,
064954                 :WS-ACT-TRANSID, :WS-ACT-PROGRAM,
064956                 :WS-ACT-ACTION, :WS-ACT-EMP-ID,
064958                 :WS-ACT-DEPT-CODE, :WS-ACT-DETAIL)
064960     END-EXEC.
064962     IF SQLCODE NOT = 0
064964         MOVE 'N' TO WS-CHAIN-OK-SWITCH
064966         EXEC CICS SYNCPOINT ROLLBACK
064968         END-EXEC
064970         MOVE 'ACTIVITY LOG UNAVAILABLE - NOTHING APPLIED.'
064972             TO MMSGO
064974     END-IF.
064976 4700-EXIT.
064978     EXIT.
064979
064980*----------------------------------------------------------------
064981* 4750-SET-ACTIVITY-ACTION - A USER-ID-ONLY CHANGE IS LOGGED AS
064982*     'USERID', ANYTHING ELSE AS 'UPDATE'; A NEW USER ID GOES
064983*     ON THE DETAIL EITHER WAY.
064984*----------------------------------------------------------------
064985 4750-SET-ACTIVITY-ACTION.
064986     IF WS-CHANGE-TYPE = SPACES
064987         MOVE 'USERID  '       TO WS-ACT-ACTION
064988     ELSE
064989         MOVE 'UPDATE  '       TO WS-ACT-ACTION
064990     END-IF.
064991     IF WS-NEW-EMP-USER-ID NOT = CA-OLD-USER-ID
064992         MOVE WS-NEW-EMP-USER-ID TO WS-MNT-ACT-USER
064993     ELSE
064994         MOVE SPACES           TO WS-MNT-ACT-USER
064995     END-IF.
064996 4750-EXIT.
064997     EXIT.
065000
065100*----------------------------------------------------------------
065200* 5000-END-CONVERSATION - OPERATOR PRESSED PF3, SO SEND A
075500     EXEC CICS RETURN
075600         TRANSID('GMNT')
075700         COMMAREA(WS-COMMAREA)
075800         LENGTH(60)
075900     END-EXEC.
076000 8000-EXIT.
076100     EXIT.
076200
076300*----------------------------------------------------------------
076400* 9000-CHECK-MANAGER - A NEW MANAGER MUST NOT BE THE EMPLOYEE,
076500*     MUST BE ON FILE AND ACTIVE, AND MUST NOT ALREADY REPORT UP
076600*     TO THE EMPLOYEE - WALK THE NEW MANAGER'S CHAIN UPWARD AND
076700*     REFUSE IF IT REACHES THE EMPLOYEE OR NEVER ENDS.  A MANAGER
076800*     MISSING FROM FILE FURTHER UP ENDS THE WALK; THE NIGHTLY
076900*     GOODMGRX LISTING REPORTS IT.
077000*----------------------------------------------------------------
077100 9000-CHECK-MANAGER.
077200     MOVE 'Y' TO WS-MGR-OK-SWITCH.
077300     IF WS-NEW-EMP-MANAGER-ID = CA-EMP-ID
077400         MOVE 'N' TO WS-MGR-OK-SWITCH
077500         MOVE 'AN EMPLOYEE CANNOT BE THEIR OWN MANAGER.' TO MMSGO
077600         GO TO 9000-EXIT
077700     END-IF.
077800
077900     EXEC SQL
078000         SELECT STATUS
078100           INTO :WS-MGR-STATUS
078200           FROM EMPLOYEE
078300          WHERE ID = :WS-NEW-EMP-MANAGER-ID
078400     END-EXEC.
078500
078600     EVALUATE TRUE
078700         WHEN SQLCODE = 100
078800             MOVE 'N' TO WS-MGR-OK-SWITCH
078900             MOVE 'MANAGER ID NOT FOUND.' TO MMSGO
079000         WHEN SQLCODE NOT = 0
079100             MOVE 'N' TO WS-MGR-OK-SWITCH
079200             MOVE 'SQL ERROR ON MANAGER LOOKUP - NOT APPLIED.'
079300                 TO MMSGO
079400         WHEN WS-MGR-TERMINATED
079500             MOVE 'N' TO WS-MGR-OK-SWITCH
079600             MOVE 'MANAGER IS TERMINATED.' TO MMSGO
079700     END-EVALUATE.
079800     IF NOT WS-MGR-OK
079900         GO TO 9000-EXIT
080000     END-IF.
080100
080200     MOVE WS-NEW-EMP-MANAGER-ID TO WS-WALK-ID.
080300     MOVE ZERO TO WS-WALK-DEPTH.
080400     PERFORM 9010-NEXT-MANAGER-LINK THRU 9010-EXIT
080500         UNTIL WS-WALK-ID = ZERO
080600            OR WS-WALK-ID = CA-EMP-ID
080700            OR WS-WALK-DEPTH > WS-WALK-LIMIT
080800            OR NOT WS-MGR-OK.
080900     IF WS-MGR-OK
081000         AND WS-WALK-ID NOT = ZERO
081100         MOVE 'N' TO WS-MGR-OK-SWITCH
081200         MOVE 'MANAGER REPORTS TO THIS EMPLOYEE - WOULD LOOP.'
081300             TO MMSGO
081400     END-IF.
081500 9000-EXIT.
081600     EXIT.
081700
081800*----------------------------------------------------------------
081900* 9010-NEXT-MANAGER-LINK - STEP ONE LEVEL UP THE REPORTING CHAIN
082000*----------------------------------------------------------------
082100 9010-NEXT-MANAGER-LINK.
082200     ADD 1 TO WS-WALK-DEPTH.
082300     EXEC SQL
082400         SELECT MANAGER_ID
082500           INTO :WS-WALK-ID
082600           FROM EMPLOYEE
082700          WHERE ID = :WS-WALK-ID
082800     END-EXEC.
082900     IF SQLCODE = 100
083000         MOVE ZERO TO WS-WALK-ID
083100     END-IF.
083200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
083300         MOVE 'N' TO WS-MGR-OK-SWITCH
083400         MOVE 'SQL ERROR ON MANAGER CHAIN - NOT APPLIED.' TO MMSGO
083500     END-IF.
083600 9010-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------------
084000* 9100-CHECK-USER-LINK - A CICS USER ID MAY BE LINKED TO ONLY ONE
084100*     EMPLOYEE, OR GAPR COULD NOT TELL WHOSE CHAIN A SUPERVISOR
084200*     SIGNED ON UNDER SHOULD SEE.  A NON-ZERO COUNT REFUSES THE
084300*     UPDATE WITH THE MESSAGE SET.
084400*----------------------------------------------------------------
084500 9100-CHECK-USER-LINK.
084600     EXEC SQL
084700         SELECT COUNT(*)
084800           INTO :WS-USER-LINK-COUNT
084900           FROM EMPLOYEE
085000          WHERE USER_ID = :WS-NEW-EMP-USER-ID
085100            AND ID     <> :CA-EMP-ID
085200     END-EXEC.
085300     IF SQLCODE NOT = 0
085400         MOVE 1 TO WS-USER-LINK-COUNT
085500         MOVE 'SQL ERROR ON USER ID CHECK - NOT APPLIED.' TO MMSGO
085600         GO TO 9100-EXIT
085700     END-IF.
085800     IF WS-USER-LINK-COUNT NOT = ZERO
085900         MOVE 'THAT CICS USER ID IS LINKED TO ANOTHER EMPLOYEE.'
086000             TO MMSGO
086100     END-IF.
086200 9100-EXIT.
086300     EXIT.
