016200*                  CHAIN FAILURE STILL WRITES THE AUDIT RECORD
016300*                  (WITH ZEROS, WHICH THE VERIFIER FLAGS) AND
016400*                  ENDS THE RUN WITH RETURN CODE 8.
016405* 10/15/2026  RJ   CARRY THE EMPLOYEE'S MANAGER - THE FEED'S
016410*                  EMPR01-MANAGER-ID IS APPLIED TO
016415*                  EMPLOYEE.MANAGER_ID ON A HIRE, CHANGE, OR
016420*                  REHIRE (A BLANK FIELD KEEPS THE CURRENT
016425*                  MANAGER) AND A CHANGE OF MANAGER IS FLAGGED
016430*                  'M' IN THE FOURTH CHANGE-TYPE BYTE.  A
016435*                  SALARY CHANGE HELD ON EMP_SUSPENSE IS NOW
016440*                  ASSIGNED TO THE EMPLOYEE'S MANAGER
016445*                  (ASSIGNED_MGR), WHOSE REPORTING CHAIN GAPR
016450*                  USES TO DECIDE WHICH SUPERVISORS MAY REVIEW
016455*                  IT.
016457* 10/15/2026  RJ   RETRY DB2 LOCK CONTENTION - A -911 OR -913 ON
016459*                  THE EMPLOYEE SELECT, AN EMPLOYEE OR SUSPENSE
016461*                  UPDATE/INSERT, OR THE AUDIT CHAIN NO LONGER
016463*                  REJECTS THE RECORD AS A DATA ERROR.  THE UNIT
016465*                  OF WORK IS ROLLED BACK TO THE LAST COMMIT (THE
016467*                  PREVIOUS RECORD), THE RUN WAITS, AND THE RECORD
016469*                  IS RETRIED UP TO THE RETRYPRM CARD'S LIMIT
016471*                  (DEFAULT 3 RETRIES, 2 SECONDS APART) BEFORE IT
016473*                  IS REJECTED AS LOCK CONTENTION.  RETRIES AND
016475*                  CONTENTION REJECTS ARE COUNTED APART FROM DATA
016477*                  REJECTS ON THE CONTROL REPORT AND THE RUNCTL01
016479*                  RECORD.
016500*----------------------------------------------------------------
016600
016700 ENVIRONMENT DIVISION.
021000         ORGANIZATION IS SEQUENTIAL
021100         ACCESS MODE IS SEQUENTIAL
021200         FILE STATUS IS WS-TOLER-PARM-STATUS.
021210
021220     SELECT RETRY-PARM-FILE ASSIGN TO RETRYPRM
021230         ORGANIZATION IS SEQUENTIAL
021240         ACCESS MODE IS SEQUENTIAL
021250         FILE STATUS IS WS-RETRY-PARM-STATUS.
021300
021400     SELECT RETRO-OUT-FILE ASSIGN TO RETROUT
021500         ORGANIZATION IS SEQUENTIAL
027400 01  TOLER-PARM-RECORD.
027500     05  TPARM-TOLERANCE-PCT PIC X(03).
027600     05  FILLER              PIC X(77).
027610
027620 FD  RETRY-PARM-FILE
027630     RECORDING MODE IS F
027640     LABEL RECORDS ARE STANDARD.
027650 01  RETRY-PARM-RECORD.
027660     05  RPARM-RETRY-LIMIT   PIC X(02).
027670     05  FILLER              PIC X(01).
027680     05  RPARM-WAIT-SECONDS  PIC X(03).
027690     05  FILLER              PIC X(74).
027700
027800 FD  RETRO-OUT-FILE
027900     RECORDING MODE IS F
030000                             PIC X(02) VALUE '00'.
030100 01  WS-PENDING-OUT-STATUS   PIC X(02) VALUE '00'.
030200 01  WS-TOLER-PARM-STATUS    PIC X(02) VALUE '00'.
030250 01  WS-RETRY-PARM-STATUS    PIC X(02) VALUE '00'.
030300 01  WS-RETRO-OUT-STATUS     PIC X(02) VALUE '00'.
030400 01  WS-RUN-CTL-STATUS       PIC X(02) VALUE '00'.
030500
031000         88  WS-CKPT-END-OF-FILE     VALUE 'Y'.
031100     05  WS-RESTART-SWITCH   PIC X(01) VALUE 'N'.
031200         88  WS-RESTART-ACTIVE        VALUE 'Y'.
031220     05  WS-CONTENTION-SWITCH
031240                             PIC X(01) VALUE 'N'.
031260         88  WS-LOCK-CONTENTION       VALUE 'Y'.
031300
031400*----------------------------------------------------------------
031500* CHECKPOINT/RESTART CONTROLS
032300     88  WS-PRIOR-RUN-COMPLETE       VALUE 'Y'.
032400 01  WS-RESTART-SKIPPED-COUNT
032500                             PIC 9(09) COMP VALUE ZERO.
032502
032504*----------------------------------------------------------------
032506* LOCK-CONTENTION RETRY CONTROLS - A -911 (DEADLOCK OR TIMEOUT,
032508*     ALREADY ROLLED BACK BY DB2) OR -913 (NOT ROLLED BACK) ON
032510*     ANY STATEMENT IN A RECORD'S UNIT OF WORK ROLLS THE RECORD
032512*     BACK TO THE LAST COMMIT AND RETRIES IT AFTER A WAIT.  THE
032514*     LIMIT AND WAIT ARE OVERRIDDEN BY THE RETRYPRM PARAMETER
032516*     CARD (COLS 1-2 RETRIES, COLS 4-6 SECONDS).  THE SAVE
032518*     FIELDS HOLD THE COUNTS AS THEY STOOD BEFORE THE RECORD, SO
032520*     A ROLLED-BACK ATTEMPT IS NOT COUNTED AS APPLIED.
032522*----------------------------------------------------------------
032524 01  WS-RETRY-LIMIT          PIC 9(02) VALUE 3.
032526 01  WS-RETRY-WAIT-SECONDS   PIC S9(09) COMP VALUE 2.
032528 01  WS-RETRY-WAIT-FC        PIC X(12).
032530 01  WS-RETRY-COUNT          PIC 9(04) COMP VALUE ZERO.
032532 01  WS-CONTENTION-SQLCODE   PIC S9(09) COMP VALUE ZERO.
032534 01  WS-SAVE-MATCHED-COUNT   PIC 9(09) COMP VALUE ZERO.
032536 01  WS-SAVE-ADD-COUNT       PIC 9(09) COMP VALUE ZERO.
032538 01  WS-SAVE-CHANGE-COUNT    PIC 9(09) COMP VALUE ZERO.
032540 01  WS-SAVE-DELETE-COUNT    PIC 9(09) COMP VALUE ZERO.
032542 01  WS-SAVE-REHIRE-COUNT    PIC 9(09) COMP VALUE ZERO.
032600
032700*----------------------------------------------------------------
032800* CURRENT TIMESTAMP (BUILT FROM ACCEPT FROM DATE/TIME)
034600 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
034700 01  WS-NOCHANGE-COUNT       PIC 9(09) COMP VALUE ZERO.
034800 01  WS-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
034820 01  WS-RETRY-TOTAL          PIC 9(09) COMP VALUE ZERO.
034840 01  WS-CONTENTION-REJECT-COUNT
034860                             PIC 9(09) COMP VALUE ZERO.
034900 01  WS-START-TIMESTAMP      PIC X(14).
035000 01  WS-END-TIMESTAMP        PIC X(14).
035100 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
039900     88  WS-EMP-ACTIVE               VALUE 'A'.
040000     88  WS-EMP-TERMINATED           VALUE 'T'.
040100 01  WS-EMP-TERM-DATE        PIC 9(08).
040150 01  WS-EMP-MANAGER-ID       PIC 9(06).
040200 01  WS-NEW-EMP-NAME         PIC X(30).
040300 01  WS-NEW-EMP-DEPT-CODE    PIC X(04).
040400 01  WS-NEW-EMP-SALARY       PIC S9(07)V99 COMP-3.
040500 01  WS-NEW-TERM-DATE        PIC 9(08).
040550 01  WS-NEW-EMP-MANAGER-ID   PIC 9(06).
040600
040700*----------------------------------------------------------------
040800* CHANGE-TYPE FLAGS - ONE BYTE PER EMPLOYEE FIELD THE CURRENT
040900*     FILE-IN RECORD ACTUALLY CHANGES.  THE WHOLE GROUP IS MOVED
041000*     TO THE AUDIT AND PAYROLL EXTRACT CHANGE-TYPE FIELDS, SO
041050*     'N   ' IS A RENAME ONLY, 'NDS ' IS ALL THREE AT ONCE, AND
041100*     '   M' IS A CHANGE OF MANAGER ONLY.
041200*----------------------------------------------------------------
041300 01  WS-CHANGE-TYPE.
041400     05  WS-CHG-NAME-FLAG    PIC X(01).
041700         88  WS-DEPT-CHANGED         VALUE 'D'.
041800     05  WS-CHG-SALARY-FLAG  PIC X(01).
041900         88  WS-SALARY-CHANGED       VALUE 'S'.
041950     05  WS-CHG-MANAGER-FLAG PIC X(01).
042000         88  WS-MANAGER-CHANGED      VALUE 'M'.
042100
042200*----------------------------------------------------------------
042300* SALARY-CHANGE TOLERANCE - A CHANGE BEYOND THIS PERCENTAGE OF
043000 01  WS-SALARY-CHANGE-PCT    PIC 9(07)V99 COMP-3.
043100 01  WS-SUSP-HELD-DATE       PIC 9(08).
043200 01  WS-SUSP-SOURCE-RECORD   PIC X(80).
043250 01  WS-SUSP-ASSIGNED-MGR    PIC 9(06).
043300
043400*----------------------------------------------------------------
043500* DAY-NUMBER CONVERSION WORK AREAS FOR THE RETRO PAY-PERIOD
061100     END-IF.
061200
061300     PERFORM 1400-LOAD-TOLERANCE THRU 1400-EXIT.
061350     PERFORM 1450-LOAD-RETRY-CARD THRU 1450-EXIT.
061400
061500     PERFORM 7900-BUILD-TIMESTAMP THRU 7900-EXIT.
061600     MOVE WS-TIMESTAMP TO WS-START-TIMESTAMP.
064700     CLOSE TOLER-PARM-FILE.
064800 1400-EXIT.
064900     EXIT.
064902
064904*----------------------------------------------------------------
064906* 1450-LOAD-RETRY-CARD - READ THE LOCK-CONTENTION RETRY CARD.  A
064908*     MISSING FILE, EMPTY FILE, OR NON-NUMERIC FIELD LEAVES THE
064910*     COMPILED DEFAULT IN FORCE FOR THAT FIELD.
064912*----------------------------------------------------------------
064914 1450-LOAD-RETRY-CARD.
064916     OPEN INPUT RETRY-PARM-FILE.
064918     IF WS-RETRY-PARM-STATUS NOT = '00'
064920         DISPLAY 'GOODUPDT - NO RETRY CARD, DEFAULT '
064922             WS-RETRY-LIMIT ' RETRIES'
064924         GO TO 1450-EXIT
064926     END-IF.
064928
064930     READ RETRY-PARM-FILE
064932         AT END
064934             CLOSE RETRY-PARM-FILE
064936             GO TO 1450-EXIT
064938     END-READ.
064940
064942     IF RPARM-RETRY-LIMIT NUMERIC
064944         MOVE RPARM-RETRY-LIMIT TO WS-RETRY-LIMIT
064946     ELSE
064948         DISPLAY 'GOODUPDT - RETRY LIMIT NOT NUMERIC, DEFAULT '
064950             WS-RETRY-LIMIT ' RETRIES'
064952     END-IF.
064954     IF RPARM-WAIT-SECONDS NUMERIC
064956         MOVE RPARM-WAIT-SECONDS TO WS-RETRY-WAIT-SECONDS
064958     ELSE
064960         DISPLAY 'GOODUPDT - RETRY WAIT NOT NUMERIC, DEFAULT '
064962             WS-RETRY-WAIT-SECONDS ' SECONDS'
064964     END-IF.
064966
064968     CLOSE RETRY-PARM-FILE.
064970 1450-EXIT.
064972     EXIT.
065000
065100*----------------------------------------------------------------
065200* 1200-LOAD-LAST-CHECKPOINT - READ ANY PRIOR CHECKPOINT AND
083800         GO TO 3000-READ-NEXT
083900     END-IF.
084000
084010     MOVE ZERO             TO WS-RETRY-COUNT.
084020     MOVE WS-MATCHED-COUNT TO WS-SAVE-MATCHED-COUNT.
084030     MOVE WS-ADD-COUNT     TO WS-SAVE-ADD-COUNT.
084040     MOVE WS-CHANGE-COUNT  TO WS-SAVE-CHANGE-COUNT.
084050     MOVE WS-DELETE-COUNT  TO WS-SAVE-DELETE-COUNT.
084060     MOVE WS-REHIRE-COUNT  TO WS-SAVE-REHIRE-COUNT.
084070
084100     PERFORM 4000-LOOKUP-EMPLOYEE THRU 4000-EXIT.
084120     PERFORM 4900-RETRY-CONTENTION THRU 4900-EXIT
084140         UNTIL NOT WS-LOCK-CONTENTION.
084200
084300     PERFORM 7200-CHECKPOINT-IF-DUE THRU 7200-EXIT.
084400
086800     END-IF.
086900
087000     EXEC SQL
087050         SELECT NAME, DEPT_CODE, SALARY, STATUS, TERM_DATE,
087100                MANAGER_ID
087200           INTO :WS-EMP-NAME, :WS-EMP-DEPT-CODE, :WS-EMP-SALARY,
087250                :WS-EMP-STATUS, :WS-EMP-TERM-DATE,
087300                :WS-EMP-MANAGER-ID
087400           FROM EMPLOYEE
087500          WHERE ID = :WS-EMP-ID
087600     END-EXEC.
091100                 MOVE 'EMPLOYEE ID NOT FOUND' TO WS-REJECT-REASON
091200                 PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
091300             END-IF
091320         WHEN -911
091340         WHEN -913
091360             PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
091400         WHEN OTHER
091500             MOVE 'SQL ERROR ON EMPLOYEE SELECT' TO
091600                 WS-REJECT-REASON
091800     END-EVALUATE.
091900 4000-EXIT.
092000     EXIT.
092002
092004*----------------------------------------------------------------
092006* 4900-RETRY-CONTENTION - THE RECORD HIT LOCK CONTENTION.  ROLL
092008*     BACK TO THE LAST COMMIT (ONLY THIS RECORD'S WORK - THE
092010*     COMMIT INTERVAL IS 1), PUT THE COUNTS BACK AS THEY STOOD,
092012*     AND, UNLESS THE RETRIES ARE SPENT, WAIT AND PROCESS THE
092014*     RECORD AGAIN.  NOTHING WAS WRITTEN TO THE AUDIT, EXTRACT,
092016*     OR RETRO FILES FOR THE FAILED ATTEMPT.  A RECORD STILL
092018*     BLOCKED AFTER THE LAST RETRY IS REJECTED AS CONTENTION,
092020*     NOT AS A DATA ERROR, SO IT CAN SIMPLY BE RECYCLED.
092022*----------------------------------------------------------------
092024 4900-RETRY-CONTENTION.
092026     EXEC SQL
092028         ROLLBACK
092030     END-EXEC.
092032
092034     MOVE WS-SAVE-MATCHED-COUNT TO WS-MATCHED-COUNT.
092036     MOVE WS-SAVE-ADD-COUNT     TO WS-ADD-COUNT.
092038     MOVE WS-SAVE-CHANGE-COUNT  TO WS-CHANGE-COUNT.
092040     MOVE WS-SAVE-DELETE-COUNT  TO WS-DELETE-COUNT.
092042     MOVE WS-SAVE-REHIRE-COUNT  TO WS-REHIRE-COUNT.
092044     MOVE 'N' TO WS-CONTENTION-SWITCH.
092046
092048     IF WS-RETRY-COUNT NOT < WS-RETRY-LIMIT
092050         DISPLAY 'GOODUPDT - LOCK CONTENTION ON ID ' WS-EMP-ID
092052             ' - SQLCODE ' WS-CONTENTION-SQLCODE
092054             ' - REJECTED AFTER ' WS-RETRY-COUNT ' RETRIES'
092056         MOVE WS-CONTENTION-SQLCODE TO SQLCODE
092058         MOVE 'LOCK CONTENTION - RETRIES OUT' TO WS-REJECT-REASON
092060         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
092062         ADD 1 TO WS-CONTENTION-REJECT-COUNT
092064         GO TO 4900-EXIT
092066     END-IF.
092068
092070     ADD 1 TO WS-RETRY-COUNT.
092072     ADD 1 TO WS-RETRY-TOTAL.
092074     CALL 'CEE3DLY' USING WS-RETRY-WAIT-SECONDS, WS-RETRY-WAIT-FC.
092076     PERFORM 4000-LOOKUP-EMPLOYEE THRU 4000-EXIT.
092078 4900-EXIT.
092080     EXIT.
092100
092200*----------------------------------------------------------------
092300* 5000-UPDATE-EMPLOYEE - COMPARE THE FILE-IN NAME, DEPARTMENT,
092350*     SALARY, AND MANAGER AGAINST THE MATCHED EMPLOYEE ROW,
092400*     APPLY THE FIELDS THAT ACTUALLY CHANGED, AND AUDIT THE
092450*     CHANGE.  A RECORD THAT CHANGES NOTHING IS COUNTED AND
092500*     SKIPPED SO THE AUDIT TRAIL AND PAYROLL EXTRACT ONLY CARRY
092550*     REAL CHANGES.
092800*----------------------------------------------------------------
092900 5000-UPDATE-EMPLOYEE.
093000     MOVE EMPR01-NAME      TO WS-NEW-EMP-NAME.
093100     MOVE EMPR01-DEPT-CODE TO WS-NEW-EMP-DEPT-CODE.
093200     MOVE EMPR01-SALARY    TO WS-NEW-EMP-SALARY.
093250     PERFORM 5050-SET-NEW-MANAGER THRU 5050-EXIT.
093300
093400     MOVE SPACES TO WS-CHANGE-TYPE.
093500     IF WS-NEW-EMP-NAME NOT = WS-EMP-NAME
094000     END-IF.
094100     IF WS-NEW-EMP-SALARY NOT = WS-EMP-SALARY
094200         MOVE 'S' TO WS-CHG-SALARY-FLAG
094220     END-IF.
094240     IF WS-NEW-EMP-MANAGER-ID NOT = WS-EMP-MANAGER-ID
094260         MOVE 'M' TO WS-CHG-MANAGER-FLAG
094300     END-IF.
094400
094500     IF WS-CHANGE-TYPE = SPACES
096000         UPDATE EMPLOYEE
096100            SET NAME      = :WS-NEW-EMP-NAME,
096200                DEPT_CODE = :WS-NEW-EMP-DEPT-CODE,
096250                SALARY    = :WS-NEW-EMP-SALARY,
096300                MANAGER_ID = :WS-NEW-EMP-MANAGER-ID
096400          WHERE ID = :WS-EMP-ID
096500     END-EXEC.
096600
097500                 AND EMPR01-EFF-DATE < WS-RUN-DATE
097600                 PERFORM 7100-WRITE-RETRO THRU 7100-EXIT
097700             END-IF
097720         WHEN -911
097740         WHEN -913
097760             PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
097800         WHEN OTHER
097900             MOVE 'SQL ERROR ON EMPLOYEE UPDATE' TO
098000                 WS-REJECT-REASON
098200     END-EVALUATE.
098300 5000-EXIT.
098400     EXIT.
098405
098410*----------------------------------------------------------------
098415* 5050-SET-NEW-MANAGER - THE MANAGER TO APPLY.  A FEED RECORD
098420*     THAT DOES NOT SEND ONE KEEPS THE ROW'S CURRENT MANAGER
098425*     (NONE FOR A NEW HIRE); 000000 CLEARS IT.
098430*----------------------------------------------------------------
098435 5050-SET-NEW-MANAGER.
098440     IF EMPR01-MANAGER-ID NUMERIC
098445         MOVE EMPR01-MANAGER-ID-N TO WS-NEW-EMP-MANAGER-ID
098450     ELSE
098455         MOVE WS-EMP-MANAGER-ID TO WS-NEW-EMP-MANAGER-ID
098460     END-IF.
098465 5050-EXIT.
098470     EXIT.
098500
098600*----------------------------------------------------------------
098700* 5200-INSERT-EMPLOYEE - ADD A BRAND-NEW EMPLOYEE ROW FOR A NEW
099500     MOVE SPACES           TO WS-EMP-NAME.
099600     MOVE SPACES           TO WS-EMP-DEPT-CODE.
099700     MOVE ZERO             TO WS-EMP-SALARY.
099720     MOVE ZERO             TO WS-EMP-MANAGER-ID.
099740     PERFORM 5050-SET-NEW-MANAGER THRU 5050-EXIT.
099800
099900     EXEC SQL
100000         INSERT INTO EMPLOYEE
100050                (ID, NAME, DEPT_CODE, SALARY, STATUS, TERM_DATE,
100100                 MANAGER_ID)
100200         VALUES (:WS-EMP-ID, :WS-NEW-EMP-NAME,
100300                 :WS-NEW-EMP-DEPT-CODE, :WS-NEW-EMP-SALARY,
100400                 'A', 0, :WS-NEW-EMP-MANAGER-ID)
100500     END-EXEC.
100600
100700     EVALUATE SQLCODE
101100             ADD 1 TO WS-ADD-COUNT
101200             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
101300             PERFORM 7050-WRITE-PAYROLL-EXTRACT THRU 7050-EXIT
101320         WHEN -911
101340         WHEN -913
101360             PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
101400         WHEN OTHER
101500             MOVE 'SQL ERROR ON EMPLOYEE INSERT' TO
101600                 WS-REJECT-REASON
105200             ADD 1 TO WS-DELETE-COUNT
105300             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
105400             PERFORM 7050-WRITE-PAYROLL-EXTRACT THRU 7050-EXIT
105420         WHEN -911
105440         WHEN -913
105460             PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
105500         WHEN OTHER
105600             MOVE 'SQL ERROR ON EMPLOYEE TERMINATE' TO
105700                 WS-REJECT-REASON
107600     MOVE EMPR01-NAME      TO WS-NEW-EMP-NAME.
107700     MOVE EMPR01-DEPT-CODE TO WS-NEW-EMP-DEPT-CODE.
107800     MOVE EMPR01-SALARY    TO WS-NEW-EMP-SALARY.
107850     PERFORM 5050-SET-NEW-MANAGER THRU 5050-EXIT.
107900
108000     IF NOT EMPR01-SUPV-APPROVED
108100         PERFORM 5850-CHECK-TOLERANCE THRU 5850-EXIT
109100                DEPT_CODE = :WS-NEW-EMP-DEPT-CODE,
109200                SALARY    = :WS-NEW-EMP-SALARY,
109300                STATUS    = 'A',
109350                TERM_DATE = 0,
109400                MANAGER_ID = :WS-NEW-EMP-MANAGER-ID
109500          WHERE ID = :WS-EMP-ID
109600     END-EXEC.
109700
110200             ADD 1 TO WS-REHIRE-COUNT
110300             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
110400             PERFORM 7050-WRITE-PAYROLL-EXTRACT THRU 7050-EXIT
110420         WHEN -911
110440         WHEN -913
110460             PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
110500         WHEN OTHER
110600             MOVE 'SQL ERROR ON EMPLOYEE REHIRE' TO
110700                 WS-REJECT-REASON
115300*     BEFORE/AFTER FIGURES ON THE EMP_SUSPENSE TABLE FOR THE
115400*     GAPR SUPERVISOR REVIEW; THE GOODSUSP RELEASE STEP FEEDS
115500*     APPROVED CHANGES BACK THROUGH THE NORMAL PATH AND
115520*     RETURNS REJECTIONS TO THE SOURCE ON ITS REPORT.  THE
115540*     HELD CHANGE IS ASSIGNED TO THE EMPLOYEE'S CURRENT MANAGER,
115560*     OR TO THE MANAGER THE RECORD SENDS WHEN THE ROW HAS NONE,
115580*     AND GAPR OFFERS IT ONLY TO THAT MANAGER'S REPORTING CHAIN.
115700*----------------------------------------------------------------
115800 5900-HOLD-SUSPENSE.
115900     MOVE WS-RUN-DATE       TO WS-SUSP-HELD-DATE.
116000     MOVE WS-FILE-IN-RECORD TO WS-SUSP-SOURCE-RECORD.
116010     IF WS-EMP-MANAGER-ID NOT = ZERO
116020         MOVE WS-EMP-MANAGER-ID TO WS-SUSP-ASSIGNED-MGR
116030     ELSE
116040         MOVE WS-NEW-EMP-MANAGER-ID TO WS-SUSP-ASSIGNED-MGR
116050     END-IF.
116100
116200     EXEC SQL
116300         INSERT INTO EMP_SUSPENSE
116400                (EMP_ID, HELD_DATE, OLD_SALARY, NEW_SALARY,
116500                 CHANGE_PCT, STATUS, SOURCE_RECORD, ASSIGNED_MGR)
116600         VALUES (:WS-EMP-ID, :WS-SUSP-HELD-DATE,
116700                 :WS-EMP-SALARY, :WS-NEW-EMP-SALARY,
116800                 :WS-SALARY-CHANGE-PCT, 'H',
116900                 :WS-SUSP-SOURCE-RECORD, :WS-SUSP-ASSIGNED-MGR)
117000     END-EXEC.
117100
117150     EVALUATE SQLCODE
117200         WHEN 0
117250             ADD 1 TO WS-SUSPENDED-COUNT
117300         WHEN -911
117350         WHEN -913
117400             PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
117450         WHEN OTHER
117500             MOVE 'SQL ERROR ON SUSPENSE INSERT' TO
117550                 WS-REJECT-REASON
117600             PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
117650     END-EVALUATE.
117900 5900-EXIT.
118000     EXIT.
118100
121100         MOVE ZERO TO AUD-CHECK-VALUE
121200     END-IF.
121300
121310*    A CHAIN LINK LOST TO LOCK CONTENTION IS NOT A CHAIN FAILURE -
121320*    THE RECORD IS ROLLED BACK AND RETRIED, SO NOTHING IS WRITTEN.
121330     IF WS-LOCK-CONTENTION
121340         GO TO 7000-EXIT
121350     END-IF.
121360
121400     WRITE AUDIT-OUT-RECORD.
121500 7000-EXIT.
121600     EXIT.
127500     END-IF.
127600
127700 7700-CHAIN-FAILED.
127710     IF SQLCODE = -911 OR SQLCODE = -913
127720         PERFORM 6100-NOTE-CONTENTION THRU 6100-EXIT
127730         MOVE 'N' TO WS-CHAIN-OK-SWITCH
127740         GO TO 7700-EXIT
127750     END-IF.
127800     DISPLAY 'GOODUPDT - AUDIT CHAIN UNAVAILABLE - SQLCODE '
127900         SQLCODE ' - RECORD WRITTEN UNCHAINED'.
128000     MOVE 'N' TO WS-CHAIN-OK-SWITCH.
130600*     THE EMPLOYEE'S NAME EVEN THOUGH THE ROW IS GONE.
130700*----------------------------------------------------------------
130800 7050-WRITE-PAYROLL-EXTRACT.
130820     IF WS-LOCK-CONTENTION
130840         GO TO 7050-EXIT
130860     END-IF.
130880
130900     MOVE WS-EMP-ID          TO PEXT-EMP-ID.
131000     MOVE EMPR01-NAME        TO PEXT-EMP-NAME.
131100     MOVE EMPR01-EFF-DATE    TO PEXT-EFF-DATE.
132300*     CAN BE COMPUTED.
132400*----------------------------------------------------------------
132500 7100-WRITE-RETRO.
132520     IF WS-LOCK-CONTENTION
132540         GO TO 7100-EXIT
132560     END-IF.
132580
132600     MOVE EMPR01-EFF-DATE TO WS-DCV-DATE.
132700     PERFORM 7800-DATE-TO-DAY-NUMBER THRU 7800-EXIT.
132800     MOVE WS-DCV-DAY-NUMBER TO WS-EFF-DAY-NUMBER.
139000     ADD 1 TO WS-REJECT-COUNT.
139100 6000-EXIT.
139200     EXIT.
139205
139210*----------------------------------------------------------------
139215* 6100-NOTE-CONTENTION - A STATEMENT IN THIS RECORD'S UNIT OF WORK
139220*     HIT A DEADLOCK OR TIMEOUT.  FLAG IT FOR THE RETRY IN
139225*     4900-RETRY-CONTENTION AND KEEP THE SQLCODE FOR THE REJECT
139227*     IF THE RETRIES RUN OUT.
139230*----------------------------------------------------------------
139235 6100-NOTE-CONTENTION.
139240     MOVE 'Y'     TO WS-CONTENTION-SWITCH.
139245     MOVE SQLCODE TO WS-CONTENTION-SQLCODE.
139250 6100-EXIT.
139255     EXIT.
139300
139400*----------------------------------------------------------------
139500* 7200-CHECKPOINT-IF-DUE - COMMIT AND LOG A RESTART CHECKPOINT
153100     COMPUTE RCTL-OUT-OTHER =
153200         WS-NOCHANGE-COUNT + WS-RESTART-SKIPPED-COUNT.
153300     MOVE RETURN-CODE      TO RCTL-RETURN-CODE.
153320     MOVE WS-RETRY-TOTAL   TO RCTL-CONTENTION-RETRIES.
153340     MOVE WS-CONTENTION-REJECT-COUNT
153360                           TO RCTL-CONTENTION-REJECTS.
153400     WRITE RUN-CTL-RECORD.
153500     CLOSE RUN-CTL-FILE.
153600 9500-EXIT.
161900     MOVE 'RECORDS REJECTED' TO RPT-LABEL.
162000     MOVE WS-RPT-COUNT-EDIT TO RPT-VALUE.
162100     WRITE CONTROL-RPT-RECORD.
162105
162110     COMPUTE WS-RPT-COUNT-EDIT =
162115         WS-REJECT-COUNT - WS-CONTENTION-REJECT-COUNT.
162120     MOVE SPACES TO CONTROL-RPT-RECORD.
162125     MOVE '  DATA REJECTS' TO RPT-LABEL.
162130     MOVE WS-RPT-COUNT-EDIT TO RPT-VALUE.
162135     WRITE CONTROL-RPT-RECORD.
162140
162145     MOVE WS-CONTENTION-REJECT-COUNT TO WS-RPT-COUNT-EDIT.
162150     MOVE SPACES TO CONTROL-RPT-RECORD.
162155     MOVE '  LOCK CONTENTION REJECTS' TO RPT-LABEL.
162160     MOVE WS-RPT-COUNT-EDIT TO RPT-VALUE.
162165     WRITE CONTROL-RPT-RECORD.
162170
162175     MOVE WS-RETRY-TOTAL TO WS-RPT-COUNT-EDIT.
162180     MOVE SPACES TO CONTROL-RPT-RECORD.
162185     MOVE 'LOCK CONTENTION RETRIES' TO RPT-LABEL.
162190     MOVE WS-RPT-COUNT-EDIT TO RPT-VALUE.
162195     WRITE CONTROL-RPT-RECORD.
162200
162300     MOVE WS-RESTART-SKIPPED-COUNT TO WS-RPT-COUNT-EDIT.
162400     MOVE SPACES TO CONTROL-RPT-RECORD.
