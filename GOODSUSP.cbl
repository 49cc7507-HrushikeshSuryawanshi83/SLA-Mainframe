002800*                  SHARED RUN-CONTROL REGISTER AT END OF RUN,
002900*                  SO GOODBAL CAN PROVE THE WHOLE NIGHT END TO
003000*                  END FROM ONE PAGE.
003010* 10/15/2026  RJ   CARRY THE REVIEWER - GAPR NOW STAMPS THE
003020*                  SUPERVISOR'S CICS USER ID ON EVERY DECISION
003030*                  AS REVIEWED_BY.  IT IS PRINTED ON EVERY
003040*                  RELEASE REPORT LINE, AND AN APPROVED CHANGE
003050*                  GOES BACK OUT WITH IT IN EMPR01-APPROVED-BY,
003060*                  SO THE AUDIT RECORD GOODUPDT WRITES WHEN IT
003065*                  APPLIES THE CHANGE NAMES THE APPROVER EVEN
003070*                  AFTER THIS STEP MARKS THE SUSPENSE ROW
003075*                  RELEASED ('L').
003082* 10/15/2026  RJ   KEEP THE APPROVAL ON RECORD - A RELEASED
003084*                  APPROVAL IS NO LONGER DELETED BUT MARKED
003086*                  STATUS 'L' (RELEASED), SO THE GOODSALC
003088*                  QUARTERLY CONTROL REPORT CAN MATCH EVERY
003090*                  OVER-TOLERANCE SALARY CHANGE ON THE AUDIT
003092*                  TRAIL TO THE SUPERVISOR APPROVAL BEHIND IT.
003094*                  GOODSALC CAN PURGE RELEASED ROWS ON REQUEST
003096*                  ONCE THEIR QUARTER HAS BEEN SIGNED OFF.
003098*                  REJECTED CHANGES ARE STILL DELETED.
003100*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
010600 01  WS-SUSP-CHANGE-PCT      PIC 9(07)V99 COMP-3.
010700 01  WS-SUSP-STATUS          PIC X(01).
010800 01  WS-SUSP-SOURCE-RECORD   PIC X(80).
010810 01  WS-SUSP-REVIEWED-BY     PIC X(08).
010900 01  WS-STILL-HELD-COUNT     PIC S9(09) COMP.
011000
011100*----------------------------------------------------------------
015900     05  WS-RPT-DET-PCT      PIC Z(6)9.99.
016000     05  FILLER              PIC X(02) VALUE SPACES.
016100     05  WS-RPT-DET-DISP     PIC X(30).
016110     05  FILLER              PIC X(05) VALUE '  BY '.
016120     05  WS-RPT-DET-REVIEWER PIC X(08).
016200     05  FILLER              PIC X(11) VALUE SPACES.
016300 01  WS-RPT-TOTAL.
016400     05  WS-RPT-TOT-LABEL    PIC X(40).
016500     05  WS-RPT-TOT-VALUE    PIC X(92).
022400
022500*----------------------------------------------------------------
022600* 3000-SWEEP-SUSPENSE - WALK EVERY REVIEWED SUSPENSE ROW,
022700*     RELEASE THE APPROVED ONES AND MARK THEM RELEASED, AND
022800*     REPORT AND DELETE THE REJECTED ONES.  ROWS STILL AWAITING
022900*     REVIEW ARE LEFT FOR A LATER NIGHT.  THE CURSOR CARRIES NO
023000*     ORDER BY - AN ORDERED CURSOR IS READ-ONLY TO DB2 AND COULD
023100*     NOT BACK THE POSITIONED UPDATE AND DELETE; THE SORT STEP
023200*     ORDERS THE RELEASED RECORDS DOWNSTREAM ANYWAY.
023300*----------------------------------------------------------------
023400 3000-SWEEP-SUSPENSE.
023500     EXEC SQL
023600         DECLARE SUSPCUR CURSOR FOR
023700         SELECT EMP_ID, HELD_DATE, OLD_SALARY, NEW_SALARY,
023800                CHANGE_PCT, STATUS, SOURCE_RECORD,
023810                REVIEWED_BY
023900           FROM EMP_SUSPENSE
024000          WHERE STATUS IN ('A', 'R')
024100            FOR UPDATE OF STATUS
027600
027700*----------------------------------------------------------------
027800* 3100-FETCH-SUSPENSE - ROUTE ONE REVIEWED SUSPENSE ROW BY ITS
027900*     SUPERVISOR DISPOSITION.  AN APPROVED ROW STAYS ON THE
027910*     TABLE AS STATUS 'L' FOR THE GOODSALC QUARTERLY CONTROL
027920*     REPORT; A REJECTED ROW IS DELETED.
028000*----------------------------------------------------------------
028100 3100-FETCH-SUSPENSE.
028200     EXEC SQL
028400          INTO :WS-SUSP-EMP-ID, :WS-SUSP-HELD-DATE,
028500               :WS-SUSP-OLD-SALARY, :WS-SUSP-NEW-SALARY,
028600               :WS-SUSP-CHANGE-PCT, :WS-SUSP-STATUS,
028700               :WS-SUSP-SOURCE-RECORD, :WS-SUSP-REVIEWED-BY
028800     END-EXEC.
028900
029000     IF SQLCODE = 100
030100
030200     IF WS-SUSP-STATUS = 'A'
030300         PERFORM 4000-RELEASE-APPROVED THRU 4000-EXIT
030310         EXEC SQL
030320             UPDATE EMP_SUSPENSE
030330                SET STATUS = 'L'
030340              WHERE CURRENT OF SUSPCUR
030350         END-EXEC
030360         IF SQLCODE NOT = 0
030370             DISPLAY 'GOODSUSP - SQL ERROR ON SUSPENSE UPDATE - '
030380                 'SQLCODE ' SQLCODE
030390             MOVE 16 TO RETURN-CODE
030395             MOVE 'Y' TO WS-SUSP-EOF-SWITCH
030397         END-IF
030398         GO TO 3100-EXIT
030400     END-IF.
030500
030600     PERFORM 4100-RETURN-REJECTED THRU 4100-EXIT.
030700
030800     EXEC SQL
030900         DELETE FROM EMP_SUSPENSE
032500 4000-RELEASE-APPROVED.
032600     MOVE WS-SUSP-SOURCE-RECORD TO WS-RELEASE-RECORD.
032700     MOVE 'A' TO EMPR01-APPROVAL-FLAG.
032710     MOVE WS-SUSP-REVIEWED-BY TO EMPR01-APPROVED-BY.
032800     MOVE WS-RELEASE-RECORD TO SUSP-DUE-RECORD.
032900     WRITE SUSP-DUE-RECORD.
033000     ADD 1 TO WS-DUE-COUNT.
035800     MOVE WS-SUSP-OLD-SALARY TO WS-RPT-DET-OLD-SAL.
035900     MOVE WS-SUSP-NEW-SALARY TO WS-RPT-DET-NEW-SAL.
036000     MOVE WS-SUSP-CHANGE-PCT TO WS-RPT-DET-PCT.
036010     MOVE WS-SUSP-REVIEWED-BY TO WS-RPT-DET-REVIEWER.
036100     MOVE WS-RPT-DETAIL TO SUSP-RPT-RECORD.
036200     WRITE SUSP-RPT-RECORD.
036300 5000-EXIT.
