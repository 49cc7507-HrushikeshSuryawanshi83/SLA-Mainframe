007740*                  DATE ARRIVES, SO RETIRING A DEPARTMENT AS
007750*                  OF NEXT MONTH NO LONGER MAKES THE EDIT
007760*                  REJECT ITS RECORDS TONIGHT.
007762* 10/15/2026  RJ   EDIT THE NEW EMPR01-MANAGER-ID - BLANK (NOT
007764*                  SENT) OR SIX DIGITS, AND NEVER THE EMPLOYEE'S
007766*                  OWN ID.  A FAILURE IS FLAGGED 'M' IN THE ID
007768*                  FLAG BYTE, SO THE REJECT RECORD KEEPS ITS
007770*                  143-BYTE LAYOUT.  WHETHER THE MANAGER EXISTS
007772*                  AND IS ACTIVE IS LEFT TO THE NIGHTLY GOODMGRX
007774*                  HIERARCHY LISTING - A MANAGER HIRED ON THE
007776*                  SAME FEED MUST NOT BOUNCE THE RECORDS OF
007778*                  THE EMPLOYEES REPORTING TO THEM.
007800*----------------------------------------------------------------
007900
008000 ENVIRONMENT DIVISION.
012800     05  EREJ-EMP-ID         PIC X(06).
012900     05  EREJ-FILE-IN-DATA   PIC X(80).
013000     05  EREJ-ERROR-FLAGS.
013020*        EREJ-ERR-ID IS 'I' FOR A BAD EMPLOYEE ID, 'M' FOR A
013040*        BAD MANAGER ID
013100         10  EREJ-ERR-ID         PIC X(01).
013200         10  EREJ-ERR-NAME       PIC X(01).
013300         10  EREJ-ERR-DEPT       PIC X(01).
024700 01  WS-ERR-DATE-COUNT       PIC 9(09) COMP VALUE ZERO.
024800 01  WS-ERR-TRAN-COUNT       PIC 9(09) COMP VALUE ZERO.
024900 01  WS-ERR-DUP-COUNT        PIC 9(09) COMP VALUE ZERO.
024950 01  WS-ERR-MANAGER-COUNT    PIC 9(09) COMP VALUE ZERO.
025000 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
025100
025200*----------------------------------------------------------------
056600         PERFORM 4300-EDIT-NAME THRU 4300-EXIT
056700         PERFORM 4400-EDIT-DEPT-CODE THRU 4400-EXIT
056800         PERFORM 4500-EDIT-SALARY THRU 4500-EXIT
056850         PERFORM 4700-EDIT-MANAGER THRU 4700-EXIT
056900     END-IF.
057000
057100     IF WS-RECORD-GOOD
077200     MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON.
077300     PERFORM 5000-FLAG-RECORD-BAD THRU 5000-EXIT.
077400 4600-EXIT.
077402     EXIT.
077404
077406*----------------------------------------------------------------
077408* 4700-EDIT-MANAGER - THE MANAGER ID IS BLANK WHEN THE FEED DOES
077410*     NOT SEND ONE; OTHERWISE IT MUST BE SIX DIGITS AND MAY NOT
077412*     BE THE EMPLOYEE'S OWN ID
077414*----------------------------------------------------------------
077416 4700-EDIT-MANAGER.
077418     IF EMPR01-MANAGER-NOT-SENT
077420         GO TO 4700-EXIT
077422     END-IF.
077424
077426     IF EMPR01-MANAGER-ID NOT NUMERIC
077428         MOVE 'MANAGER ID NOT NUMERIC' TO WS-REJECT-REASON
077430         GO TO 4700-BAD-MANAGER
077432     END-IF.
077434
077436     IF EMPR01-MANAGER-ID = WS-RAW-EMP-ID
077438         MOVE 'MANAGER ID IS THE EMPLOYEE''S OWN'
077440             TO WS-REJECT-REASON
077442         GO TO 4700-BAD-MANAGER
077444     END-IF.
077446
077448     GO TO 4700-EXIT.
077450
077452 4700-BAD-MANAGER.
077454     IF EREJ-ERR-ID = SPACE
077456         MOVE 'M' TO EREJ-ERR-ID
077458     END-IF.
077460     ADD 1 TO WS-ERR-MANAGER-COUNT.
077462     PERFORM 5000-FLAG-RECORD-BAD THRU 5000-EXIT.
077464 4700-EXIT.
077500     EXIT.
077600
077700*----------------------------------------------------------------
090200
090300     MOVE '  DUPLICATE ID ERRORS' TO WS-RPT-TOT-LABEL.
090400     MOVE WS-ERR-DUP-COUNT TO WS-RPT-COUNT-EDIT.
090420     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
090440
090460     MOVE '  MANAGER ID ERRORS' TO WS-RPT-TOT-LABEL.
090480     MOVE WS-ERR-MANAGER-COUNT TO WS-RPT-COUNT-EDIT.
090500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
090600
090700     MOVE SPACES TO EDIT-RPT-RECORD.
