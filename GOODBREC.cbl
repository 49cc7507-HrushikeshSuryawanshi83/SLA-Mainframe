000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODBREC.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - BENEFITS CARRIER RETURN
001300*                  RECONCILIATION.  MATCHES THE ENROLLMENT
001400*                  EVENTS GOODBENF SENT AGAINST THE CONFIRMATION
001500*                  FILE THE CARRIER RETURNS, KEYED BY EMPLOYEE
001600*                  ID, EVENT, AND COVERAGE DATE, THE SAME WAY
001700*                  GOODPACK RECONCILES PAYROLL ACKNOWLEDGMENTS.
001800*                  UNCONFIRMED AND REJECTED EVENTS, AND
001900*                  CONFIRMATIONS FOR EVENTS WE NEVER SENT, ARE
002000*                  REPORTED AND FORCE RETURN CODE 8 SO THE
002100*                  SCHEDULER RAISES AN ALARM - AN UNCONFIRMED
002200*                  TERMINATION IS COVERAGE STILL RUNNING.  BOTH
002300*                  INPUTS ARRIVE SORTED BY EMPLOYEE ID, EVENT,
002400*                  AND COVERAGE DATE FROM THE SORT STEPS IN THE
002500*                  GOODBREC JOB, WHICH DROP THE SENT FILE'S
002600*                  HEADER AND TRAILER.
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BENEFITS-SENT-FILE ASSIGN TO BENSENT
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-BENEFITS-SENT-STATUS.
004000
004100     SELECT BENEFITS-RETURN-FILE ASSIGN TO BENRTN
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-BENEFITS-RETURN-STATUS.
004500
004600     SELECT RECON-RPT-FILE ASSIGN TO RECONRPT
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-RECON-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  BENEFITS-SENT-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  BENEFITS-SENT-RECORD.
005700     COPY BENREC01.
005800
005900 FD  BENEFITS-RETURN-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  BENEFITS-RETURN-RECORD.
006300     COPY BRTREC01.
006400
006500 FD  RECON-RPT-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  RECON-RPT-RECORD        PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200* FILE STATUS AND CONTROL SWITCHES
007300*----------------------------------------------------------------
007400 01  WS-BENEFITS-SENT-STATUS PIC X(02) VALUE '00'.
007500 01  WS-BENEFITS-RETURN-STATUS
007600                             PIC X(02) VALUE '00'.
007700 01  WS-RECON-RPT-STATUS     PIC X(02) VALUE '00'.
007800
007900*----------------------------------------------------------------
008000* MATCH KEYS - EMPLOYEE ID, EVENT, AND COVERAGE DATE,
008100*     HIGH-VALUES MARKS AN EXHAUSTED INPUT
008200*----------------------------------------------------------------
008300 01  WS-SENT-KEY.
008400     05  WS-SENT-EMP-ID      PIC X(06).
008500     05  WS-SENT-EVENT       PIC X(04).
008600     05  WS-SENT-COV-DATE    PIC X(08).
008700 01  WS-RTN-KEY.
008800     05  WS-RTN-EMP-ID       PIC X(06).
008900     05  WS-RTN-EVENT        PIC X(04).
009000     05  WS-RTN-COV-DATE     PIC X(08).
009100
009200*----------------------------------------------------------------
009300* RUN CONTROL TOTALS
009400*----------------------------------------------------------------
009500 01  WS-SENT-COUNT           PIC 9(09) COMP VALUE ZERO.
009600 01  WS-RTN-COUNT            PIC 9(09) COMP VALUE ZERO.
009700 01  WS-CONFIRMED-COUNT      PIC 9(09) COMP VALUE ZERO.
009800 01  WS-UNCONFIRMED-COUNT    PIC 9(09) COMP VALUE ZERO.
009900 01  WS-ERROR-COUNT          PIC 9(09) COMP VALUE ZERO.
010000 01  WS-ORPHAN-COUNT         PIC 9(09) COMP VALUE ZERO.
010100 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
010200
010300*----------------------------------------------------------------
010400* REPORT PRINT LINES
010500*----------------------------------------------------------------
010600 01  WS-RPT-HEADING.
010700     05  FILLER              PIC X(44)
010800         VALUE 'GOODBREC BENEFITS CARRIER RECONCILIATION'.
010900     05  WS-RPT-HDG-DATE     PIC 9(08).
011000     05  FILLER              PIC X(80) VALUE SPACES.
011100 01  WS-RPT-DETAIL.
011200     05  WS-RPT-DET-TAG      PIC X(14).
011300     05  FILLER              PIC X(05) VALUE ' ID '.
011400     05  WS-RPT-DET-EMP-ID   PIC X(06).
011500     05  FILLER              PIC X(08) VALUE ' EVENT '.
011600     05  WS-RPT-DET-EVENT    PIC X(04).
011700     05  FILLER              PIC X(11) VALUE ' COVERAGE '.
011800     05  WS-RPT-DET-COV-DATE PIC X(08).
011900     05  FILLER              PIC X(02) VALUE SPACES.
012000     05  WS-RPT-DET-TEXT     PIC X(30).
012100     05  FILLER              PIC X(44) VALUE SPACES.
012200 01  WS-RPT-TOTAL.
012300     05  WS-RPT-TOT-LABEL    PIC X(40).
012400     05  WS-RPT-TOT-VALUE    PIC X(92).
012500
012600 01  WS-RUN-DATE             PIC 9(08).
012700
012800 PROCEDURE DIVISION.
012900*----------------------------------------------------------------
013000 0000-MAINLINE.
013100*----------------------------------------------------------------
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     IF RETURN-CODE NOT = ZERO
013400         STOP RUN
013500     END-IF.
013600
013700     PERFORM 2000-READ-SENT THRU 2000-EXIT.
013800     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
013900
014000     PERFORM 3000-MATCH-RECORDS THRU 3000-EXIT
014100         UNTIL WS-SENT-KEY = HIGH-VALUES
014200         AND WS-RTN-KEY = HIGH-VALUES.
014300
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014500
014600     STOP RUN.
014700 0000-EXIT.
014800     EXIT.
014900
015000*----------------------------------------------------------------
015100* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADING
015200*----------------------------------------------------------------
015300 1000-INITIALIZE.
015400     DISPLAY 'GOODBREC - STARTING BENEFITS RECONCILIATION'.
015500
015600     OPEN INPUT BENEFITS-SENT-FILE.
015700     IF WS-BENEFITS-SENT-STATUS NOT = '00'
015800         DISPLAY 'GOODBREC - OPEN ERROR ON BENEFITS-SENT-FILE - '
015900             'STATUS ' WS-BENEFITS-SENT-STATUS
016000         MOVE 16 TO RETURN-CODE
016100         GO TO 1000-EXIT
016200     END-IF.
016300
016400     OPEN INPUT BENEFITS-RETURN-FILE.
016500     IF WS-BENEFITS-RETURN-STATUS NOT = '00'
016600         DISPLAY 'GOODBREC - OPEN ERROR ON BENEFITS-RETURN-FILE '
016700             '- STATUS ' WS-BENEFITS-RETURN-STATUS
016800         MOVE 16 TO RETURN-CODE
016900         GO TO 1000-EXIT
017000     END-IF.
017100
017200     OPEN OUTPUT RECON-RPT-FILE.
017300     IF WS-RECON-RPT-STATUS NOT = '00'
017400         DISPLAY 'GOODBREC - OPEN ERROR ON RECON-RPT-FILE - '
017500             'STATUS ' WS-RECON-RPT-STATUS
017600         MOVE 16 TO RETURN-CODE
017700         GO TO 1000-EXIT
017800     END-IF.
017900
018000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018100     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
018200     MOVE WS-RPT-HEADING TO RECON-RPT-RECORD.
018300     WRITE RECON-RPT-RECORD.
018400     MOVE SPACES TO RECON-RPT-RECORD.
018500     WRITE RECON-RPT-RECORD.
018600 1000-EXIT.
018700     EXIT.
018800
018900*----------------------------------------------------------------
019000* 2000-READ-SENT - READ ONE EVENT WE SENT
019100*----------------------------------------------------------------
019200 2000-READ-SENT.
019300     READ BENEFITS-SENT-FILE
019400         AT END
019500             MOVE HIGH-VALUES TO WS-SENT-KEY
019600         NOT AT END
019700             MOVE BEN-EMP-ID TO WS-SENT-EMP-ID
019800             MOVE BEN-EVENT TO WS-SENT-EVENT
019900             MOVE BEN-COVERAGE-DATE TO WS-SENT-COV-DATE
020000             ADD 1 TO WS-SENT-COUNT
020100     END-READ.
020200 2000-EXIT.
020300     EXIT.
020400
020500*----------------------------------------------------------------
020600* 2100-READ-RETURN - READ ONE CARRIER CONFIRMATION
020700*----------------------------------------------------------------
020800 2100-READ-RETURN.
020900     READ BENEFITS-RETURN-FILE
021000         AT END
021100             MOVE HIGH-VALUES TO WS-RTN-KEY
021200         NOT AT END
021300             MOVE BRT-EMP-ID TO WS-RTN-EMP-ID
021400             MOVE BRT-EVENT TO WS-RTN-EVENT
021500             MOVE BRT-COVERAGE-DATE TO WS-RTN-COV-DATE
021600             ADD 1 TO WS-RTN-COUNT
021700     END-READ.
021800 2100-EXIT.
021900     EXIT.
022000
022100*----------------------------------------------------------------
022200* 3000-MATCH-RECORDS - ONE STEP OF THE SENT/RETURN MATCH
022300*----------------------------------------------------------------
022400 3000-MATCH-RECORDS.
022500     IF WS-SENT-KEY < WS-RTN-KEY
022600         PERFORM 4000-SENT-ONLY THRU 4000-EXIT
022700         GO TO 3000-EXIT
022800     END-IF.
022900     IF WS-SENT-KEY > WS-RTN-KEY
023000         PERFORM 4100-RETURN-ONLY THRU 4100-EXIT
023100         GO TO 3000-EXIT
023200     END-IF.
023300     PERFORM 4200-MATCHED THRU 4200-EXIT.
023400 3000-EXIT.
023500     EXIT.
023600
023700*----------------------------------------------------------------
023800* 4000-SENT-ONLY - THE CARRIER NEVER CONFIRMED THE EVENT
023900*----------------------------------------------------------------
024000 4000-SENT-ONLY.
024100     MOVE 'UNCONFIRMED'    TO WS-RPT-DET-TAG.
024200     MOVE WS-SENT-EMP-ID   TO WS-RPT-DET-EMP-ID.
024300     MOVE WS-SENT-EVENT    TO WS-RPT-DET-EVENT.
024400     MOVE WS-SENT-COV-DATE TO WS-RPT-DET-COV-DATE.
024500     MOVE BEN-EMP-NAME     TO WS-RPT-DET-TEXT.
024600     MOVE WS-RPT-DETAIL TO RECON-RPT-RECORD.
024700     WRITE RECON-RPT-RECORD.
024800     ADD 1 TO WS-UNCONFIRMED-COUNT.
024900     PERFORM 2000-READ-SENT THRU 2000-EXIT.
025000 4000-EXIT.
025100     EXIT.
025200
025300*----------------------------------------------------------------
025400* 4100-RETURN-ONLY - A CONFIRMATION FOR AN EVENT WE NEVER SENT
025500*----------------------------------------------------------------
025600 4100-RETURN-ONLY.
025700     MOVE 'NOT SENT BY US' TO WS-RPT-DET-TAG.
025800     MOVE WS-RTN-EMP-ID    TO WS-RPT-DET-EMP-ID.
025900     MOVE WS-RTN-EVENT     TO WS-RPT-DET-EVENT.
026000     MOVE WS-RTN-COV-DATE  TO WS-RPT-DET-COV-DATE.
026100     MOVE BRT-ERROR-TEXT   TO WS-RPT-DET-TEXT.
026200     MOVE WS-RPT-DETAIL TO RECON-RPT-RECORD.
026300     WRITE RECON-RPT-RECORD.
026400     ADD 1 TO WS-ORPHAN-COUNT.
026500     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
026600 4100-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------------
027000* 4200-MATCHED - CONFIRMED, OR REJECTED BY THE CARRIER
027100*----------------------------------------------------------------
027200 4200-MATCHED.
027300     IF BRT-APPLIED
027400         ADD 1 TO WS-CONFIRMED-COUNT
027500     ELSE
027600         MOVE 'REJECTED'       TO WS-RPT-DET-TAG
027700         MOVE WS-SENT-EMP-ID   TO WS-RPT-DET-EMP-ID
027800         MOVE WS-SENT-EVENT    TO WS-RPT-DET-EVENT
027900         MOVE WS-SENT-COV-DATE TO WS-RPT-DET-COV-DATE
028000         MOVE BRT-ERROR-TEXT   TO WS-RPT-DET-TEXT
028100         MOVE WS-RPT-DETAIL TO RECON-RPT-RECORD
028200         WRITE RECON-RPT-RECORD
028300         ADD 1 TO WS-ERROR-COUNT
028400     END-IF.
028500     PERFORM 2000-READ-SENT THRU 2000-EXIT.
028600     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
028700 4200-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------
029100* 9000-TERMINATE - PRINT THE TOTALS AND THE VERDICT AND CLOSE UP
029200*----------------------------------------------------------------
029300 9000-TERMINATE.
029400     MOVE SPACES TO RECON-RPT-RECORD.
029500     WRITE RECON-RPT-RECORD.
029600
029700     MOVE 'EVENTS SENT' TO WS-RPT-TOT-LABEL.
029800     MOVE WS-SENT-COUNT TO WS-RPT-COUNT-EDIT.
029900     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
030000
030100     MOVE 'CONFIRMATIONS RECEIVED' TO WS-RPT-TOT-LABEL.
030200     MOVE WS-RTN-COUNT TO WS-RPT-COUNT-EDIT.
030300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
030400
030500     MOVE 'EVENTS CONFIRMED APPLIED' TO WS-RPT-TOT-LABEL.
030600     MOVE WS-CONFIRMED-COUNT TO WS-RPT-COUNT-EDIT.
030700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
030800
030900     MOVE 'EVENTS UNCONFIRMED' TO WS-RPT-TOT-LABEL.
031000     MOVE WS-UNCONFIRMED-COUNT TO WS-RPT-COUNT-EDIT.
031100     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
031200
031300     MOVE 'EVENTS REJECTED BY THE CARRIER' TO WS-RPT-TOT-LABEL.
031400     MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-EDIT.
031500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
031600
031700     MOVE 'CONFIRMATIONS FOR EVENTS NOT SENT' TO WS-RPT-TOT-LABEL.
031800     MOVE WS-ORPHAN-COUNT TO WS-RPT-COUNT-EDIT.
031900     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
032000
032100     MOVE SPACES TO RECON-RPT-RECORD.
032200     MOVE 'FEED STATUS' TO WS-RPT-TOT-LABEL.
032300     IF WS-UNCONFIRMED-COUNT = ZERO
032400         AND WS-ERROR-COUNT = ZERO
032500         AND WS-ORPHAN-COUNT = ZERO
032600         MOVE 'FULLY CONFIRMED' TO WS-RPT-TOT-VALUE
032700     ELSE
032800         MOVE 'NOT FULLY CONFIRMED' TO WS-RPT-TOT-VALUE
032900         MOVE 8 TO RETURN-CODE
033000     END-IF.
033100     MOVE WS-RPT-TOTAL TO RECON-RPT-RECORD.
033200     WRITE RECON-RPT-RECORD.
033300
033400     CLOSE BENEFITS-SENT-FILE.
033500     CLOSE BENEFITS-RETURN-FILE.
033600     CLOSE RECON-RPT-FILE.
033700     DISPLAY 'GOODBREC - RECONCILIATION COMPLETE'.
033800 9000-EXIT.
033900     EXIT.
034000
034100*----------------------------------------------------------------
034200* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
034300*----------------------------------------------------------------
034400 9100-WRITE-TOTAL-LINE.
034500     MOVE SPACES TO WS-RPT-TOT-VALUE.
034600     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
034700     MOVE WS-RPT-TOTAL TO RECON-RPT-RECORD.
034800     WRITE RECON-RPT-RECORD.
034900 9100-EXIT.
035000     EXIT.
