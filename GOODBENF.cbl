000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODBENF.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - BENEFITS CARRIER
001300*                  ENROLLMENT CHANGE FEED.  READS TONIGHT'S
001400*                  MERGED PAYROLL EXTRACT AND SENDS THE CARRIER
001500*                  EVERY HIRE ('ADD '), TERMINATION ('TRM '), AND
001600*                  REHIRE ('REH ') GOODUPDT APPLIED, SO COVERAGE
001700*                  STARTS AND ENDS ON THE NIGHT THE CHANGE IS
001800*                  MADE INSTEAD OF ON HR'S WEEKLY SPREADSHEET.
001900*                  A HIRE OR REHIRE STARTS COVERAGE ON ITS
002000*                  EFFECTIVE DATE (EMPR01-EFF-DATE, CARRIED ON
002100*                  THE EXTRACT); A TERMINATION ENDS IT ON THE
002200*                  TERM_DATE GOODUPDT SET ON THE EMPLOYEE ROW.
002300*                  THE FILE CARRIES ITS OWN BENREC01 HEADER AND
002400*                  TRAILER CONTROL TOTALS.  GOODBREC MATCHES THE
002500*                  CARRIER'S RETURN FILE BACK AGAINST IT.
002600*----------------------------------------------------------------
002700* RETURN CODES:
002800*    0  FILE WRITTEN
002900*    4  FILE WRITTEN, BUT A TERMINATION'S ROW NO LONGER CARRIED
003000*       A TERM_DATE AND ITS EFFECTIVE DATE WAS SENT INSTEAD -
003100*       SEE THE REPORT
003200*   16  FILE OR DB2 ERROR - THE FILE HAS NO TRAILER AND MUST NOT
003300*       BE SENT
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PAYROLL-EXTRACT-FILE ASSIGN TO PAYEXTR
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-PAYROLL-EXTRACT-STATUS.
004700
004800     SELECT BENEFITS-OUT-FILE ASSIGN TO BENOUT
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-BENEFITS-OUT-STATUS.
005200
005300     SELECT BENF-RPT-FILE ASSIGN TO BENFRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-BENF-RPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PAYROLL-EXTRACT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  PAYROLL-EXTRACT-RECORD.
006400     COPY PEXTRC01.
006500
006600 FD  BENEFITS-OUT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  BENEFITS-OUT-RECORD.
007000     COPY BENREC01.
007100
007200 FD  BENF-RPT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  BENF-RPT-RECORD         PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* FILE STATUS AND CONTROL SWITCHES
008000*----------------------------------------------------------------
008100 01  WS-PAYROLL-EXTRACT-STATUS
008200                             PIC X(02) VALUE '00'.
008300 01  WS-BENEFITS-OUT-STATUS  PIC X(02) VALUE '00'.
008400 01  WS-BENF-RPT-STATUS      PIC X(02) VALUE '00'.
008500
008600 01  WS-SWITCHES.
008700     05  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
008800         88  WS-END-OF-FILE          VALUE 'Y'.
008900     05  WS-EMP-FOUND-SWITCH PIC X(01).
009000         88  WS-EMP-FOUND            VALUE 'Y'.
009100
009200*----------------------------------------------------------------
009300* EMPLOYEE ROW HOST VARIABLES
009400*----------------------------------------------------------------
009500 01  WS-EMP-ID               PIC 9(06).
009600 01  WS-EMP-DEPT-CODE        PIC X(04).
009700 01  WS-EMP-STATUS           PIC X(01).
009800     88  WS-EMP-TERMINATED           VALUE 'T'.
009900 01  WS-EMP-TERM-DATE        PIC 9(08).
010000
010100*----------------------------------------------------------------
010200* DB2 SQL COMMUNICATIONS AREA (SQLCA)
010300*----------------------------------------------------------------
010400 01  SQLCA.
010500     05  SQLCAID             PIC X(08).
010600     05  SQLCABC             PIC S9(09)  COMP-5.
010700     05  SQLCODE             PIC S9(09)  COMP-5.
010800     05  SQLERRM.
010900         49  SQLERRML        PIC S9(04)  COMP-5.
011000         49  SQLERRMC        PIC X(70).
011100     05  SQLERRP             PIC X(08).
011200     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
011300     05  SQLWARN.
011400         10  SQLWARN0        PIC X(01).
011500         10  SQLWARN1        PIC X(01).
011600         10  SQLWARN2        PIC X(01).
011700         10  SQLWARN3        PIC X(01).
011800         10  SQLWARN4        PIC X(01).
011900         10  SQLWARN5        PIC X(01).
012000         10  SQLWARN6        PIC X(01).
012100         10  SQLWARN7        PIC X(01).
012200     05  SQLSTATE            PIC X(05).
012300
012400*----------------------------------------------------------------
012500* RUN CONTROL TOTALS - THE RECORD COUNT, EVENT COUNTS, AND ID
012600*     HASH GO ON THE TRAILER
012700*----------------------------------------------------------------
012800 01  WS-EXTRACT-COUNT        PIC 9(09) COMP VALUE ZERO.
012900 01  WS-OTHER-CHANGE-COUNT   PIC 9(09) COMP VALUE ZERO.
013000 01  WS-SENT-COUNT           PIC 9(09) COMP VALUE ZERO.
013100 01  WS-HIRE-COUNT           PIC 9(09) COMP VALUE ZERO.
013200 01  WS-TERM-COUNT           PIC 9(09) COMP VALUE ZERO.
013300 01  WS-REHIRE-COUNT         PIC 9(09) COMP VALUE ZERO.
013400 01  WS-DEFAULTED-COUNT      PIC 9(09) COMP VALUE ZERO.
013500 01  WS-ID-HASH              PIC 9(15) COMP-3 VALUE ZERO.
013600 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
013700
013800*----------------------------------------------------------------
013900* REPORT PRINT LINES
014000*----------------------------------------------------------------
014100 01  WS-RPT-HEADING.
014200     05  FILLER              PIC X(44)
014300         VALUE 'GOODBENF BENEFITS CARRIER ENROLLMENT FEED'.
014400     05  WS-RPT-HDG-DATE     PIC 9(08).
014500     05  FILLER              PIC X(80) VALUE SPACES.
014600 01  WS-RPT-DETAIL.
014700     05  WS-RPT-DET-TAG      PIC X(14).
014800     05  FILLER              PIC X(05) VALUE ' ID '.
014900     05  WS-RPT-DET-EMP-ID   PIC X(06).
015000     05  FILLER              PIC X(02) VALUE SPACES.
015100     05  WS-RPT-DET-NAME     PIC X(30).
015200     05  FILLER              PIC X(02) VALUE SPACES.
015300     05  WS-RPT-DET-COV-LABEL
015400                             PIC X(16).
015500     05  WS-RPT-DET-COV-DATE PIC X(08).
015600     05  FILLER              PIC X(02) VALUE SPACES.
015700     05  WS-RPT-DET-TEXT     PIC X(40).
015800     05  FILLER              PIC X(07) VALUE SPACES.
015900 01  WS-RPT-TOTAL.
016000     05  WS-RPT-TOT-LABEL    PIC X(40).
016100     05  WS-RPT-TOT-VALUE    PIC X(92).
016200
016300 01  WS-RUN-DATE             PIC 9(08).
016400
016500 PROCEDURE DIVISION.
016600*----------------------------------------------------------------
016700 0000-MAINLINE.
016800*----------------------------------------------------------------
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     IF RETURN-CODE NOT = ZERO
017100         STOP RUN
017200     END-IF.
017300
017400     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.
017500     PERFORM 3000-PROCESS-CHANGE THRU 3000-EXIT
017600         UNTIL WS-END-OF-FILE.
017700
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900
018000     STOP RUN.
018100 0000-EXIT.
018200     EXIT.
018300
018400*----------------------------------------------------------------
018500* 1000-INITIALIZE - OPEN THE FILES AND WRITE THE FILE HEADER
018600*----------------------------------------------------------------
018700 1000-INITIALIZE.
018800     DISPLAY 'GOODBENF - STARTING BENEFITS CARRIER FEED'.
018900
019000     OPEN INPUT PAYROLL-EXTRACT-FILE.
019100     IF WS-PAYROLL-EXTRACT-STATUS NOT = '00'
019200         DISPLAY 'GOODBENF - OPEN ERROR ON PAYROLL-EXTRACT-FILE '
019300             '- STATUS ' WS-PAYROLL-EXTRACT-STATUS
019400         MOVE 16 TO RETURN-CODE
019500         GO TO 1000-EXIT
019600     END-IF.
019700
019800     OPEN OUTPUT BENEFITS-OUT-FILE.
019900     IF WS-BENEFITS-OUT-STATUS NOT = '00'
020000         DISPLAY 'GOODBENF - OPEN ERROR ON BENEFITS-OUT-FILE - '
020100             'STATUS ' WS-BENEFITS-OUT-STATUS
020200         MOVE 16 TO RETURN-CODE
020300         GO TO 1000-EXIT
020400     END-IF.
020500
020600     OPEN OUTPUT BENF-RPT-FILE.
020700     IF WS-BENF-RPT-STATUS NOT = '00'
020800         DISPLAY 'GOODBENF - OPEN ERROR ON BENF-RPT-FILE - '
020900             'STATUS ' WS-BENF-RPT-STATUS
021000         MOVE 16 TO RETURN-CODE
021100         GO TO 1000-EXIT
021200     END-IF.
021300
021400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021500
021600     MOVE SPACES        TO BENEFITS-OUT-RECORD.
021700     MOVE 'HDR'         TO BEN-RECORD-TYPE.
021800     MOVE WS-RUN-DATE   TO BEN-HDR-RUN-DATE.
021900     MOVE 'GOODBENF'    TO BEN-HDR-SENDER.
022000     WRITE BENEFITS-OUT-RECORD.
022100
022200     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
022300     MOVE WS-RPT-HEADING TO BENF-RPT-RECORD.
022400     WRITE BENF-RPT-RECORD.
022500     MOVE SPACES TO BENF-RPT-RECORD.
022600     WRITE BENF-RPT-RECORD.
022700 1000-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------------
023100* 2000-READ-EXTRACT - READ ONE PAYROLL EXTRACT RECORD
023200*----------------------------------------------------------------
023300 2000-READ-EXTRACT.
023400     READ PAYROLL-EXTRACT-FILE
023500         AT END
023600             MOVE 'Y' TO WS-EOF-SWITCH
023700         NOT AT END
023800             ADD 1 TO WS-EXTRACT-COUNT
023900     END-READ.
024000 2000-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------
024400* 3000-PROCESS-CHANGE - SEND A HIRE, TERMINATION, OR REHIRE TO
024500*     THE CARRIER; EVERY OTHER CHANGE TYPE IS PAYROLL'S ALONE
024600*----------------------------------------------------------------
024700 3000-PROCESS-CHANGE.
024800     IF PEXT-CHANGE-TYPE NOT = 'ADD '
024900         AND PEXT-CHANGE-TYPE NOT = 'TRM '
025000         AND PEXT-CHANGE-TYPE NOT = 'REH '
025100         ADD 1 TO WS-OTHER-CHANGE-COUNT
025200         GO TO 3000-READ-NEXT
025300     END-IF.
025400
025500     PERFORM 3100-GET-EMPLOYEE THRU 3100-EXIT.
025600     IF RETURN-CODE NOT = ZERO
025700         MOVE 'Y' TO WS-EOF-SWITCH
025800         GO TO 3000-EXIT
025900     END-IF.
026000
026100     PERFORM 3200-WRITE-EVENT THRU 3200-EXIT.
026200
026300 3000-READ-NEXT.
026400     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.
026500 3000-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------
026900* 3100-GET-EMPLOYEE - READ THE EMPLOYEE ROW FOR THE DEPARTMENT
027000*     AND, FOR A TERMINATION, THE TERM_DATE
027100*----------------------------------------------------------------
027200 3100-GET-EMPLOYEE.
027300     MOVE 'N' TO WS-EMP-FOUND-SWITCH.
027400     MOVE PEXT-EMP-ID TO WS-EMP-ID.
027500
027600     EXEC SQL
027700         SELECT DEPT_CODE, STATUS, TERM_DATE
027800           INTO :WS-EMP-DEPT-CODE, :WS-EMP-STATUS,
027900                :WS-EMP-TERM-DATE
028000           FROM EMPLOYEE
028100          WHERE ID = :WS-EMP-ID
028200     END-EXEC.
028300
028400     EVALUATE SQLCODE
028500         WHEN 0
028600             MOVE 'Y' TO WS-EMP-FOUND-SWITCH
028700         WHEN 100
028800             MOVE SPACES TO WS-EMP-DEPT-CODE
028900             MOVE SPACES TO WS-EMP-STATUS
029000             MOVE ZERO   TO WS-EMP-TERM-DATE
029100         WHEN OTHER
029200             DISPLAY 'GOODBENF - SQL ERROR ON EMPLOYEE SELECT '
029300                 'FOR ID ' WS-EMP-ID ' - SQLCODE ' SQLCODE
029400             MOVE 16 TO RETURN-CODE
029500     END-EVALUATE.
029600 3100-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------------
030000* 3200-WRITE-EVENT - BUILD AND WRITE ONE CARRIER EVENT AND LIST
030100*     IT.  A TERMINATION WHOSE ROW HAS SINCE LOST ITS TERM_DATE
030200*     (REHIRED ONLINE BEFORE THIS STEP RAN, OR REMOVED) IS SENT
030300*     WITH ITS EFFECTIVE DATE AND FLAGGED FOR HR TO CHECK.
030400*----------------------------------------------------------------
030500 3200-WRITE-EVENT.
030600     MOVE SPACES           TO BENEFITS-OUT-RECORD.
030700     MOVE PEXT-EMP-ID      TO BEN-EMP-ID.
030800     MOVE PEXT-EMP-NAME    TO BEN-EMP-NAME.
030900     MOVE PEXT-CHANGE-TYPE TO BEN-EVENT.
031000     MOVE WS-EMP-DEPT-CODE TO BEN-DEPT-CODE.
031100     MOVE SPACES           TO WS-RPT-DET-TEXT.
031200
031300     EVALUATE TRUE
031400         WHEN BEN-EVENT-HIRE
031500             MOVE 'S' TO BEN-COVERAGE-IND
031600             MOVE PEXT-EFF-DATE TO BEN-COVERAGE-DATE
031700             MOVE 'HIRE' TO WS-RPT-DET-TAG
031800             MOVE 'COVERAGE STARTS' TO WS-RPT-DET-COV-LABEL
031900             ADD 1 TO WS-HIRE-COUNT
032000         WHEN BEN-EVENT-REHIRE
032100             MOVE 'S' TO BEN-COVERAGE-IND
032200             MOVE PEXT-EFF-DATE TO BEN-COVERAGE-DATE
032300             MOVE 'REHIRE' TO WS-RPT-DET-TAG
032400             MOVE 'COVERAGE STARTS' TO WS-RPT-DET-COV-LABEL
032500             ADD 1 TO WS-REHIRE-COUNT
032600         WHEN OTHER
032700             MOVE 'E' TO BEN-COVERAGE-IND
032800             MOVE 'TERMINATION' TO WS-RPT-DET-TAG
032900             MOVE 'COVERAGE ENDS' TO WS-RPT-DET-COV-LABEL
033000             ADD 1 TO WS-TERM-COUNT
033100             IF WS-EMP-FOUND
033200                 AND WS-EMP-TERMINATED
033300                 AND WS-EMP-TERM-DATE NOT = ZERO
033400                 MOVE WS-EMP-TERM-DATE TO BEN-COVERAGE-DATE
033500             ELSE
033600                 MOVE PEXT-EFF-DATE TO BEN-COVERAGE-DATE
033700                 MOVE 'NO TERM_DATE ON ROW - EFFECTIVE DATE SENT'
033800                     TO WS-RPT-DET-TEXT
033900                 ADD 1 TO WS-DEFAULTED-COUNT
034000             END-IF
034100     END-EVALUATE.
034200
034300     WRITE BENEFITS-OUT-RECORD.
034400     ADD 1 TO WS-SENT-COUNT.
034500     ADD PEXT-EMP-ID TO WS-ID-HASH.
034600
034700     MOVE PEXT-EMP-ID       TO WS-RPT-DET-EMP-ID.
034800     MOVE PEXT-EMP-NAME     TO WS-RPT-DET-NAME.
034900     MOVE BEN-COVERAGE-DATE TO WS-RPT-DET-COV-DATE.
035000     MOVE WS-RPT-DETAIL TO BENF-RPT-RECORD.
035100     WRITE BENF-RPT-RECORD.
035200 3200-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------------
035600* 9000-TERMINATE - WRITE THE TRAILER (ONLY ON A CLEAN RUN, SO A
035700*     FAILED RUN'S FILE CAN NEVER PROVE COMPLETE), PRINT THE
035800*     TOTALS, AND CLOSE UP
035900*----------------------------------------------------------------
036000 9000-TERMINATE.
036100     IF RETURN-CODE = ZERO
036200         MOVE SPACES          TO BENEFITS-OUT-RECORD
036300         MOVE 'TRL'           TO BEN-RECORD-TYPE
036400         MOVE WS-SENT-COUNT   TO BEN-TRL-RECORD-COUNT
036500         MOVE WS-HIRE-COUNT   TO BEN-TRL-HIRE-COUNT
036600         MOVE WS-TERM-COUNT   TO BEN-TRL-TERM-COUNT
036700         MOVE WS-REHIRE-COUNT TO BEN-TRL-REHIRE-COUNT
036800         MOVE WS-ID-HASH      TO BEN-TRL-ID-HASH
036900         WRITE BENEFITS-OUT-RECORD
037000     END-IF.
037100
037200     MOVE SPACES TO BENF-RPT-RECORD.
037300     WRITE BENF-RPT-RECORD.
037400
037500     MOVE 'PAYROLL EXTRACT RECORDS READ' TO WS-RPT-TOT-LABEL.
037600     MOVE WS-EXTRACT-COUNT TO WS-RPT-COUNT-EDIT.
037700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
037800
037900     MOVE 'OTHER CHANGES (NOT SENT)' TO WS-RPT-TOT-LABEL.
038000     MOVE WS-OTHER-CHANGE-COUNT TO WS-RPT-COUNT-EDIT.
038100     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
038200
038300     MOVE 'HIRES SENT' TO WS-RPT-TOT-LABEL.
038400     MOVE WS-HIRE-COUNT TO WS-RPT-COUNT-EDIT.
038500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
038600
038700     MOVE 'TERMINATIONS SENT' TO WS-RPT-TOT-LABEL.
038800     MOVE WS-TERM-COUNT TO WS-RPT-COUNT-EDIT.
038900     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
039000
039100     MOVE 'REHIRES SENT' TO WS-RPT-TOT-LABEL.
039200     MOVE WS-REHIRE-COUNT TO WS-RPT-COUNT-EDIT.
039300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
039400
039500     MOVE 'EVENTS SENT TO THE CARRIER' TO WS-RPT-TOT-LABEL.
039600     MOVE WS-SENT-COUNT TO WS-RPT-COUNT-EDIT.
039700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
039800
039900     MOVE 'TERMINATIONS SENT WITH EFFECTIVE DATE' TO
040000         WS-RPT-TOT-LABEL.
040100     MOVE WS-DEFAULTED-COUNT TO WS-RPT-COUNT-EDIT.
040200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
040300
040400     IF RETURN-CODE = ZERO
040500         AND WS-DEFAULTED-COUNT > ZERO
040600         MOVE 4 TO RETURN-CODE
040700     END-IF.
040800
040900     MOVE SPACES TO BENF-RPT-RECORD.
041000     WRITE BENF-RPT-RECORD.
041100     MOVE 'FEED STATUS' TO WS-RPT-TOT-LABEL.
041200     IF RETURN-CODE > 4
041300         MOVE 'FAILED - NO TRAILER WRITTEN, DO NOT SEND'
041400             TO WS-RPT-TOT-VALUE
041500     ELSE
041600         MOVE 'COMPLETE - TRAILER WRITTEN' TO WS-RPT-TOT-VALUE
041700     END-IF.
041800     MOVE WS-RPT-TOTAL TO BENF-RPT-RECORD.
041900     WRITE BENF-RPT-RECORD.
042000
042100     CLOSE PAYROLL-EXTRACT-FILE.
042200     CLOSE BENEFITS-OUT-FILE.
042300     CLOSE BENF-RPT-FILE.
042400     DISPLAY 'GOODBENF - BENEFITS CARRIER FEED COMPLETE'.
042500 9000-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------
042900* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
043000*----------------------------------------------------------------
043100 9100-WRITE-TOTAL-LINE.
043200     MOVE SPACES TO WS-RPT-TOT-VALUE.
043300     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
043400     MOVE WS-RPT-TOTAL TO BENF-RPT-RECORD.
043500     WRITE BENF-RPT-RECORD.
043600 9100-EXIT.
043700     EXIT.
