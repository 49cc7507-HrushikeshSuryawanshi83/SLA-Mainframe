000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODPITU.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - MONTHLY RECOVERY
001300*                  BASELINE UNLOAD OF THE EMPLOYEE TABLE.
001400*                  EVERY ROW, ACTIVE AND TERMINATED, IS
001500*                  WRITTEN IN THE GOODSNAP SNAPSHOT LAYOUT
001600*                  (EMPREC01 DETAILS BRACKETED BY AN HDRTRL01
001700*                  SET) SO THE GOODPITR POINT-IN-TIME RESTORE
001800*                  CAN START FROM IT.  AN ACTIVE ROW GOES OUT
001900*                  WITH TRANSACTION CODE 'A'; A TERMINATED ROW
002000*                  GOES OUT WITH 'D' AND ITS TERM_DATE IN THE
002100*                  EFFECTIVE-DATE FIELD, SO NOTHING ON THE ROW
002200*                  IS LOST.  THE AUDIT_CHAIN SEQUENCE IS READ
002300*                  BEFORE AND AFTER THE UNLOAD AND PRINTED -
002400*                  IT IS THE BASELINE SEQUENCE TO CODE ON THE
002500*                  GOODPITR PARAMETER CARD.  IF IT MOVED WHILE
002600*                  THE TABLE WAS READ, THE EARLIER VALUE IS
002700*                  THE SAFE ONE (A CHANGE REPLAYED TWICE ONLY
002800*                  SHOWS AS A BEFORE-IMAGE MISMATCH) AND THE
002900*                  RUN ENDS RC 4 SO OPERATIONS NOTICE.
002910* 10/15/2026  RJ   UNLOAD MANAGER_ID, USER_ID AND MAINT_USER
002920*                  TOO.  THE MANAGER GOES IN EMPR01-MANAGER-ID;
002930*                  THE SIGN-ON AND LAST MAINTAINER GO IN THE
002940*                  SOURCE-SYSTEM AND APPROVED-BY BYTES, WHICH A
002950*                  BASELINE ROW HAS NO OTHER USE FOR (SEE
002960*                  WS-BASE-SIGNON).  THE HEADER STILL NAMES
002970*                  GOODPITU AS THE SOURCE, AND GOODPITR READS
002980*                  THOSE BYTES ONLY FROM A GOODPITU OR GOODPITR
002990*                  BASELINE.
002992* 10/15/2026  RJ   NO TRAILER IS WRITTEN WHEN THE UNLOAD ENDS IN
002994*                  ERROR, SO A SHORT BASELINE LEFT CATALOGED
002996*                  CANNOT PASS THE GOODPITR PROOF.
003000*----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BASE-OUT-FILE ASSIGN TO BASEOUT
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-BASE-OUT-STATUS.
004300
004400     SELECT UNLOAD-RPT-FILE ASSIGN TO UNLDRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-UNLOAD-RPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BASE-OUT-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  BASE-OUT-RECORD             PIC X(80).
005500
005600 FD  UNLOAD-RPT-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  UNLOAD-RPT-RECORD           PIC X(132).
006000
006100 WORKING-STORAGE SECTION.
006200*----------------------------------------------------------------
006300* FILE STATUS AND CONTROL SWITCHES
006400*----------------------------------------------------------------
006500 01  WS-BASE-OUT-STATUS      PIC X(02) VALUE '00'.
006600 01  WS-UNLOAD-RPT-STATUS    PIC X(02) VALUE '00'.
006700
006800 01  WS-SWITCHES.
006900     05  WS-CURSOR-EOF-SWITCH
007000                             PIC X(01) VALUE 'N'.
007100         88  WS-END-OF-CURSOR        VALUE 'Y'.
007200
007300*----------------------------------------------------------------
007400* BASELINE OUTPUT RECORD - EMPREC01 LAYOUT, AND ITS CONTROL
007500*     RECORD WORK AREA
007600*----------------------------------------------------------------
007700 01  WS-BASE-RECORD.
007800     COPY EMPREC01.
007810*    THE SIGN-ON VIEW OF A BASELINE ROW - USER_ID AND
007820*    MAINT_USER RIDE IN THE SOURCE-SYSTEM AND APPROVED-BY BYTES
007830 01  WS-BASE-SIGNON REDEFINES WS-BASE-RECORD.
007840     05  FILLER              PIC X(55).
007850     05  WS-BASE-MAINT-USER  PIC X(08).
007860     05  WS-BASE-USER-ID     PIC X(08).
007870     05  FILLER              PIC X(09).
007900 01  WS-CONTROL-RECORD.
008000     COPY HDRTRL01.
008100
008200*----------------------------------------------------------------
008300* EMPLOYEE TABLE HOST VARIABLES
008400*----------------------------------------------------------------
008500 01  WS-EMP-ID               PIC 9(06).
008600 01  WS-EMP-NAME             PIC X(30).
008700 01  WS-EMP-DEPT-CODE        PIC X(04).
008800 01  WS-EMP-SALARY           PIC S9(07)V99 COMP-3.
008900 01  WS-EMP-STATUS           PIC X(01).
009000     88  WS-EMP-TERMINATED           VALUE 'T'.
009100 01  WS-EMP-TERM-DATE        PIC 9(08).
009110 01  WS-EMP-MANAGER-ID       PIC 9(06).
009120 01  WS-EMP-USER-ID          PIC X(08).
009130 01  WS-EMP-MAINT-USER       PIC X(08).
009200
009300*----------------------------------------------------------------
009400* AUDIT_CHAIN HOST VARIABLES - THE SEQUENCE BEFORE AND AFTER
009500*     THE UNLOAD
009600*----------------------------------------------------------------
009700 01  WS-CHAIN-SEQ            PIC 9(09).
009800 01  WS-CHAIN-CHECK          PIC 9(09).
009900 01  WS-START-SEQ            PIC 9(09) VALUE ZERO.
010000 01  WS-END-SEQ              PIC 9(09) VALUE ZERO.
010100
010200*----------------------------------------------------------------
010300* RUN CONTROL TOTALS
010400*----------------------------------------------------------------
010500 01  WS-ACTIVE-COUNT         PIC 9(09) COMP VALUE ZERO.
010600 01  WS-TERM-COUNT           PIC 9(09) COMP VALUE ZERO.
010700 01  WS-BASE-COUNT           PIC 9(09) COMP VALUE ZERO.
010800 01  WS-BASE-HASH            PIC 9(13)V99 VALUE ZERO.
010900 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
011000 01  WS-RUN-DATE             PIC 9(08).
011100
011200*----------------------------------------------------------------
011300* DB2 SQL COMMUNICATIONS AREA (SQLCA)
011400*----------------------------------------------------------------
011500 01  SQLCA.
011600     05  SQLCAID             PIC X(08).
011700     05  SQLCABC             PIC S9(09)  COMP-5.
011800     05  SQLCODE             PIC S9(09)  COMP-5.
011900     05  SQLERRM.
012000         49  SQLERRML        PIC S9(04)  COMP-5.
012100         49  SQLERRMC        PIC X(70).
012200     05  SQLERRP             PIC X(08).
012300     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
012400     05  SQLWARN.
012500         10  SQLWARN0        PIC X(01).
012600         10  SQLWARN1        PIC X(01).
012700         10  SQLWARN2        PIC X(01).
012800         10  SQLWARN3        PIC X(01).
012900         10  SQLWARN4        PIC X(01).
013000         10  SQLWARN5        PIC X(01).
013100         10  SQLWARN6        PIC X(01).
013200         10  SQLWARN7        PIC X(01).
013300     05  SQLSTATE            PIC X(05).
013400
013500*----------------------------------------------------------------
013600* REPORT PRINT LINES
013700*----------------------------------------------------------------
013800 01  WS-RPT-HEADING.
013900     05  FILLER              PIC X(46)
014000         VALUE 'GOODPITU RECOVERY BASELINE UNLOAD'.
014100     05  WS-RPT-HDG-DATE     PIC 9(08).
014200     05  FILLER              PIC X(78) VALUE SPACES.
014300 01  WS-RPT-TOTAL.
014400     05  WS-RPT-TOT-LABEL    PIC X(40).
014500     05  WS-RPT-TOT-VALUE    PIC X(92).
014600
014700 PROCEDURE DIVISION.
014800*----------------------------------------------------------------
014900 0000-MAINLINE.
015000*----------------------------------------------------------------
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     IF RETURN-CODE NOT = ZERO
015300         STOP RUN
015400     END-IF.
015500
015600     PERFORM 2000-FETCH-EMPLOYEE THRU 2000-EXIT.
015700
015800     PERFORM 3000-UNLOAD-ROW THRU 3000-EXIT
015900         UNTIL WS-END-OF-CURSOR.
016000
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016200
016300     STOP RUN.
016400 0000-EXIT.
016500     EXIT.
016600
016700*----------------------------------------------------------------
016800* 1000-INITIALIZE - NOTE THE STARTING CHAIN SEQUENCE, OPEN THE
016900*     OUTPUTS, WRITE THE BASELINE HEADER AND THE REPORT
017000*     HEADING, AND OPEN THE EMPLOYEE CURSOR
017100*----------------------------------------------------------------
017200 1000-INITIALIZE.
017300     DISPLAY 'GOODPITU - STARTING RECOVERY BASELINE UNLOAD'.
017400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017500
017600     OPEN OUTPUT BASE-OUT-FILE.
017700     OPEN OUTPUT UNLOAD-RPT-FILE.
017800     IF WS-BASE-OUT-STATUS NOT = '00'
017900         OR WS-UNLOAD-RPT-STATUS NOT = '00'
018000         DISPLAY 'GOODPITU - OPEN ERROR ON AN OUTPUT - STATUS '
018100             WS-BASE-OUT-STATUS ' ' WS-UNLOAD-RPT-STATUS
018200         MOVE 16 TO RETURN-CODE
018300         GO TO 1000-EXIT
018400     END-IF.
018500
018600     PERFORM 7000-READ-CHAIN-ROW THRU 7000-EXIT.
018700     IF RETURN-CODE NOT = ZERO
018800         GO TO 1000-EXIT
018900     END-IF.
019000     MOVE WS-CHAIN-SEQ TO WS-START-SEQ.
019100
019200     MOVE SPACES TO WS-CONTROL-RECORD.
019300     MOVE 'HDR' TO CTL-RECORD-TYPE.
019400     MOVE WS-RUN-DATE TO CTL-HDR-RUN-DATE.
019500     MOVE 'GOODPITU' TO CTL-HDR-SOURCE.
019600     MOVE WS-CONTROL-RECORD TO BASE-OUT-RECORD.
019700     WRITE BASE-OUT-RECORD.
019800
019900     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
020000     MOVE WS-RPT-HEADING TO UNLOAD-RPT-RECORD.
020100     WRITE UNLOAD-RPT-RECORD.
020200     MOVE SPACES TO UNLOAD-RPT-RECORD.
020300     WRITE UNLOAD-RPT-RECORD.
020400
020500     EXEC SQL
020600         DECLARE UNLDCUR CURSOR FOR
020700         SELECT ID, NAME, DEPT_CODE, SALARY, STATUS, TERM_DATE,
020750                MANAGER_ID, USER_ID, MAINT_USER
020800           FROM EMPLOYEE
020900          ORDER BY ID
021000     END-EXEC.
021100
021200     EXEC SQL
021300         OPEN UNLDCUR
021400     END-EXEC.
021500     IF SQLCODE NOT = 0
021600         DISPLAY 'GOODPITU - SQL ERROR OPENING EMPLOYEE '
021700             'CURSOR - SQLCODE ' SQLCODE
021800         MOVE 16 TO RETURN-CODE
021900     END-IF.
022000 1000-EXIT.
022100     EXIT.
022200
022300*----------------------------------------------------------------
022400* 2000-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYEE ROW, ACTIVE OR
022500*     TERMINATED
022600*----------------------------------------------------------------
022700 2000-FETCH-EMPLOYEE.
022800     EXEC SQL
022900         FETCH UNLDCUR
023000          INTO :WS-EMP-ID, :WS-EMP-NAME,
023100               :WS-EMP-DEPT-CODE, :WS-EMP-SALARY,
023200               :WS-EMP-STATUS, :WS-EMP-TERM-DATE,
023250               :WS-EMP-MANAGER-ID, :WS-EMP-USER-ID,
023270               :WS-EMP-MAINT-USER
023300     END-EXEC.
023400
023500     EVALUATE TRUE
023600         WHEN SQLCODE = 100
023700             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
023800         WHEN SQLCODE NOT = 0
023900             DISPLAY 'GOODPITU - SQL ERROR ON EMPLOYEE FETCH '
024000                 '- SQLCODE ' SQLCODE
024100             MOVE 16 TO RETURN-CODE
024200             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
024300     END-EVALUATE.
024400 2000-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------------
024800* 3000-UNLOAD-ROW - WRITE ONE EMPLOYEE ROW AS A BASELINE
024900*     RECORD.  A TERMINATED ROW CARRIES 'D' AND ITS TERM_DATE;
025000*     AN ACTIVE ROW CARRIES 'A' AND THE RUN DATE.  THE MANAGER,
025010*     SIGN-ON AND LAST MAINTAINER ARE CARRIED AS THEY STAND.
025100*----------------------------------------------------------------
025200 3000-UNLOAD-ROW.
025300     MOVE SPACES TO WS-BASE-RECORD.
025400     MOVE WS-EMP-ID        TO EMPR01-ID.
025500     MOVE WS-EMP-NAME      TO EMPR01-NAME.
025600     MOVE WS-EMP-DEPT-CODE TO EMPR01-DEPT-CODE.
025700     MOVE WS-EMP-SALARY    TO EMPR01-SALARY.
025800     MOVE WS-EMP-MANAGER-ID TO EMPR01-MANAGER-ID-N.
025810     MOVE WS-EMP-MAINT-USER TO WS-BASE-MAINT-USER.
025820     MOVE WS-EMP-USER-ID   TO WS-BASE-USER-ID.
025900     IF WS-EMP-TERMINATED
026000         MOVE 'D' TO EMPR01-TRAN-CODE
026100         MOVE WS-EMP-TERM-DATE TO EMPR01-EFF-DATE
026200         ADD 1 TO WS-TERM-COUNT
026300     ELSE
026400         MOVE 'A' TO EMPR01-TRAN-CODE
026500         MOVE WS-RUN-DATE TO EMPR01-EFF-DATE
026600         ADD 1 TO WS-ACTIVE-COUNT
026700     END-IF.
026800
026900     MOVE WS-BASE-RECORD TO BASE-OUT-RECORD.
027000     WRITE BASE-OUT-RECORD.
027100     ADD 1 TO WS-BASE-COUNT.
027200     ADD EMPR01-SALARY TO WS-BASE-HASH.
027300
027400     PERFORM 2000-FETCH-EMPLOYEE THRU 2000-EXIT.
027500 3000-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------------
027900* 7000-READ-CHAIN-ROW - READ THE CURRENT AUDIT_CHAIN SEQUENCE
028000*----------------------------------------------------------------
028100 7000-READ-CHAIN-ROW.
028200     EXEC SQL
028300         SELECT LAST_SEQ, LAST_CHECK
028400           INTO :WS-CHAIN-SEQ, :WS-CHAIN-CHECK
028500           FROM AUDIT_CHAIN
028600     END-EXEC.
028700
028800     IF SQLCODE NOT = 0
028900         DISPLAY 'GOODPITU - AUDIT_CHAIN UNREADABLE - SQLCODE '
029000             SQLCODE
029100         MOVE 16 TO RETURN-CODE
029200     END-IF.
029300 7000-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------------
029700* 9000-TERMINATE - SEAL THE BASELINE WITH ITS TRAILER, NOTE THE
029800*     ENDING CHAIN SEQUENCE, PRINT THE TOTALS, AND SET THE
029900*     RETURN CODE.  A BASELINE CUT SHORT BY AN ERROR GETS NO
029910*     TRAILER, SO GOODPITR CAN NEVER PROVE IT COMPLETE.
030000*----------------------------------------------------------------
030100 9000-TERMINATE.
030200     EXEC SQL
030300         CLOSE UNLDCUR
030400     END-EXEC.
030500
030550     IF RETURN-CODE < 16
030600         MOVE SPACES TO WS-CONTROL-RECORD
030650         MOVE 'TRL' TO CTL-RECORD-TYPE
030700         MOVE WS-BASE-COUNT TO CTL-TRL-RECORD-COUNT
030750         MOVE WS-BASE-HASH TO CTL-TRL-SALARY-HASH
030800         MOVE 'GOODPITU' TO CTL-TRL-SOURCE
030850         MOVE WS-CONTROL-RECORD TO BASE-OUT-RECORD
030900         WRITE BASE-OUT-RECORD
030950     END-IF.
031300
031400     IF RETURN-CODE = ZERO
031500         PERFORM 7000-READ-CHAIN-ROW THRU 7000-EXIT
031600         MOVE WS-CHAIN-SEQ TO WS-END-SEQ
031700     END-IF.
031800
031900     MOVE SPACES TO UNLOAD-RPT-RECORD.
032000     WRITE UNLOAD-RPT-RECORD.
032100
032200     MOVE 'ACTIVE ROWS UNLOADED' TO WS-RPT-TOT-LABEL.
032300     MOVE WS-ACTIVE-COUNT TO WS-RPT-COUNT-EDIT.
032400     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
032500
032600     MOVE 'TERMINATED ROWS UNLOADED' TO WS-RPT-TOT-LABEL.
032700     MOVE WS-TERM-COUNT TO WS-RPT-COUNT-EDIT.
032800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
032900
033000     MOVE 'BASELINE RECORDS WRITTEN' TO WS-RPT-TOT-LABEL.
033100     MOVE WS-BASE-COUNT TO WS-RPT-COUNT-EDIT.
033200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
033300
033400     MOVE 'AUDIT SEQUENCE AT START OF UNLOAD' TO
033500         WS-RPT-TOT-LABEL.
033600     MOVE WS-START-SEQ TO WS-RPT-COUNT-EDIT.
033700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
033800
033900     MOVE 'AUDIT SEQUENCE AT END OF UNLOAD' TO WS-RPT-TOT-LABEL.
034000     MOVE WS-END-SEQ TO WS-RPT-COUNT-EDIT.
034100     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
034200
034300     MOVE 'BASELINE SEQUENCE FOR GOODPITR CARD' TO
034400         WS-RPT-TOT-LABEL.
034500     MOVE WS-START-SEQ TO WS-RPT-COUNT-EDIT.
034600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
034700
034800     IF RETURN-CODE = ZERO
034900         AND WS-END-SEQ NOT = WS-START-SEQ
035000         MOVE SPACES TO WS-RPT-TOTAL
035100         MOVE 'UNLOAD VERDICT' TO WS-RPT-TOT-LABEL
035200         MOVE 'CHAIN MOVED DURING UNLOAD - USE START SEQUENCE'
035300             TO WS-RPT-TOT-VALUE
035400         MOVE WS-RPT-TOTAL TO UNLOAD-RPT-RECORD
035600         WRITE UNLOAD-RPT-RECORD
035700         MOVE 4 TO RETURN-CODE
035800     END-IF.
035900
036000     CLOSE BASE-OUT-FILE.
036100     CLOSE UNLOAD-RPT-FILE.
036200     DISPLAY 'GOODPITU - BASELINE UNLOAD COMPLETE - RC '
036300         RETURN-CODE.
036400 9000-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------------
036800* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
036900*----------------------------------------------------------------
037000 9100-WRITE-TOTAL-LINE.
037100     MOVE SPACES TO WS-RPT-TOT-VALUE.
037200     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
037300     MOVE WS-RPT-TOTAL TO UNLOAD-RPT-RECORD.
037400     WRITE UNLOAD-RPT-RECORD.
037500 9100-EXIT.
037600     EXIT.
