000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODREJR.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - REJECT-DESK RESUBMISSION.
001300*                  IN RELEASE MODE (TOP OF GOODNITE) EVERY
001400*                  REJECT_QUEUE ITEM THE DESK MARKED
001500*                  RESUBMITTED ON THE GREJ TRANSACTION GOES
001600*                  OUT ON THE REJQDUE FILE AS ITS CORRECTED
001700*                  EMPREC01 RECORD, BRACKETED WITH THIS
001800*                  PROGRAM'S OWN HDRTRL01 SET, AND IS MERGED
001900*                  INTO TONIGHT'S SORT INPUT LIKE THE PENDING
002000*                  AND SUSPENSE RELEASES.  THE SAME STEP WRITES
002100*                  THE REJQOWN OWNERSHIP FILE - EVERY REJECT
002200*                  THE DESK HAS TAKEN - SO GOODRCYC STOPS
002300*                  RECYCLING THEM.  THE ITEMS STAY
002400*                  RESUBMITTED UNTIL MARK MODE (END OF
002500*                  GOODNITE, ONLY AFTER EVERY STEP ENDED CLEAN)
002600*                  MARKS THEM SENT, SO A FAILED NIGHT RERUN
002700*                  FROM THE TOP RELEASES THE SAME SET AGAIN.
002800*                  MARK MODE ALSO PURGES SENT AND ABANDONED
002900*                  ITEMS OLDER THAN THE RETENTION ON THE CARD.
003000*----------------------------------------------------------------
003100* PARAMETER CARD (ONE 80-BYTE RECORD ON PARMFILE):
003200*   COLS  1-7   FUNCTION - 'RELEASE' OR 'MARK   '
003300*   COLS  9-10  MONTHS TO KEEP SENT AND ABANDONED ITEMS, 01-12
003400*               (MARK MODE ONLY; BLANK DEFAULTS TO 02)
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARM-FILE ASSIGN TO PARMFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-PARM-STATUS.
004800
004900     SELECT REJQ-DUE-FILE ASSIGN TO REJQDUE
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-REJQ-DUE-STATUS.
005300
005400     SELECT REJQ-OWN-FILE ASSIGN TO REJQOWN
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-REJQ-OWN-STATUS.
005800
005900     SELECT REJR-RPT-FILE ASSIGN TO REJRRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-REJR-RPT-STATUS.
006300
006400     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-RUN-CTL-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PARM-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  PARM-RECORD.
007500     05  PARM-FUNCTION       PIC X(07).
007600         88  PARM-RELEASE-MODE       VALUE 'RELEASE'.
007700         88  PARM-MARK-MODE          VALUE 'MARK   '.
007800     05  FILLER              PIC X(01).
007900     05  PARM-RETAIN-MONTHS  PIC X(02).
008000     05  FILLER              PIC X(70).
008100
008200 FD  REJQ-DUE-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  REJQ-DUE-RECORD         PIC X(80).
008600
008700 FD  REJQ-OWN-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  REJQ-OWN-RECORD.
009100     COPY RJQOWN01.
009200
009300 FD  REJR-RPT-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  REJR-RPT-RECORD         PIC X(132).
009700
009800 FD  RUN-CTL-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  RUN-CTL-RECORD.
010200     COPY RUNCTL01.
010300
010400 WORKING-STORAGE SECTION.
010500*----------------------------------------------------------------
010600* FILE STATUS AND CONTROL SWITCHES
010700*----------------------------------------------------------------
010800 01  WS-PARM-STATUS          PIC X(02) VALUE '00'.
010900 01  WS-REJQ-DUE-STATUS      PIC X(02) VALUE '00'.
011000 01  WS-REJQ-OWN-STATUS      PIC X(02) VALUE '00'.
011100 01  WS-REJR-RPT-STATUS      PIC X(02) VALUE '00'.
011200 01  WS-RUN-CTL-STATUS       PIC X(02) VALUE '00'.
011300
011400 01  WS-SWITCHES.
011500     05  WS-MODE-SWITCH      PIC X(01) VALUE 'R'.
011600         88  WS-RELEASE-MODE         VALUE 'R'.
011700         88  WS-MARK-MODE            VALUE 'M'.
011800     05  WS-REL-EOF-SWITCH   PIC X(01) VALUE 'N'.
011900         88  WS-REL-END-OF-CURSOR    VALUE 'Y'.
012000     05  WS-OWN-EOF-SWITCH   PIC X(01) VALUE 'N'.
012100         88  WS-OWN-END-OF-CURSOR    VALUE 'Y'.
012200
012300*----------------------------------------------------------------
012400* FEED CONTROL RECORD AND CONTROL TOTALS FOR THE DUE FILE
012500*----------------------------------------------------------------
012600 01  WS-CONTROL-RECORD.
012700     COPY HDRTRL01.
012800 01  WS-DUE-COUNT            PIC 9(09) VALUE ZERO.
012900 01  WS-DUE-SALARY-HASH      PIC 9(13)V99 VALUE ZERO.
013000
013100*----------------------------------------------------------------
013200* RELEASE-RECORD WORK AREA - EMPREC01 LAYOUT
013300*----------------------------------------------------------------
013400 01  WS-RELEASE-RECORD.
013500     COPY EMPREC01.
013600
013700*----------------------------------------------------------------
013800* REJECT_QUEUE TABLE HOST VARIABLES
013900*----------------------------------------------------------------
014000 01  WS-RJQ-QUEUE-NO         PIC 9(09).
014100 01  WS-RJQ-EMP-KEY          PIC X(06).
014200 01  WS-RJQ-SOURCE-SYS       PIC X(08).
014300 01  WS-RJQ-OWNER-ID         PIC X(08).
014400 01  WS-RJQ-REJ-IMAGE        PIC X(80).
014500 01  WS-RJQ-CORR-IMAGE       PIC X(80).
014600 01  WS-RJQ-RUN-DATE         PIC 9(08).
014700 01  WS-RJQ-CUTOFF-DATE      PIC 9(08).
014800
014900*----------------------------------------------------------------
015000* PURGE CUTOFF - THE RUN DATE LESS THE RETENTION MONTHS.  THE
015100*     DAY IS CARRIED OVER UNCHANGED; A CUTOFF SUCH AS 04/31 IS
015200*     NOT A CALENDAR DATE BUT STILL COMPARES CORRECTLY.
015300*----------------------------------------------------------------
015400 01  WS-RETAIN-MONTHS        PIC 9(02) VALUE 02.
015500 01  WS-CUTOFF-DATE.
015600     05  WS-CUTOFF-YEAR      PIC 9(04).
015700     05  WS-CUTOFF-MONTH     PIC 9(02).
015800     05  WS-CUTOFF-DAY       PIC 9(02).
015900
016000*----------------------------------------------------------------
016100* RUN CONTROL TOTALS
016200*----------------------------------------------------------------
016300 01  WS-RELEASED-COUNT       PIC 9(09) COMP VALUE ZERO.
016400 01  WS-OWNED-COUNT          PIC 9(09) COMP VALUE ZERO.
016500 01  WS-MARKED-COUNT         PIC 9(09) COMP VALUE ZERO.
016600 01  WS-PURGED-COUNT         PIC 9(09) COMP VALUE ZERO.
016700 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
016800
016900*----------------------------------------------------------------
017000* DB2 SQL COMMUNICATIONS AREA (SQLCA)
017100*----------------------------------------------------------------
017200 01  SQLCA.
017300     05  SQLCAID             PIC X(08).
017400     05  SQLCABC             PIC S9(09)  COMP-5.
017500     05  SQLCODE             PIC S9(09)  COMP-5.
017600     05  SQLERRM.
017700         49  SQLERRML        PIC S9(04)  COMP-5.
017800         49  SQLERRMC        PIC X(70).
017900     05  SQLERRP             PIC X(08).
018000     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
018100     05  SQLWARN.
018200         10  SQLWARN0        PIC X(01).
018300         10  SQLWARN1        PIC X(01).
018400         10  SQLWARN2        PIC X(01).
018500         10  SQLWARN3        PIC X(01).
018600         10  SQLWARN4        PIC X(01).
018700         10  SQLWARN5        PIC X(01).
018800         10  SQLWARN6        PIC X(01).
018900         10  SQLWARN7        PIC X(01).
019000     05  SQLSTATE            PIC X(05).
019100
019200*----------------------------------------------------------------
019300* REPORT PRINT LINES
019400*----------------------------------------------------------------
019500 01  WS-RPT-HEADING.
019600     05  FILLER              PIC X(42)
019700         VALUE 'GOODREJR REJECT-DESK RESUBMISSION REPORT'.
019800     05  WS-RPT-HDG-DATE     PIC 9(08).
019900     05  FILLER              PIC X(02) VALUE SPACES.
020000     05  WS-RPT-HDG-MODE     PIC X(07).
020100     05  FILLER              PIC X(73) VALUE SPACES.
020200 01  WS-RPT-DETAIL.
020300     05  FILLER              PIC X(05) VALUE 'ITEM '.
020400     05  WS-RPT-DET-ITEM     PIC Z(8)9.
020500     05  FILLER              PIC X(04) VALUE ' ID '.
020600     05  WS-RPT-DET-EMP-ID   PIC X(06).
020700     05  FILLER              PIC X(08) VALUE ' SOURCE '.
020800     05  WS-RPT-DET-SOURCE   PIC X(08).
020900     05  FILLER              PIC X(04) VALUE ' BY '.
021000     05  WS-RPT-DET-OWNER    PIC X(08).
021100     05  FILLER              PIC X(02) VALUE SPACES.
021200     05  WS-RPT-DET-NAME     PIC X(30).
021300     05  FILLER              PIC X(02) VALUE SPACES.
021400     05  WS-RPT-DET-DISP     PIC X(30).
021500     05  FILLER              PIC X(16) VALUE SPACES.
021600 01  WS-RPT-TOTAL.
021700     05  WS-RPT-TOT-LABEL    PIC X(40).
021800     05  WS-RPT-TOT-VALUE    PIC X(92).
021900
022000 01  WS-RUN-DATE             PIC 9(08).
022100
022200 PROCEDURE DIVISION.
022300*----------------------------------------------------------------
022400 0000-MAINLINE.
022500*----------------------------------------------------------------
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     IF RETURN-CODE NOT = ZERO
022800         STOP RUN
022900     END-IF.
023000
023100     IF WS-RELEASE-MODE
023200         PERFORM 3000-RELEASE-RESUBMITTED THRU 3000-EXIT
023300         IF RETURN-CODE = ZERO
023400             PERFORM 3500-WRITE-OWNERSHIP THRU 3500-EXIT
023500         END-IF
023600     ELSE
023700         PERFORM 4000-MARK-SENT THRU 4000-EXIT
023800     END-IF.
023900
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100
024200     STOP RUN.
024300 0000-EXIT.
024400     EXIT.
024500
024600*----------------------------------------------------------------
024700* 1000-INITIALIZE - LOAD THE FUNCTION CARD, OPEN THE FILES THE
024800*     MODE NEEDS, PRINT THE HEADING, AND WRITE THE DUE FILE'S
024900*     FEED HEADER IN RELEASE MODE
025000*----------------------------------------------------------------
025100 1000-INITIALIZE.
025200     DISPLAY 'GOODREJR - STARTING REJECT-DESK RESUBMISSION'.
025300
025400     OPEN INPUT PARM-FILE.
025500     IF WS-PARM-STATUS NOT = '00'
025600         DISPLAY 'GOODREJR - OPEN ERROR ON PARM-FILE - STATUS '
025700             WS-PARM-STATUS
025800         MOVE 16 TO RETURN-CODE
025900         GO TO 1000-EXIT
026000     END-IF.
026100
026200     READ PARM-FILE
026300         AT END
026400             DISPLAY 'GOODREJR - PARAMETER CARD MISSING'
026500             MOVE 16 TO RETURN-CODE
026600             CLOSE PARM-FILE
026700             GO TO 1000-EXIT
026800     END-READ.
026900
027000     EVALUATE TRUE
027100         WHEN PARM-RELEASE-MODE
027200             MOVE 'R' TO WS-MODE-SWITCH
027300         WHEN PARM-MARK-MODE
027400             MOVE 'M' TO WS-MODE-SWITCH
027500         WHEN OTHER
027600             DISPLAY 'GOODREJR - FUNCTION MUST BE RELEASE OR '
027700                 'MARK, GOT ' PARM-FUNCTION
027800             MOVE 16 TO RETURN-CODE
027900             CLOSE PARM-FILE
028000             GO TO 1000-EXIT
028100     END-EVALUATE.
028200
028300     IF PARM-RETAIN-MONTHS NOT = SPACES
028400         IF PARM-RETAIN-MONTHS NOT NUMERIC
028500             OR PARM-RETAIN-MONTHS < '01'
028600             OR PARM-RETAIN-MONTHS > '12'
028700             DISPLAY 'GOODREJR - RETENTION MUST BE 01 TO 12 '
028800                 'MONTHS, GOT ' PARM-RETAIN-MONTHS
028900             MOVE 16 TO RETURN-CODE
029000             CLOSE PARM-FILE
029100             GO TO 1000-EXIT
029200         END-IF
029300         MOVE PARM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
029400     END-IF.
029500     CLOSE PARM-FILE.
029600
029700     OPEN OUTPUT REJR-RPT-FILE.
029800     IF WS-REJR-RPT-STATUS NOT = '00'
029900         DISPLAY 'GOODREJR - OPEN ERROR ON REJR-RPT-FILE - '
030000             'STATUS ' WS-REJR-RPT-STATUS
030100         MOVE 16 TO RETURN-CODE
030200         GO TO 1000-EXIT
030300     END-IF.
030400
030500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030600     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
030700     MOVE PARM-FUNCTION TO WS-RPT-HDG-MODE.
030800     MOVE WS-RPT-HEADING TO REJR-RPT-RECORD.
030900     WRITE REJR-RPT-RECORD.
031000     MOVE SPACES TO REJR-RPT-RECORD.
031100     WRITE REJR-RPT-RECORD.
031200
031300     IF WS-MARK-MODE
031400         GO TO 1000-EXIT
031500     END-IF.
031600
031700     OPEN OUTPUT REJQ-DUE-FILE.
031800     IF WS-REJQ-DUE-STATUS NOT = '00'
031900         DISPLAY 'GOODREJR - OPEN ERROR ON REJQ-DUE-FILE - '
032000             'STATUS ' WS-REJQ-DUE-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 1000-EXIT
032300     END-IF.
032400
032500     OPEN OUTPUT REJQ-OWN-FILE.
032600     IF WS-REJQ-OWN-STATUS NOT = '00'
032700         DISPLAY 'GOODREJR - OPEN ERROR ON REJQ-OWN-FILE - '
032800             'STATUS ' WS-REJQ-OWN-STATUS
032900         MOVE 16 TO RETURN-CODE
033000         GO TO 1000-EXIT
033100     END-IF.
033200
033300     MOVE SPACES        TO WS-CONTROL-RECORD.
033400     MOVE 'HDR'         TO CTL-RECORD-TYPE.
033500     MOVE WS-RUN-DATE   TO CTL-HDR-RUN-DATE.
033600     MOVE 'GOODREJR'    TO CTL-HDR-SOURCE.
033700     MOVE WS-CONTROL-RECORD TO REJQ-DUE-RECORD.
033800     WRITE REJQ-DUE-RECORD.
033900 1000-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------------
034300* 3000-RELEASE-RESUBMITTED - SEND EVERY RESUBMITTED ITEM'S
034400*     CORRECTED RECORD OUT FOR TONIGHT AND STAMP THE ITEM WITH
034500*     THE RELEASE DATE.  THE STATUS IS LEFT AT RESUBMITTED FOR
034600*     MARK MODE.  THE CURSOR CARRIES NO ORDER BY - AN ORDERED
034700*     CURSOR IS READ-ONLY TO DB2 AND COULD NOT BACK THE
034800*     POSITIONED UPDATE; THE SORT STEP ORDERS THE RELEASED
034900*     RECORDS DOWNSTREAM ANYWAY.
035000*----------------------------------------------------------------
035100 3000-RELEASE-RESUBMITTED.
035200     MOVE WS-RUN-DATE TO WS-RJQ-RUN-DATE.
035300
035400     EXEC SQL
035500         DECLARE RJQRELCUR CURSOR FOR
035600         SELECT QUEUE_NO, EMP_KEY, SOURCE_SYS, OWNER_ID,
035700                CORR_IMAGE
035800           FROM REJECT_QUEUE
035900          WHERE STATUS = 'R'
036000            FOR UPDATE OF RELEASED_DATE
036100     END-EXEC.
036200
036300     EXEC SQL
036400         OPEN RJQRELCUR
036500     END-EXEC.
036600     IF SQLCODE NOT = 0
036700         DISPLAY 'GOODREJR - SQL ERROR OPENING RELEASE '
036800             'CURSOR - SQLCODE ' SQLCODE
036900         MOVE 16 TO RETURN-CODE
037000         GO TO 3000-EXIT
037100     END-IF.
037200
037300     PERFORM 3100-FETCH-RESUBMITTED THRU 3100-EXIT
037400         UNTIL WS-REL-END-OF-CURSOR.
037500
037600     EXEC SQL
037700         CLOSE RJQRELCUR
037800     END-EXEC.
037900 3000-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------
038300* 3100-FETCH-RESUBMITTED - RELEASE ONE CORRECTED RECORD
038400*----------------------------------------------------------------
038500 3100-FETCH-RESUBMITTED.
038600     EXEC SQL
038700         FETCH RJQRELCUR
038800          INTO :WS-RJQ-QUEUE-NO, :WS-RJQ-EMP-KEY,
038900               :WS-RJQ-SOURCE-SYS, :WS-RJQ-OWNER-ID,
039000               :WS-RJQ-CORR-IMAGE
039100     END-EXEC.
039200
039300     IF SQLCODE = 100
039400         MOVE 'Y' TO WS-REL-EOF-SWITCH
039500         GO TO 3100-EXIT
039600     END-IF.
039700     IF SQLCODE NOT = 0
039800         DISPLAY 'GOODREJR - SQL ERROR ON RELEASE FETCH - '
039900             'SQLCODE ' SQLCODE
040000         MOVE 16 TO RETURN-CODE
040100         MOVE 'Y' TO WS-REL-EOF-SWITCH
040200         GO TO 3100-EXIT
040300     END-IF.
040400
040500     MOVE WS-RJQ-CORR-IMAGE TO WS-RELEASE-RECORD.
040600     MOVE WS-RELEASE-RECORD TO REJQ-DUE-RECORD.
040700     WRITE REJQ-DUE-RECORD.
040800     ADD 1 TO WS-DUE-COUNT.
040900     IF EMPR01-SALARY NUMERIC
041000         ADD EMPR01-SALARY TO WS-DUE-SALARY-HASH
041100     END-IF.
041200     ADD 1 TO WS-RELEASED-COUNT.
041300
041400     EXEC SQL
041500         UPDATE REJECT_QUEUE
041600            SET RELEASED_DATE = :WS-RJQ-RUN-DATE
041700          WHERE CURRENT OF RJQRELCUR
041800     END-EXEC.
041900     IF SQLCODE NOT = 0
042000         DISPLAY 'GOODREJR - SQL ERROR ON RELEASE UPDATE - '
042100             'SQLCODE ' SQLCODE
042200         MOVE 16 TO RETURN-CODE
042300         MOVE 'Y' TO WS-REL-EOF-SWITCH
042400         GO TO 3100-EXIT
042500     END-IF.
042600
042700     MOVE WS-RJQ-QUEUE-NO    TO WS-RPT-DET-ITEM.
042800     MOVE EMPR01-ID          TO WS-RPT-DET-EMP-ID.
042900     MOVE WS-RJQ-SOURCE-SYS  TO WS-RPT-DET-SOURCE.
043000     MOVE WS-RJQ-OWNER-ID    TO WS-RPT-DET-OWNER.
043100     MOVE EMPR01-NAME        TO WS-RPT-DET-NAME.
043200     MOVE 'RELEASED FOR TONIGHT' TO WS-RPT-DET-DISP.
043300     MOVE WS-RPT-DETAIL TO REJR-RPT-RECORD.
043400     WRITE REJR-RPT-RECORD.
043500 3100-EXIT.
043600     EXIT.
043700
043800*----------------------------------------------------------------
043900* 3500-WRITE-OWNERSHIP - LIST EVERY REJECT THE DESK HAS TAKEN
044000*     (WORKED, RESUBMITTED, SENT, OR ABANDONED) BY ITS ORIGINAL
044100*     IMAGE FOR GOODRCYC.  OPEN ITEMS NOBODY HAS CLAIMED YET
044200*     ARE LEFT OFF AND KEEP RECYCLING.
044300*----------------------------------------------------------------
044400 3500-WRITE-OWNERSHIP.
044500     EXEC SQL
044600         DECLARE RJQOWNCUR CURSOR FOR
044700         SELECT EMP_KEY, REJ_IMAGE
044800           FROM REJECT_QUEUE
044900          WHERE STATUS IN ('W', 'R', 'S', 'X')
045000     END-EXEC.
045100
045200     EXEC SQL
045300         OPEN RJQOWNCUR
045400     END-EXEC.
045500     IF SQLCODE NOT = 0
045600         DISPLAY 'GOODREJR - SQL ERROR OPENING OWNERSHIP '
045700             'CURSOR - SQLCODE ' SQLCODE
045800         MOVE 16 TO RETURN-CODE
045900         GO TO 3500-EXIT
046000     END-IF.
046100
046200     PERFORM 3600-FETCH-OWNED THRU 3600-EXIT
046300         UNTIL WS-OWN-END-OF-CURSOR.
046400
046500     EXEC SQL
046600         CLOSE RJQOWNCUR
046700     END-EXEC.
046800 3500-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------------
047200* 3600-FETCH-OWNED - ONE OWNERSHIP RECORD
047300*----------------------------------------------------------------
047400 3600-FETCH-OWNED.
047500     EXEC SQL
047600         FETCH RJQOWNCUR
047700          INTO :WS-RJQ-EMP-KEY, :WS-RJQ-REJ-IMAGE
047800     END-EXEC.
047900
048000     IF SQLCODE = 100
048100         MOVE 'Y' TO WS-OWN-EOF-SWITCH
048200         GO TO 3600-EXIT
048300     END-IF.
048400     IF SQLCODE NOT = 0
048500         DISPLAY 'GOODREJR - SQL ERROR ON OWNERSHIP FETCH - '
048600             'SQLCODE ' SQLCODE
048700         MOVE 16 TO RETURN-CODE
048800         MOVE 'Y' TO WS-OWN-EOF-SWITCH
048900         GO TO 3600-EXIT
049000     END-IF.
049100
049200     MOVE WS-RJQ-EMP-KEY     TO RJQO-EMP-KEY.
049300     MOVE WS-RJQ-REJ-IMAGE   TO RJQO-REJ-IMAGE.
049400     WRITE REJQ-OWN-RECORD.
049500     ADD 1 TO WS-OWNED-COUNT.
049600 3600-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------------
050000* 4000-MARK-SENT - TONIGHT'S STREAM ENDED CLEAN, SO EVERY ITEM
050100*     RELEASED TO IT IS NOW SENT.  AN ITEM RESUBMITTED ON THE
050200*     DESK AFTER THE RELEASE STEP RAN HAS NO RELEASE DATE YET
050300*     AND WAITS FOR TOMORROW.  SENT AND ABANDONED ITEMS PAST
050400*     THE RETENTION ARE THEN PURGED.
050500*----------------------------------------------------------------
050600 4000-MARK-SENT.
050700     MOVE WS-RUN-DATE TO WS-RJQ-RUN-DATE.
050800
050900     EXEC SQL
051000         UPDATE REJECT_QUEUE
051100            SET STATUS      = 'S',
051200                STATUS_DATE = :WS-RJQ-RUN-DATE
051300          WHERE STATUS = 'R'
051400            AND RELEASED_DATE > 0
051500     END-EXEC.
051600
051700     EVALUATE TRUE
051800         WHEN SQLCODE = 100
051900             CONTINUE
052000         WHEN SQLCODE NOT = 0
052100             DISPLAY 'GOODREJR - SQL ERROR MARKING ITEMS SENT '
052200                 '- SQLCODE ' SQLCODE
052300             MOVE 16 TO RETURN-CODE
052400             GO TO 4000-EXIT
052500         WHEN OTHER
052600             MOVE SQLERRD (3) TO WS-MARKED-COUNT
052700     END-EVALUATE.
052800
052900     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
053000     IF WS-CUTOFF-MONTH > WS-RETAIN-MONTHS
053100         SUBTRACT WS-RETAIN-MONTHS FROM WS-CUTOFF-MONTH
053200     ELSE
053300         ADD 12 TO WS-CUTOFF-MONTH
053400         SUBTRACT WS-RETAIN-MONTHS FROM WS-CUTOFF-MONTH
053500         SUBTRACT 1 FROM WS-CUTOFF-YEAR
053600     END-IF.
053700     MOVE WS-CUTOFF-DATE TO WS-RJQ-CUTOFF-DATE.
053800
053900     EXEC SQL
054000         DELETE FROM REJECT_QUEUE
054100          WHERE STATUS IN ('S', 'X')
054200            AND STATUS_DATE < :WS-RJQ-CUTOFF-DATE
054300     END-EXEC.
054400
054500     EVALUATE TRUE
054600         WHEN SQLCODE = 100
054700             CONTINUE
054800         WHEN SQLCODE NOT = 0
054900             DISPLAY 'GOODREJR - SQL ERROR ON QUEUE PURGE '
055000                 '- SQLCODE ' SQLCODE
055100             MOVE 16 TO RETURN-CODE
055200         WHEN OTHER
055300             MOVE SQLERRD (3) TO WS-PURGED-COUNT
055400     END-EVALUATE.
055500 4000-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------------
055900* 9000-TERMINATE - CLOSE THE DUE FILE WITH ITS TRAILER, COMMIT A
056000*     CLEAN RUN (A FAILED ONE IS ROLLED BACK WHOLE), AND PRINT
056100*     THE TOTALS FOR THE MODE
056200*----------------------------------------------------------------
056300 9000-TERMINATE.
056400     IF RETURN-CODE = ZERO
056500         EXEC SQL
056600             COMMIT
056700         END-EXEC
056800     ELSE
056900         DISPLAY 'GOODREJR - RUN FAILED - QUEUE CHANGES '
057000             'ROLLED BACK'
057100         EXEC SQL
057200             ROLLBACK
057300         END-EXEC
057400     END-IF.
057500
057600     MOVE SPACES TO REJR-RPT-RECORD.
057700     WRITE REJR-RPT-RECORD.
057800
057900     IF WS-MARK-MODE
058000         MOVE 'RESUBMITTED ITEMS MARKED SENT'
058100             TO WS-RPT-TOT-LABEL
058200         MOVE WS-MARKED-COUNT TO WS-RPT-COUNT-EDIT
058300         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
058400         MOVE 'SENT AND ABANDONED ITEMS PURGED'
058500             TO WS-RPT-TOT-LABEL
058600         MOVE WS-PURGED-COUNT TO WS-RPT-COUNT-EDIT
058700         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
058800         CLOSE REJR-RPT-FILE
058900         DISPLAY 'GOODREJR - MARK COMPLETE'
059000         GO TO 9000-EXIT
059100     END-IF.
059200
059300     MOVE SPACES        TO WS-CONTROL-RECORD.
059400     MOVE 'TRL'         TO CTL-RECORD-TYPE.
059500     MOVE WS-DUE-COUNT  TO CTL-TRL-RECORD-COUNT.
059600     MOVE WS-DUE-SALARY-HASH TO CTL-TRL-SALARY-HASH.
059700     MOVE WS-CONTROL-RECORD TO REJQ-DUE-RECORD.
059800     WRITE REJQ-DUE-RECORD.
059900
060000     MOVE 'CORRECTED RECORDS RELEASED TONIGHT'
060100         TO WS-RPT-TOT-LABEL.
060200     MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT-EDIT.
060300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
060400
060500     MOVE 'REJECTS OWNED BY THE REJECT DESK'
060600         TO WS-RPT-TOT-LABEL.
060700     MOVE WS-OWNED-COUNT TO WS-RPT-COUNT-EDIT.
060800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
060900
061000     CLOSE REJQ-DUE-FILE.
061100     CLOSE REJQ-OWN-FILE.
061200     CLOSE REJR-RPT-FILE.
061300
061400     PERFORM 9500-WRITE-RUN-STATUS THRU 9500-EXIT.
061500     DISPLAY 'GOODREJR - RELEASE COMPLETE'.
061600 9000-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------
062000* 9500-WRITE-RUN-STATUS - APPEND THIS STEP'S RUNCTL01 RECORD TO
062100*     THE SHARED RUN-CONTROL REGISTER FOR THE GOODBAL PROOF.
062200*     ONLY RELEASE MODE FEEDS THE STREAM; EVERY RESUBMITTED
062300*     ITEM READ IS PASSED ON.
062400*----------------------------------------------------------------
062500 9500-WRITE-RUN-STATUS.
062600     OPEN EXTEND RUN-CTL-FILE.
062700     IF WS-RUN-CTL-STATUS NOT = '00'
062800         DISPLAY 'GOODREJR - RUN-CONTROL REGISTER UNAVAILABLE '
062900             '- STATUS ' WS-RUN-CTL-STATUS
063000         GO TO 9500-EXIT
063100     END-IF.
063200
063300     MOVE SPACES        TO RUN-CTL-RECORD.
063400     MOVE WS-RUN-DATE   TO RCTL-RUN-DATE.
063500     MOVE 'GOODREJR'    TO RCTL-PROGRAM.
063600     MOVE WS-RELEASED-COUNT TO RCTL-RECORDS-IN.
063700     MOVE ZERO              TO RCTL-OUT-APPLIED.
063800     MOVE ZERO              TO RCTL-OUT-REJECTED.
063900     MOVE ZERO              TO RCTL-OUT-PENDING.
064000     MOVE ZERO              TO RCTL-OUT-SUSPENDED.
064100     MOVE WS-RELEASED-COUNT TO RCTL-OUT-PASSED.
064200     MOVE ZERO              TO RCTL-OUT-OTHER.
064300     MOVE RETURN-CODE       TO RCTL-RETURN-CODE.
064400     WRITE RUN-CTL-RECORD.
064500     CLOSE RUN-CTL-FILE.
064600 9500-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------
065000* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
065100*----------------------------------------------------------------
065200 9100-WRITE-TOTAL-LINE.
065300     MOVE SPACES TO WS-RPT-TOT-VALUE.
065400     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
065500     MOVE WS-RPT-TOTAL TO REJR-RPT-RECORD.
065600     WRITE REJR-RPT-RECORD.
065700 9100-EXIT.
065800     EXIT.
