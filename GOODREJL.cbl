000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODREJL.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - REJECT-QUEUE LOAD.  RUNS
001300*                  AT THE END OF GOODNITM, ONCE THE NIGHT'S
001400*                  EDIT REJECTS (EDITREJ) AND UPDATE REJECTS
001500*                  (THE MERGED EMPREJ) ARE BOTH ON DISK, AND
001600*                  PUTS EVERY REJECT NOT ALREADY THERE ON THE
001700*                  REJECT_QUEUE TABLE AS AN OPEN ITEM FOR THE
001800*                  REJECT DESK TO WORK ON THE GREJ
001900*                  TRANSACTION.  A REJECT IS ALREADY THERE
002000*                  WHEN THE SAME EMPLOYEE KEY AND THE SAME
002100*                  RECORD IMAGE (SOURCE SYSTEM BLANKED) IS ON
002200*                  THE TABLE UNDER ANY STATUS - GOODRCYC SENDS
002300*                  AN UPDATE REJECT BACK EVERY NIGHT UNTIL THE
002400*                  DESK TAKES IT, AND EACH RETRY THAT FAILS
002500*                  COMES BACK HERE UNCHANGED.  UPDATE REJECTS
002600*                  LOST TO DB2 LOCK CONTENTION ARE NOT QUEUED;
002700*                  NOTHING IS WRONG WITH THE DATA AND THE
002800*                  RECYCLE RETRY IS THE CURE.
002900*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EDIT-REJECT-FILE ASSIGN TO EDITREJ
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-EDIT-REJ-STATUS.
004200
004300     SELECT EMP-REJECT-FILE ASSIGN TO EMPREJ
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-EMP-REJ-STATUS.
004700
004800     SELECT REJL-RPT-FILE ASSIGN TO REJLRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-REJL-RPT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  EDIT-REJECT-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  EDIT-REJECT-RECORD.
005900     05  EREJ-EMP-ID         PIC X(06).
006000     05  EREJ-FILE-IN-DATA   PIC X(80).
006100     05  EREJ-ERROR-FLAGS    PIC X(07).
006200     05  EREJ-REASON         PIC X(50).
006300
006400 FD  EMP-REJECT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  EMP-REJECT-RECORD.
006800     COPY REJREC01.
006900
007000 FD  REJL-RPT-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  REJL-RPT-RECORD         PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------------
007700* FILE STATUS AND CONTROL SWITCHES
007800*----------------------------------------------------------------
007900 01  WS-EDIT-REJ-STATUS      PIC X(02) VALUE '00'.
008000 01  WS-EMP-REJ-STATUS       PIC X(02) VALUE '00'.
008100 01  WS-REJL-RPT-STATUS      PIC X(02) VALUE '00'.
008200
008300 01  WS-SWITCHES.
008400     05  WS-EDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
008500         88  WS-EDIT-END-OF-FILE     VALUE 'Y'.
008600     05  WS-EMP-EOF-SWITCH   PIC X(01) VALUE 'N'.
008700         88  WS-EMP-END-OF-FILE      VALUE 'Y'.
008800
008900*----------------------------------------------------------------
009000* REJECTED-RECORD WORK AREA - EMPREC01 LAYOUT
009100*----------------------------------------------------------------
009200 01  WS-QUEUE-RECORD.
009300     COPY EMPREC01.
009400
009500*----------------------------------------------------------------
009600* REJECT_QUEUE TABLE HOST VARIABLES.  REJ_FILE IS 'E' FOR AN
009700*     EDIT REJECT (EDITREJ) AND 'U' FOR AN UPDATE REJECT
009800*     (EMPREJ).  CORR_IMAGE STARTS AS A COPY OF REJ_IMAGE AND
009900*     IS WHAT THE DESK CORRECTS ON THE GREJ TRANSACTION.
010000*----------------------------------------------------------------
010100 01  WS-RJQ-QUEUE-NO         PIC 9(09).
010200 01  WS-RJQ-REJ-FILE         PIC X(01).
010300 01  WS-RJQ-EMP-KEY          PIC X(06).
010400 01  WS-RJQ-SOURCE-SYS       PIC X(08).
010500 01  WS-RJQ-REASON           PIC X(50).
010600 01  WS-RJQ-REJ-IMAGE        PIC X(80).
010700 01  WS-RJQ-QUEUED-DATE      PIC 9(08).
010800 01  WS-RJQ-MATCH-COUNT      PIC S9(09) COMP.
010900 01  WS-RJQ-OPEN-COUNT       PIC S9(09) COMP.
011000
011100*----------------------------------------------------------------
011200* RUN CONTROL TOTALS
011300*----------------------------------------------------------------
011400 01  WS-EDIT-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
011500 01  WS-EMP-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
011600 01  WS-QUEUED-COUNT         PIC 9(09) COMP VALUE ZERO.
011700 01  WS-ALREADY-COUNT        PIC 9(09) COMP VALUE ZERO.
011800 01  WS-CONTENTION-COUNT     PIC 9(09) COMP VALUE ZERO.
011900 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
012000
012100*----------------------------------------------------------------
012200* DB2 SQL COMMUNICATIONS AREA (SQLCA)
012300*----------------------------------------------------------------
012400 01  SQLCA.
012500     05  SQLCAID             PIC X(08).
012600     05  SQLCABC             PIC S9(09)  COMP-5.
012700     05  SQLCODE             PIC S9(09)  COMP-5.
012800     05  SQLERRM.
012900         49  SQLERRML        PIC S9(04)  COMP-5.
013000         49  SQLERRMC        PIC X(70).
013100     05  SQLERRP             PIC X(08).
013200     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
013300     05  SQLWARN.
013400         10  SQLWARN0        PIC X(01).
013500         10  SQLWARN1        PIC X(01).
013600         10  SQLWARN2        PIC X(01).
013700         10  SQLWARN3        PIC X(01).
013800         10  SQLWARN4        PIC X(01).
013900         10  SQLWARN5        PIC X(01).
014000         10  SQLWARN6        PIC X(01).
014100         10  SQLWARN7        PIC X(01).
014200     05  SQLSTATE            PIC X(05).
014300
014400*----------------------------------------------------------------
014500* REPORT PRINT LINES
014600*----------------------------------------------------------------
014700 01  WS-RPT-HEADING.
014800     05  FILLER              PIC X(42)
014900         VALUE 'GOODREJL REJECT-QUEUE LOAD REPORT'.
015000     05  WS-RPT-HDG-DATE     PIC 9(08).
015100     05  FILLER              PIC X(82) VALUE SPACES.
015200 01  WS-RPT-DETAIL.
015300     05  FILLER              PIC X(05) VALUE 'ITEM '.
015400     05  WS-RPT-DET-ITEM     PIC Z(9).
015500     05  FILLER              PIC X(02) VALUE SPACES.
015600     05  WS-RPT-DET-FILE     PIC X(06).
015700     05  FILLER              PIC X(04) VALUE ' ID '.
015800     05  WS-RPT-DET-EMP-KEY  PIC X(06).
015900     05  FILLER              PIC X(08) VALUE ' SOURCE '.
016000     05  WS-RPT-DET-SOURCE   PIC X(08).
016100     05  FILLER              PIC X(02) VALUE SPACES.
016200     05  WS-RPT-DET-REASON   PIC X(50).
016300     05  FILLER              PIC X(02) VALUE SPACES.
016400     05  WS-RPT-DET-DISP     PIC X(20).
016500     05  FILLER              PIC X(10) VALUE SPACES.
016600 01  WS-RPT-TOTAL.
016700     05  WS-RPT-TOT-LABEL    PIC X(40).
016800     05  WS-RPT-TOT-VALUE    PIC X(92).
016900
017000 01  WS-RUN-DATE             PIC 9(08).
017100
017200 PROCEDURE DIVISION.
017300*----------------------------------------------------------------
017400 0000-MAINLINE.
017500*----------------------------------------------------------------
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     IF RETURN-CODE NOT = ZERO
017800         STOP RUN
017900     END-IF.
018000
018100     PERFORM 2000-LOAD-EDIT-REJECTS THRU 2000-EXIT.
018200
018300     IF RETURN-CODE = ZERO
018400         PERFORM 3000-LOAD-UPDATE-REJECTS THRU 3000-EXIT
018500     END-IF.
018600
018700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018800
018900     STOP RUN.
019000 0000-EXIT.
019100     EXIT.
019200
019300*----------------------------------------------------------------
019400* 1000-INITIALIZE - OPEN FILES, PRINT THE HEADING, AND FIND THE
019500*     LAST QUEUE ITEM NUMBER ISSUED.  THIS STEP IS THE ONLY
019600*     WRITER OF NEW QUEUE ROWS, SO NUMBERING ON FROM THE
019700*     HIGHEST NUMBER ON THE TABLE IS SAFE.
019800*----------------------------------------------------------------
019900 1000-INITIALIZE.
020000     DISPLAY 'GOODREJL - STARTING REJECT-QUEUE LOAD'.
020100
020200     OPEN INPUT EDIT-REJECT-FILE.
020300     IF WS-EDIT-REJ-STATUS NOT = '00'
020400         DISPLAY 'GOODREJL - OPEN ERROR ON EDIT-REJECT-FILE - '
020500             'STATUS ' WS-EDIT-REJ-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         GO TO 1000-EXIT
020800     END-IF.
020900
021000     OPEN INPUT EMP-REJECT-FILE.
021100     IF WS-EMP-REJ-STATUS NOT = '00'
021200         DISPLAY 'GOODREJL - OPEN ERROR ON EMP-REJECT-FILE - '
021300             'STATUS ' WS-EMP-REJ-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         GO TO 1000-EXIT
021600     END-IF.
021700
021800     OPEN OUTPUT REJL-RPT-FILE.
021900     IF WS-REJL-RPT-STATUS NOT = '00'
022000         DISPLAY 'GOODREJL - OPEN ERROR ON REJL-RPT-FILE - '
022100             'STATUS ' WS-REJL-RPT-STATUS
022200         MOVE 16 TO RETURN-CODE
022300         GO TO 1000-EXIT
022400     END-IF.
022500
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022700     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
022800     MOVE WS-RPT-HEADING TO REJL-RPT-RECORD.
022900     WRITE REJL-RPT-RECORD.
023000     MOVE SPACES TO REJL-RPT-RECORD.
023100     WRITE REJL-RPT-RECORD.
023200
023300     EXEC SQL
023400         SELECT COALESCE(MAX(QUEUE_NO), 0)
023500           INTO :WS-RJQ-QUEUE-NO
023600           FROM REJECT_QUEUE
023700     END-EXEC.
023800     IF SQLCODE NOT = 0
023900         DISPLAY 'GOODREJL - SQL ERROR READING THE LAST QUEUE '
024000             'ITEM NUMBER - SQLCODE ' SQLCODE
024100         MOVE 16 TO RETURN-CODE
024200         GO TO 1000-EXIT
024300     END-IF.
024400 1000-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------------
024800* 2000-LOAD-EDIT-REJECTS - QUEUE EVERY GOODEDIT FIELD-EDIT
024900*     REJECT.  THE REASON IS THE LAST FAILING EDIT, AS GOODEDIT
025000*     WROTE IT.
025100*----------------------------------------------------------------
025200 2000-LOAD-EDIT-REJECTS.
025300     PERFORM 2100-READ-EDIT-REJECT THRU 2100-EXIT.
025400     PERFORM 2200-QUEUE-EDIT-REJECT THRU 2200-EXIT
025500         UNTIL WS-EDIT-END-OF-FILE.
025600 2000-EXIT.
025700     EXIT.
025800
025900*----------------------------------------------------------------
026000* 2100-READ-EDIT-REJECT - READ ONE EDITREJ RECORD
026100*----------------------------------------------------------------
026200 2100-READ-EDIT-REJECT.
026300     READ EDIT-REJECT-FILE
026400         AT END
026500             MOVE 'Y' TO WS-EDIT-EOF-SWITCH
026600     END-READ.
026700 2100-EXIT.
026800     EXIT.
026900
027000*----------------------------------------------------------------
027100* 2200-QUEUE-EDIT-REJECT - ONE EDIT REJECT ONTO THE QUEUE
027200*----------------------------------------------------------------
027300 2200-QUEUE-EDIT-REJECT.
027400     ADD 1 TO WS-EDIT-READ-COUNT.
027500     MOVE 'E'                TO WS-RJQ-REJ-FILE.
027600     MOVE 'EDIT  '           TO WS-RPT-DET-FILE.
027700     MOVE EREJ-EMP-ID        TO WS-RJQ-EMP-KEY.
027800     MOVE EREJ-FILE-IN-DATA  TO WS-QUEUE-RECORD.
027900     MOVE EREJ-REASON        TO WS-RJQ-REASON.
028000
028100     PERFORM 4000-QUEUE-ONE-REJECT THRU 4000-EXIT.
028200     IF RETURN-CODE NOT = ZERO
028300         MOVE 'Y' TO WS-EDIT-EOF-SWITCH
028400         GO TO 2200-EXIT
028500     END-IF.
028600
028700     PERFORM 2100-READ-EDIT-REJECT THRU 2100-EXIT.
028800 2200-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------------
029200* 3000-LOAD-UPDATE-REJECTS - QUEUE EVERY GOODUPDT REJECT FROM
029300*     THE MERGED EMPREJ, EXCEPT LOCK-CONTENTION REJECTS
029400*----------------------------------------------------------------
029500 3000-LOAD-UPDATE-REJECTS.
029600     PERFORM 3100-READ-EMP-REJECT THRU 3100-EXIT.
029700     PERFORM 3200-QUEUE-EMP-REJECT THRU 3200-EXIT
029800         UNTIL WS-EMP-END-OF-FILE.
029900 3000-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300* 3100-READ-EMP-REJECT - READ ONE EMPREJ RECORD
030400*----------------------------------------------------------------
030500 3100-READ-EMP-REJECT.
030600     READ EMP-REJECT-FILE
030700         AT END
030800             MOVE 'Y' TO WS-EMP-EOF-SWITCH
030900     END-READ.
031000 3100-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------
031400* 3200-QUEUE-EMP-REJECT - ONE UPDATE REJECT ONTO THE QUEUE.  A
031500*     REJECT GOODUPDT GAVE UP ON AFTER ITS LAST LOCK-CONTENTION
031600*     RETRY (SQLCODE -911 OR -913) IS LISTED AND LEFT TO THE
031700*     RECYCLE MASTER.
031800*----------------------------------------------------------------
031900 3200-QUEUE-EMP-REJECT.
032000     ADD 1 TO WS-EMP-READ-COUNT.
032100     MOVE 'U'                TO WS-RJQ-REJ-FILE.
032200     MOVE 'UPDATE'           TO WS-RPT-DET-FILE.
032300     MOVE REJ-EMP-ID         TO WS-RJQ-EMP-KEY.
032400     MOVE REJ-FILE-IN-DATA   TO WS-QUEUE-RECORD.
032500     MOVE REJ-REASON         TO WS-RJQ-REASON.
032600
032700     IF REJ-SQLCODE = -911 OR REJ-SQLCODE = -913
032800         ADD 1 TO WS-CONTENTION-COUNT
032900         MOVE ZERO TO WS-RPT-DET-ITEM
033000         MOVE 'LEFT TO RECYCLE' TO WS-RPT-DET-DISP
033100         PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
033200     ELSE
033300         PERFORM 4000-QUEUE-ONE-REJECT THRU 4000-EXIT
033400         IF RETURN-CODE NOT = ZERO
033500             MOVE 'Y' TO WS-EMP-EOF-SWITCH
033600             GO TO 3200-EXIT
033700         END-IF
033800     END-IF.
033900
034000     PERFORM 3100-READ-EMP-REJECT THRU 3100-EXIT.
034100 3200-EXIT.
034200     EXIT.
034300
034400*----------------------------------------------------------------
034500* 4000-QUEUE-ONE-REJECT - BLANK THE SOURCE SYSTEM OUT OF THE
034600*     IMAGE (GOODSTMP RESTAMPS IT ON EVERY PASS) AND INSERT AN
034700*     OPEN ITEM UNLESS THE SAME REJECT IS ALREADY ON THE TABLE
034800*----------------------------------------------------------------
034900 4000-QUEUE-ONE-REJECT.
035000     MOVE EMPR01-SOURCE-SYSTEM TO WS-RJQ-SOURCE-SYS.
035100     IF WS-RJQ-SOURCE-SYS = SPACES
035200         MOVE 'UNKNOWN ' TO WS-RJQ-SOURCE-SYS
035300     END-IF.
035400     MOVE SPACES TO EMPR01-SOURCE-SYSTEM.
035500     MOVE WS-QUEUE-RECORD TO WS-RJQ-REJ-IMAGE.
035600
035700     EXEC SQL
035800         SELECT COUNT(*)
035900           INTO :WS-RJQ-MATCH-COUNT
036000           FROM REJECT_QUEUE
036100          WHERE EMP_KEY   = :WS-RJQ-EMP-KEY
036200            AND REJ_IMAGE = :WS-RJQ-REJ-IMAGE
036300     END-EXEC.
036400     IF SQLCODE NOT = 0
036500         DISPLAY 'GOODREJL - SQL ERROR ON QUEUE LOOKUP - '
036600             'SQLCODE ' SQLCODE
036700         MOVE 16 TO RETURN-CODE
036800         GO TO 4000-EXIT
036900     END-IF.
037000
037100     IF WS-RJQ-MATCH-COUNT > ZERO
037200         ADD 1 TO WS-ALREADY-COUNT
037300         MOVE ZERO TO WS-RPT-DET-ITEM
037400         MOVE 'ALREADY ON QUEUE' TO WS-RPT-DET-DISP
037500         PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
037600         GO TO 4000-EXIT
037700     END-IF.
037800
037900     ADD 1 TO WS-RJQ-QUEUE-NO.
038000     MOVE WS-RUN-DATE TO WS-RJQ-QUEUED-DATE.
038100     EXEC SQL
038200         INSERT INTO REJECT_QUEUE
038300                (QUEUE_NO, REJ_FILE, EMP_KEY, SOURCE_SYS,
038400                 REASON, REJ_IMAGE, CORR_IMAGE, STATUS,
038500                 QUEUED_DATE, OWNER_ID, STATUS_DATE,
038600                 RELEASED_DATE)
038700         VALUES (:WS-RJQ-QUEUE-NO, :WS-RJQ-REJ-FILE,
038800                 :WS-RJQ-EMP-KEY, :WS-RJQ-SOURCE-SYS,
038900                 :WS-RJQ-REASON, :WS-RJQ-REJ-IMAGE,
039000                 :WS-RJQ-REJ-IMAGE, 'O',
039100                 :WS-RJQ-QUEUED-DATE, ' ', 0,
039200                 0)
039300     END-EXEC.
039400     IF SQLCODE NOT = 0
039500         DISPLAY 'GOODREJL - SQL ERROR ON QUEUE INSERT - '
039600             'SQLCODE ' SQLCODE
039700         MOVE 16 TO RETURN-CODE
039800         GO TO 4000-EXIT
039900     END-IF.
040000
040100     ADD 1 TO WS-QUEUED-COUNT.
040200     MOVE WS-RJQ-QUEUE-NO TO WS-RPT-DET-ITEM.
040300     MOVE 'QUEUED' TO WS-RPT-DET-DISP.
040400     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT.
040500 4000-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------------
040900* 5000-WRITE-DETAIL-LINE - ONE REPORT LINE PER REJECT READ.  THE
041000*     CALLER SETS THE ITEM NUMBER AND DISPOSITION.
041100*----------------------------------------------------------------
041200 5000-WRITE-DETAIL-LINE.
041300     MOVE WS-RJQ-EMP-KEY     TO WS-RPT-DET-EMP-KEY.
041400     MOVE WS-RJQ-SOURCE-SYS  TO WS-RPT-DET-SOURCE.
041500     MOVE WS-RJQ-REASON      TO WS-RPT-DET-REASON.
041600     MOVE WS-RPT-DETAIL TO REJL-RPT-RECORD.
041700     WRITE REJL-RPT-RECORD.
041800 5000-EXIT.
041900     EXIT.
042000
042100*----------------------------------------------------------------
042200* 9000-TERMINATE - COMMIT A CLEAN LOAD (A FAILED ONE IS ROLLED
042300*     BACK WHOLE, SO A RERUN QUEUES THE SAME ITEMS ONCE), COUNT
042400*     THE ITEMS STILL OPEN, AND PRINT THE LOAD TOTALS
042500*----------------------------------------------------------------
042600 9000-TERMINATE.
042700     IF RETURN-CODE = ZERO
042800         EXEC SQL
042900             COMMIT
043000         END-EXEC
043100     ELSE
043200         DISPLAY 'GOODREJL - RUN FAILED - QUEUE LOAD ROLLED '
043300             'BACK'
043400         EXEC SQL
043500             ROLLBACK
043600         END-EXEC
043700     END-IF.
043800
043900     EXEC SQL
044000         SELECT COUNT(*)
044100           INTO :WS-RJQ-OPEN-COUNT
044200           FROM REJECT_QUEUE
044300          WHERE STATUS IN ('O', 'W')
044400     END-EXEC.
044500     IF SQLCODE NOT = 0
044600         MOVE ZERO TO WS-RJQ-OPEN-COUNT
044700     END-IF.
044800
044900     MOVE SPACES TO REJL-RPT-RECORD.
045000     WRITE REJL-RPT-RECORD.
045100
045200     MOVE 'EDIT REJECTS READ (EDITREJ)'
045300         TO WS-RPT-TOT-LABEL.
045400     MOVE WS-EDIT-READ-COUNT TO WS-RPT-COUNT-EDIT.
045500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
045600
045700     MOVE 'UPDATE REJECTS READ (EMPREJ)'
045800         TO WS-RPT-TOT-LABEL.
045900     MOVE WS-EMP-READ-COUNT TO WS-RPT-COUNT-EDIT.
046000     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
046100
046200     MOVE 'NEWLY QUEUED FOR THE REJECT DESK'
046300         TO WS-RPT-TOT-LABEL.
046400     MOVE WS-QUEUED-COUNT TO WS-RPT-COUNT-EDIT.
046500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
046600
046700     MOVE 'ALREADY ON THE QUEUE'
046800         TO WS-RPT-TOT-LABEL.
046900     MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT-EDIT.
047000     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
047100
047200     MOVE 'LOCK CONTENTION - LEFT TO RECYCLE'
047300         TO WS-RPT-TOT-LABEL.
047400     MOVE WS-CONTENTION-COUNT TO WS-RPT-COUNT-EDIT.
047500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
047600
047700     MOVE 'ITEMS OPEN OR BEING WORKED ON THE QUEUE'
047800         TO WS-RPT-TOT-LABEL.
047900     MOVE WS-RJQ-OPEN-COUNT TO WS-RPT-COUNT-EDIT.
048000     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
048100
048200     CLOSE EDIT-REJECT-FILE.
048300     CLOSE EMP-REJECT-FILE.
048400     CLOSE REJL-RPT-FILE.
048500
048600     DISPLAY 'GOODREJL - REJECT-QUEUE LOAD COMPLETE'.
048700 9000-EXIT.
048800     EXIT.
048900
049000*----------------------------------------------------------------
049100* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
049200*----------------------------------------------------------------
049300 9100-WRITE-TOTAL-LINE.
049400     MOVE SPACES TO WS-RPT-TOT-VALUE.
049500     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
049600     MOVE WS-RPT-TOTAL TO REJL-RPT-RECORD.
049700     WRITE REJL-RPT-RECORD.
049800 9100-EXIT.
049900     EXIT.
