000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODPITX.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - FIRST STEP OF THE
001300*                  POINT-IN-TIME RECOVERY (JOB GOODPITR).  WHEN
001400*                  THE EMPLOYEE TABLE HAS TO BE TAKEN BACK TO
001500*                  A KNOWN MOMENT - A BAD DATA FIX, A FEED RUN
001600*                  TWICE - RECOVERY STARTS FROM A BASELINE
001700*                  UNLOAD IN THE GOODSNAP SNAPSHOT LAYOUT AND
001800*                  REPLAYS THE AUDIT TRAIL ON TOP OF IT.  THIS
001900*                  PROGRAM WALKS THE TRAIL (ARCHIVE
002000*                  GENERATIONS AND THE LIVE TRAIL, SORTED ON
002100*                  AUD-SEQUENCE BY THE JOB) WITH THE SAME
002200*                  CHAIN PROOF GOODAVER RUNS, AND PASSES ON
002300*                  ONLY THE RECORDS AFTER THE BASELINE AND UP
002400*                  TO THE CUTOFF ON THE PARAMETER CARD.  THE
002500*                  WINDOW IS ALWAYS A WHOLE PREFIX OF THE
002600*                  TRAIL - THE WALK STOPS AT THE FIRST RECORD
002700*                  PAST THE CUTOFF SEQUENCE OR TIMESTAMP.  A
002800*                  BROKEN LINK, AN UNCHAINED RECORD, A TRAIL
002900*                  THAT DOES NOT REACH BACK TO THE BASELINE, OR
003000*                  ONE THAT ENDS SHORT OF THE CUTOFF SEQUENCE
003100*                  REFUSES THE REPLAY WITH RETURN CODE 16 AND
003200*                  THE JOB GOES NO FURTHER - A RESTORE BUILT
003300*                  ACROSS A GAP WOULD LOOK RIGHT AND BE WRONG.
003400*----------------------------------------------------------------
003500* PARAMETER CARD (PARMFILE, ONE 80-BYTE RECORD)
003600*   COLS  1- 9  BASELINE SEQUENCE - THE LAST AUD-SEQUENCE THE
003700*               BASELINE UNLOAD ALREADY REFLECTS (ZERO IF THE
003800*               BASELINE PREDATES THE CHAINED TRAIL)
003900*   COLS 11-19  CUTOFF SEQUENCE - LAST AUD-SEQUENCE TO REPLAY
004000*               (BLANK = NO SEQUENCE CUTOFF)
004100*   COLS 21-34  CUTOFF TIMESTAMP CCYYMMDDHHMMSS - LAST
004200*               AUD-TIMESTAMP TO REPLAY (BLANK = NO TIMESTAMP
004300*               CUTOFF)
004400* WITH BOTH CUTOFFS BLANK THE WHOLE TRAIL IS REPLAYED.
004500*----------------------------------------------------------------
004600
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-370.
005000 OBJECT-COMPUTER. IBM-370.
005100
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-AUDIT-IN-STATUS.
005800
005900     SELECT PARM-FILE ASSIGN TO PARMFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-PARM-STATUS.
006300
006400     SELECT REPLAY-OUT-FILE ASSIGN TO REPLOUT
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-REPLAY-OUT-STATUS.
006800
006900     SELECT CHAIN-RPT-FILE ASSIGN TO CHAINRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-CHAIN-RPT-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  AUDIT-IN-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  AUDIT-IN-RECORD.
008000     COPY AUDREC01.
008100
008200 FD  PARM-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  PARM-RECORD             PIC X(80).
008600
008700 FD  REPLAY-OUT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  REPLAY-OUT-RECORD       PIC X(224).
009100
009200 FD  CHAIN-RPT-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  CHAIN-RPT-RECORD        PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800*----------------------------------------------------------------
009900* FILE STATUS AND CONTROL SWITCHES
010000*----------------------------------------------------------------
010100 01  WS-AUDIT-IN-STATUS      PIC X(02) VALUE '00'.
010200 01  WS-PARM-STATUS          PIC X(02) VALUE '00'.
010300 01  WS-REPLAY-OUT-STATUS    PIC X(02) VALUE '00'.
010400 01  WS-CHAIN-RPT-STATUS     PIC X(02) VALUE '00'.
010500
010600 01  WS-SWITCHES.
010700     05  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
010800         88  WS-END-OF-FILE          VALUE 'Y'.
010900     05  WS-VERDICT-SWITCH   PIC X(01) VALUE 'Y'.
011000         88  WS-CHAIN-INTACT         VALUE 'Y'.
011100     05  WS-FIRST-SWITCH     PIC X(01) VALUE 'Y'.
011200         88  WS-FIRST-RECORD         VALUE 'Y'.
011300     05  WS-STOP-SWITCH      PIC X(01) VALUE 'E'.
011400         88  WS-STOP-END-OF-TRAIL    VALUE 'E'.
011500         88  WS-STOP-CUTOFF-SEQ      VALUE 'S'.
011600         88  WS-STOP-CUTOFF-TIME     VALUE 'T'.
011700         88  WS-STOP-BREAK           VALUE 'B'.
011800
011900*----------------------------------------------------------------
012000* PARAMETER CARD LAYOUT - SEE THE BLOCK ABOVE
012100*----------------------------------------------------------------
012200 01  WS-PARM-CARD.
012300     05  PARM-BASE-SEQ       PIC X(09).
012400     05  FILLER              PIC X(01).
012500     05  PARM-CUTOFF-SEQ     PIC X(09).
012600     05  FILLER              PIC X(01).
012700     05  PARM-CUTOFF-TIME    PIC X(14).
012800     05  FILLER              PIC X(46).
012900
013000 01  WS-BASE-SEQ             PIC 9(09) VALUE ZERO.
013100 01  WS-CUTOFF-SEQ           PIC 9(09) VALUE ZERO.
013200 01  WS-CUTOFF-SEQ-SWITCH    PIC X(01) VALUE 'N'.
013300     88  WS-CUTOFF-SEQ-GIVEN         VALUE 'Y'.
013400 01  WS-CUTOFF-TIME          PIC X(14) VALUE SPACES.
013500 01  WS-CUTOFF-TIME-SWITCH   PIC X(01) VALUE 'N'.
013600     88  WS-CUTOFF-TIME-GIVEN        VALUE 'Y'.
013700
013800*----------------------------------------------------------------
013900* CHAIN WALK STATE - THE PREVIOUS SEQUENCE AND CHECK VALUE.
014000*     THE FIRST RECORD ON THE TRAIL IS TAKEN AS PROVED (ITS OWN
014100*     LINK LIES IN AN EARLIER GENERATION) UNLESS IT IS
014200*     SEQUENCE 1, WHICH CHAINS FROM ZERO.  EITHER WAY IT MUST
014300*     NOT BE A RECORD THE REPLAY NEEDS.
014400*----------------------------------------------------------------
014500 01  WS-PREV-SEQ             PIC 9(09) VALUE ZERO.
014600 01  WS-PREV-CHECK           PIC 9(09) VALUE ZERO.
014700 01  WS-EXPECTED-SEQ         PIC 9(09).
014800
014900*----------------------------------------------------------------
015000* CHECK-VALUE WORK AREAS - SAME COMPUTATION AS THE WRITERS AND
015100*     GOODAVER: A RUNNING REMAINDER OVER THE PREVIOUS CHECK
015200*     VALUE AND THE BYTE SUM OF THE RECORD'S FIRST 215 BYTES
015300*     WITH THE CHECK FIELD ZEROED.
015400*----------------------------------------------------------------
015500 01  WS-WORK-RECORD          PIC X(224).
015600 01  WS-STORED-CHECK         PIC 9(09).
015700 01  WS-BYTE-PAIR.
015800     05  FILLER              PIC X(01) VALUE LOW-VALUE.
015900     05  WS-BYTE-CHAR        PIC X(01).
016000 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
016100                             PIC 9(04) COMP.
016200 01  WS-BYTE-SUB             PIC 9(04) COMP.
016300 01  WS-BYTE-TOTAL           PIC 9(09) COMP.
016400 01  WS-CHECK-WORK           PIC 9(18).
016500 01  WS-CHECK-QUOTIENT       PIC 9(18).
016600 01  WS-NEW-CHECK            PIC 9(09).
016700
016800*----------------------------------------------------------------
016900* RUN CONTROL TOTALS
017000*----------------------------------------------------------------
017100 01  WS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
017200 01  WS-PRIOR-COUNT          PIC 9(09) COMP VALUE ZERO.
017300 01  WS-REPLAY-COUNT         PIC 9(09) COMP VALUE ZERO.
017400 01  WS-FIRST-REPLAY-SEQ     PIC 9(09) VALUE ZERO.
017500 01  WS-LAST-REPLAY-SEQ      PIC 9(09) VALUE ZERO.
017600 01  WS-LAST-REPLAY-TIME     PIC X(14) VALUE SPACES.
017700 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
017800 01  WS-RUN-DATE             PIC 9(08).
017900
018000*----------------------------------------------------------------
018100* REPORT PRINT LINES
018200*----------------------------------------------------------------
018300 01  WS-RPT-HEADING.
018400     05  FILLER              PIC X(46)
018500         VALUE 'GOODPITX RECOVERY REPLAY CHAIN PROOF'.
018600     05  WS-RPT-HDG-DATE     PIC 9(08).
018700     05  FILLER              PIC X(78) VALUE SPACES.
018800 01  WS-RPT-DETAIL.
018900     05  FILLER              PIC X(09) VALUE 'SEQUENCE '.
019000     05  WS-RPT-DET-SEQ      PIC 9(09).
019100     05  FILLER              PIC X(02) VALUE SPACES.
019200     05  WS-RPT-DET-REASON   PIC X(30).
019300     05  FILLER              PIC X(09) VALUE ' EXPECTED'.
019400     05  FILLER              PIC X(01) VALUE SPACES.
019500     05  WS-RPT-DET-EXPECTED PIC 9(09).
019600     05  FILLER              PIC X(63) VALUE SPACES.
019700 01  WS-RPT-TOTAL.
019800     05  WS-RPT-TOT-LABEL    PIC X(40).
019900     05  WS-RPT-TOT-VALUE    PIC X(92).
020000
020100 PROCEDURE DIVISION.
020200*----------------------------------------------------------------
020300 0000-MAINLINE.
020400*----------------------------------------------------------------
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     IF RETURN-CODE NOT = ZERO
020700         STOP RUN
020800     END-IF.
020900
021000     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
021100
021200     PERFORM 3000-WALK-RECORD THRU 3000-EXIT
021300         UNTIL WS-END-OF-FILE.
021400
021500     PERFORM 4000-VERIFY-REACH THRU 4000-EXIT.
021600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021700
021800     STOP RUN.
021900 0000-EXIT.
022000     EXIT.
022100
022200*----------------------------------------------------------------
022300* 1000-INITIALIZE - LOAD AND CHECK THE PARAMETER CARD, OPEN THE
022400*     FILES, AND PRINT THE REPORT HEADING
022500*----------------------------------------------------------------
022600 1000-INITIALIZE.
022700     DISPLAY 'GOODPITX - STARTING RECOVERY REPLAY EXTRACT'.
022800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022900
023000     PERFORM 1100-LOAD-PARM-CARD THRU 1100-EXIT.
023100     IF RETURN-CODE NOT = ZERO
023200         GO TO 1000-EXIT
023300     END-IF.
023400
023500     OPEN INPUT AUDIT-IN-FILE.
023600     IF WS-AUDIT-IN-STATUS NOT = '00'
023700         DISPLAY 'GOODPITX - OPEN ERROR ON AUDIT-IN-FILE - '
023800             'STATUS ' WS-AUDIT-IN-STATUS
023900         MOVE 16 TO RETURN-CODE
024000         GO TO 1000-EXIT
024100     END-IF.
024200
024300     OPEN OUTPUT REPLAY-OUT-FILE.
024400     OPEN OUTPUT CHAIN-RPT-FILE.
024500     IF WS-REPLAY-OUT-STATUS NOT = '00'
024600         OR WS-CHAIN-RPT-STATUS NOT = '00'
024700         DISPLAY 'GOODPITX - OPEN ERROR ON AN OUTPUT - STATUS '
024800             WS-REPLAY-OUT-STATUS ' ' WS-CHAIN-RPT-STATUS
024900         MOVE 16 TO RETURN-CODE
025000         GO TO 1000-EXIT
025100     END-IF.
025200
025300     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
025400     MOVE WS-RPT-HEADING TO CHAIN-RPT-RECORD.
025500     WRITE CHAIN-RPT-RECORD.
025600     MOVE SPACES TO CHAIN-RPT-RECORD.
025700     WRITE CHAIN-RPT-RECORD.
025800 1000-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------------
026200* 1100-LOAD-PARM-CARD - READ THE PARAMETER CARD.  THE BASELINE
026300*     SEQUENCE IS REQUIRED; EACH CUTOFF IS OPTIONAL BUT MUST BE
026400*     NUMERIC WHEN GIVEN, AND A CUTOFF SEQUENCE BEFORE THE
026500*     BASELINE WOULD ASK FOR A RECOVERY BACKWARDS.
026600*----------------------------------------------------------------
026700 1100-LOAD-PARM-CARD.
026800     OPEN INPUT PARM-FILE.
026900     IF WS-PARM-STATUS NOT = '00'
027000         DISPLAY 'GOODPITX - OPEN ERROR ON PARM-FILE - STATUS '
027100             WS-PARM-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         GO TO 1100-EXIT
027400     END-IF.
027500
027600     READ PARM-FILE INTO WS-PARM-CARD
027700         AT END
027800             DISPLAY 'GOODPITX - PARAMETER CARD MISSING'
027900             MOVE 16 TO RETURN-CODE
028000     END-READ.
028100     CLOSE PARM-FILE.
028200     IF RETURN-CODE NOT = ZERO
028300         GO TO 1100-EXIT
028400     END-IF.
028500
028600     IF PARM-BASE-SEQ NOT NUMERIC
028700         DISPLAY 'GOODPITX - BASELINE SEQUENCE NOT NUMERIC - '
028800             PARM-BASE-SEQ
028900         MOVE 16 TO RETURN-CODE
029000         GO TO 1100-EXIT
029100     END-IF.
029200     MOVE PARM-BASE-SEQ TO WS-BASE-SEQ.
029300
029400     IF PARM-CUTOFF-SEQ NOT = SPACES
029500         IF PARM-CUTOFF-SEQ NOT NUMERIC
029600             DISPLAY 'GOODPITX - CUTOFF SEQUENCE NOT NUMERIC - '
029700                 PARM-CUTOFF-SEQ
029800             MOVE 16 TO RETURN-CODE
029900             GO TO 1100-EXIT
030000         END-IF
030100         MOVE PARM-CUTOFF-SEQ TO WS-CUTOFF-SEQ
030200         MOVE 'Y' TO WS-CUTOFF-SEQ-SWITCH
030300         IF WS-CUTOFF-SEQ < WS-BASE-SEQ
030400             DISPLAY 'GOODPITX - CUTOFF SEQUENCE ' WS-CUTOFF-SEQ
030500                 ' IS BEFORE THE BASELINE ' WS-BASE-SEQ
030600             MOVE 16 TO RETURN-CODE
030700             GO TO 1100-EXIT
030800         END-IF
030900     END-IF.
031000
031100     IF PARM-CUTOFF-TIME NOT = SPACES
031200         IF PARM-CUTOFF-TIME NOT NUMERIC
031300             DISPLAY 'GOODPITX - CUTOFF TIMESTAMP NOT NUMERIC - '
031400                 PARM-CUTOFF-TIME
031500             MOVE 16 TO RETURN-CODE
031600             GO TO 1100-EXIT
031700         END-IF
031800         MOVE PARM-CUTOFF-TIME TO WS-CUTOFF-TIME
031900         MOVE 'Y' TO WS-CUTOFF-TIME-SWITCH
032000     END-IF.
032100
032200     DISPLAY 'GOODPITX - BASELINE SEQUENCE ' WS-BASE-SEQ.
032300 1100-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------------
032700* 2000-READ-AUDIT - READ THE NEXT AUDIT RECORD IN SEQUENCE
032800*     ORDER (THE JOB SORTS THE TRAIL ON AUD-SEQUENCE FIRST)
032900*----------------------------------------------------------------
033000 2000-READ-AUDIT.
033100     READ AUDIT-IN-FILE
033200         AT END
033300             MOVE 'Y' TO WS-EOF-SWITCH
033400         NOT AT END
033500             ADD 1 TO WS-READ-COUNT
033600     END-READ.
033700 2000-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------------
034100* 3000-WALK-RECORD - PROVE ONE LINK AND, WHEN THE RECORD FALLS
034200*     INSIDE THE RECOVERY WINDOW, PASS IT TO THE REPLAY.  THE
034300*     FIRST BREAK ENDS THE WALK - NOTHING PAST A BROKEN LINK
034400*     CAN BE TRUSTED, SO THE WHOLE REPLAY IS REFUSED.  THE
034500*     CUTOFF IS TESTED BEFORE THE LINK IS PROVED, SO RECORDS
034600*     BEYOND THE RECOVERY POINT ARE NEVER EXAMINED.
034700*----------------------------------------------------------------
034800 3000-WALK-RECORD.
034900     IF AUD-SEQUENCE NOT NUMERIC
035000         OR AUD-CHECK-VALUE NOT NUMERIC
035100         OR AUD-SEQUENCE = ZERO
035200         MOVE ZERO TO WS-RPT-DET-SEQ
035300         COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
035400         MOVE 'UNCHAINED RECORD ON TRAIL' TO WS-RPT-DET-REASON
035500         PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
035600         GO TO 3000-EXIT
035700     END-IF.
035800
035900     IF WS-FIRST-RECORD
036000         MOVE 'N' TO WS-FIRST-SWITCH
036100         PERFORM 3200-START-CHAIN THRU 3200-EXIT
036200         IF NOT WS-CHAIN-INTACT
036300             GO TO 3000-EXIT
036400         END-IF
036500         IF AUD-SEQUENCE NOT = 1
036600             GO TO 3000-READ-NEXT
036700         END-IF
036800     END-IF.
036900
037000     IF AUD-SEQUENCE > WS-BASE-SEQ
037100         IF WS-CUTOFF-SEQ-GIVEN
037200             AND AUD-SEQUENCE > WS-CUTOFF-SEQ
037300             MOVE 'S' TO WS-STOP-SWITCH
037400             MOVE 'Y' TO WS-EOF-SWITCH
037500             GO TO 3000-EXIT
037600         END-IF
037700         IF WS-CUTOFF-TIME-GIVEN
037800             AND AUD-TIMESTAMP > WS-CUTOFF-TIME
037900             MOVE 'T' TO WS-STOP-SWITCH
038000             MOVE 'Y' TO WS-EOF-SWITCH
038100             GO TO 3000-EXIT
038200         END-IF
038300     END-IF.
038400
038500     COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1.
038600     IF AUD-SEQUENCE NOT = WS-EXPECTED-SEQ
038700         MOVE AUD-SEQUENCE TO WS-RPT-DET-SEQ
038800         MOVE 'SEQUENCE BREAK - RECORD GONE' TO
038900             WS-RPT-DET-REASON
039000         PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
039100         GO TO 3000-EXIT
039200     END-IF.
039300
039400     MOVE AUD-CHECK-VALUE TO WS-STORED-CHECK.
039500     MOVE AUDIT-IN-RECORD TO WS-WORK-RECORD.
039600     MOVE ZEROS TO WS-WORK-RECORD (216:9).
039700     PERFORM 3100-COMPUTE-CHECK-VALUE THRU 3100-EXIT.
039800
039900     IF WS-NEW-CHECK NOT = WS-STORED-CHECK
040000         MOVE AUD-SEQUENCE TO WS-RPT-DET-SEQ
040100         MOVE AUD-SEQUENCE TO WS-EXPECTED-SEQ
040200         MOVE 'CHECK VALUE MISMATCH' TO WS-RPT-DET-REASON
040300         PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
040400         GO TO 3000-EXIT
040500     END-IF.
040600
040700     MOVE AUD-SEQUENCE TO WS-PREV-SEQ.
040800     MOVE WS-STORED-CHECK TO WS-PREV-CHECK.
040900
041000     IF AUD-SEQUENCE > WS-BASE-SEQ
041100         PERFORM 3300-PASS-TO-REPLAY THRU 3300-EXIT
041200         IF NOT WS-CHAIN-INTACT
041300             GO TO 3000-EXIT
041400         END-IF
041500     ELSE
041600         ADD 1 TO WS-PRIOR-COUNT
041700     END-IF.
041800
041900 3000-READ-NEXT.
042000     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
042100 3000-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------
042500* 3100-COMPUTE-CHECK-VALUE - SAME CHAINED CHECK VALUE THE
042600*     WRITERS COMPUTE: A RUNNING REMAINDER OVER THE PREVIOUS
042700*     CHECK VALUE AND THE BYTE SUM OF THE RECORD'S FIRST 215
042800*     BYTES
042900*----------------------------------------------------------------
043000 3100-COMPUTE-CHECK-VALUE.
043100     MOVE ZERO TO WS-BYTE-TOTAL.
043200     PERFORM 3110-SUM-ONE-BYTE THRU 3110-EXIT
043300         VARYING WS-BYTE-SUB FROM 1 BY 1
043400         UNTIL WS-BYTE-SUB > 215.
043500     COMPUTE WS-CHECK-WORK =
043600         WS-PREV-CHECK * 17 + WS-BYTE-TOTAL.
043700     DIVIDE WS-CHECK-WORK BY 999999937
043800         GIVING WS-CHECK-QUOTIENT
043900         REMAINDER WS-NEW-CHECK.
044000 3100-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------
044400* 3110-SUM-ONE-BYTE - ADD ONE RECORD BYTE'S BINARY VALUE
044500*----------------------------------------------------------------
044600 3110-SUM-ONE-BYTE.
044700     MOVE WS-WORK-RECORD (WS-BYTE-SUB:1) TO WS-BYTE-CHAR.
044800     ADD WS-BYTE-VALUE TO WS-BYTE-TOTAL.
044900 3110-EXIT.
045000     EXIT.
045100
045200*----------------------------------------------------------------
045300* 3200-START-CHAIN - PICK THE CHAIN UP FROM THE FIRST RECORD.
045400*     SEQUENCE 1 CHAINS FROM ZERO AND IS PROVED LIKE ANY OTHER
045500*     LINK.  ANY OTHER FIRST RECORD IS TAKEN ON ITS OWN VALUES,
045600*     SO IT MUST NOT BE ONE THE REPLAY NEEDS - THE TRAIL HAS TO
045700*     REACH BACK TO THE BASELINE, OR THE FIRST CHANGE AFTER IT
045800*     COULD NEVER BE PROVED.
045900*----------------------------------------------------------------
046000 3200-START-CHAIN.
046100     IF AUD-SEQUENCE = 1
046200         MOVE ZERO TO WS-PREV-SEQ
046300         MOVE ZERO TO WS-PREV-CHECK
046400         GO TO 3200-EXIT
046500     END-IF.
046600
046700     IF AUD-SEQUENCE > WS-BASE-SEQ
046800         MOVE AUD-SEQUENCE TO WS-RPT-DET-SEQ
046900         MOVE WS-BASE-SEQ TO WS-EXPECTED-SEQ
047000         MOVE 'TRAIL STARTS AFTER BASELINE' TO WS-RPT-DET-REASON
047100         PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
047200         GO TO 3200-EXIT
047300     END-IF.
047400
047500     MOVE AUD-SEQUENCE TO WS-PREV-SEQ.
047600     MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK.
047700     ADD 1 TO WS-PRIOR-COUNT.
047800 3200-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------
048200* 3300-PASS-TO-REPLAY - A PROVED RECORD INSIDE THE WINDOW.  A
048300*     RECORD WITHOUT A NUMERIC EMPLOYEE ID COULD NOT BE PLACED
048400*     ON ANY ROW, SO IT REFUSES THE REPLAY LIKE A BREAK WOULD.
048500*----------------------------------------------------------------
048600 3300-PASS-TO-REPLAY.
048700     IF AUD-EMP-ID NOT NUMERIC
048800         MOVE AUD-SEQUENCE TO WS-RPT-DET-SEQ
048900         MOVE AUD-SEQUENCE TO WS-EXPECTED-SEQ
049000         MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-RPT-DET-REASON
049100         PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
049200         GO TO 3300-EXIT
049300     END-IF.
049400
049500     MOVE AUDIT-IN-RECORD TO REPLAY-OUT-RECORD.
049600     WRITE REPLAY-OUT-RECORD.
049700     ADD 1 TO WS-REPLAY-COUNT.
049800     IF WS-REPLAY-COUNT = 1
049900         MOVE AUD-SEQUENCE TO WS-FIRST-REPLAY-SEQ
050000     END-IF.
050100     MOVE AUD-SEQUENCE TO WS-LAST-REPLAY-SEQ.
050200     MOVE AUD-TIMESTAMP TO WS-LAST-REPLAY-TIME.
050300 3300-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------
050700* 4000-VERIFY-REACH - AFTER A CLEAN WALK THE TRAIL MUST HAVE
050800*     REACHED THE BASELINE, AND THE CUTOFF SEQUENCE TOO WHEN ONE
050900*     WAS GIVEN - A TRAIL CUT SHORT WOULD OTHERWISE RESTORE TO
051000*     AN EARLIER POINT THAN THE ONE ASKED FOR, SILENTLY.
051100*----------------------------------------------------------------
051200 4000-VERIFY-REACH.
051300     IF NOT WS-CHAIN-INTACT
051400         GO TO 4000-EXIT
051500     END-IF.
051600
051700     IF WS-PREV-SEQ < WS-BASE-SEQ
051800         MOVE WS-PREV-SEQ TO WS-RPT-DET-SEQ
051900         MOVE WS-BASE-SEQ TO WS-EXPECTED-SEQ
052000         MOVE 'TRAIL ENDS BEFORE BASELINE' TO WS-RPT-DET-REASON
052100         PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
052200         GO TO 4000-EXIT
052300     END-IF.
052400
052500     IF WS-CUTOFF-SEQ-GIVEN
052600         AND WS-STOP-END-OF-TRAIL
052700         AND WS-PREV-SEQ < WS-CUTOFF-SEQ
052800         MOVE WS-PREV-SEQ TO WS-RPT-DET-SEQ
052900         MOVE WS-CUTOFF-SEQ TO WS-EXPECTED-SEQ
053000         MOVE 'TRAIL ENDS BEFORE CUTOFF' TO WS-RPT-DET-REASON
053100         PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
053200     END-IF.
053300 4000-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------
053700* 5000-REPORT-BREAK - THE CHAIN CANNOT BE PROVED THROUGH THE
053800*     WINDOW: PRINT THE REASON, REFUSE THE REPLAY, AND END THE
053900*     WALK
054000*----------------------------------------------------------------
054100 5000-REPORT-BREAK.
054200     MOVE 'N' TO WS-VERDICT-SWITCH.
054300     MOVE 'B' TO WS-STOP-SWITCH.
054400     MOVE 'Y' TO WS-EOF-SWITCH.
054500     MOVE 16 TO RETURN-CODE.
054600
054700     MOVE WS-EXPECTED-SEQ TO WS-RPT-DET-EXPECTED.
054800     MOVE WS-RPT-DETAIL TO CHAIN-RPT-RECORD.
054900     WRITE CHAIN-RPT-RECORD.
055000 5000-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------------
055400* 9000-TERMINATE - PRINT THE WINDOW, THE TOTALS, AND THE
055500*     VERDICT, AND CLOSE
055600*----------------------------------------------------------------
055700 9000-TERMINATE.
055800     MOVE SPACES TO CHAIN-RPT-RECORD.
055900     WRITE CHAIN-RPT-RECORD.
056000
056100     MOVE 'BASELINE SEQUENCE' TO WS-RPT-TOT-LABEL.
056200     MOVE WS-BASE-SEQ TO WS-RPT-COUNT-EDIT.
056300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
056400
056500     MOVE SPACES TO WS-RPT-TOTAL.
056600     MOVE 'CUTOFF SEQUENCE' TO WS-RPT-TOT-LABEL.
056700     IF WS-CUTOFF-SEQ-GIVEN
056800         MOVE WS-CUTOFF-SEQ TO WS-RPT-COUNT-EDIT
056900         MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE
057000     ELSE
057100         MOVE 'NONE' TO WS-RPT-TOT-VALUE
057200     END-IF.
057300     MOVE WS-RPT-TOTAL TO CHAIN-RPT-RECORD.
057400     WRITE CHAIN-RPT-RECORD.
057500
057600     MOVE SPACES TO WS-RPT-TOTAL.
057700     MOVE 'CUTOFF TIMESTAMP' TO WS-RPT-TOT-LABEL.
057800     IF WS-CUTOFF-TIME-GIVEN
057900         MOVE WS-CUTOFF-TIME TO WS-RPT-TOT-VALUE
058000     ELSE
058100         MOVE 'NONE' TO WS-RPT-TOT-VALUE
058200     END-IF.
058300     MOVE WS-RPT-TOTAL TO CHAIN-RPT-RECORD.
058400     WRITE CHAIN-RPT-RECORD.
058500
058600     MOVE 'AUDIT RECORDS WALKED' TO WS-RPT-TOT-LABEL.
058700     MOVE WS-READ-COUNT TO WS-RPT-COUNT-EDIT.
058800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
058900
059000     MOVE 'RECORDS ALREADY IN BASELINE' TO WS-RPT-TOT-LABEL.
059100     MOVE WS-PRIOR-COUNT TO WS-RPT-COUNT-EDIT.
059200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
059300
059400     MOVE 'RECORDS PASSED TO REPLAY' TO WS-RPT-TOT-LABEL.
059500     MOVE WS-REPLAY-COUNT TO WS-RPT-COUNT-EDIT.
059600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
059700
059800     MOVE 'FIRST SEQUENCE REPLAYED' TO WS-RPT-TOT-LABEL.
059900     MOVE WS-FIRST-REPLAY-SEQ TO WS-RPT-COUNT-EDIT.
060000     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
060100
060200     MOVE 'LAST SEQUENCE REPLAYED' TO WS-RPT-TOT-LABEL.
060300     MOVE WS-LAST-REPLAY-SEQ TO WS-RPT-COUNT-EDIT.
060400     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
060500
060600     MOVE SPACES TO WS-RPT-TOTAL.
060700     MOVE 'LAST TIMESTAMP REPLAYED' TO WS-RPT-TOT-LABEL.
060800     MOVE WS-LAST-REPLAY-TIME TO WS-RPT-TOT-VALUE.
060900     MOVE WS-RPT-TOTAL TO CHAIN-RPT-RECORD.
061000     WRITE CHAIN-RPT-RECORD.
061100
061200     MOVE SPACES TO WS-RPT-TOTAL.
061300     MOVE 'WALK ENDED AT' TO WS-RPT-TOT-LABEL.
061400     EVALUATE TRUE
061500         WHEN WS-STOP-CUTOFF-SEQ
061600             MOVE 'CUTOFF SEQUENCE' TO WS-RPT-TOT-VALUE
061700         WHEN WS-STOP-CUTOFF-TIME
061800             MOVE 'CUTOFF TIMESTAMP' TO WS-RPT-TOT-VALUE
061900         WHEN WS-STOP-BREAK
062000             MOVE 'BROKEN LINK' TO WS-RPT-TOT-VALUE
062100         WHEN OTHER
062200             MOVE 'END OF TRAIL' TO WS-RPT-TOT-VALUE
062300     END-EVALUATE.
062400     MOVE WS-RPT-TOTAL TO CHAIN-RPT-RECORD.
062500     WRITE CHAIN-RPT-RECORD.
062600
062700     MOVE SPACES TO WS-RPT-TOTAL.
062800     MOVE 'CHAIN VERDICT' TO WS-RPT-TOT-LABEL.
062900     IF WS-CHAIN-INTACT
063000         MOVE 'INTACT THROUGH THE CUTOFF - REPLAY RELEASED'
063100             TO WS-RPT-TOT-VALUE
063200     ELSE
063300         MOVE 'NOT PROVED - REPLAY REFUSED'
063400             TO WS-RPT-TOT-VALUE
063500     END-IF.
063600     MOVE WS-RPT-TOTAL TO CHAIN-RPT-RECORD.
063700     WRITE CHAIN-RPT-RECORD.
063800
063900     CLOSE AUDIT-IN-FILE.
064000     CLOSE REPLAY-OUT-FILE.
064100     CLOSE CHAIN-RPT-FILE.
064200     DISPLAY 'GOODPITX - REPLAY EXTRACT COMPLETE - RC '
064300         RETURN-CODE.
064400 9000-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------------
064800* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
064900*----------------------------------------------------------------
065000 9100-WRITE-TOTAL-LINE.
065100     MOVE SPACES TO WS-RPT-TOT-VALUE.
065200     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
065300     MOVE WS-RPT-TOTAL TO CHAIN-RPT-RECORD.
065400     WRITE CHAIN-RPT-RECORD.
065500 9100-EXIT.
065600     EXIT.
