000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODPITR.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - POINT-IN-TIME RESTORE OF
001300*                  THE EMPLOYEE TABLE.  STARTS FROM A BASELINE
001400*                  UNLOAD IN THE GOODSNAP SNAPSHOT LAYOUT
001500*                  (EMPREC01 DETAILS, 'D' MARKING A TERMINATED
001600*                  ROW WITH ITS TERM DATE IN THE EFFECTIVE
001700*                  DATE, BRACKETED BY AN HDRTRL01 SET), PROVES
001800*                  IT COMPLETE, AND MATCH-MERGES IT IN ID ORDER
001900*                  AGAINST THE AUDIT RECORDS GOODPITX PROVED
002000*                  AND WINDOWED (SORTED BY EMPLOYEE, THEN
002100*                  SEQUENCE).  EACH AUDIT RECORD'S BEFORE-IMAGE
002200*                  IS CHECKED AGAINST THE ROW IT LANDS ON AND
002300*                  EVERY DIFFERENCE IS REPORTED; THE AFTER-
002400*                  IMAGE IS THEN APPLIED REGARDLESS, BECAUSE
002500*                  THE CHAINED TRAIL IS THE RECORD OF WHAT THE
002600*                  TABLE ACTUALLY BECAME.  THE RESTORED TABLE
002700*                  IS WRITTEN TWICE - AS A DB2 LOAD FILE
002800*                  (EMPUNL01) FOR A LOAD REPLACE, AND IN THE
002900*                  BASELINE LAYOUT SO IT CAN BE KEPT AS THE
003000*                  STARTING POINT OF A LATER RECOVERY.  EVERY
003100*                  ROW THE REPLAY TOUCHED IS LISTED AS
003200*                  RESTORED.  RC 0 = CLEAN REPLAY, RC 4 =
003300*                  BEFORE-IMAGE MISMATCHES REPORTED, RC 16 =
003400*                  BASELINE DOES NOT PROVE COMPLETE.
003410* 10/15/2026  RJ   RESTORE MANAGER_ID, USER_ID AND MAINT_USER
003420*                  TOO.  THE MANAGER STARTS FROM THE BASELINE
003430*                  AND IS REPLAYED FROM EVERY 'M' RECORD, A NEW
003440*                  HIRE, AND A REHIRE THAT SENT ONE.  USER_ID
003450*                  AND MAINT_USER START FROM A GOODPITU OR
003460*                  GOODPITR BASELINE (SEE WS-BASE-SIGNON) AND
003470*                  MAINT_USER IS REPLAYED FROM EVERY GMNT
003480*                  RECORD.  ALL THREE GO TO THE LOAD FILE AND
003490*                  THE RESTORED IMAGE, WHICH NOW CARRIES THE
003491*                  SIGN-ON BYTES IN PLACE OF THE GOODPITR
003492*                  SOURCE STAMP - ITS HEADER STILL NAMES IT.
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT BASE-IN-FILE ASSIGN TO BASEIN
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-BASE-IN-STATUS.
004800
004900     SELECT REPLAY-IN-FILE ASSIGN TO REPLIN
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-REPLAY-IN-STATUS.
005300
005400     SELECT RESTORE-OUT-FILE ASSIGN TO RSTROUT
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-RESTORE-OUT-STATUS.
005800
005900     SELECT LOAD-OUT-FILE ASSIGN TO LOADOUT
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-LOAD-OUT-STATUS.
006300
006400     SELECT RESTORE-RPT-FILE ASSIGN TO RSTRRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-RESTORE-RPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  BASE-IN-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  BASE-IN-RECORD              PIC X(80).
007500
007600 FD  REPLAY-IN-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  REPLAY-IN-RECORD.
008000     COPY AUDREC01.
008100
008200 FD  RESTORE-OUT-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  RESTORE-OUT-RECORD          PIC X(80).
008600
008700 FD  LOAD-OUT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  LOAD-OUT-RECORD.
009100     COPY EMPUNL01.
009200
009300 FD  RESTORE-RPT-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  RESTORE-RPT-RECORD          PIC X(132).
009700
009800 WORKING-STORAGE SECTION.
009900*----------------------------------------------------------------
010000* FILE STATUS AND CONTROL SWITCHES
010100*----------------------------------------------------------------
010200 01  WS-BASE-IN-STATUS       PIC X(02) VALUE '00'.
010300 01  WS-REPLAY-IN-STATUS     PIC X(02) VALUE '00'.
010400 01  WS-RESTORE-OUT-STATUS   PIC X(02) VALUE '00'.
010500 01  WS-LOAD-OUT-STATUS      PIC X(02) VALUE '00'.
010600 01  WS-RESTORE-RPT-STATUS   PIC X(02) VALUE '00'.
010700
010800 01  WS-SWITCHES.
010900     05  WS-BASE-EOF-SWITCH  PIC X(01) VALUE 'N'.
011000         88  WS-BASE-END-OF-FILE     VALUE 'Y'.
011100     05  WS-REPLAY-EOF-SWITCH
011200                             PIC X(01) VALUE 'N'.
011300         88  WS-REPLAY-END-OF-FILE   VALUE 'Y'.
011400     05  WS-MISMATCH-SWITCH  PIC X(01) VALUE 'N'.
011500         88  WS-MISMATCH-FOUND       VALUE 'Y'.
011600
011700*----------------------------------------------------------------
011800* BASELINE WORKING RECORD - EMPREC01 LAYOUT
011900*----------------------------------------------------------------
012000 01  WS-BASE-RECORD.
012100     COPY EMPREC01.
012200 01  WS-BASE-TYPE REDEFINES WS-BASE-RECORD.
012300     05  WS-BASE-RECORD-TYPE PIC X(03).
012400         88  WS-BASE-HEADER          VALUE 'HDR'.
012500         88  WS-BASE-TRAILER         VALUE 'TRL'.
012600     05  FILLER              PIC X(77).
012610*    THE SIGN-ON VIEW OF A GOODPITU OR GOODPITR BASELINE ROW -
012620*    USER_ID AND MAINT_USER RIDE IN THE SOURCE-SYSTEM AND
012630*    APPROVED-BY BYTES.  ANY OTHER BASELINE (A GOODSNAP
012640*    SNAPSHOT) HAS FEED VALUES THERE, SO THE VIEW IS USED ONLY
012650*    WHEN THE BASELINE HEADER NAMES ONE OF THE TWO.
012660 01  WS-BASE-SIGNON REDEFINES WS-BASE-RECORD.
012670     05  FILLER              PIC X(55).
012680     05  WS-BASE-MAINT-USER  PIC X(08).
012690     05  WS-BASE-USER-ID     PIC X(08).
012695     05  FILLER              PIC X(09).
012697 01  WS-BASE-SOURCE          PIC X(08) VALUE SPACES.
012698     88  WS-BASE-CARRIES-SIGNON      VALUE 'GOODPITU'
012699                                           'GOODPITR'.
012700
012800*----------------------------------------------------------------
012900* BASELINE CONTROL RECORD WORK AREA AND PRE-PASS VERIFICATION
013000*     TOTALS - SEE 1300-VERIFY-BASE-IN.  THE SAME PROOF GOODSNAP
013100*     RUNS OVER ITS SNAPSHOT, PLUS ASCENDING NUMERIC IDS AND
013200*     NUMERIC SALARIES - THE MATCH-MERGE DEPENDS ON THE FIRST,
013300*     AND A RESTORED ROW CANNOT BE BUILT WITHOUT THE SECOND.
013400*----------------------------------------------------------------
013500 01  WS-CONTROL-RECORD.
013600     COPY HDRTRL01.
013700 01  WS-VFY-EOF-SWITCH       PIC X(01) VALUE 'N'.
013800     88  WS-VFY-END-OF-FILE          VALUE 'Y'.
013900 01  WS-VFY-HDR-COUNT        PIC 9(09) VALUE ZERO.
014000 01  WS-VFY-TRL-COUNT        PIC 9(09) VALUE ZERO.
014100 01  WS-VFY-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
014200 01  WS-VFY-EXPECTED-COUNT   PIC 9(09) VALUE ZERO.
014300 01  WS-VFY-ACTUAL-HASH      PIC 9(13)V99 VALUE ZERO.
014400 01  WS-VFY-EXPECTED-HASH    PIC 9(13)V99 VALUE ZERO.
014500 01  WS-VFY-FIRST-SWITCH     PIC X(01) VALUE 'Y'.
014600     88  WS-VFY-FIRST-RECORD         VALUE 'Y'.
014700 01  WS-VFY-LAST-TYPE        PIC X(03) VALUE SPACES.
014800 01  WS-VFY-OK-SWITCH        PIC X(01) VALUE 'Y'.
014900     88  WS-VFY-OK                   VALUE 'Y'.
015000 01  WS-VFY-ORDER-SWITCH     PIC X(01) VALUE 'Y'.
015100     88  WS-VFY-IN-ORDER             VALUE 'Y'.
015200 01  WS-VFY-PREV-ID          PIC 9(06) VALUE ZERO.
015300
015400*----------------------------------------------------------------
015500* THE ROW BEING RESTORED - LOADED FROM THE BASELINE WHEN THE
015600*     EMPLOYEE IS ON IT, THEN CARRIED FORWARD ONE AUDIT RECORD
015700*     AT A TIME.  A ROW THAT DOES NOT (OR NO LONGER) EXISTS HAS
015800*     THE EXISTS SWITCH OFF.
015900*----------------------------------------------------------------
016000 01  WS-CUR-ID               PIC 9(06).
016100 01  WS-IMG-EXISTS-SWITCH    PIC X(01) VALUE 'N'.
016200     88  WS-IMG-EXISTS               VALUE 'Y'.
016300 01  WS-IMG-NAME             PIC X(30).
016400 01  WS-IMG-DEPT-CODE        PIC X(04).
016500 01  WS-IMG-SALARY           PIC 9(07)V99 COMP-3.
016600 01  WS-IMG-STATUS           PIC X(01).
016700     88  WS-IMG-TERMINATED           VALUE 'T'.
016800 01  WS-IMG-TERM-DATE        PIC 9(08).
016810 01  WS-IMG-MANAGER-ID       PIC 9(06).
016820 01  WS-IMG-USER-ID          PIC X(08).
016830 01  WS-IMG-MAINT-USER       PIC X(08).
016900 01  WS-IMG-CHANGE-COUNT     PIC 9(04) COMP VALUE ZERO.
017000 01  WS-IMG-LAST-SEQ         PIC 9(09) VALUE ZERO.
017100
017110*----------------------------------------------------------------
017120* RESTORED-IMAGE OUTPUT RECORD - THE EMPREC01 LAYOUT FIELD FOR
017130*     FIELD, BUILT APART FROM THE BASELINE RECORD AREA BECAUSE
017140*     THAT AREA ALREADY HOLDS THE NEXT BASELINE RECORD WAITING
017150*     TO BE MATCHED.  USER_ID AND MAINT_USER GO IN THE SAME
017152*     BYTES AS WS-BASE-SIGNON, SO THE IMAGE CAN SERVE AS A LATER
017154*     BASELINE.
017160*----------------------------------------------------------------
017170 01  WS-RESTORE-IMAGE.
017172     05  WS-RIMG-ID          PIC 9(06).
017174     05  WS-RIMG-NAME        PIC X(30).
017176     05  WS-RIMG-DEPT-CODE   PIC X(04).
017178     05  WS-RIMG-SALARY      PIC 9(07)V99 COMP-3.
017180     05  WS-RIMG-EFF-DATE    PIC 9(08).
017182     05  WS-RIMG-TRAN-CODE   PIC X(01).
017184     05  WS-RIMG-APPR-FLAG   PIC X(01) VALUE SPACE.
017186     05  WS-RIMG-MAINT-USER  PIC X(08).
017188     05  WS-RIMG-USER-ID     PIC X(08).
017190     05  WS-RIMG-MANAGER-ID  PIC 9(06).
017192     05  FILLER              PIC X(03) VALUE SPACES.
017194
017200*----------------------------------------------------------------
017300* TERMINATION DATE - GOODUPDT SETS TERM_DATE FROM THE FEED
017400*     RECORD'S EFFECTIVE DATE (BYTES 46-53 OF THE SOURCE RECORD
017500*     CARRIED ON THE AUDIT RECORD) WHEN IT IS PRESENT, ELSE
017600*     FROM ITS RUN DATE.  THE REPLAY DERIVES IT THE SAME WAY.
017700*----------------------------------------------------------------
017800 01  WS-SRC-EFF-DATE-X       PIC X(08).
017900 01  WS-SRC-EFF-DATE REDEFINES WS-SRC-EFF-DATE-X
018000                             PIC 9(08).
018010
018020*----------------------------------------------------------------
018030* MANAGER - A BATCH RECORD CARRIES THE MANAGER IT APPLIED IN THE
018040*     SOURCE RECORD'S EMPR01-MANAGER-ID (BYTES 72-77), A GMNT
018050*     RECORD IN AUD-ONL-NEW-MANAGER.  SPACES MEANS NONE WAS SENT.
018060*----------------------------------------------------------------
018070 01  WS-SRC-MANAGER-X        PIC X(06).
018080 01  WS-SRC-MANAGER REDEFINES WS-SRC-MANAGER-X
018090                             PIC 9(06).
018100
018200*----------------------------------------------------------------
018300* RUN CONTROL TOTALS
018400*----------------------------------------------------------------
018500 01  WS-BASE-COUNT           PIC 9(09) COMP VALUE ZERO.
018600 01  WS-REPLAY-COUNT         PIC 9(09) COMP VALUE ZERO.
018700 01  WS-RESTORED-COUNT       PIC 9(09) COMP VALUE ZERO.
018800 01  WS-REMOVED-COUNT        PIC 9(09) COMP VALUE ZERO.
018900 01  WS-CARRIED-COUNT        PIC 9(09) COMP VALUE ZERO.
019000 01  WS-MISMATCH-COUNT       PIC 9(09) COMP VALUE ZERO.
019100 01  WS-ACTIVE-COUNT         PIC 9(09) COMP VALUE ZERO.
019200 01  WS-TERM-COUNT           PIC 9(09) COMP VALUE ZERO.
019300 01  WS-RESTORE-COUNT        PIC 9(09) COMP VALUE ZERO.
019400 01  WS-RESTORE-HASH         PIC 9(13)V99 VALUE ZERO.
019500 01  WS-LAST-SEQ             PIC 9(09) VALUE ZERO.
019600 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
019700 01  WS-RUN-DATE             PIC 9(08).
019800
019900*----------------------------------------------------------------
020000* REPORT PRINT LINES.  ON A MISMATCH LINE THE ROW AS THE REPLAY
020100*     FOUND IT IS ON THE LEFT AND THE AUDIT RECORD'S BEFORE-
020200*     IMAGE ON THE RIGHT.
020300*----------------------------------------------------------------
020400 01  WS-RPT-HEADING.
020500     05  FILLER              PIC X(46)
020600         VALUE 'GOODPITR POINT-IN-TIME RESTORE REPORT'.
020700     05  WS-RPT-HDG-DATE     PIC 9(08).
020800     05  FILLER              PIC X(78) VALUE SPACES.
020900 01  WS-RPT-DETAIL.
021000     05  FILLER              PIC X(03) VALUE 'ID '.
021100     05  WS-RPT-DET-EMP-ID   PIC X(06).
021200     05  FILLER              PIC X(06) VALUE '  SEQ '.
021300     05  WS-RPT-DET-SEQ      PIC 9(09).
021400     05  FILLER              PIC X(02) VALUE SPACES.
021500     05  WS-RPT-DET-DISP     PIC X(30).
021600     05  WS-RPT-DET-ROW      PIC X(30).
021700     05  FILLER              PIC X(03) VALUE ' > '.
021800     05  WS-RPT-DET-TRAIL    PIC X(30).
021900     05  FILLER              PIC X(13) VALUE SPACES.
022000 01  WS-RPT-CHANGES.
022100     05  WS-RPT-CHG-COUNT    PIC ZZZ9.
022200     05  FILLER              PIC X(17)
022300         VALUE ' CHANGES REPLAYED'.
022400 01  WS-RPT-TOTAL.
022500     05  WS-RPT-TOT-LABEL    PIC X(40).
022600     05  WS-RPT-TOT-VALUE    PIC X(92).
022700 01  WS-SALARY-EDIT-ROW      PIC Z(6)9.99.
022800 01  WS-SALARY-EDIT-TRAIL    PIC Z(6)9.99.
022900
023000 PROCEDURE DIVISION.
023100*----------------------------------------------------------------
023200 0000-MAINLINE.
023300*----------------------------------------------------------------
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023500     IF RETURN-CODE NOT = ZERO
023600         STOP RUN
023700     END-IF.
023800
023900     PERFORM 2000-READ-BASE-IN THRU 2000-EXIT.
024000     PERFORM 2500-READ-REPLAY THRU 2500-EXIT.
024100
024200     PERFORM 3000-RESTORE-ONE THRU 3000-EXIT
024300         UNTIL WS-BASE-END-OF-FILE AND WS-REPLAY-END-OF-FILE.
024400
024500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024600
024700     STOP RUN.
024800 0000-EXIT.
024900     EXIT.
025000
025100*----------------------------------------------------------------
025200* 1000-INITIALIZE - PROVE THE BASELINE COMPLETE, OPEN THE
025300*     REPLAY AND THE OUTPUTS, WRITE THE RESTORED IMAGE'S
025400*     HEADER AND THE REPORT HEADING
025500*----------------------------------------------------------------
025600 1000-INITIALIZE.
025700     DISPLAY 'GOODPITR - STARTING POINT-IN-TIME RESTORE'.
025800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025900
026000     OPEN INPUT BASE-IN-FILE.
026100     IF WS-BASE-IN-STATUS NOT = '00'
026200         DISPLAY 'GOODPITR - OPEN ERROR ON BASE-IN-FILE - '
026300             'STATUS ' WS-BASE-IN-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 1000-EXIT
026600     END-IF.
026700
026800     PERFORM 1300-VERIFY-BASE-IN THRU 1300-EXIT.
026900     IF RETURN-CODE NOT = ZERO
027000         GO TO 1000-EXIT
027100     END-IF.
027200
027300     OPEN INPUT REPLAY-IN-FILE.
027400     IF WS-REPLAY-IN-STATUS NOT = '00'
027500         DISPLAY 'GOODPITR - OPEN ERROR ON REPLAY-IN-FILE - '
027600             'STATUS ' WS-REPLAY-IN-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         GO TO 1000-EXIT
027900     END-IF.
028000
028100     OPEN OUTPUT RESTORE-OUT-FILE.
028200     OPEN OUTPUT LOAD-OUT-FILE.
028300     OPEN OUTPUT RESTORE-RPT-FILE.
028400     IF WS-RESTORE-OUT-STATUS NOT = '00'
028500         OR WS-LOAD-OUT-STATUS NOT = '00'
028600         OR WS-RESTORE-RPT-STATUS NOT = '00'
028700         DISPLAY 'GOODPITR - OPEN ERROR ON AN OUTPUT - STATUS '
028800             WS-RESTORE-OUT-STATUS ' ' WS-LOAD-OUT-STATUS ' '
028900             WS-RESTORE-RPT-STATUS
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 1000-EXIT
029200     END-IF.
029300
029400     MOVE SPACES TO WS-CONTROL-RECORD.
029500     MOVE 'HDR' TO CTL-RECORD-TYPE.
029600     MOVE WS-RUN-DATE TO CTL-HDR-RUN-DATE.
029700     MOVE 'GOODPITR' TO CTL-HDR-SOURCE.
029800     MOVE WS-CONTROL-RECORD TO RESTORE-OUT-RECORD.
029900     WRITE RESTORE-OUT-RECORD.
030000
030100     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
030200     MOVE WS-RPT-HEADING TO RESTORE-RPT-RECORD.
030300     WRITE RESTORE-RPT-RECORD.
030400     MOVE SPACES TO RESTORE-RPT-RECORD.
030500     WRITE RESTORE-RPT-RECORD.
030600 1000-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------------
031000* 1300-VERIFY-BASE-IN - PROVE THE BASELINE COMPLETE BEFORE
031100*     REPLAYING ONTO IT.  EXACTLY ONE HEADER FIRST AND ONE
031200*     TRAILER LAST, THE TRAILER'S RECORD COUNT AND SALARY HASH
031300*     MATCHING WHAT THIS PRE-PASS ACTUALLY READS, AND EVERY
031400*     DETAIL IN ASCENDING ID ORDER WITH A NUMERIC SALARY.  THE
031500*     FILE IS THEN CLOSED AND REOPENED SO THE MATCH-MERGE
031600*     STARTS FROM THE TOP.
031700*----------------------------------------------------------------
031800 1300-VERIFY-BASE-IN.
031900     PERFORM 1310-VERIFY-READ THRU 1310-EXIT.
032000     PERFORM 1320-VERIFY-RECORD THRU 1320-EXIT
032100         UNTIL WS-VFY-END-OF-FILE.
032200
032300     IF WS-VFY-HDR-COUNT NOT = 1
032400         OR WS-VFY-TRL-COUNT NOT = 1
032500         OR WS-VFY-LAST-TYPE NOT = 'TRL'
032600         OR NOT WS-VFY-OK
032700         DISPLAY 'GOODPITR - BASELINE CONTROL RECORDS MISSING '
032800             'OR OUT OF PLACE - RUN STOPPED'
032900         MOVE 16 TO RETURN-CODE
033000         GO TO 1300-CLOSE
033100     END-IF.
033200
033300     IF NOT WS-VFY-IN-ORDER
033400         DISPLAY 'GOODPITR - BASELINE NOT IN ASCENDING ID ORDER '
033500             'OR CARRIES AN UNUSABLE DETAIL - RUN STOPPED'
033600         MOVE 16 TO RETURN-CODE
033700         GO TO 1300-CLOSE
033800     END-IF.
033900
034000     IF WS-VFY-EXPECTED-COUNT NOT = WS-VFY-DETAIL-COUNT
034100         OR WS-VFY-EXPECTED-HASH NOT = WS-VFY-ACTUAL-HASH
034200         DISPLAY 'GOODPITR - BASELINE TRAILER DOES NOT PROVE '
034300             'THE FILE COMPLETE - EXPECTED '
034400             WS-VFY-EXPECTED-COUNT ' RECORDS, READ '
034500             WS-VFY-DETAIL-COUNT ' - RUN STOPPED'
034600         MOVE 16 TO RETURN-CODE
034700     END-IF.
034800
034900 1300-CLOSE.
035000     CLOSE BASE-IN-FILE.
035100     IF RETURN-CODE = ZERO
035200         OPEN INPUT BASE-IN-FILE
035300         IF WS-BASE-IN-STATUS NOT = '00'
035400             DISPLAY 'GOODPITR - REOPEN ERROR ON BASE-IN-FILE '
035500                 '- STATUS ' WS-BASE-IN-STATUS
035600             MOVE 16 TO RETURN-CODE
035700         END-IF
035800     END-IF.
035900 1300-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------------
036300* 1310-VERIFY-READ - READ ONE RECORD FOR THE PRE-PASS
036400*----------------------------------------------------------------
036500 1310-VERIFY-READ.
036600     READ BASE-IN-FILE INTO WS-BASE-RECORD
036700         AT END
036800             MOVE 'Y' TO WS-VFY-EOF-SWITCH
036900     END-READ.
037000 1310-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------------
037400* 1320-VERIFY-RECORD - CLASSIFY ONE PRE-PASS RECORD AND ROLL IT
037500*     INTO THE VERIFICATION TOTALS
037600*----------------------------------------------------------------
037700 1320-VERIFY-RECORD.
037800     IF WS-VFY-FIRST-RECORD
037900         AND NOT WS-BASE-HEADER
038000         MOVE 'N' TO WS-VFY-OK-SWITCH
038100     END-IF.
038200     MOVE 'N' TO WS-VFY-FIRST-SWITCH.
038300     MOVE WS-BASE-RECORD-TYPE TO WS-VFY-LAST-TYPE.
038400
038500     IF WS-BASE-HEADER
038600         ADD 1 TO WS-VFY-HDR-COUNT
038610         MOVE WS-BASE-RECORD TO WS-CONTROL-RECORD
038620         MOVE CTL-HDR-SOURCE TO WS-BASE-SOURCE
038700         GO TO 1320-READ-NEXT
038800     END-IF.
038900     IF WS-BASE-TRAILER
039000         ADD 1 TO WS-VFY-TRL-COUNT
039100         MOVE WS-BASE-RECORD TO WS-CONTROL-RECORD
039200         IF CTL-TRL-RECORD-COUNT NUMERIC
039300             AND CTL-TRL-SALARY-HASH NUMERIC
039400             ADD CTL-TRL-RECORD-COUNT TO WS-VFY-EXPECTED-COUNT
039500             ADD CTL-TRL-SALARY-HASH TO WS-VFY-EXPECTED-HASH
039600         ELSE
039700             MOVE 'N' TO WS-VFY-OK-SWITCH
039800         END-IF
039900         GO TO 1320-READ-NEXT
040000     END-IF.
040100
040200     ADD 1 TO WS-VFY-DETAIL-COUNT.
040300     IF EMPR01-SALARY NUMERIC
040400         ADD EMPR01-SALARY TO WS-VFY-ACTUAL-HASH
040500     ELSE
040600         MOVE 'N' TO WS-VFY-ORDER-SWITCH
040700     END-IF.
040800
040900     IF EMPR01-ID NOT NUMERIC
041000         MOVE 'N' TO WS-VFY-ORDER-SWITCH
041100         GO TO 1320-READ-NEXT
041200     END-IF.
041300     IF WS-VFY-DETAIL-COUNT > 1
041400         AND EMPR01-ID NOT > WS-VFY-PREV-ID
041500         MOVE 'N' TO WS-VFY-ORDER-SWITCH
041600     END-IF.
041700     MOVE EMPR01-ID TO WS-VFY-PREV-ID.
041800
041900 1320-READ-NEXT.
042000     PERFORM 1310-VERIFY-READ THRU 1310-EXIT.
042100 1320-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------
042500* 2000-READ-BASE-IN - READ THE NEXT BASELINE DETAIL RECORD,
042600*     PASSING OVER THE CONTROL RECORDS THE PRE-PASS ALREADY
042700*     PROVED
042800*----------------------------------------------------------------
042900 2000-READ-BASE-IN.
043000     READ BASE-IN-FILE INTO WS-BASE-RECORD
043100         AT END
043200             MOVE 'Y' TO WS-BASE-EOF-SWITCH
043300             GO TO 2000-EXIT
043400     END-READ.
043500     IF WS-BASE-HEADER OR WS-BASE-TRAILER
043600         GO TO 2000-READ-BASE-IN
043700     END-IF.
043800     ADD 1 TO WS-BASE-COUNT.
043900 2000-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------
044300* 2500-READ-REPLAY - READ THE NEXT AUDIT RECORD TO REPLAY (THE
044400*     JOB SORTS THEM BY EMPLOYEE ID, THEN AUD-SEQUENCE)
044500*----------------------------------------------------------------
044600 2500-READ-REPLAY.
044700     READ REPLAY-IN-FILE
044800         AT END
044900             MOVE 'Y' TO WS-REPLAY-EOF-SWITCH
045000         NOT AT END
045100             ADD 1 TO WS-REPLAY-COUNT
045200     END-READ.
045300 2500-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------------
045700* 3000-RESTORE-ONE - ONE EMPLOYEE OF THE MATCH-MERGE.  THE LOWER
045800*     OF THE TWO KEYS IS THE EMPLOYEE IN HAND: ITS BASELINE ROW
045900*     (IF ANY) IS LOADED, EVERY AUDIT RECORD FOR IT IS REPLAYED
046000*     IN SEQUENCE ORDER, AND THE RESULT IS WRITTEN.
046100*----------------------------------------------------------------
046200 3000-RESTORE-ONE.
046300     EVALUATE TRUE
046400         WHEN WS-BASE-END-OF-FILE
046500             MOVE AUD-EMP-ID TO WS-CUR-ID
046600         WHEN WS-REPLAY-END-OF-FILE
046700             MOVE EMPR01-ID TO WS-CUR-ID
046800         WHEN AUD-EMP-ID < EMPR01-ID
046900             MOVE AUD-EMP-ID TO WS-CUR-ID
047000         WHEN OTHER
047100             MOVE EMPR01-ID TO WS-CUR-ID
047200     END-EVALUATE.
047300
047400     MOVE 'N' TO WS-IMG-EXISTS-SWITCH.
047410     MOVE ZERO TO WS-IMG-MANAGER-ID.
047420     MOVE SPACES TO WS-IMG-USER-ID.
047430     MOVE SPACES TO WS-IMG-MAINT-USER.
047500     MOVE ZERO TO WS-IMG-CHANGE-COUNT.
047600     MOVE ZERO TO WS-IMG-LAST-SEQ.
047700     IF NOT WS-BASE-END-OF-FILE
047800         AND EMPR01-ID = WS-CUR-ID
047900         PERFORM 3100-LOAD-FROM-BASE THRU 3100-EXIT
048000         PERFORM 2000-READ-BASE-IN THRU 2000-EXIT
048100     END-IF.
048200
048300     PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
048400         UNTIL WS-REPLAY-END-OF-FILE
048500         OR AUD-EMP-ID NOT = WS-CUR-ID.
048600
048700     PERFORM 3500-WRITE-ROW THRU 3500-EXIT.
048800 3000-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------
049200* 3100-LOAD-FROM-BASE - THE EMPLOYEE'S ROW AS OF THE BASELINE.
049300*     'D' IS A TERMINATED ROW WITH ITS TERM DATE IN THE
049400*     EFFECTIVE DATE; ANYTHING ELSE IS AN ACTIVE ROW.  THE
049410*     SIGN-ON BYTES ARE TAKEN ONLY FROM A GOODPITU OR GOODPITR
049420*     BASELINE, AND NOT WHEN THEY STILL HOLD THAT PROGRAM'S OWN
049430*     NAME (A BASELINE CUT BEFORE THEY WERE CARRIED).
049500*----------------------------------------------------------------
049600 3100-LOAD-FROM-BASE.
049700     MOVE 'Y' TO WS-IMG-EXISTS-SWITCH.
049800     MOVE EMPR01-NAME      TO WS-IMG-NAME.
049900     MOVE EMPR01-DEPT-CODE TO WS-IMG-DEPT-CODE.
050000     MOVE EMPR01-SALARY    TO WS-IMG-SALARY.
050010     IF EMPR01-MANAGER-ID NUMERIC
050020         MOVE EMPR01-MANAGER-ID-N TO WS-IMG-MANAGER-ID
050030     END-IF.
050040     IF WS-BASE-CARRIES-SIGNON
050050         AND WS-BASE-MAINT-USER NOT = WS-BASE-SOURCE
050060         MOVE WS-BASE-USER-ID    TO WS-IMG-USER-ID
050070         MOVE WS-BASE-MAINT-USER TO WS-IMG-MAINT-USER
050080     END-IF.
050100     IF EMPR01-TRAN-DELETE
050200         MOVE 'T' TO WS-IMG-STATUS
050300         IF EMPR01-EFF-DATE NUMERIC
050400             MOVE EMPR01-EFF-DATE TO WS-IMG-TERM-DATE
050500         ELSE
050600             MOVE ZERO TO WS-IMG-TERM-DATE
050700         END-IF
050800     ELSE
050900         MOVE 'A' TO WS-IMG-STATUS
051000         MOVE ZERO TO WS-IMG-TERM-DATE
051100     END-IF.
051200 3100-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------
051600* 3200-APPLY-CHANGE - REPLAY ONE AUDIT RECORD ONTO THE ROW IN
051700*     HAND, BY CHANGE TYPE, AND READ THE NEXT ONE
051800*----------------------------------------------------------------
051900 3200-APPLY-CHANGE.
052000     ADD 1 TO WS-IMG-CHANGE-COUNT.
052100     MOVE AUD-SEQUENCE TO WS-IMG-LAST-SEQ.
052200     MOVE AUD-SEQUENCE TO WS-LAST-SEQ.
052300
052400     EVALUATE AUD-CHANGE-TYPE
052500         WHEN 'ADD '
052600             PERFORM 3210-APPLY-ADD THRU 3210-EXIT
052700         WHEN 'TRM '
052800             PERFORM 3220-APPLY-TERMINATE THRU 3220-EXIT
052900         WHEN 'REH '
053000             PERFORM 3230-APPLY-REHIRE THRU 3230-EXIT
053100         WHEN 'DEL '
053200             PERFORM 3240-APPLY-DELETE THRU 3240-EXIT
053300         WHEN OTHER
053400             PERFORM 3250-APPLY-FIELDS THRU 3250-EXIT
053500     END-EVALUATE.
053600
053700     PERFORM 2500-READ-REPLAY THRU 2500-EXIT.
053800 3200-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------------
054200* 3210-APPLY-ADD - A NEW HIRE.  THERE SHOULD BE NO ROW YET.
054210*     THE NEW ROW HAS THE MANAGER THE FEED SENT, OR NONE, AND NO
054220*     SIGN-ON OR MAINTAINER UNTIL GMNT GIVES IT ONE.
054300*----------------------------------------------------------------
054400 3210-APPLY-ADD.
054500     IF WS-IMG-EXISTS
054600         MOVE 'ADD OVER AN EXISTING ROW' TO WS-RPT-DET-DISP
054700         MOVE WS-IMG-NAME TO WS-RPT-DET-ROW
054800         MOVE SPACES TO WS-RPT-DET-TRAIL
054900         PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
055000     END-IF.
055100
055200     PERFORM 3300-TAKE-AFTER-IMAGE THRU 3300-EXIT.
055300     MOVE 'A' TO WS-IMG-STATUS.
055400     MOVE ZERO TO WS-IMG-TERM-DATE.
055410     MOVE ZERO TO WS-IMG-MANAGER-ID.
055420     MOVE SPACES TO WS-IMG-USER-ID.
055430     MOVE SPACES TO WS-IMG-MAINT-USER.
055440     PERFORM 3310-TAKE-MANAGER THRU 3310-EXIT.
055500 3210-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------------
055900* 3220-APPLY-TERMINATE - THE ROW IS KEPT AND MARKED TERMINATED.
056000*     IT SHOULD BE ACTIVE AND MATCH THE BEFORE-IMAGE.
056100*----------------------------------------------------------------
056200 3220-APPLY-TERMINATE.
056300     IF NOT WS-IMG-EXISTS
056400         MOVE 'TERMINATION OF A MISSING ROW' TO WS-RPT-DET-DISP
056500         MOVE SPACES TO WS-RPT-DET-ROW
056600         MOVE AUD-OLD-NAME TO WS-RPT-DET-TRAIL
056700         PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
056800     ELSE
056900         IF WS-IMG-TERMINATED
057000             MOVE 'TERMINATION OF TERMINATED ROW'
057100                 TO WS-RPT-DET-DISP
057200             MOVE WS-IMG-NAME TO WS-RPT-DET-ROW
057300             MOVE AUD-OLD-NAME TO WS-RPT-DET-TRAIL
057400             PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
057500         END-IF
057600         PERFORM 3400-CHECK-BEFORE-IMAGE THRU 3400-EXIT
057700     END-IF.
057800
057900     PERFORM 3300-TAKE-AFTER-IMAGE THRU 3300-EXIT.
058000     MOVE 'T' TO WS-IMG-STATUS.
058100     MOVE AUD-SOURCE-RECORD (46:8) TO WS-SRC-EFF-DATE-X.
058200     IF WS-SRC-EFF-DATE NUMERIC
058300         AND WS-SRC-EFF-DATE NOT = ZERO
058400         MOVE WS-SRC-EFF-DATE TO WS-IMG-TERM-DATE
058500     ELSE
058600         MOVE AUD-RUN-DATE TO WS-IMG-TERM-DATE
058700     END-IF.
058800 3220-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------------
059200* 3230-APPLY-REHIRE - A TERMINATED ROW COMES BACK ACTIVE WITH
059300*     THE FEED'S FIELDS.  IT SHOULD BE TERMINATED AND MATCH THE
059400*     BEFORE-IMAGE.  A REHIRE THAT SENT NO MANAGER KEEPS THE
059410*     ROW'S CURRENT ONE.
059500*----------------------------------------------------------------
059600 3230-APPLY-REHIRE.
059700     IF NOT WS-IMG-EXISTS
059800         MOVE 'REHIRE OF A MISSING ROW' TO WS-RPT-DET-DISP
059900         MOVE SPACES TO WS-RPT-DET-ROW
060000         MOVE AUD-OLD-NAME TO WS-RPT-DET-TRAIL
060100         PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
060200     ELSE
060300         IF NOT WS-IMG-TERMINATED
060400             MOVE 'REHIRE OF AN ACTIVE ROW' TO WS-RPT-DET-DISP
060500             MOVE WS-IMG-NAME TO WS-RPT-DET-ROW
060600             MOVE AUD-OLD-NAME TO WS-RPT-DET-TRAIL
060700             PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
060800         END-IF
060900         PERFORM 3400-CHECK-BEFORE-IMAGE THRU 3400-EXIT
061000     END-IF.
061100
061200     PERFORM 3300-TAKE-AFTER-IMAGE THRU 3300-EXIT.
061300     MOVE 'A' TO WS-IMG-STATUS.
061400     MOVE ZERO TO WS-IMG-TERM-DATE.
061410     PERFORM 3310-TAKE-MANAGER THRU 3310-EXIT.
061500 3230-EXIT.
061600     EXIT.
061700
061800*----------------------------------------------------------------
061900* 3240-APPLY-DELETE - A PHYSICAL DELETE FROM BEFORE TERMINATIONS
062000*     KEPT THE ROW.  THE ROW GOES.
062100*----------------------------------------------------------------
062200 3240-APPLY-DELETE.
062300     IF NOT WS-IMG-EXISTS
062400         MOVE 'DELETE OF A MISSING ROW' TO WS-RPT-DET-DISP
062500         MOVE SPACES TO WS-RPT-DET-ROW
062600         MOVE AUD-OLD-NAME TO WS-RPT-DET-TRAIL
062700         PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
062800     ELSE
062900         PERFORM 3400-CHECK-BEFORE-IMAGE THRU 3400-EXIT
063000     END-IF.
063100
063200     MOVE 'N' TO WS-IMG-EXISTS-SWITCH.
063300 3240-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------------
063700* 3250-APPLY-FIELDS - A NAME, DEPARTMENT, OR SALARY CHANGE FROM
063800*     THE FEED, THE GMNT SCREEN, OR A GOODXFER REORGANIZATION.
063900*     THE ROW SHOULD BE ACTIVE AND MATCH THE BEFORE-IMAGE; ITS
064000*     STATUS IS LEFT AS IT WAS.
064100*----------------------------------------------------------------
064200 3250-APPLY-FIELDS.
064300     IF NOT WS-IMG-EXISTS
064400         MOVE 'CHANGE TO A MISSING ROW' TO WS-RPT-DET-DISP
064500         MOVE SPACES TO WS-RPT-DET-ROW
064600         MOVE AUD-OLD-NAME TO WS-RPT-DET-TRAIL
064700         PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
064800         MOVE 'A' TO WS-IMG-STATUS
064900         MOVE ZERO TO WS-IMG-TERM-DATE
065000     ELSE
065100         IF WS-IMG-TERMINATED
065200             MOVE 'CHANGE TO A TERMINATED ROW' TO WS-RPT-DET-DISP
065300             MOVE WS-IMG-NAME TO WS-RPT-DET-ROW
065400             MOVE AUD-OLD-NAME TO WS-RPT-DET-TRAIL
065500             PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
065600         END-IF
065700         PERFORM 3400-CHECK-BEFORE-IMAGE THRU 3400-EXIT
065800     END-IF.
065900
066000     PERFORM 3300-TAKE-AFTER-IMAGE THRU 3300-EXIT.
066100 3250-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------------
066500* 3300-TAKE-AFTER-IMAGE - THE ROW BECOMES THE AUDIT RECORD'S
066600*     NEW VALUES.  AN 'M' RECORD ALSO CHANGED THE MANAGER, AND
066610*     A GMNT RECORD MAKES ITS OPERATOR THE LAST MAINTAINER, AS
066620*     THE GMNT UPDATE DOES ON THE TABLE.
066700*----------------------------------------------------------------
066800 3300-TAKE-AFTER-IMAGE.
066900     MOVE 'Y' TO WS-IMG-EXISTS-SWITCH.
067000     MOVE AUD-NEW-NAME      TO WS-IMG-NAME.
067100     MOVE AUD-NEW-DEPT-CODE TO WS-IMG-DEPT-CODE.
067200     IF AUD-NEW-SALARY NUMERIC
067300         MOVE AUD-NEW-SALARY TO WS-IMG-SALARY
067400     END-IF.
067410     IF AUD-CHANGE-TYPE (4:1) = 'M'
067420         PERFORM 3310-TAKE-MANAGER THRU 3310-EXIT
067430     END-IF.
067440     IF AUD-ONL-TAG = 'GOODMNT ONLINE'
067450         AND AUD-ONL-USERID NOT = SPACES
067460         MOVE AUD-ONL-USERID TO WS-IMG-MAINT-USER
067470     END-IF.
067500 3300-EXIT.
067600     EXIT.
067605
067610*----------------------------------------------------------------
067615* 3310-TAKE-MANAGER - THE MANAGER THE AUDIT RECORD APPLIED, FROM
067620*     AUD-ONL-NEW-MANAGER ON A GMNT RECORD, ELSE FROM THE SOURCE
067625*     RECORD'S EMPR01-MANAGER-ID.  NONE SENT LEAVES IT AS IT WAS.
067630*----------------------------------------------------------------
067635 3310-TAKE-MANAGER.
067640     IF AUD-ONL-TAG = 'GOODMNT ONLINE'
067645         MOVE AUD-ONL-NEW-MANAGER TO WS-SRC-MANAGER-X
067650     ELSE
067655         MOVE AUD-SOURCE-RECORD (72:6) TO WS-SRC-MANAGER-X
067660     END-IF.
067665     IF WS-SRC-MANAGER NUMERIC
067670         MOVE WS-SRC-MANAGER TO WS-IMG-MANAGER-ID
067675     END-IF.
067680 3310-EXIT.
067685     EXIT.
067700
067800*----------------------------------------------------------------
067900* 3400-CHECK-BEFORE-IMAGE - THE AUDIT RECORD'S OLD VALUES MUST
068000*     BE THE ROW AS THE REPLAY HAS IT.  EACH FIELD THAT DIFFERS
068100*     IS ITS OWN REPORT LINE.
068200*----------------------------------------------------------------
068300 3400-CHECK-BEFORE-IMAGE.
068400     IF AUD-OLD-NAME NOT = WS-IMG-NAME
068500         MOVE 'NAME BEFORE-IMAGE MISMATCH' TO WS-RPT-DET-DISP
068600         MOVE WS-IMG-NAME TO WS-RPT-DET-ROW
068700         MOVE AUD-OLD-NAME TO WS-RPT-DET-TRAIL
068800         PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
068900     END-IF.
069000
069100     IF AUD-OLD-DEPT-CODE NOT = WS-IMG-DEPT-CODE
069200         MOVE 'DEPT BEFORE-IMAGE MISMATCH'
069300             TO WS-RPT-DET-DISP
069400         MOVE WS-IMG-DEPT-CODE TO WS-RPT-DET-ROW
069500         MOVE AUD-OLD-DEPT-CODE TO WS-RPT-DET-TRAIL
069600         PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
069700     END-IF.
069800
069900     IF NOT (AUD-OLD-SALARY NUMERIC
070000         AND AUD-OLD-SALARY = WS-IMG-SALARY)
070100         MOVE 'SALARY BEFORE-IMAGE MISMATCH' TO WS-RPT-DET-DISP
070200         MOVE WS-IMG-SALARY TO WS-SALARY-EDIT-ROW
070300         MOVE WS-SALARY-EDIT-ROW TO WS-RPT-DET-ROW
070400         IF AUD-OLD-SALARY NUMERIC
070500             MOVE AUD-OLD-SALARY TO WS-SALARY-EDIT-TRAIL
070600             MOVE WS-SALARY-EDIT-TRAIL TO WS-RPT-DET-TRAIL
070700         ELSE
070800             MOVE 'NOT NUMERIC' TO WS-RPT-DET-TRAIL
070900         END-IF
071000         PERFORM 4000-REPORT-MISMATCH THRU 4000-EXIT
071100     END-IF.
071200 3400-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------------
071600* 3500-WRITE-ROW - WRITE THE EMPLOYEE'S RESTORED ROW TO THE LOAD
071700*     FILE AND THE RESTORED IMAGE, AND LIST IT IF THE REPLAY
071800*     TOUCHED IT.  A ROW THE REPLAY REMOVED IS LISTED ONLY.
071900*----------------------------------------------------------------
072000 3500-WRITE-ROW.
072100     IF NOT WS-IMG-EXISTS
072200         IF WS-IMG-CHANGE-COUNT > ZERO
072300             ADD 1 TO WS-REMOVED-COUNT
072400             MOVE 'ROW REMOVED' TO WS-RPT-DET-DISP
072500             MOVE SPACES TO WS-RPT-DET-ROW
072600             PERFORM 3600-LIST-RESTORED THRU 3600-EXIT
072700         END-IF
072800         GO TO 3500-EXIT
072900     END-IF.
073000
073100     MOVE SPACES TO LOAD-OUT-RECORD.
073200     MOVE WS-CUR-ID        TO EUNL-ID.
073300     MOVE WS-IMG-NAME      TO EUNL-NAME.
073400     MOVE WS-IMG-DEPT-CODE TO EUNL-DEPT-CODE.
073500     MOVE WS-IMG-SALARY    TO EUNL-SALARY.
073600     MOVE WS-IMG-STATUS    TO EUNL-STATUS.
073700     MOVE WS-IMG-TERM-DATE TO EUNL-TERM-DATE.
073710     MOVE WS-IMG-MANAGER-ID TO EUNL-MANAGER-ID.
073720     MOVE WS-IMG-USER-ID   TO EUNL-USER-ID.
073730     MOVE WS-IMG-MAINT-USER TO EUNL-MAINT-USER.
073800     WRITE LOAD-OUT-RECORD.
073900
074000     MOVE WS-CUR-ID        TO WS-RIMG-ID.
074200     MOVE WS-IMG-NAME      TO WS-RIMG-NAME.
074300     MOVE WS-IMG-DEPT-CODE TO WS-RIMG-DEPT-CODE.
074400     MOVE WS-IMG-SALARY    TO WS-RIMG-SALARY.
074410     MOVE WS-IMG-MAINT-USER TO WS-RIMG-MAINT-USER.
074420     MOVE WS-IMG-USER-ID   TO WS-RIMG-USER-ID.
074430     MOVE WS-IMG-MANAGER-ID TO WS-RIMG-MANAGER-ID.
074600     IF WS-IMG-TERMINATED
074700         MOVE 'D' TO WS-RIMG-TRAN-CODE
074800         MOVE WS-IMG-TERM-DATE TO WS-RIMG-EFF-DATE
074900         ADD 1 TO WS-TERM-COUNT
075000     ELSE
075100         MOVE 'A' TO WS-RIMG-TRAN-CODE
075200         MOVE WS-RUN-DATE TO WS-RIMG-EFF-DATE
075300         ADD 1 TO WS-ACTIVE-COUNT
075400     END-IF.
075500     MOVE WS-RESTORE-IMAGE TO RESTORE-OUT-RECORD.
075600     WRITE RESTORE-OUT-RECORD.
075700     ADD 1 TO WS-RESTORE-COUNT.
075800     ADD WS-IMG-SALARY TO WS-RESTORE-HASH.
075900
076000     IF WS-IMG-CHANGE-COUNT = ZERO
076100         ADD 1 TO WS-CARRIED-COUNT
076200         GO TO 3500-EXIT
076300     END-IF.
076400
076500     ADD 1 TO WS-RESTORED-COUNT.
076600     IF WS-IMG-TERMINATED
076700         MOVE 'ROW RESTORED - TERMINATED' TO WS-RPT-DET-DISP
076800     ELSE
076900         MOVE 'ROW RESTORED - ACTIVE' TO WS-RPT-DET-DISP
077000     END-IF.
077100     MOVE WS-IMG-NAME TO WS-RPT-DET-ROW.
077200     PERFORM 3600-LIST-RESTORED THRU 3600-EXIT.
077300 3500-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------------
077700* 3600-LIST-RESTORED - ONE REPORT LINE FOR A ROW THE REPLAY
077800*     TOUCHED, WITH THE LAST SEQUENCE APPLIED TO IT AND THE
077900*     NUMBER OF CHANGES REPLAYED
078000*----------------------------------------------------------------
078100 3600-LIST-RESTORED.
078200     MOVE WS-CUR-ID TO WS-RPT-DET-EMP-ID.
078300     MOVE WS-IMG-LAST-SEQ TO WS-RPT-DET-SEQ.
078400     MOVE WS-IMG-CHANGE-COUNT TO WS-RPT-CHG-COUNT.
078500     MOVE WS-RPT-CHANGES TO WS-RPT-DET-TRAIL.
078600     MOVE WS-RPT-DETAIL TO RESTORE-RPT-RECORD.
078700     WRITE RESTORE-RPT-RECORD.
078800 3600-EXIT.
078900     EXIT.
079000
079100*----------------------------------------------------------------
079200* 4000-REPORT-MISMATCH - ONE BEFORE-IMAGE THAT DOES NOT MATCH
079300*     THE ROW IT WAS REPLAYED ONTO.  THE CALLER HAS FILLED IN THE
079400*     DISPOSITION AND BOTH VALUES.
079500*----------------------------------------------------------------
079600 4000-REPORT-MISMATCH.
079700     MOVE 'Y' TO WS-MISMATCH-SWITCH.
079800     ADD 1 TO WS-MISMATCH-COUNT.
079900
080000     MOVE WS-CUR-ID TO WS-RPT-DET-EMP-ID.
080100     MOVE AUD-SEQUENCE TO WS-RPT-DET-SEQ.
080200     MOVE WS-RPT-DETAIL TO RESTORE-RPT-RECORD.
080300     WRITE RESTORE-RPT-RECORD.
080400 4000-EXIT.
080500     EXIT.
080600
080700*----------------------------------------------------------------
080800* 9000-TERMINATE - SEAL THE RESTORED IMAGE WITH ITS TRAILER,
080900*     PRINT THE TOTALS, AND SET THE VERDICT RETURN CODE
081000*----------------------------------------------------------------
081100 9000-TERMINATE.
081200     MOVE SPACES TO WS-CONTROL-RECORD.
081300     MOVE 'TRL' TO CTL-RECORD-TYPE.
081400     MOVE WS-RESTORE-COUNT TO CTL-TRL-RECORD-COUNT.
081500     MOVE WS-RESTORE-HASH TO CTL-TRL-SALARY-HASH.
081600     MOVE 'GOODPITR' TO CTL-TRL-SOURCE.
081700     MOVE WS-CONTROL-RECORD TO RESTORE-OUT-RECORD.
081800     WRITE RESTORE-OUT-RECORD.
081900
082000     PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT.
082100
082200     CLOSE BASE-IN-FILE.
082300     CLOSE REPLAY-IN-FILE.
082400     CLOSE RESTORE-OUT-FILE.
082500     CLOSE LOAD-OUT-FILE.
082600     CLOSE RESTORE-RPT-FILE.
082700
082800     IF RETURN-CODE = ZERO
082900         AND WS-MISMATCH-FOUND
083000         MOVE 4 TO RETURN-CODE
083100     END-IF.
083200     DISPLAY 'GOODPITR - RESTORE COMPLETE - RC ' RETURN-CODE.
083300 9000-EXIT.
083400     EXIT.
083500
083600*----------------------------------------------------------------
083700* 9100-WRITE-TOTALS - THE END-OF-RUN CONTROL TOTALS
083800*----------------------------------------------------------------
083900 9100-WRITE-TOTALS.
084000     MOVE SPACES TO RESTORE-RPT-RECORD.
084100     WRITE RESTORE-RPT-RECORD.
084200
084300     MOVE 'BASELINE ROWS READ' TO WS-RPT-TOT-LABEL.
084400     MOVE WS-BASE-COUNT TO WS-RPT-COUNT-EDIT.
084500     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
084600
084700     MOVE 'AUDIT RECORDS REPLAYED' TO WS-RPT-TOT-LABEL.
084800     MOVE WS-REPLAY-COUNT TO WS-RPT-COUNT-EDIT.
084900     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
085000
085100     MOVE 'LAST SEQUENCE REPLAYED' TO WS-RPT-TOT-LABEL.
085200     MOVE WS-LAST-SEQ TO WS-RPT-COUNT-EDIT.
085300     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
085400
085500     MOVE 'ROWS RESTORED BY THE REPLAY' TO WS-RPT-TOT-LABEL.
085600     MOVE WS-RESTORED-COUNT TO WS-RPT-COUNT-EDIT.
085700     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
085800
085900     MOVE 'ROWS REMOVED BY THE REPLAY' TO WS-RPT-TOT-LABEL.
086000     MOVE WS-REMOVED-COUNT TO WS-RPT-COUNT-EDIT.
086100     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
086200
086300     MOVE 'BASELINE ROWS CARRIED UNCHANGED' TO WS-RPT-TOT-LABEL.
086400     MOVE WS-CARRIED-COUNT TO WS-RPT-COUNT-EDIT.
086500     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
086600
086700     MOVE 'BEFORE-IMAGE MISMATCHES' TO WS-RPT-TOT-LABEL.
086800     MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT-EDIT.
086900     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
087000
087100     MOVE 'ACTIVE ROWS WRITTEN' TO WS-RPT-TOT-LABEL.
087200     MOVE WS-ACTIVE-COUNT TO WS-RPT-COUNT-EDIT.
087300     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
087400
087500     MOVE 'TERMINATED ROWS WRITTEN' TO WS-RPT-TOT-LABEL.
087600     MOVE WS-TERM-COUNT TO WS-RPT-COUNT-EDIT.
087700     PERFORM 9110-WRITE-TOTAL-LINE THRU 9110-EXIT.
087800
087900     MOVE SPACES TO WS-RPT-TOTAL.
088000     MOVE 'RESTORE VERDICT' TO WS-RPT-TOT-LABEL.
088100     IF WS-MISMATCH-FOUND
088200         MOVE 'RESTORED - BEFORE-IMAGE MISMATCHES TO REVIEW'
088300             TO WS-RPT-TOT-VALUE
088400     ELSE
088500         MOVE 'RESTORED CLEAN' TO WS-RPT-TOT-VALUE
088600     END-IF.
088700     MOVE WS-RPT-TOTAL TO RESTORE-RPT-RECORD.
088800     WRITE RESTORE-RPT-RECORD.
088900 9100-EXIT.
089000     EXIT.
089100
089200*----------------------------------------------------------------
089300* 9110-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
089400*----------------------------------------------------------------
089500 9110-WRITE-TOTAL-LINE.
089600     MOVE SPACES TO WS-RPT-TOT-VALUE.
089700     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
089800     MOVE WS-RPT-TOTAL TO RESTORE-RPT-RECORD.
089900     WRITE RESTORE-RPT-RECORD.
090000 9110-EXIT.
090100     EXIT.
