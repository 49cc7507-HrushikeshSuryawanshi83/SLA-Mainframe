000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODMASK.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - MASKED TEST-DATA REFRESH.
001300*                  UNLOADS THE PRODUCTION EMPLOYEE AND
001400*                  DEPARTMENT TABLES AND A SAMPLE OF THE RAW
001500*                  NIGHTLY FEED FOR THE TEST REGION, WITH NO
001600*                  PRODUCTION NAME OR SALARY LEFT ON ANY OF
001700*                  THEM.  EVERY EMPLOYEE NAME IS REPLACED BY A
001800*                  NAME BUILT FROM THE EMPLOYEE ID AND THE
001900*                  CARD'S MASK KEY, AND EVERY SALARY IS MOVED
002000*                  UP OR DOWN BY A PERCENTAGE BUILT THE SAME
002100*                  WAY.  BOTH COME FROM ONE PARAGRAPH, SO AN ID
002200*                  GETS THE SAME NAME AND THE SAME SALARY
002300*                  FACTOR IN THE TABLE UNLOAD AND IN THE FEED
002400*                  - THE MASKED FEED STILL MATCHES THE MASKED
002500*                  TABLE, AND A RAISE KEEPS ITS PERCENTAGE FOR
002600*                  THE TOLERANCE CHECK.  EACH FEED BRACKET IS
002700*                  PROVED AGAINST ITS OWN TRAILER BEFORE ITS
002800*                  SAMPLE IS TRUSTED, AND THE SAMPLE GOES OUT
002900*                  UNDER THE SAME HEADER WITH A REBUILT
003000*                  TRAILER (COUNT AND SALARY HASH OF THE
003100*                  MASKED DETAILS), SO GOODEDIT AND GOODUPDT
003200*                  PROVE IT IN THE TEST REGION AS THEY WOULD
003300*                  THE REAL FEED.
003310* 10/15/2026  RJ   A FEED DETAIL WITH A SALARY THAT IS NOT
003320*                  NUMERIC NO LONGER ABENDS THE REFRESH.  IT IS
003330*                  LEFT OUT OF BOTH BRACKET HASHES, AS GOODEDIT
003340*                  LEAVES IT OUT OF ITS OWN, AND GOES OUT
003350*                  UNMASKED FOR GOODEDIT TO REJECT IN TEST.
003400*----------------------------------------------------------------
003500* PARAMETER CARD (ONE 80-BYTE RECORD ON MASKPARM):
003600*   COLS  1-5   MASK KEY, 00001-99999 (REQUIRED).  THE SAME KEY
003700*               GIVES THE SAME MASKED DATA ON EVERY REFRESH;
003800*               CHANGE IT TO RESHUFFLE NAMES AND SALARIES.
003900*   COLS  7-10  SAMPLE INTERVAL - EVERY NTH FEED DETAIL IS
004000*               KEPT (BLANK = 0010, 0001 = THE WHOLE FEED)
004100*   COLS 12-13  SALARY SPREAD - THE MOST A SALARY MOVES, IN
004200*               WHOLE PERCENT EITHER WAY, 01-20 (BLANK = 05)
004300*----------------------------------------------------------------
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PARM-FILE ASSIGN TO MASKPARM
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-PARM-STATUS.
005600
005700     SELECT FEED-IN-FILE ASSIGN TO FEEDIN
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-FEED-IN-STATUS.
006100
006200     SELECT EMPL-OUT-FILE ASSIGN TO EMPLOUT
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-EMPL-OUT-STATUS.
006600
006700     SELECT DEPT-OUT-FILE ASSIGN TO DEPTOUT
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-DEPT-OUT-STATUS.
007100
007200     SELECT FEED-OUT-FILE ASSIGN TO FEEDOUT
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-FEED-OUT-STATUS.
007600
007700     SELECT MASK-RPT-FILE ASSIGN TO MASKRPT
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS WS-MASK-RPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PARM-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  PARM-RECORD.
008800     05  PARM-MASK-KEY       PIC X(05).
008900     05  FILLER              PIC X(01).
009000     05  PARM-SAMPLE-INTERVAL
009100                             PIC X(04).
009200     05  FILLER              PIC X(01).
009300     05  PARM-SALARY-SPREAD  PIC X(02).
009400     05  FILLER              PIC X(67).
009500
009600 FD  FEED-IN-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  FEED-IN-RECORD              PIC X(80).
010000
010100 FD  EMPL-OUT-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  EMPL-OUT-RECORD.
010500     COPY EMPUNL01.
010600
010700 FD  DEPT-OUT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  DEPT-OUT-RECORD.
011100     COPY DEPUNL01.
011200
011300 FD  FEED-OUT-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600 01  FEED-OUT-RECORD             PIC X(80).
011700
011800 FD  MASK-RPT-FILE
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 01  MASK-RPT-RECORD             PIC X(132).
012200
012300 WORKING-STORAGE SECTION.
012400*----------------------------------------------------------------
012500* FILE STATUS AND CONTROL SWITCHES
012600*----------------------------------------------------------------
012700 01  WS-PARM-STATUS          PIC X(02) VALUE '00'.
012800 01  WS-FEED-IN-STATUS       PIC X(02) VALUE '00'.
012900 01  WS-EMPL-OUT-STATUS      PIC X(02) VALUE '00'.
013000 01  WS-DEPT-OUT-STATUS      PIC X(02) VALUE '00'.
013100 01  WS-FEED-OUT-STATUS      PIC X(02) VALUE '00'.
013200 01  WS-MASK-RPT-STATUS      PIC X(02) VALUE '00'.
013300
013400 01  WS-SWITCHES.
013500     05  WS-CURSOR-EOF-SWITCH
013600                             PIC X(01) VALUE 'N'.
013700         88  WS-END-OF-CURSOR        VALUE 'Y'.
013800     05  WS-FEED-EOF-SWITCH  PIC X(01) VALUE 'N'.
013900         88  WS-END-OF-FEED          VALUE 'Y'.
014000     05  WS-BRACKET-SWITCH   PIC X(01) VALUE 'N'.
014100         88  WS-IN-BRACKET           VALUE 'Y'.
014200
014300*----------------------------------------------------------------
014400* RUN PARAMETERS - FROM THE MASKPARM CARD
014500*----------------------------------------------------------------
014600 01  WS-MASK-KEY             PIC 9(05) VALUE ZERO.
014700 01  WS-SAMPLE-INTERVAL      PIC 9(04) VALUE 10.
014800 01  WS-SALARY-SPREAD        PIC 9(02) VALUE 5.
014900
015000*----------------------------------------------------------------
015100* FEED WORKING RECORD - EMPREC01 LAYOUT WITH THE CONTROL-RECORD
015200*     VIEW
015300*----------------------------------------------------------------
015400 01  WS-FEED-RECORD.
015500     COPY EMPREC01.
015600 01  WS-FEED-TYPE REDEFINES WS-FEED-RECORD.
015700     05  WS-FEED-RECORD-TYPE PIC X(03).
015800         88  WS-FEED-HEADER          VALUE 'HDR'.
015900         88  WS-FEED-TRAILER         VALUE 'TRL'.
016000     05  FILLER              PIC X(77).
016100 01  WS-CONTROL-VIEW REDEFINES WS-FEED-RECORD.
016200     COPY HDRTRL01.
016300
016400*----------------------------------------------------------------
016500* EMPLOYEE TABLE HOST VARIABLES
016600*----------------------------------------------------------------
016700 01  WS-EMP-ID               PIC 9(06).
016800 01  WS-EMP-NAME             PIC X(30).
016900 01  WS-EMP-DEPT-CODE        PIC X(04).
017000 01  WS-EMP-SALARY           PIC S9(07)V99 COMP-3.
017100 01  WS-EMP-STATUS           PIC X(01).
017200 01  WS-EMP-TERM-DATE        PIC 9(08).
017300
017400*----------------------------------------------------------------
017500* DEPARTMENT TABLE HOST VARIABLES
017600*----------------------------------------------------------------
017700 01  WS-DEPT-CODE            PIC X(04).
017800 01  WS-DEPT-NAME            PIC X(30).
017900 01  WS-DEPT-ACTIVE-FLAG     PIC X(01).
018000 01  WS-DEPT-EFF-DATE        PIC 9(08).
018100 01  WS-DEPT-HEAD-BUDGET     PIC S9(09) COMP.
018200 01  WS-DEPT-SAL-BUDGET      PIC S9(09)V99 COMP-3.
018300
018400*----------------------------------------------------------------
018500* MASKING TABLES - THE GIVEN NAMES AND SURNAMES A MASKED NAME IS
018600*     BUILT FROM.  20 X 24 GIVES 480 DISTINCT NAMES; A NAME IS
018700*     NOT A KEY ANYWHERE, SO A REPEAT DOES NO HARM.
018800*----------------------------------------------------------------
018900 01  WS-GIVEN-NAME-VALUES.
019000     05  FILLER              PIC X(40)
019100         VALUE 'ALICE     BRIAN     CAROL     DANIEL    '.
019200     05  FILLER              PIC X(40)
019300         VALUE 'EILEEN    FRANK     GRACE     HENRY     '.
019400     05  FILLER              PIC X(40)
019500         VALUE 'IRENE     JAMES     KAREN     LEONARD   '.
019600     05  FILLER              PIC X(40)
019700         VALUE 'MARTHA    NORMAN    OLIVE     PAUL      '.
019800     05  FILLER              PIC X(40)
019900         VALUE 'RUTH      STEVEN    TERESA    WALTER    '.
020000 01  WS-GIVEN-NAME-TABLE REDEFINES WS-GIVEN-NAME-VALUES.
020100     05  WS-GIVEN-NAME       PIC X(10) OCCURS 20 TIMES.
020200 01  WS-SURNAME-VALUES.
020300     05  FILLER              PIC X(48)
020400         VALUE 'ABBOTT      BRENNAN     CALDWELL    DUNMORE     '.
020500     05  FILLER              PIC X(48)
020600         VALUE 'ELLISON     FARRELL     GARLAND     HOLLIS      '.
020700     05  FILLER              PIC X(48)
020800         VALUE 'INGRAM      JENNINGS    KESSLER     LANGFORD    '.
020900     05  FILLER              PIC X(48)
021000         VALUE 'MERCER      NOLAN       OSBORNE     PRESCOTT    '.
021100     05  FILLER              PIC X(48)
021200         VALUE 'QUINLAN     RADCLIFFE   SUTTON      THORNTON    '.
021300     05  FILLER              PIC X(48)
021400         VALUE 'VAUGHN      WHITFIELD   YARDLEY     ZIMMERMAN   '.
021500 01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
021600     05  WS-SURNAME          PIC X(12) OCCURS 24 TIMES.
021700
021800*----------------------------------------------------------------
021900* MASKING WORK AREAS - 5000-MASK-EMPLOYEE TAKES THE ID AND THE
022000*     PRODUCTION SALARY AND RETURNS THE MASKED NAME AND SALARY
022100*----------------------------------------------------------------
022200 01  WS-MASK-ID              PIC 9(06).
022300 01  WS-MASK-SALARY-IN       PIC 9(07)V99.
022400 01  WS-MASK-NAME            PIC X(30).
022500 01  WS-MASK-SALARY          PIC 9(07)V99.
022600 01  WS-MASK-WORK            PIC 9(09) COMP.
022700 01  WS-MASK-QUOTIENT        PIC 9(09) COMP.
022800 01  WS-MASK-QUOTIENT-2      PIC 9(09) COMP.
022900 01  WS-GIVEN-IX             PIC 9(04) COMP.
023000 01  WS-SURNAME-IX           PIC 9(04) COMP.
023100 01  WS-SPREAD-RANGE         PIC 9(04) COMP.
023200 01  WS-SPREAD-REMAINDER     PIC 9(04) COMP.
023300 01  WS-SALARY-FACTOR        PIC 9(03) COMP.
023400
023500*----------------------------------------------------------------
023600* FEED BRACKET TOTALS - THE PROOF OF THE INCOMING BRACKET AND
023700*     THE TOTALS FOR ITS REBUILT TRAILER
023800*----------------------------------------------------------------
023900 01  WS-BRACKET-SOURCE       PIC X(08).
024000 01  WS-BRACKET-IN-COUNT     PIC 9(09) VALUE ZERO.
024100 01  WS-BRACKET-IN-HASH      PIC 9(13)V99 VALUE ZERO.
024200 01  WS-BRACKET-OUT-COUNT    PIC 9(09) VALUE ZERO.
024300 01  WS-BRACKET-OUT-HASH     PIC 9(13)V99 VALUE ZERO.
024400 01  WS-SAMPLE-SKIP          PIC 9(04) COMP VALUE ZERO.
024500
024600*----------------------------------------------------------------
024700* RUN CONTROL TOTALS
024800*----------------------------------------------------------------
024900 01  WS-EMPL-COUNT           PIC 9(09) COMP VALUE ZERO.
025000 01  WS-DEPT-COUNT           PIC 9(09) COMP VALUE ZERO.
025100 01  WS-BRACKET-COUNT        PIC 9(09) COMP VALUE ZERO.
025200 01  WS-FEED-IN-COUNT        PIC 9(09) COMP VALUE ZERO.
025300 01  WS-FEED-OUT-COUNT       PIC 9(09) COMP VALUE ZERO.
025400 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
025500 01  WS-RUN-DATE             PIC 9(08).
025600
025700*----------------------------------------------------------------
025800* DB2 SQL COMMUNICATIONS AREA (SQLCA)
025900*----------------------------------------------------------------
026000 01  SQLCA.
026100     05  SQLCAID             PIC X(08).
026200     05  SQLCABC             PIC S9(09)  COMP-5.
026300     05  SQLCODE             PIC S9(09)  COMP-5.
026400     05  SQLERRM.
026500         49  SQLERRML        PIC S9(04)  COMP-5.
026600         49  SQLERRMC        PIC X(70).
026700     05  SQLERRP             PIC X(08).
026800     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
026900     05  SQLWARN.
027000         10  SQLWARN0        PIC X(01).
027100         10  SQLWARN1        PIC X(01).
027200         10  SQLWARN2        PIC X(01).
027300         10  SQLWARN3        PIC X(01).
027400         10  SQLWARN4        PIC X(01).
027500         10  SQLWARN5        PIC X(01).
027600         10  SQLWARN6        PIC X(01).
027700         10  SQLWARN7        PIC X(01).
027800     05  SQLSTATE            PIC X(05).
027900
028000*----------------------------------------------------------------
028100* REPORT PRINT LINES
028200*----------------------------------------------------------------
028300 01  WS-RPT-HEADING.
028400     05  FILLER              PIC X(46)
028500         VALUE 'GOODMASK MASKED TEST-DATA REFRESH'.
028600     05  WS-RPT-HDG-DATE     PIC 9(08).
028700     05  FILLER              PIC X(78) VALUE SPACES.
028800 01  WS-RPT-BRACKET.
028900     05  FILLER              PIC X(14) VALUE 'FEED SOURCE'.
029000     05  WS-RPT-BKT-SOURCE   PIC X(08).
029100     05  FILLER              PIC X(16) VALUE '  DETAILS READ'.
029200     05  WS-RPT-BKT-READ     PIC Z(8)9.
029300     05  FILLER              PIC X(10) VALUE '  SAMPLED'.
029400     05  WS-RPT-BKT-SAMPLED  PIC Z(8)9.
029500     05  FILLER              PIC X(66) VALUE SPACES.
029600 01  WS-RPT-TOTAL.
029700     05  WS-RPT-TOT-LABEL    PIC X(40).
029800     05  WS-RPT-TOT-VALUE    PIC X(92).
029900
030000 PROCEDURE DIVISION.
030100*----------------------------------------------------------------
030200 0000-MAINLINE.
030300*----------------------------------------------------------------
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030500     IF RETURN-CODE NOT = ZERO
030600         STOP RUN
030700     END-IF.
030800
030900     PERFORM 2000-UNLOAD-EMPLOYEES THRU 2000-EXIT.
031000
031100     IF RETURN-CODE = ZERO
031200         PERFORM 3000-UNLOAD-DEPARTMENTS THRU 3000-EXIT
031300     END-IF.
031400
031500     IF RETURN-CODE = ZERO
031600         PERFORM 4000-READ-FEED THRU 4000-EXIT
031700         PERFORM 4100-MASK-FEED-RECORD THRU 4100-EXIT
031800             UNTIL WS-END-OF-FEED
031900         PERFORM 4900-CHECK-FEED-END THRU 4900-EXIT
032000     END-IF.
032100
032200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032300
032400     STOP RUN.
032500 0000-EXIT.
032600     EXIT.
032700
032800*----------------------------------------------------------------
032900* 1000-INITIALIZE - READ THE PARAMETER CARD, OPEN THE FILES,
033000*     WRITE THE REPORT HEADING, AND DECLARE THE CURSORS
033100*----------------------------------------------------------------
033200 1000-INITIALIZE.
033300     DISPLAY 'GOODMASK - STARTING MASKED TEST-DATA REFRESH'.
033400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033500
033600     PERFORM 1100-LOAD-PARM-CARD THRU 1100-EXIT.
033700     IF RETURN-CODE NOT = ZERO
033800         GO TO 1000-EXIT
033900     END-IF.
034000
034100     OPEN INPUT FEED-IN-FILE.
034200     IF WS-FEED-IN-STATUS NOT = '00'
034300         DISPLAY 'GOODMASK - OPEN ERROR ON FEED-IN-FILE - STATUS '
034400             WS-FEED-IN-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         GO TO 1000-EXIT
034700     END-IF.
034800
034900     OPEN OUTPUT EMPL-OUT-FILE.
035000     OPEN OUTPUT DEPT-OUT-FILE.
035100     OPEN OUTPUT FEED-OUT-FILE.
035200     OPEN OUTPUT MASK-RPT-FILE.
035300     IF WS-EMPL-OUT-STATUS NOT = '00'
035400         OR WS-DEPT-OUT-STATUS NOT = '00'
035500         OR WS-FEED-OUT-STATUS NOT = '00'
035600         OR WS-MASK-RPT-STATUS NOT = '00'
035700         DISPLAY 'GOODMASK - OPEN ERROR ON AN OUTPUT - STATUS '
035800             WS-EMPL-OUT-STATUS ' ' WS-DEPT-OUT-STATUS ' '
035900             WS-FEED-OUT-STATUS ' ' WS-MASK-RPT-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 1000-EXIT
036200     END-IF.
036300
036400     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
036500     MOVE WS-RPT-HEADING TO MASK-RPT-RECORD.
036600     WRITE MASK-RPT-RECORD.
036700     MOVE SPACES TO MASK-RPT-RECORD.
036800     WRITE MASK-RPT-RECORD.
036900
037000     EXEC SQL
037100         DECLARE MASKECUR CURSOR FOR
037200         SELECT ID, NAME, DEPT_CODE, SALARY, STATUS, TERM_DATE
037300           FROM EMPLOYEE
037400          ORDER BY ID
037500     END-EXEC.
037600
037700     EXEC SQL
037800         DECLARE MASKDCUR CURSOR FOR
037900         SELECT DEPT_CODE, DEPT_NAME, ACTIVE_FLAG, EFF_DATE,
038000                HEAD_BUDGET, SAL_BUDGET
038100           FROM DEPARTMENT
038200          ORDER BY DEPT_CODE
038300     END-EXEC.
038400 1000-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------------
038800* 1100-LOAD-PARM-CARD - READ AND EDIT THE MASKING CARD.  THERE
038900*     IS NO DEFAULT MASK KEY, AND A ZERO SPREAD IS REFUSED - A
039000*     RUN THAT WOULD CARRY PRODUCTION SALARIES DOWN UNCHANGED
039100*     ENDS BEFORE ANYTHING IS WRITTEN.
039200*----------------------------------------------------------------
039300 1100-LOAD-PARM-CARD.
039400     OPEN INPUT PARM-FILE.
039500     IF WS-PARM-STATUS NOT = '00'
039600         DISPLAY 'GOODMASK - OPEN ERROR ON PARM-FILE - STATUS '
039700             WS-PARM-STATUS
039800         MOVE 16 TO RETURN-CODE
039900         GO TO 1100-EXIT
040000     END-IF.
040100
040200     READ PARM-FILE
040300         AT END
040400             DISPLAY 'GOODMASK - PARAMETER CARD MISSING'
040500             MOVE 16 TO RETURN-CODE
040600             CLOSE PARM-FILE
040700             GO TO 1100-EXIT
040800     END-READ.
040900
041000     IF PARM-MASK-KEY NOT NUMERIC
041100         OR PARM-MASK-KEY = '00000'
041200         DISPLAY 'GOODMASK - MASK KEY MUST BE 00001-99999'
041300         MOVE 16 TO RETURN-CODE
041400         CLOSE PARM-FILE
041500         GO TO 1100-EXIT
041600     END-IF.
041700     MOVE PARM-MASK-KEY TO WS-MASK-KEY.
041800
041900     IF PARM-SAMPLE-INTERVAL NOT = SPACES
042000         IF PARM-SAMPLE-INTERVAL NOT NUMERIC
042100             OR PARM-SAMPLE-INTERVAL = '0000'
042200             DISPLAY 'GOODMASK - SAMPLE INTERVAL MUST BE '
042300                 '0001-9999'
042400             MOVE 16 TO RETURN-CODE
042500             CLOSE PARM-FILE
042600             GO TO 1100-EXIT
042700         END-IF
042800         MOVE PARM-SAMPLE-INTERVAL TO WS-SAMPLE-INTERVAL
042900     END-IF.
043000
043100     IF PARM-SALARY-SPREAD NOT = SPACES
043200         IF PARM-SALARY-SPREAD NOT NUMERIC
043300             OR PARM-SALARY-SPREAD < '01'
043400             OR PARM-SALARY-SPREAD > '20'
043500             DISPLAY 'GOODMASK - SALARY SPREAD MUST BE 01-20'
043600             MOVE 16 TO RETURN-CODE
043700             CLOSE PARM-FILE
043800             GO TO 1100-EXIT
043900         END-IF
044000         MOVE PARM-SALARY-SPREAD TO WS-SALARY-SPREAD
044100     END-IF.
044200
044300     CLOSE PARM-FILE.
044400 1100-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------
044800* 2000-UNLOAD-EMPLOYEES - WRITE EVERY EMPLOYEE ROW, ACTIVE AND
044900*     TERMINATED, MASKED, IN THE EMPUNL01 LOAD LAYOUT
045000*----------------------------------------------------------------
045100 2000-UNLOAD-EMPLOYEES.
045200     EXEC SQL
045300         OPEN MASKECUR
045400     END-EXEC.
045500     IF SQLCODE NOT = 0
045600         DISPLAY 'GOODMASK - SQL ERROR OPENING EMPLOYEE '
045700             'CURSOR - SQLCODE ' SQLCODE
045800         MOVE 16 TO RETURN-CODE
045900         GO TO 2000-EXIT
046000     END-IF.
046100
046200     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
046300     PERFORM 2100-FETCH-EMPLOYEE THRU 2100-EXIT.
046400     PERFORM 2200-WRITE-EMPLOYEE THRU 2200-EXIT
046500         UNTIL WS-END-OF-CURSOR.
046600
046700     EXEC SQL
046800         CLOSE MASKECUR
046900     END-EXEC.
047000 2000-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------------
047400* 2100-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYEE ROW
047500*----------------------------------------------------------------
047600 2100-FETCH-EMPLOYEE.
047700     EXEC SQL
047800         FETCH MASKECUR
047900          INTO :WS-EMP-ID, :WS-EMP-NAME,
048000               :WS-EMP-DEPT-CODE, :WS-EMP-SALARY,
048100               :WS-EMP-STATUS, :WS-EMP-TERM-DATE
048200     END-EXEC.
048300
048400     EVALUATE TRUE
048500         WHEN SQLCODE = 100
048600             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
048700         WHEN SQLCODE NOT = 0
048800             DISPLAY 'GOODMASK - SQL ERROR ON EMPLOYEE FETCH '
048900                 '- SQLCODE ' SQLCODE
049000             MOVE 16 TO RETURN-CODE
049100             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
049200     END-EVALUATE.
049300 2100-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------------
049700* 2200-WRITE-EMPLOYEE - MASK ONE EMPLOYEE ROW AND WRITE IT
049800*----------------------------------------------------------------
049900 2200-WRITE-EMPLOYEE.
050000     MOVE WS-EMP-ID     TO WS-MASK-ID.
050100     MOVE WS-EMP-SALARY TO WS-MASK-SALARY-IN.
050200     PERFORM 5000-MASK-EMPLOYEE THRU 5000-EXIT.
050300
050400     MOVE SPACES TO EMPL-OUT-RECORD.
050500     MOVE WS-EMP-ID        TO EUNL-ID.
050600     MOVE WS-MASK-NAME     TO EUNL-NAME.
050700     MOVE WS-EMP-DEPT-CODE TO EUNL-DEPT-CODE.
050800     MOVE WS-MASK-SALARY   TO EUNL-SALARY.
050900     MOVE WS-EMP-STATUS    TO EUNL-STATUS.
051000     MOVE WS-EMP-TERM-DATE TO EUNL-TERM-DATE.
051100     WRITE EMPL-OUT-RECORD.
051200     ADD 1 TO WS-EMPL-COUNT.
051300
051400     PERFORM 2100-FETCH-EMPLOYEE THRU 2100-EXIT.
051500 2200-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------
051900* 3000-UNLOAD-DEPARTMENTS - WRITE EVERY DEPARTMENT ROW, ACTIVE
052000*     AND INACTIVE, IN THE DEPUNL01 LOAD LAYOUT.  DEPARTMENT
052100*     DATA IS NOT PERSONAL AND GOES DOWN AS IT STANDS.
052200*----------------------------------------------------------------
052300 3000-UNLOAD-DEPARTMENTS.
052400     EXEC SQL
052500         OPEN MASKDCUR
052600     END-EXEC.
052700     IF SQLCODE NOT = 0
052800         DISPLAY 'GOODMASK - SQL ERROR OPENING DEPARTMENT '
052900             'CURSOR - SQLCODE ' SQLCODE
053000         MOVE 16 TO RETURN-CODE
053100         GO TO 3000-EXIT
053200     END-IF.
053300
053400     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
053500     PERFORM 3100-FETCH-DEPARTMENT THRU 3100-EXIT.
053600     PERFORM 3200-WRITE-DEPARTMENT THRU 3200-EXIT
053700         UNTIL WS-END-OF-CURSOR.
053800
053900     EXEC SQL
054000         CLOSE MASKDCUR
054100     END-EXEC.
054200 3000-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600* 3100-FETCH-DEPARTMENT - FETCH THE NEXT DEPARTMENT ROW
054700*----------------------------------------------------------------
054800 3100-FETCH-DEPARTMENT.
054900     EXEC SQL
055000         FETCH MASKDCUR
055100          INTO :WS-DEPT-CODE, :WS-DEPT-NAME,
055200               :WS-DEPT-ACTIVE-FLAG, :WS-DEPT-EFF-DATE,
055300               :WS-DEPT-HEAD-BUDGET, :WS-DEPT-SAL-BUDGET
055400     END-EXEC.
055500
055600     EVALUATE TRUE
055700         WHEN SQLCODE = 100
055800             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
055900         WHEN SQLCODE NOT = 0
056000             DISPLAY 'GOODMASK - SQL ERROR ON DEPARTMENT FETCH '
056100                 '- SQLCODE ' SQLCODE
056200             MOVE 16 TO RETURN-CODE
056300             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
056400     END-EVALUATE.
056500 3100-EXIT.
056600     EXIT.
056700
056800*----------------------------------------------------------------
056900* 3200-WRITE-DEPARTMENT - WRITE ONE DEPARTMENT ROW
057000*----------------------------------------------------------------
057100 3200-WRITE-DEPARTMENT.
057200     MOVE SPACES TO DEPT-OUT-RECORD.
057300     MOVE WS-DEPT-CODE        TO DUNL-DEPT-CODE.
057400     MOVE WS-DEPT-NAME        TO DUNL-DEPT-NAME.
057500     MOVE WS-DEPT-ACTIVE-FLAG TO DUNL-ACTIVE-FLAG.
057600     MOVE WS-DEPT-EFF-DATE    TO DUNL-EFF-DATE.
057700     MOVE WS-DEPT-HEAD-BUDGET TO DUNL-HEAD-BUDGET.
057800     MOVE WS-DEPT-SAL-BUDGET  TO DUNL-SAL-BUDGET.
057900     WRITE DEPT-OUT-RECORD.
058000     ADD 1 TO WS-DEPT-COUNT.
058100
058200     PERFORM 3100-FETCH-DEPARTMENT THRU 3100-EXIT.
058300 3200-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------
058700* 4000-READ-FEED - READ THE NEXT RAW FEED RECORD
058800*----------------------------------------------------------------
058900 4000-READ-FEED.
059000     READ FEED-IN-FILE INTO WS-FEED-RECORD
059100         AT END
059200             MOVE 'Y' TO WS-FEED-EOF-SWITCH
059300     END-READ.
059400 4000-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------
059800* 4100-MASK-FEED-RECORD - ROUTE ONE FEED RECORD BY ITS TYPE AND
059900*     READ THE NEXT.  A BRACKET THAT DOES NOT PROVE STOPS THE
060000*     FEED PASS.
060100*----------------------------------------------------------------
060200 4100-MASK-FEED-RECORD.
060300     EVALUATE TRUE
060400         WHEN WS-FEED-HEADER
060500             PERFORM 4200-START-BRACKET THRU 4200-EXIT
060600         WHEN WS-FEED-TRAILER
060700             PERFORM 4400-CLOSE-BRACKET THRU 4400-EXIT
060800         WHEN OTHER
060900             PERFORM 4300-SAMPLE-DETAIL THRU 4300-EXIT
061000     END-EVALUATE.
061100
061200     IF RETURN-CODE NOT = ZERO
061300         MOVE 'Y' TO WS-FEED-EOF-SWITCH
061400         GO TO 4100-EXIT
061500     END-IF.
061600
061700     PERFORM 4000-READ-FEED THRU 4000-EXIT.
061800 4100-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------------
062200* 4200-START-BRACKET - A HEADER OPENS A BRACKET.  IT GOES OUT
062300*     UNCHANGED, SO THE TEST RUN SEES THE SAME RUN DATE AND
062400*     SOURCE AS PRODUCTION DID.
062500*----------------------------------------------------------------
062600 4200-START-BRACKET.
062700     IF WS-IN-BRACKET
062800         DISPLAY 'GOODMASK - FEED HEADER FOR ' CTL-HDR-SOURCE
062900             ' ARRIVED BEFORE THE TRAILER FOR '
063000             WS-BRACKET-SOURCE
063100         MOVE 16 TO RETURN-CODE
063200         GO TO 4200-EXIT
063300     END-IF.
063400
063500     MOVE 'Y' TO WS-BRACKET-SWITCH.
063600     ADD 1 TO WS-BRACKET-COUNT.
063700     MOVE CTL-HDR-SOURCE TO WS-BRACKET-SOURCE.
063800     MOVE ZERO TO WS-BRACKET-IN-COUNT.
063900     MOVE ZERO TO WS-BRACKET-IN-HASH.
064000     MOVE ZERO TO WS-BRACKET-OUT-COUNT.
064100     MOVE ZERO TO WS-BRACKET-OUT-HASH.
064200     MOVE ZERO TO WS-SAMPLE-SKIP.
064300
064400     MOVE WS-FEED-RECORD TO FEED-OUT-RECORD.
064500     WRITE FEED-OUT-RECORD.
064600 4200-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------
065000* 4300-SAMPLE-DETAIL - COUNT ONE DETAIL INTO ITS BRACKET'S
065100*     PROOF AND, IF IT FALLS ON THE SAMPLE INTERVAL, MASK IT
065200*     AND WRITE IT.  AN ID THAT IS NOT NUMERIC IS MASKED AS ID
065300*     ZERO AND LEFT FOR GOODEDIT TO REJECT IN THE TEST REGION,
065400*     AS IT WAS IN PRODUCTION.  A SALARY THAT IS NOT NUMERIC IS
065410*     LEFT AS IT IS FOR GOODEDIT TO REJECT THE SAME WAY, AND IS
065420*     KEPT OUT OF BOTH HASHES AS GOODEDIT KEEPS IT OUT OF ITS
065430*     OWN.  A NON-BLANK APPROVER IS A PRODUCTION SIGN-ON AND IS
065500*     REPLACED.
065600*----------------------------------------------------------------
065700 4300-SAMPLE-DETAIL.
065800     IF NOT WS-IN-BRACKET
065900         DISPLAY 'GOODMASK - FEED DETAIL OUTSIDE ANY '
066000             'HEADER/TRAILER BRACKET'
066100         MOVE 16 TO RETURN-CODE
066200         GO TO 4300-EXIT
066300     END-IF.
066400
066500     ADD 1 TO WS-BRACKET-IN-COUNT.
066600     IF EMPR01-SALARY NUMERIC
066610         ADD EMPR01-SALARY TO WS-BRACKET-IN-HASH
066620     END-IF.
066700     ADD 1 TO WS-FEED-IN-COUNT.
066800
066900     ADD 1 TO WS-SAMPLE-SKIP.
067000     IF WS-SAMPLE-SKIP < WS-SAMPLE-INTERVAL
067100         GO TO 4300-EXIT
067200     END-IF.
067300     MOVE ZERO TO WS-SAMPLE-SKIP.
067400
067500     IF EMPR01-ID NUMERIC
067600         MOVE EMPR01-ID TO WS-MASK-ID
067700     ELSE
067800         MOVE ZERO TO WS-MASK-ID
067900     END-IF.
068000     IF EMPR01-SALARY NUMERIC
068010         MOVE EMPR01-SALARY TO WS-MASK-SALARY-IN
068020     ELSE
068030         MOVE ZERO TO WS-MASK-SALARY-IN
068040     END-IF.
068100     PERFORM 5000-MASK-EMPLOYEE THRU 5000-EXIT.
068200
068300     MOVE WS-MASK-NAME TO EMPR01-NAME.
068400     IF EMPR01-SALARY NUMERIC
068410         MOVE WS-MASK-SALARY TO EMPR01-SALARY
068420     END-IF.
068500     IF EMPR01-APPROVED-BY NOT = SPACES
068600         MOVE 'TESTAPRV' TO EMPR01-APPROVED-BY
068700     END-IF.
068800
068900     MOVE WS-FEED-RECORD TO FEED-OUT-RECORD.
069000     WRITE FEED-OUT-RECORD.
069100     ADD 1 TO WS-BRACKET-OUT-COUNT.
069200     IF EMPR01-SALARY NUMERIC
069210         ADD EMPR01-SALARY TO WS-BRACKET-OUT-HASH
069220     END-IF.
069300     ADD 1 TO WS-FEED-OUT-COUNT.
069400 4300-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------------
069800* 4400-CLOSE-BRACKET - PROVE THE INCOMING TRAILER AGAINST THE
069900*     DETAILS READ UNDER ITS HEADER, THEN WRITE A REBUILT
070000*     TRAILER CARRYING THE COUNT AND SALARY HASH OF THE MASKED
070100*     SAMPLE, AND PRINT THE BRACKET'S LINE
070200*----------------------------------------------------------------
070300 4400-CLOSE-BRACKET.
070400     IF NOT WS-IN-BRACKET
070500         DISPLAY 'GOODMASK - FEED TRAILER WITH NO HEADER'
070600         MOVE 16 TO RETURN-CODE
070700         GO TO 4400-EXIT
070800     END-IF.
070900
071000     IF CTL-TRL-RECORD-COUNT NOT NUMERIC
071100         OR CTL-TRL-SALARY-HASH NOT NUMERIC
071200         OR CTL-TRL-RECORD-COUNT NOT = WS-BRACKET-IN-COUNT
071300         OR CTL-TRL-SALARY-HASH NOT = WS-BRACKET-IN-HASH
071400         DISPLAY 'GOODMASK - FEED FOR ' WS-BRACKET-SOURCE
071500             ' DOES NOT PROVE - READ ' WS-BRACKET-IN-COUNT
071600             ' TRAILER ' CTL-TRL-RECORD-COUNT
071700         MOVE 16 TO RETURN-CODE
071800         GO TO 4400-EXIT
071900     END-IF.
072000
072100     MOVE WS-BRACKET-OUT-COUNT TO CTL-TRL-RECORD-COUNT.
072200     MOVE WS-BRACKET-OUT-HASH  TO CTL-TRL-SALARY-HASH.
072300     MOVE WS-FEED-RECORD TO FEED-OUT-RECORD.
072400     WRITE FEED-OUT-RECORD.
072500     MOVE 'N' TO WS-BRACKET-SWITCH.
072600
072700     MOVE WS-BRACKET-SOURCE    TO WS-RPT-BKT-SOURCE.
072800     MOVE WS-BRACKET-IN-COUNT  TO WS-RPT-BKT-READ.
072900     MOVE WS-BRACKET-OUT-COUNT TO WS-RPT-BKT-SAMPLED.
073000     MOVE WS-RPT-BRACKET TO MASK-RPT-RECORD.
073100     WRITE MASK-RPT-RECORD.
073200 4400-EXIT.
073300     EXIT.
073400
073500*----------------------------------------------------------------
073600* 4900-CHECK-FEED-END - THE FEED MUST HAVE HELD AT LEAST ONE
073700*     BRACKET AND MUST NOT END INSIDE ONE
073800*----------------------------------------------------------------
073900 4900-CHECK-FEED-END.
074000     IF RETURN-CODE NOT = ZERO
074100         GO TO 4900-EXIT
074200     END-IF.
074300
074400     IF WS-IN-BRACKET
074500         DISPLAY 'GOODMASK - FEED FOR ' WS-BRACKET-SOURCE
074600             ' ENDED WITH NO TRAILER'
074700         MOVE 16 TO RETURN-CODE
074800         GO TO 4900-EXIT
074900     END-IF.
075000
075100     IF WS-BRACKET-COUNT = ZERO
075200         DISPLAY 'GOODMASK - FEED HOLDS NO HEADER/TRAILER '
075300             'BRACKET'
075400         MOVE 16 TO RETURN-CODE
075500     END-IF.
075600 4900-EXIT.
075700     EXIT.
075800
075900*----------------------------------------------------------------
076000* 5000-MASK-EMPLOYEE - BUILD THE MASKED NAME AND SALARY FOR ONE
076100*     EMPLOYEE ID.  THE RESULT DEPENDS ONLY ON THE ID, THE MASK
076200*     KEY, AND THE SPREAD, SO EVERY FILE THIS RUN WRITES GETS
076300*     THE SAME ANSWER FOR THE SAME ID.  THE SALARY FACTOR RUNS
076400*     FROM 100 LESS THE SPREAD TO 100 PLUS THE SPREAD PERCENT.
076500*----------------------------------------------------------------
076600 5000-MASK-EMPLOYEE.
076700     COMPUTE WS-MASK-WORK = WS-MASK-ID * 31 + WS-MASK-KEY.
076800     DIVIDE WS-MASK-WORK BY 20
076900         GIVING WS-MASK-QUOTIENT REMAINDER WS-GIVEN-IX.
077000     DIVIDE WS-MASK-QUOTIENT BY 24
077100         GIVING WS-MASK-QUOTIENT-2 REMAINDER WS-SURNAME-IX.
077200     ADD 1 TO WS-GIVEN-IX.
077300     ADD 1 TO WS-SURNAME-IX.
077400
077500     MOVE SPACES TO WS-MASK-NAME.
077600     STRING WS-GIVEN-NAME (WS-GIVEN-IX) DELIMITED BY SPACE
077700            ' '                         DELIMITED BY SIZE
077800            WS-SURNAME (WS-SURNAME-IX)  DELIMITED BY SPACE
077900         INTO WS-MASK-NAME
078000     END-STRING.
078100
078200     COMPUTE WS-SPREAD-RANGE = WS-SALARY-SPREAD * 2 + 1.
078300     COMPUTE WS-MASK-WORK = WS-MASK-ID * 17 + WS-MASK-KEY.
078400     DIVIDE WS-MASK-WORK BY WS-SPREAD-RANGE
078500         GIVING WS-MASK-QUOTIENT REMAINDER WS-SPREAD-REMAINDER.
078600     COMPUTE WS-SALARY-FACTOR =
078700         100 - WS-SALARY-SPREAD + WS-SPREAD-REMAINDER.
078800
078900     COMPUTE WS-MASK-SALARY ROUNDED =
079000         WS-MASK-SALARY-IN * WS-SALARY-FACTOR / 100
079100         ON SIZE ERROR
079200             MOVE 9999999.99 TO WS-MASK-SALARY
079300     END-COMPUTE.
079400 5000-EXIT.
079500     EXIT.
079600
079700*----------------------------------------------------------------
079800* 9000-TERMINATE - CLOSE THE FILES, PRINT THE TOTALS, AND SET
079900*     THE RETURN CODE
080000*----------------------------------------------------------------
080100 9000-TERMINATE.
080200     CLOSE FEED-IN-FILE.
080300     CLOSE EMPL-OUT-FILE.
080400     CLOSE DEPT-OUT-FILE.
080500     CLOSE FEED-OUT-FILE.
080600
080700     MOVE SPACES TO MASK-RPT-RECORD.
080800     WRITE MASK-RPT-RECORD.
080900
081000     MOVE 'EMPLOYEE ROWS UNLOADED' TO WS-RPT-TOT-LABEL.
081100     MOVE WS-EMPL-COUNT TO WS-RPT-COUNT-EDIT.
081200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
081300
081400     MOVE 'DEPARTMENT ROWS UNLOADED' TO WS-RPT-TOT-LABEL.
081500     MOVE WS-DEPT-COUNT TO WS-RPT-COUNT-EDIT.
081600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
081700
081800     MOVE 'FEED BRACKETS' TO WS-RPT-TOT-LABEL.
081900     MOVE WS-BRACKET-COUNT TO WS-RPT-COUNT-EDIT.
082000     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
082100
082200     MOVE 'FEED DETAILS READ' TO WS-RPT-TOT-LABEL.
082300     MOVE WS-FEED-IN-COUNT TO WS-RPT-COUNT-EDIT.
082400     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
082500
082600     MOVE 'FEED DETAILS SAMPLED AND MASKED' TO WS-RPT-TOT-LABEL.
082700     MOVE WS-FEED-OUT-COUNT TO WS-RPT-COUNT-EDIT.
082800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
082900
083000     MOVE 'SAMPLE INTERVAL' TO WS-RPT-TOT-LABEL.
083100     MOVE WS-SAMPLE-INTERVAL TO WS-RPT-COUNT-EDIT.
083200     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
083300
083400     MOVE 'SALARY SPREAD PERCENT' TO WS-RPT-TOT-LABEL.
083500     MOVE WS-SALARY-SPREAD TO WS-RPT-COUNT-EDIT.
083600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
083700
083800     IF RETURN-CODE NOT = ZERO
083900         MOVE SPACES TO WS-RPT-TOTAL
084000         MOVE 'REFRESH VERDICT' TO WS-RPT-TOT-LABEL
084100         MOVE 'FAILED - DO NOT LOAD THE TEST REGION FROM THIS RUN'
084200             TO WS-RPT-TOT-VALUE
084300         MOVE WS-RPT-TOTAL TO MASK-RPT-RECORD
084400         WRITE MASK-RPT-RECORD
084500     END-IF.
084600
084700     CLOSE MASK-RPT-FILE.
084800     DISPLAY 'GOODMASK - MASKED TEST-DATA REFRESH COMPLETE - RC '
084900         RETURN-CODE.
085000 9000-EXIT.
085100     EXIT.
085200
085300*----------------------------------------------------------------
085400* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
085500*----------------------------------------------------------------
085600 9100-WRITE-TOTAL-LINE.
085700     MOVE SPACES TO WS-RPT-TOT-VALUE.
085800     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
085900     MOVE WS-RPT-TOTAL TO MASK-RPT-RECORD.
086000     WRITE MASK-RPT-RECORD.
086100 9100-EXIT.
086200     EXIT.
