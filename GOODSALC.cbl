000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODSALC.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - QUARTERLY SALARY-APPROVAL
001300*                  CONTROL REPORT FOR INTERNAL AUDIT.  READS
001400*                  EVERY SALARY CHANGE ('S' IN THE THIRD BYTE OF
001500*                  AUD-CHANGE-TYPE) APPLIED IN ONE CALENDAR
001600*                  QUARTER FROM THE ARCHIVED AND LIVE AUDIT
001700*                  TRAIL, SIZES IT THE SAME WAY GOODUPDT SIZES A
001800*                  FEED CHANGE AGAINST THE TOLRPARM TOLERANCE,
001900*                  AND MATCHES EACH CHANGE OVER THE TOLERANCE TO
002000*                  A SUPERVISOR-APPROVED EMP_SUSPENSE ROW FOR THE
002100*                  SAME EMPLOYEE AND NEW SALARY, APPROVED NO
002200*                  LATER THAN THE CHANGE WAS APPLIED.  A LARGE
002300*                  CHANGE WITH NO APPROVAL ON RECORD - A GMNT
002400*                  ONLINE CHANGE, A GOODSNAP CORRECTIVE, OR A
002500*                  FEED RECORD CARRYING AN APPROVAL FLAG NO
002600*                  SUPERVISOR GAVE - IS LISTED AS AN EXCEPTION,
002700*                  GROUPED BY THE PROGRAM THAT APPLIED IT.  THE
002800*                  OPTIONAL PURGE REMOVES RELEASED APPROVALS
002900*                  REVIEWED BEFORE THE REPORTED QUARTER ONCE THE
003000*                  REPORT IS WRITTEN.
003100*----------------------------------------------------------------
003200* PARAMETER CARD (PARMFILE), ALL FIELDS OPTIONAL:
003300*   COLS 1-5  REPORT QUARTER CCYYQ (BLANK = THE PRIOR QUARTER)
003400*   COL  7    'P' = PURGE RELEASED APPROVALS REVIEWED BEFORE THE
003500*             REPORT QUARTER
003600* TOLERANCE CARD (TOLRPARM) - THE SAME CARD GOODUPDT READS:
003700*   COLS 1-3  SALARY-CHANGE TOLERANCE, WHOLE PERCENT
003800*----------------------------------------------------------------
003900* RETURN CODES:
004000*    0  EVERY CHANGE OVER THE TOLERANCE HAS AN APPROVAL ON RECORD
004100*    4  ONE OR MORE EXCEPTIONS ARE LISTED FOR AUDIT
004200*   16  OPEN, PARAMETER, OR SQL ERROR - THE REPORT IS INCOMPLETE
004300*----------------------------------------------------------------
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PARM-FILE ASSIGN TO PARMFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-PARM-STATUS.
005600
005700     SELECT TOLER-PARM-FILE ASSIGN TO TOLRPARM
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-TOLER-PARM-STATUS.
006100
006200     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-AUDIT-IN-STATUS.
006600
006700     SELECT SALC-RPT-FILE ASSIGN TO SALCRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-SALC-RPT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARM-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  PARM-RECORD.
007800     05  PARM-REPORT-QUARTER PIC X(05).
007900     05  FILLER              PIC X(01).
008000     05  PARM-PURGE-FLAG     PIC X(01).
008100     05  FILLER              PIC X(73).
008200
008300 FD  TOLER-PARM-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  TOLER-PARM-RECORD.
008700     05  TPARM-TOLERANCE-PCT PIC X(03).
008800     05  FILLER              PIC X(77).
008900
009000 FD  AUDIT-IN-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  AUDIT-IN-RECORD.
009400     COPY AUDREC01.
009500
009600 FD  SALC-RPT-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  SALC-RPT-RECORD         PIC X(132).
010000
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------------
010300* FILE STATUS AND CONTROL SWITCHES
010400*----------------------------------------------------------------
010500 01  WS-PARM-STATUS          PIC X(02) VALUE '00'.
010600 01  WS-TOLER-PARM-STATUS    PIC X(02) VALUE '00'.
010700 01  WS-AUDIT-IN-STATUS      PIC X(02) VALUE '00'.
010800 01  WS-SALC-RPT-STATUS      PIC X(02) VALUE '00'.
010900
011000 01  WS-SWITCHES.
011100     05  WS-AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
011200         88  WS-END-OF-AUDIT         VALUE 'Y'.
011300     05  WS-FIRST-PGM-SWITCH PIC X(01) VALUE 'Y'.
011400         88  WS-FIRST-PROGRAM        VALUE 'Y'.
011500     05  WS-PURGE-SWITCH     PIC X(01) VALUE 'N'.
011600         88  WS-PURGE-REQUESTED      VALUE 'Y'.
011700     05  WS-APPROVAL-SWITCH  PIC X(01) VALUE 'N'.
011800         88  WS-APPROVAL-FOUND       VALUE 'Y'.
011900
012000*----------------------------------------------------------------
012100* REPORT QUARTER AND THE DATE RANGE IT SELECTS
012200*----------------------------------------------------------------
012300 01  WS-RUN-DATE             PIC 9(08).
012400 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
012500     05  WS-RUN-CCYY         PIC 9(04).
012600     05  WS-RUN-MM           PIC 9(02).
012700     05  WS-RUN-DD           PIC 9(02).
012800 01  WS-SEL-QUARTER          PIC 9(05).
012900 01  WS-SEL-QUARTER-PARTS REDEFINES WS-SEL-QUARTER.
013000     05  WS-SEL-CCYY         PIC 9(04).
013100     05  WS-SEL-QQ           PIC 9(01).
013200 01  WS-SEL-FIRST-MM         PIC 9(02).
013300 01  WS-SEL-LAST-MM          PIC 9(02).
013400 01  WS-SEL-DATE-FROM        PIC 9(08).
013500 01  WS-SEL-DATE-TO          PIC 9(08).
013600
013700*----------------------------------------------------------------
013800* SALARY-CHANGE TOLERANCE - SIZED EXACTLY AS GOODUPDT SIZES IT.
013900*     THE COMPILED DEFAULT MATCHES GOODUPDT'S AND IS OVERRIDDEN
014000*     BY THE SAME TOLRPARM CARD (COLS 1-3, WHOLE PERCENT).
014100*----------------------------------------------------------------
014200 01  WS-SALARY-TOLERANCE-PCT PIC 9(03) VALUE 50.
014300 01  WS-SALARY-DELTA         PIC S9(09)V99 COMP-3.
014400 01  WS-SALARY-CHANGE-PCT    PIC 9(07)V99 COMP-3.
014500
014600*----------------------------------------------------------------
014700* SOURCE-RECORD WORK AREA - A BATCH WRITER'S AUD-SOURCE-RECORD
014800*     IS THE EMPREC01 RECORD IT APPLIED
014900*----------------------------------------------------------------
015000 01  WS-SOURCE-RECORD.
015100     COPY EMPREC01.
015200
015300*----------------------------------------------------------------
015400* EMP_SUSPENSE TABLE HOST VARIABLES
015500*----------------------------------------------------------------
015600 01  WS-SUSP-EMP-ID          PIC 9(06).
015700 01  WS-SUSP-NEW-SALARY      PIC S9(07)V99 COMP-3.
015800 01  WS-SUSP-APPLIED-DATE    PIC 9(08).
015900 01  WS-SUSP-MATCH-COUNT     PIC S9(09) COMP.
016000
016100*----------------------------------------------------------------
016200* CONTROL-BREAK STATE AND RUN TOTALS
016300*----------------------------------------------------------------
016400 01  WS-CURRENT-PROGRAM      PIC X(08) VALUE LOW-VALUES.
016500 01  WS-PGM-CHANGE-COUNT     PIC 9(09) COMP VALUE ZERO.
016600 01  WS-PGM-OVER-COUNT       PIC 9(09) COMP VALUE ZERO.
016700 01  WS-PGM-APPROVED-COUNT   PIC 9(09) COMP VALUE ZERO.
016800 01  WS-PGM-EXCEPTION-COUNT  PIC 9(09) COMP VALUE ZERO.
016900 01  WS-AUDIT-READ-COUNT     PIC 9(09) COMP VALUE ZERO.
017000 01  WS-CHANGE-COUNT         PIC 9(09) COMP VALUE ZERO.
017100 01  WS-OVER-COUNT           PIC 9(09) COMP VALUE ZERO.
017200 01  WS-APPROVED-COUNT       PIC 9(09) COMP VALUE ZERO.
017300 01  WS-EXCEPTION-COUNT      PIC 9(09) COMP VALUE ZERO.
017400 01  WS-PURGED-COUNT         PIC 9(09) COMP VALUE ZERO.
017500 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
017600
017700*----------------------------------------------------------------
017800* DB2 SQL COMMUNICATIONS AREA (SQLCA)
017900*----------------------------------------------------------------
018000 01  SQLCA.
018100     05  SQLCAID             PIC X(08).
018200     05  SQLCABC             PIC S9(09)  COMP-5.
018300     05  SQLCODE             PIC S9(09)  COMP-5.
018400     05  SQLERRM.
018500         49  SQLERRML        PIC S9(04)  COMP-5.
018600         49  SQLERRMC        PIC X(70).
018700     05  SQLERRP             PIC X(08).
018800     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
018900     05  SQLWARN.
019000         10  SQLWARN0        PIC X(01).
019100         10  SQLWARN1        PIC X(01).
019200         10  SQLWARN2        PIC X(01).
019300         10  SQLWARN3        PIC X(01).
019400         10  SQLWARN4        PIC X(01).
019500         10  SQLWARN5        PIC X(01).
019600         10  SQLWARN6        PIC X(01).
019700         10  SQLWARN7        PIC X(01).
019800     05  SQLSTATE            PIC X(05).
019900
020000*----------------------------------------------------------------
020100* REPORT PRINT LINES
020200*----------------------------------------------------------------
020300 01  WS-RPT-HEADING.
020400     05  FILLER              PIC X(46)
020500         VALUE 'GOODSALC SALARY-APPROVAL CONTROL REPORT'.
020600     05  WS-RPT-HDG-DATE     PIC 9(08).
020700     05  FILLER              PIC X(78) VALUE SPACES.
020800 01  WS-RPT-CRITERIA.
020900     05  FILLER              PIC X(15) VALUE 'REPORT QUARTER '.
021000     05  WS-RPT-CRIT-QUARTER PIC 9(05).
021100     05  FILLER              PIC X(09) VALUE '   DATES '.
021200     05  WS-RPT-CRIT-DT-FROM PIC 9(08).
021300     05  FILLER              PIC X(03) VALUE ' - '.
021400     05  WS-RPT-CRIT-DT-TO   PIC 9(08).
021500     05  FILLER              PIC X(13) VALUE '   TOLERANCE '.
021600     05  WS-RPT-CRIT-TOLER   PIC ZZ9.
021700     05  FILLER              PIC X(08) VALUE ' PERCENT'.
021800     05  FILLER              PIC X(60) VALUE SPACES.
021900 01  WS-RPT-PGM-HEADER.
022000     05  FILLER              PIC X(11) VALUE 'APPLIED BY '.
022100     05  WS-RPT-PGM-NAME     PIC X(08).
022200     05  FILLER              PIC X(113) VALUE SPACES.
022300 01  WS-RPT-DETAIL.
022400     05  FILLER              PIC X(02) VALUE SPACES.
022500     05  WS-RPT-DET-EMP-ID   PIC 9(06).
022600     05  FILLER              PIC X(02) VALUE SPACES.
022700     05  WS-RPT-DET-DATE     PIC X(08).
022800     05  FILLER              PIC X(01) VALUE SPACES.
022900     05  WS-RPT-DET-TIME     PIC X(06).
023000     05  FILLER              PIC X(06) VALUE '  OLD '.
023100     05  WS-RPT-DET-OLD-SAL  PIC 9(07).99.
023200     05  FILLER              PIC X(06) VALUE '  NEW '.
023300     05  WS-RPT-DET-NEW-SAL  PIC 9(07).99.
023400     05  FILLER              PIC X(06) VALUE '  PCT '.
023500     05  WS-RPT-DET-PCT      PIC Z(6)9.99.
023600     05  FILLER              PIC X(02) VALUE SPACES.
023700     05  WS-RPT-DET-SOURCE   PIC X(08).
023800     05  FILLER              PIC X(02) VALUE SPACES.
023900     05  WS-RPT-DET-USER     PIC X(08).
024000     05  FILLER              PIC X(02) VALUE SPACES.
024100     05  WS-RPT-DET-NOTE     PIC X(30).
024200     05  FILLER              PIC X(07) VALUE SPACES.
024300 01  WS-RPT-PGM-TOTAL.
024400     05  FILLER              PIC X(17)
024500         VALUE '  SALARY CHANGES '.
024600     05  WS-RPT-PGM-TOT-CHG  PIC Z(8)9.
024700     05  FILLER              PIC X(18)
024800         VALUE '   OVER TOLERANCE '.
024900     05  WS-RPT-PGM-TOT-OVER PIC Z(8)9.
025000     05  FILLER              PIC X(12) VALUE '   APPROVED '.
025100     05  WS-RPT-PGM-TOT-APPR PIC Z(8)9.
025200     05  FILLER              PIC X(14) VALUE '   EXCEPTIONS '.
025300     05  WS-RPT-PGM-TOT-EXC  PIC Z(8)9.
025400     05  FILLER              PIC X(35) VALUE SPACES.
025500 01  WS-RPT-TOTAL.
025600     05  WS-RPT-TOT-LABEL    PIC X(40).
025700     05  WS-RPT-TOT-VALUE    PIC X(92).
025800
025900 PROCEDURE DIVISION.
026000*----------------------------------------------------------------
026100 0000-MAINLINE.
026200*----------------------------------------------------------------
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026400     IF RETURN-CODE NOT = ZERO
026500         STOP RUN
026600     END-IF.
026700
026800     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
026900
027000     PERFORM 3000-CHECK-CHANGE THRU 3000-EXIT
027100         UNTIL WS-END-OF-AUDIT.
027200
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027400
027500     STOP RUN.
027600 0000-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------------
028000* 1000-INITIALIZE - OPEN THE FILES, SETTLE THE REPORT QUARTER
028100*     AND THE TOLERANCE, AND PRINT THE HEADING
028200*----------------------------------------------------------------
028300 1000-INITIALIZE.
028400     DISPLAY 'GOODSALC - STARTING SALARY-APPROVAL CONTROL REPORT'.
028500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028600
028700     OPEN OUTPUT SALC-RPT-FILE.
028800     IF WS-SALC-RPT-STATUS NOT = '00'
028900         DISPLAY 'GOODSALC - OPEN ERROR ON SALC-RPT-FILE - '
029000             'STATUS ' WS-SALC-RPT-STATUS
029100         MOVE 16 TO RETURN-CODE
029200         GO TO 1000-EXIT
029300     END-IF.
029400
029500     PERFORM 1100-LOAD-PARM-CARD THRU 1100-EXIT.
029600     IF RETURN-CODE NOT = ZERO
029700         GO TO 1000-EXIT
029800     END-IF.
029900
030000     PERFORM 1200-LOAD-TOLERANCE THRU 1200-EXIT.
030100
030200     OPEN INPUT AUDIT-IN-FILE.
030300     IF WS-AUDIT-IN-STATUS NOT = '00'
030400         DISPLAY 'GOODSALC - OPEN ERROR ON AUDIT-IN-FILE - '
030500             'STATUS ' WS-AUDIT-IN-STATUS
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 1000-EXIT
030800     END-IF.
030900
031000     COMPUTE WS-SEL-LAST-MM  = WS-SEL-QQ * 3.
031100     COMPUTE WS-SEL-FIRST-MM = WS-SEL-LAST-MM - 2.
031200     COMPUTE WS-SEL-DATE-FROM =
031300         WS-SEL-CCYY * 10000 + WS-SEL-FIRST-MM * 100 + 1.
031400     COMPUTE WS-SEL-DATE-TO =
031500         WS-SEL-CCYY * 10000 + WS-SEL-LAST-MM * 100 + 31.
031600
031700     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
031800     MOVE WS-RPT-HEADING TO SALC-RPT-RECORD.
031900     WRITE SALC-RPT-RECORD.
032000
032100     MOVE WS-SEL-QUARTER          TO WS-RPT-CRIT-QUARTER.
032200     MOVE WS-SEL-DATE-FROM        TO WS-RPT-CRIT-DT-FROM.
032300     MOVE WS-SEL-DATE-TO          TO WS-RPT-CRIT-DT-TO.
032400     MOVE WS-SALARY-TOLERANCE-PCT TO WS-RPT-CRIT-TOLER.
032500     MOVE WS-RPT-CRITERIA TO SALC-RPT-RECORD.
032600     WRITE SALC-RPT-RECORD.
032700
032800     MOVE SPACES TO SALC-RPT-RECORD.
032900     WRITE SALC-RPT-RECORD.
033000 1000-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------------
033400* 1100-LOAD-PARM-CARD - READ THE PARAMETER CARD.  A MISSING
033500*     FILE, EMPTY FILE, OR BLANK QUARTER REPORTS THE PRIOR
033600*     CALENDAR QUARTER; A QUARTER THAT IS NOT CCYYQ FAILS THE
033700*     RUN.
033800*----------------------------------------------------------------
033900 1100-LOAD-PARM-CARD.
034000     MOVE WS-RUN-CCYY TO WS-SEL-CCYY.
034100     COMPUTE WS-SEL-QQ = (WS-RUN-MM - 1) / 3 + 1.
034200     IF WS-SEL-QQ = 1
034300         SUBTRACT 1 FROM WS-SEL-CCYY
034400         MOVE 4 TO WS-SEL-QQ
034500     ELSE
034600         SUBTRACT 1 FROM WS-SEL-QQ
034700     END-IF.
034800
034900     OPEN INPUT PARM-FILE.
035000     IF WS-PARM-STATUS NOT = '00'
035100         DISPLAY 'GOODSALC - NO PARAMETER CARD, PRIOR QUARTER'
035200         GO TO 1100-EXIT
035300     END-IF.
035400
035500     READ PARM-FILE
035600         AT END
035700             CLOSE PARM-FILE
035800             GO TO 1100-EXIT
035900     END-READ.
036000
036100     IF PARM-PURGE-FLAG = 'P'
036200         MOVE 'Y' TO WS-PURGE-SWITCH
036300     END-IF.
036400
036500     IF PARM-REPORT-QUARTER NOT = SPACES
036600         IF PARM-REPORT-QUARTER IS NUMERIC
036700             MOVE PARM-REPORT-QUARTER TO WS-SEL-QUARTER
036800         ELSE
036900             MOVE ZERO TO WS-SEL-QUARTER
037000         END-IF
037100         IF WS-SEL-QQ < 1 OR WS-SEL-QQ > 4
037200             DISPLAY 'GOODSALC - INVALID REPORT QUARTER '
037300                 PARM-REPORT-QUARTER
037400             MOVE 16 TO RETURN-CODE
037500         END-IF
037600     END-IF.
037700
037800     CLOSE PARM-FILE.
037900 1100-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------
038300* 1200-LOAD-TOLERANCE - READ THE SALARY-CHANGE TOLERANCE CARD.
038400*     A MISSING FILE, EMPTY FILE, OR NON-NUMERIC CARD LEAVES
038500*     THE COMPILED DEFAULT IN FORCE, AS IN GOODUPDT.
038600*----------------------------------------------------------------
038700 1200-LOAD-TOLERANCE.
038800     OPEN INPUT TOLER-PARM-FILE.
038900     IF WS-TOLER-PARM-STATUS NOT = '00'
039000         DISPLAY 'GOODSALC - NO TOLERANCE CARD, DEFAULT '
039100             WS-SALARY-TOLERANCE-PCT ' PERCENT'
039200         GO TO 1200-EXIT
039300     END-IF.
039400
039500     READ TOLER-PARM-FILE
039600         AT END
039700             CLOSE TOLER-PARM-FILE
039800             GO TO 1200-EXIT
039900     END-READ.
040000
040100     IF TPARM-TOLERANCE-PCT NUMERIC
040200         MOVE TPARM-TOLERANCE-PCT TO WS-SALARY-TOLERANCE-PCT
040300     ELSE
040400         DISPLAY 'GOODSALC - TOLERANCE CARD NOT NUMERIC, '
040500             'DEFAULT ' WS-SALARY-TOLERANCE-PCT ' PERCENT'
040600     END-IF.
040700
040800     CLOSE TOLER-PARM-FILE.
040900 1200-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------------
041300* 2000-READ-AUDIT - READ THE NEXT AUDIT RECORD IN APPLYING-
041400*     PROGRAM AND CHAIN-SEQUENCE ORDER.  NOTHING MORE IS READ
041500*     ONCE AN SQL ERROR HAS ENDED THE RUN.
041600*----------------------------------------------------------------
041700 2000-READ-AUDIT.
041800     IF WS-END-OF-AUDIT
041900         GO TO 2000-EXIT
042000     END-IF.
042100
042200     READ AUDIT-IN-FILE
042300         AT END
042400             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
042500             GO TO 2000-EXIT
042600     END-READ.
042700
042800     IF WS-AUDIT-IN-STATUS NOT = '00'
042900         DISPLAY 'GOODSALC - READ ERROR ON AUDIT-IN-FILE - '
043000             'STATUS ' WS-AUDIT-IN-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
043300         GO TO 2000-EXIT
043400     END-IF.
043500
043600     ADD 1 TO WS-AUDIT-READ-COUNT.
043700 2000-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------------
044100* 3000-CHECK-CHANGE - A SALARY CHANGE APPLIED IN THE REPORT
044200*     QUARTER IS SIZED AND, IF OVER THE TOLERANCE, MATCHED TO
044300*     ITS APPROVAL.  EVERY OTHER RECORD IS PASSED OVER.
044400*----------------------------------------------------------------
044500 3000-CHECK-CHANGE.
044600     IF AUD-CHANGE-TYPE (3:1) = 'S'
044700         AND AUD-RUN-DATE NOT < WS-SEL-DATE-FROM
044800         AND AUD-RUN-DATE NOT > WS-SEL-DATE-TO
044900         PERFORM 3100-SIZE-CHANGE THRU 3100-EXIT
045000     END-IF.
045100
045200     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
045300 3000-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------------
045700* 3100-SIZE-CHANGE - BREAK ON A NEW APPLYING PROGRAM, SIZE THE
045800*     CHANGE, AND LIST IT IF IT IS OVER THE TOLERANCE WITH NO
045900*     APPROVAL ON RECORD
046000*----------------------------------------------------------------
046100 3100-SIZE-CHANGE.
046200     IF AUD-RUN-PROGRAM NOT = WS-CURRENT-PROGRAM
046300         PERFORM 4000-PROGRAM-BREAK THRU 4000-EXIT
046400     END-IF.
046500
046600     ADD 1 TO WS-CHANGE-COUNT.
046700     ADD 1 TO WS-PGM-CHANGE-COUNT.
046800
046900     PERFORM 3200-CHECK-TOLERANCE THRU 3200-EXIT.
047000     IF WS-SALARY-CHANGE-PCT NOT > WS-SALARY-TOLERANCE-PCT
047100         GO TO 3100-EXIT
047200     END-IF.
047300
047400     ADD 1 TO WS-OVER-COUNT.
047500     ADD 1 TO WS-PGM-OVER-COUNT.
047600
047700     PERFORM 3300-MATCH-APPROVAL THRU 3300-EXIT.
047800     IF RETURN-CODE NOT = ZERO
047900         GO TO 3100-EXIT
048000     END-IF.
048100
048200     IF WS-APPROVAL-FOUND
048300         ADD 1 TO WS-APPROVED-COUNT
048400         ADD 1 TO WS-PGM-APPROVED-COUNT
048500         GO TO 3100-EXIT
048600     END-IF.
048700
048800     ADD 1 TO WS-EXCEPTION-COUNT.
048900     ADD 1 TO WS-PGM-EXCEPTION-COUNT.
049000     PERFORM 5000-PRINT-EXCEPTION THRU 5000-EXIT.
049100 3100-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------------
049500* 3200-CHECK-TOLERANCE - SIZE THE CHANGE AS A WHOLE PERCENTAGE
049600*     OF THE OLD SALARY, THE SAME WAY GOODUPDT'S 5850-CHECK-
049700*     TOLERANCE DOES.  AN OLD SALARY OF ZERO CANNOT BE SIZED AND
049800*     COUNTS AS OVER TOLERANCE; A PERCENTAGE TOO LARGE FOR THE
049900*     FIELD IS PEGGED AT THE FIELD MAXIMUM.
050000*----------------------------------------------------------------
050100 3200-CHECK-TOLERANCE.
050200     IF AUD-OLD-SALARY = ZERO
050300         COMPUTE WS-SALARY-CHANGE-PCT =
050400             WS-SALARY-TOLERANCE-PCT + 1
050500         GO TO 3200-EXIT
050600     END-IF.
050700
050800     COMPUTE WS-SALARY-DELTA =
050900         AUD-NEW-SALARY - AUD-OLD-SALARY.
051000     IF WS-SALARY-DELTA < ZERO
051100         COMPUTE WS-SALARY-DELTA = ZERO - WS-SALARY-DELTA
051200     END-IF.
051300
051400     COMPUTE WS-SALARY-CHANGE-PCT ROUNDED =
051500         WS-SALARY-DELTA * 100 / AUD-OLD-SALARY
051600         ON SIZE ERROR
051700             MOVE 9999999.99 TO WS-SALARY-CHANGE-PCT
051800     END-COMPUTE.
051900 3200-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------
052300* 3300-MATCH-APPROVAL - LOOK FOR A SUPERVISOR-APPROVED SUSPENSE
052400*     ROW FOR THIS EMPLOYEE AND NEW SALARY, APPROVED ON OR
052500*     BEFORE THE DAY THE CHANGE WAS APPLIED.  STATUS 'A' IS AN
052600*     APPROVAL GOODSUSP HAS NOT YET RELEASED; 'L' IS ONE IT HAS.
052700*----------------------------------------------------------------
052800 3300-MATCH-APPROVAL.
052900     MOVE 'N' TO WS-APPROVAL-SWITCH.
053000     MOVE AUD-EMP-ID     TO WS-SUSP-EMP-ID.
053100     MOVE AUD-NEW-SALARY TO WS-SUSP-NEW-SALARY.
053200     MOVE AUD-RUN-DATE   TO WS-SUSP-APPLIED-DATE.
053300
053400     EXEC SQL
053500         SELECT COUNT(*)
053600           INTO :WS-SUSP-MATCH-COUNT
053700           FROM EMP_SUSPENSE
053800          WHERE EMP_ID        = :WS-SUSP-EMP-ID
053900            AND NEW_SALARY    = :WS-SUSP-NEW-SALARY
054000            AND STATUS       IN ('A', 'L')
054100            AND REVIEWED_DATE <= :WS-SUSP-APPLIED-DATE
054200     END-EXEC.
054300
054400     IF SQLCODE NOT = 0
054500         DISPLAY 'GOODSALC - SQL ERROR ON SUSPENSE MATCH - '
054600             'SQLCODE ' SQLCODE
054700         MOVE 16 TO RETURN-CODE
054800         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
054900         GO TO 3300-EXIT
055000     END-IF.
055100
055200     IF WS-SUSP-MATCH-COUNT > ZERO
055300         MOVE 'Y' TO WS-APPROVAL-SWITCH
055400     END-IF.
055500 3300-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------------
055900* 4000-PROGRAM-BREAK - CLOSE THE PRIOR PROGRAM'S GROUP AND OPEN
056000*     THE NEXT ONE
056100*----------------------------------------------------------------
056200 4000-PROGRAM-BREAK.
056300     IF NOT WS-FIRST-PROGRAM
056400         PERFORM 4100-PRINT-PGM-TOTAL THRU 4100-EXIT
056500     END-IF.
056600     MOVE 'N' TO WS-FIRST-PGM-SWITCH.
056700
056800     MOVE AUD-RUN-PROGRAM TO WS-CURRENT-PROGRAM.
056900     MOVE ZERO TO WS-PGM-CHANGE-COUNT.
057000     MOVE ZERO TO WS-PGM-OVER-COUNT.
057100     MOVE ZERO TO WS-PGM-APPROVED-COUNT.
057200     MOVE ZERO TO WS-PGM-EXCEPTION-COUNT.
057300
057400     MOVE WS-CURRENT-PROGRAM TO WS-RPT-PGM-NAME.
057500     MOVE WS-RPT-PGM-HEADER TO SALC-RPT-RECORD.
057600     WRITE SALC-RPT-RECORD.
057700 4000-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------------
058100* 4100-PRINT-PGM-TOTAL - PER-PROGRAM CHANGE, TOLERANCE,
058200*     APPROVAL AND EXCEPTION COUNTS AND A BLANK SEPARATOR LINE
058300*----------------------------------------------------------------
058400 4100-PRINT-PGM-TOTAL.
058500     MOVE WS-PGM-CHANGE-COUNT    TO WS-RPT-PGM-TOT-CHG.
058600     MOVE WS-PGM-OVER-COUNT      TO WS-RPT-PGM-TOT-OVER.
058700     MOVE WS-PGM-APPROVED-COUNT  TO WS-RPT-PGM-TOT-APPR.
058800     MOVE WS-PGM-EXCEPTION-COUNT TO WS-RPT-PGM-TOT-EXC.
058900     MOVE WS-RPT-PGM-TOTAL TO SALC-RPT-RECORD.
059000     WRITE SALC-RPT-RECORD.
059100     MOVE SPACES TO SALC-RPT-RECORD.
059200     WRITE SALC-RPT-RECORD.
059300 4100-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------------
059700* 5000-PRINT-EXCEPTION - ONE LINE PER LARGE CHANGE WITH NO
059800*     APPROVAL ON RECORD.  AN ONLINE CHANGE SHOWS THE SIGNED-ON
059900*     OPERATOR; A BATCH CHANGE SHOWS THE FEED THAT SENT IT AND
060000*     ANY APPROVER THE RECORD CLAIMS.
060100*----------------------------------------------------------------
060200 5000-PRINT-EXCEPTION.
060300     MOVE AUD-EMP-ID            TO WS-RPT-DET-EMP-ID.
060400     MOVE AUD-TIMESTAMP (1:8)   TO WS-RPT-DET-DATE.
060500     MOVE AUD-TIMESTAMP (9:6)   TO WS-RPT-DET-TIME.
060600     MOVE AUD-OLD-SALARY        TO WS-RPT-DET-OLD-SAL.
060700     MOVE AUD-NEW-SALARY        TO WS-RPT-DET-NEW-SAL.
060800     MOVE WS-SALARY-CHANGE-PCT  TO WS-RPT-DET-PCT.
060900
061000     IF AUD-ONL-TAG = 'GOODMNT ONLINE'
061100         MOVE 'GMNT'            TO WS-RPT-DET-SOURCE
061200         MOVE AUD-ONL-USERID    TO WS-RPT-DET-USER
061300         MOVE 'KEYED ONLINE - NO APPROVAL' TO WS-RPT-DET-NOTE
061400     ELSE
061500         MOVE AUD-SOURCE-RECORD TO WS-SOURCE-RECORD
061600         MOVE EMPR01-SOURCE-SYSTEM TO WS-RPT-DET-SOURCE
061700         MOVE EMPR01-APPROVED-BY   TO WS-RPT-DET-USER
061800         IF EMPR01-SUPV-APPROVED
061900             MOVE 'FLAGGED APPROVED - NO GAPR ROW'
062000                 TO WS-RPT-DET-NOTE
062100         ELSE
062200             MOVE 'NO APPROVAL ON RECORD' TO WS-RPT-DET-NOTE
062300         END-IF
062400     END-IF.
062500
062600     MOVE WS-RPT-DETAIL TO SALC-RPT-RECORD.
062700     WRITE SALC-RPT-RECORD.
062800 5000-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------
063200* 8000-PURGE-APPROVALS - ON REQUEST, DELETE THE RELEASED
063300*     APPROVALS REVIEWED BEFORE THE REPORTED QUARTER AND COMMIT.
063400*     ONLY RUN AFTER A COMPLETE REPORT.
063500*----------------------------------------------------------------
063600 8000-PURGE-APPROVALS.
063700     EXEC SQL
063800         DELETE FROM EMP_SUSPENSE
063900          WHERE STATUS        = 'L'
064000            AND REVIEWED_DATE < :WS-SEL-DATE-FROM
064100     END-EXEC.
064200
064300     EVALUATE TRUE
064400         WHEN SQLCODE = 100
064500             CONTINUE
064600         WHEN SQLCODE NOT = 0
064700             DISPLAY 'GOODSALC - SQL ERROR ON APPROVAL PURGE '
064800                 '- SQLCODE ' SQLCODE
064900             EXEC SQL
065000                 ROLLBACK
065100             END-EXEC
065200             MOVE 16 TO RETURN-CODE
065300             GO TO 8000-EXIT
065400         WHEN OTHER
065500             MOVE SQLERRD (3) TO WS-PURGED-COUNT
065600     END-EVALUATE.
065700
065800     EXEC SQL
065900         COMMIT
066000     END-EXEC.
066100 8000-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------------
066500* 9000-TERMINATE - CLOSE THE LAST PROGRAM GROUP, PURGE IF
066600*     ASKED, PRINT THE SUMMARY TOTALS, CLOSE THE FILES, AND SET
066700*     THE RETURN CODE
066800*----------------------------------------------------------------
066900 9000-TERMINATE.
067000     CLOSE AUDIT-IN-FILE.
067100
067200     IF NOT WS-FIRST-PROGRAM
067300         PERFORM 4100-PRINT-PGM-TOTAL THRU 4100-EXIT
067400     END-IF.
067500
067600     IF RETURN-CODE = ZERO
067700         AND WS-PURGE-REQUESTED
067800         PERFORM 8000-PURGE-APPROVALS THRU 8000-EXIT
067900     END-IF.
068000
068100     MOVE 'AUDIT RECORDS READ' TO WS-RPT-TOT-LABEL.
068200     MOVE WS-AUDIT-READ-COUNT TO WS-RPT-COUNT-EDIT.
068300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
068400
068500     MOVE 'SALARY CHANGES IN QUARTER' TO WS-RPT-TOT-LABEL.
068600     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT-EDIT.
068700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
068800
068900     MOVE 'CHANGES OVER TOLERANCE' TO WS-RPT-TOT-LABEL.
069000     MOVE WS-OVER-COUNT TO WS-RPT-COUNT-EDIT.
069100     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
069200
069300     MOVE 'MATCHED TO A SUPERVISOR APPROVAL' TO
069400         WS-RPT-TOT-LABEL.
069500     MOVE WS-APPROVED-COUNT TO WS-RPT-COUNT-EDIT.
069600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
069700
069800     MOVE 'EXCEPTIONS - NO APPROVAL ON RECORD' TO
069900         WS-RPT-TOT-LABEL.
070000     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-EDIT.
070100     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
070200
070300     IF WS-PURGE-REQUESTED
070400         MOVE 'RELEASED APPROVALS PURGED' TO WS-RPT-TOT-LABEL
070500         MOVE WS-PURGED-COUNT TO WS-RPT-COUNT-EDIT
070600         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
070700     END-IF.
070800
070900     CLOSE SALC-RPT-FILE.
071000
071100     IF RETURN-CODE = ZERO
071200         AND WS-EXCEPTION-COUNT > ZERO
071300         MOVE 4 TO RETURN-CODE
071400     END-IF.
071500
071600     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-EDIT.
071700     DISPLAY 'GOODSALC - EXCEPTIONS LISTED ' WS-RPT-COUNT-EDIT.
071800     DISPLAY 'GOODSALC - SALARY-APPROVAL CONTROL REPORT COMPLETE '
071900         '- RC ' RETURN-CODE.
072000 9000-EXIT.
072100     EXIT.
072200
072300*----------------------------------------------------------------
072400* 9100-WRITE-TOTAL-LINE - PRINT ONE LABEL/COUNT TOTAL LINE
072500*----------------------------------------------------------------
072600 9100-WRITE-TOTAL-LINE.
072700     MOVE SPACES TO WS-RPT-TOT-VALUE.
072800     MOVE WS-RPT-COUNT-EDIT TO WS-RPT-TOT-VALUE.
072900     MOVE WS-RPT-TOTAL TO SALC-RPT-RECORD.
073000     WRITE SALC-RPT-RECORD.
073100 9100-EXIT.
073200     EXIT.
