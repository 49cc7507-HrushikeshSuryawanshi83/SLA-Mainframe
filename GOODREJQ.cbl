000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GOODREJQ.
000300 AUTHOR.        R JANOWSKI.
000400 INSTALLATION.  HR-PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ------------------------------------------
001200* 10/15/2026  RJ   ORIGINAL PROGRAM - CICS PSEUDO-CONVERSATIONAL
001300*                  REJECT WORK QUEUE FOR THE HR REJECT DESK.
001400*                  LISTS THE OPEN ITEMS GOODREJL PUT ON THE
001500*                  REJECT_QUEUE TABLE, TEN TO A SCREEN IN SOURCE
001600*                  SYSTEM AND REASON ORDER.  A CLERK KEYS AN ITEM
001700*                  NUMBER TO TAKE OWNERSHIP OF IT (FROM THAT
001800*                  POINT GOODRCYC STOPS RECYCLING THE ORIGINAL
001900*                  REJECT), OVERTYPES THE EMPREC01 FIELDS THAT
002000*                  ARE WRONG, AND PRESSES ENTER.  EVERY SAVE RUNS
002100*                  THE SAME FIELD EDITS GOODEDIT APPLIES TO THE
002200*                  NIGHTLY FEED.  ACTION R RESUBMITS A CORRECTED
002300*                  RECORD THAT PASSES THEM - GOODREJR RELEASES IT
002400*                  INTO THE NEXT NIGHT'S SORT INPUT UNDER ITS OWN
002500*                  HEADER AND TRAILER - AND ACTION X ABANDONS
002600*                  THE ITEM.  EACH CLAIM, SAVE, RESUBMIT, AND
002700*                  ABANDON IS LOGGED ON ONLINE_ACTIVITY FOR THE
002800*                  MONTHLY GOODOPRR OPERATOR REPORT.
002820* 10/15/2026  RJ   A CORRECTED EMPLOYEE ID OR TRANSACTION CODE NOW
002840*                  DROPS A SUPERVISOR APPROVAL ON THE RECORD AS A
002860*                  CORRECTED SALARY DOES - THE APPROVAL WAS GIVEN
002880*                  FOR ONE EMPLOYEE AND ACTION, NOT ANOTHER.
002900*----------------------------------------------------------------
003000* TRANSID GREJ, MAPSET GOODMAPS, MAP GOODMAP6.  THE COMMAREA
003100* CARRIES THE CONVERSATION PHASE, THE ITEM BEING WORKED, AND THE
003200* LIST POSITION BETWEEN TASKS.  PF8 PAGES THE LIST, PF12 GOES
003300* BACK FROM AN ITEM TO THE LIST, AND PF3 ENDS THE CONVERSATION.
003400*
003500* REJECT_QUEUE STATUS VALUES -
003600*     O  OPEN - QUEUED BY GOODREJL, NOT YET TAKEN BY A CLERK
003700*     W  BEING WORKED - OWNED BY THE CLERK IN OWNER_ID
003800*     R  RESUBMITTED - WAITING FOR GOODREJR TO RELEASE IT
003900*     S  SENT - RELEASED AND RUN THROUGH THE NIGHTLY STREAM
004000*     X  ABANDONED BY THE DESK
004100*----------------------------------------------------------------
004200
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500*----------------------------------------------------------------
004600* CICS EXECUTE INTERFACE BLOCK FIELDS, CODED OUT IN FULL HERE THE
004700* SAME WAY SQLCA IS CODED OUT IN FULL IN GOODUPDT, SO THE FIELD
004800* LAYOUT IS VISIBLE DIRECTLY IN THIS SOURCE RATHER THAN PULLED IN
004900* FROM A COPY MEMBER.
005000*----------------------------------------------------------------
005100 01  DFHEIBLK.
005200     05  EIBTIME             PIC S9(07) COMP-3.
005300     05  EIBDATE             PIC S9(07) COMP-3.
005400     05  EIBTRNID            PIC X(04).
005500     05  EIBTASKN            PIC S9(07) COMP-3.
005600     05  EIBTRMID            PIC X(04).
005700     05  EIBCPOSN            PIC S9(04) COMP.
005800     05  EIBCALEN            PIC S9(04) COMP.
005900     05  EIBAID              PIC X(01).
006000     05  EIBFN               PIC X(02).
006100     05  EIBRCODE            PIC X(06).
006200     05  EIBDS               PIC X(08).
006300     05  EIBREQID            PIC X(08).
006400     05  EIBRSRCE            PIC X(08).
006500     05  EIBSYNC             PIC X(01).
006600     05  EIBFREE             PIC X(01).
006700     05  EIBRECV             PIC X(01).
006800     05  EIBATT              PIC X(01).
006900     05  EIBEOC              PIC X(01).
007000     05  EIBFMH              PIC X(01).
007100     05  EIBCOMPL            PIC X(01).
007200     05  EIBSIG              PIC X(01).
007300     05  EIBCONF             PIC X(01).
007400     05  EIBERR              PIC X(01).
007500     05  EIBERRCD            PIC X(04).
007600     05  EIBSYNRB            PIC X(01).
007700     05  EIBNODAT            PIC X(01).
007800     05  EIBRESP             PIC S9(08) COMP.
007900     05  EIBRESP2            PIC S9(08) COMP.
008000     05  EIBRLDBK            PIC X(01).
008100
008200*----------------------------------------------------------------
008300* REJECT_QUEUE TABLE HOST VARIABLES - THE ITEM ON DISPLAY, OR
008400*     THE ROW JUST FETCHED FOR THE LIST
008500*----------------------------------------------------------------
008600 01  WS-RJQ-QUEUE-NO         PIC 9(09).
008700 01  WS-RJQ-REJ-FILE         PIC X(01).
008800     88  WS-RJQ-EDIT-REJECT          VALUE 'E'.
008900 01  WS-RJQ-EMP-KEY          PIC X(06).
009000 01  WS-RJQ-SOURCE-SYS       PIC X(08).
009100 01  WS-RJQ-REASON           PIC X(50).
009200 01  WS-RJQ-CORR-IMAGE       PIC X(80).
009300 01  WS-RJQ-STATUS           PIC X(01).
009400     88  WS-RJQ-OPEN                 VALUE 'O'.
009500     88  WS-RJQ-WORKED               VALUE 'W'.
009600 01  WS-RJQ-OWNER-ID         PIC X(08).
009700 01  WS-RJQ-NEW-STATUS       PIC X(01).
009800 01  WS-OPERATOR-ID          PIC X(08).
009900 01  WS-ITEM-OK-SWITCH       PIC X(01).
010000     88  WS-ITEM-OK                  VALUE 'Y'.
010100
010200*----------------------------------------------------------------
010300* LIST POSITION - SAME LAYOUT AS CA-PAGE-KEY AND CA-LAST-KEY.  THE
010400*     CURSOR RETURNS THE OPEN ITEMS STRICTLY AFTER THIS KEY, SO A
010500*     FRESH LIST FROM A SOURCE SYSTEM STARTS FROM THAT SOURCE WITH
010600*     A BLANK REASON AND A ZERO ITEM NUMBER.
010700*----------------------------------------------------------------
010800 01  WS-LIST-KEY.
010900     05  WS-KEY-SOURCE       PIC X(08).
011000     05  WS-KEY-REASON       PIC X(50).
011100     05  WS-KEY-QUEUE-NO     PIC 9(09).
011200 01  WS-LINE-IX              PIC 9(02).
011300 01  WS-LINES-FILLED         PIC 9(02).
011400 01  WS-LIST-DONE-SWITCH     PIC X(01).
011500     88  WS-LIST-DONE                VALUE 'Y'.
011600
011700*----------------------------------------------------------------
011800* LIST LINE WORK AREA - 78 BYTES, BUILT AND MOVED TO THE MAP
011900*----------------------------------------------------------------
012000 01  WS-LIST-LINE.
012100     05  WS-LST-QUEUE-NO     PIC Z(8)9.
012200     05  FILLER              PIC X(01).
012300     05  WS-LST-SOURCE       PIC X(08).
012400     05  FILLER              PIC X(01).
012500     05  WS-LST-FILE         PIC X(01).
012600     05  FILLER              PIC X(01).
012700     05  WS-LST-EMP-KEY      PIC X(06).
012800     05  FILLER              PIC X(01).
012900     05  WS-LST-STATUS       PIC X(01).
013000     05  FILLER              PIC X(01).
013100     05  WS-LST-OWNER        PIC X(08).
013200     05  FILLER              PIC X(01).
013300     05  WS-LST-REASON       PIC X(39).
013400
013500*----------------------------------------------------------------
013600* ITEM WORKING RECORD - EMPREC01 LAYOUT, WITH A REDEFINED VIEW OF
013700*     THE FIELDS AS RAW CHARACTERS SO A GARBLED RECORD CAN BE
013800*     SHOWN AND EDITED WITHOUT A DATA EXCEPTION (SAME VIEW AS
013900*     GOODEDIT'S FILE-IN RECORD, PLUS THE PACKED SALARY BYTES)
014000*----------------------------------------------------------------
014100 01  WS-ITEM-RECORD.
014200     COPY EMPREC01.
014300 01  WS-ITEM-RAW REDEFINES WS-ITEM-RECORD.
014400     05  WS-RAW-EMP-ID       PIC X(06).
014500     05  FILLER              PIC X(34).
014600     05  WS-RAW-SALARY       PIC X(05).
014700     05  WS-RAW-EFF-DATE     PIC X(08).
014800     05  FILLER              PIC X(27).
014900 01  WS-OLD-SALARY-BYTES     PIC X(05).
014925 01  WS-OLD-EMP-ID-BYTES     PIC X(06).
014950 01  WS-OLD-TRAN-CODE        PIC X(01).
015000 01  WS-SALARY-CENTS         PIC 9(09).
015100 01  WS-ITEM-ACTION          PIC X(01).
015200     88  WS-ACTION-VALID             VALUE 'R' 'X' ' '.
015300     88  WS-ACTION-RESUBMIT          VALUE 'R'.
015400     88  WS-ACTION-ABANDON           VALUE 'X'.
015500
015600*----------------------------------------------------------------
015700* FIELD EDIT RESULT - LIKE GOODEDIT, THE REASON CARRIES THE LAST
015800*     EDIT THAT FAILED
015900*----------------------------------------------------------------
016000 01  WS-EDIT-CLEAN-SWITCH    PIC X(01).
016100     88  WS-EDIT-CLEAN               VALUE 'Y'.
016200 01  WS-EDIT-REASON          PIC X(33).
016300
016400*----------------------------------------------------------------
016500* VALID-DEPARTMENTS TABLE - SHARED WITH GOODEDIT VIA DEPTTB01,
016600*     LOADED PER SAVE FROM THE DB2 DEPARTMENT TABLE
016700*----------------------------------------------------------------
016800     COPY DEPTTB01.
016900
017000*----------------------------------------------------------------
017100* DEPARTMENT TABLE HOST VARIABLES FOR THE LOAD
017200*----------------------------------------------------------------
017300 01  WS-DEPT-CODE-HV         PIC X(04).
017400 01  WS-DEPT-AS-OF-DATE      PIC 9(08).
017500 01  WS-DEPT-EOF-SWITCH      PIC X(01).
017600     88  WS-DEPT-END-OF-CURSOR       VALUE 'Y'.
017700 01  WS-DEPT-LOAD-OK-SWITCH  PIC X(01).
017800     88  WS-DEPT-LOAD-OK             VALUE 'Y'.
017900
018000*----------------------------------------------------------------
018100* SALARY EDIT LIMITS - KEPT IN STEP WITH GOODEDIT
018200*----------------------------------------------------------------
018300 01  WS-SALARY-MINIMUM       PIC 9(07)V99 VALUE 0000001.00.
018400 01  WS-SALARY-MAXIMUM       PIC 9(07)V99 VALUE 5000000.00.
018500
018600*----------------------------------------------------------------
018700* EFFECTIVE-DATE EDIT WORK AREAS - SAME AS GOODEDIT
018800*----------------------------------------------------------------
018900 01  WS-EDIT-DATE.
019000     05  WS-EDIT-DATE-YEAR   PIC 9(04).
019100     05  WS-EDIT-DATE-MONTH  PIC 9(02).
019200     05  WS-EDIT-DATE-DAY    PIC 9(02).
019300 01  WS-DAYS-IN-MONTH-VALUES.
019400     05  FILLER              PIC X(24)
019500         VALUE '312831303130313130313031'.
019600 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
019700     05  WS-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.
019800 01  WS-LEAP-REMAINDER       PIC 9(04) COMP.
019900 01  WS-LEAP-QUOTIENT        PIC 9(04) COMP.
020000 01  WS-CENT-REMAINDER       PIC 9(04) COMP.
020100 01  WS-CENT-QUOTIENT        PIC 9(04) COMP.
020200 01  WS-QUAD-REMAINDER       PIC 9(04) COMP.
020300 01  WS-QUAD-QUOTIENT        PIC 9(04) COMP.
020400 01  WS-MONTH-LIMIT          PIC 9(02).
020500
020600*----------------------------------------------------------------
020700* DB2 SQL COMMUNICATIONS AREA (SQLCA)
020800*----------------------------------------------------------------
020900 01  SQLCA.
021000     05  SQLCAID             PIC X(08).
021100     05  SQLCABC             PIC S9(09)  COMP-5.
021200     05  SQLCODE             PIC S9(09)  COMP-5.
021300     05  SQLERRM.
021400         49  SQLERRML        PIC S9(04)  COMP-5.
021500         49  SQLERRMC        PIC X(70).
021600     05  SQLERRP             PIC X(08).
021700     05  SQLERRD             PIC S9(09)  COMP-5 OCCURS 6 TIMES.
021800     05  SQLWARN.
021900         10  SQLWARN0        PIC X(01).
022000         10  SQLWARN1        PIC X(01).
022100         10  SQLWARN2        PIC X(01).
022200         10  SQLWARN3        PIC X(01).
022300         10  SQLWARN4        PIC X(01).
022400         10  SQLWARN5        PIC X(01).
022500         10  SQLWARN6        PIC X(01).
022600         10  SQLWARN7        PIC X(01).
022700     05  SQLSTATE            PIC X(05).
022800
022900*----------------------------------------------------------------
023000* TIMESTAMP WORK AREAS
023100*----------------------------------------------------------------
023200 01  WS-ABSTIME              PIC S9(15) COMP-3.
023300 01  WS-TS-DATE              PIC X(08).
023400 01  WS-TS-TIME              PIC X(06).
023500 01  WS-TODAY                PIC 9(08).
023600
023700*----------------------------------------------------------------
023800* ONLINE_ACTIVITY TABLE HOST VARIABLES - ONE ROW PER CLAIM, SAVE,
023900*     RESUBMIT, OR ABANDON, FOR THE MONTHLY OPERATOR REPORT
024000*----------------------------------------------------------------
024100 01  WS-ACT-OPER-ID          PIC X(08).
024200 01  WS-ACT-DATE             PIC 9(08).
024300 01  WS-ACT-TIME             PIC 9(06).
024400 01  WS-ACT-TRANSID          PIC X(04).
024500 01  WS-ACT-PROGRAM          PIC X(08).
024600 01  WS-ACT-ACTION           PIC X(08).
024700 01  WS-ACT-EMP-ID           PIC 9(06).
024800 01  WS-ACT-DEPT-CODE        PIC X(04).
024900 01  WS-ACT-DETAIL           PIC X(60).
025000 01  WS-RJQ-ACT-DETAIL.
025100     05  FILLER              PIC X(11) VALUE 'QUEUE ITEM '.
025200     05  WS-RJQ-ACT-QUEUE-NO PIC 9(09).
025300     05  FILLER              PIC X(08) VALUE ' SOURCE '.
025400     05  WS-RJQ-ACT-SOURCE   PIC X(08).
025500     05  FILLER              PIC X(08) VALUE ' STATUS '.
025600     05  WS-RJQ-ACT-STATUS   PIC X(01).
025700     05  FILLER              PIC X(15) VALUE SPACES.
025800
025900*----------------------------------------------------------------
026000* SCREEN MESSAGES.  WS-SCREEN-MESSAGE, WHEN SET, OVERRIDES THE
026100*     PAGING PROMPT THE LIST FILL LEAVES IN WS-PAGE-MESSAGE.
026200*----------------------------------------------------------------
026300 01  WS-SCREEN-MESSAGE       PIC X(79).
026400 01  WS-PAGE-MESSAGE         PIC X(79).
026500 01  WS-ITEM-MESSAGE.
026600     05  FILLER              PIC X(05) VALUE 'ITEM '.
026700     05  WS-MSG-QUEUE-NO     PIC 9(09).
026800     05  FILLER              PIC X(01) VALUE SPACE.
026900     05  WS-MSG-ITEM-TEXT    PIC X(64).
027000 01  WS-OWNER-MESSAGE.
027100     05  FILLER              PIC X(39)
027200         VALUE 'ITEM IS BEING WORKED BY ANOTHER CLERK, '.
027300     05  WS-MSG-OWNER-ID     PIC X(08).
027400     05  FILLER              PIC X(01) VALUE '.'.
027500 01  WS-FAIL-MESSAGE.
027600     05  FILLER              PIC X(13) VALUE 'STILL FAILS: '.
027700     05  WS-MSG-EDIT-REASON  PIC X(33).
027800     05  FILLER              PIC X(22)
027900         VALUE ' - CORRECTIONS SAVED.'.
028000 01  WS-QUEUE-NO-EDIT        PIC Z(8)9.
028100
028200*----------------------------------------------------------------
028300* CICS RESPONSE CODE.  THE CONDITION VALUES MATCH THE STANDARD
028400*     DFHRESP SETTINGS (0 NORMAL, 36 MAPFAIL).
028500*----------------------------------------------------------------
028600 01  WS-RESP                 PIC S9(08) COMP.
028700     88  WS-RESP-NORMAL              VALUE 0.
028800     88  WS-RESP-MAPFAIL             VALUE 36.
028900
029000*----------------------------------------------------------------
029100* COMMAREA - CONVERSATION PHASE, THE ITEM BEING WORKED, AND THE
029200*     LIST POSITION: THE KEY THE PAGE ON DISPLAY STARTED AFTER
029300*     AND THE KEY OF ITS LAST LINE, SO PF8 RESUMES AND PF12
029400*     COMES BACK TO THE SAME PAGE
029500*----------------------------------------------------------------
029600 01  WS-COMMAREA.
029700     05  CA-PHASE            PIC X(01) VALUE 'L'.
029800         88  CA-PHASE-LIST           VALUE 'L'.
029900         88  CA-PHASE-ITEM           VALUE 'E'.
030000     05  CA-MORE-SWITCH      PIC X(01) VALUE 'N'.
030100         88  CA-MORE-TO-LIST         VALUE 'Y'.
030200     05  CA-QUEUE-NO         PIC 9(09).
030300     05  CA-PAGE-KEY.
030400         10  CA-PAGE-SOURCE  PIC X(08).
030500         10  CA-PAGE-REASON  PIC X(50).
030600         10  CA-PAGE-QUEUE-NO
030700                             PIC 9(09).
030800     05  CA-LAST-KEY.
030900         10  CA-LAST-SOURCE  PIC X(08).
031000         10  CA-LAST-REASON  PIC X(50).
031100         10  CA-LAST-QUEUE-NO
031200                             PIC 9(09).
031300
031400     COPY GOODMAP6.
031500
031600     COPY DFHAID.
031700
031800 LINKAGE SECTION.
031900 01  DFHCOMMAREA             PIC X(145).
032000
032100 PROCEDURE DIVISION.
032200*----------------------------------------------------------------
032300 0000-MAIN.
032400*----------------------------------------------------------------
032500     IF EIBCALEN = 0
032600         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
032700         GO TO 0000-EXIT
032800     END-IF.
032900
033000     MOVE DFHCOMMAREA TO WS-COMMAREA.
033100     MOVE SPACES TO WS-SCREEN-MESSAGE.
033200
033300     IF EIBAID = DFHPF3
033400         PERFORM 5000-END-CONVERSATION THRU 5000-EXIT
033500         GO TO 0000-EXIT
033600     END-IF.
033700
033800     IF CA-PHASE-ITEM
033900         AND EIBAID = DFHPF12
034000         PERFORM 2300-BACK-TO-LIST THRU 2300-EXIT
034100         GO TO 0000-EXIT
034200     END-IF.
034300
034400     IF CA-PHASE-ITEM
034500         PERFORM 3000-PROCESS-ITEM THRU 3000-EXIT
034600         GO TO 0000-EXIT
034700     END-IF.
034800
034900     IF EIBAID = DFHPF8
035000         PERFORM 2100-PAGE-FORWARD THRU 2100-EXIT
035100     ELSE
035200         PERFORM 2000-LIST-REQUEST THRU 2000-EXIT
035300     END-IF.
035400 0000-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------------
035800* 1000-SEND-INITIAL-MAP - FIRST ENTRY TO THE TRANSACTION, SO LIST
035900*     THE QUEUE FROM THE FIRST SOURCE SYSTEM
036000*----------------------------------------------------------------
036100 1000-SEND-INITIAL-MAP.
036200     MOVE 'L'    TO CA-PHASE.
036300     MOVE SPACES TO CA-PAGE-SOURCE.
036400     MOVE SPACES TO CA-PAGE-REASON.
036500     MOVE ZERO   TO CA-PAGE-QUEUE-NO.
036600     MOVE ZERO   TO CA-QUEUE-NO.
036700     MOVE SPACES TO WS-SCREEN-MESSAGE.
036800     PERFORM 8100-SEND-SCREEN THRU 8100-EXIT.
036900 1000-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------
037300* 2000-LIST-REQUEST - ENTER ON THE LIST: AN ITEM NUMBER OPENS THAT
037400*     ITEM, A SOURCE SYSTEM RESTARTS THE LIST FROM THAT SOURCE,
037500*     AND NEITHER REFRESHES THE PAGE ON DISPLAY
037600*----------------------------------------------------------------
037700 2000-LIST-REQUEST.
037800     EXEC CICS RECEIVE
037900         MAP('GOODMAP6')
038000         MAPSET('GOODMAPS')
038100         INTO(GOODMAP6I)
038200         RESP(WS-RESP)
038300     END-EXEC.
038400     IF WS-RESP-MAPFAIL
038500         MOVE LOW-VALUES TO GOODMAP6I
038600     END-IF.
038700
038800     IF RQITML > 0
038900         PERFORM 2200-CLAIM-ITEM THRU 2200-EXIT
039000         GO TO 2000-EXIT
039100     END-IF.
039200
039300     IF RQSRCL > 0
039400         MOVE RQSRCI TO CA-PAGE-SOURCE
039500         MOVE SPACES TO CA-PAGE-REASON
039600         MOVE ZERO   TO CA-PAGE-QUEUE-NO
039700     END-IF.
039800
039900     PERFORM 8100-SEND-SCREEN THRU 8100-EXIT.
040000 2000-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------
040400* 2100-PAGE-FORWARD - PF8: THE NEXT PAGE STARTS AFTER THE LAST
040500*     LINE OF THE PAGE ON DISPLAY
040600*----------------------------------------------------------------
040700 2100-PAGE-FORWARD.
040800     IF CA-MORE-TO-LIST
040900         MOVE CA-LAST-KEY TO CA-PAGE-KEY
041000     ELSE
041100         MOVE 'NO FURTHER PAGES - THIS IS THE END OF THE QUEUE.'
041200             TO WS-SCREEN-MESSAGE
041300     END-IF.
041400
041500     PERFORM 8100-SEND-SCREEN THRU 8100-EXIT.
041600 2100-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------
042000* 2200-CLAIM-ITEM - OPEN THE ITEM KEYED ON THE LIST.  AN OPEN ITEM
042100*     PASSES TO THIS CLERK (WHICH ALSO STOPS GOODRCYC RETRYING
042200*     IT); AN ITEM THIS CLERK ALREADY OWNS SIMPLY REOPENS.  AN
042300*     ITEM ANOTHER CLERK OWNS, OR ONE ALREADY RESUBMITTED OR
042400*     ABANDONED, IS REFUSED.
042500*----------------------------------------------------------------
042600 2200-CLAIM-ITEM.
042700     IF RQITMI NOT NUMERIC
042800         MOVE 'ITEM NUMBER MUST BE NUMERIC.' TO WS-SCREEN-MESSAGE
042900         GO TO 2200-SEND-RESPONSE
043000     END-IF.
043100
043200     PERFORM 8300-GET-OPERATOR THRU 8300-EXIT.
043300     MOVE RQITMI TO CA-QUEUE-NO.
043400     PERFORM 3100-FETCH-ITEM THRU 3100-EXIT.
043500     IF NOT WS-ITEM-OK
043600         GO TO 2200-SEND-RESPONSE
043700     END-IF.
043800
043900     EVALUATE TRUE
044000         WHEN WS-RJQ-OPEN
044100             PERFORM 2250-TAKE-OWNERSHIP THRU 2250-EXIT
044200             IF NOT WS-ITEM-OK
044300                 GO TO 2200-SEND-RESPONSE
044400             END-IF
044500         WHEN WS-RJQ-WORKED
044600             AND WS-RJQ-OWNER-ID = WS-OPERATOR-ID
044700             CONTINUE
044800         WHEN WS-RJQ-WORKED
044900             MOVE WS-RJQ-OWNER-ID TO WS-MSG-OWNER-ID
045000             MOVE WS-OWNER-MESSAGE TO WS-SCREEN-MESSAGE
045100             GO TO 2200-SEND-RESPONSE
045200         WHEN OTHER
045300             MOVE 'ITEM IS ALREADY RESUBMITTED OR ABANDONED.'
045400                 TO WS-SCREEN-MESSAGE
045500             GO TO 2200-SEND-RESPONSE
045600     END-EVALUATE.
045700
045800     MOVE 'E' TO CA-PHASE.
045900
046000 2200-SEND-RESPONSE.
046100     PERFORM 8100-SEND-SCREEN THRU 8100-EXIT.
046200 2200-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------------
046600* 2250-TAKE-OWNERSHIP - MOVE AN OPEN ITEM TO THIS CLERK.  THE OPEN
046700*     STATUS IS PART OF THE KEY, SO TWO CLERKS KEYING THE SAME
046800*     ITEM AT ONCE CANNOT BOTH TAKE IT.
046900*----------------------------------------------------------------
047000 2250-TAKE-OWNERSHIP.
047100     EXEC SQL
047200         UPDATE REJECT_QUEUE
047300            SET STATUS      = 'W',
047400                OWNER_ID    = :WS-OPERATOR-ID,
047500                STATUS_DATE = :WS-TODAY
047600          WHERE QUEUE_NO    = :WS-RJQ-QUEUE-NO
047700            AND STATUS      = 'O'
047800     END-EXEC.
047900
048000     IF SQLCODE = 100
048100         MOVE 'N' TO WS-ITEM-OK-SWITCH
048200         MOVE 'ITEM WAS JUST TAKEN BY ANOTHER CLERK.'
048300             TO WS-SCREEN-MESSAGE
048400         GO TO 2250-EXIT
048500     END-IF.
048600     IF SQLCODE NOT = 0
048700         MOVE 'N' TO WS-ITEM-OK-SWITCH
048800         MOVE 'SQL ERROR TAKING THE ITEM - NOTHING APPLIED.'
048900             TO WS-SCREEN-MESSAGE
049000         GO TO 2250-EXIT
049100     END-IF.
049200
049300     MOVE 'W'            TO WS-RJQ-STATUS.
049400     MOVE WS-OPERATOR-ID TO WS-RJQ-OWNER-ID.
049500     MOVE 'CLAIM   '     TO WS-ACT-ACTION.
049600     PERFORM 4500-LOG-ACTIVITY THRU 4500-EXIT.
049700 2250-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------------
050100* 2300-BACK-TO-LIST - PF12 FROM AN ITEM: SHOW THE LIST PAGE THE
050200*     ITEM WAS OPENED FROM.  NOTHING KEYED ON THE ITEM IS SAVED,
050300*     AND THE ITEM STAYS WITH THIS CLERK.
050400*----------------------------------------------------------------
050500 2300-BACK-TO-LIST.
050600     MOVE 'L' TO CA-PHASE.
050700     MOVE 'BACK AT THE LIST - THE ITEM STAYS ASSIGNED TO YOU.'
050800         TO WS-SCREEN-MESSAGE.
050900     PERFORM 8100-SEND-SCREEN THRU 8100-EXIT.
051000 2300-EXIT.
051100     EXIT.
051200
051300*----------------------------------------------------------------
051400* 3000-PROCESS-ITEM - ENTER ON AN ITEM.  RE-READ THE ITEM (IT MUST
051500*     STILL BELONG TO THIS CLERK), APPLY THE OVERTYPED FIELDS TO
051600*     THE CORRECTED IMAGE, AND CARRY OUT THE ACTION: X ABANDONS
051700*     THE ITEM, R RESUBMITS IT IF IT NOW PASSES THE EDITS, AND
051800*     BLANK SAVES THE CORRECTIONS FOR LATER.
051900*----------------------------------------------------------------
052000 3000-PROCESS-ITEM.
052100     EXEC CICS RECEIVE
052200         MAP('GOODMAP6')
052300         MAPSET('GOODMAPS')
052400         INTO(GOODMAP6I)
052500         RESP(WS-RESP)
052600     END-EXEC.
052700     IF WS-RESP-MAPFAIL
052800         MOVE LOW-VALUES TO GOODMAP6I
052900     END-IF.
053000
053100     PERFORM 8300-GET-OPERATOR THRU 8300-EXIT.
053200     PERFORM 3100-FETCH-ITEM THRU 3100-EXIT.
053300     IF NOT WS-ITEM-OK
053400         MOVE 'L' TO CA-PHASE
053500         GO TO 3000-SEND-RESPONSE
053600     END-IF.
053700     IF NOT WS-RJQ-WORKED
053800         OR WS-RJQ-OWNER-ID NOT = WS-OPERATOR-ID
053900         MOVE 'ITEM IS NO LONGER ASSIGNED TO YOU - BACK AT THE LIS
054000-            'T.' TO WS-SCREEN-MESSAGE
054100         MOVE 'L' TO CA-PHASE
054200         GO TO 3000-SEND-RESPONSE
054300     END-IF.
054400
054500     MOVE SPACE TO WS-ITEM-ACTION.
054600     IF RQACTL > 0
054700         MOVE RQACTI TO WS-ITEM-ACTION
054800     END-IF.
054900     IF NOT WS-ACTION-VALID
055000         MOVE 'ACTION MUST BE R (RESUBMIT), X (ABANDON), OR BLANK
055100-            '.' TO WS-SCREEN-MESSAGE
055200         GO TO 3000-SEND-RESPONSE
055300     END-IF.
055400
055500     IF WS-ACTION-ABANDON
055600         PERFORM 3400-ABANDON-ITEM THRU 3400-EXIT
055700         GO TO 3000-SEND-RESPONSE
055800     END-IF.
055900
056000     PERFORM 3200-APPLY-FIELDS THRU 3200-EXIT.
056100     IF NOT WS-ITEM-OK
056200         GO TO 3000-SEND-RESPONSE
056300     END-IF.
056400
056500     MOVE WS-TODAY TO WS-DEPT-AS-OF-DATE.
056600     PERFORM 6000-LOAD-DEPARTMENTS THRU 6000-EXIT.
056700     IF NOT WS-DEPT-LOAD-OK
056800         MOVE 'DEPARTMENT TABLE UNAVAILABLE - NOTHING APPLIED.'
056900             TO WS-SCREEN-MESSAGE
057000         GO TO 3000-SEND-RESPONSE
057100     END-IF.
057200
057300     PERFORM 7000-EDIT-ITEM THRU 7000-EXIT.
057400     PERFORM 3300-SAVE-ITEM THRU 3300-EXIT.
057500
057600 3000-SEND-RESPONSE.
057700     PERFORM 8100-SEND-SCREEN THRU 8100-EXIT.
057800 3000-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------
058200* 3100-FETCH-ITEM - READ THE ITEM IN CA-QUEUE-NO AND LOAD ITS
058300*     CORRECTED IMAGE INTO THE ITEM WORKING RECORD
058400*----------------------------------------------------------------
058500 3100-FETCH-ITEM.
058600     MOVE 'Y' TO WS-ITEM-OK-SWITCH.
058700     MOVE CA-QUEUE-NO TO WS-RJQ-QUEUE-NO.
058800
058900     EXEC SQL
059000         SELECT REJ_FILE, EMP_KEY, SOURCE_SYS, REASON,
059100                CORR_IMAGE, STATUS, OWNER_ID
059200           INTO :WS-RJQ-REJ-FILE, :WS-RJQ-EMP-KEY,
059300                :WS-RJQ-SOURCE-SYS, :WS-RJQ-REASON,
059400                :WS-RJQ-CORR-IMAGE, :WS-RJQ-STATUS,
059500                :WS-RJQ-OWNER-ID
059600           FROM REJECT_QUEUE
059700          WHERE QUEUE_NO = :WS-RJQ-QUEUE-NO
059800     END-EXEC.
059900
060000     EVALUATE TRUE
060100         WHEN SQLCODE = 100
060200             MOVE 'N' TO WS-ITEM-OK-SWITCH
060300             MOVE 'NO SUCH ITEM ON THE REJECT QUEUE.'
060400                 TO WS-SCREEN-MESSAGE
060500         WHEN SQLCODE NOT = 0
060600             MOVE 'N' TO WS-ITEM-OK-SWITCH
060700             MOVE 'SQL ERROR READING THE REJECT QUEUE ITEM.'
060800                 TO WS-SCREEN-MESSAGE
060900         WHEN OTHER
061000             MOVE WS-RJQ-CORR-IMAGE TO WS-ITEM-RECORD
061100     END-EVALUATE.
061200 3100-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------
061600* 3200-APPLY-FIELDS - OVERLAY EACH FIELD THE CLERK KEYED ONTO THE
061700*     CORRECTED IMAGE; A FIELD NOT TOUCHED KEEPS ITS VALUE.  A
061800*     SUPERVISOR APPROVAL ON THE RECORD WAS GIVEN FOR THE SALARY,
061900*     EMPLOYEE, AND TRANSACTION AS THEY WERE SENT, SO CORRECTING
062000*     ANY OF THE THREE DROPS THE APPROVAL AND THE RECORD GOES
062010*     THROUGH THE NORMAL SUSPENSE CHECK.
062100*----------------------------------------------------------------
062200 3200-APPLY-FIELDS.
062300     MOVE 'Y' TO WS-ITEM-OK-SWITCH.
062400     MOVE WS-RAW-SALARY TO WS-OLD-SALARY-BYTES.
062410     MOVE WS-RAW-EMP-ID TO WS-OLD-EMP-ID-BYTES.
062420     MOVE EMPR01-TRAN-CODE TO WS-OLD-TRAN-CODE.
062500
062600     IF RQEIDL > 0
062700         MOVE RQEIDI TO WS-RAW-EMP-ID
062800     END-IF.
062900     IF RQNAML > 0
063000         MOVE RQNAMI TO EMPR01-NAME
063100     END-IF.
063200     IF RQDEPL > 0
063300         MOVE RQDEPI TO EMPR01-DEPT-CODE
063400     END-IF.
063500     IF RQEFFL > 0
063600         MOVE RQEFFI TO WS-RAW-EFF-DATE
063700     END-IF.
063800     IF RQTRNL > 0
063900         MOVE RQTRNI TO EMPR01-TRAN-CODE
064000     END-IF.
064100     IF RQMGRL > 0
064200         MOVE RQMGRI TO EMPR01-MANAGER-ID
064300     END-IF.
064400     IF RQSALL > 0
064500         IF RQSALI NOT NUMERIC
064600             MOVE 'N' TO WS-ITEM-OK-SWITCH
064700             MOVE 'SALARY MUST BE 9 DIGITS, CENTS, NO DOT.'
064800                 TO WS-SCREEN-MESSAGE
064900             GO TO 3200-EXIT
065000         END-IF
065100         MOVE RQSALI TO WS-SALARY-CENTS
065200         COMPUTE EMPR01-SALARY = WS-SALARY-CENTS / 100
065300     END-IF.
065400
065500     IF WS-RAW-SALARY NOT = WS-OLD-SALARY-BYTES
065510         OR WS-RAW-EMP-ID NOT = WS-OLD-EMP-ID-BYTES
065520         OR EMPR01-TRAN-CODE NOT = WS-OLD-TRAN-CODE
065600         MOVE SPACE  TO EMPR01-APPROVAL-FLAG
065700         MOVE SPACES TO EMPR01-APPROVED-BY
065800     END-IF.
065900 3200-EXIT.
066000     EXIT.
066100
066200*----------------------------------------------------------------
066300* 3300-SAVE-ITEM - STORE THE CORRECTED IMAGE.  WITH ACTION R AND
066400*     A RECORD THAT PASSES EVERY EDIT THE ITEM GOES TO
066500*     RESUBMITTED FOR GOODREJR TO RELEASE; OTHERWISE IT STAYS
066600*     WITH THIS CLERK AND THE EDIT RESULT IS SHOWN.
066700*----------------------------------------------------------------
066800 3300-SAVE-ITEM.
066900     IF WS-ACTION-RESUBMIT
067000         AND WS-EDIT-CLEAN
067100         MOVE 'R'        TO WS-RJQ-NEW-STATUS
067200         MOVE 'RESUBMIT' TO WS-ACT-ACTION
067300     ELSE
067400         MOVE 'W'        TO WS-RJQ-NEW-STATUS
067500         MOVE 'CORRECT ' TO WS-ACT-ACTION
067600     END-IF.
067700     MOVE WS-ITEM-RECORD TO WS-RJQ-CORR-IMAGE.
067800
067900     EXEC SQL
068000         UPDATE REJECT_QUEUE
068100            SET CORR_IMAGE    = :WS-RJQ-CORR-IMAGE,
068200                STATUS        = :WS-RJQ-NEW-STATUS,
068300                STATUS_DATE   = :WS-TODAY,
068400                RELEASED_DATE = 0
068500          WHERE QUEUE_NO      = :WS-RJQ-QUEUE-NO
068600            AND STATUS        = 'W'
068700            AND OWNER_ID      = :WS-OPERATOR-ID
068800     END-EXEC.
068900
069000     IF SQLCODE = 100
069100         MOVE 'ITEM IS NO LONGER ASSIGNED TO YOU - BACK AT THE LIS
069200-            'T.' TO WS-SCREEN-MESSAGE
069300         MOVE 'L' TO CA-PHASE
069400         GO TO 3300-EXIT
069500     END-IF.
069600     IF SQLCODE NOT = 0
069700         MOVE 'SQL ERROR SAVING THE ITEM - NOTHING APPLIED.'
069800             TO WS-SCREEN-MESSAGE
069900         GO TO 3300-EXIT
070000     END-IF.
070100
070200     MOVE WS-RJQ-NEW-STATUS TO WS-RJQ-STATUS.
070300     PERFORM 4500-LOG-ACTIVITY THRU 4500-EXIT.
070400     IF NOT WS-ITEM-OK
070500         GO TO 3300-EXIT
070600     END-IF.
070700
070800     EVALUATE TRUE
070900         WHEN WS-RJQ-NEW-STATUS = 'R'
071000             MOVE WS-RJQ-QUEUE-NO TO WS-MSG-QUEUE-NO
071100             MOVE 'RESUBMITTED - IT GOES INTO THE NEXT NIGHTLY RUN
071200-                '.' TO WS-MSG-ITEM-TEXT
071300             MOVE WS-ITEM-MESSAGE TO WS-SCREEN-MESSAGE
071400             MOVE 'L' TO CA-PHASE
071500         WHEN WS-EDIT-CLEAN
071600             MOVE 'PASSES THE EDITS - CORRECTIONS SAVED.  KEY R TO
071700-                ' RESUBMIT.' TO WS-SCREEN-MESSAGE
071800         WHEN OTHER
071900             MOVE WS-EDIT-REASON TO WS-MSG-EDIT-REASON
072000             MOVE WS-FAIL-MESSAGE TO WS-SCREEN-MESSAGE
072100     END-EVALUATE.
072200 3300-EXIT.
072300     EXIT.
072400
072500*----------------------------------------------------------------
072600* 3400-ABANDON-ITEM - THE DESK GIVES UP ON THE ITEM.  IT LEAVES
072700*     THE LIST, AND GOODRCYC GOES ON DROPPING THE ORIGINAL REJECT
072800*     UNTIL GOODREJR PURGES THE ITEM.
072900*----------------------------------------------------------------
073000 3400-ABANDON-ITEM.
073100     EXEC SQL
073200         UPDATE REJECT_QUEUE
073300            SET STATUS      = 'X',
073400                STATUS_DATE = :WS-TODAY
073500          WHERE QUEUE_NO    = :WS-RJQ-QUEUE-NO
073600            AND STATUS      = 'W'
073700            AND OWNER_ID    = :WS-OPERATOR-ID
073800     END-EXEC.
073900
074000     IF SQLCODE = 100
074100         MOVE 'ITEM IS NO LONGER ASSIGNED TO YOU - BACK AT THE LIS
074200-            'T.' TO WS-SCREEN-MESSAGE
074300         MOVE 'L' TO CA-PHASE
074400         GO TO 3400-EXIT
074500     END-IF.
074600     IF SQLCODE NOT = 0
074700         MOVE 'SQL ERROR ABANDONING THE ITEM - NOTHING APPLIED.'
074800             TO WS-SCREEN-MESSAGE
074900         GO TO 3400-EXIT
075000     END-IF.
075100
075200     MOVE 'X'        TO WS-RJQ-STATUS.
075300     MOVE 'ABANDON ' TO WS-ACT-ACTION.
075400     PERFORM 4500-LOG-ACTIVITY THRU 4500-EXIT.
075500     IF NOT WS-ITEM-OK
075600         GO TO 3400-EXIT
075700     END-IF.
075800
075900     MOVE WS-RJQ-QUEUE-NO TO WS-MSG-QUEUE-NO.
076000     MOVE 'ABANDONED - IT WILL NOT BE RECYCLED AGAIN.'
076100         TO WS-MSG-ITEM-TEXT.
076200     MOVE WS-ITEM-MESSAGE TO WS-SCREEN-MESSAGE.
076300     MOVE 'L' TO CA-PHASE.
076400 3400-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------------
076800* 4000-FILL-PAGE - LIST UP TO TEN OPEN OR IN-WORK ITEMS AFTER THE
076900*     PAGE KEY, IN SOURCE SYSTEM, REASON, AND ITEM ORDER.  AN
077000*     ELEVENTH ROW, IF THERE IS ONE, ONLY TELLS US PF8 HAS MORE.
077100*----------------------------------------------------------------
077200 4000-FILL-PAGE.
077300     EXEC SQL
077400         DECLARE RJQLSTCUR CURSOR FOR
077500         SELECT QUEUE_NO, REJ_FILE, EMP_KEY, SOURCE_SYS,
077600                REASON, STATUS, OWNER_ID
077700           FROM REJECT_QUEUE
077800          WHERE STATUS IN ('O', 'W')
077900            AND (SOURCE_SYS > :WS-KEY-SOURCE
078000                 OR (SOURCE_SYS = :WS-KEY-SOURCE
078100                     AND REASON > :WS-KEY-REASON)
078200                 OR (SOURCE_SYS = :WS-KEY-SOURCE
078300                     AND REASON = :WS-KEY-REASON
078400                     AND QUEUE_NO > :WS-KEY-QUEUE-NO))
078500          ORDER BY SOURCE_SYS, REASON, QUEUE_NO
078600     END-EXEC.
078700
078800     MOVE CA-PAGE-KEY TO WS-LIST-KEY.
078900     MOVE ZERO TO WS-LINES-FILLED.
079000     MOVE 'N' TO WS-LIST-DONE-SWITCH.
079100     MOVE 'N' TO CA-MORE-SWITCH.
079200
079300     EXEC SQL
079400         OPEN RJQLSTCUR
079500     END-EXEC.
079600     IF SQLCODE NOT = 0
079700         MOVE 'SQL ERROR READING THE REJECT QUEUE.'
079800             TO WS-PAGE-MESSAGE
079900         GO TO 4000-EXIT
080000     END-IF.
080100
080200     PERFORM 4100-FETCH-LIST-ROW THRU 4100-EXIT
080300         UNTIL WS-LIST-DONE.
080400
080500     EXEC SQL
080600         CLOSE RJQLSTCUR
080700     END-EXEC.
080800
080900     EVALUATE TRUE
081000         WHEN WS-LINES-FILLED = ZERO
081100             MOVE 'NO OPEN REJECTS FROM THAT POINT IN THE QUEUE.
081200-                'KEY A SOURCE, OR PF3 TO EXIT.'
081300                 TO WS-PAGE-MESSAGE
081400         WHEN CA-MORE-TO-LIST
081500             MOVE 'KEY AN ITEM NO AND PRESS ENTER TO OPEN IT.  PF8
081600-                ' FOR THE NEXT PAGE.' TO WS-PAGE-MESSAGE
081700         WHEN OTHER
081800             MOVE 'KEY AN ITEM NO AND PRESS ENTER TO OPEN IT.  END
081900-                ' OF THE QUEUE.' TO WS-PAGE-MESSAGE
082000     END-EVALUATE.
082100 4000-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------------
082500* 4100-FETCH-LIST-ROW - FETCH ONE ROW AND FORMAT IT ONTO THE NEXT
082600*     LIST LINE.  A ROW FETCHED WITH THE PAGE ALREADY FULL IS NOT
082700*     SHOWN; IT ONLY MEANS THERE IS ANOTHER PAGE.
082800*----------------------------------------------------------------
082900 4100-FETCH-LIST-ROW.
083000     EXEC SQL
083100         FETCH RJQLSTCUR
083200          INTO :WS-RJQ-QUEUE-NO, :WS-RJQ-REJ-FILE,
083300               :WS-RJQ-EMP-KEY, :WS-RJQ-SOURCE-SYS,
083400               :WS-RJQ-REASON, :WS-RJQ-STATUS,
083500               :WS-RJQ-OWNER-ID
083600     END-EXEC.
083700
083800     IF SQLCODE NOT = 0
083900         MOVE 'Y' TO WS-LIST-DONE-SWITCH
084000         GO TO 4100-EXIT
084100     END-IF.
084200
084300     IF WS-LINES-FILLED >= 10
084400         MOVE 'Y' TO CA-MORE-SWITCH
084500         MOVE 'Y' TO WS-LIST-DONE-SWITCH
084600         GO TO 4100-EXIT
084700     END-IF.
084800
084900     ADD 1 TO WS-LINES-FILLED.
085000     MOVE WS-LINES-FILLED TO WS-LINE-IX.
085100     PERFORM 4200-FORMAT-LIST-LINE THRU 4200-EXIT.
085200
085300     MOVE WS-RJQ-SOURCE-SYS TO CA-LAST-SOURCE.
085400     MOVE WS-RJQ-REASON     TO CA-LAST-REASON.
085500     MOVE WS-RJQ-QUEUE-NO   TO CA-LAST-QUEUE-NO.
085600 4100-EXIT.
085700     EXIT.
085800
085900*----------------------------------------------------------------
086000* 4200-FORMAT-LIST-LINE - ONE SCREEN LINE FROM ONE QUEUE ROW.  THE
086100*     FILE COLUMN SHOWS E FOR AN EDIT REJECT AND U FOR AN UPDATE
086200*     REJECT; THE STATUS COLUMN SHOWS O OPEN OR W BEING WORKED.
086300*----------------------------------------------------------------
086400 4200-FORMAT-LIST-LINE.
086500     MOVE SPACES            TO WS-LIST-LINE.
086600     MOVE WS-RJQ-QUEUE-NO   TO WS-LST-QUEUE-NO.
086700     MOVE WS-RJQ-SOURCE-SYS TO WS-LST-SOURCE.
086800     MOVE WS-RJQ-REJ-FILE   TO WS-LST-FILE.
086900     MOVE WS-RJQ-EMP-KEY    TO WS-LST-EMP-KEY.
087000     MOVE WS-RJQ-STATUS     TO WS-LST-STATUS.
087100     MOVE WS-RJQ-OWNER-ID   TO WS-LST-OWNER.
087200     MOVE WS-RJQ-REASON     TO WS-LST-REASON.
087300     MOVE WS-LIST-LINE      TO RQLNO (WS-LINE-IX).
087400 4200-EXIT.
087500     EXIT.
087600
087700*----------------------------------------------------------------
087800* 4500-LOG-ACTIVITY - RECORD WHO WORKED THIS ITEM ON THE
087900*     ONLINE_ACTIVITY TABLE, INSIDE THE SAME UNIT OF WORK AS THE
088000*     QUEUE UPDATE.  A FAILURE ROLLS BOTH BACK AND TURNS THE ITEM
088100*     SWITCH OFF, SO THE CALLER TREATS IT AS NOTHING APPLIED.
088200*----------------------------------------------------------------
088300 4500-LOG-ACTIVITY.
088400     MOVE 'Y'               TO WS-ITEM-OK-SWITCH.
088500     MOVE WS-RJQ-QUEUE-NO   TO WS-RJQ-ACT-QUEUE-NO.
088600     MOVE WS-RJQ-SOURCE-SYS TO WS-RJQ-ACT-SOURCE.
088700     MOVE WS-RJQ-STATUS     TO WS-RJQ-ACT-STATUS.
088800     MOVE WS-OPERATOR-ID    TO WS-ACT-OPER-ID.
088900     MOVE WS-TS-DATE        TO WS-ACT-DATE.
089000     MOVE WS-TS-TIME        TO WS-ACT-TIME.
089100     MOVE 'GREJ'            TO WS-ACT-TRANSID.
089200     MOVE 'GOODREJQ'        TO WS-ACT-PROGRAM.
089300     IF WS-RAW-EMP-ID NUMERIC
089400         MOVE EMPR01-ID     TO WS-ACT-EMP-ID
089500     ELSE
089600         MOVE ZERO          TO WS-ACT-EMP-ID
089700     END-IF.
089800     MOVE EMPR01-DEPT-CODE  TO WS-ACT-DEPT-CODE.
089900     MOVE WS-RJQ-ACT-DETAIL TO WS-ACT-DETAIL.
090000
090100     EXEC SQL
090200         INSERT INTO ONLINE_ACTIVITY
090300                (OPER_ID, ACT_DATE, ACT_TIME, TRANSID, PROGRAM,
090400                 ACTION, EMP_ID, DEPT_CODE, DETAIL)
090500         VALUES (:WS-ACT-OPER-ID, :WS-ACT-DATE, :WS-ACT-TIME,
090600                 :WS-ACT-TRANSID, :WS-ACT-PROGRAM,
090700                 :WS-ACT-ACTION, :WS-ACT-EMP-ID,
090800                 :WS-ACT-DEPT-CODE, :WS-ACT-DETAIL)
090900     END-EXEC.
091000     IF SQLCODE NOT = 0
091100         MOVE 'N' TO WS-ITEM-OK-SWITCH
091200         EXEC CICS SYNCPOINT ROLLBACK
091300         END-EXEC
091400         MOVE 'ACTIVITY LOG UNAVAILABLE - NOTHING APPLIED.'
091500             TO WS-SCREEN-MESSAGE
091600         MOVE 'L' TO CA-PHASE
091700     END-IF.
091800 4500-EXIT.
091900     EXIT.
092000
092100*----------------------------------------------------------------
092200* 5000-END-CONVERSATION - OPERATOR PRESSED PF3, SO SEND A
092300*     CLOSING MESSAGE AND RETURN WITHOUT A TRANSID
092400*----------------------------------------------------------------
092500 5000-END-CONVERSATION.
092600     MOVE SPACES TO GOODMAP6O.
092700     MOVE 'GOODREJQ - REJECT WORK QUEUE ENDED.' TO RQMSGO.
092800
092900     EXEC CICS SEND
093000         MAP('GOODMAP6')
093100         MAPSET('GOODMAPS')
093200         FROM(GOODMAP6O)
093300         ERASE
093400     END-EXEC.
093500
093600     EXEC CICS RETURN
093700     END-EXEC.
093800 5000-EXIT.
093900     EXIT.
094000
094100*----------------------------------------------------------------
094200* 6000-LOAD-DEPARTMENTS - FILL THE VALID-DEPARTMENTS TABLE FROM
094300*     THE DB2 DEPARTMENT TABLE WITH THE SAME SELECTION GOODEDIT
094400*     AND GOODMNT USE: ACTIVE ROWS WHOSE EFFECTIVE DATE HAS
094500*     ARRIVED, PLUS DEACTIVATED ROWS WHOSE DEACTIVATION DATE HAS
094600*     NOT.  ANY FAILURE LEAVES WS-DEPT-LOAD-OK OFF AND THE CALLER
094700*     REFUSES THE SAVE.
094800*----------------------------------------------------------------
094900 6000-LOAD-DEPARTMENTS.
095000     EXEC SQL
095100         DECLARE RJQDPTCUR CURSOR FOR
095200         SELECT DEPT_CODE
095300           FROM DEPARTMENT
095400          WHERE (ACTIVE_FLAG = 'Y'
095500                 AND EFF_DATE <= :WS-DEPT-AS-OF-DATE)
095600             OR (ACTIVE_FLAG = 'N'
095700                 AND EFF_DATE > :WS-DEPT-AS-OF-DATE)
095800          ORDER BY DEPT_CODE
095900     END-EXEC.
096000
096100     MOVE 'Y' TO WS-DEPT-LOAD-OK-SWITCH.
096200     MOVE 'N' TO WS-DEPT-EOF-SWITCH.
096300     MOVE ZERO TO WS-VALID-DEPT-COUNT.
096400
096500     EXEC SQL
096600         OPEN RJQDPTCUR
096700     END-EXEC.
096800     IF SQLCODE NOT = 0
096900         MOVE 'N' TO WS-DEPT-LOAD-OK-SWITCH
097000         GO TO 6000-EXIT
097100     END-IF.
097200
097300     PERFORM 6100-FETCH-DEPARTMENT THRU 6100-EXIT
097400         UNTIL WS-DEPT-END-OF-CURSOR.
097500
097600     EXEC SQL
097700         CLOSE RJQDPTCUR
097800     END-EXEC.
097900
098000     IF WS-VALID-DEPT-COUNT = ZERO
098100         MOVE 'N' TO WS-DEPT-LOAD-OK-SWITCH
098200     END-IF.
098300 6000-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------------
098700* 6100-FETCH-DEPARTMENT - LOAD ONE ACTIVE DEPARTMENT CODE
098800*----------------------------------------------------------------
098900 6100-FETCH-DEPARTMENT.
099000     EXEC SQL
099100         FETCH RJQDPTCUR
099200          INTO :WS-DEPT-CODE-HV
099300     END-EXEC.
099400
099500     EVALUATE TRUE
099600         WHEN SQLCODE = 100
099700             MOVE 'Y' TO WS-DEPT-EOF-SWITCH
099800         WHEN SQLCODE NOT = 0
099900             MOVE 'N' TO WS-DEPT-LOAD-OK-SWITCH
100000             MOVE 'Y' TO WS-DEPT-EOF-SWITCH
100100         WHEN WS-VALID-DEPT-COUNT >= WS-VALID-DEPT-LIMIT
100200             MOVE 'N' TO WS-DEPT-LOAD-OK-SWITCH
100300             MOVE 'Y' TO WS-DEPT-EOF-SWITCH
100400         WHEN OTHER
100500             ADD 1 TO WS-VALID-DEPT-COUNT
100600             SET WS-DEPT-IX TO WS-VALID-DEPT-COUNT
100700             MOVE WS-DEPT-CODE-HV
100800                 TO WS-VALID-DEPT-CODE (WS-DEPT-IX)
100900     END-EVALUATE.
101000 6100-EXIT.
101100     EXIT.
101200
101300*----------------------------------------------------------------
101400* 7000-EDIT-ITEM - THE GOODEDIT FIELD EDITS, IN GOODEDIT'S ORDER,
101500*     AGAINST THE CORRECTED IMAGE.  GOODEDIT'S DUPLICATE-ID CHECK
101600*     IS A CHECK WITHIN ONE NIGHT'S FILE AND HAS NO MEANING FOR A
101700*     SINGLE RECORD; THE NIGHTLY RUN STILL APPLIES IT.
101800*----------------------------------------------------------------
101900 7000-EDIT-ITEM.
102000     MOVE 'Y' TO WS-EDIT-CLEAN-SWITCH.
102100     MOVE SPACES TO WS-EDIT-REASON.
102200
102300     PERFORM 7100-EDIT-EMP-ID THRU 7100-EXIT.
102400     PERFORM 7200-EDIT-TRAN-CODE THRU 7200-EXIT.
102500     PERFORM 7300-EDIT-EFF-DATE THRU 7300-EXIT.
102600
102700     IF NOT EMPR01-TRAN-DELETE
102800         PERFORM 7400-EDIT-NAME THRU 7400-EXIT
102900         PERFORM 7500-EDIT-DEPT-CODE THRU 7500-EXIT
103000         PERFORM 7600-EDIT-SALARY THRU 7600-EXIT
103100         PERFORM 7700-EDIT-MANAGER THRU 7700-EXIT
103200     END-IF.
103300 7000-EXIT.
103400     EXIT.
103500
103600*----------------------------------------------------------------
103700* 7100-EDIT-EMP-ID - THE EMPLOYEE ID MUST BE NUMERIC
103800*----------------------------------------------------------------
103900 7100-EDIT-EMP-ID.
104000     IF WS-RAW-EMP-ID NOT NUMERIC
104100         MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-EDIT-REASON
104200         MOVE 'N' TO WS-EDIT-CLEAN-SWITCH
104300     END-IF.
104400 7100-EXIT.
104500     EXIT.
104600
104700*----------------------------------------------------------------
104800* 7200-EDIT-TRAN-CODE - ONLY ADD, CHANGE (OR SPACE), DELETE,
104900*     AND REHIRE ARE KNOWN TRANSACTION CODES
105000*----------------------------------------------------------------
105100 7200-EDIT-TRAN-CODE.
105200     IF NOT EMPR01-TRAN-ADD
105300         AND NOT EMPR01-TRAN-CHANGE
105400         AND NOT EMPR01-TRAN-DELETE
105500         AND NOT EMPR01-TRAN-REHIRE
105600         MOVE 'INVALID TRANSACTION CODE' TO WS-EDIT-REASON
105700         MOVE 'N' TO WS-EDIT-CLEAN-SWITCH
105800     END-IF.
105900 7200-EXIT.
106000     EXIT.
106100
106200*----------------------------------------------------------------
106300* 7300-EDIT-EFF-DATE - EFFECTIVE DATE MUST BE A REAL CALENDAR
106400*     DATE, LEAP YEARS INCLUDED
106500*----------------------------------------------------------------
106600 7300-EDIT-EFF-DATE.
106700     IF WS-RAW-EFF-DATE NOT NUMERIC
106800         GO TO 7300-BAD-DATE
106900     END-IF.
107000
107100     MOVE WS-RAW-EFF-DATE TO WS-EDIT-DATE.
107200
107300     IF WS-EDIT-DATE-YEAR < 1900 OR WS-EDIT-DATE-YEAR > 2099
107400         GO TO 7300-BAD-DATE
107500     END-IF.
107600
107700     IF WS-EDIT-DATE-MONTH < 1 OR WS-EDIT-DATE-MONTH > 12
107800         GO TO 7300-BAD-DATE
107900     END-IF.
108000
108100     MOVE WS-DAYS-IN-MONTH (WS-EDIT-DATE-MONTH)
108200         TO WS-MONTH-LIMIT.
108300     IF WS-EDIT-DATE-MONTH = 2
108400         DIVIDE WS-EDIT-DATE-YEAR BY 4
108500             GIVING WS-LEAP-QUOTIENT
108600             REMAINDER WS-LEAP-REMAINDER
108700         DIVIDE WS-EDIT-DATE-YEAR BY 100
108800             GIVING WS-CENT-QUOTIENT
108900             REMAINDER WS-CENT-REMAINDER
109000         DIVIDE WS-EDIT-DATE-YEAR BY 400
109100             GIVING WS-QUAD-QUOTIENT
109200             REMAINDER WS-QUAD-REMAINDER
109300         IF WS-LEAP-REMAINDER = ZERO
109400             AND (WS-CENT-REMAINDER NOT = ZERO
109500                 OR WS-QUAD-REMAINDER = ZERO)
109600             MOVE 29 TO WS-MONTH-LIMIT
109700         END-IF
109800     END-IF.
109900
110000     IF WS-EDIT-DATE-DAY < 1
110100         OR WS-EDIT-DATE-DAY > WS-MONTH-LIMIT
110200         GO TO 7300-BAD-DATE
110300     END-IF.
110400
110500     GO TO 7300-EXIT.
110600
110700 7300-BAD-DATE.
110800     MOVE 'INVALID EFFECTIVE DATE' TO WS-EDIT-REASON.
110900     MOVE 'N' TO WS-EDIT-CLEAN-SWITCH.
111000 7300-EXIT.
111100     EXIT.
111200
111300*----------------------------------------------------------------
111400* 7400-EDIT-NAME - NAME MUST NOT BE BLANK
111500*----------------------------------------------------------------
111600 7400-EDIT-NAME.
111700     IF EMPR01-NAME = SPACES
111800         MOVE 'EMPLOYEE NAME IS BLANK' TO WS-EDIT-REASON
111900         MOVE 'N' TO WS-EDIT-CLEAN-SWITCH
112000     END-IF.
112100 7400-EXIT.
112200     EXIT.
112300
112400*----------------------------------------------------------------
112500* 7500-EDIT-DEPT-CODE - DEPARTMENT CODE MUST BE IN THE
112600*     VALID-DEPARTMENTS TABLE
112700*----------------------------------------------------------------
112800 7500-EDIT-DEPT-CODE.
112900     SET WS-DEPT-IX TO 1.
113000     SEARCH WS-VALID-DEPT-CODE
113100         AT END
113200             MOVE 'UNKNOWN DEPARTMENT CODE' TO WS-EDIT-REASON
113300             MOVE 'N' TO WS-EDIT-CLEAN-SWITCH
113400         WHEN WS-VALID-DEPT-CODE (WS-DEPT-IX) =
113500                 EMPR01-DEPT-CODE
113600             CONTINUE
113700     END-SEARCH.
113800 7500-EXIT.
113900     EXIT.
114000
114100*----------------------------------------------------------------
114200* 7600-EDIT-SALARY - SALARY MUST BE VALID PACKED DATA AND FALL
114300*     WITHIN THE INSTALLATION SALARY RANGE
114400*----------------------------------------------------------------
114500 7600-EDIT-SALARY.
114600     IF EMPR01-SALARY NOT NUMERIC
114700         MOVE 'SALARY IS NOT NUMERIC' TO WS-EDIT-REASON
114800         MOVE 'N' TO WS-EDIT-CLEAN-SWITCH
114900         GO TO 7600-EXIT
115000     END-IF.
115100
115200     IF EMPR01-SALARY < WS-SALARY-MINIMUM
115300         OR EMPR01-SALARY > WS-SALARY-MAXIMUM
115400         MOVE 'SALARY OUT OF RANGE' TO WS-EDIT-REASON
115500         MOVE 'N' TO WS-EDIT-CLEAN-SWITCH
115600     END-IF.
115700 7600-EXIT.
115800     EXIT.
115900
116000*----------------------------------------------------------------
116100* 7700-EDIT-MANAGER - THE MANAGER ID IS BLANK WHEN THE FEED DOES
116200*     NOT SEND ONE; OTHERWISE IT MUST BE SIX DIGITS AND MAY NOT
116300*     BE THE EMPLOYEE'S OWN ID
116400*----------------------------------------------------------------
116500 7700-EDIT-MANAGER.
116600     IF EMPR01-MANAGER-NOT-SENT
116700         GO TO 7700-EXIT
116800     END-IF.
116900
117000     IF EMPR01-MANAGER-ID NOT NUMERIC
117100         MOVE 'MANAGER ID NOT NUMERIC' TO WS-EDIT-REASON
117200         MOVE 'N' TO WS-EDIT-CLEAN-SWITCH
117300         GO TO 7700-EXIT
117400     END-IF.
117500
117600     IF EMPR01-MANAGER-ID = WS-RAW-EMP-ID
117700         MOVE 'MANAGER ID IS THE EMPLOYEE''S OWN'
117800             TO WS-EDIT-REASON
117900         MOVE 'N' TO WS-EDIT-CLEAN-SWITCH
118000     END-IF.
118100 7700-EXIT.
118200     EXIT.
118300
118400*----------------------------------------------------------------
118500* 8000-RETURN-TRANSID - RETURN TO CICS WITH THE COMMAREA SO THE
118600*     NEXT ATTENTION KEY REATTACHES THIS CONVERSATION
118700*----------------------------------------------------------------
118800 8000-RETURN-TRANSID.
118900     EXEC CICS RETURN
119000         TRANSID('GREJ')
119100         COMMAREA(WS-COMMAREA)
119200         LENGTH(145)
119300     END-EXEC.
119400 8000-EXIT.
119500     EXIT.
119600
119700*----------------------------------------------------------------
119800* 8100-SEND-SCREEN - BUILD THE WHOLE SCREEN: THE LIST PAGE FROM
119900*     CA-PAGE-KEY AND, WHEN AN ITEM IS OPEN, THE ITEM BELOW IT.
120000*     THE ITEM IS FORMATTED FIRST, BECAUSE THE LIST FETCH REUSES
120100*     THE QUEUE HOST VARIABLES.  THE LIST IS READ AFTER ANY
120200*     UPDATE IN THIS TASK, SO IT SHOWS THE QUEUE AS IT NOW
120300*     STANDS.
120400*----------------------------------------------------------------
120500 8100-SEND-SCREEN.
120600     MOVE SPACES TO GOODMAP6O.
120700     MOVE SPACES TO WS-PAGE-MESSAGE.
120800     MOVE CA-PAGE-SOURCE TO RQSRCO.
120900
121000     IF CA-PHASE-ITEM
121100         PERFORM 8200-FORMAT-ITEM THRU 8200-EXIT
121200     END-IF.
121300
121400     PERFORM 4000-FILL-PAGE THRU 4000-EXIT.
121500
121600     IF WS-SCREEN-MESSAGE NOT = SPACES
121700         MOVE WS-SCREEN-MESSAGE TO RQMSGO
121800     ELSE
121900         IF CA-PHASE-ITEM
122000             MOVE 'CORRECT THE FIELDS, KEY AN ACTION, AND PRESS EN
122100-                'TER.  PF12 FOR THE LIST.' TO RQMSGO
122200         ELSE
122300             MOVE WS-PAGE-MESSAGE TO RQMSGO
122400         END-IF
122500     END-IF.
122600
122700     EXEC CICS SEND
122800         MAP('GOODMAP6')
122900         MAPSET('GOODMAPS')
123000         FROM(GOODMAP6O)
123100         ERASE
123200     END-EXEC.
123300
123400     PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.
123500 8100-EXIT.
123600     EXIT.
123700
123800*----------------------------------------------------------------
123900* 8200-FORMAT-ITEM - THE OPEN ITEM'S CORRECTED IMAGE INTO THE
124000*     UNPROTECTED FIELDS.  A SALARY THAT IS NOT VALID PACKED DATA
124100*     IS LEFT BLANK FOR THE CLERK TO KEY.
124200*----------------------------------------------------------------
124300 8200-FORMAT-ITEM.
124400     MOVE CA-QUEUE-NO TO WS-QUEUE-NO-EDIT.
124500     MOVE WS-QUEUE-NO-EDIT  TO RQNOO.
124600     MOVE WS-RJQ-SOURCE-SYS TO RQFSRCO.
124700     IF WS-RJQ-EDIT-REJECT
124800         MOVE 'EDIT'        TO RQFILO
124900     ELSE
125000         MOVE 'UPDATE'      TO RQFILO
125100     END-IF.
125200     MOVE WS-RAW-EMP-ID     TO RQEIDO.
125300     MOVE EMPR01-NAME       TO RQNAMO.
125400     MOVE EMPR01-DEPT-CODE  TO RQDEPO.
125500     IF EMPR01-SALARY NUMERIC
125600         COMPUTE WS-SALARY-CENTS = EMPR01-SALARY * 100
125700         MOVE WS-SALARY-CENTS TO RQSALO
125800     END-IF.
125900     MOVE WS-RAW-EFF-DATE   TO RQEFFO.
126000     MOVE EMPR01-TRAN-CODE  TO RQTRNO.
126100     MOVE EMPR01-MANAGER-ID TO RQMGRO.
126200     MOVE WS-RJQ-REASON     TO RQRSNO.
126300 8200-EXIT.
126400     EXIT.
126500
126600*----------------------------------------------------------------
126700* 8300-GET-OPERATOR - THE SIGNED-ON CICS USER ID AND TODAY'S DATE
126800*     AND TIME, FOR OWNERSHIP, STATUS DATES, AND THE ACTIVITY LOG
126900*----------------------------------------------------------------
127000 8300-GET-OPERATOR.
127100     EXEC CICS ASSIGN
127200         USERID(WS-OPERATOR-ID)
127300     END-EXEC.
127400
127500     EXEC CICS ASKTIME
127600         ABSTIME(WS-ABSTIME)
127700     END-EXEC.
127800     EXEC CICS FORMATTIME
127900         ABSTIME(WS-ABSTIME)
128000         YYYYMMDD(WS-TS-DATE)
128100         TIME(WS-TS-TIME)
128200     END-EXEC.
128300     MOVE WS-TS-DATE TO WS-TODAY.
128400 8300-EXIT.
128500     EXIT.
