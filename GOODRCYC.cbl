002492*                  WITH.  THE RECYCLED RECORDS THEMSELVES
002494*                  CARRY EMPR01-SOURCE-SYSTEM UNTOUCHED, SO
002496*                  THE ROUND TRIP PRESERVES THE ROUTING.
002504* 10/15/2026  RJ   STOP RECYCLING WHAT THE REJECT DESK OWNS -
002512*                  A REJECT ON THE NEW REJQOWN FILE (WRITTEN BY
002520*                  GOODREJR FROM THE REJECT_QUEUE ITEMS THE
002528*                  DESK HAS CLAIMED, RESUBMITTED, OR ABANDONED
002536*                  ON THE GREJ TRANSACTION) IS DROPPED HERE
002544*                  WITH ITS MASTER ENTRY AND NOT SENT OUT - THE
002552*                  DESK SENDS ITS OWN CORRECTED RECORD OR NONE.
002560*                  THE MATCH IS ON THE REJECTED IMAGE WITH THE
002568*                  SOURCE SYSTEM BLANKED, SINCE GOODSTMP
002576*                  RESTAMPS THE SOURCE ON EVERY PASS.
002584*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
005730         ORGANIZATION IS SEQUENTIAL
005740         ACCESS MODE IS SEQUENTIAL
005750         FILE STATUS IS WS-RUN-CTL-STATUS.
005758
005766     SELECT REJ-OWNED-FILE ASSIGN TO REJQOWN
005774         ORGANIZATION IS SEQUENTIAL
005782         ACCESS MODE IS SEQUENTIAL
005790         FILE STATUS IS WS-REJ-OWNED-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
009740     LABEL RECORDS ARE STANDARD.
009750 01  RUN-CTL-RECORD.
009760     COPY RUNCTL01.
009765
009770 FD  REJ-OWNED-FILE
009775     RECORDING MODE IS F
009780     LABEL RECORDS ARE STANDARD.
009785 01  REJ-OWNED-RECORD.
009790     COPY RJQOWN01.
009800
009900 WORKING-STORAGE SECTION.
010000*----------------------------------------------------------------
010600 01  WS-RECYCLE-OUT-STATUS   PIC X(02) VALUE '00'.
010700 01  WS-RECYCLE-RPT-STATUS   PIC X(02) VALUE '00'.
010710 01  WS-RUN-CTL-STATUS       PIC X(02) VALUE '00'.
010721 01  WS-REJ-OWNED-STATUS     PIC X(02) VALUE '00'.
010732
010743 01  WS-SWITCHES.
010754     05  WS-OWNED-EOF-SWITCH PIC X(01) VALUE 'N'.
010765         88  WS-OWNED-END-OF-FILE    VALUE 'Y'.
010776     05  WS-DESK-OWNED-SWITCH PIC X(01) VALUE 'N'.
010787         88  WS-DESK-OWNED           VALUE 'Y'.
010800
010900*----------------------------------------------------------------
011000* MATCH KEYS - HIGH-VALUES MARKS AN EXHAUSTED INPUT
011700*     BEFORE IT IS AGED OUT TO THE FINAL-DISPOSITION REPORT
011800*----------------------------------------------------------------
011900 01  WS-MAX-RETRY-COUNT      PIC 9(02) VALUE 5.
011907
011914*----------------------------------------------------------------
011921* REJECTS THE REJECT DESK OWNS - LOADED FROM REJQOWN.  THE IMAGE
011928*     IS THE REJECTED RECORD WITH ITS SOURCE SYSTEM BLANKED.
011935*----------------------------------------------------------------
011942 01  WS-OWNED-LIMIT          PIC 9(04) COMP VALUE 5000.
011949 01  WS-OWNED-COUNT          PIC 9(04) COMP VALUE ZERO.
011956 01  WS-OWNED-TABLE.
011963     05  WS-OWNED-ENTRY OCCURS 1 TO 5000 TIMES
011970                             DEPENDING ON WS-OWNED-COUNT
011977                             INDEXED BY WS-OWN-IX.
011984         10  WS-OWNED-EMP-KEY    PIC X(06).
011991         10  WS-OWNED-IMAGE      PIC X(80).
012000
012010*----------------------------------------------------------------
012020* FEED CONTROL RECORD AND CONTROL TOTALS FOR THE RECYCLE OUTPUT
012700 01  WS-RETRIED-COUNT        PIC 9(09) COMP VALUE ZERO.
012800 01  WS-SUCCEEDED-COUNT      PIC 9(09) COMP VALUE ZERO.
012900 01  WS-AGED-OUT-COUNT       PIC 9(09) COMP VALUE ZERO.
012950 01  WS-DESK-OWNED-COUNT     PIC 9(09) COMP VALUE ZERO.
013000 01  WS-RPT-COUNT-EDIT       PIC Z(8)9.
013100
013200*----------------------------------------------------------------
023950     MOVE 'GOODRCYC'    TO CTL-HDR-SOURCE.
023960     MOVE WS-CONTROL-RECORD TO RECYCLE-OUT-RECORD.
023970     WRITE RECYCLE-OUT-RECORD.
023980
023990     PERFORM 1100-LOAD-DESK-OWNED THRU 1100-EXIT.
024000 1000-EXIT.
024002     EXIT.
024004
024006*----------------------------------------------------------------
024008* 1100-LOAD-DESK-OWNED - TABLE EVERY REJECT THE REJECT DESK HAS
024010*     TAKEN.  A TABLE TOO SMALL FOR THE FILE STOPS THE RUN -
024012*     RECYCLING A REJECT THE DESK ALREADY CORRECTED WOULD SEND
024014*     THE CHANGE TWICE.
024016*----------------------------------------------------------------
024018 1100-LOAD-DESK-OWNED.
024020     OPEN INPUT REJ-OWNED-FILE.
024022     IF WS-REJ-OWNED-STATUS NOT = '00'
024024         DISPLAY 'GOODRCYC - OPEN ERROR ON REJ-OWNED-FILE - '
024026             'STATUS ' WS-REJ-OWNED-STATUS
024028         MOVE 16 TO RETURN-CODE
024030         GO TO 1100-EXIT
024032     END-IF.
024034
024036     PERFORM 1110-READ-DESK-OWNED THRU 1110-EXIT
024038         UNTIL WS-OWNED-END-OF-FILE.
024040     CLOSE REJ-OWNED-FILE.
024042 1100-EXIT.
024044     EXIT.
024046
024048*----------------------------------------------------------------
024050* 1110-READ-DESK-OWNED - ONE OWNERSHIP RECORD INTO THE TABLE
024052*----------------------------------------------------------------
024054 1110-READ-DESK-OWNED.
024056     READ REJ-OWNED-FILE
024058         AT END
024060             MOVE 'Y' TO WS-OWNED-EOF-SWITCH
024062             GO TO 1110-EXIT
024064     END-READ.
024066
024068     IF WS-OWNED-COUNT >= WS-OWNED-LIMIT
024070         DISPLAY 'GOODRCYC - MORE DESK-OWNED REJECTS THAN THE '
024072             'TABLE HOLDS - RAISE WS-OWNED-LIMIT'
024074         MOVE 16 TO RETURN-CODE
024076         MOVE 'Y' TO WS-OWNED-EOF-SWITCH
024078         GO TO 1110-EXIT
024080     END-IF.
024082     ADD 1 TO WS-OWNED-COUNT.
024084     SET WS-OWN-IX TO WS-OWNED-COUNT.
024086     MOVE RJQO-EMP-KEY   TO WS-OWNED-EMP-KEY (WS-OWN-IX).
024088     MOVE RJQO-REJ-IMAGE TO WS-OWNED-IMAGE (WS-OWN-IX).
024090 1110-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------
028000         PERFORM 4000-MASTER-ONLY THRU 4000-EXIT
028100         GO TO 3000-EXIT
028200     END-IF.
028216     PERFORM 5100-CHECK-DESK-OWNED THRU 5100-EXIT.
028232     IF WS-DESK-OWNED
028248         PERFORM 5200-DROP-DESK-OWNED THRU 5200-EXIT
028264         GO TO 3000-EXIT
028280     END-IF.
028300     IF WS-MASTER-KEY > WS-REJECT-KEY
028400         PERFORM 4100-REJECT-ONLY THRU 4100-EXIT
028500         GO TO 3000-EXIT
035700     ADD 1 TO WS-AGED-OUT-COUNT.
035800 5000-EXIT.
035900     EXIT.
035902
035904*----------------------------------------------------------------
035906* 5100-CHECK-DESK-OWNED - IS THE CURRENT REJECT ONE THE REJECT
035908*     DESK HAS TAKEN?  THE REJECT IS COMPARED WITH ITS SOURCE
035910*     SYSTEM BLANKED, THE SAME WAY GOODREJL QUEUED IT.
035912*----------------------------------------------------------------
035914 5100-CHECK-DESK-OWNED.
035916     MOVE 'N' TO WS-DESK-OWNED-SWITCH.
035918     IF WS-OWNED-COUNT = ZERO
035920         GO TO 5100-EXIT
035922     END-IF.
035924
035926     MOVE REJ-FILE-IN-DATA TO WS-SOURCE-RECORD.
035928     MOVE SPACES TO EMPR01-SOURCE-SYSTEM.
035930     SET WS-OWN-IX TO 1.
035932     SEARCH WS-OWNED-ENTRY
035934         AT END
035936             CONTINUE
035938         WHEN WS-OWNED-EMP-KEY (WS-OWN-IX) = WS-REJECT-KEY
035940             AND WS-OWNED-IMAGE (WS-OWN-IX) = WS-SOURCE-RECORD
035942             MOVE 'Y' TO WS-DESK-OWNED-SWITCH
035944     END-SEARCH.
035946 5100-EXIT.
035948     EXIT.
035950
035952*----------------------------------------------------------------
035954* 5200-DROP-DESK-OWNED - THE REJECT DESK OWNS THIS REJECT.
035956*     NEITHER THE REJECT NOR ANY MASTER ENTRY FOR IT GOES ANY
035958*     FURTHER; THE DESK RESUBMITS ITS OWN CORRECTED RECORD.
035960*----------------------------------------------------------------
035962 5200-DROP-DESK-OWNED.
035964     ADD 1 TO WS-DESK-OWNED-COUNT.
035966     IF WS-MASTER-KEY = WS-REJECT-KEY
035968         PERFORM 2100-READ-MASTER THRU 2100-EXIT
035970     END-IF.
035972     PERFORM 2000-READ-REJECT THRU 2000-EXIT.
035974 5200-EXIT.
035976     EXIT.
036000
036100*----------------------------------------------------------------
036200* 9000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE
038800     MOVE 'REJECTS AGED OUT TO DISPOSITION' TO WS-RPT-TOT-LABEL.
038900     MOVE WS-AGED-OUT-COUNT TO WS-RPT-COUNT-EDIT.
039000     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
039020
039040     MOVE 'REJECTS TAKEN BY THE REJECT DESK' TO WS-RPT-TOT-LABEL.
039060     MOVE WS-DESK-OWNED-COUNT TO WS-RPT-COUNT-EDIT.
039080     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
039100
039110     MOVE SPACES        TO WS-CONTROL-RECORD.
039120     MOVE 'TRL'         TO CTL-RECORD-TYPE.
039920*----------------------------------------------------------------
039930* 9500-WRITE-RUN-STATUS - APPEND THIS STEP'S RUNCTL01 RECORD TO
039940*     THE SHARED RUN-CONTROL REGISTER FOR THE GOODBAL PROOF.
039950*     EVERY REJECT READ EITHER WENT BACK OUT FOR RETRY, WAS
039960*     AGED OUT TO MANUAL DISPOSITION, OR WAS LEFT TO THE
039965*     REJECT DESK.
039970*----------------------------------------------------------------
039980 9500-WRITE-RUN-STATUS.
039982     OPEN EXTEND RUN-CTL-FILE.
040012     MOVE ZERO            TO RCTL-OUT-PENDING.
040014     MOVE ZERO            TO RCTL-OUT-SUSPENDED.
040016     MOVE WS-RECYCLE-OUT-COUNT TO RCTL-OUT-PASSED.
040018     COMPUTE RCTL-OUT-OTHER =
040020         WS-AGED-OUT-COUNT + WS-DESK-OWNED-COUNT.
040022     MOVE RETURN-CODE     TO RCTL-RETURN-CODE.
040024     WRITE RUN-CTL-RECORD.
040026     CLOSE RUN-CTL-FILE.
