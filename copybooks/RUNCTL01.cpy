001500*                  PROVED END TO END BY GOODBAL, SO OPERATIONS
001600*                  BALANCE THE WHOLE NIGHT FROM ONE PAGE
001700*                  INSTEAD OF SIX REPORTS.
001710* 10/15/2026  RJ   ADDED RCTL-CONTENTION-RETRIES AND
001720*                  RCTL-CONTENTION-REJECTS OUT OF THE FILLER -
001730*                  GOODUPDT'S DB2 LOCK-CONTENTION RETRIES AND
001740*                  THE RECORDS IT REJECTED AFTER THE LAST RETRY.
001800*----------------------------------------------------------------
001900* FIXED-LENGTH, 120-BYTE RECORD.  COPY THIS MEMBER UNCHANGED
002000* INTO THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS
002700* RCTL-OUT-OTHER IS EVERYTHING LEGITIMATELY RETAINED OR
002800* DISCARDED IN PLACE (NO-CHANGE RECORDS, RESTART SKIPS,
002900* STILL-FUTURE PENDING RECORDS, AGED-OUT RECYCLE DROPS).
002910* THE TWO CONTENTION FIELDS ARE INFORMATIONAL AND STAY OUT OF
002920* THE BALANCE: RCTL-CONTENTION-REJECTS IS THE PART OF
002930* RCTL-OUT-REJECTED LOST TO LOCK CONTENTION RATHER THAN BAD
002940* DATA, AND RCTL-CONTENTION-RETRIES COUNTS RETRY ATTEMPTS.
002950* ONLY GOODUPDT SETS THEM; OTHER WRITERS LEAVE THEM SPACES, SO
002960* TEST THEM NUMERIC BEFORE USE.
003000*----------------------------------------------------------------
003100 05  RCTL-RUN-DATE           PIC 9(08).
003200 05  RCTL-PROGRAM            PIC X(08).
003800 05  RCTL-OUT-PASSED         PIC 9(09).
003900 05  RCTL-OUT-OTHER          PIC 9(09).
004000 05  RCTL-RETURN-CODE        PIC 9(04).
004010 05  RCTL-CONTENTION-RETRIES PIC 9(09).
004020 05  RCTL-CONTENTION-REJECTS PIC 9(09).
004100 05  FILLER                  PIC X(19).
