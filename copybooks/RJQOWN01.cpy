000100*----------------------------------------------------------------
000200* RJQOWN01 - REJECT-DESK OWNERSHIP RECORD (REJQOWN)
000300*----------------------------------------------------------------
000400* INSTALLATION.  HR-PAYROLL SYSTEMS.
000500* DATE-WRITTEN.  10/15/2026.
000600*----------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION
001000* ---------- ----  ------------------------------------------
001100* 10/15/2026  RJ   ORIGINAL COPYBOOK - ONE REJECT THE REJECT
001200*                  DESK HAS TAKEN OWNERSHIP OF ON THE GREJ
001300*                  TRANSACTION (WORKED, RESUBMITTED, SENT, OR
001400*                  ABANDONED ON THE REJECT_QUEUE TABLE).
001500*                  WRITTEN BY GOODREJR AND READ BY GOODRCYC,
001600*                  WHICH STOPS RECYCLING A REJECT THAT MATCHES.
001700*----------------------------------------------------------------
001800* FIXED-LENGTH, 86-BYTE RECORD.  COPY THIS MEMBER UNCHANGED INTO
001900* THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS RJQO-XXX.
002000* RJQO-REJ-IMAGE IS THE 80-BYTE EMPREC01 RECORD AS IT WAS
002100* REJECTED, WITH EMPR01-SOURCE-SYSTEM BLANKED - GOODSTMP
002200* RESTAMPS THE SOURCE EVERY TIME A RECORD GOES BACK THROUGH
002300* THE STREAM, SO IT CANNOT BE PART OF THE MATCH.
002400*----------------------------------------------------------------
002500 05  RJQO-EMP-KEY            PIC X(06).
002600 05  RJQO-REJ-IMAGE          PIC X(80).
