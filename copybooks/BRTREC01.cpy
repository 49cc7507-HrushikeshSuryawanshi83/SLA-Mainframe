000100*----------------------------------------------------------------
000200* BRTREC01 - BENEFITS CARRIER CONFIRMATION RETURN RECORD (BENRTN)
000300*----------------------------------------------------------------
000400* INSTALLATION.  HR-PAYROLL SYSTEMS.
000500* DATE-WRITTEN.  10/15/2026.
000600*----------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION
001000* ---------- ----  ------------------------------------------
001100* 10/15/2026  RJ   ORIGINAL COPYBOOK - RECORD RETURNED BY THE
001200*                  BENEFITS CARRIER FOR EVERY BENREC01 EVENT IT
001300*                  PROCESSED, KEYED BY EMPLOYEE ID, EVENT, AND
001400*                  COVERAGE DATE.  AGREED WITH THE BENEFITS
001500*                  CARRIER.
001600*----------------------------------------------------------------
001700* FIXED-LENGTH, 80-BYTE RECORD.  COPY THIS MEMBER UNCHANGED
001800* INTO THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS
001900* BRT-XXX.
002000*----------------------------------------------------------------
002100 05  BRT-EMP-ID              PIC 9(06).
002200 05  BRT-EVENT               PIC X(04).
002300 05  BRT-COVERAGE-DATE       PIC 9(08).
002400 05  BRT-STATUS              PIC X(01).
002500     88  BRT-APPLIED                 VALUE 'A'.
002600     88  BRT-IN-ERROR                VALUE 'E'.
002700 05  BRT-ERROR-TEXT          PIC X(30).
002800 05  FILLER                  PIC X(31).
