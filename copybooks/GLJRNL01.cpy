000100*----------------------------------------------------------------
000200* GLJRNL01 - GENERAL LEDGER JOURNAL RECORD (GLJRNL)
000300*----------------------------------------------------------------
000400* INSTALLATION.  HR-PAYROLL SYSTEMS.
000500* DATE-WRITTEN.  10/15/2026.
000600*----------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION
001000* ---------- ----  ------------------------------------------
001100* 10/15/2026  RJ   ORIGINAL COPYBOOK - THE MONTHLY LABOR-COST
001200*                  JOURNAL GOODLABR SENDS TO THE GENERAL
001300*                  LEDGER.  ONE HEADER, ONE DEBIT LINE PER
001400*                  DEPARTMENT COST CENTER, ONE OFFSETTING
001500*                  CREDIT LINE, AND A CONTROL TRAILER.
001600*----------------------------------------------------------------
001700* FIXED-LENGTH, 80-BYTE RECORD.  COPY THIS MEMBER UNCHANGED INTO
001800* THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS GLJ-XXX.
001900* GLJ-RECORD-TYPE SAYS WHICH VIEW APPLIES.  THE COST CENTER IS
002000* THE DEPARTMENT CODE, LEFT-JUSTIFIED; THE CREDIT LINE CARRIES
002100* NO COST CENTER.  THE TRAILER COUNTS THE JOURNAL LINES (NOT
002200* THE HEADER OR TRAILER) AND CARRIES BOTH SIDES' TOTALS, WHICH
002300* MUST BE EQUAL FOR THE JOURNAL TO POST.
002400*----------------------------------------------------------------
002500 05  GLJ-RECORD-TYPE         PIC X(03).
002600     88  GLJ-HEADER                  VALUE 'HDR'.
002700     88  GLJ-LINE                    VALUE 'JNL'.
002800     88  GLJ-TRAILER                 VALUE 'TRL'.
002900 05  GLJ-DATA                PIC X(77).
003000 05  GLJ-HEADER-VIEW REDEFINES GLJ-DATA.
003100     10  GLJ-HDR-RUN-DATE    PIC 9(08).
003200     10  GLJ-HDR-PERIOD      PIC 9(06).
003300     10  GLJ-HDR-SOURCE      PIC X(08).
003400     10  FILLER              PIC X(55).
003500 05  GLJ-LINE-VIEW REDEFINES GLJ-DATA.
003600     10  GLJ-PERIOD          PIC 9(06).
003700     10  GLJ-ACCOUNT         PIC X(10).
003800     10  GLJ-COST-CENTER     PIC X(10).
003900     10  GLJ-DEBIT-CREDIT    PIC X(01).
004000         88  GLJ-DEBIT               VALUE 'D'.
004100         88  GLJ-CREDIT              VALUE 'C'.
004200     10  GLJ-AMOUNT          PIC 9(13)V99.
004300     10  GLJ-DESCRIPTION     PIC X(30).
004400     10  FILLER              PIC X(05).
004500 05  GLJ-TRAILER-VIEW REDEFINES GLJ-DATA.
004600     10  GLJ-TRL-LINE-COUNT  PIC 9(09).
004700     10  GLJ-TRL-DEBIT-TOTAL PIC 9(13)V99.
004800     10  GLJ-TRL-CREDIT-TOTAL
004900                             PIC 9(13)V99.
005000     10  GLJ-TRL-SOURCE      PIC X(08).
005100     10  FILLER              PIC X(30).
