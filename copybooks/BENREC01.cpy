000100*----------------------------------------------------------------
000200* BENREC01 - BENEFITS CARRIER ENROLLMENT CHANGE RECORD (BENOUT)
000300*----------------------------------------------------------------
000400* INSTALLATION.  HR-PAYROLL SYSTEMS.
000500* DATE-WRITTEN.  10/15/2026.
000600*----------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION
001000* ---------- ----  ------------------------------------------
001100* 10/15/2026  RJ   ORIGINAL COPYBOOK - ONE HIRE, TERMINATION, OR
001200*                  REHIRE SENT TO THE BENEFITS CARRIER, WITH THE
001300*                  DATE COVERAGE STARTS OR ENDS.  THE NIGHTLY FILE
001400*                  IS BRACKETED BY ITS OWN HEADER (RUN DATE AND
001500*                  SENDER) AND TRAILER (RECORD COUNT, COUNT PER
001600*                  EVENT, AND A HASH TOTAL OF THE EMPLOYEE IDS).
001700*                  WRITTEN BY GOODBENF AND READ BACK BY GOODBREC.
001800*                  AGREED WITH THE BENEFITS CARRIER.
001900*----------------------------------------------------------------
002000* FIXED-LENGTH, 80-BYTE RECORD.  COPY THIS MEMBER UNCHANGED INTO
002100* THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS BEN-XXX.
002200* A DETAIL RECORD STARTS WITH THE NUMERIC EMPLOYEE ID, SO ITS
002300* FIRST THREE BYTES CAN NEVER READ 'HDR' OR 'TRL'.
002400* BEN-EVENT CARRIES THE AUDIT/PAYROLL CHANGE TYPE UNCHANGED.  A
002500* HIRE OR REHIRE STARTS COVERAGE ON ITS EFFECTIVE DATE; A
002600* TERMINATION ENDS IT ON THE EMPLOYEE ROW'S TERM_DATE.
002700*----------------------------------------------------------------
002800 05  BEN-DETAIL.
002900     10  BEN-EMP-ID          PIC 9(06).
003000     10  BEN-EMP-NAME        PIC X(30).
003100     10  BEN-EVENT           PIC X(04).
003200         88  BEN-EVENT-HIRE          VALUE 'ADD '.
003300         88  BEN-EVENT-TERM          VALUE 'TRM '.
003400         88  BEN-EVENT-REHIRE        VALUE 'REH '.
003500     10  BEN-COVERAGE-IND    PIC X(01).
003600         88  BEN-COVERAGE-STARTS     VALUE 'S'.
003700         88  BEN-COVERAGE-ENDS       VALUE 'E'.
003800     10  BEN-COVERAGE-DATE   PIC 9(08).
003900     10  BEN-DEPT-CODE       PIC X(04).
004000     10  FILLER              PIC X(27).
004100 05  BEN-CONTROL REDEFINES BEN-DETAIL.
004200     10  BEN-RECORD-TYPE     PIC X(03).
004300         88  BEN-HEADER              VALUE 'HDR'.
004400         88  BEN-TRAILER             VALUE 'TRL'.
004500     10  BEN-CTL-DATA        PIC X(77).
004600     10  BEN-HEADER-VIEW REDEFINES BEN-CTL-DATA.
004700         15  BEN-HDR-RUN-DATE    PIC 9(08).
004800         15  BEN-HDR-SENDER      PIC X(08).
004900         15  FILLER              PIC X(61).
005000     10  BEN-TRAILER-VIEW REDEFINES BEN-CTL-DATA.
005100         15  BEN-TRL-RECORD-COUNT
005200                                 PIC 9(09).
005300         15  BEN-TRL-HIRE-COUNT  PIC 9(09).
005400         15  BEN-TRL-TERM-COUNT  PIC 9(09).
005500         15  BEN-TRL-REHIRE-COUNT
005600                                 PIC 9(09).
005700         15  BEN-TRL-ID-HASH     PIC 9(15).
005800         15  FILLER              PIC X(26).
