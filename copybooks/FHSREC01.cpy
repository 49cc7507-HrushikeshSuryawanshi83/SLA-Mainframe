000100*----------------------------------------------------------------
000200* FHSREC01 - NIGHTLY FEED-VOLUME HISTORY RECORD (FEEDHIST)
000300*----------------------------------------------------------------
000400* INSTALLATION.  HR-PAYROLL SYSTEMS.
000500* DATE-WRITTEN.  10/15/2026.
000600*----------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION
001000* ---------- ----  ------------------------------------------
001100* 10/15/2026  RJ   ORIGINAL COPYBOOK - ONE NIGHT'S VOLUME FOR ONE
001200*                  SOURCE SYSTEM, EITHER IN TOTAL OR FOR ONE
001300*                  TRANSACTION CODE OR ONE DEPARTMENT.  WRITTEN
001400*                  AND READ BY GOODVOLM, WHICH CHECKS TONIGHT'S
001500*                  EDITED FEED AGAINST THE ROLLING AVERAGE OF
001600*                  THE NIGHTS ON FILE.
001700*----------------------------------------------------------------
001800* FIXED-LENGTH, 60-BYTE RECORD.  COPY THIS MEMBER UNCHANGED INTO
001900* WORKING-STORAGE AND REFER TO THE FIELDS AS FHS-XXX.
002000* EACH NIGHT'S RECORDS FOR ONE SOURCE ARE WRITTEN TOGETHER, THE
002100* 'FEED' TOTAL FIRST, AND THE NIGHTS ARE KEPT IN THE ORDER THEY
002200* RAN - GOODVOLM AGES THE FILE BY COUNTING 'FEED' RECORDS, SO
002300* THE FILE MUST NOT BE SORTED OR EDITED BY HAND.
002400* FHS-SALARY-DELTA IS THE NET CHANGE IN ANNUAL SALARY THE
002500* NIGHT'S RECORDS CARRY AGAINST THE EMPLOYEE TABLE - A HIRE OR
002600* REHIRE ADDS ITS SALARY, A TERMINATION TAKES AWAY THE CURRENT
002700* ONE, AND A CHANGE ADDS THE DIFFERENCE.  THE AMOUNT IS
002800* UNSIGNED; FHS-DELTA-SIGN CARRIES THE DIRECTION.
002900*----------------------------------------------------------------
003000 05  FHS-RUN-DATE            PIC 9(08).
003100 05  FHS-SOURCE              PIC X(08).
003200 05  FHS-CHECK               PIC X(04).
003300     88  FHS-FEED-TOTAL              VALUE 'FEED'.
003400     88  FHS-TRAN-COUNT              VALUE 'TRAN'.
003500     88  FHS-DEPT-COUNT              VALUE 'DEPT'.
003600 05  FHS-KEY                 PIC X(04).
003700 05  FHS-RECORD-COUNT        PIC 9(09).
003800 05  FHS-DELTA-SIGN          PIC X(01).
003900     88  FHS-DELTA-DOWN              VALUE '-'.
004000 05  FHS-SALARY-DELTA        PIC 9(11)V99.
004100 05  FILLER                  PIC X(13).
