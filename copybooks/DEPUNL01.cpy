000100*----------------------------------------------------------------
000200* DEPUNL01 - DEPARTMENT TABLE LOAD RECORD (DEPTOUT)
000300*----------------------------------------------------------------
000400* INSTALLATION.  HR-PAYROLL SYSTEMS.
000500* DATE-WRITTEN.  10/15/2026.
000600*----------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION
001000* ---------- ----  ------------------------------------------
001100* 10/15/2026  RJ   ORIGINAL COPYBOOK - ONE DEPARTMENT ROW,
001200*                  COLUMN FOR COLUMN, AS WRITTEN BY THE
001300*                  GOODMASK TEST-DATA REFRESH FOR A DB2 LOAD
001400*                  REPLACE OF THE DEPARTMENT TABLE IN THE TEST
001500*                  REGION.  THE FIELD POSITIONS BELOW ARE THE
001600*                  ONES CODED ON THE LOAD CONTROL STATEMENT IN
001700*                  THE GOODMASK JOB - CHANGE BOTH TOGETHER.
001800*                  MAINT_USER IS NOT CARRIED; A PRODUCTION
001900*                  OPERATOR ID HAS NO PLACE IN THE TEST REGION.
002000*----------------------------------------------------------------
002100* FIXED-LENGTH, 80-BYTE RECORD.  COPY THIS MEMBER UNCHANGED INTO
002200* THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS DUNL-XXX.
002300*   DEPT_CODE    POSITION  1- 4
002400*   DEPT_NAME    POSITION  5-34
002500*   ACTIVE_FLAG  POSITION 35     'Y' ACTIVE, 'N' INACTIVE
002600*   EFF_DATE     POSITION 36-43  ZONED
002700*   HEAD_BUDGET  POSITION 44-52  ZONED, ZERO = NO BUDGET SET
002800*   SAL_BUDGET   POSITION 53-58  PACKED, 2 DECIMALS
002900*----------------------------------------------------------------
003000 05  DUNL-DEPT-CODE          PIC X(04).
003100 05  DUNL-DEPT-NAME          PIC X(30).
003200 05  DUNL-ACTIVE-FLAG        PIC X(01).
003300 05  DUNL-EFF-DATE           PIC 9(08).
003400 05  DUNL-HEAD-BUDGET        PIC 9(09).
003500 05  DUNL-SAL-BUDGET         PIC 9(09)V99 COMP-3.
003600 05  FILLER                  PIC X(22).
