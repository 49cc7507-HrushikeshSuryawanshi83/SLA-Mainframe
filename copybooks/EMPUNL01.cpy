000100*----------------------------------------------------------------
000200* EMPUNL01 - EMPLOYEE TABLE LOAD RECORD (LOADOUT)
000300*----------------------------------------------------------------
000400* INSTALLATION.  HR-PAYROLL SYSTEMS.
000500* DATE-WRITTEN.  10/15/2026.
000600*----------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION
001000* ---------- ----  ------------------------------------------
001100* 10/15/2026  RJ   ORIGINAL COPYBOOK - ONE EMPLOYEE ROW,
001200*                  COLUMN FOR COLUMN, AS WRITTEN BY THE
001300*                  GOODPITR POINT-IN-TIME RESTORE FOR A DB2
001400*                  LOAD REPLACE OF THE EMPLOYEE TABLE.  THE
001500*                  FIELD POSITIONS BELOW ARE THE ONES CODED ON
001600*                  THE LOAD CONTROL STATEMENT IN THE GOODPITR
001700*                  JOB - CHANGE BOTH TOGETHER.
001710* 10/15/2026  RJ   CARRY MANAGER_ID, USER_ID AND MAINT_USER OUT
001720*                  OF THE FILLER AREA, SO A LOAD REPLACE FROM A
001730*                  RESTORE KEEPS THE REPORTING HIERARCHY, THE
001740*                  SUPERVISOR SIGN-ON LINKS, AND THE LAST GMNT
001750*                  MAINTAINER THAT GAPR ROUTING AND ITS
001760*                  SEPARATION-OF-DUTIES CHECK DEPEND ON.  THE
001770*                  RECORD IS STILL 80 BYTES.
001800*----------------------------------------------------------------
001900* FIXED-LENGTH, 80-BYTE RECORD.  COPY THIS MEMBER UNCHANGED INTO
002000* THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS EUNL-XXX.
002100*   ID         POSITION  1- 6  ZONED
002200*   NAME       POSITION  7-36
002300*   DEPT_CODE  POSITION 37-40
002400*   SALARY     POSITION 41-45  PACKED, 2 DECIMALS
002500*   STATUS     POSITION 46     'A' ACTIVE, 'T' TERMINATED
002600*   TERM_DATE  POSITION 47-54  ZONED, ZERO WHILE ACTIVE
002610*   MANAGER_ID POSITION 55-60  ZONED, ZERO = NO MANAGER
002620*   USER_ID    POSITION 61-68  CICS SIGN-ON, SPACES = NONE
002630*   MAINT_USER POSITION 69-76  LAST GMNT OPERATOR, SPACES = NONE
002700*----------------------------------------------------------------
002800 05  EUNL-ID                 PIC 9(06).
002900 05  EUNL-NAME               PIC X(30).
003000 05  EUNL-DEPT-CODE          PIC X(04).
003100 05  EUNL-SALARY             PIC 9(07)V99 COMP-3.
003200 05  EUNL-STATUS             PIC X(01).
003300 05  EUNL-TERM-DATE          PIC 9(08).
003310 05  EUNL-MANAGER-ID         PIC 9(06).
003320 05  EUNL-USER-ID            PIC X(08).
003330 05  EUNL-MAINT-USER         PIC X(08).
003400 05  FILLER                  PIC X(04).
