001309*                  CAN BE ROUTED BACK TO THE RIGHT SOURCE
001311*                  DESK.  SPACES MEANS A RECORD THAT NEVER
001312*                  PASSED THE STAMP STEP.
001313* 10/15/2026  RJ   ADD EMPR01-APPROVED-BY OUT OF THE FILLER
001314*                  AREA - GOODSUSP STAMPS THE CICS USER ID OF
001315*                  THE SUPERVISOR WHO APPROVED A HELD CHANGE
001316*                  UNDER GAPR ALONGSIDE THE APPROVAL FLAG, SO
001317*                  THE AUDIT RECORD GOODUPDT WRITES WHEN IT
001318*                  APPLIES THE CHANGE NAMES THE APPROVER.
001319*                  SPACES ON EVERY ORDINARY FEED RECORD.
001320* 10/15/2026  RJ   ADD EMPR01-MANAGER-ID OUT OF THE FILLER AREA -
001321*                  THE EMPLOYEE ID OF THE EMPLOYEE'S MANAGER,
001322*                  CARRIED TO EMPLOYEE.MANAGER_ID BY GOODUPDT.
001323*                  SPACES MEANS THE FEED DID NOT SEND ONE - A
001324*                  CHANGE OR REHIRE KEEPS THE CURRENT MANAGER
001325*                  AND A NEW HIRE GETS NONE.  000000 CLEARS THE
001326*                  MANAGER (THE TOP OF THE HIERARCHY).
001300*----------------------------------------------------------------
001400* FIXED-LENGTH, 80-BYTE RECORD.  COPY THIS MEMBER UNCHANGED INTO
001500* WORKING-STORAGE AND REFER TO THE FIELDS AS EMPR01-XXX.
002150 05  EMPR01-APPROVAL-FLAG    PIC X(01).
002160     88  EMPR01-SUPV-APPROVED        VALUE 'A'.
002170 05  EMPR01-SOURCE-SYSTEM    PIC X(08).
002180 05  EMPR01-APPROVED-BY      PIC X(08).
002185 05  EMPR01-MANAGER-ID       PIC X(06).
002186     88  EMPR01-MANAGER-NOT-SENT     VALUE SPACES.
002187 05  EMPR01-MANAGER-ID-N REDEFINES EMPR01-MANAGER-ID
002188                             PIC 9(06).
002200 05  FILLER                  PIC X(03).
