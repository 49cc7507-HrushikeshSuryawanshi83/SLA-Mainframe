001583*                  THE GAUD QUEUE, AND EVERY READER MOVE TO
001584*                  LRECL 224 TOGETHER - THE SAME ONE-TIME
001585*                  CONVERSION THE 160-TO-190 WIDENING TOOK.
001586* 10/15/2026  RJ   DOCUMENT THE ONLINE PSEUDO-SOURCE LAYOUT AS
001587*                  AUD-ONLINE-SOURCE - A GMNT CHANGE HAS NO
001588*                  FILE-IN RECORD BEHIND IT, SO THE SOURCE AREA
001589*                  CARRIES THE TERMINAL, TASK, AND NOW THE
001590*                  SIGNED-ON CICS USER ID OF THE OPERATOR WHO
001591*                  KEYED THE CHANGE.  THE RECORD LENGTH AND
001592*                  EVERY OTHER FIELD ARE UNCHANGED.
001593* 10/15/2026  RJ   ADD THE 'M' (MANAGER) CHANGE FLAG IN THE FOURTH
001594*                  BYTE OF AUD-CHANGE-TYPE FOR A CHANGE TO
001595*                  EMPLOYEE.MANAGER_ID.  THE RECORD HAS NO ROOM
001596*                  FOR A BEFORE/AFTER MANAGER PAIR, SO A BATCH
001597*                  RECORD CARRIES THE NEW MANAGER IN THE SOURCE
001598*                  RECORD (EMPR01-MANAGER-ID) AND AN ONLINE
001599*                  RECORD CARRIES BOTH IN AUD-ONLINE-SOURCE.
001600*----------------------------------------------------------------
001700* FIXED-LENGTH, 224-BYTE RECORD.  COPY THIS MEMBER UNCHANGED INTO
001800* THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS AUD-XXX.
001900* AUD-CHANGE-TYPE HOLDS ONE FLAG BYTE PER FIELD CHANGED -
002000* N = NAME, D = DEPARTMENT, S = SALARY, M = MANAGER - SO 'NDS '
002100* MEANS THE FIRST THREE CHANGED AND 'N   ' MEANS A RENAME ONLY.
002105* A MANAGER-ONLY CHANGE IS '   M'.  WHOLE-ROW
002110* ACTIONS CARRY THEIR OWN TYPES - 'ADD ' FOR A NEW HIRE,
002120* 'TRM ' FOR A TERMINATION, 'REH ' FOR A REHIRE ('DEL ' ON
002130* RECORDS WRITTEN BEFORE TERMINATIONS KEPT THE ROW).
002140* A BATCH WRITER PUTS THE EMPREC01 RECORD IT APPLIED IN
002150* AUD-SOURCE-RECORD; AN ONLINE WRITER PUTS THE PSEUDO-SOURCE
002160* DESCRIBED BY AUD-ONLINE-SOURCE, TAGGED 'GOODMNT ONLINE'.
002170* AUD-ONL-USERID IS SPACES ON RECORDS WRITTEN BEFORE THE USER
002180* ID WAS CARRIED, AND THE MANAGER PAIR IS SPACES ON RECORDS
002190* WRITTEN BEFORE THE MANAGER WAS CARRIED.
002200*----------------------------------------------------------------
002300 05  AUD-EMP-ID              PIC 9(06).
002400 05  AUD-CHANGE-TYPE         PIC X(04).
003000 05  AUD-NEW-SALARY          PIC 9(07)V99.
003100 05  AUD-TIMESTAMP           PIC X(14).
003200 05  AUD-SOURCE-RECORD       PIC X(80).
003210 05  AUD-ONLINE-SOURCE REDEFINES AUD-SOURCE-RECORD.
003220     10  AUD-ONL-TAG         PIC X(16).
003230     10  AUD-ONL-TERMID      PIC X(04).
003240     10  FILLER              PIC X(06).
003250     10  AUD-ONL-TASKN       PIC 9(07).
003260     10  FILLER              PIC X(06).
003270     10  AUD-ONL-USERID      PIC X(08).
003272     10  FILLER              PIC X(05).
003274     10  AUD-ONL-OLD-MANAGER PIC X(06).
003276     10  FILLER              PIC X(01).
003278     10  AUD-ONL-NEW-MANAGER PIC X(06).
003280     10  FILLER              PIC X(15).
003300 05  AUD-RUN-ID.
003400     10  AUD-RUN-PROGRAM     PIC X(08).
003500     10  AUD-RUN-DATE        PIC 9(08).
