001530*                  SO THE MAINTENANCE SCREEN SHOWS WHETHER A
001540*                  ROW IS ACTIVE OR TERMINATED AND FROM WHAT
001550*                  DATE.
001560* 10/15/2026  RJ   ADDED THE MEMPMGR MANAGER ID AND MEMPUSR CICS
001570*                  USER ID FIELDS - GMNT MAINTAINS THE
001580*                  EMPLOYEE'S MANAGER AND THE SIGN-ON THAT LINKS
001590*                  A SUPERVISOR TO THEIR EMPLOYEE ROW FOR GAPR.
001600*----------------------------------------------------------------
001700* COPY THIS MEMBER UNCHANGED INTO WORKING-STORAGE.
001800*----------------------------------------------------------------
003210     02  MEMPSTAL            PIC S9(04) COMP.
003220     02  MEMPSTAF            PIC X(01).
003230     02  MEMPSTAI            PIC X(20).
003240     02  MEMPMGRL            PIC S9(04) COMP.
003250     02  MEMPMGRF            PIC X(01).
003260     02  MEMPMGRI            PIC X(06).
003270     02  MEMPUSRL            PIC S9(04) COMP.
003280     02  MEMPUSRF            PIC X(01).
003290     02  MEMPUSRI            PIC X(08).
003300     02  MMSGL               PIC S9(04) COMP.
003400     02  MMSGF               PIC X(01).
003500     02  MMSGI               PIC X(79).
004500     02  MEMPSALO            PIC 9(09).
004510     02  FILLER              PIC X(03).
004520     02  MEMPSTAO            PIC X(20).
004530     02  FILLER              PIC X(03).
004540     02  MEMPMGRO            PIC X(06).
004550     02  FILLER              PIC X(03).
004560     02  MEMPUSRO            PIC X(08).
004600     02  FILLER              PIC X(03).
004700     02  MMSGO               PIC X(79).
