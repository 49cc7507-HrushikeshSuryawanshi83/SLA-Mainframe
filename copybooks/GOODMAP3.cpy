001300*                  MAP GOODMAP3 (SEE BMS/GOODMAPS.BMS).  FIELD
001400*                  ORDER AND LENGTHS MUST STAY IN STEP WITH THE
001500*                  BMS SOURCE IF THE MAP IS EVER REASSEMBLED.
001520* 10/15/2026  RJ   ADDED THE AUTHORIZED HEADCOUNT (MDPHCNT) AND
001540*                  ANNUAL SALARY BUDGET (MDPSBUD, WHOLE DOLLARS)
001560*                  FIELDS AHEAD OF THE MESSAGE LINE.
001600*----------------------------------------------------------------
001700* COPY THIS MEMBER UNCHANGED INTO WORKING-STORAGE.
001800*----------------------------------------------------------------
003000     02  MDPEFFL             PIC S9(04) COMP.
003100     02  MDPEFFF             PIC X(01).
003200     02  MDPEFFI             PIC X(08).
003210     02  MDPHCNTL            PIC S9(04) COMP.
003220     02  MDPHCNTF            PIC X(01).
003230     02  MDPHCNTI            PIC X(05).
003240     02  MDPSBUDL            PIC S9(04) COMP.
003250     02  MDPSBUDF            PIC X(01).
003260     02  MDPSBUDI            PIC X(09).
003300     02  MDPMSGL             PIC S9(04) COMP.
003400     02  MDPMSGF             PIC X(01).
003500     02  MDPMSGI             PIC X(79).
004300     02  MDPNAMEO            PIC X(30).
004400     02  FILLER              PIC X(03).
004500     02  MDPEFFO             PIC X(08).
004520     02  FILLER              PIC X(03).
004540     02  MDPHCNTO            PIC X(05).
004560     02  FILLER              PIC X(03).
004580     02  MDPSBUDO            PIC X(09).
004600     02  FILLER              PIC X(03).
004700     02  MDPMSGO             PIC X(79).
