000250*    DATE        INIT  DESCRIPTION                            *
000260*    ----------  ----  -------------------------------------- *
000270*    2026-09-03  AMG   ORIGINAL PROGRAM.                       *
000271*    2026-10-15  AMG   MESSAGE IDS PAST 99 ARE COUNTED AND    *
000272*                      LISTED IN FULL, THIRD DIGIT INCLUDED   *
000273*                      (PE07-EVT-MSG-ID-EXT).                 *
000280*                                                             *
000290***************************************************************
000300 ENVIRONMENT DIVISION.
000660     78  PE07-EVTR-MSG-MAX          VALUE 50.
000670 01  PE07-EVTR-MSG-TABLE.
000680     05  PE07-EVTR-MSG-ENTRY     OCCURS 50 TIMES.
000690         10  PE07-EVTR-MSG-CODE      PIC X(09).
000700         10  PE07-EVTR-MSG-SEV       PIC X(01).
000710         10  PE07-EVTR-MSG-COUNT     PIC 9(09)  COMP.
000720 77  PE07-EVTR-MSG-USED      PIC 9(04)  COMP  VALUE 0.
000975 77  PE07-EVTR-SHORTFALL     PIC 9(09)  COMP  VALUE 0.
000976 77  PE07-EVTR-LISTED-COUNT  PIC 9(09)  COMP  VALUE 0.
000980 77  PE07-EVTR-IDX           PIC 9(04)  COMP  VALUE 0.
000985 77  PE07-EVTR-MSG-KEY       PIC X(09)        VALUE SPACES.
000990***************************************************************
001000*    PAGE AND LINE CONTROL                                     *
001010***************************************************************
003210*    COUNT WITHOUT A PROGRAM CHANGE.                          *
003220***************************************************************
003230 2300-COUNT-MESSAGE.
003232     MOVE PE07-EVT-MSG-ID     TO PE07-EVTR-MSG-KEY
003234     MOVE PE07-EVT-MSG-ID-EXT TO PE07-EVTR-MSG-KEY(9:1)
003240     PERFORM VARYING PE07-EVTR-IDX FROM 1 BY 1
003250             UNTIL PE07-EVTR-IDX > PE07-EVTR-MSG-USED
003260                OR PE07-EVTR-MSG-CODE(PE07-EVTR-IDX)
003270                   = PE07-EVTR-MSG-KEY
003280         CONTINUE
003290     END-PERFORM
003300     IF PE07-EVTR-IDX > PE07-EVTR-MSG-USED
003310         IF PE07-EVTR-MSG-USED < PE07-EVTR-MSG-MAX
003320             ADD 1 TO PE07-EVTR-MSG-USED
003330             MOVE PE07-EVTR-MSG-KEY
003340                 TO PE07-EVTR-MSG-CODE(PE07-EVTR-MSG-USED)
003350             MOVE PE07-EVT-SEVERITY
003360                 TO PE07-EVTR-MSG-SEV(PE07-EVTR-MSG-USED)
005260     MOVE PE07-EVTR-TIME-IN(5:2) TO PE07-EVTR-EDIT-SS
005270     MOVE PE07-EVTR-TIME-EDIT    TO PE07-EVTR-ERR-TIME
005280     MOVE PE07-EVT-MSG-ID        TO PE07-EVTR-ERR-MSG
005285     MOVE PE07-EVT-MSG-ID-EXT    TO PE07-EVTR-ERR-MSG(9:1)
005290     MOVE PE07-EVT-RUN-MODE      TO PE07-EVTR-ERR-MODE
005300     MOVE PE07-EVT-DETAIL        TO PE07-EVTR-ERR-DETL
005310     MOVE PE07-EVT-PARAGRAPH     TO PE07-EVTR-ERR-PARA
