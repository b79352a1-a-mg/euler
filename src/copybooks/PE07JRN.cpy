000100***************************************************************
000200*                                                             *
000300*    PE07JRN   -   PROJECT EULER SEVEN PRIME-MASTER           *
000400*                  FORWARD-RECOVERY JOURNAL RECORD            *
000500*                                                             *
000600*    ONE DETAIL RECORD ('D') FOR EVERY PRIME-MASTER INSERT    *
000700*    THE SEARCH ENGINE MAKES, CARRYING THE DATE, TIME, AND    *
000800*    RUN MODE OF THE INSERT AND THE N AND PRIME WRITTEN.      *
000900*    PE07UNLD RESETS THE JOURNAL EVERY TIME IT TAKES A        *
001000*    BACKUP, OPENING IT WITH ONE HEADER ('H') CARRYING THE    *
001100*    BACKUP TRAILER'S RECORD COUNT AND HIGHEST N -- THE       *
001200*    POINT THE JOURNAL STARTS FROM.  EVERY WARM SEARCH CALL   *
001300*    THEN BRACKETS ITS DETAILS WITH A RUN-BEGIN ('B') AND A   *
001400*    RUN-TRAILER ('T') CARRYING THE COUNT OF RECORDS IT       *
001500*    JOURNALED AND THE HIGHEST N AMONG THEM, SO PE07RCVR CAN  *
001600*    PROVE EVERY CLOSED RUN COMPLETE.  A RUN THAT ABENDS      *
001700*    LEAVES A 'B' WITH NO 'T' -- ITS DETAILS ARE STILL GOOD   *
001800*    FOR RECOVERY, BUT NOT PROVED BY A TRAILER.               *
001900*                                                             *
002000*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
002100*                                                             *
002200***************************************************************
002300 01  PE07-JOURNAL-RECORD.
002400     05  PE07-JRN-REC-TYPE               PIC X(01).
002500         88  PE07-JRN-HEADER                  VALUE 'H'.
002600         88  PE07-JRN-RUN-BEGIN               VALUE 'B'.
002700         88  PE07-JRN-DETAIL                  VALUE 'D'.
002800         88  PE07-JRN-RUN-TRAILER             VALUE 'T'.
002900     05  PE07-JRN-DATE                   PIC 9(08).
003000     05  PE07-JRN-TIME                   PIC 9(08).
003100     05  PE07-JRN-RUN-MODE               PIC X(01).
003200     05  PE07-JRN-DATA.
003300         10  PE07-JRN-N                  PIC 9(12).
003400         10  PE07-JRN-PRIME              PIC 9(12).
003500     05  PE07-JRN-CONTROL-DATA REDEFINES PE07-JRN-DATA.
003600         10  PE07-JRN-RECORD-COUNT       PIC 9(12).
003700         10  PE07-JRN-HIGHEST-N          PIC 9(12).
003800     05  FILLER                          PIC X(06).
