000100***************************************************************
000200*                                                             *
000300*    PE07LDG   -   PROJECT EULER SEVEN RUN CONTROL LEDGER     *
000400*                  HISTORY RECORD                             *
000500*                                                             *
000600*    ONE RECORD APPENDED BY THE CLOSING LEDGER STEP OF EVERY  *
000700*    NIGHTLY RUN (PE07LDGR) TO THE LEDGER HISTORY, CARRYING   *
000800*    THE MASTER'S OPENING AND CLOSING CONTROL TOTALS, THE     *
000900*    COUNTS EACH CROSS-CHECK WAS PROVED FROM, THE RESULT OF   *
001000*    EACH CHECK, AND WHETHER THE NIGHT BALANCED -- SO A RUN   *
001100*    SIGNED OFF IN THE PAST CAN BE SHOWN TO HAVE BALANCED     *
001200*    WITHOUT FINDING ITS PRINTED LEDGER.  THE CHECK RESULTS   *
001300*    ARE HELD IN THE ORDER THE LEDGER PRINTS THEM:            *
001400*                                                             *
001500*      1  MASTER RECORDS ADDED VS HIGHEST-N GROWTH            *
001600*      2  PRIMEOUT DETAILS VS SEARCH AUDIT RECORDS            *
001700*      3  PRIMEOUT TRAILER VS FULFILLED RESPONSES             *
001800*      4  REQUESTS SUBMITTED VS RESPONSES WRITTEN             *
001900*      5  STEPS RUN VS RUNSUMRY EVENT TRAILERS                *
002000*      6  SNAPSHOT CURRENCY VS CLOSING MASTER TOTALS          *
002100*                                                             *
002200*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
002300*                                                             *
002400***************************************************************
002500 01  PE07-LEDGER-RECORD.
002600     05  PE07-LDG-RUN-DATE               PIC 9(08).
002700     05  PE07-LDG-RUN-TIME               PIC 9(08).
002800     05  PE07-LDG-OPEN-DATE              PIC 9(08).
002900     05  PE07-LDG-OPEN-TIME              PIC 9(08).
003000     05  PE07-LDG-OPEN-COUNT             PIC 9(12).
003100     05  PE07-LDG-OPEN-HIGHEST-N         PIC 9(12).
003200     05  PE07-LDG-OPEN-HIGHEST-PRIME     PIC 9(12).
003300     05  PE07-LDG-CLOSE-COUNT            PIC 9(12).
003400     05  PE07-LDG-CLOSE-HIGHEST-N        PIC 9(12).
003500     05  PE07-LDG-CLOSE-HIGHEST-PRIME    PIC 9(12).
003600     05  PE07-LDG-AUDIT-COUNT            PIC 9(09).
003700     05  PE07-LDG-OUTPUT-COUNT           PIC 9(09).
003800     05  PE07-LDG-FULFILLED-COUNT        PIC 9(09).
003900     05  PE07-LDG-REQUEST-COUNT          PIC 9(09).
004000     05  PE07-LDG-RESPONSE-COUNT         PIC 9(09).
004100     05  PE07-LDG-STEPS-RUN              PIC 9(02).
004200     05  PE07-LDG-STEPS-REPORTED         PIC 9(02).
004300     05  PE07-LDG-CHECK-RESULTS.
004400         10  PE07-LDG-CHECK-RESULT       PIC X(01)
004500                                         OCCURS 6 TIMES.
004600             88  PE07-LDG-CHECK-OK            VALUE 'O'.
004700             88  PE07-LDG-CHECK-BREAK         VALUE 'B'.
004800             88  PE07-LDG-CHECK-NOT-APPLIC    VALUE 'N'.
004900     05  PE07-LDG-BREAK-COUNT            PIC 9(03).
005000     05  PE07-LDG-RESULT                 PIC X(08).
005100         88  PE07-LDG-BALANCED                VALUE 'BALANCED'.
005200         88  PE07-LDG-BROKEN                  VALUE 'BREAK'.
005300     05  FILLER                          PIC X(10).
