000100***************************************************************
000200*                                                             *
000300*    PE07PNQ   -   PROJECT EULER SEVEN PENDING-WORK QUEUE     *
000400*                                                             *
000500*    PROD.PE07.REQUEST.PENDING HOLDS THE BATCH REQUESTS TOO   *
000600*    LONG TO FINISH INSIDE ONE NIGHT'S WINDOW.  THE           *
000700*    PROJECTION STEP (PE07PROJ) REWRITES IT EVERY BATCH       *
000800*    NIGHT: FIRST A CONTROL RECORD CARRYING THE SLICE OF THE  *
000900*    WINDOW LEFT OVER ONCE THE NIGHT'S FITTING REQUESTS ARE   *
001000*    PROJECTED, THEN THE ENTRIES ALREADY QUEUED, OLDEST       *
001100*    FIRST, THEN ANY QUEUED THAT NIGHT.  THE SEARCH STEP      *
001200*    (STEP020) ADVANCES THE OLDEST ENTRY FOR THE SLICE,       *
001300*    ANSWERS EVERY ENTRY THE SEARCH HAS NOW REACHED, AND      *
001400*    REWRITES THE QUEUE WITHOUT THEM.  N-REACHED IS THE       *
001500*    SEARCH'S PROGRESS WHEN THE ENTRY WAS LAST TOUCHED;       *
001600*    BASE-N AND SLICES (NIGHTS ADVANCED SINCE IT WAS FIRST    *
001700*    ANSWERED) GIVE THE QUEUE STATUS REPORT (PE07QRPT) ITS    *
001800*    RATE OF PROGRESS.  ANSWERED IS 'Y' ONCE THE FIRST        *
001900*    IN-PROGRESS RESPONSE HAS GONE TO THE REQUESTER.          *
002000*                                                             *
002100*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
002200*                                                             *
002300***************************************************************
002400 01  PE07-PENDING-RECORD.
002500     05  PE07-PNQ-REC-TYPE               PIC X(01).
002600         88  PE07-PNQ-CONTROL                 VALUE 'C'.
002700         88  PE07-PNQ-ENTRY                   VALUE 'Q'.
002800     05  PE07-PNQ-ENTRY-DATA.
002900         10  PE07-PNQ-REQUEST-ID         PIC X(08).
003000         10  PE07-PNQ-REQUESTER          PIC X(04).
003100         10  PE07-PNQ-N-END              PIC 9(12).
003200         10  PE07-PNQ-QUEUED-DATE        PIC 9(08).
003300         10  PE07-PNQ-ANSWERED-SW        PIC X(01).
003400             88  PE07-PNQ-ANSWERED            VALUE 'Y'.
003500         10  PE07-PNQ-N-REACHED          PIC 9(12).
003600         10  PE07-PNQ-BASE-N             PIC 9(12).
003700         10  PE07-PNQ-SLICES             PIC 9(04).
003800         10  PE07-PNQ-LAST-SLICE-DATE    PIC 9(08).
003900         10  FILLER                      PIC X(10).
004000     05  PE07-PNQ-CONTROL-DATA REDEFINES PE07-PNQ-ENTRY-DATA.
004100         10  PE07-PNQ-CTL-RUN-DATE       PIC 9(08).
004200         10  PE07-PNQ-CTL-RUN-TIME       PIC 9(08).
004300         10  PE07-PNQ-CTL-SLICE-MINUTES  PIC 9(04).
004400         10  PE07-PNQ-CTL-ENTRY-COUNT    PIC 9(04).
004500         10  FILLER                      PIC X(55).
