001200*           PE07-SP-COLD-SW 'Y' RUNS FROM SCRATCH IN STORAGE  *
001300*           ONLY (NO PRIME-MASTER OR CHECKPOINT UPDATES),     *
001400*           AS THE RECONCILIATION CONTROL RUN REQUIRES.       *
001410*           PE07-SP-SLICE-MINUTES ABOVE ZERO LIMITS A WARM    *
001420*           SEARCH TO THAT MANY MINUTES: IT STOPS AT THE      *
001430*           FIRST CHECKPOINT PAST THE SLICE, LEAVING THE      *
001440*           CHECKPOINT IN PLACE, AND RETURNS STATUS '24'      *
001450*           WITH THE N AND PRIME REACHED SO FAR.              *
001500*      'L'  KEYED LOOKUP OF THE NTH PRIME ON PRIME-MASTER.    *
001600*      'P'  REVERSE LOOKUP OF PE07-SP-VALUE ON THE PRIME-     *
001700*           VALUE ALTERNATE INDEX PATH.                       *
001800*      'V'  NEXT PRIME AT OR ABOVE PE07-SP-VALUE.             *
001900*      'F'  SMALLEST PRIME FACTOR OF PE07-SP-VALUE.           *
001910*      'M'  NEAREST CUMULATIVE MILESTONE WHOSE PRIME IS       *
001920*           BELOW PE07-SP-VALUE -- ITS N, PRIME, AND THE      *
001930*           RUNNING SUM OF EVERY PRIME UP TO IT IN            *
001940*           PE07-SP-RESULT-SUM.  A VALUE BELOW THE FIRST      *
001950*           MILESTONE RETURNS THE IMPLICIT (1, 2, 2).         *
001960*      'H'  THE HIGHEST N AND PRIME ON PRIME-MASTER.  AN      *
001970*           EMPTY MASTER RETURNS THE IMPLICIT (1, 2).         *
002000*                                                             *
002050*    THE SUBPROGRAM COUNTS THE EVENT-LOG RECORDS IT RAISES   *
002060*    IN PE07-SP-E-COUNT / PE07-SP-W-COUNT SO THE CALLER'S     *
002074*    CAN PROVE SQUARE-ROOT COVERAGE BEFORE A LONG SWEEP.      *
002080*                                                             *
002100*    2026-08-22  AMG  ORIGINAL COPYBOOK                       *
002110*    2026-10-15  AMG  ADDED FUNCTION 'M' AND                  *
002120*                     PE07-SP-RESULT-SUM FOR THE CUMULATIVE   *
002130*                     MILESTONE INDEX.                        *
002140*    2026-10-15  AMG  ADDED PE07-SP-SLICE-MINUTES AND STATUS  *
002150*                     '24' FOR THE TIME-SLICED CONTINUATION   *
002160*                     OF QUEUED REQUESTS.                     *
002170*    2026-10-15  AMG  ADDED FUNCTION 'H' FOR THE PENDING-WORK *
002180*                     QUEUE'S FRONTIER.                       *
002200*                                                             *
002300***************************************************************
002400 01  PE07-SEARCH-PARM.
002800         88  PE07-SP-FUNC-LOOKUP-PRIME        VALUE 'P'.
002900         88  PE07-SP-FUNC-NEXT-PRIME          VALUE 'V'.
003000         88  PE07-SP-FUNC-SMALL-FACTOR        VALUE 'F'.
003050         88  PE07-SP-FUNC-MILESTONE           VALUE 'M'.
003060         88  PE07-SP-FUNC-HIGHEST-N           VALUE 'H'.
003100     05  PE07-SP-COLD-SW                 PIC X(01).
003200         88  PE07-SP-COLD-SEARCH              VALUE 'Y'.
003300     05  PE07-SP-RUN-MODE                PIC X(01).
004500         88  PE07-SP-FILE-ERROR               VALUE '12'.
004600         88  PE07-SP-COVERAGE-GAP             VALUE '16'.
004700         88  PE07-SP-UNRESOLVED               VALUE '20'.
004750         88  PE07-SP-SLICE-ENDED              VALUE '24'.
004800     05  PE07-SP-FILE-STATUS             PIC X(02).
004900     05  PE07-SP-FILE-ID                 PIC X(08).
004920     05  PE07-SP-E-COUNT                 PIC 9(04).
004940     05  PE07-SP-W-COUNT                 PIC 9(04).
004960     05  PE07-SP-HIGHEST-DIVISOR         PIC 9(12).
005000     05  PE07-SP-RESULT-SUM              PIC 9(18).
005010     05  PE07-SP-SLICE-MINUTES           PIC 9(04).
005020     05  FILLER                          PIC X(02).
