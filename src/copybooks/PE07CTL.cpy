002620*    2026-09-03  AMG  ADDED MODE 'A' FOR THE AGGREGATE RUN -- *
002640*                     COUNT AND SUM OF ALL PRIMES BELOW THE   *
002660*                     BOUND CARRIED IN PE07-CTL-N-END.        *
002680*    2026-10-15  AMG  ADDED MODE 'I' FOR THE BULK INQUIRY     *
002690*                     RUN -- THE QUESTIONS COME FROM          *
002695*                     INQUIRY-FILE.                           *
002700*                                                             *
002800***************************************************************
002900 01  PE07-CONTROL-RECORD.
003500         88  PE07-CTL-MODE-LOOKUP            VALUE 'L'.
003600         88  PE07-CTL-MODE-FACTOR            VALUE 'F'.
003650         88  PE07-CTL-MODE-AGGREGATE         VALUE 'A'.
003660         88  PE07-CTL-MODE-BULK-INQUIRY      VALUE 'I'.
003700     05  PE07-CTL-N-END                  PIC 9(12).
003800     05  PE07-CTL-RANGE-LOWER            PIC 9(12).
003900     05  PE07-CTL-RANGE-UPPER            PIC 9(12).
