000100***************************************************************
000200*                                                             *
000300*    PE07INQ   -   PROJECT EULER SEVEN BULK INQUIRY RECORD    *
000400*                                                             *
000500*    ONE QUESTION PER RECORD, READ FROM INQUIRY-FILE BY THE   *
000600*    BULK INQUIRY RUN (MODE 'I').  THE QUESTION ID IS THE     *
000700*    SUBMITTING TEAM'S OWN REFERENCE AND IS CARRIED ONTO THE  *
000800*    ANSWER UNCHANGED.  THE FUNCTION CODE NAMES THE QUESTION  *
000900*    AND THE VALUE IS ITS ARGUMENT --                         *
001000*      'L'  WHAT IS THE NTH PRIME (VALUE = N)                 *
001100*      'P'  IS THIS VALUE PRIME, AND AT WHAT N                *
001200*      'V'  NEXT PRIME AT OR ABOVE THE VALUE                  *
001300*      'F'  SMALLEST PRIME FACTOR OF THE VALUE                *
001400*                                                             *
001500*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001600*                                                             *
001700***************************************************************
001800 01  PE07-INQUIRY-RECORD.
001900     05  PE07-INQ-QUESTION-ID            PIC X(08).
002000     05  PE07-INQ-FUNCTION               PIC X(01).
002100         88  PE07-INQ-NTH-PRIME               VALUE 'L'.
002200         88  PE07-INQ-IS-PRIME                VALUE 'P'.
002300         88  PE07-INQ-NEXT-PRIME              VALUE 'V'.
002400         88  PE07-INQ-SMALL-FACTOR            VALUE 'F'.
002500     05  PE07-INQ-VALUE                  PIC 9(12).
002550     05  PE07-INQ-VALUE-X REDEFINES PE07-INQ-VALUE
002560                                         PIC X(12).
002600     05  FILLER                          PIC X(03).
