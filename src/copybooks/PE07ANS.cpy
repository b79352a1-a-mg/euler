000100***************************************************************
000200*                                                             *
000300*    PE07ANS   -   PROJECT EULER SEVEN BULK INQUIRY ANSWER    *
000400*                  RECORD                                     *
000500*                                                             *
000600*    WRITTEN TO ANSWER-FILE BY THE BULK INQUIRY RUN (MODE     *
000700*    'I'), ONE DETAIL RECORD ('D') PER INQUIRY RECORD READ,   *
000800*    IN INPUT ORDER, BETWEEN THE COMMON PE07HDT HEADER ('H')  *
000900*    AND COUNTED TRAILER ('T').  THE QUESTION ID, FUNCTION,   *
001000*    AND VALUE ARE ECHOED FROM THE INQUIRY.  THE STATUS SAYS  *
001100*    HOW TO READ THE RESULT FIELDS --                         *
001200*      'A'  ANSWERED.  L: THE NTH PRIME AND ITS N.  P: THE    *
001300*           VALUE IS PRIME, AT THE N SHOWN.  V: THE NEXT      *
001400*           PRIME AT OR ABOVE THE VALUE.  F: THE SMALLEST     *
001500*           PRIME FACTOR (THE VALUE ITSELF WHEN IT IS PRIME). *
001600*      'N'  P ONLY -- THE VALUE IS NOT PRIME; THE NEXT PRIME  *
001700*           ABOVE IT AND ITS N ARE SHOWN.                     *
001800*      'B'  BEYOND THE COVERAGE OF THE SNAPSHOT -- NO ANSWER  *
001900*           IS GUESSED AT.                                    *
002000*      'R'  REJECTED -- UNKNOWN FUNCTION OR A VALUE THE       *
002100*           FUNCTION CANNOT TAKE.  NOT ASKED OF THE ENGINE.   *
002200*    THE N IS ONLY GIVEN FOR L AND P; V AND F LEAVE IT ZERO.  *
002300*    EVERY RECORD CARRIES THE AS-OF DATE OF THE SNAPSHOT      *
002400*    (PE07SNC) THE ANSWERS WERE READ FROM.                    *
002500*                                                             *
002600*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
002700*                                                             *
002800***************************************************************
002900 01  PE07-ANSWER-RECORD.
003000     05  PE07-ANS-REC-TYPE               PIC X(01).
003100         88  PE07-ANS-HEADER                  VALUE 'H'.
003200         88  PE07-ANS-DETAIL                  VALUE 'D'.
003300         88  PE07-ANS-TRAILER                 VALUE 'T'.
003400     05  PE07-ANS-QUESTION-ID            PIC X(08).
003500     05  PE07-ANS-FUNCTION               PIC X(01).
003600     05  PE07-ANS-VALUE                  PIC X(12).
003700     05  PE07-ANS-STATUS                 PIC X(01).
003800         88  PE07-ANS-ANSWERED                VALUE 'A'.
003900         88  PE07-ANS-NOT-PRIME               VALUE 'N'.
004000         88  PE07-ANS-BEYOND-COVERAGE         VALUE 'B'.
004100         88  PE07-ANS-REJECTED                VALUE 'R'.
004200     05  PE07-ANS-RESULT-N               PIC 9(12).
004300     05  PE07-ANS-RESULT-PRIME           PIC 9(12).
004400     05  PE07-ANS-AS-OF-DATE             PIC 9(08).
004500     05  FILLER                          PIC X(05).
