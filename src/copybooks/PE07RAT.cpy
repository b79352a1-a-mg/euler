000100***************************************************************
000200*                                                             *
000300*    PE07RAT   -   PROJECT EULER SEVEN CHARGEBACK RATE RECORD *
000400*                                                             *
000500*    THE RATE TABLE THE MONTHLY CHARGEBACK PRICES USAGE FROM, *
000600*    KEPT UP TO DATE BY THE FINANCE DESK.  ONE TYPE 'B'       *
000700*    RECORD PER REQUESTED-N SIZE BAND (1-6, THE SAME          *
000800*    ORDER-OF-MAGNITUDE BANDS AS THE TREND REPORT) CARRYING   *
000900*    THE RATE FOR A FULFILLED AND FOR A SKIPPED REQUEST IN    *
001000*    THAT BAND, AND ONE TYPE 'Q' RECORD CARRYING THE RATE PER *
001100*    ONLINE INQUIRY.  FIELDS A RECORD TYPE DOES NOT USE ARE   *
001200*    ZERO.  THE CHARGEBACK REFUSES TO PRICE ANYTHING UNLESS   *
001300*    EVERY BAND AND THE INQUIRY RATE ARE PRESENT EXACTLY      *
001400*    ONCE.                                                    *
001500*                                                             *
001600*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001700*                                                             *
001800***************************************************************
001900 01  PE07-RATE-RECORD.
002000     05  PE07-RAT-TYPE                   PIC X(01).
002100         88  PE07-RAT-BAND-RATE               VALUE 'B'.
002200         88  PE07-RAT-INQUIRY-RATE            VALUE 'Q'.
002300     05  PE07-RAT-BAND                   PIC 9(01).
002400     05  PE07-RAT-FULFILLED              PIC 9(05)V99.
002500     05  PE07-RAT-SKIPPED                PIC 9(05)V99.
002600     05  PE07-RAT-INQUIRY                PIC 9(05)V99.
002700     05  FILLER                          PIC X(17).
