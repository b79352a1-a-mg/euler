000100***************************************************************
000200*                                                             *
000300*    PE07CHG   -   PROJECT EULER SEVEN CHARGEBACK FEED RECORD *
000400*                                                             *
000500*    THE FINANCE INTERFACE FEED WRITTEN BY THE MONTHLY        *
000600*    CHARGEBACK -- ONE DETAIL RECORD PER REQUESTER WITH USAGE *
000700*    IN THE BILLING MONTH, CARRYING THE BILLED QUANTITIES,    *
000800*    THE SEARCH TIME USED (WHOLE SECONDS), AND THE CHARGE.    *
000900*    THE FILE OPENS WITH A PE07HDT HEADER AND CLOSES WITH A   *
001000*    COUNTED TRAILER, SO IT PROVES THROUGH PE07BAL LIKE THE   *
001100*    OTHER HANDOFFS.  THE TRAILER ALSO CARRIES THE TOTAL OF   *
001200*    THE DETAIL CHARGES BEHIND THE BANNER, FOR FINANCE'S OWN  *
001300*    CONTROL.                                                 *
001400*                                                             *
001500*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001600*                                                             *
001700***************************************************************
001800 01  PE07-CHARGE-FEED-RECORD.
001900     05  PE07-CHG-REC-TYPE               PIC X(01).
002000         88  PE07-CHG-HEADER                  VALUE 'H'.
002100         88  PE07-CHG-DETAIL                  VALUE 'D'.
002200         88  PE07-CHG-TRAILER                 VALUE 'T'.
002300     05  PE07-CHG-BILLING-MONTH          PIC 9(06).
002400     05  PE07-CHG-REQUESTER              PIC X(04).
002500     05  PE07-CHG-FULFILLED-COUNT        PIC 9(07).
002600     05  PE07-CHG-SKIPPED-COUNT          PIC 9(07).
002700     05  PE07-CHG-INQUIRY-COUNT          PIC 9(07).
002800     05  PE07-CHG-SEARCH-SECONDS         PIC 9(07).
002900     05  PE07-CHG-CHARGE-AMOUNT          PIC 9(09)V99.
003000     05  FILLER                          PIC X(10).
003100 01  PE07-CHARGE-FEED-TRAILER.
003200     05  FILLER                          PIC X(40).
003300     05  PE07-CHG-TRL-TOTAL-CHARGE       PIC 9(09)V99.
003400     05  FILLER                          PIC X(09).
