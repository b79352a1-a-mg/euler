000100***************************************************************
000200*                                                             *
000300*    PE07VRP   -   PROJECT EULER SEVEN VERIFICATION POSITION  *
000400*                                                             *
000500*    A SINGLE-SLOT RESUME RECORD FOR THE ROLLING PRIMALITY    *
000600*    RE-VERIFICATION (PE07VRFY).  EACH NIGHT'S SLICE STARTS   *
000700*    AT PE07-VRP-NEXT-N AND, WHEN IT PROVES CLEAN, LEAVES     *
000800*    THE SLOT POINTING AT THE FIRST N IT DID NOT REACH, SO    *
000900*    SUCCESSIVE NIGHTS COVER THE WHOLE OF PRIME-MASTER.  A    *
001000*    NEXT N OF ZERO STARTS A NEW PASS FROM THE FIRST RECORD   *
001100*    ON FILE -- THE SLICE THAT REACHES END OF FILE CLOSES     *
001200*    ITS PASS THAT WAY.  A SLICE THAT FINDS ANY CONDITION     *
001300*    LEAVES THE NEXT N WHERE IT WAS, SO THE SAME SLICE IS     *
001400*    RE-PROVED UNTIL THE FILE IS PUT RIGHT.  THE LAST-SLICE   *
001500*    FIELDS ARE KEPT FOR THE DESK AND ARE NOT READ BACK.      *
001600*                                                             *
001700*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001800*                                                             *
001900***************************************************************
002000 01  PE07-VERIFY-POSITION-RECORD.
002100     05  PE07-VRP-NEXT-N                 PIC 9(12).
002200     05  PE07-VRP-PASS-NUMBER            PIC 9(05).
002300     05  PE07-VRP-PASS-START-DATE        PIC 9(08).
002400     05  PE07-VRP-LAST-RUN-DATE          PIC 9(08).
002500     05  PE07-VRP-LAST-LOW-N             PIC 9(12).
002600     05  PE07-VRP-LAST-HIGH-N            PIC 9(12).
002700     05  PE07-VRP-LAST-CONDITIONS        PIC 9(09).
002800     05  FILLER                          PIC X(10).
