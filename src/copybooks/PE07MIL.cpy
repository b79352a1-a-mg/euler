000100***************************************************************
000200*                                                             *
000300*    PE07MIL   -   PROJECT EULER SEVEN CUMULATIVE MILESTONE   *
000400*                  RECORD                                     *
000500*                                                             *
000600*    ONE RECORD FOR EVERY PE07-MIL-INTERVAL'TH PRIME ON       *
000700*    PRIME-MASTER, KEYED BY ITS SEQUENCE NUMBER N, CARRYING   *
000800*    THE PRIME AT THAT N AND THE RUNNING SUM OF EVERY PRIME   *
000900*    UP TO AND INCLUDING IT (THE IMPLICIT PRIME 2 INCLUDED),  *
001000*    SO A COUNT, SUM, OR RANGE ANSWER CAN START FROM THE      *
001100*    NEAREST MILESTONE BELOW ITS BOUND INSTEAD OF WALKING     *
001200*    UP FROM 2.  WRITTEN ONLY BY PE07MILE -- EXTENDED EACH    *
001300*    NIGHT AFTER THE SEARCH AND REBUILT IN FULL BY PE07REOR   *
001400*    -- AND PROVED AGAINST THE MASTER BY PE07AUDT.  THE       *
001500*    INTERVAL IS CARRIED ON EVERY RECORD, SO A CHANGE OF      *
001600*    INTERVAL ONLY TAKES EFFECT AT A FULL REBUILD.            *
001700*                                                             *
001800*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001900*                                                             *
002000***************************************************************
002100 01  PE07-MILESTONE-RECORD.
002200     05  PE07-MIL-N                      PIC 9(12).
002300     05  PE07-MIL-PRIME                  PIC 9(12).
002400     05  PE07-MIL-PRIME-SUM              PIC 9(18).
002500     05  PE07-MIL-INTERVAL               PIC 9(06).
002600     05  PE07-MIL-BUILD-DATE             PIC 9(08).
002700     05  FILLER                          PIC X(04).
