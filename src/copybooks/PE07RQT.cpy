000100***************************************************************
000200*                                                             *
000300*    PE07RQT   -   PROJECT EULER SEVEN REQUESTER MASTER       *
000400*                  MAINTENANCE TRANSACTION RECORD             *
000500*                                                             *
000600*    ONE ADD/CHANGE/DELETE TRANSACTION PER RECORD, READ BY    *
000700*    THE REQUESTER MASTER MAINTENANCE UTILITY.  AN ADD OR A   *
000800*    CHANGE CARRIES THE WHOLE ENTRY -- STATUS, MAXIMUM        *
000900*    N-END, DAILY QUOTA, AND NAME -- SO A CHANGE REPLACES     *
001000*    THE ENTRY RATHER THAN PATCHING PART OF IT.  A DELETE     *
001100*    NEEDS ONLY THE CODE.  THE USER ID IS PRINTED ON THE      *
001200*    MAINTENANCE REPORT.                                      *
001300*                                                             *
001400*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001500*                                                             *
001600***************************************************************
001700 01  PE07-REQUESTER-TRANS.
001800     05  PE07-RQT-ACTION                 PIC X(01).
001900         88  PE07-RQT-ADD                     VALUE 'A'.
002000         88  PE07-RQT-CHANGE                  VALUE 'C'.
002100         88  PE07-RQT-DELETE                  VALUE 'D'.
002200     05  PE07-RQT-CODE                   PIC X(04).
002300     05  PE07-RQT-STATUS                 PIC X(01).
002400         88  PE07-RQT-STATUS-VALID            VALUE 'A' 'I'.
002500     05  PE07-RQT-MAX-N-END              PIC 9(09).
002600     05  PE07-RQT-DAILY-QUOTA            PIC 9(05).
002700     05  PE07-RQT-NAME                   PIC X(30).
002800     05  PE07-RQT-USER-ID                PIC X(08).
002900     05  FILLER                          PIC X(02).
