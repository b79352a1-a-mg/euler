000100***************************************************************
000200*                                                             *
000300*    PE07RQM   -   PROJECT EULER SEVEN REQUESTER              *
000400*                  AUTHORIZATION MASTER RECORD                *
000500*                                                             *
000600*    ONE RECORD PER REQUESTER CODE THAT MAY SUBMIT SEARCH     *
000700*    REQUESTS, IN ASCENDING CODE ORDER.  THE INTAKE EDIT      *
000800*    STEP REJECTS ANY REQUEST WHOSE REQUESTER IS NOT ON       *
000900*    THIS FILE OR IS NOT ACTIVE, WHOSE N-END IS ABOVE THE     *
001000*    REQUESTER'S MAXIMUM, OR THAT WOULD TAKE THE REQUESTER    *
001100*    PAST ITS DAILY REQUEST QUOTA.  THE NAME IS CARRIED FOR   *
001200*    THE REPORTS ONLY.                                        *
001300*                                                             *
001400*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001500*                                                             *
001600***************************************************************
001700 01  PE07-REQUESTER-MASTER.
001800     05  PE07-RQM-CODE                   PIC X(04).
001900     05  PE07-RQM-STATUS                 PIC X(01).
002000         88  PE07-RQM-ACTIVE                  VALUE 'A'.
002100         88  PE07-RQM-INACTIVE                VALUE 'I'.
002200     05  PE07-RQM-MAX-N-END              PIC 9(09).
002300     05  PE07-RQM-DAILY-QUOTA            PIC 9(05).
002400     05  PE07-RQM-NAME                   PIC X(30).
002500     05  FILLER                          PIC X(11).
