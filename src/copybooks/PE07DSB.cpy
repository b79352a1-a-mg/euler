000100***************************************************************
000200*                                                             *
000300*    PE07DSB   -   PROJECT EULER SEVEN INTERFACE SUBSCRIPTION *
000400*                                                             *
000500*    ONE RECORD PER CONSUMER THAT TAKES AN INTERFACE DATASET  *
000600*    FROM THE NIGHTLY RUN.  THE DELIVERY STEP (PE07DLVR)      *
000700*    COPIES THE PROVED DATASET INTO ITS DATED DELIVERY        *
000800*    GENERATION AND REGISTERS ONE HANDOFF FOR EVERY ACTIVE    *
000900*    SUBSCRIBER TO THAT INTERFACE.  AN INACTIVE SUBSCRIPTION  *
001000*    IS KEPT ON FILE BUT GETS NO HANDOFFS.  MAINTAINED BY THE *
001100*    SCHEDULING DESK AS A SEQUENTIAL DATASET, AS THE RATE     *
001200*    TABLE IS BY FINANCE. THE NAME IS CARRIED FOR THE REPORTS *
001300*    ONLY.                                                    *
001400*                                                             *
001500*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001600*                                                             *
001700***************************************************************
001800 01  PE07-SUBSCRIPTION-RECORD.
001900     05  PE07-DSB-INTERFACE              PIC X(08).
002000     05  PE07-DSB-CONSUMER               PIC X(08).
002100     05  PE07-DSB-STATUS                 PIC X(01).
002200         88  PE07-DSB-ACTIVE                  VALUE 'A'.
002300         88  PE07-DSB-INACTIVE                VALUE 'I'.
002400     05  PE07-DSB-NAME                   PIC X(30).
002500     05  FILLER                          PIC X(13).
