000100***************************************************************
000200*                                                             *
000300*    PE07DAK   -   PROJECT EULER SEVEN DELIVERY               *
000400*                  ACKNOWLEDGEMENT RECORD                     *
000500*                                                             *
000600*    ONE RECORD POSTED BACK BY A CONSUMER FOR A HANDOFF IT    *
000700*    HAS TAKEN, APPENDED TO THE ACKNOWLEDGEMENT DATASET AND   *
000800*    APPLIED TO THE DELIVERY REGISTER BY THE DAILY DELIVERY   *
000900*    REPORT (PE07DLRP).  A GENERATION OF ZEROS ACKNOWLEDGES   *
001000*    EVERY OUTSTANDING HANDOFF OF THE INTERFACE TO THE        *
001100*    CONSUMER DELIVERED ON OR BEFORE THE ACKNOWLEDGEMENT      *
001200*    DATE, FOR A CONSUMER THAT TAKES EACH NIGHT'S COPY IN     *
001300*    TURN.  THE DATE IS THE DAY THE CONSUMER TOOK THE DATA;   *
001400*    ZEROS MEAN THE DAY THE ACKNOWLEDGEMENT IS POSTED.  THE   *
001500*    USER ID IS PRINTED ON THE REPORT.                        *
001600*                                                             *
001700*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001800*                                                             *
001900***************************************************************
002000 01  PE07-DELIVERY-ACK-RECORD.
002100     05  PE07-DAK-INTERFACE              PIC X(08).
002200     05  PE07-DAK-GENERATION             PIC 9(05).
002300         88  PE07-DAK-ALL-OUTSTANDING         VALUE 0.
002400     05  PE07-DAK-CONSUMER               PIC X(08).
002500     05  PE07-DAK-ACK-DATE               PIC 9(08).
002600     05  PE07-DAK-USER-ID                PIC X(08).
002700     05  FILLER                          PIC X(03).
