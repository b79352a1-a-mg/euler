001100*    AND AUTOMATION CAN TRIP ON ANY SEVERITY-E RECORD.        *
001200*                                                             *
001300*    2026-08-22  AMG  ORIGINAL COPYBOOK                       *
001310*    2026-10-15  AMG  ADDED PE07-EVT-MSG-ID-EXT IN A FORMER   *
001320*                     FILLER BYTE -- THE THIRD DIGIT OF A     *
001330*                     MESSAGE ID PAST 99 (PE07-E100 ON).      *
001340*                     SPACE FOR EVERY SHORTER ID, SO RECORDS  *
001350*                     ALREADY ON THE LOG READ THE SAME.       *
001400*                                                             *
001500***************************************************************
001600 01  PE07-EVENT-RECORD.
002600     05  PE07-EVT-RUN-MODE               PIC X(01).
002700     05  PE07-EVT-DETAIL                 PIC X(20).
002800     05  PE07-EVT-PARAGRAPH              PIC X(26).
002900     05  PE07-EVT-MSG-ID-EXT             PIC X(01).
002910     05  FILLER                          PIC X(06).
