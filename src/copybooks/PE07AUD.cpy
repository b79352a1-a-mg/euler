000920*    2026-08-22  AMG  REQUESTED-N AND NTH-PRIME WIDENED TO    *
000940*                     TWELVE DIGITS TO MATCH THE OUTPUT       *
000960*                     RECORD THEY ARE COPIED FROM.            *
000970*    2026-10-15  AMG  ADDED THE REQUESTER CODE -- THE BATCH   *
000975*                     REQUEST'S REQUESTER ON A MODE 'B'       *
000980*                     SEARCH, THE SIGNED-ON REQUESTER ON A    *
000985*                     MODE 'Q' INQUIRY, SPACES OTHERWISE --   *
000990*                     FOR THE MONTHLY CHARGEBACK.             *
001000*                                                             *
001100***************************************************************
001200 01  PE07-AUDIT-RECORD.
001600     05  PE07-AUD-REQUESTED-N            PIC 9(12).
001700     05  PE07-AUD-NTH-PRIME              PIC 9(12).
001800     05  PE07-AUD-ELAPSED-TIME           PIC 9(08).
001900     05  PE07-AUD-REQUESTER              PIC X(04).
001910     05  FILLER                          PIC X(06).
