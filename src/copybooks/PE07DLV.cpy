000100***************************************************************
000200*                                                             *
000300*    PE07DLV   -   PROJECT EULER SEVEN DELIVERY REGISTER      *
000400*                  RECORD                                     *
000500*                                                             *
000600*    ONE RECORD PER HANDOFF -- ONE INTERFACE DATASET          *
000700*    DELIVERED TO ONE SUBSCRIBING CONSUMER.  THE INTERFACE IS *
000800*    THE DD NAME OF THE LIVE DATASET (PRIMEOUT, RESPFILE);    *
000900*    THE GENERATION NUMBERS THAT INTERFACE'S DELIVERIES FROM  *
001000*    1, SO EVERY CONSUMER OF ONE NIGHT'S COPY SHARES ONE      *
001100*    GENERATION.  THE DETAIL COUNT IS THE RECORDS DELIVERED,  *
001200*    NOT COUNTING HEADER AND TRAILER BANNERS.  APPENDED BY    *
001300*    THE DELIVERY STEP (PE07DLVR) AS OUTSTANDING; THE DAILY   *
001400*    DELIVERY REPORT (PE07DLRP) POSTS THE CONSUMER'S          *
001500*    ACKNOWLEDGEMENT TO IT, WITH THE DATE THE CONSUMER TOOK   *
001600*    THE DATA AND THE DATE THE ACKNOWLEDGEMENT WAS POSTED.    *
001700*                                                             *
001800*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001900*                                                             *
002000***************************************************************
002100 01  PE07-DELIVERY-RECORD.
002200     05  PE07-DLV-INTERFACE              PIC X(08).
002300     05  PE07-DLV-GENERATION             PIC 9(05).
002400     05  PE07-DLV-CONSUMER               PIC X(08).
002500     05  PE07-DLV-DETAIL-COUNT           PIC 9(12).
002600     05  PE07-DLV-DELIVERED-DATE         PIC 9(08).
002700     05  PE07-DLV-DELIVERED-TIME         PIC 9(08).
002800     05  PE07-DLV-STATUS                 PIC X(01).
002900         88  PE07-DLV-OUTSTANDING             VALUE 'D'.
003000         88  PE07-DLV-ACKNOWLEDGED            VALUE 'A'.
003100     05  PE07-DLV-ACK-DATE               PIC 9(08).
003200     05  PE07-DLV-ACK-POSTED-DATE        PIC 9(08).
003300     05  FILLER                          PIC X(14).
