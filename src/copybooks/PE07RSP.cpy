001200*    COVERAGE GAP) BEFORE OR ON THIS REQUEST.  THE REASON     *
001300*    FIELD CARRIES THE MESSAGE ID THAT STOPPED OR SKIPPED     *
001400*    THE REQUEST.                                             *
001410*    IN-PROGRESS MEANS THE REQUEST IS TOO LONG FOR ONE NIGHT  *
001420*    AND IS ON THE PENDING-WORK QUEUE; PE07-RSP-N-REACHED     *
001430*    CARRIES THE N THE SEARCH HAS REACHED SO FAR.  A          *
001440*    RESPONSE TO A REQUEST SUBMITTED ON AN EARLIER NIGHT IS   *
001450*    FLAGGED CARRIED.                                         *
001500*                                                             *
001600*    2026-09-03  AMG  ORIGINAL COPYBOOK                       *
001610*    2026-10-15  AMG  SKIPPED IS NOW ALSO WRITTEN BY THE      *
001620*                     INTAKE EDIT STEP FOR A REQUEST IT       *
001630*                     REJECTS, WITH THE EDIT'S MESSAGE ID     *
001640*                     AS THE REASON.                          *
001650*    2026-10-15  AMG  ADDED THE RUN DATE THE RESPONSE WAS     *
001660*                     WRITTEN, SO THE MONTHLY CHARGEBACK CAN  *
001670*                     PRICE EACH ANSWER IN ITS BILLING MONTH. *
001680*                     EVERY RESPONSE IS ALSO APPENDED TO THE  *
001690*                     RETAINED RESPONSE HISTORY (RESPHIST).   *
001692*    2026-10-15  AMG  ADDED STATUS IN-PROGRESS, THE N-REACHED *
001694*                     VIEW OF THE PRIME, AND THE CARRIED      *
001696*                     SWITCH FOR QUEUED REQUESTS.             *
001700*                                                             *
001800***************************************************************
001900 01  PE07-RESPONSE-RECORD.
002100     05  PE07-RSP-REQUESTER              PIC X(04).
002200     05  PE07-RSP-N-END                  PIC 9(12).
002300     05  PE07-RSP-NTH-PRIME              PIC 9(12).
002350     05  PE07-RSP-N-REACHED REDEFINES PE07-RSP-NTH-PRIME
002360                                         PIC 9(12).
002400     05  PE07-RSP-STATUS                 PIC X(11).
002500         88  PE07-RSP-FULFILLED               VALUE 'FULFILLED'.
002600         88  PE07-RSP-SKIPPED                 VALUE 'SKIPPED'.
002700         88  PE07-RSP-NOT-REACHED             VALUE 'NOT-REACHED'.
002750         88  PE07-RSP-IN-PROGRESS             VALUE 'IN-PROGRESS'.
002800     05  PE07-RSP-REASON                 PIC X(08).
002900     05  PE07-RSP-RUN-DATE               PIC 9(08).
002910     05  PE07-RSP-CARRIED-SW             PIC X(01).
002920         88  PE07-RSP-CARRIED                 VALUE 'C'.
002930     05  FILLER                          PIC X(04).
