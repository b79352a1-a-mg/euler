001270*                      COUNTED TRAILER IN THE COMMON PE07HDT    *
001280*                      BANNER SHAPE.  A RUN THAT FAILS, OR A    *
001290*                      BATCH AWAITING A RESTART, WRITES NO      *
001291*                      TRAILER, SO A TRUNCATED HANDOFF CAN      *
001292*                      NEVER BALANCE THROUGH PE07BAL.           *
001293*    2026-10-15  AMG   THE BATCH RUN NOW READS THE REQUEST      *
001294*                      FILE PASSED BY THE NEW INTAKE EDIT       *
001295*                      STEP, AND ALWAYS EXTENDS RESPONSE-FILE   *
001296*                      SO THE SKIPPED ANSWERS THAT STEP WROTE   *
001297*                      FOR REJECTED REQUESTS ARE KEPT.          *
001298*    2026-10-15  AMG   EVERY RESPONSE NOW CARRIES ITS RUN DATE  *
001299*                      AND IS ALSO APPENDED TO THE RETAINED     *
001300*                      RESPONSE HISTORY, AND A MODE 'B' AUDIT   *
001301*                      RECORD CARRIES THE REQUESTER CODE, FOR   *
001302*                      THE MONTHLY CHARGEBACK.                  *
001303*    2026-10-15  AMG   THE AGGREGATE NOW STARTS ITS COUNT AND   *
001304*                      SUM FROM THE NEAREST CUMULATIVE          *
001305*                      MILESTONE BELOW THE BOUND, AND THE       *
001306*                      RANGE WALK FROM THE ENGINE'S MILESTONE   *
001307*                      POSITION, INSTEAD OF FROM 2.             *
001308*    2026-10-15  AMG   ADDED A BULK INQUIRY MODE 'I' THAT       *
001309*                      ANSWERS A FILE OF MIXED NTH-PRIME,       *
001310*                      IS-PRIME, NEXT-PRIME, AND                *
001311*                      SMALLEST-FACTOR QUESTIONS FROM THE       *
001312*                      QUERY SNAPSHOT, ONE ANSWER RECORD PER    *
001313*                      QUESTION STAMPED WITH THE SNAPSHOT'S     *
001314*                      AS-OF DATE, BETWEEN PE07HDT BANNERS.     *
001315*                      EVENT MESSAGE IDS NOW CARRY THEIR        *
001316*                      THIRD DIGIT.                             *
001317*    2026-10-15  AMG   REQUESTS ON THE PENDING-WORK QUEUE ARE   *
001318*                      ADVANCED ONE TIME SLICE A NIGHT AND      *
001319*                      ANSWERED IN-PROGRESS UNTIL FULFILLED.    *
001320*                                                             *
001330***************************************************************
001340 ENVIRONMENT DIVISION.
001560     SELECT RESPONSE-FILE ASSIGN TO RESPFILE
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS PE07-RESPONSE-STATUS.
001582     SELECT RESPONSE-HISTORY-FILE ASSIGN TO RESPHIST
001584         ORGANIZATION IS LINE SEQUENTIAL
001586         FILE STATUS IS PE07-RESPHIST-STATUS.
001587     SELECT PENDING-QUEUE-FILE ASSIGN TO PENDQUE
001588         ORGANIZATION IS LINE SEQUENTIAL
001589         FILE STATUS IS PE07-PENDING-STATUS.
001590     SELECT AGGREGATE-OUTPUT-FILE ASSIGN TO AGGROUT
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS PE07-AGGREGATE-STATUS.
001760     SELECT EVENT-LOG-FILE ASSIGN TO EVENTLOG
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS PE07-EVENT-STATUS.
001781     SELECT INQUIRY-FILE ASSIGN TO INQFILE
001782         ORGANIZATION IS LINE SEQUENTIAL
001783         FILE STATUS IS PE07-INQUIRY-STATUS.
001784     SELECT ANSWER-FILE ASSIGN TO ANSWOUT
001785         ORGANIZATION IS LINE SEQUENTIAL
001786         FILE STATUS IS PE07-ANSWER-STATUS.
001787     SELECT SNAPSHOT-CURRENCY-FILE ASSIGN TO SNAPCURR
001788         ORGANIZATION IS LINE SEQUENTIAL
001789         FILE STATUS IS PE07-SNAPCURR-STATUS.
001790 DATA DIVISION.
001800 FILE SECTION.
001810 FD  CONTROL-FILE
001990 FD  RESPONSE-FILE
002000     RECORDING MODE IS F.
002010 COPY PE07RSP.
002012 FD  RESPONSE-HISTORY-FILE
002014     RECORDING MODE IS F.
002016 01  PE07-RESPHIST-RECORD    PIC X(68).
002017 FD  PENDING-QUEUE-FILE
002018     RECORDING MODE IS F.
002019 COPY PE07PNQ.
002020 FD  AGGREGATE-OUTPUT-FILE
002030     RECORDING MODE IS F.
002040 COPY PE07AGG.
002160 FD  EVENT-LOG-FILE
002170     RECORDING MODE IS F.
002180 COPY PE07EVT.
002181 FD  INQUIRY-FILE
002182     RECORDING MODE IS F.
002183 COPY PE07INQ.
002184 FD  ANSWER-FILE
002185     RECORDING MODE IS F.
002186 COPY PE07ANS.
002187 FD  SNAPSHOT-CURRENCY-FILE
002188     RECORDING MODE IS F.
002189 COPY PE07SNC.
002190 WORKING-STORAGE SECTION.
002200***************************************************************
002210*    PRIME SEARCH STATE                                       *
002310     88  PE07-MODE-LOOKUP            VALUE 'L'.
002320     88  PE07-MODE-FACTOR            VALUE 'F'.
002330     88  PE07-MODE-AGGREGATE         VALUE 'A'.
002335     88  PE07-MODE-BULK-INQUIRY      VALUE 'I'.
002340 01  N                       USAGE IS UNSIGNED-LONG.
002350 01  N-End                   USAGE IS UNSIGNED-LONG.
002360 01  Nth-Prime               USAGE IS UNSIGNED-LONG.
002970 01  PE07-RNG-RECORD-CNT     PIC 9(12)   VALUE 0.
002980 01  PE07-RECON-RECORD-CNT   PIC 9(12)   VALUE 0.
002990 01  PE07-FCT-RECORD-CNT     PIC 9(12)   VALUE 0.
002995 01  PE07-ANS-RECORD-CNT     PIC 9(12)   VALUE 0.
003000***************************************************************
003010*    RANGE-REPORT MODE FIELDS                                  *
003020***************************************************************
003440     88  PE07-REQUEST-EOF            VALUE 'Y'.
003450 01  PE07-RESPONSE-STATUS    PIC X(02).
003460     88  PE07-RESPONSE-OK            VALUE '00'.
003462 01  PE07-RESPHIST-STATUS    PIC X(02).
003464     88  PE07-RESPHIST-OK            VALUE '00'.
003466 01  PE07-RESPHIST-SW        PIC X(01)   VALUE 'N'.
003468     88  PE07-RESPHIST-OPEN          VALUE 'Y'.
003470***************************************************************
003480*    THE REQUEST IN HAND -- ITS ID AND REQUESTER CODE ARE      *
003490*    CARRIED ONTO THE OUTPUT RECORD AND THE RESPONSE RECORD;   *
003550 01  PE07-BAT-REQUESTER      PIC X(04)   VALUE SPACES.
003560 01  PE07-BAT-RSP-STATUS     PIC X(11)   VALUE SPACES.
003570 01  PE07-BAT-RSP-REASON     PIC X(08)   VALUE SPACES.
003571 01  PE07-BAT-N-END          PIC 9(12)   VALUE 0.
003572 01  PE07-BAT-N-REACHED      PIC 9(12)   VALUE 0.
003573 01  PE07-BAT-CARRIED-SW     PIC X(01)   VALUE SPACE.
003574 01  PE07-PENDING-STATUS     PIC X(02).
003575     88  PE07-PENDING-OK             VALUE '00'.
003577 01  PE07-QUE-SW             PIC X(01)   VALUE 'N'.
003578     88  PE07-QUE-LOADED             VALUE 'Y'.
003579     88  PE07-QUE-FAILED             VALUE 'F'.
003580***************************************************************
003590*    BATCH RESTART FIELDS -- THE ONE-SLOT RESTART RECORD IS    *
003600*    REWRITTEN AS EACH REQUEST COMPLETES (FULFILLED OR         *
003700 01  PE07-BAT-SKIP-COUNT     PIC 9(09)   VALUE 0.
003710 01  PE07-BAT-RESUME-SW      PIC X(01)   VALUE 'N'.
003720     88  PE07-BAT-RESUMING           VALUE 'Y'.
003721 01  PE07-QUE-CTL-DATE       PIC 9(08)   VALUE 0.
003722 01  PE07-QUE-COUNT          PIC 9(04)   COMP VALUE 0.
003723 01  PE07-QUE-IDX            PIC 9(04)   COMP VALUE 0.
003724 01  PE07-QUE-HIT-IDX        PIC 9(04)   COMP VALUE 0.
003725 01  PE07-QUE-SLICE-MINS     PIC 9(04)   VALUE 0.
003726 01  PE07-QUE-REACH          PIC 9(12)   VALUE 0.
003727 01  PE07-QUE-DONE-COUNT     PIC 9(04)   VALUE 0.
003728 01  PE07-QUE-LEFT-COUNT     PIC 9(04)   VALUE 0.
003729 01  PE07-QUE-CONTROL-SAVE   PIC X(80)   VALUE SPACES.
003730***************************************************************
003740*    AUDIT LOG FIELDS                                          *
003750***************************************************************
004260 01  PE07-FACT-VALUE-COUNT   PIC 9(09)   VALUE 0.
004270 01  PE07-FACT-PRIME-COUNT   PIC 9(09)   VALUE 0.
004280 01  PE07-FACT-UNRES-COUNT   PIC 9(09)   VALUE 0.
004281***************************************************************
004282*    BULK INQUIRY MODE FIELDS -- EVERY QUESTION READ IS       *
004283*    ANSWERED, AND COUNTED UNDER THE STATUS IT WAS GIVEN.     *
004284***************************************************************
004285 01  PE07-INQUIRY-STATUS     PIC X(02).
004286     88  PE07-INQUIRY-OK             VALUE '00'.
004287 01  PE07-ANSWER-STATUS      PIC X(02).
004288     88  PE07-ANSWER-OK              VALUE '00'.
004289 01  PE07-SNAPCURR-STATUS    PIC X(02).
004290     88  PE07-SNAPCURR-OK            VALUE '00'.
004291 01  PE07-BULK-IN-EOF-SW     PIC X(01)   VALUE 'N'.
004292     88  PE07-BULK-IN-EOF            VALUE 'Y'.
004293 01  PE07-BULK-AS-OF-DATE    PIC 9(08)   VALUE 0.
004294 01  PE07-BULK-READ-COUNT    PIC 9(09)   VALUE 0.
004295 01  PE07-BULK-ANSWER-COUNT  PIC 9(09)   VALUE 0.
004296 01  PE07-BULK-NOT-PRIME-COUNT PIC 9(09) VALUE 0.
004297 01  PE07-BULK-BEYOND-COUNT  PIC 9(09)   VALUE 0.
004298 01  PE07-BULK-REJECT-COUNT  PIC 9(09)   VALUE 0.
004299***************************************************************
004300*    STRUCTURED EVENT LOG FIELDS                               *
004310*                                                             *
004320*    EVERY ERROR AND WARNING PATH SETS THE MESSAGE ID, THE    *
004390 01  PE07-EVENT-STATUS       PIC X(02).
004400     88  PE07-EVENT-OK               VALUE '00'.
004410 01  PE07-EVENT-SET.
004420     05  PE07-EVENT-MSG-ID       PIC X(09)   VALUE SPACES.
004430     05  PE07-EVENT-DETAIL       PIC X(20)   VALUE SPACES.
004440     05  PE07-EVENT-PARAGRAPH    PIC X(26)   VALUE SPACES.
004450 01  PE07-EVENT-COUNT-WORK   PIC 9(09)   VALUE 0.
004460 01  PE07-EVENT-E-COUNT      PIC 9(04)   VALUE 0.
004461 01  PE07-EVENT-W-COUNT      PIC 9(04)   VALUE 0.
004462 01  PE07-EVENT-RC-WORK      PIC 9(02)   VALUE 0.
004463***************************************************************
004464*    PENDING-WORK QUEUE -- LOADED BY A MODE 'B' RUN, AND THE  *
004465*    ENTRY IN HAND WHILE THE QUEUE IS ADVANCED.  EACH ENTRY   *
004466*    IS FLAGGED WHEN ITS REQUEST IS ON TONIGHT'S REQUEST FILE *
004467***************************************************************
004468 01  PE07-QUE-TABLE.
004469     05  PE07-QUE-ENTRY          PIC X(80)   OCCURS 200 TIMES.
004470 01  PE07-QUE-RESUB-TABLE.
004471     05  PE07-QUE-RESUB-SW       PIC X(01)   OCCURS 200 TIMES.
004472         88  PE07-QUE-RESUBMITTED        VALUE 'Y'.
004473 01  PE07-QUE-WORK.
004474     05  PE07-QUE-W-REC-TYPE     PIC X(01).
004475     05  PE07-QUE-W-REQUEST-ID   PIC X(08).
004476     05  PE07-QUE-W-REQUESTER    PIC X(04).
004477     05  PE07-QUE-W-N-END        PIC 9(12).
004478     05  PE07-QUE-W-QUEUED-DATE  PIC 9(08).
004479     05  PE07-QUE-W-ANSWERED-SW  PIC X(01).
004480         88  PE07-QUE-W-ANSWERED         VALUE 'Y'.
004481     05  PE07-QUE-W-N-REACHED    PIC 9(12).
004482     05  PE07-QUE-W-BASE-N       PIC 9(12).
004483     05  PE07-QUE-W-SLICES       PIC 9(04).
004484     05  PE07-QUE-W-LAST-SLICE   PIC 9(08).
004485     05  FILLER                  PIC X(10).
004490 LINKAGE SECTION.
004500***************************************************************
004510*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD, E.G.          *
004880             PERFORM 6500-FACTOR-MODE THRU 6500-EXIT
004890         WHEN PE07-MODE-AGGREGATE
004900             PERFORM 4500-AGGREGATE-REPORT THRU 4500-EXIT
004902         WHEN PE07-MODE-BULK-INQUIRY
004904             PERFORM 7000-BULK-INQUIRY THRU 7000-EXIT
004910     END-EVALUATE
004920     GO TO 9999-EXIT
004930     .
005770             IF N-End < 3
005780                 MOVE 1 TO PE07-BAD-PARAMETER
005790             END-IF
005795         WHEN PE07-MODE-BULK-INQUIRY
005797             CONTINUE
005800         WHEN OTHER
005810             MOVE 1 TO PE07-BAD-PARAMETER
005820     END-EVALUATE
006430*    ENGINE SEEDS FROM PRIME-MASTER AND THE CHECKPOINT,       *
006440*    PERSISTS EVERY PRIME FOUND, AND RAISES ITS OWN FILE      *
006450*    EVENTS; THE DRIVER MAPS THE RESULT AND STATUS.           *
006451*    A TIME-SLICED SEARCH THAT RUNS OUT OF SLICE RETURNS THE  *
006452*    N IT REACHED, WHICH IS MAPPED THE SAME WAY.              *
006460***************************************************************
006470 2500-CALL-SEARCH-ENGINE.
006480     SET PE07-SP-FUNC-SEARCH TO TRUE
006500     MOVE PE07-RUN-MODE TO PE07-SP-RUN-MODE
006510     MOVE N-End TO PE07-SP-REQUESTED-N
006520     PERFORM 2600-CALL-ENGINE THRU 2600-EXIT
006530     IF PE07-SP-OK OR PE07-SP-SLICE-ENDED
006540         MOVE PE07-SP-RESULT-N     TO N
006550         MOVE PE07-SP-RESULT-PRIME TO Nth-Prime
006560     END-IF
006960*    RERUN OF A CANCELLED STEP SKIPS THE FINISHED ONES AND     *
006970*    APPENDS TO THE OUTPUT AND RESPONSE FILES INSTEAD OF       *
006980*    REDOING THEM.                                             *
006981*    A REQUEST TOO LARGE FOR ONE NIGHT'S WINDOW IS PUT ON THE  *
006982*    PENDING-WORK QUEUE BY STEP018 AND IS NOT SEARCHED IN THE  *
006983*    LOOP; ONCE THE LOOP ENDS, THE OLDEST QUEUED REQUEST IS    *
006984*    ADVANCED FOR THE SLICE OF WINDOW STEP018 LEFT, EVERY      *
006985*    QUEUED REQUEST NOW REACHED IS FULFILLED, AND THE REST     *
006986*    ARE ANSWERED IN-PROGRESS WITH THE N REACHED SO FAR.       *
006990***************************************************************
007000 3000-BATCH-REQUEST.
007010     PERFORM 3050-CHECK-BATCH-RESTART THRU 3050-EXIT
007390         CLOSE BATCH-RESTART-FILE
007400         GO TO 3000-EXIT
007410     END-IF
007414*    THE RESPONSE FILE IS ALWAYS EXTENDED -- THE INTAKE EDIT
007418*    STEP HAS ALREADY ANSWERED THE NIGHT'S REJECTED REQUESTS
007422*    ON IT, AND A RESUMED BATCH APPENDS BEHIND ITS OWN EARLIER
007426*    ANSWERS THE SAME WAY
007430     OPEN EXTEND RESPONSE-FILE
007470     IF NOT PE07-RESPONSE-OK
007480         DISPLAY 'PE07-E60 UNABLE TO OPEN RESPONSE-FILE, STATUS '
007490             PE07-RESPONSE-STATUS
007550         MOVE 12 TO RETURN-CODE
007560         CLOSE PRIME-OUTPUT-FILE
007570         CLOSE REQUEST-FILE
007571         CLOSE BATCH-RESTART-FILE
007572         GO TO 3000-EXIT
007573     END-IF
007574*    EVERY RESPONSE IS ALSO KEPT ON THE RETAINED HISTORY THE
007575*    MONTHLY CHARGEBACK BILLS FROM -- REQUESTERS DELETE THE
007576*    LIVE FILE ONCE THEY HAVE THEIR ANSWERS.  LOSING THE
007577*    HISTORY IS A WARNING ONLY; THE ANSWERS STILL GO OUT.
007578     OPEN EXTEND RESPONSE-HISTORY-FILE
007579     IF PE07-RESPHIST-OK
007580         SET PE07-RESPHIST-OPEN TO TRUE
007581     ELSE
007582         DISPLAY 'PE07-W12 UNABLE TO OPEN RESPONSE-HISTORY-FILE,'
007583             ' STATUS ' PE07-RESPHIST-STATUS
007584             ' -- RESPONSES NOT RETAINED FOR CHARGEBACK'
007585         MOVE 'PE07-W12' TO PE07-EVENT-MSG-ID
007586         MOVE PE07-RESPHIST-STATUS TO PE07-EVENT-DETAIL
007587         MOVE '3000-BATCH-REQUEST'
007588             TO PE07-EVENT-PARAGRAPH
007589         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
007590     END-IF
007591     PERFORM 3600-LOAD-QUEUE THRU 3600-EXIT
007592     IF PE07-QUE-FAILED
007593         SET PE07-REQUEST-EOF TO TRUE
007600     END-IF
007610     PERFORM 3100-BATCH-LOOP THRU 3100-EXIT
007620         UNTIL PE07-REQUEST-EOF OR PE07-SP-COVERAGE-GAP
007720             MOVE 16 TO RETURN-CODE
007730             PERFORM 3300-DRAIN-REQUESTS THRU 3300-EXIT
007740                 UNTIL PE07-REQUEST-EOF
007742             PERFORM 3790-ANSWER-RESUBMITTED THRU 3790-EXIT
007744                 VARYING PE07-QUE-IDX FROM 1 BY 1
007746                 UNTIL PE07-QUE-IDX > PE07-QUE-COUNT
007750         WHEN RETURN-CODE = 12
007760*            THE ENGINE FILE ERROR STOPPED THE BATCH IN
007770*            3150 -- THE RESTART SLOT STILL POINTS AT THE
007780*            FAILED REQUEST AND NO TRAILER IS WRITTEN, SO A
007790*            RERUN RETRIES IT AND THE PARTIAL FILE NEVER
007795*            BALANCES.  A QUEUED REQUEST ALREADY PASSED IS
007800*            STILL ANSWERED, AS THE QUEUE IS NOT ADVANCED.
007805             PERFORM 3790-ANSWER-RESUBMITTED THRU 3790-EXIT
007810                 VARYING PE07-QUE-IDX FROM 1 BY 1
007815                 UNTIL PE07-QUE-IDX > PE07-QUE-COUNT
007820         WHEN OTHER
007830*            A CLEAN END OF FILE RETIRES THE RESTART SLOT AND
007840*            CLOSES THE OUTPUT WITH ITS COUNTED TRAILER -- A
007860*            FILE UNTRAILERED, SO A RERUN RESUMES AT THE
007870*            REQUEST THAT EXPOSED THE GAP AND THE PARTIAL
007880*            FILE NEVER BALANCES.
007881*            THE PENDING-WORK QUEUE IS ADVANCED BEFORE THE SLOT
007882*            IS RETIRED, SO A STEP CANCELLED DURING THE SLICE
007883*            RERUNS STRAIGHT BACK INTO THE QUEUE -- AND A SLICE
007884*            THAT ENDS IN A COVERAGE GAP OR AN ENGINE FILE
007885*            ERROR LEAVES THE SLOT SET AND THE FILE UNTRAILERED
007886*            IN THE SAME WAY.
007890             PERFORM 3700-ADVANCE-QUEUE THRU 3700-EXIT
007895             IF RETURN-CODE < 12
007900                 PERFORM 3060-CLEAR-BATCH-RESTART THRU 3060-EXIT
007905                 PERFORM 9810-BUILD-TRAILER-BANNER THRU 9810-EXIT
007910                 MOVE PE07-OUT-DETAIL-CNT TO PE07-HDT-DETAIL-COUNT
007920                 WRITE PE07-OUTPUT-RECORD
007923                     FROM PE07-CONTROL-BANNER
007926             END-IF
007930     END-EVALUATE
007940     CLOSE PRIME-OUTPUT-FILE
007950     CLOSE REQUEST-FILE
007960     CLOSE RESPONSE-FILE
007962     IF PE07-RESPHIST-OPEN
007964         CLOSE RESPONSE-HISTORY-FILE
007966     END-IF
007970     CLOSE BATCH-RESTART-FILE
007980     .
007990 3000-EXIT.
008810             IF PE07-BAT-SKIP-COUNT > 0
008820*                ALREADY COMPLETED BY THE RUN BEING RESUMED
008830                 SUBTRACT 1 FROM PE07-BAT-SKIP-COUNT
008832*                -- ONE ON THE PENDING-WORK QUEUE IS FLAGGED
008834*                AGAIN, AS IT IS ANSWERED WITH THE QUEUE
008836                 PERFORM 3655-FLAG-QUEUED-REQUEST THRU 3655-EXIT
008840             ELSE
008850                 PERFORM 3150-SERVE-ONE-REQUEST THRU 3150-EXIT
008860             END-IF
009040 3150-SERVE-ONE-REQUEST.
009050     MOVE PE07-REQ-ID        TO PE07-BAT-REQUEST-ID
009060     MOVE PE07-REQ-REQUESTER TO PE07-BAT-REQUESTER
009061     MOVE PE07-REQ-N-END     TO PE07-BAT-N-END
009062     MOVE SPACE              TO PE07-BAT-CARRIED-SW
009063     PERFORM 3650-CHECK-QUEUED-REQUEST THRU 3650-EXIT
009064     IF PE07-QUE-HIT-IDX > 0
009065         GO TO 3150-EXIT
009066     END-IF
009070     IF PE07-REQ-N-END < 2
009080         DISPLAY 'PE07-E10 REQUEST-FILE RECORD SKIPPED, '
009090             'N-END LESS THAN 2 -- ' PE07-REQ-N-END
009960         NOT AT END
009970             MOVE PE07-REQ-ID        TO PE07-BAT-REQUEST-ID
009980             MOVE PE07-REQ-REQUESTER TO PE07-BAT-REQUESTER
009981             MOVE PE07-REQ-N-END     TO PE07-BAT-N-END
009982             MOVE SPACE              TO PE07-BAT-CARRIED-SW
009990             MOVE 'NOT-REACHED' TO PE07-BAT-RSP-STATUS
010000             MOVE 'PE07-E08'    TO PE07-BAT-RSP-REASON
010001             PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
010002     END-READ
010003     .
010004 3300-EXIT.
010005     EXIT.
010006***************************************************************
010007*                                                             *
010008*    3400-WRITE-RESPONSE                                      *
010009*                                                             *
010010*    ONE RESPONSE RECORD FOR THE REQUEST RECORD STILL IN THE  *
010011*    BUFFER.  ONLY A FULFILLED RESPONSE CARRIES THE PRIME     *
010012*    FOUND -- A SKIPPED OR NOT-REACHED REQUEST NEVER ECHOES   *
010013*    A RESULT IT DID NOT EARN.                                *
010014*    AN IN-PROGRESS RESPONSE CARRIES THE N REACHED SO FAR IN  *
010015*    ITS PLACE, AND ONE FOR A REQUEST QUEUED ON AN EARLIER    *
010016*    NIGHT AND NOT SUBMITTED AGAIN TONIGHT IS FLAGGED         *
010017*    CARRIED, SO IT IS NOT COUNTED AS ONE OF TONIGHT'S        *
010018*    REQUESTS.                                                *
010019***************************************************************
010020 3400-WRITE-RESPONSE.
010021     MOVE SPACES TO PE07-RESPONSE-RECORD
010022     MOVE PE07-BAT-REQUEST-ID TO PE07-RSP-REQUEST-ID
010023     MOVE PE07-BAT-REQUESTER  TO PE07-RSP-REQUESTER
010024     MOVE PE07-BAT-N-END      TO PE07-RSP-N-END
010025     EVALUATE PE07-BAT-RSP-STATUS
010026         WHEN 'FULFILLED'
010027             MOVE Nth-Prime TO PE07-RSP-NTH-PRIME
010028         WHEN 'IN-PROGRESS'
010029             MOVE PE07-BAT-N-REACHED TO PE07-RSP-N-REACHED
010030         WHEN OTHER
010031             MOVE 0 TO PE07-RSP-NTH-PRIME
010032     END-EVALUATE
010033     MOVE PE07-BAT-RSP-STATUS TO PE07-RSP-STATUS
010034     MOVE PE07-BAT-RSP-REASON TO PE07-RSP-REASON
010035     MOVE PE07-BAT-CARRIED-SW TO PE07-RSP-CARRIED-SW
010036     ACCEPT PE07-RSP-RUN-DATE FROM DATE YYYYMMDD
010037     WRITE PE07-RESPONSE-RECORD
010038     IF PE07-RESPHIST-OPEN
010039         WRITE PE07-RESPHIST-RECORD FROM PE07-RESPONSE-RECORD
010040     END-IF
010041     .
010042 3400-EXIT.
010043     EXIT.
010044***************************************************************
010045*                                                             *
010046*    3500-RECORD-BATCH-PROGRESS                               *
010047*                                                             *
010048*    ADVANCES THE ONE-SLOT RESTART RECORD PAST THE REQUEST    *
010049*    JUST COMPLETED, SO A RERUN OF A CANCELLED STEP RESUMES   *
010050*    AT THE FIRST REQUEST NOT YET DONE.                       *
010051***************************************************************
010052 3500-RECORD-BATCH-PROGRESS.
010053     ADD 1 TO PE07-BAT-DONE-COUNT
010054     MOVE 1 TO PE07-BRS-KEY
010055     MOVE PE07-BAT-DONE-COUNT TO PE07-BRS-REQUESTS-DONE
010056     MOVE PE07-OUT-DETAIL-CNT TO PE07-BRS-OUTPUT-COUNT
010057     REWRITE PE07-BATCH-RESTART-RECORD
010058         INVALID KEY
010059             WRITE PE07-BATCH-RESTART-RECORD
010060     END-REWRITE
010061     .
010062 3500-EXIT.
010063     EXIT.
010064***************************************************************
010065*                                                             *
010066*    3600-LOAD-QUEUE                                          *
010067*                                                             *
010068*    LOADS THE PENDING-WORK QUEUE STEP018 WROTE FOR TONIGHT   *
010069*    -- ITS CONTROL RECORD, WITH THE SLICE OF THE WINDOW LEFT *
010070*    FOR THE QUEUE, AND EVERY ENTRY, OLDEST FIRST.  THE QUEUE *
010071*    IS ALLOCATED ONCE, EMPTY, BEFORE THE FIRST RUN.  A QUEUE *
010072*    THAT CANNOT BE READ STOPS THE BATCH BEFORE ANY REQUEST   *
010073*    IS SERVED, AS THE ENGINE'S OWN FILES DO, SINCE A QUEUED  *
010074*    REQUEST COULD NOT BE TOLD FROM ONE TO BE SEARCHED.       *
010075***************************************************************
010076 3600-LOAD-QUEUE.
010077     MOVE 'N' TO PE07-QUE-SW
010078     MOVE 0 TO PE07-QUE-COUNT
010079     MOVE 0 TO PE07-QUE-CTL-DATE
010080     MOVE 0 TO PE07-QUE-SLICE-MINS
010081     MOVE SPACES TO PE07-QUE-CONTROL-SAVE
010082     MOVE SPACES TO PE07-QUE-RESUB-TABLE
010083     OPEN INPUT PENDING-QUEUE-FILE
010084     IF NOT PE07-PENDING-OK
010085         DISPLAY 'PE07-E139 UNABLE TO OPEN PENDING-QUEUE-FILE,'
010086             ' STATUS ' PE07-PENDING-STATUS
010087         MOVE 'PE07-E139' TO PE07-EVENT-MSG-ID
010088         MOVE PE07-PENDING-STATUS TO PE07-EVENT-DETAIL
010089         MOVE '3600-LOAD-QUEUE' TO PE07-EVENT-PARAGRAPH
010090         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
010091         MOVE 12 TO RETURN-CODE
010092         SET PE07-QUE-FAILED TO TRUE
010093         GO TO 3600-EXIT
010094     END-IF
010095     PERFORM 3610-LOAD-ONE-ENTRY THRU 3610-EXIT
010096         UNTIL PE07-QUE-LOADED OR PE07-QUE-FAILED
010097     CLOSE PENDING-QUEUE-FILE
010098     .
010099 3600-EXIT.
010100     EXIT.
010101 3610-LOAD-ONE-ENTRY.
010102     READ PENDING-QUEUE-FILE
010103         AT END
010104             SET PE07-QUE-LOADED TO TRUE
010105             GO TO 3610-EXIT
010106     END-READ
010107     IF PE07-PNQ-CONTROL
010108         MOVE PE07-PENDING-RECORD TO PE07-QUE-CONTROL-SAVE
010109         MOVE PE07-PNQ-CTL-RUN-DATE TO PE07-QUE-CTL-DATE
010110         MOVE PE07-PNQ-CTL-SLICE-MINUTES TO PE07-QUE-SLICE-MINS
010111         GO TO 3610-EXIT
010112     END-IF
010113     IF NOT PE07-PNQ-ENTRY
010114         GO TO 3610-EXIT
010115     END-IF
010116     IF PE07-QUE-COUNT >= 200
010117         DISPLAY 'PE07-E139 PENDING-QUEUE-FILE HOLDS MORE THAN'
010118             ' 200 ENTRIES'
010119         MOVE 'PE07-E139' TO PE07-EVENT-MSG-ID
010120         MOVE 'QUEUE TABLE FULL' TO PE07-EVENT-DETAIL
010121         MOVE '3610-LOAD-ONE-ENTRY' TO PE07-EVENT-PARAGRAPH
010122         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
010123         MOVE 12 TO RETURN-CODE
010124         SET PE07-QUE-FAILED TO TRUE
010125         GO TO 3610-EXIT
010126     END-IF
010127     ADD 1 TO PE07-QUE-COUNT
010128     MOVE PE07-PENDING-RECORD TO PE07-QUE-ENTRY(PE07-QUE-COUNT)
010129     .
010130 3610-EXIT.
010131     EXIT.
010132***************************************************************
010133*                                                             *
010134*    3650-CHECK-QUEUED-REQUEST                                *
010135*                                                             *
010136*    A REQUEST ON THE PENDING-WORK QUEUE IS NOT SEARCHED IN   *
010137*    THE LOOP -- IT IS ADVANCED WITH THE QUEUE ONCE THE LOOP  *
010138*    ENDS, AND ANSWERED THERE, ONCE.  ITS ENTRY IS FLAGGED AS *
010139*    ON TONIGHT'S REQUEST FILE, SO THAT ANSWER COUNTS AS ONE  *
010140*    OF TONIGHT'S, NOT CARRIED, AND IS GIVEN EVEN ON A NIGHT  *
010141*    THE FRONTIER DOES NOT MOVE.  IT COUNTS AS DONE FOR THE   *
010142*    RESTART SLOT, AND A RESUMED RUN FLAGS IT AGAIN AS IT     *
010143*    SKIPS IT.  PE07-QUE-HIT-IDX IS THE ENTRY MATCHED, OR     *
010144*    ZERO.                                                    *
010145***************************************************************
010146 3650-CHECK-QUEUED-REQUEST.
010147     PERFORM 3655-FLAG-QUEUED-REQUEST THRU 3655-EXIT
010148     IF PE07-QUE-HIT-IDX = 0
010149         GO TO 3650-EXIT
010150     END-IF
010151     PERFORM 3500-RECORD-BATCH-PROGRESS THRU 3500-EXIT
010152     .
010153 3650-EXIT.
010154     EXIT.
010155 3655-FLAG-QUEUED-REQUEST.
010156     MOVE 0 TO PE07-QUE-HIT-IDX
010157     IF NOT PE07-QUE-LOADED
010158         GO TO 3655-EXIT
010159     END-IF
010160     PERFORM 3660-MATCH-QUEUED THRU 3660-EXIT
010161         VARYING PE07-QUE-IDX FROM 1 BY 1
010162         UNTIL PE07-QUE-IDX > PE07-QUE-COUNT
010163            OR PE07-QUE-HIT-IDX > 0
010164     IF PE07-QUE-HIT-IDX > 0
010165         SET PE07-QUE-RESUBMITTED(PE07-QUE-HIT-IDX) TO TRUE
010166     END-IF
010167     .
010168 3655-EXIT.
010169     EXIT.
010170 3660-MATCH-QUEUED.
010171     IF PE07-QUE-ENTRY(PE07-QUE-IDX)(2:8)
010172             = PE07-REQ-ID
010173        AND PE07-QUE-ENTRY(PE07-QUE-IDX)(10:4)
010174             = PE07-REQ-REQUESTER
010175         MOVE PE07-QUE-IDX TO PE07-QUE-HIT-IDX
010176     END-IF
010177     .
010178 3660-EXIT.
010179     EXIT.
010180***************************************************************
010181*                                                             *
010182*    3700-ADVANCE-QUEUE                                       *
010183*                                                             *
010184*    ADVANCES THE PENDING-WORK QUEUE ONCE TONIGHT'S REQUESTS  *
010185*    ARE SERVED.  THE OLDEST ENTRY IS SEARCHED FOR THE SLICE  *
010186*    OF THE WINDOW STEP018 LEFT AND STOPS AT A CHECKPOINT     *
010187*    WHEN THE SLICE IS SPENT.  THE QUEUE'S FRONTIER IS THEN   *
010188*    PRIME-MASTER'S HIGHEST N, WHICH TONIGHT'S OTHER SEARCHES *
010189*    MAY ALSO HAVE RAISED.  WITH NO SLICE LEFT (PE07-W32, A   *
010190*    NOTE ONLY -- THE NIGHT'S RC IS NOT RAISED) THE OLDEST    *
010191*    ENTRY IS NOT SEARCHED, BUT THE QUEUE IS STILL SWEPT      *
010192*    AGAINST THE MASTER.  EVERY ENTRY AT OR BELOW THE         *
010193*    FRONTIER IS FULFILLED AND LEAVES THE QUEUE; EVERY OTHER  *
010194*    ENTRY IS ANSWERED IN-PROGRESS ON THE NIGHT IT IS FIRST   *
010195*    SEEN AND ON EVERY NIGHT THE FRONTIER MOVES, AND COUNTS   *
010196*    THE NIGHTS IT MOVED FOR THE QUEUE STATUS REPORT.  THE    *
010197*    QUEUE IS REWRITTEN WITH WHAT REMAINS.  A COVERAGE GAP OR *
010198*    AN ENGINE FILE ERROR ON THE OLDEST ENTRY LEAVES THE      *
010199*    QUEUE AS IT WAS FOR THE NEXT NIGHT.                      *
010200***************************************************************
010201 3700-ADVANCE-QUEUE.
010202     IF NOT PE07-QUE-LOADED OR PE07-QUE-COUNT = 0
010203         GO TO 3700-EXIT
010204     END-IF
010205     MOVE 0 TO PE07-QUE-DONE-COUNT
010206     MOVE 0 TO PE07-QUE-LEFT-COUNT
010207     MOVE 0 TO PE07-QUE-REACH
010208     PERFORM 3710-FIND-FRONTIER THRU 3710-EXIT
010209         VARYING PE07-QUE-IDX FROM 1 BY 1
010210         UNTIL PE07-QUE-IDX > PE07-QUE-COUNT
010211     IF PE07-QUE-CONTROL-SAVE = SPACES
010212        OR PE07-QUE-SLICE-MINS = 0
010213         DISPLAY 'PE07-W32 NO SLICE OF THE WINDOW IS LEFT FOR THE'
010214             ' PENDING-WORK QUEUE TONIGHT'
010215         MOVE 'PE07-W32' TO PE07-EVENT-MSG-ID
010216         MOVE PE07-QUE-SLICE-MINS TO PE07-EVENT-DETAIL
010217         MOVE '3700-ADVANCE-QUEUE' TO PE07-EVENT-PARAGRAPH
010218         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
010219         MOVE 0 TO PE07-QUE-SLICE-MINS
010220     ELSE
010221         PERFORM 3720-ADVANCE-OLDEST THRU 3720-EXIT
010222         IF RETURN-CODE > 8
010223             PERFORM 3790-ANSWER-RESUBMITTED THRU 3790-EXIT
010224                 VARYING PE07-QUE-IDX FROM 1 BY 1
010225                 UNTIL PE07-QUE-IDX > PE07-QUE-COUNT
010226             GO TO 3700-EXIT
010227         END-IF
010228     END-IF
010229     PERFORM 3715-TAKE-MASTER-FRONTIER THRU 3715-EXIT
010230     PERFORM 3730-SWEEP-ONE-ENTRY THRU 3730-EXIT
010231         VARYING PE07-QUE-IDX FROM 1 BY 1
010232         UNTIL PE07-QUE-IDX > PE07-QUE-COUNT
010233     PERFORM 3760-REWRITE-QUEUE THRU 3760-EXIT
010234     DISPLAY 'PE07-I41 PENDING-WORK QUEUE -- '
010235         PE07-QUE-DONE-COUNT ' FULFILLED, '
010236         PE07-QUE-LEFT-COUNT ' IN PROGRESS, N REACHED '
010237         PE07-QUE-REACH
010238     .
010239 3700-EXIT.
010240     EXIT.
010241 3710-FIND-FRONTIER.
010242     MOVE PE07-QUE-ENTRY(PE07-QUE-IDX) TO PE07-QUE-WORK
010243     IF PE07-QUE-W-N-REACHED > PE07-QUE-REACH
010244         MOVE PE07-QUE-W-N-REACHED TO PE07-QUE-REACH
010245     END-IF
010246     .
010247 3710-EXIT.
010248     EXIT.
010249***************************************************************
010250*                                                             *
010251*    3715-TAKE-MASTER-FRONTIER                                *
010252*                                                             *
010253*    RAISES THE FRONTIER TO PRIME-MASTER'S HIGHEST N, SO AN   *
010254*    ENTRY ALREADY COVERED BY TONIGHT'S OTHER SEARCHES IS     *
010255*    FULFILLED AND EVERY OTHER ONE IS ANSWERED WITH THE N THE *
010256*    MASTER HAS REALLY REACHED.  IF THE ENGINE CANNOT READ    *
010257*    THE MASTER THE STEP ENDS RC=12, AND THE SWEEP ANSWERS    *
010258*    FROM THE FRONTIER ON THE QUEUE AND FULFILS NOTHING.      *
010259***************************************************************
010260 3715-TAKE-MASTER-FRONTIER.
010261     SET PE07-SP-FUNC-HIGHEST-N TO TRUE
010262     MOVE PE07-RUN-MODE TO PE07-SP-RUN-MODE
010263     PERFORM 2600-CALL-ENGINE THRU 2600-EXIT
010264     IF NOT PE07-SP-OK
010265         MOVE 12 TO RETURN-CODE
010266         GO TO 3715-EXIT
010267     END-IF
010268     IF PE07-SP-RESULT-N > PE07-QUE-REACH
010269         MOVE PE07-SP-RESULT-N TO PE07-QUE-REACH
010270     END-IF
010271     .
010272 3715-EXIT.
010273     EXIT.
010274***************************************************************
010275*                                                             *
010276*    3720-ADVANCE-OLDEST                                      *
010277*                                                             *
010278*    ONE TIME-SLICED SEARCH FOR THE OLDEST ENTRY.  IF IT ENDS *
010279*    INSIDE THE SLICE THE REQUEST IS FULFILLED HERE, WITH THE *
010280*    SLICE'S OWN TIMINGS ON ITS OUTPUT AND AUDIT RECORDS, AND *
010281*    THE ENTRY IS MARKED DONE FOR THE SWEEP.                  *
010282***************************************************************
010283 3720-ADVANCE-OLDEST.
010284     MOVE 1 TO PE07-QUE-IDX
010285     MOVE PE07-QUE-ENTRY(1) TO PE07-QUE-WORK
010286     PERFORM 3740-SET-REQUEST THRU 3740-EXIT
010287     MOVE PE07-QUE-SLICE-MINS TO PE07-SP-SLICE-MINUTES
010288     ACCEPT PE07-START-TIME FROM TIME
010289     PERFORM 2500-CALL-SEARCH-ENGINE THRU 2500-EXIT
010290     MOVE 0 TO PE07-SP-SLICE-MINUTES
010291     EVALUATE TRUE
010292         WHEN PE07-SP-OK
010293             ACCEPT PE07-END-TIME FROM TIME
010294             PERFORM 8000-WRITE-OUTPUT-RECORD THRU 8000-EXIT
010295             MOVE 'FULFILLED' TO PE07-BAT-RSP-STATUS
010296             MOVE SPACES      TO PE07-BAT-RSP-REASON
010297             PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
010298             ADD 1 TO PE07-QUE-DONE-COUNT
010299             MOVE 'D' TO PE07-QUE-W-REC-TYPE
010300             MOVE PE07-QUE-WORK TO PE07-QUE-ENTRY(1)
010301         WHEN PE07-SP-SLICE-ENDED
010302             CONTINUE
010303         WHEN PE07-SP-COVERAGE-GAP
010304             DISPLAY 'PE07-E08 DIVISOR COVERAGE GAP --'
010305                 ' PENDING-WORK QUEUE NOT ADVANCED'
010306             MOVE 'PE07-E08' TO PE07-EVENT-MSG-ID
010307             MOVE 'COVERAGE GAP' TO PE07-EVENT-DETAIL
010308             MOVE '3720-ADVANCE-OLDEST' TO PE07-EVENT-PARAGRAPH
010309             PERFORM 9600-LOG-EVENT THRU 9600-EXIT
010310             MOVE 16 TO RETURN-CODE
010311             GO TO 3720-EXIT
010312         WHEN OTHER
010313             MOVE 12 TO RETURN-CODE
010314             GO TO 3720-EXIT
010315     END-EVALUATE
010316     IF N > PE07-QUE-REACH
010317         MOVE N TO PE07-QUE-REACH
010318     END-IF
010319     .
010320 3720-EXIT.
010321     EXIT.
010322***************************************************************
010323*                                                             *
010324*    3730-SWEEP-ONE-ENTRY                                     *
010325*                                                             *
010326*    ONE ENTRY OF THE QUEUE AGAINST TONIGHT'S FRONTIER.  AN   *
010327*    ENTRY THE FRONTIER HAS PASSED IS ANSWERED FROM           *
010328*    PRIME-MASTER AND DROPPED; ONE THAT CANNOT BE, AFTER AN   *
010329*    ENGINE FILE ERROR, IS KEPT AS IT WAS, AND ANSWERED       *
010330*    IN-PROGRESS ONLY IF IT WAS SUBMITTED AGAIN TONIGHT.  THE *
010331*    ENTRIES KEPT ARE CLOSED UP IN PLACE, OLDEST STILL FIRST. *
010332***************************************************************
010333 3730-SWEEP-ONE-ENTRY.
010334     MOVE PE07-QUE-ENTRY(PE07-QUE-IDX) TO PE07-QUE-WORK
010335     IF PE07-QUE-W-REC-TYPE NOT = 'Q'
010336         GO TO 3730-EXIT
010337     END-IF
010338     PERFORM 3740-SET-REQUEST THRU 3740-EXIT
010339     IF PE07-QUE-W-N-END > PE07-QUE-REACH
010340         PERFORM 3750-MARK-PROGRESS THRU 3750-EXIT
010341     ELSE
010342         IF RETURN-CODE < 12
010343             PERFORM 3200-RUN-ONE-REQUEST THRU 3200-EXIT
010344             IF PE07-SP-OK
010345                 MOVE 'FULFILLED' TO PE07-BAT-RSP-STATUS
010346                 MOVE SPACES      TO PE07-BAT-RSP-REASON
010347                 PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
010348                 ADD 1 TO PE07-QUE-DONE-COUNT
010349                 GO TO 3730-EXIT
010350             END-IF
010351         END-IF
010352         PERFORM 3790-ANSWER-RESUBMITTED THRU 3790-EXIT
010353     END-IF
010354     ADD 1 TO PE07-QUE-LEFT-COUNT
010355     MOVE PE07-QUE-WORK TO PE07-QUE-ENTRY(PE07-QUE-LEFT-COUNT)
010356     .
010357 3730-EXIT.
010358     EXIT.
010359 3740-SET-REQUEST.
010360     MOVE PE07-QUE-W-REQUEST-ID TO PE07-BAT-REQUEST-ID
010361     MOVE PE07-QUE-W-REQUESTER  TO PE07-BAT-REQUESTER
010362     MOVE PE07-QUE-W-N-END      TO PE07-BAT-N-END
010363     MOVE PE07-QUE-W-N-END      TO N-End
010364     IF PE07-QUE-W-QUEUED-DATE = PE07-QUE-CTL-DATE
010365        OR PE07-QUE-RESUBMITTED(PE07-QUE-IDX)
010366         MOVE SPACE TO PE07-BAT-CARRIED-SW
010367     ELSE
010368         MOVE 'C' TO PE07-BAT-CARRIED-SW
010369     END-IF
010370     .
010371 3740-EXIT.
010372     EXIT.
010373***************************************************************
010374*                                                             *
010375*    3750-MARK-PROGRESS                                       *
010376*                                                             *
010377*    AN ENTRY STILL BEYOND THE FRONTIER.  ON ITS FIRST NIGHT  *
010378*    IT TAKES THE FRONTIER AS ITS BASE, FROM WHICH ITS RATE   *
010379*    OF PROGRESS IS MEASURED; ON A LATER NIGHT THE FRONTIER   *
010380*    MOVED IT COUNTS ONE MORE NIGHT ADVANCED.  EITHER WAY THE *
010381*    REQUESTER IS ANSWERED IN-PROGRESS WITH THE N REACHED.  A *
010382*    NIGHT THE FRONTIER DID NOT MOVE SENDS NO NEW ANSWER --   *
010383*    UNLESS THE REQUEST WAS SUBMITTED AGAIN TONIGHT, WHEN IT  *
010384*    IS ANSWERED WITH THE N REACHED AS IT STANDS.             *
010385***************************************************************
010386 3750-MARK-PROGRESS.
010387     IF PE07-QUE-W-ANSWERED
010388        AND PE07-QUE-REACH NOT > PE07-QUE-W-N-REACHED
010389        AND NOT PE07-QUE-RESUBMITTED(PE07-QUE-IDX)
010390         GO TO 3750-EXIT
010391     END-IF
010392     IF PE07-QUE-W-ANSWERED
010393         IF PE07-QUE-REACH > PE07-QUE-W-N-REACHED
010394             MOVE PE07-QUE-REACH TO PE07-QUE-W-N-REACHED
010395             ADD 1 TO PE07-QUE-W-SLICES
010396             ACCEPT PE07-QUE-W-LAST-SLICE FROM DATE YYYYMMDD
010397         END-IF
010398     ELSE
010399         MOVE 'Y' TO PE07-QUE-W-ANSWERED-SW
010400         IF PE07-QUE-REACH > PE07-QUE-W-N-REACHED
010401             MOVE PE07-QUE-REACH TO PE07-QUE-W-N-REACHED
010402         END-IF
010403         MOVE PE07-QUE-W-N-REACHED TO PE07-QUE-W-BASE-N
010404         MOVE 0 TO PE07-QUE-W-SLICES
010405     END-IF
010406     MOVE PE07-QUE-W-N-REACHED TO PE07-BAT-N-REACHED
010407     MOVE 'IN-PROGRESS' TO PE07-BAT-RSP-STATUS
010408     MOVE SPACES        TO PE07-BAT-RSP-REASON
010409     PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
010410     .
010411 3750-EXIT.
010412     EXIT.
010413***************************************************************
010414*                                                             *
010415*    3760-REWRITE-QUEUE                                       *
010416*                                                             *
010417*    REWRITES THE PENDING-WORK QUEUE WITH THE ENTRIES STILL   *
010418*    IN PROGRESS, BEHIND STEP018'S CONTROL RECORD WITH ITS    *
010419*    COUNT CORRECTED.  A QUEUE THAT CANNOT BE REWRITTEN ENDS  *
010420*    THE STEP RC=12 FOR OPERATIONS TO RESTORE BEFORE THE NEXT *
010421*    NIGHT.                                                   *
010422***************************************************************
010423 3760-REWRITE-QUEUE.
010424     OPEN OUTPUT PENDING-QUEUE-FILE
010425     IF NOT PE07-PENDING-OK
010426         DISPLAY 'PE07-E140 UNABLE TO REWRITE PENDING-QUEUE-FILE,'
010427             ' STATUS ' PE07-PENDING-STATUS
010428         MOVE 'PE07-E140' TO PE07-EVENT-MSG-ID
010429         MOVE PE07-PENDING-STATUS TO PE07-EVENT-DETAIL
010430         MOVE '3760-REWRITE-QUEUE' TO PE07-EVENT-PARAGRAPH
010431         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
010432         MOVE 12 TO RETURN-CODE
010433         GO TO 3760-EXIT
010434     END-IF
010435     IF PE07-QUE-CONTROL-SAVE = SPACES
010436         MOVE SPACES TO PE07-PENDING-RECORD
010437         SET PE07-PNQ-CONTROL TO TRUE
010438         ACCEPT PE07-PNQ-CTL-RUN-DATE FROM DATE YYYYMMDD
010439         ACCEPT PE07-PNQ-CTL-RUN-TIME FROM TIME
010440         MOVE 0 TO PE07-PNQ-CTL-SLICE-MINUTES
010441     ELSE
010442         MOVE PE07-QUE-CONTROL-SAVE TO PE07-PENDING-RECORD
010443     END-IF
010444     MOVE PE07-QUE-LEFT-COUNT TO PE07-PNQ-CTL-ENTRY-COUNT
010445     PERFORM 3780-WRITE-QUEUE-RECORD THRU 3780-EXIT
010446     PERFORM 3770-WRITE-ENTRY THRU 3770-EXIT
010447         VARYING PE07-QUE-IDX FROM 1 BY 1
010448         UNTIL PE07-QUE-IDX > PE07-QUE-LEFT-COUNT
010449            OR PE07-QUE-FAILED
010450     CLOSE PENDING-QUEUE-FILE
010451     .
010452 3760-EXIT.
010453     EXIT.
010454 3770-WRITE-ENTRY.
010455     MOVE PE07-QUE-ENTRY(PE07-QUE-IDX) TO PE07-PENDING-RECORD
010456     PERFORM 3780-WRITE-QUEUE-RECORD THRU 3780-EXIT
010457     .
010458 3770-EXIT.
010459     EXIT.
010460 3780-WRITE-QUEUE-RECORD.
010461     WRITE PE07-PENDING-RECORD
010462     IF NOT PE07-PENDING-OK
010463         DISPLAY 'PE07-E140 WRITE TO PENDING-QUEUE-FILE FAILED,'
010464             ' STATUS ' PE07-PENDING-STATUS
010465         MOVE 'PE07-E140' TO PE07-EVENT-MSG-ID
010466         MOVE PE07-PENDING-STATUS TO PE07-EVENT-DETAIL
010467         MOVE '3780-WRITE-QUEUE-RECORD' TO PE07-EVENT-PARAGRAPH
010468         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
010469         MOVE 12 TO RETURN-CODE
010470         SET PE07-QUE-FAILED TO TRUE
010471     END-IF
010472     .
010473 3780-EXIT.
010474     EXIT.
010475***************************************************************
010476*                                                             *
010477*    3790-ANSWER-RESUBMITTED                                  *
010478*                                                             *
010479*    AN ENTRY SUBMITTED AGAIN TONIGHT THAT THE QUEUE COULD    *
010480*    NOT ANSWER -- THE OLDEST ENTRY'S SLICE OR ITS FULFILMENT *
010481*    FAILED, OR THE BATCH STOPPED BEFORE THE QUEUE WAS        *
010482*    REACHED.  THE REQUESTER IS STILL ANSWERED, IN-PROGRESS   *
010483*    WITH THE N REACHED ON THE QUEUE.                         *
010484***************************************************************
010485 3790-ANSWER-RESUBMITTED.
010486     IF NOT PE07-QUE-RESUBMITTED(PE07-QUE-IDX)
010487         GO TO 3790-EXIT
010488     END-IF
010489     MOVE PE07-QUE-ENTRY(PE07-QUE-IDX) TO PE07-QUE-WORK
010490     IF PE07-QUE-W-REC-TYPE NOT = 'Q'
010491         GO TO 3790-EXIT
010492     END-IF
010493     PERFORM 3740-SET-REQUEST THRU 3740-EXIT
010494     MOVE PE07-QUE-W-N-REACHED TO PE07-BAT-N-REACHED
010495     MOVE 'IN-PROGRESS' TO PE07-BAT-RSP-STATUS
010496     MOVE SPACES        TO PE07-BAT-RSP-REASON
010497     PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
010498     .
010499 3790-EXIT.
010500     EXIT.
010510***************************************************************
010520*                                                             *
011730*    INTERNALLY AND WRITES ONE RESULT RECORD, SO THE          *
011740*    SECURITY GROUP'S CHECKSUM SEED NEVER PASSES THROUGH A    *
011750*    MILLION-RECORD LISTING AND A DOWNSTREAM ADDING STEP.     *
011752*    THE COUNT AND SUM START FROM THE NEAREST CUMULATIVE      *
011754*    MILESTONE BELOW THE BOUND (ENGINE FUNCTION 'M'), SO      *
011756*    ONLY THE PRIMES PAST IT ARE WALKED.                      *
011760*    PROVES SQUARE-ROOT COVERAGE OF THE BOUND UP FRONT AND    *
011770*    REFUSES WITH PE07-E09 -- NO RECORD IS EVER WRITTEN FOR   *
011780*    A PARTIAL TOTAL.                                         *
012140         CLOSE AGGREGATE-OUTPUT-FILE
012150         GO TO 4500-EXIT
012160     END-IF
012165     SET PE07-SP-FUNC-MILESTONE TO TRUE
012170     MOVE PE07-RUN-MODE TO PE07-SP-RUN-MODE
012171     MOVE PE07-AGG-BOUND-WK TO PE07-SP-VALUE
012172     PERFORM 2600-CALL-ENGINE THRU 2600-EXIT
012173     IF PE07-SP-FILE-ERROR
012174         MOVE 12 TO RETURN-CODE
012175         CLOSE AGGREGATE-OUTPUT-FILE
012176         GO TO 4500-EXIT
012177     END-IF
012180     MOVE PE07-SP-RESULT-N   TO PE07-AGG-COUNT-WK
012190     MOVE PE07-SP-RESULT-SUM TO PE07-AGG-SUM-WK
012195     COMPUTE PE07-AGG-NEXT-WK = PE07-SP-RESULT-PRIME + 1
012200     MOVE 'N' TO PE07-AGG-DONE-SW
012210     PERFORM 4600-AGGREGATE-WALK THRU 4600-EXIT
012220         UNTIL PE07-AGG-DONE
017310*    SUMMARY LEAVES THEM BLANK.                               *
017320***************************************************************
017330 6550-WRITE-SUMMARY.
017331     MOVE SPACES TO PE07-FACTOR-RECORD
017332     SET PE07-FCT-SUMMARY TO TRUE
017333     MOVE PE07-FACT-VALUE    TO PE07-FCT-VALUE
017334     MOVE PE07-FACT-DISTINCT TO PE07-FCT-FACTOR-COUNT
017335     EVALUATE TRUE
017336         WHEN PE07-FACT-UNRESOLVED
017337             SET PE07-FCT-UNRESOLVED TO TRUE
017338             ADD 1 TO PE07-FACT-UNRES-COUNT
017339         WHEN PE07-FACT-DISTINCT = 1
017340                 AND PE07-FACT-FIRST-FACTOR = PE07-FACT-VALUE
017341             SET PE07-FCT-IS-PRIME TO TRUE
017342             ADD 1 TO PE07-FACT-PRIME-COUNT
017343         WHEN OTHER
017344             SET PE07-FCT-FULLY-FACTORED TO TRUE
017345     END-EVALUATE
017346     IF NOT PE07-FACT-UNRESOLVED
017347         MOVE PE07-FACT-DIVISOR-CNT TO PE07-FCT-DIVISOR-COUNT
017348         MOVE PE07-FACT-DIVISOR-SUM TO PE07-FCT-DIVISOR-SUM
017349         MOVE PE07-FACT-TOTIENT     TO PE07-FCT-TOTIENT
017350     END-IF
017351     WRITE PE07-FACTOR-RECORD
017352     ADD 1 TO PE07-FCT-RECORD-CNT
017353     .
017354 6550-EXIT.
017355     EXIT.
017356***************************************************************
017357*                                                             *
017358*    7000-BULK-INQUIRY                                        *
017359*                                                             *
017360*    ANSWERS EVERY QUESTION ON INQUIRY-FILE -- NTH PRIME, IS  *
017361*    THIS VALUE PRIME, NEXT PRIME AT OR ABOVE, SMALLEST       *
017362*    FACTOR -- THROUGH THE SUBPROGRAM'S LOOKUP FUNCTIONS OVER *
017363*    THE PUBLISHED QUERY SNAPSHOT, WRITING ONE ANSWER RECORD  *
017364*    PER QUESTION IN INPUT ORDER BETWEEN THE PE07HDT BANNERS. *
017365*    EVERY ANSWER CARRIES THE SNAPSHOT'S AS-OF DATE FROM THE  *
017366*    CURRENCY RECORD, WHICH IS READ FIRST -- WITHOUT IT THE   *
017367*    ANSWERS COULD NOT BE DATED AND THE RUN STOPS RC=12.  A   *
017368*    VALUE BEYOND THE SNAPSHOT'S COVERAGE IS ANSWERED AS SUCH *
017369*    (RC=0, LIKE AN UNRESOLVED FACTORIZATION); A QUESTION     *
017370*    THAT CANNOT BE ASKED IS ANSWERED REJECTED WITH RC=4.  A  *
017371*    RUN CUT SHORT BY AN ENGINE FILE ERROR LEAVES NO TRAILER. *
017372***************************************************************
017373 7000-BULK-INQUIRY.
017374     PERFORM 7050-READ-CURRENCY THRU 7050-EXIT
017375     IF RETURN-CODE = 12
017376         GO TO 7000-EXIT
017377     END-IF
017378     OPEN INPUT INQUIRY-FILE
017379     IF NOT PE07-INQUIRY-OK
017380         DISPLAY 'PE07-E109 UNABLE TO OPEN INQUIRY-FILE,'
017381             ' STATUS ' PE07-INQUIRY-STATUS
017382         MOVE 'PE07-E109' TO PE07-EVENT-MSG-ID
017383         MOVE PE07-INQUIRY-STATUS TO PE07-EVENT-DETAIL
017384         MOVE '7000-BULK-INQUIRY'
017385             TO PE07-EVENT-PARAGRAPH
017386         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
017387         MOVE 12 TO RETURN-CODE
017388         GO TO 7000-EXIT
017389     END-IF
017390     OPEN OUTPUT ANSWER-FILE
017391     IF NOT PE07-ANSWER-OK
017392         DISPLAY 'PE07-E110 UNABLE TO OPEN ANSWER-FILE,'
017393             ' STATUS ' PE07-ANSWER-STATUS
017394         MOVE 'PE07-E110' TO PE07-EVENT-MSG-ID
017395         MOVE PE07-ANSWER-STATUS TO PE07-EVENT-DETAIL
017396         MOVE '7000-BULK-INQUIRY'
017397             TO PE07-EVENT-PARAGRAPH
017398         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
017399         MOVE 12 TO RETURN-CODE
017400         CLOSE INQUIRY-FILE
017401         GO TO 7000-EXIT
017402     END-IF
017403     PERFORM 9800-BUILD-HEADER-BANNER THRU 9800-EXIT
017404     WRITE PE07-ANSWER-RECORD FROM PE07-CONTROL-BANNER
017405     PERFORM 7100-INQUIRY-READ THRU 7100-EXIT
017406         UNTIL PE07-BULK-IN-EOF
017407     CLOSE INQUIRY-FILE
017408*    A RUN CUT SHORT BY AN ENGINE FILE ERROR LEAVES NO
017409*    TRAILER, SO ITS PARTIAL ANSWERS CAN NEVER BALANCE
017410     IF RETURN-CODE NOT = 12
017411         PERFORM 9810-BUILD-TRAILER-BANNER THRU 9810-EXIT
017412         MOVE PE07-ANS-RECORD-CNT TO PE07-HDT-DETAIL-COUNT
017413         WRITE PE07-ANSWER-RECORD FROM PE07-CONTROL-BANNER
017414     END-IF
017415     CLOSE ANSWER-FILE
017416     DISPLAY 'PE07-I32 ' PE07-BULK-READ-COUNT
017417         ' QUESTIONS READ, ' PE07-BULK-ANSWER-COUNT
017418         ' ANSWERED, ' PE07-BULK-NOT-PRIME-COUNT
017419         ' NOT PRIME, ' PE07-BULK-BEYOND-COUNT
017420         ' BEYOND COVERAGE, ' PE07-BULK-REJECT-COUNT
017421         ' REJECTED'
017422     .
017423 7000-EXIT.
017424     EXIT.
017425***************************************************************
017426*                                                             *
017427*    7050-READ-CURRENCY                                       *
017428*                                                             *
017429*    READS THE ONE SNAPSHOT CURRENCY RECORD WRITTEN WITH THE  *
017430*    LAST REFRESH OF THE QUERY SNAPSHOT AND KEEPS ITS AS-OF   *
017431*    DATE FOR THE ANSWER RECORDS.                             *
017432***************************************************************
017433 7050-READ-CURRENCY.
017434     OPEN INPUT SNAPSHOT-CURRENCY-FILE
017435     IF NOT PE07-SNAPCURR-OK
017436         DISPLAY 'PE07-E111 UNABLE TO OPEN SNAPSHOT-CURRENCY-'
017437             'FILE, STATUS ' PE07-SNAPCURR-STATUS
017438         MOVE 'PE07-E111' TO PE07-EVENT-MSG-ID
017439         MOVE PE07-SNAPCURR-STATUS TO PE07-EVENT-DETAIL
017440         MOVE '7050-READ-CURRENCY'
017441             TO PE07-EVENT-PARAGRAPH
017442         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
017443         MOVE 12 TO RETURN-CODE
017444         GO TO 7050-EXIT
017445     END-IF
017446     READ SNAPSHOT-CURRENCY-FILE
017447         AT END
017448             DISPLAY 'PE07-E111 SNAPSHOT-CURRENCY-FILE IS EMPTY'
017449                 ' -- THE ANSWERS CANNOT BE DATED'
017450             MOVE 'PE07-E111' TO PE07-EVENT-MSG-ID
017451             MOVE 'NO CURRENCY RECORD' TO PE07-EVENT-DETAIL
017452             MOVE '7050-READ-CURRENCY'
017453                 TO PE07-EVENT-PARAGRAPH
017454             PERFORM 9600-LOG-EVENT THRU 9600-EXIT
017455             MOVE 12 TO RETURN-CODE
017456         NOT AT END
017457             MOVE PE07-SNC-AS-OF-DATE TO PE07-BULK-AS-OF-DATE
017458             DISPLAY 'PE07-I31 ANSWERS AS OF SNAPSHOT '
017459                 PE07-SNC-AS-OF-DATE ' ' PE07-SNC-AS-OF-TIME
017460                 ' -- HIGHEST N ' PE07-SNC-HIGHEST-N
017461                 ' PRIME ' PE07-SNC-HIGHEST-PRIME
017462     END-READ
017463     CLOSE SNAPSHOT-CURRENCY-FILE
017464     .
017465 7050-EXIT.
017466     EXIT.
017467 7100-INQUIRY-READ.
017468     READ INQUIRY-FILE
017469         AT END
017470             SET PE07-BULK-IN-EOF TO TRUE
017471         NOT AT END
017472             ADD 1 TO PE07-BULK-READ-COUNT
017473             PERFORM 7200-ANSWER-ONE-QUESTION THRU 7200-EXIT
017474             IF RETURN-CODE = 12
017475*                THE ENGINE COULD NOT OPEN THE SNAPSHOT --
017476*                NOTHING FURTHER CAN BE ANSWERED
017477                 SET PE07-BULK-IN-EOF TO TRUE
017478             END-IF
017479     END-READ
017480     .
017481 7100-EXIT.
017482     EXIT.
017483***************************************************************
017484*                                                             *
017485*    7200-ANSWER-ONE-QUESTION                                 *
017486*                                                             *
017487*    CHECKS THE QUESTION CAN BE ASKED, ASKS THE SUBPROGRAM,   *
017488*    AND MAPS ITS STATUS ONTO THE ANSWER.  THE NTH-PRIME AND  *
017489*    IS-PRIME QUESTIONS ARE KEYED READS (BY N, AND BY PRIME   *
017490*    VALUE ON THE ALTERNATE INDEX PATH); NEXT PRIME AND       *
017491*    SMALLEST FACTOR WORK FROM THE DIVISOR CACHE.  A VALUE    *
017492*    THAT IS NOT ON FILE OR CANNOT BE PROVED IS ANSWERED      *
017493*    BEYOND COVERAGE -- NEVER GUESSED AT.                     *
017494***************************************************************
017495 7200-ANSWER-ONE-QUESTION.
017496     MOVE SPACES TO PE07-ANSWER-RECORD
017497     SET PE07-ANS-DETAIL TO TRUE
017498     MOVE PE07-INQ-QUESTION-ID TO PE07-ANS-QUESTION-ID
017499     MOVE PE07-INQ-FUNCTION    TO PE07-ANS-FUNCTION
017500     MOVE PE07-INQ-VALUE-X     TO PE07-ANS-VALUE
017501     MOVE 0                    TO PE07-ANS-RESULT-N
017502     MOVE 0                    TO PE07-ANS-RESULT-PRIME
017503     MOVE PE07-BULK-AS-OF-DATE TO PE07-ANS-AS-OF-DATE
017504     IF PE07-INQ-VALUE IS NOT NUMERIC
017505         PERFORM 7250-REJECT-QUESTION THRU 7250-EXIT
017506         GO TO 7200-EXIT
017507     END-IF
017508     EVALUATE TRUE
017509         WHEN PE07-INQ-NTH-PRIME
017510             IF PE07-INQ-VALUE < 1
017511                 PERFORM 7250-REJECT-QUESTION THRU 7250-EXIT
017512                 GO TO 7200-EXIT
017513             END-IF
017514             SET PE07-SP-FUNC-LOOKUP-N TO TRUE
017515             MOVE PE07-INQ-VALUE TO PE07-SP-REQUESTED-N
017516         WHEN PE07-INQ-IS-PRIME
017517             SET PE07-SP-FUNC-LOOKUP-PRIME TO TRUE
017518             MOVE PE07-INQ-VALUE TO PE07-SP-VALUE
017519         WHEN PE07-INQ-NEXT-PRIME
017520             SET PE07-SP-FUNC-NEXT-PRIME TO TRUE
017521             MOVE PE07-INQ-VALUE TO PE07-SP-VALUE
017522         WHEN PE07-INQ-SMALL-FACTOR
017523             IF PE07-INQ-VALUE < 2
017524                 PERFORM 7250-REJECT-QUESTION THRU 7250-EXIT
017525                 GO TO 7200-EXIT
017526             END-IF
017527             SET PE07-SP-FUNC-SMALL-FACTOR TO TRUE
017528             MOVE PE07-INQ-VALUE TO PE07-SP-VALUE
017529         WHEN OTHER
017530             PERFORM 7250-REJECT-QUESTION THRU 7250-EXIT
017531             GO TO 7200-EXIT
017532     END-EVALUATE
017533     MOVE PE07-RUN-MODE TO PE07-SP-RUN-MODE
017534     PERFORM 2600-CALL-ENGINE THRU 2600-EXIT
017535     EVALUATE TRUE
017536         WHEN PE07-SP-FILE-ERROR
017537             MOVE 12 TO RETURN-CODE
017538             GO TO 7200-EXIT
017539         WHEN PE07-SP-OK
017540             SET PE07-ANS-ANSWERED TO TRUE
017541             MOVE PE07-SP-RESULT-PRIME TO PE07-ANS-RESULT-PRIME
017542             IF PE07-INQ-NTH-PRIME OR PE07-INQ-IS-PRIME
017543                 MOVE PE07-SP-RESULT-N TO PE07-ANS-RESULT-N
017544             END-IF
017545         WHEN PE07-SP-VALUE-IS-PRIME
017546             SET PE07-ANS-ANSWERED TO TRUE
017547             MOVE PE07-INQ-VALUE TO PE07-ANS-RESULT-PRIME
017548         WHEN PE07-SP-NOT-PRIME
017549             SET PE07-ANS-NOT-PRIME TO TRUE
017550             MOVE PE07-SP-RESULT-N     TO PE07-ANS-RESULT-N
017551             MOVE PE07-SP-RESULT-PRIME TO PE07-ANS-RESULT-PRIME
017552         WHEN OTHER
017553             SET PE07-ANS-BEYOND-COVERAGE TO TRUE
017554     END-EVALUATE
017555     PERFORM 7300-WRITE-ANSWER THRU 7300-EXIT
017556     .
017557 7200-EXIT.
017558     EXIT.
017559***************************************************************
017560*                                                             *
017561*    7250-REJECT-QUESTION                                     *
017562*                                                             *
017563*    AN UNKNOWN FUNCTION CODE, A VALUE THAT IS NOT NUMERIC,   *
017564*    AN NTH-PRIME QUESTION FOR N ZERO, OR A SMALLEST-FACTOR   *
017565*    QUESTION FOR A VALUE BELOW 2 IS NEVER PUT TO THE ENGINE. *
017566*    IT IS STILL ANSWERED, REJECTED, SO EVERY QUESTION READ   *
017567*    HAS ITS ANSWER RECORD, AND THE STEP ENDS RC=4.           *
017568***************************************************************
017569 7250-REJECT-QUESTION.
017570     SET PE07-ANS-REJECTED TO TRUE
017571     DISPLAY 'PE07-W22 INQUIRY ' PE07-INQ-QUESTION-ID
017572         ' REJECTED -- FUNCTION ' PE07-INQ-FUNCTION
017573         ' VALUE ' PE07-INQ-VALUE-X
017574     MOVE 'PE07-W22' TO PE07-EVENT-MSG-ID
017575     MOVE PE07-INQ-QUESTION-ID TO PE07-EVENT-DETAIL
017576     MOVE '7250-REJECT-QUESTION'
017577         TO PE07-EVENT-PARAGRAPH
017578     PERFORM 9600-LOG-EVENT THRU 9600-EXIT
017579     MOVE 4 TO RETURN-CODE
017580     PERFORM 7300-WRITE-ANSWER THRU 7300-EXIT
017581     .
017582 7250-EXIT.
017583     EXIT.
017584 7300-WRITE-ANSWER.
017585     EVALUATE TRUE
017586         WHEN PE07-ANS-ANSWERED
017587             ADD 1 TO PE07-BULK-ANSWER-COUNT
017588         WHEN PE07-ANS-NOT-PRIME
017589             ADD 1 TO PE07-BULK-NOT-PRIME-COUNT
017590         WHEN PE07-ANS-BEYOND-COVERAGE
017591             ADD 1 TO PE07-BULK-BEYOND-COUNT
017592         WHEN OTHER
017593             ADD 1 TO PE07-BULK-REJECT-COUNT
017594     END-EVALUATE
017595     WRITE PE07-ANSWER-RECORD
017596     ADD 1 TO PE07-ANS-RECORD-CNT
017597     .
017598 7300-EXIT.
017599     EXIT.
017600***************************************************************
017601*                                                             *
017610*    8000-WRITE-OUTPUT-RECORD                                 *
017620*                                                             *
017630*    WRITES ONE RECORD TO PRIME-OUTPUT-FILE CARRYING THE      *
018450         MOVE N-End                  TO PE07-AUD-REQUESTED-N
018460         MOVE Nth-Prime              TO PE07-AUD-NTH-PRIME
018470         MOVE PE07-OUT-ELAPSED-TIME  TO PE07-AUD-ELAPSED-TIME
018475         MOVE PE07-BAT-REQUESTER     TO PE07-AUD-REQUESTER
018480         WRITE PE07-AUDIT-RECORD
018490         CLOSE AUDIT-LOG-FILE
018500     ELSE
018810         ACCEPT PE07-EVT-RUN-TIME FROM TIME
018820         MOVE PE07-EVENT-MSG-ID    TO PE07-EVT-MSG-ID
018830         MOVE PE07-EVENT-MSG-ID(6:1) TO PE07-EVT-SEVERITY
018835         MOVE PE07-EVENT-MSG-ID(9:1) TO PE07-EVT-MSG-ID-EXT
018840         MOVE PE07-RUN-MODE        TO PE07-EVT-RUN-MODE
018850         MOVE PE07-EVENT-DETAIL    TO PE07-EVT-DETAIL
018860         MOVE PE07-EVENT-PARAGRAPH TO PE07-EVT-PARAGRAPH
019790             MOVE 'PE07FACT' TO PE07-HDT-SOURCE-JOB
019800         WHEN PE07-MODE-AGGREGATE
019810             MOVE 'PE07AGG'  TO PE07-HDT-SOURCE-JOB
019813         WHEN PE07-MODE-BULK-INQUIRY
019816             MOVE 'PE07BULK' TO PE07-HDT-SOURCE-JOB
019820         WHEN OTHER
019830             MOVE 'PE07JOB'  TO PE07-HDT-SOURCE-JOB
019840     END-EVALUATE
