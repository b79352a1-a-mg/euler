000140*    OR WHEN A REQUEST FALLS IN A BAND WITH NO HISTORY TO     *
000150*    PROJECT FROM -- SO THE SCHEDULER CAN HOLD AN OVERSIZED   *
000160*    REQUEST FOR REVIEW INSTEAD OF DISCOVERING IT AT 6 AM.    *
000161*    IN MODE 'B' A REQUEST WITH NO BAND HISTORY, OR ONE THAT  *
000162*    NO LONGER FITS WHAT IS LEFT OF THE WINDOW, IS QUEUED ON  *
000163*    THE PENDING-WORK QUEUE (PE07PNQ) INSTEAD, AND THE REST   *
000164*    OF THE WINDOW IS RECORDED AS THE SLICE THE SEARCH MAY    *
000165*    SPEND ADVANCING THE OLDEST QUEUED REQUEST.  ENDS RC=4    *
000166*    WHEN ANY REQUEST WAS QUEUED, AND RC=12 WHEN THE QUEUE    *
000167*    CANNOT BE READ OR REWRITTEN.                             *
000170*                                                             *
000180***************************************************************
000190 IDENTIFICATION DIVISION.
000290*    DATE        INIT  DESCRIPTION                            *
000300*    ----------  ----  -------------------------------------- *
000310*    2026-09-03  AMG   ORIGINAL PROGRAM.                       *
000311*    2026-10-15  AMG   MODE 'B' NOW QUEUES A REQUEST THAT WILL *
000312*                      NOT FIT, OR HAS NO BAND HISTORY, ON THE *
000313*                      PENDING-WORK QUEUE INSTEAD OF HOLDING   *
000314*                      THE SEARCH, AND RECORDS THE SLICE LEFT  *
000315*                      FOR THE QUEUE.                          *
000320*                                                             *
000330***************************************************************
000340 ENVIRONMENT DIVISION.
000440     SELECT REQUEST-FILE ASSIGN TO REQFILE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS PE07-REQUEST-STATUS.
000462     SELECT PENDING-QUEUE-FILE ASSIGN TO PENDQUE
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS PE07-PENDING-STATUS.
000470     SELECT PROJECTION-REPORT-FILE ASSIGN TO PROJRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PE07-PROJ-REPORT-STATUS.
000580 FD  REQUEST-FILE
000590     RECORDING MODE IS F.
000600 COPY PE07REQ.
000602 FD  PENDING-QUEUE-FILE
000604     RECORDING MODE IS F.
000606 COPY PE07PNQ.
000610 FD  PROJECTION-REPORT-FILE
000620     RECORDING MODE IS F.
000630 01  PE07-PROJ-PRINT-LINE    PIC X(132).
000740     88  PE07-REQUEST-OK             VALUE '00'.
000750 01  PE07-PROJ-REPORT-STATUS PIC X(02).
000760     88  PE07-PROJ-REPORT-OK         VALUE '00'.
000762 01  PE07-PENDING-STATUS     PIC X(02).
000764     88  PE07-PENDING-OK             VALUE '00'.
000770 01  PE07-PROJ-SWITCHES.
000780     05  PE07-PROJ-TRX-EOF-SW    PIC X(01)   VALUE 'N'.
000790         88  PE07-PROJ-TRX-EOF           VALUE 'Y'.
000830         88  PE07-PROJ-BAD-PARM          VALUE 'Y'.
000840     05  PE07-PROJ-HELD-SW       PIC X(01)   VALUE 'N'.
000850         88  PE07-PROJ-HELD              VALUE 'Y'.
000851     05  PE07-PROJ-BATCH-SW      PIC X(01)   VALUE 'N'.
000852         88  PE07-PROJ-BATCH-MODE        VALUE 'Y'.
000853     05  PE07-PROJ-PNQ-EOF-SW    PIC X(01)   VALUE 'N'.
000854         88  PE07-PROJ-PNQ-EOF           VALUE 'Y'.
000855     05  PE07-PROJ-FOUND-SW      PIC X(01)   VALUE 'N'.
000856         88  PE07-PROJ-FOUND             VALUE 'Y'.
000857     05  PE07-PROJ-QUEUE-SW      PIC X(01)   VALUE 'N'.
000858         88  PE07-PROJ-QUEUE-FAILED      VALUE 'F'.
000859         88  PE07-PROJ-QUEUE-FULL        VALUE 'X'.
000860***************************************************************
000870*    PER-BAND HISTORY FROM THE TREND EXTRACT -- THE WORST      *
000880*    ELAPSED TIME EACH REQUESTED-N SIZE BAND HAS EVER SHOWN   *
001050 77  PE07-PROJ-PARM-USE-LEN  PIC S9(4)  COMP.
001060 77  PE07-PROJ-BAND-IDX      PIC 9(04)  COMP  VALUE 0.
001070 77  PE07-PROJ-REQ-N         PIC 9(12)        VALUE 0.
001071     78  PE07-PROJ-QUEUE-MAX        VALUE 200.
001072 77  PE07-PROJ-QUEUE-COUNT   PIC 9(04)  COMP  VALUE 0.
001073 77  PE07-PROJ-NEW-COUNT     PIC 9(04)  COMP  VALUE 0.
001074 77  PE07-PROJ-QUEUED-CNT    PIC 9(04)  COMP  VALUE 0.
001075 77  PE07-PROJ-QUEUE-IDX     PIC 9(04)  COMP  VALUE 0.
001076 77  PE07-PROJ-SLICE-HS      PIC 9(12)  COMP  VALUE 0.
001077 77  PE07-PROJ-SLICE-MINS    PIC 9(04)        VALUE 0.
001078 77  PE07-PROJ-REQ-KEY       PIC X(12)        VALUE SPACES.
001079 77  PE07-PROJ-EDIT-COUNT    PIC ZZZ9.
001080***************************************************************
001090*    PAGE AND LINE CONTROL                                     *
001100***************************************************************
001730     05  PE07-PROJ-CLK-SS        PIC 9(02).
001740     05  FILLER                  PIC X(01)   VALUE '.'.
001750     05  PE07-PROJ-CLK-HS        PIC 9(02).
001751***************************************************************
001752*    PENDING-WORK QUEUE -- ENTRIES ON IT, AND TONIGHT'S NEW   *
001753***************************************************************
001754 01  PE07-PROJ-QUEUE-TABLE.
001755     05  PE07-PROJ-Q-ENTRY       PIC X(80)   OCCURS 200 TIMES.
001756 01  PE07-PROJ-NEW-TABLE.
001757     05  PE07-PROJ-NEW-ENTRY     OCCURS 200 TIMES.
001758         10  PE07-PROJ-NEW-KEY       PIC X(12).
001759         10  PE07-PROJ-NEW-N-END     PIC 9(12).
001760 LINKAGE SECTION.
001770***************************************************************
001780*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD -- THE BATCH   *
003280             MOVE PE07-CTL-N-END TO PE07-PROJ-REQ-N
003290             PERFORM 3200-PROJECT-ONE THRU 3200-EXIT
003300         WHEN PE07-CTL-MODE-BATCH
003305             SET PE07-PROJ-BATCH-MODE TO TRUE
003310             PERFORM 3100-PROJECT-BATCH THRU 3100-EXIT
003320         WHEN OTHER
003330             MOVE 'THE PENDING MODE RUNS NO SEARCH -- NOTHING'
003420 3000-EXIT.
003430     EXIT.
003440 3100-PROJECT-BATCH.
003442     PERFORM 3300-LOAD-QUEUE THRU 3300-EXIT
003444     IF PE07-PROJ-QUEUE-FAILED
003446         GO TO 3100-EXIT
003448     END-IF
003450     OPEN INPUT REQUEST-FILE
003460     IF NOT PE07-REQUEST-OK
003470         DISPLAY 'PE07-E07 UNABLE TO OPEN REQUEST-FILE,'
003520     PERFORM 3150-PROJECT-REQUEST-RECORD THRU 3150-EXIT
003530         UNTIL PE07-PROJ-REQ-EOF
003540     CLOSE REQUEST-FILE
003542     IF NOT PE07-PROJ-HELD
003544         PERFORM 3500-REWRITE-QUEUE THRU 3500-EXIT
003546     END-IF
003550     .
003560 3100-EXIT.
003570     EXIT.
003740*                                                             *
003750*    ONE REQUEST -- ITS BAND, ITS PROJECTED TIME, AND ONE     *
003760*    REPORT LINE.  A BAND WITH NO HISTORY CANNOT BE           *
003770*    PROJECTED AND HOLDS THE RUN FOR REVIEW -- EXCEPT IN      *
003772*    MODE 'B', WHERE SUCH A REQUEST IS QUEUED, AS IS ONE      *
003774*    THAT WOULD TAKE THE TOTAL PAST THE WINDOW LIMIT.         *
003780***************************************************************
003790 3200-PROJECT-ONE.
003800     ADD 1 TO PE07-PROJ-REQ-COUNT
003840     MOVE PE07-PROJ-BAND-IDX TO PE07-PROJ-DET-BAND
003850     IF PE07-PROJ-BAND-RUNS(PE07-PROJ-BAND-IDX) = 0
003860         MOVE 'NO HISTORY' TO PE07-PROJ-DET-TIME
003880         IF PE07-PROJ-BATCH-MODE
003882             PERFORM 3400-QUEUE-REQUEST THRU 3400-EXIT
003884         ELSE
003886             MOVE 'BAND HAS NO HISTORY -- HELD FOR REVIEW'
003890                 TO PE07-PROJ-DET-NOTE
003893             SET PE07-PROJ-HELD TO TRUE
003896         END-IF
003900     ELSE
003910         MOVE PE07-PROJ-BAND-WORST-HS(PE07-PROJ-BAND-IDX)
003920             TO PE07-PROJ-THIS-HS
003940         MOVE PE07-PROJ-THIS-HS TO PE07-PROJ-HS-IN
003950         PERFORM 9350-HS-TO-CLOCK THRU 9350-EXIT
003960         MOVE PE07-PROJ-CLOCK-EDIT TO PE07-PROJ-DET-TIME
003961         IF PE07-PROJ-BATCH-MODE
003962            AND PE07-PROJ-TOTAL-HS + PE07-PROJ-THIS-HS
003963                > PE07-PROJ-LIMIT-HS
003964             PERFORM 3400-QUEUE-REQUEST THRU 3400-EXIT
003965         ELSE
003966             ADD PE07-PROJ-THIS-HS TO PE07-PROJ-TOTAL-HS
003967         END-IF
003970     END-IF
003980     MOVE PE07-PROJ-DETAIL TO PE07-PROJ-PRINT-LINE
003990     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004060*                                                             *
004070*    TOTALS THE PROJECTION AGAINST THE WINDOW LIMIT AND SETS  *
004080*    THE CONDITION CODE THE SCHEDULER FENCES THE SEARCH       *
004090*    STEP ON.  RC=4 (REQUESTS QUEUED) STILL RUNS THE SEARCH.  *
004100***************************************************************
004110 4000-RENDER-VERDICT.
004120     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
004240     MOVE PE07-PROJ-CLOCK-EDIT TO PE07-PROJ-TOT-TIME
004250     MOVE PE07-PROJ-TOTAL-LINE TO PE07-PROJ-PRINT-LINE
004260     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004262     IF PE07-PROJ-BATCH-MODE
004264        AND NOT PE07-PROJ-HELD
004266        AND NOT PE07-PROJ-QUEUE-FAILED
004268         PERFORM 4100-REPORT-QUEUE THRU 4100-EXIT
004269     END-IF
004270     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
004280     EVALUATE TRUE
004283         WHEN PE07-PROJ-QUEUE-FAILED
004286            OR PE07-PROJ-QUEUE-FULL
004289             PERFORM 4200-QUEUE-VERDICT THRU 4200-EXIT
004290         WHEN PE07-PROJ-HELD
004300             MOVE 'VERDICT -- HELD, A REQUEST HAS NO BAND'
004310                 TO PE07-PROJ-NOTE-TEXT
004320             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004330             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004340             MOVE 'HISTORY TO PROJECT FROM'
004341                 TO PE07-PROJ-NOTE-TEXT
004342             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004343             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004344             DISPLAY 'PE07-E46 PROJECTION HELD -- A PENDING'
004345                 ' REQUEST HAS NO BAND HISTORY'
004346             MOVE 8 TO RETURN-CODE
004347         WHEN PE07-PROJ-TOTAL-HS > PE07-PROJ-LIMIT-HS
004348             MOVE 'VERDICT -- HELD, THE PROJECTION EXCEEDS'
004349                 TO PE07-PROJ-NOTE-TEXT
004350             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004351             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004352             MOVE 'THE BATCH WINDOW LIMIT'
004353                 TO PE07-PROJ-NOTE-TEXT
004354             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004355             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004356             DISPLAY 'PE07-E47 PROJECTION EXCEEDS THE BATCH'
004357                 ' WINDOW LIMIT -- SEARCH HELD FOR REVIEW'
004358             MOVE 8 TO RETURN-CODE
004359         WHEN PE07-PROJ-QUEUED-CNT > 0
004360             PERFORM 4200-QUEUE-VERDICT THRU 4200-EXIT
004361         WHEN OTHER
004362             MOVE 'VERDICT -- THE PROJECTION FITS THE WINDOW'
004363                 TO PE07-PROJ-NOTE-TEXT
004364             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004365             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004366             DISPLAY 'PE07-I18 PROJECTION FITS THE BATCH'
004367                 ' WINDOW -- ' PE07-PROJ-REQ-COUNT
004368                 ' REQUEST(S) PROJECTED'
004369     END-EVALUATE
004370     .
004371 4000-EXIT.
004372     EXIT.
004373***************************************************************
004374*                                                             *
004375*    3300-LOAD-QUEUE                                          *
004376*                                                             *
004377*    LOADS THE PENDING-WORK QUEUE AS IT STANDS -- EVERY       *
004378*    ENTRY, OLDEST FIRST; THE OLD CONTROL RECORD IS REPLACED  *
004379*    WHEN THE QUEUE IS REWRITTEN.  THE QUEUE IS ALLOCATED     *
004380*    ONCE, EMPTY, BEFORE THE FIRST RUN.  A QUEUE THAT CANNOT  *
004381*    BE READ HOLDS THE SEARCH -- ITS REQUESTS COULD NEITHER   *
004382*    BE QUEUED NOR ADVANCED.                                  *
004383***************************************************************
004384 3300-LOAD-QUEUE.
004385     MOVE 0 TO PE07-PROJ-QUEUE-COUNT
004386     OPEN INPUT PENDING-QUEUE-FILE
004387     IF NOT PE07-PENDING-OK
004388         DISPLAY 'PE07-E137 UNABLE TO OPEN PENDING-QUEUE-FILE,'
004389             ' STATUS ' PE07-PENDING-STATUS
004390         SET PE07-PROJ-QUEUE-FAILED TO TRUE
004391         MOVE 12 TO RETURN-CODE
004392         GO TO 3300-EXIT
004393     END-IF
004394     PERFORM 3310-LOAD-ONE-ENTRY THRU 3310-EXIT
004395         UNTIL PE07-PROJ-PNQ-EOF OR PE07-PROJ-QUEUE-FAILED
004396     CLOSE PENDING-QUEUE-FILE
004397     .
004398 3300-EXIT.
004399     EXIT.
004400 3310-LOAD-ONE-ENTRY.
004401     READ PENDING-QUEUE-FILE
004402         AT END
004403             SET PE07-PROJ-PNQ-EOF TO TRUE
004404             GO TO 3310-EXIT
004405     END-READ
004406     IF NOT PE07-PNQ-ENTRY
004407         GO TO 3310-EXIT
004408     END-IF
004409     IF PE07-PROJ-QUEUE-COUNT >= PE07-PROJ-QUEUE-MAX
004410         DISPLAY 'PE07-E137 PENDING-QUEUE-FILE HOLDS MORE THAN '
004411             PE07-PROJ-QUEUE-MAX ' ENTRIES'
004412         SET PE07-PROJ-QUEUE-FAILED TO TRUE
004413         MOVE 12 TO RETURN-CODE
004414         GO TO 3310-EXIT
004415     END-IF
004416     ADD 1 TO PE07-PROJ-QUEUE-COUNT
004417     MOVE PE07-PENDING-RECORD
004418         TO PE07-PROJ-Q-ENTRY(PE07-PROJ-QUEUE-COUNT)
004419     .
004420 3310-EXIT.
004421     EXIT.
004422***************************************************************
004423*                                                             *
004424*    3400-QUEUE-REQUEST                                       *
004425*                                                             *
004426*    QUEUES THE BATCH REQUEST JUST PROJECTED FOR              *
004427*    CONTINUATION. A REQUEST ALREADY ON THE QUEUE -- A RERUN  *
004428*    OF TONIGHT'S PROJECTION, OR A RESUBMISSION OF ONE STILL  *
004429*    IN PROGRESS -- IS NOT QUEUED TWICE.  A FULL QUEUE HOLDS  *
004430*    THE SEARCH FOR REVIEW, AS AN OVERSIZED REQUEST ALWAYS    *
004431*    DID.                                                     *
004432***************************************************************
004433 3400-QUEUE-REQUEST.
004434     ADD 1 TO PE07-PROJ-QUEUED-CNT
004435     MOVE PE07-REQ-ID        TO PE07-PROJ-REQ-KEY(1:8)
004436     MOVE PE07-REQ-REQUESTER TO PE07-PROJ-REQ-KEY(9:4)
004437     MOVE 'N' TO PE07-PROJ-FOUND-SW
004438     PERFORM 3410-MATCH-QUEUED THRU 3410-EXIT
004439         VARYING PE07-PROJ-QUEUE-IDX FROM 1 BY 1
004440         UNTIL PE07-PROJ-QUEUE-IDX > PE07-PROJ-QUEUE-COUNT
004441            OR PE07-PROJ-FOUND
004442     PERFORM 3420-MATCH-NEW THRU 3420-EXIT
004443         VARYING PE07-PROJ-QUEUE-IDX FROM 1 BY 1
004444         UNTIL PE07-PROJ-QUEUE-IDX > PE07-PROJ-NEW-COUNT
004445            OR PE07-PROJ-FOUND
004446     IF PE07-PROJ-FOUND
004447         MOVE 'ALREADY ON THE PENDING-WORK QUEUE'
004448             TO PE07-PROJ-DET-NOTE
004449         GO TO 3400-EXIT
004450     END-IF
004451     IF PE07-PROJ-QUEUE-COUNT + PE07-PROJ-NEW-COUNT
004452             >= PE07-PROJ-QUEUE-MAX
004453         MOVE 'PENDING QUEUE FULL -- HELD FOR REVIEW'
004454             TO PE07-PROJ-DET-NOTE
004455         SET PE07-PROJ-QUEUE-FULL TO TRUE
004456         SET PE07-PROJ-HELD TO TRUE
004457         GO TO 3400-EXIT
004458     END-IF
004459     ADD 1 TO PE07-PROJ-NEW-COUNT
004460     MOVE PE07-PROJ-REQ-KEY
004461         TO PE07-PROJ-NEW-KEY(PE07-PROJ-NEW-COUNT)
004462     MOVE PE07-PROJ-REQ-N
004463         TO PE07-PROJ-NEW-N-END(PE07-PROJ-NEW-COUNT)
004464     MOVE 'QUEUED FOR CONTINUATION' TO PE07-PROJ-DET-NOTE
004465     .
004466 3400-EXIT.
004467     EXIT.
004468 3410-MATCH-QUEUED.
004469     IF PE07-PROJ-Q-ENTRY(PE07-PROJ-QUEUE-IDX)(2:12)
004470             = PE07-PROJ-REQ-KEY
004471         SET PE07-PROJ-FOUND TO TRUE
004472     END-IF
004473     .
004474 3410-EXIT.
004475     EXIT.
004476 3420-MATCH-NEW.
004477     IF PE07-PROJ-NEW-KEY(PE07-PROJ-QUEUE-IDX) = PE07-PROJ-REQ-KEY
004478         SET PE07-PROJ-FOUND TO TRUE
004479     END-IF
004480     .
004481 3420-EXIT.
004482     EXIT.
004483***************************************************************
004484*                                                             *
004485*    3500-REWRITE-QUEUE                                       *
004486*                                                             *
004487*    REWRITES THE PENDING-WORK QUEUE: THE CONTROL RECORD,     *
004488*    WITH THE SLICE OF THE WINDOW LEFT ONCE TONIGHT'S FITTING *
004489*    REQUESTS ARE PROJECTED (WHOLE MINUTES), THEN THE ENTRIES *
004490*    ALREADY QUEUED, THEN TONIGHT'S -- SO THE OLDEST ENTRY IS *
004491*    ALWAYS THE FIRST, AND THE ONE THE SEARCH ADVANCES.       *
004492***************************************************************
004493 3500-REWRITE-QUEUE.
004494     SUBTRACT PE07-PROJ-TOTAL-HS FROM PE07-PROJ-LIMIT-HS
004495         GIVING PE07-PROJ-SLICE-HS
004496     DIVIDE PE07-PROJ-SLICE-HS BY 6000
004497         GIVING PE07-PROJ-SLICE-MINS
004498     OPEN OUTPUT PENDING-QUEUE-FILE
004499     IF NOT PE07-PENDING-OK
004500         DISPLAY 'PE07-E137 UNABLE TO OPEN PENDING-QUEUE-FILE'
004501             ' FOR OUTPUT, STATUS ' PE07-PENDING-STATUS
004502         SET PE07-PROJ-QUEUE-FAILED TO TRUE
004503         MOVE 12 TO RETURN-CODE
004504         GO TO 3500-EXIT
004505     END-IF
004506     MOVE SPACES TO PE07-PENDING-RECORD
004507     SET PE07-PNQ-CONTROL TO TRUE
004508     MOVE PE07-PROJ-RUN-DATE TO PE07-PNQ-CTL-RUN-DATE
004509     ACCEPT PE07-PNQ-CTL-RUN-TIME FROM TIME
004510     MOVE PE07-PROJ-SLICE-MINS TO PE07-PNQ-CTL-SLICE-MINUTES
004511     ADD PE07-PROJ-QUEUE-COUNT PE07-PROJ-NEW-COUNT
004512         GIVING PE07-PNQ-CTL-ENTRY-COUNT
004513     PERFORM 3530-WRITE-QUEUE-RECORD THRU 3530-EXIT
004514     PERFORM 3510-WRITE-QUEUED THRU 3510-EXIT
004515         VARYING PE07-PROJ-QUEUE-IDX FROM 1 BY 1
004516         UNTIL PE07-PROJ-QUEUE-IDX > PE07-PROJ-QUEUE-COUNT
004517            OR PE07-PROJ-QUEUE-FAILED
004518     PERFORM 3520-WRITE-NEW THRU 3520-EXIT
004519         VARYING PE07-PROJ-QUEUE-IDX FROM 1 BY 1
004520         UNTIL PE07-PROJ-QUEUE-IDX > PE07-PROJ-NEW-COUNT
004521            OR PE07-PROJ-QUEUE-FAILED
004522     CLOSE PENDING-QUEUE-FILE
004523     .
004524 3500-EXIT.
004525     EXIT.
004526 3510-WRITE-QUEUED.
004527     MOVE PE07-PROJ-Q-ENTRY(PE07-PROJ-QUEUE-IDX)
004528         TO PE07-PENDING-RECORD
004529     PERFORM 3530-WRITE-QUEUE-RECORD THRU 3530-EXIT
004530     .
004531 3510-EXIT.
004532     EXIT.
004533 3520-WRITE-NEW.
004534     MOVE SPACES TO PE07-PENDING-RECORD
004535     SET PE07-PNQ-ENTRY TO TRUE
004536     MOVE PE07-PROJ-NEW-KEY(PE07-PROJ-QUEUE-IDX)(1:8)
004537         TO PE07-PNQ-REQUEST-ID
004538     MOVE PE07-PROJ-NEW-KEY(PE07-PROJ-QUEUE-IDX)(9:4)
004539         TO PE07-PNQ-REQUESTER
004540     MOVE PE07-PROJ-NEW-N-END(PE07-PROJ-QUEUE-IDX)
004541         TO PE07-PNQ-N-END
004542     MOVE PE07-PROJ-RUN-DATE TO PE07-PNQ-QUEUED-DATE
004543     MOVE 'N' TO PE07-PNQ-ANSWERED-SW
004544     MOVE 0   TO PE07-PNQ-N-REACHED
004545     MOVE 0   TO PE07-PNQ-BASE-N
004546     MOVE 0   TO PE07-PNQ-SLICES
004547     MOVE 0   TO PE07-PNQ-LAST-SLICE-DATE
004548     PERFORM 3530-WRITE-QUEUE-RECORD THRU 3530-EXIT
004549     .
004550 3520-EXIT.
004551     EXIT.
004552 3530-WRITE-QUEUE-RECORD.
004553     WRITE PE07-PENDING-RECORD
004554     IF NOT PE07-PENDING-OK
004555         DISPLAY 'PE07-E137 WRITE TO PENDING-QUEUE-FILE FAILED,'
004556             ' STATUS ' PE07-PENDING-STATUS
004557         SET PE07-PROJ-QUEUE-FAILED TO TRUE
004558         MOVE 12 TO RETURN-CODE
004559     END-IF
004560     .
004561 3530-EXIT.
004562     EXIT.
004563***************************************************************
004564*                                                             *
004565*    4100-REPORT-QUEUE                                        *
004566*                                                             *
004567*    THE BATCH-MODE LINES OF THE VERDICT -- THE SLICE LEFT    *
004568*    FOR THE QUEUE AND HOW MANY REQUESTS ARE ON IT.           *
004569***************************************************************
004570 4100-REPORT-QUEUE.
004571     MOVE 'CONTINUATION SLICE FOR THE QUEUE  . . .'
004572         TO PE07-PROJ-TOT-CAPTION
004573     MOVE PE07-PROJ-SLICE-HS TO PE07-PROJ-HS-IN
004574     PERFORM 9350-HS-TO-CLOCK THRU 9350-EXIT
004575     MOVE PE07-PROJ-CLOCK-EDIT TO PE07-PROJ-TOT-TIME
004576     MOVE PE07-PROJ-TOTAL-LINE TO PE07-PROJ-PRINT-LINE
004577     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004578     MOVE 'REQUESTS QUEUED TONIGHT  . . . . . . .'
004579         TO PE07-PROJ-TOT-CAPTION
004580     MOVE PE07-PROJ-QUEUED-CNT TO PE07-PROJ-EDIT-COUNT
004581     MOVE PE07-PROJ-EDIT-COUNT TO PE07-PROJ-TOT-TIME
004582     MOVE PE07-PROJ-TOTAL-LINE TO PE07-PROJ-PRINT-LINE
004583     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004584     MOVE 'REQUESTS ON THE PENDING-WORK QUEUE  . .'
004585         TO PE07-PROJ-TOT-CAPTION
004586     ADD PE07-PROJ-QUEUE-COUNT PE07-PROJ-NEW-COUNT
004587         GIVING PE07-PROJ-EDIT-COUNT
004588     MOVE PE07-PROJ-EDIT-COUNT TO PE07-PROJ-TOT-TIME
004589     MOVE PE07-PROJ-TOTAL-LINE TO PE07-PROJ-PRINT-LINE
004590     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004591     .
004592 4100-EXIT.
004593     EXIT.
004594***************************************************************
004595*                                                             *
004596*    4200-QUEUE-VERDICT                                       *
004597*                                                             *
004598*    THE VERDICTS ONLY MODE 'B' CAN REACH -- A QUEUE THAT     *
004599*    COULD NOT BE USED OR IS FULL HOLDS THE SEARCH; OTHERWISE *
004600*    THE FITTING REQUESTS RUN AND THE REST WAIT ON THE QUEUE. *
004601***************************************************************
004602 4200-QUEUE-VERDICT.
004603     EVALUATE TRUE
004604         WHEN PE07-PROJ-QUEUE-FAILED
004605             MOVE 'VERDICT -- HELD, THE PENDING-WORK QUEUE IS'
004606                 TO PE07-PROJ-NOTE-TEXT
004607             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004608             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004609             MOVE 'UNUSABLE' TO PE07-PROJ-NOTE-TEXT
004610             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004611             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004612         WHEN PE07-PROJ-QUEUE-FULL
004613             MOVE 'VERDICT -- HELD, THE PENDING-WORK QUEUE IS'
004614                 TO PE07-PROJ-NOTE-TEXT
004615             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004616             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004617             MOVE 'FULL' TO PE07-PROJ-NOTE-TEXT
004618             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004619             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004620             DISPLAY 'PE07-E138 PENDING-WORK QUEUE IS FULL --'
004621                 ' SEARCH HELD FOR REVIEW'
004622             MOVE 8 TO RETURN-CODE
004623         WHEN OTHER
004624             MOVE 'VERDICT -- THE FITTING REQUESTS RUN, THE REST'
004625                 TO PE07-PROJ-NOTE-TEXT
004626             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004627             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004628             MOVE 'ARE QUEUED FOR CONTINUATION'
004629                 TO PE07-PROJ-NOTE-TEXT
004630             MOVE PE07-PROJ-NOTE-LINE TO PE07-PROJ-PRINT-LINE
004631             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004632             DISPLAY 'PE07-W31 ' PE07-PROJ-QUEUED-CNT
004633                 ' REQUEST(S) QUEUED FOR CONTINUATION -- THE'
004634                 ' REST FIT THE BATCH WINDOW'
004635             MOVE 4 TO RETURN-CODE
004636     END-EVALUATE
004637     .
004638 4200-EXIT.
004640     EXIT.
004650***************************************************************
004660*                                                             *
