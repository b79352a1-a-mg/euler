000010***************************************************************
000020*                                                             *
000030*    PE07VRFY:                                                *
000040*                                                             *
000050*    ROLLING PRIMALITY RE-VERIFICATION OF PRIME-MASTER.  EACH *
000060*    NIGHT RE-PROVES ONE SLICE OF THE FILE, IN N ORDER, FROM  *
000070*    THE POSITION THE LAST SLICE LEFT ON THE ONE-SLOT         *
000080*    POSITION FILE (PE07VRP), FOR AS LONG AS THE TIME BUDGET  *
000090*    ON THE PARM (MINUTES) ALLOWS.  FOR EVERY RECORD IT       *
000100*    PROVES THAT PE07-PM-PRIME REALLY IS PRIME, AND THAT      *
000110*    EVERY ODD VALUE BETWEEN IT AND THE PRIME BEFORE IT IS    *
000120*    COMPOSITE -- THAT NO PRIME WAS SKIPPED BETWEEN TWO       *
000130*    CONSECUTIVE ENTRIES.  BOTH PROOFS USE PLAIN TRIAL        *
000140*    DIVISION BY EVERY ODD DIVISOR UP TO THE SQUARE ROOT,     *
000150*    TAKING NOTHING FROM THE MASTER OR THE SEARCH ENGINE'S    *
000160*    DIVISOR CACHE, SO THE FILE IS CHECKED BY SOMETHING OTHER *
000170*    THAN THE ALGORITHM THAT WROTE IT.  THE SLICE THAT        *
000180*    REACHES END OF FILE CLOSES THE PASS, AND THE NEXT NIGHT  *
000190*    STARTS OVER AT THE FIRST RECORD.  PRINTS THE SLICE'S     *
000200*    COVERED N RANGE AND EVERY CONDITION FOUND.  ENDS RC=0    *
000210*    WHEN THE SLICE PROVES CLEAN, RC=4 FOR AN EMPTY MASTER OR *
000220*    AN INVALID PARM (NOTHING VERIFIED), RC=8 WHEN ANY        *
000230*    CONDITION IS FOUND -- SO THE SCHEDULER FENCES THE SEARCH *
000240*    STEP THE SAME WAY THE MASTER AUDIT DOES -- AND RC=12 ON  *
000250*    A FILE ERROR.                                            *
000260*                                                             *
000270***************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     PE07-PRIME-VERIFY.
000300 AUTHOR.         A M GRIFFITHS.
000310 INSTALLATION.   BATCH APPLICATIONS.
000320 DATE-WRITTEN.   2026-10-15.
000330 DATE-COMPILED.  2026-10-15.
000340***************************************************************
000350*                                                             *
000360*    MODIFICATION HISTORY                                     *
000370*                                                             *
000380*    DATE        INIT  DESCRIPTION                            *
000390*    ----------  ----  -------------------------------------- *
000400*    2026-10-15  AMG   ORIGINAL PROGRAM.                       *
000410*                                                             *
000420***************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PRIME-MASTER ASSIGN TO PRIMEMST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PE07-PM-N
000510         FILE STATUS IS PE07-MASTER-STATUS.
000520     SELECT VERIFY-POSITION-FILE ASSIGN TO VRFYPOS
000530         ORGANIZATION IS RELATIVE
000540         ACCESS MODE IS RANDOM
000550         RELATIVE KEY IS PE07-VRP-KEY
000560         FILE STATUS IS PE07-POSITION-STATUS.
000570     SELECT VERIFY-REPORT-FILE ASSIGN TO VRFYRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PE07-VRFY-REPORT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PRIME-MASTER.
000630 COPY PE07MSTR.
000640 FD  VERIFY-POSITION-FILE.
000650 COPY PE07VRP.
000660 FD  VERIFY-REPORT-FILE
000670     RECORDING MODE IS F.
000680 01  PE07-VRFY-PRINT-LINE    PIC X(132).
000690 WORKING-STORAGE SECTION.
000700***************************************************************
000710*    FILE STATUS FIELDS AND SWITCHES                          *
000720***************************************************************
000730 01  PE07-MASTER-STATUS      PIC X(02).
000740     88  PE07-MASTER-OK              VALUE '00'.
000750 01  PE07-POSITION-STATUS    PIC X(02).
000760     88  PE07-POSITION-OK            VALUE '00'.
000770 01  PE07-VRFY-REPORT-STATUS PIC X(02).
000780     88  PE07-VRFY-REPORT-OK         VALUE '00'.
000790 01  PE07-VRP-KEY            PIC 9(09).
000800 01  PE07-VRFY-SWITCHES.
000810     05  PE07-VRFY-BAD-PARM-SW   PIC X(01)   VALUE 'N'.
000820         88  PE07-VRFY-BAD-PARM          VALUE 'Y'.
000830     05  PE07-VRFY-MASTER-EOF-SW PIC X(01)   VALUE 'N'.
000840         88  PE07-VRFY-MASTER-EOF        VALUE 'Y'.
000850     05  PE07-VRFY-BUDGET-SW     PIC X(01)   VALUE 'N'.
000860         88  PE07-VRFY-BUDGET-SPENT      VALUE 'Y'.
000870     05  PE07-VRFY-EMPTY-SW      PIC X(01)   VALUE 'N'.
000880         88  PE07-VRFY-MASTER-EMPTY      VALUE 'Y'.
000890     05  PE07-VRFY-PRIME-SW      PIC X(01)   VALUE 'N'.
000900         88  PE07-VRFY-IS-PRIME          VALUE 'Y'.
000910         88  PE07-VRFY-IS-COMPOSITE      VALUE 'N'.
000920     05  PE07-VRFY-TEST-DONE-SW  PIC X(01)   VALUE 'N'.
000930         88  PE07-VRFY-TEST-DONE         VALUE 'Y'.
000940***************************************************************
000950*    TIME BUDGET.  THE CLOCK IS READ AFTER EVERY RECORD AND   *
000960*    CONVERTED TO HUNDREDTHS SINCE MIDNIGHT, AS THE DRIVER    *
000970*    DOES FOR ITS ELAPSED TIME, SO A SLICE THAT CROSSES       *
000980*    MIDNIGHT STILL STOPS ON TIME.                            *
000990***************************************************************
001000 77  PE07-VRFY-BUDGET-MINS   PIC 9(04)        VALUE 0.
001010 77  PE07-VRFY-BUDGET-HS     PIC 9(09)  COMP  VALUE 0.
001020 77  PE07-VRFY-PARM-USE-LEN  PIC S9(4)  COMP.
001030 01  PE07-VRFY-START-TIME    PIC 9(08).
001040 01  PE07-VRFY-NOW-TIME      PIC 9(08).
001050 01  PE07-VRFY-CLOCK-PARTS.
001060     05  PE07-VRFY-CLK-HH        PIC 9(02).
001070     05  PE07-VRFY-CLK-MM        PIC 9(02).
001080     05  PE07-VRFY-CLK-SS        PIC 9(02).
001090     05  PE07-VRFY-CLK-HS        PIC 9(02).
001100 77  PE07-VRFY-START-HS      PIC 9(09)  COMP  VALUE 0.
001110 77  PE07-VRFY-NOW-HS        PIC 9(09)  COMP  VALUE 0.
001120 77  PE07-VRFY-ELAPSED-HS    PIC S9(09) COMP  VALUE 0.
001130     78  PE07-HUNDREDTHS-PER-DAY    VALUE 8640000.
001140***************************************************************
001150*    SLICE POSITION, PREDECESSOR, AND CONTROL TOTALS          *
001160***************************************************************
001170 77  PE07-VRFY-PASS-NUMBER   PIC 9(05)        VALUE 0.
001180 77  PE07-VRFY-PASS-DATE     PIC 9(08)        VALUE 0.
001190 77  PE07-VRFY-RESUME-N      PIC 9(12)        VALUE 0.
001200 77  PE07-VRFY-PREV-N        PIC 9(12)        VALUE 0.
001210 77  PE07-VRFY-PREV-PRIME    PIC 9(12)        VALUE 0.
001220 77  PE07-VRFY-LOW-N         PIC 9(12)        VALUE 0.
001230 77  PE07-VRFY-HIGH-N        PIC 9(12)        VALUE 0.
001240 77  PE07-VRFY-RECORD-COUNT  PIC 9(09)  COMP  VALUE 0.
001250 77  PE07-VRFY-BETWEEN-COUNT PIC 9(12)  COMP  VALUE 0.
001260 77  PE07-VRFY-NOT-PRIME-CNT PIC 9(09)  COMP  VALUE 0.
001270 77  PE07-VRFY-SKIPPED-COUNT PIC 9(09)  COMP  VALUE 0.
001280 77  PE07-VRFY-ORDER-COUNT   PIC 9(09)  COMP  VALUE 0.
001290 77  PE07-VRFY-ERROR-TOTAL   PIC 9(09)  COMP  VALUE 0.
001300***************************************************************
001310*    TRIAL-DIVISION WORK FIELDS.  THE SQUARE OF A DIVISOR     *
001320*    JUST PAST THE ROOT OF A TWELVE-DIGIT VALUE NEEDS         *
001330*    THIRTEEN DIGITS.                                         *
001340***************************************************************
001350 77  PE07-VRFY-TEST-VALUE    PIC 9(12)  COMP  VALUE 0.
001360 77  PE07-VRFY-DIVISOR       PIC 9(12)  COMP  VALUE 0.
001370 77  PE07-VRFY-SQUARE        PIC 9(13)  COMP  VALUE 0.
001380 77  PE07-VRFY-QUOTIENT      PIC 9(12)  COMP  VALUE 0.
001390 77  PE07-VRFY-REMAINDER     PIC 9(12)  COMP  VALUE 0.
001400 77  PE07-VRFY-FACTOR        PIC 9(12)  COMP  VALUE 0.
001410 77  PE07-VRFY-CANDIDATE     PIC 9(12)  COMP  VALUE 0.
001420***************************************************************
001430*    PAGE AND LINE CONTROL                                    *
001440***************************************************************
001450     78  PE07-VRFY-LINES-PER-PAGE   VALUE 60.
001460 77  PE07-VRFY-PAGE-NUMBER   PIC 9(05)  COMP  VALUE 0.
001470 77  PE07-VRFY-LINE-COUNT    PIC 9(05)  COMP  VALUE 99.
001480***************************************************************
001490*    RUN DATE, RAW AND EDITED FOR THE PAGE HEADING            *
001500***************************************************************
001510 01  PE07-VRFY-RUN-DATE      PIC 9(08).
001520 01  PE07-VRFY-DATE-EDIT.
001530     05  PE07-VRFY-EDIT-YYYY     PIC X(04).
001540     05  FILLER                  PIC X(01)   VALUE '-'.
001550     05  PE07-VRFY-EDIT-MM       PIC X(02).
001560     05  FILLER                  PIC X(01)   VALUE '-'.
001570     05  PE07-VRFY-EDIT-DD       PIC X(02).
001580 01  PE07-VRFY-EDIT-N        PIC Z(11)9.
001590 77  PE07-VRFY-EDIT-LEAD     PIC 9(04)  COMP  VALUE 0.
001600***************************************************************
001610*    PAGE HEADING AND COLUMN HEADER LINES                     *
001620***************************************************************
001630 01  PE07-VRFY-HEADING-1.
001640     05  FILLER                  PIC X(10)   VALUE 'PE07VRFY'.
001650     05  FILLER                  PIC X(20)   VALUE SPACES.
001660     05  FILLER                  PIC X(53)   VALUE
001670         'PRIME SEARCH SYSTEM -- ROLLING PRIMALITY VERIFICATION'.
001680     05  FILLER                  PIC X(17)   VALUE SPACES.
001690     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
001700     05  PE07-VRFY-HDG-DATE      PIC X(10).
001710     05  FILLER                  PIC X(03)   VALUE SPACES.
001720     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
001730     05  PE07-VRFY-HDG-PAGE      PIC ZZZZ9.
001740 01  PE07-VRFY-COLUMN-HEADER.
001750     05  FILLER                  PIC X(05)   VALUE SPACES.
001760     05  FILLER                  PIC X(20)   VALUE 'CONDITION'.
001770     05  FILLER                  PIC X(14)   VALUE 'SEQUENCE N'.
001780     05  FILLER                  PIC X(16)   VALUE 'PRIME VALUE'.
001790     05  FILLER                  PIC X(40)   VALUE 'DETAIL'.
001800     05  FILLER                  PIC X(37)   VALUE SPACES.
001810***************************************************************
001820*    ERROR DETAIL AND TOTAL LINES                             *
001830***************************************************************
001840 01  PE07-VRFY-ERROR-DETAIL.
001850     05  FILLER                  PIC X(05)   VALUE SPACES.
001860     05  PE07-VRFY-ERR-TYPE      PIC X(20).
001870     05  PE07-VRFY-ERR-N         PIC Z(12)9.
001880     05  FILLER                  PIC X(02)   VALUE SPACES.
001890     05  PE07-VRFY-ERR-PRIME     PIC Z(13)9.
001900     05  FILLER                  PIC X(02)   VALUE SPACES.
001910     05  PE07-VRFY-ERR-DETAIL    PIC X(40).
001920     05  FILLER                  PIC X(36)   VALUE SPACES.
001930 01  PE07-VRFY-TOTAL-LINE.
001940     05  FILLER                  PIC X(05)   VALUE SPACES.
001950     05  PE07-VRFY-TOTAL-CAPTION PIC X(40).
001960     05  PE07-VRFY-TOTAL-VALUE   PIC Z(11)9.
001970     05  FILLER                  PIC X(75)   VALUE SPACES.
001980 01  PE07-VRFY-NOTE-LINE.
001990     05  FILLER                  PIC X(05)   VALUE SPACES.
002000     05  PE07-VRFY-NOTE-TEXT     PIC X(70).
002010     05  FILLER                  PIC X(57)   VALUE SPACES.
002020 01  PE07-VRFY-SECTION-LINE.
002030     05  FILLER                  PIC X(02)   VALUE SPACES.
002040     05  PE07-VRFY-SECTION-TITLE PIC X(60).
002050     05  FILLER                  PIC X(70)   VALUE SPACES.
002060 01  PE07-VRFY-SAVED-LINE    PIC X(132).
002070 LINKAGE SECTION.
002080***************************************************************
002090*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD -- THE TIME   *
002100*    BUDGET FOR THE NIGHT'S SLICE IN MINUTES, E.G.            *
002110*    //STEP016 EXEC PGM=PE07-PRIME-VERIFY,PARM='20'           *
002120***************************************************************
002130 01  PE07-VRFY-PARM-AREA.
002140     05  PE07-VRFY-PARM-LENGTH   PIC S9(4) COMP.
002150     05  PE07-VRFY-PARM-VALUE    PIC X(04).
002160 PROCEDURE DIVISION USING PE07-VRFY-PARM-AREA.
002170***************************************************************
002180*                                                             *
002190*    0000-MAINLINE                                            *
002200*                                                             *
002210***************************************************************
002220 0000-MAINLINE.
002230     PERFORM 1000-OBTAIN-PARAMETERS THRU 1000-EXIT
002240     IF PE07-VRFY-BAD-PARM
002250         DISPLAY 'PE07-E97 INVALID TIME BUDGET PARM -- MUST BE A'
002260             ' 1-4 DIGIT MINUTE BUDGET GREATER THAN ZERO'
002270         MOVE 4 TO RETURN-CODE
002280         GO TO 9999-EXIT
002290     END-IF
002300     OPEN OUTPUT VERIFY-REPORT-FILE
002310     IF NOT PE07-VRFY-REPORT-OK
002320         DISPLAY 'PE07-E98 UNABLE TO OPEN VERIFY-REPORT-FILE,'
002330             ' STATUS ' PE07-VRFY-REPORT-STATUS
002340         MOVE 12 TO RETURN-CODE
002350         GO TO 9999-EXIT
002360     END-IF
002370     ACCEPT PE07-VRFY-RUN-DATE FROM DATE YYYYMMDD
002380     ACCEPT PE07-VRFY-START-TIME FROM TIME
002390     MOVE PE07-VRFY-START-TIME TO PE07-VRFY-CLOCK-PARTS
002400     PERFORM 8000-CLOCK-TO-HUNDREDTHS THRU 8000-EXIT
002410     MOVE PE07-VRFY-NOW-HS TO PE07-VRFY-START-HS
002420     MOVE PE07-VRFY-RUN-DATE(1:4) TO PE07-VRFY-EDIT-YYYY
002430     MOVE PE07-VRFY-RUN-DATE(5:2) TO PE07-VRFY-EDIT-MM
002440     MOVE PE07-VRFY-RUN-DATE(7:2) TO PE07-VRFY-EDIT-DD
002450     MOVE PE07-VRFY-DATE-EDIT TO PE07-VRFY-HDG-DATE
002460     MOVE 'CONDITIONS DETECTED' TO PE07-VRFY-SECTION-TITLE
002470     PERFORM 9000-START-SECTION THRU 9000-EXIT
002480     MOVE PE07-VRFY-COLUMN-HEADER TO PE07-VRFY-PRINT-LINE
002490     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002500     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
002510     OPEN INPUT PRIME-MASTER
002520     IF NOT PE07-MASTER-OK
002530         DISPLAY 'PE07-E19 UNABLE TO OPEN PRIME-MASTER, STATUS '
002540             PE07-MASTER-STATUS
002550         MOVE 'PRIME-MASTER COULD NOT BE OPENED -- NOTHING'
002560             TO PE07-VRFY-NOTE-TEXT
002570         MOVE 'VERIFIED' TO PE07-VRFY-NOTE-TEXT(45:)
002580         MOVE PE07-VRFY-NOTE-LINE TO PE07-VRFY-PRINT-LINE
002590         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002600         MOVE 12 TO RETURN-CODE
002610         CLOSE VERIFY-REPORT-FILE
002620         GO TO 9999-EXIT
002630     END-IF
002640     OPEN I-O VERIFY-POSITION-FILE
002650     IF NOT PE07-POSITION-OK
002660         DISPLAY 'PE07-E99 UNABLE TO OPEN VERIFY-POSITION-FILE,'
002670             ' STATUS ' PE07-POSITION-STATUS
002680         MOVE 'POSITION FILE COULD NOT BE OPENED -- NOTHING'
002690             TO PE07-VRFY-NOTE-TEXT
002700         MOVE 'VERIFIED' TO PE07-VRFY-NOTE-TEXT(46:)
002710         MOVE PE07-VRFY-NOTE-LINE TO PE07-VRFY-PRINT-LINE
002720         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002730         MOVE 12 TO RETURN-CODE
002740         CLOSE PRIME-MASTER
002750         CLOSE VERIFY-REPORT-FILE
002760         GO TO 9999-EXIT
002770     END-IF
002780     PERFORM 2000-POSITION-SLICE THRU 2000-EXIT
002790     IF NOT PE07-VRFY-MASTER-EMPTY
002800         PERFORM 3000-VERIFY-RECORD THRU 3000-EXIT
002810             UNTIL PE07-VRFY-MASTER-EOF
002820                OR PE07-VRFY-BUDGET-SPENT
002830         PERFORM 4000-SAVE-POSITION THRU 4000-EXIT
002840     END-IF
002850     CLOSE PRIME-MASTER
002860     CLOSE VERIFY-POSITION-FILE
002870     IF PE07-VRFY-MASTER-EMPTY
002880         MOVE 'PRIME-MASTER IS EMPTY -- NOTHING VERIFIED'
002890             TO PE07-VRFY-NOTE-TEXT
002900         MOVE PE07-VRFY-NOTE-LINE TO PE07-VRFY-PRINT-LINE
002910         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002920         CLOSE VERIFY-REPORT-FILE
002930         DISPLAY 'PE07-W18 PRIME-MASTER IS EMPTY -- NOTHING'
002940             ' VERIFIED'
002950         MOVE 4 TO RETURN-CODE
002960         GO TO 9999-EXIT
002970     END-IF
002980     IF PE07-VRFY-ERROR-TOTAL = 0
002990         MOVE 'NO PRIMALITY CONDITIONS DETECTED'
003000             TO PE07-VRFY-NOTE-TEXT
003010         MOVE PE07-VRFY-NOTE-LINE TO PE07-VRFY-PRINT-LINE
003020         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003030     END-IF
003040     PERFORM 5000-SLICE-SUMMARY THRU 5000-EXIT
003050     CLOSE VERIFY-REPORT-FILE
003060     DISPLAY 'PE07-I27 PASS ' PE07-VRFY-PASS-NUMBER
003070         ' SLICE VERIFIED N ' PE07-VRFY-LOW-N ' THRU '
003080         PE07-VRFY-HIGH-N ', ' PE07-VRFY-RECORD-COUNT ' RECORDS'
003090     IF PE07-VRFY-ERROR-TOTAL > 0
003100         DISPLAY 'PE07-E100 ' PE07-VRFY-ERROR-TOTAL
003110             ' PRIMALITY CONDITIONS DETECTED'
003120         MOVE 8 TO RETURN-CODE
003130     END-IF
003140     GO TO 9999-EXIT
003150     .
003160***************************************************************
003170*                                                             *
003180*    1000-OBTAIN-PARAMETERS                                   *
003190*                                                             *
003200*    THE BUDGET IS MANDATORY, AS THE PROJECTION'S WINDOW IS   *
003210*    -- A SLICE WITH NO BUDGET WOULD RUN THE WHOLE FILE.      *
003220***************************************************************
003230 1000-OBTAIN-PARAMETERS.
003240     MOVE PE07-VRFY-PARM-LENGTH TO PE07-VRFY-PARM-USE-LEN
003250     IF PE07-VRFY-PARM-USE-LEN > 4
003260         MOVE 4 TO PE07-VRFY-PARM-USE-LEN
003270     END-IF
003280     IF PE07-VRFY-PARM-USE-LEN > 0
003290         IF PE07-VRFY-PARM-VALUE(1:PE07-VRFY-PARM-USE-LEN)
003300                 IS NUMERIC
003310             MOVE PE07-VRFY-PARM-VALUE(1:PE07-VRFY-PARM-USE-LEN)
003320                 TO PE07-VRFY-BUDGET-MINS
003330             IF PE07-VRFY-BUDGET-MINS = 0
003340                 SET PE07-VRFY-BAD-PARM TO TRUE
003350             END-IF
003360         ELSE
003370             SET PE07-VRFY-BAD-PARM TO TRUE
003380         END-IF
003390     ELSE
003400         SET PE07-VRFY-BAD-PARM TO TRUE
003410     END-IF
003420     COMPUTE PE07-VRFY-BUDGET-HS = PE07-VRFY-BUDGET-MINS * 6000
003430     .
003440 1000-EXIT.
003450     EXIT.
003460***************************************************************
003470*                                                             *
003480*    2000-POSITION-SLICE                                      *
003490*                                                             *
003500*    READS THE ONE-SLOT POSITION RECORD (A MISSING SLOT IS    *
003510*    THE FIRST-EVER RUN -- PASS 1 FROM THE START) AND         *
003520*    POSITIONS THE MASTER AT THE SLICE'S FIRST N.  A RESUMED  *
003530*    SLICE NEEDS THE PRIME BEFORE ITS FIRST N, SO THE GAP UP  *
003540*    TO IT CAN BE PROVED, AND READS THAT RECORD DIRECTLY.  IF *
003550*    IT IS NO LONGER ON FILE (THE MASTER WAS REBUILT SHORTER) *
003560*    THE PASS STARTS OVER; IF IT IS THE LAST RECORD ON FILE   *
003570*    (THE LAST SLICE STOPPED ON IT) THE PASS IS COMPLETE AND  *
003580*    A NEW ONE STARTS.                                        *
003590***************************************************************
003600 2000-POSITION-SLICE.
003610     MOVE 1 TO PE07-VRP-KEY
003620     READ VERIFY-POSITION-FILE
003630         INVALID KEY
003640             INITIALIZE PE07-VERIFY-POSITION-RECORD
003650             MOVE 1 TO PE07-VRP-PASS-NUMBER
003660     END-READ
003670     MOVE PE07-VRP-PASS-NUMBER     TO PE07-VRFY-PASS-NUMBER
003680     MOVE PE07-VRP-PASS-START-DATE TO PE07-VRFY-PASS-DATE
003690     MOVE PE07-VRP-NEXT-N          TO PE07-VRFY-RESUME-N
003700     IF PE07-VRFY-RESUME-N <= 2
003710         PERFORM 2100-START-PASS THRU 2100-EXIT
003720         GO TO 2000-EXIT
003730     END-IF
003740     COMPUTE PE07-PM-N = PE07-VRFY-RESUME-N - 1
003750     READ PRIME-MASTER
003760         KEY IS PE07-PM-N
003770         INVALID KEY
003780             DISPLAY 'PE07-W19 RESUME POSITION N '
003790                 PE07-VRFY-RESUME-N ' NO LONGER ON FILE -- PASS '
003800                 PE07-VRFY-PASS-NUMBER ' STARTED OVER'
003810             MOVE 0 TO PE07-VRFY-PASS-DATE
003820             PERFORM 2100-START-PASS THRU 2100-EXIT
003830             GO TO 2000-EXIT
003840     END-READ
003850     MOVE PE07-PM-N     TO PE07-VRFY-PREV-N
003860     MOVE PE07-PM-PRIME TO PE07-VRFY-PREV-PRIME
003870     MOVE PE07-VRFY-RESUME-N TO PE07-PM-N
003880     START PRIME-MASTER
003890         KEY IS NOT LESS THAN PE07-PM-N
003900         INVALID KEY
003910             DISPLAY 'PE07-I28 PASS ' PE07-VRFY-PASS-NUMBER
003920                 ' COMPLETE -- WHOLE FILE VERIFIED'
003930             ADD 1 TO PE07-VRFY-PASS-NUMBER
003940             MOVE 0 TO PE07-VRFY-PASS-DATE
003950             PERFORM 2100-START-PASS THRU 2100-EXIT
003960     END-START
003970     .
003980 2000-EXIT.
003990     EXIT.
004000***************************************************************
004010*                                                             *
004020*    2100-START-PASS                                          *
004030*                                                             *
004040*    A PASS STARTS AT THE FIRST RECORD ON FILE.  THE PRIME 2  *
004050*    (N = 1) IS IMPLICIT AND NEVER STORED, SO IT IS THE       *
004060*    PREDECESSOR OF THE FIRST RECORD.                         *
004070***************************************************************
004080 2100-START-PASS.
004090     MOVE 0 TO PE07-VRFY-RESUME-N
004100     MOVE 1 TO PE07-VRFY-PREV-N
004110     MOVE 2 TO PE07-VRFY-PREV-PRIME
004120     IF PE07-VRFY-PASS-DATE = 0
004130         MOVE PE07-VRFY-RUN-DATE TO PE07-VRFY-PASS-DATE
004140     END-IF
004150     MOVE 0 TO PE07-PM-N
004160     START PRIME-MASTER
004170         KEY IS NOT LESS THAN PE07-PM-N
004180         INVALID KEY
004190             SET PE07-VRFY-MASTER-EMPTY TO TRUE
004200     END-START
004210     .
004220 2100-EXIT.
004230     EXIT.
004240***************************************************************
004250*                                                             *
004260*    3000-VERIFY-RECORD                                       *
004270*                                                             *
004280*    READS THE NEXT MASTER RECORD AND PROVES IT AND THE GAP   *
004290*    BEHIND IT, THEN CHECKS THE CLOCK.  THE BUDGET IS ONLY    *
004300*    TESTED BETWEEN RECORDS, SO EVERY SLICE VERIFIES AT LEAST *
004310*    ONE AND ALWAYS STOPS ON A RECORD BOUNDARY.               *
004320***************************************************************
004330 3000-VERIFY-RECORD.
004340     READ PRIME-MASTER NEXT RECORD
004350         AT END
004360             SET PE07-VRFY-MASTER-EOF TO TRUE
004370             GO TO 3000-EXIT
004380     END-READ
004390     ADD 1 TO PE07-VRFY-RECORD-COUNT
004400     IF PE07-VRFY-RECORD-COUNT = 1
004410         MOVE PE07-PM-N TO PE07-VRFY-LOW-N
004420     END-IF
004430     MOVE PE07-PM-N TO PE07-VRFY-HIGH-N
004440     MOVE PE07-PM-PRIME TO PE07-VRFY-TEST-VALUE
004450     PERFORM 6000-TEST-PRIMALITY THRU 6000-EXIT
004460     IF PE07-VRFY-IS-COMPOSITE
004470         MOVE 'NOT PRIME' TO PE07-VRFY-ERR-TYPE
004480         MOVE PE07-VRFY-FACTOR TO PE07-VRFY-EDIT-N
004490         PERFORM 8100-EDIT-NUMBER THRU 8100-EXIT
004500         MOVE SPACES TO PE07-VRFY-ERR-DETAIL
004510         STRING 'DIVISIBLE BY ' DELIMITED BY SIZE
004520             PE07-VRFY-EDIT-N(PE07-VRFY-EDIT-LEAD:)
004530                 DELIMITED BY SIZE
004540             INTO PE07-VRFY-ERR-DETAIL
004550         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
004560         ADD 1 TO PE07-VRFY-NOT-PRIME-CNT
004570     END-IF
004580     IF PE07-PM-N > 1
004590         IF PE07-PM-PRIME > PE07-VRFY-PREV-PRIME
004600             PERFORM 3100-PROVE-GAP THRU 3100-EXIT
004610         ELSE
004620             MOVE 'PRIME NOT ASCENDING' TO PE07-VRFY-ERR-TYPE
004630             MOVE 'PRIME NOT GREATER THAN ITS PREDECESSOR'
004640                 TO PE07-VRFY-ERR-DETAIL
004650             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
004660             ADD 1 TO PE07-VRFY-ORDER-COUNT
004670         END-IF
004680     END-IF
004690     MOVE PE07-PM-N     TO PE07-VRFY-PREV-N
004700     MOVE PE07-PM-PRIME TO PE07-VRFY-PREV-PRIME
004710     ACCEPT PE07-VRFY-NOW-TIME FROM TIME
004720     MOVE PE07-VRFY-NOW-TIME TO PE07-VRFY-CLOCK-PARTS
004730     PERFORM 8000-CLOCK-TO-HUNDREDTHS THRU 8000-EXIT
004740     COMPUTE PE07-VRFY-ELAPSED-HS =
004750         PE07-VRFY-NOW-HS - PE07-VRFY-START-HS
004760     IF PE07-VRFY-ELAPSED-HS < 0
004770         ADD PE07-HUNDREDTHS-PER-DAY TO PE07-VRFY-ELAPSED-HS
004780     END-IF
004790     IF PE07-VRFY-ELAPSED-HS >= PE07-VRFY-BUDGET-HS
004800         SET PE07-VRFY-BUDGET-SPENT TO TRUE
004810     END-IF
004820     .
004830 3000-EXIT.
004840     EXIT.
004850***************************************************************
004860*                                                             *
004870*    3100-PROVE-GAP                                           *
004880*                                                             *
004890*    EVERY ODD VALUE STRICTLY BETWEEN THE PREDECESSOR'S PRIME *
004900*    AND THIS ONE MUST BE COMPOSITE.  ANY THAT PROVES PRIME   *
004910*    WAS SKIPPED BY THE SEARCH, AND EVERY N FROM HERE ON IS   *
004920*    OUT BY ONE FOR EACH SUCH PRIME.                          *
004930***************************************************************
004940 3100-PROVE-GAP.
004950     COMPUTE PE07-VRFY-CANDIDATE = PE07-VRFY-PREV-PRIME + 1
004960     DIVIDE PE07-VRFY-CANDIDATE BY 2 GIVING PE07-VRFY-QUOTIENT
004970         REMAINDER PE07-VRFY-REMAINDER
004980     IF PE07-VRFY-REMAINDER = 0 AND PE07-VRFY-CANDIDATE > 2
004990         ADD 1 TO PE07-VRFY-CANDIDATE
005000     END-IF
005010     PERFORM 3200-PROVE-CANDIDATE THRU 3200-EXIT
005020         UNTIL PE07-VRFY-CANDIDATE >= PE07-PM-PRIME
005030     .
005040 3100-EXIT.
005050     EXIT.
005060 3200-PROVE-CANDIDATE.
005070     MOVE PE07-VRFY-CANDIDATE TO PE07-VRFY-TEST-VALUE
005080     PERFORM 6000-TEST-PRIMALITY THRU 6000-EXIT
005090     ADD 1 TO PE07-VRFY-BETWEEN-COUNT
005100     IF PE07-VRFY-IS-PRIME
005110         MOVE 'PRIME SKIPPED' TO PE07-VRFY-ERR-TYPE
005120         MOVE PE07-VRFY-CANDIDATE TO PE07-VRFY-EDIT-N
005130         PERFORM 8100-EDIT-NUMBER THRU 8100-EXIT
005140         MOVE SPACES TO PE07-VRFY-ERR-DETAIL
005150         STRING 'PRIME ' DELIMITED BY SIZE
005160             PE07-VRFY-EDIT-N(PE07-VRFY-EDIT-LEAD:)
005170                 DELIMITED BY SIZE
005180             ' NOT ON FILE' DELIMITED BY SIZE
005190             INTO PE07-VRFY-ERR-DETAIL
005200         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
005210         ADD 1 TO PE07-VRFY-SKIPPED-COUNT
005220     END-IF
005230     ADD 2 TO PE07-VRFY-CANDIDATE
005240     .
005250 3200-EXIT.
005260     EXIT.
005270***************************************************************
005280*                                                             *
005290*    4000-SAVE-POSITION                                       *
005300*                                                             *
005310*    A CLEAN SLICE MOVES THE POSITION ON -- TO THE N AFTER    *
005320*    THE LAST ONE VERIFIED, OR, WHEN IT REACHED END OF FILE,  *
005330*    TO ZERO WITH THE PASS NUMBER STEPPED SO THE NEXT NIGHT   *
005340*    STARTS A NEW PASS.  A SLICE THAT FOUND ANY CONDITION     *
005350*    LEAVES THE POSITION WHERE IT WAS, SO THE SAME SLICE IS   *
005360*    PROVED AGAIN NEXT NIGHT AND KEEPS FENCING THE SEARCH     *
005370*    UNTIL THE FILE IS PUT RIGHT.                             *
005380***************************************************************
005390 4000-SAVE-POSITION.
005400     MOVE 1 TO PE07-VRP-KEY
005410     MOVE PE07-VRFY-RUN-DATE     TO PE07-VRP-LAST-RUN-DATE
005420     MOVE PE07-VRFY-LOW-N        TO PE07-VRP-LAST-LOW-N
005430     MOVE PE07-VRFY-HIGH-N       TO PE07-VRP-LAST-HIGH-N
005440     MOVE PE07-VRFY-ERROR-TOTAL  TO PE07-VRP-LAST-CONDITIONS
005450     MOVE PE07-VRFY-PASS-NUMBER  TO PE07-VRP-PASS-NUMBER
005460     MOVE PE07-VRFY-PASS-DATE    TO PE07-VRP-PASS-START-DATE
005470     MOVE PE07-VRFY-RESUME-N     TO PE07-VRP-NEXT-N
005480     EVALUATE TRUE
005490         WHEN PE07-VRFY-ERROR-TOTAL > 0
005500             CONTINUE
005510         WHEN PE07-VRFY-MASTER-EOF
005520             MOVE 0 TO PE07-VRP-NEXT-N
005530             MOVE 0 TO PE07-VRP-PASS-START-DATE
005540             ADD 1 TO PE07-VRP-PASS-NUMBER
005550             DISPLAY 'PE07-I28 PASS ' PE07-VRFY-PASS-NUMBER
005560                 ' COMPLETE -- WHOLE FILE VERIFIED'
005570         WHEN OTHER
005580             COMPUTE PE07-VRP-NEXT-N = PE07-VRFY-HIGH-N + 1
005590     END-EVALUATE
005600     REWRITE PE07-VERIFY-POSITION-RECORD
005610         INVALID KEY
005620             WRITE PE07-VERIFY-POSITION-RECORD
005630     END-REWRITE
005640     .
005650 4000-EXIT.
005660     EXIT.
005670***************************************************************
005680*                                                             *
005690*    5000-SLICE-SUMMARY                                       *
005700*                                                             *
005710***************************************************************
005720 5000-SLICE-SUMMARY.
005730     MOVE 'SLICE SUMMARY' TO PE07-VRFY-SECTION-TITLE
005740     PERFORM 9000-START-SECTION THRU 9000-EXIT
005750     MOVE 'VERIFICATION PASS  . . . . . . . . . .'
005760         TO PE07-VRFY-TOTAL-CAPTION
005770     MOVE PE07-VRFY-PASS-NUMBER TO PE07-VRFY-TOTAL-VALUE
005780     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
005790     MOVE 'PASS BEGAN (YYYYMMDD)  . . . . . . . .'
005800         TO PE07-VRFY-TOTAL-CAPTION
005810     MOVE PE07-VRFY-PASS-DATE TO PE07-VRFY-TOTAL-VALUE
005820     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
005830     MOVE 'TIME BUDGET (MINUTES)  . . . . . . . .'
005840         TO PE07-VRFY-TOTAL-CAPTION
005850     MOVE PE07-VRFY-BUDGET-MINS TO PE07-VRFY-TOTAL-VALUE
005860     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
005870     MOVE 'FIRST N VERIFIED . . . . . . . . . . .'
005880         TO PE07-VRFY-TOTAL-CAPTION
005890     MOVE PE07-VRFY-LOW-N TO PE07-VRFY-TOTAL-VALUE
005900     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
005910     MOVE 'LAST N VERIFIED  . . . . . . . . . . .'
005920         TO PE07-VRFY-TOTAL-CAPTION
005930     MOVE PE07-VRFY-HIGH-N TO PE07-VRFY-TOTAL-VALUE
005940     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
005950     MOVE 'RECORDS VERIFIED . . . . . . . . . . .'
005960         TO PE07-VRFY-TOTAL-CAPTION
005970     MOVE PE07-VRFY-RECORD-COUNT TO PE07-VRFY-TOTAL-VALUE
005980     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
005990     MOVE 'ODD VALUES BETWEEN ENTRIES PROVED  . .'
006000         TO PE07-VRFY-TOTAL-CAPTION
006010     MOVE PE07-VRFY-BETWEEN-COUNT TO PE07-VRFY-TOTAL-VALUE
006020     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
006030     MOVE 'STORED VALUES NOT PRIME  . . . . . . .'
006040         TO PE07-VRFY-TOTAL-CAPTION
006050     MOVE PE07-VRFY-NOT-PRIME-CNT TO PE07-VRFY-TOTAL-VALUE
006060     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
006070     MOVE 'PRIMES SKIPPED BETWEEN ENTRIES . . . .'
006080         TO PE07-VRFY-TOTAL-CAPTION
006090     MOVE PE07-VRFY-SKIPPED-COUNT TO PE07-VRFY-TOTAL-VALUE
006100     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
006110     MOVE 'PRIMES NOT ASCENDING . . . . . . . . .'
006120         TO PE07-VRFY-TOTAL-CAPTION
006130     MOVE PE07-VRFY-ORDER-COUNT TO PE07-VRFY-TOTAL-VALUE
006140     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
006150     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
006160     MOVE SPACES TO PE07-VRFY-NOTE-TEXT
006170     EVALUATE TRUE
006180         WHEN PE07-VRFY-ERROR-TOTAL > 0
006190                 AND PE07-VRFY-RESUME-N = 0
006200             STRING 'CONDITIONS FOUND -- THE NEXT SLICE REPEATS'
006210                 DELIMITED BY SIZE
006220                 ' FROM THE START OF THE PASS' DELIMITED BY SIZE
006230                 INTO PE07-VRFY-NOTE-TEXT
006240         WHEN PE07-VRFY-ERROR-TOTAL > 0
006250             MOVE PE07-VRFY-RESUME-N TO PE07-VRFY-EDIT-N
006260             PERFORM 8100-EDIT-NUMBER THRU 8100-EXIT
006270             STRING 'CONDITIONS FOUND -- THE NEXT SLICE REPEATS'
006280                 DELIMITED BY SIZE
006290                 ' FROM N ' DELIMITED BY SIZE
006300                 PE07-VRFY-EDIT-N(PE07-VRFY-EDIT-LEAD:)
006310                     DELIMITED BY SIZE
006320                 INTO PE07-VRFY-NOTE-TEXT
006330         WHEN PE07-VRFY-MASTER-EOF
006340             STRING 'END OF FILE REACHED -- PASS COMPLETE, THE'
006350                 DELIMITED BY SIZE
006360                 ' NEXT SLICE STARTS A NEW PASS' DELIMITED BY SIZE
006370                 INTO PE07-VRFY-NOTE-TEXT
006380         WHEN OTHER
006390             COMPUTE PE07-VRFY-EDIT-N = PE07-VRFY-HIGH-N + 1
006400             PERFORM 8100-EDIT-NUMBER THRU 8100-EXIT
006410             STRING 'TIME BUDGET SPENT -- THE NEXT SLICE RESUMES'
006420                 DELIMITED BY SIZE
006430                 ' AT N ' DELIMITED BY SIZE
006440                 PE07-VRFY-EDIT-N(PE07-VRFY-EDIT-LEAD:)
006450                     DELIMITED BY SIZE
006460                 INTO PE07-VRFY-NOTE-TEXT
006470     END-EVALUATE
006480     MOVE PE07-VRFY-NOTE-LINE TO PE07-VRFY-PRINT-LINE
006490     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006500     .
006510 5000-EXIT.
006520     EXIT.
006530 5100-WRITE-TOTAL.
006540     MOVE PE07-VRFY-TOTAL-LINE TO PE07-VRFY-PRINT-LINE
006550     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006560     .
006570 5100-EXIT.
006580     EXIT.
006590***************************************************************
006600*                                                             *
006610*    6000-TEST-PRIMALITY                                      *
006620*                                                             *
006630*    PROVES PE07-VRFY-TEST-VALUE PRIME OR COMPOSITE BY TRIAL  *
006640*    DIVISION -- BY 2, THEN BY EVERY ODD DIVISOR WHOSE SQUARE *
006650*    DOES NOT EXCEED THE VALUE.  A COMPOSITE VALUE LEAVES ITS *
006660*    SMALLEST FACTOR IN PE07-VRFY-FACTOR.  VALUES BELOW 2 ARE *
006670*    NOT PRIME.                                               *
006680***************************************************************
006690 6000-TEST-PRIMALITY.
006700     SET PE07-VRFY-IS-COMPOSITE TO TRUE
006710     MOVE 'N' TO PE07-VRFY-TEST-DONE-SW
006720     MOVE PE07-VRFY-TEST-VALUE TO PE07-VRFY-FACTOR
006730     IF PE07-VRFY-TEST-VALUE < 2
006740         GO TO 6000-EXIT
006750     END-IF
006760     IF PE07-VRFY-TEST-VALUE < 4
006770         SET PE07-VRFY-IS-PRIME TO TRUE
006780         GO TO 6000-EXIT
006790     END-IF
006800     DIVIDE PE07-VRFY-TEST-VALUE BY 2 GIVING PE07-VRFY-QUOTIENT
006810         REMAINDER PE07-VRFY-REMAINDER
006820     IF PE07-VRFY-REMAINDER = 0
006830         MOVE 2 TO PE07-VRFY-FACTOR
006840         GO TO 6000-EXIT
006850     END-IF
006860     MOVE 3 TO PE07-VRFY-DIVISOR
006870     PERFORM 6100-TRY-DIVISOR THRU 6100-EXIT
006880         UNTIL PE07-VRFY-TEST-DONE
006890     .
006900 6000-EXIT.
006910     EXIT.
006920 6100-TRY-DIVISOR.
006930     MULTIPLY PE07-VRFY-DIVISOR BY PE07-VRFY-DIVISOR
006940         GIVING PE07-VRFY-SQUARE
006950     IF PE07-VRFY-SQUARE > PE07-VRFY-TEST-VALUE
006960         SET PE07-VRFY-IS-PRIME TO TRUE
006970         SET PE07-VRFY-TEST-DONE TO TRUE
006980         GO TO 6100-EXIT
006990     END-IF
007000     DIVIDE PE07-VRFY-TEST-VALUE BY PE07-VRFY-DIVISOR
007010         GIVING PE07-VRFY-QUOTIENT
007020         REMAINDER PE07-VRFY-REMAINDER
007030     IF PE07-VRFY-REMAINDER = 0
007040         MOVE PE07-VRFY-DIVISOR TO PE07-VRFY-FACTOR
007050         SET PE07-VRFY-TEST-DONE TO TRUE
007060         GO TO 6100-EXIT
007070     END-IF
007080     ADD 2 TO PE07-VRFY-DIVISOR
007090     .
007100 6100-EXIT.
007110     EXIT.
007120***************************************************************
007130*                                                             *
007140*    7000-WRITE-ERROR                                         *
007150*                                                             *
007160***************************************************************
007170 7000-WRITE-ERROR.
007180     ADD 1 TO PE07-VRFY-ERROR-TOTAL
007190     MOVE PE07-PM-N     TO PE07-VRFY-ERR-N
007200     MOVE PE07-PM-PRIME TO PE07-VRFY-ERR-PRIME
007210     MOVE PE07-VRFY-ERROR-DETAIL TO PE07-VRFY-PRINT-LINE
007220     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007230     .
007240 7000-EXIT.
007250     EXIT.
007260***************************************************************
007270*                                                             *
007280*    8000-CLOCK-TO-HUNDREDTHS                                 *
007290*                                                             *
007300*    CONVERTS THE HHMMSSHH CLOCK VALUE IN PE07-VRFY-CLOCK-    *
007310*    PARTS TO HUNDREDTHS OF A SECOND SINCE MIDNIGHT.          *
007320***************************************************************
007330 8000-CLOCK-TO-HUNDREDTHS.
007340     COMPUTE PE07-VRFY-NOW-HS =
007350         ((PE07-VRFY-CLK-HH * 60 + PE07-VRFY-CLK-MM) * 60
007360             + PE07-VRFY-CLK-SS) * 100 + PE07-VRFY-CLK-HS
007370     .
007380 8000-EXIT.
007390     EXIT.
007400***************************************************************
007410*                                                             *
007420*    8100-EDIT-NUMBER                                         *
007430*                                                             *
007440*    POINTS PE07-VRFY-EDIT-LEAD AT THE FIRST DIGIT OF THE     *
007450*    ZERO-SUPPRESSED PE07-VRFY-EDIT-N, SO A VALUE CAN BE      *
007460*    STRUNG INTO A NOTE WITHOUT ITS LEADING SPACES.           *
007470***************************************************************
007480 8100-EDIT-NUMBER.
007490     MOVE 0 TO PE07-VRFY-EDIT-LEAD
007500     INSPECT PE07-VRFY-EDIT-N
007510         TALLYING PE07-VRFY-EDIT-LEAD FOR LEADING SPACES
007520     ADD 1 TO PE07-VRFY-EDIT-LEAD
007530     .
007540 8100-EXIT.
007550     EXIT.
007560***************************************************************
007570*                                                             *
007580*    9000-START-SECTION                                       *
007590*                                                             *
007600***************************************************************
007610 9000-START-SECTION.
007620     PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
007630     MOVE PE07-VRFY-SECTION-LINE TO PE07-VRFY-PRINT-LINE
007640     WRITE PE07-VRFY-PRINT-LINE AFTER ADVANCING 2 LINES
007650     ADD 2 TO PE07-VRFY-LINE-COUNT
007660     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007670     .
007680 9000-EXIT.
007690     EXIT.
007700***************************************************************
007710*                                                             *
007720*    9100-WRITE-REPORT-LINE                                   *
007730*                                                             *
007740*    WRITES ONE DETAIL LINE, BREAKING TO A NEW PAGE WITH      *
007750*    FRESH HEADINGS -- AND THE COLUMN HEADER -- WHEN THE      *
007760*    CURRENT PAGE IS FULL.                                    *
007770***************************************************************
007780 9100-WRITE-REPORT-LINE.
007790     IF PE07-VRFY-LINE-COUNT >= PE07-VRFY-LINES-PER-PAGE
007800         MOVE PE07-VRFY-PRINT-LINE TO PE07-VRFY-SAVED-LINE
007810         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
007820         MOVE PE07-VRFY-SECTION-LINE TO PE07-VRFY-PRINT-LINE
007830         WRITE PE07-VRFY-PRINT-LINE AFTER ADVANCING 2 LINES
007840         ADD 2 TO PE07-VRFY-LINE-COUNT
007850         MOVE PE07-VRFY-COLUMN-HEADER TO PE07-VRFY-PRINT-LINE
007860         WRITE PE07-VRFY-PRINT-LINE AFTER ADVANCING 2 LINES
007870         ADD 2 TO PE07-VRFY-LINE-COUNT
007880         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007890         MOVE PE07-VRFY-SAVED-LINE TO PE07-VRFY-PRINT-LINE
007900     END-IF
007910     WRITE PE07-VRFY-PRINT-LINE AFTER ADVANCING 1 LINE
007920     ADD 1 TO PE07-VRFY-LINE-COUNT
007930     GO TO 9100-EXIT
007940     .
007950 9100-WRITE-BLANK-LINE.
007960     MOVE SPACES TO PE07-VRFY-PRINT-LINE
007970     WRITE PE07-VRFY-PRINT-LINE AFTER ADVANCING 1 LINE
007980     ADD 1 TO PE07-VRFY-LINE-COUNT
007990     .
008000 9100-EXIT.
008010     EXIT.
008020***************************************************************
008030*                                                             *
008040*    9200-PAGE-HEADINGS                                       *
008050*                                                             *
008060***************************************************************
008070 9200-PAGE-HEADINGS.
008080     ADD 1 TO PE07-VRFY-PAGE-NUMBER
008090     MOVE PE07-VRFY-PAGE-NUMBER TO PE07-VRFY-HDG-PAGE
008100     MOVE PE07-VRFY-HEADING-1 TO PE07-VRFY-PRINT-LINE
008110     WRITE PE07-VRFY-PRINT-LINE AFTER ADVANCING PAGE
008120     MOVE 1 TO PE07-VRFY-LINE-COUNT
008130     .
008140 9200-EXIT.
008150     EXIT.
008160 9999-EXIT.
008170     STOP RUN.
008180 END PROGRAM PE07-PRIME-VERIFY.
