000010***************************************************************
000020*                                                             *
000030*    PE07QRPT:                                                *
000040*                                                             *
000050*    PENDING-WORK QUEUE STATUS REPORT.  LISTS EVERY REQUEST   *
000060*    WAITING ON THE PENDING-WORK QUEUE -- THE BATCH REQUESTS  *
000070*    TOO LARGE FOR ONE NIGHT'S WINDOW THAT STEP018 (PE07PROJ) *
000080*    QUEUED AND THE SEARCH STEP ADVANCES ONE TIME SLICE A     *
000090*    NIGHT -- WITH ITS AGE, THE N REACHED SO FAR, AND THE     *
000100*    DATE IT IS PROJECTED TO BE FULFILLED, SO THE SCHEDULING  *
000110*    DESK CAN ANSWER A REQUESTER WITHOUT READING THE QUEUE BY *
000120*    HAND.                                                    *
000130*                                                             *
000140*    THE PROJECTION TAKES THE N GAINED SINCE THE REQUEST WAS  *
000150*    FIRST ANSWERED OVER THE NIGHTS THE SEARCH ADVANCED IT,   *
000160*    AND COVERS WHAT IS LEFT AT THAT RATE, ROUNDED UP TO A    *
000170*    WHOLE NIGHT, FROM THE LAST NIGHT IT ADVANCED.  A REQUEST *
000180*    NOT YET ADVANCED ON TWO NIGHTS HAS NO RATE AND IS NOT    *
000190*    PROJECTED.                                               *
000200*                                                             *
000210*    ENDS RC=0, OR RC=12 ON A FILE ERROR.  THE QUEUE IS       *
000220*    ALLOCATED ONCE, EMPTY, BEFORE THE FIRST RUN.             *
000230*                                                             *
000240***************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     PE07-QUEUE-STATUS.
000270 AUTHOR.         A M GRIFFITHS.
000280 INSTALLATION.   BATCH APPLICATIONS.
000290 DATE-WRITTEN.   2026-10-15.
000300 DATE-COMPILED.  2026-10-15.
000310***************************************************************
000320*                                                             *
000330*    MODIFICATION HISTORY                                     *
000340*                                                             *
000350*    DATE        INIT  DESCRIPTION                            *
000360*    ----------  ----  -------------------------------------- *
000370*    2026-10-15  AMG   ORIGINAL PROGRAM.                      *
000380*                                                             *
000390***************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PENDING-QUEUE-FILE ASSIGN TO PENDQUE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS PE07-PENDING-STATUS.
000470     SELECT QUEUE-REPORT-FILE ASSIGN TO QUEUERPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PE07-QRPT-REPORT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PENDING-QUEUE-FILE
000525     RECORDING MODE IS F.
000530 COPY PE07PNQ.
000540 FD  QUEUE-REPORT-FILE
000545     RECORDING MODE IS F.
000550 01  PE07-QRPT-PRINT-LINE    PIC X(132).
000560 WORKING-STORAGE SECTION.
000570***************************************************************
000580*    FILE STATUS FIELDS AND SWITCHES                          *
000590***************************************************************
000600 01  PE07-PENDING-STATUS     PIC X(02).
000610     88  PE07-PENDING-OK             VALUE '00'.
000630 01  PE07-QRPT-REPORT-STATUS PIC X(02).
000640     88  PE07-QRPT-REPORT-OK         VALUE '00'.
000650 01  PE07-QRPT-SWITCHES.
000660     05  PE07-QRPT-EOF-SW        PIC X(01)   VALUE 'N'.
000670         88  PE07-QRPT-EOF               VALUE 'Y'.
000680     05  PE07-QRPT-PROJ-SW       PIC X(01)   VALUE SPACE.
000690         88  PE07-QRPT-PROJ-DATED        VALUE 'D'.
000700         88  PE07-QRPT-PROJ-WAITING      VALUE 'W'.
000710         88  PE07-QRPT-PROJ-UNMEASURED   VALUE 'U'.
000720         88  PE07-QRPT-PROJ-FLAT         VALUE 'N'.
000730         88  PE07-QRPT-PROJ-FAR          VALUE 'F'.
000740***************************************************************
000750*    RUN DATE, COUNTS, AND PROJECTION WORK AREAS              *
000760***************************************************************
000770     78  PE07-QRPT-FAR-DAYS         VALUE 36500.
000780 01  PE07-QRPT-RUN-DATE      PIC 9(08).
000790 77  PE07-QRPT-RUN-INT       PIC 9(08)  COMP  VALUE 0.
000800 77  PE07-QRPT-RECORD-INT    PIC 9(08)  COMP  VALUE 0.
000810 77  PE07-QRPT-PROJ-INT      PIC 9(08)  COMP  VALUE 0.
000820 77  PE07-QRPT-AGE-DAYS      PIC 9(08)  COMP  VALUE 0.
000830 77  PE07-QRPT-OLDEST-DAYS   PIC 9(08)  COMP  VALUE 0.
000840 77  PE07-QRPT-ENTRY-COUNT   PIC 9(05)  COMP  VALUE 0.
000850 77  PE07-QRPT-DATED-COUNT   PIC 9(05)  COMP  VALUE 0.
000860 77  PE07-QRPT-GAINED        PIC 9(12)        VALUE 0.
000870 77  PE07-QRPT-REMAINING     PIC 9(12)        VALUE 0.
000880 77  PE07-QRPT-RATE          PIC 9(12)        VALUE 0.
000890 77  PE07-QRPT-PROJ-DAYS     PIC 9(12)        VALUE 0.
000900 77  PE07-QRPT-PROJ-REM      PIC 9(12)        VALUE 0.
000910 77  PE07-QRPT-WORK          PIC 9(15)        VALUE 0.
000920 77  PE07-QRPT-PERCENT       PIC 9(03)V9      VALUE 0.
000930***************************************************************
000940*    PAGE AND LINE CONTROL                                    *
000950***************************************************************
000960     78  PE07-QRPT-LINES-PER-PAGE   VALUE 60.
000970 77  PE07-QRPT-PAGE-NUMBER   PIC 9(05)  COMP  VALUE 0.
000980 77  PE07-QRPT-LINE-COUNT    PIC 9(05)  COMP  VALUE 99.
000990***************************************************************
001000*    DATE EDIT AREAS                                          *
001010***************************************************************
001020 01  PE07-QRPT-DATE-IN       PIC 9(08).
001030 01  PE07-QRPT-DATE-EDIT.
001040     05  PE07-QRPT-EDIT-YYYY     PIC X(04).
001050     05  FILLER                  PIC X(01)   VALUE '-'.
001060     05  PE07-QRPT-EDIT-MM       PIC X(02).
001070     05  FILLER                  PIC X(01)   VALUE '-'.
001080     05  PE07-QRPT-EDIT-DD       PIC X(02).
001090 01  PE07-QRPT-EDIT-COUNT    PIC ZZZZ9.
001100 01  PE07-QRPT-EDIT-MINUTES  PIC ZZZ9.
001110***************************************************************
001120*    PAGE HEADING AND COLUMN HEADER LINES                     *
001130***************************************************************
001140 01  PE07-QRPT-HEADING-1.
001150     05  FILLER                  PIC X(10)   VALUE 'PE07QRPT'.
001160     05  FILLER                  PIC X(25)   VALUE SPACES.
001170     05  FILLER                  PIC X(48)   VALUE
001180         'PRIME SEARCH SYSTEM -- PENDING-WORK QUEUE STATUS'.
001190     05  FILLER                  PIC X(17)   VALUE SPACES.
001200     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
001210     05  PE07-QRPT-HDG-DATE      PIC X(10).
001220     05  FILLER                  PIC X(03)   VALUE SPACES.
001230     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
001240     05  PE07-QRPT-HDG-PAGE      PIC ZZZZ9.
001250 01  PE07-QRPT-COLUMN-HEADER.
001260     05  FILLER                  PIC X(05)   VALUE SPACES.
001270     05  FILLER                  PIC X(10)   VALUE 'REQUEST'.
001280     05  FILLER                  PIC X(06)   VALUE 'REQR'.
001290     05  FILLER                  PIC X(14)   VALUE
001300         '       N-END'.
001310     05  FILLER                  PIC X(12)   VALUE 'QUEUED'.
001320     05  FILLER                  PIC X(07)   VALUE '  AGE'.
001330     05  FILLER                  PIC X(14)   VALUE
001340         '   N REACHED'.
001350     05  FILLER                  PIC X(07)   VALUE '  PCT'.
001360     05  FILLER                  PIC X(06)   VALUE 'NGTS'.
001370     05  FILLER                  PIC X(14)   VALUE
001380         ' N PER NIGHT'.
001390     05  FILLER                  PIC X(37)   VALUE
001400         'PROJECTED COMPLETION'.
001410***************************************************************
001420*    DETAIL, CONTROL, NOTE, AND SECTION LINES                 *
001430***************************************************************
001440 01  PE07-QRPT-DETAIL-LINE.
001450     05  FILLER                  PIC X(05)   VALUE SPACES.
001460     05  PE07-QRPT-DET-ID        PIC X(08).
001470     05  FILLER                  PIC X(02)   VALUE SPACES.
001480     05  PE07-QRPT-DET-REQUESTER PIC X(04).
001490     05  FILLER                  PIC X(02)   VALUE SPACES.
001500     05  PE07-QRPT-DET-N-END     PIC Z(11)9.
001510     05  FILLER                  PIC X(02)   VALUE SPACES.
001520     05  PE07-QRPT-DET-QUEUED    PIC X(10).
001530     05  FILLER                  PIC X(02)   VALUE SPACES.
001540     05  PE07-QRPT-DET-AGE       PIC ZZZZ9.
001550     05  FILLER                  PIC X(02)   VALUE SPACES.
001560     05  PE07-QRPT-DET-REACHED   PIC Z(11)9.
001570     05  FILLER                  PIC X(02)   VALUE SPACES.
001580     05  PE07-QRPT-DET-PERCENT   PIC ZZ9.9.
001590     05  FILLER                  PIC X(02)   VALUE SPACES.
001600     05  PE07-QRPT-DET-NIGHTS    PIC ZZZ9.
001610     05  FILLER                  PIC X(02)   VALUE SPACES.
001620     05  PE07-QRPT-DET-RATE      PIC Z(11)9.
001630     05  FILLER                  PIC X(02)   VALUE SPACES.
001640     05  PE07-QRPT-DET-PROJECTED PIC X(30).
001650     05  FILLER                  PIC X(07)   VALUE SPACES.
001660 01  PE07-QRPT-CONTROL-LINE.
001670     05  FILLER                  PIC X(05)   VALUE SPACES.
001680     05  PE07-QRPT-CTL-CAPTION   PIC X(45).
001690     05  PE07-QRPT-CTL-VALUE     PIC X(40).
001700     05  FILLER                  PIC X(42)   VALUE SPACES.
001710 01  PE07-QRPT-NOTE-LINE.
001720     05  FILLER                  PIC X(05)   VALUE SPACES.
001730     05  PE07-QRPT-NOTE-TEXT     PIC X(90).
001740     05  FILLER                  PIC X(37)   VALUE SPACES.
001750 01  PE07-QRPT-SECTION-LINE.
001760     05  FILLER                  PIC X(02)   VALUE SPACES.
001770     05  PE07-QRPT-SECTION-TITLE PIC X(60).
001780     05  FILLER                  PIC X(70)   VALUE SPACES.
001790 PROCEDURE DIVISION.
001800***************************************************************
001810*                                                             *
001820*    0000-MAINLINE                                            *
001830*                                                             *
001840***************************************************************
001850 0000-MAINLINE.
001860     OPEN OUTPUT QUEUE-REPORT-FILE
001870     IF NOT PE07-QRPT-REPORT-OK
001880         DISPLAY 'PE07-E141 UNABLE TO OPEN QUEUE-REPORT-FILE,'
001890             ' STATUS ' PE07-QRPT-REPORT-STATUS
001900         MOVE 12 TO RETURN-CODE
001910         GO TO 9999-EXIT
001920     END-IF
001930     ACCEPT PE07-QRPT-RUN-DATE FROM DATE YYYYMMDD
001940     COMPUTE PE07-QRPT-RUN-INT =
001950         FUNCTION INTEGER-OF-DATE(PE07-QRPT-RUN-DATE)
001960     MOVE PE07-QRPT-RUN-DATE TO PE07-QRPT-DATE-IN
001970     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
001980     MOVE PE07-QRPT-DATE-EDIT TO PE07-QRPT-HDG-DATE
001990     MOVE 'PENDING-WORK QUEUE' TO PE07-QRPT-SECTION-TITLE
002000     PERFORM 9000-START-SECTION THRU 9000-EXIT
002010     OPEN INPUT PENDING-QUEUE-FILE
002120     IF NOT PE07-PENDING-OK
002130         DISPLAY 'PE07-E142 UNABLE TO OPEN PENDING-QUEUE-FILE,'
002140             ' STATUS ' PE07-PENDING-STATUS
002150         MOVE 12 TO RETURN-CODE
002160         GO TO 8000-WRAP-UP
002170     END-IF
002180     PERFORM 2000-READ-QUEUE THRU 2000-EXIT
002190     IF NOT PE07-QRPT-EOF AND PE07-PNQ-CONTROL
002200         PERFORM 3000-PRINT-CONTROL THRU 3000-EXIT
002210         PERFORM 2000-READ-QUEUE THRU 2000-EXIT
002220     ELSE
002230         MOVE 'NO CONTROL RECORD -- STEP018 HAS NOT YET PROJECTED'
002240             TO PE07-QRPT-NOTE-TEXT
002250         MOVE PE07-QRPT-NOTE-LINE TO PE07-QRPT-PRINT-LINE
002260         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002270     END-IF
002280     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
002290     IF PE07-QRPT-EOF
002300         MOVE 'THE PENDING-WORK QUEUE IS EMPTY'
002310             TO PE07-QRPT-NOTE-TEXT
002320         MOVE PE07-QRPT-NOTE-LINE TO PE07-QRPT-PRINT-LINE
002330         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002340     ELSE
002350         MOVE PE07-QRPT-COLUMN-HEADER TO PE07-QRPT-PRINT-LINE
002360         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002370         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
002380         PERFORM 4000-PRINT-ENTRY THRU 4000-EXIT
002390             UNTIL PE07-QRPT-EOF
002400         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002410     END-IF
002420     CLOSE PENDING-QUEUE-FILE
002430     GO TO 8000-WRAP-UP
002440     .
002450***************************************************************
002460*                                                             *
002470*    2000-READ-QUEUE                                          *
002480*                                                             *
002490*    READS AHEAD ONE QUEUE RECORD.                            *
002500***************************************************************
002510 2000-READ-QUEUE.
002520     READ PENDING-QUEUE-FILE
002530         AT END
002540             SET PE07-QRPT-EOF TO TRUE
002550     END-READ
002560     .
002570 2000-EXIT.
002580     EXIT.
002590***************************************************************
002600*                                                             *
002610*    3000-PRINT-CONTROL                                       *
002620*                                                             *
002630*    THE NIGHT STEP018 LAST PROJECTED AND THE SLICE OF THE    *
002640*    WINDOW IT LEFT FOR THE QUEUE THAT NIGHT.                 *
002650***************************************************************
002660 3000-PRINT-CONTROL.
002670     MOVE SPACES TO PE07-QRPT-CTL-VALUE
002680     MOVE 'QUEUE AS LAST PROJECTED BY STEP018 ON'
002690         TO PE07-QRPT-CTL-CAPTION
002700     MOVE PE07-PNQ-CTL-RUN-DATE TO PE07-QRPT-DATE-IN
002710     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
002720     MOVE PE07-QRPT-DATE-EDIT TO PE07-QRPT-CTL-VALUE
002730     MOVE PE07-QRPT-CONTROL-LINE TO PE07-QRPT-PRINT-LINE
002740     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002750     MOVE SPACES TO PE07-QRPT-CTL-VALUE
002760     MOVE 'CONTINUATION SLICE LEFT FOR THE QUEUE'
002770         TO PE07-QRPT-CTL-CAPTION
002780     MOVE PE07-PNQ-CTL-SLICE-MINUTES TO PE07-QRPT-EDIT-MINUTES
002790     STRING PE07-QRPT-EDIT-MINUTES DELIMITED BY SIZE
002800            ' MINUTES'             DELIMITED BY SIZE
002810         INTO PE07-QRPT-CTL-VALUE
002820     MOVE PE07-QRPT-CONTROL-LINE TO PE07-QRPT-PRINT-LINE
002830     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002840     .
002850 3000-EXIT.
002860     EXIT.
002870***************************************************************
002880*                                                             *
002890*    4000-PRINT-ENTRY                                         *
002900*                                                             *
002910*    ONE LINE PER QUEUED REQUEST, OLDEST FIRST, THEN READS    *
002920*    THE NEXT RECORD.                                         *
002930***************************************************************
002940 4000-PRINT-ENTRY.
002950     IF NOT PE07-PNQ-ENTRY
002960         GO TO 4000-READ-NEXT
002970     END-IF
002980     ADD 1 TO PE07-QRPT-ENTRY-COUNT
002990     MOVE PE07-PNQ-REQUEST-ID TO PE07-QRPT-DET-ID
003000     MOVE PE07-PNQ-REQUESTER  TO PE07-QRPT-DET-REQUESTER
003010     MOVE PE07-PNQ-N-END      TO PE07-QRPT-DET-N-END
003020     MOVE PE07-PNQ-QUEUED-DATE TO PE07-QRPT-DATE-IN
003030     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
003040     MOVE PE07-QRPT-DATE-EDIT TO PE07-QRPT-DET-QUEUED
003050     COMPUTE PE07-QRPT-RECORD-INT =
003060         FUNCTION INTEGER-OF-DATE(PE07-PNQ-QUEUED-DATE)
003070     MOVE 0 TO PE07-QRPT-AGE-DAYS
003080     IF PE07-QRPT-RUN-INT > PE07-QRPT-RECORD-INT
003090         SUBTRACT PE07-QRPT-RECORD-INT FROM PE07-QRPT-RUN-INT
003100             GIVING PE07-QRPT-AGE-DAYS
003110     END-IF
003120     IF PE07-QRPT-AGE-DAYS > PE07-QRPT-OLDEST-DAYS
003130         MOVE PE07-QRPT-AGE-DAYS TO PE07-QRPT-OLDEST-DAYS
003140     END-IF
003150     MOVE PE07-QRPT-AGE-DAYS  TO PE07-QRPT-DET-AGE
003160     MOVE PE07-PNQ-N-REACHED  TO PE07-QRPT-DET-REACHED
003170     MOVE PE07-PNQ-SLICES     TO PE07-QRPT-DET-NIGHTS
003180     MOVE 0 TO PE07-QRPT-PERCENT
003190     IF PE07-PNQ-N-END > 0
003200         MULTIPLY PE07-PNQ-N-REACHED BY 100
003210             GIVING PE07-QRPT-WORK
003220         DIVIDE PE07-QRPT-WORK BY PE07-PNQ-N-END
003230             GIVING PE07-QRPT-PERCENT
003240     END-IF
003250     MOVE PE07-QRPT-PERCENT   TO PE07-QRPT-DET-PERCENT
003260     MOVE 0 TO PE07-QRPT-RATE
003270     PERFORM 4100-PROJECT-COMPLETION THRU 4100-EXIT
003280     MOVE PE07-QRPT-RATE      TO PE07-QRPT-DET-RATE
003290     MOVE SPACES TO PE07-QRPT-DET-PROJECTED
003300     EVALUATE TRUE
003310         WHEN PE07-QRPT-PROJ-WAITING
003320             MOVE 'AWAITING ITS FIRST SLICE'
003330                 TO PE07-QRPT-DET-PROJECTED
003340         WHEN PE07-QRPT-PROJ-UNMEASURED
003350             MOVE 'NOT YET MEASURED'
003360                 TO PE07-QRPT-DET-PROJECTED
003370         WHEN PE07-QRPT-PROJ-FLAT
003380             MOVE 'NOT ADVANCING' TO PE07-QRPT-DET-PROJECTED
003390         WHEN PE07-QRPT-PROJ-FAR
003400             MOVE 'MORE THAN 100 YEARS AWAY'
003410                 TO PE07-QRPT-DET-PROJECTED
003420         WHEN OTHER
003430             ADD 1 TO PE07-QRPT-DATED-COUNT
003440             COMPUTE PE07-QRPT-DATE-IN = FUNCTION DATE-OF-INTEGER
003450                 (PE07-QRPT-PROJ-INT)
003460             PERFORM 9300-EDIT-DATE THRU 9300-EXIT
003470             MOVE PE07-QRPT-DATE-EDIT TO PE07-QRPT-DET-PROJECTED
003480     END-EVALUATE
003490     MOVE PE07-QRPT-DETAIL-LINE TO PE07-QRPT-PRINT-LINE
003500     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003510     .
003520 4000-READ-NEXT.
003530     PERFORM 2000-READ-QUEUE THRU 2000-EXIT
003540     .
003550 4000-EXIT.
003560     EXIT.
003570***************************************************************
003580*    THE N GAINED SINCE THE REQUEST WAS FIRST ANSWERED, OVER  *
003590*    THE NIGHTS THE SEARCH ADVANCED IT, IS ITS RATE; WHAT IS  *
003600*    LEFT IS COVERED AT THAT RATE FROM THE LAST NIGHT IT      *
003610*    ADVANCED.                                                *
003620***************************************************************
003630 4100-PROJECT-COMPLETION.
003640     IF NOT PE07-PNQ-ANSWERED
003650         SET PE07-QRPT-PROJ-WAITING TO TRUE
003660         GO TO 4100-EXIT
003670     END-IF
003680     IF PE07-PNQ-SLICES = 0 OR PE07-PNQ-LAST-SLICE-DATE = 0
003690         SET PE07-QRPT-PROJ-UNMEASURED TO TRUE
003700         GO TO 4100-EXIT
003710     END-IF
003720     MOVE 0 TO PE07-QRPT-GAINED
003730     IF PE07-PNQ-N-REACHED > PE07-PNQ-BASE-N
003740         SUBTRACT PE07-PNQ-BASE-N FROM PE07-PNQ-N-REACHED
003750             GIVING PE07-QRPT-GAINED
003760     END-IF
003770     DIVIDE PE07-QRPT-GAINED BY PE07-PNQ-SLICES
003780         GIVING PE07-QRPT-RATE
003790     IF PE07-QRPT-RATE = 0
003800         SET PE07-QRPT-PROJ-FLAT TO TRUE
003810         GO TO 4100-EXIT
003820     END-IF
003830     MOVE 0 TO PE07-QRPT-REMAINING
003840     IF PE07-PNQ-N-END > PE07-PNQ-N-REACHED
003850         SUBTRACT PE07-PNQ-N-REACHED FROM PE07-PNQ-N-END
003860             GIVING PE07-QRPT-REMAINING
003870     END-IF
003880     DIVIDE PE07-QRPT-REMAINING BY PE07-QRPT-RATE
003890         GIVING PE07-QRPT-PROJ-DAYS
003900         REMAINDER PE07-QRPT-PROJ-REM
003910     IF PE07-QRPT-PROJ-REM > 0
003920         ADD 1 TO PE07-QRPT-PROJ-DAYS
003930     END-IF
003940     IF PE07-QRPT-PROJ-DAYS > PE07-QRPT-FAR-DAYS
003950         SET PE07-QRPT-PROJ-FAR TO TRUE
003960         GO TO 4100-EXIT
003970     END-IF
003980     SET PE07-QRPT-PROJ-DATED TO TRUE
003990     COMPUTE PE07-QRPT-PROJ-INT =
004000         FUNCTION INTEGER-OF-DATE(PE07-PNQ-LAST-SLICE-DATE)
004010         + PE07-QRPT-PROJ-DAYS
004020     .
004030 4100-EXIT.
004040     EXIT.
004050***************************************************************
004060*                                                             *
004070*    5000-PRINT-TOTALS                                        *
004080*                                                             *
004090***************************************************************
004100 5000-PRINT-TOTALS.
004110     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
004120     MOVE SPACES TO PE07-QRPT-CTL-VALUE
004130     MOVE 'REQUESTS ON THE PENDING-WORK QUEUE'
004140         TO PE07-QRPT-CTL-CAPTION
004150     MOVE PE07-QRPT-ENTRY-COUNT TO PE07-QRPT-EDIT-COUNT
004160     MOVE PE07-QRPT-EDIT-COUNT TO PE07-QRPT-CTL-VALUE
004170     MOVE PE07-QRPT-CONTROL-LINE TO PE07-QRPT-PRINT-LINE
004180     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004190     MOVE SPACES TO PE07-QRPT-CTL-VALUE
004200     MOVE 'WITH A PROJECTED COMPLETION DATE'
004210         TO PE07-QRPT-CTL-CAPTION
004220     MOVE PE07-QRPT-DATED-COUNT TO PE07-QRPT-EDIT-COUNT
004230     MOVE PE07-QRPT-EDIT-COUNT TO PE07-QRPT-CTL-VALUE
004240     MOVE PE07-QRPT-CONTROL-LINE TO PE07-QRPT-PRINT-LINE
004250     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004260     MOVE SPACES TO PE07-QRPT-CTL-VALUE
004270     MOVE 'OLDEST REQUEST, DAYS ON THE QUEUE'
004280         TO PE07-QRPT-CTL-CAPTION
004290     MOVE PE07-QRPT-OLDEST-DAYS TO PE07-QRPT-EDIT-COUNT
004300     MOVE PE07-QRPT-EDIT-COUNT TO PE07-QRPT-CTL-VALUE
004310     MOVE PE07-QRPT-CONTROL-LINE TO PE07-QRPT-PRINT-LINE
004320     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004330     .
004340 5000-EXIT.
004350     EXIT.
004360***************************************************************
004370*                                                             *
004380*    8000-WRAP-UP                                             *
004390*                                                             *
004400***************************************************************
004410 8000-WRAP-UP.
004420     CLOSE QUEUE-REPORT-FILE
004430     IF RETURN-CODE = 12
004440         GO TO 9999-EXIT
004450     END-IF
004460     DISPLAY 'PE07-I42 PENDING-WORK QUEUE STATUS -- '
004470         PE07-QRPT-ENTRY-COUNT ' REQUEST(S) QUEUED, '
004480         PE07-QRPT-DATED-COUNT ' WITH A PROJECTED DATE'
004490     GO TO 9999-EXIT
004500     .
004510***************************************************************
004520*                                                             *
004530*    9000-START-SECTION                                       *
004540*                                                             *
004550***************************************************************
004560 9000-START-SECTION.
004570     IF PE07-QRPT-PAGE-NUMBER = 0
004580         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
004590     ELSE
004600         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
004610     END-IF
004620     MOVE PE07-QRPT-SECTION-LINE TO PE07-QRPT-PRINT-LINE
004630     WRITE PE07-QRPT-PRINT-LINE AFTER ADVANCING 2 LINES
004640     ADD 2 TO PE07-QRPT-LINE-COUNT
004650     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
004660     .
004670 9000-EXIT.
004680     EXIT.
004690***************************************************************
004700*                                                             *
004710*    9100-WRITE-REPORT-LINE                                   *
004720*                                                             *
004730***************************************************************
004740 9100-WRITE-REPORT-LINE.
004750     IF PE07-QRPT-LINE-COUNT >= PE07-QRPT-LINES-PER-PAGE
004760         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
004770     END-IF
004780     WRITE PE07-QRPT-PRINT-LINE AFTER ADVANCING 1 LINE
004790     ADD 1 TO PE07-QRPT-LINE-COUNT
004800     GO TO 9100-EXIT
004810     .
004820 9100-WRITE-BLANK-LINE.
004830     MOVE SPACES TO PE07-QRPT-PRINT-LINE
004840     WRITE PE07-QRPT-PRINT-LINE AFTER ADVANCING 1 LINE
004850     ADD 1 TO PE07-QRPT-LINE-COUNT
004860     .
004870 9100-EXIT.
004880     EXIT.
004890***************************************************************
004900*                                                             *
004910*    9200-PAGE-HEADINGS                                       *
004920*                                                             *
004930***************************************************************
004940 9200-PAGE-HEADINGS.
004950     ADD 1 TO PE07-QRPT-PAGE-NUMBER
004960     MOVE PE07-QRPT-PAGE-NUMBER TO PE07-QRPT-HDG-PAGE
004970     MOVE PE07-QRPT-HEADING-1 TO PE07-QRPT-PRINT-LINE
004980     WRITE PE07-QRPT-PRINT-LINE AFTER ADVANCING PAGE
004990     MOVE 1 TO PE07-QRPT-LINE-COUNT
005000     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
005010     .
005020 9200-EXIT.
005030     EXIT.
005040 9300-EDIT-DATE.
005050     MOVE PE07-QRPT-DATE-IN(1:4) TO PE07-QRPT-EDIT-YYYY
005060     MOVE PE07-QRPT-DATE-IN(5:2) TO PE07-QRPT-EDIT-MM
005070     MOVE PE07-QRPT-DATE-IN(7:2) TO PE07-QRPT-EDIT-DD
005080     .
005090 9300-EXIT.
005100     EXIT.
005110 9999-EXIT.
005120     STOP RUN.
005130 END PROGRAM PE07-QUEUE-STATUS.
