000010***************************************************************
000020*                                                             *
000030*    PE07GRFC:                                                *
000040*                                                             *
000050*    GROWTH AND SPACE FORECAST.  READS THE GROWTH HISTORY THE *
000060*    NIGHTLY STEP (PE07GRWH) APPENDS TO AND PROJECTS, FROM    *
000070*    THE TREND OF THE LAST 90 DAYS, THE DATE PRIME-MASTER'S   *
000080*    DATA COMPONENT WILL USE ALL OF ITS ALLOCATED SPACE       *
000090*    (HI-U-RBA REACHING HI-A-RBA) AND THE DATES ITS CI AND CA *
000100*    SPLITS WILL CROSS THE REORGANIZATION THRESHOLDS ON THE   *
000110*    PARM, SO STORAGE MANAGEMENT CAN PLAN THE REALLOCATION    *
000120*    AND THE PE07REOR RUN RATHER THAN REACT TO A SPACE ABEND  *
000130*    OR SLOW LOOKUPS.  PRINTS THE HISTORY IT PROJECTED FROM   *
000140*    AND THE FORECAST.                                        *
000150*                                                             *
000160*    A REORGANIZATION OR RELOAD SHOWS IN THE HISTORY AS A     *
000170*    FALL IN HI-U-RBA OR IN EITHER SPLIT COUNT; THE TREND     *
000180*    THEN STARTS AGAIN FROM THAT NIGHT, SO THE FIGURES FROM   *
000190*    BEFORE IT NEVER DILUTE THE PROJECTION.  A NIGHT RECORDED *
000200*    TWICE (A RESTARTED RUN) COUNTS AS ITS LATER RECORD.  A   *
000210*    TREND OF FEWER THAN 7 DAYS IS NOT PROJECTED, BUT A LIMIT *
000220*    ALREADY REACHED IS ALWAYS REPORTED.                      *
000230*                                                             *
000240*    ENDS RC=0 WHEN NO DATE FALLS INSIDE THE WARNING HORIZON, *
000250*    RC=4 WHEN ONE DOES, WHEN THE HISTORY IS EMPTY OR HOLDS   *
000260*    NO SPACE FIGURES TO PROJECT FROM, OR FOR AN INVALID      *
000270*    PARM, AND RC=12 ON A FILE ERROR.                         *
000280*                                                             *
000290***************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     PE07-GROWTH-FORECAST.
000320 AUTHOR.         A M GRIFFITHS.
000330 INSTALLATION.   BATCH APPLICATIONS.
000340 DATE-WRITTEN.   2026-10-15.
000350 DATE-COMPILED.  2026-10-15.
000360***************************************************************
000370*                                                             *
000380*    MODIFICATION HISTORY                                     *
000390*                                                             *
000400*    DATE        INIT  DESCRIPTION                            *
000410*    ----------  ----  -------------------------------------- *
000420*    2026-10-15  AMG   ORIGINAL PROGRAM.                       *
000430*                                                             *
000440***************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT GROWTH-HISTORY-FILE ASSIGN TO GROWHIST
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PE07-GROWTH-STATUS.
000520     SELECT FORECAST-REPORT-FILE ASSIGN TO GRFCRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PE07-GRFC-REPORT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  GROWTH-HISTORY-FILE
000575     RECORDING MODE IS F.
000580 COPY PE07GRH.
000590 FD  FORECAST-REPORT-FILE
000595     RECORDING MODE IS F.
000600 01  PE07-GRFC-PRINT-LINE    PIC X(132).
000610 WORKING-STORAGE SECTION.
000620***************************************************************
000630*    FILE STATUS FIELDS AND SWITCHES                          *
000640***************************************************************
000650 01  PE07-GROWTH-STATUS      PIC X(02).
000660     88  PE07-GROWTH-OK              VALUE '00'.
000670 01  PE07-GRFC-REPORT-STATUS PIC X(02).
000680     88  PE07-GRFC-REPORT-OK         VALUE '00'.
000690 01  PE07-GRFC-SWITCHES.
000700     05  PE07-GRFC-BAD-PARM-SW   PIC X(01)   VALUE 'N'.
000710         88  PE07-GRFC-BAD-PARM          VALUE 'Y'.
000720     05  PE07-GRFC-EOF-SW        PIC X(01)   VALUE 'N'.
000730         88  PE07-GRFC-EOF               VALUE 'Y'.
000740     05  PE07-GRFC-BASE-SW       PIC X(01)   VALUE 'N'.
000750         88  PE07-GRFC-BASE-TAKEN        VALUE 'Y'.
000760***************************************************************
000770*    THE PARM, E.G. PARM='20000,200,30' -- THE CI-SPLIT AND   *
000780*    CA-SPLIT REORGANIZATION THRESHOLDS AND THE WARNING       *
000790*    HORIZON IN DAYS.  ALL THREE ARE MANDATORY.               *
000800***************************************************************
000810 01  PE07-GRFC-PARM-FIELDS.
000820     05  PE07-GRFC-PARM-CI       PIC X(09).
000830     05  PE07-GRFC-PARM-CA       PIC X(09).
000840     05  PE07-GRFC-PARM-DAYS     PIC X(09).
000850 77  PE07-GRFC-PARM-CI-LEN   PIC 9(04)  COMP  VALUE 0.
000860 77  PE07-GRFC-PARM-CA-LEN   PIC 9(04)  COMP  VALUE 0.
000870 77  PE07-GRFC-PARM-DAYS-LEN PIC 9(04)  COMP  VALUE 0.
000880 77  PE07-GRFC-PARM-FIELD-CT PIC 9(04)  COMP  VALUE 0.
000890 77  PE07-GRFC-PARM-USE-LEN  PIC S9(4)  COMP.
000900 77  PE07-GRFC-CI-THRESHOLD  PIC 9(09)        VALUE 0.
000910 77  PE07-GRFC-CA-THRESHOLD  PIC 9(09)        VALUE 0.
000920 77  PE07-GRFC-HORIZON-DAYS  PIC 9(03)        VALUE 0.
000930***************************************************************
000940*    TREND WINDOW AND MINIMUM TREND, IN DAYS                  *
000950***************************************************************
000960     78  PE07-GRFC-WINDOW-DAYS      VALUE 90.
000970     78  PE07-GRFC-MINIMUM-DAYS     VALUE 7.
000980     78  PE07-GRFC-FAR-DAYS         VALUE 36500.
000990 01  PE07-GRFC-RUN-DATE      PIC 9(08).
001000 77  PE07-GRFC-RUN-INT       PIC 9(08)  COMP  VALUE 0.
001010 77  PE07-GRFC-RECORD-INT    PIC 9(08)  COMP  VALUE 0.
001020 77  PE07-GRFC-LATEST-INT    PIC 9(08)  COMP  VALUE 0.
001030 77  PE07-GRFC-WINDOW-INT    PIC 9(08)  COMP  VALUE 0.
001040 77  PE07-GRFC-HISTORY-COUNT PIC 9(07)  COMP  VALUE 0.
001050 77  PE07-GRFC-WINDOW-COUNT  PIC 9(07)  COMP  VALUE 0.
001060 77  PE07-GRFC-WARNINGS      PIC 9(03)  COMP  VALUE 0.
001070 77  PE07-GRFC-TREND-DAYS    PIC 9(08)  COMP  VALUE 0.
001080***************************************************************
001090*    THE NIGHT THE TREND STARTS FROM AND THE LATEST NIGHT     *
001100*    WITH SPACE FIGURES, AND THE DATE OF THE NIGHT BEFORE, TO *
001110*    TELL A RESTARTED NIGHT FROM A NEW ONE.                   *
001120***************************************************************
001130 01  PE07-GRFC-BASE.
001140     05  PE07-GRFC-BASE-DATE     PIC 9(08)        VALUE 0.
001150     05  PE07-GRFC-BASE-INT      PIC 9(08)  COMP  VALUE 0.
001160     05  PE07-GRFC-BASE-COUNT    PIC 9(12)        VALUE 0.
001170     05  PE07-GRFC-BASE-USED     PIC 9(15)        VALUE 0.
001180     05  PE07-GRFC-BASE-CI       PIC 9(09)        VALUE 0.
001190     05  PE07-GRFC-BASE-CA       PIC 9(09)        VALUE 0.
001200 01  PE07-GRFC-LAST.
001210     05  PE07-GRFC-LAST-DATE     PIC 9(08)        VALUE 0.
001220     05  PE07-GRFC-LAST-INT      PIC 9(08)  COMP  VALUE 0.
001230     05  PE07-GRFC-LAST-COUNT    PIC 9(12)        VALUE 0.
001240     05  PE07-GRFC-LAST-ALLOC    PIC 9(15)        VALUE 0.
001250     05  PE07-GRFC-LAST-USED     PIC 9(15)        VALUE 0.
001260     05  PE07-GRFC-LAST-CI       PIC 9(09)        VALUE 0.
001270     05  PE07-GRFC-LAST-CA       PIC 9(09)        VALUE 0.
001280 01  PE07-GRFC-PRIOR-DATE    PIC 9(08)        VALUE 0.
001290***************************************************************
001300*    ONE PROJECTION -- A FIGURE'S CURRENT VALUE, ITS VALUE AT *
001310*    THE START OF THE TREND, AND THE LIMIT IT IS PROJECTED    *
001320*    TO.                                                      *
001330***************************************************************
001340 01  PE07-GRFC-ITEM.
001350     05  PE07-GRFC-ITEM-CURRENT  PIC 9(15)        VALUE 0.
001360     05  PE07-GRFC-ITEM-START    PIC 9(15)        VALUE 0.
001370     05  PE07-GRFC-ITEM-LIMIT    PIC 9(15)        VALUE 0.
001380     05  PE07-GRFC-ITEM-STATUS   PIC X(01)        VALUE SPACE.
001390         88  PE07-GRFC-ITEM-REACHED      VALUE 'R'.
001400         88  PE07-GRFC-ITEM-DATED        VALUE 'D'.
001410         88  PE07-GRFC-ITEM-FLAT         VALUE 'N'.
001420         88  PE07-GRFC-ITEM-FAR          VALUE 'F'.
001430         88  PE07-GRFC-ITEM-SHORT        VALUE 'S'.
001440     05  PE07-GRFC-ITEM-PROJ-INT PIC 9(08)  COMP  VALUE 0.
001450 77  PE07-GRFC-GROWTH        PIC 9(15)        VALUE 0.
001460 77  PE07-GRFC-REMAINING     PIC 9(15)        VALUE 0.
001470 77  PE07-GRFC-WORK          PIC 9(18)        VALUE 0.
001480 77  PE07-GRFC-PROJ-DAYS     PIC 9(18)        VALUE 0.
001490 77  PE07-GRFC-PROJ-REM      PIC 9(18)        VALUE 0.
001500 77  PE07-GRFC-AHEAD-DAYS    PIC S9(09) COMP  VALUE 0.
001510 77  PE07-GRFC-DIFFERENCE    PIC S9(15)       VALUE 0.
001520 77  PE07-GRFC-RATE          PIC S9(14)V9     VALUE 0.
001530***************************************************************
001540*    PAGE AND LINE CONTROL                                    *
001550***************************************************************
001560     78  PE07-GRFC-LINES-PER-PAGE   VALUE 60.
001570 77  PE07-GRFC-PAGE-NUMBER   PIC 9(05)  COMP  VALUE 0.
001580 77  PE07-GRFC-LINE-COUNT    PIC 9(05)  COMP  VALUE 99.
001590***************************************************************
001600*    DATE EDIT AREAS                                          *
001610***************************************************************
001620 01  PE07-GRFC-DATE-IN       PIC 9(08).
001630 01  PE07-GRFC-DATE-EDIT.
001640     05  PE07-GRFC-EDIT-YYYY     PIC X(04).
001650     05  FILLER                  PIC X(01)   VALUE '-'.
001660     05  PE07-GRFC-EDIT-MM       PIC X(02).
001670     05  FILLER                  PIC X(01)   VALUE '-'.
001680     05  PE07-GRFC-EDIT-DD       PIC X(02).
001690 01  PE07-GRFC-EDIT-DAYS     PIC ZZ9.
001700 01  PE07-GRFC-EDIT-TREND    PIC ZZZZ9.
001710 01  PE07-GRFC-EDIT-RATE     PIC -(14)9.9.
001720 01  PE07-GRFC-EDIT-LIMIT    PIC Z(14)9.
001730***************************************************************
001740*    PAGE HEADING AND COLUMN HEADER LINES                     *
001750***************************************************************
001760 01  PE07-GRFC-HEADING-1.
001770     05  FILLER                  PIC X(10)   VALUE 'PE07GRFC'.
001780     05  FILLER                  PIC X(25)   VALUE SPACES.
001790     05  FILLER                  PIC X(48)   VALUE
001800         'PRIME SEARCH SYSTEM -- GROWTH AND SPACE FORECAST'.
001810     05  FILLER                  PIC X(17)   VALUE SPACES.
001820     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
001830     05  PE07-GRFC-HDG-DATE      PIC X(10).
001840     05  FILLER                  PIC X(03)   VALUE SPACES.
001850     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
001860     05  PE07-GRFC-HDG-PAGE      PIC ZZZZ9.
001870 01  PE07-GRFC-HISTORY-HEADER.
001880     05  FILLER                  PIC X(05)   VALUE SPACES.
001890     05  FILLER                  PIC X(12)   VALUE 'DATE'.
001900     05  FILLER                  PIC X(14)   VALUE
001910         '     RECORDS'.
001920     05  FILLER                  PIC X(14)   VALUE
001930         '   HIGHEST N'.
001940     05  FILLER                  PIC X(14)   VALUE
001950         '  HIGH PRIME'.
001960     05  FILLER                  PIC X(17)   VALUE
001970         '       HI-U-RBA'.
001980     05  FILLER                  PIC X(17)   VALUE
001990         '       HI-A-RBA'.
002000     05  FILLER                  PIC X(05)   VALUE 'EXT'.
002010     05  FILLER                  PIC X(11)   VALUE 'CI SPLITS'.
002020     05  FILLER                  PIC X(11)   VALUE 'CA SPLITS'.
002030     05  FILLER                  PIC X(12)   VALUE 'NOTE'.
002040***************************************************************
002050*    DETAIL, FORECAST, NOTE, AND SECTION LINES                *
002060***************************************************************
002070 01  PE07-GRFC-HISTORY-LINE.
002080     05  FILLER                  PIC X(05)   VALUE SPACES.
002090     05  PE07-GRFC-HST-DATE      PIC X(10).
002100     05  FILLER                  PIC X(02)   VALUE SPACES.
002110     05  PE07-GRFC-HST-COUNT     PIC Z(11)9.
002120     05  FILLER                  PIC X(02)   VALUE SPACES.
002130     05  PE07-GRFC-HST-HIGH-N    PIC Z(11)9.
002140     05  FILLER                  PIC X(02)   VALUE SPACES.
002150     05  PE07-GRFC-HST-PRIME     PIC Z(11)9.
002160     05  FILLER                  PIC X(02)   VALUE SPACES.
002170     05  PE07-GRFC-HST-USED      PIC Z(14)9.
002180     05  FILLER                  PIC X(02)   VALUE SPACES.
002190     05  PE07-GRFC-HST-ALLOC     PIC Z(14)9.
002200     05  FILLER                  PIC X(02)   VALUE SPACES.
002210     05  PE07-GRFC-HST-EXTENTS   PIC ZZ9.
002220     05  FILLER                  PIC X(02)   VALUE SPACES.
002230     05  PE07-GRFC-HST-CI        PIC Z(08)9.
002240     05  FILLER                  PIC X(02)   VALUE SPACES.
002250     05  PE07-GRFC-HST-CA        PIC Z(08)9.
002260     05  FILLER                  PIC X(02)   VALUE SPACES.
002270     05  PE07-GRFC-HST-NOTE      PIC X(12).
002280 01  PE07-GRFC-FORECAST-LINE.
002290     05  FILLER                  PIC X(05)   VALUE SPACES.
002300     05  PE07-GRFC-FCL-CAPTION   PIC X(45).
002310     05  PE07-GRFC-FCL-VALUE     PIC X(36).
002320     05  PE07-GRFC-FCL-FLAG      PIC X(36).
002330     05  FILLER                  PIC X(10)   VALUE SPACES.
002340 01  PE07-GRFC-NOTE-LINE.
002350     05  FILLER                  PIC X(05)   VALUE SPACES.
002360     05  PE07-GRFC-NOTE-TEXT     PIC X(90).
002370     05  FILLER                  PIC X(37)   VALUE SPACES.
002380 01  PE07-GRFC-SECTION-LINE.
002390     05  FILLER                  PIC X(02)   VALUE SPACES.
002400     05  PE07-GRFC-SECTION-TITLE PIC X(60).
002410     05  FILLER                  PIC X(70)   VALUE SPACES.
002420 LINKAGE SECTION.
002430***************************************************************
002440*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD, E.G.         *
002450*    //STEP095  EXEC PGM=PE07-GROWTH-FORECAST,                *
002460*    //             PARM='20000,200,30'                       *
002470***************************************************************
002480 01  PE07-GRFC-PARM-AREA.
002490     05  PE07-GRFC-PARM-LENGTH   PIC S9(4) COMP.
002500     05  PE07-GRFC-PARM-VALUE    PIC X(30).
002510 PROCEDURE DIVISION USING PE07-GRFC-PARM-AREA.
002520***************************************************************
002530*                                                             *
002540*    0000-MAINLINE                                            *
002550*                                                             *
002560***************************************************************
002570 0000-MAINLINE.
002580     PERFORM 1000-OBTAIN-PARAMETERS THRU 1000-EXIT
002590     IF PE07-GRFC-BAD-PARM
002600         DISPLAY 'PE07-E134 INVALID FORECAST PARM -- MUST BE'
002610             ' CI-SPLITS,CA-SPLITS,HORIZON-DAYS, EACH GREATER'
002620             ' THAN ZERO'
002630         MOVE 4 TO RETURN-CODE
002640         GO TO 9999-EXIT
002650     END-IF
002660     OPEN OUTPUT FORECAST-REPORT-FILE
002670     IF NOT PE07-GRFC-REPORT-OK
002680         DISPLAY 'PE07-E135 UNABLE TO OPEN FORECAST-REPORT-FILE,'
002690             ' STATUS ' PE07-GRFC-REPORT-STATUS
002700         MOVE 12 TO RETURN-CODE
002710         GO TO 9999-EXIT
002720     END-IF
002730     ACCEPT PE07-GRFC-RUN-DATE FROM DATE YYYYMMDD
002740     COMPUTE PE07-GRFC-RUN-INT =
002750         FUNCTION INTEGER-OF-DATE(PE07-GRFC-RUN-DATE)
002760     MOVE PE07-GRFC-RUN-DATE TO PE07-GRFC-DATE-IN
002770     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
002780     MOVE PE07-GRFC-DATE-EDIT TO PE07-GRFC-HDG-DATE
002790     PERFORM 2000-FIND-LATEST THRU 2000-EXIT
002800     IF RETURN-CODE = 12
002810         GO TO 8000-WRAP-UP
002820     END-IF
002830     MOVE PE07-GRFC-WINDOW-DAYS TO PE07-GRFC-EDIT-DAYS
002840     MOVE SPACES TO PE07-GRFC-SECTION-TITLE
002850     STRING 'GROWTH HISTORY, LAST ' DELIMITED BY SIZE
002860            PE07-GRFC-EDIT-DAYS     DELIMITED BY SIZE
002870            ' DAYS'                 DELIMITED BY SIZE
002880         INTO PE07-GRFC-SECTION-TITLE
002890     PERFORM 9000-START-SECTION THRU 9000-EXIT
002900     IF PE07-GRFC-HISTORY-COUNT = 0
002910         MOVE 'THE GROWTH HISTORY IS EMPTY -- NOTHING TO PROJECT'
002920             TO PE07-GRFC-NOTE-TEXT
002930         MOVE PE07-GRFC-NOTE-LINE TO PE07-GRFC-PRINT-LINE
002940         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002950         DISPLAY 'PE07-W28 THE GROWTH HISTORY IS EMPTY -- NO'
002960             ' FORECAST'
002970         MOVE 4 TO RETURN-CODE
002980         GO TO 8000-WRAP-UP
002990     END-IF
003000     MOVE PE07-GRFC-HISTORY-HEADER TO PE07-GRFC-PRINT-LINE
003010     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003020     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
003030     PERFORM 3000-PASS-WINDOW THRU 3000-EXIT
003040     IF RETURN-CODE = 12
003050         GO TO 8000-WRAP-UP
003060     END-IF
003070     PERFORM 4000-FORECAST THRU 4000-EXIT
003080     GO TO 8000-WRAP-UP
003090     .
003100***************************************************************
003110*                                                             *
003120*    1000-OBTAIN-PARAMETERS                                   *
003130*                                                             *
003140***************************************************************
003150 1000-OBTAIN-PARAMETERS.
003160     MOVE PE07-GRFC-PARM-LENGTH TO PE07-GRFC-PARM-USE-LEN
003170     IF PE07-GRFC-PARM-USE-LEN < 5 OR PE07-GRFC-PARM-USE-LEN > 30
003180         SET PE07-GRFC-BAD-PARM TO TRUE
003190         GO TO 1000-EXIT
003200     END-IF
003210     MOVE SPACES TO PE07-GRFC-PARM-FIELDS
003220     UNSTRING PE07-GRFC-PARM-VALUE(1:PE07-GRFC-PARM-USE-LEN)
003230         DELIMITED BY ','
003240         INTO PE07-GRFC-PARM-CI   COUNT IN PE07-GRFC-PARM-CI-LEN
003250              PE07-GRFC-PARM-CA   COUNT IN PE07-GRFC-PARM-CA-LEN
003260              PE07-GRFC-PARM-DAYS COUNT IN PE07-GRFC-PARM-DAYS-LEN
003270         TALLYING IN PE07-GRFC-PARM-FIELD-CT
003280         ON OVERFLOW
003290             SET PE07-GRFC-BAD-PARM TO TRUE
003300     END-UNSTRING
003310     IF PE07-GRFC-BAD-PARM
003320             OR PE07-GRFC-PARM-FIELD-CT NOT = 3
003330             OR PE07-GRFC-PARM-CI-LEN < 1
003340             OR PE07-GRFC-PARM-CI-LEN > 9
003350             OR PE07-GRFC-PARM-CA-LEN < 1
003360             OR PE07-GRFC-PARM-CA-LEN > 9
003370             OR PE07-GRFC-PARM-DAYS-LEN < 1
003380             OR PE07-GRFC-PARM-DAYS-LEN > 3
003390         SET PE07-GRFC-BAD-PARM TO TRUE
003400         GO TO 1000-EXIT
003410     END-IF
003420     IF PE07-GRFC-PARM-CI(1:PE07-GRFC-PARM-CI-LEN) IS NOT NUMERIC
003430             OR PE07-GRFC-PARM-CA(1:PE07-GRFC-PARM-CA-LEN)
003440                IS NOT NUMERIC
003450             OR PE07-GRFC-PARM-DAYS(1:PE07-GRFC-PARM-DAYS-LEN)
003460                IS NOT NUMERIC
003470         SET PE07-GRFC-BAD-PARM TO TRUE
003480         GO TO 1000-EXIT
003490     END-IF
003500     MOVE PE07-GRFC-PARM-CI(1:PE07-GRFC-PARM-CI-LEN)
003510         TO PE07-GRFC-CI-THRESHOLD
003520     MOVE PE07-GRFC-PARM-CA(1:PE07-GRFC-PARM-CA-LEN)
003530         TO PE07-GRFC-CA-THRESHOLD
003540     MOVE PE07-GRFC-PARM-DAYS(1:PE07-GRFC-PARM-DAYS-LEN)
003550         TO PE07-GRFC-HORIZON-DAYS
003560     IF PE07-GRFC-CI-THRESHOLD = 0 OR PE07-GRFC-CA-THRESHOLD = 0
003570             OR PE07-GRFC-HORIZON-DAYS = 0
003580         SET PE07-GRFC-BAD-PARM TO TRUE
003590     END-IF
003600     .
003610 1000-EXIT.
003620     EXIT.
003630***************************************************************
003640*                                                             *
003650*    2000-FIND-LATEST                                         *
003660*                                                             *
003670*    FIRST PASS -- THE LATEST NIGHT ON THE HISTORY, FROM      *
003680*    WHICH THE TREND WINDOW IS MEASURED BACK.                 *
003690***************************************************************
003700 2000-FIND-LATEST.
003710     OPEN INPUT GROWTH-HISTORY-FILE
003720     IF NOT PE07-GROWTH-OK
003730         DISPLAY 'PE07-E136 UNABLE TO OPEN GROWTH-HISTORY-FILE,'
003740             ' STATUS ' PE07-GROWTH-STATUS
003750         MOVE 12 TO RETURN-CODE
003760         GO TO 2000-EXIT
003770     END-IF
003780     MOVE 'N' TO PE07-GRFC-EOF-SW
003790     PERFORM 2100-READ-LATEST THRU 2100-EXIT
003800         UNTIL PE07-GRFC-EOF
003810     CLOSE GROWTH-HISTORY-FILE
003820     IF PE07-GRFC-HISTORY-COUNT > 0
003830         COMPUTE PE07-GRFC-WINDOW-INT = PE07-GRFC-LATEST-INT
003840             - PE07-GRFC-WINDOW-DAYS
003850     END-IF
003860     .
003870 2000-EXIT.
003880     EXIT.
003890 2100-READ-LATEST.
003900     READ GROWTH-HISTORY-FILE
003910         AT END
003920             SET PE07-GRFC-EOF TO TRUE
003930             GO TO 2100-EXIT
003940     END-READ
003950     ADD 1 TO PE07-GRFC-HISTORY-COUNT
003960     COMPUTE PE07-GRFC-RECORD-INT =
003970         FUNCTION INTEGER-OF-DATE(PE07-GRH-RUN-DATE)
003980     IF PE07-GRFC-RECORD-INT > PE07-GRFC-LATEST-INT
003990         MOVE PE07-GRFC-RECORD-INT TO PE07-GRFC-LATEST-INT
004000     END-IF
004010     .
004020 2100-EXIT.
004030     EXIT.
004040***************************************************************
004050*                                                             *
004060*    3000-PASS-WINDOW                                         *
004070*                                                             *
004080*    SECOND PASS -- EVERY NIGHT INSIDE THE WINDOW IS LISTED,  *
004090*    AND THE TREND IS TAKEN FROM THE FIRST NIGHT WITH SPACE   *
004100*    FIGURES SINCE THE LAST REORGANIZATION.                   *
004110***************************************************************
004120 3000-PASS-WINDOW.
004130     OPEN INPUT GROWTH-HISTORY-FILE
004140     IF NOT PE07-GROWTH-OK
004150         DISPLAY 'PE07-E136 UNABLE TO OPEN GROWTH-HISTORY-FILE,'
004160             ' STATUS ' PE07-GROWTH-STATUS
004170         MOVE 12 TO RETURN-CODE
004180         GO TO 3000-EXIT
004190     END-IF
004200     MOVE 'N' TO PE07-GRFC-EOF-SW
004210     PERFORM 3100-PASS-ONE-NIGHT THRU 3100-EXIT
004220         UNTIL PE07-GRFC-EOF
004230     CLOSE GROWTH-HISTORY-FILE
004240     .
004250 3000-EXIT.
004260     EXIT.
004270 3100-PASS-ONE-NIGHT.
004280     READ GROWTH-HISTORY-FILE
004290         AT END
004300             SET PE07-GRFC-EOF TO TRUE
004310             GO TO 3100-EXIT
004320     END-READ
004330     COMPUTE PE07-GRFC-RECORD-INT =
004340         FUNCTION INTEGER-OF-DATE(PE07-GRH-RUN-DATE)
004350     IF PE07-GRFC-RECORD-INT < PE07-GRFC-WINDOW-INT
004360         GO TO 3100-EXIT
004370     END-IF
004380     ADD 1 TO PE07-GRFC-WINDOW-COUNT
004390     MOVE SPACES TO PE07-GRFC-HST-NOTE
004400     IF PE07-GRH-RUN-DATE = PE07-GRFC-PRIOR-DATE
004410         MOVE 'RERUN' TO PE07-GRFC-HST-NOTE
004420     END-IF
004430     MOVE PE07-GRH-RUN-DATE TO PE07-GRFC-PRIOR-DATE
004440     IF PE07-GRH-SPACE-MISSING
004450         MOVE 'NO SPACE FIG' TO PE07-GRFC-HST-NOTE
004460         GO TO 3100-PRINT
004470     END-IF
004480     EVALUATE TRUE
004490         WHEN NOT PE07-GRFC-BASE-TAKEN
004500             MOVE 'TREND START' TO PE07-GRFC-HST-NOTE
004510             PERFORM 3200-TAKE-BASE THRU 3200-EXIT
004520         WHEN PE07-GRH-HI-USED-RBA < PE07-GRFC-LAST-USED
004530           OR PE07-GRH-CI-SPLITS   < PE07-GRFC-LAST-CI
004540           OR PE07-GRH-CA-SPLITS   < PE07-GRFC-LAST-CA
004550             MOVE 'REORGANIZED' TO PE07-GRFC-HST-NOTE
004560             PERFORM 3200-TAKE-BASE THRU 3200-EXIT
004570     END-EVALUATE
004580     MOVE PE07-GRH-RUN-DATE      TO PE07-GRFC-LAST-DATE
004590     MOVE PE07-GRFC-RECORD-INT   TO PE07-GRFC-LAST-INT
004600     MOVE PE07-GRH-RECORD-COUNT  TO PE07-GRFC-LAST-COUNT
004610     MOVE PE07-GRH-HI-ALLOC-RBA  TO PE07-GRFC-LAST-ALLOC
004620     MOVE PE07-GRH-HI-USED-RBA   TO PE07-GRFC-LAST-USED
004630     MOVE PE07-GRH-CI-SPLITS     TO PE07-GRFC-LAST-CI
004640     MOVE PE07-GRH-CA-SPLITS     TO PE07-GRFC-LAST-CA
004650     .
004660 3100-PRINT.
004670     MOVE PE07-GRH-RUN-DATE      TO PE07-GRFC-DATE-IN
004680     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
004690     MOVE PE07-GRFC-DATE-EDIT    TO PE07-GRFC-HST-DATE
004700     MOVE PE07-GRH-RECORD-COUNT  TO PE07-GRFC-HST-COUNT
004710     MOVE PE07-GRH-HIGHEST-N     TO PE07-GRFC-HST-HIGH-N
004720     MOVE PE07-GRH-HIGHEST-PRIME TO PE07-GRFC-HST-PRIME
004730     MOVE PE07-GRH-HI-USED-RBA   TO PE07-GRFC-HST-USED
004740     MOVE PE07-GRH-HI-ALLOC-RBA  TO PE07-GRFC-HST-ALLOC
004750     MOVE PE07-GRH-EXTENTS       TO PE07-GRFC-HST-EXTENTS
004760     MOVE PE07-GRH-CI-SPLITS     TO PE07-GRFC-HST-CI
004770     MOVE PE07-GRH-CA-SPLITS     TO PE07-GRFC-HST-CA
004780     MOVE PE07-GRFC-HISTORY-LINE TO PE07-GRFC-PRINT-LINE
004790     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004800     .
004810 3100-EXIT.
004820     EXIT.
004830 3200-TAKE-BASE.
004840     SET PE07-GRFC-BASE-TAKEN TO TRUE
004850     MOVE PE07-GRH-RUN-DATE      TO PE07-GRFC-BASE-DATE
004860     MOVE PE07-GRFC-RECORD-INT   TO PE07-GRFC-BASE-INT
004870     MOVE PE07-GRH-RECORD-COUNT  TO PE07-GRFC-BASE-COUNT
004880     MOVE PE07-GRH-HI-USED-RBA   TO PE07-GRFC-BASE-USED
004890     MOVE PE07-GRH-CI-SPLITS     TO PE07-GRFC-BASE-CI
004900     MOVE PE07-GRH-CA-SPLITS     TO PE07-GRFC-BASE-CA
004910     .
004920 3200-EXIT.
004930     EXIT.
004940***************************************************************
004950*                                                             *
004960*    4000-FORECAST                                            *
004970*                                                             *
004980*    THE TREND PERIOD AND DAILY RATES, THEN ONE PROJECTION    *
004990*    EACH FOR ALLOCATED SPACE, CI SPLITS, AND CA SPLITS.      *
005000***************************************************************
005010 4000-FORECAST.
005020     MOVE 'FORECAST' TO PE07-GRFC-SECTION-TITLE
005030     PERFORM 9000-START-SECTION THRU 9000-EXIT
005040     IF NOT PE07-GRFC-BASE-TAKEN
005050         MOVE SPACES TO PE07-GRFC-NOTE-TEXT
005060         STRING 'NO NIGHT IN THE WINDOW HAS SPACE FIGURES'
005070                    DELIMITED BY SIZE
005080                ' -- NOTHING TO PROJECT FROM' DELIMITED BY SIZE
005090             INTO PE07-GRFC-NOTE-TEXT
005100         MOVE PE07-GRFC-NOTE-LINE TO PE07-GRFC-PRINT-LINE
005110         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005120         DISPLAY 'PE07-W30 NO NIGHT IN THE LAST '
005130             PE07-GRFC-EDIT-DAYS ' DAYS HAS SPACE FIGURES --'
005140             ' NO FORECAST'
005150         MOVE 4 TO RETURN-CODE
005160         GO TO 4000-EXIT
005170     END-IF
005180     COMPUTE PE07-GRFC-TREND-DAYS = PE07-GRFC-LAST-INT
005190         - PE07-GRFC-BASE-INT
005200     MOVE SPACES TO PE07-GRFC-FORECAST-LINE
005210     MOVE 'TREND PERIOD' TO PE07-GRFC-FCL-CAPTION
005220     MOVE PE07-GRFC-BASE-DATE TO PE07-GRFC-DATE-IN
005230     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
005240     MOVE PE07-GRFC-DATE-EDIT TO PE07-GRFC-FCL-VALUE(1:10)
005250     MOVE ' TO ' TO PE07-GRFC-FCL-VALUE(11:4)
005260     MOVE PE07-GRFC-LAST-DATE TO PE07-GRFC-DATE-IN
005270     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
005280     MOVE PE07-GRFC-DATE-EDIT TO PE07-GRFC-FCL-VALUE(15:10)
005290     MOVE PE07-GRFC-TREND-DAYS TO PE07-GRFC-EDIT-TREND
005300     MOVE SPACES TO PE07-GRFC-FCL-FLAG
005310     STRING '(' DELIMITED BY SIZE
005320            PE07-GRFC-EDIT-TREND DELIMITED BY SIZE
005330            ' DAYS)' DELIMITED BY SIZE
005340         INTO PE07-GRFC-FCL-FLAG
005350     PERFORM 4900-PRINT-FORECAST-LINE THRU 4900-EXIT
005360     IF PE07-GRFC-TREND-DAYS >= PE07-GRFC-MINIMUM-DAYS
005370         MOVE 'RECORDS ADDED PER DAY' TO PE07-GRFC-FCL-CAPTION
005380         COMPUTE PE07-GRFC-DIFFERENCE = PE07-GRFC-LAST-COUNT
005390             - PE07-GRFC-BASE-COUNT
005400         PERFORM 4800-PRINT-RATE THRU 4800-EXIT
005410         MOVE 'HI-U-RBA GROWTH PER DAY (BYTES)'
005420             TO PE07-GRFC-FCL-CAPTION
005430         COMPUTE PE07-GRFC-DIFFERENCE = PE07-GRFC-LAST-USED
005440             - PE07-GRFC-BASE-USED
005450         PERFORM 4800-PRINT-RATE THRU 4800-EXIT
005460         MOVE 'CI SPLITS PER DAY' TO PE07-GRFC-FCL-CAPTION
005470         COMPUTE PE07-GRFC-DIFFERENCE = PE07-GRFC-LAST-CI
005480             - PE07-GRFC-BASE-CI
005490         PERFORM 4800-PRINT-RATE THRU 4800-EXIT
005500         MOVE 'CA SPLITS PER DAY' TO PE07-GRFC-FCL-CAPTION
005510         COMPUTE PE07-GRFC-DIFFERENCE = PE07-GRFC-LAST-CA
005520             - PE07-GRFC-BASE-CA
005530         PERFORM 4800-PRINT-RATE THRU 4800-EXIT
005540     END-IF
005550     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
005560     MOVE PE07-GRFC-LAST-USED  TO PE07-GRFC-ITEM-CURRENT
005570     MOVE PE07-GRFC-BASE-USED  TO PE07-GRFC-ITEM-START
005580     MOVE PE07-GRFC-LAST-ALLOC TO PE07-GRFC-ITEM-LIMIT
005590     MOVE 'ALLOCATED SPACE USED (HI-U-RBA = HI-A-RBA)'
005600         TO PE07-GRFC-FCL-CAPTION
005610     PERFORM 4100-PROJECT-ITEM THRU 4100-EXIT
005620     MOVE PE07-GRFC-LAST-CI    TO PE07-GRFC-ITEM-CURRENT
005630     MOVE PE07-GRFC-BASE-CI    TO PE07-GRFC-ITEM-START
005640     MOVE PE07-GRFC-CI-THRESHOLD TO PE07-GRFC-ITEM-LIMIT
005650     MOVE PE07-GRFC-CI-THRESHOLD TO PE07-GRFC-EDIT-LIMIT
005660     MOVE SPACES TO PE07-GRFC-FCL-CAPTION
005670     STRING 'CI SPLITS REACH' DELIMITED BY SIZE
005680            PE07-GRFC-EDIT-LIMIT DELIMITED BY SIZE
005690         INTO PE07-GRFC-FCL-CAPTION
005700     PERFORM 4100-PROJECT-ITEM THRU 4100-EXIT
005710     MOVE PE07-GRFC-LAST-CA    TO PE07-GRFC-ITEM-CURRENT
005720     MOVE PE07-GRFC-BASE-CA    TO PE07-GRFC-ITEM-START
005730     MOVE PE07-GRFC-CA-THRESHOLD TO PE07-GRFC-ITEM-LIMIT
005740     MOVE PE07-GRFC-CA-THRESHOLD TO PE07-GRFC-EDIT-LIMIT
005750     MOVE SPACES TO PE07-GRFC-FCL-CAPTION
005760     STRING 'CA SPLITS REACH' DELIMITED BY SIZE
005770            PE07-GRFC-EDIT-LIMIT DELIMITED BY SIZE
005780         INTO PE07-GRFC-FCL-CAPTION
005790     PERFORM 4100-PROJECT-ITEM THRU 4100-EXIT
005800     .
005810 4000-EXIT.
005820     EXIT.
005830***************************************************************
005840*    ONE PROJECTION.  A LIMIT ALREADY REACHED IS DATED THE    *
005850*    LATEST NIGHT; OTHERWISE THE REMAINING DISTANCE IS        *
005860*    COVERED AT THE TREND'S DAILY RATE, ROUNDED UP TO A WHOLE *
005870*    DAY.  A DATE INSIDE THE HORIZON, COUNTED FROM TODAY, IS  *
005880*    A WARNING.                                               *
005890***************************************************************
005900 4100-PROJECT-ITEM.
005910     MOVE SPACES TO PE07-GRFC-FCL-VALUE
005920     MOVE SPACES TO PE07-GRFC-FCL-FLAG
005930     EVALUATE TRUE
005940         WHEN PE07-GRFC-ITEM-CURRENT >= PE07-GRFC-ITEM-LIMIT
005950             SET PE07-GRFC-ITEM-REACHED TO TRUE
005960             MOVE PE07-GRFC-LAST-INT TO PE07-GRFC-ITEM-PROJ-INT
005970         WHEN PE07-GRFC-TREND-DAYS < PE07-GRFC-MINIMUM-DAYS
005980             SET PE07-GRFC-ITEM-SHORT TO TRUE
005990         WHEN PE07-GRFC-ITEM-CURRENT NOT > PE07-GRFC-ITEM-START
006000             SET PE07-GRFC-ITEM-FLAT TO TRUE
006010         WHEN OTHER
006020             PERFORM 4200-PROJECT-DATE THRU 4200-EXIT
006030     END-EVALUATE
006040     EVALUATE TRUE
006050         WHEN PE07-GRFC-ITEM-SHORT
006060             MOVE 'NOT PROJECTED -- TREND UNDER 7 DAYS'
006070                 TO PE07-GRFC-FCL-VALUE
006080         WHEN PE07-GRFC-ITEM-FLAT
006090             MOVE 'NOT GROWING' TO PE07-GRFC-FCL-VALUE
006100         WHEN PE07-GRFC-ITEM-FAR
006110             MOVE 'MORE THAN 100 YEARS AWAY'
006120                 TO PE07-GRFC-FCL-VALUE
006130         WHEN OTHER
006140             COMPUTE PE07-GRFC-DATE-IN = FUNCTION DATE-OF-INTEGER
006150                 (PE07-GRFC-ITEM-PROJ-INT)
006160             PERFORM 9300-EDIT-DATE THRU 9300-EXIT
006170             MOVE PE07-GRFC-DATE-EDIT TO PE07-GRFC-FCL-VALUE(1:10)
006180             IF PE07-GRFC-ITEM-REACHED
006190                 MOVE ' (ALREADY REACHED)'
006200                     TO PE07-GRFC-FCL-VALUE(11:)
006210             END-IF
006220             COMPUTE PE07-GRFC-AHEAD-DAYS =
006230                 PE07-GRFC-ITEM-PROJ-INT - PE07-GRFC-RUN-INT
006240             IF PE07-GRFC-AHEAD-DAYS NOT > PE07-GRFC-HORIZON-DAYS
006250                 PERFORM 4300-WARN THRU 4300-EXIT
006260             END-IF
006270     END-EVALUATE
006280     PERFORM 4900-PRINT-FORECAST-LINE THRU 4900-EXIT
006290     .
006300 4100-EXIT.
006310     EXIT.
006320 4200-PROJECT-DATE.
006330     COMPUTE PE07-GRFC-GROWTH = PE07-GRFC-ITEM-CURRENT
006340         - PE07-GRFC-ITEM-START
006350     COMPUTE PE07-GRFC-REMAINING = PE07-GRFC-ITEM-LIMIT
006360         - PE07-GRFC-ITEM-CURRENT
006370     MULTIPLY PE07-GRFC-REMAINING BY PE07-GRFC-TREND-DAYS
006380         GIVING PE07-GRFC-WORK
006390     DIVIDE PE07-GRFC-WORK BY PE07-GRFC-GROWTH
006400         GIVING PE07-GRFC-PROJ-DAYS
006410         REMAINDER PE07-GRFC-PROJ-REM
006420     IF PE07-GRFC-PROJ-REM > 0
006430         ADD 1 TO PE07-GRFC-PROJ-DAYS
006440     END-IF
006450     IF PE07-GRFC-PROJ-DAYS > PE07-GRFC-FAR-DAYS
006460         SET PE07-GRFC-ITEM-FAR TO TRUE
006470         GO TO 4200-EXIT
006480     END-IF
006490     SET PE07-GRFC-ITEM-DATED TO TRUE
006500     COMPUTE PE07-GRFC-ITEM-PROJ-INT = PE07-GRFC-LAST-INT
006510         + PE07-GRFC-PROJ-DAYS
006520     .
006530 4200-EXIT.
006540     EXIT.
006550 4300-WARN.
006560     ADD 1 TO PE07-GRFC-WARNINGS
006570     MOVE PE07-GRFC-HORIZON-DAYS TO PE07-GRFC-EDIT-DAYS
006580     STRING '*** WITHIN THE ' DELIMITED BY SIZE
006590            PE07-GRFC-EDIT-DAYS DELIMITED BY SIZE
006600            '-DAY HORIZON ***' DELIMITED BY SIZE
006610         INTO PE07-GRFC-FCL-FLAG
006620     DISPLAY 'PE07-W29 ' PE07-GRFC-FCL-CAPTION(1:45)
006630         ' -- ' PE07-GRFC-FCL-VALUE(1:10)
006640     .
006650 4300-EXIT.
006660     EXIT.
006670 4800-PRINT-RATE.
006680     DIVIDE PE07-GRFC-DIFFERENCE BY PE07-GRFC-TREND-DAYS
006690         GIVING PE07-GRFC-RATE ROUNDED
006700     MOVE PE07-GRFC-RATE TO PE07-GRFC-EDIT-RATE
006710     MOVE PE07-GRFC-EDIT-RATE TO PE07-GRFC-FCL-VALUE
006720     MOVE SPACES TO PE07-GRFC-FCL-FLAG
006730     PERFORM 4900-PRINT-FORECAST-LINE THRU 4900-EXIT
006740     .
006750 4800-EXIT.
006760     EXIT.
006770 4900-PRINT-FORECAST-LINE.
006780     MOVE PE07-GRFC-FORECAST-LINE TO PE07-GRFC-PRINT-LINE
006790     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006800     .
006810 4900-EXIT.
006820     EXIT.
006830***************************************************************
006840*                                                             *
006850*    8000-WRAP-UP                                             *
006860*                                                             *
006870***************************************************************
006880 8000-WRAP-UP.
006890     CLOSE FORECAST-REPORT-FILE
006900     IF RETURN-CODE = 12
006910         GO TO 9999-EXIT
006920     END-IF
006930     IF PE07-GRFC-WARNINGS > 0
006940         MOVE 4 TO RETURN-CODE
006950     END-IF
006960     DISPLAY 'PE07-I40 GROWTH FORECAST -- '
006970         PE07-GRFC-WINDOW-COUNT ' NIGHTS IN THE WINDOW, '
006980         PE07-GRFC-WARNINGS ' DATE(S) WITHIN THE HORIZON'
006990     GO TO 9999-EXIT
007000     .
007010***************************************************************
007020*                                                             *
007030*    9000-START-SECTION                                       *
007040*                                                             *
007050***************************************************************
007060 9000-START-SECTION.
007070     IF PE07-GRFC-PAGE-NUMBER = 0
007080         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
007090     ELSE
007100         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007110     END-IF
007120     MOVE PE07-GRFC-SECTION-LINE TO PE07-GRFC-PRINT-LINE
007130     WRITE PE07-GRFC-PRINT-LINE AFTER ADVANCING 2 LINES
007140     ADD 2 TO PE07-GRFC-LINE-COUNT
007150     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007160     .
007170 9000-EXIT.
007180     EXIT.
007190***************************************************************
007200*                                                             *
007210*    9100-WRITE-REPORT-LINE                                   *
007220*                                                             *
007230***************************************************************
007240 9100-WRITE-REPORT-LINE.
007250     IF PE07-GRFC-LINE-COUNT >= PE07-GRFC-LINES-PER-PAGE
007260         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
007270     END-IF
007280     WRITE PE07-GRFC-PRINT-LINE AFTER ADVANCING 1 LINE
007290     ADD 1 TO PE07-GRFC-LINE-COUNT
007300     GO TO 9100-EXIT
007310     .
007320 9100-WRITE-BLANK-LINE.
007330     MOVE SPACES TO PE07-GRFC-PRINT-LINE
007340     WRITE PE07-GRFC-PRINT-LINE AFTER ADVANCING 1 LINE
007350     ADD 1 TO PE07-GRFC-LINE-COUNT
007360     .
007370 9100-EXIT.
007380     EXIT.
007390***************************************************************
007400*                                                             *
007410*    9200-PAGE-HEADINGS                                       *
007420*                                                             *
007430***************************************************************
007440 9200-PAGE-HEADINGS.
007450     ADD 1 TO PE07-GRFC-PAGE-NUMBER
007460     MOVE PE07-GRFC-PAGE-NUMBER TO PE07-GRFC-HDG-PAGE
007470     MOVE PE07-GRFC-HEADING-1 TO PE07-GRFC-PRINT-LINE
007480     WRITE PE07-GRFC-PRINT-LINE AFTER ADVANCING PAGE
007490     MOVE 1 TO PE07-GRFC-LINE-COUNT
007500     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007510     .
007520 9200-EXIT.
007530     EXIT.
007540 9300-EDIT-DATE.
007550     MOVE PE07-GRFC-DATE-IN(1:4) TO PE07-GRFC-EDIT-YYYY
007560     MOVE PE07-GRFC-DATE-IN(5:2) TO PE07-GRFC-EDIT-MM
007570     MOVE PE07-GRFC-DATE-IN(7:2) TO PE07-GRFC-EDIT-DD
007580     .
007590 9300-EXIT.
007600     EXIT.
007610 9999-EXIT.
007620     STOP RUN.
007630 END PROGRAM PE07-GROWTH-FORECAST.
