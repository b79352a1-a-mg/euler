000010***************************************************************
000020*                                                             *
000030*    PE07LDGR:                                                *
000040*                                                             *
000050*    NIGHTLY RUN CONTROL LEDGER.  PE07BAL PROVES EACH         *
000060*    INTERFACE FILE ON ITS OWN; THIS PROGRAM PROVES THE NIGHT *
000070*    AS A WHOLE.  IT RUNS TWICE IN PE07JOB.                   *
000080*                                                             *
000090*    AS THE FIRST STEP, WITH PARM='OPEN', IT BROWSES          *
000100*    PRIME-MASTER AND REWRITES THE ONE-RECORD OPENING FILE    *
000110*    (PE07LDO) WITH THE MASTER'S CONTROL TOTALS -- RECORD     *
000120*    COUNT, HIGHEST N, HIGHEST PRIME -- AND THE DATE AND TIME *
000130*    THEY WERE TAKEN.                                         *
000140*                                                             *
000150*    AS THE CLOSING STEP, WITH NO PARM, IT TAKES THE SAME     *
000160*    TOTALS AGAIN AND CROSS-CHECKS THE NIGHT BETWEEN THE TWO. *
000170*    EVERY AUDIT, EVENT, AND OUTPUT RECORD STAMPED AT OR      *
000180*    AFTER THE OPENING, AND EVERY RESPONSE DATED ON OR AFTER  *
000190*    IT, BELONGS TO THE NIGHT:                                *
000200*                                                             *
000210*      1  MASTER RECORDS ADDED MUST EQUAL THE GROWTH IN       *
000220*         HIGHEST N.                                          *
000230*      2  PRIMEOUT DETAILS MUST EQUAL THE SEARCH AUDIT        *
000240*         RECORDS, AND EVERY PRIMEOUT HEADER MUST HAVE A      *
000250*         TRAILER COUNTING ITS DETAILS.                       *
000260*      3  AFTER A BATCH SEARCH, THE PRIMEOUT TRAILER COUNT    *
000270*         MUST EQUAL THE FULFILLED RESPONSES ON RESPFILE.     *
000280*      4  EVERY REQUEST SUBMITTED MUST HAVE A RESPONSE.       *
000281*         A RESPONSE CARRIED FOR A REQUEST QUEUED ON AN       *
000282*         EARLIER NIGHT IS COUNTED APART AND NOTED.           *
000290*      5  EVERY SEARCH-PROGRAM STEP THAT RAN MUST HAVE        *
000300*         WRITTEN ITS RUNSUMRY EVENT TRAILER.                 *
000310*      6  A SNAPSHOT PUBLISHED TONIGHT MUST CARRY THE CLOSING *
000320*         MASTER TOTALS, AND A CLEAN SEARCH MUST HAVE         *
000330*         PUBLISHED ONE.                                      *
000340*                                                             *
000350*    PRINTS A ONE-PAGE LEDGER FOR OPERATIONS TO SIGN OFF AND  *
000360*    APPENDS ONE PE07LDG RECORD TO THE LEDGER HISTORY.  AN    *
000370*    INPUT OTHER THAN THE MASTER AND THE OPENING FILE THAT    *
000380*    CANNOT BE OPENED IS COUNTED AS EMPTY AND NOTED ON THE    *
000390*    LEDGER, SO ANY CHECK IT FEEDS BREAKS RATHER THAN PASSES  *
000400*    UNSEEN.  ENDS RC=0 WHEN THE NIGHT BALANCES, RC=4 FOR AN  *
000410*    INVALID PARM, RC=8 ON ANY BREAK, AND RC=12 ON A FILE     *
000420*    ERROR (NO HISTORY RECORD IS WRITTEN).                    *
000430*                                                             *
000440***************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     PE07-RUN-LEDGER.
000470 AUTHOR.         A M GRIFFITHS.
000480 INSTALLATION.   BATCH APPLICATIONS.
000490 DATE-WRITTEN.   2026-10-15.
000500 DATE-COMPILED.  2026-10-15.
000510***************************************************************
000520*                                                             *
000530*    MODIFICATION HISTORY                                     *
000540*                                                             *
000550*    DATE        INIT  DESCRIPTION                            *
000560*    ----------  ----  -------------------------------------- *
000570*    2026-10-15  AMG   ORIGINAL PROGRAM.                       *
000571*    2026-10-15  AMG   RESPONSES CARRIED FOR QUEUED REQUESTS  *
000572*                      ARE KEPT OUT OF THE CHECK 4 COUNT.     *
000580*                                                             *
000590***************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PRIME-MASTER ASSIGN TO PRIMEMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS PE07-PM-N
000680         FILE STATUS IS PE07-MASTER-STATUS.
000690     SELECT LEDGER-OPENING-FILE ASSIGN TO LDGROPEN
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PE07-OPENING-STATUS.
000720     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS PE07-AUDIT-STATUS.
000750     SELECT EVENT-LOG-FILE ASSIGN TO EVENTLOG
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS PE07-EVENT-STATUS.
000780     SELECT PRIME-OUTPUT-FILE ASSIGN TO PRIMEOUT
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS PE07-OUTPUT-STATUS.
000810     SELECT RESPONSE-FILE ASSIGN TO RESPFILE
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS PE07-RESPONSE-STATUS.
000840     SELECT REQUEST-FILE ASSIGN TO REQFILE
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS PE07-REQUEST-STATUS.
000870     SELECT SNAPSHOT-CURRENCY-FILE ASSIGN TO SNAPCURR
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS PE07-SNAPCURR-STATUS.
000900     SELECT LEDGER-HISTORY-FILE ASSIGN TO LDGRHIST
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS PE07-HISTORY-STATUS.
000930     SELECT LEDGER-REPORT-FILE ASSIGN TO LDGRRPT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS PE07-LDGR-REPORT-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  PRIME-MASTER.
000990 COPY PE07MSTR.
001000 FD  LEDGER-OPENING-FILE
001005     RECORDING MODE IS F.
001010 COPY PE07LDO.
001020 FD  AUDIT-LOG-FILE
001025     RECORDING MODE IS F.
001030 COPY PE07AUD.
001040 FD  EVENT-LOG-FILE
001045     RECORDING MODE IS F.
001050 COPY PE07EVT.
001060 FD  PRIME-OUTPUT-FILE
001065     RECORDING MODE IS F.
001070 COPY PE07OUT.
001080 FD  RESPONSE-FILE
001085     RECORDING MODE IS F.
001090 COPY PE07RSP.
001100 FD  REQUEST-FILE
001105     RECORDING MODE IS F.
001110 COPY PE07REQ.
001120 FD  SNAPSHOT-CURRENCY-FILE
001125     RECORDING MODE IS F.
001130 COPY PE07SNC.
001140 FD  LEDGER-HISTORY-FILE
001145     RECORDING MODE IS F.
001150 COPY PE07LDG.
001160 FD  LEDGER-REPORT-FILE
001170     RECORDING MODE IS F.
001180 01  PE07-LDGR-PRINT-LINE    PIC X(132).
001190 WORKING-STORAGE SECTION.
001200***************************************************************
001210*    FILE STATUS FIELDS AND SWITCHES                          *
001220***************************************************************
001230 01  PE07-MASTER-STATUS      PIC X(02).
001240     88  PE07-MASTER-OK              VALUE '00'.
001250 01  PE07-OPENING-STATUS     PIC X(02).
001260     88  PE07-OPENING-OK             VALUE '00'.
001270 01  PE07-AUDIT-STATUS       PIC X(02).
001280     88  PE07-AUDIT-OK               VALUE '00'.
001290 01  PE07-EVENT-STATUS       PIC X(02).
001300     88  PE07-EVENT-OK               VALUE '00'.
001310 01  PE07-OUTPUT-STATUS      PIC X(02).
001320     88  PE07-OUTPUT-OK              VALUE '00'.
001330 01  PE07-RESPONSE-STATUS    PIC X(02).
001340     88  PE07-RESPONSE-OK            VALUE '00'.
001350 01  PE07-REQUEST-STATUS     PIC X(02).
001360     88  PE07-REQUEST-OK             VALUE '00'.
001370 01  PE07-SNAPCURR-STATUS    PIC X(02).
001380     88  PE07-SNAPCURR-OK            VALUE '00'.
001390 01  PE07-HISTORY-STATUS     PIC X(02).
001400     88  PE07-HISTORY-OK             VALUE '00'.
001410 01  PE07-LDGR-REPORT-STATUS PIC X(02).
001420     88  PE07-LDGR-REPORT-OK         VALUE '00'.
001430 01  PE07-LDGR-SWITCHES.
001440     05  PE07-LDGR-BAD-PARM-SW   PIC X(01)   VALUE 'N'.
001450         88  PE07-LDGR-BAD-PARM          VALUE 'Y'.
001460     05  PE07-LDGR-RUN-SW        PIC X(01)   VALUE 'C'.
001470         88  PE07-LDGR-OPENING-RUN       VALUE 'O'.
001480         88  PE07-LDGR-CLOSING-RUN       VALUE 'C'.
001490     05  PE07-LDGR-EOF-SW        PIC X(01)   VALUE 'N'.
001500         88  PE07-LDGR-EOF               VALUE 'Y'.
001510     05  PE07-LDGR-AUDIT-SW      PIC X(01)   VALUE 'Y'.
001520         88  PE07-LDGR-AUDIT-READ        VALUE 'Y'.
001530     05  PE07-LDGR-EVENT-SW      PIC X(01)   VALUE 'Y'.
001540         88  PE07-LDGR-EVENT-READ        VALUE 'Y'.
001550     05  PE07-LDGR-OUTPUT-SW     PIC X(01)   VALUE 'Y'.
001560         88  PE07-LDGR-OUTPUT-READ       VALUE 'Y'.
001570     05  PE07-LDGR-RESPONSE-SW   PIC X(01)   VALUE 'Y'.
001580         88  PE07-LDGR-RESPONSE-READ     VALUE 'Y'.
001590     05  PE07-LDGR-REQUEST-SW    PIC X(01)   VALUE 'Y'.
001600         88  PE07-LDGR-REQUEST-READ      VALUE 'Y'.
001610     05  PE07-LDGR-SNAPCURR-SW   PIC X(01)   VALUE 'Y'.
001620         88  PE07-LDGR-SNAPCURR-READ     VALUE 'Y'.
001630     05  PE07-LDGR-SNC-NEW-SW    PIC X(01)   VALUE 'N'.
001640         88  PE07-LDGR-SNC-TONIGHT       VALUE 'Y'.
001650     05  PE07-LDGR-SEGMENT-SW    PIC X(01)   VALUE 'N'.
001660         88  PE07-LDGR-IN-SEGMENT        VALUE 'Y'.
001670     05  PE07-LDGR-BATCH-SW      PIC X(01)   VALUE 'N'.
001680         88  PE07-LDGR-BATCH-SEARCH      VALUE 'Y'.
001690     05  PE07-LDGR-SEARCH-RC-SW  PIC X(01)   VALUE 'N'.
001700         88  PE07-LDGR-SEARCH-RC-SEEN    VALUE 'Y'.
001710***************************************************************
001720*    THE NIGHT'S WINDOW.  EVERY STAMP IS HELD AS DATE AND     *
001730*    TIME SIDE BY SIDE, SO ONE SIXTEEN-DIGIT COMPARE ORDERS   *
001740*    IT ACROSS MIDNIGHT.                                      *
001750***************************************************************
001760 01  PE07-LDGR-OPEN-STAMP.
001770     05  PE07-LDGR-OPEN-DATE     PIC 9(08).
001780     05  PE07-LDGR-OPEN-TIME     PIC 9(08).
001790 01  PE07-LDGR-OPEN-STAMP-N REDEFINES PE07-LDGR-OPEN-STAMP
001800                             PIC 9(16).
001810 01  PE07-LDGR-REC-STAMP.
001820     05  PE07-LDGR-REC-DATE      PIC 9(08).
001830     05  PE07-LDGR-REC-TIME      PIC 9(08).
001840 01  PE07-LDGR-REC-STAMP-N REDEFINES PE07-LDGR-REC-STAMP
001850                             PIC 9(16).
001860 01  PE07-LDGR-RUN-TIME      PIC 9(08).
001870***************************************************************
001880*    MASTER CONTROL TOTALS -- AS TAKEN NOW, AND THE OPENING   *
001890*    TOTALS READ BACK FROM THE OPENING FILE                   *
001900***************************************************************
001910 77  PE07-LDGR-RECORD-COUNT  PIC 9(12)        VALUE 0.
001920 77  PE07-LDGR-HIGHEST-N     PIC 9(12)        VALUE 0.
001930 77  PE07-LDGR-HIGHEST-PRIME PIC 9(12)        VALUE 0.
001940 77  PE07-LDGR-OPEN-COUNT    PIC 9(12)        VALUE 0.
001950 77  PE07-LDGR-OPEN-HIGH-N   PIC 9(12)        VALUE 0.
001960 77  PE07-LDGR-OPEN-HIGH-PRM PIC 9(12)        VALUE 0.
001970 77  PE07-LDGR-RECORDS-ADDED PIC S9(12)       VALUE 0.
001980 77  PE07-LDGR-N-GROWTH      PIC S9(12)       VALUE 0.
001990 77  PE07-LDGR-PRIME-GROWTH  PIC S9(12)       VALUE 0.
002000***************************************************************
002010*    THE NIGHT'S COUNTS, TALLIED FROM EACH INPUT              *
002020***************************************************************
002030 77  PE07-LDGR-AUDIT-COUNT   PIC 9(09)  COMP  VALUE 0.
002040 77  PE07-LDGR-OUT-HEADERS   PIC 9(09)  COMP  VALUE 0.
002050 77  PE07-LDGR-OUT-TRAILERS  PIC 9(09)  COMP  VALUE 0.
002060 77  PE07-LDGR-OUT-DETAILS   PIC 9(09)  COMP  VALUE 0.
002070 77  PE07-LDGR-OUT-TRL-TOTAL PIC 9(09)  COMP  VALUE 0.
002080 77  PE07-LDGR-OUT-OPEN-SEGS PIC 9(09)  COMP  VALUE 0.
002090 77  PE07-LDGR-FULFILLED-CNT PIC 9(09)  COMP  VALUE 0.
002100 77  PE07-LDGR-RESPONSE-CNT  PIC 9(09)  COMP  VALUE 0.
002105 77  PE07-LDGR-CARRIED-CNT   PIC 9(09)  COMP  VALUE 0.
002110 77  PE07-LDGR-REQUEST-CNT   PIC 9(09)  COMP  VALUE 0.
002120 77  PE07-LDGR-SEARCH-RC     PIC 9(02)        VALUE 0.
002130 77  PE07-LDGR-SNC-COUNT     PIC 9(12)        VALUE 0.
002140 77  PE07-LDGR-SNC-HIGH-N    PIC 9(12)        VALUE 0.
002150 77  PE07-LDGR-SNC-HIGH-PRM  PIC 9(12)        VALUE 0.
002160***************************************************************
002170*    THE PRIMEOUT BANNERS ARE READ THROUGH THE COMMON SHAPE   *
002180***************************************************************
002190 COPY PE07HDT.
002200***************************************************************
002210*    THE THREE STEPS THAT WRITE THE EVENT LOG -- THE          *
002220*    RECONCILIATION (MODE C, EVERY NIGHT), THE SEARCH (MODE S *
002230*    OR B), AND THE RANGE (MODE R, AFTER A CLEAN SEARCH) --   *
002240*    WITH THE DETAIL EVENTS AND RUNSUMRY TRAILERS EACH WROTE  *
002250***************************************************************
002260 01  PE07-LDGR-STEP-TABLE.
002270     05  PE07-LDGR-STEP-ENTRY    OCCURS 3 TIMES.
002280         10  PE07-LDGR-STEP-NAME     PIC X(14).
002290         10  PE07-LDGR-STEP-EVENTS   PIC 9(07)  COMP.
002300         10  PE07-LDGR-STEP-SUMMARY  PIC 9(07)  COMP.
002310         10  PE07-LDGR-STEP-RAN-SW   PIC X(01).
002320             88  PE07-LDGR-STEP-RAN          VALUE 'Y'.
002330 77  PE07-LDGR-STEP-SUB      PIC 9(04)  COMP  VALUE 0.
002340 77  PE07-LDGR-STEPS-RUN     PIC 9(02)        VALUE 0.
002350 77  PE07-LDGR-STEPS-REPORTED PIC 9(02)       VALUE 0.
002360***************************************************************
002370*    CHECK RESULTS                                            *
002380***************************************************************
002390 77  PE07-LDGR-CHECK-NO      PIC 9(04)  COMP  VALUE 0.
002400 77  PE07-LDGR-BREAK-COUNT   PIC 9(03)        VALUE 0.
002410 77  PE07-LDGR-EXPECTED      PIC S9(12)       VALUE 0.
002420 77  PE07-LDGR-ACTUAL        PIC S9(12)       VALUE 0.
002430 01  PE07-LDGR-CHECK-RESULTS.
002440     05  PE07-LDGR-CHECK-SAVE    PIC X(01)   OCCURS 6 TIMES.
002450 01  PE07-LDGR-RESULT        PIC X(01).
002460     88  PE07-LDGR-RESULT-OK         VALUE 'O'.
002470     88  PE07-LDGR-RESULT-BREAK      VALUE 'B'.
002480     88  PE07-LDGR-RESULT-NA         VALUE 'N'.
002490***************************************************************
002500*    PAGE AND LINE CONTROL                                    *
002510***************************************************************
002520     78  PE07-LDGR-LINES-PER-PAGE   VALUE 60.
002530 77  PE07-LDGR-PAGE-NUMBER   PIC 9(05)  COMP  VALUE 0.
002540 77  PE07-LDGR-LINE-COUNT    PIC 9(05)  COMP  VALUE 99.
002550***************************************************************
002560*    RUN DATE, RAW AND EDITED FOR THE PAGE HEADING, AND THE   *
002570*    OPENING STAMP EDITED FOR THE TOTALS SECTION              *
002580***************************************************************
002590 01  PE07-LDGR-RUN-DATE      PIC 9(08).
002600 01  PE07-LDGR-DATE-EDIT.
002610     05  PE07-LDGR-EDIT-YYYY     PIC X(04).
002620     05  FILLER                  PIC X(01)   VALUE '-'.
002630     05  PE07-LDGR-EDIT-MM       PIC X(02).
002640     05  FILLER                  PIC X(01)   VALUE '-'.
002650     05  PE07-LDGR-EDIT-DD       PIC X(02).
002660 01  PE07-LDGR-TIME-EDIT.
002670     05  PE07-LDGR-EDIT-HH       PIC X(02).
002680     05  FILLER                  PIC X(01)   VALUE ':'.
002690     05  PE07-LDGR-EDIT-MI       PIC X(02).
002700     05  FILLER                  PIC X(01)   VALUE ':'.
002710     05  PE07-LDGR-EDIT-SS       PIC X(02).
002720 01  PE07-LDGR-EDIT-COUNT    PIC Z(08)9.
002730 01  PE07-LDGR-EDIT-BREAKS   PIC 9(01).
002740***************************************************************
002750*    PAGE HEADING AND COLUMN HEADER LINES                     *
002760***************************************************************
002770 01  PE07-LDGR-HEADING-1.
002780     05  FILLER                  PIC X(10)   VALUE 'PE07LDGR'.
002790     05  FILLER                  PIC X(24)   VALUE SPACES.
002800     05  FILLER                  PIC X(49)   VALUE
002810         'PRIME SEARCH SYSTEM -- NIGHTLY RUN CONTROL LEDGER'.
002820     05  FILLER                  PIC X(17)   VALUE SPACES.
002830     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
002840     05  PE07-LDGR-HDG-DATE      PIC X(10).
002850     05  FILLER                  PIC X(03)   VALUE SPACES.
002860     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
002870     05  PE07-LDGR-HDG-PAGE      PIC ZZZZ9.
002880 01  PE07-LDGR-TOTALS-HEADER.
002890     05  FILLER                  PIC X(05)   VALUE SPACES.
002900     05  FILLER                  PIC X(30)   VALUE
002910         'CONTROL TOTAL'.
002920     05  FILLER                  PIC X(16)   VALUE
002930         '         OPENING'.
002940     05  FILLER                  PIC X(16)   VALUE
002950         '         CLOSING'.
002960     05  FILLER                  PIC X(16)   VALUE
002970         '          CHANGE'.
002980     05  FILLER                  PIC X(49)   VALUE SPACES.
002990 01  PE07-LDGR-CHECK-HEADER.
003000     05  FILLER                  PIC X(05)   VALUE SPACES.
003010     05  FILLER                  PIC X(04)   VALUE 'NO'.
003020     05  FILLER                  PIC X(44)   VALUE 'CROSS-CHECK'.
003030     05  FILLER                  PIC X(14)   VALUE
003040         '    EXPECTED'.
003050     05  FILLER                  PIC X(16)   VALUE
003060         '      ACTUAL'.
003070     05  FILLER                  PIC X(06)   VALUE 'RESULT'.
003080     05  FILLER                  PIC X(43)   VALUE SPACES.
003090***************************************************************
003100*    TOTALS, CHECK, NOTE, AND SECTION LINES                   *
003110***************************************************************
003120 01  PE07-LDGR-TOTALS-LINE.
003130     05  FILLER                  PIC X(05)   VALUE SPACES.
003140     05  PE07-LDGR-TOT-CAPTION   PIC X(30).
003150     05  FILLER                  PIC X(01)   VALUE SPACES.
003160     05  PE07-LDGR-TOT-OPENING   PIC Z(14)9.
003170     05  FILLER                  PIC X(01)   VALUE SPACES.
003180     05  PE07-LDGR-TOT-CLOSING   PIC Z(14)9.
003190     05  FILLER                  PIC X(01)   VALUE SPACES.
003200     05  PE07-LDGR-TOT-CHANGE    PIC -(14)9.
003210     05  FILLER                  PIC X(49)   VALUE SPACES.
003220 01  PE07-LDGR-CHECK-LINE.
003230     05  FILLER                  PIC X(05)   VALUE SPACES.
003240     05  PE07-LDGR-CHK-NO        PIC 9(01).
003250     05  FILLER                  PIC X(03)   VALUE SPACES.
003260     05  PE07-LDGR-CHK-TEXT      PIC X(44).
003270     05  PE07-LDGR-CHK-EXPECTED  PIC -(11)9.
003280     05  FILLER                  PIC X(02)   VALUE SPACES.
003290     05  PE07-LDGR-CHK-ACTUAL    PIC -(11)9.
003300     05  FILLER                  PIC X(04)   VALUE SPACES.
003310     05  PE07-LDGR-CHK-RESULT    PIC X(06).
003320     05  FILLER                  PIC X(43)   VALUE SPACES.
003330 01  PE07-LDGR-NOTE-LINE.
003340     05  FILLER                  PIC X(09)   VALUE SPACES.
003350     05  PE07-LDGR-NOTE-TEXT     PIC X(70).
003360     05  FILLER                  PIC X(53)   VALUE SPACES.
003370 01  PE07-LDGR-SECTION-LINE.
003380     05  FILLER                  PIC X(02)   VALUE SPACES.
003390     05  PE07-LDGR-SECTION-TITLE PIC X(60).
003400     05  FILLER                  PIC X(70)   VALUE SPACES.
003410 01  PE07-LDGR-SAVED-LINE    PIC X(132).
003420 LINKAGE SECTION.
003430***************************************************************
003440*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD -- 'OPEN' FOR *
003450*    THE FIRST STEP OF THE NIGHT, NONE FOR THE CLOSING STEP,  *
003460*    E.G.  //STEP005 EXEC PGM=PE07-RUN-LEDGER,PARM='OPEN'     *
003470***************************************************************
003480 01  PE07-LDGR-PARM-AREA.
003490     05  PE07-LDGR-PARM-LENGTH   PIC S9(4) COMP.
003500     05  PE07-LDGR-PARM-VALUE    PIC X(04).
003510 PROCEDURE DIVISION USING PE07-LDGR-PARM-AREA.
003520***************************************************************
003530*                                                             *
003540*    0000-MAINLINE                                            *
003550*                                                             *
003560***************************************************************
003570 0000-MAINLINE.
003580     PERFORM 1000-OBTAIN-PARAMETERS THRU 1000-EXIT
003590     IF PE07-LDGR-BAD-PARM
003600         DISPLAY 'PE07-E112 INVALID PARM -- MUST BE OPEN OR'
003610             ' OMITTED'
003620         MOVE 4 TO RETURN-CODE
003630         GO TO 9999-EXIT
003640     END-IF
003650     ACCEPT PE07-LDGR-RUN-DATE FROM DATE YYYYMMDD
003660     ACCEPT PE07-LDGR-RUN-TIME FROM TIME
003670     PERFORM 2000-TAKE-MASTER-TOTALS THRU 2000-EXIT
003680     IF RETURN-CODE = 12
003690         GO TO 9999-EXIT
003700     END-IF
003710     IF PE07-LDGR-OPENING-RUN
003720         PERFORM 3000-WRITE-OPENING THRU 3000-EXIT
003730         GO TO 9999-EXIT
003740     END-IF
003750     PERFORM 3100-READ-OPENING THRU 3100-EXIT
003760     IF RETURN-CODE = 12
003770         GO TO 9999-EXIT
003780     END-IF
003790     OPEN OUTPUT LEDGER-REPORT-FILE
003800     IF NOT PE07-LDGR-REPORT-OK
003810         DISPLAY 'PE07-E115 UNABLE TO OPEN LEDGER-REPORT-FILE,'
003820             ' STATUS ' PE07-LDGR-REPORT-STATUS
003830         MOVE 12 TO RETURN-CODE
003840         GO TO 9999-EXIT
003850     END-IF
003860     MOVE PE07-LDGR-RUN-DATE(1:4) TO PE07-LDGR-EDIT-YYYY
003870     MOVE PE07-LDGR-RUN-DATE(5:2) TO PE07-LDGR-EDIT-MM
003880     MOVE PE07-LDGR-RUN-DATE(7:2) TO PE07-LDGR-EDIT-DD
003890     MOVE PE07-LDGR-DATE-EDIT TO PE07-LDGR-HDG-DATE
003900     MOVE 'RECONCILIATION' TO PE07-LDGR-STEP-NAME(1)
003910     MOVE 'SEARCH'         TO PE07-LDGR-STEP-NAME(2)
003920     MOVE 'RANGE'          TO PE07-LDGR-STEP-NAME(3)
003930     PERFORM 4000-TALLY-AUDIT-LOG THRU 4000-EXIT
003940     PERFORM 4100-TALLY-EVENT-LOG THRU 4100-EXIT
003950     PERFORM 4200-TALLY-OUTPUT THRU 4200-EXIT
003960     PERFORM 4300-TALLY-RESPONSES THRU 4300-EXIT
003970     PERFORM 4400-TALLY-REQUESTS THRU 4400-EXIT
003980     PERFORM 4500-READ-CURRENCY THRU 4500-EXIT
003990     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
004000     MOVE 'CROSS-CHECKS' TO PE07-LDGR-SECTION-TITLE
004010     PERFORM 9000-START-SECTION THRU 9000-EXIT
004020     MOVE PE07-LDGR-CHECK-HEADER TO PE07-LDGR-PRINT-LINE
004030     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004040     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
004050     PERFORM 6100-CHECK-MASTER-GROWTH THRU 6100-EXIT
004060     PERFORM 6200-CHECK-OUTPUT-AUDIT THRU 6200-EXIT
004070     PERFORM 6300-CHECK-FULFILLED THRU 6300-EXIT
004080     PERFORM 6400-CHECK-RESPONSES THRU 6400-EXIT
004090     PERFORM 6500-CHECK-RUN-SUMMARIES THRU 6500-EXIT
004100     PERFORM 6600-CHECK-CURRENCY THRU 6600-EXIT
004110     PERFORM 6990-PRINT-SIGN-OFF THRU 6990-EXIT
004120     CLOSE LEDGER-REPORT-FILE
004130     PERFORM 7000-APPEND-HISTORY THRU 7000-EXIT
004140     IF RETURN-CODE = 12
004150         GO TO 9999-EXIT
004160     END-IF
004170     IF PE07-LDGR-BREAK-COUNT > 0
004180         DISPLAY 'PE07-E117 RUN CONTROL LEDGER DOES NOT BALANCE'
004190             ' -- ' PE07-LDGR-BREAK-COUNT ' BREAK(S)'
004200         MOVE 8 TO RETURN-CODE
004210     ELSE
004220         DISPLAY 'PE07-I34 RUN CONTROL LEDGER BALANCED -- NIGHT'
004230             ' READY FOR SIGN-OFF'
004240     END-IF
004250     GO TO 9999-EXIT
004260     .
004270***************************************************************
004280*                                                             *
004290*    1000-OBTAIN-PARAMETERS                                   *
004300*                                                             *
004310*    NO PARM IS THE CLOSING LEDGER.  ANYTHING ELSE MUST SPELL *
004320*    OPEN -- A MISTYPED PARM ON THE FIRST STEP MUST NOT       *
004330*    QUIETLY PRINT A LEDGER AGAINST LAST NIGHT'S OPENING.     *
004340***************************************************************
004350 1000-OBTAIN-PARAMETERS.
004360     IF PE07-LDGR-PARM-LENGTH = 0
004370         SET PE07-LDGR-CLOSING-RUN TO TRUE
004380         GO TO 1000-EXIT
004390     END-IF
004400     IF PE07-LDGR-PARM-LENGTH = 4
004410             AND PE07-LDGR-PARM-VALUE = 'OPEN'
004420         SET PE07-LDGR-OPENING-RUN TO TRUE
004430     ELSE
004440         SET PE07-LDGR-BAD-PARM TO TRUE
004450     END-IF
004460     .
004470 1000-EXIT.
004480     EXIT.
004490***************************************************************
004500*                                                             *
004510*    2000-TAKE-MASTER-TOTALS                                  *
004520*                                                             *
004530*    BROWSES PRIME-MASTER IN KEY SEQUENCE FOR ITS CONTROL     *
004540*    TOTALS, AS PE07AUDT DOES.  AN EMPTY MASTER IS ALL ZEROS, *
004550*    NOT AN ERROR.                                            *
004560***************************************************************
004570 2000-TAKE-MASTER-TOTALS.
004580     OPEN INPUT PRIME-MASTER
004590     IF NOT PE07-MASTER-OK
004600         DISPLAY 'PE07-E113 UNABLE TO OPEN PRIME-MASTER, STATUS '
004610             PE07-MASTER-STATUS ' -- NO CONTROL TOTALS TAKEN'
004620         MOVE 12 TO RETURN-CODE
004630         GO TO 2000-EXIT
004640     END-IF
004650     MOVE 'N' TO PE07-LDGR-EOF-SW
004660     PERFORM 2100-READ-MASTER THRU 2100-EXIT
004670         UNTIL PE07-LDGR-EOF
004680     CLOSE PRIME-MASTER
004690     .
004700 2000-EXIT.
004710     EXIT.
004720 2100-READ-MASTER.
004730     READ PRIME-MASTER NEXT RECORD
004740         AT END
004750             SET PE07-LDGR-EOF TO TRUE
004760             GO TO 2100-EXIT
004770     END-READ
004780     ADD 1 TO PE07-LDGR-RECORD-COUNT
004790     MOVE PE07-PM-N     TO PE07-LDGR-HIGHEST-N
004800     MOVE PE07-PM-PRIME TO PE07-LDGR-HIGHEST-PRIME
004810     .
004820 2100-EXIT.
004830     EXIT.
004840***************************************************************
004850*                                                             *
004860*    3000-WRITE-OPENING                                       *
004870*                                                             *
004880*    THE OPENING FILE HOLDS ONE RECORD, REWRITTEN IN FULL     *
004890*    EACH NIGHT.                                              *
004900***************************************************************
004910 3000-WRITE-OPENING.
004920     OPEN OUTPUT LEDGER-OPENING-FILE
004930     IF NOT PE07-OPENING-OK
004940         DISPLAY 'PE07-E114 UNABLE TO OPEN LEDGER-OPENING-FILE,'
004950             ' STATUS ' PE07-OPENING-STATUS
004960         MOVE 12 TO RETURN-CODE
004970         GO TO 3000-EXIT
004980     END-IF
004990     MOVE SPACES TO PE07-LEDGER-OPENING-RECORD
005000     MOVE PE07-LDGR-RUN-DATE      TO PE07-LDO-OPEN-DATE
005010     MOVE PE07-LDGR-RUN-TIME      TO PE07-LDO-OPEN-TIME
005020     MOVE PE07-LDGR-RECORD-COUNT  TO PE07-LDO-RECORD-COUNT
005030     MOVE PE07-LDGR-HIGHEST-N     TO PE07-LDO-HIGHEST-N
005040     MOVE PE07-LDGR-HIGHEST-PRIME TO PE07-LDO-HIGHEST-PRIME
005050     WRITE PE07-LEDGER-OPENING-RECORD
005060     CLOSE LEDGER-OPENING-FILE
005070     DISPLAY 'PE07-I33 LEDGER OPENED -- ' PE07-LDGR-RECORD-COUNT
005080         ' RECORDS, HIGHEST N ' PE07-LDGR-HIGHEST-N
005090     .
005100 3000-EXIT.
005110     EXIT.
005120***************************************************************
005130*                                                             *
005140*    3100-READ-OPENING                                        *
005150*                                                             *
005160*    WITHOUT THE OPENING TOTALS THERE IS NO NIGHT TO PROVE -- *
005170*    A MISSING OR EMPTY OPENING FILE IS A FILE ERROR.         *
005180***************************************************************
005190 3100-READ-OPENING.
005200     OPEN INPUT LEDGER-OPENING-FILE
005210     IF NOT PE07-OPENING-OK
005220         DISPLAY 'PE07-E114 UNABLE TO OPEN LEDGER-OPENING-FILE,'
005230             ' STATUS ' PE07-OPENING-STATUS
005240         MOVE 12 TO RETURN-CODE
005250         GO TO 3100-EXIT
005260     END-IF
005270     READ LEDGER-OPENING-FILE
005280         AT END
005290             DISPLAY 'PE07-E114 LEDGER-OPENING-FILE IS EMPTY --'
005300                 ' THE OPENING STEP DID NOT RUN'
005310             MOVE 12 TO RETURN-CODE
005320             CLOSE LEDGER-OPENING-FILE
005330             GO TO 3100-EXIT
005340     END-READ
005350     MOVE PE07-LDO-OPEN-DATE      TO PE07-LDGR-OPEN-DATE
005360     MOVE PE07-LDO-OPEN-TIME      TO PE07-LDGR-OPEN-TIME
005370     MOVE PE07-LDO-RECORD-COUNT   TO PE07-LDGR-OPEN-COUNT
005380     MOVE PE07-LDO-HIGHEST-N      TO PE07-LDGR-OPEN-HIGH-N
005390     MOVE PE07-LDO-HIGHEST-PRIME  TO PE07-LDGR-OPEN-HIGH-PRM
005400     CLOSE LEDGER-OPENING-FILE
005410     .
005420 3100-EXIT.
005430     EXIT.
005440***************************************************************
005450*                                                             *
005460*    4000-TALLY-AUDIT-LOG                                     *
005470*                                                             *
005480*    COUNTS THE SEARCH AUDIT RECORDS (MODE S OR B) WRITTEN    *
005490*    SINCE THE OPENING -- ONE FOR EVERY PRIMEOUT DETAIL.      *
005500*    LOOKUP AND ONLINE INQUIRY RECORDS FROM THE DAYTIME JOBS  *
005510*    ARE NOT THE NIGHT'S.                                     *
005520***************************************************************
005530 4000-TALLY-AUDIT-LOG.
005540     OPEN INPUT AUDIT-LOG-FILE
005550     IF NOT PE07-AUDIT-OK
005560         DISPLAY 'PE07-W23 UNABLE TO OPEN AUDIT-LOG-FILE, STATUS '
005570             PE07-AUDIT-STATUS ' -- COUNTED AS EMPTY'
005580         MOVE 'N' TO PE07-LDGR-AUDIT-SW
005590         GO TO 4000-EXIT
005600     END-IF
005610     MOVE 'N' TO PE07-LDGR-EOF-SW
005620     PERFORM 4010-READ-AUDIT THRU 4010-EXIT
005630         UNTIL PE07-LDGR-EOF
005640     CLOSE AUDIT-LOG-FILE
005650     .
005660 4000-EXIT.
005670     EXIT.
005680 4010-READ-AUDIT.
005690     READ AUDIT-LOG-FILE
005700         AT END
005710             SET PE07-LDGR-EOF TO TRUE
005720             GO TO 4010-EXIT
005730     END-READ
005740     MOVE PE07-AUD-RUN-DATE TO PE07-LDGR-REC-DATE
005750     MOVE PE07-AUD-RUN-TIME TO PE07-LDGR-REC-TIME
005760     IF PE07-LDGR-REC-STAMP-N < PE07-LDGR-OPEN-STAMP-N
005770         GO TO 4010-EXIT
005780     END-IF
005790     IF PE07-AUD-MODE = 'S' OR PE07-AUD-MODE = 'B'
005800         ADD 1 TO PE07-LDGR-AUDIT-COUNT
005810     END-IF
005820     .
005830 4010-EXIT.
005840     EXIT.
005850***************************************************************
005860*                                                             *
005870*    4100-TALLY-EVENT-LOG                                     *
005880*                                                             *
005890*    COUNTS, FOR EACH OF THE THREE STEPS THAT WRITE THE EVENT *
005900*    LOG, THE DETAIL EVENTS AND RUNSUMRY TRAILERS WRITTEN     *
005910*    SINCE THE OPENING, AND KEEPS THE RETURN CODE ON THE LAST *
005920*    SEARCH TRAILER ('RC=NN' AT THE FRONT OF ITS DETAIL).     *
005930*    EVENTS FROM THE DAYTIME JOBS' MODES ARE PASSED OVER.     *
005940***************************************************************
005950 4100-TALLY-EVENT-LOG.
005960     OPEN INPUT EVENT-LOG-FILE
005970     IF NOT PE07-EVENT-OK
005980         DISPLAY 'PE07-W23 UNABLE TO OPEN EVENT-LOG-FILE, STATUS '
005990             PE07-EVENT-STATUS ' -- COUNTED AS EMPTY'
006000         MOVE 'N' TO PE07-LDGR-EVENT-SW
006010         GO TO 4100-EXIT
006020     END-IF
006030     MOVE 'N' TO PE07-LDGR-EOF-SW
006040     PERFORM 4110-READ-EVENT THRU 4110-EXIT
006050         UNTIL PE07-LDGR-EOF
006060     CLOSE EVENT-LOG-FILE
006070     .
006080 4100-EXIT.
006090     EXIT.
006100 4110-READ-EVENT.
006110     READ EVENT-LOG-FILE
006120         AT END
006130             SET PE07-LDGR-EOF TO TRUE
006140             GO TO 4110-EXIT
006150     END-READ
006160     MOVE PE07-EVT-RUN-DATE TO PE07-LDGR-REC-DATE
006170     MOVE PE07-EVT-RUN-TIME TO PE07-LDGR-REC-TIME
006180     IF PE07-LDGR-REC-STAMP-N < PE07-LDGR-OPEN-STAMP-N
006190         GO TO 4110-EXIT
006200     END-IF
006210     EVALUATE PE07-EVT-RUN-MODE
006220         WHEN 'C'
006230             MOVE 1 TO PE07-LDGR-STEP-SUB
006240         WHEN 'S'
006250         WHEN 'B'
006260             MOVE 2 TO PE07-LDGR-STEP-SUB
006270         WHEN 'R'
006280             MOVE 3 TO PE07-LDGR-STEP-SUB
006290         WHEN OTHER
006300             GO TO 4110-EXIT
006310     END-EVALUATE
006320     IF PE07-EVT-TRAILER-REC
006330         ADD 1 TO PE07-LDGR-STEP-SUMMARY(PE07-LDGR-STEP-SUB)
006340         IF PE07-LDGR-STEP-SUB = 2
006350                 AND PE07-EVT-DETAIL(4:2) IS NUMERIC
006360             MOVE PE07-EVT-DETAIL(4:2) TO PE07-LDGR-SEARCH-RC
006370             SET PE07-LDGR-SEARCH-RC-SEEN TO TRUE
006380         END-IF
006390     ELSE
006400         ADD 1 TO PE07-LDGR-STEP-EVENTS(PE07-LDGR-STEP-SUB)
006410     END-IF
006420     .
006430 4110-EXIT.
006440     EXIT.
006450***************************************************************
006460*                                                             *
006470*    4200-TALLY-OUTPUT                                        *
006480*                                                             *
006490*    PRIMEOUT IS APPENDED TO NIGHT AFTER NIGHT UNTIL ITS      *
006500*    CONSUMER EMPTIES IT, SO ONLY SEGMENTS WHOSE HEADER IS    *
006510*    STAMPED SINCE THE OPENING ARE THE NIGHT'S.  EACH SUCH    *
006520*    SEGMENT'S DETAILS ARE COUNTED AND ITS TRAILER COUNT      *
006530*    ADDED UP; A HEADER FOLLOWED BY ANOTHER HEADER OR BY END  *
006540*    OF FILE IS A SEGMENT LEFT WITHOUT ITS TRAILER.  A        *
006550*    RESUMED BATCH ADDS NO HEADER OF ITS OWN, SO ITS DETAILS  *
006560*    FALL IN THE SEGMENT THE CANCELLED RUN OPENED.            *
006570***************************************************************
006580 4200-TALLY-OUTPUT.
006590     OPEN INPUT PRIME-OUTPUT-FILE
006600     IF NOT PE07-OUTPUT-OK
006610         DISPLAY 'PE07-W23 UNABLE TO OPEN PRIME-OUTPUT-FILE,'
006620             ' STATUS ' PE07-OUTPUT-STATUS ' -- COUNTED AS EMPTY'
006630         MOVE 'N' TO PE07-LDGR-OUTPUT-SW
006640         GO TO 4200-EXIT
006650     END-IF
006660     MOVE 'N' TO PE07-LDGR-EOF-SW
006670     PERFORM 4210-READ-OUTPUT THRU 4210-EXIT
006680         UNTIL PE07-LDGR-EOF
006690     IF PE07-LDGR-IN-SEGMENT
006700         ADD 1 TO PE07-LDGR-OUT-OPEN-SEGS
006710     END-IF
006720     CLOSE PRIME-OUTPUT-FILE
006730     .
006740 4200-EXIT.
006750     EXIT.
006760 4210-READ-OUTPUT.
006770     READ PRIME-OUTPUT-FILE
006780         AT END
006790             SET PE07-LDGR-EOF TO TRUE
006800             GO TO 4210-EXIT
006810     END-READ
006820     EVALUATE TRUE
006830         WHEN PE07-OUT-HEADER
006840             MOVE PE07-OUTPUT-RECORD TO PE07-CONTROL-BANNER
006850             IF PE07-LDGR-IN-SEGMENT
006860                 ADD 1 TO PE07-LDGR-OUT-OPEN-SEGS
006870             END-IF
006880             MOVE PE07-HDT-RUN-DATE TO PE07-LDGR-REC-DATE
006890             MOVE PE07-HDT-RUN-TIME TO PE07-LDGR-REC-TIME
006900             IF PE07-LDGR-REC-STAMP-N < PE07-LDGR-OPEN-STAMP-N
006910                 MOVE 'N' TO PE07-LDGR-SEGMENT-SW
006920             ELSE
006930                 SET PE07-LDGR-IN-SEGMENT TO TRUE
006940                 ADD 1 TO PE07-LDGR-OUT-HEADERS
006950                 IF PE07-HDT-RUN-MODE = 'B'
006960                     SET PE07-LDGR-BATCH-SEARCH TO TRUE
006970                 END-IF
006980             END-IF
006990         WHEN PE07-OUT-DETAIL
007000             IF PE07-LDGR-IN-SEGMENT
007010                 ADD 1 TO PE07-LDGR-OUT-DETAILS
007020             END-IF
007030         WHEN PE07-OUT-TRAILER
007040             IF PE07-LDGR-IN-SEGMENT
007050                 MOVE PE07-OUTPUT-RECORD TO PE07-CONTROL-BANNER
007060                 ADD PE07-HDT-DETAIL-COUNT
007070                     TO PE07-LDGR-OUT-TRL-TOTAL
007080                 ADD 1 TO PE07-LDGR-OUT-TRAILERS
007090                 MOVE 'N' TO PE07-LDGR-SEGMENT-SW
007100             END-IF
007110     END-EVALUATE
007120     .
007130 4210-EXIT.
007140     EXIT.
007150***************************************************************
007160*                                                             *
007170*    4300-TALLY-RESPONSES                                     *
007180*                                                             *
007190*    RESPFILE CARRIES NO BANNERS, ONLY THE DATE EACH RESPONSE *
007200*    WAS WRITTEN -- EVERY RESPONSE DATED ON OR AFTER THE      *
007210*    OPENING DATE IS THE NIGHT'S, FROM THE INTAKE EDIT AND    *
007220*    THE SEARCH ALIKE.  A RESPONSE CARRIED FOR A REQUEST      *
007221*    QUEUED ON AN EARLIER NIGHT ANSWERS NO REQUEST SUBMITTED  *
007222*    TONIGHT, SO IT IS COUNTED APART.                         *
007230***************************************************************
007240 4300-TALLY-RESPONSES.
007250     OPEN INPUT RESPONSE-FILE
007260     IF NOT PE07-RESPONSE-OK
007270         DISPLAY 'PE07-W23 UNABLE TO OPEN RESPONSE-FILE, STATUS '
007280             PE07-RESPONSE-STATUS ' -- COUNTED AS EMPTY'
007290         MOVE 'N' TO PE07-LDGR-RESPONSE-SW
007300         GO TO 4300-EXIT
007310     END-IF
007320     MOVE 'N' TO PE07-LDGR-EOF-SW
007330     PERFORM 4310-READ-RESPONSE THRU 4310-EXIT
007340         UNTIL PE07-LDGR-EOF
007350     CLOSE RESPONSE-FILE
007360     .
007370 4300-EXIT.
007380     EXIT.
007390 4310-READ-RESPONSE.
007400     READ RESPONSE-FILE
007410         AT END
007420             SET PE07-LDGR-EOF TO TRUE
007430             GO TO 4310-EXIT
007440     END-READ
007450     IF PE07-RSP-RUN-DATE < PE07-LDGR-OPEN-DATE
007460         GO TO 4310-EXIT
007470     END-IF
007471     IF PE07-RSP-CARRIED
007472         ADD 1 TO PE07-LDGR-CARRIED-CNT
007473     ELSE
007474         ADD 1 TO PE07-LDGR-RESPONSE-CNT
007475     END-IF
007490     IF PE07-RSP-FULFILLED
007500         ADD 1 TO PE07-LDGR-FULFILLED-CNT
007510     END-IF
007520     .
007530 4310-EXIT.
007540     EXIT.
007550***************************************************************
007560*                                                             *
007570*    4400-TALLY-REQUESTS                                      *
007580*                                                             *
007590*    COUNTS THE REQUESTS SUBMITTED FOR THE NIGHT -- THE FILE  *
007600*    THE INTAKE EDIT READ, NOT THE EDITED FILE, SO A REJECT   *
007610*    ANSWERED BY THE EDIT IS STILL A REQUEST READ.            *
007620***************************************************************
007630 4400-TALLY-REQUESTS.
007640     OPEN INPUT REQUEST-FILE
007650     IF NOT PE07-REQUEST-OK
007660         DISPLAY 'PE07-W23 UNABLE TO OPEN REQUEST-FILE, STATUS '
007670             PE07-REQUEST-STATUS ' -- COUNTED AS EMPTY'
007680         MOVE 'N' TO PE07-LDGR-REQUEST-SW
007690         GO TO 4400-EXIT
007700     END-IF
007710     MOVE 'N' TO PE07-LDGR-EOF-SW
007720     PERFORM 4410-READ-REQUEST THRU 4410-EXIT
007730         UNTIL PE07-LDGR-EOF
007740     CLOSE REQUEST-FILE
007750     .
007760 4400-EXIT.
007770     EXIT.
007780 4410-READ-REQUEST.
007790     READ REQUEST-FILE
007800         AT END
007810             SET PE07-LDGR-EOF TO TRUE
007820             GO TO 4410-EXIT
007830     END-READ
007840     ADD 1 TO PE07-LDGR-REQUEST-CNT
007850     .
007860 4410-EXIT.
007870     EXIT.
007880***************************************************************
007890*                                                             *
007900*    4500-READ-CURRENCY                                       *
007910*                                                             *
007920*    THE CURRENCY RECORD IS THE NIGHT'S WHEN IT IS STAMPED    *
007930*    SINCE THE OPENING.  A MISSING ONE IS NOT AN ERROR HERE   *
007940*    -- THE SNAPSHOT IS ONLY REPUBLISHED AFTER A CLEAN        *
007950*    SEARCH, AND CHECK 6 DECIDES WHETHER ONE WAS OWED.        *
007960***************************************************************
007970 4500-READ-CURRENCY.
007980     OPEN INPUT SNAPSHOT-CURRENCY-FILE
007990     IF NOT PE07-SNAPCURR-OK
008000         MOVE 'N' TO PE07-LDGR-SNAPCURR-SW
008010         GO TO 4500-EXIT
008020     END-IF
008030     READ SNAPSHOT-CURRENCY-FILE
008040         AT END
008050             MOVE 'N' TO PE07-LDGR-SNAPCURR-SW
008060             CLOSE SNAPSHOT-CURRENCY-FILE
008070             GO TO 4500-EXIT
008080     END-READ
008090     MOVE PE07-SNC-AS-OF-DATE TO PE07-LDGR-REC-DATE
008100     MOVE PE07-SNC-AS-OF-TIME TO PE07-LDGR-REC-TIME
008110     MOVE PE07-SNC-RECORD-COUNT  TO PE07-LDGR-SNC-COUNT
008120     MOVE PE07-SNC-HIGHEST-N     TO PE07-LDGR-SNC-HIGH-N
008130     MOVE PE07-SNC-HIGHEST-PRIME TO PE07-LDGR-SNC-HIGH-PRM
008140     IF PE07-LDGR-REC-STAMP-N NOT < PE07-LDGR-OPEN-STAMP-N
008150         SET PE07-LDGR-SNC-TONIGHT TO TRUE
008160     END-IF
008170     CLOSE SNAPSHOT-CURRENCY-FILE
008180     .
008190 4500-EXIT.
008200     EXIT.
008210***************************************************************
008220*                                                             *
008230*    5000-PRINT-TOTALS                                        *
008240*                                                             *
008250*    THE MASTER'S OPENING AND CLOSING CONTROL TOTALS AND THE  *
008260*    CHANGE OVER THE NIGHT.                                   *
008270***************************************************************
008280 5000-PRINT-TOTALS.
008290     MOVE 'MASTER CONTROL TOTALS' TO PE07-LDGR-SECTION-TITLE
008300     PERFORM 9000-START-SECTION THRU 9000-EXIT
008310     MOVE PE07-LDGR-OPEN-DATE(1:4) TO PE07-LDGR-EDIT-YYYY
008320     MOVE PE07-LDGR-OPEN-DATE(5:2) TO PE07-LDGR-EDIT-MM
008330     MOVE PE07-LDGR-OPEN-DATE(7:2) TO PE07-LDGR-EDIT-DD
008340     MOVE PE07-LDGR-OPEN-TIME(1:2) TO PE07-LDGR-EDIT-HH
008350     MOVE PE07-LDGR-OPEN-TIME(3:2) TO PE07-LDGR-EDIT-MI
008360     MOVE PE07-LDGR-OPEN-TIME(5:2) TO PE07-LDGR-EDIT-SS
008370     MOVE SPACES TO PE07-LDGR-NOTE-TEXT
008380     STRING 'OPENING TOTALS TAKEN ' PE07-LDGR-DATE-EDIT
008390            ' ' PE07-LDGR-TIME-EDIT
008400         DELIMITED BY SIZE INTO PE07-LDGR-NOTE-TEXT
008410     PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
008420     MOVE PE07-LDGR-RUN-DATE(1:4) TO PE07-LDGR-EDIT-YYYY
008430     MOVE PE07-LDGR-RUN-DATE(5:2) TO PE07-LDGR-EDIT-MM
008440     MOVE PE07-LDGR-RUN-DATE(7:2) TO PE07-LDGR-EDIT-DD
008450     MOVE PE07-LDGR-RUN-TIME(1:2) TO PE07-LDGR-EDIT-HH
008460     MOVE PE07-LDGR-RUN-TIME(3:2) TO PE07-LDGR-EDIT-MI
008470     MOVE PE07-LDGR-RUN-TIME(5:2) TO PE07-LDGR-EDIT-SS
008480     STRING 'CLOSING TOTALS TAKEN ' PE07-LDGR-DATE-EDIT
008490            ' ' PE07-LDGR-TIME-EDIT
008500         DELIMITED BY SIZE INTO PE07-LDGR-NOTE-TEXT
008510     PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
008520     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
008530     MOVE PE07-LDGR-TOTALS-HEADER TO PE07-LDGR-PRINT-LINE
008540     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
008550     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
008560     COMPUTE PE07-LDGR-RECORDS-ADDED =
008570         PE07-LDGR-RECORD-COUNT - PE07-LDGR-OPEN-COUNT
008580     COMPUTE PE07-LDGR-N-GROWTH =
008590         PE07-LDGR-HIGHEST-N - PE07-LDGR-OPEN-HIGH-N
008600     COMPUTE PE07-LDGR-PRIME-GROWTH =
008610         PE07-LDGR-HIGHEST-PRIME - PE07-LDGR-OPEN-HIGH-PRM
008620     MOVE 'RECORD COUNT'           TO PE07-LDGR-TOT-CAPTION
008630     MOVE PE07-LDGR-OPEN-COUNT     TO PE07-LDGR-TOT-OPENING
008640     MOVE PE07-LDGR-RECORD-COUNT   TO PE07-LDGR-TOT-CLOSING
008650     MOVE PE07-LDGR-RECORDS-ADDED  TO PE07-LDGR-TOT-CHANGE
008660     MOVE PE07-LDGR-TOTALS-LINE TO PE07-LDGR-PRINT-LINE
008670     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
008680     MOVE 'HIGHEST N'              TO PE07-LDGR-TOT-CAPTION
008690     MOVE PE07-LDGR-OPEN-HIGH-N    TO PE07-LDGR-TOT-OPENING
008700     MOVE PE07-LDGR-HIGHEST-N      TO PE07-LDGR-TOT-CLOSING
008710     MOVE PE07-LDGR-N-GROWTH       TO PE07-LDGR-TOT-CHANGE
008720     MOVE PE07-LDGR-TOTALS-LINE TO PE07-LDGR-PRINT-LINE
008730     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
008740     MOVE 'HIGHEST PRIME'          TO PE07-LDGR-TOT-CAPTION
008750     MOVE PE07-LDGR-OPEN-HIGH-PRM  TO PE07-LDGR-TOT-OPENING
008760     MOVE PE07-LDGR-HIGHEST-PRIME  TO PE07-LDGR-TOT-CLOSING
008770     MOVE PE07-LDGR-PRIME-GROWTH   TO PE07-LDGR-TOT-CHANGE
008780     MOVE PE07-LDGR-TOTALS-LINE TO PE07-LDGR-PRINT-LINE
008790     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
008800     .
008810 5000-EXIT.
008820     EXIT.
008830***************************************************************
008840*                                                             *
008850*    6100-CHECK-MASTER-GROWTH                                 *
008860*                                                             *
008870*    THE SEARCH ONLY EVER APPENDS THE NEXT N, SO EVERY RECORD *
008880*    ADDED MUST MOVE THE HIGHEST N ON BY ONE.                 *
008890***************************************************************
008900 6100-CHECK-MASTER-GROWTH.
008910     MOVE 1 TO PE07-LDGR-CHECK-NO
008920     MOVE 'MASTER RECORDS ADDED VS HIGHEST-N GROWTH'
008930         TO PE07-LDGR-CHK-TEXT
008940     MOVE PE07-LDGR-N-GROWTH      TO PE07-LDGR-EXPECTED
008950     MOVE PE07-LDGR-RECORDS-ADDED TO PE07-LDGR-ACTUAL
008960     IF PE07-LDGR-EXPECTED = PE07-LDGR-ACTUAL
008970         SET PE07-LDGR-RESULT-OK TO TRUE
008980     ELSE
008990         SET PE07-LDGR-RESULT-BREAK TO TRUE
009000     END-IF
009010     PERFORM 6900-WRITE-CHECK THRU 6900-EXIT
009020     IF PE07-LDGR-RECORDS-ADDED < 0
009030         MOVE 'PRIME-MASTER HOLDS FEWER RECORDS THAN AT THE'
009040             TO PE07-LDGR-NOTE-TEXT
009050         MOVE 'OPENING' TO PE07-LDGR-NOTE-TEXT(45:)
009060         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
009070     END-IF
009080     .
009090 6100-EXIT.
009100     EXIT.
009110***************************************************************
009120*                                                             *
009130*    6200-CHECK-OUTPUT-AUDIT                                  *
009140*                                                             *
009150*    EVERY PRIMEOUT DETAIL THE SEARCH WROTE WAS AUDITED AS IT *
009160*    WAS WRITTEN, AND EVERY SEGMENT MUST CLOSE WITH A TRAILER *
009170*    COUNTING ITS DETAILS.  NOT APPLICABLE ON A NIGHT WITH NO *
009180*    SEARCH OUTPUT AND NO SEARCH AUDIT RECORDS.               *
009190***************************************************************
009200 6200-CHECK-OUTPUT-AUDIT.
009210     MOVE 2 TO PE07-LDGR-CHECK-NO
009220     MOVE 'PRIMEOUT DETAILS VS SEARCH AUDIT RECORDS'
009230         TO PE07-LDGR-CHK-TEXT
009240     MOVE PE07-LDGR-AUDIT-COUNT   TO PE07-LDGR-EXPECTED
009250     MOVE PE07-LDGR-OUT-DETAILS   TO PE07-LDGR-ACTUAL
009260     EVALUATE TRUE
009270         WHEN PE07-LDGR-OUT-HEADERS = 0
009280                 AND PE07-LDGR-OUT-DETAILS = 0
009290                 AND PE07-LDGR-AUDIT-COUNT = 0
009300             SET PE07-LDGR-RESULT-NA TO TRUE
009310         WHEN PE07-LDGR-EXPECTED NOT = PE07-LDGR-ACTUAL
009320         WHEN PE07-LDGR-OUT-OPEN-SEGS > 0
009330         WHEN PE07-LDGR-OUT-TRL-TOTAL NOT = PE07-LDGR-OUT-DETAILS
009340             SET PE07-LDGR-RESULT-BREAK TO TRUE
009350         WHEN OTHER
009360             SET PE07-LDGR-RESULT-OK TO TRUE
009370     END-EVALUATE
009380     PERFORM 6900-WRITE-CHECK THRU 6900-EXIT
009390     IF PE07-LDGR-RESULT-NA
009400         MOVE 'NO SEARCH OUTPUT TONIGHT' TO PE07-LDGR-NOTE-TEXT
009410         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
009420     END-IF
009430     IF PE07-LDGR-OUT-OPEN-SEGS > 0
009440         MOVE PE07-LDGR-OUT-OPEN-SEGS TO PE07-LDGR-EDIT-COUNT
009450         MOVE 'PRIMEOUT HEADERS WITHOUT A TRAILER . . .'
009460             TO PE07-LDGR-NOTE-TEXT
009470         MOVE PE07-LDGR-EDIT-COUNT TO PE07-LDGR-NOTE-TEXT(42:)
009480         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
009490     END-IF
009500     IF PE07-LDGR-OUT-TRL-TOTAL NOT = PE07-LDGR-OUT-DETAILS
009510         MOVE PE07-LDGR-OUT-TRL-TOTAL TO PE07-LDGR-EDIT-COUNT
009520         MOVE 'PRIMEOUT TRAILER DETAIL COUNT . . . . .'
009530             TO PE07-LDGR-NOTE-TEXT
009540         MOVE PE07-LDGR-EDIT-COUNT TO PE07-LDGR-NOTE-TEXT(42:)
009550         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
009560     END-IF
009570     IF NOT PE07-LDGR-AUDIT-READ
009580         MOVE 'AUDIT LOG COULD NOT BE OPENED -- COUNTED AS EMPTY'
009590             TO PE07-LDGR-NOTE-TEXT
009600         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
009610     END-IF
009620     IF NOT PE07-LDGR-OUTPUT-READ
009630         MOVE 'PRIMEOUT COULD NOT BE OPENED -- COUNTED AS EMPTY'
009640             TO PE07-LDGR-NOTE-TEXT
009650         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
009660     END-IF
009670     .
009680 6200-EXIT.
009690     EXIT.
009700***************************************************************
009710*                                                             *
009720*    6300-CHECK-FULFILLED                                     *
009730*                                                             *
009740*    A BATCH SEARCH WRITES ONE PRIMEOUT DETAIL FOR EVERY      *
009750*    FULFILLED RESPONSE.  NOT APPLICABLE WHEN NO BATCH RAN -- *
009760*    UNLESS FULFILLED RESPONSES APPEARED ANYWAY.              *
009770***************************************************************
009780 6300-CHECK-FULFILLED.
009790     MOVE 3 TO PE07-LDGR-CHECK-NO
009800     MOVE 'PRIMEOUT TRAILER VS FULFILLED RESPONSES'
009810         TO PE07-LDGR-CHK-TEXT
009820     MOVE PE07-LDGR-OUT-TRL-TOTAL TO PE07-LDGR-EXPECTED
009830     MOVE PE07-LDGR-FULFILLED-CNT TO PE07-LDGR-ACTUAL
009840     EVALUATE TRUE
009850         WHEN NOT PE07-LDGR-BATCH-SEARCH
009860                 AND PE07-LDGR-FULFILLED-CNT = 0
009870             SET PE07-LDGR-RESULT-NA TO TRUE
009880         WHEN NOT PE07-LDGR-BATCH-SEARCH
009890         WHEN PE07-LDGR-EXPECTED NOT = PE07-LDGR-ACTUAL
009900             SET PE07-LDGR-RESULT-BREAK TO TRUE
009910         WHEN OTHER
009920             SET PE07-LDGR-RESULT-OK TO TRUE
009930     END-EVALUATE
009940     PERFORM 6900-WRITE-CHECK THRU 6900-EXIT
009950     EVALUATE TRUE
009960         WHEN PE07-LDGR-RESULT-NA
009970             MOVE 'NO BATCH SEARCH TONIGHT' TO PE07-LDGR-NOTE-TEXT
009980             PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
009990         WHEN NOT PE07-LDGR-BATCH-SEARCH
010000             MOVE 'FULFILLED RESPONSES BUT NO BATCH OUTPUT'
010010                 TO PE07-LDGR-NOTE-TEXT
010020             PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
010030     END-EVALUATE
010040     IF NOT PE07-LDGR-RESPONSE-READ
010050         MOVE 'RESPFILE COULD NOT BE OPENED -- COUNTED AS EMPTY'
010060             TO PE07-LDGR-NOTE-TEXT
010070         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
010080     END-IF
010090     .
010100 6300-EXIT.
010110     EXIT.
010120***************************************************************
010130*                                                             *
010140*    6400-CHECK-RESPONSES                                     *
010150*                                                             *
010160*    EVERY REQUEST SUBMITTED IS ANSWERED ONCE -- SKIPPED BY   *
010170*    THE INTAKE EDIT, OR FULFILLED, SKIPPED, OR NOT-REACHED   *
010180*    BY THE SEARCH.  A NIGHT WHOSE SEARCH WAS FENCED OR HELD  *
010190*    LEAVES ITS EDITED REQUESTS UNANSWERED, AND BREAKS HERE.  *
010191*    A REQUEST QUEUED FOR CONTINUATION IS ANSWERED            *
010192*    IN-PROGRESS THE NIGHT IT IS SUBMITTED; THE RESPONSES     *
010193*    CARRIED FOR IT ON LATER NIGHTS ARE NOTED, NOT COUNTED.   *
010200***************************************************************
010210 6400-CHECK-RESPONSES.
010220     MOVE 4 TO PE07-LDGR-CHECK-NO
010230     MOVE 'REQUESTS SUBMITTED VS RESPONSES WRITTEN'
010240         TO PE07-LDGR-CHK-TEXT
010250     MOVE PE07-LDGR-REQUEST-CNT   TO PE07-LDGR-EXPECTED
010260     MOVE PE07-LDGR-RESPONSE-CNT  TO PE07-LDGR-ACTUAL
010270     IF PE07-LDGR-EXPECTED = PE07-LDGR-ACTUAL
010280         SET PE07-LDGR-RESULT-OK TO TRUE
010290     ELSE
010300         SET PE07-LDGR-RESULT-BREAK TO TRUE
010310     END-IF
010320     PERFORM 6900-WRITE-CHECK THRU 6900-EXIT
010330     IF NOT PE07-LDGR-REQUEST-READ
010340         MOVE 'REQFILE COULD NOT BE OPENED -- COUNTED AS EMPTY'
010350             TO PE07-LDGR-NOTE-TEXT
010360         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
010370     END-IF
010371     IF PE07-LDGR-CARRIED-CNT > 0
010372         MOVE PE07-LDGR-CARRIED-CNT TO PE07-LDGR-EDIT-COUNT
010373         MOVE 'CARRIED FOR QUEUED REQUESTS  . . . . .'
010374             TO PE07-LDGR-NOTE-TEXT
010375         MOVE PE07-LDGR-EDIT-COUNT TO PE07-LDGR-NOTE-TEXT(42:)
010376         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
010377     END-IF
010380     .
010390 6400-EXIT.
010400     EXIT.
010410***************************************************************
010420*                                                             *
010430*    6500-CHECK-RUN-SUMMARIES                                 *
010440*                                                             *
010450*    THE RECONCILIATION RUNS EVERY NIGHT.  THE SEARCH RAN IF  *
010460*    IT LOGGED ANYTHING OR OPENED A PRIMEOUT SEGMENT, AND THE *
010470*    RANGE RAN IF IT LOGGED ANYTHING OR THE SEARCH ENDED      *
010480*    RC=0.  EVERY STEP THAT RAN MUST HAVE WRITTEN AT LEAST    *
010490*    ONE RUNSUMRY TRAILER.                                    *
010500***************************************************************
010510 6500-CHECK-RUN-SUMMARIES.
010520     MOVE 'Y' TO PE07-LDGR-STEP-RAN-SW(1)
010530     IF PE07-LDGR-STEP-EVENTS(2) > 0
010540             OR PE07-LDGR-STEP-SUMMARY(2) > 0
010550             OR PE07-LDGR-OUT-HEADERS > 0
010560         MOVE 'Y' TO PE07-LDGR-STEP-RAN-SW(2)
010570     END-IF
010580     IF PE07-LDGR-STEP-EVENTS(3) > 0
010590             OR PE07-LDGR-STEP-SUMMARY(3) > 0
010600             OR (PE07-LDGR-SEARCH-RC-SEEN
010610                 AND PE07-LDGR-SEARCH-RC = 0)
010620         MOVE 'Y' TO PE07-LDGR-STEP-RAN-SW(3)
010630     END-IF
010640     PERFORM 6510-COUNT-STEP THRU 6510-EXIT
010650         VARYING PE07-LDGR-STEP-SUB FROM 1 BY 1
010660         UNTIL PE07-LDGR-STEP-SUB > 3
010670     MOVE 5 TO PE07-LDGR-CHECK-NO
010680     MOVE 'STEPS RUN VS RUNSUMRY EVENT TRAILERS'
010690         TO PE07-LDGR-CHK-TEXT
010700     MOVE PE07-LDGR-STEPS-RUN      TO PE07-LDGR-EXPECTED
010710     MOVE PE07-LDGR-STEPS-REPORTED TO PE07-LDGR-ACTUAL
010720     IF PE07-LDGR-EXPECTED = PE07-LDGR-ACTUAL
010730         SET PE07-LDGR-RESULT-OK TO TRUE
010740     ELSE
010750         SET PE07-LDGR-RESULT-BREAK TO TRUE
010760     END-IF
010770     PERFORM 6900-WRITE-CHECK THRU 6900-EXIT
010780     PERFORM 6520-NOTE-STEP THRU 6520-EXIT
010790         VARYING PE07-LDGR-STEP-SUB FROM 1 BY 1
010800         UNTIL PE07-LDGR-STEP-SUB > 3
010810     IF NOT PE07-LDGR-EVENT-READ
010820         MOVE 'EVENT LOG COULD NOT BE OPENED -- COUNTED AS EMPTY'
010830             TO PE07-LDGR-NOTE-TEXT
010840         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
010850     END-IF
010860     .
010870 6500-EXIT.
010880     EXIT.
010890 6510-COUNT-STEP.
010900     IF PE07-LDGR-STEP-RAN(PE07-LDGR-STEP-SUB)
010910         ADD 1 TO PE07-LDGR-STEPS-RUN
010920         IF PE07-LDGR-STEP-SUMMARY(PE07-LDGR-STEP-SUB) > 0
010930             ADD 1 TO PE07-LDGR-STEPS-REPORTED
010940         END-IF
010950     END-IF
010960     .
010970 6510-EXIT.
010980     EXIT.
010990 6520-NOTE-STEP.
011000     IF PE07-LDGR-STEP-RAN(PE07-LDGR-STEP-SUB)
011010             AND PE07-LDGR-STEP-SUMMARY(PE07-LDGR-STEP-SUB) = 0
011020         MOVE SPACES TO PE07-LDGR-NOTE-TEXT
011030         STRING PE07-LDGR-STEP-NAME(PE07-LDGR-STEP-SUB)
011040                    DELIMITED BY SPACE
011050                ' STEP RAN BUT WROTE NO RUNSUMRY TRAILER'
011060                    DELIMITED BY SIZE
011070             INTO PE07-LDGR-NOTE-TEXT
011080         PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
011090     END-IF
011100     .
011110 6520-EXIT.
011120     EXIT.
011130***************************************************************
011140*                                                             *
011150*    6600-CHECK-CURRENCY                                      *
011160*                                                             *
011170*    A SNAPSHOT PUBLISHED TONIGHT MUST CARRY THE CLOSING      *
011180*    TOTALS -- NOTHING WRITES THE MASTER AFTER THE SNAPSHOT   *
011190*    IS LOADED.  A SEARCH THAT ENDED RC=0 OWES THE NIGHT A    *
011200*    SNAPSHOT; AFTER ANY OTHER SEARCH RESULT THE OLD ONE IS   *
011210*    LEFT STANDING BY DESIGN AND THE CHECK DOES NOT APPLY.    *
011220***************************************************************
011230 6600-CHECK-CURRENCY.
011240     MOVE 6 TO PE07-LDGR-CHECK-NO
011250     MOVE 'SNAPSHOT CURRENCY VS CLOSING HIGHEST N'
011260         TO PE07-LDGR-CHK-TEXT
011270     MOVE PE07-LDGR-HIGHEST-N TO PE07-LDGR-EXPECTED
011280     MOVE 0 TO PE07-LDGR-ACTUAL
011290     IF PE07-LDGR-SNAPCURR-READ
011300         MOVE PE07-LDGR-SNC-HIGH-N TO PE07-LDGR-ACTUAL
011310     END-IF
011320     EVALUATE TRUE
011330         WHEN PE07-LDGR-SNC-TONIGHT
011340             IF PE07-LDGR-SNC-COUNT = PE07-LDGR-RECORD-COUNT
011350                     AND PE07-LDGR-SNC-HIGH-N
011360                         = PE07-LDGR-HIGHEST-N
011370                     AND PE07-LDGR-SNC-HIGH-PRM
011380                         = PE07-LDGR-HIGHEST-PRIME
011390                 SET PE07-LDGR-RESULT-OK TO TRUE
011400             ELSE
011410                 SET PE07-LDGR-RESULT-BREAK TO TRUE
011420             END-IF
011430         WHEN PE07-LDGR-SEARCH-RC-SEEN
011440                 AND PE07-LDGR-SEARCH-RC = 0
011450             SET PE07-LDGR-RESULT-BREAK TO TRUE
011460         WHEN OTHER
011470             SET PE07-LDGR-RESULT-NA TO TRUE
011480     END-EVALUATE
011490     PERFORM 6900-WRITE-CHECK THRU 6900-EXIT
011500     EVALUATE TRUE
011510         WHEN PE07-LDGR-SNC-TONIGHT
011520             IF PE07-LDGR-RESULT-BREAK
011530                 MOVE 'SNAPSHOT COUNT, HIGHEST N, OR HIGHEST'
011540                     TO PE07-LDGR-NOTE-TEXT
011550                 MOVE 'PRIME DIFFERS FROM THE MASTER'
011560                     TO PE07-LDGR-NOTE-TEXT(39:)
011570                 PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
011580             END-IF
011590         WHEN PE07-LDGR-RESULT-BREAK
011600             MOVE 'SNAPSHOT NOT REPUBLISHED AFTER A CLEAN SEARCH'
011610                 TO PE07-LDGR-NOTE-TEXT
011620             PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
011630         WHEN OTHER
011640             MOVE 'SNAPSHOT NOT REPUBLISHED -- NO CLEAN SEARCH'
011650                 TO PE07-LDGR-NOTE-TEXT
011660             MOVE 'TONIGHT' TO PE07-LDGR-NOTE-TEXT(45:)
011670             PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
011680     END-EVALUATE
011690     .
011700 6600-EXIT.
011710     EXIT.
011720***************************************************************
011730*                                                             *
011740*    6900-WRITE-CHECK / 6950-WRITE-NOTE                       *
011750*                                                             *
011760*    PRINTS ONE CHECK LINE AND RECORDS ITS RESULT FOR THE     *
011770*    HISTORY RECORD, COUNTING EVERY BREAK; AND PRINTS ONE     *
011780*    INDENTED NOTE UNDER IT.                                  *
011790***************************************************************
011800 6900-WRITE-CHECK.
011810     MOVE PE07-LDGR-CHECK-NO TO PE07-LDGR-CHK-NO
011820     MOVE PE07-LDGR-EXPECTED TO PE07-LDGR-CHK-EXPECTED
011830     MOVE PE07-LDGR-ACTUAL   TO PE07-LDGR-CHK-ACTUAL
011840     MOVE PE07-LDGR-RESULT
011850         TO PE07-LDGR-CHECK-SAVE(PE07-LDGR-CHECK-NO)
011860     EVALUATE TRUE
011870         WHEN PE07-LDGR-RESULT-OK
011880             MOVE 'OK' TO PE07-LDGR-CHK-RESULT
011890         WHEN PE07-LDGR-RESULT-BREAK
011900             MOVE 'BREAK' TO PE07-LDGR-CHK-RESULT
011910             ADD 1 TO PE07-LDGR-BREAK-COUNT
011920         WHEN OTHER
011930             MOVE 'N/A' TO PE07-LDGR-CHK-RESULT
011940     END-EVALUATE
011950     MOVE PE07-LDGR-CHECK-LINE TO PE07-LDGR-PRINT-LINE
011960     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
011970     .
011980 6900-EXIT.
011990     EXIT.
012000 6950-WRITE-NOTE.
012010     MOVE PE07-LDGR-NOTE-LINE TO PE07-LDGR-PRINT-LINE
012020     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
012030     MOVE SPACES TO PE07-LDGR-NOTE-TEXT
012040     .
012050 6950-EXIT.
012060     EXIT.
012070***************************************************************
012080*                                                             *
012090*    6990-PRINT-SIGN-OFF                                      *
012100*                                                             *
012110*    THE RESULT OF THE NIGHT AND THE SIGN-OFF BLOCK.  A NIGHT *
012120*    WITH ANY BREAK IS NOT TO BE SIGNED OFF UNTIL EACH BREAK  *
012130*    IS EXPLAINED.                                            *
012140***************************************************************
012150 6990-PRINT-SIGN-OFF.
012160     MOVE 'SIGN-OFF' TO PE07-LDGR-SECTION-TITLE
012170     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
012180     MOVE PE07-LDGR-SECTION-LINE TO PE07-LDGR-PRINT-LINE
012190     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
012200     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
012210     IF PE07-LDGR-BREAK-COUNT = 0
012220         MOVE 'LEDGER BALANCED -- NO BREAKS.  THE NIGHT MAY BE'
012230             TO PE07-LDGR-NOTE-TEXT
012240         MOVE 'SIGNED OFF.' TO PE07-LDGR-NOTE-TEXT(49:)
012250     ELSE
012260         MOVE PE07-LDGR-BREAK-COUNT TO PE07-LDGR-EDIT-BREAKS
012270         MOVE SPACES TO PE07-LDGR-NOTE-TEXT
012280         STRING 'NOT BALANCED -- ' PE07-LDGR-EDIT-BREAKS
012290                ' BREAK(S).  DO NOT SIGN OFF UNTIL EACH IS'
012300                ' EXPLAINED.'
012310             DELIMITED BY SIZE INTO PE07-LDGR-NOTE-TEXT
012320     END-IF
012330     PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
012340     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
012350     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
012360     MOVE 'SIGNED OFF BY  ______________________________     DATE'
012370         TO PE07-LDGR-NOTE-TEXT
012380     MOVE '  __________' TO PE07-LDGR-NOTE-TEXT(57:)
012390     PERFORM 6950-WRITE-NOTE THRU 6950-EXIT
012400     .
012410 6990-EXIT.
012420     EXIT.
012430***************************************************************
012440*                                                             *
012450*    7000-APPEND-HISTORY                                      *
012460*                                                             *
012470*    ONE LEDGER RECORD PER NIGHT, APPENDED TO THE HISTORY.    *
012480***************************************************************
012490 7000-APPEND-HISTORY.
012500     OPEN EXTEND LEDGER-HISTORY-FILE
012510     IF NOT PE07-HISTORY-OK
012520         DISPLAY 'PE07-E116 UNABLE TO OPEN LEDGER-HISTORY-FILE,'
012530             ' STATUS ' PE07-HISTORY-STATUS
012540         MOVE 12 TO RETURN-CODE
012550         GO TO 7000-EXIT
012560     END-IF
012570     MOVE SPACES TO PE07-LEDGER-RECORD
012580     MOVE PE07-LDGR-RUN-DATE       TO PE07-LDG-RUN-DATE
012590     MOVE PE07-LDGR-RUN-TIME       TO PE07-LDG-RUN-TIME
012600     MOVE PE07-LDGR-OPEN-DATE      TO PE07-LDG-OPEN-DATE
012610     MOVE PE07-LDGR-OPEN-TIME      TO PE07-LDG-OPEN-TIME
012620     MOVE PE07-LDGR-OPEN-COUNT     TO PE07-LDG-OPEN-COUNT
012630     MOVE PE07-LDGR-OPEN-HIGH-N    TO PE07-LDG-OPEN-HIGHEST-N
012640     MOVE PE07-LDGR-OPEN-HIGH-PRM  TO PE07-LDG-OPEN-HIGHEST-PRIME
012650     MOVE PE07-LDGR-RECORD-COUNT   TO PE07-LDG-CLOSE-COUNT
012660     MOVE PE07-LDGR-HIGHEST-N      TO PE07-LDG-CLOSE-HIGHEST-N
012670     MOVE PE07-LDGR-HIGHEST-PRIME  TO PE07-LDG-CLOSE-HIGHEST-PRIME
012680     MOVE PE07-LDGR-AUDIT-COUNT    TO PE07-LDG-AUDIT-COUNT
012690     MOVE PE07-LDGR-OUT-DETAILS    TO PE07-LDG-OUTPUT-COUNT
012700     MOVE PE07-LDGR-FULFILLED-CNT  TO PE07-LDG-FULFILLED-COUNT
012710     MOVE PE07-LDGR-REQUEST-CNT    TO PE07-LDG-REQUEST-COUNT
012720     MOVE PE07-LDGR-RESPONSE-CNT   TO PE07-LDG-RESPONSE-COUNT
012730     MOVE PE07-LDGR-STEPS-RUN      TO PE07-LDG-STEPS-RUN
012740     MOVE PE07-LDGR-STEPS-REPORTED TO PE07-LDG-STEPS-REPORTED
012750     MOVE PE07-LDGR-CHECK-RESULTS  TO PE07-LDG-CHECK-RESULTS
012760     MOVE PE07-LDGR-BREAK-COUNT    TO PE07-LDG-BREAK-COUNT
012770     IF PE07-LDGR-BREAK-COUNT = 0
012780         SET PE07-LDG-BALANCED TO TRUE
012790     ELSE
012800         SET PE07-LDG-BROKEN TO TRUE
012810     END-IF
012820     WRITE PE07-LEDGER-RECORD
012830     CLOSE LEDGER-HISTORY-FILE
012840     .
012850 7000-EXIT.
012860     EXIT.
012870***************************************************************
012880*                                                             *
012890*    9000-START-SECTION                                       *
012900*                                                             *
012910***************************************************************
012920 9000-START-SECTION.
012930     IF PE07-LDGR-PAGE-NUMBER = 0
012940         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
012950     ELSE
012960         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
012970     END-IF
012980     MOVE PE07-LDGR-SECTION-LINE TO PE07-LDGR-PRINT-LINE
012990     WRITE PE07-LDGR-PRINT-LINE AFTER ADVANCING 2 LINES
013000     ADD 2 TO PE07-LDGR-LINE-COUNT
013010     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
013020     .
013030 9000-EXIT.
013040     EXIT.
013050***************************************************************
013060*                                                             *
013070*    9100-WRITE-REPORT-LINE                                   *
013080*                                                             *
013090*    WRITES ONE LINE, BREAKING TO A NEW PAGE WITH FRESH       *
013100*    HEADINGS WHEN THE CURRENT PAGE IS FULL.  THE LEDGER IS   *
013110*    BUILT TO FIT ONE PAGE; THE BREAK IS ONLY A SAFEGUARD.    *
013120***************************************************************
013130 9100-WRITE-REPORT-LINE.
013140     IF PE07-LDGR-LINE-COUNT >= PE07-LDGR-LINES-PER-PAGE
013150         MOVE PE07-LDGR-PRINT-LINE TO PE07-LDGR-SAVED-LINE
013160         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
013170         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
013180         MOVE PE07-LDGR-SAVED-LINE TO PE07-LDGR-PRINT-LINE
013190     END-IF
013200     WRITE PE07-LDGR-PRINT-LINE AFTER ADVANCING 1 LINE
013210     ADD 1 TO PE07-LDGR-LINE-COUNT
013220     GO TO 9100-EXIT
013230     .
013240 9100-WRITE-BLANK-LINE.
013250     MOVE SPACES TO PE07-LDGR-PRINT-LINE
013260     WRITE PE07-LDGR-PRINT-LINE AFTER ADVANCING 1 LINE
013270     ADD 1 TO PE07-LDGR-LINE-COUNT
013280     .
013290 9100-EXIT.
013300     EXIT.
013310***************************************************************
013320*                                                             *
013330*    9200-PAGE-HEADINGS                                       *
013340*                                                             *
013350***************************************************************
013360 9200-PAGE-HEADINGS.
013370     ADD 1 TO PE07-LDGR-PAGE-NUMBER
013380     MOVE PE07-LDGR-PAGE-NUMBER TO PE07-LDGR-HDG-PAGE
013390     MOVE PE07-LDGR-HEADING-1 TO PE07-LDGR-PRINT-LINE
013400     WRITE PE07-LDGR-PRINT-LINE AFTER ADVANCING PAGE
013410     MOVE 1 TO PE07-LDGR-LINE-COUNT
013420     .
013430 9200-EXIT.
013440     EXIT.
013450 9999-EXIT.
013460     STOP RUN.
013470 END PROGRAM PE07-RUN-LEDGER.
