000010***************************************************************
000020*                                                             *
000030*    PE07EDIT:                                                *
000040*                                                             *
000050*    REQUEST INTAKE EDIT FOR THE NIGHTLY SEARCH.  READS THE   *
000060*    REQUESTS SUBMITTED FOR THE NIGHT, CHECKS EACH ONE        *
000070*    AGAINST THE REQUESTER AUTHORIZATION MASTER AND AGAINST   *
000080*    THE REST OF THE NIGHT'S INTAKE, AND PASSES ONLY THE      *
000090*    CLEAN ONES TO THE EDITED REQUEST FILE THE PROJECTION     *
000100*    AND SEARCH STEPS READ.  A REQUEST IS REJECTED WHEN ITS   *
000110*    REQUEST ID IS MISSING OR ALREADY SEEN, ITS REQUESTER     *
000120*    IS UNKNOWN OR INACTIVE, ITS N-END IS UNUSABLE OR ABOVE   *
000130*    THE REQUESTER'S MAXIMUM, OR IT WOULD TAKE THE REQUESTER  *
000140*    PAST ITS DAILY QUOTA.  EVERY REJECTED REQUEST IS         *
000150*    ANSWERED AT ONCE WITH A SKIPPED RESPONSE RECORD          *
000160*    CARRYING THE REASON CODE, AND EVERY REQUEST READ IS      *
000170*    LISTED ON THE INTAKE REPORT, SO THE DESK CAN TELL A      *
000180*    REQUESTER WHAT WAS WRONG BEFORE THE NIGHT RUN RATHER     *
000190*    THAN THE MORNING AFTER.  ENDS RC=0 WHEN EVERY REQUEST    *
000200*    WAS ACCEPTED, RC=4 WHEN SOME WERE REJECTED, AND RC=12    *
000210*    WHEN A DATASET WAS UNAVAILABLE OR A TABLE OVERFLOWED     *
000220*    (THE EDITED FILE IS THEN INCOMPLETE AND MUST NOT BE      *
000230*    SEARCHED).                                               *
000240*                                                             *
000250***************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     PE07-REQUEST-EDIT.
000280 AUTHOR.         A M GRIFFITHS.
000290 INSTALLATION.   BATCH APPLICATIONS.
000300 DATE-WRITTEN.   2026-10-15.
000310 DATE-COMPILED.  2026-10-15.
000320***************************************************************
000330*                                                             *
000340*    MODIFICATION HISTORY                                     *
000350*                                                             *
000360*    DATE        INIT  DESCRIPTION                            *
000370*    ----------  ----  -------------------------------------- *
000380*    2026-10-15  AMG   ORIGINAL PROGRAM.                       *
000382*    2026-10-15  AMG   SKIPPED RESPONSES NOW CARRY THEIR RUN    *
000384*                      DATE AND ARE ALSO APPENDED TO THE        *
000386*                      RETAINED RESPONSE HISTORY FOR THE        *
000388*                      MONTHLY CHARGEBACK.                      *
000390*                                                             *
000400***************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT REQUESTER-MASTER-FILE ASSIGN TO RQSTMAST
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PE07-RQSTMAST-STATUS.
000480     SELECT REQUEST-FILE ASSIGN TO REQFILE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PE07-REQUEST-STATUS.
000510     SELECT EDITED-REQUEST-FILE ASSIGN TO REQEDIT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PE07-REQEDIT-STATUS.
000540     SELECT RESPONSE-FILE ASSIGN TO RESPFILE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PE07-RESPONSE-STATUS.
000562     SELECT RESPONSE-HISTORY-FILE ASSIGN TO RESPHIST
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS PE07-RESPHIST-STATUS.
000570     SELECT EDIT-REPORT-FILE ASSIGN TO EDITRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PE07-EDIT-REPORT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  REQUESTER-MASTER-FILE
000630     RECORDING MODE IS F.
000640 COPY PE07RQM.
000650 FD  REQUEST-FILE
000660     RECORDING MODE IS F.
000670 COPY PE07REQ.
000680 FD  EDITED-REQUEST-FILE
000690     RECORDING MODE IS F.
000700 01  PE07-EDITED-REQUEST     PIC X(24).
000710 FD  RESPONSE-FILE
000720     RECORDING MODE IS F.
000730 COPY PE07RSP.
000732 FD  RESPONSE-HISTORY-FILE
000734     RECORDING MODE IS F.
000736 01  PE07-RESPHIST-RECORD    PIC X(68).
000740 FD  EDIT-REPORT-FILE
000750     RECORDING MODE IS F.
000760 01  PE07-EDIT-PRINT-LINE    PIC X(132).
000770 WORKING-STORAGE SECTION.
000780***************************************************************
000790*    FILE STATUS FIELDS AND SWITCHES                           *
000800***************************************************************
000810 01  PE07-RQSTMAST-STATUS    PIC X(02).
000820     88  PE07-RQSTMAST-OK            VALUE '00'.
000830 01  PE07-REQUEST-STATUS     PIC X(02).
000840     88  PE07-REQUEST-OK             VALUE '00'.
000850 01  PE07-REQEDIT-STATUS     PIC X(02).
000860     88  PE07-REQEDIT-OK             VALUE '00'.
000870 01  PE07-RESPONSE-STATUS    PIC X(02).
000880     88  PE07-RESPONSE-OK            VALUE '00'.
000882 01  PE07-RESPHIST-STATUS    PIC X(02).
000884     88  PE07-RESPHIST-OK            VALUE '00'.
000890 01  PE07-EDIT-REPORT-STATUS PIC X(02).
000900     88  PE07-EDIT-REPORT-OK         VALUE '00'.
000910 01  PE07-EDIT-SWITCHES.
000920     05  PE07-EDIT-RQM-EOF-SW    PIC X(01)   VALUE 'N'.
000930         88  PE07-EDIT-RQM-EOF           VALUE 'Y'.
000940     05  PE07-EDIT-REQ-EOF-SW    PIC X(01)   VALUE 'N'.
000950         88  PE07-EDIT-REQ-EOF           VALUE 'Y'.
000960     05  PE07-EDIT-FOUND-SW      PIC X(01)   VALUE 'N'.
000970         88  PE07-EDIT-FOUND             VALUE 'Y'.
000972     05  PE07-EDIT-RESPHIST-SW   PIC X(01)   VALUE 'N'.
000974         88  PE07-EDIT-RESPHIST-OPEN     VALUE 'Y'.
000980***************************************************************
000990*    THE REQUESTER MASTER HELD IN STORAGE, WITH THE NIGHT'S   *
001000*    ACCEPTED AND REJECTED COUNTS ALONGSIDE EACH ENTRY -- THE  *
001010*    ACCEPTED COUNT IS WHAT THE DAILY QUOTA IS MEASURED       *
001020*    AGAINST, SO A REJECTED REQUEST NEVER USES UP QUOTA.      *
001030***************************************************************
001040     78  PE07-EDIT-RQM-MAX          VALUE 500.
001050 77  PE07-EDIT-RQM-COUNT     PIC 9(04)  COMP  VALUE 0.
001060 01  PE07-EDIT-RQM-TABLE.
001070     05  PE07-EDIT-RQM-ENTRY     OCCURS 500 TIMES.
001080         10  PE07-EDIT-RQM-CODE      PIC X(04).
001090         10  PE07-EDIT-RQM-STATUS    PIC X(01).
001100             88  PE07-EDIT-RQM-ACTIVE        VALUE 'A'.
001110         10  PE07-EDIT-RQM-MAX-N-END PIC 9(09).
001120         10  PE07-EDIT-RQM-QUOTA     PIC 9(05).
001130         10  PE07-EDIT-RQM-NAME      PIC X(30).
001140         10  PE07-EDIT-RQM-ACCEPTED  PIC 9(05).
001150         10  PE07-EDIT-RQM-REJECTED  PIC 9(05).
001160 77  PE07-EDIT-RQM-IDX       PIC 9(04)  COMP  VALUE 0.
001170 77  PE07-EDIT-RQM-HIT       PIC 9(04)  COMP  VALUE 0.
001180***************************************************************
001190*    EVERY REQUEST ID SEEN SO FAR TONIGHT, ACCEPTED OR NOT,   *
001200*    FOR THE DUPLICATE CHECK.                                 *
001210***************************************************************
001220     78  PE07-EDIT-ID-MAX           VALUE 5000.
001230 77  PE07-EDIT-ID-COUNT      PIC 9(04)  COMP  VALUE 0.
001240 01  PE07-EDIT-ID-TABLE.
001250     05  PE07-EDIT-ID-ENTRY      OCCURS 5000 TIMES
001260                                 PIC X(08).
001270 77  PE07-EDIT-ID-IDX        PIC 9(04)  COMP  VALUE 0.
001280***************************************************************
001290*    INTAKE CONTROL TOTALS, WITH THE REJECTS BROKEN DOWN BY   *
001300*    REASON                                                   *
001310***************************************************************
001320 77  PE07-EDIT-READ-COUNT    PIC 9(09)  COMP  VALUE 0.
001330 77  PE07-EDIT-ACCEPT-COUNT  PIC 9(09)  COMP  VALUE 0.
001340 77  PE07-EDIT-REJECT-COUNT  PIC 9(09)  COMP  VALUE 0.
001350 77  PE07-EDIT-NO-ID-COUNT   PIC 9(09)  COMP  VALUE 0.
001360 77  PE07-EDIT-DUP-COUNT     PIC 9(09)  COMP  VALUE 0.
001370 77  PE07-EDIT-UNKNOWN-COUNT PIC 9(09)  COMP  VALUE 0.
001380 77  PE07-EDIT-INACT-COUNT   PIC 9(09)  COMP  VALUE 0.
001390 77  PE07-EDIT-NEND-COUNT    PIC 9(09)  COMP  VALUE 0.
001400 77  PE07-EDIT-LIMIT-COUNT   PIC 9(09)  COMP  VALUE 0.
001410 77  PE07-EDIT-QUOTA-COUNT   PIC 9(09)  COMP  VALUE 0.
001420***************************************************************
001430*    THE REASON THE REQUEST IN HAND WAS REJECTED -- SPACES    *
001440*    WHILE IT IS STILL CLEAN.  THE CODE IS THE MESSAGE ID     *
001450*    CARRIED ON THE SKIPPED RESPONSE RECORD.                  *
001460***************************************************************
001470 01  PE07-EDIT-REASON-CODE   PIC X(08)   VALUE SPACES.
001480 01  PE07-EDIT-REASON-TEXT   PIC X(40)   VALUE SPACES.
001490***************************************************************
001500*    PAGE AND LINE CONTROL                                     *
001510***************************************************************
001520     78  PE07-EDIT-LINES-PER-PAGE   VALUE 60.
001530 77  PE07-EDIT-PAGE-NUMBER   PIC 9(05)  COMP  VALUE 0.
001540 77  PE07-EDIT-LINE-COUNT    PIC 9(05)  COMP  VALUE 99.
001550***************************************************************
001560*    RUN DATE, RAW AND EDITED FOR THE PAGE HEADING             *
001570***************************************************************
001580 01  PE07-EDIT-RUN-DATE      PIC 9(08).
001590 01  PE07-EDIT-DATE-EDIT.
001600     05  PE07-EDIT-EDIT-YYYY     PIC X(04).
001610     05  FILLER                  PIC X(01)   VALUE '-'.
001620     05  PE07-EDIT-EDIT-MM       PIC X(02).
001630     05  FILLER                  PIC X(01)   VALUE '-'.
001640     05  PE07-EDIT-EDIT-DD       PIC X(02).
001650***************************************************************
001660*    PAGE HEADING, SECTION, AND COLUMN HEADER LINES            *
001670***************************************************************
001680 01  PE07-EDIT-HEADING-1.
001690     05  FILLER                  PIC X(10)   VALUE 'PE07EDIT'.
001700     05  FILLER                  PIC X(24)   VALUE SPACES.
001710     05  FILLER                  PIC X(46)   VALUE
001720         'PRIME SEARCH SYSTEM -- REQUEST INTAKE EDIT'.
001730     05  FILLER                  PIC X(20)   VALUE SPACES.
001740     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
001750     05  PE07-EDIT-HDG-DATE      PIC X(10).
001760     05  FILLER                  PIC X(03)   VALUE SPACES.
001770     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
001780     05  PE07-EDIT-HDG-PAGE      PIC ZZZZ9.
001790 01  PE07-EDIT-SECTION-LINE.
001800     05  FILLER                  PIC X(02)   VALUE SPACES.
001810     05  PE07-EDIT-SECTION-TITLE PIC X(60).
001820     05  FILLER                  PIC X(70)   VALUE SPACES.
001830 01  PE07-EDIT-ACTIVE-HEADER PIC X(132)  VALUE SPACES.
001840 01  PE07-EDIT-SAVED-LINE    PIC X(132).
001850 01  PE07-EDIT-REQUEST-HEADER.
001860     05  FILLER                  PIC X(05)   VALUE SPACES.
001870     05  FILLER                  PIC X(12)   VALUE 'REQUEST ID'.
001880     05  FILLER                  PIC X(09)   VALUE 'REQUESTER'.
001890     05  FILLER                  PIC X(10)   VALUE '     N-END'.
001900     05  FILLER                  PIC X(04)   VALUE SPACES.
001910     05  FILLER                  PIC X(12)   VALUE 'DISPOSITION'.
001920     05  FILLER                  PIC X(10)   VALUE 'REASON'.
001930     05  FILLER                  PIC X(70)   VALUE SPACES.
001940 01  PE07-EDIT-REQUESTER-HEADER.
001950     05  FILLER                  PIC X(05)   VALUE SPACES.
001960     05  FILLER                  PIC X(11)   VALUE 'REQUESTER'.
001970     05  FILLER                  PIC X(32)   VALUE 'NAME'.
001980     05  FILLER                  PIC X(08)   VALUE 'STATUS'.
001990     05  FILLER                  PIC X(10)   VALUE ' MAX N-END'.
002000     05  FILLER                  PIC X(09)   VALUE '    QUOTA'.
002010     05  FILLER                  PIC X(01)   VALUE SPACES.
002020     05  FILLER                  PIC X(10)   VALUE '  ACCEPTED'.
002025     05  FILLER                  PIC X(10)   VALUE '  REJECTED'.
002030     05  FILLER                  PIC X(36)   VALUE SPACES.
002040***************************************************************
002050*    DETAIL, TOTAL, AND NOTE LINES                             *
002060***************************************************************
002070 01  PE07-EDIT-REQUEST-LINE.
002080     05  FILLER                  PIC X(05)   VALUE SPACES.
002090     05  PE07-EDIT-DTL-ID        PIC X(08).
002100     05  FILLER                  PIC X(04)   VALUE SPACES.
002110     05  PE07-EDIT-DTL-REQUESTER PIC X(04).
002120     05  FILLER                  PIC X(05)   VALUE SPACES.
002130     05  PE07-EDIT-DTL-N-END     PIC Z(09)9.
002140     05  PE07-EDIT-DTL-N-END-X   REDEFINES PE07-EDIT-DTL-N-END
002150                                 PIC X(10).
002160     05  FILLER                  PIC X(04)   VALUE SPACES.
002170     05  PE07-EDIT-DTL-DISP      PIC X(10).
002180     05  FILLER                  PIC X(02)   VALUE SPACES.
002190     05  PE07-EDIT-DTL-REASON    PIC X(08).
002200     05  FILLER                  PIC X(02)   VALUE SPACES.
002210     05  PE07-EDIT-DTL-TEXT      PIC X(40).
002220     05  FILLER                  PIC X(30)   VALUE SPACES.
002230 01  PE07-EDIT-REQUESTER-LINE.
002240     05  FILLER                  PIC X(05)   VALUE SPACES.
002250     05  PE07-EDIT-RQL-CODE      PIC X(04).
002260     05  FILLER                  PIC X(07)   VALUE SPACES.
002270     05  PE07-EDIT-RQL-NAME      PIC X(30).
002280     05  FILLER                  PIC X(02)   VALUE SPACES.
002290     05  PE07-EDIT-RQL-STATUS    PIC X(08).
002300     05  PE07-EDIT-RQL-MAX-N-END PIC Z(09)9.
002310     05  FILLER                  PIC X(02)   VALUE SPACES.
002320     05  PE07-EDIT-RQL-QUOTA     PIC Z(06)9.
002330     05  FILLER                  PIC X(01)   VALUE SPACES.
002340     05  PE07-EDIT-RQL-ACCEPTED  PIC Z(09)9.
002350     05  PE07-EDIT-RQL-REJECTED  PIC Z(09)9.
002360     05  FILLER                  PIC X(36)   VALUE SPACES.
002370 01  PE07-EDIT-TOTAL-LINE.
002380     05  FILLER                  PIC X(05)   VALUE SPACES.
002390     05  PE07-EDIT-TOTAL-CAPTION PIC X(40).
002400     05  PE07-EDIT-TOTAL-VALUE   PIC Z(11)9.
002410     05  FILLER                  PIC X(75)   VALUE SPACES.
002420 01  PE07-EDIT-NOTE-LINE.
002430     05  FILLER                  PIC X(05)   VALUE SPACES.
002440     05  PE07-EDIT-NOTE-TEXT     PIC X(70).
002450     05  FILLER                  PIC X(57)   VALUE SPACES.
002460 PROCEDURE DIVISION.
002470***************************************************************
002480*                                                             *
002490*    0000-MAINLINE                                            *
002500*                                                             *
002510***************************************************************
002520 0000-MAINLINE.
002530     OPEN OUTPUT EDIT-REPORT-FILE
002540     IF NOT PE07-EDIT-REPORT-OK
002550         DISPLAY 'PE07-E70 UNABLE TO OPEN EDIT-REPORT-FILE,'
002560             ' STATUS ' PE07-EDIT-REPORT-STATUS
002570         MOVE 12 TO RETURN-CODE
002580         GO TO 9999-EXIT
002590     END-IF
002600     ACCEPT PE07-EDIT-RUN-DATE FROM DATE YYYYMMDD
002610     MOVE PE07-EDIT-RUN-DATE(1:4) TO PE07-EDIT-EDIT-YYYY
002620     MOVE PE07-EDIT-RUN-DATE(5:2) TO PE07-EDIT-EDIT-MM
002630     MOVE PE07-EDIT-RUN-DATE(7:2) TO PE07-EDIT-EDIT-DD
002640     MOVE PE07-EDIT-DATE-EDIT TO PE07-EDIT-HDG-DATE
002650     MOVE 'REQUESTS RECEIVED' TO PE07-EDIT-SECTION-TITLE
002660     MOVE PE07-EDIT-REQUEST-HEADER TO PE07-EDIT-ACTIVE-HEADER
002670     PERFORM 9000-START-SECTION THRU 9000-EXIT
002680     PERFORM 1000-LOAD-REQUESTERS THRU 1000-EXIT
002690     IF RETURN-CODE = 12
002700         MOVE 'REQUESTER MASTER UNAVAILABLE -- NO REQUEST EDITED'
002710             TO PE07-EDIT-NOTE-TEXT
002720         MOVE PE07-EDIT-NOTE-LINE TO PE07-EDIT-PRINT-LINE
002730         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002740         CLOSE EDIT-REPORT-FILE
002750         GO TO 9999-EXIT
002760     END-IF
002770     PERFORM 1500-OPEN-REQUEST-FILES THRU 1500-EXIT
002780     IF RETURN-CODE = 12
002790         MOVE 'A REQUEST DATASET IS UNAVAILABLE -- NOTHING EDITED'
002800             TO PE07-EDIT-NOTE-TEXT
002810         MOVE PE07-EDIT-NOTE-LINE TO PE07-EDIT-PRINT-LINE
002820         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002830         CLOSE EDIT-REPORT-FILE
002840         GO TO 9999-EXIT
002850     END-IF
002860     PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT
002870         UNTIL PE07-EDIT-REQ-EOF
002880     CLOSE REQUEST-FILE
002890     CLOSE EDITED-REQUEST-FILE
002900     CLOSE RESPONSE-FILE
002902     IF PE07-EDIT-RESPHIST-OPEN
002904         CLOSE RESPONSE-HISTORY-FILE
002906     END-IF
002910     GO TO 8000-WRAP-UP
002920     .
002930***************************************************************
002940*                                                             *
002950*    1000-LOAD-REQUESTERS                                     *
002960*                                                             *
002970*    LOADS THE REQUESTER AUTHORIZATION MASTER INTO THE        *
002980*    TABLE.  A MISSING MASTER IS FATAL -- WITH NOBODY ON      *
002990*    FILE, EVERY REQUEST WOULD BE REJECTED AS UNKNOWN, AND    *
003000*    THAT IS A DATASET PROBLEM, NOT THE REQUESTERS' FAULT.    *
003010***************************************************************
003020 1000-LOAD-REQUESTERS.
003030     OPEN INPUT REQUESTER-MASTER-FILE
003040     IF NOT PE07-RQSTMAST-OK
003050         DISPLAY 'PE07-E68 UNABLE TO OPEN REQUESTER-MASTER-FILE,'
003060             ' STATUS ' PE07-RQSTMAST-STATUS
003070         MOVE 12 TO RETURN-CODE
003080         GO TO 1000-EXIT
003090     END-IF
003100     PERFORM 1100-LOAD-ONE-REQUESTER THRU 1100-EXIT
003110         UNTIL PE07-EDIT-RQM-EOF
003120     CLOSE REQUESTER-MASTER-FILE
003130     .
003140 1000-EXIT.
003150     EXIT.
003160 1100-LOAD-ONE-REQUESTER.
003170     READ REQUESTER-MASTER-FILE
003180         AT END
003190             SET PE07-EDIT-RQM-EOF TO TRUE
003200             GO TO 1100-EXIT
003210     END-READ
003220     IF PE07-EDIT-RQM-COUNT >= PE07-EDIT-RQM-MAX
003230         DISPLAY 'PE07-E71 REQUESTER TABLE FULL AT '
003240             PE07-EDIT-RQM-COUNT ' ENTRIES'
003250         MOVE 12 TO RETURN-CODE
003260         SET PE07-EDIT-RQM-EOF TO TRUE
003270         GO TO 1100-EXIT
003280     END-IF
003290     ADD 1 TO PE07-EDIT-RQM-COUNT
003300     MOVE PE07-EDIT-RQM-COUNT TO PE07-EDIT-RQM-IDX
003310     MOVE PE07-RQM-CODE
003320         TO PE07-EDIT-RQM-CODE(PE07-EDIT-RQM-IDX)
003330     MOVE PE07-RQM-STATUS
003340         TO PE07-EDIT-RQM-STATUS(PE07-EDIT-RQM-IDX)
003350     MOVE PE07-RQM-MAX-N-END
003360         TO PE07-EDIT-RQM-MAX-N-END(PE07-EDIT-RQM-IDX)
003370     MOVE PE07-RQM-DAILY-QUOTA
003380         TO PE07-EDIT-RQM-QUOTA(PE07-EDIT-RQM-IDX)
003390     MOVE PE07-RQM-NAME
003400         TO PE07-EDIT-RQM-NAME(PE07-EDIT-RQM-IDX)
003410     MOVE 0 TO PE07-EDIT-RQM-ACCEPTED(PE07-EDIT-RQM-IDX)
003420     MOVE 0 TO PE07-EDIT-RQM-REJECTED(PE07-EDIT-RQM-IDX)
003430     .
003440 1100-EXIT.
003450     EXIT.
003460***************************************************************
003470*                                                             *
003480*    1500-OPEN-REQUEST-FILES                                  *
003490*                                                             *
003500*    THE RESPONSE FILE IS EXTENDED, NEVER REWRITTEN -- IT     *
003510*    STILL HOLDS ANY ANSWERS NOT YET TAKEN BY THE             *
003520*    REQUESTERS, AND THE SEARCH STEP APPENDS THE NIGHT'S      *
003530*    OWN ANSWERS BEHIND THE ONES WRITTEN HERE.  EACH ANSWER   *
003532*    IS ALSO KEPT ON THE RETAINED RESPONSE HISTORY THE        *
003534*    MONTHLY CHARGEBACK BILLS FROM; LOSING THE HISTORY IS A   *
003536*    WARNING ONLY -- THE ANSWERS STILL GO OUT.                *
003540***************************************************************
003550 1500-OPEN-REQUEST-FILES.
003560     OPEN INPUT REQUEST-FILE
003570     IF NOT PE07-REQUEST-OK
003580         DISPLAY 'PE07-E07 UNABLE TO OPEN REQUEST-FILE, STATUS '
003590             PE07-REQUEST-STATUS
003600         MOVE 12 TO RETURN-CODE
003610         GO TO 1500-EXIT
003620     END-IF
003630     OPEN OUTPUT EDITED-REQUEST-FILE
003640     IF NOT PE07-REQEDIT-OK
003650         DISPLAY 'PE07-E69 UNABLE TO OPEN EDITED-REQUEST-FILE,'
003660             ' STATUS ' PE07-REQEDIT-STATUS
003670         MOVE 12 TO RETURN-CODE
003680         CLOSE REQUEST-FILE
003690         GO TO 1500-EXIT
003700     END-IF
003710     OPEN EXTEND RESPONSE-FILE
003720     IF NOT PE07-RESPONSE-OK
003730         DISPLAY 'PE07-E60 UNABLE TO OPEN RESPONSE-FILE, STATUS '
003740             PE07-RESPONSE-STATUS
003750         MOVE 12 TO RETURN-CODE
003760         CLOSE REQUEST-FILE
003770         CLOSE EDITED-REQUEST-FILE
003780         GO TO 1500-EXIT
003790     END-IF
003792     OPEN EXTEND RESPONSE-HISTORY-FILE
003794     IF PE07-RESPHIST-OK
003796         SET PE07-EDIT-RESPHIST-OPEN TO TRUE
003798     ELSE
003800         DISPLAY 'PE07-W12 UNABLE TO OPEN RESPONSE-HISTORY-FILE,'
003802             ' STATUS ' PE07-RESPHIST-STATUS
003804             ' -- RESPONSES NOT RETAINED FOR CHARGEBACK'
003806     END-IF
003808     .
003810 1500-EXIT.
003820     EXIT.
003830***************************************************************
003840*                                                             *
003850*    2000-EDIT-REQUEST                                        *
003860*                                                             *
003870*    READS THE NEXT REQUEST, RUNS EVERY EDIT AGAINST IT, AND  *
003880*    PASSES IT ON OR ANSWERS IT.  A DUPLICATE-CHECK TABLE     *
003890*    THAT OVERFLOWS STOPS THE EDIT RC=12 -- A REQUEST THAT    *
003900*    CANNOT BE CHECKED CANNOT BE PASSED AS CLEAN.             *
003910***************************************************************
003920 2000-EDIT-REQUEST.
003930     READ REQUEST-FILE
003940         AT END
003950             SET PE07-EDIT-REQ-EOF TO TRUE
003960             GO TO 2000-EXIT
003970     END-READ
003980     ADD 1 TO PE07-EDIT-READ-COUNT
003990     MOVE SPACES TO PE07-EDIT-REASON-CODE
004000     MOVE SPACES TO PE07-EDIT-REASON-TEXT
004010     MOVE 0 TO PE07-EDIT-RQM-HIT
004020     PERFORM 3000-CHECK-REQUEST THRU 3000-EXIT
004030     IF RETURN-CODE = 12
004040         SET PE07-EDIT-REQ-EOF TO TRUE
004050         GO TO 2000-EXIT
004060     END-IF
004070     IF PE07-EDIT-REASON-CODE = SPACES
004080         PERFORM 4000-ACCEPT-REQUEST THRU 4000-EXIT
004090     ELSE
004100         PERFORM 5000-REJECT-REQUEST THRU 5000-EXIT
004110     END-IF
004120     .
004130 2000-EXIT.
004140     EXIT.
004150***************************************************************
004160*                                                             *
004170*    3000-CHECK-REQUEST                                       *
004180*                                                             *
004190*    THE EDITS, IN ORDER -- THE FIRST ONE FAILED IS THE       *
004200*    REASON GIVEN.  THE REQUEST ID IS RECORDED AS SEEN        *
004210*    WHATEVER THE OUTCOME, SO A SECOND COPY OF A REJECTED     *
004220*    REQUEST IS STILL CAUGHT AS A DUPLICATE.  THE QUOTA IS    *
004230*    CHECKED LAST, SO ONLY A REQUEST THAT IS OTHERWISE        *
004240*    CLEAN COUNTS AGAINST IT.                                 *
004250***************************************************************
004260 3000-CHECK-REQUEST.
004270     IF PE07-REQ-ID = SPACES
004280         MOVE 'PE07-E67' TO PE07-EDIT-REASON-CODE
004290         MOVE 'REQUEST ID MISSING'
004300             TO PE07-EDIT-REASON-TEXT
004310         ADD 1 TO PE07-EDIT-NO-ID-COUNT
004320         GO TO 3000-EXIT
004330     END-IF
004340     PERFORM 7000-FIND-REQUEST-ID THRU 7000-EXIT
004350     IF PE07-EDIT-FOUND
004360         MOVE 'PE07-E62' TO PE07-EDIT-REASON-CODE
004370         MOVE 'DUPLICATE REQUEST ID'
004380             TO PE07-EDIT-REASON-TEXT
004390         ADD 1 TO PE07-EDIT-DUP-COUNT
004400         GO TO 3000-EXIT
004410     END-IF
004420     PERFORM 7100-ADD-REQUEST-ID THRU 7100-EXIT
004430     IF RETURN-CODE = 12
004440         GO TO 3000-EXIT
004450     END-IF
004460     PERFORM 7200-FIND-REQUESTER THRU 7200-EXIT
004470     IF NOT PE07-EDIT-FOUND
004480         MOVE 'PE07-E63' TO PE07-EDIT-REASON-CODE
004490         MOVE 'REQUESTER NOT ON THE REQUESTER MASTER'
004500             TO PE07-EDIT-REASON-TEXT
004510         ADD 1 TO PE07-EDIT-UNKNOWN-COUNT
004520         GO TO 3000-EXIT
004530     END-IF
004540     IF NOT PE07-EDIT-RQM-ACTIVE(PE07-EDIT-RQM-HIT)
004550         MOVE 'PE07-E64' TO PE07-EDIT-REASON-CODE
004560         MOVE 'REQUESTER IS NOT ACTIVE'
004570             TO PE07-EDIT-REASON-TEXT
004580         ADD 1 TO PE07-EDIT-INACT-COUNT
004590         GO TO 3000-EXIT
004600     END-IF
004610     IF PE07-REQ-N-END IS NOT NUMERIC OR PE07-REQ-N-END < 2
004620         MOVE 'PE07-E10' TO PE07-EDIT-REASON-CODE
004630         MOVE 'N-END NOT NUMERIC OR LESS THAN 2'
004640             TO PE07-EDIT-REASON-TEXT
004650         ADD 1 TO PE07-EDIT-NEND-COUNT
004660         GO TO 3000-EXIT
004670     END-IF
004680     IF PE07-REQ-N-END
004685             > PE07-EDIT-RQM-MAX-N-END(PE07-EDIT-RQM-HIT)
004690         MOVE 'PE07-E65' TO PE07-EDIT-REASON-CODE
004700         MOVE 'N-END ABOVE THE REQUESTER MAXIMUM'
004710             TO PE07-EDIT-REASON-TEXT
004720         ADD 1 TO PE07-EDIT-LIMIT-COUNT
004730         GO TO 3000-EXIT
004740     END-IF
004750     IF PE07-EDIT-RQM-ACCEPTED(PE07-EDIT-RQM-HIT)
004760             >= PE07-EDIT-RQM-QUOTA(PE07-EDIT-RQM-HIT)
004770         MOVE 'PE07-E66' TO PE07-EDIT-REASON-CODE
004780         MOVE 'DAILY REQUEST QUOTA ALREADY REACHED'
004790             TO PE07-EDIT-REASON-TEXT
004800         ADD 1 TO PE07-EDIT-QUOTA-COUNT
004810         GO TO 3000-EXIT
004820     END-IF
004830     .
004840 3000-EXIT.
004850     EXIT.
004860***************************************************************
004870*                                                             *
004880*    4000-ACCEPT-REQUEST                                      *
004890*                                                             *
004900*    THE REQUEST PASSED EVERY EDIT -- IT GOES TO THE EDITED   *
004910*    FILE UNCHANGED AND USES ONE OF ITS REQUESTER'S QUOTA.    *
004920***************************************************************
004930 4000-ACCEPT-REQUEST.
004940     ADD 1 TO PE07-EDIT-ACCEPT-COUNT
004950     ADD 1 TO PE07-EDIT-RQM-ACCEPTED(PE07-EDIT-RQM-HIT)
004960     WRITE PE07-EDITED-REQUEST FROM PE07-REQUEST-RECORD
004970     MOVE 'ACCEPTED' TO PE07-EDIT-DTL-DISP
004980     PERFORM 6000-LIST-REQUEST THRU 6000-EXIT
004990     .
005000 4000-EXIT.
005010     EXIT.
005020***************************************************************
005030*                                                             *
005040*    5000-REJECT-REQUEST                                      *
005050*                                                             *
005060*    THE REQUEST IS ANSWERED NOW WITH A SKIPPED RESPONSE      *
005070*    CARRYING THE REASON CODE, THE SAME SHAPE THE SEARCH      *
005080*    STEP USES FOR A REQUEST IT CANNOT SERVE.  AN N-END THAT  *
005090*    IS NOT NUMERIC IS ECHOED AS ZERO RATHER THAN COPIED      *
005100*    ONTO THE RESPONSE AS IT STANDS.                          *
005110***************************************************************
005120 5000-REJECT-REQUEST.
005130     ADD 1 TO PE07-EDIT-REJECT-COUNT
005140     IF PE07-EDIT-RQM-HIT > 0
005150         ADD 1 TO PE07-EDIT-RQM-REJECTED(PE07-EDIT-RQM-HIT)
005160     END-IF
005170     MOVE SPACES TO PE07-RESPONSE-RECORD
005180     MOVE PE07-REQ-ID        TO PE07-RSP-REQUEST-ID
005190     MOVE PE07-REQ-REQUESTER TO PE07-RSP-REQUESTER
005200     IF PE07-REQ-N-END IS NUMERIC
005210         MOVE PE07-REQ-N-END TO PE07-RSP-N-END
005220     ELSE
005230         MOVE 0 TO PE07-RSP-N-END
005240     END-IF
005250     MOVE 0 TO PE07-RSP-NTH-PRIME
005260     SET PE07-RSP-SKIPPED TO TRUE
005270     MOVE PE07-EDIT-REASON-CODE TO PE07-RSP-REASON
005275     MOVE PE07-EDIT-RUN-DATE TO PE07-RSP-RUN-DATE
005280     WRITE PE07-RESPONSE-RECORD
005282     IF PE07-EDIT-RESPHIST-OPEN
005284         WRITE PE07-RESPHIST-RECORD FROM PE07-RESPONSE-RECORD
005286     END-IF
005290     MOVE 'REJECTED' TO PE07-EDIT-DTL-DISP
005300     PERFORM 6000-LIST-REQUEST THRU 6000-EXIT
005310     .
005320 5000-EXIT.
005330     EXIT.
005340***************************************************************
005350*                                                             *
005360*    6000-LIST-REQUEST                                        *
005370*                                                             *
005380*    ONE INTAKE REPORT LINE FOR THE REQUEST IN HAND.  THE     *
005390*    DISPOSITION IS SET BY THE CALLER.                        *
005400***************************************************************
005410 6000-LIST-REQUEST.
005420     MOVE PE07-REQ-ID           TO PE07-EDIT-DTL-ID
005430     MOVE PE07-REQ-REQUESTER    TO PE07-EDIT-DTL-REQUESTER
005440     IF PE07-REQ-N-END IS NUMERIC
005450         MOVE PE07-REQ-N-END    TO PE07-EDIT-DTL-N-END
005460     ELSE
005470         MOVE SPACES            TO PE07-EDIT-DTL-N-END-X
005480         MOVE PE07-REQ-N-END    TO PE07-EDIT-DTL-N-END-X(2:)
005490     END-IF
005500     MOVE PE07-EDIT-REASON-CODE TO PE07-EDIT-DTL-REASON
005510     MOVE PE07-EDIT-REASON-TEXT TO PE07-EDIT-DTL-TEXT
005520     MOVE PE07-EDIT-REQUEST-LINE TO PE07-EDIT-PRINT-LINE
005530     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005540     .
005550 6000-EXIT.
005560     EXIT.
005570***************************************************************
005580*                                                             *
005590*    7000-FIND-REQUEST-ID                                     *
005600*                                                             *
005610***************************************************************
005620 7000-FIND-REQUEST-ID.
005630     MOVE 'N' TO PE07-EDIT-FOUND-SW
005640     PERFORM 7010-TEST-REQUEST-ID THRU 7010-EXIT
005650         VARYING PE07-EDIT-ID-IDX FROM 1 BY 1
005660         UNTIL PE07-EDIT-ID-IDX > PE07-EDIT-ID-COUNT
005670            OR PE07-EDIT-FOUND
005680     .
005690 7000-EXIT.
005700     EXIT.
005710 7010-TEST-REQUEST-ID.
005720     IF PE07-EDIT-ID-ENTRY(PE07-EDIT-ID-IDX) = PE07-REQ-ID
005730         SET PE07-EDIT-FOUND TO TRUE
005740     END-IF
005750     .
005760 7010-EXIT.
005770     EXIT.
005780***************************************************************
005790*                                                             *
005800*    7100-ADD-REQUEST-ID                                      *
005810*                                                             *
005820***************************************************************
005830 7100-ADD-REQUEST-ID.
005840     IF PE07-EDIT-ID-COUNT >= PE07-EDIT-ID-MAX
005850         DISPLAY 'PE07-E72 REQUEST ID TABLE FULL AT '
005860             PE07-EDIT-ID-COUNT ' ENTRIES -- EDIT STOPPED'
005870         MOVE 12 TO RETURN-CODE
005880         GO TO 7100-EXIT
005890     END-IF
005900     ADD 1 TO PE07-EDIT-ID-COUNT
005910     MOVE PE07-REQ-ID TO PE07-EDIT-ID-ENTRY(PE07-EDIT-ID-COUNT)
005920     .
005930 7100-EXIT.
005940     EXIT.
005950***************************************************************
005960*                                                             *
005970*    7200-FIND-REQUESTER                                      *
005980*                                                             *
005990*    LEAVES THE MATCHING TABLE ENTRY IN PE07-EDIT-RQM-HIT,    *
006000*    ZERO WHEN THE REQUESTER IS NOT ON THE MASTER.            *
006010***************************************************************
006020 7200-FIND-REQUESTER.
006030     MOVE 'N' TO PE07-EDIT-FOUND-SW
006040     MOVE 0 TO PE07-EDIT-RQM-HIT
006050     PERFORM 7210-TEST-REQUESTER THRU 7210-EXIT
006060         VARYING PE07-EDIT-RQM-IDX FROM 1 BY 1
006070         UNTIL PE07-EDIT-RQM-IDX > PE07-EDIT-RQM-COUNT
006080            OR PE07-EDIT-FOUND
006090     .
006100 7200-EXIT.
006110     EXIT.
006120 7210-TEST-REQUESTER.
006130     IF PE07-EDIT-RQM-CODE(PE07-EDIT-RQM-IDX) = PE07-REQ-REQUESTER
006140         SET PE07-EDIT-FOUND TO TRUE
006150         MOVE PE07-EDIT-RQM-IDX TO PE07-EDIT-RQM-HIT
006160     END-IF
006170     .
006180 7210-EXIT.
006190     EXIT.
006200***************************************************************
006210*                                                             *
006220*    8000-WRAP-UP                                             *
006230*                                                             *
006240*    INTAKE TOTALS AND THE REQUESTER SUMMARY, THEN THE RUN'S  *
006250*    RETURN CODE.  AN EDIT STOPPED BY A FULL TABLE KEEPS ITS  *
006260*    RC=12 -- THE EDITED FILE IS INCOMPLETE.                  *
006270***************************************************************
006280 8000-WRAP-UP.
006290     IF PE07-EDIT-READ-COUNT = 0
006300         MOVE 'NO REQUESTS WERE SUBMITTED'
006310             TO PE07-EDIT-NOTE-TEXT
006320         MOVE PE07-EDIT-NOTE-LINE TO PE07-EDIT-PRINT-LINE
006330         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006340     END-IF
006350     PERFORM 8100-INTAKE-TOTALS THRU 8100-EXIT
006360     PERFORM 8200-REQUESTER-SUMMARY THRU 8200-EXIT
006370     CLOSE EDIT-REPORT-FILE
006380     DISPLAY 'PE07-I22 ' PE07-EDIT-READ-COUNT
006390         ' REQUESTS READ, ' PE07-EDIT-ACCEPT-COUNT
006400         ' ACCEPTED, ' PE07-EDIT-REJECT-COUNT ' REJECTED'
006410     IF RETURN-CODE NOT = 12
006420         IF PE07-EDIT-REJECT-COUNT > 0
006430             MOVE 4 TO RETURN-CODE
006440         ELSE
006450             MOVE 0 TO RETURN-CODE
006460         END-IF
006470     END-IF
006480     GO TO 9999-EXIT
006490     .
006500 8100-INTAKE-TOTALS.
006510     MOVE 'INTAKE TOTALS' TO PE07-EDIT-SECTION-TITLE
006520     MOVE SPACES TO PE07-EDIT-ACTIVE-HEADER
006530     PERFORM 9000-START-SECTION THRU 9000-EXIT
006540     MOVE 'REQUESTS READ . . . . . . . . . . . . .'
006550         TO PE07-EDIT-TOTAL-CAPTION
006560     MOVE PE07-EDIT-READ-COUNT TO PE07-EDIT-TOTAL-VALUE
006570     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006580     MOVE 'ACCEPTED FOR THE SEARCH . . . . . . . .'
006590         TO PE07-EDIT-TOTAL-CAPTION
006600     MOVE PE07-EDIT-ACCEPT-COUNT TO PE07-EDIT-TOTAL-VALUE
006610     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006620     MOVE 'REJECTED AND ANSWERED SKIPPED . . . . .'
006630         TO PE07-EDIT-TOTAL-CAPTION
006640     MOVE PE07-EDIT-REJECT-COUNT TO PE07-EDIT-TOTAL-VALUE
006650     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006660     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
006670     MOVE '  PE07-E67 REQUEST ID MISSING . . . . .'
006680         TO PE07-EDIT-TOTAL-CAPTION
006690     MOVE PE07-EDIT-NO-ID-COUNT TO PE07-EDIT-TOTAL-VALUE
006700     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006710     MOVE '  PE07-E62 DUPLICATE REQUEST ID . . . .'
006720         TO PE07-EDIT-TOTAL-CAPTION
006730     MOVE PE07-EDIT-DUP-COUNT TO PE07-EDIT-TOTAL-VALUE
006740     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006750     MOVE '  PE07-E63 REQUESTER NOT ON MASTER  . .'
006760         TO PE07-EDIT-TOTAL-CAPTION
006770     MOVE PE07-EDIT-UNKNOWN-COUNT TO PE07-EDIT-TOTAL-VALUE
006780     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006790     MOVE '  PE07-E64 REQUESTER NOT ACTIVE . . . .'
006800         TO PE07-EDIT-TOTAL-CAPTION
006810     MOVE PE07-EDIT-INACT-COUNT TO PE07-EDIT-TOTAL-VALUE
006820     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006830     MOVE '  PE07-E10 N-END UNUSABLE . . . . . . .'
006840         TO PE07-EDIT-TOTAL-CAPTION
006850     MOVE PE07-EDIT-NEND-COUNT TO PE07-EDIT-TOTAL-VALUE
006860     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006870     MOVE '  PE07-E65 N-END ABOVE MAXIMUM  . . . .'
006880         TO PE07-EDIT-TOTAL-CAPTION
006890     MOVE PE07-EDIT-LIMIT-COUNT TO PE07-EDIT-TOTAL-VALUE
006900     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006910     MOVE '  PE07-E66 DAILY QUOTA REACHED  . . . .'
006920         TO PE07-EDIT-TOTAL-CAPTION
006930     MOVE PE07-EDIT-QUOTA-COUNT TO PE07-EDIT-TOTAL-VALUE
006940     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
006950     .
006960 8100-EXIT.
006970     EXIT.
006980***************************************************************
006990*                                                             *
007000*    8200-REQUESTER-SUMMARY                                   *
007010*                                                             *
007020*    ONE LINE PER REQUESTER ON THE MASTER, WITH TONIGHT'S     *
007030*    ACCEPTED AND REJECTED COUNTS AGAINST ITS LIMITS.         *
007040*    REQUESTS FROM CODES NOT ON THE MASTER ARE COUNTED IN     *
007050*    THE INTAKE TOTALS ONLY.                                  *
007060***************************************************************
007070 8200-REQUESTER-SUMMARY.
007080     MOVE 'REQUESTER SUMMARY' TO PE07-EDIT-SECTION-TITLE
007090     MOVE PE07-EDIT-REQUESTER-HEADER TO PE07-EDIT-ACTIVE-HEADER
007100     PERFORM 9000-START-SECTION THRU 9000-EXIT
007110     PERFORM 8210-LIST-REQUESTER THRU 8210-EXIT
007120         VARYING PE07-EDIT-RQM-IDX FROM 1 BY 1
007130         UNTIL PE07-EDIT-RQM-IDX > PE07-EDIT-RQM-COUNT
007140     .
007150 8200-EXIT.
007160     EXIT.
007170 8210-LIST-REQUESTER.
007180     MOVE PE07-EDIT-RQM-CODE(PE07-EDIT-RQM-IDX)
007190         TO PE07-EDIT-RQL-CODE
007200     MOVE PE07-EDIT-RQM-NAME(PE07-EDIT-RQM-IDX)
007210         TO PE07-EDIT-RQL-NAME
007220     IF PE07-EDIT-RQM-ACTIVE(PE07-EDIT-RQM-IDX)
007230         MOVE 'ACTIVE'   TO PE07-EDIT-RQL-STATUS
007240     ELSE
007250         MOVE 'INACTIVE' TO PE07-EDIT-RQL-STATUS
007260     END-IF
007270     MOVE PE07-EDIT-RQM-MAX-N-END(PE07-EDIT-RQM-IDX)
007280         TO PE07-EDIT-RQL-MAX-N-END
007290     MOVE PE07-EDIT-RQM-QUOTA(PE07-EDIT-RQM-IDX)
007300         TO PE07-EDIT-RQL-QUOTA
007310     MOVE PE07-EDIT-RQM-ACCEPTED(PE07-EDIT-RQM-IDX)
007320         TO PE07-EDIT-RQL-ACCEPTED
007330     MOVE PE07-EDIT-RQM-REJECTED(PE07-EDIT-RQM-IDX)
007340         TO PE07-EDIT-RQL-REJECTED
007350     MOVE PE07-EDIT-REQUESTER-LINE TO PE07-EDIT-PRINT-LINE
007360     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007370     .
007380 8210-EXIT.
007390     EXIT.
007400 8900-WRITE-TOTAL.
007410     MOVE PE07-EDIT-TOTAL-LINE TO PE07-EDIT-PRINT-LINE
007420     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007430     .
007440 8900-EXIT.
007450     EXIT.
007460***************************************************************
007470*                                                             *
007480*    9000-START-SECTION                                       *
007490*                                                             *
007500*    STARTS A SECTION ON A NEW PAGE WITH ITS TITLE AND, FOR   *
007510*    A LISTING SECTION, ITS COLUMN HEADER.                    *
007520***************************************************************
007530 9000-START-SECTION.
007540     PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
007550     MOVE PE07-EDIT-SECTION-LINE TO PE07-EDIT-PRINT-LINE
007560     WRITE PE07-EDIT-PRINT-LINE AFTER ADVANCING 2 LINES
007570     ADD 2 TO PE07-EDIT-LINE-COUNT
007580     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007590     IF PE07-EDIT-ACTIVE-HEADER NOT = SPACES
007600         MOVE PE07-EDIT-ACTIVE-HEADER TO PE07-EDIT-PRINT-LINE
007610         WRITE PE07-EDIT-PRINT-LINE AFTER ADVANCING 1 LINE
007620         ADD 1 TO PE07-EDIT-LINE-COUNT
007630         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007640     END-IF
007650     .
007660 9000-EXIT.
007670     EXIT.
007680***************************************************************
007690*                                                             *
007700*    9100-WRITE-REPORT-LINE                                   *
007710*                                                             *
007720*    WRITES ONE DETAIL LINE, BREAKING TO A NEW PAGE WITH      *
007730*    FRESH HEADINGS -- AND THE SECTION'S COLUMN HEADER --     *
007740*    WHEN THE CURRENT PAGE IS FULL.                           *
007750***************************************************************
007760 9100-WRITE-REPORT-LINE.
007770     IF PE07-EDIT-LINE-COUNT >= PE07-EDIT-LINES-PER-PAGE
007780         MOVE PE07-EDIT-PRINT-LINE TO PE07-EDIT-SAVED-LINE
007790         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
007800         MOVE PE07-EDIT-SECTION-LINE TO PE07-EDIT-PRINT-LINE
007810         WRITE PE07-EDIT-PRINT-LINE AFTER ADVANCING 2 LINES
007820         ADD 2 TO PE07-EDIT-LINE-COUNT
007830         IF PE07-EDIT-ACTIVE-HEADER NOT = SPACES
007840             MOVE PE07-EDIT-ACTIVE-HEADER TO PE07-EDIT-PRINT-LINE
007850             WRITE PE07-EDIT-PRINT-LINE AFTER ADVANCING 2 LINES
007860             ADD 2 TO PE07-EDIT-LINE-COUNT
007870         END-IF
007880         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007890         MOVE PE07-EDIT-SAVED-LINE TO PE07-EDIT-PRINT-LINE
007900     END-IF
007910     WRITE PE07-EDIT-PRINT-LINE AFTER ADVANCING 1 LINE
007920     ADD 1 TO PE07-EDIT-LINE-COUNT
007930     GO TO 9100-EXIT
007940     .
007950 9100-WRITE-BLANK-LINE.
007960     MOVE SPACES TO PE07-EDIT-PRINT-LINE
007970     WRITE PE07-EDIT-PRINT-LINE AFTER ADVANCING 1 LINE
007980     ADD 1 TO PE07-EDIT-LINE-COUNT
007990     .
008000 9100-EXIT.
008010     EXIT.
008020***************************************************************
008030*                                                             *
008040*    9200-PAGE-HEADINGS                                       *
008050*                                                             *
008060***************************************************************
008070 9200-PAGE-HEADINGS.
008080     ADD 1 TO PE07-EDIT-PAGE-NUMBER
008090     MOVE PE07-EDIT-PAGE-NUMBER TO PE07-EDIT-HDG-PAGE
008100     MOVE PE07-EDIT-HEADING-1 TO PE07-EDIT-PRINT-LINE
008110     WRITE PE07-EDIT-PRINT-LINE AFTER ADVANCING PAGE
008120     MOVE 1 TO PE07-EDIT-LINE-COUNT
008130     .
008140 9200-EXIT.
008150     EXIT.
008160 9999-EXIT.
008170     STOP RUN.
008180 END PROGRAM PE07-REQUEST-EDIT.
