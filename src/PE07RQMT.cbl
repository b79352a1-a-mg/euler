000010***************************************************************
000020*                                                             *
000030*    PE07RQMT:                                                *
000040*                                                             *
000050*    MAINTENANCE UTILITY FOR THE REQUESTER AUTHORIZATION      *
000060*    MASTER -- THE FILE OF REQUESTER CODES THE NIGHTLY        *
000070*    INTAKE EDIT CHECKS EVERY SUBMITTED REQUEST AGAINST.      *
000080*    APPLIES ADD, CHANGE, AND DELETE TRANSACTIONS, REJECTS    *
000090*    ANY TRANSACTION THAT WOULD PUT AN UNUSABLE ENTRY ON      *
000100*    FILE, AND LISTS EVERY TRANSACTION -- APPLIED OR          *
000110*    REJECTED -- ON THE MAINTENANCE REPORT.  THE REBUILT      *
000120*    MASTER IS WRITTEN IN ASCENDING CODE ORDER TO A NEW       *
000130*    DATASET AND ONLY COPIED OVER THE LIVE MASTER BY THE      *
000140*    JOB'S NEXT STEP WHEN THIS PROGRAM ENDS CLEANLY.          *
000150*                                                             *
000160***************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.     PE07-REQUESTER-MAINT.
000190 AUTHOR.         A M GRIFFITHS.
000200 INSTALLATION.   BATCH APPLICATIONS.
000210 DATE-WRITTEN.   2026-10-15.
000220 DATE-COMPILED.  2026-10-15.
000230***************************************************************
000240*                                                             *
000250*    MODIFICATION HISTORY                                     *
000260*                                                             *
000270*    DATE        INIT  DESCRIPTION                            *
000280*    ----------  ----  -------------------------------------- *
000290*    2026-10-15  AMG   ORIGINAL PROGRAM.                       *
000300*                                                             *
000310***************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT REQUESTER-MASTER-FILE ASSIGN TO RQSTMAST
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS PE07-RQSTMAST-STATUS.
000390     SELECT TRANSACTION-FILE ASSIGN TO RQSTTRAN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS PE07-TRANS-STATUS.
000420     SELECT REQUESTER-NEW-FILE ASSIGN TO RQSTNEW
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PE07-RQST-NEW-STATUS.
000450     SELECT MAINT-REPORT-FILE ASSIGN TO RQMTRPT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PE07-RQMT-REPORT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  REQUESTER-MASTER-FILE
000510     RECORDING MODE IS F.
000520 COPY PE07RQM.
000530 FD  TRANSACTION-FILE
000540     RECORDING MODE IS F.
000550 COPY PE07RQT.
000560 FD  REQUESTER-NEW-FILE
000570     RECORDING MODE IS F.
000580 01  PE07-RQST-NEW-RECORD    PIC X(60).
000590 FD  MAINT-REPORT-FILE
000600     RECORDING MODE IS F.
000610 01  PE07-RQMT-PRINT-LINE    PIC X(132).
000620 WORKING-STORAGE SECTION.
000630***************************************************************
000640*    FILE STATUS FIELDS AND SWITCHES                           *
000650***************************************************************
000660 01  PE07-RQSTMAST-STATUS    PIC X(02).
000670     88  PE07-RQSTMAST-OK            VALUE '00'.
000680     88  PE07-RQSTMAST-NOT-FOUND     VALUE '35'.
000690 01  PE07-TRANS-STATUS       PIC X(02).
000700     88  PE07-TRANS-OK               VALUE '00'.
000710 01  PE07-RQST-NEW-STATUS    PIC X(02).
000720     88  PE07-RQST-NEW-OK            VALUE '00'.
000730 01  PE07-RQMT-REPORT-STATUS PIC X(02).
000740     88  PE07-RQMT-REPORT-OK         VALUE '00'.
000750 01  PE07-RQMT-SWITCHES.
000760     05  PE07-RQMT-MST-EOF-SW    PIC X(01)   VALUE 'N'.
000770         88  PE07-RQMT-MST-EOF           VALUE 'Y'.
000780     05  PE07-RQMT-TRX-EOF-SW    PIC X(01)   VALUE 'N'.
000790         88  PE07-RQMT-TRX-EOF           VALUE 'Y'.
000800     05  PE07-RQMT-FOUND-SW      PIC X(01)   VALUE 'N'.
000810         88  PE07-RQMT-FOUND             VALUE 'Y'.
000820***************************************************************
000830*    THE REQUESTER MASTER HELD IN STORAGE, IN ASCENDING CODE  *
000840*    ORDER.                                                   *
000850***************************************************************
000860     78  PE07-RQMT-TABLE-MAX        VALUE 500.
000870 77  PE07-RQMT-ENTRY-COUNT   PIC 9(04)  COMP  VALUE 0.
000880 01  PE07-RQMT-TABLE.
000890     05  PE07-RQMT-ENTRY         OCCURS 500 TIMES.
000900         10  PE07-RQMT-ENT-CODE      PIC X(04).
000910         10  PE07-RQMT-ENT-REST      PIC X(56).
000920 77  PE07-RQMT-IDX           PIC 9(04)  COMP  VALUE 0.
000930 77  PE07-RQMT-HIT-IDX       PIC 9(04)  COMP  VALUE 0.
000940 77  PE07-RQMT-SLIDE-IDX     PIC 9(04)  COMP  VALUE 0.
000950***************************************************************
000960*    TRANSACTION CONTROL TOTALS                                *
000970***************************************************************
000980 77  PE07-RQMT-TRX-READ      PIC 9(09)  COMP  VALUE 0.
000990 77  PE07-RQMT-APPLIED       PIC 9(09)  COMP  VALUE 0.
001000 77  PE07-RQMT-REJECTED      PIC 9(09)  COMP  VALUE 0.
001010 01  PE07-RQMT-REJECT-REASON PIC X(40)        VALUE SPACES.
001020***************************************************************
001030*    BUILD AREA FOR ONE MASTER ENTRY -- THE TABLE HOLDS EACH  *
001040*    ENTRY AS ITS CODE AND THE REST OF THE RECORD             *
001050***************************************************************
001060 01  PE07-RQMT-BUILD-RECORD.
001070     05  PE07-RQMT-BLD-CODE      PIC X(04).
001080     05  PE07-RQMT-BLD-REST.
001090         10  PE07-RQMT-BLD-STATUS    PIC X(01).
001100         10  PE07-RQMT-BLD-MAX-N-END PIC 9(09).
001110         10  PE07-RQMT-BLD-QUOTA     PIC 9(05).
001120         10  PE07-RQMT-BLD-NAME      PIC X(30).
001130         10  FILLER                  PIC X(11)   VALUE SPACES.
001140***************************************************************
001150*    PAGE AND LINE CONTROL                                     *
001160***************************************************************
001170     78  PE07-RQMT-LINES-PER-PAGE   VALUE 60.
001180 77  PE07-RQMT-PAGE-NUMBER   PIC 9(05)  COMP  VALUE 0.
001190 77  PE07-RQMT-LINE-COUNT    PIC 9(05)  COMP  VALUE 99.
001200***************************************************************
001210*    RUN DATE, RAW AND EDITED FOR THE PAGE HEADING             *
001220***************************************************************
001230 01  PE07-RQMT-RUN-DATE      PIC 9(08).
001240 01  PE07-RQMT-DATE-EDIT.
001250     05  PE07-RQMT-EDIT-YYYY     PIC X(04).
001260     05  FILLER                  PIC X(01)   VALUE '-'.
001270     05  PE07-RQMT-EDIT-MM       PIC X(02).
001280     05  FILLER                  PIC X(01)   VALUE '-'.
001290     05  PE07-RQMT-EDIT-DD       PIC X(02).
001300***************************************************************
001310*    PAGE HEADING AND MAINTENANCE REPORT LINES                 *
001320***************************************************************
001330 01  PE07-RQMT-HEADING-1.
001340     05  FILLER                  PIC X(10)   VALUE 'PE07RQMT'.
001350     05  FILLER                  PIC X(22)   VALUE SPACES.
001360     05  FILLER                  PIC X(52)   VALUE
001370         'PRIME SEARCH SYSTEM -- REQUESTER MASTER MAINTENANCE'.
001380     05  FILLER                  PIC X(16)   VALUE SPACES.
001390     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
001400     05  PE07-RQMT-HDG-DATE      PIC X(10).
001410     05  FILLER                  PIC X(03)   VALUE SPACES.
001420     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
001430     05  PE07-RQMT-HDG-PAGE      PIC ZZZZ9.
001440 01  PE07-RQMT-COL-HEADER.
001450     05  FILLER                  PIC X(05)   VALUE SPACES.
001460     05  FILLER                  PIC X(08)   VALUE 'ACTION'.
001470     05  FILLER                  PIC X(06)   VALUE 'CODE'.
001480     05  FILLER                  PIC X(08)   VALUE 'STATUS'.
001490     05  FILLER                  PIC X(10)   VALUE ' MAX N-END'.
001500     05  FILLER                  PIC X(08)   VALUE '   QUOTA'.
001510     05  FILLER                  PIC X(02)   VALUE SPACES.
001520     05  FILLER                  PIC X(10)   VALUE 'USER'.
001530     05  FILLER                  PIC X(10)   VALUE 'RESULT'.
001540     05  FILLER                  PIC X(40)   VALUE 'REASON'.
001550     05  FILLER                  PIC X(25)   VALUE SPACES.
001560 01  PE07-RQMT-DETAIL-LINE.
001570     05  FILLER                  PIC X(05)   VALUE SPACES.
001580     05  PE07-RQMT-DTL-ACTION    PIC X(08).
001590     05  PE07-RQMT-DTL-CODE      PIC X(06).
001600     05  PE07-RQMT-DTL-STATUS    PIC X(08).
001610     05  PE07-RQMT-DTL-MAX-N-END PIC X(10).
001620     05  PE07-RQMT-DTL-QUOTA     PIC X(08).
001630     05  FILLER                  PIC X(02)   VALUE SPACES.
001640     05  PE07-RQMT-DTL-USER      PIC X(10).
001650     05  PE07-RQMT-DTL-RESULT    PIC X(10).
001660     05  PE07-RQMT-DTL-REASON    PIC X(40).
001670     05  FILLER                  PIC X(25)   VALUE SPACES.
001680 01  PE07-RQMT-NUMBER-EDIT   PIC Z(09)9.
001690 01  PE07-RQMT-NOTE-LINE.
001700     05  FILLER                  PIC X(05)   VALUE SPACES.
001710     05  PE07-RQMT-NOTE-TEXT     PIC X(70).
001720     05  FILLER                  PIC X(57)   VALUE SPACES.
001730 PROCEDURE DIVISION.
001740***************************************************************
001750*                                                             *
001760*    0000-MAINLINE                                            *
001770*                                                             *
001780***************************************************************
001790 0000-MAINLINE.
001800     OPEN OUTPUT MAINT-REPORT-FILE
001810     IF NOT PE07-RQMT-REPORT-OK
001820         DISPLAY 'PE07-E75 UNABLE TO OPEN MAINT-REPORT-FILE,'
001830             ' STATUS ' PE07-RQMT-REPORT-STATUS
001840         MOVE 12 TO RETURN-CODE
001850         GO TO 9999-EXIT
001860     END-IF
001870     ACCEPT PE07-RQMT-RUN-DATE FROM DATE YYYYMMDD
001880     PERFORM 9250-EDIT-HEADING-DATE THRU 9250-EXIT
001890     PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
001900     MOVE PE07-RQMT-COL-HEADER TO PE07-RQMT-PRINT-LINE
001910     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
001920     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
001930     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT
001940     IF RETURN-CODE = 12
001950         GO TO 8000-WRAP-UP
001960     END-IF
001970     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
001980     IF RETURN-CODE = 12
001990         GO TO 8000-WRAP-UP
002000     END-IF
002010     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT
002020     GO TO 8000-WRAP-UP
002030     .
002040***************************************************************
002050*                                                             *
002060*    1000-LOAD-MASTER                                         *
002070*                                                             *
002080*    LOADS THE LIVE REQUESTER MASTER INTO THE TABLE IN        *
002090*    ASCENDING CODE ORDER.  A MISSING FILE IS AN EMPTY        *
002100*    TABLE -- THE UTILITY CAN BUILD THE FIRST MASTER FROM     *
002110*    TRANSACTIONS ALONE.                                      *
002120***************************************************************
002130 1000-LOAD-MASTER.
002140     OPEN INPUT REQUESTER-MASTER-FILE
002150     IF NOT PE07-RQSTMAST-OK
002160         IF PE07-RQSTMAST-NOT-FOUND
002170             DISPLAY 'PE07-W11 NO LIVE REQUESTER MASTER --'
002180                 ' STARTING FROM AN EMPTY TABLE'
002190             GO TO 1000-EXIT
002200         ELSE
002210             DISPLAY 'PE07-E68 UNABLE TO OPEN'
002220                 ' REQUESTER-MASTER-FILE, STATUS '
002230                 PE07-RQSTMAST-STATUS
002240             MOVE 12 TO RETURN-CODE
002250             GO TO 1000-EXIT
002260         END-IF
002270     END-IF
002280     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
002290         UNTIL PE07-RQMT-MST-EOF
002300     CLOSE REQUESTER-MASTER-FILE
002310     .
002320 1000-EXIT.
002330     EXIT.
002340 1100-LOAD-ONE-ENTRY.
002350     READ REQUESTER-MASTER-FILE
002360         AT END
002370             SET PE07-RQMT-MST-EOF TO TRUE
002380         NOT AT END
002390             MOVE PE07-REQUESTER-MASTER TO PE07-RQMT-BUILD-RECORD
002400             PERFORM 7100-INSERT-ENTRY THRU 7100-EXIT
002410             IF RETURN-CODE = 12
002420                 SET PE07-RQMT-MST-EOF TO TRUE
002430             END-IF
002440     END-READ
002450     .
002460 1100-EXIT.
002470     EXIT.
002480***************************************************************
002490*                                                             *
002500*    2000-APPLY-TRANSACTIONS                                  *
002510*                                                             *
002520***************************************************************
002530 2000-APPLY-TRANSACTIONS.
002540     OPEN INPUT TRANSACTION-FILE
002550     IF NOT PE07-TRANS-OK
002560         DISPLAY 'PE07-E73 UNABLE TO OPEN TRANSACTION-FILE,'
002570             ' STATUS ' PE07-TRANS-STATUS
002580         MOVE 12 TO RETURN-CODE
002590         GO TO 2000-EXIT
002600     END-IF
002610     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
002620         UNTIL PE07-RQMT-TRX-EOF
002630     CLOSE TRANSACTION-FILE
002640     .
002650 2000-EXIT.
002660     EXIT.
002670 2100-READ-TRANSACTION.
002680     READ TRANSACTION-FILE
002690         AT END
002700             SET PE07-RQMT-TRX-EOF TO TRUE
002710         NOT AT END
002720             ADD 1 TO PE07-RQMT-TRX-READ
002730             PERFORM 2200-APPLY-ONE THRU 2200-EXIT
002740             IF RETURN-CODE = 12
002750                 SET PE07-RQMT-TRX-EOF TO TRUE
002760             END-IF
002770     END-READ
002780     .
002790 2100-EXIT.
002800     EXIT.
002810***************************************************************
002820*                                                             *
002830*    2200-APPLY-ONE                                           *
002840*                                                             *
002850*    ONE TRANSACTION -- VALIDATED, APPLIED TO THE TABLE OR    *
002860*    REJECTED, AND LISTED EITHER WAY.  AN ADD OR CHANGE MUST  *
002870*    CARRY A USABLE ENTRY: A STATUS OF A OR I, A MAXIMUM      *
002880*    N-END OF AT LEAST 2, AND A DAILY QUOTA OF AT LEAST 1 --  *
002890*    A REQUESTER WHO MAY NOT SUBMIT AT ALL IS MADE INACTIVE,  *
002900*    NOT GIVEN A ZERO QUOTA.                                  *
002910***************************************************************
002920 2200-APPLY-ONE.
002930     MOVE SPACES TO PE07-RQMT-REJECT-REASON
002940     IF NOT PE07-RQT-ADD AND NOT PE07-RQT-CHANGE
002950             AND NOT PE07-RQT-DELETE
002960         MOVE 'UNRECOGNIZED ACTION CODE'
002970             TO PE07-RQMT-REJECT-REASON
002980         GO TO 2200-LIST
002990     END-IF
003000     IF PE07-RQT-CODE = SPACES
003010         MOVE 'REQUESTER CODE MISSING'
003020             TO PE07-RQMT-REJECT-REASON
003030         GO TO 2200-LIST
003040     END-IF
003050     IF NOT PE07-RQT-DELETE
003060         IF NOT PE07-RQT-STATUS-VALID
003070             MOVE 'STATUS IS NOT A (ACTIVE) OR I (INACTIVE)'
003080                 TO PE07-RQMT-REJECT-REASON
003090             GO TO 2200-LIST
003100         END-IF
003110         IF PE07-RQT-MAX-N-END IS NOT NUMERIC
003120                 OR PE07-RQT-MAX-N-END < 2
003130                 OR PE07-RQT-DAILY-QUOTA IS NOT NUMERIC
003140                 OR PE07-RQT-DAILY-QUOTA < 1
003150             MOVE 'MAXIMUM N-END OR DAILY QUOTA NOT USABLE'
003160                 TO PE07-RQMT-REJECT-REASON
003170             GO TO 2200-LIST
003180         END-IF
003190     END-IF
003200     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT
003210     EVALUATE TRUE
003220         WHEN PE07-RQT-ADD
003230             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
003240         WHEN PE07-RQT-CHANGE
003250             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
003260         WHEN PE07-RQT-DELETE
003270             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
003280     END-EVALUATE
003290     .
003300 2200-LIST.
003310     IF RETURN-CODE NOT = 12
003320         PERFORM 6000-LIST-TRANSACTION THRU 6000-EXIT
003330     END-IF
003340     .
003350 2200-EXIT.
003360     EXIT.
003370 2300-APPLY-ADD.
003380     IF PE07-RQMT-FOUND
003390         MOVE 'CODE IS ALREADY ON THE MASTER'
003400             TO PE07-RQMT-REJECT-REASON
003410         GO TO 2300-EXIT
003420     END-IF
003430     PERFORM 2600-BUILD-ENTRY THRU 2600-EXIT
003440     PERFORM 7100-INSERT-ENTRY THRU 7100-EXIT
003450     .
003460 2300-EXIT.
003470     EXIT.
003480 2400-APPLY-CHANGE.
003490     IF NOT PE07-RQMT-FOUND
003500         MOVE 'CODE IS NOT ON THE MASTER'
003510             TO PE07-RQMT-REJECT-REASON
003520         GO TO 2400-EXIT
003530     END-IF
003540     PERFORM 2600-BUILD-ENTRY THRU 2600-EXIT
003550     MOVE PE07-RQMT-BLD-REST
003560         TO PE07-RQMT-ENT-REST(PE07-RQMT-HIT-IDX)
003570     .
003580 2400-EXIT.
003590     EXIT.
003600 2500-APPLY-DELETE.
003610     IF NOT PE07-RQMT-FOUND
003620         MOVE 'CODE IS NOT ON THE MASTER'
003630             TO PE07-RQMT-REJECT-REASON
003640         GO TO 2500-EXIT
003650     END-IF
003660     PERFORM 7200-REMOVE-ENTRY THRU 7200-EXIT
003670     .
003680 2500-EXIT.
003690     EXIT.
003700 2600-BUILD-ENTRY.
003710     MOVE PE07-RQT-CODE        TO PE07-RQMT-BLD-CODE
003720     MOVE PE07-RQT-STATUS      TO PE07-RQMT-BLD-STATUS
003730     MOVE PE07-RQT-MAX-N-END   TO PE07-RQMT-BLD-MAX-N-END
003740     MOVE PE07-RQT-DAILY-QUOTA TO PE07-RQMT-BLD-QUOTA
003750     MOVE PE07-RQT-NAME        TO PE07-RQMT-BLD-NAME
003760     .
003770 2600-EXIT.
003780     EXIT.
003790***************************************************************
003800*                                                             *
003810*    3000-WRITE-NEW-MASTER                                    *
003820*                                                             *
003830*    WRITES THE TABLE, IN ASCENDING CODE ORDER, TO THE NEW    *
003840*    MASTER DATASET.  THE LIVE FILE IS ONLY REPLACED BY THE   *
003850*    JOB'S COPY-BACK STEP WHEN THIS PROGRAM ENDS CLEANLY.     *
003860***************************************************************
003870 3000-WRITE-NEW-MASTER.
003880     OPEN OUTPUT REQUESTER-NEW-FILE
003890     IF NOT PE07-RQST-NEW-OK
003900         DISPLAY 'PE07-E74 UNABLE TO OPEN REQUESTER-NEW-FILE,'
003910             ' STATUS ' PE07-RQST-NEW-STATUS
003920         MOVE 12 TO RETURN-CODE
003930         GO TO 3000-EXIT
003940     END-IF
003950     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
003960         VARYING PE07-RQMT-IDX FROM 1 BY 1
003970         UNTIL PE07-RQMT-IDX > PE07-RQMT-ENTRY-COUNT
003980     CLOSE REQUESTER-NEW-FILE
003990     .
004000 3000-EXIT.
004010     EXIT.
004020 3100-WRITE-ONE-ENTRY.
004030     WRITE PE07-RQST-NEW-RECORD
004040         FROM PE07-RQMT-ENTRY(PE07-RQMT-IDX)
004050     .
004060 3100-EXIT.
004070     EXIT.
004080***************************************************************
004090*                                                             *
004100*    6000-LIST-TRANSACTION                                    *
004110*                                                             *
004120*    ONE MAINTENANCE REPORT LINE FOR THE TRANSACTION IN       *
004130*    HAND.  THE REJECT REASON STILL HOLDS SPACES WHEN THE     *
004140*    TRANSACTION WAS APPLIED.  NUMERIC FIELDS THAT ARE NOT    *
004150*    NUMERIC ARE LISTED AS THEY WERE KEYED.                   *
004160***************************************************************
004170 6000-LIST-TRANSACTION.
004180     MOVE PE07-RQT-ACTION  TO PE07-RQMT-DTL-ACTION
004190     MOVE PE07-RQT-CODE    TO PE07-RQMT-DTL-CODE
004200     MOVE PE07-RQT-STATUS  TO PE07-RQMT-DTL-STATUS
004210     IF PE07-RQT-MAX-N-END IS NUMERIC
004220         MOVE PE07-RQT-MAX-N-END TO PE07-RQMT-NUMBER-EDIT
004230         MOVE PE07-RQMT-NUMBER-EDIT TO PE07-RQMT-DTL-MAX-N-END
004240     ELSE
004250         MOVE PE07-RQT-MAX-N-END TO PE07-RQMT-DTL-MAX-N-END
004260     END-IF
004270     IF PE07-RQT-DAILY-QUOTA IS NUMERIC
004280         MOVE PE07-RQT-DAILY-QUOTA TO PE07-RQMT-NUMBER-EDIT
004290         MOVE PE07-RQMT-NUMBER-EDIT(3:) TO PE07-RQMT-DTL-QUOTA
004300     ELSE
004310         MOVE PE07-RQT-DAILY-QUOTA TO PE07-RQMT-DTL-QUOTA
004320     END-IF
004330     MOVE PE07-RQT-USER-ID TO PE07-RQMT-DTL-USER
004340     IF PE07-RQMT-REJECT-REASON = SPACES
004350         ADD 1 TO PE07-RQMT-APPLIED
004360         MOVE 'APPLIED'  TO PE07-RQMT-DTL-RESULT
004370     ELSE
004380         ADD 1 TO PE07-RQMT-REJECTED
004390         MOVE 'REJECTED' TO PE07-RQMT-DTL-RESULT
004400         IF RETURN-CODE < 4
004410             MOVE 4 TO RETURN-CODE
004420         END-IF
004430     END-IF
004440     MOVE PE07-RQMT-REJECT-REASON TO PE07-RQMT-DTL-REASON
004450     MOVE PE07-RQMT-DETAIL-LINE TO PE07-RQMT-PRINT-LINE
004460     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004470     .
004480 6000-EXIT.
004490     EXIT.
004500***************************************************************
004510*                                                             *
004520*    7000-FIND-ENTRY                                          *
004530*                                                             *
004540*    LEAVES THE MATCHING ENTRY IN PE07-RQMT-HIT-IDX.          *
004550***************************************************************
004560 7000-FIND-ENTRY.
004570     MOVE 'N' TO PE07-RQMT-FOUND-SW
004580     MOVE 0 TO PE07-RQMT-HIT-IDX
004590     PERFORM 7010-TEST-ENTRY THRU 7010-EXIT
004600         VARYING PE07-RQMT-IDX FROM 1 BY 1
004610         UNTIL PE07-RQMT-IDX > PE07-RQMT-ENTRY-COUNT
004620            OR PE07-RQMT-FOUND
004630     .
004640 7000-EXIT.
004650     EXIT.
004660 7010-TEST-ENTRY.
004670     IF PE07-RQMT-ENT-CODE(PE07-RQMT-IDX) = PE07-RQT-CODE
004680         SET PE07-RQMT-FOUND TO TRUE
004690         MOVE PE07-RQMT-IDX TO PE07-RQMT-HIT-IDX
004700     END-IF
004710     .
004720 7010-EXIT.
004730     EXIT.
004740***************************************************************
004750*                                                             *
004760*    7100-INSERT-ENTRY                                        *
004770*                                                             *
004780*    FINDS THE BUILD RECORD'S ASCENDING-CODE POSITION,        *
004790*    SLIDES THE TAIL OF THE TABLE UP ONE, AND DROPS THE       *
004800*    ENTRY IN.  A FULL TABLE IS FATAL -- A MASTER THE         *
004810*    UTILITY CANNOT HOLD CANNOT BE MAINTAINED BY IT.          *
004820***************************************************************
004830 7100-INSERT-ENTRY.
004840     IF PE07-RQMT-ENTRY-COUNT >= PE07-RQMT-TABLE-MAX
004850         DISPLAY 'PE07-E71 REQUESTER TABLE FULL AT '
004860             PE07-RQMT-ENTRY-COUNT ' ENTRIES'
004870         MOVE 12 TO RETURN-CODE
004880         GO TO 7100-EXIT
004890     END-IF
004900     MOVE 'N' TO PE07-RQMT-FOUND-SW
004910     PERFORM 7110-TEST-POSITION THRU 7110-EXIT
004920         VARYING PE07-RQMT-IDX FROM 1 BY 1
004930         UNTIL PE07-RQMT-IDX > PE07-RQMT-ENTRY-COUNT
004940            OR PE07-RQMT-FOUND
004950     IF PE07-RQMT-FOUND
004960         SUBTRACT 1 FROM PE07-RQMT-IDX
004970     END-IF
004980     PERFORM 7120-SLIDE-UP THRU 7120-EXIT
004990         VARYING PE07-RQMT-SLIDE-IDX
005000         FROM PE07-RQMT-ENTRY-COUNT BY -1
005010         UNTIL PE07-RQMT-SLIDE-IDX < PE07-RQMT-IDX
005020     MOVE PE07-RQMT-BUILD-RECORD
005030         TO PE07-RQMT-ENTRY(PE07-RQMT-IDX)
005040     ADD 1 TO PE07-RQMT-ENTRY-COUNT
005050     .
005060 7100-EXIT.
005070     EXIT.
005080 7110-TEST-POSITION.
005090     IF PE07-RQMT-ENT-CODE(PE07-RQMT-IDX) > PE07-RQMT-BLD-CODE
005100         SET PE07-RQMT-FOUND TO TRUE
005110     END-IF
005120     .
005130 7110-EXIT.
005140     EXIT.
005150 7120-SLIDE-UP.
005160     MOVE PE07-RQMT-ENTRY(PE07-RQMT-SLIDE-IDX)
005170         TO PE07-RQMT-ENTRY(PE07-RQMT-SLIDE-IDX + 1)
005180     .
005190 7120-EXIT.
005200     EXIT.
005210***************************************************************
005220*                                                             *
005230*    7200-REMOVE-ENTRY                                        *
005240*                                                             *
005250***************************************************************
005260 7200-REMOVE-ENTRY.
005270     PERFORM 7210-SLIDE-DOWN THRU 7210-EXIT
005280         VARYING PE07-RQMT-SLIDE-IDX
005290         FROM PE07-RQMT-HIT-IDX BY 1
005300         UNTIL PE07-RQMT-SLIDE-IDX >= PE07-RQMT-ENTRY-COUNT
005310     SUBTRACT 1 FROM PE07-RQMT-ENTRY-COUNT
005320     .
005330 7200-EXIT.
005340     EXIT.
005350 7210-SLIDE-DOWN.
005360     MOVE PE07-RQMT-ENTRY(PE07-RQMT-SLIDE-IDX + 1)
005370         TO PE07-RQMT-ENTRY(PE07-RQMT-SLIDE-IDX)
005380     .
005390 7210-EXIT.
005400     EXIT.
005410***************************************************************
005420*                                                             *
005430*    8000-WRAP-UP                                             *
005440*                                                             *
005450***************************************************************
005460 8000-WRAP-UP.
005470     IF PE07-RQMT-TRX-READ = 0
005480         MOVE 'NO TRANSACTIONS WERE PRESENTED'
005490             TO PE07-RQMT-NOTE-TEXT
005500         MOVE PE07-RQMT-NOTE-LINE TO PE07-RQMT-PRINT-LINE
005510         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005520     END-IF
005530     CLOSE MAINT-REPORT-FILE
005540     DISPLAY 'PE07-I23 ' PE07-RQMT-TRX-READ
005550         ' TRANSACTIONS READ, ' PE07-RQMT-APPLIED
005560         ' APPLIED, ' PE07-RQMT-REJECTED ' REJECTED, '
005570         PE07-RQMT-ENTRY-COUNT ' REQUESTERS ON FILE'
005580     GO TO 9999-EXIT
005590     .
005600***************************************************************
005610*                                                             *
005620*    9100-WRITE-REPORT-LINE                                   *
005630*                                                             *
005640***************************************************************
005650 9100-WRITE-REPORT-LINE.
005660     IF PE07-RQMT-LINE-COUNT >= PE07-RQMT-LINES-PER-PAGE
005670         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
005680     END-IF
005690     WRITE PE07-RQMT-PRINT-LINE AFTER ADVANCING 1 LINE
005700     ADD 1 TO PE07-RQMT-LINE-COUNT
005710     GO TO 9100-EXIT
005720     .
005730 9100-WRITE-BLANK-LINE.
005740     MOVE SPACES TO PE07-RQMT-PRINT-LINE
005750     WRITE PE07-RQMT-PRINT-LINE AFTER ADVANCING 1 LINE
005760     ADD 1 TO PE07-RQMT-LINE-COUNT
005770     .
005780 9100-EXIT.
005790     EXIT.
005800***************************************************************
005810*                                                             *
005820*    9200-PAGE-HEADINGS                                       *
005830*                                                             *
005840***************************************************************
005850 9200-PAGE-HEADINGS.
005860     ADD 1 TO PE07-RQMT-PAGE-NUMBER
005870     MOVE PE07-RQMT-PAGE-NUMBER TO PE07-RQMT-HDG-PAGE
005880     MOVE PE07-RQMT-HEADING-1 TO PE07-RQMT-PRINT-LINE
005890     WRITE PE07-RQMT-PRINT-LINE AFTER ADVANCING PAGE
005900     MOVE 1 TO PE07-RQMT-LINE-COUNT
005910     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
005920     .
005930 9200-EXIT.
005940     EXIT.
005950 9250-EDIT-HEADING-DATE.
005960     MOVE PE07-RQMT-RUN-DATE(1:4) TO PE07-RQMT-EDIT-YYYY
005970     MOVE PE07-RQMT-RUN-DATE(5:2) TO PE07-RQMT-EDIT-MM
005980     MOVE PE07-RQMT-RUN-DATE(7:2) TO PE07-RQMT-EDIT-DD
005990     MOVE PE07-RQMT-DATE-EDIT TO PE07-RQMT-HDG-DATE
006000     .
006010 9250-EXIT.
006020     EXIT.
006030 9999-EXIT.
006040     STOP RUN.
006050 END PROGRAM PE07-REQUESTER-MAINT.
