000010***************************************************************
000020*                                                             *
000030*    PE07DLRP:                                                *
000040*                                                             *
000050*    DAILY DELIVERY REPORT.  POSTS THE ACKNOWLEDGEMENTS THE   *
000060*    CONSUMERS OF THE INTERFACE DATASETS HAVE SENT BACK       *
000070*    (PE07DAK) TO THE DELIVERY REGISTER (PE07DLV) THAT THE    *
000080*    NIGHTLY DELIVERY STEPS (PE07DLVR) APPEND TO, AND LISTS   *
000090*    EVERY HANDOFF STILL UNACKNOWLEDGED MORE THAN THE NUMBER  *
000100*    OF DAYS ON THE PARM AFTER IT WAS DELIVERED -- SO THE     *
000110*    DESK KNOWS WHO HAS NOT PICKED UP THEIR DATA.  EVERY      *
000120*    ACKNOWLEDGEMENT, POSTED OR REJECTED, IS LISTED, FOLLOWED *
000130*    BY THE REGISTER TOTALS.                                  *
000140*                                                             *
000150*    THE ACKNOWLEDGEMENTS ARE HELD IN STORAGE AND THE         *
000160*    REGISTER IS PASSED ONCE, EACH HANDOFF WRITTEN TO A NEW   *
000170*    REGISTER WITH ANY ACKNOWLEDGEMENT APPLIED.  THE JOB'S    *
000180*    NEXT STEP COPIES THE NEW REGISTER OVER THE LIVE ONE AND  *
000190*    EMPTIES THE ACKNOWLEDGEMENT DATASET ONLY WHEN THIS       *
000200*    PROGRAM ENDS RC=4 OR LESS, AS PE07RQMT'S COPY-BACK DOES. *
000210*    ENDS RC=0 WHEN NOTHING IS OVERDUE AND EVERY              *
000220*    ACKNOWLEDGEMENT POSTED, RC=4 FOR OVERDUE HANDOFFS OR     *
000230*    REJECTED ACKNOWLEDGEMENTS, RC=8 FOR AN INVALID PARM      *
000240*    (NOTHING IS WRITTEN, SO THE COPY-BACK MUST NOT RUN), AND *
000250*    RC=12 ON A FILE ERROR.                                   *
000260*                                                             *
000270***************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     PE07-DELIVERY-REPORT.
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
000470     SELECT DELIVERY-REGISTER-FILE ASSIGN TO DLVREG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PE07-REGISTER-STATUS.
000500     SELECT ACKNOWLEDGEMENT-FILE ASSIGN TO DLVACKS
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PE07-ACK-STATUS.
000530     SELECT REGISTER-NEW-FILE ASSIGN TO DLVNEW
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PE07-REGISTER-NEW-STATUS.
000560     SELECT DELIVERY-REPORT-FILE ASSIGN TO DLVRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PE07-DLRP-REPORT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  DELIVERY-REGISTER-FILE
000620     RECORDING MODE IS F.
000630 COPY PE07DLV.
000640 FD  ACKNOWLEDGEMENT-FILE
000650     RECORDING MODE IS F.
000660 COPY PE07DAK.
000670 FD  REGISTER-NEW-FILE
000680     RECORDING MODE IS F.
000690 01  PE07-REGISTER-NEW-RECORD PIC X(80).
000700 FD  DELIVERY-REPORT-FILE
000710     RECORDING MODE IS F.
000720 01  PE07-DLRP-PRINT-LINE    PIC X(132).
000730 WORKING-STORAGE SECTION.
000740***************************************************************
000750*    FILE STATUS FIELDS AND SWITCHES                          *
000760***************************************************************
000770 01  PE07-REGISTER-STATUS    PIC X(02).
000780     88  PE07-REGISTER-OK            VALUE '00'.
000790 01  PE07-ACK-STATUS         PIC X(02).
000800     88  PE07-ACK-OK                 VALUE '00'.
000810 01  PE07-REGISTER-NEW-STATUS PIC X(02).
000820     88  PE07-REGISTER-NEW-OK        VALUE '00'.
000830 01  PE07-DLRP-REPORT-STATUS PIC X(02).
000840     88  PE07-DLRP-REPORT-OK         VALUE '00'.
000850 01  PE07-DLRP-SWITCHES.
000860     05  PE07-DLRP-BAD-PARM-SW   PIC X(01)   VALUE 'N'.
000870         88  PE07-DLRP-BAD-PARM          VALUE 'Y'.
000880     05  PE07-DLRP-EOF-SW        PIC X(01)   VALUE 'N'.
000890         88  PE07-DLRP-EOF               VALUE 'Y'.
000900     05  PE07-DLRP-MATCH-SW      PIC X(01)   VALUE 'N'.
000910         88  PE07-DLRP-MATCHED           VALUE 'Y'.
000920***************************************************************
000930*    THE OVERDUE HORIZON IN DAYS, FROM THE PARM, E.G.         *
000940*    PARM='5'. MANDATORY -- THE DAYS A CONSUMER IS ALLOWED    *
000950*    ARE AGREED WITH THE CONSUMERS, NOT ASSUMED HERE.         *
000960***************************************************************
000970 77  PE07-DLRP-OVERDUE-DAYS  PIC 9(03)        VALUE 0.
000980 77  PE07-DLRP-PARM-USE-LEN  PIC S9(4)  COMP.
000990 01  PE07-DLRP-RUN-DATE      PIC 9(08).
001000 77  PE07-DLRP-RUN-INT       PIC 9(08)  COMP  VALUE 0.
001010 77  PE07-DLRP-AGE-DAYS      PIC S9(07) COMP  VALUE 0.
001020***************************************************************
001030*    THE ACKNOWLEDGEMENTS HELD IN STORAGE, IN THE ORDER THEY  *
001040*    WERE POSTED.  EACH CARRIES ITS RESULT -- REJECTED WITH A *
001050*    REASON WHEN IT FAILS THE EDIT, OTHERWISE THE HANDOFFS IT *
001060*    POSTED AND WHETHER IT NAMED ONE ALREADY ACKNOWLEDGED.    *
001070***************************************************************
001080     78  PE07-DLRP-TABLE-MAX        VALUE 500.
001090 77  PE07-DLRP-ACK-COUNT     PIC 9(04)  COMP  VALUE 0.
001100 01  PE07-DLRP-ACK-TABLE.
001110     05  PE07-DLRP-ACK-ENTRY     OCCURS 500 TIMES.
001120         10  PE07-DLRP-ACK-INTERFACE PIC X(08).
001130         10  PE07-DLRP-ACK-GEN       PIC 9(05).
001140         10  PE07-DLRP-ACK-GEN-RAW   PIC X(05).
001150         10  PE07-DLRP-ACK-CONSUMER  PIC X(08).
001160         10  PE07-DLRP-ACK-DATE      PIC 9(08).
001170         10  PE07-DLRP-ACK-DATE-RAW  PIC X(08).
001180         10  PE07-DLRP-ACK-USER-ID   PIC X(08).
001190         10  PE07-DLRP-ACK-POSTED    PIC 9(05)  COMP.
001200         10  PE07-DLRP-ACK-PRIOR-SW  PIC X(01).
001210             88  PE07-DLRP-ACK-PRIOR         VALUE 'Y'.
001220         10  PE07-DLRP-ACK-REASON    PIC X(40).
001230 77  PE07-DLRP-IDX           PIC 9(04)  COMP  VALUE 0.
001240***************************************************************
001250*    REGISTER AND ACKNOWLEDGEMENT CONTROL TOTALS              *
001260***************************************************************
001270 77  PE07-DLRP-ACKS-READ     PIC 9(07)  COMP  VALUE 0.
001280 77  PE07-DLRP-ACKS-REJECTED PIC 9(07)  COMP  VALUE 0.
001290 77  PE07-DLRP-HANDOFFS      PIC 9(09)  COMP  VALUE 0.
001300 77  PE07-DLRP-ACKED-BEFORE  PIC 9(09)  COMP  VALUE 0.
001310 77  PE07-DLRP-ACKED-NOW     PIC 9(09)  COMP  VALUE 0.
001320 77  PE07-DLRP-WITHIN        PIC 9(09)  COMP  VALUE 0.
001330 77  PE07-DLRP-OVERDUE       PIC 9(09)  COMP  VALUE 0.
001340***************************************************************
001350*    PAGE AND LINE CONTROL                                    *
001360***************************************************************
001370     78  PE07-DLRP-LINES-PER-PAGE   VALUE 60.
001380 77  PE07-DLRP-PAGE-NUMBER   PIC 9(05)  COMP  VALUE 0.
001390 77  PE07-DLRP-LINE-COUNT    PIC 9(05)  COMP  VALUE 99.
001400***************************************************************
001410*    DATE AND TIME EDIT AREAS                                 *
001420***************************************************************
001430 01  PE07-DLRP-DATE-IN       PIC 9(08).
001440 01  PE07-DLRP-DATE-EDIT.
001450     05  PE07-DLRP-EDIT-YYYY     PIC X(04).
001460     05  FILLER                  PIC X(01)   VALUE '-'.
001470     05  PE07-DLRP-EDIT-MM       PIC X(02).
001480     05  FILLER                  PIC X(01)   VALUE '-'.
001490     05  PE07-DLRP-EDIT-DD       PIC X(02).
001500 01  PE07-DLRP-TIME-IN       PIC 9(08).
001510 01  PE07-DLRP-TIME-EDIT.
001520     05  PE07-DLRP-EDIT-HH       PIC X(02).
001530     05  FILLER                  PIC X(01)   VALUE ':'.
001540     05  PE07-DLRP-EDIT-MI       PIC X(02).
001550 01  PE07-DLRP-EDIT-DAYS     PIC ZZ9.
001560***************************************************************
001570*    PAGE HEADING AND COLUMN HEADER LINES                     *
001580***************************************************************
001590 01  PE07-DLRP-HEADING-1.
001600     05  FILLER                  PIC X(10)   VALUE 'PE07DLRP'.
001610     05  FILLER                  PIC X(25)   VALUE SPACES.
001620     05  FILLER                  PIC X(48)   VALUE
001630         'PRIME SEARCH SYSTEM -- INTERFACE DELIVERY REPORT'.
001640     05  FILLER                  PIC X(17)   VALUE SPACES.
001650     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
001660     05  PE07-DLRP-HDG-DATE      PIC X(10).
001670     05  FILLER                  PIC X(03)   VALUE SPACES.
001680     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
001690     05  PE07-DLRP-HDG-PAGE      PIC ZZZZ9.
001700 01  PE07-DLRP-OVERDUE-HEADER.
001710     05  FILLER                  PIC X(05)   VALUE SPACES.
001720     05  FILLER                  PIC X(10)   VALUE 'INTERFACE'.
001730     05  FILLER                  PIC X(12)   VALUE 'GENERATION'.
001740     05  FILLER                  PIC X(10)   VALUE 'CONSUMER'.
001750     05  FILLER                  PIC X(18)   VALUE
001760         'DELIVERED'.
001770     05  FILLER                  PIC X(15)   VALUE
001780         '        DETAILS'.
001790     05  FILLER                  PIC X(12)   VALUE
001800         '  AGE (DAYS)'.
001810     05  FILLER                  PIC X(50)   VALUE SPACES.
001820 01  PE07-DLRP-ACK-HEADER.
001830     05  FILLER                  PIC X(05)   VALUE SPACES.
001840     05  FILLER                  PIC X(10)   VALUE 'INTERFACE'.
001850     05  FILLER                  PIC X(12)   VALUE 'GENERATION'.
001860     05  FILLER                  PIC X(10)   VALUE 'CONSUMER'.
001870     05  FILLER                  PIC X(12)   VALUE 'TAKEN'.
001880     05  FILLER                  PIC X(10)   VALUE 'USER'.
001890     05  FILLER                  PIC X(10)   VALUE 'RESULT'.
001900     05  FILLER                  PIC X(10)   VALUE '  POSTED'.
001910     05  FILLER                  PIC X(02)   VALUE SPACES.
001920     05  FILLER                  PIC X(40)   VALUE 'REASON'.
001930     05  FILLER                  PIC X(11)   VALUE SPACES.
001940***************************************************************
001950*    DETAIL, TOTALS, NOTE, AND SECTION LINES                  *
001960***************************************************************
001970 01  PE07-DLRP-OVERDUE-LINE.
001980     05  FILLER                  PIC X(05)   VALUE SPACES.
001990     05  PE07-DLRP-OVD-INTERFACE PIC X(10).
002000     05  PE07-DLRP-OVD-GEN       PIC Z(04)9.
002010     05  FILLER                  PIC X(07)   VALUE SPACES.
002020     05  PE07-DLRP-OVD-CONSUMER  PIC X(10).
002030     05  PE07-DLRP-OVD-DATE      PIC X(10).
002040     05  FILLER                  PIC X(01)   VALUE SPACES.
002050     05  PE07-DLRP-OVD-TIME      PIC X(05).
002060     05  FILLER                  PIC X(02)   VALUE SPACES.
002070     05  PE07-DLRP-OVD-DETAILS   PIC Z(14)9.
002080     05  FILLER                  PIC X(03)   VALUE SPACES.
002090     05  PE07-DLRP-OVD-AGE       PIC Z(08)9.
002100     05  FILLER                  PIC X(50)   VALUE SPACES.
002110 01  PE07-DLRP-ACK-LINE.
002120     05  FILLER                  PIC X(05)   VALUE SPACES.
002130     05  PE07-DLRP-AKL-INTERFACE PIC X(10).
002140     05  PE07-DLRP-AKL-GEN       PIC X(12).
002150     05  PE07-DLRP-AKL-CONSUMER  PIC X(10).
002160     05  PE07-DLRP-AKL-DATE      PIC X(12).
002170     05  PE07-DLRP-AKL-USER      PIC X(10).
002180     05  PE07-DLRP-AKL-RESULT    PIC X(10).
002190     05  PE07-DLRP-AKL-POSTED    PIC Z(07)9.
002200     05  FILLER                  PIC X(04)   VALUE SPACES.
002210     05  PE07-DLRP-AKL-REASON    PIC X(40).
002220     05  FILLER                  PIC X(11)   VALUE SPACES.
002230 01  PE07-DLRP-GEN-EDIT      PIC Z(04)9.
002240 01  PE07-DLRP-TOTALS-LINE.
002250     05  FILLER                  PIC X(05)   VALUE SPACES.
002260     05  PE07-DLRP-TOT-CAPTION   PIC X(50).
002270     05  PE07-DLRP-TOT-VALUE     PIC Z(08)9.
002280     05  FILLER                  PIC X(68)   VALUE SPACES.
002290 01  PE07-DLRP-NOTE-LINE.
002300     05  FILLER                  PIC X(05)   VALUE SPACES.
002310     05  PE07-DLRP-NOTE-TEXT     PIC X(70).
002320     05  FILLER                  PIC X(57)   VALUE SPACES.
002330 01  PE07-DLRP-SECTION-LINE.
002340     05  FILLER                  PIC X(02)   VALUE SPACES.
002350     05  PE07-DLRP-SECTION-TITLE PIC X(60).
002360     05  FILLER                  PIC X(70)   VALUE SPACES.
002370 LINKAGE SECTION.
002380***************************************************************
002390*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD -- THE DAYS   *
002400*    A HANDOFF MAY STAY UNACKNOWLEDGED BEFORE IT IS LISTED,   *
002410*    E.G.                                                     *
002420*    //STEP010  EXEC PGM=PE07-DELIVERY-REPORT,                *
002430*    //             PARM='5'                                  *
002440***************************************************************
002450 01  PE07-DLRP-PARM-AREA.
002460     05  PE07-DLRP-PARM-LENGTH   PIC S9(4) COMP.
002470     05  PE07-DLRP-PARM-VALUE    PIC X(03).
002480 PROCEDURE DIVISION USING PE07-DLRP-PARM-AREA.
002490***************************************************************
002500*                                                             *
002510*    0000-MAINLINE                                            *
002520*                                                             *
002530***************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-OBTAIN-PARAMETERS THRU 1000-EXIT
002560     IF PE07-DLRP-BAD-PARM
002570         DISPLAY 'PE07-E126 INVALID OVERDUE PARM -- MUST BE A'
002580             ' 1-3 DIGIT DAY COUNT GREATER THAN ZERO'
002590         MOVE 8 TO RETURN-CODE
002600         GO TO 9999-EXIT
002610     END-IF
002620     OPEN OUTPUT DELIVERY-REPORT-FILE
002630     IF NOT PE07-DLRP-REPORT-OK
002640         DISPLAY 'PE07-E127 UNABLE TO OPEN DELIVERY-REPORT-FILE,'
002650             ' STATUS ' PE07-DLRP-REPORT-STATUS
002660         MOVE 12 TO RETURN-CODE
002670         GO TO 9999-EXIT
002680     END-IF
002690     ACCEPT PE07-DLRP-RUN-DATE FROM DATE YYYYMMDD
002700     COMPUTE PE07-DLRP-RUN-INT =
002710         FUNCTION INTEGER-OF-DATE(PE07-DLRP-RUN-DATE)
002720     MOVE PE07-DLRP-RUN-DATE TO PE07-DLRP-DATE-IN
002730     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
002740     MOVE PE07-DLRP-DATE-EDIT TO PE07-DLRP-HDG-DATE
002750     MOVE PE07-DLRP-OVERDUE-DAYS TO PE07-DLRP-EDIT-DAYS
002760     MOVE SPACES TO PE07-DLRP-SECTION-TITLE
002770     STRING 'HANDOFFS UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
002780            PE07-DLRP-EDIT-DAYS              DELIMITED BY SIZE
002790            ' DAYS'                          DELIMITED BY SIZE
002800         INTO PE07-DLRP-SECTION-TITLE
002810     PERFORM 9000-START-SECTION THRU 9000-EXIT
002820     MOVE PE07-DLRP-OVERDUE-HEADER TO PE07-DLRP-PRINT-LINE
002830     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002840     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
002850     PERFORM 2000-LOAD-ACKNOWLEDGEMENTS THRU 2000-EXIT
002860     IF RETURN-CODE = 12
002870         GO TO 8000-WRAP-UP
002880     END-IF
002890     PERFORM 3000-PASS-REGISTER THRU 3000-EXIT
002900     IF RETURN-CODE = 12
002910         GO TO 8000-WRAP-UP
002920     END-IF
002930     IF PE07-DLRP-OVERDUE = 0
002940         MOVE 'NONE -- EVERY HANDOFF PAST THE HORIZON IS'
002950             TO PE07-DLRP-NOTE-TEXT
002960         MOVE ' ACKNOWLEDGED' TO PE07-DLRP-NOTE-TEXT(42:)
002970         MOVE PE07-DLRP-NOTE-LINE TO PE07-DLRP-PRINT-LINE
002980         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002990     END-IF
003000     PERFORM 4000-LIST-ACKNOWLEDGEMENTS THRU 4000-EXIT
003010     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
003020     GO TO 8000-WRAP-UP
003030     .
003040***************************************************************
003050*                                                             *
003060*    1000-OBTAIN-PARAMETERS                                   *
003070*                                                             *
003080***************************************************************
003090 1000-OBTAIN-PARAMETERS.
003100     MOVE PE07-DLRP-PARM-LENGTH TO PE07-DLRP-PARM-USE-LEN
003110     IF PE07-DLRP-PARM-USE-LEN < 1 OR PE07-DLRP-PARM-USE-LEN > 3
003120         SET PE07-DLRP-BAD-PARM TO TRUE
003130         GO TO 1000-EXIT
003140     END-IF
003150     IF PE07-DLRP-PARM-VALUE(1:PE07-DLRP-PARM-USE-LEN)
003160             IS NUMERIC
003170         MOVE PE07-DLRP-PARM-VALUE(1:PE07-DLRP-PARM-USE-LEN)
003180             TO PE07-DLRP-OVERDUE-DAYS
003190         IF PE07-DLRP-OVERDUE-DAYS = 0
003200             SET PE07-DLRP-BAD-PARM TO TRUE
003210         END-IF
003220     ELSE
003230         SET PE07-DLRP-BAD-PARM TO TRUE
003240     END-IF
003250     .
003260 1000-EXIT.
003270     EXIT.
003280***************************************************************
003290*                                                             *
003300*    2000-LOAD-ACKNOWLEDGEMENTS                               *
003310*                                                             *
003320*    LOADS AND EDITS EVERY ACKNOWLEDGEMENT POSTED SINCE THE   *
003330*    LAST RUN.  ONE THAT FAILS THE EDIT STAYS IN THE TABLE    *
003340*    WITH ITS REASON, SO IT IS STILL LISTED, BUT MATCHES      *
003350*    NOTHING.  A FULL TABLE IS FATAL -- THE REGISTER MUST NOT *
003360*    BE REPLACED WITH ONLY SOME OF THE ACKNOWLEDGEMENTS       *
003370*    POSTED WHILE THE DATASET HOLDING THE REST IS EMPTIED.    *
003380***************************************************************
003390 2000-LOAD-ACKNOWLEDGEMENTS.
003400     OPEN INPUT ACKNOWLEDGEMENT-FILE
003410     IF NOT PE07-ACK-OK
003420         DISPLAY 'PE07-E128 UNABLE TO OPEN ACKNOWLEDGEMENT-FILE,'
003430             ' STATUS ' PE07-ACK-STATUS
003440         MOVE 12 TO RETURN-CODE
003450         GO TO 2000-EXIT
003460     END-IF
003470     MOVE 'N' TO PE07-DLRP-EOF-SW
003480     PERFORM 2100-LOAD-ONE-ACK THRU 2100-EXIT
003490         UNTIL PE07-DLRP-EOF
003500     CLOSE ACKNOWLEDGEMENT-FILE
003510     .
003520 2000-EXIT.
003530     EXIT.
003540 2100-LOAD-ONE-ACK.
003550     READ ACKNOWLEDGEMENT-FILE
003560         AT END
003570             SET PE07-DLRP-EOF TO TRUE
003580             GO TO 2100-EXIT
003590     END-READ
003600     ADD 1 TO PE07-DLRP-ACKS-READ
003610     IF PE07-DLRP-ACK-COUNT >= PE07-DLRP-TABLE-MAX
003620         DISPLAY 'PE07-E129 ACKNOWLEDGEMENT TABLE FULL AT '
003630             PE07-DLRP-ACK-COUNT ' ENTRIES -- REGISTER NOT'
003640             ' REPLACED'
003650         MOVE 12 TO RETURN-CODE
003660         SET PE07-DLRP-EOF TO TRUE
003670         GO TO 2100-EXIT
003680     END-IF
003690     ADD 1 TO PE07-DLRP-ACK-COUNT
003700     MOVE PE07-DLRP-ACK-COUNT TO PE07-DLRP-IDX
003710     MOVE PE07-DAK-INTERFACE TO PE07-DLRP-ACK-INTERFACE
003720                                    (PE07-DLRP-IDX)
003730     MOVE PE07-DAK-CONSUMER  TO PE07-DLRP-ACK-CONSUMER
003740                                    (PE07-DLRP-IDX)
003750     MOVE PE07-DAK-USER-ID   TO PE07-DLRP-ACK-USER-ID
003760                                    (PE07-DLRP-IDX)
003770     MOVE PE07-DAK-GENERATION TO PE07-DLRP-ACK-GEN-RAW
003780                                     (PE07-DLRP-IDX)
003790     MOVE PE07-DAK-ACK-DATE   TO PE07-DLRP-ACK-DATE-RAW
003800                                     (PE07-DLRP-IDX)
003810     MOVE 0   TO PE07-DLRP-ACK-GEN(PE07-DLRP-IDX)
003820     MOVE 0   TO PE07-DLRP-ACK-DATE(PE07-DLRP-IDX)
003830     MOVE 0   TO PE07-DLRP-ACK-POSTED(PE07-DLRP-IDX)
003840     MOVE 'N' TO PE07-DLRP-ACK-PRIOR-SW(PE07-DLRP-IDX)
003850     MOVE SPACES TO PE07-DLRP-ACK-REASON(PE07-DLRP-IDX)
003860     IF PE07-DAK-INTERFACE = SPACES OR PE07-DAK-CONSUMER = SPACES
003870         MOVE 'INTERFACE OR CONSUMER MISSING'
003880             TO PE07-DLRP-ACK-REASON(PE07-DLRP-IDX)
003890         GO TO 2100-EXIT
003900     END-IF
003910     IF PE07-DAK-GENERATION IS NOT NUMERIC
003920         MOVE 'GENERATION IS NOT NUMERIC'
003930             TO PE07-DLRP-ACK-REASON(PE07-DLRP-IDX)
003940         GO TO 2100-EXIT
003950     END-IF
003960     IF PE07-DAK-ACK-DATE IS NOT NUMERIC
003970         MOVE 'DATE TAKEN IS NOT NUMERIC'
003980             TO PE07-DLRP-ACK-REASON(PE07-DLRP-IDX)
003990         GO TO 2100-EXIT
004000     END-IF
004010     IF PE07-DAK-ACK-DATE > PE07-DLRP-RUN-DATE
004020         MOVE 'DATE TAKEN IS AFTER TODAY'
004030             TO PE07-DLRP-ACK-REASON(PE07-DLRP-IDX)
004040         GO TO 2100-EXIT
004050     END-IF
004060     MOVE PE07-DAK-GENERATION TO PE07-DLRP-ACK-GEN(PE07-DLRP-IDX)
004070     IF PE07-DAK-ACK-DATE = 0
004080         MOVE PE07-DLRP-RUN-DATE
004090             TO PE07-DLRP-ACK-DATE(PE07-DLRP-IDX)
004100     ELSE
004110         MOVE PE07-DAK-ACK-DATE
004120             TO PE07-DLRP-ACK-DATE(PE07-DLRP-IDX)
004130     END-IF
004140     .
004150 2100-EXIT.
004160     EXIT.
004170***************************************************************
004180*                                                             *
004190*    3000-PASS-REGISTER                                       *
004200*                                                             *
004210*    EVERY HANDOFF ON THE REGISTER, IN THE ORDER DELIVERED.   *
004220*    AN OUTSTANDING HANDOFF THAT AN ACKNOWLEDGEMENT NAMES IS  *
004230*    MARKED ACKNOWLEDGED; ONE STILL OUTSTANDING IS AGED FROM  *
004240*    ITS DELIVERY DATE AND LISTED WHEN OLDER THAN THE         *
004250*    HORIZON. EVERY HANDOFF GOES TO THE NEW REGISTER --       *
004260*    NOTHING IS EVER DROPPED FROM IT.                         *
004270***************************************************************
004280 3000-PASS-REGISTER.
004290     OPEN INPUT DELIVERY-REGISTER-FILE
004300     IF NOT PE07-REGISTER-OK
004310         DISPLAY 'PE07-E130 UNABLE TO OPEN'
004320             ' DELIVERY-REGISTER-FILE, STATUS '
004330             PE07-REGISTER-STATUS ' -- REGISTER NOT REPLACED'
004340         MOVE 12 TO RETURN-CODE
004350         GO TO 3000-EXIT
004360     END-IF
004370     OPEN OUTPUT REGISTER-NEW-FILE
004380     IF NOT PE07-REGISTER-NEW-OK
004390         DISPLAY 'PE07-E131 UNABLE TO OPEN REGISTER-NEW-FILE,'
004400             ' STATUS ' PE07-REGISTER-NEW-STATUS
004410             ' -- REGISTER NOT REPLACED'
004420         MOVE 12 TO RETURN-CODE
004430         CLOSE DELIVERY-REGISTER-FILE
004440         GO TO 3000-EXIT
004450     END-IF
004460     MOVE 'N' TO PE07-DLRP-EOF-SW
004470     PERFORM 3100-PASS-ONE-HANDOFF THRU 3100-EXIT
004480         UNTIL PE07-DLRP-EOF
004490     CLOSE DELIVERY-REGISTER-FILE
004500     CLOSE REGISTER-NEW-FILE
004510     .
004520 3000-EXIT.
004530     EXIT.
004540 3100-PASS-ONE-HANDOFF.
004550     READ DELIVERY-REGISTER-FILE
004560         AT END
004570             SET PE07-DLRP-EOF TO TRUE
004580             GO TO 3100-EXIT
004590     END-READ
004600     ADD 1 TO PE07-DLRP-HANDOFFS
004610     IF PE07-DLV-ACKNOWLEDGED
004620         ADD 1 TO PE07-DLRP-ACKED-BEFORE
004630     END-IF
004640     MOVE 'N' TO PE07-DLRP-MATCH-SW
004650     PERFORM 3200-TEST-ACK THRU 3200-EXIT
004660         VARYING PE07-DLRP-IDX FROM 1 BY 1
004670         UNTIL PE07-DLRP-IDX > PE07-DLRP-ACK-COUNT
004680            OR PE07-DLRP-MATCHED
004690     WRITE PE07-REGISTER-NEW-RECORD FROM PE07-DELIVERY-RECORD
004700     IF NOT PE07-REGISTER-NEW-OK
004710         DISPLAY 'PE07-E131 WRITE TO REGISTER-NEW-FILE FAILED,'
004720             ' STATUS ' PE07-REGISTER-NEW-STATUS
004730             ' -- REGISTER NOT REPLACED'
004740         MOVE 12 TO RETURN-CODE
004750         SET PE07-DLRP-EOF TO TRUE
004760         GO TO 3100-EXIT
004770     END-IF
004780     IF PE07-DLV-OUTSTANDING
004790         PERFORM 3300-AGE-HANDOFF THRU 3300-EXIT
004800     END-IF
004810     .
004820 3100-EXIT.
004830     EXIT.
004840***************************************************************
004850*    ONE ACKNOWLEDGEMENT AGAINST THE HANDOFF IN HAND.  IT     *
004860*    MUST NAME THE SAME INTERFACE AND CONSUMER AND EITHER THE *
004870*    HANDOFF'S OWN GENERATION OR, WITH GENERATION ZERO, A     *
004880*    DATE TAKEN NO EARLIER THAN THE HANDOFF WAS DELIVERED.  A *
004890*    HANDOFF IT NAMES THAT IS ALREADY ACKNOWLEDGED IS NOTED,  *
004900*    NOT POSTED AGAIN.                                        *
004910***************************************************************
004920 3200-TEST-ACK.
004930     IF PE07-DLRP-ACK-REASON(PE07-DLRP-IDX) NOT = SPACES
004940         GO TO 3200-EXIT
004950     END-IF
004960     IF PE07-DLRP-ACK-INTERFACE(PE07-DLRP-IDX)
004970             NOT = PE07-DLV-INTERFACE
004980             OR PE07-DLRP-ACK-CONSUMER(PE07-DLRP-IDX)
004990             NOT = PE07-DLV-CONSUMER
005000         GO TO 3200-EXIT
005010     END-IF
005020     IF PE07-DLRP-ACK-GEN(PE07-DLRP-IDX) = 0
005030         IF PE07-DLV-DELIVERED-DATE
005040                 > PE07-DLRP-ACK-DATE(PE07-DLRP-IDX)
005050             GO TO 3200-EXIT
005060         END-IF
005070     ELSE
005080         IF PE07-DLRP-ACK-GEN(PE07-DLRP-IDX)
005090                 NOT = PE07-DLV-GENERATION
005100             GO TO 3200-EXIT
005110         END-IF
005120     END-IF
005130     IF PE07-DLV-ACKNOWLEDGED
005140         SET PE07-DLRP-ACK-PRIOR(PE07-DLRP-IDX) TO TRUE
005150         GO TO 3200-EXIT
005160     END-IF
005170     SET PE07-DLRP-MATCHED TO TRUE
005180     SET PE07-DLV-ACKNOWLEDGED TO TRUE
005190     MOVE PE07-DLRP-ACK-DATE(PE07-DLRP-IDX) TO PE07-DLV-ACK-DATE
005200     MOVE PE07-DLRP-RUN-DATE TO PE07-DLV-ACK-POSTED-DATE
005210     ADD 1 TO PE07-DLRP-ACK-POSTED(PE07-DLRP-IDX)
005220     ADD 1 TO PE07-DLRP-ACKED-NOW
005230     .
005240 3200-EXIT.
005250     EXIT.
005260 3300-AGE-HANDOFF.
005270     COMPUTE PE07-DLRP-AGE-DAYS = PE07-DLRP-RUN-INT
005280         - FUNCTION INTEGER-OF-DATE(PE07-DLV-DELIVERED-DATE)
005290     IF PE07-DLRP-AGE-DAYS NOT > PE07-DLRP-OVERDUE-DAYS
005300         ADD 1 TO PE07-DLRP-WITHIN
005310         GO TO 3300-EXIT
005320     END-IF
005330     ADD 1 TO PE07-DLRP-OVERDUE
005340     MOVE PE07-DLV-INTERFACE      TO PE07-DLRP-OVD-INTERFACE
005350     MOVE PE07-DLV-GENERATION     TO PE07-DLRP-OVD-GEN
005360     MOVE PE07-DLV-CONSUMER       TO PE07-DLRP-OVD-CONSUMER
005370     MOVE PE07-DLV-DELIVERED-DATE TO PE07-DLRP-DATE-IN
005380     PERFORM 9300-EDIT-DATE THRU 9300-EXIT
005390     MOVE PE07-DLRP-DATE-EDIT     TO PE07-DLRP-OVD-DATE
005400     MOVE PE07-DLV-DELIVERED-TIME TO PE07-DLRP-TIME-IN
005410     MOVE PE07-DLRP-TIME-IN(1:2)  TO PE07-DLRP-EDIT-HH
005420     MOVE PE07-DLRP-TIME-IN(3:2)  TO PE07-DLRP-EDIT-MI
005430     MOVE PE07-DLRP-TIME-EDIT     TO PE07-DLRP-OVD-TIME
005440     MOVE PE07-DLV-DETAIL-COUNT   TO PE07-DLRP-OVD-DETAILS
005450     MOVE PE07-DLRP-AGE-DAYS      TO PE07-DLRP-OVD-AGE
005460     MOVE PE07-DLRP-OVERDUE-LINE  TO PE07-DLRP-PRINT-LINE
005470     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005480     .
005490 3300-EXIT.
005500     EXIT.
005510***************************************************************
005520*                                                             *
005530*    4000-LIST-ACKNOWLEDGEMENTS                               *
005540*                                                             *
005550*    ONE LINE PER ACKNOWLEDGEMENT PRESENTED.  ONE THAT PASSED *
005560*    THE EDIT BUT NAMED NO HANDOFF ON THE REGISTER IS         *
005570*    REJECTED HERE; ONE THAT NAMED ONLY A HANDOFF ALREADY     *
005580*    ACKNOWLEDGED IS LISTED AS SUCH AND IS NOT AN ERROR.      *
005590***************************************************************
005600 4000-LIST-ACKNOWLEDGEMENTS.
005610     MOVE 'ACKNOWLEDGEMENTS PRESENTED' TO PE07-DLRP-SECTION-TITLE
005620     PERFORM 9000-START-SECTION THRU 9000-EXIT
005630     IF PE07-DLRP-ACK-COUNT = 0
005640         MOVE 'NO ACKNOWLEDGEMENTS WERE PRESENTED'
005650             TO PE07-DLRP-NOTE-TEXT
005660         MOVE PE07-DLRP-NOTE-LINE TO PE07-DLRP-PRINT-LINE
005670         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005680         GO TO 4000-EXIT
005690     END-IF
005700     MOVE PE07-DLRP-ACK-HEADER TO PE07-DLRP-PRINT-LINE
005710     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005720     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
005730     PERFORM 4100-LIST-ONE-ACK THRU 4100-EXIT
005740         VARYING PE07-DLRP-IDX FROM 1 BY 1
005750         UNTIL PE07-DLRP-IDX > PE07-DLRP-ACK-COUNT
005760     .
005770 4000-EXIT.
005780     EXIT.
005790 4100-LIST-ONE-ACK.
005800     IF PE07-DLRP-ACK-REASON(PE07-DLRP-IDX) = SPACES
005810             AND PE07-DLRP-ACK-POSTED(PE07-DLRP-IDX) = 0
005820             AND NOT PE07-DLRP-ACK-PRIOR(PE07-DLRP-IDX)
005830         MOVE 'NO OUTSTANDING HANDOFF ON THE REGISTER'
005840             TO PE07-DLRP-ACK-REASON(PE07-DLRP-IDX)
005850     END-IF
005860     MOVE PE07-DLRP-ACK-INTERFACE(PE07-DLRP-IDX)
005870         TO PE07-DLRP-AKL-INTERFACE
005880     MOVE PE07-DLRP-ACK-CONSUMER(PE07-DLRP-IDX)
005890         TO PE07-DLRP-AKL-CONSUMER
005900     MOVE PE07-DLRP-ACK-USER-ID(PE07-DLRP-IDX)
005910         TO PE07-DLRP-AKL-USER
005920     MOVE PE07-DLRP-ACK-POSTED(PE07-DLRP-IDX)
005930         TO PE07-DLRP-AKL-POSTED
005940     MOVE PE07-DLRP-ACK-REASON(PE07-DLRP-IDX)
005950         TO PE07-DLRP-AKL-REASON
005960     EVALUATE TRUE
005970         WHEN PE07-DLRP-ACK-GEN-RAW(PE07-DLRP-IDX) IS NOT NUMERIC
005980             MOVE PE07-DLRP-ACK-GEN-RAW(PE07-DLRP-IDX)
005990                 TO PE07-DLRP-AKL-GEN
006000         WHEN PE07-DLRP-ACK-GEN(PE07-DLRP-IDX) = 0
006010             MOVE 'ALL' TO PE07-DLRP-AKL-GEN
006020         WHEN OTHER
006030             MOVE PE07-DLRP-ACK-GEN(PE07-DLRP-IDX)
006040                 TO PE07-DLRP-GEN-EDIT
006050             MOVE PE07-DLRP-GEN-EDIT TO PE07-DLRP-AKL-GEN
006060     END-EVALUATE
006070     EVALUATE TRUE
006080         WHEN PE07-DLRP-ACK-DATE(PE07-DLRP-IDX) NOT = 0
006090             MOVE PE07-DLRP-ACK-DATE(PE07-DLRP-IDX)
006100                 TO PE07-DLRP-DATE-IN
006110             PERFORM 9300-EDIT-DATE THRU 9300-EXIT
006120             MOVE PE07-DLRP-DATE-EDIT TO PE07-DLRP-AKL-DATE
006130         WHEN PE07-DLRP-ACK-DATE-RAW(PE07-DLRP-IDX) IS NUMERIC
006140             MOVE PE07-DLRP-ACK-DATE-RAW(PE07-DLRP-IDX)
006150                 TO PE07-DLRP-DATE-IN
006160             PERFORM 9300-EDIT-DATE THRU 9300-EXIT
006170             MOVE PE07-DLRP-DATE-EDIT TO PE07-DLRP-AKL-DATE
006180         WHEN OTHER
006190             MOVE PE07-DLRP-ACK-DATE-RAW(PE07-DLRP-IDX)
006200                 TO PE07-DLRP-AKL-DATE
006210     END-EVALUATE
006220     EVALUATE TRUE
006230         WHEN PE07-DLRP-ACK-REASON(PE07-DLRP-IDX) NOT = SPACES
006240             MOVE 'REJECTED' TO PE07-DLRP-AKL-RESULT
006250             ADD 1 TO PE07-DLRP-ACKS-REJECTED
006260         WHEN PE07-DLRP-ACK-POSTED(PE07-DLRP-IDX) > 0
006270             MOVE 'POSTED'   TO PE07-DLRP-AKL-RESULT
006280         WHEN OTHER
006290             MOVE 'ALREADY'  TO PE07-DLRP-AKL-RESULT
006300             MOVE 'THE HANDOFF WAS ALREADY ACKNOWLEDGED'
006310                 TO PE07-DLRP-AKL-REASON
006320     END-EVALUATE
006330     MOVE PE07-DLRP-ACK-LINE TO PE07-DLRP-PRINT-LINE
006340     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006350     .
006360 4100-EXIT.
006370     EXIT.
006380***************************************************************
006390*                                                             *
006400*    5000-PRINT-TOTALS                                        *
006410*                                                             *
006420***************************************************************
006430 5000-PRINT-TOTALS.
006440     MOVE 'REGISTER TOTALS' TO PE07-DLRP-SECTION-TITLE
006450     PERFORM 9000-START-SECTION THRU 9000-EXIT
006460     MOVE 'HANDOFFS ON THE REGISTER . . . . . . . . . .'
006470         TO PE07-DLRP-TOT-CAPTION
006480     MOVE PE07-DLRP-HANDOFFS TO PE07-DLRP-TOT-VALUE
006490     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
006500     MOVE 'ACKNOWLEDGED BEFORE THIS RUN . . . . . . . .'
006510         TO PE07-DLRP-TOT-CAPTION
006520     MOVE PE07-DLRP-ACKED-BEFORE TO PE07-DLRP-TOT-VALUE
006530     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
006540     MOVE 'ACKNOWLEDGED BY THIS RUN . . . . . . . . . .'
006550         TO PE07-DLRP-TOT-CAPTION
006560     MOVE PE07-DLRP-ACKED-NOW TO PE07-DLRP-TOT-VALUE
006570     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
006580     MOVE 'OUTSTANDING, WITHIN THE HORIZON  . . . . . .'
006590         TO PE07-DLRP-TOT-CAPTION
006600     MOVE PE07-DLRP-WITHIN TO PE07-DLRP-TOT-VALUE
006610     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
006620     MOVE 'OUTSTANDING, OVERDUE . . . . . . . . . . . .'
006630         TO PE07-DLRP-TOT-CAPTION
006640     MOVE PE07-DLRP-OVERDUE TO PE07-DLRP-TOT-VALUE
006650     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
006660     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
006670     MOVE 'ACKNOWLEDGEMENTS PRESENTED . . . . . . . . .'
006680         TO PE07-DLRP-TOT-CAPTION
006690     MOVE PE07-DLRP-ACKS-READ TO PE07-DLRP-TOT-VALUE
006700     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
006710     MOVE 'ACKNOWLEDGEMENTS REJECTED  . . . . . . . . .'
006720         TO PE07-DLRP-TOT-CAPTION
006730     MOVE PE07-DLRP-ACKS-REJECTED TO PE07-DLRP-TOT-VALUE
006740     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
006750     .
006760 5000-EXIT.
006770     EXIT.
006780 5100-PRINT-TOTAL.
006790     MOVE PE07-DLRP-TOTALS-LINE TO PE07-DLRP-PRINT-LINE
006800     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006810     .
006820 5100-EXIT.
006830     EXIT.
006840***************************************************************
006850*                                                             *
006860*    8000-WRAP-UP                                             *
006870*                                                             *
006880*    A FILE ERROR LEAVES RC=12, SO THE JOB NEITHER REPLACES   *
006890*    THE REGISTER NOR EMPTIES THE ACKNOWLEDGEMENTS.           *
006900*    OTHERWISE OVERDUE HANDOFFS AND REJECTED ACKNOWLEDGEMENTS *
006910*    ARE WARNINGS FOR THE DESK.                               *
006920***************************************************************
006930 8000-WRAP-UP.
006940     CLOSE DELIVERY-REPORT-FILE
006950     IF RETURN-CODE = 12
006960         GO TO 9999-EXIT
006970     END-IF
006980     IF PE07-DLRP-OVERDUE > 0
006990         DISPLAY 'PE07-W25 ' PE07-DLRP-OVERDUE ' HANDOFF(S)'
007000             ' UNACKNOWLEDGED AFTER ' PE07-DLRP-OVERDUE-DAYS
007010             ' DAYS -- SEE THE DELIVERY REPORT'
007020         MOVE 4 TO RETURN-CODE
007030     END-IF
007040     IF PE07-DLRP-ACKS-REJECTED > 0
007050         DISPLAY 'PE07-W26 ' PE07-DLRP-ACKS-REJECTED
007060             ' ACKNOWLEDGEMENT(S) REJECTED -- SEE THE DELIVERY'
007070             ' REPORT'
007080         MOVE 4 TO RETURN-CODE
007090     END-IF
007100     DISPLAY 'PE07-I38 ' PE07-DLRP-HANDOFFS ' HANDOFFS ON THE'
007110         ' REGISTER, ' PE07-DLRP-ACKED-NOW ' ACKNOWLEDGED BY'
007120         ' THIS RUN, ' PE07-DLRP-WITHIN ' OUTSTANDING, '
007130         PE07-DLRP-OVERDUE ' OVERDUE'
007140     GO TO 9999-EXIT
007150     .
007160***************************************************************
007170*                                                             *
007180*    9000-START-SECTION                                       *
007190*                                                             *
007200***************************************************************
007210 9000-START-SECTION.
007220     IF PE07-DLRP-PAGE-NUMBER = 0
007230         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
007240     ELSE
007250         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007260     END-IF
007270     MOVE PE07-DLRP-SECTION-LINE TO PE07-DLRP-PRINT-LINE
007280     WRITE PE07-DLRP-PRINT-LINE AFTER ADVANCING 2 LINES
007290     ADD 2 TO PE07-DLRP-LINE-COUNT
007300     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007310     .
007320 9000-EXIT.
007330     EXIT.
007340***************************************************************
007350*                                                             *
007360*    9100-WRITE-REPORT-LINE                                   *
007370*                                                             *
007380***************************************************************
007390 9100-WRITE-REPORT-LINE.
007400     IF PE07-DLRP-LINE-COUNT >= PE07-DLRP-LINES-PER-PAGE
007410         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
007420     END-IF
007430     WRITE PE07-DLRP-PRINT-LINE AFTER ADVANCING 1 LINE
007440     ADD 1 TO PE07-DLRP-LINE-COUNT
007450     GO TO 9100-EXIT
007460     .
007470 9100-WRITE-BLANK-LINE.
007480     MOVE SPACES TO PE07-DLRP-PRINT-LINE
007490     WRITE PE07-DLRP-PRINT-LINE AFTER ADVANCING 1 LINE
007500     ADD 1 TO PE07-DLRP-LINE-COUNT
007510     .
007520 9100-EXIT.
007530     EXIT.
007540***************************************************************
007550*                                                             *
007560*    9200-PAGE-HEADINGS                                       *
007570*                                                             *
007580***************************************************************
007590 9200-PAGE-HEADINGS.
007600     ADD 1 TO PE07-DLRP-PAGE-NUMBER
007610     MOVE PE07-DLRP-PAGE-NUMBER TO PE07-DLRP-HDG-PAGE
007620     MOVE PE07-DLRP-HEADING-1 TO PE07-DLRP-PRINT-LINE
007630     WRITE PE07-DLRP-PRINT-LINE AFTER ADVANCING PAGE
007640     MOVE 1 TO PE07-DLRP-LINE-COUNT
007650     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
007660     .
007670 9200-EXIT.
007680     EXIT.
007690 9300-EDIT-DATE.
007700     MOVE PE07-DLRP-DATE-IN(1:4) TO PE07-DLRP-EDIT-YYYY
007710     MOVE PE07-DLRP-DATE-IN(5:2) TO PE07-DLRP-EDIT-MM
007720     MOVE PE07-DLRP-DATE-IN(7:2) TO PE07-DLRP-EDIT-DD
007730     .
007740 9300-EXIT.
007750     EXIT.
007760 9999-EXIT.
007770     STOP RUN.
007780 END PROGRAM PE07-DELIVERY-REPORT.
