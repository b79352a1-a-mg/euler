000010***************************************************************
000020*                                                             *
000030*    PE07CHRG:                                                *
000040*                                                             *
000050*    MONTHLY CHARGEBACK BY REQUESTER.  PRICES A CALENDAR      *
000060*    MONTH'S USE OF THE PRIME SEARCH SYSTEM AND CHARGES IT    *
000070*    BACK TO THE DEPARTMENTS THAT ASKED FOR IT.  THE          *
000080*    REQUESTER'S ANSWERS COME FROM THE RETAINED RESPONSE      *
000090*    HISTORY (EVERY FULFILLED, SKIPPED, AND NOT-REACHED       *
000100*    RESPONSE THE INTAKE EDIT AND THE BATCH SEARCH HAVE       *
000110*    WRITTEN), ITS SEARCH TIME AND ONLINE INQUIRIES FROM THE  *
000120*    AUDIT LOG AND ITS ARCHIVE GENERATIONS, AND THE PRICES    *
000130*    FROM THE RATE TABLE THE FINANCE DESK MAINTAINS -- A RATE *
000140*    PER FULFILLED AND PER SKIPPED REQUEST IN EACH            *
000150*    REQUESTED-N SIZE BAND, AND A RATE PER ONLINE INQUIRY.  A *
000160*    NOT-REACHED REQUEST IS NEVER CHARGED; THE SYSTEM FAILED  *
000170*    IT, NOT THE REQUESTER.  NOR IS AN IN-PROGRESS RESPONSE;  *
000171*    THE REQUEST IS CHARGED ONCE, THE NIGHT IT IS FULFILLED.  *
000172*    PRINTS A STATEMENT PER                                   *
000180*    REQUESTER, A SUMMARY, THE CONTROL TOTALS, AND THE RATE   *
000190*    SCHEDULE APPLIED, AND WRITES THE FINANCE FEED BETWEEN A  *
000200*    PE07HDT HEADER AND A COUNTED TRAILER SO IT PROVES        *
000210*    THROUGH PE07BAL.  THE RESPONSE HISTORY IS SPLIT AS IT IS *
000220*    READ -- THE BILLING MONTH AND EARLIER TO AN ARCHIVE      *
000230*    GENERATION, LATER MONTHS TO A KEEP FILE THAT THE NEXT    *
000240*    STEP COPIES BACK -- SO THE HISTORY NEVER HOLDS MORE THAN *
000250*    A MONTH OR SO.  ENDS RC=0 CLEAN, RC=4 WHEN A WARNING     *
000260*    NEEDS THE DESK'S ATTENTION (A REQUESTER NOT ON THE       *
000270*    MASTER, USAGE WITH NO REQUESTER CODE, OR RESPONSES THAT  *
000280*    DO NOT AGREE WITH THE AUDITED SEARCHES), RC=8 FOR AN     *
000290*    INVALID PARM, AND RC=12 WHEN A DATASET WAS UNAVAILABLE,  *
000300*    THE RATE TABLE WAS UNUSABLE, OR A TABLE OVERFLOWED.      *
000310*    AFTER RC=8 OR RC=12 NOTHING IS BILLED, THE FEED HAS NO   *
000311*    TRAILER, AND THE KEEP FILE IS NOT TO BE COPIED BACK.     *
000320*                                                             *
000330***************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     PE07-CHARGEBACK.
000360 AUTHOR.         A M GRIFFITHS.
000370 INSTALLATION.   BATCH APPLICATIONS.
000380 DATE-WRITTEN.   2026-10-15.
000390 DATE-COMPILED.  2026-10-15.
000400***************************************************************
000410*                                                             *
000420*    MODIFICATION HISTORY                                     *
000430*                                                             *
000440*    DATE        INIT  DESCRIPTION                            *
000450*    ----------  ----  -------------------------------------- *
000460*    2026-10-15  AMG   ORIGINAL PROGRAM.                       *
000461*    2026-10-15  AMG   IN-PROGRESS RESPONSES ARE COUNTED IN   *
000462*                      THE CONTROL TOTALS BUT NEVER PRICED.   *
000463*    2026-10-15  AMG   AN INVALID PARM (PE07-E76) NOW ENDS    *
000464*                      RC=8, SO THE COPY-BACK STEP IS         *
000465*                      BYPASSED AND THE HISTORY IS KEPT.      *
000470*                                                             *
000480***************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT REQUESTER-MASTER-FILE ASSIGN TO RQSTMAST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PE07-RQSTMAST-STATUS.
000560     SELECT RATE-FILE ASSIGN TO RATEFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PE07-RATE-STATUS.
000590     SELECT RESPONSE-HISTORY-FILE ASSIGN TO RESPHIST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PE07-RSPHIST-STATUS.
000620     SELECT RESPONSE-KEEP-FILE ASSIGN TO RSPKEEP
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PE07-RSPKEEP-STATUS.
000650     SELECT RESPONSE-ARCHIVE-FILE ASSIGN TO RSPARCH
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PE07-RSPARCH-STATUS.
000680     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PE07-AUDIT-STATUS.
000710     SELECT CHARGE-FEED-FILE ASSIGN TO CHRGFEED
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS PE07-CHRG-FEED-STATUS.
000740     SELECT CHARGE-REPORT-FILE ASSIGN TO CHRGRPT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS PE07-CHRG-REPORT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  REQUESTER-MASTER-FILE
000800     RECORDING MODE IS F.
000810 COPY PE07RQM.
000820 FD  RATE-FILE
000830     RECORDING MODE IS F.
000840 COPY PE07RAT.
000850 FD  RESPONSE-HISTORY-FILE
000860     RECORDING MODE IS F.
000870 COPY PE07RSP.
000880 FD  RESPONSE-KEEP-FILE
000890     RECORDING MODE IS F.
000900 01  PE07-RSPKEEP-RECORD     PIC X(68).
000910 FD  RESPONSE-ARCHIVE-FILE
000920     RECORDING MODE IS F.
000930 01  PE07-RSPARCH-RECORD     PIC X(68).
000940 FD  AUDIT-LOG-FILE
000950     RECORDING MODE IS F.
000960 COPY PE07AUD.
000970 FD  CHARGE-FEED-FILE
000980     RECORDING MODE IS F.
000990 COPY PE07CHG.
001000 FD  CHARGE-REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  PE07-CHRG-PRINT-LINE    PIC X(132).
001030 WORKING-STORAGE SECTION.
001040***************************************************************
001050*    FILE STATUS FIELDS AND SWITCHES                           *
001060***************************************************************
001070 01  PE07-RQSTMAST-STATUS    PIC X(02).
001080     88  PE07-RQSTMAST-OK            VALUE '00'.
001090 01  PE07-RATE-STATUS        PIC X(02).
001100     88  PE07-RATE-OK                VALUE '00'.
001110 01  PE07-RSPHIST-STATUS     PIC X(02).
001120     88  PE07-RSPHIST-OK             VALUE '00'.
001130 01  PE07-RSPKEEP-STATUS     PIC X(02).
001140     88  PE07-RSPKEEP-OK             VALUE '00'.
001150 01  PE07-RSPARCH-STATUS     PIC X(02).
001160     88  PE07-RSPARCH-OK             VALUE '00'.
001170 01  PE07-AUDIT-STATUS       PIC X(02).
001180     88  PE07-AUDIT-OK               VALUE '00'.
001190 01  PE07-CHRG-FEED-STATUS   PIC X(02).
001200     88  PE07-CHRG-FEED-OK           VALUE '00'.
001210 01  PE07-CHRG-REPORT-STATUS PIC X(02).
001220     88  PE07-CHRG-REPORT-OK         VALUE '00'.
001230 01  PE07-CHRG-SWITCHES.
001240     05  PE07-CHRG-RQM-EOF-SW    PIC X(01)   VALUE 'N'.
001250         88  PE07-CHRG-RQM-EOF           VALUE 'Y'.
001260     05  PE07-CHRG-RAT-EOF-SW    PIC X(01)   VALUE 'N'.
001270         88  PE07-CHRG-RAT-EOF           VALUE 'Y'.
001280     05  PE07-CHRG-RSP-EOF-SW    PIC X(01)   VALUE 'N'.
001290         88  PE07-CHRG-RSP-EOF           VALUE 'Y'.
001300     05  PE07-CHRG-AUD-EOF-SW    PIC X(01)   VALUE 'N'.
001310         88  PE07-CHRG-AUD-EOF           VALUE 'Y'.
001320     05  PE07-CHRG-FOUND-SW      PIC X(01)   VALUE 'N'.
001330         88  PE07-CHRG-FOUND             VALUE 'Y'.
001340     05  PE07-CHRG-BAD-PARM-SW   PIC X(01)   VALUE 'N'.
001350         88  PE07-CHRG-BAD-PARM          VALUE 'Y'.
001360     05  PE07-CHRG-INQ-RATE-SW   PIC X(01)   VALUE 'N'.
001370         88  PE07-CHRG-INQ-RATE-LOADED   VALUE 'Y'.
001380***************************************************************
001390*    THE BILLING MONTH (YYYYMM) AND THE RUN DATE IT IS        *
001400*    CHECKED AGAINST.  ONLY A MONTH THAT HAS ENDED CAN BE     *
001410*    BILLED.                                                  *
001420***************************************************************
001430 01  PE07-CHRG-PERIOD        PIC 9(06)        VALUE 0.
001440 01  PE07-CHRG-PERIOD-X REDEFINES PE07-CHRG-PERIOD.
001450     05  PE07-CHRG-PERIOD-YYYY   PIC 9(04).
001460     05  PE07-CHRG-PERIOD-MM     PIC 9(02).
001470 01  PE07-CHRG-RUN-DATE      PIC 9(08)        VALUE 0.
001480 01  PE07-CHRG-RUN-DATE-X REDEFINES PE07-CHRG-RUN-DATE.
001490     05  PE07-CHRG-RUN-MONTH     PIC 9(06).
001500     05  PE07-CHRG-RUN-DD        PIC 9(02).
001510 01  PE07-CHRG-RUN-MONTH-X REDEFINES PE07-CHRG-RUN-DATE.
001520     05  PE07-CHRG-RUN-YYYY      PIC 9(04).
001530     05  PE07-CHRG-RUN-MM        PIC 9(02).
001540     05  FILLER                  PIC 9(02).
001550 01  PE07-CHRG-REC-DATE      PIC 9(08)        VALUE 0.
001560 01  PE07-CHRG-REC-DATE-X REDEFINES PE07-CHRG-REC-DATE.
001570     05  PE07-CHRG-REC-MONTH     PIC 9(06).
001580     05  PE07-CHRG-REC-DD        PIC 9(02).
001590 77  PE07-CHRG-PARM-USE-LEN  PIC S9(4)  COMP.
001600***************************************************************
001610*    THE RATE TABLE, ONE ENTRY PER REQUESTED-N SIZE BAND PLUS *
001620*    THE INQUIRY RATE.  A BAND IS MARKED LOADED THE FIRST     *
001630*    TIME ITS RECORD IS READ, SO A SECOND RECORD FOR IT IS    *
001640*    CAUGHT AS A DUPLICATE.                                   *
001650***************************************************************
001660     78  PE07-CHRG-BAND-MAX         VALUE 6.
001670 01  PE07-CHRG-RATE-TABLE.
001680     05  PE07-CHRG-RATE-ENTRY    OCCURS 6 TIMES.
001690         10  PE07-CHRG-RATE-LOADED-SW PIC X(01).
001700             88  PE07-CHRG-RATE-LOADED       VALUE 'Y'.
001710         10  PE07-CHRG-RATE-FULFILLED PIC 9(05)V99.
001720         10  PE07-CHRG-RATE-SKIPPED  PIC 9(05)V99.
001730 77  PE07-CHRG-RATE-INQUIRY  PIC 9(05)V99     VALUE 0.
001740 77  PE07-CHRG-RATE-READ     PIC 9(05)  COMP  VALUE 0.
001750 01  PE07-CHRG-BAND-LABEL-AREA.
001760     05  FILLER  PIC X(21)  VALUE '1 - 999'.
001770     05  FILLER  PIC X(21)  VALUE '1,000 - 9,999'.
001780     05  FILLER  PIC X(21)  VALUE '10,000 - 99,999'.
001790     05  FILLER  PIC X(21)  VALUE '100,000 - 999,999'.
001800     05  FILLER  PIC X(21)  VALUE '1,000,000 - 9,999,999'.
001810     05  FILLER  PIC X(21)  VALUE '10,000,000 AND OVER'.
001820 01  PE07-CHRG-BAND-LABELS REDEFINES PE07-CHRG-BAND-LABEL-AREA.
001830     05  PE07-CHRG-BAND-LABEL    OCCURS 6 TIMES  PIC X(21).
001840 77  PE07-CHRG-BAND-IDX      PIC 9(04)  COMP  VALUE 0.
001850 77  PE07-CHRG-REQ-N         PIC 9(12)        VALUE 0.
001860***************************************************************
001870*    THE REQUESTER MASTER HELD IN STORAGE, WITH THE MONTH'S   *
001880*    USAGE ACCUMULATED ALONGSIDE EACH ENTRY.  A CODE FOUND IN *
001890*    THE USAGE BUT NOT ON THE MASTER IS ADDED TO THE END OF   *
001900*    THE TABLE AND BILLED UNDER ITS OWN CODE, FLAGGED FOR THE *
001910*    DESK -- THE USAGE HAPPENED, AND DROPPING IT WOULD        *
001920*    UNDERSTATE THE MONTH.                                    *
001930***************************************************************
001940     78  PE07-CHRG-RQM-MAX          VALUE 500.
001950 77  PE07-CHRG-RQM-COUNT     PIC 9(04)  COMP  VALUE 0.
001960 01  PE07-CHRG-RQM-TABLE.
001970     05  PE07-CHRG-RQM-ENTRY     OCCURS 500 TIMES.
001980         10  PE07-CHRG-RQM-CODE      PIC X(04).
001990         10  PE07-CHRG-RQM-NAME      PIC X(30).
002000         10  PE07-CHRG-RQM-ON-MAST-SW PIC X(01).
002010             88  PE07-CHRG-RQM-ON-MASTER     VALUE 'Y'.
002020         10  PE07-CHRG-RQM-MISMATCH-SW PIC X(01).
002030             88  PE07-CHRG-RQM-MISMATCH      VALUE 'Y'.
002040         10  PE07-CHRG-RQM-BAND      OCCURS 6 TIMES.
002050             15  PE07-CHRG-RQM-FULFILLED PIC 9(07)  COMP.
002060             15  PE07-CHRG-RQM-SKIPPED   PIC 9(07)  COMP.
002070         10  PE07-CHRG-RQM-FUL-TOTAL PIC 9(07)  COMP.
002080         10  PE07-CHRG-RQM-SKP-TOTAL PIC 9(07)  COMP.
002090         10  PE07-CHRG-RQM-NOT-REACHED PIC 9(07)  COMP.
002100         10  PE07-CHRG-RQM-SEARCHES  PIC 9(07)  COMP.
002110         10  PE07-CHRG-RQM-SEARCH-HS PIC 9(11)  COMP.
002120         10  PE07-CHRG-RQM-INQUIRIES PIC 9(07)  COMP.
002130         10  PE07-CHRG-RQM-CHARGE    PIC 9(09)V99  COMP.
002140 77  PE07-CHRG-RQM-IDX       PIC 9(04)  COMP  VALUE 0.
002150 77  PE07-CHRG-RQM-HIT       PIC 9(04)  COMP  VALUE 0.
002160 01  PE07-CHRG-KEY-CODE      PIC X(04)        VALUE SPACES.
002170***************************************************************
002180*    CONTROL TOTALS -- WHAT WAS READ, WHAT FELL IN THE        *
002190*    BILLING MONTH, AND WHAT COULD NOT BE ATTRIBUTED TO A     *
002200*    REQUESTER                                                *
002210***************************************************************
002220 77  PE07-CHRG-RSP-READ      PIC 9(09)  COMP  VALUE 0.
002230 77  PE07-CHRG-RSP-IN-MONTH  PIC 9(09)  COMP  VALUE 0.
002240 77  PE07-CHRG-RSP-EARLIER   PIC 9(09)  COMP  VALUE 0.
002250 77  PE07-CHRG-RSP-KEPT      PIC 9(09)  COMP  VALUE 0.
002260 77  PE07-CHRG-RSP-ARCHIVED  PIC 9(09)  COMP  VALUE 0.
002270 77  PE07-CHRG-RSP-UNATTRIB  PIC 9(09)  COMP  VALUE 0.
002280 77  PE07-CHRG-RSP-NOT-RCHD  PIC 9(09)  COMP  VALUE 0.
002285 77  PE07-CHRG-RSP-IN-PROG   PIC 9(09)  COMP  VALUE 0.
002290 77  PE07-CHRG-AUD-READ      PIC 9(09)  COMP  VALUE 0.
002300 77  PE07-CHRG-AUD-IN-MONTH  PIC 9(09)  COMP  VALUE 0.
002310 77  PE07-CHRG-AUD-SEARCHES  PIC 9(09)  COMP  VALUE 0.
002320 77  PE07-CHRG-AUD-INQUIRIES PIC 9(09)  COMP  VALUE 0.
002330 77  PE07-CHRG-AUD-OTHER     PIC 9(09)  COMP  VALUE 0.
002340 77  PE07-CHRG-UNATTRIB-SRCH PIC 9(09)  COMP  VALUE 0.
002350 77  PE07-CHRG-UNATTRIB-INQ  PIC 9(09)  COMP  VALUE 0.
002360 77  PE07-CHRG-UNKNOWN-COUNT PIC 9(09)  COMP  VALUE 0.
002370 77  PE07-CHRG-MISMATCH-COUNT PIC 9(09) COMP  VALUE 0.
002380 77  PE07-CHRG-BILLED-COUNT  PIC 9(09)  COMP  VALUE 0.
002390 77  PE07-CHRG-FEED-COUNT    PIC 9(09)  COMP  VALUE 0.
002400 77  PE07-CHRG-GRAND-CHARGE  PIC 9(09)V99  COMP  VALUE 0.
002410***************************************************************
002420*    PRICING AND CONVERSION WORK FIELDS                        *
002430***************************************************************
002440 77  PE07-CHRG-QUANTITY      PIC 9(09)  COMP  VALUE 0.
002450 77  PE07-CHRG-RATE          PIC 9(05)V99     VALUE 0.
002460 77  PE07-CHRG-AMOUNT        PIC 9(09)V99  COMP  VALUE 0.
002470 77  PE07-CHRG-ACTIVITY      PIC 9(09)  COMP  VALUE 0.
002480 77  PE07-CHRG-SECONDS       PIC 9(09)  COMP  VALUE 0.
002490 77  PE07-CHRG-HOURS         PIC 9(07)V99  COMP  VALUE 0.
002500 01  PE07-CHRG-CLOCK-IN      PIC 9(08)        VALUE 0.
002510 01  PE07-CHRG-CLOCK-IN-X REDEFINES PE07-CHRG-CLOCK-IN.
002520     05  PE07-CHRG-CLK-IN-HH     PIC 9(02).
002530     05  PE07-CHRG-CLK-IN-MM     PIC 9(02).
002540     05  PE07-CHRG-CLK-IN-SS     PIC 9(02).
002550     05  PE07-CHRG-CLK-IN-HS     PIC 9(02).
002560 77  PE07-CHRG-HS-VALUE      PIC 9(09)  COMP  VALUE 0.
002570 01  PE07-CHRG-EDIT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
002580***************************************************************
002590*    CONTROL BANNER FOR THE FINANCE FEED                      *
002600***************************************************************
002610 COPY PE07HDT.
002620***************************************************************
002630*    PAGE AND LINE CONTROL                                     *
002640***************************************************************
002650     78  PE07-CHRG-LINES-PER-PAGE   VALUE 60.
002660 77  PE07-CHRG-PAGE-NUMBER   PIC 9(05)  COMP  VALUE 0.
002670 77  PE07-CHRG-LINE-COUNT    PIC 9(05)  COMP  VALUE 99.
002680***************************************************************
002690*    RUN DATE AND BILLING MONTH, EDITED FOR THE PAGE HEADING   *
002700***************************************************************
002710 01  PE07-CHRG-DATE-EDIT.
002720     05  PE07-CHRG-EDIT-YYYY     PIC X(04).
002730     05  FILLER                  PIC X(01)   VALUE '-'.
002740     05  PE07-CHRG-EDIT-MM       PIC X(02).
002750     05  FILLER                  PIC X(01)   VALUE '-'.
002760     05  PE07-CHRG-EDIT-DD       PIC X(02).
002770 01  PE07-CHRG-MONTH-EDIT.
002780     05  PE07-CHRG-MEDIT-YYYY    PIC X(04).
002790     05  FILLER                  PIC X(01)   VALUE '-'.
002800     05  PE07-CHRG-MEDIT-MM      PIC X(02).
002810***************************************************************
002820*    PAGE HEADING, SECTION, AND COLUMN HEADER LINES            *
002830***************************************************************
002840 01  PE07-CHRG-HEADING-1.
002850     05  FILLER                  PIC X(10)   VALUE 'PE07CHRG'.
002860     05  FILLER                  PIC X(24)   VALUE SPACES.
002870     05  FILLER                  PIC X(38)   VALUE
002880         'PRIME SEARCH SYSTEM -- CHARGEBACK FOR'.
002890     05  PE07-CHRG-HDG-MONTH     PIC X(07).
002900     05  FILLER                  PIC X(01)   VALUE SPACES.
002910     05  FILLER                  PIC X(20)   VALUE SPACES.
002920     05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
002930     05  PE07-CHRG-HDG-DATE      PIC X(10).
002940     05  FILLER                  PIC X(03)   VALUE SPACES.
002950     05  FILLER                  PIC X(05)   VALUE 'PAGE '.
002960     05  PE07-CHRG-HDG-PAGE      PIC ZZZZ9.
002970 01  PE07-CHRG-SECTION-LINE.
002980     05  FILLER                  PIC X(02)   VALUE SPACES.
002990     05  PE07-CHRG-SECTION-TITLE PIC X(60).
003000     05  FILLER                  PIC X(70)   VALUE SPACES.
003010 01  PE07-CHRG-STATEMENT-TITLE.
003020     05  FILLER                  PIC X(14)   VALUE
003030         'STATEMENT FOR '.
003040     05  PE07-CHRG-STT-CODE      PIC X(04).
003050     05  FILLER                  PIC X(04)   VALUE ' -- '.
003060     05  PE07-CHRG-STT-NAME      PIC X(30).
003070     05  FILLER                  PIC X(08)   VALUE SPACES.
003080 01  PE07-CHRG-ACTIVE-HEADER PIC X(132)  VALUE SPACES.
003090 01  PE07-CHRG-SAVED-LINE    PIC X(132).
003100 01  PE07-CHRG-ITEM-HEADER.
003110     05  FILLER                  PIC X(05)   VALUE SPACES.
003120     05  FILLER                  PIC X(46)   VALUE 'CHARGE ITEM'.
003130     05  FILLER                  PIC X(10)   VALUE '  QUANTITY'.
003140     05  FILLER                  PIC X(04)   VALUE SPACES.
003150     05  FILLER                  PIC X(10)   VALUE '      RATE'.
003160     05  FILLER                  PIC X(04)   VALUE SPACES.
003170     05  FILLER                  PIC X(15)   VALUE
003180         '         AMOUNT'.
003190     05  FILLER                  PIC X(38)   VALUE SPACES.
003200 01  PE07-CHRG-SUMMARY-HEADER.
003210     05  FILLER                  PIC X(05)   VALUE SPACES.
003220     05  FILLER                  PIC X(11)   VALUE 'REQUESTER'.
003230     05  FILLER                  PIC X(32)   VALUE 'NAME'.
003240     05  FILLER                  PIC X(10)   VALUE ' FULFILLED'.
003250     05  FILLER                  PIC X(10)   VALUE '   SKIPPED'.
003260     05  FILLER                  PIC X(10)   VALUE ' INQUIRIES'.
003270     05  FILLER                  PIC X(12)   VALUE '  SEARCH HRS'.
003280     05  FILLER                  PIC X(16)   VALUE
003290         '          CHARGE'.
003300     05  FILLER                  PIC X(02)   VALUE SPACES.
003310     05  FILLER                  PIC X(24)   VALUE 'NOTE'.
003320 01  PE07-CHRG-RATE-HEADER.
003330     05  FILLER                  PIC X(05)   VALUE SPACES.
003340     05  FILLER                  PIC X(06)   VALUE 'BAND'.
003350     05  FILLER                  PIC X(25)   VALUE 'REQUESTED N'.
003360     05  FILLER                  PIC X(15)   VALUE
003370         ' FULFILLED RATE'.
003380     05  FILLER                  PIC X(04)   VALUE SPACES.
003390     05  FILLER                  PIC X(15)   VALUE
003400         '   SKIPPED RATE'.
003410     05  FILLER                  PIC X(62)   VALUE SPACES.
003420***************************************************************
003430*    DETAIL, TOTAL, AND NOTE LINES                             *
003440***************************************************************
003450 01  PE07-CHRG-ITEM-LINE.
003460     05  FILLER                  PIC X(05)   VALUE SPACES.
003470     05  PE07-CHRG-ITM-TEXT.
003480         10  PE07-CHRG-ITM-RESULT    PIC X(11).
003490         10  FILLER                  PIC X(05)   VALUE 'BAND '.
003500         10  PE07-CHRG-ITM-BAND      PIC 9(01).
003510         10  FILLER                  PIC X(03)   VALUE SPACES.
003520         10  PE07-CHRG-ITM-LABEL     PIC X(21).
003530         10  FILLER                  PIC X(05)   VALUE SPACES.
003540     05  PE07-CHRG-ITM-TEXT-X REDEFINES PE07-CHRG-ITM-TEXT
003550                                 PIC X(46).
003560     05  PE07-CHRG-ITM-QUANTITY  PIC Z(09)9.
003570     05  FILLER                  PIC X(04)   VALUE SPACES.
003580     05  PE07-CHRG-ITM-RATE      PIC ZZZ,ZZ9.99.
003590     05  FILLER                  PIC X(05)   VALUE SPACES.
003600     05  PE07-CHRG-ITM-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
003610     05  FILLER                  PIC X(38)   VALUE SPACES.
003620 01  PE07-CHRG-SUMMARY-LINE.
003630     05  FILLER                  PIC X(05)   VALUE SPACES.
003640     05  PE07-CHRG-SUM-CODE      PIC X(04).
003650     05  FILLER                  PIC X(07)   VALUE SPACES.
003660     05  PE07-CHRG-SUM-NAME      PIC X(30).
003670     05  FILLER                  PIC X(02)   VALUE SPACES.
003680     05  PE07-CHRG-SUM-FULFILLED PIC Z(09)9.
003690     05  PE07-CHRG-SUM-SKIPPED   PIC Z(09)9.
003700     05  PE07-CHRG-SUM-INQUIRIES PIC Z(09)9.
003710     05  PE07-CHRG-SUM-HOURS     PIC Z(08)9.99.
003720     05  FILLER                  PIC X(02)   VALUE SPACES.
003730     05  PE07-CHRG-SUM-CHARGE    PIC ZZZ,ZZZ,ZZ9.99.
003740     05  FILLER                  PIC X(02)   VALUE SPACES.
003750     05  PE07-CHRG-SUM-NOTE      PIC X(24).
003760 01  PE07-CHRG-RATE-LINE.
003770     05  FILLER                  PIC X(05)   VALUE SPACES.
003780     05  PE07-CHRG-RTL-BAND      PIC 9(01).
003790     05  FILLER                  PIC X(05)   VALUE SPACES.
003800     05  PE07-CHRG-RTL-LABEL     PIC X(21).
003810     05  FILLER                  PIC X(09)   VALUE SPACES.
003820     05  PE07-CHRG-RTL-FULFILLED PIC ZZZ,ZZ9.99.
003830     05  FILLER                  PIC X(09)   VALUE SPACES.
003840     05  PE07-CHRG-RTL-SKIPPED   PIC ZZZ,ZZ9.99.
003850     05  FILLER                  PIC X(62)   VALUE SPACES.
003860 01  PE07-CHRG-TOTAL-LINE.
003870     05  FILLER                  PIC X(05)   VALUE SPACES.
003880     05  PE07-CHRG-TOTAL-CAPTION PIC X(40).
003890     05  PE07-CHRG-TOTAL-VALUE   PIC Z(11)9.
003900     05  FILLER                  PIC X(75)   VALUE SPACES.
003910 01  PE07-CHRG-MONEY-LINE.
003920     05  FILLER                  PIC X(05)   VALUE SPACES.
003930     05  PE07-CHRG-MONEY-CAPTION PIC X(40).
003940     05  PE07-CHRG-MONEY-VALUE   PIC ZZZ,ZZZ,ZZ9.99.
003950     05  FILLER                  PIC X(73)   VALUE SPACES.
003960 01  PE07-CHRG-HOURS-LINE.
003970     05  FILLER                  PIC X(05)   VALUE SPACES.
003980     05  PE07-CHRG-HOURS-CAPTION PIC X(40).
003990     05  PE07-CHRG-HOURS-VALUE   PIC Z(08)9.99.
004000     05  FILLER                  PIC X(75)   VALUE SPACES.
004010 01  PE07-CHRG-NOTE-LINE.
004020     05  FILLER                  PIC X(05)   VALUE SPACES.
004030     05  PE07-CHRG-NOTE-TEXT     PIC X(70).
004040     05  FILLER                  PIC X(57)   VALUE SPACES.
004050 LINKAGE SECTION.
004060***************************************************************
004070*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD, E.G.          *
004080*    //STEP010 EXEC PGM=PE07-CHARGEBACK,PARM='202609'          *
004090*    NO PARM BILLS THE MONTH BEFORE THE RUN DATE.              *
004100***************************************************************
004110 01  PE07-CHRG-PARM-AREA.
004120     05  PE07-CHRG-PARM-LENGTH   PIC S9(4) COMP.
004130     05  PE07-CHRG-PARM-VALUE    PIC X(06).
004140 PROCEDURE DIVISION USING PE07-CHRG-PARM-AREA.
004150***************************************************************
004160*                                                             *
004170*    0000-MAINLINE                                            *
004180*                                                             *
004190***************************************************************
004200 0000-MAINLINE.
004210     PERFORM 1000-OBTAIN-PARAMETERS THRU 1000-EXIT
004220     IF PE07-CHRG-BAD-PARM
004230         DISPLAY 'PE07-E76 INVALID BILLING MONTH PARM -- MUST BE'
004240             ' YYYYMM, A MONTH BEFORE THE CURRENT ONE'
004250         MOVE 8 TO RETURN-CODE
004260         GO TO 9999-EXIT
004270     END-IF
004280     OPEN OUTPUT CHARGE-REPORT-FILE
004290     IF NOT PE07-CHRG-REPORT-OK
004300         DISPLAY 'PE07-E77 UNABLE TO OPEN CHARGE-REPORT-FILE,'
004310             ' STATUS ' PE07-CHRG-REPORT-STATUS
004320         MOVE 12 TO RETURN-CODE
004330         GO TO 9999-EXIT
004340     END-IF
004350     MOVE PE07-CHRG-RUN-DATE(1:4) TO PE07-CHRG-EDIT-YYYY
004360     MOVE PE07-CHRG-RUN-DATE(5:2) TO PE07-CHRG-EDIT-MM
004370     MOVE PE07-CHRG-RUN-DATE(7:2) TO PE07-CHRG-EDIT-DD
004380     MOVE PE07-CHRG-DATE-EDIT TO PE07-CHRG-HDG-DATE
004390     MOVE PE07-CHRG-PERIOD-YYYY TO PE07-CHRG-MEDIT-YYYY
004400     MOVE PE07-CHRG-PERIOD-MM TO PE07-CHRG-MEDIT-MM
004410     MOVE PE07-CHRG-MONTH-EDIT TO PE07-CHRG-HDG-MONTH
004420     PERFORM 1100-LOAD-RATES THRU 1100-EXIT
004430     IF RETURN-CODE = 12
004440         MOVE 'RATE SCHEDULE' TO PE07-CHRG-SECTION-TITLE
004450         MOVE SPACES TO PE07-CHRG-ACTIVE-HEADER
004460         PERFORM 9000-START-SECTION THRU 9000-EXIT
004470         MOVE 'RATE TABLE UNUSABLE -- NOTHING BILLED'
004480             TO PE07-CHRG-NOTE-TEXT
004490         GO TO 0000-STOPPED
004500     END-IF
004510     PERFORM 1200-LOAD-REQUESTERS THRU 1200-EXIT
004520     IF RETURN-CODE = 12
004530         MOVE 'REQUESTER MASTER' TO PE07-CHRG-SECTION-TITLE
004540         MOVE SPACES TO PE07-CHRG-ACTIVE-HEADER
004550         PERFORM 9000-START-SECTION THRU 9000-EXIT
004560         MOVE 'REQUESTER MASTER UNAVAILABLE -- NOTHING BILLED'
004570             TO PE07-CHRG-NOTE-TEXT
004580         GO TO 0000-STOPPED
004590     END-IF
004600     PERFORM 1500-OPEN-USAGE-FILES THRU 1500-EXIT
004610     IF RETURN-CODE = 12
004620         MOVE 'USAGE' TO PE07-CHRG-SECTION-TITLE
004630         MOVE SPACES TO PE07-CHRG-ACTIVE-HEADER
004640         PERFORM 9000-START-SECTION THRU 9000-EXIT
004650         MOVE 'A USAGE DATASET IS UNAVAILABLE -- NOTHING BILLED'
004660             TO PE07-CHRG-NOTE-TEXT
004670         GO TO 0000-STOPPED
004680     END-IF
004690     PERFORM 2000-READ-RESPONSE THRU 2000-EXIT
004700         UNTIL PE07-CHRG-RSP-EOF
004710     IF RETURN-CODE NOT = 12
004720         PERFORM 3000-READ-AUDIT THRU 3000-EXIT
004730             UNTIL PE07-CHRG-AUD-EOF
004740     END-IF
004750     CLOSE RESPONSE-HISTORY-FILE
004760     CLOSE RESPONSE-KEEP-FILE
004770     CLOSE RESPONSE-ARCHIVE-FILE
004780     CLOSE AUDIT-LOG-FILE
004790     IF RETURN-CODE = 12
004800         CLOSE CHARGE-FEED-FILE
004810         MOVE 'USAGE' TO PE07-CHRG-SECTION-TITLE
004820         MOVE SPACES TO PE07-CHRG-ACTIVE-HEADER
004830         PERFORM 9000-START-SECTION THRU 9000-EXIT
004840         MOVE 'REQUESTER TABLE OVERFLOWED -- NOTHING BILLED'
004850             TO PE07-CHRG-NOTE-TEXT
004860         GO TO 0000-STOPPED
004870     END-IF
004880     PERFORM 4000-PRICE-REQUESTER THRU 4000-EXIT
004890         VARYING PE07-CHRG-RQM-IDX FROM 1 BY 1
004900         UNTIL PE07-CHRG-RQM-IDX > PE07-CHRG-RQM-COUNT
004910     PERFORM 5000-WRITE-STATEMENT THRU 5000-EXIT
004920         VARYING PE07-CHRG-RQM-IDX FROM 1 BY 1
004930         UNTIL PE07-CHRG-RQM-IDX > PE07-CHRG-RQM-COUNT
004940     GO TO 8000-WRAP-UP
004950     .
004960***************************************************************
004970*    A RUN THAT CANNOT BILL LEAVES ONE NOTE ON THE REPORT     *
004980*    SAYING WHY, AND STOPS RC=12 WITH NO TRAILER ON THE FEED. *
004990***************************************************************
005000 0000-STOPPED.
005010     MOVE PE07-CHRG-NOTE-LINE TO PE07-CHRG-PRINT-LINE
005020     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005030     CLOSE CHARGE-REPORT-FILE
005040     GO TO 9999-EXIT
005050     .
005060***************************************************************
005070*                                                             *
005080*    1000-OBTAIN-PARAMETERS                                   *
005090*                                                             *
005100*    TAKES THE BILLING MONTH FROM THE EXEC-CARD PARM.  NO     *
005110*    PARM BILLS THE MONTH BEFORE THE RUN DATE, WHICH IS HOW   *
005120*    THE SCHEDULED RUN EARLY EACH MONTH IS SET UP.  A MONTH   *
005130*    THAT HAS NOT YET ENDED IS REFUSED -- ITS USAGE IS STILL  *
005140*    ARRIVING.                                                *
005150***************************************************************
005160 1000-OBTAIN-PARAMETERS.
005170     ACCEPT PE07-CHRG-RUN-DATE FROM DATE YYYYMMDD
005180     MOVE PE07-CHRG-PARM-LENGTH TO PE07-CHRG-PARM-USE-LEN
005190     IF PE07-CHRG-PARM-USE-LEN = 0
005200         IF PE07-CHRG-RUN-MM = 1
005210             COMPUTE PE07-CHRG-PERIOD-YYYY =
005220                 PE07-CHRG-RUN-YYYY - 1
005230             MOVE 12 TO PE07-CHRG-PERIOD-MM
005240         ELSE
005250             MOVE PE07-CHRG-RUN-YYYY TO PE07-CHRG-PERIOD-YYYY
005260             COMPUTE PE07-CHRG-PERIOD-MM = PE07-CHRG-RUN-MM - 1
005270         END-IF
005280         GO TO 1000-EXIT
005290     END-IF
005300     IF PE07-CHRG-PARM-USE-LEN NOT = 6
005310         SET PE07-CHRG-BAD-PARM TO TRUE
005320         GO TO 1000-EXIT
005330     END-IF
005340     IF PE07-CHRG-PARM-VALUE IS NOT NUMERIC
005350         SET PE07-CHRG-BAD-PARM TO TRUE
005360         GO TO 1000-EXIT
005370     END-IF
005380     MOVE PE07-CHRG-PARM-VALUE TO PE07-CHRG-PERIOD
005390     IF PE07-CHRG-PERIOD-MM < 1 OR PE07-CHRG-PERIOD-MM > 12
005400        OR PE07-CHRG-PERIOD NOT < PE07-CHRG-RUN-MONTH
005410         SET PE07-CHRG-BAD-PARM TO TRUE
005420     END-IF
005430     .
005440 1000-EXIT.
005450     EXIT.
005460***************************************************************
005470*                                                             *
005480*    1100-LOAD-RATES                                          *
005490*                                                             *
005500*    LOADS AND VALIDATES THE RATE TABLE.  EVERY RECORD IS     *
005510*    READ EVEN AFTER A BAD ONE, SO THE DESK SEES ALL THAT IS  *
005520*    WRONG IN ONE RUN.  A TABLE WITH A BAD RECORD, OR WITHOUT *
005530*    A RATE FOR EVERY BAND AND FOR INQUIRIES, IS FATAL --     *
005540*    PRICING PART OF THE MONTH WOULD SEND FINANCE A FEED THAT *
005550*    LOOKS COMPLETE AND IS NOT.                               *
005560***************************************************************
005570 1100-LOAD-RATES.
005580     INITIALIZE PE07-CHRG-RATE-TABLE
005590     OPEN INPUT RATE-FILE
005600     IF NOT PE07-RATE-OK
005610         DISPLAY 'PE07-E78 UNABLE TO OPEN RATE-FILE, STATUS '
005620             PE07-RATE-STATUS
005630         MOVE 12 TO RETURN-CODE
005640         GO TO 1100-EXIT
005650     END-IF
005660     PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
005670         UNTIL PE07-CHRG-RAT-EOF
005680     CLOSE RATE-FILE
005690     PERFORM 1120-CHECK-BAND-RATE THRU 1120-EXIT
005700         VARYING PE07-CHRG-BAND-IDX FROM 1 BY 1
005710         UNTIL PE07-CHRG-BAND-IDX > PE07-CHRG-BAND-MAX
005720     IF NOT PE07-CHRG-INQ-RATE-LOADED
005730         DISPLAY 'PE07-E80 RATE TABLE HAS NO ONLINE INQUIRY RATE'
005740         MOVE 12 TO RETURN-CODE
005750     END-IF
005760     .
005770 1100-EXIT.
005780     EXIT.
005790 1110-LOAD-ONE-RATE.
005800     READ RATE-FILE
005810         AT END
005820             SET PE07-CHRG-RAT-EOF TO TRUE
005830             GO TO 1110-EXIT
005840     END-READ
005850     ADD 1 TO PE07-CHRG-RATE-READ
005860     IF PE07-RAT-INQUIRY-RATE
005870         IF PE07-RAT-INQUIRY IS NOT NUMERIC
005880            OR PE07-CHRG-INQ-RATE-LOADED
005890             PERFORM 1190-BAD-RATE THRU 1190-EXIT
005900             GO TO 1110-EXIT
005910         END-IF
005920         SET PE07-CHRG-INQ-RATE-LOADED TO TRUE
005930         MOVE PE07-RAT-INQUIRY TO PE07-CHRG-RATE-INQUIRY
005940         GO TO 1110-EXIT
005950     END-IF
005960     IF NOT PE07-RAT-BAND-RATE
005970        OR PE07-RAT-BAND IS NOT NUMERIC
005980        OR PE07-RAT-FULFILLED IS NOT NUMERIC
005990        OR PE07-RAT-SKIPPED IS NOT NUMERIC
006000         PERFORM 1190-BAD-RATE THRU 1190-EXIT
006010         GO TO 1110-EXIT
006020     END-IF
006030     IF PE07-RAT-BAND < 1 OR PE07-RAT-BAND > PE07-CHRG-BAND-MAX
006040         PERFORM 1190-BAD-RATE THRU 1190-EXIT
006050         GO TO 1110-EXIT
006060     END-IF
006070     MOVE PE07-RAT-BAND TO PE07-CHRG-BAND-IDX
006080     IF PE07-CHRG-RATE-LOADED(PE07-CHRG-BAND-IDX)
006090         PERFORM 1190-BAD-RATE THRU 1190-EXIT
006100         GO TO 1110-EXIT
006110     END-IF
006120     SET PE07-CHRG-RATE-LOADED(PE07-CHRG-BAND-IDX) TO TRUE
006130     MOVE PE07-RAT-FULFILLED
006140         TO PE07-CHRG-RATE-FULFILLED(PE07-CHRG-BAND-IDX)
006150     MOVE PE07-RAT-SKIPPED
006160         TO PE07-CHRG-RATE-SKIPPED(PE07-CHRG-BAND-IDX)
006170     .
006180 1110-EXIT.
006190     EXIT.
006200 1120-CHECK-BAND-RATE.
006210     IF NOT PE07-CHRG-RATE-LOADED(PE07-CHRG-BAND-IDX)
006220         DISPLAY 'PE07-E80 RATE TABLE HAS NO RATE FOR SIZE BAND '
006230             PE07-CHRG-BAND-IDX
006240         MOVE 12 TO RETURN-CODE
006250     END-IF
006260     .
006270 1120-EXIT.
006280     EXIT.
006290 1190-BAD-RATE.
006300     DISPLAY 'PE07-E79 INVALID OR DUPLICATE RATE RECORD '
006310         PE07-CHRG-RATE-READ ': ' PE07-RATE-RECORD
006320     MOVE 12 TO RETURN-CODE
006330     .
006340 1190-EXIT.
006350     EXIT.
006360***************************************************************
006370*                                                             *
006380*    1200-LOAD-REQUESTERS                                     *
006390*                                                             *
006400*    LOADS THE REQUESTER MASTER FOR THE STATEMENT NAMES.      *
006410*    INACTIVE REQUESTERS ARE LOADED TOO -- ONE STOPPED        *
006420*    PART-WAY THROUGH THE MONTH STILL OWES FOR THE PART IT    *
006430*    USED.                                                    *
006440***************************************************************
006450 1200-LOAD-REQUESTERS.
006460     OPEN INPUT REQUESTER-MASTER-FILE
006470     IF NOT PE07-RQSTMAST-OK
006480         DISPLAY 'PE07-E68 UNABLE TO OPEN REQUESTER-MASTER-FILE,'
006490             ' STATUS ' PE07-RQSTMAST-STATUS
006500         MOVE 12 TO RETURN-CODE
006510         GO TO 1200-EXIT
006520     END-IF
006530     PERFORM 1210-LOAD-ONE-REQUESTER THRU 1210-EXIT
006540         UNTIL PE07-CHRG-RQM-EOF
006550     CLOSE REQUESTER-MASTER-FILE
006560     .
006570 1200-EXIT.
006580     EXIT.
006590 1210-LOAD-ONE-REQUESTER.
006600     READ REQUESTER-MASTER-FILE
006610         AT END
006620             SET PE07-CHRG-RQM-EOF TO TRUE
006630             GO TO 1210-EXIT
006640     END-READ
006650     IF PE07-CHRG-RQM-COUNT >= PE07-CHRG-RQM-MAX
006660         DISPLAY 'PE07-E71 REQUESTER TABLE FULL AT '
006670             PE07-CHRG-RQM-COUNT ' ENTRIES'
006680         MOVE 12 TO RETURN-CODE
006690         SET PE07-CHRG-RQM-EOF TO TRUE
006700         GO TO 1210-EXIT
006710     END-IF
006720     ADD 1 TO PE07-CHRG-RQM-COUNT
006730     MOVE PE07-CHRG-RQM-COUNT TO PE07-CHRG-RQM-IDX
006740     INITIALIZE PE07-CHRG-RQM-ENTRY(PE07-CHRG-RQM-IDX)
006750     MOVE PE07-RQM-CODE
006760         TO PE07-CHRG-RQM-CODE(PE07-CHRG-RQM-IDX)
006770     MOVE PE07-RQM-NAME
006780         TO PE07-CHRG-RQM-NAME(PE07-CHRG-RQM-IDX)
006790     SET PE07-CHRG-RQM-ON-MASTER(PE07-CHRG-RQM-IDX) TO TRUE
006800     .
006810 1210-EXIT.
006820     EXIT.
006830***************************************************************
006840*                                                             *
006850*    1500-OPEN-USAGE-FILES                                    *
006860*                                                             *
006870*    OPENS THE USAGE INPUTS, THE TWO HALVES THE RESPONSE      *
006880*    HISTORY IS SPLIT INTO, AND THE FINANCE FEED, AND WRITES  *
006890*    THE FEED'S HEADER BANNER.                                *
006900***************************************************************
006910 1500-OPEN-USAGE-FILES.
006920     OPEN INPUT RESPONSE-HISTORY-FILE
006930     IF NOT PE07-RSPHIST-OK
006940         DISPLAY 'PE07-E83 UNABLE TO OPEN RESPONSE-HISTORY-FILE,'
006950             ' STATUS ' PE07-RSPHIST-STATUS
006960         MOVE 12 TO RETURN-CODE
006970         GO TO 1500-EXIT
006980     END-IF
006990     OPEN OUTPUT RESPONSE-KEEP-FILE
007000     IF NOT PE07-RSPKEEP-OK
007010         DISPLAY 'PE07-E84 UNABLE TO OPEN RESPONSE-KEEP-FILE,'
007020             ' STATUS ' PE07-RSPKEEP-STATUS
007030         MOVE 12 TO RETURN-CODE
007040         CLOSE RESPONSE-HISTORY-FILE
007050         GO TO 1500-EXIT
007060     END-IF
007070     OPEN OUTPUT RESPONSE-ARCHIVE-FILE
007080     IF NOT PE07-RSPARCH-OK
007090         DISPLAY 'PE07-E85 UNABLE TO OPEN RESPONSE-ARCHIVE-FILE,'
007100             ' STATUS ' PE07-RSPARCH-STATUS
007110         MOVE 12 TO RETURN-CODE
007120         CLOSE RESPONSE-HISTORY-FILE
007130         CLOSE RESPONSE-KEEP-FILE
007140         GO TO 1500-EXIT
007150     END-IF
007160     OPEN INPUT AUDIT-LOG-FILE
007170     IF NOT PE07-AUDIT-OK
007180         DISPLAY 'PE07-E82 UNABLE TO OPEN AUDIT-LOG-FILE, STATUS '
007190             PE07-AUDIT-STATUS
007200         MOVE 12 TO RETURN-CODE
007210         CLOSE RESPONSE-HISTORY-FILE
007220         CLOSE RESPONSE-KEEP-FILE
007230         CLOSE RESPONSE-ARCHIVE-FILE
007240         GO TO 1500-EXIT
007250     END-IF
007260     OPEN OUTPUT CHARGE-FEED-FILE
007270     IF NOT PE07-CHRG-FEED-OK
007280         DISPLAY 'PE07-E81 UNABLE TO OPEN CHARGE-FEED-FILE,'
007290             ' STATUS ' PE07-CHRG-FEED-STATUS
007300         MOVE 12 TO RETURN-CODE
007310         CLOSE RESPONSE-HISTORY-FILE
007320         CLOSE RESPONSE-KEEP-FILE
007330         CLOSE RESPONSE-ARCHIVE-FILE
007340         CLOSE AUDIT-LOG-FILE
007350         GO TO 1500-EXIT
007360     END-IF
007370     PERFORM 9800-BUILD-BANNER THRU 9800-EXIT
007380     SET PE07-HDT-HEADER TO TRUE
007390     WRITE PE07-CHARGE-FEED-RECORD FROM PE07-CONTROL-BANNER
007400     .
007410 1500-EXIT.
007420     EXIT.
007430***************************************************************
007440*                                                             *
007450*    2000-READ-RESPONSE                                       *
007460*                                                             *
007470*    ONE RESPONSE FROM THE HISTORY.  A RESPONSE FROM A MONTH  *
007480*    AFTER THE BILLING MONTH IS KEPT FOR NEXT TIME; ONE FROM  *
007490*    THE BILLING MONTH OR EARLIER GOES TO THE ARCHIVE, AND IS *
007500*    COUNTED ONLY IF IT FALLS IN THE BILLING MONTH ITSELF (AN *
007510*    EARLIER ONE WAS BILLED BEFORE, OR IS LEFT OVER FROM A    *
007520*    RERUN).  FULFILLED AND SKIPPED RESPONSES ARE PRICED BY   *
007530*    THE SIZE BAND OF THEIR N-END; NOT-REACHED IS COUNTED BUT *
007540*    NEVER PRICED.  AN IN-PROGRESS RESPONSE ONLY REPORTS HOW  *
007541*    FAR A QUEUED REQUEST HAS GOT; IT IS COUNTED AND GOES NO  *
007542*    FURTHER.                                                 *
007550***************************************************************
007560 2000-READ-RESPONSE.
007570     READ RESPONSE-HISTORY-FILE
007580         AT END
007590             SET PE07-CHRG-RSP-EOF TO TRUE
007600             GO TO 2000-EXIT
007610     END-READ
007620     ADD 1 TO PE07-CHRG-RSP-READ
007630     IF PE07-RSP-RUN-DATE IS NUMERIC
007640         MOVE PE07-RSP-RUN-DATE TO PE07-CHRG-REC-DATE
007650     ELSE
007660         MOVE 0 TO PE07-CHRG-REC-DATE
007670     END-IF
007680     IF PE07-CHRG-REC-MONTH > PE07-CHRG-PERIOD
007690         WRITE PE07-RSPKEEP-RECORD FROM PE07-RESPONSE-RECORD
007700         ADD 1 TO PE07-CHRG-RSP-KEPT
007710         GO TO 2000-EXIT
007720     END-IF
007730     WRITE PE07-RSPARCH-RECORD FROM PE07-RESPONSE-RECORD
007740     ADD 1 TO PE07-CHRG-RSP-ARCHIVED
007750     IF PE07-CHRG-REC-MONTH < PE07-CHRG-PERIOD
007760         ADD 1 TO PE07-CHRG-RSP-EARLIER
007770         GO TO 2000-EXIT
007780     END-IF
007790     ADD 1 TO PE07-CHRG-RSP-IN-MONTH
007800     IF PE07-RSP-NOT-REACHED
007810         ADD 1 TO PE07-CHRG-RSP-NOT-RCHD
007820     END-IF
007821     IF PE07-RSP-IN-PROGRESS
007822         ADD 1 TO PE07-CHRG-RSP-IN-PROG
007823         GO TO 2000-EXIT
007824     END-IF
007830     IF PE07-RSP-REQUESTER = SPACES
007840         ADD 1 TO PE07-CHRG-RSP-UNATTRIB
007850         GO TO 2000-EXIT
007860     END-IF
007870     MOVE PE07-RSP-REQUESTER TO PE07-CHRG-KEY-CODE
007880     PERFORM 7000-LOCATE-REQUESTER THRU 7000-EXIT
007890     IF RETURN-CODE = 12
007900         SET PE07-CHRG-RSP-EOF TO TRUE
007910         GO TO 2000-EXIT
007920     END-IF
007930     IF PE07-RSP-N-END IS NUMERIC
007940         MOVE PE07-RSP-N-END TO PE07-CHRG-REQ-N
007950     ELSE
007960         MOVE 0 TO PE07-CHRG-REQ-N
007970     END-IF
007980     PERFORM 9400-DETERMINE-BAND THRU 9400-EXIT
007990     EVALUATE TRUE
008000         WHEN PE07-RSP-FULFILLED
008010             ADD 1 TO PE07-CHRG-RQM-FULFILLED
008020                 (PE07-CHRG-RQM-HIT, PE07-CHRG-BAND-IDX)
008030         WHEN PE07-RSP-SKIPPED
008040             ADD 1 TO PE07-CHRG-RQM-SKIPPED
008050                 (PE07-CHRG-RQM-HIT, PE07-CHRG-BAND-IDX)
008060         WHEN OTHER
008070             ADD 1 TO PE07-CHRG-RQM-NOT-REACHED(PE07-CHRG-RQM-HIT)
008080     END-EVALUATE
008090     .
008100 2000-EXIT.
008110     EXIT.
008120***************************************************************
008130*                                                             *
008140*    3000-READ-AUDIT                                          *
008150*                                                             *
008160*    ONE AUDIT RECORD.  ONLY THE BILLING MONTH IS LOOKED AT.  *
008170*    A MODE 'B' RECORD IS ONE BATCH SEARCH -- ITS ELAPSED     *
008180*    TIME IS THE REQUESTER'S SEARCH TIME, AND THE COUNT       *
008190*    CROSS-CHECKS THE FULFILLED RESPONSES.  A MODE 'Q' RECORD *
008200*    IS ONE ONLINE INQUIRY.  OTHER MODES ARE THE SHOP'S OWN   *
008210*    RUNS AND ARE NOT CHARGED BACK.                           *
008220***************************************************************
008230 3000-READ-AUDIT.
008240     READ AUDIT-LOG-FILE
008250         AT END
008260             SET PE07-CHRG-AUD-EOF TO TRUE
008270             GO TO 3000-EXIT
008280     END-READ
008290     ADD 1 TO PE07-CHRG-AUD-READ
008300     IF PE07-AUD-RUN-DATE IS NOT NUMERIC
008310         GO TO 3000-EXIT
008320     END-IF
008330     MOVE PE07-AUD-RUN-DATE TO PE07-CHRG-REC-DATE
008340     IF PE07-CHRG-REC-MONTH NOT = PE07-CHRG-PERIOD
008350         GO TO 3000-EXIT
008360     END-IF
008370     ADD 1 TO PE07-CHRG-AUD-IN-MONTH
008380     EVALUATE PE07-AUD-MODE
008390         WHEN 'B'
008400             PERFORM 3100-SEARCH-USAGE THRU 3100-EXIT
008410         WHEN 'Q'
008420             PERFORM 3200-INQUIRY-USAGE THRU 3200-EXIT
008430         WHEN OTHER
008440             ADD 1 TO PE07-CHRG-AUD-OTHER
008450     END-EVALUATE
008460     IF RETURN-CODE = 12
008470         SET PE07-CHRG-AUD-EOF TO TRUE
008480     END-IF
008490     .
008500 3000-EXIT.
008510     EXIT.
008520 3100-SEARCH-USAGE.
008530     ADD 1 TO PE07-CHRG-AUD-SEARCHES
008540     IF PE07-AUD-REQUESTER = SPACES
008550         ADD 1 TO PE07-CHRG-UNATTRIB-SRCH
008560         GO TO 3100-EXIT
008570     END-IF
008580     MOVE PE07-AUD-REQUESTER TO PE07-CHRG-KEY-CODE
008590     PERFORM 7000-LOCATE-REQUESTER THRU 7000-EXIT
008600     IF RETURN-CODE = 12
008610         GO TO 3100-EXIT
008620     END-IF
008630     ADD 1 TO PE07-CHRG-RQM-SEARCHES(PE07-CHRG-RQM-HIT)
008640     MOVE PE07-AUD-ELAPSED-TIME TO PE07-CHRG-CLOCK-IN
008650     PERFORM 9300-CLOCK-TO-HS THRU 9300-EXIT
008660     ADD PE07-CHRG-HS-VALUE
008670         TO PE07-CHRG-RQM-SEARCH-HS(PE07-CHRG-RQM-HIT)
008680     .
008690 3100-EXIT.
008700     EXIT.
008710 3200-INQUIRY-USAGE.
008720     ADD 1 TO PE07-CHRG-AUD-INQUIRIES
008730     IF PE07-AUD-REQUESTER = SPACES
008740         ADD 1 TO PE07-CHRG-UNATTRIB-INQ
008750         GO TO 3200-EXIT
008760     END-IF
008770     MOVE PE07-AUD-REQUESTER TO PE07-CHRG-KEY-CODE
008780     PERFORM 7000-LOCATE-REQUESTER THRU 7000-EXIT
008790     IF RETURN-CODE = 12
008800         GO TO 3200-EXIT
008810     END-IF
008820     ADD 1 TO PE07-CHRG-RQM-INQUIRIES(PE07-CHRG-RQM-HIT)
008830     .
008840 3200-EXIT.
008850     EXIT.
008860***************************************************************
008870*                                                             *
008880*    4000-PRICE-REQUESTER                                     *
008890*                                                             *
008900*    PRICES ONE REQUESTER'S MONTH -- EACH BAND'S FULFILLED    *
008910*    AND SKIPPED COUNTS AT THAT BAND'S RATES, PLUS THE        *
008920*    INQUIRIES AT THE INQUIRY RATE -- AND CHECKS THAT ITS     *
008930*    FULFILLED RESPONSES AGREE WITH THE BATCH SEARCHES THE    *
008940*    AUDIT LOG RECORDED FOR IT.  A DISAGREEMENT IS WARNED,    *
008950*    NOT CORRECTED: THE RESPONSES ARE WHAT THE REQUESTER      *
008960*    RECEIVED, SO THEY ARE WHAT IS BILLED.                    *
008970***************************************************************
008980 4000-PRICE-REQUESTER.
008990     MOVE 0 TO PE07-CHRG-RQM-FUL-TOTAL(PE07-CHRG-RQM-IDX)
009000     MOVE 0 TO PE07-CHRG-RQM-SKP-TOTAL(PE07-CHRG-RQM-IDX)
009010     MOVE 0 TO PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX)
009020     PERFORM 4100-PRICE-BAND THRU 4100-EXIT
009030         VARYING PE07-CHRG-BAND-IDX FROM 1 BY 1
009040         UNTIL PE07-CHRG-BAND-IDX > PE07-CHRG-BAND-MAX
009050     MULTIPLY PE07-CHRG-RQM-INQUIRIES(PE07-CHRG-RQM-IDX)
009060         BY PE07-CHRG-RATE-INQUIRY GIVING PE07-CHRG-AMOUNT
009070     ADD PE07-CHRG-AMOUNT
009080         TO PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX)
009090     IF PE07-CHRG-RQM-FUL-TOTAL(PE07-CHRG-RQM-IDX)
009100             NOT = PE07-CHRG-RQM-SEARCHES(PE07-CHRG-RQM-IDX)
009110         SET PE07-CHRG-RQM-MISMATCH(PE07-CHRG-RQM-IDX) TO TRUE
009120         ADD 1 TO PE07-CHRG-MISMATCH-COUNT
009130         DISPLAY 'PE07-W13 REQUESTER '
009140             PE07-CHRG-RQM-CODE(PE07-CHRG-RQM-IDX) ' HAS '
009150             PE07-CHRG-RQM-FUL-TOTAL(PE07-CHRG-RQM-IDX)
009160             ' FULFILLED RESPONSES BUT '
009170             PE07-CHRG-RQM-SEARCHES(PE07-CHRG-RQM-IDX)
009180             ' AUDITED SEARCHES'
009190     END-IF
009200     .
009210 4000-EXIT.
009220     EXIT.
009230 4100-PRICE-BAND.
009240     ADD PE07-CHRG-RQM-FULFILLED
009250             (PE07-CHRG-RQM-IDX, PE07-CHRG-BAND-IDX)
009260         TO PE07-CHRG-RQM-FUL-TOTAL(PE07-CHRG-RQM-IDX)
009270     ADD PE07-CHRG-RQM-SKIPPED
009280             (PE07-CHRG-RQM-IDX, PE07-CHRG-BAND-IDX)
009290         TO PE07-CHRG-RQM-SKP-TOTAL(PE07-CHRG-RQM-IDX)
009300     MULTIPLY PE07-CHRG-RQM-FULFILLED
009310             (PE07-CHRG-RQM-IDX, PE07-CHRG-BAND-IDX)
009320         BY PE07-CHRG-RATE-FULFILLED(PE07-CHRG-BAND-IDX)
009330         GIVING PE07-CHRG-AMOUNT
009340     ADD PE07-CHRG-AMOUNT
009342         TO PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX)
009344     MULTIPLY PE07-CHRG-RQM-SKIPPED
009346             (PE07-CHRG-RQM-IDX, PE07-CHRG-BAND-IDX)
009350         BY PE07-CHRG-RATE-SKIPPED(PE07-CHRG-BAND-IDX)
009360         GIVING PE07-CHRG-AMOUNT
009370     ADD PE07-CHRG-AMOUNT
009372         TO PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX)
009380     .
009390 4100-EXIT.
009400     EXIT.
009410***************************************************************
009420*                                                             *
009430*    5000-WRITE-STATEMENT                                     *
009440*                                                             *
009450*    ONE STATEMENT, ON ITS OWN PAGE, FOR EVERY REQUESTER WITH *
009460*    ANY USAGE IN THE MONTH -- ONE ITEM LINE PER BAND AND     *
009470*    RESULT USED, THE INQUIRIES, THE TOTAL CHARGE, AND THE    *
009480*    UNCHARGED USAGE FOR INFORMATION -- AND ITS DETAIL RECORD *
009490*    ON THE FINANCE FEED.  A REQUESTER WITH NO USAGE GETS     *
009500*    NEITHER.                                                 *
009510***************************************************************
009520 5000-WRITE-STATEMENT.
009530     COMPUTE PE07-CHRG-ACTIVITY =
009540         PE07-CHRG-RQM-FUL-TOTAL(PE07-CHRG-RQM-IDX)
009550             + PE07-CHRG-RQM-SKP-TOTAL(PE07-CHRG-RQM-IDX)
009560             + PE07-CHRG-RQM-NOT-REACHED(PE07-CHRG-RQM-IDX)
009570             + PE07-CHRG-RQM-SEARCHES(PE07-CHRG-RQM-IDX)
009580             + PE07-CHRG-RQM-INQUIRIES(PE07-CHRG-RQM-IDX)
009590     IF PE07-CHRG-ACTIVITY = 0
009600         GO TO 5000-EXIT
009610     END-IF
009620     ADD 1 TO PE07-CHRG-BILLED-COUNT
009630     ADD PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX)
009640         TO PE07-CHRG-GRAND-CHARGE
009650     MOVE PE07-CHRG-RQM-CODE(PE07-CHRG-RQM-IDX)
009660         TO PE07-CHRG-STT-CODE
009670     MOVE PE07-CHRG-RQM-NAME(PE07-CHRG-RQM-IDX)
009680         TO PE07-CHRG-STT-NAME
009690     MOVE PE07-CHRG-STATEMENT-TITLE TO PE07-CHRG-SECTION-TITLE
009700     MOVE PE07-CHRG-ITEM-HEADER TO PE07-CHRG-ACTIVE-HEADER
009710     PERFORM 9000-START-SECTION THRU 9000-EXIT
009720     PERFORM 5100-LIST-BAND THRU 5100-EXIT
009730         VARYING PE07-CHRG-BAND-IDX FROM 1 BY 1
009740         UNTIL PE07-CHRG-BAND-IDX > PE07-CHRG-BAND-MAX
009750     IF PE07-CHRG-RQM-INQUIRIES(PE07-CHRG-RQM-IDX) > 0
009760         MOVE 'ONLINE INQUIRIES' TO PE07-CHRG-ITM-TEXT-X
009770         MOVE PE07-CHRG-RQM-INQUIRIES(PE07-CHRG-RQM-IDX)
009780             TO PE07-CHRG-QUANTITY
009790         MOVE PE07-CHRG-RATE-INQUIRY TO PE07-CHRG-RATE
009800         PERFORM 5200-WRITE-ITEM THRU 5200-EXIT
009810     END-IF
009820     IF PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX) = 0
009830         MOVE 'NO CHARGEABLE USAGE IN THE MONTH'
009840             TO PE07-CHRG-NOTE-TEXT
009850         MOVE PE07-CHRG-NOTE-LINE TO PE07-CHRG-PRINT-LINE
009860         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009870     END-IF
009880     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
009890     MOVE 'TOTAL CHARGE FOR THE MONTH  . . . . . .'
009900         TO PE07-CHRG-MONEY-CAPTION
009910     MOVE PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX)
009920         TO PE07-CHRG-MONEY-VALUE
009930     MOVE PE07-CHRG-MONEY-LINE TO PE07-CHRG-PRINT-LINE
009940     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009950     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
009960     MOVE 'NOT-REACHED REQUESTS (NOT CHARGED)  . .'
009970         TO PE07-CHRG-TOTAL-CAPTION
009980     MOVE PE07-CHRG-RQM-NOT-REACHED(PE07-CHRG-RQM-IDX)
009990         TO PE07-CHRG-TOTAL-VALUE
010000     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
010010     MOVE 'BATCH SEARCHES ON THE AUDIT LOG . . . .'
010020         TO PE07-CHRG-TOTAL-CAPTION
010030     MOVE PE07-CHRG-RQM-SEARCHES(PE07-CHRG-RQM-IDX)
010040         TO PE07-CHRG-TOTAL-VALUE
010050     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
010060     PERFORM 9500-SEARCH-HOURS THRU 9500-EXIT
010070     MOVE 'BATCH SEARCH TIME USED (HOURS)  . . . .'
010080         TO PE07-CHRG-HOURS-CAPTION
010090     MOVE PE07-CHRG-HOURS TO PE07-CHRG-HOURS-VALUE
010100     MOVE PE07-CHRG-HOURS-LINE TO PE07-CHRG-PRINT-LINE
010110     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
010120     IF NOT PE07-CHRG-RQM-ON-MASTER(PE07-CHRG-RQM-IDX)
010130         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
010140         MOVE 'CODE NOT ON THE REQUESTER MASTER -- SEE PE07-W15'
010150             TO PE07-CHRG-NOTE-TEXT
010160         MOVE PE07-CHRG-NOTE-LINE TO PE07-CHRG-PRINT-LINE
010170         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
010180     END-IF
010190     IF PE07-CHRG-RQM-MISMATCH(PE07-CHRG-RQM-IDX)
010200         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
010210         MOVE 'RESPONSES DISAGREE WITH AUDIT LOG -- SEE PE07-W13'
010220             TO PE07-CHRG-NOTE-TEXT
010230         MOVE PE07-CHRG-NOTE-LINE TO PE07-CHRG-PRINT-LINE
010240         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
010250     END-IF
010260     MOVE SPACES TO PE07-CHARGE-FEED-RECORD
010270     SET PE07-CHG-DETAIL TO TRUE
010280     MOVE PE07-CHRG-PERIOD TO PE07-CHG-BILLING-MONTH
010290     MOVE PE07-CHRG-RQM-CODE(PE07-CHRG-RQM-IDX)
010300         TO PE07-CHG-REQUESTER
010310     MOVE PE07-CHRG-RQM-FUL-TOTAL(PE07-CHRG-RQM-IDX)
010320         TO PE07-CHG-FULFILLED-COUNT
010330     MOVE PE07-CHRG-RQM-SKP-TOTAL(PE07-CHRG-RQM-IDX)
010340         TO PE07-CHG-SKIPPED-COUNT
010350     MOVE PE07-CHRG-RQM-INQUIRIES(PE07-CHRG-RQM-IDX)
010360         TO PE07-CHG-INQUIRY-COUNT
010370     MOVE PE07-CHRG-SECONDS TO PE07-CHG-SEARCH-SECONDS
010380     MOVE PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX)
010390         TO PE07-CHG-CHARGE-AMOUNT
010400     WRITE PE07-CHARGE-FEED-RECORD
010410     ADD 1 TO PE07-CHRG-FEED-COUNT
010420     .
010430 5000-EXIT.
010440     EXIT.
010450 5100-LIST-BAND.
010460     IF PE07-CHRG-RQM-FULFILLED
010470             (PE07-CHRG-RQM-IDX, PE07-CHRG-BAND-IDX) > 0
010480         MOVE SPACES TO PE07-CHRG-ITM-TEXT-X
010490         MOVE 'FULFILLED' TO PE07-CHRG-ITM-RESULT
010500         MOVE 'BAND ' TO PE07-CHRG-ITM-TEXT-X(12:5)
010510         MOVE PE07-CHRG-BAND-IDX TO PE07-CHRG-ITM-BAND
010520         MOVE PE07-CHRG-BAND-LABEL(PE07-CHRG-BAND-IDX)
010530             TO PE07-CHRG-ITM-LABEL
010540         MOVE PE07-CHRG-RQM-FULFILLED
010550                 (PE07-CHRG-RQM-IDX, PE07-CHRG-BAND-IDX)
010560             TO PE07-CHRG-QUANTITY
010570         MOVE PE07-CHRG-RATE-FULFILLED(PE07-CHRG-BAND-IDX)
010580             TO PE07-CHRG-RATE
010590         PERFORM 5200-WRITE-ITEM THRU 5200-EXIT
010600     END-IF
010610     IF PE07-CHRG-RQM-SKIPPED
010620             (PE07-CHRG-RQM-IDX, PE07-CHRG-BAND-IDX) > 0
010630         MOVE SPACES TO PE07-CHRG-ITM-TEXT-X
010640         MOVE 'SKIPPED' TO PE07-CHRG-ITM-RESULT
010650         MOVE 'BAND ' TO PE07-CHRG-ITM-TEXT-X(12:5)
010660         MOVE PE07-CHRG-BAND-IDX TO PE07-CHRG-ITM-BAND
010670         MOVE PE07-CHRG-BAND-LABEL(PE07-CHRG-BAND-IDX)
010680             TO PE07-CHRG-ITM-LABEL
010690         MOVE PE07-CHRG-RQM-SKIPPED
010700                 (PE07-CHRG-RQM-IDX, PE07-CHRG-BAND-IDX)
010710             TO PE07-CHRG-QUANTITY
010720         MOVE PE07-CHRG-RATE-SKIPPED(PE07-CHRG-BAND-IDX)
010730             TO PE07-CHRG-RATE
010740         PERFORM 5200-WRITE-ITEM THRU 5200-EXIT
010750     END-IF
010760     .
010770 5100-EXIT.
010780     EXIT.
010790 5200-WRITE-ITEM.
010800     COMPUTE PE07-CHRG-AMOUNT =
010810         PE07-CHRG-QUANTITY * PE07-CHRG-RATE
010820     MOVE PE07-CHRG-QUANTITY TO PE07-CHRG-ITM-QUANTITY
010830     MOVE PE07-CHRG-RATE TO PE07-CHRG-ITM-RATE
010840     MOVE PE07-CHRG-AMOUNT TO PE07-CHRG-ITM-AMOUNT
010850     MOVE PE07-CHRG-ITEM-LINE TO PE07-CHRG-PRINT-LINE
010860     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
010870     .
010880 5200-EXIT.
010890     EXIT.
010900***************************************************************
010910*                                                             *
010920*    7000-LOCATE-REQUESTER                                    *
010930*                                                             *
010940*    LEAVES THE TABLE ENTRY FOR PE07-CHRG-KEY-CODE IN         *
010950*    PE07-CHRG-RQM-HIT, ADDING AN ENTRY FOR A CODE NOT ON THE *
010960*    MASTER THE FIRST TIME IT IS SEEN.  A FULL TABLE STOPS    *
010970*    THE RUN RC=12 -- USAGE THAT CANNOT BE HELD CANNOT BE     *
010980*    BILLED.                                                  *
010990***************************************************************
011000 7000-LOCATE-REQUESTER.
011010     MOVE 'N' TO PE07-CHRG-FOUND-SW
011020     MOVE 0 TO PE07-CHRG-RQM-HIT
011030     PERFORM 7010-TEST-REQUESTER THRU 7010-EXIT
011040         VARYING PE07-CHRG-RQM-IDX FROM 1 BY 1
011050         UNTIL PE07-CHRG-RQM-IDX > PE07-CHRG-RQM-COUNT
011060            OR PE07-CHRG-FOUND
011070     IF PE07-CHRG-FOUND
011080         GO TO 7000-EXIT
011090     END-IF
011100     IF PE07-CHRG-RQM-COUNT >= PE07-CHRG-RQM-MAX
011110         DISPLAY 'PE07-E71 REQUESTER TABLE FULL AT '
011120             PE07-CHRG-RQM-COUNT ' ENTRIES'
011130         MOVE 12 TO RETURN-CODE
011140         GO TO 7000-EXIT
011150     END-IF
011160     ADD 1 TO PE07-CHRG-RQM-COUNT
011170     MOVE PE07-CHRG-RQM-COUNT TO PE07-CHRG-RQM-HIT
011180     INITIALIZE PE07-CHRG-RQM-ENTRY(PE07-CHRG-RQM-HIT)
011190     MOVE PE07-CHRG-KEY-CODE
011200         TO PE07-CHRG-RQM-CODE(PE07-CHRG-RQM-HIT)
011210     MOVE 'NOT ON THE REQUESTER MASTER'
011220         TO PE07-CHRG-RQM-NAME(PE07-CHRG-RQM-HIT)
011230     MOVE 'N' TO PE07-CHRG-RQM-ON-MAST-SW(PE07-CHRG-RQM-HIT)
011240     ADD 1 TO PE07-CHRG-UNKNOWN-COUNT
011250     DISPLAY 'PE07-W15 REQUESTER ' PE07-CHRG-KEY-CODE
011260         ' IS NOT ON THE REQUESTER MASTER --'
011270         ' BILLED UNDER ITS OWN CODE'
011280     .
011290 7000-EXIT.
011300     EXIT.
011310 7010-TEST-REQUESTER.
011320     IF PE07-CHRG-RQM-CODE(PE07-CHRG-RQM-IDX) = PE07-CHRG-KEY-CODE
011330         SET PE07-CHRG-FOUND TO TRUE
011340         MOVE PE07-CHRG-RQM-IDX TO PE07-CHRG-RQM-HIT
011350     END-IF
011360     .
011370 7010-EXIT.
011380     EXIT.
011390***************************************************************
011400*                                                             *
011410*    8000-WRAP-UP                                             *
011420*                                                             *
011430*    THE SUMMARY, CONTROL TOTALS, AND RATE SCHEDULE, THEN THE *
011440*    FEED TRAILER WITH THE DETAIL COUNT AND THE TOTAL CHARGE, *
011450*    AND THE RUN'S RETURN CODE.                               *
011460***************************************************************
011470 8000-WRAP-UP.
011480     PERFORM 8100-CHARGE-SUMMARY THRU 8100-EXIT
011490     PERFORM 8200-CONTROL-TOTALS THRU 8200-EXIT
011500     PERFORM 8300-RATE-SCHEDULE THRU 8300-EXIT
011510     PERFORM 9800-BUILD-BANNER THRU 9800-EXIT
011520     SET PE07-HDT-TRAILER TO TRUE
011530     MOVE PE07-CHRG-FEED-COUNT TO PE07-HDT-DETAIL-COUNT
011540     MOVE SPACES TO PE07-CHARGE-FEED-RECORD
011550     MOVE PE07-CONTROL-BANNER TO PE07-CHARGE-FEED-RECORD(1:40)
011560     MOVE PE07-CHRG-GRAND-CHARGE TO PE07-CHG-TRL-TOTAL-CHARGE
011570     WRITE PE07-CHARGE-FEED-RECORD
011580     CLOSE CHARGE-FEED-FILE
011590     CLOSE CHARGE-REPORT-FILE
011600     IF PE07-CHRG-RSP-UNATTRIB > 0 OR PE07-CHRG-UNATTRIB-INQ > 0
011610         DISPLAY 'PE07-W14 ' PE07-CHRG-RSP-UNATTRIB
011620             ' RESPONSES AND ' PE07-CHRG-UNATTRIB-INQ
011630             ' INQUIRIES CARRY NO REQUESTER CODE -- NOT BILLED'
011640     END-IF
011650     MOVE PE07-CHRG-GRAND-CHARGE TO PE07-CHRG-EDIT-AMOUNT
011660     DISPLAY 'PE07-I24 CHARGEBACK FOR ' PE07-CHRG-PERIOD ' -- '
011670         PE07-CHRG-BILLED-COUNT ' REQUESTERS BILLED, TOTAL '
011680         PE07-CHRG-EDIT-AMOUNT
011690     IF PE07-CHRG-UNKNOWN-COUNT > 0
011700        OR PE07-CHRG-MISMATCH-COUNT > 0
011710        OR PE07-CHRG-RSP-UNATTRIB > 0
011720        OR PE07-CHRG-UNATTRIB-INQ > 0
011730         MOVE 4 TO RETURN-CODE
011740     ELSE
011750         MOVE 0 TO RETURN-CODE
011760     END-IF
011770     GO TO 9999-EXIT
011780     .
011790***************************************************************
011800*                                                             *
011810*    8100-CHARGE-SUMMARY                                      *
011820*                                                             *
011830*    ONE LINE PER REQUESTER BILLED, IN MASTER ORDER WITH ANY  *
011840*    CODES NOT ON THE MASTER AT THE END, AND THE MONTH'S      *
011850*    TOTAL CHARGE -- THE SAME TOTAL THE FEED TRAILER CARRIES. *
011860***************************************************************
011870 8100-CHARGE-SUMMARY.
011880     MOVE 'CHARGEBACK SUMMARY' TO PE07-CHRG-SECTION-TITLE
011890     MOVE PE07-CHRG-SUMMARY-HEADER TO PE07-CHRG-ACTIVE-HEADER
011900     PERFORM 9000-START-SECTION THRU 9000-EXIT
011910     IF PE07-CHRG-BILLED-COUNT = 0
011920         MOVE 'NO USAGE WAS RECORDED FOR THE BILLING MONTH'
011930             TO PE07-CHRG-NOTE-TEXT
011940         MOVE PE07-CHRG-NOTE-LINE TO PE07-CHRG-PRINT-LINE
011950         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
011960     END-IF
011970     PERFORM 8110-LIST-REQUESTER THRU 8110-EXIT
011980         VARYING PE07-CHRG-RQM-IDX FROM 1 BY 1
011990         UNTIL PE07-CHRG-RQM-IDX > PE07-CHRG-RQM-COUNT
012000     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
012010     MOVE 'TOTAL CHARGE FOR THE MONTH  . . . . . .'
012020         TO PE07-CHRG-MONEY-CAPTION
012030     MOVE PE07-CHRG-GRAND-CHARGE TO PE07-CHRG-MONEY-VALUE
012040     MOVE PE07-CHRG-MONEY-LINE TO PE07-CHRG-PRINT-LINE
012050     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
012060     .
012070 8100-EXIT.
012080     EXIT.
012090 8110-LIST-REQUESTER.
012100     COMPUTE PE07-CHRG-ACTIVITY =
012110         PE07-CHRG-RQM-FUL-TOTAL(PE07-CHRG-RQM-IDX)
012120             + PE07-CHRG-RQM-SKP-TOTAL(PE07-CHRG-RQM-IDX)
012130             + PE07-CHRG-RQM-NOT-REACHED(PE07-CHRG-RQM-IDX)
012140             + PE07-CHRG-RQM-SEARCHES(PE07-CHRG-RQM-IDX)
012150             + PE07-CHRG-RQM-INQUIRIES(PE07-CHRG-RQM-IDX)
012160     IF PE07-CHRG-ACTIVITY = 0
012170         GO TO 8110-EXIT
012180     END-IF
012190     MOVE PE07-CHRG-RQM-CODE(PE07-CHRG-RQM-IDX)
012200         TO PE07-CHRG-SUM-CODE
012210     MOVE PE07-CHRG-RQM-NAME(PE07-CHRG-RQM-IDX)
012220         TO PE07-CHRG-SUM-NAME
012230     MOVE PE07-CHRG-RQM-FUL-TOTAL(PE07-CHRG-RQM-IDX)
012240         TO PE07-CHRG-SUM-FULFILLED
012250     MOVE PE07-CHRG-RQM-SKP-TOTAL(PE07-CHRG-RQM-IDX)
012260         TO PE07-CHRG-SUM-SKIPPED
012270     MOVE PE07-CHRG-RQM-INQUIRIES(PE07-CHRG-RQM-IDX)
012280         TO PE07-CHRG-SUM-INQUIRIES
012290     PERFORM 9500-SEARCH-HOURS THRU 9500-EXIT
012300     MOVE PE07-CHRG-HOURS TO PE07-CHRG-SUM-HOURS
012310     MOVE PE07-CHRG-RQM-CHARGE(PE07-CHRG-RQM-IDX)
012320         TO PE07-CHRG-SUM-CHARGE
012330     EVALUATE TRUE
012340         WHEN NOT PE07-CHRG-RQM-ON-MASTER(PE07-CHRG-RQM-IDX)
012350             MOVE 'NOT ON REQUESTER MASTER' TO PE07-CHRG-SUM-NOTE
012360         WHEN PE07-CHRG-RQM-MISMATCH(PE07-CHRG-RQM-IDX)
012370             MOVE 'AUDIT DOES NOT AGREE'    TO PE07-CHRG-SUM-NOTE
012380         WHEN OTHER
012390             MOVE SPACES                    TO PE07-CHRG-SUM-NOTE
012400     END-EVALUATE
012410     MOVE PE07-CHRG-SUMMARY-LINE TO PE07-CHRG-PRINT-LINE
012420     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
012430     .
012440 8110-EXIT.
012450     EXIT.
012460***************************************************************
012470*                                                             *
012480*    8200-CONTROL-TOTALS                                      *
012490*                                                             *
012500*    WHAT WAS READ FROM EACH SOURCE, HOW MUCH OF IT FELL IN   *
012510*    THE BILLING MONTH, AND WHAT OF THAT COULD NOT BE BILLED, *
012520*    SO THE DESK CAN PROVE THE STATEMENTS ACCOUNT FOR THE     *
012530*    MONTH.                                                   *
012540***************************************************************
012550 8200-CONTROL-TOTALS.
012560     MOVE 'CONTROL TOTALS' TO PE07-CHRG-SECTION-TITLE
012570     MOVE SPACES TO PE07-CHRG-ACTIVE-HEADER
012580     PERFORM 9000-START-SECTION THRU 9000-EXIT
012590     MOVE 'RESPONSE HISTORY RECORDS READ . . . . .'
012600         TO PE07-CHRG-TOTAL-CAPTION
012610     MOVE PE07-CHRG-RSP-READ TO PE07-CHRG-TOTAL-VALUE
012620     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012630     MOVE '  IN THE BILLING MONTH  . . . . . . . .'
012640         TO PE07-CHRG-TOTAL-CAPTION
012650     MOVE PE07-CHRG-RSP-IN-MONTH TO PE07-CHRG-TOTAL-VALUE
012660     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012670     MOVE '  FROM EARLIER MONTHS . . . . . . . . .'
012680         TO PE07-CHRG-TOTAL-CAPTION
012690     MOVE PE07-CHRG-RSP-EARLIER TO PE07-CHRG-TOTAL-VALUE
012700     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012710     MOVE '  KEPT FOR LATER MONTHS . . . . . . . .'
012720         TO PE07-CHRG-TOTAL-CAPTION
012730     MOVE PE07-CHRG-RSP-KEPT TO PE07-CHRG-TOTAL-VALUE
012740     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012750     MOVE 'RESPONSES ARCHIVED  . . . . . . . . . .'
012760         TO PE07-CHRG-TOTAL-CAPTION
012770     MOVE PE07-CHRG-RSP-ARCHIVED TO PE07-CHRG-TOTAL-VALUE
012780     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012790     MOVE 'NOT-REACHED IN THE MONTH (NOT CHARGED) '
012800         TO PE07-CHRG-TOTAL-CAPTION
012810     MOVE PE07-CHRG-RSP-NOT-RCHD TO PE07-CHRG-TOTAL-VALUE
012820     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012821     MOVE 'IN-PROGRESS IN THE MONTH (NOT CHARGED) '
012822         TO PE07-CHRG-TOTAL-CAPTION
012823     MOVE PE07-CHRG-RSP-IN-PROG TO PE07-CHRG-TOTAL-VALUE
012824     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012830     MOVE 'RESPONSES WITH NO REQUESTER CODE  . . .'
012840         TO PE07-CHRG-TOTAL-CAPTION
012850     MOVE PE07-CHRG-RSP-UNATTRIB TO PE07-CHRG-TOTAL-VALUE
012860     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012870     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
012880     MOVE 'AUDIT LOG RECORDS READ  . . . . . . . .'
012890         TO PE07-CHRG-TOTAL-CAPTION
012900     MOVE PE07-CHRG-AUD-READ TO PE07-CHRG-TOTAL-VALUE
012910     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012920     MOVE '  IN THE BILLING MONTH  . . . . . . . .'
012930         TO PE07-CHRG-TOTAL-CAPTION
012940     MOVE PE07-CHRG-AUD-IN-MONTH TO PE07-CHRG-TOTAL-VALUE
012950     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
012960     MOVE '  BATCH SEARCHES (MODE B) . . . . . . .'
012970         TO PE07-CHRG-TOTAL-CAPTION
012980     MOVE PE07-CHRG-AUD-SEARCHES TO PE07-CHRG-TOTAL-VALUE
012990     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013000     MOVE '    WITH NO REQUESTER CODE  . . . . . .'
013010         TO PE07-CHRG-TOTAL-CAPTION
013020     MOVE PE07-CHRG-UNATTRIB-SRCH TO PE07-CHRG-TOTAL-VALUE
013030     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013040     MOVE '  ONLINE INQUIRIES (MODE Q) . . . . . .'
013050         TO PE07-CHRG-TOTAL-CAPTION
013060     MOVE PE07-CHRG-AUD-INQUIRIES TO PE07-CHRG-TOTAL-VALUE
013070     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013080     MOVE '    WITH NO REQUESTER CODE  . . . . . .'
013090         TO PE07-CHRG-TOTAL-CAPTION
013100     MOVE PE07-CHRG-UNATTRIB-INQ TO PE07-CHRG-TOTAL-VALUE
013110     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013120     MOVE '  OTHER MODES (NOT CHARGED BACK)  . . .'
013130         TO PE07-CHRG-TOTAL-CAPTION
013140     MOVE PE07-CHRG-AUD-OTHER TO PE07-CHRG-TOTAL-VALUE
013150     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013160     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
013170     MOVE 'REQUESTERS BILLED . . . . . . . . . . .'
013180         TO PE07-CHRG-TOTAL-CAPTION
013190     MOVE PE07-CHRG-BILLED-COUNT TO PE07-CHRG-TOTAL-VALUE
013200     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013210     MOVE '  NOT ON THE REQUESTER MASTER . . . . .'
013220         TO PE07-CHRG-TOTAL-CAPTION
013230     MOVE PE07-CHRG-UNKNOWN-COUNT TO PE07-CHRG-TOTAL-VALUE
013240     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013250     MOVE '  RESPONSES NOT AGREEING WITH AUDIT . .'
013260         TO PE07-CHRG-TOTAL-CAPTION
013270     MOVE PE07-CHRG-MISMATCH-COUNT TO PE07-CHRG-TOTAL-VALUE
013280     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013290     MOVE 'FEED DETAIL RECORDS WRITTEN . . . . . .'
013300         TO PE07-CHRG-TOTAL-CAPTION
013310     MOVE PE07-CHRG-FEED-COUNT TO PE07-CHRG-TOTAL-VALUE
013320     PERFORM 8900-WRITE-TOTAL THRU 8900-EXIT
013330     .
013340 8200-EXIT.
013350     EXIT.
013360***************************************************************
013370*                                                             *
013380*    8300-RATE-SCHEDULE                                       *
013390*                                                             *
013400*    THE RATES THIS RUN PRICED FROM, SO EVERY STATEMENT CAN   *
013410*    BE CHECKED BY HAND.                                      *
013420***************************************************************
013430 8300-RATE-SCHEDULE.
013440     MOVE 'RATE SCHEDULE' TO PE07-CHRG-SECTION-TITLE
013450     MOVE PE07-CHRG-RATE-HEADER TO PE07-CHRG-ACTIVE-HEADER
013460     PERFORM 9000-START-SECTION THRU 9000-EXIT
013470     PERFORM 8310-LIST-RATE THRU 8310-EXIT
013480         VARYING PE07-CHRG-BAND-IDX FROM 1 BY 1
013490         UNTIL PE07-CHRG-BAND-IDX > PE07-CHRG-BAND-MAX
013500     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
013510     MOVE 'RATE PER ONLINE INQUIRY . . . . . . . .'
013520         TO PE07-CHRG-MONEY-CAPTION
013530     MOVE PE07-CHRG-RATE-INQUIRY TO PE07-CHRG-MONEY-VALUE
013540     MOVE PE07-CHRG-MONEY-LINE TO PE07-CHRG-PRINT-LINE
013550     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
013560     .
013570 8300-EXIT.
013580     EXIT.
013590 8310-LIST-RATE.
013600     MOVE PE07-CHRG-BAND-IDX TO PE07-CHRG-RTL-BAND
013610     MOVE PE07-CHRG-BAND-LABEL(PE07-CHRG-BAND-IDX)
013620         TO PE07-CHRG-RTL-LABEL
013630     MOVE PE07-CHRG-RATE-FULFILLED(PE07-CHRG-BAND-IDX)
013640         TO PE07-CHRG-RTL-FULFILLED
013650     MOVE PE07-CHRG-RATE-SKIPPED(PE07-CHRG-BAND-IDX)
013660         TO PE07-CHRG-RTL-SKIPPED
013670     MOVE PE07-CHRG-RATE-LINE TO PE07-CHRG-PRINT-LINE
013680     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
013690     .
013700 8310-EXIT.
013710     EXIT.
013720 8900-WRITE-TOTAL.
013730     MOVE PE07-CHRG-TOTAL-LINE TO PE07-CHRG-PRINT-LINE
013740     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
013750     .
013760 8900-EXIT.
013770     EXIT.
013780***************************************************************
013790*                                                             *
013800*    9000-START-SECTION                                       *
013810*                                                             *
013820*    STARTS A SECTION ON A NEW PAGE WITH ITS TITLE AND, FOR   *
013830*    A LISTING SECTION, ITS COLUMN HEADER.                    *
013840***************************************************************
013850 9000-START-SECTION.
013860     PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
013870     MOVE PE07-CHRG-SECTION-LINE TO PE07-CHRG-PRINT-LINE
013880     WRITE PE07-CHRG-PRINT-LINE AFTER ADVANCING 2 LINES
013890     ADD 2 TO PE07-CHRG-LINE-COUNT
013900     PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
013910     IF PE07-CHRG-ACTIVE-HEADER NOT = SPACES
013920         MOVE PE07-CHRG-ACTIVE-HEADER TO PE07-CHRG-PRINT-LINE
013930         WRITE PE07-CHRG-PRINT-LINE AFTER ADVANCING 1 LINE
013940         ADD 1 TO PE07-CHRG-LINE-COUNT
013950         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
013960     END-IF
013970     .
013980 9000-EXIT.
013990     EXIT.
014000***************************************************************
014010*                                                             *
014020*    9100-WRITE-REPORT-LINE                                   *
014030*                                                             *
014040*    WRITES ONE DETAIL LINE, BREAKING TO A NEW PAGE WITH      *
014050*    FRESH HEADINGS -- AND THE SECTION'S COLUMN HEADER --     *
014060*    WHEN THE CURRENT PAGE IS FULL.                           *
014070***************************************************************
014080 9100-WRITE-REPORT-LINE.
014090     IF PE07-CHRG-LINE-COUNT >= PE07-CHRG-LINES-PER-PAGE
014100         MOVE PE07-CHRG-PRINT-LINE TO PE07-CHRG-SAVED-LINE
014110         PERFORM 9200-PAGE-HEADINGS THRU 9200-EXIT
014120         MOVE PE07-CHRG-SECTION-LINE TO PE07-CHRG-PRINT-LINE
014130         WRITE PE07-CHRG-PRINT-LINE AFTER ADVANCING 2 LINES
014140         ADD 2 TO PE07-CHRG-LINE-COUNT
014150         IF PE07-CHRG-ACTIVE-HEADER NOT = SPACES
014160             MOVE PE07-CHRG-ACTIVE-HEADER TO PE07-CHRG-PRINT-LINE
014170             WRITE PE07-CHRG-PRINT-LINE AFTER ADVANCING 2 LINES
014180             ADD 2 TO PE07-CHRG-LINE-COUNT
014190         END-IF
014200         PERFORM 9100-WRITE-BLANK-LINE THRU 9100-EXIT
014210         MOVE PE07-CHRG-SAVED-LINE TO PE07-CHRG-PRINT-LINE
014220     END-IF
014230     WRITE PE07-CHRG-PRINT-LINE AFTER ADVANCING 1 LINE
014240     ADD 1 TO PE07-CHRG-LINE-COUNT
014250     GO TO 9100-EXIT
014260     .
014270 9100-WRITE-BLANK-LINE.
014280     MOVE SPACES TO PE07-CHRG-PRINT-LINE
014290     WRITE PE07-CHRG-PRINT-LINE AFTER ADVANCING 1 LINE
014300     ADD 1 TO PE07-CHRG-LINE-COUNT
014310     .
014320 9100-EXIT.
014330     EXIT.
014340***************************************************************
014350*                                                             *
014360*    9200-PAGE-HEADINGS                                       *
014370*                                                             *
014380***************************************************************
014390 9200-PAGE-HEADINGS.
014400     ADD 1 TO PE07-CHRG-PAGE-NUMBER
014410     MOVE PE07-CHRG-PAGE-NUMBER TO PE07-CHRG-HDG-PAGE
014420     MOVE PE07-CHRG-HEADING-1 TO PE07-CHRG-PRINT-LINE
014430     WRITE PE07-CHRG-PRINT-LINE AFTER ADVANCING PAGE
014440     MOVE 1 TO PE07-CHRG-LINE-COUNT
014450     .
014460 9200-EXIT.
014470     EXIT.
014480***************************************************************
014490*                                                             *
014500*    9300-CLOCK-TO-HS                                         *
014510*                                                             *
014520*    CONVERTS AN HHMMSSHH ELAPSED TIME TO HUNDREDTHS.         *
014530***************************************************************
014540 9300-CLOCK-TO-HS.
014550     COMPUTE PE07-CHRG-HS-VALUE =
014560         ((PE07-CHRG-CLK-IN-HH * 60
014570             + PE07-CHRG-CLK-IN-MM) * 60
014580             + PE07-CHRG-CLK-IN-SS) * 100
014590             + PE07-CHRG-CLK-IN-HS
014600     .
014610 9300-EXIT.
014620     EXIT.
014630***************************************************************
014640*                                                             *
014650*    9400-DETERMINE-BAND                                      *
014660*                                                             *
014670*    THE SAME ORDER-OF-MAGNITUDE SIZE BANDS AS THE TREND      *
014680*    REPORT, SO THE RATES LINE UP WITH THE ELAPSED TIMES THEY *
014690*    WERE SET FROM.                                           *
014700***************************************************************
014710 9400-DETERMINE-BAND.
014720     EVALUATE TRUE
014730         WHEN PE07-CHRG-REQ-N < 1000
014740             MOVE 1 TO PE07-CHRG-BAND-IDX
014750         WHEN PE07-CHRG-REQ-N < 10000
014760             MOVE 2 TO PE07-CHRG-BAND-IDX
014770         WHEN PE07-CHRG-REQ-N < 100000
014780             MOVE 3 TO PE07-CHRG-BAND-IDX
014790         WHEN PE07-CHRG-REQ-N < 1000000
014800             MOVE 4 TO PE07-CHRG-BAND-IDX
014810         WHEN PE07-CHRG-REQ-N < 10000000
014820             MOVE 5 TO PE07-CHRG-BAND-IDX
014830         WHEN OTHER
014840             MOVE 6 TO PE07-CHRG-BAND-IDX
014850     END-EVALUATE
014860     .
014870 9400-EXIT.
014880     EXIT.
014890***************************************************************
014900*                                                             *
014910*    9500-SEARCH-HOURS                                        *
014920*                                                             *
014930*    THE REQUESTER'S SEARCH TIME AS WHOLE SECONDS FOR THE     *
014940*    FEED AND AS HOURS TO TWO PLACES FOR THE REPORT.          *
014950***************************************************************
014960 9500-SEARCH-HOURS.
014970     COMPUTE PE07-CHRG-SECONDS =
014980         PE07-CHRG-RQM-SEARCH-HS(PE07-CHRG-RQM-IDX) / 100
014990     COMPUTE PE07-CHRG-HOURS ROUNDED =
015000         PE07-CHRG-RQM-SEARCH-HS(PE07-CHRG-RQM-IDX) / 360000
015010     .
015020 9500-EXIT.
015030     EXIT.
015040***************************************************************
015050*                                                             *
015060*    9800-BUILD-BANNER                                        *
015070*                                                             *
015080*    BUILDS THE COMMON PE07HDT CONTROL BANNER FOR THE FINANCE *
015090*    FEED.  THE CALLER SETS THE HEADER OR TRAILER TYPE AND,   *
015100*    FOR THE TRAILER, THE DETAIL COUNT.                       *
015110***************************************************************
015120 9800-BUILD-BANNER.
015130     MOVE SPACES TO PE07-CONTROL-BANNER
015140     ACCEPT PE07-HDT-RUN-DATE FROM DATE YYYYMMDD
015150     ACCEPT PE07-HDT-RUN-TIME FROM TIME
015160     MOVE 'M' TO PE07-HDT-RUN-MODE
015170     MOVE 'PE07CHRG' TO PE07-HDT-SOURCE-JOB
015180     MOVE 0 TO PE07-HDT-DETAIL-COUNT
015190     .
015200 9800-EXIT.
015210     EXIT.
015220 9999-EXIT.
015230     STOP RUN.
015240 END PROGRAM PE07-CHARGEBACK.
