000010***************************************************************
000020*                                                             *
000030*    PE07GRWH:                                                *
000040*                                                             *
000050*    NIGHTLY GROWTH HISTORY.  APPENDS ONE PE07GRH RECORD TO   *
000060*    THE GROWTH HISTORY FOR EVERY RUN OF PE07JOB --           *
000070*    PRIME-MASTER'S CONTROL TOTALS (RECORD COUNT, HIGHEST N,  *
000080*    HIGHEST PRIME), TAKEN BY BROWSING THE MASTER AS PE07LDGR *
000090*    DOES, AND THE DATA COMPONENT'S SPACE AND SPLIT FIGURES,  *
000100*    TAKEN FROM THE IDCAMS LISTCAT ALL LISTING THE STEP       *
000110*    BEFORE WRITES TO LISTCAT -- HI-A-RBA, HI-U-RBA, EXTENTS, *
000120*    SPLITS-CI, AND SPLITS-CA.  THE SNAPSHOT CURRENCY RECORD  *
000130*    IS OVERWRITTEN EACH NIGHT; THIS HISTORY IS KEPT, SO THE  *
000140*    GROWTH FORECAST (PE07GRFC) HAS A TREND TO PROJECT FROM.  *
000150*                                                             *
000160*    ONLY THE DATA COMPONENT'S FIGURES ARE TAKEN -- THE       *
000170*    LISTING BETWEEN ITS 'DATA' LINE AND THE 'INDEX' LINE --  *
000180*    AND THE FIRST OCCURRENCE OF EACH, WHICH IS THE           *
000190*    COMPONENT'S OWN FIGURE RATHER THAN A PER-VOLUME ONE.  A  *
000200*    LISTING THAT CANNOT BE READ OR LACKS ANY OF THE FIVE     *
000210*    FIGURES STILL LETS THE NIGHT'S TOTALS BE RECORDED,       *
000220*    MARKED AS HAVING NO SPACE FIGURES.  ENDS RC=0 RECORDED,  *
000230*    RC=4 RECORDED WITHOUT SPACE FIGURES, RC=12 ON A FILE     *
000240*    ERROR (NOTHING RECORDED).                                *
000250*                                                             *
000260***************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     PE07-GROWTH-HISTORY.
000290 AUTHOR.         A M GRIFFITHS.
000300 INSTALLATION.   BATCH APPLICATIONS.
000310 DATE-WRITTEN.   2026-10-15.
000320 DATE-COMPILED.  2026-10-15.
000330***************************************************************
000340*                                                             *
000350*    MODIFICATION HISTORY                                     *
000360*                                                             *
000370*    DATE        INIT  DESCRIPTION                            *
000380*    ----------  ----  -------------------------------------- *
000390*    2026-10-15  AMG   ORIGINAL PROGRAM.                       *
000400*                                                             *
000410***************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PRIME-MASTER ASSIGN TO PRIMEMST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS PE07-PM-N
000500         FILE STATUS IS PE07-MASTER-STATUS.
000510     SELECT CATALOG-LISTING-FILE ASSIGN TO LISTCAT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PE07-LISTCAT-STATUS.
000540     SELECT GROWTH-HISTORY-FILE ASSIGN TO GROWHIST
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PE07-GROWTH-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PRIME-MASTER.
000600 COPY PE07MSTR.
000610***************************************************************
000620*    IDCAMS WRITES ITS LISTING AS VARIABLE-LENGTH PRINT LINES *
000630*    OF UP TO 125 BYTES, SO THE RECORD IS DECLARED VARYING AS *
000640*    PE07BAL'S IS, AND BLANKED BEFORE EACH READ SO A SHORT    *
000650*    LINE LEAVES NOTHING OF THE ONE BEFORE IT.                *
000660***************************************************************
000670 FD  CATALOG-LISTING-FILE
000680     RECORD IS VARYING IN SIZE FROM 1 TO 125 CHARACTERS
000690         DEPENDING ON PE07-GRWH-LINE-LEN.
000700 01  PE07-LISTCAT-RECORD     PIC X(125).
000710 FD  GROWTH-HISTORY-FILE
000715     RECORDING MODE IS F.
000720 COPY PE07GRH.
000730 WORKING-STORAGE SECTION.
000740***************************************************************
000750*    FILE STATUS FIELDS AND SWITCHES                          *
000760***************************************************************
000770 01  PE07-MASTER-STATUS      PIC X(02).
000780     88  PE07-MASTER-OK              VALUE '00'.
000790 01  PE07-LISTCAT-STATUS     PIC X(02).
000800     88  PE07-LISTCAT-OK             VALUE '00'.
000810 01  PE07-GROWTH-STATUS      PIC X(02).
000820     88  PE07-GROWTH-OK              VALUE '00'.
000830 01  PE07-GRWH-SWITCHES.
000840     05  PE07-GRWH-EOF-SW        PIC X(01)   VALUE 'N'.
000850         88  PE07-GRWH-EOF               VALUE 'Y'.
000860     05  PE07-GRWH-COMPONENT-SW  PIC X(01)   VALUE 'N'.
000870         88  PE07-GRWH-BEFORE-DATA       VALUE 'N'.
000880         88  PE07-GRWH-IN-DATA           VALUE 'D'.
000890         88  PE07-GRWH-PAST-DATA         VALUE 'X'.
000900 77  PE07-GRWH-LINE-LEN      PIC 9(04)  COMP.
000910 77  PE07-GRWH-TALLY         PIC 9(04)  COMP  VALUE 0.
000920 77  PE07-GRWH-POS           PIC 9(04)  COMP  VALUE 0.
000930 77  PE07-GRWH-DIGIT         PIC 9(01)        VALUE 0.
000940***************************************************************
000950*    CONTROL TOTALS AND RUN DATE AND TIME                     *
000960***************************************************************
000970 01  PE07-GRWH-RUN-DATE      PIC 9(08).
000980 01  PE07-GRWH-RUN-TIME      PIC 9(08).
000990 77  PE07-GRWH-RECORD-COUNT  PIC 9(12)        VALUE 0.
001000 77  PE07-GRWH-HIGHEST-N     PIC 9(12)        VALUE 0.
001010 77  PE07-GRWH-HIGHEST-PRIME PIC 9(12)        VALUE 0.
001020***************************************************************
001030*    THE FIVE CATALOG FIGURES TAKEN FROM THE LISTING, IN THE  *
001040*    ORDER THEY ARE MOVED TO THE HISTORY RECORD.  EACH        *
001050*    KEYWORD IS FOLLOWED IN THE LISTING BY A RUN OF DASHES    *
001060*    AND THEN ITS DECIMAL VALUE.                              *
001070***************************************************************
001080     78  PE07-GRWH-FIGURE-MAX       VALUE 5.
001090 01  PE07-GRWH-KEYWORD-VALUES.
001100     05  FILLER                  PIC X(10)   VALUE 'HI-A-RBA'.
001110     05  FILLER                  PIC 9(02)   VALUE 8.
001120     05  FILLER                  PIC X(10)   VALUE 'HI-U-RBA'.
001130     05  FILLER                  PIC 9(02)   VALUE 8.
001140     05  FILLER                  PIC X(10)   VALUE 'EXTENTS'.
001150     05  FILLER                  PIC 9(02)   VALUE 7.
001160     05  FILLER                  PIC X(10)   VALUE 'SPLITS-CI'.
001170     05  FILLER                  PIC 9(02)   VALUE 9.
001180     05  FILLER                  PIC X(10)   VALUE 'SPLITS-CA'.
001190     05  FILLER                  PIC 9(02)   VALUE 9.
001200 01  PE07-GRWH-KEYWORD-TABLE REDEFINES PE07-GRWH-KEYWORD-VALUES.
001210     05  PE07-GRWH-KEYWORD-ENTRY OCCURS 5 TIMES.
001220         10  PE07-GRWH-KEYWORD       PIC X(10).
001230         10  PE07-GRWH-KEYWORD-LEN   PIC 9(02).
001240 01  PE07-GRWH-FIGURE-TABLE.
001250     05  PE07-GRWH-FIGURE-ENTRY  OCCURS 5 TIMES.
001260         10  PE07-GRWH-FIGURE        PIC 9(15).
001270         10  PE07-GRWH-FOUND-SW      PIC X(01).
001280             88  PE07-GRWH-FOUND             VALUE 'Y'.
001290 77  PE07-GRWH-IDX           PIC 9(04)  COMP  VALUE 0.
001300 77  PE07-GRWH-FOUND-COUNT   PIC 9(04)  COMP  VALUE 0.
001310 PROCEDURE DIVISION.
001320***************************************************************
001330*                                                             *
001340*    0000-MAINLINE                                            *
001350*                                                             *
001360***************************************************************
001370 0000-MAINLINE.
001380     ACCEPT PE07-GRWH-RUN-DATE FROM DATE YYYYMMDD
001390     ACCEPT PE07-GRWH-RUN-TIME FROM TIME
001400     PERFORM 2000-TAKE-MASTER-TOTALS THRU 2000-EXIT
001410     IF RETURN-CODE = 12
001420         GO TO 9999-EXIT
001430     END-IF
001440     PERFORM 3000-TAKE-SPACE-FIGURES THRU 3000-EXIT
001450     PERFORM 4000-APPEND-HISTORY THRU 4000-EXIT
001460     GO TO 9999-EXIT
001470     .
001480***************************************************************
001490*                                                             *
001500*    2000-TAKE-MASTER-TOTALS                                  *
001510*                                                             *
001520*    BROWSES PRIME-MASTER IN KEY SEQUENCE FOR ITS CONTROL     *
001530*    TOTALS, AS PE07LDGR DOES.  AN EMPTY MASTER IS ALL ZEROS, *
001540*    NOT AN ERROR.                                            *
001550***************************************************************
001560 2000-TAKE-MASTER-TOTALS.
001570     OPEN INPUT PRIME-MASTER
001580     IF NOT PE07-MASTER-OK
001590         DISPLAY 'PE07-E132 UNABLE TO OPEN PRIME-MASTER, STATUS '
001600             PE07-MASTER-STATUS ' -- NO GROWTH RECORDED'
001610         MOVE 12 TO RETURN-CODE
001620         GO TO 2000-EXIT
001630     END-IF
001640     MOVE 'N' TO PE07-GRWH-EOF-SW
001650     PERFORM 2100-READ-MASTER THRU 2100-EXIT
001660         UNTIL PE07-GRWH-EOF
001670     CLOSE PRIME-MASTER
001680     .
001690 2000-EXIT.
001700     EXIT.
001710 2100-READ-MASTER.
001720     READ PRIME-MASTER NEXT RECORD
001730         AT END
001740             SET PE07-GRWH-EOF TO TRUE
001750             GO TO 2100-EXIT
001760     END-READ
001770     ADD 1 TO PE07-GRWH-RECORD-COUNT
001780     MOVE PE07-PM-N     TO PE07-GRWH-HIGHEST-N
001790     MOVE PE07-PM-PRIME TO PE07-GRWH-HIGHEST-PRIME
001800     .
001810 2100-EXIT.
001820     EXIT.
001830***************************************************************
001840*                                                             *
001850*    3000-TAKE-SPACE-FIGURES                                  *
001860*                                                             *
001870*    READS THE LISTCAT LISTING UP TO THE INDEX COMPONENT,     *
001880*    TAKING THE FIRST OCCURRENCE OF EACH KEYWORD WITHIN THE   *
001890*    DATA COMPONENT.  ANY FIGURE NOT FOUND LEAVES THE NIGHT   *
001900*    WITHOUT SPACE FIGURES, WHICH IS A WARNING, NOT AN ERROR  *
001910*    -- THE CONTROL TOTALS ARE STILL WORTH RECORDING.         *
001920***************************************************************
001930 3000-TAKE-SPACE-FIGURES.
001940     PERFORM 3050-CLEAR-FIGURE THRU 3050-EXIT
001950         VARYING PE07-GRWH-IDX FROM 1 BY 1
001960         UNTIL PE07-GRWH-IDX > PE07-GRWH-FIGURE-MAX
001970     OPEN INPUT CATALOG-LISTING-FILE
001980     IF NOT PE07-LISTCAT-OK
001990         DISPLAY 'PE07-W27 UNABLE TO OPEN CATALOG-LISTING-FILE,'
002000             ' STATUS ' PE07-LISTCAT-STATUS
002010             ' -- RECORDED WITHOUT SPACE FIGURES'
002020         MOVE 4 TO RETURN-CODE
002030         GO TO 3000-EXIT
002040     END-IF
002050     MOVE 'N' TO PE07-GRWH-EOF-SW
002060     PERFORM 3100-READ-LISTING THRU 3100-EXIT
002070         UNTIL PE07-GRWH-EOF
002080     CLOSE CATALOG-LISTING-FILE
002090     MOVE 0 TO PE07-GRWH-FOUND-COUNT
002100     PERFORM 3060-COUNT-FOUND THRU 3060-EXIT
002110         VARYING PE07-GRWH-IDX FROM 1 BY 1
002120         UNTIL PE07-GRWH-IDX > PE07-GRWH-FIGURE-MAX
002130     IF PE07-GRWH-FOUND-COUNT < PE07-GRWH-FIGURE-MAX
002140         DISPLAY 'PE07-W27 THE CATALOG LISTING GAVE '
002150             PE07-GRWH-FOUND-COUNT ' OF THE '
002160             PE07-GRWH-FIGURE-MAX ' DATA COMPONENT FIGURES'
002170             ' -- RECORDED WITHOUT SPACE FIGURES'
002180         MOVE 4 TO RETURN-CODE
002190     END-IF
002200     .
002210 3000-EXIT.
002220     EXIT.
002230 3050-CLEAR-FIGURE.
002240     MOVE 0   TO PE07-GRWH-FIGURE(PE07-GRWH-IDX)
002250     MOVE 'N' TO PE07-GRWH-FOUND-SW(PE07-GRWH-IDX)
002260     .
002270 3050-EXIT.
002280     EXIT.
002290 3060-COUNT-FOUND.
002300     IF PE07-GRWH-FOUND(PE07-GRWH-IDX)
002310         ADD 1 TO PE07-GRWH-FOUND-COUNT
002320     END-IF
002330     .
002340 3060-EXIT.
002350     EXIT.
002360***************************************************************
002370*    ONE LINE OF THE LISTING.  THE COMPONENT LINES READ 'DATA *
002380*    ------- name' AND 'INDEX ------ name'; THE INDEX         *
002390*    COMPONENT ENDS THE SCAN.                                 *
002400***************************************************************
002410 3100-READ-LISTING.
002420     MOVE SPACES TO PE07-LISTCAT-RECORD
002430     READ CATALOG-LISTING-FILE
002440         AT END
002450             SET PE07-GRWH-EOF TO TRUE
002460             GO TO 3100-EXIT
002470     END-READ
002480     IF PE07-GRWH-BEFORE-DATA
002490         MOVE 0 TO PE07-GRWH-TALLY
002500         INSPECT PE07-LISTCAT-RECORD TALLYING PE07-GRWH-TALLY
002510             FOR ALL 'DATA -------'
002520         IF PE07-GRWH-TALLY > 0
002530             SET PE07-GRWH-IN-DATA TO TRUE
002540         END-IF
002550         GO TO 3100-EXIT
002560     END-IF
002570     MOVE 0 TO PE07-GRWH-TALLY
002580     INSPECT PE07-LISTCAT-RECORD TALLYING PE07-GRWH-TALLY
002590         FOR ALL 'INDEX ------'
002600     IF PE07-GRWH-TALLY > 0
002610         SET PE07-GRWH-PAST-DATA TO TRUE
002620         SET PE07-GRWH-EOF TO TRUE
002630         GO TO 3100-EXIT
002640     END-IF
002650     PERFORM 3200-TAKE-FIGURE THRU 3200-EXIT
002660         VARYING PE07-GRWH-IDX FROM 1 BY 1
002670         UNTIL PE07-GRWH-IDX > PE07-GRWH-FIGURE-MAX
002680     .
002690 3100-EXIT.
002700     EXIT.
002710***************************************************************
002720*    ONE KEYWORD AGAINST THE LINE IN HAND.  THE TALLY OF      *
002730*    CHARACTERS BEFORE THE KEYWORD LOCATES IT; THE DASHES     *
002740*    AFTER IT ARE SKIPPED AND THE DIGITS THAT FOLLOW TAKEN.   *
002750***************************************************************
002760 3200-TAKE-FIGURE.
002770     IF PE07-GRWH-FOUND(PE07-GRWH-IDX)
002780         GO TO 3200-EXIT
002790     END-IF
002800     MOVE 0 TO PE07-GRWH-TALLY
002810     INSPECT PE07-LISTCAT-RECORD TALLYING PE07-GRWH-TALLY
002820         FOR CHARACTERS BEFORE INITIAL
002830             PE07-GRWH-KEYWORD(PE07-GRWH-IDX)
002840             (1:PE07-GRWH-KEYWORD-LEN(PE07-GRWH-IDX))
002850     IF PE07-GRWH-TALLY NOT < LENGTH OF PE07-LISTCAT-RECORD
002860         GO TO 3200-EXIT
002870     END-IF
002880     COMPUTE PE07-GRWH-POS = PE07-GRWH-TALLY + 1
002890         + PE07-GRWH-KEYWORD-LEN(PE07-GRWH-IDX)
002900     PERFORM 3210-SKIP-DASH THRU 3210-EXIT
002910         UNTIL PE07-GRWH-POS > LENGTH OF PE07-LISTCAT-RECORD
002920            OR PE07-LISTCAT-RECORD(PE07-GRWH-POS:1) NOT = '-'
002930     IF PE07-GRWH-POS > LENGTH OF PE07-LISTCAT-RECORD
002940         GO TO 3200-EXIT
002950     END-IF
002960     IF PE07-LISTCAT-RECORD(PE07-GRWH-POS:1) IS NOT NUMERIC
002970         GO TO 3200-EXIT
002980     END-IF
002990     SET PE07-GRWH-FOUND(PE07-GRWH-IDX) TO TRUE
003000     PERFORM 3220-TAKE-DIGIT THRU 3220-EXIT
003010         UNTIL PE07-GRWH-POS > LENGTH OF PE07-LISTCAT-RECORD
003020            OR PE07-LISTCAT-RECORD(PE07-GRWH-POS:1) IS NOT NUMERIC
003030     .
003040 3200-EXIT.
003050     EXIT.
003060 3210-SKIP-DASH.
003070     ADD 1 TO PE07-GRWH-POS
003080     .
003090 3210-EXIT.
003100     EXIT.
003110 3220-TAKE-DIGIT.
003120     MOVE PE07-LISTCAT-RECORD(PE07-GRWH-POS:1) TO PE07-GRWH-DIGIT
003130     MULTIPLY 10 BY PE07-GRWH-FIGURE(PE07-GRWH-IDX)
003140     ADD PE07-GRWH-DIGIT TO PE07-GRWH-FIGURE(PE07-GRWH-IDX)
003150     ADD 1 TO PE07-GRWH-POS
003160     .
003170 3220-EXIT.
003180     EXIT.
003190***************************************************************
003200*                                                             *
003210*    4000-APPEND-HISTORY                                      *
003220*                                                             *
003230***************************************************************
003240 4000-APPEND-HISTORY.
003250     OPEN EXTEND GROWTH-HISTORY-FILE
003260     IF NOT PE07-GROWTH-OK
003270         DISPLAY 'PE07-E133 UNABLE TO OPEN GROWTH-HISTORY-FILE,'
003280             ' STATUS ' PE07-GROWTH-STATUS
003290             ' -- NO GROWTH RECORDED'
003300         MOVE 12 TO RETURN-CODE
003310         GO TO 4000-EXIT
003320     END-IF
003330     MOVE SPACES TO PE07-GROWTH-RECORD
003340     MOVE PE07-GRWH-RUN-DATE      TO PE07-GRH-RUN-DATE
003350     MOVE PE07-GRWH-RUN-TIME      TO PE07-GRH-RUN-TIME
003360     MOVE PE07-GRWH-RECORD-COUNT  TO PE07-GRH-RECORD-COUNT
003370     MOVE PE07-GRWH-HIGHEST-N     TO PE07-GRH-HIGHEST-N
003380     MOVE PE07-GRWH-HIGHEST-PRIME TO PE07-GRH-HIGHEST-PRIME
003390     IF RETURN-CODE = 0
003400         SET PE07-GRH-SPACE-TAKEN TO TRUE
003410         MOVE PE07-GRWH-FIGURE(1) TO PE07-GRH-HI-ALLOC-RBA
003420         MOVE PE07-GRWH-FIGURE(2) TO PE07-GRH-HI-USED-RBA
003430         MOVE PE07-GRWH-FIGURE(3) TO PE07-GRH-EXTENTS
003440         MOVE PE07-GRWH-FIGURE(4) TO PE07-GRH-CI-SPLITS
003450         MOVE PE07-GRWH-FIGURE(5) TO PE07-GRH-CA-SPLITS
003460     ELSE
003470         SET PE07-GRH-SPACE-MISSING TO TRUE
003480         MOVE 0 TO PE07-GRH-HI-ALLOC-RBA
003490         MOVE 0 TO PE07-GRH-HI-USED-RBA
003500         MOVE 0 TO PE07-GRH-EXTENTS
003510         MOVE 0 TO PE07-GRH-CI-SPLITS
003520         MOVE 0 TO PE07-GRH-CA-SPLITS
003530     END-IF
003540     WRITE PE07-GROWTH-RECORD
003550     IF NOT PE07-GROWTH-OK
003560         DISPLAY 'PE07-E133 WRITE TO GROWTH-HISTORY-FILE FAILED,'
003570             ' STATUS ' PE07-GROWTH-STATUS
003580         MOVE 12 TO RETURN-CODE
003590         CLOSE GROWTH-HISTORY-FILE
003600         GO TO 4000-EXIT
003610     END-IF
003620     CLOSE GROWTH-HISTORY-FILE
003630     DISPLAY 'PE07-I39 GROWTH RECORDED -- ' PE07-GRWH-RECORD-COUNT
003640         ' RECORDS, HIGHEST N ' PE07-GRWH-HIGHEST-N
003650         ', HI-U-RBA ' PE07-GRH-HI-USED-RBA
003660         ' OF ' PE07-GRH-HI-ALLOC-RBA
003670         ', SPLITS CI ' PE07-GRH-CI-SPLITS
003680         ' CA ' PE07-GRH-CA-SPLITS
003690     .
003700 4000-EXIT.
003710     EXIT.
003720 9999-EXIT.
003730     STOP RUN.
003740 END PROGRAM PE07-GROWTH-HISTORY.
