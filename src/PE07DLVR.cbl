000010***************************************************************
000020*                                                             *
000030*    PE07DLVR:                                                *
000040*                                                             *
000050*    INTERFACE DATASET DELIVERY.  THE LIVE INTERFACE DATASETS *
000060*    (PRIMEOUT, RESPFILE) ARE DISP=MOD SO A RESTARTED SEARCH  *
000070*    APPENDS TO WHAT IT ALREADY WROTE, WHICH LEAVES EMPTYING  *
000080*    THEM TO WHOEVER CONSUMES THEM.  THIS PROGRAM TAKES THAT  *
000090*    OVER.  RUN ONCE PER INTERFACE, NAMED ON THE PARM, AFTER  *
000100*    THE DATASET HAS BEEN PROVED, IT:                         *
000110*                                                             *
000120*      1  LOADS THE ACTIVE SUBSCRIBERS TO THE INTERFACE FROM  *
000130*         THE SUBSCRIPTION FILE (PE07DSB).                    *
000140*      2  COPIES THE LIVE DATASET, RECORD FOR RECORD, INTO    *
000150*         THE NIGHT'S DATED DELIVERY GENERATION, COUNTING THE *
000160*         DETAIL RECORDS (BANNERS ARE NOT COUNTED).           *
000170*      3  APPENDS ONE OUTSTANDING HANDOFF PER SUBSCRIBER TO   *
000180*         THE DELIVERY REGISTER (PE07DLV), UNDER THE NEXT     *
000190*         GENERATION NUMBER FOR THE INTERFACE.                *
000200*      4  EMPTIES THE LIVE DATASET FOR THE NEXT RUN.          *
000210*                                                             *
000220*    EACH STAGE RUNS ONLY WHEN THE ONE BEFORE IT SUCCEEDED,   *
000230*    SO THE LIVE DATASET IS NEVER EMPTIED UNTIL EVERY HANDOFF *
000240*    OF IT IS ON THE REGISTER.  AN INTERFACE WITH NO ACTIVE   *
000250*    SUBSCRIBER IS LEFT IN PLACE (RC=4), AS IS AN EMPTY LIVE  *
000260*    DATASET, WHICH HAS NOTHING TO DELIVER (RC=0).  ENDS RC=4 *
000270*    FOR AN INVALID PARM AND RC=12 ON A FILE ERROR.           *
000280*                                                             *
000290***************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     PE07-INTERFACE-DELIVERY.
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
000490     SELECT SUBSCRIPTION-FILE ASSIGN TO SUBSFILE
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PE07-SUBS-STATUS.
000520     SELECT DELIVERY-REGISTER-FILE ASSIGN TO DLVREG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PE07-REGISTER-STATUS.
000550     SELECT LIVE-INTERFACE-FILE ASSIGN TO LIVEFILE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS PE07-LIVE-STATUS.
000580     SELECT DELIVERY-COPY-FILE ASSIGN TO DLVCOPY
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PE07-COPY-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SUBSCRIPTION-FILE
000640     RECORDING MODE IS F.
000650 COPY PE07DSB.
000660 FD  DELIVERY-REGISTER-FILE
000670     RECORDING MODE IS F.
000680 COPY PE07DLV.
000690***************************************************************
000700*    THE INTERFACE DATASETS CARRY DIFFERENT RECORD LENGTHS,   *
000710*    SO THE LIVE DATASET AND ITS COPY ARE DECLARED VARYING,   *
000720*    AS IN PE07BAL, AND EACH RECORD IS COPIED AT THE LENGTH   *
000730*    READ.                                                    *
000740***************************************************************
000750 FD  LIVE-INTERFACE-FILE
000760     RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS
000770         DEPENDING ON PE07-DLVR-LIVE-LEN.
000780 01  PE07-DLVR-LIVE-RECORD   PIC X(80).
000790 FD  DELIVERY-COPY-FILE
000800     RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS
000810         DEPENDING ON PE07-DLVR-COPY-LEN.
000820 01  PE07-DLVR-COPY-RECORD   PIC X(80).
000830 WORKING-STORAGE SECTION.
000840***************************************************************
000850*    FILE STATUS FIELDS AND SWITCHES                          *
000860***************************************************************
000870 01  PE07-SUBS-STATUS        PIC X(02).
000880     88  PE07-SUBS-OK                VALUE '00'.
000890 01  PE07-REGISTER-STATUS    PIC X(02).
000900     88  PE07-REGISTER-OK            VALUE '00'.
000910     88  PE07-REGISTER-NOT-FOUND     VALUE '35'.
000920 01  PE07-LIVE-STATUS        PIC X(02).
000930     88  PE07-LIVE-OK                VALUE '00'.
000940 01  PE07-COPY-STATUS        PIC X(02).
000950     88  PE07-COPY-OK                VALUE '00'.
000960 01  PE07-DLVR-SWITCHES.
000970     05  PE07-DLVR-BAD-PARM-SW   PIC X(01)   VALUE 'N'.
000980         88  PE07-DLVR-BAD-PARM          VALUE 'Y'.
000990     05  PE07-DLVR-EOF-SW        PIC X(01)   VALUE 'N'.
001000         88  PE07-DLVR-EOF               VALUE 'Y'.
001010 77  PE07-DLVR-LIVE-LEN      PIC 9(04)  COMP.
001020 77  PE07-DLVR-COPY-LEN      PIC 9(04)  COMP.
001030***************************************************************
001040*    THE INTERFACE BEING DELIVERED, FROM THE PARM.  ONLY THE  *
001050*    DATASETS BELOW ARE HANDED OFF THIS WAY.  PRIMEOUT OPENS  *
001060*    AND CLOSES WITH PE07HDT BANNERS, WHICH ARE NOT COUNTED   *
001070*    AS DETAILS; RESPFILE HAS NO BANNERS, SO EVERY RECORD IS  *
001080*    ONE.                                                     *
001090***************************************************************
001100 01  PE07-DLVR-INTERFACE     PIC X(08)        VALUE SPACES.
001110     88  PE07-DLVR-INTERFACE-VALID   VALUE 'PRIMEOUT'
001120                                           'RESPFILE'.
001130     88  PE07-DLVR-BANNERED          VALUE 'PRIMEOUT'.
001140***************************************************************
001150*    THE ACTIVE SUBSCRIBERS TO THE INTERFACE                  *
001160***************************************************************
001170     78  PE07-DLVR-TABLE-MAX        VALUE 50.
001180 77  PE07-DLVR-SUB-COUNT     PIC 9(04)  COMP  VALUE 0.
001190 01  PE07-DLVR-SUB-TABLE.
001200     05  PE07-DLVR-SUB-CONSUMER  PIC X(08)   OCCURS 50 TIMES.
001210 77  PE07-DLVR-SUB-IDX       PIC 9(04)  COMP  VALUE 0.
001220 77  PE07-DLVR-SUBS-READ     PIC 9(07)  COMP  VALUE 0.
001230***************************************************************
001240*    DELIVERY CONTROL TOTALS                                  *
001250***************************************************************
001260 77  PE07-DLVR-LAST-GEN      PIC 9(05)        VALUE 0.
001270 77  PE07-DLVR-NEW-GEN       PIC 9(05)        VALUE 0.
001280 77  PE07-DLVR-RECORDS-READ  PIC 9(12)        VALUE 0.
001290 77  PE07-DLVR-DETAIL-COUNT  PIC 9(12)        VALUE 0.
001300 01  PE07-DLVR-RUN-DATE      PIC 9(08).
001310 01  PE07-DLVR-RUN-TIME      PIC 9(08).
001320***************************************************************
001330*    THE PRIMEOUT BANNERS ARE RECOGNIZED THROUGH THE COMMON   *
001340*    SHAPE                                                    *
001350***************************************************************
001360 COPY PE07HDT.
001370 LINKAGE SECTION.
001380***************************************************************
001390*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD -- THE        *
001400*    INTERFACE TO DELIVER, E.G.                               *
001410*    //STEP080  EXEC PGM=PE07-INTERFACE-DELIVERY,             *
001420*    //             PARM='PRIMEOUT'                           *
001430***************************************************************
001440 01  PE07-DLVR-PARM-AREA.
001450     05  PE07-DLVR-PARM-LENGTH   PIC S9(4) COMP.
001460     05  PE07-DLVR-PARM-VALUE    PIC X(08).
001470 PROCEDURE DIVISION USING PE07-DLVR-PARM-AREA.
001480***************************************************************
001490*                                                             *
001500*    0000-MAINLINE                                            *
001510*                                                             *
001520***************************************************************
001530 0000-MAINLINE.
001540     PERFORM 1000-OBTAIN-PARAMETERS THRU 1000-EXIT
001550     IF PE07-DLVR-BAD-PARM
001560         DISPLAY 'PE07-E118 INVALID PARM -- MUST NAME THE'
001570             ' INTERFACE, PRIMEOUT OR RESPFILE'
001580         MOVE 4 TO RETURN-CODE
001590         GO TO 9999-EXIT
001600     END-IF
001610     ACCEPT PE07-DLVR-RUN-DATE FROM DATE YYYYMMDD
001620     ACCEPT PE07-DLVR-RUN-TIME FROM TIME
001630     PERFORM 2000-LOAD-SUBSCRIBERS THRU 2000-EXIT
001640     IF RETURN-CODE = 12
001650         GO TO 9999-EXIT
001660     END-IF
001670     IF PE07-DLVR-SUB-COUNT = 0
001680         DISPLAY 'PE07-W24 NO ACTIVE SUBSCRIBER TO '
001690             PE07-DLVR-INTERFACE ' -- NOTHING DELIVERED, THE'
001700             ' LIVE DATASET IS LEFT IN PLACE'
001710         MOVE 4 TO RETURN-CODE
001720         GO TO 9999-EXIT
001730     END-IF
001740     PERFORM 3000-FIND-LAST-GENERATION THRU 3000-EXIT
001750     IF RETURN-CODE = 12
001760         GO TO 9999-EXIT
001770     END-IF
001780     PERFORM 4000-COPY-LIVE-DATASET THRU 4000-EXIT
001790     IF RETURN-CODE = 12
001800         GO TO 9999-EXIT
001810     END-IF
001820     IF PE07-DLVR-RECORDS-READ = 0
001830         DISPLAY 'PE07-I35 ' PE07-DLVR-INTERFACE
001840             ' IS EMPTY -- NOTHING TO DELIVER'
001850         GO TO 9999-EXIT
001860     END-IF
001870     PERFORM 5000-REGISTER-HANDOFFS THRU 5000-EXIT
001880     IF RETURN-CODE = 12
001890         GO TO 9999-EXIT
001900     END-IF
001910     PERFORM 6000-EMPTY-LIVE-DATASET THRU 6000-EXIT
001920     IF RETURN-CODE = 12
001930         GO TO 9999-EXIT
001940     END-IF
001950     DISPLAY 'PE07-I37 ' PE07-DLVR-INTERFACE ' GENERATION '
001960         PE07-DLVR-NEW-GEN ' DELIVERED -- '
001970         PE07-DLVR-DETAIL-COUNT ' DETAILS TO '
001980         PE07-DLVR-SUB-COUNT ' SUBSCRIBER(S), LIVE DATASET'
001990         ' EMPTIED'
002000     GO TO 9999-EXIT
002010     .
002020***************************************************************
002030*                                                             *
002040*    1000-OBTAIN-PARAMETERS                                   *
002050*                                                             *
002060*    THE INTERFACE IS MANDATORY -- THE STEP CANNOT GUESS      *
002070*    WHICH DATASET ITS DD STATEMENTS POINT AT.                *
002080***************************************************************
002090 1000-OBTAIN-PARAMETERS.
002100     IF PE07-DLVR-PARM-LENGTH < 1 OR PE07-DLVR-PARM-LENGTH > 8
002110         SET PE07-DLVR-BAD-PARM TO TRUE
002120         GO TO 1000-EXIT
002130     END-IF
002140     MOVE PE07-DLVR-PARM-VALUE(1:PE07-DLVR-PARM-LENGTH)
002150         TO PE07-DLVR-INTERFACE
002160     IF NOT PE07-DLVR-INTERFACE-VALID
002170         SET PE07-DLVR-BAD-PARM TO TRUE
002180     END-IF
002190     .
002200 1000-EXIT.
002210     EXIT.
002220***************************************************************
002230*                                                             *
002240*    2000-LOAD-SUBSCRIBERS                                    *
002250*                                                             *
002260*    LOADS THE CONSUMERS WITH AN ACTIVE SUBSCRIPTION TO THE   *
002270*    INTERFACE.  A SUBSCRIPTION FILE THAT CANNOT BE READ      *
002280*    STOPS THE DELIVERY -- HANDING THE DATASET TO NOBODY AND  *
002290*    THEN EMPTYING IT WOULD LOSE IT.                          *
002300***************************************************************
002310 2000-LOAD-SUBSCRIBERS.
002320     OPEN INPUT SUBSCRIPTION-FILE
002330     IF NOT PE07-SUBS-OK
002340         DISPLAY 'PE07-E119 UNABLE TO OPEN SUBSCRIPTION-FILE,'
002350             ' STATUS ' PE07-SUBS-STATUS ' -- NOTHING DELIVERED'
002360         MOVE 12 TO RETURN-CODE
002370         GO TO 2000-EXIT
002380     END-IF
002390     MOVE 'N' TO PE07-DLVR-EOF-SW
002400     PERFORM 2100-LOAD-ONE-SUBSCRIBER THRU 2100-EXIT
002410         UNTIL PE07-DLVR-EOF
002420     CLOSE SUBSCRIPTION-FILE
002430     .
002440 2000-EXIT.
002450     EXIT.
002460 2100-LOAD-ONE-SUBSCRIBER.
002470     READ SUBSCRIPTION-FILE
002480         AT END
002490             SET PE07-DLVR-EOF TO TRUE
002500             GO TO 2100-EXIT
002510     END-READ
002520     ADD 1 TO PE07-DLVR-SUBS-READ
002530     IF PE07-DSB-INTERFACE NOT = PE07-DLVR-INTERFACE
002540             OR NOT PE07-DSB-ACTIVE
002550             OR PE07-DSB-CONSUMER = SPACES
002560         GO TO 2100-EXIT
002570     END-IF
002580     IF PE07-DLVR-SUB-COUNT >= PE07-DLVR-TABLE-MAX
002590         DISPLAY 'PE07-E125 SUBSCRIBER TABLE FULL AT '
002600             PE07-DLVR-SUB-COUNT ' ENTRIES -- NOTHING DELIVERED'
002610         MOVE 12 TO RETURN-CODE
002620         SET PE07-DLVR-EOF TO TRUE
002630         GO TO 2100-EXIT
002640     END-IF
002650     ADD 1 TO PE07-DLVR-SUB-COUNT
002660     MOVE PE07-DSB-CONSUMER
002670         TO PE07-DLVR-SUB-CONSUMER(PE07-DLVR-SUB-COUNT)
002680     .
002690 2100-EXIT.
002700     EXIT.
002710***************************************************************
002720*                                                             *
002730*    3000-FIND-LAST-GENERATION                                *
002740*                                                             *
002750*    READS THE REGISTER FOR THE HIGHEST GENERATION ALREADY    *
002760*    DELIVERED OF THE INTERFACE.  A REGISTER NOT YET CREATED  *
002770*    IS EMPTY, AND THE FIRST DELIVERY IS GENERATION 1.        *
002780***************************************************************
002790 3000-FIND-LAST-GENERATION.
002800     OPEN INPUT DELIVERY-REGISTER-FILE
002810     IF NOT PE07-REGISTER-OK
002820         IF PE07-REGISTER-NOT-FOUND
002830             GO TO 3000-SET-NEW
002840         END-IF
002850         DISPLAY 'PE07-E120 UNABLE TO OPEN'
002860             ' DELIVERY-REGISTER-FILE, STATUS '
002870             PE07-REGISTER-STATUS ' -- NOTHING DELIVERED'
002880         MOVE 12 TO RETURN-CODE
002890         GO TO 3000-EXIT
002900     END-IF
002910     MOVE 'N' TO PE07-DLVR-EOF-SW
002920     PERFORM 3100-READ-REGISTER THRU 3100-EXIT
002930         UNTIL PE07-DLVR-EOF
002940     CLOSE DELIVERY-REGISTER-FILE
002950     .
002960 3000-SET-NEW.
002970     ADD 1 PE07-DLVR-LAST-GEN GIVING PE07-DLVR-NEW-GEN
002980     .
002990 3000-EXIT.
003000     EXIT.
003010 3100-READ-REGISTER.
003020     READ DELIVERY-REGISTER-FILE
003030         AT END
003040             SET PE07-DLVR-EOF TO TRUE
003050             GO TO 3100-EXIT
003060     END-READ
003070     IF PE07-DLV-INTERFACE = PE07-DLVR-INTERFACE
003080             AND PE07-DLV-GENERATION > PE07-DLVR-LAST-GEN
003090         MOVE PE07-DLV-GENERATION TO PE07-DLVR-LAST-GEN
003100     END-IF
003110     .
003120 3100-EXIT.
003130     EXIT.
003140***************************************************************
003150*                                                             *
003160*    4000-COPY-LIVE-DATASET                                   *
003170*                                                             *
003180*    COPIES EVERY RECORD OF THE LIVE DATASET TO THE DELIVERY  *
003190*    GENERATION AT THE LENGTH IT WAS READ, AND COUNTS THE     *
003200*    DETAIL RECORDS BETWEEN ANY BANNERS.                      *
003210***************************************************************
003220 4000-COPY-LIVE-DATASET.
003230     OPEN INPUT LIVE-INTERFACE-FILE
003240     IF NOT PE07-LIVE-OK
003250         DISPLAY 'PE07-E121 UNABLE TO OPEN LIVE-INTERFACE-FILE,'
003260             ' STATUS ' PE07-LIVE-STATUS ' -- NOTHING DELIVERED'
003270         MOVE 12 TO RETURN-CODE
003280         GO TO 4000-EXIT
003290     END-IF
003300     OPEN OUTPUT DELIVERY-COPY-FILE
003310     IF NOT PE07-COPY-OK
003320         DISPLAY 'PE07-E122 UNABLE TO OPEN DELIVERY-COPY-FILE,'
003330             ' STATUS ' PE07-COPY-STATUS ' -- NOTHING DELIVERED'
003340         MOVE 12 TO RETURN-CODE
003350         CLOSE LIVE-INTERFACE-FILE
003360         GO TO 4000-EXIT
003370     END-IF
003380     MOVE 'N' TO PE07-DLVR-EOF-SW
003390     PERFORM 4100-COPY-ONE-RECORD THRU 4100-EXIT
003400         UNTIL PE07-DLVR-EOF
003410     CLOSE LIVE-INTERFACE-FILE
003420     CLOSE DELIVERY-COPY-FILE
003430     .
003440 4000-EXIT.
003450     EXIT.
003460 4100-COPY-ONE-RECORD.
003470     READ LIVE-INTERFACE-FILE
003480         AT END
003490             SET PE07-DLVR-EOF TO TRUE
003500             GO TO 4100-EXIT
003510     END-READ
003520     ADD 1 TO PE07-DLVR-RECORDS-READ
003530     MOVE PE07-DLVR-LIVE-LEN TO PE07-DLVR-COPY-LEN
003540     MOVE PE07-DLVR-LIVE-RECORD TO PE07-DLVR-COPY-RECORD
003550     WRITE PE07-DLVR-COPY-RECORD
003560     IF NOT PE07-COPY-OK
003570         DISPLAY 'PE07-E122 WRITE TO DELIVERY-COPY-FILE FAILED,'
003580             ' STATUS ' PE07-COPY-STATUS ' -- NOTHING DELIVERED'
003590         MOVE 12 TO RETURN-CODE
003600         SET PE07-DLVR-EOF TO TRUE
003610         GO TO 4100-EXIT
003620     END-IF
003630     IF PE07-DLVR-BANNERED
003640         MOVE PE07-DLVR-LIVE-RECORD(1:38)
003650             TO PE07-CONTROL-BANNER(1:38)
003660         IF PE07-HDT-HEADER OR PE07-HDT-TRAILER
003670             GO TO 4100-EXIT
003680         END-IF
003690     END-IF
003700     ADD 1 TO PE07-DLVR-DETAIL-COUNT
003710     .
003720 4100-EXIT.
003730     EXIT.
003740***************************************************************
003750*                                                             *
003760*    5000-REGISTER-HANDOFFS                                   *
003770*                                                             *
003780*    APPENDS ONE OUTSTANDING HANDOFF PER SUBSCRIBER, ALL      *
003790*    UNDER THE NEW GENERATION.  IF THE REGISTER CANNOT BE     *
003800*    EXTENDED THE LIVE DATASET IS LEFT IN PLACE, AND A RERUN  *
003810*    OF THE STEP DELIVERS IT AGAIN IN FULL.                   *
003820***************************************************************
003830 5000-REGISTER-HANDOFFS.
003840     OPEN EXTEND DELIVERY-REGISTER-FILE
003850     IF NOT PE07-REGISTER-OK
003860         DISPLAY 'PE07-E123 UNABLE TO EXTEND DELIVERY-REGISTER-'
003870             'FILE, STATUS ' PE07-REGISTER-STATUS
003880             ' -- NOTHING REGISTERED, LIVE DATASET LEFT IN PLACE'
003890         MOVE 12 TO RETURN-CODE
003900         GO TO 5000-EXIT
003910     END-IF
003920     PERFORM 5100-REGISTER-ONE THRU 5100-EXIT
003930         VARYING PE07-DLVR-SUB-IDX FROM 1 BY 1
003940         UNTIL PE07-DLVR-SUB-IDX > PE07-DLVR-SUB-COUNT
003950            OR RETURN-CODE = 12
003960     CLOSE DELIVERY-REGISTER-FILE
003970     .
003980 5000-EXIT.
003990     EXIT.
004000 5100-REGISTER-ONE.
004010     MOVE SPACES TO PE07-DELIVERY-RECORD
004020     MOVE PE07-DLVR-INTERFACE     TO PE07-DLV-INTERFACE
004030     MOVE PE07-DLVR-NEW-GEN       TO PE07-DLV-GENERATION
004040     MOVE PE07-DLVR-SUB-CONSUMER(PE07-DLVR-SUB-IDX)
004050         TO PE07-DLV-CONSUMER
004060     MOVE PE07-DLVR-DETAIL-COUNT  TO PE07-DLV-DETAIL-COUNT
004070     MOVE PE07-DLVR-RUN-DATE      TO PE07-DLV-DELIVERED-DATE
004080     MOVE PE07-DLVR-RUN-TIME      TO PE07-DLV-DELIVERED-TIME
004090     SET PE07-DLV-OUTSTANDING     TO TRUE
004100     MOVE 0                       TO PE07-DLV-ACK-DATE
004110     MOVE 0                       TO PE07-DLV-ACK-POSTED-DATE
004120     WRITE PE07-DELIVERY-RECORD
004130     IF NOT PE07-REGISTER-OK
004140         DISPLAY 'PE07-E123 WRITE TO DELIVERY-REGISTER-FILE'
004150             ' FAILED, STATUS ' PE07-REGISTER-STATUS
004160             ' -- LIVE DATASET LEFT IN PLACE'
004170         MOVE 12 TO RETURN-CODE
004180         GO TO 5100-EXIT
004190     END-IF
004200     DISPLAY 'PE07-I36 ' PE07-DLVR-INTERFACE ' GENERATION '
004210         PE07-DLVR-NEW-GEN ' REGISTERED FOR '
004220         PE07-DLVR-SUB-CONSUMER(PE07-DLVR-SUB-IDX)
004230     .
004240 5100-EXIT.
004250     EXIT.
004260***************************************************************
004270*                                                             *
004280*    6000-EMPTY-LIVE-DATASET                                  *
004290*                                                             *
004300*    OPENING THE LIVE DATASET FOR OUTPUT AND CLOSING IT AGAIN *
004310*    LEAVES IT EMPTY FOR THE NEXT RUN (THE DD IS DISP=OLD, SO *
004320*    THE OPEN DOES NOT APPEND).  EVERY HANDOFF IS ALREADY ON  *
004330*    THE REGISTER, SO A FAILURE HERE ONLY MEANS THE DATASET   *
004340*    MUST BE EMPTIED BY HAND BEFORE THE NEXT SEARCH.          *
004350***************************************************************
004360 6000-EMPTY-LIVE-DATASET.
004370     OPEN OUTPUT LIVE-INTERFACE-FILE
004380     IF NOT PE07-LIVE-OK
004390         DISPLAY 'PE07-E124 UNABLE TO EMPTY LIVE-INTERFACE-FILE,'
004400             ' STATUS ' PE07-LIVE-STATUS ' -- GENERATION '
004410             PE07-DLVR-NEW-GEN ' IS DELIVERED; EMPTY THE LIVE'
004420             ' DATASET BEFORE THE NEXT RUN'
004430         MOVE 12 TO RETURN-CODE
004440         GO TO 6000-EXIT
004450     END-IF
004460     CLOSE LIVE-INTERFACE-FILE
004470     .
004480 6000-EXIT.
004490     EXIT.
004500 9999-EXIT.
004510     STOP RUN.
004520 END PROGRAM PE07-INTERFACE-DELIVERY.
