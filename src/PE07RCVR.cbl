000010***************************************************************
000020*                                                             *
000030*    PE07RCVR:                                                *
000040*                                                             *
000050*    POINT-OF-FAILURE RECOVERY OF THE PRIME-MASTER KSDS.      *
000060*    REBUILDS THE FILE FROM THE LAST PE07UNLD BACKUP EXACTLY  *
000070*    AS PE07RELD DOES, PROVING THE BACKUP TRAILER, AND THEN   *
000080*    APPLIES THE FORWARD-RECOVERY JOURNAL THE SEARCH ENGINE   *
000090*    WROTE SINCE THAT BACKUP, IN ORDER, SO EVERY PRIME FOUND  *
000100*    SINCE THE BACKUP IS RESTORED INSTEAD OF SEARCHED AGAIN.  *
000110*    THE JOURNAL MUST START WHERE THE BACKUP ENDS -- ITS      *
000120*    HEADER CARRIES THE RECORD COUNT AND HIGHEST N OF THE     *
000130*    BACKUP THAT RESET IT -- AND ITS N SEQUENCE MUST RUN ON   *
000140*    FROM THE BACKUP WITH NO GAP.  EVERY CLOSED RUN IS PROVED *
000150*    AGAINST ITS RUN TRAILER, AND THE FINAL RECORD COUNT AND  *
000160*    HIGHEST N AGAINST THE JOURNAL'S CONTROL TOTALS (THE      *
000170*    HEADER PLUS EVERY RUN TRAILER).  ENDS RC=0 WHEN ALL OF   *
000180*    IT PROVES, RC=4 WHEN A RUN CUT SHORT BY AN ABEND LEFT NO *
000190*    TRAILER (ITS RECORDS ARE APPLIED, BUT ONLY THEIR N       *
000200*    SEQUENCE PROVES THEM), RC=8 WHEN THE BACKUP DOES NOT     *
000210*    PROVE, THE JOURNAL DOES NOT START WHERE THE BACKUP ENDS, *
000220*    THE JOURNAL HAS A GAP OR A RECORD OUT OF PLACE, OR THE   *
000230*    TOTALS DISAGREE (THE FILE THEN HOLDS ONLY WHAT WAS       *
000240*    APPLIED BEFORE THE BREAK), AND RC=12 ON A FILE ERROR.    *
000250*                                                             *
000260***************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     PE07-MASTER-RECOVERY.
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
000460     SELECT BACKUP-FILE ASSIGN TO BACKUP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PE07-BACKUP-STATUS.
000490     SELECT JOURNAL-FILE ASSIGN TO PRIMEJNL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PE07-JOURNAL-STATUS.
000520     SELECT PRIME-MASTER ASSIGN TO PRIMEMST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS PE07-PM-N
000560         FILE STATUS IS PE07-MASTER-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BACKUP-FILE
000600     RECORDING MODE IS F.
000610 COPY PE07BKP.
000620 FD  JOURNAL-FILE
000630     RECORDING MODE IS F.
000640 COPY PE07JRN.
000650 FD  PRIME-MASTER.
000660 COPY PE07MSTR.
000670 WORKING-STORAGE SECTION.
000680***************************************************************
000690*    FILE STATUS FIELDS AND SWITCHES                          *
000700***************************************************************
000710 01  PE07-BACKUP-STATUS      PIC X(02).
000720     88  PE07-BACKUP-OK              VALUE '00'.
000730 01  PE07-JOURNAL-STATUS     PIC X(02).
000740     88  PE07-JOURNAL-OK             VALUE '00'.
000750 01  PE07-MASTER-STATUS      PIC X(02).
000760     88  PE07-MASTER-OK              VALUE '00'.
000770 01  PE07-RCVR-SWITCHES.
000780     05  PE07-RCVR-BACKUP-EOF-SW PIC X(01)   VALUE 'N'.
000790         88  PE07-RCVR-BACKUP-EOF        VALUE 'Y'.
000800     05  PE07-RCVR-TRAILER-SW    PIC X(01)   VALUE 'N'.
000810         88  PE07-RCVR-TRAILER-SEEN      VALUE 'Y'.
000820     05  PE07-RCVR-JOURNAL-EOF-SW PIC X(01)  VALUE 'N'.
000830         88  PE07-RCVR-JOURNAL-EOF       VALUE 'Y'.
000840     05  PE07-RCVR-RUN-SW        PIC X(01)   VALUE 'N'.
000850         88  PE07-RCVR-RUN-OPEN          VALUE 'Y'.
000860***************************************************************
000870*    BACKUP LOAD CONTROL TOTALS AND TRAILER VALUES            *
000880***************************************************************
000890 77  PE07-RCVR-LOADED-COUNT  PIC 9(12)        VALUE 0.
000900 77  PE07-RCVR-HIGHEST-N     PIC 9(12)        VALUE 0.
000910 77  PE07-RCVR-LAST-PRIME    PIC 9(12)        VALUE 2.
000920 77  PE07-RCVR-BKP-COUNT     PIC 9(12)        VALUE 0.
000930 77  PE07-RCVR-TRL-COUNT     PIC 9(12)        VALUE 0.
000940 77  PE07-RCVR-TRL-HIGH-N    PIC 9(12)        VALUE 0.
000950***************************************************************
000960*    JOURNAL APPLY FIELDS.  THE CONTROL TOTALS START FROM THE *
000970*    HEADER AND GROW BY EACH RUN TRAILER'S COUNT -- OR, FOR A *
000980*    RUN WITH NO TRAILER, BY THE RECORDS IT ACTUALLY HOLDS.   *
000990***************************************************************
001000 77  PE07-RCVR-EXPECTED-N    PIC 9(12)        VALUE 0.
001010 77  PE07-RCVR-APPLIED       PIC 9(12)        VALUE 0.
001020 77  PE07-RCVR-RUN-COUNT     PIC 9(12)        VALUE 0.
001030 77  PE07-RCVR-RUNS-CLOSED   PIC 9(09)        VALUE 0.
001040 77  PE07-RCVR-RUNS-OPEN     PIC 9(09)        VALUE 0.
001050 77  PE07-RCVR-CTL-COUNT     PIC 9(12)        VALUE 0.
001060 77  PE07-RCVR-CTL-HIGH-N    PIC 9(12)        VALUE 0.
001070 01  PE07-RCVR-RUN-BEGAN.
001080     05  PE07-RCVR-RUN-DATE      PIC 9(08)   VALUE 0.
001090     05  PE07-RCVR-RUN-TIME      PIC 9(08)   VALUE 0.
001100 PROCEDURE DIVISION.
001110***************************************************************
001120*                                                             *
001130*    0000-MAINLINE                                            *
001140*                                                             *
001150***************************************************************
001160 0000-MAINLINE.
001170     OPEN INPUT BACKUP-FILE
001180     IF NOT PE07-BACKUP-OK
001190         DISPLAY 'PE07-E21 UNABLE TO OPEN BACKUP-FILE, STATUS '
001200             PE07-BACKUP-STATUS
001210         MOVE 12 TO RETURN-CODE
001220         GO TO 9999-EXIT
001230     END-IF
001240     OPEN INPUT JOURNAL-FILE
001250     IF NOT PE07-JOURNAL-OK
001260         DISPLAY 'PE07-E89 UNABLE TO OPEN JOURNAL-FILE, STATUS '
001270             PE07-JOURNAL-STATUS
001280         MOVE 12 TO RETURN-CODE
001290         CLOSE BACKUP-FILE
001300         GO TO 9999-EXIT
001310     END-IF
001320     OPEN OUTPUT PRIME-MASTER
001330     IF NOT PE07-MASTER-OK
001340         DISPLAY 'PE07-E23 UNABLE TO OPEN PRIME-MASTER FOR'
001350             ' OUTPUT, STATUS ' PE07-MASTER-STATUS
001360         MOVE 12 TO RETURN-CODE
001370         CLOSE BACKUP-FILE
001380         CLOSE JOURNAL-FILE
001390         GO TO 9999-EXIT
001400     END-IF
001410     PERFORM 2000-RELOAD-RECORD THRU 2000-EXIT
001420         UNTIL PE07-RCVR-BACKUP-EOF
001430     IF RETURN-CODE = 0
001440         PERFORM 3000-PROVE-BACKUP THRU 3000-EXIT
001450     END-IF
001460     IF RETURN-CODE = 0
001470         PERFORM 4000-CHECK-JOURNAL-START THRU 4000-EXIT
001480     END-IF
001490     IF RETURN-CODE = 0
001500         PERFORM 5000-APPLY-JOURNAL THRU 5000-EXIT
001510             UNTIL PE07-RCVR-JOURNAL-EOF
001520     END-IF
001530     CLOSE BACKUP-FILE
001540     CLOSE JOURNAL-FILE
001550     CLOSE PRIME-MASTER
001560     IF RETURN-CODE < 8
001570         PERFORM 6000-PROVE-TOTALS THRU 6000-EXIT
001580     END-IF
001590     GO TO 9999-EXIT
001600     .
001610***************************************************************
001620*                                                             *
001630*    2000-RELOAD-RECORD                                       *
001640*                                                             *
001650*    LOADS ONE BACKUP RECORD, EXACTLY AS PE07RELD DOES.  THE  *
001660*    BACKUP IS IN KEY SEQUENCE, AND SO IS THE JOURNAL THAT    *
001670*    FOLLOWS IT, SO THE WHOLE RECOVERY IS ONE SEQUENTIAL-     *
001680*    ACCESS KSDS LOAD.  ANYTHING AFTER THE TRAILER, OR AN     *
001690*    UNKNOWN RECORD TYPE, FAILS THE RECOVERY.                 *
001700***************************************************************
001710 2000-RELOAD-RECORD.
001720     READ BACKUP-FILE
001730         AT END
001740             SET PE07-RCVR-BACKUP-EOF TO TRUE
001750             GO TO 2000-EXIT
001760     END-READ
001770     EVALUATE TRUE
001780         WHEN PE07-RCVR-TRAILER-SEEN
001790             DISPLAY 'PE07-E24 RECORD FOUND AFTER THE BACKUP'
001800                 ' TRAILER -- RECOVERY ABANDONED'
001810             MOVE 8 TO RETURN-CODE
001820             SET PE07-RCVR-BACKUP-EOF TO TRUE
001830         WHEN PE07-BKP-DETAIL
001840             PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
001850         WHEN PE07-BKP-TRAILER
001860             SET PE07-RCVR-TRAILER-SEEN TO TRUE
001870             MOVE PE07-BKP-RECORD-COUNT TO PE07-RCVR-TRL-COUNT
001880             MOVE PE07-BKP-HIGHEST-N    TO PE07-RCVR-TRL-HIGH-N
001890         WHEN OTHER
001900             DISPLAY 'PE07-E25 UNRECOGNIZED BACKUP RECORD TYPE '
001910                 PE07-BKP-REC-TYPE ' -- RECOVERY ABANDONED'
001920             MOVE 8 TO RETURN-CODE
001930             SET PE07-RCVR-BACKUP-EOF TO TRUE
001940     END-EVALUATE
001950     .
001960 2000-EXIT.
001970     EXIT.
001980 2100-LOAD-ONE-RECORD.
001990     MOVE PE07-BKP-N     TO PE07-PM-N
002000     MOVE PE07-BKP-PRIME TO PE07-PM-PRIME
002010     WRITE PE07-MASTER-RECORD
002020         INVALID KEY
002030             DISPLAY 'PE07-E26 PRIME-MASTER LOAD FAILED AT N '
002040                 PE07-PM-N ', STATUS ' PE07-MASTER-STATUS
002050             MOVE 12 TO RETURN-CODE
002060             SET PE07-RCVR-BACKUP-EOF TO TRUE
002070     END-WRITE
002080     IF RETURN-CODE = 0
002090         ADD 1 TO PE07-RCVR-LOADED-COUNT
002100         MOVE PE07-PM-N     TO PE07-RCVR-HIGHEST-N
002110         MOVE PE07-PM-PRIME TO PE07-RCVR-LAST-PRIME
002120     END-IF
002130     .
002140 2100-EXIT.
002150     EXIT.
002160***************************************************************
002170*                                                             *
002180*    3000-PROVE-BACKUP                                        *
002190*                                                             *
002200*    THE JOURNAL IS ONLY APPLIED ON TOP OF A BACKUP THAT      *
002210*    PROVED -- ITS TRAILER PRESENT, AND ITS RECORD COUNT AND  *
002220*    HIGHEST N BOTH MATCHING WHAT WAS LOADED.                 *
002230***************************************************************
002240 3000-PROVE-BACKUP.
002250     IF NOT PE07-RCVR-TRAILER-SEEN
002260         DISPLAY 'PE07-E27 BACKUP HAS NO TRAILER RECORD --'
002270             ' REBUILT FILE CANNOT BE PROVED'
002280         MOVE 8 TO RETURN-CODE
002290         GO TO 3000-EXIT
002300     END-IF
002310     IF PE07-RCVR-LOADED-COUNT NOT = PE07-RCVR-TRL-COUNT
002320             OR PE07-RCVR-HIGHEST-N NOT = PE07-RCVR-TRL-HIGH-N
002330         DISPLAY 'PE07-E28 RELOAD TOTALS DO NOT MATCH TRAILER --'
002340             ' LOADED ' PE07-RCVR-LOADED-COUNT
002350             ' HIGHEST N ' PE07-RCVR-HIGHEST-N
002360             ' EXPECTED ' PE07-RCVR-TRL-COUNT
002370             ' HIGHEST N ' PE07-RCVR-TRL-HIGH-N
002380         MOVE 8 TO RETURN-CODE
002390         GO TO 3000-EXIT
002400     END-IF
002410     MOVE PE07-RCVR-LOADED-COUNT TO PE07-RCVR-BKP-COUNT
002420     DISPLAY 'PE07-I03 ' PE07-RCVR-LOADED-COUNT
002430         ' MASTER RECORDS RELOADED, HIGHEST N '
002440         PE07-RCVR-HIGHEST-N ' -- TOTALS PROVED'
002450     .
002460 3000-EXIT.
002470     EXIT.
002480***************************************************************
002490*                                                             *
002500*    4000-CHECK-JOURNAL-START                                 *
002510*                                                             *
002520*    THE FIRST JOURNAL RECORD MUST BE THE HEADER PE07UNLD     *
002530*    WROTE WHEN IT RESET THE JOURNAL, CARRYING THE SAME       *
002540*    RECORD COUNT AND HIGHEST N AS THIS BACKUP'S TRAILER. A   *
002550*    JOURNAL RESET BY A LATER BACKUP, OR ONE NOT RESET SINCE  *
002560*    AN EARLIER ONE, DOES NOT BELONG WITH THIS BACKUP. THE    *
002570*    FIRST N THE JOURNAL MAY CARRY IS THE ONE AFTER THE       *
002580*    BACKUP'S HIGHEST -- OR 2 FOR AN EMPTY BACKUP, SINCE THE  *
002590*    FIRST PRIME (N = 1) IS NEVER STORED.                     *
002600***************************************************************
002610 4000-CHECK-JOURNAL-START.
002620     READ JOURNAL-FILE
002630         AT END
002640             DISPLAY 'PE07-E90 JOURNAL-FILE IS EMPTY -- IT HAS NO'
002650                 ' HEADER, SO IT WAS NEVER RESET BY A BACKUP'
002660             MOVE 8 TO RETURN-CODE
002670             GO TO 4000-EXIT
002680     END-READ
002690     IF NOT PE07-JRN-HEADER
002700         DISPLAY 'PE07-E90 FIRST JOURNAL RECORD IS TYPE '
002710             PE07-JRN-REC-TYPE ', NOT THE RESET HEADER'
002720         MOVE 8 TO RETURN-CODE
002730         GO TO 4000-EXIT
002740     END-IF
002750     IF PE07-JRN-RECORD-COUNT NOT = PE07-RCVR-TRL-COUNT
002760             OR PE07-JRN-HIGHEST-N NOT = PE07-RCVR-TRL-HIGH-N
002770         DISPLAY 'PE07-E91 JOURNAL DOES NOT START WHERE THE'
002780             ' BACKUP ENDS -- JOURNAL RESET AT '
002790             PE07-JRN-RECORD-COUNT ' RECORDS, HIGHEST N '
002800             PE07-JRN-HIGHEST-N
002810         MOVE 8 TO RETURN-CODE
002820         GO TO 4000-EXIT
002830     END-IF
002840     MOVE PE07-JRN-RECORD-COUNT TO PE07-RCVR-CTL-COUNT
002850     MOVE PE07-JRN-HIGHEST-N    TO PE07-RCVR-CTL-HIGH-N
002860     IF PE07-RCVR-HIGHEST-N = 0
002870         MOVE 2 TO PE07-RCVR-EXPECTED-N
002880     ELSE
002890         COMPUTE PE07-RCVR-EXPECTED-N = PE07-RCVR-HIGHEST-N + 1
002900     END-IF
002910     .
002920 4000-EXIT.
002930     EXIT.
002940***************************************************************
002950*                                                             *
002960*    5000-APPLY-JOURNAL                                       *
002970*                                                             *
002980*    APPLIES ONE JOURNAL RECORD.  DETAILS ARE ONLY ACCEPTED   *
002990*    INSIDE A RUN (A RUN-BEGIN NOT YET CLOSED BY ITS          *
003000*    TRAILER).  A RUN-BEGIN ARRIVING WHILE A RUN IS STILL     *
003010*    OPEN, OR THE END OF THE JOURNAL, MEANS THAT RUN ENDED    *
003020*    WITHOUT ITS TRAILER -- THE SEARCH ABENDED OR WAS         *
003030*    CANCELLED -- AND IS WARNED, NOT FAILED: ITS RECORDS ARE  *
003040*    EXACTLY WHAT IT INSERTED BEFORE IT STOPPED.              *
003050***************************************************************
003060 5000-APPLY-JOURNAL.
003070     READ JOURNAL-FILE
003080         AT END
003090             SET PE07-RCVR-JOURNAL-EOF TO TRUE
003100             IF PE07-RCVR-RUN-OPEN
003110                 PERFORM 5300-UNCLOSED-RUN THRU 5300-EXIT
003120             END-IF
003130             GO TO 5000-EXIT
003140     END-READ
003150     EVALUATE TRUE
003160         WHEN PE07-JRN-RUN-BEGIN
003170             IF PE07-RCVR-RUN-OPEN
003180                 PERFORM 5300-UNCLOSED-RUN THRU 5300-EXIT
003190             END-IF
003200             SET PE07-RCVR-RUN-OPEN TO TRUE
003210             MOVE 0 TO PE07-RCVR-RUN-COUNT
003220             MOVE PE07-JRN-DATE TO PE07-RCVR-RUN-DATE
003230             MOVE PE07-JRN-TIME TO PE07-RCVR-RUN-TIME
003240         WHEN PE07-JRN-DETAIL AND PE07-RCVR-RUN-OPEN
003250             PERFORM 5100-APPLY-DETAIL THRU 5100-EXIT
003260         WHEN PE07-JRN-RUN-TRAILER AND PE07-RCVR-RUN-OPEN
003270             PERFORM 5200-CLOSE-RUN THRU 5200-EXIT
003280         WHEN OTHER
003290             DISPLAY 'PE07-E92 JOURNAL RECORD TYPE '
003300                 PE07-JRN-REC-TYPE ' OUT OF PLACE AFTER N '
003310                 PE07-RCVR-HIGHEST-N ' -- RECOVERY STOPPED'
003320             MOVE 8 TO RETURN-CODE
003330             SET PE07-RCVR-JOURNAL-EOF TO TRUE
003340     END-EVALUATE
003350     .
003360 5000-EXIT.
003370     EXIT.
003380***************************************************************
003390*                                                             *
003400*    5100-APPLY-DETAIL                                        *
003410*                                                             *
003420*    A DETAIL MUST CARRY THE NEXT N IN SEQUENCE AND A PRIME   *
003430*    ABOVE THE LAST ONE LOADED.  ANYTHING ELSE IS A GAP THE   *
003440*    RECOVERY CANNOT CROSS -- THE FILE IS LEFT HOLDING        *
003450*    EVERYTHING UP TO THE LAST GOOD N, AND RC=8 SAYS SO.      *
003460***************************************************************
003470 5100-APPLY-DETAIL.
003480     IF PE07-JRN-N NOT = PE07-RCVR-EXPECTED-N
003490         DISPLAY 'PE07-E94 JOURNAL GAP -- EXPECTED N '
003500             PE07-RCVR-EXPECTED-N ', FOUND N ' PE07-JRN-N
003510             ' -- MASTER RECOVERED ONLY TO N '
003520             PE07-RCVR-HIGHEST-N
003530         MOVE 8 TO RETURN-CODE
003540         SET PE07-RCVR-JOURNAL-EOF TO TRUE
003550         GO TO 5100-EXIT
003560     END-IF
003570     IF PE07-JRN-PRIME NOT > PE07-RCVR-LAST-PRIME
003580         DISPLAY 'PE07-E95 JOURNAL PRIME ' PE07-JRN-PRIME
003590             ' AT N ' PE07-JRN-N ' IS NOT ABOVE THE PRIME '
003600             PE07-RCVR-LAST-PRIME ' BEFORE IT'
003610             ' -- MASTER RECOVERED ONLY TO N '
003620             PE07-RCVR-HIGHEST-N
003630         MOVE 8 TO RETURN-CODE
003640         SET PE07-RCVR-JOURNAL-EOF TO TRUE
003650         GO TO 5100-EXIT
003660     END-IF
003670     MOVE PE07-JRN-N     TO PE07-PM-N
003680     MOVE PE07-JRN-PRIME TO PE07-PM-PRIME
003690     WRITE PE07-MASTER-RECORD
003700         INVALID KEY
003710             DISPLAY 'PE07-E26 PRIME-MASTER LOAD FAILED AT N '
003720                 PE07-PM-N ', STATUS ' PE07-MASTER-STATUS
003730             MOVE 12 TO RETURN-CODE
003740             SET PE07-RCVR-JOURNAL-EOF TO TRUE
003750             GO TO 5100-EXIT
003760     END-WRITE
003770     ADD 1 TO PE07-RCVR-LOADED-COUNT
003780     ADD 1 TO PE07-RCVR-APPLIED
003790     ADD 1 TO PE07-RCVR-RUN-COUNT
003800     MOVE PE07-PM-N     TO PE07-RCVR-HIGHEST-N
003810     MOVE PE07-PM-PRIME TO PE07-RCVR-LAST-PRIME
003820     ADD 1 TO PE07-RCVR-EXPECTED-N
003830     .
003840 5100-EXIT.
003850     EXIT.
003860***************************************************************
003870*                                                             *
003880*    5200-CLOSE-RUN                                           *
003890*                                                             *
003900*    A RUN TRAILER MUST COUNT EXACTLY THE DETAILS APPLIED     *
003910*    SINCE ITS RUN-BEGIN, AND (WHEN IT JOURNALED ANY) NAME    *
003920*    THE LAST OF THEM AS ITS HIGHEST N.  ITS COUNT AND        *
003930*    HIGHEST N THEN JOIN THE JOURNAL'S CONTROL TOTALS.        *
003940***************************************************************
003950 5200-CLOSE-RUN.
003960     IF PE07-JRN-RECORD-COUNT NOT = PE07-RCVR-RUN-COUNT
003970             OR (PE07-JRN-RECORD-COUNT > 0
003980                 AND PE07-JRN-HIGHEST-N NOT = PE07-RCVR-HIGHEST-N)
003990         DISPLAY 'PE07-E93 RUN BEGUN ' PE07-RCVR-RUN-DATE ' '
004000             PE07-RCVR-RUN-TIME ' JOURNALED '
004010             PE07-RCVR-RUN-COUNT ' RECORDS TO N '
004020             PE07-RCVR-HIGHEST-N
004030         DISPLAY 'PE07-E93 BUT ITS TRAILER CLAIMS '
004040             PE07-JRN-RECORD-COUNT ' RECORDS TO N '
004050             PE07-JRN-HIGHEST-N ' -- RECOVERY STOPPED'
004060         MOVE 8 TO RETURN-CODE
004070         SET PE07-RCVR-JOURNAL-EOF TO TRUE
004080         GO TO 5200-EXIT
004090     END-IF
004100     ADD PE07-JRN-RECORD-COUNT TO PE07-RCVR-CTL-COUNT
004110     IF PE07-JRN-RECORD-COUNT > 0
004120         MOVE PE07-JRN-HIGHEST-N TO PE07-RCVR-CTL-HIGH-N
004130     END-IF
004140     ADD 1 TO PE07-RCVR-RUNS-CLOSED
004150     MOVE 'N' TO PE07-RCVR-RUN-SW
004160     .
004170 5200-EXIT.
004180     EXIT.
004190***************************************************************
004200*                                                             *
004210*    5300-UNCLOSED-RUN                                        *
004220*                                                             *
004230*    A RUN WITH NO TRAILER HAS NO COUNT OF ITS OWN, SO THE    *
004240*    RECORDS IT ACTUALLY HOLDS -- ALREADY PROVED BY THEIR N   *
004250*    SEQUENCE -- JOIN THE CONTROL TOTALS INSTEAD, AND THE RUN *
004260*    IS WARNED SO THE OPERATOR KNOWS PART OF THE RECOVERY     *
004270*    RESTS ON THE SEQUENCE CHECK ALONE.                       *
004280***************************************************************
004290 5300-UNCLOSED-RUN.
004300     DISPLAY 'PE07-W17 RUN BEGUN ' PE07-RCVR-RUN-DATE ' '
004310         PE07-RCVR-RUN-TIME ' HAS NO TRAILER -- ITS '
004320         PE07-RCVR-RUN-COUNT ' RECORDS APPLIED ON SEQUENCE ONLY'
004330     ADD PE07-RCVR-RUN-COUNT TO PE07-RCVR-CTL-COUNT
004340     IF PE07-RCVR-RUN-COUNT > 0
004350         MOVE PE07-RCVR-HIGHEST-N TO PE07-RCVR-CTL-HIGH-N
004360     END-IF
004370     ADD 1 TO PE07-RCVR-RUNS-OPEN
004380     MOVE 'N' TO PE07-RCVR-RUN-SW
004390     IF RETURN-CODE = 0
004400         MOVE 4 TO RETURN-CODE
004410     END-IF
004420     .
004430 5300-EXIT.
004440     EXIT.
004450***************************************************************
004460*                                                             *
004470*    6000-PROVE-TOTALS                                        *
004480*                                                             *
004490*    THE RECOVERED FILE IS ONLY TRUSTED WHEN ITS RECORD COUNT *
004500*    AND HIGHEST N BOTH MATCH THE JOURNAL'S CONTROL TOTALS -- *
004510*    THE BACKUP'S, CARRIED ON THE HEADER, PLUS EVERY RUN'S.   *
004520***************************************************************
004530 6000-PROVE-TOTALS.
004540     IF PE07-RCVR-LOADED-COUNT NOT = PE07-RCVR-CTL-COUNT
004550             OR PE07-RCVR-HIGHEST-N NOT = PE07-RCVR-CTL-HIGH-N
004560         DISPLAY 'PE07-E96 RECOVERY TOTALS DO NOT MATCH THE'
004570             ' JOURNAL -- LOADED ' PE07-RCVR-LOADED-COUNT
004580             ' HIGHEST N ' PE07-RCVR-HIGHEST-N
004590             ' EXPECTED ' PE07-RCVR-CTL-COUNT
004600             ' HIGHEST N ' PE07-RCVR-CTL-HIGH-N
004610         MOVE 8 TO RETURN-CODE
004620         GO TO 6000-EXIT
004630     END-IF
004640     DISPLAY 'PE07-I26 ' PE07-RCVR-LOADED-COUNT
004650         ' MASTER RECORDS RECOVERED, HIGHEST N '
004660         PE07-RCVR-HIGHEST-N ' -- TOTALS PROVED'
004670     DISPLAY 'PE07-I26 ' PE07-RCVR-BKP-COUNT ' FROM THE BACKUP, '
004680         PE07-RCVR-APPLIED ' FROM THE JOURNAL ('
004690         PE07-RCVR-RUNS-CLOSED ' CLOSED RUNS, '
004700         PE07-RCVR-RUNS-OPEN ' WITHOUT TRAILER)'
004710     .
004720 6000-EXIT.
004730     EXIT.
004740 9999-EXIT.
004750     STOP RUN.
004760 END PROGRAM PE07-MASTER-RECOVERY.
