000430*    2026-08-22  AMG   A FULL-CACHE LOAD THAT CANNOT OPEN      *
000440*                      PRIME-MASTER NOW RAISES PE07-E19 AND    *
000450*                      RETURNS A FILE ERROR INSTEAD OF         *
000451*                      SILENTLY LEAVING THE CACHE EMPTY.       *
000452*    2026-10-15  AMG   EVERY PRIME-MASTER INSERT IS ALSO       *
000453*                      WRITTEN TO THE FORWARD-RECOVERY         *
000454*                      JOURNAL (PE07JRN), BRACKETED BY A       *
000455*                      RUN-BEGIN AND A COUNTED RUN TRAILER.    *
000456*    2026-10-15  AMG   ADDED FUNCTION 'M' -- THE NEAREST       *
000457*                      CUMULATIVE MILESTONE BELOW A VALUE --   *
000458*                      AND A NEXT-PRIME WALK THAT MUST START   *
000459*                      OVER NOW STARTS FROM THAT MILESTONE'S   *
000460*                      PLACE IN THE CACHE INSTEAD OF THE TOP.  *
000461*    2026-10-15  AMG   A WARM SEARCH GIVEN PE07-SP-SLICE-      *
000462*                      MINUTES STOPS AT THE FIRST CHECKPOINT   *
000463*                      PAST THE SLICE, KEEPS THE CHECKPOINT,   *
000464*                      AND RETURNS STATUS '24' WITH THE N      *
000465*                      REACHED SO FAR.                         *
000466*    2026-10-15  AMG   ADDED FUNCTION 'H' -- THE HIGHEST N AND *
000467*                      PRIME ON PRIME-MASTER.                  *
000470*                                                             *
000480***************************************************************
000490 ENVIRONMENT DIVISION.
000690     SELECT EVENT-LOG-FILE ASSIGN TO EVENTLOG
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PE07-EVENT-STATUS.
000711     SELECT JOURNAL-FILE ASSIGN TO PRIMEJNL
000712         ORGANIZATION IS LINE SEQUENTIAL
000713         FILE STATUS IS PE07-JOURNAL-STATUS.
000714     SELECT MILESTONE-FILE ASSIGN TO MILESTON
000715         ORGANIZATION IS INDEXED
000716         ACCESS MODE IS DYNAMIC
000717         RECORD KEY IS PE07-MIL-N
000718         FILE STATUS IS PE07-MILESTONE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PRIME-MASTER.
000800 FD  EVENT-LOG-FILE
000810     RECORDING MODE IS F.
000820 COPY PE07EVT.
000822 FD  JOURNAL-FILE
000824     RECORDING MODE IS F.
000826 COPY PE07JRN.
000827 FD  MILESTONE-FILE.
000828 COPY PE07MIL.
000830 WORKING-STORAGE SECTION.
000840***************************************************************
000850*    SEARCH STATE -- PERSISTS ACROSS CALLS IN THE RUN UNIT    *
001030 01  PE07-SEED-PRIME         USAGE IS UNSIGNED-LONG.
001040***************************************************************
001050*    CHECKPOINT / RESTART FIELDS                                *
001051*    -- A TIME-SLICED WARM SEARCH READS THE CLOCK AT EVERY    *
001052*    CHECKPOINT, IN HUNDREDTHS OF A SECOND SINCE MIDNIGHT SO  *
001053*    A SLICE THAT CROSSES MIDNIGHT STILL STOPS ON TIME.       *
001060***************************************************************
001070     78  PE07-CHECKPOINT-INTERVAL   VALUE 500.
001071 01  PE07-SE-SLICE-SW        PIC X(01)   VALUE 'N'.
001072     88  PE07-SE-SLICE-ACTIVE        VALUE 'Y'.
001073     88  PE07-SE-SLICE-SPENT         VALUE 'S'.
001074 01  PE07-SE-SLICE-HS        PIC 9(09)   COMP VALUE 0.
001075 01  PE07-SE-SLICE-START-HS  PIC 9(09)   COMP VALUE 0.
001076 01  PE07-SE-SLICE-NOW-HS    PIC 9(09)   COMP VALUE 0.
001077 01  PE07-SE-SLICE-ELAPSED-HS
001078                             PIC S9(09)  COMP VALUE 0.
001079     78  PE07-HUNDREDTHS-PER-DAY    VALUE 8640000.
001080 01  PE07-CHECKPOINT-STATUS  PIC X(02).
001090     88  PE07-CHECKPOINT-OK         VALUE '00'.
001100 01  PE07-CKP-KEY            USAGE IS UNSIGNED-LONG.
001110 01  PE07-CHECKPOINT-COUNTER USAGE IS UNSIGNED-LONG.
001111 01  PE07-RESTART-SW         PIC X(01)   VALUE 'N'.
001112     88  PE07-RESTARTED              VALUE 'Y'.
001113***************************************************************
001114*    FORWARD-RECOVERY JOURNAL FIELDS                          *
001115***************************************************************
001116 01  PE07-JOURNAL-STATUS     PIC X(02).
001117     88  PE07-JOURNAL-OK             VALUE '00'.
001118 01  PE07-JOURNAL-SW         PIC X(01)   VALUE 'N'.
001119     88  PE07-JOURNAL-OPEN           VALUE 'Y'.
001120 01  PE07-JOURNAL-COUNT      PIC 9(12)   VALUE 0.
001121 01  PE07-JOURNAL-HIGH-N     PIC 9(12)   VALUE 0.
001122***************************************************************
001123*    CUMULATIVE MILESTONE INDEX FIELDS -- OPENED ON FIRST     *
001124*    USE AND LEFT OPEN FOR THE RUN UNIT, LIKE THE KEYED VIEW  *
001125*    OF PRIME-MASTER.  AN INDEX THAT CANNOT BE OPENED IS      *
001126*    TRIED ONCE AND THEN LEFT ALONE.                          *
001127***************************************************************
001128 01  PE07-MILESTONE-STATUS   PIC X(02).
001129     88  PE07-MILESTONE-OK           VALUE '00'.
001130 01  PE07-SE-MILE-OPEN-SW    PIC X(01)   VALUE 'N'.
001131     88  PE07-SE-MILE-NOT-TRIED      VALUE 'N'.
001132     88  PE07-SE-MILE-OPEN           VALUE 'Y'.
001133     88  PE07-SE-MILE-UNAVAILABLE    VALUE 'X'.
001134 01  PE07-SE-MILE-EOF-SW     PIC X(01)   VALUE 'N'.
001135     88  PE07-SE-MILE-EOF            VALUE 'Y'.
001136 01  PE07-SE-MILE-N          PIC 9(12)   VALUE 0.
001137 01  PE07-SE-MILE-PRIME      PIC 9(12)   VALUE 0.
001138 01  PE07-SE-MILE-SUM        PIC 9(18)   VALUE 0.
001140***************************************************************
001150*    SEGMENTED IN-MEMORY DIVISOR CACHE, LOADED FROM            *
001160*    PRIME-MASTER AND EXTENDED AS NEW PRIMES ARE DISCOVERED.   *
002050 01  PE07-PT-IDX             USAGE IS UNSIGNED-LONG.
002060 01  PE07-PT-SEG             USAGE IS UNSIGNED-LONG.
002070 01  PE07-PT-OFF             USAGE IS UNSIGNED-LONG.
002072 01  PE07-SE-SLICE-CLOCK.
002073     05  PE07-SE-CLK-HH          PIC 9(02).
002074     05  PE07-SE-CLK-MM          PIC 9(02).
002075     05  PE07-SE-CLK-SS          PIC 9(02).
002076     05  PE07-SE-CLK-HS          PIC 9(02).
002080 LINKAGE SECTION.
002090 COPY PE07PARM.
002100 PROCEDURE DIVISION USING PE07-SEARCH-PARM.
002280             PERFORM 6300-NEXT-PRIME-FROM THRU 6300-EXIT
002290         WHEN PE07-SP-FUNC-SMALL-FACTOR
002300             PERFORM 6400-SMALLEST-FACTOR THRU 6400-EXIT
002303         WHEN PE07-SP-FUNC-MILESTONE
002306             PERFORM 6500-NEAREST-MILESTONE THRU 6500-EXIT
002307         WHEN PE07-SP-FUNC-HIGHEST-N
002308             PERFORM 6600-HIGHEST-ON-FILE THRU 6600-EXIT
002310         WHEN OTHER
002320             SET PE07-SP-BAD-REQUEST TO TRUE
002330     END-EVALUATE
002710         PERFORM 1700-CHECK-FOR-RESTART THRU 1700-EXIT
002720         PERFORM 1600-SEED-FROM-MASTER THRU 1600-EXIT
002730         MOVE 0 TO PE07-CHECKPOINT-COUNTER
002732         PERFORM 7700-START-SLICE THRU 7700-EXIT
002740         OPEN I-O PRIME-MASTER
002750         IF NOT PE07-MASTER-OK
002760             DISPLAY 'PE07-E12 UNABLE TO OPEN PRIME-MASTER FOR'
002820             SET PE07-SP-FILE-ERROR TO TRUE
002830             MOVE PE07-MASTER-STATUS TO PE07-SP-FILE-STATUS
002840             MOVE 'PRIMEMST' TO PE07-SP-FILE-ID
002841             GO TO 2000-EXIT
002842         END-IF
002843         PERFORM 7550-OPEN-JOURNAL THRU 7550-EXIT
002844         IF PE07-SP-FILE-ERROR
002845             CLOSE PRIME-MASTER
002850             GO TO 2000-EXIT
002860         END-IF
002870         IF PE07-PRIME-COUNT = 0
002980             SET PE07-SP-FILE-ERROR TO TRUE
002990             MOVE PE07-CHECKPOINT-STATUS TO PE07-SP-FILE-STATUS
003000             MOVE 'CHKPFILE' TO PE07-SP-FILE-ID
003005             PERFORM 7600-CLOSE-JOURNAL THRU 7600-EXIT
003010             CLOSE PRIME-MASTER
003020             GO TO 2000-EXIT
003030         END-IF
003040         PERFORM FIND-NEXT-PRIME
003050             UNTIL N = N-End OR PE07-PROOF-GAP
003052                OR PE07-SE-SLICE-SPENT
003055         PERFORM 7600-CLOSE-JOURNAL THRU 7600-EXIT
003060         CLOSE PRIME-MASTER
003070         IF PE07-PROOF-GAP OR PE07-SE-SLICE-SPENT
003073             CLOSE CHECKPOINT-FILE
003076         ELSE
003080             PERFORM 9500-CLEAR-CHECKPOINT THRU 9500-EXIT
003110         END-IF
003120         SET PE07-SE-CACHE-TARGET TO TRUE
003130     END-IF
003160     ELSE
003170         MOVE N         TO PE07-SP-RESULT-N
003180         MOVE Nth-Prime TO PE07-SP-RESULT-PRIME
003185         IF PE07-SE-SLICE-SPENT
003186             SET PE07-SP-SLICE-ENDED TO TRUE
003187         END-IF
003190     END-IF
003195     MOVE 'N' TO PE07-SE-SLICE-SW
003200     .
003210 2000-EXIT.
003220     EXIT.
005020*    RETURNS THE NEXT PRIME AT OR ABOVE PE07-SP-VALUE.        *
005030*    SERVED FROM THE CACHED PRIMES WHEN THE VALUE FALLS       *
005040*    WITHIN THEM (WITH A CURSOR SO AN ASCENDING SWEEP DOES    *
005050*    NOT RESCAN FROM THE TOP, AND A CURSOR THAT MUST START    *
005053*    OVER STARTS AT THE NEAREST MILESTONE BELOW THE VALUE     *
005056*    RATHER THAN AT THE TOP), OTHERWISE BY TESTING            *
005060*    CANDIDATES WITH THE SAME PRIMALITY CHECK THE SEARCH      *
005070*    USES.  A CANDIDATE WHOSE ROOT THE CACHE CANNOT REACH     *
005080*    COMES BACK UNRESOLVED, NEVER GUESSED.                    *
005240         MOVE 0 TO PE07-SE-WALK-IDX
005250         MOVE 1 TO PE07-SE-WALK-SEG
005260         MOVE 1 TO PE07-SE-WALK-OFF
005265         PERFORM 6350-POSITION-AT-MILESTONE THRU 6350-EXIT
005270     END-IF
005280     MOVE 'N' TO PE07-SE-WALK-FOUND-SW
005290     PERFORM 6310-WALK-CACHE THRU 6310-EXIT
005950         ADD 2 TO Candidate
005960     END-IF
005970     .
005971 6330-EXIT.
005972     EXIT.
005973***************************************************************
005974*                                                             *
005975*    6350-POSITION-AT-MILESTONE                               *
005976*                                                             *
005977*    PUTS A RESTARTED CACHE WALK AT THE NEAREST MILESTONE     *
005978*    WHOSE PRIME IS BELOW THE VALUE, SO THE WALK NEVER        *
005979*    CLIMBS UP FROM 2 TO REACH A HIGH BOUND.  THE CACHE IS    *
005980*    LOADED FROM THE FIRST MASTER RECORD (N = 2), SO THE      *
005981*    MILESTONE AT N SITS N - 2 ENTRIES IN -- BUT THE ENTRY    *
005982*    THERE MUST HOLD THE MILESTONE'S OWN PRIME BEFORE THE     *
005983*    CURSOR IS MOVED.  ANY DOUBT (NO INDEX, AN ENTRY BEYOND   *
005984*    THE CACHE, OR A DIFFERENT PRIME) LEAVES THE WALK AT THE  *
005985*    TOP, WHICH IS SLOWER BUT NEVER WRONG.                    *
005986***************************************************************
005987 6350-POSITION-AT-MILESTONE.
005988     PERFORM 6980-ENSURE-MILESTONE-OPEN THRU 6980-EXIT
005989     IF NOT PE07-SE-MILE-OPEN
005990         GO TO 6350-EXIT
005991     END-IF
005992     PERFORM 6510-FIND-MILESTONE THRU 6510-EXIT
005993     IF PE07-SE-MILE-N < 2
005994         GO TO 6350-EXIT
005995     END-IF
005996     COMPUTE PE07-SE-WALK-IDX = PE07-SE-MILE-N - 2
005997     IF PE07-SE-WALK-IDX >= PE07-PRIME-COUNT
005998         MOVE 0 TO PE07-SE-WALK-IDX
005999         GO TO 6350-EXIT
006000     END-IF
006001     COMPUTE PE07-SE-WALK-SEG =
006002         PE07-SE-WALK-IDX / PE07-PRIME-SEG-SIZE + 1
006003     COMPUTE PE07-SE-WALK-OFF = PE07-SE-WALK-IDX
006004         - (PE07-SE-WALK-SEG - 1) * PE07-PRIME-SEG-SIZE + 1
006005     IF PE07-PRIME-ENTRY(PE07-SE-WALK-SEG, PE07-SE-WALK-OFF)
006006             NOT = PE07-SE-MILE-PRIME
006007         MOVE 0 TO PE07-SE-WALK-IDX
006008         MOVE 1 TO PE07-SE-WALK-SEG
006009         MOVE 1 TO PE07-SE-WALK-OFF
006010     END-IF
006011     .
006012 6350-EXIT.
006013     EXIT.
006014***************************************************************
006015*                                                             *
006020*    6400-SMALLEST-FACTOR                                     *
006030*                                                             *
006040*    RETURNS THE SMALLEST PRIME FACTOR OF PE07-SP-VALUE.      *
006560     END-IF
006570     COMPUTE PE07-SE-DIV-REMAIN =
006580         FUNCTION MOD(PE07-SP-VALUE, PE07-SE-DIV-VALUE)
006581     IF PE07-SE-DIV-REMAIN = 0
006582         MOVE PE07-SE-DIV-VALUE TO PE07-SP-RESULT-PRIME
006583         SET PE07-SE-DIV-DONE TO TRUE
006584         GO TO 6410-EXIT
006585     END-IF
006586     ADD 1 TO PE07-SE-DIV-IDX
006587     ADD 1 TO PE07-SE-DIV-OFF
006588     IF PE07-SE-DIV-OFF > PE07-PRIME-SEG-SIZE
006589         MOVE 1 TO PE07-SE-DIV-OFF
006590         ADD 1 TO PE07-SE-DIV-SEG
006591     END-IF
006592     .
006593 6410-EXIT.
006594     EXIT.
006595***************************************************************
006596*                                                             *
006597*    6500-NEAREST-MILESTONE                                   *
006598*                                                             *
006599*    RETURNS THE NEAREST CUMULATIVE MILESTONE WHOSE PRIME IS  *
006600*    STRICTLY BELOW PE07-SP-VALUE -- ITS N AND PRIME, AND IN  *
006601*    PE07-SP-RESULT-SUM THE SUM OF EVERY PRIME UP TO IT -- SO *
006602*    A CALLER COUNTING OR SUMMING THE PRIMES BELOW A BOUND    *
006603*    STARTS FROM THERE.  BELOW THE FIRST MILESTONE THE        *
006604*    ANSWER IS THE IMPLICIT (N = 1, PRIME = 2, SUM = 2); FOR  *
006605*    A VALUE OF 2 OR LESS THERE IS NO PRIME BELOW IT AND THE  *
006606*    ANSWER IS ALL ZEROS.  AN INDEX THAT CANNOT BE OPENED IS  *
006607*    A FILE ERROR HERE, NEVER A QUIET START FROM 2.           *
006608***************************************************************
006609 6500-NEAREST-MILESTONE.
006610     MOVE 0 TO PE07-SP-RESULT-SUM
006611     IF PE07-SP-VALUE <= 2
006612         MOVE 0 TO PE07-SP-RESULT-N
006613         MOVE 0 TO PE07-SP-RESULT-PRIME
006614         GO TO 6500-EXIT
006615     END-IF
006616     PERFORM 6980-ENSURE-MILESTONE-OPEN THRU 6980-EXIT
006617     IF NOT PE07-SE-MILE-OPEN
006618         SET PE07-SP-FILE-ERROR TO TRUE
006619         MOVE PE07-MILESTONE-STATUS TO PE07-SP-FILE-STATUS
006620         MOVE 'MILESTON' TO PE07-SP-FILE-ID
006621         GO TO 6500-EXIT
006622     END-IF
006623     PERFORM 6510-FIND-MILESTONE THRU 6510-EXIT
006624     MOVE PE07-SE-MILE-N     TO PE07-SP-RESULT-N
006625     MOVE PE07-SE-MILE-PRIME TO PE07-SP-RESULT-PRIME
006626     MOVE PE07-SE-MILE-SUM   TO PE07-SP-RESULT-SUM
006627     .
006628 6500-EXIT.
006629     EXIT.
006630***************************************************************
006631*                                                             *
006632*    6510-FIND-MILESTONE                                      *
006633*                                                             *
006634*    BROWSES THE INDEX IN N ORDER -- AND SO IN PRIME ORDER -- *
006635*    KEEPING THE LAST MILESTONE WHOSE PRIME IS BELOW          *
006636*    PE07-SP-VALUE.  THE INDEX HOLDS ONE RECORD PER INTERVAL  *
006637*    OF THE MASTER, SO THE BROWSE IS A SMALL FRACTION OF THE  *
006638*    WALK IT SAVES.                                           *
006639***************************************************************
006640 6510-FIND-MILESTONE.
006641     MOVE 1   TO PE07-SE-MILE-N
006642     MOVE 2   TO PE07-SE-MILE-PRIME
006643     MOVE 2   TO PE07-SE-MILE-SUM
006644     MOVE 'N' TO PE07-SE-MILE-EOF-SW
006645     MOVE 0   TO PE07-MIL-N
006646     START MILESTONE-FILE
006647         KEY IS >= PE07-MIL-N
006648         INVALID KEY
006649             SET PE07-SE-MILE-EOF TO TRUE
006650     END-START
006651     PERFORM 6520-READ-MILESTONE THRU 6520-EXIT
006652         UNTIL PE07-SE-MILE-EOF
006653     .
006654 6510-EXIT.
006655     EXIT.
006656 6520-READ-MILESTONE.
006657     READ MILESTONE-FILE NEXT RECORD
006658         AT END
006659             SET PE07-SE-MILE-EOF TO TRUE
006660             GO TO 6520-EXIT
006661     END-READ
006662     IF PE07-MIL-PRIME < PE07-SP-VALUE
006663         MOVE PE07-MIL-N         TO PE07-SE-MILE-N
006664         MOVE PE07-MIL-PRIME     TO PE07-SE-MILE-PRIME
006665         MOVE PE07-MIL-PRIME-SUM TO PE07-SE-MILE-SUM
006666     ELSE
006667         SET PE07-SE-MILE-EOF TO TRUE
006668     END-IF
006669     .
006670 6520-EXIT.
006671     EXIT.
006672***************************************************************
006673*                                                             *
006674*    6600-HIGHEST-ON-FILE                                     *
006675*                                                             *
006676*    BROWSES PRIME-MASTER TO THE END AND RETURNS ITS LAST     *
006677*    RECORD -- THE HIGHEST N SEARCHED SO FAR AND ITS PRIME.   *
006678*    AN EMPTY MASTER ANSWERS THE IMPLICIT (N = 1, PRIME = 2). *
006679*    AN UNOPENABLE MASTER IS A FILE ERROR, AS IN THE          *
006680*    FULL-CACHE LOAD.  THE DIVISOR CACHE IS NOT TOUCHED.      *
006681***************************************************************
006682 6600-HIGHEST-ON-FILE.
006683     MOVE 1   TO PE07-SP-RESULT-N
006684     MOVE 2   TO PE07-SP-RESULT-PRIME
006685     MOVE 'N' TO PE07-MASTER-EOF-SW
006686     OPEN INPUT PRIME-MASTER
006687     IF NOT PE07-MASTER-OK
006688         DISPLAY 'PE07-E19 UNABLE TO OPEN PRIME-MASTER, STATUS '
006689             PE07-MASTER-STATUS
006690         MOVE 'PE07-E19' TO PE07-EVENT-MSG-ID
006691         MOVE PE07-MASTER-STATUS TO PE07-EVENT-DETAIL
006692         MOVE '6600-HIGHEST-ON-FILE' TO PE07-EVENT-PARAGRAPH
006693         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
006694         SET PE07-SP-FILE-ERROR TO TRUE
006695         MOVE PE07-MASTER-STATUS TO PE07-SP-FILE-STATUS
006696         MOVE 'PRIMEMST' TO PE07-SP-FILE-ID
006697         GO TO 6600-EXIT
006698     END-IF
006699     PERFORM 6610-READ-TO-END THRU 6610-EXIT
006700         UNTIL PE07-MASTER-EOF
006701     CLOSE PRIME-MASTER
006702     .
006703 6600-EXIT.
006704     EXIT.
006705 6610-READ-TO-END.
006706     READ PRIME-MASTER
006707         AT END
006708             SET PE07-MASTER-EOF TO TRUE
006709         NOT AT END
006710             MOVE PE07-PM-N     TO PE07-SP-RESULT-N
006711             MOVE PE07-PM-PRIME TO PE07-SP-RESULT-PRIME
006712     END-READ
006713     .
006714 6610-EXIT.
006720     EXIT.
006730***************************************************************
006740*                                                             *
007540     END-READ
007550     .
007560 6960-EXIT.
007561     EXIT.
007562***************************************************************
007563*                                                             *
007564*    6980-ENSURE-MILESTONE-OPEN                               *
007565*                                                             *
007566*    OPENS THE CUMULATIVE MILESTONE INDEX ON FIRST USE AND    *
007567*    LEAVES IT OPEN FOR THE RUN UNIT.  A FAILED OPEN RAISES   *
007568*    PE07-W20 ONCE AND IS NOT RETRIED -- THE NEXT-PRIME WALK  *
007569*    THEN STARTS FROM THE TOP OF THE CACHE AS IT ALWAYS DID,  *
007570*    WHILE THE 'M' FUNCTION RETURNS A FILE ERROR.             *
007571***************************************************************
007572 6980-ENSURE-MILESTONE-OPEN.
007573     IF NOT PE07-SE-MILE-NOT-TRIED
007574         GO TO 6980-EXIT
007575     END-IF
007576     OPEN INPUT MILESTONE-FILE
007577     IF PE07-MILESTONE-OK
007578         SET PE07-SE-MILE-OPEN TO TRUE
007579     ELSE
007580         SET PE07-SE-MILE-UNAVAILABLE TO TRUE
007581         DISPLAY 'PE07-W20 UNABLE TO OPEN MILESTONE-FILE, STATUS '
007582             PE07-MILESTONE-STATUS
007583         MOVE 'PE07-W20' TO PE07-EVENT-MSG-ID
007584         MOVE PE07-MILESTONE-STATUS TO PE07-EVENT-DETAIL
007585         MOVE '6980-ENSURE-MILESTONE-OPEN'
007586             TO PE07-EVENT-PARAGRAPH
007587         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
007588     END-IF
007589     .
007590 6980-EXIT.
007591     EXIT.
007592***************************************************************
007593*                                                             *
007600*    FIND-NEXT-PRIME                                          *
007610*                                                             *
007620*    ONCE PE07-PROOF-GAP IS SET, FURTHER CANDIDATES ARE NO    *
007880                        >= PE07-CHECKPOINT-INTERVAL
007890                     PERFORM 7500-WRITE-CHECKPOINT THRU 7500-EXIT
007900                     MOVE 0 TO PE07-CHECKPOINT-COUNTER
007905                     IF PE07-SE-SLICE-ACTIVE AND N < N-End
007906                         PERFORM 7710-CHECK-SLICE THRU 7710-EXIT
007907                     END-IF
007910                 END-IF
007920             END-IF
007930         ELSE
008430*                                                             *
008440*    WRITES THE PRIME JUST FOUND TO THE PRODUCTION             *
008450*    PRIME-MASTER FILE AND CACHES IT IN THE DIVISOR CACHE.    *
008460*    NOT CALLED WHILE PE07-RECON-MODE-ACTIVE.  ONLY A PRIME   *
008462*    ACTUALLY INSERTED IS JOURNALED -- ONE ALREADY ON FILE    *
008464*    (A RESTART REPEATING ITS LAST FEW PRIMES) IS NOT, SO     *
008466*    THE JOURNAL'S N SEQUENCE STAYS UNBROKEN.                 *
008470***************************************************************
008480 7000-STORE-PRIME-IN-MASTER.
008490     MOVE N         TO PE07-PM-N
008570             MOVE '7000-STORE-PRIME-IN-MASTER'
008580                 TO PE07-EVENT-PARAGRAPH
008590             PERFORM 9600-LOG-EVENT THRU 9600-EXIT
008591         NOT INVALID KEY
008592             PERFORM 7100-JOURNAL-INSERT THRU 7100-EXIT
008593     END-WRITE
008594     PERFORM 7010-APPEND-PRIME-TO-TABLE THRU 7010-EXIT
008595     .
008596 7000-EXIT.
008597     EXIT.
008598***************************************************************
008599*                                                             *
008600*    7100-JOURNAL-INSERT                                      *
008601*                                                             *
008602*    WRITES THE INSERT JUST MADE TO THE FORWARD-RECOVERY      *
008603*    JOURNAL.  A WRITE FAILURE STOPS JOURNALING FOR THE REST  *
008604*    OF THE CALL WITHOUT A RUN TRAILER -- THE SEARCH ITSELF   *
008605*    GOES ON, BUT THE NEXT INSERT JOURNALED LEAVES A GAP      *
008606*    PE07RCVR WILL NOT RECOVER ACROSS, SO PE07-W16 ASKS FOR   *
008607*    A FRESH BACKUP TO RESET THE JOURNAL.                     *
008608***************************************************************
008609 7100-JOURNAL-INSERT.
008610     IF NOT PE07-JOURNAL-OPEN
008611         GO TO 7100-EXIT
008612     END-IF
008613     MOVE SPACES TO PE07-JOURNAL-RECORD
008614     SET PE07-JRN-DETAIL TO TRUE
008615     ACCEPT PE07-JRN-DATE FROM DATE YYYYMMDD
008616     ACCEPT PE07-JRN-TIME FROM TIME
008617     MOVE PE07-SP-RUN-MODE TO PE07-JRN-RUN-MODE
008618     MOVE PE07-PM-N        TO PE07-JRN-N
008619     MOVE PE07-PM-PRIME    TO PE07-JRN-PRIME
008620     WRITE PE07-JOURNAL-RECORD
008621     IF PE07-JOURNAL-OK
008622         ADD 1 TO PE07-JOURNAL-COUNT
008623         MOVE PE07-PM-N TO PE07-JOURNAL-HIGH-N
008624     ELSE
008625         DISPLAY 'PE07-W16 JOURNAL-FILE WRITE FAILED AT N '
008626             PE07-PM-N ', STATUS ' PE07-JOURNAL-STATUS
008627             ' -- TAKE A FRESH BACKUP'
008628         MOVE 'PE07-W16' TO PE07-EVENT-MSG-ID
008629         MOVE PE07-JOURNAL-STATUS TO PE07-EVENT-DETAIL
008630         MOVE '7100-JOURNAL-INSERT' TO PE07-EVENT-PARAGRAPH
008631         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
008632         CLOSE JOURNAL-FILE
008633         MOVE 'N' TO PE07-JOURNAL-SW
008634     END-IF
008635     .
008636 7100-EXIT.
008640     EXIT.
008650***************************************************************
008660*                                                             *
009190*                                                             *
009200***************************************************************
009210 7500-WRITE-CHECKPOINT.
009211     MOVE 1         TO PE07-CKP-KEY
009212     MOVE N         TO PE07-CKP-N
009213     MOVE Candidate TO PE07-CKP-CANDIDATE
009214     MOVE Nth-Prime TO PE07-CKP-NTH-PRIME
009215     REWRITE PE07-CHECKPOINT-RECORD
009216         INVALID KEY
009217             WRITE PE07-CHECKPOINT-RECORD
009218     END-REWRITE
009219     .
009220 7500-EXIT.
009221     EXIT.
009222***************************************************************
009223*                                                             *
009224*    7550-OPEN-JOURNAL                                        *
009225*                                                             *
009226*    OPENS THE FORWARD-RECOVERY JOURNAL FOR A WARM SEARCH     *
009227*    AND WRITES THE RUN-BEGIN RECORD.  A SEARCH THAT CANNOT   *
009228*    JOURNAL ITS INSERTS IS NOT RUN -- ITS PRIMES COULD NOT   *
009229*    BE RECOVERED, AND EVERY LATER INSERT WOULD BE CUT OFF    *
009230*    FROM THE BACKUP BY THE GAP.                              *
009231***************************************************************
009232 7550-OPEN-JOURNAL.
009233     MOVE 0   TO PE07-JOURNAL-COUNT
009234     MOVE 0   TO PE07-JOURNAL-HIGH-N
009235     MOVE 'N' TO PE07-JOURNAL-SW
009236     OPEN EXTEND JOURNAL-FILE
009237     IF NOT PE07-JOURNAL-OK
009238         DISPLAY 'PE07-E86 UNABLE TO OPEN JOURNAL-FILE, STATUS '
009239             PE07-JOURNAL-STATUS
009240         MOVE 'PE07-E86' TO PE07-EVENT-MSG-ID
009241         MOVE PE07-JOURNAL-STATUS TO PE07-EVENT-DETAIL
009242         MOVE '7550-OPEN-JOURNAL' TO PE07-EVENT-PARAGRAPH
009243         PERFORM 9600-LOG-EVENT THRU 9600-EXIT
009244         SET PE07-SP-FILE-ERROR TO TRUE
009245         MOVE PE07-JOURNAL-STATUS TO PE07-SP-FILE-STATUS
009246         MOVE 'PRIMEJNL' TO PE07-SP-FILE-ID
009247         GO TO 7550-EXIT
009248     END-IF
009249     SET PE07-JOURNAL-OPEN TO TRUE
009250     MOVE SPACES TO PE07-JOURNAL-RECORD
009251     SET PE07-JRN-RUN-BEGIN TO TRUE
009252     ACCEPT PE07-JRN-DATE FROM DATE YYYYMMDD
009253     ACCEPT PE07-JRN-TIME FROM TIME
009254     MOVE PE07-SP-RUN-MODE TO PE07-JRN-RUN-MODE
009255     MOVE 0 TO PE07-JRN-RECORD-COUNT
009256     MOVE 0 TO PE07-JRN-HIGHEST-N
009257     WRITE PE07-JOURNAL-RECORD
009258     .
009259 7550-EXIT.
009260     EXIT.
009261***************************************************************
009262*                                                             *
009263*    7600-CLOSE-JOURNAL                                       *
009264*                                                             *
009265*    WRITES THE RUN TRAILER -- THE COUNT OF INSERTS THIS      *
009266*    CALL JOURNALED AND THE HIGHEST N AMONG THEM -- AND       *
009267*    CLOSES THE JOURNAL.  A JOURNAL ALREADY CLOSED BY A       *
009268*    WRITE FAILURE GETS NO TRAILER.                           *
009269***************************************************************
009270 7600-CLOSE-JOURNAL.
009271     IF NOT PE07-JOURNAL-OPEN
009272         GO TO 7600-EXIT
009273     END-IF
009274     MOVE SPACES TO PE07-JOURNAL-RECORD
009275     SET PE07-JRN-RUN-TRAILER TO TRUE
009276     ACCEPT PE07-JRN-DATE FROM DATE YYYYMMDD
009277     ACCEPT PE07-JRN-TIME FROM TIME
009278     MOVE PE07-SP-RUN-MODE    TO PE07-JRN-RUN-MODE
009279     MOVE PE07-JOURNAL-COUNT  TO PE07-JRN-RECORD-COUNT
009280     MOVE PE07-JOURNAL-HIGH-N TO PE07-JRN-HIGHEST-N
009281     WRITE PE07-JOURNAL-RECORD
009282     CLOSE JOURNAL-FILE
009283     MOVE 'N' TO PE07-JOURNAL-SW
009284     .
009285 7600-EXIT.
009286     EXIT.
009287***************************************************************
009288*                                                             *
009289*    7700-START-SLICE                                         *
009290*                                                             *
009291*    STARTS THE SLICE CLOCK FOR A WARM SEARCH CALLED WITH     *
009292*    PE07-SP-SLICE-MINUTES ABOVE ZERO.  WITHOUT ONE THE       *
009293*    SEARCH RUNS TO N-End AS IT ALWAYS HAS.                   *
009294***************************************************************
009295 7700-START-SLICE.
009296     MOVE 'N' TO PE07-SE-SLICE-SW
009297     IF PE07-SP-SLICE-MINUTES IS NOT NUMERIC
009298        OR PE07-SP-SLICE-MINUTES = 0
009299         GO TO 7700-EXIT
009300     END-IF
009301     COMPUTE PE07-SE-SLICE-HS = PE07-SP-SLICE-MINUTES * 6000
009302     ACCEPT PE07-SE-SLICE-CLOCK FROM TIME
009303     PERFORM 7720-CLOCK-TO-HUNDREDTHS THRU 7720-EXIT
009304     MOVE PE07-SE-SLICE-NOW-HS TO PE07-SE-SLICE-START-HS
009305     SET PE07-SE-SLICE-ACTIVE TO TRUE
009306     .
009307 7700-EXIT.
009308     EXIT.
009309***************************************************************
009310*                                                             *
009311*    7710-CHECK-SLICE                                         *
009312*                                                             *
009313*    CALLED ONLY JUST AFTER A CHECKPOINT IS WRITTEN, SO A     *
009314*    SEARCH STOPPED HERE RESUMES FROM EXACTLY WHERE IT        *
009315*    STOPPED.  A SEARCH THAT HAS ALREADY REACHED N-End IS     *
009316*    NEVER CUT SHORT.                                         *
009317***************************************************************
009318 7710-CHECK-SLICE.
009319     ACCEPT PE07-SE-SLICE-CLOCK FROM TIME
009320     PERFORM 7720-CLOCK-TO-HUNDREDTHS THRU 7720-EXIT
009321     COMPUTE PE07-SE-SLICE-ELAPSED-HS =
009322         PE07-SE-SLICE-NOW-HS - PE07-SE-SLICE-START-HS
009323     IF PE07-SE-SLICE-ELAPSED-HS < 0
009324         ADD PE07-HUNDREDTHS-PER-DAY TO PE07-SE-SLICE-ELAPSED-HS
009325     END-IF
009326     IF PE07-SE-SLICE-ELAPSED-HS >= PE07-SE-SLICE-HS
009327         SET PE07-SE-SLICE-SPENT TO TRUE
009328     END-IF
009329     .
009330 7710-EXIT.
009331     EXIT.
009332***************************************************************
009333*                                                             *
009334*    7720-CLOCK-TO-HUNDREDTHS                                 *
009335*                                                             *
009336***************************************************************
009337 7720-CLOCK-TO-HUNDREDTHS.
009338     COMPUTE PE07-SE-SLICE-NOW-HS =
009339         ((PE07-SE-CLK-HH * 60 + PE07-SE-CLK-MM) * 60
009340             + PE07-SE-CLK-SS) * 100 + PE07-SE-CLK-HS
009341     .
009342 7720-EXIT.
009343     EXIT.
009344***************************************************************
009345*                                                             *
009350*    9500-CLEAR-CHECKPOINT                                    *
009360*                                                             *
009370*    RESETS THE CHECKPOINT SLOT TO ITS INACTIVE STATE ONCE    *
