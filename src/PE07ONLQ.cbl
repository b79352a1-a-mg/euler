000110*    PE07LOOK.  EACH PROMPT TAKES A FUNCTION CODE AND AN N    *
000120*    OR VALUE, CALLS THE ENGINE'S 'L', 'P', 'V', OR 'F'       *
000130*    FUNCTION DIRECTLY, AND DISPLAYS THE ANSWER OR THE        *
000140*    BEYOND-COVERAGE MESSAGE.  'C' COUNTS THE PRIMES AT OR    *
000143*    BELOW A VALUE, STARTING FROM THE NEAREST CUMULATIVE      *
000146*    MILESTONE ('M') AND WALKING 'V' ONLY FROM THERE.  EVERY  *
000150*    INQUIRY IS STILL STAMPED TO THE AUDIT LOG, UNDER RUN     *
000160*    MODE 'Q', SO USAGE STAYS VISIBLE TO THE TREND            *
000161*    REPORT.  THE ANALYST SIGNS ON WITH AN ACTIVE REQUESTER   *
000162*    CODE FROM THE REQUESTER MASTER BEFORE THE FIRST INQUIRY, *
000163*    AND EVERY AUDIT STAMP CARRIES THAT CODE SO THE MONTHLY   *
000164*    CHARGEBACK CAN BILL THE INQUIRIES TO THE DEPARTMENT THAT *
000165*    MADE THEM.                                               *
000170*                                                             *
000180*    REQUIRED ALLOCATIONS -- PRIMEMSK AND PRIMEMS1 (THE       *
000190*    QUERY SNAPSHOT AND ITS PRIME-VALUE PATH) FOR 'L' AND     *
000200*    'P', PRIMEMST (THE SNAPSHOT AGAIN) FOR 'V' AND 'F',      *
000205*    PRIMEMST AND MILESTON (THE MILESTONE INDEX) FOR 'C',     *
000210*    RQSTMAST FOR THE SIGN-ON, AND AUDITLOG AND EVENTLOG AS   *
000215*    IN PE07LOOK.                                             *
000220*                                                             *
000230***************************************************************
000240 IDENTIFICATION DIVISION.
000340*    DATE        INIT  DESCRIPTION                            *
000350*    ----------  ----  -------------------------------------- *
000360*    2026-09-03  AMG   ORIGINAL PROGRAM.                       *
000361*    2026-10-15  AMG   REQUESTER SIGN-ON AGAINST THE REQUESTER  *
000362*                      MASTER; THE CODE IS STAMPED ON EVERY     *
000363*                      MODE 'Q' AUDIT RECORD FOR THE MONTHLY    *
000364*                      CHARGEBACK.                              *
000365*    2026-10-15  AMG   ADDED FUNCTION 'C', THE COUNT OF PRIMES  *
000366*                      AT OR BELOW A VALUE, STARTED FROM THE    *
000367*                      NEAREST CUMULATIVE MILESTONE.            *
000370*                                                             *
000380***************************************************************
000390 ENVIRONMENT DIVISION.
000430     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PE07-AUDIT-STATUS.
000452     SELECT REQUESTER-MASTER-FILE ASSIGN TO RQSTMAST
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS PE07-RQSTMAST-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  AUDIT-LOG-FILE
000490     RECORDING MODE IS F.
000500 COPY PE07AUD.
000502 FD  REQUESTER-MASTER-FILE
000504     RECORDING MODE IS F.
000506 COPY PE07RQM.
000510 WORKING-STORAGE SECTION.
000520***************************************************************
000530*    RUN MODE STAMPED ON THE AUDIT AND EVENT RECORDS           *
000580***************************************************************
000590 01  PE07-AUDIT-STATUS       PIC X(02).
000600     88  PE07-AUDIT-OK               VALUE '00'.
000601***************************************************************
000602*    REQUESTER SIGN-ON -- THE CODE THE ANALYST IS WORKING     *
000603*    FOR, CHECKED ON THE REQUESTER MASTER AND STAMPED ON      *
000604*    EVERY AUDIT RECORD OF THE CONVERSATION                   *
000605***************************************************************
000606 01  PE07-RQSTMAST-STATUS    PIC X(02).
000607     88  PE07-RQSTMAST-OK            VALUE '00'.
000608 01  PE07-ONLQ-REQUESTER     PIC X(04)   VALUE SPACES.
000609 01  PE07-ONLQ-SIGNED-ON-SW  PIC X(01)   VALUE 'N'.
000610     88  PE07-ONLQ-SIGNED-ON         VALUE 'Y'.
000611 01  PE07-ONLQ-RQM-EOF-SW    PIC X(01)   VALUE 'N'.
000612     88  PE07-ONLQ-RQM-EOF           VALUE 'Y'.
000613 01  PE07-ONLQ-RQM-FOUND-SW  PIC X(01)   VALUE 'N'.
000614     88  PE07-ONLQ-RQM-FOUND         VALUE 'Y'.
000615 01  PE07-ONLQ-RQM-STATUS    PIC X(01)   VALUE SPACE.
000616     88  PE07-ONLQ-RQM-ACTIVE        VALUE 'A'.
000617***************************************************************
000620*    CONVERSATION STATE AND OPERATOR INPUT                     *
000630***************************************************************
000640 01  PE07-ONLQ-DONE-SW       PIC X(01)   VALUE 'N'.
000680     88  PE07-ONLQ-FUNC-IS-PRIME     VALUE 'P'.
000690     88  PE07-ONLQ-FUNC-NEXT         VALUE 'V'.
000700     88  PE07-ONLQ-FUNC-FACTOR       VALUE 'F'.
000705     88  PE07-ONLQ-FUNC-COUNT        VALUE 'C'.
000710     88  PE07-ONLQ-FUNC-END          VALUE 'X' ' '.
000720 01  PE07-ONLQ-VALUE-X       PIC X(12).
000730 01  PE07-ONLQ-VALUE         PIC 9(12).
000740 01  PE07-ONLQ-USE-LEN       PIC S9(4) COMP.
000750 01  PE07-ONLQ-BAD-VALUE     PIC 9(01).
000751     88  PE07-ONLQ-VALUE-INVALID     VALUE 1.
000752***************************************************************
000753*    COUNT OF PRIMES AT OR BELOW THE VALUE -- THE COUNT SO    *
000754*    FAR, THE HIGHEST PRIME COUNTED, AND THE NEXT VALUE THE   *
000755*    WALK ASKS THE ENGINE ABOUT                               *
000756***************************************************************
000757 01  PE07-ONLQ-COUNT         PIC 9(12)   VALUE 0.
000758 01  PE07-ONLQ-COUNT-PRIME   PIC 9(12)   VALUE 0.
000759 01  PE07-ONLQ-COUNT-NEXT    PIC 9(12)   VALUE 0.
000760 01  PE07-ONLQ-COUNT-DONE-SW PIC X(01)   VALUE 'N'.
000761     88  PE07-ONLQ-COUNT-DONE        VALUE 'Y'.
000770***************************************************************
000780*    INQUIRY TIMING FOR THE AUDIT STAMP -- THE SAME HHMMSSHH  *
000790*    CLOCK ARITHMETIC THE BATCH DRIVER USES, SO THE TREND     *
001010*                                                             *
001020***************************************************************
001030 0000-MAINLINE.
001031     INITIALIZE PE07-SEARCH-PARM
001032     DISPLAY 'PE07 PRIME INQUIRY -- ANSWERS COME FROM THE'
001033         ' PUBLISHED QUERY SNAPSHOT'
001034     PERFORM 1000-SIGN-ON THRU 1000-EXIT
001035         UNTIL PE07-ONLQ-SIGNED-ON OR PE07-ONLQ-DONE
001036     PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
001037         UNTIL PE07-ONLQ-DONE
001038     DISPLAY 'PE07 PRIME INQUIRY ENDED'
001039     GO TO 9999-EXIT
001040     .
001041***************************************************************
001042*                                                             *
001043*    1000-SIGN-ON                                             *
001044*                                                             *
001045*    ASKS FOR THE REQUESTER CODE THE INQUIRIES ARE MADE FOR,  *
001046*    RE-PROMPTING UNTIL AN ACTIVE CODE ON THE REQUESTER       *
001047*    MASTER IS GIVEN.  A BLANK CODE ENDS THE SESSION.  A      *
001048*    MASTER THAT CANNOT BE READ ALSO ENDS IT -- AN INQUIRY    *
001049*    THAT CANNOT BE ATTRIBUTED CANNOT BE BILLED.              *
001050***************************************************************
001051 1000-SIGN-ON.
001052     DISPLAY 'REQUESTER CODE (BLANK TO END)'
001053     MOVE SPACES TO PE07-ONLQ-REQUESTER
001054     ACCEPT PE07-ONLQ-REQUESTER
001055     IF PE07-ONLQ-REQUESTER = SPACES
001056         SET PE07-ONLQ-DONE TO TRUE
001057         GO TO 1000-EXIT
001058     END-IF
001059     PERFORM 1100-FIND-REQUESTER THRU 1100-EXIT
001060     IF NOT PE07-RQSTMAST-OK
001061         SET PE07-ONLQ-DONE TO TRUE
001062         GO TO 1000-EXIT
001063     END-IF
001064     IF NOT PE07-ONLQ-RQM-FOUND
001065         DISPLAY 'PE07-E63 REQUESTER ' PE07-ONLQ-REQUESTER
001066             ' IS NOT ON THE REQUESTER MASTER'
001067         GO TO 1000-EXIT
001068     END-IF
001069     IF NOT PE07-ONLQ-RQM-ACTIVE
001070         DISPLAY 'PE07-E64 REQUESTER ' PE07-ONLQ-REQUESTER
001071             ' IS NOT ACTIVE'
001072         GO TO 1000-EXIT
001073     END-IF
001074     SET PE07-ONLQ-SIGNED-ON TO TRUE
001075     .
001076 1000-EXIT.
001077     EXIT.
001078***************************************************************
001079*                                                             *
001080*    1100-FIND-REQUESTER                                      *
001081*                                                             *
001082*    READS THE REQUESTER MASTER FROM THE TOP FOR THE CODE     *
001083*    GIVEN.  THE MASTER IS SMALL AND SIGN-ON HAPPENS ONCE A   *
001084*    SESSION, SO IT IS NOT HELD IN STORAGE.                   *
001085***************************************************************
001086 1100-FIND-REQUESTER.
001087     MOVE 'N' TO PE07-ONLQ-RQM-FOUND-SW
001088     MOVE 'N' TO PE07-ONLQ-RQM-EOF-SW
001089     OPEN INPUT REQUESTER-MASTER-FILE
001090     IF NOT PE07-RQSTMAST-OK
001091         DISPLAY 'PE07-E68 UNABLE TO OPEN REQUESTER-MASTER-FILE,'
001092             ' STATUS ' PE07-RQSTMAST-STATUS
001093         GO TO 1100-EXIT
001094     END-IF
001095     PERFORM 1110-READ-REQUESTER THRU 1110-EXIT
001096         UNTIL PE07-ONLQ-RQM-EOF OR PE07-ONLQ-RQM-FOUND
001097     CLOSE REQUESTER-MASTER-FILE
001098     .
001099 1100-EXIT.
001100     EXIT.
001101 1110-READ-REQUESTER.
001102     READ REQUESTER-MASTER-FILE
001103         AT END
001104             SET PE07-ONLQ-RQM-EOF TO TRUE
001105             GO TO 1110-EXIT
001106     END-READ
001107     IF PE07-RQM-CODE = PE07-ONLQ-REQUESTER
001108         SET PE07-ONLQ-RQM-FOUND TO TRUE
001109         MOVE PE07-RQM-STATUS TO PE07-ONLQ-RQM-STATUS
001110     END-IF
001111     .
001112 1110-EXIT.
001113     EXIT.
001120***************************************************************
001130*                                                             *
001140*    2000-INQUIRY-CYCLE                                       *
001200 2000-INQUIRY-CYCLE.
001210     DISPLAY 'FUNCTION -- L NTH PRIME, P IS VALUE PRIME,'
001220         ' V NEXT PRIME AT OR ABOVE, F SMALLEST FACTOR,'
001230         ' C COUNT OF PRIMES AT OR BELOW, X END'
001240     MOVE SPACE TO PE07-ONLQ-FUNC
001250     ACCEPT PE07-ONLQ-FUNC
001260     IF PE07-ONLQ-FUNC-END
001310             AND NOT PE07-ONLQ-FUNC-IS-PRIME
001320             AND NOT PE07-ONLQ-FUNC-NEXT
001330             AND NOT PE07-ONLQ-FUNC-FACTOR
001335             AND NOT PE07-ONLQ-FUNC-COUNT
001340         DISPLAY 'UNRECOGNIZED FUNCTION -- ' PE07-ONLQ-FUNC
001350         GO TO 2000-EXIT
001360     END-IF
001900***************************************************************
001910 3000-CALL-ENGINE.
001920     MOVE PE07-ONLQ-RUN-MODE TO PE07-SP-RUN-MODE
001922     IF PE07-ONLQ-FUNC-COUNT
001924         PERFORM 3100-COUNT-PRIMES THRU 3100-EXIT
001926         GO TO 3000-EXIT
001928     END-IF
001930     EVALUATE TRUE
001940         WHEN PE07-ONLQ-FUNC-NTH
001950             SET PE07-SP-FUNC-LOOKUP-N TO TRUE
002050             MOVE PE07-ONLQ-VALUE TO PE07-SP-VALUE
002060     END-EVALUATE
002070     CALL 'PE07-PRIME-SEARCH' USING PE07-SEARCH-PARM
002071     .
002072 3000-EXIT.
002073     EXIT.
002074***************************************************************
002075*                                                             *
002076*    3100-COUNT-PRIMES                                        *
002077*                                                             *
002078*    THE COUNT OF PRIMES AT OR BELOW THE VALUE.  THE NEAREST  *
002079*    MILESTONE BELOW IT GIVES THE COUNT UP TO ITS PRIME       *
002080*    (ITS N), AND THE NEXT-PRIME FUNCTION IS WALKED ON FROM   *
002081*    THERE, COUNTING EACH PRIME THAT STILL FALLS AT OR BELOW  *
002082*    THE VALUE.  A WALK THAT RUNS PAST THE COVERAGE OF THE    *
002083*    SNAPSHOT LEAVES THE ENGINE'S STATUS IN PLACE, SO THE     *
002084*    ANSWER SHOWS BEYOND COVERAGE RATHER THAN A SHORT COUNT.  *
002085***************************************************************
002086 3100-COUNT-PRIMES.
002087     MOVE 0 TO PE07-ONLQ-COUNT
002088     MOVE 0 TO PE07-ONLQ-COUNT-PRIME
002089     IF PE07-ONLQ-VALUE < 2
002090         SET PE07-SP-OK TO TRUE
002091         GO TO 3100-EXIT
002092     END-IF
002093     SET PE07-SP-FUNC-MILESTONE TO TRUE
002094     MOVE PE07-ONLQ-VALUE TO PE07-SP-VALUE
002095     CALL 'PE07-PRIME-SEARCH' USING PE07-SEARCH-PARM
002096     IF NOT PE07-SP-OK
002097         GO TO 3100-EXIT
002098     END-IF
002099     MOVE PE07-SP-RESULT-N     TO PE07-ONLQ-COUNT
002100     MOVE PE07-SP-RESULT-PRIME TO PE07-ONLQ-COUNT-PRIME
002101     COMPUTE PE07-ONLQ-COUNT-NEXT = PE07-SP-RESULT-PRIME + 1
002102     MOVE 'N' TO PE07-ONLQ-COUNT-DONE-SW
002103     PERFORM 3110-COUNT-WALK THRU 3110-EXIT
002104         UNTIL PE07-ONLQ-COUNT-DONE
002105     .
002106 3100-EXIT.
002107     EXIT.
002108 3110-COUNT-WALK.
002109     SET PE07-SP-FUNC-NEXT-PRIME TO TRUE
002110     MOVE PE07-ONLQ-COUNT-NEXT TO PE07-SP-VALUE
002111     CALL 'PE07-PRIME-SEARCH' USING PE07-SEARCH-PARM
002112     IF NOT PE07-SP-OK
002113             OR PE07-SP-RESULT-PRIME > PE07-ONLQ-VALUE
002114         SET PE07-ONLQ-COUNT-DONE TO TRUE
002115         GO TO 3110-EXIT
002116     END-IF
002117     ADD 1 TO PE07-ONLQ-COUNT
002118     MOVE PE07-SP-RESULT-PRIME TO PE07-ONLQ-COUNT-PRIME
002119     COMPUTE PE07-ONLQ-COUNT-NEXT = PE07-SP-RESULT-PRIME + 1
002120     .
002121 3110-EXIT.
002122     EXIT.
002123***************************************************************
002124*                                                             *
002130*    4000-SHOW-ANSWER                                         *
002140*                                                             *
002150*    ONE DISPLAY PER OUTCOME, INCLUDING THE SAME BEYOND-      *
002180***************************************************************
002190 4000-SHOW-ANSWER.
002200     EVALUATE TRUE
002201         WHEN PE07-SP-OK AND PE07-ONLQ-FUNC-COUNT
002202                 AND PE07-ONLQ-COUNT = 0
002203             DISPLAY 'PE07-I30 THERE ARE NO PRIMES AT OR BELOW '
002204                 PE07-ONLQ-VALUE
002205         WHEN PE07-SP-OK AND PE07-ONLQ-FUNC-COUNT
002206             DISPLAY 'PE07-I30 ' PE07-ONLQ-COUNT
002207                 ' PRIMES AT OR BELOW ' PE07-ONLQ-VALUE
002208                 ', THE HIGHEST IS ' PE07-ONLQ-COUNT-PRIME
002210         WHEN PE07-SP-OK AND PE07-ONLQ-FUNC-NTH
002220             DISPLAY 'PE07-I06 N ' PE07-SP-RESULT-N
002230                 ' PRIME ' PE07-SP-RESULT-PRIME
002730         MOVE PE07-ONLQ-START-TIME  TO PE07-AUD-RUN-TIME
002740         MOVE PE07-ONLQ-RUN-MODE    TO PE07-AUD-MODE
002750         MOVE PE07-ONLQ-VALUE       TO PE07-AUD-REQUESTED-N
002790         EVALUATE TRUE
002795             WHEN PE07-ONLQ-FUNC-COUNT AND PE07-SP-OK
002800                 MOVE PE07-ONLQ-COUNT-PRIME TO PE07-AUD-NTH-PRIME
002801             WHEN PE07-SP-OK OR PE07-SP-NOT-PRIME
002802                     OR PE07-SP-VALUE-IS-PRIME
002803                 MOVE PE07-SP-RESULT-PRIME TO PE07-AUD-NTH-PRIME
002804             WHEN OTHER
002805                 MOVE 0 TO PE07-AUD-NTH-PRIME
002810         END-EVALUATE
002820         MOVE PE07-ONLQ-ELAPSED-TIME TO PE07-AUD-ELAPSED-TIME
002825         MOVE PE07-ONLQ-REQUESTER   TO PE07-AUD-REQUESTER
002830         WRITE PE07-AUDIT-RECORD
002840         CLOSE AUDIT-LOG-FILE
002850     ELSE
