000010***************************************************************
000020*                                                             *
000030*    PE07MILE:                                                *
000040*                                                             *
000050*    BUILDS AND EXTENDS THE CUMULATIVE MILESTONE INDEX KEPT   *
000060*    ALONGSIDE PRIME-MASTER -- ONE RECORD AT EVERY            *
000070*    INTERVAL'TH PRIME CARRYING ITS N, THE PRIME, AND THE SUM *
000080*    OF EVERY PRIME UP TO AND INCLUDING IT (COUNTING THE      *
000090*    IMPLICIT 2), SO THE AGGREGATE, THE RANGE WALK, AND THE   *
000100*    ONLINE COUNT START FROM THE NEAREST MILESTONE BELOW      *
000110*    THEIR BOUND INSTEAD OF FROM 2.                           *
000120*                                                             *
000130*    RUN NIGHTLY WITH NO PARM, IT EXTENDS THE INDEX: THE LAST *
000140*    MILESTONE ON FILE IS FIRST PROVED AGAINST THE MASTER     *
000150*    RECORD AT ITS N, THEN THE MASTER IS READ ON FROM THERE,  *
000160*    CONTINUING THAT MILESTONE'S RUNNING SUM AND WRITING A    *
000170*    MILESTONE AT EVERY FURTHER MULTIPLE OF ITS INTERVAL.     *
000180*    WITH PARM='REBUILD' (PE07REOR) THE INDEX IS RELOADED     *
000190*    FROM THE FIRST MASTER RECORD AT THE STANDARD INTERVAL -- *
000200*    THE ONLY WAY A CHANGE OF INTERVAL TAKES EFFECT.          *
000210*                                                             *
000220*    ENDS RC=0 WHEN THE INDEX IS CURRENT, RC=4 FOR AN INVALID *
000230*    PARM OR AN EMPTY MASTER (NOTHING BUILT), RC=8 WHEN THE   *
000240*    INDEX NO LONGER AGREES WITH THE MASTER, THE MASTER IS    *
000250*    OUT OF SEQUENCE, OR THE SUM OVERFLOWS -- THE INDEX MUST  *
000260*    THEN BE REBUILT -- AND RC=12 ON A FILE ERROR.            *
000270*                                                             *
000280***************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     PE07-MILESTONE-BUILD.
000310 AUTHOR.         A M GRIFFITHS.
000320 INSTALLATION.   BATCH APPLICATIONS.
000330 DATE-WRITTEN.   2026-10-15.
000340 DATE-COMPILED.  2026-10-15.
000350***************************************************************
000360*                                                             *
000370*    MODIFICATION HISTORY                                     *
000380*                                                             *
000390*    DATE        INIT  DESCRIPTION                            *
000400*    ----------  ----  -------------------------------------- *
000410*    2026-10-15  AMG   ORIGINAL PROGRAM.                       *
000420*                                                             *
000430***************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PRIME-MASTER ASSIGN TO PRIMEMST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PE07-PM-N
000520         FILE STATUS IS PE07-MASTER-STATUS.
000530     SELECT MILESTONE-FILE ASSIGN TO MILESTON
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PE07-MIL-N
000570         FILE STATUS IS PE07-MILESTONE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PRIME-MASTER.
000610 COPY PE07MSTR.
000620 FD  MILESTONE-FILE.
000630 COPY PE07MIL.
000640 WORKING-STORAGE SECTION.
000650***************************************************************
000660*    FILE STATUS FIELDS AND SWITCHES                          *
000670***************************************************************
000680 01  PE07-MASTER-STATUS      PIC X(02).
000690     88  PE07-MASTER-OK              VALUE '00'.
000700 01  PE07-MILESTONE-STATUS   PIC X(02).
000710     88  PE07-MILESTONE-OK           VALUE '00'.
000720 01  PE07-MILE-SWITCHES.
000730     05  PE07-MILE-MODE-SW       PIC X(01)   VALUE 'E'.
000740         88  PE07-MILE-EXTEND            VALUE 'E'.
000750         88  PE07-MILE-REBUILD           VALUE 'R'.
000760     05  PE07-MILE-BAD-PARM-SW   PIC X(01)   VALUE 'N'.
000770         88  PE07-MILE-BAD-PARM          VALUE 'Y'.
000780     05  PE07-MILE-MASTER-EOF-SW PIC X(01)   VALUE 'N'.
000790         88  PE07-MILE-MASTER-EOF        VALUE 'Y'.
000800     05  PE07-MILE-INDEX-EOF-SW  PIC X(01)   VALUE 'N'.
000810         88  PE07-MILE-INDEX-EOF         VALUE 'Y'.
000820***************************************************************
000830*    THE STANDARD INTERVAL FOR A REBUILT INDEX.  AN EXTEND    *
000840*    KEEPS WHATEVER INTERVAL THE INDEX ON FILE WAS BUILT AT.  *
000850***************************************************************
000860     78  PE07-MILE-STD-INTERVAL     VALUE 1000.
000870***************************************************************
000880*    RUNNING POSITION AND CONTROL TOTALS                      *
000890***************************************************************
000900 77  PE07-MILE-INTERVAL      PIC 9(06)        VALUE 0.
000910 77  PE07-MILE-LAST-N        PIC 9(12)        VALUE 0.
000920 77  PE07-MILE-LAST-PRIME    PIC 9(12)        VALUE 0.
000930 77  PE07-MILE-RUNNING-SUM   PIC 9(18)        VALUE 0.
000940 77  PE07-MILE-ON-FILE-COUNT PIC 9(09)  COMP  VALUE 0.
000950 77  PE07-MILE-WRITTEN-COUNT PIC 9(09)  COMP  VALUE 0.
000960 77  PE07-MILE-READ-COUNT    PIC 9(12)        VALUE 0.
000970 77  PE07-MILE-QUOTIENT      PIC 9(12)  COMP  VALUE 0.
000980 77  PE07-MILE-REMAINDER     PIC 9(06)  COMP  VALUE 0.
000990 01  PE07-MILE-RUN-DATE      PIC 9(08).
001000 LINKAGE SECTION.
001010***************************************************************
001020*    RUN-TIME PARAMETER PASSED ON THE EXEC CARD -- OMITTED    *
001030*    FOR THE NIGHTLY EXTEND, OR                               *
001040*    //STEP060 EXEC PGM=PE07-MILESTONE-BUILD,PARM='REBUILD'   *
001050***************************************************************
001060 01  PE07-MILE-PARM-AREA.
001070     05  PE07-MILE-PARM-LENGTH   PIC S9(4) COMP.
001080     05  PE07-MILE-PARM-VALUE    PIC X(07).
001090 PROCEDURE DIVISION USING PE07-MILE-PARM-AREA.
001100***************************************************************
001110*                                                             *
001120*    0000-MAINLINE                                            *
001130*                                                             *
001140***************************************************************
001150 0000-MAINLINE.
001160     PERFORM 1000-OBTAIN-PARAMETERS THRU 1000-EXIT
001170     IF PE07-MILE-BAD-PARM
001180         DISPLAY 'PE07-E101 INVALID PARM -- MUST BE REBUILD OR'
001190             ' OMITTED'
001200         MOVE 4 TO RETURN-CODE
001210         GO TO 9999-EXIT
001220     END-IF
001230     ACCEPT PE07-MILE-RUN-DATE FROM DATE YYYYMMDD
001240     OPEN INPUT PRIME-MASTER
001250     IF NOT PE07-MASTER-OK
001260         DISPLAY 'PE07-E19 UNABLE TO OPEN PRIME-MASTER, STATUS '
001270             PE07-MASTER-STATUS
001280         MOVE 12 TO RETURN-CODE
001290         GO TO 9999-EXIT
001300     END-IF
001310     IF PE07-MILE-REBUILD
001320         OPEN OUTPUT MILESTONE-FILE
001330     ELSE
001340         OPEN I-O MILESTONE-FILE
001350     END-IF
001360     IF NOT PE07-MILESTONE-OK
001370         DISPLAY 'PE07-E102 UNABLE TO OPEN MILESTONE-FILE,'
001380             ' STATUS ' PE07-MILESTONE-STATUS
001390         MOVE 12 TO RETURN-CODE
001400         CLOSE PRIME-MASTER
001410         GO TO 9999-EXIT
001420     END-IF
001430     MOVE PE07-MILE-STD-INTERVAL TO PE07-MILE-INTERVAL
001440     MOVE 1 TO PE07-MILE-LAST-N
001450     MOVE 2 TO PE07-MILE-LAST-PRIME
001460     MOVE 2 TO PE07-MILE-RUNNING-SUM
001470     IF PE07-MILE-EXTEND
001480         PERFORM 2000-FIND-LAST-MILESTONE THRU 2000-EXIT
001490     END-IF
001500     IF RETURN-CODE = 0
001510         PERFORM 3000-POSITION-MASTER THRU 3000-EXIT
001520     END-IF
001530     IF RETURN-CODE = 0
001540         PERFORM 4000-EXTEND-INDEX THRU 4000-EXIT
001550             UNTIL PE07-MILE-MASTER-EOF
001560     END-IF
001570     CLOSE PRIME-MASTER
001580     CLOSE MILESTONE-FILE
001590     IF RETURN-CODE NOT = 0
001600         GO TO 9999-EXIT
001610     END-IF
001620     IF PE07-MILE-LAST-N < 2
001630         DISPLAY 'PE07-W21 PRIME-MASTER IS EMPTY -- NO MILESTONES'
001640             ' BUILT'
001650         MOVE 4 TO RETURN-CODE
001660         GO TO 9999-EXIT
001670     END-IF
001680     DISPLAY 'PE07-I29 ' PE07-MILE-WRITTEN-COUNT
001690         ' MILESTONES WRITTEN AT INTERVAL ' PE07-MILE-INTERVAL
001700         ', ' PE07-MILE-READ-COUNT ' MASTER RECORDS READ TO N '
001710         PE07-MILE-LAST-N
001720     GO TO 9999-EXIT
001730     .
001740***************************************************************
001750*                                                             *
001760*    1000-OBTAIN-PARAMETERS                                   *
001770*                                                             *
001780*    NO PARM MEANS THE NIGHTLY EXTEND.  ANYTHING ELSE MUST    *
001790*    SPELL REBUILD -- A MISTYPED PARM MUST NOT QUIETLY EXTEND *
001800*    AN INDEX THE OPERATOR MEANT TO RELOAD.                   *
001810***************************************************************
001820 1000-OBTAIN-PARAMETERS.
001830     IF PE07-MILE-PARM-LENGTH = 0
001840         SET PE07-MILE-EXTEND TO TRUE
001850         GO TO 1000-EXIT
001860     END-IF
001870     IF PE07-MILE-PARM-LENGTH = 7
001880             AND PE07-MILE-PARM-VALUE = 'REBUILD'
001890         SET PE07-MILE-REBUILD TO TRUE
001900     ELSE
001910         SET PE07-MILE-BAD-PARM TO TRUE
001920     END-IF
001930     .
001940 1000-EXIT.
001950     EXIT.
001960***************************************************************
001970*                                                             *
001980*    2000-FIND-LAST-MILESTONE                                 *
001990*                                                             *
002000*    BROWSES THE INDEX TO ITS LAST RECORD, WHOSE N, PRIME,    *
002010*    SUM, AND INTERVAL THE EXTEND CONTINUES FROM, THEN PROVES *
002020*    THE MASTER STILL HOLDS THAT PRIME AT THAT N -- A MASTER  *
002030*    RELOADED OR RECOVERED SHORTER, OR CORRECTED BELOW THE    *
002040*    LAST MILESTONE, LEAVES AN INDEX THAT CAN ONLY BE         *
002050*    REBUILT. AN INDEX WITH NO RECORDS IS EXTENDED FROM THE   *
002060*    IMPLICIT FIRST PRIME AT THE STANDARD INTERVAL.           *
002070***************************************************************
002080 2000-FIND-LAST-MILESTONE.
002090     MOVE 0 TO PE07-MIL-N
002100     START MILESTONE-FILE
002110         KEY IS >= PE07-MIL-N
002120         INVALID KEY
002130             SET PE07-MILE-INDEX-EOF TO TRUE
002140     END-START
002150     PERFORM 2100-READ-MILESTONE THRU 2100-EXIT
002160         UNTIL PE07-MILE-INDEX-EOF
002170     IF PE07-MILE-ON-FILE-COUNT = 0
002180         GO TO 2000-EXIT
002190     END-IF
002200     MOVE PE07-MILE-LAST-N TO PE07-PM-N
002210     READ PRIME-MASTER
002220         KEY IS PE07-PM-N
002230         INVALID KEY
002240             MOVE 0 TO PE07-PM-PRIME
002250     END-READ
002260     IF PE07-PM-PRIME NOT = PE07-MILE-LAST-PRIME
002270         DISPLAY 'PE07-E103 MILESTONE INDEX DISAGREES WITH'
002280             ' PRIME-MASTER AT N ' PE07-MILE-LAST-N
002290             ' -- REBUILD THE INDEX'
002300         MOVE 8 TO RETURN-CODE
002310     END-IF
002320     .
002330 2000-EXIT.
002340     EXIT.
002350 2100-READ-MILESTONE.
002360     READ MILESTONE-FILE NEXT RECORD
002370         AT END
002380             SET PE07-MILE-INDEX-EOF TO TRUE
002390             GO TO 2100-EXIT
002400     END-READ
002410     ADD 1 TO PE07-MILE-ON-FILE-COUNT
002420     MOVE PE07-MIL-N         TO PE07-MILE-LAST-N
002430     MOVE PE07-MIL-PRIME     TO PE07-MILE-LAST-PRIME
002440     MOVE PE07-MIL-PRIME-SUM TO PE07-MILE-RUNNING-SUM
002450     MOVE PE07-MIL-INTERVAL  TO PE07-MILE-INTERVAL
002460     .
002470 2100-EXIT.
002480     EXIT.
002490***************************************************************
002500*                                                             *
002510*    3000-POSITION-MASTER                                     *
002520*                                                             *
002530*    POSITIONS THE MASTER ON THE FIRST RECORD PAST THE LAST   *
002540*    MILESTONE (PAST THE IMPLICIT N = 1 FOR A NEW INDEX).     *
002550*    NOTHING PAST IT MEANS THE INDEX IS ALREADY CURRENT.      *
002560***************************************************************
002570 3000-POSITION-MASTER.
002580     MOVE PE07-MILE-LAST-N TO PE07-PM-N
002590     START PRIME-MASTER
002600         KEY IS > PE07-PM-N
002610         INVALID KEY
002620             SET PE07-MILE-MASTER-EOF TO TRUE
002630     END-START
002640     .
002650 3000-EXIT.
002660     EXIT.
002670***************************************************************
002680*                                                             *
002690*    4000-EXTEND-INDEX                                        *
002700*                                                             *
002710*    ADDS EACH MASTER RECORD TO THE RUNNING SUM AND WRITES A  *
002720*    MILESTONE AT EVERY MULTIPLE OF THE INTERVAL.  THE SUM IS *
002730*    ONLY THE SUM OF THE FIRST N PRIMES WHILE N RUNS WITHOUT  *
002740*    A BREAK, SO A MASTER OUT OF SEQUENCE STOPS THE EXTEND.   *
002750***************************************************************
002760 4000-EXTEND-INDEX.
002770     READ PRIME-MASTER NEXT RECORD
002780         AT END
002790             SET PE07-MILE-MASTER-EOF TO TRUE
002800             GO TO 4000-EXIT
002810     END-READ
002820     ADD 1 TO PE07-MILE-READ-COUNT
002830     IF PE07-PM-N NOT = PE07-MILE-LAST-N + 1
002840             OR PE07-PM-PRIME NOT > PE07-MILE-LAST-PRIME
002850         DISPLAY 'PE07-E104 PRIME-MASTER OUT OF SEQUENCE AT N '
002860             PE07-PM-N ' -- MILESTONES STOPPED, AUDIT THE MASTER'
002870         MOVE 8 TO RETURN-CODE
002880         SET PE07-MILE-MASTER-EOF TO TRUE
002890         GO TO 4000-EXIT
002900     END-IF
002910     ADD PE07-PM-PRIME TO PE07-MILE-RUNNING-SUM
002920         ON SIZE ERROR
002930             DISPLAY 'PE07-E105 RUNNING PRIME SUM OVERFLOWS AT N '
002940                 PE07-PM-N ' -- MILESTONES STOPPED'
002950             MOVE 8 TO RETURN-CODE
002960             SET PE07-MILE-MASTER-EOF TO TRUE
002970             GO TO 4000-EXIT
002980     END-ADD
002990     MOVE PE07-PM-N     TO PE07-MILE-LAST-N
003000     MOVE PE07-PM-PRIME TO PE07-MILE-LAST-PRIME
003010     DIVIDE PE07-MILE-LAST-N BY PE07-MILE-INTERVAL
003020         GIVING PE07-MILE-QUOTIENT
003030         REMAINDER PE07-MILE-REMAINDER
003040     IF PE07-MILE-REMAINDER = 0
003050         PERFORM 4100-WRITE-MILESTONE THRU 4100-EXIT
003060     END-IF
003070     .
003080 4000-EXIT.
003090     EXIT.
003100 4100-WRITE-MILESTONE.
003110     MOVE SPACES                TO PE07-MILESTONE-RECORD
003120     MOVE PE07-MILE-LAST-N      TO PE07-MIL-N
003130     MOVE PE07-MILE-LAST-PRIME  TO PE07-MIL-PRIME
003140     MOVE PE07-MILE-RUNNING-SUM TO PE07-MIL-PRIME-SUM
003150     MOVE PE07-MILE-INTERVAL    TO PE07-MIL-INTERVAL
003160     MOVE PE07-MILE-RUN-DATE    TO PE07-MIL-BUILD-DATE
003170     WRITE PE07-MILESTONE-RECORD
003180         INVALID KEY
003190             DISPLAY 'PE07-E106 MILESTONE-FILE WRITE FAILED AT N '
003200                 PE07-MIL-N ', STATUS ' PE07-MILESTONE-STATUS
003210             MOVE 12 TO RETURN-CODE
003220             SET PE07-MILE-MASTER-EOF TO TRUE
003230             GO TO 4100-EXIT
003240     END-WRITE
003250     ADD 1 TO PE07-MILE-WRITTEN-COUNT
003260     .
003270 4100-EXIT.
003280     EXIT.
003290 9999-EXIT.
003300     STOP RUN.
003310 END PROGRAM PE07-MILESTONE-BUILD.
