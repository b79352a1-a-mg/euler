000110*    THE FILE IS CLEAN, SO THE SCHEDULER CAN FENCE OFF THE    *
000120*    SEARCH STEP FROM A CORRUPTED MASTER THE SAME WAY THE     *
000130*    RECONCILIATION STEP FENCES OFF A BAD ALGORITHM.          *
000131*    THE CUMULATIVE MILESTONE INDEX IS PROVED IN THE SAME     *
000132*    PASS -- EVERY MILESTONE MUST SIT ON A MASTER RECORD AT   *
000133*    THE NEXT MULTIPLE OF ITS INTERVAL, CARRY THAT RECORD'S   *
000134*    PRIME, AND CARRY THE RUNNING SUM OF THE MASTER UP TO IT  *
000135*    -- AND A BROKEN INDEX ALSO ENDS RC=8 (PE07-E107), SINCE  *
000136*    THE AGGREGATE AND THE ONLINE COUNT START FROM IT.        *
000140*                                                             *
000150***************************************************************
000160 IDENTIFICATION DIVISION.
000330*                      IMPLICIT), SO A CLEAN FILE BEGINS AT    *
000340*                      N = 2 AND ONLY A FIRST N ABOVE 2 IS A   *
000350*                      GAP.                                    *
000352*    2026-10-15  AMG   THE CUMULATIVE MILESTONE INDEX IS NOW   *
000354*                      PROVED AGAINST THE MASTER IN THE SAME   *
000356*                      BROWSE, WITH ITS OWN CONTROL TOTALS.    *
000360*                                                             *
000370***************************************************************
000380 ENVIRONMENT DIVISION.
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS PE07-PM-N
000460         FILE STATUS IS PE07-MASTER-STATUS.
000461     SELECT MILESTONE-FILE ASSIGN TO MILESTON
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS SEQUENTIAL
000464         RECORD KEY IS PE07-MIL-N
000465         FILE STATUS IS PE07-MILESTONE-STATUS.
000470     SELECT AUDIT-REPORT-FILE ASSIGN TO AUDTRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PE07-AUDT-REPORT-STATUS.
000510 FILE SECTION.
000520 FD  PRIME-MASTER.
000530 COPY PE07MSTR.
000533 FD  MILESTONE-FILE.
000536 COPY PE07MIL.
000540 FD  AUDIT-REPORT-FILE
000550     RECORDING MODE IS F.
000560 01  PE07-AUDT-PRINT-LINE    PIC X(132).
000600***************************************************************
000610 01  PE07-MASTER-STATUS      PIC X(02).
000620     88  PE07-MASTER-OK              VALUE '00'.
000623 01  PE07-MILESTONE-STATUS   PIC X(02).
000626     88  PE07-MILESTONE-OK           VALUE '00'.
000630 01  PE07-AUDT-REPORT-STATUS PIC X(02).
000640     88  PE07-AUDT-REPORT-OK         VALUE '00'.
000650 01  PE07-AUDT-SWITCHES.
000670         88  PE07-AUDT-MASTER-EOF        VALUE 'Y'.
000680     05  PE07-AUDT-FIRST-SW      PIC X(01)   VALUE 'Y'.
000690         88  PE07-AUDT-FIRST-RECORD      VALUE 'Y'.
000692     05  PE07-AUDT-MIL-OPEN-SW   PIC X(01)   VALUE 'N'.
000694         88  PE07-AUDT-MIL-OPEN          VALUE 'Y'.
000696     05  PE07-AUDT-MIL-EOF-SW    PIC X(01)   VALUE 'N'.
000698         88  PE07-AUDT-MIL-EOF           VALUE 'Y'.
000700***************************************************************
000710*    PREDECESSOR VALUES AND CONTROL TOTALS                     *
000720***************************************************************
000800 77  PE07-AUDT-ORDER-COUNT   PIC 9(09)  COMP  VALUE 0.
000810 77  PE07-AUDT-EVEN-COUNT    PIC 9(09)  COMP  VALUE 0.
000820 77  PE07-AUDT-ERROR-TOTAL   PIC 9(09)  COMP  VALUE 0.
000821 77  PE07-AUDT-REMAIN        PIC 9(09)  COMP  VALUE 0.
000822***************************************************************
000823*    MILESTONE PROOF -- THE RUNNING SUM OF THE MASTER (THE     *
000824*    IMPLICIT 2 INCLUDED), THE INTERVAL OF THE FIRST           *
000825*    MILESTONE, AND THE LAST MILESTONE N SEEN                  *
000826***************************************************************
000827 77  PE07-AUDT-RUNNING-SUM   PIC 9(18)        VALUE 2.
000828 77  PE07-AUDT-MIL-INTERVAL  PIC 9(06)        VALUE 0.
000829 77  PE07-AUDT-PREV-MIL-N    PIC 9(12)        VALUE 0.
000830 77  PE07-AUDT-EXPECT-MIL-N  PIC 9(12)        VALUE 0.
000831 77  PE07-AUDT-MIL-COUNT     PIC 9(09)  COMP  VALUE 0.
000832 77  PE07-AUDT-MIL-ERRORS    PIC 9(09)  COMP  VALUE 0.
000833 77  PE07-AUDT-PAST-MIL      PIC 9(12)        VALUE 0.
000834 01  PE07-AUDT-ORPHAN-TEXT   PIC X(40).
000840***************************************************************
000850*    PAGE AND LINE CONTROL                                     *
000860***************************************************************
001790         MOVE 12 TO RETURN-CODE
001800         CLOSE AUDIT-REPORT-FILE
001810         GO TO 9999-EXIT
001811     END-IF
001812     OPEN INPUT MILESTONE-FILE
001813     IF PE07-MILESTONE-OK
001814         SET PE07-AUDT-MIL-OPEN TO TRUE
001815         PERFORM 3800-READ-MILESTONE THRU 3800-EXIT
001816     ELSE
001817         DISPLAY 'PE07-E108 UNABLE TO OPEN MILESTONE-FILE,'
001818             ' STATUS ' PE07-MILESTONE-STATUS
001819         MOVE 'MILESTONE INDEX COULD NOT BE OPENED -- NOT'
001820             TO PE07-AUDT-NOTE-TEXT
001821         MOVE 'PROVED' TO PE07-AUDT-NOTE-TEXT(44:)
001822         MOVE PE07-AUDT-NOTE-LINE TO PE07-AUDT-PRINT-LINE
001823         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
001824     END-IF
001830     PERFORM 2000-AUDIT-READ THRU 2000-EXIT
001840         UNTIL PE07-AUDT-MASTER-EOF
001850     CLOSE PRIME-MASTER
001860     IF PE07-AUDT-MIL-OPEN
001861         MOVE 'BEYOND THE LAST MASTER RECORD'
001862             TO PE07-AUDT-ORPHAN-TEXT
001863         PERFORM 3600-ORPHAN-MILESTONE THRU 3600-EXIT
001864             UNTIL PE07-AUDT-MIL-EOF
001865         CLOSE MILESTONE-FILE
001866     END-IF
001867     IF PE07-AUDT-ERROR-TOTAL = 0 AND PE07-AUDT-MIL-ERRORS = 0
001870         MOVE 'NO INTEGRITY CONDITIONS DETECTED'
001880             TO PE07-AUDT-NOTE-TEXT
001890         MOVE PE07-AUDT-NOTE-LINE TO PE07-AUDT-PRINT-LINE
002010             MOVE 4 TO RETURN-CODE
002020         END-IF
002030     END-IF
002031     IF PE07-AUDT-MIL-ERRORS > 0
002032         DISPLAY 'PE07-E107 ' PE07-AUDT-MIL-ERRORS
002033             ' MILESTONE INDEX CONDITIONS DETECTED -- REBUILD'
002034             ' THE INDEX'
002035         MOVE 8 TO RETURN-CODE
002036     END-IF
002037     IF NOT PE07-AUDT-MIL-OPEN
002038         MOVE 12 TO RETURN-CODE
002039     END-IF
002040     GO TO 9999-EXIT
002050     .
002060***************************************************************
002080*    2000-AUDIT-READ                                          *
002090*                                                             *
002100*    READS THE NEXT MASTER RECORD AND RUNS EVERY INTEGRITY    *
002110*    CHECK AGAINST IT AND ITS PREDECESSOR, THEN ADDS IT TO    *
002115*    THE RUNNING SUM AND PROVES ANY MILESTONE AT ITS N.       *
002120***************************************************************
002130 2000-AUDIT-READ.
002140     READ PRIME-MASTER
002170         NOT AT END
002180             ADD 1 TO PE07-AUDT-RECORD-COUNT
002190             PERFORM 3000-CHECK-RECORD THRU 3000-EXIT
002191             IF PE07-PM-N > 1
002192                 ADD PE07-PM-PRIME TO PE07-AUDT-RUNNING-SUM
002193             END-IF
002194             IF PE07-AUDT-MIL-OPEN
002195                 PERFORM 3500-CHECK-MILESTONE THRU 3500-EXIT
002196             END-IF
002200             MOVE PE07-PM-N     TO PE07-AUDT-PREV-N
002210                                   PE07-AUDT-HIGHEST-N
002220             MOVE PE07-PM-PRIME TO PE07-AUDT-PREV-PRIME
002780     IF PE07-AUDT-REMAIN = 0 AND PE07-PM-PRIME NOT = 2
002790         MOVE 'EVEN VALUE' TO PE07-AUDT-ERR-TYPE
002800         MOVE 'EVEN PRIME OTHER THAN 2 ON FILE'
002801             TO PE07-AUDT-ERR-DETAIL
002802         PERFORM 4000-WRITE-ERROR THRU 4000-EXIT
002803         ADD 1 TO PE07-AUDT-EVEN-COUNT
002804     END-IF
002805     .
002806 3000-EXIT.
002807     EXIT.
002808***************************************************************
002809*                                                             *
002810*    3500-CHECK-MILESTONE                                     *
002811*                                                             *
002812*    MERGES THE MILESTONE INDEX AGAINST THE MASTER BROWSE --  *
002813*    BOTH ARE IN N ORDER.  A MILESTONE BELOW THE CURRENT      *
002814*    MASTER N HAS NO MASTER RECORD BEHIND IT; ONE AT THE      *
002815*    CURRENT N IS PROVED AGAINST THIS RECORD AND THE RUNNING  *
002816*    SUM; ONE ABOVE IT WAITS FOR A LATER RECORD.              *
002817***************************************************************
002818 3500-CHECK-MILESTONE.
002819     MOVE 'NO MASTER RECORD AT THIS N' TO PE07-AUDT-ORPHAN-TEXT
002820     PERFORM 3600-ORPHAN-MILESTONE THRU 3600-EXIT
002821         UNTIL PE07-AUDT-MIL-EOF
002822            OR PE07-MIL-N NOT < PE07-PM-N
002823     IF PE07-AUDT-MIL-EOF OR PE07-MIL-N > PE07-PM-N
002824         GO TO 3500-EXIT
002825     END-IF
002826     PERFORM 3650-CHECK-STEP THRU 3650-EXIT
002827     IF PE07-MIL-PRIME NOT = PE07-PM-PRIME
002828         MOVE 'MILESTONE PRIME' TO PE07-AUDT-ERR-TYPE
002829         MOVE 'PRIME DIFFERS FROM THE MASTER RECORD'
002830             TO PE07-AUDT-ERR-DETAIL
002831         PERFORM 4100-WRITE-MILESTONE-ERROR THRU 4100-EXIT
002832     END-IF
002833     IF PE07-MIL-PRIME-SUM NOT = PE07-AUDT-RUNNING-SUM
002834         MOVE 'MILESTONE SUM' TO PE07-AUDT-ERR-TYPE
002835         MOVE 'SUM DIFFERS FROM THE MASTER RUNNING SUM'
002836             TO PE07-AUDT-ERR-DETAIL
002837         PERFORM 4100-WRITE-MILESTONE-ERROR THRU 4100-EXIT
002838     END-IF
002839     PERFORM 3800-READ-MILESTONE THRU 3800-EXIT
002840     .
002841 3500-EXIT.
002842     EXIT.
002843 3600-ORPHAN-MILESTONE.
002844     PERFORM 3650-CHECK-STEP THRU 3650-EXIT
002845     MOVE 'MILESTONE ORPHAN' TO PE07-AUDT-ERR-TYPE
002846     MOVE PE07-AUDT-ORPHAN-TEXT TO PE07-AUDT-ERR-DETAIL
002847     PERFORM 4100-WRITE-MILESTONE-ERROR THRU 4100-EXIT
002848     PERFORM 3800-READ-MILESTONE THRU 3800-EXIT
002849     .
002850 3600-EXIT.
002851     EXIT.
002852***************************************************************
002853*                                                             *
002854*    3650-CHECK-STEP                                          *
002855*                                                             *
002856*    THE INDEX IS BUILT AT ONE INTERVAL, TAKEN FROM ITS       *
002857*    FIRST RECORD, WITH A MILESTONE AT EVERY MULTIPLE OF IT   *
002858*    -- A DIFFERENT INTERVAL, OR AN N THAT IS NOT THE NEXT    *
002859*    MULTIPLE, MEANS A MIXED OR DAMAGED INDEX.                *
002860***************************************************************
002861 3650-CHECK-STEP.
002862     ADD 1 TO PE07-AUDT-MIL-COUNT
002863     IF PE07-AUDT-MIL-COUNT = 1
002864         MOVE PE07-MIL-INTERVAL TO PE07-AUDT-MIL-INTERVAL
002865     END-IF
002866     COMPUTE PE07-AUDT-EXPECT-MIL-N =
002867         PE07-AUDT-PREV-MIL-N + PE07-AUDT-MIL-INTERVAL
002868     EVALUATE TRUE
002869         WHEN PE07-MIL-INTERVAL NOT = PE07-AUDT-MIL-INTERVAL
002870             MOVE 'MILESTONE INTERVAL' TO PE07-AUDT-ERR-TYPE
002871             MOVE 'INTERVAL NOT THAT OF THE FIRST MILESTONE'
002872                 TO PE07-AUDT-ERR-DETAIL
002873             PERFORM 4100-WRITE-MILESTONE-ERROR THRU 4100-EXIT
002874         WHEN PE07-MIL-N NOT = PE07-AUDT-EXPECT-MIL-N
002875             MOVE 'MILESTONE STEP' TO PE07-AUDT-ERR-TYPE
002876             MOVE 'N NOT THE NEXT MULTIPLE OF THE INTERVAL'
002877                 TO PE07-AUDT-ERR-DETAIL
002878             PERFORM 4100-WRITE-MILESTONE-ERROR THRU 4100-EXIT
002879     END-EVALUATE
002880     MOVE PE07-MIL-N TO PE07-AUDT-PREV-MIL-N
002881     .
002882 3650-EXIT.
002883     EXIT.
002884 3800-READ-MILESTONE.
002885     READ MILESTONE-FILE
002886         AT END
002887             SET PE07-AUDT-MIL-EOF TO TRUE
002888     END-READ
002889     .
002890 3800-EXIT.
002891     EXIT.
002892***************************************************************
002893*                                                             *
002900*    4000-WRITE-ERROR                                         *
002910*                                                             *
002920***************************************************************
002980     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002990     .
003000 4000-EXIT.
003001     EXIT.
003002 4100-WRITE-MILESTONE-ERROR.
003003     ADD 1 TO PE07-AUDT-MIL-ERRORS
003004     MOVE PE07-MIL-N     TO PE07-AUDT-ERR-N
003005     MOVE PE07-MIL-PRIME TO PE07-AUDT-ERR-PRIME
003006     MOVE PE07-AUDT-ERROR-DETAIL TO PE07-AUDT-PRINT-LINE
003007     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003008     .
003009 4100-EXIT.
003010     EXIT.
003020***************************************************************
003030*                                                             *
003320     MOVE PE07-AUDT-ORDER-COUNT TO PE07-AUDT-TOTAL-VALUE
003330     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
003340     MOVE 'EVEN VALUES OTHER THAN 2  . . . . . . .'
003341         TO PE07-AUDT-TOTAL-CAPTION
003342     MOVE PE07-AUDT-EVEN-COUNT TO PE07-AUDT-TOTAL-VALUE
003343     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
003344     IF NOT PE07-AUDT-MIL-OPEN
003345         GO TO 5000-EXIT
003346     END-IF
003347     MOVE 'MILESTONES CHECKED  . . . . . . . . . .'
003348         TO PE07-AUDT-TOTAL-CAPTION
003349     MOVE PE07-AUDT-MIL-COUNT TO PE07-AUDT-TOTAL-VALUE
003350     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
003351     MOVE 'MILESTONE INDEX CONDITIONS  . . . . . .'
003352         TO PE07-AUDT-TOTAL-CAPTION
003353     MOVE PE07-AUDT-MIL-ERRORS TO PE07-AUDT-TOTAL-VALUE
003354     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
003355     MOVE 0 TO PE07-AUDT-PAST-MIL
003356     IF PE07-AUDT-PREV-MIL-N < 1
003357         MOVE 1 TO PE07-AUDT-PREV-MIL-N
003358     END-IF
003359     IF PE07-AUDT-HIGHEST-N > PE07-AUDT-PREV-MIL-N
003360         COMPUTE PE07-AUDT-PAST-MIL =
003361             PE07-AUDT-HIGHEST-N - PE07-AUDT-PREV-MIL-N
003362     END-IF
003363     MOVE 'RECORDS PAST THE LAST MILESTONE . . . .'
003364         TO PE07-AUDT-TOTAL-CAPTION
003365     MOVE PE07-AUDT-PAST-MIL TO PE07-AUDT-TOTAL-VALUE
003370     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
003380     .
003390 5000-EXIT.
