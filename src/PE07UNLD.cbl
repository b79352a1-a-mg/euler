000080*    RECORD COUNT AND HIGHEST N, SO THE COMPANION RELOAD      *
000090*    PROGRAM CAN REBUILD THE FILE AND PROVE IT IS COMPLETE.   *
000100*    ALSO THE FIRST HALF OF THE SUPPORTED REORGANIZATION      *
000110*    PATH AFTER HEAVY INSERT ACTIVITY.  A COMPLETE BACKUP     *
000112*    ALSO RESETS THE FORWARD-RECOVERY JOURNAL TO START FROM   *
000114*    ITS TRAILER, SINCE EVERY INSERT JOURNALED SO FAR IS NOW  *
000116*    ON THE BACKUP ITSELF.                                    *
000120*                                                             *
000130***************************************************************
000140 IDENTIFICATION DIVISION.
000290*    2026-08-22  AMG   NO TRAILER IS WRITTEN AFTER A BACKUP    *
000300*                      WRITE FAILURE, SO A TRUNCATED BACKUP    *
000310*                      CAN NEVER PROVE CLEAN ON RELOAD.        *
000312*    2026-10-15  AMG   A COMPLETE BACKUP NOW RESETS THE        *
000314*                      FORWARD-RECOVERY JOURNAL WITH A HEADER  *
000316*                      CARRYING THE BACKUP TRAILER TOTALS.     *
000320*                                                             *
000330***************************************************************
000340 ENVIRONMENT DIVISION.
000430     SELECT BACKUP-FILE ASSIGN TO BACKUP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PE07-BACKUP-STATUS.
000452     SELECT JOURNAL-FILE ASSIGN TO PRIMEJNL
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS PE07-JOURNAL-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PRIME-MASTER.
000500 FD  BACKUP-FILE
000510     RECORDING MODE IS F.
000520 COPY PE07BKP.
000522 FD  JOURNAL-FILE
000524     RECORDING MODE IS F.
000526 COPY PE07JRN.
000530 WORKING-STORAGE SECTION.
000540***************************************************************
000550*    FILE STATUS FIELDS AND SWITCHES                           *
000580     88  PE07-MASTER-OK              VALUE '00'.
000590 01  PE07-BACKUP-STATUS      PIC X(02).
000600     88  PE07-BACKUP-OK              VALUE '00'.
000602 01  PE07-JOURNAL-STATUS     PIC X(02).
000604     88  PE07-JOURNAL-OK             VALUE '00'.
000610 01  PE07-UNLD-MASTER-EOF-SW PIC X(01)   VALUE 'N'.
000620     88  PE07-UNLD-MASTER-EOF        VALUE 'Y'.
000630***************************************************************
000940     IF RETURN-CODE = 0
000950         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
000960     END-IF
000961*    ONLY A COMPLETE BACKUP RESETS THE JOURNAL -- BEHIND A
000962*    FAILED ONE, THE JOURNAL IS STILL NEEDED WITH THE LAST
000963*    GOOD BACKUP.
000964     IF RETURN-CODE = 0
000965         PERFORM 4000-RESET-JOURNAL THRU 4000-EXIT
000966     END-IF
000970     CLOSE PRIME-MASTER
000980     CLOSE BACKUP-FILE
000990     DISPLAY 'PE07-I02 ' PE07-UNLD-RECORD-COUNT
001000         ' MASTER RECORDS UNLOADED, HIGHEST N '
001010         PE07-UNLD-HIGHEST-N
001020     IF PE07-UNLD-RECORD-COUNT = 0 AND RETURN-CODE = 0
001030         DISPLAY 'PE07-W03 PRIME-MASTER IS EMPTY'
001040         MOVE 4 TO RETURN-CODE
001050     END-IF
001510     .
001520 3000-EXIT.
001530     EXIT.
001540***************************************************************
001550*                                                             *
001560*    4000-RESET-JOURNAL                                       *
001570*                                                             *
001580*    EMPTIES THE FORWARD-RECOVERY JOURNAL AND OPENS IT WITH   *
001590*    ONE HEADER CARRYING THIS BACKUP'S RECORD COUNT AND       *
001600*    HIGHEST N, SO PE07RCVR CAN PROVE THE JOURNAL STARTS      *
001610*    WHERE THE BACKUP ENDS.  A JOURNAL THAT CANNOT BE RESET   *
001620*    IS RC=12 -- THE OLD ONE STILL BELONGS WITH THE PREVIOUS  *
001630*    BACKUP, AND NEW INSERTS MUST NOT BE APPENDED TO IT AS    *
001640*    THOUGH IT BELONGED WITH THIS ONE.                        *
001650***************************************************************
001660 4000-RESET-JOURNAL.
001670     OPEN OUTPUT JOURNAL-FILE
001680     IF NOT PE07-JOURNAL-OK
001690         DISPLAY 'PE07-E87 UNABLE TO RESET JOURNAL-FILE, STATUS '
001700             PE07-JOURNAL-STATUS
001710         MOVE 12 TO RETURN-CODE
001720         GO TO 4000-EXIT
001730     END-IF
001740     MOVE SPACES TO PE07-JOURNAL-RECORD
001750     SET PE07-JRN-HEADER TO TRUE
001760     ACCEPT PE07-JRN-DATE FROM DATE YYYYMMDD
001770     ACCEPT PE07-JRN-TIME FROM TIME
001780     MOVE PE07-UNLD-RECORD-COUNT TO PE07-JRN-RECORD-COUNT
001790     MOVE PE07-UNLD-HIGHEST-N    TO PE07-JRN-HIGHEST-N
001800     WRITE PE07-JOURNAL-RECORD
001810     IF NOT PE07-JOURNAL-OK
001820         DISPLAY 'PE07-E88 JOURNAL-FILE WRITE FAILED, STATUS '
001830             PE07-JOURNAL-STATUS
001840         MOVE 12 TO RETURN-CODE
001850     ELSE
001860         DISPLAY 'PE07-I25 FORWARD-RECOVERY JOURNAL RESET TO'
001870             ' START AFTER N ' PE07-UNLD-HIGHEST-N
001880     END-IF
001890     CLOSE JOURNAL-FILE
001900     .
001910 4000-EXIT.
001920     EXIT.
001930 9999-EXIT.
001940     STOP RUN.
001950 END PROGRAM PE07-MASTER-UNLOAD.
