000100***************************************************************
000200*                                                             *
000300*    PE07GRH   -   PROJECT EULER SEVEN GROWTH HISTORY RECORD  *
000400*                                                             *
000500*    ONE RECORD APPENDED EACH NIGHT BY THE GROWTH HISTORY     *
000600*    STEP (PE07GRWH) TO PROD.PE07.PRIME.GROWTH, CARRYING      *
000700*    PRIME-MASTER'S CONTROL TOTALS (RECORD COUNT, HIGHEST N,  *
000800*    HIGHEST PRIME) AND THE DATA COMPONENT'S SPACE AND SPLIT  *
000900*    FIGURES FROM THE CATALOG -- HIGH ALLOCATED AND HIGH USED *
001000*    RBA, EXTENTS, CI AND CA SPLITS -- SO THE GROWTH FORECAST *
001100*    (PE07GRFC) CAN PROJECT WHEN THE CLUSTER FILLS ITS        *
001200*    ALLOCATION AND WHEN IT NEEDS REORGANIZING.  THE SPACE    *
001300*    FIGURES ARE ZERO, AND THE SWITCH 'N', ON A NIGHT THE     *
001400*    CATALOG LISTING COULD NOT BE READ.                       *
001500*                                                             *
001600*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001700*                                                             *
001800***************************************************************
001900 01  PE07-GROWTH-RECORD.
002000     05  PE07-GRH-RUN-DATE               PIC 9(08).
002100     05  PE07-GRH-RUN-TIME               PIC 9(08).
002200     05  PE07-GRH-RECORD-COUNT           PIC 9(12).
002300     05  PE07-GRH-HIGHEST-N              PIC 9(12).
002400     05  PE07-GRH-HIGHEST-PRIME          PIC 9(12).
002500     05  PE07-GRH-SPACE-SW               PIC X(01).
002600         88  PE07-GRH-SPACE-TAKEN             VALUE 'Y'.
002700         88  PE07-GRH-SPACE-MISSING           VALUE 'N'.
002800     05  PE07-GRH-HI-ALLOC-RBA           PIC 9(15).
002900     05  PE07-GRH-HI-USED-RBA            PIC 9(15).
003000     05  PE07-GRH-EXTENTS                PIC 9(03).
003100     05  PE07-GRH-CI-SPLITS              PIC 9(09).
003200     05  PE07-GRH-CA-SPLITS              PIC 9(09).
003300     05  FILLER                          PIC X(16).
