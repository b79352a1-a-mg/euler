000100***************************************************************
000200*                                                             *
000300*    PE07LDO   -   PROJECT EULER SEVEN LEDGER OPENING TOTALS  *
000400*                                                             *
000500*    ONE RECORD, REWRITTEN BY THE FIRST STEP OF EVERY NIGHTLY *
000600*    RUN (PE07LDGR WITH PARM='OPEN'), CARRYING PRIME-MASTER'S *
000700*    CONTROL TOTALS -- RECORD COUNT, HIGHEST N, HIGHEST PRIME *
000800*    -- AS THEY STOOD BEFORE ANY STEP OF THE NIGHT TOUCHED    *
000900*    THE FILE, AND THE DATE AND TIME THEY WERE TAKEN.  THE    *
001000*    CLOSING LEDGER STEP PROVES THE NIGHT AGAINST THEM, AND   *
001100*    TREATS EVERY AUDIT, EVENT, OUTPUT, AND RESPONSE RECORD   *
001200*    STAMPED AT OR AFTER THE OPENING AS THE NIGHT'S OWN.  A   *
001300*    RESTARTED JOB KEEPS THE SAME OPENING, SO THE LEDGER      *
001400*    STILL COVERS THE WHOLE NIGHT.                            *
001500*                                                             *
001600*    2026-10-15  AMG  ORIGINAL COPYBOOK                       *
001700*                                                             *
001800***************************************************************
001900 01  PE07-LEDGER-OPENING-RECORD.
002000     05  PE07-LDO-OPEN-DATE              PIC 9(08).
002100     05  PE07-LDO-OPEN-TIME              PIC 9(08).
002200     05  PE07-LDO-RECORD-COUNT           PIC 9(12).
002300     05  PE07-LDO-HIGHEST-N              PIC 9(12).
002400     05  PE07-LDO-HIGHEST-PRIME          PIC 9(12).
002500     05  FILLER                          PIC X(08).
