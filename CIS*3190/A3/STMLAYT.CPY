000100******************************************************************
000200*    STMLAYT - NIGHTLY STEP-TIMING RECORD LAYOUT (SQRTSTIM)
000300*
000400*    ONE RECORD APPENDED TO PROD.SQRT.STEPTIME BY EVERY PROGRAM
000500*    STEP OF THE OVERNIGHT CYCLE (SQRTJOB OR SQRTPARJ) AS IT
000600*    ENDS: THE RUN ID IT WORKED UNDER (ZERO FOR A STEP THAT
000700*    RUNS BEFORE THE NIGHT'S ID IS DRAWN), THE JCL STEP NAME,
000800*    THE PROGRAM, WHEN IT STARTED AND ENDED, THE RECORDS IT
000900*    READ OFF ITS MAIN INPUT AND WROTE TO ITS MAIN OUTPUT (ZERO
001000*    FOR A STEP THAT ONLY REPORTS), AND THE RETURN CODE IT
001100*    LEFT.  TIMES ARE HHMMSSCC AS ACCEPT FROM TIME GIVES THEM.
001200*    THE CALLING PROGRAM FILLS EVERYTHING BUT THE END DATE AND
001300*    TIME AND CALLS SQRTTIMR, WHICH STAMPS THOSE, APPLIES ANY
001400*    SQRTSTNM STEP-NAME CARD, AND DOES THE APPEND.  SQRTSLAR
001500*    READS THE FILE BACK FOR THE BATCH-WINDOW REPORT.  THE
001600*    EDIT STEP BEGINS A NIGHT: EVERY RECORD UP TO THE NEXT
001700*    EDIT RECORD BELONGS TO THE SAME NIGHT.
001800*
001900*        COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
002000*
002100*    2026-10-15 MJS  ORIGINAL MEMBER.
002200******************************************************************
002300 01  :PFX:RECORD.
002400     05  :PFX:RUN-ID              PIC 9(06).
002500     05  FILLER                   PIC X(01) VALUE SPACE.
002600     05  :PFX:STEP-NAME           PIC X(08).
002700     05  FILLER                   PIC X(01) VALUE SPACE.
002800     05  :PFX:PROGRAM-NAME        PIC X(08).
002900     05  FILLER                   PIC X(01) VALUE SPACE.
003000     05  :PFX:START-DATE          PIC 9(08).
003100     05  FILLER                   PIC X(01) VALUE SPACE.
003200     05  :PFX:START-TIME          PIC 9(08).
003300     05  FILLER                   PIC X(01) VALUE SPACE.
003400     05  :PFX:END-DATE            PIC 9(08).
003500     05  FILLER                   PIC X(01) VALUE SPACE.
003600     05  :PFX:END-TIME            PIC 9(08).
003700     05  FILLER                   PIC X(01) VALUE SPACE.
003800     05  :PFX:RECORDS-IN          PIC 9(09).
003900     05  FILLER                   PIC X(01) VALUE SPACE.
004000     05  :PFX:RECORDS-OUT         PIC 9(09).
004100     05  FILLER                   PIC X(01) VALUE SPACE.
004200     05  :PFX:RETURN-CODE         PIC 9(02).
