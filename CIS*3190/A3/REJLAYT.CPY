002238*                    RECORD; SQRTRMNT COPIES WHOLE RECORDS, SO
002239*                    THE ID SURVIVES THE CORRECTION WORKFLOW.
002240*
002241*    2026-10-15 MJS  CARRY THE WORKLIST DEPARTMENT CODE (BLANK
002243*                    FOR SERVER-MODE REJECTS) SO SQRTRMNT
002245*                    RESUBMITS A CORRECTION UNDER THE
002247*                    DEPARTMENT THAT SENT IT; THE RECORD IS NOW
002249*                    86 BYTES.
002300 01  :PFX:RECORD.
002400     05  :PFX:DATE                PIC 9(08).
002500     05  FILLER                   PIC X(01) VALUE SPACE.
003700     05  :PFX:DISP-REASON         PIC X(20).
003800     05  FILLER                   PIC X(01) VALUE SPACE.
003900     05  :PFX:RUN-ID              PIC 9(06).
004000     05  FILLER                   PIC X(01) VALUE SPACE.
004100     05  :PFX:DEPT-CODE           PIC X(04).
