000100*****************************************************************
000200*    DVLLAYT - DEPARTMENT VOLUME LOG RECORD (SQRTNDVL)
000300*
000400*    ONE RECORD APPENDED TO PROD.SQRT.DEPTVOLUME BY SQRTSCRN FOR
000500*    EACH DEPARTMENT ON THE NIGHT'S CLEANED WORKLIST: THE DATE
000600*    AND TIME THE SCREEN RAN, THE DEPARTMENT CODE (DEPTLAYT),
000700*    AND HOW MANY WORKLIST RECORDS THE DEPARTMENT SENT, COUNTED
000800*    BEFORE THE DEDUPLICATION.  ONE SCREENING'S RECORDS SHARE
000900*    ONE DATE AND TIME; WHEN THE SCREEN RUNS AGAIN THE SAME
001000*    NIGHT (A BAD TRANSMISSION RESENT) THE LATER SCREENING IS
001100*    THE NIGHT'S COUNT.  SQRTSCRN READS THE FILE BACK FOR ITS
001200*    TRAILING VOLUME PROFILE.
001300*
001400*        COPY DVLLAYT REPLACING ==:PFX:== BY ==DVOL-==.
001500*
001600*    2026-10-15 MJS  ORIGINAL MEMBER.
001700*****************************************************************
001800 01  :PFX:RECORD.
001900     05  :PFX:SCREEN-DATE         PIC 9(08).
002000     05  FILLER                   PIC X(01) VALUE SPACE.
002100     05  :PFX:SCREEN-TIME         PIC 9(08).
002200     05  FILLER                   PIC X(01) VALUE SPACE.
002300     05  :PFX:DEPT-CODE           PIC X(04).
002400     05  FILLER                   PIC X(01) VALUE SPACE.
002500     05  :PFX:RECORD-COUNT        PIC 9(09).
