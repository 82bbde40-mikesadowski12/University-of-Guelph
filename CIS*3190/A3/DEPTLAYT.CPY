000100******************************************************************
000200*    DEPTLAYT - DEPARTMENT TABLE RECORD LAYOUT (SQRTDEPT)
000300*
000400*    ONE RECORD PER DEPARTMENT ALLOWED TO SEND NUMBERS ON THE
000500*    OVERNIGHT WORKLIST, KEPT IN PROD.SQRT.DEPARTMENTS.  THE
000600*    CODE IS WHAT THE TRANSMITTING SYSTEM KEYS IN COLUMNS
000700*    29-32 OF EACH WORKLIST RECORD: ONE TO FOUR LETTERS OR
000800*    DIGITS, LEFT-JUSTIFIED.  SQRTEDIT REJECTS A RECORD WHOSE
000900*    CODE IS NOT ON THE TABLE, AND SQRTDIST CUTS ONE RESULTS
001000*    FEED PER TABLE ENTRY - THE N-TH RECORD ON THE TABLE GOES
001100*    TO FEED SLOT N (SQRTDF0N), SO APPEND NEW DEPARTMENTS TO
001200*    THE END AND NEVER REORDER THE TABLE.  AT MOST SIX
001300*    DEPARTMENTS, ONE PER FEED SLOT.
001400*
001500*        COPY DEPTLAYT REPLACING ==:PFX:== BY ==DEPT-==.
001600*
001700*    2026-10-15 MJS  ORIGINAL MEMBER.
001800******************************************************************
001900 01  :PFX:RECORD.
002000     05  :PFX:CODE                PIC X(04).
002100     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  :PFX:NAME                PIC X(20).
