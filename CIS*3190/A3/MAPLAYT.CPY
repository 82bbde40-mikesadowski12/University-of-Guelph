001300*        COPY MAPLAYT REPLACING ==:PFX:== BY ==MAP-==.
001400*
001500*    2026-09-02 MJS  ORIGINAL MEMBER.
001610*    2026-10-15 MJS  CARRY THE ORIGINAL ENTRY'S DEPARTMENT
001620*                    CODE.  DUPLICATES COLLAPSE ACROSS
001630*                    DEPARTMENTS, SO THE DISTINCT RESULT
001640*                    CARRIES ONLY THE FIRST SENDER'S CODE AND
001650*                    SQRTFANO PUTS EACH ENTRY'S OWN CODE BACK.
001699******************************************************************
001700 01  :PFX:RECORD.
001800     05  :PFX:ORIGINAL-SEQ        PIC 9(09).
001900     05  FILLER                   PIC X(01) VALUE SPACE.
002100     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  :PFX:DUPLICATE-FLAG      PIC X(01).
002300         88  :PFX:DUPLICATE           VALUE 'Y'.
002400     05  FILLER                   PIC X(01) VALUE SPACE.
002500     05  :PFX:DEPT-CODE           PIC X(04).
