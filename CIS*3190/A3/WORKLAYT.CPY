001597*    2026-09-02 MJS  WIDEN THE WORKLIST NUMBER TO NINE DECIMAL
001598*                    PLACES (20 DIGITS), WITH EVERY PROGRAM THAT
001599*                    SLICES THE RECORD ADJUSTED TO MATCH.
001610*    2026-10-15 MJS  ADD THE CODE OF THE DEPARTMENT THAT SENT
001620*                    THE NUMBER.  SQRTEDIT VALIDATES IT AGAINST
001630*                    THE DEPARTMENT TABLE (DEPTLAYT) AND EVERY
001640*                    LATER STEP CARRIES IT THROUGH TO THE
001650*                    RESULTS, SO SQRTDIST CAN CUT EACH
001660*                    DEPARTMENT ITS OWN FEED.  THE RECORD IS
001670*                    NOW 29 BYTES.
001699******************************************************************
001700 01  :PFX:WORKLIST-RECORD.
001800     05  :PFX:WORKLIST-NUMBER     PIC S9(11)V9(09).
001900     05  FILLER                   PIC X(01) VALUE SPACE.
002200         88  :PFX:OP-CUBE             VALUE 'C'.
002300         88  :PFX:OP-NTH              VALUE 'N'.
002400     05  :PFX:ROOT-DEGREE         PIC 9(02).
002500     05  FILLER                   PIC X(01) VALUE SPACE.
002600     05  :PFX:DEPT-CODE           PIC X(04).
