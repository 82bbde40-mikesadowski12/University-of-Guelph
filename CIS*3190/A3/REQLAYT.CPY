000700*    THE DEGREE), EXACTLY AS ON THE OVERNIGHT WORKLIST.  THE
000800*    REQUESTER ID IS HANDED BACK UNCHANGED ON THE RESPONSE SO
000900*    THE ASKING SYSTEM CAN MATCH ANSWERS TO QUESTIONS.
000910*    THE CORRELATION ID IS THE REQUESTER'S OWN REFERENCE FOR
000920*    THE QUESTION (ANY 16 CHARACTERS, BLANK IF UNUSED) AND IS
000930*    LIKEWISE HANDED BACK UNCHANGED.
001000*
001100*    THE SERVER NOW ONLY STOPS FOR OPERATION CODE X FROM A
001110*    REQUESTER THE SQRTREGY REGISTRY FLAGS AS AN OPERATIONS
001520*                    FAVOUR OF OPERATION X FROM A REGISTERED
001530*                    OPERATIONS CONSOLE (SEE REGLAYT).
001599*    2026-09-02 MJS  WIDEN THE NUMBER TO NINE DECIMAL PLACES.
001600*    2026-10-15 MJS  ADD THE REQUESTER'S CORRELATION ID,
001610*                    ECHOED UNCHANGED ON THE RESPONSE SO ONE
001620*                    REQUESTER CAN TELL ITS OWN QUESTIONS
001630*                    APART.  RECORD IS NOW 50 BYTES.
001690******************************************************************
001700 01  :PFX:RECORD.
001800     05  :PFX:REQUESTER-ID        PIC X(08).
002000     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  FILLER                   PIC X(01) VALUE SPACE.
002300     05  :PFX:OPERATION-CODE      PIC X(01).
002400     05  :PFX:ROOT-DEGREE         PIC 9(02).
002500     05  FILLER                   PIC X(01) VALUE SPACE.
002600     05  :PFX:CORRELATION-ID      PIC X(16).
