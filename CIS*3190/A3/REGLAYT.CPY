002300*        COPY REGLAYT REPLACING ==:PFX:== BY ==REG-==.
002400*
002500*    2026-09-02 MJS  ORIGINAL MEMBER.
002510*    2026-10-15 MJS  STATUS BYTE ON THE END: S MARKS A
002520*                    SUSPENDED REQUESTER, WHICH SQRT ANSWERS
002530*                    AS UNREGISTERED; SPACE IS ACTIVE, SO THE
002540*                    OLD 37-BYTE RECORDS READ AS ACTIVE.  THE
002550*                    FILE IS NOW MAINTAINED ONLY THROUGH
002560*                    SQRTREGM (SEE SQRTREGJ), WHICH AUDITS
002570*                    EVERY CHANGE.
002600******************************************************************
002700 01  :PFX:RECORD.
002800     05  :PFX:REQUESTER-ID        PIC X(08).
003300     05  :PFX:DAILY-CAP           PIC 9(05).
003400     05  FILLER                   PIC X(01) VALUE SPACE.
003500     05  :PFX:DEPARTMENT          PIC X(20).
003600     05  FILLER                   PIC X(01) VALUE SPACE.
003700     05  :PFX:STATUS              PIC X(01).
003800         88  :PFX:ACTIVE              VALUE SPACE.
003900         88  :PFX:SUSPENDED           VALUE 'S'.
