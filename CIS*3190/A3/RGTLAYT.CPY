000100******************************************************************
000200*    RGTLAYT - REGISTRY MAINTENANCE TRANSACTION (SQRTWTRN)
000300*
000400*    ONE CARD PER CHANGE TO THE REQUESTER REGISTRY (REGLAYT),
000500*    APPLIED IN ORDER BY SQRTREGM:
000600*        A - ADD A REQUESTER.  THE CAP MUST BE FIVE DIGITS
000700*            (00000 FOR NO CAP); A BLANK CONSOLE FLAG MEANS N.
000800*        C - CHANGE A REQUESTER.  A BLANK CONSOLE FLAG, CAP OR
000900*            DEPARTMENT LEAVES THAT FIELD AS IT IS.
001000*        D - DELETE A REQUESTER.
001100*        S - SUSPEND A REQUESTER (KEPT ON FILE, ANSWERED AS
001200*            UNREGISTERED UNTIL REINSTATED).
001300*        R - REINSTATE A SUSPENDED REQUESTER.
001400*    REQUESTED-BY NAMES WHO ASKED FOR THE CHANGE AND GOES ON
001500*    THE AUDIT RECORD (RGALAYT).  ANY CARD THAT GRANTS OR
001600*    REMOVES THE CONSOLE FLAG, OR DELETES, SUSPENDS OR
001700*    REINSTATES A CONSOLE ID, ALSO NEEDS APPROVED-BY: AN
001800*    ACTIVE CONSOLE ID OTHER THAN THE REQUESTER'S.
001900*
002000*        COPY RGTLAYT REPLACING ==:PFX:== BY ==RGT-==.
002100*
002200*    2026-10-15 MJS  ORIGINAL MEMBER.
002300******************************************************************
002400 01  :PFX:RECORD.
002500     05  :PFX:ACTION              PIC X(01).
002600         88  :PFX:ADD                 VALUE 'A'.
002700         88  :PFX:CHANGE              VALUE 'C'.
002800         88  :PFX:DELETE              VALUE 'D'.
002900         88  :PFX:SUSPEND             VALUE 'S'.
003000         88  :PFX:REINSTATE           VALUE 'R'.
003100     05  FILLER                   PIC X(01) VALUE SPACE.
003200     05  :PFX:REQUESTER-ID        PIC X(08).
003300     05  FILLER                   PIC X(01) VALUE SPACE.
003400     05  :PFX:CONSOLE-FLAG        PIC X(01).
003500     05  FILLER                   PIC X(01) VALUE SPACE.
003600     05  :PFX:DAILY-CAP           PIC X(05).
003700     05  FILLER                   PIC X(01) VALUE SPACE.
003800     05  :PFX:DEPARTMENT          PIC X(20).
003900     05  FILLER                   PIC X(01) VALUE SPACE.
004000     05  :PFX:REQUESTED-BY        PIC X(08).
004100     05  FILLER                   PIC X(01) VALUE SPACE.
004200     05  :PFX:APPROVED-BY         PIC X(08).
