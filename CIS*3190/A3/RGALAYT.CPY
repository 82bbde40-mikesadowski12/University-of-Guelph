000100******************************************************************
000200*    RGALAYT - REQUESTER REGISTRY AUDIT RECORD (SQRTWAUD)
000300*
000400*    ONE RECORD PER CHANGE SQRTREGM APPLIES TO THE REQUESTER
000500*    REGISTRY, APPENDED TO PROD.SQRT.REGISTRY.AUDIT AND NEVER
000600*    EMPTIED: WHEN, WHICH ACTION (RGTLAYT CODES), WHO ASKED,
000700*    WHO APPROVED A CONSOLE CHANGE, AND THE REGISTRY RECORD
000800*    (REGLAYT) BEFORE AND AFTER.  THE BEFORE IMAGE IS SPACES
000900*    ON AN ADD AND THE AFTER IMAGE SPACES ON A DELETE.
001000*    REJECTED TRANSACTIONS CHANGE NOTHING AND ARE NOT WRITTEN
001100*    HERE - THEY ARE ON THE SQRTWRPT REPORT.
001200*
001300*        COPY RGALAYT REPLACING ==:PFX:== BY ==RGA-==.
001400*
001500*    2026-10-15 MJS  ORIGINAL MEMBER.
001600******************************************************************
001700 01  :PFX:RECORD.
001800     05  :PFX:DATE                PIC 9(08).
001900     05  FILLER                   PIC X(01) VALUE SPACE.
002000     05  :PFX:TIME                PIC 9(06).
002100     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  :PFX:ACTION              PIC X(01).
002300     05  FILLER                   PIC X(01) VALUE SPACE.
002400     05  :PFX:REQUESTED-BY        PIC X(08).
002500     05  FILLER                   PIC X(01) VALUE SPACE.
002600     05  :PFX:APPROVED-BY         PIC X(08).
002700     05  FILLER                   PIC X(01) VALUE SPACE.
002800     05  :PFX:BEFORE-IMAGE        PIC X(39).
002900     05  FILLER                   PIC X(01) VALUE SPACE.
003000     05  :PFX:AFTER-IMAGE         PIC X(39).
