000100******************************************************************
000200*    JRNLAYT - RESULTS MASTER CHANGE JOURNAL RECORD (SQRTMJRN)
000300*
000400*    ONE RECORD PER CHANGE MADE TO THE KEYED RESULTS MASTER
000500*    (SQRTMAST) BETWEEN BACKUPS: WHEN IT WAS MADE, BY WHICH
000600*    RUN, WHAT KIND OF CHANGE, AND THE WHOLE MASTER RECORD
000700*    AFTER THE CHANGE (FOR A DELETE, THE RECORD AS IT STOOD
000800*    WHEN IT WAS REMOVED).  SQRTMRCV RESTORES THE LAST BACKUP
000900*    IMAGE AND REPLAYS THESE IN ORDER TO ROLL THE MASTER
001000*    FORWARD TO A CHOSEN RUN ID.  THE ACTION CODES ARE
001100*        A - RECORD ADDED (SQRT 2350-ADD-TO-MASTER)
001200*        U - RECORD REWRITTEN (SQRT 2300-LOOKUP-MASTER
001300*            STAMPING THE LAST-USED DATE ON A HIT)
001400*        D - RECORD DELETED (SQRTBKOT BACKING A RUN OUT)
001500*    THE MASTER IMAGE IS LAID OUT EXACTLY AS MASTLAYT, SO A
001600*    READER MOVES IT STRAIGHT TO ITS MASTER RECORD.  COPY THIS
001700*    MEMBER IN EVERY PROGRAM THAT WRITES OR READS THE JOURNAL,
001800*    E.G.
001900*
002000*        COPY JRNLAYT REPLACING ==:PFX:== BY ==JRN-==.
002100*
002200*    2026-10-15 MJS  ORIGINAL MEMBER.
002300******************************************************************
002400 01  :PFX:RECORD.
002500     05  :PFX:DATE                PIC 9(08).
002600     05  FILLER                   PIC X(01) VALUE SPACE.
002700     05  :PFX:TIME                PIC 9(08).
002800     05  FILLER                   PIC X(01) VALUE SPACE.
002900     05  :PFX:RUN-ID              PIC 9(06).
003000     05  FILLER                   PIC X(01) VALUE SPACE.
003100     05  :PFX:ACTION              PIC X(01).
003200         88  :PFX:ADDED               VALUE 'A'.
003300         88  :PFX:UPDATED             VALUE 'U'.
003400         88  :PFX:DELETED             VALUE 'D'.
003500     05  FILLER                   PIC X(01) VALUE SPACE.
003600     05  :PFX:MASTER-IMAGE        PIC X(53).
