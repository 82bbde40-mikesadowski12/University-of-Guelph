000100******************************************************************
000200*    ACKLAYT - RESULTS FEED ACKNOWLEDGMENT RECORD (SQRTACK)
000300*
000400*    ONE RECORD PER RESULTS FEED A RECEIVING DEPARTMENT HAS
000500*    LOADED, APPENDED BY THE RECEIVER TO PROD.SQRT.FEED.ACKS
000600*    ONCE ITS LOAD IS DONE.  IT CARRIES THE RUN ID OF THE FEED,
000700*    WHICH FEED IT WAS, AND THE RECORD COUNT AND HASH THE
000800*    RECEIVER ITSELF COUNTED - WORKED OUT THE SAME WAY AS THE
000900*    TRL RECORD ON THE END OF THE FEED (TRLLAYT: DETAIL RECORDS
001000*    ONLY, HASH = SUM OF THE NUMBER MAGNITUDES MODULO 10**11).
001100*    SQRTACKR MATCHES EACH ONE AGAINST THE FEED REGISTER
001200*    (FRGLAYT) ENTRY SQRTFSND WROTE WHEN THE FEED WENT OUT.
001300*
001400*    THE RUN ID TO QUOTE IS THE HIGHEST RUN ID ON THE FEED'S
001500*    RESULTS RECORDS (A SHARDED NIGHT CARRIES ONE PER SHARD).
001600*    THE FEED ID IS 'ALL' FOR PROD.SQRT.RESULTS.FEED, AND THE
001700*    DEPARTMENT CODE (DEPTLAYT) FOR THAT DEPARTMENT'S OWN FEED
001800*    CUT BY SQRTDIST (PROD.SQRT.RESULTS.FEED.DEPTNN).
001900*
002000*        COPY ACKLAYT REPLACING ==:PFX:== BY ==ACK-==.
002100*
002200*    2026-10-15 MJS  ORIGINAL MEMBER.
002300*    2026-10-15 MJS  DEPARTMENT FEEDS ARE ACKNOWLEDGED UNDER
002400*                    THEIR DEPARTMENT CODE.
002500******************************************************************
002600 01  :PFX:RECORD.
002700     05  :PFX:RUN-ID              PIC 9(06).
002800     05  FILLER                   PIC X(01) VALUE SPACE.
002900     05  :PFX:FEED-ID             PIC X(08).
003000     05  FILLER                   PIC X(01) VALUE SPACE.
003100     05  :PFX:DATE                PIC 9(08).
003200     05  FILLER                   PIC X(01) VALUE SPACE.
003300     05  :PFX:COUNT               PIC 9(09).
003400     05  FILLER                   PIC X(01) VALUE SPACE.
003500     05  :PFX:HASH                PIC 9(11)V9(09).
