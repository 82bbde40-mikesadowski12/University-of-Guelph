000100******************************************************************
000200*    FRGLAYT - RESULTS FEED REGISTER RECORD (SQRTFREG)
000300*
000400*    ONE RECORD PER RESULTS FEED SENT DOWNSTREAM, KEYED ON THE
000500*    FEED'S RUN ID AND FEED ID IN THE PROD.SQRT.FEED.REGISTER
000600*    CLUSTER.  SQRTFSND WRITES IT WHEN LOADNEXT RELEASES THE
000700*    FEED, WITH THE COUNT AND HASH OFF THE FEED'S TRL RECORD;
000710*    SQRTDIST WRITES ONE PER DEPARTMENT FEED IT CUTS, WITH THE
000720*    DEPARTMENT CODE AS THE FEED ID.
000800*    SQRTACKR FILLS IN THE RECEIVER'S ACKNOWLEDGMENT (ACKLAYT)
000900*    AND MOVES THE STATUS ON:
001000*        S - SENT, NOT YET ACKNOWLEDGED, STILL IN ITS GRACE
001100*            PERIOD
001200*        B - ACKNOWLEDGED IN BALANCE (COUNT AND HASH AGREE)
001300*        O - ACKNOWLEDGED OUT OF BALANCE
001400*        N - NEVER ACKNOWLEDGED AND PAST THE GRACE PERIOD
001500*    AN ACKNOWLEDGMENT THAT ARRIVES LATE STILL SETTLES AN N
001600*    ENTRY TO B OR O.  ENTRIES ARE NEVER DELETED - THE FILE IS
001700*    THE PERMANENT RECORD OF WHAT WENT OUT AND WHAT CAME BACK.
001800*
001900*        COPY FRGLAYT REPLACING ==:PFX:== BY ==FRG-==.
002000*
002100*    2026-10-15 MJS  ORIGINAL MEMBER.
002110*    2026-10-15 MJS  DEPARTMENT FEEDS REGISTERED BY SQRTDIST.
002200******************************************************************
002300 01  :PFX:RECORD.
002400     05  :PFX:KEY.
002500         10  :PFX:RUN-ID          PIC 9(06).
002600         10  :PFX:FEED-ID         PIC X(08).
002700     05  FILLER                   PIC X(01) VALUE SPACE.
002800     05  :PFX:SENT-DATE           PIC 9(08).
002900     05  FILLER                   PIC X(01) VALUE SPACE.
003000     05  :PFX:SENT-COUNT          PIC 9(09).
003100     05  FILLER                   PIC X(01) VALUE SPACE.
003200     05  :PFX:SENT-HASH           PIC 9(11)V9(09).
003300     05  FILLER                   PIC X(01) VALUE SPACE.
003400     05  :PFX:STATUS              PIC X(01).
003500         88  :PFX:AWAITING            VALUE 'S'.
003600         88  :PFX:IN-BALANCE          VALUE 'B'.
003700         88  :PFX:OUT-OF-BALANCE      VALUE 'O'.
003800         88  :PFX:NEVER-ACKED         VALUE 'N'.
003900     05  FILLER                   PIC X(01) VALUE SPACE.
004000     05  :PFX:ACK-DATE            PIC 9(08).
004100     05  FILLER                   PIC X(01) VALUE SPACE.
004200     05  :PFX:ACK-COUNT           PIC 9(09).
004300     05  FILLER                   PIC X(01) VALUE SPACE.
004400     05  :PFX:ACK-HASH            PIC 9(11)V9(09).
