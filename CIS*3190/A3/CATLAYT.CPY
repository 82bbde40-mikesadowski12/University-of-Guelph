000100******************************************************************
000200*    CATLAYT - ARCHIVE GENERATION CATALOG RECORD (SQRTACAT)
000300*
000400*    ONE RECORD APPENDED TO PROD.SQRT.ARCHIVE.CATALOG BY SQRTARCH
000500*    FOR EVERY ARCHIVE GENERATION IT CUTS AND BALANCES: WHAT THE
000600*    GENERATION IS SUPPOSED TO CONTAIN, SO SQRTAVER CAN RE-READ
000700*    IT YEARS LATER AND PROVE IT STILL DOES.  A RUN THAT DOES
000800*    NOT BALANCE WRITES NO RECORD, AND ITS GENERATION IS DROPPED
000900*    BY THE ARCHIVE JOB, SO EVERY CATALOG RECORD NAMES A
001000*    GENERATION THAT WAS SWAPPED OUT OF THE LIVE HISTORY.
001100*
001200*    THE RECORD COUNT AND HASH COVER THE RECORDS ARCHIVED.  THE
001300*    HASH IS THE SUM OF THE MAGNITUDES OF THE HISTORY NUMBERS,
001400*    KEPT MODULO 10**11 AS IN TRLLAYT; A RECORD WHOSE NUMBER
001500*    FIELD IS NOT NUMERIC IN THE CURRENT LAYOUT ADDS NOTHING.
001600*    THE FIRST AND LAST DATES ARE THE OLDEST AND NEWEST HISTORY
001700*    DATES IN THE GENERATION - EACH CUTOFF MOVES EVERYTHING OLDER
001800*    THAN IT, SO NO TWO GENERATIONS' DATE RANGES OVERLAP AND THE
001900*    RANGE TELLS A READER WHICH GENERATION A RECORD BELONGS TO.
002000*    THE RUN ID RANGE IS ZERO WHEN NO ARCHIVED RECORD CARRIED A
002100*    RUN ID.  THE EXAMINED AND RETAINED COUNTS ARE THE LIVE
002200*    HISTORY BEFORE AND AFTER THE CUT.
002300*
002400*        COPY CATLAYT REPLACING ==:PFX:== BY ==ACAT-==.
002500*
002600*    2026-10-15 MJS  ORIGINAL MEMBER.
002700******************************************************************
002800 01  :PFX:RECORD.
002900     05  :PFX:RUN-DATE            PIC 9(08).
003000     05  FILLER                   PIC X(01) VALUE SPACE.
003100     05  :PFX:CUTOFF-DATE         PIC 9(08).
003200     05  FILLER                   PIC X(01) VALUE SPACE.
003300     05  :PFX:RECORD-COUNT        PIC 9(09).
003400     05  FILLER                   PIC X(01) VALUE SPACE.
003500     05  :PFX:NUMBER-HASH         PIC 9(11)V9(09).
003600     05  FILLER                   PIC X(01) VALUE SPACE.
003700     05  :PFX:FIRST-DATE          PIC 9(08).
003800     05  FILLER                   PIC X(01) VALUE SPACE.
003900     05  :PFX:LAST-DATE           PIC 9(08).
004000     05  FILLER                   PIC X(01) VALUE SPACE.
004100     05  :PFX:LOW-RUN-ID          PIC 9(06).
004200     05  FILLER                   PIC X(01) VALUE SPACE.
004300     05  :PFX:HIGH-RUN-ID         PIC 9(06).
004400     05  FILLER                   PIC X(01) VALUE SPACE.
004500     05  :PFX:EXAMINED-COUNT      PIC 9(09).
004600     05  FILLER                   PIC X(01) VALUE SPACE.
004700     05  :PFX:RETAINED-COUNT      PIC 9(09).
