001798*                    EXACT RUN ACROSS RESTARTS AND SHARDS.
001802*    2026-09-02 MJS  WIDEN THE NUMBER AND RESULT TO NINE
001804*                    DECIMAL PLACES; THE RECORD IS NOW 65 BYTES.
001810*    2026-10-15 MJS  CARRY THE DEPARTMENT CODE OFF THE
001820*                    WORKLIST ON THE END OF THE RECORD, FOR
001830*                    THE SQRTDIST PER-DEPARTMENT FEEDS; THE
001840*                    RECORD IS NOW 70 BYTES.
001899******************************************************************
001900 01  :PFX:WORKLIST-RECORD.
002000     05  :PFX:NUMBER              PIC S9(11)V9(09).
002100     05  FILLER                   PIC X(02) VALUE SPACES.
002700     05  :PFX:ROOT-DEGREE         PIC 9(02).
002800     05  FILLER                   PIC X(01) VALUE SPACE.
002900     05  :PFX:RUN-ID              PIC 9(06).
003000     05  FILLER                   PIC X(01) VALUE SPACE.
003100     05  :PFX:DEPT-CODE           PIC X(04).
