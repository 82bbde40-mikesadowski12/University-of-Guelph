001530*                    THE RECORD, SO THE AUDIT RECORD TIES TO
001540*                    THE SQRTOUT/SQRTHIST/SQRTREJ RECORDS THE
001550*                    RUN STAMPED WITH THE SAME ID.
001560*    2026-10-15 MJS  CARRY A BACKOUT FLAG ON THE END OF THE
001570*                    RECORD, SET TO B BY SQRTBKOT WHEN THE
001580*                    RUN IS BACKED OUT; SQRT WRITES IT BLANK.
001590*                    THE RECORD IS NOW 96 BYTES.
001600******************************************************************
001700 01  :PFX:RECORD.
001800     05  :PFX:START-DATE          PIC 9(08).
004300     05  :PFX:RETURN-CODE         PIC 9(02).
004400     05  FILLER                   PIC X(01) VALUE SPACE.
004500     05  :PFX:RUN-ID              PIC 9(06).
004600     05  FILLER                   PIC X(01) VALUE SPACE.
004700     05  :PFX:BACKOUT-FLAG        PIC X(01).
004800         88  :PFX:BACKED-OUT          VALUE 'B'.
