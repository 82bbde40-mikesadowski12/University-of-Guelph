001394*                    AND CAPPED FOR ONE OVER ITS DAILY CAP.
001398*    2026-09-02 MJS  WIDEN THE NUMBER AND RESULT TO NINE
001399*                    DECIMAL PLACES.
001400*    2026-10-15 MJS  ECHO THE REQUEST'S CORRELATION ID ON
001410*                    THE END OF THE RECORD.  RECORD IS NOW
001420*                    91 BYTES.
001490******************************************************************
001500 01  :PFX:RECORD.
001600     05  :PFX:REQUESTER-ID        PIC X(08).
001700     05  FILLER                   PIC X(01) VALUE SPACE.
002500     05  :PFX:STATUS              PIC X(10).
002600     05  FILLER                   PIC X(01) VALUE SPACE.
002700     05  :PFX:DATE                PIC 9(08).
002800     05  FILLER                   PIC X(01) VALUE SPACE.
002900     05  :PFX:CORRELATION-ID      PIC X(16).
