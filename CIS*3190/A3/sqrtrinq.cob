002510*   2026-09-02 MJS  Widen the report and the held records for
002520*                   the run id the run-log record now carries
002530*                   on its end, and add the column heading.
002540*   2026-10-15 MJS  Head the backout flag the run-log record
002550*                   now carries on its end (B = the run was
002560*                   backed out by SQRTBKOT).
002600* -------------------------------------------------------------
002700*
002800 IDENTIFICATION DIVISION.
009300         "ACCEPT   REJECT   OVFL".
009400     05  FILLER                  PIC X(03) VALUE " RC".
009410     05  FILLER                  PIC X(07) VALUE " RUN ID".
009420     05  FILLER                  PIC X(03) VALUE " BO".
009500*
009600 PROCEDURE DIVISION.
009700*
