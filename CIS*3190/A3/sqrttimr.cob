000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTTIMR: APPEND ONE STEP-TIMING RECORD FOR THE CALLING STEP
000600*
000700* The run log only ever told us when the SQRT step started and
000800* ended.  Every program step of the overnight cycle now CALLs
000900* this routine once, just before it stops, with a step-timing
001000* record (STMLAYT copybook) holding its run id, its default
001100* step name, its program name, when it started, the records it
001200* read and wrote, and the return code it is about to leave.
001300* This routine stamps the end date and time, lets an optional
001400* one-card SQRTSTNM override the step name (the shard steps of
001500* SQRTPARJ run the same program as SQRT1-SQRT4 and DRAW1-DRAW4,
001600* and the card is how the step says which one it is), and
001700* appends the record to SQRTSTIM.  SQRTSLAR reports the file
001800* against the batch window.
001900*
002000* The timing log is evidence, not control: a SQRTSTIM that will
002100* not open or write is reported on the console and the calling
002200* step carries on with the return code it already had.  As with
002300* the other append files, EXTEND falls back to OUTPUT the first
002400* time the file is used.
002500*
002600* This file holds the EXTERNAL procedure.  Its one parameter is
002700* the caller's step-timing record; the end date and time, and
002800* the step name when a card overrides it, are handed back in it.
002900*
003000* Modification history:
003100*   2026-10-15 MJS  Original member.
003200* -------------------------------------------------------------
003300*
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. SQRTTIMR.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT TIMR-STEPNAME-FILE ASSIGN TO "SQRTSTNM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS fileStatusStnm.
004300     SELECT TIMR-TIMING-FILE ASSIGN TO "SQRTSTIM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS fileStatusStim.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TIMR-STEPNAME-FILE.
005000 01  STNM-RECORD.
005100     05  STNM-STEP-NAME          PIC X(08).
005200     05  FILLER                  PIC X(72).
005300*
005400 FD  TIMR-TIMING-FILE.
005500 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
005600*
005700 WORKING-STORAGE SECTION.
005800 01  fileStatusStnm              PIC X(02) VALUE SPACES.
005900 01  fileStatusStim              PIC X(02) VALUE SPACES.
006000*
006100 LINKAGE SECTION.
006200 COPY STMLAYT REPLACING ==:PFX:== BY ==LS-==.
006300*
006400 PROCEDURE DIVISION USING LS-RECORD.
006500*
006600 0000-RECORD-STEP-TIMING.
006700     ACCEPT LS-END-DATE FROM DATE YYYYMMDD
006800     ACCEPT LS-END-TIME FROM TIME
006900*
007000     PERFORM 1000-READ-STEP-NAME THRU 1000-EXIT
007100     PERFORM 2000-APPEND-TIMING THRU 2000-EXIT
007200*
007300     EXIT PROGRAM.
007400*
007500*----------------------------------------------------------
007600* 1000-READ-STEP-NAME - the optional SQRTSTNM card names the
007700* JCL step; without it (or with a blank card) the caller's
007800* default stands.
007900*----------------------------------------------------------
008000 1000-READ-STEP-NAME.
008100     OPEN INPUT TIMR-STEPNAME-FILE
008200     IF fileStatusStnm NOT = "00"
008300         GO TO 1000-EXIT
008400     END-IF
008500*
008600     READ TIMR-STEPNAME-FILE
008700         AT END
008800             MOVE SPACES TO STNM-RECORD
008900     END-READ
009000     IF fileStatusStnm = "00" AND STNM-STEP-NAME NOT = SPACES
009100         MOVE STNM-STEP-NAME TO LS-STEP-NAME
009200     END-IF
009300     CLOSE TIMR-STEPNAME-FILE.
009400*
009500 1000-EXIT.
009600     EXIT.
009700*
009800*----------------------------------------------------------
009900* 2000-APPEND-TIMING - one record on the end of SQRTSTIM; a
010000* failure is reported and otherwise ignored.
010100*----------------------------------------------------------
010200 2000-APPEND-TIMING.
010300     OPEN EXTEND TIMR-TIMING-FILE
010400     IF fileStatusStim NOT = "00"
010500         OPEN OUTPUT TIMR-TIMING-FILE
010600     END-IF
010700     IF fileStatusStim NOT = "00"
010800         DISPLAY "SQRTSTIM COULD NOT BE OPENED - STATUS "
010900             fileStatusStim " - STEP " LS-STEP-NAME
011000             " NOT TIMED"
011100         GO TO 2000-EXIT
011200     END-IF
011300*
011400     WRITE STIM-RECORD FROM LS-RECORD
011500     IF fileStatusStim NOT = "00"
011600         DISPLAY "SQRTSTIM WRITE FAILED - STATUS "
011700             fileStatusStim " - STEP " LS-STEP-NAME
011800             " NOT TIMED"
011900     END-IF
012000     CLOSE TIMR-TIMING-FILE.
012100*
012200 2000-EXIT.
012300     EXIT.
