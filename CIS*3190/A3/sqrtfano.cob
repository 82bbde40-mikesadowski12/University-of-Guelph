001600* cleaned worklist, so SQRTBAL's lockstep balance still proves
001700* out, and duplicates cost one keyed read instead of a
001800* calculation, a master lookup, and a report line each.
001810* Duplicates collapse across departments, so each fanned
001820* record takes its department code from its own map record,
001830* not from the distinct result it copies.
001900*
002000* The distinct results file ends with the TRL control record
002100* SQRT leaves on every feed; it is absorbed and proved here
004040*                   47, which never takes the INVALID KEY path
004050*                   and would have fanned the record area's
004060*                   leftovers with RC=0.
004070*   2026-10-15 MJS  Stamp each fanned result with its original
004080*                   entry's department code off the map - a
004090*                   distinct result carries only the first
004095*                   sender's code.
004115*   2026-10-15 MJS  Append a step-timing record (run id,
004135*                   start and end, records in and out, return
004155*                   code) to SQRTSTIM through SQRTTIMR as the
004175*                   step ends, for the batch-window report.
004190* -------------------------------------------------------------
004200*
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. SQRTFANO.
008000 01  FWRK-RECORD.
008100     05  FWRK-DISTINCT-SEQ       PIC 9(09).
008200     05  FILLER                  PIC X(01) VALUE SPACE.
008300     05  FWRK-RESULT-RECORD      PIC X(70).
008400*
008500 FD  FANO-OUTPUT-FILE.
008600 COPY OUTLAYT REPLACING ==:PFX:== BY ==FOUT-==.
011300 01  distHashAccum               PIC 9(12)V9(09) VALUE ZEROS.
011400 01  fullHashAccum               PIC 9(12)V9(09) VALUE ZEROS.
011500 01  fanoAbsNumber               PIC 9(11)V9(09) VALUE ZEROS.
011510*    the highest run id on the distinct results, for the
011520*    step-timing record
011530 01  fanoHighRunId               PIC 9(06) VALUE ZEROS.
011600 01  distTrailerCount            PIC 9(09) VALUE ZEROS.
011700 01  distTrailerHash             PIC 9(11)V9(09) VALUE ZEROS.
011800*
012600*
012700 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
012800 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
012820*
012840*    this step's record on the nightly step-timing log
012860 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
012900*
013000 01  rptTitleLine.
013100     05  FILLER                  PIC X(11) VALUE SPACES.
014300 PROCEDURE DIVISION.
014400*
014500 0000-MAINLINE.
014520     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
014540     ACCEPT STIM-START-TIME FROM TIME
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014700     PERFORM 2000-LOAD-DISTINCT THRU 2000-EXIT
014800         UNTIL endOfResultsYes
015000     PERFORM 3000-FAN-RECORD THRU 3000-EXIT
015100         UNTIL endOfMapYes
015200     PERFORM 8000-TERMINATE THRU 8000-EXIT
015250     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
015300     MOVE jobReturnCode TO RETURN-CODE
015400     STOP RUN.
015500*
024000             CONTINUE
024100     END-WRITE
024200*
024210     IF DRES-RUN-ID NUMERIC
024220         IF DRES-RUN-ID > fanoHighRunId
024230             MOVE DRES-RUN-ID TO fanoHighRunId
024240         END-IF
024250     END-IF
024260*
024300     IF DRES-NUMBER < 0
024400         COMPUTE fanoAbsNumber = 0 - DRES-NUMBER
024500     ELSE
030400     END-READ
030500*
030600     MOVE FWRK-RESULT-RECORD TO FOUT-WORKLIST-RECORD
030610     MOVE MAP-DEPT-CODE TO FOUT-DEPT-CODE
030700     WRITE FOUT-WORKLIST-RECORD
030800     ADD 1 TO fannedCount
030900     EVALUATE FOUT-STATUS
042600*
042700 8100-EXIT.
042800     EXIT.
042900*
043000*----------------------------------------------------------
043100* 8900-WRITE-STEP-TIMING - this step's record on the nightly
043200* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
043300* stamps the end time and does the append.
043400*----------------------------------------------------------
043500 8900-WRITE-STEP-TIMING.
043600     MOVE "FANOUT" TO STIM-STEP-NAME
043700     MOVE "SQRTFANO" TO STIM-PROGRAM-NAME
043800     MOVE fanoHighRunId TO STIM-RUN-ID
043900     MOVE mapReadCount TO STIM-RECORDS-IN
044000     MOVE fannedCount TO STIM-RECORDS-OUT
044100     MOVE jobReturnCode TO STIM-RETURN-CODE
044200     CALL "SQRTTIMR" USING STIM-RECORD.
044300*
044400 8900-EXIT.
044500     EXIT.
