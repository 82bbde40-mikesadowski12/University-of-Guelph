003394*                   everything, exactly as on a single-stream
003396*                   night.  A shard without its trailer holds
003398*                   the feed like a short shard does.
003418*   2026-10-15 MJS  Append a step-timing record (run id,
003438*                   start and end, records in and out, return
003458*                   code) to SQRTSTIM through SQRTTIMR as the
003478*                   step ends, for the batch-window report.
003490* -------------------------------------------------------------
003500*
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. SQRTMRGE.
010400 01  currentQuota                PIC 9(09) VALUE ZEROS.
010500 01  currentCopied               PIC 9(09) VALUE ZEROS.
010510 01  currentRunIdX               PIC X(06) VALUE SPACES.
010512*    the highest shard run id, for the step-timing record
010514 01  mergeHighRunId              PIC 9(06) VALUE ZEROS.
010520*
010530*    the TRL control record off the end of each shard output,
010540*    the running hashes (per shard and consolidated, both
011300*
011400 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
011500 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
011520*
011540*    this step's record on the nightly step-timing log
011560 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
011600*
011700 01  rptTitleLine.
011800     05  FILLER                  PIC X(11) VALUE SPACES.
013600 PROCEDURE DIVISION.
013700*
013800 0000-MAINLINE.
013820     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
013840     ACCEPT STIM-START-TIME FROM TIME
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014000     PERFORM 2000-MERGE-SHARD THRU 2000-EXIT
014100         UNTIL endOfControlYes
014200     PERFORM 8000-TERMINATE THRU 8000-EXIT
014250     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
014300     MOVE jobReturnCode TO RETURN-CODE
014400     STOP RUN.
014500*
029470     END-IF
029500*
029510*    the shard's whole output carries its one run id; the
029520*    first record's is the one worth reporting, and the
029525*    highest over the shards goes on the step-timing log
029530     IF currentRunIdX = SPACES
029540         MOVE MOUT-RUN-ID TO currentRunIdX
029541         IF MOUT-RUN-ID NUMERIC
029542             IF MOUT-RUN-ID > mergeHighRunId
029543                 MOVE MOUT-RUN-ID TO mergeHighRunId
029544             END-IF
029545         END-IF
029550     END-IF
029555     PERFORM 2300-ACCUMULATE-HASH THRU 2300-EXIT
029560*
036400*
036500 8000-EXIT.
036600     EXIT.
036700*
036800*----------------------------------------------------------
036900* 8900-WRITE-STEP-TIMING - this step's record on the nightly
037000* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
037100* stamps the end time and does the append.
037200*----------------------------------------------------------
037300 8900-WRITE-STEP-TIMING.
037400     MOVE "MERGE" TO STIM-STEP-NAME
037500     MOVE "SQRTMRGE" TO STIM-PROGRAM-NAME
037600     MOVE mergeHighRunId TO STIM-RUN-ID
037700     MOVE mergeTotalCount TO STIM-RECORDS-IN
037800     MOVE mergeTotalCount TO STIM-RECORDS-OUT
037900     MOVE jobReturnCode TO STIM-RETURN-CODE
038000     CALL "SQRTTIMR" USING STIM-RECORD.
038100*
038200 8900-EXIT.
038300     EXIT.
