003000* The number is part of the key exactly as keyed, sign
003100* included - the cube roots of 8 and -8 are different answers
003200* and stay separate entries.
003210* The department code is not part of the key: two departments
003220* sending the same number share one calculation, and the map
003230* carries each original entry's own code back to SQRTFANO.
003300*
003400* Return codes:
003500*    RC=0    worklist collapsed, map written
004170*                   fresh cluster is primed through the same
004180*                   create-then-reopen SQRT uses on the
004190*                   results master.
004192*   2026-10-15 MJS  Put each original entry's department code
004194*                   on its map record - the key ignores the
004196*                   department, so the distinct entry only
004198*                   carries the first sender's code.
004218*   2026-10-15 MJS  Append a step-timing record (run id,
004238*                   start and end, records in and out, return
004258*                   code) to SQRTSTIM through SQRTTIMR as the
004278*                   step ends, for the batch-window report.
004290* -------------------------------------------------------------
004300*
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. SQRTDEDP.
010300 01  dedpKeyErrorCount           PIC 9(09) VALUE ZEROS.
010400*
010500 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
010520*
010540*    this step's record on the nightly step-timing log
010560 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
010600*
010700 PROCEDURE DIVISION.
010800*
010900 0000-MAINLINE.
010920     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
010940     ACCEPT STIM-START-TIME FROM TIME
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011100     PERFORM 2000-DEAL-RECORD THRU 2000-EXIT
011200         UNTIL endOfInputYes
011300     PERFORM 8000-TERMINATE THRU 8000-EXIT
011350     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
011400     MOVE jobReturnCode TO RETURN-CODE
011500     STOP RUN.
011600*
018400     MOVE SPACES TO MAP-RECORD
018500     MOVE dedpReadCount TO MAP-ORIGINAL-SEQ
018600     MOVE DKEY-DISTINCT-SEQ TO MAP-DISTINCT-SEQ
018610     MOVE DIN-DEPT-CODE TO MAP-DEPT-CODE
018700     IF recordDupYes
018800         MOVE "Y" TO MAP-DUPLICATE-FLAG
018900     ELSE
024100*
024200 8000-EXIT.
024300     EXIT.
024400*
024500*----------------------------------------------------------
024600* 8900-WRITE-STEP-TIMING - this step's record on the nightly
024700* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
024800* stamps the end time and does the append.
024900*----------------------------------------------------------
025000 8900-WRITE-STEP-TIMING.
025100     MOVE "DEDUP" TO STIM-STEP-NAME
025200     MOVE "SQRTDEDP" TO STIM-PROGRAM-NAME
025300     MOVE ZEROS TO STIM-RUN-ID
025400     MOVE dedpReadCount TO STIM-RECORDS-IN
025500     MOVE dedpDistinctCount TO STIM-RECORDS-OUT
025600     MOVE jobReturnCode TO STIM-RETURN-CODE
025700     CALL "SQRTTIMR" USING STIM-RECORD.
025800*
025900 8900-EXIT.
026000     EXIT.
