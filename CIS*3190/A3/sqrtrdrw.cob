003300*
003400* Modification history:
003500*   2026-09-02 MJS  Original member.
003520*   2026-10-15 MJS  Append a step-timing record (run id,
003540*                   start and end, records in and out, return
003560*                   code) to SQRTSTIM through SQRTTIMR as the
003580*                   step ends, for the batch-window report.
003600* -------------------------------------------------------------
003700*
003800 IDENTIFICATION DIVISION.
006600*
006700 01  runId                       PIC 9(06) VALUE ZEROS.
006800 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
006820*
006840*    this step's record on the nightly step-timing log
006860 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
006900*
007000 PROCEDURE DIVISION.
007100*
007200 0000-MAINLINE.
007220     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
007240     ACCEPT STIM-START-TIME FROM TIME
007300     PERFORM 1000-DRAW-RUN-ID THRU 1000-EXIT
007400     PERFORM 2000-PUT-NEXT-BACK THRU 2000-EXIT
007500     PERFORM 3000-HAND-OFF THRU 3000-EXIT
008000     IF drawFailedYes
008100         MOVE 16 TO jobReturnCode
008200     END-IF
008250     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
008300     MOVE jobReturnCode TO RETURN-CODE
008400     STOP RUN.
008500*
014800*
014900 3000-EXIT.
015000     EXIT.
015100*
015200*----------------------------------------------------------
015300* 8900-WRITE-STEP-TIMING - this step's record on the nightly
015400* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
015500* stamps the end time and does the append.
015600*----------------------------------------------------------
015700 8900-WRITE-STEP-TIMING.
015800     MOVE "DRAW" TO STIM-STEP-NAME
015900     MOVE "SQRTRDRW" TO STIM-PROGRAM-NAME
016000     MOVE runId TO STIM-RUN-ID
016100     MOVE ZEROS TO STIM-RECORDS-IN
016200     IF drawFailedYes
016300         MOVE ZEROS TO STIM-RECORDS-OUT
016400     ELSE
016500         MOVE 1 TO STIM-RECORDS-OUT
016600     END-IF
016700     MOVE jobReturnCode TO STIM-RETURN-CODE
016800     CALL "SQRTTIMR" USING STIM-RECORD.
016900*
017000 8900-EXIT.
017100     EXIT.
