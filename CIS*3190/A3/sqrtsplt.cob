003500*
003600* Modification history:
003700*   2026-08-21 MJS  Original member.
003720*   2026-10-15 MJS  Append a step-timing record (run id,
003740*                   start and end, records in and out, return
003760*                   code) to SQRTSTIM through SQRTTIMR as the
003780*                   step ends, for the batch-window report.
003800* -------------------------------------------------------------
003900*
004000 IDENTIFICATION DIVISION.
012300 01  nextFirstRecord             PIC 9(09) VALUE ZEROS.
012400*
012500 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
012520*
012540*    this step's record on the nightly step-timing log
012560 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
012600*
012700 PROCEDURE DIVISION.
012800*
012900 0000-MAINLINE.
012920     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
012940     ACCEPT STIM-START-TIME FROM TIME
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013100     PERFORM 2000-COUNT-RECORD THRU 2000-EXIT
013200         UNTIL endOfInputYes
013400     PERFORM 4000-DEAL-RECORD THRU 4000-EXIT
013500         UNTIL endOfInputYes
013600     PERFORM 8000-TERMINATE THRU 8000-EXIT
013650     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
013700     MOVE jobReturnCode TO RETURN-CODE
013800     STOP RUN.
013900*
037100*
037200 8100-EXIT.
037300     EXIT.
037400*
037500*----------------------------------------------------------
037600* 8900-WRITE-STEP-TIMING - this step's record on the nightly
037700* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
037800* stamps the end time and does the append.
037900*----------------------------------------------------------
038000 8900-WRITE-STEP-TIMING.
038100     MOVE "SPLIT" TO STIM-STEP-NAME
038200     MOVE "SQRTSPLT" TO STIM-PROGRAM-NAME
038300     MOVE ZEROS TO STIM-RUN-ID
038400     MOVE worklistTotalCount TO STIM-RECORDS-IN
038500     MOVE secondPassCount TO STIM-RECORDS-OUT
038600     MOVE jobReturnCode TO STIM-RETURN-CODE
038700     CALL "SQRTTIMR" USING STIM-RECORD.
038800*
038900 8900-EXIT.
039000     EXIT.
