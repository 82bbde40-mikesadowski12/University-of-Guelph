002200*      in the result's ninth decimal place works out to after
002300*      raising, plus a margin for the power's own rounding.
002310*      The operation code and degree on each results record
002320*      must also match its worklist record, and so must the
002330*      department code.
002400*
002500* Any discrepancy goes to the SQRTBRPT exceptions report and
002600* drives a non-zero return code so the scheduler blocks LOADNEXT.
003501*   2026-09-02 MJS  Verify at the nine decimal places the
003502*                   records now carry; the raise-back fields
003503*                   and the tolerance tightened to match.
003510*   2026-10-15 MJS  The department code on each results record
003520*                   must match its worklist record, or the
003530*                   per-department feeds would misroute it.
003540*   2026-10-15 MJS  Append a step-timing record (run id,
003550*                   start and end, records in and out, return
003560*                   code) to SQRTSTIM through SQRTTIMR as the
003570*                   step ends, for the batch-window report.
003580* -------------------------------------------------------------
003600*
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. SQRTBAL.
010360     88  balRunIdSeenYes             VALUE 'Y'.
010370 01  balRunIdMixedFlag           PIC X(01) VALUE 'N'.
010380     88  balRunIdMixedYes            VALUE 'Y'.
010381*    the highest of them, for the step-timing record
010382 01  balHighRunId                PIC 9(06) VALUE ZEROS.
010390*
010400*    the TRL control record off the end of the results feed,
010410*    and the hash of the worklist numbers actually read
011700 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
011800 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
011900*
011920*    this step's record on the nightly step-timing log
011940 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
011960*
012000 01  rptTitleLine.
012100     05  FILLER                  PIC X(11) VALUE SPACES.
012200     05  FILLER                  PIC X(36) VALUE
014000 PROCEDURE DIVISION.
014100*
014200 0000-MAINLINE.
014220     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
014240     ACCEPT STIM-START-TIME FROM TIME
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014400     PERFORM 2000-BALANCE-RECORD THRU 2000-EXIT
014500         UNTIL endOfInputYes
014750     PERFORM 5000-VERIFY-FEED-TRAILER THRU 5000-EXIT
014800     PERFORM 4000-BALANCE-TRAILER THRU 4000-EXIT
014900     PERFORM 8000-TERMINATE THRU 8000-EXIT
014950     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
015000     MOVE jobReturnCode TO RETURN-CODE
015100     STOP RUN.
015200*
023570             SET balRunIdMixedYes TO TRUE
023580         END-IF
023590     END-IF
023592     IF BOUT-RUN-ID NUMERIC
023594         IF BOUT-RUN-ID > balHighRunId
023596             MOVE BOUT-RUN-ID TO balHighRunId
023597         END-IF
023598     END-IF
023600*
023700     IF BOUT-NUMBER NOT = BIN-WORKLIST-NUMBER
023800         MOVE "RESULTS NUMBER DOES NOT MATCH WORKLIST"
024150     MOVE BOUT-ROOT-DEGREE TO balOutDegreeX
024160     IF balOutOperation NOT = balInOperation
024170         MOVE "RESULTS OPERATION DOES NOT MATCH WORKLIST"
024171             TO RPT-EXC-TEXT
024172         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
024173     END-IF
024174     IF BOUT-DEPT-CODE NOT = BIN-DEPT-CODE
024175         MOVE "RESULTS DEPARTMENT DOES NOT MATCH WORKLIST"
024180             TO RPT-EXC-TEXT
024190         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
024195     END-IF
047900*
048000 8000-EXIT.
048100     EXIT.
048200*
048300*----------------------------------------------------------
048400* 8900-WRITE-STEP-TIMING - this step's record on the nightly
048500* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
048600* stamps the end time and does the append.
048700*----------------------------------------------------------
048800 8900-WRITE-STEP-TIMING.
048900     MOVE "BAL" TO STIM-STEP-NAME
049000     MOVE "SQRTBAL" TO STIM-PROGRAM-NAME
049100     MOVE balHighRunId TO STIM-RUN-ID
049200     MOVE balOutputCount TO STIM-RECORDS-IN
049300     MOVE ZEROS TO STIM-RECORDS-OUT
049400     MOVE jobReturnCode TO STIM-RETURN-CODE
049500     CALL "SQRTTIMR" USING STIM-RECORD.
049600*
049700 8900-EXIT.
049800     EXIT.
