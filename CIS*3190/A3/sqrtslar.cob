000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTSLAR: NIGHTLY BATCH-WINDOW SLA REPORT
000600*
000700* Every program step of the overnight cycle - SQRTJOB or
000800* SQRTPARJ - appends one step-timing record (STMLAYT copybook)
000900* to SQRTSTIM as it ends: run id, step name, program, start and
001000* end, records in and out, and return code.  This program reads
001100* that log back and shows where the batch window goes:
001200*
001300*   - one line per recent night: the stream it ran (single or
001400*     sharded), its run ids, when it started and finished, its
001500*     elapsed time, and its margin against the window deadline,
001600*     flagged LATE when it finished past the deadline, NEAR when
001700*     it finished inside the warning margin, and TREND when its
001800*     margin has shrunk three nights running at a rate that
001900*     reaches the deadline within the horizon;
002000*   - the latest night step by step - start, elapsed, records
002100*     in and out, return code - beside each step's average over
002200*     the nights reported and its share of the night;
002300*   - the trend: average and longest night, average and
002400*     smallest margin, and how many nights are left at the rate
002500*     the margin is currently shrinking.
002600*
002700* A night begins with its SQRTEDIT record; every record after
002800* it, up to the next SQRTEDIT record, belongs to the same night.
002900* That keeps a restarted night (RESTART=CLRRESUB after a screen
003000* hold, or a shard rerun) together, and it keeps the shard
003100* steps - folded onto the log after the merge by CATSTIM - with
003200* the night that ran them.  The night's elapsed time is wall
003300* clock from the edit's start to the latest step end, so the
003400* utility steps between programs are counted too.
003500*
003600* The night's window opens at a clock time and its deadline is
003700* the next deadline clock time after that.  Both, and the rest
003800* of the settings, come from the optional SQRTXPRM card, a field
003900* at a time; a blank or non-numeric field keeps its default:
004000*    cols  1-4   window opens, HHMM (2000)
004100*    cols  6-9   window deadline, HHMM (0600)
004200*    cols 11-13  nights to report (014, at most 060)
004300*    cols 15-17  warning margin, minutes (060)
004400*    cols 19-21  trend horizon, nights (007)
004500*
004600* Return codes:
004700*    RC=0    every night reported finished inside the window
004800*    RC=4    a night finished inside the warning margin or is
004900*            trending toward the deadline, or the log holds no
005000*            nights
005100*    RC=8    a night reported finished after the deadline
005200*    RC=16   a file could not be opened
005300*
005400* Modification history:
005500*   2026-10-15 MJS  Original member.
005600* -------------------------------------------------------------
005700*
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID. SQRTSLAR.
006000*
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT SLAR-TIMING-FILE ASSIGN TO "SQRTSTIM"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS fileStatusStim.
006700     SELECT SLAR-REPORT-FILE ASSIGN TO "SQRTXRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS fileStatusXrpt.
007000     SELECT SLAR-PARM-FILE ASSIGN TO "SQRTXPRM"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS fileStatusXprm.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  SLAR-TIMING-FILE.
007700 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
007800*
007900 FD  SLAR-REPORT-FILE.
008000 01  XRPT-LINE                   PIC X(80).
008100*
008200 FD  SLAR-PARM-FILE.
008300 01  XPRM-PARAMETER-RECORD.
008400     05  XPRM-WINDOW-OPEN        PIC X(04).
008500     05  FILLER                  PIC X(01).
008600     05  XPRM-WINDOW-DEADLINE    PIC X(04).
008700     05  FILLER                  PIC X(01).
008800     05  XPRM-REPORT-NIGHTS      PIC X(03).
008900     05  FILLER                  PIC X(01).
009000     05  XPRM-WARNING-MINUTES    PIC X(03).
009100     05  FILLER                  PIC X(01).
009200     05  XPRM-TREND-HORIZON      PIC X(03).
009300*
009400 WORKING-STORAGE SECTION.
009500 01  fileStatusStim              PIC X(02) VALUE SPACES.
009600 01  fileStatusXrpt              PIC X(02) VALUE SPACES.
009700 01  fileStatusXprm              PIC X(02) VALUE SPACES.
009800 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
009900     88  anyOpenFailedYes            VALUE "Y".
010000 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
010100     88  reportOpenFailedYes         VALUE "Y".
010200*
010300 01  endOfFileSwitch             PIC X(01) VALUE 'N'.
010400     88  endOfFileYes                VALUE 'Y'.
010500*
010600*    the settings; a missing card or field keeps the default
010700 01  windowOpenX                 PIC X(04) VALUE "2000".
010800 01  windowOpenParts REDEFINES windowOpenX.
010900     05  windowOpenHour          PIC 9(02).
011000     05  windowOpenMinute        PIC 9(02).
011100 01  windowDeadlineX             PIC X(04) VALUE "0600".
011200 01  windowDeadlineParts REDEFINES windowDeadlineX.
011300     05  windowDeadlineHour      PIC 9(02).
011400     05  windowDeadlineMinute    PIC 9(02).
011500 01  reportNightsX               PIC X(03) VALUE "014".
011600 01  reportNights REDEFINES reportNightsX
011700                                 PIC 9(03).
011800 01  warningMinutesX             PIC X(03) VALUE "060".
011900 01  warningMinutes REDEFINES warningMinutesX
012000                                 PIC 9(03).
012100 01  trendHorizonX               PIC X(03) VALUE "007".
012200 01  trendHorizon REDEFINES trendHorizonX
012300                                 PIC 9(03).
012400 01  clockCheckX                 PIC X(04) VALUE SPACES.
012500 01  clockCheckParts REDEFINES clockCheckX.
012600     05  clockCheckHour          PIC 9(02).
012700     05  clockCheckMinute        PIC 9(02).
012800 01  clockCheckValidFlag         PIC X(01) VALUE 'N'.
012900     88  clockCheckValidYes          VALUE 'Y'.
013000*
013100*    seconds past midnight of the window opening and deadline,
013200*    and the warning margin in seconds
013300 01  windowOpenSecs              PIC 9(05) VALUE ZEROS.
013400 01  windowDeadlineSecs          PIC 9(05) VALUE ZEROS.
013500 01  warningSecs                 PIC 9(07) VALUE ZEROS.
013600*
013700*    the nights reported, oldest first
013800 01  nightTableArea.
013900     05  nightEntry OCCURS 60.
014000         10  nightTblDate        PIC 9(08).
014100         10  nightTblStartSecs   PIC 9(12).
014200         10  nightTblEndSecs     PIC 9(12).
014300         10  nightTblDeadline    PIC 9(12).
014400         10  nightTblMarginSecs  PIC S9(09).
014500         10  nightTblBusySecs    PIC 9(09).
014600         10  nightTblLowRunId    PIC 9(06).
014700         10  nightTblHighRunId   PIC 9(06).
014800         10  nightTblWorstRc     PIC 9(02).
014900         10  nightTblStepCount   PIC 9(03).
015000         10  nightTblShardedFlag PIC X(01).
015100             88  nightTblSharded     VALUE "Y".
015200         10  nightTblFlag        PIC X(05).
015300 01  nightUsedCount              PIC 9(03) VALUE ZEROS.
015400 01  nightIndex                  PIC 9(03) VALUE ZEROS.
015500 01  nightsOnLogCount            PIC 9(07) VALUE ZEROS.
015600 01  nightOrdinal                PIC 9(07) VALUE ZEROS.
015700 01  firstReportedOrdinal        PIC 9(07) VALUE ZEROS.
015800*
015900*    the latest night's steps in start order; the table is
016000*    cleared as each night begins, so the last night loaded is
016100*    the one left in it
016200 01  stepTableArea.
016300     05  stepEntry OCCURS 40.
016400         10  stepTblName         PIC X(08).
016500         10  stepTblProgram      PIC X(08).
016600         10  stepTblStartSecs    PIC 9(12).
016700         10  stepTblElapsed      PIC 9(09).
016800         10  stepTblRecordsIn    PIC 9(09).
016900         10  stepTblRecordsOut   PIC 9(09).
017000         10  stepTblReturnCode   PIC 9(02).
017100 01  stepUsedCount               PIC 9(03) VALUE ZEROS.
017200 01  stepIndex                   PIC 9(03) VALUE ZEROS.
017300 01  stepInsertIndex             PIC 9(03) VALUE ZEROS.
017400 01  stepTableFullFlag           PIC X(01) VALUE 'N'.
017500     88  stepTableFullYes            VALUE 'Y'.
017600 01  stepShiftDoneFlag           PIC X(01) VALUE 'N'.
017700     88  stepShiftDoneYes            VALUE 'Y'.
017800*
017900*    every step name's elapsed time over the nights reported,
018000*    for its average
018100 01  averageTableArea.
018200     05  averageEntry OCCURS 40.
018300         10  avgTblName          PIC X(08).
018400         10  avgTblTotalSecs     PIC 9(11).
018500         10  avgTblRunCount      PIC 9(05).
018600 01  averageUsedCount            PIC 9(03) VALUE ZEROS.
018700 01  averageIndex                PIC 9(03) VALUE ZEROS.
018800 01  averageMatchIndex           PIC 9(03) VALUE ZEROS.
018900 01  averageSearchName           PIC X(08) VALUE SPACES.
019000 01  averageFoundFlag            PIC X(01) VALUE 'N'.
019100     88  averageFoundYes             VALUE 'Y'.
019200 01  averageSecs                 PIC 9(09) VALUE ZEROS.
019300*
019400*    the record being loaded
019500 01  recordStartSecs             PIC 9(12) VALUE ZEROS.
019600 01  recordEndSecs               PIC 9(12) VALUE ZEROS.
019700 01  recordElapsed               PIC 9(09) VALUE ZEROS.
019800 01  timingReadCount             PIC 9(09) VALUE ZEROS.
019900 01  timingUnreadableCount       PIC 9(09) VALUE ZEROS.
020000*
020100*    a date and HHMMSSCC time to seconds since day zero
020200 01  stampDate                   PIC 9(08) VALUE ZEROS.
020300 01  stampTime                   PIC 9(08) VALUE ZEROS.
020400 01  stampTimeParts REDEFINES stampTime.
020500     05  stampHour               PIC 9(02).
020600     05  stampMinute             PIC 9(02).
020700     05  stampSecond             PIC 9(02).
020800     05  stampHundredth          PIC 9(02).
020900 01  stampSecs                   PIC 9(12) VALUE ZEROS.
021000 01  stampValidFlag              PIC X(01) VALUE 'N'.
021100     88  stampValidYes               VALUE 'Y'.
021200*
021300*    the trend
021400 01  lateCount                   PIC 9(03) VALUE ZEROS.
021500 01  nearCount                   PIC 9(03) VALUE ZEROS.
021600 01  trendCount                  PIC 9(03) VALUE ZEROS.
021700 01  nightElapsed                PIC 9(09) VALUE ZEROS.
021800 01  totalElapsed                PIC 9(11) VALUE ZEROS.
021900 01  longestElapsed              PIC 9(09) VALUE ZEROS.
022000 01  longestDate                 PIC 9(08) VALUE ZEROS.
022100 01  totalMargin                 PIC S9(11) VALUE ZEROS.
022200 01  smallestMargin              PIC S9(09) VALUE ZEROS.
022300 01  smallestDate                PIC 9(08) VALUE ZEROS.
022400 01  averageMargin               PIC S9(09) VALUE ZEROS.
022500 01  marginDecline               PIC S9(09) VALUE ZEROS.
022600 01  marginReach                 PIC S9(11) VALUE ZEROS.
022700 01  nightsLeft                  PIC 9(05) VALUE ZEROS.
022800 01  latestShrinkingFlag         PIC X(01) VALUE 'N'.
022900     88  latestShrinkingYes          VALUE 'Y'.
023000 01  priorIndex                  PIC 9(03) VALUE ZEROS.
023100 01  earlierIndex                PIC 9(03) VALUE ZEROS.
023200 01  stepSharePct                PIC 9(03) VALUE ZEROS.
023300*
023400*    day numbers (days since 0000-12-31 on the proleptic
023500*    Gregorian calendar) so a night that crosses midnight is a
023600*    subtraction; monthStartDays holds the days before each
023700*    month in a common year
023800 01  dayCalcDate                 PIC 9(08) VALUE ZEROS.
023900 01  dayCalcDateParts REDEFINES dayCalcDate.
024000     05  dayCalcYear             PIC 9(04).
024100     05  dayCalcMonth            PIC 9(02).
024200     05  dayCalcDay              PIC 9(02).
024300 01  dayNumber                   PIC 9(07) VALUE ZEROS.
024400 01  dayNumberValidFlag          PIC X(01) VALUE 'N'.
024500     88  dayNumberValidYes           VALUE 'Y'.
024600 01  dayYearsBefore              PIC 9(04) VALUE ZEROS.
024700 01  dayLeapCount4               PIC 9(04) VALUE ZEROS.
024800 01  dayLeapCount100             PIC 9(04) VALUE ZEROS.
024900 01  dayLeapCount400             PIC 9(04) VALUE ZEROS.
025000 01  dayQuotient                 PIC 9(04) VALUE ZEROS.
025100 01  dayRemainder4               PIC 9(04) VALUE ZEROS.
025200 01  dayRemainder100             PIC 9(04) VALUE ZEROS.
025300 01  dayRemainder400             PIC 9(04) VALUE ZEROS.
025400 01  monthStartValues.
025500     05  FILLER                  PIC X(36) VALUE
025600         "000031059090120151181212243273304334".
025700 01  monthStartTable REDEFINES monthStartValues.
025800     05  monthStartDays          PIC 9(03) OCCURS 12.
025900*
026000 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
026100 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
026200*
026300*    edited views the report columns are built from
026400 01  formatSecs                  PIC 9(12) VALUE ZEROS.
026500 01  formatQuotient              PIC 9(12) VALUE ZEROS.
026600 01  formatRemainder             PIC 9(05) VALUE ZEROS.
026700 01  formatMinutesLeft           PIC 9(05) VALUE ZEROS.
026800 01  editDuration.
026900     05  editDurationHours       PIC 9(02).
027000     05  FILLER                  PIC X(01) VALUE ":".
027100     05  editDurationMinutes     PIC 9(02).
027200     05  FILLER                  PIC X(01) VALUE ":".
027300     05  editDurationSeconds     PIC 9(02).
027400 01  editClock.
027500     05  editClockHour           PIC 9(02).
027600     05  FILLER                  PIC X(01) VALUE ":".
027700     05  editClockMinute         PIC 9(02).
027800     05  FILLER                  PIC X(01) VALUE ":".
027900     05  editClockSecond         PIC 9(02).
028000 01  editMargin.
028100     05  editMarginSign          PIC X(01).
028200     05  editMarginHours         PIC 9(02).
028300     05  FILLER                  PIC X(01) VALUE ":".
028400     05  editMarginMinutes       PIC 9(02).
028500 01  editMarginSecs              PIC 9(09) VALUE ZEROS.
028600 01  editRunIds.
028700     05  editRunIdLow            PIC 9(06).
028800     05  editRunIdDash           PIC X(01).
028900     05  editRunIdHigh           PIC X(06).
029000*
029100 01  rptTitleLine.
029200     05  FILLER                  PIC X(11) VALUE SPACES.
029300     05  FILLER                  PIC X(30) VALUE
029400         "NIGHTLY BATCH WINDOW - SLA REP".
029500     05  FILLER                  PIC X(03) VALUE "ORT".
029600*
029700 01  rptRunDateLine.
029800     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
029900     05  RPT-RUN-DATE-OUT        PIC 9(08).
030000*
030100 01  rptSectionLine              PIC X(44) VALUE SPACES.
030200*
030300 01  rptCountLine.
030400     05  RPT-COUNT-LABEL         PIC X(31).
030500     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
030600*
030700 01  rptTimeLine.
030800     05  RPT-TIME-LABEL          PIC X(31).
030900     05  FILLER                  PIC X(03) VALUE SPACES.
031000     05  RPT-TIME-VALUE          PIC X(08).
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  RPT-TIME-NOTE           PIC X(20).
031300*
031400 01  rptNightHeadLine.
031500     05  FILLER                  PIC X(10) VALUE "NIGHT OF".
031600     05  FILLER                  PIC X(09) VALUE "STREAM".
031700     05  FILLER                  PIC X(15) VALUE "RUN IDS".
031800     05  FILLER                  PIC X(07) VALUE "START".
031900     05  FILLER                  PIC X(07) VALUE "FINISH".
032000     05  FILLER                  PIC X(10) VALUE "ELAPSED".
032100     05  FILLER                  PIC X(08) VALUE "MARGIN".
032200     05  FILLER                  PIC X(04) VALUE "FLAG".
032300*
032400 01  rptNightLine.
032500     05  RPT-NT-DATE             PIC 9(08).
032600     05  FILLER                  PIC X(02) VALUE SPACES.
032700     05  RPT-NT-STREAM           PIC X(07).
032800     05  FILLER                  PIC X(02) VALUE SPACES.
032900     05  RPT-NT-RUN-IDS          PIC X(13).
033000     05  FILLER                  PIC X(02) VALUE SPACES.
033100     05  RPT-NT-START            PIC X(05).
033200     05  FILLER                  PIC X(02) VALUE SPACES.
033300     05  RPT-NT-FINISH           PIC X(05).
033400     05  FILLER                  PIC X(02) VALUE SPACES.
033500     05  RPT-NT-ELAPSED          PIC X(08).
033600     05  FILLER                  PIC X(02) VALUE SPACES.
033700     05  RPT-NT-MARGIN           PIC X(06).
033800     05  FILLER                  PIC X(02) VALUE SPACES.
033900     05  RPT-NT-FLAG             PIC X(05).
034000*
034100 01  rptStepHeadLine.
034200     05  FILLER                  PIC X(09) VALUE "STEP".
034300     05  FILLER                  PIC X(09) VALUE "PROGRAM".
034400     05  FILLER                  PIC X(09) VALUE "STARTED".
034500     05  FILLER                  PIC X(09) VALUE "ELAPSED".
034600     05  FILLER                  PIC X(12) VALUE " RECORDS IN".
034700     05  FILLER                  PIC X(13) VALUE "RECORDS OUT".
034800     05  FILLER                  PIC X(03) VALUE "RC".
034900     05  FILLER                  PIC X(09) VALUE "AVERAGE".
035000     05  FILLER                  PIC X(03) VALUE "PCT".
035100*
035200 01  rptStepLine.
035300     05  RPT-ST-NAME             PIC X(08).
035400     05  FILLER                  PIC X(01) VALUE SPACE.
035500     05  RPT-ST-PROGRAM          PIC X(08).
035600     05  FILLER                  PIC X(01) VALUE SPACE.
035700     05  RPT-ST-START            PIC X(08).
035800     05  FILLER                  PIC X(01) VALUE SPACE.
035900     05  RPT-ST-ELAPSED          PIC X(08).
036000     05  FILLER                  PIC X(01) VALUE SPACE.
036100     05  RPT-ST-IN               PIC ZZZ,ZZZ,ZZ9.
036200     05  FILLER                  PIC X(01) VALUE SPACE.
036300     05  RPT-ST-OUT              PIC ZZZ,ZZZ,ZZ9.
036400     05  FILLER                  PIC X(02) VALUE SPACES.
036500     05  RPT-ST-RC               PIC Z9.
036600     05  FILLER                  PIC X(01) VALUE SPACE.
036700     05  RPT-ST-AVERAGE          PIC X(08).
036800     05  FILLER                  PIC X(01) VALUE SPACE.
036900     05  RPT-ST-PCT              PIC ZZ9.
037000*
037100 01  rptVerdictLine              PIC X(50) VALUE SPACES.
037200*
037300 PROCEDURE DIVISION.
037400*
037500 0000-MAINLINE.
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037700     PERFORM 2000-COUNT-NIGHTS THRU 2000-EXIT
037800     PERFORM 3000-LOAD-NIGHTS THRU 3000-EXIT
037900     PERFORM 4000-ASSESS-NIGHTS THRU 4000-EXIT
038000     PERFORM 5000-WRITE-NIGHTS THRU 5000-EXIT
038100     PERFORM 6000-WRITE-LATEST-NIGHT THRU 6000-EXIT
038200     PERFORM 6500-WRITE-TREND THRU 6500-EXIT
038300     PERFORM 8000-TERMINATE THRU 8000-EXIT
038400     MOVE jobReturnCode TO RETURN-CODE
038500     STOP RUN.
038600*
038700*----------------------------------------------------------
038800* 1000-INITIALIZE - load the settings, open the files, and
038900* print the report headers.
039000*----------------------------------------------------------
039100 1000-INITIALIZE.
039200     ACCEPT runCurrentDate FROM DATE YYYYMMDD
039300     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
039400     COMPUTE windowOpenSecs = windowOpenHour * 3600
039500         + windowOpenMinute * 60
039600     COMPUTE windowDeadlineSecs = windowDeadlineHour * 3600
039700         + windowDeadlineMinute * 60
039800     COMPUTE warningSecs = warningMinutes * 60
039900*
040000     OPEN INPUT SLAR-TIMING-FILE
040100     IF fileStatusStim NOT = "00"
040200         DISPLAY "SQRTSTIM COULD NOT BE OPENED - STATUS "
040300             fileStatusStim
040400         SET anyOpenFailedYes TO TRUE
040500     END-IF
040600*
040700     OPEN OUTPUT SLAR-REPORT-FILE
040800     IF fileStatusXrpt NOT = "00"
040900         DISPLAY "SQRTXRPT COULD NOT BE OPENED - STATUS "
041000             fileStatusXrpt
041100         SET anyOpenFailedYes TO TRUE
041200         SET reportOpenFailedYes TO TRUE
041300     END-IF
041400*
041500     IF NOT reportOpenFailedYes
041600         MOVE runCurrentDate TO RPT-RUN-DATE-OUT
041700         WRITE XRPT-LINE FROM rptTitleLine
041800         MOVE SPACES TO XRPT-LINE
041900         WRITE XRPT-LINE
042000         WRITE XRPT-LINE FROM rptRunDateLine
042100         PERFORM 1200-WRITE-SETTINGS THRU 1200-EXIT
042200     END-IF.
042300*
042400 1000-EXIT.
042500     EXIT.
042600*
042700*----------------------------------------------------------
042800* 1100-READ-PARAMETERS - every setting is optional; each
042900* numeric field on the card replaces its default, and a clock
043000* time must be a real HHMM.
043100*----------------------------------------------------------
043200 1100-READ-PARAMETERS.
043300     OPEN INPUT SLAR-PARM-FILE
043400     IF fileStatusXprm NOT = "00"
043500         GO TO 1100-EXIT
043600     END-IF
043700     READ SLAR-PARM-FILE
043800         AT END
043900             CLOSE SLAR-PARM-FILE
044000             GO TO 1100-EXIT
044100     END-READ
044200     MOVE XPRM-WINDOW-OPEN TO clockCheckX
044300     PERFORM 1150-CHECK-CLOCK THRU 1150-EXIT
044400     IF clockCheckValidYes
044500         MOVE clockCheckX TO windowOpenX
044600     END-IF
044700     MOVE XPRM-WINDOW-DEADLINE TO clockCheckX
044800     PERFORM 1150-CHECK-CLOCK THRU 1150-EXIT
044900     IF clockCheckValidYes
045000         MOVE clockCheckX TO windowDeadlineX
045100     END-IF
045200     IF XPRM-REPORT-NIGHTS NUMERIC
045300         MOVE XPRM-REPORT-NIGHTS TO reportNightsX
045400     END-IF
045500     IF XPRM-WARNING-MINUTES NUMERIC
045600         MOVE XPRM-WARNING-MINUTES TO warningMinutesX
045700     END-IF
045800     IF XPRM-TREND-HORIZON NUMERIC
045900         MOVE XPRM-TREND-HORIZON TO trendHorizonX
046000     END-IF
046100     CLOSE SLAR-PARM-FILE
046200*    the night table holds sixty nights, and a report of no
046300*    nights says nothing
046400     IF reportNights > 60
046500         MOVE 60 TO reportNights
046600     END-IF
046700     IF reportNights = 0
046800         MOVE 1 TO reportNights
046900     END-IF.
047000*
047100 1100-EXIT.
047200     EXIT.
047300*
047400 1150-CHECK-CLOCK.
047500     MOVE "N" TO clockCheckValidFlag
047600     IF clockCheckX NUMERIC
047700         IF clockCheckHour <= 23 AND clockCheckMinute <= 59
047800             SET clockCheckValidYes TO TRUE
047900         END-IF
048000     END-IF.
048100*
048200 1150-EXIT.
048300     EXIT.
048400*
048500 1200-WRITE-SETTINGS.
048600     MOVE "SETTINGS (SQRTXPRM)" TO rptSectionLine
048700     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
048800     MOVE SPACES TO rptTimeLine
048900     MOVE "  WINDOW OPENS . . . . . . . : " TO RPT-TIME-LABEL
049000     MOVE windowOpenSecs TO formatSecs
049100     PERFORM 7800-FORMAT-CLOCK THRU 7800-EXIT
049200     MOVE editClock TO RPT-TIME-VALUE
049300     WRITE XRPT-LINE FROM rptTimeLine
049400     MOVE "  WINDOW DEADLINE  . . . . . : " TO RPT-TIME-LABEL
049500     MOVE windowDeadlineSecs TO formatSecs
049600     PERFORM 7800-FORMAT-CLOCK THRU 7800-EXIT
049700     MOVE editClock TO RPT-TIME-VALUE
049800     WRITE XRPT-LINE FROM rptTimeLine
049900     MOVE "  WARNING MARGIN (MINUTES) . : " TO RPT-COUNT-LABEL
050000     MOVE warningMinutes TO RPT-COUNT-VALUE
050100     WRITE XRPT-LINE FROM rptCountLine
050200     MOVE "  NIGHTS TO REPORT . . . . . : " TO RPT-COUNT-LABEL
050300     MOVE reportNights TO RPT-COUNT-VALUE
050400     WRITE XRPT-LINE FROM rptCountLine
050500     MOVE "  TREND HORIZON (NIGHTS) . . : " TO RPT-COUNT-LABEL
050600     MOVE trendHorizon TO RPT-COUNT-VALUE
050700     WRITE XRPT-LINE FROM rptCountLine.
050800*
050900 1200-EXIT.
051000     EXIT.
051100*
051200*----------------------------------------------------------
051300* 2000-COUNT-NIGHTS - a first pass counts the nights on the
051400* log (its SQRTEDIT records), so the second pass can skip to
051500* the ones to report.
051600*----------------------------------------------------------
051700 2000-COUNT-NIGHTS.
051800     IF anyOpenFailedYes
051900         GO TO 2000-EXIT
052000     END-IF
052100     MOVE "N" TO endOfFileSwitch
052200     PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
052300         UNTIL endOfFileYes
052400     CLOSE SLAR-TIMING-FILE
052500*
052600     IF nightsOnLogCount > reportNights
052700         COMPUTE firstReportedOrdinal =
052800             nightsOnLogCount - reportNights + 1
052900     ELSE
053000         MOVE 1 TO firstReportedOrdinal
053100     END-IF.
053200*
053300 2000-EXIT.
053400     EXIT.
053500*
053600 2100-COUNT-ONE-RECORD.
053700     READ SLAR-TIMING-FILE
053800         AT END
053900             SET endOfFileYes TO TRUE
054000             GO TO 2100-EXIT
054100     END-READ
054200     IF STIM-PROGRAM-NAME NOT = "SQRTEDIT"
054300         GO TO 2100-EXIT
054400     END-IF
054500*    an edit record 3100 would skip as unreadable is no night
054600     IF STIM-RUN-ID NOT NUMERIC
054700             OR STIM-RECORDS-IN NOT NUMERIC
054800             OR STIM-RECORDS-OUT NOT NUMERIC
054900             OR STIM-RETURN-CODE NOT NUMERIC
055000         GO TO 2100-EXIT
055100     END-IF
055200     MOVE STIM-START-DATE TO stampDate
055300     MOVE STIM-START-TIME TO stampTime
055400     PERFORM 7600-STAMP-TO-SECONDS THRU 7600-EXIT
055500     IF NOT stampValidYes
055600         GO TO 2100-EXIT
055700     END-IF
055800     MOVE STIM-END-DATE TO stampDate
055900     MOVE STIM-END-TIME TO stampTime
056000     PERFORM 7600-STAMP-TO-SECONDS THRU 7600-EXIT
056100     IF stampValidYes
056200         ADD 1 TO nightsOnLogCount
056300     END-IF.
056400*
056500 2100-EXIT.
056600     EXIT.
056700*
056800*----------------------------------------------------------
056900* 3000-LOAD-NIGHTS - the second pass tables the nights to
057000* report, their steps, and each step name's running total.
057100*----------------------------------------------------------
057200 3000-LOAD-NIGHTS.
057300     IF anyOpenFailedYes
057400         GO TO 3000-EXIT
057500     END-IF
057600     OPEN INPUT SLAR-TIMING-FILE
057700     IF fileStatusStim NOT = "00"
057800         DISPLAY "SQRTSTIM COULD NOT BE REOPENED - STATUS "
057900             fileStatusStim
058000         SET anyOpenFailedYes TO TRUE
058100         GO TO 3000-EXIT
058200     END-IF
058300     MOVE "N" TO endOfFileSwitch
058400     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
058500         UNTIL endOfFileYes
058600     CLOSE SLAR-TIMING-FILE.
058700*
058800 3000-EXIT.
058900     EXIT.
059000*
059100 3100-LOAD-ONE-RECORD.
059200     READ SLAR-TIMING-FILE
059300         AT END
059400             SET endOfFileYes TO TRUE
059500             GO TO 3100-EXIT
059600     END-READ
059700     ADD 1 TO timingReadCount
059800     IF STIM-RUN-ID NOT NUMERIC
059900             OR STIM-RECORDS-IN NOT NUMERIC
060000             OR STIM-RECORDS-OUT NOT NUMERIC
060100             OR STIM-RETURN-CODE NOT NUMERIC
060200         ADD 1 TO timingUnreadableCount
060300         GO TO 3100-EXIT
060400     END-IF
060500     MOVE STIM-START-DATE TO stampDate
060600     MOVE STIM-START-TIME TO stampTime
060700     PERFORM 7600-STAMP-TO-SECONDS THRU 7600-EXIT
060800     IF NOT stampValidYes
060900         ADD 1 TO timingUnreadableCount
061000         GO TO 3100-EXIT
061100     END-IF
061200     MOVE stampSecs TO recordStartSecs
061300     MOVE STIM-END-DATE TO stampDate
061400     MOVE STIM-END-TIME TO stampTime
061500     PERFORM 7600-STAMP-TO-SECONDS THRU 7600-EXIT
061600     IF NOT stampValidYes
061700         ADD 1 TO timingUnreadableCount
061800         GO TO 3100-EXIT
061900     END-IF
062000     MOVE stampSecs TO recordEndSecs
062100     IF recordEndSecs > recordStartSecs
062200         COMPUTE recordElapsed = recordEndSecs - recordStartSecs
062300     ELSE
062400         MOVE ZEROS TO recordElapsed
062500     END-IF
062600*
062700     IF STIM-PROGRAM-NAME = "SQRTEDIT"
062800         ADD 1 TO nightOrdinal
062900         IF nightOrdinal >= firstReportedOrdinal
063000             PERFORM 3200-START-NIGHT THRU 3200-EXIT
063100         END-IF
063200     END-IF
063300*    records ahead of the first night reported (or ahead of any
063400*    edit at all) are not part of this report
063500     IF nightOrdinal = 0 OR nightOrdinal < firstReportedOrdinal
063600             OR nightUsedCount = 0
063700         GO TO 3100-EXIT
063800     END-IF
063900*
064000     IF recordEndSecs > nightTblEndSecs(nightUsedCount)
064100         MOVE recordEndSecs TO nightTblEndSecs(nightUsedCount)
064200     END-IF
064300     ADD recordElapsed TO nightTblBusySecs(nightUsedCount)
064400     ADD 1 TO nightTblStepCount(nightUsedCount)
064500     IF STIM-RUN-ID > 0
064600         IF nightTblLowRunId(nightUsedCount) = 0
064700                 OR STIM-RUN-ID < nightTblLowRunId(nightUsedCount)
064800             MOVE STIM-RUN-ID TO nightTblLowRunId(nightUsedCount)
064900         END-IF
065000         IF STIM-RUN-ID > nightTblHighRunId(nightUsedCount)
065100             MOVE STIM-RUN-ID TO nightTblHighRunId(nightUsedCount)
065200         END-IF
065300     END-IF
065400     IF STIM-RETURN-CODE > nightTblWorstRc(nightUsedCount)
065500         MOVE STIM-RETURN-CODE TO nightTblWorstRc(nightUsedCount)
065600     END-IF
065700     IF STIM-PROGRAM-NAME = "SQRTSPLT"
065800             OR STIM-PROGRAM-NAME = "SQRTMRGE"
065900         SET nightTblSharded(nightUsedCount) TO TRUE
066000     END-IF
066100*
066200     PERFORM 3300-ADD-STEP THRU 3300-EXIT
066300     PERFORM 3500-ACCUMULATE-AVERAGE THRU 3500-EXIT.
066400*
066500 3100-EXIT.
066600     EXIT.
066700*
066800*----------------------------------------------------------
066900* 3200-START-NIGHT - a new night at its edit record: where its
067000* window opened (the latest opening at or before the edit
067100* started) and the deadline that follows that opening.
067200*----------------------------------------------------------
067300 3200-START-NIGHT.
067400     ADD 1 TO nightUsedCount
067500     MOVE STIM-START-DATE TO nightTblDate(nightUsedCount)
067600     MOVE recordStartSecs TO nightTblStartSecs(nightUsedCount)
067700     MOVE recordEndSecs TO nightTblEndSecs(nightUsedCount)
067800     MOVE ZEROS TO nightTblMarginSecs(nightUsedCount)
067900     MOVE ZEROS TO nightTblBusySecs(nightUsedCount)
068000     MOVE ZEROS TO nightTblLowRunId(nightUsedCount)
068100     MOVE ZEROS TO nightTblHighRunId(nightUsedCount)
068200     MOVE ZEROS TO nightTblWorstRc(nightUsedCount)
068300     MOVE ZEROS TO nightTblStepCount(nightUsedCount)
068400     MOVE "N" TO nightTblShardedFlag(nightUsedCount)
068500     MOVE SPACES TO nightTblFlag(nightUsedCount)
068600*
068700*    recordStartSecs less its seconds past midnight is the
068800*    start of the edit's day
068900     DIVIDE recordStartSecs BY 86400 GIVING formatQuotient
069000         REMAINDER formatRemainder
069100     COMPUTE nightTblDeadline(nightUsedCount) =
069200         recordStartSecs - formatRemainder + windowOpenSecs
069300     IF nightTblDeadline(nightUsedCount) > recordStartSecs
069400         SUBTRACT 86400 FROM nightTblDeadline(nightUsedCount)
069500     END-IF
069600     IF windowDeadlineSecs > windowOpenSecs
069700         COMPUTE nightTblDeadline(nightUsedCount) =
069800             nightTblDeadline(nightUsedCount)
069900             + windowDeadlineSecs - windowOpenSecs
070000     ELSE
070100         COMPUTE nightTblDeadline(nightUsedCount) =
070200             nightTblDeadline(nightUsedCount) + 86400
070300             + windowDeadlineSecs - windowOpenSecs
070400     END-IF
070500*
070600     MOVE ZEROS TO stepUsedCount
070700     MOVE "N" TO stepTableFullFlag.
070800*
070900 3200-EXIT.
071000     EXIT.
071100*
071200*----------------------------------------------------------
071300* 3300-ADD-STEP - slot the step into the night's step table in
071400* start order; the shard steps arrive after the merge, so the
071500* file order is not the run order.
071600*----------------------------------------------------------
071700 3300-ADD-STEP.
071800     IF stepUsedCount >= 40
071900         IF NOT stepTableFullYes
072000             DISPLAY "SQRTSLAR NIGHT OF "
072100                 nightTblDate(nightUsedCount)
072200                 " HAS MORE THAN 40 STEPS - EXTRAS NOT LISTED"
072300             SET stepTableFullYes TO TRUE
072400         END-IF
072500         GO TO 3300-EXIT
072600     END-IF
072700     ADD 1 TO stepUsedCount
072800     MOVE stepUsedCount TO stepInsertIndex
072900     MOVE "N" TO stepShiftDoneFlag
073000     PERFORM 3400-SHIFT-ONE-STEP THRU 3400-EXIT
073100         UNTIL stepShiftDoneYes OR stepInsertIndex <= 1
073200     MOVE STIM-STEP-NAME TO stepTblName(stepInsertIndex)
073300     MOVE STIM-PROGRAM-NAME TO stepTblProgram(stepInsertIndex)
073400     MOVE recordStartSecs TO stepTblStartSecs(stepInsertIndex)
073500     MOVE recordElapsed TO stepTblElapsed(stepInsertIndex)
073600     MOVE STIM-RECORDS-IN TO stepTblRecordsIn(stepInsertIndex)
073700     MOVE STIM-RECORDS-OUT TO stepTblRecordsOut(stepInsertIndex)
073800     MOVE STIM-RETURN-CODE TO stepTblReturnCode(stepInsertIndex).
073900*
074000 3300-EXIT.
074100     EXIT.
074200*
074300*    move the entry above the insertion point up one while it
074400*    started later than the step being added
074500 3400-SHIFT-ONE-STEP.
074600     COMPUTE stepIndex = stepInsertIndex - 1
074700     IF stepTblStartSecs(stepIndex) <= recordStartSecs
074800         SET stepShiftDoneYes TO TRUE
074900         GO TO 3400-EXIT
075000     END-IF
075100     MOVE stepEntry(stepIndex) TO stepEntry(stepInsertIndex)
075200     MOVE stepIndex TO stepInsertIndex.
075300*
075400 3400-EXIT.
075500     EXIT.
075600*
075700*----------------------------------------------------------
075800* 3500-ACCUMULATE-AVERAGE - add the step's elapsed time to its
075900* step name's running total.
076000*----------------------------------------------------------
076100 3500-ACCUMULATE-AVERAGE.
076200     MOVE STIM-STEP-NAME TO averageSearchName
076300     PERFORM 3550-FIND-AVERAGE THRU 3550-EXIT
076400     IF NOT averageFoundYes
076500         IF averageUsedCount >= 40
076600             GO TO 3500-EXIT
076700         END-IF
076800         ADD 1 TO averageUsedCount
076900         MOVE averageUsedCount TO averageMatchIndex
077000         MOVE STIM-STEP-NAME TO avgTblName(averageMatchIndex)
077100         MOVE ZEROS TO avgTblTotalSecs(averageMatchIndex)
077200         MOVE ZEROS TO avgTblRunCount(averageMatchIndex)
077300     END-IF
077400     ADD recordElapsed TO avgTblTotalSecs(averageMatchIndex)
077500     ADD 1 TO avgTblRunCount(averageMatchIndex).
077600*
077700 3500-EXIT.
077800     EXIT.
077900*
078000*    look averageSearchName up; averageMatchIndex points at it
078100 3550-FIND-AVERAGE.
078200     MOVE "N" TO averageFoundFlag
078300     MOVE ZEROS TO averageIndex
078400     PERFORM 3560-CHECK-ONE-AVERAGE THRU 3560-EXIT
078500         UNTIL averageFoundYes
078600             OR averageIndex >= averageUsedCount.
078700*
078800 3550-EXIT.
078900     EXIT.
079000*
079100 3560-CHECK-ONE-AVERAGE.
079200     ADD 1 TO averageIndex
079300     IF avgTblName(averageIndex) = averageSearchName
079400         MOVE averageIndex TO averageMatchIndex
079500         SET averageFoundYes TO TRUE
079600     END-IF.
079700*
079800 3560-EXIT.
079900     EXIT.
080000*
080100*----------------------------------------------------------
080200* 4000-ASSESS-NIGHTS - each night's margin against its
080300* deadline and its flag, oldest first so a night's trend can
080400* look back at the two before it.
080500*----------------------------------------------------------
080600 4000-ASSESS-NIGHTS.
080700     MOVE ZEROS TO nightIndex
080800     PERFORM 4100-ASSESS-ONE-NIGHT THRU 4100-EXIT
080900         UNTIL nightIndex >= nightUsedCount.
081000*
081100 4000-EXIT.
081200     EXIT.
081300*
081400 4100-ASSESS-ONE-NIGHT.
081500     ADD 1 TO nightIndex
081600     COMPUTE nightTblMarginSecs(nightIndex) =
081700         nightTblDeadline(nightIndex)
081800         - nightTblEndSecs(nightIndex)
081900     COMPUTE nightElapsed = nightTblEndSecs(nightIndex)
082000         - nightTblStartSecs(nightIndex)
082100     ADD nightElapsed TO totalElapsed
082200     ADD nightTblMarginSecs(nightIndex) TO totalMargin
082300     IF nightElapsed > longestElapsed OR nightIndex = 1
082400         MOVE nightElapsed TO longestElapsed
082500         MOVE nightTblDate(nightIndex) TO longestDate
082600     END-IF
082700     IF nightTblMarginSecs(nightIndex) < smallestMargin
082800             OR nightIndex = 1
082900         MOVE nightTblMarginSecs(nightIndex) TO smallestMargin
083000         MOVE nightTblDate(nightIndex) TO smallestDate
083100     END-IF
083200*
083300*    shrinking: the margin fell on each of the last two nights;
083400*    trending: lost at that average rate, it is gone within the
083500*    horizon
083600     MOVE "N" TO latestShrinkingFlag
083700     MOVE ZEROS TO marginDecline
083800     MOVE ZEROS TO marginReach
083900     IF nightIndex >= 3
084000         COMPUTE priorIndex = nightIndex - 1
084100         COMPUTE earlierIndex = nightIndex - 2
084200         IF nightTblMarginSecs(nightIndex)
084300                 < nightTblMarginSecs(priorIndex)
084400                 AND nightTblMarginSecs(priorIndex)
084500                 < nightTblMarginSecs(earlierIndex)
084600             SET latestShrinkingYes TO TRUE
084700             COMPUTE marginDecline ROUNDED =
084800                 (nightTblMarginSecs(earlierIndex)
084900                 - nightTblMarginSecs(nightIndex)) / 2
085000             COMPUTE marginReach = marginDecline * trendHorizon
085100         END-IF
085200     END-IF
085300*
085400     IF nightTblMarginSecs(nightIndex) < 0
085500         MOVE "LATE" TO nightTblFlag(nightIndex)
085600         ADD 1 TO lateCount
085700         GO TO 4100-EXIT
085800     END-IF
085900     IF nightTblMarginSecs(nightIndex) < warningSecs
086000         MOVE "NEAR" TO nightTblFlag(nightIndex)
086100         ADD 1 TO nearCount
086200         GO TO 4100-EXIT
086300     END-IF
086400     IF latestShrinkingYes
086500             AND nightTblMarginSecs(nightIndex) <= marginReach
086600         MOVE "TREND" TO nightTblFlag(nightIndex)
086700         ADD 1 TO trendCount
086800     END-IF.
086900*
087000 4100-EXIT.
087100     EXIT.
087200*
087300*----------------------------------------------------------
087400* 5000-WRITE-NIGHTS - one line per night reported.
087500*----------------------------------------------------------
087600 5000-WRITE-NIGHTS.
087700     IF anyOpenFailedYes
087800         GO TO 5000-EXIT
087900     END-IF
088000     MOVE "NIGHTS (SQRTSTIM)" TO rptSectionLine
088100     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
088200     IF nightUsedCount = 0
088300         MOVE "  NO NIGHTS ON THE TIMING LOG" TO XRPT-LINE
088400         WRITE XRPT-LINE
088500         GO TO 5000-EXIT
088600     END-IF
088700     WRITE XRPT-LINE FROM rptNightHeadLine
088800     MOVE ZEROS TO nightIndex
088900     PERFORM 5100-WRITE-ONE-NIGHT THRU 5100-EXIT
089000         UNTIL nightIndex >= nightUsedCount.
089100*
089200 5000-EXIT.
089300     EXIT.
089400*
089500 5100-WRITE-ONE-NIGHT.
089600     ADD 1 TO nightIndex
089700     MOVE nightTblDate(nightIndex) TO RPT-NT-DATE
089800     IF nightTblSharded(nightIndex)
089900         MOVE "SHARDED" TO RPT-NT-STREAM
090000     ELSE
090100         MOVE "SINGLE" TO RPT-NT-STREAM
090200     END-IF
090300*
090400     MOVE SPACES TO editRunIds
090500     EVALUATE TRUE
090600         WHEN nightTblLowRunId(nightIndex) = 0
090700             MOVE "NONE" TO editRunIds
090800         WHEN nightTblLowRunId(nightIndex)
090900                 = nightTblHighRunId(nightIndex)
091000             MOVE nightTblLowRunId(nightIndex) TO editRunIdLow
091100         WHEN OTHER
091200             MOVE nightTblLowRunId(nightIndex) TO editRunIdLow
091300             MOVE "-" TO editRunIdDash
091400             MOVE nightTblHighRunId(nightIndex) TO editRunIdHigh
091500     END-EVALUATE
091600     MOVE editRunIds TO RPT-NT-RUN-IDS
091700*
091800     MOVE nightTblStartSecs(nightIndex) TO formatSecs
091900     PERFORM 7800-FORMAT-CLOCK THRU 7800-EXIT
092000     MOVE editClock(1:5) TO RPT-NT-START
092100     MOVE nightTblEndSecs(nightIndex) TO formatSecs
092200     PERFORM 7800-FORMAT-CLOCK THRU 7800-EXIT
092300     MOVE editClock(1:5) TO RPT-NT-FINISH
092400     COMPUTE formatSecs = nightTblEndSecs(nightIndex)
092500         - nightTblStartSecs(nightIndex)
092600     PERFORM 7700-FORMAT-DURATION THRU 7700-EXIT
092700     MOVE editDuration TO RPT-NT-ELAPSED
092800     MOVE nightTblMarginSecs(nightIndex) TO averageMargin
092900     PERFORM 7900-FORMAT-MARGIN THRU 7900-EXIT
093000     MOVE editMargin TO RPT-NT-MARGIN
093100     MOVE nightTblFlag(nightIndex) TO RPT-NT-FLAG
093200     WRITE XRPT-LINE FROM rptNightLine.
093300*
093400 5100-EXIT.
093500     EXIT.
093600*
093700*----------------------------------------------------------
093800* 6000-WRITE-LATEST-NIGHT - the latest night step by step,
093900* each beside its average over the nights reported and its
094000* share of the night's elapsed time.
094100*----------------------------------------------------------
094200 6000-WRITE-LATEST-NIGHT.
094300     IF anyOpenFailedYes OR nightUsedCount = 0
094400         GO TO 6000-EXIT
094500     END-IF
094600     MOVE SPACES TO rptSectionLine
094700     STRING "STEPS - NIGHT OF " DELIMITED BY SIZE
094800         nightTblDate(nightUsedCount) DELIMITED BY SIZE
094900         INTO rptSectionLine
095000     END-STRING
095100     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
095200     WRITE XRPT-LINE FROM rptStepHeadLine
095300     COMPUTE nightElapsed = nightTblEndSecs(nightUsedCount)
095400         - nightTblStartSecs(nightUsedCount)
095500     MOVE ZEROS TO stepIndex
095600     PERFORM 6100-WRITE-ONE-STEP THRU 6100-EXIT
095700         UNTIL stepIndex >= stepUsedCount
095800*
095900     MOVE SPACES TO rptTimeLine
096000     MOVE "  NIGHT ELAPSED (WALL CLOCK) : " TO RPT-TIME-LABEL
096100     MOVE nightElapsed TO formatSecs
096200     PERFORM 7700-FORMAT-DURATION THRU 7700-EXIT
096300     MOVE editDuration TO RPT-TIME-VALUE
096400     WRITE XRPT-LINE FROM rptTimeLine
096500     MOVE "  TIME IN PROGRAM STEPS  . . : " TO RPT-TIME-LABEL
096600     MOVE nightTblBusySecs(nightUsedCount) TO formatSecs
096700     PERFORM 7700-FORMAT-DURATION THRU 7700-EXIT
096800     MOVE editDuration TO RPT-TIME-VALUE
096900     WRITE XRPT-LINE FROM rptTimeLine.
097000*
097100 6000-EXIT.
097200     EXIT.
097300*
097400 6100-WRITE-ONE-STEP.
097500     ADD 1 TO stepIndex
097600     MOVE SPACES TO rptStepLine
097700     MOVE stepTblName(stepIndex) TO RPT-ST-NAME
097800     MOVE stepTblProgram(stepIndex) TO RPT-ST-PROGRAM
097900     MOVE stepTblStartSecs(stepIndex) TO formatSecs
098000     PERFORM 7800-FORMAT-CLOCK THRU 7800-EXIT
098100     MOVE editClock TO RPT-ST-START
098200     MOVE stepTblElapsed(stepIndex) TO formatSecs
098300     PERFORM 7700-FORMAT-DURATION THRU 7700-EXIT
098400     MOVE editDuration TO RPT-ST-ELAPSED
098500     MOVE stepTblRecordsIn(stepIndex) TO RPT-ST-IN
098600     MOVE stepTblRecordsOut(stepIndex) TO RPT-ST-OUT
098700     MOVE stepTblReturnCode(stepIndex) TO RPT-ST-RC
098800*
098900     MOVE stepTblName(stepIndex) TO averageSearchName
099000     PERFORM 3550-FIND-AVERAGE THRU 3550-EXIT
099100     IF averageFoundYes
099200         DIVIDE avgTblTotalSecs(averageMatchIndex)
099300             BY avgTblRunCount(averageMatchIndex)
099400             GIVING averageSecs ROUNDED
099500         MOVE averageSecs TO formatSecs
099600         PERFORM 7700-FORMAT-DURATION THRU 7700-EXIT
099700         MOVE editDuration TO RPT-ST-AVERAGE
099800     END-IF
099900     MOVE ZEROS TO stepSharePct
100000     IF nightElapsed > 0
100100         COMPUTE stepSharePct ROUNDED =
100200             stepTblElapsed(stepIndex) * 100 / nightElapsed
100300     END-IF
100400     MOVE stepSharePct TO RPT-ST-PCT
100500     WRITE XRPT-LINE FROM rptStepLine.
100600*
100700 6100-EXIT.
100800     EXIT.
100900*
101000*----------------------------------------------------------
101100* 6500-WRITE-TREND - the nights reported taken together, and
101200* how long the latest night's margin lasts at the rate it has
101300* been shrinking.
101400*----------------------------------------------------------
101500 6500-WRITE-TREND.
101600     IF anyOpenFailedYes OR nightUsedCount = 0
101700         GO TO 6500-EXIT
101800     END-IF
101900     MOVE "TREND OVER THE NIGHTS REPORTED" TO rptSectionLine
102000     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
102100     MOVE SPACES TO rptTimeLine
102200     MOVE "  AVERAGE NIGHT ELAPSED  . . : " TO RPT-TIME-LABEL
102300     DIVIDE totalElapsed BY nightUsedCount GIVING formatSecs
102400         ROUNDED
102500     PERFORM 7700-FORMAT-DURATION THRU 7700-EXIT
102600     MOVE editDuration TO RPT-TIME-VALUE
102700     WRITE XRPT-LINE FROM rptTimeLine
102800     MOVE "  LONGEST NIGHT ELAPSED  . . : " TO RPT-TIME-LABEL
102900     MOVE longestElapsed TO formatSecs
103000     PERFORM 7700-FORMAT-DURATION THRU 7700-EXIT
103100     MOVE editDuration TO RPT-TIME-VALUE
103200     MOVE SPACES TO RPT-TIME-NOTE
103300     STRING "NIGHT OF " DELIMITED BY SIZE
103400         longestDate DELIMITED BY SIZE
103500         INTO RPT-TIME-NOTE
103600     END-STRING
103700     WRITE XRPT-LINE FROM rptTimeLine
103800*
103900     MOVE SPACES TO rptTimeLine
104000     MOVE "  AVERAGE MARGIN . . . . . . : " TO RPT-TIME-LABEL
104100     DIVIDE totalMargin BY nightUsedCount GIVING averageMargin
104200         ROUNDED
104300     PERFORM 7900-FORMAT-MARGIN THRU 7900-EXIT
104400     MOVE editMargin TO RPT-TIME-VALUE
104500     WRITE XRPT-LINE FROM rptTimeLine
104600     MOVE "  SMALLEST MARGIN  . . . . . : " TO RPT-TIME-LABEL
104700     MOVE smallestMargin TO averageMargin
104800     PERFORM 7900-FORMAT-MARGIN THRU 7900-EXIT
104900     MOVE editMargin TO RPT-TIME-VALUE
105000     MOVE SPACES TO RPT-TIME-NOTE
105100     STRING "NIGHT OF " DELIMITED BY SIZE
105200         smallestDate DELIMITED BY SIZE
105300         INTO RPT-TIME-NOTE
105400     END-STRING
105500     WRITE XRPT-LINE FROM rptTimeLine
105600*
105700*    the latest night's shrink rate, when 4100 found one
105800     MOVE SPACES TO rptTimeLine
105900     IF latestShrinkingYes AND marginDecline > 0
106000         MOVE "  MARGIN LOST PER NIGHT  . . : " TO RPT-TIME-LABEL
106100         MOVE marginDecline TO averageMargin
106200         PERFORM 7900-FORMAT-MARGIN THRU 7900-EXIT
106300         MOVE editMargin TO RPT-TIME-VALUE
106400         MOVE "(LAST THREE NIGHTS)" TO RPT-TIME-NOTE
106500         WRITE XRPT-LINE FROM rptTimeLine
106600         MOVE ZEROS TO nightsLeft
106700         IF nightTblMarginSecs(nightUsedCount) > 0
106800             DIVIDE nightTblMarginSecs(nightUsedCount)
106900                 BY marginDecline GIVING nightsLeft
107000         END-IF
107100         MOVE "  NIGHTS LEFT AT THAT RATE . : " TO RPT-COUNT-LABEL
107200         MOVE nightsLeft TO RPT-COUNT-VALUE
107300         WRITE XRPT-LINE FROM rptCountLine
107400     ELSE
107500         MOVE "  LATEST MARGIN NOT SHRINKING" TO XRPT-LINE
107600         WRITE XRPT-LINE
107700     END-IF.
107800*
107900 6500-EXIT.
108000     EXIT.
108100*
108200*----------------------------------------------------------
108300* 7500-DATE-TO-DAY-NUMBER - dayCalcDate (YYYYMMDD) to its day
108400* number: 365 days for every year before it, one more for
108500* each leap year among them, the days before its month, and
108600* its day of the month (plus the leap day past February).
108700*----------------------------------------------------------
108800 7500-DATE-TO-DAY-NUMBER.
108900     MOVE "N" TO dayNumberValidFlag
109000     MOVE ZEROS TO dayNumber
109100     IF dayCalcDate NOT NUMERIC
109200         GO TO 7500-EXIT
109300     END-IF
109400     IF dayCalcYear = 0 OR dayCalcMonth < 1 OR dayCalcMonth > 12
109500             OR dayCalcDay < 1 OR dayCalcDay > 31
109600         GO TO 7500-EXIT
109700     END-IF
109800     COMPUTE dayYearsBefore = dayCalcYear - 1
109900     DIVIDE dayYearsBefore BY 4 GIVING dayLeapCount4
110000     DIVIDE dayYearsBefore BY 100 GIVING dayLeapCount100
110100     DIVIDE dayYearsBefore BY 400 GIVING dayLeapCount400
110200     COMPUTE dayNumber = dayYearsBefore * 365 + dayLeapCount4
110300         - dayLeapCount100 + dayLeapCount400
110400         + monthStartDays(dayCalcMonth) + dayCalcDay
110500     IF dayCalcMonth > 2
110600         DIVIDE dayCalcYear BY 4 GIVING dayQuotient
110700             REMAINDER dayRemainder4
110800         DIVIDE dayCalcYear BY 100 GIVING dayQuotient
110900             REMAINDER dayRemainder100
111000         DIVIDE dayCalcYear BY 400 GIVING dayQuotient
111100             REMAINDER dayRemainder400
111200         IF dayRemainder4 = 0 AND
111300                 (dayRemainder100 NOT = 0 OR dayRemainder400 = 0)
111400             ADD 1 TO dayNumber
111500         END-IF
111600     END-IF
111700     SET dayNumberValidYes TO TRUE.
111800*
111900 7500-EXIT.
112000     EXIT.
112100*
112200*----------------------------------------------------------
112300* 7600-STAMP-TO-SECONDS - stampDate and stampTime (HHMMSSCC)
112400* to seconds since day zero; hundredths are dropped.
112500*----------------------------------------------------------
112600 7600-STAMP-TO-SECONDS.
112700     MOVE "N" TO stampValidFlag
112800     MOVE ZEROS TO stampSecs
112900     IF stampTime NOT NUMERIC
113000         GO TO 7600-EXIT
113100     END-IF
113200     IF stampHour > 23 OR stampMinute > 59 OR stampSecond > 59
113300         GO TO 7600-EXIT
113400     END-IF
113500     MOVE stampDate TO dayCalcDate
113600     PERFORM 7500-DATE-TO-DAY-NUMBER THRU 7500-EXIT
113700     IF NOT dayNumberValidYes
113800         GO TO 7600-EXIT
113900     END-IF
114000     COMPUTE stampSecs = dayNumber * 86400 + stampHour * 3600
114100         + stampMinute * 60 + stampSecond
114200     SET stampValidYes TO TRUE.
114300*
114400 7600-EXIT.
114500     EXIT.
114600*
114700*----------------------------------------------------------
114800* 7700-FORMAT-DURATION - formatSecs as HH:MM:SS; a duration of
114900* a hundred hours or more shows 99:59:59.
115000*----------------------------------------------------------
115100 7700-FORMAT-DURATION.
115200     IF formatSecs >= 360000
115300         MOVE 99 TO editDurationHours
115400         MOVE 59 TO editDurationMinutes
115500         MOVE 59 TO editDurationSeconds
115600         GO TO 7700-EXIT
115700     END-IF
115800     DIVIDE formatSecs BY 3600 GIVING editDurationHours
115900         REMAINDER formatRemainder
116000     DIVIDE formatRemainder BY 60 GIVING editDurationMinutes
116100         REMAINDER editDurationSeconds.
116200*
116300 7700-EXIT.
116400     EXIT.
116500*
116600*----------------------------------------------------------
116700* 7800-FORMAT-CLOCK - formatSecs (seconds since day zero, or
116800* past midnight) as the HH:MM:SS clock time of its day.
116900*----------------------------------------------------------
117000 7800-FORMAT-CLOCK.
117100     DIVIDE formatSecs BY 86400 GIVING formatQuotient
117200         REMAINDER formatRemainder
117300     DIVIDE formatRemainder BY 3600 GIVING editClockHour
117400         REMAINDER formatRemainder
117500     DIVIDE formatRemainder BY 60 GIVING editClockMinute
117600         REMAINDER editClockSecond.
117700*
117800 7800-EXIT.
117900     EXIT.
118000*
118100*----------------------------------------------------------
118200* 7900-FORMAT-MARGIN - averageMargin (signed seconds) as
118300* +HH:MM or -HH:MM; a hundred hours or more shows 99:59.
118400*----------------------------------------------------------
118500 7900-FORMAT-MARGIN.
118600     IF averageMargin < 0
118700         MOVE "-" TO editMarginSign
118800         COMPUTE editMarginSecs = 0 - averageMargin
118900     ELSE
119000         MOVE "+" TO editMarginSign
119100         MOVE averageMargin TO editMarginSecs
119200     END-IF
119300     IF editMarginSecs >= 360000
119400         MOVE 99 TO editMarginHours
119500         MOVE 59 TO editMarginMinutes
119600         GO TO 7900-EXIT
119700     END-IF
119800     DIVIDE editMarginSecs BY 3600 GIVING editMarginHours
119900         REMAINDER formatRemainder
120000     DIVIDE formatRemainder BY 60 GIVING editMarginMinutes.
120100*
120200 7900-EXIT.
120300     EXIT.
120400*
120500*----------------------------------------------------------
120600* 8000-TERMINATE - set the return code, print the totals and
120700* the verdict, and close the report.
120800*----------------------------------------------------------
120900 8000-TERMINATE.
121000     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT
121100*
121200     IF NOT reportOpenFailedYes
121300         PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
121400         CLOSE SLAR-REPORT-FILE
121500     END-IF
121600*
121700     DISPLAY "SQRTSLAR NIGHTS REPORTED: " nightUsedCount
121800     DISPLAY "SQRTSLAR NIGHTS LATE: " lateCount
121900     DISPLAY "SQRTSLAR NIGHTS NEAR OR TRENDING: " nearCount
122000         " " trendCount.
122100*
122200 8000-EXIT.
122300     EXIT.
122400*
122500 8100-WRITE-TOTALS.
122600     MOVE "TOTALS" TO rptSectionLine
122700     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
122800     MOVE "  TIMING RECORDS (SQRTSTIM)  : " TO RPT-COUNT-LABEL
122900     MOVE timingReadCount TO RPT-COUNT-VALUE
123000     WRITE XRPT-LINE FROM rptCountLine
123100     IF timingUnreadableCount > 0
123200         MOVE "    UNREADABLE, NOT REPORTED : " TO RPT-COUNT-LABEL
123300         MOVE timingUnreadableCount TO RPT-COUNT-VALUE
123400         WRITE XRPT-LINE FROM rptCountLine
123500     END-IF
123600     MOVE "  NIGHTS ON THE TIMING LOG . : " TO RPT-COUNT-LABEL
123700     MOVE nightsOnLogCount TO RPT-COUNT-VALUE
123800     WRITE XRPT-LINE FROM rptCountLine
123900     MOVE "  NIGHTS REPORTED  . . . . . : " TO RPT-COUNT-LABEL
124000     MOVE nightUsedCount TO RPT-COUNT-VALUE
124100     WRITE XRPT-LINE FROM rptCountLine
124200     MOVE "  NIGHTS FINISHED LATE . . . : " TO RPT-COUNT-LABEL
124300     MOVE lateCount TO RPT-COUNT-VALUE
124400     WRITE XRPT-LINE FROM rptCountLine
124500     MOVE "  NIGHTS INSIDE THE MARGIN . : " TO RPT-COUNT-LABEL
124600     MOVE nearCount TO RPT-COUNT-VALUE
124700     WRITE XRPT-LINE FROM rptCountLine
124800     MOVE "  NIGHTS TRENDING LATE . . . : " TO RPT-COUNT-LABEL
124900     MOVE trendCount TO RPT-COUNT-VALUE
125000     WRITE XRPT-LINE FROM rptCountLine
125100*
125200     MOVE SPACES TO XRPT-LINE
125300     WRITE XRPT-LINE
125400     EVALUATE jobReturnCode
125500         WHEN 0
125600             MOVE "EVERY NIGHT FINISHED INSIDE THE WINDOW"
125700                 TO rptVerdictLine
125800         WHEN 4
125900             IF nightUsedCount = 0
126000                 MOVE "NO NIGHTS ON THE TIMING LOG"
126100                     TO rptVerdictLine
126200             ELSE
126300                 MOVE "WINDOW UNDER PRESSURE - SEE NEAR/TREND"
126400                     TO rptVerdictLine
126500             END-IF
126600         WHEN 8
126700             MOVE "A NIGHT FINISHED PAST THE DEADLINE"
126800                 TO rptVerdictLine
126900         WHEN OTHER
127000             MOVE "REPORT NOT PRODUCED - SEE JOB LOG"
127100                 TO rptVerdictLine
127200     END-EVALUATE
127300     WRITE XRPT-LINE FROM rptVerdictLine.
127400*
127500 8100-EXIT.
127600     EXIT.
127700*
127800 8150-WRITE-SECTION-HEAD.
127900     MOVE SPACES TO XRPT-LINE
128000     WRITE XRPT-LINE
128100     WRITE XRPT-LINE FROM rptSectionLine.
128200*
128300 8150-EXIT.
128400     EXIT.
128500*
128600*----------------------------------------------------------
128700* 8200-SET-RETURN-CODE - 8 for any late night, 4 for a night
128800* near the deadline or trending toward it (or no nights at
128900* all).
129000*----------------------------------------------------------
129100 8200-SET-RETURN-CODE.
129200     MOVE 0 TO jobReturnCode
129300     IF nearCount > 0 OR trendCount > 0 OR nightUsedCount = 0
129400         MOVE 4 TO jobReturnCode
129500     END-IF
129600     IF lateCount > 0
129700         MOVE 8 TO jobReturnCode
129800     END-IF
129900     IF anyOpenFailedYes
130000         MOVE 16 TO jobReturnCode
130100     END-IF.
130200*
130300 8200-EXIT.
130400     EXIT.
