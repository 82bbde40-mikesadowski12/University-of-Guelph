000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTSCRN: WORKLIST ANOMALY SCREENING
000600*
000700* SQRTEDIT proves every record is well formed and that the
000800* HDR/TRL wrapper balances, but a transmission can pass both
000900* and still be plainly wrong - ten times the usual volume, a
001000* duplicated upstream extract, every number negative, or an
001100* operation mix that is all N on a night that is normally
001200* nine-tenths S.  This program runs between the edit and the
001300* deduplication, profiles tonight's cleaned worklist (SQRTIN,
001400* WORKLAYT copybook), and compares it with the trailing
001500* profile of the batch nights before it:
001600*
001700*   - record count against the average night's volume;
001800*   - each department's record count against its own average
001900*     night, so one department's extract sent twice shows
002000*     even when the night's total does not;
002100*   - the share of each operation and degree (square, cube,
002200*     and nth roots of degree 2 through 9);
002300*   - the share of negative numbers;
002400*   - the magnitude range - the largest and the smallest
002500*     non-zero number.
002600*
002700* The trailing profile covers the SQRTNPRM trailing-days
002800* window before today.  SQRTRLOG (RLOGLAYT) supplies the batch
002900* runs in the window - server and interactive sessions and
003000* backed-out runs are left out, and a restarted run counts
003100* once, from its last record - with the negatives SQRT
003200* rejected.  SQRTHIST (HISTLAYT) supplies the mix, the
003300* accepted negatives, and the magnitudes of those same runs.
003400*
003500* The volumes come from SQRTNDVL (DVLLAYT), where this program
003600* appends tonight's count for each department as it ends.
003700* They are counts of the cleaned worklist before the
003800* deduplication, exactly what tonight is counted from, so a
003900* duplicated extract is measured against nights that were
004000* counted the same way.  Only nights with a batch run in the
004100* profile are used, and when the screen ran more than once on
004200* a night (a bad transmission resent) only its last screening
004300* counts.  A department with nothing on a night counts as zero
004400* for that night.  Until SQRTNDVL holds enough nights the
004500* volumes are printed but not flagged.
004600*
004700* Each threshold comes from the optional SQRTNPRM card, a field
004800* at a time; a blank or non-numeric field keeps its default:
004900*    cols  1-3   trailing days (028, at most 365)
005000*    cols  5-7   nights needed for a profile (005)
005100*    cols  9-12  volume ceiling, percent of average (0175)
005200*    cols 14-16  volume floor, percent of average (025)
005300*    cols 18-20  operation/degree share shift, points (025)
005400*    cols 22-24  negative share shift, points (020)
005500*    cols 26-29  magnitude factor (0010)
005600*    cols 31-34  department volume ceiling, percent of that
005700*                department's average (0175)
005800* Both ceilings default low enough that a night, or a
005900* department, sent twice is held.
006000* The SQRTNRPT report lists both profiles side by side with
006100* every deviation flagged.
006200*
006300* Return codes:
006400*    RC=0    tonight's worklist is within the trailing profile
006500*    RC=4    too few trailing nights for a profile - the
006600*            worklist was profiled but not screened (or, for
006700*            the volumes alone, too few nights on SQRTNDVL);
006800*            also when tonight's department counts could not
006900*            be added to SQRTNDVL
007000*    RC=8    a deviation beyond its threshold - hold the run
007100*            for an operator
007200*    RC=16   a file could not be opened
007300*
007400* Modification history:
007500*   2026-10-15 MJS  Original member.
007600*   2026-10-15 MJS  Append a step-timing record (run id,
007700*                   start and end, records in and out, return
007800*                   code) to SQRTSTIM through SQRTTIMR as the
007900*                   step ends, for the batch-window report.
008000*   2026-10-15 MJS  Profile each department's volume and flag
008100*                   one past its ceiling.  Take the trailing
008200*                   volumes from the new department volume log
008300*                   (SQRTNDVL), counted before deduplication
008400*                   like tonight's, instead of from SQRT's
008500*                   post-deduplication run-log counts, and
008600*                   lower the default volume ceiling to 175
008700*                   percent so a doubled night is held.
008800* -------------------------------------------------------------
008900*
009000 IDENTIFICATION DIVISION.
009100 PROGRAM-ID. SQRTSCRN.
009200*
009300 ENVIRONMENT DIVISION.
009400 INPUT-OUTPUT SECTION.
009500 FILE-CONTROL.
009600     SELECT SCRN-INPUT-FILE ASSIGN TO "SQRTIN"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS fileStatusIn.
009900     SELECT SCRN-HISTORY-FILE ASSIGN TO "SQRTHIST"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS fileStatusHist.
010200     SELECT SCRN-RUNLOG-FILE ASSIGN TO "SQRTRLOG"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS fileStatusRlog.
010500     SELECT SCRN-REPORT-FILE ASSIGN TO "SQRTNRPT"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS fileStatusNrpt.
010800     SELECT SCRN-PARM-FILE ASSIGN TO "SQRTNPRM"
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS fileStatusNprm.
011100     SELECT SCRN-DEPTVOL-FILE ASSIGN TO "SQRTNDVL"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS fileStatusNdvl.
011400*
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  SCRN-INPUT-FILE.
011800 COPY WORKLAYT REPLACING ==:PFX:== BY ==IN-==.
011900*
012000 FD  SCRN-HISTORY-FILE.
012100 COPY HISTLAYT REPLACING ==:PFX:== BY ==HIST-==.
012200*
012300 FD  SCRN-RUNLOG-FILE.
012400 COPY RLOGLAYT REPLACING ==:PFX:== BY ==RLOG-==.
012500*
012600 FD  SCRN-REPORT-FILE.
012700 01  NRPT-LINE                   PIC X(80).
012800*
012900 FD  SCRN-PARM-FILE.
013000 01  NPRM-PARAMETER-RECORD.
013100     05  NPRM-TRAILING-DAYS      PIC X(03).
013200     05  FILLER                  PIC X(01).
013300     05  NPRM-MINIMUM-NIGHTS     PIC X(03).
013400     05  FILLER                  PIC X(01).
013500     05  NPRM-VOLUME-HIGH-PCT    PIC X(04).
013600     05  FILLER                  PIC X(01).
013700     05  NPRM-VOLUME-LOW-PCT     PIC X(03).
013800     05  FILLER                  PIC X(01).
013900     05  NPRM-MIX-SHIFT-PTS      PIC X(03).
014000     05  FILLER                  PIC X(01).
014100     05  NPRM-NEGATIVE-SHIFT-PTS PIC X(03).
014200     05  FILLER                  PIC X(01).
014300     05  NPRM-MAGNITUDE-FACTOR   PIC X(04).
014400     05  FILLER                  PIC X(01).
014500     05  NPRM-DEPT-HIGH-PCT      PIC X(04).
014600*
014700 FD  SCRN-DEPTVOL-FILE.
014800 COPY DVLLAYT REPLACING ==:PFX:== BY ==DVOL-==.
014900*
015000 WORKING-STORAGE SECTION.
015100 01  fileStatusIn                PIC X(02) VALUE SPACES.
015200 01  fileStatusHist              PIC X(02) VALUE SPACES.
015300 01  fileStatusRlog              PIC X(02) VALUE SPACES.
015400 01  fileStatusNrpt              PIC X(02) VALUE SPACES.
015500 01  fileStatusNprm              PIC X(02) VALUE SPACES.
015600 01  fileStatusNdvl              PIC X(02) VALUE SPACES.
015700 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
015800     88  anyOpenFailedYes            VALUE "Y".
015900 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
016000     88  reportOpenFailedYes         VALUE "Y".
016100*
016200 01  endOfFileSwitch             PIC X(01) VALUE 'N'.
016300     88  endOfFileYes                VALUE 'Y'.
016400*
016500*    the thresholds; a missing card or field keeps the default
016600 01  trailingDaysX               PIC X(03) VALUE "028".
016700 01  trailingDays REDEFINES trailingDaysX
016800                                 PIC 9(03).
016900 01  minimumNightsX              PIC X(03) VALUE "005".
017000 01  minimumNights REDEFINES minimumNightsX
017100                                 PIC 9(03).
017200 01  volumeHighPctX              PIC X(04) VALUE "0175".
017300 01  volumeHighPct REDEFINES volumeHighPctX
017400                                 PIC 9(04).
017500 01  volumeLowPctX               PIC X(03) VALUE "025".
017600 01  volumeLowPct REDEFINES volumeLowPctX
017700                                 PIC 9(03).
017800 01  mixShiftPtsX                PIC X(03) VALUE "025".
017900 01  mixShiftPts REDEFINES mixShiftPtsX
018000                                 PIC 9(03).
018100 01  negativeShiftPtsX           PIC X(03) VALUE "020".
018200 01  negativeShiftPts REDEFINES negativeShiftPtsX
018300                                 PIC 9(03).
018400 01  magnitudeFactorX            PIC X(04) VALUE "0010".
018500 01  magnitudeFactor REDEFINES magnitudeFactorX
018600                                 PIC 9(04).
018700 01  deptHighPctX                PIC X(04) VALUE "0175".
018800 01  deptHighPct REDEFINES deptHighPctX
018900                                 PIC 9(04).
019000*
019100*    the batch runs inside the trailing window, one entry per
019200*    run id; a restarted run's later record replaces its first
019300 01  runTableArea.
019400     05  runEntry OCCURS 2000.
019500         10  runTblId            PIC 9(06).
019600         10  runTblDate          PIC 9(08).
019700         10  runTblRejected      PIC 9(09).
019800         10  runTblBackedOutFlag PIC X(01).
019900             88  runTblBackedOut     VALUE "B".
020000 01  runUsedCount                PIC 9(04) VALUE ZEROS.
020100 01  runIndex                    PIC 9(04) VALUE ZEROS.
020200 01  runMatchIndex               PIC 9(04) VALUE ZEROS.
020300 01  runFoundFlag                PIC X(01) VALUE 'N'.
020400     88  runFoundYes                 VALUE 'Y'.
020500 01  runTableFullFlag            PIC X(01) VALUE 'N'.
020600     88  runTableFullYes             VALUE 'Y'.
020700 01  runSearchId                 PIC 9(06) VALUE ZEROS.
020800*
020900*    the distinct nights (run start dates) those runs cover
021000 01  nightTableArea.
021100     05  nightDate OCCURS 400    PIC 9(08).
021200 01  nightUsedCount              PIC 9(04) VALUE ZEROS.
021300 01  nightIndex                  PIC 9(04) VALUE ZEROS.
021400 01  nightFoundFlag              PIC X(01) VALUE 'N'.
021500     88  nightFoundYes               VALUE 'Y'.
021600 01  nightSearchDate             PIC 9(08) VALUE ZEROS.
021700*
021800*    each night's last screening on SQRTNDVL, by nightDate entry
021900 01  nightLogArea.
022000     05  nightLogEntry OCCURS 400.
022100         10  nightLogTime        PIC 9(08).
022200         10  nightLogFlag        PIC X(01).
022300             88  nightLogFound       VALUE 'Y'.
022400 01  nightLogCount               PIC 9(04) VALUE ZEROS.
022500*
022600*    the departments seen tonight or on SQRTNDVL, in the order
022700*    first met
022800 01  deptTableArea.
022900     05  deptEntry OCCURS 50.
023000         10  deptTblCode         PIC X(04).
023100         10  deptTonightCount    PIC 9(09).
023200         10  deptTrailTotal      PIC 9(11).
023300 01  deptUsedCount               PIC 9(04) VALUE ZEROS.
023400 01  deptIndex                   PIC 9(04) VALUE ZEROS.
023500 01  deptMatchIndex              PIC 9(04) VALUE ZEROS.
023600 01  deptSearchCode              PIC X(04) VALUE SPACES.
023700 01  deptFoundFlag               PIC X(01) VALUE 'N'.
023800     88  deptFoundYes                VALUE 'Y'.
023900 01  deptTableFullFlag           PIC X(01) VALUE 'N'.
024000     88  deptTableFullYes            VALUE 'Y'.
024100 01  deptAverageVolume           PIC 9(09) VALUE ZEROS.
024200 01  deptlogReadCount            PIC 9(09) VALUE ZEROS.
024300 01  deptlogWrittenCount         PIC 9(09) VALUE ZEROS.
024400 01  deptlogWriteFailedFlag      PIC X(01) VALUE 'N'.
024500     88  deptlogWriteFailedYes       VALUE 'Y'.
024600*
024700*    one history run id looked up at a time; a run's records
024800*    are contiguous, so the last answer is kept
024900 01  lastHistRunId               PIC 9(06) VALUE ZEROS.
025000 01  lastHistRunFlag             PIC X(01) VALUE 'N'.
025100     88  lastHistRunInProfile        VALUE 'Y'.
025200*
025300*    operation/degree buckets: 1 square, 2 cube, 3-10 nth
025400*    root of degree 2-9
025500 01  bucketLabelValues.
025600     05  FILLER                  PIC X(20)
025700         VALUE "SQUARE ROOTS (S)".
025800     05  FILLER                  PIC X(20)
025900         VALUE "CUBE ROOTS (C)".
026000     05  FILLER                  PIC X(20)
026100         VALUE "NTH ROOTS DEGREE 2".
026200     05  FILLER                  PIC X(20)
026300         VALUE "NTH ROOTS DEGREE 3".
026400     05  FILLER                  PIC X(20)
026500         VALUE "NTH ROOTS DEGREE 4".
026600     05  FILLER                  PIC X(20)
026700         VALUE "NTH ROOTS DEGREE 5".
026800     05  FILLER                  PIC X(20)
026900         VALUE "NTH ROOTS DEGREE 6".
027000     05  FILLER                  PIC X(20)
027100         VALUE "NTH ROOTS DEGREE 7".
027200     05  FILLER                  PIC X(20)
027300         VALUE "NTH ROOTS DEGREE 8".
027400     05  FILLER                  PIC X(20)
027500         VALUE "NTH ROOTS DEGREE 9".
027600 01  bucketLabelTable REDEFINES bucketLabelValues.
027700     05  bucketLabel OCCURS 10   PIC X(20).
027800 01  bucketIndex                 PIC 9(02) VALUE ZEROS.
027900 01  classifyOpCode              PIC X(01) VALUE SPACE.
028000 01  classifyDegreeX             PIC X(02) VALUE SPACES.
028100 01  classifyDegree REDEFINES classifyDegreeX
028200                                 PIC 9(02).
028300*
028400*    tonight's profile
028500 01  tonightCount                PIC 9(09) VALUE ZEROS.
028600 01  tonightNegativeCount        PIC 9(09) VALUE ZEROS.
028700 01  tonightClassifiedCount      PIC 9(09) VALUE ZEROS.
028800 01  tonightBucketArea.
028900     05  tonightBucketCount OCCURS 10
029000                                 PIC 9(09).
029100 01  tonightMaxMagnitude         PIC 9(11)V9(09) VALUE ZEROS.
029200 01  tonightMinMagnitude         PIC 9(11)V9(09) VALUE ZEROS.
029300 01  tonightMinSetFlag           PIC X(01) VALUE 'N'.
029400     88  tonightMinSetYes            VALUE 'Y'.
029500*
029600*    the trailing profile
029700 01  trailRunCount               PIC 9(09) VALUE ZEROS.
029800 01  trailVolumeTotal            PIC 9(11) VALUE ZEROS.
029900 01  trailAverageVolume          PIC 9(09) VALUE ZEROS.
030000 01  trailRejectedTotal          PIC 9(11) VALUE ZEROS.
030100 01  trailHistoryCount           PIC 9(11) VALUE ZEROS.
030200 01  trailNegativeCount          PIC 9(11) VALUE ZEROS.
030300 01  trailClassifiedCount        PIC 9(11) VALUE ZEROS.
030400 01  trailBucketArea.
030500     05  trailBucketCount OCCURS 10
030600                                 PIC 9(11).
030700 01  trailMaxMagnitude           PIC 9(11)V9(09) VALUE ZEROS.
030800 01  trailMinMagnitude           PIC 9(11)V9(09) VALUE ZEROS.
030900 01  trailMinSetFlag             PIC X(01) VALUE 'N'.
031000     88  trailMinSetYes              VALUE 'Y'.
031100 01  historyReadCount            PIC 9(09) VALUE ZEROS.
031200 01  historyUnreadableCount      PIC 9(09) VALUE ZEROS.
031300 01  runlogReadCount             PIC 9(09) VALUE ZEROS.
031400*
031500 01  profileThinFlag             PIC X(01) VALUE 'N'.
031600     88  profileThinYes              VALUE 'Y'.
031700 01  volumeThinFlag              PIC X(01) VALUE 'N'.
031800     88  volumeThinYes               VALUE 'Y'.
031900 01  anomalyCount                PIC 9(04) VALUE ZEROS.
032000*
032100*    working values for the comparisons
032200 01  absMagnitude                PIC 9(11)V9(09) VALUE ZEROS.
032300 01  magnitudeLimit              PIC 9(15)V9(09) VALUE ZEROS.
032400 01  volumePct                   PIC 9(07) VALUE ZEROS.
032500 01  tonightSharePct             PIC 9(03)V9 VALUE ZEROS.
032600 01  trailSharePct               PIC 9(03)V9 VALUE ZEROS.
032700 01  shareShiftPts               PIC 9(03)V9 VALUE ZEROS.
032800 01  compareFlagText             PIC X(12) VALUE SPACES.
032900*
033000*    day numbers (days since 0000-12-31 on the proleptic
033100*    Gregorian calendar) so the trailing window is a
033200*    subtraction; monthStartDays holds the days before each
033300*    month in a common year
033400 01  dayCalcDate                 PIC 9(08) VALUE ZEROS.
033500 01  dayCalcDateParts REDEFINES dayCalcDate.
033600     05  dayCalcYear             PIC 9(04).
033700     05  dayCalcMonth            PIC 9(02).
033800     05  dayCalcDay              PIC 9(02).
033900 01  dayNumber                   PIC 9(07) VALUE ZEROS.
034000 01  dayNumberValidFlag          PIC X(01) VALUE 'N'.
034100     88  dayNumberValidYes           VALUE 'Y'.
034200 01  dayYearsBefore              PIC 9(04) VALUE ZEROS.
034300 01  dayLeapCount4               PIC 9(04) VALUE ZEROS.
034400 01  dayLeapCount100             PIC 9(04) VALUE ZEROS.
034500 01  dayLeapCount400             PIC 9(04) VALUE ZEROS.
034600 01  dayQuotient                 PIC 9(04) VALUE ZEROS.
034700 01  dayRemainder4               PIC 9(04) VALUE ZEROS.
034800 01  dayRemainder100             PIC 9(04) VALUE ZEROS.
034900 01  dayRemainder400             PIC 9(04) VALUE ZEROS.
035000 01  monthStartValues.
035100     05  FILLER                  PIC X(36) VALUE
035200         "000031059090120151181212243273304334".
035300 01  monthStartTable REDEFINES monthStartValues.
035400     05  monthStartDays          PIC 9(03) OCCURS 12.
035500 01  todayDayNumber              PIC 9(07) VALUE ZEROS.
035600 01  windowStartDayNumber        PIC 9(07) VALUE ZEROS.
035700*
035800 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
035900 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
036000*
036100*    this step's record on the nightly step-timing log
036200 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
036300*
036400 01  rptTitleLine.
036500     05  FILLER                  PIC X(11) VALUE SPACES.
036600     05  FILLER                  PIC X(26) VALUE
036700         "WORKLIST ANOMALY SCREENING".
036800*
036900 01  rptRunDateLine.
037000     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
037100     05  RPT-RUN-DATE-OUT        PIC 9(08).
037200*
037300 01  rptSectionLine              PIC X(44) VALUE SPACES.
037400*
037500 01  rptCountLine.
037600     05  RPT-COUNT-LABEL         PIC X(31).
037700     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
037800*
037900 01  rptColumnHeadLine.
038000     05  FILLER                  PIC X(22) VALUE "MEASURE".
038100     05  FILLER                  PIC X(19)
038200         VALUE "          TONIGHT".
038300     05  FILLER                  PIC X(19)
038400         VALUE "         TRAILING".
038500     05  FILLER                  PIC X(04) VALUE "FLAG".
038600*
038700 01  rptCompareLine.
038800     05  RPT-CMP-LABEL           PIC X(20).
038900     05  FILLER                  PIC X(02) VALUE SPACES.
039000     05  RPT-CMP-TONIGHT         PIC X(17).
039100     05  FILLER                  PIC X(02) VALUE SPACES.
039200     05  RPT-CMP-TRAILING        PIC X(17).
039300     05  FILLER                  PIC X(02) VALUE SPACES.
039400     05  RPT-CMP-FLAG            PIC X(12).
039500*
039600*    edited views the comparison columns are built from
039700 01  editCount                   PIC Z(07)ZZ,ZZZ,ZZ9.
039800 01  editPercent                 PIC Z(14)9.9.
039900 01  editMagnitude               PIC Z(10)9.9(05).
040000*
040100 01  rptDeptLabel.
040200     05  FILLER                  PIC X(05) VALUE "DEPT ".
040300     05  RPT-DEPT-CODE           PIC X(04).
040400*
040500 01  rptVerdictLine              PIC X(50) VALUE SPACES.
040600*
040700 PROCEDURE DIVISION.
040800*
040900 0000-MAINLINE.
041000     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
041100     ACCEPT STIM-START-TIME FROM TIME
041200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
041300     PERFORM 2000-LOAD-TRAILING-RUNS THRU 2000-EXIT
041400     PERFORM 2500-LOAD-TRAILING-VOLUME THRU 2500-EXIT
041500     PERFORM 3000-PROFILE-HISTORY THRU 3000-EXIT
041600     PERFORM 4000-PROFILE-TONIGHT THRU 4000-EXIT
041700     PERFORM 5000-COMPARE-PROFILES THRU 5000-EXIT
041800     PERFORM 6000-LOG-TONIGHT-VOLUME THRU 6000-EXIT
041900     PERFORM 8000-TERMINATE THRU 8000-EXIT
042000     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
042100     MOVE jobReturnCode TO RETURN-CODE
042200     STOP RUN.
042300*
042400*----------------------------------------------------------
042500* 1000-INITIALIZE - load the thresholds, work out the window,
042600* open the files, and print the report headers.
042700*----------------------------------------------------------
042800 1000-INITIALIZE.
042900     ACCEPT runCurrentDate FROM DATE YYYYMMDD
043000     MOVE runCurrentDate TO dayCalcDate
043100     PERFORM 7500-DATE-TO-DAY-NUMBER THRU 7500-EXIT
043200     MOVE dayNumber TO todayDayNumber
043300*
043400     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
043500     COMPUTE windowStartDayNumber = todayDayNumber - trailingDays
043600     MOVE ZEROS TO tonightBucketArea
043700     MOVE ZEROS TO trailBucketArea
043800     MOVE ZEROS TO nightLogArea
043900     MOVE ZEROS TO deptTableArea
044000*
044100     OPEN INPUT SCRN-INPUT-FILE
044200     IF fileStatusIn NOT = "00"
044300         DISPLAY "SQRTIN COULD NOT BE OPENED - STATUS "
044400             fileStatusIn
044500         SET anyOpenFailedYes TO TRUE
044600     END-IF
044700     OPEN INPUT SCRN-HISTORY-FILE
044800     IF fileStatusHist NOT = "00"
044900         DISPLAY "SQRTHIST COULD NOT BE OPENED - STATUS "
045000             fileStatusHist
045100         SET anyOpenFailedYes TO TRUE
045200     END-IF
045300     OPEN INPUT SCRN-RUNLOG-FILE
045400     IF fileStatusRlog NOT = "00"
045500         DISPLAY "SQRTRLOG COULD NOT BE OPENED - STATUS "
045600             fileStatusRlog
045700         SET anyOpenFailedYes TO TRUE
045800     END-IF
045900     OPEN INPUT SCRN-DEPTVOL-FILE
046000     IF fileStatusNdvl NOT = "00"
046100         DISPLAY "SQRTNDVL COULD NOT BE OPENED - STATUS "
046200             fileStatusNdvl
046300         SET anyOpenFailedYes TO TRUE
046400     END-IF
046500*
046600     OPEN OUTPUT SCRN-REPORT-FILE
046700     IF fileStatusNrpt NOT = "00"
046800         DISPLAY "SQRTNRPT COULD NOT BE OPENED - STATUS "
046900             fileStatusNrpt
047000         SET anyOpenFailedYes TO TRUE
047100         SET reportOpenFailedYes TO TRUE
047200     END-IF
047300*
047400     IF NOT reportOpenFailedYes
047500         MOVE runCurrentDate TO RPT-RUN-DATE-OUT
047600         WRITE NRPT-LINE FROM rptTitleLine
047700         MOVE SPACES TO NRPT-LINE
047800         WRITE NRPT-LINE
047900         WRITE NRPT-LINE FROM rptRunDateLine
048000         PERFORM 1200-WRITE-THRESHOLDS THRU 1200-EXIT
048100     END-IF.
048200*
048300 1000-EXIT.
048400     EXIT.
048500*
048600*----------------------------------------------------------
048700* 1100-READ-PARAMETERS - every threshold is optional; each
048800* numeric field on the card replaces its default.
048900*----------------------------------------------------------
049000 1100-READ-PARAMETERS.
049100     OPEN INPUT SCRN-PARM-FILE
049200     IF fileStatusNprm NOT = "00"
049300         GO TO 1100-EXIT
049400     END-IF
049500     READ SCRN-PARM-FILE
049600         AT END
049700             CLOSE SCRN-PARM-FILE
049800             GO TO 1100-EXIT
049900     END-READ
050000     IF NPRM-TRAILING-DAYS NUMERIC
050100         MOVE NPRM-TRAILING-DAYS TO trailingDaysX
050200     END-IF
050300     IF NPRM-MINIMUM-NIGHTS NUMERIC
050400         MOVE NPRM-MINIMUM-NIGHTS TO minimumNightsX
050500     END-IF
050600     IF NPRM-VOLUME-HIGH-PCT NUMERIC
050700         MOVE NPRM-VOLUME-HIGH-PCT TO volumeHighPctX
050800     END-IF
050900     IF NPRM-VOLUME-LOW-PCT NUMERIC
051000         MOVE NPRM-VOLUME-LOW-PCT TO volumeLowPctX
051100     END-IF
051200     IF NPRM-MIX-SHIFT-PTS NUMERIC
051300         MOVE NPRM-MIX-SHIFT-PTS TO mixShiftPtsX
051400     END-IF
051500     IF NPRM-NEGATIVE-SHIFT-PTS NUMERIC
051600         MOVE NPRM-NEGATIVE-SHIFT-PTS TO negativeShiftPtsX
051700     END-IF
051800     IF NPRM-MAGNITUDE-FACTOR NUMERIC
051900         MOVE NPRM-MAGNITUDE-FACTOR TO magnitudeFactorX
052000     END-IF
052100     IF NPRM-DEPT-HIGH-PCT NUMERIC
052200         MOVE NPRM-DEPT-HIGH-PCT TO deptHighPctX
052300     END-IF
052400     CLOSE SCRN-PARM-FILE
052500*    a window wider than a year or a zero factor/day count
052600*    would make the profile meaningless
052700     IF trailingDays > 365
052800         MOVE 365 TO trailingDays
052900     END-IF
053000     IF trailingDays = 0
053100         MOVE 1 TO trailingDays
053200     END-IF
053300     IF magnitudeFactor = 0
053400         MOVE 1 TO magnitudeFactor
053500     END-IF.
053600*
053700 1100-EXIT.
053800     EXIT.
053900*
054000 1200-WRITE-THRESHOLDS.
054100     MOVE "THRESHOLDS (SQRTNPRM)" TO rptSectionLine
054200     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
054300     MOVE "  TRAILING WINDOW (DAYS) . . : " TO RPT-COUNT-LABEL
054400     MOVE trailingDays TO RPT-COUNT-VALUE
054500     WRITE NRPT-LINE FROM rptCountLine
054600     MOVE "  NIGHTS NEEDED FOR PROFILE  : " TO RPT-COUNT-LABEL
054700     MOVE minimumNights TO RPT-COUNT-VALUE
054800     WRITE NRPT-LINE FROM rptCountLine
054900     MOVE "  VOLUME CEILING (PCT AVG) . : " TO RPT-COUNT-LABEL
055000     MOVE volumeHighPct TO RPT-COUNT-VALUE
055100     WRITE NRPT-LINE FROM rptCountLine
055200     MOVE "  VOLUME FLOOR (PCT AVG) . . : " TO RPT-COUNT-LABEL
055300     MOVE volumeLowPct TO RPT-COUNT-VALUE
055400     WRITE NRPT-LINE FROM rptCountLine
055500     MOVE "  MIX SHIFT (POINTS) . . . . : " TO RPT-COUNT-LABEL
055600     MOVE mixShiftPts TO RPT-COUNT-VALUE
055700     WRITE NRPT-LINE FROM rptCountLine
055800     MOVE "  NEGATIVE SHIFT (POINTS)  . : " TO RPT-COUNT-LABEL
055900     MOVE negativeShiftPts TO RPT-COUNT-VALUE
056000     WRITE NRPT-LINE FROM rptCountLine
056100     MOVE "  MAGNITUDE FACTOR . . . . . : " TO RPT-COUNT-LABEL
056200     MOVE magnitudeFactor TO RPT-COUNT-VALUE
056300     WRITE NRPT-LINE FROM rptCountLine
056400     MOVE "  DEPT CEILING (PCT AVG) . . : " TO RPT-COUNT-LABEL
056500     MOVE deptHighPct TO RPT-COUNT-VALUE
056600     WRITE NRPT-LINE FROM rptCountLine.
056700*
056800 1200-EXIT.
056900     EXIT.
057000*
057100*----------------------------------------------------------
057200* 2000-LOAD-TRAILING-RUNS - table the batch runs SQRTRLOG
057300* shows inside the window, then list the nights they cover.
057400*----------------------------------------------------------
057500 2000-LOAD-TRAILING-RUNS.
057600     IF anyOpenFailedYes
057700         GO TO 2000-EXIT
057800     END-IF
057900     MOVE "N" TO endOfFileSwitch
058000     PERFORM 2100-LOAD-ONE-RUN THRU 2100-EXIT
058100         UNTIL endOfFileYes
058200     CLOSE SCRN-RUNLOG-FILE
058300*
058400     MOVE ZEROS TO runIndex
058500     PERFORM 2300-TOTAL-ONE-RUN THRU 2300-EXIT
058600         UNTIL runIndex >= runUsedCount
058700     IF nightUsedCount < minimumNights
058800         SET profileThinYes TO TRUE
058900     END-IF.
059000*
059100 2000-EXIT.
059200     EXIT.
059300*
059400 2100-LOAD-ONE-RUN.
059500     READ SCRN-RUNLOG-FILE
059600         AT END
059700             SET endOfFileYes TO TRUE
059800             GO TO 2100-EXIT
059900     END-READ
060000     ADD 1 TO runlogReadCount
060100     IF RLOG-RUN-MODE NOT = "B" OR RLOG-RUN-ID NOT NUMERIC
060200         GO TO 2100-EXIT
060300     END-IF
060400     MOVE RLOG-START-DATE TO dayCalcDate
060500     PERFORM 7500-DATE-TO-DAY-NUMBER THRU 7500-EXIT
060600     IF NOT dayNumberValidYes
060700         GO TO 2100-EXIT
060800     END-IF
060900     IF dayNumber < windowStartDayNumber
061000             OR dayNumber >= todayDayNumber
061100         GO TO 2100-EXIT
061200     END-IF
061300*
061400     MOVE RLOG-RUN-ID TO runSearchId
061500     PERFORM 2150-FIND-RUN THRU 2150-EXIT
061600     IF NOT runFoundYes
061700         IF runUsedCount >= 2000
061800             IF NOT runTableFullYes
061900                 DISPLAY "SQRTRLOG HOLDS MORE THAN 2000 RUNS "
062000                     "IN THE WINDOW - EXTRAS IGNORED"
062100                 SET runTableFullYes TO TRUE
062200             END-IF
062300             GO TO 2100-EXIT
062400         END-IF
062500         ADD 1 TO runUsedCount
062600         MOVE runUsedCount TO runMatchIndex
062700         MOVE RLOG-RUN-ID TO runTblId(runMatchIndex)
062800         MOVE SPACE TO runTblBackedOutFlag(runMatchIndex)
062900     END-IF
063000     MOVE RLOG-START-DATE TO runTblDate(runMatchIndex)
063100     IF RLOG-ACCEPTED-COUNT NUMERIC
063200             AND RLOG-REJECTED-COUNT NUMERIC
063300             AND RLOG-OVERFLOW-COUNT NUMERIC
063400         MOVE RLOG-REJECTED-COUNT TO runTblRejected(runMatchIndex)
063500     ELSE
063600         MOVE ZEROS TO runTblRejected(runMatchIndex)
063700     END-IF
063800*    a run backed out on any of its records stays out
063900     IF RLOG-BACKED-OUT
064000         SET runTblBackedOut(runMatchIndex) TO TRUE
064100     END-IF.
064200*
064300 2100-EXIT.
064400     EXIT.
064500*
064600*----------------------------------------------------------
064700* 2150-FIND-RUN - look runSearchId up in the run table;
064800* runMatchIndex points at the entry when found.
064900*----------------------------------------------------------
065000 2150-FIND-RUN.
065100     MOVE "N" TO runFoundFlag
065200     MOVE ZEROS TO runIndex
065300     PERFORM 2160-CHECK-ONE-RUN THRU 2160-EXIT
065400         UNTIL runFoundYes OR runIndex >= runUsedCount.
065500*
065600 2150-EXIT.
065700     EXIT.
065800*
065900 2160-CHECK-ONE-RUN.
066000     ADD 1 TO runIndex
066100     IF runTblId(runIndex) = runSearchId
066200         MOVE runIndex TO runMatchIndex
066300         SET runFoundYes TO TRUE
066400     END-IF.
066500*
066600 2160-EXIT.
066700     EXIT.
066800*
066900 2300-TOTAL-ONE-RUN.
067000     ADD 1 TO runIndex
067100     IF runTblBackedOut(runIndex)
067200         GO TO 2300-EXIT
067300     END-IF
067400     ADD 1 TO trailRunCount
067500     ADD runTblRejected(runIndex) TO trailRejectedTotal
067600     MOVE runTblDate(runIndex) TO nightSearchDate
067700     PERFORM 2340-FIND-NIGHT THRU 2340-EXIT
067800     IF NOT nightFoundYes AND nightUsedCount < 400
067900         ADD 1 TO nightUsedCount
068000         MOVE runTblDate(runIndex) TO nightDate(nightUsedCount)
068100     END-IF.
068200*
068300 2300-EXIT.
068400     EXIT.
068500*
068600*----------------------------------------------------------
068700* 2340-FIND-NIGHT - look nightSearchDate up in the night
068800* table; nightIndex points at the entry when found.
068900*----------------------------------------------------------
069000 2340-FIND-NIGHT.
069100     MOVE "N" TO nightFoundFlag
069200     MOVE ZEROS TO nightIndex
069300     PERFORM 2350-CHECK-ONE-NIGHT THRU 2350-EXIT
069400         UNTIL nightFoundYes OR nightIndex >= nightUsedCount.
069500*
069600 2340-EXIT.
069700     EXIT.
069800*
069900 2350-CHECK-ONE-NIGHT.
070000     ADD 1 TO nightIndex
070100     IF nightDate(nightIndex) = nightSearchDate
070200         SET nightFoundYes TO TRUE
070300     END-IF.
070400*
070500 2350-EXIT.
070600     EXIT.
070700*
070800*----------------------------------------------------------
070900* 2500-LOAD-TRAILING-VOLUME - the night and department volumes
071000* SQRTNDVL holds for the nights in the profile.  The first
071100* pass finds each night's last screening, the second totals
071200* that screening's departments.
071300*----------------------------------------------------------
071400 2500-LOAD-TRAILING-VOLUME.
071500     IF anyOpenFailedYes
071600         GO TO 2500-EXIT
071700     END-IF
071800     MOVE "N" TO endOfFileSwitch
071900     PERFORM 2510-FIND-LAST-SCREENING THRU 2510-EXIT
072000         UNTIL endOfFileYes
072100     CLOSE SCRN-DEPTVOL-FILE
072200*
072300     OPEN INPUT SCRN-DEPTVOL-FILE
072400     IF fileStatusNdvl NOT = "00"
072500         DISPLAY "SQRTNDVL COULD NOT BE REOPENED - STATUS "
072600             fileStatusNdvl
072700         SET anyOpenFailedYes TO TRUE
072800         GO TO 2500-EXIT
072900     END-IF
073000     MOVE "N" TO endOfFileSwitch
073100     PERFORM 2520-TOTAL-ONE-DEPARTMENT THRU 2520-EXIT
073200         UNTIL endOfFileYes
073300     CLOSE SCRN-DEPTVOL-FILE
073400*
073500     IF nightLogCount > 0
073600         DIVIDE trailVolumeTotal BY nightLogCount
073700             GIVING trailAverageVolume ROUNDED
073800     END-IF
073900     IF nightLogCount < minimumNights
074000         SET volumeThinYes TO TRUE
074100     END-IF.
074200*
074300 2500-EXIT.
074400     EXIT.
074500*
074600 2510-FIND-LAST-SCREENING.
074700     READ SCRN-DEPTVOL-FILE
074800         AT END
074900             SET endOfFileYes TO TRUE
075000             GO TO 2510-EXIT
075100     END-READ
075200     ADD 1 TO deptlogReadCount
075300     IF DVOL-SCREEN-DATE NOT NUMERIC
075400             OR DVOL-SCREEN-TIME NOT NUMERIC
075500             OR DVOL-RECORD-COUNT NOT NUMERIC
075600         GO TO 2510-EXIT
075700     END-IF
075800     MOVE DVOL-SCREEN-DATE TO nightSearchDate
075900     PERFORM 2340-FIND-NIGHT THRU 2340-EXIT
076000     IF NOT nightFoundYes
076100         GO TO 2510-EXIT
076200     END-IF
076300     IF NOT nightLogFound(nightIndex)
076400         SET nightLogFound(nightIndex) TO TRUE
076500         ADD 1 TO nightLogCount
076600         MOVE DVOL-SCREEN-TIME TO nightLogTime(nightIndex)
076700     END-IF
076800     IF DVOL-SCREEN-TIME > nightLogTime(nightIndex)
076900         MOVE DVOL-SCREEN-TIME TO nightLogTime(nightIndex)
077000     END-IF.
077100*
077200 2510-EXIT.
077300     EXIT.
077400*
077500 2520-TOTAL-ONE-DEPARTMENT.
077600     READ SCRN-DEPTVOL-FILE
077700         AT END
077800             SET endOfFileYes TO TRUE
077900             GO TO 2520-EXIT
078000     END-READ
078100     IF DVOL-SCREEN-DATE NOT NUMERIC
078200             OR DVOL-SCREEN-TIME NOT NUMERIC
078300             OR DVOL-RECORD-COUNT NOT NUMERIC
078400         GO TO 2520-EXIT
078500     END-IF
078600     MOVE DVOL-SCREEN-DATE TO nightSearchDate
078700     PERFORM 2340-FIND-NIGHT THRU 2340-EXIT
078800     IF NOT nightFoundYes
078900         GO TO 2520-EXIT
079000     END-IF
079100*    an earlier screening of a night that was screened again
079200     IF DVOL-SCREEN-TIME NOT = nightLogTime(nightIndex)
079300         GO TO 2520-EXIT
079400     END-IF
079500     ADD DVOL-RECORD-COUNT TO trailVolumeTotal
079600     MOVE DVOL-DEPT-CODE TO deptSearchCode
079700     PERFORM 2600-FIND-DEPARTMENT THRU 2600-EXIT
079800     IF deptFoundYes
079900         ADD DVOL-RECORD-COUNT TO deptTrailTotal(deptMatchIndex)
080000     END-IF.
080100*
080200 2520-EXIT.
080300     EXIT.
080400*
080500*----------------------------------------------------------
080600* 2600-FIND-DEPARTMENT - look deptSearchCode up in the
080700* department table, adding it when it is new; deptMatchIndex
080800* points at the entry, and deptFoundYes is off only when the
080900* table is full.
081000*----------------------------------------------------------
081100 2600-FIND-DEPARTMENT.
081200     MOVE "N" TO deptFoundFlag
081300     MOVE ZEROS TO deptIndex
081400     PERFORM 2610-CHECK-ONE-DEPARTMENT THRU 2610-EXIT
081500         UNTIL deptFoundYes OR deptIndex >= deptUsedCount
081600     IF deptFoundYes
081700         GO TO 2600-EXIT
081800     END-IF
081900     IF deptUsedCount >= 50
082000         IF NOT deptTableFullYes
082100             DISPLAY "MORE THAN 50 DEPARTMENTS - EXTRAS NOT "
082200                 "PROFILED"
082300             SET deptTableFullYes TO TRUE
082400         END-IF
082500         GO TO 2600-EXIT
082600     END-IF
082700     ADD 1 TO deptUsedCount
082800     MOVE deptUsedCount TO deptMatchIndex
082900     MOVE deptSearchCode TO deptTblCode(deptMatchIndex)
083000     SET deptFoundYes TO TRUE.
083100*
083200 2600-EXIT.
083300     EXIT.
083400*
083500 2610-CHECK-ONE-DEPARTMENT.
083600     ADD 1 TO deptIndex
083700     IF deptTblCode(deptIndex) = deptSearchCode
083800         MOVE deptIndex TO deptMatchIndex
083900         SET deptFoundYes TO TRUE
084000     END-IF.
084100*
084200 2610-EXIT.
084300     EXIT.
084400*
084500*----------------------------------------------------------
084600* 3000-PROFILE-HISTORY - the mix, negatives, and magnitudes of
084700* every history record written by a run in the profile.
084800*----------------------------------------------------------
084900 3000-PROFILE-HISTORY.
085000     IF anyOpenFailedYes
085100         GO TO 3000-EXIT
085200     END-IF
085300     MOVE "N" TO endOfFileSwitch
085400     PERFORM 3100-PROFILE-ONE-HISTORY THRU 3100-EXIT
085500         UNTIL endOfFileYes
085600     CLOSE SCRN-HISTORY-FILE.
085700*
085800 3000-EXIT.
085900     EXIT.
086000*
086100 3100-PROFILE-ONE-HISTORY.
086200     READ SCRN-HISTORY-FILE
086300         AT END
086400             SET endOfFileYes TO TRUE
086500             GO TO 3100-EXIT
086600     END-READ
086700     ADD 1 TO historyReadCount
086800     IF HIST-RUN-ID NOT NUMERIC
086900         GO TO 3100-EXIT
087000     END-IF
087100     IF HIST-RUN-ID NOT = lastHistRunId
087200         MOVE HIST-RUN-ID TO lastHistRunId
087300         MOVE HIST-RUN-ID TO runSearchId
087400         PERFORM 2150-FIND-RUN THRU 2150-EXIT
087500         MOVE "N" TO lastHistRunFlag
087600         IF runFoundYes
087700             IF NOT runTblBackedOut(runMatchIndex)
087800                 SET lastHistRunInProfile TO TRUE
087900             END-IF
088000         END-IF
088100     END-IF
088200     IF NOT lastHistRunInProfile
088300         GO TO 3100-EXIT
088400     END-IF
088500     IF HIST-NUMBER NOT NUMERIC
088600         ADD 1 TO historyUnreadableCount
088700         GO TO 3100-EXIT
088800     END-IF
088900*
089000     ADD 1 TO trailHistoryCount
089100     IF HIST-NUMBER < 0
089200         ADD 1 TO trailNegativeCount
089300         COMPUTE absMagnitude = 0 - HIST-NUMBER
089400     ELSE
089500         MOVE HIST-NUMBER TO absMagnitude
089600     END-IF
089700     IF absMagnitude > trailMaxMagnitude
089800         MOVE absMagnitude TO trailMaxMagnitude
089900     END-IF
090000     IF absMagnitude > 0
090100         IF NOT trailMinSetYes OR absMagnitude < trailMinMagnitude
090200             MOVE absMagnitude TO trailMinMagnitude
090300             SET trailMinSetYes TO TRUE
090400         END-IF
090500     END-IF
090600*
090700     MOVE HIST-OPERATION-CODE TO classifyOpCode
090800     MOVE HIST-ROOT-DEGREE TO classifyDegreeX
090900     PERFORM 7100-CLASSIFY-OPERATION THRU 7100-EXIT
091000     IF bucketIndex > 0
091100         ADD 1 TO trailClassifiedCount
091200         ADD 1 TO trailBucketCount(bucketIndex)
091300     END-IF.
091400*
091500 3100-EXIT.
091600     EXIT.
091700*
091800*----------------------------------------------------------
091900* 4000-PROFILE-TONIGHT - the same measures over the cleaned
092000* worklist the edit has just written.
092100*----------------------------------------------------------
092200 4000-PROFILE-TONIGHT.
092300     IF anyOpenFailedYes
092400         GO TO 4000-EXIT
092500     END-IF
092600     MOVE "N" TO endOfFileSwitch
092700     PERFORM 4100-PROFILE-ONE-RECORD THRU 4100-EXIT
092800         UNTIL endOfFileYes
092900     CLOSE SCRN-INPUT-FILE.
093000*
093100 4000-EXIT.
093200     EXIT.
093300*
093400 4100-PROFILE-ONE-RECORD.
093500     READ SCRN-INPUT-FILE
093600         AT END
093700             SET endOfFileYes TO TRUE
093800             GO TO 4100-EXIT
093900     END-READ
094000     ADD 1 TO tonightCount
094100     MOVE IN-DEPT-CODE TO deptSearchCode
094200     PERFORM 2600-FIND-DEPARTMENT THRU 2600-EXIT
094300     IF deptFoundYes
094400         ADD 1 TO deptTonightCount(deptMatchIndex)
094500     END-IF
094600     IF IN-WORKLIST-NUMBER < 0
094700         ADD 1 TO tonightNegativeCount
094800         COMPUTE absMagnitude = 0 - IN-WORKLIST-NUMBER
094900     ELSE
095000         MOVE IN-WORKLIST-NUMBER TO absMagnitude
095100     END-IF
095200     IF absMagnitude > tonightMaxMagnitude
095300         MOVE absMagnitude TO tonightMaxMagnitude
095400     END-IF
095500     IF absMagnitude > 0
095600         IF NOT tonightMinSetYes
095700                 OR absMagnitude < tonightMinMagnitude
095800             MOVE absMagnitude TO tonightMinMagnitude
095900             SET tonightMinSetYes TO TRUE
096000         END-IF
096100     END-IF
096200*
096300     MOVE IN-OPERATION-CODE TO classifyOpCode
096400     MOVE IN-ROOT-DEGREE TO classifyDegreeX
096500     PERFORM 7100-CLASSIFY-OPERATION THRU 7100-EXIT
096600     IF bucketIndex > 0
096700         ADD 1 TO tonightClassifiedCount
096800         ADD 1 TO tonightBucketCount(bucketIndex)
096900     END-IF.
097000*
097100 4100-EXIT.
097200     EXIT.
097300*
097400*----------------------------------------------------------
097500* 5000-COMPARE-PROFILES - print tonight against the trailing
097600* profile, flagging each measure past its threshold.  With
097700* too few trailing nights the measures are printed but not
097800* flagged.
097900*----------------------------------------------------------
098000 5000-COMPARE-PROFILES.
098100     IF anyOpenFailedYes
098200         GO TO 5000-EXIT
098300     END-IF
098400     IF NOT reportOpenFailedYes
098500         MOVE "TRAILING PROFILE (SQRTRLOG / SQRTHIST)"
098600             TO rptSectionLine
098700         PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
098800         MOVE "  BATCH NIGHTS IN WINDOW . . : " TO RPT-COUNT-LABEL
098900         MOVE nightUsedCount TO RPT-COUNT-VALUE
099000         WRITE NRPT-LINE FROM rptCountLine
099100         MOVE "  BATCH RUNS IN WINDOW . . . : " TO RPT-COUNT-LABEL
099200         MOVE trailRunCount TO RPT-COUNT-VALUE
099300         WRITE NRPT-LINE FROM rptCountLine
099400         MOVE "  HISTORY RECORDS PROFILED . : " TO RPT-COUNT-LABEL
099500         MOVE trailHistoryCount TO RPT-COUNT-VALUE
099600         WRITE NRPT-LINE FROM rptCountLine
099700         MOVE "  NIGHTS ON SQRTNDVL . . . . : " TO RPT-COUNT-LABEL
099800         MOVE nightLogCount TO RPT-COUNT-VALUE
099900         WRITE NRPT-LINE FROM rptCountLine
100000         MOVE "SCREENING" TO rptSectionLine
100100         PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
100200         WRITE NRPT-LINE FROM rptColumnHeadLine
100300     END-IF
100400     PERFORM 5100-COMPARE-VOLUME THRU 5100-EXIT
100500     PERFORM 5200-COMPARE-NEGATIVES THRU 5200-EXIT
100600     MOVE ZEROS TO bucketIndex
100700     PERFORM 5300-COMPARE-ONE-BUCKET THRU 5300-EXIT
100800         UNTIL bucketIndex >= 10
100900     PERFORM 5400-COMPARE-MAGNITUDE THRU 5400-EXIT
101000     PERFORM 5500-COMPARE-DEPARTMENTS THRU 5500-EXIT.
101100*
101200 5000-EXIT.
101300     EXIT.
101400*
101500*----------------------------------------------------------
101600* 5100-COMPARE-VOLUME - tonight's count as a percentage of the
101700* average trailing night on SQRTNDVL; a zero-record night falls
101800* under any floor.  Not flagged until SQRTNDVL holds enough
101900* nights.
102000*----------------------------------------------------------
102100 5100-COMPARE-VOLUME.
102200     MOVE SPACES TO compareFlagText
102300     MOVE ZEROS TO volumePct
102400     IF trailAverageVolume > 0
102500         COMPUTE volumePct ROUNDED =
102600             tonightCount * 100 / trailAverageVolume
102700             ON SIZE ERROR
102800                 MOVE 9999999 TO volumePct
102900         END-COMPUTE
103000         IF volumePct > volumeHighPct
103100             MOVE "VOLUME HIGH" TO compareFlagText
103200         END-IF
103300         IF volumePct < volumeLowPct
103400             MOVE "VOLUME LOW" TO compareFlagText
103500         END-IF
103600     END-IF
103700     IF volumeThinYes
103800         MOVE SPACES TO compareFlagText
103900     END-IF
104000     MOVE SPACES TO rptCompareLine
104100     MOVE "RECORD COUNT" TO RPT-CMP-LABEL
104200     MOVE tonightCount TO editCount
104300     MOVE editCount TO RPT-CMP-TONIGHT
104400     MOVE trailAverageVolume TO editCount
104500     MOVE editCount TO RPT-CMP-TRAILING
104600     PERFORM 7000-WRITE-COMPARE-LINE THRU 7000-EXIT
104700     IF trailAverageVolume > 0
104800         MOVE SPACES TO rptCompareLine
104900         MOVE "  PCT OF AVERAGE" TO RPT-CMP-LABEL
105000         MOVE volumePct TO editCount
105100         MOVE editCount TO RPT-CMP-TONIGHT
105200         MOVE SPACES TO compareFlagText
105300         PERFORM 7000-WRITE-COMPARE-LINE THRU 7000-EXIT
105400     END-IF.
105500*
105600 5100-EXIT.
105700     EXIT.
105800*
105900*----------------------------------------------------------
106000* 5200-COMPARE-NEGATIVES - the trailing share counts the
106100* negatives SQRT calculated (on SQRTHIST) and the negatives it
106200* rejected (the run log's rejected counts) over both.
106300*----------------------------------------------------------
106400 5200-COMPARE-NEGATIVES.
106500     MOVE SPACES TO compareFlagText
106600     MOVE ZEROS TO tonightSharePct
106700     MOVE ZEROS TO trailSharePct
106800     IF tonightCount > 0
106900         COMPUTE tonightSharePct ROUNDED =
107000             tonightNegativeCount * 100 / tonightCount
107100     END-IF
107200     IF trailHistoryCount + trailRejectedTotal > 0
107300         COMPUTE trailSharePct ROUNDED =
107400             (trailNegativeCount + trailRejectedTotal) * 100
107500             / (trailHistoryCount + trailRejectedTotal)
107600     END-IF
107700     IF tonightCount > 0
107800             AND trailHistoryCount + trailRejectedTotal > 0
107900         PERFORM 7200-SHARE-SHIFT THRU 7200-EXIT
108000         IF shareShiftPts > negativeShiftPts
108100             MOVE "SHARE SHIFT" TO compareFlagText
108200         END-IF
108300     END-IF
108400     MOVE SPACES TO rptCompareLine
108500     MOVE "NEGATIVE PCT" TO RPT-CMP-LABEL
108600     PERFORM 7300-SHARE-COLUMNS THRU 7300-EXIT
108700     PERFORM 7000-WRITE-COMPARE-LINE THRU 7000-EXIT.
108800*
108900 5200-EXIT.
109000     EXIT.
109100*
109200*----------------------------------------------------------
109300* 5300-COMPARE-ONE-BUCKET - one operation/degree share; a
109400* bucket empty on both sides is not printed.
109500*----------------------------------------------------------
109600 5300-COMPARE-ONE-BUCKET.
109700     ADD 1 TO bucketIndex
109800     IF tonightBucketCount(bucketIndex) = 0
109900             AND trailBucketCount(bucketIndex) = 0
110000         GO TO 5300-EXIT
110100     END-IF
110200     MOVE SPACES TO compareFlagText
110300     MOVE ZEROS TO tonightSharePct
110400     MOVE ZEROS TO trailSharePct
110500     IF tonightClassifiedCount > 0
110600         COMPUTE tonightSharePct ROUNDED =
110700             tonightBucketCount(bucketIndex) * 100
110800             / tonightClassifiedCount
110900     END-IF
111000     IF trailClassifiedCount > 0
111100         COMPUTE trailSharePct ROUNDED =
111200             trailBucketCount(bucketIndex) * 100
111300             / trailClassifiedCount
111400     END-IF
111500     IF tonightClassifiedCount > 0 AND trailClassifiedCount > 0
111600         PERFORM 7200-SHARE-SHIFT THRU 7200-EXIT
111700         IF shareShiftPts > mixShiftPts
111800             MOVE "MIX SHIFT" TO compareFlagText
111900         END-IF
112000     END-IF
112100     MOVE SPACES TO rptCompareLine
112200     MOVE bucketLabel(bucketIndex) TO RPT-CMP-LABEL
112300     PERFORM 7300-SHARE-COLUMNS THRU 7300-EXIT
112400     PERFORM 7000-WRITE-COMPARE-LINE THRU 7000-EXIT.
112500*
112600 5300-EXIT.
112700     EXIT.
112800*
112900*----------------------------------------------------------
113000* 5400-COMPARE-MAGNITUDE - a largest number more than the
113100* factor above the trailing largest, or a smallest non-zero
113200* number more than the factor below the trailing smallest.
113300*----------------------------------------------------------
113400 5400-COMPARE-MAGNITUDE.
113500     MOVE SPACES TO compareFlagText
113600     IF tonightCount > 0 AND trailHistoryCount > 0
113700         COMPUTE magnitudeLimit =
113800             trailMaxMagnitude * magnitudeFactor
113900         IF tonightMaxMagnitude > magnitudeLimit
114000             MOVE "RANGE HIGH" TO compareFlagText
114100         END-IF
114200     END-IF
114300     MOVE SPACES TO rptCompareLine
114400     MOVE "LARGEST MAGNITUDE" TO RPT-CMP-LABEL
114500     MOVE tonightMaxMagnitude TO editMagnitude
114600     MOVE editMagnitude TO RPT-CMP-TONIGHT
114700     MOVE trailMaxMagnitude TO editMagnitude
114800     MOVE editMagnitude TO RPT-CMP-TRAILING
114900     PERFORM 7000-WRITE-COMPARE-LINE THRU 7000-EXIT
115000*
115100     MOVE SPACES TO compareFlagText
115200     IF tonightMinSetYes AND trailMinSetYes
115300         COMPUTE magnitudeLimit =
115400             tonightMinMagnitude * magnitudeFactor
115500         IF magnitudeLimit < trailMinMagnitude
115600             MOVE "RANGE LOW" TO compareFlagText
115700         END-IF
115800     END-IF
115900     MOVE SPACES TO rptCompareLine
116000     MOVE "SMALLEST MAGNITUDE" TO RPT-CMP-LABEL
116100     MOVE tonightMinMagnitude TO editMagnitude
116200     MOVE editMagnitude TO RPT-CMP-TONIGHT
116300     MOVE trailMinMagnitude TO editMagnitude
116400     MOVE editMagnitude TO RPT-CMP-TRAILING
116500     PERFORM 7000-WRITE-COMPARE-LINE THRU 7000-EXIT.
116600*
116700 5400-EXIT.
116800     EXIT.
116900*
117000*----------------------------------------------------------
117100* 5500-COMPARE-DEPARTMENTS - each department's count tonight
117200* against its own average trailing night.  A department new
117300* to the window has no average and is not flagged.
117400*----------------------------------------------------------
117500 5500-COMPARE-DEPARTMENTS.
117600     IF NOT reportOpenFailedYes
117700         MOVE "DEPARTMENT VOLUME (SQRTNDVL)" TO rptSectionLine
117800         PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
117900         WRITE NRPT-LINE FROM rptColumnHeadLine
118000     END-IF
118100     MOVE ZEROS TO deptIndex
118200     PERFORM 5510-COMPARE-ONE-DEPARTMENT THRU 5510-EXIT
118300         UNTIL deptIndex >= deptUsedCount.
118400*
118500 5500-EXIT.
118600     EXIT.
118700*
118800 5510-COMPARE-ONE-DEPARTMENT.
118900     ADD 1 TO deptIndex
119000     MOVE SPACES TO compareFlagText
119100     MOVE ZEROS TO volumePct
119200     MOVE ZEROS TO deptAverageVolume
119300     IF nightLogCount > 0
119400         DIVIDE deptTrailTotal(deptIndex) BY nightLogCount
119500             GIVING deptAverageVolume ROUNDED
119600     END-IF
119700     IF deptAverageVolume > 0
119800         COMPUTE volumePct ROUNDED =
119900             deptTonightCount(deptIndex) * 100 / deptAverageVolume
120000             ON SIZE ERROR
120100                 MOVE 9999999 TO volumePct
120200         END-COMPUTE
120300         IF volumePct > deptHighPct
120400             MOVE "DEPT HIGH" TO compareFlagText
120500         END-IF
120600     END-IF
120700     IF volumeThinYes
120800         MOVE SPACES TO compareFlagText
120900     END-IF
121000     MOVE SPACES TO rptCompareLine
121100     MOVE deptTblCode(deptIndex) TO RPT-DEPT-CODE
121200     MOVE rptDeptLabel TO RPT-CMP-LABEL
121300     MOVE deptTonightCount(deptIndex) TO editCount
121400     MOVE editCount TO RPT-CMP-TONIGHT
121500     MOVE deptAverageVolume TO editCount
121600     MOVE editCount TO RPT-CMP-TRAILING
121700     PERFORM 7000-WRITE-COMPARE-LINE THRU 7000-EXIT
121800     IF deptAverageVolume > 0
121900         MOVE SPACES TO rptCompareLine
122000         MOVE "  PCT OF AVERAGE" TO RPT-CMP-LABEL
122100         MOVE volumePct TO editCount
122200         MOVE editCount TO RPT-CMP-TONIGHT
122300         MOVE SPACES TO compareFlagText
122400         PERFORM 7000-WRITE-COMPARE-LINE THRU 7000-EXIT
122500     END-IF.
122600*
122700 5510-EXIT.
122800     EXIT.
122900*
123000*----------------------------------------------------------
123100* 6000-LOG-TONIGHT-VOLUME - append tonight's count for each
123200* department to SQRTNDVL for the nights that follow.  Held
123300* nights are logged too; only nights that reach a batch run
123400* are ever read back.
123500*----------------------------------------------------------
123600 6000-LOG-TONIGHT-VOLUME.
123700     IF anyOpenFailedYes
123800         GO TO 6000-EXIT
123900     END-IF
124000     OPEN EXTEND SCRN-DEPTVOL-FILE
124100     IF fileStatusNdvl NOT = "00"
124200         DISPLAY "SQRTNDVL COULD NOT BE EXTENDED - STATUS "
124300             fileStatusNdvl
124400         SET deptlogWriteFailedYes TO TRUE
124500         GO TO 6000-EXIT
124600     END-IF
124700     MOVE ZEROS TO deptIndex
124800     PERFORM 6100-LOG-ONE-DEPARTMENT THRU 6100-EXIT
124900         UNTIL deptIndex >= deptUsedCount OR deptlogWriteFailedYes
125000     CLOSE SCRN-DEPTVOL-FILE.
125100*
125200 6000-EXIT.
125300     EXIT.
125400*
125500 6100-LOG-ONE-DEPARTMENT.
125600     ADD 1 TO deptIndex
125700     IF deptTonightCount(deptIndex) = 0
125800         GO TO 6100-EXIT
125900     END-IF
126000     MOVE SPACES TO DVOL-RECORD
126100     MOVE STIM-START-DATE TO DVOL-SCREEN-DATE
126200     MOVE STIM-START-TIME TO DVOL-SCREEN-TIME
126300     MOVE deptTblCode(deptIndex) TO DVOL-DEPT-CODE
126400     MOVE deptTonightCount(deptIndex) TO DVOL-RECORD-COUNT
126500     WRITE DVOL-RECORD
126600     IF fileStatusNdvl NOT = "00"
126700         DISPLAY "SQRTNDVL WRITE FAILED - STATUS " fileStatusNdvl
126800         SET deptlogWriteFailedYes TO TRUE
126900     ELSE
127000         ADD 1 TO deptlogWrittenCount
127100     END-IF.
127200*
127300 6100-EXIT.
127400     EXIT.
127500*
127600*----------------------------------------------------------
127700* 7000-WRITE-COMPARE-LINE - one measure; a flag counts as a
127800* deviation only once the trailing profile is established.
127900*----------------------------------------------------------
128000 7000-WRITE-COMPARE-LINE.
128100     IF compareFlagText NOT = SPACES
128200         IF profileThinYes
128300             MOVE SPACES TO compareFlagText
128400         ELSE
128500             ADD 1 TO anomalyCount
128600         END-IF
128700     END-IF
128800     MOVE compareFlagText TO RPT-CMP-FLAG
128900     IF NOT reportOpenFailedYes
129000         WRITE NRPT-LINE FROM rptCompareLine
129100     END-IF.
129200*
129300 7000-EXIT.
129400     EXIT.
129500*
129600*----------------------------------------------------------
129700* 7100-CLASSIFY-OPERATION - classifyOpCode/classifyDegreeX to
129800* its bucket: a blank operation is a square root, as
129900* everywhere else; bucketIndex is zero for an operation that
130000* fits none.
130100*----------------------------------------------------------
130200 7100-CLASSIFY-OPERATION.
130300     MOVE ZEROS TO bucketIndex
130400     EVALUATE TRUE
130500         WHEN classifyOpCode = "S" OR classifyOpCode = SPACE
130600             MOVE 1 TO bucketIndex
130700         WHEN classifyOpCode = "C"
130800             MOVE 2 TO bucketIndex
130900         WHEN classifyOpCode = "N"
131000             IF classifyDegreeX NUMERIC
131100                 IF classifyDegree >= 2 AND classifyDegree <= 9
131200                     COMPUTE bucketIndex = classifyDegree + 1
131300                 END-IF
131400             END-IF
131500     END-EVALUATE.
131600*
131700 7100-EXIT.
131800     EXIT.
131900*
132000 7200-SHARE-SHIFT.
132100     IF tonightSharePct > trailSharePct
132200         COMPUTE shareShiftPts = tonightSharePct - trailSharePct
132300     ELSE
132400         COMPUTE shareShiftPts = trailSharePct - tonightSharePct
132500     END-IF.
132600*
132700 7200-EXIT.
132800     EXIT.
132900*
133000 7300-SHARE-COLUMNS.
133100     MOVE tonightSharePct TO editPercent
133200     MOVE editPercent TO RPT-CMP-TONIGHT
133300     MOVE trailSharePct TO editPercent
133400     MOVE editPercent TO RPT-CMP-TRAILING.
133500*
133600 7300-EXIT.
133700     EXIT.
133800*
133900*----------------------------------------------------------
134000* 7500-DATE-TO-DAY-NUMBER - dayCalcDate (YYYYMMDD) to its day
134100* number: 365 days for every year before it, one more for
134200* each leap year among them, the days before its month, and
134300* its day of the month (plus the leap day past February).
134400*----------------------------------------------------------
134500 7500-DATE-TO-DAY-NUMBER.
134600     MOVE "N" TO dayNumberValidFlag
134700     MOVE ZEROS TO dayNumber
134800     IF dayCalcDate NOT NUMERIC
134900         GO TO 7500-EXIT
135000     END-IF
135100     IF dayCalcYear = 0 OR dayCalcMonth < 1 OR dayCalcMonth > 12
135200             OR dayCalcDay < 1 OR dayCalcDay > 31
135300         GO TO 7500-EXIT
135400     END-IF
135500     COMPUTE dayYearsBefore = dayCalcYear - 1
135600     DIVIDE dayYearsBefore BY 4 GIVING dayLeapCount4
135700     DIVIDE dayYearsBefore BY 100 GIVING dayLeapCount100
135800     DIVIDE dayYearsBefore BY 400 GIVING dayLeapCount400
135900     COMPUTE dayNumber = dayYearsBefore * 365 + dayLeapCount4
136000         - dayLeapCount100 + dayLeapCount400
136100         + monthStartDays(dayCalcMonth) + dayCalcDay
136200     IF dayCalcMonth > 2
136300         DIVIDE dayCalcYear BY 4 GIVING dayQuotient
136400             REMAINDER dayRemainder4
136500         DIVIDE dayCalcYear BY 100 GIVING dayQuotient
136600             REMAINDER dayRemainder100
136700         DIVIDE dayCalcYear BY 400 GIVING dayQuotient
136800             REMAINDER dayRemainder400
136900         IF dayRemainder4 = 0 AND
137000                 (dayRemainder100 NOT = 0 OR dayRemainder400 = 0)
137100             ADD 1 TO dayNumber
137200         END-IF
137300     END-IF
137400     SET dayNumberValidYes TO TRUE.
137500*
137600 7500-EXIT.
137700     EXIT.
137800*
137900*----------------------------------------------------------
138000* 8000-TERMINATE - set the return code, print the totals and
138100* the verdict, and close the report.
138200*----------------------------------------------------------
138300 8000-TERMINATE.
138400     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT
138500*
138600     IF NOT reportOpenFailedYes
138700         PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
138800         CLOSE SCRN-REPORT-FILE
138900     END-IF
139000*
139100     DISPLAY "SQRTSCRN WORKLIST RECORDS: " tonightCount
139200     DISPLAY "SQRTSCRN TRAILING NIGHTS: " nightUsedCount
139300     DISPLAY "SQRTSCRN DEPARTMENTS: " deptUsedCount
139400     DISPLAY "SQRTSCRN DEVIATIONS: " anomalyCount.
139500*
139600 8000-EXIT.
139700     EXIT.
139800*
139900 8100-WRITE-TOTALS.
140000     MOVE "FILES READ" TO rptSectionLine
140100     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
140200     MOVE "  WORKLIST RECORDS (SQRTIN)  : " TO RPT-COUNT-LABEL
140300     MOVE tonightCount TO RPT-COUNT-VALUE
140400     WRITE NRPT-LINE FROM rptCountLine
140500     MOVE "  RUN-LOG RECORDS (SQRTRLOG) : " TO RPT-COUNT-LABEL
140600     MOVE runlogReadCount TO RPT-COUNT-VALUE
140700     WRITE NRPT-LINE FROM rptCountLine
140800     MOVE "  HISTORY RECORDS (SQRTHIST) : " TO RPT-COUNT-LABEL
140900     MOVE historyReadCount TO RPT-COUNT-VALUE
141000     WRITE NRPT-LINE FROM rptCountLine
141100     MOVE "  VOLUME RECORDS (SQRTNDVL)  : " TO RPT-COUNT-LABEL
141200     MOVE deptlogReadCount TO RPT-COUNT-VALUE
141300     WRITE NRPT-LINE FROM rptCountLine
141400     MOVE "    WRITTEN FOR TONIGHT  . . : " TO RPT-COUNT-LABEL
141500     MOVE deptlogWrittenCount TO RPT-COUNT-VALUE
141600     WRITE NRPT-LINE FROM rptCountLine
141700     IF historyUnreadableCount > 0
141800         MOVE "    UNREADABLE, NOT PROFILED : " TO RPT-COUNT-LABEL
141900         MOVE historyUnreadableCount TO RPT-COUNT-VALUE
142000         WRITE NRPT-LINE FROM rptCountLine
142100     END-IF
142200     MOVE "  DEVIATIONS FLAGGED . . . . : " TO RPT-COUNT-LABEL
142300     MOVE anomalyCount TO RPT-COUNT-VALUE
142400     WRITE NRPT-LINE FROM rptCountLine
142500*
142600     MOVE SPACES TO NRPT-LINE
142700     WRITE NRPT-LINE
142800     EVALUATE jobReturnCode
142900         WHEN 0
143000             MOVE "WORKLIST WITHIN THE TRAILING PROFILE"
143100                 TO rptVerdictLine
143200         WHEN 4
143300             EVALUATE TRUE
143400                 WHEN profileThinYes
143500                     MOVE "TOO FEW TRAILING NIGHTS - NOT SCREENED"
143600                         TO rptVerdictLine
143700                 WHEN volumeThinYes
143800                     MOVE "VOLUMES NOT SCREENED - TOO FEW NIGHTS"
143900                         TO rptVerdictLine
144000                 WHEN OTHER
144100                     MOVE "SQRTNDVL NOT WRITTEN - SEE JOB LOG"
144200                         TO rptVerdictLine
144300             END-EVALUATE
144400         WHEN 8
144500             MOVE "WORKLIST OUTSIDE ITS PROFILE - RUN HELD"
144600                 TO rptVerdictLine
144700         WHEN OTHER
144800             MOVE "SCREENING NOT RUN - SEE JOB LOG"
144900                 TO rptVerdictLine
145000     END-EVALUATE
145100     WRITE NRPT-LINE FROM rptVerdictLine.
145200*
145300 8100-EXIT.
145400     EXIT.
145500*
145600 8150-WRITE-SECTION-HEAD.
145700     MOVE SPACES TO NRPT-LINE
145800     WRITE NRPT-LINE
145900     WRITE NRPT-LINE FROM rptSectionLine.
146000*
146100 8150-EXIT.
146200     EXIT.
146300*
146400*----------------------------------------------------------
146500* 8200-SET-RETURN-CODE - 4 when there is no profile (or no
146600* volume profile) to screen against or tonight's volumes went
146700* unlogged, 8 for any deviation.
146800*----------------------------------------------------------
146900 8200-SET-RETURN-CODE.
147000     MOVE 0 TO jobReturnCode
147100     IF profileThinYes OR volumeThinYes OR deptlogWriteFailedYes
147200         MOVE 4 TO jobReturnCode
147300     END-IF
147400     IF anomalyCount > 0
147500         MOVE 8 TO jobReturnCode
147600     END-IF
147700     IF anyOpenFailedYes
147800         MOVE 16 TO jobReturnCode
147900     END-IF.
148000*
148100 8200-EXIT.
148200     EXIT.
148300*
148400*----------------------------------------------------------
148500* 8900-WRITE-STEP-TIMING - this step's record on the nightly
148600* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
148700* stamps the end time and does the append.
148800*----------------------------------------------------------
148900 8900-WRITE-STEP-TIMING.
149000     MOVE "SCREEN" TO STIM-STEP-NAME
149100     MOVE "SQRTSCRN" TO STIM-PROGRAM-NAME
149200     MOVE ZEROS TO STIM-RUN-ID
149300     MOVE tonightCount TO STIM-RECORDS-IN
149400     MOVE ZEROS TO STIM-RECORDS-OUT
149500     MOVE jobReturnCode TO STIM-RETURN-CODE
149600     CALL "SQRTTIMR" USING STIM-RECORD.
149700*
149800 8900-EXIT.
149900     EXIT.
