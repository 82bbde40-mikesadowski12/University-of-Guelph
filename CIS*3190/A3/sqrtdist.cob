000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTDIST: PER-DEPARTMENT RESULTS DISTRIBUTION
000600*
000700* Several departments' numbers arrive merged on one worklist, and
000800* each used to receive the whole results feed and filter out its
000900* own.  Every worklist record now carries the code of the
001000* department that sent it, carried through to the results.  This
001100* program runs after SQRTBAL has proved the balanced results
001200* (PROD.SQRT.RESULTS, the master feed LOADNEXT copies) and cuts
001300* one outbound feed per department on the SQRTDEPT table:
001400*
001500*   - the N-th department on the table gets feed slot N
001600*     (SQRTDF01 - SQRTDF06), so the JCL can name each
001700*     department's dataset; slots past the table are not
001800*     opened;
001900*   - every department feed is wrapped in its own HDR record and
002000*     TRL record (TRLLAYT copybook), with the count and hash of
002100*     that department's records alone, so each receiver proves
002200*     its own feed exactly as the master feed is proved - a
002300*     department with nothing tonight still gets a HDR/TRL pair
002400*     with a count of zero;
002500*   - the SQRTTRPT distribution report lists each department's
002600*     count and hash and proves they add back up to the master
002700*     feed and to the master feed's own TRL record: a results
002800*     record whose department is not on the table cannot be
002900*     distributed and fails the proof.
003000*
003100* Once the distribution proves out, each department feed is
003200* entered on the feed register (SQRTFREG, FRGLAYT copybook) as
003300* sent, with the department code as its feed id, so SQRTACKR
003400* reconciles the department acknowledgments the same way it
003500* does the master feed's.
003600*
003700* Return codes:
003800*    RC=0    every record distributed and the feeds add back to
003900*            the master feed
004000*    RC=8    the distribution does not prove out (records on no
004100*            department's table entry, or a master trailer that
004200*            is missing or disagrees) - hold the department
004300*            feeds; nothing is registered
004320*    RC=8    the distribution proves out but a department feed
004340*            could not be entered on the feed register - the
004360*            job log names it and its file status; the feed
004380*            cannot be reconciled until it is registered
004400*    RC=16   a file could not be opened, or the department table
004500*            is empty
004600*
004700* Modification history:
004800*   2026-10-15 MJS  Original member.
004820*   2026-10-15 MJS  Append a step-timing record (run id,
004840*                   start and end, records in and out, return
004860*                   code) to SQRTSTIM through SQRTTIMR as the
004880*                   step ends, for the batch-window report.
004882*   2026-10-15 MJS  A department feed that cannot be entered on
004884*                   the register is counted and its file status
004886*                   shown, and the step ends RC 8 unless every
004888*                   department feed is registered.
004900* -------------------------------------------------------------
005000*
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. SQRTDIST.
005300*
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT DIST-INPUT-FILE ASSIGN TO "SQRTOUT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS fileStatusOut.
006000     SELECT DIST-DEPT-FILE ASSIGN TO "SQRTDEPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS fileStatusDept.
006300     SELECT DEPT1-FEED-FILE ASSIGN TO "SQRTDF01"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS fileStatusDf1.
006600     SELECT DEPT2-FEED-FILE ASSIGN TO "SQRTDF02"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS fileStatusDf2.
006900     SELECT DEPT3-FEED-FILE ASSIGN TO "SQRTDF03"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS fileStatusDf3.
007200     SELECT DEPT4-FEED-FILE ASSIGN TO "SQRTDF04"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS fileStatusDf4.
007500     SELECT DEPT5-FEED-FILE ASSIGN TO "SQRTDF05"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS fileStatusDf5.
007800     SELECT DEPT6-FEED-FILE ASSIGN TO "SQRTDF06"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS fileStatusDf6.
008100     SELECT FREG-FILE ASSIGN TO "SQRTFREG"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS FRG-KEY
008500         FILE STATUS IS fileStatusFreg.
008600     SELECT DIST-REPORT-FILE ASSIGN TO "SQRTTRPT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS fileStatusTrpt.
008900*
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  DIST-INPUT-FILE.
009300 COPY OUTLAYT REPLACING ==:PFX:== BY ==DIN-==.
009400*
009500 FD  DIST-DEPT-FILE.
009600 COPY DEPTLAYT REPLACING ==:PFX:== BY ==DEPT-==.
009700*
009800 FD  DEPT1-FEED-FILE.
009900 01  DF1-LINE                    PIC X(70).
010000*
010100 FD  DEPT2-FEED-FILE.
010200 01  DF2-LINE                    PIC X(70).
010300*
010400 FD  DEPT3-FEED-FILE.
010500 01  DF3-LINE                    PIC X(70).
010600*
010700 FD  DEPT4-FEED-FILE.
010800 01  DF4-LINE                    PIC X(70).
010900*
011000 FD  DEPT5-FEED-FILE.
011100 01  DF5-LINE                    PIC X(70).
011200*
011300 FD  DEPT6-FEED-FILE.
011400 01  DF6-LINE                    PIC X(70).
011500*
011600 FD  FREG-FILE.
011700 COPY FRGLAYT REPLACING ==:PFX:== BY ==FRG-==.
011800*
011900 FD  DIST-REPORT-FILE.
012000 01  DRPT-LINE                   PIC X(80).
012100*
012200 WORKING-STORAGE SECTION.
012300 01  fileStatusOut               PIC X(02) VALUE SPACES.
012400 01  fileStatusDept              PIC X(02) VALUE SPACES.
012500 01  fileStatusDf1               PIC X(02) VALUE SPACES.
012600 01  fileStatusDf2               PIC X(02) VALUE SPACES.
012700 01  fileStatusDf3               PIC X(02) VALUE SPACES.
012800 01  fileStatusDf4               PIC X(02) VALUE SPACES.
012900 01  fileStatusDf5               PIC X(02) VALUE SPACES.
013000 01  fileStatusDf6               PIC X(02) VALUE SPACES.
013100 01  fileStatusFreg              PIC X(02) VALUE SPACES.
013200 01  fileStatusTrpt              PIC X(02) VALUE SPACES.
013300 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
013400     88  anyOpenFailedYes            VALUE "Y".
013500 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
013600     88  reportOpenFailedYes         VALUE "Y".
013700 01  deptTableEmptyFlag          PIC X(01) VALUE "N".
013800     88  deptTableEmptyYes           VALUE "Y".
013900*
014000 01  endOfInputSwitch            PIC X(01) VALUE 'N'.
014100     88  endOfInputYes               VALUE 'Y'.
014200 01  deptEofSwitch               PIC X(01) VALUE 'N'.
014300     88  deptEofYes                  VALUE 'Y'.
014400*
014500*    the department table, in SQRTDEPT order - entry N is feed
014600*    slot N - with each department's running count and hash
014700 01  deptTable.
014800     05  deptUsedCount           PIC 9(01) VALUE ZEROS.
014900     05  deptEntry OCCURS 6.
015000         10  deptTableCode       PIC X(04).
015100         10  deptTableName       PIC X(20).
015200         10  deptRecordCount     PIC 9(09).
015300         10  deptHashAccum       PIC 9(12)V9(09).
015400 01  deptIndex                   PIC 9(01) VALUE ZEROS.
015500 01  deptMatchIndex              PIC 9(01) VALUE ZEROS.
015600 01  deptFoundFlag               PIC X(01) VALUE 'N'.
015700     88  deptFoundYes                VALUE 'Y'.
015800 01  deptSearchCode              PIC X(04) VALUE SPACES.
015900*
016000*    the master feed's TRL record, and the HDR/TRL pair written
016100*    on each department feed; hashes are magnitudes modulo
016200*    10**11 as TRLLAYT prescribes
016300 COPY TRLLAYT REPLACING ==:PFX:== BY ==STRL-==.
016400 COPY TRLLAYT REPLACING ==:PFX:== BY ==DTRL-==.
016500 01  masterTrailerSeenFlag       PIC X(01) VALUE 'N'.
016600     88  masterTrailerSeenYes        VALUE 'Y'.
016700 01  distLine                    PIC X(70) VALUE SPACES.
016800 01  distAbsNumber               PIC 9(11)V9(09) VALUE ZEROS.
016900*
017000 01  masterRecordCount           PIC 9(09) VALUE ZEROS.
017100 01  masterHashAccum             PIC 9(12)V9(09) VALUE ZEROS.
017200 01  masterRunId                 PIC 9(06) VALUE ZEROS.
017300 01  distributedCount            PIC 9(09) VALUE ZEROS.
017400 01  distributedHash             PIC 9(12)V9(09) VALUE ZEROS.
017500 01  undistributedCount          PIC 9(09) VALUE ZEROS.
017600 01  registeredCount             PIC 9(09) VALUE ZEROS.
017650 01  registerFailedCount         PIC 9(01) VALUE ZEROS.
017700 01  distProvedFlag              PIC X(01) VALUE 'N'.
017800     88  distProvedYes               VALUE 'Y'.
017900*
018000 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
018100 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
018120*
018140*    this step's record on the nightly step-timing log
018160 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
018200*
018300 01  rptTitleLine.
018400     05  FILLER                  PIC X(11) VALUE SPACES.
018500     05  FILLER                  PIC X(38) VALUE
018600         "PER-DEPARTMENT RESULTS DISTRIBUTION".
018700*
018800 01  rptRunDateLine.
018900     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
019000     05  RPT-RUN-DATE-OUT        PIC 9(08).
019100*
019200 01  rptSectionLine              PIC X(44) VALUE SPACES.
019300*
019400 01  rptDeptHeadLine.
019500     05  FILLER                  PIC X(06) VALUE "SLOT".
019600     05  FILLER                  PIC X(06) VALUE "DEPT".
019700     05  FILLER                  PIC X(21) VALUE "NAME".
019800     05  FILLER                  PIC X(12) VALUE "    RECORDS".
019900     05  FILLER                  PIC X(21)
020000         VALUE "                 HASH".
020100*
020200 01  rptDeptLine.
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  RPT-DEPT-SLOT           PIC 9(01).
020500     05  FILLER                  PIC X(03) VALUE SPACES.
020600     05  RPT-DEPT-CODE           PIC X(04).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  RPT-DEPT-NAME           PIC X(20).
020900     05  FILLER                  PIC X(01) VALUE SPACES.
021000     05  RPT-DEPT-RECORDS        PIC ZZZ,ZZZ,ZZ9.
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  RPT-DEPT-HASH           PIC Z(10)9.9(09).
021300*
021400 01  rptExceptionLine.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  FILLER                  PIC X(07) VALUE "RECORD ".
021700     05  RPT-EXC-RECORD          PIC ZZZ,ZZZ,ZZ9.
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
022000     05  RPT-EXC-DEPT            PIC X(04).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  RPT-EXC-TEXT            PIC X(30).
022300*
022400 01  rptCountLine.
022500     05  RPT-COUNT-LABEL         PIC X(31).
022600     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
022700*
022800 01  rptHashLine.
022900     05  RPT-HASH-LABEL          PIC X(31).
023000     05  RPT-HASH-VALUE          PIC Z(10)9.9(09).
023100*
023200 01  rptVerdictLine              PIC X(50) VALUE SPACES.
023300*
023400 PROCEDURE DIVISION.
023500*
023600 0000-MAINLINE.
023620     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
023640     ACCEPT STIM-START-TIME FROM TIME
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023800     PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
023900     PERFORM 3000-DISTRIBUTE-RECORD THRU 3000-EXIT
024000         UNTIL endOfInputYes
024100     PERFORM 4000-WRITE-TRAILERS THRU 4000-EXIT
024200     PERFORM 5000-PROVE-DISTRIBUTION THRU 5000-EXIT
024300     PERFORM 6000-REGISTER-FEEDS THRU 6000-EXIT
024400     PERFORM 8000-TERMINATE THRU 8000-EXIT
024450     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
024500     MOVE jobReturnCode TO RETURN-CODE
024600     STOP RUN.
024700*
024800*----------------------------------------------------------
024900* 1000-INITIALIZE - load the department table, then open the
025000* master feed, one feed per department, the register, and the
025100* report.
025200*----------------------------------------------------------
025300 1000-INITIALIZE.
025400     ACCEPT runCurrentDate FROM DATE YYYYMMDD
025500*
025600     OPEN OUTPUT DIST-REPORT-FILE
025700     IF fileStatusTrpt NOT = "00"
025800         DISPLAY "SQRTTRPT COULD NOT BE OPENED - STATUS "
025900             fileStatusTrpt
026000         SET anyOpenFailedYes TO TRUE
026100         SET reportOpenFailedYes TO TRUE
026200     END-IF
026300*
026400     PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT
026500     IF anyOpenFailedYes OR deptTableEmptyYes
026600         SET endOfInputYes TO TRUE
026700         GO TO 1000-EXIT
026800     END-IF
026900*
027000     OPEN INPUT DIST-INPUT-FILE
027100     IF fileStatusOut NOT = "00"
027200         DISPLAY "SQRTOUT COULD NOT BE OPENED - STATUS "
027300             fileStatusOut
027400         SET anyOpenFailedYes TO TRUE
027500     END-IF
027600     PERFORM 1200-OPEN-FEEDS THRU 1200-EXIT
027700*    a register no feed has been entered on yet is created
027800*    empty, the same create-then-reopen sequence SQRTFSND uses
027900     OPEN I-O FREG-FILE
028000     IF fileStatusFreg NOT = "00"
028100         OPEN OUTPUT FREG-FILE
028200         IF fileStatusFreg = "00"
028300             CLOSE FREG-FILE
028400             OPEN I-O FREG-FILE
028500         END-IF
028600     END-IF
028700     IF fileStatusFreg NOT = "00"
028800         DISPLAY "SQRTFREG COULD NOT BE OPENED - STATUS "
028900             fileStatusFreg
029000         SET anyOpenFailedYes TO TRUE
029100     END-IF
029200*
029300     IF anyOpenFailedYes
029400         SET endOfInputYes TO TRUE
029500     END-IF.
029600*
029700 1000-EXIT.
029800     EXIT.
029900*
030000*----------------------------------------------------------
030100* 1100-LOAD-DEPARTMENTS - the table is required: without it
030200* there is nothing to distribute to.  Entries past the sixth
030300* feed slot, blank codes, and repeated codes are skipped.
030400*----------------------------------------------------------
030500 1100-LOAD-DEPARTMENTS.
030600     OPEN INPUT DIST-DEPT-FILE
030700     IF fileStatusDept NOT = "00"
030800         DISPLAY "SQRTDEPT COULD NOT BE OPENED - STATUS "
030900             fileStatusDept
031000         SET anyOpenFailedYes TO TRUE
031100         GO TO 1100-EXIT
031200     END-IF
031300     PERFORM 1110-LOAD-ONE-DEPARTMENT THRU 1110-EXIT
031400         UNTIL deptEofYes
031500     CLOSE DIST-DEPT-FILE
031600     IF deptUsedCount = 0
031700         DISPLAY "SQRTDEPT HAS NO DEPARTMENTS - NOTHING TO "
031800             "DISTRIBUTE TO"
031900         SET deptTableEmptyYes TO TRUE
032000     END-IF.
032100*
032200 1100-EXIT.
032300     EXIT.
032400*
032500 1110-LOAD-ONE-DEPARTMENT.
032600     READ DIST-DEPT-FILE
032700         AT END
032800             SET deptEofYes TO TRUE
032900             GO TO 1110-EXIT
033000     END-READ
033100     IF DEPT-CODE = SPACES
033200         GO TO 1110-EXIT
033300     END-IF
033400     MOVE DEPT-CODE TO deptSearchCode
033500     PERFORM 3100-FIND-DEPARTMENT THRU 3100-EXIT
033600     IF deptFoundYes
033700         DISPLAY "SQRTDEPT DEPARTMENT " DEPT-CODE
033800             " IS LISTED TWICE - SECOND ENTRY IGNORED"
033900         GO TO 1110-EXIT
034000     END-IF
034100     IF deptUsedCount >= 6
034200         DISPLAY "SQRTDEPT DEPARTMENT " DEPT-CODE
034300             " IS PAST THE SIXTH FEED SLOT - IGNORED"
034400         GO TO 1110-EXIT
034500     END-IF
034600     ADD 1 TO deptUsedCount
034700     MOVE DEPT-CODE TO deptTableCode(deptUsedCount)
034800     MOVE DEPT-NAME TO deptTableName(deptUsedCount)
034900     MOVE ZEROS TO deptRecordCount(deptUsedCount)
035000     MOVE ZEROS TO deptHashAccum(deptUsedCount).
035100*
035200 1110-EXIT.
035300     EXIT.
035400*
035500*----------------------------------------------------------
035600* 1200-OPEN-FEEDS - one feed per department on the table; the
035700* slots past the table are never opened, so their DDs may be
035800* left out of the JCL.
035900*----------------------------------------------------------
036000 1200-OPEN-FEEDS.
036100     OPEN OUTPUT DEPT1-FEED-FILE
036200     IF fileStatusDf1 NOT = "00"
036300         DISPLAY "SQRTDF01 COULD NOT BE OPENED - STATUS "
036400             fileStatusDf1
036500         SET anyOpenFailedYes TO TRUE
036600     END-IF
036700     IF deptUsedCount < 2
036800         GO TO 1200-EXIT
036900     END-IF
037000     OPEN OUTPUT DEPT2-FEED-FILE
037100     IF fileStatusDf2 NOT = "00"
037200         DISPLAY "SQRTDF02 COULD NOT BE OPENED - STATUS "
037300             fileStatusDf2
037400         SET anyOpenFailedYes TO TRUE
037500     END-IF
037600     IF deptUsedCount < 3
037700         GO TO 1200-EXIT
037800     END-IF
037900     OPEN OUTPUT DEPT3-FEED-FILE
038000     IF fileStatusDf3 NOT = "00"
038100         DISPLAY "SQRTDF03 COULD NOT BE OPENED - STATUS "
038200             fileStatusDf3
038300         SET anyOpenFailedYes TO TRUE
038400     END-IF
038500     IF deptUsedCount < 4
038600         GO TO 1200-EXIT
038700     END-IF
038800     OPEN OUTPUT DEPT4-FEED-FILE
038900     IF fileStatusDf4 NOT = "00"
039000         DISPLAY "SQRTDF04 COULD NOT BE OPENED - STATUS "
039100             fileStatusDf4
039200         SET anyOpenFailedYes TO TRUE
039300     END-IF
039400     IF deptUsedCount < 5
039500         GO TO 1200-EXIT
039600     END-IF
039700     OPEN OUTPUT DEPT5-FEED-FILE
039800     IF fileStatusDf5 NOT = "00"
039900         DISPLAY "SQRTDF05 COULD NOT BE OPENED - STATUS "
040000             fileStatusDf5
040100         SET anyOpenFailedYes TO TRUE
040200     END-IF
040300     IF deptUsedCount < 6
040400         GO TO 1200-EXIT
040500     END-IF
040600     OPEN OUTPUT DEPT6-FEED-FILE
040700     IF fileStatusDf6 NOT = "00"
040800         DISPLAY "SQRTDF06 COULD NOT BE OPENED - STATUS "
040900             fileStatusDf6
041000         SET anyOpenFailedYes TO TRUE
041100     END-IF.
041200*
041300 1200-EXIT.
041400     EXIT.
041500*
041600*----------------------------------------------------------
041700* 2000-WRITE-HEADERS - a HDR record at the top of every
041800* department's feed.
041900*----------------------------------------------------------
042000 2000-WRITE-HEADERS.
042100     IF anyOpenFailedYes OR deptTableEmptyYes
042200         GO TO 2000-EXIT
042300     END-IF
042400     MOVE SPACES TO DTRL-HEADER-RECORD
042500     MOVE "HDR" TO DTRL-HDR-ID
042600     MOVE runCurrentDate TO DTRL-HDR-DATE
042700     MOVE ZEROS TO deptMatchIndex
042800     PERFORM 2100-WRITE-ONE-HEADER THRU 2100-EXIT
042900         UNTIL deptMatchIndex >= deptUsedCount.
043000*
043100 2000-EXIT.
043200     EXIT.
043300*
043400 2100-WRITE-ONE-HEADER.
043500     ADD 1 TO deptMatchIndex
043600     MOVE SPACES TO distLine
043700     MOVE DTRL-HEADER-RECORD TO distLine
043800     PERFORM 7100-WRITE-TO-FEED THRU 7100-EXIT.
043900*
044000 2100-EXIT.
044100     EXIT.
044200*
044300*----------------------------------------------------------
044400* 3000-DISTRIBUTE-RECORD - one master feed record onto its
044500* department's feed; the master TRL record is held for the
044600* proof in 5000.
044700*----------------------------------------------------------
044800 3000-DISTRIBUTE-RECORD.
044900     READ DIST-INPUT-FILE
045000         AT END
045100             SET endOfInputYes TO TRUE
045200             GO TO 3000-EXIT
045300     END-READ
045400     IF DIN-WORKLIST-RECORD(1:3) = "TRL"
045500         MOVE DIN-WORKLIST-RECORD(1:34) TO STRL-TRAILER-RECORD
045600         SET masterTrailerSeenYes TO TRUE
045700         GO TO 3000-EXIT
045800     END-IF
045900*
046000     ADD 1 TO masterRecordCount
046100     IF DIN-RUN-ID NUMERIC
046200         IF DIN-RUN-ID > masterRunId
046300             MOVE DIN-RUN-ID TO masterRunId
046400         END-IF
046500     END-IF
046600     IF DIN-NUMBER < 0
046700         COMPUTE distAbsNumber = 0 - DIN-NUMBER
046800     ELSE
046900         MOVE DIN-NUMBER TO distAbsNumber
047000     END-IF
047100     ADD distAbsNumber TO masterHashAccum
047200     IF masterHashAccum >= 100000000000
047300         SUBTRACT 100000000000 FROM masterHashAccum
047400     END-IF
047500*
047600     MOVE DIN-DEPT-CODE TO deptSearchCode
047700     PERFORM 3100-FIND-DEPARTMENT THRU 3100-EXIT
047800     IF NOT deptFoundYes
047900         ADD 1 TO undistributedCount
048000         IF NOT reportOpenFailedYes
048100             IF undistributedCount = 1
048200                 MOVE "RECORDS ON NO DEPARTMENT'S FEED"
048300                     TO rptSectionLine
048400                 PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
048500             END-IF
048600             MOVE masterRecordCount TO RPT-EXC-RECORD
048700             MOVE DIN-DEPT-CODE TO RPT-EXC-DEPT
048800             MOVE "NOT ON THE DEPARTMENT TABLE" TO RPT-EXC-TEXT
048900             WRITE DRPT-LINE FROM rptExceptionLine
049000         END-IF
049100         GO TO 3000-EXIT
049200     END-IF
049300*
049400     MOVE SPACES TO distLine
049500     MOVE DIN-WORKLIST-RECORD TO distLine
049600     PERFORM 7100-WRITE-TO-FEED THRU 7100-EXIT
049700     ADD 1 TO deptRecordCount(deptMatchIndex)
049800     ADD distAbsNumber TO deptHashAccum(deptMatchIndex)
049900     IF deptHashAccum(deptMatchIndex) >= 100000000000
050000         SUBTRACT 100000000000 FROM deptHashAccum(deptMatchIndex)
050100     END-IF.
050200*
050300 3000-EXIT.
050400     EXIT.
050500*
050600*----------------------------------------------------------
050700* 3100-FIND-DEPARTMENT - look deptSearchCode up on the table;
050800* deptMatchIndex is its feed slot when found.
050900*----------------------------------------------------------
051000 3100-FIND-DEPARTMENT.
051100     MOVE "N" TO deptFoundFlag
051200     MOVE ZEROS TO deptIndex
051300     PERFORM 3110-CHECK-ONE-DEPARTMENT THRU 3110-EXIT
051400         UNTIL deptFoundYes OR deptIndex >= deptUsedCount.
051500*
051600 3100-EXIT.
051700     EXIT.
051800*
051900 3110-CHECK-ONE-DEPARTMENT.
052000     ADD 1 TO deptIndex
052100     IF deptTableCode(deptIndex) = deptSearchCode
052200         MOVE deptIndex TO deptMatchIndex
052300         SET deptFoundYes TO TRUE
052400     END-IF.
052500*
052600 3110-EXIT.
052700     EXIT.
052800*
052900*----------------------------------------------------------
053000* 4000-WRITE-TRAILERS - close every department's feed with
053100* its own TRL record: its record count and hash.
053200*----------------------------------------------------------
053300 4000-WRITE-TRAILERS.
053400     IF anyOpenFailedYes OR deptTableEmptyYes
053500         GO TO 4000-EXIT
053600     END-IF
053700     MOVE ZEROS TO deptMatchIndex
053800     PERFORM 4100-WRITE-ONE-TRAILER THRU 4100-EXIT
053900         UNTIL deptMatchIndex >= deptUsedCount.
054000*
054100 4000-EXIT.
054200     EXIT.
054300*
054400 4100-WRITE-ONE-TRAILER.
054500     ADD 1 TO deptMatchIndex
054600     MOVE SPACES TO DTRL-TRAILER-RECORD
054700     MOVE "TRL" TO DTRL-TRL-ID
054800     MOVE deptRecordCount(deptMatchIndex) TO DTRL-TRL-COUNT
054900     MOVE deptHashAccum(deptMatchIndex) TO DTRL-TRL-HASH
055000     MOVE SPACES TO distLine
055100     MOVE DTRL-TRAILER-RECORD TO distLine
055200     PERFORM 7100-WRITE-TO-FEED THRU 7100-EXIT
055300*
055400     ADD deptRecordCount(deptMatchIndex) TO distributedCount
055500     ADD deptHashAccum(deptMatchIndex) TO distributedHash
055600     IF distributedHash >= 100000000000
055700         SUBTRACT 100000000000 FROM distributedHash
055800     END-IF.
055900*
056000 4100-EXIT.
056100     EXIT.
056200*
056300*----------------------------------------------------------
056400* 5000-PROVE-DISTRIBUTION - the department feeds must add back
056500* to the master feed record for record and hash for hash, and
056600* the master feed must agree with its own trailer.
056700*----------------------------------------------------------
056800 5000-PROVE-DISTRIBUTION.
056900     IF anyOpenFailedYes OR deptTableEmptyYes
057000         GO TO 5000-EXIT
057100     END-IF
057200     IF NOT masterTrailerSeenYes
057300         DISPLAY "SQRTOUT HAS NO CONTROL TRAILER"
057400         GO TO 5000-EXIT
057500     END-IF
057600     IF STRL-TRL-COUNT NOT NUMERIC OR STRL-TRL-HASH NOT NUMERIC
057700         DISPLAY "SQRTOUT CONTROL TRAILER UNREADABLE"
057800         GO TO 5000-EXIT
057900     END-IF
058000     IF STRL-TRL-COUNT NOT = masterRecordCount
058100             OR STRL-TRL-HASH NOT = masterHashAccum
058200         DISPLAY "SQRTOUT DISAGREES WITH ITS CONTROL TRAILER"
058300         GO TO 5000-EXIT
058400     END-IF
058500     IF undistributedCount > 0
058600         GO TO 5000-EXIT
058700     END-IF
058800     IF distributedCount NOT = masterRecordCount
058900             OR distributedHash NOT = masterHashAccum
059000         GO TO 5000-EXIT
059100     END-IF
059200     SET distProvedYes TO TRUE.
059300*
059400 5000-EXIT.
059500     EXIT.
059600*
059700*----------------------------------------------------------
059800* 6000-REGISTER-FEEDS - enter each department feed on the feed
059900* register as sent, under the master feed's run id and the
060000* department code; a rerun replaces the earlier entries.
060100*----------------------------------------------------------
060200 6000-REGISTER-FEEDS.
060300     IF NOT distProvedYes
060400         GO TO 6000-EXIT
060500     END-IF
060600     MOVE ZEROS TO deptMatchIndex
060700     PERFORM 6100-REGISTER-ONE-FEED THRU 6100-EXIT
060800         UNTIL deptMatchIndex >= deptUsedCount.
060900*
061000 6000-EXIT.
061100     EXIT.
061200*
061300 6100-REGISTER-ONE-FEED.
061400     ADD 1 TO deptMatchIndex
061500     MOVE SPACES TO FRG-RECORD
061600     MOVE masterRunId TO FRG-RUN-ID
061700     MOVE deptTableCode(deptMatchIndex) TO FRG-FEED-ID
061800     MOVE runCurrentDate TO FRG-SENT-DATE
061900     MOVE deptRecordCount(deptMatchIndex) TO FRG-SENT-COUNT
062000     MOVE deptHashAccum(deptMatchIndex) TO FRG-SENT-HASH
062100     SET FRG-AWAITING TO TRUE
062200     MOVE ZEROS TO FRG-ACK-DATE
062300     MOVE ZEROS TO FRG-ACK-COUNT
062400     MOVE ZEROS TO FRG-ACK-HASH
062500     WRITE FRG-RECORD
062600         INVALID KEY
062700             REWRITE FRG-RECORD
062800                 INVALID KEY
062900                     DISPLAY "SQRTFREG COULD NOT REGISTER FEED "
063000                         FRG-FEED-ID " STATUS " fileStatusFreg
063050                     ADD 1 TO registerFailedCount
063100                 NOT INVALID KEY
063200                     ADD 1 TO registeredCount
063300             END-REWRITE
063400         NOT INVALID KEY
063500             ADD 1 TO registeredCount
063600     END-WRITE.
063700*
063800 6100-EXIT.
063900     EXIT.
064000*
064100*----------------------------------------------------------
064200* 7100-WRITE-TO-FEED - distLine onto the feed of department
064300* slot deptMatchIndex.
064400*----------------------------------------------------------
064500 7100-WRITE-TO-FEED.
064600     EVALUATE deptMatchIndex
064700         WHEN 1
064800             WRITE DF1-LINE FROM distLine
064900         WHEN 2
065000             WRITE DF2-LINE FROM distLine
065100         WHEN 3
065200             WRITE DF3-LINE FROM distLine
065300         WHEN 4
065400             WRITE DF4-LINE FROM distLine
065500         WHEN 5
065600             WRITE DF5-LINE FROM distLine
065700         WHEN 6
065800             WRITE DF6-LINE FROM distLine
065900     END-EVALUATE.
066000*
066100 7100-EXIT.
066200     EXIT.
066300*
066400*----------------------------------------------------------
066500* 8000-TERMINATE - set the return code, print the report, and
066600* close everything still open.
066700*----------------------------------------------------------
066800 8000-TERMINATE.
066900     MOVE 0 TO jobReturnCode
067000     IF NOT distProvedYes
067100         MOVE 8 TO jobReturnCode
067200     END-IF
067220     IF distProvedYes AND registeredCount < deptUsedCount
067240         MOVE 8 TO jobReturnCode
067260     END-IF
067300     IF anyOpenFailedYes OR deptTableEmptyYes
067400         MOVE 16 TO jobReturnCode
067500     END-IF
067600*
067700     IF NOT reportOpenFailedYes
067800         PERFORM 8100-WRITE-REPORT THRU 8100-EXIT
067900         CLOSE DIST-REPORT-FILE
068000     END-IF
068100     IF NOT anyOpenFailedYes AND NOT deptTableEmptyYes
068200         CLOSE DIST-INPUT-FILE
068300         CLOSE FREG-FILE
068400         PERFORM 8300-CLOSE-FEEDS THRU 8300-EXIT
068500     END-IF
068600*
068700     DISPLAY "SQRTDIST MASTER FEED RECORDS: " masterRecordCount
068800     DISPLAY "SQRTDIST DISTRIBUTED: " distributedCount
068900     DISPLAY "SQRTDIST NOT ON DEPARTMENT TABLE: "
069000         undistributedCount
069100     DISPLAY "SQRTDIST FEEDS REGISTERED: " registeredCount
069150     DISPLAY "SQRTDIST FEEDS NOT REGISTERED: "
069170         registerFailedCount.
069200*
069300 8000-EXIT.
069400     EXIT.
069500*
069600*----------------------------------------------------------
069700* 8100-WRITE-REPORT - each department's feed, then the proof
069800* that the feeds add back to the master feed.
069900*----------------------------------------------------------
070000 8100-WRITE-REPORT.
070100     MOVE runCurrentDate TO RPT-RUN-DATE-OUT
070200     MOVE SPACES TO DRPT-LINE
070300     WRITE DRPT-LINE
070400     WRITE DRPT-LINE FROM rptTitleLine
070500     WRITE DRPT-LINE FROM rptRunDateLine
070600*
070700     MOVE "DEPARTMENT FEEDS" TO rptSectionLine
070800     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
070900     WRITE DRPT-LINE FROM rptDeptHeadLine
071000     MOVE ZEROS TO deptIndex
071100     PERFORM 8200-WRITE-DEPT-LINE THRU 8200-EXIT
071200         UNTIL deptIndex >= deptUsedCount
071300*
071400     MOVE "PROOF AGAINST THE MASTER FEED" TO rptSectionLine
071500     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
071600     MOVE "  MASTER FEED RECORDS  . . . : " TO RPT-COUNT-LABEL
071700     MOVE masterRecordCount TO RPT-COUNT-VALUE
071800     WRITE DRPT-LINE FROM rptCountLine
071900     MOVE "  DEPARTMENT FEED RECORDS  . : " TO RPT-COUNT-LABEL
072000     MOVE distributedCount TO RPT-COUNT-VALUE
072100     WRITE DRPT-LINE FROM rptCountLine
072200     MOVE "  NOT ON DEPARTMENT TABLE  . : " TO RPT-COUNT-LABEL
072300     MOVE undistributedCount TO RPT-COUNT-VALUE
072400     WRITE DRPT-LINE FROM rptCountLine
072500     IF masterTrailerSeenYes AND STRL-TRL-COUNT NUMERIC
072600         MOVE "  MASTER TRAILER COUNT . . . : " TO RPT-COUNT-LABEL
072700         MOVE STRL-TRL-COUNT TO RPT-COUNT-VALUE
072800         WRITE DRPT-LINE FROM rptCountLine
072900     ELSE
073000         MOVE "  MASTER TRAILER MISSING OR UNREADABLE"
073100             TO DRPT-LINE
073200         WRITE DRPT-LINE
073300     END-IF
073400     MOVE "  MASTER FEED HASH . . . . . : " TO RPT-HASH-LABEL
073500     MOVE masterHashAccum TO RPT-HASH-VALUE
073600     WRITE DRPT-LINE FROM rptHashLine
073700     MOVE "  DEPARTMENT HASHES SUMMED . : " TO RPT-HASH-LABEL
073800     MOVE distributedHash TO RPT-HASH-VALUE
073900     WRITE DRPT-LINE FROM rptHashLine
074000     IF masterTrailerSeenYes AND STRL-TRL-HASH NUMERIC
074100         MOVE "  MASTER TRAILER HASH  . . . : " TO RPT-HASH-LABEL
074200         MOVE STRL-TRL-HASH TO RPT-HASH-VALUE
074300         WRITE DRPT-LINE FROM rptHashLine
074400     END-IF
074500     MOVE "  FEEDS REGISTERED . . . . . : " TO RPT-COUNT-LABEL
074600     MOVE registeredCount TO RPT-COUNT-VALUE
074700     WRITE DRPT-LINE FROM rptCountLine
074720     MOVE "  FEEDS NOT REGISTERED . . . : " TO RPT-COUNT-LABEL
074740     MOVE registerFailedCount TO RPT-COUNT-VALUE
074760     WRITE DRPT-LINE FROM rptCountLine
074800*
074900     MOVE SPACES TO DRPT-LINE
075000     WRITE DRPT-LINE
075100     EVALUATE jobReturnCode
075200         WHEN 0
075300             MOVE "DEPARTMENT FEEDS ADD BACK TO THE MASTER FEED"
075400                 TO rptVerdictLine
075500         WHEN 8
075600             MOVE "DISTRIBUTION NOT PROVED - HOLD THE FEEDS"
075700                 TO rptVerdictLine
075720             IF distProvedYes
075740                 MOVE "FEEDS NOT ALL REGISTERED - SEE JOB LOG"
075760                     TO rptVerdictLine
075780             END-IF
075800         WHEN OTHER
075900             MOVE "DISTRIBUTION NOT RUN - SEE JOB LOG"
076000                 TO rptVerdictLine
076100     END-EVALUATE
076200     WRITE DRPT-LINE FROM rptVerdictLine.
076300*
076400 8100-EXIT.
076500     EXIT.
076600*
076700 8150-WRITE-SECTION-HEAD.
076800     MOVE SPACES TO DRPT-LINE
076900     WRITE DRPT-LINE
077000     WRITE DRPT-LINE FROM rptSectionLine.
077100*
077200 8150-EXIT.
077300     EXIT.
077400*
077500 8200-WRITE-DEPT-LINE.
077600     ADD 1 TO deptIndex
077700     MOVE deptIndex TO RPT-DEPT-SLOT
077800     MOVE deptTableCode(deptIndex) TO RPT-DEPT-CODE
077900     MOVE deptTableName(deptIndex) TO RPT-DEPT-NAME
078000     MOVE deptRecordCount(deptIndex) TO RPT-DEPT-RECORDS
078100     MOVE deptHashAccum(deptIndex) TO RPT-DEPT-HASH
078200     WRITE DRPT-LINE FROM rptDeptLine.
078300*
078400 8200-EXIT.
078500     EXIT.
078600*
078700*----------------------------------------------------------
078800* 8300-CLOSE-FEEDS - close the department feeds that were
078900* opened.
079000*----------------------------------------------------------
079100 8300-CLOSE-FEEDS.
079200     CLOSE DEPT1-FEED-FILE
079300     IF deptUsedCount >= 2
079400         CLOSE DEPT2-FEED-FILE
079500     END-IF
079600     IF deptUsedCount >= 3
079700         CLOSE DEPT3-FEED-FILE
079800     END-IF
079900     IF deptUsedCount >= 4
080000         CLOSE DEPT4-FEED-FILE
080100     END-IF
080200     IF deptUsedCount >= 5
080300         CLOSE DEPT5-FEED-FILE
080400     END-IF
080500     IF deptUsedCount >= 6
080600         CLOSE DEPT6-FEED-FILE
080700     END-IF.
080800*
080900 8300-EXIT.
081000     EXIT.
081100*
081200*----------------------------------------------------------
081300* 8900-WRITE-STEP-TIMING - this step's record on the nightly
081400* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
081500* stamps the end time and does the append.
081600*----------------------------------------------------------
081700 8900-WRITE-STEP-TIMING.
081800     MOVE "DISTRIB" TO STIM-STEP-NAME
081900     MOVE "SQRTDIST" TO STIM-PROGRAM-NAME
082000     MOVE masterRunId TO STIM-RUN-ID
082100     MOVE masterRecordCount TO STIM-RECORDS-IN
082200     MOVE distributedCount TO STIM-RECORDS-OUT
082300     MOVE jobReturnCode TO STIM-RETURN-CODE
082400     CALL "SQRTTIMR" USING STIM-RECORD.
082500*
082600 8900-EXIT.
082700     EXIT.
