000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTAVER: ARCHIVE INTEGRITY VERIFICATION - CATALOG AND LEDGER
000600*
000700* SQRTARCH cuts a new SQRTARCV generation every month and, once
000800* the cut balances, appends a catalog record (SQRTACAT, layout
000900* CATLAYT) saying what the generation holds: its record count,
001000* its number hash, its first and last history date, and its run
001100* id range.  The auditors want proof, years later, that every
001200* generation still holds exactly that and that no calculation
001300* has gone missing between the live file and the archive.  This
001400* program is run periodically to give it:
001500*
001600*   - it loads the catalog, then reads every archive generation
001700*     (the JCL concatenates the whole GDG under SQRTARCV) and
001800*     credits each record to the cataloged generation whose
001900*     first-to-last date range holds its history date - the
002000*     cutoffs move everything older than them, so the ranges
002100*     never overlap - re-counting and re-hashing each one the
002200*     way SQRTARCH did;
002300*   - it reports every cataloged generation as PROVED, MISSING
002400*     (none of its records found - scratched off the GDG or
002500*     uncataloged), UNREADABLE (the archive would not open or a
002600*     read failed before its records were all found), or OUT OF
002700*     BALANCE (records found, but the count or hash differs);
002800*   - it counts the live history (SQRTHIST) and totals the
002900*     accepted counts on the run log (SQRTRLOG), skipping runs
003000*     SQRTBKOT backed out, and shows that live history plus
003100*     every archive record still accounts for every history
003200*     record ever written, with any surplus or shortfall.
003300*
003400* A run that failed and was restarted from its checkpoint logs
003500* a record for each execution under the same run id, and the
003600* restart's counts are cumulative - they include what the
003700* failed execution wrote.  The ledger therefore takes each run
003800* id once: its latest record replaces the earlier ones, and a
003900* run backed out on any of its records stays backed out.
004000* Records from before the run id existed each count as a run
004100* of their own.
004200*
004300* A batch run restarted from its checkpoint re-reads the
004400* worklist from the last checkpoint, so the history records
004500* the failed execution wrote after that checkpoint - up to 99,
004600* one fewer than SQRT's checkpoint interval - are written a
004700* second time, while the run log counts them once.  Each batch
004800* restart can therefore leave the ledger that many records in
004900* surplus.  The ledger reports the batch restarts and the most
005000* they can explain apart from the verdict; the auditor traces
005100* such a surplus to the restarted runs' ids on the history.  A
005200* server restarted the same day answers nothing twice and
005300* logs one cumulative record, so it adds no surplus.
005400*
005500* Archive records dated outside every cataloged range belong to
005600* generations cut before the catalog existed; they are counted
005700* in the ledger and reported, but no catalog proves them.  The
005800* run log only goes back so far as well: the optional SQRTJPRM
005900* card, columns 1-9, carries the number of history records
006000* written before the run log began (default zero), which opens
006100* the ledger.
006200*
006300* A record that SQRTBKOT removed from the live history is not
006400* counted as written - the run's log record is marked backed
006500* out.  Run this job outside the batch window, while nothing is
006600* appending to the live history or the run log.
006700*
006800* Return codes:
006900*    RC=0    every cataloged generation proved, and live plus
007000*            archive accounts for every record written
007100*    RC=4    as RC=0, but the archive also holds records no
007200*            catalog record covers, or run log records with no
007300*            usable accepted count
007400*    RC=8    a generation is missing, unreadable, or out of
007500*            balance, a catalog record is unusable, or the
007600*            ledger does not balance
007700*    RC=16   the catalog, live history, run log, or report could
007800*            not be opened, or the catalog or the run log
007900*            outgrew its table
008000*
008100* Modification history:
008200*   2026-10-15 MJS  Original member.
008300*   2026-10-15 MJS  Take each run id once in the ledger, from
008400*                   its latest run-log record, so a restarted
008500*                   run's cumulative counts are not added twice.
008600*   2026-10-15 MJS  Report the batch restarts and the most
008700*                   history records they can have re-written,
008800*                   apart from the verdict, so a surplus they
008900*                   explain can be traced to them.
009000* -------------------------------------------------------------
009100*
009200 IDENTIFICATION DIVISION.
009300 PROGRAM-ID. SQRTAVER.
009400*
009500 ENVIRONMENT DIVISION.
009600 INPUT-OUTPUT SECTION.
009700 FILE-CONTROL.
009800     SELECT AVER-CATALOG-FILE ASSIGN TO "SQRTACAT"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS fileStatusAcat.
010100     SELECT ARCV-INPUT-FILE ASSIGN TO "SQRTARCV"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS fileStatusArcv.
010400     SELECT HIST-INPUT-FILE ASSIGN TO "SQRTHIST"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS fileStatusHist.
010700     SELECT RLOG-INPUT-FILE ASSIGN TO "SQRTRLOG"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS fileStatusRlog.
011000     SELECT AVER-REPORT-FILE ASSIGN TO "SQRTJRPT"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS fileStatusJrpt.
011300     SELECT AVER-PARM-FILE ASSIGN TO "SQRTJPRM"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS fileStatusJprm.
011600*
011700 DATA DIVISION.
011800 FILE SECTION.
011900 FD  AVER-CATALOG-FILE.
012000 COPY CATLAYT REPLACING ==:PFX:== BY ==ACAT-==.
012100*
012200 FD  ARCV-INPUT-FILE.
012300 COPY HISTLAYT REPLACING ==:PFX:== BY ==ARCV-==.
012400*
012500 FD  HIST-INPUT-FILE.
012600 COPY HISTLAYT REPLACING ==:PFX:== BY ==HIST-==.
012700*
012800 FD  RLOG-INPUT-FILE.
012900 COPY RLOGLAYT REPLACING ==:PFX:== BY ==RLOG-==.
013000*
013100 FD  AVER-REPORT-FILE.
013200 01  JRPT-LINE                   PIC X(80).
013300*
013400 FD  AVER-PARM-FILE.
013500 01  JPRM-PARAMETER-RECORD.
013600     05  JPRM-OPENING-BALANCE    PIC X(09).
013700*
013800 WORKING-STORAGE SECTION.
013900 01  fileStatusAcat              PIC X(02) VALUE SPACES.
014000 01  fileStatusArcv              PIC X(02) VALUE SPACES.
014100 01  fileStatusHist              PIC X(02) VALUE SPACES.
014200 01  fileStatusRlog              PIC X(02) VALUE SPACES.
014300 01  fileStatusJrpt              PIC X(02) VALUE SPACES.
014400 01  fileStatusJprm              PIC X(02) VALUE SPACES.
014500 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
014600     88  anyOpenFailedYes            VALUE "Y".
014700 01  catalogOpenFailedFlag       PIC X(01) VALUE "N".
014800     88  catalogOpenFailedYes        VALUE "Y".
014900 01  archiveOpenFailedFlag       PIC X(01) VALUE "N".
015000     88  archiveOpenFailedYes        VALUE "Y".
015100 01  archiveReadFailedFlag       PIC X(01) VALUE "N".
015200     88  archiveReadFailedYes        VALUE "Y".
015300 01  historyOpenFailedFlag       PIC X(01) VALUE "N".
015400     88  historyOpenFailedYes        VALUE "Y".
015500 01  runlogOpenFailedFlag        PIC X(01) VALUE "N".
015600     88  runlogOpenFailedYes         VALUE "Y".
015700 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
015800     88  reportOpenFailedYes         VALUE "Y".
015900 01  catalogTooBigFlag           PIC X(01) VALUE "N".
016000     88  catalogTooBigYes            VALUE "Y".
016100 01  runLogTooBigFlag            PIC X(01) VALUE "N".
016200     88  runLogTooBigYes             VALUE "Y".
016300*
016400 01  endOfCatalogSwitch          PIC X(01) VALUE 'N'.
016500     88  endOfCatalogYes             VALUE 'Y'.
016600 01  endOfArchiveSwitch          PIC X(01) VALUE 'N'.
016700     88  endOfArchiveYes             VALUE 'Y'.
016800 01  endOfInputSwitch            PIC X(01) VALUE 'N'.
016900     88  endOfInputYes               VALUE 'Y'.
017000 01  endOfRunLogSwitch           PIC X(01) VALUE 'N'.
017100     88  endOfRunLogYes              VALUE 'Y'.
017200*
017300*    history written before the run log began
017400 01  openingBalanceX             PIC X(09) VALUE "000000000".
017500 01  openingBalance REDEFINES openingBalanceX
017600                                 PIC 9(09).
017700*
017800*    one entry per cataloged generation: what the catalog says
017900*    it holds, and what was found for it on this run
018000 01  catalogTableArea.
018100     05  catalogEntry OCCURS 300.
018200         10  catTblRunDate       PIC 9(08).
018300         10  catTblCutoffDate    PIC 9(08).
018400         10  catTblRecordCount   PIC 9(09).
018500         10  catTblNumberHash    PIC 9(11)V9(09).
018600         10  catTblFirstDate     PIC 9(08).
018700         10  catTblLastDate      PIC 9(08).
018800         10  catTblLowRunId      PIC 9(06).
018900         10  catTblHighRunId     PIC 9(06).
019000         10  catTblFoundCount    PIC 9(09).
019100         10  catTblFoundHash     PIC 9(12)V9(09).
019200         10  catTblStatus        PIC X(14).
019300 01  catalogUsedCount            PIC 9(03) VALUE ZEROS.
019400 01  catalogIndex                PIC 9(03) VALUE ZEROS.
019500 01  catalogMatchIndex           PIC 9(03) VALUE ZEROS.
019600 01  catalogFoundFlag            PIC X(01) VALUE 'N'.
019700     88  catalogFoundYes             VALUE 'Y'.
019800*
019900*    one entry per run id on the run log, holding its latest
020000*    record's accepted count; a record with no run id is an
020100*    entry of its own
020200 01  runTableArea.
020300     05  runEntry OCCURS 30000.
020400         10  runTblId            PIC 9(06).
020500         10  runTblAccepted      PIC 9(09).
020600         10  runTblUsableFlag    PIC X(01).
020700             88  runTblUsable        VALUE "Y".
020800         10  runTblBackedOutFlag PIC X(01).
020900             88  runTblBackedOut     VALUE "B".
021000 01  runUsedCount                PIC 9(05) VALUE ZEROS.
021100 01  runIndex                    PIC 9(05) VALUE ZEROS.
021200 01  runMatchIndex               PIC 9(05) VALUE ZEROS.
021300 01  runSearchId                 PIC 9(06) VALUE ZEROS.
021400 01  runFoundFlag                PIC X(01) VALUE 'N'.
021500     88  runFoundYes                 VALUE 'Y'.
021600*
021700 01  catalogReadCount            PIC 9(09) VALUE ZEROS.
021800 01  catalogUnusableCount        PIC 9(09) VALUE ZEROS.
021900 01  genProvedCount              PIC 9(09) VALUE ZEROS.
022000 01  genMissingCount             PIC 9(09) VALUE ZEROS.
022100 01  genUnreadableCount          PIC 9(09) VALUE ZEROS.
022200 01  genOutOfBalanceCount        PIC 9(09) VALUE ZEROS.
022300 01  catalogRecordTotal          PIC 9(09) VALUE ZEROS.
022400*
022500 01  arcvReadCount               PIC 9(09) VALUE ZEROS.
022600 01  arcvCatalogedCount          PIC 9(09) VALUE ZEROS.
022700 01  arcvUncatalogedCount        PIC 9(09) VALUE ZEROS.
022800 01  arcvUndatedCount            PIC 9(09) VALUE ZEROS.
022900 01  histReadCount               PIC 9(09) VALUE ZEROS.
023000 01  runlogReadCount             PIC 9(09) VALUE ZEROS.
023100 01  restartsFoldedCount         PIC 9(09) VALUE ZEROS.
023200 01  batchRestartCount           PIC 9(09) VALUE ZEROS.
023300 01  restartRewriteLimit         PIC 9(11) VALUE ZEROS.
023400 01  runsLoggedCount             PIC 9(09) VALUE ZEROS.
023500 01  runsBackedOutCount          PIC 9(09) VALUE ZEROS.
023600 01  runsUnusableCount           PIC 9(09) VALUE ZEROS.
023700 01  loggedWrittenCount          PIC 9(11) VALUE ZEROS.
023800 01  everWrittenCount            PIC 9(11) VALUE ZEROS.
023900 01  accountedForCount           PIC 9(11) VALUE ZEROS.
024000 01  ledgerDifference            PIC 9(11) VALUE ZEROS.
024100*
024200 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
024300 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
024400*
024500 01  rptTitleLine.
024600     05  FILLER                  PIC X(11) VALUE SPACES.
024700     05  FILLER                  PIC X(34) VALUE
024800         "ARCHIVE INTEGRITY VERIFICATION - C".
024900     05  FILLER                  PIC X(18) VALUE
025000         "ATALOG AND LEDGER".
025100*
025200 01  rptRunDateLine.
025300     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
025400     05  RPT-RUN-DATE-OUT        PIC 9(08).
025500*
025600 01  rptSectionLine              PIC X(44) VALUE SPACES.
025700*
025800 01  rptGenHeadLine.
025900     05  FILLER                  PIC X(10) VALUE "CUTOFF".
026000     05  FILLER                  PIC X(10) VALUE "FIRST".
026100     05  FILLER                  PIC X(09) VALUE "LAST".
026200     05  FILLER                  PIC X(12) VALUE "  CATALOGED".
026300     05  FILLER                  PIC X(13) VALUE "      FOUND".
026400     05  FILLER                  PIC X(06) VALUE "STATUS".
026500*
026600 01  rptGenLine.
026700     05  RPT-GEN-CUTOFF          PIC 9(08).
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  RPT-GEN-FIRST           PIC 9(08).
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  RPT-GEN-LAST            PIC 9(08).
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  RPT-GEN-CATALOGED       PIC ZZZ,ZZZ,ZZ9.
027400     05  FILLER                  PIC X(01) VALUE SPACE.
027500     05  RPT-GEN-FOUND           PIC ZZZ,ZZZ,ZZ9.
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  RPT-GEN-STATUS          PIC X(14).
027800*
027900 01  rptGenHashLine.
028000     05  FILLER                  PIC X(18) VALUE
028100         "  HASH  CATALOGED ".
028200     05  RPT-GEN-HASH-CATALOGED  PIC Z(10)9.9(09).
028300     05  FILLER                  PIC X(08) VALUE "  FOUND ".
028400     05  RPT-GEN-HASH-FOUND      PIC Z(10)9.9(09).
028500*
028600 01  rptGenRunIdLine.
028700     05  FILLER                  PIC X(10) VALUE "  RUN IDS ".
028800     05  RPT-GEN-LOW-RUN-ID      PIC 9(06).
028900     05  FILLER                  PIC X(01) VALUE "-".
029000     05  RPT-GEN-HIGH-RUN-ID     PIC 9(06).
029100     05  FILLER                  PIC X(15) VALUE
029200         "   ARCHIVED ON ".
029300     05  RPT-GEN-RUN-DATE        PIC 9(08).
029400*
029500 01  rptCountLine.
029600     05  RPT-COUNT-LABEL         PIC X(31).
029700     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
029800*
029900 01  rptLedgerLine.
030000     05  RPT-LEDGER-LABEL        PIC X(31).
030100     05  RPT-LEDGER-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.
030200*
030300 01  rptVerdictLine              PIC X(50) VALUE SPACES.
030400*
030500 PROCEDURE DIVISION.
030600*
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030900     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
031000         UNTIL endOfCatalogYes
031100     PERFORM 3000-PROVE-ARCHIVE THRU 3000-EXIT
031200         UNTIL endOfArchiveYes
031300     PERFORM 4000-COUNT-LIVE THRU 4000-EXIT
031400         UNTIL endOfInputYes
031500     PERFORM 5000-LOAD-RUN-LOG THRU 5000-EXIT
031600         UNTIL endOfRunLogYes
031700     PERFORM 5500-TOTAL-RUNS THRU 5500-EXIT
031800     PERFORM 6000-JUDGE-GENERATIONS THRU 6000-EXIT
031900     PERFORM 8000-TERMINATE THRU 8000-EXIT
032000     MOVE jobReturnCode TO RETURN-CODE
032100     STOP RUN.
032200*
032300*----------------------------------------------------------
032400* 1000-INITIALIZE - take the opening balance, open the
032500* files, and print the report headers.
032600*----------------------------------------------------------
032700 1000-INITIALIZE.
032800     ACCEPT runCurrentDate FROM DATE YYYYMMDD
032900     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
033000*
033100     OPEN INPUT AVER-CATALOG-FILE
033200     IF fileStatusAcat NOT = "00"
033300         DISPLAY "SQRTACAT COULD NOT BE OPENED - STATUS "
033400             fileStatusAcat
033500         SET catalogOpenFailedYes TO TRUE
033600         SET anyOpenFailedYes TO TRUE
033700     END-IF
033800*
033900*    an archive that will not open is what this program is
034000*    here to find: every cataloged generation is reported
034100*    unreadable, and the run goes on
034200     OPEN INPUT ARCV-INPUT-FILE
034300     IF fileStatusArcv NOT = "00"
034400         DISPLAY "SQRTARCV COULD NOT BE OPENED - STATUS "
034500             fileStatusArcv
034600         SET endOfArchiveYes TO TRUE
034700         SET archiveOpenFailedYes TO TRUE
034800     END-IF
034900*
035000     OPEN INPUT HIST-INPUT-FILE
035100     IF fileStatusHist NOT = "00"
035200         DISPLAY "SQRTHIST COULD NOT BE OPENED - STATUS "
035300             fileStatusHist
035400         SET historyOpenFailedYes TO TRUE
035500         SET anyOpenFailedYes TO TRUE
035600     END-IF
035700*
035800     OPEN INPUT RLOG-INPUT-FILE
035900     IF fileStatusRlog NOT = "00"
036000         DISPLAY "SQRTRLOG COULD NOT BE OPENED - STATUS "
036100             fileStatusRlog
036200         SET runlogOpenFailedYes TO TRUE
036300         SET anyOpenFailedYes TO TRUE
036400     END-IF
036500*
036600     OPEN OUTPUT AVER-REPORT-FILE
036700     IF fileStatusJrpt NOT = "00"
036800         DISPLAY "SQRTJRPT COULD NOT BE OPENED - STATUS "
036900             fileStatusJrpt
037000         SET reportOpenFailedYes TO TRUE
037100         SET anyOpenFailedYes TO TRUE
037200     END-IF
037300*
037400     IF anyOpenFailedYes
037500         SET endOfCatalogYes TO TRUE
037600         SET endOfArchiveYes TO TRUE
037700         SET endOfInputYes TO TRUE
037800         SET endOfRunLogYes TO TRUE
037900         GO TO 1000-EXIT
038000     END-IF
038100*
038200     MOVE runCurrentDate TO RPT-RUN-DATE-OUT
038300     WRITE JRPT-LINE FROM rptTitleLine
038400     MOVE SPACES TO JRPT-LINE
038500     WRITE JRPT-LINE
038600     WRITE JRPT-LINE FROM rptRunDateLine.
038700*
038800 1000-EXIT.
038900     EXIT.
039000*
039100*----------------------------------------------------------
039200* 1100-READ-PARAMETERS - the card is optional; a numeric
039300* opening balance on it replaces the default of zero.
039400*----------------------------------------------------------
039500 1100-READ-PARAMETERS.
039600     OPEN INPUT AVER-PARM-FILE
039700     IF fileStatusJprm = "00"
039800         READ AVER-PARM-FILE
039900             NOT AT END
040000                 IF JPRM-OPENING-BALANCE NUMERIC
040100                     MOVE JPRM-OPENING-BALANCE TO openingBalanceX
040200                 END-IF
040300         END-READ
040400         CLOSE AVER-PARM-FILE
040500     END-IF.
040600*
040700 1100-EXIT.
040800     EXIT.
040900*
041000*----------------------------------------------------------
041100* 2000-LOAD-CATALOG - one catalog record into the table.  A
041200* record whose fields are not numeric describes nothing that
041300* can be proved; it is counted and fails the verification.
041400* A catalog bigger than the table cannot be verified whole,
041500* so the run stops rather than report on part of it.
041600*----------------------------------------------------------
041700 2000-LOAD-CATALOG.
041800     READ AVER-CATALOG-FILE
041900         AT END
042000             SET endOfCatalogYes TO TRUE
042100             GO TO 2000-EXIT
042200     END-READ
042300     ADD 1 TO catalogReadCount
042400     IF ACAT-CUTOFF-DATE NOT NUMERIC
042500             OR ACAT-RECORD-COUNT NOT NUMERIC
042600             OR ACAT-NUMBER-HASH NOT NUMERIC
042700             OR ACAT-FIRST-DATE NOT NUMERIC
042800             OR ACAT-LAST-DATE NOT NUMERIC
042900         ADD 1 TO catalogUnusableCount
043000         GO TO 2000-EXIT
043100     END-IF
043200     IF catalogUsedCount >= 300
043300         DISPLAY "SQRTACAT HOLDS MORE THAN 300 GENERATIONS - "
043400             "ARCHIVE NOT VERIFIED"
043500         SET catalogTooBigYes TO TRUE
043600         SET endOfCatalogYes TO TRUE
043700         SET endOfArchiveYes TO TRUE
043800         SET endOfInputYes TO TRUE
043900         SET endOfRunLogYes TO TRUE
044000         GO TO 2000-EXIT
044100     END-IF
044200*
044300     ADD 1 TO catalogUsedCount
044400     MOVE ACAT-CUTOFF-DATE TO catTblCutoffDate(catalogUsedCount)
044500     MOVE ACAT-RECORD-COUNT TO
044600         catTblRecordCount(catalogUsedCount)
044700     MOVE ACAT-NUMBER-HASH TO catTblNumberHash(catalogUsedCount)
044800     MOVE ACAT-FIRST-DATE TO catTblFirstDate(catalogUsedCount)
044900     MOVE ACAT-LAST-DATE TO catTblLastDate(catalogUsedCount)
045000     IF ACAT-RUN-DATE NUMERIC
045100         MOVE ACAT-RUN-DATE TO catTblRunDate(catalogUsedCount)
045200     ELSE
045300         MOVE ZEROS TO catTblRunDate(catalogUsedCount)
045400     END-IF
045500     IF ACAT-LOW-RUN-ID NUMERIC AND ACAT-HIGH-RUN-ID NUMERIC
045600         MOVE ACAT-LOW-RUN-ID TO catTblLowRunId(catalogUsedCount)
045700         MOVE ACAT-HIGH-RUN-ID TO
045800             catTblHighRunId(catalogUsedCount)
045900     ELSE
046000         MOVE ZEROS TO catTblLowRunId(catalogUsedCount)
046100         MOVE ZEROS TO catTblHighRunId(catalogUsedCount)
046200     END-IF
046300     MOVE ZEROS TO catTblFoundCount(catalogUsedCount)
046400     MOVE ZEROS TO catTblFoundHash(catalogUsedCount)
046500     MOVE SPACES TO catTblStatus(catalogUsedCount)
046600     ADD ACAT-RECORD-COUNT TO catalogRecordTotal.
046700*
046800 2000-EXIT.
046900     EXIT.
047000*
047100*----------------------------------------------------------
047200* 3000-PROVE-ARCHIVE - one archive record: credit it to its
047300* cataloged generation by date.  A read that fails leaves the
047400* rest of the archive unread, and the generations still short
047500* are reported unreadable.
047600*----------------------------------------------------------
047700 3000-PROVE-ARCHIVE.
047800     READ ARCV-INPUT-FILE
047900         AT END
048000             SET endOfArchiveYes TO TRUE
048100             GO TO 3000-EXIT
048200     END-READ
048300     IF fileStatusArcv NOT = "00"
048400         DISPLAY "SQRTARCV READ FAILED - STATUS " fileStatusArcv
048500             " AFTER RECORD " arcvReadCount
048600         SET archiveReadFailedYes TO TRUE
048700         SET endOfArchiveYes TO TRUE
048800         GO TO 3000-EXIT
048900     END-IF
049000     ADD 1 TO arcvReadCount
049100*
049200     IF ARCV-DATE NOT NUMERIC
049300         ADD 1 TO arcvUndatedCount
049400         GO TO 3000-EXIT
049500     END-IF
049600     PERFORM 3100-FIND-GENERATION THRU 3100-EXIT
049700     IF NOT catalogFoundYes
049800         ADD 1 TO arcvUncatalogedCount
049900         GO TO 3000-EXIT
050000     END-IF
050100     ADD 1 TO arcvCatalogedCount
050200     ADD 1 TO catTblFoundCount(catalogMatchIndex)
050300     PERFORM 3200-ADD-TO-HASH THRU 3200-EXIT.
050400*
050500 3000-EXIT.
050600     EXIT.
050700*
050800*    look ARCV-DATE up; catalogMatchIndex points at the
050900*    generation whose date range holds it.  An empty
051000*    generation has no range and holds nothing.
051100 3100-FIND-GENERATION.
051200     MOVE "N" TO catalogFoundFlag
051300     MOVE ZEROS TO catalogIndex
051400     PERFORM 3150-CHECK-ONE-GENERATION THRU 3150-EXIT
051500         UNTIL catalogFoundYes
051600             OR catalogIndex >= catalogUsedCount.
051700*
051800 3100-EXIT.
051900     EXIT.
052000*
052100 3150-CHECK-ONE-GENERATION.
052200     ADD 1 TO catalogIndex
052300     IF catTblRecordCount(catalogIndex) > 0
052400             AND ARCV-DATE >= catTblFirstDate(catalogIndex)
052500             AND ARCV-DATE <= catTblLastDate(catalogIndex)
052600         MOVE catalogIndex TO catalogMatchIndex
052700         SET catalogFoundYes TO TRUE
052800     END-IF.
052900*
053000 3150-EXIT.
053100     EXIT.
053200*
053300*----------------------------------------------------------
053400* 3200-ADD-TO-HASH - fold the record's number into its
053500* generation's hash exactly as SQRTARCH 2100-ADD-TO-HASH did
053600* when it cut the generation.
053700*----------------------------------------------------------
053800 3200-ADD-TO-HASH.
053900     IF ARCV-NUMBER NOT NUMERIC
054000         GO TO 3200-EXIT
054100     END-IF
054200     IF ARCV-NUMBER < 0
054300         SUBTRACT ARCV-NUMBER FROM
054400             catTblFoundHash(catalogMatchIndex)
054500     ELSE
054600         ADD ARCV-NUMBER TO catTblFoundHash(catalogMatchIndex)
054700     END-IF
054800     IF catTblFoundHash(catalogMatchIndex) >= 100000000000
054900         SUBTRACT 100000000000 FROM
055000             catTblFoundHash(catalogMatchIndex)
055100     END-IF.
055200*
055300 3200-EXIT.
055400     EXIT.
055500*
055600*----------------------------------------------------------
055700* 4000-COUNT-LIVE - the live history's side of the ledger.
055800*----------------------------------------------------------
055900 4000-COUNT-LIVE.
056000     READ HIST-INPUT-FILE
056100         AT END
056200             SET endOfInputYes TO TRUE
056300             GO TO 4000-EXIT
056400     END-READ
056500     ADD 1 TO histReadCount.
056600*
056700 4000-EXIT.
056800     EXIT.
056900*
057000*----------------------------------------------------------
057100* 5000-LOAD-RUN-LOG - table the run log by run id.  A later
057200* record of a run (a checkpoint restart) replaces the accepted
057300* count of the earlier one, since the restart's count already
057400* includes it.
057500*----------------------------------------------------------
057600 5000-LOAD-RUN-LOG.
057700     READ RLOG-INPUT-FILE
057800         AT END
057900             SET endOfRunLogYes TO TRUE
058000             GO TO 5000-EXIT
058100     END-READ
058200     ADD 1 TO runlogReadCount
058300     IF RLOG-RESTARTED AND RLOG-RUN-MODE = "B"
058400         ADD 1 TO batchRestartCount
058500     END-IF
058600     MOVE "N" TO runFoundFlag
058700     IF RLOG-RUN-ID NUMERIC AND RLOG-RUN-ID NOT = ZEROS
058800         MOVE RLOG-RUN-ID TO runSearchId
058900         PERFORM 5100-FIND-RUN THRU 5100-EXIT
059000     END-IF
059100     IF runFoundYes
059200         ADD 1 TO restartsFoldedCount
059300     ELSE
059400         IF runUsedCount >= 30000
059500             DISPLAY "SQRTRLOG HOLDS MORE THAN 30000 RUNS - "
059600                 "LEDGER NOT PROVED"
059700             SET runLogTooBigYes TO TRUE
059800             SET endOfRunLogYes TO TRUE
059900             GO TO 5000-EXIT
060000         END-IF
060100         ADD 1 TO runUsedCount
060200         MOVE runUsedCount TO runMatchIndex
060300         MOVE ZEROS TO runTblId(runMatchIndex)
060400         IF RLOG-RUN-ID NUMERIC
060500             MOVE RLOG-RUN-ID TO runTblId(runMatchIndex)
060600         END-IF
060700         MOVE "N" TO runTblBackedOutFlag(runMatchIndex)
060800     END-IF
060900     IF RLOG-ACCEPTED-COUNT NUMERIC
061000         MOVE RLOG-ACCEPTED-COUNT TO runTblAccepted(runMatchIndex)
061100         MOVE "Y" TO runTblUsableFlag(runMatchIndex)
061200     ELSE
061300         MOVE ZEROS TO runTblAccepted(runMatchIndex)
061400         MOVE "N" TO runTblUsableFlag(runMatchIndex)
061500     END-IF
061600*    a run backed out on any of its records stays out
061700     IF RLOG-BACKED-OUT
061800         SET runTblBackedOut(runMatchIndex) TO TRUE
061900     END-IF.
062000*
062100 5000-EXIT.
062200     EXIT.
062300*
062400*----------------------------------------------------------
062500* 5100-FIND-RUN - look runSearchId up in the run table, newest
062600* entry first, since a restart is logged soon after the run it
062700* restarts; runMatchIndex points at the entry when found.
062800*----------------------------------------------------------
062900 5100-FIND-RUN.
063000     MOVE "N" TO runFoundFlag
063100     MOVE runUsedCount TO runIndex
063200     PERFORM 5150-CHECK-ONE-RUN THRU 5150-EXIT
063300         UNTIL runFoundYes OR runIndex = 0.
063400*
063500 5100-EXIT.
063600     EXIT.
063700*
063800 5150-CHECK-ONE-RUN.
063900     IF runTblId(runIndex) = runSearchId
064000         MOVE runIndex TO runMatchIndex
064100         SET runFoundYes TO TRUE
064200     END-IF
064300     SUBTRACT 1 FROM runIndex.
064400*
064500 5150-EXIT.
064600     EXIT.
064700*
064800*----------------------------------------------------------
064900* 5500-TOTAL-RUNS - every accepted record was written to the
065000* history; a run since backed out has had its records taken
065100* back out again.
065200*----------------------------------------------------------
065300 5500-TOTAL-RUNS.
065400     IF runLogTooBigYes
065500         GO TO 5500-EXIT
065600     END-IF
065700     MOVE ZEROS TO runIndex
065800     PERFORM 5550-TOTAL-ONE-RUN THRU 5550-EXIT
065900         UNTIL runIndex >= runUsedCount.
066000*
066100 5500-EXIT.
066200     EXIT.
066300*
066400 5550-TOTAL-ONE-RUN.
066500     ADD 1 TO runIndex
066600     ADD 1 TO runsLoggedCount
066700     IF runTblBackedOut(runIndex)
066800         ADD 1 TO runsBackedOutCount
066900         GO TO 5550-EXIT
067000     END-IF
067100     IF runTblUsable(runIndex)
067200         ADD runTblAccepted(runIndex) TO loggedWrittenCount
067300     ELSE
067400         ADD 1 TO runsUnusableCount
067500     END-IF.
067600*
067700 5550-EXIT.
067800     EXIT.
067900*
068000*----------------------------------------------------------
068100* 6000-JUDGE-GENERATIONS - each cataloged generation against
068200* what was found for it, oldest cut first as cataloged.
068300*----------------------------------------------------------
068400 6000-JUDGE-GENERATIONS.
068500     IF anyOpenFailedYes OR catalogTooBigYes
068600         GO TO 6000-EXIT
068700     END-IF
068800     MOVE "CATALOGED GENERATIONS" TO rptSectionLine
068900     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
069000     IF catalogUsedCount = 0
069100         MOVE "  NO GENERATIONS CATALOGED" TO JRPT-LINE
069200         WRITE JRPT-LINE
069300         GO TO 6000-EXIT
069400     END-IF
069500     WRITE JRPT-LINE FROM rptGenHeadLine
069600     MOVE ZEROS TO catalogIndex
069700     PERFORM 6100-JUDGE-ONE-GENERATION THRU 6100-EXIT
069800         UNTIL catalogIndex >= catalogUsedCount.
069900*
070000 6000-EXIT.
070100     EXIT.
070200*
070300*    a generation whose count and hash both agree is proved
070400*    however the archive read went; otherwise an archive that
070500*    would not open or read explains the shortfall before
070600*    anything else can be said
070700 6100-JUDGE-ONE-GENERATION.
070800     ADD 1 TO catalogIndex
070900     IF catTblFoundCount(catalogIndex) =
071000             catTblRecordCount(catalogIndex)
071100             AND catTblFoundHash(catalogIndex) =
071200             catTblNumberHash(catalogIndex)
071300         MOVE "PROVED" TO catTblStatus(catalogIndex)
071400         ADD 1 TO genProvedCount
071500     ELSE
071600         IF archiveOpenFailedYes OR archiveReadFailedYes
071700             MOVE "UNREADABLE" TO catTblStatus(catalogIndex)
071800             ADD 1 TO genUnreadableCount
071900         ELSE
072000             IF catTblFoundCount(catalogIndex) = 0
072100                 MOVE "MISSING" TO catTblStatus(catalogIndex)
072200                 ADD 1 TO genMissingCount
072300             ELSE
072400                 MOVE "OUT OF BALANCE" TO
072500                     catTblStatus(catalogIndex)
072600                 ADD 1 TO genOutOfBalanceCount
072700             END-IF
072800         END-IF
072900     END-IF
073000     PERFORM 6200-WRITE-GENERATION THRU 6200-EXIT.
073100*
073200 6100-EXIT.
073300     EXIT.
073400*
073500*    a generation that did not prove gets its hashes and run
073600*    ids printed, so the auditor knows which runs are at stake
073700 6200-WRITE-GENERATION.
073800     MOVE catTblCutoffDate(catalogIndex) TO RPT-GEN-CUTOFF
073900     MOVE catTblFirstDate(catalogIndex) TO RPT-GEN-FIRST
074000     MOVE catTblLastDate(catalogIndex) TO RPT-GEN-LAST
074100     MOVE catTblRecordCount(catalogIndex) TO RPT-GEN-CATALOGED
074200     MOVE catTblFoundCount(catalogIndex) TO RPT-GEN-FOUND
074300     MOVE catTblStatus(catalogIndex) TO RPT-GEN-STATUS
074400     WRITE JRPT-LINE FROM rptGenLine
074500     IF catTblStatus(catalogIndex) = "PROVED"
074600         GO TO 6200-EXIT
074700     END-IF
074800     MOVE catTblNumberHash(catalogIndex) TO RPT-GEN-HASH-CATALOGED
074900     MOVE catTblFoundHash(catalogIndex) TO RPT-GEN-HASH-FOUND
075000     WRITE JRPT-LINE FROM rptGenHashLine
075100     MOVE catTblLowRunId(catalogIndex) TO RPT-GEN-LOW-RUN-ID
075200     MOVE catTblHighRunId(catalogIndex) TO RPT-GEN-HIGH-RUN-ID
075300     MOVE catTblRunDate(catalogIndex) TO RPT-GEN-RUN-DATE
075400     WRITE JRPT-LINE FROM rptGenRunIdLine.
075500*
075600 6200-EXIT.
075700     EXIT.
075800*
075900*----------------------------------------------------------
076000* 8000-TERMINATE - work out the ledger, set the return code,
076100* print the totals, and close every open file.
076200*----------------------------------------------------------
076300 8000-TERMINATE.
076400     COMPUTE everWrittenCount =
076500         openingBalance + loggedWrittenCount
076600     COMPUTE accountedForCount = histReadCount + arcvReadCount
076700     IF accountedForCount > everWrittenCount
076800         COMPUTE ledgerDifference =
076900             accountedForCount - everWrittenCount
077000     ELSE
077100         COMPUTE ledgerDifference =
077200             everWrittenCount - accountedForCount
077300     END-IF
077400     COMPUTE restartRewriteLimit = batchRestartCount * 99
077500     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT
077600*
077700     IF NOT reportOpenFailedYes
077800         PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
077900         CLOSE AVER-REPORT-FILE
078000     END-IF
078100     IF NOT catalogOpenFailedYes
078200         CLOSE AVER-CATALOG-FILE
078300     END-IF
078400     IF NOT archiveOpenFailedYes
078500         CLOSE ARCV-INPUT-FILE
078600     END-IF
078700     IF NOT historyOpenFailedYes
078800         CLOSE HIST-INPUT-FILE
078900     END-IF
079000     IF NOT runlogOpenFailedYes
079100         CLOSE RLOG-INPUT-FILE
079200     END-IF
079300*
079400     DISPLAY "SQRTAVER GENERATIONS CATALOGED: " catalogUsedCount
079500     DISPLAY "SQRTAVER GENERATIONS PROVED: " genProvedCount
079600     DISPLAY "SQRTAVER LEDGER DIFFERENCE: " ledgerDifference.
079700*
079800 8000-EXIT.
079900     EXIT.
080000*
080100 8100-WRITE-TOTALS.
080200     IF anyOpenFailedYes OR catalogTooBigYes
080300         GO TO 8100-VERDICT
080400     END-IF
080500*
080600     MOVE "ARCHIVE" TO rptSectionLine
080700     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
080800     MOVE "  CATALOG RECORDS READ . . . : " TO RPT-COUNT-LABEL
080900     MOVE catalogReadCount TO RPT-COUNT-VALUE
081000     WRITE JRPT-LINE FROM rptCountLine
081100     IF catalogUnusableCount > 0
081200         MOVE "    UNUSABLE . . . . . . . . : " TO RPT-COUNT-LABEL
081300         MOVE catalogUnusableCount TO RPT-COUNT-VALUE
081400         WRITE JRPT-LINE FROM rptCountLine
081500     END-IF
081600     MOVE "  GENERATIONS PROVED . . . . : " TO RPT-COUNT-LABEL
081700     MOVE genProvedCount TO RPT-COUNT-VALUE
081800     WRITE JRPT-LINE FROM rptCountLine
081900     MOVE "  GENERATIONS MISSING  . . . : " TO RPT-COUNT-LABEL
082000     MOVE genMissingCount TO RPT-COUNT-VALUE
082100     WRITE JRPT-LINE FROM rptCountLine
082200     MOVE "  GENERATIONS UNREADABLE . . : " TO RPT-COUNT-LABEL
082300     MOVE genUnreadableCount TO RPT-COUNT-VALUE
082400     WRITE JRPT-LINE FROM rptCountLine
082500     MOVE "  GENERATIONS OUT OF BALANCE : " TO RPT-COUNT-LABEL
082600     MOVE genOutOfBalanceCount TO RPT-COUNT-VALUE
082700     WRITE JRPT-LINE FROM rptCountLine
082800     MOVE "  RECORDS CATALOGED  . . . . : " TO RPT-COUNT-LABEL
082900     MOVE catalogRecordTotal TO RPT-COUNT-VALUE
083000     WRITE JRPT-LINE FROM rptCountLine
083100     IF archiveOpenFailedYes
083200         MOVE "  ARCHIVE NOT READ - SQRTARCV WOULD NOT OPEN"
083300             TO JRPT-LINE
083400         WRITE JRPT-LINE
083500     END-IF
083600     IF archiveReadFailedYes
083700         MOVE "  ARCHIVE READ FAILED - REST OF SQRTARCV UNREAD"
083800             TO JRPT-LINE
083900         WRITE JRPT-LINE
084000     END-IF
084100     MOVE "  ARCHIVE RECORDS READ . . . : " TO RPT-COUNT-LABEL
084200     MOVE arcvReadCount TO RPT-COUNT-VALUE
084300     WRITE JRPT-LINE FROM rptCountLine
084400     MOVE "    IN CATALOGED GENERATIONS : " TO RPT-COUNT-LABEL
084500     MOVE arcvCatalogedCount TO RPT-COUNT-VALUE
084600     WRITE JRPT-LINE FROM rptCountLine
084700     MOVE "    CUT BEFORE THE CATALOG . : " TO RPT-COUNT-LABEL
084800     MOVE arcvUncatalogedCount TO RPT-COUNT-VALUE
084900     WRITE JRPT-LINE FROM rptCountLine
085000     MOVE "    UNDATED  . . . . . . . . : " TO RPT-COUNT-LABEL
085100     MOVE arcvUndatedCount TO RPT-COUNT-VALUE
085200     WRITE JRPT-LINE FROM rptCountLine
085300*
085400     IF runLogTooBigYes
085500         GO TO 8100-VERDICT
085600     END-IF
085700     MOVE "HISTORY LEDGER" TO rptSectionLine
085800     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
085900     MOVE "  RUN LOG RECORDS READ . . . : " TO RPT-COUNT-LABEL
086000     MOVE runlogReadCount TO RPT-COUNT-VALUE
086100     WRITE JRPT-LINE FROM rptCountLine
086200     MOVE "    RESTARTS FOLDED IN . . . : " TO RPT-COUNT-LABEL
086300     MOVE restartsFoldedCount TO RPT-COUNT-VALUE
086400     WRITE JRPT-LINE FROM rptCountLine
086500     MOVE "    BATCH RESTARTS . . . . . : " TO RPT-COUNT-LABEL
086600     MOVE batchRestartCount TO RPT-COUNT-VALUE
086700     WRITE JRPT-LINE FROM rptCountLine
086800     MOVE "  RUNS LOGGED  . . . . . . . : " TO RPT-COUNT-LABEL
086900     MOVE runsLoggedCount TO RPT-COUNT-VALUE
087000     WRITE JRPT-LINE FROM rptCountLine
087100     MOVE "    BACKED OUT . . . . . . . : " TO RPT-COUNT-LABEL
087200     MOVE runsBackedOutCount TO RPT-COUNT-VALUE
087300     WRITE JRPT-LINE FROM rptCountLine
087400     IF runsUnusableCount > 0
087500         MOVE "    NO USABLE ACCEPTED COUNT : " TO RPT-COUNT-LABEL
087600         MOVE runsUnusableCount TO RPT-COUNT-VALUE
087700         WRITE JRPT-LINE FROM rptCountLine
087800     END-IF
087900     MOVE "  WRITTEN BEFORE THE RUN LOG : " TO RPT-LEDGER-LABEL
088000     MOVE openingBalance TO RPT-LEDGER-VALUE
088100     WRITE JRPT-LINE FROM rptLedgerLine
088200     MOVE "  WRITTEN PER THE RUN LOG  . : " TO RPT-LEDGER-LABEL
088300     MOVE loggedWrittenCount TO RPT-LEDGER-VALUE
088400     WRITE JRPT-LINE FROM rptLedgerLine
088500     MOVE "  HISTORY EVER WRITTEN . . . : " TO RPT-LEDGER-LABEL
088600     MOVE everWrittenCount TO RPT-LEDGER-VALUE
088700     WRITE JRPT-LINE FROM rptLedgerLine
088800     MOVE "  IN THE LIVE HISTORY  . . . : " TO RPT-LEDGER-LABEL
088900     MOVE histReadCount TO RPT-LEDGER-VALUE
089000     WRITE JRPT-LINE FROM rptLedgerLine
089100     MOVE "  IN THE ARCHIVE . . . . . . : " TO RPT-LEDGER-LABEL
089200     MOVE arcvReadCount TO RPT-LEDGER-VALUE
089300     WRITE JRPT-LINE FROM rptLedgerLine
089400     MOVE "  ACCOUNTED FOR  . . . . . . : " TO RPT-LEDGER-LABEL
089500     MOVE accountedForCount TO RPT-LEDGER-VALUE
089600     WRITE JRPT-LINE FROM rptLedgerLine
089700     IF accountedForCount > everWrittenCount
089800         MOVE "  SURPLUS  . . . . . . . . . : " TO
089900             RPT-LEDGER-LABEL
090000         MOVE ledgerDifference TO RPT-LEDGER-VALUE
090100         WRITE JRPT-LINE FROM rptLedgerLine
090200         IF batchRestartCount > 0
090300             MOVE "    RESTARTS MAY EXPLAIN . . : " TO
090400                 RPT-LEDGER-LABEL
090500             MOVE restartRewriteLimit TO RPT-LEDGER-VALUE
090600             WRITE JRPT-LINE FROM rptLedgerLine
090700         END-IF
090800     END-IF
090900     IF accountedForCount < everWrittenCount
091000         MOVE "  SHORTFALL  . . . . . . . . : " TO
091100             RPT-LEDGER-LABEL
091200         MOVE ledgerDifference TO RPT-LEDGER-VALUE
091300         WRITE JRPT-LINE FROM rptLedgerLine
091400     END-IF.
091500*
091600 8100-VERDICT.
091700     MOVE SPACES TO JRPT-LINE
091800     WRITE JRPT-LINE
091900     EVALUATE jobReturnCode
092000         WHEN 0
092100             MOVE "EVERY HISTORY RECORD WRITTEN IS ACCOUNTED FOR"
092200                 TO rptVerdictLine
092300         WHEN 4
092400             MOVE "ACCOUNTED FOR - PART OF ARCHIVE IS UNCATALOGED"
092500                 TO rptVerdictLine
092600         WHEN 8
092700             MOVE "ARCHIVE INCOMPLETE OR OUT OF BALANCE"
092800                 TO rptVerdictLine
092900         WHEN OTHER
093000             MOVE "VERIFICATION NOT COMPLETED - SEE JOB LOG"
093100                 TO rptVerdictLine
093200     END-EVALUATE
093300     WRITE JRPT-LINE FROM rptVerdictLine.
093400*
093500 8100-EXIT.
093600     EXIT.
093700*
093800 8150-WRITE-SECTION-HEAD.
093900     MOVE SPACES TO JRPT-LINE
094000     WRITE JRPT-LINE
094100     WRITE JRPT-LINE FROM rptSectionLine.
094200*
094300 8150-EXIT.
094400     EXIT.
094500*
094600*----------------------------------------------------------
094700* 8200-SET-RETURN-CODE - 8 when anything cataloged could not
094800* be proved or the ledger does not balance, 4 when it balances
094900* only by counting archive no catalog record covers.
095000*----------------------------------------------------------
095100 8200-SET-RETURN-CODE.
095200     MOVE 0 TO jobReturnCode
095300     IF arcvUncatalogedCount > 0 OR runsUnusableCount > 0
095400         MOVE 4 TO jobReturnCode
095500     END-IF
095600     IF genMissingCount > 0 OR genUnreadableCount > 0
095700             OR genOutOfBalanceCount > 0
095800             OR catalogUnusableCount > 0
095900             OR ledgerDifference > 0
096000         MOVE 8 TO jobReturnCode
096100     END-IF
096200     IF anyOpenFailedYes OR catalogTooBigYes OR runLogTooBigYes
096300         MOVE 16 TO jobReturnCode
096400     END-IF.
096500*
096600 8200-EXIT.
096700     EXIT.
