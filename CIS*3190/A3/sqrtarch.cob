001700*   - the audit report (SQRTARPT) shows records examined,
001800*     archived, and retained, with the oldest and newest date
001900*     on each side of the cutoff.
001910*   - once the counts balance, one record is appended to the
001920*     archive catalog (SQRTACAT) describing the new generation:
001930*     its cutoff, record count, number hash, first and last
001940*     history date, and run id range, for SQRTAVER to re-prove
001950*     against the generation later.
002000*
002100* The cutoff date (YYYYMMDD) comes from the SQRTAPRM parameter
002200* card.  A missing or non-numeric cutoff stops the run with
003200* Return codes:
003300*    RC=0    archived and retained records balance - safe to
003400*            copy SQRTHNEW back over the live history
003500*    RC=8    counts do not balance, or the catalog record
003600*            could not be written - leave the live history
003650*            alone and call somebody
003700*    RC=16   a file could not be opened, or no usable cutoff
003800*
003900* Modification history:
004020*                   each side of the cutoff, so an auditor can
004030*                   tell which archive generation holds a
004040*                   given run's records without scanning them.
004050*   2026-10-15 MJS  Append a catalog record (SQRTACAT, layout
004060*                   CATLAYT) for every generation that balances,
004070*                   with the record count and number hash of
004080*                   what was archived; a catalog that cannot be
004090*                   opened or written fails the run.
004100* -------------------------------------------------------------
004200*
004300 IDENTIFICATION DIVISION.
006100     SELECT ARCH-PARM-FILE ASSIGN TO "SQRTAPRM"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS fileStatusAprm.
006320     SELECT ARCH-CATALOG-FILE ASSIGN TO "SQRTACAT"
006340         ORGANIZATION IS LINE SEQUENTIAL
006360         FILE STATUS IS fileStatusAcat.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
007900 FD  ARCH-PARM-FILE.
008000 01  APRM-PARAMETER-RECORD.
008100     05  APRM-CUTOFF-DATE        PIC X(08).
008120*
008140 FD  ARCH-CATALOG-FILE.
008160 COPY CATLAYT REPLACING ==:PFX:== BY ==ACAT-==.
008200*
008300 WORKING-STORAGE SECTION.
008400 01  fileStatusHist              PIC X(02) VALUE SPACES.
008600 01  fileStatusHnew              PIC X(02) VALUE SPACES.
008700 01  fileStatusArpt              PIC X(02) VALUE SPACES.
008800 01  fileStatusAprm              PIC X(02) VALUE SPACES.
008850 01  fileStatusAcat              PIC X(02) VALUE SPACES.
008900 01  historyOpenFailedFlag       PIC X(01) VALUE "N".
009000     88  historyOpenFailedYes        VALUE "Y".
009100 01  archiveOpenFailedFlag       PIC X(01) VALUE "N".
009600     88  reportOpenFailedYes         VALUE "Y".
009700 01  cutoffMissingFlag           PIC X(01) VALUE "N".
009800     88  cutoffMissingYes            VALUE "Y".
009820 01  catalogOpenFailedFlag       PIC X(01) VALUE "N".
009840     88  catalogOpenFailedYes        VALUE "Y".
009860 01  catalogWriteFailedFlag      PIC X(01) VALUE "N".
009880     88  catalogWriteFailedYes       VALUE "Y".
009900*
010000 01  endOfInputSwitch            PIC X(01) VALUE 'N'.
010100     88  endOfInputYes               VALUE 'Y'.
010700 01  histExaminedCount           PIC 9(09) VALUE ZEROS.
010800 01  histArchivedCount           PIC 9(09) VALUE ZEROS.
010900 01  histRetainedCount           PIC 9(09) VALUE ZEROS.
010920*
010940*    the archived side's number hash, folded the way TRLLAYT
010960*    describes so SQRTAVER can fold the generation the same way
010980 01  archivedNumberHash          PIC 9(12)V9(09) VALUE ZEROS.
011000*
011100 01  oldestArchivedDate          PIC 9(08) VALUE 99999999.
011200 01  newestArchivedDate          PIC 9(08) VALUE ZEROS.
013920 01  rptRunIdLine.
013930     05  RPT-RUN-ID-LABEL        PIC X(31).
013940     05  RPT-RUN-ID-VALUE        PIC 9(06).
013950*
013960 01  rptHashLine.
013970     05  FILLER                  PIC X(31)
013980         VALUE "NUMBER HASH ARCHIVED . . . . : ".
013990     05  RPT-HASH-VALUE          PIC Z(10)9.9(09).
014000*
014100 01  rptVerdictLine              PIC X(50) VALUE SPACES.
014200*
015200*
015300*----------------------------------------------------------
015400* 1000-INITIALIZE - load the cutoff, refuse to run without
015500* one, and open the history, archive, retain, catalog, and
015600* report files.
015700*----------------------------------------------------------
015800 1000-INITIALIZE.
015900     ACCEPT runCurrentDate FROM DATE YYYYMMDD
016540         SET archiveOpenFailedYes TO TRUE
016550         SET retainOpenFailedYes TO TRUE
016560         SET reportOpenFailedYes TO TRUE
016580         SET catalogOpenFailedYes TO TRUE
016600         GO TO 1000-EXIT
016700     END-IF
016800*
018900         SET endOfInputYes TO TRUE
019000         SET retainOpenFailedYes TO TRUE
019100     END-IF
019105*
019110*    the catalog is permanent: append, or start it the first
019115*    time
019120     OPEN EXTEND ARCH-CATALOG-FILE
019125     IF fileStatusAcat NOT = "00"
019130         OPEN OUTPUT ARCH-CATALOG-FILE
019135     END-IF
019140     IF fileStatusAcat NOT = "00"
019145         DISPLAY "SQRTACAT COULD NOT BE OPENED - STATUS "
019150             fileStatusAcat
019155         SET endOfInputYes TO TRUE
019160         SET catalogOpenFailedYes TO TRUE
019165     END-IF
019200*
019300     OPEN OUTPUT ARCH-REPORT-FILE
019400     IF fileStatusArpt NOT = "00"
024000         WRITE ARCV-RECORD
024100         IF fileStatusArcv = "00"
024200             ADD 1 TO histArchivedCount
024250             PERFORM 2100-ADD-TO-HASH THRU 2100-EXIT
024300         END-IF
024400         IF HIST-DATE < oldestArchivedDate
024500             MOVE HIST-DATE TO oldestArchivedDate
026300*
026400 2000-EXIT.
026500     EXIT.
026502*
026504*----------------------------------------------------------
026506* 2100-ADD-TO-HASH - fold an archived record's number into
026508* the generation's hash: magnitudes, modulo 10**11, and
026510* nothing for a number field that is not numeric.
026512*----------------------------------------------------------
026514 2100-ADD-TO-HASH.
026516     IF HIST-NUMBER NOT NUMERIC
026518         GO TO 2100-EXIT
026520     END-IF
026522     IF HIST-NUMBER < 0
026524         SUBTRACT HIST-NUMBER FROM archivedNumberHash
026526     ELSE
026528         ADD HIST-NUMBER TO archivedNumberHash
026530     END-IF
026532     IF archivedNumberHash >= 100000000000
026534         SUBTRACT 100000000000 FROM archivedNumberHash
026536     END-IF.
026538*
026540 2100-EXIT.
026542     EXIT.
026600*
026700*----------------------------------------------------------
026800* 8000-TERMINATE - set the return code the history swap is
026900* conditioned on, catalog the generation when it balances,
026950* print the audit report, and close every open file.
027000*----------------------------------------------------------
027100 8000-TERMINATE.
027200     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT
027220     IF jobReturnCode = 0
027240         PERFORM 8300-WRITE-CATALOG THRU 8300-EXIT
027260     END-IF
027300*
027400     IF NOT reportOpenFailedYes
027500         PERFORM 8100-WRITE-AUDIT-REPORT THRU 8100-EXIT
028400     END-IF
028500     IF NOT retainOpenFailedYes
028600         CLOSE RETAIN-FILE
028700     END-IF
028720     IF NOT catalogOpenFailedYes
028740         CLOSE ARCH-CATALOG-FILE
028760     END-IF.
028800*
028900 8000-EXIT.
029000     EXIT.
030900     MOVE "RECORDS RETAINED . . . . . . : " TO RPT-COUNT-LABEL
031000     MOVE histRetainedCount TO RPT-COUNT-VALUE
031100     WRITE ARPT-LINE FROM rptCountLine
031120     MOVE archivedNumberHash TO RPT-HASH-VALUE
031140     WRITE ARPT-LINE FROM rptHashLine
031200*
031300     IF histArchivedCount > 0
031400         MOVE "OLDEST ARCHIVED DATE . . . . : " TO
034000         MOVE "COUNTS DO NOT BALANCE - LIVE HISTORY KEPT AS IS"
034100             TO rptVerdictLine
034200     END-IF
034220     IF catalogWriteFailedYes
034240         MOVE "CATALOG NOT WRITTEN - LIVE HISTORY KEPT AS IS"
034260             TO rptVerdictLine
034280     END-IF
034300     WRITE ARPT-LINE FROM rptVerdictLine.
034400*
034500 8100-EXIT.
035700     END-IF
035800     IF historyOpenFailedYes OR archiveOpenFailedYes
035900             OR retainOpenFailedYes OR reportOpenFailedYes
036000             OR catalogOpenFailedYes OR cutoffMissingYes
036100         MOVE 16 TO jobReturnCode
036200     END-IF.
036300*
036400 8200-EXIT.
036500     EXIT.
036600*
036700*----------------------------------------------------------
036800* 8300-WRITE-CATALOG - describe the generation just cut, so
036900* SQRTAVER can prove later that it is still all there.  A
037000* record that cannot be written fails the run: the swap
037100* must not purge records no catalog accounts for.
037200*----------------------------------------------------------
037300 8300-WRITE-CATALOG.
037400     MOVE SPACES TO ACAT-RECORD
037500     MOVE runCurrentDate TO ACAT-RUN-DATE
037600     MOVE cutoffDate TO ACAT-CUTOFF-DATE
037700     MOVE histArchivedCount TO ACAT-RECORD-COUNT
037800     MOVE archivedNumberHash TO ACAT-NUMBER-HASH
037900     IF histArchivedCount > 0
038000         MOVE oldestArchivedDate TO ACAT-FIRST-DATE
038100         MOVE newestArchivedDate TO ACAT-LAST-DATE
038200     ELSE
038300         MOVE ZEROS TO ACAT-FIRST-DATE
038400         MOVE ZEROS TO ACAT-LAST-DATE
038500     END-IF
038600     IF archRunIdSeenYes
038700         MOVE lowestArchivedRunId TO ACAT-LOW-RUN-ID
038800         MOVE highestArchivedRunId TO ACAT-HIGH-RUN-ID
038900     ELSE
039000         MOVE ZEROS TO ACAT-LOW-RUN-ID
039100         MOVE ZEROS TO ACAT-HIGH-RUN-ID
039200     END-IF
039300     MOVE histExaminedCount TO ACAT-EXAMINED-COUNT
039400     MOVE histRetainedCount TO ACAT-RETAINED-COUNT
039500     WRITE ACAT-RECORD
039600     IF fileStatusAcat NOT = "00"
039700         DISPLAY "SQRTACAT RECORD COULD NOT BE WRITTEN - STATUS "
039800             fileStatusAcat
039900         SET catalogWriteFailedYes TO TRUE
040000         MOVE 8 TO jobReturnCode
040100     END-IF.
040200*
040300 8300-EXIT.
040400     EXIT.
