000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTBKOT: RUN BACKOUT BY RUN ID
000600*
000700* A night that ran against a bad transmission, or with the wrong
000800* SQRTPARM card, leaves its records behind in four places: the
000900* history, the reject file, the results master, and the run log.
001000* Taking them out by hand meant an editor session on each file
001100* and nobody could prove afterwards what had been removed.  This
001200* program takes one run id off the SQRTKPRM card and backs that
001300* run out of all four:
001400*
001500*   - every SQRTHIST record stamped with the run id is dropped;
001600*     the rest is written to the replacement history (SQRTHNEW);
001700*   - every SQRTREJ record stamped with the run id is dropped;
001800*     the rest is written to the replacement rejects (SQRTRNEW);
001900*   - every SQRTMAST entry the run added is dropped; the rest is
002000*     written to the replacement master (SQRTMNEW);
002100*   - the run's SQRTRLOG record is marked backed out (the record
002200*     stays - the audit log never loses a run) and the log is
002300*     written to the replacement run log (SQRTLNEW).
002400*
002500* The master carries no run id, so the entries the run added are
002600* taken from the master journal (SQRTMJRN): every add record the
002700* run journaled names a key the run put there, and exactly those
002800* keys go into the SQRTKKEY scratch set and come out.  Once
002900* SQRTMBKJ has backed the master up and emptied the journal the
003000* run's records are gone, and only then are the keys worked out
003100* from the history instead: every key the run's history used
003200* goes into the set, and any of those keys that some OTHER run's
003300* history also used is marked kept - it was either there before
003400* the run or is still answering another run.  A key only the
003410* backed-out run used is removed; if that guess ever takes out
003420* an entry an archived run used, SQRT simply recalculates it on
003430* its next appearance.  The report says which way the keys were
003440* found.  Master keys are magnitudes, exactly as SQRT looks them
003450* up and SQRTMLOD loads them.
003500*
003600* The SQRTKRPT report shows, for each of the four files, the
003700* records before, the records removed (or marked), and the
003800* records after, so the auditors can see the run come out.
003810*
003820* Every master entry dropped is also written as a delete record
003830* (JRNLAYT copybook) to SQRTKJRN.  SQRTBKOJ appends that file
003840* to the master journal only when the replacement master is
003850* swapped in, so SQRTMRCV's roll-forward of a restored backup
003860* takes the same entries out again.
003900*
004000* A missing or non-numeric run id stops the run with RC=16 before
004100* a single record moves, as SQRTARCH does without its cutoff.
004200*
004300* Return codes, checked by the SWAP steps in SQRTBKOJ:
004400*    RC=0    run backed out and every file balances - safe to
004500*            copy the replacements back over the live files
004600*    RC=4    the run id is on none of the files, or its run-log
004700*            record is already marked backed out - nothing to
004800*            swap
004900*    RC=8    before does not equal removed + after on some file
005000*            - leave every live file alone and call somebody
005100*    RC=16   a file could not be opened, or no usable run id
005200*
005300* Modification history:
005400*   2026-10-15 MJS  Original member.
005410*   2026-10-15 MJS  Journal each master entry dropped as a
005420*                   delete record on SQRTKJRN for SQRTMRCV.
005430*   2026-10-15 MJS  Take the master entries the run added from
005440*                   its add records on SQRTMJRN; guess them from
005450*                   history only once the journal is emptied.
005460*                   Build kept-history keys from the SQRTHNEW
005470*                   record.  A delete record SQRTKJRN will not
005480*                   take fails the run with RC=16.
005500* -------------------------------------------------------------
005600*
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. SQRTBKOT.
005900*
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT HIST-INPUT-FILE ASSIGN TO "SQRTHIST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS fileStatusHist.
006600     SELECT HIST-NEW-FILE ASSIGN TO "SQRTHNEW"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS fileStatusHnew.
006900     SELECT REJ-INPUT-FILE ASSIGN TO "SQRTREJ"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS fileStatusRej.
007200     SELECT REJ-NEW-FILE ASSIGN TO "SQRTRNEW"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS fileStatusRnew.
007500     SELECT RLOG-INPUT-FILE ASSIGN TO "SQRTRLOG"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS fileStatusRlog.
007800     SELECT RLOG-NEW-FILE ASSIGN TO "SQRTLNEW"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS fileStatusLnew.
008100     SELECT MAST-IN-FILE ASSIGN TO "SQRTMAST"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS MAST-KEY
008500         FILE STATUS IS fileStatusMast.
008600     SELECT MAST-NEW-FILE ASSIGN TO "SQRTMNEW"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS MNEW-KEY
009000         FILE STATUS IS fileStatusMnew.
009100     SELECT BKOT-KEY-FILE ASSIGN TO "SQRTKKEY"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS RANDOM
009400         RECORD KEY IS BKEY-KEY
009500         FILE STATUS IS fileStatusBkey.
009600     SELECT BKOT-REPORT-FILE ASSIGN TO "SQRTKRPT"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS fileStatusKrpt.
009900     SELECT BKOT-PARM-FILE ASSIGN TO "SQRTKPRM"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS fileStatusKprm.
010110     SELECT BKOT-JOURNAL-FILE ASSIGN TO "SQRTKJRN"
010120         ORGANIZATION IS LINE SEQUENTIAL
010130         FILE STATUS IS fileStatusKjrn.
010150     SELECT MJRN-INPUT-FILE ASSIGN TO "SQRTMJRN"
010170         ORGANIZATION IS LINE SEQUENTIAL
010190         FILE STATUS IS fileStatusMjrn.
010200*
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  HIST-INPUT-FILE.
010600 COPY HISTLAYT REPLACING ==:PFX:== BY ==HIST-==.
010700*
010800 FD  HIST-NEW-FILE.
010900 COPY HISTLAYT REPLACING ==:PFX:== BY ==HNEW-==.
011000*
011100 FD  REJ-INPUT-FILE.
011200 COPY REJLAYT REPLACING ==:PFX:== BY ==REJ-==.
011300*
011400 FD  REJ-NEW-FILE.
011500 COPY REJLAYT REPLACING ==:PFX:== BY ==RNEW-==.
011600*
011700 FD  RLOG-INPUT-FILE.
011800 COPY RLOGLAYT REPLACING ==:PFX:== BY ==RLOG-==.
011900*
012000 FD  RLOG-NEW-FILE.
012100 COPY RLOGLAYT REPLACING ==:PFX:== BY ==LNEW-==.
012200*
012300 FD  MAST-IN-FILE.
012400 COPY MASTLAYT REPLACING ==:PFX:== BY ==MAST-==.
012500*
012600 FD  MAST-NEW-FILE.
012700 COPY MASTLAYT REPLACING ==:PFX:== BY ==MNEW-==.
012800*
012900*    one entry per master key the backed-out run's history used;
013000*    the kept flag goes to Y when another run's history used the
013100*    same key, which saves the master entry
013200 FD  BKOT-KEY-FILE.
013300 01  BKEY-RECORD.
013400     05  BKEY-KEY.
013500         10  BKEY-OPERATION-CODE PIC X(01).
013600         10  BKEY-ROOT-DEGREE    PIC 9(02).
013700         10  BKEY-NUMBER         PIC 9(11)V9(09).
013800     05  FILLER                  PIC X(01).
013900     05  BKEY-KEPT-FLAG          PIC X(01).
014000         88  BKEY-KEPT               VALUE "Y".
014100*
014200 FD  BKOT-REPORT-FILE.
014300 01  KRPT-LINE                   PIC X(80).
014400*
014500 FD  BKOT-PARM-FILE.
014600 01  KPRM-PARAMETER-RECORD.
014700     05  KPRM-RUN-ID             PIC X(06).
014710*
014720 FD  BKOT-JOURNAL-FILE.
014730 COPY JRNLAYT REPLACING ==:PFX:== BY ==KJRN-==.
014740*
014750*    the master journal, read for the add records the run wrote
014760 FD  MJRN-INPUT-FILE.
014770 COPY JRNLAYT REPLACING ==:PFX:== BY ==MJRN-==.
014800*
014900 WORKING-STORAGE SECTION.
015000 01  fileStatusHist              PIC X(02) VALUE SPACES.
015100 01  fileStatusHnew              PIC X(02) VALUE SPACES.
015200 01  fileStatusRej               PIC X(02) VALUE SPACES.
015300 01  fileStatusRnew              PIC X(02) VALUE SPACES.
015400 01  fileStatusRlog              PIC X(02) VALUE SPACES.
015500 01  fileStatusLnew              PIC X(02) VALUE SPACES.
015600 01  fileStatusMast              PIC X(02) VALUE SPACES.
015700 01  fileStatusMnew              PIC X(02) VALUE SPACES.
015800 01  fileStatusBkey              PIC X(02) VALUE SPACES.
015900 01  fileStatusKrpt              PIC X(02) VALUE SPACES.
016000 01  fileStatusKprm              PIC X(02) VALUE SPACES.
016010 01  fileStatusKjrn              PIC X(02) VALUE SPACES.
016060 01  fileStatusMjrn              PIC X(02) VALUE SPACES.
016100 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
016200     88  anyOpenFailedYes            VALUE "Y".
016300 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
016400     88  reportOpenFailedYes         VALUE "Y".
016500 01  runIdMissingFlag            PIC X(01) VALUE "N".
016600     88  runIdMissingYes             VALUE "Y".
016620 01  keysFromJournalFlag         PIC X(01) VALUE "N".
016640     88  keysFromJournalYes          VALUE "Y".
016660 01  journalWriteFailedFlag      PIC X(01) VALUE "N".
016680     88  journalWriteFailedYes       VALUE "Y".
016700*
016800 01  endOfFileSwitch             PIC X(01) VALUE 'N'.
016900     88  endOfFileYes                VALUE 'Y'.
017000*
017100 01  backoutRunIdX               PIC X(06) VALUE SPACES.
017200 01  backoutRunId REDEFINES backoutRunIdX
017300                                 PIC 9(06).
017400*
017500 01  histBeforeCount             PIC 9(09) VALUE ZEROS.
017600 01  histRemovedCount            PIC 9(09) VALUE ZEROS.
017700 01  histAfterCount              PIC 9(09) VALUE ZEROS.
017800 01  rejBeforeCount              PIC 9(09) VALUE ZEROS.
017900 01  rejRemovedCount             PIC 9(09) VALUE ZEROS.
018000 01  rejAfterCount               PIC 9(09) VALUE ZEROS.
018100 01  mastBeforeCount             PIC 9(09) VALUE ZEROS.
018200 01  mastRemovedCount            PIC 9(09) VALUE ZEROS.
018300 01  mastAfterCount              PIC 9(09) VALUE ZEROS.
018400 01  rlogBeforeCount             PIC 9(09) VALUE ZEROS.
018500 01  rlogMarkedCount             PIC 9(09) VALUE ZEROS.
018600 01  rlogAfterCount              PIC 9(09) VALUE ZEROS.
018700 01  rlogAlreadyOutCount         PIC 9(09) VALUE ZEROS.
018800 01  runKeyCount                 PIC 9(09) VALUE ZEROS.
018900 01  runKeySharedCount           PIC 9(09) VALUE ZEROS.
018905 01  journalRunCount             PIC 9(09) VALUE ZEROS.
018910 01  journalAddCount             PIC 9(09) VALUE ZEROS.
018915*
018920*    the history fields a master key is built from, filled from
018925*    whichever history file the caller has just read
018930 01  keySourceFields.
018935     05  keySourceOperationCode  PIC X(01).
018940     05  keySourceRootDegree     PIC 9(02).
018945     05  keySourceNumber         PIC S9(11)V9(09).
018950*
018955*    a journaled master image, laid out as the master record
018960 COPY MASTLAYT REPLACING ==:PFX:== BY ==JMST-==.
019000*
019100 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
019110 01  runCurrentTime              PIC 9(08) VALUE ZEROS.
019200 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
019300*
019400 01  rptTitleLine.
019500     05  FILLER                  PIC X(11) VALUE SPACES.
019600     05  FILLER                  PIC X(32) VALUE
019700         "RUN BACKOUT - BEFORE/AFTER AUDIT".
019800*
019900 01  rptRunDateLine.
020000     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
020100     05  RPT-RUN-DATE-OUT        PIC 9(08).
020200*
020300 01  rptRunIdLine.
020400     05  FILLER                  PIC X(31)
020500         VALUE "RUN ID BACKED OUT . . . . . : ".
020600     05  RPT-RUN-ID-OUT          PIC X(20).
020700*
020800 01  rptSectionLine              PIC X(44) VALUE SPACES.
020900*
021000 01  rptCountLine.
021100     05  RPT-COUNT-LABEL         PIC X(31).
021200     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
021300*
021400 01  rptVerdictLine              PIC X(50) VALUE SPACES.
021500*
021600 PROCEDURE DIVISION.
021700*
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021950     PERFORM 1500-SCAN-MASTER-JOURNAL THRU 1500-EXIT
022000     PERFORM 2000-BACKOUT-HISTORY THRU 2000-EXIT
022100     PERFORM 3000-MARK-SHARED-KEYS THRU 3000-EXIT
022200     PERFORM 4000-BACKOUT-REJECTS THRU 4000-EXIT
022300     PERFORM 5000-BACKOUT-MASTER THRU 5000-EXIT
022400     PERFORM 6000-MARK-RUN-LOG THRU 6000-EXIT
022500     PERFORM 8000-TERMINATE THRU 8000-EXIT
022600     MOVE jobReturnCode TO RETURN-CODE
022700     STOP RUN.
022800*
022900*----------------------------------------------------------
023000* 1000-INITIALIZE - load the run id, then open every file the
023100* backout touches up front, so a missing file stops the run
023200* before a single record moves.
023300*----------------------------------------------------------
023400 1000-INITIALIZE.
023500     ACCEPT runCurrentDate FROM DATE YYYYMMDD
023510     ACCEPT runCurrentTime FROM TIME
023600*
023700     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
023800     IF runIdMissingYes
023900         DISPLAY "SQRTKPRM RUN ID MISSING OR NOT NUMERIC - "
024000             "NOTHING BACKED OUT"
024100         SET anyOpenFailedYes TO TRUE
024200         SET reportOpenFailedYes TO TRUE
024300         GO TO 1000-EXIT
024400     END-IF
024500*
024600     OPEN INPUT HIST-INPUT-FILE
024700     IF fileStatusHist NOT = "00"
024800         DISPLAY "SQRTHIST COULD NOT BE OPENED - STATUS "
024900             fileStatusHist
025000         SET anyOpenFailedYes TO TRUE
025100     END-IF
025200     OPEN OUTPUT HIST-NEW-FILE
025300     IF fileStatusHnew NOT = "00"
025400         DISPLAY "SQRTHNEW COULD NOT BE OPENED - STATUS "
025500             fileStatusHnew
025600         SET anyOpenFailedYes TO TRUE
025700     END-IF
025800     OPEN INPUT REJ-INPUT-FILE
025900     IF fileStatusRej NOT = "00"
026000         DISPLAY "SQRTREJ COULD NOT BE OPENED - STATUS "
026100             fileStatusRej
026200         SET anyOpenFailedYes TO TRUE
026300     END-IF
026400     OPEN OUTPUT REJ-NEW-FILE
026500     IF fileStatusRnew NOT = "00"
026600         DISPLAY "SQRTRNEW COULD NOT BE OPENED - STATUS "
026700             fileStatusRnew
026800         SET anyOpenFailedYes TO TRUE
026900     END-IF
027000     OPEN INPUT RLOG-INPUT-FILE
027100     IF fileStatusRlog NOT = "00"
027200         DISPLAY "SQRTRLOG COULD NOT BE OPENED - STATUS "
027300             fileStatusRlog
027400         SET anyOpenFailedYes TO TRUE
027500     END-IF
027600     OPEN OUTPUT RLOG-NEW-FILE
027700     IF fileStatusLnew NOT = "00"
027800         DISPLAY "SQRTLNEW COULD NOT BE OPENED - STATUS "
027900             fileStatusLnew
028000         SET anyOpenFailedYes TO TRUE
028100     END-IF
028200     OPEN INPUT MAST-IN-FILE
028300     IF fileStatusMast NOT = "00"
028400         DISPLAY "SQRTMAST COULD NOT BE OPENED - STATUS "
028500             fileStatusMast
028600         SET anyOpenFailedYes TO TRUE
028700     END-IF
028800     OPEN OUTPUT MAST-NEW-FILE
028900     IF fileStatusMnew NOT = "00"
029000         DISPLAY "SQRTMNEW COULD NOT BE OPENED - STATUS "
029100             fileStatusMnew
029200         SET anyOpenFailedYes TO TRUE
029300     END-IF
029400*    the key set is written and read back, so it must be open
029500*    I-O; a fresh cluster needs the same create-then-reopen
029600*    sequence SQRTDEDP uses on its seen-set
029700     OPEN I-O BKOT-KEY-FILE
029800     IF fileStatusBkey NOT = "00"
029900         OPEN OUTPUT BKOT-KEY-FILE
030000         IF fileStatusBkey = "00"
030100             CLOSE BKOT-KEY-FILE
030200             OPEN I-O BKOT-KEY-FILE
030300         END-IF
030400     END-IF
030500     IF fileStatusBkey NOT = "00"
030600         DISPLAY "SQRTKKEY COULD NOT BE OPENED - STATUS "
030700             fileStatusBkey
030800         SET anyOpenFailedYes TO TRUE
030900     END-IF
030910     OPEN OUTPUT BKOT-JOURNAL-FILE
030920     IF fileStatusKjrn NOT = "00"
030930         DISPLAY "SQRTKJRN COULD NOT BE OPENED - STATUS "
030940             fileStatusKjrn
030950         SET anyOpenFailedYes TO TRUE
030960     END-IF
030965     OPEN INPUT MJRN-INPUT-FILE
030970     IF fileStatusMjrn NOT = "00"
030975         DISPLAY "SQRTMJRN COULD NOT BE OPENED - STATUS "
030980             fileStatusMjrn
030985         SET anyOpenFailedYes TO TRUE
030990     END-IF
031000*
031100     OPEN OUTPUT BKOT-REPORT-FILE
031200     IF fileStatusKrpt NOT = "00"
031300         DISPLAY "SQRTKRPT COULD NOT BE OPENED - STATUS "
031400             fileStatusKrpt
031500         SET anyOpenFailedYes TO TRUE
031600         SET reportOpenFailedYes TO TRUE
031700     END-IF
031800*
031900     IF NOT reportOpenFailedYes
032000         MOVE runCurrentDate TO RPT-RUN-DATE-OUT
032100         WRITE KRPT-LINE FROM rptTitleLine
032200         MOVE SPACES TO KRPT-LINE
032300         WRITE KRPT-LINE
032400         WRITE KRPT-LINE FROM rptRunDateLine
032500         MOVE backoutRunIdX TO RPT-RUN-ID-OUT
032600         WRITE KRPT-LINE FROM rptRunIdLine
032700     END-IF.
032800*
032900 1000-EXIT.
033000     EXIT.
033100*
033200*----------------------------------------------------------
033300* 1100-READ-PARAMETERS - the run id is required; a missing or
033400* non-numeric card is a setup error, never a guess.
033500*----------------------------------------------------------
033600 1100-READ-PARAMETERS.
033700     SET runIdMissingYes TO TRUE
033800     OPEN INPUT BKOT-PARM-FILE
033900     IF fileStatusKprm = "00"
034000         READ BKOT-PARM-FILE
034100             NOT AT END
034200                 MOVE KPRM-RUN-ID TO backoutRunIdX
034300                 IF backoutRunIdX NUMERIC
034400                     MOVE "N" TO runIdMissingFlag
034500                 END-IF
034600         END-READ
034700         CLOSE BKOT-PARM-FILE
034800     END-IF.
034900*
035000 1100-EXIT.
035100     EXIT.
035101*
035102*----------------------------------------------------------
035103* 1500-SCAN-MASTER-JOURNAL - load the key of every master entry
035104* the run journaled as added into the scratch key set.  If the
035105* journal holds nothing at all from the run, SQRTMBKJ has
035106* emptied it since, and the keys are guessed from history.
035107*----------------------------------------------------------
035108 1500-SCAN-MASTER-JOURNAL.
035109     IF anyOpenFailedYes
035110         GO TO 1500-EXIT
035111     END-IF
035112     MOVE "N" TO endOfFileSwitch
035113     PERFORM 1510-LOAD-JOURNAL-RECORD THRU 1510-EXIT
035114         UNTIL endOfFileYes
035115     CLOSE MJRN-INPUT-FILE
035116     IF journalRunCount > 0
035117         SET keysFromJournalYes TO TRUE
035118     END-IF.
035119*
035120 1500-EXIT.
035121     EXIT.
035122*
035123 1510-LOAD-JOURNAL-RECORD.
035124     READ MJRN-INPUT-FILE
035125         AT END
035126             SET endOfFileYes TO TRUE
035127             GO TO 1510-EXIT
035128     END-READ
035129     IF MJRN-RUN-ID NOT NUMERIC
035130         GO TO 1510-EXIT
035131     END-IF
035132     IF MJRN-RUN-ID NOT = backoutRunId
035133         GO TO 1510-EXIT
035134     END-IF
035135     ADD 1 TO journalRunCount
035136     IF NOT MJRN-ADDED
035137         GO TO 1510-EXIT
035138     END-IF
035139     ADD 1 TO journalAddCount
035140     MOVE MJRN-MASTER-IMAGE TO JMST-RECORD
035141     MOVE SPACES TO BKEY-RECORD
035142     MOVE JMST-KEY TO BKEY-KEY
035143     MOVE "N" TO BKEY-KEPT-FLAG
035144     WRITE BKEY-RECORD
035145         INVALID KEY
035146             CONTINUE
035147         NOT INVALID KEY
035148             ADD 1 TO runKeyCount
035149     END-WRITE.
035150*
035151 1510-EXIT.
035152     EXIT.
035200*
035300*----------------------------------------------------------
035400* 2000-BACKOUT-HISTORY - drop the run's history records, copy
035500* the rest to the replacement, and, when the journal no longer
035600* has the run, load every master key the run used into the set.
035700*----------------------------------------------------------
035800 2000-BACKOUT-HISTORY.
035900     IF anyOpenFailedYes
036000         GO TO 2000-EXIT
036100     END-IF
036200     MOVE "N" TO endOfFileSwitch
036300     PERFORM 2100-SPLIT-HISTORY-RECORD THRU 2100-EXIT
036400         UNTIL endOfFileYes
036500     CLOSE HIST-INPUT-FILE
036600     CLOSE HIST-NEW-FILE.
036700*
036800 2000-EXIT.
036900     EXIT.
037000*
037100 2100-SPLIT-HISTORY-RECORD.
037200     READ HIST-INPUT-FILE
037300         AT END
037400             SET endOfFileYes TO TRUE
037500             GO TO 2100-EXIT
037600     END-READ
037700     ADD 1 TO histBeforeCount
037800*
037900*    history from before the run id existed reads back as
038000*    spaces and can never belong to the run being backed out
038100     IF HIST-RUN-ID NUMERIC
038200         IF HIST-RUN-ID = backoutRunId
038300             ADD 1 TO histRemovedCount
038400             IF NOT keysFromJournalYes
038420                 PERFORM 2200-ADD-RUN-KEY THRU 2200-EXIT
038440             END-IF
038500             GO TO 2100-EXIT
038600         END-IF
038700     END-IF
038800*
038900     MOVE HIST-RECORD TO HNEW-RECORD
039000     WRITE HNEW-RECORD
039100     IF fileStatusHnew = "00"
039200         ADD 1 TO histAfterCount
039300     END-IF.
039400*
039500 2100-EXIT.
039600     EXIT.
039700*
039800*----------------------------------------------------------
039900* 2200-ADD-RUN-KEY - the master key this history record was
040000* answered under, normalized exactly as SQRTMLOD builds it; a
040100* key the run used twice is already in the set.
040200*----------------------------------------------------------
040300 2200-ADD-RUN-KEY.
040400     MOVE SPACES TO BKEY-RECORD
040420     MOVE HIST-OPERATION-CODE TO keySourceOperationCode
040440     MOVE HIST-ROOT-DEGREE TO keySourceRootDegree
040460     MOVE HIST-NUMBER TO keySourceNumber
040500     PERFORM 2300-BUILD-HISTORY-KEY THRU 2300-EXIT
040600     MOVE "N" TO BKEY-KEPT-FLAG
040700     WRITE BKEY-RECORD
040800         INVALID KEY
040900             CONTINUE
041000         NOT INVALID KEY
041100             ADD 1 TO runKeyCount
041200     END-WRITE.
041300*
041400 2200-EXIT.
041500     EXIT.
041600*
041700 2300-BUILD-HISTORY-KEY.
041800     EVALUATE keySourceOperationCode
041900         WHEN "C"
042000             MOVE "C" TO BKEY-OPERATION-CODE
042100             MOVE 3 TO BKEY-ROOT-DEGREE
042200         WHEN "N"
042300             MOVE "N" TO BKEY-OPERATION-CODE
042400             MOVE keySourceRootDegree TO BKEY-ROOT-DEGREE
042500         WHEN OTHER
042600             MOVE "S" TO BKEY-OPERATION-CODE
042700             MOVE 2 TO BKEY-ROOT-DEGREE
042800     END-EVALUATE
042900*    the unsigned key field keeps the magnitude, as the master
043000*    does, so +8 and -8 find the same cube-root entry
043100     MOVE keySourceNumber TO BKEY-NUMBER.
043200*
043300 2300-EXIT.
043400     EXIT.
043500*
043600*----------------------------------------------------------
043700* 3000-MARK-SHARED-KEYS - read the kept history back; any key
043800* in the set that another run also used is marked kept, so its
043900* master entry survives the backout.
044000*----------------------------------------------------------
044100 3000-MARK-SHARED-KEYS.
044200     IF anyOpenFailedYes
044300         GO TO 3000-EXIT
044400     END-IF
044420     IF keysFromJournalYes
044440         GO TO 3000-EXIT
044460     END-IF
044500     IF runKeyCount = 0
044600         GO TO 3000-EXIT
044700     END-IF
044800     OPEN INPUT HIST-NEW-FILE
044900     IF fileStatusHnew NOT = "00"
045000         DISPLAY "SQRTHNEW COULD NOT BE REREAD - STATUS "
045100             fileStatusHnew
045200         SET anyOpenFailedYes TO TRUE
045300         GO TO 3000-EXIT
045400     END-IF
045500     MOVE "N" TO endOfFileSwitch
045600     PERFORM 3100-CHECK-KEPT-RECORD THRU 3100-EXIT
045700         UNTIL endOfFileYes
045800     CLOSE HIST-NEW-FILE.
045900*
046000 3000-EXIT.
046100     EXIT.
046200*
046300 3100-CHECK-KEPT-RECORD.
046400     READ HIST-NEW-FILE
046500         AT END
046600             SET endOfFileYes TO TRUE
046700             GO TO 3100-EXIT
046800     END-READ
046820     MOVE HNEW-OPERATION-CODE TO keySourceOperationCode
046840     MOVE HNEW-ROOT-DEGREE TO keySourceRootDegree
046860     MOVE HNEW-NUMBER TO keySourceNumber
046900     PERFORM 2300-BUILD-HISTORY-KEY THRU 2300-EXIT
047000     READ BKOT-KEY-FILE
047100         INVALID KEY
047200             GO TO 3100-EXIT
047300     END-READ
047400     IF NOT BKEY-KEPT
047500         SET BKEY-KEPT TO TRUE
047600         REWRITE BKEY-RECORD
047700             INVALID KEY
047800                 CONTINUE
047900         END-REWRITE
048000         ADD 1 TO runKeySharedCount
048100     END-IF.
048200*
048300 3100-EXIT.
048400     EXIT.
048500*
048600*----------------------------------------------------------
048700* 4000-BACKOUT-REJECTS - drop the run's rejects, whatever
048800* their correction status, and copy the rest.
048900*----------------------------------------------------------
049000 4000-BACKOUT-REJECTS.
049100     IF anyOpenFailedYes
049200         GO TO 4000-EXIT
049300     END-IF
049400     MOVE "N" TO endOfFileSwitch
049500     PERFORM 4100-SPLIT-REJECT-RECORD THRU 4100-EXIT
049600         UNTIL endOfFileYes
049700     CLOSE REJ-INPUT-FILE
049800     CLOSE REJ-NEW-FILE.
049900*
050000 4000-EXIT.
050100     EXIT.
050200*
050300 4100-SPLIT-REJECT-RECORD.
050400     READ REJ-INPUT-FILE
050500         AT END
050600             SET endOfFileYes TO TRUE
050700             GO TO 4100-EXIT
050800     END-READ
050900     ADD 1 TO rejBeforeCount
051000     IF REJ-RUN-ID NUMERIC
051100         IF REJ-RUN-ID = backoutRunId
051200             ADD 1 TO rejRemovedCount
051300             GO TO 4100-EXIT
051400         END-IF
051500     END-IF
051600*
051700     MOVE REJ-RECORD TO RNEW-RECORD
051800     WRITE RNEW-RECORD
051900     IF fileStatusRnew = "00"
052000         ADD 1 TO rejAfterCount
052100     END-IF.
052200*
052300 4100-EXIT.
052400     EXIT.
052500*
052600*----------------------------------------------------------
052700* 5000-BACKOUT-MASTER - walk the master; an entry whose key is
052800* in the set and was not marked kept was added by the run and
052900* is dropped.
053000*----------------------------------------------------------
053100 5000-BACKOUT-MASTER.
053200     IF anyOpenFailedYes
053300         GO TO 5000-EXIT
053400     END-IF
053500     MOVE "N" TO endOfFileSwitch
053600     PERFORM 5100-COPY-MASTER-RECORD THRU 5100-EXIT
053700         UNTIL endOfFileYes
053800     CLOSE MAST-IN-FILE
053900     CLOSE MAST-NEW-FILE
053910     CLOSE BKOT-JOURNAL-FILE.
054000*
054100 5000-EXIT.
054200     EXIT.
054300*
054400 5100-COPY-MASTER-RECORD.
054500     READ MAST-IN-FILE
054600         AT END
054700             SET endOfFileYes TO TRUE
054800             GO TO 5100-EXIT
054900     END-READ
055000     ADD 1 TO mastBeforeCount
055100*
055200     IF runKeyCount > 0
055300         MOVE MAST-KEY TO BKEY-KEY
055400         READ BKOT-KEY-FILE
055500             INVALID KEY
055600                 MOVE "Y" TO BKEY-KEPT-FLAG
055700         END-READ
055800         IF NOT BKEY-KEPT
055900             ADD 1 TO mastRemovedCount
055910             MOVE SPACES TO KJRN-RECORD
055920             MOVE runCurrentDate TO KJRN-DATE
055930             MOVE runCurrentTime TO KJRN-TIME
055940             MOVE backoutRunId TO KJRN-RUN-ID
055950             SET KJRN-DELETED TO TRUE
055960             MOVE MAST-RECORD TO KJRN-MASTER-IMAGE
055970             WRITE KJRN-RECORD
055975             IF fileStatusKjrn NOT = "00"
055980                 DISPLAY "SQRTKJRN WRITE FAILED - STATUS "
055985                     fileStatusKjrn
055990                 SET journalWriteFailedYes TO TRUE
055995             END-IF
056000             GO TO 5100-EXIT
056100         END-IF
056200     END-IF
056300*
056400     MOVE MAST-RECORD TO MNEW-RECORD
056500     WRITE MNEW-RECORD
056600         INVALID KEY
056700             CONTINUE
056800     END-WRITE
056900     IF fileStatusMnew = "00"
057000         ADD 1 TO mastAfterCount
057100     END-IF.
057200*
057300 5100-EXIT.
057400     EXIT.
057500*
057600*----------------------------------------------------------
057700* 6000-MARK-RUN-LOG - copy the run log, marking the run's
057800* record backed out.  A record already marked is counted so
057900* a second backout of the same run is caught.
058000*----------------------------------------------------------
058100 6000-MARK-RUN-LOG.
058200     IF anyOpenFailedYes
058300         GO TO 6000-EXIT
058400     END-IF
058500     MOVE "N" TO endOfFileSwitch
058600     PERFORM 6100-COPY-RUN-LOG-RECORD THRU 6100-EXIT
058700         UNTIL endOfFileYes
058800     CLOSE RLOG-INPUT-FILE
058900     CLOSE RLOG-NEW-FILE.
059000*
059100 6000-EXIT.
059200     EXIT.
059300*
059400 6100-COPY-RUN-LOG-RECORD.
059500     READ RLOG-INPUT-FILE
059600         AT END
059700             SET endOfFileYes TO TRUE
059800             GO TO 6100-EXIT
059900     END-READ
060000     ADD 1 TO rlogBeforeCount
060100     MOVE RLOG-RECORD TO LNEW-RECORD
060200     IF RLOG-RUN-ID NUMERIC
060300         IF RLOG-RUN-ID = backoutRunId
060400             IF RLOG-BACKED-OUT
060500                 ADD 1 TO rlogAlreadyOutCount
060600             ELSE
060700                 SET LNEW-BACKED-OUT TO TRUE
060800                 ADD 1 TO rlogMarkedCount
060900             END-IF
061000         END-IF
061100     END-IF
061200     WRITE LNEW-RECORD
061300     IF fileStatusLnew = "00"
061400         ADD 1 TO rlogAfterCount
061500     END-IF.
061600*
061700 6100-EXIT.
061800     EXIT.
061900*
062000*----------------------------------------------------------
062100* 8000-TERMINATE - set the return code the SWAP steps are
062200* conditioned on, print the before/after audit, and close the
062300* files still open.
062400*----------------------------------------------------------
062500 8000-TERMINATE.
062600     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT
062700*
062800     IF NOT reportOpenFailedYes
062900         PERFORM 8100-WRITE-AUDIT-REPORT THRU 8100-EXIT
063000         CLOSE BKOT-REPORT-FILE
063100     END-IF
063200*
063300     IF NOT runIdMissingYes
063400         CLOSE BKOT-KEY-FILE
063500     END-IF
063600*
063700     DISPLAY "SQRTBKOT RUN ID BACKED OUT: " backoutRunIdX
063800     DISPLAY "SQRTBKOT HISTORY RECORDS REMOVED: " histRemovedCount
063900     DISPLAY "SQRTBKOT REJECTS REMOVED: " rejRemovedCount
064000     DISPLAY "SQRTBKOT MASTER ENTRIES REMOVED: " mastRemovedCount
064100     DISPLAY "SQRTBKOT RUN-LOG RECORDS MARKED: " rlogMarkedCount
064120     IF NOT keysFromJournalYes AND histRemovedCount > 0
064140         DISPLAY "SQRTBKOT RUN NOT ON SQRTMJRN - MASTER KEYS "
064160             "GUESSED FROM HISTORY"
064180     END-IF.
064200*
064300 8000-EXIT.
064400     EXIT.
064500*
064600 8100-WRITE-AUDIT-REPORT.
064700     MOVE "HISTORY (SQRTHIST)" TO rptSectionLine
064800     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
064900     MOVE "  RECORDS BEFORE . . . . . . : " TO RPT-COUNT-LABEL
065000     MOVE histBeforeCount TO RPT-COUNT-VALUE
065100     WRITE KRPT-LINE FROM rptCountLine
065200     MOVE "  RECORDS REMOVED  . . . . . : " TO RPT-COUNT-LABEL
065300     MOVE histRemovedCount TO RPT-COUNT-VALUE
065400     WRITE KRPT-LINE FROM rptCountLine
065500     MOVE "  RECORDS AFTER  . . . . . . : " TO RPT-COUNT-LABEL
065600     MOVE histAfterCount TO RPT-COUNT-VALUE
065700     WRITE KRPT-LINE FROM rptCountLine
065800*
065900     MOVE "REJECTS (SQRTREJ)" TO rptSectionLine
066000     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
066100     MOVE "  RECORDS BEFORE . . . . . . : " TO RPT-COUNT-LABEL
066200     MOVE rejBeforeCount TO RPT-COUNT-VALUE
066300     WRITE KRPT-LINE FROM rptCountLine
066400     MOVE "  RECORDS REMOVED  . . . . . : " TO RPT-COUNT-LABEL
066500     MOVE rejRemovedCount TO RPT-COUNT-VALUE
066600     WRITE KRPT-LINE FROM rptCountLine
066700     MOVE "  RECORDS AFTER  . . . . . . : " TO RPT-COUNT-LABEL
066800     MOVE rejAfterCount TO RPT-COUNT-VALUE
066900     WRITE KRPT-LINE FROM rptCountLine
067000*
067100     MOVE "RESULTS MASTER (SQRTMAST)" TO rptSectionLine
067200     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
067205     IF keysFromJournalYes
067210         MOVE "  ADDS THE RUN JOURNALED . . : " TO RPT-COUNT-LABEL
067215         MOVE journalAddCount TO RPT-COUNT-VALUE
067220         WRITE KRPT-LINE FROM rptCountLine
067225     ELSE
067230         IF histRemovedCount > 0
067235             MOVE "  JOURNAL EMPTIED - KEYS GUESSED FROM HISTORY"
067240                 TO KRPT-LINE
067245             WRITE KRPT-LINE
067250         END-IF
067300         MOVE "  KEYS THE RUN USED  . . . . : " TO RPT-COUNT-LABEL
067400         MOVE runKeyCount TO RPT-COUNT-VALUE
067500         WRITE KRPT-LINE FROM rptCountLine
067600         MOVE "  ALSO USED BY OTHER RUNS  . : " TO RPT-COUNT-LABEL
067700         MOVE runKeySharedCount TO RPT-COUNT-VALUE
067800         WRITE KRPT-LINE FROM rptCountLine
067850     END-IF
067900     MOVE "  RECORDS BEFORE . . . . . . : " TO RPT-COUNT-LABEL
068000     MOVE mastBeforeCount TO RPT-COUNT-VALUE
068100     WRITE KRPT-LINE FROM rptCountLine
068200     MOVE "  RECORDS REMOVED  . . . . . : " TO RPT-COUNT-LABEL
068300     MOVE mastRemovedCount TO RPT-COUNT-VALUE
068400     WRITE KRPT-LINE FROM rptCountLine
068500     MOVE "  RECORDS AFTER  . . . . . . : " TO RPT-COUNT-LABEL
068600     MOVE mastAfterCount TO RPT-COUNT-VALUE
068700     WRITE KRPT-LINE FROM rptCountLine
068800*
068900     MOVE "RUN LOG (SQRTRLOG)" TO rptSectionLine
069000     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
069100     MOVE "  RECORDS BEFORE . . . . . . : " TO RPT-COUNT-LABEL
069200     MOVE rlogBeforeCount TO RPT-COUNT-VALUE
069300     WRITE KRPT-LINE FROM rptCountLine
069400     MOVE "  MARKED BACKED OUT  . . . . : " TO RPT-COUNT-LABEL
069500     MOVE rlogMarkedCount TO RPT-COUNT-VALUE
069600     WRITE KRPT-LINE FROM rptCountLine
069700     IF rlogAlreadyOutCount > 0
069800         MOVE "  ALREADY BACKED OUT . . . . : " TO RPT-COUNT-LABEL
069900         MOVE rlogAlreadyOutCount TO RPT-COUNT-VALUE
070000         WRITE KRPT-LINE FROM rptCountLine
070100     END-IF
070200     MOVE "  RECORDS AFTER  . . . . . . : " TO RPT-COUNT-LABEL
070300     MOVE rlogAfterCount TO RPT-COUNT-VALUE
070400     WRITE KRPT-LINE FROM rptCountLine
070500*
070600     MOVE SPACES TO KRPT-LINE
070700     WRITE KRPT-LINE
070800     EVALUATE jobReturnCode
070900         WHEN 0
071000             MOVE "RUN BACKED OUT - REPLACEMENTS MAY BE SWAPPED"
071100                 TO rptVerdictLine
071200         WHEN 4
071300             MOVE "NOTHING TO BACK OUT - LIVE FILES KEPT AS IS"
071400                 TO rptVerdictLine
071500         WHEN 8
071600             MOVE "COUNTS DO NOT BALANCE - LIVE FILES KEPT AS IS"
071700                 TO rptVerdictLine
071800         WHEN OTHER
071900             MOVE "BACKOUT NOT RUN - LIVE FILES KEPT AS IS"
072000                 TO rptVerdictLine
072100     END-EVALUATE
072120     IF journalWriteFailedYes
072140         MOVE "MASTER JOURNAL NOT WRITTEN - LIVE FILES KEPT AS IS"
072160             TO rptVerdictLine
072180     END-IF
072200     WRITE KRPT-LINE FROM rptVerdictLine.
072300*
072400 8100-EXIT.
072500     EXIT.
072600*
072700 8150-WRITE-SECTION-HEAD.
072800     MOVE SPACES TO KRPT-LINE
072900     WRITE KRPT-LINE
073000     WRITE KRPT-LINE FROM rptSectionLine.
073100*
073200 8150-EXIT.
073300     EXIT.
073400*
073500*----------------------------------------------------------
073600* 8200-SET-RETURN-CODE - 4 means there was nothing to take
073700* out; 8 means some file does not cross-foot and no live file
073800* may be replaced.
073900*----------------------------------------------------------
074000 8200-SET-RETURN-CODE.
074100     MOVE 0 TO jobReturnCode
074200     IF histRemovedCount = 0 AND rejRemovedCount = 0
074300             AND rlogMarkedCount = 0
074400         MOVE 4 TO jobReturnCode
074500     END-IF
074600     IF rlogAlreadyOutCount > 0
074700         MOVE 4 TO jobReturnCode
074800     END-IF
074900     IF histBeforeCount NOT = histRemovedCount + histAfterCount
075000             OR rejBeforeCount NOT =
075100                 rejRemovedCount + rejAfterCount
075200             OR mastBeforeCount NOT =
075300                 mastRemovedCount + mastAfterCount
075400             OR rlogBeforeCount NOT = rlogAfterCount
075500         MOVE 8 TO jobReturnCode
075600     END-IF
075620     IF journalWriteFailedYes
075640         MOVE 16 TO jobReturnCode
075660     END-IF
075700     IF anyOpenFailedYes
075800         MOVE 16 TO jobReturnCode
075900     END-IF.
076000*
076100 8200-EXIT.
076200     EXIT.
