000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTMRCV: RESULTS MASTER FORWARD RECOVERY
000600*
000700* SQRT changes the results master in place all night - a
000800* REWRITE of the last-used date on every hit and a WRITE on
000900* every miss - so a cluster damaged mid-run used to mean a
001000* full SQRTMLOD rebuild from history and the loss of every
001100* last-used date on the file.  Every one of those changes is
001200* now journaled (SQRTMJRN, JRNLAYT copybook), and SQRTMBKJ
001300* takes a backup image of the master and empties the journal,
001400* so the backup plus the journal is always the whole master.
001500* This program puts the two back together:
001600*
001700*   - the last backup image (SQRTMBKP, MASTLAYT records in key
001800*     order, as IDCAMS REPRO wrote them) is loaded into the
001900*     empty replacement master (SQRTMNEW);
002000*   - the journal is replayed in the order it was written, up
002100*     to and including the run id on the SQRTYPRM card: an add
002200*     or rewrite puts the journaled image on the master
002300*     (writing it if the key is not there yet, replacing it if
002400*     it is), and a delete takes the key off;
002500*   - journal records for a later run id are skipped, so the
002600*     master comes back exactly as that run left it.  With no
002700*     card the whole journal is applied.
002800*
002900* The journal of a parallel night holds each shard's changes
003000* one shard after another rather than interleaved, so an add
003100* can replay after a rewrite of the same key; either way
003200* round the key ends up on the master with its stored result,
003300* which is all SQRT needs from it.  A run backed out by
003400* SQRTBKOT journals its deletes under the backed-out run's
003500* own id, so recovering to any later run leaves them out.
003600*
003700* The SQRTYRPT recovery report proves the rebuilt file: the
003800* backup records loaded, plus the keys the replay created,
003900* less the keys it deleted, must equal the records actually
004000* counted on the rebuilt master when it is read back from the
004100* top.
004200*
004300* A non-numeric SQRTYPRM card stops the run with RC=16 before
004400* anything is loaded - recovering to a guessed point is worse
004500* than not recovering.
004600*
004700* Return codes, checked by the SWAP step in SQRTMRCJ:
004800*    RC=0    master rebuilt and the count proves - safe to swap
004900*    RC=4    rebuilt and proved, but journal deletes found no
005000*            record to remove (listed on the report) - swap,
005100*            then find out why the backup did not hold them
005200*    RC=8    the count does not prove, or a backup or journal
005300*            record could not be applied - leave the live
005400*            master alone and call somebody
005500*    RC=16   a file could not be opened, or a bad SQRTYPRM card
005600*
005700* Modification history:
005800*   2026-10-15 MJS  Original member.
005900* -------------------------------------------------------------
006000*
006100 IDENTIFICATION DIVISION.
006200 PROGRAM-ID. SQRTMRCV.
006300*
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT BKUP-INPUT-FILE ASSIGN TO "SQRTMBKP"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS fileStatusBkup.
007000     SELECT JRN-INPUT-FILE ASSIGN TO "SQRTMJRN"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS fileStatusMjrn.
007300     SELECT MAST-NEW-FILE ASSIGN TO "SQRTMNEW"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS MNEW-KEY
007700         FILE STATUS IS fileStatusMnew.
007800*    the same cluster read back from the top once the replay
007900*    is closed, to count what was really rebuilt
008000     SELECT MAST-COUNT-FILE ASSIGN TO "SQRTMNEW"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS SEQUENTIAL
008300         RECORD KEY IS MCNT-KEY
008400         FILE STATUS IS fileStatusMcnt.
008500     SELECT MRCV-REPORT-FILE ASSIGN TO "SQRTYRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS fileStatusYrpt.
008800     SELECT MRCV-PARM-FILE ASSIGN TO "SQRTYPRM"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS fileStatusYprm.
009100*
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  BKUP-INPUT-FILE.
009500 COPY MASTLAYT REPLACING ==:PFX:== BY ==BKUP-==.
009600*
009700 FD  JRN-INPUT-FILE.
009800 COPY JRNLAYT REPLACING ==:PFX:== BY ==JRN-==.
009900*
010000 FD  MAST-NEW-FILE.
010100 COPY MASTLAYT REPLACING ==:PFX:== BY ==MNEW-==.
010200*
010300 FD  MAST-COUNT-FILE.
010400 COPY MASTLAYT REPLACING ==:PFX:== BY ==MCNT-==.
010500*
010600 FD  MRCV-REPORT-FILE.
010700 01  YRPT-LINE                   PIC X(80).
010800*
010900 FD  MRCV-PARM-FILE.
011000 01  YPRM-PARAMETER-RECORD.
011100     05  YPRM-TARGET-RUN-ID      PIC X(06).
011200*
011300 WORKING-STORAGE SECTION.
011400 01  fileStatusBkup              PIC X(02) VALUE SPACES.
011500 01  fileStatusMjrn              PIC X(02) VALUE SPACES.
011600 01  fileStatusMnew              PIC X(02) VALUE SPACES.
011700 01  fileStatusMcnt              PIC X(02) VALUE SPACES.
011800 01  fileStatusYrpt              PIC X(02) VALUE SPACES.
011900 01  fileStatusYprm              PIC X(02) VALUE SPACES.
012000 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
012100     88  anyOpenFailedYes            VALUE "Y".
012200 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
012300     88  reportOpenFailedYes         VALUE "Y".
012400 01  newOpenedFlag               PIC X(01) VALUE "N".
012500     88  newOpenedYes                VALUE "Y".
012600 01  targetBadFlag               PIC X(01) VALUE "N".
012700     88  targetBadYes                VALUE "Y".
012800*
012900 01  endOfFileSwitch             PIC X(01) VALUE 'N'.
013000     88  endOfFileYes                VALUE 'Y'.
013100*
013200*    no card means roll the whole journal forward
013300 01  targetRunIdX                PIC X(06) VALUE "999999".
013400 01  targetRunId REDEFINES targetRunIdX
013500                                 PIC 9(06).
013600 01  targetGivenFlag             PIC X(01) VALUE "N".
013700     88  targetGivenYes              VALUE "Y".
013800*
013900 01  bkupReadCount               PIC 9(09) VALUE ZEROS.
014000 01  bkupLoadedCount             PIC 9(09) VALUE ZEROS.
014100 01  bkupErrorCount              PIC 9(09) VALUE ZEROS.
014200 01  jrnReadCount                PIC 9(09) VALUE ZEROS.
014300 01  jrnAddCount                 PIC 9(09) VALUE ZEROS.
014400 01  jrnUpdateCount              PIC 9(09) VALUE ZEROS.
014500 01  jrnDeleteCount              PIC 9(09) VALUE ZEROS.
014600 01  jrnBeyondCount              PIC 9(09) VALUE ZEROS.
014700 01  jrnBadCount                 PIC 9(09) VALUE ZEROS.
014800 01  jrnDeleteMissCount          PIC 9(09) VALUE ZEROS.
014900 01  jrnErrorCount               PIC 9(09) VALUE ZEROS.
015000 01  replayCreatedCount          PIC 9(09) VALUE ZEROS.
015100 01  replayReplacedCount         PIC 9(09) VALUE ZEROS.
015200 01  replayDeletedCount          PIC 9(09) VALUE ZEROS.
015300 01  expectedCount               PIC 9(09) VALUE ZEROS.
015400 01  rebuiltCount                PIC 9(09) VALUE ZEROS.
015500*
015600 01  lastAppliedRunId            PIC 9(06) VALUE ZEROS.
015700 01  lastAppliedDate             PIC 9(08) VALUE ZEROS.
015800 01  lastAppliedTime             PIC 9(08) VALUE ZEROS.
015900*
016000 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
016100 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
016200*
016300 01  rptTitleLine.
016400     05  FILLER                  PIC X(11) VALUE SPACES.
016500     05  FILLER                  PIC X(35) VALUE
016600         "RESULTS MASTER FORWARD RECOVERY".
016700*
016800 01  rptRunDateLine.
016900     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
017000     05  RPT-RUN-DATE-OUT        PIC 9(08).
017100*
017200 01  rptTargetLine.
017300     05  FILLER                  PIC X(31)
017400         VALUE "RECOVER THROUGH RUN ID . . . : ".
017500     05  RPT-TARGET-OUT          PIC X(20).
017600*
017700 01  rptSectionLine              PIC X(44) VALUE SPACES.
017800*
017900 01  rptCountLine.
018000     05  RPT-COUNT-LABEL         PIC X(31).
018100     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
018200*
018300 01  rptLastLine.
018400     05  FILLER                  PIC X(31)
018500         VALUE "  LAST RUN ID APPLIED  . . . : ".
018600     05  RPT-LAST-RUN-ID         PIC 9(06).
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  RPT-LAST-DATE           PIC 9(08).
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  RPT-LAST-TIME           PIC 9(08).
019100*
019200 01  rptMissLine.
019300     05  FILLER                  PIC X(17)
019400         VALUE "DELETE NOT FOUND ".
019500     05  RPT-MISS-OPER           PIC X(01).
019600     05  RPT-MISS-DEGREE         PIC 9(02).
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  RPT-MISS-NUMBER         PIC Z(11)9.999999999.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  RPT-MISS-RUN-ID         PIC 9(06).
020100*
020200 01  rptVerdictLine              PIC X(50) VALUE SPACES.
020300*
020400 PROCEDURE DIVISION.
020500*
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020800     PERFORM 2000-LOAD-BACKUP THRU 2000-EXIT
020900     PERFORM 3000-REPLAY-JOURNAL THRU 3000-EXIT
021000     PERFORM 4000-COUNT-REBUILT THRU 4000-EXIT
021100     PERFORM 8000-TERMINATE THRU 8000-EXIT
021200     MOVE jobReturnCode TO RETURN-CODE
021300     STOP RUN.
021400*
021500*----------------------------------------------------------
021600* 1000-INITIALIZE - load the target run id, then open the
021700* backup, the journal, the replacement master, and the report
021800* up front, so a missing file stops the run before a single
021900* record is loaded.
022000*----------------------------------------------------------
022100 1000-INITIALIZE.
022200     ACCEPT runCurrentDate FROM DATE YYYYMMDD
022300*
022400     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
022500     IF targetBadYes
022600         DISPLAY "SQRTYPRM RUN ID NOT NUMERIC - NOTHING "
022700             "RECOVERED"
022800         SET anyOpenFailedYes TO TRUE
022900     END-IF
023000*
023100     OPEN INPUT BKUP-INPUT-FILE
023200     IF fileStatusBkup NOT = "00"
023300         DISPLAY "SQRTMBKP COULD NOT BE OPENED - STATUS "
023400             fileStatusBkup
023500         SET anyOpenFailedYes TO TRUE
023600     END-IF
023700     OPEN INPUT JRN-INPUT-FILE
023800     IF fileStatusMjrn NOT = "00"
023900         DISPLAY "SQRTMJRN COULD NOT BE OPENED - STATUS "
024000             fileStatusMjrn
024100         SET anyOpenFailedYes TO TRUE
024200     END-IF
024300*    the replay rewrites and deletes, so the replacement must be
024400*    open I-O; a fresh cluster needs the same create-then-reopen
024500*    sequence SQRTDEDP uses on its seen-set
024600     OPEN I-O MAST-NEW-FILE
024700     IF fileStatusMnew NOT = "00"
024800         OPEN OUTPUT MAST-NEW-FILE
024900         IF fileStatusMnew = "00"
025000             CLOSE MAST-NEW-FILE
025100             OPEN I-O MAST-NEW-FILE
025200         END-IF
025300     END-IF
025400     IF fileStatusMnew NOT = "00"
025500         DISPLAY "SQRTMNEW COULD NOT BE OPENED - STATUS "
025600             fileStatusMnew
025700         SET anyOpenFailedYes TO TRUE
025800     ELSE
025900         SET newOpenedYes TO TRUE
026000     END-IF
026100*
026200     OPEN OUTPUT MRCV-REPORT-FILE
026300     IF fileStatusYrpt NOT = "00"
026400         DISPLAY "SQRTYRPT COULD NOT BE OPENED - STATUS "
026500             fileStatusYrpt
026600         SET anyOpenFailedYes TO TRUE
026700         SET reportOpenFailedYes TO TRUE
026800     END-IF
026900*
027000     IF NOT reportOpenFailedYes
027100         MOVE runCurrentDate TO RPT-RUN-DATE-OUT
027200         WRITE YRPT-LINE FROM rptTitleLine
027300         MOVE SPACES TO YRPT-LINE
027400         WRITE YRPT-LINE
027500         WRITE YRPT-LINE FROM rptRunDateLine
027600         IF targetGivenYes
027700             MOVE targetRunIdX TO RPT-TARGET-OUT
027800         ELSE
027900             MOVE "END OF JOURNAL" TO RPT-TARGET-OUT
028000         END-IF
028100         WRITE YRPT-LINE FROM rptTargetLine
028200     END-IF.
028300*
028400 1000-EXIT.
028500     EXIT.
028600*
028700*----------------------------------------------------------
028800* 1100-READ-PARAMETERS - the target run id is optional; no
028900* card, or a blank one, rolls the whole journal forward.  A
029000* card that is there but not numeric is an error.
029100*----------------------------------------------------------
029200 1100-READ-PARAMETERS.
029300     OPEN INPUT MRCV-PARM-FILE
029400     IF fileStatusYprm = "00"
029500         READ MRCV-PARM-FILE
029600             NOT AT END
029700                 IF YPRM-TARGET-RUN-ID NOT = SPACES
029800                     MOVE YPRM-TARGET-RUN-ID TO targetRunIdX
029900                     IF targetRunIdX NUMERIC
030000                         SET targetGivenYes TO TRUE
030100                     ELSE
030200                         SET targetBadYes TO TRUE
030300                     END-IF
030400                 END-IF
030500         END-READ
030600         CLOSE MRCV-PARM-FILE
030700     END-IF.
030800*
030900 1100-EXIT.
031000     EXIT.
031100*
031200*----------------------------------------------------------
031300* 2000-LOAD-BACKUP - the backup image goes onto the empty
031400* replacement as it stands; it came off the master in key
031500* order, so a write that fails is a damaged backup.
031600*----------------------------------------------------------
031700 2000-LOAD-BACKUP.
031800     IF anyOpenFailedYes
031900         GO TO 2000-EXIT
032000     END-IF
032100     MOVE "N" TO endOfFileSwitch
032200     PERFORM 2100-LOAD-BACKUP-RECORD THRU 2100-EXIT
032300         UNTIL endOfFileYes
032400     CLOSE BKUP-INPUT-FILE.
032500*
032600 2000-EXIT.
032700     EXIT.
032800*
032900 2100-LOAD-BACKUP-RECORD.
033000     READ BKUP-INPUT-FILE
033100         AT END
033200             SET endOfFileYes TO TRUE
033300             GO TO 2100-EXIT
033400     END-READ
033500     ADD 1 TO bkupReadCount
033600     MOVE BKUP-RECORD TO MNEW-RECORD
033700     WRITE MNEW-RECORD
033800         INVALID KEY
033900             ADD 1 TO bkupErrorCount
034000         NOT INVALID KEY
034100             ADD 1 TO bkupLoadedCount
034200     END-WRITE.
034300*
034400 2100-EXIT.
034500     EXIT.
034600*
034700*----------------------------------------------------------
034800* 3000-REPLAY-JOURNAL - apply every journal record up to the
034900* target run id, in the order SQRT wrote them.
035000*----------------------------------------------------------
035100 3000-REPLAY-JOURNAL.
035200     IF anyOpenFailedYes
035300         GO TO 3000-EXIT
035400     END-IF
035500     MOVE "N" TO endOfFileSwitch
035600     PERFORM 3100-APPLY-JOURNAL-RECORD THRU 3100-EXIT
035700         UNTIL endOfFileYes
035800     CLOSE JRN-INPUT-FILE.
035900*
036000 3000-EXIT.
036100     EXIT.
036200*
036300 3100-APPLY-JOURNAL-RECORD.
036400     READ JRN-INPUT-FILE
036500         AT END
036600             SET endOfFileYes TO TRUE
036700             GO TO 3100-EXIT
036800     END-READ
036900     ADD 1 TO jrnReadCount
037000*
037100     IF JRN-RUN-ID NOT NUMERIC
037200             OR NOT (JRN-ADDED OR JRN-UPDATED OR JRN-DELETED)
037300         ADD 1 TO jrnBadCount
037400         GO TO 3100-EXIT
037500     END-IF
037600     IF JRN-RUN-ID > targetRunId
037700         ADD 1 TO jrnBeyondCount
037800         GO TO 3100-EXIT
037900     END-IF
038000*
038100     MOVE JRN-MASTER-IMAGE TO MNEW-RECORD
038200     IF JRN-DELETED
038300         PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
038400     ELSE
038500         PERFORM 3300-APPLY-IMAGE THRU 3300-EXIT
038600     END-IF
038700     MOVE JRN-RUN-ID TO lastAppliedRunId
038800     MOVE JRN-DATE TO lastAppliedDate
038900     MOVE JRN-TIME TO lastAppliedTime.
039000*
039100 3100-EXIT.
039200     EXIT.
039300*
039400*----------------------------------------------------------
039500* 3200-APPLY-DELETE - take the key off; a key that is not
039600* there is listed, since the backup should have held it.
039700*----------------------------------------------------------
039800 3200-APPLY-DELETE.
039900     ADD 1 TO jrnDeleteCount
040000     DELETE MAST-NEW-FILE RECORD
040100         INVALID KEY
040200             ADD 1 TO jrnDeleteMissCount
040300             PERFORM 7000-WRITE-MISS-LINE THRU 7000-EXIT
040400         NOT INVALID KEY
040500             ADD 1 TO replayDeletedCount
040600     END-DELETE.
040700*
040800 3200-EXIT.
040900     EXIT.
041000*
041100*----------------------------------------------------------
041200* 3300-APPLY-IMAGE - an add or a rewrite both leave the
041300* journaled image on the master: replace the record when the
041400* key is there, write it when it is not.
041500*----------------------------------------------------------
041600 3300-APPLY-IMAGE.
041700     IF JRN-ADDED
041800         ADD 1 TO jrnAddCount
041900     ELSE
042000         ADD 1 TO jrnUpdateCount
042100     END-IF
042200     REWRITE MNEW-RECORD
042300         INVALID KEY
042400             CONTINUE
042500         NOT INVALID KEY
042600             ADD 1 TO replayReplacedCount
042700             GO TO 3300-EXIT
042800     END-REWRITE
042900     WRITE MNEW-RECORD
043000         INVALID KEY
043100             ADD 1 TO jrnErrorCount
043200         NOT INVALID KEY
043300             ADD 1 TO replayCreatedCount
043400     END-WRITE.
043500*
043600 3300-EXIT.
043700     EXIT.
043800*
043900*----------------------------------------------------------
044000* 4000-COUNT-REBUILT - close the replay and read the rebuilt
044100* master back from the top; this count, not the replay's own
044200* arithmetic, is what the report proves.
044300*----------------------------------------------------------
044400 4000-COUNT-REBUILT.
044500     IF anyOpenFailedYes
044600         GO TO 4000-EXIT
044700     END-IF
044800     CLOSE MAST-NEW-FILE
044900     MOVE "N" TO newOpenedFlag
045000     OPEN INPUT MAST-COUNT-FILE
045100     IF fileStatusMcnt NOT = "00"
045200         DISPLAY "SQRTMNEW COULD NOT BE REOPENED - STATUS "
045300             fileStatusMcnt
045400         SET anyOpenFailedYes TO TRUE
045500         GO TO 4000-EXIT
045600     END-IF
045700     MOVE "N" TO endOfFileSwitch
045800     PERFORM 4100-COUNT-REBUILT-RECORD THRU 4100-EXIT
045900         UNTIL endOfFileYes
046000     CLOSE MAST-COUNT-FILE.
046100*
046200 4000-EXIT.
046300     EXIT.
046400*
046500 4100-COUNT-REBUILT-RECORD.
046600     READ MAST-COUNT-FILE
046700         AT END
046800             SET endOfFileYes TO TRUE
046900             GO TO 4100-EXIT
047000     END-READ
047100     ADD 1 TO rebuiltCount.
047200*
047300 4100-EXIT.
047400     EXIT.
047500*
047600*----------------------------------------------------------
047700* 7000-WRITE-MISS-LINE - one detail line per journal delete
047800* that found no record to remove.
047900*----------------------------------------------------------
048000 7000-WRITE-MISS-LINE.
048100     IF NOT reportOpenFailedYes
048200         MOVE MNEW-OPERATION-CODE TO RPT-MISS-OPER
048300         MOVE ZEROS TO RPT-MISS-DEGREE
048400         MOVE ZEROS TO RPT-MISS-NUMBER
048500         IF MNEW-ROOT-DEGREE NUMERIC
048600             MOVE MNEW-ROOT-DEGREE TO RPT-MISS-DEGREE
048700         END-IF
048800         IF MNEW-NUMBER NUMERIC
048900             MOVE MNEW-NUMBER TO RPT-MISS-NUMBER
049000         END-IF
049100         MOVE JRN-RUN-ID TO RPT-MISS-RUN-ID
049200         WRITE YRPT-LINE FROM rptMissLine
049300     END-IF.
049400*
049500 7000-EXIT.
049600     EXIT.
049700*
049800*----------------------------------------------------------
049900* 8000-TERMINATE - set the return code the SWAP step is
050000* conditioned on, print the recovery report, and close the
050100* files still open.
050200*----------------------------------------------------------
050300 8000-TERMINATE.
050400     COMPUTE expectedCount = bkupLoadedCount + replayCreatedCount
050500         - replayDeletedCount
050600     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT
050700*
050800     IF NOT reportOpenFailedYes
050900         PERFORM 8100-WRITE-RECOVERY-REPORT THRU 8100-EXIT
051000         CLOSE MRCV-REPORT-FILE
051100     END-IF
051200*
051300     IF newOpenedYes
051400         CLOSE MAST-NEW-FILE
051500     END-IF
051600*
051700     DISPLAY "SQRTMRCV RECOVERED THROUGH RUN ID: " targetRunIdX
051800     DISPLAY "SQRTMRCV BACKUP RECORDS LOADED: " bkupLoadedCount
051900     DISPLAY "SQRTMRCV JOURNAL RECORDS READ: " jrnReadCount
052000     DISPLAY "SQRTMRCV EXPECTED MASTER RECORDS: " expectedCount
052100     DISPLAY "SQRTMRCV REBUILT MASTER RECORDS: " rebuiltCount.
052200*
052300 8000-EXIT.
052400     EXIT.
052500*
052600 8100-WRITE-RECOVERY-REPORT.
052700     MOVE "BACKUP IMAGE (SQRTMBKP)" TO rptSectionLine
052800     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
052900     MOVE "  RECORDS READ . . . . . . . : " TO RPT-COUNT-LABEL
053000     MOVE bkupReadCount TO RPT-COUNT-VALUE
053100     WRITE YRPT-LINE FROM rptCountLine
053200     MOVE "  RECORDS LOADED . . . . . . : " TO RPT-COUNT-LABEL
053300     MOVE bkupLoadedCount TO RPT-COUNT-VALUE
053400     WRITE YRPT-LINE FROM rptCountLine
053500     MOVE "  RECORDS NOT LOADED . . . . : " TO RPT-COUNT-LABEL
053600     MOVE bkupErrorCount TO RPT-COUNT-VALUE
053700     WRITE YRPT-LINE FROM rptCountLine
053800*
053900     MOVE "JOURNAL (SQRTMJRN)" TO rptSectionLine
054000     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
054100     MOVE "  RECORDS READ . . . . . . . : " TO RPT-COUNT-LABEL
054200     MOVE jrnReadCount TO RPT-COUNT-VALUE
054300     WRITE YRPT-LINE FROM rptCountLine
054400     MOVE "  ADDS APPLIED . . . . . . . : " TO RPT-COUNT-LABEL
054500     MOVE jrnAddCount TO RPT-COUNT-VALUE
054600     WRITE YRPT-LINE FROM rptCountLine
054700     MOVE "  REWRITES APPLIED . . . . . : " TO RPT-COUNT-LABEL
054800     MOVE jrnUpdateCount TO RPT-COUNT-VALUE
054900     WRITE YRPT-LINE FROM rptCountLine
055000     MOVE "  DELETES APPLIED  . . . . . : " TO RPT-COUNT-LABEL
055100     MOVE jrnDeleteCount TO RPT-COUNT-VALUE
055200     WRITE YRPT-LINE FROM rptCountLine
055300     MOVE "  PAST TARGET (SKIPPED)  . . : " TO RPT-COUNT-LABEL
055400     MOVE jrnBeyondCount TO RPT-COUNT-VALUE
055500     WRITE YRPT-LINE FROM rptCountLine
055600     MOVE "  UNREADABLE (SKIPPED) . . . : " TO RPT-COUNT-LABEL
055700     MOVE jrnBadCount TO RPT-COUNT-VALUE
055800     WRITE YRPT-LINE FROM rptCountLine
055900     MOVE "  DELETES NOT FOUND  . . . . : " TO RPT-COUNT-LABEL
056000     MOVE jrnDeleteMissCount TO RPT-COUNT-VALUE
056100     WRITE YRPT-LINE FROM rptCountLine
056200     MOVE "  WRITES FAILED  . . . . . . : " TO RPT-COUNT-LABEL
056300     MOVE jrnErrorCount TO RPT-COUNT-VALUE
056400     WRITE YRPT-LINE FROM rptCountLine
056500     IF lastAppliedRunId > 0
056600         MOVE lastAppliedRunId TO RPT-LAST-RUN-ID
056700         MOVE lastAppliedDate TO RPT-LAST-DATE
056800         MOVE lastAppliedTime TO RPT-LAST-TIME
056900         WRITE YRPT-LINE FROM rptLastLine
057000     END-IF
057100*
057200     MOVE "RECORD COUNT PROOF" TO rptSectionLine
057300     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
057400     MOVE "  LOADED FROM BACKUP . . . . : " TO RPT-COUNT-LABEL
057500     MOVE bkupLoadedCount TO RPT-COUNT-VALUE
057600     WRITE YRPT-LINE FROM rptCountLine
057700     MOVE "  PLUS KEYS CREATED BY REPLAY: " TO RPT-COUNT-LABEL
057800     MOVE replayCreatedCount TO RPT-COUNT-VALUE
057900     WRITE YRPT-LINE FROM rptCountLine
058000     MOVE "  LESS KEYS DELETED BY REPLAY: " TO RPT-COUNT-LABEL
058100     MOVE replayDeletedCount TO RPT-COUNT-VALUE
058200     WRITE YRPT-LINE FROM rptCountLine
058300     MOVE "  EXPECTED ON MASTER . . . . : " TO RPT-COUNT-LABEL
058400     MOVE expectedCount TO RPT-COUNT-VALUE
058500     WRITE YRPT-LINE FROM rptCountLine
058600     MOVE "  COUNTED ON REBUILT MASTER  : " TO RPT-COUNT-LABEL
058700     MOVE rebuiltCount TO RPT-COUNT-VALUE
058800     WRITE YRPT-LINE FROM rptCountLine
058900     MOVE "  (KEYS REPLACED IN PLACE) . : " TO RPT-COUNT-LABEL
059000     MOVE replayReplacedCount TO RPT-COUNT-VALUE
059100     WRITE YRPT-LINE FROM rptCountLine
059200*
059300     MOVE SPACES TO YRPT-LINE
059400     WRITE YRPT-LINE
059500     EVALUATE jobReturnCode
059600         WHEN 0
059700             MOVE "MASTER REBUILT AND PROVED - SAFE TO SWAP"
059800                 TO rptVerdictLine
059900         WHEN 4
060000             MOVE "REBUILT AND PROVED - DELETES NOT FOUND LISTED"
060100                 TO rptVerdictLine
060200         WHEN 8
060300             MOVE "REBUILD DOES NOT PROVE - LIVE MASTER KEPT"
060400                 TO rptVerdictLine
060500         WHEN OTHER
060600             MOVE "RECOVERY NOT RUN - SEE JOB LOG"
060700                 TO rptVerdictLine
060800     END-EVALUATE
060900     WRITE YRPT-LINE FROM rptVerdictLine.
061000*
061100 8100-EXIT.
061200     EXIT.
061300*
061400 8150-WRITE-SECTION-HEAD.
061500     MOVE SPACES TO YRPT-LINE
061600     WRITE YRPT-LINE
061700     WRITE YRPT-LINE FROM rptSectionLine.
061800*
061900 8150-EXIT.
062000     EXIT.
062100*
062200*----------------------------------------------------------
062300* 8200-SET-RETURN-CODE - 4 means a journal delete had nothing
062400* to take out; 8 means the rebuilt master cannot be trusted
062500* and the live one must not be replaced.
062600*----------------------------------------------------------
062700 8200-SET-RETURN-CODE.
062800     MOVE 0 TO jobReturnCode
062900     IF jrnDeleteMissCount > 0
063000         MOVE 4 TO jobReturnCode
063100     END-IF
063200     IF rebuiltCount NOT = expectedCount
063300             OR bkupErrorCount > 0
063400             OR jrnBadCount > 0
063500             OR jrnErrorCount > 0
063600         MOVE 8 TO jobReturnCode
063700     END-IF
063800     IF anyOpenFailedYes
063900         MOVE 16 TO jobReturnCode
064000     END-IF.
064100*
064200 8200-EXIT.
064300     EXIT.
