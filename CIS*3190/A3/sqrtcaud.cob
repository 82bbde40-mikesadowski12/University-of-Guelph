000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTCAUD: RESULT CONSISTENCY AUDIT - HISTORY, ARCHIVES, MASTER
000600*
000700* The tolerance, the precision (the six-to-nine decimal
000800* widening), and the SQRTPARM settings have all changed over the
000900* months, so the same operation, degree, and number may have
001000* been handed out with different results on different dates.
001100* This program finds every such key for the departments that
001200* have to certify or restate what they were given:
001300*
001400*   - it reads the live history (SQRTHIST) and every archive
001500*     generation (the JCL concatenates the whole archive under
001600*     SQRTARCV), parsing all three on-disk layouts exactly as
001700*     SQRTHINQ does;
001800*   - it folds every record into one work entry per distinct
001900*     answer - operation, degree, number, and result - on the
002000*     keyed scratch file SQRTZWRK, counting the records and
002100*     keeping the answer's first and last date and its lowest,
002200*     highest, and latest run ids;
002300*   - it walks the work file in key order, so each key's
002400*     answers arrive together, and reports every key whose
002500*     answers spread wider than the threshold, listing each
002600*     answer with its records, date range, and run ids;
002700*   - for every key it looks the current SQRTMAST result up and
002800*     flags the key when that result differs by more than the
002900*     threshold from the answer last handed out (the answer
003000*     with the latest date and time), so tomorrow's answer is
003100*     known to disagree with yesterday's.
003200*
003300* A blank operation code on an old history record means a
003400* square root, and a blank degree means the degree the
003500* operation implies (02 for a square root, 03 for a cube root),
003600* so old records group with the new ones for the same question.
003700* The master keeps magnitudes only; a negative number is looked
003800* up under its magnitude and the master result negated, as SQRT
003900* does on the way out.  A key the master no longer holds (the
004000* SQRTMMNT purge) is counted, not flagged.
004100*
004200* The threshold comes from the optional SQRTZPRM card, columns
004300* 1-11 as 99V999999999 (default 00000001000, one millionth - the
004400* precision of the old six-decimal answers - so the widening's
004500* rounding alone is not reported).  A result spread must exceed
004600* it to be reported.
004700*
004800* A master that will not open only costs the master check - the
004900* history is still audited and the report says so.  An archive
005000* DD that will not open costs the archive side in the same way,
005100* as in SQRTHINQ.
005200*
005300* Return codes:
005400*    RC=0    every key's answers agree, and the master agrees
005500*            with the last answer handed out
005600*    RC=4    one or more keys were answered differently beyond
005700*            the threshold
005800*    RC=8    the master result differs from the last answer
005900*            handed out for one or more keys
006000*    RC=16   the live history, the work file, or the report
006100*            could not be opened
006200*
006300* Modification history:
006400*   2026-10-15 MJS  Original member.
006500* -------------------------------------------------------------
006600*
006700 IDENTIFICATION DIVISION.
006800 PROGRAM-ID. SQRTCAUD.
006900*
007000 ENVIRONMENT DIVISION.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT HIST-INPUT-FILE ASSIGN TO "SQRTHIST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS fileStatusHist.
007600     SELECT ARCV-INPUT-FILE ASSIGN TO "SQRTARCV"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS fileStatusArcv.
007900     SELECT CAUD-MASTER-FILE ASSIGN TO "SQRTMAST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS MAST-KEY
008300         FILE STATUS IS fileStatusMast.
008400     SELECT CAUD-WORK-FILE ASSIGN TO "SQRTZWRK"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS ZWRK-KEY
008800         FILE STATUS IS fileStatusZwrk.
008900     SELECT CAUD-REPORT-FILE ASSIGN TO "SQRTZRPT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS fileStatusZrpt.
009200     SELECT CAUD-PARM-FILE ASSIGN TO "SQRTZPRM"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS fileStatusZprm.
009500*
009600 DATA DIVISION.
009700 FILE SECTION.
009800*    both history files are read raw - the records on disk
009900*    span three layout generations, and 4500-PARSE sorts out
010000*    which one each record is
010100 FD  HIST-INPUT-FILE.
010200 01  HIST-RAW-RECORD             PIC X(80).
010300*
010400 FD  ARCV-INPUT-FILE.
010500 01  ARCV-RAW-RECORD             PIC X(80).
010600*
010700 FD  CAUD-MASTER-FILE.
010800 COPY MASTLAYT REPLACING ==:PFX:== BY ==MAST-==.
010900*
011000*    one entry per distinct answer: the key groups each
011100*    operation/degree/number's answers together
011200 FD  CAUD-WORK-FILE.
011300 01  ZWRK-RECORD.
011400     05  ZWRK-KEY.
011500         10  ZWRK-QUESTION.
011600             15  ZWRK-OPERATION-CODE PIC X(01).
011700             15  ZWRK-ROOT-DEGREE    PIC X(02).
011800             15  ZWRK-NUMBER         PIC S9(11)V9(09).
011900         10  ZWRK-RESULT             PIC S9(11)V9(09).
012000     05  FILLER                  PIC X(01).
012100     05  ZWRK-RECORD-COUNT       PIC 9(09).
012200     05  FILLER                  PIC X(01).
012300     05  ZWRK-FIRST-STAMP.
012400         10  ZWRK-FIRST-DATE     PIC 9(08).
012500         10  ZWRK-FIRST-TIME     PIC X(08).
012600     05  FILLER                  PIC X(01).
012700     05  ZWRK-LAST-STAMP.
012800         10  ZWRK-LAST-DATE      PIC 9(08).
012900         10  ZWRK-LAST-TIME      PIC X(08).
013000     05  FILLER                  PIC X(01).
013100     05  ZWRK-LOW-RUN-ID         PIC X(06).
013200     05  FILLER                  PIC X(01).
013300     05  ZWRK-HIGH-RUN-ID        PIC X(06).
013400     05  FILLER                  PIC X(01).
013500     05  ZWRK-LAST-RUN-ID        PIC X(06).
013600*
013700 FD  CAUD-REPORT-FILE.
013800 01  ZRPT-LINE                   PIC X(80).
013900*
014000 FD  CAUD-PARM-FILE.
014100 01  ZPRM-PARAMETER-RECORD.
014200     05  ZPRM-THRESHOLD          PIC X(11).
014300*
014400 WORKING-STORAGE SECTION.
014500 01  fileStatusHist              PIC X(02) VALUE SPACES.
014600 01  fileStatusArcv              PIC X(02) VALUE SPACES.
014700 01  fileStatusMast              PIC X(02) VALUE SPACES.
014800 01  fileStatusZwrk              PIC X(02) VALUE SPACES.
014900 01  fileStatusZrpt              PIC X(02) VALUE SPACES.
015000 01  fileStatusZprm              PIC X(02) VALUE SPACES.
015100 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
015200     88  anyOpenFailedYes            VALUE "Y".
015300 01  historyOpenFailedFlag       PIC X(01) VALUE "N".
015400     88  historyOpenFailedYes        VALUE "Y".
015500 01  archiveOpenFailedFlag       PIC X(01) VALUE "N".
015600     88  archiveOpenFailedYes        VALUE "Y".
015700 01  masterOpenFailedFlag        PIC X(01) VALUE "N".
015800     88  masterOpenFailedYes         VALUE "Y".
015900 01  workOpenFailedFlag          PIC X(01) VALUE "N".
016000     88  workOpenFailedYes           VALUE "Y".
016100 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
016200     88  reportOpenFailedYes         VALUE "Y".
016300*
016400 01  endOfInputSwitch            PIC X(01) VALUE 'N'.
016500     88  endOfInputYes               VALUE 'Y'.
016600 01  endOfArchiveSwitch          PIC X(01) VALUE 'N'.
016700     88  endOfArchiveYes             VALUE 'Y'.
016800 01  endOfWorkSwitch             PIC X(01) VALUE 'N'.
016900     88  endOfWorkYes                VALUE 'Y'.
017000*
017100*    the spread two answers may have before they disagree
017200 01  thresholdX                  PIC X(11) VALUE "00000001000".
017300 01  threshold REDEFINES thresholdX
017400                                 PIC 9(02)V9(09).
017500*
017600*    the record being folded in, whichever file and whichever
017700*    layout generation it came from, widened to the current
017800*    nine-decimal fields with the operation normalized the
017900*    way every reader does (blank means a square root).
018000*    Column 36 of the raw record is a space only in the old
018100*    six-decimal layouts, whose 17-digit values are widened
018200*    through the S9(11)V9(06) redefinition.
018300 01  histRawRecord               PIC X(80) VALUE SPACES.
018400 01  parseGoodFlag               PIC X(01) VALUE 'N'.
018500     88  parseGoodYes                VALUE 'Y'.
018600 01  workStamp.
018700     05  workDate                PIC 9(08) VALUE ZEROS.
018800     05  workTimeX               PIC X(08) VALUE SPACES.
018900 01  workNumber                  PIC S9(11)V9(09) VALUE ZEROS.
019000 01  workResult                  PIC S9(11)V9(09) VALUE ZEROS.
019100 01  workOperation               PIC X(01) VALUE SPACE.
019200 01  workDegreeX                 PIC X(02) VALUE SPACES.
019300 01  workRunIdX                  PIC X(06) VALUE SPACES.
019400 01  oldValueX.
019500     05  oldValueText            PIC X(17).
019600     05  oldValue REDEFINES oldValueText
019700                                 PIC S9(11)V9(06).
019800 01  newValueX.
019900     05  newValueText            PIC X(20).
020000     05  newValue REDEFINES newValueText
020100                                 PIC S9(11)V9(09).
020200*
020300*    the key whose answers are being gathered off the work
020400*    file, and its answers; an answer past the fortieth still
020500*    counts toward the spread and the last answer, it is only
020600*    not listed
020700 01  groupQuestion.
020800     05  groupOperation          PIC X(01).
020900     05  groupDegreeX            PIC X(02).
021000     05  groupDegree REDEFINES groupDegreeX
021100                                 PIC 9(02).
021200     05  groupNumber             PIC S9(11)V9(09).
021300 01  groupOpenFlag               PIC X(01) VALUE 'N'.
021400     88  groupOpenYes                VALUE 'Y'.
021500 01  groupAnswerCount            PIC 9(05) VALUE ZEROS.
021600 01  groupLowResult              PIC S9(11)V9(09) VALUE ZEROS.
021700 01  groupHighResult             PIC S9(11)V9(09) VALUE ZEROS.
021800 01  groupSpread                 PIC 9(12)V9(09) VALUE ZEROS.
021900 01  groupLastStamp              PIC X(16) VALUE SPACES.
022000 01  groupLastResult             PIC S9(11)V9(09) VALUE ZEROS.
022100 01  groupLastRunId              PIC X(06) VALUE SPACES.
022200 01  groupLastDate               PIC 9(08) VALUE ZEROS.
022300 01  answerTableArea.
022400     05  answerEntry OCCURS 40.
022500         10  ansTblResult        PIC S9(11)V9(09).
022600         10  ansTblRecordCount   PIC 9(09).
022700         10  ansTblFirstDate     PIC 9(08).
022800         10  ansTblLastDate      PIC 9(08).
022900         10  ansTblLowRunId      PIC X(06).
023000         10  ansTblHighRunId     PIC X(06).
023100 01  answerUsedCount             PIC 9(03) VALUE ZEROS.
023200 01  answerIndex                 PIC 9(03) VALUE ZEROS.
023300*
023400*    the master check for the key
023500 01  masterMagnitude             PIC 9(11)V9(09) VALUE ZEROS.
023600 01  masterSignedResult          PIC S9(11)V9(09) VALUE ZEROS.
023700 01  masterSpread                PIC 9(12)V9(09) VALUE ZEROS.
023800 01  masterStateFlag             PIC X(01) VALUE SPACE.
023900     88  masterAgrees                VALUE "A".
024000     88  masterDiffers               VALUE "D".
024100     88  masterNotHeld               VALUE "N".
024200     88  masterNotChecked            VALUE " ".
024300 01  groupDisagreesFlag          PIC X(01) VALUE 'N'.
024400     88  groupDisagreesYes           VALUE 'Y'.
024500*
024600 01  histReadCount               PIC 9(09) VALUE ZEROS.
024700 01  arcvReadCount               PIC 9(09) VALUE ZEROS.
024800 01  unparsedCount               PIC 9(09) VALUE ZEROS.
024900 01  workErrorCount              PIC 9(09) VALUE ZEROS.
025000 01  keyCount                    PIC 9(09) VALUE ZEROS.
025100 01  answerCount                 PIC 9(09) VALUE ZEROS.
025200 01  keysWithinCount             PIC 9(09) VALUE ZEROS.
025300 01  keysDisagreeCount           PIC 9(09) VALUE ZEROS.
025400 01  masterDiffersCount          PIC 9(09) VALUE ZEROS.
025500 01  masterNotHeldCount          PIC 9(09) VALUE ZEROS.
025600 01  flaggedKeyCount             PIC 9(09) VALUE ZEROS.
025700*
025800 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
025900 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
026000*
026100 01  editRunIds.
026200     05  editRunIdLow            PIC X(06).
026300     05  editRunIdDash           PIC X(01).
026400     05  editRunIdHigh           PIC X(06).
026500*
026600 01  rptTitleLine.
026700     05  FILLER                  PIC X(11) VALUE SPACES.
026800     05  FILLER                  PIC X(34) VALUE
026900         "RESULT CONSISTENCY AUDIT - HISTORY".
027000     05  FILLER                  PIC X(14) VALUE
027100         ", ARCHIVES, MA".
027200     05  FILLER                  PIC X(04) VALUE "STER".
027300*
027400 01  rptRunDateLine.
027500     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
027600     05  RPT-RUN-DATE-OUT        PIC 9(08).
027700*
027800 01  rptThresholdLine.
027900     05  FILLER                  PIC X(31) VALUE
028000         "SPREAD THRESHOLD . . . . . . : ".
028100     05  RPT-THRESHOLD           PIC Z9.999999999.
028200*
028300 01  rptSectionLine              PIC X(44) VALUE SPACES.
028400*
028500 01  rptKeyLine.
028600     05  FILLER                  PIC X(04) VALUE "OP ".
028700     05  RPT-KEY-OPER            PIC X(01).
028800     05  FILLER                  PIC X(06) VALUE "  DEG ".
028900     05  RPT-KEY-DEGREE          PIC X(02).
029000     05  FILLER                  PIC X(09) VALUE "  NUMBER ".
029100     05  RPT-KEY-NUMBER          PIC -(11)9.999999999.
029200     05  FILLER                  PIC X(02) VALUE SPACES.
029300     05  RPT-KEY-FLAG            PIC X(24).
029400*
029500 01  rptAnswerHeadLine.
029600     05  FILLER                  PIC X(26) VALUE
029700         "            ANSWER".
029800     05  FILLER                  PIC X(10) VALUE "   RECORDS".
029900     05  FILLER                  PIC X(10) VALUE "  FIRST".
030000     05  FILLER                  PIC X(10) VALUE "LAST".
030100     05  FILLER                  PIC X(13) VALUE "RUN IDS".
030200*
030300 01  rptAnswerLine.
030400     05  FILLER                  PIC X(02) VALUE SPACES.
030500     05  RPT-ANS-RESULT          PIC -(11)9.999999999.
030600     05  FILLER                  PIC X(01) VALUE SPACE.
030700     05  RPT-ANS-COUNT           PIC ZZZ,ZZ9.
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  RPT-ANS-FIRST           PIC 9(08).
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  RPT-ANS-LAST            PIC 9(08).
031200     05  FILLER                  PIC X(02) VALUE SPACES.
031300     05  RPT-ANS-RUN-IDS         PIC X(13).
031400     05  FILLER                  PIC X(01) VALUE SPACE.
031500     05  RPT-ANS-MARK            PIC X(04).
031600*
031700 01  rptSpreadLine.
031800     05  FILLER                  PIC X(11) VALUE "  SPREAD: ".
031900     05  RPT-SPREAD              PIC Z(11)9.999999999.
032000     05  FILLER                  PIC X(02) VALUE SPACES.
032100     05  RPT-SPREAD-NOTE         PIC X(30).
032200*
032300 01  rptMasterLine.
032400     05  FILLER                  PIC X(11) VALUE "  MASTER: ".
032500     05  RPT-MASTER-RESULT       PIC -(11)9.999999999.
032600     05  FILLER                  PIC X(02) VALUE SPACES.
032700     05  RPT-MASTER-NOTE         PIC X(35).
032800*
032900 01  rptCountLine.
033000     05  RPT-COUNT-LABEL         PIC X(31).
033100     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
033200*
033300 01  rptVerdictLine              PIC X(50) VALUE SPACES.
033400*
033500 PROCEDURE DIVISION.
033600*
033700 0000-MAINLINE.
033800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033900     PERFORM 2000-FOLD-LIVE THRU 2000-EXIT
034000         UNTIL endOfInputYes
034100     PERFORM 3000-FOLD-ARCHIVE THRU 3000-EXIT
034200         UNTIL endOfArchiveYes
034300     PERFORM 5000-AUDIT-ANSWERS THRU 5000-EXIT
034400     PERFORM 8000-TERMINATE THRU 8000-EXIT
034500     MOVE jobReturnCode TO RETURN-CODE
034600     STOP RUN.
034700*
034800*----------------------------------------------------------
034900* 1000-INITIALIZE - take the threshold, open the files, and
035000* print the report headers.
035100*----------------------------------------------------------
035200 1000-INITIALIZE.
035300     ACCEPT runCurrentDate FROM DATE YYYYMMDD
035400     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
035500*
035600     OPEN INPUT HIST-INPUT-FILE
035700     IF fileStatusHist NOT = "00"
035800         DISPLAY "SQRTHIST COULD NOT BE OPENED - STATUS "
035900             fileStatusHist
036000         SET historyOpenFailedYes TO TRUE
036100         SET anyOpenFailedYes TO TRUE
036200     END-IF
036300*
036400*    a shop that has never cut an archive has nothing behind
036500*    this DD; the live history is still audited
036600     OPEN INPUT ARCV-INPUT-FILE
036700     IF fileStatusArcv NOT = "00"
036800         DISPLAY "SQRTARCV COULD NOT BE OPENED - STATUS "
036900             fileStatusArcv
037000         DISPLAY "ARCHIVES NOT AUDITED"
037100         SET endOfArchiveYes TO TRUE
037200         SET archiveOpenFailedYes TO TRUE
037300     END-IF
037400*
037500     OPEN INPUT CAUD-MASTER-FILE
037600     IF fileStatusMast NOT = "00"
037700         DISPLAY "SQRTMAST COULD NOT BE OPENED - STATUS "
037800             fileStatusMast
037900         DISPLAY "MASTER NOT CHECKED"
038000         SET masterOpenFailedYes TO TRUE
038100     END-IF
038200*
038300*    the work file is defined empty by the job ahead of this
038400*    step, so the first answer for every key is a WRITE
038500     OPEN I-O CAUD-WORK-FILE
038600     IF fileStatusZwrk NOT = "00"
038700         DISPLAY "SQRTZWRK COULD NOT BE OPENED - STATUS "
038800             fileStatusZwrk
038900         SET workOpenFailedYes TO TRUE
039000         SET anyOpenFailedYes TO TRUE
039100     END-IF
039200*
039300     OPEN OUTPUT CAUD-REPORT-FILE
039400     IF fileStatusZrpt NOT = "00"
039500         DISPLAY "SQRTZRPT COULD NOT BE OPENED - STATUS "
039600             fileStatusZrpt
039700         SET reportOpenFailedYes TO TRUE
039800         SET anyOpenFailedYes TO TRUE
039900     END-IF
040000*
040100     IF anyOpenFailedYes
040200         SET endOfInputYes TO TRUE
040300         SET endOfArchiveYes TO TRUE
040400         GO TO 1000-EXIT
040500     END-IF
040600*
040700     MOVE runCurrentDate TO RPT-RUN-DATE-OUT
040800     MOVE threshold TO RPT-THRESHOLD
040900     WRITE ZRPT-LINE FROM rptTitleLine
041000     MOVE SPACES TO ZRPT-LINE
041100     WRITE ZRPT-LINE
041200     WRITE ZRPT-LINE FROM rptRunDateLine
041300     WRITE ZRPT-LINE FROM rptThresholdLine.
041400*
041500 1000-EXIT.
041600     EXIT.
041700*
041800*----------------------------------------------------------
041900* 1100-READ-PARAMETERS - the card is optional; a numeric
042000* threshold on it replaces the default.
042100*----------------------------------------------------------
042200 1100-READ-PARAMETERS.
042300     OPEN INPUT CAUD-PARM-FILE
042400     IF fileStatusZprm NOT = "00"
042500         GO TO 1100-EXIT
042600     END-IF
042700     READ CAUD-PARM-FILE
042800         NOT AT END
042900             IF ZPRM-THRESHOLD NUMERIC
043000                 MOVE ZPRM-THRESHOLD TO thresholdX
043100             END-IF
043200     END-READ
043300     CLOSE CAUD-PARM-FILE.
043400*
043500 1100-EXIT.
043600     EXIT.
043700*
043800*----------------------------------------------------------
043900* 2000-FOLD-LIVE - one live history record into the work
044000* file, whichever layout generation it was written in.
044100*----------------------------------------------------------
044200 2000-FOLD-LIVE.
044300     READ HIST-INPUT-FILE
044400         AT END
044500             SET endOfInputYes TO TRUE
044600             GO TO 2000-EXIT
044700     END-READ
044800     ADD 1 TO histReadCount
044900*
045000     MOVE HIST-RAW-RECORD TO histRawRecord
045100     PERFORM 4500-PARSE-HISTORY-RECORD THRU 4500-EXIT
045200     IF NOT parseGoodYes
045300         ADD 1 TO unparsedCount
045400         GO TO 2000-EXIT
045500     END-IF
045600     PERFORM 4000-FOLD-ONE-RECORD THRU 4000-EXIT.
045700*
045800 2000-EXIT.
045900     EXIT.
046000*
046100*----------------------------------------------------------
046200* 3000-FOLD-ARCHIVE - one archived history record into the
046300* work file; the JCL concatenates every generation under the
046400* one DD, old-layout generations included.
046500*----------------------------------------------------------
046600 3000-FOLD-ARCHIVE.
046700     READ ARCV-INPUT-FILE
046800         AT END
046900             SET endOfArchiveYes TO TRUE
047000             GO TO 3000-EXIT
047100     END-READ
047200     ADD 1 TO arcvReadCount
047300*
047400     MOVE ARCV-RAW-RECORD TO histRawRecord
047500     PERFORM 4500-PARSE-HISTORY-RECORD THRU 4500-EXIT
047600     IF NOT parseGoodYes
047700         ADD 1 TO unparsedCount
047800         GO TO 3000-EXIT
047900     END-IF
048000     PERFORM 4000-FOLD-ONE-RECORD THRU 4000-EXIT.
048100*
048200 3000-EXIT.
048300     EXIT.
048400*
048500*----------------------------------------------------------
048600* 4000-FOLD-ONE-RECORD - add the parsed record to its
048700* answer's work entry: the first record of an answer writes
048800* it, every later one counts in and widens its date and run
048900* id ranges.
049000*----------------------------------------------------------
049100 4000-FOLD-ONE-RECORD.
049200     MOVE workOperation TO ZWRK-OPERATION-CODE
049300     MOVE workDegreeX TO ZWRK-ROOT-DEGREE
049400     MOVE workNumber TO ZWRK-NUMBER
049500     MOVE workResult TO ZWRK-RESULT
049600     READ CAUD-WORK-FILE
049700         INVALID KEY
049800             CONTINUE
049900     END-READ
050000     IF fileStatusZwrk NOT = "00"
050100         MOVE SPACES TO ZWRK-RECORD
050200         MOVE workOperation TO ZWRK-OPERATION-CODE
050300         MOVE workDegreeX TO ZWRK-ROOT-DEGREE
050400         MOVE workNumber TO ZWRK-NUMBER
050500         MOVE workResult TO ZWRK-RESULT
050600         MOVE 1 TO ZWRK-RECORD-COUNT
050700         MOVE workStamp TO ZWRK-FIRST-STAMP
050800         MOVE workStamp TO ZWRK-LAST-STAMP
050900         MOVE workRunIdX TO ZWRK-LOW-RUN-ID
051000         MOVE workRunIdX TO ZWRK-HIGH-RUN-ID
051100         MOVE workRunIdX TO ZWRK-LAST-RUN-ID
051200         WRITE ZWRK-RECORD
051300             INVALID KEY
051400                 ADD 1 TO workErrorCount
051500         END-WRITE
051600         GO TO 4000-EXIT
051700     END-IF
051800*
051900     ADD 1 TO ZWRK-RECORD-COUNT
052000     IF workStamp < ZWRK-FIRST-STAMP
052100         MOVE workStamp TO ZWRK-FIRST-STAMP
052200     END-IF
052300     IF workStamp > ZWRK-LAST-STAMP
052400         MOVE workStamp TO ZWRK-LAST-STAMP
052500         MOVE workRunIdX TO ZWRK-LAST-RUN-ID
052600     END-IF
052700*    the old 57-byte layout carries no run id; it never
052800*    narrows a range another record gave
052900     IF workRunIdX NOT = SPACES
053000         IF ZWRK-LOW-RUN-ID = SPACES
053100                 OR workRunIdX < ZWRK-LOW-RUN-ID
053200             MOVE workRunIdX TO ZWRK-LOW-RUN-ID
053300         END-IF
053400         IF workRunIdX > ZWRK-HIGH-RUN-ID
053500             MOVE workRunIdX TO ZWRK-HIGH-RUN-ID
053600         END-IF
053700     END-IF
053800     REWRITE ZWRK-RECORD
053900         INVALID KEY
054000             ADD 1 TO workErrorCount
054100     END-REWRITE.
054200*
054300 4000-EXIT.
054400     EXIT.
054500*
054600*----------------------------------------------------------
054700* 4500-PARSE-HISTORY-RECORD - settle which layout the raw
054800* record was written in and widen it into the work fields.
054900* Column 36 is a space only in the old six-decimal layouts
055000* (17-digit number ending in column 35); in the current
055100* layout it is inside the 20-digit number.  Old six-decimal
055200* values widen through the signed MOVE; the 57-byte layout
055300* simply has no run id and reads back spaces there.  A
055400* record that parses under neither layout is skipped.  The
055500* degree an old record left blank is the one its operation
055600* implies.
055700*----------------------------------------------------------
055800 4500-PARSE-HISTORY-RECORD.
055900     MOVE "N" TO parseGoodFlag
056000     IF histRawRecord(1:8) NOT NUMERIC
056100         GO TO 4500-EXIT
056200     END-IF
056300     MOVE histRawRecord(1:8) TO workDate
056400     MOVE histRawRecord(10:8) TO workTimeX
056500*
056600     IF histRawRecord(36:1) = SPACE
056700         MOVE histRawRecord(19:17) TO oldValueText
056800         IF oldValue NOT NUMERIC
056900             GO TO 4500-EXIT
057000         END-IF
057100         MOVE oldValue TO workNumber
057200         MOVE histRawRecord(37:17) TO oldValueText
057300         IF oldValue NOT NUMERIC
057400             GO TO 4500-EXIT
057500         END-IF
057600         MOVE oldValue TO workResult
057700         MOVE histRawRecord(55:1) TO workOperation
057800         MOVE histRawRecord(56:2) TO workDegreeX
057900         MOVE histRawRecord(59:6) TO workRunIdX
058000     ELSE
058100         MOVE histRawRecord(19:20) TO newValueText
058200         IF newValue NOT NUMERIC
058300             GO TO 4500-EXIT
058400         END-IF
058500         MOVE newValue TO workNumber
058600         MOVE histRawRecord(40:20) TO newValueText
058700         IF newValue NOT NUMERIC
058800             GO TO 4500-EXIT
058900         END-IF
059000         MOVE newValue TO workResult
059100         MOVE histRawRecord(61:1) TO workOperation
059200         MOVE histRawRecord(62:2) TO workDegreeX
059300         MOVE histRawRecord(65:6) TO workRunIdX
059400     END-IF
059500*
059600     IF workOperation = SPACE
059700         MOVE "S" TO workOperation
059800     END-IF
059900     IF workDegreeX = SPACES
060000         EVALUATE workOperation
060100             WHEN "S"
060200                 MOVE "02" TO workDegreeX
060300             WHEN "C"
060400                 MOVE "03" TO workDegreeX
060500         END-EVALUATE
060600     END-IF
060700     SET parseGoodYes TO TRUE.
060800*
060900 4500-EXIT.
061000     EXIT.
061100*
061200*----------------------------------------------------------
061300* 5000-AUDIT-ANSWERS - walk the work file in key order; each
061400* key's answers arrive together, and the key is judged when
061500* the next key (or the end of the file) shows up.
061600*----------------------------------------------------------
061700 5000-AUDIT-ANSWERS.
061800     IF anyOpenFailedYes
061900         GO TO 5000-EXIT
062000     END-IF
062100     MOVE "KEYS FLAGGED (SQRTHIST, SQRTARCV, SQRTMAST)"
062200         TO rptSectionLine
062300     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
062400*
062500     MOVE LOW-VALUES TO ZWRK-KEY
062600     START CAUD-WORK-FILE KEY IS NOT LESS THAN ZWRK-KEY
062700         INVALID KEY
062800             SET endOfWorkYes TO TRUE
062900     END-START
063000     PERFORM 5100-READ-ONE-ANSWER THRU 5100-EXIT
063100         UNTIL endOfWorkYes
063200     IF groupOpenYes
063300         PERFORM 6000-JUDGE-KEY THRU 6000-EXIT
063400     END-IF
063500     IF flaggedKeyCount = 0
063600         MOVE "  NONE" TO ZRPT-LINE
063700         WRITE ZRPT-LINE
063800     END-IF.
063900*
064000 5000-EXIT.
064100     EXIT.
064200*
064300 5100-READ-ONE-ANSWER.
064400     READ CAUD-WORK-FILE NEXT RECORD
064500         AT END
064600             SET endOfWorkYes TO TRUE
064700             GO TO 5100-EXIT
064800     END-READ
064900     ADD 1 TO answerCount
065000     IF groupOpenYes AND ZWRK-QUESTION NOT = groupQuestion
065100         PERFORM 6000-JUDGE-KEY THRU 6000-EXIT
065200     END-IF
065300     IF NOT groupOpenYes
065400         PERFORM 5200-START-KEY THRU 5200-EXIT
065500     END-IF
065600     PERFORM 5300-ADD-ANSWER THRU 5300-EXIT.
065700*
065800 5100-EXIT.
065900     EXIT.
066000*
066100 5200-START-KEY.
066200     MOVE ZWRK-QUESTION TO groupQuestion
066300     SET groupOpenYes TO TRUE
066400     ADD 1 TO keyCount
066500     MOVE ZEROS TO groupAnswerCount
066600     MOVE ZEROS TO answerUsedCount
066700     MOVE ZWRK-RESULT TO groupLowResult
066800     MOVE ZWRK-RESULT TO groupHighResult
066900     MOVE LOW-VALUES TO groupLastStamp.
067000*
067100 5200-EXIT.
067200     EXIT.
067300*
067400 5300-ADD-ANSWER.
067500     ADD 1 TO groupAnswerCount
067600     IF ZWRK-RESULT < groupLowResult
067700         MOVE ZWRK-RESULT TO groupLowResult
067800     END-IF
067900     IF ZWRK-RESULT > groupHighResult
068000         MOVE ZWRK-RESULT TO groupHighResult
068100     END-IF
068200     IF ZWRK-LAST-STAMP > groupLastStamp
068300         MOVE ZWRK-LAST-STAMP TO groupLastStamp
068400         MOVE ZWRK-LAST-DATE TO groupLastDate
068500         MOVE ZWRK-RESULT TO groupLastResult
068600         MOVE ZWRK-LAST-RUN-ID TO groupLastRunId
068700     END-IF
068800     IF answerUsedCount >= 40
068900         GO TO 5300-EXIT
069000     END-IF
069100     ADD 1 TO answerUsedCount
069200     MOVE ZWRK-RESULT TO ansTblResult(answerUsedCount)
069300     MOVE ZWRK-RECORD-COUNT TO ansTblRecordCount(answerUsedCount)
069400     MOVE ZWRK-FIRST-DATE TO ansTblFirstDate(answerUsedCount)
069500     MOVE ZWRK-LAST-DATE TO ansTblLastDate(answerUsedCount)
069600     MOVE ZWRK-LOW-RUN-ID TO ansTblLowRunId(answerUsedCount)
069700     MOVE ZWRK-HIGH-RUN-ID TO ansTblHighRunId(answerUsedCount).
069800*
069900 5300-EXIT.
070000     EXIT.
070100*
070200*----------------------------------------------------------
070300* 6000-JUDGE-KEY - the gathered key's spread against the
070400* threshold, and the master's current result against the
070500* last answer handed out; a key failing either is listed with
070600* every answer it was given.
070700*----------------------------------------------------------
070800 6000-JUDGE-KEY.
070900     MOVE "N" TO groupOpenFlag
071000     MOVE "N" TO groupDisagreesFlag
071100     COMPUTE groupSpread = groupHighResult - groupLowResult
071200     IF groupSpread > threshold
071300         SET groupDisagreesYes TO TRUE
071400         ADD 1 TO keysDisagreeCount
071500     ELSE
071600         IF groupAnswerCount > 1
071700             ADD 1 TO keysWithinCount
071800         END-IF
071900     END-IF
072000*
072100     PERFORM 6100-CHECK-MASTER THRU 6100-EXIT
072200     IF NOT groupDisagreesYes AND NOT masterDiffers
072300         GO TO 6000-EXIT
072400     END-IF
072500*
072600     ADD 1 TO flaggedKeyCount
072700     PERFORM 6200-WRITE-KEY THRU 6200-EXIT.
072800*
072900 6000-EXIT.
073000     EXIT.
073100*
073200*----------------------------------------------------------
073300* 6100-CHECK-MASTER - the master holds the magnitude's
073400* result; a negative number's answer is that result negated.
073500*----------------------------------------------------------
073600 6100-CHECK-MASTER.
073700     SET masterNotChecked TO TRUE
073800     IF masterOpenFailedYes OR groupDegreeX NOT NUMERIC
073900         GO TO 6100-EXIT
074000     END-IF
074100     MOVE groupOperation TO MAST-OPERATION-CODE
074200     MOVE groupDegree TO MAST-ROOT-DEGREE
074300     IF groupNumber < 0
074400         COMPUTE masterMagnitude = 0 - groupNumber
074500     ELSE
074600         MOVE groupNumber TO masterMagnitude
074700     END-IF
074800     MOVE masterMagnitude TO MAST-NUMBER
074900     READ CAUD-MASTER-FILE
075000         INVALID KEY
075100             CONTINUE
075200     END-READ
075300     IF fileStatusMast NOT = "00"
075400         SET masterNotHeld TO TRUE
075500         ADD 1 TO masterNotHeldCount
075600         GO TO 6100-EXIT
075700     END-IF
075800*
075900     IF groupNumber < 0
076000         COMPUTE masterSignedResult = 0 - MAST-RESULT
076100     ELSE
076200         MOVE MAST-RESULT TO masterSignedResult
076300     END-IF
076400     IF masterSignedResult > groupLastResult
076500         COMPUTE masterSpread =
076600             masterSignedResult - groupLastResult
076700     ELSE
076800         COMPUTE masterSpread =
076900             groupLastResult - masterSignedResult
077000     END-IF
077100     IF masterSpread > threshold
077200         SET masterDiffers TO TRUE
077300         ADD 1 TO masterDiffersCount
077400     ELSE
077500         SET masterAgrees TO TRUE
077600     END-IF.
077700*
077800 6100-EXIT.
077900     EXIT.
078000*
078100*----------------------------------------------------------
078200* 6200-WRITE-KEY - the flagged key, each answer it was given
078300* (the last one handed out marked LAST), its spread, and the
078400* master's current result.
078500*----------------------------------------------------------
078600 6200-WRITE-KEY.
078700     MOVE SPACES TO ZRPT-LINE
078800     WRITE ZRPT-LINE
078900     MOVE groupOperation TO RPT-KEY-OPER
079000     MOVE groupDegreeX TO RPT-KEY-DEGREE
079100     MOVE groupNumber TO RPT-KEY-NUMBER
079200     EVALUATE TRUE
079300         WHEN groupDisagreesYes AND masterDiffers
079400             MOVE "ANSWERS + MASTER DIFFER" TO RPT-KEY-FLAG
079500         WHEN groupDisagreesYes
079600             MOVE "ANSWERS DISAGREE" TO RPT-KEY-FLAG
079700         WHEN OTHER
079800             MOVE "MASTER DIFFERS" TO RPT-KEY-FLAG
079900     END-EVALUATE
080000     WRITE ZRPT-LINE FROM rptKeyLine
080100     WRITE ZRPT-LINE FROM rptAnswerHeadLine
080200*
080300     MOVE ZEROS TO answerIndex
080400     PERFORM 6300-WRITE-ONE-ANSWER THRU 6300-EXIT
080500         UNTIL answerIndex >= answerUsedCount
080600*
080700     MOVE groupSpread TO RPT-SPREAD
080800     MOVE SPACES TO RPT-SPREAD-NOTE
080900     IF groupAnswerCount > answerUsedCount
081000         MOVE "MORE ANSWERS NOT LISTED" TO RPT-SPREAD-NOTE
081100     END-IF
081200     WRITE ZRPT-LINE FROM rptSpreadLine
081300*
081400     MOVE ZEROS TO RPT-MASTER-RESULT
081500     EVALUATE TRUE
081600         WHEN masterDiffers
081700             MOVE masterSignedResult TO RPT-MASTER-RESULT
081800             MOVE "DIFFERS FROM THE LAST ANSWER"
081900                 TO RPT-MASTER-NOTE
082000         WHEN masterAgrees
082100             MOVE masterSignedResult TO RPT-MASTER-RESULT
082200             MOVE "AGREES WITH THE LAST ANSWER"
082300                 TO RPT-MASTER-NOTE
082400         WHEN masterNotHeld
082500             MOVE "NOT ON THE MASTER" TO RPT-MASTER-NOTE
082600         WHEN OTHER
082700             MOVE "NOT CHECKED" TO RPT-MASTER-NOTE
082800     END-EVALUATE
082900     WRITE ZRPT-LINE FROM rptMasterLine.
083000*
083100 6200-EXIT.
083200     EXIT.
083300*
083400 6300-WRITE-ONE-ANSWER.
083500     ADD 1 TO answerIndex
083600     MOVE SPACES TO rptAnswerLine
083700     MOVE ansTblResult(answerIndex) TO RPT-ANS-RESULT
083800     MOVE ansTblRecordCount(answerIndex) TO RPT-ANS-COUNT
083900     MOVE ansTblFirstDate(answerIndex) TO RPT-ANS-FIRST
084000     MOVE ansTblLastDate(answerIndex) TO RPT-ANS-LAST
084100     MOVE SPACES TO editRunIds
084200     EVALUATE TRUE
084300         WHEN ansTblLowRunId(answerIndex) = SPACES
084400             MOVE "NONE" TO editRunIds
084500         WHEN ansTblLowRunId(answerIndex)
084600                 = ansTblHighRunId(answerIndex)
084700             MOVE ansTblLowRunId(answerIndex) TO editRunIdLow
084800         WHEN OTHER
084900             MOVE ansTblLowRunId(answerIndex) TO editRunIdLow
085000             MOVE "-" TO editRunIdDash
085100             MOVE ansTblHighRunId(answerIndex) TO editRunIdHigh
085200     END-EVALUATE
085300     MOVE editRunIds TO RPT-ANS-RUN-IDS
085400     IF ansTblResult(answerIndex) = groupLastResult
085500         MOVE "LAST" TO RPT-ANS-MARK
085600     END-IF
085700     WRITE ZRPT-LINE FROM rptAnswerLine.
085800*
085900 6300-EXIT.
086000     EXIT.
086100*
086200*----------------------------------------------------------
086300* 8000-TERMINATE - set the return code, print the totals and
086400* the verdict, and close every open file.
086500*----------------------------------------------------------
086600 8000-TERMINATE.
086700     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT
086800*
086900     IF NOT reportOpenFailedYes
087000         PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
087100         CLOSE CAUD-REPORT-FILE
087200     END-IF
087300     IF NOT historyOpenFailedYes
087400         CLOSE HIST-INPUT-FILE
087500     END-IF
087600     IF NOT archiveOpenFailedYes
087700         CLOSE ARCV-INPUT-FILE
087800     END-IF
087900     IF NOT masterOpenFailedYes
088000         CLOSE CAUD-MASTER-FILE
088100     END-IF
088200     IF NOT workOpenFailedYes
088300         CLOSE CAUD-WORK-FILE
088400     END-IF
088500*
088600     DISPLAY "SQRTCAUD KEYS AUDITED: " keyCount
088700     DISPLAY "SQRTCAUD KEYS DISAGREEING: " keysDisagreeCount
088800     DISPLAY "SQRTCAUD MASTER DIFFERS: " masterDiffersCount.
088900*
089000 8000-EXIT.
089100     EXIT.
089200*
089300 8100-WRITE-TOTALS.
089400     MOVE "TOTALS" TO rptSectionLine
089500     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
089600     MOVE "  LIVE RECORDS READ  . . . . : " TO RPT-COUNT-LABEL
089700     MOVE histReadCount TO RPT-COUNT-VALUE
089800     WRITE ZRPT-LINE FROM rptCountLine
089900     IF archiveOpenFailedYes
090000         MOVE "  ARCHIVES NOT AUDITED - NO GENERATIONS OPEN"
090100             TO ZRPT-LINE
090200         WRITE ZRPT-LINE
090300     ELSE
090400         MOVE "  ARCHIVE RECORDS READ . . . : " TO RPT-COUNT-LABEL
090500         MOVE arcvReadCount TO RPT-COUNT-VALUE
090600         WRITE ZRPT-LINE FROM rptCountLine
090700     END-IF
090800     MOVE "    NOT PARSED, SKIPPED  . . : " TO RPT-COUNT-LABEL
090900     MOVE unparsedCount TO RPT-COUNT-VALUE
091000     WRITE ZRPT-LINE FROM rptCountLine
091100     IF workErrorCount > 0
091200         MOVE "    NOT FOLDED (WORK FILE) . : " TO RPT-COUNT-LABEL
091300         MOVE workErrorCount TO RPT-COUNT-VALUE
091400         WRITE ZRPT-LINE FROM rptCountLine
091500     END-IF
091600     MOVE "  KEYS (OP/DEGREE/NUMBER)  . : " TO RPT-COUNT-LABEL
091700     MOVE keyCount TO RPT-COUNT-VALUE
091800     WRITE ZRPT-LINE FROM rptCountLine
091900     MOVE "  DISTINCT ANSWERS . . . . . : " TO RPT-COUNT-LABEL
092000     MOVE answerCount TO RPT-COUNT-VALUE
092100     WRITE ZRPT-LINE FROM rptCountLine
092200     MOVE "  KEYS VARYING WITHIN LIMIT  : " TO RPT-COUNT-LABEL
092300     MOVE keysWithinCount TO RPT-COUNT-VALUE
092400     WRITE ZRPT-LINE FROM rptCountLine
092500     MOVE "  KEYS DISAGREEING . . . . . : " TO RPT-COUNT-LABEL
092600     MOVE keysDisagreeCount TO RPT-COUNT-VALUE
092700     WRITE ZRPT-LINE FROM rptCountLine
092800     IF masterOpenFailedYes
092900         MOVE "  MASTER NOT CHECKED - SQRTMAST NOT OPEN"
093000             TO ZRPT-LINE
093100         WRITE ZRPT-LINE
093200     ELSE
093300         MOVE "  MASTER DIFFERS FROM LAST . : " TO RPT-COUNT-LABEL
093400         MOVE masterDiffersCount TO RPT-COUNT-VALUE
093500         WRITE ZRPT-LINE FROM rptCountLine
093600         MOVE "  KEYS NOT ON THE MASTER . . : " TO RPT-COUNT-LABEL
093700         MOVE masterNotHeldCount TO RPT-COUNT-VALUE
093800         WRITE ZRPT-LINE FROM rptCountLine
093900     END-IF
094000*
094100     MOVE SPACES TO ZRPT-LINE
094200     WRITE ZRPT-LINE
094300     EVALUATE jobReturnCode
094400         WHEN 0
094500             MOVE "EVERY KEY WAS ANSWERED CONSISTENTLY"
094600                 TO rptVerdictLine
094700         WHEN 4
094800             MOVE "ANSWERS DISAGREE - REVIEW FOR RESTATEMENT"
094900                 TO rptVerdictLine
095000         WHEN 8
095100             MOVE "MASTER DIFFERS FROM ANSWERS HANDED OUT"
095200                 TO rptVerdictLine
095300         WHEN OTHER
095400             MOVE "AUDIT NOT COMPLETED - SEE JOB LOG"
095500                 TO rptVerdictLine
095600     END-EVALUATE
095700     WRITE ZRPT-LINE FROM rptVerdictLine.
095800*
095900 8100-EXIT.
096000     EXIT.
096100*
096200 8150-WRITE-SECTION-HEAD.
096300     MOVE SPACES TO ZRPT-LINE
096400     WRITE ZRPT-LINE
096500     WRITE ZRPT-LINE FROM rptSectionLine.
096600*
096700 8150-EXIT.
096800     EXIT.
096900*
097000*----------------------------------------------------------
097100* 8200-SET-RETURN-CODE - 8 when the master has moved off
097200* an answer already handed out, 4 when history holds
097300* disagreeing answers.
097400*----------------------------------------------------------
097500 8200-SET-RETURN-CODE.
097600     MOVE 0 TO jobReturnCode
097700     IF keysDisagreeCount > 0
097800         MOVE 4 TO jobReturnCode
097900     END-IF
098000     IF masterDiffersCount > 0
098100         MOVE 8 TO jobReturnCode
098200     END-IF
098300     IF anyOpenFailedYes
098400         MOVE 16 TO jobReturnCode
098500     END-IF.
098600*
098700 8200-EXIT.
098800     EXIT.
