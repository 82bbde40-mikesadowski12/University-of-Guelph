003400*                 past their daily cap CAPPED, and the server
003450*                 stops only for operation X from a registered
003500*                 operations console.
003510*                 Its place on SQRTREQ and each requester's
003520*                 count for the day are checkpointed to
003530*                 SQRTSCKP after every answer, so a server
003540*                 restarted the same day carries on where it
003550*                 stopped, under the run id and with the
003560*                 counts it had - one run-log record covers
003570*                 the day's session - and every response
003580*                 echoes the requester's own correlation id.
003600*   anything else (or nothing) - INTERACTIVE.  Numbers are keyed
003700*                 in one at a time with ACCEPT, as before.
003800* Either way every calculated result is appended, with a
015348*                   SQRTRNUM directly when no handoff is
015349*                   supplied - two parallel shard jobs could
015350*                   both read the same number under DISP=SHR.
015352*   2026-10-15 MJS  Journal every results master add and
015353*                   last-used rewrite to SQRTMJRN (JRNLAYT
015354*                   copybook) with the run id and the time,
015355*                   so SQRTMRCV can roll a restored backup
015356*                   forward.  A master whose journal will not
015357*                   open is not updated unjournaled - the run
015358*                   treats the master as unavailable instead.
015359*   2026-10-15 MJS  Carry the worklist department code onto
015360*                   the results record and the reject record,
015361*                   so SQRTDIST can cut each department its
015362*                   own feed and a resubmitted reject goes
015363*                   back to the department that sent it.
015364*   2026-10-15 MJS  A requester the registry marks suspended
015365*                   is never matched, so the server answers it
015366*                   UNAUTH until SQRTREGM reinstates it.
015367*   2026-10-15 MJS  Checkpoint the server's place on SQRTREQ
015368*                   and the requester's count for the day to
015369*                   SQRTSCKP after every answer; a restart the
015370*                   same day replays it instead of answering
015371*                   the file again from the top and resetting
015372*                   the caps.  An answer written just before
015373*                   a stop is found by counting SQRTRSP and
015374*                   is not given twice.  Echo the request's
015375*                   correlation id on the response.
015376*   2026-10-15 MJS  A batch run appends a step-timing record
015377*                   (run id, start and end, records in and
015378*                   out, return code) to SQRTSTIM through
015379*                   SQRTTIMR, for the batch-window report.
015380*   2026-10-15 MJS  A failed SQRTMJRN write takes the results
015381*                   master out of use for the rest of the run,
015382*                   as a journal that will not open does, and
015383*                   the run ends RC 8.
015384*   2026-10-15 MJS  Carry the accepted, rejected, and overflow
015385*                   counts on every SQRTSCKP record.  A server
015386*                   restarted the same day takes them and its
015387*                   run id back from the checkpoint and logs
015388*                   one cumulative, restarted run-log record
015389*                   under that id.
015390* -------------------------------------------------------------
015400*
015500 IDENTIFICATION DIVISION.
015600 PROGRAM-ID. SQRT.
018500     SELECT SQRT-RESPONSE-FILE ASSIGN TO "SQRTRSP"
018600         ORGANIZATION IS LINE SEQUENTIAL
018700         FILE STATUS IS fileStatusRsp.
018710     SELECT SQRT-SCKP-FILE ASSIGN TO "SQRTSCKP"
018720         ORGANIZATION IS LINE SEQUENTIAL
018730         FILE STATUS IS fileStatusSckp.
018800     SELECT SQRT-RUNLOG-FILE ASSIGN TO "SQRTRLOG"
018900         ORGANIZATION IS LINE SEQUENTIAL
019000         FILE STATUS IS fileStatusRlog.
019300         ACCESS MODE IS RANDOM
019400         RECORD KEY IS MAST-KEY
019500         FILE STATUS IS fileStatusMast.
019510     SELECT SQRT-JOURNAL-FILE ASSIGN TO "SQRTMJRN"
019520         ORGANIZATION IS LINE SEQUENTIAL
019530         FILE STATUS IS fileStatusMjrn.
019600*
019700 DATA DIVISION.
019800 FILE SECTION.
023100 FD  SQRT-MASTER-FILE.
023200 COPY MASTLAYT REPLACING ==:PFX:== BY ==MAST-==.
023300*
023320 FD  SQRT-JOURNAL-FILE.
023340 COPY JRNLAYT REPLACING ==:PFX:== BY ==JRN-==.
023360*
023400 FD  SQRT-RUNLOG-FILE.
023500 COPY RLOGLAYT REPLACING ==:PFX:== BY ==RLOG-==.
023600*
023900*
024000 FD  SQRT-RESPONSE-FILE.
024100 COPY RSPLAYT REPLACING ==:PFX:== BY ==RSP-==.
024105*
024110 FD  SQRT-SCKP-FILE.
024115 01  SCKP-RECORD.
024120     05  SCKP-DATE               PIC 9(08).
024125     05  FILLER                  PIC X(01) VALUE SPACE.
024130     05  SCKP-RUN-ID             PIC 9(06).
024135     05  FILLER                  PIC X(01) VALUE SPACE.
024140     05  SCKP-CONSUMED-COUNT     PIC 9(09).
024145     05  FILLER                  PIC X(01) VALUE SPACE.
024150     05  SCKP-RESPONSE-COUNT     PIC 9(09).
024155     05  FILLER                  PIC X(01) VALUE SPACE.
024160     05  SCKP-REQUESTER-ID       PIC X(08).
024165     05  FILLER                  PIC X(01) VALUE SPACE.
024170     05  SCKP-USED-TODAY         PIC 9(05).
024175     05  FILLER                  PIC X(01) VALUE SPACE.
024180     05  SCKP-CORRELATION-ID     PIC X(16).
024182     05  FILLER                  PIC X(01) VALUE SPACE.
024184     05  SCKP-ACCEPTED-COUNT     PIC 9(09).
024186     05  FILLER                  PIC X(01) VALUE SPACE.
024188     05  SCKP-REJECTED-COUNT     PIC 9(09).
024190     05  FILLER                  PIC X(01) VALUE SPACE.
024192     05  SCKP-OVERFLOW-COUNT     PIC 9(09).
024200*
024300 WORKING-STORAGE SECTION.
024400 COPY NUMLAYT REPLACING ==:PFX:== BY ==NUMLAYT-==.
027410 01  fileStatusRegy              PIC X(02) VALUE SPACES.
027420 01  registryOpenFailedFlag      PIC X(01) VALUE "N".
027430     88  registryOpenFailedYes       VALUE "Y".
027432 01  fileStatusSckp              PIC X(02) VALUE SPACES.
027434 01  sckpOpenFailedFlag          PIC X(01) VALUE "N".
027436     88  sckpOpenFailedYes           VALUE "Y".
027440 01  fileStatusRnum              PIC X(02) VALUE SPACES.
027442 01  fileStatusRnid              PIC X(02) VALUE SPACES.
027450*
028000     88  masterUnavailableYes        VALUE "Y".
028100 01  masterFileOpenedFlag        PIC X(01) VALUE "N".
028200     88  masterFileOpened            VALUE "Y".
028220 01  journalWriteFailedFlag      PIC X(01) VALUE "N".
028240     88  journalWriteFailedYes       VALUE "Y".
028300 01  masterHitFlag               PIC X(01) VALUE "N".
028400     88  masterHitYes                VALUE "Y".
028500     88  masterHitNo                 VALUE "N".
028510 01  fileStatusMjrn              PIC X(02) VALUE SPACES.
028520 01  journalActionCode           PIC X(01) VALUE SPACE.
028600*
028700 01  runMaxIterations            PIC 9(02) VALUE 33.
028800 01  runDecimalPlaces            PIC 9(01) VALUE 9.
030890         10  reqrConsoleFlag     PIC X(01).
030892         10  reqrDailyCap        PIC 9(05).
030894         10  reqrUsedToday       PIC 9(05).
030895         10  reqrStatus          PIC X(01).
030896 01  reqrIndex                   PIC 9(03) VALUE ZEROS.
030898 01  reqrMatchIndex              PIC 9(03) VALUE ZEROS.
030900 01  reqrFoundFlag               PIC X(01) VALUE 'N'.
030910 01  rptUnauthCount              PIC 9(09) VALUE ZEROS.
030912 01  rptCappedCount              PIC 9(09) VALUE ZEROS.
030914*
030916*    the server checkpoint (SQRTSCKP): one record appended
030918*    after every answer, so a server restarted the same day
030920*    picks up its place on SQRTREQ and every requester's
030922*    count for the day.  responsesWrittenCount is the number
030924*    of records on SQRTRSP; one more response than the last
030926*    checkpoint knew of means the server stopped between
030928*    answering a request and checkpointing it.
030930 01  responsesWrittenCount       PIC 9(09) VALUE ZEROS.
030932 01  sckpResponseCount           PIC 9(09) VALUE ZEROS.
030933 01  lastResponseStatus          PIC X(10) VALUE SPACES.
030934 01  sckpFileOpenedFlag          PIC X(01) VALUE 'N'.
030936     88  sckpFileOpened              VALUE 'Y'.
030938 01  sckpEofSwitch               PIC X(01) VALUE 'N'.
030940     88  sckpEofYes                  VALUE 'Y'.
030942 01  rspEofSwitch                PIC X(01) VALUE 'N'.
030944     88  rspEofYes                   VALUE 'Y'.
030946 01  serverResumeFlag            PIC X(01) VALUE 'N'.
030948     88  serverResumeYes             VALUE 'Y'.
030950 01  resumeAnsweredFlag          PIC X(01) VALUE 'N'.
030952     88  resumeAnsweredYes           VALUE 'Y'.
030954*    the id 3140-FIND-REQUESTER looks up
030956 01  reqrSearchId                PIC X(08) VALUE SPACES.
030958*
031000 01  counter                     PIC 9(09) VALUE ZEROS.
031100 01  negativeFlag                PIC 9(11)V9(09) VALUE ZEROS.
031200*
032100 01  runRootDegreeX              PIC X(02) VALUE "02".
032200 01  runRootDegree REDEFINES runRootDegreeX
032300                                 PIC 9(02).
032310*    the department that sent the worklist record, carried
032320*    through to the results and reject records; blank in
032330*    server and interactive mode, which have no department
032340 01  runDeptCode                 PIC X(04) VALUE SPACES.
032400 01  opInvalidFlag               PIC X(01) VALUE 'N'.
032500     88  opInvalidYes                VALUE 'Y'.
032510*
037000*
037100 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
037200*
037220*    this step's record on the nightly step-timing log
037240 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
037260*
037300 01  rptTitleLine.
037400     05  FILLER                  PIC X(11) VALUE SPACES.
037500     05  FILLER                  PIC X(38) VALUE
041300     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
041400         UNTIL endOfInputYes
041500     PERFORM 8000-TERMINATE THRU 8000-EXIT
041550     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
041600     MOVE jobReturnCode TO RETURN-CODE
041700     STOP RUN.
041800*
068400         SET masterUnavailableYes TO TRUE
068500     ELSE
068600         SET masterFileOpened TO TRUE
068602     END-IF
068604*
068606*    every change to the master is journaled so a damaged
068608*    cluster can be rolled forward from its last backup; a
068610*    master changed without its journal could never be
068612*    recovered exactly, so no journal means no master
068614     IF masterFileOpened
068616         OPEN EXTEND SQRT-JOURNAL-FILE
068618         IF fileStatusMjrn NOT = "00"
068620             OPEN OUTPUT SQRT-JOURNAL-FILE
068622         END-IF
068624         IF fileStatusMjrn NOT = "00"
068626             DISPLAY "SQRTMJRN COULD NOT BE OPENED - STATUS "
068628                 fileStatusMjrn
068630             DISPLAY "RESULTS MASTER UNAVAILABLE - EVERY NUMBER "
068632                 "WILL BE CALCULATED"
068634             CLOSE SQRT-MASTER-FILE
068636             MOVE "N" TO masterFileOpenedFlag
068638             SET masterUnavailableYes TO TRUE
068640         END-IF
068700     END-IF.
068800*
068900 1500-EXIT.
071000     EXIT.
071100*
071200*----------------------------------------------------------
071202* 1650-COUNT-RESPONSES - how many answers SQRTRSP already
071204* holds; none at all the first time the file is used.
071206*----------------------------------------------------------
071208 1650-COUNT-RESPONSES.
071210     MOVE ZEROS TO responsesWrittenCount
071212     OPEN INPUT SQRT-RESPONSE-FILE
071214     IF fileStatusRsp NOT = "00"
071216         GO TO 1650-EXIT
071218     END-IF
071220     PERFORM 1660-COUNT-ONE-RESPONSE THRU 1660-EXIT
071222         UNTIL rspEofYes
071224     CLOSE SQRT-RESPONSE-FILE.
071226*
071228 1650-EXIT.
071230     EXIT.
071232*
071234 1660-COUNT-ONE-RESPONSE.
071236     READ SQRT-RESPONSE-FILE
071238         AT END
071240             SET rspEofYes TO TRUE
071242             GO TO 1660-EXIT
071244     END-READ
071246     ADD 1 TO responsesWrittenCount
071247     MOVE RSP-STATUS TO lastResponseStatus.
071248*
071250 1660-EXIT.
071252     EXIT.
071254*
071256*----------------------------------------------------------
071257* 1670-RESTORE-SESSION - take the server back up from one of
071258* today's SQRTSCKP records: its place on SQRTREQ, the answers
071259* SQRTRSP then held, and the run id and counts so far, so the
071260* day's session logs one cumulative run-log record under the
071261* id its first start drew.  The id drawn for a restart is
071262* left unused.
071263*----------------------------------------------------------
071264 1670-RESTORE-SESSION.
071265     SET serverResumeYes TO TRUE
071266     MOVE SCKP-CONSUMED-COUNT TO requestsConsumedCount
071267     MOVE SCKP-CONSUMED-COUNT TO runlogRestartFrom
071268     MOVE SCKP-RESPONSE-COUNT TO sckpResponseCount
071269     MOVE SCKP-RUN-ID TO runId
071270     MOVE SCKP-ACCEPTED-COUNT TO rptAcceptedCount
071271     MOVE SCKP-REJECTED-COUNT TO rptRejectedCount
071272     MOVE SCKP-OVERFLOW-COUNT TO rptOverflowCount.
071273*
071274 1670-EXIT.
071275     EXIT.
071276*
071277*----------------------------------------------------------
071278* 1680-COUNT-LOST-ANSWER - the answer on SQRTRSP the last
071279* checkpoint never saw was counted by its status before the
071280* stop; count it again the same way.
071281*----------------------------------------------------------
071282 1680-COUNT-LOST-ANSWER.
071283     EVALUATE lastResponseStatus
071284         WHEN "OK"
071285             ADD 1 TO rptAcceptedCount
071286         WHEN "INVALID"
071287             ADD 1 TO rptRejectedCount
071288         WHEN "OVERFLOW"
071289             ADD 1 TO rptOverflowCount
071290     END-EVALUATE.
071291*
071292 1680-EXIT.
071293     EXIT.
071294*
071295*----------------------------------------------------------
071300* 1700-OPEN-SERVER-FILES - the request file other systems
071400* drop records on, and the response file they read answers
071500* back off; responses are appended so a requester can pick
072300         SET endOfInputYes TO TRUE
072400         SET requestOpenFailedYes TO TRUE
072500     END-IF
072520*
072540*    count what is already on SQRTRSP before appending to it;
072560*    a restart compares that with the last checkpoint
072580     PERFORM 1650-COUNT-RESPONSES THRU 1650-EXIT
072600*
072700     OPEN EXTEND SQRT-RESPONSE-FILE
072800     IF fileStatusRsp NOT = "00"
073700         PERFORM 1750-LOAD-ONE-REQUESTER THRU 1750-EXIT
073702             UNTIL regEofYes
073704         CLOSE SQRT-REGISTRY-FILE
073706     END-IF
073707     PERFORM 1760-RESUME-SESSION THRU 1760-EXIT.
073710*
073800 1700-EXIT.
073900     EXIT.
073980     ELSE
073982         MOVE ZEROS TO reqrDailyCap(reqrUsedCount)
073984     END-IF
073985     MOVE REG-STATUS TO reqrStatus(reqrUsedCount)
073986     MOVE ZEROS TO reqrUsedToday(reqrUsedCount).
073988*
073990 1750-EXIT.
073992     EXIT.
074000*
074001*----------------------------------------------------------
074002* 1760-RESUME-SESSION - replay today's SQRTSCKP records so a
074003* restarted server keeps its place on SQRTREQ and every
074004* requester's count for the day.  An answer on SQRTRSP the last
074005* checkpoint never saw is counted but not given again; an
074006* earlier day's checkpoints are ignored.
074007*----------------------------------------------------------
074008 1760-RESUME-SESSION.
074009     IF endOfInputYes
074010         GO TO 1760-EXIT
074011     END-IF
074012     OPEN INPUT SQRT-SCKP-FILE
074013     IF fileStatusSckp = "00"
074014         PERFORM 1770-REPLAY-ONE-CKPT THRU 1770-EXIT
074015             UNTIL sckpEofYes
074016         CLOSE SQRT-SCKP-FILE
074017     END-IF
074018*
074019     IF serverResumeYes
074020         OPEN EXTEND SQRT-SCKP-FILE
074021     ELSE
074022         OPEN OUTPUT SQRT-SCKP-FILE
074023     END-IF
074024     IF fileStatusSckp NOT = "00"
074025         DISPLAY "SQRTSCKP COULD NOT BE OPENED - STATUS "
074026             fileStatusSckp
074027         DISPLAY "SERVER WILL NOT RUN WITHOUT ITS RESTART "
074028             "CHECKPOINT"
074029         SET endOfInputYes TO TRUE
074030         SET sckpOpenFailedYes TO TRUE
074031         GO TO 1760-EXIT
074032     END-IF
074033     SET sckpFileOpened TO TRUE
074034     IF NOT serverResumeYes
074035         GO TO 1760-EXIT
074036     END-IF
074037*
074038     IF responsesWrittenCount > sckpResponseCount
074039         SET resumeAnsweredYes TO TRUE
074040         ADD 1 TO requestsConsumedCount
074041     END-IF
074042     MOVE requestsConsumedCount TO requestSkipCount
074043     PERFORM 3130-SKIP-ONE-REQUEST THRU 3130-EXIT
074044         UNTIL requestSkipCount = 0 OR endOfInputYes
074045     IF requestsConsumedCount = 0
074046*        SQRTREQ was replaced since the stop; start it again
074047*        from the top, keeping the day's counts
074048         DISPLAY "SQRTSCKP RESUMING - SQRTREQ IS SHORTER THAN "
074049             "THE CHECKPOINT, READING IT FROM THE TOP"
074050         CLOSE SQRT-REQUEST-FILE
074051         OPEN INPUT SQRT-REQUEST-FILE
074052         IF fileStatusReq NOT = "00"
074053             DISPLAY "SQRTREQ COULD NOT BE REOPENED - STATUS "
074054                 fileStatusReq
074055             SET endOfInputYes TO TRUE
074056             SET requestOpenFailedYes TO TRUE
074057         END-IF
074058         GO TO 1760-EXIT
074059     END-IF
074060     DISPLAY "SQRTSCKP RESUMING SERVER SESSION AFTER REQUEST "
074061         requestsConsumedCount
074062     IF NOT resumeAnsweredYes
074063         GO TO 1760-EXIT
074064     END-IF
074065*    the answer is on SQRTRSP; count it against its requester
074066*    the way 3110-POLL-ONE-REQUEST did, and checkpoint it
074067     MOVE REQ-REQUESTER-ID TO reqrSearchId
074068     PERFORM 3140-FIND-REQUESTER THRU 3140-EXIT
074069     IF reqrFoundYes AND REQ-OPERATION-CODE NOT = "X"
074070         ADD 1 TO reqrUsedToday(reqrMatchIndex)
074071     END-IF
074072     PERFORM 1680-COUNT-LOST-ANSWER THRU 1680-EXIT
074073     PERFORM 3300-WRITE-SERVER-CKPT THRU 3300-EXIT
074074     DISPLAY "SQRTREQ REQUEST " requestsConsumedCount
074075         " ALREADY ANSWERED BEFORE THE STOP - NOT REPEATED".
074076*
074077 1760-EXIT.
074078     EXIT.
074079*
074080 1770-REPLAY-ONE-CKPT.
074081     READ SQRT-SCKP-FILE
074082         AT END
074083             SET sckpEofYes TO TRUE
074084             GO TO 1770-EXIT
074085     END-READ
074086     IF SCKP-DATE NOT = runCurrentDate
074087         GO TO 1770-EXIT
074088     END-IF
074089     PERFORM 1670-RESTORE-SESSION THRU 1670-EXIT
074091     MOVE SCKP-REQUESTER-ID TO reqrSearchId
074092     PERFORM 3140-FIND-REQUESTER THRU 3140-EXIT
074093     IF reqrFoundYes
074094         MOVE SCKP-USED-TODAY TO reqrUsedToday(reqrMatchIndex)
074095     END-IF.
074096*
074097 1770-EXIT.
074098     EXIT.
074099*
074100*----------------------------------------------------------
074200* 2000-PROCESS-RECORD - one worklist entry: get a number,
074300* square root it (reusing the results master when it already
082100                 MOVE IN-WORKLIST-NUMBER TO NUMLAYT-inNumber
082200                 MOVE IN-OPERATION-CODE TO runOperationCode
082300                 MOVE IN-ROOT-DEGREE TO runRootDegreeX
082310                 MOVE IN-DEPT-CODE TO runDeptCode
082400         END-READ
082500     ELSE
082600     IF runModeServer
090700     MOVE runRootDegree TO REJ-ROOT-DEGREE
090800     SET REJ-PENDING TO TRUE
090810     MOVE runId TO REJ-RUN-ID
090820     MOVE runDeptCode TO REJ-DEPT-CODE
090900     WRITE REJ-RECORD.
091000*
091100 2200-EXIT.
096060         REWRITE MAST-RECORD
096070             INVALID KEY
096080                 CONTINUE
096082             NOT INVALID KEY
096084                 MOVE "U" TO journalActionCode
096086                 PERFORM 2360-WRITE-JOURNAL THRU 2360-EXIT
096090         END-REWRITE
096100     END-IF.
096200*
098100     WRITE MAST-RECORD
098200         INVALID KEY
098300             CONTINUE
098310         NOT INVALID KEY
098320             MOVE "A" TO journalActionCode
098330             PERFORM 2360-WRITE-JOURNAL THRU 2360-EXIT
098400     END-WRITE.
098500*
098600 2350-EXIT.
098602     EXIT.
098604*
098606*----------------------------------------------------------
098608* 2360-WRITE-JOURNAL - one journal record for the master
098610* change just made: when, by which run, what kind, and the
098612* record as it now stands, for SQRTMRCV to replay.
098614*----------------------------------------------------------
098616 2360-WRITE-JOURNAL.
098618     MOVE SPACES TO JRN-RECORD
098620     MOVE recordDate TO JRN-DATE
098622     MOVE recordTime TO JRN-TIME
098624     MOVE runId TO JRN-RUN-ID
098626     MOVE journalActionCode TO JRN-ACTION
098628     MOVE MAST-RECORD TO JRN-MASTER-IMAGE
098630     WRITE JRN-RECORD
098632     IF fileStatusMjrn NOT = "00"
098634         PERFORM 2370-JOURNAL-FAILED THRU 2370-EXIT
098636     END-IF.
098638*
098640 2360-EXIT.
098642     EXIT.
098644*
098646*----------------------------------------------------------
098648* 2370-JOURNAL-FAILED - no unjournaled master, as in 1500.
098650*----------------------------------------------------------
098652 2370-JOURNAL-FAILED.
098654     DISPLAY "SQRTMJRN WRITE FAILED - STATUS " fileStatusMjrn
098656     DISPLAY "RESULTS MASTER UNAVAILABLE - EVERY NUMBER "
098658         "WILL BE CALCULATED"
098660     SET masterUnavailableYes TO TRUE
098662     SET journalWriteFailedYes TO TRUE.
098664*
098666 2370-EXIT.
098700     EXIT.
098800*
098900*----------------------------------------------------------
111700     MOVE runOperationCode TO OUT-OPERATION-CODE
111800     MOVE runRootDegree TO OUT-ROOT-DEGREE
111810     MOVE runId TO OUT-RUN-ID
111820     MOVE runDeptCode TO OUT-DEPT-CODE
111900     WRITE OUT-WORKLIST-RECORD
111910     PERFORM 2920-ACCUMULATE-FEED-HASH THRU 2920-EXIT.
112000*
116620*    nobody gets calculated - or stops the service - without
116630*    being on the registry.  The denial is answered on SQRTRSP
116640*    so the requester sees why, and the poll moves on.
116645     MOVE REQ-REQUESTER-ID TO reqrSearchId
116650     PERFORM 3140-FIND-REQUESTER THRU 3140-EXIT
116660     IF NOT reqrFoundYes
116670         MOVE "UNAUTH" TO denialStatus
116800             DISPLAY "SQRTREQ SHUTDOWN REQUEST FROM CONSOLE "
116900                 REQ-REQUESTER-ID " - SERVER STOPPING"
117000             SET endOfInputYes TO TRUE
117002*            checkpointed so a restart does not stop again
117004             PERFORM 3300-WRITE-SERVER-CKPT THRU 3300-EXIT
117010         ELSE
117020             MOVE "UNAUTH" TO denialStatus
117030             PERFORM 3250-WRITE-DENIAL THRU 3250-EXIT
121400     EXIT.
121410*
121420*----------------------------------------------------------
121430* 3140-FIND-REQUESTER - look reqrSearchId up in the
121440* registry table loaded at startup; reqrMatchIndex points at
121450* the entry when found.
121460*----------------------------------------------------------
121502*
121504 3145-CHECK-ONE-REQUESTER.
121506     ADD 1 TO reqrIndex
121508     IF reqrId(reqrIndex) = reqrSearchId
121509             AND reqrStatus(reqrIndex) NOT = "S"
121510         MOVE reqrIndex TO reqrMatchIndex
121512         SET reqrFoundYes TO TRUE
121514     END-IF.
122400     MOVE NUMLAYT-inNumber TO RSP-NUMBER
122500     MOVE runOperationCode TO RSP-OPERATION-CODE
122600     MOVE runRootDegree TO RSP-ROOT-DEGREE
122610     MOVE REQ-CORRELATION-ID TO RSP-CORRELATION-ID
122700     IF negativeFlag NOT = 0
122800         MOVE ZEROS TO RSP-RESULT
122900         MOVE "INVALID" TO RSP-STATUS
123700         END-IF
123800     END-IF
123810     MOVE recordDate TO RSP-DATE
123900     WRITE RSP-RECORD
123910     PERFORM 3290-COUNT-RESPONSE THRU 3290-EXIT.
124000*
124100 3200-EXIT.
124200     EXIT.
124312     MOVE REQ-NUMBER TO RSP-NUMBER
124314     MOVE REQ-OPERATION-CODE TO RSP-OPERATION-CODE
124316     MOVE REQ-ROOT-DEGREE TO RSP-ROOT-DEGREE
124317     MOVE REQ-CORRELATION-ID TO RSP-CORRELATION-ID
124318     MOVE ZEROS TO RSP-RESULT
124320     MOVE denialStatus TO RSP-STATUS
124322     MOVE recordDate TO RSP-DATE
124324     WRITE RSP-RECORD
124325     PERFORM 3290-COUNT-RESPONSE THRU 3290-EXIT.
124326*
124328 3250-EXIT.
124330     EXIT.
124332*
124333*----------------------------------------------------------
124334* 3290-COUNT-RESPONSE - count the answer just written to
124335* SQRTRSP and checkpoint the request it answered.
124336*----------------------------------------------------------
124337 3290-COUNT-RESPONSE.
124338     ADD 1 TO responsesWrittenCount
124339     PERFORM 3300-WRITE-SERVER-CKPT THRU 3300-EXIT.
124340*
124341 3290-EXIT.
124342     EXIT.
124343*
124344*----------------------------------------------------------
124345* 3300-WRITE-SERVER-CKPT - note on SQRTSCKP that the request
124346* just read has been dealt with, how many answers SQRTRSP
124347* now holds, and where its requester stands for the day.
124348*----------------------------------------------------------
124349 3300-WRITE-SERVER-CKPT.
124350     IF NOT sckpFileOpened
124351         GO TO 3300-EXIT
124352     END-IF
124353     MOVE SPACES TO SCKP-RECORD
124354     MOVE runCurrentDate TO SCKP-DATE
124355     MOVE runId TO SCKP-RUN-ID
124356     MOVE requestsConsumedCount TO SCKP-CONSUMED-COUNT
124357     MOVE responsesWrittenCount TO SCKP-RESPONSE-COUNT
124358     MOVE REQ-REQUESTER-ID TO SCKP-REQUESTER-ID
124359     MOVE REQ-CORRELATION-ID TO SCKP-CORRELATION-ID
124360     MOVE rptAcceptedCount TO SCKP-ACCEPTED-COUNT
124361     MOVE rptRejectedCount TO SCKP-REJECTED-COUNT
124362     MOVE rptOverflowCount TO SCKP-OVERFLOW-COUNT
124363     IF reqrFoundYes
124364         MOVE reqrUsedToday(reqrMatchIndex) TO SCKP-USED-TODAY
124365     ELSE
124366         MOVE ZEROS TO SCKP-USED-TODAY
124367     END-IF
124368     WRITE SCKP-RECORD.
124369*
124370 3300-EXIT.
124371     EXIT.
124372*
124400*----------------------------------------------------------
124500* 8000-TERMINATE - trailing report counts, close every open
124600* file, and set the job's return code.
126100     END-IF
126200     IF masterFileOpened
126300         CLOSE SQRT-MASTER-FILE
126310         CLOSE SQRT-JOURNAL-FILE
126400     END-IF
126500     IF runModeServer
126600         IF NOT requestOpenFailedYes
126800         END-IF
126900         IF NOT responseOpenFailedYes
127000             CLOSE SQRT-RESPONSE-FILE
127020         END-IF
127040         IF sckpFileOpened
127060             CLOSE SQRT-SCKP-FILE
127100         END-IF
127200     END-IF
127300     IF runModeBatch
134200     IF rptOverflowCount > 0
134300         MOVE 8 TO jobReturnCode
134400     END-IF
134420     IF journalWriteFailedYes
134440         MOVE 8 TO jobReturnCode
134460     END-IF
134500     IF inputOpenFailedYes OR outputOpenFailedYes
134600             OR reportOpenFailedYes OR historyOpenFailedYes
134700             OR rejectOpenFailedYes OR runlogOpenFailedYes
134800             OR requestOpenFailedYes OR responseOpenFailedYes
134810             OR registryOpenFailedYes OR sckpOpenFailedYes
134900         MOVE 16 TO jobReturnCode
135000     END-IF.
135100*
138300     MOVE runModeSwitch TO RLOG-RUN-MODE
138400     MOVE runMaxIterations TO RLOG-MAX-ITERATIONS
138500     MOVE runDecimalPlaces TO RLOG-DECIMAL-PLACES
138600     IF checkpointFileFound OR serverResumeYes
138700         MOVE "Y" TO RLOG-RESTART-FLAG
138800         MOVE runlogRestartFrom TO RLOG-RESTART-FROM
138900     ELSE
140190 8500-EXIT.
140200     EXIT.
140210*
140300*----------------------------------------------------------
140400* 8900-WRITE-STEP-TIMING - a batch run's record on the
140500* nightly step-timing log (SQRTSTIM, STMLAYT copybook); the
140600* start is the run's own start stamp, so it agrees with the
140700* run log.  Counts are cumulative over a checkpoint restart,
140800* as on the run log.  Server and interactive runs are not
140900* part of the nightly cycle and are not timed.
141000*----------------------------------------------------------
141100 8900-WRITE-STEP-TIMING.
141200     IF NOT runModeBatch
141300         GO TO 8900-EXIT
141400     END-IF
141500     MOVE "SQRT" TO STIM-STEP-NAME
141600     MOVE "SQRT" TO STIM-PROGRAM-NAME
141700     MOVE runId TO STIM-RUN-ID
141800     MOVE runCurrentDate TO STIM-START-DATE
141900     MOVE runCurrentTime TO STIM-START-TIME
142000     COMPUTE STIM-RECORDS-IN = rptAcceptedCount
142100         + rptRejectedCount + rptOverflowCount
142200     MOVE counter TO STIM-RECORDS-OUT
142300     MOVE jobReturnCode TO STIM-RETURN-CODE
142400     CALL "SQRTTIMR" USING STIM-RECORD.
142500*
142600 8900-EXIT.
142700     EXIT.
