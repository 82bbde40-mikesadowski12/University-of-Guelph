000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTREGM: REQUESTER REGISTRY MAINTENANCE
000600*
000700* The server-mode registry (SQRTREGY, REGLAYT copybook) decides
000800* who may ask SQRT for answers, how many a day, and who may shut
000900* the server down, yet it was kept by editing the dataset by
001000* hand - nobody could say who raised a cap or who flagged an id
001100* as an operations console.  This program is now the only way
001200* the registry changes.  It loads the registry, applies the
001300* SQRTWTRN transaction cards (RGTLAYT copybook) in order, and
001400* writes the maintained registry to SQRTWNEW for the job to copy
001500* back over SQRTREGY:
001600*
001700*   A - add a requester       C - change a requester
001800*   D - delete a requester    S - suspend a requester
001900*   R - reinstate a suspended requester
002000*
002100* A card is rejected, changing nothing, when it adds an id that
002200* is already on the registry, names an id that is not, carries a
002300* cap that is not five digits or a console flag other than Y or
002400* N, suspends an id already suspended (or reinstates one that is
002500* not), has no REQUESTED-BY, or would take away the last active
002600* console id - without one nobody can stop the server.
002700*
002800* The console flag is under change control: any card that grants
002900* or removes it, or deletes, suspends or reinstates a console id,
003000* must also carry APPROVED-BY naming an active console id other
003100* than the requester's own.  Only while the registry holds no
003200* active console at all (the very first console being added) is
003300* any non-blank second id accepted.
003400*
003500* Every applied card writes an audit record (RGALAYT copybook)
003600* to SQRTWAUD: the date and time, the action, who asked, who
003700* approved, and the registry record before and after.  SQRTWAUD
003720* holds this run's records only; the job appends them to the
003740* permanent audit trail only when its SWAP step runs, so the
003760* trail never records a change the live registry did not take.
003800* The SQRTWRPT report lists every card with APPLIED or the
003900* reason it was rejected.
004000*
004100* Return codes, checked by the SWAP step in SQRTREGJ:
004200*    RC=0    every transaction applied
004300*    RC=4    one or more transactions rejected - the rest were
004400*            applied and the replacement is still good
004500*    RC=12   records read plus added less deleted does not equal
004600*            records written - leave the live registry alone
004700*    RC=16   a file could not be opened, an audit or registry
004800*            record could not be written, or the registry is
004850*            too big to maintain
004900*
005000* Modification history:
005100*   2026-10-15 MJS  Original member.
005120*   2026-10-15 MJS  An audit or replacement registry record
005140*                   that will not write fails the run with
005160*                   RC=16, so the SWAP step leaves SQRTREGY be.
005165*   2026-10-15 MJS  Write the audit records to a fresh SQRTWAUD
005170*                   each run; SQRTREGJ appends them to the
005175*                   permanent trail only when it swaps the
005180*                   replacement registry in.
005200* -------------------------------------------------------------
005300*
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. SQRTREGM.
005600*
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT REGY-IN-FILE ASSIGN TO "SQRTREGY"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS fileStatusRegy.
006300     SELECT REGY-NEW-FILE ASSIGN TO "SQRTWNEW"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS fileStatusWnew.
006600     SELECT REGY-TRAN-FILE ASSIGN TO "SQRTWTRN"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS fileStatusWtrn.
006900     SELECT REGY-AUDIT-FILE ASSIGN TO "SQRTWAUD"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS fileStatusWaud.
007200     SELECT REGY-REPORT-FILE ASSIGN TO "SQRTWRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS fileStatusWrpt.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  REGY-IN-FILE.
007900 COPY REGLAYT REPLACING ==:PFX:== BY ==REG-==.
008000*
008100 FD  REGY-NEW-FILE.
008200 COPY REGLAYT REPLACING ==:PFX:== BY ==WNEW-==.
008300*
008400 FD  REGY-TRAN-FILE.
008500 COPY RGTLAYT REPLACING ==:PFX:== BY ==RGT-==.
008600*
008700 FD  REGY-AUDIT-FILE.
008800 COPY RGALAYT REPLACING ==:PFX:== BY ==RGA-==.
008900*
009000 FD  REGY-REPORT-FILE.
009100 01  WRPT-LINE                   PIC X(80).
009200*
009300 WORKING-STORAGE SECTION.
009400 01  fileStatusRegy              PIC X(02) VALUE SPACES.
009500 01  fileStatusWnew              PIC X(02) VALUE SPACES.
009600 01  fileStatusWtrn              PIC X(02) VALUE SPACES.
009700 01  fileStatusWaud              PIC X(02) VALUE SPACES.
009800 01  fileStatusWrpt              PIC X(02) VALUE SPACES.
009900 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
010000     88  anyOpenFailedYes            VALUE "Y".
010100 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
010200     88  reportOpenFailedYes         VALUE "Y".
010300 01  registryTooBigFlag          PIC X(01) VALUE "N".
010400     88  registryTooBigYes           VALUE "Y".
010420 01  writeFailedFlag             PIC X(01) VALUE "N".
010440     88  writeFailedYes              VALUE "Y".
010500*
010600 01  endOfInputSwitch            PIC X(01) VALUE 'N'.
010700     88  endOfInputYes               VALUE 'Y'.
010800 01  regEofSwitch                PIC X(01) VALUE 'N'.
010900     88  regEofYes                   VALUE 'Y'.
011000*
011100*    the registry held in storage while the cards are applied;
011200*    a deleted entry stays in its slot, flagged, is not written
011300*    out, and is the first slot a later add reuses.  SQRT loads
011400*    at most 100 requesters, so that is the most this program
011500*    lets the registry hold.
011600 01  registryTable.
011700     05  regyUsedCount           PIC 9(03) VALUE ZEROS.
011800     05  regyEntry OCCURS 100.
011900         10  regyImage.
012000             15  regyId          PIC X(08).
012100             15  FILLER          PIC X(01).
012200             15  regyConsoleFlag PIC X(01).
012300             15  FILLER          PIC X(01).
012400             15  regyDailyCap    PIC X(05).
012500             15  FILLER          PIC X(01).
012600             15  regyDepartment  PIC X(20).
012700             15  FILLER          PIC X(01).
012800             15  regyStatus      PIC X(01).
012900         10  regyDeletedFlag     PIC X(01).
013000 01  regyIndex                   PIC 9(03) VALUE ZEROS.
013100 01  regyMatchIndex              PIC 9(03) VALUE ZEROS.
013200 01  regyFoundFlag               PIC X(01) VALUE 'N'.
013300     88  regyFoundYes                VALUE 'Y'.
013400 01  regySearchId                PIC X(08) VALUE SPACES.
013500 01  regyLiveCount               PIC 9(03) VALUE ZEROS.
013600 01  consoleActiveCount          PIC 9(03) VALUE ZEROS.
013700*
013800*    the registry record before and after the card in hand,
013900*    and what the card does to the console flag
014000 COPY REGLAYT REPLACING ==:PFX:== BY ==BREG-==.
014100 COPY REGLAYT REPLACING ==:PFX:== BY ==AREG-==.
014200 01  beforeConsoleFlag           PIC X(01) VALUE SPACES.
014300 01  beforeConsoleActiveFlag     PIC X(01) VALUE 'N'.
014400     88  beforeConsoleActiveYes      VALUE 'Y'.
014500 01  afterConsoleActiveFlag      PIC X(01) VALUE 'N'.
014600     88  afterConsoleActiveYes       VALUE 'Y'.
014700 01  consoleTouchedFlag          PIC X(01) VALUE 'N'.
014800     88  consoleTouchedYes           VALUE 'Y'.
014900 01  tranRejectReason            PIC X(34) VALUE SPACES.
015000*
015100 01  regyReadCount               PIC 9(09) VALUE ZEROS.
015200 01  regyWrittenCount            PIC 9(09) VALUE ZEROS.
015300 01  tranReadCount               PIC 9(09) VALUE ZEROS.
015400 01  tranAppliedCount            PIC 9(09) VALUE ZEROS.
015500 01  tranRejectedCount           PIC 9(09) VALUE ZEROS.
015600 01  tranAddCount                PIC 9(09) VALUE ZEROS.
015700 01  tranDeleteCount             PIC 9(09) VALUE ZEROS.
015800 01  auditWrittenCount           PIC 9(09) VALUE ZEROS.
015900*
016000 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
016100 01  runCurrentTime              PIC 9(08) VALUE ZEROS.
016200 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
016300*
016400 01  rptTitleLine.
016500     05  FILLER                  PIC X(11) VALUE SPACES.
016600     05  FILLER                  PIC X(38) VALUE
016700         "REQUESTER REGISTRY MAINTENANCE".
016800*
016900 01  rptRunDateLine.
017000     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
017100     05  RPT-RUN-DATE-OUT        PIC 9(08).
017200*
017300 01  rptTranHeadLine.
017400     05  FILLER                  PIC X(05) VALUE "ACT".
017500     05  FILLER                  PIC X(10) VALUE "ID".
017600     05  FILLER                  PIC X(10) VALUE "REQ BY".
017700     05  FILLER                  PIC X(10) VALUE "APPR BY".
017800     05  FILLER                  PIC X(06) VALUE "RESULT".
017900*
018000 01  rptTranLine.
018100     05  FILLER                  PIC X(01) VALUE SPACES.
018200     05  RPT-TRN-ACTION          PIC X(01).
018300     05  FILLER                  PIC X(03) VALUE SPACES.
018400     05  RPT-TRN-ID              PIC X(08).
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  RPT-TRN-REQUESTED-BY    PIC X(08).
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  RPT-TRN-APPROVED-BY     PIC X(08).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  RPT-TRN-RESULT          PIC X(45).
019100*
019200 01  rptCountLine.
019300     05  RPT-COUNT-LABEL         PIC X(31).
019400     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
019500*
019600 01  rptVerdictLine              PIC X(50) VALUE SPACES.
019700*
019800 PROCEDURE DIVISION.
019900*
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020200     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
020300         UNTIL endOfInputYes
020400     PERFORM 3000-WRITE-REGISTRY THRU 3000-EXIT
020500     PERFORM 8000-TERMINATE THRU 8000-EXIT
020600     MOVE jobReturnCode TO RETURN-CODE
020700     STOP RUN.
020800*
020900*----------------------------------------------------------
021000* 1000-INITIALIZE - open the report, load the registry, then
021100* open the cards, the audit file, and the replacement.
021200*----------------------------------------------------------
021300 1000-INITIALIZE.
021400     ACCEPT runCurrentDate FROM DATE YYYYMMDD
021500     ACCEPT runCurrentTime FROM TIME
021600*
021700     OPEN OUTPUT REGY-REPORT-FILE
021800     IF fileStatusWrpt NOT = "00"
021900         DISPLAY "SQRTWRPT COULD NOT BE OPENED - STATUS "
022000             fileStatusWrpt
022100         SET anyOpenFailedYes TO TRUE
022200         SET reportOpenFailedYes TO TRUE
022300     END-IF
022400*
022500     OPEN INPUT REGY-IN-FILE
022600     IF fileStatusRegy NOT = "00"
022700         DISPLAY "SQRTREGY COULD NOT BE OPENED - STATUS "
022800             fileStatusRegy
022900         SET anyOpenFailedYes TO TRUE
023000     ELSE
023100         PERFORM 1100-LOAD-ONE-REQUESTER THRU 1100-EXIT
023200             UNTIL regEofYes
023300         CLOSE REGY-IN-FILE
023400     END-IF
023500*
023600     OPEN INPUT REGY-TRAN-FILE
023700     IF fileStatusWtrn NOT = "00"
023800         DISPLAY "SQRTWTRN COULD NOT BE OPENED - STATUS "
023900             fileStatusWtrn
024000         SET anyOpenFailedYes TO TRUE
024100     END-IF
024200*    this run's audit records only; the job appends them to
024300*    the permanent trail when it swaps the registry in
024400     OPEN OUTPUT REGY-AUDIT-FILE
024800     IF fileStatusWaud NOT = "00"
024900         DISPLAY "SQRTWAUD COULD NOT BE OPENED - STATUS "
025000             fileStatusWaud
025100         SET anyOpenFailedYes TO TRUE
025200     END-IF
025300     OPEN OUTPUT REGY-NEW-FILE
025400     IF fileStatusWnew NOT = "00"
025500         DISPLAY "SQRTWNEW COULD NOT BE OPENED - STATUS "
025600             fileStatusWnew
025700         SET anyOpenFailedYes TO TRUE
025800     END-IF
025900*
026000     IF anyOpenFailedYes OR registryTooBigYes
026100         SET endOfInputYes TO TRUE
026200         GO TO 1000-EXIT
026300     END-IF
026400*
026500     PERFORM 2900-COUNT-CONSOLES THRU 2900-EXIT
026600     IF NOT reportOpenFailedYes
026700         MOVE runCurrentDate TO RPT-RUN-DATE-OUT
026800         MOVE SPACES TO WRPT-LINE
026900         WRITE WRPT-LINE
027000         WRITE WRPT-LINE FROM rptTitleLine
027100         WRITE WRPT-LINE FROM rptRunDateLine
027200         MOVE SPACES TO WRPT-LINE
027300         WRITE WRPT-LINE
027400         WRITE WRPT-LINE FROM rptTranHeadLine
027500     END-IF.
027600*
027700 1000-EXIT.
027800     EXIT.
027900*
028000*----------------------------------------------------------
028100* 1100-LOAD-ONE-REQUESTER - a registry bigger than SQRT will
028200* load cannot be maintained safely; stop rather than write
028300* back a truncated registry.
028400*----------------------------------------------------------
028500 1100-LOAD-ONE-REQUESTER.
028600     READ REGY-IN-FILE
028700         AT END
028800             SET regEofYes TO TRUE
028900             GO TO 1100-EXIT
029000     END-READ
029100     ADD 1 TO regyReadCount
029200     IF regyUsedCount >= 100
029300         DISPLAY "SQRTREGY HOLDS MORE THAN 100 REQUESTERS - "
029400             "REGISTRY NOT MAINTAINED"
029500         SET registryTooBigYes TO TRUE
029600         SET regEofYes TO TRUE
029700         GO TO 1100-EXIT
029800     END-IF
029900     ADD 1 TO regyUsedCount
030000     MOVE REG-RECORD TO regyImage(regyUsedCount)
030100     MOVE "N" TO regyDeletedFlag(regyUsedCount)
030200     ADD 1 TO regyLiveCount.
030300*
030400 1100-EXIT.
030500     EXIT.
030600*
030700*----------------------------------------------------------
030800* 2000-APPLY-TRANSACTION - one card: validate it against the
030900* registry as it stands after the cards before it, then apply
031000* it and audit it, or reject it.
031100*----------------------------------------------------------
031200 2000-APPLY-TRANSACTION.
031300     READ REGY-TRAN-FILE
031400         AT END
031500             SET endOfInputYes TO TRUE
031600             GO TO 2000-EXIT
031700     END-READ
031800     IF RGT-RECORD = SPACES
031900         GO TO 2000-EXIT
032000     END-IF
032100     ADD 1 TO tranReadCount
032200*
032300     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT
032400     IF tranRejectReason NOT = SPACES
032500         ADD 1 TO tranRejectedCount
032600         PERFORM 7000-WRITE-TRAN-LINE THRU 7000-EXIT
032700         GO TO 2000-EXIT
032800     END-IF
032900*
033000     EVALUATE TRUE
033100         WHEN RGT-ADD
033200             IF regyMatchIndex = 0
033300                 ADD 1 TO regyUsedCount
033400                 MOVE regyUsedCount TO regyMatchIndex
033500             END-IF
033600             MOVE AREG-RECORD TO regyImage(regyMatchIndex)
033700             MOVE "N" TO regyDeletedFlag(regyMatchIndex)
033800             ADD 1 TO regyLiveCount
033900             ADD 1 TO tranAddCount
034000         WHEN RGT-DELETE
034100             MOVE "Y" TO regyDeletedFlag(regyMatchIndex)
034200             SUBTRACT 1 FROM regyLiveCount
034300             ADD 1 TO tranDeleteCount
034400         WHEN OTHER
034500             MOVE AREG-RECORD TO regyImage(regyMatchIndex)
034600     END-EVALUATE
034700     ADD 1 TO tranAppliedCount
034800     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
034900     PERFORM 2900-COUNT-CONSOLES THRU 2900-EXIT
035000     PERFORM 7000-WRITE-TRAN-LINE THRU 7000-EXIT.
035100*
035200 2000-EXIT.
035300     EXIT.
035400*
035500*----------------------------------------------------------
035600* 2100-VALIDATE-TRANSACTION - work out the before and after
035700* images for the card and set tranRejectReason if it must not
035800* be applied.  regyMatchIndex is the slot to change (for an
035900* add, a free slot or zero to append).
036000*----------------------------------------------------------
036100 2100-VALIDATE-TRANSACTION.
036200     MOVE SPACES TO tranRejectReason
036300     MOVE SPACES TO BREG-RECORD
036400     MOVE SPACES TO AREG-RECORD
036500     MOVE ZEROS TO regyMatchIndex
036600*
036700     IF NOT RGT-ADD AND NOT RGT-CHANGE AND NOT RGT-DELETE
036800             AND NOT RGT-SUSPEND AND NOT RGT-REINSTATE
036900         MOVE "ACTION NOT A, C, D, S OR R" TO tranRejectReason
037000         GO TO 2100-EXIT
037100     END-IF
037200     IF RGT-REQUESTER-ID = SPACES
037300         MOVE "REQUESTER ID MISSING" TO tranRejectReason
037400         GO TO 2100-EXIT
037500     END-IF
037600     IF RGT-REQUESTED-BY = SPACES
037700         MOVE "REQUESTED-BY MISSING" TO tranRejectReason
037800         GO TO 2100-EXIT
037900     END-IF
038000     IF RGT-CONSOLE-FLAG NOT = SPACE AND NOT = "Y"
038100             AND NOT = "N"
038200         MOVE "CONSOLE FLAG NOT Y OR N" TO tranRejectReason
038300         GO TO 2100-EXIT
038400     END-IF
038500*
038600     MOVE RGT-REQUESTER-ID TO regySearchId
038700     PERFORM 2150-FIND-REQUESTER THRU 2150-EXIT
038800     IF RGT-ADD
038900         PERFORM 2200-VALIDATE-ADD THRU 2200-EXIT
039000     ELSE
039100         PERFORM 2300-VALIDATE-UPDATE THRU 2300-EXIT
039200     END-IF
039300     IF tranRejectReason NOT = SPACES
039400         GO TO 2100-EXIT
039500     END-IF
039600*
039700     PERFORM 2400-VALIDATE-CONSOLE THRU 2400-EXIT.
039800*
039900 2100-EXIT.
040000     EXIT.
040100*
040200*----------------------------------------------------------
040300* 2150-FIND-REQUESTER - look regySearchId up among the live
040400* entries; regyMatchIndex is its slot when found.
040500*----------------------------------------------------------
040600 2150-FIND-REQUESTER.
040700     MOVE "N" TO regyFoundFlag
040800     MOVE ZEROS TO regyIndex
040900     PERFORM 2160-CHECK-ONE-REQUESTER THRU 2160-EXIT
041000         UNTIL regyFoundYes OR regyIndex >= regyUsedCount.
041100*
041200 2150-EXIT.
041300     EXIT.
041400*
041500 2160-CHECK-ONE-REQUESTER.
041600     ADD 1 TO regyIndex
041700     IF regyDeletedFlag(regyIndex) = "N"
041800             AND regyId(regyIndex) = regySearchId
041900         MOVE regyIndex TO regyMatchIndex
042000         SET regyFoundYes TO TRUE
042100     END-IF.
042200*
042300 2160-EXIT.
042400     EXIT.
042500*
042600*----------------------------------------------------------
042700* 2200-VALIDATE-ADD - a new id with a five-digit cap; reuse a
042800* slot deleted earlier in the run before growing the table.
042900*----------------------------------------------------------
043000 2200-VALIDATE-ADD.
043100     IF regyFoundYes
043200         MOVE "DUPLICATE REQUESTER ID" TO tranRejectReason
043300         GO TO 2200-EXIT
043400     END-IF
043500     IF RGT-DAILY-CAP NOT NUMERIC
043600         MOVE "DAILY CAP NOT NUMERIC" TO tranRejectReason
043700         GO TO 2200-EXIT
043800     END-IF
043900     IF regyLiveCount >= 100
044000         MOVE "REGISTRY FULL - SQRT LOADS 100"
044100             TO tranRejectReason
044200         GO TO 2200-EXIT
044300     END-IF
044400*
044500     MOVE ZEROS TO regyMatchIndex
044600     MOVE ZEROS TO regyIndex
044700     PERFORM 2210-CHECK-ONE-FREE-SLOT THRU 2210-EXIT
044800         UNTIL regyMatchIndex > 0 OR regyIndex >= regyUsedCount
044900*
045000     MOVE "N" TO beforeConsoleFlag
045100     MOVE RGT-REQUESTER-ID TO AREG-REQUESTER-ID
045200     MOVE "N" TO AREG-CONSOLE-FLAG
045300     IF RGT-CONSOLE-FLAG NOT = SPACE
045400         MOVE RGT-CONSOLE-FLAG TO AREG-CONSOLE-FLAG
045500     END-IF
045600     MOVE RGT-DAILY-CAP TO AREG-DAILY-CAP
045700     MOVE RGT-DEPARTMENT TO AREG-DEPARTMENT
045800     SET AREG-ACTIVE TO TRUE.
045900*
046000 2200-EXIT.
046100     EXIT.
046200*
046300 2210-CHECK-ONE-FREE-SLOT.
046400     ADD 1 TO regyIndex
046500     IF regyDeletedFlag(regyIndex) = "Y"
046600         MOVE regyIndex TO regyMatchIndex
046700     END-IF.
046800*
046900 2210-EXIT.
047000     EXIT.
047100*
047200*----------------------------------------------------------
047300* 2300-VALIDATE-UPDATE - change, delete, suspend or reinstate
047400* an id already on the registry.  A blank field on a change
047500* leaves the registry value as it is.
047600*----------------------------------------------------------
047700 2300-VALIDATE-UPDATE.
047800     IF NOT regyFoundYes
047900         MOVE "REQUESTER ID NOT ON REGISTRY" TO tranRejectReason
048000         GO TO 2300-EXIT
048100     END-IF
048200     MOVE regyImage(regyMatchIndex) TO BREG-RECORD
048300     MOVE BREG-RECORD TO AREG-RECORD
048400     MOVE BREG-CONSOLE-FLAG TO beforeConsoleFlag
048500*
048600     EVALUATE TRUE
048700         WHEN RGT-CHANGE
048800             IF RGT-CONSOLE-FLAG = SPACE
048900                     AND RGT-DAILY-CAP = SPACES
049000                     AND RGT-DEPARTMENT = SPACES
049100                 MOVE "NOTHING TO CHANGE" TO tranRejectReason
049200                 GO TO 2300-EXIT
049300             END-IF
049400             IF RGT-DAILY-CAP NOT = SPACES
049500                 IF RGT-DAILY-CAP NOT NUMERIC
049600                     MOVE "DAILY CAP NOT NUMERIC"
049700                         TO tranRejectReason
049800                     GO TO 2300-EXIT
049900                 END-IF
050000                 MOVE RGT-DAILY-CAP TO AREG-DAILY-CAP
050100             END-IF
050200             IF RGT-CONSOLE-FLAG NOT = SPACE
050300                 MOVE RGT-CONSOLE-FLAG TO AREG-CONSOLE-FLAG
050400             END-IF
050500             IF RGT-DEPARTMENT NOT = SPACES
050600                 MOVE RGT-DEPARTMENT TO AREG-DEPARTMENT
050700             END-IF
050800         WHEN RGT-DELETE
050900             MOVE SPACES TO AREG-RECORD
051000         WHEN RGT-SUSPEND
051100             IF BREG-SUSPENDED
051200                 MOVE "ALREADY SUSPENDED" TO tranRejectReason
051300                 GO TO 2300-EXIT
051400             END-IF
051500             SET AREG-SUSPENDED TO TRUE
051600         WHEN RGT-REINSTATE
051700             IF NOT BREG-SUSPENDED
051800                 MOVE "NOT SUSPENDED" TO tranRejectReason
051900                 GO TO 2300-EXIT
052000             END-IF
052100             SET AREG-ACTIVE TO TRUE
052200     END-EVALUATE.
052300*
052400 2300-EXIT.
052500     EXIT.
052600*
052700*----------------------------------------------------------
052800* 2400-VALIDATE-CONSOLE - change control on the console flag:
052900* a card that grants or removes it, or deletes, suspends or
053000* reinstates a console id, needs a second, console-holding
053100* approver; and the last active console may not be taken away.
053200*----------------------------------------------------------
053300 2400-VALIDATE-CONSOLE.
053400     MOVE "N" TO consoleTouchedFlag
053500     MOVE "N" TO beforeConsoleActiveFlag
053600     MOVE "N" TO afterConsoleActiveFlag
053700     IF BREG-CONSOLE-FLAG = "Y" AND BREG-ACTIVE
053800             AND NOT RGT-ADD
053900         SET beforeConsoleActiveYes TO TRUE
054000     END-IF
054100     IF AREG-CONSOLE-FLAG = "Y" AND AREG-ACTIVE
054200             AND NOT RGT-DELETE
054300         SET afterConsoleActiveYes TO TRUE
054400     END-IF
054500*
054600*    a delete's after image is all spaces - no console flag
054700     IF AREG-CONSOLE-FLAG NOT = beforeConsoleFlag
054800         IF AREG-CONSOLE-FLAG = "Y" OR beforeConsoleFlag = "Y"
054900             SET consoleTouchedYes TO TRUE
055000         END-IF
055100     END-IF
055200     IF beforeConsoleFlag = "Y"
055300         IF RGT-SUSPEND OR RGT-REINSTATE OR RGT-DELETE
055400             SET consoleTouchedYes TO TRUE
055500         END-IF
055600     END-IF
055700     IF NOT consoleTouchedYes
055800         GO TO 2400-EXIT
055900     END-IF
056000*
056100     IF RGT-APPROVED-BY = SPACES
056200         MOVE "CONSOLE CHANGE NEEDS APPROVED-BY"
056300             TO tranRejectReason
056400         GO TO 2400-EXIT
056500     END-IF
056600     IF RGT-APPROVED-BY = RGT-REQUESTED-BY
056700         MOVE "CONSOLE CHANGE SELF-APPROVED" TO tranRejectReason
056800         GO TO 2400-EXIT
056900     END-IF
057000*    until the registry holds an active console there is no one
057100*    to approve the first, so any second id is accepted
057200     IF consoleActiveCount > 0
057300         MOVE RGT-APPROVED-BY TO regySearchId
057400         PERFORM 2150-FIND-REQUESTER THRU 2150-EXIT
057500         IF NOT regyFoundYes
057600             MOVE "APPROVER IS NOT AN ACTIVE CONSOLE"
057700                 TO tranRejectReason
057800             GO TO 2400-EXIT
057900         END-IF
058000         IF regyConsoleFlag(regyMatchIndex) NOT = "Y"
058100                 OR regyStatus(regyMatchIndex) NOT = SPACE
058200             MOVE "APPROVER IS NOT AN ACTIVE CONSOLE"
058300                 TO tranRejectReason
058400             GO TO 2400-EXIT
058500         END-IF
058600*        the search moved regyMatchIndex; put the card's own
058700*        slot back
058800         MOVE RGT-REQUESTER-ID TO regySearchId
058900         PERFORM 2150-FIND-REQUESTER THRU 2150-EXIT
059000         IF RGT-ADD
059100             PERFORM 2420-RESTORE-ADD-SLOT THRU 2420-EXIT
059200         END-IF
059300     END-IF
059400*
059500     IF beforeConsoleActiveYes AND NOT afterConsoleActiveYes
059600         IF consoleActiveCount <= 1
059700             MOVE "LAST ACTIVE CONSOLE ID" TO tranRejectReason
059800             GO TO 2400-EXIT
059900         END-IF
060000     END-IF.
060100*
060200 2400-EXIT.
060300     EXIT.
060400*
060500*----------------------------------------------------------
060600* 2420-RESTORE-ADD-SLOT - an add's target slot is the first
060700* deleted slot, or zero to append.
060800*----------------------------------------------------------
060900 2420-RESTORE-ADD-SLOT.
061000     MOVE ZEROS TO regyMatchIndex
061100     MOVE ZEROS TO regyIndex
061200     PERFORM 2210-CHECK-ONE-FREE-SLOT THRU 2210-EXIT
061300         UNTIL regyMatchIndex > 0 OR regyIndex >= regyUsedCount.
061400*
061500 2420-EXIT.
061600     EXIT.
061700*
061800*----------------------------------------------------------
061900* 2800-WRITE-AUDIT - the before and after images of an applied
062000* card, with who asked and who approved.
062100*----------------------------------------------------------
062200 2800-WRITE-AUDIT.
062300     MOVE SPACES TO RGA-RECORD
062400     MOVE runCurrentDate TO RGA-DATE
062500     MOVE runCurrentTime(1:6) TO RGA-TIME
062600     MOVE RGT-ACTION TO RGA-ACTION
062700     MOVE RGT-REQUESTED-BY TO RGA-REQUESTED-BY
062800     MOVE RGT-APPROVED-BY TO RGA-APPROVED-BY
062900     MOVE BREG-RECORD TO RGA-BEFORE-IMAGE
063000     MOVE AREG-RECORD TO RGA-AFTER-IMAGE
063100     WRITE RGA-RECORD
063200     IF fileStatusWaud NOT = "00"
063210         DISPLAY "SQRTWAUD WRITE FAILED - STATUS "
063220             fileStatusWaud
063230         SET writeFailedYes TO TRUE
063240     ELSE
063250         ADD 1 TO auditWrittenCount
063260     END-IF.
063300*
063400 2800-EXIT.
063500     EXIT.
063600*
063700*----------------------------------------------------------
063800* 2900-COUNT-CONSOLES - active console ids on the registry as
063900* it now stands.
064000*----------------------------------------------------------
064100 2900-COUNT-CONSOLES.
064200     MOVE ZEROS TO consoleActiveCount
064300     MOVE ZEROS TO regyIndex
064400     PERFORM 2910-COUNT-ONE-CONSOLE THRU 2910-EXIT
064500         UNTIL regyIndex >= regyUsedCount.
064600*
064700 2900-EXIT.
064800     EXIT.
064900*
065000 2910-COUNT-ONE-CONSOLE.
065100     ADD 1 TO regyIndex
065200     IF regyDeletedFlag(regyIndex) = "N"
065300             AND regyConsoleFlag(regyIndex) = "Y"
065400             AND regyStatus(regyIndex) = SPACE
065500         ADD 1 TO consoleActiveCount
065600     END-IF.
065700*
065800 2910-EXIT.
065900     EXIT.
066000*
066100*----------------------------------------------------------
066200* 3000-WRITE-REGISTRY - every live entry to the replacement
066300* registry, in the order the table holds them.
066400*----------------------------------------------------------
066500 3000-WRITE-REGISTRY.
066600     IF anyOpenFailedYes OR registryTooBigYes
066700         GO TO 3000-EXIT
066800     END-IF
066900     MOVE ZEROS TO regyIndex
067000     PERFORM 3100-WRITE-ONE-REQUESTER THRU 3100-EXIT
067100         UNTIL regyIndex >= regyUsedCount.
067200*
067300 3000-EXIT.
067400     EXIT.
067500*
067600 3100-WRITE-ONE-REQUESTER.
067700     ADD 1 TO regyIndex
067800     IF regyDeletedFlag(regyIndex) = "N"
067900         MOVE regyImage(regyIndex) TO WNEW-RECORD
068000         WRITE WNEW-RECORD
068100         IF fileStatusWnew NOT = "00"
068110             DISPLAY "SQRTWNEW WRITE FAILED - STATUS "
068120                 fileStatusWnew
068130             SET writeFailedYes TO TRUE
068140         ELSE
068150             ADD 1 TO regyWrittenCount
068160         END-IF
068200     END-IF.
068300*
068400 3100-EXIT.
068500     EXIT.
068600*
068700*----------------------------------------------------------
068800* 7000-WRITE-TRAN-LINE - one report line per card: APPLIED or
068900* the reason it was rejected.
069000*----------------------------------------------------------
069100 7000-WRITE-TRAN-LINE.
069200     IF reportOpenFailedYes
069300         GO TO 7000-EXIT
069400     END-IF
069500     MOVE RGT-ACTION TO RPT-TRN-ACTION
069600     MOVE RGT-REQUESTER-ID TO RPT-TRN-ID
069700     MOVE RGT-REQUESTED-BY TO RPT-TRN-REQUESTED-BY
069800     MOVE RGT-APPROVED-BY TO RPT-TRN-APPROVED-BY
069900     IF tranRejectReason = SPACES
070000         MOVE "APPLIED" TO RPT-TRN-RESULT
070100     ELSE
070200         MOVE SPACES TO RPT-TRN-RESULT
070300         STRING "REJECTED - " DELIMITED BY SIZE
070400             tranRejectReason DELIMITED BY SIZE
070500             INTO RPT-TRN-RESULT
070600     END-IF
070700     WRITE WRPT-LINE FROM rptTranLine.
070800*
070900 7000-EXIT.
071000     EXIT.
071100*
071200*----------------------------------------------------------
071300* 8000-TERMINATE - prove the counts, set the return code,
071400* print the totals, and close everything still open.
071500*----------------------------------------------------------
071600 8000-TERMINATE.
071700     MOVE 0 TO jobReturnCode
071800     IF tranRejectedCount > 0
071900         MOVE 4 TO jobReturnCode
072000     END-IF
072100     IF regyReadCount + tranAddCount - tranDeleteCount
072200             NOT = regyWrittenCount
072300         MOVE 12 TO jobReturnCode
072400     END-IF
072500     IF anyOpenFailedYes OR registryTooBigYes OR writeFailedYes
072600         MOVE 16 TO jobReturnCode
072700     END-IF
072800*
072900     IF NOT reportOpenFailedYes
073000         PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
073100         CLOSE REGY-REPORT-FILE
073200     END-IF
073300     IF NOT anyOpenFailedYes
073400         CLOSE REGY-TRAN-FILE
073500         CLOSE REGY-AUDIT-FILE
073600         CLOSE REGY-NEW-FILE
073700     END-IF
073800*
073900     DISPLAY "SQRTREGM TRANSACTIONS READ: " tranReadCount
074000     DISPLAY "SQRTREGM APPLIED: " tranAppliedCount
074100     DISPLAY "SQRTREGM REJECTED: " tranRejectedCount
074200     DISPLAY "SQRTREGM REGISTRY RECORDS WRITTEN: "
074300         regyWrittenCount.
074400*
074500 8000-EXIT.
074600     EXIT.
074700*
074800 8100-WRITE-TOTALS.
074900     MOVE SPACES TO WRPT-LINE
075000     WRITE WRPT-LINE
075100     MOVE "REGISTRY RECORDS READ  . . . : " TO RPT-COUNT-LABEL
075200     MOVE regyReadCount TO RPT-COUNT-VALUE
075300     WRITE WRPT-LINE FROM rptCountLine
075400     MOVE "TRANSACTIONS READ  . . . . . : " TO RPT-COUNT-LABEL
075500     MOVE tranReadCount TO RPT-COUNT-VALUE
075600     WRITE WRPT-LINE FROM rptCountLine
075700     MOVE "  APPLIED  . . . . . . . . . : " TO RPT-COUNT-LABEL
075800     MOVE tranAppliedCount TO RPT-COUNT-VALUE
075900     WRITE WRPT-LINE FROM rptCountLine
076000     MOVE "  REJECTED . . . . . . . . . : " TO RPT-COUNT-LABEL
076100     MOVE tranRejectedCount TO RPT-COUNT-VALUE
076200     WRITE WRPT-LINE FROM rptCountLine
076300     MOVE "  OF WHICH ADDS  . . . . . . : " TO RPT-COUNT-LABEL
076400     MOVE tranAddCount TO RPT-COUNT-VALUE
076500     WRITE WRPT-LINE FROM rptCountLine
076600     MOVE "  OF WHICH DELETES . . . . . : " TO RPT-COUNT-LABEL
076700     MOVE tranDeleteCount TO RPT-COUNT-VALUE
076800     WRITE WRPT-LINE FROM rptCountLine
076900     MOVE "AUDIT RECORDS WRITTEN  . . . : " TO RPT-COUNT-LABEL
077000     MOVE auditWrittenCount TO RPT-COUNT-VALUE
077100     WRITE WRPT-LINE FROM rptCountLine
077200     MOVE "REGISTRY RECORDS WRITTEN . . : " TO RPT-COUNT-LABEL
077300     MOVE regyWrittenCount TO RPT-COUNT-VALUE
077400     WRITE WRPT-LINE FROM rptCountLine
077500     MOVE "ACTIVE CONSOLE IDS . . . . . : " TO RPT-COUNT-LABEL
077600     MOVE consoleActiveCount TO RPT-COUNT-VALUE
077700     WRITE WRPT-LINE FROM rptCountLine
077800*
077900     MOVE SPACES TO WRPT-LINE
078000     WRITE WRPT-LINE
078100     EVALUATE jobReturnCode
078200         WHEN 0
078300             MOVE "ALL TRANSACTIONS APPLIED" TO rptVerdictLine
078400         WHEN 4
078500             MOVE "SOME TRANSACTIONS REJECTED - SEE ABOVE"
078600                 TO rptVerdictLine
078700         WHEN 12
078800             MOVE "COUNTS DO NOT BALANCE - REGISTRY NOT REPLACED"
078900                 TO rptVerdictLine
079000         WHEN OTHER
079100             MOVE "MAINTENANCE NOT RUN - SEE JOB LOG"
079200                 TO rptVerdictLine
079300     END-EVALUATE
079320     IF writeFailedYes
079340         MOVE "RECORD NOT WRITTEN - REGISTRY NOT REPLACED"
079360             TO rptVerdictLine
079380     END-IF
079400     WRITE WRPT-LINE FROM rptVerdictLine.
079500*
079600 8100-EXIT.
079700     EXIT.
