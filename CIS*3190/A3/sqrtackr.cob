000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTACKR: RESULTS FEED ACKNOWLEDGMENT RECONCILIATION
000600*
000700* Every results feed LOADNEXT releases is entered on the feed
000800* register (SQRTFREG, FRGLAYT copybook) by SQRTFSND, with the
000900* record count and hash off the feed's TRL control record.  The
001000* receiving departments append an acknowledgment (SQRTACK,
001100* ACKLAYT copybook) once they have loaded a feed, carrying the
001200* run id and the count and hash they counted themselves.  This
001300* program closes the loop:
001400*
001500*   - each acknowledgment is matched to its register entry by
001600*     run id and feed id; a count and hash that both agree with
001700*     the trailer settle the entry acknowledged in balance, and
001800*     anything else settles it acknowledged out of balance;
001900*   - every entry still awaiting acknowledgment once the grace
002000*     period on the SQRTGPRM card (days since the feed was
002100*     sent, 3 when there is no card) has run out is marked
002200*     never acknowledged;
002300*   - the SQRTGRPT report lists every acknowledgment that could
002400*     not be applied and every feed out of balance or never
002500*     acknowledged, with the register totals by status.
002600*
002700* The acknowledgment file is read whole every run and is never
002800* emptied - receivers append to it whenever they like.  An
002900* acknowledgment already recorded on its entry is counted and
003000* passed over, and one dated before the acknowledgment recorded
003100* on its entry has been superseded by a reload and is counted
003200* and passed over too, so rerunning the reconciliation changes
003300* nothing.  A later acknowledgment for the same feed (a receiver
003400* that reloaded) replaces the earlier one; acknowledgments with
003500* no date, or two on the same date, take effect in file order.
003600* A feed is reported as put out of balance by this run only if
003700* it is still out of balance when the run's acknowledgments
003800* have all been applied.
003900*
004000* The return code answers for this run's events only.  A feed
004100* settled out of balance or marked never acknowledged on an
004200* earlier run stays on the report every run, but it was chased
004300* when it was first found and does not raise the code again.
004400*
004500* Return codes:
004600*    RC=0    no acknowledgment settled a feed out of balance
004700*            and no feed ran past its grace period on this run
004800*    RC=4    as RC=0, but some acknowledgments were unreadable
004900*            or named a feed that is not on the register
005000*    RC=8    a feed an acknowledgment settled this run is out
005100*            of balance once every acknowledgment is applied, or
005200*            a feed ran past its grace period this run - chase
005300*            the receiving department; or a
005400*            register entry could not be rewritten (each one is
005500*            displayed with its key and file status)
005600*    RC=16   a file could not be opened
005700*
005800* Modification history:
005900*   2026-10-15 MJS  Original member.
006000*   2026-10-15 MJS  Check every register rewrite: a failure is
006100*                   counted, displayed with its key and status,
006200*                   and ends the job RC 8.
006300*   2026-10-15 MJS  Set RC 8 only for what this run found: a
006400*                   feed settled out of balance, a feed newly
006500*                   past its grace period, or a failed rewrite.
006600*                   Feeds marked on earlier runs are still
006700*                   reported but no longer hold every night.
006800*   2026-10-15 MJS  Pass over an acknowledgment dated before the
006900*                   one recorded on its entry as superseded, and
007000*                   judge the feeds settled this run on where
007100*                   they stand once every acknowledgment is
007200*                   applied, so an old out-of-balance ack ahead
007300*                   of its reload no longer sets RC 8 nightly.
007400* -------------------------------------------------------------
007500*
007600 IDENTIFICATION DIVISION.
007700 PROGRAM-ID. SQRTACKR.
007800*
007900 ENVIRONMENT DIVISION.
008000 INPUT-OUTPUT SECTION.
008100 FILE-CONTROL.
008200     SELECT ACK-INPUT-FILE ASSIGN TO "SQRTACK"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS fileStatusAck.
008500     SELECT FREG-FILE ASSIGN TO "SQRTFREG"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
008800         RECORD KEY IS FRG-KEY
008900         FILE STATUS IS fileStatusFreg.
009000*    the same cluster walked from the top once every
009100*    acknowledgment is applied, to age and total the entries
009200     SELECT FREG-WALK-FILE ASSIGN TO "SQRTFREG"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS FRGW-KEY
009600         FILE STATUS IS fileStatusFrgw.
009700     SELECT ACKR-REPORT-FILE ASSIGN TO "SQRTGRPT"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS fileStatusGrpt.
010000     SELECT ACKR-PARM-FILE ASSIGN TO "SQRTGPRM"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS fileStatusGprm.
010300*
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  ACK-INPUT-FILE.
010700 COPY ACKLAYT REPLACING ==:PFX:== BY ==ACK-==.
010800*
010900 FD  FREG-FILE.
011000 COPY FRGLAYT REPLACING ==:PFX:== BY ==FRG-==.
011100*
011200 FD  FREG-WALK-FILE.
011300 COPY FRGLAYT REPLACING ==:PFX:== BY ==FRGW-==.
011400*
011500 FD  ACKR-REPORT-FILE.
011600 01  GRPT-LINE                   PIC X(80).
011700*
011800 FD  ACKR-PARM-FILE.
011900 01  GPRM-PARAMETER-RECORD.
012000     05  GPRM-GRACE-DAYS         PIC X(03).
012100*
012200 WORKING-STORAGE SECTION.
012300 01  fileStatusAck               PIC X(02) VALUE SPACES.
012400 01  fileStatusFreg              PIC X(02) VALUE SPACES.
012500 01  fileStatusFrgw              PIC X(02) VALUE SPACES.
012600 01  fileStatusGrpt              PIC X(02) VALUE SPACES.
012700 01  fileStatusGprm              PIC X(02) VALUE SPACES.
012800 01  anyOpenFailedFlag           PIC X(01) VALUE "N".
012900     88  anyOpenFailedYes            VALUE "Y".
013000 01  reportOpenFailedFlag        PIC X(01) VALUE "N".
013100     88  reportOpenFailedYes         VALUE "Y".
013200 01  registerOpenedFlag          PIC X(01) VALUE "N".
013300     88  registerOpenedYes           VALUE "Y".
013400*
013500 01  endOfFileSwitch             PIC X(01) VALUE 'N'.
013600     88  endOfFileYes                VALUE 'Y'.
013700*
013800*    no card, or a non-numeric one, means three days' grace
013900 01  graceDaysX                  PIC X(03) VALUE "003".
014000 01  graceDays REDEFINES graceDaysX
014100                                 PIC 9(03).
014200*
014300 01  ackReadCount                PIC 9(09) VALUE ZEROS.
014400 01  ackBalancedCount            PIC 9(09) VALUE ZEROS.
014500 01  ackOutCount                 PIC 9(09) VALUE ZEROS.
014600 01  ackRepeatCount              PIC 9(09) VALUE ZEROS.
014700 01  ackSupersededCount          PIC 9(09) VALUE ZEROS.
014800 01  ackUnknownCount             PIC 9(09) VALUE ZEROS.
014900 01  ackBadCount                 PIC 9(09) VALUE ZEROS.
015000 01  regTotalCount               PIC 9(09) VALUE ZEROS.
015100 01  regBalancedCount            PIC 9(09) VALUE ZEROS.
015200 01  regOutCount                 PIC 9(09) VALUE ZEROS.
015300 01  regAwaitingCount            PIC 9(09) VALUE ZEROS.
015400 01  regNeverCount               PIC 9(09) VALUE ZEROS.
015500 01  regNewlyLateCount           PIC 9(09) VALUE ZEROS.
015600 01  regNewlyOutCount            PIC 9(09) VALUE ZEROS.
015700 01  regOtherCount               PIC 9(09) VALUE ZEROS.
015800 01  regUpdateFailedCount        PIC 9(09) VALUE ZEROS.
015900*
016000*    the register keys an acknowledgment settled out of balance
016100*    on this run; past the table's end every entry out of
016200*    balance is taken as this run's
016300 01  outKeyTableArea.
016400     05  outKeyEntry             PIC X(14) OCCURS 1000.
016500 01  outKeyUsedCount             PIC 9(04) VALUE ZEROS.
016600 01  outKeyIndex                 PIC 9(04) VALUE ZEROS.
016700 01  outKeySearch                PIC X(14) VALUE SPACES.
016800 01  outKeyFoundFlag             PIC X(01) VALUE 'N'.
016900     88  outKeyFoundYes              VALUE 'Y'.
017000 01  outKeyTableFullFlag         PIC X(01) VALUE 'N'.
017100     88  outKeyTableFullYes          VALUE 'Y'.
017200*
017300*    day numbers (days since 0000-12-31 on the proleptic
017400*    Gregorian calendar) so a feed's age is a subtraction;
017500*    monthStartDays holds the days before each month in a
017600*    common year
017700 01  dayCalcDate                 PIC 9(08) VALUE ZEROS.
017800 01  dayCalcDateParts REDEFINES dayCalcDate.
017900     05  dayCalcYear             PIC 9(04).
018000     05  dayCalcMonth            PIC 9(02).
018100     05  dayCalcDay              PIC 9(02).
018200 01  dayNumber                   PIC 9(07) VALUE ZEROS.
018300 01  dayNumberValidFlag          PIC X(01) VALUE 'N'.
018400     88  dayNumberValidYes           VALUE 'Y'.
018500 01  dayYearsBefore              PIC 9(04) VALUE ZEROS.
018600 01  dayLeapCount4               PIC 9(04) VALUE ZEROS.
018700 01  dayLeapCount100             PIC 9(04) VALUE ZEROS.
018800 01  dayLeapCount400             PIC 9(04) VALUE ZEROS.
018900 01  dayQuotient                 PIC 9(04) VALUE ZEROS.
019000 01  dayRemainder4               PIC 9(04) VALUE ZEROS.
019100 01  dayRemainder100             PIC 9(04) VALUE ZEROS.
019200 01  dayRemainder400             PIC 9(04) VALUE ZEROS.
019300 01  monthStartValues.
019400     05  FILLER                  PIC X(36) VALUE
019500         "000031059090120151181212243273304334".
019600 01  monthStartTable REDEFINES monthStartValues.
019700     05  monthStartDays          PIC 9(03) OCCURS 12.
019800 01  todayDayNumber              PIC 9(07) VALUE ZEROS.
019900 01  feedAgeDays                 PIC 9(07) VALUE ZEROS.
020000*
020100 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
020200 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
020300*
020400 01  rptTitleLine.
020500     05  FILLER                  PIC X(11) VALUE SPACES.
020600     05  FILLER                  PIC X(42) VALUE
020700         "RESULTS FEED ACKNOWLEDGMENT RECONCILIATION".
020800*
020900 01  rptRunDateLine.
021000     05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
021100     05  RPT-RUN-DATE-OUT        PIC 9(08).
021200*
021300 01  rptGraceLine.
021400     05  FILLER                  PIC X(31)
021500         VALUE "GRACE PERIOD (DAYS) . . . . : ".
021600     05  RPT-GRACE-OUT           PIC ZZ9.
021700*
021800 01  rptSectionLine              PIC X(44) VALUE SPACES.
021900*
022000 01  rptColumnHeadLine.
022100     05  FILLER                  PIC X(08) VALUE "RUN ID".
022200     05  FILLER                  PIC X(10) VALUE "FEED".
022300     05  FILLER                  PIC X(10) VALUE "SENT".
022400     05  FILLER                  PIC X(13) VALUE "   SENT COUNT".
022500     05  FILLER                  PIC X(13) VALUE "    ACK COUNT".
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  FILLER                  PIC X(06) VALUE "STATUS".
022800*
022900 01  rptDetailLine.
023000     05  RPT-DET-RUN-ID          PIC X(06).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  RPT-DET-FEED-ID         PIC X(08).
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  RPT-DET-SENT-DATE       PIC X(08).
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  RPT-DET-SENT-COUNT      PIC ZZZ,ZZZ,ZZ9.
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  RPT-DET-ACK-COUNT       PIC ZZZ,ZZZ,ZZ9.
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  RPT-DET-TEXT            PIC X(26).
024100*
024200 01  rptCountLine.
024300     05  RPT-COUNT-LABEL         PIC X(31).
024400     05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
024500*
024600 01  rptVerdictLine              PIC X(50) VALUE SPACES.
024700*
024800 PROCEDURE DIVISION.
024900*
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025200     PERFORM 2000-APPLY-ACKNOWLEDGMENTS THRU 2000-EXIT
025300     PERFORM 3000-AGE-REGISTER THRU 3000-EXIT
025400     PERFORM 8000-TERMINATE THRU 8000-EXIT
025500     MOVE jobReturnCode TO RETURN-CODE
025600     STOP RUN.
025700*
025800*----------------------------------------------------------
025900* 1000-INITIALIZE - load the grace period, open the files,
026000* and print the report headers.
026100*----------------------------------------------------------
026200 1000-INITIALIZE.
026300     ACCEPT runCurrentDate FROM DATE YYYYMMDD
026400     MOVE runCurrentDate TO dayCalcDate
026500     PERFORM 7500-DATE-TO-DAY-NUMBER THRU 7500-EXIT
026600     MOVE dayNumber TO todayDayNumber
026700*
026800     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
026900*
027000     OPEN INPUT ACK-INPUT-FILE
027100     IF fileStatusAck NOT = "00"
027200         DISPLAY "SQRTACK COULD NOT BE OPENED - STATUS "
027300             fileStatusAck
027400         SET anyOpenFailedYes TO TRUE
027500     END-IF
027600*    a register no feed has been entered on yet is created
027700*    empty, the same create-then-reopen sequence SQRTFSND uses
027800     OPEN I-O FREG-FILE
027900     IF fileStatusFreg NOT = "00"
028000         OPEN OUTPUT FREG-FILE
028100         IF fileStatusFreg = "00"
028200             CLOSE FREG-FILE
028300             OPEN I-O FREG-FILE
028400         END-IF
028500     END-IF
028600     IF fileStatusFreg NOT = "00"
028700         DISPLAY "SQRTFREG COULD NOT BE OPENED - STATUS "
028800             fileStatusFreg
028900         SET anyOpenFailedYes TO TRUE
029000     ELSE
029100         SET registerOpenedYes TO TRUE
029200     END-IF
029300*
029400     OPEN OUTPUT ACKR-REPORT-FILE
029500     IF fileStatusGrpt NOT = "00"
029600         DISPLAY "SQRTGRPT COULD NOT BE OPENED - STATUS "
029700             fileStatusGrpt
029800         SET anyOpenFailedYes TO TRUE
029900         SET reportOpenFailedYes TO TRUE
030000     END-IF
030100*
030200     IF NOT reportOpenFailedYes
030300         MOVE runCurrentDate TO RPT-RUN-DATE-OUT
030400         WRITE GRPT-LINE FROM rptTitleLine
030500         MOVE SPACES TO GRPT-LINE
030600         WRITE GRPT-LINE
030700         WRITE GRPT-LINE FROM rptRunDateLine
030800         MOVE graceDays TO RPT-GRACE-OUT
030900         WRITE GRPT-LINE FROM rptGraceLine
031000         MOVE "ACKNOWLEDGMENTS NOT APPLIED" TO rptSectionLine
031100         PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
031200         WRITE GRPT-LINE FROM rptColumnHeadLine
031300     END-IF.
031400*
031500 1000-EXIT.
031600     EXIT.
031700*
031800*----------------------------------------------------------
031900* 1100-READ-PARAMETERS - the grace period in days is
032000* optional; no card keeps the three-day default.
032100*----------------------------------------------------------
032200 1100-READ-PARAMETERS.
032300     OPEN INPUT ACKR-PARM-FILE
032400     IF fileStatusGprm = "00"
032500         READ ACKR-PARM-FILE
032600             NOT AT END
032700                 IF GPRM-GRACE-DAYS NUMERIC
032800                     MOVE GPRM-GRACE-DAYS TO graceDaysX
032900                 END-IF
033000         END-READ
033100         CLOSE ACKR-PARM-FILE
033200     END-IF.
033300*
033400 1100-EXIT.
033500     EXIT.
033600*
033700*----------------------------------------------------------
033800* 2000-APPLY-ACKNOWLEDGMENTS - settle the register entry each
033900* acknowledgment names.
034000*----------------------------------------------------------
034100 2000-APPLY-ACKNOWLEDGMENTS.
034200     IF anyOpenFailedYes
034300         GO TO 2000-EXIT
034400     END-IF
034500     MOVE "N" TO endOfFileSwitch
034600     PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
034700         UNTIL endOfFileYes
034800     CLOSE ACK-INPUT-FILE.
034900*
035000 2000-EXIT.
035100     EXIT.
035200*
035300 2100-APPLY-ONE-ACK.
035400     READ ACK-INPUT-FILE
035500         AT END
035600             SET endOfFileYes TO TRUE
035700             GO TO 2100-EXIT
035800     END-READ
035900     ADD 1 TO ackReadCount
036000*
036100     IF ACK-RUN-ID NOT NUMERIC OR ACK-COUNT NOT NUMERIC
036200             OR ACK-HASH NOT NUMERIC
036300         ADD 1 TO ackBadCount
036400         MOVE SPACES TO rptDetailLine
036500         MOVE ACK-RECORD(1:6) TO RPT-DET-RUN-ID
036600         MOVE ACK-FEED-ID TO RPT-DET-FEED-ID
036700         MOVE "ACK UNREADABLE" TO RPT-DET-TEXT
036800         PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
036900         GO TO 2100-EXIT
037000     END-IF
037100*
037200     MOVE ACK-RUN-ID TO FRG-RUN-ID
037300     MOVE ACK-FEED-ID TO FRG-FEED-ID
037400     READ FREG-FILE
037500         INVALID KEY
037600             ADD 1 TO ackUnknownCount
037700             MOVE SPACES TO rptDetailLine
037800             MOVE ACK-RUN-ID TO RPT-DET-RUN-ID
037900             MOVE ACK-FEED-ID TO RPT-DET-FEED-ID
038000             MOVE ACK-COUNT TO RPT-DET-ACK-COUNT
038100             MOVE "NO SUCH FEED ON REGISTER" TO RPT-DET-TEXT
038200             PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
038300             GO TO 2100-EXIT
038400     END-READ
038500*
038600*    the same acknowledgment read on an earlier run
038700     IF (FRG-IN-BALANCE OR FRG-OUT-OF-BALANCE)
038800             AND FRG-ACK-COUNT = ACK-COUNT
038900             AND FRG-ACK-HASH = ACK-HASH
039000             AND (FRG-ACK-DATE = ACK-DATE OR ACK-DATE NOT NUMERIC)
039100         ADD 1 TO ackRepeatCount
039200         GO TO 2100-EXIT
039300     END-IF
039400*    older than the acknowledgment recorded: the receiver has
039500*    reloaded since, and the later acknowledgment stands
039600     IF (FRG-IN-BALANCE OR FRG-OUT-OF-BALANCE)
039700             AND ACK-DATE NUMERIC
039800             AND ACK-DATE < FRG-ACK-DATE
039900         ADD 1 TO ackSupersededCount
040000         GO TO 2100-EXIT
040100     END-IF
040200*
040300     IF ACK-DATE NUMERIC
040400         MOVE ACK-DATE TO FRG-ACK-DATE
040500     ELSE
040600         MOVE runCurrentDate TO FRG-ACK-DATE
040700     END-IF
040800     MOVE ACK-COUNT TO FRG-ACK-COUNT
040900     MOVE ACK-HASH TO FRG-ACK-HASH
041000     IF ACK-COUNT = FRG-SENT-COUNT AND ACK-HASH = FRG-SENT-HASH
041100         SET FRG-IN-BALANCE TO TRUE
041200         ADD 1 TO ackBalancedCount
041300     ELSE
041400         SET FRG-OUT-OF-BALANCE TO TRUE
041500         ADD 1 TO ackOutCount
041600         PERFORM 2200-NOTE-OUT-KEY THRU 2200-EXIT
041700     END-IF
041800     REWRITE FRG-RECORD
041900     IF fileStatusFreg NOT = "00"
042000         ADD 1 TO regUpdateFailedCount
042100         DISPLAY "SQRTFREG REWRITE FAILED - RUN " FRG-RUN-ID
042200             " FEED " FRG-FEED-ID " STATUS " fileStatusFreg
042300     END-IF.
042400*
042500 2100-EXIT.
042600     EXIT.
042700*
042800*----------------------------------------------------------
042900* 2200-NOTE-OUT-KEY - remember that this run settled the
043000* entry out of balance; 3100 judges it on where it ends up.
043100*----------------------------------------------------------
043200 2200-NOTE-OUT-KEY.
043300     MOVE FRG-KEY TO outKeySearch
043400     PERFORM 2300-FIND-OUT-KEY THRU 2300-EXIT
043500     IF outKeyFoundYes
043600         GO TO 2200-EXIT
043700     END-IF
043800     IF outKeyUsedCount >= 1000
043900         IF NOT outKeyTableFullYes
044000             DISPLAY "SQRTACKR MORE THAN 1000 FEEDS SETTLED OUT "
044100                 "OF BALANCE - ALL TAKEN AS THIS RUN'S"
044200         END-IF
044300         SET outKeyTableFullYes TO TRUE
044400         GO TO 2200-EXIT
044500     END-IF
044600     ADD 1 TO outKeyUsedCount
044700     MOVE outKeySearch TO outKeyEntry(outKeyUsedCount).
044800*
044900 2200-EXIT.
045000     EXIT.
045100*
045200*    look outKeySearch up among the keys noted this run
045300 2300-FIND-OUT-KEY.
045400     MOVE "N" TO outKeyFoundFlag
045500     MOVE ZEROS TO outKeyIndex
045600     PERFORM 2350-CHECK-ONE-OUT-KEY THRU 2350-EXIT
045700         UNTIL outKeyFoundYes OR outKeyIndex >= outKeyUsedCount.
045800*
045900 2300-EXIT.
046000     EXIT.
046100*
046200 2350-CHECK-ONE-OUT-KEY.
046300     ADD 1 TO outKeyIndex
046400     IF outKeyEntry(outKeyIndex) = outKeySearch
046500         SET outKeyFoundYes TO TRUE
046600     END-IF.
046700*
046800 2350-EXIT.
046900     EXIT.
047000*
047100*----------------------------------------------------------
047200* 3000-AGE-REGISTER - walk the register from the top: a feed
047300* still awaiting acknowledgment past the grace period is
047400* marked never acknowledged, and every entry is totalled by
047500* status; the entries needing a phone call are listed.
047600*----------------------------------------------------------
047700 3000-AGE-REGISTER.
047800     IF anyOpenFailedYes
047900         GO TO 3000-EXIT
048000     END-IF
048100     CLOSE FREG-FILE
048200     MOVE "N" TO registerOpenedFlag
048300     OPEN I-O FREG-WALK-FILE
048400     IF fileStatusFrgw NOT = "00"
048500         DISPLAY "SQRTFREG COULD NOT BE REOPENED - STATUS "
048600             fileStatusFrgw
048700         SET anyOpenFailedYes TO TRUE
048800         GO TO 3000-EXIT
048900     END-IF
049000     IF NOT reportOpenFailedYes
049100         MOVE "FEEDS OUT OF BALANCE OR NEVER ACKNOWLEDGED"
049200             TO rptSectionLine
049300         PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
049400         WRITE GRPT-LINE FROM rptColumnHeadLine
049500     END-IF
049600     MOVE "N" TO endOfFileSwitch
049700     PERFORM 3100-AGE-ONE-ENTRY THRU 3100-EXIT
049800         UNTIL endOfFileYes
049900     CLOSE FREG-WALK-FILE.
050000*
050100 3000-EXIT.
050200     EXIT.
050300*
050400 3100-AGE-ONE-ENTRY.
050500     READ FREG-WALK-FILE
050600         AT END
050700             SET endOfFileYes TO TRUE
050800             GO TO 3100-EXIT
050900     END-READ
051000     ADD 1 TO regTotalCount
051100*
051200     IF FRGW-AWAITING
051300         MOVE FRGW-SENT-DATE TO dayCalcDate
051400         PERFORM 7500-DATE-TO-DAY-NUMBER THRU 7500-EXIT
051500         IF dayNumberValidYes AND dayNumber <= todayDayNumber
051600             COMPUTE feedAgeDays = todayDayNumber - dayNumber
051700             IF feedAgeDays > graceDays
051800                 SET FRGW-NEVER-ACKED TO TRUE
051900                 ADD 1 TO regNewlyLateCount
052000                 REWRITE FRGW-RECORD
052100                 IF fileStatusFrgw NOT = "00"
052200                     ADD 1 TO regUpdateFailedCount
052300                     DISPLAY "SQRTFREG REWRITE FAILED - RUN "
052400                         FRGW-RUN-ID " FEED " FRGW-FEED-ID
052500                         " STATUS " fileStatusFrgw
052600                 END-IF
052700             END-IF
052800         END-IF
052900     END-IF
053000*
053100     EVALUATE TRUE
053200         WHEN FRGW-IN-BALANCE
053300             ADD 1 TO regBalancedCount
053400         WHEN FRGW-AWAITING
053500             ADD 1 TO regAwaitingCount
053600         WHEN FRGW-OUT-OF-BALANCE
053700             ADD 1 TO regOutCount
053800             MOVE "ACKNOWLEDGED OUT OF BALANCE" TO RPT-DET-TEXT
053900             MOVE FRGW-KEY TO outKeySearch
054000             PERFORM 2300-FIND-OUT-KEY THRU 2300-EXIT
054100             IF outKeyFoundYes OR outKeyTableFullYes
054200                 ADD 1 TO regNewlyOutCount
054300                 MOVE "ACK COUNT DISAGREES" TO RPT-DET-TEXT
054400                 IF FRGW-ACK-COUNT = FRGW-SENT-COUNT
054500                     MOVE "ACK HASH DISAGREES" TO RPT-DET-TEXT
054600                 END-IF
054700             END-IF
054800             PERFORM 3200-LIST-REGISTER-ENTRY THRU 3200-EXIT
054900         WHEN FRGW-NEVER-ACKED
055000             ADD 1 TO regNeverCount
055100             MOVE "NEVER ACKNOWLEDGED" TO RPT-DET-TEXT
055200             PERFORM 3200-LIST-REGISTER-ENTRY THRU 3200-EXIT
055300         WHEN OTHER
055400             ADD 1 TO regOtherCount
055500             MOVE "UNRECOGNIZED STATUS" TO RPT-DET-TEXT
055600             PERFORM 3200-LIST-REGISTER-ENTRY THRU 3200-EXIT
055700     END-EVALUATE.
055800*
055900 3100-EXIT.
056000     EXIT.
056100*
056200 3200-LIST-REGISTER-ENTRY.
056300     MOVE FRGW-RUN-ID TO RPT-DET-RUN-ID
056400     MOVE FRGW-FEED-ID TO RPT-DET-FEED-ID
056500     MOVE FRGW-SENT-DATE TO RPT-DET-SENT-DATE
056600     MOVE FRGW-SENT-COUNT TO RPT-DET-SENT-COUNT
056700     IF FRGW-NEVER-ACKED
056800         MOVE ZEROS TO RPT-DET-ACK-COUNT
056900     ELSE
057000         MOVE FRGW-ACK-COUNT TO RPT-DET-ACK-COUNT
057100     END-IF
057200     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
057300*
057400 3200-EXIT.
057500     EXIT.
057600*
057700*----------------------------------------------------------
057800* 7000-WRITE-DETAIL-LINE - one listed acknowledgment or
057900* register entry.
058000*----------------------------------------------------------
058100 7000-WRITE-DETAIL-LINE.
058200     IF NOT reportOpenFailedYes
058300         WRITE GRPT-LINE FROM rptDetailLine
058400     END-IF.
058500*
058600 7000-EXIT.
058700     EXIT.
058800*
058900*----------------------------------------------------------
059000* 7500-DATE-TO-DAY-NUMBER - dayCalcDate (YYYYMMDD) to its day
059100* number: 365 days for every year before it, one more for
059200* each leap year among them, the days before its month, and
059300* its day of the month (plus the leap day past February).
059400*----------------------------------------------------------
059500 7500-DATE-TO-DAY-NUMBER.
059600     MOVE "N" TO dayNumberValidFlag
059700     MOVE ZEROS TO dayNumber
059800     IF dayCalcDate NOT NUMERIC
059900         GO TO 7500-EXIT
060000     END-IF
060100     IF dayCalcYear = 0 OR dayCalcMonth < 1 OR dayCalcMonth > 12
060200             OR dayCalcDay < 1 OR dayCalcDay > 31
060300         GO TO 7500-EXIT
060400     END-IF
060500     COMPUTE dayYearsBefore = dayCalcYear - 1
060600     DIVIDE dayYearsBefore BY 4 GIVING dayLeapCount4
060700     DIVIDE dayYearsBefore BY 100 GIVING dayLeapCount100
060800     DIVIDE dayYearsBefore BY 400 GIVING dayLeapCount400
060900     COMPUTE dayNumber = dayYearsBefore * 365 + dayLeapCount4
061000         - dayLeapCount100 + dayLeapCount400
061100         + monthStartDays(dayCalcMonth) + dayCalcDay
061200     IF dayCalcMonth > 2
061300         DIVIDE dayCalcYear BY 4 GIVING dayQuotient
061400             REMAINDER dayRemainder4
061500         DIVIDE dayCalcYear BY 100 GIVING dayQuotient
061600             REMAINDER dayRemainder100
061700         DIVIDE dayCalcYear BY 400 GIVING dayQuotient
061800             REMAINDER dayRemainder400
061900         IF dayRemainder4 = 0 AND
062000                 (dayRemainder100 NOT = 0 OR dayRemainder400 = 0)
062100             ADD 1 TO dayNumber
062200         END-IF
062300     END-IF
062400     SET dayNumberValidYes TO TRUE.
062500*
062600 7500-EXIT.
062700     EXIT.
062800*
062900*----------------------------------------------------------
063000* 8000-TERMINATE - set the return code, print the totals,
063100* and close the files still open.
063200*----------------------------------------------------------
063300 8000-TERMINATE.
063400     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT
063500*
063600     IF NOT reportOpenFailedYes
063700         PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
063800         CLOSE ACKR-REPORT-FILE
063900     END-IF
064000     IF registerOpenedYes
064100         CLOSE FREG-FILE
064200     END-IF
064300*
064400     DISPLAY "SQRTACKR ACKNOWLEDGMENTS READ: " ackReadCount
064500     DISPLAY "SQRTACKR FEEDS ON REGISTER: " regTotalCount
064600     DISPLAY "SQRTACKR FEEDS OUT OF BALANCE: " regOutCount
064700     DISPLAY "SQRTACKR FEEDS NEVER ACKNOWLEDGED: " regNeverCount
064800     DISPLAY "SQRTACKR REGISTER REWRITES FAILED: "
064900         regUpdateFailedCount.
065000*
065100 8000-EXIT.
065200     EXIT.
065300*
065400 8100-WRITE-TOTALS.
065500     MOVE "ACKNOWLEDGMENTS (SQRTACK)" TO rptSectionLine
065600     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
065700     MOVE "  RECORDS READ . . . . . . . : " TO RPT-COUNT-LABEL
065800     MOVE ackReadCount TO RPT-COUNT-VALUE
065900     WRITE GRPT-LINE FROM rptCountLine
066000     MOVE "  SETTLED IN BALANCE . . . . : " TO RPT-COUNT-LABEL
066100     MOVE ackBalancedCount TO RPT-COUNT-VALUE
066200     WRITE GRPT-LINE FROM rptCountLine
066300     MOVE "  SETTLED OUT OF BALANCE . . : " TO RPT-COUNT-LABEL
066400     MOVE ackOutCount TO RPT-COUNT-VALUE
066500     WRITE GRPT-LINE FROM rptCountLine
066600     MOVE "  ALREADY RECORDED . . . . . : " TO RPT-COUNT-LABEL
066700     MOVE ackRepeatCount TO RPT-COUNT-VALUE
066800     WRITE GRPT-LINE FROM rptCountLine
066900     MOVE "  SUPERSEDED BY A LATER ACK  : " TO RPT-COUNT-LABEL
067000     MOVE ackSupersededCount TO RPT-COUNT-VALUE
067100     WRITE GRPT-LINE FROM rptCountLine
067200     MOVE "  NO SUCH FEED ON REGISTER . : " TO RPT-COUNT-LABEL
067300     MOVE ackUnknownCount TO RPT-COUNT-VALUE
067400     WRITE GRPT-LINE FROM rptCountLine
067500     MOVE "  UNREADABLE . . . . . . . . : " TO RPT-COUNT-LABEL
067600     MOVE ackBadCount TO RPT-COUNT-VALUE
067700     WRITE GRPT-LINE FROM rptCountLine
067800*
067900     MOVE "FEED REGISTER (SQRTFREG)" TO rptSectionLine
068000     PERFORM 8150-WRITE-SECTION-HEAD THRU 8150-EXIT
068100     MOVE "  FEEDS SENT . . . . . . . . : " TO RPT-COUNT-LABEL
068200     MOVE regTotalCount TO RPT-COUNT-VALUE
068300     WRITE GRPT-LINE FROM rptCountLine
068400     MOVE "  ACKNOWLEDGED IN BALANCE  . : " TO RPT-COUNT-LABEL
068500     MOVE regBalancedCount TO RPT-COUNT-VALUE
068600     WRITE GRPT-LINE FROM rptCountLine
068700     MOVE "  ACKNOWLEDGED OUT OF BALANCE: " TO RPT-COUNT-LABEL
068800     MOVE regOutCount TO RPT-COUNT-VALUE
068900     WRITE GRPT-LINE FROM rptCountLine
069000     MOVE "    SETTLED THIS RUN . . . . : " TO RPT-COUNT-LABEL
069100     MOVE regNewlyOutCount TO RPT-COUNT-VALUE
069200     WRITE GRPT-LINE FROM rptCountLine
069300     MOVE "  AWAITING, WITHIN GRACE . . : " TO RPT-COUNT-LABEL
069400     MOVE regAwaitingCount TO RPT-COUNT-VALUE
069500     WRITE GRPT-LINE FROM rptCountLine
069600     MOVE "  NEVER ACKNOWLEDGED . . . . : " TO RPT-COUNT-LABEL
069700     MOVE regNeverCount TO RPT-COUNT-VALUE
069800     WRITE GRPT-LINE FROM rptCountLine
069900     MOVE "    PAST GRACE THIS RUN  . . : " TO RPT-COUNT-LABEL
070000     MOVE regNewlyLateCount TO RPT-COUNT-VALUE
070100     WRITE GRPT-LINE FROM rptCountLine
070200     IF regOtherCount > 0
070300         MOVE "  UNRECOGNIZED STATUS  . . . : " TO RPT-COUNT-LABEL
070400         MOVE regOtherCount TO RPT-COUNT-VALUE
070500         WRITE GRPT-LINE FROM rptCountLine
070600     END-IF
070700     IF regUpdateFailedCount > 0
070800         MOVE "  REWRITES FAILED  . . . . . : " TO RPT-COUNT-LABEL
070900         MOVE regUpdateFailedCount TO RPT-COUNT-VALUE
071000         WRITE GRPT-LINE FROM rptCountLine
071100     END-IF
071200*
071300     MOVE SPACES TO GRPT-LINE
071400     WRITE GRPT-LINE
071500     EVALUATE jobReturnCode
071600         WHEN 0
071700             MOVE "NO FEED NEWLY OUT OF BALANCE OR PAST GRACE"
071800                 TO rptVerdictLine
071900         WHEN 4
072000             MOVE "FEEDS RECONCILED - SOME ACKS NOT APPLIED"
072100                 TO rptVerdictLine
072200         WHEN 8
072300             MOVE "NEW FEEDS OUT OF BALANCE OR PAST GRACE - CHASE"
072400                 TO rptVerdictLine
072500         WHEN OTHER
072600             MOVE "RECONCILIATION NOT RUN - SEE JOB LOG"
072700                 TO rptVerdictLine
072800     END-EVALUATE
072900     IF jobReturnCode = 8 AND regUpdateFailedCount > 0
073000         MOVE "REGISTER NOT FULLY UPDATED - SEE JOB LOG"
073100             TO rptVerdictLine
073200     END-IF
073300     WRITE GRPT-LINE FROM rptVerdictLine.
073400*
073500 8100-EXIT.
073600     EXIT.
073700*
073800 8150-WRITE-SECTION-HEAD.
073900     MOVE SPACES TO GRPT-LINE
074000     WRITE GRPT-LINE
074100     WRITE GRPT-LINE FROM rptSectionLine.
074200*
074300 8150-EXIT.
074400     EXIT.
074500*
074600*----------------------------------------------------------
074700* 8200-SET-RETURN-CODE - 4 for acknowledgments that could not
074800* be applied, 8 for a feed settled this run that ends the run
074900* out of balance, a feed past its grace this run, or any
075000* register entry that could not be rewritten.
075100*----------------------------------------------------------
075200 8200-SET-RETURN-CODE.
075300     MOVE 0 TO jobReturnCode
075400     IF ackUnknownCount > 0 OR ackBadCount > 0
075500         MOVE 4 TO jobReturnCode
075600     END-IF
075700     IF regNewlyOutCount > 0 OR regNewlyLateCount > 0
075800             OR regUpdateFailedCount > 0
075900         MOVE 8 TO jobReturnCode
076000     END-IF
076100     IF anyOpenFailedYes
076200         MOVE 16 TO jobReturnCode
076300     END-IF.
076400*
076500 8200-EXIT.
076600     EXIT.
