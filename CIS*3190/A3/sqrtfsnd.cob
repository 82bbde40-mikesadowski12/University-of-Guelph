000100* Name: 	Michael Sadowski
000200* ID:   	0864810
000300* Course:	CIS*3190
000400*
000500* SQRTFSND: RESULTS FEED DISPATCH REGISTRATION
000600*
000700* LOADNEXT copies the balanced results to PROD.SQRT.RESULTS.FEED
000800* and, until now, that was the last we knew of them.  This step
000900* runs straight after LOADNEXT and enters the feed on the feed
001000* register (SQRTFREG, FRGLAYT copybook) as sent: its run id, the
001100* date, and the record count and hash off the TRL control record
001200* SQRT/SQRTFANO put on its end.  SQRTACKR later matches the
001300* receiving department's acknowledgment against this entry.
001400*
001500* The feed's run id is the highest run id on its results
001600* records - a sharded night carries one per shard, and the
001700* receivers are told to quote the highest.  The feed id is ALL
001800* for the full results feed.
001900*
002000* A rerun of the same night re-registers the same key; the
002100* entry is replaced and goes back to awaiting acknowledgment,
002200* since the receivers will load the rerun's feed.
002300*
002400* Return codes:
002500*    RC=0    feed registered
002600*    RC=8    the feed has no readable TRL record - nothing
002700*            registered, the feed cannot be reconciled
002800*    RC=16   a file could not be opened
002900*
003000* Modification history:
003100*   2026-10-15 MJS  Original member.
003120*   2026-10-15 MJS  Append a step-timing record (run id,
003140*                   start and end, records in and out, return
003160*                   code) to SQRTSTIM through SQRTTIMR as the
003180*                   step ends, for the batch-window report.
003200* -------------------------------------------------------------
003300*
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. SQRTFSND.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FEED-INPUT-FILE ASSIGN TO "SQRTFEED"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS fileStatusFeed.
004300     SELECT FREG-FILE ASSIGN TO "SQRTFREG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS FRG-KEY
004700         FILE STATUS IS fileStatusFreg.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  FEED-INPUT-FILE.
005200 COPY OUTLAYT REPLACING ==:PFX:== BY ==FEED-==.
005300*
005400 FD  FREG-FILE.
005500 COPY FRGLAYT REPLACING ==:PFX:== BY ==FRG-==.
005600*
005700 WORKING-STORAGE SECTION.
005800 01  fileStatusFeed              PIC X(02) VALUE SPACES.
005900 01  fileStatusFreg              PIC X(02) VALUE SPACES.
006000 01  feedOpenFailedFlag          PIC X(01) VALUE "N".
006100     88  feedOpenFailedYes           VALUE "Y".
006200 01  registerOpenFailedFlag      PIC X(01) VALUE "N".
006300     88  registerOpenFailedYes       VALUE "Y".
006400*
006500 01  endOfInputSwitch            PIC X(01) VALUE 'N'.
006600     88  endOfInputYes               VALUE 'Y'.
006700*
006800*    the TRL control record off the end of the feed
006900 COPY TRLLAYT REPLACING ==:PFX:== BY ==STRL-==.
007000 01  feedTrailerSeenFlag         PIC X(01) VALUE 'N'.
007100     88  feedTrailerSeenYes          VALUE 'Y'.
007200*
007300 01  feedRecordCount             PIC 9(09) VALUE ZEROS.
007400 01  feedRunId                   PIC 9(06) VALUE ZEROS.
007500 01  feedRegisteredFlag          PIC X(01) VALUE 'N'.
007600     88  feedRegisteredYes           VALUE 'Y'.
007700 01  feedReplacedFlag            PIC X(01) VALUE 'N'.
007800     88  feedReplacedYes             VALUE 'Y'.
007900*
008000 01  runCurrentDate              PIC 9(08) VALUE ZEROS.
008100 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
008120*
008140*    this step's record on the nightly step-timing log
008160 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
008200*
008300 PROCEDURE DIVISION.
008400*
008500 0000-MAINLINE.
008520     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
008540     ACCEPT STIM-START-TIME FROM TIME
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008700     PERFORM 2000-READ-FEED-RECORD THRU 2000-EXIT
008800         UNTIL endOfInputYes
008900     PERFORM 3000-REGISTER-FEED THRU 3000-EXIT
009000     PERFORM 8000-TERMINATE THRU 8000-EXIT
009050     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
009100     MOVE jobReturnCode TO RETURN-CODE
009200     STOP RUN.
009300*
009400*----------------------------------------------------------
009500* 1000-INITIALIZE - open the feed and the register; a fresh
009600* register cluster needs the same create-then-reopen sequence
009700* SQRTDEDP uses on its seen-set.
009800*----------------------------------------------------------
009900 1000-INITIALIZE.
010000     ACCEPT runCurrentDate FROM DATE YYYYMMDD
010100     OPEN INPUT FEED-INPUT-FILE
010200     IF fileStatusFeed NOT = "00"
010300         DISPLAY "SQRTFEED COULD NOT BE OPENED - STATUS "
010400             fileStatusFeed
010500         SET endOfInputYes TO TRUE
010600         SET feedOpenFailedYes TO TRUE
010700     END-IF
010800*
010900     OPEN I-O FREG-FILE
011000     IF fileStatusFreg NOT = "00"
011100         OPEN OUTPUT FREG-FILE
011200         IF fileStatusFreg = "00"
011300             CLOSE FREG-FILE
011400             OPEN I-O FREG-FILE
011500         END-IF
011600     END-IF
011700     IF fileStatusFreg NOT = "00"
011800         DISPLAY "SQRTFREG COULD NOT BE OPENED - STATUS "
011900             fileStatusFreg
012000         SET endOfInputYes TO TRUE
012100         SET registerOpenFailedYes TO TRUE
012200     END-IF.
012300*
012400 1000-EXIT.
012500     EXIT.
012600*
012700*----------------------------------------------------------
012800* 2000-READ-FEED-RECORD - count the results records, keep the
012900* highest run id, and hold the TRL record for registration.
013000*----------------------------------------------------------
013100 2000-READ-FEED-RECORD.
013200     READ FEED-INPUT-FILE
013300         AT END
013400             SET endOfInputYes TO TRUE
013500             GO TO 2000-EXIT
013600     END-READ
013700     IF FEED-WORKLIST-RECORD(1:3) = "TRL"
013800         MOVE FEED-WORKLIST-RECORD(1:34) TO STRL-TRAILER-RECORD
013900         SET feedTrailerSeenYes TO TRUE
014000         GO TO 2000-EXIT
014100     END-IF
014200     ADD 1 TO feedRecordCount
014300     IF FEED-RUN-ID NUMERIC
014400         IF FEED-RUN-ID > feedRunId
014500             MOVE FEED-RUN-ID TO feedRunId
014600         END-IF
014700     END-IF.
014800*
014900 2000-EXIT.
015000     EXIT.
015100*
015200*----------------------------------------------------------
015300* 3000-REGISTER-FEED - enter the feed as sent, awaiting its
015400* acknowledgment; a key already on the register is a rerun
015500* and is replaced.
015600*----------------------------------------------------------
015700 3000-REGISTER-FEED.
015800     IF feedOpenFailedYes OR registerOpenFailedYes
015900         GO TO 3000-EXIT
016000     END-IF
016100     IF NOT feedTrailerSeenYes
016200         DISPLAY "SQRTFEED HAS NO CONTROL TRAILER - FEED NOT "
016300             "REGISTERED"
016400         GO TO 3000-EXIT
016500     END-IF
016600     IF STRL-TRL-COUNT NOT NUMERIC OR STRL-TRL-HASH NOT NUMERIC
016700         DISPLAY "SQRTFEED CONTROL TRAILER UNREADABLE - FEED NOT "
016800             "REGISTERED"
016900         GO TO 3000-EXIT
017000     END-IF
017100*
017200     MOVE SPACES TO FRG-RECORD
017300     MOVE feedRunId TO FRG-RUN-ID
017400     MOVE "ALL" TO FRG-FEED-ID
017500     MOVE runCurrentDate TO FRG-SENT-DATE
017600     MOVE STRL-TRL-COUNT TO FRG-SENT-COUNT
017700     MOVE STRL-TRL-HASH TO FRG-SENT-HASH
017800     SET FRG-AWAITING TO TRUE
017900     MOVE ZEROS TO FRG-ACK-DATE
018000     MOVE ZEROS TO FRG-ACK-COUNT
018100     MOVE ZEROS TO FRG-ACK-HASH
018200     WRITE FRG-RECORD
018300         INVALID KEY
018400             REWRITE FRG-RECORD
018500                 INVALID KEY
018600                     CONTINUE
018700                 NOT INVALID KEY
018800                     SET feedReplacedYes TO TRUE
018900                     SET feedRegisteredYes TO TRUE
019000             END-REWRITE
019100         NOT INVALID KEY
019200             SET feedRegisteredYes TO TRUE
019300     END-WRITE.
019400*
019500 3000-EXIT.
019600     EXIT.
019700*
019800*----------------------------------------------------------
019900* 8000-TERMINATE - close the files, report the registration
020000* on the job log, and set the return code.
020100*----------------------------------------------------------
020200 8000-TERMINATE.
020300     IF NOT feedOpenFailedYes
020400         CLOSE FEED-INPUT-FILE
020500     END-IF
020600     IF NOT registerOpenFailedYes
020700         CLOSE FREG-FILE
020800     END-IF
020900*
021000     DISPLAY "SQRTFSND FEED RECORDS READ: " feedRecordCount
021100     DISPLAY "SQRTFSND FEED RUN ID: " feedRunId
021200     IF feedRegisteredYes
021300         DISPLAY "SQRTFSND FEED REGISTERED - TRAILER COUNT "
021400             FRG-SENT-COUNT
021500         IF feedReplacedYes
021600             DISPLAY "SQRTFSND RUN ID WAS ALREADY REGISTERED - "
021700                 "ENTRY REPLACED BY THIS RERUN"
021800         END-IF
021900     END-IF
022000*
022100     MOVE 0 TO jobReturnCode
022200     IF NOT feedRegisteredYes
022300         MOVE 8 TO jobReturnCode
022400     END-IF
022500     IF feedOpenFailedYes OR registerOpenFailedYes
022600         MOVE 16 TO jobReturnCode
022700     END-IF.
022800*
022900 8000-EXIT.
023000     EXIT.
023100*
023200*----------------------------------------------------------
023300* 8900-WRITE-STEP-TIMING - this step's record on the nightly
023400* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
023500* stamps the end time and does the append.
023600*----------------------------------------------------------
023700 8900-WRITE-STEP-TIMING.
023800     MOVE "REGFEED" TO STIM-STEP-NAME
023900     MOVE "SQRTFSND" TO STIM-PROGRAM-NAME
024000     MOVE feedRunId TO STIM-RUN-ID
024100     MOVE feedRecordCount TO STIM-RECORDS-IN
024200     IF feedRegisteredYes
024300         MOVE 1 TO STIM-RECORDS-OUT
024400     ELSE
024500         MOVE ZEROS TO STIM-RECORDS-OUT
024600     END-IF
024700     MOVE jobReturnCode TO STIM-RETURN-CODE
024800     CALL "SQRTTIMR" USING STIM-RECORD.
024900*
025000 8900-EXIT.
025100     EXIT.
