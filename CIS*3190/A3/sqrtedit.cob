002100*   reason 04 - data where a separator or filler should be
002110*   reason 05 - operation code not blank, S, C, or N
002120*   reason 06 - operation N without a keyed degree of 2-9
002122*   reason 07 - a keyed value that truncates to zero at the
002124*               nine decimals the worklist stores
002126*   reason 08 - department code (columns 29-32) blank, not
002128*               left-justified letters and digits, or not on
002129*               the SQRTDEPT department table
002200* Clean records are written to the SQRTEOUT worklist that
002210* SQRT actually reads, with the operation code normalized
002220* (blank becomes S) and the implied degree filled in (02 for
003396* the hash is reported not provable and the count alone is
003398* balanced.
003400*
003410* Each worklist record now carries the code of the department
003420* that sent it (DEPTLAYT copybook).  When the SQRTDEPT table
003430* is supplied the code must be on it - the same table SQRTDIST
003440* cuts the per-department feeds from - so no record reaches the
003450* calculation that cannot be distributed.  Without the table
003460* only the shape of the code is checked.
003490*
003500* Modification history:
003600*   2026-08-21 MJS  Original member.
003610*   2026-08-21 MJS  Validate and normalize the operation code
003684*                   worklist keeps nine, and reason 07 flags a
003686*                   value that truncates to zero instead of
003688*                   letting it through as a root of zero.
003690*   2026-10-15 MJS  Validate the department code the worklist
003692*                   now carries (reason 08) against the
003694*                   optional SQRTDEPT table and pass it
003696*                   through on the cleaned worklist.
003716*   2026-10-15 MJS  Append a step-timing record (run id,
003736*                   start and end, records in and out, return
003756*                   code) to SQRTSTIM through SQRTTIMR as the
003776*                   step ends, for the batch-window report.
003790* -------------------------------------------------------------
003800*
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. SQRTEDIT.
005700     SELECT EDIT-PARM-FILE ASSIGN TO "SQRTEPRM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS fileStatusEprm.
005910     SELECT EDIT-DEPT-FILE ASSIGN TO "SQRTDEPT"
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS IS fileStatusDept.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
007800 FD  EDIT-PARM-FILE.
007900 01  EPRM-PARAMETER-RECORD.
008000     05  EPRM-REJECT-LIMIT-PCT   PIC 9(03).
008010*
008020 FD  EDIT-DEPT-FILE.
008030 COPY DEPTLAYT REPLACING ==:PFX:== BY ==DEPT-==.
008100*
008200 WORKING-STORAGE SECTION.
008300 01  fileStatusEin               PIC X(02) VALUE SPACES.
008500 01  fileStatusErej              PIC X(02) VALUE SPACES.
008600 01  fileStatusErpt              PIC X(02) VALUE SPACES.
008700 01  fileStatusEprm              PIC X(02) VALUE SPACES.
008710 01  fileStatusDept              PIC X(02) VALUE SPACES.
008800 01  inputOpenFailedFlag         PIC X(01) VALUE "N".
008900     88  inputOpenFailedYes          VALUE "Y".
009000 01  cleanOpenFailedFlag         PIC X(01) VALUE "N".
010920 01  editDegreeX                 PIC X(02) VALUE SPACES.
010930 01  editDegree REDEFINES editDegreeX
010940                                 PIC 9(02).
010941*
010942*    the department code off columns 29-32, and the table it
010943*    is checked against (loaded once from SQRTDEPT; absent
010944*    means the code's shape alone is checked)
010945 01  editDeptCode                PIC X(04) VALUE SPACES.
010946 01  editDeptCheck               PIC X(04) VALUE SPACES.
010947 01  editDeptLength              PIC 9(01) VALUE ZEROS.
010948 01  deptTable.
010949     05  deptUsedCount           PIC 9(02) VALUE ZEROS.
010950     05  deptTableLoadedFlag     PIC X(01) VALUE 'N'.
010951         88  deptTableLoadedYes      VALUE 'Y'.
010952     05  deptEntry OCCURS 6.
010953         10  deptTableCode       PIC X(04).
010954 01  deptIndex                   PIC 9(02) VALUE ZEROS.
010955 01  deptFoundFlag               PIC X(01) VALUE 'N'.
010956     88  deptFoundYes                VALUE 'Y'.
010957 01  deptEofSwitch               PIC X(01) VALUE 'N'.
010958     88  deptEofYes                  VALUE 'Y'.
011000*
011010*    the transmission balance: the HDR/TRL wrapper off the
011020*    file, how many data records actually arrived inside it,
012100 01  rptPageCount                PIC 9(03) VALUE ZEROS.
012200*
012300 01  jobReturnCode               PIC 9(02) VALUE ZEROS.
012320*
012340*    this step's record on the nightly step-timing log
012360 COPY STMLAYT REPLACING ==:PFX:== BY ==STIM-==.
012400*
012500 01  rptTitleLine.
012600     05  FILLER                  PIC X(11) VALUE SPACES.
015400 PROCEDURE DIVISION.
015500*
015600 0000-MAINLINE.
015620     ACCEPT STIM-START-DATE FROM DATE YYYYMMDD
015640     ACCEPT STIM-START-TIME FROM TIME
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015800     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
015900         UNTIL endOfInputYes
016000     PERFORM 8000-TERMINATE THRU 8000-EXIT
016050     PERFORM 8900-WRITE-STEP-TIMING THRU 8900-EXIT
016100     MOVE jobReturnCode TO RETURN-CODE
016200     STOP RUN.
016300*
016900     ACCEPT runCurrentDate FROM DATE YYYYMMDD
017000*
017100     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
017110     PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT
017200*
017300     OPEN INPUT EDIT-INPUT-FILE
017400     IF fileStatusEin NOT = "00"
022900 1100-EXIT.
023000     EXIT.
023100*
023101*----------------------------------------------------------
023103* 1200-LOAD-DEPARTMENTS - load the department table once at
023105* startup; when SQRTDEPT is absent the codes are only
023107* checked for shape.  A table longer than the six feed slots
023109* SQRTDIST has is cut at six, so a code past the sixth is
023111* rejected here rather than left undistributable.
023113*----------------------------------------------------------
023115 1200-LOAD-DEPARTMENTS.
023117     OPEN INPUT EDIT-DEPT-FILE
023119     IF fileStatusDept NOT = "00"
023121         GO TO 1200-EXIT
023123     END-IF
023125     SET deptTableLoadedYes TO TRUE
023127     PERFORM 1210-LOAD-ONE-DEPARTMENT THRU 1210-EXIT
023129         UNTIL deptEofYes
023131     CLOSE EDIT-DEPT-FILE.
023133*
023135 1200-EXIT.
023137     EXIT.
023139*
023141 1210-LOAD-ONE-DEPARTMENT.
023143     READ EDIT-DEPT-FILE
023145         AT END
023147             SET deptEofYes TO TRUE
023149             GO TO 1210-EXIT
023151     END-READ
023153     IF DEPT-CODE = SPACES
023155         GO TO 1210-EXIT
023157     END-IF
023159     IF deptUsedCount >= 6
023161         DISPLAY "SQRTDEPT DEPARTMENT " DEPT-CODE
023163             " IS PAST THE SIXTH FEED SLOT - IGNORED"
023165         GO TO 1210-EXIT
023167     END-IF
023169     ADD 1 TO deptUsedCount
023171     MOVE DEPT-CODE TO deptTableCode(deptUsedCount).
023173*
023175 1210-EXIT.
023177     EXIT.
023179*
023200*----------------------------------------------------------
023300* 2000-EDIT-RECORD - one raw worklist record: read it, pick
023400* the first reason code that applies, and route the record
026448     END-IF
026500*
026600     IF EIN-RAW-RECORD(24:1) NOT = SPACE OR
026605             EIN-RAW-RECORD(28:1) NOT = SPACE OR
026610             EIN-RAW-RECORD(33:48) NOT = SPACES
026620         MOVE "04" TO editReasonCode
026630         GO TO 2000-ROUTE
026640     END-IF
026820             END-IF
026830         WHEN OTHER
026840             MOVE "05" TO editReasonCode
026850     END-EVALUATE
026860     IF editRecordClean
026870         PERFORM 2050-CHECK-DEPARTMENT THRU 2050-EXIT
026880     END-IF.
026900*
027000 2000-ROUTE.
027010*    a record whose number field could not be read never made
027700 2000-EXIT.
027800     EXIT.
027900*
027901*----------------------------------------------------------
027903* 2050-CHECK-DEPARTMENT - the department code must be one to
027905* four letters or digits, left-justified, and on the table
027907* when the table was supplied; anything else is reason 08.
027909*----------------------------------------------------------
027911 2050-CHECK-DEPARTMENT.
027913     MOVE EIN-RAW-RECORD(29:4) TO editDeptCode
027915     MOVE ZEROS TO editSpaceCount
027917     INSPECT editDeptCode
027919         TALLYING editSpaceCount FOR ALL SPACE
027921     IF editSpaceCount > 3
027923         MOVE "08" TO editReasonCode
027925         GO TO 2050-EXIT
027927     END-IF
027929*    letters fold to zeros, so letters-and-digits reads as
027931*    NUMERIC; the blanks must all trail the code
027933     COMPUTE editDeptLength = 4 - editSpaceCount
027935     MOVE editDeptCode TO editDeptCheck
027937     INSPECT editDeptCheck CONVERTING
027939         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
027941         TO "00000000000000000000000000"
027943     IF editDeptCheck(1:editDeptLength) NOT NUMERIC
027945         MOVE "08" TO editReasonCode
027947         GO TO 2050-EXIT
027949     END-IF
027951*
027953     IF deptTableLoadedYes
027955         MOVE "N" TO deptFoundFlag
027957         MOVE ZEROS TO deptIndex
027959         PERFORM 2060-CHECK-ONE-DEPARTMENT THRU 2060-EXIT
027961             UNTIL deptFoundYes OR deptIndex >= deptUsedCount
027963         IF NOT deptFoundYes
027965             MOVE "08" TO editReasonCode
027967         END-IF
027969     END-IF.
027971*
027973 2050-EXIT.
027975     EXIT.
027977*
027979 2060-CHECK-ONE-DEPARTMENT.
027981     ADD 1 TO deptIndex
027983     IF deptTableCode(deptIndex) = editDeptCode
027985         SET deptFoundYes TO TRUE
027987     END-IF.
027989*
027991 2060-EXIT.
027993     EXIT.
027995*
028000*----------------------------------------------------------
028100* 2100-WRITE-CLEAN - pass a validated record through to the
028200* worklist SQRT reads.
028700         MOVE editStoredNumber TO EOUT-WORKLIST-NUMBER
028720         MOVE editOperationCode TO EOUT-OPERATION-CODE
028740         MOVE editDegree TO EOUT-ROOT-DEGREE
028750         MOVE editDeptCode TO EOUT-DEPT-CODE
028800         WRITE EOUT-WORKLIST-RECORD
028900     END-IF.
029000*
039400         editRejectLimitPct DELIMITED BY SIZE
039500         INTO ERPT-LINE
039600     WRITE ERPT-LINE
039601     MOVE SPACES TO ERPT-LINE
039602     IF deptTableLoadedYes
039603         STRING "DEPARTMENTS ON TABLE . . . . : "
039604             deptUsedCount DELIMITED BY SIZE INTO ERPT-LINE
039605     ELSE
039606         MOVE "NO DEPARTMENT TABLE - CODES CHECKED FOR SHAPE ONLY"
039607             TO ERPT-LINE
039608     END-IF
039609     WRITE ERPT-LINE
039610*
039620     MOVE SPACES TO ERPT-LINE
039630     WRITE ERPT-LINE
042300*
042400 8200-EXIT.
042500     EXIT.
042600*
042700*----------------------------------------------------------
042800* 8900-WRITE-STEP-TIMING - this step's record on the nightly
042900* step-timing log (SQRTSTIM, STMLAYT copybook); SQRTTIMR
043000* stamps the end time and does the append.
043100*----------------------------------------------------------
043200 8900-WRITE-STEP-TIMING.
043300     MOVE "EDIT" TO STIM-STEP-NAME
043400     MOVE "SQRTEDIT" TO STIM-PROGRAM-NAME
043500     MOVE ZEROS TO STIM-RUN-ID
043600     MOVE editReadCount TO STIM-RECORDS-IN
043700     MOVE editCleanCount TO STIM-RECORDS-OUT
043800     MOVE jobReturnCode TO STIM-RETURN-CODE
043900     CALL "SQRTTIMR" USING STIM-RECORD.
044000*
044100 8900-EXIT.
044200     EXIT.
