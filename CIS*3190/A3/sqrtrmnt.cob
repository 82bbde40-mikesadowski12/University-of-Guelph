004270*                   edit's 23-byte number slice on a space at
004280*                   column 21 and rejects with reason 02, dead-
004290*                   looping corrections back into the rejects.
004292*   2026-10-15 MJS  Resubmit under the department code the
004294*                   reject carries, so the edit accepts the
004296*                   correction and its result goes back to
004298*                   the department that sent it.
004300* -------------------------------------------------------------
004400*
004500 IDENTIFICATION DIVISION.
007200*    the resubmission is concatenated behind the transmitted
007210*    worklist into SQRTEDIT, so it is written in the
007220*    TRANSMITTED layout (23-byte twelve-decimal number,
007230*    operation in column 25, department in columns 29-32),
007235*    not the stored WORKLAYT one
007240 FD  RESUB-FILE.
007300 01  RSUB-RECORD.
007310     05  RSUB-NUMBER             PIC S9(11)V9(12).
007320     05  FILLER                  PIC X(01) VALUE SPACE.
007330     05  RSUB-OPERATION-CODE     PIC X(01).
007340     05  RSUB-ROOT-DEGREE        PIC 9(02).
007350     05  FILLER                  PIC X(01) VALUE SPACE.
007360     05  RSUB-DEPT-CODE          PIC X(04).
007400*
007500 FD  RMNT-REPORT-FILE.
007600 01  RRPT-LINE                   PIC X(80).
034540*        re-run as a cube root
034550         MOVE REJ-OPERATION-CODE TO RSUB-OPERATION-CODE
034560         MOVE REJ-ROOT-DEGREE TO RSUB-ROOT-DEGREE
034570         MOVE REJ-DEPT-CODE TO RSUB-DEPT-CODE
034600         WRITE RSUB-RECORD
034700     END-IF
034800     SET REJ-RESUBMITTED TO TRUE
