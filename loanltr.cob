                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE  ASSIGN TO 'UR-S-LETTERS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE  ASSIGN TO 'DA-I-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.

       DATA DIVISION.

           03 FILLER PIC X(3).
           03 DWK-DAYS-TXT PIC X(5).
           03 FILLER PIC X(49).
        02 DWK-LOAN-SEQ PIC 9(2).

       FD  LTRHST-FILE.
       01 LTRHST-REC.
       FD  LETTER-FILE.
       01 LETTER-REC PIC X(132).

       FD  MASTER-FILE.
       01 MST-REC.
        02 MST-EMP-NAME PIC X(20).
        02 MST-KEY.
           03 MST-EMP-ID PIC X(10).
           03 MST-LOAN-SEQ PIC 9(2).
        02 MST-EMP-DEGREE PIC X(4).
        02 MST-EMP-YEAR PIC 9(4).
        02 MST-LOAN-AMT PIC 9(5)V99.
        02 MST-EMP-INT-RATE PIC 9(2)V99.
        02 MST-EMP-TERM-MONTHS PIC 9(3).
        02 MST-EMP-NUM-PAYMENTS PIC 9(2).
        02 MST-LOAN-PAY-ENTRY OCCURS 8 TIMES.
           03 MST-LOAN-PAID-TBL PIC 9(4)V99.
           03 MST-LOAN-DUE-DATE PIC 9(8).
        02 MST-LOAN-STATUS PIC X(1).
           88 MST-LOAN-ACTIVE VALUE 'A' ' '.
           88 MST-LOAN-DEFERRED VALUE 'D'.
           88 MST-LOAN-FORBEARANCE VALUE 'F'.
           88 MST-LOAN-ON-HOLD VALUE 'D' 'F'.
        02 MST-LOAN-STATUS-START PIC 9(8).
        02 MST-LOAN-STATUS-END PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC XX.

       01 WS-HOLD-SW PIC X VALUE 'N'.
        88 LOAN-ON-HOLD VALUE 'Y'.

       01 WS-LETTER-WORK.
        02 WS-BALANCE PIC 9(7)V99 VALUE ZERO.
        02 WS-DAYS-PAST PIC 9(5) VALUE ZERO.
        02 WS-FINAL-COUNT PIC 9(7) VALUE ZERO.
        02 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
        02 WS-CURRENT-COUNT PIC 9(7) VALUE ZERO.
        02 WS-HELD-COUNT PIC 9(7) VALUE ZERO.

       01 WS-RUN-CONTROLS.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 FILLER PIC X(11) VALUE "  CURRENT: ".
        02 LSM-CURRENT PIC ZZZ,ZZ9.

       01 LTR-SUMMARY-2.
        02 FILLER PIC X(15) VALUE "ON HOLD:      ".
        02 LSM-HELD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       OPEN INPUT DELQWK-FILE
       OPEN INPUT MASTER-FILE
       OPEN OUTPUT LETTER-FILE

       READ DELQWK-FILE

       PERFORM WRITE-LETTER-SUMMARY

       CLOSE DELQWK-FILE, MASTER-FILE, LETTER-FILE
       STOP RUN.

       PROCESS-DELINQ-ENTRY.
          PERFORM SELECT-SEVERITY
          PERFORM CHECK-LOAN-HOLD
          IF LOAN-ON-HOLD
             ADD 1 TO WS-HELD-COUNT
             MOVE SPACES TO WS-SEVERITY
          END-IF
          IF WS-SEVERITY = SPACES
             IF NOT LOAN-ON-HOLD
                ADD 1 TO WS-CURRENT-COUNT
             END-IF
          ELSE
             COMPUTE WS-BALANCE =
                FUNCTION NUMVAL(DWK-BALANCE-TXT)
             END-IF
          END-IF.

       CHECK-LOAN-HOLD.
          MOVE 'N' TO WS-HOLD-SW
          IF DWK-LOAN-SEQ NUMERIC AND DWK-LOAN-SEQ > ZERO
             MOVE DWK-EMP-ID TO MST-EMP-ID
             MOVE DWK-LOAN-SEQ TO MST-LOAN-SEQ
             READ MASTER-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF MST-LOAN-ON-HOLD
                      SET LOAN-ON-HOLD TO TRUE
                   END-IF
             END-READ
          END-IF.

       CHECK-LETTER-HISTORY.
          MOVE 'N' TO WS-HISTORY-SW
          OPEN INPUT LTRHST-FILE
          MOVE WS-FINAL-COUNT TO LSM-FINAL
          MOVE WS-SKIPPED-COUNT TO LSM-SKIPPED
          MOVE WS-CURRENT-COUNT TO LSM-CURRENT
          WRITE LETTER-REC FROM LTR-SUMMARY-1
          MOVE WS-HELD-COUNT TO LSM-HELD
          WRITE LETTER-REC FROM LTR-SUMMARY-2.
