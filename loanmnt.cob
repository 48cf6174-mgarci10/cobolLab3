                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-I-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LDG-KEY
                   FILE STATUS IS WS-LDG-STATUS.
           SELECT AUDIT-FILE   ASSIGN TO 'UR-S-MNTAUD'
                   ORGANIZATION IS LINE SEQUENTIAL.

           88 MNT-CHANGE VALUE 'C'.
           88 MNT-CLOSE VALUE 'X'.
           88 MNT-DELETE VALUE 'D'.
           88 MNT-STATUS VALUE 'S'.
        02 MNT-NEW-EMP-NAME PIC X(20).
        02 MNT-NEW-EMP-DEGREE PIC X(4).
        02 MNT-NEW-EMP-YEAR PIC X(4).
        02 MNT-NEW-TERM-MONTHS PIC X(3).
        02 MNT-NEW-TERM-MONTHS-N REDEFINES MNT-NEW-TERM-MONTHS
           PIC 9(3).
        02 MNT-NEW-STATUS PIC X(1).
           88 MNT-NEW-ACTIVE VALUE 'A'.
           88 MNT-NEW-HOLD VALUE 'D' 'F'.
        02 MNT-STATUS-START PIC X(8).
        02 MNT-STATUS-START-N REDEFINES MNT-STATUS-START PIC 9(8).
        02 MNT-STATUS-END PIC X(8).
        02 MNT-STATUS-END-N REDEFINES MNT-STATUS-END PIC 9(8).

       FD  MASTER-FILE.
       01 MST-REC.
        02 MST-LOAN-PAY-ENTRY OCCURS 8 TIMES.
           03 MST-LOAN-PAID-TBL PIC 9(4)V99.
           03 MST-LOAN-DUE-DATE PIC 9(8).
        02 MST-LOAN-STATUS PIC X(1).
           88 MST-LOAN-ACTIVE VALUE 'A' ' '.
           88 MST-LOAN-DEFERRED VALUE 'D'.
           88 MST-LOAN-FORBEARANCE VALUE 'F'.
           88 MST-LOAN-ON-HOLD VALUE 'D' 'F'.
           88 MST-LOAN-SEPARATED VALUE 'S'.
        02 MST-LOAN-STATUS-START PIC 9(8).
        02 MST-LOAN-STATUS-END PIC 9(8).

       FD  LEDGER-FILE.
       01 LDG-REC.
        02 LDG-KEY.
           03 LDG-EMP-ID PIC X(10).
           03 LDG-LOAN-SEQ PIC 9(2).
           03 LDG-POST-SEQ PIC 9(5).
        02 LDG-EFFECTIVE-DATE PIC 9(8).
        02 LDG-TRAN-TYPE PIC X(1).
           88 LDG-PAYMENT VALUE 'P'.
           88 LDG-REVERSAL VALUE 'R'.
           88 LDG-WRITE-OFF VALUE 'W'.
           88 LDG-ADJUSTMENT VALUE 'A'.
           88 LDG-PAYROLL-DEDUCT VALUE 'D'.
        02 LDG-AMOUNT PIC S9(7)V99.
        02 LDG-SOURCE-PGM PIC X(8).
        02 LDG-RUN-DATE PIC 9(8).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC XX.

       01 WS-LDG-STATUS PIC XX.

       01 WS-LEDGER-WORK.
        02 WS-LDG-SEQ PIC 9(5) VALUE ZERO.
        02 WS-LDG-SWITCH PIC X VALUE SPACES.
           88 LEDGER-SLOT-FREE VALUE 'F'.
        02 WS-LDG-EFF-DATE PIC 9(8) VALUE ZERO.
        02 WS-LDG-TYPE PIC X(1) VALUE SPACES.
        02 WS-LDG-AMOUNT PIC S9(7)V99 VALUE ZERO.

       01 WS-SUBSCRIPTS.
        02 WS-PAY-SUB PIC 9(2) VALUE ZERO.

       01 WS-HIGHEST-SW PIC X VALUE 'Y'.
        88 HIGHEST-LOAN-SEQ VALUE 'Y'.

       01 WS-HOLD-WORK.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CURRENT-DATE PIC X(21).
        02 WS-SHIFT-FROM PIC 9(8) VALUE ZERO.
        02 WS-SHIFT-DAYS PIC S9(5) VALUE ZERO.
        02 WS-SHIFT-INT PIC 9(7) VALUE ZERO.

       01 WS-MASTER-WORK.
        02 WS-MST-TOT-PAID PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-BALANCE PIC S9(7)V99 VALUE ZERO.
        02 WS-TRANS-CHANGED PIC 9(7) VALUE ZERO.
        02 WS-TRANS-CLOSED PIC 9(7) VALUE ZERO.
        02 WS-TRANS-DELETED PIC 9(7) VALUE ZERO.
        02 WS-TRANS-STATUSED PIC 9(7) VALUE ZERO.
        02 WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.

       01 AUDIT-HEADING.
        02 AUD-IMG-RATE PIC Z9.99.
        02 FILLER PIC X(7) VALUE "  TERM ".
        02 AUD-IMG-TERM PIC ZZ9.
        02 FILLER PIC X(9) VALUE "  STATUS ".
        02 AUD-IMG-STATUS PIC X(1).
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUD-IMG-STATUS-START PIC 9(8).
        02 FILLER PIC X(1) VALUE "-".
        02 AUD-IMG-STATUS-END PIC 9(8).

       01 AUDIT-TOTAL.
        02 FILLER PIC X(12) VALUE "TRANS READ: ".
        02 AUD-TRANS-CLOSED PIC ZZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "  DELETED: ".
        02 AUD-TRANS-DELETED PIC ZZZ,ZZ9.
        02 FILLER PIC X(10) VALUE "  STATUS: ".
        02 AUD-TRANS-STATUSED PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  REJECTED: ".
        02 AUD-TRANS-REJECTED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       OPEN INPUT MNTTRN-FILE
       OPEN I-O MASTER-FILE
       OPEN I-O LEDGER-FILE
       OPEN OUTPUT AUDIT-FILE

       WRITE AUDIT-REC FROM AUDIT-HEADING

       PERFORM WRITE-AUDIT-TOTAL

       CLOSE MNTTRN-FILE, MASTER-FILE, LEDGER-FILE, AUDIT-FILE
       STOP RUN.

       PROCESS-MAINTENANCE.
       VALIDATE-TRANSACTION.
          SET USABLE-TRANS TO TRUE
          IF NOT MNT-CHANGE AND NOT MNT-CLOSE AND NOT MNT-DELETE
             AND NOT MNT-STATUS
             SET UNUSABLE-TRANS TO TRUE
             MOVE "INVALID ACTION CODE" TO AUD-REASON
          ELSE
                   IF MNT-CHANGE
                      PERFORM VALIDATE-CHANGE-FIELDS
                   END-IF
                   IF MNT-STATUS
                      PERFORM VALIDATE-STATUS-FIELDS
                   END-IF
                END-IF
             END-IF
          END-IF.
             MOVE "NO CHANGE FIELDS SUPPLIED" TO AUD-REASON
          END-IF.

       VALIDATE-STATUS-FIELDS.
          IF NOT MNT-NEW-ACTIVE AND NOT MNT-NEW-HOLD
             SET UNUSABLE-TRANS TO TRUE
             MOVE "INVALID LOAN STATUS" TO AUD-REASON
          ELSE
             IF MNT-NEW-HOLD
                IF MNT-STATUS-START-N NOT NUMERIC
                   OR MNT-STATUS-END-N NOT NUMERIC
                   SET UNUSABLE-TRANS TO TRUE
                   MOVE "HOLD DATES NOT NUMERIC" TO AUD-REASON
                ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(MNT-STATUS-START-N)
                      NOT = 0
                      OR FUNCTION TEST-DATE-YYYYMMDD(MNT-STATUS-END-N)
                      NOT = 0
                      SET UNUSABLE-TRANS TO TRUE
                      MOVE "INVALID HOLD DATE" TO AUD-REASON
                   ELSE
                      IF MNT-STATUS-END-N NOT > MNT-STATUS-START-N
                         SET UNUSABLE-TRANS TO TRUE
                         MOVE "HOLD END NOT AFTER START"
                            TO AUD-REASON
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF.

       APPLY-MAINTENANCE.
          PERFORM WRITE-BEFORE-IMAGE
          IF MNT-CHANGE
             IF MNT-CLOSE
                PERFORM APPLY-CLOSE
             ELSE
                IF MNT-STATUS
                   PERFORM APPLY-STATUS-CHANGE
                ELSE
                   PERFORM APPLY-DELETE
                END-IF
             END-IF
          END-IF.

             MOVE "LOAN ALREADY PAID OFF" TO AUD-REASON
             PERFORM WRITE-AUDIT-LINE
          ELSE
             MOVE WS-MST-BALANCE TO WS-LDG-AMOUNT
             PERFORM UNTIL WS-MST-BALANCE NOT > ZERO
                OR MST-EMP-NUM-PAYMENTS NOT < 8
                MOVE WS-MST-BALANCE TO WS-CLOSE-PORTION
                      MOVE SPACES TO AUD-REASON
                      PERFORM WRITE-AUDIT-LINE
                      PERFORM WRITE-AFTER-IMAGE
                      MOVE WS-RUN-DATE TO WS-LDG-EFF-DATE
                      MOVE 'W' TO WS-LDG-TYPE
                      PERFORM WRITE-LEDGER-ENTRY
                END-REWRITE
             END-IF
          END-IF.

       APPLY-STATUS-CHANGE.
          IF MST-LOAN-SEPARATED
             PERFORM APPLY-SEPARATED-STATUS
          ELSE
             PERFORM APPLY-HOLD-STATUS
          END-IF.

       APPLY-SEPARATED-STATUS.
          IF MNT-NEW-HOLD
             ADD 1 TO WS-TRANS-REJECTED
             MOVE "REJECTED" TO AUD-STATUS
             MOVE "LOAN SEPARATED" TO AUD-REASON
             PERFORM WRITE-AUDIT-LINE
          ELSE
             MOVE 'A' TO MST-LOAN-STATUS
             MOVE ZERO TO MST-LOAN-STATUS-START
             MOVE ZERO TO MST-LOAN-STATUS-END
             PERFORM REWRITE-STATUS-CHANGE
          END-IF.

       APPLY-HOLD-STATUS.
          IF MNT-NEW-HOLD
             IF MST-LOAN-ON-HOLD
                ADD 1 TO WS-TRANS-REJECTED
                MOVE "REJECTED" TO AUD-STATUS
                MOVE "LOAN ALREADY ON HOLD" TO AUD-REASON
                PERFORM WRITE-AUDIT-LINE
             ELSE
                COMPUTE WS-SHIFT-DAYS =
                   FUNCTION INTEGER-OF-DATE(MNT-STATUS-END-N)
                   - FUNCTION INTEGER-OF-DATE(MNT-STATUS-START-N)
                PERFORM SHIFT-UNPAID-DUE-DATES
                MOVE MNT-NEW-STATUS TO MST-LOAN-STATUS
                MOVE MNT-STATUS-START-N TO MST-LOAN-STATUS-START
                MOVE MNT-STATUS-END-N TO MST-LOAN-STATUS-END
                PERFORM REWRITE-STATUS-CHANGE
             END-IF
          ELSE
             IF NOT MST-LOAN-ON-HOLD
                ADD 1 TO WS-TRANS-REJECTED
                MOVE "REJECTED" TO AUD-STATUS
                MOVE "LOAN NOT ON HOLD" TO AUD-REASON
                PERFORM WRITE-AUDIT-LINE
             ELSE
                MOVE ZERO TO WS-SHIFT-DAYS
                IF WS-RUN-DATE < MST-LOAN-STATUS-END
                   IF WS-RUN-DATE > MST-LOAN-STATUS-START
                      MOVE WS-RUN-DATE TO WS-SHIFT-FROM
                   ELSE
                      MOVE MST-LOAN-STATUS-START TO WS-SHIFT-FROM
                   END-IF
                   COMPUTE WS-SHIFT-DAYS = ZERO
                      - (FUNCTION INTEGER-OF-DATE(MST-LOAN-STATUS-END)
                      - FUNCTION INTEGER-OF-DATE(WS-SHIFT-FROM))
                END-IF
                PERFORM SHIFT-UNPAID-DUE-DATES
                MOVE 'A' TO MST-LOAN-STATUS
                MOVE ZERO TO MST-LOAN-STATUS-START
                MOVE ZERO TO MST-LOAN-STATUS-END
                PERFORM REWRITE-STATUS-CHANGE
             END-IF
          END-IF.

       SHIFT-UNPAID-DUE-DATES.
          IF WS-SHIFT-DAYS NOT = ZERO
             PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                UNTIL WS-PAY-SUB > 8
                IF MST-LOAN-DUE-DATE(WS-PAY-SUB) NUMERIC
                   AND MST-LOAN-DUE-DATE(WS-PAY-SUB) > ZERO
                   AND (WS-PAY-SUB > MST-EMP-NUM-PAYMENTS
                      OR MST-LOAN-PAID-TBL(WS-PAY-SUB) = ZERO)
                   AND FUNCTION TEST-DATE-YYYYMMDD
                      (MST-LOAN-DUE-DATE(WS-PAY-SUB)) = 0
                   COMPUTE WS-SHIFT-INT = FUNCTION INTEGER-OF-DATE
                      (MST-LOAN-DUE-DATE(WS-PAY-SUB)) + WS-SHIFT-DAYS
                   COMPUTE MST-LOAN-DUE-DATE(WS-PAY-SUB) =
                      FUNCTION DATE-OF-INTEGER(WS-SHIFT-INT)
                END-IF
             END-PERFORM
          END-IF.

       REWRITE-STATUS-CHANGE.
          REWRITE MST-REC
             INVALID KEY
                ADD 1 TO WS-TRANS-REJECTED
                MOVE "REJECTED" TO AUD-STATUS
                MOVE "MASTER REWRITE FAILED" TO AUD-REASON
                PERFORM WRITE-AUDIT-LINE
             NOT INVALID KEY
                ADD 1 TO WS-TRANS-STATUSED
                IF MST-LOAN-DEFERRED
                   MOVE "DEFERRED" TO AUD-STATUS
                ELSE
                   IF MST-LOAN-FORBEARANCE
                      MOVE "FORBEAR" TO AUD-STATUS
                   ELSE
                      MOVE "ACTIVE" TO AUD-STATUS
                   END-IF
                END-IF
                MOVE SPACES TO AUD-REASON
                PERFORM WRITE-AUDIT-LINE
                PERFORM WRITE-AFTER-IMAGE
          END-REWRITE.

       APPLY-DELETE.
          MOVE 'Y' TO WS-HIGHEST-SW
          IF MNT-LOAN-SEQ < 99
          MOVE MST-EMP-YEAR TO AUD-IMG-YEAR
          MOVE MST-EMP-INT-RATE TO AUD-IMG-RATE
          MOVE MST-EMP-TERM-MONTHS TO AUD-IMG-TERM
          MOVE MST-LOAN-STATUS TO AUD-IMG-STATUS
          MOVE MST-LOAN-STATUS-START TO AUD-IMG-STATUS-START
          MOVE MST-LOAN-STATUS-END TO AUD-IMG-STATUS-END
          WRITE AUDIT-REC FROM AUDIT-IMAGE.

       WRITE-LEDGER-ENTRY.
          MOVE SPACES TO WS-LDG-SWITCH
          PERFORM VARYING WS-LDG-SEQ FROM 1 BY 1
             UNTIL LEDGER-SLOT-FREE OR WS-LDG-SEQ = 99999
             MOVE MST-EMP-ID TO LDG-EMP-ID
             MOVE MST-LOAN-SEQ TO LDG-LOAN-SEQ
             MOVE WS-LDG-SEQ TO LDG-POST-SEQ
             READ LEDGER-FILE
                INVALID KEY
                   SET LEDGER-SLOT-FREE TO TRUE
             END-READ
          END-PERFORM
          MOVE MST-EMP-ID TO LDG-EMP-ID
          MOVE MST-LOAN-SEQ TO LDG-LOAN-SEQ
          MOVE WS-LDG-EFF-DATE TO LDG-EFFECTIVE-DATE
          MOVE WS-LDG-TYPE TO LDG-TRAN-TYPE
          MOVE WS-LDG-AMOUNT TO LDG-AMOUNT
          MOVE "LOANMNT" TO LDG-SOURCE-PGM
          MOVE WS-RUN-DATE TO LDG-RUN-DATE
          WRITE LDG-REC
             INVALID KEY
                DISPLAY "LEDGER WRITE FAILED FOR " LDG-KEY
                MOVE 8 TO RETURN-CODE
          END-WRITE.

       WRITE-AUDIT-LINE.
          MOVE MNT-EMP-ID TO AUD-EMP-ID
          IF MNT-LOAN-SEQ NUMERIC
          MOVE WS-TRANS-CHANGED TO AUD-TRANS-CHANGED
          MOVE WS-TRANS-CLOSED TO AUD-TRANS-CLOSED
          MOVE WS-TRANS-DELETED TO AUD-TRANS-DELETED
          MOVE WS-TRANS-STATUSED TO AUD-TRANS-STATUSED
          MOVE WS-TRANS-REJECTED TO AUD-TRANS-REJECTED
          WRITE AUDIT-REC FROM AUDIT-TOTAL.
