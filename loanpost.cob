                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-I-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LDG-KEY
                   FILE STATUS IS WS-LDG-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'DA-I-PENDAP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PND-KEY
                   FILE STATUS IS WS-PND-STATUS.
           SELECT OPTIONAL APRPRM-FILE ASSIGN TO 'DA-S-APRPRM'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO 'DA-S-QUOTE'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

           88 TRN-ADJUSTMENT VALUE 'A'.
        02 TRN-LOAN-SEQ PIC X(2).
        02 TRN-LOAN-SEQ-N REDEFINES TRN-LOAN-SEQ PIC 9(2).
        02 TRN-SUBMITTER-ID PIC X(8).

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
        02 MST-LOAN-STATUS-START PIC 9(8).
        02 MST-LOAN-STATUS-END PIC 9(8).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(120).
        02 FILLER PIC X(136).

       FD  JOURNAL-FILE.
       01 JOURNAL-REC PIC X(227).

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

       FD  PENDING-FILE.
       01 PND-REC.
        02 PND-KEY.
           03 PND-QUEUE-DATE PIC 9(8).
           03 PND-QUEUE-SEQ PIC 9(5).
        02 PND-STATUS PIC X(1).
           88 PND-AWAITING VALUE 'P'.
           88 PND-APPROVED VALUE 'A'.
           88 PND-REJECTED VALUE 'R'.
        02 PND-SUBMITTER-ID PIC X(8).
        02 PND-TRN-EMP-ID PIC X(10).
        02 PND-TRN-PAY-AMT PIC 9(4)V99.
        02 PND-TRN-PAY-DATE PIC 9(8).
        02 PND-TRN-ACTION PIC X(1).
        02 PND-TRN-LOAN-SEQ PIC X(2).
        02 PND-APPROVER-ID PIC X(8).
        02 PND-DECISION-DATE PIC 9(8).
        02 PND-REASON PIC X(30).

       FD  APRPRM-FILE.
       01 APRPRM-REC.
        88 APRPRM-EOF VALUE HIGH-VALUES.
        02 PRM-ADJ-THRESHOLD PIC 9(4)V99.
        02 PRM-AGE-LIMIT-DAYS PIC 9(3).

       FD  QUOTE-FILE.
       01 QUOTE-REC.
        88 QTE-EOF VALUE HIGH-VALUES.
        02 QTE-EMP-ID PIC X(10).
        02 QTE-LOAN-SEQ PIC 9(2).
        02 QTE-QUOTE-DATE PIC 9(8).
        02 QTE-GOOD-THRU PIC 9(8).
        02 QTE-PRINCIPAL PIC 9(7)V99.
        02 QTE-INTEREST PIC 9(7)V99.
        02 QTE-PAYOFF-AMT PIC 9(7)V99.
        02 QTE-PER-DIEM PIC 9(5)V99.

       FD  RUNLOG-FILE.
       01 RUNLOG-REC PIC X(42).
        02 JRN-SEQ PIC 9(7).
        02 JRN-TRN-KEY PIC X(12).
        02 JRN-IMAGE-TYPE PIC X(1).
        02 JRN-MST-IMAGE PIC X(185).

       01 WS-MST-STATUS PIC XX.

       01 WS-LDG-STATUS PIC XX.

       01 WS-LEDGER-WORK.
        02 WS-LDG-SEQ PIC 9(5) VALUE ZERO.
        02 WS-LDG-SWITCH PIC X VALUE SPACES.
           88 LEDGER-SLOT-FREE VALUE 'F'.
           88 LEDGER-SEARCH-DONE VALUE 'X'.
        02 WS-LDG-EFF-DATE PIC 9(8) VALUE ZERO.
        02 WS-LDG-TYPE PIC X(1) VALUE SPACES.
        02 WS-LDG-AMOUNT PIC S9(7)V99 VALUE ZERO.

       01 WS-PND-STATUS PIC XX.

       01 WS-APPROVAL-WORK.
        02 WS-PND-SEQ PIC 9(5) VALUE ZERO.
        02 WS-PND-SWITCH PIC X VALUE SPACES.
           88 PENDING-SLOT-FREE VALUE 'F'.
        02 WS-ADJ-THRESHOLD PIC 9(4)V99 VALUE 500.00.
        02 WS-PND-KEY-ED.
           03 WS-PND-KEY-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE '-'.
           03 WS-PND-KEY-SEQ PIC 9(5).

       01 WS-APPROVAL-SW PIC X VALUE 'N'.
        88 NEEDS-APPROVAL VALUE 'Y'.

       01 WS-SUBSCRIPTS.
        02 WS-PAY-SUB PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SUB PIC 9(2) VALUE ZERO.
       01 WS-TARGET-SW PIC X VALUE 'N'.
        88 TRANS-TARGETED VALUE 'Y'.

       01 WS-QUOTE-SW PIC X VALUE 'N'.
        88 PAYOFF-QUOTE-MATCHED VALUE 'Y'.

       01 WS-QUOTE-WORK.
        02 WS-QUOTE-LOAN-SEQ PIC 9(2) VALUE ZERO.
        02 WS-QUOTE-REQUIRED PIC 9(7)V99 VALUE ZERO.
        02 WS-QUOTE-LATE-DAYS PIC S9(5) VALUE ZERO.
        02 WS-QUOTE-PAID PIC S9(7)V99 VALUE ZERO.

       01 WS-SPREAD-WORK.
        02 WS-REMAIN-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-POSTED-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-PORTION-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-WRITEOFF-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-FILL-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-REMAIN-ED PIC Z(6)9.99.

       01 WS-JOURNAL-WORK.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CURRENT-DATE PIC X(21).
        02 WS-JRN-SEQ PIC 9(7) VALUE ZERO.
        02 WS-MST-BEFORE PIC X(185).

       01 WS-MASTER-WORK.
        02 WS-MST-TOT-PAID PIC 9(7)V99 VALUE ZERO.
        02 WS-TRANS-APPLIED PIC 9(7) VALUE ZERO.
        02 WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.
        02 WS-TRANS-UNMATCHED PIC 9(7) VALUE ZERO.
        02 WS-TRANS-PAIDOFF PIC 9(7) VALUE ZERO.
        02 WS-TRANS-PENDING PIC 9(7) VALUE ZERO.

       01 WS-POST-SWITCH PIC X VALUE 'Y'.
        88 POSTABLE-TRANS VALUE 'Y'.
        02 AUD-TRANS-REJECTED PIC ZZZ,ZZ9.
        02 FILLER PIC X(13) VALUE "  UNMATCHED: ".
        02 AUD-TRANS-UNMATCHED PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  PAID OFF: ".
        02 AUD-TRANS-PAIDOFF PIC ZZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "  PENDING: ".
        02 AUD-TRANS-PENDING PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       PERFORM LOAD-APPROVAL-PARMS

       OPEN INPUT TRANS-FILE
       OPEN I-O MASTER-FILE
       OPEN I-O LEDGER-FILE
       OPEN I-O PENDING-FILE
       OPEN OUTPUT AUDIT-FILE
       OPEN EXTEND JOURNAL-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-END

       CLOSE TRANS-FILE, MASTER-FILE, LEDGER-FILE, PENDING-FILE,
           AUDIT-FILE, JOURNAL-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE ZERO TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       LOAD-APPROVAL-PARMS.
          OPEN INPUT APRPRM-FILE
          READ APRPRM-FILE
             AT END SET APRPRM-EOF TO TRUE
          END-READ
          IF NOT APRPRM-EOF
             IF PRM-ADJ-THRESHOLD NUMERIC
                MOVE PRM-ADJ-THRESHOLD TO WS-ADJ-THRESHOLD
             END-IF
          END-IF
          CLOSE APRPRM-FILE.

       POST-TRANSACTION.
          PERFORM VALIDATE-TRANSACTION
          IF POSTABLE-TRANS
             PERFORM CHECK-DUAL-CONTROL
          END-IF
          IF POSTABLE-TRANS AND TRN-POST-PAYMENT
             PERFORM CHECK-PAYOFF-QUOTE
          END-IF
          IF POSTABLE-TRANS
             IF NEEDS-APPROVAL
                PERFORM QUEUE-FOR-APPROVAL
             ELSE
                IF TRANS-TARGETED
                   PERFORM POST-TARGETED-LOAN
                ELSE
                   PERFORM FIND-AND-APPLY-LOAN
                END-IF
                IF NOT LOAN-REPORTED
                   PERFORM WRITE-POSTING-RESULT
                END-IF
             END-IF
          ELSE
             ADD 1 TO WS-TRANS-REJECTED
             PERFORM WRITE-AUDIT-LINE
          END-IF.

       CHECK-DUAL-CONTROL.
          MOVE 'N' TO WS-APPROVAL-SW
          IF TRN-WRITE-OFF
             OR (TRN-ADJUSTMENT AND TRN-PAY-AMT > WS-ADJ-THRESHOLD)
             IF TRN-SUBMITTER-ID = SPACES
                SET UNPOSTABLE-TRANS TO TRUE
                MOVE "BLANK SUBMITTER ID" TO AUD-REASON
             ELSE
                SET NEEDS-APPROVAL TO TRUE
             END-IF
          END-IF.

       QUEUE-FOR-APPROVAL.
          MOVE SPACES TO WS-PND-SWITCH
          PERFORM VARYING WS-PND-SEQ FROM 1 BY 1
             UNTIL PENDING-SLOT-FREE OR WS-PND-SEQ = 99999
             MOVE WS-RUN-DATE TO PND-QUEUE-DATE
             MOVE WS-PND-SEQ TO PND-QUEUE-SEQ
             READ PENDING-FILE
                INVALID KEY
                   SET PENDING-SLOT-FREE TO TRUE
             END-READ
          END-PERFORM
          MOVE WS-RUN-DATE TO PND-QUEUE-DATE
          SET PND-AWAITING TO TRUE
          MOVE TRN-SUBMITTER-ID TO PND-SUBMITTER-ID
          MOVE TRN-EMP-ID TO PND-TRN-EMP-ID
          MOVE TRN-PAY-AMT TO PND-TRN-PAY-AMT
          IF TRN-PAY-DATE NUMERIC
             MOVE TRN-PAY-DATE TO PND-TRN-PAY-DATE
          ELSE
             MOVE ZERO TO PND-TRN-PAY-DATE
          END-IF
          MOVE TRN-ACTION TO PND-TRN-ACTION
          MOVE TRN-LOAN-SEQ TO PND-TRN-LOAN-SEQ
          MOVE SPACES TO PND-APPROVER-ID
          MOVE ZERO TO PND-DECISION-DATE
          MOVE SPACES TO PND-REASON
          WRITE PND-REC
             INVALID KEY
                ADD 1 TO WS-TRANS-REJECTED
                MOVE "REJECTED" TO AUD-STATUS
                MOVE "PENDING WRITE FAILED" TO AUD-REASON
                MOVE 8 TO RETURN-CODE
             NOT INVALID KEY
                ADD 1 TO WS-TRANS-PENDING
                MOVE "PENDING" TO AUD-STATUS
                MOVE PND-QUEUE-DATE TO WS-PND-KEY-DATE
                MOVE PND-QUEUE-SEQ TO WS-PND-KEY-SEQ
                MOVE SPACES TO AUD-REASON
                STRING "APPROVAL KEY " DELIMITED BY SIZE
                   WS-PND-KEY-ED DELIMITED BY SIZE
                   INTO AUD-REASON
                END-STRING
          END-WRITE
          PERFORM WRITE-AUDIT-LINE.

       POST-TARGETED-LOAN.
          MOVE SPACES TO WS-FIND-SWITCH
          MOVE 'N' TO WS-APPLIED-SW

       SET-APPLIED-AUDIT-FIELDS.
          IF TRN-POST-PAYMENT
             IF PAYOFF-QUOTE-MATCHED
                ADD 1 TO WS-TRANS-PAIDOFF
                MOVE "PAID OFF" TO AUD-STATUS
                MOVE WS-WRITEOFF-AMT TO WS-REMAIN-ED
                MOVE SPACES TO AUD-REASON
                STRING "PAYOFF DISCOUNT: " DELIMITED BY SIZE
                   WS-REMAIN-ED DELIMITED BY SIZE
                   INTO AUD-REASON
                END-STRING
             ELSE
                MOVE "APPLIED" TO AUD-STATUS
                IF WS-REMAIN-AMT > ZERO
                   MOVE WS-REMAIN-AMT TO WS-REMAIN-ED
                   MOVE SPACES TO AUD-REASON
                   STRING "UNABSORBED: " DELIMITED BY SIZE
                      WS-REMAIN-ED DELIMITED BY SIZE
                      INTO AUD-REASON
                   END-STRING
                ELSE
                   MOVE SPACES TO AUD-REASON
                END-IF
             END-IF
          ELSE
             IF TRN-REVERSE-PAYMENT
          END-PERFORM
          CLOSE ARCHIVE-FILE.

       CHECK-PAYOFF-QUOTE.
          IF TRN-PAY-DATE NUMERIC
             AND FUNCTION TEST-DATE-YYYYMMDD(TRN-PAY-DATE) = ZERO
             OPEN INPUT QUOTE-FILE
             READ QUOTE-FILE
                AT END SET QTE-EOF TO TRUE
             END-READ
             PERFORM UNTIL QTE-EOF
                IF QTE-EMP-ID = TRN-EMP-ID
                   AND (NOT TRANS-TARGETED
                      OR QTE-LOAN-SEQ = TRN-LOAN-SEQ-N)
                   AND QTE-QUOTE-DATE NOT > TRN-PAY-DATE
                   MOVE QTE-PAYOFF-AMT TO WS-QUOTE-REQUIRED
                   IF TRN-PAY-DATE > QTE-GOOD-THRU
                      COMPUTE WS-QUOTE-LATE-DAYS =
                         FUNCTION INTEGER-OF-DATE(TRN-PAY-DATE)
                         - FUNCTION INTEGER-OF-DATE(QTE-GOOD-THRU)
                      COMPUTE WS-QUOTE-REQUIRED = WS-QUOTE-REQUIRED
                         + (QTE-PER-DIEM * WS-QUOTE-LATE-DAYS)
                   END-IF
                   MOVE QTE-EMP-ID TO MST-EMP-ID
                   MOVE QTE-LOAN-SEQ TO MST-LOAN-SEQ
                   READ MASTER-FILE
                      INVALID KEY
                         MOVE ZERO TO WS-MST-BALANCE
                      NOT INVALID KEY
                         PERFORM CALC-OPEN-BALANCE
                   END-READ
                   IF WS-MST-BALANCE > ZERO
                      PERFORM SUM-QUOTE-PAYMENTS
                      ADD TRN-PAY-AMT TO WS-QUOTE-PAID
                      IF WS-QUOTE-PAID NOT < WS-QUOTE-REQUIRED
                         SET PAYOFF-QUOTE-MATCHED TO TRUE
                         MOVE QTE-LOAN-SEQ TO WS-QUOTE-LOAN-SEQ
                      END-IF
                   END-IF
                END-IF
                READ QUOTE-FILE
                   AT END SET QTE-EOF TO TRUE
                END-READ
             END-PERFORM
             CLOSE QUOTE-FILE
             IF PAYOFF-QUOTE-MATCHED
                SET TRANS-TARGETED TO TRUE
                MOVE WS-QUOTE-LOAN-SEQ TO TRN-LOAN-SEQ-N
             END-IF
          END-IF.

       SUM-QUOTE-PAYMENTS.
          MOVE ZERO TO WS-QUOTE-PAID
          MOVE SPACES TO WS-LDG-SWITCH
          PERFORM VARYING WS-LDG-SEQ FROM 1 BY 1
             UNTIL LEDGER-SEARCH-DONE OR WS-LDG-SEQ = 99999
             MOVE QTE-EMP-ID TO LDG-EMP-ID
             MOVE QTE-LOAN-SEQ TO LDG-LOAN-SEQ
             MOVE WS-LDG-SEQ TO LDG-POST-SEQ
             READ LEDGER-FILE
                INVALID KEY
                   SET LEDGER-SEARCH-DONE TO TRUE
                NOT INVALID KEY
                   IF (LDG-PAYMENT OR LDG-REVERSAL
                      OR LDG-PAYROLL-DEDUCT)
                      AND LDG-EFFECTIVE-DATE NOT < QTE-QUOTE-DATE
                      ADD LDG-AMOUNT TO WS-QUOTE-PAID
                   END-IF
             END-READ
          END-PERFORM.

       VALIDATE-TRANSACTION.
          SET POSTABLE-TRANS TO TRUE
          MOVE 'N' TO WS-TARGET-SW
          MOVE 'N' TO WS-QUOTE-SW
          IF NOT TRN-POST-PAYMENT AND NOT TRN-REVERSE-PAYMENT
             AND NOT TRN-WRITE-OFF AND NOT TRN-ADJUSTMENT
             SET UNPOSTABLE-TRANS TO TRUE
          END-IF.

       APPLY-TRANSACTION.
          IF TRN-PAY-DATE NUMERIC AND TRN-PAY-DATE > ZERO
             MOVE TRN-PAY-DATE TO WS-LDG-EFF-DATE
          ELSE
             MOVE WS-RUN-DATE TO WS-LDG-EFF-DATE
          END-IF
          IF TRN-POST-PAYMENT
             IF PAYOFF-QUOTE-MATCHED
                PERFORM APPLY-PAYOFF
             ELSE
                PERFORM APPLY-PAYMENT
             END-IF
          ELSE
             IF TRN-REVERSE-PAYMENT
                PERFORM APPLY-REVERSAL
                      SET LOAN-APPLIED TO TRUE
                      ADD WS-PORTION-AMT TO WS-POSTED-AMT
                      SUBTRACT WS-PORTION-AMT FROM WS-REMAIN-AMT
                      MOVE 'P' TO WS-LDG-TYPE
                      MOVE WS-PORTION-AMT TO WS-LDG-AMOUNT
                      PERFORM WRITE-LEDGER-ENTRY
                   END-IF
                END-IF
             END-IF
          END-IF.

       APPLY-PAYOFF.
          PERFORM CALC-OPEN-BALANCE
          IF WS-MST-BALANCE > ZERO
             SET OPEN-BAL-SEEN TO TRUE
             MOVE WS-REMAIN-AMT TO WS-PORTION-AMT
             IF WS-PORTION-AMT > WS-MST-BALANCE
                MOVE WS-MST-BALANCE TO WS-PORTION-AMT
             END-IF
             MOVE ZERO TO WS-WRITEOFF-AMT
             IF MST-EMP-NUM-PAYMENTS < 8
                ADD 1 TO MST-EMP-NUM-PAYMENTS
                MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
                MOVE WS-PORTION-AMT TO MST-LOAN-PAID-TBL(WS-PAY-SUB)
                SUBTRACT WS-PORTION-AMT FROM WS-MST-BALANCE
                PERFORM UNTIL WS-MST-BALANCE NOT > ZERO
                   OR MST-EMP-NUM-PAYMENTS NOT < 8
                   MOVE WS-MST-BALANCE TO WS-FILL-AMT
                   IF WS-FILL-AMT > 9999.99
                      MOVE 9999.99 TO WS-FILL-AMT
                   END-IF
                   ADD 1 TO MST-EMP-NUM-PAYMENTS
                   MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
                   MOVE WS-FILL-AMT TO MST-LOAN-PAID-TBL(WS-PAY-SUB)
                   ADD WS-FILL-AMT TO WS-WRITEOFF-AMT
                   SUBTRACT WS-FILL-AMT FROM WS-MST-BALANCE
                END-PERFORM
             END-IF
             IF WS-MST-BALANCE > ZERO
                MOVE WS-MST-BEFORE TO MST-REC
                PERFORM CALC-OPEN-BALANCE
                IF MST-EMP-NUM-PAYMENTS < 8
                   AND WS-MST-BALANCE NOT > 9999.99
                   ADD 1 TO MST-EMP-NUM-PAYMENTS
                   MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
                   MOVE WS-MST-BALANCE TO MST-LOAN-PAID-TBL(WS-PAY-SUB)
                   COMPUTE WS-WRITEOFF-AMT =
                      WS-MST-BALANCE - WS-PORTION-AMT
                   MOVE ZERO TO WS-MST-BALANCE
                END-IF
             END-IF
             IF WS-MST-BALANCE > ZERO
                MOVE 'N' TO WS-QUOTE-SW
                PERFORM APPLY-PAYMENT
             ELSE
                PERFORM REWRITE-MASTER
                IF NOT LOAN-REPORTED
                   SET LOAN-APPLIED TO TRUE
                   ADD WS-PORTION-AMT TO WS-POSTED-AMT
                   SUBTRACT WS-PORTION-AMT FROM WS-REMAIN-AMT
                   MOVE 'P' TO WS-LDG-TYPE
                   MOVE WS-PORTION-AMT TO WS-LDG-AMOUNT
                   PERFORM WRITE-LEDGER-ENTRY
                   IF WS-WRITEOFF-AMT > ZERO
                      MOVE 'A' TO WS-LDG-TYPE
                      MOVE WS-WRITEOFF-AMT TO WS-LDG-AMOUNT
                      PERFORM WRITE-LEDGER-ENTRY
                   END-IF
                END-IF
             END-IF
       APPLY-REVERSAL.
          IF MST-EMP-NUM-PAYMENTS > ZERO
             MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
             MOVE MST-LOAN-PAID-TBL(WS-PAY-SUB) TO WS-PORTION-AMT
             MOVE ZERO TO MST-LOAN-PAID-TBL(WS-PAY-SUB)
             SUBTRACT 1 FROM MST-EMP-NUM-PAYMENTS
             PERFORM REWRITE-MASTER
             IF NOT LOAN-REPORTED
                SET LOAN-APPLIED TO TRUE
                MOVE 'R' TO WS-LDG-TYPE
                COMPUTE WS-LDG-AMOUNT = ZERO - WS-PORTION-AMT
                PERFORM WRITE-LEDGER-ENTRY
             END-IF
          END-IF.

                IF NOT LOAN-REPORTED
                   SET LOAN-APPLIED TO TRUE
                   ADD WS-WRITEOFF-AMT TO WS-POSTED-AMT
                   MOVE 'W' TO WS-LDG-TYPE
                   MOVE WS-WRITEOFF-AMT TO WS-LDG-AMOUNT
                   PERFORM WRITE-LEDGER-ENTRY
                END-IF
             END-IF
          END-IF.
                IF NOT LOAN-REPORTED
                   SET LOAN-APPLIED TO TRUE
                   ADD TRN-PAY-AMT TO WS-POSTED-AMT
                   MOVE 'A' TO WS-LDG-TYPE
                   MOVE TRN-PAY-AMT TO WS-LDG-AMOUNT
                   PERFORM WRITE-LEDGER-ENTRY
                END-IF
             END-IF
          END-IF.
          MOVE MST-REC TO JRN-MST-IMAGE
          WRITE JOURNAL-REC FROM JOURNAL-DATA.

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
          MOVE "LOANPOST" TO LDG-SOURCE-PGM
          MOVE WS-RUN-DATE TO LDG-RUN-DATE
          WRITE LDG-REC
             INVALID KEY
                DISPLAY "LEDGER WRITE FAILED FOR " LDG-KEY
                MOVE 8 TO RETURN-CODE
          END-WRITE.

       WRITE-AUDIT-LINE.
          MOVE TRN-EMP-ID TO AUD-EMP-ID
          MOVE TRN-ACTION TO AUD-ACTION
          MOVE WS-TRANS-APPLIED TO AUD-TRANS-APPLIED
          MOVE WS-TRANS-REJECTED TO AUD-TRANS-REJECTED
          MOVE WS-TRANS-UNMATCHED TO AUD-TRANS-UNMATCHED
          MOVE WS-TRANS-PAIDOFF TO AUD-TRANS-PAIDOFF
          MOVE WS-TRANS-PENDING TO AUD-TRANS-PENDING
          WRITE AUDIT-REC FROM AUDIT-TOTAL.
