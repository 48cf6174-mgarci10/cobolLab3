                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-I-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LDG-KEY
                   FILE STATUS IS WS-LDG-STATUS.
           SELECT AUDIT-FILE   ASSIGN TO 'UR-S-LOADAUD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPT-FILE  ASSIGN TO 'UR-S-EXCEPT'
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
       01 AUDIT-REC PIC X(120).
       01 EXCEPT-REC PIC X(132).

       FD  JOURNAL-FILE.
       01 JOURNAL-REC PIC X(227).

       FD  RUNLOG-FILE.
       01 RUNLOG-REC PIC X(42).

       01 WS-MST-STATUS PIC XX.

       01 WS-LDG-STATUS PIC XX.

       01 WS-LEDGER-WORK.
        02 WS-LDG-SEQ PIC 9(5) VALUE ZERO.
        02 WS-LDG-PAY-SUB PIC 9(2) VALUE ZERO.

       01 JOURNAL-DATA.
        02 JRN-PROGRAM PIC X(8).
        02 JRN-RUN-DATE PIC 9(8).
        02 JRN-SEQ PIC 9(7).
        02 JRN-TRN-KEY PIC X(12).
        02 JRN-IMAGE-TYPE PIC X(1).
        02 JRN-MST-IMAGE PIC X(185).

       01 WS-JOURNAL-WORK.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CAND-LOAN-PAY-ENTRY OCCURS 8 TIMES.
           03 WS-CAND-LOAN-PAID-TBL PIC 9(4)V99.
           03 WS-CAND-LOAN-DUE-DATE PIC 9(8).
        02 WS-CAND-LOAN-STATUS PIC X(1).
        02 WS-CAND-LOAN-STATUS-START PIC 9(8).
        02 WS-CAND-LOAN-STATUS-END PIC 9(8).

       01 WS-SEQ-CONTROL.
        02 WS-TRY-SEQ PIC 9(2) VALUE ZERO.
       OPEN OUTPUT MASTER-FILE
       CLOSE MASTER-FILE
       OPEN I-O MASTER-FILE
       OPEN OUTPUT LEDGER-FILE
       CLOSE LEDGER-FILE
       OPEN I-O LEDGER-FILE
       OPEN OUTPUT AUDIT-FILE
       OPEN OUTPUT EXCEPT-FILE
       OPEN EXTEND JOURNAL-FILE

       PERFORM WRITE-RUNLOG-END

       CLOSE INPUT-FILE, MASTER-FILE, LEDGER-FILE, AUDIT-FILE,
           EXCEPT-FILE, JOURNAL-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
                         PERFORM WRITE-AUDIT-LINE
                      NOT INVALID KEY
                         PERFORM WRITE-JOURNAL-IMAGE
                         PERFORM WRITE-LOADED-LEDGER
                         ADD 1 TO WS-RECS-LOADED
                         MOVE WS-CAND-LOAN-SEQ TO AUD-LOAN-SEQ
                         MOVE "LOADED" TO AUD-STATUS
          MOVE SRC-EMP-INT-RATE TO WS-CAND-EMP-INT-RATE
          MOVE SRC-EMP-TERM-MONTHS TO WS-CAND-EMP-TERM-MONTHS
          MOVE SRC-EMP-NUM-PAYMENTS TO WS-CAND-EMP-NUM-PAYMENTS
          MOVE 'A' TO WS-CAND-LOAN-STATUS
          MOVE ZERO TO WS-CAND-LOAN-STATUS-START
          MOVE ZERO TO WS-CAND-LOAN-STATUS-END
          PERFORM VARYING WS-TRY-SEQ FROM 1 BY 1
             UNTIL WS-TRY-SEQ > 8
             MOVE SRC-LOAN-PAID-TBL(WS-TRY-SEQ)
          MOVE WS-CAND-REC TO JRN-MST-IMAGE
          WRITE JOURNAL-REC FROM JOURNAL-DATA.

       WRITE-LOADED-LEDGER.
          MOVE ZERO TO WS-LDG-SEQ
          IF WS-CAND-EMP-NUM-PAYMENTS NUMERIC
             PERFORM VARYING WS-LDG-PAY-SUB FROM 1 BY 1
                UNTIL WS-LDG-PAY-SUB > WS-CAND-EMP-NUM-PAYMENTS
                   OR WS-LDG-PAY-SUB > 8
                IF WS-CAND-LOAN-PAID-TBL(WS-LDG-PAY-SUB) NUMERIC
                   AND WS-CAND-LOAN-PAID-TBL(WS-LDG-PAY-SUB) > ZERO
                   ADD 1 TO WS-LDG-SEQ
                   MOVE WS-CAND-EMP-ID TO LDG-EMP-ID
                   MOVE WS-CAND-LOAN-SEQ TO LDG-LOAN-SEQ
                   MOVE WS-LDG-SEQ TO LDG-POST-SEQ
                   IF WS-CAND-LOAN-DUE-DATE(WS-LDG-PAY-SUB) NUMERIC
                      AND WS-CAND-LOAN-DUE-DATE(WS-LDG-PAY-SUB) > ZERO
                      MOVE WS-CAND-LOAN-DUE-DATE(WS-LDG-PAY-SUB)
                         TO LDG-EFFECTIVE-DATE
                   ELSE
                      MOVE WS-RUN-DATE TO LDG-EFFECTIVE-DATE
                   END-IF
                   MOVE 'P' TO LDG-TRAN-TYPE
                   MOVE WS-CAND-LOAN-PAID-TBL(WS-LDG-PAY-SUB)
                      TO LDG-AMOUNT
                   MOVE "LOANLOAD" TO LDG-SOURCE-PGM
                   MOVE WS-RUN-DATE TO LDG-RUN-DATE
                   WRITE LDG-REC
                      INVALID KEY
                         DISPLAY "LEDGER WRITE FAILED FOR " LDG-KEY
                         MOVE 8 TO RETURN-CODE
                   END-WRITE
                END-IF
             END-PERFORM
          END-IF.

       WRITE-AUDIT-LINE.
          MOVE SRC-EMP-ID TO AUD-EMP-ID
          MOVE SRC-EMP-NAME TO AUD-EMP-NAME
