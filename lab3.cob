                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMS-FILE ASSIGN TO 'DA-S-PARMS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-I-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LDG-KEY
                   FILE STATUS IS WS-LDG-STATUS.
           SELECT RECON-FILE   ASSIGN TO 'UR-S-RECON'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMORT-FILE   ASSIGN TO 'UR-S-AMORT'
        02 SRC-LOAN-PAY-ENTRY OCCURS 8 TIMES.
           03 SRC-LOAN-PAID-TBL PIC 9(4)V99.
           03 SRC-LOAN-DUE-DATE PIC 9(8).
        02 SRC-LOAN-STATUS PIC X(1).
           88 SRC-LOAN-ON-HOLD VALUE 'D' 'F'.
        02 SRC-LOAN-STATUS-START PIC 9(8).
        02 SRC-LOAN-STATUS-END PIC 9(8).

       SD  SORT-WORK-FILE.
       01 SORT-REC.
        02 SRT-LOAN-PAY-ENTRY OCCURS 8 TIMES.
           03 SRT-LOAN-PAID-TBL PIC 9(4)V99.
           03 SRT-LOAN-DUE-DATE PIC 9(8).
        02 SRT-LOAN-STATUS PIC X(1).
        02 SRT-LOAN-STATUS-START PIC 9(8).
        02 SRT-LOAN-STATUS-END PIC 9(8).

       FD  SORTED-FILE.
       01 INPUT-REC.
        02 LOAN-PAY-ENTRY OCCURS 8 TIMES.
           03 LOAN-PAID-TBL PIC 9(4)V99.
           03 LOAN-DUE-DATE PIC 9(8).
        02 LOAN-STATUS PIC X(1).
           88 LOAN-ACTIVE VALUE 'A' ' '.
           88 LOAN-DEFERRED VALUE 'D'.
           88 LOAN-FORBEARANCE VALUE 'F'.
           88 LOAN-ON-HOLD VALUE 'D' 'F'.
           88 LOAN-SEPARATED VALUE 'S'.
        02 LOAN-STATUS-START PIC 9(8).
        02 LOAN-STATUS-END PIC 9(8).

       FD PRNT-FILE.
       01 PRNT-REC PIC X(200).
        02 CKPT-DELQ-PAGE-NUM PIC 9(5).
        02 FILLER PIC X(1).
        02 CKPT-DELQ-LINE-COUNT PIC 9(3).
        02 FILLER PIC X(1).
        02 CKPT-HOLD-COUNT PIC 9(7).
        02 FILLER PIC X(1).
        02 CKPT-HELD-BAL-TOT PIC S9(9)V99.
        02 FILLER PIC X(1).
        02 CKPT-EMP-HELD-BAL PIC S9(9)V99.
        02 FILLER PIC X(1).
        02 CKPT-DEG-WRITEOFF PIC S9(9)V99.
        02 FILLER PIC X(1).
        02 CKPT-DEG-ADJUST PIC S9(9)V99.
        02 FILLER PIC X(1).
        02 CKPT-SEP-COUNT PIC 9(7).
        02 FILLER PIC X(1).
        02 CKPT-SEP-BAL-TOT PIC S9(9)V99.
        02 FILLER PIC X(1).
        02 CKPT-EMP-SEP-BAL PIC S9(9)V99.
        02 FILLER PIC X(1).
        02 CKPT-HOLDS-RELEASED PIC 9(7).

       FD REJECT-FILE.
       01 REJECT-REC PIC X(200).
       01 DELQWK-REC.
        02 DWK-BUCKET PIC 9(1).
        02 DWK-LINE PIC X(132).
        02 DWK-LOAN-SEQ PIC 9(2).

       FD HIST-FILE.
       01 HIST-REC.
       01 RUNLOG-REC PIC X(42).
        88 RLOG-EOF VALUE HIGH-VALUES.

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

       WORKING-STORAGE SECTION.
       01 RUNLOG-DATA.
        02 RLG-PROGRAM PIC X(8).
        02 RLG-REC-COUNT PIC 9(7).
        02 RLG-RETURN-CODE PIC 9(2).

       01 JOURNAL-DATA.
        02 JRN-PROGRAM PIC X(8).
        02 JRN-RUN-DATE PIC 9(8).
        02 JRN-RUN-TIME PIC 9(6).
        02 JRN-SEQ PIC 9(7).
        02 JRN-TRN-KEY PIC X(12).
        02 JRN-IMAGE-TYPE PIC X(1).
        02 JRN-MST-IMAGE PIC X(185).

       01 WS-LDG-STATUS PIC XX.

       01 WS-LEDGER-WORK.
        02 WS-LDG-SEQ PIC 9(5) VALUE ZERO.
        02 WS-LDG-SWITCH PIC X VALUE SPACES.
           88 LEDGER-SEARCH-DONE VALUE 'X'.
        02 WS-LOAN-WRITEOFF PIC S9(7)V99 VALUE ZERO.
        02 WS-LOAN-ADJUST PIC S9(7)V99 VALUE ZERO.
        02 WS-DEG-CASH PIC S9(9)V99 VALUE ZERO.

       01 WS-HOLD-CONTROL.
        02 WS-JRN-SEQ PIC 9(7) VALUE ZERO.
        02 WS-SRC-BEFORE PIC X(185).
        02 WS-RELEASE-EOF-SW PIC X VALUE 'N'.
           88 RELEASE-EOF VALUE 'Y'.
        02 WS-HOLDS-RELEASED PIC 9(7) VALUE ZERO.
        02 WS-HOLD-COUNT PIC 9(7) VALUE ZERO.
        02 WS-HELD-BAL-TOT PIC S9(9)V99 VALUE ZERO.
        02 WS-EMP-DEDUCT-BAL PIC S9(9)V99 VALUE ZERO.
        02 WS-SEP-COUNT PIC 9(7) VALUE ZERO.
        02 WS-SEP-BAL-TOT PIC S9(9)V99 VALUE ZERO.

       01 WS-POSTING-CHECK.
        02 WS-POSTED-TODAY-SW PIC X VALUE 'N'.
           88 POSTING-DONE-TODAY VALUE 'Y'.
        02 FILLER PIC X(7) VALUE "PCT PD.".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "PMTS LEFT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "STATUS".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "HOLD END".

       01 PRNT-DATA.
        02 PRN-EMP-ID PIC X(10).
        02 PRN-PCT-PAID PIC ZZ9.99.
        02 FILLER PIC X(6) VALUE SPACES.
        02 PRN-PMTS-LEFT PIC Z9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PRN-LOAN-STATUS PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PRN-HOLD-END PIC X(8).

       01 PRNT-CALCULATIONS.
        02 TOT-PAID PIC 9(7)V99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RC-AMT-STATUS PIC X(14).

       01 RECON-HOLD-LINE.
        02 FILLER PIC X(15) VALUE "LOANS ON HOLD: ".
        02 RC-HOLD-COUNT PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  HOLD BAL: ".
        02 RC-HOLD-AMT PIC ZZZ,ZZZ,ZZ9.99CR.
        02 FILLER PIC X(18) VALUE "  HOLDS RELEASED: ".
        02 RC-HOLDS-RELEASED PIC ZZZ,ZZ9.

       01 RECON-SEP-LINE.
        02 FILLER PIC X(17) VALUE "SEPARATED LOANS: ".
        02 RC-SEP-COUNT PIC ZZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "  SEP BAL: ".
        02 RC-SEP-AMT PIC ZZZ,ZZZ,ZZ9.99CR.

       01 RECON-DELINQ-LINE.
        02 FILLER PIC X(16) VALUE "DELINQ RECORDS: ".
        02 RC-DELINQ-COUNT PIC ZZZ,ZZ9.
        02 WS-EMP-LOAN-COUNT PIC 9(2) VALUE ZERO.
        02 WS-EMP-COMB-PAID PIC 9(9)V99 VALUE ZERO.
        02 WS-EMP-COMB-BAL PIC S9(9)V99 VALUE ZERO.
        02 WS-EMP-HELD-BAL PIC S9(9)V99 VALUE ZERO.
        02 WS-EMP-SEP-BAL PIC S9(9)V99 VALUE ZERO.

       01 WS-DUP-CONTROL.
        02 WS-PREV-INPUT-REC PIC X(200) VALUE SPACES.
        02 WS-DEG-COUNT PIC 9(7) VALUE ZERO.
        02 WS-DEG-TOT-PAID PIC 9(9)V99 VALUE ZERO.
        02 WS-DEG-BALANCE PIC S9(9)V99 VALUE ZERO.
        02 WS-DEG-WRITEOFF PIC S9(9)V99 VALUE ZERO.
        02 WS-DEG-ADJUST PIC S9(9)V99 VALUE ZERO.
        02 WS-DEGREE-STARTED-SW PIC X VALUE 'N'.
           88 DEGREE-STARTED VALUE 'Y'.

        02 WS-CKPT-R-LINE-COUNT PIC 9(3) VALUE ZERO.
        02 WS-CKPT-R-DELQ-PAGE-NUM PIC 9(5) VALUE ZERO.
        02 WS-CKPT-R-DELQ-LINE-COUNT PIC 9(3) VALUE ZERO.
        02 WS-CKPT-R-HOLD-COUNT PIC 9(7) VALUE ZERO.
        02 WS-CKPT-R-HELD-BAL-TOT PIC S9(9)V99 VALUE ZERO.
        02 WS-CKPT-R-EMP-HELD-BAL PIC S9(9)V99 VALUE ZERO.
        02 WS-CKPT-R-DEG-WRITEOFF PIC S9(9)V99 VALUE ZERO.
        02 WS-CKPT-R-DEG-ADJUST PIC S9(9)V99 VALUE ZERO.
        02 WS-CKPT-R-SEP-COUNT PIC 9(7) VALUE ZERO.
        02 WS-CKPT-R-SEP-BAL-TOT PIC S9(9)V99 VALUE ZERO.
        02 WS-CKPT-R-EMP-SEP-BAL PIC S9(9)V99 VALUE ZERO.
        02 WS-CKPT-R-HOLDS-RELEASED PIC 9(7) VALUE ZERO.

       01 PRNT-GRAND-TOTAL.
        02 FILLER PIC X(6) VALUE SPACES.
          PERFORM VERIFY-RESTART-CHECKPOINT
       END-IF

       PERFORM RELEASE-EXPIRED-HOLDS

       SORT SORT-WORK-FILE ON ASCENDING KEY SRT-EMP-DEGREE
                                            SRT-EMP-ID
                                            SRT-LOAN-SEQ
           GIVING SORTED-FILE

       OPEN INPUT SORTED-FILE
       OPEN INPUT LEDGER-FILE

       READ SORTED-FILE
               AT END SET EOF TO TRUE

       PERFORM WRITE-RUNLOG-END

       CLOSE SORTED-FILE, LEDGER-FILE, PRNT-FILE, DELINQ-FILE,
           DEDUCT-FILE,
           CKPT-FILE, REJECT-FILE, AMORT-FILE, HIST-FILE, GLEXT-FILE,
           EXCEPT-FILE, RUNLOG-FILE

          IF DEDUCT-EXTRACT-WANTED
             COMPUTE WS-RECON-AMT-DIFF = WS-BALANCE-TOT
                - WS-DEDUCT-AMT-TOT - WS-NONPOS-BAL-TOT
                - WS-HELD-BAL-TOT - WS-SEP-BAL-TOT
             MOVE WS-BALANCE-TOT TO RC-BALANCE-TOT
             MOVE WS-DEDUCT-AMT-TOT TO RC-DEDUCT-AMT
             MOVE WS-NONPOS-BAL-TOT TO RC-NONPOS-AMT
             END-IF
             WRITE RECON-REC FROM RECON-AMOUNT-LINE
          END-IF
          MOVE WS-HOLD-COUNT TO RC-HOLD-COUNT
          MOVE WS-HELD-BAL-TOT TO RC-HOLD-AMT
          MOVE WS-HOLDS-RELEASED TO RC-HOLDS-RELEASED
          WRITE RECON-REC FROM RECON-HOLD-LINE
          MOVE WS-SEP-COUNT TO RC-SEP-COUNT
          MOVE WS-SEP-BAL-TOT TO RC-SEP-AMT
          WRITE RECON-REC FROM RECON-SEP-LINE
          IF DELINQ-REPORT-WANTED
             MOVE WS-DELINQ-COUNT TO RC-DELINQ-COUNT
             MOVE WS-DELINQ-AMT-TOT TO RC-DELINQ-AMT
          MOVE WS-CURRENT-DATE(9:6) TO RLG-RUN-TIME
          MOVE ZERO TO RLG-PERIOD-DATE
          MOVE WS-RECS-READ TO RLG-REC-COUNT
          IF RECON-ERROR OR RETURN-CODE = 8
             MOVE 8 TO RLG-RETURN-CODE
          ELSE
             MOVE ZERO TO RLG-RETURN-CODE
             MOVE CKPT-LINE-COUNT TO WS-CKPT-R-LINE-COUNT
             MOVE CKPT-DELQ-PAGE-NUM TO WS-CKPT-R-DELQ-PAGE-NUM
             MOVE CKPT-DELQ-LINE-COUNT TO WS-CKPT-R-DELQ-LINE-COUNT
             MOVE CKPT-HOLD-COUNT TO WS-CKPT-R-HOLD-COUNT
             MOVE CKPT-HELD-BAL-TOT TO WS-CKPT-R-HELD-BAL-TOT
             MOVE CKPT-EMP-HELD-BAL TO WS-CKPT-R-EMP-HELD-BAL
             MOVE CKPT-DEG-WRITEOFF TO WS-CKPT-R-DEG-WRITEOFF
             MOVE CKPT-DEG-ADJUST TO WS-CKPT-R-DEG-ADJUST
             MOVE CKPT-SEP-COUNT TO WS-CKPT-R-SEP-COUNT
             MOVE CKPT-SEP-BAL-TOT TO WS-CKPT-R-SEP-BAL-TOT
             MOVE CKPT-EMP-SEP-BAL TO WS-CKPT-R-EMP-SEP-BAL
             MOVE CKPT-HOLDS-RELEASED TO WS-CKPT-R-HOLDS-RELEASED
          END-IF
          CLOSE CKPT-FILE.

          MOVE WS-CKPT-R-PAGE-NUM TO WS-PAGE-NUM
          MOVE WS-CKPT-R-LINE-COUNT TO WS-LINE-COUNT
          MOVE WS-CKPT-R-DELQ-PAGE-NUM TO WS-DELQ-PAGE-NUM
          MOVE WS-CKPT-R-DELQ-LINE-COUNT TO WS-DELQ-LINE-COUNT
          MOVE WS-CKPT-R-HOLD-COUNT TO WS-HOLD-COUNT
          MOVE WS-CKPT-R-HELD-BAL-TOT TO WS-HELD-BAL-TOT
          MOVE WS-CKPT-R-EMP-HELD-BAL TO WS-EMP-HELD-BAL
          MOVE WS-CKPT-R-DEG-WRITEOFF TO WS-DEG-WRITEOFF
          MOVE WS-CKPT-R-DEG-ADJUST TO WS-DEG-ADJUST
          MOVE WS-CKPT-R-SEP-COUNT TO WS-SEP-COUNT
          MOVE WS-CKPT-R-SEP-BAL-TOT TO WS-SEP-BAL-TOT
          MOVE WS-CKPT-R-EMP-SEP-BAL TO WS-EMP-SEP-BAL
          ADD WS-CKPT-R-HOLDS-RELEASED TO WS-HOLDS-RELEASED.

       PROCESS-VALID-RECORD.
          IF EMP-STARTED
          ADD 1 TO WS-EMP-LOAN-COUNT
          ADD TOT-PAID TO WS-EMP-COMB-PAID
          ADD BALANCE TO WS-EMP-COMB-BAL
          IF LOAN-ON-HOLD
             ADD 1 TO WS-HOLD-COUNT
             ADD BALANCE TO WS-EMP-HELD-BAL
          END-IF
          IF LOAN-SEPARATED
             ADD 1 TO WS-SEP-COUNT
             ADD BALANCE TO WS-EMP-SEP-BAL
          END-IF
          MOVE INPUT-REC TO WS-PREV-INPUT-REC
          SET PREV-RECORD-SAVED TO TRUE.

          MOVE ZERO TO WS-EMP-LOAN-COUNT
          MOVE ZERO TO WS-EMP-COMB-PAID
          MOVE ZERO TO WS-EMP-COMB-BAL
          MOVE ZERO TO WS-EMP-HELD-BAL
          MOVE ZERO TO WS-EMP-SEP-BAL
          ADD 1 TO WS-EMP-COUNT
          ADD 1 TO WS-DEG-COUNT.

             MOVE WS-LINE-COUNT TO CKPT-LINE-COUNT
             MOVE WS-DELQ-PAGE-NUM TO CKPT-DELQ-PAGE-NUM
             MOVE WS-DELQ-LINE-COUNT TO CKPT-DELQ-LINE-COUNT
             MOVE WS-HOLD-COUNT TO CKPT-HOLD-COUNT
             MOVE WS-HELD-BAL-TOT TO CKPT-HELD-BAL-TOT
             MOVE WS-EMP-HELD-BAL TO CKPT-EMP-HELD-BAL
             MOVE WS-DEG-WRITEOFF TO CKPT-DEG-WRITEOFF
             MOVE WS-DEG-ADJUST TO CKPT-DEG-ADJUST
             MOVE WS-SEP-COUNT TO CKPT-SEP-COUNT
             MOVE WS-SEP-BAL-TOT TO CKPT-SEP-BAL-TOT
             MOVE WS-EMP-SEP-BAL TO CKPT-EMP-SEP-BAL
             MOVE WS-HOLDS-RELEASED TO CKPT-HOLDS-RELEASED
             WRITE CKPT-REC
          END-IF.

          MOVE BALANCE TO PRN-BALANCE
          MOVE WS-PCT-PAID TO PRN-PCT-PAID
          MOVE WS-PMTS-LEFT TO PRN-PMTS-LEFT
          MOVE SPACES TO PRN-HOLD-END
          IF LOAN-DEFERRED
             MOVE "DEFERRED" TO PRN-LOAN-STATUS
          ELSE
             IF LOAN-FORBEARANCE
                MOVE "FORBEAR" TO PRN-LOAN-STATUS
             ELSE
                IF LOAN-SEPARATED
                   MOVE "SEPARATD" TO PRN-LOAN-STATUS
                ELSE
                   MOVE "ACTIVE" TO PRN-LOAN-STATUS
                END-IF
             END-IF
          END-IF
          IF LOAN-ON-HOLD OR LOAN-SEPARATED
             MOVE LOAN-STATUS-END TO PRN-HOLD-END
          END-IF

          MOVE 1 TO WS-LINES-NEEDED
          PERFORM CHECK-PAGE-BREAK
       RESET-DEGREE-TOTALS.
          MOVE ZERO TO WS-DEG-COUNT
          MOVE ZERO TO WS-DEG-TOT-PAID
          MOVE ZERO TO WS-DEG-BALANCE
          MOVE ZERO TO WS-DEG-WRITEOFF
          MOVE ZERO TO WS-DEG-ADJUST.

       ACCUMULATE-DEGREE-TOTALS.
          ADD TOT-PAID TO WS-DEG-TOT-PAID
          ADD BALANCE TO WS-DEG-BALANCE
          PERFORM SUM-LEDGER-NONCASH
          ADD WS-LOAN-WRITEOFF TO WS-DEG-WRITEOFF
          ADD WS-LOAN-ADJUST TO WS-DEG-ADJUST.

       SUM-LEDGER-NONCASH.
          MOVE ZERO TO WS-LOAN-WRITEOFF
          MOVE ZERO TO WS-LOAN-ADJUST
          MOVE SPACES TO WS-LDG-SWITCH
          PERFORM VARYING WS-LDG-SEQ FROM 1 BY 1
             UNTIL LEDGER-SEARCH-DONE OR WS-LDG-SEQ = 99999
             MOVE EMP-ID TO LDG-EMP-ID
             MOVE LOAN-SEQ TO LDG-LOAN-SEQ
             MOVE WS-LDG-SEQ TO LDG-POST-SEQ
             READ LEDGER-FILE
                INVALID KEY
                   SET LEDGER-SEARCH-DONE TO TRUE
                NOT INVALID KEY
                   IF LDG-WRITE-OFF
                      ADD LDG-AMOUNT TO WS-LOAN-WRITEOFF
                   END-IF
                   IF LDG-ADJUSTMENT
                      ADD LDG-AMOUNT TO WS-LOAN-ADJUST
                   END-IF
             END-READ
          END-PERFORM.

       COUNT-ZERO-PAYMENTS.
          MOVE ZERO TO WS-ZERO-PAY-COUNT
          END-PERFORM.

       CHECK-DELINQUENCY.
          IF LOAN-SEPARATED
             PERFORM CHECK-SEPARATED-BALANCE
          ELSE
             IF DELINQ-REPORT-WANTED
                AND NOT LOAN-ON-HOLD
                AND EMP-NUM-PAYMENTS > ZERO
                AND WS-ZERO-PAY-COUNT = ZERO
                AND BALANCE > ZERO
                AND BALANCE > WS-DELINQ-THRESHOLD
                PERFORM AGE-OPEN-BALANCE
                PERFORM ROUTE-TO-DELINQUENCY
             END-IF
          END-IF.

       CHECK-SEPARATED-BALANCE.
          IF DELINQ-REPORT-WANTED
             AND BALANCE > ZERO
             AND LOAN-STATUS-END NUMERIC
             AND LOAN-STATUS-END < WS-RUN-DATE
             MOVE ZERO TO WS-DAYS-PAST-DUE
             IF FUNCTION TEST-DATE-YYYYMMDD(LOAN-STATUS-END) = 0
                AND FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) = 0
                COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LOAN-STATUS-END)
             END-IF
             MOVE 5 TO WS-AGE-BUCKET
             PERFORM ROUTE-TO-DELINQUENCY
          END-IF.

       ROUTE-TO-DELINQUENCY.
          MOVE EMP-ID TO DELQ-EMP-ID
          MOVE EMP-NAME TO DELQ-EMP-NAME
          MOVE EMP-DEGREE TO DELQ-EMP-DEGREE
          MOVE EMP-YEAR TO DELQ-EMP-YEAR
          MOVE BALANCE TO DELQ-BALANCE
          MOVE WS-AGE-LABEL(WS-AGE-BUCKET) TO DELQ-AGE-BUCKET
          MOVE WS-DAYS-PAST-DUE TO DELQ-DAYS-PAST
          PERFORM STORE-DELINQ-ENTRY
          ADD 1 TO WS-DELINQ-COUNT
          ADD BALANCE TO WS-DELINQ-AMT-TOT
          ADD 1 TO WS-AGE-COUNT(WS-AGE-BUCKET)
          ADD BALANCE TO WS-AGE-AMT(WS-AGE-BUCKET).

       AGE-OPEN-BALANCE.
          MOVE ZERO TO WS-DUE-DATE-FOUND
          MOVE ZERO TO WS-DAYS-PAST-DUE
       STORE-DELINQ-ENTRY.
          MOVE WS-AGE-BUCKET TO DWK-BUCKET
          MOVE DELINQ-DATA TO DWK-LINE
          MOVE LOAN-SEQ TO DWK-LOAN-SEQ
          WRITE DELQWK-REC.

       CHECK-DELQ-PAGE-BREAK.

       WRITE-DEDUCT-EXTRACT.
          IF DEDUCT-EXTRACT-WANTED
             ADD WS-EMP-HELD-BAL TO WS-HELD-BAL-TOT
             ADD WS-EMP-SEP-BAL TO WS-SEP-BAL-TOT
             COMPUTE WS-EMP-DEDUCT-BAL =
                WS-EMP-COMB-BAL - WS-EMP-HELD-BAL - WS-EMP-SEP-BAL
             IF WS-EMP-DEDUCT-BAL > ZERO
                MOVE WS-EMP-DEDUCT-BAL TO WS-DEDUCT-BAL-ED
                MOVE SPACES TO DEDUCT-REC
                STRING FUNCTION TRIM(WS-CURR-EMP-ID)
                      DELIMITED BY SIZE
                END-STRING
                WRITE DEDUCT-REC
                ADD 1 TO WS-DEDUCT-COUNT
                ADD WS-EMP-DEDUCT-BAL TO WS-DEDUCT-AMT-TOT
             ELSE
                ADD WS-EMP-DEDUCT-BAL TO WS-NONPOS-BAL-TOT
             END-IF
          END-IF.

       RELEASE-EXPIRED-HOLDS.
          MOVE 'N' TO WS-RELEASE-EOF-SW
          OPEN I-O INPUT-FILE
          OPEN EXTEND JOURNAL-FILE
          READ INPUT-FILE NEXT RECORD
             AT END SET RELEASE-EOF TO TRUE
          END-READ
          PERFORM UNTIL RELEASE-EOF
             IF SRC-LOAN-ON-HOLD
                AND SRC-LOAN-STATUS-END NUMERIC
                AND SRC-LOAN-STATUS-END < WS-RUN-DATE
                MOVE SRC-REC TO WS-SRC-BEFORE
                MOVE 'A' TO SRC-LOAN-STATUS
                MOVE ZERO TO SRC-LOAN-STATUS-START
                MOVE ZERO TO SRC-LOAN-STATUS-END
                REWRITE SRC-REC
                   INVALID KEY
                      DISPLAY "HOLD RELEASE FAILED FOR " SRC-KEY
                      MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                      PERFORM WRITE-JOURNAL-IMAGES
                      ADD 1 TO WS-HOLDS-RELEASED
                END-REWRITE
             END-IF
             READ INPUT-FILE NEXT RECORD
                AT END SET RELEASE-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE INPUT-FILE, JOURNAL-FILE.

       WRITE-JOURNAL-IMAGES.
          MOVE "LAB3" TO JRN-PROGRAM
          MOVE WS-RUN-DATE TO JRN-RUN-DATE
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
          MOVE WS-CURRENT-DATE(9:6) TO JRN-RUN-TIME
          MOVE SRC-KEY TO JRN-TRN-KEY
          ADD 1 TO WS-JRN-SEQ
          MOVE WS-JRN-SEQ TO JRN-SEQ
          MOVE 'B' TO JRN-IMAGE-TYPE
          MOVE WS-SRC-BEFORE TO JRN-MST-IMAGE
          WRITE JOURNAL-REC FROM JOURNAL-DATA
          ADD 1 TO WS-JRN-SEQ
          MOVE WS-JRN-SEQ TO JRN-SEQ
          MOVE 'A' TO JRN-IMAGE-TYPE
          MOVE SRC-REC TO JRN-MST-IMAGE
          WRITE JOURNAL-REC FROM JOURNAL-DATA.

       WRITE-HISTORY-SNAPSHOT.
          MOVE WS-CURR-EMP-ID TO HIST-EMP-ID
          MOVE WS-RUN-DATE TO HIST-RUN-DATE
       WRITE-GL-EXTRACT.
          MOVE WS-RUN-DATE TO GLE-POST-DATE
          MOVE WS-PREV-DEGREE TO GLE-CC-DEGREE
          COMPUTE WS-DEG-CASH = WS-DEG-TOT-PAID
             - WS-DEG-WRITEOFF - WS-DEG-ADJUST
          IF WS-DEG-CASH > ZERO
             MOVE WS-DEG-CASH TO WS-GL-AMT
             MOVE WS-GL-AMT TO GLE-AMOUNT
             MOVE "10100" TO GLE-ACCOUNT
             MOVE "DR" TO GLE-DR-CR
             WRITE GLEXT-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-DEBIT-TOT
             MOVE "13100" TO GLE-ACCOUNT
             MOVE "CR" TO GLE-DR-CR
             WRITE GLEXT-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-CREDIT-TOT
          END-IF
          IF WS-DEG-WRITEOFF > ZERO
             MOVE WS-DEG-WRITEOFF TO WS-GL-AMT
             MOVE WS-GL-AMT TO GLE-AMOUNT
             MOVE "13900" TO GLE-ACCOUNT
             MOVE "DR" TO GLE-DR-CR
             WRITE GLEXT-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-DEBIT-TOT
             MOVE "13100" TO GLE-ACCOUNT
             MOVE "CR" TO GLE-DR-CR
             WRITE GLEXT-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-CREDIT-TOT
          END-IF
          IF WS-DEG-ADJUST > ZERO
             MOVE WS-DEG-ADJUST TO WS-GL-AMT
             MOVE WS-GL-AMT TO GLE-AMOUNT
             MOVE "41500" TO GLE-ACCOUNT
             MOVE "DR" TO GLE-DR-CR
             WRITE GLEXT-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-DEBIT-TOT
             MOVE "13100" TO GLE-ACCOUNT
             MOVE "CR" TO GLE-DR-CR
             WRITE GLEXT-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-CREDIT-TOT
          END-IF
          IF WS-DEG-BALANCE > ZERO
             MOVE WS-DEG-BALANCE TO WS-GL-AMT
