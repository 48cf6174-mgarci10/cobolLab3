                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO 'DA-S-DEDUCT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINDED-FILE ASSIGN TO 'DA-S-FINDED'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CNF-SORT-FILE ASSIGN TO 'DA-S-CSRTWK'.
           SELECT CNFSRT-FILE  ASSIGN TO 'DA-S-CNFSRT'
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-I-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LDG-KEY
                   FILE STATUS IS WS-LDG-STATUS.
           SELECT DEDRPT-FILE  ASSIGN TO 'UR-S-DEDRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNL'
        88 EXT-EOF VALUE HIGH-VALUES.
        02 EXTRACT-LINE PIC X(80).

       FD  FINDED-FILE.
       01 FINDED-REC.
        88 FND-EOF VALUE HIGH-VALUES.
        02 FINDED-LINE PIC X(80).

       SD  CNF-SORT-FILE.
       01 CSR-REC.
        02 CSR-EMP-ID PIC X(10).
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

       FD  DEDRPT-FILE.
       01 DEDRPT-REC PIC X(132).

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

       FD  JOURNAL-FILE.
       01 JOURNAL-REC PIC X(227).

       FD  RUNLOG-FILE.
       01 RUNLOG-REC PIC X(42).

       01 WS-MST-STATUS PIC XX.

       01 WS-LDG-STATUS PIC XX.

       01 WS-LEDGER-WORK.
        02 WS-LDG-SEQ PIC 9(5) VALUE ZERO.
        02 WS-LDG-SWITCH PIC X VALUE SPACES.
           88 LEDGER-SLOT-FREE VALUE 'F'.
        02 WS-LDG-EFF-DATE PIC 9(8) VALUE ZERO.
        02 WS-LDG-TYPE PIC X(1) VALUE SPACES.
        02 WS-LDG-AMOUNT PIC S9(7)V99 VALUE ZERO.

       01 JOURNAL-DATA.
        02 JRN-PROGRAM PIC X(8).
        02 JRN-RUN-DATE PIC 9(8).
        02 JRN-SEQ PIC 9(7).
        02 JRN-TRN-KEY PIC X(12).
        02 JRN-IMAGE-TYPE PIC X(1).
        02 JRN-MST-IMAGE PIC X(185).

       01 WS-JOURNAL-WORK.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CURRENT-DATE PIC X(21).
        02 WS-JRN-SEQ PIC 9(7) VALUE ZERO.
        02 WS-MST-BEFORE PIC X(185).

       01 WS-EXT-BAL-CUR PIC 9(7)V99 VALUE ZERO.

       01 WS-PARSE-LINE PIC X(80).

       01 WS-EXTRACT-PARSE.
        02 WS-EXT-ID-TXT PIC X(10).
        02 WS-EXT-NAME-TXT PIC X(20).
       OPEN INPUT CNFSRT-FILE
       OPEN INPUT EXTSRT-FILE
       OPEN I-O MASTER-FILE
       OPEN I-O LEDGER-FILE
       OPEN OUTPUT DEDRPT-FILE
       OPEN EXTEND JOURNAL-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-END

       CLOSE CNFSRT-FILE, EXTSRT-FILE, MASTER-FILE, LEDGER-FILE,
           DEDRPT-FILE, JOURNAL-FILE, RUNLOG-FILE
       STOP RUN.

       FIND-PERIOD-DATE.
             AT END SET EXT-EOF TO TRUE
          END-READ
          PERFORM UNTIL EXT-EOF
             MOVE EXTRACT-LINE TO WS-PARSE-LINE
             PERFORM RELEASE-EXTRACT-LINE
             READ EXTRACT-FILE
                AT END SET EXT-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE EXTRACT-FILE
          OPEN INPUT FINDED-FILE
          READ FINDED-FILE
             AT END SET FND-EOF TO TRUE
          END-READ
          PERFORM UNTIL FND-EOF
             MOVE FINDED-LINE TO WS-PARSE-LINE
             PERFORM RELEASE-EXTRACT-LINE
             READ FINDED-FILE
                AT END SET FND-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE FINDED-FILE.

       RELEASE-EXTRACT-LINE.
          IF WS-PARSE-LINE(1:3) NOT = "***"
             MOVE SPACES TO WS-EXT-ID-TXT
             MOVE SPACES TO WS-EXT-BAL-TXT
             UNSTRING WS-PARSE-LINE DELIMITED BY ","
                INTO WS-EXT-ID-TXT
                     WS-EXT-NAME-TXT
                     WS-EXT-DEGREE-TXT
                     WS-EXT-BAL-TXT
             END-UNSTRING
             IF WS-EXT-ID-TXT NOT = SPACES
                MOVE WS-EXT-ID-TXT TO ESR-EMP-ID
                COMPUTE ESR-BALANCE =
                   FUNCTION NUMVAL(WS-EXT-BAL-TXT)
                RELEASE ESR-REC
             END-IF
          END-IF.

       MATCH-EXTRACT-BALANCE.
          MOVE 'N' TO WS-MATCH-SWITCH
          END-PERFORM
          PERFORM CALC-MASTER-OBLIGATION
          COMPUTE WS-MST-BALANCE = WS-MST-OBLIGATION - WS-MST-TOT-PAID
          IF WS-MST-BALANCE > ZERO AND NOT MST-LOAN-ON-HOLD
             SET OPEN-BAL-SEEN TO TRUE
             IF MST-EMP-NUM-PAYMENTS NOT < 8
                MOVE "PAYMENT TABLE FULL" TO WS-BLOCK-REASON
                   IF NOT CONF-REPORTED
                      ADD WS-PORTION-AMT TO WS-POSTED-AMT
                      SUBTRACT WS-PORTION-AMT FROM WS-REMAIN-AMT
                      IF WS-PERIOD-DATE > ZERO
                         MOVE WS-PERIOD-DATE TO WS-LDG-EFF-DATE
                      ELSE
                         MOVE WS-RUN-DATE TO WS-LDG-EFF-DATE
                      END-IF
                      MOVE 'D' TO WS-LDG-TYPE
                      MOVE WS-PORTION-AMT TO WS-LDG-AMOUNT
                      PERFORM WRITE-LEDGER-ENTRY
                   END-IF
                END-IF
             END-IF
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
          MOVE "DEDCONF" TO LDG-SOURCE-PGM
          MOVE WS-RUN-DATE TO LDG-RUN-DATE
          WRITE LDG-REC
             INVALID KEY
                DISPLAY "LEDGER WRITE FAILED FOR " LDG-KEY
                MOVE 8 TO RETURN-CODE
          END-WRITE.

       WRITE-POSTING-RESULT.
          IF NOT EMPLOYEE-ON-MASTER
             ADD 1 TO WS-CONF-REJECTED
