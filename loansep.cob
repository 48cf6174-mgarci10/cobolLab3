       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSEP.
       AUTHOR. MARIO GARCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEPARATION-FILE ASSIGN TO 'DA-S-HRSEP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE  ASSIGN TO 'DA-I-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-I-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LDG-KEY
                   FILE STATUS IS WS-LDG-STATUS.
           SELECT FINDED-FILE  ASSIGN TO 'DA-S-FINDED'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEPRPT-FILE  ASSIGN TO 'UR-S-SEPRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SEPARATION-FILE.
       01 SEPARATION-REC.
        88 EOF VALUE HIGH-VALUES.
        02 SEP-EMP-ID PIC X(10).
        02 SEP-DATE PIC X(8).
        02 SEP-DATE-N REDEFINES SEP-DATE PIC 9(8).
        02 SEP-FINAL-PAY-DATE PIC X(8).
        02 SEP-FINAL-PAY-DATE-N REDEFINES SEP-FINAL-PAY-DATE
           PIC 9(8).

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

       FD  FINDED-FILE.
       01 FINDED-REC PIC X(80).

       FD  SEPRPT-FILE.
       01 SEPRPT-REC PIC X(132).

       FD  JOURNAL-FILE.
       01 JOURNAL-REC PIC X(227).

       FD  RUNLOG-FILE.
       01 RUNLOG-REC PIC X(42).

       WORKING-STORAGE SECTION.
       01 RUNLOG-DATA.
        02 RLG-PROGRAM PIC X(8).
        02 RLG-EVENT PIC X(3).
        02 RLG-RUN-DATE PIC 9(8).
        02 RLG-RUN-TIME PIC 9(6).
        02 RLG-PERIOD-DATE PIC 9(8).
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

       01 WS-MST-STATUS PIC XX.

       01 WS-LDG-STATUS PIC XX.

       01 WS-LEDGER-WORK.
        02 WS-LDG-SEQ PIC 9(5) VALUE ZERO.
        02 WS-LDG-SWITCH PIC X VALUE SPACES.
           88 LEDGER-SEARCH-DONE VALUE 'X'.

       01 WS-SUBSCRIPTS.
        02 WS-PAY-SUB PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SUB PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SEQ-MAX PIC 9(2) VALUE 99.

       01 WS-FIND-SWITCH PIC X VALUE SPACES.
        88 LOAN-SEARCH-DONE VALUE 'X'.

       01 WS-ANY-LOAN-SW PIC X VALUE 'N'.
        88 EMPLOYEE-ON-MASTER VALUE 'Y'.

       01 WS-VALID-SW PIC X VALUE 'Y'.
        88 SEPARATION-VALID VALUE 'Y'.
        88 SEPARATION-INVALID VALUE 'N'.

       01 WS-JOURNAL-WORK.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CURRENT-DATE PIC X(21).
        02 WS-JRN-SEQ PIC 9(7) VALUE ZERO.
        02 WS-MST-BEFORE PIC X(185).

       01 WS-MASTER-WORK.
        02 WS-MST-TOT-PAID PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-BALANCE PIC S9(7)V99 VALUE ZERO.
        02 WS-MONTHLY-RATE PIC 9V9(8) VALUE ZERO.
        02 WS-AMORT-FACTOR PIC 9(7)V9(8) VALUE ZERO.
        02 WS-ANNUITY-NUM PIC 9(9)V9(8) VALUE ZERO.
        02 WS-ANNUITY-DEN PIC 9(7)V9(8) VALUE ZERO.
        02 WS-MONTHLY-PMT PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-OBLIGATION PIC 9(9)V99 VALUE ZERO.

       01 WS-SEPARATION-WORK.
        02 WS-EMP-NAME PIC X(20) VALUE SPACES.
        02 WS-EMP-DEGREE PIC X(4) VALUE SPACES.
        02 WS-EMP-LOANS PIC 9(2) VALUE ZERO.
        02 WS-EMP-PRIOR-LOANS PIC 9(2) VALUE ZERO.
        02 WS-EMP-NEW-REQ PIC 9(7)V99 VALUE ZERO.
        02 WS-EMP-REQUESTED PIC 9(7)V99 VALUE ZERO.
        02 WS-EMP-COVERED PIC 9(7)V99 VALUE ZERO.
        02 WS-EMP-LEFT PIC 9(7)V99 VALUE ZERO.
        02 WS-LOAN-REQUESTED PIC 9(7)V99 VALUE ZERO.
        02 WS-LOAN-COVERED PIC S9(7)V99 VALUE ZERO.
        02 WS-LOAN-LEFT PIC 9(7)V99 VALUE ZERO.
        02 WS-REQUEST-ED PIC Z(6)9.99.
        02 WS-FINAL-PAY-ED PIC 9(8).

       01 WS-SEP-COUNTS.
        02 WS-SEPS-READ PIC 9(7) VALUE ZERO.
        02 WS-SEPS-REJECTED PIC 9(7) VALUE ZERO.
        02 WS-LOANS-SEPARATED PIC 9(7) VALUE ZERO.
        02 WS-REQUESTS-WRITTEN PIC 9(7) VALUE ZERO.
        02 WS-FINDED-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-REQUESTED-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-COVERED-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-LEFT-TOT PIC 9(9)V99 VALUE ZERO.

       01 SEPRPT-TITLE.
        02 FILLER PIC X(26) VALUE "EMPLOYEE SEPARATION PROCES".
        02 FILLER PIC X(20) VALUE "SING - RUN DATE: ".
        02 SRT-RUN-DATE PIC 9(8).

       01 SEPRPT-HEADING.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "SEQ".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "NAME".
        02 FILLER PIC X(18) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "SEP DATE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "FINAL PAY".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "REQUESTED".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "COVERED".
        02 FILLER PIC X(8) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "LEFT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "STATUS".

       01 SEPRPT-DATA.
        02 SPD-EMP-ID PIC X(10).
        02 FILLER PIC X(1) VALUE SPACES.
        02 SPD-LOAN-SEQ PIC X(2).
        02 FILLER PIC X(4) VALUE SPACES.
        02 SPD-EMP-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SPD-SEP-DATE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SPD-FINAL-PAY-DATE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SPD-REQUESTED PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SPD-COVERED PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SPD-LEFT PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SPD-STATUS PIC X(30).

       01 SEPRPT-TOTAL.
        02 FILLER PIC X(17) VALUE "SEPARATIONS READ:".
        02 SPT-SEPS-READ PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  REJECTED: ".
        02 SPT-SEPS-REJECTED PIC ZZZ,ZZ9.
        02 FILLER PIC X(20) VALUE "  LOANS SEPARATED: ".
        02 SPT-LOANS-SEPARATED PIC ZZZ,ZZ9.
        02 FILLER PIC X(19) VALUE "  REQUESTS WRITTEN:".
        02 SPT-REQUESTS-WRITTEN PIC ZZZ,ZZ9.

       01 SEPRPT-AMOUNT-TOTAL.
        02 FILLER PIC X(17) VALUE "TOTAL REQUESTED: ".
        02 SPT-REQUESTED-TOT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(12) VALUE "  COVERED: ".
        02 SPT-COVERED-TOT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(9) VALUE "  LEFT: ".
        02 SPT-LEFT-TOT PIC ZZZ,ZZZ,ZZ9.99.

       01 CONTROL-TRAILER.
        02 FILLER PIC X(18) VALUE "*** CONTROL TOTAL ".
        02 CT-FILE-NAME PIC X(6).
        02 FILLER PIC X(10) VALUE " RECORDS: ".
        02 CT-REC-COUNT PIC ZZZ,ZZ9.
        02 FILLER PIC X(10) VALUE "  AMOUNT: ".
        02 CT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99CR.

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       OPEN INPUT SEPARATION-FILE
       OPEN I-O MASTER-FILE
       OPEN INPUT LEDGER-FILE
       OPEN OUTPUT FINDED-FILE
       OPEN OUTPUT SEPRPT-FILE
       OPEN EXTEND JOURNAL-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-START

       MOVE WS-RUN-DATE TO SRT-RUN-DATE
       WRITE SEPRPT-REC FROM SEPRPT-TITLE
       MOVE SPACES TO SEPRPT-REC
       WRITE SEPRPT-REC
       WRITE SEPRPT-REC FROM SEPRPT-HEADING
       MOVE SPACES TO SEPRPT-REC
       WRITE SEPRPT-REC

       READ SEPARATION-FILE
          AT END SET EOF TO TRUE
       END-READ

       PERFORM UNTIL EOF
          ADD 1 TO WS-SEPS-READ
          PERFORM PROCESS-SEPARATION
          READ SEPARATION-FILE
             AT END SET EOF TO TRUE
          END-READ
       END-PERFORM

       MOVE "FINDED" TO CT-FILE-NAME
       MOVE WS-REQUESTS-WRITTEN TO CT-REC-COUNT
       MOVE WS-FINDED-TOT TO CT-AMOUNT
       WRITE FINDED-REC FROM CONTROL-TRAILER

       PERFORM WRITE-CONTROL-TOTAL

       PERFORM WRITE-RUNLOG-END

       CLOSE SEPARATION-FILE, MASTER-FILE, LEDGER-FILE, FINDED-FILE,
           SEPRPT-FILE, JOURNAL-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE "LOANSEP" TO RLG-PROGRAM
          MOVE "STR" TO RLG-EVENT
          MOVE WS-RUN-DATE TO RLG-RUN-DATE
          MOVE WS-CURRENT-DATE(9:6) TO RLG-RUN-TIME
          MOVE ZERO TO RLG-PERIOD-DATE
          MOVE ZERO TO RLG-REC-COUNT
          MOVE ZERO TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       WRITE-RUNLOG-END.
          MOVE "END" TO RLG-EVENT
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
          MOVE WS-CURRENT-DATE(9:6) TO RLG-RUN-TIME
          MOVE WS-SEPS-READ TO RLG-REC-COUNT
          MOVE RETURN-CODE TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       PROCESS-SEPARATION.
          MOVE SPACES TO SEPRPT-DATA
          MOVE SEP-EMP-ID TO SPD-EMP-ID
          MOVE SEP-DATE TO SPD-SEP-DATE
          MOVE SEP-FINAL-PAY-DATE TO SPD-FINAL-PAY-DATE
          PERFORM VALIDATE-SEPARATION
          IF SEPARATION-INVALID
             PERFORM WRITE-REJECT-LINE
          ELSE
             PERFORM SEPARATE-EMPLOYEE-LOANS
             IF NOT EMPLOYEE-ON-MASTER
                MOVE "EMPLOYEE NOT ON MASTER" TO SPD-STATUS
                PERFORM WRITE-REJECT-LINE
             ELSE
                IF WS-EMP-LOANS = ZERO AND WS-EMP-PRIOR-LOANS = ZERO
                   MOVE SPACES TO SPD-LOAN-SEQ
                   MOVE WS-EMP-NAME TO SPD-EMP-NAME
                   MOVE ZERO TO SPD-REQUESTED
                   MOVE ZERO TO SPD-COVERED
                   MOVE ZERO TO SPD-LEFT
                   MOVE "NO OPEN LOANS" TO SPD-STATUS
                   WRITE SEPRPT-REC FROM SEPRPT-DATA
                ELSE
                   IF WS-EMP-LOANS > ZERO
                      PERFORM WRITE-FINAL-PAY-REQUEST
                   END-IF
                   PERFORM WRITE-EMPLOYEE-TOTAL
                END-IF
             END-IF
          END-IF.

       VALIDATE-SEPARATION.
          SET SEPARATION-VALID TO TRUE
          IF SEP-EMP-ID = SPACES
             SET SEPARATION-INVALID TO TRUE
             MOVE "BLANK EMPLOYEE ID" TO SPD-STATUS
          ELSE
             IF SEP-DATE-N NOT NUMERIC
                OR SEP-FINAL-PAY-DATE-N NOT NUMERIC
                SET SEPARATION-INVALID TO TRUE
                MOVE "DATES NOT NUMERIC" TO SPD-STATUS
             ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD(SEP-DATE-N) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(SEP-FINAL-PAY-DATE-N)
                   NOT = 0
                   SET SEPARATION-INVALID TO TRUE
                   MOVE "INVALID DATE" TO SPD-STATUS
                ELSE
                   IF SEP-FINAL-PAY-DATE-N < SEP-DATE-N
                      SET SEPARATION-INVALID TO TRUE
                      MOVE "FINAL PAY BEFORE SEPARATION"
                         TO SPD-STATUS
                   END-IF
                END-IF
             END-IF
          END-IF.

       SEPARATE-EMPLOYEE-LOANS.
          MOVE SPACES TO WS-FIND-SWITCH
          MOVE 'N' TO WS-ANY-LOAN-SW
          MOVE SPACES TO WS-EMP-NAME
          MOVE SPACES TO WS-EMP-DEGREE
          MOVE ZERO TO WS-EMP-LOANS
          MOVE ZERO TO WS-EMP-PRIOR-LOANS
          MOVE ZERO TO WS-EMP-NEW-REQ
          MOVE ZERO TO WS-EMP-REQUESTED
          MOVE ZERO TO WS-EMP-COVERED
          MOVE ZERO TO WS-EMP-LEFT
          PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
             UNTIL WS-LOAN-SUB > WS-LOAN-SEQ-MAX OR LOAN-SEARCH-DONE
             MOVE SEP-EMP-ID TO MST-EMP-ID
             MOVE WS-LOAN-SUB TO MST-LOAN-SEQ
             READ MASTER-FILE
                INVALID KEY
                   SET LOAN-SEARCH-DONE TO TRUE
                NOT INVALID KEY
                   SET EMPLOYEE-ON-MASTER TO TRUE
                   MOVE MST-EMP-NAME TO WS-EMP-NAME
                   MOVE MST-EMP-DEGREE TO WS-EMP-DEGREE
                   MOVE MST-REC TO WS-MST-BEFORE
                   PERFORM SEPARATE-LOAN
             END-READ
          END-PERFORM.

       SEPARATE-LOAN.
          PERFORM CALC-OPEN-BALANCE
          MOVE MST-LOAN-SEQ TO SPD-LOAN-SEQ
          MOVE MST-EMP-NAME TO SPD-EMP-NAME
          IF MST-LOAN-SEPARATED
             PERFORM REPORT-SEPARATED-LOAN
          ELSE
             IF WS-MST-BALANCE > ZERO
                MOVE 'S' TO MST-LOAN-STATUS
                MOVE SEP-DATE-N TO MST-LOAN-STATUS-START
                MOVE SEP-FINAL-PAY-DATE-N TO MST-LOAN-STATUS-END
                REWRITE MST-REC
                   INVALID KEY
                      MOVE WS-MST-BALANCE TO SPD-REQUESTED
                      MOVE ZERO TO SPD-COVERED
                      MOVE ZERO TO SPD-LEFT
                      MOVE "MASTER REWRITE FAILED" TO SPD-STATUS
                      WRITE SEPRPT-REC FROM SEPRPT-DATA
                      MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                      PERFORM WRITE-JOURNAL-IMAGES
                      PERFORM ACCUMULATE-LOAN-REQUEST
                END-REWRITE
             END-IF
          END-IF.

       REPORT-SEPARATED-LOAN.
          MOVE ZERO TO WS-LOAN-COVERED
          IF MST-LOAN-STATUS-END NUMERIC
             AND MST-LOAN-STATUS-END < WS-RUN-DATE
             PERFORM SUM-FINAL-PAY-DEDUCT
             MOVE "FINAL PAY POSTED" TO SPD-STATUS
          ELSE
             MOVE "FINAL PAY PENDING" TO SPD-STATUS
          END-IF
          IF WS-LOAN-COVERED < ZERO
             MOVE ZERO TO WS-LOAN-COVERED
          END-IF
          IF WS-MST-BALANCE > ZERO
             MOVE WS-MST-BALANCE TO WS-LOAN-LEFT
          ELSE
             MOVE ZERO TO WS-LOAN-LEFT
          END-IF
          IF WS-LOAN-COVERED > ZERO OR WS-LOAN-LEFT > ZERO
             ADD 1 TO WS-EMP-PRIOR-LOANS
             COMPUTE WS-LOAN-REQUESTED =
                WS-LOAN-COVERED + WS-LOAN-LEFT
             ADD WS-LOAN-REQUESTED TO WS-EMP-REQUESTED
             ADD WS-LOAN-COVERED TO WS-EMP-COVERED
             ADD WS-LOAN-LEFT TO WS-EMP-LEFT
             MOVE WS-LOAN-REQUESTED TO SPD-REQUESTED
             MOVE WS-LOAN-COVERED TO SPD-COVERED
             MOVE WS-LOAN-LEFT TO SPD-LEFT
             WRITE SEPRPT-REC FROM SEPRPT-DATA
          END-IF.

       SUM-FINAL-PAY-DEDUCT.
          MOVE SPACES TO WS-LDG-SWITCH
          PERFORM VARYING WS-LDG-SEQ FROM 1 BY 1
             UNTIL LEDGER-SEARCH-DONE OR WS-LDG-SEQ = 99999
             MOVE MST-EMP-ID TO LDG-EMP-ID
             MOVE MST-LOAN-SEQ TO LDG-LOAN-SEQ
             MOVE WS-LDG-SEQ TO LDG-POST-SEQ
             READ LEDGER-FILE
                INVALID KEY
                   SET LEDGER-SEARCH-DONE TO TRUE
                NOT INVALID KEY
                   IF LDG-PAYROLL-DEDUCT
                      AND LDG-EFFECTIVE-DATE
                         NOT < MST-LOAN-STATUS-START
                      ADD LDG-AMOUNT TO WS-LOAN-COVERED
                   END-IF
             END-READ
          END-PERFORM.

       ACCUMULATE-LOAN-REQUEST.
          ADD 1 TO WS-EMP-LOANS
          ADD 1 TO WS-LOANS-SEPARATED
          ADD WS-MST-BALANCE TO WS-EMP-NEW-REQ
          ADD WS-MST-BALANCE TO WS-EMP-REQUESTED
          ADD WS-MST-BALANCE TO WS-EMP-LEFT
          MOVE WS-MST-BALANCE TO SPD-REQUESTED
          MOVE ZERO TO SPD-COVERED
          MOVE WS-MST-BALANCE TO SPD-LEFT
          MOVE "SEPARATED" TO SPD-STATUS
          WRITE SEPRPT-REC FROM SEPRPT-DATA.

       WRITE-FINAL-PAY-REQUEST.
          MOVE WS-EMP-NEW-REQ TO WS-REQUEST-ED
          MOVE SEP-FINAL-PAY-DATE-N TO WS-FINAL-PAY-ED
          MOVE SPACES TO FINDED-REC
          STRING FUNCTION TRIM(SEP-EMP-ID)
                DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(WS-EMP-NAME)
                DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(WS-EMP-DEGREE)
                DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(WS-REQUEST-ED)
                DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             WS-FINAL-PAY-ED DELIMITED BY SIZE
             INTO FINDED-REC
          END-STRING
          WRITE FINDED-REC
          ADD 1 TO WS-REQUESTS-WRITTEN
          ADD WS-EMP-NEW-REQ TO WS-FINDED-TOT.

       WRITE-EMPLOYEE-TOTAL.
          MOVE SPACES TO SPD-LOAN-SEQ
          MOVE "  EMPLOYEE TOTAL" TO SPD-EMP-NAME
          MOVE WS-EMP-REQUESTED TO SPD-REQUESTED
          MOVE WS-EMP-COVERED TO SPD-COVERED
          MOVE WS-EMP-LEFT TO SPD-LEFT
          IF WS-EMP-LOANS > ZERO
             MOVE "FINAL PAY REQUESTED" TO SPD-STATUS
          ELSE
             MOVE "FINAL PAY PREVIOUSLY REQUESTED" TO SPD-STATUS
          END-IF
          ADD WS-EMP-REQUESTED TO WS-REQUESTED-TOT
          ADD WS-EMP-COVERED TO WS-COVERED-TOT
          ADD WS-EMP-LEFT TO WS-LEFT-TOT
          WRITE SEPRPT-REC FROM SEPRPT-DATA
          MOVE SPACES TO SEPRPT-REC
          WRITE SEPRPT-REC.

       WRITE-REJECT-LINE.
          ADD 1 TO WS-SEPS-REJECTED
          MOVE SPACES TO SPD-LOAN-SEQ
          MOVE SPACES TO SPD-EMP-NAME
          MOVE ZERO TO SPD-REQUESTED
          MOVE ZERO TO SPD-COVERED
          MOVE ZERO TO SPD-LEFT
          WRITE SEPRPT-REC FROM SEPRPT-DATA.

       CALC-OPEN-BALANCE.
          MOVE ZERO TO WS-MST-TOT-PAID
          PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
             UNTIL WS-PAY-SUB > MST-EMP-NUM-PAYMENTS
             ADD MST-LOAN-PAID-TBL(WS-PAY-SUB) TO WS-MST-TOT-PAID
          END-PERFORM
          PERFORM CALC-MASTER-OBLIGATION
          COMPUTE WS-MST-BALANCE =
             WS-MST-OBLIGATION - WS-MST-TOT-PAID.

       CALC-MASTER-OBLIGATION.
          MOVE MST-LOAN-AMT TO WS-MST-OBLIGATION
          IF MST-EMP-INT-RATE NUMERIC AND MST-EMP-TERM-MONTHS NUMERIC
             AND MST-EMP-INT-RATE > ZERO
             AND MST-EMP-TERM-MONTHS > ZERO
             COMPUTE WS-MONTHLY-RATE ROUNDED =
                MST-EMP-INT-RATE / 1200
             COMPUTE WS-AMORT-FACTOR ROUNDED =
                (1 + WS-MONTHLY-RATE) ** MST-EMP-TERM-MONTHS
                ON SIZE ERROR
                   MOVE ZERO TO WS-AMORT-FACTOR
             END-COMPUTE
             IF WS-AMORT-FACTOR > 1
                COMPUTE WS-ANNUITY-NUM = MST-LOAN-AMT
                   * WS-MONTHLY-RATE * WS-AMORT-FACTOR
                COMPUTE WS-ANNUITY-DEN = WS-AMORT-FACTOR - 1
                COMPUTE WS-MONTHLY-PMT ROUNDED =
                   WS-ANNUITY-NUM / WS-ANNUITY-DEN
                COMPUTE WS-MST-OBLIGATION ROUNDED =
                   WS-MONTHLY-PMT * MST-EMP-TERM-MONTHS
             END-IF
          END-IF.

       WRITE-JOURNAL-IMAGES.
          MOVE "LOANSEP" TO JRN-PROGRAM
          MOVE WS-RUN-DATE TO JRN-RUN-DATE
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
          MOVE WS-CURRENT-DATE(9:6) TO JRN-RUN-TIME
          MOVE MST-KEY TO JRN-TRN-KEY
          ADD 1 TO WS-JRN-SEQ
          MOVE WS-JRN-SEQ TO JRN-SEQ
          MOVE 'B' TO JRN-IMAGE-TYPE
          MOVE WS-MST-BEFORE TO JRN-MST-IMAGE
          WRITE JOURNAL-REC FROM JOURNAL-DATA
          ADD 1 TO WS-JRN-SEQ
          MOVE WS-JRN-SEQ TO JRN-SEQ
          MOVE 'A' TO JRN-IMAGE-TYPE
          MOVE MST-REC TO JRN-MST-IMAGE
          WRITE JOURNAL-REC FROM JOURNAL-DATA.

       WRITE-CONTROL-TOTAL.
          MOVE SPACES TO SEPRPT-REC
          WRITE SEPRPT-REC
          MOVE WS-SEPS-READ TO SPT-SEPS-READ
          MOVE WS-SEPS-REJECTED TO SPT-SEPS-REJECTED
          MOVE WS-LOANS-SEPARATED TO SPT-LOANS-SEPARATED
          MOVE WS-REQUESTS-WRITTEN TO SPT-REQUESTS-WRITTEN
          WRITE SEPRPT-REC FROM SEPRPT-TOTAL
          MOVE WS-REQUESTED-TOT TO SPT-REQUESTED-TOT
          MOVE WS-COVERED-TOT TO SPT-COVERED-TOT
          MOVE WS-LEFT-TOT TO SPT-LEFT-TOT
          WRITE SEPRPT-REC FROM SEPRPT-AMOUNT-TOTAL.
