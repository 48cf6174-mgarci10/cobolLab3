       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANQUOT.
       AUTHOR. MARIO GARCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'DA-S-QUOTRQ'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE  ASSIGN TO 'DA-I-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO 'DA-S-QUOTE'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYOFF-FILE  ASSIGN TO 'UR-S-PAYOFF'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  REQUEST-FILE.
       01 REQUEST-REC.
        88 EOF VALUE HIGH-VALUES.
        02 QRQ-EMP-ID PIC X(10).
        02 QRQ-LOAN-SEQ PIC X(2).
        02 QRQ-LOAN-SEQ-N REDEFINES QRQ-LOAN-SEQ PIC 9(2).
        02 QRQ-GOOD-THRU PIC X(8).
        02 QRQ-GOOD-THRU-N REDEFINES QRQ-GOOD-THRU PIC 9(8).

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

       FD  QUOTE-FILE.
       01 QUOTE-REC.
        02 QTE-EMP-ID PIC X(10).
        02 QTE-LOAN-SEQ PIC 9(2).
        02 QTE-QUOTE-DATE PIC 9(8).
        02 QTE-GOOD-THRU PIC 9(8).
        02 QTE-PRINCIPAL PIC 9(7)V99.
        02 QTE-INTEREST PIC 9(7)V99.
        02 QTE-PAYOFF-AMT PIC 9(7)V99.
        02 QTE-PER-DIEM PIC 9(5)V99.

       FD  PAYOFF-FILE.
       01 PAYOFF-REC PIC X(132).

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

       01 WS-MST-STATUS PIC XX.

       01 WS-SUBSCRIPTS.
        02 WS-PAY-SUB PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SUB PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SEQ-MAX PIC 9(2) VALUE 99.

       01 WS-FIND-SWITCH PIC X VALUE SPACES.
        88 LOAN-SEARCH-DONE VALUE 'X'.

       01 WS-ANY-LOAN-SW PIC X VALUE 'N'.
        88 EMPLOYEE-ON-MASTER VALUE 'Y'.

       01 WS-REQUEST-SW PIC X VALUE 'Y'.
        88 REQUEST-VALID VALUE 'Y'.
        88 REQUEST-INVALID VALUE 'N'.

       01 WS-MASTER-WORK.
        02 WS-MST-TOT-PAID PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-BALANCE PIC S9(7)V99 VALUE ZERO.
        02 WS-MONTHLY-RATE PIC 9V9(8) VALUE ZERO.
        02 WS-AMORT-FACTOR PIC 9(7)V9(8) VALUE ZERO.
        02 WS-ANNUITY-NUM PIC 9(9)V9(8) VALUE ZERO.
        02 WS-ANNUITY-DEN PIC 9(7)V9(8) VALUE ZERO.
        02 WS-MONTHLY-PMT PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-OBLIGATION PIC 9(9)V99 VALUE ZERO.

       01 WS-QUOTE-WORK.
        02 WS-GOOD-THRU PIC 9(8) VALUE ZERO.
        02 WS-PRINCIPAL PIC S9(7)V99 VALUE ZERO.
        02 WS-PERIOD-INT PIC 9(7)V99 VALUE ZERO.
        02 WS-INT-FROM PIC 9(8) VALUE ZERO.
        02 WS-ACCRUAL-DAYS PIC S9(5) VALUE ZERO.
        02 WS-ACCRUED-INT PIC 9(7)V99 VALUE ZERO.
        02 WS-PER-DIEM PIC 9(5)V99 VALUE ZERO.
        02 WS-PAYOFF-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-EMP-QUOTES PIC 9(2) VALUE ZERO.
        02 WS-REJECT-REASON PIC X(30) VALUE SPACES.

       01 WS-QUOTE-COUNTS.
        02 WS-REQS-READ PIC 9(7) VALUE ZERO.
        02 WS-QUOTES-ISSUED PIC 9(7) VALUE ZERO.
        02 WS-REQS-REJECTED PIC 9(7) VALUE ZERO.
        02 WS-QUOTED-AMT-TOT PIC 9(9)V99 VALUE ZERO.

       01 WS-RUN-CONTROLS.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CURRENT-DATE PIC X(21).

       01 QTL-DATE-LINE.
        02 FILLER PIC X(6) VALUE "DATE: ".
        02 QTD-RUN-DATE PIC 9(8).

       01 QTL-NAME-LINE.
        02 FILLER PIC X(4) VALUE "TO: ".
        02 QTN-EMP-NAME PIC X(20).
        02 FILLER PIC X(15) VALUE "  EMPLOYEE ID: ".
        02 QTN-EMP-ID PIC X(10).

       01 QTL-SUBJECT-LINE.
        02 FILLER PIC X(39)
           VALUE "RE: EDUCATION LOAN PAYOFF QUOTE - LOAN ".
        02 QTS-LOAN-SEQ PIC 9(2).

       01 QTL-PRINCIPAL-LINE.
        02 FILLER PIC X(40)
           VALUE "PRINCIPAL OUTSTANDING                  $".
        02 QTP-PRINCIPAL PIC Z,ZZZ,ZZ9.99.

       01 QTL-INTEREST-LINE.
        02 FILLER PIC X(14) VALUE "INTEREST FROM ".
        02 QTI-INT-FROM PIC 9(8).
        02 FILLER PIC X(4) VALUE " TO ".
        02 QTI-GOOD-THRU PIC 9(8).
        02 FILLER PIC X(2) VALUE " (".
        02 QTI-DAYS PIC ZZZZ9.
        02 FILLER PIC X(7) VALUE " DAYS) ".
        02 FILLER PIC X(1) VALUE "$".
        02 QTI-INTEREST PIC Z,ZZZ,ZZ9.99.

       01 QTL-PAYOFF-LINE.
        02 FILLER PIC X(27) VALUE "TOTAL PAYOFF GOOD THROUGH ".
        02 QTY-GOOD-THRU PIC 9(8).
        02 FILLER PIC X(5) VALUE "    $".
        02 QTY-PAYOFF-AMT PIC Z,ZZZ,ZZ9.99.

       01 QTL-PER-DIEM-LINE.
        02 FILLER PIC X(14) VALUE "IF PAID AFTER ".
        02 QTR-GOOD-THRU PIC 9(8).
        02 FILLER PIC X(7) VALUE " ADD $".
        02 QTR-PER-DIEM PIC ZZ,ZZ9.99.
        02 FILLER PIC X(30)
           VALUE " FOR EACH ADDITIONAL DAY.".

       01 QTL-REMIT-LINE.
        02 FILLER PIC X(37)
           VALUE "PLEASE REFERENCE YOUR EMPLOYEE ID AND".
        02 FILLER PIC X(35)
           VALUE " LOAN NUMBER WITH YOUR PAYMENT.".

       01 QTL-CLOSING-LINE.
        02 FILLER PIC X(24) VALUE "EMPLOYEE LOAN DEPARTMENT".

       01 QTL-REJECT-LINE.
        02 FILLER PIC X(10) VALUE "EMPLOYEE: ".
        02 QTJ-EMP-ID PIC X(10).
        02 FILLER PIC X(7) VALUE "  LOAN ".
        02 QTJ-LOAN-SEQ PIC X(2).
        02 FILLER PIC X(16) VALUE "  NOT QUOTED -  ".
        02 QTJ-REASON PIC X(30).

       01 QTL-CONTROL-TOTAL.
        02 FILLER PIC X(15) VALUE "REQUESTS READ: ".
        02 QTC-REQS-READ PIC ZZZ,ZZ9.
        02 FILLER PIC X(10) VALUE "  QUOTES: ".
        02 QTC-QUOTES-ISSUED PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  REJECTED: ".
        02 QTC-REQS-REJECTED PIC ZZZ,ZZ9.
        02 FILLER PIC X(15) VALUE "  QUOTED AMT: ".
        02 QTC-QUOTED-AMT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       OPEN INPUT REQUEST-FILE
       OPEN INPUT MASTER-FILE
       OPEN EXTEND QUOTE-FILE
       OPEN OUTPUT PAYOFF-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-START

       READ REQUEST-FILE
          AT END SET EOF TO TRUE
       END-READ

       PERFORM UNTIL EOF
          ADD 1 TO WS-REQS-READ
          PERFORM PROCESS-QUOTE-REQUEST
          READ REQUEST-FILE
             AT END SET EOF TO TRUE
          END-READ
       END-PERFORM

       PERFORM WRITE-CONTROL-TOTAL

       PERFORM WRITE-RUNLOG-END

       CLOSE REQUEST-FILE, MASTER-FILE, QUOTE-FILE, PAYOFF-FILE,
           RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE "LOANQUOT" TO RLG-PROGRAM
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
          MOVE WS-REQS-READ TO RLG-REC-COUNT
          MOVE ZERO TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       PROCESS-QUOTE-REQUEST.
          MOVE SPACES TO WS-FIND-SWITCH
          MOVE 'N' TO WS-ANY-LOAN-SW
          MOVE ZERO TO WS-EMP-QUOTES
          PERFORM VALIDATE-QUOTE-REQUEST
          IF REQUEST-VALID
             IF QRQ-LOAN-SEQ = SPACES OR QRQ-LOAN-SEQ = "00"
                PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                   UNTIL WS-LOAN-SUB > WS-LOAN-SEQ-MAX
                      OR LOAN-SEARCH-DONE
                   MOVE QRQ-EMP-ID TO MST-EMP-ID
                   MOVE WS-LOAN-SUB TO MST-LOAN-SEQ
                   READ MASTER-FILE
                      INVALID KEY
                         SET LOAN-SEARCH-DONE TO TRUE
                      NOT INVALID KEY
                         SET EMPLOYEE-ON-MASTER TO TRUE
                         PERFORM QUOTE-LOAN
                   END-READ
                END-PERFORM
             ELSE
                MOVE QRQ-EMP-ID TO MST-EMP-ID
                MOVE QRQ-LOAN-SEQ-N TO MST-LOAN-SEQ
                READ MASTER-FILE
                   INVALID KEY
                      MOVE "LOAN SEQ NOT ON MASTER"
                         TO WS-REJECT-REASON
                   NOT INVALID KEY
                      SET EMPLOYEE-ON-MASTER TO TRUE
                      PERFORM QUOTE-LOAN
                END-READ
             END-IF
             IF WS-REJECT-REASON = SPACES
                IF NOT EMPLOYEE-ON-MASTER
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
                ELSE
                   IF WS-EMP-QUOTES = ZERO
                      MOVE "NO OPEN BALANCE" TO WS-REJECT-REASON
                   END-IF
                END-IF
             END-IF
          END-IF
          IF WS-REJECT-REASON NOT = SPACES
             PERFORM WRITE-REJECT-LINE
          END-IF.

       VALIDATE-QUOTE-REQUEST.
          SET REQUEST-VALID TO TRUE
          MOVE SPACES TO WS-REJECT-REASON
          IF QRQ-EMP-ID = SPACES
             SET REQUEST-INVALID TO TRUE
             MOVE "BLANK EMPLOYEE ID" TO WS-REJECT-REASON
          ELSE
             IF QRQ-GOOD-THRU = SPACES
                MOVE WS-RUN-DATE TO WS-GOOD-THRU
             ELSE
                IF QRQ-GOOD-THRU-N NOT NUMERIC
                   SET REQUEST-INVALID TO TRUE
                   MOVE "GOOD-THRU DATE NOT NUMERIC"
                      TO WS-REJECT-REASON
                ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(QRQ-GOOD-THRU-N)
                      NOT = ZERO
                      SET REQUEST-INVALID TO TRUE
                      MOVE "INVALID GOOD-THRU DATE"
                         TO WS-REJECT-REASON
                   ELSE
                      IF QRQ-GOOD-THRU-N < WS-RUN-DATE
                         SET REQUEST-INVALID TO TRUE
                         MOVE "GOOD-THRU DATE ALREADY PASSED"
                            TO WS-REJECT-REASON
                      ELSE
                         MOVE QRQ-GOOD-THRU-N TO WS-GOOD-THRU
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
          IF REQUEST-VALID
             AND QRQ-LOAN-SEQ NOT = SPACES AND QRQ-LOAN-SEQ NOT = "00"
             AND QRQ-LOAN-SEQ-N NOT NUMERIC
             SET REQUEST-INVALID TO TRUE
             MOVE "INVALID LOAN SEQUENCE" TO WS-REJECT-REASON
          END-IF.

       QUOTE-LOAN.
          PERFORM CALC-OPEN-BALANCE
          IF WS-MST-BALANCE > ZERO
             PERFORM CALC-PRINCIPAL-OUTSTANDING
             PERFORM CALC-ACCRUED-INTEREST
             COMPUTE WS-PAYOFF-AMT = WS-PRINCIPAL + WS-ACCRUED-INT
             IF WS-PAYOFF-AMT > WS-MST-BALANCE
                MOVE WS-MST-BALANCE TO WS-PAYOFF-AMT
             END-IF
             PERFORM WRITE-PAYOFF-LETTER
             PERFORM WRITE-QUOTE-RECORD
             ADD 1 TO WS-EMP-QUOTES
             ADD 1 TO WS-QUOTES-ISSUED
             ADD WS-PAYOFF-AMT TO WS-QUOTED-AMT-TOT
          END-IF.

       CALC-PRINCIPAL-OUTSTANDING.
          MOVE MST-LOAN-AMT TO WS-PRINCIPAL
          PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
             UNTIL WS-PAY-SUB > MST-EMP-NUM-PAYMENTS
                OR WS-PAY-SUB > 8
             IF WS-PRINCIPAL > ZERO
                COMPUTE WS-PERIOD-INT ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE
             ELSE
                MOVE ZERO TO WS-PERIOD-INT
             END-IF
             COMPUTE WS-PRINCIPAL = WS-PRINCIPAL
                - (MST-LOAN-PAID-TBL(WS-PAY-SUB) - WS-PERIOD-INT)
          END-PERFORM
          IF WS-PRINCIPAL < ZERO
             MOVE ZERO TO WS-PRINCIPAL
          END-IF.

       CALC-ACCRUED-INTEREST.
          MOVE ZERO TO WS-INT-FROM
          IF MST-EMP-NUM-PAYMENTS > ZERO
             AND MST-EMP-NUM-PAYMENTS NOT > 8
             MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
             IF MST-LOAN-DUE-DATE(WS-PAY-SUB) NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD
                   (MST-LOAN-DUE-DATE(WS-PAY-SUB)) = ZERO
                MOVE MST-LOAN-DUE-DATE(WS-PAY-SUB) TO WS-INT-FROM
             END-IF
          ELSE
             IF MST-LOAN-DUE-DATE(1) NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD
                   (MST-LOAN-DUE-DATE(1)) = ZERO
                COMPUTE WS-INT-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(MST-LOAN-DUE-DATE(1))
                    - 30)
             END-IF
          END-IF
          IF WS-INT-FROM = ZERO
             MOVE WS-RUN-DATE TO WS-INT-FROM
          END-IF
          COMPUTE WS-ACCRUAL-DAYS =
             FUNCTION INTEGER-OF-DATE(WS-GOOD-THRU)
             - FUNCTION INTEGER-OF-DATE(WS-INT-FROM)
          IF WS-ACCRUAL-DAYS < ZERO
             MOVE ZERO TO WS-ACCRUAL-DAYS
          END-IF
          MOVE ZERO TO WS-PER-DIEM
          MOVE ZERO TO WS-ACCRUED-INT
          IF MST-EMP-INT-RATE NUMERIC AND MST-EMP-INT-RATE > ZERO
             COMPUTE WS-PER-DIEM ROUNDED =
                WS-PRINCIPAL * MST-EMP-INT-RATE / 36500
             COMPUTE WS-ACCRUED-INT ROUNDED =
                WS-PRINCIPAL * MST-EMP-INT-RATE * WS-ACCRUAL-DAYS
                / 36500
          END-IF.

       WRITE-PAYOFF-LETTER.
          MOVE WS-RUN-DATE TO QTD-RUN-DATE
          WRITE PAYOFF-REC FROM QTL-DATE-LINE
           AFTER ADVANCING PAGE
          MOVE SPACES TO PAYOFF-REC
          WRITE PAYOFF-REC
          MOVE MST-EMP-NAME TO QTN-EMP-NAME
          MOVE MST-EMP-ID TO QTN-EMP-ID
          WRITE PAYOFF-REC FROM QTL-NAME-LINE
          MOVE MST-LOAN-SEQ TO QTS-LOAN-SEQ
          WRITE PAYOFF-REC FROM QTL-SUBJECT-LINE
          MOVE SPACES TO PAYOFF-REC
          WRITE PAYOFF-REC
          MOVE WS-PRINCIPAL TO QTP-PRINCIPAL
          WRITE PAYOFF-REC FROM QTL-PRINCIPAL-LINE
          MOVE WS-INT-FROM TO QTI-INT-FROM
          MOVE WS-GOOD-THRU TO QTI-GOOD-THRU
          MOVE WS-ACCRUAL-DAYS TO QTI-DAYS
          MOVE WS-ACCRUED-INT TO QTI-INTEREST
          WRITE PAYOFF-REC FROM QTL-INTEREST-LINE
          MOVE WS-GOOD-THRU TO QTY-GOOD-THRU
          MOVE WS-PAYOFF-AMT TO QTY-PAYOFF-AMT
          WRITE PAYOFF-REC FROM QTL-PAYOFF-LINE
          MOVE SPACES TO PAYOFF-REC
          WRITE PAYOFF-REC
          MOVE WS-GOOD-THRU TO QTR-GOOD-THRU
          MOVE WS-PER-DIEM TO QTR-PER-DIEM
          WRITE PAYOFF-REC FROM QTL-PER-DIEM-LINE
          WRITE PAYOFF-REC FROM QTL-REMIT-LINE
          MOVE SPACES TO PAYOFF-REC
          WRITE PAYOFF-REC
          WRITE PAYOFF-REC FROM QTL-CLOSING-LINE.

       WRITE-QUOTE-RECORD.
          MOVE MST-EMP-ID TO QTE-EMP-ID
          MOVE MST-LOAN-SEQ TO QTE-LOAN-SEQ
          MOVE WS-RUN-DATE TO QTE-QUOTE-DATE
          MOVE WS-GOOD-THRU TO QTE-GOOD-THRU
          MOVE WS-PRINCIPAL TO QTE-PRINCIPAL
          MOVE WS-ACCRUED-INT TO QTE-INTEREST
          MOVE WS-PAYOFF-AMT TO QTE-PAYOFF-AMT
          MOVE WS-PER-DIEM TO QTE-PER-DIEM
          WRITE QUOTE-REC.

       WRITE-REJECT-LINE.
          ADD 1 TO WS-REQS-REJECTED
          MOVE QRQ-EMP-ID TO QTJ-EMP-ID
          MOVE QRQ-LOAN-SEQ TO QTJ-LOAN-SEQ
          MOVE WS-REJECT-REASON TO QTJ-REASON
          WRITE PAYOFF-REC FROM QTL-REJECT-LINE
           AFTER ADVANCING PAGE.

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
          MOVE ZERO TO WS-MONTHLY-RATE
          MOVE ZERO TO WS-MONTHLY-PMT
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

       WRITE-CONTROL-TOTAL.
          MOVE SPACES TO PAYOFF-REC
          WRITE PAYOFF-REC
           AFTER ADVANCING PAGE
          MOVE WS-REQS-READ TO QTC-REQS-READ
          MOVE WS-QUOTES-ISSUED TO QTC-QUOTES-ISSUED
          MOVE WS-REQS-REJECTED TO QTC-REQS-REJECTED
          MOVE WS-QUOTED-AMT-TOT TO QTC-QUOTED-AMT
          WRITE PAYOFF-REC FROM QTL-CONTROL-TOTAL.
