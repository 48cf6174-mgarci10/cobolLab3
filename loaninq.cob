       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANINQ.
       AUTHOR. MARIO GARCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE  ASSIGN TO 'DA-I-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL INQLOG-FILE ASSIGN TO 'DA-S-INQLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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

       FD  INQLOG-FILE.
       01 INQLOG-REC.
        02 ILG-LOG-DATE PIC 9(8).
        02 ILG-LOG-TIME PIC 9(6).
        02 ILG-OPERATOR-ID PIC X(8).
        02 ILG-EMP-ID PIC X(10).
        02 ILG-LOAN-SEQ PIC X(2).
        02 ILG-ACTION PIC X(1).
        02 ILG-LOANS-FOUND PIC 9(2).

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
        02 WS-CUR-SUB PIC 9(2) VALUE ZERO.

       01 WS-FIND-SWITCH PIC X VALUE SPACES.
        88 LOAN-SEARCH-DONE VALUE 'X'.

       01 WS-INQUIRY-SW PIC X VALUE 'N'.
        88 INQUIRY-DONE VALUE 'Y'.

       01 WS-EMPLOYEE-SW PIC X VALUE 'N'.
        88 EMPLOYEE-DONE VALUE 'Y'.

       01 WS-BROWSE-SW PIC X VALUE 'N'.
        88 BROWSE-DONE VALUE 'Y'.

       01 WS-SEL-FOUND-SW PIC X VALUE 'N'.
        88 SELECTED-LOAN-FOUND VALUE 'Y'.

       01 WS-RUN-CONTROLS.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CURRENT-DATE PIC X(21).
        02 WS-LOOKUPS PIC 9(7) VALUE ZERO.

       01 WS-INQUIRY-INPUT.
        02 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        02 WS-INQ-EMP-ID PIC X(10) VALUE SPACES.
        02 WS-INQ-SEL PIC X(2) VALUE SPACES.
        02 WS-INQ-SEL-N REDEFINES WS-INQ-SEL PIC 9(2).
        02 WS-INQ-CMD PIC X(1) VALUE SPACES.
           88 CMD-NEXT VALUE 'N'.
           88 CMD-PREVIOUS VALUE 'P'.
           88 CMD-LIST VALUE 'L'.
           88 CMD-EXIT VALUE 'X' ' '.

       01 WS-EMP-LOANS.
        02 WS-LOAN-COUNT PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SEQ-TBL PIC 9(2) OCCURS 99 TIMES.

       01 WS-MASTER-WORK.
        02 WS-MST-TOT-PAID PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-BALANCE PIC S9(7)V99 VALUE ZERO.
        02 WS-MONTHLY-RATE PIC 9V9(8) VALUE ZERO.
        02 WS-AMORT-FACTOR PIC 9(7)V9(8) VALUE ZERO.
        02 WS-ANNUITY-NUM PIC 9(9)V9(8) VALUE ZERO.
        02 WS-ANNUITY-DEN PIC 9(7)V9(8) VALUE ZERO.
        02 WS-MONTHLY-PMT PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-OBLIGATION PIC 9(9)V99 VALUE ZERO.

       01 WS-AGING-WORK.
        02 WS-DUE-DATE-FOUND PIC 9(8) VALUE ZERO.
        02 WS-DAYS-PAST-DUE PIC S9(5) VALUE ZERO.
        02 WS-AGE-BUCKET PIC 9(1) VALUE 1.
        02 WS-AGE-TEXT PIC X(6) VALUE SPACES.
        02 WS-STATUS-TEXT PIC X(8) VALUE SPACES.
        02 WS-AGE-LABEL-TBL.
           03 FILLER PIC X(6) VALUE "0-30".
           03 FILLER PIC X(6) VALUE "31-60".
           03 FILLER PIC X(6) VALUE "61-90".
           03 FILLER PIC X(6) VALUE "91-120".
           03 FILLER PIC X(6) VALUE "120+".
        02 WS-AGE-LABEL-R REDEFINES WS-AGE-LABEL-TBL.
           03 WS-AGE-LABEL PIC X(6) OCCURS 5 TIMES.

       01 INQ-SUMMARY-HEADING.
        02 FILLER PIC X(3) VALUE "SEQ".
        02 FILLER PIC X(6) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "AMOUNT".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "RATE".
        02 FILLER PIC X(1) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "TERM".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "MONTHLY".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "TOTAL PAID".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "BALANCE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "AGING".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "STATUS".

       01 INQ-SUMMARY-LINE.
        02 ISL-LOAN-SEQ PIC 99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 ISL-LOAN-AMT PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 ISL-INT-RATE PIC Z9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 ISL-TERM PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 ISL-MONTHLY-PMT PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 ISL-TOT-PAID PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 ISL-BALANCE PIC Z,ZZZ,ZZ9.99CR.
        02 FILLER PIC X(1) VALUE SPACES.
        02 ISL-AGE-BUCKET PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ISL-STATUS PIC X(8).

       01 INQ-EMPLOYEE-LINE.
        02 FILLER PIC X(8) VALUE "EMP ID: ".
        02 IEL-EMP-ID PIC X(10).
        02 FILLER PIC X(8) VALUE "  NAME: ".
        02 IEL-EMP-NAME PIC X(20).
        02 FILLER PIC X(10) VALUE "  DEGREE: ".
        02 IEL-EMP-DEGREE PIC X(4).
        02 FILLER PIC X(8) VALUE "  YEAR: ".
        02 IEL-EMP-YEAR PIC 9(4).
        02 FILLER PIC X(9) VALUE "  LOANS: ".
        02 IEL-LOAN-COUNT PIC Z9.

       01 INQ-DETAIL-TITLE.
        02 FILLER PIC X(10) VALUE "LOAN SEQ: ".
        02 IDT-LOAN-SEQ PIC 99.
        02 FILLER PIC X(4) VALUE " OF ".
        02 IDT-LOAN-COUNT PIC Z9.
        02 FILLER PIC X(10) VALUE "  AMOUNT: ".
        02 IDT-LOAN-AMT PIC ZZ,ZZ9.99.
        02 FILLER PIC X(8) VALUE "  RATE: ".
        02 IDT-INT-RATE PIC Z9.99.
        02 FILLER PIC X(8) VALUE "  TERM: ".
        02 IDT-TERM PIC ZZ9.
        02 FILLER PIC X(11) VALUE "  MONTHLY: ".
        02 IDT-MONTHLY-PMT PIC ZZ,ZZ9.99.

       01 INQ-DETAIL-STATUS.
        02 FILLER PIC X(8) VALUE "STATUS: ".
        02 IDS-STATUS PIC X(8).
        02 FILLER PIC X(9) VALUE "  START: ".
        02 IDS-STATUS-START PIC 9(8).
        02 FILLER PIC X(7) VALUE "  END: ".
        02 IDS-STATUS-END PIC 9(8).

       01 INQ-PAY-HEADING.
        02 FILLER PIC X(5) VALUE "ENTRY".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "DUE DATE".
        02 FILLER PIC X(6) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "PAID".

       01 INQ-PAY-LINE.
        02 IPL-ENTRY PIC Z9.
        02 FILLER PIC X(6) VALUE SPACES.
        02 IPL-DUE-DATE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 IPL-PAID PIC Z,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 IPL-NOTE PIC X(10).

       01 INQ-DETAIL-TOTAL.
        02 FILLER PIC X(12) VALUE "TOTAL PAID: ".
        02 IDL-TOT-PAID PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(11) VALUE "  BALANCE: ".
        02 IDL-BALANCE PIC Z,ZZZ,ZZ9.99CR.
        02 FILLER PIC X(9) VALUE "  AGING: ".
        02 IDL-AGE-BUCKET PIC X(6).
        02 FILLER PIC X(13) VALUE "  DAYS PAST: ".
        02 IDL-DAYS-PAST PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       DISPLAY "LOAN INQUIRY - RUN DATE: " WS-RUN-DATE
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID
       IF WS-OPERATOR-ID = SPACES
          DISPLAY "LOANINQ: OPERATOR ID REQUIRED"
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF

       OPEN INPUT MASTER-FILE
       IF WS-MST-STATUS NOT = "00"
          DISPLAY "LOANINQ: MASTER NOT AVAILABLE, STATUS "
             WS-MST-STATUS
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF

       OPEN EXTEND INQLOG-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-START

       PERFORM UNTIL INQUIRY-DONE
          DISPLAY " "
          DISPLAY "EMP ID (BLANK TO END): " WITH NO ADVANCING
          MOVE SPACES TO WS-INQ-EMP-ID
          ACCEPT WS-INQ-EMP-ID
          IF WS-INQ-EMP-ID = SPACES
             SET INQUIRY-DONE TO TRUE
          ELSE
             ADD 1 TO WS-LOOKUPS
             PERFORM LOOKUP-EMPLOYEE
          END-IF
       END-PERFORM

       PERFORM WRITE-RUNLOG-END

       CLOSE MASTER-FILE, INQLOG-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE "LOANINQ" TO RLG-PROGRAM
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
          MOVE WS-LOOKUPS TO RLG-REC-COUNT
          MOVE RETURN-CODE TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       LOOKUP-EMPLOYEE.
          PERFORM LOAD-EMPLOYEE-LOANS
          MOVE SPACES TO ILG-LOAN-SEQ
          MOVE 'L' TO ILG-ACTION
          PERFORM WRITE-INQUIRY-LOG
          IF WS-LOAN-COUNT = ZERO
             DISPLAY "NO LOANS ON MASTER FOR " WS-INQ-EMP-ID
          ELSE
             MOVE 'N' TO WS-EMPLOYEE-SW
             PERFORM SHOW-LOAN-SUMMARY
             PERFORM UNTIL EMPLOYEE-DONE
                PERFORM SELECT-LOAN
             END-PERFORM
          END-IF.

       LOAD-EMPLOYEE-LOANS.
          MOVE ZERO TO WS-LOAN-COUNT
          MOVE SPACES TO WS-FIND-SWITCH
          PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
             UNTIL WS-LOAN-SUB > WS-LOAN-SEQ-MAX OR LOAN-SEARCH-DONE
             MOVE WS-INQ-EMP-ID TO MST-EMP-ID
             MOVE WS-LOAN-SUB TO MST-LOAN-SEQ
             READ MASTER-FILE
                INVALID KEY
                   SET LOAN-SEARCH-DONE TO TRUE
                NOT INVALID KEY
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE MST-LOAN-SEQ TO WS-LOAN-SEQ-TBL(WS-LOAN-COUNT)
             END-READ
          END-PERFORM.

       WRITE-INQUIRY-LOG.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
          MOVE WS-CURRENT-DATE(1:8) TO ILG-LOG-DATE
          MOVE WS-CURRENT-DATE(9:6) TO ILG-LOG-TIME
          MOVE WS-OPERATOR-ID TO ILG-OPERATOR-ID
          MOVE WS-INQ-EMP-ID TO ILG-EMP-ID
          MOVE WS-LOAN-COUNT TO ILG-LOANS-FOUND
          WRITE INQLOG-REC.

       SHOW-LOAN-SUMMARY.
          DISPLAY " "
          PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
             UNTIL WS-CUR-SUB > WS-LOAN-COUNT
             MOVE WS-INQ-EMP-ID TO MST-EMP-ID
             MOVE WS-LOAN-SEQ-TBL(WS-CUR-SUB) TO MST-LOAN-SEQ
             READ MASTER-FILE
                INVALID KEY
                   DISPLAY MST-LOAN-SEQ "  LOAN NO LONGER ON MASTER"
                NOT INVALID KEY
                   IF WS-CUR-SUB = 1
                      PERFORM SHOW-EMPLOYEE-LINE
                      DISPLAY " "
                      DISPLAY INQ-SUMMARY-HEADING
                   END-IF
                   PERFORM CALC-LOAN-POSITION
                   MOVE MST-LOAN-SEQ TO ISL-LOAN-SEQ
                   MOVE MST-LOAN-AMT TO ISL-LOAN-AMT
                   MOVE MST-EMP-INT-RATE TO ISL-INT-RATE
                   MOVE MST-EMP-TERM-MONTHS TO ISL-TERM
                   MOVE WS-MONTHLY-PMT TO ISL-MONTHLY-PMT
                   MOVE WS-MST-TOT-PAID TO ISL-TOT-PAID
                   MOVE WS-MST-BALANCE TO ISL-BALANCE
                   MOVE WS-AGE-TEXT TO ISL-AGE-BUCKET
                   MOVE WS-STATUS-TEXT TO ISL-STATUS
                   DISPLAY INQ-SUMMARY-LINE
             END-READ
          END-PERFORM.

       SHOW-EMPLOYEE-LINE.
          MOVE MST-EMP-ID TO IEL-EMP-ID
          MOVE MST-EMP-NAME TO IEL-EMP-NAME
          MOVE MST-EMP-DEGREE TO IEL-EMP-DEGREE
          MOVE MST-EMP-YEAR TO IEL-EMP-YEAR
          MOVE WS-LOAN-COUNT TO IEL-LOAN-COUNT
          DISPLAY INQ-EMPLOYEE-LINE.

       SELECT-LOAN.
          DISPLAY " "
          DISPLAY "LOAN SEQ TO VIEW (BLANK FOR NEXT EMPLOYEE): "
             WITH NO ADVANCING
          MOVE SPACES TO WS-INQ-SEL
          ACCEPT WS-INQ-SEL
          IF WS-INQ-SEL = SPACES
             SET EMPLOYEE-DONE TO TRUE
          ELSE
             IF WS-INQ-SEL(2:1) = SPACE
                MOVE WS-INQ-SEL(1:1) TO WS-INQ-SEL(2:1)
                MOVE "0" TO WS-INQ-SEL(1:1)
             END-IF
             MOVE 'N' TO WS-SEL-FOUND-SW
             IF WS-INQ-SEL-N NUMERIC
                PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-LOAN-COUNT
                      OR SELECTED-LOAN-FOUND
                   IF WS-LOAN-SEQ-TBL(WS-CUR-SUB) = WS-INQ-SEL-N
                      SET SELECTED-LOAN-FOUND TO TRUE
                   END-IF
                END-PERFORM
             END-IF
             IF SELECTED-LOAN-FOUND
                SUBTRACT 1 FROM WS-CUR-SUB
                PERFORM BROWSE-LOANS
             ELSE
                DISPLAY "LOAN SEQ " WS-INQ-SEL " NOT FOUND FOR "
                   WS-INQ-EMP-ID
             END-IF
          END-IF.

       BROWSE-LOANS.
          MOVE 'N' TO WS-BROWSE-SW
          PERFORM SHOW-LOAN-DETAIL
          PERFORM UNTIL BROWSE-DONE
             DISPLAY " "
             DISPLAY "N=NEXT  P=PREVIOUS  L=LOAN LIST  X=NEW EMPLOYEE: "
                WITH NO ADVANCING
             MOVE SPACES TO WS-INQ-CMD
             ACCEPT WS-INQ-CMD
             INSPECT WS-INQ-CMD CONVERTING "nplx" TO "NPLX"
             IF CMD-NEXT
                IF WS-CUR-SUB < WS-LOAN-COUNT
                   ADD 1 TO WS-CUR-SUB
                   PERFORM SHOW-LOAN-DETAIL
                ELSE
                   DISPLAY "*** LAST LOAN FOR " WS-INQ-EMP-ID " ***"
                END-IF
             ELSE
                IF CMD-PREVIOUS
                   IF WS-CUR-SUB > 1
                      SUBTRACT 1 FROM WS-CUR-SUB
                      PERFORM SHOW-LOAN-DETAIL
                   ELSE
                      DISPLAY "*** FIRST LOAN FOR " WS-INQ-EMP-ID
                         " ***"
                   END-IF
                ELSE
                   IF CMD-LIST
                      SET BROWSE-DONE TO TRUE
                      PERFORM SHOW-LOAN-SUMMARY
                   ELSE
                      IF CMD-EXIT
                         SET BROWSE-DONE TO TRUE
                         SET EMPLOYEE-DONE TO TRUE
                      ELSE
                         DISPLAY "INVALID COMMAND " WS-INQ-CMD
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

       SHOW-LOAN-DETAIL.
          MOVE WS-INQ-EMP-ID TO MST-EMP-ID
          MOVE WS-LOAN-SEQ-TBL(WS-CUR-SUB) TO MST-LOAN-SEQ
          MOVE MST-LOAN-SEQ TO ILG-LOAN-SEQ
          MOVE 'D' TO ILG-ACTION
          PERFORM WRITE-INQUIRY-LOG
          READ MASTER-FILE
             INVALID KEY
                DISPLAY MST-LOAN-SEQ "  LOAN NO LONGER ON MASTER"
             NOT INVALID KEY
                PERFORM DISPLAY-LOAN-DETAIL
          END-READ.

       DISPLAY-LOAN-DETAIL.
          PERFORM CALC-LOAN-POSITION
          DISPLAY " "
          PERFORM SHOW-EMPLOYEE-LINE
          MOVE MST-LOAN-SEQ TO IDT-LOAN-SEQ
          MOVE WS-LOAN-COUNT TO IDT-LOAN-COUNT
          MOVE MST-LOAN-AMT TO IDT-LOAN-AMT
          MOVE MST-EMP-INT-RATE TO IDT-INT-RATE
          MOVE MST-EMP-TERM-MONTHS TO IDT-TERM
          MOVE WS-MONTHLY-PMT TO IDT-MONTHLY-PMT
          DISPLAY INQ-DETAIL-TITLE
          MOVE WS-STATUS-TEXT TO IDS-STATUS
          MOVE ZERO TO IDS-STATUS-START
          MOVE ZERO TO IDS-STATUS-END
          IF NOT MST-LOAN-ACTIVE
             IF MST-LOAN-STATUS-START NUMERIC
                MOVE MST-LOAN-STATUS-START TO IDS-STATUS-START
             END-IF
             IF MST-LOAN-STATUS-END NUMERIC
                MOVE MST-LOAN-STATUS-END TO IDS-STATUS-END
             END-IF
          END-IF
          DISPLAY INQ-DETAIL-STATUS
          DISPLAY " "
          DISPLAY INQ-PAY-HEADING
          PERFORM VARYING WS-PAY-SUB FROM 1 BY 1 UNTIL WS-PAY-SUB > 8
             MOVE WS-PAY-SUB TO IPL-ENTRY
             MOVE SPACES TO IPL-DUE-DATE
             IF MST-LOAN-DUE-DATE(WS-PAY-SUB) NUMERIC
                AND MST-LOAN-DUE-DATE(WS-PAY-SUB) > ZERO
                MOVE MST-LOAN-DUE-DATE(WS-PAY-SUB) TO IPL-DUE-DATE
             END-IF
             MOVE ZERO TO IPL-PAID
             MOVE SPACES TO IPL-NOTE
             IF WS-PAY-SUB > MST-EMP-NUM-PAYMENTS
                MOVE "NOT POSTED" TO IPL-NOTE
             ELSE
                MOVE MST-LOAN-PAID-TBL(WS-PAY-SUB) TO IPL-PAID
                IF MST-LOAN-PAID-TBL(WS-PAY-SUB) = ZERO
                   MOVE "UNPAID" TO IPL-NOTE
                END-IF
             END-IF
             DISPLAY INQ-PAY-LINE
          END-PERFORM
          DISPLAY " "
          MOVE WS-MST-TOT-PAID TO IDL-TOT-PAID
          MOVE WS-MST-BALANCE TO IDL-BALANCE
          MOVE WS-AGE-TEXT TO IDL-AGE-BUCKET
          MOVE WS-DAYS-PAST-DUE TO IDL-DAYS-PAST
          DISPLAY INQ-DETAIL-TOTAL.

       CALC-LOAN-POSITION.
          MOVE ZERO TO WS-MONTHLY-PMT
          PERFORM CALC-OPEN-BALANCE
          IF WS-MONTHLY-PMT = ZERO
             AND MST-EMP-TERM-MONTHS NUMERIC
             AND MST-EMP-TERM-MONTHS > ZERO
             COMPUTE WS-MONTHLY-PMT ROUNDED =
                MST-LOAN-AMT / MST-EMP-TERM-MONTHS
          END-IF
          IF MST-LOAN-DEFERRED
             MOVE "DEFERRED" TO WS-STATUS-TEXT
          ELSE
             IF MST-LOAN-FORBEARANCE
                MOVE "FORBEAR" TO WS-STATUS-TEXT
             ELSE
                IF MST-LOAN-SEPARATED
                   MOVE "SEPARATD" TO WS-STATUS-TEXT
                ELSE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
                END-IF
             END-IF
          END-IF
          MOVE ZERO TO WS-DAYS-PAST-DUE
          IF WS-MST-BALANCE NOT > ZERO
             MOVE "PAID" TO WS-AGE-TEXT
          ELSE
             IF MST-LOAN-SEPARATED
                MOVE 1 TO WS-AGE-BUCKET
                IF MST-LOAN-STATUS-END NUMERIC
                   AND MST-LOAN-STATUS-END < WS-RUN-DATE
                   MOVE 5 TO WS-AGE-BUCKET
                   IF FUNCTION TEST-DATE-YYYYMMDD(MST-LOAN-STATUS-END)
                      = 0
                      COMPUTE WS-DAYS-PAST-DUE =
                         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                         - FUNCTION INTEGER-OF-DATE(MST-LOAN-STATUS-END)
                   END-IF
                END-IF
             ELSE
                IF MST-LOAN-ON-HOLD
                   MOVE 1 TO WS-AGE-BUCKET
                ELSE
                   PERFORM AGE-OPEN-BALANCE
                END-IF
             END-IF
             MOVE WS-AGE-LABEL(WS-AGE-BUCKET) TO WS-AGE-TEXT
          END-IF.

       AGE-OPEN-BALANCE.
          MOVE ZERO TO WS-DUE-DATE-FOUND
          MOVE ZERO TO WS-DAYS-PAST-DUE
          MOVE 1 TO WS-AGE-BUCKET
          PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
             UNTIL WS-PAY-SUB > 8 OR WS-DUE-DATE-FOUND > ZERO
             IF MST-LOAN-DUE-DATE(WS-PAY-SUB) NUMERIC
                AND MST-LOAN-DUE-DATE(WS-PAY-SUB) > ZERO
                AND (WS-PAY-SUB > MST-EMP-NUM-PAYMENTS
                   OR MST-LOAN-PAID-TBL(WS-PAY-SUB) = ZERO)
                MOVE MST-LOAN-DUE-DATE(WS-PAY-SUB) TO WS-DUE-DATE-FOUND
             END-IF
          END-PERFORM
          IF WS-DUE-DATE-FOUND > ZERO
             AND FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-FOUND) = 0
             AND FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) = 0
             COMPUTE WS-DAYS-PAST-DUE =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-FOUND)
             IF WS-DAYS-PAST-DUE < ZERO
                MOVE ZERO TO WS-DAYS-PAST-DUE
             END-IF
          END-IF
          IF WS-DAYS-PAST-DUE > 120
             MOVE 5 TO WS-AGE-BUCKET
          ELSE
             IF WS-DAYS-PAST-DUE > 90
                MOVE 4 TO WS-AGE-BUCKET
             ELSE
                IF WS-DAYS-PAST-DUE > 60
                   MOVE 3 TO WS-AGE-BUCKET
                ELSE
                   IF WS-DAYS-PAST-DUE > 30
                      MOVE 2 TO WS-AGE-BUCKET
                   ELSE
                      MOVE 1 TO WS-AGE-BUCKET
                   END-IF
                END-IF
             END-IF
          END-IF.

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
