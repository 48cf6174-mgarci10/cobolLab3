       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAPP.
       AUTHOR. MARIO GARCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPL-FILE    ASSIGN TO 'DA-S-LNAPPL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'DA-S-APPWK'.
           SELECT SORTED-APPL-FILE ASSIGN TO 'DA-S-APPSRT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIMITS-FILE ASSIGN TO 'DA-S-APPLIM'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE  ASSIGN TO 'DA-I-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT APPROVED-FILE ASSIGN TO 'DA-S-LNAPPR'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-FILE ASSIGN TO 'UR-S-APPDEC'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  APPL-FILE.
       01 APPL-REC.
        02 APL-EMP-ID PIC X(10).
        02 APL-LOAN-AMT PIC 9(5)V99.
        02 APL-EMP-INT-RATE PIC 9(2)V99.
        02 APL-EMP-TERM-MONTHS PIC 9(3).
        02 APL-EMP-DEGREE PIC X(4).
        02 APL-EMP-NAME PIC X(20).
        02 APL-EMP-YEAR PIC 9(4).

       SD  SORT-WORK-FILE.
       01 SORT-REC.
        02 SRT-EMP-ID PIC X(10).
        02 SRT-LOAN-AMT PIC 9(5)V99.
        02 SRT-EMP-INT-RATE PIC 9(2)V99.
        02 SRT-EMP-TERM-MONTHS PIC 9(3).
        02 SRT-EMP-DEGREE PIC X(4).
        02 SRT-EMP-NAME PIC X(20).
        02 SRT-EMP-YEAR PIC 9(4).

       FD  SORTED-APPL-FILE.
       01 SORTED-APPL-REC.
        88 EOF VALUE HIGH-VALUES.
        02 APP-EMP-ID PIC X(10).
        02 APP-LOAN-AMT PIC 9(5)V99.
        02 APP-EMP-INT-RATE PIC 9(2)V99.
        02 APP-EMP-TERM-MONTHS PIC 9(3).
        02 APP-EMP-DEGREE PIC X(4).
        02 APP-EMP-NAME PIC X(20).
        02 APP-EMP-YEAR PIC 9(4).

       FD  LIMITS-FILE.
       01 LIMITS-REC.
        02 LIM-REC-TYPE PIC X(1).
           88 LIM-GENERAL VALUE 'G'.
           88 LIM-DEGREE-LIMIT VALUE 'D'.
        02 LIM-GENERAL-DATA.
           03 LIM-MAX-BALANCE PIC 9(7)V99.
           03 LIM-MAX-LOANS PIC 9(2).
           03 FILLER PIC X(4).
        02 LIM-DEGREE-DATA REDEFINES LIM-GENERAL-DATA.
           03 LIM-DEGREE PIC X(4).
           03 LIM-MIN-RATE PIC 9(2)V99.
           03 LIM-MAX-RATE PIC 9(2)V99.
           03 LIM-MAX-TERM PIC 9(3).

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

       FD  APPROVED-FILE.
       01 APR-REC.
        02 APR-EMP-NAME PIC X(20).
        02 APR-EMP-ID PIC X(10).
        02 APR-EMP-DEGREE PIC X(4).
        02 APR-EMP-YEAR PIC 9(4).
        02 APR-LOAN-AMT PIC 9(5)V99.
        02 APR-EMP-INT-RATE PIC 9(2)V99.
        02 APR-EMP-TERM-MONTHS PIC 9(3).
        02 APR-EMP-NUM-PAYMENTS PIC 9(2).
        02 APR-LOAN-PAY-ENTRY OCCURS 8 TIMES.
           03 APR-LOAN-PAID-TBL PIC 9(4)V99.
           03 APR-LOAN-DUE-DATE PIC 9(8).

       FD  DECISION-FILE.
       01 DECISION-REC PIC X(132).

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
        02 WS-DEG-SUB PIC 9(2) VALUE ZERO.
        02 WS-DEG-COUNT PIC 9(2) VALUE ZERO.
        02 WS-DEG-MAX PIC 9(2) VALUE 20.

       01 WS-FIND-SWITCH PIC X VALUE SPACES.
        88 LOAN-SEARCH-DONE VALUE 'X'.

       01 WS-ANY-LOAN-SW PIC X VALUE 'N'.
        88 EMPLOYEE-ON-MASTER VALUE 'Y'.

       01 WS-AGED-SW PIC X VALUE 'N'.
        88 LOAN-AGED-60-PLUS VALUE 'Y'.

       01 WS-SEP-SW PIC X VALUE 'N'.
        88 EMPLOYEE-SEPARATED VALUE 'Y'.

       01 WS-LIMITS-EOF-SW PIC X VALUE 'N'.
        88 LIMITS-EOF VALUE 'Y'.

       01 WS-DEG-FOUND-SW PIC X VALUE 'N'.
        88 DEGREE-LIMIT-FOUND VALUE 'Y'.

       01 WS-DECISION-SW PIC X VALUE SPACES.
        88 APP-APPROVED VALUE 'A'.
        88 APP-DECLINED VALUE 'D'.
        88 APP-REFERRED VALUE 'R'.

       01 WS-LENDING-LIMITS.
        02 WS-MAX-BALANCE PIC 9(7)V99 VALUE 25000.00.
        02 WS-MAX-LOANS PIC 9(2) VALUE 3.
        02 WS-AGED-DAYS-LIMIT PIC 9(3) VALUE 60.

       01 WS-DEGREE-LIMITS.
        02 WS-DEG-ENTRY OCCURS 20 TIMES.
           03 WS-DEG-CODE PIC X(4).
           03 WS-DEG-MIN-RATE PIC 9(2)V99.
           03 WS-DEG-MAX-RATE PIC 9(2)V99.
           03 WS-DEG-MAX-TERM PIC 9(3).

       01 WS-EMP-EXPOSURE.
        02 WS-PREV-EMP-ID PIC X(10) VALUE SPACES.
        02 WS-EMP-OPEN-LOANS PIC 9(3) VALUE ZERO.
        02 WS-EMP-OPEN-BAL PIC S9(9)V99 VALUE ZERO.
        02 WS-EMP-NEW-LOANS PIC 9(3) VALUE ZERO.
        02 WS-EMP-NEW-AMT PIC 9(9)V99 VALUE ZERO.
        02 WS-EMP-MST-NAME PIC X(20) VALUE SPACES.
        02 WS-EMP-MST-YEAR PIC 9(4) VALUE ZERO.
        02 WS-PROPOSED-LOANS PIC 9(3) VALUE ZERO.
        02 WS-PROPOSED-BAL PIC S9(9)V99 VALUE ZERO.

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

       01 WS-SCHEDULE-WORK.
        02 WS-SCHED-MONTHS PIC 9(7) VALUE ZERO.
        02 WS-SCHED-YEAR PIC 9(4) VALUE ZERO.
        02 WS-SCHED-MONTH-0 PIC 9(2) VALUE ZERO.
        02 WS-SCHED-DAY PIC 9(2) VALUE ZERO.
        02 WS-SCHED-ENTRIES PIC 9(2) VALUE ZERO.
        02 WS-SCHED-DATE PIC 9(8) VALUE ZERO.
        02 WS-SCHED-DATE-R REDEFINES WS-SCHED-DATE.
           03 WS-SCHED-DATE-YEAR PIC 9(4).
           03 WS-SCHED-DATE-MONTH PIC 9(2).
           03 WS-SCHED-DATE-DAY PIC 9(2).

       01 WS-APP-COUNTS.
        02 WS-APPS-READ PIC 9(7) VALUE ZERO.
        02 WS-APPS-APPROVED PIC 9(7) VALUE ZERO.
        02 WS-APPS-DECLINED PIC 9(7) VALUE ZERO.
        02 WS-APPS-REFERRED PIC 9(7) VALUE ZERO.
        02 WS-APPROVED-AMT-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-DECLINED-AMT-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-REFERRED-AMT-TOT PIC 9(9)V99 VALUE ZERO.

       01 WS-RUN-CONTROLS.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR PIC 9(4).
           03 WS-RUN-MONTH PIC 9(2).
           03 WS-RUN-DAY PIC 9(2).
        02 WS-CURRENT-DATE PIC X(21).

       01 CONTROL-TRAILER.
        02 FILLER PIC X(18) VALUE "*** CONTROL TOTAL ".
        02 CT-FILE-NAME PIC X(6).
        02 FILLER PIC X(10) VALUE " RECORDS: ".
        02 CT-REC-COUNT PIC ZZZ,ZZ9.
        02 FILLER PIC X(10) VALUE "  AMOUNT: ".
        02 CT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99CR.

       01 DECISION-TITLE.
        02 FILLER PIC X(32) VALUE "LOAN APPLICATION DECISION REPORT".
        02 FILLER PIC X(12) VALUE "  RUN DATE: ".
        02 DCT-RUN-DATE PIC 9(8).

       01 DECISION-LIMITS-LINE.
        02 FILLER PIC X(22) VALUE "LIMITS - MAX BALANCE: ".
        02 DCL-MAX-BALANCE PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(18) VALUE "  MAX OPEN LOANS: ".
        02 DCL-MAX-LOANS PIC Z9.
        02 FILLER PIC X(20) VALUE "  DEGREES ON TABLE: ".
        02 DCL-DEG-COUNT PIC Z9.

       01 DECISION-HEADING.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "NAME".
        02 FILLER PIC X(17) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "DEG".
        02 FILLER PIC X(7) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "AMOUNT".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "RATE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "TERM".
        02 FILLER PIC X(1) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "OPEN".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "OPEN BAL".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "DECISION".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "RULE FAILED".

       01 DECISION-DATA.
        02 DEC-EMP-ID PIC X(10).
        02 FILLER PIC X(1) VALUE SPACES.
        02 DEC-EMP-NAME PIC X(20).
        02 FILLER PIC X(1) VALUE SPACES.
        02 DEC-EMP-DEGREE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 DEC-LOAN-AMT PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 DEC-INT-RATE PIC Z9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 DEC-TERM-MONTHS PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 DEC-OPEN-LOANS PIC ZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 DEC-OPEN-BAL PIC ZZZ,ZZ9.99CR.
        02 FILLER PIC X(2) VALUE SPACES.
        02 DEC-DECISION PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 DEC-RULE PIC X(32).

       01 DECISION-TOTAL.
        02 FILLER PIC X(11) VALUE "APPS READ: ".
        02 DTT-APPS-READ PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  APPROVED: ".
        02 DTT-APPS-APPROVED PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  DECLINED: ".
        02 DTT-APPS-DECLINED PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  REFERRED: ".
        02 DTT-APPS-REFERRED PIC ZZZ,ZZ9.

       01 DECISION-SIGNOFF.
        02 FILLER PIC X(30) VALUE "LOAN COMMITTEE SIGN-OFF: _____".
        02 FILLER PIC X(30) VALUE "______________________  DATE: ".
        02 FILLER PIC X(10) VALUE "__________".

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       PERFORM LOAD-LENDING-LIMITS

       SORT SORT-WORK-FILE ON ASCENDING KEY SRT-EMP-ID
           USING APPL-FILE
           GIVING SORTED-APPL-FILE

       OPEN INPUT SORTED-APPL-FILE
       OPEN INPUT MASTER-FILE
       OPEN OUTPUT APPROVED-FILE
       OPEN OUTPUT DECISION-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-START
       PERFORM WRITE-DECISION-HEADER

       READ SORTED-APPL-FILE
          AT END SET EOF TO TRUE
       END-READ

       PERFORM UNTIL EOF
          ADD 1 TO WS-APPS-READ
          PERFORM PROCESS-APPLICATION
          READ SORTED-APPL-FILE
             AT END SET EOF TO TRUE
          END-READ
       END-PERFORM

       PERFORM WRITE-DECISION-TOTAL

       PERFORM WRITE-RUNLOG-END

       CLOSE SORTED-APPL-FILE, MASTER-FILE, APPROVED-FILE,
           DECISION-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE "LOANAPP" TO RLG-PROGRAM
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
          MOVE WS-APPS-READ TO RLG-REC-COUNT
          MOVE ZERO TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       LOAD-LENDING-LIMITS.
          MOVE ZERO TO WS-DEG-COUNT
          OPEN INPUT LIMITS-FILE
          READ LIMITS-FILE
             AT END SET LIMITS-EOF TO TRUE
          END-READ
          PERFORM UNTIL LIMITS-EOF
             IF LIM-GENERAL
                IF LIM-MAX-BALANCE NUMERIC AND LIM-MAX-BALANCE > ZERO
                   MOVE LIM-MAX-BALANCE TO WS-MAX-BALANCE
                END-IF
                IF LIM-MAX-LOANS NUMERIC AND LIM-MAX-LOANS > ZERO
                   MOVE LIM-MAX-LOANS TO WS-MAX-LOANS
                END-IF
             END-IF
             IF LIM-DEGREE-LIMIT AND LIM-DEGREE NOT = SPACES
                AND LIM-MIN-RATE NUMERIC AND LIM-MAX-RATE NUMERIC
                AND LIM-MAX-TERM NUMERIC
                AND WS-DEG-COUNT < WS-DEG-MAX
                ADD 1 TO WS-DEG-COUNT
                MOVE LIM-DEGREE TO WS-DEG-CODE(WS-DEG-COUNT)
                MOVE LIM-MIN-RATE TO WS-DEG-MIN-RATE(WS-DEG-COUNT)
                MOVE LIM-MAX-RATE TO WS-DEG-MAX-RATE(WS-DEG-COUNT)
                MOVE LIM-MAX-TERM TO WS-DEG-MAX-TERM(WS-DEG-COUNT)
             END-IF
             READ LIMITS-FILE
                AT END SET LIMITS-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE LIMITS-FILE.

       PROCESS-APPLICATION.
          IF APP-EMP-ID NOT = WS-PREV-EMP-ID
             MOVE APP-EMP-ID TO WS-PREV-EMP-ID
             PERFORM GATHER-EMPLOYEE-EXPOSURE
          END-IF
          MOVE SPACES TO WS-DECISION-SW
          MOVE SPACES TO DEC-RULE
          PERFORM VALIDATE-APPLICATION
          IF WS-DECISION-SW = SPACES
             PERFORM APPLY-LENDING-RULES
          END-IF
          IF WS-DECISION-SW = SPACES
             SET APP-APPROVED TO TRUE
          END-IF
          IF APP-APPROVED
             PERFORM WRITE-APPROVED-RECORD
             ADD 1 TO WS-APPS-APPROVED
             ADD APP-LOAN-AMT TO WS-APPROVED-AMT-TOT
             ADD 1 TO WS-EMP-NEW-LOANS
             ADD APP-LOAN-AMT TO WS-EMP-NEW-AMT
             MOVE "APPROVED" TO DEC-DECISION
          ELSE
             IF APP-REFERRED
                ADD 1 TO WS-APPS-REFERRED
                IF APP-LOAN-AMT NUMERIC
                   ADD APP-LOAN-AMT TO WS-REFERRED-AMT-TOT
                END-IF
                MOVE "REFERRED" TO DEC-DECISION
             ELSE
                ADD 1 TO WS-APPS-DECLINED
                IF APP-LOAN-AMT NUMERIC
                   ADD APP-LOAN-AMT TO WS-DECLINED-AMT-TOT
                END-IF
                MOVE "DECLINED" TO DEC-DECISION
             END-IF
          END-IF
          PERFORM WRITE-DECISION-LINE.

       GATHER-EMPLOYEE-EXPOSURE.
          MOVE SPACES TO WS-FIND-SWITCH
          MOVE 'N' TO WS-ANY-LOAN-SW
          MOVE 'N' TO WS-AGED-SW
          MOVE 'N' TO WS-SEP-SW
          MOVE ZERO TO WS-EMP-OPEN-LOANS
          MOVE ZERO TO WS-EMP-OPEN-BAL
          MOVE ZERO TO WS-EMP-NEW-LOANS
          MOVE ZERO TO WS-EMP-NEW-AMT
          MOVE SPACES TO WS-EMP-MST-NAME
          MOVE ZERO TO WS-EMP-MST-YEAR
          PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
             UNTIL WS-LOAN-SUB > WS-LOAN-SEQ-MAX
                OR LOAN-SEARCH-DONE
             MOVE APP-EMP-ID TO MST-EMP-ID
             MOVE WS-LOAN-SUB TO MST-LOAN-SEQ
             READ MASTER-FILE
                INVALID KEY
                   SET LOAN-SEARCH-DONE TO TRUE
                NOT INVALID KEY
                   IF NOT EMPLOYEE-ON-MASTER
                      SET EMPLOYEE-ON-MASTER TO TRUE
                      MOVE MST-EMP-NAME TO WS-EMP-MST-NAME
                      MOVE MST-EMP-YEAR TO WS-EMP-MST-YEAR
                   END-IF
                   PERFORM MEASURE-EXISTING-LOAN
             END-READ
          END-PERFORM.

       MEASURE-EXISTING-LOAN.
          PERFORM CALC-OPEN-BALANCE
          IF WS-MST-BALANCE > ZERO
             ADD 1 TO WS-EMP-OPEN-LOANS
             ADD WS-MST-BALANCE TO WS-EMP-OPEN-BAL
             IF MST-LOAN-SEPARATED
                SET EMPLOYEE-SEPARATED TO TRUE
                SET LOAN-AGED-60-PLUS TO TRUE
             ELSE
                PERFORM AGE-OPEN-BALANCE
                IF WS-DAYS-PAST-DUE > WS-AGED-DAYS-LIMIT
                   SET LOAN-AGED-60-PLUS TO TRUE
                END-IF
             END-IF
          END-IF.

       VALIDATE-APPLICATION.
          IF APP-EMP-ID = SPACES
             SET APP-DECLINED TO TRUE
             MOVE "BLANK EMPLOYEE ID" TO DEC-RULE
          ELSE
             IF APP-LOAN-AMT NOT NUMERIC OR APP-LOAN-AMT = ZERO
                SET APP-DECLINED TO TRUE
                MOVE "INVALID LOAN AMOUNT" TO DEC-RULE
             ELSE
                IF APP-EMP-INT-RATE NOT NUMERIC
                   OR APP-EMP-TERM-MONTHS NOT NUMERIC
                   OR APP-EMP-TERM-MONTHS = ZERO
                   SET APP-DECLINED TO TRUE
                   MOVE "INVALID RATE OR TERM" TO DEC-RULE
                ELSE
                   IF APP-EMP-DEGREE = SPACES
                      SET APP-DECLINED TO TRUE
                      MOVE "BLANK DEGREE" TO DEC-RULE
                   ELSE
                      IF NOT EMPLOYEE-ON-MASTER
                         AND (APP-EMP-NAME = SPACES
                            OR APP-EMP-YEAR NOT NUMERIC)
                         SET APP-REFERRED TO TRUE
                         MOVE "NEW EMPLOYEE - NAME/YEAR MISSING"
                            TO DEC-RULE
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF.

       APPLY-LENDING-RULES.
          COMPUTE WS-PROPOSED-LOANS =
             WS-EMP-OPEN-LOANS + WS-EMP-NEW-LOANS + 1
          COMPUTE WS-PROPOSED-BAL =
             WS-EMP-OPEN-BAL + WS-EMP-NEW-AMT + APP-LOAN-AMT
          PERFORM FIND-DEGREE-LIMIT
          IF LOAN-AGED-60-PLUS
             SET APP-DECLINED TO TRUE
             IF EMPLOYEE-SEPARATED
                MOVE "EMPLOYEE SEPARATED" TO DEC-RULE
             ELSE
                MOVE "EXISTING LOAN 60+ DAYS PAST DUE" TO DEC-RULE
             END-IF
          ELSE
             IF WS-PROPOSED-LOANS > WS-MAX-LOANS
                SET APP-DECLINED TO TRUE
                MOVE "MAX OPEN LOANS EXCEEDED" TO DEC-RULE
             ELSE
                IF NOT DEGREE-LIMIT-FOUND
                   SET APP-REFERRED TO TRUE
                   MOVE "NO RATE/TERM LIMITS FOR DEGREE" TO DEC-RULE
                ELSE
                   IF APP-EMP-INT-RATE < WS-DEG-MIN-RATE(WS-DEG-SUB)
                      OR APP-EMP-INT-RATE >
                         WS-DEG-MAX-RATE(WS-DEG-SUB)
                      SET APP-DECLINED TO TRUE
                      MOVE "RATE OUTSIDE DEGREE LIMITS" TO DEC-RULE
                   ELSE
                      IF APP-EMP-TERM-MONTHS >
                         WS-DEG-MAX-TERM(WS-DEG-SUB)
                         SET APP-DECLINED TO TRUE
                         MOVE "TERM EXCEEDS DEGREE LIMIT" TO DEC-RULE
                      ELSE
                         IF WS-PROPOSED-BAL > WS-MAX-BALANCE
                            SET APP-REFERRED TO TRUE
                            MOVE "TOTAL BALANCE OVER CAP"
                               TO DEC-RULE
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF.

       FIND-DEGREE-LIMIT.
          MOVE 'N' TO WS-DEG-FOUND-SW
          PERFORM VARYING WS-DEG-SUB FROM 1 BY 1
             UNTIL WS-DEG-SUB > WS-DEG-COUNT OR DEGREE-LIMIT-FOUND
             IF WS-DEG-CODE(WS-DEG-SUB) = APP-EMP-DEGREE
                SET DEGREE-LIMIT-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF DEGREE-LIMIT-FOUND
             SUBTRACT 1 FROM WS-DEG-SUB
          END-IF.

       WRITE-APPROVED-RECORD.
          MOVE SPACES TO APR-REC
          IF APP-EMP-NAME NOT = SPACES
             MOVE APP-EMP-NAME TO APR-EMP-NAME
          ELSE
             MOVE WS-EMP-MST-NAME TO APR-EMP-NAME
          END-IF
          MOVE APP-EMP-ID TO APR-EMP-ID
          MOVE APP-EMP-DEGREE TO APR-EMP-DEGREE
          IF APP-EMP-YEAR NUMERIC AND APP-EMP-YEAR > ZERO
             MOVE APP-EMP-YEAR TO APR-EMP-YEAR
          ELSE
             MOVE WS-EMP-MST-YEAR TO APR-EMP-YEAR
          END-IF
          MOVE APP-LOAN-AMT TO APR-LOAN-AMT
          MOVE APP-EMP-INT-RATE TO APR-EMP-INT-RATE
          MOVE APP-EMP-TERM-MONTHS TO APR-EMP-TERM-MONTHS
          MOVE ZERO TO APR-EMP-NUM-PAYMENTS
          PERFORM BUILD-DUE-SCHEDULE
          WRITE APR-REC.

       BUILD-DUE-SCHEDULE.
          IF APP-EMP-TERM-MONTHS < 8
             MOVE APP-EMP-TERM-MONTHS TO WS-SCHED-ENTRIES
          ELSE
             MOVE 8 TO WS-SCHED-ENTRIES
          END-IF
          IF WS-RUN-DAY > 28
             MOVE 28 TO WS-SCHED-DAY
          ELSE
             MOVE WS-RUN-DAY TO WS-SCHED-DAY
          END-IF
          PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
             UNTIL WS-PAY-SUB > 8
             MOVE ZERO TO APR-LOAN-PAID-TBL(WS-PAY-SUB)
             MOVE ZERO TO APR-LOAN-DUE-DATE(WS-PAY-SUB)
             IF WS-PAY-SUB NOT > WS-SCHED-ENTRIES
                COMPUTE WS-SCHED-MONTHS = (WS-RUN-YEAR * 12)
                   + WS-RUN-MONTH - 1 + WS-PAY-SUB
                DIVIDE WS-SCHED-MONTHS BY 12 GIVING WS-SCHED-YEAR
                   REMAINDER WS-SCHED-MONTH-0
                MOVE WS-SCHED-YEAR TO WS-SCHED-DATE-YEAR
                COMPUTE WS-SCHED-DATE-MONTH = WS-SCHED-MONTH-0 + 1
                MOVE WS-SCHED-DAY TO WS-SCHED-DATE-DAY
                MOVE WS-SCHED-DATE TO APR-LOAN-DUE-DATE(WS-PAY-SUB)
             END-IF
          END-PERFORM.

       AGE-OPEN-BALANCE.
          MOVE ZERO TO WS-DUE-DATE-FOUND
          MOVE ZERO TO WS-DAYS-PAST-DUE
          PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
             UNTIL WS-PAY-SUB > 8 OR WS-DUE-DATE-FOUND > ZERO
             IF MST-LOAN-DUE-DATE(WS-PAY-SUB) NUMERIC
                AND MST-LOAN-DUE-DATE(WS-PAY-SUB) > ZERO
                AND (WS-PAY-SUB > MST-EMP-NUM-PAYMENTS
                   OR MST-LOAN-PAID-TBL(WS-PAY-SUB) = ZERO)
                MOVE MST-LOAN-DUE-DATE(WS-PAY-SUB)
                   TO WS-DUE-DATE-FOUND
             END-IF
          END-PERFORM
          IF WS-DUE-DATE-FOUND > ZERO
             AND FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-FOUND) = 0
             COMPUTE WS-DAYS-PAST-DUE =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-FOUND)
             IF WS-DAYS-PAST-DUE < ZERO
                MOVE ZERO TO WS-DAYS-PAST-DUE
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

       WRITE-DECISION-HEADER.
          MOVE WS-RUN-DATE TO DCT-RUN-DATE
          WRITE DECISION-REC FROM DECISION-TITLE
          MOVE WS-MAX-BALANCE TO DCL-MAX-BALANCE
          MOVE WS-MAX-LOANS TO DCL-MAX-LOANS
          MOVE WS-DEG-COUNT TO DCL-DEG-COUNT
          WRITE DECISION-REC FROM DECISION-LIMITS-LINE
          MOVE SPACES TO DECISION-REC
          WRITE DECISION-REC
          WRITE DECISION-REC FROM DECISION-HEADING
          MOVE SPACES TO DECISION-REC
          WRITE DECISION-REC.

       WRITE-DECISION-LINE.
          MOVE APP-EMP-ID TO DEC-EMP-ID
          IF APP-EMP-NAME NOT = SPACES
             MOVE APP-EMP-NAME TO DEC-EMP-NAME
          ELSE
             MOVE WS-EMP-MST-NAME TO DEC-EMP-NAME
          END-IF
          MOVE APP-EMP-DEGREE TO DEC-EMP-DEGREE
          IF APP-LOAN-AMT NUMERIC
             MOVE APP-LOAN-AMT TO DEC-LOAN-AMT
          ELSE
             MOVE ZERO TO DEC-LOAN-AMT
          END-IF
          IF APP-EMP-INT-RATE NUMERIC
             MOVE APP-EMP-INT-RATE TO DEC-INT-RATE
          ELSE
             MOVE ZERO TO DEC-INT-RATE
          END-IF
          IF APP-EMP-TERM-MONTHS NUMERIC
             MOVE APP-EMP-TERM-MONTHS TO DEC-TERM-MONTHS
          ELSE
             MOVE ZERO TO DEC-TERM-MONTHS
          END-IF
          MOVE WS-EMP-OPEN-LOANS TO DEC-OPEN-LOANS
          MOVE WS-EMP-OPEN-BAL TO DEC-OPEN-BAL
          WRITE DECISION-REC FROM DECISION-DATA.

       WRITE-DECISION-TOTAL.
          MOVE SPACES TO DECISION-REC
          WRITE DECISION-REC
          MOVE WS-APPS-READ TO DTT-APPS-READ
          MOVE WS-APPS-APPROVED TO DTT-APPS-APPROVED
          MOVE WS-APPS-DECLINED TO DTT-APPS-DECLINED
          MOVE WS-APPS-REFERRED TO DTT-APPS-REFERRED
          WRITE DECISION-REC FROM DECISION-TOTAL
          MOVE "LNAPPR" TO CT-FILE-NAME
          MOVE WS-APPS-APPROVED TO CT-REC-COUNT
          MOVE WS-APPROVED-AMT-TOT TO CT-AMOUNT
          WRITE DECISION-REC FROM CONTROL-TRAILER
          MOVE "DECLIN" TO CT-FILE-NAME
          MOVE WS-APPS-DECLINED TO CT-REC-COUNT
          MOVE WS-DECLINED-AMT-TOT TO CT-AMOUNT
          WRITE DECISION-REC FROM CONTROL-TRAILER
          MOVE "REFERR" TO CT-FILE-NAME
          MOVE WS-APPS-REFERRED TO CT-REC-COUNT
          MOVE WS-REFERRED-AMT-TOT TO CT-AMOUNT
          WRITE DECISION-REC FROM CONTROL-TRAILER
          MOVE SPACES TO DECISION-REC
          WRITE DECISION-REC
          WRITE DECISION-REC FROM DECISION-SIGNOFF.
