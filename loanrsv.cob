       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRSV.
       AUTHOR. MARIO GARCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE  ASSIGN TO 'DA-I-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL RATE-FILE ASSIGN TO 'DA-S-RSVRATE'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RSVHST-FILE ASSIGN TO 'DA-S-RSVHST'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RSVGL-FILE   ASSIGN TO 'DA-S-RSVGL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RSVRPT-FILE  ASSIGN TO 'UR-S-RSVRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  MASTER-FILE.
       01 MST-REC.
        88 EOF VALUE HIGH-VALUES.
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

       FD  RATE-FILE.
       01 RATE-REC.
        88 RATE-EOF VALUE HIGH-VALUES.
        02 RTE-DEGREE PIC X(4).
        02 RTE-BUCKET PIC X(1).
        02 RTE-BUCKET-N REDEFINES RTE-BUCKET PIC 9(1).
        02 RTE-LOSS-RATE PIC X(5).
        02 RTE-LOSS-RATE-N REDEFINES RTE-LOSS-RATE PIC 9V9(4).

       FD  RSVHST-FILE.
       01 RSVHST-REC.
        88 HST-EOF VALUE HIGH-VALUES.
        02 HST-PERIOD-DATE PIC 9(8).
        02 HST-DEGREE PIC X(4).
        02 HST-BUCKET PIC 9(1).
        02 HST-LOAN-COUNT PIC 9(7).
        02 HST-BALANCE PIC 9(9)V99.
        02 HST-LOSS-RATE PIC 9V9(4).
        02 HST-RESERVE PIC 9(9)V99.

       FD  RSVGL-FILE.
       01 RSVGL-REC PIC X(80).

       FD  RSVRPT-FILE.
       01 RSVRPT-REC PIC X(132).

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
        02 WS-AGE-SUB PIC 9(1) VALUE ZERO.
        02 WS-DEG-SUB PIC 9(2) VALUE ZERO.
        02 WS-DEG-COUNT PIC 9(2) VALUE ZERO.
        02 WS-DEG-MAX PIC 9(2) VALUE 30.

       01 WS-DEG-FOUND-SW PIC X VALUE 'N'.
        88 DEGREE-ENTRY-FOUND VALUE 'Y'.

       01 WS-RATE-MISSING-SW PIC X VALUE 'N'.
        88 RATE-MISSING VALUE 'Y'.

       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.
        88 DEGREE-TABLE-FULL VALUE 'Y'.

       01 WS-BOOKED-SW PIC X VALUE 'N'.
        88 PERIOD-ALREADY-BOOKED VALUE 'Y'.

       01 WS-RUN-CONTROLS.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           03 WS-RUN-YYYYMM PIC 9(6).
           03 WS-RUN-DD PIC 9(2).
        02 WS-CURRENT-DATE PIC X(21).
        02 WS-PRIOR-PERIOD PIC 9(8) VALUE ZERO.
        02 WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
           03 WS-PRIOR-YYYYMM PIC 9(6).
           03 WS-PRIOR-DD PIC 9(2).
        02 WS-HST-YYYYMM PIC 9(6) VALUE ZERO.
        02 WS-FIND-DEGREE PIC X(4) VALUE SPACES.

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
        02 WS-AGE-LABEL-TBL.
           03 FILLER PIC X(6) VALUE "0-30".
           03 FILLER PIC X(6) VALUE "31-60".
           03 FILLER PIC X(6) VALUE "61-90".
           03 FILLER PIC X(6) VALUE "91-120".
           03 FILLER PIC X(6) VALUE "120+".
        02 WS-AGE-LABEL-R REDEFINES WS-AGE-LABEL-TBL.
           03 WS-AGE-LABEL PIC X(6) OCCURS 5 TIMES.

       01 WS-DEFAULT-RATES.
        02 WS-DFLT-ENTRY OCCURS 5 TIMES.
           03 WS-DFLT-RATE PIC 9V9(4).
           03 WS-DFLT-RATE-SW PIC X.
              88 DEFAULT-RATE-SET VALUE 'Y'.

       01 WS-RESERVE-TABLE.
        02 WS-RSV-DEG-ENTRY OCCURS 30 TIMES.
           03 WS-RSV-DEGREE PIC X(4).
           03 WS-RSV-BKT OCCURS 5 TIMES.
              04 WS-RSV-COUNT PIC 9(7).
              04 WS-RSV-BALANCE PIC 9(9)V99.
              04 WS-RSV-RATE PIC 9V9(4).
              04 WS-RSV-RATE-SW PIC X.
                 88 RESERVE-RATE-SET VALUE 'Y'.
              04 WS-RSV-REQUIRED PIC 9(9)V99.
              04 WS-RSV-PRIOR PIC 9(9)V99.

       01 WS-RSV-TOTALS.
        02 WS-MST-READ PIC 9(7) VALUE ZERO.
        02 WS-LOANS-RESERVED PIC 9(7) VALUE ZERO.
        02 WS-RATES-LOADED PIC 9(5) VALUE ZERO.
        02 WS-DEG-BALANCE PIC 9(9)V99 VALUE ZERO.
        02 WS-DEG-REQUIRED PIC 9(9)V99 VALUE ZERO.
        02 WS-DEG-PRIOR PIC 9(9)V99 VALUE ZERO.
        02 WS-DEG-CHANGE PIC S9(9)V99 VALUE ZERO.
        02 WS-TOT-BALANCE PIC 9(11)V99 VALUE ZERO.
        02 WS-TOT-REQUIRED PIC 9(11)V99 VALUE ZERO.
        02 WS-TOT-PRIOR PIC 9(11)V99 VALUE ZERO.
        02 WS-TOT-CHANGE PIC S9(11)V99 VALUE ZERO.
        02 WS-CELL-CHANGE PIC S9(9)V99 VALUE ZERO.

       01 WS-GL-TOTALS.
        02 WS-GL-DEBIT-TOT PIC 9(11)V99 VALUE ZERO.
        02 WS-GL-CREDIT-TOT PIC 9(11)V99 VALUE ZERO.
        02 WS-GL-AMT PIC 9(9)V99 VALUE ZERO.

       01 GL-DATA.
        02 GLE-ACCOUNT PIC X(5).
        02 FILLER PIC X(1) VALUE SPACES.
        02 GLE-COST-CENTER.
           03 FILLER PIC X(2) VALUE "LN".
           03 GLE-CC-DEGREE PIC X(4).
        02 FILLER PIC X(1) VALUE SPACES.
        02 GLE-DR-CR PIC X(2).
        02 FILLER PIC X(1) VALUE SPACES.
        02 GLE-AMOUNT PIC 9(9)V99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 GLE-POST-DATE PIC 9(8).

       01 GL-TRAILER.
        02 FILLER PIC X(8) VALUE "GLTOTAL ".
        02 GLT-DEBIT-TOT PIC 9(11)V99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 GLT-CREDIT-TOT PIC 9(11)V99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 GLT-STATUS PIC X(14).

       01 RSVRPT-TITLE.
        02 FILLER PIC X(26) VALUE "ALLOWANCE FOR LOAN LOSSES ".
        02 FILLER PIC X(12) VALUE "- RUN DATE: ".
        02 RRT-RUN-DATE PIC 9(8).
        02 FILLER PIC X(16) VALUE "  PRIOR PERIOD: ".
        02 RRT-PRIOR-PERIOD PIC 9(8).

       01 RSVRPT-HEADING.
        02 FILLER PIC X(6) VALUE "DEGREE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "BUCKET".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "LOANS".
        02 FILLER PIC X(10) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "BALANCE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "RATE".
        02 FILLER PIC X(8) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "REQUIRED".
        02 FILLER PIC X(6) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "PRIOR".
        02 FILLER PIC X(10) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "CHANGE".

       01 RSVRPT-DETAIL.
        02 RSD-DEGREE PIC X(4).
        02 FILLER PIC X(4) VALUE SPACES.
        02 RSD-BUCKET PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RSD-COUNT PIC ZZZ,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RSD-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RSD-RATE PIC 9.9999.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RSD-REQUIRED PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RSD-PRIOR PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RSD-CHANGE PIC ZZZ,ZZZ,ZZ9.99-.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RSD-NOTE PIC X(8).

       01 RSVRPT-DEGREE-TOTAL.
        02 FILLER PIC X(6) VALUE "TOTAL ".
        02 RDT-DEGREE PIC X(4).
        02 FILLER PIC X(15) VALUE SPACES.
        02 RDT-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(10) VALUE SPACES.
        02 RDT-REQUIRED PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RDT-PRIOR PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RDT-CHANGE PIC ZZZ,ZZZ,ZZ9.99-.

       01 RSVRPT-GRAND-TOTAL.
        02 FILLER PIC X(12) VALUE "GRAND TOTAL ".
        02 FILLER PIC X(11) VALUE SPACES.
        02 RGT-BALANCE PIC Z,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(8) VALUE SPACES.
        02 RGT-REQUIRED PIC Z,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RGT-PRIOR PIC Z,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RGT-CHANGE PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 RSVRPT-COUNT-TOTAL.
        02 FILLER PIC X(14) VALUE "LOANS READ:   ".
        02 RCT-MST-READ PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  RESERVED: ".
        02 RCT-LOANS-RESERVED PIC ZZZ,ZZ9.
        02 FILLER PIC X(16) VALUE "  RATES LOADED: ".
        02 RCT-RATES-LOADED PIC ZZ,ZZ9.

       01 RSVRPT-GL-TOTAL.
        02 FILLER PIC X(14) VALUE "GL DEBITS:    ".
        02 RGL-DEBIT-TOT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(12) VALUE "  CREDITS: ".
        02 RGL-CREDIT-TOT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RGL-STATUS PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       OPEN OUTPUT RSVRPT-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-START

       PERFORM LOAD-LOSS-RATES
       PERFORM LOAD-PRIOR-RESERVE

       OPEN INPUT MASTER-FILE
       READ MASTER-FILE
          AT END SET EOF TO TRUE
       END-READ

       PERFORM UNTIL EOF
          ADD 1 TO WS-MST-READ
          PERFORM ACCUMULATE-LOAN-BALANCE
          READ MASTER-FILE
             AT END SET EOF TO TRUE
          END-READ
       END-PERFORM

       CLOSE MASTER-FILE

       PERFORM APPLY-LOSS-RATES

       PERFORM WRITE-RESERVE-REPORT

       IF WS-RATES-LOADED = ZERO
          DISPLAY "LOANRSV: NO LOSS RATES LOADED FROM DA-S-RSVRATE"
          MOVE "NOT POSTED - NO LOSS RATES" TO RGL-STATUS
          MOVE 8 TO RETURN-CODE
       ELSE
          IF RATE-MISSING OR DEGREE-TABLE-FULL
             DISPLAY "LOANRSV: RESERVE NOT POSTED - RATE TABLE "
                "INCOMPLETE"
             MOVE "NOT POSTED - RATE MISSING" TO RGL-STATUS
             MOVE 8 TO RETURN-CODE
          ELSE
             IF PERIOD-ALREADY-BOOKED
                DISPLAY "LOANRSV: RESERVE ALREADY BOOKED FOR "
                   WS-RUN-YYYYMM
                MOVE "NOT POSTED - PERIOD BOOKED" TO RGL-STATUS
                MOVE 8 TO RETURN-CODE
             ELSE
                PERFORM POST-RESERVE-CHANGE
             END-IF
          END-IF
       END-IF

       MOVE WS-GL-DEBIT-TOT TO RGL-DEBIT-TOT
       MOVE WS-GL-CREDIT-TOT TO RGL-CREDIT-TOT
       WRITE RSVRPT-REC FROM RSVRPT-GL-TOTAL

       PERFORM WRITE-RUNLOG-END

       CLOSE RSVRPT-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE "LOANRSV" TO RLG-PROGRAM
          MOVE "STR" TO RLG-EVENT
          MOVE WS-RUN-DATE TO RLG-RUN-DATE
          MOVE WS-CURRENT-DATE(9:6) TO RLG-RUN-TIME
          MOVE WS-RUN-DATE TO RLG-PERIOD-DATE
          MOVE ZERO TO RLG-REC-COUNT
          MOVE ZERO TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       WRITE-RUNLOG-END.
          MOVE "END" TO RLG-EVENT
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
          MOVE WS-CURRENT-DATE(9:6) TO RLG-RUN-TIME
          MOVE WS-MST-READ TO RLG-REC-COUNT
          MOVE RETURN-CODE TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       LOAD-LOSS-RATES.
          PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 5
             MOVE ZERO TO WS-DFLT-RATE(WS-AGE-SUB)
             MOVE 'N' TO WS-DFLT-RATE-SW(WS-AGE-SUB)
          END-PERFORM
          OPEN INPUT RATE-FILE
          READ RATE-FILE
             AT END SET RATE-EOF TO TRUE
          END-READ
          PERFORM UNTIL RATE-EOF
             IF RTE-BUCKET-N NUMERIC AND RTE-LOSS-RATE-N NUMERIC
                AND RTE-BUCKET-N > ZERO AND RTE-BUCKET-N < 6
                ADD 1 TO WS-RATES-LOADED
                IF RTE-DEGREE = SPACES
                   MOVE RTE-LOSS-RATE-N TO WS-DFLT-RATE(RTE-BUCKET-N)
                   SET DEFAULT-RATE-SET(RTE-BUCKET-N) TO TRUE
                ELSE
                   MOVE RTE-DEGREE TO WS-FIND-DEGREE
                   PERFORM FIND-DEGREE-ENTRY
                   IF DEGREE-ENTRY-FOUND
                      MOVE RTE-LOSS-RATE-N
                         TO WS-RSV-RATE(WS-DEG-SUB, RTE-BUCKET-N)
                      SET RESERVE-RATE-SET(WS-DEG-SUB, RTE-BUCKET-N)
                         TO TRUE
                   END-IF
                END-IF
             END-IF
             READ RATE-FILE
                AT END SET RATE-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE RATE-FILE.

       LOAD-PRIOR-RESERVE.
          MOVE ZERO TO WS-PRIOR-PERIOD
          OPEN INPUT RSVHST-FILE
          READ RSVHST-FILE
             AT END SET HST-EOF TO TRUE
          END-READ
          PERFORM UNTIL HST-EOF
             IF HST-PERIOD-DATE NUMERIC AND HST-BUCKET NUMERIC
                AND HST-BUCKET > ZERO AND HST-BUCKET < 6
                AND HST-RESERVE NUMERIC
                MOVE HST-PERIOD-DATE(1:6) TO WS-HST-YYYYMM
                IF WS-HST-YYYYMM = WS-RUN-YYYYMM
                   SET PERIOD-ALREADY-BOOKED TO TRUE
                ELSE
                   IF WS-HST-YYYYMM < WS-RUN-YYYYMM
                      AND HST-PERIOD-DATE NOT < WS-PRIOR-PERIOD
                      IF HST-PERIOD-DATE > WS-PRIOR-PERIOD
                         MOVE HST-PERIOD-DATE TO WS-PRIOR-PERIOD
                         PERFORM CLEAR-PRIOR-RESERVE
                      END-IF
                      MOVE HST-DEGREE TO WS-FIND-DEGREE
                      PERFORM FIND-DEGREE-ENTRY
                      IF DEGREE-ENTRY-FOUND
                         MOVE HST-RESERVE
                            TO WS-RSV-PRIOR(WS-DEG-SUB, HST-BUCKET)
                      END-IF
                   END-IF
                END-IF
             END-IF
             READ RSVHST-FILE
                AT END SET HST-EOF TO TRUE
             END-READ
          END-PERFORM
          CLOSE RSVHST-FILE.

       CLEAR-PRIOR-RESERVE.
          PERFORM VARYING WS-DEG-SUB FROM 1 BY 1
             UNTIL WS-DEG-SUB > WS-DEG-COUNT
             PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                UNTIL WS-AGE-SUB > 5
                MOVE ZERO TO WS-RSV-PRIOR(WS-DEG-SUB, WS-AGE-SUB)
             END-PERFORM
          END-PERFORM.

       FIND-DEGREE-ENTRY.
          MOVE 'N' TO WS-DEG-FOUND-SW
          PERFORM VARYING WS-DEG-SUB FROM 1 BY 1
             UNTIL WS-DEG-SUB > WS-DEG-COUNT OR DEGREE-ENTRY-FOUND
             IF WS-RSV-DEGREE(WS-DEG-SUB) = WS-FIND-DEGREE
                SET DEGREE-ENTRY-FOUND TO TRUE
             END-IF
          END-PERFORM
          IF DEGREE-ENTRY-FOUND
             SUBTRACT 1 FROM WS-DEG-SUB
          ELSE
             IF WS-DEG-COUNT < WS-DEG-MAX
                ADD 1 TO WS-DEG-COUNT
                MOVE WS-DEG-COUNT TO WS-DEG-SUB
                MOVE WS-FIND-DEGREE TO WS-RSV-DEGREE(WS-DEG-SUB)
                PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > 5
                   MOVE ZERO TO WS-RSV-COUNT(WS-DEG-SUB, WS-AGE-SUB)
                   MOVE ZERO TO WS-RSV-BALANCE(WS-DEG-SUB, WS-AGE-SUB)
                   MOVE ZERO TO WS-RSV-RATE(WS-DEG-SUB, WS-AGE-SUB)
                   MOVE 'N' TO WS-RSV-RATE-SW(WS-DEG-SUB, WS-AGE-SUB)
                   MOVE ZERO TO WS-RSV-REQUIRED(WS-DEG-SUB, WS-AGE-SUB)
                   MOVE ZERO TO WS-RSV-PRIOR(WS-DEG-SUB, WS-AGE-SUB)
                END-PERFORM
                SET DEGREE-ENTRY-FOUND TO TRUE
             ELSE
                IF NOT DEGREE-TABLE-FULL
                   DISPLAY "LOANRSV: DEGREE TABLE FULL AT "
                      WS-FIND-DEGREE
                END-IF
                SET DEGREE-TABLE-FULL TO TRUE
             END-IF
          END-IF.

       ACCUMULATE-LOAN-BALANCE.
          PERFORM CALC-OPEN-BALANCE
          IF WS-MST-BALANCE > ZERO
             IF MST-LOAN-SEPARATED
                MOVE 1 TO WS-AGE-BUCKET
                IF MST-LOAN-STATUS-END NUMERIC
                   AND MST-LOAN-STATUS-END < WS-RUN-DATE
                   MOVE 5 TO WS-AGE-BUCKET
                END-IF
             ELSE
                IF MST-LOAN-ON-HOLD
                   MOVE 1 TO WS-AGE-BUCKET
                ELSE
                   PERFORM AGE-OPEN-BALANCE
                END-IF
             END-IF
             MOVE MST-EMP-DEGREE TO WS-FIND-DEGREE
             PERFORM FIND-DEGREE-ENTRY
             IF DEGREE-ENTRY-FOUND
                ADD 1 TO WS-LOANS-RESERVED
                ADD 1 TO WS-RSV-COUNT(WS-DEG-SUB, WS-AGE-BUCKET)
                ADD WS-MST-BALANCE
                   TO WS-RSV-BALANCE(WS-DEG-SUB, WS-AGE-BUCKET)
             END-IF
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

       APPLY-LOSS-RATES.
          PERFORM VARYING WS-DEG-SUB FROM 1 BY 1
             UNTIL WS-DEG-SUB > WS-DEG-COUNT
             PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                UNTIL WS-AGE-SUB > 5
                IF NOT RESERVE-RATE-SET(WS-DEG-SUB, WS-AGE-SUB)
                   AND DEFAULT-RATE-SET(WS-AGE-SUB)
                   MOVE WS-DFLT-RATE(WS-AGE-SUB)
                      TO WS-RSV-RATE(WS-DEG-SUB, WS-AGE-SUB)
                   SET RESERVE-RATE-SET(WS-DEG-SUB, WS-AGE-SUB)
                      TO TRUE
                END-IF
                IF NOT RESERVE-RATE-SET(WS-DEG-SUB, WS-AGE-SUB)
                   AND WS-RSV-BALANCE(WS-DEG-SUB, WS-AGE-SUB) > ZERO
                   SET RATE-MISSING TO TRUE
                END-IF
                COMPUTE WS-RSV-REQUIRED(WS-DEG-SUB, WS-AGE-SUB)
                   ROUNDED = WS-RSV-BALANCE(WS-DEG-SUB, WS-AGE-SUB)
                   * WS-RSV-RATE(WS-DEG-SUB, WS-AGE-SUB)
             END-PERFORM
          END-PERFORM.

       WRITE-RESERVE-REPORT.
          MOVE WS-RUN-DATE TO RRT-RUN-DATE
          MOVE WS-PRIOR-PERIOD TO RRT-PRIOR-PERIOD
          WRITE RSVRPT-REC FROM RSVRPT-TITLE
          MOVE SPACES TO RSVRPT-REC
          WRITE RSVRPT-REC
          WRITE RSVRPT-REC FROM RSVRPT-HEADING
          MOVE SPACES TO RSVRPT-REC
          WRITE RSVRPT-REC
          PERFORM VARYING WS-DEG-SUB FROM 1 BY 1
             UNTIL WS-DEG-SUB > WS-DEG-COUNT
             PERFORM WRITE-DEGREE-RESERVE
          END-PERFORM
          MOVE WS-TOT-BALANCE TO RGT-BALANCE
          MOVE WS-TOT-REQUIRED TO RGT-REQUIRED
          MOVE WS-TOT-PRIOR TO RGT-PRIOR
          MOVE WS-TOT-CHANGE TO RGT-CHANGE
          WRITE RSVRPT-REC FROM RSVRPT-GRAND-TOTAL
          MOVE SPACES TO RSVRPT-REC
          WRITE RSVRPT-REC
          MOVE WS-MST-READ TO RCT-MST-READ
          MOVE WS-LOANS-RESERVED TO RCT-LOANS-RESERVED
          MOVE WS-RATES-LOADED TO RCT-RATES-LOADED
          WRITE RSVRPT-REC FROM RSVRPT-COUNT-TOTAL.

       WRITE-DEGREE-RESERVE.
          MOVE ZERO TO WS-DEG-BALANCE
          MOVE ZERO TO WS-DEG-REQUIRED
          MOVE ZERO TO WS-DEG-PRIOR
          PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
             UNTIL WS-AGE-SUB > 5
             MOVE WS-RSV-DEGREE(WS-DEG-SUB) TO RSD-DEGREE
             MOVE WS-AGE-LABEL(WS-AGE-SUB) TO RSD-BUCKET
             MOVE WS-RSV-COUNT(WS-DEG-SUB, WS-AGE-SUB) TO RSD-COUNT
             MOVE WS-RSV-BALANCE(WS-DEG-SUB, WS-AGE-SUB)
                TO RSD-BALANCE
             MOVE WS-RSV-RATE(WS-DEG-SUB, WS-AGE-SUB) TO RSD-RATE
             MOVE WS-RSV-REQUIRED(WS-DEG-SUB, WS-AGE-SUB)
                TO RSD-REQUIRED
             MOVE WS-RSV-PRIOR(WS-DEG-SUB, WS-AGE-SUB) TO RSD-PRIOR
             COMPUTE WS-CELL-CHANGE =
                WS-RSV-REQUIRED(WS-DEG-SUB, WS-AGE-SUB)
                - WS-RSV-PRIOR(WS-DEG-SUB, WS-AGE-SUB)
             MOVE WS-CELL-CHANGE TO RSD-CHANGE
             MOVE SPACES TO RSD-NOTE
             IF NOT RESERVE-RATE-SET(WS-DEG-SUB, WS-AGE-SUB)
                AND WS-RSV-BALANCE(WS-DEG-SUB, WS-AGE-SUB) > ZERO
                MOVE "NO RATE" TO RSD-NOTE
             END-IF
             WRITE RSVRPT-REC FROM RSVRPT-DETAIL
             ADD WS-RSV-BALANCE(WS-DEG-SUB, WS-AGE-SUB)
                TO WS-DEG-BALANCE
             ADD WS-RSV-REQUIRED(WS-DEG-SUB, WS-AGE-SUB)
                TO WS-DEG-REQUIRED
             ADD WS-RSV-PRIOR(WS-DEG-SUB, WS-AGE-SUB) TO WS-DEG-PRIOR
          END-PERFORM
          COMPUTE WS-DEG-CHANGE = WS-DEG-REQUIRED - WS-DEG-PRIOR
          MOVE WS-RSV-DEGREE(WS-DEG-SUB) TO RDT-DEGREE
          MOVE WS-DEG-BALANCE TO RDT-BALANCE
          MOVE WS-DEG-REQUIRED TO RDT-REQUIRED
          MOVE WS-DEG-PRIOR TO RDT-PRIOR
          MOVE WS-DEG-CHANGE TO RDT-CHANGE
          WRITE RSVRPT-REC FROM RSVRPT-DEGREE-TOTAL
          MOVE SPACES TO RSVRPT-REC
          WRITE RSVRPT-REC
          ADD WS-DEG-BALANCE TO WS-TOT-BALANCE
          ADD WS-DEG-REQUIRED TO WS-TOT-REQUIRED
          ADD WS-DEG-PRIOR TO WS-TOT-PRIOR
          ADD WS-DEG-CHANGE TO WS-TOT-CHANGE.

       POST-RESERVE-CHANGE.
          OPEN OUTPUT RSVGL-FILE
          OPEN EXTEND RSVHST-FILE
          MOVE WS-RUN-DATE TO GLE-POST-DATE
          PERFORM VARYING WS-DEG-SUB FROM 1 BY 1
             UNTIL WS-DEG-SUB > WS-DEG-COUNT
             PERFORM WRITE-RESERVE-GL
             PERFORM WRITE-RESERVE-HISTORY
          END-PERFORM
          MOVE WS-GL-DEBIT-TOT TO GLT-DEBIT-TOT
          MOVE WS-GL-CREDIT-TOT TO GLT-CREDIT-TOT
          IF WS-GL-DEBIT-TOT = WS-GL-CREDIT-TOT
             MOVE "BALANCED" TO GLT-STATUS
             MOVE "POSTED - BALANCED" TO RGL-STATUS
          ELSE
             MOVE "OUT OF BALANCE" TO GLT-STATUS
             MOVE "POSTED - OUT OF BALANCE" TO RGL-STATUS
             MOVE 8 TO RETURN-CODE
          END-IF
          WRITE RSVGL-REC FROM GL-TRAILER
          CLOSE RSVGL-FILE, RSVHST-FILE.

       WRITE-RESERVE-GL.
          MOVE ZERO TO WS-DEG-REQUIRED
          MOVE ZERO TO WS-DEG-PRIOR
          PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
             UNTIL WS-AGE-SUB > 5
             ADD WS-RSV-REQUIRED(WS-DEG-SUB, WS-AGE-SUB)
                TO WS-DEG-REQUIRED
             ADD WS-RSV-PRIOR(WS-DEG-SUB, WS-AGE-SUB) TO WS-DEG-PRIOR
          END-PERFORM
          COMPUTE WS-DEG-CHANGE = WS-DEG-REQUIRED - WS-DEG-PRIOR
          MOVE WS-RSV-DEGREE(WS-DEG-SUB) TO GLE-CC-DEGREE
          IF WS-DEG-CHANGE > ZERO
             MOVE WS-DEG-CHANGE TO WS-GL-AMT
             MOVE WS-GL-AMT TO GLE-AMOUNT
             MOVE "61500" TO GLE-ACCOUNT
             MOVE "DR" TO GLE-DR-CR
             WRITE RSVGL-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-DEBIT-TOT
             MOVE "13900" TO GLE-ACCOUNT
             MOVE "CR" TO GLE-DR-CR
             WRITE RSVGL-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-CREDIT-TOT
          END-IF
          IF WS-DEG-CHANGE < ZERO
             COMPUTE WS-GL-AMT = ZERO - WS-DEG-CHANGE
             MOVE WS-GL-AMT TO GLE-AMOUNT
             MOVE "13900" TO GLE-ACCOUNT
             MOVE "DR" TO GLE-DR-CR
             WRITE RSVGL-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-DEBIT-TOT
             MOVE "61500" TO GLE-ACCOUNT
             MOVE "CR" TO GLE-DR-CR
             WRITE RSVGL-REC FROM GL-DATA
             ADD WS-GL-AMT TO WS-GL-CREDIT-TOT
          END-IF.

       WRITE-RESERVE-HISTORY.
          PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
             UNTIL WS-AGE-SUB > 5
             MOVE WS-RUN-DATE TO HST-PERIOD-DATE
             MOVE WS-RSV-DEGREE(WS-DEG-SUB) TO HST-DEGREE
             MOVE WS-AGE-SUB TO HST-BUCKET
             MOVE WS-RSV-COUNT(WS-DEG-SUB, WS-AGE-SUB)
                TO HST-LOAN-COUNT
             MOVE WS-RSV-BALANCE(WS-DEG-SUB, WS-AGE-SUB)
                TO HST-BALANCE
             MOVE WS-RSV-RATE(WS-DEG-SUB, WS-AGE-SUB)
                TO HST-LOSS-RATE
             MOVE WS-RSV-REQUIRED(WS-DEG-SUB, WS-AGE-SUB)
                TO HST-RESERVE
             WRITE RSVHST-REC
          END-PERFORM.

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
