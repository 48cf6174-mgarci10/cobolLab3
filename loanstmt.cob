                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-I-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LDG-KEY
                   FILE STATUS IS WS-LDG-STATUS.
           SELECT STMT-FILE    ASSIGN TO 'UR-S-STMT'
                   ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  STMT-FILE.
       01 STMT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC XX.

       01 WS-LDG-STATUS PIC XX.

       01 WS-LEDGER-WORK.
        02 WS-LDG-SEQ PIC 9(5) VALUE ZERO.
        02 WS-LDG-SWITCH PIC X VALUE SPACES.
           88 LEDGER-SEARCH-DONE VALUE 'X'.
        02 WS-LDG-LINES PIC 9(5) VALUE ZERO.

       01 WS-SUBSCRIPTS.
        02 WS-PAY-SUB PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SUB PIC 9(2) VALUE ZERO.
        02 FILLER PIC X(6) VALUE SPACES.
        02 STP-PAID-AMT PIC Z,ZZ9.99.

       01 STMT-LEDGER-HEADING.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "POST NO".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "EFF DATE".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(12) VALUE "TYPE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(13) VALUE "       AMOUNT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "SOURCE".

       01 STMT-LEDGER-LINE.
        02 FILLER PIC X(6) VALUE SPACES.
        02 STG-POST-SEQ PIC ZZZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 STG-EFF-DATE PIC 9(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 STG-TYPE-TEXT PIC X(12).
        02 FILLER PIC X(2) VALUE SPACES.
        02 STG-AMOUNT PIC Z,ZZZ,ZZ9.99-.
        02 FILLER PIC X(3) VALUE SPACES.
        02 STG-SOURCE PIC X(8).

       01 STMT-LOAN-TOTAL.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "TOTAL PAID:".

       OPEN INPUT REQUEST-FILE
       OPEN INPUT MASTER-FILE
       OPEN INPUT LEDGER-FILE
       OPEN OUTPUT STMT-FILE

       READ REQUEST-FILE

       PERFORM WRITE-CONTROL-TOTAL

       CLOSE REQUEST-FILE, MASTER-FILE, LEDGER-FILE, STMT-FILE
       STOP RUN.

       PRODUCE-STATEMENT.
          MOVE SPACES TO STMT-REC
          WRITE STMT-REC
          WRITE STMT-REC FROM STMT-LOAN-HEADER
          PERFORM WRITE-LEDGER-ACTIVITY
          IF WS-LDG-LINES = ZERO
             PERFORM WRITE-PAYMENT-TABLE
          END-IF
          MOVE WS-MST-TOT-PAID TO STO-TOT-PAID
          MOVE WS-MST-BALANCE TO STO-BALANCE
          WRITE STMT-REC FROM STMT-LOAN-TOTAL
          ADD 1 TO WS-EMP-LOAN-COUNT
          ADD WS-MST-TOT-PAID TO WS-EMP-COMB-PAID
          ADD WS-MST-BALANCE TO WS-EMP-COMB-BAL.

       WRITE-LEDGER-ACTIVITY.
          MOVE ZERO TO WS-LDG-LINES
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
                   IF WS-LDG-LINES = ZERO
                      WRITE STMT-REC FROM STMT-LEDGER-HEADING
                   END-IF
                   ADD 1 TO WS-LDG-LINES
                   PERFORM WRITE-LEDGER-LINE
             END-READ
          END-PERFORM.

       WRITE-LEDGER-LINE.
          MOVE LDG-POST-SEQ TO STG-POST-SEQ
          MOVE LDG-EFFECTIVE-DATE TO STG-EFF-DATE
          IF LDG-PAYMENT
             MOVE "PAYMENT" TO STG-TYPE-TEXT
          ELSE
             IF LDG-REVERSAL
                MOVE "REVERSAL" TO STG-TYPE-TEXT
             ELSE
                IF LDG-WRITE-OFF
                   MOVE "WRITE-OFF" TO STG-TYPE-TEXT
                ELSE
                   IF LDG-ADJUSTMENT
                      MOVE "ADJUSTMENT" TO STG-TYPE-TEXT
                   ELSE
                      IF LDG-PAYROLL-DEDUCT
                         MOVE "PAYROLL DED" TO STG-TYPE-TEXT
                      ELSE
                         MOVE LDG-TRAN-TYPE TO STG-TYPE-TEXT
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
          MOVE LDG-AMOUNT TO STG-AMOUNT
          MOVE LDG-SOURCE-PGM TO STG-SOURCE
          WRITE STMT-REC FROM STMT-LEDGER-LINE.

       WRITE-PAYMENT-TABLE.
          WRITE STMT-REC FROM STMT-PAY-HEADING
          PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
             UNTIL WS-PAY-SUB > 8
                MOVE MST-LOAN-PAID-TBL(WS-PAY-SUB) TO STP-PAID-AMT
                WRITE STMT-REC FROM STMT-PAY-LINE
             END-IF
          END-PERFORM.

       WRITE-EMPLOYEE-SUMMARY.
          MOVE SPACES TO STMT-REC
