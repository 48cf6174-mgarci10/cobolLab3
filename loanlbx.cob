       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANLBX.
       AUTHOR. MARIO GARCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO 'DA-S-LOCKBX'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE  ASSIGN TO 'DA-I-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT TRANS-FILE   ASSIGN TO 'DA-S-TRANS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'DA-S-LBXSUS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LBXRPT-FILE  ASSIGN TO 'UR-S-LBXRPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOCKBOX-FILE.
       01 LOCKBOX-REC.
        88 EOF VALUE HIGH-VALUES.
        02 LBX-REC-TYPE PIC X(1).
           88 LBX-HEADER VALUE 'H'.
           88 LBX-DETAIL VALUE 'D'.
           88 LBX-TRAILER VALUE 'T'.
        02 LBX-HEADER-DATA.
           03 LBX-BATCH-NO PIC X(6).
           03 LBX-HDR-DEPOSIT-DATE PIC X(8).
           03 LBX-HDR-DEPOSIT-DATE-N REDEFINES LBX-HDR-DEPOSIT-DATE
              PIC 9(8).
           03 LBX-BANK-ID PIC X(10).
           03 FILLER PIC X(15).
        02 LBX-DETAIL-DATA REDEFINES LBX-HEADER-DATA.
           03 LBX-EMP-ID PIC X(10).
           03 LBX-LOAN-SEQ PIC X(2).
           03 LBX-LOAN-SEQ-N REDEFINES LBX-LOAN-SEQ PIC 9(2).
           03 LBX-CHECK-NO PIC X(10).
           03 LBX-CHECK-AMT PIC X(9).
           03 LBX-CHECK-AMT-N REDEFINES LBX-CHECK-AMT PIC 9(7)V99.
           03 LBX-DEPOSIT-DATE PIC X(8).
           03 LBX-DEPOSIT-DATE-N REDEFINES LBX-DEPOSIT-DATE PIC 9(8).
        02 LBX-TRAILER-DATA REDEFINES LBX-HEADER-DATA.
           03 LBX-ITEM-COUNT PIC X(5).
           03 LBX-ITEM-COUNT-N REDEFINES LBX-ITEM-COUNT PIC 9(5).
           03 LBX-DEPOSIT-TOTAL PIC X(11).
           03 LBX-DEPOSIT-TOTAL-N REDEFINES LBX-DEPOSIT-TOTAL
              PIC 9(9)V99.
           03 FILLER PIC X(23).

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

       FD  TRANS-FILE.
       01 TRANS-REC.
        02 TRN-EMP-ID PIC X(10).
        02 TRN-PAY-AMT PIC 9(4)V99.
        02 TRN-PAY-DATE PIC 9(8).
        02 TRN-ACTION PIC X(1).
        02 TRN-LOAN-SEQ PIC X(2).
        02 TRN-SUBMITTER-ID PIC X(8).

       FD  SUSPENSE-FILE.
       01 SUSPENSE-REC.
        02 SUS-RUN-DATE PIC 9(8).
        02 SUS-BATCH-NO PIC X(6).
        02 SUS-LOCKBOX-DETAIL PIC X(40).
        02 SUS-REASON PIC X(30).

       FD  LBXRPT-FILE.
       01 LBXRPT-REC PIC X(132).

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

       01 WS-OPEN-BAL-SW PIC X VALUE 'N'.
        88 OPEN-BAL-SEEN VALUE 'Y'.

       01 WS-TARGET-SW PIC X VALUE 'N'.
        88 ITEM-TARGETED VALUE 'Y'.

       01 WS-MATCH-SW PIC X VALUE 'Y'.
        88 ITEM-MATCHED VALUE 'Y'.
        88 ITEM-UNMATCHED VALUE 'N'.

       01 WS-BATCH-SW PIC X VALUE 'N'.
        88 BATCH-OPEN VALUE 'Y'.

       01 WS-BALANCE-SW PIC X VALUE 'Y'.
        88 FILE-IN-BALANCE VALUE 'Y'.
        88 FILE-OUT-OF-BALANCE VALUE 'N'.

       01 WS-RUN-CONTROLS.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CURRENT-DATE PIC X(21).

       01 WS-MASTER-WORK.
        02 WS-MST-TOT-PAID PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-BALANCE PIC S9(7)V99 VALUE ZERO.
        02 WS-MONTHLY-RATE PIC 9V9(8) VALUE ZERO.
        02 WS-AMORT-FACTOR PIC 9(7)V9(8) VALUE ZERO.
        02 WS-ANNUITY-NUM PIC 9(9)V9(8) VALUE ZERO.
        02 WS-ANNUITY-DEN PIC 9(7)V9(8) VALUE ZERO.
        02 WS-MONTHLY-PMT PIC 9(7)V99 VALUE ZERO.
        02 WS-MST-OBLIGATION PIC 9(9)V99 VALUE ZERO.

       01 WS-BATCH-WORK.
        02 WS-BATCH-NO PIC X(6) VALUE SPACES.
        02 WS-BATCH-DEPOSIT-DATE PIC 9(8) VALUE ZERO.
        02 WS-BATCH-ITEMS PIC 9(5) VALUE ZERO.
        02 WS-BATCH-AMT PIC 9(9)V99 VALUE ZERO.
        02 WS-BATCH-ERROR PIC X(30) VALUE SPACES.

       01 WS-ITEM-WORK.
        02 WS-ITEM-DATE PIC 9(8) VALUE ZERO.
        02 WS-ITEM-REMAIN PIC 9(7)V99 VALUE ZERO.
        02 WS-ITEM-PORTION PIC 9(7)V99 VALUE ZERO.
        02 WS-SUSPENSE-REASON PIC X(30) VALUE SPACES.

       01 WS-LBX-COUNTS.
        02 WS-RECS-READ PIC 9(7) VALUE ZERO.
        02 WS-BATCHES PIC 9(5) VALUE ZERO.
        02 WS-BATCHES-OUT PIC 9(5) VALUE ZERO.
        02 WS-ITEMS-READ PIC 9(7) VALUE ZERO.
        02 WS-ITEMS-MATCHED PIC 9(7) VALUE ZERO.
        02 WS-ITEMS-SUSPENSE PIC 9(7) VALUE ZERO.
        02 WS-TRANS-WRITTEN PIC 9(7) VALUE ZERO.
        02 WS-DEPOSIT-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-MATCHED-AMT PIC 9(9)V99 VALUE ZERO.
        02 WS-SUSPENSE-AMT PIC 9(9)V99 VALUE ZERO.

       01 LBXRPT-TITLE.
        02 FILLER PIC X(26) VALUE "LOCKBOX PAYMENT INTAKE - R".
        02 FILLER PIC X(12) VALUE "UN DATE: ".
        02 LRT-RUN-DATE PIC 9(8).

       01 BATCH-HEADING.
        02 FILLER PIC X(5) VALUE "BATCH".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "DEPOSIT".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "ITEMS".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "TRAILER".
        02 FILLER PIC X(9) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "AMOUNT".
        02 FILLER PIC X(9) VALUE SPACES.
        02 FILLER PIC X(7) VALUE "TRAILER".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "STATUS".

       01 BATCH-LINE.
        02 BTL-BATCH-NO PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 BTL-DEPOSIT-DATE PIC X(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 BTL-ITEMS PIC ZZ,ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 BTL-TRL-ITEMS PIC ZZ,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 BTL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 BTL-TRL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 BTL-STATUS PIC X(30).

       01 SUSPENSE-HEADING.
        02 FILLER PIC X(5) VALUE "BATCH".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "SEQ".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "CHECK NO".
        02 FILLER PIC X(8) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "AMOUNT".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "DEPOSIT".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(16) VALUE "SUSPENSE REASON".

       01 SUSPENSE-LINE.
        02 SSL-BATCH-NO PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SSL-EMP-ID PIC X(10).
        02 FILLER PIC X(1) VALUE SPACES.
        02 SSL-LOAN-SEQ PIC X(2).
        02 FILLER PIC X(3) VALUE SPACES.
        02 SSL-CHECK-NO PIC X(10).
        02 FILLER PIC X(1) VALUE SPACES.
        02 SSL-CHECK-AMT PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SSL-DEPOSIT-DATE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SSL-REASON PIC X(30).

       01 LBXRPT-STOP-LINE.
        02 FILLER PIC X(26) VALUE "RUN STOPPED - BATCH OUT OF".
        02 FILLER PIC X(35) VALUE " BALANCE, DA-S-TRANS NOT PRODUCED".

       01 LBXRPT-COUNT-TOTAL.
        02 FILLER PIC X(9) VALUE "BATCHES: ".
        02 LCT-BATCHES PIC ZZ,ZZ9.
        02 FILLER PIC X(17) VALUE "  OUT OF BALANCE:".
        02 LCT-BATCHES-OUT PIC ZZ,ZZ9.
        02 FILLER PIC X(9) VALUE "  ITEMS: ".
        02 LCT-ITEMS-READ PIC ZZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "  MATCHED: ".
        02 LCT-ITEMS-MATCHED PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  SUSPENSE: ".
        02 LCT-ITEMS-SUSPENSE PIC ZZZ,ZZ9.
        02 FILLER PIC X(16) VALUE "  TRANS WRITTEN:".
        02 LCT-TRANS-WRITTEN PIC ZZZ,ZZ9.

       01 LBXRPT-AMOUNT-TOTAL.
        02 FILLER PIC X(15) VALUE "DEPOSIT TOTAL: ".
        02 LAT-DEPOSIT-TOT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(11) VALUE "  MATCHED: ".
        02 LAT-MATCHED-AMT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(12) VALUE "  SUSPENSE: ".
        02 LAT-SUSPENSE-AMT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       OPEN OUTPUT LBXRPT-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-START

       MOVE WS-RUN-DATE TO LRT-RUN-DATE
       WRITE LBXRPT-REC FROM LBXRPT-TITLE
       MOVE SPACES TO LBXRPT-REC
       WRITE LBXRPT-REC
       WRITE LBXRPT-REC FROM BATCH-HEADING
       MOVE SPACES TO LBXRPT-REC
       WRITE LBXRPT-REC

       PERFORM BALANCE-LOCKBOX-FILE

       IF FILE-OUT-OF-BALANCE
          MOVE SPACES TO LBXRPT-REC
          WRITE LBXRPT-REC
          WRITE LBXRPT-REC FROM LBXRPT-STOP-LINE
          PERFORM WRITE-CONTROL-TOTAL
          DISPLAY "LOANLBX: LOCKBOX BATCH OUT OF BALANCE - NO "
             "TRANSACTIONS PRODUCED"
          MOVE 12 TO RETURN-CODE
          PERFORM WRITE-RUNLOG-END
          CLOSE LBXRPT-FILE, RUNLOG-FILE
          STOP RUN
       END-IF

       OPEN INPUT LOCKBOX-FILE
       OPEN INPUT MASTER-FILE
       OPEN OUTPUT TRANS-FILE
       OPEN EXTEND SUSPENSE-FILE

       MOVE SPACES TO LBXRPT-REC
       WRITE LBXRPT-REC
       WRITE LBXRPT-REC FROM SUSPENSE-HEADING
       MOVE SPACES TO LBXRPT-REC
       WRITE LBXRPT-REC

       READ LOCKBOX-FILE
          AT END SET EOF TO TRUE
       END-READ

       PERFORM UNTIL EOF
          IF LBX-HEADER
             MOVE LBX-BATCH-NO TO WS-BATCH-NO
             MOVE ZERO TO WS-BATCH-DEPOSIT-DATE
             IF LBX-HDR-DEPOSIT-DATE-N NUMERIC
                MOVE LBX-HDR-DEPOSIT-DATE-N TO WS-BATCH-DEPOSIT-DATE
             END-IF
          ELSE
             IF LBX-DETAIL
                ADD 1 TO WS-ITEMS-READ
                PERFORM PROCESS-LOCKBOX-ITEM
             END-IF
          END-IF
          READ LOCKBOX-FILE
             AT END SET EOF TO TRUE
          END-READ
       END-PERFORM

       PERFORM WRITE-CONTROL-TOTAL

       PERFORM WRITE-RUNLOG-END

       CLOSE LOCKBOX-FILE, MASTER-FILE, TRANS-FILE, SUSPENSE-FILE,
           LBXRPT-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE "LOANLBX" TO RLG-PROGRAM
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
          MOVE WS-RECS-READ TO RLG-REC-COUNT
          MOVE RETURN-CODE TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       BALANCE-LOCKBOX-FILE.
          MOVE 'N' TO WS-BATCH-SW
          OPEN INPUT LOCKBOX-FILE
          READ LOCKBOX-FILE
             AT END SET EOF TO TRUE
          END-READ
          PERFORM UNTIL EOF
             ADD 1 TO WS-RECS-READ
             IF LBX-HEADER
                IF BATCH-OPEN
                   MOVE "MISSING BATCH TRAILER" TO WS-BATCH-ERROR
                   PERFORM WRITE-BATCH-ERROR
                END-IF
                PERFORM START-LOCKBOX-BATCH
             ELSE
                IF LBX-DETAIL
                   PERFORM ADD-BATCH-DETAIL
                ELSE
                   IF LBX-TRAILER
                      PERFORM CHECK-BATCH-TRAILER
                   ELSE
                      MOVE "INVALID RECORD TYPE" TO WS-BATCH-ERROR
                      PERFORM WRITE-BATCH-ERROR
                   END-IF
                END-IF
             END-IF
             READ LOCKBOX-FILE
                AT END SET EOF TO TRUE
             END-READ
          END-PERFORM
          IF BATCH-OPEN
             MOVE "MISSING BATCH TRAILER" TO WS-BATCH-ERROR
             PERFORM WRITE-BATCH-ERROR
          END-IF
          IF WS-BATCHES = ZERO
             SET FILE-OUT-OF-BALANCE TO TRUE
             MOVE SPACES TO BATCH-LINE
             MOVE "NO LOCKBOX BATCHES RECEIVED" TO BTL-STATUS
             WRITE LBXRPT-REC FROM BATCH-LINE
          END-IF
          CLOSE LOCKBOX-FILE.

       START-LOCKBOX-BATCH.
          SET BATCH-OPEN TO TRUE
          ADD 1 TO WS-BATCHES
          MOVE LBX-BATCH-NO TO WS-BATCH-NO
          MOVE ZERO TO WS-BATCH-DEPOSIT-DATE
          IF LBX-HDR-DEPOSIT-DATE-N NUMERIC
             MOVE LBX-HDR-DEPOSIT-DATE-N TO WS-BATCH-DEPOSIT-DATE
          END-IF
          MOVE ZERO TO WS-BATCH-ITEMS
          MOVE ZERO TO WS-BATCH-AMT.

       ADD-BATCH-DETAIL.
          IF NOT BATCH-OPEN
             MOVE "DETAIL OUTSIDE A BATCH" TO WS-BATCH-ERROR
             PERFORM WRITE-BATCH-ERROR
          ELSE
             ADD 1 TO WS-BATCH-ITEMS
             IF LBX-CHECK-AMT-N NUMERIC
                ADD LBX-CHECK-AMT-N TO WS-BATCH-AMT
             ELSE
                MOVE "CHECK AMOUNT NOT NUMERIC" TO WS-BATCH-ERROR
                PERFORM WRITE-BATCH-ERROR
             END-IF
          END-IF.

       CHECK-BATCH-TRAILER.
          IF NOT BATCH-OPEN
             MOVE "TRAILER WITHOUT HEADER" TO WS-BATCH-ERROR
             PERFORM WRITE-BATCH-ERROR
          ELSE
             MOVE 'N' TO WS-BATCH-SW
             MOVE SPACES TO BATCH-LINE
             MOVE WS-BATCH-NO TO BTL-BATCH-NO
             MOVE WS-BATCH-DEPOSIT-DATE TO BTL-DEPOSIT-DATE
             MOVE WS-BATCH-ITEMS TO BTL-ITEMS
             MOVE WS-BATCH-AMT TO BTL-AMOUNT
             IF LBX-ITEM-COUNT-N NOT NUMERIC
                OR LBX-DEPOSIT-TOTAL-N NOT NUMERIC
                MOVE ZERO TO BTL-TRL-ITEMS
                MOVE ZERO TO BTL-TRL-AMOUNT
                SET FILE-OUT-OF-BALANCE TO TRUE
                ADD 1 TO WS-BATCHES-OUT
                MOVE "TRAILER TOTALS NOT NUMERIC" TO BTL-STATUS
             ELSE
                MOVE LBX-ITEM-COUNT-N TO BTL-TRL-ITEMS
                MOVE LBX-DEPOSIT-TOTAL-N TO BTL-TRL-AMOUNT
                IF LBX-ITEM-COUNT-N = WS-BATCH-ITEMS
                   AND LBX-DEPOSIT-TOTAL-N = WS-BATCH-AMT
                   MOVE "IN BALANCE" TO BTL-STATUS
                   ADD LBX-DEPOSIT-TOTAL-N TO WS-DEPOSIT-TOT
                ELSE
                   SET FILE-OUT-OF-BALANCE TO TRUE
                   ADD 1 TO WS-BATCHES-OUT
                   MOVE "OUT OF BALANCE" TO BTL-STATUS
                END-IF
             END-IF
             WRITE LBXRPT-REC FROM BATCH-LINE
          END-IF.

       WRITE-BATCH-ERROR.
          SET FILE-OUT-OF-BALANCE TO TRUE
          IF BATCH-OPEN
             ADD 1 TO WS-BATCHES-OUT
             MOVE 'N' TO WS-BATCH-SW
          END-IF
          MOVE SPACES TO BATCH-LINE
          MOVE WS-BATCH-NO TO BTL-BATCH-NO
          MOVE WS-BATCH-DEPOSIT-DATE TO BTL-DEPOSIT-DATE
          MOVE WS-BATCH-ITEMS TO BTL-ITEMS
          MOVE WS-BATCH-AMT TO BTL-AMOUNT
          MOVE ZERO TO BTL-TRL-ITEMS
          MOVE ZERO TO BTL-TRL-AMOUNT
          MOVE WS-BATCH-ERROR TO BTL-STATUS
          WRITE LBXRPT-REC FROM BATCH-LINE.

       PROCESS-LOCKBOX-ITEM.
          SET ITEM-MATCHED TO TRUE
          MOVE SPACES TO WS-SUSPENSE-REASON
          MOVE 'N' TO WS-TARGET-SW
          IF LBX-CHECK-AMT-N NOT NUMERIC OR LBX-CHECK-AMT-N = ZERO
             SET ITEM-UNMATCHED TO TRUE
             MOVE "INVALID CHECK AMOUNT" TO WS-SUSPENSE-REASON
          ELSE
             IF LBX-EMP-ID = SPACES
                SET ITEM-UNMATCHED TO TRUE
                MOVE "NO REMITTER REFERENCE" TO WS-SUSPENSE-REASON
             ELSE
                IF LBX-LOAN-SEQ NOT = SPACES AND LBX-LOAN-SEQ NOT = "00"
                   IF LBX-LOAN-SEQ-N NOT NUMERIC
                      SET ITEM-UNMATCHED TO TRUE
                      MOVE "INVALID LOAN REFERENCE"
                         TO WS-SUSPENSE-REASON
                   ELSE
                      SET ITEM-TARGETED TO TRUE
                   END-IF
                END-IF
             END-IF
          END-IF
          IF ITEM-MATCHED
             PERFORM MATCH-REMITTER
          END-IF
          IF ITEM-MATCHED
             PERFORM WRITE-TRANS-RECORDS
          ELSE
             PERFORM WRITE-SUSPENSE-ITEM
          END-IF.

       MATCH-REMITTER.
          MOVE SPACES TO WS-FIND-SWITCH
          MOVE 'N' TO WS-ANY-LOAN-SW
          MOVE 'N' TO WS-OPEN-BAL-SW
          IF ITEM-TARGETED
             MOVE LBX-EMP-ID TO MST-EMP-ID
             MOVE LBX-LOAN-SEQ-N TO MST-LOAN-SEQ
             READ MASTER-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET EMPLOYEE-ON-MASTER TO TRUE
                   PERFORM CHECK-REMITTER-BALANCE
             END-READ
          ELSE
             PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                UNTIL WS-LOAN-SUB > WS-LOAN-SEQ-MAX
                   OR LOAN-SEARCH-DONE OR OPEN-BAL-SEEN
                MOVE LBX-EMP-ID TO MST-EMP-ID
                MOVE WS-LOAN-SUB TO MST-LOAN-SEQ
                READ MASTER-FILE
                   INVALID KEY
                      SET LOAN-SEARCH-DONE TO TRUE
                   NOT INVALID KEY
                      SET EMPLOYEE-ON-MASTER TO TRUE
                      PERFORM CHECK-REMITTER-BALANCE
                END-READ
             END-PERFORM
          END-IF
          IF NOT EMPLOYEE-ON-MASTER
             SET ITEM-UNMATCHED TO TRUE
             IF ITEM-TARGETED
                MOVE "LOAN SEQ NOT ON MASTER" TO WS-SUSPENSE-REASON
             ELSE
                MOVE "EMPLOYEE NOT ON MASTER" TO WS-SUSPENSE-REASON
             END-IF
          ELSE
             IF NOT OPEN-BAL-SEEN
                SET ITEM-UNMATCHED TO TRUE
                MOVE "NO OPEN LOAN BALANCE" TO WS-SUSPENSE-REASON
             END-IF
          END-IF.

       CHECK-REMITTER-BALANCE.
          PERFORM CALC-OPEN-BALANCE
          IF WS-MST-BALANCE > ZERO
             SET OPEN-BAL-SEEN TO TRUE
          END-IF.

       WRITE-TRANS-RECORDS.
          ADD 1 TO WS-ITEMS-MATCHED
          ADD LBX-CHECK-AMT-N TO WS-MATCHED-AMT
          IF LBX-DEPOSIT-DATE-N NUMERIC
             AND LBX-DEPOSIT-DATE-N > ZERO
             MOVE LBX-DEPOSIT-DATE-N TO WS-ITEM-DATE
          ELSE
             MOVE WS-BATCH-DEPOSIT-DATE TO WS-ITEM-DATE
          END-IF
          MOVE LBX-CHECK-AMT-N TO WS-ITEM-REMAIN
          PERFORM UNTIL WS-ITEM-REMAIN = ZERO
             MOVE WS-ITEM-REMAIN TO WS-ITEM-PORTION
             IF WS-ITEM-PORTION > 9999.99
                MOVE 9999.99 TO WS-ITEM-PORTION
             END-IF
             MOVE LBX-EMP-ID TO TRN-EMP-ID
             MOVE WS-ITEM-PORTION TO TRN-PAY-AMT
             MOVE WS-ITEM-DATE TO TRN-PAY-DATE
             MOVE 'P' TO TRN-ACTION
             IF ITEM-TARGETED
                MOVE LBX-LOAN-SEQ TO TRN-LOAN-SEQ
             ELSE
                MOVE SPACES TO TRN-LOAN-SEQ
             END-IF
             MOVE "LOANLBX" TO TRN-SUBMITTER-ID
             WRITE TRANS-REC
             ADD 1 TO WS-TRANS-WRITTEN
             SUBTRACT WS-ITEM-PORTION FROM WS-ITEM-REMAIN
          END-PERFORM.

       WRITE-SUSPENSE-ITEM.
          ADD 1 TO WS-ITEMS-SUSPENSE
          IF LBX-CHECK-AMT-N NUMERIC
             ADD LBX-CHECK-AMT-N TO WS-SUSPENSE-AMT
          END-IF
          MOVE WS-RUN-DATE TO SUS-RUN-DATE
          MOVE WS-BATCH-NO TO SUS-BATCH-NO
          MOVE LOCKBOX-REC TO SUS-LOCKBOX-DETAIL
          MOVE WS-SUSPENSE-REASON TO SUS-REASON
          WRITE SUSPENSE-REC
          MOVE WS-BATCH-NO TO SSL-BATCH-NO
          MOVE LBX-EMP-ID TO SSL-EMP-ID
          MOVE LBX-LOAN-SEQ TO SSL-LOAN-SEQ
          MOVE LBX-CHECK-NO TO SSL-CHECK-NO
          IF LBX-CHECK-AMT-N NUMERIC
             MOVE LBX-CHECK-AMT-N TO SSL-CHECK-AMT
          ELSE
             MOVE ZERO TO SSL-CHECK-AMT
          END-IF
          MOVE LBX-DEPOSIT-DATE TO SSL-DEPOSIT-DATE
          MOVE WS-SUSPENSE-REASON TO SSL-REASON
          WRITE LBXRPT-REC FROM SUSPENSE-LINE.

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

       WRITE-CONTROL-TOTAL.
          MOVE SPACES TO LBXRPT-REC
          WRITE LBXRPT-REC
          MOVE WS-BATCHES TO LCT-BATCHES
          MOVE WS-BATCHES-OUT TO LCT-BATCHES-OUT
          MOVE WS-ITEMS-READ TO LCT-ITEMS-READ
          MOVE WS-ITEMS-MATCHED TO LCT-ITEMS-MATCHED
          MOVE WS-ITEMS-SUSPENSE TO LCT-ITEMS-SUSPENSE
          MOVE WS-TRANS-WRITTEN TO LCT-TRANS-WRITTEN
          WRITE LBXRPT-REC FROM LBXRPT-COUNT-TOTAL
          MOVE WS-DEPOSIT-TOT TO LAT-DEPOSIT-TOT
          MOVE WS-MATCHED-AMT TO LAT-MATCHED-AMT
          MOVE WS-SUSPENSE-AMT TO LAT-SUSPENSE-AMT
          WRITE LBXRPT-REC FROM LBXRPT-AMOUNT-TOTAL.
