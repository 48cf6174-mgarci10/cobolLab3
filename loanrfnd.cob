       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRFND.
       AUTHOR. MARIO GARCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE  ASSIGN TO 'DA-I-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-I-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LDG-KEY
                   FILE STATUS IS WS-LDG-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO 'DA-S-APVCHR'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RFNDRG-FILE  ASSIGN TO 'UR-S-RFNDRG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNL'
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

       FD  VOUCHER-FILE.
       01 VOUCHER-REC.
        02 VCH-VOUCHER-NO.
           03 VCH-VOUCHER-DATE PIC 9(8).
           03 VCH-VOUCHER-SEQ PIC 9(5).
        02 VCH-EMP-ID PIC X(10).
        02 VCH-PAYEE-NAME PIC X(20).
        02 VCH-AMOUNT PIC 9(7)V99.
        02 VCH-GL-ACCOUNT PIC X(5).
        02 VCH-LOAN-COUNT PIC 9(2).
        02 VCH-SOURCE-PGM PIC X(8).
        02 FILLER PIC X(13).

       FD  RFNDRG-FILE.
       01 RFNDRG-REC PIC X(132).

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
           88 LEDGER-SLOT-FREE VALUE 'F'.
        02 WS-LDG-EFF-DATE PIC 9(8) VALUE ZERO.
        02 WS-LDG-TYPE PIC X(1) VALUE SPACES.
        02 WS-LDG-AMOUNT PIC S9(7)V99 VALUE ZERO.

       01 WS-SUBSCRIPTS.
        02 WS-PAY-SUB PIC 9(2) VALUE ZERO.
        02 WS-GRP-SUB PIC 9(2) VALUE ZERO.
        02 WS-OPEN-SUB PIC 9(2) VALUE ZERO.

       01 WS-REWRITE-SW PIC X VALUE 'Y'.
        88 REWRITE-OK VALUE 'Y'.
        88 REWRITE-FAILED VALUE 'N'.

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

       01 WS-EMP-GROUP.
        02 WS-GRP-EMP-ID PIC X(10) VALUE SPACES.
        02 WS-GRP-EMP-NAME PIC X(20) VALUE SPACES.
        02 WS-GROUP-STARTED-SW PIC X VALUE 'N'.
           88 GROUP-STARTED VALUE 'Y'.
        02 WS-GRP-CREDIT-SW PIC X VALUE 'N'.
           88 GROUP-HAS-CREDIT VALUE 'Y'.
        02 WS-GRP-COUNT PIC 9(2) VALUE ZERO.
        02 WS-GRP-NETTED PIC 9(7)V99 VALUE ZERO.
        02 WS-GRP-REFUND PIC 9(7)V99 VALUE ZERO.
        02 WS-GRP-REFUND-LOANS PIC 9(2) VALUE ZERO.

       01 WS-CURR-REC PIC X(185).

       01 WS-GRP-TABLE.
        02 WS-GRP-ENTRY OCCURS 99 TIMES.
           03 WS-GRP-REC PIC X(185).
           03 WS-GRP-BALANCE PIC S9(7)V99.
           03 WS-GRP-NET-PLAN PIC 9(7)V99.
           03 WS-GRP-NET-SW PIC X.
              88 NET-TABLE-SHORT VALUE 'S'.

       01 WS-REFUND-WORK.
        02 WS-CREDIT-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-CREDIT-LEFT PIC 9(7)V99 VALUE ZERO.
        02 WS-LOAN-NETTED PIC 9(7)V99 VALUE ZERO.
        02 WS-NET-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-NET-LEFT PIC 9(7)V99 VALUE ZERO.
        02 WS-NET-APPLIED PIC 9(7)V99 VALUE ZERO.
        02 WS-NET-ROOM PIC 9(7)V99 VALUE ZERO.
        02 WS-PORTION-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-REDUCE-LEFT PIC 9(7)V99 VALUE ZERO.
        02 WS-REFUND-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-CREDIT-SEQ PIC 9(2) VALUE ZERO.

       01 WS-RFND-COUNTS.
        02 WS-RECS-READ PIC 9(7) VALUE ZERO.
        02 WS-EMPS-CREDIT PIC 9(7) VALUE ZERO.
        02 WS-CREDIT-LOANS PIC 9(7) VALUE ZERO.
        02 WS-LOANS-REWRITTEN PIC 9(7) VALUE ZERO.
        02 WS-REWRITE-ERRORS PIC 9(7) VALUE ZERO.
        02 WS-VOUCHERS PIC 9(7) VALUE ZERO.
        02 WS-CREDIT-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-NETTED-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-REFUND-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-VOUCHER-TOT PIC 9(9)V99 VALUE ZERO.
        02 WS-UNRESOLVED-TOT PIC S9(9)V99 VALUE ZERO.

       01 RFNDRG-TITLE.
        02 FILLER PIC X(26) VALUE "CREDIT BALANCE REFUND REGI".
        02 FILLER PIC X(17) VALUE "STER - RUN DATE: ".
        02 RGT-RUN-DATE PIC 9(8).

       01 RFNDRG-HEADING.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "NAME".
        02 FILLER PIC X(17) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "SEQ".
        02 FILLER PIC X(7) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "CREDIT".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "ACTION".
        02 FILLER PIC X(9) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "TO SEQ".
        02 FILLER PIC X(8) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "AMOUNT".

       01 RFNDRG-DETAIL.
        02 RGD-EMP-ID PIC X(10).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RGD-EMP-NAME PIC X(20).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RGD-LOAN-SEQ PIC 99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RGD-CREDIT PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RGD-ACTION PIC X(14).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RGD-TO-SEQ PIC X(2).
        02 FILLER PIC X(5) VALUE SPACES.
        02 RGD-AMOUNT PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RGD-NOTE PIC X(30).

       01 RFNDRG-EMP-TOTAL.
        02 FILLER PIC X(11) VALUE SPACES.
        02 FILLER PIC X(16) VALUE "EMPLOYEE TOTAL  ".
        02 FILLER PIC X(8) VALUE "NETTED: ".
        02 RGE-NETTED PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(12) VALUE "  REFUNDED: ".
        02 RGE-REFUND PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(11) VALUE "  VOUCHER: ".
        02 RGE-VOUCHER-DATE PIC 9(8).
        02 FILLER PIC X(1) VALUE "-".
        02 RGE-VOUCHER-SEQ PIC 9(5).

       01 RFNDRG-COUNT-TOTAL.
        02 FILLER PIC X(12) VALUE "LOANS READ: ".
        02 RCT-RECS-READ PIC ZZZ,ZZ9.
        02 FILLER PIC X(19) VALUE "  EMPLOYEES W/CR:  ".
        02 RCT-EMPS-CREDIT PIC ZZZ,ZZ9.
        02 FILLER PIC X(16) VALUE "  CREDIT LOANS: ".
        02 RCT-CREDIT-LOANS PIC ZZZ,ZZ9.
        02 FILLER PIC X(19) VALUE "  LOANS REWRITTEN: ".
        02 RCT-LOANS-REWRITTEN PIC ZZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "  ERRORS: ".
        02 RCT-REWRITE-ERRORS PIC ZZZ,ZZ9.

       01 RFNDRG-AMOUNT-TOTAL.
        02 FILLER PIC X(14) VALUE "CREDIT FOUND: ".
        02 RAT-CREDIT-TOT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(10) VALUE "  NETTED: ".
        02 RAT-NETTED-TOT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(12) VALUE "  REFUNDED: ".
        02 RAT-REFUND-TOT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RAT-STATUS PIC X(14).

       01 RFNDRG-VOUCHER-TOTAL.
        02 FILLER PIC X(14) VALUE "VOUCHERS:     ".
        02 RVT-VOUCHERS PIC ZZZ,ZZ9.
        02 FILLER PIC X(17) VALUE "  VOUCHER TOTAL: ".
        02 RVT-VOUCHER-TOT PIC ZZZ,ZZZ,ZZ9.99.

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
       MOVE WS-RUN-DATE TO WS-LDG-EFF-DATE

       OPEN I-O MASTER-FILE
       OPEN I-O LEDGER-FILE
       OPEN OUTPUT VOUCHER-FILE
       OPEN OUTPUT RFNDRG-FILE
       OPEN EXTEND JOURNAL-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-START

       MOVE WS-RUN-DATE TO RGT-RUN-DATE
       WRITE RFNDRG-REC FROM RFNDRG-TITLE
       MOVE SPACES TO RFNDRG-REC
       WRITE RFNDRG-REC
       WRITE RFNDRG-REC FROM RFNDRG-HEADING
       MOVE SPACES TO RFNDRG-REC
       WRITE RFNDRG-REC

       READ MASTER-FILE NEXT RECORD
          AT END SET EOF TO TRUE
       END-READ

       PERFORM UNTIL EOF
          ADD 1 TO WS-RECS-READ
          PERFORM COLLECT-EMPLOYEE-LOAN
          READ MASTER-FILE NEXT RECORD
             AT END SET EOF TO TRUE
          END-READ
       END-PERFORM

       PERFORM END-EMPLOYEE-GROUP

       PERFORM WRITE-CONTROL-TOTAL

       MOVE "APVCHR" TO CT-FILE-NAME
       MOVE WS-VOUCHERS TO CT-REC-COUNT
       MOVE WS-VOUCHER-TOT TO CT-AMOUNT
       WRITE VOUCHER-REC FROM CONTROL-TRAILER

       IF WS-REWRITE-ERRORS > ZERO
          MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM WRITE-RUNLOG-END

       CLOSE MASTER-FILE, LEDGER-FILE, VOUCHER-FILE, RFNDRG-FILE,
           JOURNAL-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE "LOANRFND" TO RLG-PROGRAM
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

       COLLECT-EMPLOYEE-LOAN.
          IF GROUP-STARTED AND MST-EMP-ID NOT = WS-GRP-EMP-ID
             MOVE MST-REC TO WS-CURR-REC
             PERFORM END-EMPLOYEE-GROUP
             MOVE WS-CURR-REC TO MST-REC
          END-IF
          IF NOT GROUP-STARTED
             SET GROUP-STARTED TO TRUE
             MOVE MST-EMP-ID TO WS-GRP-EMP-ID
             MOVE MST-EMP-NAME TO WS-GRP-EMP-NAME
             MOVE 'N' TO WS-GRP-CREDIT-SW
             MOVE ZERO TO WS-GRP-COUNT
          END-IF
          PERFORM CALC-OPEN-BALANCE
          IF WS-GRP-COUNT < 99
             ADD 1 TO WS-GRP-COUNT
             MOVE MST-REC TO WS-GRP-REC(WS-GRP-COUNT)
             MOVE WS-MST-BALANCE TO WS-GRP-BALANCE(WS-GRP-COUNT)
             IF WS-MST-BALANCE < ZERO
                SET GROUP-HAS-CREDIT TO TRUE
             END-IF
          END-IF.

       END-EMPLOYEE-GROUP.
          IF GROUP-STARTED
             IF GROUP-HAS-CREDIT
                PERFORM REFUND-EMPLOYEE-CREDIT
             END-IF
             MOVE 'N' TO WS-GROUP-STARTED-SW
          END-IF.

       REFUND-EMPLOYEE-CREDIT.
          ADD 1 TO WS-EMPS-CREDIT
          MOVE ZERO TO WS-GRP-NETTED
          MOVE ZERO TO WS-GRP-REFUND
          MOVE ZERO TO WS-GRP-REFUND-LOANS
          PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
             UNTIL WS-GRP-SUB > WS-GRP-COUNT
             IF WS-GRP-BALANCE(WS-GRP-SUB) < ZERO
                PERFORM CLEAR-CREDIT-LOAN
             END-IF
          END-PERFORM
          IF WS-GRP-REFUND > ZERO
             PERFORM WRITE-REFUND-VOUCHER
          ELSE
             MOVE ZERO TO RGE-VOUCHER-DATE
             MOVE ZERO TO RGE-VOUCHER-SEQ
          END-IF
          MOVE WS-GRP-NETTED TO RGE-NETTED
          MOVE WS-GRP-REFUND TO RGE-REFUND
          WRITE RFNDRG-REC FROM RFNDRG-EMP-TOTAL
          MOVE SPACES TO RFNDRG-REC
          WRITE RFNDRG-REC.

       CLEAR-CREDIT-LOAN.
          ADD 1 TO WS-CREDIT-LOANS
          COMPUTE WS-CREDIT-AMT = ZERO - WS-GRP-BALANCE(WS-GRP-SUB)
          ADD WS-CREDIT-AMT TO WS-CREDIT-TOT
          MOVE WS-GRP-REC(WS-GRP-SUB) TO MST-REC
          MOVE MST-LOAN-SEQ TO WS-CREDIT-SEQ
          MOVE WS-CREDIT-AMT TO WS-CREDIT-LEFT
          PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
             UNTIL WS-OPEN-SUB > WS-GRP-COUNT
             MOVE ZERO TO WS-GRP-NET-PLAN(WS-OPEN-SUB)
             MOVE SPACES TO WS-GRP-NET-SW(WS-OPEN-SUB)
             IF WS-GRP-BALANCE(WS-OPEN-SUB) > ZERO
                AND WS-CREDIT-LEFT > ZERO
                PERFORM PLAN-OPEN-LOAN-NETTING
             END-IF
          END-PERFORM
          MOVE WS-GRP-REC(WS-GRP-SUB) TO MST-REC
          MOVE MST-REC TO WS-MST-BEFORE
          MOVE WS-CREDIT-AMT TO WS-REDUCE-LEFT
          PERFORM UNTIL WS-REDUCE-LEFT = ZERO
             OR MST-EMP-NUM-PAYMENTS = ZERO
             MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
             IF MST-LOAN-PAID-TBL(WS-PAY-SUB) > WS-REDUCE-LEFT
                SUBTRACT WS-REDUCE-LEFT
                   FROM MST-LOAN-PAID-TBL(WS-PAY-SUB)
                MOVE ZERO TO WS-REDUCE-LEFT
             ELSE
                SUBTRACT MST-LOAN-PAID-TBL(WS-PAY-SUB)
                   FROM WS-REDUCE-LEFT
                MOVE ZERO TO MST-LOAN-PAID-TBL(WS-PAY-SUB)
                SUBTRACT 1 FROM MST-EMP-NUM-PAYMENTS
             END-IF
          END-PERFORM
          PERFORM REWRITE-MASTER
          IF REWRITE-FAILED
             ADD WS-CREDIT-AMT TO WS-UNRESOLVED-TOT
             MOVE SPACES TO RFNDRG-DETAIL
             MOVE MST-EMP-ID TO RGD-EMP-ID
             MOVE MST-EMP-NAME TO RGD-EMP-NAME
             MOVE MST-LOAN-SEQ TO RGD-LOAN-SEQ
             MOVE WS-CREDIT-AMT TO RGD-CREDIT
             MOVE "NOT CLEARED" TO RGD-ACTION
             MOVE ZERO TO RGD-AMOUNT
             MOVE "MASTER REWRITE FAILED" TO RGD-NOTE
             WRITE RFNDRG-REC FROM RFNDRG-DETAIL
          ELSE
             MOVE MST-REC TO WS-GRP-REC(WS-GRP-SUB)
             MOVE ZERO TO WS-GRP-BALANCE(WS-GRP-SUB)
             MOVE ZERO TO WS-LOAN-NETTED
             MOVE WS-CREDIT-LEFT TO WS-REFUND-AMT
             PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                UNTIL WS-OPEN-SUB > WS-GRP-COUNT
                IF WS-GRP-NET-PLAN(WS-OPEN-SUB) > ZERO
                   PERFORM NET-AGAINST-OPEN-LOAN
                END-IF
             END-PERFORM
             MOVE WS-GRP-REC(WS-GRP-SUB) TO MST-REC
             IF WS-LOAN-NETTED > ZERO
                MOVE 'R' TO WS-LDG-TYPE
                COMPUTE WS-LDG-AMOUNT = ZERO - WS-LOAN-NETTED
                PERFORM WRITE-LEDGER-ENTRY
             END-IF
             IF WS-REFUND-AMT > ZERO
                MOVE 'R' TO WS-LDG-TYPE
                COMPUTE WS-LDG-AMOUNT = ZERO - WS-REFUND-AMT
                PERFORM WRITE-LEDGER-ENTRY
                ADD WS-REFUND-AMT TO WS-GRP-REFUND
                ADD WS-REFUND-AMT TO WS-REFUND-TOT
                ADD 1 TO WS-GRP-REFUND-LOANS
                MOVE SPACES TO RFNDRG-DETAIL
                MOVE MST-EMP-ID TO RGD-EMP-ID
                MOVE MST-EMP-NAME TO RGD-EMP-NAME
                MOVE MST-LOAN-SEQ TO RGD-LOAN-SEQ
                MOVE WS-CREDIT-AMT TO RGD-CREDIT
                MOVE "REFUND" TO RGD-ACTION
                MOVE WS-REFUND-AMT TO RGD-AMOUNT
                MOVE "LOAN CLEARED TO ZERO" TO RGD-NOTE
                WRITE RFNDRG-REC FROM RFNDRG-DETAIL
             END-IF
          END-IF.

       PLAN-OPEN-LOAN-NETTING.
          MOVE WS-GRP-REC(WS-OPEN-SUB) TO MST-REC
          MOVE WS-CREDIT-LEFT TO WS-NET-AMT
          IF WS-NET-AMT > WS-GRP-BALANCE(WS-OPEN-SUB)
             MOVE WS-GRP-BALANCE(WS-OPEN-SUB) TO WS-NET-AMT
          END-IF
          IF MST-EMP-NUM-PAYMENTS < 8
             COMPUTE WS-NET-ROOM =
                (8 - MST-EMP-NUM-PAYMENTS) * 9999.99
          ELSE
             MOVE ZERO TO WS-NET-ROOM
          END-IF
          IF WS-NET-AMT > WS-NET-ROOM
             MOVE WS-NET-ROOM TO WS-NET-AMT
             SET NET-TABLE-SHORT(WS-OPEN-SUB) TO TRUE
          END-IF
          MOVE WS-NET-AMT TO WS-GRP-NET-PLAN(WS-OPEN-SUB)
          SUBTRACT WS-NET-AMT FROM WS-CREDIT-LEFT.

       NET-AGAINST-OPEN-LOAN.
          MOVE WS-GRP-REC(WS-OPEN-SUB) TO MST-REC
          MOVE MST-REC TO WS-MST-BEFORE
          MOVE WS-GRP-NET-PLAN(WS-OPEN-SUB) TO WS-NET-LEFT
          MOVE ZERO TO WS-NET-APPLIED
          PERFORM UNTIL WS-NET-LEFT = ZERO
             OR MST-EMP-NUM-PAYMENTS NOT < 8
             MOVE WS-NET-LEFT TO WS-PORTION-AMT
             IF WS-PORTION-AMT > 9999.99
                MOVE 9999.99 TO WS-PORTION-AMT
             END-IF
             ADD 1 TO MST-EMP-NUM-PAYMENTS
             MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
             MOVE WS-PORTION-AMT TO MST-LOAN-PAID-TBL(WS-PAY-SUB)
             ADD WS-PORTION-AMT TO WS-NET-APPLIED
             SUBTRACT WS-PORTION-AMT FROM WS-NET-LEFT
          END-PERFORM
          PERFORM REWRITE-MASTER
          MOVE SPACES TO RFNDRG-DETAIL
          MOVE MST-EMP-ID TO RGD-EMP-ID
          MOVE MST-EMP-NAME TO RGD-EMP-NAME
          MOVE WS-CREDIT-SEQ TO RGD-LOAN-SEQ
          MOVE WS-CREDIT-AMT TO RGD-CREDIT
          MOVE MST-LOAN-SEQ TO RGD-TO-SEQ
          IF REWRITE-OK
             MOVE MST-REC TO WS-GRP-REC(WS-OPEN-SUB)
             SUBTRACT WS-NET-APPLIED FROM WS-GRP-BALANCE(WS-OPEN-SUB)
             ADD WS-NET-APPLIED TO WS-LOAN-NETTED
             ADD WS-NET-APPLIED TO WS-GRP-NETTED
             ADD WS-NET-APPLIED TO WS-NETTED-TOT
             MOVE 'P' TO WS-LDG-TYPE
             MOVE WS-NET-APPLIED TO WS-LDG-AMOUNT
             PERFORM WRITE-LEDGER-ENTRY
             MOVE "NETTED" TO RGD-ACTION
             MOVE WS-NET-APPLIED TO RGD-AMOUNT
             IF NET-TABLE-SHORT(WS-OPEN-SUB)
                MOVE "OPEN LOAN PAYMENT TABLE FULL" TO RGD-NOTE
             END-IF
          ELSE
             ADD WS-GRP-NET-PLAN(WS-OPEN-SUB) TO WS-REFUND-AMT
             MOVE "NOT NETTED" TO RGD-ACTION
             MOVE WS-GRP-NET-PLAN(WS-OPEN-SUB) TO RGD-AMOUNT
             MOVE "REWRITE FAILED - REFUNDED" TO RGD-NOTE
          END-IF
          WRITE RFNDRG-REC FROM RFNDRG-DETAIL.

       WRITE-REFUND-VOUCHER.
          ADD 1 TO WS-VOUCHERS
          ADD WS-GRP-REFUND TO WS-VOUCHER-TOT
          MOVE SPACES TO VOUCHER-REC
          MOVE WS-RUN-DATE TO VCH-VOUCHER-DATE
          MOVE WS-VOUCHERS TO VCH-VOUCHER-SEQ
          MOVE WS-GRP-EMP-ID TO VCH-EMP-ID
          MOVE WS-GRP-EMP-NAME TO VCH-PAYEE-NAME
          MOVE WS-GRP-REFUND TO VCH-AMOUNT
          MOVE "28100" TO VCH-GL-ACCOUNT
          MOVE WS-GRP-REFUND-LOANS TO VCH-LOAN-COUNT
          MOVE "LOANRFND" TO VCH-SOURCE-PGM
          WRITE VOUCHER-REC
          MOVE VCH-VOUCHER-DATE TO RGE-VOUCHER-DATE
          MOVE VCH-VOUCHER-SEQ TO RGE-VOUCHER-SEQ.

       REWRITE-MASTER.
          SET REWRITE-OK TO TRUE
          REWRITE MST-REC
             INVALID KEY
                SET REWRITE-FAILED TO TRUE
                ADD 1 TO WS-REWRITE-ERRORS
                DISPLAY "LOANRFND: MASTER REWRITE FAILED FOR " MST-KEY
             NOT INVALID KEY
                ADD 1 TO WS-LOANS-REWRITTEN
                PERFORM WRITE-JOURNAL-IMAGES
          END-REWRITE.

       WRITE-JOURNAL-IMAGES.
          MOVE "LOANRFND" TO JRN-PROGRAM
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
          MOVE "LOANRFND" TO LDG-SOURCE-PGM
          MOVE WS-RUN-DATE TO LDG-RUN-DATE
          WRITE LDG-REC
             INVALID KEY
                DISPLAY "LEDGER WRITE FAILED FOR " LDG-KEY
                MOVE 8 TO RETURN-CODE
          END-WRITE.

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
          MOVE WS-RECS-READ TO RCT-RECS-READ
          MOVE WS-EMPS-CREDIT TO RCT-EMPS-CREDIT
          MOVE WS-CREDIT-LOANS TO RCT-CREDIT-LOANS
          MOVE WS-LOANS-REWRITTEN TO RCT-LOANS-REWRITTEN
          MOVE WS-REWRITE-ERRORS TO RCT-REWRITE-ERRORS
          WRITE RFNDRG-REC FROM RFNDRG-COUNT-TOTAL
          MOVE WS-CREDIT-TOT TO RAT-CREDIT-TOT
          MOVE WS-NETTED-TOT TO RAT-NETTED-TOT
          MOVE WS-REFUND-TOT TO RAT-REFUND-TOT
          IF WS-CREDIT-TOT = WS-NETTED-TOT + WS-REFUND-TOT
             + WS-UNRESOLVED-TOT
             AND WS-REFUND-TOT = WS-VOUCHER-TOT
             MOVE "BALANCED" TO RAT-STATUS
          ELSE
             MOVE "OUT OF BALANCE" TO RAT-STATUS
          END-IF
          WRITE RFNDRG-REC FROM RFNDRG-AMOUNT-TOTAL
          MOVE WS-VOUCHERS TO RVT-VOUCHERS
          MOVE WS-VOUCHER-TOT TO RVT-VOUCHER-TOT
          WRITE RFNDRG-REC FROM RFNDRG-VOUCHER-TOTAL.
