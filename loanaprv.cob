       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAPRV.
       AUTHOR. MARIO GARCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO 'DA-S-APPRVL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'DA-I-PENDAP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PND-KEY
                   FILE STATUS IS WS-PND-STATUS.
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
           SELECT OPTIONAL APRPRM-FILE ASSIGN TO 'DA-S-APRPRM'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE   ASSIGN TO 'UR-S-APRVAUD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTSTD-FILE  ASSIGN TO 'UR-S-APROUT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'DA-S-JOURNL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  APPROVAL-FILE.
       01 APPROVAL-REC.
        88 EOF VALUE HIGH-VALUES.
        02 APV-QUEUE-DATE PIC X(8).
        02 APV-QUEUE-DATE-N REDEFINES APV-QUEUE-DATE PIC 9(8).
        02 APV-QUEUE-SEQ PIC X(5).
        02 APV-QUEUE-SEQ-N REDEFINES APV-QUEUE-SEQ PIC 9(5).
        02 APV-DECISION PIC X(1).
           88 APV-APPROVE VALUE 'A'.
           88 APV-REJECT VALUE 'R'.
        02 APV-APPROVER-ID PIC X(8).
        02 APV-REASON PIC X(30).

       FD  PENDING-FILE.
       01 PND-REC.
        88 PND-EOF VALUE HIGH-VALUES.
        02 PND-KEY.
           03 PND-QUEUE-DATE PIC 9(8).
           03 PND-QUEUE-SEQ PIC 9(5).
        02 PND-STATUS PIC X(1).
           88 PND-AWAITING VALUE 'P'.
           88 PND-APPROVED VALUE 'A'.
           88 PND-REJECTED VALUE 'R'.
        02 PND-SUBMITTER-ID PIC X(8).
        02 PND-TRN-EMP-ID PIC X(10).
        02 PND-TRN-PAY-AMT PIC 9(4)V99.
        02 PND-TRN-PAY-DATE PIC 9(8).
        02 PND-TRN-ACTION PIC X(1).
        02 PND-TRN-LOAN-SEQ PIC X(2).
        02 PND-APPROVER-ID PIC X(8).
        02 PND-DECISION-DATE PIC 9(8).
        02 PND-REASON PIC X(30).

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

       FD  APRPRM-FILE.
       01 APRPRM-REC.
        88 APRPRM-EOF VALUE HIGH-VALUES.
        02 PRM-ADJ-THRESHOLD PIC 9(4)V99.
        02 PRM-AGE-LIMIT-DAYS PIC 9(3).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(132).

       FD  OUTSTD-FILE.
       01 OUTSTD-REC PIC X(132).

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

       01 TRANS-DATA.
        02 TRN-EMP-ID PIC X(10).
        02 TRN-PAY-AMT PIC 9(4)V99.
        02 TRN-PAY-DATE PIC 9(8).
        02 TRN-ACTION PIC X(1).
           88 TRN-WRITE-OFF VALUE 'W'.
           88 TRN-ADJUSTMENT VALUE 'A'.
        02 TRN-LOAN-SEQ PIC X(2).
        02 TRN-LOAN-SEQ-N REDEFINES TRN-LOAN-SEQ PIC 9(2).

       01 WS-MST-STATUS PIC XX.

       01 WS-PND-STATUS PIC XX.

       01 WS-LDG-STATUS PIC XX.

       01 WS-LEDGER-WORK.
        02 WS-LDG-SEQ PIC 9(5) VALUE ZERO.
        02 WS-LDG-SWITCH PIC X VALUE SPACES.
           88 LEDGER-SLOT-FREE VALUE 'F'.
        02 WS-LDG-EFF-DATE PIC 9(8) VALUE ZERO.
        02 WS-LDG-TYPE PIC X(1) VALUE SPACES.
        02 WS-LDG-AMOUNT PIC S9(7)V99 VALUE ZERO.

       01 WS-APPROVAL-WORK.
        02 WS-AGE-LIMIT-DAYS PIC 9(3) VALUE 5.
        02 WS-AGE-DAYS PIC S9(5) VALUE ZERO.
        02 WS-PND-KEY-ED.
           03 WS-PND-KEY-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE '-'.
           03 WS-PND-KEY-SEQ PIC 9(5).

       01 WS-DECISION-SW PIC X VALUE SPACES.
        88 DECISION-REFUSED VALUE 'X'.
        88 DECISION-POSTED VALUE 'A'.
        88 DECISION-REJECTED VALUE 'R'.

       01 WS-LIST-SW PIC X VALUE 'N'.
        88 LIST-OUTSTANDING VALUE 'Y'.

       01 WS-SUBSCRIPTS.
        02 WS-PAY-SUB PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SUB PIC 9(2) VALUE ZERO.
        02 WS-LOAN-SEQ-MAX PIC 9(2) VALUE 99.

       01 WS-FIND-SWITCH PIC X VALUE SPACES.
        88 LOAN-REPORTED VALUE 'R'.
        88 LOAN-SEARCH-DONE VALUE 'X'.

       01 WS-APPLIED-SW PIC X VALUE 'N'.
        88 LOAN-APPLIED VALUE 'Y'.

       01 WS-ANY-LOAN-SW PIC X VALUE 'N'.
        88 EMPLOYEE-ON-MASTER VALUE 'Y'.

       01 WS-OPEN-BAL-SW PIC X VALUE 'N'.
        88 OPEN-BAL-SEEN VALUE 'Y'.

       01 WS-TARGET-SW PIC X VALUE 'N'.
        88 TRANS-TARGETED VALUE 'Y'.

       01 WS-SPREAD-WORK.
        02 WS-POSTED-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-PORTION-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-WRITEOFF-AMT PIC 9(7)V99 VALUE ZERO.
        02 WS-REMAIN-ED PIC Z(6)9.99.

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

       01 WS-APRV-COUNTS.
        02 WS-APRV-READ PIC 9(7) VALUE ZERO.
        02 WS-APRV-POSTED PIC 9(7) VALUE ZERO.
        02 WS-APRV-REJECTED PIC 9(7) VALUE ZERO.
        02 WS-APRV-REFUSED PIC 9(7) VALUE ZERO.
        02 WS-OUT-PENDING PIC 9(7) VALUE ZERO.
        02 WS-OUT-OVERDUE PIC 9(7) VALUE ZERO.
        02 WS-OUT-REJECTED PIC 9(7) VALUE ZERO.

       01 AUDIT-TITLE.
        02 FILLER PIC X(26) VALUE "WRITE-OFF/ADJUSTMENT APPRO".
        02 FILLER PIC X(17) VALUE "VAL RUN - DATE: ".
        02 AUT-RUN-DATE PIC 9(8).

       01 AUDIT-HEADING.
        02 FILLER PIC X(12) VALUE "APPROVAL KEY".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "ACTION".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "AMOUNT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "SUBMITTER".
        02 FILLER PIC X(1) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "APPROVER".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "STATUS".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "DESCRIPTION".

       01 AUDIT-DATA.
        02 AUD-APPROVAL-KEY PIC X(14).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AUD-EMP-ID PIC X(10).
        02 FILLER PIC X(4) VALUE SPACES.
        02 AUD-ACTION PIC X(1).
        02 FILLER PIC X(4) VALUE SPACES.
        02 AUD-PAY-AMT PIC 9(4).99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 AUD-SUBMITTER-ID PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AUD-APPROVER-ID PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AUD-STATUS PIC X(9).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AUD-REASON PIC X(30).

       01 AUDIT-TOTAL.
        02 FILLER PIC X(15) VALUE "APPROVALS READ:".
        02 AUD-APRV-READ PIC ZZZ,ZZ9.
        02 FILLER PIC X(10) VALUE "  POSTED: ".
        02 AUD-APRV-POSTED PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  REJECTED: ".
        02 AUD-APRV-REJECTED PIC ZZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "  REFUSED: ".
        02 AUD-APRV-REFUSED PIC ZZZ,ZZ9.

       01 OUTSTD-TITLE.
        02 FILLER PIC X(26) VALUE "OUTSTANDING APPROVALS - RU".
        02 FILLER PIC X(13) VALUE "N DATE: ".
        02 OTT-RUN-DATE PIC 9(8).
        02 FILLER PIC X(15) VALUE "   AGE LIMIT: ".
        02 OTT-AGE-LIMIT PIC ZZ9.
        02 FILLER PIC X(5) VALUE " DAYS".

       01 OUTSTD-HEADING.
        02 FILLER PIC X(12) VALUE "APPROVAL KEY".
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "EMP ID".
        02 FILLER PIC X(5) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "SEQ".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "ACT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "AMOUNT".
        02 FILLER PIC X(3) VALUE SPACES.
        02 FILLER PIC X(9) VALUE "SUBMITTER".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "STATUS".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(3) VALUE "AGE".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "APPROVER".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "REASON".

       01 OUTSTD-DATA.
        02 OTD-APPROVAL-KEY PIC X(14).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OTD-EMP-ID PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OTD-LOAN-SEQ PIC X(2).
        02 FILLER PIC X(4) VALUE SPACES.
        02 OTD-ACTION PIC X(1).
        02 FILLER PIC X(3) VALUE SPACES.
        02 OTD-PAY-AMT PIC 9(4).99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OTD-SUBMITTER-ID PIC X(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 OTD-STATUS PIC X(8).
        02 FILLER PIC X(1) VALUE SPACES.
        02 OTD-AGE-DAYS PIC ZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OTD-APPROVER-ID PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OTD-REASON PIC X(30).

       01 OUTSTD-TOTAL.
        02 FILLER PIC X(15) VALUE "STILL PENDING: ".
        02 OTT-OUT-PENDING PIC ZZZ,ZZ9.
        02 FILLER PIC X(19) VALUE "  PAST AGE LIMIT: ".
        02 OTT-OUT-OVERDUE PIC ZZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "  REJECTED: ".
        02 OTT-OUT-REJECTED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE

       PERFORM LOAD-APPROVAL-PARMS

       OPEN INPUT APPROVAL-FILE
       OPEN I-O PENDING-FILE
       OPEN I-O MASTER-FILE
       OPEN I-O LEDGER-FILE
       OPEN OUTPUT AUDIT-FILE
       OPEN OUTPUT OUTSTD-FILE
       OPEN EXTEND JOURNAL-FILE
       OPEN EXTEND RUNLOG-FILE

       PERFORM WRITE-RUNLOG-START

       MOVE WS-RUN-DATE TO AUT-RUN-DATE
       WRITE AUDIT-REC FROM AUDIT-TITLE
       MOVE SPACES TO AUDIT-REC
       WRITE AUDIT-REC
       WRITE AUDIT-REC FROM AUDIT-HEADING
       MOVE SPACES TO AUDIT-REC
       WRITE AUDIT-REC

       READ APPROVAL-FILE
          AT END SET EOF TO TRUE
       END-READ

       PERFORM UNTIL EOF
          ADD 1 TO WS-APRV-READ
          PERFORM PROCESS-APPROVAL
          READ APPROVAL-FILE
             AT END SET EOF TO TRUE
          END-READ
       END-PERFORM

       PERFORM WRITE-AUDIT-TOTAL

       CLOSE PENDING-FILE
       OPEN INPUT PENDING-FILE
       PERFORM WRITE-OUTSTANDING-REPORT

       PERFORM WRITE-RUNLOG-END

       CLOSE APPROVAL-FILE, PENDING-FILE, MASTER-FILE, LEDGER-FILE,
           AUDIT-FILE, OUTSTD-FILE, JOURNAL-FILE, RUNLOG-FILE
       STOP RUN.

       WRITE-RUNLOG-START.
          MOVE "LOANAPRV" TO RLG-PROGRAM
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
          MOVE WS-APRV-READ TO RLG-REC-COUNT
          MOVE RETURN-CODE TO RLG-RETURN-CODE
          WRITE RUNLOG-REC FROM RUNLOG-DATA.

       LOAD-APPROVAL-PARMS.
          OPEN INPUT APRPRM-FILE
          READ APRPRM-FILE
             AT END SET APRPRM-EOF TO TRUE
          END-READ
          IF NOT APRPRM-EOF
             IF PRM-AGE-LIMIT-DAYS NUMERIC
                AND PRM-AGE-LIMIT-DAYS > ZERO
                MOVE PRM-AGE-LIMIT-DAYS TO WS-AGE-LIMIT-DAYS
             END-IF
          END-IF
          CLOSE APRPRM-FILE.

       PROCESS-APPROVAL.
          MOVE SPACES TO WS-DECISION-SW
          MOVE SPACES TO AUD-REASON
          MOVE SPACES TO AUD-SUBMITTER-ID
          MOVE SPACES TO AUD-EMP-ID
          MOVE SPACES TO AUD-ACTION
          MOVE ZERO TO AUD-PAY-AMT
          MOVE APV-QUEUE-DATE TO AUD-APPROVAL-KEY(1:8)
          MOVE '-' TO AUD-APPROVAL-KEY(9:1)
          MOVE APV-QUEUE-SEQ TO AUD-APPROVAL-KEY(10:5)
          MOVE APV-APPROVER-ID TO AUD-APPROVER-ID
          PERFORM VALIDATE-APPROVAL
          IF NOT DECISION-REFUSED
             IF APV-APPROVE
                PERFORM POST-APPROVED-ITEM
             ELSE
                SET DECISION-REJECTED TO TRUE
                IF APV-REASON = SPACES
                   MOVE "REJECTED BY APPROVER" TO AUD-REASON
                ELSE
                   MOVE APV-REASON TO AUD-REASON
                END-IF
             END-IF
             PERFORM RECORD-DECISION
          END-IF
          IF DECISION-REFUSED
             ADD 1 TO WS-APRV-REFUSED
             MOVE "REFUSED" TO AUD-STATUS
          END-IF
          PERFORM WRITE-AUDIT-LINE.

       VALIDATE-APPROVAL.
          IF APV-QUEUE-DATE-N NOT NUMERIC
             OR APV-QUEUE-SEQ-N NOT NUMERIC
             SET DECISION-REFUSED TO TRUE
             MOVE "INVALID APPROVAL KEY" TO AUD-REASON
          ELSE
             MOVE APV-QUEUE-DATE-N TO PND-QUEUE-DATE
             MOVE APV-QUEUE-SEQ-N TO PND-QUEUE-SEQ
             READ PENDING-FILE
                INVALID KEY
                   SET DECISION-REFUSED TO TRUE
                   MOVE "PENDING ITEM NOT FOUND" TO AUD-REASON
                NOT INVALID KEY
                   MOVE PND-SUBMITTER-ID TO AUD-SUBMITTER-ID
                   MOVE PND-TRN-EMP-ID TO AUD-EMP-ID
                   MOVE PND-TRN-ACTION TO AUD-ACTION
                   MOVE PND-TRN-PAY-AMT TO AUD-PAY-AMT
                   PERFORM VALIDATE-APPROVER
             END-READ
          END-IF.

       VALIDATE-APPROVER.
          IF NOT PND-AWAITING
             SET DECISION-REFUSED TO TRUE
             MOVE "ITEM ALREADY DECIDED" TO AUD-REASON
          ELSE
             IF NOT APV-APPROVE AND NOT APV-REJECT
                SET DECISION-REFUSED TO TRUE
                MOVE "INVALID DECISION CODE" TO AUD-REASON
             ELSE
                IF APV-APPROVER-ID = SPACES
                   SET DECISION-REFUSED TO TRUE
                   MOVE "BLANK APPROVER ID" TO AUD-REASON
                ELSE
                   IF APV-APPROVER-ID = PND-SUBMITTER-ID
                      SET DECISION-REFUSED TO TRUE
                      MOVE "APPROVER SAME AS SUBMITTER" TO AUD-REASON
                   END-IF
                END-IF
             END-IF
          END-IF.

       POST-APPROVED-ITEM.
          MOVE PND-TRN-EMP-ID TO TRN-EMP-ID
          MOVE PND-TRN-PAY-AMT TO TRN-PAY-AMT
          MOVE PND-TRN-PAY-DATE TO TRN-PAY-DATE
          MOVE PND-TRN-ACTION TO TRN-ACTION
          MOVE PND-TRN-LOAN-SEQ TO TRN-LOAN-SEQ
          MOVE 'N' TO WS-TARGET-SW
          IF TRN-LOAN-SEQ NOT = SPACES AND TRN-LOAN-SEQ NOT = "00"
             AND TRN-LOAN-SEQ-N NUMERIC
             SET TRANS-TARGETED TO TRUE
          END-IF
          IF TRANS-TARGETED
             PERFORM POST-TARGETED-LOAN
          ELSE
             PERFORM FIND-AND-APPLY-LOAN
          END-IF
          IF LOAN-REPORTED
             SET DECISION-REJECTED TO TRUE
             MOVE "MASTER REWRITE FAILED" TO AUD-REASON
          ELSE
             IF NOT EMPLOYEE-ON-MASTER
                SET DECISION-REJECTED TO TRUE
                IF TRANS-TARGETED
                   MOVE "LOAN SEQ NOT ON MASTER" TO AUD-REASON
                ELSE
                   MOVE "EMPLOYEE NOT ON MASTER" TO AUD-REASON
                END-IF
             ELSE
                IF NOT LOAN-APPLIED
                   SET DECISION-REJECTED TO TRUE
                   IF OPEN-BAL-SEEN
                      MOVE "PAYMENT TABLE FULL" TO AUD-REASON
                   ELSE
                      MOVE "LOAN ALREADY PAID OFF" TO AUD-REASON
                   END-IF
                ELSE
                   SET DECISION-POSTED TO TRUE
                   IF TRN-WRITE-OFF
                      MOVE WS-POSTED-AMT TO WS-REMAIN-ED
                      STRING "WRITE-OFF AMT: " DELIMITED BY SIZE
                         WS-REMAIN-ED DELIMITED BY SIZE
                         INTO AUD-REASON
                      END-STRING
                   END-IF
                END-IF
             END-IF
          END-IF.

       RECORD-DECISION.
          MOVE APV-APPROVER-ID TO PND-APPROVER-ID
          MOVE WS-RUN-DATE TO PND-DECISION-DATE
          MOVE AUD-REASON TO PND-REASON
          IF DECISION-POSTED
             SET PND-APPROVED TO TRUE
             ADD 1 TO WS-APRV-POSTED
             IF TRN-WRITE-OFF
                MOVE "WRITTEN" TO AUD-STATUS
             ELSE
                MOVE "ADJUSTED" TO AUD-STATUS
             END-IF
          ELSE
             SET PND-REJECTED TO TRUE
             ADD 1 TO WS-APRV-REJECTED
             MOVE "REJECTED" TO AUD-STATUS
          END-IF
          REWRITE PND-REC
             INVALID KEY
                DISPLAY "PENDING REWRITE FAILED FOR " PND-KEY
                MOVE 8 TO RETURN-CODE
          END-REWRITE.

       POST-TARGETED-LOAN.
          MOVE SPACES TO WS-FIND-SWITCH
          MOVE 'N' TO WS-APPLIED-SW
          MOVE 'N' TO WS-ANY-LOAN-SW
          MOVE 'N' TO WS-OPEN-BAL-SW
          MOVE ZERO TO WS-POSTED-AMT
          MOVE TRN-EMP-ID TO MST-EMP-ID
          MOVE TRN-LOAN-SEQ-N TO MST-LOAN-SEQ
          READ MASTER-FILE
             INVALID KEY
                SET LOAN-SEARCH-DONE TO TRUE
             NOT INVALID KEY
                SET EMPLOYEE-ON-MASTER TO TRUE
                MOVE MST-REC TO WS-MST-BEFORE
                PERFORM APPLY-TRANSACTION
          END-READ.

       FIND-AND-APPLY-LOAN.
          MOVE SPACES TO WS-FIND-SWITCH
          MOVE 'N' TO WS-APPLIED-SW
          MOVE 'N' TO WS-ANY-LOAN-SW
          MOVE 'N' TO WS-OPEN-BAL-SW
          MOVE ZERO TO WS-POSTED-AMT
          PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
             UNTIL WS-LOAN-SUB > WS-LOAN-SEQ-MAX
                OR LOAN-REPORTED OR LOAN-SEARCH-DONE
                OR LOAN-APPLIED
             MOVE TRN-EMP-ID TO MST-EMP-ID
             MOVE WS-LOAN-SUB TO MST-LOAN-SEQ
             READ MASTER-FILE
                INVALID KEY
                   SET LOAN-SEARCH-DONE TO TRUE
                NOT INVALID KEY
                   SET EMPLOYEE-ON-MASTER TO TRUE
                   MOVE MST-REC TO WS-MST-BEFORE
                   PERFORM APPLY-TRANSACTION
             END-READ
          END-PERFORM.

       APPLY-TRANSACTION.
          IF TRN-PAY-DATE NUMERIC AND TRN-PAY-DATE > ZERO
             MOVE TRN-PAY-DATE TO WS-LDG-EFF-DATE
          ELSE
             MOVE WS-RUN-DATE TO WS-LDG-EFF-DATE
          END-IF
          IF TRN-WRITE-OFF
             PERFORM APPLY-WRITE-OFF
          ELSE
             PERFORM APPLY-ADJUSTMENT
          END-IF.

       APPLY-WRITE-OFF.
          PERFORM CALC-OPEN-BALANCE
          IF WS-MST-BALANCE > ZERO
             SET OPEN-BAL-SEEN TO TRUE
             MOVE ZERO TO WS-WRITEOFF-AMT
             PERFORM UNTIL WS-MST-BALANCE NOT > ZERO
                OR MST-EMP-NUM-PAYMENTS NOT < 8
                MOVE WS-MST-BALANCE TO WS-PORTION-AMT
                IF WS-PORTION-AMT > 9999.99
                   MOVE 9999.99 TO WS-PORTION-AMT
                END-IF
                ADD 1 TO MST-EMP-NUM-PAYMENTS
                MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
                MOVE WS-PORTION-AMT
                   TO MST-LOAN-PAID-TBL(WS-PAY-SUB)
                ADD WS-PORTION-AMT TO WS-WRITEOFF-AMT
                SUBTRACT WS-PORTION-AMT FROM WS-MST-BALANCE
             END-PERFORM
             IF WS-MST-BALANCE > ZERO
                MOVE WS-MST-BEFORE TO MST-REC
             ELSE
                PERFORM REWRITE-MASTER
                IF NOT LOAN-REPORTED
                   SET LOAN-APPLIED TO TRUE
                   ADD WS-WRITEOFF-AMT TO WS-POSTED-AMT
                   MOVE 'W' TO WS-LDG-TYPE
                   MOVE WS-WRITEOFF-AMT TO WS-LDG-AMOUNT
                   PERFORM WRITE-LEDGER-ENTRY
                END-IF
             END-IF
          END-IF.

       APPLY-ADJUSTMENT.
          PERFORM CALC-OPEN-BALANCE
          IF WS-MST-BALANCE > ZERO
             SET OPEN-BAL-SEEN TO TRUE
             IF MST-EMP-NUM-PAYMENTS < 8
                ADD 1 TO MST-EMP-NUM-PAYMENTS
                MOVE MST-EMP-NUM-PAYMENTS TO WS-PAY-SUB
                MOVE TRN-PAY-AMT TO MST-LOAN-PAID-TBL(WS-PAY-SUB)
                PERFORM REWRITE-MASTER
                IF NOT LOAN-REPORTED
                   SET LOAN-APPLIED TO TRUE
                   ADD TRN-PAY-AMT TO WS-POSTED-AMT
                   MOVE 'A' TO WS-LDG-TYPE
                   MOVE TRN-PAY-AMT TO WS-LDG-AMOUNT
                   PERFORM WRITE-LEDGER-ENTRY
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

       REWRITE-MASTER.
          REWRITE MST-REC
             INVALID KEY
                SET LOAN-REPORTED TO TRUE
             NOT INVALID KEY
                PERFORM WRITE-JOURNAL-IMAGES
          END-REWRITE.

       WRITE-JOURNAL-IMAGES.
          MOVE "LOANAPRV" TO JRN-PROGRAM
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
          MOVE "LOANAPRV" TO LDG-SOURCE-PGM
          MOVE WS-RUN-DATE TO LDG-RUN-DATE
          WRITE LDG-REC
             INVALID KEY
                DISPLAY "LEDGER WRITE FAILED FOR " LDG-KEY
                MOVE 8 TO RETURN-CODE
          END-WRITE.

       WRITE-AUDIT-LINE.
          WRITE AUDIT-REC FROM AUDIT-DATA.

       WRITE-AUDIT-TOTAL.
          MOVE SPACES TO AUDIT-REC
          WRITE AUDIT-REC
          MOVE WS-APRV-READ TO AUD-APRV-READ
          MOVE WS-APRV-POSTED TO AUD-APRV-POSTED
          MOVE WS-APRV-REJECTED TO AUD-APRV-REJECTED
          MOVE WS-APRV-REFUSED TO AUD-APRV-REFUSED
          WRITE AUDIT-REC FROM AUDIT-TOTAL.

       WRITE-OUTSTANDING-REPORT.
          MOVE WS-RUN-DATE TO OTT-RUN-DATE
          MOVE WS-AGE-LIMIT-DAYS TO OTT-AGE-LIMIT
          WRITE OUTSTD-REC FROM OUTSTD-TITLE
          MOVE SPACES TO OUTSTD-REC
          WRITE OUTSTD-REC
          WRITE OUTSTD-REC FROM OUTSTD-HEADING
          MOVE SPACES TO OUTSTD-REC
          WRITE OUTSTD-REC
          READ PENDING-FILE NEXT RECORD
             AT END SET PND-EOF TO TRUE
          END-READ
          PERFORM UNTIL PND-EOF
             PERFORM CHECK-OUTSTANDING-ITEM
             READ PENDING-FILE NEXT RECORD
                AT END SET PND-EOF TO TRUE
             END-READ
          END-PERFORM
          MOVE SPACES TO OUTSTD-REC
          WRITE OUTSTD-REC
          MOVE WS-OUT-PENDING TO OTT-OUT-PENDING
          MOVE WS-OUT-OVERDUE TO OTT-OUT-OVERDUE
          MOVE WS-OUT-REJECTED TO OTT-OUT-REJECTED
          WRITE OUTSTD-REC FROM OUTSTD-TOTAL.

       CHECK-OUTSTANDING-ITEM.
          MOVE 'N' TO WS-LIST-SW
          MOVE ZERO TO WS-AGE-DAYS
          IF FUNCTION TEST-DATE-YYYYMMDD(PND-QUEUE-DATE) = ZERO
             COMPUTE WS-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(PND-QUEUE-DATE)
          END-IF
          IF PND-AWAITING
             ADD 1 TO WS-OUT-PENDING
             IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
                ADD 1 TO WS-OUT-OVERDUE
                SET LIST-OUTSTANDING TO TRUE
                MOVE "PENDING" TO OTD-STATUS
             END-IF
          ELSE
             IF PND-REJECTED
                IF FUNCTION TEST-DATE-YYYYMMDD(PND-DECISION-DATE)
                   = ZERO
                   IF FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                      - FUNCTION INTEGER-OF-DATE(PND-DECISION-DATE)
                      NOT > WS-AGE-LIMIT-DAYS
                      ADD 1 TO WS-OUT-REJECTED
                      SET LIST-OUTSTANDING TO TRUE
                      MOVE "REJECTED" TO OTD-STATUS
                   END-IF
                END-IF
             END-IF
          END-IF
          IF LIST-OUTSTANDING
             MOVE PND-QUEUE-DATE TO WS-PND-KEY-DATE
             MOVE PND-QUEUE-SEQ TO WS-PND-KEY-SEQ
             MOVE WS-PND-KEY-ED TO OTD-APPROVAL-KEY
             MOVE PND-TRN-EMP-ID TO OTD-EMP-ID
             MOVE PND-TRN-LOAN-SEQ TO OTD-LOAN-SEQ
             MOVE PND-TRN-ACTION TO OTD-ACTION
             MOVE PND-TRN-PAY-AMT TO OTD-PAY-AMT
             MOVE PND-SUBMITTER-ID TO OTD-SUBMITTER-ID
             IF WS-AGE-DAYS < ZERO
                MOVE ZERO TO OTD-AGE-DAYS
             ELSE
                MOVE WS-AGE-DAYS TO OTD-AGE-DAYS
             END-IF
             MOVE PND-APPROVER-ID TO OTD-APPROVER-ID
             MOVE PND-REASON TO OTD-REASON
             WRITE OUTSTD-REC FROM OUTSTD-DATA
          END-IF.
