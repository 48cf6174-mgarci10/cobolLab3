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

       FD  SCANRPT-FILE.
       01 SCANRPT-REC PIC X(132).
          IF MST-EMP-YEAR NOT NUMERIC
             MOVE "EMPLOYEE YEAR NOT NUMERIC" TO SCP-REASON
             PERFORM WRITE-EXCEPTION-LINE
          END-IF
          IF NOT MST-LOAN-ACTIVE AND NOT MST-LOAN-ON-HOLD
             AND NOT MST-LOAN-SEPARATED
             MOVE "INVALID LOAN STATUS" TO SCP-REASON
             PERFORM WRITE-EXCEPTION-LINE
          END-IF
          IF MST-LOAN-ON-HOLD
             IF MST-LOAN-STATUS-START NOT NUMERIC
                OR MST-LOAN-STATUS-END NOT NUMERIC
                MOVE "HOLD DATES NOT NUMERIC" TO SCP-REASON
                PERFORM WRITE-EXCEPTION-LINE
             ELSE
                IF MST-LOAN-STATUS-END NOT > MST-LOAN-STATUS-START
                   MOVE "HOLD END NOT AFTER START" TO SCP-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                END-IF
             END-IF
          END-IF
          IF MST-LOAN-SEPARATED
             IF MST-LOAN-STATUS-START NOT NUMERIC
                OR MST-LOAN-STATUS-END NOT NUMERIC
                MOVE "SEPARATION DATES NOT NUMERIC" TO SCP-REASON
                PERFORM WRITE-EXCEPTION-LINE
             ELSE
                IF MST-LOAN-STATUS-END < MST-LOAN-STATUS-START
                   MOVE "FINAL PAY BEFORE SEPARATION" TO SCP-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                END-IF
             END-IF
          END-IF.

       CHECK-PAYMENT-TABLE.
