        02 JRN-SEQ PIC 9(7).
        02 JRN-TRN-KEY PIC X(12).
        02 JRN-IMAGE-TYPE PIC X(1).
        02 JRN-MST-IMAGE PIC X(185).

       SD  SORT-WORK-FILE.
       01 SORT-REC.
        02 SRT-SEQ PIC 9(7).
        02 SRT-TRN-KEY PIC X(12).
        02 SRT-IMAGE-TYPE PIC X(1).
        02 SRT-MST-IMAGE PIC X(185).

       FD  SORTED-FILE.
       01 SORTED-REC.
           88 SJR-BEFORE-IMAGE VALUE 'B'.
           88 SJR-AFTER-IMAGE VALUE 'A'.
           88 SJR-NEW-IMAGE VALUE 'N'.
        02 SJR-MST-IMAGE PIC X(185).

       FD  MASTER-FILE.
       01 MST-REC.
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

       FD  RCVRPT-FILE.
       01 RCVRPT-REC PIC X(132).
        02 WS-PEND-TYPE PIC X(1) VALUE SPACES.
        02 WS-PEND-PROGRAM PIC X(8) VALUE SPACES.
        02 WS-PEND-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-PEND-IMAGE PIC X(185) VALUE SPACES.

       01 WS-RCVR-COUNTS.
        02 WS-JRN-READ PIC 9(7) VALUE ZERO.
