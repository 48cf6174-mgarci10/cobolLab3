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

       FD  ARCHIVE-FILE.
       01 ARCHIVE-REC.
           88 GROUP-HAS-OPEN-BAL VALUE 'Y'.
        02 WS-GRP-COUNT PIC 9(2) VALUE ZERO.

       01 WS-CURR-REC PIC X(185).

       01 WS-GRP-TABLE.
        02 WS-GRP-ENTRY OCCURS 99 TIMES.
           03 WS-GRP-REC PIC X(185).
           03 WS-GRP-TOT-PAID PIC 9(7)V99.

       01 WS-HOLD-REC.
        02 HLD-LOAN-PAY-ENTRY OCCURS 8 TIMES.
           03 HLD-LOAN-PAID-TBL PIC 9(4)V99.
           03 HLD-LOAN-DUE-DATE PIC 9(8).
        02 HLD-LOAN-STATUS PIC X(1).
        02 HLD-LOAN-STATUS-START PIC 9(8).
        02 HLD-LOAN-STATUS-END PIC 9(8).

       01 WS-ARCH-COUNTS.
        02 WS-RECS-READ PIC 9(7) VALUE ZERO.
