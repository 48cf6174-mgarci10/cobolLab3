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

       FD  HRSRPT-FILE.
       01 HRSRPT-REC PIC X(132).

       FD  JOURNAL-FILE.
       01 JOURNAL-REC PIC X(227).

       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC XX.
        02 JRN-SEQ PIC 9(7).
        02 JRN-TRN-KEY PIC X(12).
        02 JRN-IMAGE-TYPE PIC X(1).
        02 JRN-MST-IMAGE PIC X(185).

       01 WS-JOURNAL-WORK.
        02 WS-RUN-DATE PIC 9(8) VALUE ZERO.
        02 WS-CURRENT-DATE PIC X(21).
        02 WS-JRN-SEQ PIC 9(7) VALUE ZERO.
        02 WS-MST-BEFORE PIC X(185).

       01 WS-MATCH-KEYS.
        02 WS-MST-ID-HOLD PIC X(10) VALUE SPACES.
