               88 SINV-APPROVED    VALUE "A".
               88 SINV-ON-HOLD     VALUE "H".
               88 SINV-PAID        VALUE "P".
               88 SINV-BILLBACK-DEBIT VALUE "D".
           05 SINV-PAY-DATE        PIC 9(08).
           05 SINV-PAY-REF         PIC X(12).
