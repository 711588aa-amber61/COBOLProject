      *****************************************************************
      * GASINRG.CPY
      * TRANSMISSION INTAKE REGISTER -- ONE ROW FOR EVERY
      * TRANSMISSION GASINTK TAKES IN, ACCEPTED OR HELD, INDEXED BY
      * SENDING UNIT, TRANSMISSION NUMBER AND RECEIPT NUMBER.  THE
      * RECEIPT NUMBER COUNTS THE TIMES THE SAME UNIT AND
      * TRANSMISSION NUMBER HAVE ARRIVED, SO A RESEND OR A REPAIRED
      * RETRANSMISSION SITS NEXT TO THE FIRST ATTEMPT.  READING ROWS
      * THAT ARRIVED WITH NO HEADER ARE REGISTERED UNDER A BLANK UNIT
      * AND TRANSMISSION ZERO, SO THEIR RECEIPT NUMBERS RUN ON ACROSS
      * EVERY UPLOAD FOR THE LIFE OF THE REGISTER; THE RECEIPT NUMBER
      * IS FIVE DIGITS FOR THAT REASON.  GASINTR READS THE REGISTER IN
      * KEY ORDER FOR THE SEQUENCE GAPS, RESENDS AND HELD
      * TRANSMISSIONS ON THE INTAKE REPORT.
      *
      * HOLD REASONS:
      *   NH - READING ROWS WITH NO HEADER IN FRONT OF THEM
      *   NT - NO TRAILER; THE TRANSMISSION WAS TRUNCATED
      *   HD - HEADER UNREADABLE (NO UNIT OR NO TRANSMISSION NUMBER)
      *   TC - TRAILER RECORD COUNT DOES NOT MATCH THE ROWS RECEIVED
      *   TH - TRAILER HASH TOTAL DOES NOT MATCH THE ROWS RECEIVED
      *   RS - RESEND OF A TRANSMISSION ALREADY ACCEPTED
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  IR-INTAKE-RECORD.
           05  IR-REGISTER-KEY.
               10  IR-UNIT-ID          PIC X(06).
               10  IR-TRANS-NO         PIC 9(06).
               10  IR-RECEIPT-NO       PIC 9(05).
           05  IR-CREATE-DATE          PIC 9(08).
           05  IR-CREATE-TIME          PIC 9(06).
           05  IR-INTAKE-DATE          PIC 9(08).
           05  IR-INTAKE-TIME          PIC 9(06).
           05  IR-INTAKE-STATUS        PIC X(01).
               88  IR-ACCEPTED         VALUE "A".
               88  IR-HELD             VALUE "H".
           05  IR-HOLD-REASON          PIC X(02).
               88  IR-NO-HEADER        VALUE "NH".
               88  IR-NO-TRAILER       VALUE "NT".
               88  IR-BAD-HEADER       VALUE "HD".
               88  IR-COUNT-MISMATCH   VALUE "TC".
               88  IR-HASH-MISMATCH    VALUE "TH".
               88  IR-RESEND           VALUE "RS".
           05  IR-DETAIL-COUNT         PIC 9(07).
           05  IR-TRAILER-COUNT        PIC 9(07).
           05  IR-HASH-TOTAL           PIC 9(10).
           05  IR-TRAILER-HASH         PIC 9(10).
           05  FILLER                  PIC X(18).
