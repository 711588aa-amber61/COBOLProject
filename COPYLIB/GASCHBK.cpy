      *****************************************************************
      * GASCHBK.CPY
      * CARRIER CHARGEBACK FILE FOR ACCOUNTS PAYABLE, WRITTEN BY THE
      * MONTH-END CARRIER SCORECARD (GASCARS).  ONE HEADER, ONE
      * DETAIL ROW PER CARRIER PER PENALISED TIER, ONE TRAILER.  THE
      * TRAILER CARRIES THE DETAIL COUNT, THE DELIVERY COUNT AND THE
      * AMOUNT TOTAL SO AP CAN PROVE THE FILE ARRIVED WHOLE BEFORE
      * POSTING IT.  CH-RECORD-TYPE SAYS WHICH VIEW APPLIES.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  CH-CHARGEBACK-RECORD.
           05  CH-RECORD-TYPE          PIC X(01).
               88  CH-HEADER-RECORD    VALUE "H".
               88  CH-DETAIL-RECORD    VALUE "D".
               88  CH-TRAILER-RECORD   VALUE "T".
           05  CH-RECORD-BODY          PIC X(79).
           05  CH-HEADER-BODY REDEFINES CH-RECORD-BODY.
               10  CH-H-PERIOD         PIC 9(06).
               10  CH-H-CREATE-DATE    PIC 9(08).
               10  CH-H-CREATE-TIME    PIC 9(08).
               10  CH-H-SOURCE         PIC X(08).
               10  FILLER              PIC X(49).
           05  CH-DETAIL-BODY REDEFINES CH-RECORD-BODY.
               10  CH-D-CARRIER-ID     PIC X(04).
               10  CH-D-VENDOR-NO      PIC X(08).
               10  CH-D-PERIOD         PIC 9(06).
               10  CH-D-TIER           PIC X(01).
               10  CH-D-DELIVERY-COUNT PIC 9(07).
               10  CH-D-UNIT-PENALTY   PIC 9(05)V99.
               10  CH-D-AMOUNT         PIC 9(09)V99.
               10  FILLER              PIC X(35).
           05  CH-TRAILER-BODY REDEFINES CH-RECORD-BODY.
               10  CH-T-DETAIL-COUNT   PIC 9(07).
               10  CH-T-DELIVERY-COUNT PIC 9(09).
               10  CH-T-TOTAL-AMOUNT   PIC 9(11)V99.
               10  FILLER              PIC X(50).
