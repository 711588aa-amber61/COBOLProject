      *****************************************************************
      * GASMWOF.CPY
      * MANIFEST WRITE-OFF REGISTER -- ONE ROW PER SITE/DATE/SHIFT A
      * SUPERVISOR HAS WRITTEN OFF THROUGH GASMANW, INDEXED BY
      * MW-GROUP-KEY.  THE NEXT GASMANR RUN REPORTS THE GROUP AS
      * WRITTEN OFF AND STOPS CARRYING IT.  MW-DELIVERY-COUNT IS THE
      * NUMBER OF OPEN DELIVERIES THE GROUP HELD WHEN IT WAS WRITTEN
      * OFF (ZERO FOR A GROUP WITH READINGS BUT NO DELIVERY).
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  MW-WRITE-OFF-RECORD.
           05  MW-GROUP-KEY.
               10  MW-SITE-ID          PIC X(05).
               10  MW-DELIVERY-DATE    PIC 9(08).
               10  MW-SHIFT-CODE       PIC X(01).
           05  MW-WRITTEN-OFF-BY       PIC X(06).
           05  MW-WRITTEN-OFF-DATE     PIC 9(08).
           05  MW-WRITTEN-OFF-TIME     PIC 9(08).
           05  MW-DELIVERY-COUNT       PIC 9(04).
           05  MW-REASON               PIC X(40).
