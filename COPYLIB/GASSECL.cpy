      *                  COMPLIANCE REPORT (GASSECLR) COVERS WHO GOT
      *                  INTO GASSITEM, GASCERTM, GASSUSPR AND
      *                  GASPARMM AS WELL AS THE RATING CHECKS.
      * 2026-10-15  DRH  ADD SL-REASON-CODE SO A SIGN-ON DENIAL SAYS
      *                  WHY (NOT ON FILE, WRONG PIN, LOCKED, DORMANT,
      *                  DISABLED, NO PIN ISSUED, PIN CHANGE FAILED),
      *                  RESULT "L" FOR THE BAD PIN THAT LOCKS AN ID,
      *                  AND RESULT "R" FOR A GASOPERM PIN RESET --
      *                  SL-OPERATOR-ID IS THE OPERATOR RESET AND
      *                  SL-ACTING-ID THE SUPERVISOR WHO DID IT.
      * 2026-10-15  DRH  ADD REASON "RG" -- GASRGNK REFUSED THE
      *                  OPERATOR A SITE OUTSIDE THEIR REGIONS -- AND
      *                  SL-SITE-ID / SL-REGION TO SAY WHICH SITE AND
      *                  REGION WERE ASKED FOR.  BOTH ARE SPACES ON A
      *                  REQUEST FOR THE WHOLE OPERATION (HEAD OFFICE
      *                  ONLY); A SITE NOT ON GASSITE HAS NO REGION.
      *****************************************************************
       01  SL-SECLOG-RECORD.
           05  SL-OPERATOR-ID          PIC X(06).
           05  SL-PROGRAM-ID           PIC X(08).
           05  SL-RESULT               PIC X(01).
               88  SL-CHECK-PASSED     VALUE "P".
               88  SL-CHECK-DENIED     VALUE "D" "L".
               88  SL-ID-LOCKED-OUT    VALUE "L".
               88  SL-PIN-RESET        VALUE "R".
           05  SL-REASON-CODE          PIC X(02).
               88  SL-NOT-ON-FILE      VALUE "NF".
               88  SL-BLANK-ID         VALUE "BL".
               88  SL-WRONG-PIN        VALUE "PN".
               88  SL-ID-WAS-LOCKED    VALUE "LK".
               88  SL-ID-DORMANT       VALUE "DM".
               88  SL-ID-WAS-DISABLED  VALUE "DS".
               88  SL-NO-PIN-ISSUED    VALUE "NP".
               88  SL-PIN-CHANGE-FAIL  VALUE "PC".
               88  SL-MASTER-DOWN      VALUE "MU".
               88  SL-OUT-OF-REGION    VALUE "RG".
           05  SL-ACTING-ID            PIC X(06).
           05  SL-SITE-ID              PIC X(05).
           05  SL-REGION               PIC X(10).
           05  FILLER                  PIC X(26).
