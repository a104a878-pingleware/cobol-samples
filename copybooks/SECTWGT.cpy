      * sections contributes to the composite score (weights sum to
      * one hundred) and the minimum per-section floor - a candidate
      * failing any section's floor fails the exam even when the
      * weighted composite clears the pass cutoff - and the number
      * of months a certificate issued for the exam type stays valid
      * (zero for a certificate that does not expire), and the date
      * the weights and floors took effect - stamped by reference
      * maintenance whenever they are added or changed, so an appeal
      * regrade can tell the weights an attempt was graded under
      * have since moved. Loaded as a lookup table by the grading
      * run, the appeal regrade and the certificate issue run.
      ******************************************************************
       01  SECTION-WEIGHT-REC.
              05 SW-EXAM-TYPE        PIC X(2).
              05 SW-SECTION-ENTRY OCCURS 4 TIMES.
                10 SW-WEIGHT-PCT     PIC 9(3).
                10 SW-SECTION-FLOOR  PIC 9(3).
              05 SW-CERT-VALIDITY-MONTHS PIC 9(3).
              05 SW-EFFECTIVE-DATE   PIC 9(8).
