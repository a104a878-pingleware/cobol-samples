      ******************************************************************
      * Reference-master maintenance transaction layout: the master
      * the transaction is for (named by its DD - SECTWGT, SRCPROF,
      * GLMAP, TOLRNC or CURRCTL), the action code (A add, C change,
      * D delete), the replacement record image redefined in each
      * master's own field layout (the key fields lead, as on the
      * master; tolerances carry a leading separate sign so a
      * negative entry can be edited out), and the ID of the
      * operator who keyed it, carried to the audit trail.
      ******************************************************************
       01  REF-MAINT-TRANS-REC.
              05 RM-MASTER-ID         PIC X(8).
                88 RM-SECTWGT-MASTER VALUE 'SECTWGT'.
                88 RM-SRCPROF-MASTER VALUE 'SRCPROF'.
                88 RM-GLMAP-MASTER   VALUE 'GLMAP'.
                88 RM-TOLRNC-MASTER  VALUE 'TOLRNC'.
                88 RM-CURRCTL-MASTER VALUE 'CURRCTL'.
              05 RM-ACTION            PIC X(1).
                88 RM-ADD-ACTION    VALUE 'A'.
                88 RM-CHANGE-ACTION VALUE 'C'.
                88 RM-DELETE-ACTION VALUE 'D'.
              05 RM-MASTER-DATA       PIC X(40).
              05 RM-SECTWGT-DATA REDEFINES RM-MASTER-DATA.
                10 RM-SW-RECORD.
                  15 RM-SW-EXAM-TYPE  PIC X(2).
                  15 RM-SW-SECTION OCCURS 4 TIMES.
                    20 RM-SW-WEIGHT-PCT    PIC 9(3).
                    20 RM-SW-SECTION-FLOOR PIC 9(3).
                  15 RM-SW-CERT-VALIDITY-MONTHS PIC 9(3).
                10 FILLER             PIC X(11).
              05 RM-SRCPROF-DATA REDEFINES RM-MASTER-DATA.
                10 RM-SP-RECORD.
                  15 RM-SP-SOURCE-CODE      PIC X(2).
                  15 RM-SP-NAME-CLASS-CHECK PIC X(1).
                  15 RM-SP-NAME-REQUIRED    PIC X(1).
                  15 RM-SP-ID-REQUIRED      PIC X(1).
                  15 RM-SP-AMOUNT-REQUIRED  PIC X(1).
                  15 RM-SP-AMOUNT-MIN-LEN   PIC 9(1).
                10 FILLER             PIC X(33).
              05 RM-GLMAP-DATA REDEFINES RM-MASTER-DATA.
                10 RM-GM-RECORD.
                  15 RM-GM-TYPE-CODE        PIC X(1).
                  15 RM-GM-CURRENCY-CODE    PIC X(3).
                  15 RM-GM-DEBIT-ACCOUNT    PIC X(8).
                  15 RM-GM-CREDIT-ACCOUNT   PIC X(8).
                  15 RM-GM-COST-CENTER      PIC X(6).
                10 FILLER             PIC X(14).
              05 RM-TOLRNC-DATA REDEFINES RM-MASTER-DATA.
                10 RM-TL-CONTROL-ID   PIC X(10).
                10 RM-TL-CURRENCY-CODE PIC X(3).
                10 RM-TL-ABS-TOLERANCE PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
                10 RM-TL-PCT-TOLERANCE PIC S9(3)V99
                                      SIGN IS LEADING SEPARATE.
                10 FILLER             PIC X(11).
              05 RM-CURRCTL-DATA REDEFINES RM-MASTER-DATA.
                10 RM-CU-CURRENCY-CODE PIC X(3).
                10 FILLER             PIC X(37).
              05 RM-USER-ID           PIC X(8).
