      ******************************************************************
      * UPRULE - UNCLAIMED PROPERTY HOLDER AND STATE RULES RECORD
      * ----------------------------------------------------------------
      * Maintained by compliance and read by the annual unclaimed-
      * property batch.  One 'H' record identifies us as the holder on
      * every state report - tax ID, legal name and address - and
      * carries our state of incorporation, which takes property
      * whose owner has no usable last-known address, plus the
      * default dormancy period and due-diligence letter minimum for
      * a jurisdiction with no 'S' record of its own.  One 'S' record
      * per state we report to gives that state's dormancy period in
      * years for mortgage-servicing owner funds and the smallest
      * item the state requires a due-diligence letter for.
      *
      * RECORD TYPES (UR-REC-TYPE)
      *   H - holder identity and defaults
      *   S - state dormancy rule
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  UP-RULE-REC.
           05  UR-REC-TYPE           PIC X(1).
           05  UR-STATE-CODE         PIC X(2).
           05  UR-DORMANCY-YEARS     PIC 9(2).
           05  UR-LETTER-MIN-AMT     PIC 9(5)V99.
           05  UR-HOLDER-TAX-ID      PIC X(9).
           05  UR-HOLDER-NAME        PIC X(40).
           05  UR-HOLDER-STREET      PIC X(30).
           05  UR-HOLDER-CITY        PIC X(20).
           05  UR-HOLDER-STATE       PIC X(2).
           05  UR-HOLDER-ZIP         PIC X(9).
