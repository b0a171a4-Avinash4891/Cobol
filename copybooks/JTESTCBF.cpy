      *****************************************************
      *  JTESTCBF - chargeback feed record layout            *
      *  Fixed-format feed JTESTBIL writes for the billing    *
      *  system, one file per billing period. Every record      *
      *  starts with the record type, the period (YYYYMM) and    *
      *  the source system; the rest is one of four views:        *
      *                                                       *
      *    H  header  - one per file: run timestamp and the     *
      *                 rate card the charges were priced with  *
      *                 (source system blank)                    *
      *    D  detail  - one per source system and scenario with  *
      *                 calls in the period: calls, calls priced   *
      *                 at each rate, elapsed time, charge         *
      *    S  summary - one per registered source system, even     *
      *                 with no calls: owner/contact, calls,         *
      *                 charge for the period                        *
      *    T  trailer - one per file: record count (header and     *
      *                 trailer included), billed calls, total       *
      *                 charge, and the calls left unbilled on the    *
      *                 exceptions page (source system blank)         *
      *                                                       *
      *  Rates carry four implied decimals (currency units     *
      *  per call); charges carry two. Rc 20 calls and calls    *
      *  from sources not in JTESTSRC are never in a D or S      *
      *  record - they are only counted in the trailer.          *
      *****************************************************
       01  JTEST-CHARGEBACK-RECORD.
           05  JCB-Record-Type         pic X(1).
               88  JCB-Header          value 'H'.
               88  JCB-Detail          value 'D'.
               88  JCB-Summary         value 'S'.
               88  JCB-Trailer         value 'T'.
           05  JCB-Period              pic X(6).
           05  JCB-Source-System       pic X(10).
           05  JCB-Body                pic X(103).
           05  JCB-Header-Body redefines JCB-Body.
               10  JCB-Run-Timestamp   pic X(21).
               10  JCB-Rate-Base       pic 9(3)v9(4).
               10  JCB-Rate-Exc        pic 9(3)v9(4).
               10  JCB-Rate-Big        pic 9(3)v9(4).
               10  JCB-Big-Length      pic 9(3).
               10  filler              pic X(58).
           05  JCB-Detail-Body redefines JCB-Body.
               10  JCB-Scenario-Code   pic X(10).
               10  JCB-Calls           pic 9(9).
               10  JCB-Base-Calls      pic 9(9).
               10  JCB-Exc-Calls       pic 9(9).
               10  JCB-Big-Calls       pic 9(9).
               10  JCB-Elapsed-Hund    pic 9(11).
               10  JCB-Charge          pic 9(9)v99.
               10  filler              pic X(35).
           05  JCB-Summary-Body redefines JCB-Body.
               10  JCB-Owner-Contact   pic X(40).
               10  JCB-Sum-Calls       pic 9(9).
               10  JCB-Sum-Charge      pic 9(9)v99.
               10  filler              pic X(43).
           05  JCB-Trailer-Body redefines JCB-Body.
               10  JCB-Record-Count    pic 9(9).
               10  JCB-Total-Calls     pic 9(9).
               10  JCB-Total-Charge    pic 9(11)v99.
               10  JCB-Exception-Calls pic 9(9).
               10  filler              pic X(63).
