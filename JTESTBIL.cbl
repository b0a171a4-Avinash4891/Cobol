       identification division.
       program-id. JTESTBIL.
      *****************************************************
      *  JTESTBIL - monthly usage and chargeback statement  *
      *  Month-end job: reads every call logged in one        *
      *  billing period from the active JTESTLOG plus the       *
      *  dated JTESTARC archives concatenated on the JTESTLGA    *
      *  DD (same inputs as JTESTQRY) and prints one statement    *
      *  per source system registered in JTESTSRC, billed to      *
      *  the owner/contact in JSS-Owner-Contact. Each statement    *
      *  shows, per scenario, the calls broken down by return       *
      *  code class, total and average elapsed time (hundredths     *
      *  of a second, from JLR-Elapsed-Hund), how many calls were    *
      *  priced at each rate, and the charge; a registered source     *
      *  with no calls still gets a statement showing nothing due.    *
      *                                                       *
      *  Every call is priced at exactly one rate from the      *
      *  JTESTRAT rate card, first rule that applies:            *
      *    - rc 08 and above             : RATEEXC                *
      *    - full correlation id longer                            *
      *      than BIGLEN bytes (or one                              *
      *      JAVATEST had to truncate)   : RATEBIG                   *
      *    - every other call            : RATEBASE                  *
      *  Rc 20 calls (caller unregistered or disabled) and calls   *
      *  from a source no longer in JTESTSRC are not billed to      *
      *  anyone: they are listed on a separate exceptions page,     *
      *  as are records whose return code cannot be read.           *
      *                                                       *
      *  PARM (via COMMAND-LINE) is the billing period YYYYMM;  *
      *  blank bills the previous calendar month.                *
      *                                                       *
      *  JTESTRAT cards, '*' in column 1 is a comment:          *
      *    cols 1-8  keyword: RATEBASE, RATEEXC, RATEBIG,        *
      *              BIGLEN                                        *
      *    cols 10-16 value, 7 digits zero-padded - rates carry     *
      *              four implied decimals (0000500 = 0.0500 per     *
      *              call), BIGLEN is a byte count (0000064)          *
      *  RATEBASE is required; RATEEXC and RATEBIG default to it,  *
      *  BIGLEN defaults to 220 (no call is over it).              *
      *                                                       *
      *  Outputs: the printed statements (JTESTBRP) and the      *
      *  fixed-format chargeback feed for the billing system       *
      *  (JTESTCBF, layout in copybook JTESTCBF).                  *
      *                                                       *
      *  Job return codes: 16 when the PARM is invalid or a     *
      *  required file would not open (a missing JTESTLGA DD is   *
      *  tolerated), 8 when the rate card is in error (nothing is  *
      *  billed), 4 when calls went to the exceptions page, 0        *
      *  otherwise.                                                  *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-RAT-FILE assign to JTESTRAT
               organization is line sequential
               file status is WS-Rat-File-Status.
           select JTEST-LOG-FILE assign to JTESTLOG
               organization is line sequential
               file status is WS-Log-File-Status.
           select JTEST-ARC-FILE assign to JTESTLGA
               organization is line sequential
               file status is WS-Arc-File-Status.
           select JTEST-SRC-FILE assign to JTESTSRC
               organization is indexed
               access is dynamic
               record key is JSS-Source-System
               file status is WS-Src-File-Status.
           select JTEST-BIL-REPORT assign to JTESTBRP
               organization is line sequential
               file status is WS-Rpt-File-Status.
           select JTEST-CBF-FILE assign to JTESTCBF
               organization is line sequential
               file status is WS-Cbf-File-Status.
           select SORT-BIL-FILE assign to SORTWK01.
       i-o-control.
           same record area for JTEST-LOG-FILE JTEST-ARC-FILE.
       data division.
       file section.
       fd  JTEST-RAT-FILE.
       01  JTEST-RAT-CARD.
           05  JRC-Keyword             pic X(8).
           05  filler                  pic X(1).
           05  JRC-Value               pic X(7).
           05  filler                  pic X(64).
       fd  JTEST-LOG-FILE.
       copy JTESTLOG.
       fd  JTEST-ARC-FILE.
       01  JTEST-ARC-RECORD           pic X(378).
       fd  JTEST-SRC-FILE.
       copy JTESTSRC.
       fd  JTEST-BIL-REPORT.
       01  JTEST-BIL-PRINT-LINE       pic X(132).
       fd  JTEST-CBF-FILE.
       copy JTESTCBF.
      *****************************************************
      *  SRT-Section 'B' (billed) sorts ahead of 'X'          *
      *  (exceptions page), so the statements are finished     *
      *  before the first exception is returned.                *
      *****************************************************
       sd  SORT-BIL-FILE.
       01  SORT-BIL-RECORD.
           05  SRT-Section             pic X(1).
           05  SRT-Source-System       pic X(10).
           05  SRT-Scenario-Code       pic X(10).
           05  SRT-Timestamp           pic X(21).
           05  SRT-Rc-Image            pic X(2).
           05  SRT-Return-Code redefines SRT-Rc-Image
                                       pic 9(2).
           05  SRT-Elapsed-Image       pic X(7).
           05  SRT-Elapsed-Hund redefines SRT-Elapsed-Image
                                       pic 9(7).
           05  SRT-Rate-Tier           pic X(1).
           05  SRT-Reason              pic X(1).
           05  SRT-Response-Text       pic X(80).
       working-storage section.
       01  WS-Rat-File-Status         pic X(2).
       01  WS-Log-File-Status         pic X(2).
       01  WS-Arc-File-Status         pic X(2).
       01  WS-Src-File-Status         pic X(2).
       01  WS-Rpt-File-Status         pic X(2).
       01  WS-Cbf-File-Status         pic X(2).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-Parm-Value              pic X(16) value spaces.
       01  WS-Period                  pic X(6).
       01  WS-Period-Num redefines WS-Period.
           05  WS-Period-Year          pic 9(4).
           05  WS-Period-Month         pic 9(2).
       01  WS-Rat-End-Of-File         pic X value 'N'.
           88  Rat-End-Of-File        value 'Y'.
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-End-Of-Sort             pic X value 'N'.
           88  End-Of-Sort            value 'Y'.
       01  WS-End-Of-Master           pic X value 'N'.
           88  End-Of-Master          value 'Y'.
      *****************************************************
      *  Rate card. Rates are currency units per call with   *
      *  four implied decimals; the card value is moved over    *
      *  a 9(7) view of the same bytes.                          *
      *****************************************************
       01  WS-Rate-Base               pic 9(3)v9(4) value 0.
       01  WS-Rate-Exc                pic 9(3)v9(4) value 0.
       01  WS-Rate-Big                pic 9(3)v9(4) value 0.
       01  WS-Rate-Card-Value         pic 9(3)v9(4).
       01  WS-Rate-Card-Digits redefines WS-Rate-Card-Value
                                      pic 9(7).
       01  WS-Big-Length              pic 9(3) value 220.
       01  WS-Rate-Base-Disp          pic ZZ9.9999.
       01  WS-Rate-Exc-Disp           pic ZZ9.9999.
       01  WS-Rate-Big-Disp           pic ZZ9.9999.
       01  WS-Rate-Base-Set           pic X value 'N'.
       01  WS-Rate-Exc-Set            pic X value 'N'.
       01  WS-Rate-Big-Set            pic X value 'N'.
       01  WS-Rat-Card-Errors         pic 9(4) value 0.
      *****************************************************
      *  Input-side classification                          *
      *****************************************************
       01  WS-Id-Reversed             pic X(220).
       01  WS-Id-Length               pic 9(4).
       01  WS-Lookup-Source           pic X(10) value high-values.
       01  WS-Lookup-Registered       pic X value 'N'.
       01  WS-Cnt-Log-Scanned         pic 9(9) value 0.
       01  WS-Cnt-Arc-Scanned         pic 9(9) value 0.
       01  WS-Cnt-In-Period           pic 9(9) value 0.
      *****************************************************
      *  Statement accumulators. Rc class slots:             *
      *    1 rc 00  2 rc 04  3 rc 08  4 rc 12  5 rc 16        *
      *    6 rc 24  7 any other return code                    *
      *****************************************************
       01  WS-Rc-Slot                 pic 9(1).
       01  WS-Slot-Idx                pic 9(1).
       01  WS-Cur-Source              pic X(10).
       01  WS-Cur-Scenario            pic X(10).
       01  WS-Cur-Owner               pic X(40).
       01  WS-Cur-Enabled             pic X(1).
       01  WS-Scn-Totals.
           05  WS-Scn-Calls            pic 9(9).
           05  WS-Scn-Rc-Count         pic 9(9) occurs 7 times.
           05  WS-Scn-Elapsed-Sum      pic 9(11).
           05  WS-Scn-Elapsed-Calls    pic 9(9).
           05  WS-Scn-Base-Calls       pic 9(9).
           05  WS-Scn-Exc-Calls        pic 9(9).
           05  WS-Scn-Big-Calls        pic 9(9).
           05  WS-Scn-Charge           pic 9(9)v99.
       01  WS-Src-Totals.
           05  WS-Src-Calls            pic 9(9).
           05  WS-Src-Rc-Count         pic 9(9) occurs 7 times.
           05  WS-Src-Elapsed-Sum      pic 9(11).
           05  WS-Src-Elapsed-Calls    pic 9(9).
           05  WS-Src-Base-Calls       pic 9(9).
           05  WS-Src-Exc-Calls        pic 9(9).
           05  WS-Src-Big-Calls        pic 9(9).
           05  WS-Src-Charge           pic 9(9)v99.
       01  WS-Average-Hund            pic 9(7).
       01  WS-Cnt-Statements          pic 9(6) value 0.
       01  WS-Cnt-Billed-Calls        pic 9(9) value 0.
       01  WS-Total-Charge            pic 9(11)v99 value 0.
       01  WS-Cnt-Exceptions          pic 9(9) value 0.
       01  WS-Exc-Subtotal            pic 9(9) value 0.
       01  WS-Prior-Exc-Source        pic X(10).
       01  WS-Cnt-Feed-Records        pic 9(9) value 0.
      *****************************************************
      *  Print control, same paging idiom as JTESTEXC. The   *
      *  page type says which headings a new page repeats:     *
      *  S statement, X exceptions page, T summary page.        *
      *****************************************************
       01  WS-Page-Type               pic X value 'S'.
       01  WS-Page-Number             pic 9(4) value 0.
       01  WS-Line-Count              pic 9(2) value 99.
       01  WS-Lines-Per-Page          pic 9(2) value 55.
       01  WS-Print-Line              pic X(132).
       01  WS-Heading-1.
           05  filler                  pic X(50) value
               'JTESTBIL - BRIDGE USAGE AND CHARGEBACK STATEMENT'.
           05  filler                  pic X(8) value 'PERIOD: '.
           05  WS-H1-Period            pic X(7).
           05  filler                  pic X(57) value spaces.
           05  filler                  pic X(5) value 'PAGE '.
           05  WS-H1-Page              pic ZZZ9.
           05  filler                  pic X(1) value spaces.
       01  WS-Heading-2.
           05  filler                  pic X(15) value
               'SOURCE SYSTEM: '.
           05  WS-H2-Source-System     pic X(10).
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(16) value
               'OWNER/CONTACT: '.
           05  WS-H2-Owner             pic X(40).
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(9) value 'ENABLED: '.
           05  WS-H2-Enabled           pic X(1).
           05  filler                  pic X(33) value spaces.
       01  WS-Heading-3.
           05  filler                  pic X(12) value 'SCENARIO'.
           05  filler                  pic X(7) value '  CALLS'.
           05  filler                  pic X(7) value '   RC00'.
           05  filler                  pic X(7) value '   RC04'.
           05  filler                  pic X(7) value '   RC08'.
           05  filler                  pic X(7) value '   RC12'.
           05  filler                  pic X(7) value '   RC16'.
           05  filler                  pic X(7) value '   RC24'.
           05  filler                  pic X(7) value '  OTHER'.
           05  filler                  pic X(13) value
               '  ELAPSED-TOT'.
           05  filler                  pic X(9) value '  AVERAGE'.
           05  filler                  pic X(8) value '    BASE'.
           05  filler                  pic X(8) value '   RC08+'.
           05  filler                  pic X(8) value '   LARGE'.
           05  filler                  pic X(16) value
               '          CHARGE'.
           05  filler                  pic X(2) value spaces.
       01  WS-Detail-Line.
           05  WS-DL-Scenario-Code     pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Calls             pic ZZZZZZ9.
           05  WS-DL-Rc-Group.
               10  WS-DL-Rc-Entry occurs 7 times.
                   15  filler          pic X(1).
                   15  WS-DL-Rc-Count  pic ZZZZZ9.
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Elapsed-Sum       pic ZZZZZZZZZZ9.
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Average           pic ZZZZZZ9.
           05  filler                  pic X(1) value spaces.
           05  WS-DL-Base-Calls        pic ZZZZZZ9.
           05  filler                  pic X(1) value spaces.
           05  WS-DL-Exc-Calls         pic ZZZZZZ9.
           05  filler                  pic X(1) value spaces.
           05  WS-DL-Big-Calls         pic ZZZZZZ9.
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Charge            pic ZZZ,ZZZ,ZZ9.99.
           05  filler                  pic X(2) value spaces.
       01  WS-Charge-Line.
           05  filler                  pic X(30) value
               'CHARGE FOR PERIOD            :'.
           05  WS-CL-Charge            pic ZZZ,ZZZ,ZZ9.99.
           05  filler                  pic X(88) value spaces.
       01  WS-Exc-Heading-1.
           05  filler                  pic X(60) value
               'EXCEPTIONS - CALLS NOT BILLED TO ANY SOURCE SYSTEM'.
           05  filler                  pic X(72) value spaces.
       01  WS-Exc-Heading-2.
           05  filler                  pic X(23) value
               'LOGGED TIMESTAMP'.
           05  filler                  pic X(12) value 'SOURCE'.
           05  filler                  pic X(12) value 'SCENARIO'.
           05  filler                  pic X(4) value 'RC'.
           05  filler                  pic X(26) value 'REASON'.
           05  filler                  pic X(55) value 'MESSAGE'.
       01  WS-Exc-Detail-Line.
           05  WS-XL-Timestamp         pic X(21).
           05  filler                  pic X(2) value spaces.
           05  WS-XL-Source-System     pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-XL-Scenario-Code     pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-XL-Return-Code       pic X(2).
           05  filler                  pic X(2) value spaces.
           05  WS-XL-Reason            pic X(24).
           05  filler                  pic X(2) value spaces.
           05  WS-XL-Message           pic X(55).
       01  WS-Exc-Subtotal-Line.
           05  filler                  pic X(14) value
               'SUBTOTAL FOR '.
           05  WS-XS-Source-System     pic X(10).
           05  filler                  pic X(3) value ' : '.
           05  WS-XS-Count             pic ZZZZZZZZ9.
           05  filler                  pic X(17) value
               ' CALLS NOT BILLED'.
           05  filler                  pic X(79) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting JTESTBIL'
               perform A1-Set-Billing-Period
               if return-code = 16
                   goback
               end-if
               perform A2-Load-Rate-Card
               if WS-Rat-Card-Errors > 0
                   display
                       'JTESTBIL: ERROR - rate card in error ['
                       WS-Rat-Card-Errors '] - nothing billed'
                   move 8 to return-code
                   goback
               end-if

               open input JTEST-SRC-FILE
               if WS-Src-File-Status not = '00'
                   display
                       'JTESTBIL: ERROR - JTESTSRC open failed ['
                       WS-Src-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               open output JTEST-BIL-REPORT
               if WS-Rpt-File-Status not = '00'
                   display
                       'JTESTBIL: ERROR - JTESTBRP open failed ['
                       WS-Rpt-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               open output JTEST-CBF-FILE
               if WS-Cbf-File-Status not = '00'
                   display
                       'JTESTBIL: ERROR - JTESTCBF open failed ['
                       WS-Cbf-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               string WS-Period(1:4) '-' WS-Period(5:2)
                   delimited by size into WS-H1-Period
               perform F1-Write-Feed-Header

               sort SORT-BIL-FILE
                   on ascending key SRT-Section
                                    SRT-Source-System
                                    SRT-Scenario-Code
                                    SRT-Timestamp
                   input procedure is B-Select-Period-Calls
                   output procedure is C-Print-Statements

               perform E-Print-Run-Summary
               perform F4-Write-Feed-Trailer

               close JTEST-SRC-FILE
               close JTEST-BIL-REPORT
               close JTEST-CBF-FILE

               display '===================================='
               display 'JTESTBIL - chargeback for ' WS-H1-Period
               display '===================================='
               display 'Active log scanned  : ' WS-Cnt-Log-Scanned
               display 'Archive recs scanned: ' WS-Cnt-Arc-Scanned
               display 'Calls in period     : ' WS-Cnt-In-Period
               display 'Calls billed        : ' WS-Cnt-Billed-Calls
               display 'Calls not billed    : ' WS-Cnt-Exceptions
               display 'Statements printed  : ' WS-Cnt-Statements
               display 'Total charge        : ' WS-CL-Charge
               display 'Feed records written: ' WS-Cnt-Feed-Records
               display '===================================='
               if WS-Cnt-Exceptions > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if.
           goback.

       A1-Set-Billing-Period Section.
               accept WS-Parm-Value from command-line
               if WS-Parm-Value = spaces
                   move FUNCTION CURRENT-DATE to WS-Current-Timestamp
                   move WS-Current-Timestamp(1:6) to WS-Period
                   if WS-Period-Month = 1
                       subtract 1 from WS-Period-Year
                       move 12 to WS-Period-Month
                   else
                       subtract 1 from WS-Period-Month
                   end-if
                   display
                       'JTESTBIL: no PARM - billing previous month ['
                       WS-Period ']'
                   exit section
               end-if
               move WS-Parm-Value(1:6) to WS-Period
               if WS-Period is not numeric
                   or WS-Parm-Value(7:10) not = spaces
                   display
                       'JTESTBIL: ERROR - PARM [' WS-Parm-Value
                       '] is not a billing period YYYYMM'
                   move 16 to return-code
                   exit section
               end-if
               if WS-Period-Month < 1 or WS-Period-Month > 12
                   display
                       'JTESTBIL: ERROR - PARM [' WS-Parm-Value
                       '] month out of range'
                   move 16 to return-code
               end-if.

       A2-Load-Rate-Card Section.
               open input JTEST-RAT-FILE
               if WS-Rat-File-Status not = '00'
                   display
                       'JTESTBIL: ERROR - JTESTRAT open failed ['
                       WS-Rat-File-Status ']'
                   add 1 to WS-Rat-Card-Errors
                   exit section
               end-if
               perform A3-Read-Rate-Card
               perform until Rat-End-Of-File
                   perform A4-Apply-Rate-Card
                   perform A3-Read-Rate-Card
               end-perform
               close JTEST-RAT-FILE
               if WS-Rate-Base-Set = 'N'
                   display
                       'JTESTBIL: ERROR - rate card has no RATEBASE'
                   add 1 to WS-Rat-Card-Errors
                   exit section
               end-if
               if WS-Rate-Exc-Set = 'N'
                   move WS-Rate-Base to WS-Rate-Exc
               end-if
               if WS-Rate-Big-Set = 'N'
                   move WS-Rate-Base to WS-Rate-Big
               end-if
               move WS-Rate-Base to WS-Rate-Base-Disp
               move WS-Rate-Exc  to WS-Rate-Exc-Disp
               move WS-Rate-Big  to WS-Rate-Big-Disp
               display
                   'JTESTBIL: rates base [' WS-Rate-Base-Disp
                   '] rc08+ [' WS-Rate-Exc-Disp '] large ['
                   WS-Rate-Big-Disp '] large over ['
                   WS-Big-Length '] bytes'.

       A3-Read-Rate-Card Section.
               read JTEST-RAT-FILE
                   at end set Rat-End-Of-File to true
               end-read.

       A4-Apply-Rate-Card Section.
               if JRC-Keyword(1:1) = '*' or JTEST-RAT-CARD = spaces
                   exit section
               end-if
               if JRC-Value is not numeric
                   perform A5-Flag-Card-Error
                   exit section
               end-if
               move JRC-Value to WS-Rate-Card-Digits
               evaluate JRC-Keyword
                   when 'RATEBASE'
                       move WS-Rate-Card-Value to WS-Rate-Base
                       move 'Y' to WS-Rate-Base-Set
                   when 'RATEEXC'
                       move WS-Rate-Card-Value to WS-Rate-Exc
                       move 'Y' to WS-Rate-Exc-Set
                   when 'RATEBIG'
                       move WS-Rate-Card-Value to WS-Rate-Big
                       move 'Y' to WS-Rate-Big-Set
                   when 'BIGLEN'
                       if WS-Rate-Card-Digits < 20
                           or WS-Rate-Card-Digits > 220
                           perform A5-Flag-Card-Error
                       else
                           move WS-Rate-Card-Digits to WS-Big-Length
                       end-if
                   when other
                       perform A5-Flag-Card-Error
               end-evaluate.

       A5-Flag-Card-Error Section.
               add 1 to WS-Rat-Card-Errors
               display
                   'JTESTBIL: ERROR - bad rate card ['
                   JTEST-RAT-CARD(1:40) ']'.

      *****************************************************
      *  Sort input procedure: scans the active log, then    *
      *  the archives, releasing every call logged in the       *
      *  billing period, classified as billed or exception.      *
      *****************************************************
       B-Select-Period-Calls Section.
               open input JTEST-LOG-FILE
               if WS-Log-File-Status not = '00'
                   display
                       'JTESTBIL: ERROR - JTESTLOG open failed ['
                       WS-Log-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTBIL: scanning active log'
               move 'N' to WS-End-Of-File
               perform B1-Read-Log-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Log-Scanned
                   perform B3-Classify-And-Release
                   perform B1-Read-Log-Record
               end-perform
               close JTEST-LOG-FILE

               open input JTEST-ARC-FILE
               if WS-Arc-File-Status = '35'
                   display
                       'JTESTBIL: no JTESTLGA archive DD - active'
                       ' log only'
                   exit section
               end-if
               if WS-Arc-File-Status not = '00'
                   display
                       'JTESTBIL: ERROR - JTESTLGA open failed ['
                       WS-Arc-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTBIL: scanning archives'
               move 'N' to WS-End-Of-File
               perform B2-Read-Arc-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Arc-Scanned
                   perform B3-Classify-And-Release
                   perform B2-Read-Arc-Record
               end-perform
               close JTEST-ARC-FILE.

       B1-Read-Log-Record Section.
               read JTEST-LOG-FILE
                   at end set End-Of-File to true
               end-read.

       B2-Read-Arc-Record Section.
               read JTEST-ARC-FILE
                   at end set End-Of-File to true
               end-read.

      *****************************************************
      *  Rc 20, a source missing from JTESTSRC, or an         *
      *  unreadable return code sends the call to the          *
      *  exceptions page (reason U, N, R). Anything else is     *
      *  billed and tagged with the rate it is priced at        *
      *  (E rc08+, L large id, B base).                          *
      *****************************************************
       B3-Classify-And-Release Section.
               if JLR-Timestamp(1:6) not = WS-Period
                   exit section
               end-if
               add 1 to WS-Cnt-In-Period
               move spaces to SORT-BIL-RECORD
               move JLR-Source-System    to SRT-Source-System
               move JLR-Scenario-Code    to SRT-Scenario-Code
               move JLR-Timestamp        to SRT-Timestamp
               move JLR-Return-Code      to SRT-Rc-Image
               move JLR-Elapsed-Hund     to SRT-Elapsed-Image
               move JLR-Response-Text    to SRT-Response-Text
               move 'X' to SRT-Section
               if SRT-Rc-Image is not numeric
                   move 'R' to SRT-Reason
                   release SORT-BIL-RECORD
                   exit section
               end-if
               if SRT-Return-Code = 20
                   move 'U' to SRT-Reason
                   release SORT-BIL-RECORD
                   exit section
               end-if
               perform B4-Lookup-Source
               if WS-Lookup-Registered = 'N'
                   move 'N' to SRT-Reason
                   release SORT-BIL-RECORD
                   exit section
               end-if
               move 'B' to SRT-Section
               evaluate true
                   when SRT-Return-Code >= 8
                       move 'E' to SRT-Rate-Tier
                   when JLR-Truncated-Flag = 'Y'
                       move 'L' to SRT-Rate-Tier
                   when other
                       move 0 to WS-Id-Length
                       move FUNCTION REVERSE (JLR-Correlation-Id)
                           to WS-Id-Reversed
                       inspect WS-Id-Reversed
                           tallying WS-Id-Length for leading spaces
                       compute WS-Id-Length = 220 - WS-Id-Length
                       if WS-Id-Length > WS-Big-Length
                           move 'L' to SRT-Rate-Tier
                       else
                           move 'B' to SRT-Rate-Tier
                       end-if
               end-evaluate
               release SORT-BIL-RECORD.

      *****************************************************
      *  Random read of the source master, remembering the    *
      *  last answer - audit records come in runs from one      *
      *  source, so most calls need no I/O at all.               *
      *****************************************************
       B4-Lookup-Source Section.
               if JLR-Source-System = WS-Lookup-Source
                   exit section
               end-if
               move JLR-Source-System to WS-Lookup-Source
               move JLR-Source-System to JSS-Source-System
               read JTEST-SRC-FILE
                   invalid key
                       move 'N' to WS-Lookup-Registered
                   not invalid key
                       move 'Y' to WS-Lookup-Registered
               end-read.

      *****************************************************
      *  Sort output procedure: the billed calls arrive in    *
      *  source order and are matched against a sequential     *
      *  pass of JTESTSRC, so a registered source with no calls  *
      *  still gets its (empty) statement. Once the billed        *
      *  records run out the remaining sources are flushed and     *
      *  the exception records go to the exceptions page.           *
      *****************************************************
       C-Print-Statements Section.
               move low-values to JSS-Source-System
               start JTEST-SRC-FILE
                   key is >= JSS-Source-System
                   invalid key
                       set End-Of-Master to true
               end-start
               perform C1-Read-Next-Master
               perform C2-Return-Sort-Record
               perform until End-Of-Sort or SRT-Section not = 'B'
                   perform until End-Of-Master
                       or JSS-Source-System >= SRT-Source-System
                       perform C3-Print-Empty-Statement
                       perform C1-Read-Next-Master
                   end-perform
                   perform C4-Bill-Source-Group
               end-perform
               perform until End-Of-Master
                   perform C3-Print-Empty-Statement
                   perform C1-Read-Next-Master
               end-perform
               if not End-Of-Sort
                   perform D-Print-Exceptions
               end-if.

       C1-Read-Next-Master Section.
               if End-Of-Master
                   exit section
               end-if
               read JTEST-SRC-FILE next
                   at end
                       set End-Of-Master to true
               end-read.

       C2-Return-Sort-Record Section.
               return SORT-BIL-FILE
                   at end set End-Of-Sort to true
               end-return.

       C3-Print-Empty-Statement Section.
               move JSS-Source-System to WS-Cur-Source
               move JSS-Owner-Contact to WS-Cur-Owner
               move JSS-Enabled-Flag  to WS-Cur-Enabled
               perform C5-Start-Statement
               move 'NO CALLS IN PERIOD' to WS-Print-Line
               perform G1-Write-Report-Line
               perform C8-Finish-Statement.

      *****************************************************
      *  One source's billed calls, scenario by scenario.   *
      *  The master record is positioned on the same source    *
      *  (it was billed only because the input side found it    *
      *  there), which supplies the owner for the statement.     *
      *****************************************************
       C4-Bill-Source-Group Section.
               move SRT-Source-System to WS-Cur-Source
               if not End-Of-Master
                   and JSS-Source-System = SRT-Source-System
                   move JSS-Owner-Contact to WS-Cur-Owner
                   move JSS-Enabled-Flag  to WS-Cur-Enabled
                   perform C1-Read-Next-Master
               else
                   move spaces to WS-Cur-Owner
                   move space  to WS-Cur-Enabled
               end-if
               perform C5-Start-Statement
               perform until End-Of-Sort
                   or SRT-Section not = 'B'
                   or SRT-Source-System not = WS-Cur-Source
                   move SRT-Scenario-Code to WS-Cur-Scenario
                   initialize WS-Scn-Totals
                   perform until End-Of-Sort
                       or SRT-Section not = 'B'
                       or SRT-Source-System not = WS-Cur-Source
                       or SRT-Scenario-Code not = WS-Cur-Scenario
                       perform C6-Tally-Billed-Call
                       perform C2-Return-Sort-Record
                   end-perform
                   perform C7-Print-Scenario-Line
               end-perform
               perform C8-Finish-Statement.

       C5-Start-Statement Section.
               initialize WS-Src-Totals
               add 1 to WS-Cnt-Statements
               move WS-Cur-Source  to WS-H2-Source-System
               move WS-Cur-Owner   to WS-H2-Owner
               move WS-Cur-Enabled to WS-H2-Enabled
               move 'S' to WS-Page-Type
               perform G2-Start-New-Page.

       C6-Tally-Billed-Call Section.
               add 1 to WS-Scn-Calls
               evaluate SRT-Return-Code
                   when 0
                       move 1 to WS-Rc-Slot
                   when 4
                       move 2 to WS-Rc-Slot
                   when 8
                       move 3 to WS-Rc-Slot
                   when 12
                       move 4 to WS-Rc-Slot
                   when 16
                       move 5 to WS-Rc-Slot
                   when 24
                       move 6 to WS-Rc-Slot
                   when other
                       move 7 to WS-Rc-Slot
               end-evaluate
               add 1 to WS-Scn-Rc-Count (WS-Rc-Slot)
               if SRT-Elapsed-Image is numeric
                   add SRT-Elapsed-Hund to WS-Scn-Elapsed-Sum
                   add 1 to WS-Scn-Elapsed-Calls
               end-if
               evaluate SRT-Rate-Tier
                   when 'E'
                       add 1 to WS-Scn-Exc-Calls
                   when 'L'
                       add 1 to WS-Scn-Big-Calls
                   when other
                       add 1 to WS-Scn-Base-Calls
               end-evaluate.

      *****************************************************
      *  The charge is rounded to the cent per scenario, and  *
      *  the statement and feed totals are sums of the rounded  *
      *  figures, so the feed always adds up to what was         *
      *  printed.                                                 *
      *****************************************************
       C7-Print-Scenario-Line Section.
               compute WS-Scn-Charge rounded =
                   WS-Scn-Base-Calls * WS-Rate-Base
                   + WS-Scn-Exc-Calls * WS-Rate-Exc
                   + WS-Scn-Big-Calls * WS-Rate-Big
               add WS-Scn-Calls         to WS-Src-Calls
               add WS-Scn-Elapsed-Sum   to WS-Src-Elapsed-Sum
               add WS-Scn-Elapsed-Calls to WS-Src-Elapsed-Calls
               add WS-Scn-Base-Calls    to WS-Src-Base-Calls
               add WS-Scn-Exc-Calls     to WS-Src-Exc-Calls
               add WS-Scn-Big-Calls     to WS-Src-Big-Calls
               add WS-Scn-Charge        to WS-Src-Charge
               perform varying WS-Slot-Idx from 1 by 1
                   until WS-Slot-Idx > 7
                   add WS-Scn-Rc-Count (WS-Slot-Idx)
                       to WS-Src-Rc-Count (WS-Slot-Idx)
               end-perform

               move spaces to WS-Detail-Line
               move WS-Cur-Scenario to WS-DL-Scenario-Code
               move WS-Scn-Calls to WS-DL-Calls
               perform varying WS-Slot-Idx from 1 by 1
                   until WS-Slot-Idx > 7
                   move WS-Scn-Rc-Count (WS-Slot-Idx)
                       to WS-DL-Rc-Count (WS-Slot-Idx)
               end-perform
               move WS-Scn-Elapsed-Sum to WS-DL-Elapsed-Sum
               if WS-Scn-Elapsed-Calls > 0
                   compute WS-Average-Hund rounded =
                       WS-Scn-Elapsed-Sum / WS-Scn-Elapsed-Calls
               else
                   move 0 to WS-Average-Hund
               end-if
               move WS-Average-Hund   to WS-DL-Average
               move WS-Scn-Base-Calls to WS-DL-Base-Calls
               move WS-Scn-Exc-Calls  to WS-DL-Exc-Calls
               move WS-Scn-Big-Calls  to WS-DL-Big-Calls
               move WS-Scn-Charge     to WS-DL-Charge
               move WS-Detail-Line    to WS-Print-Line
               perform G1-Write-Report-Line
               perform F2-Write-Feed-Detail.

       C8-Finish-Statement Section.
               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Detail-Line
               move 'TOTAL' to WS-DL-Scenario-Code
               move WS-Src-Calls to WS-DL-Calls
               perform varying WS-Slot-Idx from 1 by 1
                   until WS-Slot-Idx > 7
                   move WS-Src-Rc-Count (WS-Slot-Idx)
                       to WS-DL-Rc-Count (WS-Slot-Idx)
               end-perform
               move WS-Src-Elapsed-Sum to WS-DL-Elapsed-Sum
               if WS-Src-Elapsed-Calls > 0
                   compute WS-Average-Hund rounded =
                       WS-Src-Elapsed-Sum / WS-Src-Elapsed-Calls
               else
                   move 0 to WS-Average-Hund
               end-if
               move WS-Average-Hund   to WS-DL-Average
               move WS-Src-Base-Calls to WS-DL-Base-Calls
               move WS-Src-Exc-Calls  to WS-DL-Exc-Calls
               move WS-Src-Big-Calls  to WS-DL-Big-Calls
               move WS-Src-Charge     to WS-DL-Charge
               move WS-Detail-Line    to WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move WS-Src-Charge to WS-CL-Charge
               move WS-Charge-Line to WS-Print-Line
               perform G1-Write-Report-Line
               add WS-Src-Calls  to WS-Cnt-Billed-Calls
               add WS-Src-Charge to WS-Total-Charge
               perform F3-Write-Feed-Summary.

      *****************************************************
      *  Exceptions page: every call not billed, grouped by  *
      *  the source system it claimed, with a subtotal per       *
      *  source the way JTESTEXC prints its breaks.               *
      *****************************************************
       D-Print-Exceptions Section.
               move 'X' to WS-Page-Type
               perform G2-Start-New-Page
               move SRT-Source-System to WS-Prior-Exc-Source
               move 0 to WS-Exc-Subtotal
               perform until End-Of-Sort
                   if SRT-Source-System not = WS-Prior-Exc-Source
                       perform D1-Print-Exc-Subtotal
                       move SRT-Source-System to WS-Prior-Exc-Source
                   end-if
                   perform D2-Print-Exc-Detail
                   perform C2-Return-Sort-Record
               end-perform
               perform D1-Print-Exc-Subtotal.

       D1-Print-Exc-Subtotal Section.
               move WS-Prior-Exc-Source to WS-XS-Source-System
               move WS-Exc-Subtotal     to WS-XS-Count
               move WS-Exc-Subtotal-Line to WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move 0 to WS-Exc-Subtotal.

       D2-Print-Exc-Detail Section.
               add 1 to WS-Cnt-Exceptions
               add 1 to WS-Exc-Subtotal
               move SRT-Timestamp     to WS-XL-Timestamp
               move SRT-Source-System to WS-XL-Source-System
               move SRT-Scenario-Code to WS-XL-Scenario-Code
               move SRT-Rc-Image      to WS-XL-Return-Code
               evaluate SRT-Reason
                   when 'U'
                       move 'UNREGISTERED CALLER'  to WS-XL-Reason
                   when 'N'
                       move 'SOURCE NOT IN JTESTSRC' to WS-XL-Reason
                   when other
                       move 'RETURN CODE UNREADABLE' to WS-XL-Reason
               end-evaluate
               move SRT-Response-Text to WS-XL-Message
               move WS-Exc-Detail-Line to WS-Print-Line
               perform G1-Write-Report-Line.

       E-Print-Run-Summary Section.
               move 'T' to WS-Page-Type
               perform G2-Start-New-Page
               move 'CHARGEBACK RUN SUMMARY' to WS-Print-Line
               perform G1-Write-Report-Line
               move '====================================='
                   to WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Print-Line
               string 'CALLS IN PERIOD      : ' WS-Cnt-In-Period
                   delimited by size into WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Print-Line
               string 'CALLS BILLED         : ' WS-Cnt-Billed-Calls
                   delimited by size into WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Print-Line
               string 'CALLS NOT BILLED     : ' WS-Cnt-Exceptions
                   delimited by size into WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Print-Line
               string 'STATEMENTS           : ' WS-Cnt-Statements
                   delimited by size into WS-Print-Line
               perform G1-Write-Report-Line
               move WS-Total-Charge to WS-CL-Charge
               move spaces to WS-Print-Line
               string 'TOTAL CHARGE         : ' WS-CL-Charge
                   delimited by size into WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Print-Line
               string 'RATE BASE / RC08+ / LARGE : '
                      WS-Rate-Base-Disp ' / ' WS-Rate-Exc-Disp
                      ' / ' WS-Rate-Big-Disp
                   delimited by size into WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Print-Line
               string 'LARGE = CORRELATION ID OVER : '
                      WS-Big-Length ' BYTES'
                   delimited by size into WS-Print-Line
               perform G1-Write-Report-Line.

       F1-Write-Feed-Header Section.
               move spaces to JTEST-CHARGEBACK-RECORD
               set JCB-Header to true
               move WS-Period            to JCB-Period
               move WS-Current-Timestamp to JCB-Run-Timestamp
               move WS-Rate-Base         to JCB-Rate-Base
               move WS-Rate-Exc          to JCB-Rate-Exc
               move WS-Rate-Big          to JCB-Rate-Big
               move WS-Big-Length        to JCB-Big-Length
               perform F5-Write-Feed-Record.

       F2-Write-Feed-Detail Section.
               move spaces to JTEST-CHARGEBACK-RECORD
               set JCB-Detail to true
               move WS-Period          to JCB-Period
               move WS-Cur-Source      to JCB-Source-System
               move WS-Cur-Scenario    to JCB-Scenario-Code
               move WS-Scn-Calls       to JCB-Calls
               move WS-Scn-Base-Calls  to JCB-Base-Calls
               move WS-Scn-Exc-Calls   to JCB-Exc-Calls
               move WS-Scn-Big-Calls   to JCB-Big-Calls
               move WS-Scn-Elapsed-Sum to JCB-Elapsed-Hund
               move WS-Scn-Charge      to JCB-Charge
               perform F5-Write-Feed-Record.

       F3-Write-Feed-Summary Section.
               move spaces to JTEST-CHARGEBACK-RECORD
               set JCB-Summary to true
               move WS-Period     to JCB-Period
               move WS-Cur-Source to JCB-Source-System
               move WS-Cur-Owner  to JCB-Owner-Contact
               move WS-Src-Calls  to JCB-Sum-Calls
               move WS-Src-Charge to JCB-Sum-Charge
               perform F5-Write-Feed-Record.

       F4-Write-Feed-Trailer Section.
               move spaces to JTEST-CHARGEBACK-RECORD
               set JCB-Trailer to true
               move WS-Period to JCB-Period
               compute JCB-Record-Count = WS-Cnt-Feed-Records + 1
               move WS-Cnt-Billed-Calls to JCB-Total-Calls
               move WS-Total-Charge     to JCB-Total-Charge
               move WS-Cnt-Exceptions   to JCB-Exception-Calls
               perform F5-Write-Feed-Record.

       F5-Write-Feed-Record Section.
               write JTEST-CHARGEBACK-RECORD
               if WS-Cbf-File-Status not = '00'
                   display
                       'JTESTBIL: WARNING - JTESTCBF write failed ['
                       WS-Cbf-File-Status ']'
               else
                   add 1 to WS-Cnt-Feed-Records
               end-if.

       G1-Write-Report-Line Section.
               if WS-Line-Count >= WS-Lines-Per-Page
                   perform G2-Start-New-Page
               end-if
               write JTEST-BIL-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               add 1 to WS-Line-Count.

       G2-Start-New-Page Section.
               add 1 to WS-Page-Number
               move WS-Page-Number to WS-H1-Page
               write JTEST-BIL-PRINT-LINE from WS-Heading-1
                   after advancing page
               move spaces to WS-Print-Line
               write JTEST-BIL-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               move 2 to WS-Line-Count
               evaluate WS-Page-Type
                   when 'S'
                       write JTEST-BIL-PRINT-LINE from WS-Heading-2
                           after advancing 1 line
                       write JTEST-BIL-PRINT-LINE from WS-Heading-3
                           after advancing 2 lines
                       add 3 to WS-Line-Count
                   when 'X'
                       write JTEST-BIL-PRINT-LINE from WS-Exc-Heading-1
                           after advancing 1 line
                       write JTEST-BIL-PRINT-LINE from WS-Exc-Heading-2
                           after advancing 2 lines
                       add 3 to WS-Line-Count
               end-evaluate
               move spaces to WS-Print-Line
               write JTEST-BIL-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               add 1 to WS-Line-Count.
