       identification division.
       program-id. JTESTCOV.
      *****************************************************
      *  JTESTCOV - scenario and source coverage matrix     *
      *  Reads the scenario master JTESTSCN, the source       *
      *  master JTESTSRC, and every call in the active JTESTLOG  *
      *  plus the dated JTESTARC archives concatenated on the     *
      *  JTESTLGA DD (same inputs as JTESTQRY/JTESTBIL), and        *
      *  prints a source-by-scenario matrix of the calls logged      *
      *  in one period. Every master scenario and every               *
      *  registered source gets a column or row even with no          *
      *  calls; codes seen in the log but missing from a master        *
      *  are added after them.                                         *
      *                                                       *
      *  Four things are flagged on the page after the matrix, *
      *  each class adding its own value to the job return code  *
      *  so the monthly master clean-up can test them one by one:  *
      *    1  enabled master scenario never called in the period    *
      *    2  registered, enabled source with no call on or after    *
      *       the CUTOFF date (anywhere in the log and archives)      *
      *    4  calls in the period to a scenario that is disabled       *
      *       or not in the master                                    *
      *    8  calls in the period from a source that is disabled       *
      *       or not registered                                        *
      *  (e.g. rc 5 = unused scenarios and calls to disabled or       *
      *  missing scenarios). The masters are read as they stand    *
      *  now, so a scenario disabled during the period counts as    *
      *  disabled for the whole of it.                               *
      *                                                       *
      *  Control cards from JTESTCTL ('*' in column 1 is a     *
      *  comment; no JTESTCTL = all defaults):                   *
      *    cols 1-8  keyword, cols 10-80 value                    *
      *    DATEFROM  YYYYMMDD - first logged date in the period     *
      *    DATETO    YYYYMMDD - last logged date in the period       *
      *    CUTOFF    YYYYMMDD - a source is quiet when it has no       *
      *              call on or after this date                       *
      *  No DATEFROM/DATETO covers the previous calendar month;        *
      *  CUTOFF defaults to the first day of the period.               *
      *                                                       *
      *  Job return codes: 16 when a control card is in error,  *
      *  a required file would not open (a missing JTESTLGA DD is *
      *  tolerated) or the masters do not fit the tables; 1 to 15  *
      *  the sum of the flag classes found; 0 nothing flagged.      *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-CTL-FILE assign to JTESTCTL
               organization is line sequential
               file status is WS-Ctl-File-Status.
           select JTEST-SCN-FILE assign to JTESTSCN
               organization is indexed
               access is sequential
               record key is JSM-Scenario-Code
               file status is WS-Scn-File-Status.
           select JTEST-SRC-FILE assign to JTESTSRC
               organization is indexed
               access is sequential
               record key is JSS-Source-System
               file status is WS-Src-File-Status.
           select JTEST-LOG-FILE assign to JTESTLOG
               organization is line sequential
               file status is WS-Log-File-Status.
           select JTEST-ARC-FILE assign to JTESTLGA
               organization is line sequential
               file status is WS-Arc-File-Status.
           select JTEST-COV-REPORT assign to JTESTCRP
               organization is line sequential
               file status is WS-Rpt-File-Status.
       i-o-control.
           same record area for JTEST-LOG-FILE JTEST-ARC-FILE.
       data division.
       file section.
       fd  JTEST-CTL-FILE.
       01  JTEST-COV-CARD.
           05  JVC-Keyword             pic X(8).
           05  filler                  pic X(1).
           05  JVC-Value               pic X(71).
       fd  JTEST-SCN-FILE.
       copy JTESTSCN.
       fd  JTEST-SRC-FILE.
       copy JTESTSRC.
       fd  JTEST-LOG-FILE.
       copy JTESTLOG.
       fd  JTEST-ARC-FILE.
       01  JTEST-ARC-RECORD           pic X(378).
       fd  JTEST-COV-REPORT.
       01  JTEST-COV-PRINT-LINE       pic X(132).
       working-storage section.
       01  WS-Ctl-File-Status         pic X(2).
       01  WS-Scn-File-Status         pic X(2).
       01  WS-Src-File-Status         pic X(2).
       01  WS-Log-File-Status         pic X(2).
       01  WS-Arc-File-Status         pic X(2).
       01  WS-Rpt-File-Status         pic X(2).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-Ctl-End-Of-File         pic X value 'N'.
           88  Ctl-End-Of-File        value 'Y'.
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-Cnt-Card-Errors         pic 9(4) value 0.
       01  WS-Date-From               pic X(8) value spaces.
       01  WS-Date-To                 pic X(8) value spaces.
       01  WS-Cutoff-Date             pic X(8) value spaces.
       01  WS-Prior-Month             pic X(6).
       01  WS-Prior-Month-Num redefines WS-Prior-Month.
           05  WS-Prior-Year           pic 9(4).
           05  WS-Prior-Mon            pic 9(2).
       01  WS-Record-Date             pic X(8).
       01  WS-Cnt-Log-Scanned         pic 9(9) value 0.
       01  WS-Cnt-Arc-Scanned         pic 9(9) value 0.
       01  WS-Cnt-In-Period           pic 9(9) value 0.
       01  WS-Cnt-Tabulated           pic 9(9) value 0.
       01  WS-Cnt-Untabulated         pic 9(9) value 0.
      *****************************************************
      *  Scenario columns and source rows. Status:           *
      *    scenario E enabled, D disabled, M not in master     *
      *    source   E enabled, D disabled, U not registered     *
      *  The masters load first in key order; unknown codes     *
      *  are appended as the log turns them up. A code that       *
      *  finds no free slot is counted as untabulated.             *
      *****************************************************
       01  WS-Max-Scenarios           pic 9(3) value 200.
       01  WS-Max-Sources             pic 9(3) value 100.
       01  WS-Scn-Count               pic 9(3) value 0.
       01  WS-Scn-Table.
           05  WS-Scn-Entry occurs 200 times.
               10  WS-Scn-Code         pic X(10).
               10  WS-Scn-Status       pic X(1).
               10  WS-Scn-Calls        pic 9(9).
       01  WS-Src-Count               pic 9(3) value 0.
       01  WS-Src-Table.
           05  WS-Src-Entry occurs 100 times.
               10  WS-Src-Code         pic X(10).
               10  WS-Src-Status       pic X(1).
               10  WS-Src-Owner        pic X(40).
               10  WS-Src-Calls        pic 9(9).
               10  WS-Src-Last-Date    pic X(8).
       01  WS-Matrix.
           05  WS-Mx-Row occurs 100 times.
               10  WS-Mx-Cell          pic 9(7) occurs 200 times.
       01  WS-Scn-Idx                 pic 9(3).
       01  WS-Src-Idx                 pic 9(3).
       01  WS-Col-Idx                 pic 9(3).
       01  WS-Cell-Idx                pic 9(2).
       01  WS-Band-First              pic 9(3).
       01  WS-Band-Last               pic 9(3).
       01  WS-Table-Full              pic X value 'N'.
      *****************************************************
      *  Flag classes and the return code they add up to     *
      *****************************************************
       01  WS-Cnt-Unused-Scn          pic 9(6) value 0.
       01  WS-Cnt-Quiet-Src           pic 9(6) value 0.
       01  WS-Cnt-Bad-Scn-Calls       pic 9(9) value 0.
       01  WS-Cnt-Bad-Src-Calls       pic 9(9) value 0.
       01  WS-Flag-Class              pic 9(2).
       01  WS-Flag-Count              pic 9(6).
       01  WS-Flag-Rc                 pic 9(2) value 0.
      *****************************************************
      *  Print control, same paging idiom as JTESTEXC. The   *
      *  page type says which headings a new page repeats:     *
      *  M matrix band, F flags page.                           *
      *****************************************************
       01  WS-Page-Type               pic X value 'M'.
       01  WS-Page-Number             pic 9(4) value 0.
       01  WS-Line-Count              pic 9(2) value 99.
       01  WS-Lines-Per-Page          pic 9(2) value 55.
       01  WS-Print-Line              pic X(132).
       01  WS-Heading-1.
           05  filler                  pic X(50) value
               'JTESTCOV - SCENARIO AND SOURCE COVERAGE MATRIX'.
           05  filler                  pic X(8) value 'PERIOD: '.
           05  WS-H1-Date-From         pic X(8).
           05  filler                  pic X(3) value ' - '.
           05  WS-H1-Date-To           pic X(8).
           05  filler                  pic X(45) value spaces.
           05  filler                  pic X(5) value 'PAGE '.
           05  WS-H1-Page              pic ZZZ9.
           05  filler                  pic X(1) value spaces.
       01  WS-Band-Heading.
           05  filler                  pic X(17) value
               'CALLS BY SOURCE -'.
           05  filler                  pic X(11) value
               ' SCENARIOS '.
           05  WS-BH-First             pic ZZ9.
           05  filler                  pic X(4) value ' TO '.
           05  WS-BH-Last              pic ZZ9.
           05  filler                  pic X(4) value ' OF '.
           05  WS-BH-Count             pic ZZ9.
           05  filler                  pic X(8) value spaces.
           05  filler                  pic X(50) value
               'ST: E ENABLED  D DISABLED  U/M NOT IN MASTER'.
           05  filler                  pic X(29) value spaces.
       01  WS-Band-Codes-Line         pic X(132).
       01  WS-Band-Status-Line        pic X(132).
       01  WS-Matrix-Line.
           05  WS-ML-Source            pic X(10).
           05  filler                  pic X(1).
           05  WS-ML-Src-Status        pic X(1).
           05  WS-ML-Cells.
               10  WS-ML-Cell occurs 10 times.
                   15  filler          pic X(1).
                   15  WS-ML-Count     pic ZZZZZZZZZ9.
           05  WS-ML-Text-Cells redefines WS-ML-Cells.
               10  WS-ML-Text occurs 10 times.
                   15  filler          pic X(1).
                   15  WS-ML-Text-Value
                                       pic X(10).
           05  filler                  pic X(1).
           05  WS-ML-Total             pic ZZZZZZZZ9.
           05  WS-ML-Total-Text redefines WS-ML-Total
                                       pic X(9).
       01  WS-Flag-Heading-1.
           05  filler                  pic X(40) value
               'COVERAGE FLAGS'.
           05  filler                  pic X(14) value
               'QUIET CUTOFF: '.
           05  WS-FH-Cutoff            pic X(8).
           05  filler                  pic X(70) value spaces.
       01  WS-Flag-Heading-2.
           05  filler                  pic X(12) value 'CODE'.
           05  filler                  pic X(18) value 'STATUS'.
           05  filler                  pic X(9) value '    CALLS'.
           05  filler                  pic X(2) value spaces.
           05  filler                  pic X(12) value 'LAST CALL'.
           05  filler                  pic X(79) value
               'OWNER/CONTACT'.
       01  WS-Flag-Title-Line.
           05  filler                  pic X(5) value 'FLAG '.
           05  WS-FT-Class             pic Z9.
           05  filler                  pic X(3) value ' - '.
           05  WS-FT-Text              pic X(70).
           05  filler                  pic X(52) value spaces.
       01  WS-Flag-Line.
           05  WS-FL-Code              pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-FL-Status            pic X(18).
           05  WS-FL-Calls             pic ZZZZZZZZ9.
           05  filler                  pic X(2) value spaces.
           05  WS-FL-Last-Call         pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-FL-Owner             pic X(40).
           05  filler                  pic X(39) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting JTESTCOV'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               perform B-Load-Control-Cards
               if WS-Cnt-Card-Errors > 0
                   display
                       'JTESTCOV: ERROR - control cards in error ['
                       WS-Cnt-Card-Errors '] - nothing checked'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTCOV: period [' WS-Date-From '] to ['
                   WS-Date-To '] quiet cutoff [' WS-Cutoff-Date ']'

               perform C-Load-Scenario-Master
               if return-code = 16
                   goback
               end-if
               perform C3-Load-Source-Master
               if return-code = 16
                   goback
               end-if

               open output JTEST-COV-REPORT
               if WS-Rpt-File-Status not = '00'
                   display
                       'JTESTCOV: ERROR - JTESTCRP open failed ['
                       WS-Rpt-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               perform D-Scan-Audit-Trail
               perform E-Print-Matrix
               perform F-Print-Flags
               close JTEST-COV-REPORT

               display '===================================='
               display 'JTESTCOV - coverage ' WS-Date-From '-'
                   WS-Date-To
               display '===================================='
               display 'Active log scanned  : ' WS-Cnt-Log-Scanned
               display 'Archive recs scanned: ' WS-Cnt-Arc-Scanned
               display 'Calls in period     : ' WS-Cnt-In-Period
               display 'Calls not tabulated : ' WS-Cnt-Untabulated
               display 'Scenarios / sources : ' WS-Scn-Count ' / '
                   WS-Src-Count
               display 'Unused scenarios (1): ' WS-Cnt-Unused-Scn
               display 'Quiet sources    (2): ' WS-Cnt-Quiet-Src
               display 'Calls bad scn    (4): ' WS-Cnt-Bad-Scn-Calls
               display 'Calls bad source (8): ' WS-Cnt-Bad-Src-Calls
               display '===================================='
               move WS-Flag-Rc to return-code.
           goback.

      *****************************************************
      *  Control cards, then the defaults for whatever was   *
      *  not given: the previous calendar month and a cutoff   *
      *  of the period's first day. Any day number 01-31 works  *
      *  as an end date since only logged dates are compared.    *
      *****************************************************
       B-Load-Control-Cards Section.
               open input JTEST-CTL-FILE
               if WS-Ctl-File-Status not = '00'
                   display
                       'JTESTCOV: no JTESTCTL control file ['
                       WS-Ctl-File-Status '] - defaults used'
               else
                   perform B1-Read-Control-Card
                   perform until Ctl-End-Of-File
                       perform B2-Apply-Control-Card
                       perform B1-Read-Control-Card
                   end-perform
                   close JTEST-CTL-FILE
               end-if
               if WS-Date-From = spaces or WS-Date-To = spaces
                   move WS-Current-Timestamp(1:6) to WS-Prior-Month
                   if WS-Prior-Mon = 1
                       subtract 1 from WS-Prior-Year
                       move 12 to WS-Prior-Mon
                   else
                       subtract 1 from WS-Prior-Mon
                   end-if
               end-if
               if WS-Date-From = spaces
                   string WS-Prior-Month '01' delimited by size
                       into WS-Date-From
               end-if
               if WS-Date-To = spaces
                   string WS-Prior-Month '31' delimited by size
                       into WS-Date-To
               end-if
               if WS-Cutoff-Date = spaces
                   move WS-Date-From to WS-Cutoff-Date
               end-if
               if WS-Date-From > WS-Date-To
                   display
                       'JTESTCOV: ERROR - DATEFROM [' WS-Date-From
                       '] is after DATETO [' WS-Date-To ']'
                   add 1 to WS-Cnt-Card-Errors
               end-if
               move WS-Date-From to WS-H1-Date-From
               move WS-Date-To   to WS-H1-Date-To
               move WS-Cutoff-Date to WS-FH-Cutoff.

       B1-Read-Control-Card Section.
               read JTEST-CTL-FILE
                   at end set Ctl-End-Of-File to true
               end-read.

       B2-Apply-Control-Card Section.
               if JVC-Keyword(1:1) = '*' or JTEST-COV-CARD = spaces
                   exit section
               end-if
               if JVC-Value(1:8) is not numeric
                   or JVC-Value(9:63) not = spaces
                   perform B3-Flag-Card-Error
                   exit section
               end-if
               evaluate JVC-Keyword
                   when 'DATEFROM'
                       move JVC-Value(1:8) to WS-Date-From
                   when 'DATETO'
                       move JVC-Value(1:8) to WS-Date-To
                   when 'CUTOFF'
                       move JVC-Value(1:8) to WS-Cutoff-Date
                   when other
                       perform B3-Flag-Card-Error
               end-evaluate.

       B3-Flag-Card-Error Section.
               add 1 to WS-Cnt-Card-Errors
               display
                   'JTESTCOV: ERROR - bad control card ['
                   JTEST-COV-CARD(1:40) ']'.

      *****************************************************
      *  Both masters load whole, in key order, so every      *
      *  scenario and registered source is in the matrix even   *
      *  with no calls. A master too big for its table stops     *
      *  the job - a partial master would flag every code left    *
      *  out as missing.                                           *
      *****************************************************
       C-Load-Scenario-Master Section.
               open input JTEST-SCN-FILE
               if WS-Scn-File-Status not = '00'
                   display
                       'JTESTCOV: ERROR - JTESTSCN open failed ['
                       WS-Scn-File-Status ']'
                   move 16 to return-code
                   exit section
               end-if
               move 'N' to WS-End-Of-File
               perform C1-Read-Scenario
               perform until End-Of-File
                   if WS-Scn-Count >= WS-Max-Scenarios
                       display
                           'JTESTCOV: ERROR - JTESTSCN has more than '
                           WS-Max-Scenarios ' scenarios'
                       move 16 to return-code
                       close JTEST-SCN-FILE
                       exit section
                   end-if
                   add 1 to WS-Scn-Count
                   move JSM-Scenario-Code to WS-Scn-Code (WS-Scn-Count)
                   if JSM-Enabled-Flag = 'Y'
                       move 'E' to WS-Scn-Status (WS-Scn-Count)
                   else
                       move 'D' to WS-Scn-Status (WS-Scn-Count)
                   end-if
                   move 0 to WS-Scn-Calls (WS-Scn-Count)
                   perform C1-Read-Scenario
               end-perform
               close JTEST-SCN-FILE.

       C1-Read-Scenario Section.
               read JTEST-SCN-FILE
                   at end set End-Of-File to true
               end-read.

       C2-Read-Source Section.
               read JTEST-SRC-FILE
                   at end set End-Of-File to true
               end-read.

       C3-Load-Source-Master Section.
               open input JTEST-SRC-FILE
               if WS-Src-File-Status not = '00'
                   display
                       'JTESTCOV: ERROR - JTESTSRC open failed ['
                       WS-Src-File-Status ']'
                   move 16 to return-code
                   exit section
               end-if
               move 'N' to WS-End-Of-File
               perform C2-Read-Source
               perform until End-Of-File
                   if WS-Src-Count >= WS-Max-Sources
                       display
                           'JTESTCOV: ERROR - JTESTSRC has more than '
                           WS-Max-Sources ' sources'
                       move 16 to return-code
                       close JTEST-SRC-FILE
                       exit section
                   end-if
                   add 1 to WS-Src-Count
                   move JSS-Source-System to WS-Src-Code (WS-Src-Count)
                   if JSS-Enabled-Flag = 'Y'
                       move 'E' to WS-Src-Status (WS-Src-Count)
                   else
                       move 'D' to WS-Src-Status (WS-Src-Count)
                   end-if
                   move JSS-Owner-Contact
                       to WS-Src-Owner (WS-Src-Count)
                   move 0 to WS-Src-Calls (WS-Src-Count)
                   move spaces to WS-Src-Last-Date (WS-Src-Count)
                   perform C2-Read-Source
               end-perform
               close JTEST-SRC-FILE
               initialize WS-Matrix.

      *****************************************************
      *  Active log, then the archives. Every record counts   *
      *  toward its source's last call date (the cutoff may lie  *
      *  outside the period); only records dated inside the      *
      *  period go into the matrix.                               *
      *****************************************************
       D-Scan-Audit-Trail Section.
               open input JTEST-LOG-FILE
               if WS-Log-File-Status not = '00'
                   display
                       'JTESTCOV: ERROR - JTESTLOG open failed ['
                       WS-Log-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTCOV: scanning active log'
               move 'N' to WS-End-Of-File
               perform D1-Read-Log-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Log-Scanned
                   perform D3-Tally-Call
                   perform D1-Read-Log-Record
               end-perform
               close JTEST-LOG-FILE

               open input JTEST-ARC-FILE
               if WS-Arc-File-Status = '35'
                   display
                       'JTESTCOV: no JTESTLGA archive DD - active'
                       ' log only'
                   exit section
               end-if
               if WS-Arc-File-Status not = '00'
                   display
                       'JTESTCOV: ERROR - JTESTLGA open failed ['
                       WS-Arc-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTCOV: scanning archives'
               move 'N' to WS-End-Of-File
               perform D2-Read-Arc-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Arc-Scanned
                   perform D3-Tally-Call
                   perform D2-Read-Arc-Record
               end-perform
               close JTEST-ARC-FILE.

       D1-Read-Log-Record Section.
               read JTEST-LOG-FILE
                   at end set End-Of-File to true
               end-read.

       D2-Read-Arc-Record Section.
               read JTEST-ARC-FILE
                   at end set End-Of-File to true
               end-read.

       D3-Tally-Call Section.
               move JLR-Timestamp(1:8) to WS-Record-Date
               if WS-Record-Date is not numeric
                   exit section
               end-if
               perform D4-Find-Source
               if WS-Record-Date >= WS-Date-From
                   and WS-Record-Date <= WS-Date-To
                   add 1 to WS-Cnt-In-Period
                   if WS-Src-Idx = 0
                       perform D5-Add-Unregistered-Source
                   end-if
                   perform D6-Find-Scenario
                   if WS-Src-Idx = 0 or WS-Scn-Idx = 0
                       add 1 to WS-Cnt-Untabulated
                   else
                       add 1 to WS-Cnt-Tabulated
                       add 1 to WS-Mx-Cell (WS-Src-Idx, WS-Scn-Idx)
                       add 1 to WS-Src-Calls (WS-Src-Idx)
                       add 1 to WS-Scn-Calls (WS-Scn-Idx)
                   end-if
               end-if
               if WS-Src-Idx > 0
                   if WS-Record-Date > WS-Src-Last-Date (WS-Src-Idx)
                       move WS-Record-Date
                           to WS-Src-Last-Date (WS-Src-Idx)
                   end-if
               end-if.

       D4-Find-Source Section.
               move 0 to WS-Src-Idx
               perform varying WS-Col-Idx from 1 by 1
                   until WS-Col-Idx > WS-Src-Count
                   or WS-Src-Idx > 0
                   if WS-Src-Code (WS-Col-Idx) = JLR-Source-System
                       move WS-Col-Idx to WS-Src-Idx
                   end-if
               end-perform.

       D5-Add-Unregistered-Source Section.
               if WS-Src-Count >= WS-Max-Sources
                   perform D8-Warn-Table-Full
                   exit section
               end-if
               add 1 to WS-Src-Count
               move WS-Src-Count to WS-Src-Idx
               move JLR-Source-System to WS-Src-Code (WS-Src-Idx)
               move 'U'    to WS-Src-Status (WS-Src-Idx)
               move spaces to WS-Src-Owner (WS-Src-Idx)
               move 0      to WS-Src-Calls (WS-Src-Idx)
               move spaces to WS-Src-Last-Date (WS-Src-Idx).

       D6-Find-Scenario Section.
               move 0 to WS-Scn-Idx
               perform varying WS-Col-Idx from 1 by 1
                   until WS-Col-Idx > WS-Scn-Count
                   or WS-Scn-Idx > 0
                   if WS-Scn-Code (WS-Col-Idx) = JLR-Scenario-Code
                       move WS-Col-Idx to WS-Scn-Idx
                   end-if
               end-perform
               if WS-Scn-Idx > 0
                   exit section
               end-if
               if WS-Scn-Count >= WS-Max-Scenarios
                   perform D8-Warn-Table-Full
                   exit section
               end-if
               add 1 to WS-Scn-Count
               move WS-Scn-Count to WS-Scn-Idx
               move JLR-Scenario-Code to WS-Scn-Code (WS-Scn-Idx)
               move 'M' to WS-Scn-Status (WS-Scn-Idx)
               move 0   to WS-Scn-Calls (WS-Scn-Idx).

       D8-Warn-Table-Full Section.
               if WS-Table-Full = 'N'
                   move 'Y' to WS-Table-Full
                   display
                       'JTESTCOV: WARNING - too many unknown codes in'
                       ' the log - later ones are not tabulated'
               end-if.

      *****************************************************
      *  The matrix prints in bands of ten scenario columns, *
      *  every source a row in each band; the last column is     *
      *  the source's calls across ALL scenarios, the last row     *
      *  each scenario's calls from all sources.                    *
      *****************************************************
       E-Print-Matrix Section.
               move 'M' to WS-Page-Type
               if WS-Scn-Count = 0
                   perform E1-Start-Band
                   move 'NO SCENARIOS IN THE MASTER AND NO CALLS'
                       to WS-Print-Line
                   perform G1-Write-Report-Line
                   exit section
               end-if
               perform varying WS-Band-First from 1 by 10
                   until WS-Band-First > WS-Scn-Count
                   compute WS-Band-Last = WS-Band-First + 9
                   if WS-Band-Last > WS-Scn-Count
                       move WS-Scn-Count to WS-Band-Last
                   end-if
                   perform E1-Start-Band
                   perform varying WS-Src-Idx from 1 by 1
                       until WS-Src-Idx > WS-Src-Count
                       perform E2-Print-Source-Row
                   end-perform
                   perform E3-Print-Total-Row
               end-perform.

       E1-Start-Band Section.
               move WS-Band-First to WS-BH-First
               move WS-Band-Last  to WS-BH-Last
               move WS-Scn-Count  to WS-BH-Count
               move spaces to WS-Matrix-Line
               move 'SOURCE' to WS-ML-Source
               move 'ALL SCN' to WS-ML-Total-Text
               perform varying WS-Scn-Idx from WS-Band-First by 1
                   until WS-Scn-Idx > WS-Band-Last
                   or WS-Scn-Count = 0
                   compute WS-Cell-Idx = WS-Scn-Idx - WS-Band-First + 1
                   move WS-Scn-Code (WS-Scn-Idx)
                       to WS-ML-Text-Value (WS-Cell-Idx)
               end-perform
               move WS-Matrix-Line to WS-Band-Codes-Line
               move spaces to WS-Matrix-Line
               move 'SCENARIO' to WS-ML-Source
               perform varying WS-Scn-Idx from WS-Band-First by 1
                   until WS-Scn-Idx > WS-Band-Last
                   or WS-Scn-Count = 0
                   compute WS-Cell-Idx = WS-Scn-Idx - WS-Band-First + 1
                   evaluate WS-Scn-Status (WS-Scn-Idx)
                       when 'E'
                           move 'E ENABLED'
                               to WS-ML-Text-Value (WS-Cell-Idx)
                       when 'D'
                           move 'D DISABLED'
                               to WS-ML-Text-Value (WS-Cell-Idx)
                       when other
                           move 'M MISSING'
                               to WS-ML-Text-Value (WS-Cell-Idx)
                   end-evaluate
               end-perform
               move WS-Matrix-Line to WS-Band-Status-Line
               perform G2-Start-New-Page.

       E2-Print-Source-Row Section.
               move spaces to WS-Matrix-Line
               move WS-Src-Code (WS-Src-Idx)   to WS-ML-Source
               move WS-Src-Status (WS-Src-Idx) to WS-ML-Src-Status
               perform varying WS-Scn-Idx from WS-Band-First by 1
                   until WS-Scn-Idx > WS-Band-Last
                   compute WS-Cell-Idx = WS-Scn-Idx - WS-Band-First + 1
                   move WS-Mx-Cell (WS-Src-Idx, WS-Scn-Idx)
                       to WS-ML-Count (WS-Cell-Idx)
               end-perform
               move WS-Src-Calls (WS-Src-Idx) to WS-ML-Total
               move WS-Matrix-Line to WS-Print-Line
               perform G1-Write-Report-Line.

       E3-Print-Total-Row Section.
               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move spaces to WS-Matrix-Line
               move 'TOTAL' to WS-ML-Source
               perform varying WS-Scn-Idx from WS-Band-First by 1
                   until WS-Scn-Idx > WS-Band-Last
                   compute WS-Cell-Idx = WS-Scn-Idx - WS-Band-First + 1
                   move WS-Scn-Calls (WS-Scn-Idx)
                       to WS-ML-Count (WS-Cell-Idx)
               end-perform
               move WS-Cnt-Tabulated to WS-ML-Total
               move WS-Matrix-Line to WS-Print-Line
               perform G1-Write-Report-Line.

      *****************************************************
      *  The four flag classes, each listed (or NONE) and     *
      *  each adding its value to the return code when found.   *
      *****************************************************
       F-Print-Flags Section.
               move 'F' to WS-Page-Type
               perform G2-Start-New-Page

               move 1 to WS-Flag-Class
               move WS-Flag-Class to WS-FT-Class
               move 'ENABLED SCENARIOS NEVER CALLED IN THE PERIOD'
                   to WS-FT-Text
               perform F5-Print-Flag-Title
               move 0 to WS-Flag-Count
               perform varying WS-Scn-Idx from 1 by 1
                   until WS-Scn-Idx > WS-Scn-Count
                   if WS-Scn-Status (WS-Scn-Idx) = 'E'
                       and WS-Scn-Calls (WS-Scn-Idx) = 0
                       add 1 to WS-Flag-Count
                       perform F1-Print-Scenario-Flag
                   end-if
               end-perform
               move WS-Flag-Count to WS-Cnt-Unused-Scn
               perform F6-Finish-Flag-Class

               move 2 to WS-Flag-Class
               move WS-Flag-Class to WS-FT-Class
               move 'REGISTERED ENABLED SOURCES QUIET SINCE CUTOFF'
                   to WS-FT-Text
               perform F5-Print-Flag-Title
               move 0 to WS-Flag-Count
               perform varying WS-Src-Idx from 1 by 1
                   until WS-Src-Idx > WS-Src-Count
                   if WS-Src-Status (WS-Src-Idx) = 'E'
                       and WS-Src-Last-Date (WS-Src-Idx)
                           < WS-Cutoff-Date
                       add 1 to WS-Flag-Count
                       perform F2-Print-Source-Flag
                   end-if
               end-perform
               move WS-Flag-Count to WS-Cnt-Quiet-Src
               perform F6-Finish-Flag-Class

               move 4 to WS-Flag-Class
               move WS-Flag-Class to WS-FT-Class
               move 'CALLS TO SCENARIOS DISABLED OR NOT IN THE MASTER'
                   to WS-FT-Text
               perform F5-Print-Flag-Title
               move 0 to WS-Flag-Count
               perform varying WS-Scn-Idx from 1 by 1
                   until WS-Scn-Idx > WS-Scn-Count
                   if WS-Scn-Status (WS-Scn-Idx) not = 'E'
                       and WS-Scn-Calls (WS-Scn-Idx) > 0
                       add 1 to WS-Flag-Count
                       add WS-Scn-Calls (WS-Scn-Idx)
                           to WS-Cnt-Bad-Scn-Calls
                       perform F1-Print-Scenario-Flag
                   end-if
               end-perform
               perform F6-Finish-Flag-Class

               move 8 to WS-Flag-Class
               move WS-Flag-Class to WS-FT-Class
               move 'CALLS FROM SOURCES DISABLED OR NOT REGISTERED'
                   to WS-FT-Text
               perform F5-Print-Flag-Title
               move 0 to WS-Flag-Count
               perform varying WS-Src-Idx from 1 by 1
                   until WS-Src-Idx > WS-Src-Count
                   if WS-Src-Status (WS-Src-Idx) not = 'E'
                       and WS-Src-Calls (WS-Src-Idx) > 0
                       add 1 to WS-Flag-Count
                       add WS-Src-Calls (WS-Src-Idx)
                           to WS-Cnt-Bad-Src-Calls
                       perform F2-Print-Source-Flag
                   end-if
               end-perform
               perform F6-Finish-Flag-Class

               if WS-Cnt-Untabulated > 0
                   move spaces to WS-Print-Line
                   string 'CALLS NOT TABULATED (TOO MANY UNKNOWN CODES)'
                          ' : ' WS-Cnt-Untabulated
                       delimited by size into WS-Print-Line
                   perform G1-Write-Report-Line
               end-if.

       F1-Print-Scenario-Flag Section.
               move spaces to WS-Flag-Line
               move WS-Scn-Code (WS-Scn-Idx) to WS-FL-Code
               evaluate WS-Scn-Status (WS-Scn-Idx)
                   when 'E'
                       move 'ENABLED' to WS-FL-Status
                   when 'D'
                       move 'DISABLED' to WS-FL-Status
                   when other
                       move 'NOT IN JTESTSCN' to WS-FL-Status
               end-evaluate
               move WS-Scn-Calls (WS-Scn-Idx) to WS-FL-Calls
               move WS-Flag-Line to WS-Print-Line
               perform G1-Write-Report-Line.

       F2-Print-Source-Flag Section.
               move spaces to WS-Flag-Line
               move WS-Src-Code (WS-Src-Idx) to WS-FL-Code
               evaluate WS-Src-Status (WS-Src-Idx)
                   when 'E'
                       move 'ENABLED' to WS-FL-Status
                   when 'D'
                       move 'DISABLED' to WS-FL-Status
                   when other
                       move 'NOT IN JTESTSRC' to WS-FL-Status
               end-evaluate
               move WS-Src-Calls (WS-Src-Idx) to WS-FL-Calls
               if WS-Src-Last-Date (WS-Src-Idx) = spaces
                   move 'NONE SEEN' to WS-FL-Last-Call
               else
                   string WS-Src-Last-Date (WS-Src-Idx)(1:4) '-'
                          WS-Src-Last-Date (WS-Src-Idx)(5:2) '-'
                          WS-Src-Last-Date (WS-Src-Idx)(7:2)
                       delimited by size into WS-FL-Last-Call
               end-if
               move WS-Src-Owner (WS-Src-Idx) to WS-FL-Owner
               move WS-Flag-Line to WS-Print-Line
               perform G1-Write-Report-Line.

       F5-Print-Flag-Title Section.
               if WS-Line-Count + 4 > WS-Lines-Per-Page
                   perform G2-Start-New-Page
               end-if
               move WS-Flag-Title-Line to WS-Print-Line
               perform G1-Write-Report-Line.

       F6-Finish-Flag-Class Section.
               if WS-Flag-Count = 0
                   move '  NONE' to WS-Print-Line
               else
                   add WS-Flag-Class to WS-Flag-Rc
                   move spaces to WS-Print-Line
               end-if
               perform G1-Write-Report-Line
               if WS-Flag-Count > 0
                   move spaces to WS-Print-Line
                   string '  ENTRIES FLAGGED : ' WS-Flag-Count
                       delimited by size into WS-Print-Line
                   perform G1-Write-Report-Line
               end-if
               move spaces to WS-Print-Line
               perform G1-Write-Report-Line.

       G1-Write-Report-Line Section.
               if WS-Line-Count >= WS-Lines-Per-Page
                   perform G2-Start-New-Page
               end-if
               write JTEST-COV-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               add 1 to WS-Line-Count.

       G2-Start-New-Page Section.
               add 1 to WS-Page-Number
               move WS-Page-Number to WS-H1-Page
               write JTEST-COV-PRINT-LINE from WS-Heading-1
                   after advancing page
               move spaces to WS-Print-Line
               write JTEST-COV-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               move 2 to WS-Line-Count
               evaluate WS-Page-Type
                   when 'M'
                       write JTEST-COV-PRINT-LINE from WS-Band-Heading
                           after advancing 1 line
                       write JTEST-COV-PRINT-LINE
                           from WS-Band-Codes-Line
                           after advancing 2 lines
                       write JTEST-COV-PRINT-LINE
                           from WS-Band-Status-Line
                           after advancing 1 line
                       add 4 to WS-Line-Count
                   when 'F'
                       write JTEST-COV-PRINT-LINE
                           from WS-Flag-Heading-1
                           after advancing 1 line
                       write JTEST-COV-PRINT-LINE
                           from WS-Flag-Heading-2
                           after advancing 2 lines
                       add 3 to WS-Line-Count
               end-evaluate
               move spaces to WS-Print-Line
               write JTEST-COV-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               add 1 to WS-Line-Count.
