       identification division.
       program-id. JTESTDIG.
      *****************************************************
      *  JTESTDIG - daily operational event digest          *
      *  Prints one day's events from the shared JTESTEVT     *
      *  event file (copybook JTESTEVT) on JTESTDGR, so the      *
      *  morning shift reads one report instead of a dozen          *
      *  SYSOUTs:                                                    *
      *    - events by severity;                                     *
      *    - events by program and event code, with the first and    *
      *      last time each was raised;                               *
      *    - every event of the day in the order raised, with its    *
      *      run-id, text and counts.                                 *
      *  PARM (via COMMAND-LINE) is the day, YYYYMMDD; blank means    *
      *  yesterday, for the usual run just after midnight. The day     *
      *  is judged by the event's own timestamp.                       *
      *                                                       *
      *  Job return codes: 16 for a PARM that is not a date, or a *
      *  report or JTESTEVT that will not open; 8 when the day had  *
      *  critical or error events; 4 when it had warnings only; 0    *
      *  otherwise. A missing JTESTEVT (status 35) means no event     *
      *  was ever raised.                                             *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
           select JTEST-DIG-REPORT assign to JTESTDGR
               organization is line sequential
               file status is WS-Rpt-File-Status.
       data division.
       file section.
       fd  JTEST-EVT-FILE.
       copy JTESTEVT.
       fd  JTEST-DIG-REPORT.
       01  JTEST-DIG-PRINT-LINE       pic X(132).
       working-storage section.
       01  WS-Evt-File-Status         pic X(2).
       01  WS-Rpt-File-Status         pic X(2).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-Evt-File-Present        pic X value 'Y'.
       01  WS-Parm-Value              pic X(16) value spaces.
       01  WS-Digest-Date             pic X(8).
       01  WS-Digest-Date-N redefines WS-Digest-Date
                                      pic 9(8).
       01  WS-Today-Date              pic 9(8).
       01  WS-Date-Integer            pic 9(7).
       01  WS-Cnt-Scanned             pic 9(9) value 0.
       01  WS-Cnt-Day                 pic 9(9) value 0.
       01  WS-Cnt-Critical            pic 9(9) value 0.
       01  WS-Cnt-Error               pic 9(9) value 0.
       01  WS-Cnt-Warning             pic 9(9) value 0.
       01  WS-Cnt-Info                pic 9(9) value 0.
       01  WS-Cnt-Unknown             pic 9(9) value 0.
       01  WS-Cnt-Untabled            pic 9(9) value 0.
       01  WS-Spell-Severity          pic X(1).
           88  Spell-Info             value 'I'.
           88  Spell-Warning          value 'W'.
           88  Spell-Error            value 'E'.
           88  Spell-Critical         value 'C'.
       01  WS-Severity-Word           pic X(8).
      *****************************************************
      *  One entry per program + event code raised on the    *
      *  day, in the order first seen.                          *
      *****************************************************
       01  WS-Max-Codes               pic 9(3) value 100.
       01  WS-Code-Count              pic 9(3) value 0.
       01  WS-Code-Idx                pic 9(3).
       01  WS-Code-Found              pic 9(3).
       01  WS-Code-Table.
           05  WS-Code-Entry occurs 100 times.
               10  WS-Ct-Program       pic X(8).
               10  WS-Ct-Event-Code    pic X(8).
               10  WS-Ct-Severity      pic X(1).
               10  WS-Ct-Count         pic 9(7).
               10  WS-Ct-First-Time    pic X(6).
               10  WS-Ct-Last-Time     pic X(6).
      *****************************************************
      *  Print control, same paging idiom as JTESTBIL: page  *
      *  type S (summaries) or D (event detail) picks the      *
      *  column headings repeated on each new page.              *
      *****************************************************
       01  WS-Page-Number             pic 9(4) value 0.
       01  WS-Line-Count              pic 9(2) value 99.
       01  WS-Lines-Per-Page          pic 9(2) value 55.
       01  WS-Page-Type               pic X value 'S'.
       01  WS-Print-Line              pic X(132).
       01  WS-Heading-1.
           05  filler                  pic X(38) value
               'JTESTDIG - BRIDGE DAILY EVENT DIGEST'.
           05  filler                  pic X(5) value 'DAY: '.
           05  WS-H1-Day               pic X(10).
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(5) value 'RUN: '.
           05  WS-H1-Run-Date          pic X(10).
           05  filler                  pic X(50) value spaces.
           05  filler                  pic X(5) value 'PAGE '.
           05  WS-H1-Page              pic ZZZ9.
           05  filler                  pic X(1) value spaces.
       01  WS-Code-Heading.
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(10) value 'PROGRAM'.
           05  filler                  pic X(10) value 'EVENT'.
           05  filler                  pic X(10) value 'SEVERITY'.
           05  filler                  pic X(10) value '     COUNT'.
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(10) value 'FIRST'.
           05  filler                  pic X(74) value 'LAST'.
       01  WS-Detail-Heading-1.
           05  filler                  pic X(10) value 'TIME'.
           05  filler                  pic X(10) value 'PROGRAM'.
           05  filler                  pic X(18) value 'RUN-ID'.
           05  filler                  pic X(10) value 'SEVERITY'.
           05  filler                  pic X(10) value 'EVENT'.
           05  filler                  pic X(74) value 'TEXT'.
       01  WS-Detail-Heading-2.
           05  filler                  pic X(10) value spaces.
           05  filler                  pic X(122) value
               'COUNTS (SEE COPYBOOK JTESTEVT FOR EACH EVENT CODE)'.
       01  WS-Section-Line.
           05  WS-SL-Text              pic X(80).
           05  filler                  pic X(52) value spaces.
       01  WS-Severity-Line.
           05  filler                  pic X(4) value spaces.
           05  WS-SV-Label             pic X(20).
           05  WS-SV-Count             pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(97) value spaces.
       01  WS-Code-Line.
           05  filler                  pic X(4) value spaces.
           05  WS-CL-Program           pic X(10).
           05  WS-CL-Event-Code        pic X(10).
           05  WS-CL-Severity          pic X(10).
           05  WS-CL-Count             pic Z,ZZZ,ZZ9.
           05  filler                  pic X(5) value spaces.
           05  WS-CL-First             pic X(8).
           05  filler                  pic X(2) value spaces.
           05  WS-CL-Last              pic X(8).
           05  filler                  pic X(66) value spaces.
       01  WS-Detail-Line.
           05  WS-DL-Time              pic X(8).
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Program           pic X(8).
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Run-Id            pic X(16).
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Severity          pic X(8).
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Event-Code        pic X(8).
           05  filler                  pic X(2) value spaces.
           05  WS-DL-Text              pic X(74).
       01  WS-Count-Line.
           05  filler                  pic X(10) value spaces.
           05  WS-KL-Count-1           pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(3) value ' / '.
           05  WS-KL-Count-2           pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(3) value ' / '.
           05  WS-KL-Count-3           pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(83) value spaces.
       01  WS-Edit-Time               pic X(8).
       01  WS-Time-Work               pic X(6).
       procedure division.
       A-Main Section.
               display 'Starting JTESTDIG'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               string WS-Current-Timestamp(1:4) '-'
                      WS-Current-Timestamp(5:2) '-'
                      WS-Current-Timestamp(7:2)
                   delimited by size into WS-H1-Run-Date
               perform B-Set-Digest-Date
               string WS-Digest-Date(1:4) '-' WS-Digest-Date(5:2) '-'
                      WS-Digest-Date(7:2)
                   delimited by size into WS-H1-Day
               display 'JTESTDIG: digest of events raised on ['
                   WS-Digest-Date ']'

               open output JTEST-DIG-REPORT
               if WS-Rpt-File-Status not = '00'
                   display
                       'JTESTDIG: ERROR - JTESTDGR open failed ['
                       WS-Rpt-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               perform C-Tally-Day
               perform D-Print-Summaries
               perform E-Print-Detail
               close JTEST-DIG-REPORT

               display '===================================='
               display 'JTESTDIG - daily event digest'
               display '===================================='
               display 'Day                 : ' WS-Digest-Date
               display 'Event records read  : ' WS-Cnt-Scanned
               display 'Events on the day   : ' WS-Cnt-Day
               display 'Critical            : ' WS-Cnt-Critical
               display 'Error               : ' WS-Cnt-Error
               display 'Warning             : ' WS-Cnt-Warning
               display 'Info                : ' WS-Cnt-Info
               display '===================================='
               evaluate true
                   when WS-Cnt-Critical > 0 or WS-Cnt-Error > 0
                       move 8 to return-code
                   when WS-Cnt-Warning > 0 or WS-Cnt-Unknown > 0
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.
           goback.

       B-Set-Digest-Date Section.
               accept WS-Parm-Value from command-line
               if WS-Parm-Value = spaces
                   move WS-Current-Timestamp(1:8) to WS-Today-Date
                   compute WS-Date-Integer =
                       FUNCTION INTEGER-OF-DATE (WS-Today-Date) - 1
                   compute WS-Digest-Date-N =
                       FUNCTION DATE-OF-INTEGER (WS-Date-Integer)
                   exit section
               end-if
               move WS-Parm-Value(1:8) to WS-Digest-Date
               if WS-Digest-Date is not numeric
                   or WS-Parm-Value(9:8) not = spaces
                   or WS-Digest-Date(5:2) < '01'
                   or WS-Digest-Date(5:2) > '12'
                   or WS-Digest-Date(7:2) < '01'
                   or WS-Digest-Date(7:2) > '31'
                   display
                       'JTESTDIG: ERROR - PARM [' WS-Parm-Value
                       '] is not a YYYYMMDD date'
                   move 16 to return-code
                   goback
               end-if.

      *****************************************************
      *  Pass 1: severity totals and the program/code table. *
      *****************************************************
       C-Tally-Day Section.
               open input JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   display
                       'JTESTDIG: no JTESTEVT event file ['
                       WS-Evt-File-Status '] - no events to report'
                   move 'N' to WS-Evt-File-Present
                   exit section
               end-if
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTDIG: ERROR - JTESTEVT open failed ['
                       WS-Evt-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               move 'N' to WS-End-Of-File
               perform C1-Read-Event
               perform until End-Of-File
                   add 1 to WS-Cnt-Scanned
                   if JEV-Timestamp(1:8) = WS-Digest-Date
                       perform C2-Tally-Event
                   end-if
                   perform C1-Read-Event
               end-perform
               close JTEST-EVT-FILE.

       C1-Read-Event Section.
               read JTEST-EVT-FILE
                   at end set End-Of-File to true
               end-read.

       C2-Tally-Event Section.
               add 1 to WS-Cnt-Day
               evaluate true
                   when JEV-Critical
                       add 1 to WS-Cnt-Critical
                   when JEV-Error
                       add 1 to WS-Cnt-Error
                   when JEV-Warning
                       add 1 to WS-Cnt-Warning
                   when JEV-Info
                       add 1 to WS-Cnt-Info
                   when other
                       add 1 to WS-Cnt-Unknown
               end-evaluate
               move 0 to WS-Code-Found
               perform varying WS-Code-Idx from 1 by 1
                   until WS-Code-Idx > WS-Code-Count
                   or WS-Code-Found > 0
                   if WS-Ct-Program (WS-Code-Idx) = JEV-Program
                       and WS-Ct-Event-Code (WS-Code-Idx)
                           = JEV-Event-Code
                       move WS-Code-Idx to WS-Code-Found
                   end-if
               end-perform
               if WS-Code-Found = 0
                   if WS-Code-Count >= WS-Max-Codes
                       add 1 to WS-Cnt-Untabled
                       exit section
                   end-if
                   add 1 to WS-Code-Count
                   move WS-Code-Count to WS-Code-Found
                   move JEV-Program    to WS-Ct-Program (WS-Code-Found)
                   move JEV-Event-Code
                       to WS-Ct-Event-Code (WS-Code-Found)
                   move JEV-Severity   to WS-Ct-Severity (WS-Code-Found)
                   move 0 to WS-Ct-Count (WS-Code-Found)
                   move JEV-Timestamp(9:6)
                       to WS-Ct-First-Time (WS-Code-Found)
               end-if
               add 1 to WS-Ct-Count (WS-Code-Found)
               move JEV-Timestamp(9:6)
                   to WS-Ct-Last-Time (WS-Code-Found).

       D-Print-Summaries Section.
               move 'S' to WS-Page-Type
               perform G2-Start-New-Page
               move 'EVENTS BY SEVERITY' to WS-SL-Text
               perform G3-Write-Section-Line
               move 'CRITICAL' to WS-SV-Label
               move WS-Cnt-Critical to WS-SV-Count
               perform G4-Write-Severity-Line
               move 'ERROR' to WS-SV-Label
               move WS-Cnt-Error to WS-SV-Count
               perform G4-Write-Severity-Line
               move 'WARNING' to WS-SV-Label
               move WS-Cnt-Warning to WS-SV-Count
               perform G4-Write-Severity-Line
               move 'INFO' to WS-SV-Label
               move WS-Cnt-Info to WS-SV-Count
               perform G4-Write-Severity-Line
               if WS-Cnt-Unknown > 0
                   move 'UNKNOWN SEVERITY' to WS-SV-Label
                   move WS-Cnt-Unknown to WS-SV-Count
                   perform G4-Write-Severity-Line
               end-if
               move 'TOTAL' to WS-SV-Label
               move WS-Cnt-Day to WS-SV-Count
               perform G4-Write-Severity-Line
               if WS-Evt-File-Present = 'N'
                   move spaces to WS-Print-Line
                   perform G1-Write-Report-Line
                   move 'NO JTESTEVT EVENT FILE - NO EVENT EVER RAISED'
                       to WS-SL-Text
                   perform G3-Write-Section-Line
               end-if

               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move 'EVENTS BY PROGRAM AND EVENT CODE' to WS-SL-Text
               perform G3-Write-Section-Line
               move WS-Code-Heading to WS-Print-Line
               perform G1-Write-Report-Line
               perform varying WS-Code-Idx from 1 by 1
                   until WS-Code-Idx > WS-Code-Count
                   perform D1-Print-Code-Line
               end-perform
               if WS-Code-Count = 0
                   move '    NONE' to WS-SL-Text
                   perform G3-Write-Section-Line
               end-if
               if WS-Cnt-Untabled > 0
                   move spaces to WS-SL-Text
                   string '    MORE THAN 100 PROGRAM/CODE PAIRS - '
                          WS-Cnt-Untabled ' EVENTS NOT TABLED ABOVE'
                       delimited by size into WS-SL-Text
                   perform G3-Write-Section-Line
               end-if.

       D1-Print-Code-Line Section.
               move spaces to WS-Code-Line
               move WS-Ct-Program (WS-Code-Idx)    to WS-CL-Program
               move WS-Ct-Event-Code (WS-Code-Idx) to WS-CL-Event-Code
               move WS-Ct-Severity (WS-Code-Idx)   to WS-Spell-Severity
               perform G6-Spell-Severity
               move WS-Severity-Word to WS-CL-Severity
               move WS-Ct-Count (WS-Code-Idx) to WS-CL-Count
               move WS-Ct-First-Time (WS-Code-Idx) to WS-Edit-Time
               perform G5-Edit-Time
               move WS-Edit-Time to WS-CL-First
               move WS-Ct-Last-Time (WS-Code-Idx) to WS-Edit-Time
               perform G5-Edit-Time
               move WS-Edit-Time to WS-CL-Last
               move WS-Code-Line to WS-Print-Line
               perform G1-Write-Report-Line.

      *****************************************************
      *  Pass 2: every event of the day in the order raised. *
      *****************************************************
       E-Print-Detail Section.
               if WS-Cnt-Day = 0
                   exit section
               end-if
               move 'D' to WS-Page-Type
               perform G2-Start-New-Page
               open input JTEST-EVT-FILE
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTDIG: ERROR - JTESTEVT reopen failed ['
                       WS-Evt-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               move 'N' to WS-End-Of-File
               perform C1-Read-Event
               perform until End-Of-File
                   if JEV-Timestamp(1:8) = WS-Digest-Date
                       perform E1-Print-Event
                   end-if
                   perform C1-Read-Event
               end-perform
               close JTEST-EVT-FILE.

       E1-Print-Event Section.
               if WS-Line-Count + 2 > WS-Lines-Per-Page
                   perform G2-Start-New-Page
               end-if
               move spaces to WS-Detail-Line
               move JEV-Timestamp(9:6) to WS-Edit-Time
               perform G5-Edit-Time
               move WS-Edit-Time   to WS-DL-Time
               move JEV-Program    to WS-DL-Program
               move JEV-Run-Id     to WS-DL-Run-Id
               move JEV-Severity   to WS-Spell-Severity
               perform G6-Spell-Severity
               move WS-Severity-Word to WS-DL-Severity
               move JEV-Event-Code to WS-DL-Event-Code
               move JEV-Text       to WS-DL-Text
               move WS-Detail-Line to WS-Print-Line
               perform G1-Write-Report-Line
               if JEV-Count-1 is numeric
                   and JEV-Count-2 is numeric
                   and JEV-Count-3 is numeric
                   and (JEV-Count-1 > 0 or JEV-Count-2 > 0
                        or JEV-Count-3 > 0)
                   move JEV-Count-1 to WS-KL-Count-1
                   move JEV-Count-2 to WS-KL-Count-2
                   move JEV-Count-3 to WS-KL-Count-3
                   move WS-Count-Line to WS-Print-Line
                   perform G1-Write-Report-Line
               end-if.

       G1-Write-Report-Line Section.
               if WS-Line-Count >= WS-Lines-Per-Page
                   perform G2-Start-New-Page
               end-if
               write JTEST-DIG-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               add 1 to WS-Line-Count.

       G2-Start-New-Page Section.
               add 1 to WS-Page-Number
               move WS-Page-Number to WS-H1-Page
               write JTEST-DIG-PRINT-LINE from WS-Heading-1
                   after advancing page
               move spaces to WS-Print-Line
               write JTEST-DIG-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               move 2 to WS-Line-Count
               if WS-Page-Type = 'D'
                   write JTEST-DIG-PRINT-LINE from WS-Detail-Heading-1
                       after advancing 1 line
                   write JTEST-DIG-PRINT-LINE from WS-Detail-Heading-2
                       after advancing 1 line
                   move spaces to WS-Print-Line
                   write JTEST-DIG-PRINT-LINE from WS-Print-Line
                       after advancing 1 line
                   add 3 to WS-Line-Count
               end-if.

       G3-Write-Section-Line Section.
               move WS-Section-Line to WS-Print-Line
               perform G1-Write-Report-Line.

       G4-Write-Severity-Line Section.
               move WS-Severity-Line to WS-Print-Line
               perform G1-Write-Report-Line.

      *****************************************************
      *  HHMMSS as HH:MM:SS                                  *
      *****************************************************
       G5-Edit-Time Section.
               move WS-Edit-Time(1:6) to WS-Time-Work
               move spaces to WS-Edit-Time
               string WS-Time-Work(1:2) ':' WS-Time-Work(3:2) ':'
                      WS-Time-Work(5:2)
                   delimited by size into WS-Edit-Time
               end-string.

       G6-Spell-Severity Section.
               evaluate true
                   when Spell-Critical
                       move 'CRITICAL' to WS-Severity-Word
                   when Spell-Error
                       move 'ERROR' to WS-Severity-Word
                   when Spell-Warning
                       move 'WARNING' to WS-Severity-Word
                   when Spell-Info
                       move 'INFO' to WS-Severity-Word
                   when other
                       move WS-Spell-Severity to WS-Severity-Word
               end-evaluate.
