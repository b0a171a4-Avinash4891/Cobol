      *  points over the trailing average (default 10).          *
      *  Ends with return-code 4 when any day was flagged,       *
      *  0 otherwise.                                             *
      *  A flagged newest day (the latest run) is also appended  *
      *  to the JTESTEVT event file as a TRDFLAG event (copybook   *
      *  JTESTEVT); older flagged days were raised on their own     *
      *  night and are not raised again.                            *
      *****************************************************
       environment division.
       input-output section.
           select JTEST-HST-FILE assign to JTESTHST
               organization is line sequential
               file status is WS-Hst-File-Status.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
       data division.
       file section.
       fd  JTEST-HST-FILE.
       copy JTESTHST.
       fd  JTEST-EVT-FILE.
       01  JTEST-EVT-LINE             pic X(200).
       working-storage section.
       copy JTESTEVT.
       01  WS-Hst-File-Status         pic X(2).
       01  WS-Evt-File-Status         pic X(2).
       01  WS-Evt-Run-Id              pic X(16).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-Parm-Value              pic X(16) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting JTESTTRD'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               move WS-Current-Timestamp(1:16) to WS-Evt-Run-Id
               perform B-Set-Report-Options

               open input JTEST-HST-FILE
                       WS-Trail-Avg + WS-Tolerance-Pct
                       move '  <-- ALERT' to WS-Alert-Mark
                       add 1 to WS-Flagged-Days
                       if WS-Day-Seq = WS-Days-Held
                           perform E2-Raise-Flagged-Day
                       end-if
                   end-if
               else
                   move spaces to WS-Trail-Avg-Out

               add WS-Fail-Pct to WS-Trail-Sum
               add 1 to WS-Trail-Days.

       E2-Raise-Flagged-Day Section.
               initialize JTEST-EVENT-RECORD
               set JEV-Warning to true
               move 'TRDFLAG' to JEV-Event-Code
               move WS-Fail-Pct to WS-Fail-Pct-Disp
               string 'FAILURE RATE ' WS-Fail-Pct-Disp
                      ' PCT OVER TRAILING AVERAGE ' WS-Trail-Avg-Disp
                      ' PCT + TOLERANCE'
                   delimited by size into JEV-Text
               move WS-Hst-Run-Date (WS-Tbl-Idx) to JEV-Count-1
               move WS-Hst-Rc8Plus (WS-Tbl-Idx)  to JEV-Count-2
               move WS-Hst-Total (WS-Tbl-Idx)    to JEV-Count-3
               perform F-Write-Event.

      *****************************************************
      *  Appends the event staged in JTEST-EVENT-RECORD to    *
      *  the JTESTEVT event file (same append idiom as          *
      *  JTESTHST). A file that will not open only warns.        *
      *****************************************************
       F-Write-Event Section.
               move FUNCTION CURRENT-DATE to JEV-Timestamp
               move 'JTESTTRD'    to JEV-Program
               move WS-Evt-Run-Id to JEV-Run-Id
               open extend JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   open output JTEST-EVT-FILE
               end-if
               if WS-Evt-File-Status not = '00'
                   and WS-Evt-File-Status not = '05'
                   display
                       'JTESTTRD: WARNING - JTESTEVT open failed ['
                       WS-Evt-File-Status '] - event ['
                       JEV-Event-Code '] not raised'
                   exit section
               end-if
               write JTEST-EVT-LINE from JTEST-EVENT-RECORD
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTTRD: WARNING - JTESTEVT write failed ['
                       WS-Evt-File-Status ']'
               end-if
               close JTEST-EVT-FILE.
