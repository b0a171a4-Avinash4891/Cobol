      *  JTESTRPT - end of day summary report               *
      *  Reads the JTESTLOG audit file and prints total      *
      *  call volume, a breakdown by return code, and the     *
      *  first and last call timestamps. Rc 24 (caller not   *
      *  entitled to the scenario) has its own line; the       *
      *  history record has no bucket for it, so it is folded   *
      *  into JHR-Cnt-Other there.                              *
      *                                                         *
      *  Also reports call duration per scenario code from       *
      *  JLR-Elapsed-Hund (minimum, maximum, average, in          *
      *    cols 10-16 value, 7 digits zero-padded (percentages     *
      *              are whole percents, e.g. 0000010 = 10 pct)    *
      *  '*' in column 1 is a comment card.                        *
      *  Every breach is also appended to the JTESTEVT event       *
      *  file as an RPTALERT event (copybook JTESTEVT), so the     *
      *  monitoring feed sees it without anyone reading SYSOUT.    *
      *****************************************************
       environment division.
       input-output section.
           select JTEST-TOL-FILE assign to JTESTTOL
               organization is line sequential
               file status is WS-Tol-File-Status.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
       data division.
       file section.
       fd  JTEST-LOG-FILE.
           05  filler                  pic X(1).
           05  JTL-Value               pic X(7).
           05  filler                  pic X(64).
       fd  JTEST-EVT-FILE.
       01  JTEST-EVT-LINE             pic X(200).
       working-storage section.
       copy JTESTEVT.
       01  WS-Log-File-Status         pic X(2).
       01  WS-Hst-File-Status         pic X(2).
       01  WS-Tol-File-Status         pic X(2).
       01  WS-Evt-File-Status         pic X(2).
       01  WS-Evt-Run-Id              pic X(16).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-Tol-End-Of-File         pic X value 'N'.
           88  Tol-End-Of-File        value 'Y'.
       01  WS-Cnt-Rc8                 pic 9(6) value 0.
       01  WS-Cnt-Rc12                pic 9(6) value 0.
       01  WS-Cnt-Rc16                pic 9(6) value 0.
       01  WS-Cnt-Rc24                pic 9(6) value 0.
       01  WS-Cnt-Other               pic 9(6) value 0.
       01  WS-First-Timestamp         pic X(21) value spaces.
       01  WS-Last-Timestamp          pic X(21) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting JTESTRPT'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               move WS-Current-Timestamp(1:16) to WS-Evt-Run-Id
               perform A1-Set-Slow-Threshold
               perform A2-Load-Alert-Limits
               open input JTEST-LOG-FILE
                       add 1 to WS-Cnt-Rc12
                   when 16
                       add 1 to WS-Cnt-Rc16
                   when 24
                       add 1 to WS-Cnt-Rc24
                   when other
                       add 1 to WS-Cnt-Other
               end-evaluate
               display 'RC 08 (UNRECOGNIZED) : ' WS-Cnt-Rc8
               display 'RC 12 (FAIL injected): ' WS-Cnt-Rc12
               display 'RC 16 (INVALID INPUT): ' WS-Cnt-Rc16
               display 'RC 24 (NOT ENTITLED) : ' WS-Cnt-Rc24
               display 'RC other             : ' WS-Cnt-Other
               display 'First call timestamp : ' WS-First-Timestamp
               display 'Last call timestamp  : ' WS-Last-Timestamp
                   move WS-Cnt-Rc8          to JHR-Cnt-Rc8
                   move WS-Cnt-Rc12         to JHR-Cnt-Rc12
                   move WS-Cnt-Rc16         to JHR-Cnt-Rc16
                   compute JHR-Cnt-Other =
                       WS-Cnt-Other + WS-Cnt-Rc24
                   move WS-First-Timestamp  to JHR-First-Timestamp
                   move WS-Last-Timestamp   to JHR-Last-Timestamp
                   write JTEST-HISTORY-RECORD
                       'ALERT: total calls [' WS-Total-Calls
                       '] below minimum expected volume ['
                       WS-Lim-Min-Calls ']'
                   perform F2-Start-Alert-Event
                   move WS-Total-Calls   to JEV-Count-1
                   move WS-Lim-Min-Calls to JEV-Count-2
                   move 'TOTAL CALLS BELOW MINIMUM EXPECTED VOLUME'
                       to JEV-Text
                   perform G-Write-Event
               end-if
               if WS-Cnt-Rc8 > WS-Lim-Max-Cnt08
                   perform F1-Start-Alert-Block
                   display
                       'ALERT: rc 08 count [' WS-Cnt-Rc8
                       '] exceeds limit [' WS-Lim-Max-Cnt08 ']'
                   perform F2-Start-Alert-Event
                   move WS-Cnt-Rc8       to JEV-Count-1
                   move WS-Lim-Max-Cnt08 to JEV-Count-2
                   move 'RC 08 COUNT EXCEEDS LIMIT' to JEV-Text
                   perform G-Write-Event
               end-if
               if WS-Cnt-Rc12 > WS-Lim-Max-Cnt12
                   perform F1-Start-Alert-Block
                   display
                       'ALERT: rc 12 count [' WS-Cnt-Rc12
                       '] exceeds limit [' WS-Lim-Max-Cnt12 ']'
                   perform F2-Start-Alert-Event
                   move WS-Cnt-Rc12      to JEV-Count-1
                   move WS-Lim-Max-Cnt12 to JEV-Count-2
                   move 'RC 12 COUNT EXCEEDS LIMIT' to JEV-Text
                   perform G-Write-Event
               end-if
               if WS-Cnt-Rc16 > WS-Lim-Max-Cnt16
                   perform F1-Start-Alert-Block
                   display
                       'ALERT: rc 16 count [' WS-Cnt-Rc16
                       '] exceeds limit [' WS-Lim-Max-Cnt16 ']'
                   perform F2-Start-Alert-Event
                   move WS-Cnt-Rc16      to JEV-Count-1
                   move WS-Lim-Max-Cnt16 to JEV-Count-2
                   move 'RC 16 COUNT EXCEEDS LIMIT' to JEV-Text
                   perform G-Write-Event
               end-if
               if WS-Total-Calls > 0
                   compute WS-Gate-Pct rounded =
                           'ALERT: rc 08 rate [' WS-Gate-Pct-Disp
                           ' pct] exceeds limit ['
                           WS-Lim-Max-Pct08 ' pct]'
                       perform F2-Start-Alert-Event
                       move WS-Gate-Pct      to JEV-Count-1
                       move WS-Lim-Max-Pct08 to JEV-Count-2
                       string 'RC 08 RATE ' WS-Gate-Pct-Disp
                              ' PCT EXCEEDS LIMIT'
                           delimited by size into JEV-Text
                       perform G-Write-Event
                   end-if
                   compute WS-Gate-Pct rounded =
                       WS-Cnt-Rc12 * 100 / WS-Total-Calls
                           'ALERT: rc 12 rate [' WS-Gate-Pct-Disp
                           ' pct] exceeds limit ['
                           WS-Lim-Max-Pct12 ' pct]'
                       perform F2-Start-Alert-Event
                       move WS-Gate-Pct      to JEV-Count-1
                       move WS-Lim-Max-Pct12 to JEV-Count-2
                       string 'RC 12 RATE ' WS-Gate-Pct-Disp
                              ' PCT EXCEEDS LIMIT'
                           delimited by size into JEV-Text
                       perform G-Write-Event
                   end-if
                   compute WS-Gate-Pct rounded =
                       WS-Cnt-Rc16 * 100 / WS-Total-Calls
                           'ALERT: rc 16 rate [' WS-Gate-Pct-Disp
                           ' pct] exceeds limit ['
                           WS-Lim-Max-Pct16 ' pct]'
                       perform F2-Start-Alert-Event
                       move WS-Gate-Pct      to JEV-Count-1
                       move WS-Lim-Max-Pct16 to JEV-Count-2
                       string 'RC 16 RATE ' WS-Gate-Pct-Disp
                              ' PCT EXCEEDS LIMIT'
                           delimited by size into JEV-Text
                       perform G-Write-Event
                   end-if
               end-if
               if WS-Alert-Count > 0
                   display '************************************'
               end-if
               add 1 to WS-Alert-Count.

       F2-Start-Alert-Event Section.
               initialize JTEST-EVENT-RECORD
               set JEV-Error to true
               move 'RPTALERT' to JEV-Event-Code
               move WS-Total-Calls to JEV-Count-3.

      *****************************************************
      *  Appends the event staged in JTEST-EVENT-RECORD to    *
      *  the JTESTEVT event file (same append idiom as the     *
      *  history file). A file that will not open only warns -  *
      *  the ALERT block and the return code still stand.        *
      *****************************************************
       G-Write-Event Section.
               move FUNCTION CURRENT-DATE to JEV-Timestamp
               move 'JTESTRPT'    to JEV-Program
               move WS-Evt-Run-Id to JEV-Run-Id
               open extend JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   open output JTEST-EVT-FILE
               end-if
               if WS-Evt-File-Status not = '00'
                   and WS-Evt-File-Status not = '05'
                   display
                       'JTESTRPT: WARNING - JTESTEVT open failed ['
                       WS-Evt-File-Status '] - event ['
                       JEV-Event-Code '] not raised'
                   exit section
               end-if
               write JTEST-EVT-LINE from JTEST-EVENT-RECORD
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTRPT: WARNING - JTESTEVT write failed ['
                       WS-Evt-File-Status ']'
               end-if
               close JTEST-EVT-FILE.
