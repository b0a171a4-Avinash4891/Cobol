      *  short waits - until the card says RESUME (or STOP,         *
      *  or the command disappears), so a short Java-side            *
      *  bounce does not cost a cancel-and-pray.                      *
      *                                                       *
      *  Result file: every case the run processes gets one     *
      *  JTESTRES record (see the copybook) - run-id, case        *
      *  number, suite, full correlation id, scenario, expected    *
      *  and actual rc, outcome, and the elapsed time of the        *
      *  CALL as the driver measured it - so JTESTCMP can tell       *
      *  tonight's new failures from the breaks everyone already      *
      *  knows about. The file follows the reject file's open         *
      *  rules (EXTEND on a same-PARM restart); a run without a       *
      *  JTESTRES DD just logs a warning.                              *
      *                                                       *
      *  An operator quiesce is also raised as a DRVQUIES       *
      *  event on the JTESTEVT event file (copybook JTESTEVT),    *
      *  so the monitoring feed knows the night stopped short.    *
      *****************************************************
       environment division.
       input-output section.
               access is sequential
               record key is JSM-Scenario-Code
               file status is WS-Scn-File-Status.
           select JTEST-SCV-FILE assign to JTESTSCV
               organization is indexed
               access is sequential
               record key is JSV-Key
               file status is WS-Scv-File-Status.
           select JTEST-SUM-FILE assign to JTESTSUM
               organization is line sequential
               file status is WS-Sum-File-Status.
           select JTEST-OPR-FILE assign to JTESTOPR
               organization is line sequential
               file status is WS-Opr-File-Status.
           select JTEST-RES-FILE assign to JTESTRES
               organization is line sequential
               file status is WS-Res-File-Status.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
       data division.
       file section.
       fd  JTEST-IN-FILE.
       copy JTESTCHK.
       fd  JTEST-SCN-FILE.
       copy JTESTSCN.
       fd  JTEST-SCV-FILE.
       copy JTESTSCV.
       fd  JTEST-SUM-FILE.
       copy JTESTSUM.
       fd  JTEST-REJ-FILE.
       01  JTEST-OPERATOR-CARD.
           05  JOP-Command             pic X(8).
           05  filler                  pic X(72).
       fd  JTEST-RES-FILE.
       copy JTESTRES.
       fd  JTEST-EVT-FILE.
       01  JTEST-EVT-LINE             pic X(200).
       working-storage section.
       copy JTESTEVT.
       copy JTESTREQ.
       copy JTESTOVF.
       copy JTESTRSP.
       01  WS-In-File-Status          pic X(2).
       01  WS-Chk-File-Status         pic X(2).
       01  WS-Scn-File-Status         pic X(2).
       01  WS-Scv-File-Status         pic X(2).
       01  WS-Sum-File-Status         pic X(2).
       01  WS-Rej-File-Status         pic X(2).
       01  WS-Evt-File-Status         pic X(2).
       01  WS-Parm-Line               pic X(64) value spaces.
       01  WS-Parm-Tok2               pic X(24) value spaces.
       01  WS-Parm-Tok3               pic X(24) value spaces.
       01  WS-Rej-End-Of-File         pic X value 'N'.
           88  Rej-End-Of-File        value 'Y'.
       01  WS-Rej-Reason              pic X(3).
       01  WS-Res-File-Status         pic X(2).
       01  WS-Res-Writable            pic X value 'N'.
           88  Res-Writable           value 'Y'.
       01  WS-Cnt-Results             pic 9(6) value 0.
       01  WS-Res-Outcome             pic X(1).
       01  WS-Call-Start-Timestamp    pic X(21).
       01  WS-Call-End-Timestamp      pic X(21).
       01  WS-Clock-Hh                pic 9(2).
       01  WS-Clock-Mm                pic 9(2).
       01  WS-Clock-Ss                pic 9(2).
       01  WS-Clock-Cc                pic 9(2).
       01  WS-Start-Hund              pic 9(9).
       01  WS-End-Hund                pic 9(9).
       01  WS-Call-Elapsed-Hund       pic 9(7) value 0.
       01  WS-Full-Correlation-Id     pic X(220).
       01  WS-Overflow-Length         pic 9(4).
       01  WS-End-Of-File             pic X value 'N'.
           05  WS-Scn-Tbl-Entry occurs 50 times.
               10  WS-Scn-Tbl-Code     pic X(10).
               10  WS-Scn-Tbl-Enabled  pic X(1).
       01  WS-Scv-End-Of-File         pic X value 'N'.
           88  Scv-End-Of-File        value 'Y'.
       01  WS-Ver-Tbl-Count           pic 9(2) value 0.
       01  WS-Ver-Tbl-Idx             pic 9(2).
       01  WS-Scenario-Version-Table.
           05  WS-Ver-Tbl-Entry occurs 50 times.
               10  WS-Ver-Tbl-Code     pic X(10).
               10  WS-Ver-Tbl-Eff-Ts   pic X(14).
               10  WS-Ver-Tbl-Enabled  pic X(1).
      *****************************************************
      *  A staged version's JSV-Image viewed through the      *
      *  scenario master layout (JTESTSCN is closed by the time  *
      *  the versions are loaded, so not its record area).        *
      *****************************************************
           copy JTESTSCN replacing
               ==JTEST-SCENARIO-RECORD== by ==WS-Staged-Image==
               leading ==JSM-== by ==WS-Img-==.
       01  WS-Case-Eff-Ts             pic X(14).
       01  WS-Scn-Res-Enabled         pic X(1).
       procedure division.
       A-Main Section.
               display 'Starting JTESTDRV'
                       ' not be written to the reject file'
               end-if

               if WS-Restart-Point > 0
                   open extend JTEST-RES-FILE
                   if WS-Res-File-Status = '35'
                       open output JTEST-RES-FILE
                   end-if
               else
                   open output JTEST-RES-FILE
               end-if
               if WS-Res-File-Status = '00' or WS-Res-File-Status = '05'
                   set Res-Writable to true
               else
                   display
                       'JTESTDRV: WARNING - JTESTRES open failed ['
                       WS-Res-File-Status '] - per-case results will'
                       ' not be written'
               end-if

               if WS-Restart-Point > 0
                   display
                       'JTESTDRV: restarting after case ['
               if Rej-Writable
                   close JTEST-REJ-FILE
               end-if
               if Res-Writable
                   close JTEST-RES-FILE
               end-if

               perform D-Write-Checkpoint

               display 'JTESTDRV: mismatches [' WS-Cnt-Mismatch ']'
               display 'JTESTDRV: bad scenar.[' WS-Cnt-Bad-Scenario ']'
               display 'JTESTDRV: rejected   [' WS-Cnt-Rejected ']'
               display 'JTESTDRV: results    [' WS-Cnt-Results ']'
               if WS-Cnt-Prior-Rejects > 0
                   display
                       'JTESTDRV: prior rej. [' WS-Cnt-Prior-Rejects
                       'JTESTDRV: quiesced by operator STOP after'
                       ' case [' WS-Test-Case-Number '] - restart'
                       ' with the same PARM to resume'
                   initialize JTEST-EVENT-RECORD
                   set JEV-Warning to true
                   move 'DRVQUIES' to JEV-Event-Code
                   move 'QUIESCED BY OPERATOR STOP - RESUME SAME PARM'
                       to JEV-Text
                   move WS-Test-Case-Number to JEV-Count-1
                   move WS-Cnt-Mismatch     to JEV-Count-2
                   move WS-Cnt-Rejected     to JEV-Count-3
                   perform G-Write-Event
                   move 2 to return-code
               end-if.
           goback.
      *  master cannot be opened, or holds more codes than       *
      *  the table, validation is switched off and every         *
      *  case goes through to JAVATEST as before.                 *
      *  The pending staged versions in JTESTSCV are loaded        *
      *  alongside (B10), so a case is validated against the        *
      *  entry in force at its own JTC-Timestamp - the same rule      *
      *  JAVATEST resolves the call by.                                *
      *****************************************************
       B4-Load-Scenario-Table Section.
               move 'N' to WS-Scn-Validate
                   end-read
               end-perform
               close JTEST-SCN-FILE
               if Scn-Validate-On
                   perform B10-Load-Version-Table
               end-if
               if Scn-Validate-On
                   display
                       'JTESTDRV: scenario pre-validation active ['
                       WS-Scn-Tbl-Count '] codes loaded'
               end-if.

      *****************************************************
      *  Staged versions: only the pending ones matter, held  *
      *  in key order (code, then effective time) so the last    *
      *  match for a code is the latest. No JTESTSCV means no       *
      *  staged changes; more than the table holds switches           *
      *  pre-validation off, like the master table.                    *
      *****************************************************
       B10-Load-Version-Table Section.
               open input JTEST-SCV-FILE
               if WS-Scv-File-Status not = '00'
                   display
                       'JTESTDRV: JTESTSCV not available ['
                       WS-Scv-File-Status '] - staged scenario'
                       ' changes not considered'
                   exit section
               end-if
               perform until Scv-End-Of-File
                   read JTEST-SCV-FILE
                       at end
                           set Scv-End-Of-File to true
                       not at end
                           if JSV-Pending
                               if WS-Ver-Tbl-Count >= 50
                                   display
                                       'JTESTDRV: WARNING - more than'
                                       ' 50 staged versions -'
                                       ' pre-validation disabled'
                                   move 'N' to WS-Scn-Validate
                                   set Scv-End-Of-File to true
                               else
                                   add 1 to WS-Ver-Tbl-Count
                                   move JSV-Scenario-Code
                                       to WS-Ver-Tbl-Code
                                       (WS-Ver-Tbl-Count)
                                   move JSV-Effective-Ts
                                       to WS-Ver-Tbl-Eff-Ts
                                       (WS-Ver-Tbl-Count)
                                   move JSV-Image to WS-Staged-Image
                                   move WS-Img-Enabled-Flag
                                       to WS-Ver-Tbl-Enabled
                                       (WS-Ver-Tbl-Count)
                               end-if
                           end-if
                   end-read
               end-perform
               close JTEST-SCV-FILE
               if WS-Ver-Tbl-Count > 0
                   display
                       'JTESTDRV: staged scenario versions loaded ['
                       WS-Ver-Tbl-Count ']'
               end-if.

       C-Run-Test-Case Section.
               add 1 to WS-Test-Case-Number
               if WS-Suite-Selected = 'Y'
                   if WS-Scn-Tbl-Code (WS-Scn-Tbl-Idx)
                       = JTC-Scenario-Code
                       move 'Y' to WS-Scn-Tbl-Found
                       move WS-Scn-Tbl-Enabled (WS-Scn-Tbl-Idx)
                           to WS-Scn-Res-Enabled
                       exit perform
                   end-if
               end-perform
               if WS-Ver-Tbl-Count > 0
                   perform C10-Apply-Staged-Versions
               end-if
               if WS-Scn-Tbl-Found = 'N'
                   move 'N' to WS-Case-Runnable
                   perform C7-Count-Bad-Scenario
                   move 0 to WS-Call-Return-Code
                   move 'SCN' to WS-Rej-Reason
                   perform C4-Write-Reject
                   move 'S' to WS-Res-Outcome
                   move 0 to WS-Call-Elapsed-Hund
                   perform F-Write-Result
               else
                   if WS-Scn-Res-Enabled not = 'Y'
                       move 'N' to WS-Case-Runnable
                       perform C7-Count-Bad-Scenario
                       display
                       move 0 to WS-Call-Return-Code
                       move 'SCN' to WS-Rej-Reason
                       perform C4-Write-Reject
                       move 'S' to WS-Res-Outcome
                       move 0 to WS-Call-Elapsed-Hund
                       perform F-Write-Result
                   end-if
               end-if.

      *****************************************************
      *  The case's JTC-Timestamp picks the version in force, *
      *  as JAVATEST will: the latest pending staged version of  *
      *  the code effective at or before it overrides the master   *
      *  entry (and supplies one the master does not have yet). A   *
      *  timestamp that is not usable is judged by the clock now.    *
      *****************************************************
       C10-Apply-Staged-Versions Section.
               move spaces to WS-Case-Eff-Ts
               string JTC-Timestamp(1:4)  delimited by size
                      JTC-Timestamp(6:2)  delimited by size
                      JTC-Timestamp(9:2)  delimited by size
                      JTC-Timestamp(12:2) delimited by size
                      JTC-Timestamp(15:2) delimited by size
                      JTC-Timestamp(18:2) delimited by size
                   into WS-Case-Eff-Ts
               end-string
               if WS-Case-Eff-Ts is not numeric
                   move FUNCTION CURRENT-DATE (1:14) to WS-Case-Eff-Ts
               end-if
               perform varying WS-Ver-Tbl-Idx from 1 by 1
                   until WS-Ver-Tbl-Idx > WS-Ver-Tbl-Count
                   if WS-Ver-Tbl-Code (WS-Ver-Tbl-Idx)
                       = JTC-Scenario-Code
                       and WS-Ver-Tbl-Eff-Ts (WS-Ver-Tbl-Idx)
                           not > WS-Case-Eff-Ts
                       move 'Y' to WS-Scn-Tbl-Found
                       move WS-Ver-Tbl-Enabled (WS-Ver-Tbl-Idx)
                           to WS-Scn-Res-Enabled
                   end-if
               end-perform.

       C3-Call-Javatest Section.
               move JTC-Request   to JTEST-REQUEST
               move JTC-Overflow  to JTEST-OVERFLOW
               move spaces        to JTEST-RESPONSE
               move FUNCTION CURRENT-DATE to WS-Call-Start-Timestamp
               call 'JAVATEST' using by reference JTEST-REQUEST
                                      by reference JTEST-OVERFLOW
                                      by reference JTEST-RESPONSE
               move return-code to WS-Call-Return-Code
               move FUNCTION CURRENT-DATE to WS-Call-End-Timestamp
               perform F1-Compute-Call-Elapsed
               display
                   'JTESTDRV: case [' WS-Test-Case-Number
                   '] scenario [' JTR-Scenario-Code
                   add 1 to WS-Sui-Run (WS-Cur-Suite-Idx)
               end-if

               move 'P' to WS-Res-Outcome
               perform C1-Check-Expected-Rc
               perform F-Write-Result.

       C1-Check-Expected-Rc Section.
               if JTC-Expected-Rc is not numeric
                       'JTESTDRV: bridge says [' JRS-Message-Text ']'
                   move 'RCM' to WS-Rej-Reason
                   perform C4-Write-Reject
                   move 'F' to WS-Res-Outcome
               else
                   if WS-Call-Return-Code not = JTC-Expected-Rc
                       perform C6-Count-Mismatch
                           JRS-Message-Text ']'
                       move 'RCM' to WS-Rej-Reason
                       perform C4-Write-Reject
                       move 'F' to WS-Res-Outcome
                   end-if
               end-if.

                   'JTESTDRV: SUITE ERROR - suite ['
                   WS-Suite-Filter '] named in PARM not found'
                   ' in the case file'.

      *****************************************************
      *  Writes the case's JTESTRES record. WS-Res-Outcome   *
      *  and WS-Call-Elapsed-Hund are set by the caller: P/F   *
      *  after C1-Check-Expected-Rc, S (with zero rc and        *
      *  elapsed) when pre-validation stopped the case.          *
      *****************************************************
       F-Write-Result Section.
               if not Res-Writable
                   exit section
               end-if
               perform C5-Resolve-Case-Corr-Id
               move spaces to JTEST-RESULT-RECORD
               move WS-Run-Id              to JRR-Run-Id
               move WS-Test-Case-Number    to JRR-Case-Number
               if WS-Cur-Suite-Idx > 0
                   move WS-Sui-Name (WS-Cur-Suite-Idx)
                       to JRR-Suite-Name
               end-if
               move JTC-Scenario-Code      to JRR-Scenario-Code
               move JTC-Source-System      to JRR-Source-System
               move JTC-Expected-Rc        to JRR-Expected-Rc
               move WS-Call-Return-Code    to JRR-Actual-Rc
               move WS-Res-Outcome         to JRR-Outcome
               move WS-Call-Elapsed-Hund   to JRR-Elapsed-Hund
               move FUNCTION CURRENT-DATE  to JRR-Timestamp
               move WS-Full-Correlation-Id to JRR-Correlation-Id
               write JTEST-RESULT-RECORD
               if WS-Res-File-Status not = '00'
                   display
                       'JTESTDRV: WARNING - JTESTRES write failed ['
                       WS-Res-File-Status ']'
               else
                   add 1 to WS-Cnt-Results
               end-if.

      *****************************************************
      *  Elapsed time of the CALL in hundredths of a second, *
      *  by the same rule as JAVATEST's G-Compute-Elapsed-     *
      *  Time: a call that straddles midnight gets a day's      *
      *  worth of hundredths added to the end clock.             *
      *****************************************************
       F1-Compute-Call-Elapsed Section.
               move WS-Call-Start-Timestamp(9:2)  to WS-Clock-Hh
               move WS-Call-Start-Timestamp(11:2) to WS-Clock-Mm
               move WS-Call-Start-Timestamp(13:2) to WS-Clock-Ss
               move WS-Call-Start-Timestamp(15:2) to WS-Clock-Cc
               compute WS-Start-Hund =
                   ((WS-Clock-Hh * 3600) + (WS-Clock-Mm * 60)
                   + WS-Clock-Ss) * 100 + WS-Clock-Cc
               move WS-Call-End-Timestamp(9:2)  to WS-Clock-Hh
               move WS-Call-End-Timestamp(11:2) to WS-Clock-Mm
               move WS-Call-End-Timestamp(13:2) to WS-Clock-Ss
               move WS-Call-End-Timestamp(15:2) to WS-Clock-Cc
               compute WS-End-Hund =
                   ((WS-Clock-Hh * 3600) + (WS-Clock-Mm * 60)
                   + WS-Clock-Ss) * 100 + WS-Clock-Cc
               if WS-End-Hund < WS-Start-Hund
                   add 8640000 to WS-End-Hund
               end-if
               compute WS-Call-Elapsed-Hund =
                   WS-End-Hund - WS-Start-Hund.

      *****************************************************
      *  Appends the event staged in JTEST-EVENT-RECORD to    *
      *  the JTESTEVT event file, stamped with this run's PARM  *
      *  run-id. Same append idiom as JTESTCHK; a file that will  *
      *  not open only warns.                                      *
      *****************************************************
       G-Write-Event Section.
               move FUNCTION CURRENT-DATE to JEV-Timestamp
               move 'JTESTDRV' to JEV-Program
               move WS-Run-Id  to JEV-Run-Id
               open extend JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   open output JTEST-EVT-FILE
               end-if
               if WS-Evt-File-Status not = '00'
                   and WS-Evt-File-Status not = '05'
                   display
                       'JTESTDRV: WARNING - JTESTEVT open failed ['
                       WS-Evt-File-Status '] - event ['
                       JEV-Event-Code '] not raised'
                   exit section
               end-if
               write JTEST-EVT-LINE from JTEST-EVENT-RECORD
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTDRV: WARNING - JTESTEVT write failed ['
                       WS-Evt-File-Status ']'
               end-if
               close JTEST-EVT-FILE.
