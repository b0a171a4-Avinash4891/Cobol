      *  driver gives the scheduler - and 12 when no summary       *
      *  records were found at all (a leg that never ran is        *
      *  not a healthy night).                                      *
      *  Each failed leg is also raised as an MRGLEGF event, and     *
      *  a run with no legs at all as MRGNOLEG, on the JTESTEVT      *
      *  event file (copybook JTESTEVT).                              *
      *****************************************************
       environment division.
       input-output section.
           select JTEST-SUM-FILE assign to JTESTSUM
               organization is line sequential
               file status is WS-Sum-File-Status.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
       data division.
       file section.
       fd  JTEST-SUM-FILE.
       copy JTESTSUM.
       fd  JTEST-EVT-FILE.
       01  JTEST-EVT-LINE             pic X(200).
       working-storage section.
       copy JTESTEVT.
       01  WS-Sum-File-Status         pic X(2).
       01  WS-Evt-File-Status         pic X(2).
       01  WS-Evt-Run-Id              pic X(16).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-Legs-Read               pic 9(4) value 0.
       procedure division.
       A-Main Section.
               display 'Starting JTESTMRG'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               move WS-Current-Timestamp(1:16) to WS-Evt-Run-Id
               open input JTEST-SUM-FILE
               if WS-Sum-File-Status not = '00'
                   display
                   display
                       'JTESTMRG: ERROR - no run summary records'
                       ' found - did the driver legs run?'
                   initialize JTEST-EVENT-RECORD
                   set JEV-Critical to true
                   move 'MRGNOLEG' to JEV-Event-Code
                   move 'NO DRIVER LEG RUN SUMMARIES FOUND'
                       to JEV-Text
                   perform E-Write-Event
                   move 12 to return-code
               else
                   if WS-Tot-Mismatch > 0 or WS-Tot-Bad-Scenario > 0
               add JSU-Cnt-Rc16         to WS-Tot-Rc16
               add JSU-Cnt-Other        to WS-Tot-Other
               add JSU-Cnt-Mismatch     to WS-Tot-Mismatch
               add JSU-Cnt-Bad-Scenario to WS-Tot-Bad-Scenario
               if JSU-Cnt-Mismatch > 0 or JSU-Cnt-Bad-Scenario > 0
                   initialize JTEST-EVENT-RECORD
                   set JEV-Error to true
                   move 'MRGLEGF' to JEV-Event-Code
                   move 'DRIVER LEG REPORTED FAILED CASES' to JEV-Text
                   move JSU-Cnt-Mismatch     to JEV-Count-1
                   move JSU-Cnt-Bad-Scenario to JEV-Count-2
                   move JSU-Cases-Run        to JEV-Count-3
                   move JSU-Run-Id           to JEV-Run-Id
                   perform E-Write-Event
               end-if.

       D-Print-Combined-Summary Section.
               display '===================================='
               display 'Mismatches          : ' WS-Tot-Mismatch
               display 'Bad scenarios       : ' WS-Tot-Bad-Scenario
               display '===================================='.

      *****************************************************
      *  Appends the event staged in JTEST-EVENT-RECORD to    *
      *  the JTESTEVT event file. A leg failure carries the     *
      *  leg's own run-id; anything else this run's start time.  *
      *  A file that will not open only warns - the return code   *
      *  still tells the scheduler.                                *
      *****************************************************
       E-Write-Event Section.
               move FUNCTION CURRENT-DATE to JEV-Timestamp
               move 'JTESTMRG' to JEV-Program
               if JEV-Run-Id = spaces
                   move WS-Evt-Run-Id to JEV-Run-Id
               end-if
               open extend JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   open output JTEST-EVT-FILE
               end-if
               if WS-Evt-File-Status not = '00'
                   and WS-Evt-File-Status not = '05'
                   display
                       'JTESTMRG: WARNING - JTESTEVT open failed ['
                       WS-Evt-File-Status '] - event ['
                       JEV-Event-Code '] not raised'
                   exit section
               end-if
               write JTEST-EVT-LINE from JTEST-EVENT-RECORD
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTMRG: WARNING - JTESTEVT write failed ['
                       WS-Evt-File-Status ']'
               end-if
               close JTEST-EVT-FILE.
