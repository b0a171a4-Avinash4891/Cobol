      *  Run it against the JTESTLOG slice that covers the        *
      *  same run as JTESTIN, or the whole-file history will       *
      *  show every other run as an unexpected caller.              *
      *  Missing audits are also raised as one RECMISS event on     *
      *  the JTESTEVT event file (copybook JTESTEVT).               *
      *****************************************************
       environment division.
       input-output section.
           select JTEST-WK2-FILE assign to JTESTWK2
               organization is line sequential
               file status is WS-Wk2-File-Status.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
           select SORT-CASE-FILE assign to SORTWK01.
           select SORT-LOG-FILE assign to SORTWK02.
       data division.
       01  JTEST-WK2-RECORD.
           05  WK2-Corr-Id             pic X(220).
           05  WK2-Timestamp           pic X(21).
       fd  JTEST-EVT-FILE.
       01  JTEST-EVT-LINE             pic X(200).
       sd  SORT-CASE-FILE.
       01  SORT-CASE-RECORD.
           05  SRC-Corr-Id             pic X(220).
           05  SRL-Corr-Id             pic X(220).
           05  SRL-Timestamp           pic X(21).
       working-storage section.
       copy JTESTEVT.
       01  WS-In-File-Status          pic X(2).
       01  WS-Evt-File-Status         pic X(2).
       01  WS-Evt-Run-Id              pic X(16).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-Log-File-Status         pic X(2).
       01  WS-Wk1-File-Status         pic X(2).
       01  WS-Wk2-File-Status         pic X(2).
       procedure division.
       A-Main Section.
               display 'Starting JTESTREC'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               move WS-Current-Timestamp(1:16) to WS-Evt-Run-Id

               sort SORT-CASE-FILE
                   on ascending key SRC-Corr-Id
               perform E-Print-Reconciliation

               if WS-Cnt-Missing-Audit > 0
                   initialize JTEST-EVENT-RECORD
                   set JEV-Error to true
                   move 'RECMISS' to JEV-Event-Code
                   move 'TEST CASES WITH NO JTESTLOG AUDIT RECORD'
                       to JEV-Text
                   move WS-Cnt-Missing-Audit to JEV-Count-1
                   move WS-Case-Read-Count   to JEV-Count-2
                   move WS-Log-Read-Count    to JEV-Count-3
                   perform F-Write-Event
                   move 8 to return-code
               else
                   if WS-Cnt-Unexpected > 0 or WS-Cnt-Duplicate > 0
               display 'Unexpected callers  : ' WS-Cnt-Unexpected
               display 'Duplicate audits    : ' WS-Cnt-Duplicate
               display '===================================='.

      *****************************************************
      *  Appends the event staged in JTEST-EVENT-RECORD to    *
      *  the JTESTEVT event file (same append idiom as          *
      *  JTESTLOG). A file that will not open only warns - the   *
      *  return code still tells the scheduler.                   *
      *****************************************************
       F-Write-Event Section.
               move FUNCTION CURRENT-DATE to JEV-Timestamp
               move 'JTESTREC'    to JEV-Program
               move WS-Evt-Run-Id to JEV-Run-Id
               open extend JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   open output JTEST-EVT-FILE
               end-if
               if WS-Evt-File-Status not = '00'
                   and WS-Evt-File-Status not = '05'
                   display
                       'JTESTREC: WARNING - JTESTEVT open failed ['
                       WS-Evt-File-Status '] - event ['
                       JEV-Event-Code '] not raised'
                   exit section
               end-if
               write JTEST-EVT-LINE from JTEST-EVENT-RECORD
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTREC: WARNING - JTESTEVT write failed ['
                       WS-Evt-File-Status ']'
               end-if
               close JTEST-EVT-FILE.
