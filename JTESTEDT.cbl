      *    - JTC-Timestamp must be the 26-byte form                    *
      *      YYYY-MM-DD-HH.MM.SS.NNNNNN with sane ranges       *
      *    - JTC-Expected-Rc must be one of the documented      *
      *      return codes 00/04/08/12/16/20/24                   *
      *    - the FULL correlation id (reassembled from the       *
      *      overflow by the same rule JAVATEST applies) must     *
      *      not be shared by cases for different source systems   *
      *      or scenarios - such duplicates would make JTESTREC's   *
      *      reconciliation ambiguous. One id repeated for the       *
      *      same source and scenario is a caller's retry sequence    *
      *      (replayed traffic, multi-attempt scenarios) and is        *
      *      allowed                                                   *
      *    - suite control records ('*' in byte one, see            *
      *      JTESTCAS) must pair correctly: '*HDR' with a            *
      *      name, '*TRL' matching the open header with a            *
      *  Job return codes: 16 when JTESTIN would not open,     *
      *  8 when any record broke a rule (the scheduler holds    *
      *  the regression until the file is clean), 0 otherwise.   *
      *  A file that is not clean is also raised as an EDTREJ     *
      *  event on the JTESTEVT event file (copybook JTESTEVT).     *
      *****************************************************
       environment division.
       input-output section.
           select JTEST-IN-FILE assign to JTESTIN
               organization is line sequential
               file status is WS-In-File-Status.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
           select SORT-WORK-FILE assign to SORTWK01.
       data division.
       file section.
       fd  JTEST-IN-FILE.
       copy JTESTCAS.
       fd  JTEST-EVT-FILE.
       01  JTEST-EVT-LINE             pic X(200).
       sd  SORT-WORK-FILE.
       01  SORT-EDIT-RECORD.
           05  SRT-Corr-Id             pic X(220).
           05  SRT-Case-Number         pic 9(6).
           05  SRT-Source-System       pic X(10).
           05  SRT-Scenario-Code       pic X(10).
       working-storage section.
       copy JTESTEVT.
       01  WS-In-File-Status          pic X(2).
       01  WS-Evt-File-Status         pic X(2).
       01  WS-Evt-Run-Id              pic X(16).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-End-Of-Sort             pic X value 'N'.
       01  WS-Group-Occurs            pic 9(6).
       01  WS-Group-First-Case        pic 9(6).
       01  WS-Group-Last-Case         pic 9(6).
       01  WS-Group-Source            pic X(10).
       01  WS-Group-Scenario          pic X(10).
       01  WS-Group-Mixed             pic X.
       01  WS-Cnt-Suite-Errors        pic 9(6) value 0.
       01  WS-Suite-Open              pic X value 'N'.
           88  Suite-Open             value 'Y'.
       procedure division.
       A-Main Section.
               display 'Starting JTESTEDT'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               move WS-Current-Timestamp(1:16) to WS-Evt-Run-Id

               sort SORT-WORK-FILE
                   on ascending key SRT-Corr-Id
                   display
                       'JTESTEDT: ERROR - case file is not clean -'
                       ' hold the regression'
                   initialize JTEST-EVENT-RECORD
                   set JEV-Error to true
                   move 'EDTREJ' to JEV-Event-Code
                   move 'CASE FILE NOT CLEAN - REGRESSION HELD'
                       to JEV-Text
                   move WS-Cnt-Cases-In-Error to JEV-Count-1
                   move WS-Cnt-Duplicates     to JEV-Count-2
                   move WS-Cnt-Suite-Errors   to JEV-Count-3
                   perform E-Write-Event
                   move 8 to return-code
               else
                   display 'JTESTEDT: case file is clean'
                   when 12
                   when 16
                   when 20
                   when 24
                       continue
                   when other
                       perform C1-Report-Rule-Break
               end-if
               move WS-Full-Correlation-Id to SRT-Corr-Id
               move WS-Case-Number         to SRT-Case-Number
               move JTC-Source-System      to SRT-Source-System
               move JTC-Scenario-Code      to SRT-Scenario-Code
               release SORT-EDIT-RECORD.

      *****************************************************

      *****************************************************
      *  Output procedure: counts occurrences of each         *
      *  distinct full id. A group is a duplicate only when    *
      *  its cases do not all carry the first case's source     *
      *  system and scenario code - a retry sequence under one   *
      *  id passes. A blank id group is skipped here - every      *
      *  blank id was already reported record by record in the     *
      *  field edits.                                               *
      *****************************************************
       D-Check-Duplicates Section.
               perform D1-Return-Sort-Record
                   move SRT-Corr-Id     to WS-Group-Id
                   move 0               to WS-Group-Occurs
                   move SRT-Case-Number to WS-Group-First-Case
                   move SRT-Source-System to WS-Group-Source
                   move SRT-Scenario-Code to WS-Group-Scenario
                   move 'N'             to WS-Group-Mixed
                   perform D2-Count-Group
                   if WS-Group-Occurs > 1 and WS-Group-Id not = spaces
                       and WS-Group-Mixed = 'Y'
                       compute WS-Cnt-Duplicates =
                           WS-Cnt-Duplicates + WS-Group-Occurs - 1
                       display
                           WS-Group-Id '] on ['
                           WS-Group-Occurs '] cases, first ['
                           WS-Group-First-Case '] last ['
                           WS-Group-Last-Case '] with differing'
                           ' source or scenario'
                   end-if
               end-perform.

                   or SRT-Corr-Id not = WS-Group-Id
                   add 1 to WS-Group-Occurs
                   move SRT-Case-Number to WS-Group-Last-Case
                   if SRT-Source-System not = WS-Group-Source
                       or SRT-Scenario-Code not = WS-Group-Scenario
                       move 'Y' to WS-Group-Mixed
                   end-if
                   perform D1-Return-Sort-Record
               end-perform.

      *****************************************************
      *  Appends the event staged in JTEST-EVENT-RECORD to    *
      *  the JTESTEVT event file (same append idiom as          *
      *  JTESTLOG). A file that will not open only warns - the   *
      *  return code still holds the regression.                  *
      *****************************************************
       E-Write-Event Section.
               move FUNCTION CURRENT-DATE to JEV-Timestamp
               move 'JTESTEDT'    to JEV-Program
               move WS-Evt-Run-Id to JEV-Run-Id
               open extend JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   open output JTEST-EVT-FILE
               end-if
               if WS-Evt-File-Status not = '00'
                   and WS-Evt-File-Status not = '05'
                   display
                       'JTESTEDT: WARNING - JTESTEVT open failed ['
                       WS-Evt-File-Status '] - event ['
                       JEV-Event-Code '] not raised'
                   exit section
               end-if
               write JTEST-EVT-LINE from JTEST-EVENT-RECORD
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTEDT: WARNING - JTESTEVT write failed ['
                       WS-Evt-File-Status ']'
               end-if
               close JTEST-EVT-FILE.
