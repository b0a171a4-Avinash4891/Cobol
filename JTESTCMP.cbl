       identification division.
       program-id. JTESTCMP.
      *****************************************************
      *  JTESTCMP - night-over-night regression compare     *
      *  JTESTDRV ends rc 8 whenever any case misses, and     *
      *  there are always a few known breaks, so the on-call    *
      *  cannot tell a new regression from last week's from      *
      *  the job RC alone. This job matches tonight's JTESTRES    *
      *  result file (legs of a partitioned run may be             *
      *  concatenated) against a saved baseline run (JTESTBAS,       *
      *  same layout) and reports, per case:                          *
      *    NEW FAILURE  - passed in the baseline, fails tonight       *
      *    NEWLY PASSING- failed in the baseline, passes tonight      *
      *    STILL FAILING- failed in both                               *
      *    ADDED        - tonight only (a failing added case is        *
      *                   also a new failure when a baseline exists)   *
      *    DROPPED      - baseline only                                *
      *  A case "fails" when its JRR-Outcome is anything but P         *
      *  (rc mismatch or failed scenario pre-validation).              *
      *                                                       *
      *  Match key (PARM):                                    *
      *    KEY=CORRID - the full correlation id (default). Use   *
      *                 when the case file keeps its ids from      *
      *                 night to night.                             *
      *    KEY=CASE   - suite name + leg + case number + scenario    *
      *                 code, for case files regenerated nightly by    *
      *                 JTESTGEN, whose ids carry the generation       *
      *                 date. A different scenario at the same         *
      *                 position shows as dropped + added. The leg     *
      *                 is the 'Pn' ending the run-id of a             *
      *                 partitioned leg (RUN20260821P2 is leg P2;      *
      *                 blank for a serial run), since every leg       *
      *                 numbers its cases from 1. Compare a            *
      *                 partitioned night against a baseline split     *
      *                 the same number of ways.                       *
      *  A key occurring more than once on a side (a retried id)   *
      *  fails on that side if any occurrence failed.               *
      *                                                       *
      *  Both sides are SORTed on the match key into work      *
      *  files, then match-merged the same way JTESTREC         *
      *  balances cases against audits.                          *
      *                                                       *
      *  Job return codes: 8 when there is any new failure,    *
      *  12 when tonight's result file is empty (a run that      *
      *  wrote no results is not a clean night), 16 when a        *
      *  file will not open, otherwise 0 - known breaks, fixes,     *
      *  added and dropped cases are reported but do not fail       *
      *  the job. A missing or empty baseline (first night) is       *
      *  reported as a warning and every case shows as added.         *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-RES-FILE assign to JTESTRES
               organization is line sequential
               file status is WS-Res-File-Status.
           select JTEST-BAS-FILE assign to JTESTBAS
               organization is line sequential
               file status is WS-Bas-File-Status.
           select JTEST-WK1-FILE assign to JTESTWK1
               organization is line sequential
               file status is WS-Wk1-File-Status.
           select JTEST-WK2-FILE assign to JTESTWK2
               organization is line sequential
               file status is WS-Wk2-File-Status.
           select SORT-NEW-FILE assign to SORTWK01.
           select SORT-BAS-FILE assign to SORTWK02.
       i-o-control.
           same record area for JTEST-RES-FILE JTEST-BAS-FILE.
       data division.
       file section.
       fd  JTEST-RES-FILE.
       copy JTESTRES.
       fd  JTEST-BAS-FILE.
       01  JTEST-BASELINE-RECORD      pic X(320).
       fd  JTEST-WK1-FILE.
       01  JTEST-WK1-RECORD.
           05  WK1-Match-Key           pic X(236).
           05  WK1-Outcome             pic X(1).
           05  WK1-Expected-Rc         pic X(2).
           05  WK1-Actual-Rc           pic 9(2).
           05  WK1-Case-Number         pic 9(6).
           05  WK1-Suite-Name          pic X(16).
           05  WK1-Scenario-Code       pic X(10).
           05  WK1-Elapsed-Hund        pic 9(7).
           05  WK1-Corr-Id             pic X(220).
       fd  JTEST-WK2-FILE.
       01  JTEST-WK2-RECORD.
           05  WK2-Match-Key           pic X(236).
           05  WK2-Outcome             pic X(1).
           05  WK2-Expected-Rc         pic X(2).
           05  WK2-Actual-Rc           pic 9(2).
           05  WK2-Case-Number         pic 9(6).
           05  WK2-Suite-Name          pic X(16).
           05  WK2-Scenario-Code       pic X(10).
           05  WK2-Elapsed-Hund        pic 9(7).
           05  WK2-Corr-Id             pic X(220).
       sd  SORT-NEW-FILE.
       01  SORT-NEW-RECORD.
           05  SRN-Match-Key           pic X(236).
           05  SRN-Outcome             pic X(1).
           05  SRN-Expected-Rc         pic X(2).
           05  SRN-Actual-Rc           pic 9(2).
           05  SRN-Case-Number         pic 9(6).
           05  SRN-Suite-Name          pic X(16).
           05  SRN-Scenario-Code       pic X(10).
           05  SRN-Elapsed-Hund        pic 9(7).
           05  SRN-Corr-Id             pic X(220).
       sd  SORT-BAS-FILE.
       01  SORT-BAS-RECORD.
           05  SRB-Match-Key           pic X(236).
           05  SRB-Outcome             pic X(1).
           05  SRB-Expected-Rc         pic X(2).
           05  SRB-Actual-Rc           pic 9(2).
           05  SRB-Case-Number         pic 9(6).
           05  SRB-Suite-Name          pic X(16).
           05  SRB-Scenario-Code       pic X(10).
           05  SRB-Elapsed-Hund        pic 9(7).
           05  SRB-Corr-Id             pic X(220).
       working-storage section.
       01  WS-Res-File-Status         pic X(2).
       01  WS-Bas-File-Status         pic X(2).
       01  WS-Wk1-File-Status         pic X(2).
       01  WS-Wk2-File-Status         pic X(2).
       01  WS-Parm-Line               pic X(64) value spaces.
       01  WS-Key-Mode                pic X(8) value 'CORRID'.
           88  Key-By-Corr-Id         value 'CORRID'.
           88  Key-By-Case            value 'CASE'.
       01  WS-Baseline-Present        pic X value 'Y'.
           88  Baseline-Present       value 'Y'.
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-New-Eof                 pic X value 'N'.
           88  New-Eof                value 'Y'.
       01  WS-Bas-Eof                 pic X value 'N'.
           88  Bas-Eof                value 'Y'.
       01  WS-Match-Key               pic X(236).
       01  WS-Case-Key.
           05  WS-Case-Key-Suite      pic X(16).
           05  WS-Case-Key-Leg        pic X(2).
           05  WS-Case-Key-Number     pic 9(6).
           05  WS-Case-Key-Scenario   pic X(10).
           05  filler                 pic X(202).
       01  WS-Run-Id-Idx              pic 9(2).
       01  WS-Run-Id-Len              pic 9(2).
       01  WS-Group-Key               pic X(236).
       01  WS-New-Occurs              pic 9(6).
       01  WS-Bas-Occurs              pic 9(6).
       01  WS-New-Failed              pic X.
       01  WS-Bas-Failed              pic X.
       01  WS-Grp-Case-Number         pic 9(6).
       01  WS-Grp-Suite-Name          pic X(16).
       01  WS-Grp-Scenario-Code       pic X(10).
       01  WS-Grp-Expected-Rc         pic X(2).
       01  WS-Grp-Actual-Rc           pic 9(2).
       01  WS-Grp-Outcome             pic X(1).
       01  WS-Grp-Corr-Id             pic X(220).
       01  WS-New-Read-Count          pic 9(6) value 0.
       01  WS-Bas-Read-Count          pic 9(6) value 0.
       01  WS-Cnt-New-Failure         pic 9(6) value 0.
       01  WS-Cnt-Newly-Passing       pic 9(6) value 0.
       01  WS-Cnt-Still-Failing       pic 9(6) value 0.
       01  WS-Cnt-Still-Passing       pic 9(6) value 0.
       01  WS-Cnt-Added               pic 9(6) value 0.
       01  WS-Cnt-Added-Failing       pic 9(6) value 0.
       01  WS-Cnt-Dropped             pic 9(6) value 0.
       procedure division.
       A-Main Section.
               display 'Starting JTESTCMP'
               accept WS-Parm-Line from command-line
               evaluate WS-Parm-Line
                   when spaces
                       continue
                   when 'KEY=CORRID'
                       move 'CORRID' to WS-Key-Mode
                   when 'KEY=CASE'
                       move 'CASE' to WS-Key-Mode
                   when other
                       display
                           'JTESTCMP: ERROR - PARM [' WS-Parm-Line
                           '] not KEY=CORRID or KEY=CASE'
                       move 16 to return-code
                       goback
               end-evaluate
               display 'JTESTCMP: matching on [' WS-Key-Mode ']'

               sort SORT-NEW-FILE
                   on ascending key SRN-Match-Key
                   input procedure is B-Release-Tonight
                   giving JTEST-WK1-FILE

               sort SORT-BAS-FILE
                   on ascending key SRB-Match-Key
                   input procedure is C-Release-Baseline
                   giving JTEST-WK2-FILE

               perform D-Match-Merge

               perform E-Print-Comparison

               if WS-New-Read-Count = 0
                   display
                       'JTESTCMP: ERROR - tonight''s result file is'
                       ' empty - the driver run wrote no results'
                   move 12 to return-code
               else
                   if WS-Cnt-New-Failure > 0
                       move 8 to return-code
                   else
                       move 0 to return-code
                   end-if
               end-if.
           goback.

       B-Release-Tonight Section.
               open input JTEST-RES-FILE
               if WS-Res-File-Status not = '00'
                   display
                       'JTESTCMP: ERROR - JTESTRES open failed ['
                       WS-Res-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               move 'N' to WS-End-Of-File
               perform B1-Read-Tonight
               perform until End-Of-File
                   add 1 to WS-New-Read-Count
                   perform B2-Build-Match-Key
                   move WS-Match-Key        to SRN-Match-Key
                   move JRR-Outcome         to SRN-Outcome
                   move JRR-Expected-Rc     to SRN-Expected-Rc
                   move JRR-Actual-Rc       to SRN-Actual-Rc
                   move JRR-Case-Number     to SRN-Case-Number
                   move JRR-Suite-Name      to SRN-Suite-Name
                   move JRR-Scenario-Code   to SRN-Scenario-Code
                   move JRR-Elapsed-Hund    to SRN-Elapsed-Hund
                   move JRR-Correlation-Id  to SRN-Corr-Id
                   release SORT-NEW-RECORD
                   perform B1-Read-Tonight
               end-perform
               close JTEST-RES-FILE.

       B1-Read-Tonight Section.
               read JTEST-RES-FILE
                   at end set End-Of-File to true
               end-read.

      *****************************************************
      *  Builds the match key for the result record now in  *
      *  JTEST-RESULT-RECORD according to the PARM key mode.  *
      *  KEY=CASE takes the leg from a run-id ending 'Pn'.       *
      *****************************************************
       B2-Build-Match-Key Section.
               move spaces to WS-Match-Key
               if Key-By-Case
                   move spaces to WS-Case-Key
                   move JRR-Suite-Name    to WS-Case-Key-Suite
                   move 0 to WS-Run-Id-Len
                   perform varying WS-Run-Id-Idx from 16 by -1
                       until WS-Run-Id-Idx < 1 or WS-Run-Id-Len > 0
                       if JRR-Run-Id(WS-Run-Id-Idx:1) not = space
                           move WS-Run-Id-Idx to WS-Run-Id-Len
                       end-if
                   end-perform
                   if WS-Run-Id-Len > 2
                       if JRR-Run-Id(WS-Run-Id-Len - 1:1) = 'P'
                           and JRR-Run-Id(WS-Run-Id-Len:1) is numeric
                           move JRR-Run-Id(WS-Run-Id-Len - 1:2)
                               to WS-Case-Key-Leg
                       end-if
                   end-if
                   move JRR-Case-Number   to WS-Case-Key-Number
                   move JRR-Scenario-Code to WS-Case-Key-Scenario
                   move WS-Case-Key to WS-Match-Key
               else
                   move JRR-Correlation-Id to WS-Match-Key
               end-if.

      *****************************************************
      *  The baseline shares JTESTRES's record area (see     *
      *  I-O-CONTROL) so both sides build their keys by one     *
      *  rule. No baseline dataset, or an empty one (first      *
      *  night), is a warning.                                     *
      *****************************************************
       C-Release-Baseline Section.
               open input JTEST-BAS-FILE
               if WS-Bas-File-Status = '35'
                   move 'N' to WS-Baseline-Present
                   display
                       'JTESTCMP: WARNING - no baseline result file'
                       ' - every case will be reported as added'
                   exit section
               end-if
               if WS-Bas-File-Status not = '00'
                   display
                       'JTESTCMP: ERROR - JTESTBAS open failed ['
                       WS-Bas-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               move 'N' to WS-End-Of-File
               perform C1-Read-Baseline
               perform until End-Of-File
                   add 1 to WS-Bas-Read-Count
                   perform B2-Build-Match-Key
                   move WS-Match-Key        to SRB-Match-Key
                   move JRR-Outcome         to SRB-Outcome
                   move JRR-Expected-Rc     to SRB-Expected-Rc
                   move JRR-Actual-Rc       to SRB-Actual-Rc
                   move JRR-Case-Number     to SRB-Case-Number
                   move JRR-Suite-Name      to SRB-Suite-Name
                   move JRR-Scenario-Code   to SRB-Scenario-Code
                   move JRR-Elapsed-Hund    to SRB-Elapsed-Hund
                   move JRR-Correlation-Id  to SRB-Corr-Id
                   release SORT-BAS-RECORD
                   perform C1-Read-Baseline
               end-perform
               close JTEST-BAS-FILE
               if WS-Bas-Read-Count = 0
                   move 'N' to WS-Baseline-Present
                   display
                       'JTESTCMP: WARNING - baseline result file is'
                       ' empty - every case will be reported as added'
               end-if.

       C1-Read-Baseline Section.
               read JTEST-BAS-FILE
                   at end set End-Of-File to true
               end-read.

      *****************************************************
      *  Balanced match of the two sorted work files. For    *
      *  each distinct key the occurrences on each side are    *
      *  counted and any failure noted, then the group is       *
      *  dispositioned.                                          *
      *****************************************************
       D-Match-Merge Section.
               open input JTEST-WK1-FILE
               if WS-Wk1-File-Status not = '00'
                   display
                       'JTESTCMP: ERROR - JTESTWK1 open failed ['
                       WS-Wk1-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               open input JTEST-WK2-FILE
               if WS-Wk2-File-Status not = '00'
                   display
                       'JTESTCMP: ERROR - JTESTWK2 open failed ['
                       WS-Wk2-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               perform D1-Read-Sorted-Tonight
               perform D2-Read-Sorted-Baseline
               perform until New-Eof and Bas-Eof
                   if New-Eof
                       move WK2-Match-Key to WS-Group-Key
                   else
                       if Bas-Eof
                           move WK1-Match-Key to WS-Group-Key
                       else
                           if WK1-Match-Key <= WK2-Match-Key
                               move WK1-Match-Key to WS-Group-Key
                           else
                               move WK2-Match-Key to WS-Group-Key
                           end-if
                       end-if
                   end-if
                   perform D3-Count-Group
                   perform D4-Disposition-Group
               end-perform
               close JTEST-WK1-FILE
               close JTEST-WK2-FILE.

       D1-Read-Sorted-Tonight Section.
               read JTEST-WK1-FILE
                   at end set New-Eof to true
               end-read.

       D2-Read-Sorted-Baseline Section.
               read JTEST-WK2-FILE
                   at end set Bas-Eof to true
               end-read.

      *****************************************************
      *  Counts the group on both sides. The detail fields   *
      *  shown on the report come from tonight's last          *
      *  occurrence, or the baseline's when the case was        *
      *  dropped.                                                *
      *****************************************************
       D3-Count-Group Section.
               move 0 to WS-New-Occurs
               move 0 to WS-Bas-Occurs
               move 'N' to WS-New-Failed
               move 'N' to WS-Bas-Failed
               perform until Bas-Eof
                   or WK2-Match-Key not = WS-Group-Key
                   add 1 to WS-Bas-Occurs
                   if WK2-Outcome not = 'P'
                       move 'Y' to WS-Bas-Failed
                   end-if
                   move WK2-Case-Number   to WS-Grp-Case-Number
                   move WK2-Suite-Name    to WS-Grp-Suite-Name
                   move WK2-Scenario-Code to WS-Grp-Scenario-Code
                   move WK2-Expected-Rc   to WS-Grp-Expected-Rc
                   move WK2-Actual-Rc     to WS-Grp-Actual-Rc
                   move WK2-Outcome       to WS-Grp-Outcome
                   move WK2-Corr-Id       to WS-Grp-Corr-Id
                   perform D2-Read-Sorted-Baseline
               end-perform
               perform until New-Eof
                   or WK1-Match-Key not = WS-Group-Key
                   add 1 to WS-New-Occurs
                   if WK1-Outcome not = 'P'
                       move 'Y' to WS-New-Failed
                   end-if
                   move WK1-Case-Number   to WS-Grp-Case-Number
                   move WK1-Suite-Name    to WS-Grp-Suite-Name
                   move WK1-Scenario-Code to WS-Grp-Scenario-Code
                   move WK1-Expected-Rc   to WS-Grp-Expected-Rc
                   move WK1-Actual-Rc     to WS-Grp-Actual-Rc
                   move WK1-Outcome       to WS-Grp-Outcome
                   move WK1-Corr-Id       to WS-Grp-Corr-Id
                   perform D1-Read-Sorted-Tonight
               end-perform.

       D4-Disposition-Group Section.
               evaluate true
                   when WS-Bas-Occurs = 0
                       add 1 to WS-Cnt-Added
                       if WS-New-Failed = 'Y'
                           add 1 to WS-Cnt-Added-Failing
                       end-if
                       if WS-New-Failed = 'Y' and Baseline-Present
                           add 1 to WS-Cnt-New-Failure
                           display 'JTESTCMP: NEW FAILURE (ADDED CASE)'
                       else
                           display 'JTESTCMP: ADDED'
                       end-if
                       perform D5-Display-Group
                   when WS-New-Occurs = 0
                       add 1 to WS-Cnt-Dropped
                       display 'JTESTCMP: DROPPED'
                       perform D5-Display-Group
                   when WS-Bas-Failed = 'N' and WS-New-Failed = 'Y'
                       add 1 to WS-Cnt-New-Failure
                       display 'JTESTCMP: NEW FAILURE'
                       perform D5-Display-Group
                   when WS-Bas-Failed = 'Y' and WS-New-Failed = 'N'
                       add 1 to WS-Cnt-Newly-Passing
                       display 'JTESTCMP: NEWLY PASSING'
                       perform D5-Display-Group
                   when WS-Bas-Failed = 'Y' and WS-New-Failed = 'Y'
                       add 1 to WS-Cnt-Still-Failing
                       display 'JTESTCMP: STILL FAILING'
                       perform D5-Display-Group
                   when other
                       add 1 to WS-Cnt-Still-Passing
               end-evaluate.

       D5-Display-Group Section.
               display
                   'JTESTCMP:   suite [' WS-Grp-Suite-Name
                   '] case [' WS-Grp-Case-Number
                   '] scenario [' WS-Grp-Scenario-Code
                   '] expected [' WS-Grp-Expected-Rc
                   '] got [' WS-Grp-Actual-Rc
                   '] outcome [' WS-Grp-Outcome ']'
               display
                   'JTESTCMP:   correlation [' WS-Grp-Corr-Id ']'.

       E-Print-Comparison Section.
               display '===================================='
               display 'JTESTCMP - regression compare'
               display '===================================='
               display 'Match key           : ' WS-Key-Mode
               display 'Tonight results read: ' WS-New-Read-Count
               display 'Baseline results    : ' WS-Bas-Read-Count
               display 'New failures        : ' WS-Cnt-New-Failure
               display 'Newly passing       : ' WS-Cnt-Newly-Passing
               display 'Still failing       : ' WS-Cnt-Still-Failing
               display 'Still passing       : ' WS-Cnt-Still-Passing
               display 'Added cases         : ' WS-Cnt-Added
               display '  of which failing  : ' WS-Cnt-Added-Failing
               display 'Dropped cases       : ' WS-Cnt-Dropped
               display '===================================='.
