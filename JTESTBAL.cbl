       identification division.
       program-id. JTESTBAL.
      *****************************************************
      *  JTESTBAL - audit trail control-total balancing     *
      *  Proves from the JTESTLDG control-total ledger        *
      *  (copybook JTESTLDG) that no bridge audit record was     *
      *  dropped, added or altered on its way through JTESTLOG     *
      *  and the dated JTESTARC archives. Every figure below is      *
      *  a record count plus two hash totals (return codes and        *
      *  elapsed hundredths), and a figure balances only when all      *
      *  three agree.                                                  *
      *                                                       *
      *  1. Run by run, walking the ledger in posting order:    *
      *     each JAVATEST run's audit records written (and any     *
      *     LOST - calls answered but never logged), then for each  *
      *     JTESTARC run                                              *
      *        opening balance (the prior run's retained records)     *
      *      + new calls posted since the prior run                   *
      *      = expected in the active log                             *
      *     against what the run read and what it archived +          *
      *     retained. A read that differs from the expected figure    *
      *     points at the dataset swap or at something else writing   *
      *     the log between runs; archived + retained differing from  *
      *     what was read points inside the run.                       *
      *  2. The active JTESTLOG as it stands now against the last      *
      *     run's retained records + the calls posted since.           *
      *  3. Archive by archive: the archives concatenated on the       *
      *     JTESTLGA DD are re-counted. A JTESTARC run archives every  *
      *     record dated before its cutoff that an earlier run did     *
      *     not, so each archived record belongs to the run whose      *
      *     cutoff range holds its date; each run's ARCH posting is    *
      *     balanced against the records found for it. An archive      *
      *     with nothing found is reported as not presented.           *
      *  The first JTESTARC run in the ledger has no prior run:       *
      *  its opening balance is taken as what it read less the        *
      *  calls posted before it. Present only archives cut since the  *
      *  ledger was started.                                           *
      *                                                       *
      *  Run it while no JTESTDRV leg is calling the bridge,    *
      *  e.g. straight after the JTESTARC job.                   *
      *                                                       *
      *  Job return codes: 16 when the ledger or the active log   *
      *  would not open (a missing JTESTLGA DD is tolerated) or    *
      *  the ledger holds more JTESTARC runs than the archive       *
      *  table; 8 when anything is out of balance; 4 when it         *
      *  balances but there is something to look at (LOST calls,     *
      *  an archive not presented, an incomplete JTESTARC posting,   *
      *  records that fit no ledger run); 0 otherwise.                *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-LDG-FILE assign to JTESTLDG
               organization is line sequential
               file status is WS-Ldg-File-Status.
           select JTEST-LOG-FILE assign to JTESTLOG
               organization is line sequential
               file status is WS-Log-File-Status.
           select JTEST-ARC-FILE assign to JTESTLGA
               organization is line sequential
               file status is WS-Arc-File-Status.
           select JTEST-BAL-REPORT assign to JTESTBLR
               organization is line sequential
               file status is WS-Rpt-File-Status.
       i-o-control.
           same record area for JTEST-LOG-FILE JTEST-ARC-FILE.
       data division.
       file section.
       fd  JTEST-LDG-FILE.
       copy JTESTLDG.
       fd  JTEST-LOG-FILE.
       copy JTESTLOG.
       fd  JTEST-ARC-FILE.
       01  JTEST-ARC-RECORD           pic X(378).
       fd  JTEST-BAL-REPORT.
       01  JTEST-BAL-PRINT-LINE       pic X(132).
       working-storage section.
       01  WS-Ldg-File-Status         pic X(2).
       01  WS-Log-File-Status         pic X(2).
       01  WS-Arc-File-Status         pic X(2).
       01  WS-Rpt-File-Status         pic X(2).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-Record-Date             pic X(8).
       01  WS-Rec-Rc                  pic 9(2).
       01  WS-Rec-Elapsed             pic 9(7).
      *****************************************************
      *  Control totals. Every figure has the shape of the   *
      *  JLG-Record-Count / JLG-Rc-Sum / JLG-Elapsed-Sum trio,   *
      *  so two figures balance when the groups compare equal.    *
      *****************************************************
       01  WS-Jv-New.
           05  WS-Jv-New-Count         pic 9(9).
           05  WS-Jv-New-Rc            pic 9(11).
           05  WS-Jv-New-Els           pic 9(13).
       01  WS-Int-New.
           05  WS-Int-New-Count        pic 9(9).
           05  WS-Int-New-Rc           pic 9(11).
           05  WS-Int-New-Els          pic 9(13).
       01  WS-Prior-Kept.
           05  WS-Prior-Kept-Count     pic 9(9).
           05  WS-Prior-Kept-Rc        pic 9(11).
           05  WS-Prior-Kept-Els       pic 9(13).
       01  WS-Opening.
           05  WS-Opening-Count        pic 9(9).
           05  WS-Opening-Rc           pic 9(11).
           05  WS-Opening-Els          pic 9(13).
       01  WS-Expected.
           05  WS-Expected-Count       pic 9(9).
           05  WS-Expected-Rc          pic 9(11).
           05  WS-Expected-Els         pic 9(13).
       01  WS-Arc-Read.
           05  WS-Arc-Read-Count       pic 9(9).
           05  WS-Arc-Read-Rc          pic 9(11).
           05  WS-Arc-Read-Els         pic 9(13).
       01  WS-Arc-Arch.
           05  WS-Arc-Arch-Count       pic 9(9).
           05  WS-Arc-Arch-Rc          pic 9(11).
           05  WS-Arc-Arch-Els         pic 9(13).
       01  WS-Arc-Kept.
           05  WS-Arc-Kept-Count       pic 9(9).
           05  WS-Arc-Kept-Rc          pic 9(11).
           05  WS-Arc-Kept-Els         pic 9(13).
       01  WS-Arc-Sum.
           05  WS-Arc-Sum-Count        pic 9(9).
           05  WS-Arc-Sum-Rc           pic 9(11).
           05  WS-Arc-Sum-Els          pic 9(13).
       01  WS-Active.
           05  WS-Active-Count         pic 9(9).
           05  WS-Active-Rc            pic 9(11).
           05  WS-Active-Els           pic 9(13).
      *****************************************************
      *  Ledger walk state                                  *
      *****************************************************
       01  WS-Jv-Active               pic X value 'N'.
       01  WS-Jv-Run-Id               pic X(16).
       01  WS-Jv-Lost                 pic 9(9).
       01  WS-Int-Lost                pic 9(9) value 0.
       01  WS-Prior-Kept-Set          pic X value 'N'.
       01  WS-Arc-Open                pic X value 'N'.
       01  WS-Arc-Have-Arch           pic X.
       01  WS-Arc-Run-Id              pic X(16).
       01  WS-Arc-Archive-Id          pic X(8).
       01  WS-Arc-Cutoff              pic X(8).
       01  WS-Opening-Short           pic X.
       01  WS-Edit-Run-Id             pic X(16).
       01  WS-Run-Label               pic X(19).
      *****************************************************
      *  One entry per balanced JTESTARC run, in ledger       *
      *  order, for the archive check. Low-Date is the highest   *
      *  cutoff of the runs before it: the run archived the        *
      *  records dated from Low-Date up to (not including) its      *
      *  own cutoff. A run whose cutoff is not above Low-Date        *
      *  (retention lengthened) archived nothing new.                 *
      *****************************************************
       01  WS-Max-Arc-Runs            pic 9(4) value 1000.
       01  WS-Arc-Run-Count           pic 9(4) value 0.
       01  WS-Arc-Table.
           05  WS-Arc-Entry occurs 1000 times.
               10  WS-At-Archive-Id    pic X(8).
               10  WS-At-Low-Date      pic X(8).
               10  WS-At-Cutoff        pic X(8).
               10  WS-At-Posted.
                   15  WS-At-Posted-Count
                                       pic 9(9).
                   15  WS-At-Posted-Rc pic 9(11).
                   15  WS-At-Posted-Els
                                       pic 9(13).
               10  WS-At-Found.
                   15  WS-At-Found-Count
                                       pic 9(9).
                   15  WS-At-Found-Rc  pic 9(11).
                   15  WS-At-Found-Els pic 9(13).
       01  WS-Max-Cutoff              pic X(8) value spaces.
       01  WS-At-Idx                  pic 9(4).
       01  WS-Found-Idx               pic 9(4).
      *****************************************************
      *  Run counters and findings                           *
      *****************************************************
       01  WS-Cnt-Postings            pic 9(9) value 0.
       01  WS-Cnt-Jv-Runs             pic 9(6) value 0.
       01  WS-Cnt-Arc-Runs            pic 9(6) value 0.
       01  WS-Cnt-Bad-Postings        pic 9(6) value 0.
       01  WS-Tot-Lost                pic 9(9) value 0.
       01  WS-Cnt-Log-Scanned         pic 9(9) value 0.
       01  WS-Cnt-Arc-Scanned         pic 9(9) value 0.
       01  WS-Cnt-Arc-Unplaced        pic 9(9) value 0.
       01  WS-Cnt-Out-Of-Balance      pic 9(6) value 0.
       01  WS-Cnt-Warnings            pic 9(6) value 0.
       01  WS-Archives-Presented      pic X value 'N'.
      *****************************************************
      *  Print control, same paging idiom as JTESTEXC.       *
      *****************************************************
       01  WS-Page-Number             pic 9(4) value 0.
       01  WS-Line-Count              pic 9(2) value 99.
       01  WS-Lines-Per-Page          pic 9(2) value 55.
       01  WS-Print-Line              pic X(132).
       01  WS-Heading-1.
           05  filler                  pic X(50) value
               'JTESTBAL - AUDIT TRAIL CONTROL-TOTAL BALANCING'.
           05  filler                  pic X(5) value 'RUN: '.
           05  WS-H1-Run-Date          pic X(10).
           05  filler                  pic X(57) value spaces.
           05  filler                  pic X(5) value 'PAGE '.
           05  WS-H1-Page              pic ZZZ9.
           05  filler                  pic X(1) value spaces.
       01  WS-Heading-2.
           05  filler                  pic X(42) value spaces.
           05  filler                  pic X(11) value
               '    RECORDS'.
           05  filler                  pic X(2) value spaces.
           05  filler                  pic X(14) value
               '       RC HASH'.
           05  filler                  pic X(2) value spaces.
           05  filler                  pic X(17) value
               '     ELAPSED HASH'.
           05  filler                  pic X(2) value spaces.
           05  filler                  pic X(42) value 'STATUS'.
       01  WS-Section-Line.
           05  WS-SL-Text              pic X(80).
           05  filler                  pic X(52) value spaces.
       01  WS-Total-Line.
           05  filler                  pic X(4) value spaces.
           05  WS-TL-Label             pic X(38).
           05  WS-TL-Count             pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(2) value spaces.
           05  WS-TL-Rc                pic ZZ,ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(2) value spaces.
           05  WS-TL-Els               pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(2) value spaces.
           05  WS-TL-Status            pic X(42).
       procedure division.
       A-Main Section.
               display 'Starting JTESTBAL'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               string WS-Current-Timestamp(1:4) '-'
                      WS-Current-Timestamp(5:2) '-'
                      WS-Current-Timestamp(7:2)
                   delimited by size into WS-H1-Run-Date
               initialize WS-Int-New WS-Prior-Kept

               open input JTEST-LDG-FILE
               if WS-Ldg-File-Status not = '00'
                   display
                       'JTESTBAL: ERROR - JTESTLDG open failed ['
                       WS-Ldg-File-Status '] - nothing to balance'
                   move 16 to return-code
                   goback
               end-if
               open output JTEST-BAL-REPORT
               if WS-Rpt-File-Status not = '00'
                   display
                       'JTESTBAL: ERROR - JTESTBLR open failed ['
                       WS-Rpt-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               perform B-Walk-Ledger
               close JTEST-LDG-FILE
               if return-code = 16
                   close JTEST-BAL-REPORT
                   goback
               end-if
               perform C-Balance-Active-Log
               perform D-Balance-Archives
               close JTEST-BAL-REPORT

               display '===================================='
               display 'JTESTBAL - audit trail balancing'
               display '===================================='
               display 'Ledger postings read: ' WS-Cnt-Postings
               display 'JAVATEST runs       : ' WS-Cnt-Jv-Runs
               display 'JTESTARC runs       : ' WS-Cnt-Arc-Runs
               display 'Calls posted LOST   : ' WS-Tot-Lost
               display 'Active log scanned  : ' WS-Cnt-Log-Scanned
               display 'Archive recs scanned: ' WS-Cnt-Arc-Scanned
               display 'Out of balance      : ' WS-Cnt-Out-Of-Balance
               display 'Warnings            : ' WS-Cnt-Warnings
               display '===================================='
               evaluate true
                   when WS-Cnt-Out-Of-Balance > 0
                       display 'JTESTBAL: AUDIT TRAIL OUT OF BALANCE'
                       move 8 to return-code
                   when WS-Cnt-Warnings > 0
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.
           goback.

      *****************************************************
      *  Section 1: the ledger in posting order. JAVATEST    *
      *  postings are summed per run and into the interval       *
      *  since the last JTESTARC run; a JTESTARC run's READ,       *
      *  ARCH and KEPT postings are collected and balanced when     *
      *  its KEPT posting arrives.                                   *
      *****************************************************
       B-Walk-Ledger Section.
               perform G2-Start-New-Page
               move 'RUN BY RUN - FROM THE JTESTLDG LEDGER'
                   to WS-SL-Text
               perform G3-Write-Section-Line
               move 'N' to WS-End-Of-File
               perform B1-Read-Posting
               perform until End-Of-File
                   add 1 to WS-Cnt-Postings
                   evaluate true
                       when JLG-New or JLG-Lost
                           perform B2-Post-Javatest
                       when JLG-Read
                           perform B4-Flush-Javatest-Run
                           perform B5-Start-Arc-Run
                       when JLG-Archived
                           perform B6-Collect-Arc-Posting
                       when JLG-Kept
                           perform B6-Collect-Arc-Posting
                       when other
                           perform B9-Flag-Bad-Posting
                   end-evaluate
                   if return-code = 16
                       exit section
                   end-if
                   perform B1-Read-Posting
               end-perform
               perform B4-Flush-Javatest-Run
               if WS-Arc-Open = 'Y'
                   perform B8-Incomplete-Arc-Run
               end-if.

       B1-Read-Posting Section.
               read JTEST-LDG-FILE
                   at end set End-Of-File to true
               end-read.

       B2-Post-Javatest Section.
               if WS-Jv-Active = 'N' or JLG-Run-Id not = WS-Jv-Run-Id
                   perform B4-Flush-Javatest-Run
                   move 'Y' to WS-Jv-Active
                   move JLG-Run-Id to WS-Jv-Run-Id
                   initialize WS-Jv-New
                   move 0 to WS-Jv-Lost
               end-if
               if JLG-Lost
                   add JLG-Record-Count to WS-Jv-Lost
                   add JLG-Record-Count to WS-Int-Lost
                   exit section
               end-if
               add JLG-Record-Count to WS-Jv-New-Count
               add JLG-Rc-Sum       to WS-Jv-New-Rc
               add JLG-Elapsed-Sum  to WS-Jv-New-Els
               add JLG-Record-Count to WS-Int-New-Count
               add JLG-Rc-Sum       to WS-Int-New-Rc
               add JLG-Elapsed-Sum  to WS-Int-New-Els.

       B4-Flush-Javatest-Run Section.
               if WS-Jv-Active = 'N'
                   exit section
               end-if
               move 'N' to WS-Jv-Active
               add 1 to WS-Cnt-Jv-Runs
               move spaces to WS-Total-Line
               move WS-Jv-Run-Id to WS-Edit-Run-Id
               perform G5-Edit-Run-Id
               string 'JAVATEST RUN ' WS-Run-Label
                   delimited by size into WS-TL-Label
               move WS-Jv-New-Count to WS-TL-Count
               move WS-Jv-New-Rc    to WS-TL-Rc
               move WS-Jv-New-Els   to WS-TL-Els
               if WS-Jv-Lost > 0
                   add WS-Jv-Lost to WS-Tot-Lost
                   add 1 to WS-Cnt-Warnings
                   string 'LOST ' WS-Jv-Lost ' - NOT ON THE LOG'
                       delimited by size into WS-TL-Status
               end-if
               perform G4-Write-Total-Line.

       B5-Start-Arc-Run Section.
               if WS-Arc-Open = 'Y'
                   perform B8-Incomplete-Arc-Run
               end-if
               move 'Y' to WS-Arc-Open
               move 'N' to WS-Arc-Have-Arch
               move JLG-Run-Id       to WS-Arc-Run-Id
               move JLG-Archive-Id   to WS-Arc-Archive-Id
               move JLG-Cutoff-Date  to WS-Arc-Cutoff
               move JLG-Record-Count to WS-Arc-Read-Count
               move JLG-Rc-Sum       to WS-Arc-Read-Rc
               move JLG-Elapsed-Sum  to WS-Arc-Read-Els.

       B6-Collect-Arc-Posting Section.
               if WS-Arc-Open = 'N' or JLG-Run-Id not = WS-Arc-Run-Id
                   perform B9-Flag-Bad-Posting
                   exit section
               end-if
               if JLG-Archived
                   move 'Y' to WS-Arc-Have-Arch
                   move JLG-Record-Count to WS-Arc-Arch-Count
                   move JLG-Rc-Sum       to WS-Arc-Arch-Rc
                   move JLG-Elapsed-Sum  to WS-Arc-Arch-Els
                   exit section
               end-if
               if WS-Arc-Have-Arch = 'N'
                   perform B9-Flag-Bad-Posting
                   exit section
               end-if
               move JLG-Record-Count to WS-Arc-Kept-Count
               move JLG-Rc-Sum       to WS-Arc-Kept-Rc
               move JLG-Elapsed-Sum  to WS-Arc-Kept-Els
               move 'N' to WS-Arc-Open
               perform B7-Balance-Arc-Run.

      *****************************************************
      *  opening + new = expected; read against expected;     *
      *  archived + retained against expected. The run then       *
      *  becomes the prior run and goes in the archive table.      *
      *****************************************************
       B7-Balance-Arc-Run Section.
               add 1 to WS-Cnt-Arc-Runs
               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move WS-Arc-Run-Id to WS-Edit-Run-Id
               perform G5-Edit-Run-Id
               move spaces to WS-SL-Text
               string 'JTESTARC RUN ' WS-Run-Label
                      '   ARCHIVE ' WS-Arc-Archive-Id
                      '   CUTOFF ' WS-Arc-Cutoff
                   delimited by size into WS-SL-Text
               perform G3-Write-Section-Line

               move 'N' to WS-Opening-Short
               if WS-Prior-Kept-Set = 'Y'
                   move WS-Prior-Kept to WS-Opening
               else
                   if WS-Arc-Read-Count < WS-Int-New-Count
                       or WS-Arc-Read-Rc < WS-Int-New-Rc
                       or WS-Arc-Read-Els < WS-Int-New-Els
                       move 'Y' to WS-Opening-Short
                       initialize WS-Opening
                   else
                       compute WS-Opening-Count =
                           WS-Arc-Read-Count - WS-Int-New-Count
                       compute WS-Opening-Rc =
                           WS-Arc-Read-Rc - WS-Int-New-Rc
                       compute WS-Opening-Els =
                           WS-Arc-Read-Els - WS-Int-New-Els
                   end-if
               end-if
               move spaces to WS-Total-Line
               if WS-Prior-Kept-Set = 'Y'
                   move 'OPENING BALANCE (PRIOR RUN RETAINED)'
                       to WS-TL-Label
               else
                   move 'OPENING BALANCE (FIRST RUN IN LEDGER)'
                       to WS-TL-Label
                   move 'TAKEN AS READ LESS NEW CALLS'
                       to WS-TL-Status
               end-if
               move WS-Opening-Count to WS-TL-Count
               move WS-Opening-Rc    to WS-TL-Rc
               move WS-Opening-Els   to WS-TL-Els
               perform G4-Write-Total-Line

               move spaces to WS-Total-Line
               move '+ NEW CALLS POSTED SINCE' to WS-TL-Label
               move WS-Int-New-Count to WS-TL-Count
               move WS-Int-New-Rc    to WS-TL-Rc
               move WS-Int-New-Els   to WS-TL-Els
               if WS-Int-Lost > 0
                   string 'PLUS ' WS-Int-Lost ' LOST - NOT LOGGED'
                       delimited by size into WS-TL-Status
               end-if
               perform G4-Write-Total-Line

               compute WS-Expected-Count =
                   WS-Opening-Count + WS-Int-New-Count
               compute WS-Expected-Rc =
                   WS-Opening-Rc + WS-Int-New-Rc
               compute WS-Expected-Els =
                   WS-Opening-Els + WS-Int-New-Els
               move spaces to WS-Total-Line
               move '= EXPECTED IN ACTIVE LOG' to WS-TL-Label
               move WS-Expected-Count to WS-TL-Count
               move WS-Expected-Rc    to WS-TL-Rc
               move WS-Expected-Els   to WS-TL-Els
               perform G4-Write-Total-Line

               move spaces to WS-Total-Line
               move 'READ FROM ACTIVE LOG' to WS-TL-Label
               move WS-Arc-Read-Count to WS-TL-Count
               move WS-Arc-Read-Rc    to WS-TL-Rc
               move WS-Arc-Read-Els   to WS-TL-Els
               evaluate true
                   when WS-Opening-Short = 'Y'
                       move 'OUT OF BALANCE - READ LESS THAN NEW'
                           to WS-TL-Status
                   when WS-Arc-Read = WS-Expected
                       move 'BALANCED' to WS-TL-Status
                   when other
                       move 'OUT OF BALANCE - LOG CHANGED BEFORE RUN'
                           to WS-TL-Status
               end-evaluate
               perform G4-Write-Total-Line

               move spaces to WS-Total-Line
               move 'ARCHIVED' to WS-TL-Label
               move WS-Arc-Arch-Count to WS-TL-Count
               move WS-Arc-Arch-Rc    to WS-TL-Rc
               move WS-Arc-Arch-Els   to WS-TL-Els
               perform G4-Write-Total-Line
               move spaces to WS-Total-Line
               move 'RETAINED' to WS-TL-Label
               move WS-Arc-Kept-Count to WS-TL-Count
               move WS-Arc-Kept-Rc    to WS-TL-Rc
               move WS-Arc-Kept-Els   to WS-TL-Els
               perform G4-Write-Total-Line

               compute WS-Arc-Sum-Count =
                   WS-Arc-Arch-Count + WS-Arc-Kept-Count
               compute WS-Arc-Sum-Rc =
                   WS-Arc-Arch-Rc + WS-Arc-Kept-Rc
               compute WS-Arc-Sum-Els =
                   WS-Arc-Arch-Els + WS-Arc-Kept-Els
               move spaces to WS-Total-Line
               move '= ARCHIVED + RETAINED' to WS-TL-Label
               move WS-Arc-Sum-Count to WS-TL-Count
               move WS-Arc-Sum-Rc    to WS-TL-Rc
               move WS-Arc-Sum-Els   to WS-TL-Els
               evaluate true
                   when WS-Opening-Short = 'N'
                       and WS-Arc-Sum = WS-Expected
                       move 'BALANCED' to WS-TL-Status
                   when WS-Arc-Sum = WS-Arc-Read
                       move 'OUT OF BALANCE - BEFORE THE RUN'
                           to WS-TL-Status
                       add 1 to WS-Cnt-Out-Of-Balance
                   when other
                       move 'OUT OF BALANCE - WITHIN THE RUN'
                           to WS-TL-Status
                       add 1 to WS-Cnt-Out-Of-Balance
               end-evaluate
               perform G4-Write-Total-Line

               if WS-Arc-Run-Count >= WS-Max-Arc-Runs
                   display
                       'JTESTBAL: ERROR - ledger holds more than '
                       WS-Max-Arc-Runs ' JTESTARC runs'
                   move 16 to return-code
                   exit section
               end-if
               add 1 to WS-Arc-Run-Count
               move WS-Arc-Archive-Id
                   to WS-At-Archive-Id (WS-Arc-Run-Count)
               move WS-Max-Cutoff to WS-At-Low-Date (WS-Arc-Run-Count)
               move WS-Arc-Cutoff to WS-At-Cutoff (WS-Arc-Run-Count)
               move WS-Arc-Arch to WS-At-Posted (WS-Arc-Run-Count)
               initialize WS-At-Found (WS-Arc-Run-Count)
               if WS-Arc-Cutoff > WS-Max-Cutoff
                   move WS-Arc-Cutoff to WS-Max-Cutoff
               end-if

               move WS-Arc-Kept to WS-Prior-Kept
               move 'Y' to WS-Prior-Kept-Set
               initialize WS-Int-New
               move 0 to WS-Int-Lost.

      *****************************************************
      *  A READ without its ARCH/KEPT means the run failed   *
      *  while posting (it ends rc 16 and its SWAP step does     *
      *  not run), so the active log was never replaced: the      *
      *  run is reported and otherwise ignored.                    *
      *****************************************************
       B8-Incomplete-Arc-Run Section.
               move 'N' to WS-Arc-Open
               add 1 to WS-Cnt-Warnings
               move WS-Arc-Run-Id to WS-Edit-Run-Id
               perform G5-Edit-Run-Id
               move spaces to WS-SL-Text
               string 'JTESTARC RUN ' WS-Run-Label
                      '   INCOMPLETE POSTINGS - RUN NOT APPLIED'
                   delimited by size into WS-SL-Text
               perform G3-Write-Section-Line.

       B9-Flag-Bad-Posting Section.
               add 1 to WS-Cnt-Bad-Postings
               add 1 to WS-Cnt-Warnings
               move spaces to WS-SL-Text
               string 'UNEXPECTED POSTING ' JLG-Program ' '
                      JLG-Run-Id ' ' JLG-Posting-Type ' - IGNORED'
                   delimited by size into WS-SL-Text
               perform G3-Write-Section-Line.

      *****************************************************
      *  Section 2: the active log now = last run's retained  *
      *  + every call posted since. With no JTESTARC run in the   *
      *  ledger the log may still hold records written before the  *
      *  ledger started; a surplus is then a warning, a shortfall   *
      *  is still out of balance.                                    *
      *****************************************************
       C-Balance-Active-Log Section.
               initialize WS-Active
               open input JTEST-LOG-FILE
               if WS-Log-File-Status not = '00'
                   display
                       'JTESTBAL: ERROR - JTESTLOG open failed ['
                       WS-Log-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               move 'N' to WS-End-Of-File
               perform C1-Read-Log-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Log-Scanned
                   perform E1-Hash-Record
                   add 1              to WS-Active-Count
                   add WS-Rec-Rc      to WS-Active-Rc
                   add WS-Rec-Elapsed to WS-Active-Els
                   perform C1-Read-Log-Record
               end-perform
               close JTEST-LOG-FILE

               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move 'ACTIVE LOG - JTESTLOG AS IT STANDS NOW'
                   to WS-SL-Text
               perform G3-Write-Section-Line
               move spaces to WS-Total-Line
               if WS-Prior-Kept-Set = 'Y'
                   move WS-Prior-Kept to WS-Opening
                   move 'OPENING BALANCE (LAST RUN RETAINED)'
                       to WS-TL-Label
               else
                   initialize WS-Opening
                   move 'OPENING BALANCE (NO JTESTARC RUN YET)'
                       to WS-TL-Label
               end-if
               move WS-Opening-Count to WS-TL-Count
               move WS-Opening-Rc    to WS-TL-Rc
               move WS-Opening-Els   to WS-TL-Els
               perform G4-Write-Total-Line
               move spaces to WS-Total-Line
               move '+ NEW CALLS POSTED SINCE' to WS-TL-Label
               move WS-Int-New-Count to WS-TL-Count
               move WS-Int-New-Rc    to WS-TL-Rc
               move WS-Int-New-Els   to WS-TL-Els
               if WS-Int-Lost > 0
                   string 'PLUS ' WS-Int-Lost ' LOST - NOT LOGGED'
                       delimited by size into WS-TL-Status
               end-if
               perform G4-Write-Total-Line
               compute WS-Expected-Count =
                   WS-Opening-Count + WS-Int-New-Count
               compute WS-Expected-Rc =
                   WS-Opening-Rc + WS-Int-New-Rc
               compute WS-Expected-Els =
                   WS-Opening-Els + WS-Int-New-Els
               move spaces to WS-Total-Line
               move '= EXPECTED IN ACTIVE LOG' to WS-TL-Label
               move WS-Expected-Count to WS-TL-Count
               move WS-Expected-Rc    to WS-TL-Rc
               move WS-Expected-Els   to WS-TL-Els
               perform G4-Write-Total-Line
               move spaces to WS-Total-Line
               move 'ON THE ACTIVE LOG' to WS-TL-Label
               move WS-Active-Count to WS-TL-Count
               move WS-Active-Rc    to WS-TL-Rc
               move WS-Active-Els   to WS-TL-Els
               evaluate true
                   when WS-Active = WS-Expected
                       move 'BALANCED' to WS-TL-Status
                   when WS-Prior-Kept-Set = 'N'
                       and WS-Active-Count > WS-Expected-Count
                       move 'RECORDS FROM BEFORE THE LEDGER STARTED'
                           to WS-TL-Status
                       add 1 to WS-Cnt-Warnings
                   when other
                       move 'OUT OF BALANCE' to WS-TL-Status
                       add 1 to WS-Cnt-Out-Of-Balance
               end-evaluate
               perform G4-Write-Total-Line.

       C1-Read-Log-Record Section.
               read JTEST-LOG-FILE
                   at end set End-Of-File to true
               end-read.

      *****************************************************
      *  Section 3: every archived record is placed in the    *
      *  JTESTARC run whose [Low-Date, cutoff) range holds its     *
      *  date and summed there, then each run's ARCH posting is     *
      *  compared with what was found for it.                        *
      *****************************************************
       D-Balance-Archives Section.
               open input JTEST-ARC-FILE
               if WS-Arc-File-Status = '35'
                   display
                       'JTESTBAL: no JTESTLGA archive DD - archives'
                       ' not balanced'
               else
                   if WS-Arc-File-Status not = '00'
                       display
                           'JTESTBAL: ERROR - JTESTLGA open failed ['
                           WS-Arc-File-Status ']'
                       move 16 to return-code
                       goback
                   end-if
                   move 'Y' to WS-Archives-Presented
                   move 'N' to WS-End-Of-File
                   perform D1-Read-Arc-Record
                   perform until End-Of-File
                       add 1 to WS-Cnt-Arc-Scanned
                       perform D2-Place-Archived-Record
                       perform D1-Read-Arc-Record
                   end-perform
                   close JTEST-ARC-FILE
               end-if

               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move 'ARCHIVE BY ARCHIVE - JTESTLGA' to WS-SL-Text
               perform G3-Write-Section-Line
               if WS-Archives-Presented = 'N'
                   move 'NO ARCHIVES PRESENTED - NOT BALANCED'
                       to WS-SL-Text
                   perform G3-Write-Section-Line
                   if WS-Arc-Run-Count > 0
                       add 1 to WS-Cnt-Warnings
                   end-if
                   exit section
               end-if
               perform varying WS-At-Idx from 1 by 1
                   until WS-At-Idx > WS-Arc-Run-Count
                   perform D3-Print-Archive
               end-perform
               if WS-Cnt-Arc-Unplaced > 0
                   add 1 to WS-Cnt-Warnings
                   move spaces to WS-SL-Text
                   string 'ARCHIVED RECORDS NO LEDGER RUN '
                          'ACCOUNTS FOR: '
                          WS-Cnt-Arc-Unplaced
                       delimited by size into WS-SL-Text
                   perform G3-Write-Section-Line
               end-if.

       D1-Read-Arc-Record Section.
               read JTEST-ARC-FILE
                   at end set End-Of-File to true
               end-read.

       D2-Place-Archived-Record Section.
               perform E1-Hash-Record
               move 0 to WS-Found-Idx
               if WS-Record-Date is numeric
                   perform varying WS-At-Idx from 1 by 1
                       until WS-At-Idx > WS-Arc-Run-Count
                       or WS-Found-Idx > 0
                       if WS-Record-Date >= WS-At-Low-Date (WS-At-Idx)
                           and WS-Record-Date < WS-At-Cutoff (WS-At-Idx)
                           move WS-At-Idx to WS-Found-Idx
                       end-if
                   end-perform
               end-if
               if WS-Found-Idx = 0
                   add 1 to WS-Cnt-Arc-Unplaced
                   exit section
               end-if
               add 1 to WS-At-Found-Count (WS-Found-Idx)
               add WS-Rec-Rc      to WS-At-Found-Rc (WS-Found-Idx)
               add WS-Rec-Elapsed to WS-At-Found-Els (WS-Found-Idx).

       D3-Print-Archive Section.
               move spaces to WS-SL-Text
               if WS-At-Low-Date (WS-At-Idx) = spaces
                   string 'ARCHIVE ' WS-At-Archive-Id (WS-At-Idx)
                          '   RECORDS DATED BEFORE '
                          WS-At-Cutoff (WS-At-Idx)
                       delimited by size into WS-SL-Text
               else
                   string 'ARCHIVE ' WS-At-Archive-Id (WS-At-Idx)
                          '   RECORDS DATED '
                          WS-At-Low-Date (WS-At-Idx)
                          ' UP TO BEFORE '
                          WS-At-Cutoff (WS-At-Idx)
                       delimited by size into WS-SL-Text
               end-if
               perform G3-Write-Section-Line
               move spaces to WS-Total-Line
               move 'POSTED AS ARCHIVED' to WS-TL-Label
               move WS-At-Posted-Count (WS-At-Idx) to WS-TL-Count
               move WS-At-Posted-Rc (WS-At-Idx)    to WS-TL-Rc
               move WS-At-Posted-Els (WS-At-Idx)   to WS-TL-Els
               perform G4-Write-Total-Line
               move spaces to WS-Total-Line
               move 'FOUND ON JTESTLGA' to WS-TL-Label
               move WS-At-Found-Count (WS-At-Idx) to WS-TL-Count
               move WS-At-Found-Rc (WS-At-Idx)    to WS-TL-Rc
               move WS-At-Found-Els (WS-At-Idx)   to WS-TL-Els
               evaluate true
                   when WS-At-Found (WS-At-Idx)
                       = WS-At-Posted (WS-At-Idx)
                       move 'BALANCED' to WS-TL-Status
                   when WS-At-Found-Count (WS-At-Idx) = 0
                       move 'NOT PRESENTED ON JTESTLGA'
                           to WS-TL-Status
                       add 1 to WS-Cnt-Warnings
                   when other
                       move 'OUT OF BALANCE' to WS-TL-Status
                       add 1 to WS-Cnt-Out-Of-Balance
               end-evaluate
               perform G4-Write-Total-Line.

      *****************************************************
      *  Hash contribution of the record just read - same    *
      *  rule JTESTARC posts by: a return code or elapsed time    *
      *  that is not numeric adds zero.                            *
      *****************************************************
       E1-Hash-Record Section.
               move JLR-Timestamp(1:8) to WS-Record-Date
               move 0 to WS-Rec-Rc
               move 0 to WS-Rec-Elapsed
               if JLR-Return-Code is numeric
                   move JLR-Return-Code to WS-Rec-Rc
               end-if
               if JLR-Elapsed-Hund is numeric
                   move JLR-Elapsed-Hund to WS-Rec-Elapsed
               end-if.

       G1-Write-Report-Line Section.
               if WS-Line-Count >= WS-Lines-Per-Page
                   perform G2-Start-New-Page
               end-if
               write JTEST-BAL-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               add 1 to WS-Line-Count.

       G2-Start-New-Page Section.
               add 1 to WS-Page-Number
               move WS-Page-Number to WS-H1-Page
               write JTEST-BAL-PRINT-LINE from WS-Heading-1
                   after advancing page
               write JTEST-BAL-PRINT-LINE from WS-Heading-2
                   after advancing 2 lines
               move spaces to WS-Print-Line
               write JTEST-BAL-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               move 4 to WS-Line-Count.

       G3-Write-Section-Line Section.
               move WS-Section-Line to WS-Print-Line
               perform G1-Write-Report-Line.

       G4-Write-Total-Line Section.
               move WS-Total-Line to WS-Print-Line
               perform G1-Write-Report-Line.

      *****************************************************
      *  YYYYMMDDHHMMSSCC run id as YYYY-MM-DD HH:MM:SS       *
      *****************************************************
       G5-Edit-Run-Id Section.
               move spaces to WS-Run-Label
               string WS-Edit-Run-Id(1:4) '-' WS-Edit-Run-Id(5:2) '-'
                      WS-Edit-Run-Id(7:2) ' ' WS-Edit-Run-Id(9:2) ':'
                      WS-Edit-Run-Id(11:2) ':' WS-Edit-Run-Id(13:2)
                   delimited by size into WS-Run-Label
               end-string.
