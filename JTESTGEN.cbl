      *  'GEN' + run date + a 9-digit sequence - so JTESTREC       *
      *  can still reconcile the run case-for-case.                 *
      *                                                       *
      *  A stateful entry (JSM-Entry-Type 'S') is generated    *
      *  as attempt sequences instead: each plain or overflow    *
      *  case becomes JSM-Fail-Attempts records expecting          *
      *  JSM-Fail-Rc followed by one record expecting               *
      *  JSM-Return-Code, all under the same correlation id and      *
      *  source, in order - exactly what JAVATEST will answer as      *
      *  it counts the attempts. A stateful entry with an              *
      *  unusable fail rc or attempt count is skipped and reported.   *
      *                                                       *
      *  Entries are generated as they stand at the as-of    *
      *  time: the latest pending staged version in JTESTSCV    *
      *  (see the copybook) effective by then replaces the       *
      *  master entry, and a staged ADD of a new code is          *
      *  generated too. Every case is stamped with the as-of        *
      *  time as its JTC-Timestamp, so JTESTDRV and JAVATEST          *
      *  resolve each call against the same version the expected      *
      *  rc came from. The as-of time is the run's own clock    *
      *  unless an ASOF card gives one - e.g. the night after a   *
      *  Java release. No JTESTSCV just means no staged changes.   *
      *                                                       *
      *  The JTESTCTL control deck shapes the output, one      *
      *  card per option ('*' in column 1 is a comment):        *
      *    cols 1-8   keyword, cols 10-19 value                  *
      *    SOURCE   xxxxxxxxxx  a source-system value to rotate  *
      *                      through; repeatable up to 10 times   *
      *                      (default JTESTGEN)                    *
      *    ASOF     YYYYMMDD[HHMMSS] in cols 10-23 - generate   *
      *                      as of that time (time defaults to      *
      *                      000000, the start of the day)           *
      *                                                       *
      *  Job return codes: 16 when a file would not open,     *
      *  8 when any control card was in error or no cases      *
               access is sequential
               record key is JSM-Scenario-Code
               file status is WS-Scn-File-Status.
           select JTEST-SCV-FILE assign to JTESTSCV
               organization is indexed
               access is sequential
               record key is JSV-Key
               file status is WS-Scv-File-Status.
           select JTEST-OUT-FILE assign to JTESTOUT
               organization is line sequential
               file status is WS-Out-File-Status.
           05  filler                  pic X(1).
           05  JGC-Value               pic X(10).
           05  filler                  pic X(61).
       01  JTEST-GEN-ASOF-CARD.
           05  filler                  pic X(9).
           05  JGA-Asof-Date           pic X(8).
           05  JGA-Asof-Time           pic X(6).
           05  JGA-Rest                pic X(57).
       fd  JTEST-SCN-FILE.
       copy JTESTSCN.
       fd  JTEST-SCV-FILE.
       copy JTESTSCV.
       fd  JTEST-OUT-FILE.
       copy JTESTCAS.
       working-storage section.
       01  WS-Ctl-File-Status         pic X(2).
       01  WS-Scn-File-Status         pic X(2).
       01  WS-Scv-File-Status         pic X(2).
       01  WS-Out-File-Status         pic X(2).
       01  WS-Ctl-End-Of-File         pic X value 'N'.
           88  Ctl-End-Of-File        value 'Y'.
           05  WS-Src-Value occurs 10 times
                                      pic X(10).
       01  WS-Gen-Idx                 pic 9(7).
       01  WS-Attempt-Idx             pic 9(3).
       01  WS-Case-Seq                pic 9(9) value 0.
       01  WS-Overflow-Length         pic 9(4).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-Cnt-Scenarios           pic 9(4) value 0.
       01  WS-Cnt-Skipped             pic 9(4) value 0.
       01  WS-Cnt-Cases-Written       pic 9(7) value 0.
       01  WS-Cnt-Sequences           pic 9(7) value 0.
       01  WS-Cnt-Staged              pic 9(4) value 0.
       01  WS-Asof-Stamp              pic X(16) value spaces.
       01  WS-Scv-End-Of-File         pic X value 'N'.
           88  Scv-End-Of-File        value 'Y'.
       01  WS-Master-Image            pic X(60).
       01  WS-Staged-Only-Done        pic X.
       01  WS-Ver-Count               pic 9(3) value 0.
       01  WS-Ver-Idx                 pic 9(3) value 1.
       01  WS-Version-Table.
           05  WS-Ver-Entry occurs 200 times.
               10  WS-Ver-Code         pic X(10).
               10  WS-Ver-Eff-Ts       pic X(14).
               10  WS-Ver-Image        pic X(60).
       procedure division.
       A-Main Section.
               display 'Starting JTESTGEN'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               move WS-Current-Timestamp(1:8) to WS-Gen-Date
               perform B-Load-Control-Cards
               if WS-Asof-Stamp = spaces
                   move WS-Current-Timestamp(1:16) to WS-Asof-Stamp
               else
                   display
                       'JTESTGEN: generating as of ['
                       WS-Asof-Stamp(1:14) ']'
               end-if
               perform A1-Build-Case-Timestamp
               perform B7-Load-Staged-Versions

               open input JTEST-SCN-FILE
               if WS-Scn-File-Status not = '00'

               perform C-Read-Next-Scenario
               perform until End-Of-Master
                   perform C1-Generate-Staged-Only
                   perform C2-Overlay-Staged-Version
                   perform D-Generate-Scenario-Cases
                   perform C-Read-Next-Scenario
               end-perform
               move high-values to JSM-Scenario-Code
               perform C1-Generate-Staged-Only

               close JTEST-SCN-FILE
               close JTEST-OUT-FILE
                   WS-Cnt-Skipped ']'
               display 'JTESTGEN: cases written     ['
                   WS-Cnt-Cases-Written ']'
               display 'JTESTGEN: attempt sequences ['
                   WS-Cnt-Sequences ']'
               display 'JTESTGEN: staged versions   ['
                   WS-Cnt-Staged ']'
               display 'JTESTGEN: cards in error    ['
                   WS-Cnt-Card-Errors ']'
               if WS-Cnt-Cases-Written = 0
           goback.

      *****************************************************
      *  The generated JTC-Timestamp is the as-of time (the  *
      *  run's own clock by default) in the 26-byte form        *
      *  YYYY-MM-DD-HH.MM.SS.NNNNNN - the same shape real         *
      *  callers stamp JTR-Timestamp with, so generated cases       *
      *  edit clean.                                                 *
      *****************************************************
       A1-Build-Case-Timestamp Section.
               move spaces to WS-Case-Timestamp
               string WS-Asof-Stamp(1:4)  delimited by size
                      '-'                 delimited by size
                      WS-Asof-Stamp(5:2)  delimited by size
                      '-'                 delimited by size
                      WS-Asof-Stamp(7:2)  delimited by size
                      '-'                 delimited by size
                      WS-Asof-Stamp(9:2)  delimited by size
                      '.'                 delimited by size
                      WS-Asof-Stamp(11:2) delimited by size
                      '.'                 delimited by size
                      WS-Asof-Stamp(13:2) delimited by size
                      '.'                 delimited by size
                      WS-Asof-Stamp(15:2) delimited by size
                      '0000'              delimited by size
                   into WS-Case-Timestamp
               end-string.

                       perform B5-Apply-Length-Card
                   when 'SOURCE'
                       perform B6-Apply-Source-Card
                   when 'ASOF'
                       perform B8-Apply-Asof-Card
                   when other
                       perform B4-Flag-Card-Error
               end-evaluate.
               add 1 to WS-Src-Count
               move JGC-Value to WS-Src-Value (WS-Src-Count).

       B8-Apply-Asof-Card Section.
               if JGA-Asof-Time = spaces
                   move '000000' to JGA-Asof-Time
               end-if
               if JGA-Asof-Date is not numeric
                   or JGA-Asof-Time is not numeric
                   or JGA-Rest not = spaces
                   perform B4-Flag-Card-Error
                   exit section
               end-if
               move spaces to WS-Asof-Stamp
               string JGA-Asof-Date delimited by size
                      JGA-Asof-Time delimited by size
                      '00'          delimited by size
                   into WS-Asof-Stamp
               end-string.

      *****************************************************
      *  Keeps, per code, the latest pending staged version  *
      *  effective by the as-of time. JTESTSCV is in code +     *
      *  effective-time order, so a later qualifying record for     *
      *  the same code simply replaces the entry before it, and       *
      *  the table comes out in code order for the merge with   *
      *  the master.                                             *
      *****************************************************
       B7-Load-Staged-Versions Section.
               open input JTEST-SCV-FILE
               if WS-Scv-File-Status not = '00'
                   display
                       'JTESTGEN: JTESTSCV not available ['
                       WS-Scv-File-Status '] - no staged scenario'
                       ' changes applied'
                   exit section
               end-if
               perform until Scv-End-Of-File
                   read JTEST-SCV-FILE
                       at end
                           set Scv-End-Of-File to true
                       not at end
                           if JSV-Pending
                               and JSV-Effective-Ts
                                   not > WS-Asof-Stamp(1:14)
                               perform B9-Keep-Staged-Version
                           end-if
                   end-read
               end-perform
               close JTEST-SCV-FILE.

       B9-Keep-Staged-Version Section.
               if WS-Ver-Count > 0
                   if WS-Ver-Code (WS-Ver-Count) = JSV-Scenario-Code
                       move JSV-Effective-Ts
                           to WS-Ver-Eff-Ts (WS-Ver-Count)
                       move JSV-Image to WS-Ver-Image (WS-Ver-Count)
                       exit section
                   end-if
               end-if
               if WS-Ver-Count >= 200
                   display
                       'JTESTGEN: ERROR - more than 200 scenarios'
                       ' with staged versions in force'
                   move 16 to return-code
                   goback
               end-if
               add 1 to WS-Ver-Count
               move JSV-Scenario-Code to WS-Ver-Code (WS-Ver-Count)
               move JSV-Effective-Ts  to WS-Ver-Eff-Ts (WS-Ver-Count)
               move JSV-Image         to WS-Ver-Image (WS-Ver-Count).

       C-Read-Next-Scenario Section.
               read JTEST-SCN-FILE next
                   at end set End-Of-Master to true
               end-read.

      *****************************************************
      *  Staged ADDs for codes the master does not have yet  *
      *  sort ahead of the master record just read; they are     *
      *  generated first, then the master record is put back.      *
      *****************************************************
       C1-Generate-Staged-Only Section.
               move JTEST-SCENARIO-RECORD to WS-Master-Image
               move 'N' to WS-Staged-Only-Done
               perform until WS-Staged-Only-Done = 'Y'
                   if WS-Ver-Idx > WS-Ver-Count
                       move 'Y' to WS-Staged-Only-Done
                   else
                       if WS-Ver-Code (WS-Ver-Idx)
                           not < WS-Master-Image(1:10)
                           move 'Y' to WS-Staged-Only-Done
                       else
                           move WS-Ver-Image (WS-Ver-Idx)
                               to JTEST-SCENARIO-RECORD
                           perform C3-Report-Staged-Version
                           perform D-Generate-Scenario-Cases
                           add 1 to WS-Ver-Idx
                       end-if
                   end-if
               end-perform
               move WS-Master-Image to JTEST-SCENARIO-RECORD.

       C2-Overlay-Staged-Version Section.
               if WS-Ver-Idx > WS-Ver-Count
                   exit section
               end-if
               if WS-Ver-Code (WS-Ver-Idx) = JSM-Scenario-Code
                   move WS-Ver-Image (WS-Ver-Idx)
                       to JTEST-SCENARIO-RECORD
                   perform C3-Report-Staged-Version
                   add 1 to WS-Ver-Idx
               end-if.

       C3-Report-Staged-Version Section.
               add 1 to WS-Cnt-Staged
               display
                   'JTESTGEN: scenario [' JSM-Scenario-Code
                   '] as staged effective ['
                   WS-Ver-Eff-Ts (WS-Ver-Idx) '] rc ['
                   JSM-Return-Code '] enb [' JSM-Enabled-Flag ']'.

       D-Generate-Scenario-Cases Section.
               add 1 to WS-Cnt-Scenarios
               if JSM-Enabled-Flag not = 'Y'
                       JSM-Return-Code '] - no cases generated'
                   exit section
               end-if
               if JSM-Stateful
                   if JSM-Fail-Rc is not numeric
                       or JSM-Fail-Attempts is not numeric
                       or JSM-Fail-Attempts = 0
                       add 1 to WS-Cnt-Skipped
                       display
                           'JTESTGEN: stateful scenario ['
                           JSM-Scenario-Code '] fail rc ['
                           JSM-Fail-Rc '] attempts ['
                           JSM-Fail-Attempts
                           '] not valid - no cases generated'
                       exit section
                   end-if
               end-if
               perform varying WS-Gen-Idx from 1 by 1
                   until WS-Gen-Idx > WS-Cases-Per-Scn
                   perform D1-Write-Plain-Case
       D1-Write-Plain-Case Section.
               perform D3-Stamp-Common-Fields
               move 20 to JTC-Total-Length
               perform D5-Write-Case-Or-Sequence.

      *****************************************************
      *  Overflow-path case: the declared total length is    *
               move WS-Len-Value (WS-Len-Idx) to JTC-Total-Length
               compute WS-Overflow-Length = JTC-Total-Length - 20
               move all 'X' to JTC-Overflow (1:WS-Overflow-Length)
               perform D5-Write-Case-Or-Sequence.

       D3-Stamp-Common-Fields Section.
               move spaces to JTEST-CASE-RECORD
                   goback
               end-if
               add 1 to WS-Cnt-Cases-Written.

      *****************************************************
      *  A stateless scenario gets the one case as stamped;  *
      *  a stateful one repeats it as its attempt sequence,     *
      *  only the expected rc changing from record to record.    *
      *****************************************************
       D5-Write-Case-Or-Sequence Section.
               if not JSM-Stateful
                   perform D4-Write-Case-Record
                   exit section
               end-if
               add 1 to WS-Cnt-Sequences
               perform varying WS-Attempt-Idx from 1 by 1
                   until WS-Attempt-Idx > JSM-Fail-Attempts
                   move JSM-Fail-Rc to JTC-Expected-Rc
                   perform D4-Write-Case-Record
               end-perform
               move JSM-Return-Code to JTC-Expected-Rc
               perform D4-Write-Case-Record.
