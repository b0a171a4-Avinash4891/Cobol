       identification division.
       program-id. JTESTRPL.
      *****************************************************
      *  JTESTRPL - replay captured traffic as test cases   *
      *  Turns real bridge calls into a JTESTIN case file so  *
      *  a change can be proven against last week's actual      *
      *  production mix instead of only the synthetic cases      *
      *  JTESTGEN builds. The calls come from the active           *
      *  JTESTLOG plus the dated JTESTARC archives concatenated     *
      *  on the JTESTLGA DD (same inputs as JTESTQRY); each          *
      *  selected audit record becomes one JTESTCAS record:           *
      *    - JLR-Correlation-Id is split back into the 20-byte        *
      *      JTC-Correlation-Id and the JTC-Overflow remainder,        *
      *      with JTC-Total-Length set to the id's length (20          *
      *      when it fits the prefix), so JAVATEST reassembles         *
      *      exactly the id the original call carried                  *
      *    - source system and scenario code are carried over,         *
      *      JTC-Timestamp is the caller's own timestamp               *
      *      (JLR-Caller-Timestamp)                                    *
      *    - JLR-Return-Code becomes JTC-Expected-Rc, so the           *
      *      replay proves every call still gets the answer it         *
      *      got before                                                *
      *  The selected calls are SORTed on the logged timestamp,     *
      *  so the case file replays them in the order they were        *
      *  made whatever order the archive DDs are concatenated in;     *
      *  a caller's retries under one correlation id stay in           *
      *  sequence.                                                     *
      *                                                       *
      *  Calls that cannot be replayed faithfully are skipped   *
      *  and counted: an id JAVATEST had to truncate (the bytes  *
      *  past 220 are gone), a blank id, source or scenario, or   *
      *  a return code that is not numeric.                        *
      *                                                       *
      *  Selection comes from JTESTCTL control cards, one      *
      *  criterion per card, all criteria AND-combined          *
      *  ('*' in column 1 is a comment; no cards = replay all): *
      *    cols 1-8  keyword, cols 10-80 value                   *
      *    CORRID    leading bytes of the correlation id          *
      *    DATEFROM  YYYYMMDD - earliest logged date               *
      *    DATETO    YYYYMMDD - latest logged date                  *
      *    SOURCE    source system                                   *
      *    SCENARIO  scenario code                                    *
      *    RCCLASS   GOOD (rc 00/04), EXC (rc 08+), or an             *
      *              exact two-digit return code                       *
      *    SUITE     suite name - wraps the cases in a '*HDR' /        *
      *              '*TRL' pair (see JTESTCAS) with the trailer       *
      *              count filled in                                   *
      *                                                       *
      *  Job return codes: 16 when the active log or JTESTOUT  *
      *  would not open (a missing JTESTLGA DD is tolerated),    *
      *  8 when any control card was in error, 4 when no call     *
      *  was selected, 0 otherwise.                                *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-CTL-FILE assign to JTESTCTL
               organization is line sequential
               file status is WS-Ctl-File-Status.
           select JTEST-LOG-FILE assign to JTESTLOG
               organization is line sequential
               file status is WS-Log-File-Status.
           select JTEST-ARC-FILE assign to JTESTLGA
               organization is line sequential
               file status is WS-Arc-File-Status.
           select JTEST-OUT-FILE assign to JTESTOUT
               organization is line sequential
               file status is WS-Out-File-Status.
           select SORT-RPL-FILE assign to SORTWK01.
      *****************************************************
      *  The archive records are the same JTESTLOG layout;   *
      *  sharing the record area lets the one set of JLR-     *
      *  fields describe whichever file was read last.         *
      *****************************************************
       i-o-control.
           same record area for JTEST-LOG-FILE JTEST-ARC-FILE.
       data division.
       file section.
       fd  JTEST-LOG-FILE.
       copy JTESTLOG.
       fd  JTEST-ARC-FILE.
       01  JTEST-ARC-RECORD           pic X(378).
       fd  JTEST-CTL-FILE.
       01  JTEST-RPL-CARD.
           05  JPC-Keyword             pic X(8).
           05  filler                  pic X(1).
           05  JPC-Value               pic X(71).
       fd  JTEST-OUT-FILE.
       copy JTESTCAS.
       sd  SORT-RPL-FILE.
       01  SORT-RPL-RECORD.
           05  SRT-Log-Timestamp       pic X(21).
           05  SRT-Case-Image          pic X(274).
       working-storage section.
       01  WS-Ctl-File-Status         pic X(2).
       01  WS-Log-File-Status         pic X(2).
       01  WS-Arc-File-Status         pic X(2).
       01  WS-Out-File-Status         pic X(2).
       01  WS-Ctl-End-Of-File         pic X value 'N'.
           88  Ctl-End-Of-File        value 'Y'.
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-End-Of-Sort             pic X value 'N'.
           88  End-Of-Sort            value 'Y'.
       01  WS-Cnt-Card-Errors         pic 9(4) value 0.
       01  WS-Sel-Corr-Id             pic X(71) value spaces.
       01  WS-Sel-Corr-Length         pic 9(2) value 0.
       01  WS-Sel-Date-From           pic X(8) value spaces.
       01  WS-Sel-Date-To             pic X(8) value spaces.
       01  WS-Sel-Source              pic X(10) value spaces.
       01  WS-Sel-Scenario            pic X(10) value spaces.
       01  WS-Sel-Rc-Class            pic X(4) value spaces.
       01  WS-Sel-Rc-Exact            pic 9(2).
       01  WS-Suite-Name              pic X(16) value spaces.
       01  WS-Value-Reversed          pic X(71).
       01  WS-Value-Length            pic 9(2).
       01  WS-Id-Reversed             pic X(220).
       01  WS-Id-Length               pic 9(4).
       01  WS-Overflow-Length         pic 9(4).
       01  WS-Record-Matches          pic X.
       01  WS-Record-Date             pic X(8).
       01  WS-Case-Image              pic X(274).
       01  WS-Cnt-Log-Scanned         pic 9(7) value 0.
       01  WS-Cnt-Arc-Scanned         pic 9(7) value 0.
       01  WS-Cnt-Selected            pic 9(7) value 0.
       01  WS-Cnt-Unparseable         pic 9(7) value 0.
       01  WS-Cnt-Truncated           pic 9(7) value 0.
       01  WS-Cnt-Incomplete          pic 9(7) value 0.
       01  WS-Cnt-Cases-Written       pic 9(7) value 0.
       procedure division.
       A-Main Section.
               display 'Starting JTESTRPL'
               perform B-Load-Replay-Cards

               open output JTEST-OUT-FILE
               if WS-Out-File-Status not = '00'
                   display
                       'JTESTRPL: ERROR - JTESTOUT open failed ['
                       WS-Out-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               sort SORT-RPL-FILE
                   on ascending key SRT-Log-Timestamp
                   with duplicates in order
                   input procedure is C-Select-Calls
                   output procedure is E-Write-Case-File

               close JTEST-OUT-FILE

               display '===================================='
               display 'JTESTRPL - traffic replay'
               display '===================================='
               display 'Active log scanned  : ' WS-Cnt-Log-Scanned
               display 'Archive recs scanned: ' WS-Cnt-Arc-Scanned
               display 'Unparseable skipped : ' WS-Cnt-Unparseable
               display 'Calls selected      : ' WS-Cnt-Selected
               display 'Truncated id skipped: ' WS-Cnt-Truncated
               display 'Incomplete skipped  : ' WS-Cnt-Incomplete
               display 'Cases written       : ' WS-Cnt-Cases-Written
               if WS-Suite-Name not = spaces
                   display 'Suite               : ' WS-Suite-Name
               end-if
               display '===================================='
               evaluate true
                   when WS-Cnt-Card-Errors > 0
                       move 8 to return-code
                   when WS-Cnt-Cases-Written = 0
                       display 'JTESTRPL: no calls selected'
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.
           goback.

       B-Load-Replay-Cards Section.
               open input JTEST-CTL-FILE
               if WS-Ctl-File-Status not = '00'
                   display
                       'JTESTRPL: no JTESTCTL control file ['
                       WS-Ctl-File-Status '] - replaying every call'
                   exit section
               end-if
               perform B1-Read-Replay-Card
               perform until Ctl-End-Of-File
                   perform B2-Apply-Replay-Card
                   perform B1-Read-Replay-Card
               end-perform
               close JTEST-CTL-FILE.

       B1-Read-Replay-Card Section.
               read JTEST-CTL-FILE
                   at end set Ctl-End-Of-File to true
               end-read.

       B2-Apply-Replay-Card Section.
               if JPC-Keyword(1:1) = '*' or JTEST-RPL-CARD = spaces
                   exit section
               end-if
               evaluate JPC-Keyword
                   when 'CORRID'
                       move JPC-Value to WS-Sel-Corr-Id
                       perform B3-Measure-Card-Value
                       move WS-Value-Length to WS-Sel-Corr-Length
                       if WS-Sel-Corr-Length = 0
                           perform B4-Flag-Card-Error
                       end-if
                   when 'DATEFROM'
                       if JPC-Value(1:8) is numeric
                           move JPC-Value(1:8) to WS-Sel-Date-From
                       else
                           perform B4-Flag-Card-Error
                       end-if
                   when 'DATETO'
                       if JPC-Value(1:8) is numeric
                           move JPC-Value(1:8) to WS-Sel-Date-To
                       else
                           perform B4-Flag-Card-Error
                       end-if
                   when 'SOURCE'
                       if JPC-Value(1:10) = spaces
                           perform B4-Flag-Card-Error
                       else
                           move JPC-Value(1:10) to WS-Sel-Source
                       end-if
                   when 'SCENARIO'
                       if JPC-Value(1:10) = spaces
                           perform B4-Flag-Card-Error
                       else
                           move JPC-Value(1:10) to WS-Sel-Scenario
                       end-if
                   when 'RCCLASS'
                       evaluate JPC-Value(1:4)
                           when 'GOOD'
                           when 'EXC '
                               move JPC-Value(1:4)
                                   to WS-Sel-Rc-Class
                           when other
                               if JPC-Value(1:2) is numeric
                                   and JPC-Value(3:2) = spaces
                                   move 'EXCT' to WS-Sel-Rc-Class
                                   move JPC-Value(1:2)
                                       to WS-Sel-Rc-Exact
                               else
                                   perform B4-Flag-Card-Error
                               end-if
                       end-evaluate
                   when 'SUITE'
                       if JPC-Value(1:16) = spaces
                           or JPC-Value(17:55) not = spaces
                           perform B4-Flag-Card-Error
                       else
                           move JPC-Value(1:16) to WS-Suite-Name
                       end-if
                   when other
                       perform B4-Flag-Card-Error
               end-evaluate.

      *****************************************************
      *  Trailing-space measurement, same REVERSE/INSPECT    *
      *  idiom JTESTARC applies to its PARM.                   *
      *****************************************************
       B3-Measure-Card-Value Section.
               move 0 to WS-Value-Length
               move FUNCTION REVERSE (JPC-Value)
                   to WS-Value-Reversed
               inspect WS-Value-Reversed
                   tallying WS-Value-Length for leading spaces
               compute WS-Value-Length = 71 - WS-Value-Length.

       B4-Flag-Card-Error Section.
               add 1 to WS-Cnt-Card-Errors
               display
                   'JTESTRPL: ERROR - bad control card ['
                   JTEST-RPL-CARD(1:40) ']'.

      *****************************************************
      *  Sort input procedure: scans the active log, then    *
      *  the archives, releasing one case image per selected   *
      *  call keyed on its logged timestamp.                    *
      *****************************************************
       C-Select-Calls Section.
               open input JTEST-LOG-FILE
               if WS-Log-File-Status not = '00'
                   display
                       'JTESTRPL: ERROR - JTESTLOG open failed ['
                       WS-Log-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTRPL: scanning active log'
               move 'N' to WS-End-Of-File
               perform C1-Read-Log-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Log-Scanned
                   perform D-Select-And-Release
                   perform C1-Read-Log-Record
               end-perform
               close JTEST-LOG-FILE

               open input JTEST-ARC-FILE
               if WS-Arc-File-Status = '35'
                   display
                       'JTESTRPL: no JTESTLGA archive DD - active'
                       ' log only'
                   exit section
               end-if
               if WS-Arc-File-Status not = '00'
                   display
                       'JTESTRPL: ERROR - JTESTLGA open failed ['
                       WS-Arc-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTRPL: scanning archives'
               move 'N' to WS-End-Of-File
               perform C2-Read-Arc-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Arc-Scanned
                   perform D-Select-And-Release
                   perform C2-Read-Arc-Record
               end-perform
               close JTEST-ARC-FILE.

       C1-Read-Log-Record Section.
               read JTEST-LOG-FILE
                   at end set End-Of-File to true
               end-read.

       C2-Read-Arc-Record Section.
               read JTEST-ARC-FILE
                   at end set End-Of-File to true
               end-read.

      *****************************************************
      *  All configured criteria must hold, by the same      *
      *  rules JTESTQRY applies. A record whose timestamp      *
      *  date cannot be parsed is skipped (and counted) when    *
      *  a date range is in force.                               *
      *****************************************************
       D-Select-And-Release Section.
               move 'Y' to WS-Record-Matches
               if WS-Sel-Corr-Length > 0
                   if JLR-Correlation-Id (1:WS-Sel-Corr-Length)
                       not = WS-Sel-Corr-Id (1:WS-Sel-Corr-Length)
                       move 'N' to WS-Record-Matches
                   end-if
               end-if
               if WS-Sel-Source not = spaces
                   and JLR-Source-System not = WS-Sel-Source
                   move 'N' to WS-Record-Matches
               end-if
               if WS-Sel-Scenario not = spaces
                   and JLR-Scenario-Code not = WS-Sel-Scenario
                   move 'N' to WS-Record-Matches
               end-if
               if WS-Sel-Date-From not = spaces
                   or WS-Sel-Date-To not = spaces
                   move JLR-Timestamp(1:8) to WS-Record-Date
                   if WS-Record-Date is not numeric
                       add 1 to WS-Cnt-Unparseable
                       move 'N' to WS-Record-Matches
                   else
                       if WS-Sel-Date-From not = spaces
                           and WS-Record-Date < WS-Sel-Date-From
                           move 'N' to WS-Record-Matches
                       end-if
                       if WS-Sel-Date-To not = spaces
                           and WS-Record-Date > WS-Sel-Date-To
                           move 'N' to WS-Record-Matches
                       end-if
                   end-if
               end-if
               if WS-Sel-Rc-Class not = spaces
                   perform D1-Match-Rc-Class
               end-if
               if WS-Record-Matches = 'N'
                   exit section
               end-if
               add 1 to WS-Cnt-Selected
               if JLR-Truncated-Flag = 'Y'
                   add 1 to WS-Cnt-Truncated
                   display
                       'JTESTRPL: skipped [' JLR-Timestamp
                       '] - correlation id was truncated at 220'
                   exit section
               end-if
               if JLR-Correlation-Id = spaces
                   or JLR-Source-System = spaces
                   or JLR-Scenario-Code = spaces
                   or JLR-Return-Code is not numeric
                   add 1 to WS-Cnt-Incomplete
                   display
                       'JTESTRPL: skipped [' JLR-Timestamp
                       '] - blank id, source or scenario, or rc ['
                       JLR-Return-Code '] not numeric'
                   exit section
               end-if
               perform D2-Build-Case-Image
               move JLR-Timestamp   to SRT-Log-Timestamp
               move WS-Case-Image   to SRT-Case-Image
               release SORT-RPL-RECORD.

       D1-Match-Rc-Class Section.
               if JLR-Return-Code is not numeric
                   move 'N' to WS-Record-Matches
                   exit section
               end-if
               evaluate WS-Sel-Rc-Class
                   when 'GOOD'
                       if JLR-Return-Code >= 8
                           move 'N' to WS-Record-Matches
                       end-if
                   when 'EXC '
                       if JLR-Return-Code < 8
                           move 'N' to WS-Record-Matches
                       end-if
                   when 'EXCT'
                       if JLR-Return-Code not = WS-Sel-Rc-Exact
                           move 'N' to WS-Record-Matches
                       end-if
               end-evaluate.

      *****************************************************
      *  Splits the logged id back into the request prefix   *
      *  and the overflow area - the reverse of JAVATEST's     *
      *  F-Resolve-Correlation-Id. The id's length is its        *
      *  trailing-space-trimmed length; an id that fits in 20     *
      *  bytes is a plain case with no overflow.                   *
      *****************************************************
       D2-Build-Case-Image Section.
               move 0 to WS-Id-Length
               move FUNCTION REVERSE (JLR-Correlation-Id)
                   to WS-Id-Reversed
               inspect WS-Id-Reversed
                   tallying WS-Id-Length for leading spaces
               compute WS-Id-Length = 220 - WS-Id-Length
               move spaces to JTEST-CASE-RECORD
               move JLR-Correlation-Id(1:20) to JTC-Correlation-Id
               move JLR-Source-System    to JTC-Source-System
               move JLR-Scenario-Code    to JTC-Scenario-Code
               move JLR-Caller-Timestamp to JTC-Timestamp
               move 'N'                  to JTC-Truncated-Flag
               if WS-Id-Length > 20
                   move WS-Id-Length to JTC-Total-Length
                   compute WS-Overflow-Length = WS-Id-Length - 20
                   move JLR-Correlation-Id(21:WS-Overflow-Length)
                       to JTC-Overflow (1:WS-Overflow-Length)
               else
                   move 20 to JTC-Total-Length
               end-if
               move JLR-Return-Code to JTC-Expected-Rc
               move JTEST-CASE-RECORD to WS-Case-Image.

      *****************************************************
      *  Sort output procedure: writes the cases in logged   *
      *  order, inside a '*HDR'/'*TRL' pair when a SUITE card   *
      *  named one.                                              *
      *****************************************************
       E-Write-Case-File Section.
               if WS-Suite-Name not = spaces
                   move spaces to JTEST-CASE-RECORD
                   move '*HDR' to JTC-Rec-Type
                   move WS-Suite-Name to JTC-Suite-Name
                   perform E2-Write-Record
               end-if
               perform E1-Return-Sort-Record
               perform until End-Of-Sort
                   move SRT-Case-Image to JTEST-CASE-RECORD
                   perform E2-Write-Record
                   add 1 to WS-Cnt-Cases-Written
                   perform E1-Return-Sort-Record
               end-perform
               if WS-Suite-Name not = spaces
                   move spaces to JTEST-CASE-RECORD
                   move '*TRL' to JTC-Rec-Type
                   move WS-Suite-Name to JTC-Suite-Name
                   move WS-Cnt-Cases-Written to JTC-Suite-Count
                   perform E2-Write-Record
               end-if.

       E1-Return-Sort-Record Section.
               return SORT-RPL-FILE
                   at end set End-Of-Sort to true
               end-return.

       E2-Write-Record Section.
               write JTEST-CASE-RECORD
               if WS-Out-File-Status not = '00'
                   display
                       'JTESTRPL: ERROR - JTESTOUT write failed ['
                       WS-Out-File-Status ']'
                   move 16 to return-code
                   goback
               end-if.
