       identification division.
       program-id. JTESTINC.
      *****************************************************
      *  JTESTINC - bridge incident timeline                *
      *  Walks every call in the active JTESTLOG plus the     *
      *  dated JTESTARC archives concatenated on the JTESTLGA   *
      *  DD, SORTed into logged-timestamp order whatever order    *
      *  the archives are concatenated in, and builds the           *
      *  timeline of bridge incidents in one review period:          *
      *    - a run of consecutive affected calls (rc 08 or over,      *
      *      an rc that is not numeric, or over the ELAPSED limit)     *
      *      opens an incident once it holds FAILRUN rc 08+ calls      *
      *      or SLOWRUN calls over the limit; the incident starts at   *
      *      the first call of the run;                                *
      *    - a gap between two calls holding more than QUIETMIN        *
      *      minutes of the scheduled HOURS is a quiet-period          *
      *      incident from the last call before the gap to the first   *
      *      call after it. Silence from the last call in the period   *
      *      to the end of DATETO (or of this run, if sooner) is       *
      *      measured the same way and, over QUIETMIN, is a quiet      *
      *      period still open (status O).                             *
      *  An open incident closes when normal results return:        *
      *  RECOVER calls in a row that are not affected; it ends at    *
      *  the first of them. A gap in traffic while an incident is     *
      *  open is part of that incident. An incident belongs to the     *
      *  period it starts in: calls after DATETO are followed only     *
      *  until the incidents open at the period end have closed. One   *
      *  still open at the end of the audit trail is recorded with     *
      *  status O, ending at the last call logged.                     *
      *  The LOOKBACK days before DATEFROM are walked the same way     *
      *  so the period starts with the state the calls left: an        *
      *  incident, run or quiet gap that started before DATEFROM       *
      *  belongs to the earlier period (whose run followed it) and is  *
      *  not recorded again.                                           *
      *                                                       *
      *  Each incident gets its start and end, duration, the    *
      *  calls affected by source system and scenario, and the   *
      *  first five distinct response messages the affected calls  *
      *  got, on the JTESTIRP report and in the JTESTINF incident    *
      *  file (copybook JTESTINF), the official record for the        *
      *  monthly service review. The report is printed from the        *
      *  incident file once it is written, so the two always agree.    *
      *                                                       *
      *  Control cards from JTESTCTL ('*' in column 1 is a     *
      *  comment; no JTESTCTL = all defaults):                   *
      *    cols 1-8  keyword, cols 10-80 value                    *
      *    DATEFROM  YYYYMMDD - first logged date in the period     *
      *    DATETO    YYYYMMDD - last logged date in the period       *
      *    FAILRUN   NNN - rc 08+ calls in a run that open an          *
      *              incident (default 005)                           *
      *    SLOWRUN   NNN - calls over the limit in a run that open     *
      *              an incident (default 005)                         *
      *    ELAPSED   NNNNNNN - elapsed-time limit, in hundredths of    *
      *              a second (default 0000500, five seconds)          *
      *    RECOVER   NNN - normal calls in a row that close an         *
      *              incident (default 001)                            *
      *    QUIETMIN  NNNN - minutes without a call in scheduled hours  *
      *              that make a quiet-period incident (default 0030;  *
      *              0000 turns the quiet check off)                   *
      *    HOURS     HHMMHHMM - scheduled hours, from and to (default  *
      *              00002400, all day); a from after the to spans     *
      *              midnight (20000600 = 8 pm to 6 am)                *
      *    LOOKBACK  NNN - days before DATEFROM walked to pick up the  *
      *              state the period starts in (default 001); cover   *
      *              the longest incident expected                     *
      *  No DATEFROM/DATETO covers the previous calendar month.        *
      *                                                       *
      *  Job return codes: 16 when a control card is in error   *
      *  (DATEFROM and DATETO must be dates; a DATETO day past   *
      *  the month end means its last day) or a file would not open *
      *  or write (a missing JTESTLGA DD is tolerated); 8 when an  *
      *  incident (a quiet period included) is still open at the   *
      *  end of the audit trail;                                     *
      *  4 when the period had incidents; 0 none.                     *
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
           select JTEST-INF-FILE assign to JTESTINF
               organization is line sequential
               file status is WS-Inf-File-Status.
           select JTEST-INC-REPORT assign to JTESTIRP
               organization is line sequential
               file status is WS-Rpt-File-Status.
           select SORT-INC-FILE assign to SORTWK01.
       i-o-control.
           same record area for JTEST-LOG-FILE JTEST-ARC-FILE.
       data division.
       file section.
       fd  JTEST-CTL-FILE.
       01  JTEST-INC-CARD.
           05  JIC-Keyword             pic X(8).
           05  filler                  pic X(1).
           05  JIC-Value               pic X(71).
       fd  JTEST-LOG-FILE.
       copy JTESTLOG.
       fd  JTEST-ARC-FILE.
       01  JTEST-ARC-RECORD           pic X(378).
       fd  JTEST-INF-FILE.
       copy JTESTINF.
       fd  JTEST-INC-REPORT.
       01  JTEST-INC-PRINT-LINE       pic X(132).
       sd  SORT-INC-FILE.
       01  SORT-INC-RECORD.
           05  SRT-Timestamp           pic X(21).
           05  SRT-Seconds             pic 9(11).
           05  SRT-Source-System       pic X(10).
           05  SRT-Scenario-Code       pic X(10).
           05  SRT-Rc-Image            pic X(2).
           05  SRT-Return-Code redefines SRT-Rc-Image
                                       pic 9(2).
           05  SRT-Elapsed-Image       pic X(7).
           05  SRT-Elapsed-Hund redefines SRT-Elapsed-Image
                                       pic 9(7).
           05  SRT-Response-Text       pic X(80).
       working-storage section.
       01  WS-Ctl-File-Status         pic X(2).
       01  WS-Log-File-Status         pic X(2).
       01  WS-Arc-File-Status         pic X(2).
       01  WS-Inf-File-Status         pic X(2).
       01  WS-Rpt-File-Status         pic X(2).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-Ctl-End-Of-File         pic X value 'N'.
           88  Ctl-End-Of-File        value 'Y'.
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-End-Of-Sort             pic X value 'N'.
           88  End-Of-Sort            value 'Y'.
       01  WS-Cnt-Card-Errors         pic 9(4) value 0.
      *****************************************************
      *  Control card values and their defaults              *
      *****************************************************
       01  WS-Date-From               pic X(8) value spaces.
       01  WS-Date-To                 pic X(8) value spaces.
       01  WS-Prior-Month             pic X(6).
       01  WS-Prior-Month-Num redefines WS-Prior-Month.
           05  WS-Prior-Year           pic 9(4).
           05  WS-Prior-Mon            pic 9(2).
       01  WS-Fail-Run                pic 9(3) value 5.
       01  WS-Slow-Run                pic 9(3) value 5.
       01  WS-Elapsed-Limit           pic 9(7) value 500.
       01  WS-Recover-Calls           pic 9(3) value 1.
       01  WS-Quiet-Minutes           pic 9(4) value 30.
       01  WS-Lookback-Days           pic 9(3) value 1.
       01  WS-Lookback-From           pic X(8) value spaces.
       01  WS-Lookback-From-N redefines WS-Lookback-From
                                      pic 9(8).
       01  WS-Hours-Card              pic X(8) value '00002400'.
       01  WS-Hours-Parts redefines WS-Hours-Card.
           05  WS-Hours-From           pic 9(4).
           05  WS-Hours-From-Parts redefines WS-Hours-From.
               10  WS-Hours-From-HH    pic 9(2).
               10  WS-Hours-From-MM    pic 9(2).
           05  WS-Hours-To             pic 9(4).
           05  WS-Hours-To-Parts redefines WS-Hours-To.
               10  WS-Hours-To-HH      pic 9(2).
               10  WS-Hours-To-MM      pic 9(2).
       01  WS-Win-Start-Secs          pic 9(5).
       01  WS-Win-End-Secs            pic 9(5).
      *****************************************************
      *  Logged timestamp YYYYMMDDHHMMSSCC+HHMM as seconds    *
      *  since day one of INTEGER-OF-DATE, for gaps and        *
      *  durations. The UTC offset is not applied: every record *
      *  is written by the same bridge clock.                    *
      *****************************************************
       01  WS-Ts-Work.
           05  WS-Ts-Date              pic 9(8).
           05  WS-Ts-Date-Parts redefines WS-Ts-Date.
               10  WS-Ts-Year          pic 9(4).
               10  WS-Ts-Month         pic 9(2).
               10  WS-Ts-Day           pic 9(2).
           05  WS-Ts-Hour              pic 9(2).
           05  WS-Ts-Minute            pic 9(2).
           05  WS-Ts-Second            pic 9(2).
           05  WS-Ts-Rest              pic X(7).
       01  WS-Ts-Valid                pic X.
       01  WS-Ts-Day-Number           pic 9(7).
       01  WS-Ts-Seconds              pic 9(11).
      *****************************************************
      *  Timeline state. A run of affected calls is pending   *
      *  (P) until it reaches a threshold and opens (O); a      *
      *  normal call drops a pending run (N).                    *
      *****************************************************
       01  WS-Inc-State               pic X value 'N'.
           88  Inc-None               value 'N'.
           88  Inc-Pending            value 'P'.
           88  Inc-Open               value 'O'.
       01  WS-Past-Period             pic X value 'N'.
       01  WS-Timeline-Done           pic X value 'N'.
       01  WS-Have-Prev               pic X value 'N'.
       01  WS-Prev-Timestamp          pic X(21).
       01  WS-Prev-Secs               pic 9(11).
       01  WS-Call-Failed             pic X.
       01  WS-Call-Slow               pic X.
       01  WS-Call-Affected           pic X.
       01  WS-Recover-Count           pic 9(3) value 0.
       01  WS-Recover-Timestamp       pic X(21).
       01  WS-Recover-Secs            pic 9(11).
       01  WS-Quiet-Secs              pic 9(11).
       01  WS-Gap-End-Timestamp       pic X(21).
       01  WS-Gap-End-Secs            pic 9(11).
       01  WS-Gap-Status              pic X(1).
       01  WS-Period-End-Date         pic 9(8).
       01  WS-Period-End-Timestamp    pic X(21).
       01  WS-Period-End-Secs         pic 9(11).
       01  WS-Run-Secs                pic 9(11).
       01  WS-Day                     pic 9(7).
       01  WS-Day-First               pic 9(7).
       01  WS-Day-Last                pic 9(7).
       01  WS-Day-Base                pic 9(11).
       01  WS-Win-Lo                  pic 9(11).
       01  WS-Win-Hi                  pic 9(11).
      *****************************************************
      *  The incident being built                            *
      *****************************************************
       01  WS-Cur-Trigger             pic X(1).
       01  WS-Cur-Prior               pic X value 'N'.
       01  WS-Cur-Status              pic X(1).
       01  WS-Cur-Start-Timestamp     pic X(21).
       01  WS-Cur-Start-Secs          pic 9(11).
       01  WS-Cur-End-Timestamp       pic X(21).
       01  WS-Cur-End-Secs            pic 9(11).
       01  WS-Cur-Calls-During        pic 9(9).
       01  WS-Cur-Calls-Affected      pic 9(9).
       01  WS-Cur-Calls-Rc08          pic 9(9).
       01  WS-Cur-Calls-Slow          pic 9(9).
       01  WS-Cur-Pairs-Untabled      pic 9(9).
       01  WS-Max-Pairs               pic 9(3) value 50.
       01  WS-Pair-Count              pic 9(3) value 0.
       01  WS-Pair-Idx                pic 9(3).
       01  WS-Pair-Found              pic 9(3).
       01  WS-Pair-Table.
           05  WS-Pair-Entry occurs 50 times.
               10  WS-Pr-Source        pic X(10).
               10  WS-Pr-Scenario      pic X(10).
               10  WS-Pr-Affected      pic 9(9).
               10  WS-Pr-Rc08          pic 9(9).
               10  WS-Pr-Slow          pic 9(9).
       01  WS-Max-Messages            pic 9(2) value 5.
       01  WS-Msg-Count               pic 9(2) value 0.
       01  WS-Msg-Idx                 pic 9(2).
       01  WS-Msg-Found               pic X.
       01  WS-Msg-Table.
           05  WS-Msg-Entry occurs 5 times.
               10  WS-Mg-Timestamp     pic X(21).
               10  WS-Mg-Source        pic X(10).
               10  WS-Mg-Scenario      pic X(10).
               10  WS-Mg-Rc            pic X(2).
               10  WS-Mg-Text          pic X(80).
      *****************************************************
      *  Run totals                                          *
      *****************************************************
       01  WS-Cnt-Log-Scanned         pic 9(9) value 0.
       01  WS-Cnt-Arc-Scanned         pic 9(9) value 0.
       01  WS-Cnt-Unparseable         pic 9(9) value 0.
       01  WS-Cnt-Before-Period       pic 9(9) value 0.
       01  WS-Cnt-Lookback            pic 9(9) value 0.
       01  WS-Cnt-Prior-Incidents     pic 9(5) value 0.
       01  WS-Cnt-In-Period           pic 9(9) value 0.
       01  WS-Cnt-After-Period        pic 9(9) value 0.
       01  WS-Cnt-Incidents           pic 9(5) value 0.
       01  WS-Cnt-Quiet               pic 9(5) value 0.
       01  WS-Cnt-Still-Open          pic 9(5) value 0.
       01  WS-Cnt-Inf-Records         pic 9(9) value 0.
      *****************************************************
      *  Print control, same paging idiom as JTESTCOV. The   *
      *  page type says which headings a new page repeats:     *
      *  T timeline list, D incident detail (none).              *
      *****************************************************
       01  WS-Page-Type               pic X value 'D'.
       01  WS-Page-Number             pic 9(4) value 0.
       01  WS-Line-Count              pic 9(2) value 99.
       01  WS-Lines-Per-Page          pic 9(2) value 55.
       01  WS-Print-Line              pic X(132).
       01  WS-Detail-Pair-Seen        pic X.
       01  WS-Detail-Msg-Seen         pic X.
       01  WS-Detail-Trigger          pic X(1).
       01  WS-Heading-1.
           05  filler                  pic X(50) value
               'JTESTINC - BRIDGE INCIDENT TIMELINE'.
           05  filler                  pic X(8) value 'PERIOD: '.
           05  WS-H1-Date-From         pic X(8).
           05  filler                  pic X(3) value ' - '.
           05  WS-H1-Date-To           pic X(8).
           05  filler                  pic X(45) value spaces.
           05  filler                  pic X(5) value 'PAGE '.
           05  WS-H1-Page              pic ZZZ9.
           05  filler                  pic X(1) value spaces.
       01  WS-Timeline-Heading-1.
           05  filler                  pic X(7) value 'INC NO'.
           05  filler                  pic X(14) value 'TRIGGER'.
           05  filler                  pic X(21) value 'START'.
           05  filler                  pic X(21) value 'END'.
           05  filler                  pic X(13) value
               '   DURATION'.
           05  filler                  pic X(10) value 'STATUS'.
           05  filler                  pic X(11) value
               '     DURING'.
           05  filler                  pic X(35) value
               '    AFFECTED'.
       01  WS-Timeline-Line.
           05  WS-TL-Incident-No       pic 9(5).
           05  filler                  pic X(2) value spaces.
           05  WS-TL-Trigger           pic X(12).
           05  filler                  pic X(2) value spaces.
           05  WS-TL-Start             pic X(19).
           05  filler                  pic X(2) value spaces.
           05  WS-TL-End               pic X(19).
           05  filler                  pic X(2) value spaces.
           05  WS-TL-Duration          pic X(11).
           05  filler                  pic X(2) value spaces.
           05  WS-TL-Status            pic X(6).
           05  filler                  pic X(4) value spaces.
           05  WS-TL-During            pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(1) value spaces.
           05  WS-TL-Affected          pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(23) value spaces.
       01  WS-Section-Line.
           05  WS-SL-Text              pic X(100).
           05  filler                  pic X(32) value spaces.
       01  WS-Param-Line.
           05  filler                  pic X(4) value spaces.
           05  WS-PL-Label             pic X(44).
           05  WS-PL-Value             pic X(40).
           05  filler                  pic X(44) value spaces.
       01  WS-Incident-Title.
           05  filler                  pic X(9) value 'INCIDENT '.
           05  WS-IT-Incident-No       pic 9(5).
           05  filler                  pic X(3) value ' - '.
           05  WS-IT-Trigger-Text      pic X(60).
           05  filler                  pic X(8) value 'STATUS: '.
           05  WS-IT-Status-Text       pic X(40).
           05  filler                  pic X(7) value spaces.
       01  WS-Incident-Times.
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(8) value 'START : '.
           05  WS-IX-Start             pic X(22).
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(6) value 'END : '.
           05  WS-IX-End               pic X(22).
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(10) value 'DURATION: '.
           05  WS-IX-Duration          pic X(11).
           05  filler                  pic X(41) value spaces.
       01  WS-Incident-Counts.
           05  filler                  pic X(4) value spaces.
           05  filler                  pic X(14) value
               'CALLS DURING: '.
           05  WS-IC-During            pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(14) value
               '   AFFECTED: '.
           05  WS-IC-Affected          pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(12) value
               '   RC 08+: '.
           05  WS-IC-Rc08              pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(24) value
               '   OVER ELAPSED LIMIT: '.
           05  WS-IC-Slow              pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(20) value spaces.
       01  WS-Pair-Heading.
           05  filler                  pic X(8) value spaces.
           05  filler                  pic X(12) value 'SOURCE'.
           05  filler                  pic X(12) value 'SCENARIO'.
           05  filler                  pic X(11) value
               '   AFFECTED'.
           05  filler                  pic X(12) value
               '      RC 08+'.
           05  filler                  pic X(77) value
               '  OVER LIMIT'.
       01  WS-Pair-Line.
           05  filler                  pic X(8) value spaces.
           05  WS-PD-Source            pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-PD-Scenario          pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-PD-Affected          pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(1) value spaces.
           05  WS-PD-Rc08              pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(1) value spaces.
           05  WS-PD-Slow              pic ZZZ,ZZZ,ZZ9.
           05  filler                  pic X(65) value spaces.
       01  WS-Msg-Heading.
           05  filler                  pic X(8) value spaces.
           05  filler                  pic X(10) value 'TIME'.
           05  filler                  pic X(12) value 'SOURCE'.
           05  filler                  pic X(12) value 'SCENARIO'.
           05  filler                  pic X(4) value 'RC'.
           05  filler                  pic X(86) value
               'RESPONSE MESSAGE'.
       01  WS-Msg-Line.
           05  filler                  pic X(8) value spaces.
           05  WS-ML-Time              pic X(8).
           05  filler                  pic X(2) value spaces.
           05  WS-ML-Source            pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-ML-Scenario          pic X(10).
           05  filler                  pic X(2) value spaces.
           05  WS-ML-Rc                pic X(2).
           05  filler                  pic X(2) value spaces.
           05  WS-ML-Text              pic X(80).
           05  filler                  pic X(6) value spaces.
      *****************************************************
      *  Edit work areas                                     *
      *****************************************************
       01  WS-Edit-Ts-In              pic X(21).
       01  WS-Edit-Ts-Out             pic X(19).
       01  WS-Edit-Secs               pic 9(9).
       01  WS-Edit-Hours              pic 9(5).
       01  WS-Edit-Rest               pic 9(9).
       01  WS-Edit-Duration.
           05  WS-ED-Hours             pic ZZZZ9.
           05  filler                  pic X(1) value ':'.
           05  WS-ED-Minutes           pic 9(2).
           05  filler                  pic X(1) value ':'.
           05  WS-ED-Seconds           pic 9(2).
       01  WS-Edit-Number             pic ZZZZZZ9.
       01  WS-Trigger-Text            pic X(40).
       01  WS-Trigger-Short           pic X(12).
       procedure division.
       A-Main Section.
               display 'Starting JTESTINC'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               perform B-Load-Control-Cards
               if WS-Cnt-Card-Errors > 0
                   display
                       'JTESTINC: ERROR - control cards in error ['
                       WS-Cnt-Card-Errors '] - no timeline built'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTINC: period [' WS-Date-From '] to ['
                   WS-Date-To '] look-back from [' WS-Lookback-From ']'

               open output JTEST-INF-FILE
               if WS-Inf-File-Status not = '00'
                   display
                       'JTESTINC: ERROR - JTESTINF open failed ['
                       WS-Inf-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               perform E3-Write-Header

               sort SORT-INC-FILE
                   on ascending key SRT-Timestamp
                   with duplicates in order
                   input procedure is C-Select-Calls
                   output procedure is D-Build-Timeline

               perform E4-Write-Trailer
               close JTEST-INF-FILE

               open output JTEST-INC-REPORT
               if WS-Rpt-File-Status not = '00'
                   display
                       'JTESTINC: ERROR - JTESTIRP open failed ['
                       WS-Rpt-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               perform F-Print-Timeline
               perform F3-Print-Incidents
               close JTEST-INC-REPORT

               display '===================================='
               display 'JTESTINC - incident timeline ' WS-Date-From
                   '-' WS-Date-To
               display '===================================='
               display 'Active log scanned  : ' WS-Cnt-Log-Scanned
               display 'Archive recs scanned: ' WS-Cnt-Arc-Scanned
               display 'Unparseable skipped : ' WS-Cnt-Unparseable
               display 'Before the look-back: ' WS-Cnt-Before-Period
               display 'Look-back calls     : ' WS-Cnt-Lookback
               display 'Earlier incidents   : ' WS-Cnt-Prior-Incidents
               display 'Calls in period     : ' WS-Cnt-In-Period
               display 'Calls after period  : ' WS-Cnt-After-Period
               display 'Incidents           : ' WS-Cnt-Incidents
               display 'Quiet periods       : ' WS-Cnt-Quiet
               display 'Still open at end   : ' WS-Cnt-Still-Open
               display 'JTESTINF records    : ' WS-Cnt-Inf-Records
               display '===================================='
               evaluate true
                   when WS-Cnt-Still-Open > 0
                       move 8 to return-code
                   when WS-Cnt-Incidents > 0
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.
           goback.

      *****************************************************
      *  Control cards, then the default period (previous    *
      *  calendar month, as in JTESTCOV) and the scheduled      *
      *  window in seconds of the day.                           *
      *****************************************************
       B-Load-Control-Cards Section.
               open input JTEST-CTL-FILE
               if WS-Ctl-File-Status not = '00'
                   display
                       'JTESTINC: no JTESTCTL control file ['
                       WS-Ctl-File-Status '] - defaults used'
               else
                   perform B1-Read-Control-Card
                   perform until Ctl-End-Of-File
                       perform B2-Apply-Control-Card
                       perform B1-Read-Control-Card
                   end-perform
                   close JTEST-CTL-FILE
               end-if
               if WS-Date-From = spaces or WS-Date-To = spaces
                   move WS-Current-Timestamp(1:6) to WS-Prior-Month
                   if WS-Prior-Mon = 1
                       subtract 1 from WS-Prior-Year
                       move 12 to WS-Prior-Mon
                   else
                       subtract 1 from WS-Prior-Mon
                   end-if
               end-if
               if WS-Date-From = spaces
                   string WS-Prior-Month '01' delimited by size
                       into WS-Date-From
               end-if
               if WS-Date-To = spaces
                   string WS-Prior-Month '31' delimited by size
                       into WS-Date-To
               end-if
               if WS-Date-From > WS-Date-To
                   display
                       'JTESTINC: ERROR - DATEFROM [' WS-Date-From
                       '] is after DATETO [' WS-Date-To ']'
                   add 1 to WS-Cnt-Card-Errors
               end-if
               move spaces to WS-Ts-Work
               move WS-Date-From to WS-Ts-Work(1:8)
               move '000000' to WS-Ts-Work(9:6)
               perform H-Timestamp-To-Seconds
               if WS-Ts-Valid = 'N'
                   or WS-Ts-Day-Number <= WS-Lookback-Days
                   display
                       'JTESTINC: ERROR - DATEFROM [' WS-Date-From
                       '] is not a date'
                   add 1 to WS-Cnt-Card-Errors
               else
                   compute WS-Lookback-From-N =
                       FUNCTION DATE-OF-INTEGER
                           (WS-Ts-Day-Number - WS-Lookback-Days)
               end-if
               move spaces to WS-Ts-Work
               move WS-Date-To to WS-Ts-Work(1:8)
               move '000000' to WS-Ts-Work(9:6)
               perform H-Timestamp-To-Seconds
               perform until WS-Ts-Valid = 'Y'
                   or WS-Ts-Work(1:8) is not numeric
                   or WS-Ts-Day < 29 or WS-Ts-Day > 31
                   subtract 1 from WS-Ts-Day
                   perform H-Timestamp-To-Seconds
               end-perform
               if WS-Ts-Valid = 'N'
                   display
                       'JTESTINC: ERROR - DATETO [' WS-Date-To
                       '] is not a date'
                   add 1 to WS-Cnt-Card-Errors
               else
                   compute WS-Period-End-Secs = WS-Ts-Seconds + 86400
                   compute WS-Period-End-Date =
                       FUNCTION DATE-OF-INTEGER (WS-Ts-Day-Number + 1)
                   move spaces to WS-Period-End-Timestamp
                   string WS-Period-End-Date           delimited by size
                          '00000000'                   delimited by size
                          WS-Current-Timestamp(17:5)   delimited by size
                       into WS-Period-End-Timestamp
                   end-string
               end-if
               move WS-Current-Timestamp to WS-Ts-Work
               perform H-Timestamp-To-Seconds
               move WS-Ts-Seconds to WS-Run-Secs
               compute WS-Win-Start-Secs =
                   WS-Hours-From-HH * 3600 + WS-Hours-From-MM * 60
               compute WS-Win-End-Secs =
                   WS-Hours-To-HH * 3600 + WS-Hours-To-MM * 60
               move WS-Date-From to WS-H1-Date-From
               move WS-Date-To   to WS-H1-Date-To.

       B1-Read-Control-Card Section.
               read JTEST-CTL-FILE
                   at end set Ctl-End-Of-File to true
               end-read.

       B2-Apply-Control-Card Section.
               if JIC-Keyword(1:1) = '*' or JTEST-INC-CARD = spaces
                   exit section
               end-if
               evaluate JIC-Keyword
                   when 'DATEFROM'
                   when 'DATETO'
                   when 'HOURS'
                       if JIC-Value(1:8) is not numeric
                           or JIC-Value(9:63) not = spaces
                           perform B3-Flag-Card-Error
                           exit section
                       end-if
                   when 'FAILRUN'
                   when 'SLOWRUN'
                   when 'RECOVER'
                   when 'LOOKBACK'
                       if JIC-Value(1:3) is not numeric
                           or JIC-Value(4:68) not = spaces
                           or JIC-Value(1:3) = '000'
                           perform B3-Flag-Card-Error
                           exit section
                       end-if
                   when 'ELAPSED'
                       if JIC-Value(1:7) is not numeric
                           or JIC-Value(8:64) not = spaces
                           perform B3-Flag-Card-Error
                           exit section
                       end-if
                   when 'QUIETMIN'
                       if JIC-Value(1:4) is not numeric
                           or JIC-Value(5:67) not = spaces
                           perform B3-Flag-Card-Error
                           exit section
                       end-if
                   when other
                       perform B3-Flag-Card-Error
                       exit section
               end-evaluate
               evaluate JIC-Keyword
                   when 'DATEFROM'
                       move JIC-Value(1:8) to WS-Date-From
                   when 'DATETO'
                       move JIC-Value(1:8) to WS-Date-To
                   when 'FAILRUN'
                       move JIC-Value(1:3) to WS-Fail-Run
                   when 'SLOWRUN'
                       move JIC-Value(1:3) to WS-Slow-Run
                   when 'RECOVER'
                       move JIC-Value(1:3) to WS-Recover-Calls
                   when 'LOOKBACK'
                       move JIC-Value(1:3) to WS-Lookback-Days
                   when 'ELAPSED'
                       move JIC-Value(1:7) to WS-Elapsed-Limit
                   when 'QUIETMIN'
                       move JIC-Value(1:4) to WS-Quiet-Minutes
                   when 'HOURS'
                       move JIC-Value(1:8) to WS-Hours-Card
                       if WS-Hours-From-MM > 59
                           or WS-Hours-To-MM > 59
                           or WS-Hours-From > 2400
                           or WS-Hours-To > 2400
                           or WS-Hours-From = WS-Hours-To
                           perform B3-Flag-Card-Error
                       end-if
               end-evaluate.

       B3-Flag-Card-Error Section.
               add 1 to WS-Cnt-Card-Errors
               display
                   'JTESTINC: ERROR - bad control card ['
                   JTEST-INC-CARD(1:40) ']'.

      *****************************************************
      *  Sort input procedure: scans the active log, then    *
      *  the archives, releasing every call logged on or after  *
      *  the first look-back day. The look-back calls rebuild the *
      *  state the period starts in; calls before them are not     *
      *  needed.                                                    *
      *****************************************************
       C-Select-Calls Section.
               open input JTEST-LOG-FILE
               if WS-Log-File-Status not = '00'
                   display
                       'JTESTINC: ERROR - JTESTLOG open failed ['
                       WS-Log-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTINC: scanning active log'
               move 'N' to WS-End-Of-File
               perform C1-Read-Log-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Log-Scanned
                   perform C3-Release-Call
                   perform C1-Read-Log-Record
               end-perform
               close JTEST-LOG-FILE

               open input JTEST-ARC-FILE
               if WS-Arc-File-Status = '35'
                   display
                       'JTESTINC: no JTESTLGA archive DD - active'
                       ' log only'
                   exit section
               end-if
               if WS-Arc-File-Status not = '00'
                   display
                       'JTESTINC: ERROR - JTESTLGA open failed ['
                       WS-Arc-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               display 'JTESTINC: scanning archives'
               move 'N' to WS-End-Of-File
               perform C2-Read-Arc-Record
               perform until End-Of-File
                   add 1 to WS-Cnt-Arc-Scanned
                   perform C3-Release-Call
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

       C3-Release-Call Section.
               move JLR-Timestamp to WS-Ts-Work
               perform H-Timestamp-To-Seconds
               if WS-Ts-Valid = 'N'
                   add 1 to WS-Cnt-Unparseable
                   exit section
               end-if
               if JLR-Timestamp(1:8) < WS-Lookback-From
                   add 1 to WS-Cnt-Before-Period
                   exit section
               end-if
               move JLR-Timestamp        to SRT-Timestamp
               move WS-Ts-Seconds        to SRT-Seconds
               move JLR-Source-System    to SRT-Source-System
               move JLR-Scenario-Code    to SRT-Scenario-Code
               move JLR-Return-Code      to SRT-Rc-Image
               move JLR-Elapsed-Hund     to SRT-Elapsed-Image
               move JLR-Response-Text    to SRT-Response-Text
               release SORT-INC-RECORD.

      *****************************************************
      *  Sort output procedure: the calls in timestamp order. *
      *****************************************************
       D-Build-Timeline Section.
               move 'N' to WS-End-Of-Sort
               perform D9-Return-Call
               perform until End-Of-Sort or WS-Timeline-Done = 'Y'
                   perform D1-Process-Call
                   perform D9-Return-Call
               end-perform
               evaluate true
                   when Inc-Open and WS-Cur-Prior = 'Y'
                       display
                           'JTESTINC: earlier period incident from ['
                           WS-Cur-Start-Timestamp
                           '] still open at the end of the audit trail'
                   when Inc-Open
                       add WS-Recover-Count to WS-Cur-Calls-During
                       move 'O' to WS-Cur-Status
                       move WS-Prev-Timestamp to WS-Cur-End-Timestamp
                       move WS-Prev-Secs      to WS-Cur-End-Secs
                       add 1 to WS-Cnt-Still-Open
                       display
                           'JTESTINC: WARNING - incident ['
                           WS-Cnt-Incidents
                           '] still open at the end of the audit trail'
                       perform E-Write-Incident
                   when Inc-Pending
                       set Inc-None to true
               end-evaluate
               if Inc-None and WS-Timeline-Done = 'N'
                   perform D10-Check-Trailing-Gap
               end-if.

       D1-Process-Call Section.
               if SRT-Timestamp(1:8) > WS-Date-To
                   if WS-Past-Period = 'N'
                       move 'Y' to WS-Past-Period
                       if not Inc-Open
                           perform D2-Check-Quiet-Gap
                       end-if
                   end-if
                   if Inc-None
                       move 'Y' to WS-Timeline-Done
                       exit section
                   end-if
                   add 1 to WS-Cnt-After-Period
               else
                   if SRT-Timestamp(1:8) < WS-Date-From
                       add 1 to WS-Cnt-Lookback
                   else
                       add 1 to WS-Cnt-In-Period
                   end-if
                   if not Inc-Open
                       perform D2-Check-Quiet-Gap
                   end-if
               end-if
               perform D3-Classify-Call
               if WS-Call-Affected = 'Y'
                   perform D4-Affected-Call
               else
                   perform D5-Normal-Call
               end-if
               move SRT-Timestamp to WS-Prev-Timestamp
               move SRT-Seconds   to WS-Prev-Secs
               move 'Y' to WS-Have-Prev.

      *****************************************************
      *  Seconds of the gap since the last call that fall in  *
      *  the scheduled hours, day by day; a window from after    *
      *  its to (over midnight) is the two ends of each day.       *
      *****************************************************
       D2-Check-Quiet-Gap Section.
               if WS-Quiet-Minutes = 0 or WS-Have-Prev = 'N'
                   exit section
               end-if
               move SRT-Timestamp to WS-Gap-End-Timestamp
               move SRT-Seconds   to WS-Gap-End-Secs
               move 'C' to WS-Gap-Status
               perform D22-Measure-Gap
               if WS-Quiet-Secs > WS-Quiet-Minutes * 60
                   and WS-Prev-Timestamp(1:8) not < WS-Date-From
                   perform E2-Write-Quiet-Incident
               end-if.

      *****************************************************
      *  Scheduled-hours seconds from the last call to        *
      *  WS-Gap-End-Secs, into WS-Quiet-Secs.                    *
      *****************************************************
       D22-Measure-Gap Section.
               move 0 to WS-Quiet-Secs
               compute WS-Day-First = WS-Prev-Secs / 86400
               compute WS-Day-Last  = WS-Gap-End-Secs / 86400
               perform varying WS-Day from WS-Day-First by 1
                   until WS-Day > WS-Day-Last
                   compute WS-Day-Base = WS-Day * 86400
                   if WS-Win-Start-Secs < WS-Win-End-Secs
                       compute WS-Win-Lo =
                           WS-Day-Base + WS-Win-Start-Secs
                       compute WS-Win-Hi =
                           WS-Day-Base + WS-Win-End-Secs
                       perform D21-Add-Window-Overlap
                   else
                       move WS-Day-Base to WS-Win-Lo
                       compute WS-Win-Hi =
                           WS-Day-Base + WS-Win-End-Secs
                       perform D21-Add-Window-Overlap
                       compute WS-Win-Lo =
                           WS-Day-Base + WS-Win-Start-Secs
                       compute WS-Win-Hi = WS-Day-Base + 86400
                       perform D21-Add-Window-Overlap
                   end-if
               end-perform.

       D21-Add-Window-Overlap Section.
               if WS-Prev-Secs > WS-Win-Lo
                   move WS-Prev-Secs to WS-Win-Lo
               end-if
               if WS-Gap-End-Secs < WS-Win-Hi
                   move WS-Gap-End-Secs to WS-Win-Hi
               end-if
               if WS-Win-Hi > WS-Win-Lo
                   compute WS-Quiet-Secs =
                       WS-Quiet-Secs + WS-Win-Hi - WS-Win-Lo
               end-if.

       D3-Classify-Call Section.
               move 'N' to WS-Call-Failed
               move 'N' to WS-Call-Slow
               move 'N' to WS-Call-Affected
               if SRT-Rc-Image is not numeric
                   move 'Y' to WS-Call-Failed
               else
                   if SRT-Return-Code >= 8
                       move 'Y' to WS-Call-Failed
                   end-if
               end-if
               if SRT-Elapsed-Image is numeric
                   if SRT-Elapsed-Hund > WS-Elapsed-Limit
                       move 'Y' to WS-Call-Slow
                   end-if
               end-if
               if WS-Call-Failed = 'Y' or WS-Call-Slow = 'Y'
                   move 'Y' to WS-Call-Affected
               end-if.

      *****************************************************
      *  An affected call starts a pending run, breaks a      *
      *  recovery in progress, and opens the incident once the  *
      *  run reaches either threshold (failures win a tie).      *
      *****************************************************
       D4-Affected-Call Section.
               evaluate true
                   when Inc-None
                       perform D8-Reset-Incident
                       move SRT-Timestamp to WS-Cur-Start-Timestamp
                       move SRT-Seconds   to WS-Cur-Start-Secs
                       if SRT-Timestamp(1:8) < WS-Date-From
                           move 'Y' to WS-Cur-Prior
                       end-if
                       set Inc-Pending to true
                   when Inc-Open
                       add WS-Recover-Count to WS-Cur-Calls-During
                       move 0 to WS-Recover-Count
               end-evaluate
               perform D6-Tally-Call
               if Inc-Pending
                   evaluate true
                       when WS-Cur-Calls-Rc08 >= WS-Fail-Run
                           move 'F' to WS-Cur-Trigger
                           perform D7-Open-Incident
                       when WS-Cur-Calls-Slow >= WS-Slow-Run
                           move 'S' to WS-Cur-Trigger
                           perform D7-Open-Incident
                   end-evaluate
               end-if.

       D5-Normal-Call Section.
               evaluate true
                   when Inc-Pending
                       set Inc-None to true
                   when Inc-Open
                       if WS-Recover-Count = 0
                           move SRT-Timestamp to WS-Recover-Timestamp
                           move SRT-Seconds   to WS-Recover-Secs
                       end-if
                       add 1 to WS-Recover-Count
                       if WS-Recover-Count >= WS-Recover-Calls
                           move 'C' to WS-Cur-Status
                           move WS-Recover-Timestamp
                               to WS-Cur-End-Timestamp
                           move WS-Recover-Secs to WS-Cur-End-Secs
                           if WS-Cur-Prior = 'N'
                               perform E-Write-Incident
                           end-if
                           set Inc-None to true
                       end-if
               end-evaluate.

       D6-Tally-Call Section.
               add 1 to WS-Cur-Calls-During
               add 1 to WS-Cur-Calls-Affected
               if WS-Call-Failed = 'Y'
                   add 1 to WS-Cur-Calls-Rc08
               end-if
               if WS-Call-Slow = 'Y'
                   add 1 to WS-Cur-Calls-Slow
               end-if
               move 0 to WS-Pair-Found
               perform varying WS-Pair-Idx from 1 by 1
                   until WS-Pair-Idx > WS-Pair-Count
                   or WS-Pair-Found > 0
                   if WS-Pr-Source (WS-Pair-Idx) = SRT-Source-System
                       and WS-Pr-Scenario (WS-Pair-Idx)
                           = SRT-Scenario-Code
                       move WS-Pair-Idx to WS-Pair-Found
                   end-if
               end-perform
               if WS-Pair-Found = 0
                   if WS-Pair-Count >= WS-Max-Pairs
                       add 1 to WS-Cur-Pairs-Untabled
                   else
                       add 1 to WS-Pair-Count
                       move WS-Pair-Count to WS-Pair-Found
                       move SRT-Source-System
                           to WS-Pr-Source (WS-Pair-Found)
                       move SRT-Scenario-Code
                           to WS-Pr-Scenario (WS-Pair-Found)
                       move 0 to WS-Pr-Affected (WS-Pair-Found)
                       move 0 to WS-Pr-Rc08 (WS-Pair-Found)
                       move 0 to WS-Pr-Slow (WS-Pair-Found)
                   end-if
               end-if
               if WS-Pair-Found > 0
                   add 1 to WS-Pr-Affected (WS-Pair-Found)
                   if WS-Call-Failed = 'Y'
                       add 1 to WS-Pr-Rc08 (WS-Pair-Found)
                   end-if
                   if WS-Call-Slow = 'Y'
                       add 1 to WS-Pr-Slow (WS-Pair-Found)
                   end-if
               end-if
               if WS-Msg-Count >= WS-Max-Messages
                   or SRT-Response-Text = spaces
                   exit section
               end-if
               move 'N' to WS-Msg-Found
               perform varying WS-Msg-Idx from 1 by 1
                   until WS-Msg-Idx > WS-Msg-Count
                   if WS-Mg-Text (WS-Msg-Idx) = SRT-Response-Text
                       move 'Y' to WS-Msg-Found
                   end-if
               end-perform
               if WS-Msg-Found = 'N'
                   add 1 to WS-Msg-Count
                   move SRT-Timestamp to WS-Mg-Timestamp (WS-Msg-Count)
                   move SRT-Source-System
                       to WS-Mg-Source (WS-Msg-Count)
                   move SRT-Scenario-Code
                       to WS-Mg-Scenario (WS-Msg-Count)
                   move SRT-Rc-Image to WS-Mg-Rc (WS-Msg-Count)
                   move SRT-Response-Text
                       to WS-Mg-Text (WS-Msg-Count)
               end-if.

       D7-Open-Incident Section.
               set Inc-Open to true
               move 0 to WS-Recover-Count
               if WS-Cur-Prior = 'Y'
                   add 1 to WS-Cnt-Prior-Incidents
                   display 'JTESTINC: earlier period incident from ['
                       WS-Cur-Start-Timestamp '] - not recorded again'
                   exit section
               end-if
               add 1 to WS-Cnt-Incidents
               display 'JTESTINC: incident [' WS-Cnt-Incidents
                   '] trigger [' WS-Cur-Trigger '] from ['
                   WS-Cur-Start-Timestamp ']'.

       D8-Reset-Incident Section.
               move spaces to WS-Cur-Trigger
               move 'N' to WS-Cur-Prior
               move spaces to WS-Cur-Status
               move spaces to WS-Cur-End-Timestamp
               move 0 to WS-Cur-End-Secs
               move 0 to WS-Cur-Calls-During
               move 0 to WS-Cur-Calls-Affected
               move 0 to WS-Cur-Calls-Rc08
               move 0 to WS-Cur-Calls-Slow
               move 0 to WS-Cur-Pairs-Untabled
               move 0 to WS-Pair-Count
               move 0 to WS-Msg-Count
               move 0 to WS-Recover-Count.

       D9-Return-Call Section.
               return SORT-INC-FILE
                   at end set End-Of-Sort to true
               end-return.

      *****************************************************
      *  The trail ended with no incident open: the silence   *
      *  since the last call in the period, up to the end of     *
      *  DATETO (or this run, if sooner), is measured like any     *
      *  other gap. Over QUIETMIN it is a quiet-period incident     *
      *  still open (status O) - the bridge may be down now.         *
      *****************************************************
       D10-Check-Trailing-Gap Section.
               if WS-Quiet-Minutes = 0 or WS-Have-Prev = 'N'
                   or WS-Prev-Timestamp(1:8) < WS-Date-From
                   or WS-Prev-Timestamp(1:8) > WS-Date-To
                   exit section
               end-if
               if WS-Run-Secs < WS-Period-End-Secs
                   move WS-Current-Timestamp to WS-Gap-End-Timestamp
                   move WS-Run-Secs          to WS-Gap-End-Secs
               else
                   move WS-Period-End-Timestamp to WS-Gap-End-Timestamp
                   move WS-Period-End-Secs      to WS-Gap-End-Secs
               end-if
               if WS-Gap-End-Secs not > WS-Prev-Secs
                   exit section
               end-if
               perform D22-Measure-Gap
               if WS-Quiet-Secs > WS-Quiet-Minutes * 60
                   move 'O' to WS-Gap-Status
                   add 1 to WS-Cnt-Still-Open
                   perform E2-Write-Quiet-Incident
                   display
                       'JTESTINC: WARNING - incident ['
                       WS-Cnt-Incidents
                       '] no call since [' WS-Prev-Timestamp
                       '] - quiet period still open'
               end-if.

      *****************************************************
      *  Incident file: I record, then one D per source and   *
      *  scenario, then one M per message kept.                  *
      *****************************************************
       E-Write-Incident Section.
               move spaces to JTEST-INCIDENT-RECORD
               move 'I' to JIN-Record-Type
               move WS-Date-From to JIN-Period-From
               move WS-Cnt-Incidents to JIN-Incident-No
               move WS-Cur-Trigger to JIN-Trigger
               move WS-Cur-Status  to JIN-Status
               move WS-Cur-Start-Timestamp to JIN-Start-Timestamp
               move WS-Cur-End-Timestamp   to JIN-End-Timestamp
               compute JIN-Duration-Secs =
                   WS-Cur-End-Secs - WS-Cur-Start-Secs
               move 0 to JIN-Quiet-Secs
               move WS-Cur-Calls-During   to JIN-Calls-During
               move WS-Cur-Calls-Affected to JIN-Calls-Affected
               move WS-Cur-Calls-Rc08     to JIN-Calls-Rc08
               move WS-Cur-Calls-Slow     to JIN-Calls-Slow
               move WS-Cur-Pairs-Untabled to JIN-Pairs-Untabled
               perform E1-Write-Inf-Record
               display 'JTESTINC: incident [' WS-Cnt-Incidents
                   '] status [' WS-Cur-Status '] to ['
                   WS-Cur-End-Timestamp '] affected ['
                   WS-Cur-Calls-Affected ']'
               perform varying WS-Pair-Idx from 1 by 1
                   until WS-Pair-Idx > WS-Pair-Count
                   move spaces to JIN-Body
                   move 'D' to JIN-Record-Type
                   move WS-Pr-Source (WS-Pair-Idx)
                       to JIN-Source-System
                   move WS-Pr-Scenario (WS-Pair-Idx)
                       to JIN-Scenario-Code
                   move WS-Pr-Affected (WS-Pair-Idx)
                       to JIN-Det-Affected
                   move WS-Pr-Rc08 (WS-Pair-Idx) to JIN-Det-Rc08
                   move WS-Pr-Slow (WS-Pair-Idx) to JIN-Det-Slow
                   perform E1-Write-Inf-Record
               end-perform
               perform varying WS-Msg-Idx from 1 by 1
                   until WS-Msg-Idx > WS-Msg-Count
                   move spaces to JIN-Body
                   move 'M' to JIN-Record-Type
                   move WS-Msg-Idx to JIN-Msg-Seq
                   move WS-Mg-Timestamp (WS-Msg-Idx)
                       to JIN-Msg-Timestamp
                   move WS-Mg-Source (WS-Msg-Idx) to JIN-Msg-Source
                   move WS-Mg-Scenario (WS-Msg-Idx)
                       to JIN-Msg-Scenario
                   move WS-Mg-Rc (WS-Msg-Idx)   to JIN-Msg-Rc
                   move WS-Mg-Text (WS-Msg-Idx) to JIN-Msg-Text
                   perform E1-Write-Inf-Record
               end-perform.

       E1-Write-Inf-Record Section.
               write JTEST-INCIDENT-RECORD
               if WS-Inf-File-Status not = '00'
                   display
                       'JTESTINC: ERROR - JTESTINF write failed ['
                       WS-Inf-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               add 1 to WS-Cnt-Inf-Records.

      *****************************************************
      *  A quiet period runs from the last call before the    *
      *  gap to the call that ended it (status C), or to the end   *
      *  of the period or run when no call has (status O).          *
      *****************************************************
       E2-Write-Quiet-Incident Section.
               add 1 to WS-Cnt-Incidents
               add 1 to WS-Cnt-Quiet
               move spaces to JTEST-INCIDENT-RECORD
               move 'I' to JIN-Record-Type
               move WS-Date-From to JIN-Period-From
               move WS-Cnt-Incidents to JIN-Incident-No
               move 'Q' to JIN-Trigger
               move WS-Gap-Status to JIN-Status
               move WS-Prev-Timestamp to JIN-Start-Timestamp
               move WS-Gap-End-Timestamp to JIN-End-Timestamp
               compute JIN-Duration-Secs =
                   WS-Gap-End-Secs - WS-Prev-Secs
               move WS-Quiet-Secs to JIN-Quiet-Secs
               move 0 to JIN-Calls-During
               move 0 to JIN-Calls-Affected
               move 0 to JIN-Calls-Rc08
               move 0 to JIN-Calls-Slow
               move 0 to JIN-Pairs-Untabled
               perform E1-Write-Inf-Record
               display 'JTESTINC: incident [' WS-Cnt-Incidents
                   '] quiet from [' WS-Prev-Timestamp '] to ['
                   WS-Gap-End-Timestamp ']'.

       E3-Write-Header Section.
               move spaces to JTEST-INCIDENT-RECORD
               move 'H' to JIN-Record-Type
               move WS-Date-From to JIN-Period-From
               move 0 to JIN-Incident-No
               move WS-Current-Timestamp to JIN-Run-Timestamp
               move WS-Date-To       to JIN-Period-To
               move WS-Fail-Run      to JIN-Fail-Run
               move WS-Slow-Run      to JIN-Slow-Run
               move WS-Elapsed-Limit to JIN-Elapsed-Limit
               move WS-Recover-Calls to JIN-Recover-Calls
               move WS-Quiet-Minutes to JIN-Quiet-Minutes
               move WS-Hours-From    to JIN-Hours-From
               move WS-Hours-To      to JIN-Hours-To
               move WS-Lookback-Days to JIN-Lookback-Days
               perform E1-Write-Inf-Record.

       E4-Write-Trailer Section.
               move spaces to JTEST-INCIDENT-RECORD
               move 'T' to JIN-Record-Type
               move WS-Date-From to JIN-Period-From
               move 0 to JIN-Incident-No
               compute JIN-Record-Count = WS-Cnt-Inf-Records + 1
               move WS-Cnt-Incidents to JIN-Incident-Count
               perform E1-Write-Inf-Record.

      *****************************************************
      *  Report pass 1 over the incident file: the thresholds *
      *  from the H record and one timeline line per incident.  *
      *****************************************************
       F-Print-Timeline Section.
               perform F5-Open-Incident-File
               move 'D' to WS-Page-Type
               perform G2-Start-New-Page
               move 'THRESHOLDS' to WS-SL-Text
               perform G3-Write-Section-Line
               move 'N' to WS-End-Of-File
               perform F6-Read-Incident-File
               perform until End-Of-File
                   evaluate true
                       when JIN-Header
                           perform F1-Print-Thresholds
                       when JIN-Incident
                           perform F2-Print-Timeline-Line
                   end-evaluate
                   perform F6-Read-Incident-File
               end-perform
               close JTEST-INF-FILE
               if WS-Cnt-Incidents = 0
                   move 'NO INCIDENTS IN THE PERIOD' to WS-SL-Text
                   perform G3-Write-Section-Line
               end-if.

       F1-Print-Thresholds Section.
               move 'RC 08+ CALLS IN A RUN TO OPEN' to WS-PL-Label
               move JIN-Fail-Run to WS-Edit-Number
               move WS-Edit-Number to WS-PL-Value
               perform G4-Write-Param-Line
               move 'CALLS OVER ELAPSED LIMIT IN A RUN TO OPEN'
                   to WS-PL-Label
               move JIN-Slow-Run to WS-Edit-Number
               move WS-Edit-Number to WS-PL-Value
               perform G4-Write-Param-Line
               move 'ELAPSED LIMIT (HUNDREDTHS OF A SECOND)'
                   to WS-PL-Label
               move JIN-Elapsed-Limit to WS-Edit-Number
               move WS-Edit-Number to WS-PL-Value
               perform G4-Write-Param-Line
               move 'NORMAL CALLS IN A ROW TO CLOSE' to WS-PL-Label
               move JIN-Recover-Calls to WS-Edit-Number
               move WS-Edit-Number to WS-PL-Value
               perform G4-Write-Param-Line
               move 'QUIET PERIOD (MINUTES, 0 = NOT CHECKED)'
                   to WS-PL-Label
               move JIN-Quiet-Minutes to WS-Edit-Number
               move WS-Edit-Number to WS-PL-Value
               perform G4-Write-Param-Line
               move 'SCHEDULED HOURS' to WS-PL-Label
               move spaces to WS-PL-Value
               string JIN-Hours-From(1:2) ':'
                      JIN-Hours-From(3:2) ' - ' JIN-Hours-To(1:2)
                      ':' JIN-Hours-To(3:2)
                   delimited by size into WS-PL-Value
               end-string
               perform G4-Write-Param-Line
               move 'DAYS BEFORE THE PERIOD WALKED FOR ITS STATE'
                   to WS-PL-Label
               move JIN-Lookback-Days to WS-Edit-Number
               move WS-Edit-Number to WS-PL-Value
               perform G4-Write-Param-Line
               move spaces to WS-Print-Line
               perform G1-Write-Report-Line
               move 'INCIDENT TIMELINE' to WS-SL-Text
               perform G3-Write-Section-Line
               move 'T' to WS-Page-Type
               move WS-Timeline-Heading-1 to WS-Print-Line
               perform G1-Write-Report-Line.

       F2-Print-Timeline-Line Section.
               move JIN-Incident-No to WS-TL-Incident-No
               move JIN-Trigger to WS-Detail-Trigger
               perform G7-Trigger-Word
               move WS-Trigger-Short to WS-TL-Trigger
               move JIN-Start-Timestamp to WS-Edit-Ts-In
               perform G5-Edit-Timestamp
               move WS-Edit-Ts-Out to WS-TL-Start
               move JIN-End-Timestamp to WS-Edit-Ts-In
               perform G5-Edit-Timestamp
               move WS-Edit-Ts-Out to WS-TL-End
               move JIN-Duration-Secs to WS-Edit-Secs
               perform G6-Edit-Duration
               move WS-Edit-Duration to WS-TL-Duration
               if JIN-Still-Open
                   move 'OPEN' to WS-TL-Status
               else
                   move 'CLOSED' to WS-TL-Status
               end-if
               move JIN-Calls-During   to WS-TL-During
               move JIN-Calls-Affected to WS-TL-Affected
               move WS-Timeline-Line to WS-Print-Line
               perform G1-Write-Report-Line.

      *****************************************************
      *  Report pass 2: one block per incident with its       *
      *  source/scenario breakdown and first messages.          *
      *****************************************************
       F3-Print-Incidents Section.
               if WS-Cnt-Incidents = 0
                   exit section
               end-if
               perform F5-Open-Incident-File
               move 'D' to WS-Page-Type
               perform G2-Start-New-Page
               move 'N' to WS-End-Of-File
               perform F6-Read-Incident-File
               perform until End-Of-File
                   evaluate true
                       when JIN-Incident
                           perform F4-Print-Incident-Block
                       when JIN-Detail
                           if WS-Detail-Pair-Seen = 'N'
                               move spaces to WS-Print-Line
                               perform G1-Write-Report-Line
                               move
                   '    CALLS AFFECTED BY SOURCE SYSTEM AND SCENARIO'
                                   to WS-SL-Text
                               perform G3-Write-Section-Line
                               move WS-Pair-Heading to WS-Print-Line
                               perform G1-Write-Report-Line
                               move 'Y' to WS-Detail-Pair-Seen
                           end-if
                           move JIN-Source-System to WS-PD-Source
                           move JIN-Scenario-Code to WS-PD-Scenario
                           move JIN-Det-Affected  to WS-PD-Affected
                           move JIN-Det-Rc08      to WS-PD-Rc08
                           move JIN-Det-Slow      to WS-PD-Slow
                           move WS-Pair-Line to WS-Print-Line
                           perform G1-Write-Report-Line
                       when JIN-Message
                           if WS-Detail-Msg-Seen = 'N'
                               move spaces to WS-Print-Line
                               perform G1-Write-Report-Line
                               move '    FIRST RESPONSE MESSAGES'
                                   to WS-SL-Text
                               perform G3-Write-Section-Line
                               move WS-Msg-Heading to WS-Print-Line
                               perform G1-Write-Report-Line
                               move 'Y' to WS-Detail-Msg-Seen
                           end-if
                           move JIN-Msg-Timestamp to WS-Edit-Ts-In
                           perform G5-Edit-Timestamp
                           move WS-Edit-Ts-Out(12:8) to WS-ML-Time
                           move JIN-Msg-Source    to WS-ML-Source
                           move JIN-Msg-Scenario  to WS-ML-Scenario
                           move JIN-Msg-Rc        to WS-ML-Rc
                           move JIN-Msg-Text      to WS-ML-Text
                           move WS-Msg-Line to WS-Print-Line
                           perform G1-Write-Report-Line
                   end-evaluate
                   perform F6-Read-Incident-File
               end-perform
               close JTEST-INF-FILE.

       F4-Print-Incident-Block Section.
               if WS-Line-Count + 8 > WS-Lines-Per-Page
                   perform G2-Start-New-Page
               else
                   if WS-Line-Count > 2
                       move spaces to WS-Print-Line
                       perform G1-Write-Report-Line
                       perform G1-Write-Report-Line
                   end-if
               end-if
               move 'N' to WS-Detail-Pair-Seen
               move 'N' to WS-Detail-Msg-Seen
               move JIN-Incident-No to WS-IT-Incident-No
               move JIN-Trigger to WS-Detail-Trigger
               perform G7-Trigger-Word
               move WS-Trigger-Text to WS-IT-Trigger-Text
               if JIN-Still-Open
                   move 'OPEN AT THE END OF THE AUDIT TRAIL'
                       to WS-IT-Status-Text
               else
                   move 'CLOSED' to WS-IT-Status-Text
               end-if
               move WS-Incident-Title to WS-Print-Line
               perform G1-Write-Report-Line
               move JIN-Start-Timestamp to WS-Edit-Ts-In
               perform G5-Edit-Timestamp
               move WS-Edit-Ts-Out to WS-IX-Start
               move JIN-End-Timestamp to WS-Edit-Ts-In
               perform G5-Edit-Timestamp
               move WS-Edit-Ts-Out to WS-IX-End
               move JIN-Duration-Secs to WS-Edit-Secs
               perform G6-Edit-Duration
               move WS-Edit-Duration to WS-IX-Duration
               move WS-Incident-Times to WS-Print-Line
               perform G1-Write-Report-Line
               if JIN-Trigger-Quiet
                   move JIN-Quiet-Secs to WS-Edit-Secs
                   perform G6-Edit-Duration
                   move spaces to WS-SL-Text
                   string '    NO CALLS - ' WS-Edit-Duration
                          ' OF THE GAP FELL IN SCHEDULED HOURS'
                       delimited by size into WS-SL-Text
                   end-string
                   perform G3-Write-Section-Line
                   exit section
               end-if
               move JIN-Calls-During   to WS-IC-During
               move JIN-Calls-Affected to WS-IC-Affected
               move JIN-Calls-Rc08     to WS-IC-Rc08
               move JIN-Calls-Slow     to WS-IC-Slow
               move WS-Incident-Counts to WS-Print-Line
               perform G1-Write-Report-Line
               if JIN-Pairs-Untabled > 0
                   move JIN-Pairs-Untabled to WS-Edit-Number
                   move spaces to WS-SL-Text
                   string '    MORE THAN 50 SOURCE/SCENARIO PAIRS - '
                          WS-Edit-Number ' AFFECTED CALLS NOT LISTED'
                       delimited by size into WS-SL-Text
                   end-string
                   perform G3-Write-Section-Line
               end-if.

       F5-Open-Incident-File Section.
               open input JTEST-INF-FILE
               if WS-Inf-File-Status not = '00'
                   display
                       'JTESTINC: ERROR - JTESTINF reopen failed ['
                       WS-Inf-File-Status ']'
                   move 16 to return-code
                   goback
               end-if.

       F6-Read-Incident-File Section.
               read JTEST-INF-FILE
                   at end set End-Of-File to true
               end-read.

       G1-Write-Report-Line Section.
               if WS-Line-Count >= WS-Lines-Per-Page
                   perform G2-Start-New-Page
               end-if
               write JTEST-INC-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               add 1 to WS-Line-Count.

       G2-Start-New-Page Section.
               add 1 to WS-Page-Number
               move WS-Page-Number to WS-H1-Page
               write JTEST-INC-PRINT-LINE from WS-Heading-1
                   after advancing page
               move spaces to WS-Print-Line
               write JTEST-INC-PRINT-LINE from WS-Print-Line
                   after advancing 1 line
               move 2 to WS-Line-Count
               if WS-Page-Type = 'T'
                   write JTEST-INC-PRINT-LINE
                       from WS-Timeline-Heading-1
                       after advancing 1 line
                   add 1 to WS-Line-Count
               end-if.

       G3-Write-Section-Line Section.
               move WS-Section-Line to WS-Print-Line
               perform G1-Write-Report-Line.

       G4-Write-Param-Line Section.
               move WS-Param-Line to WS-Print-Line
               perform G1-Write-Report-Line.

      *****************************************************
      *  YYYYMMDDHHMMSSCC... as YYYY-MM-DD HH:MM:SS          *
      *****************************************************
       G5-Edit-Timestamp Section.
               move spaces to WS-Edit-Ts-Out
               string WS-Edit-Ts-In(1:4) '-' WS-Edit-Ts-In(5:2) '-'
                      WS-Edit-Ts-In(7:2) ' ' WS-Edit-Ts-In(9:2) ':'
                      WS-Edit-Ts-In(11:2) ':' WS-Edit-Ts-In(13:2)
                   delimited by size into WS-Edit-Ts-Out
               end-string.

      *****************************************************
      *  Seconds as HHHHH:MM:SS                              *
      *****************************************************
       G6-Edit-Duration Section.
               divide WS-Edit-Secs by 3600 giving WS-Edit-Hours
                   remainder WS-Edit-Rest
               move WS-Edit-Hours to WS-ED-Hours
               divide WS-Edit-Rest by 60 giving WS-ED-Minutes
                   remainder WS-ED-Seconds.

      *****************************************************
      *  Trigger code as text, in WS-Trigger-Text and the  *
      *  timeline's WS-Trigger-Short                          *
      *****************************************************
       G7-Trigger-Word Section.
               evaluate WS-Detail-Trigger
                   when 'F'
                       move 'FAILURES - RUN OF RC 08+ CALLS'
                           to WS-Trigger-Text
                       move 'FAILURES' to WS-Trigger-Short
                   when 'S'
                       move 'SLOW CALLS - RUN OVER THE ELAPSED LIMIT'
                           to WS-Trigger-Text
                       move 'SLOW CALLS' to WS-Trigger-Short
                   when 'Q'
                       move 'QUIET PERIOD - NO CALLS IN HOURS'
                           to WS-Trigger-Text
                       move 'QUIET PERIOD' to WS-Trigger-Short
                   when other
                       move WS-Detail-Trigger to WS-Trigger-Text
                       move WS-Detail-Trigger to WS-Trigger-Short
               end-evaluate.

      *****************************************************
      *  Logged timestamp in WS-Ts-Work as seconds; 'N' in    *
      *  WS-Ts-Valid when it is not a real date and time.        *
      *****************************************************
       H-Timestamp-To-Seconds Section.
               move 'N' to WS-Ts-Valid
               if WS-Ts-Work(1:14) is not numeric
                   exit section
               end-if
               if WS-Ts-Month < 1 or WS-Ts-Month > 12
                   or WS-Ts-Day < 1 or WS-Ts-Day > 31
                   or WS-Ts-Year < 1601
                   or WS-Ts-Hour > 23 or WS-Ts-Minute > 59
                   or WS-Ts-Second > 59
                   exit section
               end-if
               compute WS-Ts-Day-Number =
                   FUNCTION INTEGER-OF-DATE (WS-Ts-Date)
               if WS-Ts-Day-Number = 0
                   exit section
               end-if
               compute WS-Ts-Seconds = WS-Ts-Day-Number * 86400
                   + WS-Ts-Hour * 3600 + WS-Ts-Minute * 60
                   + WS-Ts-Second
               move 'Y' to WS-Ts-Valid.
