      *****************************************************
      *  JTESTINF - bridge incident record layout            *
      *  Written by JTESTINC, one file per review period: the  *
      *  official record of the bridge incidents found in the    *
      *  audit trail, kept for the monthly service review. Every  *
      *  record starts with the record type, the first day of the  *
      *  period (YYYYMMDD) and the incident number (zero on the     *
      *  H and T records); the rest is one of five views:           *
      *                                                       *
      *    H  header   - one per file: run timestamp, period,     *
      *                  the thresholds the incidents were found    *
      *                  with and the look-back days                *
      *    I  incident - one per incident: trigger, status, start  *
      *                  and end (logged timestamps), duration in    *
      *                  seconds, calls during the incident and the   *
      *                  calls affected                               *
      *    D  detail   - follows its I record, one per source        *
      *                  system and scenario with affected calls      *
      *    M  message  - follows the D records, the first distinct    *
      *                  response messages the affected calls got,     *
      *                  in the order seen                             *
      *    T  trailer  - one per file: record count (header and        *
      *                  trailer included) and incident count          *
      *                                                       *
      *  Triggers: F a run of rc 08+ calls, S a run of calls    *
      *  over the elapsed-time limit, Q a quiet period with no    *
      *  calls in scheduled hours (no D or M records). Status: C  *
      *  closed when normal results returned (or, for Q, traffic   *
      *  resumed), O still open at the end of the audit trail (for  *
      *  Q, no call since the start up to the end of the period or  *
      *  of the run, whichever came first - the end timestamp).     *
      *  A call is affected when it returned rc 08 or over (or an   *
      *  rc that is not numeric) or ran over the elapsed limit.     *
      *****************************************************
       01  JTEST-INCIDENT-RECORD.
           05  JIN-Record-Type         pic X(1).
               88  JIN-Header          value 'H'.
               88  JIN-Incident        value 'I'.
               88  JIN-Detail          value 'D'.
               88  JIN-Message         value 'M'.
               88  JIN-Trailer         value 'T'.
           05  JIN-Period-From         pic X(8).
           05  JIN-Incident-No         pic 9(5).
           05  JIN-Body                pic X(146).
           05  JIN-Header-Body redefines JIN-Body.
               10  JIN-Run-Timestamp   pic X(21).
               10  JIN-Period-To       pic X(8).
               10  JIN-Fail-Run        pic 9(3).
               10  JIN-Slow-Run        pic 9(3).
               10  JIN-Elapsed-Limit   pic 9(7).
               10  JIN-Recover-Calls   pic 9(3).
               10  JIN-Quiet-Minutes   pic 9(4).
               10  JIN-Hours-From      pic 9(4).
               10  JIN-Hours-To        pic 9(4).
               10  JIN-Lookback-Days   pic 9(3).
               10  filler              pic X(86).
           05  JIN-Incident-Body redefines JIN-Body.
               10  JIN-Trigger         pic X(1).
                   88  JIN-Trigger-Failures  value 'F'.
                   88  JIN-Trigger-Slow      value 'S'.
                   88  JIN-Trigger-Quiet     value 'Q'.
               10  JIN-Status          pic X(1).
                   88  JIN-Closed      value 'C'.
                   88  JIN-Still-Open  value 'O'.
               10  JIN-Start-Timestamp pic X(21).
               10  JIN-End-Timestamp   pic X(21).
               10  JIN-Duration-Secs   pic 9(9).
               10  JIN-Quiet-Secs      pic 9(9).
               10  JIN-Calls-During    pic 9(9).
               10  JIN-Calls-Affected  pic 9(9).
               10  JIN-Calls-Rc08      pic 9(9).
               10  JIN-Calls-Slow      pic 9(9).
               10  JIN-Pairs-Untabled  pic 9(9).
               10  filler              pic X(39).
           05  JIN-Detail-Body redefines JIN-Body.
               10  JIN-Source-System   pic X(10).
               10  JIN-Scenario-Code   pic X(10).
               10  JIN-Det-Affected    pic 9(9).
               10  JIN-Det-Rc08        pic 9(9).
               10  JIN-Det-Slow        pic 9(9).
               10  filler              pic X(99).
           05  JIN-Message-Body redefines JIN-Body.
               10  JIN-Msg-Seq         pic 9(2).
               10  JIN-Msg-Timestamp   pic X(21).
               10  JIN-Msg-Source      pic X(10).
               10  JIN-Msg-Scenario    pic X(10).
               10  JIN-Msg-Rc          pic X(2).
               10  JIN-Msg-Text        pic X(80).
               10  filler              pic X(21).
           05  JIN-Trailer-Body redefines JIN-Body.
               10  JIN-Record-Count    pic 9(9).
               10  JIN-Incident-Count  pic 9(5).
               10  filler              pic X(132).
