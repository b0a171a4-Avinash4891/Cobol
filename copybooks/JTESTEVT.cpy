      *****************************************************
      *  JTESTEVT - operational event record                *
      *  One fixed-format record per event, appended to the   *
      *  shared JTESTEVT event file (same append idiom as        *
      *  JTESTLOG) by every bridge job that has something an      *
      *  operator must see. The JTESTFWD job forwards new events    *
      *  to the monitoring feed; JTESTDIG prints the daily digest.  *
      *                                                       *
      *  JEV-Run-Id identifies the run that raised the event:   *
      *  the JTESTDRV PARM run-id (a leg's for JTESTMRG), else the *
      *  time the program (JAVATEST: its run unit) started,         *
      *  CURRENT-DATE form YYYYMMDDHHMMSSCC.                         *
      *  Severities: I info, W warning (degraded, job carried on),  *
      *  E error (the night needs attention), C critical.            *
      *                                                       *
      *  Event codes and what the three counts carry:          *
      *    RPTALERT E JTESTRPT  one per breached alert limit -     *
      *             tallied value, limit, total calls              *
      *    TRDFLAG  W JTESTTRD  the newest day, when flagged (older  *
      *             flagged days were raised on their own night) -   *
      *             run date, rc 08+ calls, total calls               *
      *    RECMISS  E JTESTREC  cases with no audit record -         *
      *             missing, cases read, audit records read          *
      *    MRGLEGF  E JTESTMRG  one per failed leg (leg run-id) -    *
      *             mismatches, bad scenarios, cases run             *
      *    MRGNOLEG C JTESTMRG  no leg summaries found at all        *
      *    DRVQUIES W JTESTDRV  operator STOP quiesce (rc 2) - last  *
      *             case run, mismatches so far, rejects             *
      *    EDTREJ   E JTESTEDT  case file not clean - cases in       *
      *             error, duplicate ids, suite errors               *
      *    JAVSCNFB W JAVATEST  JTESTSCN would not open - built-in   *
      *             scenario table in use for the run unit           *
      *    JAVAUTHX W JAVATEST  JTESTSRC would not open - caller     *
      *             authorization off for the run unit               *
      *    JAVENTX  W JAVATEST  JTESTENT would not open - scenario   *
      *             entitlement off for the run unit                 *
      *    JAVATTX  W JAVATEST  JTESTATT would not open - stateful    *
      *             scenarios return their mapped rc for the run unit *
      *  Counts an event does not use are zero.                      *
      *****************************************************
       01  JTEST-EVENT-RECORD.
           05  JEV-Timestamp           pic X(21).
           05  JEV-Program             pic X(8).
           05  JEV-Run-Id              pic X(16).
           05  JEV-Severity            pic X(1).
               88  JEV-Info            value 'I'.
               88  JEV-Warning         value 'W'.
               88  JEV-Error           value 'E'.
               88  JEV-Critical        value 'C'.
           05  JEV-Event-Code          pic X(8).
           05  JEV-Text                pic X(80).
           05  JEV-Count-1             pic 9(9).
           05  JEV-Count-2             pic 9(9).
           05  JEV-Count-3             pic 9(9).
           05  JEV-Filler              pic X(39).
