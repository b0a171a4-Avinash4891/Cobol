           select JTEST-LOG-FILE assign to JTESTLOG
               organization is line sequential
               file status is WS-Log-File-Status.
           select JTEST-LDG-FILE assign to JTESTLDG
               organization is line sequential
               file status is WS-Ldg-File-Status.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
           select JTEST-SCN-FILE assign to JTESTSCN
               organization is indexed
               access is random
               record key is JSM-Scenario-Code
               file status is WS-Scn-File-Status.
           select JTEST-SCV-FILE assign to JTESTSCV
               organization is indexed
               access is dynamic
               record key is JSV-Key
               file status is WS-Scv-File-Status.
           select JTEST-SRC-FILE assign to JTESTSRC
               organization is indexed
               access is random
               record key is JSS-Source-System
               file status is WS-Src-File-Status.
           select JTEST-ENT-FILE assign to JTESTENT
               organization is indexed
               access is dynamic
               record key is JEN-Key
               file status is WS-Ent-File-Status.
           select JTEST-ATT-FILE assign to JTESTATT
               organization is indexed
               access is random
               record key is JAT-Correlation-Id
               file status is WS-Att-File-Status.
       data division.
       file section.
       fd  JTEST-LOG-FILE.
       copy JTESTLOG.
       fd  JTEST-LDG-FILE.
       copy JTESTLDG.
       fd  JTEST-EVT-FILE.
       01  JTEST-EVT-LINE             pic X(200).
       fd  JTEST-SCN-FILE.
       copy JTESTSCN.
       fd  JTEST-SCV-FILE.
       copy JTESTSCV.
       fd  JTEST-SRC-FILE.
       copy JTESTSRC.
       fd  JTEST-ENT-FILE.
       copy JTESTENT.
       fd  JTEST-ATT-FILE.
       copy JTESTATT.
       working-storage section.
       copy JTESTEVT.
      *****************************************************
      *  Return-code reference table                       *
      *    00  OK          - recognized scenario, success   *
      *    16  INVALID-INPUT-request was spaces/low-values   *
      *    20  UNREG-CALLER - source system not registered    *
      *        (or disabled) in the JTESTSRC master           *
      *    24  NOT-ENTITLED - source is registered but has     *
      *        entitlement rows in JTESTENT and none (or only   *
      *        a disabled one) for this scenario                 *
      *  Scenario code SELFCHECK is reserved: reports runtime *
      *  diagnostics and returns 00 when healthy, 04 when a    *
      *  dependency check (e.g. JTESTLOG env var) fails.        *
      *  Scenario code FAIL is reserved: deliberately returns  *
      *  RC 12 so callers can test their error handling.       *
      *  A stateful scenario (JSM-Entry-Type 'S') answers the   *
      *  first N calls under one correlation id with its fail    *
      *  rc and later calls with its mapped rc - see               *
      *  K-Apply-Attempt-State.                                     *
      *****************************************************
       01  WS-Return-Code              pic 9(2) value 8.
           88  RC-OK                   value 0.
           88  RC-FAIL-INJECTED        value 12.
           88  RC-INVALID-INPUT        value 16.
           88  RC-UNREG-CALLER         value 20.
           88  RC-NOT-ENTITLED         value 24.
       01  WS-Log-File-Status         pic X(2).
       01  WS-Ldg-File-Status         pic X(2).
       01  WS-Scn-File-Status         pic X(2).
       01  WS-Scv-File-Status         pic X(2).
       01  WS-Src-File-Status         pic X(2).
       01  WS-Ent-File-Status         pic X(2).
       01  WS-Att-File-Status         pic X(2).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-Start-Timestamp         pic X(21).
       01  WS-Clock-Hh                pic 9(2).
       01  WS-Scn-Open-State           pic X value spaces.
           88  Scn-Master-Open         value 'Y'.
           88  Scn-Master-Failed       value 'F'.
       01  WS-Scv-Open-State           pic X value spaces.
           88  Scv-File-Open           value 'Y'.
           88  Scv-File-Failed         value 'F'.
       01  WS-Scn-Found                pic X.
       01  WS-Call-Eff-Ts              pic X(14).
       01  WS-Version-Found            pic X.
       01  WS-Version-Eff-Ts           pic X(14).
       01  WS-Version-Image            pic X(60).
       01  WS-End-Of-Versions          pic X.
           88  End-Of-Versions         value 'Y'.
       01  WS-Src-Open-State           pic X value spaces.
           88  Src-Master-Open         value 'Y'.
           88  Src-Master-Failed       value 'F'.
       01  WS-Caller-Registered        pic X value 'Y'.
           88  Caller-Registered       value 'Y'.
       01  WS-Ent-Open-State           pic X value spaces.
           88  Ent-File-Open           value 'Y'.
           88  Ent-File-Failed         value 'F'.
       01  WS-Caller-Entitled          pic X value 'Y'.
           88  Caller-Entitled         value 'Y'.
       01  WS-Att-Open-State           pic X value spaces.
           88  Att-File-Open           value 'Y'.
           88  Att-File-Failed         value 'F'.
       01  WS-Att-Found                pic X.
       01  WS-Audit-Written            pic X.
       01  WS-Run-Unit-Id              pic X(16) value spaces.
       01  WS-Evt-File-Status          pic X(2).
       linkage section.
       copy JTESTREQ.
       copy JTESTOVF.
       by reference     JTEST-RESPONSE.
       A-Main Section.
               move FUNCTION CURRENT-DATE to WS-Start-Timestamp
               if WS-Run-Unit-Id = spaces
                   move WS-Start-Timestamp(1:16) to WS-Run-Unit-Id
               end-if
               move spaces to JRS-Message-Text
               if JTEST-REQUEST = spaces or JTEST-REQUEST = low-values
                   if JTEST-REQUEST = low-values

                   perform I-Authorize-Caller
                   if Caller-Registered
                       perform J-Check-Entitlement
                       if Caller-Entitled
                           perform H-Resolve-Scenario
                       else
                           set RC-NOT-ENTITLED to true
                       end-if
                   else
                       set RC-UNREG-CALLER to true
                   end-if
      *  across calls - a driver run makes tens of thousands        *
      *  of calls and must not pay a KSDS open/close per case.       *
      *  If that first open fails the built-in table below takes   *
      *  over for the rest of the run (the warning and a JAVSCNFB  *
      *  event on JTESTEVT appear once, not once per case) - the   *
      *  overnight regression does not                              *
      *  die on a missing DD, it just cannot see newly added       *
      *  codes.                                                    *
      *  A change staged ahead of time in JTESTSCV (see the    *
      *  copybook) overrides the master entry from its           *
      *  effective time on, judged by this call's own               *
      *  JTR-Timestamp - see H3-Find-Staged-Version.                 *
      *****************************************************
       H-Resolve-Scenario Section.
               if WS-Scn-Open-State = spaces
                           '] - using built-in scenario table'
                           ' for the rest of this run'
                       set Scn-Master-Failed to true
                       initialize JTEST-EVENT-RECORD
                       set JEV-Warning to true
                       move 'JAVSCNFB' to JEV-Event-Code
                       string 'JTESTSCN OPEN FAILED ['
                              WS-Scn-File-Status
                              '] - USING BUILT-IN SCENARIO TABLE'
                           delimited by size into JEV-Text
                       perform L-Write-Event
                   else
                       set Scn-Master-Open to true
                   end-if
                   exit section
               end-if
               move JTR-Scenario-Code to JSM-Scenario-Code
               move 'Y' to WS-Scn-Found
               read JTEST-SCN-FILE
                   invalid key
                       move 'N' to WS-Scn-Found
               end-read
               perform H3-Find-Staged-Version
               if WS-Scn-Found = 'N'
                   set RC-UNRECOGNIZED to true
                   string 'SCENARIO [' delimited by size
                          JTR-Scenario-Code delimited by size
                          '] NOT IN SCENARIO MASTER'
                              delimited by size
                       into JRS-Message-Text
                   end-string
               else
                   perform H1-Apply-Master-Entry
               end-if.

      *****************************************************
      *  Staged scenario versions. The version in force is   *
      *  the latest pending one for the code whose effective   *
      *  time is not after the call's JTR-Timestamp (a caller     *
      *  timestamp that is not a usable YYYY-MM-DD-HH.MM.SS...     *
      *  form is judged by this call's clock instead). When one      *
      *  is found its image replaces the master entry just read -     *
      *  including for a code the master does not have yet. The        *
      *  file follows the same open-once idiom as the master: if it   *
      *  cannot be opened, staged changes are ignored for the rest    *
      *  of the run (one warning) and the master alone decides.       *
      *****************************************************
       H3-Find-Staged-Version Section.
               if WS-Scv-Open-State = spaces
                   open input JTEST-SCV-FILE
                   if WS-Scv-File-Status not = '00'
                       display
                           'JAVATEST: WARNING - JTESTSCV open'
                           ' failed [' WS-Scv-File-Status
                           '] - staged scenario changes ignored'
                           ' for the rest of this run'
                       set Scv-File-Failed to true
                   else
                       set Scv-File-Open to true
                   end-if
               end-if
               if Scv-File-Failed
                   exit section
               end-if
               move spaces to WS-Call-Eff-Ts
               string JTR-Timestamp(1:4)  delimited by size
                      JTR-Timestamp(6:2)  delimited by size
                      JTR-Timestamp(9:2)  delimited by size
                      JTR-Timestamp(12:2) delimited by size
                      JTR-Timestamp(15:2) delimited by size
                      JTR-Timestamp(18:2) delimited by size
                   into WS-Call-Eff-Ts
               end-string
               if WS-Call-Eff-Ts is not numeric
                   move WS-Start-Timestamp(1:14) to WS-Call-Eff-Ts
               end-if
               move 'N' to WS-Version-Found
               move 'N' to WS-End-Of-Versions
               move JTR-Scenario-Code to JSV-Scenario-Code
               move low-values to JSV-Effective-Ts
               start JTEST-SCV-FILE
                   key is >= JSV-Key
                   invalid key
                       set End-Of-Versions to true
               end-start
               perform until End-Of-Versions
                   read JTEST-SCV-FILE next
                       at end
                           set End-Of-Versions to true
                       not at end
                           if JSV-Scenario-Code not = JTR-Scenario-Code
                               or JSV-Effective-Ts > WS-Call-Eff-Ts
                               set End-Of-Versions to true
                           else
                               if JSV-Pending
                                   move 'Y' to WS-Version-Found
                                   move JSV-Effective-Ts
                                       to WS-Version-Eff-Ts
                                   move JSV-Image to WS-Version-Image
                               end-if
                           end-if
                   end-read
               end-perform
               if WS-Version-Found = 'Y'
                   move WS-Version-Image to JTEST-SCENARIO-RECORD
                   move 'Y' to WS-Scn-Found
                   display
                       'JAVATEST: scenario [' JTR-Scenario-Code
                       '] resolved from staged version effective ['
                       WS-Version-Eff-Ts ']'
               end-if.

      *****************************************************
      *  Caller authorization. JTR-Source-System must be     *
      *  The master follows the same open-once-per-run-unit        *
      *  idiom as the scenario master: if its first open fails,     *
      *  authorization is switched off for the rest of the run      *
      *  (one warning and a JAVAUTHX event on JTESTEVT, not one     *
      *  per case) - a missing DD does not                           *
      *  kill the overnight regression, it just lets every            *
      *  caller through as before.                                     *
      *****************************************************
                           '] - caller authorization disabled'
                           ' for the rest of this run'
                       set Src-Master-Failed to true
                       initialize JTEST-EVENT-RECORD
                       set JEV-Warning to true
                       move 'JAVAUTHX' to JEV-Event-Code
                       string 'JTESTSRC OPEN FAILED ['
                              WS-Src-File-Status
                              '] - CALLER AUTHORIZATION DISABLED'
                           delimited by size into JEV-Text
                       perform L-Write-Event
                   else
                       set Src-Master-Open to true
                   end-if
                       end-if
               end-read.

      *****************************************************
      *  Scenario entitlement. Once the caller is known to    *
      *  JTESTSRC, the JTESTENT file (keyed on source system   *
      *  + scenario code) says which scenarios it may call.     *
      *  An enabled row for the pair lets the call through; a    *
      *  disabled row refuses it. With no row for the pair the    *
      *  file is positioned at the source's first row: if the      *
      *  source has any rows at all it is restricted and the        *
      *  call is refused with rc 24, otherwise the source has not    *
      *  been rolled onto entitlements yet and every scenario is     *
      *  allowed as before. Same open-once idiom as the masters:    *
      *  a failed first open switches the check off for the rest    *
      *  of the run with one warning and a JAVENTX event.           *
      *****************************************************
       J-Check-Entitlement Section.
               move 'Y' to WS-Caller-Entitled
               if WS-Ent-Open-State = spaces
                   open input JTEST-ENT-FILE
                   if WS-Ent-File-Status not = '00'
                       display
                           'JAVATEST: WARNING - JTESTENT open'
                           ' failed [' WS-Ent-File-Status
                           '] - scenario entitlement checking'
                           ' disabled for the rest of this run'
                       set Ent-File-Failed to true
                       initialize JTEST-EVENT-RECORD
                       set JEV-Warning to true
                       move 'JAVENTX' to JEV-Event-Code
                       string 'JTESTENT OPEN FAILED ['
                              WS-Ent-File-Status
                              '] - ENTITLEMENT CHECK DISABLED'
                           delimited by size into JEV-Text
                       perform L-Write-Event
                   else
                       set Ent-File-Open to true
                   end-if
               end-if
               if Ent-File-Failed
                   exit section
               end-if
               move JTR-Source-System to JEN-Source-System
               move JTR-Scenario-Code to JEN-Scenario-Code
               read JTEST-ENT-FILE
                   invalid key
                       perform J1-Check-Source-Restricted
                   not invalid key
                       if JEN-Enabled-Flag not = 'Y'
                           move 'N' to WS-Caller-Entitled
                       end-if
               end-read
               if not Caller-Entitled
                   display
                       'JAVATEST: source system ['
                       JTR-Source-System '] is not entitled to'
                       ' scenario [' JTR-Scenario-Code ']'
                   string 'SOURCE [' delimited by size
                          JTR-Source-System delimited by size
                          '] NOT ENTITLED TO SCENARIO ['
                              delimited by size
                          JTR-Scenario-Code delimited by size
                          ']' delimited by size
                       into JRS-Message-Text
                   end-string
               end-if.

       J1-Check-Source-Restricted Section.
               move JTR-Source-System to JEN-Source-System
               move low-values to JEN-Scenario-Code
               start JTEST-ENT-FILE
                   key is >= JEN-Key
                   invalid key
                       exit section
               end-start
               read JTEST-ENT-FILE next
                   at end
                       exit section
               end-read
               if JEN-Source-System = JTR-Source-System
                   move 'N' to WS-Caller-Entitled
               end-if.

       H1-Apply-Master-Entry Section.
               if JSM-Enabled-Flag not = 'Y'
                   display
                           ' - injecting failure'
                       move 'FAIL SCENARIO - FAILURE INJECTED AS REQUES
      -                    'TED BY CALLER' to JRS-Message-Text
               end-evaluate
               if JSM-Stateful
                   perform K-Apply-Attempt-State
               end-if.

      *****************************************************
      *  Stateful scenario. The attempt-state file JTESTATT   *
      *  (keyed on the full correlation id) counts the calls    *
      *  made under this id, across runs and callers. Attempts    *
      *  1 to JSM-Fail-Attempts return JSM-Fail-Rc; later          *
      *  attempts keep the mapped rc H1 already set. An id last     *
      *  used with a different scenario starts again at attempt     *
      *  1. The file is created on first use and follows the         *
      *  open-once idiom: if it cannot be opened the scenario         *
      *  behaves statelessly (mapped rc) for the rest of the run,      *
      *  with one warning and a JAVATTX event.                         *
      *****************************************************
       K-Apply-Attempt-State Section.
               if JSM-Fail-Rc is not numeric
                   or JSM-Fail-Attempts is not numeric
                   display
                       'JAVATEST: WARNING - stateful scenario ['
                       JTR-Scenario-Code '] fail rc/attempts not'
                       ' numeric - mapped rc returned'
                   exit section
               end-if
               if WS-Att-Open-State = spaces
                   open i-o JTEST-ATT-FILE
                   if WS-Att-File-Status = '35'
                       open output JTEST-ATT-FILE
                       close JTEST-ATT-FILE
                       open i-o JTEST-ATT-FILE
                   end-if
                   if WS-Att-File-Status not = '00'
                       display
                           'JAVATEST: WARNING - JTESTATT open'
                           ' failed [' WS-Att-File-Status
                           '] - stateful scenarios return their'
                           ' mapped rc for the rest of this run'
                       set Att-File-Failed to true
                       initialize JTEST-EVENT-RECORD
                       set JEV-Warning to true
                       move 'JAVATTX' to JEV-Event-Code
                       string 'JTESTATT OPEN FAILED ['
                              WS-Att-File-Status
                              '] - STATEFUL SCENARIOS RETURN MAPPED RC'
                           delimited by size into JEV-Text
                       perform L-Write-Event
                   else
                       set Att-File-Open to true
                   end-if
               end-if
               if Att-File-Failed
                   string 'STATEFUL SCENARIO [' delimited by size
                          JTR-Scenario-Code delimited by size
                          '] ATTEMPT STATE UNAVAILABLE - MAPPED RC'
                              delimited by size
                       into JRS-Message-Text
                   end-string
                   exit section
               end-if

               move WS-Full-Correlation-Id to JAT-Correlation-Id
               move 'Y' to WS-Att-Found
               read JTEST-ATT-FILE
                   invalid key
                       move 'N' to WS-Att-Found
               end-read
               if WS-Att-Found = 'N'
                   or JAT-Scenario-Code not = JTR-Scenario-Code
                   move spaces to JTEST-ATTEMPT-RECORD
                   move WS-Full-Correlation-Id to JAT-Correlation-Id
                   move JTR-Scenario-Code to JAT-Scenario-Code
                   move 0 to JAT-Attempt-Count
                   move WS-Start-Timestamp to JAT-First-Timestamp
               end-if
               if JAT-Attempt-Count < 9999
                   add 1 to JAT-Attempt-Count
               end-if
               move JTR-Source-System  to JAT-Source-System
               move WS-Start-Timestamp to JAT-Last-Timestamp

               move spaces to JRS-Message-Text
               if JAT-Attempt-Count <= JSM-Fail-Attempts
                   move JSM-Fail-Rc to WS-Return-Code
                   string 'STATEFUL SCENARIO [' delimited by size
                          JTR-Scenario-Code delimited by size
                          '] ATTEMPT [' delimited by size
                          JAT-Attempt-Count delimited by size
                          '] OF [' delimited by size
                          JSM-Fail-Attempts delimited by size
                          '] FAILED AS SCRIPTED' delimited by size
                       into JRS-Message-Text
                   end-string
               else
                   string 'STATEFUL SCENARIO [' delimited by size
                          JTR-Scenario-Code delimited by size
                          '] ATTEMPT [' delimited by size
                          JAT-Attempt-Count delimited by size
                          '] PAST SCRIPTED FAILURES' delimited by size
                       into JRS-Message-Text
                   end-string
               end-if
               display
                   'JAVATEST: stateful scenario [' JTR-Scenario-Code
                   '] attempt [' JAT-Attempt-Count '] returns ['
                   WS-Return-Code ']'
               move WS-Return-Code to JAT-Last-Return-Code

               if WS-Att-Found = 'N'
                   write JTEST-ATTEMPT-RECORD
                       invalid key
                           display
                               'JAVATEST: WARNING - JTESTATT write'
                               ' failed [' WS-Att-File-Status ']'
                   end-write
               else
                   rewrite JTEST-ATTEMPT-RECORD
                       invalid key
                           display
                               'JAVATEST: WARNING - JTESTATT rewrite'
                               ' failed [' WS-Att-File-Status ']'
                   end-rewrite
               end-if.

       H2-Builtin-Scenario-Table Section.
               evaluate JTR-Scenario-Code
       B-Write-Audit-Log Section.
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               perform G-Compute-Elapsed-Time
               move 'N' to WS-Audit-Written
               open extend JTEST-LOG-FILE
               if WS-Log-File-Status = '35'
                   open output JTEST-LOG-FILE
                   if RC-UNREG-CALLER
                       move 'U' to JLR-Auth-Flag
                   end-if
                   if RC-NOT-ENTITLED
                       move 'E' to JLR-Auth-Flag
                   end-if
                   move JRS-Message-Text     to JLR-Response-Text
                   write JTEST-LOG-RECORD
                   if WS-Log-File-Status not = '00'
                       display
                           'JAVATEST: WARNING - JTESTLOG write failed ['
                           WS-Log-File-Status ']'
                   else
                       move 'Y' to WS-Audit-Written
                   end-if
                   close JTEST-LOG-FILE
               else
                   display
                       'JAVATEST: WARNING - JTESTLOG open failed ['
                       WS-Log-File-Status ']'
               end-if
               perform B1-Post-Ledger.

      *****************************************************
      *  Control-total ledger posting for the audit write    *
      *  just attempted: NEW when the record reached JTESTLOG,  *
      *  LOST when it did not, with this call's rc and elapsed   *
      *  time as the hash totals (see copybook JTESTLDG). The     *
      *  ledger is opened and closed around each posting the way   *
      *  the log is, so an abend later in the run cannot leave      *
      *  the log ahead of its ledger. A ledger that will not open    *
      *  only warns - the call has already been answered - and the  *
      *  JTESTBAL balancing run then shows the log out of balance.   *
      *****************************************************
       B1-Post-Ledger Section.
               open extend JTEST-LDG-FILE
               if WS-Ldg-File-Status = '35'
                   open output JTEST-LDG-FILE
               end-if
               if WS-Ldg-File-Status not = '00'
                   and WS-Ldg-File-Status not = '05'
                   display
                       'JAVATEST: WARNING - JTESTLDG open failed ['
                       WS-Ldg-File-Status '] - audit write not posted'
                   exit section
               end-if
               move spaces to JTEST-LEDGER-RECORD
               move WS-Current-Timestamp to JLG-Timestamp
               move 'JAVATEST'           to JLG-Program
               move WS-Run-Unit-Id       to JLG-Run-Id
               move 'JTESTLOG'           to JLG-File-Id
               if WS-Audit-Written = 'Y'
                   set JLG-New to true
               else
                   set JLG-Lost to true
               end-if
               move 1                    to JLG-Record-Count
               move WS-Return-Code       to JLG-Rc-Sum
               move WS-Elapsed-Hund      to JLG-Elapsed-Sum
               write JTEST-LEDGER-RECORD
               if WS-Ldg-File-Status not = '00'
                   display
                       'JAVATEST: WARNING - JTESTLDG write failed ['
                       WS-Ldg-File-Status ']'
               end-if
               close JTEST-LDG-FILE.

      *****************************************************
      *  Operational event for a silent degradation - one per  *
      *  run unit, raised where the one-time warning is shown.  *
      *  The event file is opened and closed around the write    *
      *  like the audit log; if it will not open the SYSOUT       *
      *  warning is all there is.                                  *
      *****************************************************
       L-Write-Event Section.
               move FUNCTION CURRENT-DATE to JEV-Timestamp
               move 'JAVATEST'     to JEV-Program
               move WS-Run-Unit-Id to JEV-Run-Id
               open extend JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   open output JTEST-EVT-FILE
               end-if
               if WS-Evt-File-Status not = '00'
                   and WS-Evt-File-Status not = '05'
                   display
                       'JAVATEST: WARNING - JTESTEVT open failed ['
                       WS-Evt-File-Status '] - event ['
                       JEV-Event-Code '] not raised'
                   exit section
               end-if
               write JTEST-EVT-LINE from JTEST-EVENT-RECORD
               if WS-Evt-File-Status not = '00'
                   display
                       'JAVATEST: WARNING - JTESTEVT write failed ['
                       WS-Evt-File-Status ']'
               end-if
               close JTEST-EVT-FILE.
