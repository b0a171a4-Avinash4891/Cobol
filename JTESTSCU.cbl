      *             record that differs or exists on only       *
      *             one side                                     *
      *                                                       *
      *  Stateful entries (JSM-Entry-Type 'S') travel in the   *
      *  same 60-byte record; UNLOAD counts them, and RELOAD     *
      *  refuses one whose fail rc or attempt count is not a      *
      *  number (or whose attempt count is zero) the same way it   *
      *  refuses a bad key, since JAVATEST could not honor it.      *
      *                                                       *
      *  Standard practice: UNLOAD before every JTESTSCM      *
      *  maintenance run, so a bad deck is a five-minute       *
      *  RELOAD instead of a reconstruction project.            *
           88  End-Of-Backup          value 'Y'.
       01  WS-Prior-Key               pic X(10).
       01  WS-Cnt-Unloaded            pic 9(6) value 0.
       01  WS-Cnt-Stateful            pic 9(6) value 0.
       01  WS-Cnt-Reloaded            pic 9(6) value 0.
       01  WS-Cnt-Reload-Errors       pic 9(6) value 0.
       01  WS-Cnt-Matched             pic 9(6) value 0.
                               goback
                           end-if
                           add 1 to WS-Cnt-Unloaded
                           if JSM-Stateful
                               add 1 to WS-Cnt-Stateful
                           end-if
                   end-read
               end-perform
               close JTEST-SCN-FILE
               display
                   'JTESTSCU: unloaded [' WS-Cnt-Unloaded
                   '] scenario records to JTESTBKP'
               display
                   'JTESTSCU: stateful entries [' WS-Cnt-Stateful ']'
               if WS-Cnt-Unloaded = 0
                   display
                       'JTESTSCU: WARNING - master was empty -'
               display
                   'JTESTSCU: reloaded [' WS-Cnt-Reloaded
                   '] scenario records'
               display
                   'JTESTSCU: stateful entries [' WS-Cnt-Stateful ']'
               display
                   'JTESTSCU: records in error ['
                   WS-Cnt-Reload-Errors ']'
               end-if
               move JBK-Scenario-Code to WS-Prior-Key
               move JTEST-BACKUP-RECORD to JTEST-SCENARIO-RECORD
               if JSM-Stateful
                   if JSM-Fail-Rc is not numeric
                       or JSM-Fail-Attempts is not numeric
                       or JSM-Fail-Attempts = 0
                       add 1 to WS-Cnt-Reload-Errors
                       display
                           'JTESTSCU: ERROR - stateful entry ['
                           JBK-Scenario-Code '] fail rc ['
                           JSM-Fail-Rc '] attempts ['
                           JSM-Fail-Attempts '] not valid -'
                           ' record not loaded'
                       exit section
                   end-if
                   add 1 to WS-Cnt-Stateful
               end-if
               write JTEST-SCENARIO-RECORD
                   invalid key
                       add 1 to WS-Cnt-Reload-Errors
