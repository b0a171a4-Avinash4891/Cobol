       identification division.
       program-id. JTESTSCP.
      *****************************************************
      *  JTESTSCP - staged scenario version promote/purge   *
      *  Walks the staged version file JTESTSCV (copybook    *
      *  JTESTSCV, keyed on scenario code + effective time)    *
      *  that JTESTSCM files EFF changes into:                   *
      *    - a pending version whose effective time has passed    *
      *      is promoted: its image is written (new code) or       *
      *      rewritten (existing code) into the scenario master     *
      *      JTESTSCN, a change-journal record is appended to        *
      *      JTESTJRN, and the version is deleted;                    *
      *    - a cancelled version is deleted (purged);                 *
      *    - a version still in the future is left alone.             *
      *  Versions of one code are promoted oldest first, so each       *
      *  journal record's before image is what was in force just       *
      *  before it.                                                    *
      *                                                       *
      *  Until it is promoted, JAVATEST and the JTESTDRV       *
      *  pre-validation already honor a due version by call       *
      *  time, so promotion changes no answers - it only keeps     *
      *  the master current and the version file short. The         *
      *  journal record carries the EFFECTIVE time as               *
      *  JJR-Timestamp and JJR-Origin 'S', so the JTESTJRP report      *
      *  shows when each change actually took effect, not when this    *
      *  job happened to run.                                          *
      *                                                       *
      *  The journal is the only history of the master, so    *
      *  nothing is promoted when JTESTJRN cannot be opened.     *
      *  Job return codes: 16 when a file would not open, 8      *
      *  when a version could not be promoted or journalled (it    *
      *  stays in JTESTSCV for the next run), 0 otherwise. A missing *
      *  JTESTSCV means nothing was ever staged: return-code 0.       *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-SCV-FILE assign to JTESTSCV
               organization is indexed
               access is dynamic
               record key is JSV-Key
               file status is WS-Scv-File-Status.
           select JTEST-SCN-FILE assign to JTESTSCN
               organization is indexed
               access is random
               record key is JSM-Scenario-Code
               file status is WS-Scn-File-Status.
           select JTEST-JRN-FILE assign to JTESTJRN
               organization is line sequential
               file status is WS-Jrn-File-Status.
       data division.
       file section.
       fd  JTEST-SCV-FILE.
       copy JTESTSCV.
       fd  JTEST-SCN-FILE.
       copy JTESTSCN.
       fd  JTEST-JRN-FILE.
       copy JTESTJRN.
       working-storage section.
       01  WS-Scv-File-Status         pic X(2).
       01  WS-Scn-File-Status         pic X(2).
       01  WS-Jrn-File-Status         pic X(2).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-End-Of-Versions         pic X value 'N'.
           88  End-Of-Versions        value 'Y'.
       01  WS-Before-Image            pic X(60).
       01  WS-Promote-Ok              pic X.
       01  WS-Cnt-Read                pic 9(6) value 0.
       01  WS-Cnt-Promoted            pic 9(6) value 0.
       01  WS-Cnt-Purged              pic 9(6) value 0.
       01  WS-Cnt-Pending             pic 9(6) value 0.
       01  WS-Cnt-Errors              pic 9(6) value 0.
       procedure division.
       A-Main Section.
               display 'Starting JTESTSCP'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               open i-o JTEST-SCV-FILE
               if WS-Scv-File-Status = '35'
                   display
                       'JTESTSCP: no JTESTSCV staged version file -'
                       ' nothing to promote'
                   move 0 to return-code
                   goback
               end-if
               if WS-Scv-File-Status not = '00'
                   display
                       'JTESTSCP: ERROR - JTESTSCV open failed ['
                       WS-Scv-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               open i-o JTEST-SCN-FILE
               if WS-Scn-File-Status not = '00'
                   display
                       'JTESTSCP: ERROR - JTESTSCN open failed ['
                       WS-Scn-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               open extend JTEST-JRN-FILE
               if WS-Jrn-File-Status = '35'
                   open output JTEST-JRN-FILE
               end-if
               if WS-Jrn-File-Status not = '00'
                   and WS-Jrn-File-Status not = '05'
                   display
                       'JTESTSCP: ERROR - JTESTJRN open failed ['
                       WS-Jrn-File-Status '] - nothing promoted'
                   move 16 to return-code
                   goback
               end-if

               display 'JTESTSCP: promoting versions effective by ['
                   WS-Current-Timestamp(1:14) ']'
               move low-values to JSV-Key
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
                           add 1 to WS-Cnt-Read
                           perform B-Process-Version
                   end-read
               end-perform

               close JTEST-SCV-FILE
               close JTEST-SCN-FILE
               close JTEST-JRN-FILE

               display '===================================='
               display 'JTESTSCP - staged version promotion'
               display '===================================='
               display 'Versions read       : ' WS-Cnt-Read
               display 'Promoted to master  : ' WS-Cnt-Promoted
               display 'Cancelled, purged   : ' WS-Cnt-Purged
               display 'Still pending       : ' WS-Cnt-Pending
               display 'Not promoted (error): ' WS-Cnt-Errors
               display '===================================='
               if WS-Cnt-Errors > 0
                   move 8 to return-code
               else
                   move 0 to return-code
               end-if.
           goback.

       B-Process-Version Section.
               evaluate true
                   when JSV-Cancelled
                       perform C-Delete-Version
                       if WS-Promote-Ok = 'Y'
                           add 1 to WS-Cnt-Purged
                           display
                               'JTESTSCP: purged cancelled ['
                               JSV-Scenario-Code '/' JSV-Effective-Ts
                               ']'
                       end-if
                   when JSV-Pending
                       and JSV-Effective-Ts
                           not > WS-Current-Timestamp(1:14)
                       perform B1-Promote-Version
                   when JSV-Pending
                       add 1 to WS-Cnt-Pending
                   when other
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTSCP: ERROR - [' JSV-Scenario-Code '/'
                           JSV-Effective-Ts '] unknown status ['
                           JSV-Status '] - left in place'
               end-evaluate.

      *****************************************************
      *  Master first, then the journal, then the version -  *
      *  a failure part-way leaves the version in place, and     *
      *  re-promoting an image already in the master is harmless.  *
      *****************************************************
       B1-Promote-Version Section.
               move 'Y' to WS-Promote-Ok
               move JSV-Scenario-Code to JSM-Scenario-Code
               read JTEST-SCN-FILE
                   invalid key
                       move spaces to WS-Before-Image
                       move JSV-Image to JTEST-SCENARIO-RECORD
                       write JTEST-SCENARIO-RECORD
                           invalid key
                               move 'N' to WS-Promote-Ok
                       end-write
                   not invalid key
                       move JTEST-SCENARIO-RECORD to WS-Before-Image
                       move JSV-Image to JTEST-SCENARIO-RECORD
                       rewrite JTEST-SCENARIO-RECORD
                           invalid key
                               move 'N' to WS-Promote-Ok
                       end-rewrite
               end-read
               if WS-Promote-Ok = 'N'
                   add 1 to WS-Cnt-Errors
                   display
                       'JTESTSCP: ERROR - [' JSV-Scenario-Code '/'
                       JSV-Effective-Ts '] master update failed ['
                       WS-Scn-File-Status '] - left staged'
                   exit section
               end-if
               perform D-Write-Journal
               if WS-Promote-Ok = 'N'
                   add 1 to WS-Cnt-Errors
                   exit section
               end-if
               perform C-Delete-Version
               if WS-Promote-Ok = 'N'
                   add 1 to WS-Cnt-Errors
                   exit section
               end-if
               add 1 to WS-Cnt-Promoted
               display
                   'JTESTSCP: promoted ' JSV-Action ' ['
                   JSV-Scenario-Code '] effective ['
                   JSV-Effective-Ts '] filed ['
                   JSV-Filed-Timestamp(1:14) ']'.

       C-Delete-Version Section.
               move 'Y' to WS-Promote-Ok
               delete JTEST-SCV-FILE record
                   invalid key
                       move 'N' to WS-Promote-Ok
                       display
                           'JTESTSCP: WARNING - delete of ['
                           JSV-Scenario-Code '/' JSV-Effective-Ts
                           '] failed [' WS-Scv-File-Status ']'
               end-delete.

      *****************************************************
      *  JJR-Timestamp is the effective time in the journal's *
      *  CURRENT-DATE shape: YYYYMMDDHHMMSS, hundredths 00, and   *
      *  this run's GMT offset.                                     *
      *****************************************************
       D-Write-Journal Section.
               move spaces to JTEST-JOURNAL-RECORD
               string JSV-Effective-Ts             delimited by size
                      '00'                         delimited by size
                      WS-Current-Timestamp(17:5)   delimited by size
                   into JJR-Timestamp
               end-string
               move JSV-Action           to JJR-Action
               move JSV-Scenario-Code    to JJR-Scenario-Code
               move WS-Before-Image      to JJR-Before-Image
               move JSV-Image            to JJR-After-Image
               move 'S'                  to JJR-Origin
               write JTEST-JOURNAL-RECORD
               if WS-Jrn-File-Status not = '00'
                   move 'N' to WS-Promote-Ok
                   display
                       'JTESTSCP: ERROR - JTESTJRN write failed ['
                       WS-Jrn-File-Status '] for ['
                       JSV-Scenario-Code '/' JSV-Effective-Ts
                       '] - left staged'
               end-if.
