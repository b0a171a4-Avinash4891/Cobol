       identification division.
       program-id. JTESTFWD.
      *****************************************************
      *  JTESTFWD - operational event forwarder             *
      *  Sends the events appended to the shared JTESTEVT     *
      *  event file (copybook JTESTEVT) since the last run to    *
      *  the monitoring tool, as a '|'-delimited feed on           *
      *  JTESTFWO, one line per event:                              *
      *    timestamp|program|run-id|severity|event code|text|       *
      *    count 1|count 2|count 3                                   *
      *  timestamp as YYYY-MM-DDTHH:MM:SS.CC+HHMM, severity spelled   *
      *  out (INFO, WARNING, ERROR, CRITICAL), trailing blanks and     *
      *  leading zeros dropped, any '|' in the text sent as '/'.       *
      *  The feed is appended to, never rewritten: events stay in it  *
      *  until the collector empties or renames it after pickup.      *
      *                                                       *
      *  Position: JTESTFWP is append-only, same idiom as       *
      *  JTESTCHK - every run appends one record carrying how     *
      *  many JTESTEVT records have been sent in all and the        *
      *  timestamp of the last one, and the next run resumes after   *
      *  the LAST record in the file. The position is appended only  *
      *  once the feed is closed, so an abend re-sends rather than    *
      *  loses events. If the event file no longer holds the last     *
      *  sent event at that position (it was reset or trimmed), the    *
      *  whole file is sent again with a warning.                      *
      *                                                       *
      *  Job return codes: 16 when the feed or the position     *
      *  file will not open, or the position file holds a record  *
      *  that is not a position; 8 when the feed went out but the  *
      *  new position could not be appended (the next run re-sends  *
      *  these events); 4 when the position was reset; 0 otherwise.  *
      *  A missing JTESTEVT means no event was ever raised: 0.        *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-EVT-FILE assign to JTESTEVT
               organization is line sequential
               file status is WS-Evt-File-Status.
           select JTEST-FWP-FILE assign to JTESTFWP
               organization is line sequential
               file status is WS-Fwp-File-Status.
           select JTEST-FWO-FILE assign to JTESTFWO
               organization is line sequential
               file status is WS-Fwo-File-Status.
       data division.
       file section.
       fd  JTEST-EVT-FILE.
       copy JTESTEVT.
       fd  JTEST-FWP-FILE.
       01  JTEST-POSITION-RECORD.
           05  JFP-Events-Sent         pic 9(9).
           05  filler                  pic X(1).
           05  JFP-Last-Timestamp      pic X(21).
           05  filler                  pic X(1).
           05  JFP-Run-Timestamp       pic X(21).
           05  filler                  pic X(27).
       fd  JTEST-FWO-FILE.
       01  JTEST-FEED-LINE            pic X(250).
       working-storage section.
       01  WS-Evt-File-Status         pic X(2).
       01  WS-Fwp-File-Status         pic X(2).
       01  WS-Fwo-File-Status         pic X(2).
       01  WS-Current-Timestamp       pic X(21).
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-Position-Sent           pic 9(9) value 0.
       01  WS-Position-Timestamp      pic X(21) value spaces.
       01  WS-Position-Reset          pic X value 'N'.
       01  WS-Cnt-Position-Records    pic 9(6) value 0.
       01  WS-Evt-Records-Read        pic 9(9) value 0.
       01  WS-Last-Sent-Timestamp     pic X(21) value spaces.
       01  WS-Cnt-Forwarded           pic 9(9) value 0.
       01  WS-Cnt-Skipped             pic 9(9) value 0.
       01  WS-Feed-Ptr                pic 9(3).
       01  WS-Severity-Word           pic X(8).
       01  WS-Text-Work               pic X(80).
       01  WS-Text-Length             pic 9(3).
       01  WS-Count-Work              pic 9(9).
       01  WS-Count-Zeros             pic 9(2).
       procedure division.
       A-Main Section.
               display 'Starting JTESTFWD'
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               perform B-Load-Position

               open input JTEST-EVT-FILE
               if WS-Evt-File-Status = '35'
                   display
                       'JTESTFWD: no JTESTEVT event file -'
                       ' nothing to forward'
                   move 0 to return-code
                   goback
               end-if
               if WS-Evt-File-Status not = '00'
                   display
                       'JTESTFWD: ERROR - JTESTEVT open failed ['
                       WS-Evt-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               perform C-Skip-Sent-Events

               open extend JTEST-FWO-FILE
               if WS-Fwo-File-Status = '35'
                   open output JTEST-FWO-FILE
               end-if
               if WS-Fwo-File-Status not = '00'
                   and WS-Fwo-File-Status not = '05'
                   display
                       'JTESTFWD: ERROR - JTESTFWO open failed ['
                       WS-Fwo-File-Status '] - nothing forwarded'
                   close JTEST-EVT-FILE
                   move 16 to return-code
                   goback
               end-if
               move WS-Position-Timestamp to WS-Last-Sent-Timestamp
               perform until End-Of-File
                   perform D-Forward-Event
                   perform C1-Read-Event
               end-perform
               close JTEST-EVT-FILE
               close JTEST-FWO-FILE

               perform E-Append-Position

               display '===================================='
               display 'JTESTFWD - event forwarder'
               display '===================================='
               display 'Previously sent     : ' WS-Position-Sent
               display 'Skipped as sent     : ' WS-Cnt-Skipped
               display 'Forwarded this run  : ' WS-Cnt-Forwarded
               display 'Event records now   : ' WS-Evt-Records-Read
               display '===================================='
               if return-code not = 8
                   if WS-Position-Reset = 'Y'
                       move 4 to return-code
                   else
                       move 0 to return-code
                   end-if
               end-if.
           goback.

      *****************************************************
      *  The last position record in JTESTFWP wins; a missing  *
      *  or empty file means nothing has been sent yet.          *
      *****************************************************
       B-Load-Position Section.
               open input JTEST-FWP-FILE
               if WS-Fwp-File-Status = '35'
                   display
                       'JTESTFWD: no JTESTFWP position - forwarding'
                       ' from the first event'
                   exit section
               end-if
               if WS-Fwp-File-Status not = '00'
                   display
                       'JTESTFWD: ERROR - JTESTFWP open failed ['
                       WS-Fwp-File-Status ']'
                   move 16 to return-code
                   goback
               end-if
               move 'N' to WS-End-Of-File
               perform B1-Read-Position
               perform until End-Of-File
                   if JFP-Events-Sent is not numeric
                       display
                           'JTESTFWD: ERROR - JTESTFWP record ['
                           JTEST-POSITION-RECORD(1:40)
                           '] is not a position - nothing forwarded'
                       close JTEST-FWP-FILE
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to WS-Cnt-Position-Records
                   move JFP-Events-Sent    to WS-Position-Sent
                   move JFP-Last-Timestamp to WS-Position-Timestamp
                   perform B1-Read-Position
               end-perform
               close JTEST-FWP-FILE
               display
                   'JTESTFWD: resuming after event [' WS-Position-Sent
                   '] sent at [' WS-Position-Timestamp ']'.

       B1-Read-Position Section.
               read JTEST-FWP-FILE
                   at end set End-Of-File to true
               end-read.

      *****************************************************
      *  Passes over the events already sent. The event at    *
      *  the saved position must carry the saved timestamp -     *
      *  otherwise the file was reset or trimmed since, and it    *
      *  is re-read from the top so nothing new is missed.         *
      *****************************************************
       C-Skip-Sent-Events Section.
               move 'N' to WS-End-Of-File
               perform C1-Read-Event
               perform until End-Of-File
                   or WS-Evt-Records-Read > WS-Position-Sent
                   if WS-Evt-Records-Read = WS-Position-Sent
                       and JEV-Timestamp not = WS-Position-Timestamp
                       perform C2-Reset-Position
                       exit section
                   end-if
                   add 1 to WS-Cnt-Skipped
                   perform C1-Read-Event
               end-perform
               if End-Of-File
                   and WS-Evt-Records-Read < WS-Position-Sent
                   perform C2-Reset-Position
               end-if.

       C1-Read-Event Section.
               read JTEST-EVT-FILE
                   at end set End-Of-File to true
                   not at end add 1 to WS-Evt-Records-Read
               end-read.

       C2-Reset-Position Section.
               display
                   'JTESTFWD: WARNING - JTESTEVT no longer holds'
                   ' event [' WS-Position-Sent '] sent at ['
                   WS-Position-Timestamp '] - resending from the'
                   ' first event'
               move 'Y' to WS-Position-Reset
               move 0 to WS-Position-Sent
               move spaces to WS-Position-Timestamp
               move 0 to WS-Cnt-Skipped
               move 0 to WS-Evt-Records-Read
               close JTEST-EVT-FILE
               open input JTEST-EVT-FILE
               move 'N' to WS-End-Of-File
               perform C1-Read-Event.

       D-Forward-Event Section.
               move spaces to JTEST-FEED-LINE
               move 1 to WS-Feed-Ptr
               evaluate true
                   when JEV-Info
                       move 'INFO' to WS-Severity-Word
                   when JEV-Warning
                       move 'WARNING' to WS-Severity-Word
                   when JEV-Error
                       move 'ERROR' to WS-Severity-Word
                   when JEV-Critical
                       move 'CRITICAL' to WS-Severity-Word
                   when other
                       move JEV-Severity to WS-Severity-Word
               end-evaluate
               move JEV-Text to WS-Text-Work
               inspect WS-Text-Work replacing all '|' by '/'
               perform varying WS-Text-Length from 80 by -1
                   until WS-Text-Length = 0
                   or WS-Text-Work(WS-Text-Length:1) not = space
                   continue
               end-perform
               string JEV-Timestamp(1:4) '-' JEV-Timestamp(5:2) '-'
                      JEV-Timestamp(7:2) 'T' JEV-Timestamp(9:2) ':'
                      JEV-Timestamp(11:2) ':' JEV-Timestamp(13:2) '.'
                      JEV-Timestamp(15:2) JEV-Timestamp(17:5) '|'
                   delimited by size
                      JEV-Program    delimited by space
                      '|'            delimited by size
                      JEV-Run-Id     delimited by space
                      '|'            delimited by size
                      WS-Severity-Word delimited by space
                      '|'            delimited by size
                      JEV-Event-Code delimited by space
                      '|'            delimited by size
                   into JTEST-FEED-LINE
                   with pointer WS-Feed-Ptr
               end-string
               if WS-Text-Length > 0
                   string WS-Text-Work(1:WS-Text-Length)
                       delimited by size
                       into JTEST-FEED-LINE
                       with pointer WS-Feed-Ptr
                   end-string
               end-if
               move JEV-Count-1 to WS-Count-Work
               perform D1-Append-Count
               move JEV-Count-2 to WS-Count-Work
               perform D1-Append-Count
               move JEV-Count-3 to WS-Count-Work
               perform D1-Append-Count
               write JTEST-FEED-LINE
               if WS-Fwo-File-Status not = '00'
                   display
                       'JTESTFWD: ERROR - JTESTFWO write failed ['
                       WS-Fwo-File-Status '] - position not advanced'
                   close JTEST-EVT-FILE
                   close JTEST-FWO-FILE
                   move 16 to return-code
                   goback
               end-if
               add 1 to WS-Cnt-Forwarded
               move JEV-Timestamp to WS-Last-Sent-Timestamp.

      *****************************************************
      *  '|' then the count without its leading zeros (a       *
      *  count that is not numeric goes out as 0).               *
      *****************************************************
       D1-Append-Count Section.
               if WS-Count-Work is not numeric
                   move 0 to WS-Count-Work
               end-if
               move 0 to WS-Count-Zeros
               inspect WS-Count-Work tallying WS-Count-Zeros
                   for leading '0'
               if WS-Count-Zeros = 9
                   move 8 to WS-Count-Zeros
               end-if
               string '|' WS-Count-Work(WS-Count-Zeros + 1:)
                   delimited by size
                   into JTEST-FEED-LINE
                   with pointer WS-Feed-Ptr
               end-string.

       E-Append-Position Section.
               open extend JTEST-FWP-FILE
               if WS-Fwp-File-Status = '35'
                   open output JTEST-FWP-FILE
               end-if
               if WS-Fwp-File-Status not = '00'
                   and WS-Fwp-File-Status not = '05'
                   display
                       'JTESTFWD: ERROR - JTESTFWP open failed ['
                       WS-Fwp-File-Status '] - position not saved,'
                       ' these events will be sent again'
                   move 8 to return-code
                   exit section
               end-if
               move spaces to JTEST-POSITION-RECORD
               move WS-Evt-Records-Read    to JFP-Events-Sent
               move WS-Last-Sent-Timestamp to JFP-Last-Timestamp
               move WS-Current-Timestamp   to JFP-Run-Timestamp
               write JTEST-POSITION-RECORD
               if WS-Fwp-File-Status not = '00'
                   display
                       'JTESTFWD: ERROR - JTESTFWP write failed ['
                       WS-Fwp-File-Status '] - position not saved,'
                       ' these events will be sent again'
                   move 8 to return-code
               end-if
               close JTEST-FWP-FILE.
