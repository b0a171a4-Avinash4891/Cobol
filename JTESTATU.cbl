       identification division.
       program-id. JTESTATU.
      *****************************************************
      *  JTESTATU - attempt-state reset / purge utility     *
      *  Maintains the indexed attempt-state file JTESTATT   *
      *  (layout in copybook JTESTATT, keyed on the full         *
      *  correlation id) that JAVATEST keeps for stateful         *
      *  scenarios. The state outlives the run on purpose, so      *
      *  a case file replayed under the same ids - a RERUN, a       *
      *  restart, or the same generated file run twice - would       *
      *  find every sequence already past its scripted failures.      *
      *  Reset the ids before running them again, and purge old        *
      *  entries so the file does not grow forever.                    *
      *                                                       *
      *  Control cards from JTESTCTL, applied in order, one     *
      *  action per card ('*' in column 1 is a comment):          *
      *    cols 1-8  keyword, cols 10-80 value                     *
      *    LIST      list entries; value = optional leading          *
      *              bytes of the correlation id                      *
      *    RESET     delete the entries whose correlation id           *
      *              starts with the value (e.g. GEN20261015)          *
      *    SCENARIO  delete every entry for the scenario code       *
      *    BEFORE    YYYYMMDD - delete entries whose last attempt    *
      *              was before that date (routine purge)              *
      *    ALL       delete every entry                                *
      *                                                       *
      *  A missing attempt-state file means JAVATEST has never   *
      *  run a stateful scenario: nothing to do, return-code 0.   *
      *  Job return codes: 16 when a file would not open, 8 when   *
      *  any control card was in error, 0 otherwise.                *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-CTL-FILE assign to JTESTCTL
               organization is line sequential
               file status is WS-Ctl-File-Status.
           select JTEST-ATT-FILE assign to JTESTATT
               organization is indexed
               access is dynamic
               record key is JAT-Correlation-Id
               file status is WS-Att-File-Status.
       data division.
       file section.
       fd  JTEST-CTL-FILE.
       01  JTEST-ATU-CARD.
           05  JAU-Keyword             pic X(8).
           05  filler                  pic X(1).
           05  JAU-Value               pic X(71).
       fd  JTEST-ATT-FILE.
       copy JTESTATT.
       working-storage section.
       01  WS-Ctl-File-Status         pic X(2).
       01  WS-Att-File-Status         pic X(2).
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-End-Of-State            pic X value 'N'.
           88  End-Of-State           value 'Y'.
       01  WS-Cnt-Card-Errors         pic 9(4) value 0.
       01  WS-Cnt-Cards-Applied       pic 9(4) value 0.
       01  WS-Value-Reversed          pic X(71).
       01  WS-Value-Length            pic 9(2).
       01  WS-Sel-Prefix              pic X(71).
       01  WS-Sel-Scenario            pic X(10).
       01  WS-Sel-Before-Date         pic X(8).
       01  WS-Walk-Action             pic X(1).
           88  Walk-Lists             value 'L'.
       01  WS-Record-Selected         pic X.
       01  WS-Cnt-Listed              pic 9(9).
       01  WS-Cnt-Deleted             pic 9(9).
       01  WS-Tot-Deleted             pic 9(9) value 0.
       procedure division.
       A-Main Section.
               display 'Starting JTESTATU'
               open i-o JTEST-ATT-FILE
               if WS-Att-File-Status = '35'
                   display
                       'JTESTATU: no JTESTATT attempt-state file -'
                       ' nothing to reset'
                   move 0 to return-code
                   goback
               end-if
               if WS-Att-File-Status not = '00'
                   display
                       'JTESTATU: ERROR - JTESTATT open failed ['
                       WS-Att-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               open input JTEST-CTL-FILE
               if WS-Ctl-File-Status not = '00'
                   display
                       'JTESTATU: ERROR - JTESTCTL open failed ['
                       WS-Ctl-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               perform B-Read-Next-Card
               perform until End-Of-File
                   perform C-Apply-Card
                   perform B-Read-Next-Card
               end-perform

               close JTEST-CTL-FILE
               close JTEST-ATT-FILE

               display 'JTESTATU: cards applied  [' WS-Cnt-Cards-Applied
                   ']'
               display 'JTESTATU: cards in error [' WS-Cnt-Card-Errors
                   ']'
               display 'JTESTATU: entries deleted[' WS-Tot-Deleted ']'
               if WS-Cnt-Card-Errors > 0
                   move 8 to return-code
               else
                   move 0 to return-code
               end-if.
           goback.

       B-Read-Next-Card Section.
               read JTEST-CTL-FILE
                   at end set End-Of-File to true
               end-read.

       C-Apply-Card Section.
               if JAU-Keyword(1:1) = '*' or JTEST-ATU-CARD = spaces
                   exit section
               end-if
               move spaces to WS-Sel-Prefix
               move 0 to WS-Value-Length
               move spaces to WS-Sel-Scenario
               move spaces to WS-Sel-Before-Date
               move 'D' to WS-Walk-Action
               evaluate JAU-Keyword
                   when 'LIST'
                       move 'L' to WS-Walk-Action
                       move JAU-Value to WS-Sel-Prefix
                       perform C1-Measure-Card-Value
                   when 'RESET'
                       move JAU-Value to WS-Sel-Prefix
                       perform C1-Measure-Card-Value
                       if WS-Value-Length = 0
                           perform C2-Flag-Card-Error
                           exit section
                       end-if
                   when 'SCENARIO'
                       if JAU-Value(1:10) = spaces
                           or JAU-Value(11:61) not = spaces
                           perform C2-Flag-Card-Error
                           exit section
                       end-if
                       move JAU-Value(1:10) to WS-Sel-Scenario
                   when 'BEFORE'
                       if JAU-Value(1:8) is not numeric
                           or JAU-Value(9:63) not = spaces
                           perform C2-Flag-Card-Error
                           exit section
                       end-if
                       move JAU-Value(1:8) to WS-Sel-Before-Date
                   when 'ALL'
                       continue
                   when other
                       perform C2-Flag-Card-Error
                       exit section
               end-evaluate
               add 1 to WS-Cnt-Cards-Applied
               perform D-Walk-State-File.

      *****************************************************
      *  Trailing-space measurement, same REVERSE/INSPECT    *
      *  idiom JTESTARC applies to its PARM.                   *
      *****************************************************
       C1-Measure-Card-Value Section.
               move 0 to WS-Value-Length
               move FUNCTION REVERSE (WS-Sel-Prefix)
                   to WS-Value-Reversed
               inspect WS-Value-Reversed
                   tallying WS-Value-Length for leading spaces
               compute WS-Value-Length = 71 - WS-Value-Length.

       C2-Flag-Card-Error Section.
               add 1 to WS-Cnt-Card-Errors
               display
                   'JTESTATU: ERROR - bad control card ['
                   JTEST-ATU-CARD(1:40) ']'.

      *****************************************************
      *  One pass over the file in key order for the card.   *
      *  An id prefix positions the START on the first key at    *
      *  or after it and ends the pass at the first key past it;   *
      *  every other selection walks the whole file. Deleting      *
      *  the record just read leaves the READ NEXT position on       *
      *  the following key.                                          *
      *****************************************************
       D-Walk-State-File Section.
               move 0 to WS-Cnt-Listed
               move 0 to WS-Cnt-Deleted
               move 'N' to WS-End-Of-State
               move low-values to JAT-Correlation-Id
               if WS-Value-Length > 0
                   move WS-Sel-Prefix (1:WS-Value-Length)
                       to JAT-Correlation-Id (1:WS-Value-Length)
               end-if
               start JTEST-ATT-FILE
                   key is >= JAT-Correlation-Id
                   invalid key
                       set End-Of-State to true
               end-start
               if Walk-Lists
                   display
                       'JTESTATU: attempt-state listing ['
                       WS-Sel-Prefix (1:40) ']'
                   display
                       'SCENARIO    ATTEMPTS  LAST-RC  LAST ATTEMPT'
                       '           SOURCE      CORRELATION ID'
               end-if
               perform until End-Of-State
                   read JTEST-ATT-FILE next
                       at end
                           set End-Of-State to true
                       not at end
                           perform D1-Process-State-Entry
                   end-read
               end-perform
               if Walk-Lists
                   display
                       'JTESTATU: ' JAU-Keyword ' entries listed ['
                       WS-Cnt-Listed ']'
               else
                   display
                       'JTESTATU: ' JAU-Keyword ' ['
                       JAU-Value (1:40) '] entries deleted ['
                       WS-Cnt-Deleted ']'
                   add WS-Cnt-Deleted to WS-Tot-Deleted
               end-if.

       D1-Process-State-Entry Section.
               if WS-Value-Length > 0
                   if JAT-Correlation-Id (1:WS-Value-Length)
                       > WS-Sel-Prefix (1:WS-Value-Length)
                       set End-Of-State to true
                       exit section
                   end-if
                   if JAT-Correlation-Id (1:WS-Value-Length)
                       not = WS-Sel-Prefix (1:WS-Value-Length)
                       exit section
                   end-if
               end-if
               move 'Y' to WS-Record-Selected
               if WS-Sel-Scenario not = spaces
                   and JAT-Scenario-Code not = WS-Sel-Scenario
                   move 'N' to WS-Record-Selected
               end-if
               if WS-Sel-Before-Date not = spaces
                   and JAT-Last-Timestamp(1:8) not < WS-Sel-Before-Date
                   move 'N' to WS-Record-Selected
               end-if
               if WS-Record-Selected = 'N'
                   exit section
               end-if
               if Walk-Lists
                   add 1 to WS-Cnt-Listed
                   display
                       JAT-Scenario-Code '  '
                       JAT-Attempt-Count '      '
                       JAT-Last-Return-Code '       '
                       JAT-Last-Timestamp '  '
                       JAT-Source-System '  '
                       JAT-Correlation-Id (1:60)
               else
                   delete JTEST-ATT-FILE record
                       invalid key
                           display
                               'JTESTATU: WARNING - delete failed ['
                               WS-Att-File-Status '] for id ['
                               JAT-Correlation-Id (1:60) ']'
                       not invalid key
                           add 1 to WS-Cnt-Deleted
                   end-delete
               end-if.
