       identification division.
       program-id. JTESTENM.
      *****************************************************
      *  JTESTENM - source-to-scenario entitlement maint    *
      *  Applies control cards from JTESTCTL to the indexed  *
      *  entitlement file JTESTENT (layout in copybook         *
      *  JTESTENT, keyed on source system + scenario code),     *
      *  which JAVATEST checks after authorizing the caller      *
      *  against JTESTSRC. One card per action, card image:       *
      *                                                          *
      *    cols  1-3   action: ADD, CHG, DIS, ENA, DEL, LST       *
      *    col   5-14  source system                               *
      *    col  16-25  scenario code                                *
      *    col  27     enabled flag Y/N (ADD/CHG; ADD blank = Y)     *
      *    col  29-68  comment (ADD/CHG)                              *
      *                                                       *
      *  ADD fails if the entitlement already exists, CHG/DIS/  *
      *  ENA/DEL fail if it does not. DEL removes the row: once  *
      *  a source's last row is deleted the source is no longer   *
      *  restricted. LST prints every entitlement, or only one     *
      *  source's when columns 5-14 are filled. Source systems      *
      *  not registered in JTESTSRC are accepted with a warning     *
      *  (the row is harmless until the source is registered). A    *
      *  '*' in column 1 is a comment card. The job ends with        *
      *  return-code 8 if any card was in error, so a typo in the     *
      *  control deck does not go unnoticed.                           *
      *****************************************************
       environment division.
       input-output section.
       file-control.
           select JTEST-CTL-FILE assign to JTESTCTL
               organization is line sequential
               file status is WS-Ctl-File-Status.
           select JTEST-ENT-FILE assign to JTESTENT
               organization is indexed
               access is dynamic
               record key is JEN-Key
               file status is WS-Ent-File-Status.
           select JTEST-SRC-FILE assign to JTESTSRC
               organization is indexed
               access is random
               record key is JSS-Source-System
               file status is WS-Src-File-Status.
       data division.
       file section.
       fd  JTEST-CTL-FILE.
       01  JTEST-CONTROL-CARD.
           05  JCC-Action              pic X(3).
           05  filler                  pic X(1).
           05  JCC-Source-System       pic X(10).
           05  filler                  pic X(1).
           05  JCC-Scenario-Code       pic X(10).
           05  filler                  pic X(1).
           05  JCC-Enabled-Flag        pic X(1).
           05  filler                  pic X(1).
           05  JCC-Comment             pic X(40).
           05  filler                  pic X(12).
       fd  JTEST-ENT-FILE.
       copy JTESTENT.
       fd  JTEST-SRC-FILE.
       copy JTESTSRC.
       working-storage section.
       01  WS-Ctl-File-Status         pic X(2).
       01  WS-Ent-File-Status         pic X(2).
       01  WS-Src-File-Status         pic X(2).
       01  WS-Src-Available           pic X value 'N'.
           88  Src-Available          value 'Y'.
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-End-Of-Master           pic X value 'N'.
           88  End-Of-Master          value 'Y'.
       01  WS-Cnt-Applied             pic 9(4) value 0.
       01  WS-Cnt-Errors              pic 9(4) value 0.
       01  WS-List-Count              pic 9(4) value 0.
       procedure division.
       A-Main Section.
               display 'Starting JTESTENM'
               open i-o JTEST-ENT-FILE
               if WS-Ent-File-Status = '35'
                   display
                       'JTESTENM: JTESTENT not found - creating'
                       ' a new entitlement file'
                   open output JTEST-ENT-FILE
                   close JTEST-ENT-FILE
                   open i-o JTEST-ENT-FILE
               end-if
               if WS-Ent-File-Status not = '00'
                   display
                       'JTESTENM: ERROR - JTESTENT open failed ['
                       WS-Ent-File-Status ']'
                   move 16 to return-code
                   goback
               end-if

               open input JTEST-SRC-FILE
               if WS-Src-File-Status = '00'
                   move 'Y' to WS-Src-Available
               else
                   display
                       'JTESTENM: WARNING - JTESTSRC open failed ['
                       WS-Src-File-Status '] - source systems will'
                       ' not be checked for registration'
               end-if

               open input JTEST-CTL-FILE
               if WS-Ctl-File-Status not = '00'
                   display
                       'JTESTENM: ERROR - JTESTCTL open failed ['
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
               close JTEST-ENT-FILE
               if Src-Available
                   close JTEST-SRC-FILE
               end-if

               display 'JTESTENM: cards applied [' WS-Cnt-Applied ']'
               display 'JTESTENM: cards in error[' WS-Cnt-Errors ']'
               if WS-Cnt-Errors > 0
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
               if JCC-Action(1:1) = '*' or JTEST-CONTROL-CARD = spaces
                   exit section
               end-if
               if JCC-Action not = 'LST'
                   if JCC-Source-System = spaces
                       or JCC-Scenario-Code = spaces
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTENM: ERROR - ' JCC-Action
                           ' needs both source system and scenario'
                           ' on card [' JTEST-CONTROL-CARD(1:68) ']'
                       exit section
                   end-if
               end-if
               evaluate JCC-Action
                   when 'ADD'
                       perform C1-Add-Entitlement
                   when 'CHG'
                       perform C2-Change-Entitlement
                   when 'DIS'
                       perform C3-Set-Enabled-Flag
                   when 'ENA'
                       perform C3-Set-Enabled-Flag
                   when 'DEL'
                       perform C5-Delete-Entitlement
                   when 'LST'
                       perform C4-List-Entitlements
                   when other
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTENM: ERROR - unknown action ['
                           JCC-Action '] on card ['
                           JTEST-CONTROL-CARD(1:68) ']'
               end-evaluate.

       C1-Add-Entitlement Section.
               perform C6-Check-Source-Registered
               move spaces to JTEST-ENTITLEMENT-RECORD
               move JCC-Source-System to JEN-Source-System
               move JCC-Scenario-Code to JEN-Scenario-Code
               if JCC-Enabled-Flag = spaces
                   move 'Y' to JEN-Enabled-Flag
               else
                   move JCC-Enabled-Flag to JEN-Enabled-Flag
               end-if
               move JCC-Comment to JEN-Comment
               write JTEST-ENTITLEMENT-RECORD
                   invalid key
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTENM: ERROR - ADD ['
                           JCC-Source-System '/' JCC-Scenario-Code
                           '] already exists'
                   not invalid key
                       add 1 to WS-Cnt-Applied
                       display
                           'JTESTENM: added [' JCC-Source-System
                           '/' JCC-Scenario-Code '] enabled ['
                           JEN-Enabled-Flag ']'
               end-write.

       C2-Change-Entitlement Section.
               move JCC-Source-System to JEN-Source-System
               move JCC-Scenario-Code to JEN-Scenario-Code
               read JTEST-ENT-FILE
                   invalid key
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTENM: ERROR - CHG ['
                           JCC-Source-System '/' JCC-Scenario-Code
                           '] not found'
                   not invalid key
                       if JCC-Enabled-Flag not = spaces
                           move JCC-Enabled-Flag to JEN-Enabled-Flag
                       end-if
                       if JCC-Comment not = spaces
                           move JCC-Comment to JEN-Comment
                       end-if
                       rewrite JTEST-ENTITLEMENT-RECORD
                       add 1 to WS-Cnt-Applied
                       display
                           'JTESTENM: changed [' JCC-Source-System
                           '/' JCC-Scenario-Code ']'
               end-read.

       C3-Set-Enabled-Flag Section.
               move JCC-Source-System to JEN-Source-System
               move JCC-Scenario-Code to JEN-Scenario-Code
               read JTEST-ENT-FILE
                   invalid key
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTENM: ERROR - ' JCC-Action ' ['
                           JCC-Source-System '/' JCC-Scenario-Code
                           '] not found'
                   not invalid key
                       if JCC-Action = 'DIS'
                           move 'N' to JEN-Enabled-Flag
                       else
                           move 'Y' to JEN-Enabled-Flag
                       end-if
                       rewrite JTEST-ENTITLEMENT-RECORD
                       add 1 to WS-Cnt-Applied
                       display
                           'JTESTENM: ' JCC-Action ' applied to ['
                           JCC-Source-System '/' JCC-Scenario-Code ']'
               end-read.

       C4-List-Entitlements Section.
               move 0 to WS-List-Count
               move 'N' to WS-End-Of-Master
               move low-values to JEN-Key
               if JCC-Source-System not = spaces
                   move JCC-Source-System to JEN-Source-System
               end-if
               start JTEST-ENT-FILE
                   key is >= JEN-Key
                   invalid key
                       set End-Of-Master to true
               end-start
               if JCC-Source-System = spaces
                   display 'JTESTENM: entitlement listing'
               else
                   display 'JTESTENM: entitlement listing for ['
                       JCC-Source-System ']'
               end-if
               display 'SYSTEM      SCENARIO    ENB  COMMENT'
               perform until End-Of-Master
                   read JTEST-ENT-FILE next
                       at end
                           set End-Of-Master to true
                       not at end
                           if JCC-Source-System not = spaces
                               and JEN-Source-System
                                   not = JCC-Source-System
                               set End-Of-Master to true
                           else
                               add 1 to WS-List-Count
                               display
                                   JEN-Source-System '  '
                                   JEN-Scenario-Code '  '
                                   JEN-Enabled-Flag '    '
                                   JEN-Comment
                           end-if
                   end-read
               end-perform
               display 'JTESTENM: entries listed [' WS-List-Count ']'
               add 1 to WS-Cnt-Applied.

       C5-Delete-Entitlement Section.
               move JCC-Source-System to JEN-Source-System
               move JCC-Scenario-Code to JEN-Scenario-Code
               delete JTEST-ENT-FILE record
                   invalid key
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTENM: ERROR - DEL ['
                           JCC-Source-System '/' JCC-Scenario-Code
                           '] not found'
                   not invalid key
                       add 1 to WS-Cnt-Applied
                       display
                           'JTESTENM: deleted [' JCC-Source-System
                           '/' JCC-Scenario-Code ']'
               end-delete.

       C6-Check-Source-Registered Section.
               if not Src-Available
                   exit section
               end-if
               move JCC-Source-System to JSS-Source-System
               read JTEST-SRC-FILE
                   invalid key
                       display
                           'JTESTENM: WARNING - source system ['
                           JCC-Source-System '] is not registered'
                           ' in JTESTSRC'
               end-read.
