      *  JTESTSCN, keyed on scenario code). One card per       *
      *  action, card image:                                    *
      *                                                          *
      *    cols  1-3   action: ADD, CHG, DIS, ENA, LST,            *
      *                EFF, CAN                                       *
      *    col   5-14  scenario code                               *
      *    col  16-17  mapped return code (ADD/CHG)                 *
      *    col  19     enabled flag Y/N (ADD/CHG; ADD blank = Y)     *
      *    col  21-60  description (ADD/CHG)                          *
      *    col  62     entry type (ADD/CHG): S = stateful,             *
      *                N or blank = ordinary (on CHG blank leaves      *
      *                the type and stateful fields as they are)       *
      *    col  64-65  stateful: fail rc for the early attempts        *
      *    col  67-68  stateful: attempts that fail, 01-99             *
      *                                                       *
      *  A stateful entry returns the fail rc for the first    *
      *  N calls under one correlation id and the mapped rc      *
      *  (cols 16-17) after that. SELFCHECK and FAIL cannot be    *
      *  made stateful.                                            *
      *                                                       *
      *  Staged changes: an EFF card (effective time             *
      *  YYYYMMDDHHMMSS in cols 5-18) makes the ADD/CHG/DIS/ENA     *
      *  cards after it file a pending version in JTESTSCV          *
      *  (copybook JTESTSCV) instead of changing the master, until   *
      *  the next EFF card; an EFF card with no time goes back to     *
      *  immediate changes. The time must still be in the future.     *
      *  Each version is built on what will be in force just before    *
      *  it (the latest earlier pending version, else the master).     *
      *  CAN cancels one pending version: scenario code in cols 5-14,  *
      *  effective time in cols 16-29. The JTESTSCP job promotes due   *
      *  versions into the master. JTESTSCV is created if missing; if  *
      *  it cannot be opened, EFF and CAN cards are in error.          *
      *                                                       *
      *  ADD fails if the code already exists, CHG/DIS/ENA     *
      *  fail if it does not (for a staged card: at the          *
      *  effective time); LST prints every entry, then every      *
      *  pending or cancelled staged version. A '*'                 *
      *  in column 1 is a comment card. The job ends with        *
      *  return-code 8 if any card was in error, so a typo        *
      *  in the control deck does not go unnoticed.                *
               access is dynamic
               record key is JSM-Scenario-Code
               file status is WS-Scn-File-Status.
           select JTEST-SCV-FILE assign to JTESTSCV
               organization is indexed
               access is dynamic
               record key is JSV-Key
               file status is WS-Scv-File-Status.
           select JTEST-JRN-FILE assign to JTESTJRN
               organization is line sequential
               file status is WS-Jrn-File-Status.
           05  JCC-Enabled-Flag        pic X(1).
           05  filler                  pic X(1).
           05  JCC-Description         pic X(40).
           05  filler                  pic X(1).
           05  JCC-Entry-Type          pic X(1).
           05  filler                  pic X(1).
           05  JCC-Fail-Rc             pic X(2).
           05  filler                  pic X(1).
           05  JCC-Fail-Attempts       pic X(2).
           05  filler                  pic X(12).
       01  JTEST-EFFECTIVE-CARD.
           05  filler                  pic X(4).
           05  JEC-Effective-Ts        pic X(14).
           05  filler                  pic X(62).
       01  JTEST-CANCEL-CARD.
           05  filler                  pic X(4).
           05  JKC-Scenario-Code       pic X(10).
           05  filler                  pic X(1).
           05  JKC-Effective-Ts        pic X(14).
           05  filler                  pic X(51).
       fd  JTEST-SCN-FILE.
       copy JTESTSCN.
       fd  JTEST-SCV-FILE.
       copy JTESTSCV.
       fd  JTEST-JRN-FILE.
       copy JTESTJRN.
       working-storage section.
       01  WS-Cnt-Applied             pic 9(4) value 0.
       01  WS-Cnt-Errors              pic 9(4) value 0.
       01  WS-List-Count              pic 9(4) value 0.
       01  WS-Type-Valid              pic X.
       01  WS-Scv-File-Status         pic X(2).
       01  WS-Scv-Available           pic X value 'N'.
           88  Scv-Available          value 'Y'.
       01  WS-End-Of-Versions         pic X value 'N'.
           88  End-Of-Versions        value 'Y'.
       01  WS-Eff-Timestamp           pic X(14) value spaces.
       01  WS-Base-Found              pic X.
       01  WS-Base-Image              pic X(60).
       01  WS-Later-Found             pic X.
       01  WS-Pending-Count           pic 9(4).
       procedure division.
       A-Main Section.
               display 'Starting JTESTSCM'
                   goback
               end-if

               open i-o JTEST-SCV-FILE
               if WS-Scv-File-Status = '35'
                   display
                       'JTESTSCM: JTESTSCV not found - creating'
                       ' a new staged version file'
                   open output JTEST-SCV-FILE
                   close JTEST-SCV-FILE
                   open i-o JTEST-SCV-FILE
               end-if
               if WS-Scv-File-Status = '00'
                   move 'Y' to WS-Scv-Available
               else
                   display
                       'JTESTSCM: WARNING - JTESTSCV open failed ['
                       WS-Scv-File-Status '] - staged changes'
                       ' (EFF/CAN) cannot be applied'
               end-if

               open input JTEST-CTL-FILE
               if WS-Ctl-File-Status not = '00'
                   display

               close JTEST-CTL-FILE
               close JTEST-SCN-FILE
               if Scv-Available
                   close JTEST-SCV-FILE
               end-if

               display 'JTESTSCM: cards applied [' WS-Cnt-Applied ']'
               display 'JTESTSCM: cards in error[' WS-Cnt-Errors ']'
                       perform C3-Set-Enabled-Flag
                   when 'LST'
                       perform C4-List-Scenarios
                   when 'EFF'
                       perform E-Set-Effective-Time
                   when 'CAN'
                       perform E1-Cancel-Version
                   when other
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTSCM: ERROR - unknown action ['
                           JCC-Action '] on card ['
                           JTEST-CONTROL-CARD(1:68) ']'
               end-evaluate.

       C1-Add-Scenario Section.
                       '] not numeric'
                   exit section
               end-if
               perform C5-Check-Entry-Type
               if WS-Type-Valid = 'N'
                   exit section
               end-if
               if WS-Eff-Timestamp not = spaces
                   perform F-Find-Base-Image
                   if WS-Base-Found = 'Y'
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTSCM: ERROR - ADD [' JCC-Scenario-Code
                           '] already in force at ['
                           WS-Eff-Timestamp ']'
                       exit section
                   end-if
               end-if
               move spaces to JTEST-SCENARIO-RECORD
               move JCC-Scenario-Code to JSM-Scenario-Code
               move JCC-Return-Code   to JSM-Return-Code
                   move JCC-Enabled-Flag to JSM-Enabled-Flag
               end-if
               move JCC-Description   to JSM-Description
               perform C6-Apply-Entry-Type
               if WS-Eff-Timestamp not = spaces
                   perform F1-File-Version
                   exit section
               end-if
               write JTEST-SCENARIO-RECORD
                   invalid key
                       add 1 to WS-Cnt-Errors
                       move spaces to WS-Before-Image
                       move JTEST-SCENARIO-RECORD to WS-After-Image
                       perform D-Write-Journal
                       perform F2-Warn-Pending-Versions
               end-write.

       C2-Change-Scenario Section.
                       '] not numeric'
                   exit section
               end-if
               perform C5-Check-Entry-Type
               if WS-Type-Valid = 'N'
                   exit section
               end-if
               if WS-Eff-Timestamp not = spaces
                   perform F-Find-Base-Image
                   if WS-Base-Found = 'N'
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTSCM: ERROR - CHG [' JCC-Scenario-Code
                           '] not in force at [' WS-Eff-Timestamp ']'
                       exit section
                   end-if
                   move WS-Base-Image to JTEST-SCENARIO-RECORD
                   perform C7-Apply-Change-Fields
                   perform F1-File-Version
                   exit section
               end-if
               move JCC-Scenario-Code to JSM-Scenario-Code
               read JTEST-SCN-FILE
                   invalid key
                           JCC-Scenario-Code '] not found'
                   not invalid key
                       move JTEST-SCENARIO-RECORD to WS-Before-Image
                       perform C7-Apply-Change-Fields
                       rewrite JTEST-SCENARIO-RECORD
                       add 1 to WS-Cnt-Applied
                       display
                           '] rc [' JCC-Return-Code ']'
                       move JTEST-SCENARIO-RECORD to WS-After-Image
                       perform D-Write-Journal
                       perform F2-Warn-Pending-Versions
               end-read.

       C7-Apply-Change-Fields Section.
               move JCC-Return-Code to JSM-Return-Code
               if JCC-Enabled-Flag not = spaces
                   move JCC-Enabled-Flag to JSM-Enabled-Flag
               end-if
               if JCC-Description not = spaces
                   move JCC-Description to JSM-Description
               end-if
               if JCC-Entry-Type not = spaces
                   perform C6-Apply-Entry-Type
               end-if.

       C3-Set-Enabled-Flag Section.
               if WS-Eff-Timestamp not = spaces
                   perform F-Find-Base-Image
                   if WS-Base-Found = 'N'
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTSCM: ERROR - ' JCC-Action ' ['
                           JCC-Scenario-Code '] not in force at ['
                           WS-Eff-Timestamp ']'
                       exit section
                   end-if
                   move WS-Base-Image to JTEST-SCENARIO-RECORD
                   perform C8-Apply-Enabled-Flag
                   perform F1-File-Version
                   exit section
               end-if
               move JCC-Scenario-Code to JSM-Scenario-Code
               read JTEST-SCN-FILE
                   invalid key
                           JCC-Scenario-Code '] not found'
                   not invalid key
                       move JTEST-SCENARIO-RECORD to WS-Before-Image
                       perform C8-Apply-Enabled-Flag
                       rewrite JTEST-SCENARIO-RECORD
                       add 1 to WS-Cnt-Applied
                       display
                           JCC-Scenario-Code ']'
                       move JTEST-SCENARIO-RECORD to WS-After-Image
                       perform D-Write-Journal
                       perform F2-Warn-Pending-Versions
               end-read.

       C8-Apply-Enabled-Flag Section.
               if JCC-Action = 'DIS'
                   move 'N' to JSM-Enabled-Flag
               else
                   move 'Y' to JSM-Enabled-Flag
               end-if.

      *****************************************************
      *  Appends one change-journal record per applied       *
      *  action (same append idiom as the JAVATEST audit      *
                       set End-Of-Master to true
               end-start
               display 'JTESTSCM: scenario master listing'
               display
                   'CODE        RC  ENB  DESCRIPTION'
                   '                             TYPE FAIL-RC'
                   ' ATTEMPTS'
               perform until End-Of-Master
                   read JTEST-SCN-FILE next
                       at end
                           set End-Of-Master to true
                       not at end
                           add 1 to WS-List-Count
                           if JSM-Stateful
                               display
                                   JSM-Scenario-Code '  '
                                   JSM-Return-Code '  '
                                   JSM-Enabled-Flag '    '
                                   JSM-Description ' S    '
                                   JSM-Fail-Rc '      '
                                   JSM-Fail-Attempts
                           else
                               display
                                   JSM-Scenario-Code '  '
                                   JSM-Return-Code '  '
                                   JSM-Enabled-Flag '    '
                                   JSM-Description
                           end-if
                   end-read
               end-perform
               display 'JTESTSCM: entries listed [' WS-List-Count ']'
               if Scv-Available
                   perform E2-List-Versions
               end-if
               add 1 to WS-Cnt-Applied.

      *****************************************************
      *  Entry-type columns. A stateful entry needs a numeric *
      *  fail rc and an attempt count of 01-99, and the        *
      *  reserved SELFCHECK and FAIL codes keep their special     *
      *  behaviors, so they cannot be made stateful.               *
      *****************************************************
       C5-Check-Entry-Type Section.
               move 'Y' to WS-Type-Valid
               evaluate JCC-Entry-Type
                   when space
                   when 'N'
                       continue
                   when 'S'
                       if JCC-Fail-Rc is not numeric
                           or JCC-Fail-Attempts is not numeric
                           move 'N' to WS-Type-Valid
                       else
                           if JCC-Fail-Attempts = '00'
                               move 'N' to WS-Type-Valid
                           end-if
                       end-if
                       if JCC-Scenario-Code = 'SELFCHECK'
                           or JCC-Scenario-Code = 'FAIL'
                           move 'N' to WS-Type-Valid
                       end-if
                   when other
                       move 'N' to WS-Type-Valid
               end-evaluate
               if WS-Type-Valid = 'N'
                   add 1 to WS-Cnt-Errors
                   display
                       'JTESTSCM: ERROR - ' JCC-Action ' ['
                       JCC-Scenario-Code '] entry type ['
                       JCC-Entry-Type '] fail rc [' JCC-Fail-Rc
                       '] attempts [' JCC-Fail-Attempts
                       '] not valid'
               end-if.

       C6-Apply-Entry-Type Section.
               if JCC-Entry-Type = 'S'
                   move 'S'               to JSM-Entry-Type
                   move JCC-Fail-Rc       to JSM-Fail-Rc
                   move JCC-Fail-Attempts to JSM-Fail-Attempts
               else
                   move spaces to JSM-Entry-Type
                   move spaces to JSM-Fail-Rc (1:2)
                   move spaces to JSM-Fail-Attempts (1:2)
               end-if.

      *****************************************************
      *  EFF card: switches the cards that follow between    *
      *  immediate and staged. A staged time must be a full    *
      *  YYYYMMDDHHMMSS later than now - a change meant to be     *
      *  in force already is an ordinary immediate card.           *
      *****************************************************
       E-Set-Effective-Time Section.
               if JEC-Effective-Ts = spaces
                   move spaces to WS-Eff-Timestamp
                   add 1 to WS-Cnt-Applied
                   display
                       'JTESTSCM: EFF cleared - following changes'
                       ' are immediate'
                   exit section
               end-if
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               if not Scv-Available
                   or JEC-Effective-Ts is not numeric
                   or JEC-Effective-Ts not > WS-Current-Timestamp(1:14)
                   or JTEST-EFFECTIVE-CARD(19:62) not = spaces
                   add 1 to WS-Cnt-Errors
                   display
                       'JTESTSCM: ERROR - EFF [' JEC-Effective-Ts
                       '] not a future YYYYMMDDHHMMSS, or JTESTSCV'
                       ' unavailable - following changes are'
                       ' immediate'
                   move spaces to WS-Eff-Timestamp
                   exit section
               end-if
               move JEC-Effective-Ts to WS-Eff-Timestamp
               add 1 to WS-Cnt-Applied
               display
                   'JTESTSCM: EFF [' WS-Eff-Timestamp
                   '] - following changes are staged'.

      *****************************************************
      *  CAN card: marks one pending version cancelled. The  *
      *  record stays in JTESTSCV (shown by LST) until the       *
      *  next JTESTSCP run purges it; every resolver ignores it.   *
      *****************************************************
       E1-Cancel-Version Section.
               if not Scv-Available
                   add 1 to WS-Cnt-Errors
                   display
                       'JTESTSCM: ERROR - CAN needs JTESTSCV, which'
                       ' is unavailable'
                   exit section
               end-if
               move JKC-Scenario-Code to JSV-Scenario-Code
               move JKC-Effective-Ts  to JSV-Effective-Ts
               read JTEST-SCV-FILE
                   invalid key
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTSCM: ERROR - CAN ['
                           JKC-Scenario-Code '/' JKC-Effective-Ts
                           '] no such staged version'
                   not invalid key
                       if not JSV-Pending
                           add 1 to WS-Cnt-Errors
                           display
                               'JTESTSCM: ERROR - CAN ['
                               JKC-Scenario-Code '/' JKC-Effective-Ts
                               '] is not pending [' JSV-Status ']'
                       else
                           move 'C' to JSV-Status
                           rewrite JTEST-SCN-VERSION-RECORD
                           add 1 to WS-Cnt-Applied
                           display
                               'JTESTSCM: cancelled staged ['
                               JKC-Scenario-Code '/' JKC-Effective-Ts
                               '] action [' JSV-Action ']'
                       end-if
               end-read.

       E2-List-Versions Section.
               move 0 to WS-List-Count
               move 'N' to WS-End-Of-Versions
               move low-values to JSV-Key
               start JTEST-SCV-FILE
                   key is >= JSV-Key
                   invalid key
                       set End-Of-Versions to true
               end-start
               display 'JTESTSCM: staged versions (P pending,'
                   ' C cancelled)'
               display
                   'CODE        EFFECTIVE       ACT ST RC  ENB'
                   '  DESCRIPTION'
               perform until End-Of-Versions
                   read JTEST-SCV-FILE next
                       at end
                           set End-Of-Versions to true
                       not at end
                           add 1 to WS-List-Count
                           move JSV-Image to JTEST-SCENARIO-RECORD
                           if JSM-Stateful
                               display
                                   JSV-Scenario-Code '  '
                                   JSV-Effective-Ts '  '
                                   JSV-Action ' '
                                   JSV-Status '  '
                                   JSM-Return-Code '  '
                                   JSM-Enabled-Flag '    '
                                   JSM-Description ' S '
                                   JSM-Fail-Rc ' '
                                   JSM-Fail-Attempts
                           else
                               display
                                   JSV-Scenario-Code '  '
                                   JSV-Effective-Ts '  '
                                   JSV-Action ' '
                                   JSV-Status '  '
                                   JSM-Return-Code '  '
                                   JSM-Enabled-Flag '    '
                                   JSM-Description
                           end-if
                   end-read
               end-perform
               display 'JTESTSCM: staged versions listed ['
                   WS-List-Count ']'.

      *****************************************************
      *  What will be in force just before the staged time:  *
      *  the latest pending version of the code effective       *
      *  earlier, else the master entry. Also notes whether a      *
      *  pending version already exists for a LATER time - it       *
      *  carries its own complete image and will not include         *
      *  the change being filed now.                                  *
      *****************************************************
       F-Find-Base-Image Section.
               move 'N' to WS-Base-Found
               move 'N' to WS-Later-Found
               move JCC-Scenario-Code to JSM-Scenario-Code
               read JTEST-SCN-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-Base-Found
                       move JTEST-SCENARIO-RECORD to WS-Base-Image
               end-read
               move 'N' to WS-End-Of-Versions
               move JCC-Scenario-Code to JSV-Scenario-Code
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
                           if JSV-Scenario-Code not = JCC-Scenario-Code
                               set End-Of-Versions to true
                           else
                               if JSV-Pending
                                   if JSV-Effective-Ts
                                       < WS-Eff-Timestamp
                                       move 'Y' to WS-Base-Found
                                       move JSV-Image to WS-Base-Image
                                   else
                                       move 'Y' to WS-Later-Found
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform.

       F1-File-Version Section.
               move spaces to JTEST-SCN-VERSION-RECORD
               move JCC-Scenario-Code to JSV-Scenario-Code
               move WS-Eff-Timestamp  to JSV-Effective-Ts
               move JCC-Action        to JSV-Action
               move 'P'               to JSV-Status
               move FUNCTION CURRENT-DATE to WS-Current-Timestamp
               move WS-Current-Timestamp to JSV-Filed-Timestamp
               move JTEST-SCENARIO-RECORD to JSV-Image
               write JTEST-SCN-VERSION-RECORD
                   invalid key
                       add 1 to WS-Cnt-Errors
                       display
                           'JTESTSCM: ERROR - ' JCC-Action ' ['
                           JCC-Scenario-Code '] a staged version at ['
                           WS-Eff-Timestamp '] already exists - CAN'
                           ' it and promote or re-file'
                   not invalid key
                       add 1 to WS-Cnt-Applied
                       display
                           'JTESTSCM: staged ' JCC-Action ' ['
                           JCC-Scenario-Code '] rc [' JSM-Return-Code
                           '] enb [' JSM-Enabled-Flag
                           '] effective [' WS-Eff-Timestamp ']'
                       if WS-Later-Found = 'Y'
                           display
                               'JTESTSCM: WARNING - [' JCC-Scenario-Code
                               '] already has a later staged version -'
                               ' it will not include this change'
                       end-if
               end-write.

      *****************************************************
      *  An immediate change to a code that still has       *
      *  pending staged versions is allowed, but each of those   *
      *  versions will replace the entry wholesale when it takes   *
      *  effect - say so.                                            *
      *****************************************************
       F2-Warn-Pending-Versions Section.
               if not Scv-Available
                   exit section
               end-if
               move 0 to WS-Pending-Count
               move 'N' to WS-End-Of-Versions
               move JCC-Scenario-Code to JSV-Scenario-Code
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
                           if JSV-Scenario-Code not = JCC-Scenario-Code
                               set End-Of-Versions to true
                           else
                               if JSV-Pending
                                   add 1 to WS-Pending-Count
                               end-if
                           end-if
                   end-read
               end-perform
               if WS-Pending-Count > 0
                   display
                       'JTESTSCM: WARNING - [' JCC-Scenario-Code
                       '] has [' WS-Pending-Count '] pending staged'
                       ' version(s) - each replaces this entry when'
                       ' it takes effect'
               end-if.
