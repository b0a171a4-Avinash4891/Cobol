      *  the change history. The alert gate tells us            *
      *  something changed in the scenario master; this          *
      *  report tells us what, and when.                          *
      *  A change staged ahead of time and promoted later by       *
      *  JTESTSCP (JJR-Origin 'S') is printed at its effective time  *
      *  and marked as staged; its date is what the DATEFROM and     *
      *  DATETO cards select on, so it may print after changes that   *
      *  took effect later but were journaled sooner.                  *
      *                                                       *
      *  Selection comes from JTESTCTL control cards, all      *
      *  criteria AND-combined ('*' in column 1 is a comment;   *
           05  WS-Img-Return-Code      pic X(2).
           05  WS-Img-Enabled-Flag     pic X(1).
           05  WS-Img-Description      pic X(40).
           05  WS-Img-Entry-Type       pic X(1).
           05  WS-Img-Fail-Rc          pic X(2).
           05  WS-Img-Fail-Attempts    pic X(2).
           05  filler                  pic X(2).
       procedure division.
       A-Main Section.
               display 'Starting JTESTJRP'
                   'JTESTJRP: [' JJR-Timestamp
                   '] action [' JJR-Action
                   '] scenario [' JJR-Scenario-Code ']'
               if JJR-Staged-Change
                   display
                       'JTESTJRP:   staged change - promoted by'
                       ' JTESTSCP, time shown is when it took effect'
               end-if
               if JJR-Before-Image = spaces
                   display 'JTESTJRP:   before (none - new entry)'
               else
                       'JTESTJRP:   before rc [' WS-Img-Return-Code
                       '] enb [' WS-Img-Enabled-Flag
                       '] desc [' WS-Img-Description ']'
                   perform D2-Print-Stateful-Fields
               end-if
               move JJR-After-Image to WS-Image-Detail
               display
                   'JTESTJRP:   after  rc [' WS-Img-Return-Code
                   '] enb [' WS-Img-Enabled-Flag
                   '] desc [' WS-Img-Description ']'
               perform D2-Print-Stateful-Fields.

       D2-Print-Stateful-Fields Section.
               if WS-Img-Entry-Type = 'S'
                   display
                       'JTESTJRP:          stateful - fail rc ['
                       WS-Img-Fail-Rc '] for the first ['
                       WS-Img-Fail-Attempts '] attempts'
               end-if.
