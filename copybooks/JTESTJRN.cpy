      *  the scenario master and when" is answered by the          *
      *  JTESTJRP change-history report instead of a shrug.         *
      *  JJR-Before-Image is spaces for an ADD.                     *
      *                                                       *
      *  JJR-Origin 'S' marks a staged change (see copybook    *
      *  JTESTSCV) that the JTESTSCP job promoted into the       *
      *  master: JJR-Timestamp is then the time the change took    *
      *  effect, not the time the job ran, so such records can      *
      *  appear in the journal after later-dated ones. Space is      *
      *  an ordinary JTESTSCM change applied when the card ran.       *
      *****************************************************
       01  JTEST-JOURNAL-RECORD.
           05  JJR-Timestamp           pic X(21).
           05  JJR-Scenario-Code       pic X(10).
           05  JJR-Before-Image        pic X(60).
           05  JJR-After-Image         pic X(60).
           05  JJR-Origin              pic X(1).
               88  JJR-Staged-Change   value 'S'.
           05  JJR-Filler              pic X(5).
