      *****************************************************
      *  JTESTSCV - staged scenario version record layout   *
      *  One record per scenario master change filed ahead   *
      *  of time, keyed on scenario code + effective time in   *
      *  an indexed file. JTESTSCM files a version when an      *
      *  ADD/CHG/DIS/ENA card follows an EFF card; the version   *
      *  carries the complete entry as it will read once the      *
      *  change is in force (JTEST-SCENARIO-RECORD layout, 60      *
      *  bytes), built on whatever was in force just before it.    *
      *                                                       *
      *  JAVATEST, the JTESTDRV pre-validation and JTESTGEN    *
      *  resolve a scenario at a given time by taking the        *
      *  latest pending version effective at or before that       *
      *  time, and the JTESTSCN master entry when there is none    *
      *  - so a Java release cutover does not need a maintenance    *
      *  run at the exact minute. The JTESTSCP job later promotes    *
      *  each version whose time has passed into the master,          *
      *  journals it at its effective time, and deletes it.            *
      *                                                       *
      *  JSV-Effective-Ts: YYYYMMDDHHMMSS.                     *
      *  JSV-Status: P = pending, C = cancelled by a JTESTSCM   *
      *  CAN card (ignored by every resolver, deleted by the      *
      *  next JTESTSCP run). JSV-Action is the card that filed     *
      *  it; JSV-Filed-Timestamp is when (CURRENT-DATE form).       *
      *****************************************************
       01  JTEST-SCN-VERSION-RECORD.
           05  JSV-Key.
               10  JSV-Scenario-Code   pic X(10).
               10  JSV-Effective-Ts    pic X(14).
           05  JSV-Action              pic X(3).
           05  JSV-Status              pic X(1).
               88  JSV-Pending         value 'P'.
               88  JSV-Cancelled       value 'C'.
           05  JSV-Filed-Timestamp     pic X(21).
           05  JSV-Image               pic X(60).
           05  JSV-Filler              pic X(11).
