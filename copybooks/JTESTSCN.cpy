      *  unrecognized. SELFCHECK and FAIL keep their special     *
      *  behaviors in JAVATEST (diagnostics / injected            *
      *  failure); the master only supplies their mapped rc.      *
      *                                                       *
      *  JSM-Entry-Type 'S' makes the scenario stateful: the   *
      *  first JSM-Fail-Attempts calls made under one full      *
      *  correlation id return JSM-Fail-Rc, every later call     *
      *  returns JSM-Return-Code - so the Java side's retry and   *
      *  backoff handling can be tested. JAVATEST counts the       *
      *  attempts in the JTESTATT attempt-state file. Any other     *
      *  type (space in records written before the field             *
      *  existed) is an ordinary stateless scenario, and the          *
      *  two stateful fields are spaces. These three fields            *
      *  occupy what used to be filler, so the record stays 60      *
      *  bytes.                                                     *
      *****************************************************
       01  JTEST-SCENARIO-RECORD.
           05  JSM-Scenario-Code       pic X(10).
           05  JSM-Return-Code         pic 9(2).
           05  JSM-Enabled-Flag        pic X(1).
           05  JSM-Description         pic X(40).
           05  JSM-Entry-Type          pic X(1).
               88  JSM-Stateful        value 'S'.
           05  JSM-Fail-Rc             pic 9(2).
           05  JSM-Fail-Attempts       pic 9(2).
           05  JSM-Filler              pic X(2).
