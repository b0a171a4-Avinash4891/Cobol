      *****************************************************
      *  JTESTRES - per-case result record layout           *
      *  One record written by JTESTDRV for every case it    *
      *  processes (suite-filtered cases that are read but    *
      *  not executed get none): the run-id, the case number   *
      *  and suite, the FULL correlation id (overflow portion   *
      *  reassembled), the scenario and source, the expected    *
      *  and actual return codes, the pass/fail outcome, and      *
      *  the elapsed time of the CALL in hundredths of a           *
      *  second as the driver measured it.                          *
      *                                                       *
      *  JRR-Outcome:                                         *
      *    P - actual rc matched JTC-Expected-Rc                *
      *    F - actual rc did not match (or the expected rc        *
      *        was not numeric)                                    *
      *    S - scenario failed pre-validation against the           *
      *        scenario master; the case was not called and          *
      *        JRR-Actual-Rc / JRR-Elapsed-Hund are zero              *
      *                                                       *
      *  JTESTCMP matches one night's result file against a    *
      *  saved baseline to report regressions.                  *
      *****************************************************
       01  JTEST-RESULT-RECORD.
           05  JRR-Run-Id              pic X(16).
           05  JRR-Case-Number         pic 9(6).
           05  JRR-Suite-Name          pic X(16).
           05  JRR-Scenario-Code       pic X(10).
           05  JRR-Source-System       pic X(10).
           05  JRR-Expected-Rc         pic X(2).
           05  JRR-Actual-Rc           pic 9(2).
           05  JRR-Outcome             pic X(1).
               88  JRR-Passed          value 'P'.
               88  JRR-Failed          value 'F'.
               88  JRR-Bad-Scenario    value 'S'.
           05  JRR-Elapsed-Hund        pic 9(7).
           05  JRR-Timestamp           pic X(21).
           05  JRR-Correlation-Id      pic X(220).
           05  JRR-Filler              pic X(9).
