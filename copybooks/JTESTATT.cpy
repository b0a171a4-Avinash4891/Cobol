      *****************************************************
      *  JTESTATT - attempt-state record layout             *
      *  One record per full correlation id that has called  *
      *  a stateful scenario (JSM-Entry-Type 'S' in JTESTSCN),  *
      *  keyed on JAT-Correlation-Id in an indexed file that     *
      *  JAVATEST creates on first use and keeps across runs -    *
      *  so attempts made by separate JTESTDRV runs, or by          *
      *  separate callers, count against the same id.                *
      *                                                       *
      *  JAT-Attempt-Count is the number of calls made so far  *
      *  under the id. The count belongs to JAT-Scenario-Code:  *
      *  when the same id later calls a different stateful       *
      *  scenario the count starts again at 1. JAT-Last-Return-   *
      *  Code is what the latest attempt was answered with.        *
      *  Timestamps are JAVATEST's clock (FUNCTION CURRENT-DATE     *
      *  form). The JTESTATU utility lists, resets and purges        *
      *  entries.                                                     *
      *****************************************************
       01  JTEST-ATTEMPT-RECORD.
           05  JAT-Correlation-Id      pic X(220).
           05  JAT-Scenario-Code       pic X(10).
           05  JAT-Source-System       pic X(10).
           05  JAT-Attempt-Count       pic 9(4).
           05  JAT-First-Timestamp     pic X(21).
           05  JAT-Last-Timestamp      pic X(21).
           05  JAT-Last-Return-Code    pic 9(2).
           05  JAT-Filler              pic X(12).
