      *  JLR-Auth-Flag occupies the last former filler byte:       *
      *  'U' when the caller's source system was not registered     *
      *  (or was disabled) in the JTESTSRC master and the call       *
      *  returned rc 20; 'E' when the source was registered but      *
      *  not entitled to the scenario in the JTESTENT file and the     *
      *  call returned rc 24; space otherwise, including records       *
      *  written before the flag existed.                              *
      *                                                            *
      *  JLR-Response-Text is the diagnostic message JAVATEST      *
