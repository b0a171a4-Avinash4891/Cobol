      *  single test case means exactly what it meant in the       *
      *  serial job - it just runs in a different jobstep.          *
      *                                                       *
      *  The one exception: consecutive cases under the same    *
      *  correlation id (a stateful scenario's attempt sequence   *
      *  from JTESTGEN, or a caller's retries captured by           *
      *  JTESTRPL) only mean something in order, so the whole run     *
      *  of them goes to one partition and the round-robin moves       *
      *  on with the next id.                                          *
      *                                                       *
      *  PARM (via COMMAND-LINE) is the number of partitions   *
      *  1-8; blank or invalid falls back to 4.                 *
      *                                                       *
       01  WS-Partition-Idx           pic 9(1).
       01  WS-Cases-Read              pic 9(6) value 0.
       01  WS-Suites-Dropped          pic 9(6) value 0.
       01  WS-Ids-Dealt               pic 9(6) value 0.
       01  WS-Case-Id                 pic X(224).
       01  WS-Prior-Case-Id           pic X(224) value spaces.
       01  WS-Partition-Tallies.
           05  WS-Part-Written occurs 8 times
                                      pic 9(6) value 0.
                       add 1 to WS-Suites-Dropped
                   else
                       add 1 to WS-Cases-Read
                       move JTC-Correlation-Id to WS-Case-Id
                       move JTC-Total-Length   to WS-Case-Id(21:4)
                       move JTC-Overflow       to WS-Case-Id(25:200)
                       if WS-Case-Id not = WS-Prior-Case-Id
                           add 1 to WS-Ids-Dealt
                           compute WS-Partition-Idx =
                               function mod (WS-Ids-Dealt - 1,
                                   WS-Partition-Count) + 1
                           move WS-Case-Id to WS-Prior-Case-Id
                       end-if
                       perform E-Write-Partition-Record
                       add 1 to WS-Part-Written (WS-Partition-Idx)
                   end-if
