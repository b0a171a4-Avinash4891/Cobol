       01  WS-Cnt-Rc8                 pic 9(6) value 0.
       01  WS-Cnt-Rc12                pic 9(6) value 0.
       01  WS-Cnt-Rc16                pic 9(6) value 0.
       01  WS-Cnt-Rc24                pic 9(6) value 0.
       01  WS-Cnt-Other               pic 9(6) value 0.
       01  WS-First-Timestamp         pic X(21) value spaces.
       01  WS-Last-Timestamp          pic X(21) value spaces.
                       add 1 to WS-Cnt-Rc12
                   when 16
                       add 1 to WS-Cnt-Rc16
                   when 24
                       add 1 to WS-Cnt-Rc24
                   when other
                       add 1 to WS-Cnt-Other
               end-evaluate
                   delimited by size into WS-Print-Line
               perform E1-Write-Report-Line
               move spaces to WS-Print-Line
               string 'RC 24 (NOT ENTITLED) : ' WS-Cnt-Rc24
                   delimited by size into WS-Print-Line
               perform E1-Write-Report-Line
               move spaces to WS-Print-Line
               string 'RC OTHER             : ' WS-Cnt-Other
                   delimited by size into WS-Print-Line
               perform E1-Write-Report-Line
