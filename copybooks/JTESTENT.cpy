      *****************************************************
      *  JTESTENT - source-to-scenario entitlement record    *
      *  One record per scenario a registered source system   *
      *  may call, keyed on source system + scenario code in   *
      *  an indexed file maintained by the card-driven job      *
      *  JTESTENM. JAVATEST checks each call after the caller    *
      *  has passed JTESTSRC authorization:                       *
      *    - a source with NO entitlement rows at all is not       *
      *      restricted (every scenario allowed, as before the      *
      *      file existed), so teams can be rolled on one at a       *
      *      time;                                                    *
      *    - a source with at least one row may only call the        *
      *      scenarios it has an enabled row for; anything else      *
      *      returns rc 24 and the audit record carries               *
      *      JLR-Auth-Flag 'E'.                                        *
      *                                                       *
      *  JEN-Enabled-Flag: Y = entitled; anything else means   *
      *  the row still counts (the source stays restricted)     *
      *  but the scenario is refused. JEN-Comment records why    *
      *  the entitlement was granted (ticket, requester).         *
      *****************************************************
       01  JTEST-ENTITLEMENT-RECORD.
           05  JEN-Key.
               10  JEN-Source-System   pic X(10).
               10  JEN-Scenario-Code   pic X(10).
           05  JEN-Enabled-Flag        pic X(1).
           05  JEN-Comment             pic X(40).
           05  JEN-Filler              pic X(9).
