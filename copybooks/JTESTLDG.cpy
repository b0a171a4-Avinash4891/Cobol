      *****************************************************
      *  JTESTLDG - audit trail control-total ledger record  *
      *  Append-only ledger every program that writes, trims  *
      *  or archives JTESTLOG audit records posts to, so the      *
      *  JTESTBAL job can prove the trail is complete:             *
      *    opening balance + new calls = archived + retained       *
      *  run by run, and each dated archive against what was        *
      *  posted as moved into it.                                     *
      *                                                       *
      *  Each posting carries a record count and two hash      *
      *  totals over the same records - the sum of the return   *
      *  codes and the sum of the elapsed hundredths - so a       *
      *  record swapped or altered, not just one dropped, puts     *
      *  the trail out of balance. Posting types:                  *
      *    NEW   JAVATEST - one audit record written (count 1)       *
      *    LOST  JAVATEST - the call's audit record could not be      *
      *          written (open or write failed); not on the log       *
      *    READ  JTESTARC - records read from the active log           *
      *    ARCH  JTESTARC - records moved to archive JLG-Archive-Id    *
      *    KEPT  JTESTARC - records written to the trimmed active log  *
      *  A JTESTARC run posts READ, ARCH and KEPT together, only       *
      *  once the whole prune has succeeded; JLG-Cutoff-Date is the    *
      *  retention cutoff it archived before.                          *
      *                                                       *
      *  JLG-Run-Id groups the postings of one run: the time   *
      *  the run (JAVATEST: its run unit's first call) started,  *
      *  CURRENT-DATE form YYYYMMDDHHMMSSCC.                       *
      *****************************************************
       01  JTEST-LEDGER-RECORD.
           05  JLG-Timestamp           pic X(21).
           05  JLG-Program             pic X(8).
           05  JLG-Run-Id              pic X(16).
           05  JLG-File-Id             pic X(8).
           05  JLG-Posting-Type        pic X(4).
               88  JLG-New             value 'NEW '.
               88  JLG-Lost            value 'LOST'.
               88  JLG-Read            value 'READ'.
               88  JLG-Archived        value 'ARCH'.
               88  JLG-Kept            value 'KEPT'.
           05  JLG-Record-Count        pic 9(9).
           05  JLG-Rc-Sum              pic 9(11).
           05  JLG-Elapsed-Sum         pic 9(13).
           05  JLG-Archive-Id          pic X(8).
           05  JLG-Cutoff-Date         pic X(8).
           05  JLG-Filler              pic X(14).
