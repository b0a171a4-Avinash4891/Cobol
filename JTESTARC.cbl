      *  PARM (via COMMAND-LINE) is the retention period in    *
      *  days, e.g. '030'. Blank or non-numeric falls back      *
      *  to 30 days.                                            *
      *                                                       *
      *  Once both files are pruned the JTESTLOG side is        *
      *  posted to the control-total ledger JTESTLDG (copybook    *
      *  JTESTLDG): READ, ARCH and KEPT postings with record        *
      *  counts and rc / elapsed hash totals, the archive id         *
      *  (D + run date YYMMDD, as the JCL names the archive) and     *
      *  the cutoff, for the JTESTBAL balancing job. A prune that    *
      *  cannot be posted must not be swapped in, so a ledger that    *
      *  will not open stops the job before anything is written,     *
      *  and a failed posting ends it rc 16.                           *
      *****************************************************
       environment division.
       input-output section.
           select JTEST-CHK-ARC-FILE assign to JTESTCKA
               organization is line sequential
               file status is WS-Chk-Arc-Status.
           select JTEST-LDG-FILE assign to JTESTLDG
               organization is line sequential
               file status is WS-Ldg-File-Status.
       data division.
       file section.
       fd  JTEST-LOG-FILE.
       01  JTEST-CHK-NEW-RECORD       pic X(47).
       fd  JTEST-CHK-ARC-FILE.
       01  JTEST-CHK-ARC-RECORD       pic X(47).
       fd  JTEST-LDG-FILE.
       copy JTESTLDG.
       working-storage section.
       01  WS-Log-File-Status         pic X(2).
       01  WS-Log-New-Status          pic X(2).
       01  WS-Chk-File-Status         pic X(2).
       01  WS-Chk-New-Status          pic X(2).
       01  WS-Chk-Arc-Status          pic X(2).
       01  WS-Ldg-File-Status         pic X(2).
       01  WS-End-Of-File             pic X value 'N'.
           88  End-Of-File            value 'Y'.
       01  WS-Parm-Value              pic X(16) value spaces.
       01  WS-Chk-Cnt-Archived        pic 9(7) value 0.
       01  WS-Chk-Cnt-Kept            pic 9(7) value 0.
       01  WS-Chk-Cnt-Rejected        pic 9(7) value 0.
      *****************************************************
      *  Ledger hash totals for the JTESTLOG records read,   *
      *  archived and kept (the KEPT posting includes the        *
      *  rejected records - they stay in the active file). A     *
      *  return code or elapsed time that is not numeric adds    *
      *  zero, the same rule JTESTBAL applies when it re-counts.  *
      *****************************************************
       01  WS-Log-Cnt-Read            pic 9(7) value 0.
       01  WS-Log-Rc-Read             pic 9(11) value 0.
       01  WS-Log-Els-Read            pic 9(13) value 0.
       01  WS-Log-Rc-Archived         pic 9(11) value 0.
       01  WS-Log-Els-Archived        pic 9(13) value 0.
       01  WS-Log-Rc-Kept             pic 9(11) value 0.
       01  WS-Log-Els-Kept            pic 9(13) value 0.
       01  WS-Rec-Rc                  pic 9(2).
       01  WS-Rec-Elapsed             pic 9(7).
       01  WS-Ldg-Run-Id              pic X(16).
       01  WS-Ldg-Archive-Id          pic X(8).
       procedure division.
       A-Main Section.
               display 'Starting JTESTARC'
               perform B-Set-Retention-Cutoff

               open extend JTEST-LDG-FILE
               if WS-Ldg-File-Status = '35'
                   open output JTEST-LDG-FILE
               end-if
               if WS-Ldg-File-Status not = '00'
                   and WS-Ldg-File-Status not = '05'
                   display
                       'JTESTARC: ERROR - JTESTLDG open failed ['
                       WS-Ldg-File-Status '] - nothing pruned'
                   move 16 to return-code
                   goback
               end-if

               perform C-Prune-Audit-Log
               perform D-Prune-Checkpoint-File
               perform F-Post-Ledger
               close JTEST-LDG-FILE

               perform E-Print-Disposition
               move 0 to return-code.
      *  nonzero and leave the live files untouched.             *
      *****************************************************
       C2-Disposition-Log-Record Section.
               add 1 to WS-Log-Cnt-Read
               move 0 to WS-Rec-Rc
               move 0 to WS-Rec-Elapsed
               if JLR-Return-Code is numeric
                   move JLR-Return-Code to WS-Rec-Rc
               end-if
               if JLR-Elapsed-Hund is numeric
                   move JLR-Elapsed-Hund to WS-Rec-Elapsed
               end-if
               add WS-Rec-Rc      to WS-Log-Rc-Read
               add WS-Rec-Elapsed to WS-Log-Els-Read
               move JLR-Timestamp(1:8) to WS-Record-Date
               if WS-Record-Date is not numeric
                   add 1 to WS-Log-Cnt-Rejected
                   add WS-Rec-Rc      to WS-Log-Rc-Kept
                   add WS-Rec-Elapsed to WS-Log-Els-Kept
                   write JTEST-LOG-NEW-RECORD from JTEST-LOG-RECORD
                   if WS-Log-New-Status not = '00'
                       display
               else
                   if WS-Record-Date-Num < WS-Cutoff-Date
                       add 1 to WS-Log-Cnt-Archived
                       add WS-Rec-Rc      to WS-Log-Rc-Archived
                       add WS-Rec-Elapsed to WS-Log-Els-Archived
                       write JTEST-LOG-ARC-RECORD
                           from JTEST-LOG-RECORD
                       if WS-Log-Arc-Status not = '00'
                       end-if
                   else
                       add 1 to WS-Log-Cnt-Kept
                       add WS-Rec-Rc      to WS-Log-Rc-Kept
                       add WS-Rec-Elapsed to WS-Log-Els-Kept
                       write JTEST-LOG-NEW-RECORD
                           from JTEST-LOG-RECORD
                       if WS-Log-New-Status not = '00'
               display '===================================='
               display 'Retention days      : ' WS-Retention-Days
               display 'Cutoff date         : ' WS-Cutoff-Date
               display 'JTESTLOG read       : ' WS-Log-Cnt-Read
               display 'JTESTLOG archived   : ' WS-Log-Cnt-Archived
               display 'JTESTLOG kept       : ' WS-Log-Cnt-Kept
               display 'JTESTLOG rejected   : ' WS-Log-Cnt-Rejected
               display 'JTESTCHK kept       : ' WS-Chk-Cnt-Kept
               display 'JTESTCHK rejected   : ' WS-Chk-Cnt-Rejected
               display '===================================='.

      *****************************************************
      *  The three JTESTLOG postings for this run. They are  *
      *  written only after both prunes succeeded (an error      *
      *  there ends the job before this point), so the ledger     *
      *  never describes a prune the SWAP step will not apply.      *
      *****************************************************
       F-Post-Ledger Section.
               move WS-Current-Timestamp(1:16) to WS-Ldg-Run-Id
               move spaces to WS-Ldg-Archive-Id
               string 'D' WS-Current-Timestamp(3:6)
                   delimited by size into WS-Ldg-Archive-Id
               move spaces to JTEST-LEDGER-RECORD
               set JLG-Read to true
               move WS-Log-Cnt-Read     to JLG-Record-Count
               move WS-Log-Rc-Read      to JLG-Rc-Sum
               move WS-Log-Els-Read     to JLG-Elapsed-Sum
               perform F1-Write-Posting
               move spaces to JTEST-LEDGER-RECORD
               set JLG-Archived to true
               move WS-Log-Cnt-Archived to JLG-Record-Count
               move WS-Log-Rc-Archived  to JLG-Rc-Sum
               move WS-Log-Els-Archived to JLG-Elapsed-Sum
               perform F1-Write-Posting
               move spaces to JTEST-LEDGER-RECORD
               set JLG-Kept to true
               compute JLG-Record-Count =
                   WS-Log-Cnt-Kept + WS-Log-Cnt-Rejected
               move WS-Log-Rc-Kept      to JLG-Rc-Sum
               move WS-Log-Els-Kept     to JLG-Elapsed-Sum
               perform F1-Write-Posting.

       F1-Write-Posting Section.
               move FUNCTION CURRENT-DATE to JLG-Timestamp
               move 'JTESTARC'        to JLG-Program
               move WS-Ldg-Run-Id     to JLG-Run-Id
               move 'JTESTLOG'        to JLG-File-Id
               move WS-Ldg-Archive-Id to JLG-Archive-Id
               move WS-Cutoff-Date    to JLG-Cutoff-Date
               write JTEST-LEDGER-RECORD
               if WS-Ldg-File-Status not = '00'
                   display
                       'JTESTARC: ERROR - JTESTLDG write failed ['
                       WS-Ldg-File-Status '] - do not swap'
                   move 16 to return-code
                   goback
               end-if.
