      ******************************************************************
      * Name : SCOPEVIEW.cpy
      * Author: RayanPonsolle
      * Request and answer passed to BranchScope.cbl with a person
      * record, to keep an operator whose operators.dat record names
      * a branch (OPER-BRANCH-SCOPE) to that branch's records.
      * SCP-ACTION :
      *   "C" - is the record in the operator's scope ?
      *   "A" - the same, and a refusal is written to audit.log
      *         (SCPREF) : the operator asked for that very record ;
      *   "F" - audits a search or an extract that left records out
      *         (SCPFLT), SCP-HIDDEN of them, SCP-SUBJECT naming what
      *         was keyed ;
      *   "P" - the operator's scope only, for stamping a new record.
      * SCP-PROGRAM names the caller in the audit record. Every
      * action returns the scope : SCP-BRANCH the branch code, blank
      * for an operator who sees the whole country, and SCP-CENTRAL
      * "Y" when the central-desk records (no branch code) are in it
      * as well. SCP-RESULT answers "C" and "A".
      ******************************************************************
       01  SCOPE-VIEW.
           05 SCP-ACTION PIC X.
           05 SCP-PROGRAM PIC X(20).
           05 SCP-SUBJECT PIC X(20).
           05 SCP-HIDDEN PIC 9(6).
           05 SCP-BRANCH PIC X(8).
           05 SCP-CENTRAL PIC X.
           05 SCP-RESULT PIC X.
               88 SCOPE-IN VALUE "I".
               88 SCOPE-OUT VALUE "O".
