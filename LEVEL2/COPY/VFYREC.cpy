      ******************************************************************
      * Name : VFYREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for verify_results.txt, the running log
      * of the verdicts of the people-file verifiers : one line
      * appended at the end of every VerifyPeople.cbl and
      * CountersVerify.cbl run, naming the program, the data file it
      * checked (DATA_FILE, so the live file and an as-of copy each
      * have their own history), when, the RETURN-CODE given and the
      * record count read. Programs that must not build on a file in
      * doubt (PrefectureReturn.cbl) look up the last verdict of
      * each verifier for their file ; above 4 is a problem.
      ******************************************************************
       01  VERIFY-RESULT-RECORD.
           05 VFY-PROGRAM PIC X(20).
           05 VFY-DATA-FILE PIC X(60).
           05 VFY-TIMESTAMP PIC X(15).
           05 VFY-RC PIC 9(4).
           05 VFY-RECORD-COUNT PIC 9(6).
