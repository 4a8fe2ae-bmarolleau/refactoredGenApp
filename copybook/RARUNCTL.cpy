      ******************************************************************
      *                                                                *
      *        Parameter area for the RARUNC1 batch run-control        *
      *                                                                *
      *   Every batch job CALLs RARUNC1 with this area - 'START ' on   *
      *   the way in, before it touches any file or table, and         *
      *   'FINISH' on the way out. START hands back the business date  *
      *   and the start timestamp that identify the run; FINISH must   *
      *   be given them back unchanged. The caller supplies the 01     *
      *   level.                                                       *
      *                                                                *
      ******************************************************************
      *    'START ', 'FINISH', or 'BUSDTE' for the business date only.
      *    Return code 00 done, 89 start refused (RC-REASON says why),
      *    91 no started run to finish, 92 SQL error, 96 unknown request
           03 RC-REQUEST-ID            PIC X(6).
           03 RC-RETURN-CODE           PIC 9(2).
           03 RC-JOB-NAME              PIC X(8).
      *    START - the job that must have completed cleanly for the
      *    same business date first; spaces when there is none
           03 RC-PREDECESSOR           PIC X(8).
      *    START - the input file's DD name, record count and hash
      *    total; spaces and zeros for a job with no input file. A
      *    job without one runs once per business date, a job with
      *    one once per input
           03 RC-INPUT-NAME            PIC X(8).
           03 RC-INPUT-RECORDS         PIC 9(9).
           03 RC-INPUT-HASH            PIC 9(18).
      *    Returned by START and BUSDTE, passed back on FINISH
           03 RC-BUSINESS-DATE         PIC X(10).
           03 RC-START-TS              PIC X(26).
      *    FINISH - 'C' completed cleanly or 'F' failed, the job's
      *    record counts and what went wrong - on a completed run,
      *    anything the morning report should still draw attention to
           03 RC-RUN-STATUS            PIC X.
              88 RC-RUN-COMPLETED                VALUE 'C'.
              88 RC-RUN-FAILED                   VALUE 'F'.
           03 RC-RECORDS-IN            PIC 9(9).
           03 RC-RECORDS-OUT           PIC 9(9).
           03 RC-RECORDS-REJECTED      PIC 9(9).
           03 RC-REASON                PIC X(60).
