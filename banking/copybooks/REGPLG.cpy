      ******************************************************************
      * Shared inbound payment file log layout - PAYLOG.DAT
      * One record per direct credit/debit file received, keyed by
      * the file reference off its header record.  PL-STATUS:
      * I posting in progress / C completed / R rejected whole.
      * A completed file is never posted again; a rejected file
      * posted nothing and may be sent again under the same
      * reference once corrected.  PL-LAST-DETAIL is the last detail
      * taken in hand and PL-LAST-DONE (S/N) whether it finished, so
      * a run that stops part way resumes after it.
      ******************************************************************
       01 REG-PAYLOG.
             02 PL-FILE-ID       PIC X(12).
             02 PL-FILE-DATE     PIC 9(08).
             02 PL-RUN-DATE      PIC 9(08).
             02 PL-STATUS        PIC X(01).
             02 PL-REASON        PIC 9(02).
             02 PL-LAST-DETAIL   PIC 9(07).
             02 PL-LAST-DONE     PIC X(01).
             02 PL-POSTED-COUNT  PIC 9(07).
             02 PL-POSTED-AMOUNT PIC 9(11)V99.
             02 PL-RETURN-COUNT  PIC 9(07).
             02 PL-RETURN-HASH   PIC 9(11)V99.
