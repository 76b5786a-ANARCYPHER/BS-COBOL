      ******************************************************************
      * Shared overdraft collections layout - COLLECT.DAT
      * One record per current account that is overdrawn, in the
      * collections queue or written off, keyed by account digit.
      * The nightly aging step opens it the first night it finds
      * the account overdrawn and ages it from COL-OD-SINCE; an
      * account back in credit before it was ever queued simply
      * loses its record.
      * COL-STATUS: A ageing, not yet queued / O open in the
      *             collections queue / P promise to pay taken /
      *             W written off / X cleared - back in credit after
      *             being queued.
      * COL-BUCKET is the age band at the last aging run:
      *             0 under 30 days / 1 30-59 / 2 60-89 / 3 90-179 /
      *             4 180 days and over.
      * COL-CO-DUE is S once the account has passed the charge-off
      * age; only then may a supervisor write it off.
      * COL-WRITEOFF-AMT is the balance charged off to losses and
      * COL-RECOVERED what later credits to the account have paid
      * back; the difference is still to recover.
      * Officers' contact notes are kept on COLNOTE.DAT.
      ******************************************************************
       01 REG-COLLECT.
             02 COL-DIGIT         PIC 9(09).
             02 COL-CUST          PIC 9(06).
             02 COL-STATUS        PIC X(01).
             02 COL-OD-SINCE      PIC 9(08).
             02 COL-AGED-DATE     PIC 9(08).
             02 COL-DAYS          PIC 9(05).
             02 COL-BUCKET        PIC 9(01).
             02 COL-OVERDRAWN     PIC 9(05)V99.
             02 COL-CO-DUE        PIC X(01).
             02 COL-QUEUED-DATE   PIC 9(08).
             02 COL-NOTE-COUNT    PIC 9(03).
             02 COL-LAST-CONTACT  PIC 9(08).
             02 COL-PROMISE-DATE  PIC 9(08).
             02 COL-PROMISE-AMT   PIC 9(05)V99.
             02 COL-WRITEOFF-AMT  PIC 9(05)V99.
             02 COL-WRITEOFF-DATE PIC 9(08).
             02 COL-WRITEOFF-BY   PIC X(08).
             02 COL-APPROVED-BY   PIC X(08).
             02 COL-RECOVERED     PIC 9(05)V99.
             02 COL-CLOSED-DATE   PIC 9(08).
