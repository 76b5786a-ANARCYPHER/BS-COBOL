      ******************************************************************
      * Shared alert delivery log layout - ALRTLOG.DAT
      * One record per customer event handed to the gateway, keyed
      * like the event itself.
      * DLV-STATUS: P written to DLV-FILE, whose trailer was not yet
      *               written - sent again by the next run /
      *             S sent, DLV-FILE closed with its trailer /
      *             N not deliverable - no mobile or e-mail on file.
      * DLV-MESSAGES: gateway records written for the event, one per
      *               channel.
      ******************************************************************
       01 REG-DELIVERY.
             02 DLV-KEY.
                  03 DLV-DATE    PIC 9(08).
                  03 DLV-ACCOUNT PIC 9(09).
                  03 DLV-CODE    PIC X(03).
                  03 DLV-REF     PIC 9(08).
             02 DLV-STATUS       PIC X(01).
             02 DLV-FILE         PIC X(18).
             02 DLV-RUN-DATE     PIC 9(08).
             02 DLV-MESSAGES     PIC 9(01).
