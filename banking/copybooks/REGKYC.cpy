      ******************************************************************
      * Shared customer due-diligence layout - KYC.DAT
      * One record per customer, keyed by customer number, holding
      * the identity document last seen for them and when they are
      * next to be reviewed.  Kept from CUSTOMER-MAINT; every
      * changed field is logged to MAINTLOG.DAT.
      * KYC-DOC-TYPE: P passport / I national identity card /
      *               D driving licence / R residence permit.
      * KYC-RISK:     L low / M medium / H high - a new review date
      *               left at zeros is set 5 / 3 / 1 years out.
      * KYC-STATUS:   A in order / R restricted - the nightly review
      *               restricts a customer whose document has
      *               expired; recording a document still in date
      *               puts them back to A.  While R, no teller
      *               withdrawal or outbound transfer is paid from
      *               any account they own without a supervisor.
      * KYC-RESTRICT-DATE: business date the restriction began,
      *               zeros when not restricted.
      * KYC-VERIFIED-BY / KYC-VERIFIED-DATE: operator and business
      *               date of the last change.
      ******************************************************************
       01 REG-KYC.
             02 KYC-CUST          PIC 9(06).
             02 KYC-DOC-TYPE      PIC X(01).
             02 KYC-DOC-NUMBER    PIC X(20).
             02 KYC-ISSUE-DATE    PIC 9(08).
             02 KYC-EXPIRY-DATE   PIC 9(08).
             02 KYC-RISK          PIC X(01).
             02 KYC-REVIEW-DATE   PIC 9(08).
             02 KYC-STATUS        PIC X(01).
             02 KYC-RESTRICT-DATE PIC 9(08).
             02 KYC-VERIFIED-BY   PIC X(08).
             02 KYC-VERIFIED-DATE PIC 9(08).
