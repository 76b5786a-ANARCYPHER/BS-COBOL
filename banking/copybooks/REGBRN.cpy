      ******************************************************************
      * Shared branch master layout - BRANCH.DAT
      * One record per branch, keyed by the three-digit branch code
      * that leads every account number (DIGIT-BRANCH).  New
      * accounts can only be issued for a branch on file and open.
      * BR-STATUS: O open / C closed.  A closed branch keeps its
      * record for the reports and for BR-MERGED-INTO, the branch
      * its accounts were migrated to (zeros until migrated).
      * BR-REGION groups branches for the head office reports.
      ******************************************************************
       01 REG-BRANCH.
             02 BR-CODE         PIC 9(03).
             02 BR-NAME         PIC X(30).
             02 BR-ADDRESS      PIC X(40).
             02 BR-REGION       PIC X(10).
             02 BR-STATUS       PIC X(01).
             02 BR-OPEN-DATE    PIC 9(08).
             02 BR-CLOSED-DATE  PIC 9(08).
             02 BR-MERGED-INTO  PIC 9(03).
