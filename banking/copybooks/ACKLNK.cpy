      * ACK-FUNCTION: V = validate the check digit of ACK-ACCOUNT,
      *               C = compute it from branch + serial and store
      *                   it in ACK-CHECK.
      * ACK-RESULT:   0 = good / 1 = check digit wrong /
      *               2 = branch not on the branch master /
      *               3 = branch closed /
      *               4 = number of an archived account (C only).
      * Once the branch master exists, both functions refuse an
      * unknown or closed branch.  V follows the migration cross
      * reference first: a moved account comes back good with its
      * new number in ACK-ACCOUNT and the keyed one in
      * ACK-MOVED-FROM (zeros when the account has not moved).
      * ACK-MESSAGE carries the reason for any result but 0.
      * ACK-ARCHIVED: 1 when the number belongs to an account the
      *               retention purge moved to CLOSEIDX.DAT.  V still
      *               accepts it, even in a branch closed since, so
      *               the number can be looked up; C refuses it with
      *               result 4, so it is never issued again.
      ******************************************************************
       01 ACCT-CHECK-AREA.
             02 ACK-FUNCTION PIC X(01).
                  03 ACK-SERIAL PIC 9(05).
                  03 ACK-CHECK  PIC 9(01).
             02 ACK-RESULT   PIC 9(01).
             02 ACK-MOVED-FROM PIC 9(09).
             02 ACK-MESSAGE  PIC X(30).
             02 ACK-ARCHIVED PIC 9(01).
