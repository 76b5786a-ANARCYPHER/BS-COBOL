      ******************************************************************
      * Parameter area for the MANDATE-CHECK subprogram.
      * MDT-ACCOUNT: the account being debited.
      * MDT-LINE:    screen line the signer prompts use; the line
      *              below it is used as well.
      * MDT-MANDATE: returned - the account's signing mandate
      *              (1 / 2 / A, see REGREL).
      * MDT-RESULT:  0 = mandate satisfied / 1 = refused - the
      *              caller must not post the debit.
      ******************************************************************
       01 MANDATE-CHECK-AREA.
             02 MDT-ACCOUNT  PIC 9(09).
             02 MDT-LINE     PIC 9(02).
             02 MDT-MANDATE  PIC X(01).
             02 MDT-RESULT   PIC 9(01).
