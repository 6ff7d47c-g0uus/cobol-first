001720*                     DL200 AND DL210 ACCUMULATE IT AND THE      *
001730*                     DL230 PERIOD-END RUN CUTS THE MONTH-END    *
001740*                     POSITION AND RESETS IT.                    *
001750*    2026-10-15 JHD   TODAY'S ITEM COUNT CARVED OUT OF THE       *
001760*                     FILLER.  IT NUMBERS EACH DAY'S ITEMS ON    *
001770*                     THE POSTLEDG POSTING DETAIL LEDGER AND     *
001780*                     RESETS WITH THE DAILY ROLL FORWARD.        *
001781*    2026-10-15 JHD   ADDED THE ACCOUNT STATUS CODE (FROZEN OR   *
001782*                     UNDER LEGAL HOLD) AND THE OVERDRAFT/       *
001783*                     CREDIT LIMIT, SET BY DL210 AND ENFORCED    *
001784*                     BY DL200.  THE RECORD IS 15 BYTES LONGER - *
001785*                     ACCTMST IS UNLOADED AND RELOADED ONCE,     *
001786*                     THE NEW BYTES AS SPACES AND ZEROS (AN      *
001787*                     ACTIVE ACCOUNT WITH NO LIMIT).             *
001800*                                                                *
001900******************************************************************
002000*
002900     05  AM-LAST-POSTED-DATE         PIC 9(8).
002910     05  AM-MTD-ACTIVITY             PIC S9(9)V9(3)
002920             SIGN IS TRAILING SEPARATE CHARACTER.
002930     05  AM-TODAY-ITEM-COUNT         PIC 9(5).
002940     05  AM-STATUS-CODE              PIC X(01).
002941         88  AM-STATUS-ACTIVE        VALUE SPACE.
002942         88  AM-STATUS-FROZEN        VALUE "F".
002943         88  AM-STATUS-LEGAL-HOLD    VALUE "H".
002944         88  AM-POSTING-BLOCKED      VALUES "F" "H".
002950     05  AM-LIMIT-FLAG               PIC X(01).
002951         88  AM-LIMIT-SET            VALUE "Y".
002952         88  AM-NO-LIMIT             VALUE SPACE.
002960*        THE HIGHEST DEBIT BALANCE THE ACCOUNT MAY REACH - ZERO
002961*        MEANS NO OVERDRAFT AT ALL.  ONLY ENFORCED WHILE
002962*        AM-LIMIT-SET.
002970     05  AM-LIMIT-AMOUNT             PIC S9(9)V9(3)
002980             SIGN IS TRAILING SEPARATE CHARACTER.
003000     05  AM-FILLER                   PIC X(05).
003100*
