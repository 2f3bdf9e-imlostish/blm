      *> ----------------------------------------------------------------
      *> Copybook: bureau-history.cpy
      *> Purpose: Record layout for BUREAU-HISTORY-FILE (BURHIST), what
      *>          the month-end CREDIT-BUREAU job reported to the
      *>          credit bureaus: one row per card or loan per
      *>          reporting month, as it went out in the base segment.
      *>          Next month's run reads it back for the payment
      *>          history profile and to know a closed account has
      *>          already been reported closed; a bureau correction
      *>          starts from the row it corrects and, once sent, is
      *>          written back over it.
      *> ----------------------------------------------------------------
       01 BUREAU-HISTORY-RECORD.
           05 BUR-KEY.
      *>       the card or loan id.
               10 BUR-ACCOUNT-ID  PIC X(10).
               10 BUR-PERIOD      PIC X(6).
           05 BUR-ACCT-TYPE       PIC X(1).
               88 BUR-CARD          VALUE "C".
               88 BUR-LOAN          VALUE "L".
           05 BUR-USER-ID         PIC X(10).
           05 BUR-OPENED-DATE     PIC X(8).
      *> balance owed; a card's is the limit less what is available.
           05 BUR-BALANCE         PIC S9(9)V99.
      *> the card's credit limit, or the loan's original amount.
           05 BUR-LIMIT-OR-ORIG   PIC 9(9)V99.
      *> the card's minimum due, or the loan's monthly installment.
           05 BUR-SCHED-PAYMENT   PIC 9(9)V99.
           05 BUR-PAST-DUE        PIC 9(9)V99.
      *> CUR current, 030 / 060 / 090 days past due (90 and over).
           05 BUR-DELINQ-STATUS   PIC X(3).
               88 BUR-DELINQ-CURRENT VALUE "CUR".
               88 BUR-DELINQ-VALID VALUE "CUR" "030" "060" "090".
      *> OP open, CL closed (card closed or expired), PD paid in full,
      *> DF defaulted, CO charged off.
           05 BUR-ACCT-STATUS     PIC X(2).
               88 BUR-STAT-OPEN     VALUE "OP".
               88 BUR-STAT-CLOSED   VALUE "CL".
               88 BUR-STAT-PAID     VALUE "PD".
               88 BUR-STAT-DEFAULTED VALUE "DF".
               88 BUR-STAT-CHARGED-OFF VALUE "CO".
               88 BUR-STAT-FINAL    VALUE "CL" "PD".
               88 BUR-STAT-VALID    VALUE "OP" "CL" "PD" "DF" "CO".
      *> 24 months of payment history, this month first: 0 current,
      *> 1 30 days, 2 60 days, 3 90+ days, - not reported that month.
           05 BUR-PAY-PROFILE     PIC X(24).
      *> a card whose minimum was missed this cycle (late fee
      *> assessed); spaces for loans.
           05 BUR-LATE-CYCLE      PIC X(1).
      *> Y once a bureau correction has been sent for the month, with
      *> the last one sent.
           05 BUR-CORRECTED       PIC X(1).
               88 BUR-WAS-CORRECTED VALUE "Y".
           05 BUR-CORR-ID         PIC X(10).
           05 BUR-REPORTED-AT     PIC X(14).
           05 FILLER              PIC X(20).
