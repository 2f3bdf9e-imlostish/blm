      *> ----------------------------------------------------------------
      *> Copybook: eod-balance.cpy
      *> Purpose: Record layout for EOD-BALANCE-FILE (EODBAL), the
      *>          end-of-day balance history: one row per customer
      *>          account per business day, written by the nightly
      *>          EOD-BALANCE snapshot. The primary account's money
      *>          lives on USER-ACCOUNT-BALANCE and journals under the
      *>          user id, so its rows are keyed by the user id; every
      *>          other deposit account by its ten-digit number. The
      *>          monthly accrual pays deposit interest on the average
      *>          of these balances and charges the overdraft interest
      *>          each overdrawn day accrued; statements and the
      *>          balance-on inquiry read them back.
      *> ----------------------------------------------------------------
       01 EOD-BALANCE-RECORD.
           05 EOD-KEY.
               10 EOD-ACCOUNT-ID  PIC X(10).
               10 EOD-DATE        PIC X(8).
           05 EOD-USER-ID         PIC X(10).
           05 EOD-ACCT-KIND       PIC X(1).
               88 EOD-PRIMARY       VALUE "P".
               88 EOD-DEPOSIT-ACCT  VALUE "D".
           05 EOD-BALANCE         PIC S9(9)V99.
      *> the overdraft facility on the day, and the annual debit rate
      *> the day's overdrawn balance accrued at.
           05 EOD-OD-LIMIT        PIC 9(9)V99.
           05 EOD-OD-RATE         PIC 9(3)V99.
      *> one day's debit interest on the overdrawn balance (zero when
      *> the account closed the day in credit), carried unrounded;
      *> the month's days are summed and rounded when charged.
           05 EOD-OD-INTEREST     PIC 9(7)V9(6).
           05 EOD-TAKEN-AT        PIC X(14).
           05 FILLER              PIC X(20).
