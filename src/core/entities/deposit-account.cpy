      *> ----------------------------------------------------------------
      *> Copybook: deposit-account.cpy
      *> Purpose: Record layout for DEPOSIT-ACCOUNT-FILE (ACCTMSTR), one
      *>          row per deposit account a customer holds. The number
      *>          is what the customer is given to receive money: ten
      *>          digits, the last a mod-10 (Luhn) check digit over
      *>          the first nine. Every customer's original cash
      *>          balance is their PRIMARY checking account - its
      *>          money stays on USER-ACCOUNT-BALANCE, where every
      *>          existing posting path already puts it, so the
      *>          primary row carries the number and nothing in
      *>          DACC-BALANCE. Accounts opened since (savings, a
      *>          second checking) hold their own balance here.
      *> ----------------------------------------------------------------
       01 DEPOSIT-ACCOUNT-RECORD.
           05 DACC-ACCT-NO        PIC X(10).
           05 DACC-USER-ID        PIC X(10).
           05 DACC-TYPE           PIC X(1).
               88 DACC-CHECKING     VALUE "C".
               88 DACC-SAVINGS      VALUE "S".
           05 DACC-PRIMARY        PIC X(1).
               88 DACC-IS-PRIMARY   VALUE "Y".
           05 DACC-STATUS         PIC X(1).
               88 DACC-ACTIVE       VALUE "A".
               88 DACC-CLOSED       VALUE "C".
           05 DACC-NICKNAME       PIC X(20).
      *> the account's own money; always zero on the primary row.
           05 DACC-BALANCE        PIC S9(9)V99.
      *> teller-granted overdraft facility on this account (savings
      *> never gets one). The primary account's facility stays on
      *> the customer's limits profile (LIMIT-OVERDRAFT).
           05 DACC-OVERDRAFT-LIMIT PIC 9(9)V99.
      *> annual credit-interest rate, percent, set from the product
      *> switch when the account is opened.
           05 DACC-INT-RATE       PIC 9(3)V99.
           05 DACC-OPENED-AT      PIC X(14).
           05 DACC-CLOSED-AT      PIC X(14).
           05 FILLER              PIC X(10).
