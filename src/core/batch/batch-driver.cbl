      *>                     writes its own DRV-<step> row, and the
      *>                     window close/reopen wraps whatever subset
      *>                     runs.
      *>   15/10/2026 - jm - Added EXT-CLEARING after the release
      *>                     steps, so value-dated sends to other
      *>                     banks released tonight make tonight's
      *>                     outbound file.
      *>   15/10/2026 - jm - Added INBOUND-CREDIT after EXT-CLEARING,
      *>                     ahead of interest and the statement and
      *>                     reconciliation steps that read balances.
      *>   15/10/2026 - jm - Added CARD-CLEARING ahead of the card
      *>                     cycle and AUTH-EXPIRY, so a hold the
      *>                     network settled tonight is captured
      *>                     before it could expire.
      *>   15/10/2026 - jm - LOAN-CHARGEOFF step after LOAN-DELINQ:
      *>                     loans past CHARGEOFF-DAYS are written off
      *>                     before the collections promise check.
      *>   15/10/2026 - jm - added AUTOPAY-RELEASE after CARD-EXP-RPT so
      *>                     autopay debits card and loan dues before
      *>                     the card cycle rolls statements.
      *>   15/10/2026 - jm - added CASH-CTR ahead of FRAUD-SCAN: the
      *>                     currency transaction report and the cash
      *>                     structuring rule.
      *>   15/10/2026 - jm - New WATCHLIST-LOAD step after XFER-RELEASE:
      *>                     loads a new sanctions list version and
      *>                     re-screens the customer base against it.
      *>   15/10/2026 - jm - TAX-INFO named-only job (year-end tax
      *>                     information file for the filing agent),
      *>                     run like ANNUAL-SUMMARY outside the
      *>                     nightly walk.
      *>   15/10/2026 - jm - Official check steps: CHECK-CLEARING
      *>                     after the autopay release pays the
      *>                     clearing bank's items and stale-dates old
      *>                     checks; CHECK-RECON after the CTR run ties
      *>                     the outstanding register to its liability
      *>                     account.
      *>   15/10/2026 - jm - ESCHEAT named-only job (yearly unclaimed
      *>                     property notices, remittance and state
      *>                     report), run like TAX-INFO.
      *>   15/10/2026 - jm - Added REWARDS-EXPIRY after TERMDEP-
      *>                     MATURITY: the nightly expiry of rewards
      *>                     points lots past their life, ahead of the
      *>                     statement run so the month's expired
      *>                     points print.
      *>   15/10/2026 - jm - Added LOSS-PROVISION after COLLECT-CHECK,
      *>                     month-end gated like the statement and
      *>                     portfolio steps: the loss reserve is
      *>                     posted ahead of the trial balance and GL
      *>                     extract, which carry the change.
      *>   15/10/2026 - jm - Added RATE-REPRICE after CHECK-CLEARING:
      *>                     reference rate index changes reach the
      *>                     linked loans, cards and deposit tiers
      *>                     ahead of the night's interest accrual,
      *>                     with advance notices to the holders.
      *>   15/10/2026 - jm - DECISION-LETTERS step after RISK-SCORE:
      *>                     the day's loan, limit, card-block and
      *>                     closure decisions printed as customer
      *>                     letters before the outbox is delivered.
      *>   15/10/2026 - jm - SOD-SCAN step after NOTIFY-DELIVERY: the
      *>                     segregation-of-duties scan runs before
      *>                     AUDIT-ROTATE moves the day's audit log
      *>                     away.
      *>   15/10/2026 - jm - The job stream now lives in the JOBDEFS
      *>                     job definition file (job-def.cpy),
      *>                     seeded from the standard stream on first
      *>                     use: each job names its program,
      *>                     predecessors, success return codes,
      *>                     calendar condition (daily, business day,
      *>                     month-end, on request) and whether its
      *>                     failure stops the stream or only holds
      *>                     back its dependents. The per-step run
      *>                     paragraphs are gone; RESUME reruns every
      *>                     job not finished clean today, and PLAN
      *>                     prints tonight's stream plan, which every
      *>                     suite run also writes to JOBPLAN.
      *>   15/10/2026 - jm - PERIOD-CLOSE month-end step after
      *>                     TRIAL-BALANCE and GL-EXTRACT: locks the
      *>                     accounting period once both are clean.
      *>   15/10/2026 - jm - REL-TIER month-end step after
      *>                     TERMDEP-MATURITY and FEE-SWEEP:
      *>                     recalculates relationship pricing tiers
      *>                     and reports the fees each tier waived.
      *>   15/10/2026 - jm - FEE-REFUNDS month-end report of teller
      *>                     fee refunds by reason, teller and fee
      *>                     code, after REL-TIER.
      *>   15/10/2026 - jm - EOD-BALANCE nightly end-of-day balance
      *>                     snapshot after INTEREST-ACCRUAL and
      *>                     TERMDEP-MATURITY, ahead of the statement.
      *>   15/10/2026 - jm - Calendar code W - the first business day
      *>                     of the week - and the weekly CASE-AGING
      *>                     complaint aging report on it.
      *>   15/10/2026 - jm - CREDIT-BUREAU month-end reporting file
      *>                     after LOSS-PROVISION, once the card cycle
      *>                     and loan charge-offs are in.
      *>   15/10/2026 - jm - EXPOSURE-REPORT month-end credit
      *>                     concentration report after RISK-SCORE,
      *>                     so it measures against today's grades.
      *>   15/10/2026 - jm - KYC-REFRESH nightly periodic identity
      *>                     review after RISK-SCORE, so review dates
      *>                     follow tonight's grades, and ahead of
      *>                     NOTIFY-DELIVERY so the notices go out.
      *>   15/10/2026 - jm - PAYROLL-RELEASE nightly payroll batch
      *>                     release after FX-IMPORT and WATCHLIST-
      *>                     LOAD, so lines settle at tonight's rates
      *>                     and recipients are screened against
      *>                     tonight's list.
      *>   15/10/2026 - jm - DEPOSIT-CLEARING nightly returned-check
      *>                     charge-back and hold release, right after
      *>                     BACKUP-GEN so every release and payment
      *>                     job sees tonight's available balances.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-BATCH-DRIVER.
             SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HIST-STATUS.
             SELECT JOB-DEF-FILE ASSIGN TO "JOBDEFS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JDEF-STATUS.
             SELECT STREAM-PLAN-FILE ASSIGN TO "JOBPLAN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           LABEL RECORD STANDARD.
           COPY "run-history.cpy".
       FD  JOB-DEF-FILE
           LABEL RECORD STANDARD.
           COPY "job-def.cpy".
       FD  STREAM-PLAN-FILE
           LABEL RECORD STANDARD.
       01  STREAM-PLAN-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ARGS-LENGTH       PIC 9(4) COMP.
       77 WS-COMMAND           PIC X(100).
       77 WS-JOBS-RUN          PIC 9(5) COMP VALUE 0.
       77 WS-JOBS-FAILED       PIC 9(5) COMP VALUE 0.
       77 WS-JOBS-NOT-RUN      PIC 9(5) COMP VALUE 0.
       77 WS-HIST-STATUS       PIC XX VALUE SPACES.
       77 WS-JDEF-STATUS       PIC XX VALUE SPACES.
       77 WS-PLAN-STATUS       PIC XX VALUE SPACES.

      *> The standard stream, in run order - written out as JOBDEFS
      *> the first time the driver finds no definitions file, and
      *> from then on operations maintain the file, not this table.
      *> Each entry: job, executable, calendar (D daily, B business
      *> day, M month-end, R on request) and failure action (S stop
      *> the stream, D hold its dependents), then up to two
      *> predecessors. ARCHIVE-PURGE, ANNUAL-SUMMARY, TAX-INFO and
      *> ESCHEAT are on-request jobs, run by name only.
       77 WS-STD-COUNT         PIC 9(2) COMP VALUE 56.
       01 WS-STD-STREAM-VALUES.
           05 FILLER PIC X(20) VALUE "BACKUP-GEN".
           05 FILLER PIC X(20) VALUE "backup-gen".
           05 FILLER PIC X(2)  VALUE "DS".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "DEPOSIT-CLEARING".
           05 FILLER PIC X(20) VALUE "deposit-clearing".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "FX-IMPORT".
           05 FILLER PIC X(20) VALUE "fx-import".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "XFER-RELEASE".
           05 FILLER PIC X(20) VALUE "xfer-release".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "FX-IMPORT".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "WATCHLIST-LOAD".
           05 FILLER PIC X(20) VALUE "watchlist-load".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "PAYROLL-RELEASE".
           05 FILLER PIC X(20) VALUE "payroll-release".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "FX-IMPORT".
           05 FILLER PIC X(20) VALUE "WATCHLIST-LOAD".
           05 FILLER PIC X(20) VALUE "RECUR-RELEASE".
           05 FILLER PIC X(20) VALUE "recur-release".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "FX-IMPORT".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "SWEEP-RELEASE".
           05 FILLER PIC X(20) VALUE "sweep-release".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "EXT-CLEARING".
           05 FILLER PIC X(20) VALUE "ext-clearing".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "XFER-RELEASE".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "INBOUND-CREDIT".
           05 FILLER PIC X(20) VALUE "inbound-credit".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CARD-CLEARING".
           05 FILLER PIC X(20) VALUE "card-clearing".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CARD-EXP-RPT".
           05 FILLER PIC X(20) VALUE "card-exp-report".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "AUTOPAY-RELEASE".
           05 FILLER PIC X(20) VALUE "autopay-release".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CHECK-CLEARING".
           05 FILLER PIC X(20) VALUE "check-clearing".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "RATE-REPRICE".
           05 FILLER PIC X(20) VALUE "rate-reprice".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CARD-RENEWAL".
           05 FILLER PIC X(20) VALUE "card-renewal".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CARD-CYCLE".
           05 FILLER PIC X(20) VALUE "card-cycle".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "CARD-CLEARING".
           05 FILLER PIC X(20) VALUE "AUTOPAY-RELEASE".
           05 FILLER PIC X(20) VALUE "AUTH-EXPIRY".
           05 FILLER PIC X(20) VALUE "auth-expiry".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "CARD-CLEARING".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "INTEREST-ACCRUAL".
           05 FILLER PIC X(20) VALUE "interest-accrual".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "RATE-REPRICE".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "TERMDEP-MATURITY".
           05 FILLER PIC X(20) VALUE "termdep-maturity".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "INTEREST-ACCRUAL".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "REWARDS-EXPIRY".
           05 FILLER PIC X(20) VALUE "rewards-expiry".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LOAN-DELINQ".
           05 FILLER PIC X(20) VALUE "loan-delinq".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LOAN-CHARGEOFF".
           05 FILLER PIC X(20) VALUE "loan-chargeoff".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "LOAN-DELINQ".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "COLLECT-CHECK".
           05 FILLER PIC X(20) VALUE "collect-check".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "LOAN-CHARGEOFF".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LOSS-PROVISION".
           05 FILLER PIC X(20) VALUE "loss-provision".
           05 FILLER PIC X(2)  VALUE "MD".
           05 FILLER PIC X(20) VALUE "LOAN-CHARGEOFF".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CREDIT-BUREAU".
           05 FILLER PIC X(20) VALUE "credit-bureau".
           05 FILLER PIC X(2)  VALUE "MD".
           05 FILLER PIC X(20) VALUE "CARD-CYCLE".
           05 FILLER PIC X(20) VALUE "LOAN-CHARGEOFF".
           05 FILLER PIC X(20) VALUE "EOD-BALANCE".
           05 FILLER PIC X(20) VALUE "eod-balance".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "INTEREST-ACCRUAL".
           05 FILLER PIC X(20) VALUE "TERMDEP-MATURITY".
           05 FILLER PIC X(20) VALUE "STATEMENT-RPT".
           05 FILLER PIC X(20) VALUE "statement-report".
           05 FILLER PIC X(2)  VALUE "MD".
           05 FILLER PIC X(20) VALUE "INTEREST-ACCRUAL".
           05 FILLER PIC X(20) VALUE "REWARDS-EXPIRY".
           05 FILLER PIC X(20) VALUE "TRANSFER-RECON".
           05 FILLER PIC X(20) VALUE "transfer-recon".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "INTEGRITY-SCAN".
           05 FILLER PIC X(20) VALUE "integrity-scan".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "TRIAL-BALANCE".
           05 FILLER PIC X(20) VALUE "trial-balance".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "GL-EXTRACT".
           05 FILLER PIC X(20) VALUE "gl-extract".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "TRIAL-BALANCE".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "PERIOD-CLOSE".
           05 FILLER PIC X(20) VALUE "period-close".
           05 FILLER PIC X(2)  VALUE "MD".
           05 FILLER PIC X(20) VALUE "TRIAL-BALANCE".
           05 FILLER PIC X(20) VALUE "GL-EXTRACT".
           05 FILLER PIC X(20) VALUE "CARD-RECON".
           05 FILLER PIC X(20) VALUE "card-recon".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "CARD-CLEARING".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "FEE-SWEEP".
           05 FILLER PIC X(20) VALUE "fee-sweep".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "REL-TIER".
           05 FILLER PIC X(20) VALUE "rel-tier".
           05 FILLER PIC X(2)  VALUE "MD".
           05 FILLER PIC X(20) VALUE "TERMDEP-MATURITY".
           05 FILLER PIC X(20) VALUE "FEE-SWEEP".
           05 FILLER PIC X(20) VALUE "FEE-REFUNDS".
           05 FILLER PIC X(20) VALUE "fee-refunds".
           05 FILLER PIC X(2)  VALUE "MD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CASH-CTR".
           05 FILLER PIC X(20) VALUE "cash-ctr".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CHECK-RECON".
           05 FILLER PIC X(20) VALUE "check-recon".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "CHECK-CLEARING".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "FRAUD-SCAN".
           05 FILLER PIC X(20) VALUE "fraud-scan".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "DORMANCY-SCAN".
           05 FILLER PIC X(20) VALUE "dormancy-scan".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "ALERT-EVAL".
           05 FILLER PIC X(20) VALUE "alert-eval".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "RISK-SCORE".
           05 FILLER PIC X(20) VALUE "risk-score".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "DECISION-LETTERS".
           05 FILLER PIC X(20) VALUE "decision-letters".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "RISK-SCORE".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "EXPOSURE-REPORT".
           05 FILLER PIC X(20) VALUE "exposure-report".
           05 FILLER PIC X(2)  VALUE "MD".
           05 FILLER PIC X(20) VALUE "RISK-SCORE".
           05 FILLER PIC X(20) VALUE "CARD-CYCLE".
           05 FILLER PIC X(20) VALUE "KYC-REFRESH".
           05 FILLER PIC X(20) VALUE "kyc-refresh".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "RISK-SCORE".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NOTIFY-DELIVERY".
           05 FILLER PIC X(20) VALUE "notify-delivery".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "SOD-SCAN".
           05 FILLER PIC X(20) VALUE "sod-scan".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "AUDIT-ROTATE".
           05 FILLER PIC X(20) VALUE "audit-rotate".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE "SOD-SCAN".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "PORTFOLIO-RPT".
           05 FILLER PIC X(20) VALUE "portfolio-report".
           05 FILLER PIC X(2)  VALUE "MD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "OPS-SUMMARY".
           05 FILLER PIC X(20) VALUE "ops-summary".
           05 FILLER PIC X(2)  VALUE "DD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "ARCHIVE-PURGE".
           05 FILLER PIC X(20) VALUE "archive-purge".
           05 FILLER PIC X(2)  VALUE "RD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "ANNUAL-SUMMARY".
           05 FILLER PIC X(20) VALUE "annual-summary".
           05 FILLER PIC X(2)  VALUE "RD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "TAX-INFO".
           05 FILLER PIC X(20) VALUE "tax-info".
           05 FILLER PIC X(2)  VALUE "RD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "ESCHEAT".
           05 FILLER PIC X(20) VALUE "escheat".
           05 FILLER PIC X(2)  VALUE "RD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CASE-AGING".
           05 FILLER PIC X(20) VALUE "case-aging".
           05 FILLER PIC X(2)  VALUE "WD".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE SPACES.
       01 WS-STD-STREAM REDEFINES WS-STD-STREAM-VALUES.
           05 WS-STD-JOB OCCURS 56 TIMES.
               10 WS-STD-NAME      PIC X(20).
               10 WS-STD-PROGRAM   PIC X(20).
               10 WS-STD-CALENDAR  PIC X(1).
               10 WS-STD-ON-FAIL   PIC X(1).
               10 WS-STD-PRED      PIC X(20) OCCURS 2 TIMES.

      *> The stream as loaded from JOBDEFS, with tonight's plan and
      *> each job's outcome as the walk goes.
       77 WS-JOB-COUNT         PIC 9(2) COMP VALUE 0.
       01 WS-JOB-TABLE.
           05 WS-JOB OCCURS 60 TIMES.
               10 WS-JOB-NAME      PIC X(20).
               10 WS-JOB-PROGRAM   PIC X(20).
               10 WS-JOB-CALENDAR  PIC X(1).
                   88 JOB-DAILY        VALUE "D".
                   88 JOB-BUSINESS-DAY VALUE "B".
                   88 JOB-MONTH-END    VALUE "M".
                   88 JOB-WEEKLY       VALUE "W".
                   88 JOB-ON-REQUEST   VALUE "R".
               10 WS-JOB-ON-FAIL   PIC X(1).
                   88 JOB-STOPS-STREAM VALUE "S".
               10 WS-JOB-OK-COUNT  PIC 9(1) COMP.
               10 WS-JOB-OK-RC     PIC 9(3) OCCURS 4 TIMES.
               10 WS-JOB-PRED-COUNT PIC 9(1) COMP.
               10 WS-JOB-PRED      PIC X(20) OCCURS 4 TIMES.
               10 WS-JOB-STATE     PIC X(1).
                   88 JOB-PENDING      VALUE "P".
      *>           finished clean, tonight or earlier today
                   88 JOB-DONE         VALUE "D".
      *>           passed over by calendar or operator SKIP; its
      *>           dependents may still run
                   88 JOB-PASSED       VALUE "S".
                   88 JOB-FAILED       VALUE "F".
      *>           not run because a predecessor did not complete
                   88 JOB-BLOCKED      VALUE "B".
      *>           not run because an earlier failure stopped the
      *>           stream
                   88 JOB-HALTED       VALUE "H".
               10 WS-JOB-PLAN      PIC X(4).
               10 WS-JOB-REASON    PIC X(60).
       77 WS-JOB-MAX           PIC 9(2) COMP VALUE 60.
       77 WS-JOB-IDX           PIC 9(2) COMP VALUE 0.
       77 WS-PRED-IDX          PIC 9(2) COMP VALUE 0.
       77 WS-FOUND-IDX         PIC 9(2) COMP VALUE 0.
       77 WS-SUB               PIC 9(2) COMP VALUE 0.
       77 WS-SLOT              PIC 9(2) COMP VALUE 0.
       77 WS-CURR-STEP         PIC X(20) VALUE SPACES.
       77 WS-STEP-RC           PIC S9(9) VALUE 0.
       77 WS-RC-OK-FLAG        PIC X VALUE "N".
           88 RC-IS-SUCCESS      VALUE "Y".
       77 WS-PRED-OK-FLAG      PIC X VALUE "Y".
           88 PREDS-COMPLETE     VALUE "Y".
       77 WS-PRED-NAME         PIC X(20) VALUE SPACES.
       77 WS-STOP-FLAG         PIC X VALUE "N".
           88 STREAM-STOPPED     VALUE "Y".
       77 WS-STOPPED-BY        PIC X(20) VALUE SPACES.
       77 WS-SHOW-PLAN-FLAG    PIC X VALUE "N".
           88 SHOW-PLAN          VALUE "Y".
       77 WS-REASON-PTR        PIC 9(3) COMP VALUE 1.

      *> Stream plan print lines
       01 WS-PLAN-DETAIL.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-PL-SEQ        PIC Z9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-JOB        PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-PL-PROGRAM    PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-PL-WHEN       PIC X(9).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-PL-ON-FAIL    PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-PL-PLAN       PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-REASON     PIC X(60).
           05 FILLER           PIC X(3) VALUE SPACES.
       01 WS-PLAN-TOTALS.
           05 WS-PT-RUN        PIC 9(3) VALUE 0.
           05 WS-PT-SKIP       PIC 9(3) VALUE 0.
           05 WS-PT-HOLD       PIC 9(3) VALUE 0.
           05 WS-PT-DONE       PIC 9(3) VALUE 0.
           05 WS-PT-REQUEST    PIC 9(3) VALUE 0.

      *> Batch-window gate around whatever subset runs
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.

      *> Processing-calendar answer for tonight: day type, the
      *> month-end marker and whether tonight opens the business week,
      *> which gate the business-day, month-end and weekly jobs.
       77 WS-CAL-DATE          PIC X(8) VALUE SPACES.
       77 WS-CAL-VALUE         PIC X(2) VALUE SPACES.
       77 WS-CAL-ACTING        PIC X(10) VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8) VALUE 0.
       77 WS-MONTH-END-FLAG    PIC X VALUE "N".
           88 MONTH-END-NIGHT    VALUE "Y".
       77 WS-DAY-TYPE          PIC X VALUE "B".
           88 BUSINESS-NIGHT     VALUE "B".
       77 WS-WEEK-START-FLAG   PIC X VALUE "N".
           88 WEEK-START-NIGHT   VALUE "Y".
       77 WS-WEEKDAY           PIC 9(1) VALUE 0.
       77 WS-DAYS-BACK         PIC 9(1) VALUE 0.
       77 WS-PROBE-INT         PIC 9(8) COMP VALUE 0.
       77 WS-PROBE-DATE        PIC 9(8) VALUE 0.

      *> Per-step DRV- rows to the run history, so RESUME knows where
      *> the last run got to.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-LOAD-JOB-DEFS
           IF WS-JOB-COUNT = 0
               DISPLAY "No job definitions loaded; nothing to run."
               MOVE 1 TO WS-JOBS-FAILED
           ELSE
               EVALUATE WS-JOB-SELECT
                   WHEN "PLAN"
                       MOVE "Y" TO WS-SHOW-PLAN-FLAG
                       PERFORM 1700-PRINT-STREAM-PLAN
                   WHEN "ALL"
                       PERFORM 1700-PRINT-STREAM-PLAN
                       PERFORM 1100-CLOSE-BATCH-WINDOW
                       PERFORM 1400-RUN-SUITE
      *>               a failing job only holds back its dependents
      *>               (or stops the stream), so the walk always
      *>               falls through to here and the window reopens
      *>               even after a bad night.
                       PERFORM 1200-OPEN-BATCH-WINDOW
                   WHEN "RESUME"
                       PERFORM 1300-FIND-RESUME-POINT
                       PERFORM 1700-PRINT-STREAM-PLAN
                       PERFORM 1100-CLOSE-BATCH-WINDOW
                       PERFORM 1400-RUN-SUITE
                       PERFORM 1200-OPEN-BATCH-WINDOW
                   WHEN OTHER
                       MOVE WS-JOB-SELECT TO WS-CURR-STEP
                       PERFORM 1500-FIND-STEP-INDEX
                       IF WS-FOUND-IDX = 0
                           PERFORM 1600-SHOW-VALID-JOBS
                           MOVE 1 TO WS-JOBS-FAILED
                       ELSE
      *>                   a single named job still gets the window
      *>                   managed around it, so a 2 a.m. hand-run
      *>                   can't race the online side. It is an
      *>                   operator decision, so neither the calendar
      *>                   nor its predecessors gate it.
                           PERFORM 1100-CLOSE-BATCH-WINDOW
                           MOVE WS-FOUND-IDX TO WS-JOB-IDX
                           PERFORM 2500-RUN-NAMED-STEP
                           PERFORM 1200-OPEN-BATCH-WINDOW
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 9000-FINISH
           IF WS-JOBS-FAILED > 0
               MOVE 8 TO RETURN-CODE

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - takes the operator selection on the command
      *> line: ALL (default), PLAN (print tonight's stream plan and
      *> stop), a single job name, RESUME (rerun whatever has not
      *> finished clean today), plus an optional SKIP=<job> for the
      *> suite runs.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           CALL "BLM-CALENDAR-CONTROLLER" USING "CHECK",
                WS-CAL-DATE, WS-CAL-VALUE, WS-CAL-ACTING,
                WS-CAL-RET-CODE
           MOVE WS-CAL-VALUE(1:1) TO WS-DAY-TYPE
           MOVE WS-CAL-VALUE(2:1) TO WS-MONTH-END-FLAG
           PERFORM 1010-CHECK-WEEK-START
           DISPLAY "Calendar: day type " WS-DAY-TYPE
                   ", month-end " WS-MONTH-END-FLAG
                   ", week start " WS-WEEK-START-FLAG.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1010-CHECK-WEEK-START - tonight opens the business week when
      *> it is a business day and no day earlier in the week (Monday
      *> on) was one, so a Monday holiday moves the weekly jobs to
      *> Tuesday. WS-CAL-DATE is left on tonight for the plan heading.
      *> ----------------------------------------------------------------
       1010-CHECK-WEEK-START.
           MOVE "N" TO WS-WEEK-START-FLAG
           IF NOT BUSINESS-NIGHT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-WEEK-START-FLAG
      *>   1 Monday through 6 Saturday, 0 Sunday.
           MOVE FUNCTION REM(FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE),
                7) TO WS-WEEKDAY
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF
           PERFORM VARYING WS-DAYS-BACK FROM 1 BY 1
                   UNTIL WS-DAYS-BACK >= WS-WEEKDAY
                      OR NOT WEEK-START-NIGHT
               COMPUTE WS-PROBE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - WS-DAYS-BACK
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE WS-PROBE-DATE TO WS-CAL-DATE
               MOVE SPACES TO WS-CAL-VALUE
               CALL "BLM-CALENDAR-CONTROLLER" USING "CHECK",
                    WS-CAL-DATE, WS-CAL-VALUE, WS-CAL-ACTING,
                    WS-CAL-RET-CODE
               IF WS-CAL-VALUE(1:1) = "B"
                   MOVE "N" TO WS-WEEK-START-FLAG
               END-IF
           END-PERFORM
           MOVE WS-TODAY-DATE TO WS-CAL-DATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1050-LOAD-JOB-DEFS - reads JOBDEFS into the job table in file
      *> order, which is run order. A first run on a new install finds
      *> no file and writes the standard stream out for operations to
      *> maintain from then on.
      *> ----------------------------------------------------------------
       1050-LOAD-JOB-DEFS.
           MOVE 0 TO WS-JOB-COUNT
           OPEN INPUT JOB-DEF-FILE
           IF WS-JDEF-STATUS = "35"
               PERFORM 1060-WRITE-STANDARD-STREAM
               OPEN INPUT JOB-DEF-FILE
           END-IF
           IF WS-JDEF-STATUS NOT = "00"
               DISPLAY "Cannot open the job definitions (JOBDEFS), "
                       "status " WS-JDEF-STATUS
               EXIT PARAGRAPH
           END-IF
           READ JOB-DEF-FILE
           PERFORM UNTIL WS-JDEF-STATUS NOT = "00"
               IF JDEF-JOB-NAME NOT = SPACES
                       AND JDEF-JOB-NAME(1:1) NOT = "*"
                   PERFORM 1055-ADD-JOB-DEF
               END-IF
               READ JOB-DEF-FILE
           END-PERFORM
           CLOSE JOB-DEF-FILE
           DISPLAY "Job definitions loaded: " WS-JOB-COUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1055-ADD-JOB-DEF - one JOBDEFS line into the table. A line
      *> the driver can't trust (no executable, a repeated name, an
      *> unknown calendar code) is reported and kept out of the
      *> nightly walk rather than guessed at.
      *> ----------------------------------------------------------------
       1055-ADD-JOB-DEF.
           INSPECT JDEF-JOB-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF JDEF-PROGRAM = SPACES
               DISPLAY "JOBDEFS: " JDEF-JOB-NAME
                       " names no program; ignored."
               EXIT PARAGRAPH
           END-IF
           MOVE JDEF-JOB-NAME TO WS-CURR-STEP
           PERFORM 1500-FIND-STEP-INDEX
           IF WS-FOUND-IDX NOT = 0
               DISPLAY "JOBDEFS: " JDEF-JOB-NAME
                       " is defined twice; second line ignored."
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-COUNT >= WS-JOB-MAX
               DISPLAY "JOBDEFS: more than " WS-JOB-MAX
                       " jobs; " JDEF-JOB-NAME " ignored."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-JOB-IDX
           INITIALIZE WS-JOB(WS-JOB-IDX)
           MOVE JDEF-JOB-NAME TO WS-JOB-NAME(WS-JOB-IDX)
           MOVE JDEF-PROGRAM TO WS-JOB-PROGRAM(WS-JOB-IDX)
           IF JDEF-CALENDAR = SPACE
               MOVE "D" TO JDEF-CALENDAR
           END-IF
           INSPECT JDEF-CALENDAR CONVERTING "dbmwr" TO "DBMWR"
           IF JDEF-DAILY OR JDEF-BUSINESS-DAY OR JDEF-MONTH-END
                   OR JDEF-WEEKLY OR JDEF-ON-REQUEST
               MOVE JDEF-CALENDAR TO WS-JOB-CALENDAR(WS-JOB-IDX)
           ELSE
               DISPLAY "JOBDEFS: " JDEF-JOB-NAME
                       " has unknown calendar code " JDEF-CALENDAR
                       "; run on request only."
               SET JOB-ON-REQUEST(WS-JOB-IDX) TO TRUE
           END-IF
           INSPECT JDEF-ON-FAIL CONVERTING "s" TO "S"
           IF JDEF-FAIL-STOPS
               MOVE "S" TO WS-JOB-ON-FAIL(WS-JOB-IDX)
           ELSE
               MOVE "D" TO WS-JOB-ON-FAIL(WS-JOB-IDX)
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               IF JDEF-OK-RC(WS-SUB) IS NUMERIC
                   ADD 1 TO WS-JOB-OK-COUNT(WS-JOB-IDX)
                   MOVE WS-JOB-OK-COUNT(WS-JOB-IDX) TO WS-SLOT
                   MOVE JDEF-OK-RC(WS-SUB)
                        TO WS-JOB-OK-RC(WS-JOB-IDX, WS-SLOT)
               END-IF
               IF JDEF-PRED(WS-SUB) NOT = SPACES
                   INSPECT JDEF-PRED(WS-SUB) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   ADD 1 TO WS-JOB-PRED-COUNT(WS-JOB-IDX)
                   MOVE WS-JOB-PRED-COUNT(WS-JOB-IDX) TO WS-SLOT
                   MOVE JDEF-PRED(WS-SUB)
                        TO WS-JOB-PRED(WS-JOB-IDX, WS-SLOT)
               END-IF
           END-PERFORM
           IF WS-JOB-OK-COUNT(WS-JOB-IDX) = 0
               MOVE 1 TO WS-JOB-OK-COUNT(WS-JOB-IDX)
               MOVE 0 TO WS-JOB-OK-RC(WS-JOB-IDX, 1)
           END-IF
           SET JOB-PENDING(WS-JOB-IDX) TO TRUE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1060-WRITE-STANDARD-STREAM - seeds JOBDEFS from the standard
      *> stream table, with a column guide at the top for whoever
      *> maintains it next.
      *> ----------------------------------------------------------------
       1060-WRITE-STANDARD-STREAM.
           OPEN OUTPUT JOB-DEF-FILE
           IF WS-JDEF-STATUS NOT = "00"
               DISPLAY "Cannot create JOBDEFS, status "
                       WS-JDEF-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOB-DEF-RECORD
           MOVE "* JOBDEFS - nightly job stream, in run order."
                TO JOB-DEF-RECORD
           WRITE JOB-DEF-RECORD
           MOVE SPACES TO JOB-DEF-RECORD
           STRING "* 1-20 job  21-40 program  41 calendar D/B/M/W/R  "
                  "42 on-fail S/D  43-54 ok return codes (4 x 3)  "
                  "55-134 predecessors (4 x 20)"
                  DELIMITED BY SIZE INTO JOB-DEF-RECORD
           WRITE JOB-DEF-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STD-COUNT
               MOVE SPACES TO JOB-DEF-RECORD
               MOVE WS-STD-NAME(WS-SUB) TO JDEF-JOB-NAME
               MOVE WS-STD-PROGRAM(WS-SUB) TO JDEF-PROGRAM
               MOVE WS-STD-CALENDAR(WS-SUB) TO JDEF-CALENDAR
               MOVE WS-STD-ON-FAIL(WS-SUB) TO JDEF-ON-FAIL
               MOVE "000" TO JDEF-OK-RC(1)
               MOVE WS-STD-PRED(WS-SUB, 1) TO JDEF-PRED(1)
               MOVE WS-STD-PRED(WS-SUB, 2) TO JDEF-PRED(2)
               WRITE JOB-DEF-RECORD
           END-PERFORM
           CLOSE JOB-DEF-FILE
           DISPLAY "No JOBDEFS file; wrote the standard job stream "
                   "to it.".
           EXIT.

      *> ----------------------------------------------------------------

      *> ----------------------------------------------------------------
      *> 1300-FIND-RESUME-POINT - reads today's DRV- rows off the run
      *> history and marks every job whose latest row today ended on
      *> one of its success codes as done. The walk then reruns the
      *> rest - the job that failed and the dependents it held back -
      *> and not the ones that already finished clean.
      *> ----------------------------------------------------------------
       1300-FIND-RESUME-POINT.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "No run history; resuming from the top."
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               IF RUN-JOB-NAME OF RUN-HISTORY-RECORD (1:4) = "DRV-"
                       AND RUN-END OF RUN-HISTORY-RECORD
                       AND RUN-TIMESTAMP OF RUN-HISTORY-RECORD
                       (1:8) = WS-CAL-DATE
                   MOVE RUN-JOB-NAME OF RUN-HISTORY-RECORD (5:16)
                        TO WS-CURR-STEP
                   PERFORM 1500-FIND-STEP-INDEX
                   IF WS-FOUND-IDX NOT = 0
                       MOVE WS-FOUND-IDX TO WS-JOB-IDX
                       MOVE RUN-RET-CODE OF RUN-HISTORY-RECORD
                            TO WS-STEP-RC
                       PERFORM 2700-CHECK-SUCCESS-RC
                       IF RC-IS-SUCCESS
                           SET JOB-DONE(WS-JOB-IDX) TO TRUE
                       ELSE
                           SET JOB-PENDING(WS-JOB-IDX) TO TRUE
                       END-IF
                   END-IF
               END-IF
               READ RUN-HISTORY-FILE
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-DONE(WS-JOB-IDX)
                   ADD 1 TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           DISPLAY "Jobs already finished clean today: "
                   WS-FOUND-IDX.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1400-RUN-SUITE - walks the job table in order, following the
      *> plan 1700 worked out. A job whose predecessor failed (or was
      *> itself held back) is not run and holds back its own
      *> dependents in turn; a failed job marked S stops everything
      *> after it. Skipped jobs write a clean DRV- row so a later
      *> RESUME passes over them; held-back ones write none, so
      *> RESUME picks them up.
      *> ----------------------------------------------------------------
       1400-RUN-SUITE.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-CURR-STEP
               EVALUATE WS-JOB-PLAN(WS-JOB-IDX)
                   WHEN "REQ "
                   WHEN "DONE"
                       CONTINUE
                   WHEN "SKIP"
                       DISPLAY "--- step: " WS-CURR-STEP
                               " skipped: "
                               WS-JOB-REASON(WS-JOB-IDX)(1:40)
                       SET JOB-PASSED(WS-JOB-IDX) TO TRUE
                       MOVE 0 TO WS-STEP-RC
                       PERFORM 2600-LOG-DRIVER-STEP
                   WHEN "HOLD"
                       DISPLAY "--- step: " WS-CURR-STEP
                               " not run: "
                               WS-JOB-REASON(WS-JOB-IDX)
                       SET JOB-BLOCKED(WS-JOB-IDX) TO TRUE
                       ADD 1 TO WS-JOBS-NOT-RUN
                   WHEN OTHER
                       PERFORM 1450-RUN-IF-CLEAR
               END-EVALUATE
           END-PERFORM.
           EXIT.

       1450-RUN-IF-CLEAR.
           IF STREAM-STOPPED
               DISPLAY "--- step: " WS-CURR-STEP
                       " not run: stream stopped after "
                       WS-STOPPED-BY " ---"
               SET JOB-HALTED(WS-JOB-IDX) TO TRUE
               ADD 1 TO WS-JOBS-NOT-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM 1460-CHECK-PREDECESSORS
           IF NOT PREDS-COMPLETE
               DISPLAY "--- step: " WS-CURR-STEP
                       " not run: predecessor " WS-PRED-NAME
                       " did not complete ---"
               SET JOB-BLOCKED(WS-JOB-IDX) TO TRUE
               ADD 1 TO WS-JOBS-NOT-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2500-RUN-NAMED-STEP
           IF JOB-FAILED(WS-JOB-IDX) AND JOB-STOPS-STREAM(WS-JOB-IDX)
               MOVE "Y" TO WS-STOP-FLAG
               MOVE WS-CURR-STEP TO WS-STOPPED-BY
               DISPLAY "*** " WS-CURR-STEP " failed and stops the "
                       "stream ***"
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1460-CHECK-PREDECESSORS - every predecessor of WS-JOB-IDX
      *> must have finished clean or been passed over tonight;
      *> WS-PRED-NAME carries the first one that wasn't.
      *> ----------------------------------------------------------------
       1460-CHECK-PREDECESSORS.
           MOVE "Y" TO WS-PRED-OK-FLAG
           MOVE SPACES TO WS-PRED-NAME
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-JOB-PRED-COUNT(WS-JOB-IDX)
                      OR NOT PREDS-COMPLETE
               MOVE WS-JOB-PRED(WS-JOB-IDX, WS-SUB) TO WS-PRED-NAME
               PERFORM 1470-FIND-PRED-INDEX
               IF WS-PRED-IDX = 0
                   MOVE "N" TO WS-PRED-OK-FLAG
               ELSE
                   IF NOT JOB-DONE(WS-PRED-IDX)
                           AND NOT JOB-PASSED(WS-PRED-IDX)
                       MOVE "N" TO WS-PRED-OK-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1470-FIND-PRED-INDEX - WS-PRED-NAME among the jobs defined
      *> ahead of WS-JOB-IDX; 0 when it isn't one.
      *> ----------------------------------------------------------------
       1470-FIND-PRED-INDEX.
           MOVE 0 TO WS-PRED-IDX
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX >= WS-JOB-IDX
               IF WS-JOB-NAME(WS-FOUND-IDX) = WS-PRED-NAME
                   MOVE WS-FOUND-IDX TO WS-PRED-IDX
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1500-FIND-STEP-INDEX - looks WS-CURR-STEP up in the job
      *> table; WS-FOUND-IDX is 0 when it isn't a defined job.
      *> ----------------------------------------------------------------
       1500-FIND-STEP-INDEX.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-JOB-COUNT
               IF WS-JOB-NAME(WS-SUB) = WS-CURR-STEP
                   MOVE WS-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           EXIT.

       1600-SHOW-VALID-JOBS.
           DISPLAY "Unknown job: " WS-JOB-SELECT
           DISPLAY "Valid selections: ALL, RESUME, PLAN, or one of "
                   "the jobs in JOBDEFS:"
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-JOB-COUNT
               IF JOB-ON-REQUEST(WS-SUB)
                   DISPLAY "  " WS-JOB-NAME(WS-SUB) " (on request)"
               ELSE
                   DISPLAY "  " WS-JOB-NAME(WS-SUB)
               END-IF
           END-PERFORM
           DISPLAY "An ALL or RESUME run also takes SKIP=<step>.".
           EXIT.

      *> ----------------------------------------------------------------
      *> 1700-PRINT-STREAM-PLAN - decides, before anything runs, what
      *> each job will do tonight and why, and prints it to JOBPLAN
      *> (and the console for a PLAN run). RUN jobs can still be held
      *> back on the night if a predecessor fails.
      *> ----------------------------------------------------------------
       1700-PRINT-STREAM-PLAN.
           INITIALIZE WS-PLAN-TOTALS
           OPEN OUTPUT STREAM-PLAN-FILE
           MOVE SPACES TO STREAM-PLAN-LINE
           STRING "BATCH STREAM PLAN FOR " WS-CAL-DATE
                  "   DAY TYPE " WS-DAY-TYPE
                  "   MONTH-END " WS-MONTH-END-FLAG
                  DELIMITED BY SIZE INTO STREAM-PLAN-LINE
           PERFORM 1790-WRITE-PLAN-LINE
           IF WS-SKIP-NAME NOT = SPACES
               MOVE SPACES TO STREAM-PLAN-LINE
               STRING "OPERATOR SKIP: " WS-SKIP-NAME
                      DELIMITED BY SIZE INTO STREAM-PLAN-LINE
               PERFORM 1790-WRITE-PLAN-LINE
           END-IF
           MOVE SPACES TO STREAM-PLAN-LINE
           PERFORM 1790-WRITE-PLAN-LINE
           STRING " NO  JOB                  PROGRAM              "
                  "WHEN      ON-FL PLAN  WHY"
                  DELIMITED BY SIZE INTO STREAM-PLAN-LINE
           PERFORM 1790-WRITE-PLAN-LINE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM 1710-PLAN-JOB
               MOVE WS-JOB-IDX TO WS-PL-SEQ
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-PL-JOB
               MOVE WS-JOB-PROGRAM(WS-JOB-IDX) TO WS-PL-PROGRAM
               EVALUATE TRUE
                   WHEN JOB-DAILY(WS-JOB-IDX)
                       MOVE "DAILY" TO WS-PL-WHEN
                   WHEN JOB-BUSINESS-DAY(WS-JOB-IDX)
                       MOVE "BUSINESS" TO WS-PL-WHEN
                   WHEN JOB-MONTH-END(WS-JOB-IDX)
                       MOVE "MONTH-END" TO WS-PL-WHEN
                   WHEN JOB-WEEKLY(WS-JOB-IDX)
                       MOVE "WEEKLY" TO WS-PL-WHEN
                   WHEN OTHER
                       MOVE "REQUEST" TO WS-PL-WHEN
               END-EVALUATE
               IF JOB-STOPS-STREAM(WS-JOB-IDX)
                   MOVE "STOP" TO WS-PL-ON-FAIL
               ELSE
                   MOVE "DEPS" TO WS-PL-ON-FAIL
               END-IF
               MOVE WS-JOB-PLAN(WS-JOB-IDX) TO WS-PL-PLAN
               MOVE WS-JOB-REASON(WS-JOB-IDX) TO WS-PL-REASON
               MOVE WS-PLAN-DETAIL TO STREAM-PLAN-LINE
               PERFORM 1790-WRITE-PLAN-LINE
           END-PERFORM
           MOVE SPACES TO STREAM-PLAN-LINE
           PERFORM 1790-WRITE-PLAN-LINE
           MOVE SPACES TO STREAM-PLAN-LINE
           STRING "TO RUN " WS-PT-RUN "   SKIPPED " WS-PT-SKIP
                  "   HELD " WS-PT-HOLD "   DONE EARLIER " WS-PT-DONE
                  "   ON REQUEST " WS-PT-REQUEST
                  DELIMITED BY SIZE INTO STREAM-PLAN-LINE
           PERFORM 1790-WRITE-PLAN-LINE
           IF WS-PLAN-STATUS = "00"
               CLOSE STREAM-PLAN-FILE
           END-IF
           IF NOT SHOW-PLAN
               DISPLAY "Stream plan written to JOBPLAN: " WS-PT-RUN
                       " to run, " WS-PT-SKIP " skipped, " WS-PT-HOLD
                       " held."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1710-PLAN-JOB - tonight's plan for WS-JOB-IDX: REQ (named runs
      *> only), DONE (finished clean earlier today), SKIP (calendar or
      *> operator), HOLD (a predecessor that can never be satisfied
      *> tonight) or RUN, each with the reason.
      *> ----------------------------------------------------------------
       1710-PLAN-JOB.
           MOVE SPACES TO WS-JOB-REASON(WS-JOB-IDX)
           EVALUATE TRUE
               WHEN JOB-ON-REQUEST(WS-JOB-IDX)
                   MOVE "REQ " TO WS-JOB-PLAN(WS-JOB-IDX)
                   MOVE "on request only - run by name"
                        TO WS-JOB-REASON(WS-JOB-IDX)
                   ADD 1 TO WS-PT-REQUEST
               WHEN JOB-DONE(WS-JOB-IDX)
                   MOVE "DONE" TO WS-JOB-PLAN(WS-JOB-IDX)
                   MOVE "finished clean earlier today"
                        TO WS-JOB-REASON(WS-JOB-IDX)
                   ADD 1 TO WS-PT-DONE
               WHEN WS-JOB-NAME(WS-JOB-IDX) = WS-SKIP-NAME
                   MOVE "SKIP" TO WS-JOB-PLAN(WS-JOB-IDX)
                   MOVE "skipped by operator"
                        TO WS-JOB-REASON(WS-JOB-IDX)
                   ADD 1 TO WS-PT-SKIP
               WHEN JOB-MONTH-END(WS-JOB-IDX) AND NOT MONTH-END-NIGHT
                   MOVE "SKIP" TO WS-JOB-PLAN(WS-JOB-IDX)
                   MOVE "not the month-end business day"
                        TO WS-JOB-REASON(WS-JOB-IDX)
                   ADD 1 TO WS-PT-SKIP
               WHEN JOB-WEEKLY(WS-JOB-IDX) AND NOT WEEK-START-NIGHT
                   MOVE "SKIP" TO WS-JOB-PLAN(WS-JOB-IDX)
                   MOVE "not the first business day of the week"
                        TO WS-JOB-REASON(WS-JOB-IDX)
                   ADD 1 TO WS-PT-SKIP
               WHEN JOB-BUSINESS-DAY(WS-JOB-IDX) AND NOT BUSINESS-NIGHT
                   MOVE "SKIP" TO WS-JOB-PLAN(WS-JOB-IDX)
                   MOVE "not a business day"
                        TO WS-JOB-REASON(WS-JOB-IDX)
                   ADD 1 TO WS-PT-SKIP
               WHEN OTHER
                   PERFORM 1720-PLAN-RUNNABLE-JOB
           END-EVALUATE.
           EXIT.

       1720-PLAN-RUNNABLE-JOB.
           MOVE "RUN " TO WS-JOB-PLAN(WS-JOB-IDX)
           MOVE 1 TO WS-REASON-PTR
           EVALUATE TRUE
               WHEN JOB-MONTH-END(WS-JOB-IDX)
                   STRING "month-end business day" DELIMITED BY SIZE
                       INTO WS-JOB-REASON(WS-JOB-IDX)
                       WITH POINTER WS-REASON-PTR
               WHEN JOB-WEEKLY(WS-JOB-IDX)
                   STRING "first business day of the week"
                       DELIMITED BY SIZE
                       INTO WS-JOB-REASON(WS-JOB-IDX)
                       WITH POINTER WS-REASON-PTR
               WHEN JOB-BUSINESS-DAY(WS-JOB-IDX)
                   STRING "business day" DELIMITED BY SIZE
                       INTO WS-JOB-REASON(WS-JOB-IDX)
                       WITH POINTER WS-REASON-PTR
               WHEN OTHER
                   STRING "daily" DELIMITED BY SIZE
                       INTO WS-JOB-REASON(WS-JOB-IDX)
                       WITH POINTER WS-REASON-PTR
           END-EVALUATE
      *>   a predecessor must be defined ahead of the job and must be
      *>   able to run tonight; anything else can never be satisfied,
      *>   so the job is held from the start rather than left to fail.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-JOB-PRED-COUNT(WS-JOB-IDX)
               MOVE WS-JOB-PRED(WS-JOB-IDX, WS-SUB) TO WS-PRED-NAME
               PERFORM 1470-FIND-PRED-INDEX
               EVALUATE TRUE
                   WHEN WS-JOB-PLAN(WS-JOB-IDX) = "HOLD"
                       CONTINUE
                   WHEN WS-PRED-IDX = 0
                       MOVE "HOLD" TO WS-JOB-PLAN(WS-JOB-IDX)
                       MOVE SPACES TO WS-JOB-REASON(WS-JOB-IDX)
                       STRING "predecessor " DELIMITED BY SIZE
                              WS-PRED-NAME DELIMITED BY SPACE
                              " is not defined ahead of it"
                              DELIMITED BY SIZE
                           INTO WS-JOB-REASON(WS-JOB-IDX)
                   WHEN WS-JOB-PLAN(WS-PRED-IDX) = "HOLD"
                           OR WS-JOB-PLAN(WS-PRED-IDX) = "REQ "
                       MOVE "HOLD" TO WS-JOB-PLAN(WS-JOB-IDX)
                       MOVE SPACES TO WS-JOB-REASON(WS-JOB-IDX)
                       STRING "predecessor " DELIMITED BY SIZE
                              WS-PRED-NAME DELIMITED BY SPACE
                              " cannot run tonight"
                              DELIMITED BY SIZE
                           INTO WS-JOB-REASON(WS-JOB-IDX)
                   WHEN WS-SUB = 1
                       STRING "; after " DELIMITED BY SIZE
                              WS-PRED-NAME DELIMITED BY SPACE
                           INTO WS-JOB-REASON(WS-JOB-IDX)
                           WITH POINTER WS-REASON-PTR
                   WHEN OTHER
                       STRING ", " DELIMITED BY SIZE
                              WS-PRED-NAME DELIMITED BY SPACE
                           INTO WS-JOB-REASON(WS-JOB-IDX)
                           WITH POINTER WS-REASON-PTR
               END-EVALUATE
           END-PERFORM
           IF WS-JOB-PLAN(WS-JOB-IDX) = "HOLD"
               ADD 1 TO WS-PT-HOLD
           ELSE
               ADD 1 TO WS-PT-RUN
           END-IF.
           EXIT.

       1790-WRITE-PLAN-LINE.
           IF WS-PLAN-STATUS = "00"
               WRITE STREAM-PLAN-LINE
           END-IF
           IF SHOW-PLAN
               DISPLAY STREAM-PLAN-LINE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2500-RUN-NAMED-STEP - runs job WS-JOB-IDX from its JOBDEFS
      *> line, judges the return code against the job's success codes
      *> and writes the DRV- row with the outcome so RESUME has
      *> something to work from.
      *> ----------------------------------------------------------------
       2500-RUN-NAMED-STEP.
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-CURR-STEP
           MOVE SPACES TO WS-COMMAND
           STRING "./" WS-JOB-PROGRAM(WS-JOB-IDX) DELIMITED BY SPACE
               INTO WS-COMMAND
           PERFORM 3000-RUN-STEP
           PERFORM 2700-CHECK-SUCCESS-RC
           IF RC-IS-SUCCESS
               SET JOB-DONE(WS-JOB-IDX) TO TRUE
           ELSE
               DISPLAY "Step failed, exit code " WS-STEP-RC
               SET JOB-FAILED(WS-JOB-IDX) TO TRUE
               ADD 1 TO WS-JOBS-FAILED
           END-IF
           PERFORM 2600-LOG-DRIVER-STEP.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2600-LOG-DRIVER-STEP - one DRV-<step> END row per driven
      *> step, carrying the step's return code; this is the
      *> breadcrumb trail RESUME follows.
      *> ----------------------------------------------------------------
       2600-LOG-DRIVER-STEP.
           MOVE SPACES TO WS-RUN-ENTRY
           EXIT.

      *> ----------------------------------------------------------------
      *> 2700-CHECK-SUCCESS-RC - is WS-STEP-RC one of the return codes
      *> JOBDEFS lists as success for job WS-JOB-IDX?
      *> ----------------------------------------------------------------
       2700-CHECK-SUCCESS-RC.
           MOVE "N" TO WS-RC-OK-FLAG
           IF WS-STEP-RC < 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-JOB-OK-COUNT(WS-JOB-IDX)
               IF WS-STEP-RC = WS-JOB-OK-RC(WS-JOB-IDX, WS-SUB)
                   MOVE "Y" TO WS-RC-OK-FLAG
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-RUN-STEP - runs WS-COMMAND as its own process, so the
      *> job's STOP RUN only ends that process, not the whole suite,
      *> and keeps its exit status in WS-STEP-RC.
      *> ----------------------------------------------------------------
       3000-RUN-STEP.
           DISPLAY "--- step: " WS-COMMAND " ---"
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
      *>   the shell hands back a wait status with the job's exit code
      *>   in its high byte; JOBDEFS lists exit codes.
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF
           ADD 1 TO WS-JOBS-RUN.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Jobs run: " WS-JOBS-RUN
           DISPLAY "Jobs failed: " WS-JOBS-FAILED
           DISPLAY "Jobs held back: " WS-JOBS-NOT-RUN
           IF STREAM-STOPPED
               DISPLAY "Stream stopped after " WS-STOPPED-BY
           END-IF.
           EXIT.

       END PROGRAM BLM-BATCH-DRIVER.
