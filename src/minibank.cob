               RECORD KEY IS SO-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL TermDepositFile
               ASSIGN TO "data/term_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-Acc-ID
               FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT TDWorkFile ASSIGN TO "data/td_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TDReportFile
               ASSIGN TO "data/td_maturity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LoanFile ASSIGN TO "data/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-ID
               ALTERNATE RECORD KEY IS Loan-Cust-ID WITH DUPLICATES
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT OPTIONAL LoanScheduleFile
               ASSIGN TO "data/loan_schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-Key
               FILE STATUS IS WS-LS-FILE-STATUS.

           SELECT LoanReportFile
               ASSIGN TO "data/loan_portfolio.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ComplianceCaseFile
               ASSIGN TO "data/compliance_cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Case-ID
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT CmpWorkFile ASSIGN TO "data/compliance_work.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-Cust-ID
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT CmpXferFile ASSIGN TO "data/compliance_xfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-Ref
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT ComplianceReportFile
               ASSIGN TO "data/compliance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TaxWorkFile ASSIGN TO "data/tax_work.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TW-Key
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT TaxStatementFile
               ASSIGN TO "data/tax_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TaxSubmitFile
               ASSIGN TO "data/tax_submission.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MaintAuditFile
               ASSIGN TO "data/maint_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MaintAuditReportFile
               ASSIGN TO "data/maint_audit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ChartOfAccountsFile
               ASSIGN TO "data/chart_of_accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-Key
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT GLStageFile ASSIGN TO "data/gl_stage.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLWorkFile ASSIGN TO "data/gl_work.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-GL-Code
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT GLJournalFile ASSIGN TO "data/gl_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLTrialBalanceFile
               ASSIGN TO "data/gl_trial_balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ODAgingReportFile
               ASSIGN TO "data/overdraft_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ODLimitWorkFile ASSIGN TO "data/od_limit_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CollectionsReferralFile
               ASSIGN TO "data/collections_referral.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BatchRunFile
               ASSIGN TO "data/batch_runs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-Run-ID
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT BackoutStageFile ASSIGN TO "data/backout_stage.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BackoutReportFile
               ASSIGN TO "data/backout_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AlertPrefFile
               ASSIGN TO "data/alert_prefs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-Cust-ID
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT OPTIONAL AlertEventFile
               ASSIGN TO "data/alert_events.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NotificationFile
               ASSIGN TO "data/notifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AccountFile.
           05 Acc-ID           PIC X(10).
           05 Acc-Name         PIC X(20).
           05 Balance          PIC S9(12)V99.
           05 Acc-Type         PIC X.   *> "S" Savings, "C" Checking,
                                        *> "T" Term deposit
           05 Overdraft-Limit  PIC 9(12)V99.
           05 Acc-Cust-ID      PIC X(10).
           05 Acc-Status       PIC X.   *> "A" Active, "D" Dormant, "C" Closed
           05 Acc-Daily-Limit  PIC 9(12)V99.  *> 0 = no limit
           05 Acc-Max-Debits   PIC 9(3).      *> 0 = no limit
           05 Acc-Currency     PIC X(3).      *> ISO code, e.g. USD
           05 Acc-Protect-ID   PIC X(10).     *> Savings cover or spaces

       FD DepositFile.
       01 Deposit-Line     PIC X(80).
           05 Hist-Txn-Reversed       PIC X.
           05 Hist-Txn-Currency       PIC X(3).
           05 Hist-Txn-Rate           PIC 9(4)V9(6).
           05 Hist-Txn-Run-ID         PIC 9(8).

       FD StaticFile.
       01 Static-Record.
           05 Txn-Reversed     PIC X.                *> "Y" once reversed
           05 Txn-Currency     PIC X(3).             *> Account currency
           05 Txn-Rate         PIC 9(4)V9(6).        *> Cross rate or zero
           05 Txn-Run-ID       PIC 9(8).             *> Feed run or 0

       FD CustomerFile.
       01 Customer-Record.
           05 Op-ID            PIC X(8).
           05 Op-Name          PIC X(20).
           05 Op-Password      PIC X(10).
           05 Op-Authority     PIC X.   *> "T" teller, "S" supervisor,
                                        *> "C" compliance officer

       FD HoldFile.
       01 Hold-Record.
           05 SO-Status        PIC X.   *> "A" active, "C" cancelled,
                                        *> "S" suspended

       FD TermDepositFile.
       01 TD-Record.
           05 TD-Acc-ID        PIC X(10).
           05 TD-Principal     PIC 9(12)V99.
           05 TD-Rate          PIC 9V9(4).           *> Annual rate
           05 TD-Term-Months   PIC 9(3).
           05 TD-Open-Date     PIC X(10).            *> yyyy-mm-dd
           05 TD-Maturity-Date PIC X(10).            *> yyyy-mm-dd
           05 TD-Instruction   PIC X.   *> "R" roll over, "S" sweep
           05 TD-Payout-Acc    PIC X(10).            *> Sweep target
           05 TD-Status        PIC X.   *> "A" active, "B" broken,
                                        *> "M" matured, "P" paid out
           05 TD-Rollovers     PIC 9(3).

       FD TDWorkFile.
       01 TD-Work-Line     PIC X(10).

       FD TDReportFile.
       01 TD-Report-Line   PIC X(100).

       FD LoanFile.
       01 Loan-Record.
           05 Loan-ID            PIC 9(8).
           05 Loan-Cust-ID       PIC X(10).
           05 Loan-Account       PIC X(10).          *> Disburse/collect
           05 Loan-Principal     PIC 9(12)V99.
           05 Loan-Rate          PIC 9V9(4).         *> Annual
           05 Loan-Term          PIC 9(3).           *> Months
           05 Loan-Repay-Day     PIC 9(2).           *> 1-28
           05 Loan-Instalment    PIC 9(12)V99.
           05 Loan-Outstanding   PIC 9(12)V99.       *> Principal
           05 Loan-Int-Paid      PIC 9(12)V99.
           05 Loan-Booked-Date   PIC X(10).          *> yyyy-mm-dd
           05 Loan-Next-Due      PIC X(10).          *> Oldest unpaid
           05 Loan-Paid-Count    PIC 9(3).
           05 Loan-Arrears-Amt   PIC 9(12)V99.
           05 Loan-Days-Past-Due PIC 9(5).
           05 Loan-Status        PIC X.   *> "A" active, "R" arrears,
                                          *> "P" paid off, "X" not
                                          *> disbursed
           05 Loan-Booked-By     PIC X(8).

       FD LoanScheduleFile.
       01 LS-Record.
           05 LS-Key.
               10 LS-Loan-ID     PIC 9(8).
               10 LS-Inst-No     PIC 9(3).
           05 LS-Due-Date        PIC X(10).          *> yyyy-mm-dd
           05 LS-Opening         PIC 9(12)V99.
           05 LS-Instalment      PIC 9(12)V99.
           05 LS-Interest        PIC 9(12)V99.
           05 LS-Principal       PIC 9(12)V99.
           05 LS-Closing         PIC 9(12)V99.
           05 LS-Int-Paid        PIC 9(12)V99.
           05 LS-Prin-Paid       PIC 9(12)V99.
           05 LS-Status          PIC X.   *> "S" scheduled, "A" arrears,
                                          *> "P" paid
           05 LS-Paid-Date       PIC X(10).

       FD LoanReportFile.
       01 Loan-Report-Line PIC X(132).

       FD ComplianceCaseFile.
       01 Case-Record.
           05 Case-ID            PIC 9(8).
           05 Case-Date          PIC X(10).          *> Business date
           05 Case-Cust-ID       PIC X(10).
           05 Case-Rule          PIC X(10).   *> LARGECASH, STRUCTURE,
                                              *> RAPIDMOVE
           05 Case-Account       PIC X(10).
           05 Case-Txn-ID        PIC 9(8).           *> 0 = many
           05 Case-Amount        PIC 9(12)V99.
           05 Case-Count         PIC 9(5).
           05 Case-Status        PIC X.   *> "O" open, "D" dispositioned
           05 Case-Disposition   PIC X(10).   *> FILED or NOACTION
           05 Case-Officer       PIC X(8).
           05 Case-Disp-Date     PIC X(10).
           05 Case-Note          PIC X(40).

       FD CmpWorkFile.
       01 Cmp-Work-Record.
           05 CW-Cust-ID         PIC X(10).
           05 CW-Last-Acct       PIC X(10).
           05 CW-Near-Count      PIC 9(5).
           05 CW-Near-Today      PIC 9(5).
           05 CW-Near-Amt        PIC 9(14)V99.
           05 CW-In-Amt          PIC 9(14)V99.
           05 CW-Out-Amt         PIC 9(14)V99.

       FD CmpXferFile.
       01 Cmp-Xfer-Record.
           05 CX-Ref             PIC 9(8).
           05 CX-From-Cust       PIC X(10).
           05 CX-From-Acct       PIC X(10).
           05 CX-To-Cust         PIC X(10).
           05 CX-Amount          PIC 9(14)V99.

       FD ComplianceReportFile.
       01 Compliance-Report-Line PIC X(132).

       FD TaxWorkFile.
       01 Tax-Work-Record.
           05 TW-Key.
               10 TW-Cust-ID     PIC X(10).
               10 TW-Acc-ID      PIC X(10).
           05 TW-Currency        PIC X(3).
           05 TW-Gross           PIC 9(12)V99.       *> Account ccy
           05 TW-Reversed        PIC 9(12)V99.       *> Account ccy

       FD TaxStatementFile.
       01 Tax-Statement-Line PIC X(100).

       FD TaxSubmitFile.
       01 Tax-Sub-Header.
           05 TSH-Rec-Type      PIC X.               *> "H"
           05 TSH-Tax-Year      PIC 9(4).
           05 TSH-Branch        PIC X(10).
           05 TSH-Created       PIC X(10).
           05 TSH-Currency      PIC X(3).
           05 FILLER            PIC X(92).
       01 Tax-Sub-Detail.
           05 TSD-Rec-Type      PIC X.               *> "D"
           05 TSD-Cust-ID       PIC X(10).
           05 TSD-Name          PIC X(20).
           05 TSD-Address       PIC X(40).
           05 TSD-Interest      PIC 9(12)V99.
           05 TSD-Accounts      PIC 9(3).
           05 FILLER            PIC X(32).
       01 Tax-Sub-Trailer.
           05 TST-Rec-Type      PIC X.               *> "T"
           05 TST-Count         PIC 9(8).
           05 TST-Total         PIC 9(14)V99.
           05 FILLER            PIC X(95).

       FD MaintAuditFile.
       01 Maint-Audit-Record.
           05 MA-Timestamp      PIC X(19).
           05 FILLER            PIC X.
           05 MA-Bus-Date       PIC X(10).
           05 FILLER            PIC X.
           05 MA-Operator       PIC X(8).
           05 FILLER            PIC X.
           05 MA-File           PIC X(10).
           05 FILLER            PIC X.
           05 MA-Key            PIC X(20).
           05 FILLER            PIC X.
           05 MA-Account        PIC X(10).           *> Spaces if none
           05 FILLER            PIC X.
           05 MA-Field          PIC X(16).
           05 FILLER            PIC X.
           05 MA-Before         PIC X(30).
           05 FILLER            PIC X.
           05 MA-After          PIC X(30).

       FD MaintAuditReportFile.
       01 Maint-Audit-Report-Line PIC X(170).

       FD ChartOfAccountsFile.
       01 COA-Record.
           05 COA-Key.
               10 COA-Txn-Type  PIC X(10).
               10 COA-DrCr      PIC X.               *> Customer side
           05 COA-Debit-GL      PIC X(6).
           05 COA-Credit-GL     PIC X(6).
           05 COA-Desc          PIC X(30).

       FD GLStageFile.
       01 GL-Stage-Line        PIC X(150).

       FD GLWorkFile.
       01 GL-Work-Record.
           05 GW-GL-Code        PIC X(6).
           05 GW-Debits         PIC 9(16)V99.
           05 GW-Credits        PIC 9(16)V99.
           05 GW-Count          PIC 9(8).

       FD GLJournalFile.
       01 GL-Jnl-Header.
           05 GJH-Rec-Type      PIC X.               *> "H"
           05 GJH-Bus-Date      PIC X(10).
           05 GJH-Created       PIC X(19).
           05 GJH-Currency      PIC X(3).
           05 FILLER            PIC X(67).
       01 GL-Jnl-Detail.
           05 GJD-Rec-Type      PIC X.               *> "D"
           05 GJD-Bus-Date      PIC X(10).
           05 GJD-Txn-ID        PIC 9(8).
           05 GJD-GL-Account    PIC X(6).
           05 GJD-DrCr          PIC X.
           05 GJD-Amount        PIC 9(14)V99.        *> Base currency
           05 GJD-Txn-Type      PIC X(10).
           05 GJD-Cust-Account  PIC X(10).
           05 GJD-Currency      PIC X(3).
           05 GJD-Orig-Amount   PIC 9(12)V99.
           05 FILLER            PIC X(21).
       01 GL-Jnl-Trailer.
           05 GJT-Rec-Type      PIC X.               *> "T"
           05 GJT-Entries       PIC 9(8).
           05 GJT-Debits        PIC 9(16)V99.
           05 GJT-Credits       PIC 9(16)V99.
           05 FILLER            PIC X(55).

       FD GLTrialBalanceFile.
       01 GL-TB-Line           PIC X(100).

       FD ODAgingReportFile.
       01 OD-Aging-Line        PIC X(132).

       FD ODLimitWorkFile.
       01 OD-Limit-Work-Line   PIC X(132).

       FD CollectionsReferralFile.
       01 Coll-Referral-Record.
           05 CR-Bus-Date       PIC X(10).
           05 CR-Acc-ID         PIC X(10).
           05 CR-Cust-ID        PIC X(10).
           05 CR-Name           PIC X(20).
           05 CR-Phone          PIC X(15).
           05 CR-Address        PIC X(40).
           05 CR-Currency       PIC X(3).
           05 CR-Overdrawn      PIC 9(12)V99.        *> Below zero
           05 CR-OD-Limit       PIC 9(12)V99.        *> Before freeze
           05 CR-Since          PIC X(10).
           05 CR-Days           PIC 9(5).
           05 CR-Frozen         PIC X.               *> "Y" limit now 0

       FD BatchRunFile.
       01 Batch-Run-Record.
           05 BR-Run-ID         PIC 9(8).
           05 BR-Job            PIC X(12).
           05 BR-Bus-Date       PIC X(10).
           05 BR-Started        PIC X(19).
           05 BR-Ended          PIC X(19).
           05 BR-Operator       PIC X(8).
           05 BR-Items          PIC 9(8).            *> Items posted
           05 BR-Legs           PIC 9(8).            *> Txn-Records
           05 BR-Credits        PIC 9(14)V99.
           05 BR-Debits         PIC 9(14)V99.
           05 BR-Status         PIC X.               *> "O" open,
                                                     *> "P" posted,
                                                     *> "B" backed out
           05 BR-Backout-At     PIC X(19).
           05 BR-Backout-By     PIC X(8).

       FD BackoutStageFile.
       01 Backout-Stage-Line   PIC X(150).

       FD BackoutReportFile.
       01 Backout-Report-Line  PIC X(132).

       FD AlertPrefFile.
       01 Alert-Pref-Record.
           05 AP-Cust-ID        PIC X(10).
           05 AP-Low-Balance    PIC 9(12)V99.        *> 0 = no alert
           05 AP-Large-Debit    PIC 9(12)V99.        *> 0 = no alert
           05 AP-Events         PIC X.               *> "Y" event alerts
           05 AP-Updated        PIC X(10).

       FD AlertEventFile.
       01 Alert-Event-Record.
           05 AE-Bus-Date       PIC X(10).
           05 FILLER            PIC X.
           05 AE-Timestamp      PIC X(19).
           05 FILLER            PIC X.
           05 AE-Event          PIC X(10).
           05 FILLER            PIC X.
           05 AE-Account        PIC X(10).
           05 FILLER            PIC X.
           05 AE-Amount         PIC 9(12)V99.
           05 FILLER            PIC X.
           05 AE-Text           PIC X(40).

       FD NotificationFile.
       01 Notification-Line    PIC X(200).


       WORKING-STORAGE SECTION.
       01 WS-CHOICE         PIC 99.
       01 WS-TJ-REV-COUNT    PIC 9(6) VALUE 0.
       01 WS-TJ-REV-AMT      PIC 9(14)V99 VALUE 0.
       01 WS-TJ-AMT-TEXT     PIC Z(13)9.99.
       01 WS-TJ-SWEEP-COUNT  PIC 9(6) VALUE 0.
       01 WS-TJ-SWEEP-AMT    PIC 9(14)V99 VALUE 0.

       01 WS-ICHOUT-DATE     PIC X(10).
       01 WS-ICHOUT-BRANCH   PIC X(10).
       01 WS-INT-COUNT       PIC 9(6) VALUE 0.
       01 WS-GL-COUNT        PIC 9(6) VALUE 0.

       01 WS-RUN-FILE-STATUS PIC XX.
       01 WS-RUN-ID          PIC 9(8) VALUE 0.
       01 WS-RUN-JOB         PIC X(12).
       01 WS-RUN-STARTED     PIC X(19).
       01 WS-RUN-ITEMS       PIC 9(8).
       01 WS-RUN-LEGS        PIC 9(8).
       01 WS-RUN-CR          PIC 9(14)V99.
       01 WS-RUN-DR          PIC 9(14)V99.
       01 WS-RUN-AMT-TEXT    PIC Z(13)9.99.
       01 WS-RUN-AMT-TEXT2   PIC Z(13)9.99.

       01 WS-BO-RUN-ID       PIC 9(8).
       01 WS-BO-OK           PIC X.
       01 WS-BO-JOB          PIC X(12).
       01 WS-BO-BUS-DATE     PIC X(10).
       01 WS-BO-STATUS       PIC X.
       01 WS-BO-TXN-ID       PIC 9(8).
       01 WS-BO-ACCT         PIC X(10).
       01 WS-BO-TYPE         PIC X(10).
       01 WS-BO-DRCR         PIC X.
       01 WS-BO-AMT          PIC 9(12)V99.
       01 WS-BO-REVERSED     PIC X.
       01 WS-BO-POSTED       PIC X.
       01 WS-BO-RESULT       PIC X(60).
       01 WS-BO-HOLDS        PIC 9(6).
       01 WS-BO-AGREE        PIC X.
       01 WS-BO-IDX          PIC 9.
       01 WS-BO-TOT-NAMES-DATA.
           05 FILLER         PIC X(18) VALUE "Original run".
           05 FILLER         PIC X(18) VALUE "Found on file".
           05 FILLER         PIC X(18) VALUE "Backed out".
           05 FILLER         PIC X(18) VALUE "Already reversed".
           05 FILLER         PIC X(18) VALUE "Failed".
       01 WS-BO-TOT-NAMES REDEFINES WS-BO-TOT-NAMES-DATA.
           05 BO-TOT-NAME    PIC X(18) OCCURS 5 TIMES.
       01 WS-BO-TOT-TABLE.
           05 BO-TOT-ENTRY OCCURS 5 TIMES.
               10 BO-TOT-LEGS    PIC 9(8).
               10 BO-TOT-CR      PIC 9(14)V99.
               10 BO-TOT-DR      PIC 9(14)V99.
       01 WS-BO-AMT-TEXT     PIC Z(11)9.99.

       01 WS-ALERT-FILE-STATUS PIC XX.
       01 WS-ALR-OK          PIC X.
       01 WS-ALR-DATE        PIC X(10).
       01 WS-ALR-BRANCH      PIC X(10).
       01 WS-ALR-EVENT       PIC X(10).
       01 WS-ALR-CUST        PIC X(10).
       01 WS-ALR-ACCT        PIC X(10).
       01 WS-ALR-AMOUNT      PIC S9(12)V99.
       01 WS-ALR-TEXT        PIC X(40).
       01 WS-ALR-PREF-FOUND  PIC X.
       01 WS-ALR-LOW-SENT    PIC X.
       01 WS-ALR-BAL-BEFORE  PIC S9(12)V99.
       01 WS-ALR-COUNT       PIC 9(8) VALUE 0.
       01 WS-ALR-NO-PHONE    PIC 9(8).
       01 WS-ALR-RECORDS     PIC 9(8).
       01 WS-ALR-AMT-TEXT    PIC +9(12).99.
       01 WS-ALR-AMT-IN      PIC 9(12)V99.
       01 WS-ALR-EVENTS-IN   PIC X.
       01 WS-ALR-OLD-LOW     PIC 9(12)V99.
       01 WS-ALR-OLD-LARGE   PIC 9(12)V99.
       01 WS-ALR-OLD-EVENTS  PIC X.
       01 WS-ALR-SHOW-TEXT   PIC Z(11)9.99.

       01 WS-REV-TXN-ID      PIC 9(8).
       01 WS-REV-ACCT        PIC X(10).
       01 WS-REV-AMT         PIC 9(12)V99.
       01 WS-FEE-SAVE-REF    PIC 9(8).
       01 WS-FEE-SAVE-RATE   PIC 9(4)V9(6).

       01 WS-SWEEP-DONE      PIC X VALUE 'N'.
       01 WS-SWEEP-AMT       PIC 9(12)V99.
       01 WS-SWEEP-FROM-ID   PIC X(10).
       01 WS-SWEEP-TO-ID     PIC X(10).
       01 WS-SWEEP-CUST      PIC X(10).
       01 WS-SWEEP-CCY       PIC X(3).
       01 WS-SWEEP-REASON    PIC X(20).
       01 WS-SWEEP-SAVE-MODE PIC X.
       01 WS-SWEEP-SAVE-ID   PIC X(10).
       01 WS-SWEEP-SAVE-AMT  PIC 9(12)V99.
       01 WS-SWEEP-SAVE-TYPE PIC X(10).
       01 WS-SWEEP-SAVE-DRCR PIC X.
       01 WS-SWEEP-SAVE-REF  PIC 9(8).
       01 WS-SWEEP-SAVE-RATE PIC 9(4)V9(6).
       01 WS-SWEEP-SAVE-XREF PIC 9(8).
       01 WS-SWEEP-AMT-TEXT  PIC Z(11)9.99.
       01 WS-ODP-ACCT        PIC X(10).
       01 WS-ODP-PROTECT     PIC X(10).
       01 WS-ODP-OLD         PIC X(10).
       01 WS-ODP-CUST        PIC X(10).
       01 WS-ODP-CCY         PIC X(3).
       01 WS-ODP-OK          PIC X.

       01 WS-ODA-FREEZE      PIC X VALUE 'N'.
       01 WS-ODA-ACCT        PIC X(10).
       01 WS-ODA-SINCE       PIC X(10).
       01 WS-ODA-DAYS        PIC 9(5).
       01 WS-ODA-BKT         PIC 9.
       01 WS-ODA-OVERDRAWN   PIC 9(12)V99.
       01 WS-ODA-OVER-AMT    PIC 9(12)V99.
       01 WS-ODA-OLD-LIMIT   PIC 9(12)V99.
       01 WS-ODA-FROZEN-FLAG PIC X.
       01 WS-ODA-NAME        PIC X(20).
       01 WS-ODA-PHONE       PIC X(15).
       01 WS-ODA-ADDRESS     PIC X(40).
       01 WS-ODA-TXN-DATE    PIC X(10).
       01 WS-ODA-BAL-AFTER   PIC S9(12)V99.
       01 WS-ODA-COUNT       PIC 9(6) VALUE 0.
       01 WS-ODA-TOTAL       PIC 9(14)V99.
       01 WS-ODA-OVER-COUNT  PIC 9(6).
       01 WS-ODA-REFERRED    PIC 9(6).
       01 WS-ODA-FROZEN      PIC 9(6).
       01 WS-ODA-BKT-NAMES-DATA.
           05 FILLER         PIC X(8) VALUE "1-30".
           05 FILLER         PIC X(8) VALUE "31-60".
           05 FILLER         PIC X(8) VALUE "61-90".
           05 FILLER         PIC X(8) VALUE "90+".
       01 WS-ODA-BKT-NAMES REDEFINES WS-ODA-BKT-NAMES-DATA.
           05 ODA-BKT-NAME   PIC X(8) OCCURS 4 TIMES.
       01 WS-ODA-BKT-TABLE.
           05 ODA-BKT-ENTRY OCCURS 4 TIMES.
               10 ODA-BKT-COUNT  PIC 9(6).
               10 ODA-BKT-AMT    PIC 9(14)V99.
       01 WS-ODA-AMT-TEXT    PIC Z(11)9.99.
       01 WS-ODA-AMT-TEXT2   PIC Z(11)9.99.
       01 WS-ODA-TOT-TEXT    PIC Z(13)9.99.
       01 WS-ODA-DAYS-TEXT   PIC Z(4)9.

       01 WS-TD-FILE-STATUS  PIC XX.
       01 WS-TD-CHOICE       PIC 9.
       01 WS-TD-ACCT         PIC X(10).
       01 WS-TD-CUST         PIC X(10).
       01 WS-TD-TERM         PIC 9(3).
       01 WS-TD-RATE         PIC 9V9(4).
       01 WS-TD-RATE-TEXT    PIC 9.9(4).
       01 WS-TD-INSTR        PIC X.
       01 WS-TD-PAYOUT       PIC X(10).
       01 WS-TD-PAYOUT-OK    PIC X.
       01 WS-TD-START-DATE   PIC X(10).
       01 WS-TD-MATURITY     PIC X(10).
       01 WS-TD-TOTMONTHS    PIC 9(7).
       01 WS-TD-STATUS       PIC X.
       01 WS-TD-LOCKED       PIC X VALUE 'N'.
       01 WS-TD-BREAK-OK     PIC X.
       01 WS-TD-ANSWER       PIC X.
       01 WS-TD-ACCT-SAVE    PIC X(150).
       01 WS-TD-INTEREST     PIC 9(12)V99.
       01 WS-TD-BALANCE      PIC S9(12)V99.
       01 WS-TD-INT-TOTAL    PIC 9(14)V99 VALUE 0.
       01 WS-TD-MATURED      PIC 9(6) VALUE 0.
       01 WS-TD-ROLLED       PIC 9(6) VALUE 0.
       01 WS-TD-PAID-OUT     PIC 9(6) VALUE 0.
       01 WS-TD-HELD         PIC 9(6) VALUE 0.
       01 WS-TD-WORK-EOF     PIC X.
       01 WS-TD-ACTION       PIC X(40).
       01 WS-TD-AMT-TEXT     PIC Z(13)9.99.

       01 WS-LOAN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS  PIC XX.
       01 WS-LN-CHOICE       PIC 9.
       01 WS-LN-ID           PIC 9(8).
       01 WS-LN-ACCT         PIC X(10).
       01 WS-LN-ACCT-OK      PIC X.
       01 WS-LN-PRINCIPAL    PIC 9(12)V99.
       01 WS-LN-RATE         PIC 9V9(4).
       01 WS-LN-TERM         PIC 9(3).
       01 WS-LN-REPAY-DAY    PIC 9(2).
       01 WS-LN-MRATE        PIC 9V9(10).
       01 WS-LN-POW          PIC 9(5)V9(10).
       01 WS-LN-INSTAL       PIC 9(12)V99.
       01 WS-LN-BAL          PIC 9(12)V99.
       01 WS-LN-INST         PIC 9(3).
       01 WS-LN-ANSWER       PIC X.
       01 WS-LN-AVAIL        PIC S9(12)V99.
       01 WS-LN-INT-DUE      PIC 9(12)V99.
       01 WS-LN-PRIN-DUE     PIC 9(12)V99.
       01 WS-LN-LEG-AMT      PIC 9(12)V99.
       01 WS-LN-LEG-TYPE     PIC X(10).
       01 WS-LN-INT-NOW      PIC 9(12)V99.
       01 WS-LN-PRIN-NOW     PIC 9(12)V99.
       01 WS-LN-ARREARS      PIC 9(12)V99.
       01 WS-LN-OLDEST       PIC X(10).
       01 WS-LN-NEXT-DUE     PIC X(10).
       01 WS-LN-LOANS        PIC 9(6) VALUE 0.
       01 WS-LN-IN-ARREARS   PIC 9(6) VALUE 0.
       01 WS-LN-PAID-OFF     PIC 9(6) VALUE 0.
       01 WS-LN-INT-TOTAL    PIC 9(14)V99 VALUE 0.
       01 WS-LN-PRIN-TOTAL   PIC 9(14)V99 VALUE 0.
       01 WS-LN-CUST-CNT     PIC 9(4).
       01 WS-LN-RPT-COUNT    PIC 9(6) VALUE 0.
       01 WS-LN-RPT-OUT      PIC 9(14)V99.
       01 WS-LN-RPT-ARR      PIC 9(14)V99.
       01 WS-LN-BKT          PIC 9.
       01 WS-LN-BKT-NAMES-DATA.
           05 FILLER         PIC X(8) VALUE "Current".
           05 FILLER         PIC X(8) VALUE "1-30".
           05 FILLER         PIC X(8) VALUE "31-60".
           05 FILLER         PIC X(8) VALUE "61-90".
           05 FILLER         PIC X(8) VALUE "90+".
       01 WS-LN-BKT-NAMES REDEFINES WS-LN-BKT-NAMES-DATA.
           05 LN-BKT-NAME    PIC X(8) OCCURS 5 TIMES.
       01 WS-LN-BKT-TABLE.
           05 LN-BKT-ENTRY OCCURS 5 TIMES.
               10 LN-BKT-COUNT   PIC 9(6).
               10 LN-BKT-OUT     PIC 9(14)V99.
               10 LN-BKT-ARR     PIC 9(14)V99.
       01 WS-LN-AMT-TEXT     PIC Z(11)9.99.
       01 WS-LN-AMT-TEXT2    PIC Z(11)9.99.
       01 WS-LN-RATE-TEXT    PIC 9.9(4).

       01 WS-CASE-FILE-STATUS PIC XX.
       01 WS-CMP-CHOICE      PIC 9.
       01 WS-CMP-OK          PIC X.
       01 WS-CMP-LIMIT       PIC 9(12)V99.
       01 WS-CMP-NEAR-PCT    PIC 9(3).
       01 WS-CMP-NEAR-FLOOR  PIC 9(12)V99.
       01 WS-CMP-NEAR-COUNT  PIC 9(5).
       01 WS-CMP-WINDOW      PIC 9(3).
       01 WS-CMP-RAPID-PCT   PIC 9(3).
       01 WS-CMP-RAPID-MIN   PIC 9(12)V99.
       01 WS-CMP-IS-CASH     PIC X.
       01 WS-CMP-NEW-WORK    PIC X.
       01 WS-CMP-NEW-XFER    PIC X.
       01 WS-CMP-RULE        PIC X(10).
       01 WS-CMP-CUST        PIC X(10).
       01 WS-CMP-ACCT        PIC X(10).
       01 WS-CMP-TXN         PIC 9(8).
       01 WS-CMP-AMT         PIC 9(14)V99.
       01 WS-CMP-COUNT       PIC 9(5).
       01 WS-CMP-CASE-ID     PIC 9(8).
       01 WS-CMP-LARGE       PIC 9(6) VALUE 0.
       01 WS-CMP-STRUCT      PIC 9(6) VALUE 0.
       01 WS-CMP-RAPID       PIC 9(6) VALUE 0.
       01 WS-CMP-CASES       PIC 9(6) VALUE 0.
       01 WS-CMP-OPEN-CNT    PIC 9(6).
       01 WS-CMP-DISP        PIC X(10).
       01 WS-CMP-NOTE        PIC X(40).
       01 WS-CMP-AMT-TEXT    PIC Z(13)9.99.

       01 WS-TAX-YEAR        PIC 9(4).
       01 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(4).
       01 WS-TAX-OK          PIC X.
       01 WS-TAX-BRANCH      PIC X(10).
       01 WS-TAX-E-ACCT      PIC X(10).
       01 WS-TAX-E-AMT       PIC 9(12)V99.
       01 WS-TAX-E-CCY       PIC X(3).
       01 WS-TAX-E-REV       PIC X.
       01 WS-TAX-CUST        PIC X(10).
       01 WS-TAX-ACCTS       PIC 9(3).
       01 WS-TAX-NET         PIC S9(12)V99.
       01 WS-TAX-NET-BASE    PIC S9(14)V99.
       01 WS-TAX-CUST-BASE   PIC S9(14)V99.
       01 WS-TAX-CUSTOMERS   PIC 9(8) VALUE 0.
       01 WS-TAX-TOTAL       PIC 9(14)V99 VALUE 0.
       01 WS-TAX-AMT-TEXT    PIC Z(11)9.99.
       01 WS-TAX-AMT-TEXT2   PIC Z(11)9.99.
       01 WS-TAX-AMT-TEXT3   PIC -(12)9.99.

       01 WS-AUD-FILE        PIC X(10).
       01 WS-AUD-KEY         PIC X(20).
       01 WS-AUD-ACCT        PIC X(10).
       01 WS-AUD-FIELD       PIC X(16).
       01 WS-AUD-BEFORE      PIC X(30).
       01 WS-AUD-AFTER       PIC X(30).
       01 WS-AUD-AMT-BEFORE  PIC S9(12)V99.
       01 WS-AUD-AMT-AFTER   PIC S9(12)V99.
       01 WS-AUD-AMT-TEXT    PIC -(12)9.99.
       01 WS-AUD-RATE-TEXT   PIC Z(3)9.9(6).
       01 WS-AUD-OLD-SINGLE  PIC 9(12)V99.
       01 WS-AUD-OLD-DAILY   PIC 9(12)V99.
       01 WS-AUD-OLD-MAXDR   PIC 9(3).
       01 WS-AUD-OLD-FREQ    PIC X.
       01 WS-AUD-OLD-DUE     PIC X(10).
       01 WS-AUD-OLD-EXPIRY  PIC X(10).
       01 WS-AUD-OLD-STATUS  PIC X.
       01 WS-AUD-FROM        PIC X(10).
       01 WS-AUD-TO          PIC X(10).
       01 WS-AUD-SEL-OPER    PIC X(8).
       01 WS-AUD-SEL-ACCT    PIC X(10).
       01 WS-AUD-COUNT       PIC 9(8).

       01 WS-COA-FILE-STATUS PIC XX.
       01 WS-COA-CHOICE      PIC 9.
       01 WS-COA-IDX         PIC 9(2).
       01 WS-COA-DEFAULTS-DATA.
           05 FILLER PIC X(23) VALUE "Deposit   C1000  2000  ".
           05 FILLER PIC X(23) VALUE "Withdraw  D2000  1000  ".
           05 FILLER PIC X(23) VALUE "Interest  C5000  2000  ".
           05 FILLER PIC X(23) VALUE "Fee-Maint D2000  4000  ".
           05 FILLER PIC X(23) VALUE "Fee-Dorm  D2000  4000  ".
           05 FILLER PIC X(23) VALUE "Fee-NSF   D2000  4000  ".
           05 FILLER PIC X(23) VALUE "Fee-TDBrk D2000  4000  ".
           05 FILLER PIC X(23) VALUE "ChqDepositC1100  2000  ".
           05 FILLER PIC X(23) VALUE "Transfer  D2000  1500  ".
           05 FILLER PIC X(23) VALUE "Transfer  C1500  2000  ".
           05 FILLER PIC X(23) VALUE "TransferFXD2000  1510  ".
           05 FILLER PIC X(23) VALUE "TransferFXC1510  2000  ".
           05 FILLER PIC X(23) VALUE "IchDepositC1150  2000  ".
           05 FILLER PIC X(23) VALUE "IchWithdrwD2000  1150  ".
           05 FILLER PIC X(23) VALUE "Closure   D2000  2100  ".
           05 FILLER PIC X(23) VALUE "LoanDisb  C1200  2000  ".
           05 FILLER PIC X(23) VALUE "LoanInt   D2000  4100  ".
           05 FILLER PIC X(23) VALUE "LoanPrin  D2000  1200  ".
           05 FILLER PIC X(23) VALUE "ODSweep   D2000  1500  ".
           05 FILLER PIC X(23) VALUE "ODSweep   C1500  2000  ".
           05 FILLER PIC X(23) VALUE "Fee-Sweep D2000  4000  ".
       01 WS-COA-DEFAULTS REDEFINES WS-COA-DEFAULTS-DATA.
           05 COA-DEF-ENTRY OCCURS 21 TIMES.
               10 COA-DEF-TYPE   PIC X(10).
               10 COA-DEF-DRCR   PIC X.
               10 COA-DEF-DEBIT  PIC X(6).
               10 COA-DEF-CREDIT PIC X(6).
       01 WS-COA-DEF-COUNT   PIC 9(2) VALUE 21.
       01 WS-COA-NEW-TYPE    PIC X(10).
       01 WS-COA-NEW-DRCR    PIC X.
       01 WS-COA-NEW-DEBIT   PIC X(6).
       01 WS-COA-NEW-CREDIT  PIC X(6).
       01 WS-COA-NEW-DESC    PIC X(30).
       01 WS-GL-NAMES-DATA.
           05 FILLER PIC X(36) VALUE "1000  Cash".
           05 FILLER PIC X(36) VALUE "1100  Cheques in clearing".
           05 FILLER PIC X(36) VALUE "1150  Interchange settlement".
           05 FILLER PIC X(36) VALUE "1200  Loans receivable".
           05 FILLER PIC X(36) VALUE "1500  Transfer clearing".
           05 FILLER PIC X(36) VALUE "1510  FX transfer clearing".
           05 FILLER PIC X(36) VALUE "1999  Suspense".
           05 FILLER PIC X(36) VALUE "2000  Customer deposits".
           05 FILLER PIC X(36) VALUE "2100  Closed account payables".
           05 FILLER PIC X(36) VALUE "4000  Fee income".
           05 FILLER PIC X(36) VALUE "4100  Loan interest income".
           05 FILLER PIC X(36) VALUE "5000  Interest expense".
       01 WS-GL-NAMES REDEFINES WS-GL-NAMES-DATA.
           05 GL-NM-ENTRY OCCURS 12 TIMES.
               10 GL-NM-CODE     PIC X(6).
               10 GL-NM-TEXT     PIC X(30).
       01 WS-GL-NM-COUNT     PIC 9(2) VALUE 12.
       01 WS-GL-IDX          PIC 9(2).
       01 WS-GL-NAME         PIC X(30).
       01 WS-GL-SUSPENSE     PIC X(6) VALUE "1999".
       01 WS-GL-DEPOSITS     PIC X(6) VALUE "2000".
       01 WS-GL-E-ID         PIC 9(8).
       01 WS-GL-E-TYPE       PIC X(10).
       01 WS-GL-E-ACCT       PIC X(10).
       01 WS-GL-E-AMT        PIC 9(12)V99.
       01 WS-GL-E-CCY        PIC X(3).
       01 WS-GL-E-DRCR       PIC X.
       01 WS-GL-E-REF        PIC 9(8).
       01 WS-GL-E-RATE       PIC 9(4)V9(6).
       01 WS-GL-LK-TYPE      PIC X(10).
       01 WS-GL-LK-DRCR      PIC X.
       01 WS-GL-SWAP         PIC X.
       01 WS-GL-MAPPED       PIC X.
       01 WS-GL-DEBIT        PIC X(6).
       01 WS-GL-CREDIT       PIC X(6).
       01 WS-GL-HOLD-CODE    PIC X(6).
       01 WS-GL-LEG-GL       PIC X(6).
       01 WS-GL-LEG-DRCR     PIC X.
       01 WS-GL-BASE-AMT     PIC 9(14)V99.
       01 WS-GL-ENTRIES      PIC 9(8) VALUE 0.
       01 WS-GL-SUSP-COUNT   PIC 9(8).
       01 WS-GL-TOT-DR       PIC 9(16)V99.
       01 WS-GL-TOT-CR       PIC 9(16)V99.
       01 WS-GL-TB-DR        PIC 9(16)V99.
       01 WS-GL-TB-CR        PIC 9(16)V99.
       01 WS-GL-TB-NET       PIC S9(16)V99.
       01 WS-GL-BALANCED     PIC X VALUE 'N'.
       01 WS-GL-AMT-TEXT     PIC Z(15)9.99.
       01 WS-GL-AMT-TEXT2    PIC Z(15)9.99.
       01 WS-GL-AMT-TEXT3    PIC -(16)9.99.

       01 WS-DIFF-FROM       PIC X(10).
       01 WS-DIFF-TO         PIC X(10).
       01 WS-DIFF-START      PIC 9(7).
       01 WS-DIFF-DAYS       PIC S9(7).

       01 WS-BUS-DATE        PIC X(10) VALUE SPACES.
       01 WS-EOD-OK          PIC X.
       01 WS-EOD-PREV-DATE   PIC X(10).
             WHEN "GLEXTRACT"
               PERFORM GL-EXTRACT-FEED
               MOVE WS-GL-COUNT TO WS-JOB-COUNT
             WHEN "GLJOURNAL"
               PERFORM GL-JOURNAL-RUN
               MOVE WS-GL-ENTRIES TO WS-JOB-COUNT
               IF WS-GL-BALANCED = 'N'
                   MOVE "FAIL" TO WS-JOB-STATUS
               END-IF
             WHEN "ARCHIVE"
               IF WS-JOB-PARM = SPACES
                   MOVE "FAIL" TO WS-JOB-STATUS
               IF WS-EOD-OK = 'N'
                   MOVE "FAIL" TO WS-JOB-STATUS
               END-IF
             WHEN "TDMATURE"
               PERFORM PROCESS-TD-MATURITIES
               MOVE WS-TD-MATURED TO WS-JOB-COUNT
             WHEN "LOANREPAY"
               PERFORM PROCESS-LOAN-REPAYMENTS
               MOVE WS-LN-LOANS TO WS-JOB-COUNT
             WHEN "LOANRPT"
               PERFORM LOAN-PORTFOLIO-REPORT
               MOVE WS-LN-RPT-COUNT TO WS-JOB-COUNT
             WHEN "COMPLIANCE"
               PERFORM RUN-COMPLIANCE-MONITOR
               MOVE WS-CMP-CASES TO WS-JOB-COUNT
               IF WS-CMP-OK = 'N'
                   MOVE "FAIL" TO WS-JOB-STATUS
               END-IF
             WHEN "TAXYEAR"
               PERFORM TAX-YEAR-END
               MOVE WS-TAX-CUSTOMERS TO WS-JOB-COUNT
               IF WS-TAX-OK = 'N'
                   MOVE "FAIL" TO WS-JOB-STATUS
               END-IF
             WHEN "BACKOUT"
               IF WS-JOB-PARM = SPACES
                   MOVE "FAIL" TO WS-JOB-STATUS
                   DISPLAY "Missing backout run ID parameter."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-JOB-PARM) TO WS-BO-RUN-ID
                   PERFORM BACKOUT-BATCH-RUN
                   MOVE BO-TOT-LEGS(3) TO WS-JOB-COUNT
                   IF WS-BO-OK = 'N' OR WS-BO-AGREE = 'N'
                       MOVE "FAIL" TO WS-JOB-STATUS
                   END-IF
               END-IF
             WHEN "ALERTS"
               PERFORM GENERATE-ALERT-FILE
               MOVE WS-ALR-COUNT TO WS-JOB-COUNT
               IF WS-ALR-OK = 'N'
                   MOVE "FAIL" TO WS-JOB-STATUS
               END-IF
             WHEN "ODAGING"
               PERFORM OVERDRAWN-AGING-REPORT
               MOVE WS-ODA-COUNT TO WS-JOB-COUNT
             WHEN "DORMANCY"
               MOVE FUNCTION NUMVAL(WS-JOB-PARM) TO WS-DORM-MONTHS
               IF WS-DORM-MONTHS > 0
           DISPLAY "33. Withdrawal Limit Maintenance"
           DISPLAY "34. Cheque Processing"
           DISPLAY "35. Exchange Rate Maintenance"
           DISPLAY "36. Term Deposit Maintenance"
           DISPLAY "37. Loan Maintenance"
           DISPLAY "38. Compliance Monitoring"
           DISPLAY "39. Year-End Tax Statements"
           DISPLAY "40. Maintenance Audit Report"
           DISPLAY "41. Chart of Accounts / GL Journal"
           DISPLAY "42. Overdraft Protection Link"
           DISPLAY "43. Overdrawn Account Aging"
           DISPLAY "44. Batch Run Backout"
           DISPLAY "45. Customer Alert Preferences"
           DISPLAY "46. Exit"
           DISPLAY "Enter Choice: "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 36 PERFORM TERM-DEPOSIT-MAINT
             WHEN 37 PERFORM LOAN-MAINT
             WHEN 38
               IF WS-OP-AUTHORITY = "S" OR WS-OP-AUTHORITY = "C"
                   PERFORM COMPLIANCE-MAINT
               ELSE
                   DISPLAY "Compliance or supervisor authority "
                       "required."
               END-IF
             WHEN 39
               IF WS-OP-AUTHORITY = "S"
                   PERFORM TAX-YEAR-END
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 40
               IF WS-OP-AUTHORITY = "S"
                   PERFORM MAINT-AUDIT-REPORT
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 41
               IF WS-OP-AUTHORITY = "S"
                   PERFORM COA-MAINT
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 42 PERFORM OD-PROTECTION-MAINT
             WHEN 43
               IF WS-OP-AUTHORITY = "S"
                   PERFORM OVERDRAWN-AGING-REPORT
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 44
               IF WS-OP-AUTHORITY = "S"
                   DISPLAY "Enter Run ID to back out: "
                   ACCEPT WS-BO-RUN-ID
                   PERFORM BACKOUT-BATCH-RUN
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 45 PERFORM ALERT-PREF-MAINT
             WHEN 46
               DISPLAY "Goodbye!"
               STOP RUN
             WHEN OTHER
               MOVE Cust-Name TO Acc-Name
               MOVE WS-CUST-ID TO Acc-Cust-ID

               DISPLAY "Enter Account Type (S-Savings/C-Checking/"
                   "T-Term Deposit): "
               ACCEPT WS-ACC-TYPE
               MOVE FUNCTION UPPER-CASE(WS-ACC-TYPE) TO Acc-Type
               PERFORM UNTIL Acc-Type = "S" OR Acc-Type = "C"
                       OR Acc-Type = "T"
                   DISPLAY "Invalid account type. Enter S, C or T: "
                   ACCEPT WS-ACC-TYPE
                   MOVE FUNCTION UPPER-CASE(WS-ACC-TYPE) TO Acc-Type
               END-PERFORM
               END-IF

               PERFORM PROMPT-MIN-DEPOSIT
               IF Acc-Type = "T"
                   *> The payout account lookup reads AccountFile
                   *> into the record being built - keep it aside.
                   MOVE Account-Record TO WS-TD-ACCT-SAVE
                   MOVE Acc-ID TO WS-TD-ACCT
                   MOVE Acc-Cust-ID TO WS-TD-CUST
                   PERFORM PROMPT-TERM-DEPOSIT
                   MOVE WS-TD-ACCT-SAVE TO Account-Record
               END-IF
               MOVE WS-MIN-DEPOSIT TO Balance
               MOVE "A" TO Acc-Status
               MOVE 0 TO Acc-Max-Single
               MOVE 0 TO Acc-Daily-Limit
               MOVE 0 TO Acc-Max-Debits
               MOVE SPACES TO Acc-Protect-ID

               OPEN I-O AccountFile
               WRITE Account-Record
               DISPLAY "Account Created with ID: " Acc-ID
               CLOSE AccountFile
               MOVE "ACCOUNT" TO WS-AUD-FILE
               MOVE Acc-ID TO WS-AUD-KEY
               MOVE Acc-ID TO WS-AUD-ACCT
               MOVE "Record" TO WS-AUD-FIELD
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE SPACES TO WS-AUD-AFTER
               STRING "CREATED type " Acc-Type " " Acc-Currency
                   DELIMITED BY SIZE INTO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               MOVE "Overdraft-Limit" TO WS-AUD-FIELD
               MOVE 0 TO WS-AUD-AMT-BEFORE
               MOVE Overdraft-Limit TO WS-AUD-AMT-AFTER
               PERFORM WRITE-MAINT-AUDIT-AMT

               MOVE "D" TO WS-MODE
               MOVE Acc-ID TO WS-ID
               MOVE WS-MIN-DEPOSIT TO WS-AMOUNT
               PERFORM LOG-TRANSACTION
               IF Acc-Type = "T"
                   PERFORM WRITE-TERM-DEPOSIT
               END-IF
           END-IF.

       READ-CUSTOMER.
                   DISPLAY "Customer created with ID: " Cust-ID
                   MOVE 'Y' TO WS-FOUND
           END-WRITE
           CLOSE CustomerFile
           IF FOUND
               MOVE "CUSTOMER" TO WS-AUD-FILE
               MOVE Cust-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-ACCT
               MOVE "Record" TO WS-AUD-FIELD
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE "CREATED" TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

       ALLOCATE-CUST-ID.
           MOVE "LAST-CUST-ID" TO Static-Key
               END-IF
               MOVE WS-CUST-TOTAL TO WS-BAL-TEXT
               DISPLAY "Combined Balance: " WS-BAL-TEXT
               PERFORM SHOW-CUSTOMER-LOANS
               DISPLAY "=========================="
           END-IF.

       SHOW-CUSTOMER-LOANS.
           DISPLAY "Loans:"
           MOVE 0 TO WS-LN-CUST-CNT
           OPEN INPUT LoanFile
           MOVE WS-CUST-ID TO Loan-Cust-ID
           START LoanFile KEY IS EQUAL TO Loan-Cust-ID
               INVALID KEY MOVE "10" TO WS-LOAN-FILE-STATUS
               NOT INVALID KEY MOVE "00" TO WS-LOAN-FILE-STATUS
           END-START
           PERFORM UNTIL WS-LOAN-FILE-STATUS = "10"
               READ LoanFile NEXT RECORD INTO Loan-Record
                   AT END MOVE "10" TO WS-LOAN-FILE-STATUS
                   NOT AT END
                       IF Loan-Cust-ID NOT = WS-CUST-ID
                           MOVE "10" TO WS-LOAN-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-LN-CUST-CNT
                           MOVE Loan-Outstanding TO WS-LN-AMT-TEXT
                           DISPLAY "  Loan: " Loan-ID
                               " Account: " Loan-Account
                               " Outstanding: " WS-LN-AMT-TEXT
                               " Status: " Loan-Status
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile
           IF WS-LN-CUST-CNT = 0
               DISPLAY "  (no loans on file)"
           END-IF.

       ALLOCATE-ACCOUNT-ID.
           MOVE "LAST-ID" TO Static-Key
           OPEN I-O StaticFile
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Acc-Status NOT = "D" AND Acc-Status NOT = "C"
                               AND Acc-Type NOT = "T"
                           PERFORM CHECK-ACCOUNT-DORMANT
                       END-IF
               END-READ
           END-READ
           IF WS-DORM-LAST = SPACES
                   OR WS-DORM-LAST < WS-DORM-CUTOFF
               MOVE Acc-Status TO WS-AUD-BEFORE
               MOVE "D" TO Acc-Status
               REWRITE Account-Record
               MOVE Acc-ID TO WS-AUD-ACCT
               MOVE "D" TO WS-AUD-AFTER
               PERFORM AUDIT-ACC-STATUS
               MOVE "DORMANT" TO WS-ALR-EVENT
               MOVE Acc-ID TO WS-ALR-ACCT
               MOVE 0 TO WS-ALR-AMOUNT
               MOVE "Account set dormant" TO WS-ALR-TEXT
               PERFORM WRITE-ALERT-EVENT
               ADD 1 TO WS-DORM-COUNT
               MOVE SPACES TO Dormancy-Line
               STRING "Set dormant: " Acc-ID " " Acc-Name
                   IF Acc-Status = "D"
                       MOVE "A" TO Acc-Status
                       REWRITE Account-Record
                       MOVE Acc-ID TO WS-AUD-ACCT
                       MOVE "D" TO WS-AUD-BEFORE
                       MOVE "A" TO WS-AUD-AFTER
                       PERFORM AUDIT-ACC-STATUS
                       DISPLAY "Account reactivated."
                   ELSE
                       DISPLAY "Account is not dormant."
           MOVE 0 TO WS-ICH-POSTED
           MOVE 0 TO WS-ICH-REJECTED
           MOVE 0 TO WS-ICH-LINE-NUM
           MOVE "INTERCHANGE" TO WS-RUN-JOB
           PERFORM START-POSTING-RUN
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT InterchangeFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
           END-PERFORM
           CLOSE InterchangeFile
           DISPLAY "Interchange posted: " WS-ICH-POSTED
               " rejected: " WS-ICH-REJECTED
           MOVE WS-ICH-POSTED TO WS-RUN-ITEMS
           PERFORM END-POSTING-RUN.

       POST-INTERCHANGE-DETAIL.
           *> Strip the record-type prefix so rejected items carry
                   DISPLAY "Enter Password: " ACCEPT WS-SIGNON-PW
                   MOVE WS-SIGNON-PW TO Op-Password
                   DISPLAY "Enter Authority "
                       "(T-Teller/S-Supervisor/C-Compliance): "
                   ACCEPT WS-OP-NEW-AUTH
                   MOVE FUNCTION UPPER-CASE(WS-OP-NEW-AUTH)
                       TO WS-OP-NEW-AUTH
                   PERFORM UNTIL WS-OP-NEW-AUTH = "T"
                           OR WS-OP-NEW-AUTH = "S"
                           OR WS-OP-NEW-AUTH = "C"
                       DISPLAY "Invalid authority. Enter T, S or C: "
                       ACCEPT WS-OP-NEW-AUTH
                       MOVE FUNCTION UPPER-CASE(WS-OP-NEW-AUTH)
                           TO WS-OP-NEW-AUTH
                           DISPLAY "Failed to add operator."
                       NOT INVALID KEY
                           DISPLAY "Operator added: " Op-ID
                           MOVE "OPERATOR" TO WS-AUD-FILE
                           MOVE Op-ID TO WS-AUD-KEY
                           MOVE SPACES TO WS-AUD-ACCT
                           MOVE "Op-Authority" TO WS-AUD-FIELD
                           MOVE SPACES TO WS-AUD-BEFORE
                           MOVE Op-Authority TO WS-AUD-AFTER
                           PERFORM WRITE-MAINT-AUDIT
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Operator already exists."
                       DISPLAY "Failed to place hold."
                   NOT INVALID KEY
                       DISPLAY "Hold placed with ID: " Hold-ID
                       MOVE "HOLD" TO WS-AUD-FILE
                       MOVE Hold-ID TO WS-AUD-KEY
                       MOVE Hold-Account TO WS-AUD-ACCT
                       MOVE "Hold-Amount" TO WS-AUD-FIELD
                       MOVE 0 TO WS-AUD-AMT-BEFORE
                       MOVE Hold-Amount TO WS-AUD-AMT-AFTER
                       PERFORM WRITE-MAINT-AUDIT-AMT
               END-WRITE
               CLOSE HoldFile
           END-IF.
               INVALID KEY
                   DISPLAY "Hold not found."
               NOT INVALID KEY
                   MOVE Hold-Status TO WS-AUD-BEFORE
                   MOVE "R" TO Hold-Status
                   REWRITE Hold-Record
                   MOVE "HOLD" TO WS-AUD-FILE
                   MOVE Hold-ID TO WS-AUD-KEY
                   MOVE Hold-Account TO WS-AUD-ACCT
                   MOVE "Hold-Status" TO WS-AUD-FIELD
                   MOVE "R" TO WS-AUD-AFTER
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Hold released."
           END-READ
           CLOSE HoldFile.
           IF WS-RATE-CCY = SPACES OR WS-RATE-CCY = WS-BASE-CCY
               DISPLAY "Base currency rates at 1 - nothing to set."
           ELSE
               PERFORM GET-CCY-RATE
               MOVE SPACES TO WS-AUD-BEFORE
               IF WS-RATE-FOUND = 'Y'
                   MOVE WS-RATE-VALUE TO WS-AUD-RATE-TEXT
                   MOVE WS-AUD-RATE-TEXT TO WS-AUD-BEFORE
               END-IF
               MOVE 0 TO WS-RATE-VALUE
               PERFORM UNTIL WS-RATE-VALUE > 0
                   DISPLAY "Enter units of " WS-BASE-CCY
                       WRITE Rate-Record
               END-REWRITE
               CLOSE ExchangeRateFile
               MOVE "RATES" TO WS-AUD-FILE
               MOVE WS-RATE-CCY TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-ACCT
               MOVE "Rate-Value" TO WS-AUD-FIELD
               MOVE WS-RATE-VALUE TO WS-AUD-RATE-TEXT
               MOVE WS-AUD-RATE-TEXT TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "Rate for " WS-RATE-CCY " updated."
           END-IF.

       SET-CLEAR-DAYS.
           PERFORM GET-CLEAR-DAYS
           DISPLAY "Current clearing days: " WS-CHQ-CLEAR-DAYS
           MOVE WS-CHQ-CLEAR-DAYS TO WS-AUD-BEFORE
           MOVE 0 TO WS-CHQ-CLEAR-DAYS
           PERFORM UNTIL WS-CHQ-CLEAR-DAYS > 0
               DISPLAY "Enter clearing days (1-99): "
                   WRITE Static-Record
           END-REWRITE
           CLOSE StaticFile
           MOVE "STATIC" TO WS-AUD-FILE
           MOVE "CHEQUE-CLEAR-DAYS" TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-ACCT
           MOVE "Static-Value" TO WS-AUD-FIELD
           MOVE WS-CHQ-CLEAR-DAYS TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT
           DISPLAY "Clearing days updated.".

       COMPUTE-CHQ-EXPIRY.
               IF WS-UPDATE-OK = 'N' AND WS-CHQ-REL-HOLD-ID > 0
                   PERFORM REINSTATE-CHEQUE-HOLD
               END-IF
               IF WS-UPDATE-OK = 'Y'
                   MOVE "RETCHQ" TO WS-ALR-EVENT
                   MOVE WS-REV-ACCT TO WS-ALR-ACCT
                   MOVE WS-REV-AMT TO WS-ALR-AMOUNT
                   MOVE "Cheque returned unpaid" TO WS-ALR-TEXT
                   PERFORM WRITE-ALERT-EVENT
               END-IF
           END-IF.

       RELEASE-CHEQUE-HOLD.
                       NOT INVALID KEY
                           DISPLAY "Standing order added with ID: "
                               SO-ID
                           MOVE "STANDORD" TO WS-AUD-FILE
                           MOVE SO-ID TO WS-AUD-KEY
                           MOVE SO-Account TO WS-AUD-ACCT
                           MOVE "Record" TO WS-AUD-FIELD
                           MOVE SPACES TO WS-AUD-BEFORE
                           MOVE SO-Amount TO WS-AUD-AMT-TEXT
                           MOVE SPACES TO WS-AUD-AFTER
                           STRING "CREATED " SO-Type " "
                               SO-Frequency WS-AUD-AMT-TEXT
                               DELIMITED BY SIZE INTO WS-AUD-AFTER
                           PERFORM WRITE-MAINT-AUDIT
                   END-WRITE
                   CLOSE StandingOrderFile
               END-IF
                   DISPLAY "Standing order not found."
               NOT INVALID KEY
                   PERFORM DISPLAY-SO-DETAIL
                   MOVE SO-Amount TO WS-AUD-AMT-BEFORE
                   MOVE SO-Frequency TO WS-AUD-OLD-FREQ
                   MOVE SO-Next-Due TO WS-AUD-OLD-DUE
                   MOVE SO-Expiry TO WS-AUD-OLD-EXPIRY
                   MOVE SO-Status TO WS-AUD-OLD-STATUS
                   DISPLAY "Enter New Amount: " ACCEPT WS-AMOUNT
                   MOVE WS-AMOUNT TO SO-Amount
                   PERFORM PROMPT-SO-FREQUENCY
                       DISPLAY "Suspended order reactivated."
                   END-IF
                   REWRITE SO-Record
                   PERFORM AUDIT-SO-AMENDMENT
                   DISPLAY "Standing order amended."
           END-READ
           CLOSE StandingOrderFile.
               INVALID KEY
                   DISPLAY "Standing order not found."
               NOT INVALID KEY
                   MOVE SO-Status TO WS-AUD-BEFORE
                   MOVE "C" TO SO-Status
                   REWRITE SO-Record
                   MOVE "STANDORD" TO WS-AUD-FILE
                   MOVE SO-ID TO WS-AUD-KEY
                   MOVE SO-Account TO WS-AUD-ACCT
                   MOVE "SO-Status" TO WS-AUD-FIELD
                   MOVE "C" TO WS-AUD-AFTER
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Standing order cancelled."
           END-READ
           CLOSE StandingOrderFile.
               ELSE
                   MOVE "S" TO SO-Status
                   REWRITE SO-Record
                   PERFORM AUDIT-SO-SUSPEND
                   DISPLAY "Standing order " SO-ID " SUSPENDED - "
                       "due date failed to advance. Review manually."
                   MOVE 'N' TO WS-SO-DUE
               *> the customer is not debited again next run.
               MOVE "S" TO SO-Status
               REWRITE SO-Record
               PERFORM AUDIT-SO-SUSPEND
               DISPLAY "Standing order " SO-ID " SUSPENDED - debit "
                   "posted but credit leg failed. Review manually."
               MOVE 'N' TO WS-SO-DUE
               PERFORM ALERT-SO-FAILURE
             WHEN OTHER
               DISPLAY "Standing order " SO-ID
                   " not posted for account " SO-Account
               MOVE 'N' TO WS-SO-DUE
               PERFORM ALERT-SO-FAILURE
           END-EVALUATE.

       ALERT-SO-FAILURE.
           MOVE "SOFAIL" TO WS-ALR-EVENT
           MOVE SO-Account TO WS-ALR-ACCT
           MOVE SO-Amount TO WS-ALR-AMOUNT
           MOVE SPACES TO WS-ALR-TEXT
           STRING "Standing order " SO-ID " not paid"
               DELIMITED BY SIZE INTO WS-ALR-TEXT
           PERFORM WRITE-ALERT-EVENT.

       ROLL-SO-NEXT-DUE.
           MOVE SO-Next-Due(1:4) TO WS-ROLL-YYYY
           MOVE SO-Next-Due(6:2) TO WS-ROLL-MM

       UPDATE-BALANCE.
           MOVE 'N' TO WS-UPDATE-OK
           MOVE 'N' TO WS-SWEEP-DONE
           MOVE SPACES TO WS-FAIL-REASON
           OPEN I-O AccountFile
           MOVE WS-ID TO Acc-ID
                   DISPLAY "Account not found."
                   MOVE "NOACCT" TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM CHECK-TD-LOCK
                   EVALUATE TRUE
                     WHEN Acc-Status = "C"
                       DISPLAY "Account is closed."
                       MOVE "CLOSED" TO WS-FAIL-REASON
                     WHEN WS-TD-LOCKED = 'Y'
                       DISPLAY "Term deposit has not matured - "
                           "posting blocked."
                       MOVE "TDLOCKED" TO WS-FAIL-REASON
                     WHEN WS-MODE = "D"
                       ADD WS-AMOUNT TO Balance
                       REWRITE Account-Record
                       ELSE
                           MOVE WS-ID TO WS-HOLD-ACCT
                           PERFORM COMPUTE-ACTIVE-HOLDS
                           IF Balance - WS-HOLD-TOTAL
                                   + Overdraft-Limit < WS-AMOUNT
                                   AND Acc-Protect-ID NOT = SPACES
                                   AND WS-FEE-IN-PROGRESS = 'N'
                                   AND WS-TXN-TYPE-OVR NOT = "Reversal"
                               PERFORM TRY-OVERDRAFT-SWEEP
                           END-IF
                           IF Balance - WS-HOLD-TOTAL
                                   + Overdraft-Limit >= WS-AMOUNT
                                   OR WS-SWEEP-DONE = 'Y'
                               SUBTRACT WS-AMOUNT FROM Balance
                               REWRITE Account-Record
                               MOVE 'Y' TO WS-UPDATE-OK
           IF WS-FAIL-REASON = "NSF" AND WS-FEE-IN-PROGRESS = 'N'
                   AND WS-TXN-TYPE-OVR NOT = "Reversal"
               PERFORM CHARGE-NSF-FEE
           END-IF
           *> A debit that only went through because of a sweep
           *> carries the sweep charge in place of the NSF charge.
           IF WS-SWEEP-DONE = 'Y' AND WS-UPDATE-OK = 'Y'
               PERFORM CHARGE-SWEEP-FEE
           END-IF.

           *> Checks the per-account daily limits against what the
                                   AND Txn-Reversed NOT = "Y"
                                   AND (Txn-Type = "Withdraw" OR
                                        Txn-Type = "Transfer" OR
                                        Txn-Type = "ODSweep" OR
                                        Txn-Type = "IchWithdrw")
                               ADD Txn-Amount TO WS-LIM-USED
                               ADD 1 TO WS-LIM-DEBITS
                   DISPLAY "Max Daily Total:       " WS-STMT-AMT-TEXT
                   DISPLAY "Max Debits per Day:    " Acc-Max-Debits
                   DISPLAY "(zero means no limit)"
                   MOVE Acc-Max-Single TO WS-AUD-OLD-SINGLE
                   MOVE Acc-Daily-Limit TO WS-AUD-OLD-DAILY
                   MOVE Acc-Max-Debits TO WS-AUD-OLD-MAXDR
                   DISPLAY "Enter Max Single Withdrawal: "
                   ACCEPT WS-LIM-AMT
                   MOVE WS-LIM-AMT TO Acc-Max-Single
                   ACCEPT WS-LIM-CNT
                   MOVE WS-LIM-CNT TO Acc-Max-Debits
                   REWRITE Account-Record
                   MOVE "ACCOUNT" TO WS-AUD-FILE
                   MOVE Acc-ID TO WS-AUD-KEY
                   MOVE Acc-ID TO WS-AUD-ACCT
                   MOVE "Acc-Max-Single" TO WS-AUD-FIELD
                   MOVE WS-AUD-OLD-SINGLE TO WS-AUD-AMT-BEFORE
                   MOVE Acc-Max-Single TO WS-AUD-AMT-AFTER
                   PERFORM WRITE-MAINT-AUDIT-AMT
                   MOVE "Acc-Daily-Limit" TO WS-AUD-FIELD
                   MOVE WS-AUD-OLD-DAILY TO WS-AUD-AMT-BEFORE
                   MOVE Acc-Daily-Limit TO WS-AUD-AMT-AFTER
                   PERFORM WRITE-MAINT-AUDIT-AMT
                   MOVE "Acc-Max-Debits" TO WS-AUD-FIELD
                   MOVE WS-AUD-OLD-MAXDR TO WS-AUD-BEFORE
                   MOVE Acc-Max-Debits TO WS-AUD-AFTER
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Withdrawal limits updated."
           END-READ
           CLOSE AccountFile.
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           MOVE "DEPOSITS" TO WS-RUN-JOB
           PERFORM START-POSTING-RUN
           DISPLAY "Processing deposit file..."
           OPEN INPUT DepositFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
           CLOSE DepositFile
           DISPLAY "Deposits posted: " WS-DEP-OK-COUNT
               " rejected: " WS-DEP-REJ-COUNT
           MOVE WS-DEP-OK-COUNT TO WS-RUN-ITEMS
           PERFORM END-POSTING-RUN
           MOVE 0 TO WS-DEP-LINE-NUM
           PERFORM SAVE-DEPOSIT-CHECKPOINT.

           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           MOVE "WITHDRAWALS" TO WS-RUN-JOB
           PERFORM START-POSTING-RUN
           DISPLAY "Processing withdrawal file..."
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT WithdrawalFile
           END-PERFORM
           CLOSE WithdrawalFile
           DISPLAY "Withdrawals posted: " WS-WD-OK-COUNT
               " rejected: " WS-WD-REJ-COUNT
           MOVE WS-WD-OK-COUNT TO WS-RUN-ITEMS
           PERFORM END-POSTING-RUN.

       PARSE-WITHDRAWAL-LINE.
           UNSTRING Withdrawal-Line
                    DISPLAY "Use Close Account to retire it."
                ELSE
                    DELETE AccountFile
                    MOVE "ACCOUNT" TO WS-AUD-FILE
                    MOVE Acc-ID TO WS-AUD-KEY
                    MOVE Acc-ID TO WS-AUD-ACCT
                    MOVE "Record" TO WS-AUD-FIELD
                    MOVE Acc-Name TO WS-AUD-BEFORE
                    MOVE "DELETED" TO WS-AUD-AFTER
                    PERFORM WRITE-MAINT-AUDIT
                    DISPLAY "Account deleted successfully."
                END-IF
           END-READ
                   END-READ
               END-PERFORM
               CLOSE StandingOrderFile
           END-IF
           IF WS-CLS-OK = 'Y'
               OPEN INPUT TermDepositFile
               MOVE WS-ID TO TD-Acc-ID
               READ TermDepositFile KEY IS TD-Acc-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-Status = "A"
                           MOVE 'N' TO WS-CLS-OK
                           DISPLAY "Closure refused - term deposit "
                               "is still running. Break it or "
                               "let it mature."
                       END-IF
               END-READ
               CLOSE TermDepositFile
           END-IF.

           *> The record stays on file with Acc-Status "C" so the
                       DISPLAY "Closure refused - account is "
                           "overdrawn by " WS-CLS-BAL-TEXT
                   ELSE
                       MOVE Acc-Status TO WS-AUD-BEFORE
                       IF Balance > 0
                           MOVE Balance TO WS-CLS-BAL-TEXT
                           MOVE Balance TO WS-AMOUNT
                           MOVE "C" TO Acc-Status
                           REWRITE Account-Record
                       END-IF
                       MOVE WS-ID TO WS-AUD-ACCT
                       MOVE "C" TO WS-AUD-AFTER
                       PERFORM AUDIT-ACC-STATUS
                       DISPLAY "Account " WS-ID " closed."
                   END-IF
           END-READ
           END-PERFORM
           CLOSE RejectFile

           *> The day's journal is rebuilt here so that it covers
           *> every posting up to the close.
           IF WS-EOD-OK = 'Y'
               PERFORM GL-JOURNAL-RUN
               IF WS-GL-BALANCED = 'N'
                   MOVE 'N' TO WS-EOD-OK
                   DISPLAY "Close refused - GL trial balance for "
                       WS-BUS-DATE " does not balance."
                   DISPLAY "See data/gl_trial_balance.txt."
               END-IF
           END-IF

           IF WS-EOD-OK = 'Y'
               MOVE WS-BUS-DATE TO WS-EOD-PREV-DATE
               MOVE WS-BUS-DATE(1:4) TO WS-ROLL-YYYY
           MOVE "N" TO Txn-Reversed
           MOVE Acc-Currency TO Txn-Currency
           MOVE WS-TXN-RATE TO Txn-Rate
           MOVE WS-RUN-ID TO Txn-Run-ID
           IF WS-TXN-TYPE-OVR NOT = SPACES
               MOVE WS-TXN-TYPE-OVR TO Txn-Type
           ELSE
           OPEN I-O TransactionFile
           WRITE Txn-Record
               INVALID KEY DISPLAY "Failed to log transaction."
               NOT INVALID KEY
                   DISPLAY "Transaction ID: " Txn-ID
                   IF WS-RUN-ID NOT = 0
                       PERFORM NOTE-RUN-LEG
                   END-IF
           END-WRITE
           CLOSE TransactionFile.

           MOVE 0 TO WS-TJ-CREDITS
           MOVE 0 TO WS-TJ-REV-COUNT
           MOVE 0 TO WS-TJ-REV-AMT
           MOVE 0 TO WS-TJ-SWEEP-COUNT
           MOVE 0 TO WS-TJ-SWEEP-AMT

           OPEN OUTPUT TellerJournalFile
           MOVE SPACES TO Teller-Journal-Line
               ELSE
                   ADD Txn-Amount TO WS-TJ-CREDITS
               END-IF
               IF Txn-Type = "ODSweep"
                   MOVE " (OD SWEEP)" TO WS-REV-MARK
                   IF Txn-DrCr = "C"
                       ADD 1 TO WS-TJ-SWEEP-COUNT
                       ADD Txn-Amount TO WS-TJ-SWEEP-AMT
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Teller-Journal-Line
           STRING Txn-ID " " Txn-DateTime(12:8) " "
           STRING "Reversed items: " WS-TJ-REV-COUNT
               " totalling " WS-TJ-AMT-TEXT
               DELIMITED BY SIZE INTO Teller-Journal-Line
           WRITE Teller-Journal-Line

           MOVE WS-TJ-SWEEP-AMT TO WS-TJ-AMT-TEXT
           MOVE SPACES TO Teller-Journal-Line
           STRING "Overdraft sweeps: " WS-TJ-SWEEP-COUNT
               " totalling " WS-TJ-AMT-TEXT
               DELIMITED BY SIZE INTO Teller-Journal-Line
           WRITE Teller-Journal-Line.

           *> Per-account nets accumulate in a keyed work file, so
           DISPLAY "Interest accrual complete.".

       POST-INTEREST.
           *> Term deposits earn their contracted rate at maturity
           *> and are left out of the general accrual.
           IF Balance > 0 AND Acc-Status NOT = "D"
                   AND Acc-Status NOT = "C" AND Acc-Type NOT = "T"
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   Balance * WS-INTEREST-RATE
               IF WS-INTEREST-AMT > 0
           MOVE "FEE-DORMANT" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-STMT-AMT-TEXT
           DISPLAY "Monthly Dormancy Fee:           " WS-STMT-AMT-TEXT
           MOVE "FEE-TD-BREAK" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-STMT-AMT-TEXT
           DISPLAY "Term Deposit Break Penalty:     " WS-STMT-AMT-TEXT
           MOVE "FEE-SWEEP" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-STMT-AMT-TEXT
           DISPLAY "Overdraft Protection Sweep:     " WS-STMT-AMT-TEXT.

       SET-FEE-AMOUNT.
           DISPLAY "1. Monthly Maintenance - Savings"
           DISPLAY "2. Monthly Maintenance - Checking"
           DISPLAY "3. NSF Charge"
           DISPLAY "4. Monthly Dormancy Fee"
           DISPLAY "5. Term Deposit Break Penalty"
           DISPLAY "6. Overdraft Protection Sweep"
           DISPLAY "Enter Choice: "
           ACCEPT WS-FEE-CHOICE
           EVALUATE WS-FEE-CHOICE
             WHEN 2 MOVE "FEE-MAINT-C" TO WS-TEMP-KEY
             WHEN 3 MOVE "FEE-NSF" TO WS-TEMP-KEY
             WHEN 4 MOVE "FEE-DORMANT" TO WS-TEMP-KEY
             WHEN 5 MOVE "FEE-TD-BREAK" TO WS-TEMP-KEY
             WHEN 6 MOVE "FEE-SWEEP" TO WS-TEMP-KEY
             WHEN OTHER MOVE SPACES TO WS-TEMP-KEY
           END-EVALUATE
           IF WS-TEMP-KEY = SPACES
               DISPLAY "Invalid Choice"
           ELSE
               PERFORM READ-FEE-AMOUNT
               MOVE WS-FEE-AMOUNT TO WS-AUD-AMT-BEFORE
               DISPLAY "Enter Fee Amount (0 to waive): "
               ACCEPT WS-FEE-AMOUNT
               PERFORM SAVE-FEE-AMOUNT
               MOVE WS-FEE-AMOUNT TO WS-AUD-AMT-AFTER
               PERFORM AUDIT-STATIC-AMOUNT
               DISPLAY "Fee schedule updated."
           END-IF.

           *> file. The in-progress switch stops a second charge if
           *> the fee itself ever comes back through here.
       CHARGE-NSF-FEE.
           MOVE "FEE-NSF" TO WS-TEMP-KEY
           MOVE "Fee-NSF" TO WS-FEE-TYPE
           PERFORM CHARGE-SERVICE-FEE.

       CHARGE-SWEEP-FEE.
           MOVE "FEE-SWEEP" TO WS-TEMP-KEY
           MOVE "Fee-Sweep" TO WS-FEE-TYPE
           PERFORM CHARGE-SERVICE-FEE.

           *> WS-TEMP-KEY names the fee schedule entry and
           *> WS-FEE-TYPE the posting type. The caller's posting
           *> fields are put back afterwards.
       CHARGE-SERVICE-FEE.
           MOVE 'Y' TO WS-FEE-IN-PROGRESS
           PERFORM READ-FEE-AMOUNT
           IF WS-FEE-AMOUNT > 0
               MOVE WS-MODE TO WS-FEE-SAVE-MODE
               MOVE WS-TXN-DRCR TO WS-FEE-SAVE-DRCR
               MOVE WS-TXN-REF TO WS-FEE-SAVE-REF
               MOVE WS-TXN-RATE TO WS-FEE-SAVE-RATE
               PERFORM POST-FEE
               MOVE WS-FEE-SAVE-MODE TO WS-MODE
               MOVE WS-FEE-SAVE-ID TO WS-ID
                   MOVE SPACE TO WS-TXN-DRCR
                   DISPLAY "Fee charged: " WS-FEE-TYPE
                       " account " WS-ID
                   IF WS-FEE-TYPE = "Fee-NSF"
                       MOVE "NSFFEE" TO WS-ALR-EVENT
                       MOVE WS-ID TO WS-ALR-ACCT
                       MOVE WS-FEE-AMOUNT TO WS-ALR-AMOUNT
                       MOVE "Insufficient funds fee charged"
                           TO WS-ALR-TEXT
                       PERFORM WRITE-ALERT-EVENT
                   END-IF
           END-READ
           CLOSE AccountFile.

           EVALUATE TRUE
             WHEN Acc-Status = "C"
               CONTINUE
             WHEN Acc-Type = "T"
               CONTINUE
             WHEN Acc-Status = "D"
               MOVE WS-FEE-DORMANT TO WS-FEE-AMOUNT
               MOVE "Fee-Dorm" TO WS-FEE-TYPE
               PERFORM LOG-TRANSACTION
               MOVE SPACES TO WS-TXN-TYPE-OVR
               MOVE SPACE TO WS-TXN-DRCR
               MOVE "MAINTFEE" TO WS-ALR-EVENT
               MOVE Acc-ID TO WS-ALR-ACCT
               MOVE WS-FEE-AMOUNT TO WS-ALR-AMOUNT
               MOVE "Account maintenance fee charged" TO WS-ALR-TEXT
               PERFORM WRITE-ALERT-EVENT
           END-IF.

       ACCOUNT-STATEMENT-EXTRACT.
           MOVE Txn-Reversed      TO Hist-Txn-Reversed
           MOVE Txn-Currency      TO Hist-Txn-Currency
           MOVE Txn-Rate          TO Hist-Txn-Rate
           MOVE Txn-Run-ID        TO Hist-Txn-Run-ID
           WRITE Txn-History-Record
               INVALID KEY
                   DISPLAY "Txn-ID " Txn-ID
                   DELETE TransactionFile
                   ADD 1 TO WS-ARCHIVE-COUNT
           END-WRITE.

       TERM-DEPOSIT-MAINT.
           DISPLAY "--- Term Deposit Maintenance ---"
           DISPLAY "1. Term Deposit Inquiry"
           DISPLAY "2. Break Term Deposit"
           DISPLAY "3. Process Maturities"
           DISPLAY "Enter Choice: "
           ACCEPT WS-TD-CHOICE
           EVALUATE WS-TD-CHOICE
             WHEN 1 PERFORM TERM-DEPOSIT-INQUIRY
             WHEN 2
               IF WS-OP-AUTHORITY = "S"
                   PERFORM BREAK-TERM-DEPOSIT
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 3
               IF WS-OP-AUTHORITY = "S"
                   PERFORM PROCESS-TD-MATURITIES
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

       TERM-DEPOSIT-INQUIRY.
           DISPLAY "Enter Account ID: " ACCEPT WS-TD-ACCT
           OPEN INPUT TermDepositFile
           MOVE WS-TD-ACCT TO TD-Acc-ID
           READ TermDepositFile KEY IS TD-Acc-ID
               INVALID KEY
                   DISPLAY "No term deposit on file for that account."
               NOT INVALID KEY
                   PERFORM DISPLAY-TD-DETAIL
           END-READ
           CLOSE TermDepositFile.

       DISPLAY-TD-DETAIL.
           DISPLAY "=========================="
           DISPLAY "Term Deposit Account: " TD-Acc-ID
           MOVE TD-Principal TO WS-STMT-AMT-TEXT
           DISPLAY "Principal:      " WS-STMT-AMT-TEXT
           MOVE TD-Rate TO WS-TD-RATE-TEXT
           DISPLAY "Annual Rate:    " WS-TD-RATE-TEXT
           DISPLAY "Term (months):  " TD-Term-Months
           DISPLAY "Opened:         " TD-Open-Date
           DISPLAY "Matures:        " TD-Maturity-Date
           EVALUATE TD-Instruction
             WHEN "S"
               DISPLAY "At Maturity:    Sweep to " TD-Payout-Acc
             WHEN OTHER
               DISPLAY "At Maturity:    Roll over"
           END-EVALUATE
           EVALUATE TD-Status
             WHEN "A" DISPLAY "Status:         Active"
             WHEN "B" DISPLAY "Status:         Broken"
             WHEN "M" DISPLAY "Status:         Matured - payout held"
             WHEN "P" DISPLAY "Status:         Paid out"
             WHEN OTHER DISPLAY "Status:         " TD-Status
           END-EVALUATE
           DISPLAY "Rollovers:      " TD-Rollovers
           DISPLAY "==========================".

           *> An early break releases the funds for withdrawal and
           *> charges the break penalty from the fee schedule. The
           *> penalty is capped at the balance so a break never
           *> leaves the deposit overdrawn.
       BREAK-TERM-DEPOSIT.
           MOVE 'N' TO WS-TD-BREAK-OK
           DISPLAY "Enter Account ID: " ACCEPT WS-TD-ACCT
           IF WS-BUS-DATE = SPACES
               PERFORM GET-BUSINESS-DATE
           END-IF
           MOVE "FEE-TD-BREAK" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           OPEN I-O TermDepositFile
           MOVE WS-TD-ACCT TO TD-Acc-ID
           READ TermDepositFile KEY IS TD-Acc-ID
               INVALID KEY
                   DISPLAY "No term deposit on file for that account."
               NOT INVALID KEY
                   PERFORM DISPLAY-TD-DETAIL
                   EVALUATE TRUE
                     WHEN TD-Status NOT = "A"
                       DISPLAY "Term deposit is not running - "
                           "nothing to break."
                     WHEN WS-BUS-DATE >= TD-Maturity-Date
                       DISPLAY "Term deposit has matured - it will "
                           "be settled by the maturity run."
                     WHEN OTHER
                       MOVE WS-FEE-AMOUNT TO WS-STMT-AMT-TEXT
                       DISPLAY "Break penalty: " WS-STMT-AMT-TEXT
                       DISPLAY "Break this term deposit? (Y/N): "
                       ACCEPT WS-TD-ANSWER
                       IF WS-TD-ANSWER = "Y" OR WS-TD-ANSWER = "y"
                           MOVE "B" TO TD-Status
                           REWRITE TD-Record
                           MOVE 'Y' TO WS-TD-BREAK-OK
                       ELSE
                           DISPLAY "Term deposit not broken."
                       END-IF
                   END-EVALUATE
           END-READ
           CLOSE TermDepositFile
           IF WS-TD-BREAK-OK = 'Y'
               MOVE "TERMDEP" TO WS-AUD-FILE
               MOVE WS-TD-ACCT TO WS-AUD-KEY
               MOVE WS-TD-ACCT TO WS-AUD-ACCT
               MOVE "TD-Status" TO WS-AUD-FIELD
               MOVE "A" TO WS-AUD-BEFORE
               MOVE "B" TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               MOVE WS-TD-ACCT TO WS-ID
               PERFORM CHECK-ACCOUNT-EXISTS
               IF WS-FEE-AMOUNT > Balance
                   IF Balance > 0
                       MOVE Balance TO WS-FEE-AMOUNT
                   ELSE
                       MOVE 0 TO WS-FEE-AMOUNT
                   END-IF
               END-IF
               IF WS-FEE-AMOUNT > 0
                   MOVE "Fee-TDBrk" TO WS-FEE-TYPE
                   PERFORM POST-FEE
               END-IF
               DISPLAY "Term deposit " WS-TD-ACCT
                   " broken. Funds may now be withdrawn."
           END-IF.

       PROMPT-TERM-DEPOSIT.
           MOVE 0 TO WS-TD-TERM
           PERFORM UNTIL WS-TD-TERM > 0 AND WS-TD-TERM <= 120
               DISPLAY "Enter Term in Months (1-120): "
               ACCEPT WS-TD-TERM
               IF WS-TD-TERM = 0 OR WS-TD-TERM > 120
                   DISPLAY "Term must be from 1 to 120 months."
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TD-RATE
           PERFORM UNTIL WS-TD-RATE > 0
               DISPLAY "Enter Contracted Annual Rate "
                   "(e.g. 0.0450 for 4.50%): "
               ACCEPT WS-TD-RATE
               IF WS-TD-RATE = 0
                   DISPLAY "Rate must be greater than zero."
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-TD-INSTR
           PERFORM UNTIL WS-TD-INSTR = "R" OR WS-TD-INSTR = "S"
               DISPLAY "At Maturity (R-Roll Over/S-Sweep to Account): "
               ACCEPT WS-TD-INSTR
               MOVE FUNCTION UPPER-CASE(WS-TD-INSTR) TO WS-TD-INSTR
           END-PERFORM
           MOVE SPACES TO WS-TD-PAYOUT
           IF WS-TD-INSTR = "S"
               MOVE 'N' TO WS-TD-PAYOUT-OK
               PERFORM UNTIL WS-TD-PAYOUT-OK = 'Y'
                       OR WS-TD-INSTR = "R"
                   DISPLAY "Enter Payout Account ID "
                       "(blank to roll over): "
                   ACCEPT WS-TD-PAYOUT
                   IF WS-TD-PAYOUT = SPACES
                       MOVE "R" TO WS-TD-INSTR
                   ELSE
                       PERFORM CHECK-TD-PAYOUT-ACCOUNT
                       IF WS-TD-PAYOUT-OK = 'N'
                           DISPLAY "Payout account must be an open "
                               "savings or checking account of "
                               "the same customer."
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BUS-DATE = SPACES
               PERFORM GET-BUSINESS-DATE
           END-IF
           MOVE WS-BUS-DATE TO WS-TD-START-DATE
           PERFORM COMPUTE-TD-MATURITY
           DISPLAY "Term deposit will mature on " WS-TD-MATURITY.

           *> The maturity proceeds may only go to a savings or
           *> checking account that belongs to the same customer.
       CHECK-TD-PAYOUT-ACCOUNT.
           MOVE 'N' TO WS-TD-PAYOUT-OK
           IF WS-TD-PAYOUT NOT = SPACES
                   AND WS-TD-PAYOUT NOT = WS-TD-ACCT
               OPEN INPUT AccountFile
               MOVE WS-TD-PAYOUT TO Acc-ID
               READ AccountFile KEY IS Acc-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Acc-Cust-ID = WS-TD-CUST
                               AND (Acc-Type = "S" OR Acc-Type = "C")
                               AND Acc-Status NOT = "C"
                           MOVE 'Y' TO WS-TD-PAYOUT-OK
                       END-IF
               END-READ
               CLOSE AccountFile
           END-IF.

           *> Maturity is the start date plus the term in calendar
           *> months, with the day held back to the end of a short
           *> month the same way standing orders roll.
       COMPUTE-TD-MATURITY.
           MOVE WS-TD-START-DATE(1:4) TO WS-ROLL-YYYY
           MOVE WS-TD-START-DATE(6:2) TO WS-ROLL-MM
           MOVE WS-TD-START-DATE(9:2) TO WS-ROLL-DD
           COMPUTE WS-TD-TOTMONTHS =
               WS-ROLL-YYYY * 12 + WS-ROLL-MM - 1 + WS-TD-TERM
           DIVIDE WS-TD-TOTMONTHS BY 12 GIVING WS-ROLL-YYYY
               REMAINDER WS-ROLL-REM4
           COMPUTE WS-ROLL-MM = WS-ROLL-REM4 + 1
           IF WS-ROLL-MM = 2 AND WS-ROLL-DD > 28
               MOVE 28 TO WS-ROLL-DD
           END-IF
           IF WS-ROLL-DD > 30
               IF WS-ROLL-MM = 4 OR WS-ROLL-MM = 6
                       OR WS-ROLL-MM = 9 OR WS-ROLL-MM = 11
                   MOVE 30 TO WS-ROLL-DD
               END-IF
           END-IF
           MOVE WS-ROLL-YYYY TO WS-TD-MATURITY(1:4)
           MOVE "-" TO WS-TD-MATURITY(5:1)
           MOVE WS-ROLL-MM TO WS-TD-MATURITY(6:2)
           MOVE "-" TO WS-TD-MATURITY(8:1)
           MOVE WS-ROLL-DD TO WS-TD-MATURITY(9:2).

       WRITE-TERM-DEPOSIT.
           MOVE WS-TD-ACCT TO TD-Acc-ID
           MOVE WS-MIN-DEPOSIT TO TD-Principal
           MOVE WS-TD-RATE TO TD-Rate
           MOVE WS-TD-TERM TO TD-Term-Months
           MOVE WS-TD-START-DATE TO TD-Open-Date
           MOVE WS-TD-MATURITY TO TD-Maturity-Date
           MOVE WS-TD-INSTR TO TD-Instruction
           MOVE WS-TD-PAYOUT TO TD-Payout-Acc
           MOVE "A" TO TD-Status
           MOVE 0 TO TD-Rollovers
           OPEN I-O TermDepositFile
           WRITE TD-Record
               INVALID KEY
                   DISPLAY "Failed to record term deposit."
               NOT INVALID KEY
                   DISPLAY "Term deposit recorded, maturing "
                       TD-Maturity-Date
           END-WRITE
           CLOSE TermDepositFile.

           *> Called from UPDATE-BALANCE with the account record in
           *> hand. A running deposit takes no customer postings
           *> until it matures or a supervisor breaks it; interest
           *> credits and reversals are the bank's own entries.
       CHECK-TD-LOCK.
           MOVE 'N' TO WS-TD-LOCKED
           IF Acc-Type = "T" AND WS-TXN-TYPE-OVR NOT = "Reversal"
                   AND WS-TXN-TYPE-OVR NOT = "Interest"
               IF WS-BUS-DATE = SPACES
                   PERFORM GET-BUSINESS-DATE
               END-IF
               OPEN INPUT TermDepositFile
               MOVE Acc-ID TO TD-Acc-ID
               READ TermDepositFile KEY IS TD-Acc-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-Status = "A"
                               AND WS-BUS-DATE < TD-Maturity-Date
                           MOVE 'Y' TO WS-TD-LOCKED
                       END-IF
               END-READ
               CLOSE TermDepositFile
           END-IF.

           *> Deposits due for settlement are staged first so the
           *> postings below never run with the deposit file open.
           *> A sweep that could not be paid stays at status "M"
           *> and is retried on every run until it goes out.
       PROCESS-TD-MATURITIES.
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO WS-TD-MATURED
           MOVE 0 TO WS-TD-ROLLED
           MOVE 0 TO WS-TD-PAID-OUT
           MOVE 0 TO WS-TD-HELD
           MOVE 0 TO WS-TD-INT-TOTAL
           DISPLAY "Processing term deposits maturing on or before "
               WS-BUS-DATE

           OPEN OUTPUT TDWorkFile
           OPEN INPUT TermDepositFile
           PERFORM UNTIL WS-TD-FILE-STATUS = "10"
               READ TermDepositFile INTO TD-Record
                   AT END MOVE "10" TO WS-TD-FILE-STATUS
                   NOT AT END
                       IF (TD-Status = "A"
                               AND TD-Maturity-Date <= WS-BUS-DATE)
                               OR TD-Status = "M"
                           MOVE TD-Acc-ID TO TD-Work-Line
                           WRITE TD-Work-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TermDepositFile
           CLOSE TDWorkFile

           OPEN OUTPUT TDReportFile
           MOVE SPACES TO TD-Report-Line
           STRING "Term Deposit Maturity Report - business date "
               WS-BUS-DATE " run " WS-NOW(1:10)
               DELIMITED BY SIZE INTO TD-Report-Line
           WRITE TD-Report-Line

           MOVE 'N' TO WS-TD-WORK-EOF
           OPEN INPUT TDWorkFile
           PERFORM UNTIL WS-TD-WORK-EOF = 'Y'
               READ TDWorkFile
                   AT END MOVE 'Y' TO WS-TD-WORK-EOF
                   NOT AT END
                       MOVE TD-Work-Line TO WS-TD-ACCT
                       PERFORM MATURE-ONE-TD
               END-READ
           END-PERFORM
           CLOSE TDWorkFile

           MOVE SPACES TO TD-Report-Line
           STRING "Matured: " WS-TD-MATURED
               "  Rolled over: " WS-TD-ROLLED
               "  Paid out: " WS-TD-PAID-OUT
               "  Held: " WS-TD-HELD
               DELIMITED BY SIZE INTO TD-Report-Line
           WRITE TD-Report-Line
           MOVE WS-TD-INT-TOTAL TO WS-TD-AMT-TEXT
           MOVE SPACES TO TD-Report-Line
           STRING "Maturity interest paid: " WS-TD-AMT-TEXT
               DELIMITED BY SIZE INTO TD-Report-Line
           WRITE TD-Report-Line
           CLOSE TDReportFile
           DISPLAY "Term deposits matured: " WS-TD-MATURED
               " rolled: " WS-TD-ROLLED
               " paid out: " WS-TD-PAID-OUT
               " held: " WS-TD-HELD
           DISPLAY "Report written to data/td_maturity_report.txt".

           *> The deposit record is moved on before the interest is
           *> credited, so a rerun after a failure never pays the
           *> same maturity twice.
       MATURE-ONE-TD.
           MOVE SPACES TO WS-TD-ACTION
           MOVE SPACE TO WS-TD-STATUS
           MOVE 0 TO WS-TD-INTEREST
           OPEN INPUT TermDepositFile
           MOVE WS-TD-ACCT TO TD-Acc-ID
           READ TermDepositFile KEY IS TD-Acc-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TD-Status TO WS-TD-STATUS
                   MOVE TD-Instruction TO WS-TD-INSTR
                   MOVE TD-Payout-Acc TO WS-TD-PAYOUT
                   COMPUTE WS-TD-INTEREST ROUNDED =
                       TD-Principal * TD-Rate * TD-Term-Months / 12
           END-READ
           CLOSE TermDepositFile

           IF WS-TD-STATUS = "A"
               ADD 1 TO WS-TD-MATURED
               IF WS-TD-INSTR = "S"
                   MOVE "M" TO WS-TD-STATUS
                   PERFORM SET-TD-STATUS
                   PERFORM PAY-TD-INTEREST
               ELSE
                   PERFORM ROLL-OVER-TD
                   PERFORM PAY-TD-INTEREST
                   ADD 1 TO WS-TD-ROLLED
                   STRING "ROLLED OVER to " WS-TD-MATURITY
                       DELIMITED BY SIZE INTO WS-TD-ACTION
               END-IF
           ELSE
               MOVE 0 TO WS-TD-INTEREST
           END-IF
           IF WS-TD-STATUS = "M"
               PERFORM PAY-OUT-TD
           END-IF

           IF WS-TD-ACTION NOT = SPACES
               MOVE WS-TD-INTEREST TO WS-TD-AMT-TEXT
               MOVE SPACES TO TD-Report-Line
               STRING WS-TD-ACCT " interest " WS-TD-AMT-TEXT
                   " " WS-TD-ACTION
                   DELIMITED BY SIZE INTO TD-Report-Line
               WRITE TD-Report-Line
           END-IF.

       PAY-TD-INTEREST.
           IF WS-TD-INTEREST > 0
               MOVE "D" TO WS-MODE
               MOVE WS-TD-ACCT TO WS-ID
               MOVE WS-TD-INTEREST TO WS-AMOUNT
               MOVE "Interest" TO WS-TXN-TYPE-OVR
               MOVE "C" TO WS-TXN-DRCR
               MOVE 0 TO WS-TXN-REF
               MOVE 0 TO WS-TXN-RATE
               PERFORM UPDATE-BALANCE
               MOVE SPACES TO WS-TXN-TYPE-OVR
               MOVE SPACE TO WS-TXN-DRCR
               IF WS-UPDATE-OK = 'Y'
                   ADD WS-TD-INTEREST TO WS-TD-INT-TOTAL
               ELSE
                   DISPLAY "Maturity interest not posted for "
                       WS-TD-ACCT " - " WS-FAIL-REASON
               END-IF
           END-IF.

           *> A rolled deposit starts a new term on the old maturity
           *> date at the contracted rate, with the interest added
           *> to the principal.
       ROLL-OVER-TD.
           OPEN I-O TermDepositFile
           MOVE WS-TD-ACCT TO TD-Acc-ID
           READ TermDepositFile KEY IS TD-Acc-ID
               INVALID KEY
                   DISPLAY "Term deposit " WS-TD-ACCT " not found."
               NOT INVALID KEY
                   ADD WS-TD-INTEREST TO TD-Principal
                   MOVE TD-Maturity-Date TO TD-Open-Date
                   MOVE TD-Maturity-Date TO WS-TD-START-DATE
                   MOVE TD-Term-Months TO WS-TD-TERM
                   PERFORM COMPUTE-TD-MATURITY
                   MOVE WS-TD-MATURITY TO TD-Maturity-Date
                   ADD 1 TO TD-Rollovers
                   MOVE "A" TO TD-Status
                   REWRITE TD-Record
           END-READ
           CLOSE TermDepositFile.

       SET-TD-STATUS.
           OPEN I-O TermDepositFile
           MOVE WS-TD-ACCT TO TD-Acc-ID
           READ TermDepositFile KEY IS TD-Acc-ID
               INVALID KEY
                   DISPLAY "Term deposit " WS-TD-ACCT " not found."
               NOT INVALID KEY
                   MOVE WS-TD-STATUS TO TD-Status
                   REWRITE TD-Record
           END-READ
           CLOSE TermDepositFile.

           *> Principal and interest go to the nominated account as
           *> an ordinary transfer. Anything that stops the sweep -
           *> a hold on the deposit, or a payout account that has
           *> since closed or changed hands - leaves it held.
       PAY-OUT-TD.
           MOVE WS-TD-ACCT TO WS-ID
           PERFORM CHECK-ACCOUNT-EXISTS
           MOVE Balance TO WS-TD-BALANCE
           MOVE Acc-Cust-ID TO WS-TD-CUST
           MOVE WS-TD-ACCT TO WS-HOLD-ACCT
           PERFORM COMPUTE-ACTIVE-HOLDS
           PERFORM CHECK-TD-PAYOUT-ACCOUNT
           MOVE SPACES TO WS-TD-ACTION
           EVALUATE TRUE
             WHEN WS-TD-PAYOUT-OK = 'N'
               ADD 1 TO WS-TD-HELD
               MOVE "HELD - payout account not usable"
                   TO WS-TD-ACTION
             WHEN WS-HOLD-TOTAL > 0
               ADD 1 TO WS-TD-HELD
               MOVE "HELD - active hold on deposit" TO WS-TD-ACTION
             WHEN WS-TD-BALANCE NOT > 0
               PERFORM CLOSE-PAID-TD
               ADD 1 TO WS-TD-PAID-OUT
               MOVE "PAID OUT - nothing to sweep" TO WS-TD-ACTION
             WHEN OTHER
               MOVE WS-TD-ACCT TO WS-XFER-FROM-ID
               MOVE WS-TD-PAYOUT TO WS-XFER-TO-ID
               MOVE WS-TD-BALANCE TO WS-XFER-AMOUNT
               MOVE 'Y' TO WS-LIMIT-OVERRIDE
               PERFORM POST-TRANSFER
               MOVE 'N' TO WS-LIMIT-OVERRIDE
               EVALUATE WS-XFER-RESULT
                 WHEN 'Y'
                   PERFORM CLOSE-PAID-TD
                   ADD 1 TO WS-TD-PAID-OUT
                   STRING "SWEPT to " WS-TD-PAYOUT
                       " ref " WS-XFER-REF
                       DELIMITED BY SIZE INTO WS-TD-ACTION
                 WHEN 'P'
                   MOVE "P" TO WS-TD-STATUS
                   PERFORM SET-TD-STATUS
                   ADD 1 TO WS-TD-PAID-OUT
                   MOVE "CREDIT LEG FAILED - review transfer"
                       TO WS-TD-ACTION
                 WHEN OTHER
                   ADD 1 TO WS-TD-HELD
                   MOVE "HELD - sweep not posted" TO WS-TD-ACTION
               END-EVALUATE
           END-EVALUATE.

           *> A fully swept deposit account has no further use and
           *> is closed; the deposit record stays as the history.
       CLOSE-PAID-TD.
           MOVE "P" TO WS-TD-STATUS
           PERFORM SET-TD-STATUS
           MOVE WS-TD-ACCT TO WS-ID
           PERFORM CHECK-ACCOUNT-EXISTS
           IF FOUND AND Balance = 0 AND Acc-Status NOT = "C"
               PERFORM POST-ACCOUNT-CLOSURE
           END-IF.

       LOAN-MAINT.
           DISPLAY "--- Loan Maintenance ---"
           DISPLAY "1. Book Loan"
           DISPLAY "2. Loan Inquiry"
           DISPLAY "3. Process Loan Repayments"
           DISPLAY "4. Loan Portfolio Report"
           DISPLAY "Enter Choice: "
           ACCEPT WS-LN-CHOICE
           EVALUATE WS-LN-CHOICE
             WHEN 1
               IF WS-OP-AUTHORITY = "S"
                   PERFORM BOOK-LOAN
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 2 PERFORM LOAN-INQUIRY
             WHEN 3
               IF WS-OP-AUTHORITY = "S"
                   PERFORM PROCESS-LOAN-REPAYMENTS
               ELSE
                   DISPLAY "Supervisor authority required."
               END-IF
             WHEN 4 PERFORM LOAN-PORTFOLIO-REPORT
             WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

           *> The loan and its full schedule are on file before the
           *> money moves. A disbursement that fails leaves the loan
           *> at status "X" so it is never collected against.
       BOOK-LOAN.
           DISPLAY "Enter Customer ID: " ACCEPT WS-CUST-ID
           PERFORM READ-CUSTOMER
           IF NOT-FOUND
               DISPLAY "Customer not found. Loan not booked."
           ELSE
               DISPLAY "Enter Account ID for disbursement and "
                   "repayment: "
               ACCEPT WS-LN-ACCT
               PERFORM CHECK-LOAN-ACCOUNT
               IF WS-LN-ACCT-OK = 'N'
                   DISPLAY "Account must be an active savings or "
                       "checking account of the customer."
               ELSE
                   PERFORM PROMPT-LOAN-TERMS
                   PERFORM COMPUTE-LOAN-INSTALMENT
                   MOVE WS-LN-INSTAL TO WS-LN-AMT-TEXT
                   DISPLAY "Monthly instalment: " WS-LN-AMT-TEXT
                   DISPLAY "Book this loan? (Y/N): "
                   ACCEPT WS-LN-ANSWER
                   IF WS-LN-ANSWER = "Y" OR WS-LN-ANSWER = "y"
                       PERFORM WRITE-NEW-LOAN
                   ELSE
                       DISPLAY "Loan not booked."
                   END-IF
               END-IF
           END-IF.

       CHECK-LOAN-ACCOUNT.
           MOVE 'N' TO WS-LN-ACCT-OK
           OPEN INPUT AccountFile
           MOVE WS-LN-ACCT TO Acc-ID
           READ AccountFile KEY IS Acc-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Acc-Cust-ID = WS-CUST-ID AND Acc-Status = "A"
                           AND (Acc-Type = "S" OR Acc-Type = "C")
                       MOVE 'Y' TO WS-LN-ACCT-OK
                   END-IF
           END-READ
           CLOSE AccountFile.

       PROMPT-LOAN-TERMS.
           MOVE 0 TO WS-LN-PRINCIPAL
           PERFORM UNTIL WS-LN-PRINCIPAL > 0
               DISPLAY "Enter Loan Principal: "
               ACCEPT WS-LN-PRINCIPAL
           END-PERFORM
           DISPLAY "Enter Annual Rate (e.g. 0.0750 for 7.50%): "
           ACCEPT WS-LN-RATE
           MOVE 0 TO WS-LN-TERM
           PERFORM UNTIL WS-LN-TERM > 0 AND WS-LN-TERM <= 360
               DISPLAY "Enter Term in Months (1-360): "
               ACCEPT WS-LN-TERM
           END-PERFORM
           MOVE 0 TO WS-LN-REPAY-DAY
           PERFORM UNTIL WS-LN-REPAY-DAY > 0 AND WS-LN-REPAY-DAY <= 28
               DISPLAY "Enter Repayment Day of Month (1-28): "
               ACCEPT WS-LN-REPAY-DAY
           END-PERFORM.

           *> Level instalment: P * r / (1 - (1 + r) ** -n) with r
           *> the monthly rate. An interest-free loan repays the
           *> principal in equal parts.
       COMPUTE-LOAN-INSTALMENT.
           IF WS-LN-RATE = 0
               COMPUTE WS-LN-INSTAL ROUNDED =
                   WS-LN-PRINCIPAL / WS-LN-TERM
           ELSE
               COMPUTE WS-LN-MRATE ROUNDED = WS-LN-RATE / 12
               COMPUTE WS-LN-POW ROUNDED =
                   (1 + WS-LN-MRATE) ** WS-LN-TERM
               COMPUTE WS-LN-INSTAL ROUNDED =
                   WS-LN-PRINCIPAL * WS-LN-MRATE * WS-LN-POW
                       / (WS-LN-POW - 1)
           END-IF.

       ALLOCATE-LOAN-ID.
           MOVE "LAST-LOAN-ID" TO Static-Key
           OPEN I-O StaticFile
           READ StaticFile
               INVALID KEY
                   MOVE 1 TO WS-LN-ID
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(Static-Value) TO WS-LN-ID
                   ADD 1 TO WS-LN-ID
           END-READ
           MOVE FUNCTION NUMVAL-C(WS-LN-ID) TO Static-Value
           REWRITE Static-Record
               INVALID KEY
                   WRITE Static-Record
           END-REWRITE
           CLOSE StaticFile.

       WRITE-NEW-LOAN.
           IF WS-BUS-DATE = SPACES
               PERFORM GET-BUSINESS-DATE
           END-IF
           PERFORM ALLOCATE-LOAN-ID
           MOVE WS-LN-ID TO Loan-ID
           MOVE WS-CUST-ID TO Loan-Cust-ID
           MOVE WS-LN-ACCT TO Loan-Account
           MOVE WS-LN-PRINCIPAL TO Loan-Principal
           MOVE WS-LN-RATE TO Loan-Rate
           MOVE WS-LN-TERM TO Loan-Term
           MOVE WS-LN-REPAY-DAY TO Loan-Repay-Day
           MOVE WS-LN-INSTAL TO Loan-Instalment
           MOVE WS-LN-PRINCIPAL TO Loan-Outstanding
           MOVE 0 TO Loan-Int-Paid
           MOVE WS-BUS-DATE TO Loan-Booked-Date
           MOVE 0 TO Loan-Paid-Count
           MOVE 0 TO Loan-Arrears-Amt
           MOVE 0 TO Loan-Days-Past-Due
           MOVE "A" TO Loan-Status
           MOVE WS-OPERATOR-ID TO Loan-Booked-By
           PERFORM BUILD-LOAN-SCHEDULE
           MOVE WS-LN-NEXT-DUE TO Loan-Next-Due
           OPEN I-O LoanFile
           WRITE Loan-Record
               INVALID KEY
                   DISPLAY "Failed to record loan."
                   MOVE "X" TO Loan-Status
               NOT INVALID KEY
                   DISPLAY "Loan booked with ID: " Loan-ID
           END-WRITE
           CLOSE LoanFile
           IF Loan-Status = "A"
               MOVE "LOAN" TO WS-AUD-FILE
               MOVE WS-LN-ID TO WS-AUD-KEY
               MOVE WS-LN-ACCT TO WS-AUD-ACCT
               MOVE "Loan-Principal" TO WS-AUD-FIELD
               MOVE 0 TO WS-AUD-AMT-BEFORE
               MOVE WS-LN-PRINCIPAL TO WS-AUD-AMT-AFTER
               PERFORM WRITE-MAINT-AUDIT-AMT
           END-IF
           IF Loan-Status = "A"
               MOVE "D" TO WS-MODE
               MOVE WS-LN-ACCT TO WS-ID
               MOVE WS-LN-PRINCIPAL TO WS-AMOUNT
               MOVE "LoanDisb" TO WS-TXN-TYPE-OVR
               MOVE "C" TO WS-TXN-DRCR
               MOVE WS-LN-ID TO WS-TXN-REF
               MOVE 0 TO WS-TXN-RATE
               PERFORM UPDATE-BALANCE
               MOVE SPACES TO WS-TXN-TYPE-OVR
               MOVE SPACE TO WS-TXN-DRCR
               MOVE 0 TO WS-TXN-REF
               IF WS-UPDATE-OK = 'Y'
                   DISPLAY "Loan disbursed to account " WS-LN-ACCT
                   DISPLAY "First instalment due " WS-LN-NEXT-DUE
               ELSE
                   OPEN I-O LoanFile
                   MOVE WS-LN-ID TO Loan-ID
                   READ LoanFile KEY IS Loan-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "X" TO Loan-Status
                           REWRITE Loan-Record
                   END-READ
                   CLOSE LoanFile
                   MOVE "LOAN" TO WS-AUD-FILE
                   MOVE WS-LN-ID TO WS-AUD-KEY
                   MOVE WS-LN-ACCT TO WS-AUD-ACCT
                   MOVE "Loan-Status" TO WS-AUD-FIELD
                   MOVE "A" TO WS-AUD-BEFORE
                   MOVE "X" TO WS-AUD-AFTER
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Disbursement failed - loan " WS-LN-ID
                       " marked not disbursed."
               END-IF
           END-IF.

           *> One line per instalment, due on the repayment day of
           *> each following month. The last line takes whatever
           *> principal the rounding has left.
       BUILD-LOAN-SCHEDULE.
           MOVE WS-LN-PRINCIPAL TO WS-LN-BAL
           MOVE SPACES TO WS-LN-NEXT-DUE
           MOVE WS-BUS-DATE(1:4) TO WS-ROLL-YYYY
           MOVE WS-BUS-DATE(6:2) TO WS-ROLL-MM
           MOVE WS-LN-REPAY-DAY TO WS-ROLL-DD
           OPEN I-O LoanScheduleFile
           PERFORM VARYING WS-LN-INST FROM 1 BY 1
                   UNTIL WS-LN-INST > WS-LN-TERM
               PERFORM WRITE-LOAN-SCHEDULE-LINE
           END-PERFORM
           CLOSE LoanScheduleFile.

       WRITE-LOAN-SCHEDULE-LINE.
           PERFORM ROLL-DUE-BY-MONTH
           MOVE WS-LN-ID TO LS-Loan-ID
           MOVE WS-LN-INST TO LS-Inst-No
           MOVE WS-ROLL-YYYY TO LS-Due-Date(1:4)
           MOVE "-" TO LS-Due-Date(5:1)
           MOVE WS-ROLL-MM TO LS-Due-Date(6:2)
           MOVE "-" TO LS-Due-Date(8:1)
           MOVE WS-ROLL-DD TO LS-Due-Date(9:2)
           IF WS-LN-NEXT-DUE = SPACES
               MOVE LS-Due-Date TO WS-LN-NEXT-DUE
           END-IF
           MOVE WS-LN-BAL TO LS-Opening
           COMPUTE LS-Interest ROUNDED = WS-LN-BAL * WS-LN-RATE / 12
           IF WS-LN-INST = WS-LN-TERM
               MOVE WS-LN-BAL TO LS-Principal
           ELSE
               COMPUTE LS-Principal = WS-LN-INSTAL - LS-Interest
               IF LS-Principal > WS-LN-BAL
                   MOVE WS-LN-BAL TO LS-Principal
               END-IF
           END-IF
           COMPUTE LS-Instalment = LS-Principal + LS-Interest
           COMPUTE LS-Closing = WS-LN-BAL - LS-Principal
           MOVE LS-Closing TO WS-LN-BAL
           MOVE 0 TO LS-Int-Paid
           MOVE 0 TO LS-Prin-Paid
           MOVE "S" TO LS-Status
           MOVE SPACES TO LS-Paid-Date
           WRITE LS-Record
               INVALID KEY
                   DISPLAY "Failed to write schedule line "
                       LS-Inst-No
           END-WRITE.

       LOAN-INQUIRY.
           DISPLAY "Enter Loan ID: " ACCEPT WS-LN-ID
           OPEN INPUT LoanFile
           MOVE WS-LN-ID TO Loan-ID
           READ LoanFile KEY IS Loan-ID
               INVALID KEY
                   DISPLAY "Loan not found."
                   MOVE 0 TO WS-LN-ID
               NOT INVALID KEY
                   PERFORM DISPLAY-LOAN-DETAIL
           END-READ
           CLOSE LoanFile
           IF WS-LN-ID > 0
               PERFORM DISPLAY-LOAN-SCHEDULE
           END-IF.

       DISPLAY-LOAN-DETAIL.
           DISPLAY "=========================="
           DISPLAY "Loan ID:        " Loan-ID
           DISPLAY "Customer:       " Loan-Cust-ID
           DISPLAY "Account:        " Loan-Account
           MOVE Loan-Principal TO WS-LN-AMT-TEXT
           DISPLAY "Principal:      " WS-LN-AMT-TEXT
           MOVE Loan-Rate TO WS-LN-RATE-TEXT
           DISPLAY "Annual Rate:    " WS-LN-RATE-TEXT
           DISPLAY "Term (months):  " Loan-Term
           DISPLAY "Repayment Day:  " Loan-Repay-Day
           MOVE Loan-Instalment TO WS-LN-AMT-TEXT
           DISPLAY "Instalment:     " WS-LN-AMT-TEXT
           MOVE Loan-Outstanding TO WS-LN-AMT-TEXT
           DISPLAY "Outstanding:    " WS-LN-AMT-TEXT
           MOVE Loan-Int-Paid TO WS-LN-AMT-TEXT
           DISPLAY "Interest Paid:  " WS-LN-AMT-TEXT
           DISPLAY "Booked:         " Loan-Booked-Date
               " by " Loan-Booked-By
           DISPLAY "Next Due:       " Loan-Next-Due
           DISPLAY "Instalments Paid: " Loan-Paid-Count
           MOVE Loan-Arrears-Amt TO WS-LN-AMT-TEXT
           DISPLAY "Arrears:        " WS-LN-AMT-TEXT
               " Days Past Due: " Loan-Days-Past-Due
           EVALUATE Loan-Status
             WHEN "A" DISPLAY "Status:         Active"
             WHEN "R" DISPLAY "Status:         In arrears"
             WHEN "P" DISPLAY "Status:         Paid off"
             WHEN "X" DISPLAY "Status:         Not disbursed"
             WHEN OTHER DISPLAY "Status:         " Loan-Status
           END-EVALUATE
           DISPLAY "==========================".

       DISPLAY-LOAN-SCHEDULE.
           DISPLAY "No. Due Date    Instalment    Interest"
               "      Principal     Closing   St"
           OPEN INPUT LoanScheduleFile
           MOVE WS-LN-ID TO LS-Loan-ID
           MOVE 0 TO LS-Inst-No
           START LoanScheduleFile KEY IS NOT LESS THAN LS-Key
               INVALID KEY MOVE "10" TO WS-LS-FILE-STATUS
               NOT INVALID KEY MOVE "00" TO WS-LS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-LS-FILE-STATUS = "10"
               READ LoanScheduleFile NEXT RECORD INTO LS-Record
                   AT END MOVE "10" TO WS-LS-FILE-STATUS
                   NOT AT END
                       IF LS-Loan-ID NOT = WS-LN-ID
                           MOVE "10" TO WS-LS-FILE-STATUS
                       ELSE
                           MOVE LS-Instalment TO WS-LN-AMT-TEXT
                           MOVE LS-Interest TO WS-LN-AMT-TEXT2
                           DISPLAY LS-Inst-No " " LS-Due-Date " "
                               WS-LN-AMT-TEXT WS-LN-AMT-TEXT2
                           MOVE LS-Principal TO WS-LN-AMT-TEXT
                           MOVE LS-Closing TO WS-LN-AMT-TEXT2
                           DISPLAY "               "
                               WS-LN-AMT-TEXT WS-LN-AMT-TEXT2
                               "  " LS-Status
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanScheduleFile.

           *> Collects every instalment that has fallen due, oldest
           *> first and interest before principal, as far as the
           *> linked account's available funds go. Only what is on
           *> hand is taken, so a short account never draws an NSF
           *> charge - the unpaid part of the instalment goes into
           *> arrears and is retried on the next run.
       PROCESS-LOAN-REPAYMENTS.
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO WS-LN-LOANS
           MOVE 0 TO WS-LN-IN-ARREARS
           MOVE 0 TO WS-LN-PAID-OFF
           MOVE 0 TO WS-LN-INT-TOTAL
           MOVE 0 TO WS-LN-PRIN-TOTAL
           DISPLAY "Collecting loan instalments due on or before "
               WS-BUS-DATE
           OPEN I-O LoanFile
           PERFORM UNTIL WS-LOAN-FILE-STATUS = "10"
               READ LoanFile INTO Loan-Record
                   AT END MOVE "10" TO WS-LOAN-FILE-STATUS
                   NOT AT END
                       IF Loan-Status = "A" OR Loan-Status = "R"
                           PERFORM COLLECT-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile
           MOVE WS-LN-INT-TOTAL TO WS-LN-AMT-TEXT
           MOVE WS-LN-PRIN-TOTAL TO WS-LN-AMT-TEXT2
           DISPLAY "Loans processed: " WS-LN-LOANS
               " in arrears: " WS-LN-IN-ARREARS
               " paid off: " WS-LN-PAID-OFF
           DISPLAY "Interest collected:  " WS-LN-AMT-TEXT
           DISPLAY "Principal collected: " WS-LN-AMT-TEXT2.

       COLLECT-ONE-LOAN.
           ADD 1 TO WS-LN-LOANS
           MOVE 0 TO WS-LN-AVAIL
           MOVE Loan-Account TO WS-ID
           PERFORM CHECK-ACCOUNT-EXISTS
           IF FOUND AND Acc-Status = "A"
               MOVE Loan-Account TO WS-HOLD-ACCT
               PERFORM COMPUTE-ACTIVE-HOLDS
               COMPUTE WS-LN-AVAIL = Balance - WS-HOLD-TOTAL
           END-IF
           MOVE 0 TO WS-LN-INT-NOW
           MOVE 0 TO WS-LN-PRIN-NOW
           MOVE 0 TO WS-LN-ARREARS
           MOVE SPACES TO WS-LN-OLDEST
           MOVE SPACES TO WS-LN-NEXT-DUE

           OPEN I-O LoanScheduleFile
           MOVE Loan-ID TO LS-Loan-ID
           MOVE 0 TO LS-Inst-No
           START LoanScheduleFile KEY IS NOT LESS THAN LS-Key
               INVALID KEY MOVE "10" TO WS-LS-FILE-STATUS
               NOT INVALID KEY MOVE "00" TO WS-LS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-LS-FILE-STATUS = "10"
               READ LoanScheduleFile NEXT RECORD INTO LS-Record
                   AT END MOVE "10" TO WS-LS-FILE-STATUS
                   NOT AT END
                       IF LS-Loan-ID NOT = Loan-ID
                           MOVE "10" TO WS-LS-FILE-STATUS
                       ELSE
                           PERFORM COLLECT-LOAN-INSTALMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanScheduleFile

           SUBTRACT WS-LN-PRIN-NOW FROM Loan-Outstanding
           ADD WS-LN-INT-NOW TO Loan-Int-Paid
           MOVE WS-LN-ARREARS TO Loan-Arrears-Amt
           MOVE 0 TO Loan-Days-Past-Due
           IF WS-LN-OLDEST NOT = SPACES
               MOVE WS-LN-OLDEST TO Loan-Next-Due
               MOVE WS-LN-OLDEST TO WS-DIFF-FROM
               MOVE WS-BUS-DATE TO WS-DIFF-TO
               PERFORM COMPUTE-DAYS-BETWEEN
               IF WS-DIFF-DAYS > 0
                   MOVE WS-DIFF-DAYS TO Loan-Days-Past-Due
               END-IF
           ELSE
               MOVE WS-LN-NEXT-DUE TO Loan-Next-Due
           END-IF
           EVALUATE TRUE
             WHEN Loan-Outstanding = 0 AND WS-LN-ARREARS = 0
               MOVE "P" TO Loan-Status
               MOVE SPACES TO Loan-Next-Due
               ADD 1 TO WS-LN-PAID-OFF
               DISPLAY "Loan " Loan-ID " paid off."
             WHEN WS-LN-ARREARS > 0
               MOVE "R" TO Loan-Status
               ADD 1 TO WS-LN-IN-ARREARS
               MOVE WS-LN-ARREARS TO WS-LN-AMT-TEXT
               DISPLAY "Loan " Loan-ID " in arrears "
                   WS-LN-AMT-TEXT " days past due "
                   Loan-Days-Past-Due
             WHEN OTHER
               MOVE "A" TO Loan-Status
           END-EVALUATE
           REWRITE Loan-Record.

       COLLECT-LOAN-INSTALMENT.
           EVALUATE TRUE
             WHEN LS-Status = "P"
               CONTINUE
             WHEN LS-Due-Date > WS-BUS-DATE
               *> Nothing later than the first future line is due.
               MOVE LS-Due-Date TO WS-LN-NEXT-DUE
               MOVE "10" TO WS-LS-FILE-STATUS
             WHEN OTHER
               COMPUTE WS-LN-INT-DUE = LS-Interest - LS-Int-Paid
               COMPUTE WS-LN-PRIN-DUE = LS-Principal - LS-Prin-Paid

               MOVE WS-LN-INT-DUE TO WS-LN-LEG-AMT
               MOVE "LoanInt" TO WS-LN-LEG-TYPE
               PERFORM POST-LOAN-LEG
               ADD WS-LN-LEG-AMT TO LS-Int-Paid
               ADD WS-LN-LEG-AMT TO WS-LN-INT-NOW
               ADD WS-LN-LEG-AMT TO WS-LN-INT-TOTAL

               MOVE WS-LN-PRIN-DUE TO WS-LN-LEG-AMT
               MOVE "LoanPrin" TO WS-LN-LEG-TYPE
               PERFORM POST-LOAN-LEG
               ADD WS-LN-LEG-AMT TO LS-Prin-Paid
               ADD WS-LN-LEG-AMT TO WS-LN-PRIN-NOW
               ADD WS-LN-LEG-AMT TO WS-LN-PRIN-TOTAL

               IF LS-Int-Paid = LS-Interest
                       AND LS-Prin-Paid = LS-Principal
                   MOVE "P" TO LS-Status
                   MOVE WS-BUS-DATE TO LS-Paid-Date
                   ADD 1 TO Loan-Paid-Count
               ELSE
                   MOVE "A" TO LS-Status
                   COMPUTE WS-LN-ARREARS = WS-LN-ARREARS
                       + LS-Interest - LS-Int-Paid
                       + LS-Principal - LS-Prin-Paid
                   IF WS-LN-OLDEST = SPACES
                       MOVE LS-Due-Date TO WS-LN-OLDEST
                   END-IF
               END-IF
               REWRITE LS-Record
           END-EVALUATE.

           *> Takes as much of WS-LN-LEG-AMT as the account has
           *> available and hands back the amount actually posted.
       POST-LOAN-LEG.
           IF WS-LN-AVAIL <= 0
               MOVE 0 TO WS-LN-LEG-AMT
           ELSE
               IF WS-LN-LEG-AMT > WS-LN-AVAIL
                   MOVE WS-LN-AVAIL TO WS-LN-LEG-AMT
               END-IF
           END-IF
           IF WS-LN-LEG-AMT > 0
               MOVE "W" TO WS-MODE
               MOVE Loan-Account TO WS-ID
               MOVE WS-LN-LEG-AMT TO WS-AMOUNT
               MOVE WS-LN-LEG-TYPE TO WS-TXN-TYPE-OVR
               MOVE "D" TO WS-TXN-DRCR
               MOVE Loan-ID TO WS-TXN-REF
               MOVE 0 TO WS-TXN-RATE
               MOVE 'Y' TO WS-LIMIT-OVERRIDE
               PERFORM UPDATE-BALANCE
               MOVE 'N' TO WS-LIMIT-OVERRIDE
               MOVE SPACES TO WS-TXN-TYPE-OVR
               MOVE SPACE TO WS-TXN-DRCR
               MOVE 0 TO WS-TXN-REF
               IF WS-UPDATE-OK = 'Y'
                   SUBTRACT WS-LN-LEG-AMT FROM WS-LN-AVAIL
               ELSE
                   MOVE 0 TO WS-LN-LEG-AMT
                   MOVE 0 TO WS-LN-AVAIL
               END-IF
           END-IF.

           *> Calendar days from WS-DIFF-FROM to WS-DIFF-TO, both
           *> yyyy-mm-dd. Negative when FROM is the later date.
       COMPUTE-DAYS-BETWEEN.
           MOVE WS-DIFF-FROM(1:4) TO WS-ROLL-YYYY
           MOVE WS-DIFF-FROM(6:2) TO WS-ROLL-MM
           MOVE WS-DIFF-FROM(9:2) TO WS-ROLL-DD
           COMPUTE WS-ROLL-DATE8 =
               WS-ROLL-YYYY * 10000 + WS-ROLL-MM * 100 + WS-ROLL-DD
           COMPUTE WS-DIFF-START =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE8)
           MOVE WS-DIFF-TO(1:4) TO WS-ROLL-YYYY
           MOVE WS-DIFF-TO(6:2) TO WS-ROLL-MM
           MOVE WS-DIFF-TO(9:2) TO WS-ROLL-DD
           COMPUTE WS-ROLL-DATE8 =
               WS-ROLL-YYYY * 10000 + WS-ROLL-MM * 100 + WS-ROLL-DD
           COMPUTE WS-DIFF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE8)
                   - WS-DIFF-START.

           *> Outstanding principal and arrears for every live loan,
           *> aged on days past due as at the last repayment run.
       LOAN-PORTFOLIO-REPORT.
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO WS-LN-RPT-COUNT
           MOVE 0 TO WS-LN-RPT-OUT
           MOVE 0 TO WS-LN-RPT-ARR
           INITIALIZE WS-LN-BKT-TABLE
           OPEN OUTPUT LoanReportFile
           MOVE SPACES TO Loan-Report-Line
           STRING "Loan Portfolio Report - business date "
               WS-BUS-DATE " run " WS-NOW(1:10)
               DELIMITED BY SIZE INTO Loan-Report-Line
           WRITE Loan-Report-Line
           MOVE SPACES TO Loan-Report-Line
           STRING "Loan ID  Customer   Account   "
               "     Outstanding         Arrears   DPD Bucket"
               DELIMITED BY SIZE INTO Loan-Report-Line
           WRITE Loan-Report-Line

           OPEN INPUT LoanFile
           PERFORM UNTIL WS-LOAN-FILE-STATUS = "10"
               READ LoanFile INTO Loan-Record
                   AT END MOVE "10" TO WS-LOAN-FILE-STATUS
                   NOT AT END
                       IF Loan-Status = "A" OR Loan-Status = "R"
                           PERFORM WRITE-LOAN-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile

           MOVE SPACES TO Loan-Report-Line
           WRITE Loan-Report-Line
           MOVE "Arrears buckets:" TO Loan-Report-Line
           WRITE Loan-Report-Line
           PERFORM VARYING WS-LN-BKT FROM 1 BY 1 UNTIL WS-LN-BKT > 5
               MOVE LN-BKT-OUT(WS-LN-BKT) TO WS-LN-AMT-TEXT
               MOVE LN-BKT-ARR(WS-LN-BKT) TO WS-LN-AMT-TEXT2
               MOVE SPACES TO Loan-Report-Line
               STRING "  " LN-BKT-NAME(WS-LN-BKT)
                   " Loans " LN-BKT-COUNT(WS-LN-BKT)
                   " Outstanding " WS-LN-AMT-TEXT
                   " Arrears " WS-LN-AMT-TEXT2
                   DELIMITED BY SIZE INTO Loan-Report-Line
               WRITE Loan-Report-Line
           END-PERFORM
           MOVE WS-LN-RPT-OUT TO WS-TD-AMT-TEXT
           MOVE SPACES TO Loan-Report-Line
           STRING "Total loans " WS-LN-RPT-COUNT
               " Outstanding principal " WS-TD-AMT-TEXT
               DELIMITED BY SIZE INTO Loan-Report-Line
           WRITE Loan-Report-Line
           MOVE WS-LN-RPT-ARR TO WS-TD-AMT-TEXT
           MOVE SPACES TO Loan-Report-Line
           STRING "Total arrears " WS-TD-AMT-TEXT
               DELIMITED BY SIZE INTO Loan-Report-Line
           WRITE Loan-Report-Line
           CLOSE LoanReportFile
           DISPLAY "Loans reported: " WS-LN-RPT-COUNT
           DISPLAY "Report written to data/loan_portfolio.txt".

       WRITE-LOAN-REPORT-LINE.
           EVALUATE TRUE
             WHEN Loan-Days-Past-Due = 0
               MOVE 1 TO WS-LN-BKT
             WHEN Loan-Days-Past-Due <= 30
               MOVE 2 TO WS-LN-BKT
             WHEN Loan-Days-Past-Due <= 60
               MOVE 3 TO WS-LN-BKT
             WHEN Loan-Days-Past-Due <= 90
               MOVE 4 TO WS-LN-BKT
             WHEN OTHER
               MOVE 5 TO WS-LN-BKT
           END-EVALUATE
           ADD 1 TO WS-LN-RPT-COUNT
           ADD Loan-Outstanding TO WS-LN-RPT-OUT
           ADD Loan-Arrears-Amt TO WS-LN-RPT-ARR
           ADD 1 TO LN-BKT-COUNT(WS-LN-BKT)
           ADD Loan-Outstanding TO LN-BKT-OUT(WS-LN-BKT)
           ADD Loan-Arrears-Amt TO LN-BKT-ARR(WS-LN-BKT)
           MOVE Loan-Outstanding TO WS-LN-AMT-TEXT
           MOVE Loan-Arrears-Amt TO WS-LN-AMT-TEXT2
           MOVE SPACES TO Loan-Report-Line
           STRING Loan-ID " " Loan-Cust-ID " " Loan-Account " "
               WS-LN-AMT-TEXT " " WS-LN-AMT-TEXT2 " "
               Loan-Days-Past-Due " " LN-BKT-NAME(WS-LN-BKT)
               DELIMITED BY SIZE INTO Loan-Report-Line
           WRITE Loan-Report-Line.

       COMPLIANCE-MAINT.
           DISPLAY "--- Compliance Monitoring ---"
           DISPLAY "1. List Open Cases"
           DISPLAY "2. Disposition a Case"
           DISPLAY "3. List Thresholds"
           DISPLAY "4. Set Threshold"
           DISPLAY "5. Run Compliance Monitoring"
           DISPLAY "Enter Choice: "
           ACCEPT WS-CMP-CHOICE
           EVALUATE WS-CMP-CHOICE
             WHEN 1 PERFORM LIST-OPEN-CASES
             WHEN 2 PERFORM DISPOSITION-CASE
             WHEN 3 PERFORM LIST-CMP-THRESHOLDS
             WHEN 4 PERFORM SET-CMP-THRESHOLD
             WHEN 5 PERFORM RUN-COMPLIANCE-MONITOR
             WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

           *> Thresholds live in StaticFile beside the fee schedule.
           *> A key never set, or set to zero, takes the default.
       LOAD-CMP-THRESHOLDS.
           MOVE "CMP-CASH-LIMIT" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-CMP-LIMIT
           IF WS-CMP-LIMIT = 0
               MOVE 10000 TO WS-CMP-LIMIT
           END-IF
           MOVE "CMP-NEAR-PCT" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-CMP-NEAR-PCT
           IF WS-CMP-NEAR-PCT = 0 OR WS-CMP-NEAR-PCT > 99
               MOVE 90 TO WS-CMP-NEAR-PCT
           END-IF
           MOVE "CMP-NEAR-COUNT" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-CMP-NEAR-COUNT
           IF WS-CMP-NEAR-COUNT = 0
               MOVE 3 TO WS-CMP-NEAR-COUNT
           END-IF
           MOVE "CMP-WINDOW-DAYS" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-CMP-WINDOW
           IF WS-CMP-WINDOW = 0
               MOVE 5 TO WS-CMP-WINDOW
           END-IF
           MOVE "CMP-RAPID-PCT" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-CMP-RAPID-PCT
           IF WS-CMP-RAPID-PCT = 0
               MOVE 80 TO WS-CMP-RAPID-PCT
           END-IF
           MOVE "CMP-RAPID-MIN" TO WS-TEMP-KEY
           PERFORM READ-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-CMP-RAPID-MIN
           IF WS-CMP-RAPID-MIN = 0
               MOVE 5000 TO WS-CMP-RAPID-MIN
           END-IF
           COMPUTE WS-CMP-NEAR-FLOOR ROUNDED =
               WS-CMP-LIMIT * WS-CMP-NEAR-PCT / 100.

       LIST-CMP-THRESHOLDS.
           PERFORM LOAD-CMP-THRESHOLDS
           MOVE WS-CMP-LIMIT TO WS-STMT-AMT-TEXT
           DISPLAY "Reportable Cash Threshold:      " WS-STMT-AMT-TEXT
           DISPLAY "Structuring Band (% of limit):  " WS-CMP-NEAR-PCT
           DISPLAY "Structuring Count in Window:    " WS-CMP-NEAR-COUNT
           DISPLAY "Structuring Window (days):      " WS-CMP-WINDOW
           DISPLAY "Rapid Movement Out (% of in):   " WS-CMP-RAPID-PCT
           MOVE WS-CMP-RAPID-MIN TO WS-STMT-AMT-TEXT
           DISPLAY "Rapid Movement Minimum In:      " WS-STMT-AMT-TEXT.

       SET-CMP-THRESHOLD.
           DISPLAY "1. Reportable Cash Threshold"
           DISPLAY "2. Structuring Band (% of limit)"
           DISPLAY "3. Structuring Count in Window"
           DISPLAY "4. Structuring Window (days)"
           DISPLAY "5. Rapid Movement Out (% of in)"
           DISPLAY "6. Rapid Movement Minimum In"
           DISPLAY "Enter Choice: "
           ACCEPT WS-CMP-CHOICE
           EVALUATE WS-CMP-CHOICE
             WHEN 1 MOVE "CMP-CASH-LIMIT" TO WS-TEMP-KEY
             WHEN 2 MOVE "CMP-NEAR-PCT" TO WS-TEMP-KEY
             WHEN 3 MOVE "CMP-NEAR-COUNT" TO WS-TEMP-KEY
             WHEN 4 MOVE "CMP-WINDOW-DAYS" TO WS-TEMP-KEY
             WHEN 5 MOVE "CMP-RAPID-PCT" TO WS-TEMP-KEY
             WHEN 6 MOVE "CMP-RAPID-MIN" TO WS-TEMP-KEY
             WHEN OTHER MOVE SPACES TO WS-TEMP-KEY
           END-EVALUATE
           IF WS-TEMP-KEY = SPACES
               DISPLAY "Invalid Choice"
           ELSE
               PERFORM READ-FEE-AMOUNT
               MOVE WS-FEE-AMOUNT TO WS-AUD-AMT-BEFORE
               DISPLAY "Enter New Value (0 restores the default): "
               ACCEPT WS-FEE-AMOUNT
               PERFORM SAVE-FEE-AMOUNT
               MOVE WS-FEE-AMOUNT TO WS-AUD-AMT-AFTER
               PERFORM AUDIT-STATIC-AMOUNT
               DISPLAY "Compliance threshold updated."
           END-IF.

           *> Reviews the business date's postings customer by
           *> customer. Large cash items are flagged as they are
           *> read; structuring and rapid movement are judged once
           *> every posting for the customer has been gathered in
           *> the work file. The batch job monitors a date only once,
           *> so a rerun cannot raise the same cases twice; a run
           *> from the menu is an interim look and always goes ahead.
       RUN-COMPLIANCE-MONITOR.
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           MOVE 'Y' TO WS-CMP-OK
           MOVE 0 TO WS-CMP-LARGE
           MOVE 0 TO WS-CMP-STRUCT
           MOVE 0 TO WS-CMP-RAPID
           MOVE 0 TO WS-CMP-CASES
           IF WS-BATCH-MODE = 'Y'
               MOVE "CMP-LAST-RUN" TO Static-Key
               OPEN I-O StaticFile
               READ StaticFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Static-Value(1:10) = WS-BUS-DATE
                           MOVE 'N' TO WS-CMP-OK
                       END-IF
               END-READ
               CLOSE StaticFile
           END-IF
           IF WS-CMP-OK = 'N'
               DISPLAY "Compliance monitoring already run for "
                   WS-BUS-DATE " - not repeated."
           ELSE
               PERFORM LOAD-CMP-THRESHOLDS
               PERFORM SCAN-CMP-POSTINGS
               IF WS-BATCH-MODE = 'Y'
                   MOVE "CMP-LAST-RUN" TO Static-Key
                   OPEN I-O StaticFile
                   MOVE WS-BUS-DATE TO Static-Value
                   REWRITE Static-Record
                       INVALID KEY
                           WRITE Static-Record
                   END-REWRITE
                   CLOSE StaticFile
               END-IF
               DISPLAY "Compliance cases raised: " WS-CMP-CASES
               DISPLAY "Report written to data/compliance_report.txt"
           END-IF.

       SCAN-CMP-POSTINGS.
           OPEN OUTPUT ComplianceReportFile
           MOVE SPACES TO Compliance-Report-Line
           STRING "Compliance Monitoring Report - business date "
               WS-BUS-DATE " run " WS-NOW(1:10)
               DELIMITED BY SIZE INTO Compliance-Report-Line
           WRITE Compliance-Report-Line
           MOVE WS-CMP-LIMIT TO WS-CMP-AMT-TEXT
           MOVE SPACES TO Compliance-Report-Line
           STRING "Cash threshold " WS-CMP-AMT-TEXT
               "  structuring " WS-CMP-NEAR-COUNT " in "
               WS-CMP-WINDOW " days at " WS-CMP-NEAR-PCT "%"
               DELIMITED BY SIZE INTO Compliance-Report-Line
           WRITE Compliance-Report-Line

           OPEN OUTPUT CmpWorkFile
           CLOSE CmpWorkFile
           OPEN I-O CmpWorkFile
           OPEN OUTPUT CmpXferFile
           CLOSE CmpXferFile
           OPEN I-O CmpXferFile
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT AccountFile
           OPEN INPUT TransactionFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ TransactionFile INTO Txn-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       PERFORM CMP-SCAN-TXN
               END-READ
           END-PERFORM

           *> The window can reach back past a month-end archive,
           *> so archived postings are judged the same way.
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT TransactionHistoryFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ TransactionHistoryFile INTO Txn-History-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       MOVE Txn-History-Record TO Txn-Record
                       PERFORM CMP-SCAN-TXN
               END-READ
           END-PERFORM
           CLOSE TransactionHistoryFile
           CLOSE TransactionFile
           CLOSE AccountFile

           *> Only transfers whose credit leg went to another
           *> customer count as funds moved out.
           MOVE "00" TO WS-WORK-FILE-STATUS
           MOVE 0 TO CX-Ref
           START CmpXferFile KEY IS NOT LESS THAN CX-Ref
               INVALID KEY MOVE "10" TO WS-WORK-FILE-STATUS
           END-START
           PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
               READ CmpXferFile NEXT RECORD INTO Cmp-Xfer-Record
                   AT END MOVE "10" TO WS-WORK-FILE-STATUS
                   NOT AT END
                       IF CX-From-Cust NOT = SPACES
                               AND CX-To-Cust NOT = CX-From-Cust
                           PERFORM CMP-ADD-XFER-OUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CmpXferFile

           MOVE "00" TO WS-WORK-FILE-STATUS
           MOVE LOW-VALUES TO CW-Cust-ID
           START CmpWorkFile KEY IS NOT LESS THAN CW-Cust-ID
               INVALID KEY MOVE "10" TO WS-WORK-FILE-STATUS
           END-START
           PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
               READ CmpWorkFile NEXT RECORD INTO Cmp-Work-Record
                   AT END MOVE "10" TO WS-WORK-FILE-STATUS
                   NOT AT END
                       PERFORM CMP-CHECK-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CmpWorkFile

           MOVE SPACES TO Compliance-Report-Line
           STRING "Large cash: " WS-CMP-LARGE
               "  Structuring: " WS-CMP-STRUCT
               "  Rapid movement: " WS-CMP-RAPID
               "  Total cases: " WS-CMP-CASES
               DELIMITED BY SIZE INTO Compliance-Report-Line
           WRITE Compliance-Report-Line
           CLOSE ComplianceReportFile.

           *> Only postings inside the structuring window matter;
           *> reversed items and the reversals themselves are left
           *> out on both sides.
       CMP-SCAN-TXN.
           IF Txn-Reversed NOT = "Y" AND Txn-Type NOT = "Reversal"
                   AND Txn-DateTime(1:10) <= WS-BUS-DATE
               MOVE Txn-DateTime(1:10) TO WS-DIFF-FROM
               MOVE WS-BUS-DATE TO WS-DIFF-TO
               PERFORM COMPUTE-DAYS-BETWEEN
               IF WS-DIFF-DAYS < WS-CMP-WINDOW
                   PERFORM CMP-NOTE-TXN
               END-IF
           END-IF.

       CMP-NOTE-TXN.
           IF Txn-Type = "Deposit" OR Txn-Type = "Withdraw"
                   OR Txn-Type = "IchDeposit"
                   OR Txn-Type = "IchWithdrw"
               MOVE 'Y' TO WS-CMP-IS-CASH
           ELSE
               MOVE 'N' TO WS-CMP-IS-CASH
           END-IF
           MOVE SPACES TO WS-CMP-CUST
           MOVE Txn-Account TO Acc-ID
           READ AccountFile KEY IS Acc-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Acc-Cust-ID TO WS-CMP-CUST
           END-READ
           IF WS-CMP-CUST NOT = SPACES
               IF WS-CMP-IS-CASH = 'Y' AND WS-DIFF-DAYS = 0
                       AND Txn-Amount >= WS-CMP-LIMIT
                   MOVE "LARGECASH" TO WS-CMP-RULE
                   MOVE Txn-Account TO WS-CMP-ACCT
                   MOVE Txn-ID TO WS-CMP-TXN
                   MOVE Txn-Amount TO WS-CMP-AMT
                   MOVE 1 TO WS-CMP-COUNT
                   PERFORM WRITE-CMP-CASE
               END-IF
               PERFORM CMP-GET-WORK
               IF WS-CMP-IS-CASH = 'Y'
                       AND Txn-Amount >= WS-CMP-NEAR-FLOOR
                       AND Txn-Amount < WS-CMP-LIMIT
                   ADD 1 TO CW-Near-Count
                   ADD Txn-Amount TO CW-Near-Amt
                   MOVE Txn-Account TO CW-Last-Acct
                   IF WS-DIFF-DAYS = 0
                       ADD 1 TO CW-Near-Today
                   END-IF
               END-IF
               IF WS-DIFF-DAYS = 0
                   IF Txn-DrCr = "C" AND
                           (Txn-Type = "Deposit" OR
                            Txn-Type = "ChqDeposit" OR
                            Txn-Type = "IchDeposit" OR
                            Txn-Type = "LoanDisb")
                       ADD Txn-Amount TO CW-In-Amt
                   END-IF
                   IF Txn-Type = "Transfer"
                       IF Txn-Reference = 0
                           IF Txn-DrCr = "D"
                               ADD Txn-Amount TO CW-Out-Amt
                               MOVE Txn-Account TO CW-Last-Acct
                           END-IF
                       ELSE
                           PERFORM CMP-NOTE-XFER-LEG
                       END-IF
                   END-IF
               END-IF
               PERFORM CMP-PUT-WORK
           END-IF.

           *> Both legs of a transfer share its reference; the debit
           *> side is held here until the credit side shows whose
           *> account the funds went to.
       CMP-NOTE-XFER-LEG.
           MOVE Txn-Reference TO CX-Ref
           READ CmpXferFile
               INVALID KEY
                   MOVE 'Y' TO WS-CMP-NEW-XFER
                   INITIALIZE Cmp-Xfer-Record
                   MOVE Txn-Reference TO CX-Ref
               NOT INVALID KEY
                   MOVE 'N' TO WS-CMP-NEW-XFER
           END-READ
           IF Txn-DrCr = "D"
               MOVE WS-CMP-CUST TO CX-From-Cust
               MOVE Txn-Account TO CX-From-Acct
               ADD Txn-Amount TO CX-Amount
           ELSE
               MOVE WS-CMP-CUST TO CX-To-Cust
           END-IF
           IF WS-CMP-NEW-XFER = 'Y'
               WRITE Cmp-Xfer-Record
           ELSE
               REWRITE Cmp-Xfer-Record
           END-IF.

       CMP-ADD-XFER-OUT.
           MOVE CX-From-Cust TO WS-CMP-CUST
           PERFORM CMP-GET-WORK
           ADD CX-Amount TO CW-Out-Amt
           MOVE CX-From-Acct TO CW-Last-Acct
           PERFORM CMP-PUT-WORK.

       CMP-GET-WORK.
           MOVE WS-CMP-CUST TO CW-Cust-ID
           READ CmpWorkFile
               INVALID KEY
                   MOVE 'Y' TO WS-CMP-NEW-WORK
                   INITIALIZE Cmp-Work-Record
                   MOVE WS-CMP-CUST TO CW-Cust-ID
               NOT INVALID KEY
                   MOVE 'N' TO WS-CMP-NEW-WORK
           END-READ.

       CMP-PUT-WORK.
           IF WS-CMP-NEW-WORK = 'Y'
               WRITE Cmp-Work-Record
           ELSE
               REWRITE Cmp-Work-Record
           END-IF.

       CMP-CHECK-CUSTOMER.
           MOVE CW-Cust-ID TO WS-CMP-CUST
           IF CW-Near-Today > 0 AND CW-Near-Count >= WS-CMP-NEAR-COUNT
               MOVE "STRUCTURE" TO WS-CMP-RULE
               MOVE CW-Last-Acct TO WS-CMP-ACCT
               MOVE 0 TO WS-CMP-TXN
               MOVE CW-Near-Amt TO WS-CMP-AMT
               MOVE CW-Near-Count TO WS-CMP-COUNT
               PERFORM WRITE-CMP-CASE
           END-IF
           IF CW-In-Amt >= WS-CMP-RAPID-MIN AND CW-Out-Amt > 0
                   AND CW-Out-Amt * 100 >= CW-In-Amt * WS-CMP-RAPID-PCT
               MOVE "RAPIDMOVE" TO WS-CMP-RULE
               MOVE CW-Last-Acct TO WS-CMP-ACCT
               MOVE 0 TO WS-CMP-TXN
               MOVE CW-Out-Amt TO WS-CMP-AMT
               MOVE 0 TO WS-CMP-COUNT
               PERFORM WRITE-CMP-CASE
           END-IF.

       ALLOCATE-CASE-ID.
           MOVE "LAST-CASE-ID" TO Static-Key
           OPEN I-O StaticFile
           READ StaticFile
               INVALID KEY
                   MOVE 1 TO WS-CMP-CASE-ID
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(Static-Value)
                       TO WS-CMP-CASE-ID
                   ADD 1 TO WS-CMP-CASE-ID
           END-READ
           MOVE FUNCTION NUMVAL-C(WS-CMP-CASE-ID) TO Static-Value
           REWRITE Static-Record
               INVALID KEY
                   WRITE Static-Record
           END-REWRITE
           CLOSE StaticFile.

       WRITE-CMP-CASE.
           PERFORM ALLOCATE-CASE-ID
           MOVE WS-CMP-CASE-ID TO Case-ID
           MOVE WS-BUS-DATE TO Case-Date
           MOVE WS-CMP-CUST TO Case-Cust-ID
           MOVE WS-CMP-RULE TO Case-Rule
           MOVE WS-CMP-ACCT TO Case-Account
           MOVE WS-CMP-TXN TO Case-Txn-ID
           MOVE WS-CMP-AMT TO Case-Amount
           MOVE WS-CMP-COUNT TO Case-Count
           MOVE "O" TO Case-Status
           MOVE SPACES TO Case-Disposition
           MOVE SPACES TO Case-Officer
           MOVE SPACES TO Case-Disp-Date
           MOVE SPACES TO Case-Note
           OPEN I-O ComplianceCaseFile
           WRITE Case-Record
               INVALID KEY
                   DISPLAY "Failed to write compliance case."
           END-WRITE
           CLOSE ComplianceCaseFile
           ADD 1 TO WS-CMP-CASES
           EVALUATE WS-CMP-RULE
             WHEN "LARGECASH" ADD 1 TO WS-CMP-LARGE
             WHEN "STRUCTURE" ADD 1 TO WS-CMP-STRUCT
             WHEN OTHER ADD 1 TO WS-CMP-RAPID
           END-EVALUATE
           MOVE WS-CMP-CUST TO WS-CUST-ID
           PERFORM READ-CUSTOMER
           IF NOT-FOUND
               MOVE SPACES TO Cust-Name
           END-IF
           MOVE WS-CMP-AMT TO WS-CMP-AMT-TEXT
           MOVE SPACES TO Compliance-Report-Line
           STRING "Case " WS-CMP-CASE-ID " " WS-CMP-RULE
               " Cust " WS-CMP-CUST " " Cust-Name
               " Acct " WS-CMP-ACCT " Txn " WS-CMP-TXN
               " Amt " WS-CMP-AMT-TEXT " Cnt " WS-CMP-COUNT
               DELIMITED BY SIZE INTO Compliance-Report-Line
           WRITE Compliance-Report-Line.

       LIST-OPEN-CASES.
           MOVE 0 TO WS-CMP-OPEN-CNT
           OPEN INPUT ComplianceCaseFile
           DISPLAY "=========== Open Compliance Cases ==========="
           PERFORM UNTIL WS-CASE-FILE-STATUS = "10"
               READ ComplianceCaseFile INTO Case-Record
                   AT END MOVE "10" TO WS-CASE-FILE-STATUS
                   NOT AT END
                       IF Case-Status = "O"
                           ADD 1 TO WS-CMP-OPEN-CNT
                           MOVE Case-Amount TO WS-CMP-AMT-TEXT
                           DISPLAY "Case " Case-ID " " Case-Date
                               " " Case-Rule " Cust " Case-Cust-ID
                           DISPLAY "  Account " Case-Account
                               " Txn " Case-Txn-ID
                               " Amount " WS-CMP-AMT-TEXT
                               " Count " Case-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ComplianceCaseFile
           DISPLAY "Open cases: " WS-CMP-OPEN-CNT.

       DISPOSITION-CASE.
           DISPLAY "Enter Case ID: " ACCEPT WS-CMP-CASE-ID
           OPEN I-O ComplianceCaseFile
           MOVE WS-CMP-CASE-ID TO Case-ID
           READ ComplianceCaseFile KEY IS Case-ID
               INVALID KEY
                   DISPLAY "Case not found."
               NOT INVALID KEY
                   MOVE Case-Amount TO WS-CMP-AMT-TEXT
                   DISPLAY "Case " Case-ID " raised " Case-Date
                       " rule " Case-Rule
                   DISPLAY "Customer " Case-Cust-ID
                       " Account " Case-Account
                       " Txn " Case-Txn-ID
                   DISPLAY "Amount " WS-CMP-AMT-TEXT
                       " Count " Case-Count
                   IF Case-Status NOT = "O"
                       DISPLAY "Already dispositioned "
                           Case-Disposition " by " Case-Officer
                           " on " Case-Disp-Date
                   ELSE
                       DISPLAY "1. Report Filed"
                       DISPLAY "2. No Action Required"
                       DISPLAY "Enter Choice: "
                       ACCEPT WS-CMP-CHOICE
                       EVALUATE WS-CMP-CHOICE
                         WHEN 1 MOVE "FILED" TO WS-CMP-DISP
                         WHEN 2 MOVE "NOACTION" TO WS-CMP-DISP
                         WHEN OTHER MOVE SPACES TO WS-CMP-DISP
                       END-EVALUATE
                       IF WS-CMP-DISP = SPACES
                           DISPLAY "Invalid Choice"
                       ELSE
                           DISPLAY "Enter Note: "
                           ACCEPT WS-CMP-NOTE
                           IF WS-BUS-DATE = SPACES
                               PERFORM GET-BUSINESS-DATE
                           END-IF
                           MOVE "D" TO Case-Status
                           MOVE WS-CMP-DISP TO Case-Disposition
                           MOVE WS-OPERATOR-ID TO Case-Officer
                           MOVE WS-BUS-DATE TO Case-Disp-Date
                           MOVE WS-CMP-NOTE TO Case-Note
                           REWRITE Case-Record
                           MOVE "CMPCASE" TO WS-AUD-FILE
                           MOVE Case-ID TO WS-AUD-KEY
                           MOVE Case-Account TO WS-AUD-ACCT
                           MOVE "Case-Disposition" TO WS-AUD-FIELD
                           MOVE SPACES TO WS-AUD-BEFORE
                           MOVE Case-Disposition TO WS-AUD-AFTER
                           PERFORM WRITE-MAINT-AUDIT
                           DISPLAY "Case " Case-ID " dispositioned."
                       END-IF
                   END-IF
           END-READ
           CLOSE ComplianceCaseFile.

           *> Interest credited in the calendar year, per customer,
           *> from both the live and the archived postings. Reversed
           *> interest is shown and taken off. Foreign-currency
           *> accounts are reported in the base currency at the
           *> table rate on the day the job runs.
       TAX-YEAR-END.
           MOVE 'Y' TO WS-TAX-OK
           MOVE 0 TO WS-TAX-CUSTOMERS
           MOVE 0 TO WS-TAX-TOTAL
           IF WS-BATCH-MODE = 'Y'
               MOVE WS-JOB-PARM(1:4) TO WS-TAX-YEAR-X
           ELSE
               DISPLAY "Enter Tax Year (yyyy): "
               ACCEPT WS-TAX-YEAR-X
           END-IF
           IF WS-TAX-YEAR-X IS NOT NUMERIC OR WS-TAX-YEAR < 1900
               MOVE 'N' TO WS-TAX-OK
               DISPLAY "Invalid tax year: " WS-TAX-YEAR-X
           ELSE
               PERFORM GET-DATE-TIME
               PERFORM GET-BUSINESS-DATE
               PERFORM GET-BASE-CURRENCY
               PERFORM GATHER-TAX-INTEREST
               PERFORM WRITE-TAX-OUTPUT
               DISPLAY "Tax statements written: " WS-TAX-CUSTOMERS
               DISPLAY "Statements in data/tax_statements.txt, "
                   "submission in data/tax_submission.txt"
           END-IF.

       GATHER-TAX-INTEREST.
           OPEN OUTPUT TaxWorkFile
           CLOSE TaxWorkFile
           OPEN I-O TaxWorkFile
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT AccountFile
           OPEN INPUT TransactionFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ TransactionFile INTO Txn-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Txn-Type = "Interest" AND Txn-DrCr = "C"
                               AND Txn-DateTime(1:4) = WS-TAX-YEAR-X
                           MOVE Txn-Account TO WS-TAX-E-ACCT
                           MOVE Txn-Amount TO WS-TAX-E-AMT
                           MOVE Txn-Currency TO WS-TAX-E-CCY
                           MOVE Txn-Reversed TO WS-TAX-E-REV
                           PERFORM TAX-ACCUMULATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile

           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT TransactionHistoryFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ TransactionHistoryFile INTO Txn-History-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Hist-Txn-Type = "Interest"
                               AND Hist-Txn-DrCr = "C"
                               AND Hist-Txn-DateTime(1:4)
                                   = WS-TAX-YEAR-X
                           MOVE Hist-Txn-Account TO WS-TAX-E-ACCT
                           MOVE Hist-Txn-Amount TO WS-TAX-E-AMT
                           MOVE Hist-Txn-Currency TO WS-TAX-E-CCY
                           MOVE Hist-Txn-Reversed TO WS-TAX-E-REV
                           PERFORM TAX-ACCUMULATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionHistoryFile
           CLOSE AccountFile
           CLOSE TaxWorkFile.

       TAX-ACCUMULATE.
           MOVE WS-TAX-E-ACCT TO Acc-ID
           READ AccountFile KEY IS Acc-ID
               INVALID KEY
                   MOVE SPACES TO WS-TAX-CUST
               NOT INVALID KEY
                   MOVE Acc-Cust-ID TO WS-TAX-CUST
           END-READ
           IF WS-TAX-CUST = SPACES
               DISPLAY "WARNING: interest on unknown account "
                   WS-TAX-E-ACCT " left out of the tax extract"
           ELSE
               MOVE WS-TAX-CUST TO TW-Cust-ID
               MOVE WS-TAX-E-ACCT TO TW-Acc-ID
               READ TaxWorkFile
                   INVALID KEY
                       MOVE WS-TAX-CUST TO TW-Cust-ID
                       MOVE WS-TAX-E-ACCT TO TW-Acc-ID
                       MOVE WS-TAX-E-CCY TO TW-Currency
                       MOVE WS-TAX-E-AMT TO TW-Gross
                       MOVE 0 TO TW-Reversed
                       IF WS-TAX-E-REV = "Y"
                           MOVE WS-TAX-E-AMT TO TW-Reversed
                       END-IF
                       WRITE Tax-Work-Record
                   NOT INVALID KEY
                       ADD WS-TAX-E-AMT TO TW-Gross
                       IF WS-TAX-E-REV = "Y"
                           ADD WS-TAX-E-AMT TO TW-Reversed
                       END-IF
                       REWRITE Tax-Work-Record
               END-READ
           END-IF.

           *> The work file comes back in customer then account
           *> order, so each customer's statement is built on a
           *> control break.
       WRITE-TAX-OUTPUT.
           MOVE "LOCAL" TO WS-TAX-BRANCH
           MOVE "BRANCH-ID" TO Static-Key
           OPEN I-O StaticFile
           READ StaticFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Static-Value(1:10) TO WS-TAX-BRANCH
           END-READ
           CLOSE StaticFile

           OPEN OUTPUT TaxStatementFile
           OPEN OUTPUT TaxSubmitFile
           MOVE SPACES TO Tax-Sub-Header
           MOVE "H" TO TSH-Rec-Type
           MOVE WS-TAX-YEAR TO TSH-Tax-Year
           MOVE WS-TAX-BRANCH TO TSH-Branch
           MOVE WS-BUS-DATE TO TSH-Created
           MOVE WS-BASE-CCY TO TSH-Currency
           WRITE Tax-Sub-Header

           MOVE SPACES TO WS-TAX-CUST
           MOVE 0 TO WS-TAX-CUST-BASE
           MOVE 0 TO WS-TAX-ACCTS
           OPEN INPUT TaxWorkFile
           MOVE LOW-VALUES TO TW-Key
           START TaxWorkFile KEY IS NOT LESS THAN TW-Key
               INVALID KEY MOVE "10" TO WS-WORK-FILE-STATUS
           END-START
           PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
               READ TaxWorkFile NEXT RECORD INTO Tax-Work-Record
                   AT END MOVE "10" TO WS-WORK-FILE-STATUS
                   NOT AT END
                       IF TW-Cust-ID NOT = WS-TAX-CUST
                           IF WS-TAX-CUST NOT = SPACES
                               PERFORM FINISH-TAX-CUSTOMER
                           END-IF
                           PERFORM START-TAX-CUSTOMER
                       END-IF
                       PERFORM WRITE-TAX-ACCOUNT-LINE
               END-READ
           END-PERFORM
           CLOSE TaxWorkFile
           IF WS-TAX-CUST NOT = SPACES
               PERFORM FINISH-TAX-CUSTOMER
           END-IF

           MOVE SPACES TO Tax-Sub-Trailer
           MOVE "T" TO TST-Rec-Type
           MOVE WS-TAX-CUSTOMERS TO TST-Count
           MOVE WS-TAX-TOTAL TO TST-Total
           WRITE Tax-Sub-Trailer
           CLOSE TaxSubmitFile
           MOVE WS-TAX-TOTAL TO WS-TAX-AMT-TEXT
           MOVE SPACES TO Tax-Statement-Line
           STRING "Statements: " WS-TAX-CUSTOMERS
               "  Total interest reported: " WS-TAX-AMT-TEXT
               " " WS-BASE-CCY
               DELIMITED BY SIZE INTO Tax-Statement-Line
           WRITE Tax-Statement-Line
           CLOSE TaxStatementFile.

       START-TAX-CUSTOMER.
           MOVE TW-Cust-ID TO WS-TAX-CUST
           MOVE 0 TO WS-TAX-CUST-BASE
           MOVE 0 TO WS-TAX-ACCTS
           MOVE TW-Cust-ID TO WS-CUST-ID
           PERFORM READ-CUSTOMER
           IF NOT-FOUND
               MOVE SPACES TO Cust-Name
               MOVE SPACES TO Cust-Address
           END-IF
           MOVE ALL "=" TO Tax-Statement-Line
           WRITE Tax-Statement-Line
           MOVE SPACES TO Tax-Statement-Line
           STRING "STATEMENT OF INTEREST EARNED - TAX YEAR "
               WS-TAX-YEAR-X
               DELIMITED BY SIZE INTO Tax-Statement-Line
           WRITE Tax-Statement-Line
           MOVE SPACES TO Tax-Statement-Line
           STRING "Customer: " WS-TAX-CUST " " Cust-Name
               DELIMITED BY SIZE INTO Tax-Statement-Line
           WRITE Tax-Statement-Line
           MOVE SPACES TO Tax-Statement-Line
           STRING "Address:  " Cust-Address
               DELIMITED BY SIZE INTO Tax-Statement-Line
           WRITE Tax-Statement-Line
           MOVE SPACES TO Tax-Statement-Line
           WRITE Tax-Statement-Line
           MOVE SPACES TO Tax-Statement-Line
           STRING "Account    Ccy       Credited       Reversed"
               "  Earned (" WS-BASE-CCY ")"
               DELIMITED BY SIZE INTO Tax-Statement-Line
           WRITE Tax-Statement-Line.

       WRITE-TAX-ACCOUNT-LINE.
           ADD 1 TO WS-TAX-ACCTS
           COMPUTE WS-TAX-NET = TW-Gross - TW-Reversed
           MOVE TW-Currency TO WS-RATE-CCY
           PERFORM GET-CCY-RATE
           IF WS-RATE-FOUND = 'Y'
               COMPUTE WS-TAX-NET-BASE ROUNDED =
                   WS-TAX-NET * WS-RATE-VALUE
           ELSE
               MOVE 0 TO WS-TAX-NET-BASE
               DISPLAY "WARNING: no exchange rate for account "
                   TW-Acc-ID " currency " TW-Currency
                   " - interest reported as zero"
           END-IF
           ADD WS-TAX-NET-BASE TO WS-TAX-CUST-BASE
           MOVE TW-Gross TO WS-TAX-AMT-TEXT
           MOVE TW-Reversed TO WS-TAX-AMT-TEXT2
           MOVE WS-TAX-NET-BASE TO WS-TAX-AMT-TEXT3
           MOVE SPACES TO Tax-Statement-Line
           STRING TW-Acc-ID " " TW-Currency " " WS-TAX-AMT-TEXT
               " " WS-TAX-AMT-TEXT2 " " WS-TAX-AMT-TEXT3
               DELIMITED BY SIZE INTO Tax-Statement-Line
           WRITE Tax-Statement-Line.

           *> Only customers with interest left to report go on the
           *> submission; the printed statement shows every one.
       FINISH-TAX-CUSTOMER.
           MOVE WS-TAX-CUST-BASE TO WS-TAX-AMT-TEXT3
           MOVE SPACES TO Tax-Statement-Line
           STRING "Total interest earned " WS-TAX-YEAR-X ": "
               WS-TAX-AMT-TEXT3 " " WS-BASE-CCY
               DELIMITED BY SIZE INTO Tax-Statement-Line
           WRITE Tax-Statement-Line
           IF WS-TAX-CUST-BASE > 0
               ADD 1 TO WS-TAX-CUSTOMERS
               ADD WS-TAX-CUST-BASE TO WS-TAX-TOTAL
               MOVE WS-TAX-CUST TO WS-CUST-ID
               PERFORM READ-CUSTOMER
               MOVE SPACES TO Tax-Sub-Detail
               MOVE "D" TO TSD-Rec-Type
               MOVE WS-TAX-CUST TO TSD-Cust-ID
               IF FOUND
                   MOVE Cust-Name TO TSD-Name
                   MOVE Cust-Address TO TSD-Address
               END-IF
               MOVE WS-TAX-CUST-BASE TO TSD-Interest
               MOVE WS-TAX-ACCTS TO TSD-Accounts
               WRITE Tax-Sub-Detail
           END-IF.

           *> One line per changed field. The caller loads the file,
           *> key, account, field name and the before and after
           *> images; a field that did not actually change is not
           *> logged.
       WRITE-MAINT-AUDIT.
           IF WS-AUD-BEFORE NOT = WS-AUD-AFTER
               PERFORM GET-DATE-TIME
               IF WS-BUS-DATE = SPACES
                   PERFORM GET-BUSINESS-DATE
               END-IF
               MOVE SPACES TO Maint-Audit-Record
               MOVE WS-NOW TO MA-Timestamp
               MOVE WS-BUS-DATE TO MA-Bus-Date
               MOVE WS-OPERATOR-ID TO MA-Operator
               MOVE WS-AUD-FILE TO MA-File
               MOVE WS-AUD-KEY TO MA-Key
               MOVE WS-AUD-ACCT TO MA-Account
               MOVE WS-AUD-FIELD TO MA-Field
               MOVE WS-AUD-BEFORE TO MA-Before
               MOVE WS-AUD-AFTER TO MA-After
               OPEN EXTEND MaintAuditFile
               WRITE Maint-Audit-Record
               CLOSE MaintAuditFile
           END-IF.

       WRITE-MAINT-AUDIT-AMT.
           MOVE WS-AUD-AMT-BEFORE TO WS-AUD-AMT-TEXT
           MOVE WS-AUD-AMT-TEXT TO WS-AUD-BEFORE
           MOVE WS-AUD-AMT-AFTER TO WS-AUD-AMT-TEXT
           MOVE WS-AUD-AMT-TEXT TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT.

       AUDIT-ACC-STATUS.
           MOVE "ACCOUNT" TO WS-AUD-FILE
           MOVE WS-AUD-ACCT TO WS-AUD-KEY
           MOVE "Acc-Status" TO WS-AUD-FIELD
           PERFORM WRITE-MAINT-AUDIT.

       AUDIT-STATIC-AMOUNT.
           MOVE "STATIC" TO WS-AUD-FILE
           MOVE WS-TEMP-KEY TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-ACCT
           MOVE "Static-Value" TO WS-AUD-FIELD
           PERFORM WRITE-MAINT-AUDIT-AMT.

       AUDIT-SO-AMENDMENT.
           MOVE "STANDORD" TO WS-AUD-FILE
           MOVE SO-ID TO WS-AUD-KEY
           MOVE SO-Account TO WS-AUD-ACCT
           MOVE "SO-Amount" TO WS-AUD-FIELD
           MOVE SO-Amount TO WS-AUD-AMT-AFTER
           PERFORM WRITE-MAINT-AUDIT-AMT
           MOVE "SO-Frequency" TO WS-AUD-FIELD
           MOVE WS-AUD-OLD-FREQ TO WS-AUD-BEFORE
           MOVE SO-Frequency TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT
           MOVE "SO-Next-Due" TO WS-AUD-FIELD
           MOVE WS-AUD-OLD-DUE TO WS-AUD-BEFORE
           MOVE SO-Next-Due TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT
           MOVE "SO-Expiry" TO WS-AUD-FIELD
           MOVE WS-AUD-OLD-EXPIRY TO WS-AUD-BEFORE
           MOVE SO-Expiry TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT
           MOVE "SO-Status" TO WS-AUD-FIELD
           MOVE WS-AUD-OLD-STATUS TO WS-AUD-BEFORE
           MOVE SO-Status TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT.

       AUDIT-SO-SUSPEND.
           MOVE "STANDORD" TO WS-AUD-FILE
           MOVE SO-ID TO WS-AUD-KEY
           MOVE SO-Account TO WS-AUD-ACCT
           MOVE "SO-Status" TO WS-AUD-FIELD
           MOVE "A" TO WS-AUD-BEFORE
           MOVE "S" TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT.

           *> Any filter left blank selects everything. Dates are
           *> business dates, so a change keyed after the close is
           *> found under the day it was made on.
       MAINT-AUDIT-REPORT.
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY "From Business Date (yyyy-mm-dd or blank): "
               ACCEPT WS-AUD-FROM
               IF WS-AUD-FROM = SPACES
                   MOVE 'Y' TO WS-DATE-OK
               ELSE
                   MOVE WS-AUD-FROM TO WS-DATE-CHECK
                   PERFORM CHECK-DATE-FORMAT
                   IF WS-DATE-OK = 'N'
                       DISPLAY "Invalid date. Use yyyy-mm-dd."
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY "To Business Date (yyyy-mm-dd or blank): "
               ACCEPT WS-AUD-TO
               IF WS-AUD-TO = SPACES
                   MOVE 'Y' TO WS-DATE-OK
               ELSE
                   MOVE WS-AUD-TO TO WS-DATE-CHECK
                   PERFORM CHECK-DATE-FORMAT
                   IF WS-DATE-OK = 'N'
                       DISPLAY "Invalid date. Use yyyy-mm-dd."
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Operator ID (blank for all): "
           ACCEPT WS-AUD-SEL-OPER
           MOVE FUNCTION UPPER-CASE(WS-AUD-SEL-OPER)
               TO WS-AUD-SEL-OPER
           DISPLAY "Account ID (blank for all): "
           ACCEPT WS-AUD-SEL-ACCT

           PERFORM GET-DATE-TIME
           MOVE 0 TO WS-AUD-COUNT
           OPEN OUTPUT MaintAuditReportFile
           MOVE SPACES TO Maint-Audit-Report-Line
           STRING "Maintenance Audit Report - run " WS-NOW
               DELIMITED BY SIZE INTO Maint-Audit-Report-Line
           WRITE Maint-Audit-Report-Line
           MOVE SPACES TO Maint-Audit-Report-Line
           STRING "Dates " WS-AUD-FROM " to " WS-AUD-TO
               "  Operator " WS-AUD-SEL-OPER
               "  Account " WS-AUD-SEL-ACCT
               DELIMITED BY SIZE INTO Maint-Audit-Report-Line
           WRITE Maint-Audit-Report-Line
           MOVE SPACES TO Maint-Audit-Report-Line
           STRING "Timestamp           Bus Date   Operator "
               "File       Key                  Account    "
               "Field            Before                         "
               "After"
               DELIMITED BY SIZE INTO Maint-Audit-Report-Line
           WRITE Maint-Audit-Report-Line

           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT MaintAuditFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ MaintAuditFile
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       PERFORM SELECT-MAINT-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE MaintAuditFile

           MOVE SPACES TO Maint-Audit-Report-Line
           STRING "Changes listed: " WS-AUD-COUNT
               DELIMITED BY SIZE INTO Maint-Audit-Report-Line
           WRITE Maint-Audit-Report-Line
           CLOSE MaintAuditReportFile
           DISPLAY "Changes listed: " WS-AUD-COUNT
           DISPLAY "Report written to data/maint_audit_report.txt".

       SELECT-MAINT-AUDIT-LINE.
           IF (WS-AUD-FROM = SPACES OR MA-Bus-Date >= WS-AUD-FROM)
                   AND (WS-AUD-TO = SPACES OR MA-Bus-Date <= WS-AUD-TO)
                   AND (WS-AUD-SEL-OPER = SPACES
                       OR MA-Operator = WS-AUD-SEL-OPER)
                   AND (WS-AUD-SEL-ACCT = SPACES
                       OR MA-Account = WS-AUD-SEL-ACCT)
               ADD 1 TO WS-AUD-COUNT
               MOVE Maint-Audit-Record TO Maint-Audit-Report-Line
               WRITE Maint-Audit-Report-Line
           END-IF.

       COA-MAINT.
           DISPLAY "--- Chart of Accounts / GL Journal ---"
           DISPLAY "1. List GL Mappings"
           DISPLAY "2. Set GL Mapping"
           DISPLAY "3. Run GL Journal and Trial Balance"
           DISPLAY "Enter Choice: "
           ACCEPT WS-COA-CHOICE
           EVALUATE WS-COA-CHOICE
             WHEN 1 PERFORM LIST-COA-MAPPINGS
             WHEN 2 PERFORM SET-COA-MAPPING
             WHEN 3 PERFORM GL-JOURNAL-RUN
             WHEN OTHER DISPLAY "Invalid Choice"
           END-EVALUATE.

           *> The standard mappings are written the first time they
           *> are missing; an entry already on file is never
           *> overwritten, so local changes survive.
       ENSURE-COA-DEFAULTS.
           OPEN I-O ChartOfAccountsFile
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-DEF-COUNT
               MOVE COA-DEF-TYPE(WS-COA-IDX) TO COA-Txn-Type
               MOVE COA-DEF-DRCR(WS-COA-IDX) TO COA-DrCr
               READ ChartOfAccountsFile
                   INVALID KEY
                       MOVE COA-DEF-TYPE(WS-COA-IDX) TO COA-Txn-Type
                       MOVE COA-DEF-DRCR(WS-COA-IDX) TO COA-DrCr
                       MOVE COA-DEF-DEBIT(WS-COA-IDX)
                           TO COA-Debit-GL
                       MOVE COA-DEF-CREDIT(WS-COA-IDX)
                           TO COA-Credit-GL
                       MOVE "Standard mapping" TO COA-Desc
                       WRITE COA-Record
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM
           CLOSE ChartOfAccountsFile.

       LIST-COA-MAPPINGS.
           PERFORM ENSURE-COA-DEFAULTS
           MOVE "00" TO WS-COA-FILE-STATUS
           OPEN INPUT ChartOfAccountsFile
           DISPLAY "Txn Type   Side Debit  Credit Description"
           PERFORM UNTIL WS-COA-FILE-STATUS = "10"
               READ ChartOfAccountsFile INTO COA-Record
                   AT END MOVE "10" TO WS-COA-FILE-STATUS
                   NOT AT END
                       DISPLAY COA-Txn-Type " " COA-DrCr "    "
                           COA-Debit-GL " " COA-Credit-GL " "
                           COA-Desc
               END-READ
           END-PERFORM
           CLOSE ChartOfAccountsFile
           DISPLAY "Reversals post to the original type's mapping "
               "with the sides exchanged."
           DISPLAY "Unmapped postings go to suspense GL "
               WS-GL-SUSPENSE ".".

       SET-COA-MAPPING.
           PERFORM ENSURE-COA-DEFAULTS
           DISPLAY "Enter Transaction Type (as posted, e.g. Deposit): "
           ACCEPT WS-COA-NEW-TYPE
           DISPLAY "Enter Customer Side (D-Debit/C-Credit): "
           ACCEPT WS-COA-NEW-DRCR
           MOVE FUNCTION UPPER-CASE(WS-COA-NEW-DRCR) TO WS-COA-NEW-DRCR
           PERFORM UNTIL WS-COA-NEW-DRCR = "D" OR WS-COA-NEW-DRCR = "C"
               DISPLAY "Invalid side. Enter D or C: "
               ACCEPT WS-COA-NEW-DRCR
               MOVE FUNCTION UPPER-CASE(WS-COA-NEW-DRCR)
                   TO WS-COA-NEW-DRCR
           END-PERFORM
           MOVE SPACES TO WS-COA-NEW-DEBIT
           PERFORM UNTIL WS-COA-NEW-DEBIT NOT = SPACES
               DISPLAY "Enter GL Account to Debit: "
               ACCEPT WS-COA-NEW-DEBIT
           END-PERFORM
           MOVE SPACES TO WS-COA-NEW-CREDIT
           PERFORM UNTIL WS-COA-NEW-CREDIT NOT = SPACES
               DISPLAY "Enter GL Account to Credit: "
               ACCEPT WS-COA-NEW-CREDIT
           END-PERFORM
           DISPLAY "Enter Description: "
           ACCEPT WS-COA-NEW-DESC
           MOVE "COA" TO WS-AUD-FILE
           MOVE SPACES TO WS-AUD-KEY
           STRING WS-COA-NEW-TYPE WS-COA-NEW-DRCR
               DELIMITED BY SIZE INTO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-ACCT
           OPEN I-O ChartOfAccountsFile
           MOVE WS-COA-NEW-TYPE TO COA-Txn-Type
           MOVE WS-COA-NEW-DRCR TO COA-DrCr
           READ ChartOfAccountsFile
               INVALID KEY
                   MOVE SPACES TO WS-GL-DEBIT
                   MOVE SPACES TO WS-GL-CREDIT
                   MOVE WS-COA-NEW-TYPE TO COA-Txn-Type
                   MOVE WS-COA-NEW-DRCR TO COA-DrCr
                   MOVE WS-COA-NEW-DEBIT TO COA-Debit-GL
                   MOVE WS-COA-NEW-CREDIT TO COA-Credit-GL
                   MOVE WS-COA-NEW-DESC TO COA-Desc
                   WRITE COA-Record
               NOT INVALID KEY
                   MOVE COA-Debit-GL TO WS-GL-DEBIT
                   MOVE COA-Credit-GL TO WS-GL-CREDIT
                   MOVE WS-COA-NEW-DEBIT TO COA-Debit-GL
                   MOVE WS-COA-NEW-CREDIT TO COA-Credit-GL
                   MOVE WS-COA-NEW-DESC TO COA-Desc
                   REWRITE COA-Record
           END-READ
           CLOSE ChartOfAccountsFile
           MOVE "COA-Debit-GL" TO WS-AUD-FIELD
           MOVE WS-GL-DEBIT TO WS-AUD-BEFORE
           MOVE WS-COA-NEW-DEBIT TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT
           MOVE "COA-Credit-GL" TO WS-AUD-FIELD
           MOVE WS-GL-CREDIT TO WS-AUD-BEFORE
           MOVE WS-COA-NEW-CREDIT TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT
           DISPLAY "GL mapping for " WS-COA-NEW-TYPE " "
               WS-COA-NEW-DRCR " updated.".

           *> Turns the business date's postings into two-legged GL
           *> entries in base currency and proves the day with a
           *> trial balance. The postings are staged first so that a
           *> reversal can read back the entry it reverses.
       GL-JOURNAL-RUN.
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           PERFORM GET-BASE-CURRENCY
           PERFORM ENSURE-COA-DEFAULTS
           MOVE 0 TO WS-GL-ENTRIES
           MOVE 0 TO WS-GL-SUSP-COUNT
           MOVE 0 TO WS-GL-TOT-DR
           MOVE 0 TO WS-GL-TOT-CR
           MOVE 'N' TO WS-GL-BALANCED

           MOVE "00" TO WS-FILE-STATUS
           OPEN OUTPUT GLStageFile
           OPEN INPUT TransactionFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ TransactionFile INTO Txn-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Txn-DateTime(1:10) = WS-BUS-DATE
                           MOVE Txn-Record TO GL-Stage-Line
                           WRITE GL-Stage-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           CLOSE GLStageFile

           OPEN OUTPUT GLWorkFile
           CLOSE GLWorkFile
           OPEN I-O GLWorkFile
           OPEN OUTPUT GLJournalFile
           MOVE SPACES TO GL-Jnl-Header
           MOVE "H" TO GJH-Rec-Type
           MOVE WS-BUS-DATE TO GJH-Bus-Date
           MOVE WS-NOW TO GJH-Created
           MOVE WS-BASE-CCY TO GJH-Currency
           WRITE GL-Jnl-Header

           OPEN INPUT ChartOfAccountsFile
           OPEN INPUT TransactionFile
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT GLStageFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ GLStageFile
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       PERFORM GL-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE GLStageFile
           CLOSE TransactionFile
           CLOSE ChartOfAccountsFile

           MOVE SPACES TO GL-Jnl-Trailer
           MOVE "T" TO GJT-Rec-Type
           MOVE WS-GL-ENTRIES TO GJT-Entries
           MOVE WS-GL-TOT-DR TO GJT-Debits
           MOVE WS-GL-TOT-CR TO GJT-Credits
           WRITE GL-Jnl-Trailer
           CLOSE GLJournalFile
           CLOSE GLWorkFile

           PERFORM WRITE-GL-TRIAL-BALANCE
           PERFORM SAVE-GL-TB-STATUS
           DISPLAY "GL entries for " WS-BUS-DATE ": " WS-GL-ENTRIES
           IF WS-GL-SUSP-COUNT > 0
               DISPLAY "WARNING: " WS-GL-SUSP-COUNT
                   " posting(s) sent to suspense GL " WS-GL-SUSPENSE
           END-IF
           IF WS-GL-BALANCED = 'Y'
               DISPLAY "Trial balance is in balance."
           ELSE
               DISPLAY "TRIAL BALANCE IS OUT OF BALANCE."
           END-IF
           DISPLAY "Journal in data/gl_journal.txt, trial balance in "
               "data/gl_trial_balance.txt".

       GL-JOURNAL-ENTRY.
           MOVE GL-Stage-Line TO Txn-Record
           MOVE Txn-ID TO WS-GL-E-ID
           MOVE Txn-Type TO WS-GL-E-TYPE
           MOVE Txn-Account TO WS-GL-E-ACCT
           MOVE Txn-Amount TO WS-GL-E-AMT
           MOVE Txn-Currency TO WS-GL-E-CCY
           MOVE Txn-DrCr TO WS-GL-E-DRCR
           MOVE Txn-Reference TO WS-GL-E-REF
           MOVE Txn-Rate TO WS-GL-E-RATE
           IF WS-GL-E-DRCR = SPACE
               IF WS-GL-E-TYPE = "Withdraw"
                   MOVE "D" TO WS-GL-E-DRCR
               ELSE
                   MOVE "C" TO WS-GL-E-DRCR
               END-IF
           END-IF

           MOVE 'N' TO WS-GL-SWAP
           MOVE WS-GL-E-TYPE TO WS-GL-LK-TYPE
           MOVE WS-GL-E-DRCR TO WS-GL-LK-DRCR
           IF WS-GL-E-TYPE = "Transfer" AND WS-GL-E-RATE NOT = 0
               MOVE "TransferFX" TO WS-GL-LK-TYPE
           END-IF
           IF WS-GL-E-TYPE = "Reversal"
               PERFORM GL-FIND-REVERSED
           END-IF
           PERFORM GL-LOOKUP-MAPPING
           IF WS-GL-MAPPED = 'N'
               ADD 1 TO WS-GL-SUSP-COUNT
               DISPLAY "WARNING: no GL mapping for " WS-GL-LK-TYPE
                   " " WS-GL-LK-DRCR " - txn " WS-GL-E-ID
                   " sent to suspense"
               IF WS-GL-E-DRCR = "D"
                   MOVE WS-GL-DEPOSITS TO WS-GL-DEBIT
                   MOVE WS-GL-SUSPENSE TO WS-GL-CREDIT
               ELSE
                   MOVE WS-GL-SUSPENSE TO WS-GL-DEBIT
                   MOVE WS-GL-DEPOSITS TO WS-GL-CREDIT
               END-IF
           ELSE
               IF WS-GL-SWAP = 'Y'
                   MOVE WS-GL-DEBIT TO WS-GL-HOLD-CODE
                   MOVE WS-GL-CREDIT TO WS-GL-DEBIT
                   MOVE WS-GL-HOLD-CODE TO WS-GL-CREDIT
               END-IF
           END-IF

           MOVE WS-GL-E-CCY TO WS-RATE-CCY
           PERFORM GET-CCY-RATE
           IF WS-RATE-FOUND = 'Y'
               COMPUTE WS-GL-BASE-AMT ROUNDED =
                   WS-GL-E-AMT * WS-RATE-VALUE
           ELSE
               MOVE 0 TO WS-GL-BASE-AMT
               DISPLAY "WARNING: no exchange rate for txn "
                   WS-GL-E-ID " currency " WS-GL-E-CCY
                   " - journalled at zero"
           END-IF

           MOVE WS-GL-DEBIT TO WS-GL-LEG-GL
           MOVE "D" TO WS-GL-LEG-DRCR
           PERFORM WRITE-GL-JOURNAL-LEG
           MOVE WS-GL-CREDIT TO WS-GL-LEG-GL
           MOVE "C" TO WS-GL-LEG-DRCR
           PERFORM WRITE-GL-JOURNAL-LEG
           ADD 1 TO WS-GL-ENTRIES.

           *> A reversal unwinds the GL entry of the posting it
           *> reverses. If that posting cannot be found, a mapping
           *> held for "Reversal" itself is used, else suspense.
       GL-FIND-REVERSED.
           MOVE WS-GL-E-REF TO Txn-ID
           READ TransactionFile KEY IS Txn-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Txn-Type TO WS-GL-LK-TYPE
                   MOVE Txn-DrCr TO WS-GL-LK-DRCR
                   IF WS-GL-LK-DRCR = SPACE
                       IF Txn-Type = "Withdraw"
                           MOVE "D" TO WS-GL-LK-DRCR
                       ELSE
                           MOVE "C" TO WS-GL-LK-DRCR
                       END-IF
                   END-IF
                   IF Txn-Type = "Transfer" AND Txn-Rate NOT = 0
                       MOVE "TransferFX" TO WS-GL-LK-TYPE
                   END-IF
                   MOVE 'Y' TO WS-GL-SWAP
           END-READ.

       GL-LOOKUP-MAPPING.
           MOVE 'N' TO WS-GL-MAPPED
           MOVE WS-GL-LK-TYPE TO COA-Txn-Type
           MOVE WS-GL-LK-DRCR TO COA-DrCr
           READ ChartOfAccountsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COA-Debit-GL NOT = SPACES
                           AND COA-Credit-GL NOT = SPACES
                       MOVE COA-Debit-GL TO WS-GL-DEBIT
                       MOVE COA-Credit-GL TO WS-GL-CREDIT
                       MOVE 'Y' TO WS-GL-MAPPED
                   END-IF
           END-READ.

       WRITE-GL-JOURNAL-LEG.
           MOVE SPACES TO GL-Jnl-Detail
           MOVE "D" TO GJD-Rec-Type
           MOVE WS-BUS-DATE TO GJD-Bus-Date
           MOVE WS-GL-E-ID TO GJD-Txn-ID
           MOVE WS-GL-LEG-GL TO GJD-GL-Account
           MOVE WS-GL-LEG-DRCR TO GJD-DrCr
           MOVE WS-GL-BASE-AMT TO GJD-Amount
           MOVE WS-GL-E-TYPE TO GJD-Txn-Type
           MOVE WS-GL-E-ACCT TO GJD-Cust-Account
           MOVE WS-GL-E-CCY TO GJD-Currency
           MOVE WS-GL-E-AMT TO GJD-Orig-Amount
           WRITE GL-Jnl-Detail
           IF WS-GL-LEG-DRCR = "D"
               ADD WS-GL-BASE-AMT TO WS-GL-TOT-DR
           ELSE
               ADD WS-GL-BASE-AMT TO WS-GL-TOT-CR
           END-IF
           MOVE WS-GL-LEG-GL TO GW-GL-Code
           READ GLWorkFile
               INVALID KEY
                   MOVE WS-GL-LEG-GL TO GW-GL-Code
                   MOVE 0 TO GW-Debits
                   MOVE 0 TO GW-Credits
                   MOVE 1 TO GW-Count
                   IF WS-GL-LEG-DRCR = "D"
                       MOVE WS-GL-BASE-AMT TO GW-Debits
                   ELSE
                       MOVE WS-GL-BASE-AMT TO GW-Credits
                   END-IF
                   WRITE GL-Work-Record
               NOT INVALID KEY
                   ADD 1 TO GW-Count
                   IF WS-GL-LEG-DRCR = "D"
                       ADD WS-GL-BASE-AMT TO GW-Debits
                   ELSE
                       ADD WS-GL-BASE-AMT TO GW-Credits
                   END-IF
                   REWRITE GL-Work-Record
           END-READ.

           *> The trial balance is summed again from the GL work
           *> file, not from the journal totals, so the two have to
           *> agree as well as debits matching credits.
       WRITE-GL-TRIAL-BALANCE.
           MOVE 0 TO WS-GL-TB-DR
           MOVE 0 TO WS-GL-TB-CR
           OPEN OUTPUT GLTrialBalanceFile
           MOVE SPACES TO GL-TB-Line
           STRING "Trial Balance - business date " WS-BUS-DATE
               " run " WS-NOW " (" WS-BASE-CCY ")"
               DELIMITED BY SIZE INTO GL-TB-Line
           WRITE GL-TB-Line
           MOVE SPACES TO GL-TB-Line
           STRING "GL     Name                           "
               "           Debits           Credits"
               "                Net"
               DELIMITED BY SIZE INTO GL-TB-Line
           WRITE GL-TB-Line

           MOVE "00" TO WS-WORK-FILE-STATUS
           OPEN INPUT GLWorkFile
           MOVE LOW-VALUES TO GW-GL-Code
           START GLWorkFile KEY IS NOT LESS THAN GW-GL-Code
               INVALID KEY MOVE "10" TO WS-WORK-FILE-STATUS
           END-START
           PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
               READ GLWorkFile NEXT RECORD INTO GL-Work-Record
                   AT END MOVE "10" TO WS-WORK-FILE-STATUS
                   NOT AT END
                       PERFORM WRITE-GL-TB-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE GLWorkFile

           IF WS-GL-TB-DR = WS-GL-TB-CR
                   AND WS-GL-TB-DR = WS-GL-TOT-DR
                   AND WS-GL-TB-CR = WS-GL-TOT-CR
               MOVE 'Y' TO WS-GL-BALANCED
           ELSE
               MOVE 'N' TO WS-GL-BALANCED
           END-IF
           MOVE WS-GL-TB-DR TO WS-GL-AMT-TEXT
           MOVE WS-GL-TB-CR TO WS-GL-AMT-TEXT2
           MOVE SPACES TO GL-TB-Line
           STRING "Totals                               "
               WS-GL-AMT-TEXT WS-GL-AMT-TEXT2
               DELIMITED BY SIZE INTO GL-TB-Line
           WRITE GL-TB-Line
           MOVE SPACES TO GL-TB-Line
           STRING "Entries: " WS-GL-ENTRIES
               "  Sent to suspense: " WS-GL-SUSP-COUNT
               DELIMITED BY SIZE INTO GL-TB-Line
           WRITE GL-TB-Line
           MOVE SPACES TO GL-TB-Line
           IF WS-GL-BALANCED = 'Y'
               MOVE "Status: BALANCED" TO GL-TB-Line
           ELSE
               MOVE "Status: OUT OF BALANCE" TO GL-TB-Line
           END-IF
           WRITE GL-TB-Line
           CLOSE GLTrialBalanceFile.

       WRITE-GL-TB-ACCOUNT.
           ADD GW-Debits TO WS-GL-TB-DR
           ADD GW-Credits TO WS-GL-TB-CR
           MOVE SPACES TO WS-GL-NAME
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-NM-COUNT
               IF GL-NM-CODE(WS-GL-IDX) = GW-GL-Code
                   MOVE GL-NM-TEXT(WS-GL-IDX) TO WS-GL-NAME
               END-IF
           END-PERFORM
           COMPUTE WS-GL-TB-NET = GW-Debits - GW-Credits
           MOVE GW-Debits TO WS-GL-AMT-TEXT
           MOVE GW-Credits TO WS-GL-AMT-TEXT2
           MOVE WS-GL-TB-NET TO WS-GL-AMT-TEXT3
           MOVE SPACES TO GL-TB-Line
           STRING GW-GL-Code " " WS-GL-NAME " "
               WS-GL-AMT-TEXT WS-GL-AMT-TEXT2 WS-GL-AMT-TEXT3
               DELIMITED BY SIZE INTO GL-TB-Line
           WRITE GL-TB-Line.

           *> The close reads these back to know the day was proved.
       SAVE-GL-TB-STATUS.
           OPEN I-O StaticFile
           MOVE "GL-TB-DATE" TO Static-Key
           MOVE WS-BUS-DATE TO Static-Value
           REWRITE Static-Record
               INVALID KEY
                   WRITE Static-Record
           END-REWRITE
           MOVE "GL-TB-STATUS" TO Static-Key
           IF WS-GL-BALANCED = 'Y'
               MOVE "BALANCED" TO Static-Value
           ELSE
               MOVE "UNBALANCED" TO Static-Value
           END-IF
           REWRITE Static-Record
               INVALID KEY
                   WRITE Static-Record
           END-REWRITE
           CLOSE StaticFile.

           *> Called from UPDATE-BALANCE with the account file open
           *> and the short account's record current. Only the
           *> shortfall is moved, as a two-leg ODSweep sharing one
           *> reference. The short account is read back before
           *> returning, with its holds recomputed.
       TRY-OVERDRAFT-SWEEP.
           MOVE 'N' TO WS-SWEEP-DONE
           MOVE SPACES TO WS-SWEEP-REASON
           COMPUTE WS-SWEEP-AMT = WS-AMOUNT
               - (Balance - WS-HOLD-TOTAL + Overdraft-Limit)
           MOVE Acc-ID TO WS-SWEEP-TO-ID
           MOVE Acc-Cust-ID TO WS-SWEEP-CUST
           MOVE Acc-Currency TO WS-SWEEP-CCY
           MOVE Acc-Protect-ID TO WS-SWEEP-FROM-ID
           MOVE WS-SWEEP-FROM-ID TO Acc-ID
           READ AccountFile KEY IS Acc-ID
               INVALID KEY
                   MOVE "not on file" TO WS-SWEEP-REASON
               NOT INVALID KEY
                   PERFORM CHECK-SWEEP-SOURCE
           END-READ
           IF WS-SWEEP-REASON = SPACES
               PERFORM POST-SWEEP-LEGS
           ELSE
               DISPLAY "Overdraft protection from " WS-SWEEP-FROM-ID
                   " not available - " WS-SWEEP-REASON
           END-IF
           MOVE WS-SWEEP-TO-ID TO Acc-ID
           READ AccountFile KEY IS Acc-ID
               INVALID KEY
                   MOVE 'N' TO WS-SWEEP-DONE
           END-READ
           MOVE WS-SWEEP-TO-ID TO WS-HOLD-ACCT
           PERFORM COMPUTE-ACTIVE-HOLDS.

       CHECK-SWEEP-SOURCE.
           EVALUATE TRUE
             WHEN Acc-Cust-ID NOT = WS-SWEEP-CUST
               MOVE "different customer" TO WS-SWEEP-REASON
             WHEN Acc-Type NOT = "S"
               MOVE "source not savings" TO WS-SWEEP-REASON
             WHEN Acc-Status NOT = "A"
               MOVE "account not active" TO WS-SWEEP-REASON
             WHEN Acc-Currency NOT = WS-SWEEP-CCY
               MOVE "currency differs" TO WS-SWEEP-REASON
             WHEN OTHER
               MOVE Acc-ID TO WS-HOLD-ACCT
               PERFORM COMPUTE-ACTIVE-HOLDS
               IF Balance - WS-HOLD-TOTAL < WS-SWEEP-AMT
                   MOVE "insufficient funds" TO WS-SWEEP-REASON
               ELSE
                   MOVE WS-ID TO WS-SWEEP-SAVE-ID
                   MOVE WS-AMOUNT TO WS-SWEEP-SAVE-AMT
                   MOVE Acc-ID TO WS-ID
                   MOVE WS-SWEEP-AMT TO WS-AMOUNT
                   MOVE 'Y' TO WS-LIMIT-OK
                   PERFORM CHECK-DAILY-LIMITS
                   MOVE WS-SWEEP-SAVE-ID TO WS-ID
                   MOVE WS-SWEEP-SAVE-AMT TO WS-AMOUNT
                   IF WS-LIMIT-OK = 'N'
                       MOVE "daily limit reached" TO WS-SWEEP-REASON
                   END-IF
               END-IF
           END-EVALUATE.

           *> The protecting account's record is current on entry.
       POST-SWEEP-LEGS.
           MOVE WS-MODE TO WS-SWEEP-SAVE-MODE
           MOVE WS-ID TO WS-SWEEP-SAVE-ID
           MOVE WS-AMOUNT TO WS-SWEEP-SAVE-AMT
           MOVE WS-TXN-TYPE-OVR TO WS-SWEEP-SAVE-TYPE
           MOVE WS-TXN-DRCR TO WS-SWEEP-SAVE-DRCR
           MOVE WS-TXN-REF TO WS-SWEEP-SAVE-REF
           MOVE WS-TXN-RATE TO WS-SWEEP-SAVE-RATE
           MOVE WS-XFER-REF TO WS-SWEEP-SAVE-XREF
           PERFORM ALLOCATE-XFER-REF

           SUBTRACT WS-SWEEP-AMT FROM Balance
           REWRITE Account-Record
           MOVE "W" TO WS-MODE
           MOVE WS-SWEEP-FROM-ID TO WS-ID
           MOVE WS-SWEEP-AMT TO WS-AMOUNT
           MOVE "ODSweep" TO WS-TXN-TYPE-OVR
           MOVE "D" TO WS-TXN-DRCR
           MOVE WS-XFER-REF TO WS-TXN-REF
           MOVE 0 TO WS-TXN-RATE
           PERFORM LOG-TRANSACTION

           MOVE WS-SWEEP-TO-ID TO Acc-ID
           READ AccountFile KEY IS Acc-ID
               INVALID KEY
                   DISPLAY "WARNING: sweep debit posted but account "
                       WS-SWEEP-TO-ID " could not be credited. "
                       "Reference: " WS-XFER-REF
               NOT INVALID KEY
                   ADD WS-SWEEP-AMT TO Balance
                   REWRITE Account-Record
                   MOVE "D" TO WS-MODE
                   MOVE WS-SWEEP-TO-ID TO WS-ID
                   MOVE "C" TO WS-TXN-DRCR
                   PERFORM LOG-TRANSACTION
                   MOVE 'Y' TO WS-SWEEP-DONE
                   MOVE WS-SWEEP-AMT TO WS-SWEEP-AMT-TEXT
                   DISPLAY "Overdraft protection: " WS-SWEEP-AMT-TEXT
                       " swept from " WS-SWEEP-FROM-ID
                       " Reference: " WS-XFER-REF
           END-READ

           MOVE WS-SWEEP-SAVE-MODE TO WS-MODE
           MOVE WS-SWEEP-SAVE-ID TO WS-ID
           MOVE WS-SWEEP-SAVE-AMT TO WS-AMOUNT
           MOVE WS-SWEEP-SAVE-TYPE TO WS-TXN-TYPE-OVR
           MOVE WS-SWEEP-SAVE-DRCR TO WS-TXN-DRCR
           MOVE WS-SWEEP-SAVE-REF TO WS-TXN-REF
           MOVE WS-SWEEP-SAVE-RATE TO WS-TXN-RATE
           MOVE WS-SWEEP-SAVE-XREF TO WS-XFER-REF.

           *> A checking account may name one savings account of the
           *> same customer and currency to cover it. A blank entry
           *> removes the link.
       OD-PROTECTION-MAINT.
           DISPLAY "Enter Checking Account ID: " ACCEPT WS-ODP-ACCT
           MOVE 'N' TO WS-ODP-OK
           MOVE WS-ODP-ACCT TO WS-ID
           PERFORM CHECK-ACCOUNT-EXISTS
           EVALUATE TRUE
             WHEN NOT-FOUND
               DISPLAY "Account not found."
             WHEN Acc-Type NOT = "C"
               DISPLAY "Only checking accounts can be protected."
             WHEN Acc-Status = "C"
               DISPLAY "Account is closed."
             WHEN OTHER
               MOVE 'Y' TO WS-ODP-OK
               MOVE Acc-Protect-ID TO WS-ODP-OLD
               MOVE Acc-Cust-ID TO WS-ODP-CUST
               MOVE Acc-Currency TO WS-ODP-CCY
               IF WS-ODP-OLD = SPACES
                   DISPLAY "No protecting account linked."
               ELSE
                   DISPLAY "Protected by savings account " WS-ODP-OLD
               END-IF
           END-EVALUATE
           IF WS-ODP-OK = 'Y'
               DISPLAY "Enter Protecting Savings Account ID "
                   "(blank to remove): "
               ACCEPT WS-ODP-PROTECT
               IF WS-ODP-PROTECT NOT = SPACES
                   MOVE WS-ODP-PROTECT TO WS-ID
                   PERFORM CHECK-ACCOUNT-EXISTS
                   EVALUATE TRUE
                     WHEN NOT-FOUND
                       DISPLAY "Protecting account not found."
                       MOVE 'N' TO WS-ODP-OK
                     WHEN Acc-Type NOT = "S"
                       DISPLAY "Protecting account must be savings."
                       MOVE 'N' TO WS-ODP-OK
                     WHEN Acc-Cust-ID NOT = WS-ODP-CUST
                       DISPLAY "Protecting account belongs to "
                           "another customer."
                       MOVE 'N' TO WS-ODP-OK
                     WHEN Acc-Currency NOT = WS-ODP-CCY
                       DISPLAY "Protecting account is in a "
                           "different currency."
                       MOVE 'N' TO WS-ODP-OK
                     WHEN Acc-Status NOT = "A"
                       DISPLAY "Protecting account is not active."
                       MOVE 'N' TO WS-ODP-OK
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-ODP-OK = 'Y'
               OPEN I-O AccountFile
               MOVE WS-ODP-ACCT TO Acc-ID
               READ AccountFile KEY IS Acc-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ODP-OK
                       DISPLAY "Account not found."
                   NOT INVALID KEY
                       MOVE WS-ODP-PROTECT TO Acc-Protect-ID
                       REWRITE Account-Record
               END-READ
               CLOSE AccountFile
           END-IF
           IF WS-ODP-OK = 'Y'
               MOVE "ACCOUNT" TO WS-AUD-FILE
               MOVE WS-ODP-ACCT TO WS-AUD-KEY
               MOVE WS-ODP-ACCT TO WS-AUD-ACCT
               MOVE "Acc-Protect-ID" TO WS-AUD-FIELD
               MOVE WS-ODP-OLD TO WS-AUD-BEFORE
               MOVE WS-ODP-PROTECT TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               IF WS-ODP-PROTECT = SPACES
                   DISPLAY "Overdraft protection removed."
               ELSE
                   DISPLAY "Account " WS-ODP-ACCT " now protected by "
                       WS-ODP-PROTECT
               END-IF
           END-IF.

           *> Ages every overdrawn account from the day its balance
           *> last went below zero. Accounts past 90 days are referred
           *> to collections and, when asked, lose their overdraft
           *> limit. Over-limit lines are held in a work file so they
           *> print as their own section after the aging.
       OVERDRAWN-AGING-REPORT.
           MOVE 'N' TO WS-ODA-FREEZE
           IF WS-BATCH-MODE = 'Y'
               IF FUNCTION UPPER-CASE(WS-JOB-PARM(1:6)) = "FREEZE"
                   MOVE 'Y' TO WS-ODA-FREEZE
               END-IF
           ELSE
               DISPLAY "Freeze overdraft limits of accounts referred "
                   "to collections? (Y/N): "
               ACCEPT WS-ODA-FREEZE
               MOVE FUNCTION UPPER-CASE(WS-ODA-FREEZE) TO WS-ODA-FREEZE
           END-IF
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           MOVE 0 TO WS-ODA-COUNT
           MOVE 0 TO WS-ODA-TOTAL
           MOVE 0 TO WS-ODA-OVER-COUNT
           MOVE 0 TO WS-ODA-REFERRED
           MOVE 0 TO WS-ODA-FROZEN
           INITIALIZE WS-ODA-BKT-TABLE
           OPEN OUTPUT ODAgingReportFile
           OPEN OUTPUT ODLimitWorkFile
           OPEN OUTPUT CollectionsReferralFile
           MOVE SPACES TO OD-Aging-Line
           STRING "Overdrawn Account Aging - business date "
               WS-BUS-DATE " run " WS-NOW(1:10)
               DELIMITED BY SIZE INTO OD-Aging-Line
           WRITE OD-Aging-Line
           MOVE SPACES TO OD-Aging-Line
           STRING "Account    Customer   Name                 "
               "Phone                     Balance        OD Limit "
               "Since       Days Bucket"
               DELIMITED BY SIZE INTO OD-Aging-Line
           WRITE OD-Aging-Line

           MOVE "00" TO WS-FILE-STATUS
           OPEN I-O AccountFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ AccountFile NEXT RECORD INTO Account-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Balance < 0
                           PERFORM AGE-OVERDRAWN-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           CLOSE ODLimitWorkFile
           CLOSE CollectionsReferralFile

           MOVE SPACES TO OD-Aging-Line
           WRITE OD-Aging-Line
           MOVE "Aging buckets:" TO OD-Aging-Line
           WRITE OD-Aging-Line
           PERFORM VARYING WS-ODA-BKT FROM 1 BY 1 UNTIL WS-ODA-BKT > 4
               MOVE ODA-BKT-AMT(WS-ODA-BKT) TO WS-ODA-TOT-TEXT
               MOVE SPACES TO OD-Aging-Line
               STRING "  " ODA-BKT-NAME(WS-ODA-BKT)
                   " Accounts " ODA-BKT-COUNT(WS-ODA-BKT)
                   " Overdrawn " WS-ODA-TOT-TEXT
                   DELIMITED BY SIZE INTO OD-Aging-Line
               WRITE OD-Aging-Line
           END-PERFORM
           PERFORM WRITE-OD-LIMIT-SECTION
           MOVE WS-ODA-TOTAL TO WS-ODA-TOT-TEXT
           MOVE SPACES TO OD-Aging-Line
           WRITE OD-Aging-Line
           MOVE SPACES TO OD-Aging-Line
           STRING "Overdrawn accounts " WS-ODA-COUNT
               " Total overdrawn " WS-ODA-TOT-TEXT
               DELIMITED BY SIZE INTO OD-Aging-Line
           WRITE OD-Aging-Line
           MOVE SPACES TO OD-Aging-Line
           STRING "Over limit " WS-ODA-OVER-COUNT
               " Referred to collections " WS-ODA-REFERRED
               " Limits frozen " WS-ODA-FROZEN
               DELIMITED BY SIZE INTO OD-Aging-Line
           WRITE OD-Aging-Line
           CLOSE ODAgingReportFile
           DISPLAY "Overdrawn accounts: " WS-ODA-COUNT
               " over limit: " WS-ODA-OVER-COUNT
               " referred: " WS-ODA-REFERRED
               " frozen: " WS-ODA-FROZEN
           DISPLAY "Report written to data/overdraft_aging.txt, "
               "referrals to data/collections_referral.txt".

           *> Days overdrawn counts the day the balance went below
           *> zero as day one.
       AGE-OVERDRAWN-ACCOUNT.
           MOVE Acc-ID TO WS-ODA-ACCT
           COMPUTE WS-ODA-OVERDRAWN = 0 - Balance
           MOVE Overdraft-Limit TO WS-ODA-OLD-LIMIT
           PERFORM FIND-OVERDRAWN-SINCE
           MOVE "00" TO WS-FILE-STATUS
           MOVE WS-ODA-SINCE TO WS-DIFF-FROM
           MOVE WS-BUS-DATE TO WS-DIFF-TO
           PERFORM COMPUTE-DAYS-BETWEEN
           IF WS-DIFF-DAYS < 0
               MOVE 0 TO WS-DIFF-DAYS
           END-IF
           COMPUTE WS-ODA-DAYS = WS-DIFF-DAYS + 1
           EVALUATE TRUE
             WHEN WS-ODA-DAYS <= 30
               MOVE 1 TO WS-ODA-BKT
             WHEN WS-ODA-DAYS <= 60
               MOVE 2 TO WS-ODA-BKT
             WHEN WS-ODA-DAYS <= 90
               MOVE 3 TO WS-ODA-BKT
             WHEN OTHER
               MOVE 4 TO WS-ODA-BKT
           END-EVALUATE
           ADD 1 TO WS-ODA-COUNT
           ADD WS-ODA-OVERDRAWN TO WS-ODA-TOTAL
           ADD 1 TO ODA-BKT-COUNT(WS-ODA-BKT)
           ADD WS-ODA-OVERDRAWN TO ODA-BKT-AMT(WS-ODA-BKT)

           MOVE Acc-Cust-ID TO WS-CUST-ID
           PERFORM READ-CUSTOMER
           IF FOUND
               MOVE Cust-Name TO WS-ODA-NAME
               MOVE Cust-Phone TO WS-ODA-PHONE
               MOVE Cust-Address TO WS-ODA-ADDRESS
           ELSE
               MOVE "(no customer record)" TO WS-ODA-NAME
               MOVE SPACES TO WS-ODA-PHONE
               MOVE SPACES TO WS-ODA-ADDRESS
           END-IF
           MOVE 'N' TO WS-ODA-FROZEN-FLAG
           IF WS-ODA-BKT = 4
               PERFORM REFER-TO-COLLECTIONS
           END-IF

           MOVE Balance TO WS-BAL-TEXT
           MOVE WS-ODA-OLD-LIMIT TO WS-ODA-AMT-TEXT
           MOVE WS-ODA-DAYS TO WS-ODA-DAYS-TEXT
           MOVE SPACES TO OD-Aging-Line
           STRING WS-ODA-ACCT " " Acc-Cust-ID " " WS-ODA-NAME " "
               WS-ODA-PHONE " " WS-BAL-TEXT " " WS-ODA-AMT-TEXT " "
               WS-ODA-SINCE " " WS-ODA-DAYS-TEXT " "
               ODA-BKT-NAME(WS-ODA-BKT)
               DELIMITED BY SIZE INTO OD-Aging-Line
           IF WS-ODA-FROZEN-FLAG = 'Y'
               MOVE "LIMIT FROZEN" TO OD-Aging-Line(120:12)
           END-IF
           WRITE OD-Aging-Line

           IF WS-ODA-OVERDRAWN > WS-ODA-OLD-LIMIT
               ADD 1 TO WS-ODA-OVER-COUNT
               COMPUTE WS-ODA-OVER-AMT =
                   WS-ODA-OVERDRAWN - WS-ODA-OLD-LIMIT
               MOVE WS-ODA-OVER-AMT TO WS-ODA-AMT-TEXT2
               MOVE SPACES TO OD-Limit-Work-Line
               STRING WS-ODA-ACCT " " Acc-Cust-ID " " WS-ODA-NAME " "
                   WS-ODA-PHONE " " WS-BAL-TEXT " " WS-ODA-AMT-TEXT
                   " " WS-ODA-AMT-TEXT2
                   DELIMITED BY SIZE INTO OD-Limit-Work-Line
               WRITE OD-Limit-Work-Line
           END-IF.

           *> Walks the archived postings and then the live ones in
           *> posting order. The date is cleared whenever the balance
           *> is back at zero or above, so what is left is the start
           *> of the current overdrawn spell. With no posting to show
           *> it, the account counts as overdrawn from today.
       FIND-OVERDRAWN-SINCE.
           MOVE SPACES TO WS-ODA-SINCE
           OPEN INPUT TransactionHistoryFile
           MOVE WS-ODA-ACCT TO Hist-Txn-Account
           START TransactionHistoryFile KEY IS EQUAL TO
                   Hist-Txn-Account
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
               NOT INVALID KEY MOVE "00" TO WS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ TransactionHistoryFile NEXT RECORD
                   INTO Txn-History-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Hist-Txn-Account NOT = WS-ODA-ACCT
                           MOVE "10" TO WS-FILE-STATUS
                       ELSE
                           MOVE Hist-Txn-DateTime(1:10)
                               TO WS-ODA-TXN-DATE
                           MOVE Hist-Txn-Balance-After
                               TO WS-ODA-BAL-AFTER
                           PERFORM NOTE-OD-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionHistoryFile

           OPEN INPUT TransactionFile
           MOVE WS-ODA-ACCT TO Txn-Account
           START TransactionFile KEY IS EQUAL TO Txn-Account
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
               NOT INVALID KEY MOVE "00" TO WS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ TransactionFile NEXT RECORD INTO Txn-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Txn-Account NOT = WS-ODA-ACCT
                           MOVE "10" TO WS-FILE-STATUS
                       ELSE
                           MOVE Txn-DateTime(1:10) TO WS-ODA-TXN-DATE
                           MOVE Txn-Balance-After TO WS-ODA-BAL-AFTER
                           PERFORM NOTE-OD-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           IF WS-ODA-SINCE = SPACES
               MOVE WS-BUS-DATE TO WS-ODA-SINCE
           END-IF.

       NOTE-OD-BALANCE.
           IF WS-ODA-BAL-AFTER < 0
               IF WS-ODA-SINCE = SPACES
                   MOVE WS-ODA-TXN-DATE TO WS-ODA-SINCE
               END-IF
           ELSE
               MOVE SPACES TO WS-ODA-SINCE
           END-IF.

           *> The account record is current and the file open I-O.
       REFER-TO-COLLECTIONS.
           IF WS-ODA-FREEZE = 'Y' AND Overdraft-Limit > 0
               MOVE 0 TO Overdraft-Limit
               REWRITE Account-Record
               MOVE 'Y' TO WS-ODA-FROZEN-FLAG
               ADD 1 TO WS-ODA-FROZEN
               MOVE "ACCOUNT" TO WS-AUD-FILE
               MOVE WS-ODA-ACCT TO WS-AUD-KEY
               MOVE WS-ODA-ACCT TO WS-AUD-ACCT
               MOVE "Overdraft-Limit" TO WS-AUD-FIELD
               MOVE WS-ODA-OLD-LIMIT TO WS-AUD-AMT-BEFORE
               MOVE 0 TO WS-AUD-AMT-AFTER
               PERFORM WRITE-MAINT-AUDIT-AMT
           END-IF
           MOVE SPACES TO Coll-Referral-Record
           MOVE WS-BUS-DATE TO CR-Bus-Date
           MOVE WS-ODA-ACCT TO CR-Acc-ID
           MOVE Acc-Cust-ID TO CR-Cust-ID
           MOVE WS-ODA-NAME TO CR-Name
           MOVE WS-ODA-PHONE TO CR-Phone
           MOVE WS-ODA-ADDRESS TO CR-Address
           MOVE Acc-Currency TO CR-Currency
           MOVE WS-ODA-OVERDRAWN TO CR-Overdrawn
           MOVE WS-ODA-OLD-LIMIT TO CR-OD-Limit
           MOVE WS-ODA-SINCE TO CR-Since
           MOVE WS-ODA-DAYS TO CR-Days
           MOVE WS-ODA-FROZEN-FLAG TO CR-Frozen
           WRITE Coll-Referral-Record
           ADD 1 TO WS-ODA-REFERRED.

       WRITE-OD-LIMIT-SECTION.
           MOVE SPACES TO OD-Aging-Line
           WRITE OD-Aging-Line
           MOVE "Accounts over their overdraft limit:" TO OD-Aging-Line
           WRITE OD-Aging-Line
           IF WS-ODA-OVER-COUNT = 0
               MOVE "  (none)" TO OD-Aging-Line
               WRITE OD-Aging-Line
           ELSE
               MOVE SPACES TO OD-Aging-Line
               STRING "Account    Customer   Name                 "
                   "Phone                     Balance        OD Limit "
                   "        Over By"
                   DELIMITED BY SIZE INTO OD-Aging-Line
               WRITE OD-Aging-Line
               MOVE "00" TO WS-WORK-FILE-STATUS
               OPEN INPUT ODLimitWorkFile
               PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
                   READ ODLimitWorkFile INTO OD-Aging-Line
                       AT END MOVE "10" TO WS-WORK-FILE-STATUS
                       NOT AT END WRITE OD-Aging-Line
                   END-READ
               END-PERFORM
               CLOSE ODLimitWorkFile
           END-IF.

           *> Feed runs (deposit, withdrawal and interchange files)
           *> are registered in BatchRunFile under a run ID that
           *> LOG-TRANSACTION stamps on every posting of the run, so
           *> the whole run can be backed out while its business
           *> date is still open.
       ALLOCATE-RUN-ID.
           MOVE "LAST-RUN-ID" TO Static-Key
           OPEN I-O StaticFile
           READ StaticFile
               INVALID KEY
                   MOVE 1 TO WS-RUN-ID
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(Static-Value) TO WS-RUN-ID
                   ADD 1 TO WS-RUN-ID
           END-READ
           MOVE FUNCTION NUMVAL-C(WS-RUN-ID) TO Static-Value
           REWRITE Static-Record
               INVALID KEY
                   WRITE Static-Record
           END-REWRITE
           CLOSE StaticFile.

       START-POSTING-RUN.
           PERFORM ALLOCATE-RUN-ID
           PERFORM GET-DATE-TIME
           MOVE WS-NOW TO WS-RUN-STARTED
           MOVE 0 TO WS-RUN-ITEMS
           MOVE 0 TO WS-RUN-LEGS
           MOVE 0 TO WS-RUN-CR
           MOVE 0 TO WS-RUN-DR
           MOVE SPACES TO Batch-Run-Record
           MOVE WS-RUN-ID TO BR-Run-ID
           MOVE WS-RUN-JOB TO BR-Job
           MOVE WS-BUS-DATE TO BR-Bus-Date
           MOVE WS-RUN-STARTED TO BR-Started
           MOVE WS-OPERATOR-ID TO BR-Operator
           MOVE 0 TO BR-Items
           MOVE 0 TO BR-Legs
           MOVE 0 TO BR-Credits
           MOVE 0 TO BR-Debits
           MOVE "O" TO BR-Status
           OPEN I-O BatchRunFile
           WRITE Batch-Run-Record
               INVALID KEY
                   DISPLAY "WARNING: batch run " WS-RUN-ID
                       " could not be registered."
           END-WRITE
           CLOSE BatchRunFile
           DISPLAY "Batch run ID: " WS-RUN-ID.

       NOTE-RUN-LEG.
           ADD 1 TO WS-RUN-LEGS
           IF Txn-DrCr = "D"
               ADD Txn-Amount TO WS-RUN-DR
           ELSE
               ADD Txn-Amount TO WS-RUN-CR
           END-IF.

       END-POSTING-RUN.
           PERFORM GET-DATE-TIME
           OPEN I-O BatchRunFile
           MOVE WS-RUN-ID TO BR-Run-ID
           READ BatchRunFile
               INVALID KEY
                   DISPLAY "WARNING: batch run " WS-RUN-ID
                       " is not registered."
               NOT INVALID KEY
                   MOVE WS-NOW TO BR-Ended
                   MOVE WS-RUN-ITEMS TO BR-Items
                   MOVE WS-RUN-LEGS TO BR-Legs
                   MOVE WS-RUN-CR TO BR-Credits
                   MOVE WS-RUN-DR TO BR-Debits
                   MOVE "P" TO BR-Status
                   REWRITE Batch-Run-Record
           END-READ
           CLOSE BatchRunFile
           IF WS-BATCH-MODE = 'Y'
               MOVE WS-RUN-CR TO WS-RUN-AMT-TEXT
               MOVE WS-RUN-DR TO WS-RUN-AMT-TEXT2
               MOVE SPACES TO Batch-Log-Line
               STRING "RUN " WS-RUN-ID " " WS-RUN-JOB
                   " BUSINESS DATE " WS-BUS-DATE
                   " ITEMS " WS-RUN-ITEMS " LEGS " WS-RUN-LEGS
                   DELIMITED BY SIZE INTO Batch-Log-Line
               WRITE Batch-Log-Line
               MOVE SPACES TO Batch-Log-Line
               STRING "RUN " WS-RUN-ID " CREDITS " WS-RUN-AMT-TEXT
                   " DEBITS " WS-RUN-AMT-TEXT2
                   DELIMITED BY SIZE INTO Batch-Log-Line
               WRITE Batch-Log-Line
           END-IF
           DISPLAY "Batch run " WS-RUN-ID " postings: " WS-RUN-LEGS
           MOVE 0 TO WS-RUN-ID.

           *> Every leg of the run gets an offsetting Reversal, posted
           *> whatever the account's available funds. Legs already
           *> reversed on their own are left alone, so a backout that
           *> stopped on a failed leg can simply be run again.
       BACKOUT-BATCH-RUN.
           MOVE 'N' TO WS-BO-OK
           MOVE 'Y' TO WS-BO-AGREE
           MOVE 0 TO WS-BO-HOLDS
           INITIALIZE WS-BO-TOT-TABLE
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           OPEN I-O BatchRunFile
           MOVE WS-BO-RUN-ID TO BR-Run-ID
           READ BatchRunFile
               INVALID KEY
                   DISPLAY "Batch run " WS-BO-RUN-ID " not found."
               NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN BR-Status = "B"
                       DISPLAY "Batch run " WS-BO-RUN-ID
                           " has already been backed out."
                     WHEN BR-Bus-Date < WS-BUS-DATE
                       DISPLAY "Batch run " WS-BO-RUN-ID
                           " belongs to business date " BR-Bus-Date
                           ", which is already closed."
                     WHEN OTHER
                       MOVE 'Y' TO WS-BO-OK
                       MOVE BR-Job TO WS-BO-JOB
                       MOVE BR-Bus-Date TO WS-BO-BUS-DATE
                       MOVE BR-Status TO WS-BO-STATUS
                       MOVE BR-Legs TO BO-TOT-LEGS(1)
                       MOVE BR-Credits TO BO-TOT-CR(1)
                       MOVE BR-Debits TO BO-TOT-DR(1)
                   END-EVALUATE
           END-READ
           CLOSE BatchRunFile
           IF WS-BO-OK = 'Y'
               IF WS-BO-STATUS = "O"
                   DISPLAY "WARNING: run " WS-BO-RUN-ID " did not "
                       "finish - backing out the postings on file."
               END-IF
               PERFORM STAGE-BACKOUT-LEGS
               PERFORM BACKOUT-RUN-LEGS
               PERFORM CLOSE-BACKOUT-RUN
           END-IF.

       STAGE-BACKOUT-LEGS.
           MOVE "00" TO WS-FILE-STATUS
           OPEN OUTPUT BackoutStageFile
           OPEN INPUT TransactionFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ TransactionFile INTO Txn-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Txn-Run-ID = WS-BO-RUN-ID
                           MOVE Txn-Record TO Backout-Stage-Line
                           WRITE Backout-Stage-Line
                           MOVE Txn-DrCr TO WS-BO-DRCR
                           MOVE Txn-Amount TO WS-BO-AMT
                           MOVE 2 TO WS-BO-IDX
                           PERFORM ADD-BACKOUT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           CLOSE BackoutStageFile.

       BACKOUT-RUN-LEGS.
           OPEN OUTPUT BackoutReportFile
           MOVE SPACES TO Backout-Report-Line
           STRING "Batch Run Backout - run " WS-BO-RUN-ID " "
               WS-BO-JOB " business date " WS-BO-BUS-DATE
               " run " WS-NOW(1:10) " by " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO Backout-Report-Line
           WRITE Backout-Report-Line
           MOVE SPACES TO Backout-Report-Line
           STRING "Txn ID   Account    Type       D          Amount "
               "Result"
               DELIMITED BY SIZE INTO Backout-Report-Line
           WRITE Backout-Report-Line
           MOVE "00" TO WS-WORK-FILE-STATUS
           OPEN INPUT BackoutStageFile
           PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
               READ BackoutStageFile
                   AT END MOVE "10" TO WS-WORK-FILE-STATUS
                   NOT AT END
                       PERFORM BACKOUT-ONE-LEG
               END-READ
           END-PERFORM
           CLOSE BackoutStageFile
           PERFORM WRITE-BACKOUT-TOTALS
           CLOSE BackoutReportFile.

       BACKOUT-ONE-LEG.
           MOVE Backout-Stage-Line TO Txn-Record
           MOVE Txn-ID TO WS-BO-TXN-ID
           MOVE Txn-Account TO WS-BO-ACCT
           MOVE Txn-Type TO WS-BO-TYPE
           MOVE Txn-DrCr TO WS-BO-DRCR
           MOVE Txn-Amount TO WS-BO-AMT
           MOVE Txn-Reversed TO WS-BO-REVERSED
           MOVE SPACES TO WS-BO-RESULT
           IF WS-BO-REVERSED = "Y"
               MOVE "already reversed" TO WS-BO-RESULT
               MOVE 4 TO WS-BO-IDX
           ELSE
               PERFORM POST-BACKOUT-LEG
               IF WS-BO-POSTED = 'Y'
                   MOVE 3 TO WS-BO-IDX
               ELSE
                   MOVE 5 TO WS-BO-IDX
               END-IF
           END-IF
           PERFORM ADD-BACKOUT-TOTAL
           MOVE WS-BO-AMT TO WS-BO-AMT-TEXT
           MOVE SPACES TO Backout-Report-Line
           STRING WS-BO-TXN-ID " " WS-BO-ACCT " " WS-BO-TYPE " "
               WS-BO-DRCR " " WS-BO-AMT-TEXT " " WS-BO-RESULT
               DELIMITED BY SIZE INTO Backout-Report-Line
           WRITE Backout-Report-Line.

           *> Posted straight to the account like a fee, so a
           *> customer who has already spent a bad credit still has
           *> it taken back. Only a missing or closed account stops
           *> the leg, for the supervisor to sort out by hand.
       POST-BACKOUT-LEG.
           MOVE 'N' TO WS-BO-POSTED
           IF WS-BO-DRCR = "D" OR WS-BO-TYPE = "Withdraw"
               MOVE "C" TO WS-REV-DRCR
           ELSE
               MOVE "D" TO WS-REV-DRCR
           END-IF
           OPEN I-O AccountFile
           MOVE WS-BO-ACCT TO Acc-ID
           READ AccountFile KEY IS Acc-ID
               INVALID KEY
                   MOVE "FAILED - account not found" TO WS-BO-RESULT
               NOT INVALID KEY
                   IF Acc-Status = "C"
                       MOVE "FAILED - account closed" TO WS-BO-RESULT
                   ELSE
                       IF WS-REV-DRCR = "C"
                           ADD WS-BO-AMT TO Balance
                           MOVE "D" TO WS-MODE
                       ELSE
                           SUBTRACT WS-BO-AMT FROM Balance
                           MOVE "W" TO WS-MODE
                       END-IF
                       REWRITE Account-Record
                       MOVE WS-BO-ACCT TO WS-ID
                       MOVE WS-BO-AMT TO WS-AMOUNT
                       MOVE "Reversal" TO WS-TXN-TYPE-OVR
                       MOVE WS-REV-DRCR TO WS-TXN-DRCR
                       MOVE WS-BO-TXN-ID TO WS-TXN-REF
                       MOVE 0 TO WS-TXN-RATE
                       PERFORM LOG-TRANSACTION
                       MOVE SPACES TO WS-TXN-TYPE-OVR
                       MOVE SPACE TO WS-TXN-DRCR
                       MOVE 0 TO WS-TXN-REF
                       MOVE 'Y' TO WS-BO-POSTED
                       STRING "backed out by " Txn-ID
                           DELIMITED BY SIZE INTO WS-BO-RESULT
                   END-IF
           END-READ
           CLOSE AccountFile
           IF WS-BO-POSTED = 'Y'
               OPEN I-O TransactionFile
               MOVE WS-BO-TXN-ID TO Txn-ID
               READ TransactionFile KEY IS Txn-ID
                   INVALID KEY
                       DISPLAY "WARNING: could not mark original "
                           "transaction " WS-BO-TXN-ID " as reversed."
                   NOT INVALID KEY
                       MOVE "Y" TO Txn-Reversed
                       REWRITE Txn-Record
               END-READ
               CLOSE TransactionFile
               IF WS-BO-TYPE = "ChqDeposit"
                   MOVE WS-BO-TXN-ID TO WS-REV-TXN-ID
                   PERFORM RELEASE-CHEQUE-HOLD
                   IF WS-CHQ-REL-HOLD-ID > 0
                       ADD 1 TO WS-BO-HOLDS
                       MOVE "hold released" TO WS-BO-RESULT(25:13)
                   END-IF
               END-IF
           END-IF.

       ADD-BACKOUT-TOTAL.
           ADD 1 TO BO-TOT-LEGS(WS-BO-IDX)
           IF WS-BO-DRCR = "D"
               ADD WS-BO-AMT TO BO-TOT-DR(WS-BO-IDX)
           ELSE
               ADD WS-BO-AMT TO BO-TOT-CR(WS-BO-IDX)
           END-IF.

           *> The legs found on file must match what the run posted,
           *> and every one of them must now be reversed.
       WRITE-BACKOUT-TOTALS.
           MOVE SPACES TO Backout-Report-Line
           WRITE Backout-Report-Line
           MOVE SPACES TO Backout-Report-Line
           STRING "  Control totals         Legs           Credits "
               "           Debits"
               DELIMITED BY SIZE INTO Backout-Report-Line
           WRITE Backout-Report-Line
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1 UNTIL WS-BO-IDX > 5
               MOVE BO-TOT-CR(WS-BO-IDX) TO WS-RUN-AMT-TEXT
               MOVE BO-TOT-DR(WS-BO-IDX) TO WS-RUN-AMT-TEXT2
               MOVE SPACES TO Backout-Report-Line
               STRING "  " BO-TOT-NAME(WS-BO-IDX) " "
                   BO-TOT-LEGS(WS-BO-IDX) " " WS-RUN-AMT-TEXT " "
                   WS-RUN-AMT-TEXT2
                   DELIMITED BY SIZE INTO Backout-Report-Line
               WRITE Backout-Report-Line
           END-PERFORM
           MOVE SPACES TO Backout-Report-Line
           STRING "Uncleared holds released: " WS-BO-HOLDS
               DELIMITED BY SIZE INTO Backout-Report-Line
           WRITE Backout-Report-Line
           IF BO-TOT-LEGS(1) NOT = BO-TOT-LEGS(2)
                   OR BO-TOT-CR(1) NOT = BO-TOT-CR(2)
                   OR BO-TOT-DR(1) NOT = BO-TOT-DR(2)
               MOVE 'N' TO WS-BO-AGREE
           END-IF
           IF BO-TOT-LEGS(3) + BO-TOT-LEGS(4) NOT = BO-TOT-LEGS(2)
                   OR BO-TOT-CR(3) + BO-TOT-CR(4) NOT = BO-TOT-CR(2)
                   OR BO-TOT-DR(3) + BO-TOT-DR(4) NOT = BO-TOT-DR(2)
               MOVE 'N' TO WS-BO-AGREE
           END-IF
           IF WS-BO-AGREE = 'Y'
               MOVE "Control totals agree with the original run."
                   TO Backout-Report-Line
           ELSE
               MOVE "CONTROL TOTALS DO NOT AGREE WITH THE ORIGINAL RUN."
                   TO Backout-Report-Line
           END-IF
           WRITE Backout-Report-Line
           IF BO-TOT-LEGS(5) > 0
               MOVE "Backout incomplete - correct the failed legs and "
                   TO Backout-Report-Line
               MOVE "run the backout again."
                   TO Backout-Report-Line(50:22)
               WRITE Backout-Report-Line
           END-IF.

       CLOSE-BACKOUT-RUN.
           IF BO-TOT-LEGS(5) = 0
               PERFORM GET-DATE-TIME
               OPEN I-O BatchRunFile
               MOVE WS-BO-RUN-ID TO BR-Run-ID
               READ BatchRunFile
                   INVALID KEY
                       DISPLAY "WARNING: batch run " WS-BO-RUN-ID
                           " could not be marked backed out."
                   NOT INVALID KEY
                       MOVE "B" TO BR-Status
                       MOVE WS-NOW TO BR-Backout-At
                       MOVE WS-OPERATOR-ID TO BR-Backout-By
                       REWRITE Batch-Run-Record
               END-READ
               CLOSE BatchRunFile
               DISPLAY "Batch run " WS-BO-RUN-ID " backed out: "
                   BO-TOT-LEGS(3) " postings reversed, "
                   WS-BO-HOLDS " holds released."
           ELSE
               MOVE 'N' TO WS-BO-OK
               DISPLAY "Backout incomplete: " BO-TOT-LEGS(5)
                   " postings could not be reversed."
           END-IF
           IF WS-BO-AGREE = 'N'
               DISPLAY "WARNING: control totals do not agree with "
                   "the original run."
           END-IF
           DISPLAY "Report written to data/backout_report.txt".

           *> Service events are staged here as they happen and picked
           *> up by the ALERTS job for the business date they carry.
       WRITE-ALERT-EVENT.
           PERFORM GET-DATE-TIME
           IF WS-BUS-DATE = SPACES
               PERFORM GET-BUSINESS-DATE
           END-IF
           MOVE SPACES TO Alert-Event-Record
           MOVE WS-BUS-DATE TO AE-Bus-Date
           MOVE WS-NOW TO AE-Timestamp
           MOVE WS-ALR-EVENT TO AE-Event
           MOVE WS-ALR-ACCT TO AE-Account
           MOVE WS-ALR-AMOUNT TO AE-Amount
           MOVE WS-ALR-TEXT TO AE-Text
           OPEN EXTEND AlertEventFile
           WRITE Alert-Event-Record
           CLOSE AlertEventFile.

           *> A customer with no preference record gets no alerts.
       ALERT-PREF-MAINT.
           IF WS-BUS-DATE = SPACES
               PERFORM GET-BUSINESS-DATE
           END-IF
           DISPLAY "Enter Customer ID: " ACCEPT WS-CUST-ID
           PERFORM READ-CUSTOMER
           IF NOT-FOUND
               DISPLAY "Customer not found."
           ELSE
               DISPLAY "Customer: " Cust-Name " Phone: " Cust-Phone
               IF Cust-Phone = SPACES
                   DISPLAY "WARNING: no phone number on file - "
                       "alerts cannot be delivered."
               END-IF
               MOVE 0 TO WS-ALR-OLD-LOW
               MOVE 0 TO WS-ALR-OLD-LARGE
               MOVE "N" TO WS-ALR-OLD-EVENTS
               MOVE 'N' TO WS-ALR-PREF-FOUND
               OPEN I-O AlertPrefFile
               MOVE WS-CUST-ID TO AP-Cust-ID
               READ AlertPrefFile
                   INVALID KEY
                       DISPLAY "No alert preferences on file."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ALR-PREF-FOUND
                       MOVE AP-Low-Balance TO WS-ALR-OLD-LOW
                       MOVE AP-Large-Debit TO WS-ALR-OLD-LARGE
                       MOVE AP-Events TO WS-ALR-OLD-EVENTS
                       MOVE AP-Low-Balance TO WS-ALR-SHOW-TEXT
                       DISPLAY "Low balance threshold: "
                           WS-ALR-SHOW-TEXT
                       MOVE AP-Large-Debit TO WS-ALR-SHOW-TEXT
                       DISPLAY "Large debit amount:    "
                           WS-ALR-SHOW-TEXT
                       DISPLAY "Service event alerts:  " AP-Events
               END-READ
               MOVE WS-CUST-ID TO AP-Cust-ID
               DISPLAY "Enter Low Balance Alert Threshold "
                   "(0 = none): "
               ACCEPT WS-ALR-AMT-IN
               MOVE WS-ALR-AMT-IN TO AP-Low-Balance
               DISPLAY "Enter Large Debit Alert Amount (0 = none): "
               ACCEPT WS-ALR-AMT-IN
               MOVE WS-ALR-AMT-IN TO AP-Large-Debit
               DISPLAY "Alert on returned cheques, fees, dormancy "
                   "and failed standing orders? (Y/N): "
               ACCEPT WS-ALR-EVENTS-IN
               MOVE FUNCTION UPPER-CASE(WS-ALR-EVENTS-IN)
                   TO WS-ALR-EVENTS-IN
               IF WS-ALR-EVENTS-IN = "Y"
                   MOVE "Y" TO AP-Events
               ELSE
                   MOVE "N" TO AP-Events
               END-IF
               MOVE WS-BUS-DATE TO AP-Updated
               IF WS-ALR-PREF-FOUND = 'Y'
                   REWRITE Alert-Pref-Record
               ELSE
                   WRITE Alert-Pref-Record
               END-IF
               CLOSE AlertPrefFile
               MOVE "ALERTPREF" TO WS-AUD-FILE
               MOVE WS-CUST-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-ACCT
               MOVE "AP-Low-Balance" TO WS-AUD-FIELD
               MOVE WS-ALR-OLD-LOW TO WS-AUD-AMT-BEFORE
               MOVE AP-Low-Balance TO WS-AUD-AMT-AFTER
               PERFORM WRITE-MAINT-AUDIT-AMT
               MOVE "AP-Large-Debit" TO WS-AUD-FIELD
               MOVE WS-ALR-OLD-LARGE TO WS-AUD-AMT-BEFORE
               MOVE AP-Large-Debit TO WS-AUD-AMT-AFTER
               PERFORM WRITE-MAINT-AUDIT-AMT
               MOVE "AP-Events" TO WS-AUD-FIELD
               MOVE WS-ALR-OLD-EVENTS TO WS-AUD-BEFORE
               MOVE AP-Events TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "Alert preferences saved."
           END-IF.

           *> Builds the messaging vendor's file for one business
           *> date (the parameter, or the current date): the staged
           *> service events, then large debits and low balances
           *> worked out from that date's postings.
       GENERATE-ALERT-FILE.
           MOVE 'Y' TO WS-ALR-OK
           MOVE 0 TO WS-ALR-COUNT
           MOVE 0 TO WS-ALR-NO-PHONE
           PERFORM GET-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           IF WS-JOB-PARM = SPACES
               MOVE WS-BUS-DATE TO WS-ALR-DATE
           ELSE
               MOVE WS-JOB-PARM(1:10) TO WS-ALR-DATE
           END-IF
           MOVE WS-ALR-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-OK = 'N'
               MOVE 'N' TO WS-ALR-OK
               DISPLAY "Invalid alert date: " WS-ALR-DATE
           ELSE
               PERFORM WRITE-ALERT-FILE
           END-IF.

       WRITE-ALERT-FILE.
           MOVE "LOCAL" TO WS-ALR-BRANCH
           MOVE "BRANCH-ID" TO Static-Key
           OPEN I-O StaticFile
           READ StaticFile
               INVALID KEY
                   MOVE WS-ALR-BRANCH TO Static-Value
                   WRITE Static-Record
               NOT INVALID KEY
                   MOVE Static-Value(1:10) TO WS-ALR-BRANCH
           END-READ
           CLOSE StaticFile

           OPEN OUTPUT NotificationFile
           MOVE SPACES TO Notification-Line
           STRING "H|" DELIMITED BY SIZE
               WS-ALR-BRANCH DELIMITED BY SPACE
               "|" WS-ALR-DATE "|" WS-NOW DELIMITED BY SIZE
               INTO Notification-Line
           END-STRING
           WRITE Notification-Line

           OPEN INPUT AlertPrefFile
           OPEN INPUT AccountFile
           MOVE "00" TO WS-WORK-FILE-STATUS
           OPEN INPUT AlertEventFile
           PERFORM UNTIL WS-WORK-FILE-STATUS = "10"
               READ AlertEventFile
                   AT END MOVE "10" TO WS-WORK-FILE-STATUS
                   NOT AT END
                       IF AE-Bus-Date = WS-ALR-DATE
                           PERFORM NOTIFY-STAGED-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AlertEventFile
           CLOSE AccountFile

           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT AccountFile
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ AccountFile NEXT RECORD INTO Account-Record
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF Acc-Type NOT = "T" AND Acc-Status NOT = "C"
                           PERFORM CHECK-ACCOUNT-ALERTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           CLOSE AlertPrefFile

           COMPUTE WS-ALR-RECORDS = WS-ALR-COUNT + 2
           MOVE SPACES TO Notification-Line
           STRING "T|" WS-ALR-COUNT "|" WS-ALR-RECORDS
               DELIMITED BY SIZE INTO Notification-Line
           END-STRING
           WRITE Notification-Line
           CLOSE NotificationFile
           DISPLAY "Notifications written for " WS-ALR-DATE ": "
               WS-ALR-COUNT
           IF WS-ALR-NO-PHONE > 0
               DISPLAY "Alerts not sent - no phone on file: "
                   WS-ALR-NO-PHONE
           END-IF
           DISPLAY "Notification file written to "
               "data/notifications.txt".

       NOTIFY-STAGED-EVENT.
           MOVE SPACES TO WS-ALR-CUST
           MOVE AE-Account TO Acc-ID
           READ AccountFile KEY IS Acc-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Acc-Cust-ID TO WS-ALR-CUST
           END-READ
           IF WS-ALR-CUST NOT = SPACES
               PERFORM READ-ALERT-PREF
               IF WS-ALR-PREF-FOUND = 'Y' AND AP-Events = "Y"
                   MOVE AE-Event TO WS-ALR-EVENT
                   MOVE AE-Account TO WS-ALR-ACCT
                   MOVE AE-Amount TO WS-ALR-AMOUNT
                   MOVE AE-Text TO WS-ALR-TEXT
                   PERFORM WRITE-NOTIFICATION
               END-IF
           END-IF.

       READ-ALERT-PREF.
           MOVE WS-ALR-CUST TO AP-Cust-ID
           READ AlertPrefFile
               INVALID KEY
                   MOVE 'N' TO WS-ALR-PREF-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALR-PREF-FOUND
           END-READ.

       CHECK-ACCOUNT-ALERTS.
           MOVE Acc-Cust-ID TO WS-ALR-CUST
           PERFORM READ-ALERT-PREF
           IF WS-ALR-PREF-FOUND = 'Y'
                   AND (AP-Low-Balance > 0 OR AP-Large-Debit > 0)
               MOVE Acc-ID TO WS-ALR-ACCT
               MOVE 'N' TO WS-ALR-LOW-SENT
               OPEN INPUT TransactionFile
               MOVE WS-ALR-ACCT TO Txn-Account
               START TransactionFile KEY IS EQUAL TO Txn-Account
                   INVALID KEY MOVE "10" TO WS-FILE-STATUS
                   NOT INVALID KEY MOVE "00" TO WS-FILE-STATUS
               END-START
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ TransactionFile NEXT RECORD INTO Txn-Record
                       AT END MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           IF Txn-Account NOT = WS-ALR-ACCT
                               MOVE "10" TO WS-FILE-STATUS
                           ELSE
                               IF Txn-DateTime(1:10) = WS-ALR-DATE
                                   PERFORM CHECK-ALERT-POSTING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransactionFile
               MOVE "00" TO WS-FILE-STATUS
           END-IF.

           *> A low balance alert goes out once a day, on the first
           *> posting that takes the balance from at or above the
           *> threshold to below it. Corrections are not large debits.
       CHECK-ALERT-POSTING.
           IF AP-Large-Debit > 0 AND Txn-DrCr = "D"
                   AND Txn-Type NOT = "Reversal"
                   AND Txn-Amount >= AP-Large-Debit
               MOVE "LARGEDEBIT" TO WS-ALR-EVENT
               MOVE Txn-Amount TO WS-ALR-AMOUNT
               MOVE SPACES TO WS-ALR-TEXT
               STRING "Debit posted: " Txn-Type
                   DELIMITED BY SIZE INTO WS-ALR-TEXT
               PERFORM WRITE-NOTIFICATION
           END-IF
           IF AP-Low-Balance > 0 AND WS-ALR-LOW-SENT = 'N'
               IF Txn-DrCr = "D"
                   COMPUTE WS-ALR-BAL-BEFORE =
                       Txn-Balance-After + Txn-Amount
               ELSE
                   COMPUTE WS-ALR-BAL-BEFORE =
                       Txn-Balance-After - Txn-Amount
               END-IF
               IF Txn-Balance-After < AP-Low-Balance
                       AND WS-ALR-BAL-BEFORE NOT < AP-Low-Balance
                   MOVE 'Y' TO WS-ALR-LOW-SENT
                   MOVE "LOWBAL" TO WS-ALR-EVENT
                   MOVE Txn-Balance-After TO WS-ALR-AMOUNT
                   MOVE "Balance below alert threshold"
                       TO WS-ALR-TEXT
                   PERFORM WRITE-NOTIFICATION
               END-IF
           END-IF.

           *> D|customer|phone|account|event|amount|date|name|text
       WRITE-NOTIFICATION.
           MOVE WS-ALR-CUST TO WS-CUST-ID
           PERFORM READ-CUSTOMER
           IF NOT-FOUND OR Cust-Phone = SPACES
               ADD 1 TO WS-ALR-NO-PHONE
           ELSE
               ADD 1 TO WS-ALR-COUNT
               MOVE WS-ALR-AMOUNT TO WS-ALR-AMT-TEXT
               MOVE SPACES TO Notification-Line
               STRING "D|" DELIMITED BY SIZE
                   WS-ALR-CUST DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   Cust-Phone DELIMITED BY "  "
                   "|" DELIMITED BY SIZE
                   WS-ALR-ACCT DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   WS-ALR-EVENT DELIMITED BY SPACE
                   "|" WS-ALR-AMT-TEXT "|" WS-ALR-DATE "|"
                       DELIMITED BY SIZE
                   Cust-Name DELIMITED BY "  "
                   "|" DELIMITED BY SIZE
                   WS-ALR-TEXT DELIMITED BY "  "
                   INTO Notification-Line
               END-STRING
               WRITE Notification-Line
           END-IF.
