           SELECT JARC-IN-FILE ASSIGN TO JARC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JARC-IN-STATUS.
           SELECT TD-FILE ASSIGN TO "deposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TD-STATUS.
           SELECT LN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-FILE-STATUS.
           SELECT LNS-FILE ASSIGN TO "loan_schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LNS-FILE-STATUS.
           SELECT ARR-FILE ASSIGN TO "arrears_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARR-FILE-STATUS.
           SELECT CMPP-FILE ASSIGN TO "compliance_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPP-STATUS.
           SELECT CMPS-FILE ASSIGN TO "compliance_suppress.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPS-STATUS.
           SELECT CMPC-FILE ASSIGN TO CMPC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPC-STATUS.
           SELECT OB-FILE ASSIGN TO "outbound.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OB-STATUS.
           SELECT OBC-FILE ASSIGN TO OBC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OBC-STATUS.
           SELECT OBR-FILE ASSIGN TO OBR-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OBR-STATUS.
           SELECT CHG-FILE ASSIGN TO "changelog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHG-STATUS.
           SELECT CHG-IN-FILE ASSIGN TO "changelog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHG-IN-STATUS.
           SELECT CHH-FILE ASSIGN TO CHH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHH-STATUS.
           SELECT PRM-OLD-FILE ASSIGN TO PRM-OLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-OLD-STATUS.
           SELECT PRM-NEW-FILE ASSIGN TO PRM-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-NEW-STATUS.
           SELECT SWP-FILE ASSIGN TO "sweeps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWP-STATUS.
           SELECT CHQ-FILE ASSIGN TO "cheques.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHQ-STATUS.
           SELECT WHT-FILE ASSIGN TO "withholding_tax.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHT-STATUS.
           SELECT TXC-FILE ASSIGN TO TXC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD IN-FILE.
       01 IN-RECORD             PIC X(85).

      * ACC-REC-CUST was added to the end of this record, growing it
      * from 31 to 37 bytes, and ACC-REC-PROD later grew it to 40.
           05 ACC-REC-CUST      PIC 9(6).
           05 ACC-REC-PROD      PIC X(3).

      * CUST-REC-TAX-EXEMPT was added to the end of this record,
      * growing it from 77 to 78 bytes. A customers.txt built before
      * it existed must be rebuilt once before running -- a CNW line
      * per customer reloads it -- and a blank flag is read as "N":
      * only a customer explicitly marked Y escapes withholding tax.
       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-REC-ID       PIC 9(6).
           05 CUST-REC-NAME     PIC X(30).
           05 CUST-REC-DOC      PIC X(16).
           05 CUST-REC-CONTACT  PIC X(25).
           05 CUST-REC-TAX-EXEMPT PIC X(1).

       FD OUT-FILE.
       01 OUT-RECORD            PIC X(80).
       01 INT-RATE-RECORD-RAW   PIC X(10).

       FD PROD-FILE.
       01 PROD-RECORD           PIC X(82).

       FD DORRPT-FILE.
       01 DORRPT-RECORD         PIC X(110).

       FD FEE-FILE.
       01 FEE-RECORD            PIC X(56).

       FD JARCN-FILE.
       01 JARCN-RECORD          PIC X(108).

      * Clearing-house layouts, fixed by their spec: inbound row is
      * their reference (cols 1-12), sending bank (14-19),
      * beneficiary account (21-26) and amount (28-36); an item type
      * of CHQ in cols 38-40 makes the row a cheque drawn on the
      * account (21-26) and presented by the sending bank, serial in
      * cols 42-47, instead of a credit. A return row echoes their
      * reference (1-12), a reason code (14-16: A01 account not
      * found, A02 account not active, F01 malformed, and for cheques
      * the C01-C06 codes listed at PRESENT-CHEQUE) and the amount
      * image (18-26), closed by a TRL count/value line.
       FD CLG-FILE.
       01 CLG-RECORD            PIC X(48).

       FD CLGRET-FILE.
       01 CLGRET-RECORD         PIC X(40).
       FD APLIM-FILE.
       01 APLIM-RECORD          PIC X(20).

      * Term deposits: one row per deposit -- its own number, the
      * linked account it was funded from and pays out to, principal,
      * contracted annual rate, start and maturity dates, the
      * maturity instruction (P pay principal and interest out, R roll
      * the principal and pay the interest out, I roll principal plus
      * interest), status (A running, M matured and paid out, B broken
      * early) and the product whose row carries the break penalty.
      * Finished deposits stay on file as history.
       FD TD-FILE.
       01 TD-RECORD.
           05 TD-REC-ID         PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 TD-REC-ACCT       PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 TD-REC-PRIN       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 TD-REC-RATE       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 TD-REC-START      PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 TD-REC-MAT        PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 TD-REC-INSTR      PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 TD-REC-STATUS     PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 TD-REC-PROD       PIC X(3).

      * Instalment loans: one row per loan -- its own number, the
      * repayment account it was paid into and collects from,
      * principal, annual rate, term in months, level instalment, day
      * of the month instalments fall due, booking date, status (A
      * running, P paid off) and principal still outstanding.
       FD LN-FILE.
       01 LN-RECORD.
           05 LN-REC-ID         PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-ACCT       PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-PRIN       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-RATE       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-TERM       PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-INST       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-DAY        PIC 9(2).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-START      PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-STATUS     PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 LN-REC-OUTST      PIC X(10).

      * Repayment schedule, generated at booking: one row per
      * instalment with its due date, the principal and interest
      * parts, status (D not yet collected, X past due, P paid), the
      * date it was paid and whether the missed-payment notice has
      * gone out.
       FD LNS-FILE.
       01 LNS-RECORD.
           05 LNS-REC-LOAN      PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 LNS-REC-INST      PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 LNS-REC-DUE       PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LNS-REC-PRIN      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 LNS-REC-INT       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 LNS-REC-STATUS    PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 LNS-REC-PAID      PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LNS-REC-NOTICE    PIC X(1).

       FD ARR-FILE.
       01 ARR-RECORD            PIC X(110).

       FD CMPP-FILE.
       01 CMPP-RECORD           PIC X(20).

      * Closed compliance alerts: the alert id in cols 1-20, anything
      * after it (who closed it, when, why) is free text for the
      * compliance officer.
       FD CMPS-FILE.
       01 CMPS-RECORD           PIC X(80).

       FD CMPC-FILE.
       01 CMPC-RECORD           PIC X(120).

      * Outbound interbank payments: one row per payment sent to
      * another bank -- our clearing reference (OB + the journal
      * reference of the debit), the paying account, beneficiary bank
      * and account, amount, date keyed, status (Q waiting for the
      * outbound clearing file, S sent, R returned by the beneficiary
      * bank), the run whose clearing file carried it, and for a
      * returned item the run that re-credited it and the clearing
      * house's reason code. Rows stay on file as history.
       FD OB-FILE.
       01 OB-RECORD.
           05 OB-REC-REF        PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-ACCT       PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-BANK       PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-BENE       PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-AMT        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-DATE       PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-STATUS     PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-RUN        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-RET-RUN    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 OB-REC-REASON     PIC X(3).

       FD OBC-FILE.
       01 OBC-RECORD            PIC X(40).

       FD OBR-FILE.
       01 OBR-RECORD            PIC X(40).

      * Permanent master-data change log: one row per field changed,
      * with the date and time, the operator, the journal reference
      * of the maintenance line, the action, what was changed (CUST
      * customer, ACCT account, LIMT limits.txt, FEES fees.txt, PROD
      * products.txt, APPR approval_limit.txt), its key, the field,
      * and the before and after images. Never rewritten, only
      * extended.
       FD CHG-FILE.
       01 CHG-RECORD.
           05 CHG-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-TIME          PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-OPER          PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-REF           PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-ACTION        PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-TYPE          PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-KEY           PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-FIELD         PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-BEFORE        PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 CHG-AFTER         PIC X(30).

       FD CHG-IN-FILE.
       01 CHG-IN-RECORD.
           05 CHI-DATE          PIC 9(8).
           05 FILLER            PIC X.
           05 CHI-TIME          PIC 9(6).
           05 FILLER            PIC X.
           05 CHI-OPER          PIC X(4).
           05 FILLER            PIC X.
           05 CHI-REF           PIC 9(7).
           05 FILLER            PIC X.
           05 CHI-ACTION        PIC X(3).
           05 FILLER            PIC X.
           05 CHI-TYPE          PIC X(4).
           05 FILLER            PIC X.
           05 CHI-KEY           PIC X(12).
           05 FILLER            PIC X.
           05 CHI-FIELD         PIC X(12).
           05 FILLER            PIC X.
           05 CHI-BEFORE        PIC X(30).
           05 FILLER            PIC X.
           05 CHI-AFTER         PIC X(30).

       FD CHH-FILE.
       01 CHH-RECORD            PIC X(132).

       FD PRM-OLD-FILE.
       01 PRM-OLD-RECORD        PIC X(82).

       FD PRM-NEW-FILE.
       01 PRM-NEW-RECORD        PIC X(82).

       FD SWP-FILE.
       01 SWP-RECORD            PIC X(40).

      * Cheque register, append-only: one row per event on an
      * account's cheques. Type I is a book issued (serials first to
      * last, date issued), S a stop-payment instruction (serials
      * first to last, date is the last day the stop is good for), P
      * a cheque paid (first = last = the serial, date paid, amount,
      * source K keyed at the counter or C through clearing, and the
      * run that paid it). Every row carries the journal reference of
      * the line that made it.
       FD CHQ-FILE.
       01 CHQ-RECORD.
           05 CHQ-REC-ACCT      PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 CHQ-REC-TYPE      PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 CHQ-REC-FIRST     PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 CHQ-REC-LAST      PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 CHQ-REC-DATE      PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 CHQ-REC-REF       PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 CHQ-REC-AMT       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 CHQ-REC-SOURCE    PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 CHQ-REC-RUN       PIC X(8).

      * Withholding tax on interest credits: line 1 the rate as a
      * fraction (0.200000 for 20%), line 2 the threshold -- a
      * monthly interest credit at or under it is paid gross.
       FD WHT-FILE.
       01 WHT-RECORD            PIC X(20).

       FD TXC-FILE.
       01 TXC-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       77 IN-ACCOUNT            PIC 9(6).
       77 IN-ACTION             PIC X(3).
       77 FORMATTED-STM-COUNT   PIC Z(4)9.
       77 FORMATTED-STM-AMT     PIC Z(7).99.
       77 FORMATTED-STM-BAL     PIC -Z(6)9.99.
       77 STM-INT-GROSS         PIC 9(7)V99.
       77 STM-INT-REF           PIC 9(7).

       77 BKP-STATUS            PIC X(2).
       77 BKP-FILE-NAME         PIC X(40).
       77 FORMATTED-INT-FRZ    PIC Z(6)9.
       77 FORMATTED-INT-CLS    PIC Z(6)9.

       77 WHT-STATUS           PIC X(2).
       77 WHT-RATE             PIC 9V9(6) VALUE 0.
       77 WHT-THRESHOLD        PIC 9(7)V99 VALUE 0.
       77 WHT-AMOUNT           PIC 9(7)V99.
       77 WHT-EXEMPT           PIC X VALUE "N".
       77 WHT-COUNT            PIC 9(7).
       77 WHT-EXEMPT-COUNT     PIC 9(7).
       77 WHT-TOTAL            PIC 9(9)V99.
       77 FORMATTED-WHT-CNT    PIC Z(6)9.
       77 FORMATTED-WHT-EXM    PIC Z(6)9.
       77 FORMATTED-WHT-TOT    PIC Z(8)9.99.

       77 BACKUP-CMD           PIC X(80).

       77 IN-DEST-ACCOUNT      PIC 9(6).
       77 DEP-FEE               PIC 9(7)V99.
       77 WDR-FEE               PIC 9(7)V99.
       77 TRF-FEE               PIC 9(7)V99.
       77 RCQ-FEE               PIC 9(7)V99.
       77 TXN-FEE-AMOUNT        PIC 9(7)V99.
       77 FEE-BAL-BEFORE        PIC S9(7)V99.
       77 FEE-SAVE-AMOUNT       PIC 9(7)V99.
       77 PROD-TRF-CAP          PIC 9(7)V99.
       77 PROD-BAND             PIC S9(7)V99.
       77 PROD-BEST-BAND        PIC S9(7)V99.
       77 PROD-BRK-RATE         PIC 9V9(6).
       77 ACC-PROD-CODE         PIC X(3).
       77 IN-PROD-CODE          PIC X(3).

       77 NTC-CONTACT           PIC X(25).
       77 FORMATTED-NTC-CNT     PIC Z(3)9.

       77 TD-STATUS             PIC X(2).
       77 TD-COUNT              PIC 9(3).
       77 TD-IX                 PIC 9(3).
       77 TD-POS                PIC 9(3).
       77 TD-WX                 PIC 9(3).
       77 TD-OVERFLOW           PIC X VALUE "N".
       77 TD-WORK-ID            PIC 9(6).
       77 TD-WORK-PROD          PIC X(3).
       77 TD-WORK-INSTR         PIC X(1).
       77 TD-WORK-MAT           PIC 9(8).
       77 TD-WORK-RATE          PIC 9V9(6).
       77 TD-RATE-FOUND         PIC X VALUE "N".
       77 TD-ID-IN-USE          PIC X VALUE "N".
       77 TD-DAYS               PIC 9(5).
       77 TD-INTEREST           PIC 9(7)V99.
       77 TD-PAYOUT             PIC 9(7)V99.
       77 TD-PENALTY            PIC 9(7)V99.
       77 TD-CREDIT-OK          PIC X VALUE "N".
       77 TD-LINKED-ACCT        PIC 9(6).
       77 TD-JRNL-ACTION        PIC X(3).
       77 TD-MESSAGE            PIC X(40).
       77 TD-JRNL-AMOUNT        PIC 9(7)V99.
       77 TD-JRNL-BEFORE        PIC S9(7)V99.
       77 TD-JRNL-AFTER         PIC S9(7)V99.
       77 TD-MATURED-CNT        PIC 9(3).
       77 TD-ROLLED-CNT         PIC 9(3).
       77 TD-HELD-BACK-CNT      PIC 9(3).
       77 TD-PRIN-ED            PIC 9(7).99.
       77 TD-RATE-ED            PIC 9.9(6).
       77 FORMATTED-TD-AMT      PIC Z(6)9.99.
       77 FORMATTED-TD-CNT      PIC Z(2)9.
       77 FORMATTED-TD-CNT2     PIC Z(2)9.
       77 FORMATTED-TD-CNT3     PIC Z(2)9.

       01 TD-TABLE.
           05 TD-ENTRY OCCURS 500 TIMES.
               10 TT-ID             PIC 9(6).
               10 TT-ACCT           PIC 9(6).
               10 TT-PRIN           PIC 9(7)V99.
               10 TT-RATE           PIC 9V9(6).
               10 TT-START          PIC 9(8).
               10 TT-MAT            PIC 9(8).
               10 TT-INSTR          PIC X(1).
               10 TT-STATUS         PIC X(1).
               10 TT-PROD           PIC X(3).

       77 LN-FILE-STATUS        PIC X(2).
       77 LNS-FILE-STATUS       PIC X(2).
       77 ARR-FILE-STATUS       PIC X(2).
       77 LN-COUNT              PIC 9(3).
       77 LN-IX                 PIC 9(3).
       77 LN-POS                PIC 9(3).
       77 LN-WX                 PIC 9(3).
       77 LN-OVERFLOW           PIC X VALUE "N".
       77 LS-COUNT              PIC 9(4).
       77 LS-IX                 PIC 9(4).
       77 LS-WX                 PIC 9(4).
       77 LS-OVERFLOW           PIC X VALUE "N".
       77 LN-WORK-ID            PIC 9(6).
       77 LN-WORK-TERM          PIC 9(3).
       77 LN-WORK-DAY           PIC 9(2).
       77 LN-WORK-RATE          PIC 9V9(6).
       77 LN-MRATE              PIC 9V9(8).
       77 LN-FACTOR             PIC 9(9)V9(8).
       77 LN-INSTALMENT         PIC 9(7)V99.
       77 LN-REMAIN             PIC 9(7)V99.
       77 LN-PRIN-PART          PIC 9(7)V99.
       77 LN-INT-PART           PIC 9(7)V99.
       77 LN-INST-NO            PIC 9(3).
       77 LN-DUE-YY             PIC 9(4).
       77 LN-DUE-MM             PIC 9(2).
       77 LN-DUE-DATE           PIC 9(8).
       77 LN-DUE-AMT            PIC 9(7)V99.
       77 LN-ID-IN-USE          PIC X VALUE "N".
       77 LN-ACC-OK             PIC X VALUE "N".
       77 LN-PAY-OK             PIC X VALUE "N".
       77 LN-CUST-ID            PIC 9(6).
       77 LN-JRNL-ACTION        PIC X(3).
       77 LN-JRNL-AMOUNT        PIC 9(7)V99.
       77 LN-JRNL-BEFORE        PIC S9(7)V99.
       77 LN-JRNL-AFTER         PIC S9(7)V99.
       77 LN-MESSAGE            PIC X(40).
       77 LN-COLLECTED-CNT      PIC 9(4).
       77 LN-PASTDUE-CNT        PIC 9(4).
       77 LN-NOTICE-CNT         PIC 9(4).
       77 LN-AMT-ED             PIC 9(7).99.
       77 LN-RATE-ED            PIC 9.9(6).
       77 FORMATTED-LN-AMT      PIC Z(6)9.99.
       77 FORMATTED-LN-CNT      PIC Z(3)9.
       77 FORMATTED-LN-CNT2     PIC Z(3)9.
       77 FORMATTED-LN-CNT3     PIC Z(3)9.
       77 ARR-DAYS              PIC 9(5).
       77 ARR-BKT               PIC 9.
       77 FORMATTED-ARR-DAYS    PIC Z(4)9.
       77 FORMATTED-ARR-AMT     PIC Z(8)9.99.

       01 ARR-BUCKET-TABLE.
           05 ARR-BUCKET OCCURS 4 TIMES.
               10 AB-LABEL          PIC X(5).
               10 AB-COUNT          PIC 9(4).
               10 AB-AMOUNT         PIC 9(9)V99.

       01 LN-TABLE.
           05 LN-ENTRY OCCURS 500 TIMES.
               10 LT-ID             PIC 9(6).
               10 LT-ACCT           PIC 9(6).
               10 LT-PRIN           PIC 9(7)V99.
               10 LT-RATE           PIC 9V9(6).
               10 LT-TERM           PIC 9(3).
               10 LT-INST           PIC 9(7)V99.
               10 LT-DAY            PIC 9(2).
               10 LT-START          PIC 9(8).
               10 LT-STATUS         PIC X(1).
               10 LT-OUTST          PIC 9(7)V99.

       01 LS-TABLE.
           05 LS-ENTRY OCCURS 9000 TIMES.
               10 LS-LOAN           PIC 9(6).
               10 LS-INST           PIC 9(3).
               10 LS-DUE            PIC 9(8).
               10 LS-PRIN           PIC 9(7)V99.
               10 LS-INT            PIC 9(7)V99.
               10 LS-STAT           PIC X(1).
               10 LS-PAID           PIC 9(8).
               10 LS-NOTICE         PIC X(1).

       77 CMPP-STATUS           PIC X(2).
       77 CMPS-STATUS           PIC X(2).
       77 CMPC-STATUS           PIC X(2).
       77 CMPC-FILE-NAME        PIC X(40).
       77 CMP-FROM              PIC 9(8).
       77 CMP-TO                PIC 9(8).
       77 CMP-THRESHOLD         PIC 9(7)V99.
       77 CMP-WINDOW            PIC 9(3).
       77 CMP-RIO-PCT           PIC 9(3).
       77 CMP-RIO-DAYS          PIC 9(3).
       77 CMP-RIO-MIN           PIC 9(7)V99.
       77 CI-COUNT              PIC 9(4).
       77 CI-IX                 PIC 9(4).
       77 CI-JX                 PIC 9(4).
       77 CI-KX                 PIC 9(4).
       77 CI-OVERFLOW           PIC X VALUE "N".
       77 CK-COUNT              PIC 9(4).
       77 CK-IX                 PIC 9(4).
       77 CK-POS                PIC 9(4).
       77 CS-COUNT              PIC 9(4).
       77 CS-IX                 PIC 9(4).
       77 CS-OVERFLOW           PIC X VALUE "N".
       77 CMP-KEY               PIC X(7).
       77 CMP-CUST              PIC 9(6).
       77 CMP-DIR               PIC X(1).
       77 CMP-SCAN-DATE         PIC 9(8).
       77 CMP-ALERT-ID          PIC X(20).
       77 CMP-ALERT-DESC        PIC X(30).
       77 CMP-SUPPRESSED        PIC X VALUE "N".
       77 CMP-TOTAL             PIC 9(9)V99.
       77 CMP-OUT-TOTAL         PIC 9(9)V99.
       77 CMP-ITEMS             PIC 9(4).
       77 CMP-LAST-DAY          PIC 9(7).
       77 CMP-MIN-DAY           PIC 9(7).
       77 CMP-WIN-START         PIC 9(7).
       77 CMP-CASE-CNT          PIC 9(4).
       77 CMP-SUPP-CNT          PIC 9(4).
       77 CMP-NAME              PIC X(30).
       77 FORMATTED-CMP-AMT     PIC Z(8)9.99.
       77 FORMATTED-CMP-CNT     PIC Z(3)9.
       77 FORMATTED-CMP-CNT2    PIC Z(3)9.

       01 CMP-ITEM-TABLE.
           05 CMP-ITEM OCCURS 5000 TIMES.
               10 CI-KEY            PIC X(7).
               10 CI-CUST           PIC 9(6).
               10 CI-ACCT           PIC 9(6).
               10 CI-DATE           PIC 9(8).
               10 CI-DAY            PIC 9(7).
               10 CI-DIR            PIC X(1).
               10 CI-AMOUNT         PIC 9(7)V99.
               10 CI-REF            PIC 9(7).
               10 CI-ACTION         PIC X(3).
               10 CI-MARK           PIC X(1).

       01 CMP-KEY-TABLE.
           05 CMP-KEY-ENTRY OCCURS 2000 TIMES.
               10 CK-KEY            PIC X(7).
               10 CK-CUST           PIC 9(6).

       01 CMP-SUPP-TABLE.
           05 CMP-SUPP-ENTRY OCCURS 2000 TIMES.
               10 CS-ID             PIC X(20).

       77 IN-BENE-BANK          PIC X(6).
       77 IN-BENE-ACCOUNT       PIC 9(6).
       77 OB-STATUS             PIC X(2).
       77 OBC-STATUS            PIC X(2).
       77 OBC-FILE-NAME         PIC X(40).
       77 OBR-STATUS            PIC X(2).
       77 OBR-WORK-NAME         PIC X(40).
       77 OB-COUNT              PIC 9(4).
       77 OB-IX                 PIC 9(4).
       77 OB-WX                 PIC 9(4).
       77 OB-POS                PIC 9(4).
       77 OB-OVERFLOW           PIC X VALUE "N".
       77 OB-JREF               PIC 9(7).
       77 OB-WORK-REF           PIC X(12).
       77 OB-AMT-ED             PIC 9(7).99.
       77 OB-CLG-AMT-ED         PIC 9(6).99.
       77 OB-RET-AMOUNT         PIC 9(7)V99.
       77 OB-RET-REASON         PIC X(3).
       77 OB-RET-PROBLEM        PIC X(30).
       77 OB-RECREDITED         PIC X VALUE "N".
       77 OB-SENT-COUNT         PIC 9(5) VALUE 0.
       77 OB-SENT-VALUE         PIC S9(11)V99 VALUE 0.
       77 OB-MATCHED-COUNT      PIC 9(5) VALUE 0.
       77 OB-MATCHED-VALUE      PIC S9(11)V99 VALUE 0.
       77 OB-UNMATCHED-COUNT    PIC 9(5) VALUE 0.
       77 OB-UNMATCHED-VALUE    PIC S9(11)V99 VALUE 0.
       77 OBX-COUNT             PIC 9(3) VALUE 0.
       77 OBX-IX                PIC 9(3).

       01 OB-TABLE.
           05 OB-ENTRY OCCURS 5000 TIMES.
               10 OT-REF            PIC X(12).
               10 OT-ACCT           PIC 9(6).
               10 OT-BANK           PIC X(6).
               10 OT-BENE           PIC 9(6).
               10 OT-AMT            PIC 9(7)V99.
               10 OT-DATE           PIC 9(8).
               10 OT-STATUS         PIC X(1).
               10 OT-RUN            PIC X(8).
               10 OT-RET-RUN        PIC X(8).
               10 OT-REASON         PIC X(3).

       01 OB-EXCEPTION-TABLE.
           05 OB-EXCEPTION OCCURS 100 TIMES.
               10 OBX-REF           PIC X(12).
               10 OBX-AMT           PIC X(9).
               10 OBX-PROBLEM       PIC X(30).

       77 CHG-STATUS            PIC X(2).
       77 CHG-IN-STATUS         PIC X(2).
       77 CHH-STATUS            PIC X(2).
       77 CHH-FILE-NAME         PIC X(40).
       77 CHG-W-TYPE            PIC X(4).
       77 CHG-W-KEY             PIC X(12).
       77 CHG-W-FIELD           PIC X(12).
       77 CHG-W-BEFORE          PIC X(30).
       77 CHG-W-AFTER           PIC X(30).
       77 CHG-W-REF             PIC 9(7).
       77 CHG-OLD-STATUS        PIC X(1).
       77 CHG-OLD-NAME          PIC X(30).
       77 CHG-OLD-DOC           PIC X(16).
       77 CHG-OLD-CONTACT       PIC X(25).
       77 CHG-OLD-EXEMPT        PIC X(1).
       77 CHG-WRITTEN           PIC 9(5) VALUE 0.
       77 CHG-SELECT            PIC X VALUE "N".
       77 CHH-KIND              PIC X(1).
       77 CHH-KEY-X             PIC X(6).
       77 CHH-COUNT             PIC 9(5).
       77 CHH-ACCT-COUNT        PIC 9(3).
       77 CHH-ACCT-IX           PIC 9(3).
       77 FORMATTED-CHH-CNT     PIC Z(4)9.
       77 PRM-OLD-STATUS        PIC X(2).
       77 PRM-NEW-STATUS        PIC X(2).
       77 PRM-OLD-NAME          PIC X(40).
       77 PRM-NEW-NAME          PIC X(40).
       77 PRM-CP-CMD            PIC X(80).
       77 PRM-TYPE              PIC X(4).
       77 PRM-KEY-START         PIC 9(3).
       77 PRM-KEY-LEN           PIC 9(2).
       77 PRM-LINE-NO           PIC 9(4).
       77 PRM-LINE-ED           PIC Z(3)9.
       77 PRM-KEY               PIC X(12).
       77 PRM-OLD-LINE          PIC X(82).
       77 PRM-NEW-LINE          PIC X(82).
       77 PRM-KEY-LINE          PIC X(82).
       77 PRM-COUNT             PIC 9(4).
       77 PRM-IX                PIC 9(4).
       77 PRM-POS               PIC 9(4).
       77 PRM-OVERFLOW          PIC X VALUE "N".
       77 PRM-FILES-SKIPPED     PIC 9(2).
       77 PF-COUNT              PIC 9(2).
       77 PF-IX                 PIC 9(2).
       77 FORMATTED-PRM-CNT     PIC Z(4)9.

       01 PRM-FIELD-TABLE.
           05 PRM-FIELD OCCURS 8 TIMES.
               10 PF-NAME           PIC X(12).
               10 PF-START          PIC 9(3).
               10 PF-LEN            PIC 9(2).

       01 PRM-OLD-TABLE.
           05 PRM-OLD-ENTRY OCCURS 2000 TIMES.
               10 PO-KEY            PIC X(12).
               10 PO-LINE           PIC X(82).
               10 PO-MATCHED        PIC X(1).

       01 CHH-ACCT-TABLE.
           05 CHH-ACCT          PIC X(6) OCCURS 200 TIMES.

       77 SWP-STATUS            PIC X(2).
       77 SWP-FOUND             PIC X VALUE "N".
       77 SWP-ROW-OK            PIC X VALUE "N".
       77 SWP-PRIMARY-X         PIC X(6).
       77 SWP-PRIMARY-ACCT      PIC 9(6).
       77 SWP-FUND-ACCT         PIC 9(6).
       77 SWP-PROTECT           PIC X(1).
       77 SWP-TARGET            PIC 9(7)V99.
       77 SWP-FLOOR             PIC 9(7)V99.
       77 SWP-FROM-ACCT         PIC 9(6).
       77 SWP-TO-ACCT           PIC 9(6).
       77 SWP-AMOUNT            PIC 9(7)V99.
       77 SWP-EXCESS            PIC S9(9)V99.
       77 SWP-OK                PIC X VALUE "N".
       77 SWP-TRIED             PIC X VALUE "N".
       77 SWP-ACCT-READ         PIC X VALUE "N".
       77 SWP-SAVE-ACCOUNT      PIC 9(6).
       77 SWP-SAVE-DEST         PIC 9(6).
       77 SWP-SAVE-ACTION       PIC X(3).
       77 SWP-SAVE-AMOUNT       PIC 9(7)V99.
       77 SWP-SAVE-MATCH        PIC X(1).
       77 SWP-SAVE-OUT          PIC X(80).
       77 SWP-RUN-ACCOUNT       PIC 9(6).
       77 SWP-RUN-OUT           PIC 9(5).
       77 SWP-RUN-IN            PIC 9(5).
       77 SWP-OUT-COUNT         PIC 9(5) VALUE 0.
       77 SWP-OUT-VALUE         PIC S9(9)V99 VALUE 0.
       77 SWP-IN-COUNT          PIC 9(5) VALUE 0.
       77 SWP-IN-VALUE          PIC S9(9)V99 VALUE 0.
       77 SWP-COVER-COUNT       PIC 9(5) VALUE 0.
       77 SWP-COVER-VALUE       PIC S9(9)V99 VALUE 0.
       77 SWP-REFUSED-COUNT     PIC 9(5) VALUE 0.
       77 FORMATTED-SWP-CNT     PIC Z(4)9.
       77 FORMATTED-SWP-CNT2    PIC Z(4)9.

       77 CHQ-STATUS            PIC X(2).
       77 IN-CHQ-FIRST          PIC 9(6).
       77 IN-CHQ-LAST           PIC 9(6).
       77 IN-STOP-EXPIRY        PIC 9(8).
       77 CHQ-SOURCE            PIC X(1).
       77 CHQ-RETURN-CODE       PIC X(3).
       77 CHQ-BOUNCED           PIC X VALUE "N".
       77 CHQ-ISSUED            PIC X VALUE "N".
       77 CHQ-STOPPED           PIC X VALUE "N".
       77 CHQ-PAID              PIC X VALUE "N".
       77 CHQ-OVERLAP           PIC X VALUE "N".
       77 CHQ-COVERED           PIC X VALUE "N".
       77 CHQ-OVERFLOW          PIC X VALUE "N".
       77 CHQ-SCAN              PIC 9(7).
       77 CHQ-W-REF             PIC 9(7).
       77 CHQ-W-TYPE            PIC X(1).
       77 CHQ-W-DATE            PIC 9(8).
       77 CHQ-AMT-ED            PIC 9(7).99.
       77 CQI-COUNT             PIC 9(3).
       77 CQI-IX                PIC 9(3).
       77 CHQ-PAID-COUNT        PIC 9(5) VALUE 0.
       77 CHQ-PAID-VALUE        PIC S9(9)V99 VALUE 0.
       77 CHQ-REFUSED-COUNT     PIC 9(5) VALUE 0.
       77 CHQ-BOUNCE-COUNT      PIC 9(5) VALUE 0.
       77 CLG-CHQ-ITEMS         PIC 9(5) VALUE 0.
       77 CLG-CHQ-COUNT         PIC 9(5) VALUE 0.
       77 CLG-CHQ-VALUE         PIC S9(9)V99 VALUE 0.

      * The account's issued books, gathered by SCAN-CHEQUE-REGISTER.
       01 CQI-TABLE.
           05 CQI-ENTRY OCCURS 200 TIMES.
               10 CQI-FIRST         PIC 9(6).
               10 CQI-LAST          PIC 9(6).

       77 TXC-STATUS            PIC X(2).
       77 TXC-FILE-NAME         PIC X(40).
       77 TXC-YEAR              PIC 9(4).
       77 TXC-COUNT             PIC 9(4).
       77 TXC-IX                PIC 9(4).
       77 TXC-POS               PIC 9(4).
       77 TXC-OVERFLOW          PIC X VALUE "N".
       77 TXC-SCAN-ACCT         PIC 9(6).
       77 TXC-SCAN-AMOUNT       PIC 9(7)V99.
       77 TXC-CERT-COUNT        PIC 9(5).
       77 TXC-CERT-LINES        PIC 9(4).
       77 TXC-UNOWNED-COUNT     PIC 9(4).
       77 TXC-CUST-GROSS        PIC 9(9)V99.
       77 TXC-CUST-TAX          PIC 9(9)V99.
       77 TXC-ALL-GROSS         PIC 9(11)V99.
       77 TXC-ALL-TAX           PIC 9(11)V99.
       77 TXC-NET               PIC 9(11)V99.
       77 FORMATTED-TXC-GROSS   PIC Z(10)9.99.
       77 FORMATTED-TXC-TAX     PIC Z(10)9.99.
       77 FORMATTED-TXC-NET     PIC Z(10)9.99.
       77 FORMATTED-TXC-CNT     PIC Z(4)9.

      * Interest and tax per account for the certificate year, with
      * the account's owner at the time of the run.
       01 TXC-TABLE.
           05 TXC-ENTRY OCCURS 2000 TIMES.
               10 TXC-ACCT          PIC 9(6).
               10 TXC-CUST          PIC 9(6).
               10 TXC-GROSS         PIC 9(9)V99.
               10 TXC-TAX           PIC 9(9)V99.
               10 TXC-DONE          PIC X(1).

       PROCEDURE DIVISION.

       MAIN.
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM PROCESS-OUTBOUND-RETURNS
               PERFORM PROCESS-CLEARING-FILE
               PERFORM WRITE-OUTBOUND-CLEARING
               PERFORM WRITE-GL-TRAILER
               CLOSE GL-FILE
               MOVE "C" TO CHK-STATE
           ELSE
               PERFORM PARSE-TRANSACTION
               IF (IN-ACTION = "DEP" OR IN-ACTION = "WDR"
                   OR IN-ACTION = "TRF" OR IN-ACTION = "OBP"
                   OR IN-ACTION = "CHQ")
                   AND APPR-LIMIT > 0
                   AND IN-AMOUNT > APPR-LIMIT
                   PERFORM HOLD-TRANSACTION
                       PERFORM APPROVE-HELD-ITEM
                   WHEN "REV"
                       PERFORM REVERSE-POSTING
                   WHEN "TDM"
                       PERFORM RUN-TD-MATURITY
                   WHEN "TDB"
                       PERFORM BREAK-TERM-DEPOSIT
                   WHEN "LNC"
                       PERFORM RUN-LOAN-COLLECTION
                   WHEN "CMP"
                       PERFORM RUN-COMPLIANCE-MONITOR
                   WHEN "PCM"
                       PERFORM RUN-PARAMETER-COMPARE
                   WHEN "CHI"
                       PERFORM INQUIRE-CHANGE-HISTORY
                   WHEN "SWR"
                       PERFORM RUN-SWEEPS
                   WHEN "TXC"
                       PERFORM RUN-TAX-CERTIFICATES
                   WHEN OTHER
                       PERFORM PROCESS-RECORDS
                       IF MATCH-FOUND = "N"
      * The operator ID sits in cols 36-39 -- free space on every
      * posting layout, but inside the 30-byte customer-name field on
      * CNW and CAM lines. Customer-maintenance lines therefore carry
      * their operator ID after the contact field, in cols 81-84:
      * reading cols 36-39 there would corrupt the name into the
      * journal's operator column. CLA keeps its operator; its layout
      * ends at the action code.
       PARSE-TRANSACTION.
           MOVE IN-RECORD(1:6) TO IN-ACCOUNT.
           MOVE IN-RECORD(7:3) TO IN-ACTION.
           IF IN-ACTION = "CNW" OR IN-ACTION = "CAM"
               MOVE IN-RECORD(81:4) TO IN-OPERATOR
           ELSE
               MOVE IN-RECORD(36:4) TO IN-OPERATOR
           END-IF.
           IF IN-ACTION = "TRF"
               MOVE FUNCTION NUMVAL(IN-RECORD(19:6)) TO IN-DEST-ACCOUNT
           END-IF.
           MOVE SPACE TO IN-BENE-BANK.
           MOVE 0 TO IN-BENE-ACCOUNT.
           IF IN-ACTION = "OBP"
               MOVE IN-RECORD(19:6) TO IN-BENE-BANK
               MOVE IN-RECORD(25:6) TO IN-BENE-ACCOUNT
           END-IF.
           MOVE 0 TO IN-CHQ-FIRST.
           MOVE 0 TO IN-CHQ-LAST.
           MOVE 0 TO IN-STOP-EXPIRY.
           IF IN-ACTION = "CBK" OR IN-ACTION = "STP"
               OR IN-ACTION = "CHQ"
               MOVE IN-RECORD(19:6) TO IN-CHQ-FIRST
               MOVE IN-CHQ-FIRST TO IN-CHQ-LAST
               IF IN-ACTION NOT = "CHQ" AND IN-RECORD(25:6) NUMERIC
                   MOVE IN-RECORD(25:6) TO IN-CHQ-LAST
               END-IF
           END-IF.
           IF IN-ACTION = "STP"
               MOVE IN-RECORD(41:8) TO IN-STOP-EXPIRY
           END-IF.
           MOVE SPACE TO IN-HOLD-REF.
           MOVE 0 TO IN-HOLD-EXPIRY.
           IF IN-ACTION = "HPL" OR IN-ACTION = "HRL"
                    IN-RECORD(7:3) NOT = "APR" AND
                    IN-RECORD(7:3) NOT = "REV" AND
                    IN-RECORD(7:3) NOT = "HPL" AND
                    IN-RECORD(7:3) NOT = "HRL" AND
                    IN-RECORD(7:3) NOT = "TDP" AND
                    IN-RECORD(7:3) NOT = "TDM" AND
                    IN-RECORD(7:3) NOT = "TDB" AND
                    IN-RECORD(7:3) NOT = "LNB" AND
                    IN-RECORD(7:3) NOT = "LNC" AND
                    IN-RECORD(7:3) NOT = "CMP" AND
                    IN-RECORD(7:3) NOT = "OBP" AND
                    IN-RECORD(7:3) NOT = "PCM" AND
                    IN-RECORD(7:3) NOT = "CHI" AND
                    IN-RECORD(7:3) NOT = "SWR" AND
                    IN-RECORD(7:3) NOT = "CBK" AND
                    IN-RECORD(7:3) NOT = "STP" AND
                    IN-RECORD(7:3) NOT = "CHQ" AND
                    IN-RECORD(7:3) NOT = "TXC"
                   MOVE "N" TO VALID-RECORD
                   MOVE "UNKNOWN ACTION CODE" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "HPL" AND
                    IN-RECORD(19:10) = SPACES
                   MOVE "N" TO VALID-RECORD
                   MOVE "MISSING HOLD REFERENCE" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "CBK" AND
                    (IN-RECORD(19:6) NOT NUMERIC OR
                     IN-RECORD(25:6) NOT NUMERIC)
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID CHEQUE RANGE" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "STP" AND
                    (IN-RECORD(19:6) NOT NUMERIC OR
                     (IN-RECORD(25:6) NOT = SPACES AND
                      IN-RECORD(25:6) NOT NUMERIC) OR
                     IN-RECORD(41:8) NOT NUMERIC)
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID STOP REQUEST" TO REJ-REASON-TEXT
               WHEN (IN-RECORD(7:3) = "CBK" OR
                     IN-RECORD(7:3) = "STP") AND
                    IN-RECORD(25:6) NUMERIC AND
                    (IN-RECORD(25:6) < IN-RECORD(19:6) OR
                     FUNCTION NUMVAL(IN-RECORD(25:6))
                     - FUNCTION NUMVAL(IN-RECORD(19:6)) > 999)
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID CHEQUE RANGE" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "CHQ" AND
                    IN-RECORD(19:6) NOT NUMERIC
                   MOVE "N" TO VALID-RECORD
                   MOVE "MISSING CHEQUE NUMBER" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "TDP" AND
                    (IN-RECORD(19:6) NOT NUMERIC OR
                     IN-RECORD(41:8) NOT NUMERIC OR
                     (IN-RECORD(28:1) NOT = "P" AND
                      IN-RECORD(28:1) NOT = "R" AND
                      IN-RECORD(28:1) NOT = "I"))
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID TERM DEPOSIT REQUEST"
                       TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "TDP" AND
                    IN-RECORD(49:8) NOT = SPACES AND
                    FUNCTION TEST-NUMVAL(IN-RECORD(49:8)) NOT = 0
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID TERM DEPOSIT RATE" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "LNB" AND
                    (IN-RECORD(19:6) NOT NUMERIC OR
                     IN-RECORD(25:3) NOT NUMERIC OR
                     IN-RECORD(28:2) NOT NUMERIC OR
                     FUNCTION TEST-NUMVAL(IN-RECORD(49:8)) NOT = 0)
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID LOAN REQUEST" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "LNB" AND
                    (IN-RECORD(25:3) = "000" OR
                     IN-RECORD(25:3) > "360" OR
                     IN-RECORD(28:2) = "00" OR
                     IN-RECORD(28:2) > "28")
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID LOAN TERM OR DUE DAY"
                       TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "ARC" AND
                    IN-RECORD(19:6) NOT = SPACES AND
                    IN-RECORD(19:6) NOT NUMERIC
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID DESTINATION ACCOUNT"
                       TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "OBP" AND
                    (IN-RECORD(19:6) = SPACES OR
                     IN-RECORD(25:6) NOT NUMERIC)
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID BENEFICIARY DETAILS"
                       TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "NEW" AND
                    IN-RECORD(19:6) NOT NUMERIC
                   MOVE "N" TO VALID-RECORD
                   MOVE "MISSING CUSTOMER NUMBER"
                       TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "CHI" AND
                    IN-RECORD(19:1) NOT = SPACE AND
                    IN-RECORD(19:1) NOT = "A" AND
                    IN-RECORD(19:1) NOT = "C"
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID HISTORY TYPE" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "CNW" AND
                    IN-RECORD(10:30) = SPACES
                   MOVE "N" TO VALID-RECORD
                   MOVE "MISSING CUSTOMER NAME" TO REJ-REASON-TEXT
               WHEN (IN-RECORD(7:3) = "CNW" OR
                     IN-RECORD(7:3) = "CAM") AND
                    IN-RECORD(85:1) NOT = SPACE AND
                    IN-RECORD(85:1) NOT = "Y" AND
                    IN-RECORD(85:1) NOT = "N"
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID TAX EXEMPT FLAG" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "TXC" AND
                    IN-RECORD(19:4) NOT NUMERIC
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID TAX YEAR" TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "STM" AND
                    (IN-RECORD(19:8) NOT NUMERIC OR
                     IN-RECORD(27:8) NOT NUMERIC)
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID STATEMENT DATE RANGE"
                       TO REJ-REASON-TEXT
               WHEN IN-RECORD(7:3) = "CMP" AND
                    (IN-RECORD(19:8) NOT NUMERIC OR
                     IN-RECORD(27:8) NOT NUMERIC)
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID MONITORING PERIOD" TO REJ-REASON-TEXT
               WHEN (IN-RECORD(7:3) = "BAL" OR
                     IN-RECORD(7:3) = "BAM") AND
                    IN-RECORD(19:8) NOT = SPACES AND
                           PERFORM SUM-ACCOUNT-HOLDS
                           COMPUTE WDR-NEW-BAL =
                               TMP-BALANCE - IN-AMOUNT
                           IF (WDR-NEW-BAL + ACC-OD-LIMIT
                               - HOLD-TOTAL) < 0
                               COMPUTE SWP-AMOUNT = HOLD-TOTAL
                                   - WDR-NEW-BAL - ACC-OD-LIMIT
                               PERFORM COVER-SHORTFALL
                               IF SWP-TRIED = "Y"
                                   PERFORM READ-SWEPT-ACCOUNT
                                   PERFORM SUM-ACCOUNT-HOLDS
                                   MOVE ACC-BALANCE TO TMP-BALANCE
                                   COMPUTE WDR-NEW-BAL =
                                       TMP-BALANCE - IN-AMOUNT
                               END-IF
                           END-IF
                           IF (WDR-NEW-BAL + ACC-OD-LIMIT
                               - HOLD-TOTAL) >= 0
                               MOVE WDR-NEW-BAL TO TMP-BALANCE
                   PERFORM PLACE-HOLD
               WHEN "HRL"
                   PERFORM RELEASE-HOLD
               WHEN "TDP"
                   PERFORM PLACE-TERM-DEPOSIT
               WHEN "LNB"
                   PERFORM BOOK-LOAN
               WHEN "OBP"
                   PERFORM SEND-OUTBOUND-PAYMENT
               WHEN "CBK"
                   PERFORM ISSUE-CHEQUE-BOOK
               WHEN "STP"
                   PERFORM STOP-CHEQUE-PAYMENT
               WHEN "CHQ"
                   MOVE "K" TO CHQ-SOURCE
                   PERFORM PRESENT-CHEQUE
               WHEN OTHER
                   MOVE "ERROR: UNKNOWN ACTION" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD

       POST-MONTHEND-INTEREST.
           PERFORM FIND-INTEREST-RATE.
           PERFORM FIND-WITHHOLDING-TAX.
           MOVE 0 TO WHT-COUNT.
           MOVE 0 TO WHT-EXEMPT-COUNT.
           MOVE 0 TO WHT-TOTAL.
           MOVE 0 TO INT-COUNT.
           MOVE 0 TO INT-SKIP-FROZEN.
           MOVE 0 TO INT-SKIP-CLOSED.
                               MOVE IN-ACCOUNT TO GL-DR-ACCT
                               MOVE IN-ACCOUNT TO GL-CR-ACCT
                               PERFORM WRITE-GL-PAIR
                               IF INT-POSTING-AMOUNT > 0
                                   AND WHT-RATE > 0
                                   AND INT-POSTING-AMOUNT
                                       > WHT-THRESHOLD
                                   PERFORM WITHHOLD-INTEREST-TAX
                               END-IF
                           ELSE
                               EVALUATE ACC-STATUS
                                   WHEN "F"
           MOVE INT-SKIP-FROZEN TO FORMATTED-INT-FRZ.
           MOVE INT-SKIP-CLOSED TO FORMATTED-INT-CLS.
           MOVE INT-SKIP-DORMANT TO FORMATTED-INT-DOR.
           IF WHT-RATE > 0
               MOVE WHT-COUNT TO FORMATTED-WHT-CNT
               MOVE WHT-TOTAL TO FORMATTED-WHT-TOT
               MOVE WHT-EXEMPT-COUNT TO FORMATTED-WHT-EXM
               MOVE SPACE TO OUT-RECORD
               STRING "SUCCESS: INTEREST TAX WITHHELD ACCOUNTS="
                      FUNCTION TRIM(FORMATTED-WHT-CNT)
                      " TOTAL=" FUNCTION TRIM(FORMATTED-WHT-TOT)
                      " EXEMPT=" FUNCTION TRIM(FORMATTED-WHT-EXM)
                      INTO OUT-RECORD
               WRITE OUT-RECORD
           END-IF.
           MOVE SPACE TO OUT-RECORD.
           IF INT-COUNT = 0
               STRING "SUCCESS: NO INTEREST POSTED"
                      " SKIPPED FROZEN="
                      INTO OUT-RECORD
           END-IF.

      * Withholding tax on an interest credit over the threshold. The
      * gross credit has already posted as INT (410100/210100); the
      * tax then comes off the account as its own WHT line and goes
      * to tax payable (DR 210100 / CR 240100), so a statement shows
      * gross, tax and what the account actually gained. Only a
      * customer on file and flagged tax-exempt is paid gross; an
      * account with no owner on file is taxed like any other.
       WITHHOLD-INTEREST-TAX.
           PERFORM FIND-TAX-EXEMPTION.
           IF WHT-EXEMPT = "Y"
               ADD 1 TO WHT-EXEMPT-COUNT
           ELSE
               COMPUTE WHT-AMOUNT ROUNDED =
                   INT-POSTING-AMOUNT * WHT-RATE
               IF WHT-AMOUNT > 0
                   MOVE TMP-BALANCE TO ACC-BALANCE
                   COMPUTE TMP-BALANCE = TMP-BALANCE - WHT-AMOUNT
                   MOVE "WHT" TO IN-ACTION
                   MOVE WHT-AMOUNT TO IN-AMOUNT
                   MOVE "SUCCESS: INTEREST TAX WITHHELD" TO OUT-RECORD
                   PERFORM WRITE-UPDATED-RECORD
                   MOVE "210100" TO GL-DR-CODE
                   MOVE "240100" TO GL-CR-CODE
                   MOVE IN-ACCOUNT TO GL-DR-ACCT
                   MOVE IN-ACCOUNT TO GL-CR-ACCT
                   PERFORM WRITE-GL-PAIR
                   MOVE "INT" TO IN-ACTION
                   ADD 1 TO WHT-COUNT
                   ADD WHT-AMOUNT TO WHT-TOTAL
               END-IF
           END-IF.

       FIND-TAX-EXEMPTION.
           MOVE "N" TO WHT-EXEMPT.
           IF ACC-REC-CUST NUMERIC AND ACC-REC-CUST > 0
               MOVE ACC-REC-CUST TO CUST-REC-ID
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-REC-TAX-EXEMPT = "Y"
                           MOVE "Y" TO WHT-EXEMPT
                       END-IF
               END-READ
           END-IF.

      * Year-end tax certificates (TXC, the year in cols 19-22).
      * Every interest credit and every withholding line dated in
      * the year -- from the cut archives and the live journal,
      * reversed postings left out -- is totalled per account, and
      * each customer on customers.txt with interest in the year gets
      * one certificate in tax_certificates_<year>.txt: gross
      * interest, tax withheld and net interest for each of their
      * accounts and in total. An account counts for the customer
      * who owns it on the day of the run; an account with no owner
      * on file is listed after the certificates instead and flags
      * the run for follow-up.
       RUN-TAX-CERTIFICATES.
           MOVE IN-RECORD(19:4) TO TXC-YEAR.
           MOVE 0 TO TXC-COUNT.
           MOVE "N" TO TXC-OVERFLOW.
           MOVE 0 TO TXC-CERT-COUNT.
           MOVE 0 TO TXC-UNOWNED-COUNT.
           MOVE 0 TO TXC-ALL-GROSS.
           MOVE 0 TO TXC-ALL-TAX.
           COMPUTE REV-SCAN-START = TXC-YEAR * 100 + 1.
           PERFORM LOAD-REVERSED-REFS.
           PERFORM SCAN-TXC-ARCHIVES.
           CLOSE JRNL-FILE.
           OPEN INPUT JRNL-IN-FILE.
           IF JRNL-IN-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ JRNL-IN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM SELECT-TXC-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JRNL-IN-FILE
           END-IF.
           OPEN EXTEND JRNL-FILE.
           MOVE SPACE TO TXC-FILE-NAME.
           STRING "tax_certificates_" TXC-YEAR ".txt"
                  INTO TXC-FILE-NAME.
           OPEN OUTPUT TXC-FILE.
           MOVE SPACE TO TXC-RECORD.
           STRING "INTEREST TAX CERTIFICATES YEAR " TXC-YEAR
                  " RUN DATE " TODAY-DATE
                  INTO TXC-RECORD.
           WRITE TXC-RECORD.
           IF TXC-OVERFLOW = "Y" OR REVD-OVERFLOW = "Y"
               MOVE "WARNING: CERTIFICATE TABLES FULL - RESULTS PARTIAL"
                   TO TXC-RECORD
               WRITE TXC-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           END-IF.
           MOVE 0 TO CUST-REC-ID.
           START CUST-FILE KEY IS NOT LESS THAN CUST-REC-ID
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 2
               READ CUST-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM WRITE-TAX-CERTIFICATE
               END-READ
           END-PERFORM.
           PERFORM VARYING TXC-IX FROM 1 BY 1
               UNTIL TXC-IX > TXC-COUNT
               IF TXC-DONE(TXC-IX) = "N"
                   PERFORM WRITE-UNOWNED-TAX-LINE
               END-IF
           END-PERFORM.
           COMPUTE TXC-NET = TXC-ALL-GROSS - TXC-ALL-TAX.
           MOVE TXC-ALL-GROSS TO FORMATTED-TXC-GROSS.
           MOVE TXC-ALL-TAX TO FORMATTED-TXC-TAX.
           MOVE TXC-NET TO FORMATTED-TXC-NET.
           MOVE TXC-CERT-COUNT TO FORMATTED-TXC-CNT.
           MOVE SPACE TO TXC-RECORD.
           STRING "CERTIFICATES " FUNCTION TRIM(FORMATTED-TXC-CNT)
                  " GROSS " FUNCTION TRIM(FORMATTED-TXC-GROSS)
                  " TAX " FUNCTION TRIM(FORMATTED-TXC-TAX)
                  " NET " FUNCTION TRIM(FORMATTED-TXC-NET)
                  INTO TXC-RECORD.
           WRITE TXC-RECORD.
           CLOSE TXC-FILE.
           IF TXC-UNOWNED-COUNT > 0
               MOVE "Y" TO RUN-EXCEPTIONS
           END-IF.
           MOVE SPACE TO OUT-RECORD.
           STRING "SUCCESS: TAX CERTIFICATES="
                  FUNCTION TRIM(FORMATTED-TXC-CNT)
                  " YEAR=" TXC-YEAR
                  INTO OUT-RECORD.

       SCAN-TXC-ARCHIVES.
           COMPUTE ARC-SCAN-PERIOD = TXC-YEAR * 100 + 1.
           PERFORM CLAMP-ARCHIVE-SCAN-START.
           MOVE TODAY-DATE(1:6) TO ARC-SCAN-LIMIT.
           MOVE 0 TO ARC-SCAN-STEPS.
           PERFORM UNTIL ARC-SCAN-PERIOD > ARC-SCAN-LIMIT
               OR ARC-SCAN-STEPS >= 120
               ADD 1 TO ARC-SCAN-STEPS
               PERFORM SCAN-TXC-ARCHIVE-FILE
               PERFORM ADVANCE-ARCHIVE-PERIOD
           END-PERFORM.

       SCAN-TXC-ARCHIVE-FILE.
           MOVE SPACE TO JARC-FILE-NAME.
           STRING "journal_" ARC-SCAN-PERIOD ".txt"
                  INTO JARC-FILE-NAME.
           OPEN INPUT JARC-IN-FILE.
           IF JARC-IN-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ JARC-IN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE JARC-IN-RECORD TO JRNL-IN-RECORD
                           PERFORM SELECT-TXC-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JARC-IN-FILE
           END-IF.

      * An INT line that lowered the balance was a negative-rate
      * charge, not interest earned, and stays off the certificate.
       SELECT-TXC-ENTRY.
           IF JRNL-IN-RECORD(1:6) NUMERIC
               AND JRNL-IN-RECORD(88:8) NUMERIC
               AND JRNL-IN-RECORD(102:7) NUMERIC
               AND JRNL-IN-RECORD(47:8) = "SUCCESS:"
               AND JRNL-IN-RECORD(88:4) = TXC-YEAR
               AND (JRNL-IN-RECORD(8:3) = "INT" OR
                    JRNL-IN-RECORD(8:3) = "WHT")
               MOVE JRNL-IN-RECORD(102:7) TO REV-CHECK-REF
               PERFORM CHECK-REVERSED-REF
               IF REVD-FOUND = "N"
                   IF JRNL-IN-RECORD(8:3) = "WHT"
                       OR FUNCTION NUMVAL(JRNL-IN-RECORD(35:11))
                          > FUNCTION NUMVAL(JRNL-IN-RECORD(23:11))
                       PERFORM ADD-TXC-ITEM
                   END-IF
               END-IF
           END-IF.

       ADD-TXC-ITEM.
           MOVE JRNL-IN-RECORD(1:6) TO TXC-SCAN-ACCT.
           MOVE FUNCTION NUMVAL(JRNL-IN-RECORD(12:10))
               TO TXC-SCAN-AMOUNT.
           MOVE 0 TO TXC-POS.
           PERFORM VARYING TXC-IX FROM 1 BY 1
               UNTIL TXC-IX > TXC-COUNT
               IF TXC-ACCT(TXC-IX) = TXC-SCAN-ACCT
                   MOVE TXC-IX TO TXC-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF TXC-POS = 0
               IF TXC-COUNT >= 2000
                   MOVE "Y" TO TXC-OVERFLOW
               ELSE
                   ADD 1 TO TXC-COUNT
                   MOVE TXC-COUNT TO TXC-POS
                   MOVE TXC-SCAN-ACCT TO TXC-ACCT(TXC-POS)
                   MOVE 0 TO TXC-CUST(TXC-POS)
                   MOVE 0 TO TXC-GROSS(TXC-POS)
                   MOVE 0 TO TXC-TAX(TXC-POS)
                   MOVE "N" TO TXC-DONE(TXC-POS)
                   MOVE TXC-SCAN-ACCT TO ACC-REC-ACCOUNT
                   READ ACC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ACC-REC-CUST NUMERIC
                               MOVE ACC-REC-CUST TO TXC-CUST(TXC-POS)
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF TXC-POS > 0
               IF JRNL-IN-RECORD(8:3) = "WHT"
                   ADD TXC-SCAN-AMOUNT TO TXC-TAX(TXC-POS)
               ELSE
                   ADD TXC-SCAN-AMOUNT TO TXC-GROSS(TXC-POS)
               END-IF
           END-IF.

      * One certificate for the customer in CUST-RECORD, written only
      * when one of their accounts had interest in the year.
       WRITE-TAX-CERTIFICATE.
           MOVE 0 TO TXC-CERT-LINES.
           MOVE 0 TO TXC-CUST-GROSS.
           MOVE 0 TO TXC-CUST-TAX.
           PERFORM VARYING TXC-IX FROM 1 BY 1
               UNTIL TXC-IX > TXC-COUNT
               IF TXC-CUST(TXC-IX) = CUST-REC-ID
                   IF TXC-CERT-LINES = 0
                       MOVE SPACE TO TXC-RECORD
                       WRITE TXC-RECORD
                       STRING "TAX CERTIFICATE " TXC-YEAR
                              " CUSTOMER " CUST-REC-ID " "
                              FUNCTION TRIM(CUST-REC-NAME)
                              INTO TXC-RECORD
                       WRITE TXC-RECORD
                       MOVE SPACE TO TXC-RECORD
                       STRING "ID DOCUMENT " CUST-REC-DOC
                              INTO TXC-RECORD
                       WRITE TXC-RECORD
                   END-IF
                   ADD 1 TO TXC-CERT-LINES
                   MOVE "Y" TO TXC-DONE(TXC-IX)
                   ADD TXC-GROSS(TXC-IX) TO TXC-CUST-GROSS
                   ADD TXC-TAX(TXC-IX) TO TXC-CUST-TAX
                   COMPUTE TXC-NET = TXC-GROSS(TXC-IX) - TXC-TAX(TXC-IX)
                   MOVE TXC-GROSS(TXC-IX) TO FORMATTED-TXC-GROSS
                   MOVE TXC-TAX(TXC-IX) TO FORMATTED-TXC-TAX
                   MOVE TXC-NET TO FORMATTED-TXC-NET
                   MOVE SPACE TO TXC-RECORD
                   STRING "  ACCOUNT " TXC-ACCT(TXC-IX)
                          " GROSS " FORMATTED-TXC-GROSS
                          " TAX " FORMATTED-TXC-TAX
                          " NET " FORMATTED-TXC-NET
                          INTO TXC-RECORD
                   WRITE TXC-RECORD
               END-IF
           END-PERFORM.
           IF TXC-CERT-LINES > 0
               ADD 1 TO TXC-CERT-COUNT
               ADD TXC-CUST-GROSS TO TXC-ALL-GROSS
               ADD TXC-CUST-TAX TO TXC-ALL-TAX
               COMPUTE TXC-NET = TXC-CUST-GROSS - TXC-CUST-TAX
               MOVE TXC-CUST-GROSS TO FORMATTED-TXC-GROSS
               MOVE TXC-CUST-TAX TO FORMATTED-TXC-TAX
               MOVE TXC-NET TO FORMATTED-TXC-NET
               MOVE SPACE TO TXC-RECORD
               STRING "  TOTAL         "
                      " GROSS " FORMATTED-TXC-GROSS
                      " TAX " FORMATTED-TXC-TAX
                      " NET " FORMATTED-TXC-NET
                      INTO TXC-RECORD
               WRITE TXC-RECORD
           END-IF.

       WRITE-UNOWNED-TAX-LINE.
           IF TXC-UNOWNED-COUNT = 0
               MOVE SPACE TO TXC-RECORD
               WRITE TXC-RECORD
               MOVE "ACCOUNTS WITH NO CUSTOMER ON FILE - NO CERTIFICATE"
                   TO TXC-RECORD
               WRITE TXC-RECORD
           END-IF.
           ADD 1 TO TXC-UNOWNED-COUNT.
           ADD TXC-GROSS(TXC-IX) TO TXC-ALL-GROSS.
           ADD TXC-TAX(TXC-IX) TO TXC-ALL-TAX.
           COMPUTE TXC-NET = TXC-GROSS(TXC-IX) - TXC-TAX(TXC-IX).
           MOVE TXC-GROSS(TXC-IX) TO FORMATTED-TXC-GROSS.
           MOVE TXC-TAX(TXC-IX) TO FORMATTED-TXC-TAX.
           MOVE TXC-NET TO FORMATTED-TXC-NET.
           MOVE SPACE TO TXC-RECORD.
           STRING "  ACCOUNT " TXC-ACCT(TXC-IX)
                  " GROSS " FORMATTED-TXC-GROSS
                  " TAX " FORMATTED-TXC-TAX
                  " NET " FORMATTED-TXC-NET
                  INTO TXC-RECORD.
           WRITE TXC-RECORD.

      * Month-end maintenance charges from the fee schedule. Fees used
      * to be keyed by hand as WDR lines, indistinguishable from real
      * customer withdrawals; a FEE posting journals under its own
      * Fee schedule rows mirror limits.txt: account in cols 1-6 (row
      * 000000 is the default for accounts with no row of their own),
      * then monthly maintenance (cols 8-16), DEP fee (18-26), WDR fee
      * (28-36), TRF fee (38-46) and returned-cheque fee (48-56). An
      * exact row always beats the default; a zero or unparsable
      * column charges nothing.
       FIND-ACCOUNT-FEES.
           MOVE "N" TO FEE-FOUND.
           MOVE 0 TO MNT-FEE.
           MOVE 0 TO DEP-FEE.
           MOVE 0 TO WDR-FEE.
           MOVE 0 TO TRF-FEE.
           MOVE 0 TO RCQ-FEE.
           MOVE IN-ACCOUNT TO FEE-ACCT-X.
           OPEN INPUT FEE-FILE.
           IF FEE-STATUS NOT = "35"
           IF FUNCTION TEST-NUMVAL(FEE-RECORD(38:9)) = 0
               MOVE FUNCTION NUMVAL(FEE-RECORD(38:9)) TO TRF-FEE
           END-IF.
           IF FUNCTION TEST-NUMVAL(FEE-RECORD(48:9)) = 0
               MOVE FUNCTION NUMVAL(FEE-RECORD(48:9)) TO RCQ-FEE
           END-IF.

      * Charged straight after the customer posting is on disk, so
      * TMP-BALANCE still holds the post-transaction balance and the
      * The fee is its own journal line under action FEE and its own
      * balanced GL pair against fee income; IN-AMOUNT is saved and
      * restored around the pair so the customer posting's amount is
      * never disturbed. A paid cheque pays the WDR fee; a bounced
      * one pays the returned-cheque fee on the balance it was
      * refused against.
       POST-TRANSACTION-FEE.
           PERFORM FIND-ACCOUNT-FEES.
           EVALUATE IN-ACTION
                   MOVE DEP-FEE TO TXN-FEE-AMOUNT
               WHEN "WDR"
                   MOVE WDR-FEE TO TXN-FEE-AMOUNT
               WHEN "CHQ"
                   IF CHQ-BOUNCED = "Y"
                       MOVE RCQ-FEE TO TXN-FEE-AMOUNT
                   ELSE
                       MOVE WDR-FEE TO TXN-FEE-AMOUNT
                   END-IF
               WHEN "TRF"
               WHEN "OBP"
                   MOVE TRF-FEE TO TXN-FEE-AMOUNT
               WHEN OTHER
                   MOVE 0 TO TXN-FEE-AMOUNT
                       SUBTRACT TXN-FEE-AMOUNT FROM TMP-BALANCE
                       PERFORM REWRITE-ACC-RECORD
                       MOVE SPACE TO FEE-MESSAGE
                       IF IN-ACTION = "CHQ" AND CHQ-BOUNCED = "Y"
                           MOVE "SUCCESS: RETURNED CHEQUE FEE CHARGED"
                               TO FEE-MESSAGE
                       ELSE
                           STRING "SUCCESS: " IN-ACTION " FEE CHARGED"
                                  INTO FEE-MESSAGE
                       END-IF
                       PERFORM WRITE-FEE-JOURNAL-RECORD
                       MOVE IN-AMOUNT TO FEE-SAVE-AMOUNT
                       MOVE TXN-FEE-AMOUNT TO IN-AMOUNT
           WRITE JRNL-RECORD.

      * Regulator dormancy sweep. The last customer-driven movement
      * (DEP, WDR, TRF, an inbound CLG settlement credit, a term
      * deposit placement, a loan booking, an outbound interbank
      * payment, a paid cheque, or the opening NEW) per account is
      * collected from the live journal plus up to three years of
      * cut archives; an active account whose last movement is over
      * twelve months old -- or that shows no customer movement at
      * all in that window -- goes to status D, journals like any
      * other status change, and is listed on dormancy_report.txt
      * with owner, last-movement date and balance for the
      * unclaimed-funds review. CLG counts because it is the
      * customer's money arriving (a salary or pension paid only
      * through clearing used to arrive as keyed DEP lines and kept
      * the account awake); only bank-generated INT, FEE and SWP
      * sweep postings never do. If the tracking table overflows,
      * accounts with no entry are left alone rather than flagged on
      * missing data.
       MARK-DORMANT-ACCOUNTS.
           MOVE 0 TO DOR-COUNT.
           MOVE 0 TO DOR-MARKED.
                    JRNL-IN-RECORD(8:3) = "WDR" OR
                    JRNL-IN-RECORD(8:3) = "TRF" OR
                    JRNL-IN-RECORD(8:3) = "CLG" OR
                    JRNL-IN-RECORD(8:3) = "TDP" OR
                    JRNL-IN-RECORD(8:3) = "LNB" OR
                    JRNL-IN-RECORD(8:3) = "OBP" OR
                    JRNL-IN-RECORD(8:3) = "CHQ" OR
                    JRNL-IN-RECORD(8:3) = "NEW")
               MOVE JRNL-IN-RECORD(1:6) TO DOR-SCAN-ACCT
               MOVE JRNL-IN-RECORD(88:8) TO DOR-SCAN-DATE
                       PERFORM CHECK-TRF-LIMIT
                       PERFORM SUM-ACCOUNT-HOLDS
                       COMPUTE WDR-NEW-BAL = ACC-BALANCE - IN-AMOUNT
                       IF LIMIT-BREACH = "N"
                           AND (WDR-NEW-BAL + ACC-OD-LIMIT
                               - HOLD-TOTAL) < 0
                           COMPUTE SWP-AMOUNT = HOLD-TOTAL
                               - WDR-NEW-BAL - ACC-OD-LIMIT
                           PERFORM COVER-SHORTFALL
                           IF SWP-TRIED = "Y"
                               PERFORM LOOKUP-TRANSFER-ACCOUNTS
                               MOVE ACC-BALANCE TO TMP-BALANCE
                               MOVE DEST-BALANCE TO DEST-TMP-BALANCE
                               PERFORM SUM-ACCOUNT-HOLDS
                               COMPUTE WDR-NEW-BAL =
                                   ACC-BALANCE - IN-AMOUNT
                           END-IF
                       END-IF
                       EVALUATE TRUE
                           WHEN LIMIT-BREACH = "Y"
                               MOVE "ERROR: DAILY TRF LIMIT EXCEEDED"
           PERFORM ASSIGN-JOURNAL-REF.
           WRITE JRNL-RECORD.

      * Any status move made on the way through (freeze, unfreeze,
      * close, reactivate, dormancy, a deposit waking a dormant
      * account) lands on the change log against the journal line
      * just written.
       WRITE-UPDATED-RECORD.
           MOVE ACC-REC-STATUS TO CHG-OLD-STATUS.
           PERFORM REWRITE-ACC-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.
           IF CHG-OLD-STATUS NOT = ACC-STATUS
               MOVE "ACCT" TO CHG-W-TYPE
               MOVE ACC-REC-ACCOUNT TO CHG-W-KEY
               MOVE "STATUS" TO CHG-W-FIELD
               MOVE CHG-OLD-STATUS TO CHG-W-BEFORE
               MOVE ACC-STATUS TO CHG-W-AFTER
               COMPUTE CHG-W-REF = JREF-NEXT - 1
               PERFORM WRITE-CHANGE-LOG-ENTRY
           END-IF.

       REWRITE-ACC-RECORD.
           IF TMP-BALANCE < 0
                   MOVE "SUCCESS: ACCOUNT CREATED" TO OUT-RECORD
                   MOVE IN-AMOUNT TO TMP-BALANCE
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM LOG-NEW-ACCOUNT
           END-WRITE.

      * Col 85 of a CNW or CAM line is the customer's withholding
      * tax exemption: Y for a tax-exempt body, N taxed. A customer
      * created with it blank is taxed.
       CREATE-CUSTOMER.
           MOVE IN-ACCOUNT TO CUST-REC-ID.
           MOVE IN-RECORD(10:30) TO CUST-REC-NAME.
           MOVE IN-RECORD(40:16) TO CUST-REC-DOC.
           MOVE IN-RECORD(56:25) TO CUST-REC-CONTACT.
           IF IN-RECORD(85:1) = "Y"
               MOVE "Y" TO CUST-REC-TAX-EXEMPT
           ELSE
               MOVE "N" TO CUST-REC-TAX-EXEMPT
           END-IF.
           WRITE CUST-RECORD
               INVALID KEY
                   MOVE "ERROR: CUSTOMER ALREADY EXISTS" TO OUT-RECORD
               NOT INVALID KEY
                   MOVE "SUCCESS: CUSTOMER CREATED" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE SPACE TO CHG-OLD-NAME
                   MOVE SPACE TO CHG-OLD-DOC
                   MOVE SPACE TO CHG-OLD-CONTACT
                   MOVE SPACE TO CHG-OLD-EXEMPT
                   PERFORM LOG-CUSTOMER-FIELDS
           END-WRITE.

      * Amend replaces only the fields actually keyed on the input
                   MOVE "ERROR: CUSTOMER NOT FOUND" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               NOT INVALID KEY
                   MOVE CUST-REC-NAME TO CHG-OLD-NAME
                   MOVE CUST-REC-DOC TO CHG-OLD-DOC
                   MOVE CUST-REC-CONTACT TO CHG-OLD-CONTACT
                   MOVE CUST-REC-TAX-EXEMPT TO CHG-OLD-EXEMPT
                   IF IN-RECORD(10:30) NOT = SPACES
                       MOVE IN-RECORD(10:30) TO CUST-REC-NAME
                   END-IF
                   IF IN-RECORD(56:25) NOT = SPACES
                       MOVE IN-RECORD(56:25) TO CUST-REC-CONTACT
                   END-IF
                   IF IN-RECORD(85:1) NOT = SPACE
                       MOVE IN-RECORD(85:1) TO CUST-REC-TAX-EXEMPT
                   END-IF
                   REWRITE CUST-RECORD
                   MOVE "SUCCESS: CUSTOMER AMENDED" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM LOG-CUSTOMER-FIELDS
           END-READ.

       LIST-CUSTOMER-ACCOUNTS.
               MOVE "UNKNOWN" TO OWNER-NAME
           END-IF.

      * Master-data change log. Every maintenance action -- customer
      * create and amend, account opening, every account status move
      * -- writes one row per field that actually changed, before and
      * after, under the operator who keyed it and the journal
      * reference of its journal line, to changelog.txt, which is only
      * ever extended. The parameter files are edited outside the
      * system, so their changes are caught by the compare run below
      * instead.
       WRITE-CHANGE-LOG-ENTRY.
           IF CHG-W-BEFORE NOT = CHG-W-AFTER
               OPEN EXTEND CHG-FILE
               IF CHG-STATUS = "35"
                   CLOSE CHG-FILE
                   OPEN OUTPUT CHG-FILE
               END-IF
               INITIALIZE CHG-RECORD WITH FILLER
               MOVE TODAY-DATE TO CHG-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO CHG-TIME
               MOVE IN-OPERATOR TO CHG-OPER
               MOVE CHG-W-REF TO CHG-REF
               MOVE IN-ACTION TO CHG-ACTION
               MOVE CHG-W-TYPE TO CHG-TYPE
               MOVE CHG-W-KEY TO CHG-KEY
               MOVE CHG-W-FIELD TO CHG-FIELD
               MOVE CHG-W-BEFORE TO CHG-BEFORE
               MOVE CHG-W-AFTER TO CHG-AFTER
               WRITE CHG-RECORD
               CLOSE CHG-FILE
               ADD 1 TO CHG-WRITTEN
           END-IF.

      * Before images are taken by the caller (spaces for a new
      * customer); the after images are the record as written.
       LOG-CUSTOMER-FIELDS.
           MOVE "CUST" TO CHG-W-TYPE.
           MOVE CUST-REC-ID TO CHG-W-KEY.
           COMPUTE CHG-W-REF = JREF-NEXT - 1.
           MOVE "NAME" TO CHG-W-FIELD.
           MOVE CHG-OLD-NAME TO CHG-W-BEFORE.
           MOVE CUST-REC-NAME TO CHG-W-AFTER.
           PERFORM WRITE-CHANGE-LOG-ENTRY.
           MOVE "ID DOCUMENT" TO CHG-W-FIELD.
           MOVE CHG-OLD-DOC TO CHG-W-BEFORE.
           MOVE CUST-REC-DOC TO CHG-W-AFTER.
           PERFORM WRITE-CHANGE-LOG-ENTRY.
           MOVE "CONTACT" TO CHG-W-FIELD.
           MOVE CHG-OLD-CONTACT TO CHG-W-BEFORE.
           MOVE CUST-REC-CONTACT TO CHG-W-AFTER.
           PERFORM WRITE-CHANGE-LOG-ENTRY.
           MOVE "TAX EXEMPT" TO CHG-W-FIELD.
           MOVE CHG-OLD-EXEMPT TO CHG-W-BEFORE.
           MOVE CUST-REC-TAX-EXEMPT TO CHG-W-AFTER.
           PERFORM WRITE-CHANGE-LOG-ENTRY.

       LOG-NEW-ACCOUNT.
           MOVE "ACCT" TO CHG-W-TYPE.
           MOVE ACC-REC-ACCOUNT TO CHG-W-KEY.
           COMPUTE CHG-W-REF = JREF-NEXT - 1.
           MOVE SPACE TO CHG-W-BEFORE.
           MOVE "STATUS" TO CHG-W-FIELD.
           MOVE ACC-REC-STATUS TO CHG-W-AFTER.
           PERFORM WRITE-CHANGE-LOG-ENTRY.
           MOVE "OWNER" TO CHG-W-FIELD.
           MOVE ACC-REC-CUST TO CHG-W-AFTER.
           PERFORM WRITE-CHANGE-LOG-ENTRY.
           MOVE "PRODUCT" TO CHG-W-FIELD.
           MOVE ACC-REC-PROD TO CHG-W-AFTER.
           PERFORM WRITE-CHANGE-LOG-ENTRY.
           MOVE "OD LIMIT" TO CHG-W-FIELD.
           MOVE ACC-REC-OD-TEXT TO CHG-W-AFTER.
           PERFORM WRITE-CHANGE-LOG-ENTRY.

      * Parameter compare (PCM). limits.txt, fees.txt, products.txt,
      * approval_limit.txt, sweeps.txt and withholding_tax.txt are
      * compared with the copies the previous compare left behind
      * (<name>_prev.txt), row by row on each file's key -- the
      * account for limits, fees and sweeps, product code plus balance
      * band for products, the line number for the approval and
      * withholding tax files -- and every field that differs goes on
      * the change log: a new row logs its fields with blank before
      * images, a deleted row with blank after images. The files are
      * edited by hand, so the operator on the log is whoever ran the
      * compare and the reference is the compare's own journal line.
      * The current file then becomes the copy for the next compare;
      * the first compare of a file only takes that copy. Run it
      * daily ahead of the postings.
       RUN-PARAMETER-COMPARE.
           MOVE 0 TO CHG-WRITTEN.
           MOVE 0 TO PRM-FILES-SKIPPED.
           MOVE JREF-NEXT TO CHG-W-REF.
           MOVE "limits.txt" TO PRM-NEW-NAME.
           MOVE "limits_prev.txt" TO PRM-OLD-NAME.
           MOVE "LIMT" TO PRM-TYPE.
           MOVE 1 TO PRM-KEY-START.
           MOVE 6 TO PRM-KEY-LEN.
           MOVE 2 TO PF-COUNT.
           MOVE "WDR CAP" TO PF-NAME(1).
           MOVE 8 TO PF-START(1).
           MOVE 9 TO PF-LEN(1).
           MOVE "TRF CAP" TO PF-NAME(2).
           MOVE 18 TO PF-START(2).
           MOVE 9 TO PF-LEN(2).
           PERFORM COMPARE-PARAMETER-FILE.
           MOVE "fees.txt" TO PRM-NEW-NAME.
           MOVE "fees_prev.txt" TO PRM-OLD-NAME.
           MOVE "FEES" TO PRM-TYPE.
           MOVE 1 TO PRM-KEY-START.
           MOVE 6 TO PRM-KEY-LEN.
           MOVE 5 TO PF-COUNT.
           MOVE "MAINTENANCE" TO PF-NAME(1).
           MOVE 8 TO PF-START(1).
           MOVE 9 TO PF-LEN(1).
           MOVE "DEP FEE" TO PF-NAME(2).
           MOVE 18 TO PF-START(2).
           MOVE 9 TO PF-LEN(2).
           MOVE "WDR FEE" TO PF-NAME(3).
           MOVE 28 TO PF-START(3).
           MOVE 9 TO PF-LEN(3).
           MOVE "TRF FEE" TO PF-NAME(4).
           MOVE 38 TO PF-START(4).
           MOVE 9 TO PF-LEN(4).
           MOVE "RETURNED CHQ" TO PF-NAME(5).
           MOVE 48 TO PF-START(5).
           MOVE 9 TO PF-LEN(5).
           PERFORM COMPARE-PARAMETER-FILE.
           MOVE "products.txt" TO PRM-NEW-NAME.
           MOVE "products_prev.txt" TO PRM-OLD-NAME.
           MOVE "PROD" TO PRM-TYPE.
           MOVE 1 TO PRM-KEY-START.
           MOVE 3 TO PRM-KEY-LEN.
           MOVE 6 TO PF-COUNT.
           MOVE "DESCRIPTION" TO PF-NAME(1).
           MOVE 5 TO PF-START(1).
           MOVE 20 TO PF-LEN(1).
           MOVE "RATE" TO PF-NAME(2).
           MOVE 26 TO PF-START(2).
           MOVE 8 TO PF-LEN(2).
           MOVE "OD LIMIT" TO PF-NAME(3).
           MOVE 35 TO PF-START(3).
           MOVE 9 TO PF-LEN(3).
           MOVE "WDR CAP" TO PF-NAME(4).
           MOVE 45 TO PF-START(4).
           MOVE 9 TO PF-LEN(4).
           MOVE "TRF CAP" TO PF-NAME(5).
           MOVE 55 TO PF-START(5).
           MOVE 9 TO PF-LEN(5).
           MOVE "BREAK RATE" TO PF-NAME(6).
           MOVE 75 TO PF-START(6).
           MOVE 8 TO PF-LEN(6).
           PERFORM COMPARE-PARAMETER-FILE.
           MOVE "approval_limit.txt" TO PRM-NEW-NAME.
           MOVE "approval_limit_prev.txt" TO PRM-OLD-NAME.
           MOVE "APPR" TO PRM-TYPE.
           MOVE 0 TO PRM-KEY-START.
           MOVE 0 TO PRM-KEY-LEN.
           MOVE 1 TO PF-COUNT.
           MOVE "VALUE" TO PF-NAME(1).
           MOVE 1 TO PF-START(1).
           MOVE 20 TO PF-LEN(1).
           PERFORM COMPARE-PARAMETER-FILE.
           MOVE "sweeps.txt" TO PRM-NEW-NAME.
           MOVE "sweeps_prev.txt" TO PRM-OLD-NAME.
           MOVE "SWEP" TO PRM-TYPE.
           MOVE 1 TO PRM-KEY-START.
           MOVE 6 TO PRM-KEY-LEN.
           MOVE 4 TO PF-COUNT.
           MOVE "FUNDING ACCT" TO PF-NAME(1).
           MOVE 8 TO PF-START(1).
           MOVE 6 TO PF-LEN(1).
           MOVE "PROTECTION" TO PF-NAME(2).
           MOVE 15 TO PF-START(2).
           MOVE 1 TO PF-LEN(2).
           MOVE "TARGET" TO PF-NAME(3).
           MOVE 17 TO PF-START(3).
           MOVE 9 TO PF-LEN(3).
           MOVE "FLOOR" TO PF-NAME(4).
           MOVE 27 TO PF-START(4).
           MOVE 9 TO PF-LEN(4).
           PERFORM COMPARE-PARAMETER-FILE.
           MOVE "withholding_tax.txt" TO PRM-NEW-NAME.
           MOVE "withholding_tax_prev.txt" TO PRM-OLD-NAME.
           MOVE "WTAX" TO PRM-TYPE.
           MOVE 0 TO PRM-KEY-START.
           MOVE 0 TO PRM-KEY-LEN.
           MOVE 1 TO PF-COUNT.
           MOVE "VALUE" TO PF-NAME(1).
           MOVE 1 TO PF-START(1).
           MOVE 20 TO PF-LEN(1).
           PERFORM COMPARE-PARAMETER-FILE.
           MOVE CHG-WRITTEN TO FORMATTED-PRM-CNT.
           MOVE SPACE TO OUT-RECORD.
           IF PRM-FILES-SKIPPED > 0
               STRING "ERROR: PARAMETER COMPARE INCOMPLETE CHANGES="
                      FUNCTION TRIM(FORMATTED-PRM-CNT)
                      INTO OUT-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           ELSE
               STRING "SUCCESS: PARAMETER CHANGES LOGGED="
                      FUNCTION TRIM(FORMATTED-PRM-CNT)
                      INTO OUT-RECORD
           END-IF.
           PERFORM WRITE-JOURNAL-RECORD.

      * A file too big for the table is left uncompared and its copy
      * untouched, so the next compare still sees every change.
       COMPARE-PARAMETER-FILE.
           PERFORM LOAD-PRM-OLD-TABLE.
           EVALUATE TRUE
               WHEN PRM-OLD-STATUS = "35"
                   PERFORM REFRESH-PRM-COPY
               WHEN PRM-OVERFLOW = "Y"
                   ADD 1 TO PRM-FILES-SKIPPED
                   MOVE "PARAM" TO REJ-SRC-TEMP
                   MOVE PRM-NEW-NAME TO REJ-RAW-TEMP
                   MOVE "PARAMETER FILE TOO LARGE" TO REJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   MOVE 0 TO PRM-LINE-NO
                   OPEN INPUT PRM-NEW-FILE
                   IF PRM-NEW-STATUS NOT = "35"
                       PERFORM UNTIL 1 = 2
                           READ PRM-NEW-FILE
                               AT END
                                   EXIT PERFORM
                               NOT AT END
                                   PERFORM COMPARE-PRM-NEW-ROW
                           END-READ
                       END-PERFORM
                       CLOSE PRM-NEW-FILE
                   END-IF
                   MOVE SPACE TO PRM-NEW-LINE
                   PERFORM VARYING PRM-IX FROM 1 BY 1
                       UNTIL PRM-IX > PRM-COUNT
                       IF PO-MATCHED(PRM-IX) = "N"
                           MOVE PO-KEY(PRM-IX) TO PRM-KEY
                           MOVE PO-LINE(PRM-IX) TO PRM-OLD-LINE
                           PERFORM LOG-PRM-FIELDS
                       END-IF
                   END-PERFORM
                   PERFORM REFRESH-PRM-COPY
           END-EVALUATE.

       COMPARE-PRM-NEW-ROW.
           ADD 1 TO PRM-LINE-NO.
           IF PRM-NEW-RECORD NOT = SPACES
               MOVE PRM-NEW-RECORD TO PRM-NEW-LINE
               MOVE PRM-NEW-LINE TO PRM-KEY-LINE
               PERFORM BUILD-PRM-KEY
               MOVE 0 TO PRM-POS
               PERFORM VARYING PRM-IX FROM 1 BY 1
                   UNTIL PRM-IX > PRM-COUNT
                   IF PO-KEY(PRM-IX) = PRM-KEY
                       AND PO-MATCHED(PRM-IX) = "N"
                       MOVE PRM-IX TO PRM-POS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PRM-POS > 0
                   MOVE "Y" TO PO-MATCHED(PRM-POS)
                   MOVE PO-LINE(PRM-POS) TO PRM-OLD-LINE
               ELSE
                   MOVE SPACE TO PRM-OLD-LINE
               END-IF
               PERFORM LOG-PRM-FIELDS
           END-IF.

       LOG-PRM-FIELDS.
           MOVE PRM-TYPE TO CHG-W-TYPE.
           MOVE PRM-KEY TO CHG-W-KEY.
           PERFORM VARYING PF-IX FROM 1 BY 1
               UNTIL PF-IX > PF-COUNT
               MOVE PF-NAME(PF-IX) TO CHG-W-FIELD
               MOVE PRM-OLD-LINE(PF-START(PF-IX):PF-LEN(PF-IX))
                   TO CHG-W-BEFORE
               MOVE PRM-NEW-LINE(PF-START(PF-IX):PF-LEN(PF-IX))
                   TO CHG-W-AFTER
               PERFORM WRITE-CHANGE-LOG-ENTRY
           END-PERFORM.

      * Key of the row in PRM-KEY-LINE: its key columns, the balance
      * band as well for a product row, or the line number for a file
      * with no key columns.
       BUILD-PRM-KEY.
           MOVE SPACE TO PRM-KEY.
           EVALUATE TRUE
               WHEN PRM-TYPE = "APPR" AND PRM-LINE-NO = 1
                   MOVE "THRESHOLD" TO PRM-KEY
               WHEN PRM-TYPE = "APPR" AND PRM-LINE-NO = 2
                   MOVE "EXPIRY DAYS" TO PRM-KEY
               WHEN PRM-TYPE = "WTAX" AND PRM-LINE-NO = 1
                   MOVE "RATE" TO PRM-KEY
               WHEN PRM-TYPE = "WTAX" AND PRM-LINE-NO = 2
                   MOVE "THRESHOLD" TO PRM-KEY
               WHEN PRM-KEY-LEN = 0
                   MOVE PRM-LINE-NO TO PRM-LINE-ED
                   STRING "LINE " FUNCTION TRIM(PRM-LINE-ED)
                          INTO PRM-KEY
               WHEN PRM-TYPE = "PROD"
                   STRING PRM-KEY-LINE(1:3) PRM-KEY-LINE(65:9)
                          INTO PRM-KEY
               WHEN OTHER
                   MOVE PRM-KEY-LINE(PRM-KEY-START:PRM-KEY-LEN)
                       TO PRM-KEY
           END-EVALUATE.

       LOAD-PRM-OLD-TABLE.
           MOVE 0 TO PRM-COUNT.
           MOVE 0 TO PRM-LINE-NO.
           MOVE "N" TO PRM-OVERFLOW.
           OPEN INPUT PRM-OLD-FILE.
           IF PRM-OLD-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ PRM-OLD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO PRM-LINE-NO
                           IF PRM-OLD-RECORD NOT = SPACES
                               PERFORM LOAD-PRM-OLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRM-OLD-FILE
           END-IF.

       LOAD-PRM-OLD-ENTRY.
           IF PRM-COUNT >= 2000
               MOVE "Y" TO PRM-OVERFLOW
           ELSE
               ADD 1 TO PRM-COUNT
               MOVE PRM-OLD-RECORD TO PRM-KEY-LINE
               PERFORM BUILD-PRM-KEY
               MOVE PRM-KEY TO PO-KEY(PRM-COUNT)
               MOVE PRM-OLD-RECORD TO PO-LINE(PRM-COUNT)
               MOVE "N" TO PO-MATCHED(PRM-COUNT)
           END-IF.

      * A file deleted since the last compare has had its removal
      * logged above; dropping its copy stops it being logged again.
       REFRESH-PRM-COPY.
           OPEN INPUT PRM-NEW-FILE.
           MOVE SPACE TO PRM-CP-CMD.
           IF PRM-NEW-STATUS = "35"
               STRING "rm -f " FUNCTION TRIM(PRM-OLD-NAME)
                      INTO PRM-CP-CMD
           ELSE
               CLOSE PRM-NEW-FILE
               STRING "cp " FUNCTION TRIM(PRM-NEW-NAME) " "
                      FUNCTION TRIM(PRM-OLD-NAME)
                      INTO PRM-CP-CMD
           END-IF.
           CALL "SYSTEM" USING PRM-CP-CMD.

      * Change history inquiry (CHI): the account or customer number
      * in cols 1-6, col 19 A for an account (the default) or C for a
      * customer. An account's history is its own changes plus its
      * limits, fee and sweep rows; a customer's is the customer
      * record plus the history of every account it owns. Written
      * oldest first to change_history_<A|C><number>.txt.
       INQUIRE-CHANGE-HISTORY.
           MOVE IN-RECORD(19:1) TO CHH-KIND.
           IF CHH-KIND = SPACE
               MOVE "A" TO CHH-KIND
           END-IF.
           MOVE IN-RECORD(1:6) TO CHH-KEY-X.
           MOVE 0 TO CHH-ACCT-COUNT.
           IF CHH-KIND = "C"
               PERFORM LOAD-CHH-ACCOUNTS
           END-IF.
           MOVE SPACE TO CHH-FILE-NAME.
           STRING "change_history_" CHH-KIND CHH-KEY-X ".txt"
                  INTO CHH-FILE-NAME.
           OPEN OUTPUT CHH-FILE.
           MOVE SPACE TO CHH-RECORD.
           IF CHH-KIND = "C"
               STRING "CHANGE HISTORY FOR CUSTOMER " CHH-KEY-X
                      INTO CHH-RECORD
           ELSE
               STRING "CHANGE HISTORY FOR ACCOUNT " CHH-KEY-X
                      INTO CHH-RECORD
           END-IF.
           WRITE CHH-RECORD.
           MOVE SPACE TO CHH-RECORD.
           STRING "DATE     TIME   OPER REF     ACT TYPE KEY          "
                  "FIELD        BEFORE -> AFTER"
                  INTO CHH-RECORD.
           WRITE CHH-RECORD.
           MOVE 0 TO CHH-COUNT.
           OPEN INPUT CHG-IN-FILE.
           IF CHG-IN-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ CHG-IN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM SELECT-CHH-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CHG-IN-FILE
           END-IF.
           MOVE CHH-COUNT TO FORMATTED-CHH-CNT.
           MOVE SPACE TO CHH-RECORD.
           STRING "ENTRIES " FUNCTION TRIM(FORMATTED-CHH-CNT)
                  INTO CHH-RECORD.
           WRITE CHH-RECORD.
           CLOSE CHH-FILE.
           MOVE SPACE TO OUT-RECORD.
           STRING "SUCCESS: CHANGE HISTORY ENTRIES="
                  FUNCTION TRIM(FORMATTED-CHH-CNT)
                  INTO OUT-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.

       LOAD-CHH-ACCOUNTS.
           MOVE 0 TO ACC-REC-ACCOUNT.
           START ACC-FILE KEY IS NOT LESS THAN ACC-REC-ACCOUNT
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL 1 = 2
               READ ACC-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACC-REC-CUST NUMERIC
                           AND ACC-REC-CUST = CHH-KEY-X
                           AND CHH-ACCT-COUNT < 200
                           ADD 1 TO CHH-ACCT-COUNT
                           MOVE ACC-REC-ACCOUNT
                               TO CHH-ACCT(CHH-ACCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-CHH-ENTRY.
           MOVE "N" TO CHG-SELECT.
           IF CHI-TYPE = "ACCT" OR CHI-TYPE = "LIMT"
               OR CHI-TYPE = "FEES" OR CHI-TYPE = "SWEP"
               IF CHH-KIND = "A"
                   IF CHI-KEY(1:6) = CHH-KEY-X
                       MOVE "Y" TO CHG-SELECT
                   END-IF
               ELSE
                   PERFORM VARYING CHH-ACCT-IX FROM 1 BY 1
                       UNTIL CHH-ACCT-IX > CHH-ACCT-COUNT
                       IF CHI-KEY(1:6) = CHH-ACCT(CHH-ACCT-IX)
                           MOVE "Y" TO CHG-SELECT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF CHI-TYPE = "CUST" AND CHH-KIND = "C"
               AND CHI-KEY(1:6) = CHH-KEY-X
               MOVE "Y" TO CHG-SELECT
           END-IF.
           IF CHG-SELECT = "Y"
               MOVE SPACE TO CHH-RECORD
               STRING CHI-DATE " " CHI-TIME " " CHI-OPER " "
                      CHI-REF " " CHI-ACTION " " CHI-TYPE " "
                      CHI-KEY " " CHI-FIELD " " CHI-BEFORE
                      " -> " CHI-AFTER
                      INTO CHH-RECORD
               WRITE CHH-RECORD
               ADD 1 TO CHH-COUNT
           END-IF.

      * The journal stays open EXTEND for the whole run, so before it
      * can be re-read for a statement it is closed (flushing buffered
      * postings), scanned through JRNL-IN-FILE, and reopened EXTEND.
      * Journal lines written before the posting date was added have
      * spaces where the date belongs and cannot be placed in a range,
      * so they are left out of statements.
       GENERATE-STATEMENT.
           MOVE IN-ACCOUNT TO STM-ACCT-X.
           MOVE SPACE TO STMT-FILE-NAME.
           STRING "statement_" STM-ACCT-X ".txt"
                  INTO STMT-FILE-NAME.
           OPEN OUTPUT STM-FILE.
           PERFORM GET-OWNER-NAME.
           MOVE SPACE TO STM-RECORD.
           STRING "STATEMENT OF ACCOUNT " STM-ACCT-X
                  " OWNER " FUNCTION TRIM(OWNER-NAME)
                  INTO STM-RECORD.
           WRITE STM-RECORD.
           MOVE SPACE TO STM-RECORD.
           STRING "PERIOD " IN-RECORD(19:8) " TO " IN-RECORD(27:8)
                  INTO STM-RECORD.
           WRITE STM-RECORD.
           MOVE 0 TO STM-COUNT.
           MOVE 0 TO STM-INT-REF.
           MOVE "Y" TO STM-FIRST-MOVE.
           MOVE ACC-BALANCE TO STM-CLOSING.
           MOVE IN-STM-FROM(1:6) TO REV-SCAN-START.
           PERFORM LOAD-REVERSED-REFS.
           IF REVD-OVERFLOW = "Y"
               MOVE SPACE TO STM-RECORD
               MOVE "WARNING: REVERSAL TABLE FULL - RESULTS PARTIAL"
                   TO STM-RECORD
               WRITE STM-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           END-IF.
           PERFORM SCAN-STATEMENT-ARCHIVES.
           CLOSE JRNL-FILE.
           OPEN INPUT JRNL-IN-FILE.
           IF JRNL-IN-STATUS NOT = "35"
                    JRNL-IN-RECORD(8:3) = "INT" OR
                    JRNL-IN-RECORD(8:3) = "FEE" OR
                    JRNL-IN-RECORD(8:3) = "CLG" OR
                    JRNL-IN-RECORD(8:3) = "TDP" OR
                    JRNL-IN-RECORD(8:3) = "TDC" OR
                    JRNL-IN-RECORD(8:3) = "TDX" OR
                    JRNL-IN-RECORD(8:3) = "LNB" OR
                    JRNL-IN-RECORD(8:3) = "LNR" OR
                    JRNL-IN-RECORD(8:3) = "OBP" OR
                    JRNL-IN-RECORD(8:3) = "OBR" OR
                    JRNL-IN-RECORD(8:3) = "SWP" OR
                    JRNL-IN-RECORD(8:3) = "CHQ" OR
                    JRNL-IN-RECORD(8:3) = "WHT" OR
                    JRNL-IN-RECORD(8:3) = "NEW")
               MOVE "N" TO REVD-FOUND
               IF JRNL-IN-RECORD(102:7) NUMERIC
                   WRITE STM-RECORD
                   MOVE STM-SCAN-AFTER TO STM-CLOSING
                   ADD 1 TO STM-COUNT
                   PERFORM SHOW-STATEMENT-NET-INTEREST
               END-IF
           END-IF.

      * Tax is withheld on the line right after its interest credit,
      * so a WHT whose reference follows the last INT credit shown is
      * that credit's tax, and the net interest prints under it.
      * Called with REV-CHECK-REF holding the line's reference.
       SHOW-STATEMENT-NET-INTEREST.
           IF JRNL-IN-RECORD(8:3) = "INT"
               IF STM-SCAN-AFTER > STM-SCAN-BEFORE
                   AND JRNL-IN-RECORD(102:7) NUMERIC
                   MOVE STM-SCAN-AMOUNT TO STM-INT-GROSS
                   MOVE REV-CHECK-REF TO STM-INT-REF
               ELSE
                   MOVE 0 TO STM-INT-REF
               END-IF
           END-IF.
           IF JRNL-IN-RECORD(8:3) = "WHT"
               AND JRNL-IN-RECORD(102:7) NUMERIC
               AND STM-INT-REF > 0
               AND REV-CHECK-REF = STM-INT-REF + 1
               COMPUTE STM-SCAN-AMOUNT =
                   STM-INT-GROSS - STM-SCAN-AMOUNT
               MOVE STM-SCAN-AMOUNT TO FORMATTED-STM-AMT
               MOVE SPACE TO STM-RECORD
               STRING JRNL-IN-RECORD(88:8) " NET "
                      FORMATTED-STM-AMT " "
                      FORMATTED-STM-BAL
                      INTO STM-RECORD
               WRITE STM-RECORD
               MOVE 0 TO STM-INT-REF
           END-IF.

      * Statement history may sit in cut archives as well as the live
      * journal. Any archive named from the requested start month up
                    JRNL-IN-RECORD(8:3) = "FEE" OR
                    JRNL-IN-RECORD(8:3) = "REV" OR
                    JRNL-IN-RECORD(8:3) = "CLG" OR
                    JRNL-IN-RECORD(8:3) = "TDP" OR
                    JRNL-IN-RECORD(8:3) = "TDC" OR
                    JRNL-IN-RECORD(8:3) = "TDX" OR
                    JRNL-IN-RECORD(8:3) = "LNB" OR
                    JRNL-IN-RECORD(8:3) = "LNR" OR
                    JRNL-IN-RECORD(8:3) = "OBP" OR
                    JRNL-IN-RECORD(8:3) = "OBR" OR
                    JRNL-IN-RECORD(8:3) = "SWP" OR
                    JRNL-IN-RECORD(8:3) = "CHQ" OR
                    JRNL-IN-RECORD(8:3) = "WHT" OR
                    JRNL-IN-RECORD(8:3) = "NEW")
               MOVE JRNL-IN-RECORD(88:8) TO RECON-SCAN-DATE
               IF RECON-SCAN-DATE = TODAY-DATE
               CLOSE HOLD-FILE
           END-IF.

      * Term deposits. A placement (TDP, keyed on the funding
      * account) moves the principal out of the customer's deposit
      * account into a deposit under its own number, with the same
      * available-balance test as a withdrawal (ledger plus overdraft
      * minus live holds). The contracted rate is the annual rate
      * keyed in cols 49-56, or twelve times the product's monthly
      * rate when none is keyed. Deposit-side movements journal under
      * the deposit number with their own action codes (TDO opened,
      * TDI interest earned, TDW paid away) so no account statement,
      * reconciliation or dormancy scan ever mistakes a deposit
      * number for a customer account; the linked account sees TDP
      * out, TDC back in and TDX for a break penalty. The GL carries
      * term deposits on 220100, apart from demand deposits on 210100.
       PLACE-TERM-DEPOSIT.
           MOVE IN-RECORD(19:6) TO TD-WORK-ID.
           MOVE IN-RECORD(25:3) TO TD-WORK-PROD.
           MOVE IN-RECORD(28:1) TO TD-WORK-INSTR.
           MOVE IN-RECORD(41:8) TO TD-WORK-MAT.
           PERFORM FIND-TD-RATE.
           PERFORM LOAD-TD-TABLE.
           PERFORM FIND-TD-ENTRY.
           PERFORM CHECK-TD-NUMBER-FREE.
           EVALUATE TRUE
               WHEN ACC-STATUS = "D"
                   MOVE "ERROR: ACCOUNT DORMANT - TDP BLOCKED"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN ACC-STATUS NOT = "A"
                   MOVE "ERROR: ACCOUNT NOT ACTIVE" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN IN-AMOUNT = 0
                   MOVE "ERROR: TERM DEPOSIT AMOUNT MISSING"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TD-WORK-MAT) NOT = 0
                   OR TD-WORK-MAT NOT > TODAY-DATE
                   MOVE "ERROR: INVALID MATURITY DATE" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN TD-RATE-FOUND = "N"
                   MOVE "ERROR: NO RATE FOR TERM DEPOSIT" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN TD-OVERFLOW = "Y"
                   MOVE "ERROR: DEPOSITS FILE TOO LARGE - NOT PLACED"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN TD-POS > 0 OR TD-ID-IN-USE = "Y"
                   MOVE "ERROR: DEPOSIT NUMBER ALREADY IN USE"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN OTHER
                   PERFORM SUM-ACCOUNT-HOLDS
                   COMPUTE WDR-NEW-BAL = TMP-BALANCE - IN-AMOUNT
                   IF (WDR-NEW-BAL + ACC-OD-LIMIT - HOLD-TOTAL) >= 0
                       PERFORM BOOK-TERM-DEPOSIT
                   ELSE
                       MOVE "ERROR: INSUFFICIENT FUNDS" TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   END-IF
           END-EVALUATE.

       BOOK-TERM-DEPOSIT.
           MOVE WDR-NEW-BAL TO TMP-BALANCE.
           MOVE SPACE TO OUT-RECORD.
           STRING "SUCCESS: TERM DEPOSIT " TD-WORK-ID " PLACED"
                  INTO OUT-RECORD.
           PERFORM WRITE-UPDATED-RECORD.
           OPEN EXTEND TD-FILE.
           IF TD-STATUS = "35"
               CLOSE TD-FILE
               OPEN OUTPUT TD-FILE
           END-IF.
           INITIALIZE TD-RECORD WITH FILLER.
           MOVE TD-WORK-ID TO TD-REC-ID.
           MOVE IN-ACCOUNT TO TD-REC-ACCT.
           MOVE IN-AMOUNT TO TD-PRIN-ED.
           MOVE TD-PRIN-ED TO TD-REC-PRIN.
           MOVE TD-WORK-RATE TO TD-RATE-ED.
           MOVE TD-RATE-ED TO TD-REC-RATE.
           MOVE TODAY-DATE TO TD-REC-START.
           MOVE TD-WORK-MAT TO TD-REC-MAT.
           MOVE TD-WORK-INSTR TO TD-REC-INSTR.
           MOVE "A" TO TD-REC-STATUS.
           MOVE TD-WORK-PROD TO TD-REC-PROD.
           WRITE TD-RECORD.
           CLOSE TD-FILE.
           MOVE "TDO" TO TD-JRNL-ACTION.
           MOVE IN-AMOUNT TO TD-JRNL-AMOUNT.
           MOVE 0 TO TD-JRNL-BEFORE.
           MOVE IN-AMOUNT TO TD-JRNL-AFTER.
           MOVE SPACE TO TD-MESSAGE.
           STRING "SUCCESS: OPENED FROM ACCOUNT " IN-ACCOUNT
                  INTO TD-MESSAGE.
           PERFORM WRITE-TD-JOURNAL-RECORD.
           MOVE "210100" TO GL-DR-CODE.
           MOVE "220100" TO GL-CR-CODE.
           MOVE IN-ACCOUNT TO GL-DR-ACCT.
           MOVE TD-WORK-ID TO GL-CR-ACCT.
           PERFORM WRITE-GL-PAIR.

       FIND-TD-RATE.
           MOVE "N" TO TD-RATE-FOUND.
           MOVE 0 TO TD-WORK-RATE.
           IF IN-RECORD(49:8) NOT = SPACES
               MOVE FUNCTION NUMVAL(IN-RECORD(49:8)) TO TD-WORK-RATE
               MOVE "Y" TO TD-RATE-FOUND
           ELSE
               MOVE TD-WORK-PROD TO PROD-LOOKUP-CODE
               MOVE IN-AMOUNT TO PROD-LOOKUP-BAL
               PERFORM FIND-PRODUCT-ROW
               IF PROD-RATE-FOUND = "Y"
                   COMPUTE TD-WORK-RATE = PROD-RATE * 12
                   MOVE "Y" TO TD-RATE-FOUND
               END-IF
           END-IF.

      * A deposit number may not double as a customer account or loan
      * number, or their histories would mix in the journal. The
      * funding account's record is read back afterwards so the
      * rewrite still lands on it.
       CHECK-TD-NUMBER-FREE.
           MOVE "N" TO TD-ID-IN-USE.
           MOVE TD-WORK-ID TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO TD-ID-IN-USE
           END-READ.
           MOVE IN-ACCOUNT TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM LOAD-LOAN-TABLE.
           MOVE TD-WORK-ID TO LN-WORK-ID.
           PERFORM FIND-LOAN-ENTRY.
           IF LN-POS > 0
               MOVE "Y" TO TD-ID-IN-USE
           END-IF.

      * Daily maturity run. Every running deposit whose maturity date
      * has arrived earns simple interest for the days it ran at its
      * contracted annual rate (actual/365), booked as interest
      * expense 410200 against the deposit. The instruction then
      * decides the rest: P pays principal and interest to the linked
      * account and closes the deposit as matured, R pays the
      * interest out and rolls the principal for another term of the
      * same length, I rolls principal plus interest. A payout to a
      * linked account that is no longer active or dormant is held
      * back -- nothing posts and the deposit stays due, so the next
      * run retries it once the account is sorted out. The file is
      * rewritten after every deposit, so a rerun after a crash finds
      * the deposits already handled matured or rolled past today.
       RUN-TD-MATURITY.
           MOVE 0 TO TD-MATURED-CNT.
           MOVE 0 TO TD-ROLLED-CNT.
           MOVE 0 TO TD-HELD-BACK-CNT.
           PERFORM LOAD-TD-TABLE.
           IF TD-OVERFLOW = "Y"
               MOVE "ERROR: DEPOSITS FILE TOO LARGE - RUN SKIPPED"
                   TO OUT-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           ELSE
               PERFORM VARYING TD-IX FROM 1 BY 1
                   UNTIL TD-IX > TD-COUNT
                   IF TT-STATUS(TD-IX) = "A"
                       AND TT-MAT(TD-IX) <= TODAY-DATE
                       PERFORM MATURE-ONE-DEPOSIT
                   END-IF
               END-PERFORM
               MOVE TD-MATURED-CNT TO FORMATTED-TD-CNT
               MOVE TD-ROLLED-CNT TO FORMATTED-TD-CNT2
               MOVE TD-HELD-BACK-CNT TO FORMATTED-TD-CNT3
               MOVE SPACE TO OUT-RECORD
               STRING "SUCCESS: TERM DEPOSITS MATURED="
                      FUNCTION TRIM(FORMATTED-TD-CNT)
                      " ROLLED=" FUNCTION TRIM(FORMATTED-TD-CNT2)
                      " HELD BACK=" FUNCTION TRIM(FORMATTED-TD-CNT3)
                      INTO OUT-RECORD
           END-IF.

       MATURE-ONE-DEPOSIT.
           MOVE TT-ID(TD-IX) TO TD-WORK-ID.
           MOVE TT-ACCT(TD-IX) TO TD-LINKED-ACCT.
           COMPUTE TD-DAYS =
               FUNCTION INTEGER-OF-DATE(TT-MAT(TD-IX))
               - FUNCTION INTEGER-OF-DATE(TT-START(TD-IX)).
           COMPUTE TD-INTEREST ROUNDED =
               TT-PRIN(TD-IX) * TT-RATE(TD-IX) * TD-DAYS / 365.
           EVALUATE TT-INSTR(TD-IX)
               WHEN "P"
                   COMPUTE TD-PAYOUT = TT-PRIN(TD-IX) + TD-INTEREST
               WHEN "R"
                   MOVE TD-INTEREST TO TD-PAYOUT
               WHEN OTHER
                   MOVE 0 TO TD-PAYOUT
           END-EVALUATE.
           MOVE "Y" TO TD-CREDIT-OK.
           IF TD-PAYOUT > 0
               PERFORM CHECK-TD-LINKED-ACCOUNT
           END-IF.
           INITIALIZE OUT-RECORD.
           IF TD-CREDIT-OK = "N"
               ADD 1 TO TD-HELD-BACK-CNT
               MOVE "Y" TO RUN-EXCEPTIONS
               STRING "WARNING: TERM DEPOSIT " TD-WORK-ID
                      " HELD BACK - ACCOUNT " TD-LINKED-ACCT
                      " NOT ACTIVE"
                      INTO OUT-RECORD
           ELSE
               MOVE "TDI" TO TD-JRNL-ACTION
               MOVE TD-INTEREST TO TD-JRNL-AMOUNT
               MOVE TT-PRIN(TD-IX) TO TD-JRNL-BEFORE
               COMPUTE TD-JRNL-AFTER = TT-PRIN(TD-IX) + TD-INTEREST
               MOVE "SUCCESS: TERM DEPOSIT INTEREST" TO TD-MESSAGE
               PERFORM WRITE-TD-JOURNAL-RECORD
               MOVE TD-INTEREST TO IN-AMOUNT
               MOVE "410200" TO GL-DR-CODE
               MOVE "220100" TO GL-CR-CODE
               MOVE TD-WORK-ID TO GL-DR-ACCT
               MOVE TD-WORK-ID TO GL-CR-ACCT
               PERFORM WRITE-GL-PAIR
               IF TD-PAYOUT > 0
                   MOVE TD-PAYOUT TO TD-JRNL-AMOUNT
                   PERFORM PAY-OUT-TERM-DEPOSIT
               END-IF
               MOVE TD-PAYOUT TO FORMATTED-TD-AMT
               IF TT-INSTR(TD-IX) = "P"
                   MOVE "M" TO TT-STATUS(TD-IX)
                   ADD 1 TO TD-MATURED-CNT
                   STRING "TERM DEPOSIT " TD-WORK-ID
                          " MATURED - PAID "
                          FUNCTION TRIM(FORMATTED-TD-AMT)
                          " TO " TD-LINKED-ACCT
                          INTO OUT-RECORD
               ELSE
                   COMPUTE TT-PRIN(TD-IX) =
                       TT-PRIN(TD-IX) + TD-INTEREST - TD-PAYOUT
                   MOVE TT-MAT(TD-IX) TO TT-START(TD-IX)
                   COMPUTE TT-MAT(TD-IX) = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(TT-START(TD-IX))
                        + TD-DAYS)
                   ADD 1 TO TD-ROLLED-CNT
                   IF TD-PAYOUT > 0
                       STRING "TERM DEPOSIT " TD-WORK-ID
                              " ROLLED TO " TT-MAT(TD-IX)
                              " - PAID "
                              FUNCTION TRIM(FORMATTED-TD-AMT)
                              " TO " TD-LINKED-ACCT
                              INTO OUT-RECORD
                   ELSE
                       STRING "TERM DEPOSIT " TD-WORK-ID
                              " ROLLED TO " TT-MAT(TD-IX)
                              INTO OUT-RECORD
                   END-IF
               END-IF
               PERFORM REWRITE-TD-FILE
           END-IF.
           WRITE OUT-RECORD.
           INITIALIZE OUT-RECORD.

      * Moves TD-JRNL-AMOUNT off the deposit onto its linked account:
      * a TDW line on the deposit (TD-JRNL-AFTER must hold what the
      * deposit stood at), the TDC credit on the account -- read by
      * CHECK-TD-LINKED-ACCOUNT -- and the GL leg from term deposits
      * back to demand deposits.
       PAY-OUT-TERM-DEPOSIT.
           MOVE "TDW" TO TD-JRNL-ACTION.
           MOVE TD-JRNL-AFTER TO TD-JRNL-BEFORE.
           SUBTRACT TD-JRNL-AMOUNT FROM TD-JRNL-AFTER.
           MOVE SPACE TO TD-MESSAGE.
           STRING "SUCCESS: PAID TO ACCOUNT " TD-LINKED-ACCT
                  INTO TD-MESSAGE.
           PERFORM WRITE-TD-JOURNAL-RECORD.
           MOVE TD-LINKED-ACCT TO IN-ACCOUNT.
           MOVE "TDC" TO IN-ACTION.
           MOVE TD-JRNL-AMOUNT TO IN-AMOUNT.
           COMPUTE TMP-BALANCE = ACC-BALANCE + IN-AMOUNT.
           MOVE SPACE TO OUT-RECORD.
           STRING "SUCCESS: TERM DEPOSIT " TD-WORK-ID " PAID OUT"
                  INTO OUT-RECORD.
           PERFORM WRITE-UPDATED-RECORD.
           INITIALIZE OUT-RECORD.
           MOVE "220100" TO GL-DR-CODE.
           MOVE "210100" TO GL-CR-CODE.
           MOVE TD-WORK-ID TO GL-DR-ACCT.
           MOVE TD-LINKED-ACCT TO GL-CR-ACCT.
           PERFORM WRITE-GL-PAIR.
           MOVE TMP-BALANCE TO ACC-BALANCE.

      * The linked account can take a payout while active or dormant
      * (a maturing deposit is the bank paying back, not a customer
      * movement, so it neither wakes nor is refused by dormancy).
      * Frozen and closed accounts hold the money back.
       CHECK-TD-LINKED-ACCOUNT.
           MOVE "N" TO TD-CREDIT-OK.
           MOVE TD-LINKED-ACCT TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VALIDATE-ACCOUNT-RECORD
                   IF VALID-RECORD = "N"
                       MOVE "ACCOUNT" TO REJ-SRC-TEMP
                       MOVE ACC-RECORD TO REJ-RAW-TEMP
                       PERFORM WRITE-REJECT-RECORD
                   ELSE
                       MOVE FUNCTION NUMVAL(ACC-REC-BAL-TEXT)
                           TO ACC-BALANCE
                       IF ACC-REC-SIGN = "-"
                           COMPUTE ACC-BALANCE = ACC-BALANCE * -1
                       END-IF
                       MOVE ACC-REC-STATUS TO ACC-STATUS
                       MOVE FUNCTION NUMVAL(ACC-REC-OD-TEXT)
                           TO ACC-OD-LIMIT
                       IF ACC-STATUS = "A" OR ACC-STATUS = "D"
                           MOVE "Y" TO TD-CREDIT-OK
                       END-IF
                   END-IF
           END-READ.

      * Early break (TDB, keyed on the deposit number in the account
      * field). A deposit broken before maturity earns no interest:
      * the principal goes back to the linked account and the break
      * penalty -- principal times the penalty fraction on the
      * deposit's product row, never more than the principal -- is
      * then charged to that account as break-penalty income 430200.
      * A deposit already due is left to the maturity run.
       BREAK-TERM-DEPOSIT.
           MOVE IN-ACCOUNT TO TD-WORK-ID.
           PERFORM LOAD-TD-TABLE.
           PERFORM FIND-TD-ENTRY.
           EVALUATE TRUE
               WHEN TD-OVERFLOW = "Y"
                   MOVE "ERROR: DEPOSITS FILE TOO LARGE - NOT BROKEN"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN TD-POS = 0
                   MOVE "ERROR: TERM DEPOSIT NOT FOUND" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN TT-STATUS(TD-POS) NOT = "A"
                   MOVE "ERROR: TERM DEPOSIT NOT RUNNING" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN TT-MAT(TD-POS) <= TODAY-DATE
                   MOVE "ERROR: TERM DEPOSIT DUE - USE MATURITY RUN"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN OTHER
                   MOVE TD-POS TO TD-IX
                   MOVE TT-ACCT(TD-IX) TO TD-LINKED-ACCT
                   PERFORM CHECK-TD-LINKED-ACCOUNT
                   IF TD-CREDIT-OK = "N"
                       MOVE 0 TO ACC-BALANCE
                       MOVE 0 TO TMP-BALANCE
                       MOVE "ERROR: LINKED ACCOUNT NOT ACTIVE"
                           TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   ELSE
                       PERFORM SETTLE-BROKEN-DEPOSIT
                   END-IF
           END-EVALUATE.

       SETTLE-BROKEN-DEPOSIT.
           MOVE TT-PROD(TD-IX) TO PROD-LOOKUP-CODE.
           MOVE TT-PRIN(TD-IX) TO PROD-LOOKUP-BAL.
           PERFORM FIND-PRODUCT-ROW.
           COMPUTE TD-PENALTY ROUNDED =
               TT-PRIN(TD-IX) * PROD-BRK-RATE.
           IF TD-PENALTY > TT-PRIN(TD-IX)
               MOVE TT-PRIN(TD-IX) TO TD-PENALTY
           END-IF.
           MOVE TT-PRIN(TD-IX) TO TD-JRNL-AMOUNT.
           MOVE TT-PRIN(TD-IX) TO TD-JRNL-AFTER.
           PERFORM PAY-OUT-TERM-DEPOSIT.
           IF TD-PENALTY > 0
               MOVE "TDX" TO IN-ACTION
               MOVE TD-PENALTY TO IN-AMOUNT
               COMPUTE TMP-BALANCE = ACC-BALANCE - TD-PENALTY
               MOVE "SUCCESS: TERM DEPOSIT BREAK PENALTY"
                   TO OUT-RECORD
               PERFORM WRITE-UPDATED-RECORD
               MOVE "210100" TO GL-DR-CODE
               MOVE "430200" TO GL-CR-CODE
               MOVE TD-LINKED-ACCT TO GL-DR-ACCT
               MOVE TD-WORK-ID TO GL-CR-ACCT
               PERFORM WRITE-GL-PAIR
           END-IF.
           MOVE "B" TO TT-STATUS(TD-IX).
           PERFORM REWRITE-TD-FILE.
           MOVE TD-WORK-ID TO IN-ACCOUNT.
           MOVE "TDB" TO IN-ACTION.
           MOVE TD-PENALTY TO FORMATTED-TD-AMT.
           MOVE SPACE TO OUT-RECORD.
           STRING "SUCCESS: TERM DEPOSIT BROKEN - PENALTY "
                  FUNCTION TRIM(FORMATTED-TD-AMT)
                  INTO OUT-RECORD.

       WRITE-TD-JOURNAL-RECORD.
           INITIALIZE JRNL-RECORD WITH FILLER.
           MOVE TD-WORK-ID TO JRNL-ACCOUNT.
           MOVE TD-JRNL-ACTION TO JRNL-ACTION.
           MOVE TD-JRNL-AMOUNT TO JRNL-AMOUNT.
           MOVE TD-JRNL-BEFORE TO JRNL-BAL-BEFORE.
           MOVE TD-JRNL-AFTER TO JRNL-BAL-AFTER.
           MOVE TD-MESSAGE TO JRNL-MESSAGE.
           MOVE TODAY-DATE TO JRNL-DATE.
           MOVE IN-OPERATOR TO JRNL-OPERATOR.
           PERFORM ASSIGN-JOURNAL-REF.
           WRITE JRNL-RECORD.

       FIND-TD-ENTRY.
           MOVE 0 TO TD-POS.
           PERFORM VARYING TD-IX FROM 1 BY 1
               UNTIL TD-IX > TD-COUNT
               IF TT-ID(TD-IX) = TD-WORK-ID
                   MOVE TD-IX TO TD-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-TD-TABLE.
           MOVE 0 TO TD-COUNT.
           MOVE "N" TO TD-OVERFLOW.
           OPEN INPUT TD-FILE.
           IF TD-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ TD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM LOAD-TD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TD-FILE
           END-IF.

       LOAD-TD-ENTRY.
           IF TD-REC-ID NOT NUMERIC
               OR TD-REC-ACCT NOT NUMERIC
               OR TD-REC-START NOT NUMERIC
               OR TD-REC-MAT NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(TD-REC-PRIN) NOT = 0
               OR FUNCTION TEST-NUMVAL(TD-REC-RATE) NOT = 0
               MOVE "DEPOSIT" TO REJ-SRC-TEMP
               MOVE TD-RECORD TO REJ-RAW-TEMP
               MOVE "INVALID DEPOSIT ROW" TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF TD-COUNT >= 500
                   MOVE "Y" TO TD-OVERFLOW
               ELSE
                   ADD 1 TO TD-COUNT
                   MOVE TD-REC-ID TO TT-ID(TD-COUNT)
                   MOVE TD-REC-ACCT TO TT-ACCT(TD-COUNT)
                   MOVE FUNCTION NUMVAL(TD-REC-PRIN)
                       TO TT-PRIN(TD-COUNT)
                   MOVE FUNCTION NUMVAL(TD-REC-RATE)
                       TO TT-RATE(TD-COUNT)
                   MOVE TD-REC-START TO TT-START(TD-COUNT)
                   MOVE TD-REC-MAT TO TT-MAT(TD-COUNT)
                   MOVE TD-REC-INSTR TO TT-INSTR(TD-COUNT)
                   MOVE TD-REC-STATUS TO TT-STATUS(TD-COUNT)
                   MOVE TD-REC-PROD TO TT-PROD(TD-COUNT)
               END-IF
           END-IF.

       REWRITE-TD-FILE.
           OPEN OUTPUT TD-FILE.
           PERFORM VARYING TD-WX FROM 1 BY 1
               UNTIL TD-WX > TD-COUNT
               INITIALIZE TD-RECORD WITH FILLER
               MOVE TT-ID(TD-WX) TO TD-REC-ID
               MOVE TT-ACCT(TD-WX) TO TD-REC-ACCT
               MOVE TT-PRIN(TD-WX) TO TD-PRIN-ED
               MOVE TD-PRIN-ED TO TD-REC-PRIN
               MOVE TT-RATE(TD-WX) TO TD-RATE-ED
               MOVE TD-RATE-ED TO TD-REC-RATE
               MOVE TT-START(TD-WX) TO TD-REC-START
               MOVE TT-MAT(TD-WX) TO TD-REC-MAT
               MOVE TT-INSTR(TD-WX) TO TD-REC-INSTR
               MOVE TT-STATUS(TD-WX) TO TD-REC-STATUS
               MOVE TT-PROD(TD-WX) TO TD-REC-PROD
               WRITE TD-RECORD
           END-PERFORM.
           CLOSE TD-FILE.

      * Instalment loans. A booking (LNB, keyed on the repayment
      * account) pays the principal into that account, records the
      * loan and generates its schedule of level monthly instalments
      * (annuity at the keyed annual rate; the last instalment takes
      * whatever principal rounding left over). The loan itself sits
      * on loans receivable 130100; interest collected is loan
      * interest income 420100. Loan-side movements journal under the
      * loan number (LNO booked, LNP principal repaid), apart from the
      * customer-account lines LNB and LNR.
       BOOK-LOAN.
           MOVE IN-RECORD(19:6) TO LN-WORK-ID.
           MOVE IN-RECORD(25:3) TO LN-WORK-TERM.
           MOVE IN-RECORD(28:2) TO LN-WORK-DAY.
           MOVE FUNCTION NUMVAL(IN-RECORD(49:8)) TO LN-WORK-RATE.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM FIND-LOAN-ENTRY.
           PERFORM CHECK-LOAN-NUMBER-FREE.
           EVALUATE TRUE
               WHEN ACC-STATUS NOT = "A"
                   MOVE "ERROR: ACCOUNT NOT ACTIVE" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN IN-AMOUNT = 0
                   MOVE "ERROR: LOAN AMOUNT MISSING" TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN LN-OVERFLOW = "Y"
                   MOVE "ERROR: LOANS FILE TOO LARGE - NOT BOOKED"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN LN-POS > 0 OR LN-ID-IN-USE = "Y"
                   MOVE "ERROR: LOAN NUMBER ALREADY IN USE"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN OTHER
                   PERFORM DISBURSE-LOAN
           END-EVALUATE.

      * A loan number may not double as a customer account or term
      * deposit number, or their journal histories would mix. The
      * repayment account's record is read back afterwards so the
      * rewrite still lands on it.
       CHECK-LOAN-NUMBER-FREE.
           MOVE "N" TO LN-ID-IN-USE.
           MOVE LN-WORK-ID TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LN-ID-IN-USE
           END-READ.
           MOVE IN-ACCOUNT TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM LOAD-TD-TABLE.
           MOVE LN-WORK-ID TO TD-WORK-ID.
           PERFORM FIND-TD-ENTRY.
           IF TD-POS > 0
               MOVE "Y" TO LN-ID-IN-USE
           END-IF.

       DISBURSE-LOAN.
           PERFORM COMPUTE-LOAN-INSTALMENT.
           COMPUTE TMP-BALANCE = ACC-BALANCE + IN-AMOUNT.
           MOVE SPACE TO OUT-RECORD.
           STRING "SUCCESS: LOAN " LN-WORK-ID " DISBURSED"
                  INTO OUT-RECORD.
           PERFORM WRITE-UPDATED-RECORD.
           OPEN EXTEND LN-FILE.
           IF LN-FILE-STATUS = "35"
               CLOSE LN-FILE
               OPEN OUTPUT LN-FILE
           END-IF.
           INITIALIZE LN-RECORD WITH FILLER.
           MOVE LN-WORK-ID TO LN-REC-ID.
           MOVE IN-ACCOUNT TO LN-REC-ACCT.
           MOVE IN-AMOUNT TO LN-AMT-ED.
           MOVE LN-AMT-ED TO LN-REC-PRIN.
           MOVE LN-AMT-ED TO LN-REC-OUTST.
           MOVE LN-WORK-RATE TO LN-RATE-ED.
           MOVE LN-RATE-ED TO LN-REC-RATE.
           MOVE LN-WORK-TERM TO LN-REC-TERM.
           MOVE LN-INSTALMENT TO LN-AMT-ED.
           MOVE LN-AMT-ED TO LN-REC-INST.
           MOVE LN-WORK-DAY TO LN-REC-DAY.
           MOVE TODAY-DATE TO LN-REC-START.
           MOVE "A" TO LN-REC-STATUS.
           WRITE LN-RECORD.
           CLOSE LN-FILE.
           PERFORM GENERATE-LOAN-SCHEDULE.
           MOVE "LNO" TO LN-JRNL-ACTION.
           MOVE IN-AMOUNT TO LN-JRNL-AMOUNT.
           MOVE 0 TO LN-JRNL-BEFORE.
           MOVE IN-AMOUNT TO LN-JRNL-AFTER.
           MOVE SPACE TO LN-MESSAGE.
           STRING "SUCCESS: DISBURSED TO ACCOUNT " IN-ACCOUNT
                  INTO LN-MESSAGE.
           PERFORM WRITE-LOAN-JOURNAL-RECORD.
           MOVE "130100" TO GL-DR-CODE.
           MOVE "210100" TO GL-CR-CODE.
           MOVE LN-WORK-ID TO GL-DR-ACCT.
           MOVE IN-ACCOUNT TO GL-CR-ACCT.
           PERFORM WRITE-GL-PAIR.

      * Level instalment P * r / (1 - 1 / (1+r)**n) at the monthly
      * rate r; an interest-free loan simply divides the principal
      * over the term.
       COMPUTE-LOAN-INSTALMENT.
           COMPUTE LN-MRATE ROUNDED = LN-WORK-RATE / 12.
           IF LN-MRATE = 0
               COMPUTE LN-INSTALMENT ROUNDED =
                   IN-AMOUNT / LN-WORK-TERM
           ELSE
               COMPUTE LN-FACTOR ROUNDED =
                   (1 + LN-MRATE) ** LN-WORK-TERM
               COMPUTE LN-INSTALMENT ROUNDED =
                   IN-AMOUNT * LN-MRATE / (1 - 1 / LN-FACTOR)
           END-IF.

      * First instalment falls due on the due day of the month after
      * booking, then monthly; the due day is kept to 1-28 on input
      * so every month has it.
       GENERATE-LOAN-SCHEDULE.
           MOVE IN-AMOUNT TO LN-REMAIN.
           MOVE TODAY-DATE(1:4) TO LN-DUE-YY.
           MOVE TODAY-DATE(5:2) TO LN-DUE-MM.
           OPEN EXTEND LNS-FILE.
           IF LNS-FILE-STATUS = "35"
               CLOSE LNS-FILE
               OPEN OUTPUT LNS-FILE
           END-IF.
           PERFORM VARYING LN-INST-NO FROM 1 BY 1
               UNTIL LN-INST-NO > LN-WORK-TERM
               ADD 1 TO LN-DUE-MM
               IF LN-DUE-MM > 12
                   MOVE 1 TO LN-DUE-MM
                   ADD 1 TO LN-DUE-YY
               END-IF
               COMPUTE LN-DUE-DATE = LN-DUE-YY * 10000
                   + LN-DUE-MM * 100 + LN-WORK-DAY
               COMPUTE LN-INT-PART ROUNDED = LN-REMAIN * LN-MRATE
               IF LN-INST-NO = LN-WORK-TERM
                   MOVE LN-REMAIN TO LN-PRIN-PART
               ELSE
                   IF LN-INSTALMENT > LN-INT-PART
                       COMPUTE LN-PRIN-PART =
                           LN-INSTALMENT - LN-INT-PART
                   ELSE
                       MOVE 0 TO LN-PRIN-PART
                   END-IF
                   IF LN-PRIN-PART > LN-REMAIN
                       MOVE LN-REMAIN TO LN-PRIN-PART
                   END-IF
               END-IF
               SUBTRACT LN-PRIN-PART FROM LN-REMAIN
               INITIALIZE LNS-RECORD WITH FILLER
               MOVE LN-WORK-ID TO LNS-REC-LOAN
               MOVE LN-INST-NO TO LNS-REC-INST
               MOVE LN-DUE-DATE TO LNS-REC-DUE
               MOVE LN-PRIN-PART TO LN-AMT-ED
               MOVE LN-AMT-ED TO LNS-REC-PRIN
               MOVE LN-INT-PART TO LN-AMT-ED
               MOVE LN-AMT-ED TO LNS-REC-INT
               MOVE "D" TO LNS-REC-STATUS
               MOVE 0 TO LNS-REC-PAID
               MOVE "N" TO LNS-REC-NOTICE
               WRITE LNS-RECORD
           END-PERFORM.
           CLOSE LNS-FILE.

      * Daily collection run. Every instalment due by today that is
      * not yet paid -- including ones already past due -- is tried
      * against its repayment account with the withdrawal test
      * (ledger plus overdraft minus live holds). A collection posts
      * one LNR debit on the account and splits in the GL: principal
      * back to loans receivable, interest to loan interest income.
      * Short funds, or an account no longer active, never overdraw:
      * the instalment is marked past due and retried every run, and
      * the customer gets one missed-payment notice per instalment.
      * Both files are rewritten after every instalment handled, so a
      * rerun after a crash never collects the same instalment twice.
      * The run closes with the arrears report.
       RUN-LOAN-COLLECTION.
           MOVE 0 TO LN-COLLECTED-CNT.
           MOVE 0 TO LN-PASTDUE-CNT.
           MOVE 0 TO LN-NOTICE-CNT.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM LOAD-SCHEDULE-TABLE.
           IF LN-OVERFLOW = "Y" OR LS-OVERFLOW = "Y"
               MOVE "ERROR: LOAN FILES TOO LARGE - RUN SKIPPED"
                   TO OUT-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           ELSE
               PERFORM VARYING LS-IX FROM 1 BY 1
                   UNTIL LS-IX > LS-COUNT
                   IF (LS-STAT(LS-IX) = "D" OR LS-STAT(LS-IX) = "X")
                       AND LS-DUE(LS-IX) <= TODAY-DATE
                       PERFORM COLLECT-ONE-INSTALMENT
                   END-IF
               END-PERFORM
               PERFORM WRITE-ARREARS-REPORT
               MOVE LN-COLLECTED-CNT TO FORMATTED-LN-CNT
               MOVE LN-PASTDUE-CNT TO FORMATTED-LN-CNT2
               MOVE LN-NOTICE-CNT TO FORMATTED-LN-CNT3
               MOVE SPACE TO OUT-RECORD
               STRING "SUCCESS: LOAN INSTALMENTS COLLECTED="
                      FUNCTION TRIM(FORMATTED-LN-CNT)
                      " PAST DUE=" FUNCTION TRIM(FORMATTED-LN-CNT2)
                      " NOTICES=" FUNCTION TRIM(FORMATTED-LN-CNT3)
                      INTO OUT-RECORD
           END-IF.

       COLLECT-ONE-INSTALMENT.
           MOVE LS-LOAN(LS-IX) TO LN-WORK-ID.
           PERFORM FIND-LOAN-ENTRY.
           IF LN-POS > 0
               AND LT-STATUS(LN-POS) = "A"
               COMPUTE LN-DUE-AMT = LS-PRIN(LS-IX) + LS-INT(LS-IX)
               MOVE LT-ACCT(LN-POS) TO IN-ACCOUNT
               PERFORM READ-LOAN-REPAY-ACCOUNT
               MOVE "N" TO LN-PAY-OK
               IF LN-ACC-OK = "Y" AND ACC-STATUS = "A"
                   PERFORM SUM-ACCOUNT-HOLDS
                   COMPUTE WDR-NEW-BAL = ACC-BALANCE - LN-DUE-AMT
                   IF (WDR-NEW-BAL + ACC-OD-LIMIT - HOLD-TOTAL) >= 0
                       MOVE "Y" TO LN-PAY-OK
                   END-IF
               END-IF
               INITIALIZE OUT-RECORD
               IF LN-PAY-OK = "Y"
                   PERFORM POST-LOAN-INSTALMENT
               ELSE
                   PERFORM MARK-INSTALMENT-PAST-DUE
               END-IF
               PERFORM REWRITE-SCHEDULE-FILE
               PERFORM REWRITE-LOAN-FILE
           END-IF.

       READ-LOAN-REPAY-ACCOUNT.
           MOVE "N" TO LN-ACC-OK.
           MOVE 0 TO ACC-BALANCE.
           MOVE 0 TO LN-CUST-ID.
           MOVE SPACE TO ACC-STATUS.
           MOVE IN-ACCOUNT TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VALIDATE-ACCOUNT-RECORD
                   IF VALID-RECORD = "N"
                       MOVE "ACCOUNT" TO REJ-SRC-TEMP
                       MOVE ACC-RECORD TO REJ-RAW-TEMP
                       PERFORM WRITE-REJECT-RECORD
                   ELSE
                       MOVE FUNCTION NUMVAL(ACC-REC-BAL-TEXT)
                           TO ACC-BALANCE
                       IF ACC-REC-SIGN = "-"
                           COMPUTE ACC-BALANCE = ACC-BALANCE * -1
                       END-IF
                       MOVE ACC-REC-STATUS TO ACC-STATUS
                       MOVE FUNCTION NUMVAL(ACC-REC-OD-TEXT)
                           TO ACC-OD-LIMIT
                       IF ACC-REC-CUST NUMERIC
                           MOVE ACC-REC-CUST TO LN-CUST-ID
                       END-IF
                       MOVE "Y" TO LN-ACC-OK
                   END-IF
           END-READ.

       POST-LOAN-INSTALMENT.
           MOVE "LNR" TO IN-ACTION.
           MOVE LN-DUE-AMT TO IN-AMOUNT.
           MOVE WDR-NEW-BAL TO TMP-BALANCE.
           STRING "SUCCESS: LOAN " LN-WORK-ID " INSTALMENT "
                  LS-INST(LS-IX) " PAID"
                  INTO OUT-RECORD.
           PERFORM WRITE-UPDATED-RECORD.
           MOVE LS-PRIN(LS-IX) TO IN-AMOUNT.
           MOVE "210100" TO GL-DR-CODE.
           MOVE "130100" TO GL-CR-CODE.
           MOVE IN-ACCOUNT TO GL-DR-ACCT.
           MOVE LN-WORK-ID TO GL-CR-ACCT.
           PERFORM WRITE-GL-PAIR.
           MOVE LS-INT(LS-IX) TO IN-AMOUNT.
           MOVE "210100" TO GL-DR-CODE.
           MOVE "420100" TO GL-CR-CODE.
           PERFORM WRITE-GL-PAIR.
           MOVE "LNP" TO LN-JRNL-ACTION.
           MOVE LS-PRIN(LS-IX) TO LN-JRNL-AMOUNT.
           MOVE LT-OUTST(LN-POS) TO LN-JRNL-BEFORE.
           IF LS-PRIN(LS-IX) > LT-OUTST(LN-POS)
               MOVE 0 TO LT-OUTST(LN-POS)
           ELSE
               SUBTRACT LS-PRIN(LS-IX) FROM LT-OUTST(LN-POS)
           END-IF.
           MOVE LT-OUTST(LN-POS) TO LN-JRNL-AFTER.
           MOVE SPACE TO LN-MESSAGE.
           STRING "SUCCESS: INSTALMENT " LS-INST(LS-IX)
                  " FROM " IN-ACCOUNT
                  INTO LN-MESSAGE.
           PERFORM WRITE-LOAN-JOURNAL-RECORD.
           MOVE "P" TO LS-STAT(LS-IX).
           MOVE TODAY-DATE TO LS-PAID(LS-IX).
           IF LT-OUTST(LN-POS) = 0
               MOVE "P" TO LT-STATUS(LN-POS)
           END-IF.
           ADD 1 TO LN-COLLECTED-CNT.
           WRITE OUT-RECORD.
           INITIALIZE OUT-RECORD.

       MARK-INSTALMENT-PAST-DUE.
           MOVE "LNR" TO IN-ACTION.
           MOVE LN-DUE-AMT TO IN-AMOUNT.
           MOVE ACC-BALANCE TO TMP-BALANCE.
           STRING "ERROR: LOAN " LN-WORK-ID " INSTALMENT "
                  LS-INST(LS-IX) " UNPAID"
                  INTO OUT-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.
           MOVE "X" TO LS-STAT(LS-IX).
           ADD 1 TO LN-PASTDUE-CNT.
           IF LS-NOTICE(LS-IX) NOT = "Y"
               MOVE IN-ACCOUNT TO NTC-ACCT
               MOVE LN-CUST-ID TO NTC-CUST-ID
               MOVE "LOAN MISSED" TO NTC-EVENT
               PERFORM WRITE-NOTICE
               MOVE "Y" TO LS-NOTICE(LS-IX)
               ADD 1 TO LN-NOTICE-CNT
           END-IF.
           WRITE OUT-RECORD.
           INITIALIZE OUT-RECORD.

      * Arrears as they stand after today's collections: every
      * past-due instalment with its age in days, then count and
      * value per bucket (1-30, 31-60, 61-90, over 90). An instalment
      * that fell due today and could not be taken ages as day one.
       WRITE-ARREARS-REPORT.
           MOVE "1-30" TO AB-LABEL(1).
           MOVE "31-60" TO AB-LABEL(2).
           MOVE "61-90" TO AB-LABEL(3).
           MOVE "90+" TO AB-LABEL(4).
           PERFORM VARYING ARR-BKT FROM 1 BY 1 UNTIL ARR-BKT > 4
               MOVE 0 TO AB-COUNT(ARR-BKT)
               MOVE 0 TO AB-AMOUNT(ARR-BKT)
           END-PERFORM.
           OPEN OUTPUT ARR-FILE.
           MOVE SPACE TO ARR-RECORD.
           STRING "LOAN ARREARS AS AT " TODAY-DATE
                  INTO ARR-RECORD.
           WRITE ARR-RECORD.
           PERFORM VARYING LS-IX FROM 1 BY 1
               UNTIL LS-IX > LS-COUNT
               IF LS-STAT(LS-IX) = "X"
                   PERFORM WRITE-ARREARS-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING ARR-BKT FROM 1 BY 1 UNTIL ARR-BKT > 4
               MOVE AB-COUNT(ARR-BKT) TO FORMATTED-LN-CNT
               MOVE AB-AMOUNT(ARR-BKT) TO FORMATTED-ARR-AMT
               MOVE SPACE TO ARR-RECORD
               STRING "BUCKET " AB-LABEL(ARR-BKT)
                      " DAYS INSTALMENTS "
                      FUNCTION TRIM(FORMATTED-LN-CNT)
                      " AMOUNT " FUNCTION TRIM(FORMATTED-ARR-AMT)
                      INTO ARR-RECORD
               WRITE ARR-RECORD
           END-PERFORM.
           CLOSE ARR-FILE.

       WRITE-ARREARS-LINE.
           COMPUTE ARR-DAYS =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(LS-DUE(LS-IX)).
           EVALUATE TRUE
               WHEN ARR-DAYS <= 30
                   MOVE 1 TO ARR-BKT
               WHEN ARR-DAYS <= 60
                   MOVE 2 TO ARR-BKT
               WHEN ARR-DAYS <= 90
                   MOVE 3 TO ARR-BKT
               WHEN OTHER
                   MOVE 4 TO ARR-BKT
           END-EVALUATE.
           IF ARR-DAYS = 0
               MOVE 1 TO ARR-DAYS
           END-IF.
           COMPUTE LN-DUE-AMT = LS-PRIN(LS-IX) + LS-INT(LS-IX).
           ADD 1 TO AB-COUNT(ARR-BKT).
           ADD LN-DUE-AMT TO AB-AMOUNT(ARR-BKT).
           MOVE LS-LOAN(LS-IX) TO LN-WORK-ID.
           PERFORM FIND-LOAN-ENTRY.
           MOVE ARR-DAYS TO FORMATTED-ARR-DAYS.
           MOVE LN-DUE-AMT TO FORMATTED-LN-AMT.
           MOVE SPACE TO ARR-RECORD.
           IF LN-POS > 0
               STRING "LOAN " LN-WORK-ID
                      " INSTALMENT " LS-INST(LS-IX)
                      " ACCOUNT " LT-ACCT(LN-POS)
                      " DUE " LS-DUE(LS-IX)
                      " DAYS " FUNCTION TRIM(FORMATTED-ARR-DAYS)
                      " AMOUNT " FUNCTION TRIM(FORMATTED-LN-AMT)
                      " BUCKET " AB-LABEL(ARR-BKT)
                      INTO ARR-RECORD
           ELSE
               STRING "LOAN " LN-WORK-ID
                      " INSTALMENT " LS-INST(LS-IX)
                      " ACCOUNT UNKNOWN"
                      " DUE " LS-DUE(LS-IX)
                      " DAYS " FUNCTION TRIM(FORMATTED-ARR-DAYS)
                      " AMOUNT " FUNCTION TRIM(FORMATTED-LN-AMT)
                      " BUCKET " AB-LABEL(ARR-BKT)
                      INTO ARR-RECORD
           END-IF.
           WRITE ARR-RECORD.

       WRITE-LOAN-JOURNAL-RECORD.
           INITIALIZE JRNL-RECORD WITH FILLER.
           MOVE LN-WORK-ID TO JRNL-ACCOUNT.
           MOVE LN-JRNL-ACTION TO JRNL-ACTION.
           MOVE LN-JRNL-AMOUNT TO JRNL-AMOUNT.
           MOVE LN-JRNL-BEFORE TO JRNL-BAL-BEFORE.
           MOVE LN-JRNL-AFTER TO JRNL-BAL-AFTER.
           MOVE LN-MESSAGE TO JRNL-MESSAGE.
           MOVE TODAY-DATE TO JRNL-DATE.
           MOVE IN-OPERATOR TO JRNL-OPERATOR.
           PERFORM ASSIGN-JOURNAL-REF.
           WRITE JRNL-RECORD.

       FIND-LOAN-ENTRY.
           MOVE 0 TO LN-POS.
           PERFORM VARYING LN-IX FROM 1 BY 1
               UNTIL LN-IX > LN-COUNT
               IF LT-ID(LN-IX) = LN-WORK-ID
                   MOVE LN-IX TO LN-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-LOAN-TABLE.
           MOVE 0 TO LN-COUNT.
           MOVE "N" TO LN-OVERFLOW.
           OPEN INPUT LN-FILE.
           IF LN-FILE-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ LN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM LOAD-LOAN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LN-FILE
           END-IF.

       LOAD-LOAN-ENTRY.
           IF LN-REC-ID NOT NUMERIC
               OR LN-REC-ACCT NOT NUMERIC
               OR LN-REC-TERM NOT NUMERIC
               OR LN-REC-DAY NOT NUMERIC
               OR LN-REC-START NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(LN-REC-PRIN) NOT = 0
               OR FUNCTION TEST-NUMVAL(LN-REC-RATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(LN-REC-INST) NOT = 0
               OR FUNCTION TEST-NUMVAL(LN-REC-OUTST) NOT = 0
               MOVE "LOANS" TO REJ-SRC-TEMP
               MOVE LN-RECORD TO REJ-RAW-TEMP
               MOVE "INVALID LOAN ROW" TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF LN-COUNT >= 500
                   MOVE "Y" TO LN-OVERFLOW
               ELSE
                   ADD 1 TO LN-COUNT
                   MOVE LN-REC-ID TO LT-ID(LN-COUNT)
                   MOVE LN-REC-ACCT TO LT-ACCT(LN-COUNT)
                   MOVE FUNCTION NUMVAL(LN-REC-PRIN)
                       TO LT-PRIN(LN-COUNT)
                   MOVE FUNCTION NUMVAL(LN-REC-RATE)
                       TO LT-RATE(LN-COUNT)
                   MOVE LN-REC-TERM TO LT-TERM(LN-COUNT)
                   MOVE FUNCTION NUMVAL(LN-REC-INST)
                       TO LT-INST(LN-COUNT)
                   MOVE LN-REC-DAY TO LT-DAY(LN-COUNT)
                   MOVE LN-REC-START TO LT-START(LN-COUNT)
                   MOVE LN-REC-STATUS TO LT-STATUS(LN-COUNT)
                   MOVE FUNCTION NUMVAL(LN-REC-OUTST)
                       TO LT-OUTST(LN-COUNT)
               END-IF
           END-IF.

       REWRITE-LOAN-FILE.
           OPEN OUTPUT LN-FILE.
           PERFORM VARYING LN-WX FROM 1 BY 1
               UNTIL LN-WX > LN-COUNT
               INITIALIZE LN-RECORD WITH FILLER
               MOVE LT-ID(LN-WX) TO LN-REC-ID
               MOVE LT-ACCT(LN-WX) TO LN-REC-ACCT
               MOVE LT-PRIN(LN-WX) TO LN-AMT-ED
               MOVE LN-AMT-ED TO LN-REC-PRIN
               MOVE LT-RATE(LN-WX) TO LN-RATE-ED
               MOVE LN-RATE-ED TO LN-REC-RATE
               MOVE LT-TERM(LN-WX) TO LN-REC-TERM
               MOVE LT-INST(LN-WX) TO LN-AMT-ED
               MOVE LN-AMT-ED TO LN-REC-INST
               MOVE LT-DAY(LN-WX) TO LN-REC-DAY
               MOVE LT-START(LN-WX) TO LN-REC-START
               MOVE LT-STATUS(LN-WX) TO LN-REC-STATUS
               MOVE LT-OUTST(LN-WX) TO LN-AMT-ED
               MOVE LN-AMT-ED TO LN-REC-OUTST
               WRITE LN-RECORD
           END-PERFORM.
           CLOSE LN-FILE.

       LOAD-SCHEDULE-TABLE.
           MOVE 0 TO LS-COUNT.
           MOVE "N" TO LS-OVERFLOW.
           OPEN INPUT LNS-FILE.
           IF LNS-FILE-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ LNS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM LOAD-SCHEDULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LNS-FILE
           END-IF.

       LOAD-SCHEDULE-ENTRY.
           IF LNS-REC-LOAN NOT NUMERIC
               OR LNS-REC-INST NOT NUMERIC
               OR LNS-REC-DUE NOT NUMERIC
               OR LNS-REC-PAID NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(LNS-REC-PRIN) NOT = 0
               OR FUNCTION TEST-NUMVAL(LNS-REC-INT) NOT = 0
               MOVE "LOANSCH" TO REJ-SRC-TEMP
               MOVE LNS-RECORD TO REJ-RAW-TEMP
               MOVE "INVALID SCHEDULE ROW" TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF LS-COUNT >= 9000
                   MOVE "Y" TO LS-OVERFLOW
               ELSE
                   ADD 1 TO LS-COUNT
                   MOVE LNS-REC-LOAN TO LS-LOAN(LS-COUNT)
                   MOVE LNS-REC-INST TO LS-INST(LS-COUNT)
                   MOVE LNS-REC-DUE TO LS-DUE(LS-COUNT)
                   MOVE FUNCTION NUMVAL(LNS-REC-PRIN)
                       TO LS-PRIN(LS-COUNT)
                   MOVE FUNCTION NUMVAL(LNS-REC-INT)
                       TO LS-INT(LS-COUNT)
                   MOVE LNS-REC-STATUS TO LS-STAT(LS-COUNT)
                   MOVE LNS-REC-PAID TO LS-PAID(LS-COUNT)
                   MOVE LNS-REC-NOTICE TO LS-NOTICE(LS-COUNT)
               END-IF
           END-IF.

       REWRITE-SCHEDULE-FILE.
           OPEN OUTPUT LNS-FILE.
           PERFORM VARYING LS-WX FROM 1 BY 1
               UNTIL LS-WX > LS-COUNT
               INITIALIZE LNS-RECORD WITH FILLER
               MOVE LS-LOAN(LS-WX) TO LNS-REC-LOAN
               MOVE LS-INST(LS-WX) TO LNS-REC-INST
               MOVE LS-DUE(LS-WX) TO LNS-REC-DUE
               MOVE LS-PRIN(LS-WX) TO LN-AMT-ED
               MOVE LN-AMT-ED TO LNS-REC-PRIN
               MOVE LS-INT(LS-WX) TO LN-AMT-ED
               MOVE LN-AMT-ED TO LNS-REC-INT
               MOVE LS-STAT(LS-WX) TO LNS-REC-STATUS
               MOVE LS-PAID(LS-WX) TO LNS-REC-PAID
               MOVE LS-NOTICE(LS-WX) TO LNS-REC-NOTICE
               WRITE LNS-RECORD
           END-PERFORM.
           CLOSE LNS-FILE.

      * Compliance monitoring (CMP, period from/to in cols 19-26 and
      * 27-34). Every posted DEP, WDR, TRF, CLG and OBP line in the
      * period -- from the cut archives and the live journal,
      * reversed postings left out -- is collected per customer
      * (through the account's ACC-REC-CUST; an account with no
      * customer stands on its own) and tested three ways: a single
      * item over the reporting threshold (LRG); several items each
      * under it whose total goes over it on one day (SDY) or
      * within the rolling window (STR), credits and debits tested
      * apart; and money that leaves an account soon after it
      * arrived (RIO). Each alert is one case in
      * compliance_cases_<run id>.txt with the customer, the total
      * and the journal references behind it.
      * An alert id on compliance_suppress.txt was closed by
      * compliance and is never raised again. Parameters live in
      * compliance_params.txt, one per line: threshold, rolling
      * window in days, rapid in-and-out percentage, its window in
      * days, and the smallest credit it watches; a missing line
      * keeps its default.
       RUN-COMPLIANCE-MONITOR.
           MOVE IN-RECORD(19:8) TO CMP-FROM.
           MOVE IN-RECORD(27:8) TO CMP-TO.
           PERFORM FIND-COMPLIANCE-PARAMS.
           PERFORM LOAD-CMP-SUPPRESSIONS.
           MOVE 0 TO CI-COUNT.
           MOVE 0 TO CK-COUNT.
           MOVE "N" TO CI-OVERFLOW.
           MOVE 0 TO CMP-CASE-CNT.
           MOVE 0 TO CMP-SUPP-CNT.
           MOVE CMP-FROM(1:6) TO REV-SCAN-START.
           PERFORM LOAD-REVERSED-REFS.
           PERFORM SCAN-CMP-ARCHIVES.
           CLOSE JRNL-FILE.
           OPEN INPUT JRNL-IN-FILE.
           IF JRNL-IN-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ JRNL-IN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM SELECT-CMP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JRNL-IN-FILE
           END-IF.
           OPEN EXTEND JRNL-FILE.
           MOVE SPACE TO CMPC-FILE-NAME.
           STRING "compliance_cases_" RUN-ID ".txt"
                  INTO CMPC-FILE-NAME.
           OPEN OUTPUT CMPC-FILE.
           MOVE CMP-THRESHOLD TO FORMATTED-CMP-AMT.
           MOVE SPACE TO CMPC-RECORD.
           STRING "COMPLIANCE MONITORING " CMP-FROM " TO " CMP-TO
                  " THRESHOLD " FUNCTION TRIM(FORMATTED-CMP-AMT)
                  " RUN DATE " TODAY-DATE
                  INTO CMPC-RECORD.
           WRITE CMPC-RECORD.
           IF CI-OVERFLOW = "Y" OR REVD-OVERFLOW = "Y"
               MOVE "WARNING: MONITORING TABLES FULL - RESULTS PARTIAL"
                   TO CMPC-RECORD
               WRITE CMPC-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           END-IF.
           IF CS-OVERFLOW = "Y"
               MOVE "WARNING: SUPPRESSION LIST FULL - CLOSED MAY REPEAT"
                   TO CMPC-RECORD
               WRITE CMPC-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           END-IF.
           PERFORM VARYING CI-IX FROM 1 BY 1 UNTIL CI-IX > CI-COUNT
               IF CI-AMOUNT(CI-IX) > CMP-THRESHOLD
                   PERFORM CHECK-LARGE-ITEM
               END-IF
           END-PERFORM.
           PERFORM VARYING CK-IX FROM 1 BY 1 UNTIL CK-IX > CK-COUNT
               MOVE CK-KEY(CK-IX) TO CMP-KEY
               MOVE "I" TO CMP-DIR
               PERFORM CHECK-SAME-DAY-ITEMS
               PERFORM CHECK-WINDOW-ITEMS
               MOVE "O" TO CMP-DIR
               PERFORM CHECK-SAME-DAY-ITEMS
               PERFORM CHECK-WINDOW-ITEMS
           END-PERFORM.
           PERFORM VARYING CI-IX FROM 1 BY 1 UNTIL CI-IX > CI-COUNT
               IF CI-DIR(CI-IX) = "I"
                   AND CI-AMOUNT(CI-IX) >= CMP-RIO-MIN
                   PERFORM CHECK-RAPID-IN-OUT
               END-IF
           END-PERFORM.
           MOVE CMP-CASE-CNT TO FORMATTED-CMP-CNT.
           MOVE CMP-SUPP-CNT TO FORMATTED-CMP-CNT2.
           MOVE SPACE TO CMPC-RECORD.
           STRING "CASES RAISED " FUNCTION TRIM(FORMATTED-CMP-CNT)
                  " SUPPRESSED " FUNCTION TRIM(FORMATTED-CMP-CNT2)
                  INTO CMPC-RECORD.
           WRITE CMPC-RECORD.
           CLOSE CMPC-FILE.
           MOVE SPACE TO OUT-RECORD.
           STRING "SUCCESS: COMPLIANCE CASES="
                  FUNCTION TRIM(FORMATTED-CMP-CNT)
                  " SUPPRESSED=" FUNCTION TRIM(FORMATTED-CMP-CNT2)
                  INTO OUT-RECORD.

       FIND-COMPLIANCE-PARAMS.
           MOVE 10000 TO CMP-THRESHOLD.
           MOVE 7 TO CMP-WINDOW.
           MOVE 80 TO CMP-RIO-PCT.
           MOVE 2 TO CMP-RIO-DAYS.
           MOVE 0 TO CMP-RIO-MIN.
           OPEN INPUT CMPP-FILE.
           IF CMPP-STATUS NOT = "35"
               READ CMPP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(CMPP-RECORD) = 0
                           MOVE FUNCTION NUMVAL(CMPP-RECORD)
                               TO CMP-THRESHOLD
                       END-IF
               END-READ
               READ CMPP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(CMPP-RECORD) = 0
                           MOVE FUNCTION NUMVAL(CMPP-RECORD)
                               TO CMP-WINDOW
                       END-IF
               END-READ
               READ CMPP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(CMPP-RECORD) = 0
                           MOVE FUNCTION NUMVAL(CMPP-RECORD)
                               TO CMP-RIO-PCT
                       END-IF
               END-READ
               READ CMPP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(CMPP-RECORD) = 0
                           MOVE FUNCTION NUMVAL(CMPP-RECORD)
                               TO CMP-RIO-DAYS
                       END-IF
               END-READ
               READ CMPP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(CMPP-RECORD) = 0
                           MOVE FUNCTION NUMVAL(CMPP-RECORD)
                               TO CMP-RIO-MIN
                       END-IF
               END-READ
               CLOSE CMPP-FILE
           END-IF.
           IF CMP-WINDOW = 0
               MOVE 1 TO CMP-WINDOW
           END-IF.
           IF CMP-RIO-MIN = 0
               COMPUTE CMP-RIO-MIN = CMP-THRESHOLD / 2
           END-IF.

       LOAD-CMP-SUPPRESSIONS.
           MOVE 0 TO CS-COUNT.
           MOVE "N" TO CS-OVERFLOW.
           OPEN INPUT CMPS-FILE.
           IF CMPS-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ CMPS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CMPS-RECORD(1:20) NOT = SPACES
                               IF CS-COUNT >= 2000
                                   MOVE "Y" TO CS-OVERFLOW
                               ELSE
                                   ADD 1 TO CS-COUNT
                                   MOVE CMPS-RECORD(1:20)
                                       TO CS-ID(CS-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMPS-FILE
           END-IF.

       SCAN-CMP-ARCHIVES.
           MOVE CMP-FROM(1:6) TO ARC-SCAN-PERIOD.
           PERFORM CLAMP-ARCHIVE-SCAN-START.
           MOVE TODAY-DATE(1:6) TO ARC-SCAN-LIMIT.
           MOVE 0 TO ARC-SCAN-STEPS.
           PERFORM UNTIL ARC-SCAN-PERIOD > ARC-SCAN-LIMIT
               OR ARC-SCAN-STEPS >= 120
               ADD 1 TO ARC-SCAN-STEPS
               PERFORM SCAN-CMP-ARCHIVE-FILE
               PERFORM ADVANCE-ARCHIVE-PERIOD
           END-PERFORM.

       SCAN-CMP-ARCHIVE-FILE.
           MOVE SPACE TO JARC-FILE-NAME.
           STRING "journal_" ARC-SCAN-PERIOD ".txt"
                  INTO JARC-FILE-NAME.
           OPEN INPUT JARC-IN-FILE.
           IF JARC-IN-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ JARC-IN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE JARC-IN-RECORD TO JRNL-IN-RECORD
                           PERFORM SELECT-CMP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JARC-IN-FILE
           END-IF.

      * Journal lines arrive oldest first (archives in month order,
      * then the live file), so each customer's items sit in the
      * table in posting order and every window test below can rely
      * on a later journal reference meaning a later posting.
       SELECT-CMP-ENTRY.
           IF JRNL-IN-RECORD(1:6) NUMERIC
               AND JRNL-IN-RECORD(88:8) NUMERIC
               AND JRNL-IN-RECORD(102:7) NUMERIC
               AND JRNL-IN-RECORD(47:8) = "SUCCESS:"
               AND (JRNL-IN-RECORD(8:3) = "DEP" OR
                    JRNL-IN-RECORD(8:3) = "WDR" OR
                    JRNL-IN-RECORD(8:3) = "TRF" OR
                    JRNL-IN-RECORD(8:3) = "CLG" OR
                    JRNL-IN-RECORD(8:3) = "OBP")
               MOVE JRNL-IN-RECORD(88:8) TO CMP-SCAN-DATE
               MOVE JRNL-IN-RECORD(102:7) TO REV-CHECK-REF
               PERFORM CHECK-REVERSED-REF
               IF REVD-FOUND = "N"
                   AND CMP-SCAN-DATE >= CMP-FROM
                   AND CMP-SCAN-DATE <= CMP-TO
                   AND FUNCTION TEST-DATE-YYYYMMDD(CMP-SCAN-DATE) = 0
                   PERFORM ADD-CMP-ITEM
               END-IF
           END-IF.

       ADD-CMP-ITEM.
           IF CI-COUNT >= 5000
               MOVE "Y" TO CI-OVERFLOW
           ELSE
               ADD 1 TO CI-COUNT
               MOVE JRNL-IN-RECORD(1:6) TO CI-ACCT(CI-COUNT)
               MOVE CMP-SCAN-DATE TO CI-DATE(CI-COUNT)
               COMPUTE CI-DAY(CI-COUNT) =
                   FUNCTION INTEGER-OF-DATE(CMP-SCAN-DATE)
               MOVE FUNCTION NUMVAL(JRNL-IN-RECORD(12:10))
                   TO CI-AMOUNT(CI-COUNT)
               IF FUNCTION NUMVAL(JRNL-IN-RECORD(35:11))
                   < FUNCTION NUMVAL(JRNL-IN-RECORD(23:11))
                   MOVE "O" TO CI-DIR(CI-COUNT)
               ELSE
                   MOVE "I" TO CI-DIR(CI-COUNT)
               END-IF
               MOVE JRNL-IN-RECORD(102:7) TO CI-REF(CI-COUNT)
               MOVE JRNL-IN-RECORD(8:3) TO CI-ACTION(CI-COUNT)
               MOVE "N" TO CI-MARK(CI-COUNT)
               MOVE 0 TO CMP-CUST
               MOVE CI-ACCT(CI-COUNT) TO ACC-REC-ACCOUNT
               READ ACC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACC-REC-CUST NUMERIC
                           MOVE ACC-REC-CUST TO CMP-CUST
                       END-IF
               END-READ
               MOVE CMP-CUST TO CI-CUST(CI-COUNT)
               MOVE SPACE TO CMP-KEY
               IF CMP-CUST > 0
                   STRING "C" CMP-CUST INTO CMP-KEY
               ELSE
                   STRING "A" CI-ACCT(CI-COUNT) INTO CMP-KEY
               END-IF
               MOVE CMP-KEY TO CI-KEY(CI-COUNT)
               PERFORM FIND-CMP-KEY
               IF CK-POS = 0
                   IF CK-COUNT >= 2000
                       MOVE "Y" TO CI-OVERFLOW
                   ELSE
                       ADD 1 TO CK-COUNT
                       MOVE CMP-KEY TO CK-KEY(CK-COUNT)
                       MOVE CMP-CUST TO CK-CUST(CK-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-CMP-KEY.
           MOVE 0 TO CK-POS.
           PERFORM VARYING CK-IX FROM 1 BY 1 UNTIL CK-IX > CK-COUNT
               IF CK-KEY(CK-IX) = CMP-KEY
                   MOVE CK-IX TO CK-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-LARGE-ITEM.
           MOVE "Y" TO CI-MARK(CI-IX).
           MOVE 1 TO CMP-ITEMS.
           MOVE CI-AMOUNT(CI-IX) TO CMP-TOTAL.
           MOVE CI-KEY(CI-IX) TO CMP-KEY.
           MOVE CI-CUST(CI-IX) TO CMP-CUST.
           MOVE SPACE TO CMP-ALERT-ID.
           STRING "LRG" CI-REF(CI-IX) INTO CMP-ALERT-ID.
           MOVE "SINGLE ITEM OVER THRESHOLD" TO CMP-ALERT-DESC.
           PERFORM RAISE-CMP-ALERT.

      * One same-day alert per customer, direction and day: items
      * each at or under the threshold whose day total goes over it.
       CHECK-SAME-DAY-ITEMS.
           MOVE 0 TO CMP-LAST-DAY.
           PERFORM VARYING CI-JX FROM 1 BY 1 UNTIL CI-JX > CI-COUNT
               IF CI-KEY(CI-JX) = CMP-KEY
                   AND CI-DIR(CI-JX) = CMP-DIR
                   AND CI-AMOUNT(CI-JX) NOT > CMP-THRESHOLD
                   AND CI-DAY(CI-JX) > CMP-LAST-DAY
                   MOVE CI-DAY(CI-JX) TO CMP-LAST-DAY
                   MOVE CI-DAY(CI-JX) TO CMP-WIN-START
                   PERFORM MARK-CMP-WINDOW
                   IF CMP-ITEMS >= 2 AND CMP-TOTAL > CMP-THRESHOLD
                       MOVE SPACE TO CMP-ALERT-ID
                       STRING "SDY" CMP-DIR CMP-KEY CI-DATE(CI-JX)
                              INTO CMP-ALERT-ID
                       MOVE "SAME-DAY ITEMS OVER THRESHOLD"
                           TO CMP-ALERT-DESC
                       PERFORM RAISE-CMP-ALERT
                   ELSE
                       PERFORM CLEAR-CMP-MARKS
                   END-IF
               END-IF
           END-PERFORM.

      * Rolling window ending on each item's day. A window wholly
      * inside one day is the same-day test's business, and once a
      * window has alerted the next one must start after it ends, so
      * one run of split deposits raises one case, not one per item.
       CHECK-WINDOW-ITEMS.
           MOVE 0 TO CMP-LAST-DAY.
           PERFORM VARYING CI-JX FROM 1 BY 1 UNTIL CI-JX > CI-COUNT
               IF CI-KEY(CI-JX) = CMP-KEY
                   AND CI-DIR(CI-JX) = CMP-DIR
                   AND CI-AMOUNT(CI-JX) NOT > CMP-THRESHOLD
                   AND CI-DAY(CI-JX) > CMP-LAST-DAY
                   COMPUTE CMP-WIN-START =
                       CI-DAY(CI-JX) - CMP-WINDOW + 1
                   IF CMP-WIN-START <= CMP-LAST-DAY
                       COMPUTE CMP-WIN-START = CMP-LAST-DAY + 1
                   END-IF
                   PERFORM MARK-CMP-WINDOW
                   IF CMP-ITEMS >= 2 AND CMP-TOTAL > CMP-THRESHOLD
                       AND CMP-MIN-DAY < CI-DAY(CI-JX)
                       MOVE CI-DAY(CI-JX) TO CMP-LAST-DAY
                       MOVE SPACE TO CMP-ALERT-ID
                       STRING "STR" CMP-DIR CMP-KEY CI-DATE(CI-JX)
                              INTO CMP-ALERT-ID
                       MOVE "ROLLING-WINDOW ITEMS OVER THRESHOLD"
                           TO CMP-ALERT-DESC
                       PERFORM RAISE-CMP-ALERT
                   ELSE
                       PERFORM CLEAR-CMP-MARKS
                   END-IF
               END-IF
           END-PERFORM.

      * Marks the current customer's under-threshold items in the
      * current direction dated CMP-WIN-START through CI-JX's day.
       MARK-CMP-WINDOW.
           MOVE 0 TO CMP-ITEMS.
           MOVE 0 TO CMP-TOTAL.
           MOVE CI-DAY(CI-JX) TO CMP-MIN-DAY.
           PERFORM VARYING CI-IX FROM 1 BY 1 UNTIL CI-IX > CI-COUNT
               IF CI-KEY(CI-IX) = CMP-KEY
                   AND CI-DIR(CI-IX) = CMP-DIR
                   AND CI-AMOUNT(CI-IX) NOT > CMP-THRESHOLD
                   AND CI-DAY(CI-IX) >= CMP-WIN-START
                   AND CI-DAY(CI-IX) <= CI-DAY(CI-JX)
                   MOVE "Y" TO CI-MARK(CI-IX)
                   ADD 1 TO CMP-ITEMS
                   ADD CI-AMOUNT(CI-IX) TO CMP-TOTAL
                   IF CI-DAY(CI-IX) < CMP-MIN-DAY
                       MOVE CI-DAY(CI-IX) TO CMP-MIN-DAY
                   END-IF
               END-IF
           END-PERFORM.
           MOVE CK-CUST(CK-IX) TO CMP-CUST.

      * A credit of at least the watched size, followed on the same
      * account within the window by debits taking out the set
      * percentage of it or more.
       CHECK-RAPID-IN-OUT.
           MOVE 0 TO CMP-OUT-TOTAL.
           MOVE 0 TO CMP-ITEMS.
           PERFORM VARYING CI-JX FROM 1 BY 1 UNTIL CI-JX > CI-COUNT
               IF CI-ACCT(CI-JX) = CI-ACCT(CI-IX)
                   AND CI-DIR(CI-JX) = "O"
                   AND CI-REF(CI-JX) > CI-REF(CI-IX)
                   AND CI-DAY(CI-JX) <= CI-DAY(CI-IX) + CMP-RIO-DAYS
                   MOVE "Y" TO CI-MARK(CI-JX)
                   ADD 1 TO CMP-ITEMS
                   ADD CI-AMOUNT(CI-JX) TO CMP-OUT-TOTAL
               END-IF
           END-PERFORM.
           IF CMP-ITEMS > 0
               AND CMP-OUT-TOTAL * 100
                   >= CI-AMOUNT(CI-IX) * CMP-RIO-PCT
               MOVE "Y" TO CI-MARK(CI-IX)
               ADD 1 TO CMP-ITEMS
               COMPUTE CMP-TOTAL = CI-AMOUNT(CI-IX) + CMP-OUT-TOTAL
               MOVE CI-KEY(CI-IX) TO CMP-KEY
               MOVE CI-CUST(CI-IX) TO CMP-CUST
               MOVE SPACE TO CMP-ALERT-ID
               STRING "RIO" CI-REF(CI-IX) INTO CMP-ALERT-ID
               MOVE "RAPID IN-AND-OUT MOVEMENT" TO CMP-ALERT-DESC
               PERFORM RAISE-CMP-ALERT
           ELSE
               PERFORM CLEAR-CMP-MARKS
           END-IF.

      * Writes one case from the marked items -- or, for an alert id
      * on the suppression list, only counts it -- and clears the
      * marks for the next test.
       RAISE-CMP-ALERT.
           MOVE "N" TO CMP-SUPPRESSED.
           PERFORM VARYING CS-IX FROM 1 BY 1 UNTIL CS-IX > CS-COUNT
               IF CS-ID(CS-IX) = CMP-ALERT-ID
                   MOVE "Y" TO CMP-SUPPRESSED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CMP-SUPPRESSED = "Y"
               ADD 1 TO CMP-SUPP-CNT
           ELSE
               ADD 1 TO CMP-CASE-CNT
               MOVE "UNKNOWN" TO CMP-NAME
               IF CMP-CUST > 0
                   MOVE CMP-CUST TO CUST-REC-ID
                   READ CUST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-REC-NAME TO CMP-NAME
                   END-READ
               END-IF
               MOVE CMP-TOTAL TO FORMATTED-CMP-AMT
               MOVE CMP-CASE-CNT TO FORMATTED-CMP-CNT
               MOVE SPACE TO CMPC-RECORD
               STRING "CASE " FUNCTION TRIM(FORMATTED-CMP-CNT)
                      " ALERT " FUNCTION TRIM(CMP-ALERT-ID)
                      " " FUNCTION TRIM(CMP-ALERT-DESC)
                      INTO CMPC-RECORD
               WRITE CMPC-RECORD
               MOVE CMP-ITEMS TO FORMATTED-CMP-CNT
               MOVE SPACE TO CMPC-RECORD
               IF CMP-CUST > 0
                   STRING "  CUSTOMER " CMP-CUST
                          " " FUNCTION TRIM(CMP-NAME)
                          " ITEMS " FUNCTION TRIM(FORMATTED-CMP-CNT)
                          " TOTAL " FUNCTION TRIM(FORMATTED-CMP-AMT)
                          INTO CMPC-RECORD
               ELSE
                   STRING "  CUSTOMER NONE ON FILE - ACCOUNT "
                          CMP-KEY(2:6)
                          " ITEMS " FUNCTION TRIM(FORMATTED-CMP-CNT)
                          " TOTAL " FUNCTION TRIM(FORMATTED-CMP-AMT)
                          INTO CMPC-RECORD
               END-IF
               WRITE CMPC-RECORD
               PERFORM VARYING CI-KX FROM 1 BY 1
                   UNTIL CI-KX > CI-COUNT
                   IF CI-MARK(CI-KX) = "Y"
                       MOVE CI-AMOUNT(CI-KX) TO FORMATTED-CMP-AMT
                       MOVE SPACE TO CMPC-RECORD
                       STRING "  REF " CI-REF(CI-KX)
                              " DATE " CI-DATE(CI-KX)
                              " ACCOUNT " CI-ACCT(CI-KX)
                              " " CI-ACTION(CI-KX)
                              " " CI-DIR(CI-KX)
                              " " FUNCTION TRIM(FORMATTED-CMP-AMT)
                              INTO CMPC-RECORD
                       WRITE CMPC-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM CLEAR-CMP-MARKS.

       CLEAR-CMP-MARKS.
           PERFORM VARYING CI-KX FROM 1 BY 1 UNTIL CI-KX > CI-COUNT
               MOVE "N" TO CI-MARK(CI-KX)
           END-PERFORM.

      * Interbank clearing: the daily inbound settlement file posts
      * straight to the beneficiary accounts through the normal
      * journal and GL path (clearing settlement 120100 against
      * customer deposits), replacing the clerk re-keying every line
      * as a DEP. Every unpostable item goes to the returns file in
      * the clearing house's own layout with their reference and a
      * reason code -- bounced items must be reported back within a
      * day -- and both sides carry count and value totals so the
      * settlement proves: input = posted + returned. The delivery is
      * claimed BEFORE anything posts: clearing.txt is renamed to a
      * working copy under the run id (mv -n, so a crashed run's
      * claimed copy is never clobbered) and every item read from
      * that frozen copy extends the run's checkpoint sequence. A
      * checkpointed rerun therefore reads the same claimed file in
      * the same order, skips the items whose postings are already on
      * disk, and resumes at the crash point instead of re-posting
      * the whole delivery; the copy only moves to .done when the
      * file has been worked end to end. Dormant and frozen accounts
      * return A02 like any other non-active account; the clearing
      * house re-presents once the account is woken.
       PROCESS-CLEARING-FILE.
           MOVE 0 TO CLG-POSTED-COUNT.
           MOVE 0 TO CLG-POSTED-VALUE.
           MOVE 0 TO CLG-RET-COUNT.
           MOVE 0 TO CLG-RET-VALUE.
           MOVE "N" TO CLG-RET-OPEN.
           MOVE SPACE TO CLG-WORK-NAME.
           STRING "clearing_" RUN-ID ".inb"
                  INTO CLG-WORK-NAME.
           MOVE SPACE TO CLG-MV-CMD.
           STRING "mv -n clearing.txt clearing_" RUN-ID ".inb"
                  INTO CLG-MV-CMD.
           CALL "SYSTEM" USING CLG-MV-CMD.
           OPEN INPUT CLG-FILE.
           IF CLG-FILE-STATUS NOT = "35"
               IF CHK-SKIP-COUNT > 0
                   PERFORM PRIME-CLEARING-TOTALS
               END-IF
               MOVE "CLGH" TO IN-OPERATOR
               PERFORM UNTIL 1 = 2
                   READ CLG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO TRAN-SEQ
                           IF TRAN-SEQ > CHK-SKIP-COUNT
                               PERFORM POST-CLEARING-ITEM
                               PERFORM WRITE-CHECKPOINT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLG-FILE
               IF CLG-RET-OPEN = "Y"
                   PERFORM WRITE-CLEARING-RET-TRAILER
                   CLOSE CLGRET-FILE
               END-IF
               MOVE CLG-POSTED-COUNT TO FORMATTED-CLG-CNT
               MOVE CLG-POSTED-VALUE TO FORMATTED-CLG-VAL
               MOVE CLG-RET-COUNT TO FORMATTED-CLG-CNT2
               MOVE CLG-RET-VALUE TO FORMATTED-CLG-VAL2
               INITIALIZE OUT-RECORD
               STRING "SUCCESS: CLEARING POSTED="
                      FUNCTION TRIM(FORMATTED-CLG-CNT)
                      " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                      " RETURNED="
                      FUNCTION TRIM(FORMATTED-CLG-CNT2)
                      " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL2)
                      INTO OUT-RECORD
               WRITE OUT-RECORD
               INITIALIZE OUT-RECORD
               IF CLG-CHQ-ITEMS > 0
                   MOVE CLG-CHQ-COUNT TO FORMATTED-CLG-CNT
                   MOVE CLG-CHQ-VALUE TO FORMATTED-CLG-VAL
                   STRING "SUCCESS: CLEARING CHEQUES PAID="
                          FUNCTION TRIM(FORMATTED-CLG-CNT)
                          " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                          INTO OUT-RECORD
                   WRITE OUT-RECORD
                   INITIALIZE OUT-RECORD
               END-IF
               MOVE SPACE TO CLG-MV-CMD
               STRING "mv clearing_" RUN-ID ".inb clearing_"
                      RUN-ID ".done"
                      INTO CLG-MV-CMD
               CALL "SYSTEM" USING CLG-MV-CMD
           END-IF.

      * Restart priming, same idea as PRIME-GL-TOTALS: items the
      * crashed run already worked sit before the checkpoint and are
      * skipped above, so their side of the settlement proof is
      * re-read from what that run left on disk -- posted items from
      * the 120100 debit legs in this run's GL extract, returned
      * items from the detail rows already in this run's returns
      * file (its trailer only ever goes on at completion). The
      * outbound-return re-credits PROCESS-OUTBOUND-RETURNS has
      * already counted for this run debit 120100 too and are taken
      * back out. Cheques the crashed run paid through clearing are
      * the register's paid rows with source C and this run id.
       PRIME-CLEARING-TOTALS.
           MOVE 0 TO CLG-POSTED-COUNT.
           MOVE 0 TO CLG-POSTED-VALUE.
           MOVE 0 TO CLG-RET-COUNT.
           MOVE 0 TO CLG-RET-VALUE.
           MOVE 0 TO CLG-CHQ-COUNT.
           MOVE 0 TO CLG-CHQ-VALUE.
           OPEN INPUT CHQ-FILE.
           IF CHQ-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ CHQ-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CHQ-REC-TYPE = "P"
                               AND CHQ-REC-SOURCE = "C"
                               AND CHQ-REC-RUN = RUN-ID
                               AND FUNCTION TEST-NUMVAL
                                   (CHQ-REC-AMT) = 0
                               ADD 1 TO CLG-CHQ-COUNT
                               ADD FUNCTION NUMVAL(CHQ-REC-AMT)
                                   TO CLG-CHQ-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHQ-FILE
           END-IF.
           MOVE CLG-CHQ-COUNT TO CLG-CHQ-ITEMS.
           OPEN INPUT GL-IN-FILE.
           IF GL-IN-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ GL-IN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF GL-IN-RECORD(1:6) = "120100"
                               AND GL-IN-RECORD(8:2) = "DR"
                               AND FUNCTION TEST-NUMVAL
                                   (GL-IN-RECORD(18:12)) = 0
                               ADD 1 TO CLG-POSTED-COUNT
                               ADD FUNCTION NUMVAL
                                   (GL-IN-RECORD(18:12))
                                   TO CLG-POSTED-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-IN-FILE
               SUBTRACT OB-MATCHED-COUNT FROM CLG-POSTED-COUNT
               SUBTRACT OB-MATCHED-VALUE FROM CLG-POSTED-VALUE
           END-IF.
           MOVE SPACE TO CLGRET-FILE-NAME.
           STRING "clearing_returns_" RUN-ID ".txt"
           OPEN INPUT CLGRET-IN-FILE.
           IF CLGRET-IN-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ CLGRET-IN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CLGRET-IN-RECORD(1:4) NOT = "TRL "
                               AND CLGRET-IN-RECORD NOT = SPACES
                               ADD 1 TO CLG-RET-COUNT
                               IF FUNCTION TEST-NUMVAL
                                   (CLGRET-IN-RECORD(18:9)) = 0
                                   ADD FUNCTION NUMVAL
                                       (CLGRET-IN-RECORD(18:9))
                                       TO CLG-RET-VALUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLGRET-IN-FILE
           END-IF.

       POST-CLEARING-ITEM.
           MOVE 0 TO CLG-AMOUNT.
           IF FUNCTION TEST-NUMVAL(CLG-RECORD(28:9)) = 0
               MOVE FUNCTION NUMVAL(CLG-RECORD(28:9)) TO CLG-AMOUNT
           END-IF.
           IF CLG-RECORD(38:3) = "CHQ"
               PERFORM POST-CLEARING-CHEQUE
           ELSE
           IF CLG-RECORD(21:6) NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(CLG-RECORD(28:9)) NOT = 0
               OR CLG-RECORD(1:12) = SPACES
               MOVE "F01" TO CLG-REASON
               PERFORM WRITE-CLEARING-RETURN
           ELSE
               MOVE CLG-RECORD(1:12) TO CLG-REF
               MOVE CLG-RECORD(14:6) TO CLG-BANK
               MOVE CLG-RECORD(21:6) TO CLG-ACCT
               MOVE CLG-ACCT TO ACC-REC-ACCOUNT
               READ ACC-FILE
                   INVALID KEY
                       MOVE "A01" TO CLG-REASON
                       PERFORM WRITE-CLEARING-RETURN
                   NOT INVALID KEY
                       PERFORM VALIDATE-ACCOUNT-RECORD
                       IF VALID-RECORD = "N"
                           MOVE "ACCOUNT" TO REJ-SRC-TEMP
                           MOVE ACC-RECORD TO REJ-RAW-TEMP
                           PERFORM WRITE-REJECT-RECORD
                           MOVE "A01" TO CLG-REASON
                           PERFORM WRITE-CLEARING-RETURN
                       ELSE
                       IF ACC-REC-STATUS NOT = "A"
                           MOVE "A02" TO CLG-REASON
                           PERFORM WRITE-CLEARING-RETURN
                       ELSE
                           PERFORM POST-ONE-CLEARING-CREDIT
                       END-IF
                       END-IF
               END-READ
           END-IF
           END-IF.

      * A cheque drawn on one of our accounts, presented through
      * clearing by the sending bank. It goes through the same
      * presentment as a cheque over the counter, settling against
      * 120100; a cheque refused for any reason goes back on the
      * returns file under the refusal's reason code.
       POST-CLEARING-CHEQUE.
           ADD 1 TO CLG-CHQ-ITEMS.
           IF CLG-RECORD(21:6) NOT NUMERIC
               OR CLG-RECORD(42:6) NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(CLG-RECORD(28:9)) NOT = 0
               OR CLG-RECORD(1:12) = SPACES
               MOVE "F01" TO CLG-REASON
               PERFORM WRITE-CLEARING-RETURN
           ELSE
               MOVE CLG-RECORD(1:12) TO CLG-REF
               MOVE CLG-RECORD(14:6) TO CLG-BANK
               MOVE CLG-RECORD(21:6) TO CLG-ACCT
               MOVE CLG-ACCT TO ACC-REC-ACCOUNT
               READ ACC-FILE
                   INVALID KEY
                       MOVE "A01" TO CLG-REASON
                       PERFORM WRITE-CLEARING-RETURN
                   NOT INVALID KEY
                       PERFORM VALIDATE-ACCOUNT-RECORD
                       IF VALID-RECORD = "N"
                           MOVE "ACCOUNT" TO REJ-SRC-TEMP
                           MOVE ACC-RECORD TO REJ-RAW-TEMP
                           PERFORM WRITE-REJECT-RECORD
                           MOVE "A01" TO CLG-REASON
                           PERFORM WRITE-CLEARING-RETURN
                       ELSE
                           PERFORM PRESENT-CLEARING-CHEQUE
                       END-IF
               END-READ
           END-IF.

       PRESENT-CLEARING-CHEQUE.
           MOVE FUNCTION NUMVAL(ACC-REC-BAL-TEXT) TO ACC-BALANCE.
           IF ACC-REC-SIGN = "-"
               COMPUTE ACC-BALANCE = ACC-BALANCE * -1
           END-IF.
           MOVE ACC-REC-STATUS TO ACC-STATUS.
           MOVE FUNCTION NUMVAL(ACC-REC-OD-TEXT) TO ACC-OD-LIMIT.
           IF ACC-REC-CUST NUMERIC
               MOVE ACC-REC-CUST TO ACC-CUST-ID
           ELSE
               MOVE 0 TO ACC-CUST-ID
           END-IF.
           MOVE ACC-REC-PROD TO ACC-PROD-CODE.
           MOVE CLG-ACCT TO IN-ACCOUNT.
           MOVE "CHQ" TO IN-ACTION.
           MOVE CLG-AMOUNT TO IN-AMOUNT.
           MOVE CLG-RECORD(42:6) TO IN-CHQ-FIRST.
           MOVE "C" TO CHQ-SOURCE.
           MOVE "Y" TO MATCH-FOUND.
           MOVE ACC-BALANCE TO TMP-BALANCE.
           INITIALIZE OUT-RECORD.
           PERFORM PRESENT-CHEQUE.
           WRITE OUT-RECORD.
           INITIALIZE OUT-RECORD.
           IF CHQ-RETURN-CODE = SPACES
               ADD 1 TO CLG-CHQ-COUNT
               ADD CLG-AMOUNT TO CLG-CHQ-VALUE
           ELSE
               MOVE CHQ-RETURN-CODE TO CLG-REASON
               PERFORM WRITE-CLEARING-RETURN
           END-IF.

       POST-ONE-CLEARING-CREDIT.
           MOVE FUNCTION NUMVAL(ACC-REC-BAL-TEXT) TO ACC-BALANCE.
           IF ACC-REC-SIGN = "-"
               COMPUTE ACC-BALANCE = ACC-BALANCE * -1
           END-IF.
           MOVE ACC-REC-STATUS TO ACC-STATUS.
           MOVE FUNCTION NUMVAL(ACC-REC-OD-TEXT) TO ACC-OD-LIMIT.
           MOVE CLG-ACCT TO IN-ACCOUNT.
           MOVE "CLG" TO IN-ACTION.
           MOVE CLG-AMOUNT TO IN-AMOUNT.
           COMPUTE TMP-BALANCE = ACC-BALANCE + CLG-AMOUNT.
           INITIALIZE OUT-RECORD.
           STRING "SUCCESS: CLEARING " CLG-REF " FROM " CLG-BANK
                  INTO OUT-RECORD.
           PERFORM WRITE-UPDATED-RECORD.
           MOVE "120100" TO GL-DR-CODE.
           MOVE "210100" TO GL-CR-CODE.
           MOVE IN-ACCOUNT TO GL-DR-ACCT.
           MOVE IN-ACCOUNT TO GL-CR-ACCT.
           PERFORM WRITE-GL-PAIR.
           WRITE OUT-RECORD.
           INITIALIZE OUT-RECORD.
           ADD 1 TO CLG-POSTED-COUNT.
           ADD CLG-AMOUNT TO CLG-POSTED-VALUE.

       WRITE-CLEARING-RETURN.
           IF CLG-RET-OPEN = "N"
               MOVE SPACE TO CLGRET-FILE-NAME
               STRING "clearing_returns_" RUN-ID ".txt"
                      INTO CLGRET-FILE-NAME
               OPEN EXTEND CLGRET-FILE
               IF CLGRET-STATUS = "35"
                   CLOSE CLGRET-FILE
                   OPEN OUTPUT CLGRET-FILE
               END-IF
               MOVE "Y" TO CLG-RET-OPEN
           END-IF.
           MOVE SPACE TO CLGRET-RECORD.
           MOVE CLG-RECORD(1:12) TO CLGRET-RECORD(1:12).
           MOVE CLG-REASON TO CLGRET-RECORD(14:3).
           MOVE CLG-RECORD(28:9) TO CLGRET-RECORD(18:9).
           WRITE CLGRET-RECORD.
           ADD 1 TO CLG-RET-COUNT.
           ADD CLG-AMOUNT TO CLG-RET-VALUE.
           MOVE "Y" TO RUN-EXCEPTIONS.

       WRITE-CLEARING-RET-TRAILER.
           MOVE CLG-RET-COUNT TO FORMATTED-CLG-CNT.
           MOVE CLG-RET-VALUE TO FORMATTED-CLG-VAL.
           MOVE SPACE TO CLGRET-RECORD.
           STRING "TRL " FUNCTION TRIM(FORMATTED-CLG-CNT)
                  " " FUNCTION TRIM(FORMATTED-CLG-VAL)
                  INTO CLGRET-RECORD.
           WRITE CLGRET-RECORD.

      * Outbound interbank payment (OBP, beneficiary bank in cols
      * 19-24 and account in 25-30). The paying account goes through
      * exactly the tests a TRF debit does -- dormant and non-active
      * accounts refused, the daily TRF allowance, live holds and the
      * overdraft in the available-balance test -- and the money
      * leaves the customer for clearing settlement 120100, where it
      * waits until the clearing house settles with the other bank.
      * The payment is registered on outbound.txt under its clearing
      * reference, OB plus the journal reference of the debit, and
      * goes out on this run's outbound clearing file. The clearing
      * layout carries at most 999999.99 in one item.
       SEND-OUTBOUND-PAYMENT.
           IF ACC-STATUS = "D"
               MOVE "ERROR: ACCOUNT DORMANT - OBP BLOCKED"
                   TO OUT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
           IF ACC-STATUS NOT = "A"
               MOVE "ERROR: ACCOUNT NOT ACTIVE" TO OUT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               PERFORM CHECK-TRF-LIMIT
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE WDR-NEW-BAL = ACC-BALANCE - IN-AMOUNT
               EVALUATE TRUE
                   WHEN IN-AMOUNT > 999999.99
                       MOVE "ERROR: AMOUNT TOO LARGE FOR CLEARING"
                           TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   WHEN LIMIT-BREACH = "Y"
                       MOVE "ERROR: DAILY TRF LIMIT EXCEEDED"
                           TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   WHEN (WDR-NEW-BAL + ACC-OD-LIMIT
                       - HOLD-TOTAL) < 0
                       MOVE "ERROR: INSUFFICIENT FUNDS"
                           TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   WHEN OTHER
                       MOVE WDR-NEW-BAL TO TMP-BALANCE
                       MOVE SPACE TO OUT-RECORD
                       STRING "SUCCESS: OUTBOUND PAYMENT TO "
                              IN-BENE-BANK
                              INTO OUT-RECORD
                       PERFORM WRITE-UPDATED-RECORD
                       PERFORM REGISTER-OUTBOUND-PAYMENT
                       MOVE "210100" TO GL-DR-CODE
                       MOVE "120100" TO GL-CR-CODE
                       MOVE IN-ACCOUNT TO GL-DR-ACCT
                       MOVE IN-ACCOUNT TO GL-CR-ACCT
                       PERFORM WRITE-GL-PAIR
                       PERFORM POST-TRANSACTION-FEE
               END-EVALUATE
           END-IF
           END-IF.

      * Appended straight onto the register: the reference is the
      * journal line WRITE-UPDATED-RECORD has just written.
       REGISTER-OUTBOUND-PAYMENT.
           COMPUTE OB-JREF = JREF-NEXT - 1.
           MOVE SPACE TO OB-WORK-REF.
           STRING "OB" OB-JREF INTO OB-WORK-REF.
           OPEN EXTEND OB-FILE.
           IF OB-STATUS = "35"
               CLOSE OB-FILE
               OPEN OUTPUT OB-FILE
           END-IF.
           INITIALIZE OB-RECORD WITH FILLER.
           MOVE OB-WORK-REF TO OB-REC-REF.
           MOVE IN-ACCOUNT TO OB-REC-ACCT.
           MOVE IN-BENE-BANK TO OB-REC-BANK.
           MOVE IN-BENE-ACCOUNT TO OB-REC-BENE.
           MOVE IN-AMOUNT TO OB-AMT-ED.
           MOVE OB-AMT-ED TO OB-REC-AMT.
           MOVE TODAY-DATE TO OB-REC-DATE.
           MOVE "Q" TO OB-REC-STATUS.
           MOVE SPACE TO OB-REC-RUN.
           MOVE SPACE TO OB-REC-RET-RUN.
           MOVE SPACE TO OB-REC-REASON.
           WRITE OB-RECORD.
           CLOSE OB-FILE.

      * Returns for our own outbound items arrive from the clearing
      * house as outbound_returns.txt in the returns layout we send
      * them (reference, reason code, amount, TRL trailer). The file
      * is claimed under the run id and worked on the checkpoint
      * sequence exactly like an inbound delivery. Each return must
      * name a sent item on outbound.txt for the same amount; it then
      * re-credits the paying account under OBR and leaves clearing
      * settlement 120100 again. A return that cannot be matched --
      * unknown reference, never sent, already returned, amount
      * differs, or the paying account is gone or closed -- posts
      * nothing, goes to rejects.txt and is listed on the run summary
      * so operations can chase it with the clearing house. This runs
      * ahead of the inbound delivery so that, on a restart, the
      * re-credits it posted are known before PRIME-CLEARING-TOTALS
      * counts the 120100 debit legs in the GL extract.
       PROCESS-OUTBOUND-RETURNS.
           MOVE 0 TO OB-MATCHED-COUNT.
           MOVE 0 TO OB-MATCHED-VALUE.
           MOVE 0 TO OB-UNMATCHED-COUNT.
           MOVE 0 TO OB-UNMATCHED-VALUE.
           MOVE 0 TO OBX-COUNT.
           PERFORM LOAD-OUTBOUND-TABLE.
           IF OB-OVERFLOW = "Y"
               INITIALIZE OUT-RECORD
               MOVE "ERROR: OUTBOUND REGISTER TOO LARGE - RETURNS HELD"
                   TO OUT-RECORD
               WRITE OUT-RECORD
               INITIALIZE OUT-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           ELSE
           MOVE SPACE TO OBR-WORK-NAME
           STRING "outbound_returns_" RUN-ID ".inb"
                  INTO OBR-WORK-NAME
           MOVE SPACE TO CLG-MV-CMD
           STRING "mv -n outbound_returns.txt outbound_returns_"
                  RUN-ID ".inb"
                  INTO CLG-MV-CMD
           CALL "SYSTEM" USING CLG-MV-CMD
           OPEN INPUT OBR-FILE
           IF OBR-STATUS NOT = "35"
               MOVE "CLGH" TO IN-OPERATOR
               PERFORM UNTIL 1 = 2
                   READ OBR-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO TRAN-SEQ
                           IF OBR-RECORD(1:4) NOT = "TRL "
                               AND OBR-RECORD NOT = SPACES
                               IF TRAN-SEQ > CHK-SKIP-COUNT
                                   PERFORM POST-OUTBOUND-RETURN
                                   PERFORM WRITE-CHECKPOINT
                               ELSE
                                   PERFORM RECOUNT-OUTBOUND-RETURN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBR-FILE
               MOVE OB-MATCHED-COUNT TO FORMATTED-CLG-CNT
               MOVE OB-MATCHED-VALUE TO FORMATTED-CLG-VAL
               MOVE OB-UNMATCHED-COUNT TO FORMATTED-CLG-CNT2
               MOVE OB-UNMATCHED-VALUE TO FORMATTED-CLG-VAL2
               INITIALIZE OUT-RECORD
               STRING "SUCCESS: OUTBOUND RETURNS MATCHED="
                      FUNCTION TRIM(FORMATTED-CLG-CNT)
                      " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                      " UNMATCHED="
                      FUNCTION TRIM(FORMATTED-CLG-CNT2)
                      " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL2)
                      INTO OUT-RECORD
               WRITE OUT-RECORD
               INITIALIZE OUT-RECORD
               MOVE SPACE TO CLG-MV-CMD
               STRING "mv outbound_returns_" RUN-ID
                      ".inb outbound_returns_" RUN-ID ".done"
                      INTO CLG-MV-CMD
               CALL "SYSTEM" USING CLG-MV-CMD
           END-IF
           END-IF.

      * Sets OB-RET-PROBLEM to why the return in OBR-RECORD cannot
      * be matched, or spaces when it names a sent item for the same
      * amount.
       CLASSIFY-OUTBOUND-RETURN.
           MOVE SPACE TO OB-RET-PROBLEM.
           MOVE 0 TO OB-RET-AMOUNT.
           IF FUNCTION TEST-NUMVAL(OBR-RECORD(18:9)) = 0
               MOVE FUNCTION NUMVAL(OBR-RECORD(18:9)) TO OB-RET-AMOUNT
           END-IF.
           MOVE OBR-RECORD(1:12) TO OB-WORK-REF.
           MOVE OBR-RECORD(14:3) TO OB-RET-REASON.
           PERFORM FIND-OUTBOUND-ENTRY.
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(OBR-RECORD(18:9)) NOT = 0
                   MOVE "INVALID RETURN AMOUNT" TO OB-RET-PROBLEM
               WHEN OB-POS = 0
                   MOVE "NO SUCH OUTBOUND ITEM" TO OB-RET-PROBLEM
               WHEN OT-STATUS(OB-POS) = "R"
                   MOVE "ITEM ALREADY RETURNED" TO OB-RET-PROBLEM
               WHEN OT-STATUS(OB-POS) NOT = "S"
                   MOVE "ITEM NOT YET SENT" TO OB-RET-PROBLEM
               WHEN OT-AMT(OB-POS) NOT = OB-RET-AMOUNT
                   MOVE "RETURN AMOUNT DIFFERS" TO OB-RET-PROBLEM
           END-EVALUATE.

       POST-OUTBOUND-RETURN.
           PERFORM CLASSIFY-OUTBOUND-RETURN.
           IF OB-RET-PROBLEM = SPACES
               MOVE OT-ACCT(OB-POS) TO ACC-REC-ACCOUNT
               READ ACC-FILE
                   INVALID KEY
                       MOVE "PAYING ACCOUNT NOT FOUND"
                           TO OB-RET-PROBLEM
                   NOT INVALID KEY
                       PERFORM VALIDATE-ACCOUNT-RECORD
                       IF VALID-RECORD = "N"
                           MOVE "ACCOUNT" TO REJ-SRC-TEMP
                           MOVE ACC-RECORD TO REJ-RAW-TEMP
                           PERFORM WRITE-REJECT-RECORD
                           MOVE "PAYING ACCOUNT RECORD INVALID"
                               TO OB-RET-PROBLEM
                       ELSE
                       IF ACC-REC-STATUS = "C"
                           MOVE "PAYING ACCOUNT CLOSED"
                               TO OB-RET-PROBLEM
                       ELSE
                           PERFORM RECREDIT-OUTBOUND-RETURN
                       END-IF
                       END-IF
               END-READ
           END-IF.
           IF OB-RET-PROBLEM NOT = SPACES
               MOVE "OBRET" TO REJ-SRC-TEMP
               MOVE OBR-RECORD TO REJ-RAW-TEMP
               MOVE OB-RET-PROBLEM TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               PERFORM LIST-UNMATCHED-RETURN
           END-IF.

      * The money comes back whatever state the account is in short
      * of closure; a bank-initiated credit does not wake a dormant
      * account. The register row is rewritten at once so a crash
      * after this point can never re-credit the same return.
       RECREDIT-OUTBOUND-RETURN.
           MOVE FUNCTION NUMVAL(ACC-REC-BAL-TEXT) TO ACC-BALANCE.
           IF ACC-REC-SIGN = "-"
               COMPUTE ACC-BALANCE = ACC-BALANCE * -1
           END-IF.
           MOVE ACC-REC-STATUS TO ACC-STATUS.
           MOVE FUNCTION NUMVAL(ACC-REC-OD-TEXT) TO ACC-OD-LIMIT.
           MOVE OT-ACCT(OB-POS) TO IN-ACCOUNT.
           MOVE "OBR" TO IN-ACTION.
           MOVE OB-RET-AMOUNT TO IN-AMOUNT.
           COMPUTE TMP-BALANCE = ACC-BALANCE + OB-RET-AMOUNT.
           INITIALIZE OUT-RECORD.
           STRING "SUCCESS: RETURNED " FUNCTION TRIM(OB-WORK-REF)
                  " " OB-RET-REASON
                  INTO OUT-RECORD.
           PERFORM WRITE-UPDATED-RECORD.
           MOVE "120100" TO GL-DR-CODE.
           MOVE "210100" TO GL-CR-CODE.
           MOVE IN-ACCOUNT TO GL-DR-ACCT.
           MOVE IN-ACCOUNT TO GL-CR-ACCT.
           PERFORM WRITE-GL-PAIR.
           WRITE OUT-RECORD.
           INITIALIZE OUT-RECORD.
           MOVE "R" TO OT-STATUS(OB-POS).
           MOVE RUN-ID TO OT-RET-RUN(OB-POS).
           MOVE OB-RET-REASON TO OT-REASON(OB-POS).
           PERFORM REWRITE-OUTBOUND-FILE.
           ADD 1 TO OB-MATCHED-COUNT.
           ADD OB-RET-AMOUNT TO OB-MATCHED-VALUE.

      * Restart priming for one return the crashed run already
      * worked: re-credited by this run shows on the register, any
      * other outcome was an exception and is listed again (its
      * rejects.txt line is already on file).
       RECOUNT-OUTBOUND-RETURN.
           PERFORM CLASSIFY-OUTBOUND-RETURN.
           MOVE "N" TO OB-RECREDITED.
           IF OB-POS > 0
               IF OT-STATUS(OB-POS) = "R"
                   AND OT-RET-RUN(OB-POS) = RUN-ID
                   MOVE "Y" TO OB-RECREDITED
               END-IF
           END-IF.
           IF OB-RECREDITED = "Y"
               ADD 1 TO OB-MATCHED-COUNT
               ADD OB-RET-AMOUNT TO OB-MATCHED-VALUE
           ELSE
               IF OB-RET-PROBLEM = SPACES
                   MOVE "NOT RE-CREDITED - SEE REJECTS"
                       TO OB-RET-PROBLEM
               END-IF
               PERFORM LIST-UNMATCHED-RETURN
           END-IF.

       LIST-UNMATCHED-RETURN.
           ADD 1 TO OB-UNMATCHED-COUNT.
           ADD OB-RET-AMOUNT TO OB-UNMATCHED-VALUE.
           IF OBX-COUNT < 100
               ADD 1 TO OBX-COUNT
               MOVE OBR-RECORD(1:12) TO OBX-REF(OBX-COUNT)
               MOVE OBR-RECORD(18:9) TO OBX-AMT(OBX-COUNT)
               MOVE OB-RET-PROBLEM TO OBX-PROBLEM(OBX-COUNT)
           END-IF.
           MOVE "Y" TO RUN-EXCEPTIONS.

      * End of run: every registered payment still waiting goes onto
      * clearing_out_<run id>.txt in the clearing house's layout
      * (reference, beneficiary bank, beneficiary account, amount)
      * with a TRL count and value trailer, and is marked sent by this
      * run. Items this run already marked sent are written again, so
      * a rerun on the same run id rebuilds the identical file rather
      * than dropping them. No waiting items, no file.
       WRITE-OUTBOUND-CLEARING.
           MOVE 0 TO OB-SENT-COUNT.
           MOVE 0 TO OB-SENT-VALUE.
           PERFORM LOAD-OUTBOUND-TABLE.
           IF OB-OVERFLOW = "Y"
               INITIALIZE OUT-RECORD
               MOVE "ERROR: OUTBOUND REGISTER TOO LARGE - NOT SENT"
                   TO OUT-RECORD
               WRITE OUT-RECORD
               INITIALIZE OUT-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           ELSE
               PERFORM VARYING OB-IX FROM 1 BY 1
                   UNTIL OB-IX > OB-COUNT
                   IF OT-STATUS(OB-IX) = "Q"
                       OR (OT-STATUS(OB-IX) = "S"
                           AND OT-RUN(OB-IX) = RUN-ID)
                       PERFORM WRITE-OUTBOUND-ITEM
                   END-IF
               END-PERFORM
               IF OB-SENT-COUNT > 0
                   MOVE OB-SENT-COUNT TO FORMATTED-CLG-CNT
                   MOVE OB-SENT-VALUE TO FORMATTED-CLG-VAL
                   MOVE SPACE TO OBC-RECORD
                   STRING "TRL " FUNCTION TRIM(FORMATTED-CLG-CNT)
                          " " FUNCTION TRIM(FORMATTED-CLG-VAL)
                          INTO OBC-RECORD
                   WRITE OBC-RECORD
                   CLOSE OBC-FILE
                   PERFORM REWRITE-OUTBOUND-FILE
                   INITIALIZE OUT-RECORD
                   STRING "SUCCESS: OUTBOUND CLEARING SENT="
                          FUNCTION TRIM(FORMATTED-CLG-CNT)
                          " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                          INTO OUT-RECORD
                   WRITE OUT-RECORD
                   INITIALIZE OUT-RECORD
               END-IF
           END-IF.

       WRITE-OUTBOUND-ITEM.
           IF OB-SENT-COUNT = 0
               MOVE SPACE TO OBC-FILE-NAME
               STRING "clearing_out_" RUN-ID ".txt"
                      INTO OBC-FILE-NAME
               OPEN OUTPUT OBC-FILE
           END-IF.
           MOVE SPACE TO OBC-RECORD.
           MOVE OT-REF(OB-IX) TO OBC-RECORD(1:12).
           MOVE OT-BANK(OB-IX) TO OBC-RECORD(14:6).
           MOVE OT-BENE(OB-IX) TO OBC-RECORD(21:6).
           MOVE OT-AMT(OB-IX) TO OB-CLG-AMT-ED.
           MOVE OB-CLG-AMT-ED TO OBC-RECORD(28:9).
           WRITE OBC-RECORD.
           MOVE "S" TO OT-STATUS(OB-IX).
           MOVE RUN-ID TO OT-RUN(OB-IX).
           ADD 1 TO OB-SENT-COUNT.
           ADD OT-AMT(OB-IX) TO OB-SENT-VALUE.

       FIND-OUTBOUND-ENTRY.
           MOVE 0 TO OB-POS.
           PERFORM VARYING OB-IX FROM 1 BY 1
               UNTIL OB-IX > OB-COUNT
               IF OT-REF(OB-IX) = OB-WORK-REF
                   MOVE OB-IX TO OB-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-OUTBOUND-TABLE.
           MOVE 0 TO OB-COUNT.
           MOVE "N" TO OB-OVERFLOW.
           OPEN INPUT OB-FILE.
           IF OB-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ OB-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM LOAD-OUTBOUND-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OB-FILE
           END-IF.

       LOAD-OUTBOUND-ENTRY.
           IF OB-REC-REF = SPACES
               OR OB-REC-ACCT NOT NUMERIC
               OR OB-REC-BENE NOT NUMERIC
               OR OB-REC-DATE NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(OB-REC-AMT) NOT = 0
               MOVE "OUTBOUND" TO REJ-SRC-TEMP
               MOVE OB-RECORD TO REJ-RAW-TEMP
               MOVE "INVALID OUTBOUND ROW" TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF OB-COUNT >= 5000
                   MOVE "Y" TO OB-OVERFLOW
               ELSE
                   ADD 1 TO OB-COUNT
                   MOVE OB-REC-REF TO OT-REF(OB-COUNT)
                   MOVE OB-REC-ACCT TO OT-ACCT(OB-COUNT)
                   MOVE OB-REC-BANK TO OT-BANK(OB-COUNT)
                   MOVE OB-REC-BENE TO OT-BENE(OB-COUNT)
                   MOVE FUNCTION NUMVAL(OB-REC-AMT)
                       TO OT-AMT(OB-COUNT)
                   MOVE OB-REC-DATE TO OT-DATE(OB-COUNT)
                   MOVE OB-REC-STATUS TO OT-STATUS(OB-COUNT)
                   MOVE OB-REC-RUN TO OT-RUN(OB-COUNT)
                   MOVE OB-REC-RET-RUN TO OT-RET-RUN(OB-COUNT)
                   MOVE OB-REC-REASON TO OT-REASON(OB-COUNT)
               END-IF
           END-IF.

       REWRITE-OUTBOUND-FILE.
           OPEN OUTPUT OB-FILE.
           PERFORM VARYING OB-WX FROM 1 BY 1
               UNTIL OB-WX > OB-COUNT
               INITIALIZE OB-RECORD WITH FILLER
               MOVE OT-REF(OB-WX) TO OB-REC-REF
               MOVE OT-ACCT(OB-WX) TO OB-REC-ACCT
               MOVE OT-BANK(OB-WX) TO OB-REC-BANK
               MOVE OT-BENE(OB-WX) TO OB-REC-BENE
               MOVE OT-AMT(OB-WX) TO OB-AMT-ED
               MOVE OB-AMT-ED TO OB-REC-AMT
               MOVE OT-DATE(OB-WX) TO OB-REC-DATE
               MOVE OT-STATUS(OB-WX) TO OB-REC-STATUS
               MOVE OT-RUN(OB-WX) TO OB-REC-RUN
               MOVE OT-RET-RUN(OB-WX) TO OB-REC-RET-RUN
               MOVE OT-REASON(OB-WX) TO OB-REC-REASON
               WRITE OB-RECORD
           END-PERFORM.
           CLOSE OB-FILE.

      * Linked-account sweeps. sweeps.txt holds one arrangement per
      * primary account: cols 1-6 the primary account, 8-13 its
      * funding (savings) account, col 15 Y for overdraft protection,
      * 17-25 a target balance and 27-35 a floor (blank or zero for
      * none). With protection on, a WDR or TRF that would fail for
      * funds first pulls just the shortfall across from the funding
      * account and then completes. The end-of-day run (SWR) moves
      * anything above the target into the funding account and tops
      * the primary back up to its floor. Every leg journals on both
      * accounts as SWP, never TRF, and is held to the paying
      * account's status, live holds and daily TRF allowance; the
      * paying account never dips into its own overdraft to fund
      * another account. GL is a demand-to-demand move on 210100.
      * SWP-TRIED tells the caller a sweep was attempted, so its
      * account fields no longer describe its own account and must be
      * read again whether or not the sweep went through.
       COVER-SHORTFALL.
           MOVE "N" TO SWP-TRIED.
           MOVE IN-ACCOUNT TO SWP-PRIMARY-X.
           PERFORM FIND-SWEEP-ARRANGEMENT.
           IF SWP-FOUND = "Y" AND SWP-PROTECT = "Y"
               MOVE "Y" TO SWP-TRIED
               MOVE SWP-FUND-ACCT TO SWP-FROM-ACCT
               MOVE IN-ACCOUNT TO SWP-TO-ACCT
               PERFORM SWEEP-FUNDS
               MOVE "N" TO LIMIT-BREACH
               IF SWP-OK = "Y"
                   ADD 1 TO SWP-COVER-COUNT
                   ADD SWP-AMOUNT TO SWP-COVER-VALUE
               END-IF
           END-IF.

      * One sweep leg of SWP-AMOUNT from SWP-FROM-ACCT to SWP-TO-ACCT,
      * posted through the transfer legs. The caller's transaction
      * fields are put back afterwards; its account record is not, so
      * a caller that goes on to post re-reads its account.
       SWEEP-FUNDS.
           MOVE IN-ACCOUNT TO SWP-SAVE-ACCOUNT.
           MOVE IN-DEST-ACCOUNT TO SWP-SAVE-DEST.
           MOVE IN-ACTION TO SWP-SAVE-ACTION.
           MOVE IN-AMOUNT TO SWP-SAVE-AMOUNT.
           MOVE MATCH-FOUND TO SWP-SAVE-MATCH.
           MOVE OUT-RECORD TO SWP-SAVE-OUT.
           MOVE "N" TO SWP-OK.
           MOVE SWP-FROM-ACCT TO IN-ACCOUNT.
           MOVE SWP-TO-ACCT TO IN-DEST-ACCOUNT.
           MOVE "SWP" TO IN-ACTION.
           MOVE SWP-AMOUNT TO IN-AMOUNT.
           PERFORM LOOKUP-TRANSFER-ACCOUNTS.
           MOVE ACC-BALANCE TO TMP-BALANCE.
           MOVE DEST-BALANCE TO DEST-TMP-BALANCE.
           MOVE SPACE TO OUT-RECORD.
           EVALUATE TRUE
               WHEN MATCH-FOUND = "N"
                   MOVE "ERROR: SWEEP SOURCE ACCOUNT NOT FOUND"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN DEST-MATCH-FOUND = "N"
                   MOVE "ERROR: SWEEP TARGET ACCOUNT NOT FOUND"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN ACC-STATUS NOT = "A"
                   MOVE "ERROR: SWEEP SOURCE ACCOUNT NOT ACTIVE"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN DEST-STATUS NOT = "A"
                   MOVE "ERROR: SWEEP TARGET ACCOUNT NOT ACTIVE"
                       TO OUT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN OTHER
                   PERFORM CHECK-TRF-LIMIT
                   PERFORM SUM-ACCOUNT-HOLDS
                   COMPUTE WDR-NEW-BAL = ACC-BALANCE - IN-AMOUNT
                   EVALUATE TRUE
                       WHEN LIMIT-BREACH = "Y"
                           MOVE "ERROR: SWEEP DAILY TRF LIMIT EXCEEDED"
                               TO OUT-RECORD
                           PERFORM WRITE-JOURNAL-RECORD
                       WHEN (WDR-NEW-BAL - HOLD-TOTAL) < 0
                           MOVE "ERROR: SWEEP INSUFFICIENT FUNDS"
                               TO OUT-RECORD
                           PERFORM WRITE-JOURNAL-RECORD
                       WHEN OTHER
                           MOVE WDR-NEW-BAL TO TMP-BALANCE
                           COMPUTE DEST-TMP-BALANCE =
                               DEST-BALANCE + IN-AMOUNT
                           STRING "SUCCESS: SWEEP " SWP-FROM-ACCT
                                  " TO " SWP-TO-ACCT
                                  INTO OUT-RECORD
                           PERFORM APPLY-TRANSFER-UPDATES
                           IF TRANSFER-OK = "Y"
                               MOVE "Y" TO SWP-OK
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
           IF SWP-OK = "N"
               ADD 1 TO SWP-REFUSED-COUNT
           END-IF.
           MOVE SWP-SAVE-ACCOUNT TO IN-ACCOUNT.
           MOVE SWP-SAVE-DEST TO IN-DEST-ACCOUNT.
           MOVE SWP-SAVE-ACTION TO IN-ACTION.
           MOVE SWP-SAVE-AMOUNT TO IN-AMOUNT.
           MOVE SWP-SAVE-MATCH TO MATCH-FOUND.
           MOVE SWP-SAVE-OUT TO OUT-RECORD.

      * Reads IN-ACCOUNT the way PROCESS-RECORDS does, to pick up a
      * balance a sweep has just moved.
       READ-SWEPT-ACCOUNT.
           MOVE "N" TO SWP-ACCT-READ.
           MOVE IN-ACCOUNT TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-REC-BAL-TEXT)
                       TO ACC-BALANCE
                   IF ACC-REC-SIGN = "-"
                       COMPUTE ACC-BALANCE = ACC-BALANCE * -1
                   END-IF
                   MOVE ACC-REC-STATUS TO ACC-STATUS
                   MOVE FUNCTION NUMVAL(ACC-REC-OD-TEXT)
                       TO ACC-OD-LIMIT
                   IF ACC-REC-CUST NUMERIC
                       MOVE ACC-REC-CUST TO ACC-CUST-ID
                   ELSE
                       MOVE 0 TO ACC-CUST-ID
                   END-IF
                   MOVE ACC-REC-PROD TO ACC-PROD-CODE
                   MOVE "Y" TO SWP-ACCT-READ
           END-READ.

       FIND-SWEEP-ARRANGEMENT.
           MOVE "N" TO SWP-FOUND.
           OPEN INPUT SWP-FILE.
           IF SWP-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ SWP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SWP-RECORD(1:6) = SWP-PRIMARY-X
                               PERFORM PARSE-SWEEP-ROW
                               IF SWP-ROW-OK = "Y"
                                   MOVE "Y" TO SWP-FOUND
                                   EXIT PERFORM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWP-FILE
           END-IF.

       PARSE-SWEEP-ROW.
           MOVE "Y" TO SWP-ROW-OK.
           MOVE 0 TO SWP-TARGET.
           MOVE 0 TO SWP-FLOOR.
           MOVE SWP-RECORD(15:1) TO SWP-PROTECT.
           IF SWP-RECORD(1:6) NOT NUMERIC
               OR SWP-RECORD(8:6) NOT NUMERIC
               OR SWP-RECORD(8:6) = SWP-RECORD(1:6)
               MOVE "N" TO SWP-ROW-OK
           ELSE
               MOVE SWP-RECORD(1:6) TO SWP-PRIMARY-ACCT
               MOVE SWP-RECORD(8:6) TO SWP-FUND-ACCT
           END-IF.
           IF SWP-RECORD(17:9) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SWP-RECORD(17:9)) = 0
                   MOVE FUNCTION NUMVAL(SWP-RECORD(17:9))
                       TO SWP-TARGET
               ELSE
                   MOVE "N" TO SWP-ROW-OK
               END-IF
           END-IF.
           IF SWP-RECORD(27:9) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SWP-RECORD(27:9)) = 0
                   MOVE FUNCTION NUMVAL(SWP-RECORD(27:9))
                       TO SWP-FLOOR
               ELSE
                   MOVE "N" TO SWP-ROW-OK
               END-IF
           END-IF.
           IF SWP-TARGET > 0 AND SWP-FLOOR > SWP-TARGET
               MOVE "N" TO SWP-ROW-OK
           END-IF.

      * End-of-day sweep run (SWR). Only an active primary is swept.
      * Above target, the excess goes to the funding account -- never
      * more than the primary holds clear of its live holds; below the
      * floor, the difference comes back from the funding account. A
      * refused leg is journaled on the paying account and counted on
      * the run summary; an unreadable arrangement or a primary not
      * on file goes to rejects.txt and flags the run.
       RUN-SWEEPS.
           MOVE IN-ACCOUNT TO SWP-RUN-ACCOUNT.
           MOVE 0 TO SWP-RUN-OUT.
           MOVE 0 TO SWP-RUN-IN.
           OPEN INPUT SWP-FILE.
           IF SWP-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ SWP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SWP-RECORD NOT = SPACES
                               PERFORM SWEEP-ONE-ARRANGEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWP-FILE
           END-IF.
           MOVE SWP-RUN-ACCOUNT TO IN-ACCOUNT.
           MOVE 0 TO ACC-BALANCE.
           MOVE 0 TO TMP-BALANCE.
           MOVE SWP-RUN-OUT TO FORMATTED-SWP-CNT.
           MOVE SWP-RUN-IN TO FORMATTED-SWP-CNT2.
           MOVE SPACE TO OUT-RECORD.
           STRING "SUCCESS: SWEEPS OUT="
                  FUNCTION TRIM(FORMATTED-SWP-CNT)
                  " IN=" FUNCTION TRIM(FORMATTED-SWP-CNT2)
                  INTO OUT-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.

       SWEEP-ONE-ARRANGEMENT.
           PERFORM PARSE-SWEEP-ROW.
           IF SWP-ROW-OK = "N"
               MOVE "SWEEP" TO REJ-SRC-TEMP
               MOVE SWP-RECORD TO REJ-RAW-TEMP
               MOVE "INVALID SWEEP ARRANGEMENT" TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               MOVE "Y" TO RUN-EXCEPTIONS
           ELSE
               MOVE SWP-PRIMARY-ACCT TO IN-ACCOUNT
               PERFORM READ-SWEPT-ACCOUNT
               IF SWP-ACCT-READ = "N"
                   MOVE "SWEEP" TO REJ-SRC-TEMP
                   MOVE SWP-RECORD TO REJ-RAW-TEMP
                   MOVE "SWEEP PRIMARY ACCOUNT NOT FOUND"
                       TO REJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   MOVE "Y" TO RUN-EXCEPTIONS
               ELSE
                   IF ACC-STATUS = "A"
                       PERFORM SUM-ACCOUNT-HOLDS
                       EVALUATE TRUE
                           WHEN SWP-TARGET > 0
                               AND ACC-BALANCE > SWP-TARGET
                               COMPUTE SWP-EXCESS =
                                   ACC-BALANCE - SWP-TARGET
                               IF (ACC-BALANCE - HOLD-TOTAL)
                                   < SWP-EXCESS
                                   COMPUTE SWP-EXCESS =
                                       ACC-BALANCE - HOLD-TOTAL
                               END-IF
                               IF SWP-EXCESS > 0
                                   MOVE SWP-EXCESS TO SWP-AMOUNT
                                   MOVE SWP-PRIMARY-ACCT
                                       TO SWP-FROM-ACCT
                                   MOVE SWP-FUND-ACCT TO SWP-TO-ACCT
                                   PERFORM SWEEP-FUNDS
                                   IF SWP-OK = "Y"
                                       ADD 1 TO SWP-RUN-OUT
                                       ADD 1 TO SWP-OUT-COUNT
                                       ADD SWP-AMOUNT TO SWP-OUT-VALUE
                                   END-IF
                               END-IF
                           WHEN SWP-FLOOR > 0
                               AND ACC-BALANCE < SWP-FLOOR
                               COMPUTE SWP-AMOUNT =
                                   SWP-FLOOR - ACC-BALANCE
                               MOVE SWP-FUND-ACCT TO SWP-FROM-ACCT
                               MOVE SWP-PRIMARY-ACCT TO SWP-TO-ACCT
                               PERFORM SWEEP-FUNDS
                               IF SWP-OK = "Y"
                                   ADD 1 TO SWP-RUN-IN
                                   ADD 1 TO SWP-IN-COUNT
                                   ADD SWP-AMOUNT TO SWP-IN-VALUE
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      * Cheque book issue (CBK, serials first to last in cols 19-24
      * and 25-30, at most 1000 leaves). Only an active account gets
      * a book, and no serial may already belong to another of its
      * books -- a serial has to name exactly one cheque for stops
      * and presentment to mean anything. The book goes on the
      * register as an I row under the journal reference of its
      * issue line.
       ISSUE-CHEQUE-BOOK.
           IF ACC-STATUS NOT = "A"
               MOVE "ERROR: ACCOUNT NOT ACTIVE" TO OUT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               PERFORM SCAN-CHEQUE-REGISTER
               PERFORM CHECK-BOOK-OVERLAP
               EVALUATE TRUE
                   WHEN CHQ-OVERFLOW = "Y"
                       MOVE "ERROR: CHEQUE REGISTER TOO LARGE"
                           TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   WHEN CHQ-OVERLAP = "Y"
                       MOVE "ERROR: CHEQUE NUMBERS ALREADY ISSUED"
                           TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   WHEN OTHER
                       MOVE SPACE TO OUT-RECORD
                       STRING "SUCCESS: CHEQUES " IN-CHQ-FIRST "-"
                              IN-CHQ-LAST " ISSUED"
                              INTO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE "I" TO CHQ-W-TYPE
                       MOVE TODAY-DATE TO CHQ-W-DATE
                       PERFORM WRITE-CHEQUE-REGISTER-ROW
               END-EVALUATE
           END-IF.

      * Stop-payment instruction (STP): one serial in cols 19-24, or
      * a range with the last serial in cols 25-30, good up to and
      * including the date in cols 41-48. Every serial in the range
      * must have been issued to the account; a single cheque already
      * paid cannot be stopped. A stop can be placed on a frozen or
      * dormant account -- those can still have cheques in the post.
       STOP-CHEQUE-PAYMENT.
           MOVE IN-CHQ-FIRST TO CHQ-SCAN.
           IF ACC-STATUS = "C"
               MOVE "ERROR: ACCOUNT CLOSED" TO OUT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
           IF IN-STOP-EXPIRY < TODAY-DATE
               MOVE "ERROR: STOP EXPIRY DATE ALREADY PASSED"
                   TO OUT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               PERFORM SCAN-CHEQUE-REGISTER
               PERFORM CHECK-CHEQUES-ISSUED
               EVALUATE TRUE
                   WHEN CHQ-OVERFLOW = "Y"
                       MOVE "ERROR: CHEQUE REGISTER TOO LARGE"
                           TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   WHEN CHQ-ISSUED = "N"
                       MOVE SPACE TO OUT-RECORD
                       STRING "ERROR: CHEQUE " CHQ-SCAN(2:6)
                              " NOT ISSUED"
                              INTO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   WHEN CHQ-PAID = "Y" AND IN-CHQ-FIRST = IN-CHQ-LAST
                       MOVE SPACE TO OUT-RECORD
                       STRING "ERROR: CHEQUE " IN-CHQ-FIRST
                              " ALREADY PAID"
                              INTO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   WHEN OTHER
                       MOVE SPACE TO OUT-RECORD
                       STRING "SUCCESS: STOP " IN-CHQ-FIRST "-"
                              IN-CHQ-LAST " TO " IN-STOP-EXPIRY
                              INTO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE "S" TO CHQ-W-TYPE
                       MOVE IN-STOP-EXPIRY TO CHQ-W-DATE
                       PERFORM WRITE-CHEQUE-REGISTER-ROW
               END-EVALUATE
           END-IF
           END-IF.

      * Cheque presentment (CHQ, amount as usual, serial in cols
      * 19-24). The serial must be in a book issued to the account,
      * under no live stop and not already paid; the cheque then
      * posts exactly as a WDR does -- dormant and non-active accounts
      * refused, the daily WDR allowance, live holds and the
      * overdraft in the available-balance test, sweep cover on a
      * shortfall, the WDR fee -- and goes on the register as paid
      * under the reference of its journal line. A cheque short of
      * funds bounces: it is refused, the returned-cheque fee is
      * charged and the customer gets a notice. Every refusal leaves
      * its clearing reason code in CHQ-RETURN-CODE for a clearing
      * caller: A02 account not active, C01 not issued, C02 payment
      * stopped, C03 already paid, C04 insufficient funds, C05 daily
      * limit exceeded, C06 register incomplete. CHQ-SOURCE says
      * where the cheque came from: K over the counter, settled
      * against teller cash 110100, or C through clearing, settled
      * against clearing settlement 120100. A paid cheque is not
      * reversible through REV -- the register would still show it
      * paid; a wrongly paid cheque is put right with a DEP.
       PRESENT-CHEQUE.
           MOVE SPACE TO CHQ-RETURN-CODE.
           MOVE "N" TO CHQ-BOUNCED.
           MOVE IN-CHQ-FIRST TO IN-CHQ-LAST.
           PERFORM SCAN-CHEQUE-REGISTER.
           PERFORM CHECK-CHEQUES-ISSUED.
           MOVE SPACE TO OUT-RECORD.
           EVALUATE TRUE
               WHEN ACC-STATUS = "D"
                   MOVE "A02" TO CHQ-RETURN-CODE
                   MOVE "ERROR: ACCOUNT DORMANT - CHQ BLOCKED"
                       TO OUT-RECORD
               WHEN ACC-STATUS NOT = "A"
                   MOVE "A02" TO CHQ-RETURN-CODE
                   MOVE "ERROR: ACCOUNT NOT ACTIVE" TO OUT-RECORD
               WHEN CHQ-OVERFLOW = "Y"
                   MOVE "C06" TO CHQ-RETURN-CODE
                   MOVE "ERROR: CHEQUE REGISTER TOO LARGE"
                       TO OUT-RECORD
                   MOVE "Y" TO RUN-EXCEPTIONS
               WHEN CHQ-ISSUED = "N"
                   MOVE "C01" TO CHQ-RETURN-CODE
                   STRING "ERROR: CHEQUE " IN-CHQ-FIRST " NOT ISSUED"
                          INTO OUT-RECORD
               WHEN CHQ-STOPPED = "Y"
                   MOVE "C02" TO CHQ-RETURN-CODE
                   STRING "ERROR: CHEQUE " IN-CHQ-FIRST
                          " PAYMENT STOPPED"
                          INTO OUT-RECORD
               WHEN CHQ-PAID = "Y"
                   MOVE "C03" TO CHQ-RETURN-CODE
                   STRING "ERROR: CHEQUE " IN-CHQ-FIRST
                          " ALREADY PAID"
                          INTO OUT-RECORD
               WHEN OTHER
                   PERFORM PAY-CHEQUE
           END-EVALUATE.
           IF CHQ-RETURN-CODE NOT = SPACES
               ADD 1 TO CHQ-REFUSED-COUNT
               IF CHQ-BOUNCED = "N"
                   PERFORM WRITE-JOURNAL-RECORD
               END-IF
           END-IF.

       PAY-CHEQUE.
           PERFORM CHECK-WDR-LIMIT.
           IF LIMIT-BREACH = "Y"
               MOVE "C05" TO CHQ-RETURN-CODE
               MOVE "ERROR: DAILY WDR LIMIT EXCEEDED" TO OUT-RECORD
           ELSE
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE WDR-NEW-BAL = TMP-BALANCE - IN-AMOUNT
               IF (WDR-NEW-BAL + ACC-OD-LIMIT - HOLD-TOTAL) < 0
                   COMPUTE SWP-AMOUNT = HOLD-TOTAL
                       - WDR-NEW-BAL - ACC-OD-LIMIT
                   PERFORM COVER-SHORTFALL
                   IF SWP-TRIED = "Y"
                       PERFORM READ-SWEPT-ACCOUNT
                       PERFORM SUM-ACCOUNT-HOLDS
                       MOVE ACC-BALANCE TO TMP-BALANCE
                       COMPUTE WDR-NEW-BAL = TMP-BALANCE - IN-AMOUNT
                   END-IF
               END-IF
               IF (WDR-NEW-BAL + ACC-OD-LIMIT - HOLD-TOTAL) >= 0
                   MOVE WDR-NEW-BAL TO TMP-BALANCE
                   IF CHQ-SOURCE = "C"
                       STRING "SUCCESS: CHEQUE " IN-CHQ-FIRST
                              " PAID BY CLEARING"
                              INTO OUT-RECORD
                       MOVE "120100" TO GL-CR-CODE
                   ELSE
                       STRING "SUCCESS: CHEQUE " IN-CHQ-FIRST " PAID"
                              INTO OUT-RECORD
                       MOVE "110100" TO GL-CR-CODE
                   END-IF
                   PERFORM WRITE-UPDATED-RECORD
                   COMPUTE CHQ-W-REF = JREF-NEXT - 1
                   MOVE "210100" TO GL-DR-CODE
                   MOVE IN-ACCOUNT TO GL-DR-ACCT
                   MOVE IN-ACCOUNT TO GL-CR-ACCT
                   PERFORM WRITE-GL-PAIR
                   PERFORM POST-TRANSACTION-FEE
                   MOVE "P" TO CHQ-W-TYPE
                   MOVE TODAY-DATE TO CHQ-W-DATE
                   PERFORM WRITE-CHEQUE-REGISTER-ROW
                   ADD 1 TO CHQ-PAID-COUNT
                   ADD IN-AMOUNT TO CHQ-PAID-VALUE
               ELSE
                   PERFORM BOUNCE-CHEQUE
               END-IF
           END-IF.

      * The refusal journals first, on the balance the cheque was
      * refused against, then the fee line follows it.
       BOUNCE-CHEQUE.
           MOVE "Y" TO CHQ-BOUNCED.
           MOVE "C04" TO CHQ-RETURN-CODE.
           MOVE SPACE TO OUT-RECORD.
           STRING "ERROR: CHEQUE " IN-CHQ-FIRST " RETURNED - NO FUNDS"
                  INTO OUT-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.
           PERFORM POST-TRANSACTION-FEE.
           MOVE IN-ACCOUNT TO NTC-ACCT.
           MOVE ACC-CUST-ID TO NTC-CUST-ID.
           MOVE "CHQ RETURNED" TO NTC-EVENT.
           PERFORM WRITE-NOTICE.
           ADD 1 TO CHQ-BOUNCE-COUNT.

      * One pass over the register for IN-ACCOUNT: its issued books
      * into CQI-TABLE, and whether any serial from IN-CHQ-FIRST to
      * IN-CHQ-LAST is under a live stop or already paid. A stop is
      * live up to and including its date.
       SCAN-CHEQUE-REGISTER.
           MOVE 0 TO CQI-COUNT.
           MOVE "N" TO CHQ-OVERFLOW.
           MOVE "N" TO CHQ-STOPPED.
           MOVE "N" TO CHQ-PAID.
           OPEN INPUT CHQ-FILE.
           IF CHQ-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ CHQ-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM TAKE-CHEQUE-ROW
                   END-READ
               END-PERFORM
               CLOSE CHQ-FILE
           END-IF.

       TAKE-CHEQUE-ROW.
           IF CHQ-RECORD(1:6) NOT NUMERIC
               OR CHQ-RECORD(10:6) NOT NUMERIC
               OR CHQ-RECORD(17:6) NOT NUMERIC
               OR CHQ-RECORD(24:8) NOT NUMERIC
               MOVE "CHEQUES" TO REJ-SRC-TEMP
               MOVE CHQ-RECORD TO REJ-RAW-TEMP
               MOVE "INVALID CHEQUE REGISTER ROW" TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF CHQ-REC-ACCT = IN-ACCOUNT
                   EVALUATE CHQ-REC-TYPE
                       WHEN "I"
                           IF CQI-COUNT >= 200
                               MOVE "Y" TO CHQ-OVERFLOW
                           ELSE
                               ADD 1 TO CQI-COUNT
                               MOVE CHQ-REC-FIRST
                                   TO CQI-FIRST(CQI-COUNT)
                               MOVE CHQ-REC-LAST
                                   TO CQI-LAST(CQI-COUNT)
                           END-IF
                       WHEN "S"
                           IF CHQ-REC-DATE >= TODAY-DATE
                               AND CHQ-REC-FIRST <= IN-CHQ-LAST
                               AND CHQ-REC-LAST >= IN-CHQ-FIRST
                               MOVE "Y" TO CHQ-STOPPED
                           END-IF
                       WHEN "P"
                           IF CHQ-REC-FIRST >= IN-CHQ-FIRST
                               AND CHQ-REC-FIRST <= IN-CHQ-LAST
                               MOVE "Y" TO CHQ-PAID
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      * CHQ-ISSUED stays Y only if every serial from IN-CHQ-FIRST to
      * IN-CHQ-LAST falls in one of the account's books; CHQ-SCAN is
      * left on the first serial that does not.
       CHECK-CHEQUES-ISSUED.
           MOVE "Y" TO CHQ-ISSUED.
           PERFORM VARYING CHQ-SCAN FROM IN-CHQ-FIRST BY 1
               UNTIL CHQ-SCAN > IN-CHQ-LAST
               MOVE "N" TO CHQ-COVERED
               PERFORM VARYING CQI-IX FROM 1 BY 1
                   UNTIL CQI-IX > CQI-COUNT
                   IF CHQ-SCAN >= CQI-FIRST(CQI-IX)
                       AND CHQ-SCAN <= CQI-LAST(CQI-IX)
                       MOVE "Y" TO CHQ-COVERED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF CHQ-COVERED = "N"
                   MOVE "N" TO CHQ-ISSUED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-BOOK-OVERLAP.
           MOVE "N" TO CHQ-OVERLAP.
           PERFORM VARYING CQI-IX FROM 1 BY 1
               UNTIL CQI-IX > CQI-COUNT
               IF CQI-FIRST(CQI-IX) <= IN-CHQ-LAST
                   AND CQI-LAST(CQI-IX) >= IN-CHQ-FIRST
                   MOVE "Y" TO CHQ-OVERLAP
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Appends one register row of type CHQ-W-TYPE for IN-ACCOUNT
      * and IN-CHQ-FIRST to IN-CHQ-LAST, under the reference of the
      * journal line just written.
       WRITE-CHEQUE-REGISTER-ROW.
           OPEN EXTEND CHQ-FILE.
           IF CHQ-STATUS = "35"
               CLOSE CHQ-FILE
               OPEN OUTPUT CHQ-FILE
           END-IF.
           INITIALIZE CHQ-RECORD WITH FILLER.
           MOVE IN-ACCOUNT TO CHQ-REC-ACCT.
           MOVE CHQ-W-TYPE TO CHQ-REC-TYPE.
           MOVE IN-CHQ-FIRST TO CHQ-REC-FIRST.
           MOVE IN-CHQ-LAST TO CHQ-REC-LAST.
           MOVE CHQ-W-DATE TO CHQ-REC-DATE.
           IF CHQ-W-TYPE = "P"
               MOVE CHQ-W-REF TO CHQ-REC-REF
               MOVE IN-AMOUNT TO CHQ-AMT-ED
               MOVE CHQ-AMT-ED TO CHQ-REC-AMT
               MOVE CHQ-SOURCE TO CHQ-REC-SOURCE
               MOVE RUN-ID TO CHQ-REC-RUN
           ELSE
               COMPUTE CHQ-REC-REF = JREF-NEXT - 1
           END-IF.
           WRITE CHQ-RECORD.
           CLOSE CHQ-FILE.

      * The maker-checker threshold and approval shelf life live in
      * approval_limit.txt: line one is the amount above which DEP,
           END-IF
           END-IF.

      * Above-threshold DEP, WDR, TRF, OBP and CHQ stop here instead of
      * posting: the whole input line is queued under a fresh held
      * reference and the journal records the attempt under a HELD:
      * message, which no statement, reconciliation or usage scan
      * read it back from there), and emits the opposite DR/CR pair
      * so the extract stays balanced. A TRF leg reverses through
      * suspense 190100 -- reversing both legs nets the suspense to
      * zero. Reversing an interest credit that had tax withheld
      * takes a second REV for its WHT line, which refunds the tax
      * out of 240100. The reversed original drops out of statement
      * movement lines and the daily limit sums; EOD counts both
      * original and REV because both really moved the balance.
       REVERSE-POSTING.
           MOVE IN-AMOUNT TO REV-REF.
           MOVE REV-REF TO REV-REF-X.
                        ORIG-ACTION NOT = "TRF" AND
                        ORIG-ACTION NOT = "INT" AND
                        ORIG-ACTION NOT = "FEE" AND
                        ORIG-ACTION NOT = "CLG" AND
                        ORIG-ACTION NOT = "WHT"
                       MOVE "ERROR: ACTION NOT REVERSIBLE"
                           TO OUT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
               WHEN ORIG-ACTION = "FEE"
                   MOVE "430100" TO GL-DR-CODE
                   MOVE "210100" TO GL-CR-CODE
               WHEN ORIG-ACTION = "WHT"
                   MOVE "240100" TO GL-DR-CODE
                   MOVE "210100" TO GL-CR-CODE
               WHEN ORIG-ACTION = "CLG"
                   MOVE "210100" TO GL-DR-CODE
                   MOVE "120100" TO GL-CR-CODE
      * Only the debit legs count: WDR postings, and TRF postings
      * where the balance went down (the credit leg into an account
      * shows the balance going up and is not outbound usage).
      * An outbound interbank payment (OBP) is a transfer that
      * leaves the bank and uses the same TRF allowance, as does a
      * sweep (SWP) leg out of the account. A paid cheque (CHQ) posts
      * like a withdrawal and uses the WDR allowance.
       TALLY-DEBIT-ENTRY.
           IF JRNL-IN-RECORD(1:6) = LIM-ACCT-X
               AND JRNL-IN-RECORD(88:8) NUMERIC
               IF REVD-FOUND = "N"
                   AND LIM-SCAN-DATE = TODAY-DATE
                   IF JRNL-IN-RECORD(8:3) = "WDR"
                       OR JRNL-IN-RECORD(8:3) = "CHQ"
                       ADD FUNCTION NUMVAL(JRNL-IN-RECORD(12:10))
                           TO WDR-USED
                   END-IF
                   IF JRNL-IN-RECORD(8:3) = "OBP"
                       ADD FUNCTION NUMVAL(JRNL-IN-RECORD(12:10))
                           TO TRF-USED
                   END-IF
                   IF JRNL-IN-RECORD(8:3) = "TRF"
                       OR JRNL-IN-RECORD(8:3) = "SWP"
                       MOVE FUNCTION NUMVAL(JRNL-IN-RECORD(23:11))
                           TO LIM-BEFORE
                       MOVE FUNCTION NUMVAL(JRNL-IN-RECORD(35:11))
      * posting. Ledger codes: 110100 teller cash, 210100 customer
      * deposits, 410100 interest expense, 430100 fee income, 120100
      * clearing settlement, 190100 reversal suspense for single TRF
      * legs, 220100 term deposits, 410200 term-deposit interest
      * expense, 430200 term-deposit break penalties, 130100 loans
      * receivable, 420100 loan interest income, 240100 withholding
      * tax payable. Interest debits
      * (negative rate) post the pair the other way round. Zero-amount
      * postings write no pair.
       WRITE-GL-PAIR.
           IF IN-AMOUNT > 0
               MOVE IN-AMOUNT TO GL-PAIR-AMOUNT
      * Product master rows: product code (cols 1-3), description
      * (5-24), monthly interest rate (26-33, same form as
      * interest_rate.txt), default overdraft limit (35-43), default
      * daily WDR cap (45-53), default daily TRF cap (55-63), a
      * minimum-balance band (65-73) and, for term-deposit products,
      * the early-break penalty as a fraction of principal (75-82,
      * same form as the rate). A product may carry several
      * rows tiered by band: the row with the highest band the
      * balance qualifies for wins, and a zero or blank band is the
      * base tier that always qualifies. A blank code, or a code with
           MOVE 0 TO PROD-OD-LIMIT.
           MOVE 0 TO PROD-WDR-CAP.
           MOVE 0 TO PROD-TRF-CAP.
           MOVE 0 TO PROD-BRK-RATE.
           MOVE 0 TO PROD-BEST-BAND.
           IF PROD-LOOKUP-CODE NOT = SPACES
               OPEN INPUT PROD-FILE
                       MOVE FUNCTION NUMVAL(PROD-RECORD(55:9))
                           TO PROD-TRF-CAP
                   END-IF
                   IF FUNCTION TEST-NUMVAL(PROD-RECORD(75:8)) = 0
                       MOVE FUNCTION NUMVAL(PROD-RECORD(75:8))
                           TO PROD-BRK-RATE
                   END-IF
               END-IF
           END-IF.

               CLOSE INT-RATE-FILE
           END-IF.

      * A missing file, or a rate that is not a fraction below one,
      * leaves the rate at zero and interest is paid gross.
       FIND-WITHHOLDING-TAX.
           MOVE 0 TO WHT-RATE.
           MOVE 0 TO WHT-THRESHOLD.
           OPEN INPUT WHT-FILE.
           IF WHT-STATUS NOT = "35"
               READ WHT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WHT-RECORD) = 0
                           IF FUNCTION NUMVAL(WHT-RECORD) < 1
                               MOVE FUNCTION NUMVAL(WHT-RECORD)
                                   TO WHT-RATE
                           END-IF
                       END-IF
               END-READ
               READ WHT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WHT-RECORD) = 0
                           MOVE FUNCTION NUMVAL(WHT-RECORD)
                               TO WHT-THRESHOLD
                       END-IF
               END-READ
               CLOSE WHT-FILE
           END-IF.

      * Per-action run accounting for the operations summary: every
      * input record counts as read under its action code, a SUCCESS
      * outcome counts as posted, and an input-validation reject
                  " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL2)
                  INTO RSUM-RECORD.
           WRITE RSUM-RECORD.
           MOVE OB-SENT-COUNT TO FORMATTED-CLG-CNT.
           MOVE OB-SENT-VALUE TO FORMATTED-CLG-VAL.
           MOVE SPACE TO RSUM-RECORD.
           STRING "OUTBOUND SENT="
                  FUNCTION TRIM(FORMATTED-CLG-CNT)
                  " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                  INTO RSUM-RECORD.
           WRITE RSUM-RECORD.
           MOVE OB-MATCHED-COUNT TO FORMATTED-CLG-CNT.
           MOVE OB-MATCHED-VALUE TO FORMATTED-CLG-VAL.
           MOVE OB-UNMATCHED-COUNT TO FORMATTED-CLG-CNT2.
           MOVE OB-UNMATCHED-VALUE TO FORMATTED-CLG-VAL2.
           MOVE SPACE TO RSUM-RECORD.
           STRING "OUTBOUND RETURNS MATCHED="
                  FUNCTION TRIM(FORMATTED-CLG-CNT)
                  " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                  " UNMATCHED=" FUNCTION TRIM(FORMATTED-CLG-CNT2)
                  " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL2)
                  INTO RSUM-RECORD.
           WRITE RSUM-RECORD.
           PERFORM VARYING OBX-IX FROM 1 BY 1
               UNTIL OBX-IX > OBX-COUNT
               MOVE SPACE TO RSUM-RECORD
               STRING "UNMATCHED RETURN " OBX-REF(OBX-IX)
                      " " OBX-AMT(OBX-IX)
                      " " OBX-PROBLEM(OBX-IX)
                      INTO RSUM-RECORD
               WRITE RSUM-RECORD
           END-PERFORM.
           MOVE SWP-OUT-COUNT TO FORMATTED-CLG-CNT.
           MOVE SWP-OUT-VALUE TO FORMATTED-CLG-VAL.
           MOVE SWP-IN-COUNT TO FORMATTED-CLG-CNT2.
           MOVE SWP-IN-VALUE TO FORMATTED-CLG-VAL2.
           MOVE SPACE TO RSUM-RECORD.
           STRING "SWEEPS OUT="
                  FUNCTION TRIM(FORMATTED-CLG-CNT)
                  " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                  " IN=" FUNCTION TRIM(FORMATTED-CLG-CNT2)
                  " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL2)
                  INTO RSUM-RECORD.
           WRITE RSUM-RECORD.
           MOVE SWP-COVER-COUNT TO FORMATTED-CLG-CNT.
           MOVE SWP-COVER-VALUE TO FORMATTED-CLG-VAL.
           MOVE SWP-REFUSED-COUNT TO FORMATTED-CLG-CNT2.
           MOVE SPACE TO RSUM-RECORD.
           STRING "SWEEP SHORTFALL COVER="
                  FUNCTION TRIM(FORMATTED-CLG-CNT)
                  " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                  " LEGS REFUSED=" FUNCTION TRIM(FORMATTED-CLG-CNT2)
                  INTO RSUM-RECORD.
           WRITE RSUM-RECORD.
           MOVE CHQ-PAID-COUNT TO FORMATTED-CLG-CNT.
           MOVE CHQ-PAID-VALUE TO FORMATTED-CLG-VAL.
           MOVE CHQ-REFUSED-COUNT TO FORMATTED-CLG-CNT2.
           MOVE CHQ-BOUNCE-COUNT TO FORMATTED-SWP-CNT.
           MOVE SPACE TO RSUM-RECORD.
           STRING "CHEQUES PAID="
                  FUNCTION TRIM(FORMATTED-CLG-CNT)
                  " VALUE=" FUNCTION TRIM(FORMATTED-CLG-VAL)
                  " REFUSED=" FUNCTION TRIM(FORMATTED-CLG-CNT2)
                  " BOUNCED=" FUNCTION TRIM(FORMATTED-SWP-CNT)
                  INTO RSUM-RECORD.
           WRITE RSUM-RECORD.
           MOVE GL-DR-TOTAL TO FORMATTED-GL-DR.
           MOVE GL-CR-TOTAL TO FORMATTED-GL-CR.
           MOVE SPACE TO RSUM-RECORD.
