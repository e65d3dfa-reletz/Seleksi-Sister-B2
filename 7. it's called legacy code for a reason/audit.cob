       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT.

      * Overnight data-quality audit. Reads the files BANKING posts
      * against -- accounts.txt, customers.txt, products.txt,
      * limits.txt, fees.txt, holds.txt, held.txt and pending.txt --
      * and checks each against the others: account records that are
      * unreadable or carry a short layout, owners missing from the
      * customer file, product codes missing from the product master,
      * limits and fee rows for closed or missing accounts, holds and
      * held items against closed or missing accounts, standing
      * orders that point at frozen, closed or missing accounts, and
      * rows in any file BANKING would reject. For the branch to
      * clean up it also lists customers with no accounts and
      * accounts whose balance is under the lowest band of their
      * product. Everything goes to audit_report.txt grouped by rule
      * with a count per rule. Every file is opened INPUT; nothing is
      * changed. Return codes: 0 no critical findings (warnings may
      * still be listed), 2 critical findings -- the overnight
      * schedule stops before posting -- and 3 when the accounts or
      * customer file cannot be opened at all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-REC-ACCOUNT
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-REC-ID
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT PROD-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROD-STATUS.
           SELECT LIM-FILE ASSIGN TO "limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-STATUS.
           SELECT FEE-FILE ASSIGN TO "fees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT HELD-FILE ASSIGN TO "held.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-STATUS.
           SELECT PEND-FILE ASSIGN TO "pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.
           SELECT AUD-FILE ASSIGN TO "audit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Same layouts BANKING reads and writes; a short-layout record
      * shows a non-numeric ACC-REC-CUST ("no owner on file") and a
      * blank ACC-REC-PROD ("no product on file").
       FD ACC-FILE.
       01 ACC-RECORD.
           05 ACC-REC-ACCOUNT   PIC 9(6).
           05 ACC-REC-ACTION    PIC X(3).
           05 ACC-REC-SIGN      PIC X(1).
           05 ACC-REC-BAL-TEXT  PIC X(10).
           05 ACC-REC-STATUS    PIC X(1).
           05 ACC-REC-OD-TEXT   PIC X(10).
           05 ACC-REC-CUST      PIC 9(6).
           05 ACC-REC-PROD      PIC X(3).

       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-REC-ID       PIC 9(6).
           05 CUST-REC-NAME     PIC X(30).
           05 CUST-REC-DOC      PIC X(16).
           05 CUST-REC-CONTACT  PIC X(25).
           05 CUST-REC-TAX-EXEMPT PIC X(1).

       FD PROD-FILE.
       01 PROD-RECORD           PIC X(82).

       FD LIM-FILE.
       01 LIM-RECORD            PIC X(30).

       FD FEE-FILE.
       01 FEE-RECORD            PIC X(56).

       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(40).

       FD HELD-FILE.
       01 HELD-RECORD.
           05 HELD-REF          PIC 9(6).
           05 FILLER            PIC X.
           05 HELD-DATE         PIC 9(8).
           05 FILLER            PIC X.
           05 HELD-OPER         PIC X(4).
           05 FILLER            PIC X.
           05 HELD-TXN          PIC X(80).

       FD PEND-FILE.
       01 PEND-RECORD.
           05 PEND-DATE         PIC 9(8).
           05 PEND-FREQ         PIC X(1).
           05 FILLER            PIC X.
           05 PEND-TXN          PIC X(26).

       FD AUD-FILE.
       01 AUD-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS       PIC X(2).
       77 CUST-FILE-STATUS      PIC X(2).
       77 PROD-STATUS           PIC X(2).
       77 LIM-STATUS            PIC X(2).
       77 FEE-STATUS            PIC X(2).
       77 HOLD-STATUS           PIC X(2).
       77 HELD-STATUS           PIC X(2).
       77 PEND-STATUS           PIC X(2).
       77 AUD-STATUS            PIC X(2).
       77 TODAY-DATE            PIC 9(8).

       77 AUD-ACC-READ          PIC 9(7) VALUE 0.
       77 AUD-CUST-READ         PIC 9(7) VALUE 0.
       77 AUD-PROD-READ         PIC 9(7) VALUE 0.
       77 AUD-LIM-READ          PIC 9(7) VALUE 0.
       77 AUD-FEE-READ          PIC 9(7) VALUE 0.
       77 AUD-HOLD-READ         PIC 9(7) VALUE 0.
       77 AUD-HELD-READ         PIC 9(7) VALUE 0.
       77 AUD-PEND-READ         PIC 9(7) VALUE 0.
       77 AUD-CRITICAL          PIC 9(7) VALUE 0.
       77 AUD-WARNINGS          PIC 9(7) VALUE 0.

       77 AUD-RULE-CODE         PIC X(3).
       77 AUD-RULE-SEV          PIC X(1).
       77 AUD-RULE-DESC         PIC X(40).
       77 AUD-DETAIL            PIC X(80).
       77 AUD-FIELD             PIC X(10).
       77 AUD-BAD               PIC X VALUE "N".
       77 AUD-LINE-NO           PIC 9(7).
       77 AUD-LINE-ED           PIC Z(6)9.
       77 AUD-CHECK-ACCT        PIC X(6).
       77 AUD-CHECK-STATUS      PIC X(1).
       77 AUD-CHECK-TEXT        PIC X(11).
       77 AUD-BALANCE           PIC S9(7)V99.
       77 AUD-MIN-BAND          PIC 9(7)V99.
       77 AUD-BASE-TIER         PIC X VALUE "N".
       77 AUD-PROD-HIT          PIC X VALUE "N".
       77 AUD-AMT-ED            PIC -Z(6)9.99.
       77 AUD-AMT-ED2           PIC Z(6)9.99.
       77 AUD-CNT-ED            PIC Z(6)9.
       77 AUD-CNT-ED2           PIC Z(6)9.
       77 AUD-CNT-ED3           PIC Z(6)9.
       77 AUD-CNT-ED4           PIC Z(6)9.
       77 AUD-CNT-ED5           PIC Z(6)9.
       77 AUD-CNT-ED6           PIC Z(6)9.
       77 AUD-CNT-ED7           PIC Z(6)9.
       77 AUD-CNT-ED8           PIC Z(6)9.
       77 AUD-RC                PIC 9(1) VALUE 0.

      * One row per rule, in report order, with its severity (C
      * critical, W warning) and the number of findings raised.
       77 AR-COUNT              PIC 9(2) VALUE 0.
       77 AR-IX                 PIC 9(2).
       77 AR-POS                PIC 9(2).

       01 AUD-RULE-TABLE.
           05 AUD-RULE-ENTRY OCCURS 20 TIMES.
               10 AR-CODE           PIC X(3).
               10 AR-SEV            PIC X(1).
               10 AR-DESC           PIC X(40).
               10 AR-FOUND          PIC 9(7).

      * Finding detail lines; once the table is full the counts still
      * run on but further detail lines are dropped.
       77 AF-COUNT              PIC 9(4) VALUE 0.
       77 AF-IX                 PIC 9(4).
       77 AF-OVERFLOW           PIC X VALUE "N".

       01 AUD-FINDING-TABLE.
           05 AUD-FINDING OCCURS 5000 TIMES.
               10 AF-RULE           PIC 9(2).
               10 AF-TEXT           PIC X(80).

      * Product master rows: code and minimum-balance band.
       77 PT-COUNT              PIC 9(3) VALUE 0.
       77 PT-IX                 PIC 9(3).
       77 PT-OVERFLOW           PIC X VALUE "N".

       01 PROD-TABLE.
           05 PROD-ROW OCCURS 500 TIMES.
               10 PT-CODE           PIC X(3).
               10 PT-BAND           PIC 9(7)V99.

      * Every customer number some account carries as its owner.
       77 OWN-COUNT             PIC 9(5) VALUE 0.
       77 OWN-IX                PIC 9(5).
       77 OWN-FOUND             PIC X VALUE "N".
       77 OWN-OVERFLOW          PIC X VALUE "N".

       01 OWNER-TABLE.
           05 OWN-CUST          PIC 9(6) OCCURS 20000 TIMES.

       PROCEDURE DIVISION.

       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           OPEN INPUT ACC-FILE.
           IF ACC-FILE-STATUS(1:1) NOT = "0"
               DISPLAY "ERROR: CANNOT OPEN ACCOUNTS FILE - STATUS "
                       ACC-FILE-STATUS
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUST-FILE.
           IF CUST-FILE-STATUS(1:1) NOT = "0"
               DISPLAY "ERROR: CANNOT OPEN CUSTOMER FILE - STATUS "
                       CUST-FILE-STATUS
               CLOSE ACC-FILE
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-UP-AUDIT-RULES.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM AUDIT-ACCOUNTS.
           PERFORM AUDIT-CUSTOMERS.
           PERFORM AUDIT-LIMITS.
           PERFORM AUDIT-FEES.
           PERFORM AUDIT-HOLDS.
           PERFORM AUDIT-HELD-ITEMS.
           PERFORM AUDIT-PENDING-ORDERS.
           CLOSE ACC-FILE.
           CLOSE CUST-FILE.
           IF AUD-CRITICAL > 0
               MOVE 2 TO AUD-RC
           ELSE
               MOVE 0 TO AUD-RC
           END-IF.
           PERFORM WRITE-AUDIT-REPORT.
           MOVE AUD-CRITICAL TO AUD-CNT-ED.
           MOVE AUD-WARNINGS TO AUD-CNT-ED2.
           DISPLAY "AUDIT " TODAY-DATE
                   " CRITICAL=" FUNCTION TRIM(AUD-CNT-ED)
                   " WARNINGS=" FUNCTION TRIM(AUD-CNT-ED2)
                   " RETURN CODE " AUD-RC.
           MOVE AUD-RC TO RETURN-CODE.
           STOP RUN.

      * The rules in the order they print. A critical rule is data
      * BANKING would post against wrongly or reject mid-run; a
      * warning is housekeeping for the branch.
       SET-UP-AUDIT-RULES.
           MOVE 0 TO AR-COUNT.
           MOVE "A01" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "ACCOUNT RECORD UNREADABLE" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "A02" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "ACCOUNT RECORD IN SHORT LAYOUT" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "A03" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "ACCOUNT STATUS NOT A/F/C/D" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "A04" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "ACCOUNT OWNER NOT ON CUSTOMER FILE" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "A05" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "ACCOUNT PRODUCT NOT ON PRODUCT FILE"
               TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "A06" TO AUD-RULE-CODE.
           MOVE "W" TO AUD-RULE-SEV.
           MOVE "BALANCE BELOW PRODUCT MINIMUM BAND" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "C01" TO AUD-RULE-CODE.
           MOVE "W" TO AUD-RULE-SEV.
           MOVE "CUSTOMER WITH NO ACCOUNTS" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "P01" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "PRODUCT ROW UNREADABLE" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "L01" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "LIMITS ROW UNREADABLE" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "L02" TO AUD-RULE-CODE.
           MOVE "W" TO AUD-RULE-SEV.
           MOVE "LIMITS ROW FOR CLOSED OR MISSING ACCOUNT"
               TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "F01" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "FEES ROW UNREADABLE" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "F02" TO AUD-RULE-CODE.
           MOVE "W" TO AUD-RULE-SEV.
           MOVE "FEES ROW FOR CLOSED OR MISSING ACCOUNT"
               TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "H01" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "HOLD ROW UNREADABLE" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "H02" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "HOLD ON CLOSED OR MISSING ACCOUNT" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "Q01" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "HELD ITEM UNREADABLE" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "Q02" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "HELD ITEM ON CLOSED OR MISSING ACCOUNT"
               TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "S01" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "PENDING ORDER UNREADABLE" TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.
           MOVE "S02" TO AUD-RULE-CODE.
           MOVE "C" TO AUD-RULE-SEV.
           MOVE "PENDING ORDER ON FROZEN/CLOSED/MISSING ACCT"
               TO AUD-RULE-DESC.
           PERFORM ADD-AUDIT-RULE.

       ADD-AUDIT-RULE.
           ADD 1 TO AR-COUNT.
           MOVE AUD-RULE-CODE TO AR-CODE(AR-COUNT).
           MOVE AUD-RULE-SEV TO AR-SEV(AR-COUNT).
           MOVE AUD-RULE-DESC TO AR-DESC(AR-COUNT).
           MOVE 0 TO AR-FOUND(AR-COUNT).

      * Raises one finding under AUD-RULE-CODE with AUD-DETAIL as its
      * detail line.
       RECORD-FINDING.
           MOVE 0 TO AR-POS.
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
               IF AR-CODE(AR-IX) = AUD-RULE-CODE
                   MOVE AR-IX TO AR-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF AR-POS > 0
               ADD 1 TO AR-FOUND(AR-POS)
               IF AR-SEV(AR-POS) = "C"
                   ADD 1 TO AUD-CRITICAL
               ELSE
                   ADD 1 TO AUD-WARNINGS
               END-IF
               IF AF-COUNT < 5000
                   ADD 1 TO AF-COUNT
                   MOVE AR-POS TO AF-RULE(AF-COUNT)
                   MOVE AUD-DETAIL TO AF-TEXT(AF-COUNT)
               ELSE
                   MOVE "Y" TO AF-OVERFLOW
               END-IF
           END-IF.

      * An amount column is readable when blank (BANKING treats that
      * as "not set") or a number; anything else sets AUD-BAD.
       CHECK-AUDIT-FIELD.
           IF AUD-FIELD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(AUD-FIELD) NOT = 0
               MOVE "Y" TO AUD-BAD
           END-IF.

      * Status of the account in AUD-CHECK-ACCT: its status byte, or
      * space when it is not on file, with the text for a finding.
       LOOK-UP-AUDIT-ACCOUNT.
           MOVE AUD-CHECK-ACCT TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   MOVE SPACE TO AUD-CHECK-STATUS
                   MOVE "NOT ON FILE" TO AUD-CHECK-TEXT
               NOT INVALID KEY
                   MOVE ACC-REC-STATUS TO AUD-CHECK-STATUS
                   EVALUATE ACC-REC-STATUS
                       WHEN "C"
                           MOVE "CLOSED" TO AUD-CHECK-TEXT
                       WHEN "F"
                           MOVE "FROZEN" TO AUD-CHECK-TEXT
                       WHEN "D"
                           MOVE "DORMANT" TO AUD-CHECK-TEXT
                       WHEN OTHER
                           MOVE "ACTIVE" TO AUD-CHECK-TEXT
                   END-EVALUATE
           END-READ.

       LOAD-PRODUCT-TABLE.
           MOVE 0 TO AUD-LINE-NO.
           OPEN INPUT PROD-FILE.
           IF PROD-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ PROD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO AUD-PROD-READ
                           ADD 1 TO AUD-LINE-NO
                           IF PROD-RECORD NOT = SPACES
                               PERFORM TAKE-PRODUCT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
           END-IF.

       TAKE-PRODUCT-ROW.
           MOVE "N" TO AUD-BAD.
           IF PROD-RECORD(1:3) = SPACES
               MOVE "Y" TO AUD-BAD
           END-IF.
           MOVE PROD-RECORD(26:8) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE PROD-RECORD(35:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE PROD-RECORD(45:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE PROD-RECORD(55:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE PROD-RECORD(65:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE PROD-RECORD(75:8) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           IF AUD-BAD = "Y"
               MOVE AUD-LINE-NO TO AUD-LINE-ED
               MOVE "P01" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "PRODUCTS LINE " FUNCTION TRIM(AUD-LINE-ED)
                      ": " PROD-RECORD(1:60)
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           END-IF.
           IF PROD-RECORD(1:3) NOT = SPACES
               IF PT-COUNT >= 500
                   MOVE "Y" TO PT-OVERFLOW
               ELSE
                   ADD 1 TO PT-COUNT
                   MOVE PROD-RECORD(1:3) TO PT-CODE(PT-COUNT)
                   MOVE 0 TO PT-BAND(PT-COUNT)
                   IF FUNCTION TEST-NUMVAL(PROD-RECORD(65:9)) = 0
                       MOVE FUNCTION NUMVAL(PROD-RECORD(65:9))
                           TO PT-BAND(PT-COUNT)
                   END-IF
               END-IF
           END-IF.

      * One pass over the account master. A record BANKING would
      * reject (balance or overdraft not a number, no sign) is not
      * tested further: its balance means nothing.
       AUDIT-ACCOUNTS.
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
                       ADD 1 TO AUD-ACC-READ
                       PERFORM CHECK-ACCOUNT-RECORD
               END-READ
           END-PERFORM.

       CHECK-ACCOUNT-RECORD.
           IF FUNCTION TEST-NUMVAL(ACC-REC-BAL-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(ACC-REC-OD-TEXT) NOT = 0
               OR (ACC-REC-SIGN NOT = "+" AND ACC-REC-SIGN NOT = "-")
               MOVE "A01" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "ACCOUNT " ACC-REC-ACCOUNT
                      " BALANCE " ACC-REC-SIGN ACC-REC-BAL-TEXT
                      " OD LIMIT " ACC-REC-OD-TEXT
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           ELSE
               IF ACC-REC-STATUS NOT = "A" AND ACC-REC-STATUS NOT = "F"
                   AND ACC-REC-STATUS NOT = "C"
                   AND ACC-REC-STATUS NOT = "D"
                   MOVE "A03" TO AUD-RULE-CODE
                   MOVE SPACE TO AUD-DETAIL
                   STRING "ACCOUNT " ACC-REC-ACCOUNT
                          " STATUS '" ACC-REC-STATUS "'"
                          INTO AUD-DETAIL
                   PERFORM RECORD-FINDING
               END-IF
               IF ACC-REC-CUST NOT NUMERIC
                   MOVE "A02" TO AUD-RULE-CODE
                   MOVE SPACE TO AUD-DETAIL
                   STRING "ACCOUNT " ACC-REC-ACCOUNT
                          " OWNER FIELD '" ACC-RECORD(32:6) "'"
                          " PRODUCT '" ACC-RECORD(38:3) "'"
                          INTO AUD-DETAIL
                   PERFORM RECORD-FINDING
               ELSE
                   PERFORM NOTE-ACCOUNT-OWNER
                   MOVE ACC-REC-CUST TO CUST-REC-ID
                   READ CUST-FILE
                       INVALID KEY
                           MOVE "A04" TO AUD-RULE-CODE
                           MOVE SPACE TO AUD-DETAIL
                           STRING "ACCOUNT " ACC-REC-ACCOUNT
                                  " OWNER " ACC-REC-CUST
                                  INTO AUD-DETAIL
                           PERFORM RECORD-FINDING
                   END-READ
               END-IF
               IF ACC-REC-PROD NOT = SPACES
                   AND PT-OVERFLOW = "N"
                   PERFORM CHECK-ACCOUNT-PRODUCT
               END-IF
           END-IF.

      * The product's lowest band is its minimum balance, unless one
      * of its rows is a base tier (zero or blank band), which any
      * balance qualifies for. Closed accounts are not tested.
       CHECK-ACCOUNT-PRODUCT.
           MOVE "N" TO AUD-PROD-HIT.
           MOVE "N" TO AUD-BASE-TIER.
           MOVE 0 TO AUD-MIN-BAND.
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT
               IF PT-CODE(PT-IX) = ACC-REC-PROD
                   IF PT-BAND(PT-IX) = 0
                       MOVE "Y" TO AUD-BASE-TIER
                   ELSE
                       IF AUD-PROD-HIT = "N"
                           OR PT-BAND(PT-IX) < AUD-MIN-BAND
                           MOVE PT-BAND(PT-IX) TO AUD-MIN-BAND
                       END-IF
                   END-IF
                   MOVE "Y" TO AUD-PROD-HIT
               END-IF
           END-PERFORM.
           IF AUD-PROD-HIT = "N"
               MOVE "A05" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "ACCOUNT " ACC-REC-ACCOUNT
                      " PRODUCT " ACC-REC-PROD
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           ELSE
               MOVE FUNCTION NUMVAL(ACC-REC-BAL-TEXT) TO AUD-BALANCE
               IF ACC-REC-SIGN = "-"
                   COMPUTE AUD-BALANCE = AUD-BALANCE * -1
               END-IF
               IF AUD-BASE-TIER = "N"
                   AND ACC-REC-STATUS NOT = "C"
                   AND AUD-BALANCE < AUD-MIN-BAND
                   MOVE AUD-BALANCE TO AUD-AMT-ED
                   MOVE AUD-MIN-BAND TO AUD-AMT-ED2
                   MOVE "A06" TO AUD-RULE-CODE
                   MOVE SPACE TO AUD-DETAIL
                   STRING "ACCOUNT " ACC-REC-ACCOUNT
                          " PRODUCT " ACC-REC-PROD
                          " BALANCE " FUNCTION TRIM(AUD-AMT-ED)
                          " MINIMUM " FUNCTION TRIM(AUD-AMT-ED2)
                          INTO AUD-DETAIL
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

       NOTE-ACCOUNT-OWNER.
           MOVE "N" TO OWN-FOUND.
           PERFORM VARYING OWN-IX FROM 1 BY 1
               UNTIL OWN-IX > OWN-COUNT
               IF OWN-CUST(OWN-IX) = ACC-REC-CUST
                   MOVE "Y" TO OWN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF OWN-FOUND = "N"
               IF OWN-COUNT >= 20000
                   MOVE "Y" TO OWN-OVERFLOW
               ELSE
                   ADD 1 TO OWN-COUNT
                   MOVE ACC-REC-CUST TO OWN-CUST(OWN-COUNT)
               END-IF
           END-IF.

      * A customer owning no account at all. With the owner table
      * full the test would name customers who do own accounts, so
      * it is left out and the report says so.
       AUDIT-CUSTOMERS.
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
                       ADD 1 TO AUD-CUST-READ
                       IF OWN-OVERFLOW = "N"
                           PERFORM CHECK-CUSTOMER-ACCOUNTS
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-CUSTOMER-ACCOUNTS.
           MOVE "N" TO OWN-FOUND.
           PERFORM VARYING OWN-IX FROM 1 BY 1
               UNTIL OWN-IX > OWN-COUNT
               IF OWN-CUST(OWN-IX) = CUST-REC-ID
                   MOVE "Y" TO OWN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF OWN-FOUND = "N"
               MOVE "C01" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "CUSTOMER " CUST-REC-ID " "
                      FUNCTION TRIM(CUST-REC-NAME)
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           END-IF.

      * limits.txt: account (1-6), daily WDR cap (8-16), daily TRF
      * cap (18-26).
       AUDIT-LIMITS.
           MOVE 0 TO AUD-LINE-NO.
           OPEN INPUT LIM-FILE.
           IF LIM-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ LIM-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO AUD-LIM-READ
                           ADD 1 TO AUD-LINE-NO
                           IF LIM-RECORD NOT = SPACES
                               PERFORM CHECK-LIMIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIM-FILE
           END-IF.

       CHECK-LIMIT-ROW.
           MOVE "N" TO AUD-BAD.
           IF LIM-RECORD(1:6) NOT NUMERIC
               MOVE "Y" TO AUD-BAD
           END-IF.
           MOVE LIM-RECORD(8:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE LIM-RECORD(18:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           IF AUD-BAD = "Y"
               MOVE AUD-LINE-NO TO AUD-LINE-ED
               MOVE "L01" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "LIMITS LINE " FUNCTION TRIM(AUD-LINE-ED)
                      ": " LIM-RECORD
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           ELSE
               MOVE LIM-RECORD(1:6) TO AUD-CHECK-ACCT
               PERFORM LOOK-UP-AUDIT-ACCOUNT
               IF AUD-CHECK-STATUS = SPACE OR AUD-CHECK-STATUS = "C"
                   MOVE "L02" TO AUD-RULE-CODE
                   MOVE SPACE TO AUD-DETAIL
                   STRING "LIMITS ROW ACCOUNT " AUD-CHECK-ACCT " "
                          FUNCTION TRIM(AUD-CHECK-TEXT)
                          INTO AUD-DETAIL
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

      * fees.txt: account (1-6) or 000000 for the default schedule,
      * then the five charges at 8, 18, 28, 38 and 48, nine wide.
       AUDIT-FEES.
           MOVE 0 TO AUD-LINE-NO.
           OPEN INPUT FEE-FILE.
           IF FEE-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ FEE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO AUD-FEE-READ
                           ADD 1 TO AUD-LINE-NO
                           IF FEE-RECORD NOT = SPACES
                               PERFORM CHECK-FEE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-FILE
           END-IF.

       CHECK-FEE-ROW.
           MOVE "N" TO AUD-BAD.
           IF FEE-RECORD(1:6) NOT NUMERIC
               MOVE "Y" TO AUD-BAD
           END-IF.
           MOVE FEE-RECORD(8:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE FEE-RECORD(18:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE FEE-RECORD(28:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE FEE-RECORD(38:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           MOVE FEE-RECORD(48:9) TO AUD-FIELD.
           PERFORM CHECK-AUDIT-FIELD.
           IF AUD-BAD = "Y"
               MOVE AUD-LINE-NO TO AUD-LINE-ED
               MOVE "F01" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "FEES LINE " FUNCTION TRIM(AUD-LINE-ED)
                      ": " FEE-RECORD
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           ELSE
               IF FEE-RECORD(1:6) NOT = "000000"
                   MOVE FEE-RECORD(1:6) TO AUD-CHECK-ACCT
                   PERFORM LOOK-UP-AUDIT-ACCOUNT
                   IF AUD-CHECK-STATUS = SPACE
                       OR AUD-CHECK-STATUS = "C"
                       MOVE "F02" TO AUD-RULE-CODE
                       MOVE SPACE TO AUD-DETAIL
                       STRING "FEES ROW ACCOUNT " AUD-CHECK-ACCT " "
                              FUNCTION TRIM(AUD-CHECK-TEXT)
                              INTO AUD-DETAIL
                       PERFORM RECORD-FINDING
                   END-IF
               END-IF
           END-IF.

      * holds.txt: account (1-6), hold reference (8-17), amount
      * (19-28), last good date (30-37) -- the same test BANKING
      * applies when it loads the file.
       AUDIT-HOLDS.
           MOVE 0 TO AUD-LINE-NO.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ HOLD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO AUD-HOLD-READ
                           ADD 1 TO AUD-LINE-NO
                           IF HOLD-RECORD NOT = SPACES
                               PERFORM CHECK-HOLD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       CHECK-HOLD-ROW.
           IF HOLD-RECORD(1:6) NOT NUMERIC
               OR HOLD-RECORD(30:8) NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(HOLD-RECORD(19:10)) NOT = 0
               MOVE AUD-LINE-NO TO AUD-LINE-ED
               MOVE "H01" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "HOLDS LINE " FUNCTION TRIM(AUD-LINE-ED)
                      ": " HOLD-RECORD
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           ELSE
               MOVE HOLD-RECORD(1:6) TO AUD-CHECK-ACCT
               PERFORM LOOK-UP-AUDIT-ACCOUNT
               IF AUD-CHECK-STATUS = SPACE OR AUD-CHECK-STATUS = "C"
                   MOVE "H02" TO AUD-RULE-CODE
                   MOVE SPACE TO AUD-DETAIL
                   STRING "HOLD " HOLD-RECORD(8:10)
                          " ACCOUNT " AUD-CHECK-ACCT " "
                          FUNCTION TRIM(AUD-CHECK-TEXT)
                          INTO AUD-DETAIL
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

      * held.txt: the item's reference, then the input line it will
      * replay on approval; a TRF also names its destination account
      * in cols 19-24 of that line, and both ends are checked.
       AUDIT-HELD-ITEMS.
           MOVE 0 TO AUD-LINE-NO.
           OPEN INPUT HELD-FILE.
           IF HELD-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ HELD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO AUD-HELD-READ
                           ADD 1 TO AUD-LINE-NO
                           IF HELD-RECORD NOT = SPACES
                               PERFORM CHECK-HELD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
           END-IF.

       CHECK-HELD-ROW.
           IF HELD-RECORD(1:6) NOT NUMERIC
               OR HELD-TXN(1:6) NOT NUMERIC
               MOVE AUD-LINE-NO TO AUD-LINE-ED
               MOVE "Q01" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "HELD LINE " FUNCTION TRIM(AUD-LINE-ED)
                      ": " HELD-RECORD(1:60)
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           ELSE
               MOVE HELD-TXN(1:6) TO AUD-CHECK-ACCT
               PERFORM CHECK-HELD-ACCOUNT
               IF HELD-TXN(7:3) = "TRF" AND HELD-TXN(19:6) NUMERIC
                   MOVE HELD-TXN(19:6) TO AUD-CHECK-ACCT
                   PERFORM CHECK-HELD-ACCOUNT
               END-IF
           END-IF.

       CHECK-HELD-ACCOUNT.
           PERFORM LOOK-UP-AUDIT-ACCOUNT.
           IF AUD-CHECK-STATUS = SPACE OR AUD-CHECK-STATUS = "C"
               MOVE "Q02" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "HELD " HELD-RECORD(1:6) " "
                      HELD-TXN(7:3) " ACCOUNT " AUD-CHECK-ACCT " "
                      FUNCTION TRIM(AUD-CHECK-TEXT)
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           END-IF.

      * pending.txt: value date (1-8), frequency O or M (9), then the
      * input image (11-36). The order's own account and, for a TRF,
      * its destination must be open and not frozen when it comes
      * due.
       AUDIT-PENDING-ORDERS.
           MOVE 0 TO AUD-LINE-NO.
           OPEN INPUT PEND-FILE.
           IF PEND-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ PEND-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO AUD-PEND-READ
                           ADD 1 TO AUD-LINE-NO
                           IF PEND-RECORD NOT = SPACES
                               PERFORM CHECK-PENDING-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF.

       CHECK-PENDING-ROW.
           IF PEND-RECORD(1:8) NOT NUMERIC
               OR (PEND-FREQ NOT = "O" AND PEND-FREQ NOT = "M")
               OR PEND-TXN(1:6) NOT NUMERIC
               MOVE AUD-LINE-NO TO AUD-LINE-ED
               MOVE "S01" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "PENDING LINE " FUNCTION TRIM(AUD-LINE-ED)
                      ": " PEND-RECORD
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           ELSE
               MOVE PEND-TXN(1:6) TO AUD-CHECK-ACCT
               PERFORM CHECK-PENDING-ACCOUNT
               IF PEND-TXN(7:3) = "TRF" AND PEND-TXN(19:6) NUMERIC
                   MOVE PEND-TXN(19:6) TO AUD-CHECK-ACCT
                   PERFORM CHECK-PENDING-ACCOUNT
               END-IF
           END-IF.

       CHECK-PENDING-ACCOUNT.
           PERFORM LOOK-UP-AUDIT-ACCOUNT.
           IF AUD-CHECK-STATUS = SPACE OR AUD-CHECK-STATUS = "C"
               OR AUD-CHECK-STATUS = "F"
               MOVE "S02" TO AUD-RULE-CODE
               MOVE SPACE TO AUD-DETAIL
               STRING "PENDING " PEND-DATE " " PEND-TXN(7:3)
                      " ACCOUNT " AUD-CHECK-ACCT " "
                      FUNCTION TRIM(AUD-CHECK-TEXT)
                      INTO AUD-DETAIL
               PERFORM RECORD-FINDING
           END-IF.

      * Every rule prints with its count, clean ones included, so the
      * report shows what was checked as well as what was found.
       WRITE-AUDIT-REPORT.
           OPEN OUTPUT AUD-FILE.
           MOVE SPACE TO AUD-RECORD.
           STRING "DATA QUALITY AUDIT " TODAY-DATE
                  INTO AUD-RECORD.
           WRITE AUD-RECORD.
           MOVE AUD-ACC-READ TO AUD-CNT-ED.
           MOVE AUD-CUST-READ TO AUD-CNT-ED2.
           MOVE AUD-PROD-READ TO AUD-CNT-ED3.
           MOVE AUD-LIM-READ TO AUD-CNT-ED4.
           MOVE AUD-FEE-READ TO AUD-CNT-ED5.
           MOVE AUD-HOLD-READ TO AUD-CNT-ED6.
           MOVE AUD-HELD-READ TO AUD-CNT-ED7.
           MOVE AUD-PEND-READ TO AUD-CNT-ED8.
           MOVE SPACE TO AUD-RECORD.
           STRING "RECORDS READ ACCOUNTS=" FUNCTION TRIM(AUD-CNT-ED)
                  " CUSTOMERS=" FUNCTION TRIM(AUD-CNT-ED2)
                  " PRODUCTS=" FUNCTION TRIM(AUD-CNT-ED3)
                  " LIMITS=" FUNCTION TRIM(AUD-CNT-ED4)
                  " FEES=" FUNCTION TRIM(AUD-CNT-ED5)
                  " HOLDS=" FUNCTION TRIM(AUD-CNT-ED6)
                  " HELD=" FUNCTION TRIM(AUD-CNT-ED7)
                  " PENDING=" FUNCTION TRIM(AUD-CNT-ED8)
                  INTO AUD-RECORD.
           WRITE AUD-RECORD.
           IF AF-OVERFLOW = "Y"
               MOVE "WARNING: DETAIL TABLE FULL - DETAIL LINES PARTIAL"
                   TO AUD-RECORD
               WRITE AUD-RECORD
           END-IF.
           IF PT-OVERFLOW = "Y"
               MOVE "WARNING: PRODUCT TABLE FULL - A05/A06 NOT CHECKED"
                   TO AUD-RECORD
               WRITE AUD-RECORD
           END-IF.
           IF OWN-OVERFLOW = "Y"
               MOVE "WARNING: OWNER TABLE FULL - C01 NOT CHECKED"
                   TO AUD-RECORD
               WRITE AUD-RECORD
           END-IF.
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
               MOVE SPACE TO AUD-RECORD
               WRITE AUD-RECORD
               MOVE AR-FOUND(AR-IX) TO AUD-CNT-ED
               IF AR-SEV(AR-IX) = "C"
                   STRING "RULE " AR-CODE(AR-IX) " CRITICAL "
                          AR-DESC(AR-IX)
                          " FOUND=" FUNCTION TRIM(AUD-CNT-ED)
                          INTO AUD-RECORD
               ELSE
                   STRING "RULE " AR-CODE(AR-IX) " WARNING  "
                          AR-DESC(AR-IX)
                          " FOUND=" FUNCTION TRIM(AUD-CNT-ED)
                          INTO AUD-RECORD
               END-IF
               WRITE AUD-RECORD
               PERFORM VARYING AF-IX FROM 1 BY 1
                   UNTIL AF-IX > AF-COUNT
                   IF AF-RULE(AF-IX) = AR-IX
                       MOVE SPACE TO AUD-RECORD
                       STRING "    " AF-TEXT(AF-IX)
                              INTO AUD-RECORD
                       WRITE AUD-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACE TO AUD-RECORD.
           WRITE AUD-RECORD.
           MOVE AUD-CRITICAL TO AUD-CNT-ED.
           MOVE AUD-WARNINGS TO AUD-CNT-ED2.
           STRING "CRITICAL FINDINGS=" FUNCTION TRIM(AUD-CNT-ED)
                  " WARNINGS=" FUNCTION TRIM(AUD-CNT-ED2)
                  " RETURN CODE " AUD-RC
                  INTO AUD-RECORD.
           WRITE AUD-RECORD.
           CLOSE AUD-FILE.
