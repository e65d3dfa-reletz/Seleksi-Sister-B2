       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRY.

      * Branch counter inquiry. Looks up one account -- owner,
      * product, status, ledger balance, overdraft, live holds,
      * available balance, today's use of the daily WDR and TRF caps,
      * standing orders waiting on pending.txt, postings queued for
      * approval on held.txt and the last twenty journal lines -- or
      * one customer, paging from the customer through each account
      * they own. Every file is opened INPUT and closed again after
      * each look, nothing is ever written, so it is safe to run at
      * the counter while BANKING is posting; a screen shows what
      * the files held at the moment it was drawn.
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
           SELECT JRNL-IN-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-IN-STATUS.
           SELECT JARC-IN-FILE ASSIGN TO JARC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JARC-IN-STATUS.
           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT PEND-FILE ASSIGN TO "pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.
           SELECT HELD-FILE ASSIGN TO "held.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-STATUS.
           SELECT LIM-FILE ASSIGN TO "limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-STATUS.
           SELECT PROD-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROD-STATUS.

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

       FD JRNL-IN-FILE.
       01 JRNL-IN-RECORD        PIC X(108).

       FD JARC-IN-FILE.
       01 JARC-IN-RECORD        PIC X(108).

       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(40).

       FD PEND-FILE.
       01 PEND-RECORD.
           05 PEND-DATE         PIC 9(8).
           05 PEND-FREQ         PIC X(1).
           05 FILLER            PIC X.
           05 PEND-TXN          PIC X(26).

       FD HELD-FILE.
       01 HELD-RECORD.
           05 HELD-REF          PIC 9(6).
           05 FILLER            PIC X.
           05 HELD-DATE         PIC 9(8).
           05 FILLER            PIC X.
           05 HELD-OPER         PIC X(4).
           05 FILLER            PIC X.
           05 HELD-TXN          PIC X(80).

       FD LIM-FILE.
       01 LIM-RECORD            PIC X(30).

       FD PROD-FILE.
       01 PROD-RECORD           PIC X(82).

       WORKING-STORAGE SECTION.
       77 ACC-FILE-STATUS       PIC X(2).
       77 CUST-FILE-STATUS      PIC X(2).
       77 JRNL-IN-STATUS        PIC X(2).
       77 JARC-IN-STATUS        PIC X(2).
       77 JARC-FILE-NAME        PIC X(40).
       77 HOLD-STATUS           PIC X(2).
       77 PEND-STATUS           PIC X(2).
       77 HELD-STATUS           PIC X(2).
       77 LIM-STATUS            PIC X(2).
       77 PROD-STATUS           PIC X(2).
       77 TODAY-DATE            PIC 9(8).

       77 INQ-DONE              PIC X VALUE "N".
       77 INQ-CHOICE            PIC X(1).
       77 INQ-KEY-X             PIC X(6).
       77 INQ-PAGE-CMD          PIC X(3).
       77 INQ-PICK              PIC 9(3).
       77 INQ-LINE              PIC X(80).
       77 INQ-ACCT-X            PIC X(6).
       77 INQ-FOUND             PIC X VALUE "N".
       77 INQ-BALANCE           PIC S9(7)V99.
       77 INQ-OD-LIMIT          PIC 9(7)V99.
       77 INQ-AVAILABLE         PIC S9(9)V99.
       77 INQ-STATUS-TEXT       PIC X(8).
       77 INQ-OWNER-NAME        PIC X(30).
       77 INQ-AMT-ED            PIC -Z(8)9.99.
       77 INQ-AMT-ED2           PIC -Z(8)9.99.
       77 INQ-CNT-ED            PIC ZZ9.

       77 HOLD-TOTAL            PIC S9(9)V99.
       77 HOLD-COUNT            PIC 9(3).
       77 HOLD-SCAN-EXP         PIC 9(8).

       77 LIMIT-FOUND           PIC X VALUE "N".
       77 WDR-CAP               PIC 9(7)V99.
       77 TRF-CAP               PIC 9(7)V99.
       77 WDR-USED              PIC S9(9)V99.
       77 TRF-USED              PIC S9(9)V99.
       77 LIM-BEFORE            PIC S9(7)V99.
       77 LIM-AFTER             PIC S9(7)V99.

       77 PROD-FOUND            PIC X VALUE "N".
       77 PROD-DESC             PIC X(20).
       77 PROD-BAND             PIC 9(7)V99.
       77 PROD-BEST-BAND        PIC 9(7)V99.
       77 PROD-WDR-CAP          PIC 9(7)V99.
       77 PROD-TRF-CAP          PIC 9(7)V99.

       77 ARC-SCAN-PERIOD       PIC 9(6).
       77 ARC-SCAN-LIMIT        PIC 9(6).
       77 ARC-YY                PIC 9(4).
       77 ARC-MM                PIC 9(2).

       77 JL-COUNT              PIC 9(2).
       77 JL-NEXT               PIC 9(2).
       77 JL-IX                 PIC 9(2).
       77 JL-SHOWN              PIC 9(2).

      * The last twenty lines for the account, kept as a ring: JL-NEXT
      * is where the most recent line went.
       01 JL-TABLE.
           05 JL-LINE           PIC X(108) OCCURS 20 TIMES.

       77 DEB-COUNT             PIC 9(3).
       77 DEB-IX                PIC 9(3).
       77 DEB-OVERFLOW          PIC X VALUE "N".

       01 DEB-TABLE.
           05 DEB-ENTRY OCCURS 200 TIMES.
               10 DEB-REF           PIC X(7).
               10 DEB-TYPE          PIC X(3).
               10 DEB-AMT           PIC 9(7)V99.

       77 REVD-COUNT            PIC 9(3).
       77 REVD-IX               PIC 9(3).
       77 REVD-FOUND            PIC X VALUE "N".
       77 REVD-OVERFLOW         PIC X VALUE "N".

       01 REVD-TABLE.
           05 REVD-REF          PIC X(7) OCCURS 500 TIMES.

       77 CA-COUNT              PIC 9(3).
       77 CA-IX                 PIC 9(3).
       77 CA-CUR                PIC 9(3).
       77 CA-OVERFLOW           PIC X VALUE "N".
       77 CA-CUST-ID            PIC 9(6).

       01 CA-TABLE.
           05 CA-ACCT           PIC X(6) OCCURS 100 TIMES.

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
           PERFORM UNTIL INQ-DONE = "Y"
               DISPLAY " "
               DISPLAY "BRANCH INQUIRY " TODAY-DATE
                       "   A ACCOUNT   C CUSTOMER   Q QUIT"
               DISPLAY "CHOICE: " WITH NO ADVANCING
               MOVE SPACE TO INQ-CHOICE
               ACCEPT INQ-CHOICE
               EVALUATE INQ-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM PROMPT-ACCOUNT-NUMBER
                       IF INQ-FOUND = "Y"
                           MOVE INQ-KEY-X TO INQ-ACCT-X
                           PERFORM SHOW-ACCOUNT
                       END-IF
                   WHEN "C"
                   WHEN "c"
                       PERFORM PROMPT-CUSTOMER-NUMBER
                       IF INQ-FOUND = "Y"
                           PERFORM SHOW-CUSTOMER
                       END-IF
                   WHEN "Q"
                   WHEN "q"
                   WHEN SPACE
                       MOVE "Y" TO INQ-DONE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE"
               END-EVALUATE
           END-PERFORM.
           CLOSE ACC-FILE.
           CLOSE CUST-FILE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       PROMPT-ACCOUNT-NUMBER.
           MOVE "N" TO INQ-FOUND.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           MOVE SPACE TO INQ-KEY-X.
           ACCEPT INQ-KEY-X.
           IF INQ-KEY-X NUMERIC
               MOVE "Y" TO INQ-FOUND
           ELSE
               DISPLAY "ACCOUNT NUMBER IS SIX DIGITS"
           END-IF.

       PROMPT-CUSTOMER-NUMBER.
           MOVE "N" TO INQ-FOUND.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           MOVE SPACE TO INQ-KEY-X.
           ACCEPT INQ-KEY-X.
           IF INQ-KEY-X NUMERIC
               MOVE "Y" TO INQ-FOUND
           ELSE
               DISPLAY "CUSTOMER NUMBER IS SIX DIGITS"
           END-IF.

      * Customer page: the customer record, then a numbered list of
      * every account carrying their number. From the list the
      * account screens page forward (N) and back (P), or open by
      * line number; L lists again, Q or a blank line goes back.
       SHOW-CUSTOMER.
           MOVE INQ-KEY-X TO CUST-REC-ID.
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER " INQ-KEY-X " NOT ON FILE"
               NOT INVALID KEY
                   MOVE CUST-REC-ID TO CA-CUST-ID
                   PERFORM LOAD-CUSTOMER-ACCOUNTS
                   PERFORM LIST-CUSTOMER-ACCOUNTS
                   IF CA-COUNT > 0
                       PERFORM PAGE-CUSTOMER-ACCOUNTS
                   END-IF
           END-READ.

       LOAD-CUSTOMER-ACCOUNTS.
           MOVE 0 TO CA-COUNT.
           MOVE "N" TO CA-OVERFLOW.
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
                           AND ACC-REC-CUST = CA-CUST-ID
                           IF CA-COUNT < 100
                               ADD 1 TO CA-COUNT
                               MOVE ACC-REC-ACCOUNT
                                   TO CA-ACCT(CA-COUNT)
                           ELSE
                               MOVE "Y" TO CA-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIST-CUSTOMER-ACCOUNTS.
           DISPLAY " ".
           DISPLAY "CUSTOMER " CUST-REC-ID " "
                   FUNCTION TRIM(CUST-REC-NAME).
           DISPLAY "ID DOCUMENT " CUST-REC-DOC
                   "  CONTACT " CUST-REC-CONTACT.
           IF CUST-REC-TAX-EXEMPT = "Y"
               DISPLAY "EXEMPT FROM WITHHOLDING TAX ON INTEREST"
           END-IF.
           IF CA-COUNT = 0
               DISPLAY "NO ACCOUNTS ON FILE"
           ELSE
               DISPLAY "LINE ACCOUNT PRD STATUS          BALANCE"
               PERFORM VARYING CA-IX FROM 1 BY 1
                   UNTIL CA-IX > CA-COUNT
                   MOVE CA-ACCT(CA-IX) TO ACC-REC-ACCOUNT
                   READ ACC-FILE
                       INVALID KEY
                           MOVE CA-IX TO INQ-CNT-ED
                           DISPLAY INQ-CNT-ED "  " CA-ACCT(CA-IX)
                                   " NO LONGER ON FILE"
                       NOT INVALID KEY
                           PERFORM LOAD-ACCOUNT-FIELDS
                           MOVE CA-IX TO INQ-CNT-ED
                           MOVE INQ-BALANCE TO INQ-AMT-ED
                           DISPLAY INQ-CNT-ED "  " CA-ACCT(CA-IX)
                                   " " ACC-REC-PROD
                                   " " INQ-STATUS-TEXT
                                   " " INQ-AMT-ED
                   END-READ
               END-PERFORM
               IF CA-OVERFLOW = "Y"
                   DISPLAY "MORE THAN 100 ACCOUNTS - LIST CUT SHORT"
               END-IF
           END-IF.

       PAGE-CUSTOMER-ACCOUNTS.
           MOVE 0 TO CA-CUR.
           PERFORM UNTIL 1 = 2
               DISPLAY "LINE NO., N NEXT, P PREVIOUS, L LIST, "
                       "Q RETURN: " WITH NO ADVANCING
               MOVE SPACE TO INQ-PAGE-CMD
               ACCEPT INQ-PAGE-CMD
               EVALUATE TRUE
                   WHEN INQ-PAGE-CMD = SPACES
                       OR INQ-PAGE-CMD = "Q" OR INQ-PAGE-CMD = "q"
                       EXIT PERFORM
                   WHEN INQ-PAGE-CMD = "N" OR INQ-PAGE-CMD = "n"
                       IF CA-CUR < CA-COUNT
                           ADD 1 TO CA-CUR
                           MOVE CA-ACCT(CA-CUR) TO INQ-ACCT-X
                           PERFORM SHOW-ACCOUNT
                       ELSE
                           DISPLAY "LAST ACCOUNT REACHED"
                       END-IF
                   WHEN INQ-PAGE-CMD = "P" OR INQ-PAGE-CMD = "p"
                       IF CA-CUR > 1
                           SUBTRACT 1 FROM CA-CUR
                           MOVE CA-ACCT(CA-CUR) TO INQ-ACCT-X
                           PERFORM SHOW-ACCOUNT
                       ELSE
                           DISPLAY "FIRST ACCOUNT REACHED"
                       END-IF
                   WHEN INQ-PAGE-CMD = "L" OR INQ-PAGE-CMD = "l"
                       PERFORM LIST-CUSTOMER-ACCOUNTS
                   WHEN FUNCTION TEST-NUMVAL(INQ-PAGE-CMD) = 0
                       MOVE FUNCTION NUMVAL(INQ-PAGE-CMD) TO INQ-PICK
                       IF INQ-PICK >= 1 AND INQ-PICK <= CA-COUNT
                           MOVE INQ-PICK TO CA-CUR
                           MOVE CA-ACCT(CA-CUR) TO INQ-ACCT-X
                           PERFORM SHOW-ACCOUNT
                       ELSE
                           DISPLAY "NO SUCH LINE"
                       END-IF
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE"
               END-EVALUATE
           END-PERFORM.

      * The customer page may have left CUST-RECORD on the customer;
      * the account screen re-reads the owner itself.
       SHOW-ACCOUNT.
           MOVE INQ-ACCT-X TO ACC-REC-ACCOUNT.
           READ ACC-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " INQ-ACCT-X " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM LOAD-ACCOUNT-FIELDS
                   PERFORM FIND-OWNER-NAME
                   PERFORM FIND-PRODUCT-ROW
                   PERFORM FIND-ACCOUNT-LIMITS
                   PERFORM SUM-LIVE-HOLDS
                   PERFORM SCAN-ACCOUNT-JOURNAL
                   PERFORM DISPLAY-ACCOUNT-SCREEN
           END-READ.

       LOAD-ACCOUNT-FIELDS.
           MOVE 0 TO INQ-BALANCE.
           IF FUNCTION TEST-NUMVAL(ACC-REC-BAL-TEXT) = 0
               MOVE FUNCTION NUMVAL(ACC-REC-BAL-TEXT) TO INQ-BALANCE
           END-IF.
           IF ACC-REC-SIGN = "-"
               COMPUTE INQ-BALANCE = INQ-BALANCE * -1
           END-IF.
           MOVE 0 TO INQ-OD-LIMIT.
           IF FUNCTION TEST-NUMVAL(ACC-REC-OD-TEXT) = 0
               MOVE FUNCTION NUMVAL(ACC-REC-OD-TEXT) TO INQ-OD-LIMIT
           END-IF.
           EVALUATE ACC-REC-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO INQ-STATUS-TEXT
               WHEN "F"
                   MOVE "FROZEN" TO INQ-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO INQ-STATUS-TEXT
               WHEN "D"
                   MOVE "DORMANT" TO INQ-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACE TO INQ-STATUS-TEXT
                   STRING "UNKNOWN " ACC-REC-STATUS
                          INTO INQ-STATUS-TEXT
           END-EVALUATE.

       FIND-OWNER-NAME.
           MOVE SPACE TO INQ-OWNER-NAME.
           IF ACC-REC-CUST NUMERIC
               MOVE ACC-REC-CUST TO CUST-REC-ID
               READ CUST-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO INQ-OWNER-NAME
                   NOT INVALID KEY
                       MOVE CUST-REC-NAME TO INQ-OWNER-NAME
               END-READ
           ELSE
               MOVE "NO OWNER ON FILE" TO INQ-OWNER-NAME
           END-IF.

      * Same band rule as BANKING: the highest band the ledger
      * balance reaches, a zero band matching any balance.
       FIND-PRODUCT-ROW.
           MOVE "N" TO PROD-FOUND.
           MOVE SPACE TO PROD-DESC.
           MOVE 0 TO PROD-BEST-BAND.
           MOVE 0 TO PROD-WDR-CAP.
           MOVE 0 TO PROD-TRF-CAP.
           IF ACC-REC-PROD NOT = SPACES
               OPEN INPUT PROD-FILE
               IF PROD-STATUS NOT = "35"
                   PERFORM UNTIL 1 = 2
                       READ PROD-FILE
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               PERFORM MATCH-PRODUCT-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PROD-FILE
               END-IF
           END-IF.

       MATCH-PRODUCT-ROW.
           IF PROD-RECORD(1:3) = ACC-REC-PROD
               MOVE 0 TO PROD-BAND
               IF FUNCTION TEST-NUMVAL(PROD-RECORD(65:9)) = 0
                   MOVE FUNCTION NUMVAL(PROD-RECORD(65:9))
                       TO PROD-BAND
               END-IF
               IF (PROD-BAND = 0 OR INQ-BALANCE >= PROD-BAND)
                   AND (PROD-FOUND = "N"
                       OR PROD-BAND >= PROD-BEST-BAND)
                   MOVE PROD-BAND TO PROD-BEST-BAND
                   MOVE "Y" TO PROD-FOUND
                   MOVE PROD-RECORD(5:20) TO PROD-DESC
                   MOVE 0 TO PROD-WDR-CAP
                   MOVE 0 TO PROD-TRF-CAP
                   IF FUNCTION TEST-NUMVAL(PROD-RECORD(45:9)) = 0
                       MOVE FUNCTION NUMVAL(PROD-RECORD(45:9))
                           TO PROD-WDR-CAP
                   END-IF
                   IF FUNCTION TEST-NUMVAL(PROD-RECORD(55:9)) = 0
                       MOVE FUNCTION NUMVAL(PROD-RECORD(55:9))
                           TO PROD-TRF-CAP
                   END-IF
               END-IF
           END-IF.

      * The account's row on limits.txt, else its product's default
      * caps; a zero cap is uncapped.
       FIND-ACCOUNT-LIMITS.
           MOVE "N" TO LIMIT-FOUND.
           MOVE 0 TO WDR-CAP.
           MOVE 0 TO TRF-CAP.
           OPEN INPUT LIM-FILE.
           IF LIM-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ LIM-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LIM-RECORD(1:6) = INQ-ACCT-X
                               IF FUNCTION TEST-NUMVAL
                                   (LIM-RECORD(8:9)) = 0
                                   MOVE FUNCTION NUMVAL
                                       (LIM-RECORD(8:9)) TO WDR-CAP
                               END-IF
                               IF FUNCTION TEST-NUMVAL
                                   (LIM-RECORD(18:9)) = 0
                                   MOVE FUNCTION NUMVAL
                                       (LIM-RECORD(18:9)) TO TRF-CAP
                               END-IF
                               MOVE "Y" TO LIMIT-FOUND
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIM-FILE
           END-IF.
           IF LIMIT-FOUND = "N" AND PROD-FOUND = "Y"
               MOVE PROD-WDR-CAP TO WDR-CAP
               MOVE PROD-TRF-CAP TO TRF-CAP
           END-IF.

       SUM-LIVE-HOLDS.
           MOVE 0 TO HOLD-TOTAL.
           MOVE 0 TO HOLD-COUNT.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ HOLD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF HOLD-RECORD(1:6) = INQ-ACCT-X
                               AND HOLD-RECORD(30:8) NUMERIC
                               AND FUNCTION TEST-NUMVAL
                                   (HOLD-RECORD(19:10)) = 0
                               MOVE HOLD-RECORD(30:8)
                                   TO HOLD-SCAN-EXP
                               IF HOLD-SCAN-EXP >= TODAY-DATE
                                   ADD FUNCTION NUMVAL
                                       (HOLD-RECORD(19:10))
                                       TO HOLD-TOTAL
                                   ADD 1 TO HOLD-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

      * One pass over the last twelve months of cut archives and then
      * the live journal, oldest first, gathers the account's last
      * twenty lines, its successful debits posted today and every
      * reference a REV line has reversed. Today's usage is then the
      * same sum BANKING tests its caps against: WDR and paid CHQ
      * toward the WDR cap; OBP, and TRF or SWP lines that took money
      * out, toward the TRF cap; reversed postings not counted. CFW
      * carry-forward lines only restate a balance and are left out.
       SCAN-ACCOUNT-JOURNAL.
           MOVE 0 TO JL-COUNT.
           MOVE 0 TO JL-NEXT.
           MOVE 0 TO DEB-COUNT.
           MOVE "N" TO DEB-OVERFLOW.
           MOVE 0 TO REVD-COUNT.
           MOVE "N" TO REVD-OVERFLOW.
           MOVE TODAY-DATE(1:4) TO ARC-YY.
           MOVE TODAY-DATE(5:2) TO ARC-MM.
           COMPUTE ARC-SCAN-LIMIT = ARC-YY * 100 + ARC-MM.
           SUBTRACT 1 FROM ARC-YY.
           COMPUTE ARC-SCAN-PERIOD = ARC-YY * 100 + ARC-MM.
           PERFORM UNTIL ARC-SCAN-PERIOD > ARC-SCAN-LIMIT
               PERFORM SCAN-ARCHIVE-FILE
               PERFORM ADVANCE-ARCHIVE-PERIOD
           END-PERFORM.
           OPEN INPUT JRNL-IN-FILE.
           IF JRNL-IN-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ JRNL-IN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM TAKE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JRNL-IN-FILE
           END-IF.
           MOVE 0 TO WDR-USED.
           MOVE 0 TO TRF-USED.
           PERFORM VARYING DEB-IX FROM 1 BY 1
               UNTIL DEB-IX > DEB-COUNT
               MOVE "N" TO REVD-FOUND
               PERFORM VARYING REVD-IX FROM 1 BY 1
                   UNTIL REVD-IX > REVD-COUNT
                   IF REVD-REF(REVD-IX) = DEB-REF(DEB-IX)
                       MOVE "Y" TO REVD-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF REVD-FOUND = "N"
                   IF DEB-TYPE(DEB-IX) = "WDR"
                       OR DEB-TYPE(DEB-IX) = "CHQ"
                       ADD DEB-AMT(DEB-IX) TO WDR-USED
                   ELSE
                       ADD DEB-AMT(DEB-IX) TO TRF-USED
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-ARCHIVE-FILE.
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
                           PERFORM TAKE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JARC-IN-FILE
           END-IF.

       ADVANCE-ARCHIVE-PERIOD.
           MOVE ARC-SCAN-PERIOD(1:4) TO ARC-YY.
           MOVE ARC-SCAN-PERIOD(5:2) TO ARC-MM.
           ADD 1 TO ARC-MM.
           IF ARC-MM > 12
               MOVE 1 TO ARC-MM
               ADD 1 TO ARC-YY
           END-IF.
           COMPUTE ARC-SCAN-PERIOD = ARC-YY * 100 + ARC-MM.

       TAKE-JOURNAL-LINE.
           IF JRNL-IN-RECORD(8:3) = "REV"
               AND JRNL-IN-RECORD(47:8) = "SUCCESS:"
               AND JRNL-IN-RECORD(68:7) NUMERIC
               IF REVD-COUNT < 500
                   ADD 1 TO REVD-COUNT
                   MOVE JRNL-IN-RECORD(68:7) TO REVD-REF(REVD-COUNT)
               ELSE
                   MOVE "Y" TO REVD-OVERFLOW
               END-IF
           END-IF.
           IF JRNL-IN-RECORD(1:6) = INQ-ACCT-X
               AND JRNL-IN-RECORD(8:3) NOT = "CFW"
               ADD 1 TO JL-NEXT
               IF JL-NEXT > 20
                   MOVE 1 TO JL-NEXT
               END-IF
               MOVE JRNL-IN-RECORD TO JL-LINE(JL-NEXT)
               IF JL-COUNT < 20
                   ADD 1 TO JL-COUNT
               END-IF
               IF JRNL-IN-RECORD(88:8) = TODAY-DATE
                   AND JRNL-IN-RECORD(47:8) = "SUCCESS:"
                   PERFORM TAKE-TODAYS-DEBIT
               END-IF
           END-IF.

       TAKE-TODAYS-DEBIT.
           MOVE 0 TO LIM-BEFORE.
           MOVE 0 TO LIM-AFTER.
           IF JRNL-IN-RECORD(8:3) = "TRF"
               OR JRNL-IN-RECORD(8:3) = "SWP"
               MOVE FUNCTION NUMVAL(JRNL-IN-RECORD(23:11))
                   TO LIM-BEFORE
               MOVE FUNCTION NUMVAL(JRNL-IN-RECORD(35:11))
                   TO LIM-AFTER
           END-IF.
           IF JRNL-IN-RECORD(8:3) = "WDR"
               OR JRNL-IN-RECORD(8:3) = "CHQ"
               OR JRNL-IN-RECORD(8:3) = "OBP"
               OR LIM-AFTER < LIM-BEFORE
               IF DEB-COUNT < 200
                   ADD 1 TO DEB-COUNT
                   MOVE JRNL-IN-RECORD(102:7) TO DEB-REF(DEB-COUNT)
                   MOVE JRNL-IN-RECORD(8:3) TO DEB-TYPE(DEB-COUNT)
                   MOVE FUNCTION NUMVAL(JRNL-IN-RECORD(12:10))
                       TO DEB-AMT(DEB-COUNT)
               ELSE
                   MOVE "Y" TO DEB-OVERFLOW
               END-IF
           END-IF.

       DISPLAY-ACCOUNT-SCREEN.
           DISPLAY " ".
           DISPLAY "ACCOUNT " INQ-ACCT-X "   OWNER " ACC-REC-CUST
                   " " FUNCTION TRIM(INQ-OWNER-NAME).
           IF PROD-FOUND = "Y"
               DISPLAY "PRODUCT " ACC-REC-PROD " " PROD-DESC
                       "   STATUS " INQ-STATUS-TEXT
           ELSE
               DISPLAY "PRODUCT " ACC-REC-PROD " NOT ON FILE"
                       "   STATUS " INQ-STATUS-TEXT
           END-IF.
           MOVE INQ-BALANCE TO INQ-AMT-ED.
           MOVE INQ-OD-LIMIT TO INQ-AMT-ED2.
           DISPLAY "LEDGER BALANCE    " INQ-AMT-ED
                   "   OVERDRAFT LIMIT " INQ-AMT-ED2.
           MOVE HOLD-TOTAL TO INQ-AMT-ED.
           MOVE HOLD-COUNT TO INQ-CNT-ED.
           DISPLAY "LIVE HOLDS        " INQ-AMT-ED
                   "   HOLDS " INQ-CNT-ED.
           COMPUTE INQ-AVAILABLE = INQ-BALANCE + INQ-OD-LIMIT
               - HOLD-TOTAL.
           MOVE INQ-AVAILABLE TO INQ-AMT-ED.
           DISPLAY "AVAILABLE BALANCE " INQ-AMT-ED.
           MOVE WDR-USED TO INQ-AMT-ED.
           MOVE WDR-CAP TO INQ-AMT-ED2.
           IF WDR-CAP > 0
               DISPLAY "WDR USED TODAY    " INQ-AMT-ED
                       "   OF DAILY CAP    " INQ-AMT-ED2
           ELSE
               DISPLAY "WDR USED TODAY    " INQ-AMT-ED
                       "   UNCAPPED"
           END-IF.
           MOVE TRF-USED TO INQ-AMT-ED.
           MOVE TRF-CAP TO INQ-AMT-ED2.
           IF TRF-CAP > 0
               DISPLAY "TRF USED TODAY    " INQ-AMT-ED
                       "   OF DAILY CAP    " INQ-AMT-ED2
           ELSE
               DISPLAY "TRF USED TODAY    " INQ-AMT-ED
                       "   UNCAPPED"
           END-IF.
           IF DEB-OVERFLOW = "Y" OR REVD-OVERFLOW = "Y"
               DISPLAY "WARNING: TOO MANY POSTINGS - USAGE PARTIAL"
           END-IF.
           PERFORM SHOW-PENDING-ORDERS.
           PERFORM SHOW-HELD-ITEMS.
           PERFORM SHOW-JOURNAL-LINES.

      * Standing orders on pending.txt taking money out of the
      * account, or paying into it by TRF.
       SHOW-PENDING-ORDERS.
           DISPLAY "PENDING STANDING ORDERS".
           MOVE 0 TO JL-SHOWN.
           OPEN INPUT PEND-FILE.
           IF PEND-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ PEND-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PEND-TXN(1:6) = INQ-ACCT-X
                               OR (PEND-TXN(7:3) = "TRF"
                                   AND PEND-TXN(19:6) = INQ-ACCT-X)
                               ADD 1 TO JL-SHOWN
                               DISPLAY "  DUE " PEND-DATE
                                       " FREQ " PEND-FREQ
                                       " " PEND-TXN(7:3)
                                       " FROM " PEND-TXN(1:6)
                                       " AMOUNT " PEND-TXN(10:9)
                                       " TO " PEND-TXN(19:6)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF.
           IF JL-SHOWN = 0
               DISPLAY "  NONE"
           END-IF.

       SHOW-HELD-ITEMS.
           DISPLAY "QUEUED FOR APPROVAL".
           MOVE 0 TO JL-SHOWN.
           OPEN INPUT HELD-FILE.
           IF HELD-STATUS NOT = "35"
               PERFORM UNTIL 1 = 2
                   READ HELD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF HELD-TXN(1:6) = INQ-ACCT-X
                               OR (HELD-TXN(7:3) = "TRF"
                                   AND HELD-TXN(19:6) = INQ-ACCT-X)
                               ADD 1 TO JL-SHOWN
                               DISPLAY "  REF " HELD-REF
                                       " HELD " HELD-DATE
                                       " BY " HELD-OPER
                                       " " HELD-TXN(7:3)
                                       " FROM " HELD-TXN(1:6)
                                       " AMOUNT " HELD-TXN(10:9)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
           END-IF.
           IF JL-SHOWN = 0
               DISPLAY "  NONE"
           END-IF.

       SHOW-JOURNAL-LINES.
           DISPLAY "LAST JOURNAL LINES (OLDEST FIRST)".
           DISPLAY "  DATE     ACT     AMOUNT BAL AFTER   REF     "
                   "MESSAGE".
           IF JL-COUNT = 0
               DISPLAY "  NONE"
           ELSE
               IF JL-COUNT < 20
                   MOVE 1 TO JL-IX
               ELSE
                   MOVE JL-NEXT TO JL-IX
                   ADD 1 TO JL-IX
                   IF JL-IX > 20
                       MOVE 1 TO JL-IX
                   END-IF
               END-IF
               PERFORM VARYING JL-SHOWN FROM 1 BY 1
                   UNTIL JL-SHOWN > JL-COUNT
                   DISPLAY "  " JL-LINE(JL-IX)(88:8)
                           " " JL-LINE(JL-IX)(8:3)
                           " " JL-LINE(JL-IX)(12:10)
                           " " JL-LINE(JL-IX)(35:11)
                           " " JL-LINE(JL-IX)(102:7)
                           " " JL-LINE(JL-IX)(47:30)
                   ADD 1 TO JL-IX
                   IF JL-IX > 20
                       MOVE 1 TO JL-IX
                   END-IF
               END-PERFORM
           END-IF.
