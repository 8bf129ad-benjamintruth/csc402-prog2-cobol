      ******************************************************************
      * Author: Rien Sanning, Arnav Shah, William Reynolds-Uti
      * Date: 24-02-25
      * Purpose: Account and item inquiry for PROG2, CSC 407 --
      *          read-only profiles off the nightly files
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the request cards -- one customer or item per card
           SELECT INQUIRY-REQUEST-FILE ASSIGN TO 'inquiry.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           *> the nightly files, every one opened INPUT only -- the
           *> inquiry never takes the run lock and never writes a
           *> master, so it is safe while the files sit on disk
           SELECT CUSTOMERS-FILE ASSIGN TO 'customers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO 'inventory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT WHSTOCK-FILE ASSIGN TO 'whstock.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSTOCK-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'openitems.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO 'backorders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT PO-FILE ASSIGN TO 'purchaseorders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'saleshist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPENING-BALANCE-FILE ASSIGN TO 'openbal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENBAL-STATUS.
           *> looked at, never taken -- only so the report can say
           *> the figures may be mid-update
           SELECT RUN-LOCK-FILE ASSIGN TO 'runlock.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           *> output file
           SELECT INQUIRY-REPORT-FILE ASSIGN TO 'inquiry.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           *> C for a customer, I for an item, then the key. The
           *> number of days of history counted as recent may be
           *> given after it -- blank means WS-DEFAULT-RECENT-DAYS.
           FD  INQUIRY-REQUEST-FILE.
           01  INQUIRY-REQUEST-RECORD.
               05  IRQ-TYPE            PIC X(1).
                 88 IRQ-CUSTOMER       VALUE "C".
                 88 IRQ-ITEM           VALUE "I".
               05  FILLER              PIC X(1).
               05  IRQ-KEY             PIC X(6).
               05  FILLER              PIC X(1).
               05  IRQ-DAYS            PIC 9(3).
               05  IRQ-DAYS-X
                   REDEFINES IRQ-DAYS  PIC X(3).

           *> the layouts PROG2 writes -- see the matching FDs there
           *> for the history of each widened column
           FD  CUSTOMERS-FILE.
           01  CUSTOMER-RECORD.
               05  CUSTOMER-ID         PIC X(5).
               05  FILLER              PIC X(5).
               05  CUSTOMER-NAME       PIC X(18).
               05  CUSTOMER-ADDRESS    PIC X(20).
               05  CUSTOMER-CITY       PIC X(12).
               05  STATE-ZIP-COUNTRY   PIC X(12).
               05  AMOUNT-OWED         PIC 9(7).99.
               05  PRICE-TIER          PIC X(1).
               05  CREDIT-LIMIT        PIC 9(7).99.
               05  CREDIT-LIMIT-X
                   REDEFINES CREDIT-LIMIT PIC X(10).
               05  ON-ACCOUNT          PIC 9(7).99.
               05  ON-ACCOUNT-X
                   REDEFINES ON-ACCOUNT PIC X(10).
               05  CUSTOMER-WAREHOUSE  PIC X(2).
               05  CUSTOMER-WRITEOFF   PIC X(1).

           01  CUSTOMER-RECORD-OLD REDEFINES CUSTOMER-RECORD.
               05  FILLER              PIC X(72).
               05  CRO-AMOUNT-OWED     PIC 999.99.
               05  CRO-PAD             PIC X(4).

           FD  INVENTORY-FILE.
           01  INVENTORY-RECORD.
               05  INVENTORY-ID        PIC X(6).
               05  FILLER              PIC X(5).
               05  ITEM-NAME           PIC X(22).
               05  FILLER              PIC X(2).
               05  IN-STOCK            PIC 9(5).
               05  FILLER              PIC X(5).
               05  REORDER-POINT       PIC 9(5).
               05  FILLER              PIC X(5).
               05  COST                PIC 99.99.
               05  FILLER              PIC X(5).
               05  SUPPLIER-ID         PIC X(5).
               05  FILLER              PIC X(2).
               05  ORDER-UP-TO         PIC 9(5).

           01  INVENTORY-RECORD-OLD REDEFINES INVENTORY-RECORD.
               05  FILLER              PIC X(35).
               05  IRO-IN-STOCK        PIC 99.
               05  FILLER              PIC X(5).
               05  IRO-REORDER-POINT   PIC 99.
               05  FILLER              PIC X(5).
               05  IRO-COST            PIC 99.99.
               05  FILLER              PIC X(5).
               05  IRO-SUPPLIER-ID     PIC X(5).
               05  FILLER              PIC X(2).
               05  IRO-ORDER-UP-TO     PIC 99.
               05  FILLER              PIC X(9).

           FD  WHSTOCK-FILE.
           01  WHSTOCK-RECORD.
               05  WHS-INVENTORY-ID    PIC X(6).
               05  FILLER              PIC X(1).
               05  WHS-WAREHOUSE       PIC X(2).
               05  FILLER              PIC X(1).
               05  WHS-ON-HAND         PIC 9(5).
               05  FILLER              PIC X(1).
               05  WHS-REORDER-POINT   PIC 9(5).
               05  FILLER              PIC X(1).
               05  WHS-ORDER-UP-TO     PIC 9(5).

           FD  OPEN-ITEM-FILE.
           01  OPEN-ITEM-FILE-RECORD.
               05  OIF-CUSTOMER-ID     PIC X(5).
               05  OIF-ITEM-DATE       PIC 9(8).
               05  OIF-AMOUNT-OPEN     PIC 9(7)V99.
               05  OIF-INVOICE-NO      PIC 9(8).

           01  OIF-RECORD-OLD REDEFINES OPEN-ITEM-FILE-RECORD.
               05  FILLER              PIC X(13).
               05  OIFO-AMOUNT-OPEN    PIC 9(5)V99.
               05  OIFO-INVOICE-NO     PIC 9(8).
               05  OIFO-PAD            PIC X(2).

           FD  BACKORDER-FILE.
           01  BACKORDER-FILE-RECORD.
               05  BOF-CUSTOMER-ID     PIC X(5).
               05  BOF-INVENTORY-ID    PIC X(6).
               05  BOF-NUMBER-ORDERED  PIC 9(5).
               05  BOF-DISCOUNT        PIC X(1).
               05  BOF-DATE            PIC 9(8).
               05  BOF-SALESPERSON     PIC X(3).
               05  BOF-WAREHOUSE       PIC X(2).
               05  BOF-SHIP-TO         PIC X(3).

           01  BOF-RECORD-OLD REDEFINES BACKORDER-FILE-RECORD.
               05  FILLER              PIC X(11).
               05  BFO-NUMBER-ORDERED  PIC 99.
               05  BFO-DISCOUNT        PIC X(1).
               05  BFO-DATE            PIC 9(8).
               05  BFO-SALESPERSON     PIC X(3).
               05  FILLER              PIC X(3).

           FD  PO-FILE.
           01  PO-RECORD.
               05  PO-ITEM-ID          PIC X(6).
               05  FILLER              PIC X(2).
               05  PO-SUPPLIER-ID      PIC X(5).
               05  FILLER              PIC X(2).
               05  PO-DATE             PIC 9(8).
               05  FILLER              PIC X(2).
               05  PO-QUANTITY         PIC 9(5).
               05  FILLER              PIC X(2).
               05  PO-ITEM-NAME        PIC X(22).
               05  FILLER              PIC X(2).
               05  PO-STATUS           PIC X(1).
               05  FILLER              PIC X(2).
               05  PO-OUTSTANDING      PIC 9(5).
               05  FILLER              PIC X(2).
               05  PO-WAREHOUSE        PIC X(2).
               05  FILLER              PIC X(2).
               05  PO-UNIT-COST        PIC 99.99.
               05  FILLER              PIC X(2).
               05  PO-INVOICED         PIC 9(5).

           01  PO-RECORD-OLD REDEFINES PO-RECORD.
               05  FILLER              PIC X(25).
               05  POO-QUANTITY        PIC 99.
               05  FILLER              PIC X(2).
               05  POO-ITEM-NAME       PIC X(22).
               05  FILLER              PIC X(2).
               05  POO-STATUS          PIC X(1).
               05  FILLER              PIC X(2).
               05  POO-OUTSTANDING     PIC 99.
               05  FILLER              PIC X(6).

           FD  SALES-HISTORY-FILE.
           01  SALES-HISTORY-RECORD.
               05  SH-DATE             PIC 9(8).
               05  FILLER              PIC X(1).
               05  SH-TYPE             PIC X(1).
                 88 SH-SALE-REC        VALUE "S".
                 88 SH-RETURN-REC      VALUE "R".
               05  FILLER              PIC X(1).
               05  SH-CUSTOMER-ID      PIC X(5).
               05  FILLER              PIC X(1).
               05  SH-INVENTORY-ID     PIC X(6).
               05  FILLER              PIC X(1).
               05  SH-QUANTITY         PIC 9(5).
               05  FILLER              PIC X(1).
               05  SH-AMOUNT           PIC 9(7).99.
               05  FILLER              PIC X(1).
               05  SH-INVOICE-NO       PIC 9(8).

           FD  JOURNAL-FILE.
           01  JOURNAL-RECORD.
               05  JRNL-DATE           PIC 9(8).
               05  JRNL-TIME           PIC 9(6).
               05  FILLER              PIC X(1).
               05  JRNL-SOURCE         PIC X(7).
               05  FILLER              PIC X(1).
               05  JRNL-FILE-ID        PIC X(1).
               05  FILLER              PIC X(1).
               05  JRNL-KEY            PIC X(6).
               05  JRNL-KEY-CUST REDEFINES JRNL-KEY.
                   10  JRNL-KEY-CUST-ID PIC X(5).
                   10  FILLER          PIC X(1).
               05  FILLER              PIC X(1).
               05  JRNL-FIELD          PIC X(5).
               05  FILLER              PIC X(1).
               05  JRNL-BEFORE         PIC 9(7).99.
               05  FILLER              PIC X(1).
               05  JRNL-AFTER          PIC 9(7).99.

           *> the closing snapshot of the last period-end close --
           *> only the customer lines and the trailer are looked at
           FD  OPENING-BALANCE-FILE.
           01  OPENBAL-TRAILER-RECORD.
               05  OBT-TYPE            PIC X(1).
                 88 OBT-TRAILER        VALUE "T".
               05  FILLER              PIC X(1).
               05  OBT-PERIOD-END      PIC 9(8).
               05  FILLER              PIC X(40).
           01  OPENBAL-CUSTOMER-RECORD.
               05  OBC-TYPE            PIC X(1).
                 88 OBC-CUSTOMER       VALUE "C".
               05  FILLER              PIC X(1).
               05  OBC-CUSTOMER-ID     PIC X(5).
               05  FILLER              PIC X(4).
               05  OBC-AMOUNT-OWED     PIC 9(7).99.
               05  FILLER              PIC X(1).
               05  OBC-ON-ACCOUNT      PIC 9(7).99.
               05  FILLER              PIC X(28).

           FD  RUN-LOCK-FILE.
           01  RUN-LOCK-RECORD.
               05  LOCK-FLAG           PIC X(6).
                 88 RUN-LOCK-HELD      VALUE "LOCKED".
               05  FILLER              PIC X(1).
               05  LOCK-DATE           PIC 9(8).
               05  FILLER              PIC X(1).
               05  LOCK-TIME           PIC 9(6).

           *> one profile per request card, built by STRING like the
           *> PROG2 registers
           FD  INQUIRY-REPORT-FILE.
           01  INQUIRY-REPORT-RECORD   PIC X(132).


       WORKING-STORAGE SECTION.

           01 WS-EOF        PIC X VALUE 'N'.
             88 END-OF-FILE VALUE 'Y'.
           01 WS-REQUEST-EOF-SW        PIC X VALUE 'N'.
             88 END-OF-REQUESTS        VALUE 'Y'.

           01 WS-REQUEST-STATUS        PIC XX VALUE SPACES.
             88 REQUEST-FILE-PRESENT   VALUE "00".
           01 WS-CUSTOMERS-STATUS      PIC XX VALUE SPACES.
             88 CUSTOMERS-FILE-PRESENT VALUE "00".
           01 WS-INVENTORY-STATUS      PIC XX VALUE SPACES.
             88 INVENTORY-FILE-PRESENT VALUE "00".
           01 WS-WHSTOCK-STATUS        PIC XX VALUE SPACES.
             88 WHSTOCK-FILE-PRESENT   VALUE "00".
           01 WS-OPEN-ITEM-STATUS      PIC XX VALUE SPACES.
             88 OPEN-ITEM-FILE-PRESENT VALUE "00".
           01 WS-BACKORDER-STATUS      PIC XX VALUE SPACES.
             88 BACKORDER-FILE-PRESENT VALUE "00".
           01 WS-PO-STATUS             PIC XX VALUE SPACES.
             88 PO-FILE-PRESENT        VALUE "00".
           01 WS-SALESHIST-STATUS      PIC XX VALUE SPACES.
             88 SALESHIST-FILE-PRESENT VALUE "00".
           01 WS-JOURNAL-STATUS        PIC XX VALUE SPACES.
             88 JOURNAL-FILE-PRESENT   VALUE "00".
           01 WS-OPENBAL-STATUS        PIC XX VALUE SPACES.
             88 OPENBAL-FILE-PRESENT   VALUE "00".
           01 WS-RUNLOCK-STATUS        PIC XX VALUE SPACES.
             88 RUNLOCK-FILE-PRESENT   VALUE "00".

           01 WS-RUN-DATE              PIC 9(8) VALUE 0.
           01 WS-RUN-DATE-INT          PIC 9(7) VALUE 0.

           *> how far back "recent" sales history and journal
           *> movements reach when the card does not say
           01 WS-DEFAULT-RECENT-DAYS   PIC 9(3) VALUE 90.
           01 WS-RECENT-DAYS           PIC 9(3) VALUE 90.
           01 WS-SINCE-DATE            PIC 9(8) VALUE 0.

           *> the request in hand
           01 WS-INQ-TYPE              PIC X(1) VALUE SPACE.
             88 INQ-CUSTOMER           VALUE "C".
             88 INQ-ITEM               VALUE "I".
           01 WS-INQ-CUSTOMER-ID       PIC X(5) VALUE SPACES.
           01 WS-INQ-ITEM-ID           PIC X(6) VALUE SPACES.
           01 WS-FOUND-SW              PIC X VALUE 'N'.
             88 KEY-FOUND              VALUE 'Y'.
           01 WS-LINE-COUNT            PIC 9(7) VALUE 0.
           01 WS-SECTION-TITLE         PIC X(60) VALUE SPACES.

           *> the customer or item as found on its master
           01 WS-CUST-NAME             PIC X(18) VALUE SPACES.
           01 WS-CUST-ADDRESS          PIC X(20) VALUE SPACES.
           01 WS-CUST-CITY             PIC X(12) VALUE SPACES.
           01 WS-CUST-STATE-ZIP        PIC X(12) VALUE SPACES.
           01 WS-CUST-OWED             PIC 9(7)V99 VALUE 0.
           01 WS-CUST-ON-ACCOUNT       PIC 9(7)V99 VALUE 0.
           01 WS-CUST-CREDIT-LIMIT     PIC 9(7)V99 VALUE 0.
           01 WS-CUST-TIER             PIC X(1) VALUE SPACE.
           01 WS-CUST-WAREHOUSE        PIC X(2) VALUE SPACES.
           01 WS-CUST-WRITEOFF         PIC X(1) VALUE SPACE.
           01 WS-ITEM-NAME             PIC X(22) VALUE SPACES.
           01 WS-ITEM-IN-STOCK         PIC 9(5) VALUE 0.
           01 WS-ITEM-REORDER-POINT    PIC 9(5) VALUE 0.
           01 WS-ITEM-COST             PIC 99V99 VALUE 0.
           01 WS-ITEM-SUPPLIER-ID      PIC X(5) VALUE SPACES.

           *> line work fields
           01 WS-AGE-DAYS              PIC S9(5) VALUE 0.
           01 WS-OPEN-AMOUNT           PIC 9(7)V99 VALUE 0.
           01 WS-OPEN-INVOICE-NO       PIC 9(8) VALUE 0.
           01 WS-OPEN-TOTAL            PIC 9(9)V99 VALUE 0.
           01 WS-BO-QUANTITY           PIC 9(5) VALUE 0.
           01 WS-BO-DATE               PIC 9(8) VALUE 0.
           01 WS-BO-TOTAL              PIC 9(7) VALUE 0.
           01 WS-PO-QUANTITY           PIC 9(5) VALUE 0.
           01 WS-PO-OUTSTANDING        PIC 9(5) VALUE 0.
           01 WS-PO-LINE-STATUS        PIC X(1) VALUE SPACE.
           01 WS-PO-TOTAL              PIC 9(7) VALUE 0.
           01 WS-SALES-UNITS           PIC S9(7) VALUE 0.
           01 WS-SALES-DOLLARS         PIC S9(9)V99 VALUE 0.
           01 WS-SH-AMOUNT             PIC 9(7)V99 VALUE 0.
           01 WS-OB-PERIOD-END         PIC 9(8) VALUE 0.
           01 WS-OB-OWED               PIC 9(7)V99 VALUE 0.
           01 WS-OB-ON-ACCOUNT         PIC 9(7)V99 VALUE 0.

           01 WS-AMOUNT-ED             PIC Z,ZZZ,ZZ9.99.
           01 WS-AMOUNT-ED-2           PIC Z,ZZZ,ZZ9.99.
           01 WS-AMOUNT-ED-3           PIC Z,ZZZ,ZZ9.99.
           01 WS-TOTAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-SIGNED-ED             PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-QTY-ED                PIC ZZ,ZZ9.
           01 WS-QTY-ED-2              PIC ZZ,ZZ9.
           01 WS-QTY-ED-3              PIC ZZ,ZZ9.
           01 WS-UNITS-ED              PIC Z,ZZZ,ZZ9-.
           01 WS-COUNT-ED              PIC ZZZ,ZZ9.
           01 WS-AGE-ED                PIC ZZ,ZZ9-.
           01 WS-DAYS-ED               PIC ZZ9.
           01 WS-COST-ED               PIC Z9.99.

           *> run totals for the console
           01 WS-TOTAL-REQUESTS        PIC 9(7) VALUE 0.
           01 WS-TOTAL-CUSTOMERS       PIC 9(7) VALUE 0.
           01 WS-TOTAL-ITEMS           PIC 9(7) VALUE 0.
           01 WS-TOTAL-BAD-REQUESTS    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "  "
           DISPLAY "BEGIN INQUIRY"
           DISPLAY "  "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN INPUT INQUIRY-REQUEST-FILE
           IF NOT REQUEST-FILE-PRESENT
               DISPLAY "INQUIRY STOPPED - NO inquiry.dat ON HAND"
               STOP RUN
           END-IF

           OPEN OUTPUT INQUIRY-REPORT-FILE
           PERFORM WRITE-INQUIRY-HEADER

           MOVE 'N' TO WS-REQUEST-EOF-SW
           PERFORM UNTIL END-OF-REQUESTS
               READ INQUIRY-REQUEST-FILE INTO INQUIRY-REQUEST-RECORD
                   AT END MOVE 'Y' TO WS-REQUEST-EOF-SW
               END-READ

               IF NOT END-OF-REQUESTS
               AND INQUIRY-REQUEST-RECORD NOT = SPACES
                   ADD 1 TO WS-TOTAL-REQUESTS
                   PERFORM SET-REQUEST-WINDOW
                   IF IRQ-CUSTOMER
                       PERFORM CUSTOMER-INQUIRY
                   ELSE
                   IF IRQ-ITEM
                       PERFORM ITEM-INQUIRY
                   ELSE
                       PERFORM WRITE-BAD-REQUEST
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE INQUIRY-REQUEST-FILE
           CLOSE INQUIRY-REPORT-FILE

           DISPLAY "REQUESTS READ     " WS-TOTAL-REQUESTS
           DISPLAY "CUSTOMER PROFILES " WS-TOTAL-CUSTOMERS
           DISPLAY "ITEM PROFILES     " WS-TOTAL-ITEMS
           DISPLAY "BAD REQUESTS      " WS-TOTAL-BAD-REQUESTS
           DISPLAY "END INQUIRY"
           STOP RUN.


      ******************************************************************
      * Heads the report with the run date and, if the nightly run
      * holds its lock right now, a warning that the files may be
      * part-way through an update. The lock is only read.
      ******************************************************************
       WRITE-INQUIRY-HEADER.

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "ACCOUNT AND ITEM INQUIRY   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           OPEN INPUT RUN-LOCK-FILE
           IF RUNLOCK-FILE-PRESENT
               READ RUN-LOCK-FILE INTO RUN-LOCK-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-RUNLOCK-STATUS = "00"
               AND RUN-LOCK-HELD
                   MOVE SPACES TO INQUIRY-REPORT-RECORD
                   STRING "*** NIGHTLY RUN IN PROGRESS SINCE "
                       LOCK-DATE " " LOCK-TIME
                       " - FIGURES MAY BE MID-UPDATE ***"
                       DELIMITED BY SIZE
                       INTO INQUIRY-REPORT-RECORD
                   WRITE INQUIRY-REPORT-RECORD
                   DISPLAY "NOTE - NIGHTLY RUN IN PROGRESS"
               END-IF
               CLOSE RUN-LOCK-FILE
           END-IF.


      ******************************************************************
      * Takes the key off the request card and works out how far
      * back "recent" reaches for it.
      ******************************************************************
       SET-REQUEST-WINDOW.

           MOVE IRQ-TYPE TO WS-INQ-TYPE
           MOVE IRQ-KEY(1:5) TO WS-INQ-CUSTOMER-ID
           MOVE IRQ-KEY TO WS-INQ-ITEM-ID

           IF IRQ-DAYS-X NOT = SPACES
           AND IRQ-DAYS NUMERIC
           AND IRQ-DAYS > 0
               MOVE IRQ-DAYS TO WS-RECENT-DAYS
           ELSE
               MOVE WS-DEFAULT-RECENT-DAYS TO WS-RECENT-DAYS
           END-IF
           COMPUTE WS-SINCE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT - WS-RECENT-DAYS + 1).


      ******************************************************************
      * A card that names neither a customer nor an item.
      ******************************************************************
       WRITE-BAD-REQUEST.

           ADD 1 TO WS-TOTAL-BAD-REQUESTS
           PERFORM WRITE-PROFILE-RULE
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "REQUEST NOT UNDERSTOOD - FIRST COLUMN MUST BE "
               "C OR I: " INQUIRY-REQUEST-RECORD
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.


      ******************************************************************
      * The ruled line and blank line that open every profile.
      ******************************************************************
       WRITE-PROFILE-RULE.

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE ALL "=" TO INQUIRY-REPORT-RECORD(1:100)
           WRITE INQUIRY-REPORT-RECORD.


      ******************************************************************
      * Writes a section heading with a blank line above it.
      ******************************************************************
       WRITE-SECTION-HEADING.

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE WS-SECTION-TITLE TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.


      ******************************************************************
      * The full account profile for one customer: name and address,
      * balance, cash on account, credit limit and price tier, the
      * opening balance carried from the last period-end close,
      * every open item with its invoice number and age, the
      * backorders waiting, and recent sales and journal movements.
      * An account no longer on customers.dat still gets the other
      * sections -- anything left behind under its number shows.
      ******************************************************************
       CUSTOMER-INQUIRY.

           ADD 1 TO WS-TOTAL-CUSTOMERS
           PERFORM WRITE-PROFILE-RULE
           PERFORM FIND-CUSTOMER

           IF KEY-FOUND
               PERFORM WRITE-CUSTOMER-ACCOUNT
           ELSE
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "CUSTOMER " WS-INQ-CUSTOMER-ID
                   "   *** NOT ON customers.dat ***"
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF

           PERFORM WRITE-CUSTOMER-OPENING
           PERFORM LIST-CUSTOMER-OPEN-ITEMS
           PERFORM LIST-BACKORDERS
           PERFORM LIST-SALES-HISTORY
           PERFORM LIST-CUSTOMER-JOURNAL.


      ******************************************************************
      * Reads customers.dat for the requested account. An old-format
      * record (see CUSTOMER-RECORD-OLD) and blank credit limit or
      * cash-on-account columns read the way PROG2 reads them.
      ******************************************************************
       FIND-CUSTOMER.

           MOVE 'N' TO WS-FOUND-SW
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTOMERS-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE OR KEY-FOUND
                   READ CUSTOMERS-FILE INTO CUSTOMER-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND CUSTOMER-ID = WS-INQ-CUSTOMER-ID
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE CUSTOMER-NAME TO WS-CUST-NAME
                       MOVE CUSTOMER-ADDRESS TO WS-CUST-ADDRESS
                       MOVE CUSTOMER-CITY TO WS-CUST-CITY
                       MOVE STATE-ZIP-COUNTRY TO WS-CUST-STATE-ZIP
                       IF CRO-PAD = SPACES
                           MOVE CRO-AMOUNT-OWED TO WS-CUST-OWED
                           MOVE SPACE TO WS-CUST-TIER
                           MOVE 0 TO WS-CUST-CREDIT-LIMIT
                           MOVE 0 TO WS-CUST-ON-ACCOUNT
                           MOVE SPACES TO WS-CUST-WAREHOUSE
                           MOVE SPACE TO WS-CUST-WRITEOFF
                       ELSE
                           MOVE AMOUNT-OWED TO WS-CUST-OWED
                           MOVE PRICE-TIER TO WS-CUST-TIER
                           IF CREDIT-LIMIT-X = SPACES
                               MOVE 0 TO WS-CUST-CREDIT-LIMIT
                           ELSE
                               MOVE CREDIT-LIMIT
                                   TO WS-CUST-CREDIT-LIMIT
                           END-IF
                           IF ON-ACCOUNT-X = SPACES
                               MOVE 0 TO WS-CUST-ON-ACCOUNT
                           ELSE
                               MOVE ON-ACCOUNT TO WS-CUST-ON-ACCOUNT
                           END-IF
                           MOVE CUSTOMER-WAREHOUSE
                               TO WS-CUST-WAREHOUSE
                           MOVE CUSTOMER-WRITEOFF
                               TO WS-CUST-WRITEOFF
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CUSTOMERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Name, address and the account figures.
      ******************************************************************
       WRITE-CUSTOMER-ACCOUNT.

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "CUSTOMER " WS-INQ-CUSTOMER-ID "  " WS-CUST-NAME
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  " WS-CUST-ADDRESS "  " WS-CUST-CITY "  "
               WS-CUST-STATE-ZIP
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE WS-CUST-OWED TO WS-AMOUNT-ED
           MOVE WS-CUST-ON-ACCOUNT TO WS-AMOUNT-ED-2
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  AMOUNT OWED  " WS-AMOUNT-ED
               "    ON ACCOUNT  " WS-AMOUNT-ED-2
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF WS-CUST-CREDIT-LIMIT = 0
               MOVE "  CREDIT LIMIT          NONE" TO
                   INQUIRY-REPORT-RECORD
           ELSE
               MOVE WS-CUST-CREDIT-LIMIT TO WS-AMOUNT-ED-3
               STRING "  CREDIT LIMIT " WS-AMOUNT-ED-3
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
           END-IF
           IF WS-CUST-TIER = SPACE
               MOVE "    PRICE TIER  NONE" TO
                   INQUIRY-REPORT-RECORD(29:20)
           ELSE
               MOVE "    PRICE TIER  " TO
                   INQUIRY-REPORT-RECORD(29:16)
               MOVE WS-CUST-TIER TO INQUIRY-REPORT-RECORD(45:1)
           END-IF
           IF WS-CUST-WAREHOUSE NOT = SPACES
               MOVE "    WAREHOUSE  " TO INQUIRY-REPORT-RECORD(49:15)
               MOVE WS-CUST-WAREHOUSE TO INQUIRY-REPORT-RECORD(64:2)
           END-IF
           WRITE INQUIRY-REPORT-RECORD

           *> written off as bad debt -- every order is held
           IF WS-CUST-WRITEOFF = "W"
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               MOVE "  *** ACCOUNT WRITTEN OFF - ORDERS ON CREDIT HOLD"
                   TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.


      ******************************************************************
      * The account's opening figures as carried forward by the last
      * period-end close, if there has been one.
      ******************************************************************
       WRITE-CUSTOMER-OPENING.

           MOVE 0 TO WS-OB-PERIOD-END
           MOVE 'N' TO WS-FOUND-SW
           OPEN INPUT OPENING-BALANCE-FILE
           IF OPENBAL-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ OPENING-BALANCE-FILE
                       INTO OPENBAL-CUSTOMER-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       IF OBC-CUSTOMER
                       AND OBC-CUSTOMER-ID = WS-INQ-CUSTOMER-ID
                           MOVE 'Y' TO WS-FOUND-SW
                           MOVE OBC-AMOUNT-OWED TO WS-OB-OWED
                           MOVE OBC-ON-ACCOUNT TO WS-OB-ON-ACCOUNT
                       END-IF
                       IF OBT-TRAILER
                       AND OBT-PERIOD-END NUMERIC
                           MOVE OBT-PERIOD-END TO WS-OB-PERIOD-END
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE OPENING-BALANCE-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF KEY-FOUND
           AND WS-OB-PERIOD-END > 0
               MOVE WS-OB-OWED TO WS-AMOUNT-ED
               MOVE WS-OB-ON-ACCOUNT TO WS-AMOUNT-ED-2
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "  OPENING AFTER CLOSE OF " WS-OB-PERIOD-END
                   "  OWED " WS-AMOUNT-ED
                   "  ON ACCOUNT " WS-AMOUNT-ED-2
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.


      ******************************************************************
      * Every open item on the account, with its invoice number, the
      * date it was raised, its age in days and what is still open.
      ******************************************************************
       LIST-CUSTOMER-OPEN-ITEMS.

           MOVE "OPEN ITEMS" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  INVOICE   ITEM DATE     AGE    AMOUNT OPEN"
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-OPEN-TOTAL
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ OPEN-ITEM-FILE INTO OPEN-ITEM-FILE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND OIF-CUSTOMER-ID = WS-INQ-CUSTOMER-ID
                       IF OIFO-PAD = SPACES
                           MOVE OIFO-AMOUNT-OPEN TO WS-OPEN-AMOUNT
                           MOVE 0 TO WS-OPEN-INVOICE-NO
                           IF OIFO-INVOICE-NO NUMERIC
                               MOVE OIFO-INVOICE-NO
                                   TO WS-OPEN-INVOICE-NO
                           END-IF
                       ELSE
                           MOVE OIF-AMOUNT-OPEN TO WS-OPEN-AMOUNT
                           MOVE 0 TO WS-OPEN-INVOICE-NO
                           IF OIF-INVOICE-NO NUMERIC
                               MOVE OIF-INVOICE-NO
                                   TO WS-OPEN-INVOICE-NO
                           END-IF
                       END-IF
                       MOVE 0 TO WS-AGE-DAYS
                       IF OIF-ITEM-DATE NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(OIF-ITEM-DATE)
                           = 0
                           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT -
                               FUNCTION INTEGER-OF-DATE(OIF-ITEM-DATE)
                       END-IF
                       ADD 1 TO WS-LINE-COUNT
                       ADD WS-OPEN-AMOUNT TO WS-OPEN-TOTAL
                       MOVE WS-AGE-DAYS TO WS-AGE-ED
                       MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-ED
                       MOVE SPACES TO INQUIRY-REPORT-RECORD
                       STRING "  " WS-OPEN-INVOICE-NO
                           "  " OIF-ITEM-DATE
                           "  " WS-AGE-ED
                           "  " WS-AMOUNT-ED
                           DELIMITED BY SIZE
                           INTO INQUIRY-REPORT-RECORD
                       WRITE INQUIRY-REPORT-RECORD
                   END-IF
               END-PERFORM

               CLOSE OPEN-ITEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-LINE-COUNT = 0
               PERFORM WRITE-NONE-ON-FILE
           ELSE
               MOVE WS-LINE-COUNT TO WS-COUNT-ED
               MOVE WS-OPEN-TOTAL TO WS-TOTAL-ED
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "  ITEMS " WS-COUNT-ED
                   "   TOTAL OPEN " WS-TOTAL-ED
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.


      ******************************************************************
      * The backorders waiting for the customer, or for the item --
      * everything on backorders.dat is still waiting; released and
      * cancelled lines are dropped at the nightly rewrite.
      ******************************************************************
       LIST-BACKORDERS.

           MOVE "BACKORDERS WAITING" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  CUST   ITEM       QTY  ORDERED   WH  SHIP-TO"
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-BO-TOTAL
           OPEN INPUT BACKORDER-FILE
           IF BACKORDER-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ BACKORDER-FILE INTO BACKORDER-FILE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       IF (INQ-CUSTOMER
                       AND BOF-CUSTOMER-ID = WS-INQ-CUSTOMER-ID)
                       OR (INQ-ITEM
                       AND BOF-INVENTORY-ID = WS-INQ-ITEM-ID)
                           PERFORM WRITE-BACKORDER-LINE
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE BACKORDER-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-LINE-COUNT = 0
               PERFORM WRITE-NONE-ON-FILE
           ELSE
               MOVE WS-LINE-COUNT TO WS-COUNT-ED
               MOVE WS-BO-TOTAL TO WS-QTY-ED
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "  LINES " WS-COUNT-ED
                   "   UNITS WAITING " WS-QTY-ED
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.


      ******************************************************************
      * One waiting backorder; a pre-widening record is read through
      * the narrow layout.
      ******************************************************************
       WRITE-BACKORDER-LINE.

           IF BOF-NUMBER-ORDERED NUMERIC
               MOVE BOF-NUMBER-ORDERED TO WS-BO-QUANTITY
               MOVE BOF-DATE TO WS-BO-DATE
           ELSE
               MOVE BFO-NUMBER-ORDERED TO WS-BO-QUANTITY
               MOVE BFO-DATE TO WS-BO-DATE
           END-IF
           ADD 1 TO WS-LINE-COUNT
           ADD WS-BO-QUANTITY TO WS-BO-TOTAL
           MOVE WS-BO-QUANTITY TO WS-QTY-ED
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  " BOF-CUSTOMER-ID
               "  " BOF-INVENTORY-ID
               "  " WS-QTY-ED
               "  " WS-BO-DATE
               "  " BOF-WAREHOUSE
               "  " BOF-SHIP-TO
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.


      ******************************************************************
      * Sales and credit memos on the history inside the recent
      * window, for the customer or for the item, with the window's
      * net units and dollars.
      ******************************************************************
       LIST-SALES-HISTORY.

           MOVE WS-RECENT-DAYS TO WS-DAYS-ED
           MOVE SPACES TO WS-SECTION-TITLE
           STRING "SALES HISTORY SINCE " WS-SINCE-DATE
               " (LAST " WS-DAYS-ED " DAYS)"
               DELIMITED BY SIZE
               INTO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  DATE      TYPE    CUST   ITEM       QTY"
               "        AMOUNT  INVOICE"
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-SALES-UNITS
           MOVE 0 TO WS-SALES-DOLLARS
           OPEN INPUT SALES-HISTORY-FILE
           IF SALESHIST-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ SALES-HISTORY-FILE INTO SALES-HISTORY-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND (SH-SALE-REC OR SH-RETURN-REC)
                   AND SH-DATE NUMERIC
                   AND SH-QUANTITY NUMERIC
                   AND SH-DATE NOT < WS-SINCE-DATE
                       IF (INQ-CUSTOMER
                       AND SH-CUSTOMER-ID = WS-INQ-CUSTOMER-ID)
                       OR (INQ-ITEM
                       AND SH-INVENTORY-ID = WS-INQ-ITEM-ID)
                           PERFORM WRITE-SALES-HISTORY-LINE
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE SALES-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-LINE-COUNT = 0
               PERFORM WRITE-NONE-ON-FILE
           ELSE
               MOVE WS-SALES-UNITS TO WS-UNITS-ED
               MOVE WS-SALES-DOLLARS TO WS-SIGNED-ED
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "  NET UNITS " WS-UNITS-ED
                   "   NET DOLLARS " WS-SIGNED-ED
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.


      ******************************************************************
      * One history line; returns net out of the window totals.
      ******************************************************************
       WRITE-SALES-HISTORY-LINE.

           MOVE SH-AMOUNT TO WS-SH-AMOUNT
           ADD 1 TO WS-LINE-COUNT
           MOVE SH-QUANTITY TO WS-QTY-ED
           MOVE WS-SH-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF SH-SALE-REC
               ADD SH-QUANTITY TO WS-SALES-UNITS
               ADD WS-SH-AMOUNT TO WS-SALES-DOLLARS
               STRING "  " SH-DATE "  SALE  "
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
           ELSE
               SUBTRACT SH-QUANTITY FROM WS-SALES-UNITS
               SUBTRACT WS-SH-AMOUNT FROM WS-SALES-DOLLARS
               STRING "  " SH-DATE "  RETURN"
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
           END-IF
           STRING "  " SH-CUSTOMER-ID
               "  " SH-INVENTORY-ID
               "  " WS-QTY-ED
               "  " WS-AMOUNT-ED
               "  " SH-INVOICE-NO
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD(19:100)
           WRITE INQUIRY-REPORT-RECORD.


      ******************************************************************
      * Every journal movement of the account's balance or cash on
      * account inside the recent window -- why the balance moved.
      ******************************************************************
       LIST-CUSTOMER-JOURNAL.

           MOVE WS-RECENT-DAYS TO WS-DAYS-ED
           MOVE SPACES TO WS-SECTION-TITLE
           STRING "JOURNAL SINCE " WS-SINCE-DATE
               " (LAST " WS-DAYS-ED " DAYS)"
               DELIMITED BY SIZE
               INTO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  DATE      TIME    SOURCE   FIELD"
               "        BEFORE         AFTER"
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND JRNL-FILE-ID = "C"
                   AND JRNL-KEY-CUST-ID = WS-INQ-CUSTOMER-ID
                   AND JRNL-DATE NUMERIC
                   AND JRNL-DATE NOT < WS-SINCE-DATE
                       ADD 1 TO WS-LINE-COUNT
                       MOVE SPACES TO INQUIRY-REPORT-RECORD
                       STRING "  " JRNL-DATE
                           "  " JRNL-TIME
                           "  " JRNL-SOURCE
                           "  " JRNL-FIELD
                           "  " JRNL-BEFORE
                           "  " JRNL-AFTER
                           DELIMITED BY SIZE
                           INTO INQUIRY-REPORT-RECORD
                       WRITE INQUIRY-REPORT-RECORD
                   END-IF
               END-PERFORM

               CLOSE JOURNAL-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-LINE-COUNT = 0
               PERFORM WRITE-NONE-ON-FILE
           END-IF.


      ******************************************************************
      * The item profile: the master record, stock on hand by
      * location, the open purchase orders, the backorders waiting
      * for it, and its recent sales.
      ******************************************************************
       ITEM-INQUIRY.

           ADD 1 TO WS-TOTAL-ITEMS
           PERFORM WRITE-PROFILE-RULE
           PERFORM FIND-ITEM

           IF KEY-FOUND
               PERFORM WRITE-ITEM-MASTER
           ELSE
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "ITEM " WS-INQ-ITEM-ID
                   "   *** NOT ON inventory.dat ***"
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF

           PERFORM LIST-ITEM-LOCATIONS
           PERFORM LIST-ITEM-PURCHASE-ORDERS
           PERFORM LIST-BACKORDERS
           PERFORM LIST-SALES-HISTORY.


      ******************************************************************
      * Reads inventory.dat for the requested item, through the
      * narrow layout for a pre-widening record.
      ******************************************************************
       FIND-ITEM.

           MOVE 'N' TO WS-FOUND-SW
           OPEN INPUT INVENTORY-FILE
           IF INVENTORY-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE OR KEY-FOUND
                   READ INVENTORY-FILE INTO INVENTORY-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND INVENTORY-ID = WS-INQ-ITEM-ID
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE ITEM-NAME TO WS-ITEM-NAME
                       IF IN-STOCK NOT NUMERIC
                       AND IRO-IN-STOCK NUMERIC
                           MOVE IRO-IN-STOCK TO WS-ITEM-IN-STOCK
                           MOVE IRO-REORDER-POINT
                               TO WS-ITEM-REORDER-POINT
                           MOVE IRO-COST TO WS-ITEM-COST
                           MOVE IRO-SUPPLIER-ID
                               TO WS-ITEM-SUPPLIER-ID
                       ELSE
                           MOVE IN-STOCK TO WS-ITEM-IN-STOCK
                           MOVE REORDER-POINT
                               TO WS-ITEM-REORDER-POINT
                           MOVE COST TO WS-ITEM-COST
                           MOVE SUPPLIER-ID TO WS-ITEM-SUPPLIER-ID
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE INVENTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Item name, total stock on hand, reorder point, cost and
      * supplier.
      ******************************************************************
       WRITE-ITEM-MASTER.

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "ITEM " WS-INQ-ITEM-ID "  " WS-ITEM-NAME
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE WS-ITEM-IN-STOCK TO WS-QTY-ED
           MOVE WS-ITEM-REORDER-POINT TO WS-QTY-ED-2
           MOVE WS-ITEM-COST TO WS-COST-ED
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  STOCK ON HAND " WS-QTY-ED
               "    REORDER POINT " WS-QTY-ED-2
               "    COST " WS-COST-ED
               "    SUPPLIER " WS-ITEM-SUPPLIER-ID
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.


      ******************************************************************
      * Stock on hand at each warehouse holding the item.
      ******************************************************************
       LIST-ITEM-LOCATIONS.

           MOVE "STOCK ON HAND BY WAREHOUSE" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  WH  ON HAND  REORDER  ORDER-UP-TO"
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT WHSTOCK-FILE
           IF WHSTOCK-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ WHSTOCK-FILE INTO WHSTOCK-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND WHS-INVENTORY-ID = WS-INQ-ITEM-ID
                   AND WHS-ON-HAND NUMERIC
                       ADD 1 TO WS-LINE-COUNT
                       MOVE WHS-ON-HAND TO WS-QTY-ED
                       MOVE 0 TO WS-QTY-ED-2
                       MOVE 0 TO WS-QTY-ED-3
                       IF WHS-REORDER-POINT NUMERIC
                           MOVE WHS-REORDER-POINT TO WS-QTY-ED-2
                       END-IF
                       IF WHS-ORDER-UP-TO NUMERIC
                           MOVE WHS-ORDER-UP-TO TO WS-QTY-ED-3
                       END-IF
                       MOVE SPACES TO INQUIRY-REPORT-RECORD
                       STRING "  " WHS-WAREHOUSE
                           "   " WS-QTY-ED
                           "   " WS-QTY-ED-2
                           "       " WS-QTY-ED-3
                           DELIMITED BY SIZE
                           INTO INQUIRY-REPORT-RECORD
                       WRITE INQUIRY-REPORT-RECORD
                   END-IF
               END-PERFORM

               CLOSE WHSTOCK-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-LINE-COUNT = 0
               PERFORM WRITE-NONE-ON-FILE
           END-IF.


      ******************************************************************
      * Every purchase order still on file for the item: open (O),
      * part received (P), or received in full and awaiting the
      * supplier's bill (C), with the quantity still to come in.
      ******************************************************************
       LIST-ITEM-PURCHASE-ORDERS.

           MOVE "PURCHASE ORDERS" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  PO DATE   SUPPL  ORDERED  STATUS  OUTSTANDING"
               "  WH"
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD

           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-PO-TOTAL
           OPEN INPUT PO-FILE
           IF PO-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ PO-FILE INTO PO-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND PO-ITEM-ID = WS-INQ-ITEM-ID
                       PERFORM WRITE-PURCHASE-ORDER-LINE
                   END-IF
               END-PERFORM

               CLOSE PO-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-LINE-COUNT = 0
               PERFORM WRITE-NONE-ON-FILE
           ELSE
               MOVE WS-LINE-COUNT TO WS-COUNT-ED
               MOVE WS-PO-TOTAL TO WS-QTY-ED
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "  POS " WS-COUNT-ED
                   "   UNITS STILL TO COME IN " WS-QTY-ED
                   DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.


      ******************************************************************
      * One purchase order, read the way PROG2 loads it: a
      * pre-widening record through the narrow layout, a missing
      * status as open, a missing outstanding as the full quantity.
      ******************************************************************
       WRITE-PURCHASE-ORDER-LINE.

           IF PO-QUANTITY NUMERIC
               MOVE PO-QUANTITY TO WS-PO-QUANTITY
               MOVE PO-STATUS TO WS-PO-LINE-STATUS
               IF PO-OUTSTANDING NUMERIC
                   MOVE PO-OUTSTANDING TO WS-PO-OUTSTANDING
               ELSE
                   MOVE PO-QUANTITY TO WS-PO-OUTSTANDING
               END-IF
           ELSE
               MOVE POO-QUANTITY TO WS-PO-QUANTITY
               MOVE POO-STATUS TO WS-PO-LINE-STATUS
               IF POO-OUTSTANDING NUMERIC
                   MOVE POO-OUTSTANDING TO WS-PO-OUTSTANDING
               ELSE
                   MOVE POO-QUANTITY TO WS-PO-OUTSTANDING
               END-IF
           END-IF
           IF WS-PO-LINE-STATUS NOT = "O"
           AND WS-PO-LINE-STATUS NOT = "P"
           AND WS-PO-LINE-STATUS NOT = "C"
               MOVE "O" TO WS-PO-LINE-STATUS
           END-IF

           ADD 1 TO WS-LINE-COUNT
           ADD WS-PO-OUTSTANDING TO WS-PO-TOTAL
           MOVE WS-PO-QUANTITY TO WS-QTY-ED
           MOVE WS-PO-OUTSTANDING TO WS-QTY-ED-2
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  " PO-DATE
               "  " PO-SUPPLIER-ID
               "   " WS-QTY-ED
               "     " WS-PO-LINE-STATUS
               "        " WS-QTY-ED-2
               "  " PO-WAREHOUSE
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.


      ******************************************************************
      * The line under an empty section.
      ******************************************************************
       WRITE-NONE-ON-FILE.

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           MOVE "  NONE ON FILE" TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.
