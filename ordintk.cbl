      ******************************************************************
      * Author: Rien Sanning, Arnav Shah, William Reynolds-Uti
      * Date: 24-02-25
      * Purpose: Order intake for PROG2, CSC 407 -- turns a
      *          comma-separated order upload into transactions.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDINTK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the upload and the masters its rows are proved against
           SELECT ORDER-UPLOAD-FILE ASSIGN TO 'orderupload.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPLOAD-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO 'customers.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO 'inventory.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCOUNT-CONTROL-FILE ASSIGN TO 'discounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCOUNT-CTL-STATUS.
           SELECT SALESREP-FILE ASSIGN TO 'salesreps.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESREP-STATUS.
           SELECT SHIPTO-FILE ASSIGN TO 'shipto.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPTO-STATUS.
           *> the nightly batch's controls -- intake must not replace
           *> the batch out from under a run or a pending restart
           SELECT RUN-LOCK-FILE ASSIGN TO 'runlock.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'checkpoint.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'runhistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           *> output files -- a batch still waiting for its run is
           *> banked on transbkup.dat before it is rewritten
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TRANS-BACKUP-FILE ASSIGN TO 'transbkup.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-BACKUP-STATUS.
           SELECT INTAKE-EXCEPTION-FILE ASSIGN TO 'intakeexc.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           *> one order per row: customer, item, quantity, discount
           *> code, salesperson, ship-to code. The last three may be
           *> empty (no discount, house sale, ship to the bill-to
           *> address); trailing empty columns may be left off.
           FD  ORDER-UPLOAD-FILE.
           01  ORDER-UPLOAD-RECORD     PIC X(200).

           *> only the keys are needed from the masters -- the rest
           *> of each record is carried as FILLER
           FD  CUSTOMERS-FILE.
           01  CUSTOMER-RECORD.
               05  CUSTOMER-ID         PIC X(5).
               05  FILLER              PIC X(145).

           FD  INVENTORY-FILE.
           01  INVENTORY-RECORD.
               05  INVENTORY-ID        PIC X(6).
               05  FILLER              PIC X(144).

           FD  DISCOUNT-CONTROL-FILE.
           01  DISCOUNT-CONTROL-RECORD.
               05  DCF-RECORD-TYPE     PIC X(1).
                 88 DCF-DISCOUNT-REC   VALUE "D".
               05  DCF-CODE            PIC X(1).
               05  DCF-RULE            PIC X(1).
               05  DCF-PERCENT         PIC 9(3).
               05  DCF-QTY-THRESHOLD   PIC 99.

           FD  SALESREP-FILE.
           01  SALESREP-RECORD.
               05  SREP-ID             PIC X(3).
               05  FILLER              PIC X(2).
               05  SREP-NAME           PIC X(20).
               05  FILLER              PIC X(1).
               05  SREP-RATE           PIC 99.99.
               05  SREP-RATE-X
                   REDEFINES SREP-RATE PIC X(5).

           FD  SHIPTO-FILE.
           01  SHIPTO-RECORD.
               05  STF-CUSTOMER-ID     PIC X(5).
               05  FILLER              PIC X(1).
               05  STF-CODE            PIC X(3).
               05  FILLER              PIC X(63).

           FD  RUN-LOCK-FILE.
           01  RUN-LOCK-RECORD.
               05  LOCK-FLAG           PIC X(6).
                 88 RUN-LOCK-HELD      VALUE "LOCKED".
               05  FILLER              PIC X(1).
               05  LOCK-DATE           PIC 9(8).
               05  FILLER              PIC X(1).
               05  LOCK-TIME           PIC 9(6).

           FD  CHECKPOINT-FILE.
           01  CHECKPOINT-RECORD.
               05  CHKPT-LAST-TRANS-COUNT PIC 9(7).
               05  FILLER              PIC X(193).

           *> PROG2's run log -- an END NORMAL line from a live run
           *> started after a batch was built means the batch has
           *> been posted
           FD  RUN-HISTORY-FILE.
           01  RUN-HISTORY-RECORD.
               05  RH-DATE             PIC 9(8).
               05  FILLER              PIC X(1).
               05  RH-TIME             PIC 9(6).
               05  FILLER              PIC X(1).
               05  RH-MODE             PIC X(7).
               05  FILLER              PIC X(1).
               05  RH-EVENT            PIC X(5).
               05  FILLER              PIC X(1).
               05  RH-STATUS           PIC X(7).
               05  FILLER              PIC X(44).

           *> the fixed-column layout PROG2 reads -- see
           *> TRANSACTION-RECORD there
           FD  TRANSACTION-FILE.
           01  TRANSACTION-RECORD.
               05  TR-CUSTOMER-ID      PIC X(5).
               05  FILLER              PIC X(5).
               05  TR-INVENTORY-ID     PIC X(6).
               05  FILLER              PIC X(5).
               05  TR-NUMBER-ORDERED   PIC 9(5).
               05  FILLER              PIC X(5).
               05  TR-DISCOUNT         PIC X(1).
               05  FILLER              PIC X(5).
               05  TR-SALESPERSON      PIC X(3).
               05  FILLER              PIC X(5).
               05  TR-SHIP-TO-CODE     PIC X(3).
           *> the header carries the time the batch was built as
           *> well as its date, after PROG2's standing-order flag
           01  TRANS-HEADER-REC REDEFINES TRANSACTION-RECORD.
               05  THDR-CODE           PIC X(3).
               05  THDR-BATCH-DATE     PIC 9(8).
               05  FILLER              PIC X(1).
               05  THDR-STANDING-FLAG  PIC X(1).
               05  FILLER              PIC X(1).
               05  THDR-BATCH-TIME     PIC 9(6).
               05  THDR-BATCH-TIME-X
                   REDEFINES THDR-BATCH-TIME PIC X(6).
               05  FILLER              PIC X(28).
           01  TRANS-TRAILER-REC REDEFINES TRANSACTION-RECORD.
               05  TTRL-CODE           PIC X(3).
               05  TTRL-EXPECTED-COUNT PIC 9(7).
               05  TTRL-HASH-TOTAL     PIC 9(7).
               05  FILLER              PIC X(31).

           FD  TRANS-BACKUP-FILE.
           01  TRANS-BACKUP-RECORD     PIC X(48).

           *> rows turned away, with the row number and the reason,
           *> to go back to whoever sent the file
           FD  INTAKE-EXCEPTION-FILE.
           01  INTAKE-EXCEPTION-RECORD PIC X(132).


       WORKING-STORAGE SECTION.

           01 WS-EOF        PIC X VALUE 'N'.
             88 END-OF-FILE VALUE 'Y'.

           01 WS-UPLOAD-STATUS         PIC XX VALUE SPACES.
             88 UPLOAD-FILE-PRESENT    VALUE "00".
           01 WS-DISCOUNT-CTL-STATUS   PIC XX VALUE SPACES.
             88 DISCOUNT-CTL-PRESENT   VALUE "00".
           01 WS-SALESREP-STATUS       PIC XX VALUE SPACES.
             88 SALESREP-FILE-PRESENT  VALUE "00".
           01 WS-SHIPTO-STATUS         PIC XX VALUE SPACES.
             88 SHIPTO-FILE-PRESENT    VALUE "00".
           01 WS-RUNLOCK-STATUS        PIC XX VALUE SPACES.
             88 RUNLOCK-FILE-PRESENT   VALUE "00".
           01 WS-CHECKPOINT-STATUS     PIC XX VALUE SPACES.
           01 WS-RUNHIST-STATUS        PIC XX VALUE SPACES.
             88 RUNHIST-FILE-PRESENT   VALUE "00".
           01 WS-TRANS-STATUS          PIC XX VALUE SPACES.
             88 TRANS-FILE-PRESENT     VALUE "00".
           01 WS-TRANS-BACKUP-STATUS   PIC XX VALUE SPACES.
             88 TRANS-BACKUP-PRESENT   VALUE "00".

           01 WS-RUN-DATE              PIC 9(8) VALUE 0.
           01 WS-RUN-TIME-RAW          PIC X(8) VALUE SPACES.
           01 WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
              05 WS-RUN-TIME           PIC 9(6).
              05 FILLER                PIC X(2).

           *> the batch already on transactions.dat: its header
           *> stamp, what its details add up to, and what its
           *> trailer says they should. A batch with orders on it
           *> that no live run has posted is carried into the new
           *> one rather than overwritten.
           01 WS-PEND-STAMP-DATE       PIC 9(8) VALUE 0.
           01 WS-PEND-STAMP-TIME       PIC 9(6) VALUE 0.
           01 WS-PEND-COUNT            PIC 9(7) VALUE 0.
           01 WS-PEND-HASH             PIC 9(7) VALUE 0.
           01 WS-PEND-TRL-COUNT        PIC 9(7) VALUE 0.
           01 WS-PEND-TRL-HASH         PIC 9(7) VALUE 0.
           01 WS-PEND-RECORDS          PIC 9(7) VALUE 0.
           01 WS-PEND-HEADER-SW        PIC X VALUE 'N'.
             88 PEND-HEADER-SEEN       VALUE 'Y'.
           01 WS-PEND-TRAILER-SW       PIC X VALUE 'N'.
             88 PEND-TRAILER-SEEN      VALUE 'Y'.
           01 WS-PEND-BAD-SW           PIC X VALUE 'N'.
             88 PEND-BATCH-BAD         VALUE 'Y'.
           01 WS-PEND-POSTED-SW        PIC X VALUE 'N'.
             88 PEND-BATCH-POSTED      VALUE 'Y'.
           01 WS-PEND-SW               PIC X VALUE 'N'.
             88 BATCH-PENDING          VALUE 'Y'.
           01 WS-CARRIED-COUNT         PIC 9(7) VALUE 0.

           *> master keys, sorted for binary search
           01 WS-CUSTOMER-COUNT PIC 9(5) VALUE 0.
           01 WS-CUSTOMER-MAX   PIC 9(5) VALUE 10000.
           01 CUSTOMER-TABLE.
             05 CUSTOMER-ENTRY OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-CUSTOMER-COUNT
                ASCENDING KEY IS CTABLE-CUSTOMER-ID
                INDEXED BY CIDX.
               10 CTABLE-CUSTOMER-ID   PIC X(5).

           01 WS-INVENTORY-COUNT PIC 9(5) VALUE 0.
           01 WS-INVENTORY-MAX   PIC 9(5) VALUE 10000.
           01 INVENTORY-TABLE.
             05 INVENTORY-ENTRY OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-INVENTORY-COUNT
                ASCENDING KEY IS ITABLE-INVENTORY-ID
                INDEXED BY IIDX.
               10 ITABLE-INVENTORY-ID  PIC X(6).

           01 WS-SHIPTO-COUNT PIC 9(5) VALUE 0.
           01 WS-SHIPTO-MAX   PIC 9(5) VALUE 10000.
           01 SHIPTO-TABLE.
             05 SHIPTO-ENTRY OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-SHIPTO-COUNT
                ASCENDING KEY IS STT-CUSTOMER-ID STT-CODE
                INDEXED BY STIDX.
               10 STT-CUSTOMER-ID      PIC X(5).
               10 STT-CODE             PIC X(3).

           *> small code lists, searched serially
           01 WS-DISCOUNT-COUNT PIC 9(3) VALUE 0.
           01 WS-DISCOUNT-MAX   PIC 9(3) VALUE 50.
           01 DISCOUNT-TABLE.
             05 DISCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-DISCOUNT-COUNT
                INDEXED BY DIDX.
               10 DTABLE-CODE          PIC X(1).

           01 WS-SALESREP-COUNT PIC 9(3) VALUE 0.
           01 WS-SALESREP-MAX   PIC 9(3) VALUE 200.
           01 SALESREP-TABLE.
             05 SALESREP-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-SALESREP-COUNT
                INDEXED BY SPIDX.
               10 SPT-ID               PIC X(3).

           01 WS-FOUND-SW              PIC X VALUE 'N'.
             88 KEY-FOUND              VALUE 'Y'.

           *> the row in hand, split at the commas. Each column is
           *> taken wider than its field so an over-long value is
           *> caught instead of silently cut short.
           01 WS-ROW-NUMBER            PIC 9(7) VALUE 0.
           *> only the first row with anything on it can be a
           *> column heading
           01 WS-FIRST-ROW-SW          PIC X VALUE 'N'.
             88 FIRST-ROW-CHECKED      VALUE 'Y'.
           01 WS-HEADING-SW            PIC X VALUE 'N'.
             88 ROW-IS-HEADING         VALUE 'Y'.
           01 WS-FIELD-COUNT           PIC 9(3) VALUE 0.
           01 WS-COL-CUSTOMER          PIC X(40).
           01 WS-COL-ITEM              PIC X(40).
           01 WS-COL-QTY               PIC X(40).
           01 WS-COL-DISCOUNT          PIC X(40).
           01 WS-COL-SALESPERSON       PIC X(40).
           01 WS-COL-SHIP-TO           PIC X(40).
           01 WS-COL-EXTRA             PIC X(40).
           01 WS-COL-WORK              PIC X(40).
           01 WS-COL-LENGTH            PIC 9(3) VALUE 0.
           01 WS-QTY-RJ                PIC X(5) JUSTIFIED RIGHT.
           01 WS-QTY-NUM REDEFINES WS-QTY-RJ PIC 9(5).

           *> the cleaned row, ready for the transaction record
           01 WS-ROW-CUSTOMER-ID       PIC X(5).
           01 WS-ROW-INVENTORY-ID      PIC X(6).
           01 WS-ROW-QTY               PIC 9(5).
           01 WS-ROW-DISCOUNT          PIC X(1).
           01 WS-ROW-SALESPERSON       PIC X(3).
           01 WS-ROW-SHIP-TO           PIC X(3).
           01 WS-REJECT-REASON         PIC X(30) VALUE SPACES.

           *> batch controls written to the trailer, and the run
           *> totals for the console and the exception listing
           01 WS-BATCH-COUNT           PIC 9(7) VALUE 0.
           01 WS-BATCH-HASH            PIC 9(7) VALUE 0.
           01 WS-TOTAL-ROWS-READ       PIC 9(7) VALUE 0.
           01 WS-TOTAL-ROWS-REJECTED   PIC 9(7) VALUE 0.
           01 WS-ROW-ED                PIC ZZZZZZ9.
           01 WS-COUNT-ED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "  "
           DISPLAY "BEGIN ORDER INTAKE"
           DISPLAY "  "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME

           *> replacing transactions.dat while the nightly run has
           *> it open, or while a crashed run is waiting to restart
           *> against it, would lose or double orders -- refuse
           PERFORM CHECK-BATCH-AVAILABLE

           *> nor may a batch that is still waiting for its run be
           *> written over -- its orders are carried forward into
           *> this one, or the intake refuses if it will not prove
           PERFORM CHECK-PENDING-BATCH

           OPEN INPUT ORDER-UPLOAD-FILE
           IF NOT UPLOAD-FILE-PRESENT
               DISPLAY "INTAKE STOPPED - NO orderupload.csv ON HAND"
               STOP RUN
           END-IF

           *> the masters every row is proved against
           PERFORM LOAD-CUSTOMER-KEYS
           PERFORM LOAD-INVENTORY-KEYS
           PERFORM LOAD-DISCOUNT-CODES
           PERFORM LOAD-SALESREP-CODES
           PERFORM LOAD-SHIP-TO-KEYS

           IF BATCH-PENDING
               PERFORM BACK-UP-PENDING-BATCH
           END-IF

           OPEN OUTPUT TRANSACTION-FILE
           OPEN OUTPUT INTAKE-EXCEPTION-FILE
           PERFORM WRITE-EXCEPTION-HEADER

           *> the batch opens with its header, stamped tonight --
           *> or with the waiting batch's header and orders
           IF BATCH-PENDING
               PERFORM CARRY-PENDING-BATCH
           ELSE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE "HDR" TO THDR-CODE
               MOVE WS-RUN-DATE TO THDR-BATCH-DATE
               MOVE WS-RUN-TIME TO THDR-BATCH-TIME
               WRITE TRANSACTION-RECORD
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ ORDER-UPLOAD-FILE INTO ORDER-UPLOAD-RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ

               IF NOT END-OF-FILE
                   ADD 1 TO WS-ROW-NUMBER
                   *> a file saved on a PC ends every line with a
                   *> carriage return as well
                   INSPECT ORDER-UPLOAD-RECORD
                       REPLACING ALL X"0D" BY SPACE
                   *> blank lines carry nothing, and a column
                   *> heading on the first line that has anything on
                   *> it is not an order
                   IF ORDER-UPLOAD-RECORD = SPACES
                       CONTINUE
                   ELSE
                       IF NOT FIRST-ROW-CHECKED
                           PERFORM CHECK-HEADING-ROW
                       END-IF
                       IF ROW-IS-HEADING
                           MOVE 'N' TO WS-HEADING-SW
                       ELSE
                           ADD 1 TO WS-TOTAL-ROWS-READ
                           PERFORM SPLIT-UPLOAD-ROW
                           PERFORM VALIDATE-UPLOAD-ROW
                           IF WS-REJECT-REASON = SPACES
                               PERFORM WRITE-TRANSACTION-ROW
                           ELSE
                               PERFORM WRITE-ROW-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           *> and closes with its trailer: the detail count and the
           *> hash of NUMBER-ORDERED that PROG2's prescan proves,
           *> over the carried orders and tonight's together
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "TRL" TO TTRL-CODE
           ADD WS-BATCH-COUNT WS-CARRIED-COUNT
               GIVING TTRL-EXPECTED-COUNT
           MOVE WS-BATCH-HASH TO TTRL-HASH-TOTAL
           WRITE TRANSACTION-RECORD

           PERFORM WRITE-EXCEPTION-TOTALS

           CLOSE ORDER-UPLOAD-FILE
           CLOSE TRANSACTION-FILE
           CLOSE INTAKE-EXCEPTION-FILE

           DISPLAY "ROWS READ     " WS-TOTAL-ROWS-READ
           DISPLAY "ROWS ACCEPTED " WS-BATCH-COUNT
           DISPLAY "ROWS REJECTED " WS-TOTAL-ROWS-REJECTED
           IF WS-CARRIED-COUNT > 0
               DISPLAY "ORDERS CARRIED FORWARD " WS-CARRIED-COUNT
           END-IF
           DISPLAY "END ORDER INTAKE"
           STOP RUN.


      ******************************************************************
      * Stops the intake cold if the nightly run holds its lock, or
      * if a checkpoint says a crashed run is waiting to restart --
      * either way transactions.dat is still spoken for.
      ******************************************************************
       CHECK-BATCH-AVAILABLE.

           OPEN INPUT RUN-LOCK-FILE
           IF RUNLOCK-FILE-PRESENT
               READ RUN-LOCK-FILE INTO RUN-LOCK-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-RUNLOCK-STATUS = "00"
               AND RUN-LOCK-HELD
                   DISPLAY "INTAKE STOPPED - BATCH RUN IN PROGRESS"
                   DISPLAY "LOCK TAKEN " LOCK-DATE " AT " LOCK-TIME
                   CLOSE RUN-LOCK-FILE
                   STOP RUN
               END-IF
               CLOSE RUN-LOCK-FILE
           END-IF

           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-CHECKPOINT-STATUS = "00"
               AND CHKPT-LAST-TRANS-COUNT NUMERIC
               AND CHKPT-LAST-TRANS-COUNT > 0
                   DISPLAY "INTAKE STOPPED - RESTART PENDING"
                   DISPLAY "FINISH THE RESTART OF THE CURRENT BATCH"
                   DISPLAY "BEFORE LOADING A NEW ONE"
                   CLOSE CHECKPOINT-FILE
                   STOP RUN
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.


      ******************************************************************
      * Reads the batch already on transactions.dat. One with a
      * header and at least one order on it is still waiting for its
      * run unless runhistory.dat shows a live run (POST or RESTART)
      * that started after the batch was built and ended NORMAL. A
      * waiting batch must prove -- header first, trailer last, the
      * trailer's count and hash matching the orders -- or the
      * intake refuses rather than guess which orders are real.
      ******************************************************************
       CHECK-PENDING-BATCH.

           MOVE 'N' TO WS-PEND-SW
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ TRANSACTION-FILE INTO TRANSACTION-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF NOT END-OF-FILE
                   AND TRANSACTION-RECORD NOT = SPACES
                       PERFORM TALLY-PENDING-RECORD
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF PEND-HEADER-SEEN
           AND WS-PEND-COUNT > 0
               PERFORM CHECK-BATCH-POSTED
               IF NOT PEND-BATCH-POSTED
                   IF NOT PEND-TRAILER-SEEN
                   OR WS-PEND-TRL-COUNT NOT = WS-PEND-COUNT
                   OR WS-PEND-TRL-HASH NOT = WS-PEND-HASH
                       MOVE 'Y' TO WS-PEND-BAD-SW
                   END-IF
                   IF PEND-BATCH-BAD
                       DISPLAY "INTAKE STOPPED - transactions.dat "
                           "HOLDS A BATCH NOT YET RUN"
                       DISPLAY "AND IT DOES NOT PROVE TO ITS TRAILER"
                       DISPLAY "RUN OR CLEAR THAT BATCH BEFORE LOADING "
                           "A NEW ONE"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-PEND-SW
                   DISPLAY "BATCH NOT YET RUN FOUND - "
                       WS-PEND-COUNT " ORDERS CARRIED FORWARD"
               END-IF
           END-IF.


      ******************************************************************
      * Counts one record of the waiting batch into the WS-PEND-
      * totals. The header has to come first and only once, nothing
      * may follow the trailer, and every order needs a numeric
      * quantity for the hash -- anything else marks the batch bad.
      ******************************************************************
       TALLY-PENDING-RECORD.

           ADD 1 TO WS-PEND-RECORDS
           IF PEND-TRAILER-SEEN
               MOVE 'Y' TO WS-PEND-BAD-SW
           END-IF

           IF THDR-CODE = "HDR"
               IF WS-PEND-RECORDS NOT = 1
                   MOVE 'Y' TO WS-PEND-BAD-SW
               END-IF
               MOVE 'Y' TO WS-PEND-HEADER-SW
               MOVE 0 TO WS-PEND-STAMP-DATE
               MOVE 0 TO WS-PEND-STAMP-TIME
               IF THDR-BATCH-DATE NUMERIC
                   MOVE THDR-BATCH-DATE TO WS-PEND-STAMP-DATE
               END-IF
               IF THDR-BATCH-TIME-X NOT = SPACES
               AND THDR-BATCH-TIME NUMERIC
                   MOVE THDR-BATCH-TIME TO WS-PEND-STAMP-TIME
               END-IF
           ELSE
           IF TTRL-CODE = "TRL"
               MOVE 'Y' TO WS-PEND-TRAILER-SW
               IF TTRL-EXPECTED-COUNT NUMERIC
               AND TTRL-HASH-TOTAL NUMERIC
                   MOVE TTRL-EXPECTED-COUNT TO WS-PEND-TRL-COUNT
                   MOVE TTRL-HASH-TOTAL TO WS-PEND-TRL-HASH
               ELSE
                   MOVE 'Y' TO WS-PEND-BAD-SW
               END-IF
           ELSE
               ADD 1 TO WS-PEND-COUNT
               IF TR-NUMBER-ORDERED NUMERIC
                   ADD TR-NUMBER-ORDERED TO WS-PEND-HASH
               ELSE
                   MOVE 'Y' TO WS-PEND-BAD-SW
               END-IF
           END-IF
           END-IF.


      ******************************************************************
      * Sets PEND-BATCH-POSTED when runhistory.dat holds the END
      * NORMAL line of a live run that started at or after the
      * waiting batch's header stamp. A header with no time on it
      * is taken as built at the start of its day.
      ******************************************************************
       CHECK-BATCH-POSTED.

           MOVE 'N' TO WS-PEND-POSTED-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF RUNHIST-FILE-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ RUN-HISTORY-FILE INTO RUN-HISTORY-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF NOT END-OF-FILE
                   AND RH-EVENT = "END  "
                   AND RH-STATUS = "NORMAL"
                   AND (RH-MODE = "POST" OR RH-MODE = "RESTART")
                   AND RH-DATE NUMERIC
                   AND RH-TIME NUMERIC
                       IF RH-DATE > WS-PEND-STAMP-DATE
                           MOVE 'Y' TO WS-PEND-POSTED-SW
                       ELSE
                       IF RH-DATE = WS-PEND-STAMP-DATE
                       AND RH-TIME NOT < WS-PEND-STAMP-TIME
                           MOVE 'Y' TO WS-PEND-POSTED-SW
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Banks the waiting batch, as it stands, on transbkup.dat before
      * transactions.dat is opened for output.
      ******************************************************************
       BACK-UP-PENDING-BATCH.

           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT TRANS-BACKUP-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ TRANSACTION-FILE INTO TRANSACTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF NOT END-OF-FILE
                   MOVE TRANSACTION-RECORD TO TRANS-BACKUP-RECORD
                   WRITE TRANS-BACKUP-RECORD
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE
           CLOSE TRANS-BACKUP-FILE
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Starts the new batch from the banked one: its header goes
      * out unchanged -- date, build time and any standing-order
      * flag PROG2 set -- then its orders, counted and hashed into
      * the new trailer. The old trailer is dropped.
      ******************************************************************
       CARRY-PENDING-BATCH.

           OPEN INPUT TRANS-BACKUP-FILE
           IF NOT TRANS-BACKUP-PRESENT
               DISPLAY "INTAKE STOPPED - transbkup.dat NOT READABLE"
               DISPLAY "THE WAITING BATCH WAS NOT CARRIED FORWARD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ TRANS-BACKUP-FILE INTO TRANSACTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF NOT END-OF-FILE
               AND TRANSACTION-RECORD NOT = SPACES
                   IF TTRL-CODE = "TRL"
                       CONTINUE
                   ELSE
                   IF THDR-CODE = "HDR"
                       WRITE TRANSACTION-RECORD
                   ELSE
                       WRITE TRANSACTION-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                       ADD TR-NUMBER-ORDERED TO WS-BATCH-HASH
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANS-BACKUP-FILE
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Loads the customer IDs from customers.dat and sorts them for
      * SEARCH ALL.
      ******************************************************************
       LOAD-CUSTOMER-KEYS.

           OPEN INPUT CUSTOMERS-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ CUSTOMERS-FILE INTO CUSTOMER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF NOT END-OF-FILE
                   ADD 1 TO WS-CUSTOMER-COUNT
                   IF WS-CUSTOMER-COUNT > WS-CUSTOMER-MAX
                       DISPLAY "CUSTOMER TABLE OVERFLOW"
                       DISPLAY "RAISE WS-CUSTOMER-MAX AND RERUN"
                       STOP RUN
                   END-IF
                   MOVE CUSTOMER-ID
                       TO CTABLE-CUSTOMER-ID(WS-CUSTOMER-COUNT)
               END-IF
           END-PERFORM
           CLOSE CUSTOMERS-FILE
           MOVE 'N' TO WS-EOF

           IF WS-CUSTOMER-COUNT > 0
               SORT CUSTOMER-ENTRY ASCENDING CTABLE-CUSTOMER-ID
           END-IF.


      ******************************************************************
      * Loads the item IDs from inventory.dat and sorts them for
      * SEARCH ALL.
      ******************************************************************
       LOAD-INVENTORY-KEYS.

           OPEN INPUT INVENTORY-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ INVENTORY-FILE INTO INVENTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF NOT END-OF-FILE
                   ADD 1 TO WS-INVENTORY-COUNT
                   IF WS-INVENTORY-COUNT > WS-INVENTORY-MAX
                       DISPLAY "INVENTORY TABLE OVERFLOW"
                       DISPLAY "RAISE WS-INVENTORY-MAX AND RERUN"
                       STOP RUN
                   END-IF
                   MOVE INVENTORY-ID
                       TO ITABLE-INVENTORY-ID(WS-INVENTORY-COUNT)
               END-IF
           END-PERFORM
           CLOSE INVENTORY-FILE
           MOVE 'N' TO WS-EOF

           IF WS-INVENTORY-COUNT > 0
               SORT INVENTORY-ENTRY ASCENDING ITABLE-INVENTORY-ID
           END-IF.


      ******************************************************************
      * Loads the discount codes off the pricing control file, with
      * the same card checks PROG2 applies, falling back to the
      * built-in A-E schedule when no discount cards are on hand.
      ******************************************************************
       LOAD-DISCOUNT-CODES.

           OPEN INPUT DISCOUNT-CONTROL-FILE
           IF DISCOUNT-CTL-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ DISCOUNT-CONTROL-FILE
                       INTO DISCOUNT-CONTROL-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF NOT END-OF-FILE
                   AND DCF-DISCOUNT-REC
                   AND DCF-PERCENT NUMERIC
                   AND DCF-PERCENT NOT > 100
                       ADD 1 TO WS-DISCOUNT-COUNT
                       IF WS-DISCOUNT-COUNT > WS-DISCOUNT-MAX
                           DISPLAY "DISCOUNT TABLE OVERFLOW"
                           STOP RUN
                       END-IF
                       MOVE DCF-CODE TO DTABLE-CODE(WS-DISCOUNT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DISCOUNT-CONTROL-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-DISCOUNT-COUNT = 0
               MOVE 5 TO WS-DISCOUNT-COUNT
               MOVE "A" TO DTABLE-CODE(1)
               MOVE "B" TO DTABLE-CODE(2)
               MOVE "C" TO DTABLE-CODE(3)
               MOVE "D" TO DTABLE-CODE(4)
               MOVE "E" TO DTABLE-CODE(5)
           END-IF.


      ******************************************************************
      * Loads the rep codes off the salesperson master, dropping the
      * cards PROG2 would drop. salesreps.dat is optional.
      ******************************************************************
       LOAD-SALESREP-CODES.

           OPEN INPUT SALESREP-FILE
           IF SALESREP-FILE-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SALESREP-FILE INTO SALESREP-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF NOT END-OF-FILE
                   AND SREP-ID NOT = SPACES
                   AND SREP-RATE-X(1:2) NUMERIC
                   AND SREP-RATE-X(3:1) = "."
                   AND SREP-RATE-X(4:2) NUMERIC
                       ADD 1 TO WS-SALESREP-COUNT
                       IF WS-SALESREP-COUNT > WS-SALESREP-MAX
                           DISPLAY "SALESREP TABLE OVERFLOW"
                           STOP RUN
                       END-IF
                       MOVE SREP-ID TO SPT-ID(WS-SALESREP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SALESREP-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Loads the customer / ship-to code pairs off the ship-to
      * master and sorts them for SEARCH ALL. shipto.dat is optional.
      ******************************************************************
       LOAD-SHIP-TO-KEYS.

           OPEN INPUT SHIPTO-FILE
           IF SHIPTO-FILE-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SHIPTO-FILE INTO SHIPTO-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF NOT END-OF-FILE
                   AND STF-CUSTOMER-ID NOT = SPACES
                   AND STF-CODE NOT = SPACES
                       ADD 1 TO WS-SHIPTO-COUNT
                       IF WS-SHIPTO-COUNT > WS-SHIPTO-MAX
                           DISPLAY "SHIP-TO TABLE OVERFLOW"
                           DISPLAY "RAISE WS-SHIPTO-MAX AND RERUN"
                           STOP RUN
                       END-IF
                       MOVE STF-CUSTOMER-ID
                           TO STT-CUSTOMER-ID(WS-SHIPTO-COUNT)
                       MOVE STF-CODE TO STT-CODE(WS-SHIPTO-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SHIPTO-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-SHIPTO-COUNT > 0
               SORT SHIPTO-ENTRY ASCENDING STT-CUSTOMER-ID STT-CODE
           END-IF.


      ******************************************************************
      * Splits the row in hand at its commas into the WS-COL- columns,
      * each trimmed of surrounding spaces and of the double quotes a
      * spreadsheet puts around text. WS-FIELD-COUNT says how many
      * columns the row really had.
      ******************************************************************
       SPLIT-UPLOAD-ROW.

           MOVE SPACES TO WS-COL-CUSTOMER WS-COL-ITEM WS-COL-QTY
               WS-COL-DISCOUNT WS-COL-SALESPERSON WS-COL-SHIP-TO
               WS-COL-EXTRA
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING ORDER-UPLOAD-RECORD DELIMITED BY ","
               INTO WS-COL-CUSTOMER WS-COL-ITEM WS-COL-QTY
                   WS-COL-DISCOUNT WS-COL-SALESPERSON WS-COL-SHIP-TO
                   WS-COL-EXTRA
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           MOVE WS-COL-CUSTOMER TO WS-COL-WORK
           PERFORM CLEAN-UPLOAD-COLUMN
           MOVE WS-COL-WORK TO WS-COL-CUSTOMER
           MOVE WS-COL-ITEM TO WS-COL-WORK
           PERFORM CLEAN-UPLOAD-COLUMN
           MOVE WS-COL-WORK TO WS-COL-ITEM
           MOVE WS-COL-QTY TO WS-COL-WORK
           PERFORM CLEAN-UPLOAD-COLUMN
           MOVE WS-COL-WORK TO WS-COL-QTY
           MOVE WS-COL-DISCOUNT TO WS-COL-WORK
           PERFORM CLEAN-UPLOAD-COLUMN
           MOVE WS-COL-WORK TO WS-COL-DISCOUNT
           MOVE WS-COL-SALESPERSON TO WS-COL-WORK
           PERFORM CLEAN-UPLOAD-COLUMN
           MOVE WS-COL-WORK TO WS-COL-SALESPERSON
           MOVE WS-COL-SHIP-TO TO WS-COL-WORK
           PERFORM CLEAN-UPLOAD-COLUMN
           MOVE WS-COL-WORK TO WS-COL-SHIP-TO.


      ******************************************************************
      * Decides whether the first row with anything on it is a column
      * heading: its first column, cleaned the way every column is,
      * starts "CUST" (CUSTOMER, CUST ID, "Customer" and so on) and
      * is not a customer on file.
      ******************************************************************
       CHECK-HEADING-ROW.

           MOVE 'Y' TO WS-FIRST-ROW-SW
           MOVE 'N' TO WS-HEADING-SW
           PERFORM SPLIT-UPLOAD-ROW
           IF WS-COL-CUSTOMER(1:4) = "CUST"
               MOVE 'N' TO WS-FOUND-SW
               IF WS-COL-CUSTOMER(6:35) = SPACES
               AND WS-CUSTOMER-COUNT > 0
                   SEARCH ALL CUSTOMER-ENTRY
                       WHEN CTABLE-CUSTOMER-ID(CIDX) =
                            WS-COL-CUSTOMER(1:5)
                           MOVE 'Y' TO WS-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT KEY-FOUND
                   MOVE 'Y' TO WS-HEADING-SW
               END-IF
           END-IF.


      ******************************************************************
      * Trims WS-COL-WORK, drops a surrounding pair of double quotes,
      * and upper-cases it -- codes on the masters are upper case.
      ******************************************************************
       CLEAN-UPLOAD-COLUMN.

           MOVE FUNCTION TRIM(WS-COL-WORK) TO WS-COL-WORK
           IF WS-COL-WORK(1:1) = '"'
               MOVE WS-COL-WORK(2:39) TO WS-COL-WORK
               INSPECT WS-COL-WORK REPLACING FIRST '"' BY SPACE
               MOVE FUNCTION TRIM(WS-COL-WORK) TO WS-COL-WORK
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-COL-WORK) TO WS-COL-WORK.


      ******************************************************************
      * Proves the split row: the right number of columns, every
      * value short enough for its field, a whole-number quantity of
      * at least one, and every code on its master. Leaves
      * WS-REJECT-REASON blank and the WS-ROW- fields loaded for a
      * clean row; the first failure found is the reason given.
      ******************************************************************
       VALIDATE-UPLOAD-ROW.

           MOVE SPACES TO WS-REJECT-REASON

           IF WS-FIELD-COUNT < 3
               MOVE "TOO FEW COLUMNS" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
           AND WS-FIELD-COUNT > 6
               MOVE "TOO MANY COLUMNS" TO WS-REJECT-REASON
           END-IF

           *> customer
           IF WS-REJECT-REASON = SPACES
               IF WS-COL-CUSTOMER = SPACES
                   MOVE "CUSTOMER ID MISSING" TO WS-REJECT-REASON
               ELSE
               IF WS-COL-CUSTOMER(6:35) NOT = SPACES
                   MOVE "CUSTOMER ID TOO LONG" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-COL-CUSTOMER TO WS-ROW-CUSTOMER-ID
                   MOVE 'N' TO WS-FOUND-SW
                   IF WS-CUSTOMER-COUNT > 0
                       SEARCH ALL CUSTOMER-ENTRY
                           WHEN CTABLE-CUSTOMER-ID(CIDX) =
                                WS-ROW-CUSTOMER-ID
                               MOVE 'Y' TO WS-FOUND-SW
                       END-SEARCH
                   END-IF
                   IF NOT KEY-FOUND
                       MOVE "CUSTOMER ID NOT ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               END-IF
           END-IF

           *> item
           IF WS-REJECT-REASON = SPACES
               IF WS-COL-ITEM = SPACES
                   MOVE "INVENTORY ID MISSING" TO WS-REJECT-REASON
               ELSE
               IF WS-COL-ITEM(7:34) NOT = SPACES
                   MOVE "INVENTORY ID TOO LONG" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-COL-ITEM TO WS-ROW-INVENTORY-ID
                   MOVE 'N' TO WS-FOUND-SW
                   IF WS-INVENTORY-COUNT > 0
                       SEARCH ALL INVENTORY-ENTRY
                           WHEN ITABLE-INVENTORY-ID(IIDX) =
                                WS-ROW-INVENTORY-ID
                               MOVE 'Y' TO WS-FOUND-SW
                       END-SEARCH
                   END-IF
                   IF NOT KEY-FOUND
                       MOVE "INVENTORY ID NOT ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               END-IF
           END-IF

           *> quantity -- digits only, one to five of them, not zero
           IF WS-REJECT-REASON = SPACES
               MOVE 0 TO WS-COL-LENGTH
               INSPECT WS-COL-QTY TALLYING WS-COL-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-COL-LENGTH = 0
                   MOVE "QUANTITY MISSING" TO WS-REJECT-REASON
               ELSE
               IF WS-COL-LENGTH > 5
               OR WS-COL-QTY(WS-COL-LENGTH + 1:) NOT = SPACES
                   MOVE "QUANTITY NOT A NUMBER 1-99999"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-COL-QTY(1:WS-COL-LENGTH) TO WS-QTY-RJ
                   INSPECT WS-QTY-RJ REPLACING LEADING SPACE BY "0"
                   IF WS-QTY-RJ NOT NUMERIC
                       MOVE "QUANTITY NOT A NUMBER 1-99999"
                           TO WS-REJECT-REASON
                   ELSE
                   IF WS-QTY-NUM = 0
                       MOVE "QUANTITY IS ZERO" TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-QTY-NUM TO WS-ROW-QTY
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF

           *> discount -- empty is no discount
           IF WS-REJECT-REASON = SPACES
               IF WS-COL-DISCOUNT(2:39) NOT = SPACES
                   MOVE "DISCOUNT CODE TOO LONG" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-COL-DISCOUNT TO WS-ROW-DISCOUNT
                   IF WS-ROW-DISCOUNT NOT = SPACE
                       MOVE 'N' TO WS-FOUND-SW
                       PERFORM VARYING DIDX FROM 1 BY 1
                           UNTIL DIDX > WS-DISCOUNT-COUNT
                           OR KEY-FOUND
                           IF DTABLE-CODE(DIDX) = WS-ROW-DISCOUNT
                               MOVE 'Y' TO WS-FOUND-SW
                           END-IF
                       END-PERFORM
                       IF NOT KEY-FOUND
                           MOVE "DISCOUNT CODE NOT ON FILE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           *> salesperson -- empty is a house sale
           IF WS-REJECT-REASON = SPACES
               IF WS-COL-SALESPERSON(4:37) NOT = SPACES
                   MOVE "SALESPERSON TOO LONG" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-COL-SALESPERSON TO WS-ROW-SALESPERSON
                   IF WS-ROW-SALESPERSON NOT = SPACES
                       MOVE 'N' TO WS-FOUND-SW
                       PERFORM VARYING SPIDX FROM 1 BY 1
                           UNTIL SPIDX > WS-SALESREP-COUNT
                           OR KEY-FOUND
                           IF SPT-ID(SPIDX) = WS-ROW-SALESPERSON
                               MOVE 'Y' TO WS-FOUND-SW
                           END-IF
                       END-PERFORM
                       IF NOT KEY-FOUND
                           MOVE "SALESPERSON NOT ON FILE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           *> ship-to -- empty ships to the bill-to address
           IF WS-REJECT-REASON = SPACES
               IF WS-COL-SHIP-TO(4:37) NOT = SPACES
                   MOVE "SHIP-TO CODE TOO LONG" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-COL-SHIP-TO TO WS-ROW-SHIP-TO
                   IF WS-ROW-SHIP-TO NOT = SPACES
                       MOVE 'N' TO WS-FOUND-SW
                       IF WS-SHIPTO-COUNT > 0
                           SEARCH ALL SHIPTO-ENTRY
                               WHEN STT-CUSTOMER-ID(STIDX) =
                                    WS-ROW-CUSTOMER-ID
                               AND STT-CODE(STIDX) = WS-ROW-SHIP-TO
                                   MOVE 'Y' TO WS-FOUND-SW
                           END-SEARCH
                       END-IF
                       IF NOT KEY-FOUND
                           MOVE "SHIP-TO NOT ON FILE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.


      ******************************************************************
      * Writes the clean row as a fixed-column transaction record and
      * rolls it into the trailer's count and hash.
      ******************************************************************
       WRITE-TRANSACTION-ROW.

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-ROW-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE WS-ROW-INVENTORY-ID TO TR-INVENTORY-ID
           MOVE WS-ROW-QTY TO TR-NUMBER-ORDERED
           MOVE WS-ROW-DISCOUNT TO TR-DISCOUNT
           MOVE WS-ROW-SALESPERSON TO TR-SALESPERSON
           MOVE WS-ROW-SHIP-TO TO TR-SHIP-TO-CODE
           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-BATCH-COUNT
           ADD WS-ROW-QTY TO WS-BATCH-HASH.


      ******************************************************************
      * Writes the exception listing heading.
      ******************************************************************
       WRITE-EXCEPTION-HEADER.

           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           STRING "ORDER UPLOAD EXCEPTIONS   orderupload.csv   DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE
               INTO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD

           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           STRING "    ROW  REASON                          "
               "ROW AS RECEIVED"
               DELIMITED BY SIZE
               INTO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD

           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD.


      ******************************************************************
      * Lists the rejected row in hand: its line number in the
      * upload, the reason, and the row as it came in.
      ******************************************************************
       WRITE-ROW-EXCEPTION.

           ADD 1 TO WS-TOTAL-ROWS-REJECTED
           MOVE WS-ROW-NUMBER TO WS-ROW-ED
           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           STRING WS-ROW-ED "  " WS-REJECT-REASON "  "
               ORDER-UPLOAD-RECORD
               DELIMITED BY SIZE
               INTO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD.


      ******************************************************************
      * Writes the row totals that close the exception listing.
      ******************************************************************
       WRITE-EXCEPTION-TOTALS.

           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD

           MOVE WS-TOTAL-ROWS-READ TO WS-COUNT-ED
           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           STRING "ORDER ROWS READ           " WS-COUNT-ED
               DELIMITED BY SIZE
               INTO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD

           MOVE WS-BATCH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           STRING "ROWS WRITTEN TO BATCH     " WS-COUNT-ED
               DELIMITED BY SIZE
               INTO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD

           MOVE WS-TOTAL-ROWS-REJECTED TO WS-COUNT-ED
           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           STRING "ROWS REJECTED             " WS-COUNT-ED
               DELIMITED BY SIZE
               INTO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD

           MOVE WS-CARRIED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           STRING "ORDERS CARRIED FORWARD    " WS-COUNT-ED
               DELIMITED BY SIZE
               INTO INTAKE-EXCEPTION-RECORD
           WRITE INTAKE-EXCEPTION-RECORD.
