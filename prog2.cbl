           SELECT FINANCE-FILE ASSIGN TO 'finance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT WRITEOFF-CONTROL-FILE ASSIGN TO 'writeoff.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOC-STATUS.
           SELECT WRITEOFF-REQUEST-FILE ASSIGN TO 'writeoffreq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOR-STATUS.
           SELECT WRITEOFF-REGISTER-FILE ASSIGN TO 'writeoffs.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-EXCEPTION-FILE ASSIGN TO 'poexcept.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIVING-FILE ASSIGN TO 'receiving.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-FILE ASSIGN TO 'dunning.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-CARD-FILE ASSIGN TO 'counts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT COUNT-CONTROL-FILE ASSIGN TO 'countctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-CTL-STATUS.
           SELECT COUNT-VARIANCE-FILE ASSIGN TO 'countvar.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-FILE ASSIGN TO 'warehouses.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT WHSTOCK-FILE ASSIGN TO 'whstock.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSTOCK-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'transfers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.
           SELECT TRANSFER-REGISTER-FILE ASSIGN TO 'transfers.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHIPTO-FILE ASSIGN TO 'shipto.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT PICK-LIST-FILE ASSIGN TO 'picklist.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACKING-SLIP-FILE ASSIGN TO 'packslips.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'standing.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT STANDING-REGISTER-FILE ASSIGN TO 'standing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPLIER-FILE ASSIGN TO 'suppliers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO 'supinvoices.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPINV-STATUS.
           SELECT AP-CONTROL-FILE ASSIGN TO 'apctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CTL-STATUS.
           SELECT AP-VOUCHER-FILE ASSIGN TO 'apvouchers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-VOUCHER-STATUS.
           SELECT AP-REGISTER-FILE ASSIGN TO 'apvouchers.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-HOLD-FILE ASSIGN TO 'aphold.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-AGING-FILE ASSIGN TO 'apaging.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-PAYMENT-FILE ASSIGN TO 'appayments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-PAYMENT-STATUS.
           SELECT AP-PAYMENT-REGISTER-FILE ASSIGN TO 'appaid.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO 'periodend.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CLOSE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-TOTALS-FILE
               ASSIGN TO 'archivetot.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPENING-BALANCE-FILE ASSIGN TO 'openbal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENBAL-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO 'closerpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'integrity.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
               05  ON-ACCOUNT          PIC 9(7).99.
               05  ON-ACCOUNT-X
                   REDEFINES ON-ACCOUNT PIC X(10).
               *> the warehouse the account's orders draw stock
               *> from. Blank (pre-warehouse records) means the
               *> default warehouse -- the first card on
               *> warehouses.dat.
               05  CUSTOMER-WAREHOUSE  PIC X(2).
               *> W once the account's debt has been written off as
               *> uncollectable -- its orders go to the credit-hold
               *> report whatever its limit. Blank (pre-widening
               *> records) means the account is in good standing.
               05  CUSTOMER-WRITEOFF   PIC X(1).

           *> AMOUNT-OWED was widened from PIC 999.99 (6 bytes) to
           *> PIC 9(7).99 (10 bytes). A customers.dat written before
               *> also what every pre-salesperson transaction file
               *> reads back as.
               05  SALESPERSON         PIC X(3).
               *> where the order is delivered -- one of the
               *> customer's codes on the ship-to master. Blank
               *> ships to the bill-to address on the customer
               *> record, which is also what every pre-ship-to
               *> transaction file reads back as.
               05  FILLER              PIC X(5).
               05  SHIP-TO-CODE        PIC X(3).

           01  TRANS-RECORD-OLD REDEFINES TRANSACTION-RECORD.
               05  FILLER              PIC X(21).
           01  TRANS-HEADER-REC REDEFINES TRANSACTION-RECORD.
               05  FILLER              PIC X(3).
               05  THDR-BATCH-DATE     PIC 9(8).
               *> set once the standing orders due have been added
               *> to the batch, so a rerun of the same batch never
               *> generates them twice
               05  FILLER              PIC X(1).
               05  THDR-STANDING-FLAG  PIC X(1).
                 88 THDR-STANDING-DONE VALUE "S".
               *> the time ORDINTK built the batch -- carried through
               *> untouched, it tells the next intake whether a
               *> batch is still waiting for its run
               05  FILLER              PIC X(1).
               05  THDR-BATCH-TIME     PIC X(6).
               05  FILLER              PIC X(9).
           01  TRANS-TRAILER-REC REDEFINES TRANSACTION-RECORD.
               05  FILLER              PIC X(3).
               05  TTRL-EXPECTED-COUNT PIC 9(7).
           *> run-mode control card: EDIT runs the full pipeline --
           *> lookups, validation, stock checks, pricing, the error
           *> report, and a proof copy of the invoice lines -- but
           *> posts nothing durable. CHECK runs only the cross-file
           *> integrity check and stops. POST (or no card at all) is
           *> a normal live run.
           FD  RUNMODE-FILE.
           01  RUNMODE-RECORD          PIC X(5).

           *> the run lock -- taken at startup by a live run and
           *> released only after the checkpoint is cleared, so a
                 88 GLC-TAXPY-KEY      VALUE "TAXPY".
                 88 GLC-ONACC-KEY      VALUE "ONACC".
                 88 GLC-FINCH-KEY      VALUE "FINCH".
                 88 GLC-SHRNK-KEY      VALUE "SHRNK".
                 88 GLC-INVTY-KEY      VALUE "INVTY".
                 88 GLC-APPAY-KEY      VALUE "APPAY".
                 88 GLC-BADDT-KEY      VALUE "BADDT".
               05  FILLER              PIC X(1).
               05  GLC-ACCOUNT         PIC X(8).

               *> pre-salesperson backorders.dat reads back blank,
               *> which is a house sale
               05  BOF-SALESPERSON     PIC X(3).
               *> the warehouse the order was short at, so the
               *> release draws from the same building; blank on a
               *> pre-warehouse backorders.dat means the default
               05  BOF-WAREHOUSE       PIC X(2).
               *> the delivery address the order was placed for;
               *> blank (bill-to, or a pre-ship-to backorders.dat)
               *> ships to the customer record's address
               05  BOF-SHIP-TO         PIC X(3).

           *> the pre-widening layout, told apart by the wide
           *> BOF-NUMBER-ORDERED not reading back numeric
               05  REC-QUANTITY        PIC 9(5).
               05  FILLER              PIC X(5).
               05  REC-SUPPLIER-ID     PIC X(5).
               *> the warehouse the goods were received into --
               *> blank means the default warehouse
               05  FILLER              PIC X(2).
               05  REC-WAREHOUSE       PIC X(2).

           01  REC-RECORD-OLD REDEFINES RECEIPT-RECORD.
               05  FILLER              PIC X(11).
              05 REORD-IN-STOCK PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 REORD-REORDER-POINT PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 REORD-WAREHOUSE PIC X(2).

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD.
              05 CHKPT-MAINT-REJECTED     PIC 9(7).
              05 CHKPT-TOTAL-TAX          PIC 9(9)V99.
              05 CHKPT-ONACCT-APPLIED     PIC 9(9)V99.
              *> the cycle-count tallies ride along for the same
              *> reason as the maintenance counts -- a restart does
              *> not post the counts a second time
              05 CHKPT-COUNTS-POSTED      PIC 9(7).
              05 CHKPT-COUNTS-REJECTED    PIC 9(7).
              05 CHKPT-FROZEN-HELD        PIC 9(7).
              05 CHKPT-COUNT-SHRINK       PIC 9(9)V99.
              05 CHKPT-COUNT-OVERAGE      PIC 9(9)V99.
              05 CHKPT-TRANSFERS          PIC 9(7).
              05 CHKPT-XFER-REJECTED      PIC 9(7).
              05 CHKPT-XFER-UNITS         PIC 9(7).
              05 CHKPT-SO-GENERATED       PIC 9(7).
              05 CHKPT-SO-SKIPPED         PIC 9(7).

           FD CREDIT-FILE.
           01 CREDIT-RECORD.
              05 FILLER PIC X(2) VALUE SPACES.
              05 PO-ITEM-NAME PIC X(22).
              05 FILLER PIC X(2) VALUE SPACES.
              *> O = open, P = partially received, C = received in
              *> full but not yet billed in full -- a PO is dropped
              *> at the rewrite once it is both received and billed
              05 PO-STATUS PIC X(1).
              05 FILLER PIC X(2) VALUE SPACES.
              05 PO-OUTSTANDING PIC 9(5).
              *> the warehouse the goods are to be delivered to --
              *> a pre-warehouse PO reads back blank, the default
              05 FILLER PIC X(2) VALUE SPACES.
              05 PO-WAREHOUSE PIC X(2).
              *> the unit cost the goods were ordered at, and how
              *> many units the supplier has billed so far -- the
              *> PO side of the invoice match. A PO raised before
              *> these were kept reads back blank: it is costed at
              *> the item's cost on file, nothing yet billed.
              05 FILLER PIC X(2) VALUE SPACES.
              05 PO-UNIT-COST PIC 99.99.
              05 FILLER PIC X(2) VALUE SPACES.
              05 PO-INVOICED PIC 9(5).

           *> the pre-widening layout (narrow quantity columns),
           *> told apart by the wide PO-QUANTITY not reading back
               05  FILLER              PIC X(1).
               05  FNC-GRACE-DAYS      PIC 9(3).

           *> write-off control card -- the small-balance threshold
           *> (a balance owed at or under it is written off as
           *> uncollectable) and how many days an account has to
           *> have gone without a new open item before it qualifies.
           *> No card means no small-balance sweep.
           FD  WRITEOFF-CONTROL-FILE.
           01  WRITEOFF-CONTROL-RECORD.
               05  WOC-THRESHOLD       PIC 9(3).99.
               05  WOC-THRESHOLD-X
                   REDEFINES WOC-THRESHOLD PIC X(6).
               05  FILLER              PIC X(1).
               05  WOC-MIN-DAYS        PIC 9(3).

           *> bad-debt write-off requests -- one card per account
           *> collections has approved for write-off, with the
           *> approval reference that goes on the register and why
           FD  WRITEOFF-REQUEST-FILE.
           01  WRITEOFF-REQUEST-RECORD.
               05  WOR-CUSTOMER-ID     PIC X(5).
               05  FILLER              PIC X(1).
               05  WOR-APPROVAL        PIC X(10).
               05  FILLER              PIC X(1).
               05  WOR-REASON          PIC X(30).

           *> write-off register, for the controller's signature --
           *> built by STRING like the AP voucher register
           FD WRITEOFF-REGISTER-FILE.
           01 WRITEOFF-REGISTER-RECORD PIC X(132).

           *> purchasing exception report -- receipts with no open
           *> PO, over-receipts beyond the ordered quantity, and POs
           *> open past the age alarm
              05 RCV-QUANTITY PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 RCV-NEW-ON-HAND PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 RCV-WAREHOUSE PIC X(2).

           *> append-only audit journal -- one record per mutation of
           *> a customer balance, stock level or supplier's open AP
           *> (file id C, I, W or S), stamped with the run
           *> date/time, naming the source and the before and after
           *> values, so audit can see WHY every balance moved
           FD JOURNAL-FILE.
              05 HOLD-LIMIT PIC $$,$$$,$$9.99.
              05 FILLER PIC X(2) VALUE SPACES.
              05 HOLD-ORDER-AMOUNT PIC $$,$$$,$$9.99.
              05 FILLER PIC X(2) VALUE SPACES.
              05 HOLD-REASON PIC X(12).

           *> dunning letters -- one letter per past-due account,
           *> built from the customer's name-and-address fields with
              05 BOR-AGE-LITERAL PIC X(9) VALUE "DAYS OLD:".
              05 FILLER PIC X(1) VALUE SPACE.
              05 BOR-AGE-DAYS PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 BOR-WAREHOUSE PIC X(2).

           *> batch master-file maintenance transactions -- add/change/
           *> delete records keyed by customer or inventory ID, in the
                 88 MNT-CUSTOMER-FILE  VALUE "C".
                 88 MNT-INVENTORY-FILE VALUE "I".
               05  FILLER              PIC X(1).
               05  MNT-DATA            PIC X(106).
               05  MNT-CUSTOMER-DATA REDEFINES MNT-DATA.
                   10  MNT-CUST-ID         PIC X(5).
                   10  FILLER              PIC X(5).
                   10  MNT-CUST-ONACCT     PIC 9(7).99.
                   10  MNT-CUST-ONACCT-X
                       REDEFINES MNT-CUST-ONACCT PIC X(10).
                   10  MNT-CUST-WAREHOUSE  PIC X(2).
                   *> same column as the master's write-off flag --
                   *> W writes the account off for credit, R
                   *> reinstates it, blank leaves it alone
                   10  MNT-CUST-WRITEOFF   PIC X(1).
                     88 MNT-CUST-FLAG-WRITEOFF VALUE "W".
                     88 MNT-CUST-REINSTATE     VALUE "R".
               05  MNT-INVENTORY-DATA REDEFINES MNT-DATA.
                   10  MNT-INV-ID          PIC X(6).
                   10  FILLER              PIC X(5).
                   10  MNT-INV-SUPPLIER    PIC X(5).
                   10  FILLER              PIC X(2).
                   10  MNT-INV-ORDER-UP-TO PIC 9(5).
                   *> the warehouse the stock, reorder point and
                   *> order-up-to on this card apply to -- blank is
                   *> the default warehouse, whose levels are also
                   *> the item's own levels on inventory.dat
                   10  FILLER              PIC X(2).
                   10  MNT-INV-WAREHOUSE   PIC X(2).

           *> maintenance audit report -- one line per add/delete and
           *> per field changed (with its before and after image), and
              05 OLF-TOTAL-DUE         PIC 9(7)V99.
              05 OLF-INVOICE-NO        PIC 9(8).
              05 OLF-SALESPERSON       PIC X(3).
              05 OLF-INVENTORY-ID      PIC X(6).
              05 OLF-SHIP-TO           PIC X(3).
              05 OLF-WAREHOUSE         PIC X(2).

           *> formatted mailable invoice documents -- one document per
           *> customer per run, with the bill-to address block and the
           FD INVOICE-DOC-FILE.
           01 INVOICE-DOC-RECORD PIC X(80).

           *> physical-inventory / cycle-count cards -- one per item
           *> counted, with the quantity found on the shelf, the date
           *> it was counted, and who counted it
           FD COUNT-CARD-FILE.
           01 COUNT-CARD-RECORD.
              05 CNT-INVENTORY-ID      PIC X(6).
              05 FILLER                PIC X(5).
              05 CNT-QUANTITY          PIC 9(5).
              05 FILLER                PIC X(5).
              05 CNT-DATE              PIC 9(8).
              05 FILLER                PIC X(5).
              05 CNT-COUNTER           PIC X(10).
              *> the warehouse counted -- blank is the default
              05 FILLER                PIC X(5).
              05 CNT-WAREHOUSE         PIC X(2).

           *> count control card -- FREEZE holds every item on the
           *> count cards out of tonight's orders without posting
           *> anything; POST, or no card at all, posts the counts
           FD COUNT-CONTROL-FILE.
           01 COUNT-CONTROL-RECORD PIC X(6).

           *> cycle-count variance report -- book vs counted, unit and
           *> dollar variance at cost, built by STRING like the PO
           *> exception report
           FD COUNT-VARIANCE-FILE.
           01 COUNT-VARIANCE-RECORD PIC X(100).

           *> warehouse master -- one card per stocking location;
           *> the first card is the default warehouse, where
           *> accounts, receipts and counts with no warehouse code
           *> land. No file means a single warehouse "01".
           FD WAREHOUSE-FILE.
           01 WAREHOUSE-RECORD.
              05 WHF-CODE              PIC X(2).
              05 FILLER                PIC X(1).
              05 WHF-NAME              PIC X(20).

           *> stock on hand by warehouse -- one record per item per
           *> location, with the location's own reorder point and
           *> order-up-to level. IN-STOCK on inventory.dat stays the
           *> item's total across every location.
           FD WHSTOCK-FILE.
           01 WHSTOCK-RECORD.
              05 WHS-INVENTORY-ID      PIC X(6).
              05 FILLER                PIC X(1).
              05 WHS-WAREHOUSE         PIC X(2).
              05 FILLER                PIC X(1).
              05 WHS-ON-HAND           PIC 9(5).
              05 FILLER                PIC X(1).
              05 WHS-REORDER-POINT     PIC 9(5).
              05 FILLER                PIC X(1).
              05 WHS-ORDER-UP-TO       PIC 9(5).

           *> inter-warehouse transfers -- quantity of an item moved
           *> from one location to another, with the shipper's
           *> reference
           FD TRANSFER-FILE.
           01 TRANSFER-RECORD.
              05 XFR-INVENTORY-ID      PIC X(6).
              05 FILLER                PIC X(5).
              05 XFR-FROM-WAREHOUSE    PIC X(2).
              05 FILLER                PIC X(2).
              05 XFR-TO-WAREHOUSE      PIC X(2).
              05 FILLER                PIC X(2).
              05 XFR-QUANTITY          PIC 9(5).
              05 FILLER                PIC X(2).
              05 XFR-REFERENCE         PIC X(8).

           *> transfer register -- one line per transfer posted or
           *> rejected, built by STRING like the PO exception report
           FD TRANSFER-REGISTER-FILE.
           01 TRANSFER-REGISTER-RECORD PIC X(100).

           *> ship-to master -- the delivery addresses on file for a
           *> customer, one record per ship-to code, laid out like
           *> the address block on customers.dat. The state (first
           *> two bytes of STF-STATE-ZIP-COUNTRY) is the one sales
           *> tax is charged at for orders shipped there.
           FD SHIPTO-FILE.
           01 SHIPTO-RECORD.
              05 STF-CUSTOMER-ID       PIC X(5).
              05 FILLER                PIC X(1).
              05 STF-CODE              PIC X(3).
              05 FILLER                PIC X(1).
              05 STF-NAME              PIC X(18).
              05 STF-ADDRESS           PIC X(20).
              05 STF-CITY              PIC X(12).
              05 STF-STATE-ZIP-COUNTRY PIC X(12).

           *> warehouse pick list and packing slips -- quantities
           *> and delivery addresses only, no prices, built by
           *> STRING like the invoice documents
           FD PICK-LIST-FILE.
           01 PICK-LIST-RECORD PIC X(80).

           FD PACKING-SLIP-FILE.
           01 PACKING-SLIP-RECORD PIC X(80).

           *> standing (recurring) orders -- an order the customer
           *> places once and receives every week (W) or month (M):
           *> what to ship, the next date it falls due, and an
           *> optional last date (blank or zero runs until the card
           *> is pulled). The due ones are generated into the
           *> night's transaction batch ahead of the main loop.
           *> SO-ANCHOR-DAY holds the day of the month a monthly card
           *> falls due on; a card keyed without one takes it from
           *> its first next-due date.
           FD STANDING-ORDER-FILE.
           01 STANDING-ORDER-RECORD.
              05 SO-CUSTOMER-ID        PIC X(5).
              05 FILLER                PIC X(1).
              05 SO-INVENTORY-ID       PIC X(6).
              05 FILLER                PIC X(1).
              05 SO-QUANTITY           PIC 9(5).
              05 FILLER                PIC X(1).
              05 SO-DISCOUNT           PIC X(1).
              05 FILLER                PIC X(1).
              05 SO-SALESPERSON        PIC X(3).
              05 FILLER                PIC X(1).
              05 SO-FREQUENCY          PIC X(1).
                88 SO-WEEKLY           VALUE "W".
                88 SO-MONTHLY          VALUE "M".
              05 FILLER                PIC X(1).
              05 SO-NEXT-DUE           PIC 9(8).
              05 FILLER                PIC X(1).
              05 SO-END-DATE           PIC 9(8).
              05 SO-END-DATE-X
                 REDEFINES SO-END-DATE PIC X(8).
              05 FILLER                PIC X(1).
              05 SO-SHIP-TO            PIC X(3).
              05 FILLER                PIC X(1).
              05 SO-ANCHOR-DAY         PIC 9(2).
              05 SO-ANCHOR-DAY-X
                 REDEFINES SO-ANCHOR-DAY PIC X(2).

           *> standing-order register -- every card generated into
           *> the batch or skipped, and why, built by STRING like
           *> the transfer register
           FD STANDING-REGISTER-FILE.
           01 STANDING-REGISTER-RECORD PIC X(100).

           *> supplier master -- the name and remit-to address behind
           *> the bare SUPPLIER-ID on inventory.dat, purchase orders
           *> and receipts, and the payment terms in days that date a
           *> voucher's due date from the supplier's invoice date
           FD SUPPLIER-FILE.
           01 SUPPLIER-RECORD.
              05 SUP-ID                PIC X(5).
              05 FILLER                PIC X(1).
              05 SUP-NAME              PIC X(20).
              05 FILLER                PIC X(1).
              05 SUP-ADDRESS           PIC X(20).
              05 FILLER                PIC X(1).
              05 SUP-CITY              PIC X(12).
              05 FILLER                PIC X(1).
              05 SUP-STATE-ZIP         PIC X(12).
              05 FILLER                PIC X(1).
              05 SUP-TERMS-DAYS        PIC 9(3).

           *> supplier invoices keyed from the bills received -- one
           *> record per invoice line. The warehouse is optional and
           *> narrows the match to POs delivering there.
           FD SUPPLIER-INVOICE-FILE.
           01 SUPPLIER-INVOICE-RECORD.
              05 SIV-SUPPLIER-ID       PIC X(5).
              05 FILLER                PIC X(1).
              05 SIV-INVOICE-NO        PIC X(10).
              05 FILLER                PIC X(1).
              05 SIV-INVOICE-DATE      PIC 9(8).
              05 FILLER                PIC X(1).
              05 SIV-ITEM-ID           PIC X(6).
              05 FILLER                PIC X(1).
              05 SIV-QUANTITY          PIC 9(5).
              05 FILLER                PIC X(1).
              05 SIV-UNIT-PRICE        PIC 9(5).99.
              05 SIV-UNIT-PRICE-X
                 REDEFINES SIV-UNIT-PRICE PIC X(8).
              05 FILLER                PIC X(1).
              05 SIV-WAREHOUSE         PIC X(2).

           *> three-way match tolerances: how far (percent) the
           *> billed unit price may stray from the PO cost, and how
           *> many units the bill may run over what was ordered and
           *> received. No card = 2.00 percent and no units.
           FD AP-CONTROL-FILE.
           01 AP-CONTROL-RECORD.
              05 APC-PRICE-TOL         PIC 99.99.
              05 APC-PRICE-TOL-X
                 REDEFINES APC-PRICE-TOL PIC X(5).
              05 FILLER                PIC X(1).
              05 APC-QTY-TOL           PIC 9(5).

           *> open accounts-payable vouchers, carried across runs --
           *> one per supplier invoice line matched and approved for
           *> payment, with its due date from the supplier's terms
           FD AP-VOUCHER-FILE.
           01 AP-VOUCHER-RECORD.
              05 VCH-NUMBER            PIC 9(7).
              05 FILLER                PIC X(1).
              05 VCH-SUPPLIER-ID       PIC X(5).
              05 FILLER                PIC X(1).
              05 VCH-INVOICE-NO        PIC X(10).
              05 FILLER                PIC X(1).
              05 VCH-ITEM-ID           PIC X(6).
              05 FILLER                PIC X(1).
              05 VCH-INVOICE-DATE      PIC 9(8).
              05 FILLER                PIC X(1).
              05 VCH-DUE-DATE          PIC 9(8).
              05 FILLER                PIC X(1).
              05 VCH-QUANTITY          PIC 9(5).
              05 FILLER                PIC X(1).
              05 VCH-AMOUNT            PIC 9(7).99.
              05 FILLER                PIC X(1).
              05 VCH-ENTRY-DATE        PIC 9(8).

           *> AP voucher register, match hold report and payables
           *> aging / cash-requirements report, built by STRING like
           *> the transfer register
           FD AP-REGISTER-FILE.
           01 AP-REGISTER-RECORD PIC X(132).

           FD AP-HOLD-FILE.
           01 AP-HOLD-RECORD PIC X(132).

           FD AP-AGING-FILE.
           01 AP-AGING-RECORD PIC X(132).

           *> payments made against AP vouchers -- the voucher paid,
           *> the amount paid and the date the payment went out. A
           *> payment of the whole open amount clears the voucher.
           FD AP-PAYMENT-FILE.
           01 AP-PAYMENT-RECORD.
              05 APP-VOUCHER-NO        PIC 9(7).
              05 APP-VOUCHER-NO-X
                 REDEFINES APP-VOUCHER-NO PIC X(7).
              05 FILLER                PIC X(1).
              05 APP-AMOUNT            PIC 9(7).99.
              05 APP-AMOUNT-X
                 REDEFINES APP-AMOUNT  PIC X(10).
              05 FILLER                PIC X(1).
              05 APP-PAID-DATE         PIC 9(8).

           *> AP payment register, built by STRING like the voucher
           *> register
           FD AP-PAYMENT-REGISTER-FILE.
           01 AP-PAYMENT-REGISTER-RECORD PIC X(132).

           *> period-end close control card -- MONTH or YEAR, the
           *> period-end date (blank = the run date) and how many
           *> days of saleshist/journal/runhistory to keep on line
           *> (blank = 365). No card = no close; a normal run.
           FD PERIOD-CLOSE-FILE.
           01 PERIOD-CLOSE-RECORD.
              05 PCL-TYPE              PIC X(5).
                88 PCL-MONTH-END       VALUE "MONTH".
                88 PCL-YEAR-END        VALUE "YEAR ".
              05 FILLER                PIC X(1).
              05 PCL-PERIOD-END        PIC 9(8).
              05 PCL-PERIOD-END-X
                 REDEFINES PCL-PERIOD-END PIC X(8).
              05 FILLER                PIC X(1).
              05 PCL-RETAIN-DAYS       PIC 9(4).
              05 PCL-RETAIN-DAYS-X
                 REDEFINES PCL-RETAIN-DAYS PIC X(4).

           *> dated archive of a history file -- the records the
           *> close moved off saleshist.dat, journal.dat or
           *> runhistory.dat, named for the file and the period
           *> end (saleshist.20261031 and so on), unchanged
           FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(150).

           *> the control totals each close leaves behind, one line
           *> per history file: records and amount hash before the
           *> close, archived and retained. The hash is the sum of
           *> SH-AMOUNT for saleshist, of JRNL-AFTER for the
           *> journal, and zero for runhistory.
           FD ARCHIVE-TOTALS-FILE.
           01 ARCHIVE-TOTALS-RECORD.
              05 ATT-PERIOD-END        PIC 9(8).
              05 FILLER                PIC X(1).
              05 ATT-RUN-DATE          PIC 9(8).
              05 FILLER                PIC X(1).
              05 ATT-FILE-NAME         PIC X(14).
              05 FILLER                PIC X(1).
              05 ATT-CUTOFF-DATE       PIC 9(8).
              05 FILLER                PIC X(1).
              05 ATT-BEFORE-COUNT      PIC 9(7).
              05 FILLER                PIC X(1).
              05 ATT-ARCHIVED-COUNT    PIC 9(7).
              05 FILLER                PIC X(1).
              05 ATT-RETAINED-COUNT    PIC 9(7).
              05 FILLER                PIC X(1).
              05 ATT-BEFORE-AMOUNT     PIC 9(11).99.
              05 FILLER                PIC X(1).
              05 ATT-ARCHIVED-AMOUNT   PIC 9(11).99.
              05 FILLER                PIC X(1).
              05 ATT-RETAINED-AMOUNT   PIC 9(11).99.

           *> the closing snapshot a period-end close carries forward
           *> as the next period's opening figures: one line per
           *> customer (balance, cash on account, closing period and
           *> YTD sales), per item (stock, closing period and YTD
           *> sales) and per item location (stock), then a trailer
           *> naming the period closed with the line counts. The
           *> trailer is written last, so it is also what marks the
           *> period as closed.
           FD OPENING-BALANCE-FILE.
           01 OPENBAL-TRAILER-RECORD.
              05 OBT-TYPE              PIC X(1).
                88 OBT-TRAILER         VALUE "T".
              05 FILLER                PIC X(1).
              05 OBT-PERIOD-END        PIC 9(8).
              05 FILLER                PIC X(1).
              05 OBT-CLOSE-TYPE        PIC X(5).
              05 FILLER                PIC X(1).
              05 OBT-RUN-DATE          PIC 9(8).
              05 FILLER                PIC X(1).
              05 OBT-CUST-COUNT        PIC 9(7).
              05 FILLER                PIC X(1).
              05 OBT-ITEM-COUNT        PIC 9(7).
              05 FILLER                PIC X(1).
              05 OBT-LOC-COUNT         PIC 9(7).
           01 OPENBAL-CUSTOMER-RECORD.
              05 OBC-TYPE              PIC X(1).
              05 FILLER                PIC X(1).
              05 OBC-CUSTOMER-ID       PIC X(5).
              05 FILLER                PIC X(4).
              05 OBC-AMOUNT-OWED       PIC 9(7).99.
              05 FILLER                PIC X(1).
              05 OBC-ON-ACCOUNT        PIC 9(7).99.
              05 FILLER                PIC X(1).
              05 OBC-PERIOD-UNITS      PIC -9(7).
              05 FILLER                PIC X(1).
              05 OBC-PERIOD-DOLLARS    PIC -9(9).99.
              05 FILLER                PIC X(1).
              05 OBC-YTD-UNITS         PIC -9(7).
              05 FILLER                PIC X(1).
              05 OBC-YTD-DOLLARS       PIC -9(9).99.
           01 OPENBAL-ITEM-RECORD.
              05 OBI-TYPE              PIC X(1).
              05 FILLER                PIC X(1).
              05 OBI-INVENTORY-ID      PIC X(6).
              05 FILLER                PIC X(1).
              05 OBI-WAREHOUSE         PIC X(2).
              05 FILLER                PIC X(1).
              05 OBI-ON-HAND           PIC 9(5).
              05 FILLER                PIC X(5).
              05 OBI-PERIOD-UNITS      PIC -9(7).
              05 FILLER                PIC X(1).
              05 OBI-PERIOD-DOLLARS    PIC -9(9).99.
              05 FILLER                PIC X(1).
              05 OBI-YTD-UNITS         PIC -9(7).
              05 FILLER                PIC X(1).
              05 OBI-YTD-DOLLARS       PIC -9(9).99.

           *> period-end close report -- the bucket roll, the
           *> archive proof per history file and the snapshot totals
           FD CLOSE-REPORT-FILE.
           01 CLOSE-REPORT-RECORD PIC X(132).

           *> cross-file integrity exceptions -- every orphan and
           *> every open-item/balance mismatch, graded SEVERE or
           *> WARNING, with the verdict on the run
           FD INTEGRITY-REPORT-FILE.
           01 INTEGRITY-REPORT-RECORD PIC X(132).


       WORKING-STORAGE SECTION.

             88 RUNMODE-FILE-PRESENT   VALUE "00".
           01 WS-RUN-MODE-SW           PIC X VALUE 'P'.
             88 EDIT-MODE              VALUE 'E'.
             88 CHECK-MODE             VALUE 'C'.

           *> run lock, generation cycle, and run-history controls
           01 WS-RUNLOCK-STATUS        PIC XX VALUE SPACES.
           01 WS-GLA-TAXPY-ACCT        PIC X(8) VALUE "2300".
           01 WS-GLA-ONACC-ACCT        PIC X(8) VALUE "2400".
           01 WS-GLA-FINCH-ACCT        PIC X(8) VALUE "4300".
           01 WS-GLA-SHRNK-ACCT        PIC X(8) VALUE "5300".
           01 WS-GLA-INVTY-ACCT        PIC X(8) VALUE "1300".
           01 WS-GLA-APPAY-ACCT        PIC X(8) VALUE "2000".
           01 WS-GLA-BADDT-ACCT        PIC X(8) VALUE "5400".

           *> the GL entry in hand for WRITE-GL-ENTRY, and the
           *> debit/credit proof totals for the net-to-zero check
               10  CTABLE-PERIOD-DOLLARS    PIC S9(9)V99.
               10  CTABLE-YTD-UNITS         PIC S9(7).
               10  CTABLE-YTD-DOLLARS       PIC S9(9)V99.
               *> assigned warehouse, blank for the default
               10  CTABLE-WAREHOUSE         PIC X(2).
               *> open items on file for the account, summed by the
               *> integrity check to prove against AMOUNT-OWED
               10  CTABLE-CHECK-OPEN        PIC 9(9)V99.
               *> W once written off -- every order is held
               10  CTABLE-WRITEOFF-FLAG     PIC X(1).
                 88 CTABLE-WRITTEN-OFF      VALUE "W".

           01 WS-INVENTORY-COUNT PIC 9(5) VALUE 0.
           01 WS-INVENTORY-MAX   PIC 9(5) VALUE 10000.
               10 ITABLE-COST PIC 99V99.
               10 ITABLE-SUPPLIER-ID PIC X(5).
               10 ITABLE-ORDER-UP-TO PIC 9(5).
               *> stock as loaded (or as added by maintenance), and
               *> the journal-replay running value -- both for the
               *> end-of-run reconciliation pass
           01 WS-TOTAL-MAINT-REJECTED  PIC 9(7) VALUE 0.
           01 WS-MAINT-AMOUNT-NUM      PIC 9(7)V99 VALUE 0.
           01 WS-MAINT-COST-NUM        PIC 99V99 VALUE 0.
           *> the account's open items, summed when a change card
           *> resets AMOUNT-OWED -- the balance may not go below them
           01 WS-MAINT-OPEN-TOTAL      PIC 9(9)V99 VALUE 0.
           *> decimal-pointed before/after images for the audit lines,
           *> same reasoning as the CSV intermediates below
           01 WS-MAINT-OLD-AMOUNT      PIC 9(7).99.
           01 WS-MAINT-NEW-AMOUNT      PIC 9(7).99.
           01 WS-MAINT-OLD-COST        PIC 99.99.
           01 WS-MAINT-NEW-COST        PIC 99.99.
           01 WS-MAINT-NEW-FLAG        PIC X(1).
           01 WS-MAINT-OLD-QTY         PIC 9(5).
           01 WS-MAINT-NEW-QTY         PIC 9(5).
           01 WS-MAINT-IDX             PIC 9(5) VALUE 0.
           01 WS-MAINT-WAREHOUSE       PIC X(2) VALUE SPACES.

           *> staging fields for folding a pre-widening input record
           *> into the current layout -- every value is copied out of
               10 BO-DISCOUNT          PIC X(1).
               10 BO-DATE              PIC 9(8).
               10 BO-SALESPERSON       PIC X(3).
               10 BO-WAREHOUSE         PIC X(2).
               10 BO-SHIP-TO           PIC X(3).
               *> W = waiting, R = released this run,
               *> X = cancelled (customer or item no longer on file);
               *> only W entries are carried back to backorders.dat
           01 WS-ORD-NUMBER-ORDERED    PIC 9(5).
           01 WS-ORD-DISCOUNT          PIC X(1).
           01 WS-ORD-SALESPERSON       PIC X(3).
           01 WS-ORD-WAREHOUSE         PIC X(2).
           01 WS-ORD-SHIP-TO           PIC X(3).

           *> supplier receipts / purchase-order replenishment cycle
           01 WS-RECEIPTS-STATUS       PIC XX VALUE SPACES.
               10 POT-DATE             PIC 9(8).
               10 POT-QUANTITY         PIC 9(5).
               10 POT-ITEM-NAME        PIC X(22).
               *> O = open, P = partially received, C = received in
               *> full (dropped at the rewrite once billed in full)
               10 POT-STATUS           PIC X(1).
               10 POT-OUTSTANDING      PIC 9(5).
               10 POT-WAREHOUSE        PIC X(2).
               10 POT-UNIT-COST        PIC 99V99.
               10 POT-INVOICED         PIC 9(5).

           *> the PO age alarm off its control card, and the
           *> receipt-matching work fields
               10 OL-TOTAL-DUE         PIC 9(7)V99.
               10 OL-INVOICE-NO        PIC 9(8).
               10 OL-SALESPERSON       PIC X(3).
               *> what the warehouse needs to pick and ship the
               *> line: the item, the building it was drawn from,
               *> and the ship-to it is delivered to
               10 OL-INVENTORY-ID      PIC X(6).
               10 OL-SHIP-TO           PIC X(3).
               10 OL-WAREHOUSE         PIC X(2).

           *> decimal-pointed intermediates for the CSV fields --
           *> the raw PIC ...V99 fields have no storage position for
           01 WS-DOC-LINE-TOTAL      PIC Z,ZZZ,ZZ9.99.
           01 WS-DOC-TOTAL-ED        PIC ZZZ,ZZZ,ZZ9.99.

           *> physical-inventory / cycle-count posting -- the count
           *> control card, the variance on the card in hand, and the
           *> run totals for the variance report, the control report,
           *> and the shrinkage side of the GL distribution
           01 WS-COUNT-STATUS          PIC XX VALUE SPACES.
             88 COUNT-FILE-PRESENT     VALUE "00".
           01 WS-COUNT-CTL-STATUS      PIC XX VALUE SPACES.
             88 COUNT-CTL-PRESENT      VALUE "00".
           01 WS-COUNT-FREEZE-SW       PIC X VALUE 'N'.
             88 COUNT-FREEZE           VALUE 'Y'.
           01 WS-COUNT-BOOK            PIC 9(5) VALUE 0.
           01 WS-COUNT-UNIT-VAR        PIC S9(5) VALUE 0.
           01 WS-COUNT-DOLLAR-VAR      PIC S9(7)V99 VALUE 0.
           01 WS-COUNT-NET-UNITS       PIC S9(7) VALUE 0.
           01 WS-COUNT-NET-DOLLARS     PIC S9(9)V99 VALUE 0.
           01 WS-COUNT-REJECT-REASON   PIC X(20) VALUE SPACES.
           *> the night's count cards, sorted by item and warehouse
           *> so two cards for the same location sit together and
           *> can both be turned away -- the run cannot tell which
           *> count is the true one
           01 WS-COUNT-CARD-COUNT PIC 9(5) VALUE 0.
           01 WS-COUNT-CARD-MAX   PIC 9(5) VALUE 5000.
           01 COUNT-CARD-TABLE.
             05 COUNT-CARD-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-COUNT-CARD-COUNT
                INDEXED BY CCIDX.
               10 CCT-INVENTORY-ID     PIC X(6).
               10 CCT-WAREHOUSE        PIC X(2).
               10 CCT-RECORD           PIC X(51).
               10 CCT-DUPLICATE        PIC X(1).
           01 WS-TOTAL-COUNTS-POSTED   PIC 9(7) VALUE 0.
           01 WS-TOTAL-COUNTS-REJECTED PIC 9(7) VALUE 0.
           01 WS-TOTAL-COUNTS-FROZEN   PIC 9(7) VALUE 0.
           01 WS-TOTAL-FROZEN-HELD     PIC 9(7) VALUE 0.
           01 WS-TOTAL-COUNT-SHRINK    PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-COUNT-OVERAGE   PIC 9(9)V99 VALUE 0.
           *> edited columns for the variance report lines
           01 WS-COUNT-BOOK-ED         PIC ZZZZ9.
           01 WS-COUNT-QTY-ED          PIC ZZZZ9.
           01 WS-COUNT-UNIT-VAR-ED     PIC -ZZZZ9.
           01 WS-COUNT-DOLLAR-VAR-ED   PIC -Z,ZZZ,ZZ9.99.
           01 WS-COUNT-COUNT-ED        PIC ZZZ,ZZ9.
           01 WS-COUNT-NET-UNITS-ED    PIC -Z,ZZZ,ZZ9.
           01 WS-COUNT-TOTAL-ED        PIC -ZZZ,ZZZ,ZZ9.99.

           *> warehouse master -- small, loaded in file order and
           *> searched serially; the first card is the default
           01 WS-WAREHOUSE-STATUS      PIC XX VALUE SPACES.
             88 WAREHOUSE-FILE-PRESENT VALUE "00".
           01 WS-DEFAULT-WAREHOUSE     PIC X(2) VALUE "01".
           01 WS-WH-LOOKUP-CODE        PIC X(2) VALUE SPACES.
           01 WS-WH-FOUND-SW           PIC X VALUE 'N'.
             88 WAREHOUSE-FOUND        VALUE 'Y'.
           01 WS-WAREHOUSE-COUNT PIC 9(5) VALUE 0.
           01 WS-WAREHOUSE-MAX   PIC 9(5) VALUE 100.
           01 WAREHOUSE-TABLE.
             05 WAREHOUSE-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-WAREHOUSE-COUNT
                INDEXED BY WHIDX.
               10 WHT-CODE             PIC X(2).
               10 WHT-NAME             PIC X(20).

           *> stock on hand by item and warehouse. The item's
           *> ITABLE-IN-STOCK stays the total over its locations;
           *> every stock movement posts to both, and each location
           *> carries its own begin/replay pair so the journal
           *> reconciliation proves it like any other balance.
           01 WS-WHSTOCK-STATUS        PIC XX VALUE SPACES.
             88 WHSTOCK-FILE-PRESENT   VALUE "00".
           01 WS-LOCATION-COUNT PIC 9(5) VALUE 0.
           01 WS-LOCATION-MAX   PIC 9(5) VALUE 20000.
           01 LOCATION-TABLE.
             05 LOCATION-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON WS-LOCATION-COUNT
                ASCENDING KEY IS LOC-INVENTORY-ID LOC-WAREHOUSE
                INDEXED BY LCIDX.
               10 LOC-INVENTORY-ID PIC X(6).
               10 LOC-WAREHOUSE PIC X(2).
               10 LOC-ON-HAND PIC 9(5).
               10 LOC-REORDER-POINT PIC 9(5).
               10 LOC-ORDER-UP-TO PIC 9(5).
               *> set once a suggested PO is written for the
               *> location, so a second sale the same run does not
               *> double the order on the purchasing file
               10 LOC-PO-WRITTEN PIC X(1).
               *> set while the location has an open physical count
               *> (count control card FREEZE), so tonight's orders
               *> against it are held as backorders instead of
               *> moving stock between the count and its posting
               10 LOC-COUNT-FROZEN PIC X(1).
               10 LOC-BEGIN-ON-HAND PIC 9(5).
               10 LOC-REPLAY-ON-HAND PIC 9(5).

           *> keys the caller loads before PERFORM LOOKUP-LOCATION /
           *> ADJUST-LOCATION-STOCK, the signed movement for the
           *> adjustment, and what the stock check found
           01 WS-LOC-LOOKUP-ITEM       PIC X(6) VALUE SPACES.
           01 WS-LOC-LOOKUP-WH         PIC X(2) VALUE SPACES.
           01 WS-LOC-IDX               PIC 9(5) VALUE 0.
           01 WS-LOC-FOUND-SW          PIC X VALUE 'N'.
             88 FOUND-LOCATION         VALUE 'Y'.
           01 WS-LOC-ADJ-QTY           PIC S9(7) VALUE 0.
           01 WS-LOC-NEW-QTY           PIC S9(7) VALUE 0.
           01 WS-LOC-AVAILABLE         PIC 9(5) VALUE 0.
           01 WS-LOC-FROZEN-SW         PIC X VALUE 'N'.
             88 LOCATION-FROZEN        VALUE 'Y'.
           01 WS-LOC-SUM               PIC 9(7) VALUE 0.
           01 WS-LOC-LOAD-COUNT        PIC 9(5) VALUE 0.
           01 WS-LOC-WALK-IDX          PIC 9(5) VALUE 0.
           01 WS-LOC-ITEM-SEEN-SW      PIC X VALUE 'N'.
             88 LOC-ITEM-SEEN          VALUE 'Y'.
           01 WS-LOC-WALK-DONE-SW      PIC X VALUE 'N'.
             88 LOC-WALK-DONE          VALUE 'Y'.

           *> inter-warehouse transfers
           01 WS-TRANSFER-STATUS       PIC XX VALUE SPACES.
             88 TRANSFER-FILE-PRESENT  VALUE "00".
           01 WS-XFR-FROM-WH           PIC X(2) VALUE SPACES.
           01 WS-XFR-TO-WH             PIC X(2) VALUE SPACES.
           01 WS-XFR-REJECT-REASON     PIC X(24) VALUE SPACES.
           01 WS-XFR-FROM-AFTER        PIC 9(5) VALUE 0.
           01 WS-XFR-QTY-ED            PIC ZZZZ9.
           01 WS-XFR-FROM-ED           PIC ZZZZ9.
           01 WS-XFR-TO-ED             PIC ZZZZ9.
           01 WS-XFR-COUNT-ED          PIC ZZZ,ZZ9.
           01 WS-TOTAL-TRANSFERS       PIC 9(7) VALUE 0.
           01 WS-TOTAL-XFER-REJECTED   PIC 9(7) VALUE 0.
           01 WS-TOTAL-XFER-UNITS      PIC 9(7) VALUE 0.

           *> ship-to master, sorted by customer and code so
           *> LOOKUP-SHIP-TO can binary-search it
           01 WS-SHIPTO-STATUS         PIC XX VALUE SPACES.
             88 SHIPTO-FILE-PRESENT    VALUE "00".
           01 WS-SHIPTO-COUNT PIC 9(5) VALUE 0.
           01 WS-SHIPTO-MAX   PIC 9(5) VALUE 10000.
           01 SHIPTO-TABLE.
             05 SHIPTO-ENTRY OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-SHIPTO-COUNT
                ASCENDING KEY IS STT-CUSTOMER-ID STT-CODE
                INDEXED BY STIDX.
               10 STT-CUSTOMER-ID       PIC X(5).
               10 STT-CODE              PIC X(3).
               10 STT-NAME              PIC X(18).
               10 STT-ADDRESS           PIC X(20).
               10 STT-CITY              PIC X(12).
               10 STT-STATE-ZIP-COUNTRY PIC X(12).
           01 WS-SHIPTO-LOOKUP-CUST    PIC X(5) VALUE SPACES.
           01 WS-SHIPTO-LOOKUP-CODE    PIC X(3) VALUE SPACES.
           01 WS-SHIPTO-IDX            PIC 9(5) VALUE 0.
           01 WS-SHIPTO-FOUND-SW       PIC X VALUE 'N'.
             88 SHIP-TO-FOUND          VALUE 'Y'.

           *> the delivery address block for the pick list and
           *> packing slip in hand -- the ship-to's, or the bill-to
           *> address when the line ships to the customer record
           01 WS-DLV-NAME              PIC X(18) VALUE SPACES.
           01 WS-DLV-ADDRESS           PIC X(20) VALUE SPACES.
           01 WS-DLV-CITY              PIC X(12) VALUE SPACES.
           01 WS-DLV-STATE-ZIP-COUNTRY PIC X(12) VALUE SPACES.

           *> pick list / packing slip control-break fields
           01 WS-PICK-LAST-WAREHOUSE   PIC X(2) VALUE SPACES.
           01 WS-PICK-LAST-CUSTOMER-ID PIC X(5) VALUE SPACES.
           01 WS-PICK-LAST-SHIP-TO     PIC X(3) VALUE SPACES.
           01 WS-PICK-GROUP-UNITS      PIC 9(7) VALUE 0.
           01 WS-PICK-QTY-ED           PIC ZZZZ9.
           01 WS-PICK-UNITS-ED         PIC Z,ZZZ,ZZ9.

           *> standing orders, held as the card images so a bad
           *> card is carried back to standing.dat exactly as read;
           *> SOT-STATUS E marks a card past its end date, dropped
           *> at the rewrite
           01 WS-STANDING-STATUS       PIC XX VALUE SPACES.
             88 STANDING-FILE-PRESENT  VALUE "00".
           01 WS-STANDING-COUNT PIC 9(5) VALUE 0.
           01 WS-STANDING-MAX   PIC 9(5) VALUE 10000.
           01 STANDING-TABLE.
             05 STANDING-ENTRY OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-STANDING-COUNT
                INDEXED BY SOIDX.
               10 SOT-RECORD           PIC X(51).
               10 SOT-STATUS           PIC X(1).
           01 WS-SO-SKIP-REASON        PIC X(24) VALUE SPACES.
           01 WS-SO-ACTION             PIC X(36) VALUE SPACES.
           01 WS-SO-GEN-COUNT          PIC 9(7) VALUE 0.
           01 WS-SO-GEN-HASH           PIC 9(7) VALUE 0.
           01 WS-SO-EXPOSURE           PIC 9(9)V99 VALUE 0.
           01 WS-SO-BATCH-DONE-SW      PIC X VALUE 'N'.
             88 SO-BATCH-DONE          VALUE 'Y'.
           01 WS-SO-HEADER-WRITTEN-SW  PIC X VALUE 'N'.
             88 SO-HEADER-WRITTEN      VALUE 'Y'.
           *> next-due date arithmetic -- a monthly card keeps its
           *> day of the month, pulled back to the month's last day
           *> when the month is short
           01 WS-SO-DATE               PIC 9(8) VALUE 0.
           01 WS-SO-DATE-PARTS REDEFINES WS-SO-DATE.
             05 WS-SO-YEAR             PIC 9(4).
             05 WS-SO-MONTH            PIC 9(2).
             05 WS-SO-DAY              PIC 9(2).
           01 WS-SO-DATE-INT           PIC 9(8) VALUE 0.
           01 WS-SO-ANCHOR-DAY         PIC 9(2) VALUE 0.
           01 WS-SO-QTY-ED             PIC ZZZZ9.
           01 WS-SO-COUNT-ED           PIC ZZZ,ZZ9.
           01 WS-TOTAL-SO-GENERATED    PIC 9(7) VALUE 0.
           01 WS-TOTAL-SO-SKIPPED      PIC 9(7) VALUE 0.
           01 WS-TOTAL-SO-ENDED        PIC 9(7) VALUE 0.

           *> supplier master, sorted for SEARCH ALL. Terms that do
           *> not read back numeric are taken as net 30.
           01 WS-SUPPLIER-STATUS       PIC XX VALUE SPACES.
             88 SUPPLIER-FILE-PRESENT  VALUE "00".
           01 WS-SUPPLIER-COUNT PIC 9(5) VALUE 0.
           01 WS-SUPPLIER-MAX   PIC 9(5) VALUE 2000.
           01 SUPPLIER-TABLE.
             05 SUPPLIER-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-SUPPLIER-COUNT
                ASCENDING KEY IS SPLT-ID
                INDEXED BY SUPIDX.
               10 SPLT-ID              PIC X(5).
               10 SPLT-NAME            PIC X(20).
               10 SPLT-TERMS-DAYS      PIC 9(3).
               *> what the supplier's open vouchers come to, as
               *> loaded and as it stands, with the journal-replay
               *> running value and the figure re-added off the
               *> voucher table -- for the reconciliation pass
               10 SPLT-BEGIN-AP        PIC 9(7)V99.
               10 SPLT-OPEN-AP         PIC 9(7)V99.
               10 SPLT-REPLAY-AP       PIC 9(7)V99.
               10 SPLT-CHECK-AP        PIC 9(7)V99.
           01 WS-SUPPLIER-LOOKUP-ID    PIC X(5) VALUE SPACES.
           01 WS-SUPPLIER-IDX          PIC 9(5) VALUE 0.
           01 WS-SUPPLIER-FOUND-SW     PIC X VALUE 'N'.
             88 SUPPLIER-FOUND         VALUE 'Y'.

           *> open AP vouchers carried across runs, plus tonight's.
           *> Voucher numbers run on from the highest on file.
           01 WS-SUPINV-STATUS         PIC XX VALUE SPACES.
             88 SUPINV-FILE-PRESENT    VALUE "00".
           01 WS-AP-VOUCHER-STATUS     PIC XX VALUE SPACES.
             88 AP-VOUCHER-FILE-PRESENT VALUE "00".
           01 WS-VOUCHER-COUNT PIC 9(5) VALUE 0.
           01 WS-VOUCHER-MAX   PIC 9(5) VALUE 10000.
           01 VOUCHER-TABLE.
             05 VOUCHER-ENTRY OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-VOUCHER-COUNT
                INDEXED BY VCHIDX.
               10 VT-NUMBER            PIC 9(7).
               10 VT-SUPPLIER-ID       PIC X(5).
               10 VT-INVOICE-NO        PIC X(10).
               10 VT-ITEM-ID           PIC X(6).
               10 VT-INVOICE-DATE      PIC 9(8).
               10 VT-DUE-DATE          PIC 9(8).
               10 VT-QUANTITY          PIC 9(5).
               10 VT-AMOUNT            PIC 9(7)V99.
               10 VT-ENTRY-DATE        PIC 9(8).
           01 WS-NEXT-VOUCHER-NO       PIC 9(7) VALUE 1.

           *> match tolerances off the AP control card
           01 WS-AP-CTL-STATUS         PIC XX VALUE SPACES.
             88 AP-CTL-PRESENT         VALUE "00".
           01 WS-AP-PRICE-TOL          PIC 99V99 VALUE 2.00.
           01 WS-AP-QTY-TOL            PIC 9(5) VALUE 0.

           *> three-way match work fields for the invoice in hand
           01 WS-AP-HOLD-REASON        PIC X(24) VALUE SPACES.
           01 WS-AP-PO-FOUND-SW        PIC X VALUE 'N'.
             88 AP-PO-FOUND            VALUE 'Y'.
           01 WS-AP-ORDERED-OPEN       PIC 9(7) VALUE 0.
           01 WS-AP-RECEIVED-OPEN      PIC 9(7) VALUE 0.
           01 WS-AP-PO-UNBILLED        PIC S9(5) VALUE 0.
           01 WS-AP-PO-COST            PIC 99V99 VALUE 0.
           01 WS-AP-PRICE              PIC 9(5)V99 VALUE 0.
           01 WS-AP-PRICE-VARIANCE     PIC 9(5)V99 VALUE 0.
           01 WS-AP-PRICE-LIMIT        PIC 9(5)V9(4) VALUE 0.
           01 WS-AP-QTY-LEFT           PIC 9(5) VALUE 0.
           01 WS-AP-AMOUNT             PIC 9(7)V99 VALUE 0.
           01 WS-AP-DUE-DATE           PIC 9(8) VALUE 0.
           01 WS-AP-QTY-ED             PIC ZZZZ9.
           01 WS-AP-QTY-ED-2           PIC ZZZZZZ9.
           01 WS-AP-QTY-ED-3           PIC ZZZZZZ9.
           01 WS-AP-PRICE-ED           PIC ZZ,ZZ9.99.
           01 WS-AP-COST-ED            PIC Z9.99.
           01 WS-AP-AMOUNT-ED          PIC Z,ZZZ,ZZ9.99.
           01 WS-AP-VOUCHER-ED         PIC 9(7).
           01 WS-AP-COUNT-ED           PIC ZZZ,ZZ9.
           01 WS-AP-TOTAL-ED           PIC ZZZ,ZZZ,ZZ9.99.

           *> payables aging by days past due, one line per
           *> supplier, and the cash needed by due-date window
           01 WS-AP-DAYS-PAST-DUE      PIC S9(5) VALUE 0.
           01 WS-APA-LAST-SUPPLIER     PIC X(5) VALUE SPACES.
           01 WS-APA-CURRENT           PIC 9(9)V99 VALUE 0.
           01 WS-APA-1-30              PIC 9(9)V99 VALUE 0.
           01 WS-APA-31-60             PIC 9(9)V99 VALUE 0.
           01 WS-APA-61-90             PIC 9(9)V99 VALUE 0.
           01 WS-APA-OVER-90           PIC 9(9)V99 VALUE 0.
           01 WS-APA-TOTAL             PIC 9(9)V99 VALUE 0.
           01 WS-APG-CURRENT           PIC 9(9)V99 VALUE 0.
           01 WS-APG-1-30              PIC 9(9)V99 VALUE 0.
           01 WS-APG-31-60             PIC 9(9)V99 VALUE 0.
           01 WS-APG-61-90             PIC 9(9)V99 VALUE 0.
           01 WS-APG-OVER-90           PIC 9(9)V99 VALUE 0.
           01 WS-APG-TOTAL             PIC 9(9)V99 VALUE 0.
           01 WS-APC-PAST-DUE          PIC 9(9)V99 VALUE 0.
           01 WS-APC-DUE-7             PIC 9(9)V99 VALUE 0.
           01 WS-APC-DUE-14            PIC 9(9)V99 VALUE 0.
           01 WS-APC-DUE-30            PIC 9(9)V99 VALUE 0.
           01 WS-APC-DUE-LATER         PIC 9(9)V99 VALUE 0.
           01 WS-APC-CUMULATIVE        PIC 9(9)V99 VALUE 0.
           01 WS-APA-NAME              PIC X(20) VALUE SPACES.
           01 WS-APA-ED-1              PIC ZZ,ZZZ,ZZ9.99.
           01 WS-APA-ED-2              PIC ZZ,ZZZ,ZZ9.99.
           01 WS-APA-ED-3              PIC ZZ,ZZZ,ZZ9.99.
           01 WS-APA-ED-4              PIC ZZ,ZZZ,ZZ9.99.
           01 WS-APA-ED-5              PIC ZZ,ZZZ,ZZ9.99.
           01 WS-APA-ED-6              PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-TOTAL-AP-VOUCHERED    PIC 9(7) VALUE 0.
           01 WS-TOTAL-AP-HELD         PIC 9(7) VALUE 0.
           01 WS-TOTAL-AP-AMOUNT       PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-AP-HELD-AMOUNT  PIC 9(9)V99 VALUE 0.

           *> AP voucher payments -- the card in hand and the totals
           *> for the payment register, the summary and the GL
           01 WS-AP-PAYMENT-STATUS     PIC XX VALUE SPACES.
             88 AP-PAYMENT-FILE-PRESENT VALUE "00".
           01 WS-APP-REJECT-REASON     PIC X(24) VALUE SPACES.
           01 WS-APP-AMOUNT            PIC 9(7)V99 VALUE 0.
           01 WS-APP-VOUCHER-IDX       PIC 9(5) VALUE 0.
           01 WS-APP-ACTION            PIC X(9) VALUE SPACES.
           01 WS-TOTAL-AP-PAID         PIC 9(7) VALUE 0.
           01 WS-TOTAL-AP-CLEARED      PIC 9(7) VALUE 0.
           01 WS-TOTAL-AP-PAY-REJECTED PIC 9(7) VALUE 0.
           01 WS-TOTAL-AP-PAID-AMOUNT  PIC 9(9)V99 VALUE 0.

           *> period-end close -- the control card, the cutoffs it
           *> works out, and the last period already closed (off the
           *> openbal.dat trailer) so a close can never run twice
           01 WS-PERIOD-CLOSE-STATUS   PIC XX VALUE SPACES.
             88 PERIOD-CLOSE-CARD-PRESENT VALUE "00".
           01 WS-CLOSE-CARD-SW         PIC X VALUE 'N'.
             88 CLOSE-CARD-READ        VALUE 'Y'.
           01 WS-CLOSE-SW              PIC X VALUE 'N'.
             88 CLOSE-REQUESTED        VALUE 'Y'.
           01 WS-CLOSE-TYPE            PIC X(5) VALUE SPACES.
           01 WS-CLOSE-PERIOD-END      PIC 9(8) VALUE 0.
           01 WS-CLOSE-RETAIN-DAYS     PIC 9(4) VALUE 365.
           01 WS-CLOSE-REJECT-REASON   PIC X(40) VALUE SPACES.
           01 WS-CLOSE-CUTOFF-DATE     PIC 9(8) VALUE 0.
           01 WS-CLOSE-SH-CUTOFF       PIC 9(8) VALUE 0.
           01 WS-CLOSE-WORK-DATE       PIC 9(8) VALUE 0.
           01 WS-CLOSE-OPEN-YEAR       PIC 9(4) VALUE 0.
           01 WS-CLOSE-BREAKS          PIC 9(3) VALUE 0.
           01 WS-OPENBAL-STATUS        PIC XX VALUE SPACES.
             88 OPENBAL-FILE-PRESENT   VALUE "00".
           01 WS-LAST-CLOSE-DATE       PIC 9(8) VALUE 0.

           *> the month and year the sales roll-up buckets are
           *> struck for -- the run date for the nightly analysis,
           *> the period end for a close
           01 WS-SALES-PERIOD-DATE     PIC 9(8) VALUE 0.

           *> one history file through the archive split: its name,
           *> the archive name, the cutoff, and the before /
           *> archived / retained / on-file-after counts and hashes
           01 WS-ARCHIVE-NAME          PIC X(30) VALUE SPACES.
           01 WS-ARC-FILE-NAME         PIC X(14) VALUE SPACES.
           01 WS-ARC-BASE-NAME         PIC X(10) VALUE SPACES.
           01 WS-ARC-KIND              PIC X(1) VALUE SPACE.
             88 ARC-SALES-HISTORY      VALUE "S".
             88 ARC-JOURNAL            VALUE "J".
             88 ARC-RUN-HISTORY        VALUE "R".
           01 WS-ARC-CUTOFF            PIC 9(8) VALUE 0.
           01 WS-ARC-REC-DATE          PIC 9(8) VALUE 0.
           01 WS-ARC-REC-AMOUNT        PIC 9(7)V99 VALUE 0.
           01 WS-ARC-BEFORE-COUNT      PIC 9(7) VALUE 0.
           01 WS-ARC-ARCHIVED-COUNT    PIC 9(7) VALUE 0.
           01 WS-ARC-RETAINED-COUNT    PIC 9(7) VALUE 0.
           01 WS-ARC-AFTER-COUNT       PIC 9(7) VALUE 0.
           01 WS-ARC-PROOF-COUNT       PIC 9(7) VALUE 0.
           01 WS-ARC-BEFORE-AMOUNT     PIC 9(11)V99 VALUE 0.
           01 WS-ARC-ARCHIVED-AMOUNT   PIC 9(11)V99 VALUE 0.
           01 WS-ARC-RETAINED-AMOUNT   PIC 9(11)V99 VALUE 0.
           01 WS-ARC-AFTER-AMOUNT      PIC 9(11)V99 VALUE 0.
           01 WS-ARC-PROOF-AMOUNT      PIC 9(11)V99 VALUE 0.
           01 WS-ARC-STATUS-TEXT       PIC X(14) VALUE SPACES.
           *> a file whose totals are already on archivetot.dat for
           *> this period end was archived by an earlier attempt at
           *> the same close, and is left alone; the dated archive
           *> is only opened once there is a record to put on it
           01 WS-ARC-DONE-SW           PIC X VALUE 'N'.
             88 ARC-ALREADY-DONE       VALUE 'Y'.
           01 WS-ARC-OPEN-SW           PIC X VALUE 'N'.
             88 ARC-FILE-OPEN          VALUE 'Y'.

           *> closing snapshot totals for the close report
           01 WS-CLS-CUST-COUNT        PIC 9(7) VALUE 0.
           01 WS-CLS-ITEM-COUNT        PIC 9(7) VALUE 0.
           01 WS-CLS-LOC-COUNT         PIC 9(7) VALUE 0.
           01 WS-CLS-TOTAL-OWED        PIC 9(11)V99 VALUE 0.
           01 WS-CLS-TOTAL-ONACC       PIC 9(11)V99 VALUE 0.
           01 WS-CLS-TOTAL-STOCK       PIC 9(9) VALUE 0.
           01 WS-CLS-PERIOD-DOLLARS    PIC S9(11)V99 VALUE 0.
           01 WS-CLS-YTD-DOLLARS       PIC S9(11)V99 VALUE 0.
           01 WS-CLS-ITEM-PERIOD-UNITS PIC S9(9) VALUE 0.
           01 WS-CLS-ITEM-YTD-UNITS    PIC S9(9) VALUE 0.
           01 WS-CLS-COUNT-ED-1        PIC Z,ZZZ,ZZ9.
           01 WS-CLS-COUNT-ED-2        PIC Z,ZZZ,ZZ9.
           01 WS-CLS-COUNT-ED-3        PIC Z,ZZZ,ZZ9.
           01 WS-CLS-COUNT-ED-4        PIC Z,ZZZ,ZZ9.
           01 WS-CLS-COUNT-ED-5        PIC Z,ZZZ,ZZ9.
           01 WS-CLS-AMOUNT-ED-1       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-CLS-AMOUNT-ED-2       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-CLS-AMOUNT-ED-3       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-CLS-AMOUNT-ED-4       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-CLS-AMOUNT-ED-5       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-CLS-SIGNED-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-CLS-UNITS-ED          PIC ZZZ,ZZZ,ZZ9-.

           *> cross-file integrity check -- a SEVERE break stops a
           *> live run before anything posts; a WARNING is listed
           *> and the run goes on
           01 WS-INTEG-SEVERE-SW       PIC X VALUE 'N'.
             88 INTEGRITY-BROKEN       VALUE 'Y'.
           01 WS-INTEG-GRADE           PIC X(7) VALUE SPACES.
           01 WS-INTEG-FILE-NAME       PIC X(18) VALUE SPACES.
           01 WS-INTEG-KEY             PIC X(12) VALUE SPACES.
           01 WS-INTEG-DETAIL          PIC X(80) VALUE SPACES.
           01 WS-INTEG-AMOUNT          PIC 9(9)V99 VALUE 0.
           01 WS-INTEG-INVOICE-NO      PIC 9(8) VALUE 0.
           01 WS-INTEG-QUANTITY        PIC 9(5) VALUE 0.
           01 WS-INTEG-PO-STATUS       PIC X(1) VALUE SPACE.
           01 WS-INTEG-OI-READ         PIC 9(7) VALUE 0.
           01 WS-INTEG-BO-READ         PIC 9(7) VALUE 0.
           01 WS-INTEG-PO-READ         PIC 9(7) VALUE 0.
           01 WS-TOTAL-INTEG-SEVERE    PIC 9(7) VALUE 0.
           01 WS-TOTAL-INTEG-WARNINGS  PIC 9(7) VALUE 0.
           01 WS-INTEG-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-INTEG-AMOUNT-ED-2     PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-INTEG-COUNT-ED        PIC Z,ZZZ,ZZ9.
           01 WS-INTEG-QTY-ED          PIC ZZ,ZZ9.

           *> bad-debt and small-balance write-off -- the threshold
           *> and quiet period off the control card (threshold zero
           *> = no sweep), the account in hand, and the run totals
           *> that go on the register, the summary and the GL
           01 WS-WOC-STATUS            PIC XX VALUE SPACES.
             88 WRITEOFF-CARD-PRESENT  VALUE "00".
           01 WS-WOR-STATUS            PIC XX VALUE SPACES.
             88 WRITEOFF-REQ-PRESENT   VALUE "00".
           01 WS-WO-THRESHOLD          PIC 9(3)V99 VALUE 0.
           01 WS-WO-MIN-DAYS           PIC 9(3) VALUE 30.
           01 WS-WO-KIND               PIC X(10) VALUE SPACES.
           01 WS-WO-APPROVAL           PIC X(10) VALUE SPACES.
           01 WS-WO-REASON             PIC X(30) VALUE SPACES.
           01 WS-WO-REJECT-REASON      PIC X(24) VALUE SPACES.
           01 WS-WO-AMOUNT             PIC 9(7)V99 VALUE 0.
           01 WS-WO-ITEM-COUNT         PIC 9(5) VALUE 0.
           01 WS-WO-OLDEST-DATE        PIC 9(8) VALUE 0.
           01 WS-WO-NEWEST-DATE        PIC 9(8) VALUE 0.
           01 WS-WO-OLDEST-X           PIC X(8) VALUE SPACES.
           01 WS-WO-QUIET-SW           PIC X VALUE 'N'.
             88 WO-ACCOUNT-QUIET       VALUE 'Y'.
           01 WS-TOTAL-WO-BAD-DEBT     PIC 9(7) VALUE 0.
           01 WS-TOTAL-WO-BAD-AMOUNT   PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-WO-SMALL        PIC 9(7) VALUE 0.
           01 WS-TOTAL-WO-SMALL-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-WO-AMOUNT       PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-WO-REJECTED     PIC 9(7) VALUE 0.
           01 WS-WO-ITEMS-ED           PIC ZZZZ9.
           01 WS-WO-AMOUNT-ED          PIC Z,ZZZ,ZZ9.99.
           01 WS-WO-COUNT-ED           PIC ZZZ,ZZ9.
           01 WS-WO-TOTAL-ED           PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-WO-THRESHOLD-ED       PIC ZZ9.99.
           01 WS-WO-DAYS-ED            PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           *> this a trial run that posts nothing durable
           PERFORM READ-RUN-MODE

           *> a period-end close card makes tonight's live run close
           *> the month (or year) once the masters are rewritten --
           *> read and prove it now, so the operator hears at once
           *> if it will not be honoured
           PERFORM READ-PERIOD-CLOSE-CARD

           *> only one batch at a time: stop cold if another run
           *> holds the lock, otherwise take it (live runs only --
           *> a trial posts nothing worth protecting)
           *> written only at a clean finish
           IF EDIT-MODE
               MOVE "EDIT" TO WS-RH-MODE
           ELSE
           IF CHECK-MODE
               MOVE "CHECK" TO WS-RH-MODE
           ELSE
               MOVE "POST" TO WS-RH-MODE
           END-IF
           END-IF
           PERFORM WRITE-RUN-HISTORY-BEGIN


           *> codes and paying commission on what each rep sold
           PERFORM LOAD-SALESREPS

           *> the warehouse master -- the stocking locations orders,
           *> receipts, counts and transfers are posted against
           PERFORM LOAD-WAREHOUSES

           *> the customers' delivery addresses -- an order names
           *> one by ship-to code, and is taxed and shipped there
           PERFORM LOAD-SHIP-TOS

           *> Input Customers
           OPEN INPUT CUSTOMERS-FILE

                   END-IF
                   MOVE CTABLE-ON-ACCOUNT(WS-CUSTOMER-COUNT)
                       TO CTABLE-BEGIN-ONACC(WS-CUSTOMER-COUNT)

                   *> blank (pre-warehouse) means the default
                   MOVE CUSTOMER-WAREHOUSE
                       TO CTABLE-WAREHOUSE(WS-CUSTOMER-COUNT)

                   *> blank (pre-widening) means in good standing
                   MOVE CUSTOMER-WRITEOFF
                       TO CTABLE-WRITEOFF-FLAG(WS-CUSTOMER-COUNT)
               END-IF
           END-PERFORM.

                                  ITABLE-ORDER-UP-TO(WS-INVENTORY-COUNT)
                       END-MULTIPLY
                   END-IF

                   *> remember the stock level as loaded, for the
                   *> end-of-run journal reconciliation
           *> INVENTORY-FILE is not guaranteed to be in ID order.
           SORT INVENTORY-ENTRY ASCENDING ITABLE-INVENTORY-ID.

           *> stock on hand by warehouse -- loaded against the item
           *> table so every item has at least one location and the
           *> item totals agree with their locations
           PERFORM LOAD-WAREHOUSE-STOCK

           *> a CHECK card proves the carried files against each
           *> other -- open items, backorders and POs against the
           *> masters, and each account's open items against its
           *> balance -- and stops, nothing posted. A trial or live
           *> run makes the same check further down, once tonight's
           *> maintenance has had the chance to put the masters
           *> right.
           IF CHECK-MODE
               PERFORM CHECK-FILE-INTEGRITY
               IF INTEGRITY-BROKEN
                   MOVE "STOPPED" TO WS-RH-END-STATUS
               END-IF
               PERFORM WRITE-RUN-HISTORY-END
               STOP RUN
           END-IF

           *> reset the EOF flag
           MOVE 'N' TO WS-EOF

           IF NOT EDIT-MODE
               OPEN EXTEND JOURNAL-FILE

               *> an IN-STOCK the warehouse load put right goes on
               *> the journal first, ahead of any other movement
               PERFORM JOURNAL-STOCK-RESYNC

               *> the cumulative sales history grows the same way --
               *> one record per invoiced line and per credit memo,
               *> and never on a trial run
           *> crashed run's maintenance, and re-firing absolute
           *> change records would drag balances and stock back to
           *> their pre-crash values.
           *> the carried open items come in first, so a change
           *> card cannot set a balance below the items still open
           *> against it
           PERFORM LOAD-OPEN-ITEMS

           IF NOT RESTART-MODE
               PERFORM APPLY-MAINTENANCE
           END-IF

           *> prove the carried files against the masters as
           *> maintained, before any stock or transaction posts. A
           *> live run with a severe break stops here, so the files
           *> can be put right before anything is added to them --
           *> a maintenance card that repairs the break has already
           *> applied, so the rerun goes through. A trial reports
           *> and goes on; so does a restart, whose crashed run
           *> already passed this check and has posted since.
           PERFORM CHECK-FILE-INTEGRITY
           IF INTEGRITY-BROKEN
               IF EDIT-MODE
                   DISPLAY "FILE INTEGRITY BREAKS - A LIVE RUN WOULD"
                   DISPLAY "STOP HERE, SEE integrity.txt"
               ELSE
               IF RESTART-MODE
                   DISPLAY "FILE INTEGRITY BREAKS - RESTART GOES ON,"
                   DISPLAY "SEE integrity.txt"
               ELSE
                   DISPLAY "RUN STOPPED - FILE INTEGRITY BREAKS, SEE "
                       "integrity.txt"
                   *> controlled stop before posting, as for the
                   *> batch-balance stop above -- the masters are
                   *> not rewritten, so tonight's maintenance and
                   *> its journal lines go no further than this run
                   MOVE "STOPPED" TO WS-RH-END-STATUS
                   PERFORM WRITE-RUN-HISTORY-END
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               END-IF
           END-IF

           *> true up stock on hand from the shelf counts -- or, on
           *> a FREEZE card, hold the counted items out of tonight's
           *> orders -- before the backorder sweep or any order can
           *> move the stock being counted
           PERFORM POST-CYCLE-COUNTS

           *> move stock between warehouses off the transfer file --
           *> never on a restart, for the same reason as maintenance:
           *> the checkpointed masters already carry the transfers
           IF NOT RESTART-MODE
               PERFORM PROCESS-TRANSFERS
           END-IF

           *> bring in the backorders carried over from prior runs --
           *> the sweep below releases any the shelf can now cover
           PERFORM LOAD-OPEN-POS
           PERFORM READ-PO-AGE-CARD

           *> the supplier master, the AP vouchers still open from
           *> prior runs, and the tolerances supplier invoices are
           *> matched to the POs and receipts within
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-AP-VOUCHERS
           PERFORM READ-AP-CONTROL-CARD

           *> pick up the finance-charge rate and grace period --
           *> no card means no assessment tonight
           PERFORM READ-FINANCE-CARD

           *> and the small-balance write-off threshold -- no card
           *> means no small-balance sweep tonight
           PERFORM READ-WRITEOFF-CARD

           *> add the standing orders falling due to tonight's batch
           *> (and its trailer totals) ahead of the main loop -- not
           *> on a restart: the crashed run already generated them
           *> into the batch being resumed
           IF NOT RESTART-MODE
               PERFORM GENERATE-STANDING-ORDERS
           END-IF

           *> on a restart, repopulate ORDER-LINE-TABLE with every
           *> line recorded before the checkpoint, so the customer
           *> statement report still carries them
                                MOVE 'Y' TO WS-TRANS-REJECTED-SW
                            END-IF
                        END-IF
                        *> a ship-to code must be one of this
                        *> customer's own on the ship-to master --
                        *> blank ships to the bill-to address
                        IF SHIP-TO-CODE OF TRANSACTION-RECORD
                           NOT = SPACES
                            MOVE CUSTOMER-ID OF TRANSACTION-RECORD
                                TO WS-SHIPTO-LOOKUP-CUST
                            MOVE SHIP-TO-CODE OF TRANSACTION-RECORD
                                TO WS-SHIPTO-LOOKUP-CODE
                            PERFORM LOOKUP-SHIP-TO
                            IF NOT SHIP-TO-FOUND
                                MOVE 'N' TO WS-TRANS-VALID-SW
                                MOVE "Invalid Ship-To Code"
                                    TO ERROR-TYPE
                                MOVE SHIP-TO-CODE OF TRANSACTION-RECORD
                                    TO ERROR-ID
                                PERFORM WRITE-ERROR
                                IF NOT TRANS-REJECTED
                                    ADD 1 TO WS-TOTAL-REJECTED
                                    MOVE 'Y' TO WS-TRANS-REJECTED-SW
                                END-IF
                            END-IF
                        END-IF
                    END-IF

                    *> the order draws from the account's own
                    *> warehouse -- stock sitting in another
                    *> building does not fill it
                    IF FOUND-TRANS-CUST AND FOUND-TRANS-INV
                    AND TRANS-VALID
                        MOVE CTABLE-WAREHOUSE(WS-CUSTOMER-TRANS-IDX)
                            TO WS-ORD-WAREHOUSE
                        IF WS-ORD-WAREHOUSE = SPACES
                            MOVE WS-DEFAULT-WAREHOUSE
                                TO WS-ORD-WAREHOUSE
                        END-IF
                        PERFORM CHECK-LOCATION-STOCK
                    END-IF

                    IF FOUND-TRANS-CUST AND FOUND-TRANS-INV
                    AND TRANS-VALID
                    AND (NUMBER-ORDERED OF TRANSACTION-RECORD
                        GREATER WS-LOC-AVAILABLE
                    OR LOCATION-FROZEN)

                        *> not enough on the shelf -- capture the
                        *> order as a backorder instead of losing it;
                        *> the sweep at the start of a later run will
                        *> invoice it once the goods arrive. A
                        *> location frozen for a count is held the
                        *> same way and releases once it is posted.
                        IF LOCATION-FROZEN
                            DISPLAY "ITEM FROZEN FOR COUNT"
                            ADD 1 TO WS-TOTAL-FROZEN-HELD
                        END-IF
                        DISPLAY "CAPTURE BACKORDER"
                        PERFORM CAPTURE-BACKORDER

                            TO WS-ORD-DISCOUNT
                        MOVE SALESPERSON OF TRANSACTION-RECORD
                            TO WS-ORD-SALESPERSON
                        MOVE SHIP-TO-CODE OF TRANSACTION-RECORD
                            TO WS-ORD-SHIP-TO
                        MOVE "ORDER  " TO WS-JRNL-SOURCE
                        PERFORM INVOICE-ORDER

           *> alongside the invoice and returns totals
           PERFORM PROCESS-PAYMENTS

           *> with tonight's cash applied, write off what collections
           *> has approved as bad debt and the small leftover
           *> balances under the threshold, before any service charge
           *> is assessed on them or a dunning letter goes out
           PERFORM WRITE-OFF-BALANCES

           *> with tonight's cash and credits applied, assess the
           *> service charge on whatever is still past due -- each
           *> charge is journaled and added to AMOUNT-OWED like any
           PERFORM WRITE-PO-AGE-EXCEPTIONS
           CLOSE PO-EXCEPTION-FILE

           *> with tonight's receipts on the POs, three-way match the
           *> supplier invoices: matched lines become AP vouchers,
           *> the rest go on the hold report. Then age what we owe.
           PERFORM MATCH-SUPPLIER-INVOICES

           *> pay down the vouchers off tonight's AP payments before
           *> the aging, so it shows only what is still owed
           PERFORM PROCESS-AP-PAYMENTS
           PERFORM WRITE-AP-AGING

           *> AP payments were the last mutator -- close the journal
           *> so the reconciliation pass below can read it back
           IF NOT EDIT-MODE
               CLOSE JOURNAL-FILE
               CLOSE SALES-HISTORY-FILE
           *> customer invoiced tonight
           PERFORM WRITE-INVOICE-DOCUMENTS

           *> the warehouse's pick list and packing slips for what
           *> was invoiced tonight, grouped by delivery address
           PERFORM WRITE-PICK-LIST
           PERFORM WRITE-PACKING-SLIPS

           *> every account whose money we are still holding, so the
           *> office can refund stale credits
           PERFORM WRITE-UNAPPLIED-CASH-REPORT
               *> run's effects
               PERFORM RESET-CHECKPOINT

               *> the write-offs approved for tonight are now on the
               *> masters for good -- clear the requests so they
               *> are not worked a second time
               PERFORM CLEAR-WRITEOFF-REQUESTS

               *> a month-end / year-end close runs on the durably
               *> complete batch, still under the run lock: roll the
               *> sales buckets, archive old history, and carry the
               *> closing balances forward as next period's opening
               IF CLOSE-CARD-READ
                   PERFORM RUN-PERIOD-CLOSE
               END-IF

               *> the batch is durably complete -- only now may the
               *> next run be allowed in
               PERFORM RELEASE-RUN-LOCK
                   MOVE 'E' TO WS-RUN-MODE-SW
                   DISPLAY "EDIT MODE - TRIAL RUN, NOTHING WILL POST"
               END-IF
               IF WS-RUNMODE-STATUS = "00"
               AND RUNMODE-RECORD = "CHECK"
                   MOVE 'C' TO WS-RUN-MODE-SW
                   DISPLAY "CHECK MODE - FILE INTEGRITY CHECK ONLY"
               END-IF
               CLOSE RUNMODE-FILE
           END-IF.


      ******************************************************************
      * Reads the period-end close card, if on hand, and proves it:
      * MONTH or YEAR, a real period-end date no later than tonight
      * (a year-end must be 31 December), a retention window, and a
      * period later than the last one closed. A good card on a live
      * run sets CLOSE-REQUESTED; a bad one is reported now and again
      * on the close report, and the run goes on without a close.
      * A trial run never closes.
      ******************************************************************
       READ-PERIOD-CLOSE-CARD.

           MOVE 'N' TO WS-CLOSE-CARD-SW
           MOVE 'N' TO WS-CLOSE-SW
           MOVE SPACES TO WS-CLOSE-REJECT-REASON
           OPEN INPUT PERIOD-CLOSE-FILE
           IF PERIOD-CLOSE-CARD-PRESENT
               READ PERIOD-CLOSE-FILE INTO PERIOD-CLOSE-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-PERIOD-CLOSE-STATUS = "00"
                   MOVE 'Y' TO WS-CLOSE-CARD-SW
                   PERFORM CHECK-PERIOD-CLOSE-CARD
               END-IF
               CLOSE PERIOD-CLOSE-FILE
           END-IF

           IF CLOSE-CARD-READ
               IF EDIT-MODE
                   MOVE 'N' TO WS-CLOSE-CARD-SW
                   DISPLAY "EDIT MODE - PERIOD CLOSE WILL NOT RUN"
               ELSE
               IF CHECK-MODE
                   MOVE 'N' TO WS-CLOSE-CARD-SW
                   DISPLAY "CHECK MODE - PERIOD CLOSE WILL NOT RUN"
               ELSE
               IF WS-CLOSE-REJECT-REASON = SPACES
                   MOVE 'Y' TO WS-CLOSE-SW
                   DISPLAY WS-CLOSE-TYPE " END CLOSE FOR PERIOD "
                       "ENDING " WS-CLOSE-PERIOD-END
               ELSE
                   DISPLAY "PERIOD CLOSE CARD REJECTED - "
                       WS-CLOSE-REJECT-REASON
                   DISPLAY "THE RUN WILL POST WITHOUT A CLOSE"
               END-IF
               END-IF
               END-IF
           END-IF.


      ******************************************************************
      * Proves the close card in hand. A blank period end means
      * tonight; a blank retention means 365 days. The last period
      * closed comes off the trailer of the closing snapshot.
      ******************************************************************
       CHECK-PERIOD-CLOSE-CARD.

           MOVE PCL-TYPE TO WS-CLOSE-TYPE
           IF PCL-PERIOD-END-X = SPACES
               MOVE WS-RUN-DATE TO WS-CLOSE-PERIOD-END
           ELSE
           IF PCL-PERIOD-END NUMERIC
               MOVE PCL-PERIOD-END TO WS-CLOSE-PERIOD-END
           ELSE
               MOVE 0 TO WS-CLOSE-PERIOD-END
           END-IF
           END-IF
           IF PCL-RETAIN-DAYS-X = SPACES
               MOVE 365 TO WS-CLOSE-RETAIN-DAYS
           ELSE
           IF PCL-RETAIN-DAYS NUMERIC
               MOVE PCL-RETAIN-DAYS TO WS-CLOSE-RETAIN-DAYS
           ELSE
               MOVE 0 TO WS-CLOSE-RETAIN-DAYS
           END-IF
           END-IF

           MOVE 0 TO WS-LAST-CLOSE-DATE
           OPEN INPUT OPENING-BALANCE-FILE
           IF OPENBAL-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ OPENING-BALANCE-FILE
                       INTO OPENBAL-TRAILER-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND OBT-TRAILER
                   AND OBT-PERIOD-END NUMERIC
                       MOVE OBT-PERIOD-END TO WS-LAST-CLOSE-DATE
                   END-IF
               END-PERFORM

               CLOSE OPENING-BALANCE-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           EVALUATE TRUE
               WHEN NOT PCL-MONTH-END AND NOT PCL-YEAR-END
                   MOVE "CLOSE TYPE IS NOT MONTH OR YEAR"
                       TO WS-CLOSE-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-CLOSE-PERIOD-END)
                    NOT = 0
                   MOVE "BAD PERIOD-END DATE"
                       TO WS-CLOSE-REJECT-REASON
               WHEN WS-CLOSE-PERIOD-END > WS-RUN-DATE
                   MOVE "PERIOD END IS AFTER THE RUN DATE"
                       TO WS-CLOSE-REJECT-REASON
               WHEN PCL-YEAR-END
               AND WS-CLOSE-PERIOD-END(5:4) NOT = "1231"
                   MOVE "YEAR END MUST BE 31 DECEMBER"
                       TO WS-CLOSE-REJECT-REASON
               WHEN WS-CLOSE-RETAIN-DAYS = 0
                   MOVE "BAD RETENTION DAYS"
                       TO WS-CLOSE-REJECT-REASON
               WHEN WS-CLOSE-PERIOD-END NOT > WS-LAST-CLOSE-DATE
                   MOVE "PERIOD ALREADY CLOSED"
                       TO WS-CLOSE-REJECT-REASON
           END-EVALUATE.


      ******************************************************************
      * Takes the run lock. If another run already holds it the
      * operator gets a clear message and this run stops before it
           END-IF

           IF NOT EDIT-MODE
           AND NOT CHECK-MODE
               OPEN OUTPUT RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "LOCKED" TO LOCK-FLAG
                               MOVE GLC-ACCOUNT TO WS-GLA-ONACC-ACCT
                           WHEN GLC-FINCH-KEY
                               MOVE GLC-ACCOUNT TO WS-GLA-FINCH-ACCT
                           WHEN GLC-SHRNK-KEY
                               MOVE GLC-ACCOUNT TO WS-GLA-SHRNK-ACCT
                           WHEN GLC-INVTY-KEY
                               MOVE GLC-ACCOUNT TO WS-GLA-INVTY-ACCT
                           WHEN GLC-APPAY-KEY
                               MOVE GLC-ACCOUNT TO WS-GLA-APPAY-ACCT
                           WHEN GLC-BADDT-KEY
                               MOVE GLC-ACCOUNT TO WS-GLA-BADDT-ACCT
                           WHEN OTHER
                               DISPLAY "BAD GL ACCOUNT CARD "
                                   GLC-KEY " - CARD IGNORED"
           END-IF.


      ******************************************************************
      * Loads the warehouse master into WAREHOUSE-TABLE. The first
      * card is the default warehouse -- where accounts, receipts,
      * counts and maintenance cards with no warehouse code are
      * posted. warehouses.dat is optional: with none on file the
      * shop is a single warehouse "01".
      ******************************************************************
       LOAD-WAREHOUSES.

           OPEN INPUT WAREHOUSE-FILE
           IF WAREHOUSE-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ WAREHOUSE-FILE INTO WAREHOUSE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       IF WHF-CODE = SPACES
                           DISPLAY "BAD WAREHOUSE RECORD "
                               WHF-NAME " - RECORD IGNORED"
                       ELSE
                           ADD 1 TO WS-WAREHOUSE-COUNT
                           IF WS-WAREHOUSE-COUNT > WS-WAREHOUSE-MAX
                               DISPLAY "WAREHOUSE TABLE OVERFLOW"
                               DISPLAY "RAISE WS-WAREHOUSE-MAX AND"
                                   " RERUN"
                               STOP RUN
                           END-IF
                           MOVE WHF-CODE
                               TO WHT-CODE(WS-WAREHOUSE-COUNT)
                           MOVE WHF-NAME
                               TO WHT-NAME(WS-WAREHOUSE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE WAREHOUSE-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-WAREHOUSE-COUNT = 0
               MOVE 1 TO WS-WAREHOUSE-COUNT
               MOVE "01" TO WHT-CODE(1)
               MOVE "MAIN WAREHOUSE" TO WHT-NAME(1)
           END-IF
           MOVE WHT-CODE(1) TO WS-DEFAULT-WAREHOUSE.


      ******************************************************************
      * Looks WS-WH-LOOKUP-CODE up in the warehouse table. Sets
      * WAREHOUSE-FOUND.
      ******************************************************************
       LOOKUP-WAREHOUSE.

           MOVE 'N' TO WS-WH-FOUND-SW
           PERFORM VARYING WHIDX FROM 1 BY 1
               UNTIL WHIDX > WS-WAREHOUSE-COUNT
               OR WAREHOUSE-FOUND
               IF WHT-CODE(WHIDX) = WS-WH-LOOKUP-CODE
                   MOVE 'Y' TO WS-WH-FOUND-SW
               END-IF
           END-PERFORM.


      ******************************************************************
      * Loads the ship-to master into SHIPTO-TABLE and sorts it by
      * customer and ship-to code for LOOKUP-SHIP-TO. shipto.dat is
      * optional: with none on file every order ships to its bill-to
      * address, and any order naming a ship-to code is rejected.
      ******************************************************************
       LOAD-SHIP-TOS.

           OPEN INPUT SHIPTO-FILE
           IF SHIPTO-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ SHIPTO-FILE INTO SHIPTO-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       IF STF-CUSTOMER-ID = SPACES
                       OR STF-CODE = SPACES
                           DISPLAY "BAD SHIP-TO RECORD "
                               STF-CUSTOMER-ID " " STF-CODE
                               " - RECORD IGNORED"
                       ELSE
                           ADD 1 TO WS-SHIPTO-COUNT
                           IF WS-SHIPTO-COUNT > WS-SHIPTO-MAX
                               DISPLAY "SHIP-TO TABLE OVERFLOW"
                               DISPLAY "RAISE WS-SHIPTO-MAX AND RERUN"
                               STOP RUN
                           END-IF
                           MOVE STF-CUSTOMER-ID
                               TO STT-CUSTOMER-ID(WS-SHIPTO-COUNT)
                           MOVE STF-CODE
                               TO STT-CODE(WS-SHIPTO-COUNT)
                           MOVE STF-NAME
                               TO STT-NAME(WS-SHIPTO-COUNT)
                           MOVE STF-ADDRESS
                               TO STT-ADDRESS(WS-SHIPTO-COUNT)
                           MOVE STF-CITY
                               TO STT-CITY(WS-SHIPTO-COUNT)
                           MOVE STF-STATE-ZIP-COUNTRY
                               TO STT-STATE-ZIP-COUNTRY(WS-SHIPTO-COUNT)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE SHIPTO-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           *> same reasoning as the CUSTOMER-ENTRY SORT -- the file
           *> is not guaranteed to be in key order
           IF WS-SHIPTO-COUNT > 0
               SORT SHIPTO-ENTRY ASCENDING STT-CUSTOMER-ID STT-CODE
           END-IF.


      ******************************************************************
      * Binary search on SHIPTO-TABLE by WS-SHIPTO-LOOKUP-CUST and
      * WS-SHIPTO-LOOKUP-CODE. Sets SHIP-TO-FOUND and WS-SHIPTO-IDX.
      ******************************************************************
       LOOKUP-SHIP-TO.

           MOVE 'N' TO WS-SHIPTO-FOUND-SW
           IF WS-SHIPTO-COUNT > 0
               SEARCH ALL SHIPTO-ENTRY
                   WHEN STT-CUSTOMER-ID(STIDX) = WS-SHIPTO-LOOKUP-CUST
                   AND STT-CODE(STIDX) = WS-SHIPTO-LOOKUP-CODE
                       MOVE STIDX TO WS-SHIPTO-IDX
                       MOVE 'Y' TO WS-SHIPTO-FOUND-SW
               END-SEARCH
           END-IF.


      ******************************************************************
      * Looks WS-DISC-LOOKUP-CODE up in the discount table. A blank
      * code is "no discount" -- valid, but not found. Sets


      ******************************************************************
      * Loads whstock.dat into LOCATION-TABLE and squares it with the
      * item table: an item with no location on file (the first run
      * after warehouses came in, or an item added before) has its
      * whole stock placed at the default warehouse with the item's
      * own reorder levels; an item whose locations do not add up to
      * its IN-STOCK is reported, and the warehouse figures -- the
      * ones counted and received against -- become the item total.
      * ITABLE-BEGIN-STOCK keeps the figure off inventory.dat, so the
      * override is journaled (JOURNAL-STOCK-RESYNC) and proven by
      * the reconciliation like any other change to IN-STOCK.
      * whstock.dat is optional.
      ******************************************************************
       LOAD-WAREHOUSE-STOCK.

           OPEN INPUT WHSTOCK-FILE
           IF WHSTOCK-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ WHSTOCK-FILE INTO WHSTOCK-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       IF WHS-INVENTORY-ID = SPACES
                       OR WHS-WAREHOUSE = SPACES
                       OR WHS-ON-HAND NOT NUMERIC
                           DISPLAY "BAD WHSTOCK RECORD "
                               WHS-INVENTORY-ID " " WHS-WAREHOUSE
                               " - RECORD IGNORED"
                       ELSE
                           ADD 1 TO WS-LOCATION-COUNT
                           IF WS-LOCATION-COUNT > WS-LOCATION-MAX
                               DISPLAY "LOCATION TABLE OVERFLOW"
                               DISPLAY "RAISE WS-LOCATION-MAX AND"
                                   " RERUN"
                               STOP RUN
                           END-IF
                           MOVE WHS-INVENTORY-ID
                               TO LOC-INVENTORY-ID(WS-LOCATION-COUNT)
                           MOVE WHS-WAREHOUSE
                               TO LOC-WAREHOUSE(WS-LOCATION-COUNT)
                           MOVE WHS-ON-HAND
                               TO LOC-ON-HAND(WS-LOCATION-COUNT)
                           IF WHS-REORDER-POINT NUMERIC
                               MOVE WHS-REORDER-POINT TO
                                   LOC-REORDER-POINT(WS-LOCATION-COUNT)
                           ELSE
                               MOVE 0 TO
                                   LOC-REORDER-POINT(WS-LOCATION-COUNT)
                           END-IF
                           IF WHS-ORDER-UP-TO NUMERIC
                               MOVE WHS-ORDER-UP-TO TO
                                   LOC-ORDER-UP-TO(WS-LOCATION-COUNT)
                           ELSE
                               MOVE 0 TO
                                   LOC-ORDER-UP-TO(WS-LOCATION-COUNT)
                           END-IF
                           MOVE 'N'
                               TO LOC-PO-WRITTEN(WS-LOCATION-COUNT)
                           MOVE 'N'
                               TO LOC-COUNT-FROZEN(WS-LOCATION-COUNT)
                           MOVE WHS-ON-HAND
                               TO LOC-BEGIN-ON-HAND(WS-LOCATION-COUNT)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE WHSTOCK-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-LOCATION-COUNT > 0
               SORT LOCATION-ENTRY
                   ASCENDING LOC-INVENTORY-ID LOC-WAREHOUSE
           END-IF

           *> one pass down both tables in item order -- locations
           *> appended for unstocked items land past the loaded
           *> ones and are sorted into place afterwards
           MOVE WS-LOCATION-COUNT TO WS-LOC-LOAD-COUNT
           MOVE 1 TO WS-LOC-WALK-IDX
           PERFORM VARYING IIDX FROM 1 BY 1
               UNTIL IIDX > WS-INVENTORY-COUNT
               MOVE 0 TO WS-LOC-SUM
               MOVE 'N' TO WS-LOC-ITEM-SEEN-SW
               MOVE 'N' TO WS-LOC-WALK-DONE-SW
               PERFORM UNTIL LOC-WALK-DONE
                   IF WS-LOC-WALK-IDX > WS-LOC-LOAD-COUNT
                       MOVE 'Y' TO WS-LOC-WALK-DONE-SW
                   ELSE
                       EVALUATE TRUE
                           *> a location whose item has gone is
                           *> passed over -- the rewrite drops it
                           WHEN LOC-INVENTORY-ID(WS-LOC-WALK-IDX)
                                < ITABLE-INVENTORY-ID(IIDX)
                               ADD 1 TO WS-LOC-WALK-IDX
                           WHEN LOC-INVENTORY-ID(WS-LOC-WALK-IDX)
                                = ITABLE-INVENTORY-ID(IIDX)
                               ADD LOC-ON-HAND(WS-LOC-WALK-IDX)
                                   TO WS-LOC-SUM
                               MOVE 'Y' TO WS-LOC-ITEM-SEEN-SW
                               ADD 1 TO WS-LOC-WALK-IDX
                           WHEN OTHER
                               MOVE 'Y' TO WS-LOC-WALK-DONE-SW
                       END-EVALUATE
                   END-IF
               END-PERFORM

               IF NOT LOC-ITEM-SEEN
                   ADD 1 TO WS-LOCATION-COUNT
                   IF WS-LOCATION-COUNT > WS-LOCATION-MAX
                       DISPLAY "LOCATION TABLE OVERFLOW"
                       DISPLAY "RAISE WS-LOCATION-MAX AND RERUN"
                       STOP RUN
                   END-IF
                   MOVE ITABLE-INVENTORY-ID(IIDX)
                       TO LOC-INVENTORY-ID(WS-LOCATION-COUNT)
                   MOVE WS-DEFAULT-WAREHOUSE
                       TO LOC-WAREHOUSE(WS-LOCATION-COUNT)
                   MOVE ITABLE-IN-STOCK(IIDX)
                       TO LOC-ON-HAND(WS-LOCATION-COUNT)
                   MOVE ITABLE-REORDER-POINT(IIDX)
                       TO LOC-REORDER-POINT(WS-LOCATION-COUNT)
                   MOVE ITABLE-ORDER-UP-TO(IIDX)
                       TO LOC-ORDER-UP-TO(WS-LOCATION-COUNT)
                   MOVE 'N' TO LOC-PO-WRITTEN(WS-LOCATION-COUNT)
                   MOVE 'N' TO LOC-COUNT-FROZEN(WS-LOCATION-COUNT)
                   MOVE ITABLE-IN-STOCK(IIDX)
                       TO LOC-BEGIN-ON-HAND(WS-LOCATION-COUNT)
               ELSE
                   IF WS-LOC-SUM NOT = ITABLE-IN-STOCK(IIDX)
                       DISPLAY "ITEM " ITABLE-INVENTORY-ID(IIDX)
                           " IN-STOCK " ITABLE-IN-STOCK(IIDX)
                           " DISAGREES WITH WAREHOUSES "
                           WS-LOC-SUM " - WAREHOUSE TOTAL USED"
                       IF WS-LOC-SUM > 99999
                           MOVE 99999 TO WS-LOC-SUM
                       END-IF
                       MOVE WS-LOC-SUM TO ITABLE-IN-STOCK(IIDX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-LOCATION-COUNT > WS-LOC-LOAD-COUNT
               SORT LOCATION-ENTRY
                   ASCENDING LOC-INVENTORY-ID LOC-WAREHOUSE
           END-IF.


      ******************************************************************
      * Journals every item whose IN-STOCK LOAD-WAREHOUSE-STOCK put
      * right from its warehouse locations -- the figure read off
      * inventory.dat (still in ITABLE-BEGIN-STOCK) before, the
      * warehouse total after -- so the override is on the audit
      * trail and the reconciliation chain starts from what was on
      * file. Run as the journal opens, before anything else can
      * move the stock.
      ******************************************************************
       JOURNAL-STOCK-RESYNC.

           PERFORM VARYING IIDX FROM 1 BY 1
               UNTIL IIDX > WS-INVENTORY-COUNT
               IF ITABLE-IN-STOCK(IIDX) NOT = ITABLE-BEGIN-STOCK(IIDX)
                   MOVE "WHSYNC " TO WS-JRNL-SOURCE
                   MOVE ITABLE-BEGIN-STOCK(IIDX) TO WS-JRNL-BEFORE
                   MOVE ITABLE-IN-STOCK(IIDX) TO WS-JRNL-AFTER
                   MOVE "I" TO WS-JRNL-FILE-ID
                   MOVE ITABLE-INVENTORY-ID(IIDX) TO WS-JRNL-KEY
                   MOVE "STOCK" TO WS-JRNL-FIELD
                   PERFORM WRITE-JOURNAL
               END-IF
           END-PERFORM.


      ******************************************************************
      * Binary search on LOCATION-TABLE by WS-LOC-LOOKUP-ITEM and
      * WS-LOC-LOOKUP-WH. Sets FOUND-LOCATION and WS-LOC-IDX.
      ******************************************************************
       LOOKUP-LOCATION.

           MOVE 'N' TO WS-LOC-FOUND-SW
           SEARCH ALL LOCATION-ENTRY
               WHEN LOC-INVENTORY-ID(LCIDX) = WS-LOC-LOOKUP-ITEM
               AND LOC-WAREHOUSE(LCIDX) = WS-LOC-LOOKUP-WH
                   MOVE LCIDX TO WS-LOC-IDX
                   MOVE 'Y' TO WS-LOC-FOUND-SW
           END-SEARCH.


      ******************************************************************
      * Opens the location WS-LOC-LOOKUP-ITEM / WS-LOC-LOOKUP-WH at
      * zero stock, its reorder levels taken from the item's own
      * until maintenance sets the warehouse's, re-sorts the table
      * and leaves WS-LOC-IDX pointing at the new entry.
      ******************************************************************
       ADD-LOCATION.

           ADD 1 TO WS-LOCATION-COUNT
           IF WS-LOCATION-COUNT > WS-LOCATION-MAX
               DISPLAY "LOCATION TABLE OVERFLOW"
               DISPLAY "RAISE WS-LOCATION-MAX AND RERUN"
               STOP RUN
           END-IF
           MOVE WS-LOC-LOOKUP-ITEM
               TO LOC-INVENTORY-ID(WS-LOCATION-COUNT)
           MOVE WS-LOC-LOOKUP-WH TO LOC-WAREHOUSE(WS-LOCATION-COUNT)
           MOVE 0 TO LOC-ON-HAND(WS-LOCATION-COUNT)
           MOVE 0 TO LOC-REORDER-POINT(WS-LOCATION-COUNT)
           MOVE 0 TO LOC-ORDER-UP-TO(WS-LOCATION-COUNT)
           SEARCH ALL INVENTORY-ENTRY
               WHEN ITABLE-INVENTORY-ID(IIDX) = WS-LOC-LOOKUP-ITEM
                   MOVE ITABLE-REORDER-POINT(IIDX)
                       TO LOC-REORDER-POINT(WS-LOCATION-COUNT)
                   MOVE ITABLE-ORDER-UP-TO(IIDX)
                       TO LOC-ORDER-UP-TO(WS-LOCATION-COUNT)
           END-SEARCH
           MOVE 'N' TO LOC-PO-WRITTEN(WS-LOCATION-COUNT)
           MOVE 'N' TO LOC-COUNT-FROZEN(WS-LOCATION-COUNT)
           MOVE 0 TO LOC-BEGIN-ON-HAND(WS-LOCATION-COUNT)
           SORT LOCATION-ENTRY ASCENDING LOC-INVENTORY-ID LOC-WAREHOUSE
           PERFORM LOOKUP-LOCATION.


      ******************************************************************
      * Moves the stock on hand at one location by WS-LOC-ADJ-QTY
      * (signed) and journals it as file "W", keyed by item, with
      * the warehouse in the field (WHnn). The caller loads
      * WS-LOC-LOOKUP-ITEM / WS-LOC-LOOKUP-WH and WS-JRNL-SOURCE,
      * and keeps the item total in step itself. A location not yet
      * on file is opened first; stock is floored at zero and capped
      * at the field's maximum like every other stock movement.
      * Leaves WS-LOC-IDX pointing at the location.
      ******************************************************************
       ADJUST-LOCATION-STOCK.

           PERFORM LOOKUP-LOCATION
           IF NOT FOUND-LOCATION
               PERFORM ADD-LOCATION
           END-IF

           MOVE LOC-ON-HAND(WS-LOC-IDX) TO WS-JRNL-BEFORE
           COMPUTE WS-LOC-NEW-QTY =
               LOC-ON-HAND(WS-LOC-IDX) + WS-LOC-ADJ-QTY
           IF WS-LOC-NEW-QTY > 99999
               MOVE 99999 TO WS-LOC-NEW-QTY
           END-IF
           IF WS-LOC-NEW-QTY < 0
               MOVE 0 TO WS-LOC-NEW-QTY
           END-IF
           MOVE WS-LOC-NEW-QTY TO LOC-ON-HAND(WS-LOC-IDX)

           IF LOC-ON-HAND(WS-LOC-IDX) NOT = WS-JRNL-BEFORE
               MOVE LOC-ON-HAND(WS-LOC-IDX) TO WS-JRNL-AFTER
               MOVE "W" TO WS-JRNL-FILE-ID
               MOVE WS-LOC-LOOKUP-ITEM TO WS-JRNL-KEY
               MOVE SPACES TO WS-JRNL-FIELD
               STRING "WH" WS-LOC-LOOKUP-WH DELIMITED BY SIZE
                   INTO WS-JRNL-FIELD
               PERFORM WRITE-JOURNAL
           END-IF.


      ******************************************************************
      * Finds what the order's warehouse (WS-ORD-WAREHOUSE) holds of
      * the item in hand: WS-LOC-AVAILABLE, and LOCATION-FROZEN if
      * the location has an open count. A warehouse that has never
      * stocked the item has nothing available.
      ******************************************************************
       CHECK-LOCATION-STOCK.

           MOVE ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX)
               TO WS-LOC-LOOKUP-ITEM
           MOVE WS-ORD-WAREHOUSE TO WS-LOC-LOOKUP-WH
           PERFORM LOOKUP-LOCATION
           MOVE 'N' TO WS-LOC-FROZEN-SW
           IF FOUND-LOCATION
               MOVE LOC-ON-HAND(WS-LOC-IDX) TO WS-LOC-AVAILABLE
               IF LOC-COUNT-FROZEN(WS-LOC-IDX) = 'Y'
                   MOVE 'Y' TO WS-LOC-FROZEN-SW
               END-IF
           ELSE
               MOVE 0 TO WS-LOC-AVAILABLE
           END-IF.


      ******************************************************************
      * Sets LOCATION-FROZEN when the item and warehouse in
      * WS-LOC-LOOKUP-ITEM / WS-LOC-LOOKUP-WH are held for an open
      * count. Receipts and returns are held off a frozen location
      * the same as orders and transfers, so the count posted
      * against it is not taking their stock for shrink.
      ******************************************************************
       TEST-LOCATION-FROZEN.

           PERFORM LOOKUP-LOCATION
           MOVE 'N' TO WS-LOC-FROZEN-SW
           IF FOUND-LOCATION
           AND LOC-COUNT-FROZEN(WS-LOC-IDX) = 'Y'
               MOVE 'Y' TO WS-LOC-FROZEN-SW
           END-IF.


      ******************************************************************
      * Prices the order in the WS-ORD fields against the customer at
      * WS-CUSTOMER-TRANS-IDX and the item at WS-INV-TRANS-IDX: the
      * line at list, the discount code and the price tier taken off,
      * and sales tax for the state the goods ship to. Leaves the
      * line in WS-RAW-TOTAL-BEFORE, WS-RAW-TOTAL-AFTER and
      * WS-RAW-TOTAL-WITH-TAX. Shared by the invoicing path and the
      * standing-order credit check, so both see the same price.
      ******************************************************************
       PRICE-ORDER.

           MULTIPLY WS-ORD-NUMBER-ORDERED
               BY ITABLE-COST(WS-INV-TRANS-IDX)
               GIVING WS-RAW-TOTAL-BEFORE

           *> price off the discount schedule loaded from the
           *> pricing control file: a P rule takes its percent off
           *> the line, a Q rule takes one unit's cost off once the
           *> quantity clears its threshold
           MOVE "No " TO WS-TRANS-DISCOUNT-APPLIED
           MOVE WS-RAW-TOTAL-BEFORE TO WS-RAW-TOTAL-AFTER

           END-IF

           *> sales tax on the after-discount total, at the rate on
           *> file for the state the goods ship to (the first two
           *> bytes of STATE-ZIP-COUNTRY) -- the ship-to's state when
           *> the order names one, else the bill-to state on the
           *> customer record. A state with no rate card -- or a
           *> run with no tax control file at all -- charges no tax.
           MOVE CTABLE-STATE-ZIP-COUNTRY(WS-CUSTOMER-TRANS-IDX)(1:2)
               TO WS-CUST-STATE
           IF WS-ORD-SHIP-TO NOT = SPACES
               MOVE WS-ORD-CUSTOMER-ID TO WS-SHIPTO-LOOKUP-CUST
               MOVE WS-ORD-SHIP-TO TO WS-SHIPTO-LOOKUP-CODE
               PERFORM LOOKUP-SHIP-TO
               IF SHIP-TO-FOUND
                   MOVE STT-STATE-ZIP-COUNTRY(WS-SHIPTO-IDX)(1:2)
                       TO WS-CUST-STATE
               END-IF
           END-IF
           PERFORM LOOKUP-TAX-STATE
           IF TAX-STATE-FOUND
               COMPUTE WS-RAW-TAX-AMOUNT ROUNDED =
               MOVE 0 TO WS-RAW-TAX-AMOUNT
           END-IF
           ADD WS-RAW-TOTAL-AFTER WS-RAW-TAX-AMOUNT
               GIVING WS-RAW-TOTAL-WITH-TAX.


      ******************************************************************
      * Prices, invoices, and posts the order line in hand: the
      * caller loads WS-ORD-CUSTOMER-ID / WS-ORD-NUMBER-ORDERED /
      * WS-ORD-DISCOUNT / WS-ORD-WAREHOUSE / WS-ORD-SHIP-TO and leaves
      * LOOKUP-CUSTOMER/LOOKUP-INVENTORY pointing at the customer and
      * item, with stock at the warehouse already checked.
      * Shared by the transaction loop and the backorder release
      * sweep so a released backorder is priced and posted exactly
      * like a same-day order.
      ******************************************************************
       INVOICE-ORDER.

           MOVE CTABLE-CUSTOMER-NAME(WS-CUSTOMER-TRANS-IDX)
           TO INVO-CUSTOMER-NAME

           MOVE ITABLE-ITEM-NAME(WS-INV-TRANS-IDX)
           TO INVO-ITEM-NAME

           MOVE ITABLE-COST(WS-INV-TRANS-IDX)
           TO INVO-ITEM-COST

           MOVE WS-ORD-NUMBER-ORDERED
           TO INVO-NUMBER-ORDERED

           PERFORM PRICE-ORDER

           MOVE WS-RAW-TOTAL-BEFORE
               TO INVO-TOTAL-BEFORE-DISCOUNT

           *> the order is priced -- before anything posts, make
           *> sure it would not push the account past its credit
           *> limit. A held order invoices nothing and changes
           *> nothing; it goes to the hold report for the office
           *> to release deliberately. Limit zero means no limit.
           *> An account written off as bad debt is held on every
           *> order, whatever its limit.
           MOVE 'N' TO WS-ORDER-HELD-SW
           IF CTABLE-WRITTEN-OFF(WS-CUSTOMER-TRANS-IDX)
               MOVE 'Y' TO WS-ORDER-HELD-SW
               PERFORM WRITE-CREDIT-HOLD
           ELSE
           IF CTABLE-CREDIT-LIMIT(WS-CUSTOMER-TRANS-IDX) > 0
               ADD CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
                   WS-RAW-TOTAL-WITH-TAX
                   PERFORM WRITE-CREDIT-HOLD
               END-IF
           END-IF
           END-IF

           IF NOT ORDER-HELD
               PERFORM POST-INVOICE
               TO OL-INVOICE-NO(WS-ORDER-LINE-COUNT)
           MOVE WS-ORD-SALESPERSON
               TO OL-SALESPERSON(WS-ORDER-LINE-COUNT)
           MOVE ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX)
               TO OL-INVENTORY-ID(WS-ORDER-LINE-COUNT)
           MOVE WS-ORD-SHIP-TO
               TO OL-SHIP-TO(WS-ORDER-LINE-COUNT)
           MOVE WS-ORD-WAREHOUSE
               TO OL-WAREHOUSE(WS-ORDER-LINE-COUNT)

           *> persist the order line so a restart after a checkpoint
           *> can reload it into ORDER-LINE-TABLE
           MOVE WS-RAW-TOTAL-WITH-TAX TO OLF-TOTAL-DUE
           MOVE WS-NEXT-INVOICE-NO TO OLF-INVOICE-NO
           MOVE WS-ORD-SALESPERSON TO OLF-SALESPERSON
           MOVE ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX)
               TO OLF-INVENTORY-ID
           MOVE WS-ORD-SHIP-TO TO OLF-SHIP-TO
           MOVE WS-ORD-WAREHOUSE TO OLF-WAREHOUSE
           IF NOT EDIT-MODE
               WRITE ORDER-LINE-FILE-RECORD
           END-IF
           *> this line's number is used up, whatever else happens
           ADD 1 TO WS-NEXT-INVOICE-NO

           *> decrement stock on hand for the sale (journaled), at
           *> the item and at the warehouse the order drew from, and
           *> flag a reorder if that warehouse falls at or below its
           *> reorder point
           MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX) TO WS-JRNL-BEFORE
           SUBTRACT WS-ORD-NUMBER-ORDERED
           MOVE "STOCK" TO WS-JRNL-FIELD
           PERFORM WRITE-JOURNAL

           MOVE ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX)
               TO WS-LOC-LOOKUP-ITEM
           MOVE WS-ORD-WAREHOUSE TO WS-LOC-LOOKUP-WH
           COMPUTE WS-LOC-ADJ-QTY = 0 - WS-ORD-NUMBER-ORDERED
           PERFORM ADJUST-LOCATION-STOCK

           IF LOC-ON-HAND(WS-LOC-IDX) NOT GREATER
              LOC-REORDER-POINT(WS-LOC-IDX)
               MOVE ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX)
                   TO REORD-ITEM-ID
               MOVE ITABLE-ITEM-NAME(WS-INV-TRANS-IDX)
                   TO REORD-ITEM-NAME
               MOVE LOC-ON-HAND(WS-LOC-IDX)
                   TO REORD-IN-STOCK
               MOVE LOC-REORDER-POINT(WS-LOC-IDX)
                   TO REORD-REORDER-POINT
               MOVE LOC-WAREHOUSE(WS-LOC-IDX) TO REORD-WAREHOUSE
               WRITE REORDER-RECORD

               *> turn the reorder flag into a suggested purchase
               *> order -- once per item and warehouse per run,
               *> bringing that warehouse back up to its own
               *> order-up-to level
               IF LOC-PO-WRITTEN(WS-LOC-IDX) NOT = 'Y'
                   PERFORM WRITE-PURCHASE-ORDER
               END-IF
           END-IF.


      ******************************************************************
      * Cross-file integrity check, run alone on a CHECK card, and
      * on every live or trial run once maintenance is applied and
      * before any stock or transaction posts. Proves the carried
      * files against the masters as they stand: every open item,
      * backorder and purchase order must name a customer or item
      * still on file, every backorder's salesperson must be on the
      * salesperson master, and each account's open items must add
      * up to its AMOUNT-OWED.
      * Every exception goes to integrity.txt graded SEVERE (the
      * run cannot post safely) or WARNING (listed, run goes on).
      * A balance the open items fall short of is only a warning --
      * balances from before open items were kept are not itemized.
      ******************************************************************
       CHECK-FILE-INTEGRITY.

           MOVE 'N' TO WS-INTEG-SEVERE-SW
           MOVE 0 TO WS-TOTAL-INTEG-SEVERE
           MOVE 0 TO WS-TOTAL-INTEG-WARNINGS
           MOVE 0 TO WS-INTEG-OI-READ
           MOVE 0 TO WS-INTEG-BO-READ
           MOVE 0 TO WS-INTEG-PO-READ

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "FILE INTEGRITY CHECK   RUN DATE " WS-RUN-DATE
               "   MODE " WS-RH-MODE
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "GRADE    FILE                KEY           "
               "EXCEPTION"
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           PERFORM VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > WS-CUSTOMER-COUNT
               MOVE 0 TO CTABLE-CHECK-OPEN(CIDX)
           END-PERFORM

           PERFORM CHECK-OPEN-ITEM-INTEGRITY
           PERFORM CHECK-BALANCE-INTEGRITY
           PERFORM CHECK-BACKORDER-INTEGRITY
           PERFORM CHECK-PO-INTEGRITY
           PERFORM WRITE-INTEGRITY-TOTALS

           CLOSE INTEGRITY-REPORT-FILE

           DISPLAY "INTEGRITY CHECK - SEVERE " WS-TOTAL-INTEG-SEVERE
               " WARNINGS " WS-TOTAL-INTEG-WARNINGS.


      ******************************************************************
      * Every open item must belong to a customer on file; the ones
      * that do are summed onto their account for the balance proof.
      ******************************************************************
       CHECK-OPEN-ITEM-INTEGRITY.

           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ OPEN-ITEM-FILE INTO OPEN-ITEM-FILE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       ADD 1 TO WS-INTEG-OI-READ
                       *> same format test as LOAD-OPEN-ITEMS
                       IF OIFO-PAD = SPACES
                           MOVE OIFO-AMOUNT-OPEN TO WS-INTEG-AMOUNT
                           MOVE 0 TO WS-INTEG-INVOICE-NO
                           IF OIFO-INVOICE-NO NUMERIC
                               MOVE OIFO-INVOICE-NO
                                   TO WS-INTEG-INVOICE-NO
                           END-IF
                       ELSE
                           MOVE OIF-AMOUNT-OPEN TO WS-INTEG-AMOUNT
                           MOVE 0 TO WS-INTEG-INVOICE-NO
                           IF OIF-INVOICE-NO NUMERIC
                               MOVE OIF-INVOICE-NO
                                   TO WS-INTEG-INVOICE-NO
                           END-IF
                       END-IF

                       MOVE OIF-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
                       PERFORM LOOKUP-CUSTOMER
                       IF FOUND-TRANS-CUST
                           ADD WS-INTEG-AMOUNT TO
                               CTABLE-CHECK-OPEN(WS-CUSTOMER-TRANS-IDX)
                       ELSE
                           MOVE "SEVERE" TO WS-INTEG-GRADE
                           MOVE "openitems.dat" TO WS-INTEG-FILE-NAME
                           MOVE OIF-CUSTOMER-ID TO WS-INTEG-KEY
                           MOVE WS-INTEG-AMOUNT TO WS-INTEG-AMOUNT-ED
                           MOVE SPACES TO WS-INTEG-DETAIL
                           STRING "CUSTOMER NOT ON FILE - INVOICE "
                               WS-INTEG-INVOICE-NO " DATED "
                               OIF-ITEM-DATE " OPEN "
                               WS-INTEG-AMOUNT-ED
                               DELIMITED BY SIZE
                               INTO WS-INTEG-DETAIL
                           PERFORM WRITE-INTEGRITY-EXCEPTION
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE OPEN-ITEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Each account's open items against its AMOUNT-OWED. Open items
      * worth more than the balance cannot be right -- cash was taken
      * off the balance without relieving the items, and tonight's
      * payments would relieve them twice -- so that is severe. A
      * balance the items fall short of is carried from before open
      * items were kept and is listed as a warning.
      ******************************************************************
       CHECK-BALANCE-INTEGRITY.

           PERFORM VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > WS-CUSTOMER-COUNT
               IF CTABLE-CHECK-OPEN(CIDX) NOT =
                  CTABLE-AMOUNT-OWED(CIDX)
                   IF CTABLE-CHECK-OPEN(CIDX) >
                      CTABLE-AMOUNT-OWED(CIDX)
                       MOVE "SEVERE" TO WS-INTEG-GRADE
                   ELSE
                       MOVE "WARNING" TO WS-INTEG-GRADE
                   END-IF
                   MOVE "customers.dat" TO WS-INTEG-FILE-NAME
                   MOVE CTABLE-CUSTOMER-ID(CIDX) TO WS-INTEG-KEY
                   MOVE CTABLE-CHECK-OPEN(CIDX) TO WS-INTEG-AMOUNT-ED
                   MOVE CTABLE-AMOUNT-OWED(CIDX)
                       TO WS-INTEG-AMOUNT-ED-2
                   MOVE SPACES TO WS-INTEG-DETAIL
                   STRING "OPEN ITEMS " WS-INTEG-AMOUNT-ED
                       " DO NOT AGREE TO AMOUNT OWED "
                       WS-INTEG-AMOUNT-ED-2
                       DELIMITED BY SIZE
                       INTO WS-INTEG-DETAIL
                   PERFORM WRITE-INTEGRITY-EXCEPTION
               END-IF
           END-PERFORM.


      ******************************************************************
      * Every waiting backorder must name a customer and an item on
      * file -- MAINT-DELETE-CUSTOMER and MAINT-DELETE-INVENTORY do
      * not look at backorders.dat, and the release sweep cannot
      * ship to a customer or from an item that is gone. A rep code
      * not on the salesperson master would lose its commission when
      * the backorder ships.
      ******************************************************************
       CHECK-BACKORDER-INTEGRITY.

           OPEN INPUT BACKORDER-FILE
           IF BACKORDER-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ BACKORDER-FILE INTO BACKORDER-FILE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       ADD 1 TO WS-INTEG-BO-READ
                       *> same format test as LOAD-BACKORDERS
                       IF BOF-NUMBER-ORDERED NUMERIC
                           MOVE BOF-NUMBER-ORDERED
                               TO WS-INTEG-QUANTITY
                           MOVE BOF-SALESPERSON TO WS-SREP-LOOKUP-ID
                       ELSE
                           MOVE BFO-NUMBER-ORDERED
                               TO WS-INTEG-QUANTITY
                           MOVE BFO-SALESPERSON TO WS-SREP-LOOKUP-ID
                       END-IF
                       MOVE WS-INTEG-QUANTITY TO WS-INTEG-QTY-ED
                       MOVE "backorders.dat" TO WS-INTEG-FILE-NAME
                       MOVE SPACES TO WS-INTEG-KEY
                       STRING BOF-CUSTOMER-ID " " BOF-INVENTORY-ID
                           DELIMITED BY SIZE
                           INTO WS-INTEG-KEY

                       MOVE BOF-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
                       PERFORM LOOKUP-CUSTOMER
                       IF NOT FOUND-TRANS-CUST
                           MOVE "SEVERE" TO WS-INTEG-GRADE
                           MOVE SPACES TO WS-INTEG-DETAIL
                           STRING "CUSTOMER NOT ON FILE - "
                               WS-INTEG-QTY-ED " WAITING"
                               DELIMITED BY SIZE
                               INTO WS-INTEG-DETAIL
                           PERFORM WRITE-INTEGRITY-EXCEPTION
                       END-IF

                       MOVE BOF-INVENTORY-ID TO WS-LOOKUP-INVENTORY-ID
                       PERFORM LOOKUP-INVENTORY
                       IF NOT FOUND-TRANS-INV
                           MOVE "SEVERE" TO WS-INTEG-GRADE
                           MOVE SPACES TO WS-INTEG-DETAIL
                           STRING "ITEM NOT ON FILE - "
                               WS-INTEG-QTY-ED " WAITING"
                               DELIMITED BY SIZE
                               INTO WS-INTEG-DETAIL
                           PERFORM WRITE-INTEGRITY-EXCEPTION
                       END-IF

                       PERFORM LOOKUP-SALESREP
                       IF WS-SREP-LOOKUP-ID NOT = SPACES
                       AND NOT SALESREP-FOUND
                           MOVE "WARNING" TO WS-INTEG-GRADE
                           MOVE SPACES TO WS-INTEG-DETAIL
                           STRING "SALESPERSON " WS-SREP-LOOKUP-ID
                               " NOT ON salesreps.dat"
                               DELIMITED BY SIZE
                               INTO WS-INTEG-DETAIL
                           PERFORM WRITE-INTEGRITY-EXCEPTION
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE BACKORDER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Every purchase order must name an item on file. One still
      * open or part received for an item MAINT-DELETE-INVENTORY has
      * removed is severe -- tonight's receipts against it would
      * have no stock record to land on. One received in full and
      * only waiting on the supplier's bill is a warning.
      ******************************************************************
       CHECK-PO-INTEGRITY.

           OPEN INPUT PO-FILE
           IF PO-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ PO-FILE INTO PO-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       ADD 1 TO WS-INTEG-PO-READ
                       MOVE PO-ITEM-ID TO WS-LOOKUP-INVENTORY-ID
                       PERFORM LOOKUP-INVENTORY
                       IF NOT FOUND-TRANS-INV
                           *> same format test as LOAD-OPEN-POS
                           IF PO-QUANTITY NUMERIC
                               MOVE PO-STATUS TO WS-INTEG-PO-STATUS
                               IF PO-OUTSTANDING NUMERIC
                                   MOVE PO-OUTSTANDING
                                       TO WS-INTEG-QUANTITY
                               ELSE
                                   MOVE PO-QUANTITY
                                       TO WS-INTEG-QUANTITY
                               END-IF
                           ELSE
                               MOVE POO-STATUS TO WS-INTEG-PO-STATUS
                               IF POO-OUTSTANDING NUMERIC
                                   MOVE POO-OUTSTANDING
                                       TO WS-INTEG-QUANTITY
                               ELSE
                                   MOVE POO-QUANTITY
                                       TO WS-INTEG-QUANTITY
                               END-IF
                           END-IF
                           MOVE WS-INTEG-QUANTITY TO WS-INTEG-QTY-ED
                           MOVE "purchaseorders.dat"
                               TO WS-INTEG-FILE-NAME
                           MOVE SPACES TO WS-INTEG-KEY
                           STRING PO-ITEM-ID " " PO-SUPPLIER-ID
                               DELIMITED BY SIZE
                               INTO WS-INTEG-KEY
                           MOVE SPACES TO WS-INTEG-DETAIL
                           IF WS-INTEG-PO-STATUS = "C"
                               MOVE "WARNING" TO WS-INTEG-GRADE
                               STRING "ITEM NOT ON FILE - PO OF "
                                   PO-DATE " AWAITING SUPPLIER BILL"
                                   DELIMITED BY SIZE
                                   INTO WS-INTEG-DETAIL
                           ELSE
                               MOVE "SEVERE" TO WS-INTEG-GRADE
                               STRING "ITEM NOT ON FILE - OPEN PO OF "
                                   PO-DATE " " WS-INTEG-QTY-ED
                                   " OUTSTANDING"
                                   DELIMITED BY SIZE
                                   INTO WS-INTEG-DETAIL
                           END-IF
                           PERFORM WRITE-INTEGRITY-EXCEPTION
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE PO-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Writes the exception in hand and counts it by grade.
      ******************************************************************
       WRITE-INTEGRITY-EXCEPTION.

           IF WS-INTEG-GRADE = "SEVERE"
               MOVE 'Y' TO WS-INTEG-SEVERE-SW
               ADD 1 TO WS-TOTAL-INTEG-SEVERE
           ELSE
               ADD 1 TO WS-TOTAL-INTEG-WARNINGS
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING WS-INTEG-GRADE "  " WS-INTEG-FILE-NAME "  "
               WS-INTEG-KEY "  " WS-INTEG-DETAIL
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.


      ******************************************************************
      * Records checked per file, exceptions by grade, and what
      * becomes of the run.
      ******************************************************************
       WRITE-INTEGRITY-TOTALS.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           IF WS-TOTAL-INTEG-SEVERE = 0
           AND WS-TOTAL-INTEG-WARNINGS = 0
               MOVE "NO EXCEPTIONS" TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF

           MOVE WS-CUSTOMER-COUNT TO WS-INTEG-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "CUSTOMERS ON FILE      " WS-INTEG-COUNT-ED
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-INVENTORY-COUNT TO WS-INTEG-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "ITEMS ON FILE          " WS-INTEG-COUNT-ED
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-SALESREP-COUNT TO WS-INTEG-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "SALESPEOPLE ON FILE    " WS-INTEG-COUNT-ED
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-INTEG-OI-READ TO WS-INTEG-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "OPEN ITEMS CHECKED     " WS-INTEG-COUNT-ED
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-INTEG-BO-READ TO WS-INTEG-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "BACKORDERS CHECKED     " WS-INTEG-COUNT-ED
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-INTEG-PO-READ TO WS-INTEG-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "PURCHASE ORDERS CHECKED" WS-INTEG-COUNT-ED
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-TOTAL-INTEG-SEVERE TO WS-INTEG-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "SEVERE BREAKS          " WS-INTEG-COUNT-ED
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-TOTAL-INTEG-WARNINGS TO WS-INTEG-COUNT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "WARNINGS               " WS-INTEG-COUNT-ED
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           EVALUATE TRUE
               WHEN CHECK-MODE
                   MOVE "CHECK ONLY - NOTHING POSTED"
                       TO INTEGRITY-REPORT-RECORD
               WHEN INTEGRITY-BROKEN AND EDIT-MODE
                   MOVE "TRIAL RUN CONTINUES - A LIVE RUN WOULD STOP"
                       TO INTEGRITY-REPORT-RECORD
               WHEN INTEGRITY-BROKEN AND RESTART-MODE
                   STRING "RESTART CONTINUES - THE CRASHED RUN HAS "
                       "ALREADY POSTED"
                       DELIMITED BY SIZE
                       INTO INTEGRITY-REPORT-RECORD
               WHEN INTEGRITY-BROKEN
                   STRING "RUN STOPPED BEFORE POSTING - CORRECT THE "
                       "SEVERE BREAKS AND RERUN"
                       DELIMITED BY SIZE
                       INTO INTEGRITY-REPORT-RECORD
               WHEN OTHER
                   MOVE "NO SEVERE BREAKS - RUN PROCEEDS"
                       TO INTEGRITY-REPORT-RECORD
           END-EVALUATE
           WRITE INTEGRITY-REPORT-RECORD.


      ******************************************************************
      * Pre-scans transactions.dat before anything durable happens:
      * classifies every record, counts and hashes the details, and
      * checks them against the trailer. A file with no HDR and no
      * TRL is a legacy upload and is taken on faith, as before;
      * once control records are present, a missing trailer or a
      * count/hash mismatch marks the batch out of balance and the
      * mainline stops the run -- not even a mid-run checkpoint may
      * carry a truncated upload's effects to the masters. Leaves
      * ERROR-TYPE loaded for the mainline's abort reporting.
      ******************************************************************
       PRESCAN-TRANSACTION-BATCH.

           OPEN INPUT TRANSACTION-FILE
           MOVE 'N' TO WS-EOF

           PERFORM UNTIL END-OF-FILE
               READ TRANSACTION-FILE INTO TRANSACTION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ

               IF NOT END-OF-FILE
                   *> the count/hash below must see the same view of
                   *> the record the processing loop will
                   PERFORM NORMALIZE-TRANSACTION

                   EVALUATE TRUE
                       WHEN TRANS-HEADER-REC-TYPE
                           MOVE 'Y' TO WS-BATCH-HEADER-SEEN-SW
                           IF THDR-BATCH-DATE NUMERIC
                               MOVE THDR-BATCH-DATE TO WS-BATCH-DATE
                           END-IF
                       WHEN TRANS-TRAILER-REC-TYPE
                           MOVE 'Y' TO WS-BATCH-TRAILER-SEEN-SW
                           MOVE TTRL-EXPECTED-COUNT
                               TO WS-TRL-EXPECTED-COUNT
                           MOVE TTRL-HASH-TOTAL
                               TO WS-TRL-EXPECTED-HASH
                       WHEN OTHER
                           ADD 1 TO WS-BATCH-DETAIL-COUNT
                           IF NUMBER-ORDERED OF TRANSACTION-RECORD
                              NUMERIC
                               ADD NUMBER-ORDERED
                                   OF TRANSACTION-RECORD
                                   TO WS-BATCH-HASH-TOTAL
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE TRANSACTION-FILE
           MOVE 'N' TO WS-EOF

           IF BATCH-HEADER-SEEN OR BATCH-TRAILER-SEEN
               EVALUATE TRUE
                   WHEN NOT BATCH-TRAILER-SEEN
                       MOVE 'Y' TO WS-BATCH-OOB-SW
                       DISPLAY "TRANS BATCH TRAILER MISSING"
                       MOVE "Trans Trailer Missing" TO ERROR-TYPE
                   WHEN WS-BATCH-DETAIL-COUNT
                        NOT = WS-TRL-EXPECTED-COUNT
                   OR WS-BATCH-HASH-TOTAL
                        NOT = WS-TRL-EXPECTED-HASH
                       MOVE 'Y' TO WS-BATCH-OOB-SW
                       DISPLAY "TRANS BATCH OUT OF BALANCE"
                       DISPLAY "  COUNT READ " WS-BATCH-DETAIL-COUNT
                           " EXPECTED " WS-TRL-EXPECTED-COUNT
                       DISPLAY "  HASH READ " WS-BATCH-HASH-TOTAL
                           " EXPECTED " WS-TRL-EXPECTED-HASH
                       MOVE "Trans Batch Out Of Bal" TO ERROR-TYPE
               END-EVALUATE
           END-IF.


      ******************************************************************
      * Writes the credit-hold line for the priced order in hand:
      * who, what they already owe, their limit, the order amount
      * that would have breached it, and why it is held -- over the
      * limit, or an account that has been written off.
      ******************************************************************
       WRITE-CREDIT-HOLD.

           MOVE CTABLE-CUSTOMER-ID(WS-CUSTOMER-TRANS-IDX)
               TO HOLD-CUSTOMER-ID
           MOVE CTABLE-CUSTOMER-NAME(WS-CUSTOMER-TRANS-IDX)
               TO HOLD-CUSTOMER-NAME
           MOVE CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
               TO HOLD-BALANCE
           MOVE CTABLE-CREDIT-LIMIT(WS-CUSTOMER-TRANS-IDX)
               TO HOLD-LIMIT
           MOVE WS-RAW-TOTAL-WITH-TAX TO HOLD-ORDER-AMOUNT
           IF CTABLE-WRITTEN-OFF(WS-CUSTOMER-TRANS-IDX)
               MOVE "WRITTEN OFF" TO HOLD-REASON
           ELSE
               MOVE "OVER LIMIT" TO HOLD-REASON
           END-IF
           WRITE CREDIT-HOLD-RECORD
           ADD 1 TO WS-TOTAL-CREDIT-HOLD.


      ******************************************************************
      * Captures the insufficient-stock transaction in hand onto the
      * backorder table, stamped with the run date, instead of
      * rejecting it -- the customer should not have to resubmit.
      * The order's discount code rides along so the eventual
      * release prices exactly as the original order would have.
      ******************************************************************
       CAPTURE-BACKORDER.

           ADD 1 TO WS-BACKORDER-COUNT
           IF WS-BACKORDER-COUNT > WS-BACKORDER-MAX
               DISPLAY "BACKORDER TABLE OVERFLOW"
               DISPLAY "RAISE WS-BACKORDER-MAX AND RERUN"
               STOP RUN
           END-IF
           MOVE CUSTOMER-ID OF TRANSACTION-RECORD
               TO BO-CUSTOMER-ID(WS-BACKORDER-COUNT)
           MOVE INVENTORY-ID OF TRANSACTION-RECORD
               TO BO-INVENTORY-ID(WS-BACKORDER-COUNT)
           MOVE NUMBER-ORDERED OF TRANSACTION-RECORD
               TO BO-NUMBER-ORDERED(WS-BACKORDER-COUNT)
           MOVE DISCOUNT OF TRANSACTION-RECORD
               TO BO-DISCOUNT(WS-BACKORDER-COUNT)
           MOVE SALESPERSON OF TRANSACTION-RECORD
               TO BO-SALESPERSON(WS-BACKORDER-COUNT)
           MOVE WS-ORD-WAREHOUSE
               TO BO-WAREHOUSE(WS-BACKORDER-COUNT)
           MOVE SHIP-TO-CODE OF TRANSACTION-RECORD
               TO BO-SHIP-TO(WS-BACKORDER-COUNT)
           MOVE WS-RUN-DATE TO BO-DATE(WS-BACKORDER-COUNT)
           MOVE 'W' TO BO-STATUS(WS-BACKORDER-COUNT)
           ADD 1 TO WS-TOTAL-NEW-BACKORDERS.


      ******************************************************************
      * Sweeps the backorder table, oldest first: any waiting line
      * whose item can now be covered in full is priced and invoiced
      * through INVOICE-ORDER exactly as if it had come in on
                       MOVE BO-INVENTORY-ID(BOIDX)
                           TO WS-LOOKUP-INVENTORY-ID
                       PERFORM LOOKUP-INVENTORY
                       *> a backorder releases only from the
                       *> warehouse it was short at
                       IF FOUND-TRANS-INV
                           MOVE BO-WAREHOUSE(BOIDX)
                               TO WS-ORD-WAREHOUSE
                           PERFORM CHECK-LOCATION-STOCK
                       END-IF
                       *> and only to a ship-to still on file
                       MOVE 'Y' TO WS-SHIPTO-FOUND-SW
                       IF BO-SHIP-TO(BOIDX) NOT = SPACES
                           MOVE BO-CUSTOMER-ID(BOIDX)
                               TO WS-SHIPTO-LOOKUP-CUST
                           MOVE BO-SHIP-TO(BOIDX)
                               TO WS-SHIPTO-LOOKUP-CODE
                           PERFORM LOOKUP-SHIP-TO
                       END-IF

                       EVALUATE TRUE
                           WHEN NOT FOUND-TRANS-CUST
                               PERFORM WRITE-ERROR
                               MOVE 'X' TO BO-STATUS(BOIDX)
                               ADD 1 TO WS-TOTAL-BO-CANCELLED
                           WHEN NOT SHIP-TO-FOUND
                               MOVE "B/O Ship-To NOT FOUND"
                                   TO ERROR-TYPE
                               MOVE BO-SHIP-TO(BOIDX) TO ERROR-ID
                               PERFORM WRITE-ERROR
                               MOVE 'X' TO BO-STATUS(BOIDX)
                               ADD 1 TO WS-TOTAL-BO-CANCELLED
                           WHEN NOT FOUND-TRANS-INV
                               MOVE "B/O Item NOT FOUND"
                                   TO ERROR-TYPE
                               PERFORM WRITE-ERROR
                               MOVE 'X' TO BO-STATUS(BOIDX)
                               ADD 1 TO WS-TOTAL-BO-CANCELLED
                           *> a location with an open count stays
                           *> put until the count is posted
                           WHEN LOCATION-FROZEN
                               CONTINUE
                           WHEN BO-NUMBER-ORDERED(BOIDX) NOT GREATER
                                WS-LOC-AVAILABLE
                               MOVE BO-CUSTOMER-ID(BOIDX)
                                   TO WS-ORD-CUSTOMER-ID
                               MOVE BO-NUMBER-ORDERED(BOIDX)
                                   TO WS-ORD-DISCOUNT
                               MOVE BO-SALESPERSON(BOIDX)
                                   TO WS-ORD-SALESPERSON
                               MOVE BO-SHIP-TO(BOIDX)
                                   TO WS-ORD-SHIP-TO
                               MOVE "BACKORD" TO WS-JRNL-SOURCE
                               PERFORM INVOICE-ORDER
                               *> a release the credit gate held
                   END-IF
                   MOVE OLF-SALESPERSON
                       TO OL-SALESPERSON(WS-ORDER-LINE-COUNT)
                   MOVE OLF-INVENTORY-ID
                       TO OL-INVENTORY-ID(WS-ORDER-LINE-COUNT)
                   MOVE OLF-SHIP-TO
                       TO OL-SHIP-TO(WS-ORDER-LINE-COUNT)
                   *> a line persisted before warehouses were kept
                   *> was drawn from the default warehouse
                   IF OLF-WAREHOUSE = SPACES
                       MOVE WS-DEFAULT-WAREHOUSE
                           TO OL-WAREHOUSE(WS-ORDER-LINE-COUNT)
                   ELSE
                       MOVE OLF-WAREHOUSE
                           TO OL-WAREHOUSE(WS-ORDER-LINE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.


      ******************************************************************
      * Adds a new customer from the maintenance record in hand.
      * A duplicate CUSTOMER-ID, or a warehouse code not on the
      * warehouse master, is rejected. The table is re-sorted after
      * the append so later lookups still binary-search a genuinely
      * ascending table.
      ******************************************************************
       MAINT-ADD-CUSTOMER.

           MOVE MNT-CUST-ID TO WS-LOOKUP-CUSTOMER-ID
           PERFORM LOOKUP-CUSTOMER
           MOVE 'Y' TO WS-WH-FOUND-SW
           IF MNT-CUST-WAREHOUSE NOT = SPACES
               MOVE MNT-CUST-WAREHOUSE TO WS-WH-LOOKUP-CODE
               PERFORM LOOKUP-WAREHOUSE
           END-IF

           IF FOUND-TRANS-CUST
               MOVE SPACES TO MAINT-AUDIT-RECORD
                   INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               ADD 1 TO WS-TOTAL-MAINT-REJECTED
           ELSE
           IF NOT WAREHOUSE-FOUND
               MOVE SPACES TO MAINT-AUDIT-RECORD
               STRING "CUST ADD " MNT-CUST-ID
                   " REJECTED - WAREHOUSE " MNT-CUST-WAREHOUSE
                   " NOT ON FILE"
                   DELIMITED BY SIZE
                   INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               ADD 1 TO WS-TOTAL-MAINT-REJECTED
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               IF WS-CUSTOMER-COUNT > WS-CUSTOMER-MAX
               END-IF
               MOVE CTABLE-ON-ACCOUNT(WS-CUSTOMER-COUNT)
                   TO CTABLE-BEGIN-ONACC(WS-CUSTOMER-COUNT)
               MOVE MNT-CUST-WAREHOUSE
                   TO CTABLE-WAREHOUSE(WS-CUSTOMER-COUNT)
               *> a new account always starts in good standing
               MOVE SPACE TO CTABLE-WRITEOFF-FLAG(WS-CUSTOMER-COUNT)
               SORT CUSTOMER-ENTRY ASCENDING CTABLE-CUSTOMER-ID

               MOVE SPACES TO MAINT-AUDIT-RECORD
                   INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               ADD 1 TO WS-TOTAL-MAINT-APPLIED
           END-IF
           END-IF.


                           TO WS-MAINT-OLD-AMOUNT
                       MOVE WS-MAINT-AMOUNT-NUM
                           TO WS-MAINT-NEW-AMOUNT
                       *> a balance below the items still open
                       *> against it would leave invoices no balance
                       *> is owed on -- the card is refused, and the
                       *> items are settled by payment or credit
                       *> memo, which relieve them as they post
                       MOVE 0 TO WS-MAINT-OPEN-TOTAL
                       PERFORM VARYING OIIDX FROM 1 BY 1
                           UNTIL OIIDX > WS-OPEN-ITEM-COUNT
                           IF OI-CUSTOMER-ID(OIIDX) = MNT-CUST-ID
                               ADD OI-AMOUNT-OPEN(OIIDX)
                                   TO WS-MAINT-OPEN-TOTAL
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO MAINT-AUDIT-RECORD
                       IF WS-MAINT-AMOUNT-NUM < WS-MAINT-OPEN-TOTAL
                           MOVE WS-MAINT-OPEN-TOTAL
                               TO WS-MAINT-OLD-AMOUNT
                           STRING "CUST CHG " MNT-CUST-ID " OWED ["
                               WS-MAINT-NEW-AMOUNT
                               "] BELOW OPEN ITEMS ["
                               WS-MAINT-OLD-AMOUNT "] - UNCHANGED"
                               DELIMITED BY SIZE
                               INTO MAINT-AUDIT-RECORD
                           WRITE MAINT-AUDIT-RECORD
                       ELSE
                           STRING "CUST CHG " MNT-CUST-ID " OWED ["
                               WS-MAINT-OLD-AMOUNT
                               "] -> [" WS-MAINT-NEW-AMOUNT "]"
                               DELIMITED BY SIZE
                               INTO MAINT-AUDIT-RECORD
                           WRITE MAINT-AUDIT-RECORD
                           MOVE
                               CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
                               TO WS-JRNL-BEFORE
                           MOVE WS-MAINT-AMOUNT-NUM TO
                               CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
                           MOVE WS-MAINT-AMOUNT-NUM TO WS-JRNL-AFTER
                           MOVE "MAINT  " TO WS-JRNL-SOURCE
                           MOVE "C" TO WS-JRNL-FILE-ID
                           MOVE MNT-CUST-ID TO WS-JRNL-KEY
                           MOVE "OWED " TO WS-JRNL-FIELD
                           PERFORM WRITE-JOURNAL
                       END-IF
                   END-IF
               END-IF

                   END-IF
               END-IF

               *> reassigning the account to another warehouse --
               *> an unknown code leaves the assignment alone
               IF MNT-CUST-WAREHOUSE NOT = SPACES
               AND MNT-CUST-WAREHOUSE NOT =
                   CTABLE-WAREHOUSE(WS-CUSTOMER-TRANS-IDX)
                   MOVE MNT-CUST-WAREHOUSE TO WS-WH-LOOKUP-CODE
                   PERFORM LOOKUP-WAREHOUSE
                   MOVE SPACES TO MAINT-AUDIT-RECORD
                   IF WAREHOUSE-FOUND
                       STRING "CUST CHG " MNT-CUST-ID " WHSE ["
                           CTABLE-WAREHOUSE(WS-CUSTOMER-TRANS-IDX)
                           "] -> [" MNT-CUST-WAREHOUSE "]"
                           DELIMITED BY SIZE
                           INTO MAINT-AUDIT-RECORD
                       MOVE MNT-CUST-WAREHOUSE
                           TO CTABLE-WAREHOUSE(WS-CUSTOMER-TRANS-IDX)
                   ELSE
                       STRING "CUST CHG " MNT-CUST-ID " WHSE ["
                           MNT-CUST-WAREHOUSE
                           "] NOT ON FILE - UNCHANGED"
                           DELIMITED BY SIZE
                           INTO MAINT-AUDIT-RECORD
                   END-IF
                   WRITE MAINT-AUDIT-RECORD
               END-IF

               *> collections writing an account off by hand, or
               *> reinstating one that has been brought current
               IF (MNT-CUST-FLAG-WRITEOFF
                   AND NOT CTABLE-WRITTEN-OFF(WS-CUSTOMER-TRANS-IDX))
               OR (MNT-CUST-REINSTATE
                   AND CTABLE-WRITTEN-OFF(WS-CUSTOMER-TRANS-IDX))
                   IF MNT-CUST-FLAG-WRITEOFF
                       MOVE "W" TO WS-MAINT-NEW-FLAG
                   ELSE
                       MOVE SPACE TO WS-MAINT-NEW-FLAG
                   END-IF
                   MOVE SPACES TO MAINT-AUDIT-RECORD
                   STRING "CUST CHG " MNT-CUST-ID " WOFF ["
                       CTABLE-WRITEOFF-FLAG(WS-CUSTOMER-TRANS-IDX)
                       "] -> [" WS-MAINT-NEW-FLAG "]"
                       DELIMITED BY SIZE
                       INTO MAINT-AUDIT-RECORD
                   WRITE MAINT-AUDIT-RECORD
                   MOVE WS-MAINT-NEW-FLAG
                       TO CTABLE-WRITEOFF-FLAG(WS-CUSTOMER-TRANS-IDX)
               END-IF

               ADD 1 TO WS-TOTAL-MAINT-APPLIED
           END-IF.


      ******************************************************************

      ******************************************************************
      * Adds a new inventory item from the maintenance record in
      * hand. A duplicate INVENTORY-ID, or a warehouse code not on
      * the warehouse master, is rejected. The table is re-sorted
      * after the append, as for customer adds, and the opening
      * stock is placed at the card's warehouse.
      ******************************************************************
       MAINT-ADD-INVENTORY.

           MOVE MNT-INV-ID TO WS-LOOKUP-INVENTORY-ID
           PERFORM LOOKUP-INVENTORY
           PERFORM RESOLVE-MAINT-WAREHOUSE

           IF FOUND-TRANS-INV
               MOVE SPACES TO MAINT-AUDIT-RECORD
                   INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               ADD 1 TO WS-TOTAL-MAINT-REJECTED
           ELSE
           IF NOT WAREHOUSE-FOUND
               MOVE SPACES TO MAINT-AUDIT-RECORD
               STRING "INV  ADD " MNT-INV-ID
                   " REJECTED - WAREHOUSE " WS-MAINT-WAREHOUSE
                   " NOT ON FILE"
                   DELIMITED BY SIZE
                   INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               ADD 1 TO WS-TOTAL-MAINT-REJECTED
           ELSE
               ADD 1 TO WS-INVENTORY-COUNT
               IF WS-INVENTORY-COUNT > WS-INVENTORY-MAX
                               ITABLE-ORDER-UP-TO(WS-INVENTORY-COUNT)
                   END-MULTIPLY
               END-IF
               MOVE ITABLE-IN-STOCK(WS-INVENTORY-COUNT)
                   TO ITABLE-BEGIN-STOCK(WS-INVENTORY-COUNT)

               *> the opening stock and levels live at the card's
               *> warehouse -- set as loaded, like the item itself
               MOVE MNT-INV-ID TO WS-LOC-LOOKUP-ITEM
               MOVE WS-MAINT-WAREHOUSE TO WS-LOC-LOOKUP-WH
               PERFORM LOOKUP-LOCATION
               IF NOT FOUND-LOCATION
                   PERFORM ADD-LOCATION
               END-IF
               MOVE ITABLE-IN-STOCK(WS-INVENTORY-COUNT)
                   TO LOC-ON-HAND(WS-LOC-IDX)
               MOVE ITABLE-IN-STOCK(WS-INVENTORY-COUNT)
                   TO LOC-BEGIN-ON-HAND(WS-LOC-IDX)
               MOVE ITABLE-REORDER-POINT(WS-INVENTORY-COUNT)
                   TO LOC-REORDER-POINT(WS-LOC-IDX)
               MOVE ITABLE-ORDER-UP-TO(WS-INVENTORY-COUNT)
                   TO LOC-ORDER-UP-TO(WS-LOC-IDX)

               SORT INVENTORY-ENTRY ASCENDING ITABLE-INVENTORY-ID

               MOVE SPACES TO MAINT-AUDIT-RECORD
                   INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               ADD 1 TO WS-TOTAL-MAINT-APPLIED
           END-IF
           END-IF.


      * Changes an existing inventory item from the maintenance
      * record in hand. Blank fields are left as they are; every
      * field actually changed gets an audit line with its before
      * and after image. Stock on hand, reorder point and
      * order-up-to are the card's warehouse's own (blank is the
      * default warehouse): a stock change moves the item total by
      * the same difference, and a blank-warehouse card also
      * carries the levels to the item itself.
      ******************************************************************
       MAINT-CHANGE-INVENTORY.

           MOVE MNT-INV-ID TO WS-LOOKUP-INVENTORY-ID
           PERFORM LOOKUP-INVENTORY
           PERFORM RESOLVE-MAINT-WAREHOUSE

           IF NOT FOUND-TRANS-INV
               MOVE SPACES TO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               ADD 1 TO WS-TOTAL-MAINT-REJECTED
           ELSE
           IF NOT WAREHOUSE-FOUND
               MOVE SPACES TO MAINT-AUDIT-RECORD
               STRING "INV  CHG " MNT-INV-ID
                   " REJECTED - WAREHOUSE " WS-MAINT-WAREHOUSE
                   " NOT ON FILE"
                   DELIMITED BY SIZE
                   INTO MAINT-AUDIT-RECORD
               WRITE MAINT-AUDIT-RECORD
               ADD 1 TO WS-TOTAL-MAINT-REJECTED
           ELSE

               IF MNT-INV-ITEM-NAME NOT = SPACES
               AND MNT-INV-ITEM-NAME NOT =
                       TO ITABLE-ITEM-NAME(WS-INV-TRANS-IDX)
               END-IF

               *> the card's warehouse, opened at zero if the
               *> item has never been stocked there
               MOVE MNT-INV-ID TO WS-LOC-LOOKUP-ITEM
               MOVE WS-MAINT-WAREHOUSE TO WS-LOC-LOOKUP-WH
               PERFORM LOOKUP-LOCATION
               IF NOT FOUND-LOCATION
                   PERFORM ADD-LOCATION
               END-IF

               IF MNT-INV-IN-STOCK NUMERIC
               AND MNT-INV-IN-STOCK NOT =
                   LOC-ON-HAND(WS-LOC-IDX)
                   MOVE LOC-ON-HAND(WS-LOC-IDX)
                       TO WS-MAINT-OLD-QTY
                   MOVE MNT-INV-IN-STOCK TO WS-MAINT-NEW-QTY
                   MOVE SPACES TO MAINT-AUDIT-RECORD
                   STRING "INV  CHG " MNT-INV-ID " STCK ["
                       WS-MAINT-OLD-QTY "] -> ["
                       WS-MAINT-NEW-QTY "] WH " WS-MAINT-WAREHOUSE
                       DELIMITED BY SIZE
                       INTO MAINT-AUDIT-RECORD
                   WRITE MAINT-AUDIT-RECORD
                   COMPUTE WS-LOC-ADJ-QTY =
                       MNT-INV-IN-STOCK - LOC-ON-HAND(WS-LOC-IDX)
                   MOVE "MAINT  " TO WS-JRNL-SOURCE
                   MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
                       TO WS-JRNL-BEFORE
                   COMPUTE WS-LOC-NEW-QTY =
                       ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
                       + WS-LOC-ADJ-QTY
                   IF WS-LOC-NEW-QTY > 99999
                       MOVE 99999 TO WS-LOC-NEW-QTY
                   END-IF
                   IF WS-LOC-NEW-QTY < 0
                       MOVE 0 TO WS-LOC-NEW-QTY
                   END-IF
                   MOVE WS-LOC-NEW-QTY
                       TO ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
                   MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
                       TO WS-JRNL-AFTER
                   MOVE "I" TO WS-JRNL-FILE-ID
                   MOVE MNT-INV-ID TO WS-JRNL-KEY
                   MOVE "STOCK" TO WS-JRNL-FIELD
                   PERFORM WRITE-JOURNAL
                   PERFORM ADJUST-LOCATION-STOCK
               END-IF

               IF MNT-INV-REORDER-POINT NUMERIC
               AND MNT-INV-REORDER-POINT NOT =
                   LOC-REORDER-POINT(WS-LOC-IDX)
                   MOVE LOC-REORDER-POINT(WS-LOC-IDX)
                       TO WS-MAINT-OLD-QTY
                   MOVE MNT-INV-REORDER-POINT TO WS-MAINT-NEW-QTY
                   MOVE SPACES TO MAINT-AUDIT-RECORD
                   STRING "INV  CHG " MNT-INV-ID " REOR ["
                       WS-MAINT-OLD-QTY "] -> ["
                       WS-MAINT-NEW-QTY "] WH " WS-MAINT-WAREHOUSE
                       DELIMITED BY SIZE
                       INTO MAINT-AUDIT-RECORD
                   WRITE MAINT-AUDIT-RECORD
                   MOVE MNT-INV-REORDER-POINT
                       TO LOC-REORDER-POINT(WS-LOC-IDX)
               END-IF

               IF MNT-INV-ORDER-UP-TO NUMERIC
               AND MNT-INV-ORDER-UP-TO NOT =
                   LOC-ORDER-UP-TO(WS-LOC-IDX)
                   MOVE LOC-ORDER-UP-TO(WS-LOC-IDX)
                       TO WS-MAINT-OLD-QTY
                   MOVE MNT-INV-ORDER-UP-TO TO WS-MAINT-NEW-QTY
                   MOVE SPACES TO MAINT-AUDIT-RECORD
                   STRING "INV  CHG " MNT-INV-ID " OUPT ["
                       WS-MAINT-OLD-QTY "] -> ["
                       WS-MAINT-NEW-QTY "] WH " WS-MAINT-WAREHOUSE
                       DELIMITED BY SIZE
                       INTO MAINT-AUDIT-RECORD
                   WRITE MAINT-AUDIT-RECORD
                   MOVE MNT-INV-ORDER-UP-TO
                       TO LOC-ORDER-UP-TO(WS-LOC-IDX)
               END-IF

               *> the item's own levels follow a card with no
               *> warehouse -- they seed the levels of any warehouse
               *> the item is first stocked at
               IF MNT-INV-WAREHOUSE = SPACES
               AND MNT-INV-REORDER-POINT NUMERIC
               AND MNT-INV-REORDER-POINT NOT =
                   ITABLE-REORDER-POINT(WS-INV-TRANS-IDX)
                   MOVE ITABLE-REORDER-POINT(WS-INV-TRANS-IDX)
                       TO ITABLE-SUPPLIER-ID(WS-INV-TRANS-IDX)
               END-IF

               IF MNT-INV-WAREHOUSE = SPACES
               AND MNT-INV-ORDER-UP-TO NUMERIC
               AND MNT-INV-ORDER-UP-TO NOT =
                   ITABLE-ORDER-UP-TO(WS-INV-TRANS-IDX)
                   MOVE ITABLE-ORDER-UP-TO(WS-INV-TRANS-IDX)
               END-IF

               ADD 1 TO WS-TOTAL-MAINT-APPLIED
           END-IF
           END-IF.


      ******************************************************************
      * Picks the warehouse an inventory maintenance card applies to
      * -- its own code, or the default warehouse when blank -- and
      * checks it against the warehouse master.
      ******************************************************************
       RESOLVE-MAINT-WAREHOUSE.

           IF MNT-INV-WAREHOUSE = SPACES
               MOVE WS-DEFAULT-WAREHOUSE TO WS-MAINT-WAREHOUSE
           ELSE
               MOVE MNT-INV-WAREHOUSE TO WS-MAINT-WAREHOUSE
           END-IF
           MOVE WS-MAINT-WAREHOUSE TO WS-WH-LOOKUP-CODE
           PERFORM LOOKUP-WAREHOUSE.


      ******************************************************************
      * Deletes an inventory item from the table. An item with stock
      * still on hand is rejected, the inventory counterpart of the


      ******************************************************************
      * Reads the count control card, if on hand. FREEZE means the
      * counts on counts.dat are still open: the counted items are
      * held out of tonight's orders and nothing is posted. POST,
      * any other card, or no card at all posts the counts.
      ******************************************************************
       READ-COUNT-CONTROL-CARD.

           MOVE 'N' TO WS-COUNT-FREEZE-SW
           OPEN INPUT COUNT-CONTROL-FILE
           IF COUNT-CTL-PRESENT
               READ COUNT-CONTROL-FILE INTO COUNT-CONTROL-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-COUNT-CTL-STATUS = "00"
               AND COUNT-CONTROL-RECORD = "FREEZE"
                   MOVE 'Y' TO WS-COUNT-FREEZE-SW
                   DISPLAY "COUNT FREEZE - COUNTED ITEMS HELD"
               END-IF
               CLOSE COUNT-CONTROL-FILE
           END-IF.


      ******************************************************************
      * Posts the physical-inventory / cycle-count cards on
      * counts.dat against the inventory table: each counted
      * quantity replaces the book quantity at the warehouse
      * counted through the journal (source COUNT), and the unit
      * and dollar variance at cost is written to countvar.txt with
      * report totals. The shrinkage and overage dollars go to the
      * GL distribution. On a FREEZE card the counted locations are
      * only flagged, so tonight's orders, backorder releases,
      * transfers, receipts and returns against them leave their
      * stock alone. Two or more cards for the same item and
      * warehouse are all rejected, for a recount.
      * Never posted on a restart -- the checkpointed masters
      * already carry the crashed run's counts -- but a freeze is
      * laid again, since the flags live only in memory.
      * counts.dat is optional -- most runs have none.
      ******************************************************************
       POST-CYCLE-COUNTS.

           PERFORM READ-COUNT-CONTROL-CARD

           OPEN INPUT COUNT-CARD-FILE
           IF COUNT-FILE-PRESENT
               IF COUNT-FREEZE OR NOT RESTART-MODE
                   OPEN OUTPUT COUNT-VARIANCE-FILE
                   PERFORM WRITE-COUNT-VARIANCE-HEADER
                   MOVE 0 TO WS-COUNT-NET-UNITS
                   MOVE 0 TO WS-COUNT-NET-DOLLARS
                   MOVE 0 TO WS-COUNT-CARD-COUNT
                   MOVE 'N' TO WS-EOF

                   PERFORM UNTIL END-OF-FILE
                       READ COUNT-CARD-FILE INTO COUNT-CARD-RECORD
                           AT END MOVE 'Y' TO WS-EOF
                       END-READ

                       IF NOT END-OF-FILE
                           ADD 1 TO WS-COUNT-CARD-COUNT
                           IF WS-COUNT-CARD-COUNT > WS-COUNT-CARD-MAX
                               DISPLAY "COUNT CARD TABLE OVERFLOW"
                               DISPLAY "RAISE WS-COUNT-CARD-MAX AND"
                                   " RERUN"
                               STOP RUN
                           END-IF
                           IF CNT-WAREHOUSE = SPACES
                               MOVE WS-DEFAULT-WAREHOUSE
                                   TO CNT-WAREHOUSE
                           END-IF
                           MOVE CNT-INVENTORY-ID
                               TO CCT-INVENTORY-ID(WS-COUNT-CARD-COUNT)
                           MOVE CNT-WAREHOUSE
                               TO CCT-WAREHOUSE(WS-COUNT-CARD-COUNT)
                           MOVE COUNT-CARD-RECORD
                               TO CCT-RECORD(WS-COUNT-CARD-COUNT)
                           MOVE 'N'
                               TO CCT-DUPLICATE(WS-COUNT-CARD-COUNT)
                       END-IF
                   END-PERFORM

                   IF WS-COUNT-CARD-COUNT > 0
                       SORT COUNT-CARD-ENTRY
                           ASCENDING CCT-INVENTORY-ID CCT-WAREHOUSE
                   END-IF

                   *> a card agreeing on item and warehouse with the
                   *> one before it marks both
                   PERFORM VARYING CCIDX FROM 2 BY 1
                       UNTIL CCIDX > WS-COUNT-CARD-COUNT
                       IF CCT-INVENTORY-ID(CCIDX) =
                          CCT-INVENTORY-ID(CCIDX - 1)
                       AND CCT-WAREHOUSE(CCIDX) =
                           CCT-WAREHOUSE(CCIDX - 1)
                           MOVE 'Y' TO CCT-DUPLICATE(CCIDX)
                           MOVE 'Y' TO CCT-DUPLICATE(CCIDX - 1)
                       END-IF
                   END-PERFORM

                   PERFORM VARYING CCIDX FROM 1 BY 1
                       UNTIL CCIDX > WS-COUNT-CARD-COUNT
                       MOVE CCT-RECORD(CCIDX) TO COUNT-CARD-RECORD
                       PERFORM CHECK-COUNT-CARD
                   END-PERFORM

                   PERFORM WRITE-COUNT-VARIANCE-TOTALS
                   CLOSE COUNT-VARIANCE-FILE
               END-IF
               CLOSE COUNT-CARD-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Works the count card in COUNT-CARD-RECORD (CCIDX): a card
      * for an item or warehouse not on file, one of two or more
      * for the same location, or one with a bad quantity or count
      * date is listed as rejected; on a FREEZE card the location is
      * flagged; otherwise the count posts.
      ******************************************************************
       CHECK-COUNT-CARD.

           MOVE CNT-INVENTORY-ID TO WS-LOOKUP-INVENTORY-ID
           PERFORM LOOKUP-INVENTORY
           MOVE CNT-WAREHOUSE TO WS-WH-LOOKUP-CODE
           PERFORM LOOKUP-WAREHOUSE

           EVALUATE TRUE
               WHEN NOT FOUND-TRANS-INV
                   MOVE "ITEM NOT ON FILE" TO WS-COUNT-REJECT-REASON
                   PERFORM WRITE-COUNT-REJECT
               WHEN NOT WAREHOUSE-FOUND
                   MOVE "WAREHOUSE NOT ON FILE"
                       TO WS-COUNT-REJECT-REASON
                   PERFORM WRITE-COUNT-REJECT
               WHEN COUNT-FREEZE
                   PERFORM FREEZE-COUNTED-ITEM
               WHEN CCT-DUPLICATE(CCIDX) = 'Y'
                   MOVE "DUPLICATE COUNT CARD"
                       TO WS-COUNT-REJECT-REASON
                   PERFORM WRITE-COUNT-REJECT
               WHEN CNT-QUANTITY NOT NUMERIC
                   MOVE "BAD COUNTED QUANTITY"
                       TO WS-COUNT-REJECT-REASON
                   PERFORM WRITE-COUNT-REJECT
               WHEN CNT-DATE NOT NUMERIC
                   MOVE "BAD COUNT DATE" TO WS-COUNT-REJECT-REASON
                   PERFORM WRITE-COUNT-REJECT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(CNT-DATE) NOT = 0
                   MOVE "BAD COUNT DATE" TO WS-COUNT-REJECT-REASON
                   PERFORM WRITE-COUNT-REJECT
               WHEN CNT-DATE > WS-RUN-DATE
                   MOVE "COUNT DATE AFTER RUN"
                       TO WS-COUNT-REJECT-REASON
                   PERFORM WRITE-COUNT-REJECT
               WHEN OTHER
                   PERFORM POST-ONE-COUNT
           END-EVALUATE.


      ******************************************************************
      * Writes the variance report heading -- a FREEZE run says so,
      * so nobody reads a list of held items as a posted count.
      ******************************************************************
       WRITE-COUNT-VARIANCE-HEADER.

           MOVE SPACES TO COUNT-VARIANCE-RECORD
           IF COUNT-FREEZE
               STRING "CYCLE COUNT FREEZE - NOT POSTED   RUN DATE "
                   WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
           ELSE
               STRING "CYCLE COUNT VARIANCE REPORT   RUN DATE "
                   WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
           END-IF
           WRITE COUNT-VARIANCE-RECORD

           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING "ITEM    ITEM NAME                "
               "BOOK  COUNTED  UNITS    DOLLARS AT COST  "
               "COUNTER     DATE      WH"
               DELIMITED BY SIZE
               INTO COUNT-VARIANCE-RECORD
           WRITE COUNT-VARIANCE-RECORD

           MOVE SPACES TO COUNT-VARIANCE-RECORD
           WRITE COUNT-VARIANCE-RECORD.


      ******************************************************************
      * Posts the single count card in hand: the counted quantity
      * becomes the stock on hand at the warehouse counted, and the
      * item total moves by the same variance -- both journaled
      * with source COUNT so the reconciliation pass proves them
      * like any other stock movement. A count that agrees with the
      * book is still reported, but writes no journal record.
      ******************************************************************
       POST-ONE-COUNT.

           MOVE CNT-INVENTORY-ID TO WS-LOC-LOOKUP-ITEM
           MOVE CNT-WAREHOUSE TO WS-LOC-LOOKUP-WH
           PERFORM LOOKUP-LOCATION
           IF FOUND-LOCATION
               MOVE LOC-ON-HAND(WS-LOC-IDX) TO WS-COUNT-BOOK
           ELSE
               MOVE 0 TO WS-COUNT-BOOK
           END-IF
           COMPUTE WS-COUNT-UNIT-VAR = CNT-QUANTITY - WS-COUNT-BOOK
           COMPUTE WS-COUNT-DOLLAR-VAR =
               WS-COUNT-UNIT-VAR * ITABLE-COST(WS-INV-TRANS-IDX)

           IF WS-COUNT-UNIT-VAR NOT = 0
               MOVE "COUNT  " TO WS-JRNL-SOURCE
               MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX) TO WS-JRNL-BEFORE
               COMPUTE WS-LOC-NEW-QTY =
                   ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
                   + WS-COUNT-UNIT-VAR
               IF WS-LOC-NEW-QTY > 99999
                   MOVE 99999 TO WS-LOC-NEW-QTY
               END-IF
               IF WS-LOC-NEW-QTY < 0
                   MOVE 0 TO WS-LOC-NEW-QTY
               END-IF
               MOVE WS-LOC-NEW-QTY TO ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
               MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX) TO WS-JRNL-AFTER
               MOVE "I" TO WS-JRNL-FILE-ID
               MOVE ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX)
                   TO WS-JRNL-KEY
               MOVE "STOCK" TO WS-JRNL-FIELD
               PERFORM WRITE-JOURNAL

               MOVE WS-COUNT-UNIT-VAR TO WS-LOC-ADJ-QTY
               PERFORM ADJUST-LOCATION-STOCK
           END-IF

           *> shrink and overage are kept gross, each to its own
           *> side of the GL distribution
           IF WS-COUNT-DOLLAR-VAR < 0
               SUBTRACT WS-COUNT-DOLLAR-VAR FROM WS-TOTAL-COUNT-SHRINK
           ELSE
               ADD WS-COUNT-DOLLAR-VAR TO WS-TOTAL-COUNT-OVERAGE
           END-IF
           ADD WS-COUNT-UNIT-VAR TO WS-COUNT-NET-UNITS
           ADD WS-COUNT-DOLLAR-VAR TO WS-COUNT-NET-DOLLARS
           ADD 1 TO WS-TOTAL-COUNTS-POSTED

           MOVE WS-COUNT-BOOK TO WS-COUNT-BOOK-ED
           MOVE CNT-QUANTITY TO WS-COUNT-QTY-ED
           MOVE WS-COUNT-UNIT-VAR TO WS-COUNT-UNIT-VAR-ED
           MOVE WS-COUNT-DOLLAR-VAR TO WS-COUNT-DOLLAR-VAR-ED
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING CNT-INVENTORY-ID "  "
               ITABLE-ITEM-NAME(WS-INV-TRANS-IDX) "  "
               WS-COUNT-BOOK-ED "    "
               WS-COUNT-QTY-ED "  "
               WS-COUNT-UNIT-VAR-ED "  "
               WS-COUNT-DOLLAR-VAR-ED "    "
               CNT-COUNTER "  "
               CNT-DATE "  "
               CNT-WAREHOUSE
               DELIMITED BY SIZE
               INTO COUNT-VARIANCE-RECORD
           WRITE COUNT-VARIANCE-RECORD.


      ******************************************************************
      * Flags the item and warehouse on the count card in hand as
      * frozen for an open count and lists it with its book
      * quantity. A location not yet on file is opened at zero so
      * the flag has somewhere to live.
      ******************************************************************
       FREEZE-COUNTED-ITEM.

           MOVE CNT-INVENTORY-ID TO WS-LOC-LOOKUP-ITEM
           MOVE CNT-WAREHOUSE TO WS-LOC-LOOKUP-WH
           PERFORM LOOKUP-LOCATION
           IF NOT FOUND-LOCATION
               PERFORM ADD-LOCATION
           END-IF

           IF LOC-COUNT-FROZEN(WS-LOC-IDX) NOT = 'Y'
               MOVE 'Y' TO LOC-COUNT-FROZEN(WS-LOC-IDX)
               ADD 1 TO WS-TOTAL-COUNTS-FROZEN
           END-IF

           MOVE LOC-ON-HAND(WS-LOC-IDX) TO WS-COUNT-BOOK-ED
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING CNT-INVENTORY-ID "  "
               ITABLE-ITEM-NAME(WS-INV-TRANS-IDX) "  "
               WS-COUNT-BOOK-ED "    FROZEN   WAREHOUSE "
               CNT-WAREHOUSE
               DELIMITED BY SIZE
               INTO COUNT-VARIANCE-RECORD
           WRITE COUNT-VARIANCE-RECORD.


      ******************************************************************
      * Lists a count card that cannot be posted, with the reason.
      * Only a posting run tallies it -- a freeze is laid again on
      * a restart, and its rejects must not be counted twice.
      ******************************************************************
       WRITE-COUNT-REJECT.

           IF NOT COUNT-FREEZE
               ADD 1 TO WS-TOTAL-COUNTS-REJECTED
           END-IF
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING CNT-INVENTORY-ID "  REJECTED - "
               WS-COUNT-REJECT-REASON
               DELIMITED BY SIZE
               INTO COUNT-VARIANCE-RECORD
           WRITE COUNT-VARIANCE-RECORD.


      ******************************************************************
      * Writes the variance report totals: cards posted and
      * rejected, net unit variance, and shrinkage, overage, and net
      * dollars at cost. A freeze run reports only what it held.
      ******************************************************************
       WRITE-COUNT-VARIANCE-TOTALS.

           MOVE SPACES TO COUNT-VARIANCE-RECORD
           WRITE COUNT-VARIANCE-RECORD

           IF COUNT-FREEZE
               MOVE WS-TOTAL-COUNTS-FROZEN TO WS-COUNT-COUNT-ED
               MOVE SPACES TO COUNT-VARIANCE-RECORD
               STRING "ITEMS FROZEN FOR COUNT    " WS-COUNT-COUNT-ED
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
               WRITE COUNT-VARIANCE-RECORD
           ELSE
               MOVE WS-TOTAL-COUNTS-POSTED TO WS-COUNT-COUNT-ED
               MOVE SPACES TO COUNT-VARIANCE-RECORD
               STRING "COUNTS POSTED             " WS-COUNT-COUNT-ED
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
               WRITE COUNT-VARIANCE-RECORD

               MOVE WS-TOTAL-COUNTS-REJECTED TO WS-COUNT-COUNT-ED
               MOVE SPACES TO COUNT-VARIANCE-RECORD
               STRING "COUNTS REJECTED           " WS-COUNT-COUNT-ED
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
               WRITE COUNT-VARIANCE-RECORD

               MOVE WS-COUNT-NET-UNITS TO WS-COUNT-NET-UNITS-ED
               MOVE SPACES TO COUNT-VARIANCE-RECORD
               STRING "NET UNIT VARIANCE      " WS-COUNT-NET-UNITS-ED
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
               WRITE COUNT-VARIANCE-RECORD

               MOVE WS-TOTAL-COUNT-SHRINK TO WS-COUNT-TOTAL-ED
               MOVE SPACES TO COUNT-VARIANCE-RECORD
               STRING "SHRINKAGE AT COST    " WS-COUNT-TOTAL-ED
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
               WRITE COUNT-VARIANCE-RECORD

               MOVE WS-TOTAL-COUNT-OVERAGE TO WS-COUNT-TOTAL-ED
               MOVE SPACES TO COUNT-VARIANCE-RECORD
               STRING "OVERAGE AT COST      " WS-COUNT-TOTAL-ED
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
               WRITE COUNT-VARIANCE-RECORD

               MOVE WS-COUNT-NET-DOLLARS TO WS-COUNT-TOTAL-ED
               MOVE SPACES TO COUNT-VARIANCE-RECORD
               STRING "NET DOLLAR VARIANCE  " WS-COUNT-TOTAL-ED
                   DELIMITED BY SIZE
                   INTO COUNT-VARIANCE-RECORD
               WRITE COUNT-VARIANCE-RECORD
           END-IF.


      ******************************************************************
      * Posts the inter-warehouse transfers on transfers.dat: each
      * good transfer takes the quantity off the shipping warehouse
      * and puts it on the receiving one, journaled at both ends
      * with source XFER, and is listed on the transfer register
      * (transfers.txt) with both warehouses' new on-hand. The item
      * total does not move. Bad transfers are listed with the
      * reason and post nothing. transfers.dat is optional.
      ******************************************************************
       PROCESS-TRANSFERS.

           OPEN INPUT TRANSFER-FILE
           IF TRANSFER-FILE-PRESENT
               OPEN OUTPUT TRANSFER-REGISTER-FILE
               PERFORM WRITE-TRANSFER-HEADER
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ TRANSFER-FILE INTO TRANSFER-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       MOVE XFR-INVENTORY-ID TO WS-LOOKUP-INVENTORY-ID
                       PERFORM LOOKUP-INVENTORY
                       PERFORM CHECK-TRANSFER
                       IF WS-XFR-REJECT-REASON = SPACES
                           PERFORM POST-TRANSFER
                       ELSE
                           PERFORM WRITE-TRANSFER-REJECT
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM WRITE-TRANSFER-TOTALS
               CLOSE TRANSFER-REGISTER-FILE
               CLOSE TRANSFER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Writes the transfer register heading.
      ******************************************************************
       WRITE-TRANSFER-HEADER.

           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           STRING "INTER-WAREHOUSE TRANSFER REGISTER   RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE
               INTO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD

           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           STRING "ITEM    ITEM NAME               FROM  TO  "
               "   QTY  FROM NOW  TO NOW  REFERENCE"
               DELIMITED BY SIZE
               INTO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD

           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD.


      ******************************************************************
      * Proves the transfer in hand before anything moves: item on
      * file, a real quantity, two different warehouses both on the
      * master, enough on hand at the shipping end, room at the
      * receiving end, and neither end frozen for a count. Leaves
      * WS-XFR-REJECT-REASON blank for a good transfer. A blank
      * warehouse code is the default warehouse.
      ******************************************************************
       CHECK-TRANSFER.

           MOVE SPACES TO WS-XFR-REJECT-REASON
           MOVE XFR-FROM-WAREHOUSE TO WS-XFR-FROM-WH
           IF WS-XFR-FROM-WH = SPACES
               MOVE WS-DEFAULT-WAREHOUSE TO WS-XFR-FROM-WH
           END-IF
           MOVE XFR-TO-WAREHOUSE TO WS-XFR-TO-WH
           IF WS-XFR-TO-WH = SPACES
               MOVE WS-DEFAULT-WAREHOUSE TO WS-XFR-TO-WH
           END-IF

           IF NOT FOUND-TRANS-INV
               MOVE "ITEM NOT ON FILE" TO WS-XFR-REJECT-REASON
           END-IF

           IF WS-XFR-REJECT-REASON = SPACES
               IF XFR-QUANTITY NOT NUMERIC
               OR XFR-QUANTITY = 0
                   MOVE "BAD TRANSFER QUANTITY"
                       TO WS-XFR-REJECT-REASON
               END-IF
           END-IF

           IF WS-XFR-REJECT-REASON = SPACES
               IF WS-XFR-FROM-WH = WS-XFR-TO-WH
                   MOVE "SAME WAREHOUSE BOTH ENDS"
                       TO WS-XFR-REJECT-REASON
               END-IF
           END-IF

           IF WS-XFR-REJECT-REASON = SPACES
               MOVE WS-XFR-FROM-WH TO WS-WH-LOOKUP-CODE
               PERFORM LOOKUP-WAREHOUSE
               IF NOT WAREHOUSE-FOUND
                   MOVE "FROM WHSE NOT ON FILE"
                       TO WS-XFR-REJECT-REASON
               END-IF
           END-IF

           IF WS-XFR-REJECT-REASON = SPACES
               MOVE WS-XFR-TO-WH TO WS-WH-LOOKUP-CODE
               PERFORM LOOKUP-WAREHOUSE
               IF NOT WAREHOUSE-FOUND
                   MOVE "TO WHSE NOT ON FILE"
                       TO WS-XFR-REJECT-REASON
               END-IF
           END-IF

           IF WS-XFR-REJECT-REASON = SPACES
               MOVE XFR-INVENTORY-ID TO WS-LOC-LOOKUP-ITEM
               MOVE WS-XFR-FROM-WH TO WS-LOC-LOOKUP-WH
               PERFORM LOOKUP-LOCATION
               EVALUATE TRUE
                   WHEN NOT FOUND-LOCATION
                       MOVE "NOT ENOUGH AT FROM WHSE"
                           TO WS-XFR-REJECT-REASON
                   WHEN LOC-ON-HAND(WS-LOC-IDX) < XFR-QUANTITY
                       MOVE "NOT ENOUGH AT FROM WHSE"
                           TO WS-XFR-REJECT-REASON
                   WHEN LOC-COUNT-FROZEN(WS-LOC-IDX) = 'Y'
                       MOVE "FROM WHSE FROZEN - COUNT"
                           TO WS-XFR-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-XFR-REJECT-REASON = SPACES
               MOVE WS-XFR-TO-WH TO WS-LOC-LOOKUP-WH
               PERFORM LOOKUP-LOCATION
               IF FOUND-LOCATION
                   EVALUATE TRUE
                       WHEN LOC-COUNT-FROZEN(WS-LOC-IDX) = 'Y'
                           MOVE "TO WHSE FROZEN - COUNT"
                               TO WS-XFR-REJECT-REASON
                       WHEN LOC-ON-HAND(WS-LOC-IDX) + XFR-QUANTITY
                            > 99999
                           MOVE "TO WHSE STOCK OVERFLOW"
                               TO WS-XFR-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.


      ******************************************************************
      * Moves the transfer in hand: off the shipping warehouse, onto
      * the receiving one, and lists it on the register.
      ******************************************************************
       POST-TRANSFER.

           MOVE "XFER   " TO WS-JRNL-SOURCE
           MOVE XFR-INVENTORY-ID TO WS-LOC-LOOKUP-ITEM

           MOVE WS-XFR-FROM-WH TO WS-LOC-LOOKUP-WH
           COMPUTE WS-LOC-ADJ-QTY = 0 - XFR-QUANTITY
           PERFORM ADJUST-LOCATION-STOCK
           MOVE LOC-ON-HAND(WS-LOC-IDX) TO WS-XFR-FROM-AFTER

           MOVE WS-XFR-TO-WH TO WS-LOC-LOOKUP-WH
           MOVE XFR-QUANTITY TO WS-LOC-ADJ-QTY
           PERFORM ADJUST-LOCATION-STOCK

           ADD 1 TO WS-TOTAL-TRANSFERS
           ADD XFR-QUANTITY TO WS-TOTAL-XFER-UNITS

           MOVE XFR-QUANTITY TO WS-XFR-QTY-ED
           MOVE WS-XFR-FROM-AFTER TO WS-XFR-FROM-ED
           MOVE LOC-ON-HAND(WS-LOC-IDX) TO WS-XFR-TO-ED
           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           STRING XFR-INVENTORY-ID "  "
               ITABLE-ITEM-NAME(WS-INV-TRANS-IDX) "  "
               WS-XFR-FROM-WH "    "
               WS-XFR-TO-WH "  "
               WS-XFR-QTY-ED "     "
               WS-XFR-FROM-ED "   "
               WS-XFR-TO-ED "  "
               XFR-REFERENCE
               DELIMITED BY SIZE
               INTO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD.


      ******************************************************************
      * Lists a transfer that cannot be posted, with the reason.
      ******************************************************************
       WRITE-TRANSFER-REJECT.

           ADD 1 TO WS-TOTAL-XFER-REJECTED
           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           STRING XFR-INVENTORY-ID "  "
               XFR-FROM-WAREHOUSE " -> " XFR-TO-WAREHOUSE
               "  REJECTED - " WS-XFR-REJECT-REASON
               "  " XFR-REFERENCE
               DELIMITED BY SIZE
               INTO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD.


      ******************************************************************
      * Writes the transfer register totals.
      ******************************************************************
       WRITE-TRANSFER-TOTALS.

           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD

           MOVE WS-TOTAL-TRANSFERS TO WS-XFR-COUNT-ED
           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           STRING "TRANSFERS POSTED          " WS-XFR-COUNT-ED
               DELIMITED BY SIZE
               INTO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD

           MOVE WS-TOTAL-XFER-REJECTED TO WS-XFR-COUNT-ED
           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           STRING "TRANSFERS REJECTED        " WS-XFR-COUNT-ED
               DELIMITED BY SIZE
               INTO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD

           MOVE WS-TOTAL-XFER-UNITS TO WS-XFR-COUNT-ED
           MOVE SPACES TO TRANSFER-REGISTER-RECORD
           STRING "UNITS TRANSFERRED         " WS-XFR-COUNT-ED
               DELIMITED BY SIZE
               INTO TRANSFER-REGISTER-RECORD
           WRITE TRANSFER-REGISTER-RECORD.


      ******************************************************************
      * Generates the standing orders falling due into tonight's
      * transaction batch, ahead of the main loop, so they price,
      * credit-check and post exactly like keyed orders. The batch
      * is first copied to transbkup.dat, then rewritten: the header
      * is flagged as generated (a header is supplied if the batch
      * had none), the original details are carried over, the new
      * orders are appended, and the trailer goes out with its count
      * and hash total raised by what was added. Each card generated
      * has its next-due date advanced past tonight; a card skipped
      * (account or item gone, ship-to gone, or the account on
      * credit hold) keeps its date and is tried again next run.
      * Cards past their end date are dropped. Everything lands on
      * the standing.txt register. A trial run writes the register
      * but changes neither file. standing.dat is optional.
      ******************************************************************
       GENERATE-STANDING-ORDERS.

           OPEN INPUT STANDING-ORDER-FILE
           IF STANDING-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ STANDING-ORDER-FILE INTO STANDING-ORDER-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       ADD 1 TO WS-STANDING-COUNT
                       IF WS-STANDING-COUNT > WS-STANDING-MAX
                           DISPLAY "STANDING ORDER TABLE OVERFLOW"
                           DISPLAY "RAISE WS-STANDING-MAX AND RERUN"
                           STOP RUN
                       END-IF
                       MOVE STANDING-ORDER-RECORD
                           TO SOT-RECORD(WS-STANDING-COUNT)
                       MOVE 'K' TO SOT-STATUS(WS-STANDING-COUNT)
                   END-IF
               END-PERFORM

               CLOSE STANDING-ORDER-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF WS-STANDING-COUNT > 0
               OPEN OUTPUT STANDING-REGISTER-FILE
               PERFORM WRITE-STANDING-HEADER

               *> a batch already carrying its standing orders (a
               *> rerun of the same upload) gets nothing more
               PERFORM CHECK-BATCH-STANDING-FLAG
               IF SO-BATCH-DONE
                   MOVE SPACES TO STANDING-REGISTER-RECORD
                   STRING "STANDING ORDERS ALREADY GENERATED INTO "
                       "THIS BATCH - NONE ADDED"
                       DELIMITED BY SIZE
                       INTO STANDING-REGISTER-RECORD
                   WRITE STANDING-REGISTER-RECORD
               ELSE
                   IF NOT EDIT-MODE
                       PERFORM COPY-BATCH-FOR-STANDING
                   END-IF

                   PERFORM VARYING SOIDX FROM 1 BY 1
                       UNTIL SOIDX > WS-STANDING-COUNT
                       MOVE SOT-RECORD(SOIDX) TO STANDING-ORDER-RECORD
                       PERFORM CHECK-STANDING-ORDER
                       MOVE STANDING-ORDER-RECORD TO SOT-RECORD(SOIDX)
                   END-PERFORM

                   IF NOT EDIT-MODE
                       PERFORM CLOSE-BATCH-FOR-STANDING
                       PERFORM REWRITE-STANDING-ORDERS
                   END-IF
               END-IF

               PERFORM WRITE-STANDING-TOTALS
               CLOSE STANDING-REGISTER-FILE
           END-IF.


      ******************************************************************
      * Writes the standing-order register heading.
      ******************************************************************
       WRITE-STANDING-HEADER.

           MOVE SPACES TO STANDING-REGISTER-RECORD
           IF EDIT-MODE
               STRING "STANDING ORDER REGISTER   RUN DATE "
                   WS-RUN-DATE
                   "   TRIAL - NOTHING ADDED TO THE BATCH"
                   DELIMITED BY SIZE
                   INTO STANDING-REGISTER-RECORD
           ELSE
               STRING "STANDING ORDER REGISTER   RUN DATE "
                   WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO STANDING-REGISTER-RECORD
           END-IF
           WRITE STANDING-REGISTER-RECORD

           MOVE SPACES TO STANDING-REGISTER-RECORD
           STRING "CUST  ITEM      QTY SHP  DUE       "
               "ACTION"
               DELIMITED BY SIZE
               INTO STANDING-REGISTER-RECORD
           WRITE STANDING-REGISTER-RECORD

           MOVE SPACES TO STANDING-REGISTER-RECORD
           WRITE STANDING-REGISTER-RECORD.


      ******************************************************************
      * Reads the first record of transactions.dat and sets
      * SO-BATCH-DONE when it is a header already flagged as carrying
      * its standing orders.
      ******************************************************************
       CHECK-BATCH-STANDING-FLAG.

           MOVE 'N' TO WS-SO-BATCH-DONE-SW
           OPEN INPUT TRANSACTION-FILE
           READ TRANSACTION-FILE INTO TRANSACTION-RECORD
               AT END MOVE SPACES TO TRANSACTION-RECORD
           END-READ
           IF TRANS-HEADER-REC-TYPE
           AND THDR-STANDING-DONE
               MOVE 'Y' TO WS-SO-BATCH-DONE-SW
           END-IF
           CLOSE TRANSACTION-FILE.


      ******************************************************************
      * Copies transactions.dat to transbkup.dat and starts the
      * rewritten batch from the copy: the header goes out flagged
      * (or a flagged header dated tonight is supplied), the detail
      * records are carried over untouched, and the old trailer is
      * dropped -- CLOSE-BATCH-FOR-STANDING writes the new one once
      * the generated orders are appended. Leaves TRANSACTION-FILE
      * open for output.
      ******************************************************************
       COPY-BATCH-FOR-STANDING.

           MOVE SPACES TO WS-GEN-INPUT-NAME
           MOVE "transactions.dat" TO WS-GEN-INPUT-NAME
           MOVE SPACES TO WS-GEN-OUTPUT-NAME
           MOVE "transbkup.dat" TO WS-GEN-OUTPUT-NAME
           PERFORM COPY-GENERATION-FILE

           MOVE 0 TO WS-SO-GEN-COUNT
           MOVE 0 TO WS-SO-GEN-HASH
           MOVE 'N' TO WS-SO-HEADER-WRITTEN-SW
           MOVE SPACES TO WS-GEN-INPUT-NAME
           MOVE "transbkup.dat" TO WS-GEN-INPUT-NAME
           OPEN INPUT GEN-INPUT-FILE
           OPEN OUTPUT TRANSACTION-FILE
           IF GEN-INPUT-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ GEN-INPUT-FILE INTO GEN-INPUT-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       MOVE GEN-INPUT-RECORD TO TRANSACTION-RECORD
                       IF TRANS-HEADER-REC-TYPE
                           MOVE "S" TO THDR-STANDING-FLAG
                           WRITE TRANSACTION-RECORD
                           MOVE 'Y' TO WS-SO-HEADER-WRITTEN-SW
                       ELSE
                       IF TRANS-TRAILER-REC-TYPE
                           CONTINUE
                       ELSE
                           IF NOT SO-HEADER-WRITTEN
                               PERFORM WRITE-STANDING-BATCH-HEADER
                               MOVE GEN-INPUT-RECORD
                                   TO TRANSACTION-RECORD
                           END-IF
                           WRITE TRANSACTION-RECORD
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE GEN-INPUT-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           IF NOT SO-HEADER-WRITTEN
               PERFORM WRITE-STANDING-BATCH-HEADER
           END-IF.


      ******************************************************************
      * Supplies the flagged, tonight-dated header for a batch that
      * came in without one.
      ******************************************************************
       WRITE-STANDING-BATCH-HEADER.

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "HDR" TO TTYPE-CODE
           MOVE WS-RUN-DATE TO THDR-BATCH-DATE
           MOVE "S" TO THDR-STANDING-FLAG
           WRITE TRANSACTION-RECORD
           MOVE 'Y' TO WS-SO-HEADER-WRITTEN-SW.


      ******************************************************************
      * Closes out the rewritten batch with its trailer -- the prescan
      * totals (the batch already proved in balance) plus the count
      * and quantity hash of the orders generated tonight.
      ******************************************************************
       CLOSE-BATCH-FOR-STANDING.

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "TRL" TO TTYPE-CODE
           ADD WS-BATCH-DETAIL-COUNT WS-SO-GEN-COUNT
               GIVING TTRL-EXPECTED-COUNT
           ADD WS-BATCH-HASH-TOTAL WS-SO-GEN-HASH
               GIVING TTRL-HASH-TOTAL
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.


      ******************************************************************
      * Works the standing-order card in STANDING-ORDER-RECORD: a bad
      * card, or one past its end date, is reported; one not yet due
      * is left alone; one due is checked against the masters and
      * the account's credit, then generated or skipped.
      ******************************************************************
       CHECK-STANDING-ORDER.

           MOVE SPACES TO WS-SO-SKIP-REASON

           IF SO-QUANTITY NOT NUMERIC
           OR SO-QUANTITY = 0
           OR NOT (SO-WEEKLY OR SO-MONTHLY)
           OR SO-NEXT-DUE NOT NUMERIC
               MOVE "BAD STANDING ORDER CARD" TO WS-SO-SKIP-REASON
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(SO-NEXT-DUE) NOT = 0
               MOVE "BAD NEXT-DUE DATE" TO WS-SO-SKIP-REASON
           ELSE
           IF SO-END-DATE-X NOT = SPACES
           AND SO-END-DATE NOT NUMERIC
               MOVE "BAD END DATE" TO WS-SO-SKIP-REASON
           END-IF
           END-IF
           END-IF

           IF WS-SO-SKIP-REASON NOT = SPACES
               PERFORM WRITE-STANDING-SKIP
           ELSE
           IF SO-END-DATE-X NOT = SPACES
           AND SO-END-DATE > 0
           AND SO-NEXT-DUE > SO-END-DATE
               *> run its course -- the card comes off the file
               MOVE 'E' TO SOT-STATUS(SOIDX)
               ADD 1 TO WS-TOTAL-SO-ENDED
               MOVE "ENDED - CARD DROPPED" TO WS-SO-ACTION
               PERFORM WRITE-STANDING-LINE
           ELSE
           IF SO-NEXT-DUE NOT > WS-RUN-DATE

               MOVE SO-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
               PERFORM LOOKUP-CUSTOMER
               MOVE SO-INVENTORY-ID TO WS-LOOKUP-INVENTORY-ID
               PERFORM LOOKUP-INVENTORY

               IF NOT FOUND-TRANS-CUST
                   MOVE "ACCOUNT NOT ON FILE" TO WS-SO-SKIP-REASON
               ELSE
               IF NOT FOUND-TRANS-INV
                   MOVE "ITEM NOT ON FILE" TO WS-SO-SKIP-REASON
               END-IF
               END-IF

               IF WS-SO-SKIP-REASON = SPACES
               AND SO-SHIP-TO NOT = SPACES
                   MOVE SO-CUSTOMER-ID TO WS-SHIPTO-LOOKUP-CUST
                   MOVE SO-SHIP-TO TO WS-SHIPTO-LOOKUP-CODE
                   PERFORM LOOKUP-SHIP-TO
                   IF NOT SHIP-TO-FOUND
                       MOVE "SHIP-TO NOT ON FILE" TO WS-SO-SKIP-REASON
                   END-IF
               END-IF

               *> an account already at its limit, or one this
               *> order would carry past it -- priced and taxed just
               *> as the invoicing credit gate will price it -- is
               *> on credit hold: the order is not generated at all
               *> rather than left for the credit gate to bounce.
               *> A written-off account gets nothing generated.
               IF WS-SO-SKIP-REASON = SPACES
               AND CTABLE-WRITTEN-OFF(WS-CUSTOMER-TRANS-IDX)
                   MOVE "ACCOUNT WRITTEN OFF" TO WS-SO-SKIP-REASON
               END-IF

               IF WS-SO-SKIP-REASON = SPACES
               AND CTABLE-CREDIT-LIMIT(WS-CUSTOMER-TRANS-IDX) > 0
                   MOVE SO-CUSTOMER-ID TO WS-ORD-CUSTOMER-ID
                   MOVE SO-QUANTITY TO WS-ORD-NUMBER-ORDERED
                   MOVE SO-DISCOUNT TO WS-ORD-DISCOUNT
                   MOVE SO-SHIP-TO TO WS-ORD-SHIP-TO
                   PERFORM PRICE-ORDER
                   ADD CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
                       WS-RAW-TOTAL-WITH-TAX
                       GIVING WS-SO-EXPOSURE
                   IF WS-SO-EXPOSURE >
                      CTABLE-CREDIT-LIMIT(WS-CUSTOMER-TRANS-IDX)
                       MOVE "ACCOUNT ON CREDIT HOLD"
                           TO WS-SO-SKIP-REASON
                   END-IF
               END-IF

               IF WS-SO-SKIP-REASON = SPACES
                   PERFORM GENERATE-ONE-STANDING-ORDER
               ELSE
                   PERFORM WRITE-STANDING-SKIP
               END-IF
           END-IF
           END-IF
           END-IF.


      ******************************************************************
      * Appends the due card's order to the batch, then rolls its
      * next-due date forward a week or a month at a time until it
      * is past tonight -- a card missed for several runs generates
      * one order, not one per period missed.
      ******************************************************************
       GENERATE-ONE-STANDING-ORDER.

           IF NOT EDIT-MODE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE SO-CUSTOMER-ID
                   TO CUSTOMER-ID OF TRANSACTION-RECORD
               MOVE SO-INVENTORY-ID
                   TO INVENTORY-ID OF TRANSACTION-RECORD
               MOVE SO-QUANTITY
                   TO NUMBER-ORDERED OF TRANSACTION-RECORD
               MOVE SO-DISCOUNT TO DISCOUNT OF TRANSACTION-RECORD
               MOVE SO-SALESPERSON
                   TO SALESPERSON OF TRANSACTION-RECORD
               MOVE SO-SHIP-TO TO SHIP-TO-CODE OF TRANSACTION-RECORD
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-SO-GEN-COUNT
               ADD SO-QUANTITY TO WS-SO-GEN-HASH
           END-IF
           ADD 1 TO WS-TOTAL-SO-GENERATED

           MOVE SO-NEXT-DUE TO WS-SO-DATE
           IF SO-ANCHOR-DAY-X = SPACES
           OR SO-ANCHOR-DAY NOT NUMERIC
           OR SO-ANCHOR-DAY = 0
           OR SO-ANCHOR-DAY > 31
               MOVE WS-SO-DAY TO SO-ANCHOR-DAY
           END-IF
           MOVE SO-ANCHOR-DAY TO WS-SO-ANCHOR-DAY
           PERFORM UNTIL WS-SO-DATE > WS-RUN-DATE
               PERFORM ADVANCE-STANDING-DATE
           END-PERFORM

           MOVE SPACES TO WS-SO-ACTION
           STRING "GENERATED - NEXT DUE " WS-SO-DATE
               DELIMITED BY SIZE
               INTO WS-SO-ACTION
           PERFORM WRITE-STANDING-LINE
           MOVE WS-SO-DATE TO SO-NEXT-DUE.


      ******************************************************************
      * Moves WS-SO-DATE on one period of the card's frequency: seven
      * days for W, the card's anchor day next month for M (the
      * month's last day when next month is shorter). The anchor day
      * is carried on the card itself, not read back off the clamped
      * next-due date, so a card due on the 31st that falls on the
      * 28th in February is back on the 31st in March.
      ******************************************************************
       ADVANCE-STANDING-DATE.

           IF SO-WEEKLY
               COMPUTE WS-SO-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SO-DATE) + 7
               COMPUTE WS-SO-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SO-DATE-INT)
           ELSE
               IF WS-SO-MONTH = 12
                   MOVE 1 TO WS-SO-MONTH
                   ADD 1 TO WS-SO-YEAR
               ELSE
                   ADD 1 TO WS-SO-MONTH
               END-IF
               MOVE WS-SO-ANCHOR-DAY TO WS-SO-DAY
               PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-SO-DATE) = 0
                   SUBTRACT 1 FROM WS-SO-DAY
               END-PERFORM
           END-IF.


      ******************************************************************
      * Reports the card in hand as skipped, with WS-SO-SKIP-REASON.
      ******************************************************************
       WRITE-STANDING-SKIP.

           ADD 1 TO WS-TOTAL-SO-SKIPPED
           MOVE SPACES TO WS-SO-ACTION
           STRING "SKIPPED - " WS-SO-SKIP-REASON
               DELIMITED BY SIZE
               INTO WS-SO-ACTION
           PERFORM WRITE-STANDING-LINE.


      ******************************************************************
      * Writes one register line for the card in hand, with the
      * action in WS-SO-ACTION.
      ******************************************************************
       WRITE-STANDING-LINE.

           MOVE SPACES TO STANDING-REGISTER-RECORD
           IF SO-QUANTITY NUMERIC
               MOVE SO-QUANTITY TO WS-SO-QTY-ED
               STRING SO-CUSTOMER-ID " " SO-INVENTORY-ID " "
                   WS-SO-QTY-ED " " SO-SHIP-TO "  "
                   SO-NEXT-DUE "  " WS-SO-ACTION
                   DELIMITED BY SIZE
                   INTO STANDING-REGISTER-RECORD
           ELSE
               STRING SO-CUSTOMER-ID " " SO-INVENTORY-ID " "
                   SO-QUANTITY " " SO-SHIP-TO "  "
                   SO-NEXT-DUE "  " WS-SO-ACTION
                   DELIMITED BY SIZE
                   INTO STANDING-REGISTER-RECORD
           END-IF
           WRITE STANDING-REGISTER-RECORD.


      ******************************************************************
      * Carries the standing-order cards back to standing.dat with
      * their advanced next-due dates, dropping the ones that ended.
      ******************************************************************
       REWRITE-STANDING-ORDERS.

           OPEN OUTPUT STANDING-ORDER-FILE
           PERFORM VARYING SOIDX FROM 1 BY 1
               UNTIL SOIDX > WS-STANDING-COUNT
               IF SOT-STATUS(SOIDX) NOT = 'E'
                   MOVE SOT-RECORD(SOIDX) TO STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
               END-IF
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.


      ******************************************************************
      * Writes the standing-order register totals.
      ******************************************************************
       WRITE-STANDING-TOTALS.

           MOVE SPACES TO STANDING-REGISTER-RECORD
           WRITE STANDING-REGISTER-RECORD

           MOVE WS-TOTAL-SO-GENERATED TO WS-SO-COUNT-ED
           MOVE SPACES TO STANDING-REGISTER-RECORD
           STRING "ORDERS GENERATED          " WS-SO-COUNT-ED
               DELIMITED BY SIZE
               INTO STANDING-REGISTER-RECORD
           WRITE STANDING-REGISTER-RECORD

           MOVE WS-TOTAL-SO-SKIPPED TO WS-SO-COUNT-ED
           MOVE SPACES TO STANDING-REGISTER-RECORD
           STRING "ORDERS SKIPPED            " WS-SO-COUNT-ED
               DELIMITED BY SIZE
               INTO STANDING-REGISTER-RECORD
           WRITE STANDING-REGISTER-RECORD

           MOVE WS-TOTAL-SO-ENDED TO WS-SO-COUNT-ED
           MOVE SPACES TO STANDING-REGISTER-RECORD
           STRING "CARDS ENDED AND DROPPED   " WS-SO-COUNT-ED
               DELIMITED BY SIZE
               INTO STANDING-REGISTER-RECORD
           WRITE STANDING-REGISTER-RECORD.


      ******************************************************************
      * Loads the dated open items carried over from prior runs into
      * OPEN-ITEM-TABLE and sorts them by customer and date, so the
      * relieving passes below can take credits and payments off the
      * oldest items first by a simple front-to-back scan.
      * openitems.dat is optional -- the first run simply starts with
      * an empty table.
      ******************************************************************
       LOAD-OPEN-ITEMS.

           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ OPEN-ITEM-FILE INTO OPEN-ITEM-FILE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       ADD 1 TO WS-OPEN-ITEM-COUNT
                       IF WS-OPEN-ITEM-COUNT > WS-OPEN-ITEM-MAX
                           DISPLAY "OPEN ITEM TABLE OVERFLOW"
                           DISPLAY "RAISE WS-OPEN-ITEM-MAX AND RERUN"
                           STOP RUN
                       END-IF
                       MOVE OIF-CUSTOMER-ID
                           TO OI-CUSTOMER-ID(WS-OPEN-ITEM-COUNT)
                       MOVE OIF-ITEM-DATE
                           TO OI-DATE(WS-OPEN-ITEM-COUNT)
                       *> a pre-widening record leaves OIFO-PAD
                       *> space-padded (see OIF-RECORD-OLD) -- read
                       *> it through the narrow layout, where a
                       *> space-padded invoice number still means
                       *> "oldest-first only"
                       IF OIFO-PAD = SPACES
                           MOVE OIFO-AMOUNT-OPEN
                               TO OI-AMOUNT-OPEN(WS-OPEN-ITEM-COUNT)
                           IF OIFO-INVOICE-NO NUMERIC
                               MOVE OIFO-INVOICE-NO
                                   TO OI-INVOICE-NO(WS-OPEN-ITEM-COUNT)
                           ELSE
                               MOVE 0
                                   TO OI-INVOICE-NO(WS-OPEN-ITEM-COUNT)
                           END-IF
                       ELSE
                           MOVE OIF-AMOUNT-OPEN
                               TO OI-AMOUNT-OPEN(WS-OPEN-ITEM-COUNT)
                           IF OIF-INVOICE-NO NUMERIC
                               MOVE OIF-INVOICE-NO
                                   TO OI-INVOICE-NO(WS-OPEN-ITEM-COUNT)
                           ELSE
                               MOVE 0
                                   TO OI-INVOICE-NO(WS-OPEN-ITEM-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE OPEN-ITEM-FILE

               IF WS-OPEN-ITEM-COUNT > 0
                   SORT OPEN-ITEM-ENTRY
                       ASCENDING OI-CUSTOMER-ID OI-DATE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Loads the backorders carried over from prior runs into
      * BACKORDER-TABLE. backorders.dat is optional -- the first run
      * simply starts with an empty table.
      ******************************************************************
       LOAD-BACKORDERS.

           OPEN INPUT BACKORDER-FILE
           IF BACKORDER-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ BACKORDER-FILE INTO BACKORDER-FILE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       ADD 1 TO WS-BACKORDER-COUNT
                       IF WS-BACKORDER-COUNT > WS-BACKORDER-MAX
                           DISPLAY "BACKORDER TABLE OVERFLOW"
                           DISPLAY "RAISE WS-BACKORDER-MAX AND RERUN"
                           STOP RUN
                       END-IF
                       MOVE BOF-CUSTOMER-ID
                           TO BO-CUSTOMER-ID(WS-BACKORDER-COUNT)
                       MOVE BOF-INVENTORY-ID
                           TO BO-INVENTORY-ID(WS-BACKORDER-COUNT)
                       *> a pre-widening record reads back with
                       *> spaces inside the wide quantity column --
                       *> take it through the narrow layout instead
                       IF BOF-NUMBER-ORDERED NUMERIC
                           MOVE BOF-NUMBER-ORDERED
                               TO BO-NUMBER-ORDERED(WS-BACKORDER-COUNT)
                           MOVE BOF-DISCOUNT
                               TO BO-DISCOUNT(WS-BACKORDER-COUNT)
                           MOVE BOF-DATE
                               TO BO-DATE(WS-BACKORDER-COUNT)
                           MOVE BOF-SALESPERSON
                               TO BO-SALESPERSON(WS-BACKORDER-COUNT)
                       ELSE
                           MOVE BFO-NUMBER-ORDERED
                               TO BO-NUMBER-ORDERED(WS-BACKORDER-COUNT)
                           MOVE BFO-DISCOUNT
                               TO BO-DISCOUNT(WS-BACKORDER-COUNT)
                           MOVE BFO-DATE
                               TO BO-DATE(WS-BACKORDER-COUNT)
                           MOVE BFO-SALESPERSON
                               TO BO-SALESPERSON(WS-BACKORDER-COUNT)
                       END-IF
                       *> a backorder from before warehouses were
                       *> kept waits on the default warehouse
                       IF BOF-WAREHOUSE = SPACES
                           MOVE WS-DEFAULT-WAREHOUSE
                               TO BO-WAREHOUSE(WS-BACKORDER-COUNT)
                       ELSE
                           MOVE BOF-WAREHOUSE
                               TO BO-WAREHOUSE(WS-BACKORDER-COUNT)
                       END-IF
                       MOVE BOF-SHIP-TO
                           TO BO-SHIP-TO(WS-BACKORDER-COUNT)
                       MOVE 'W' TO BO-STATUS(WS-BACKORDER-COUNT)
                   END-IF
               END-PERFORM

               CLOSE BACKORDER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Loads the purchase orders still open from prior runs into
      * PO-TABLE. Closed POs were dropped at the last rewrite, so
      * everything on file is open or partially received.
      * purchaseorders.dat is optional -- the first run simply
      * starts with an empty table. A record from before status and
      * outstanding existed defaults to open with its full quantity
      * outstanding.
      ******************************************************************
       LOAD-OPEN-POS.

           OPEN INPUT PO-FILE
           IF PO-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ PO-FILE INTO PO-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       ADD 1 TO WS-PO-COUNT
                       IF WS-PO-COUNT > WS-PO-MAX
                           DISPLAY "PO TABLE OVERFLOW"
                           DISPLAY "RAISE WS-PO-MAX AND RERUN"
                           STOP RUN
                       END-IF
                       MOVE PO-ITEM-ID TO POT-ITEM-ID(WS-PO-COUNT)
                       MOVE PO-SUPPLIER-ID
                           TO POT-SUPPLIER-ID(WS-PO-COUNT)
                       MOVE PO-DATE TO POT-DATE(WS-PO-COUNT)
                       *> a pre-widening record reads back with
                       *> spaces inside the wide quantity column --
                       *> take it through the narrow layout instead
                       IF PO-QUANTITY NUMERIC
                           MOVE PO-QUANTITY
                               TO POT-QUANTITY(WS-PO-COUNT)
                           MOVE PO-ITEM-NAME
                               TO POT-ITEM-NAME(WS-PO-COUNT)
                           IF PO-STATUS = 'O' OR PO-STATUS = 'P'
                           OR PO-STATUS = 'C'
                               MOVE PO-STATUS
                                   TO POT-STATUS(WS-PO-COUNT)
                           ELSE
                               MOVE 'O' TO POT-STATUS(WS-PO-COUNT)
                           END-IF
                           IF PO-OUTSTANDING NUMERIC
                               MOVE PO-OUTSTANDING
                                   TO POT-OUTSTANDING(WS-PO-COUNT)
                           ELSE
                               MOVE PO-QUANTITY
                                   TO POT-OUTSTANDING(WS-PO-COUNT)
                           END-IF
                       ELSE
                           MOVE POO-QUANTITY
                               TO POT-QUANTITY(WS-PO-COUNT)
                           MOVE POO-ITEM-NAME
                               TO POT-ITEM-NAME(WS-PO-COUNT)
                           IF POO-STATUS = 'O' OR POO-STATUS = 'P'
                               MOVE POO-STATUS
                                   TO POT-STATUS(WS-PO-COUNT)
                           ELSE
                               MOVE 'O' TO POT-STATUS(WS-PO-COUNT)
                           END-IF
                           IF POO-OUTSTANDING NUMERIC
                               MOVE POO-OUTSTANDING
                                   TO POT-OUTSTANDING(WS-PO-COUNT)
                           ELSE
                               MOVE POO-QUANTITY
                                   TO POT-OUTSTANDING(WS-PO-COUNT)
                           END-IF
                       END-IF
                       *> a PO raised before warehouses were kept
                       *> delivers to the default warehouse
                       IF PO-WAREHOUSE = SPACES
                           MOVE WS-DEFAULT-WAREHOUSE
                               TO POT-WAREHOUSE(WS-PO-COUNT)
                       ELSE
                           MOVE PO-WAREHOUSE
                               TO POT-WAREHOUSE(WS-PO-COUNT)
                       END-IF
                       *> a PO raised before the invoice match kept
                       *> its cost is costed at the item's cost on
                       *> file, with nothing billed against it yet
                       IF PO-UNIT-COST NUMERIC
                           MOVE PO-UNIT-COST
                               TO POT-UNIT-COST(WS-PO-COUNT)
                       ELSE
                           MOVE PO-ITEM-ID TO WS-LOOKUP-INVENTORY-ID
                           PERFORM LOOKUP-INVENTORY
                           IF FOUND-TRANS-INV
                               MOVE ITABLE-COST(WS-INV-TRANS-IDX)
                                   TO POT-UNIT-COST(WS-PO-COUNT)
                           ELSE
                               MOVE 0 TO POT-UNIT-COST(WS-PO-COUNT)
                           END-IF
                       END-IF
                       IF PO-INVOICED NUMERIC
                           MOVE PO-INVOICED
                               TO POT-INVOICED(WS-PO-COUNT)
                       ELSE
                           MOVE 0 TO POT-INVOICED(WS-PO-COUNT)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE PO-FILE

               IF WS-PO-COUNT > 0
                   SORT PO-ENTRY ASCENDING POT-DATE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Reads the PO age-alarm control card, if on hand -- the
      * number of days a PO may sit open before the exception
      * report flags it. No card (or a bad one) leaves the built-in
      * 30 days.
      ******************************************************************
       READ-PO-AGE-CARD.

           OPEN INPUT PO-AGE-FILE
           IF PO-AGE-CARD-PRESENT
               READ PO-AGE-FILE INTO PO-AGE-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-PO-AGE-STATUS = "00"
               AND POA-DAYS NUMERIC
               AND POA-DAYS > 0
                   MOVE POA-DAYS TO WS-PO-AGE-LIMIT
               END-IF
               CLOSE PO-AGE-FILE
           END-IF.


      ******************************************************************
      * Sweeps the PO table for orders still open past the age
      * alarm, after tonight's receipts have had their chance to
      * close them, and reports each one so purchasing can chase
      * the supplier. Expects PO-EXCEPTION-FILE already open.
      ******************************************************************
       WRITE-PO-AGE-EXCEPTIONS.

           PERFORM VARYING POIDX FROM 1 BY 1
               UNTIL POIDX > WS-PO-COUNT

               IF POT-STATUS(POIDX) NOT = 'C'
               AND POT-OUTSTANDING(POIDX) > 0
                   IF POT-DATE(POIDX) NUMERIC
                   AND POT-DATE(POIDX) > 0
                       COMPUTE WS-PO-AGE-DAYS =
                           WS-RUN-DATE-INT -
                           FUNCTION INTEGER-OF-DATE(POT-DATE(POIDX))
                   ELSE
                       MOVE 99999 TO WS-PO-AGE-DAYS
                   END-IF

                   IF WS-PO-AGE-DAYS > WS-PO-AGE-LIMIT
                       MOVE WS-PO-AGE-DAYS TO WS-PO-EX-DAYS
                       MOVE POT-OUTSTANDING(POIDX) TO WS-PO-EX-QTY
                       MOVE SPACES TO PO-EXCEPTION-RECORD
                       STRING "PO PAST DUE  ITEM " POT-ITEM-ID(POIDX)
                           " SUPPLIER " POT-SUPPLIER-ID(POIDX)
                           " DAYS OPEN " WS-PO-EX-DAYS
                           " OUTSTANDING " WS-PO-EX-QTY
                           DELIMITED BY SIZE
                           INTO PO-EXCEPTION-RECORD
                       WRITE PO-EXCEPTION-RECORD
                       ADD 1 TO WS-TOTAL-POS-AGED
                   END-IF
               END-IF
           END-PERFORM.


      ******************************************************************
      * Reads the finance-charge control card, if on hand: the
      * service-charge percent and the grace period in days. No card
      * (or a bad one) leaves the rate at zero, and a zero rate
      * skips the whole assessment.
      ******************************************************************
       READ-FINANCE-CARD.

           OPEN INPUT FINANCE-FILE
           IF FINANCE-CARD-PRESENT
               READ FINANCE-FILE INTO FINANCE-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-FIN-STATUS = "00"
                   *> the rate carries a literal decimal point, so
                   *> prove it digit by digit
                   IF FNC-RATE-X(1:2) NUMERIC
                   AND FNC-RATE-X(3:1) = "."
                   AND FNC-RATE-X(4:2) NUMERIC
                       MOVE FNC-RATE TO WS-FIN-RATE
                   END-IF
                   IF FNC-GRACE-DAYS NUMERIC
                   AND FNC-GRACE-DAYS > 0
                       MOVE FNC-GRACE-DAYS TO WS-FIN-GRACE-DAYS
                   END-IF
               END-IF
               CLOSE FINANCE-FILE
           END-IF.


      ******************************************************************
      * Assesses the period-end service charge: one pass over the
      * open items in customer order, accumulating each account's
      * items older than the grace period, then one charge per
      * account at the control break. Runs after tonight's cash and
      * credits have relieved what they could, so nobody is charged
      * on a balance they already paid. The item count is snapshotted
      * first -- the open items the charges themselves append are
      * dated tonight and have no business in tonight's assessment.
      ******************************************************************
       ASSESS-FINANCE-CHARGES.

           IF WS-FIN-RATE > 0
           AND WS-OPEN-ITEM-COUNT > 0
               SORT OPEN-ITEM-ENTRY
                   ASCENDING OI-CUSTOMER-ID OI-DATE

               MOVE SPACES TO WS-FIN-LAST-CUSTOMER-ID
               MOVE 0 TO WS-FIN-PASTDUE
               MOVE WS-OPEN-ITEM-COUNT TO WS-FIN-ITEM-LIMIT

               PERFORM VARYING OIIDX FROM 1 BY 1
                   UNTIL OIIDX > WS-FIN-ITEM-LIMIT

                   IF OI-AMOUNT-OPEN(OIIDX) > 0
                       IF OI-CUSTOMER-ID(OIIDX) NOT =
                          WS-FIN-LAST-CUSTOMER-ID
                           IF WS-FIN-LAST-CUSTOMER-ID NOT = SPACES
                               PERFORM ASSESS-ONE-CUSTOMER
                           END-IF
                           MOVE OI-CUSTOMER-ID(OIIDX)
                               TO WS-FIN-LAST-CUSTOMER-ID
                           MOVE 0 TO WS-FIN-PASTDUE
                       END-IF

                       *> age the item the way the aging report
                       *> does -- a date that will not convert is
                       *> as old as an item can be
                       IF OI-DATE(OIIDX) NUMERIC
                       AND OI-DATE(OIIDX) > 0
                           COMPUTE WS-ITEM-AGE-DAYS =
                               WS-RUN-DATE-INT -
                               FUNCTION INTEGER-OF-DATE
                                   (OI-DATE(OIIDX))
                       ELSE
                           MOVE 99999 TO WS-ITEM-AGE-DAYS
                       END-IF

                       IF WS-ITEM-AGE-DAYS > WS-FIN-GRACE-DAYS
                           ADD OI-AMOUNT-OPEN(OIIDX)
                               TO WS-FIN-PASTDUE
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-FIN-LAST-CUSTOMER-ID NOT = SPACES
                   PERFORM ASSESS-ONE-CUSTOMER
               END-IF
           END-IF.


      ******************************************************************
      * Posts the service charge for the customer whose past-due
      * total is in hand: journals the balance move like any other
      * posting, opens a dated open item under its own invoice
      * number so a payment can reference it and the aging report
      * can age it, and rolls the run totals.
      ******************************************************************
       ASSESS-ONE-CUSTOMER.

           IF WS-FIN-PASTDUE > 0
               COMPUTE WS-FIN-CHARGE ROUNDED =
                   WS-FIN-PASTDUE * WS-FIN-RATE / 100
               IF WS-FIN-CHARGE > 0
                   MOVE WS-FIN-LAST-CUSTOMER-ID
                       TO WS-LOOKUP-CUSTOMER-ID
                   PERFORM LOOKUP-CUSTOMER
                   IF FOUND-TRANS-CUST
                       MOVE CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
                           TO WS-JRNL-BEFORE
                       ADD WS-FIN-CHARGE TO
                           CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
                       MOVE CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
                           TO WS-JRNL-AFTER
                       MOVE "FINCHG " TO WS-JRNL-SOURCE
                       MOVE "C" TO WS-JRNL-FILE-ID
                       MOVE WS-FIN-LAST-CUSTOMER-ID TO WS-JRNL-KEY
                       MOVE "OWED " TO WS-JRNL-FIELD
                       PERFORM WRITE-JOURNAL

                       ADD 1 TO WS-OPEN-ITEM-COUNT
                       IF WS-OPEN-ITEM-COUNT > WS-OPEN-ITEM-MAX
                           DISPLAY "OPEN ITEM TABLE OVERFLOW"
                           DISPLAY "RAISE WS-OPEN-ITEM-MAX AND RERUN"
                           STOP RUN
                       END-IF
                       MOVE WS-FIN-LAST-CUSTOMER-ID
                           TO OI-CUSTOMER-ID(WS-OPEN-ITEM-COUNT)
                       MOVE WS-RUN-DATE
                           TO OI-DATE(WS-OPEN-ITEM-COUNT)
                       MOVE WS-FIN-CHARGE
                           TO OI-AMOUNT-OPEN(WS-OPEN-ITEM-COUNT)
                       MOVE WS-NEXT-INVOICE-NO
                           TO OI-INVOICE-NO(WS-OPEN-ITEM-COUNT)
                       ADD 1 TO WS-NEXT-INVOICE-NO

                       ADD WS-FIN-CHARGE TO WS-TOTAL-FIN-CHARGES
                       ADD 1 TO WS-TOTAL-FIN-COUNT
                   END-IF
               END-IF
           END-IF.


      ******************************************************************
      * Reads the write-off control card, if on hand: the small-
      * balance threshold and the days an account has to have gone
      * without a new open item before a balance at or under the
      * threshold is written off. No card (or a bad threshold)
      * leaves the threshold at zero, and a zero threshold skips
      * the small-balance sweep -- approved bad-debt requests are
      * worked either way.
      ******************************************************************
       READ-WRITEOFF-CARD.

           OPEN INPUT WRITEOFF-CONTROL-FILE
           IF WRITEOFF-CARD-PRESENT
               READ WRITEOFF-CONTROL-FILE INTO WRITEOFF-CONTROL-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-WOC-STATUS = "00"
                   *> the threshold carries a literal decimal point,
                   *> so prove it digit by digit
                   IF WOC-THRESHOLD-X(1:3) NUMERIC
                   AND WOC-THRESHOLD-X(4:1) = "."
                   AND WOC-THRESHOLD-X(5:2) NUMERIC
                       MOVE WOC-THRESHOLD TO WS-WO-THRESHOLD
                   END-IF
                   IF WOC-MIN-DAYS NUMERIC
                       MOVE WOC-MIN-DAYS TO WS-WO-MIN-DAYS
                   END-IF
               END-IF
               CLOSE WRITEOFF-CONTROL-FILE
           END-IF.


      ******************************************************************
      * Writes off uncollectable balances. First the accounts on
      * writeoffreq.dat that collections has approved as bad debt --
      * each is written off in full and flagged so its future orders
      * go to the credit-hold report. Then, when the control card
      * set a threshold, every account owing a balance at or under
      * it that has had no new open item within the quiet period --
      * the few cents left by rounding and short payments. Those
      * are cleared but not flagged; the customer is still good for
      * business. Each write-off is journaled against AMOUNT-OWED,
      * relieves the account's open items and goes on writeoffs.txt
      * for the controller to sign. A trial run writes the register
      * and posts nothing permanent.
      ******************************************************************
       WRITE-OFF-BALANCES.

           OPEN INPUT WRITEOFF-REQUEST-FILE
           IF WRITEOFF-REQ-PRESENT
           OR WS-WO-THRESHOLD > 0
               OPEN OUTPUT WRITEOFF-REGISTER-FILE
               PERFORM WRITE-WRITEOFF-HEADERS

               IF WRITEOFF-REQ-PRESENT
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL END-OF-FILE
                       READ WRITEOFF-REQUEST-FILE
                           INTO WRITEOFF-REQUEST-RECORD
                           AT END MOVE 'Y' TO WS-EOF
                       END-READ

                       IF NOT END-OF-FILE
                       AND WRITEOFF-REQUEST-RECORD NOT = SPACES
                           PERFORM WRITE-OFF-REQUESTED-ACCOUNT
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE WRITEOFF-REQUEST-FILE
               END-IF

               IF WS-WO-THRESHOLD > 0
                   PERFORM VARYING CIDX FROM 1 BY 1
                       UNTIL CIDX > WS-CUSTOMER-COUNT
                       IF CTABLE-AMOUNT-OWED(CIDX) > 0
                       AND CTABLE-AMOUNT-OWED(CIDX)
                           NOT GREATER WS-WO-THRESHOLD
                           MOVE CTABLE-CUSTOMER-ID(CIDX)
                               TO WS-LOOKUP-CUSTOMER-ID
                           PERFORM LOOKUP-CUSTOMER
                           PERFORM SCAN-WRITEOFF-ITEMS
                           IF WO-ACCOUNT-QUIET
                               MOVE "SMALL BAL " TO WS-WO-KIND
                               MOVE "THRESHOLD " TO WS-WO-APPROVAL
                               MOVE SPACES TO WS-WO-REASON
                               PERFORM WRITE-OFF-ONE-ACCOUNT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF

               PERFORM WRITE-WRITEOFF-TOTALS
               CLOSE WRITEOFF-REGISTER-FILE
           END-IF.


      ******************************************************************
      * Empties writeoffreq.dat once a live run has durably posted
      * the requests on it, so the next run does not find the same
      * approvals again. A missing file is left missing.
      ******************************************************************
       CLEAR-WRITEOFF-REQUESTS.

           OPEN INPUT WRITEOFF-REQUEST-FILE
           IF WRITEOFF-REQ-PRESENT
               CLOSE WRITEOFF-REQUEST-FILE
               OPEN OUTPUT WRITEOFF-REQUEST-FILE
               CLOSE WRITEOFF-REQUEST-FILE
           END-IF.


      ******************************************************************
      * Works the bad-debt request card in hand: the account has to
      * be on file, carry an approval reference and owe something.
      * A request that fails goes on the register as rejected and
      * changes nothing.
      ******************************************************************
       WRITE-OFF-REQUESTED-ACCOUNT.

           MOVE SPACES TO WS-WO-REJECT-REASON
           MOVE WOR-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
           PERFORM LOOKUP-CUSTOMER

           IF NOT FOUND-TRANS-CUST
               MOVE "CUSTOMER NOT ON FILE" TO WS-WO-REJECT-REASON
           ELSE
           IF WOR-APPROVAL = SPACES
               MOVE "NO APPROVAL REFERENCE" TO WS-WO-REJECT-REASON
           ELSE
           IF CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX) = 0
               MOVE "NO BALANCE OWED" TO WS-WO-REJECT-REASON
           END-IF
           END-IF
           END-IF

           IF WS-WO-REJECT-REASON = SPACES
               PERFORM SCAN-WRITEOFF-ITEMS
               MOVE "BAD DEBT  " TO WS-WO-KIND
               MOVE WOR-APPROVAL TO WS-WO-APPROVAL
               MOVE WOR-REASON TO WS-WO-REASON
               PERFORM WRITE-OFF-ONE-ACCOUNT
           ELSE
               PERFORM WRITE-WRITEOFF-REJECT
           END-IF.


      ******************************************************************
      * Counts the open items still carrying a balance for the
      * account in hand (WS-CUSTOMER-TRANS-IDX), with the oldest and
      * newest item dates. The account is quiet when its newest item
      * is older than the control card's days -- an account with no
      * items at all (a balance from before open items were kept)
      * is quiet too. An item date that will not convert is taken
      * to be as old as an item can be, as the aging report does.
      ******************************************************************
       SCAN-WRITEOFF-ITEMS.

           MOVE 0 TO WS-WO-ITEM-COUNT
           MOVE 99999999 TO WS-WO-OLDEST-DATE
           MOVE 0 TO WS-WO-NEWEST-DATE

           PERFORM VARYING OIIDX FROM 1 BY 1
               UNTIL OIIDX > WS-OPEN-ITEM-COUNT
               IF OI-CUSTOMER-ID(OIIDX) =
                  CTABLE-CUSTOMER-ID(WS-CUSTOMER-TRANS-IDX)
               AND OI-AMOUNT-OPEN(OIIDX) > 0
                   ADD 1 TO WS-WO-ITEM-COUNT
                   IF OI-DATE(OIIDX) < WS-WO-OLDEST-DATE
                       MOVE OI-DATE(OIIDX) TO WS-WO-OLDEST-DATE
                   END-IF
                   IF OI-DATE(OIIDX) > WS-WO-NEWEST-DATE
                       MOVE OI-DATE(OIIDX) TO WS-WO-NEWEST-DATE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-WO-ITEM-COUNT = 0
               MOVE "NONE    " TO WS-WO-OLDEST-X
           ELSE
               MOVE WS-WO-OLDEST-DATE TO WS-WO-OLDEST-X
           END-IF

           MOVE 'Y' TO WS-WO-QUIET-SW
           IF WS-WO-ITEM-COUNT > 0
           AND WS-WO-NEWEST-DATE > 0
               COMPUTE WS-ITEM-AGE-DAYS =
                   WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE (WS-WO-NEWEST-DATE)
               IF WS-ITEM-AGE-DAYS NOT GREATER WS-WO-MIN-DAYS
                   MOVE 'N' TO WS-WO-QUIET-SW
               END-IF
           END-IF.


      ******************************************************************
      * Writes off the whole balance of the account in hand: journals
      * AMOUNT-OWED to zero under the WRITOFF source, relieves the
      * open items by the same amount oldest first, flags a bad debt
      * so its future orders are held, rolls the run totals and
      * lists the account on the register.
      ******************************************************************
       WRITE-OFF-ONE-ACCOUNT.

           MOVE CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
               TO WS-WO-AMOUNT

           MOVE WS-WO-AMOUNT TO WS-JRNL-BEFORE
           MOVE 0 TO CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
           MOVE 0 TO WS-JRNL-AFTER
           MOVE "WRITOFF" TO WS-JRNL-SOURCE
           MOVE "C" TO WS-JRNL-FILE-ID
           MOVE CTABLE-CUSTOMER-ID(WS-CUSTOMER-TRANS-IDX)
               TO WS-JRNL-KEY
           MOVE "OWED " TO WS-JRNL-FIELD
           PERFORM WRITE-JOURNAL

           MOVE CTABLE-CUSTOMER-ID(WS-CUSTOMER-TRANS-IDX)
               TO WS-RELIEF-CUSTOMER-ID
           MOVE WS-WO-AMOUNT TO WS-RELIEF-AMOUNT
           PERFORM RELIEVE-OPEN-ITEMS

           IF WS-WO-KIND = "BAD DEBT  "
               MOVE "W" TO CTABLE-WRITEOFF-FLAG(WS-CUSTOMER-TRANS-IDX)
               ADD 1 TO WS-TOTAL-WO-BAD-DEBT
               ADD WS-WO-AMOUNT TO WS-TOTAL-WO-BAD-AMOUNT
           ELSE
               ADD 1 TO WS-TOTAL-WO-SMALL
               ADD WS-WO-AMOUNT TO WS-TOTAL-WO-SMALL-AMOUNT
           END-IF
           ADD WS-WO-AMOUNT TO WS-TOTAL-WO-AMOUNT

           MOVE WS-WO-ITEM-COUNT TO WS-WO-ITEMS-ED
           MOVE WS-WO-AMOUNT TO WS-WO-AMOUNT-ED
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING CTABLE-CUSTOMER-ID(WS-CUSTOMER-TRANS-IDX) "  "
               CTABLE-CUSTOMER-NAME(WS-CUSTOMER-TRANS-IDX) "  "
               WS-WO-KIND "  " WS-WO-APPROVAL "  "
               WS-WO-ITEMS-ED "  " WS-WO-OLDEST-X "  "
               WS-WO-AMOUNT-ED "  " WS-WO-REASON
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD.


      ******************************************************************
      * Lists the rejected bad-debt request in hand on the register
      * with the reason it was not written off.
      ******************************************************************
       WRITE-WRITEOFF-REJECT.

           ADD 1 TO WS-TOTAL-WO-REJECTED
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           IF FOUND-TRANS-CUST
               STRING WOR-CUSTOMER-ID "  "
                   CTABLE-CUSTOMER-NAME(WS-CUSTOMER-TRANS-IDX) "  "
                   "REJECTED    " WOR-APPROVAL "  "
                   WS-WO-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO WRITEOFF-REGISTER-RECORD
           ELSE
               STRING WOR-CUSTOMER-ID "  "
                   "                  " "  "
                   "REJECTED    " WOR-APPROVAL "  "
                   WS-WO-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO WRITEOFF-REGISTER-RECORD
           END-IF
           WRITE WRITEOFF-REGISTER-RECORD.


      ******************************************************************
      * Writes the write-off register headings -- the run date, the
      * threshold and quiet period in force, and a trial-run warning
      * when nothing is to be posted.
      ******************************************************************
       WRITE-WRITEOFF-HEADERS.

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "BAD DEBT / SMALL BALANCE WRITE-OFF REGISTER"
               "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           IF EDIT-MODE
               MOVE SPACES TO WRITEOFF-REGISTER-RECORD
               STRING "*** TRIAL RUN - NOTHING WRITTEN OFF ON FILE ***"
                   DELIMITED BY SIZE
                   INTO WRITEOFF-REGISTER-RECORD
               WRITE WRITEOFF-REGISTER-RECORD
           END-IF

           MOVE WS-WO-THRESHOLD TO WS-WO-THRESHOLD-ED
           MOVE WS-WO-MIN-DAYS TO WS-WO-DAYS-ED
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           IF WS-WO-THRESHOLD > 0
               STRING "SMALL-BALANCE THRESHOLD " WS-WO-THRESHOLD-ED
                   "   NO NEW ITEMS IN " WS-WO-DAYS-ED " DAYS"
                   DELIMITED BY SIZE
                   INTO WRITEOFF-REGISTER-RECORD
           ELSE
               STRING "SMALL-BALANCE SWEEP NOT RUN - NO THRESHOLD"
                   DELIMITED BY SIZE
                   INTO WRITEOFF-REGISTER-RECORD
           END-IF
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "CUST   NAME                KIND        APPROVAL    "
               "ITEMS  OLDEST          AMOUNT  REASON"
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD.


      ******************************************************************
      * Writes the register totals, the GL accounts the write-off
      * posts to, and the controller's approval line.
      ******************************************************************
       WRITE-WRITEOFF-TOTALS.

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE WS-TOTAL-WO-BAD-DEBT TO WS-WO-COUNT-ED
           MOVE WS-TOTAL-WO-BAD-AMOUNT TO WS-WO-TOTAL-ED
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "BAD DEBTS WRITTEN OFF      " WS-WO-COUNT-ED
               "   " WS-WO-TOTAL-ED
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE WS-TOTAL-WO-SMALL TO WS-WO-COUNT-ED
           MOVE WS-TOTAL-WO-SMALL-AMOUNT TO WS-WO-TOTAL-ED
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "SMALL BALANCES WRITTEN OFF " WS-WO-COUNT-ED
               "   " WS-WO-TOTAL-ED
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE WS-TOTAL-WO-AMOUNT TO WS-WO-TOTAL-ED
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "TOTAL WRITTEN OFF                    "
               WS-WO-TOTAL-ED
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE WS-TOTAL-WO-REJECTED TO WS-WO-COUNT-ED
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "REQUESTS REJECTED          " WS-WO-COUNT-ED
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "GL POSTING   DR BAD DEBT " WS-GLA-BADDT-ACCT
               "   CR RECEIVABLES " WS-GLA-AR-ACCT
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "APPROVED BY CONTROLLER  ______________________"
               "________   DATE  ____________"
               DELIMITED BY SIZE
               INTO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD.


      ******************************************************************
      * Takes WS-RELIEF-AMOUNT off WS-RELIEF-CUSTOMER-ID's open
      * items, oldest first. The table is in customer/date order from
      * LOAD-OPEN-ITEMS and tonight's invoiced items are appended
      * behind it carrying the run date, so a front-to-back scan
      * meets each customer's items oldest first. Items relieved to
      * zero are dropped when the file is rewritten.
      ******************************************************************
       RELIEVE-OPEN-ITEMS.

           PERFORM VARYING OIIDX FROM 1 BY 1
               UNTIL OIIDX > WS-OPEN-ITEM-COUNT
               OR WS-RELIEF-AMOUNT = 0

               IF OI-CUSTOMER-ID(OIIDX) = WS-RELIEF-CUSTOMER-ID
               AND OI-AMOUNT-OPEN(OIIDX) > 0
                   IF OI-AMOUNT-OPEN(OIIDX)
                      NOT GREATER WS-RELIEF-AMOUNT
                       SUBTRACT OI-AMOUNT-OPEN(OIIDX)
                           FROM WS-RELIEF-AMOUNT
                       MOVE 0 TO OI-AMOUNT-OPEN(OIIDX)
                   ELSE
                       SUBTRACT WS-RELIEF-AMOUNT
                           FROM OI-AMOUNT-OPEN(OIIDX)
                       MOVE 0 TO WS-RELIEF-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.


      ******************************************************************
      * Takes WS-RELIEF-AMOUNT off the one open item of
      * WS-RELIEF-CUSTOMER-ID whose invoice number matches
      * WS-RELIEF-INVOICE-NO, if any -- the payment path calls this
      * before the oldest-first sweep so a check that names its
      * invoice relieves that invoice, and only the remainder (or a
      * reference nothing matches) falls back to oldest-first.
      ******************************************************************
       RELIEVE-NAMED-INVOICE.

           PERFORM VARYING OIIDX FROM 1 BY 1
               UNTIL OIIDX > WS-OPEN-ITEM-COUNT
               OR WS-RELIEF-AMOUNT = 0

               IF OI-CUSTOMER-ID(OIIDX) = WS-RELIEF-CUSTOMER-ID
               AND OI-INVOICE-NO(OIIDX) = WS-RELIEF-INVOICE-NO
               AND OI-AMOUNT-OPEN(OIIDX) > 0
                   IF OI-AMOUNT-OPEN(OIIDX)
                      NOT GREATER WS-RELIEF-AMOUNT
                       SUBTRACT OI-AMOUNT-OPEN(OIIDX)
                           FROM WS-RELIEF-AMOUNT
                       MOVE 0 TO OI-AMOUNT-OPEN(OIIDX)
                   ELSE
                       SUBTRACT WS-RELIEF-AMOUNT
                           FROM OI-AMOUNT-OPEN(OIIDX)
                       MOVE 0 TO WS-RELIEF-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.


      ******************************************************************
      * Looks for a checkpoint left by a prior run that did not reach
      * a clean finish. If checkpoint.dat holds a transaction count,
      * this run is a restart -- it will skip that many transactions
      * and append to the existing output files instead of starting
      * the batch over.
      ******************************************************************
       CHECK-RESTART.

           MOVE 'N' TO WS-RESTART-MODE-SW
           MOVE 0 TO WS-RESTART-TRANS-COUNT

           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
               IF WS-CHECKPOINT-STATUS = "00"
               AND CHKPT-LAST-TRANS-COUNT GREATER 0
                   MOVE CHKPT-LAST-TRANS-COUNT
                       TO WS-RESTART-TRANS-COUNT
                   MOVE 'Y' TO WS-RESTART-MODE-SW

                   *> carry the prior run's batch totals forward so
                   *> the control report reconciles across a restart
                   *> instead of resetting to the post-restart tail
                   MOVE CHKPT-TOTAL-INVOICED TO WS-TOTAL-INVOICED
                   MOVE CHKPT-TOTAL-REJECTED TO WS-TOTAL-REJECTED
                   MOVE CHKPT-CUST-NOT-FOUND
                       TO WS-CUST-NOT-FOUND-COUNT
                   MOVE CHKPT-INV-NOT-FOUND
                       TO WS-INV-NOT-FOUND-COUNT
                   MOVE CHKPT-TOTAL-BEFORE-DISC
                       TO WS-TOTAL-BEFORE-DISCOUNT
                   MOVE CHKPT-TOTAL-AFTER-DISC
                       TO WS-TOTAL-AFTER-DISCOUNT
                   *> a checkpoint left by the program version before
                   *> these counters existed is short, and the new
                   *> fields read back as spaces -- leave the tallies
                   *> at zero rather than restore blanks
                   IF CHKPT-NEW-BACKORDERS NUMERIC
                       MOVE CHKPT-NEW-BACKORDERS
                           TO WS-TOTAL-NEW-BACKORDERS
                       MOVE CHKPT-BO-RELEASED
                           TO WS-TOTAL-BO-RELEASED
                       MOVE CHKPT-BO-CANCELLED
                           TO WS-TOTAL-BO-CANCELLED
                       MOVE CHKPT-CREDIT-HOLD
                           TO WS-TOTAL-CREDIT-HOLD
                       MOVE CHKPT-POS-WRITTEN
                           TO WS-TOTAL-POS-WRITTEN
                       MOVE CHKPT-MAINT-APPLIED
                           TO WS-TOTAL-MAINT-APPLIED
                       MOVE CHKPT-MAINT-REJECTED
                           TO WS-TOTAL-MAINT-REJECTED
                   END-IF
                   IF CHKPT-TOTAL-TAX NUMERIC
                       MOVE CHKPT-TOTAL-TAX TO WS-TOTAL-TAX-CHARGED
                   END-IF
                   IF CHKPT-ONACCT-APPLIED NUMERIC
                       MOVE CHKPT-ONACCT-APPLIED
                           TO WS-TOTAL-ONACCT-APPLIED
                   END-IF
                   IF CHKPT-COUNTS-POSTED NUMERIC
                       MOVE CHKPT-COUNTS-POSTED
                           TO WS-TOTAL-COUNTS-POSTED
                       MOVE CHKPT-COUNTS-REJECTED
                           TO WS-TOTAL-COUNTS-REJECTED
                       MOVE CHKPT-FROZEN-HELD
                           TO WS-TOTAL-FROZEN-HELD
                       MOVE CHKPT-COUNT-SHRINK
                           TO WS-TOTAL-COUNT-SHRINK
                       MOVE CHKPT-COUNT-OVERAGE
                           TO WS-TOTAL-COUNT-OVERAGE
                   END-IF
                   IF CHKPT-TRANSFERS NUMERIC
                       MOVE CHKPT-TRANSFERS TO WS-TOTAL-TRANSFERS
                       MOVE CHKPT-XFER-REJECTED
                           TO WS-TOTAL-XFER-REJECTED
                       MOVE CHKPT-XFER-UNITS TO WS-TOTAL-XFER-UNITS
                   END-IF
                   IF CHKPT-SO-GENERATED NUMERIC
                       MOVE CHKPT-SO-GENERATED
                           TO WS-TOTAL-SO-GENERATED
                       MOVE CHKPT-SO-SKIPPED TO WS-TOTAL-SO-SKIPPED
                   END-IF

                   DISPLAY "RESTARTING AFTER TRANSACTION "
                       WS-RESTART-TRANS-COUNT

                   *> the run-history END line should say this was
                   *> a restart, not an ordinary post
                   MOVE "RESTART" TO WS-RH-MODE
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.


      ******************************************************************
      * Records how many transactions have been read so far and the
      * batch totals accumulated up to this point, so a rerun after
      * an abend knows where to resume and can carry the control
      * report totals forward instead of starting them over at 0.
      * Also rewrites customers.dat/inventory.dat from the in-memory
      * tables, so a restart's initial load picks up the balance/
      * stock effects of every transaction processed so far instead
      * of losing them.
      ******************************************************************
       WRITE-CHECKPOINT.

           PERFORM REWRITE-MASTER-FILES

           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-TOTAL-TRANS-READ TO CHKPT-LAST-TRANS-COUNT
           MOVE WS-TOTAL-INVOICED TO CHKPT-TOTAL-INVOICED
           MOVE WS-TOTAL-REJECTED TO CHKPT-TOTAL-REJECTED
           MOVE WS-CUST-NOT-FOUND-COUNT TO CHKPT-CUST-NOT-FOUND
           MOVE WS-INV-NOT-FOUND-COUNT TO CHKPT-INV-NOT-FOUND
           MOVE WS-TOTAL-BEFORE-DISCOUNT TO CHKPT-TOTAL-BEFORE-DISC
           MOVE WS-TOTAL-AFTER-DISCOUNT TO CHKPT-TOTAL-AFTER-DISC
           MOVE WS-TOTAL-NEW-BACKORDERS TO CHKPT-NEW-BACKORDERS
           MOVE WS-TOTAL-BO-RELEASED TO CHKPT-BO-RELEASED
           MOVE WS-TOTAL-BO-CANCELLED TO CHKPT-BO-CANCELLED
           MOVE WS-TOTAL-CREDIT-HOLD TO CHKPT-CREDIT-HOLD
           MOVE WS-TOTAL-POS-WRITTEN TO CHKPT-POS-WRITTEN
           MOVE WS-TOTAL-MAINT-APPLIED TO CHKPT-MAINT-APPLIED
           MOVE WS-TOTAL-MAINT-REJECTED TO CHKPT-MAINT-REJECTED
           MOVE WS-TOTAL-TAX-CHARGED TO CHKPT-TOTAL-TAX
           MOVE WS-TOTAL-ONACCT-APPLIED TO CHKPT-ONACCT-APPLIED
           MOVE WS-TOTAL-COUNTS-POSTED TO CHKPT-COUNTS-POSTED
           MOVE WS-TOTAL-COUNTS-REJECTED TO CHKPT-COUNTS-REJECTED
           MOVE WS-TOTAL-FROZEN-HELD TO CHKPT-FROZEN-HELD
           MOVE WS-TOTAL-COUNT-SHRINK TO CHKPT-COUNT-SHRINK
           MOVE WS-TOTAL-COUNT-OVERAGE TO CHKPT-COUNT-OVERAGE
           MOVE WS-TOTAL-TRANSFERS TO CHKPT-TRANSFERS
           MOVE WS-TOTAL-XFER-REJECTED TO CHKPT-XFER-REJECTED
           MOVE WS-TOTAL-XFER-UNITS TO CHKPT-XFER-UNITS
           MOVE WS-TOTAL-SO-GENERATED TO CHKPT-SO-GENERATED
           MOVE WS-TOTAL-SO-SKIPPED TO CHKPT-SO-SKIPPED
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.


      ******************************************************************
      * Clears the checkpoint once the batch has reached a clean
      * finish, so the next run starts fresh instead of restarting.
      ******************************************************************
       RESET-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE
           MOVE 0 TO CHKPT-LAST-TRANS-COUNT
           MOVE 0 TO CHKPT-TOTAL-INVOICED
           MOVE 0 TO CHKPT-TOTAL-REJECTED
           MOVE 0 TO CHKPT-CUST-NOT-FOUND
           MOVE 0 TO CHKPT-INV-NOT-FOUND
           MOVE 0 TO CHKPT-TOTAL-BEFORE-DISC
           MOVE 0 TO CHKPT-TOTAL-AFTER-DISC
           MOVE 0 TO CHKPT-NEW-BACKORDERS
           MOVE 0 TO CHKPT-BO-RELEASED
           MOVE 0 TO CHKPT-BO-CANCELLED
           MOVE 0 TO CHKPT-CREDIT-HOLD
           MOVE 0 TO CHKPT-POS-WRITTEN
           MOVE 0 TO CHKPT-MAINT-APPLIED
           MOVE 0 TO CHKPT-MAINT-REJECTED
           MOVE 0 TO CHKPT-TOTAL-TAX
           MOVE 0 TO CHKPT-ONACCT-APPLIED
           MOVE 0 TO CHKPT-COUNTS-POSTED
           MOVE 0 TO CHKPT-COUNTS-REJECTED
           MOVE 0 TO CHKPT-FROZEN-HELD
           MOVE 0 TO CHKPT-COUNT-SHRINK
           MOVE 0 TO CHKPT-COUNT-OVERAGE
           MOVE 0 TO CHKPT-TRANSFERS
           MOVE 0 TO CHKPT-XFER-REJECTED
           MOVE 0 TO CHKPT-XFER-UNITS
           MOVE 0 TO CHKPT-SO-GENERATED
           MOVE 0 TO CHKPT-SO-SKIPPED
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.


      ******************************************************************
      * Processes returns.dat, if present, as credit-memo
      * transactions reversing a prior sale: restocks the item,
      * reduces the customer's AMOUNT-OWED, and reports each credit
      * to credits.txt. returns.dat is optional -- a run with no
      * returns to process simply skips this step.
      ******************************************************************
       PROCESS-RETURNS.

           OPEN INPUT RETURNS-FILE
           IF RETURNS-FILE-PRESENT

               OPEN OUTPUT CREDIT-FILE
               OPEN EXTEND ERROR-FILE
               IF NOT EDIT-MODE
                   OPEN EXTEND ERROR-CSV-FILE
               END-IF
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ RETURNS-FILE INTO RETURN-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   PERFORM NORMALIZE-RETURN
                   IF RET-HEADER-REC-TYPE
                       MOVE 'Y' TO WS-RET-HEADER-SEEN-SW
                   ELSE
                   IF RET-TRAILER-REC-TYPE
                       MOVE 'Y' TO WS-RET-TRAILER-SEEN-SW
                       MOVE RTRL-EXPECTED-COUNT
                           TO WS-RTRL-EXPECTED-COUNT
                       MOVE RTRL-HASH-TOTAL TO WS-RTRL-EXPECTED-HASH
                   ELSE
                       ADD 1 TO WS-RET-DETAIL-COUNT
                       IF RET-NUMBER-RETURNED NUMERIC
                           ADD RET-NUMBER-RETURNED
                               TO WS-RET-HASH-TOTAL
                       END-IF
                       MOVE RET-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
                       PERFORM LOOKUP-CUSTOMER
                       MOVE RET-INVENTORY-ID TO WS-LOOKUP-INVENTORY-ID
                       PERFORM LOOKUP-INVENTORY

                       *> the goods would go back on the shelf at
                       *> the account's warehouse -- held while that
                       *> location has an open count
                       MOVE 'N' TO WS-LOC-FROZEN-SW
                       IF FOUND-TRANS-CUST AND FOUND-TRANS-INV
                           MOVE RET-INVENTORY-ID TO WS-LOC-LOOKUP-ITEM
                           MOVE CTABLE-WAREHOUSE(WS-CUSTOMER-TRANS-IDX)
                               TO WS-LOC-LOOKUP-WH
                           IF WS-LOC-LOOKUP-WH = SPACES
                               MOVE WS-DEFAULT-WAREHOUSE
                                   TO WS-LOC-LOOKUP-WH
                           END-IF
                           PERFORM TEST-LOCATION-FROZEN
                       END-IF

                       IF FOUND-TRANS-CUST AND FOUND-TRANS-INV
                       AND NOT LOCATION-FROZEN
                           PERFORM CREATE-CREDIT-MEMO
                       ELSE
                       IF LOCATION-FROZEN
                           MOVE "Ret Location FROZEN" TO ERROR-TYPE
                           MOVE RET-INVENTORY-ID TO ERROR-ID
                           PERFORM WRITE-ERROR
                           ADD 1 TO WS-TOTAL-RETURNS-REJECTED
                       ELSE
                           IF NOT FOUND-TRANS-CUST
                               MOVE "Ret Customer NOT FOUND"
                                   TO ERROR-TYPE
                               MOVE RET-CUSTOMER-ID TO ERROR-ID
                               PERFORM WRITE-ERROR
                           END-IF
                           IF NOT FOUND-TRANS-INV
                               MOVE "Ret Inventory NOT FOUND"
                                   TO ERROR-TYPE
                               MOVE RET-INVENTORY-ID TO ERROR-ID
                               PERFORM WRITE-ERROR
                           END-IF
                           ADD 1 TO WS-TOTAL-RETURNS-REJECTED
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-PERFORM

               *> check the returns batch against its trailer while
               *> the error file is still open -- the mainline stops
               *> the run before the masters are rewritten if this
               *> marks the batch out of balance
               PERFORM VERIFY-RETURNS-BATCH

               CLOSE RETURNS-FILE
               CLOSE CREDIT-FILE
               CLOSE ERROR-FILE
               IF NOT EDIT-MODE
                   CLOSE ERROR-CSV-FILE
               END-IF

           END-IF.


      ******************************************************************
      * Checks the returns batch against its trailer, the same rule
      * as PRESCAN-TRANSACTION-BATCH: no control records means a
      * legacy file taken on faith; control records present must
      * balance or the run stops.
      ******************************************************************
       VERIFY-RETURNS-BATCH.

           IF RET-BATCH-HEADER-SEEN OR RET-BATCH-TRAILER-SEEN
               EVALUATE TRUE
                   WHEN NOT RET-BATCH-TRAILER-SEEN
                       MOVE 'Y' TO WS-BATCH-OOB-SW
                       DISPLAY "RETURNS BATCH TRAILER MISSING"
                       MOVE "Ret Trailer Missing" TO ERROR-TYPE
                       MOVE SPACES TO ERROR-ID


      ******************************************************************
      * Finds this run's invoiced order line (if any) for the customer
      * and item being returned, so the credit can be priced at what
      * was actually billed rather than at today's list cost -- a
      * return of goods sold under a discount must not credit more
      * than the customer paid. Falls back to ITABLE-COST when no
      * matching order line was invoiced this run (e.g. the original
      * sale was on an earlier batch), the best price available.
      ******************************************************************
       LOOKUP-ORIGINAL-PRICE.

           MOVE 'N' TO WS-ORIG-LINE-FOUND-SW
           MOVE ITABLE-COST(WS-INV-TRANS-IDX) TO WS-ORIG-UNIT-PRICE
           MOVE SPACES TO WS-ORIG-SALESPERSON

           PERFORM VARYING OLIDX FROM 1 BY 1
               UNTIL OLIDX > WS-ORDER-LINE-COUNT
               OR ORIG-LINE-FOUND

               IF OL-CUSTOMER-ID(OLIDX) = RET-CUSTOMER-ID
               AND OL-ITEM-NAME(OLIDX) =
                   ITABLE-ITEM-NAME(WS-INV-TRANS-IDX)
                   DIVIDE OL-TOTAL-AFTER(OLIDX) BY
                       OL-NUMBER-ORDERED(OLIDX)
                       GIVING WS-ORIG-UNIT-PRICE
                   MOVE OL-SALESPERSON(OLIDX)
                       TO WS-ORIG-SALESPERSON
                   MOVE 'Y' TO WS-ORIG-LINE-FOUND-SW
               END-IF
           END-PERFORM.


      ******************************************************************
      * Restocks a returned item, reduces the customer's balance by
      * the returned line's value, and writes the credit-memo line.
      * Called only once LOOKUP-CUSTOMER/LOOKUP-INVENTORY have found
      * both the customer and the item for the return in hand.
      ******************************************************************
       CREATE-CREDIT-MEMO.

           *> ITABLE-IN-STOCK is PIC 9(5) (max 99999) -- a return that
           *> would push stock past that cap would otherwise wrap
           *> silently, so cap it at the field's max instead.
           MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX) TO WS-JRNL-BEFORE
           IF RET-NUMBER-RETURNED + ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
              GREATER THAN 99999
               MOVE 99999 TO ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
           ELSE
               ADD RET-NUMBER-RETURNED
                   TO ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
           END-IF
           MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX) TO WS-JRNL-AFTER
           MOVE "RETURN " TO WS-JRNL-SOURCE
           MOVE "I" TO WS-JRNL-FILE-ID
           MOVE RET-INVENTORY-ID TO WS-JRNL-KEY
           MOVE "STOCK" TO WS-JRNL-FIELD
           PERFORM WRITE-JOURNAL

           *> the goods go back on the shelf at the account's own
           *> warehouse, by whatever the item total actually took
           COMPUTE WS-LOC-ADJ-QTY = WS-JRNL-AFTER - WS-JRNL-BEFORE
           MOVE RET-INVENTORY-ID TO WS-LOC-LOOKUP-ITEM
           MOVE CTABLE-WAREHOUSE(WS-CUSTOMER-TRANS-IDX)
               TO WS-LOC-LOOKUP-WH
           IF WS-LOC-LOOKUP-WH = SPACES
               MOVE WS-DEFAULT-WAREHOUSE TO WS-LOC-LOOKUP-WH
           END-IF
           PERFORM ADJUST-LOCATION-STOCK

           PERFORM LOOKUP-ORIGINAL-PRICE

           MULTIPLY RET-NUMBER-RETURNED
               BY WS-ORIG-UNIT-PRICE
               GIVING WS-RAW-CREDIT-AMOUNT

           *> charge the credit back against the rep who sold the
           *> original line. A return whose originating line is not
           *> on this run's order lines has no rep on record --
           *> nothing is charged back, same as a house sale.
           IF WS-ORIG-SALESPERSON NOT = SPACES
               MOVE WS-ORIG-SALESPERSON TO WS-SREP-LOOKUP-ID
               PERFORM LOOKUP-SALESREP
               IF SALESREP-FOUND
                   ADD WS-RAW-CREDIT-AMOUNT
                       TO SPT-RETURNS(WS-SREP-IDX)
               END-IF
           END-IF

           *> CTABLE-AMOUNT-OWED is unsigned -- a credit larger than
           *> the customer's current balance would otherwise go
           *> negative and come back out as a larger positive
           *> "amount owed," the opposite of a credit. Floor it at
           *> a zero balance instead.
           MOVE CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
               TO WS-JRNL-BEFORE
           IF WS-RAW-CREDIT-AMOUNT GREATER
              CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
               MOVE CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
                   TO WS-RELIEF-AMOUNT
               MOVE 0 TO CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
           ELSE
               MOVE WS-RAW-CREDIT-AMOUNT TO WS-RELIEF-AMOUNT
               SUBTRACT WS-RAW-CREDIT-AMOUNT
                   FROM CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
           END-IF
           MOVE CTABLE-AMOUNT-OWED(WS-CUSTOMER-TRANS-IDX)
               TO WS-JRNL-AFTER
           MOVE "RETURN " TO WS-JRNL-SOURCE
           MOVE "C" TO WS-JRNL-FILE-ID
           MOVE RET-CUSTOMER-ID TO WS-JRNL-KEY
           MOVE "OWED " TO WS-JRNL-FIELD
           PERFORM WRITE-JOURNAL

           *> the amount actually taken off AR (after the zero-balance
           *> floor) is what the GL returns bucket must carry, or the
           *> distribution would not tie to the balances
           ADD WS-RELIEF-AMOUNT TO WS-TOTAL-RETURNS-AMOUNT

           *> take the same amount off the customer's dated open
           *> items, oldest first, so the aging report moves in
           *> step with the balance
           MOVE RET-CUSTOMER-ID TO WS-RELIEF-CUSTOMER-ID
           PERFORM RELIEVE-OPEN-ITEMS

           MOVE CTABLE-CUSTOMER-NAME(WS-CUSTOMER-TRANS-IDX)
               TO CRED-CUSTOMER-NAME
           MOVE ITABLE-ITEM-NAME(WS-INV-TRANS-IDX) TO CRED-ITEM-NAME
           MOVE RET-NUMBER-RETURNED TO CRED-NUMBER-RETURNED
           MOVE WS-RAW-CREDIT-AMOUNT TO CRED-AMOUNT
           WRITE CREDIT-RECORD
           ADD 1 TO WS-TOTAL-RETURNS-PROCESSED

           *> the negative side of the sales history -- a return is
           *> netted out of the analysis roll-ups
           IF NOT EDIT-MODE
               MOVE WS-RUN-DATE TO SH-DATE
               MOVE "R" TO SH-TYPE
               MOVE RET-CUSTOMER-ID TO SH-CUSTOMER-ID
               MOVE RET-INVENTORY-ID TO SH-INVENTORY-ID
               MOVE RET-NUMBER-RETURNED TO SH-QUANTITY
               MOVE WS-RAW-CREDIT-AMOUNT TO SH-AMOUNT
               MOVE 0 TO SH-INVOICE-NO
               WRITE SALES-HISTORY-RECORD
           END-IF.


      ******************************************************************
      * Raises the suggested purchase order for the item and
      * warehouse in hand (WS-LOC-IDX) on the open-PO table:
      * supplier, run date, delivery warehouse, and a suggested
      * quantity of the location's order-up-to level minus what is
      * still on its shelf. Called from the reorder check, at most
      * once per item and warehouse per run. A location whose
      * order-up-to level is already covered -- or that already has
      * an open PO from an earlier run still awaiting the supplier
      * -- raises nothing: the goods are already on order. The table
      * reaches purchaseorders.dat through the master rewrite, so a
      * trial run leaves the purchasing file untouched.
      ******************************************************************
       WRITE-PURCHASE-ORDER.

           SUBTRACT LOC-ON-HAND(WS-LOC-IDX)
               FROM LOC-ORDER-UP-TO(WS-LOC-IDX)
               GIVING WS-PO-QUANTITY

           IF WS-PO-QUANTITY > 0
               PERFORM LOOKUP-OPEN-PO-FOR-ITEM
               IF NOT OPEN-PO-FOUND
                   ADD 1 TO WS-PO-COUNT
                   IF WS-PO-COUNT > WS-PO-MAX
                       DISPLAY "PO TABLE OVERFLOW"
                       DISPLAY "RAISE WS-PO-MAX AND RERUN"
                       STOP RUN
                   END-IF
                   MOVE ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX)
                       TO POT-ITEM-ID(WS-PO-COUNT)
                   MOVE ITABLE-SUPPLIER-ID(WS-INV-TRANS-IDX)
                       TO POT-SUPPLIER-ID(WS-PO-COUNT)
                   MOVE WS-RUN-DATE TO POT-DATE(WS-PO-COUNT)
                   MOVE WS-PO-QUANTITY TO POT-QUANTITY(WS-PO-COUNT)
                   MOVE ITABLE-ITEM-NAME(WS-INV-TRANS-IDX)
                       TO POT-ITEM-NAME(WS-PO-COUNT)
                   MOVE 'O' TO POT-STATUS(WS-PO-COUNT)
                   MOVE WS-PO-QUANTITY
                       TO POT-OUTSTANDING(WS-PO-COUNT)
                   MOVE LOC-WAREHOUSE(WS-LOC-IDX)
                       TO POT-WAREHOUSE(WS-PO-COUNT)
                   MOVE ITABLE-COST(WS-INV-TRANS-IDX)
                       TO POT-UNIT-COST(WS-PO-COUNT)
                   MOVE 0 TO POT-INVOICED(WS-PO-COUNT)
                   ADD 1 TO WS-TOTAL-POS-WRITTEN
               END-IF
               MOVE 'Y' TO LOC-PO-WRITTEN(WS-LOC-IDX)
           END-IF.


      ******************************************************************
      * Looks for an open (or partially received) PO already on the
      * table for the item and warehouse in hand, any supplier. Sets
      * OPEN-PO-FOUND so the reorder check does not raise a second
      * PO for goods already on order to that warehouse.
      ******************************************************************
       LOOKUP-OPEN-PO-FOR-ITEM.

           MOVE 'N' TO WS-PO-MATCH-FOUND-SW
           PERFORM VARYING POIDX FROM 1 BY 1
               UNTIL POIDX > WS-PO-COUNT
               OR OPEN-PO-FOUND
               IF POT-ITEM-ID(POIDX) =
                  ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX)
               AND POT-WAREHOUSE(POIDX) = LOC-WAREHOUSE(WS-LOC-IDX)
               AND POT-STATUS(POIDX) NOT = 'C'
               AND POT-OUTSTANDING(POIDX) > 0
                   MOVE 'Y' TO WS-PO-MATCH-FOUND-SW
               END-IF
           END-PERFORM.


      ******************************************************************
      * Processes receipts.dat, if present, posting goods received
      * from suppliers back into stock on hand at the receiving
      * warehouse and reporting each receipt to receiving.txt.
      * Unknown items and warehouses go to the error report.
      * receipts.dat is optional -- a run with nothing arriving
      * simply skips this step.
      ******************************************************************
       PROCESS-RECEIPTS.

           OPEN INPUT RECEIPTS-FILE
           IF RECEIPTS-FILE-PRESENT

               OPEN OUTPUT RECEIVING-FILE
               OPEN EXTEND ERROR-FILE
               IF NOT EDIT-MODE
                   OPEN EXTEND ERROR-CSV-FILE
               END-IF
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ RECEIPTS-FILE INTO RECEIPT-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       PERFORM NORMALIZE-RECEIPT
                       MOVE REC-INVENTORY-ID TO WS-LOOKUP-INVENTORY-ID
                       PERFORM LOOKUP-INVENTORY
                       IF REC-WAREHOUSE = SPACES
                           MOVE WS-DEFAULT-WAREHOUSE TO REC-WAREHOUSE
                       END-IF
                       MOVE REC-WAREHOUSE TO WS-WH-LOOKUP-CODE
                       PERFORM LOOKUP-WAREHOUSE
                       MOVE REC-INVENTORY-ID TO WS-LOC-LOOKUP-ITEM
                       MOVE REC-WAREHOUSE TO WS-LOC-LOOKUP-WH
                       PERFORM TEST-LOCATION-FROZEN

                       EVALUATE TRUE
                           WHEN NOT FOUND-TRANS-INV
                               MOVE "Rcpt Item NOT FOUND"
                                   TO ERROR-TYPE
                               MOVE REC-INVENTORY-ID TO ERROR-ID
                               PERFORM WRITE-ERROR
                               ADD 1 TO WS-TOTAL-RECEIPTS-REJECTED
                           WHEN NOT WAREHOUSE-FOUND
                               MOVE "Rcpt Warehouse NOT FOUND"
                                   TO ERROR-TYPE
                               MOVE REC-INVENTORY-ID TO ERROR-ID
                               PERFORM WRITE-ERROR
                               ADD 1 TO WS-TOTAL-RECEIPTS-REJECTED
                           *> held off an open count -- the goods
                           *> are received again once it is posted
                           WHEN LOCATION-FROZEN
                               MOVE "Rcpt Location FROZEN"
                                   TO ERROR-TYPE
                               MOVE REC-INVENTORY-ID TO ERROR-ID
                               PERFORM WRITE-ERROR
                               ADD 1 TO WS-TOTAL-RECEIPTS-REJECTED
                           WHEN OTHER
                               PERFORM POST-RECEIPT
                       END-EVALUATE
                   END-IF
               END-PERFORM

               CLOSE RECEIPTS-FILE
               CLOSE RECEIVING-FILE
               CLOSE ERROR-FILE
               IF NOT EDIT-MODE
                   CLOSE ERROR-CSV-FILE
               END-IF

           END-IF.


      ******************************************************************
      * Adds the received quantity back into stock on hand and writes
      * the receiving register line. Called only once LOOKUP-INVENTORY
      * has found the item being received. Stock is capped at the
      * field's maximum the same way CREATE-CREDIT-MEMO caps a
      * restock, rather than wrapping silently.
      ******************************************************************
       POST-RECEIPT.

           MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX) TO WS-JRNL-BEFORE
           IF REC-QUANTITY + ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
              GREATER THAN 99999
               MOVE 99999 TO ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
           ELSE
               ADD REC-QUANTITY
                   TO ITABLE-IN-STOCK(WS-INV-TRANS-IDX)
           END-IF
           MOVE ITABLE-IN-STOCK(WS-INV-TRANS-IDX) TO WS-JRNL-AFTER
           MOVE "RECEIPT" TO WS-JRNL-SOURCE
           MOVE "I" TO WS-JRNL-FILE-ID
           MOVE REC-INVENTORY-ID TO WS-JRNL-KEY
           MOVE "STOCK" TO WS-JRNL-FIELD
           PERFORM WRITE-JOURNAL

           COMPUTE WS-LOC-ADJ-QTY = WS-JRNL-AFTER - WS-JRNL-BEFORE
           MOVE REC-INVENTORY-ID TO WS-LOC-LOOKUP-ITEM
           MOVE REC-WAREHOUSE TO WS-LOC-LOOKUP-WH
           PERFORM ADJUST-LOCATION-STOCK

           MOVE ITABLE-INVENTORY-ID(WS-INV-TRANS-IDX) TO RCV-ITEM-ID
           MOVE ITABLE-ITEM-NAME(WS-INV-TRANS-IDX) TO RCV-ITEM-NAME
           MOVE REC-SUPPLIER-ID TO RCV-SUPPLIER-ID
           MOVE REC-QUANTITY TO RCV-QUANTITY
           MOVE LOC-ON-HAND(WS-LOC-IDX) TO RCV-NEW-ON-HAND
           MOVE REC-WAREHOUSE TO RCV-WAREHOUSE
           WRITE RECEIVING-RECORD
           ADD 1 TO WS-TOTAL-RECEIPTS-PROCESSED

           *> match the receipt off against the oldest open PO for
           *> this item and supplier. The goods are on the shelf
           *> either way -- the exceptions tell purchasing what the
           *> paperwork does not support: a receipt nothing ordered,
           *> or more than was ordered.
           PERFORM MATCH-RECEIPT-TO-PO
           EVALUATE TRUE
               WHEN NOT OPEN-PO-FOUND
                   MOVE REC-QUANTITY TO WS-PO-EX-QTY
                   MOVE SPACES TO PO-EXCEPTION-RECORD
                   STRING "NO OPEN PO   ITEM " REC-INVENTORY-ID
                       " SUPPLIER " REC-SUPPLIER-ID
                       " QTY RECEIVED " WS-PO-EX-QTY
                       DELIMITED BY SIZE
                       INTO PO-EXCEPTION-RECORD
                   WRITE PO-EXCEPTION-RECORD
                   ADD 1 TO WS-TOTAL-RECEIPTS-NO-PO
               WHEN WS-REC-UNMATCHED-QTY > 0
                   MOVE REC-QUANTITY TO WS-PO-EX-QTY
                   MOVE WS-REC-UNMATCHED-QTY TO WS-PO-EX-QTY-2
                   MOVE SPACES TO PO-EXCEPTION-RECORD
                   STRING "OVER-RECEIPT ITEM " REC-INVENTORY-ID
                       " SUPPLIER " REC-SUPPLIER-ID
                       " QTY RECEIVED " WS-PO-EX-QTY
                       " BEYOND ORDER " WS-PO-EX-QTY-2
                       DELIMITED BY SIZE
                       INTO PO-EXCEPTION-RECORD
                   WRITE PO-EXCEPTION-RECORD
                   ADD 1 TO WS-TOTAL-OVER-RECEIPTS
           END-EVALUATE.


      ******************************************************************
      * Works the receipt in hand off against the open POs for its
      * item, supplier and delivery warehouse, oldest first (the
      * table is loaded and appended in date order): each PO's
      * outstanding quantity is relieved until the receipt is used
      * up, a PO relieved to zero closes, a PO partially relieved is
      * marked P. Leaves
      * OPEN-PO-FOUND saying whether any PO matched at all, and
      * WS-REC-UNMATCHED-QTY holding whatever the receipt delivered
      * beyond everything on order.
      ******************************************************************
       MATCH-RECEIPT-TO-PO.

           MOVE 'N' TO WS-PO-MATCH-FOUND-SW
           MOVE REC-QUANTITY TO WS-REC-UNMATCHED-QTY
           PERFORM VARYING POIDX FROM 1 BY 1
               UNTIL POIDX > WS-PO-COUNT
               OR WS-REC-UNMATCHED-QTY = 0

               IF POT-ITEM-ID(POIDX) = REC-INVENTORY-ID
               AND POT-SUPPLIER-ID(POIDX) = REC-SUPPLIER-ID
               AND POT-WAREHOUSE(POIDX) = REC-WAREHOUSE
               AND POT-STATUS(POIDX) NOT = 'C'
               AND POT-OUTSTANDING(POIDX) > 0
                   MOVE 'Y' TO WS-PO-MATCH-FOUND-SW
                   IF POT-OUTSTANDING(POIDX) NOT GREATER
                      WS-REC-UNMATCHED-QTY
                       SUBTRACT POT-OUTSTANDING(POIDX)
                           FROM WS-REC-UNMATCHED-QTY
                       MOVE 0 TO POT-OUTSTANDING(POIDX)
                       MOVE 'C' TO POT-STATUS(POIDX)
                   ELSE
                       SUBTRACT WS-REC-UNMATCHED-QTY
                           FROM POT-OUTSTANDING(POIDX)
                       MOVE 0 TO WS-REC-UNMATCHED-QTY
                       MOVE 'P' TO POT-STATUS(POIDX)
                   END-IF
               END-IF
           END-PERFORM.


      ******************************************************************
      * Loads suppliers.dat into SUPPLIER-TABLE and sorts it for
      * SEARCH ALL. Terms that do not read back numeric are taken as
      * net 30. suppliers.dat is optional -- without it every
      * supplier invoice is held as SUPPLIER NOT ON FILE.
      ******************************************************************
       LOAD-SUPPLIERS.

           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ SUPPLIER-FILE INTO SUPPLIER-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND SUP-ID NOT = SPACES
                       ADD 1 TO WS-SUPPLIER-COUNT
                       IF WS-SUPPLIER-COUNT > WS-SUPPLIER-MAX
                           DISPLAY "SUPPLIER TABLE OVERFLOW"
                           DISPLAY "RAISE WS-SUPPLIER-MAX AND RERUN"
                           STOP RUN
                       END-IF
                       MOVE SUP-ID TO SPLT-ID(WS-SUPPLIER-COUNT)
                       MOVE SUP-NAME TO SPLT-NAME(WS-SUPPLIER-COUNT)
                       IF SUP-TERMS-DAYS NUMERIC
                           MOVE SUP-TERMS-DAYS
                               TO SPLT-TERMS-DAYS(WS-SUPPLIER-COUNT)
                       ELSE
                           MOVE 30
                               TO SPLT-TERMS-DAYS(WS-SUPPLIER-COUNT)
                       END-IF
                       MOVE 0 TO SPLT-BEGIN-AP(WS-SUPPLIER-COUNT)
                       MOVE 0 TO SPLT-OPEN-AP(WS-SUPPLIER-COUNT)
                       MOVE 0 TO SPLT-REPLAY-AP(WS-SUPPLIER-COUNT)
                       MOVE 0 TO SPLT-CHECK-AP(WS-SUPPLIER-COUNT)
                   END-IF
               END-PERFORM

               CLOSE SUPPLIER-FILE

               IF WS-SUPPLIER-COUNT > 0
                   SORT SUPPLIER-ENTRY ASCENDING SPLT-ID
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Binary search on SUPPLIER-TABLE by WS-SUPPLIER-LOOKUP-ID.
      * Sets SUPPLIER-FOUND and WS-SUPPLIER-IDX.
      ******************************************************************
       LOOKUP-SUPPLIER.

           MOVE 'N' TO WS-SUPPLIER-FOUND-SW
           IF WS-SUPPLIER-COUNT > 0
               SEARCH ALL SUPPLIER-ENTRY
                   WHEN SPLT-ID(SUPIDX) = WS-SUPPLIER-LOOKUP-ID
                       MOVE 'Y' TO WS-SUPPLIER-FOUND-SW
                       MOVE SUPIDX TO WS-SUPPLIER-IDX
               END-SEARCH
           END-IF.


      ******************************************************************
      * Loads the open AP vouchers carried over from prior runs and
      * picks the voucher-number sequence up past the highest one on
      * file, and adds each supplier's open vouchers up as its
      * starting AP balance. apvouchers.dat is optional -- the first
      * run starts the numbers at 1.
      ******************************************************************
       LOAD-AP-VOUCHERS.

           OPEN INPUT AP-VOUCHER-FILE
           IF AP-VOUCHER-FILE-PRESENT
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ AP-VOUCHER-FILE INTO AP-VOUCHER-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                   AND VCH-NUMBER NUMERIC
                       ADD 1 TO WS-VOUCHER-COUNT
                       IF WS-VOUCHER-COUNT > WS-VOUCHER-MAX
                           DISPLAY "VOUCHER TABLE OVERFLOW"
                           DISPLAY "RAISE WS-VOUCHER-MAX AND RERUN"
                           STOP RUN
                       END-IF
                       MOVE VCH-NUMBER TO VT-NUMBER(WS-VOUCHER-COUNT)
                       MOVE VCH-SUPPLIER-ID
                           TO VT-SUPPLIER-ID(WS-VOUCHER-COUNT)
                       MOVE VCH-INVOICE-NO
                           TO VT-INVOICE-NO(WS-VOUCHER-COUNT)
                       MOVE VCH-ITEM-ID TO VT-ITEM-ID(WS-VOUCHER-COUNT)
                       MOVE VCH-INVOICE-DATE
                           TO VT-INVOICE-DATE(WS-VOUCHER-COUNT)
                       MOVE VCH-DUE-DATE
                           TO VT-DUE-DATE(WS-VOUCHER-COUNT)
                       MOVE VCH-QUANTITY
                           TO VT-QUANTITY(WS-VOUCHER-COUNT)
                       MOVE VCH-AMOUNT TO VT-AMOUNT(WS-VOUCHER-COUNT)
                       MOVE VCH-ENTRY-DATE
                           TO VT-ENTRY-DATE(WS-VOUCHER-COUNT)
                       IF VCH-NUMBER NOT LESS WS-NEXT-VOUCHER-NO
                           ADD 1 TO VCH-NUMBER
                               GIVING WS-NEXT-VOUCHER-NO
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE AP-VOUCHER-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           PERFORM VARYING VCHIDX FROM 1 BY 1
               UNTIL VCHIDX > WS-VOUCHER-COUNT
               MOVE VT-SUPPLIER-ID(VCHIDX) TO WS-SUPPLIER-LOOKUP-ID
               PERFORM LOOKUP-SUPPLIER
               IF SUPPLIER-FOUND
                   ADD VT-AMOUNT(VCHIDX)
                       TO SPLT-OPEN-AP(WS-SUPPLIER-IDX)
                   ADD VT-AMOUNT(VCHIDX)
                       TO SPLT-BEGIN-AP(WS-SUPPLIER-IDX)
               END-IF
           END-PERFORM.


      ******************************************************************
      * Reads the AP match control card, if on hand: the unit-price
      * tolerance in percent and the quantity tolerance in units. No
      * card (or a bad field) leaves the built-in 2.00 percent and
      * no units over.
      ******************************************************************
       READ-AP-CONTROL-CARD.

           OPEN INPUT AP-CONTROL-FILE
           IF AP-CTL-PRESENT
               READ AP-CONTROL-FILE INTO AP-CONTROL-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-AP-CTL-STATUS = "00"
                   IF APC-PRICE-TOL-X(1:2) NUMERIC
                   AND APC-PRICE-TOL-X(3:1) = "."
                   AND APC-PRICE-TOL-X(4:2) NUMERIC
                       MOVE APC-PRICE-TOL TO WS-AP-PRICE-TOL
                   END-IF
                   IF APC-QTY-TOL NUMERIC
                       MOVE APC-QTY-TOL TO WS-AP-QTY-TOL
                   END-IF
               END-IF
               CLOSE AP-CONTROL-FILE
           END-IF.


      ******************************************************************
      * Works supinvoices.dat, if present, through the three-way
      * match: each invoice line is proved against the supplier
      * master, the POs for its item and supplier, and the receipts
      * posted against those POs. A line that matches within the
      * tolerances becomes an AP voucher on apvouchers.txt; one that
      * does not goes on aphold.txt with the reason and the PO and
      * receipt figures it was held against, for the AP clerk to
      * take up with the supplier and key again. Vouchers reach
      * apvouchers.dat only through the master rewrite, so a trial
      * run writes the reports and posts nothing.
      ******************************************************************
       MATCH-SUPPLIER-INVOICES.

           OPEN INPUT SUPPLIER-INVOICE-FILE
           IF SUPINV-FILE-PRESENT
               OPEN OUTPUT AP-REGISTER-FILE
               OPEN OUTPUT AP-HOLD-FILE
               PERFORM WRITE-AP-MATCH-HEADERS
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ SUPPLIER-INVOICE-FILE
                       INTO SUPPLIER-INVOICE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       PERFORM CHECK-SUPPLIER-INVOICE
                       IF WS-AP-HOLD-REASON = SPACES
                           PERFORM VOUCHER-SUPPLIER-INVOICE
                       ELSE
                           PERFORM WRITE-AP-HOLD
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM WRITE-AP-MATCH-TOTALS
               CLOSE AP-REGISTER-FILE
               CLOSE AP-HOLD-FILE
               CLOSE SUPPLIER-INVOICE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Writes the voucher register and hold report headings.
      ******************************************************************
       WRITE-AP-MATCH-HEADERS.

           MOVE SPACES TO AP-REGISTER-RECORD
           STRING "AP VOUCHER REGISTER   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO AP-REGISTER-RECORD
           WRITE AP-REGISTER-RECORD

           MOVE SPACES TO AP-REGISTER-RECORD
           STRING "VOUCHER  SUPPL  INVOICE NO  INV DATE  ITEM    "
               "  QTY   UNIT PRICE        AMOUNT  DUE DATE"
               DELIMITED BY SIZE
               INTO AP-REGISTER-RECORD
           WRITE AP-REGISTER-RECORD

           MOVE SPACES TO AP-REGISTER-RECORD
           WRITE AP-REGISTER-RECORD

           MOVE SPACES TO AP-HOLD-RECORD
           STRING "AP INVOICE MATCH HOLD REPORT   RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE
               INTO AP-HOLD-RECORD
           WRITE AP-HOLD-RECORD

           MOVE SPACES TO AP-HOLD-RECORD
           STRING "SUPPL  INVOICE NO  ITEM    "
               "  QTY   UNIT PRICE  REASON                   "
               "PO COST  ON PO OPEN  RECVD OPEN"
               DELIMITED BY SIZE
               INTO AP-HOLD-RECORD
           WRITE AP-HOLD-RECORD

           MOVE SPACES TO AP-HOLD-RECORD
           WRITE AP-HOLD-RECORD.


      ******************************************************************
      * Proves the supplier invoice line in hand: a complete record,
      * a real invoice date, quantity and price, a supplier on the
      * master, not already vouchered, and a three-way match -- the
      * quantity billed within what the POs still have unbilled and
      * within what has actually been received against them, and
      * the unit price within tolerance of the oldest such PO's
      * cost. Leaves WS-AP-HOLD-REASON blank for a matched line, and
      * the PO and receipt figures in hand either way.
      ******************************************************************
       CHECK-SUPPLIER-INVOICE.

           MOVE SPACES TO WS-AP-HOLD-REASON
           MOVE 0 TO WS-AP-ORDERED-OPEN
           MOVE 0 TO WS-AP-RECEIVED-OPEN
           MOVE 0 TO WS-AP-PO-COST
           MOVE 0 TO WS-AP-PRICE

           EVALUATE TRUE
               WHEN SIV-SUPPLIER-ID = SPACES
               OR SIV-INVOICE-NO = SPACES
               OR SIV-ITEM-ID = SPACES
                   MOVE "INCOMPLETE INVOICE" TO WS-AP-HOLD-REASON
               WHEN SIV-INVOICE-DATE NOT NUMERIC
                   MOVE "BAD INVOICE DATE" TO WS-AP-HOLD-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(SIV-INVOICE-DATE)
                    NOT = 0
                   MOVE "BAD INVOICE DATE" TO WS-AP-HOLD-REASON
               WHEN SIV-QUANTITY NOT NUMERIC
                   MOVE "BAD QUANTITY" TO WS-AP-HOLD-REASON
               WHEN SIV-QUANTITY = 0
                   MOVE "BAD QUANTITY" TO WS-AP-HOLD-REASON
               WHEN SIV-UNIT-PRICE-X(1:5) NOT NUMERIC
               OR SIV-UNIT-PRICE-X(6:1) NOT = "."
               OR SIV-UNIT-PRICE-X(7:2) NOT NUMERIC
                   MOVE "BAD UNIT PRICE" TO WS-AP-HOLD-REASON
           END-EVALUATE

           IF WS-AP-HOLD-REASON = SPACES
               MOVE SIV-UNIT-PRICE TO WS-AP-PRICE
               MOVE SIV-SUPPLIER-ID TO WS-SUPPLIER-LOOKUP-ID
               PERFORM LOOKUP-SUPPLIER
               IF NOT SUPPLIER-FOUND
                   MOVE "SUPPLIER NOT ON FILE" TO WS-AP-HOLD-REASON
               END-IF
           END-IF

           *> the same bill keyed twice must not be paid twice
           IF WS-AP-HOLD-REASON = SPACES
               PERFORM VARYING VCHIDX FROM 1 BY 1
                   UNTIL VCHIDX > WS-VOUCHER-COUNT
                   IF VT-SUPPLIER-ID(VCHIDX) = SIV-SUPPLIER-ID
                   AND VT-INVOICE-NO(VCHIDX) = SIV-INVOICE-NO
                   AND VT-ITEM-ID(VCHIDX) = SIV-ITEM-ID
                       MOVE "DUPLICATE INVOICE" TO WS-AP-HOLD-REASON
                   END-IF
               END-PERFORM
           END-IF

           *> what the supplier's POs for this item still have
           *> unbilled, ordered and received, oldest PO first
           IF WS-AP-HOLD-REASON = SPACES
               MOVE 'N' TO WS-AP-PO-FOUND-SW
               PERFORM VARYING POIDX FROM 1 BY 1
                   UNTIL POIDX > WS-PO-COUNT
                   IF POT-ITEM-ID(POIDX) = SIV-ITEM-ID
                   AND POT-SUPPLIER-ID(POIDX) = SIV-SUPPLIER-ID
                   AND (SIV-WAREHOUSE = SPACES
                        OR POT-WAREHOUSE(POIDX) = SIV-WAREHOUSE)
                   AND POT-INVOICED(POIDX) < POT-QUANTITY(POIDX)
                       IF NOT AP-PO-FOUND
                           MOVE 'Y' TO WS-AP-PO-FOUND-SW
                           MOVE POT-UNIT-COST(POIDX) TO WS-AP-PO-COST
                       END-IF
                       COMPUTE WS-AP-ORDERED-OPEN =
                           WS-AP-ORDERED-OPEN + POT-QUANTITY(POIDX)
                           - POT-INVOICED(POIDX)
                       COMPUTE WS-AP-PO-UNBILLED =
                           POT-QUANTITY(POIDX) - POT-OUTSTANDING(POIDX)
                           - POT-INVOICED(POIDX)
                       IF WS-AP-PO-UNBILLED > 0
                           ADD WS-AP-PO-UNBILLED
                               TO WS-AP-RECEIVED-OPEN
                       END-IF
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN NOT AP-PO-FOUND
                       MOVE "NO OPEN PURCHASE ORDER"
                           TO WS-AP-HOLD-REASON
                   WHEN SIV-QUANTITY >
                        WS-AP-ORDERED-OPEN + WS-AP-QTY-TOL
                       MOVE "QTY OVER PO" TO WS-AP-HOLD-REASON
                   WHEN SIV-QUANTITY >
                        WS-AP-RECEIVED-OPEN + WS-AP-QTY-TOL
                       MOVE "QTY NOT RECEIVED" TO WS-AP-HOLD-REASON
               END-EVALUATE
           END-IF

           *> the price may stray either way by the tolerance
           *> percent of the PO cost, no further
           IF WS-AP-HOLD-REASON = SPACES
               IF WS-AP-PRICE > WS-AP-PO-COST
                   SUBTRACT WS-AP-PO-COST FROM WS-AP-PRICE
                       GIVING WS-AP-PRICE-VARIANCE
               ELSE
                   SUBTRACT WS-AP-PRICE FROM WS-AP-PO-COST
                       GIVING WS-AP-PRICE-VARIANCE
               END-IF
               COMPUTE WS-AP-PRICE-LIMIT =
                   WS-AP-PO-COST * WS-AP-PRICE-TOL / 100
               IF WS-AP-PRICE-VARIANCE > WS-AP-PRICE-LIMIT
                   MOVE "PRICE OUTSIDE TOLERANCE" TO WS-AP-HOLD-REASON
               END-IF
           END-IF.


      ******************************************************************
      * Vouchers the matched invoice line in hand: bills its quantity
      * off the received-but-unbilled units of its POs, oldest first
      * (units over, inside the quantity tolerance, are paid but
      * billed against no PO), raises the voucher due the supplier's
      * terms after the invoice date, and writes the register line.
      * Uses WS-SUPPLIER-IDX left by CHECK-SUPPLIER-INVOICE.
      ******************************************************************
       VOUCHER-SUPPLIER-INVOICE.

           MOVE SIV-QUANTITY TO WS-AP-QTY-LEFT
           PERFORM VARYING POIDX FROM 1 BY 1
               UNTIL POIDX > WS-PO-COUNT
               OR WS-AP-QTY-LEFT = 0
               IF POT-ITEM-ID(POIDX) = SIV-ITEM-ID
               AND POT-SUPPLIER-ID(POIDX) = SIV-SUPPLIER-ID
               AND (SIV-WAREHOUSE = SPACES
                    OR POT-WAREHOUSE(POIDX) = SIV-WAREHOUSE)
                   COMPUTE WS-AP-PO-UNBILLED =
                       POT-QUANTITY(POIDX) - POT-OUTSTANDING(POIDX)
                       - POT-INVOICED(POIDX)
                   IF WS-AP-PO-UNBILLED > 0
                       IF WS-AP-PO-UNBILLED > WS-AP-QTY-LEFT
                           MOVE WS-AP-QTY-LEFT TO WS-AP-PO-UNBILLED
                       END-IF
                       ADD WS-AP-PO-UNBILLED TO POT-INVOICED(POIDX)
                       SUBTRACT WS-AP-PO-UNBILLED FROM WS-AP-QTY-LEFT
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-AP-AMOUNT ROUNDED =
               SIV-QUANTITY * WS-AP-PRICE
           COMPUTE WS-AP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SIV-INVOICE-DATE)
               + SPLT-TERMS-DAYS(WS-SUPPLIER-IDX))

           ADD 1 TO WS-VOUCHER-COUNT
           IF WS-VOUCHER-COUNT > WS-VOUCHER-MAX
               DISPLAY "VOUCHER TABLE OVERFLOW"
               DISPLAY "RAISE WS-VOUCHER-MAX AND RERUN"
               STOP RUN
           END-IF
           MOVE WS-NEXT-VOUCHER-NO TO VT-NUMBER(WS-VOUCHER-COUNT)
           ADD 1 TO WS-NEXT-VOUCHER-NO
           MOVE SIV-SUPPLIER-ID TO VT-SUPPLIER-ID(WS-VOUCHER-COUNT)
           MOVE SIV-INVOICE-NO TO VT-INVOICE-NO(WS-VOUCHER-COUNT)
           MOVE SIV-ITEM-ID TO VT-ITEM-ID(WS-VOUCHER-COUNT)
           MOVE SIV-INVOICE-DATE TO VT-INVOICE-DATE(WS-VOUCHER-COUNT)
           MOVE WS-AP-DUE-DATE TO VT-DUE-DATE(WS-VOUCHER-COUNT)
           MOVE SIV-QUANTITY TO VT-QUANTITY(WS-VOUCHER-COUNT)
           MOVE WS-AP-AMOUNT TO VT-AMOUNT(WS-VOUCHER-COUNT)
           MOVE WS-RUN-DATE TO VT-ENTRY-DATE(WS-VOUCHER-COUNT)

           MOVE VT-NUMBER(WS-VOUCHER-COUNT) TO WS-AP-VOUCHER-ED
           MOVE SIV-QUANTITY TO WS-AP-QTY-ED
           MOVE WS-AP-PRICE TO WS-AP-PRICE-ED
           MOVE WS-AP-AMOUNT TO WS-AP-AMOUNT-ED
           MOVE SPACES TO AP-REGISTER-RECORD
           STRING WS-AP-VOUCHER-ED "  " SIV-SUPPLIER-ID "  "
               SIV-INVOICE-NO "  " SIV-INVOICE-DATE "  "
               SIV-ITEM-ID "  " WS-AP-QTY-ED "    " WS-AP-PRICE-ED
               "  " WS-AP-AMOUNT-ED "  " WS-AP-DUE-DATE
               DELIMITED BY SIZE
               INTO AP-REGISTER-RECORD
           WRITE AP-REGISTER-RECORD

           *> what is owed the supplier goes up by the voucher,
           *> journaled with source VOUCHER
           MOVE SPLT-OPEN-AP(WS-SUPPLIER-IDX) TO WS-JRNL-BEFORE
           ADD WS-AP-AMOUNT TO SPLT-OPEN-AP(WS-SUPPLIER-IDX)
           MOVE SPLT-OPEN-AP(WS-SUPPLIER-IDX) TO WS-JRNL-AFTER
           MOVE "VOUCHER" TO WS-JRNL-SOURCE
           MOVE "S" TO WS-JRNL-FILE-ID
           MOVE SIV-SUPPLIER-ID TO WS-JRNL-KEY
           MOVE "APOPN" TO WS-JRNL-FIELD
           PERFORM WRITE-JOURNAL

           ADD 1 TO WS-TOTAL-AP-VOUCHERED
           ADD WS-AP-AMOUNT TO WS-TOTAL-AP-AMOUNT.


      ******************************************************************
      * Lists the held invoice line in hand on the hold report, with
      * the reason and the PO cost, unbilled PO quantity and
      * received-but-unbilled quantity it was matched against.
      ******************************************************************
       WRITE-AP-HOLD.

           ADD 1 TO WS-TOTAL-AP-HELD
           IF SIV-QUANTITY NUMERIC
               MOVE SIV-QUANTITY TO WS-AP-QTY-ED
               IF WS-AP-PRICE > 0
                   COMPUTE WS-AP-AMOUNT ROUNDED =
                       SIV-QUANTITY * WS-AP-PRICE
                   ADD WS-AP-AMOUNT TO WS-TOTAL-AP-HELD-AMOUNT
               END-IF
           ELSE
               MOVE 0 TO WS-AP-QTY-ED
           END-IF
           MOVE WS-AP-PRICE TO WS-AP-PRICE-ED
           MOVE WS-AP-PO-COST TO WS-AP-COST-ED
           MOVE WS-AP-ORDERED-OPEN TO WS-AP-QTY-ED-2
           MOVE WS-AP-RECEIVED-OPEN TO WS-AP-QTY-ED-3
           MOVE SPACES TO AP-HOLD-RECORD
           STRING SIV-SUPPLIER-ID "  " SIV-INVOICE-NO "  "
               SIV-ITEM-ID "  " WS-AP-QTY-ED "    " WS-AP-PRICE-ED
               "  " WS-AP-HOLD-REASON " " WS-AP-COST-ED "     "
               WS-AP-QTY-ED-2 "     " WS-AP-QTY-ED-3
               DELIMITED BY SIZE
               INTO AP-HOLD-RECORD
           WRITE AP-HOLD-RECORD.


      ******************************************************************
      * Writes the closing totals on the voucher register and the
      * hold report.
      ******************************************************************
       WRITE-AP-MATCH-TOTALS.

           MOVE SPACES TO AP-REGISTER-RECORD
           WRITE AP-REGISTER-RECORD

           MOVE WS-TOTAL-AP-VOUCHERED TO WS-AP-COUNT-ED
           MOVE SPACES TO AP-REGISTER-RECORD
           STRING "INVOICES VOUCHERED        " WS-AP-COUNT-ED
               DELIMITED BY SIZE
               INTO AP-REGISTER-RECORD
           WRITE AP-REGISTER-RECORD

           MOVE WS-TOTAL-AP-AMOUNT TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-REGISTER-RECORD
           STRING "AMOUNT VOUCHERED   " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-REGISTER-RECORD
           WRITE AP-REGISTER-RECORD

           MOVE SPACES TO AP-HOLD-RECORD
           WRITE AP-HOLD-RECORD

           MOVE WS-TOTAL-AP-HELD TO WS-AP-COUNT-ED
           MOVE SPACES TO AP-HOLD-RECORD
           STRING "INVOICES HELD             " WS-AP-COUNT-ED
               DELIMITED BY SIZE
               INTO AP-HOLD-RECORD
           WRITE AP-HOLD-RECORD

           MOVE WS-TOTAL-AP-HELD-AMOUNT TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-HOLD-RECORD
           STRING "AMOUNT HELD        " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-HOLD-RECORD
           WRITE AP-HOLD-RECORD.


      ******************************************************************
      * Pays down the AP vouchers off appayments.dat: each good
      * payment comes off its voucher's open amount and off what is
      * owed the supplier (journaled with source APPAID), and is
      * listed on the payment register (appaid.txt) with what is
      * left open. A voucher paid in full is cleared -- the master
      * rewrite leaves it off apvouchers.dat. A payment for a
      * voucher not on file, for more than is open on it, or with a
      * bad amount or date is listed with the reason and pays
      * nothing. The cash paid out goes to the GL distribution.
      * appayments.dat is optional.
      ******************************************************************
       PROCESS-AP-PAYMENTS.

           OPEN INPUT AP-PAYMENT-FILE
           IF AP-PAYMENT-FILE-PRESENT
               OPEN OUTPUT AP-PAYMENT-REGISTER-FILE
               PERFORM WRITE-AP-PAYMENT-HEADER
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ AP-PAYMENT-FILE INTO AP-PAYMENT-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       PERFORM CHECK-AP-PAYMENT
                       IF WS-APP-REJECT-REASON = SPACES
                           PERFORM POST-AP-PAYMENT
                       ELSE
                           PERFORM WRITE-AP-PAYMENT-REJECT
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM WRITE-AP-PAYMENT-TOTALS
               CLOSE AP-PAYMENT-REGISTER-FILE
               CLOSE AP-PAYMENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Writes the AP payment register heading.
      ******************************************************************
       WRITE-AP-PAYMENT-HEADER.

           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           IF EDIT-MODE
               STRING "AP PAYMENT REGISTER   RUN DATE " WS-RUN-DATE
                   "   TRIAL - NOTHING POSTED"
                   DELIMITED BY SIZE
                   INTO AP-PAYMENT-REGISTER-RECORD
           ELSE
               STRING "AP PAYMENT REGISTER   RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE
                   INTO AP-PAYMENT-REGISTER-RECORD
           END-IF
           WRITE AP-PAYMENT-REGISTER-RECORD

           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           STRING "VOUCHER  SUPPL  INVOICE NO  PAID DATE        PAID"
               "     LEFT OPEN  ACTION"
               DELIMITED BY SIZE
               INTO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD

           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD.


      ******************************************************************
      * Proves the payment card in hand: a voucher number, an amount
      * above zero and a real paid date, a voucher still open on
      * file, and no more paid than is open on it. Leaves
      * WS-APP-REJECT-REASON blank for a good payment, with the
      * voucher at WS-APP-VOUCHER-IDX and the amount in
      * WS-APP-AMOUNT.
      ******************************************************************
       CHECK-AP-PAYMENT.

           MOVE SPACES TO WS-APP-REJECT-REASON
           MOVE 0 TO WS-APP-AMOUNT
           MOVE 0 TO WS-APP-VOUCHER-IDX

           EVALUATE TRUE
               WHEN APP-VOUCHER-NO NOT NUMERIC
                   MOVE "BAD VOUCHER NUMBER" TO WS-APP-REJECT-REASON
               WHEN APP-AMOUNT-X(1:7) NOT NUMERIC
               OR APP-AMOUNT-X(8:1) NOT = "."
               OR APP-AMOUNT-X(9:2) NOT NUMERIC
                   MOVE "BAD AMOUNT" TO WS-APP-REJECT-REASON
               WHEN APP-AMOUNT = 0
                   MOVE "BAD AMOUNT" TO WS-APP-REJECT-REASON
               WHEN APP-PAID-DATE NOT NUMERIC
                   MOVE "BAD PAID DATE" TO WS-APP-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(APP-PAID-DATE)
                    NOT = 0
                   MOVE "BAD PAID DATE" TO WS-APP-REJECT-REASON
           END-EVALUATE

           IF WS-APP-REJECT-REASON = SPACES
               MOVE APP-AMOUNT TO WS-APP-AMOUNT
               PERFORM VARYING VCHIDX FROM 1 BY 1
                   UNTIL VCHIDX > WS-VOUCHER-COUNT
                   OR WS-APP-VOUCHER-IDX > 0
                   IF VT-NUMBER(VCHIDX) = APP-VOUCHER-NO
                       SET WS-APP-VOUCHER-IDX TO VCHIDX
                   END-IF
               END-PERFORM

               *> a voucher already paid off earlier in the file
               *> is still in the table, at nothing open
               IF WS-APP-VOUCHER-IDX = 0
                   MOVE "VOUCHER NOT ON FILE" TO WS-APP-REJECT-REASON
               ELSE
               IF VT-AMOUNT(WS-APP-VOUCHER-IDX) = 0
                   MOVE "VOUCHER ALREADY PAID" TO WS-APP-REJECT-REASON
               ELSE
               IF WS-APP-AMOUNT > VT-AMOUNT(WS-APP-VOUCHER-IDX)
                   MOVE "MORE THAN VOUCHER OPEN"
                       TO WS-APP-REJECT-REASON
               END-IF
               END-IF
               END-IF
           END-IF.


      ******************************************************************
      * Posts the good payment in hand: off the voucher's open
      * amount, off what is owed the supplier (journaled), and onto
      * the payment register and the run totals.
      ******************************************************************
       POST-AP-PAYMENT.

           SUBTRACT WS-APP-AMOUNT FROM VT-AMOUNT(WS-APP-VOUCHER-IDX)
           IF VT-AMOUNT(WS-APP-VOUCHER-IDX) = 0
               MOVE "CLEARED" TO WS-APP-ACTION
               ADD 1 TO WS-TOTAL-AP-CLEARED
           ELSE
               MOVE "PART PAID" TO WS-APP-ACTION
           END-IF

           MOVE VT-SUPPLIER-ID(WS-APP-VOUCHER-IDX)
               TO WS-SUPPLIER-LOOKUP-ID
           PERFORM LOOKUP-SUPPLIER
           IF SUPPLIER-FOUND
               MOVE SPLT-OPEN-AP(WS-SUPPLIER-IDX) TO WS-JRNL-BEFORE
               IF WS-APP-AMOUNT > SPLT-OPEN-AP(WS-SUPPLIER-IDX)
                   MOVE 0 TO SPLT-OPEN-AP(WS-SUPPLIER-IDX)
               ELSE
                   SUBTRACT WS-APP-AMOUNT
                       FROM SPLT-OPEN-AP(WS-SUPPLIER-IDX)
               END-IF
               MOVE SPLT-OPEN-AP(WS-SUPPLIER-IDX) TO WS-JRNL-AFTER
               MOVE "APPAID " TO WS-JRNL-SOURCE
               MOVE "S" TO WS-JRNL-FILE-ID
               MOVE VT-SUPPLIER-ID(WS-APP-VOUCHER-IDX) TO WS-JRNL-KEY
               MOVE "APOPN" TO WS-JRNL-FIELD
               PERFORM WRITE-JOURNAL
           END-IF

           ADD 1 TO WS-TOTAL-AP-PAID
           ADD WS-APP-AMOUNT TO WS-TOTAL-AP-PAID-AMOUNT

           MOVE APP-VOUCHER-NO TO WS-AP-VOUCHER-ED
           MOVE WS-APP-AMOUNT TO WS-AP-AMOUNT-ED
           MOVE VT-AMOUNT(WS-APP-VOUCHER-IDX) TO WS-APA-ED-1
           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           STRING WS-AP-VOUCHER-ED "  "
               VT-SUPPLIER-ID(WS-APP-VOUCHER-IDX) "  "
               VT-INVOICE-NO(WS-APP-VOUCHER-IDX) "  "
               APP-PAID-DATE " " WS-AP-AMOUNT-ED " "
               WS-APA-ED-1 "  " WS-APP-ACTION
               DELIMITED BY SIZE
               INTO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD.


      ******************************************************************
      * Lists a payment card that cannot be posted, with the reason.
      ******************************************************************
       WRITE-AP-PAYMENT-REJECT.

           ADD 1 TO WS-TOTAL-AP-PAY-REJECTED
           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           STRING APP-VOUCHER-NO-X "  REJECTED - "
               WS-APP-REJECT-REASON "  AMOUNT " APP-AMOUNT-X
               DELIMITED BY SIZE
               INTO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD.


      ******************************************************************
      * Writes the AP payment register totals.
      ******************************************************************
       WRITE-AP-PAYMENT-TOTALS.

           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD

           MOVE WS-TOTAL-AP-PAID TO WS-AP-COUNT-ED
           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           STRING "PAYMENTS POSTED           " WS-AP-COUNT-ED
               DELIMITED BY SIZE
               INTO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD

           MOVE WS-TOTAL-AP-CLEARED TO WS-AP-COUNT-ED
           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           STRING "VOUCHERS CLEARED          " WS-AP-COUNT-ED
               DELIMITED BY SIZE
               INTO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD

           MOVE WS-TOTAL-AP-PAY-REJECTED TO WS-AP-COUNT-ED
           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           STRING "PAYMENTS REJECTED         " WS-AP-COUNT-ED
               DELIMITED BY SIZE
               INTO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD

           MOVE WS-TOTAL-AP-PAID-AMOUNT TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-PAYMENT-REGISTER-RECORD
           STRING "AMOUNT PAID        " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-PAYMENT-REGISTER-RECORD
           WRITE AP-PAYMENT-REGISTER-RECORD.


      ******************************************************************
      * Writes apaging.txt: every open AP voucher, tonight's
      * included, aged by days past its due date into one line per
      * supplier with a grand total; then the cash-requirements
      * section -- each voucher in due-date order with the running
      * cash needed to meet it, and the totals due by window (past
      * due, within 7, 14 and 30 days, and later).
      ******************************************************************
       WRITE-AP-AGING.

           OPEN OUTPUT AP-AGING-FILE

           MOVE SPACES TO AP-AGING-RECORD
           STRING "ACCOUNTS PAYABLE AGING   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD

           MOVE SPACES TO AP-AGING-RECORD
           STRING "SUPPL  SUPPLIER NAME       "
               "       CURRENT      1-30 DAYS     31-60 DAYS"
               "     61-90 DAYS    OVER 90 DAYS           TOTAL"
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD

           MOVE SPACES TO AP-AGING-RECORD
           WRITE AP-AGING-RECORD

           IF WS-VOUCHER-COUNT > 0
               SORT VOUCHER-ENTRY
                   ASCENDING VT-SUPPLIER-ID VT-DUE-DATE

               MOVE SPACES TO WS-APA-LAST-SUPPLIER
               PERFORM VARYING VCHIDX FROM 1 BY 1
                   UNTIL VCHIDX > WS-VOUCHER-COUNT
                   *> a voucher paid off tonight owes nothing and is
                   *> not aged
                   IF VT-AMOUNT(VCHIDX) > 0
                       IF VT-SUPPLIER-ID(VCHIDX)
                           NOT = WS-APA-LAST-SUPPLIER
                           IF WS-APA-LAST-SUPPLIER NOT = SPACES
                               PERFORM WRITE-AP-AGING-LINE
                           END-IF
                           MOVE VT-SUPPLIER-ID(VCHIDX)
                               TO WS-APA-LAST-SUPPLIER
                           MOVE 0 TO WS-APA-CURRENT
                           MOVE 0 TO WS-APA-1-30
                           MOVE 0 TO WS-APA-31-60
                           MOVE 0 TO WS-APA-61-90
                           MOVE 0 TO WS-APA-OVER-90
                       END-IF

                       *> a due date that will not convert ages the
                       *> voucher into the oldest bucket
                       IF VT-DUE-DATE(VCHIDX) NUMERIC
                       AND VT-DUE-DATE(VCHIDX) > 0
                           COMPUTE WS-AP-DAYS-PAST-DUE =
                               WS-RUN-DATE-INT -
                               FUNCTION INTEGER-OF-DATE
                                   (VT-DUE-DATE(VCHIDX))
                       ELSE
                           MOVE 99999 TO WS-AP-DAYS-PAST-DUE
                       END-IF

                       EVALUATE TRUE
                           WHEN WS-AP-DAYS-PAST-DUE NOT GREATER 0
                               ADD VT-AMOUNT(VCHIDX) TO WS-APA-CURRENT
                           WHEN WS-AP-DAYS-PAST-DUE NOT GREATER 30
                               ADD VT-AMOUNT(VCHIDX) TO WS-APA-1-30
                           WHEN WS-AP-DAYS-PAST-DUE NOT GREATER 60
                               ADD VT-AMOUNT(VCHIDX) TO WS-APA-31-60
                           WHEN WS-AP-DAYS-PAST-DUE NOT GREATER 90
                               ADD VT-AMOUNT(VCHIDX) TO WS-APA-61-90
                           WHEN OTHER
                               ADD VT-AMOUNT(VCHIDX) TO WS-APA-OVER-90
                       END-EVALUATE

                       *> and the window the cash is needed in
                       EVALUATE TRUE
                           WHEN WS-AP-DAYS-PAST-DUE > 0
                               ADD VT-AMOUNT(VCHIDX) TO WS-APC-PAST-DUE
                           WHEN WS-AP-DAYS-PAST-DUE NOT LESS -7
                               ADD VT-AMOUNT(VCHIDX) TO WS-APC-DUE-7
                           WHEN WS-AP-DAYS-PAST-DUE NOT LESS -14
                               ADD VT-AMOUNT(VCHIDX) TO WS-APC-DUE-14
                           WHEN WS-AP-DAYS-PAST-DUE NOT LESS -30
                               ADD VT-AMOUNT(VCHIDX) TO WS-APC-DUE-30
                           WHEN OTHER
                               ADD VT-AMOUNT(VCHIDX) TO WS-APC-DUE-LATER
                       END-EVALUATE
                   END-IF
               END-PERFORM

               PERFORM WRITE-AP-AGING-LINE
           END-IF

           MOVE WS-APG-CURRENT TO WS-APA-ED-1
           MOVE WS-APG-1-30 TO WS-APA-ED-2
           MOVE WS-APG-31-60 TO WS-APA-ED-3
           MOVE WS-APG-61-90 TO WS-APA-ED-4
           MOVE WS-APG-OVER-90 TO WS-APA-ED-5
           MOVE WS-APG-TOTAL TO WS-APA-ED-6
           MOVE SPACES TO AP-AGING-RECORD
           STRING "       GRAND TOTAL         " WS-APA-ED-1 "  "
               WS-APA-ED-2 "  " WS-APA-ED-3 "  " WS-APA-ED-4 "  "
               WS-APA-ED-5 "  " WS-APA-ED-6
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD

           *> cash requirements -- what must be paid, and by when
           MOVE SPACES TO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE SPACES TO AP-AGING-RECORD
           STRING "CASH REQUIREMENTS   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE SPACES TO AP-AGING-RECORD
           STRING "DUE DATE  VOUCHER  SUPPL  SUPPLIER NAME       "
               "  INVOICE NO          AMOUNT     CUMULATIVE"
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE SPACES TO AP-AGING-RECORD
           WRITE AP-AGING-RECORD

           MOVE 0 TO WS-APC-CUMULATIVE
           IF WS-VOUCHER-COUNT > 0
               SORT VOUCHER-ENTRY ASCENDING VT-DUE-DATE VT-NUMBER
               PERFORM VARYING VCHIDX FROM 1 BY 1
                   UNTIL VCHIDX > WS-VOUCHER-COUNT
                   *> nor is it cash still to find
                   IF VT-AMOUNT(VCHIDX) > 0
                       MOVE VT-SUPPLIER-ID(VCHIDX)
                           TO WS-SUPPLIER-LOOKUP-ID
                       PERFORM LOOKUP-SUPPLIER
                       IF SUPPLIER-FOUND
                           MOVE SPLT-NAME(WS-SUPPLIER-IDX)
                               TO WS-APA-NAME
                       ELSE
                           MOVE "(UNKNOWN)" TO WS-APA-NAME
                       END-IF
                       ADD VT-AMOUNT(VCHIDX) TO WS-APC-CUMULATIVE
                       MOVE VT-NUMBER(VCHIDX) TO WS-AP-VOUCHER-ED
                       MOVE VT-AMOUNT(VCHIDX) TO WS-APA-ED-1
                       MOVE WS-APC-CUMULATIVE TO WS-APA-ED-6
                       MOVE SPACES TO AP-AGING-RECORD
                       STRING VT-DUE-DATE(VCHIDX) "  " WS-AP-VOUCHER-ED
                           "  " VT-SUPPLIER-ID(VCHIDX) "  " WS-APA-NAME
                           "  " VT-INVOICE-NO(VCHIDX) " " WS-APA-ED-1
                           " " WS-APA-ED-6
                           DELIMITED BY SIZE
                           INTO AP-AGING-RECORD
                       WRITE AP-AGING-RECORD
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE WS-APC-PAST-DUE TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-AGING-RECORD
           STRING "PAST DUE NOW              " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE WS-APC-DUE-7 TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-AGING-RECORD
           STRING "DUE WITHIN 7 DAYS         " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE WS-APC-DUE-14 TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-AGING-RECORD
           STRING "DUE IN 8-14 DAYS          " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE WS-APC-DUE-30 TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-AGING-RECORD
           STRING "DUE IN 15-30 DAYS         " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE WS-APC-DUE-LATER TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-AGING-RECORD
           STRING "DUE AFTER 30 DAYS         " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD
           MOVE WS-APC-CUMULATIVE TO WS-AP-TOTAL-ED
           MOVE SPACES TO AP-AGING-RECORD
           STRING "TOTAL OPEN PAYABLES       " WS-AP-TOTAL-ED
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD

           CLOSE AP-AGING-FILE.


      ******************************************************************
      * Writes the aging line for the supplier whose buckets are in
      * hand and rolls them into the grand totals. Called at each
      * supplier control break and once after the last voucher.
      ******************************************************************
       WRITE-AP-AGING-LINE.

           MOVE WS-APA-LAST-SUPPLIER TO WS-SUPPLIER-LOOKUP-ID
           PERFORM LOOKUP-SUPPLIER
           IF SUPPLIER-FOUND
               MOVE SPLT-NAME(WS-SUPPLIER-IDX) TO WS-APA-NAME
           ELSE
               MOVE "(UNKNOWN)" TO WS-APA-NAME
           END-IF

           ADD WS-APA-CURRENT WS-APA-1-30 WS-APA-31-60 WS-APA-61-90
               WS-APA-OVER-90 GIVING WS-APA-TOTAL

           MOVE WS-APA-CURRENT TO WS-APA-ED-1
           MOVE WS-APA-1-30 TO WS-APA-ED-2
           MOVE WS-APA-31-60 TO WS-APA-ED-3
           MOVE WS-APA-61-90 TO WS-APA-ED-4
           MOVE WS-APA-OVER-90 TO WS-APA-ED-5
           MOVE WS-APA-TOTAL TO WS-APA-ED-6
           MOVE SPACES TO AP-AGING-RECORD
           STRING WS-APA-LAST-SUPPLIER "  " WS-APA-NAME
               WS-APA-ED-1 "  " WS-APA-ED-2 "  " WS-APA-ED-3 "  "
               WS-APA-ED-4 "  " WS-APA-ED-5 "  " WS-APA-ED-6
               DELIMITED BY SIZE
               INTO AP-AGING-RECORD
           WRITE AP-AGING-RECORD

           ADD WS-APA-CURRENT TO WS-APG-CURRENT
           ADD WS-APA-1-30 TO WS-APG-1-30
           ADD WS-APA-31-60 TO WS-APG-31-60
           ADD WS-APA-61-90 TO WS-APG-61-90
           ADD WS-APA-OVER-90 TO WS-APG-OVER-90
           ADD WS-APA-TOTAL TO WS-APG-TOTAL.


      ******************************************************************
           MOVE WS-TOTAL-MAINT-REJECTED TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Total Counts Posted" TO SUM-LABEL
           MOVE WS-TOTAL-COUNTS-POSTED TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Total Counts Rejected" TO SUM-LABEL
           MOVE WS-TOTAL-COUNTS-REJECTED TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Total Count Shrinkage At Cost" TO SUM-LABEL
           MOVE WS-TOTAL-COUNT-SHRINK TO SUM-VALUE
           WRITE SUMMARY-RECORD

           MOVE "Total Count Overage At Cost" TO SUM-LABEL
           MOVE WS-TOTAL-COUNT-OVERAGE TO SUM-VALUE
           WRITE SUMMARY-RECORD

           MOVE "Total Items Frozen For Count" TO SUM-LABEL
           MOVE WS-TOTAL-COUNTS-FROZEN TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Total Orders Held For Count" TO SUM-LABEL
           MOVE WS-TOTAL-FROZEN-HELD TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Total Transfers Posted" TO SUM-LABEL
           MOVE WS-TOTAL-TRANSFERS TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Total Transfers Rejected" TO SUM-LABEL
           MOVE WS-TOTAL-XFER-REJECTED TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Total Units Transferred" TO SUM-LABEL
           MOVE WS-TOTAL-XFER-UNITS TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Standing Orders Generated" TO SUM-LABEL
           MOVE WS-TOTAL-SO-GENERATED TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Standing Orders Skipped" TO SUM-LABEL
           MOVE WS-TOTAL-SO-SKIPPED TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "AP Invoices Vouchered" TO SUM-LABEL
           MOVE WS-TOTAL-AP-VOUCHERED TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "AP Amount Vouchered" TO SUM-LABEL
           MOVE WS-TOTAL-AP-AMOUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD

           MOVE "AP Invoices Held" TO SUM-LABEL
           MOVE WS-TOTAL-AP-HELD TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "AP Amount Held" TO SUM-LABEL
           MOVE WS-TOTAL-AP-HELD-AMOUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD

           MOVE "AP Payments Posted" TO SUM-LABEL
           MOVE WS-TOTAL-AP-PAID TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "AP Amount Paid" TO SUM-LABEL
           MOVE WS-TOTAL-AP-PAID-AMOUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD

           MOVE "AP Payments Rejected" TO SUM-LABEL
           MOVE WS-TOTAL-AP-PAY-REJECTED TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Integrity Warnings" TO SUM-LABEL
           MOVE WS-TOTAL-INTEG-WARNINGS TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Bad Debts Written Off" TO SUM-LABEL
           MOVE WS-TOTAL-WO-BAD-DEBT TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Small Balances Written Off" TO SUM-LABEL
           MOVE WS-TOTAL-WO-SMALL TO SUM-COUNT-DISPLAY
           WRITE SUMMARY-RECORD

           MOVE "Total Written Off" TO SUM-LABEL
           MOVE WS-TOTAL-WO-AMOUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD

           CLOSE SUMMARY-FILE.


           WRITE INVOICE-DOC-RECORD.


      ******************************************************************
      * Writes the warehouse pick list to picklist.txt -- every line
      * invoiced tonight, one section per warehouse, and within it one
      * group per customer ship-to with its delivery address, so the
      * pickers can stage each shipment together. Quantities only, no
      * prices. Sorted by warehouse, customer and ship-to first for a
      * single control-break pass, like the invoice documents.
      ******************************************************************
       WRITE-PICK-LIST.

           OPEN OUTPUT PICK-LIST-FILE

           IF WS-ORDER-LINE-COUNT > 0
               SORT ORDER-LINE-ENTRY ASCENDING OL-WAREHOUSE
                   OL-CUSTOMER-ID OL-SHIP-TO OL-INVOICE-NO

               MOVE SPACES TO WS-PICK-LAST-WAREHOUSE
               MOVE SPACES TO WS-PICK-LAST-CUSTOMER-ID
               MOVE SPACES TO WS-PICK-LAST-SHIP-TO
               MOVE 0 TO WS-PICK-GROUP-UNITS

               PERFORM VARYING OLIDX FROM 1 BY 1
                   UNTIL OLIDX > WS-ORDER-LINE-COUNT

                   *> a new warehouse starts a new pick list
                   IF OLIDX = 1
                   OR OL-WAREHOUSE(OLIDX) NOT = WS-PICK-LAST-WAREHOUSE
                       IF OLIDX > 1
                           PERFORM WRITE-PICK-GROUP-TRAILER
                           MOVE SPACES TO PICK-LIST-RECORD
                           WRITE PICK-LIST-RECORD
                       END-IF
                       MOVE SPACES TO PICK-LIST-RECORD
                       STRING "PICK LIST  WAREHOUSE "
                           OL-WAREHOUSE(OLIDX)
                           "  DATE " WS-RUN-DATE
                           DELIMITED BY SIZE
                           INTO PICK-LIST-RECORD
                       WRITE PICK-LIST-RECORD
                       MOVE OL-WAREHOUSE(OLIDX)
                           TO WS-PICK-LAST-WAREHOUSE
                       MOVE SPACES TO WS-PICK-LAST-CUSTOMER-ID
                       MOVE SPACES TO WS-PICK-LAST-SHIP-TO
                   END-IF

                   *> a new customer ship-to starts a new group
                   IF OL-CUSTOMER-ID(OLIDX) NOT =
                      WS-PICK-LAST-CUSTOMER-ID
                   OR OL-SHIP-TO(OLIDX) NOT = WS-PICK-LAST-SHIP-TO
                       IF WS-PICK-LAST-CUSTOMER-ID NOT = SPACES
                           PERFORM WRITE-PICK-GROUP-TRAILER
                       END-IF
                       MOVE OL-CUSTOMER-ID(OLIDX)
                           TO WS-PICK-LAST-CUSTOMER-ID
                       MOVE OL-SHIP-TO(OLIDX) TO WS-PICK-LAST-SHIP-TO
                       MOVE 0 TO WS-PICK-GROUP-UNITS
                       PERFORM RESOLVE-DELIVERY-ADDRESS

                       MOVE SPACES TO PICK-LIST-RECORD
                       WRITE PICK-LIST-RECORD
                       MOVE SPACES TO PICK-LIST-RECORD
                       STRING "  SHIP TO " OL-CUSTOMER-ID(OLIDX)
                           " " OL-SHIP-TO(OLIDX)
                           "  " WS-DLV-NAME
                           DELIMITED BY SIZE
                           INTO PICK-LIST-RECORD
                       WRITE PICK-LIST-RECORD
                       MOVE SPACES TO PICK-LIST-RECORD
                       STRING "          " WS-DLV-ADDRESS
                           " " WS-DLV-CITY
                           " " WS-DLV-STATE-ZIP-COUNTRY
                           DELIMITED BY SIZE
                           INTO PICK-LIST-RECORD
                       WRITE PICK-LIST-RECORD
                   END-IF

                   MOVE OL-NUMBER-ORDERED(OLIDX) TO WS-PICK-QTY-ED
                   MOVE SPACES TO PICK-LIST-RECORD
                   STRING "    ITEM " OL-INVENTORY-ID(OLIDX)
                       "  " OL-ITEM-NAME(OLIDX)
                       "  PICK " WS-PICK-QTY-ED
                       "  INV " OL-INVOICE-NO(OLIDX)
                       DELIMITED BY SIZE
                       INTO PICK-LIST-RECORD
                   WRITE PICK-LIST-RECORD
                   ADD OL-NUMBER-ORDERED(OLIDX) TO WS-PICK-GROUP-UNITS

               END-PERFORM

               PERFORM WRITE-PICK-GROUP-TRAILER
           END-IF

           CLOSE PICK-LIST-FILE.


      ******************************************************************
      * Writes the units line that closes out the current ship-to
      * group on the pick list.
      ******************************************************************
       WRITE-PICK-GROUP-TRAILER.

           MOVE WS-PICK-GROUP-UNITS TO WS-PICK-UNITS-ED
           MOVE SPACES TO PICK-LIST-RECORD
           STRING "    UNITS TO PICK " WS-PICK-UNITS-ED
               DELIMITED BY SIZE
               INTO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD.


      ******************************************************************
      * Writes packslips.txt -- one packing slip per shipment (the
      * warehouse it leaves from, the customer and ship-to it goes
      * to), with the delivery address block and every line packed
      * in it. Quantities only, no prices: the slip travels in the
      * carton. Same sort and control break as the pick list.
      ******************************************************************
       WRITE-PACKING-SLIPS.

           OPEN OUTPUT PACKING-SLIP-FILE

           IF WS-ORDER-LINE-COUNT > 0
               SORT ORDER-LINE-ENTRY ASCENDING OL-WAREHOUSE
                   OL-CUSTOMER-ID OL-SHIP-TO OL-INVOICE-NO

               MOVE SPACES TO WS-PICK-LAST-WAREHOUSE
               MOVE SPACES TO WS-PICK-LAST-CUSTOMER-ID
               MOVE SPACES TO WS-PICK-LAST-SHIP-TO
               MOVE 0 TO WS-PICK-GROUP-UNITS

               PERFORM VARYING OLIDX FROM 1 BY 1
                   UNTIL OLIDX > WS-ORDER-LINE-COUNT

                   IF OLIDX = 1
                   OR OL-WAREHOUSE(OLIDX) NOT = WS-PICK-LAST-WAREHOUSE
                   OR OL-CUSTOMER-ID(OLIDX) NOT =
                      WS-PICK-LAST-CUSTOMER-ID
                   OR OL-SHIP-TO(OLIDX) NOT = WS-PICK-LAST-SHIP-TO

                       IF OLIDX > 1
                           PERFORM WRITE-PACKING-SLIP-TRAILER
                       END-IF

                       MOVE OL-WAREHOUSE(OLIDX)
                           TO WS-PICK-LAST-WAREHOUSE
                       MOVE OL-CUSTOMER-ID(OLIDX)
                           TO WS-PICK-LAST-CUSTOMER-ID
                       MOVE OL-SHIP-TO(OLIDX) TO WS-PICK-LAST-SHIP-TO
                       MOVE 0 TO WS-PICK-GROUP-UNITS
                       PERFORM RESOLVE-DELIVERY-ADDRESS
                       PERFORM WRITE-PACKING-SLIP-HEADER
                   END-IF

                   MOVE OL-NUMBER-ORDERED(OLIDX) TO WS-PICK-QTY-ED
                   MOVE SPACES TO PACKING-SLIP-RECORD
                   STRING "  INV " OL-INVOICE-NO(OLIDX)
                       "  " OL-INVENTORY-ID(OLIDX)
                       "  " OL-ITEM-NAME(OLIDX)
                       " QTY " WS-PICK-QTY-ED
                       DELIMITED BY SIZE
                       INTO PACKING-SLIP-RECORD
                   WRITE PACKING-SLIP-RECORD
                   ADD OL-NUMBER-ORDERED(OLIDX) TO WS-PICK-GROUP-UNITS

               END-PERFORM

               PERFORM WRITE-PACKING-SLIP-TRAILER
           END-IF

           CLOSE PACKING-SLIP-FILE.


      ******************************************************************
      * Writes the heading and deliver-to address block that open a
      * packing slip. Uses the WS-DLV- address RESOLVE-DELIVERY-ADDRESS
      * left behind at the control break.
      ******************************************************************
       WRITE-PACKING-SLIP-HEADER.

           MOVE SPACES TO PACKING-SLIP-RECORD
           STRING "PACKING SLIP  " WS-PICK-LAST-CUSTOMER-ID
               "  SHIP-TO " WS-PICK-LAST-SHIP-TO
               "  FROM WAREHOUSE " WS-PICK-LAST-WAREHOUSE
               "  DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD

           MOVE "DELIVER TO:" TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           MOVE WS-DLV-NAME TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           MOVE WS-DLV-ADDRESS TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           STRING WS-DLV-CITY
               " " WS-DLV-STATE-ZIP-COUNTRY
               DELIMITED BY SIZE
               INTO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD

           MOVE SPACES TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD.


      ******************************************************************
      * Writes the units line that closes out the current packing
      * slip.
      ******************************************************************
       WRITE-PACKING-SLIP-TRAILER.

           MOVE WS-PICK-GROUP-UNITS TO WS-PICK-UNITS-ED
           MOVE SPACES TO PACKING-SLIP-RECORD
           STRING "  TOTAL UNITS SHIPPED " WS-PICK-UNITS-ED
               DELIMITED BY SIZE
               INTO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD

           MOVE SPACES TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD.


      ******************************************************************
      * Loads WS-DLV-NAME / -ADDRESS / -CITY / -STATE-ZIP-COUNTRY
      * with where the order line at OLIDX is delivered: its ship-to's
      * address, or the customer's bill-to address when the line
      * names no ship-to (or the ship-to has since left the master).
      ******************************************************************
       RESOLVE-DELIVERY-ADDRESS.

           MOVE SPACES TO WS-DLV-NAME WS-DLV-ADDRESS WS-DLV-CITY
               WS-DLV-STATE-ZIP-COUNTRY
           MOVE 'N' TO WS-SHIPTO-FOUND-SW
           IF OL-SHIP-TO(OLIDX) NOT = SPACES
               MOVE OL-CUSTOMER-ID(OLIDX) TO WS-SHIPTO-LOOKUP-CUST
               MOVE OL-SHIP-TO(OLIDX) TO WS-SHIPTO-LOOKUP-CODE
               PERFORM LOOKUP-SHIP-TO
           END-IF

           IF SHIP-TO-FOUND
               MOVE STT-NAME(WS-SHIPTO-IDX) TO WS-DLV-NAME
               MOVE STT-ADDRESS(WS-SHIPTO-IDX) TO WS-DLV-ADDRESS
               MOVE STT-CITY(WS-SHIPTO-IDX) TO WS-DLV-CITY
               MOVE STT-STATE-ZIP-COUNTRY(WS-SHIPTO-IDX)
                   TO WS-DLV-STATE-ZIP-COUNTRY
           ELSE
               MOVE OL-CUSTOMER-ID(OLIDX) TO WS-LOOKUP-CUSTOMER-ID
               PERFORM LOOKUP-CUSTOMER
               IF FOUND-TRANS-CUST
                   MOVE CTABLE-CUSTOMER-NAME(WS-CUSTOMER-TRANS-IDX)
                       TO WS-DLV-NAME
                   MOVE CTABLE-CUSTOMER-ADDRESS(WS-CUSTOMER-TRANS-IDX)
                       TO WS-DLV-ADDRESS
                   MOVE CTABLE-CUSTOMER-CITY(WS-CUSTOMER-TRANS-IDX)
                       TO WS-DLV-CITY
                   MOVE CTABLE-STATE-ZIP-COUNTRY(WS-CUSTOMER-TRANS-IDX)
                       TO WS-DLV-STATE-ZIP-COUNTRY
               END-IF
           END-IF.


      ******************************************************************
      * Writes the aged accounts-receivable report to aging.txt --
      * one line per customer with open items, the open balance
               PERFORM WRITE-GL-CREDIT
           END-IF

           *> physical-count adjustments at cost -- a short count
           *> writes the missing stock off to shrinkage, a long one
           *> puts the found stock back on the books
           IF WS-TOTAL-COUNT-SHRINK > 0
               MOVE WS-TOTAL-COUNT-SHRINK TO WS-GL-ENTRY-AMOUNT
               MOVE "COUNT SHRINKAGE" TO WS-GL-ENTRY-DESC
               MOVE WS-GLA-SHRNK-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-DEBIT
               MOVE WS-GLA-INVTY-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-CREDIT
           END-IF

           IF WS-TOTAL-COUNT-OVERAGE > 0
               MOVE WS-TOTAL-COUNT-OVERAGE TO WS-GL-ENTRY-AMOUNT
               MOVE "COUNT OVERAGE" TO WS-GL-ENTRY-DESC
               MOVE WS-GLA-INVTY-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-DEBIT
               MOVE WS-GLA-SHRNK-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-CREDIT
           END-IF

           *> supplier invoices vouchered tonight -- the goods go on
           *> the books at the billed cost, owed to trade payables
           IF WS-TOTAL-AP-AMOUNT > 0
               MOVE WS-TOTAL-AP-AMOUNT TO WS-GL-ENTRY-AMOUNT
               MOVE "AP VOUCHERS" TO WS-GL-ENTRY-DESC
               MOVE WS-GLA-INVTY-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-DEBIT
               MOVE WS-GLA-APPAY-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-CREDIT
           END-IF

           *> supplier vouchers paid tonight -- off trade payables,
           *> out of the bank
           IF WS-TOTAL-AP-PAID-AMOUNT > 0
               MOVE WS-TOTAL-AP-PAID-AMOUNT TO WS-GL-ENTRY-AMOUNT
               MOVE "AP PAYMENTS" TO WS-GL-ENTRY-DESC
               MOVE WS-GLA-APPAY-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-DEBIT
               MOVE WS-GLA-CASH-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-CREDIT
           END-IF

           *> balances written off tonight -- bad debts and small
           *> leftovers alike come off receivables to bad-debt expense
           IF WS-TOTAL-WO-AMOUNT > 0
               MOVE WS-TOTAL-WO-AMOUNT TO WS-GL-ENTRY-AMOUNT
               MOVE "BAD DEBT WRITOFF" TO WS-GL-ENTRY-DESC
               MOVE WS-GLA-BADDT-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-DEBIT
               MOVE WS-GLA-AR-ACCT TO WS-GL-ENTRY-ACCT
               PERFORM WRITE-GL-CREDIT
           END-IF

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY "GL DISTRIBUTION OUT OF BALANCE"
               DISPLAY "  DEBITS  " WS-GL-DEBIT-TOTAL
      ******************************************************************
       WRITE-SALES-ANALYSIS.

           MOVE WS-RUN-DATE TO WS-SALES-PERIOD-DATE
           PERFORM ROLL-UP-SALES-HISTORY

           PERFORM WRITE-SALES-BY-ITEM
           PERFORM WRITE-SALES-BY-CUSTOMER
           PERFORM WRITE-DEAD-STOCK.


      ******************************************************************
      * Clears the roll-up fields on the master tables and folds the
      * whole of saleshist.dat into them, struck for the month and
      * year of WS-SALES-PERIOD-DATE -- the run date for the nightly
      * analysis, the period end for a period-end close.
      ******************************************************************
       ROLL-UP-SALES-HISTORY.

           PERFORM VARYING IIDX FROM 1 BY 1
               UNTIL IIDX > WS-INVENTORY-COUNT
               MOVE 0 TO ITABLE-PERIOD-UNITS(IIDX)

               CLOSE SALES-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * Folds the single history record in hand into the roll-ups:
      * sales add, returns subtract; only rows in the roll-up month
      * count toward the period, only rows in the roll-up year toward
      * YTD; the item's latest sale date feeds the dead-stock check.
      * Malformed rows (bad type or non-numeric fields) are skipped.
      ******************************************************************
               MOVE SH-INVENTORY-ID TO WS-LOOKUP-INVENTORY-ID
               PERFORM LOOKUP-INVENTORY
               IF FOUND-TRANS-INV
                   IF SH-DATE(1:4) = WS-SALES-PERIOD-DATE(1:4)
                       IF SH-SALE-REC
                           ADD SH-QUANTITY
                               TO ITABLE-YTD-UNITS(WS-INV-TRANS-IDX)
                             FROM ITABLE-YTD-DOLLARS(WS-INV-TRANS-IDX)
                       END-IF
                   END-IF
                   IF SH-DATE(1:6) = WS-SALES-PERIOD-DATE(1:6)
                       IF SH-SALE-REC
                           ADD SH-QUANTITY
                             TO ITABLE-PERIOD-UNITS(WS-INV-TRANS-IDX)
               MOVE SH-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
               PERFORM LOOKUP-CUSTOMER
               IF FOUND-TRANS-CUST
                   IF SH-DATE(1:4) = WS-SALES-PERIOD-DATE(1:4)
                       IF SH-SALE-REC
                           ADD SH-QUANTITY TO
                             CTABLE-YTD-UNITS(WS-CUSTOMER-TRANS-IDX)
                             CTABLE-YTD-DOLLARS(WS-CUSTOMER-TRANS-IDX)
                       END-IF
                   END-IF
                   IF SH-DATE(1:6) = WS-SALES-PERIOD-DATE(1:6)
                       IF SH-SALE-REC
                           ADD SH-QUANTITY TO
                             CTABLE-PERIOD-UNITS
                       MOVE 99999 TO WS-BO-AGE-DAYS
                   END-IF
                   MOVE WS-BO-AGE-DAYS TO BOR-AGE-DAYS
                   MOVE BO-WAREHOUSE(BOIDX) TO BOR-WAREHOUSE

                   WRITE BACKORDER-REPORT-RECORD
                   ADD 1 TO WS-TOTAL-BO-WAITING

      ******************************************************************
      * Banks a generation copy of every file the rewrite replaces --
      * customers.dat, inventory.dat, openitems.dat, backorders.dat,
      * whstock.dat, apvouchers.dat -- into the next slot of a
      * five-slot cycle
      * (customers.g1 ... customers.g5 and so on), so a bad rewrite
      * always has a yesterday copy to fall back to. The slot number
      * is persisted on gencycle.dat and recorded on the run-history
      * line.
      ******************************************************************
       SAVE-MASTER-GENERATIONS.

               INTO WS-GEN-OUTPUT-NAME
           PERFORM COPY-GENERATION-FILE

           MOVE SPACES TO WS-GEN-INPUT-NAME
           MOVE "whstock.dat" TO WS-GEN-INPUT-NAME
           MOVE SPACES TO WS-GEN-OUTPUT-NAME
           STRING "whstock.g" WS-GEN-CYCLE DELIMITED BY SIZE
               INTO WS-GEN-OUTPUT-NAME
           PERFORM COPY-GENERATION-FILE

           MOVE SPACES TO WS-GEN-INPUT-NAME
           MOVE "apvouchers.dat" TO WS-GEN-INPUT-NAME
           MOVE SPACES TO WS-GEN-OUTPUT-NAME
           STRING "apvouchers.g" WS-GEN-CYCLE DELIMITED BY SIZE
               INTO WS-GEN-OUTPUT-NAME
           PERFORM COPY-GENERATION-FILE

           *> persist the next slot for tomorrow's run
           OPEN OUTPUT GEN-CYCLE-FILE
           IF WS-GEN-CYCLE < 5
               MOVE CTABLE-PRICE-TIER(CIDX) TO PRICE-TIER
               MOVE CTABLE-CREDIT-LIMIT(CIDX) TO CREDIT-LIMIT
               MOVE CTABLE-ON-ACCOUNT(CIDX) TO ON-ACCOUNT
               MOVE CTABLE-WAREHOUSE(CIDX) TO CUSTOMER-WAREHOUSE
               MOVE CTABLE-WRITEOFF-FLAG(CIDX) TO CUSTOMER-WRITEOFF
               WRITE CUSTOMER-RECORD
           END-PERFORM
           CLOSE CUSTOMERS-FILE
           END-PERFORM
           CLOSE INVENTORY-FILE

           *> stock by warehouse -- locations of items deleted
           *> this run go with the item
           OPEN OUTPUT WHSTOCK-FILE
           PERFORM VARYING LCIDX FROM 1 BY 1
               UNTIL LCIDX > WS-LOCATION-COUNT
               MOVE LOC-INVENTORY-ID(LCIDX) TO WS-LOOKUP-INVENTORY-ID
               PERFORM LOOKUP-INVENTORY
               IF FOUND-TRANS-INV
                   MOVE SPACES TO WHSTOCK-RECORD
                   MOVE LOC-INVENTORY-ID(LCIDX) TO WHS-INVENTORY-ID
                   MOVE LOC-WAREHOUSE(LCIDX) TO WHS-WAREHOUSE
                   MOVE LOC-ON-HAND(LCIDX) TO WHS-ON-HAND
                   MOVE LOC-REORDER-POINT(LCIDX) TO WHS-REORDER-POINT
                   MOVE LOC-ORDER-UP-TO(LCIDX) TO WHS-ORDER-UP-TO
                   WRITE WHSTOCK-RECORD
               END-IF
           END-PERFORM
           CLOSE WHSTOCK-FILE

           *> carry the dated open items forward the same way --
           *> items relieved to zero are dropped here
           OPEN OUTPUT OPEN-ITEM-FILE
                   MOVE BO-DISCOUNT(BOIDX) TO BOF-DISCOUNT
                   MOVE BO-DATE(BOIDX) TO BOF-DATE
                   MOVE BO-SALESPERSON(BOIDX) TO BOF-SALESPERSON
                   MOVE BO-WAREHOUSE(BOIDX) TO BOF-WAREHOUSE
                   MOVE BO-SHIP-TO(BOIDX) TO BOF-SHIP-TO
                   WRITE BACKORDER-FILE-RECORD
               END-IF
           END-PERFORM
           *> carry the still-open purchase orders forward with
           *> their outstanding quantities -- POs received in full
           *> are dropped here, like released backorders
           *> a PO stays on file while goods are still to come or
           *> the supplier has yet to bill for what was received
           OPEN OUTPUT PO-FILE
           PERFORM VARYING POIDX FROM 1 BY 1
               UNTIL POIDX > WS-PO-COUNT
               IF (POT-STATUS(POIDX) NOT = 'C'
                   AND POT-OUTSTANDING(POIDX) > 0)
               OR POT-INVOICED(POIDX) + POT-OUTSTANDING(POIDX)
                  < POT-QUANTITY(POIDX)
                   MOVE POT-ITEM-ID(POIDX) TO PO-ITEM-ID
                   MOVE POT-SUPPLIER-ID(POIDX) TO PO-SUPPLIER-ID
                   MOVE POT-DATE(POIDX) TO PO-DATE
                   MOVE POT-ITEM-NAME(POIDX) TO PO-ITEM-NAME
                   MOVE POT-STATUS(POIDX) TO PO-STATUS
                   MOVE POT-OUTSTANDING(POIDX) TO PO-OUTSTANDING
                   MOVE POT-WAREHOUSE(POIDX) TO PO-WAREHOUSE
                   MOVE POT-UNIT-COST(POIDX) TO PO-UNIT-COST
                   MOVE POT-INVOICED(POIDX) TO PO-INVOICED
                   WRITE PO-RECORD
               END-IF
           END-PERFORM
           CLOSE PO-FILE

           *> the open AP vouchers, tonight's included -- one paid
           *> off in full is done with and drops off the file
           OPEN OUTPUT AP-VOUCHER-FILE
           PERFORM VARYING VCHIDX FROM 1 BY 1
               UNTIL VCHIDX > WS-VOUCHER-COUNT
               IF VT-AMOUNT(VCHIDX) > 0
                   MOVE SPACES TO AP-VOUCHER-RECORD
                   MOVE VT-NUMBER(VCHIDX) TO VCH-NUMBER
                   MOVE VT-SUPPLIER-ID(VCHIDX) TO VCH-SUPPLIER-ID
                   MOVE VT-INVOICE-NO(VCHIDX) TO VCH-INVOICE-NO
                   MOVE VT-ITEM-ID(VCHIDX) TO VCH-ITEM-ID
                   MOVE VT-INVOICE-DATE(VCHIDX) TO VCH-INVOICE-DATE
                   MOVE VT-DUE-DATE(VCHIDX) TO VCH-DUE-DATE
                   MOVE VT-QUANTITY(VCHIDX) TO VCH-QUANTITY
                   MOVE VT-AMOUNT(VCHIDX) TO VCH-AMOUNT
                   MOVE VT-ENTRY-DATE(VCHIDX) TO VCH-ENTRY-DATE
                   WRITE AP-VOUCHER-RECORD
               END-IF
           END-PERFORM
           CLOSE AP-VOUCHER-FILE

           *> persist where the invoice-number sequence stands, so
           *> the numbers assigned tonight are never reissued
           OPEN OUTPUT INVOICE-SEQ-FILE
               MOVE ITABLE-BEGIN-STOCK(IIDX)
                   TO ITABLE-REPLAY-STOCK(IIDX)
           END-PERFORM
           PERFORM VARYING LCIDX FROM 1 BY 1
               UNTIL LCIDX > WS-LOCATION-COUNT
               MOVE LOC-BEGIN-ON-HAND(LCIDX)
                   TO LOC-REPLAY-ON-HAND(LCIDX)
           END-PERFORM
           PERFORM VARYING SUPIDX FROM 1 BY 1
               UNTIL SUPIDX > WS-SUPPLIER-COUNT
               MOVE SPLT-BEGIN-AP(SUPIDX) TO SPLT-REPLAY-AP(SUPIDX)
           END-PERFORM

           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-PRESENT
                   ADD 1 TO WS-RECON-EXCEPTIONS
               END-IF
           END-PERFORM
           PERFORM VARYING LCIDX FROM 1 BY 1
               UNTIL LCIDX > WS-LOCATION-COUNT
               MOVE LOC-INVENTORY-ID(LCIDX) TO WS-LOOKUP-INVENTORY-ID
               PERFORM LOOKUP-INVENTORY
               IF FOUND-TRANS-INV
               AND LOC-REPLAY-ON-HAND(LCIDX) NOT =
                   LOC-ON-HAND(LCIDX)
                   MOVE LOC-REPLAY-ON-HAND(LCIDX)
                       TO WS-RECON-REPLAYED-ED
                   MOVE LOC-ON-HAND(LCIDX)
                       TO WS-RECON-ACTUAL-ED
                   MOVE SPACES TO RECONCILE-RECORD
                   STRING "ENDING MISMATCH WHSE "
                       LOC-INVENTORY-ID(LCIDX) " "
                       LOC-WAREHOUSE(LCIDX)
                       " REPLAYED " WS-RECON-REPLAYED-ED
                       " WRITTEN " WS-RECON-ACTUAL-ED
                       DELIMITED BY SIZE
                       INTO RECONCILE-RECORD
                   WRITE RECONCILE-RECORD
                   ADD 1 TO WS-RECON-EXCEPTIONS
               END-IF
           END-PERFORM

           *> a supplier's AP is not carried on its own master
           *> record -- it is what its open vouchers add up to, so
           *> the replayed figure is proven against the vouchers
           *> as rewritten
           PERFORM VARYING SUPIDX FROM 1 BY 1
               UNTIL SUPIDX > WS-SUPPLIER-COUNT
               MOVE 0 TO SPLT-CHECK-AP(SUPIDX)
           END-PERFORM
           PERFORM VARYING VCHIDX FROM 1 BY 1
               UNTIL VCHIDX > WS-VOUCHER-COUNT
               MOVE VT-SUPPLIER-ID(VCHIDX) TO WS-SUPPLIER-LOOKUP-ID
               PERFORM LOOKUP-SUPPLIER
               IF SUPPLIER-FOUND
                   ADD VT-AMOUNT(VCHIDX)
                       TO SPLT-CHECK-AP(WS-SUPPLIER-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING SUPIDX FROM 1 BY 1
               UNTIL SUPIDX > WS-SUPPLIER-COUNT
               IF SPLT-REPLAY-AP(SUPIDX) NOT =
                  SPLT-CHECK-AP(SUPIDX)
                   MOVE SPLT-REPLAY-AP(SUPIDX)
                       TO WS-RECON-REPLAYED-ED
                   MOVE SPLT-CHECK-AP(SUPIDX)
                       TO WS-RECON-ACTUAL-ED
                   MOVE SPACES TO RECONCILE-RECORD
                   STRING "ENDING MISMATCH SUPP "
                       SPLT-ID(SUPIDX)
                       " REPLAYED " WS-RECON-REPLAYED-ED
                       " WRITTEN " WS-RECON-ACTUAL-ED
                       DELIMITED BY SIZE
                       INTO RECONCILE-RECORD
                   WRITE RECONCILE-RECORD
                   ADD 1 TO WS-RECON-EXCEPTIONS
               END-IF
           END-PERFORM

           MOVE WS-RECON-EXCEPTIONS TO WS-RECON-EXCEPTIONS-ED
           MOVE SPACES TO RECONCILE-RECORD
                   WRITE RECONCILE-RECORD
                   ADD 1 TO WS-RECON-EXCEPTIONS
               END-IF
           ELSE
           IF JRNL-FILE-ID = "S"
               PERFORM REPLAY-SUPPLIER-RECORD
           ELSE
           IF JRNL-FILE-ID = "W"
               PERFORM REPLAY-LOCATION-RECORD
           ELSE
               MOVE JRNL-KEY TO WS-LOOKUP-INVENTORY-ID
               PERFORM LOOKUP-INVENTORY
                   WRITE RECONCILE-RECORD
                   ADD 1 TO WS-RECON-EXCEPTIONS
               END-IF
           END-IF
           END-IF
           END-IF.


      ******************************************************************
      * The supplier counterpart: an "S" record is keyed by supplier
      * and chains what the supplier's open AP vouchers come to,
      * raised by vouchering and run down by payment.
      ******************************************************************
       REPLAY-SUPPLIER-RECORD.

           MOVE JRNL-KEY-CUST-ID TO WS-SUPPLIER-LOOKUP-ID
           PERFORM LOOKUP-SUPPLIER
           IF SUPPLIER-FOUND
               MOVE JRNL-BEFORE TO WS-RECON-VALUE
               IF WS-RECON-VALUE NOT =
                  SPLT-REPLAY-AP(WS-SUPPLIER-IDX)
                   MOVE SPACES TO RECONCILE-RECORD
                   STRING "CHAIN BREAK SUPP " WS-SUPPLIER-LOOKUP-ID
                       " AT " JRNL-SOURCE
                       " BEFORE " JRNL-BEFORE
                       DELIMITED BY SIZE
                       INTO RECONCILE-RECORD
                   WRITE RECONCILE-RECORD
                   ADD 1 TO WS-RECON-EXCEPTIONS
               END-IF
               MOVE JRNL-AFTER TO SPLT-REPLAY-AP(WS-SUPPLIER-IDX)
           ELSE
               MOVE SPACES TO RECONCILE-RECORD
               STRING "KEY NOT ON FILE SUPP " WS-SUPPLIER-LOOKUP-ID
                   DELIMITED BY SIZE
                   INTO RECONCILE-RECORD
               WRITE RECONCILE-RECORD
               ADD 1 TO WS-RECON-EXCEPTIONS
           END-IF.


      ******************************************************************
      * The warehouse counterpart of the inventory replay: a "W"
      * record is keyed by item, with the warehouse code carried in
      * the journal field (WHnn), and chains the stock on hand at
      * that one location.
      ******************************************************************
       REPLAY-LOCATION-RECORD.

           MOVE JRNL-KEY TO WS-LOC-LOOKUP-ITEM
           MOVE JRNL-FIELD(3:2) TO WS-LOC-LOOKUP-WH
           PERFORM LOOKUP-LOCATION
           IF FOUND-LOCATION
               MOVE JRNL-BEFORE TO WS-RECON-VALUE
               IF WS-RECON-VALUE NOT =
                  LOC-REPLAY-ON-HAND(WS-LOC-IDX)
                   MOVE SPACES TO RECONCILE-RECORD
                   STRING "CHAIN BREAK WHSE " JRNL-KEY
                       " " WS-LOC-LOOKUP-WH
                       " AT " JRNL-SOURCE
                       " BEFORE " JRNL-BEFORE
                       DELIMITED BY SIZE
                       INTO RECONCILE-RECORD
                   WRITE RECONCILE-RECORD
                   ADD 1 TO WS-RECON-EXCEPTIONS
               END-IF
               MOVE JRNL-AFTER TO LOC-REPLAY-ON-HAND(WS-LOC-IDX)
           ELSE
               MOVE SPACES TO RECONCILE-RECORD
               STRING "KEY NOT ON FILE WHSE " JRNL-KEY
                   " " WS-LOC-LOOKUP-WH
                   DELIMITED BY SIZE
                   INTO RECONCILE-RECORD
               WRITE RECONCILE-RECORD
               ADD 1 TO WS-RECON-EXCEPTIONS
           END-IF.



      ******************************************************************
      * Runs the period-end close named by the close card, on a live
      * batch that is already durably complete: strikes the period
      * and YTD sales buckets for the period closed, moves history
      * and journal records older than the retention window off to
      * dated archive files, and writes the closing snapshot of
      * every customer balance and item quantity as the next
      * period's opening figures. closerpt.txt proves, file by file,
      * that archived plus retained equals what was on file before.
      * A rejected card gets a report saying why and no close.
      ******************************************************************
       RUN-PERIOD-CLOSE.

           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE 0 TO WS-CLOSE-BREAKS

           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "PERIOD-END CLOSE   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE WS-CLOSE-RETAIN-DAYS TO WS-CLS-COUNT-ED-1
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "CLOSE TYPE " WS-CLOSE-TYPE
               "   PERIOD ENDING " WS-CLOSE-PERIOD-END
               "   LAST PERIOD CLOSED " WS-LAST-CLOSE-DATE
               "   RETENTION DAYS " WS-CLS-COUNT-ED-1
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           IF CLOSE-REQUESTED
               PERFORM SET-CLOSE-CUTOFFS
               PERFORM WRITE-CLOSE-SALES-ROLL
               PERFORM ARCHIVE-HISTORY-FILES
               PERFORM WRITE-OPENING-BALANCES

               MOVE SPACES TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               MOVE SPACES TO CLOSE-REPORT-RECORD
               IF WS-CLOSE-BREAKS = 0
                   STRING "CLOSE COMPLETE - ARCHIVED PLUS RETAINED "
                       "EQUALS BEFORE FOR EVERY FILE"
                       DELIMITED BY SIZE
                       INTO CLOSE-REPORT-RECORD
               ELSE
                   MOVE WS-CLOSE-BREAKS TO WS-CLS-COUNT-ED-1
                   STRING "CLOSE OUT OF BALANCE - FILES: "
                       WS-CLS-COUNT-ED-1
                       " - RESTORE FROM THE DATED ARCHIVES"
                       DELIMITED BY SIZE
                       INTO CLOSE-REPORT-RECORD
                   DISPLAY "PERIOD CLOSE OUT OF BALANCE - SEE "
                       "closerpt.txt"
               END-IF
               WRITE CLOSE-REPORT-RECORD
           ELSE
               MOVE SPACES TO CLOSE-REPORT-RECORD
               STRING "CLOSE NOT PERFORMED - "
                   WS-CLOSE-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF

           CLOSE CLOSE-REPORT-FILE.


      ******************************************************************
      * Works out the archive cutoffs. Records dated before the
      * cutoff -- the period end less the retention days -- leave
      * the live files. saleshist.dat is held back further, so the
      * sales analysis never loses a row it still reports on: every
      * row of the year still open (the period end's year, or the
      * next one after a year-end close) stays, and so does every
      * row inside the dead-stock window.
      ******************************************************************
       SET-CLOSE-CUTOFFS.

           COMPUTE WS-CLOSE-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-PERIOD-END)
                   - WS-CLOSE-RETAIN-DAYS + 1)
           MOVE WS-CLOSE-CUTOFF-DATE TO WS-CLOSE-SH-CUTOFF

           MOVE WS-CLOSE-PERIOD-END(1:4) TO WS-CLOSE-OPEN-YEAR
           IF WS-CLOSE-TYPE = "YEAR "
               ADD 1 TO WS-CLOSE-OPEN-YEAR
           END-IF
           MOVE WS-CLOSE-OPEN-YEAR TO WS-CLOSE-WORK-DATE(1:4)
           MOVE "0101" TO WS-CLOSE-WORK-DATE(5:4)
           IF WS-CLOSE-WORK-DATE < WS-CLOSE-SH-CUTOFF
               MOVE WS-CLOSE-WORK-DATE TO WS-CLOSE-SH-CUTOFF
           END-IF

           COMPUTE WS-CLOSE-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-PERIOD-END)
                   - WS-DEAD-STOCK-DAYS)
           IF WS-CLOSE-WORK-DATE < WS-CLOSE-SH-CUTOFF
               MOVE WS-CLOSE-WORK-DATE TO WS-CLOSE-SH-CUTOFF
           END-IF.


      ******************************************************************
      * Strikes the period and YTD sales buckets for the period being
      * closed, before any history leaves the live file, and reports
      * their totals. The figures per customer and item go out on
      * the closing snapshot; the next period's buckets start from
      * the next month's (or year's) history.
      ******************************************************************
       WRITE-CLOSE-SALES-ROLL.

           MOVE WS-CLOSE-PERIOD-END TO WS-SALES-PERIOD-DATE
           PERFORM ROLL-UP-SALES-HISTORY

           MOVE 0 TO WS-CLS-ITEM-PERIOD-UNITS
           MOVE 0 TO WS-CLS-ITEM-YTD-UNITS
           MOVE 0 TO WS-CLS-PERIOD-DOLLARS
           MOVE 0 TO WS-CLS-YTD-DOLLARS
           PERFORM VARYING IIDX FROM 1 BY 1
               UNTIL IIDX > WS-INVENTORY-COUNT
               ADD ITABLE-PERIOD-UNITS(IIDX)
                   TO WS-CLS-ITEM-PERIOD-UNITS
               ADD ITABLE-YTD-UNITS(IIDX) TO WS-CLS-ITEM-YTD-UNITS
               ADD ITABLE-PERIOD-DOLLARS(IIDX)
                   TO WS-CLS-PERIOD-DOLLARS
               ADD ITABLE-YTD-DOLLARS(IIDX) TO WS-CLS-YTD-DOLLARS
           END-PERFORM

           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "SALES BUCKETS STRUCK FOR PERIOD "
               WS-CLOSE-PERIOD-END(1:6)
               " AND YEAR " WS-CLOSE-PERIOD-END(1:4)
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE WS-CLS-ITEM-PERIOD-UNITS TO WS-CLS-UNITS-ED
           MOVE WS-CLS-PERIOD-DOLLARS TO WS-CLS-SIGNED-ED
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "  PERIOD  UNITS " WS-CLS-UNITS-ED
               "  DOLLARS " WS-CLS-SIGNED-ED
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE WS-CLS-ITEM-YTD-UNITS TO WS-CLS-UNITS-ED
           MOVE WS-CLS-YTD-DOLLARS TO WS-CLS-SIGNED-ED
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "  YTD     UNITS " WS-CLS-UNITS-ED
               "  DOLLARS " WS-CLS-SIGNED-ED
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE SPACES TO CLOSE-REPORT-RECORD
           IF WS-CLOSE-TYPE = "YEAR "
               STRING "  YEAR-END: PERIOD AND YTD BUCKETS START "
                   "AGAIN IN " WS-CLOSE-OPEN-YEAR
                   DELIMITED BY SIZE
                   INTO CLOSE-REPORT-RECORD
           ELSE
               STRING "  MONTH-END: PERIOD BUCKETS START AGAIN "
                   "WITH THE NEXT MONTH, YTD CARRIES ON"
                   DELIMITED BY SIZE
                   INTO CLOSE-REPORT-RECORD
           END-IF
           WRITE CLOSE-REPORT-RECORD

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.


      ******************************************************************
      * Archives saleshist.dat, journal.dat and runhistory.dat in
      * turn, each followed by its proof lines on the close report
      * and its control totals on archivetot.dat -- any not already
      * archived for this period end.
      ******************************************************************
       ARCHIVE-HISTORY-FILES.

           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "HISTORY ARCHIVE   CUTOFF " WS-CLOSE-CUTOFF-DATE
               "   SALES HISTORY CUTOFF " WS-CLOSE-SH-CUTOFF
               "   (RECORDS DATED BEFORE THE CUTOFF ARE ARCHIVED)"
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "FILE            CUTOFF            "
               "           BEFORE         ARCHIVED         RETAINED"
               "    ARCH+RETAINED    ON FILE AFTER  STATUS"
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE "S" TO WS-ARC-KIND
           MOVE "saleshist.dat" TO WS-ARC-FILE-NAME
           MOVE "saleshist" TO WS-ARC-BASE-NAME
           MOVE WS-CLOSE-SH-CUTOFF TO WS-ARC-CUTOFF
           PERFORM ARCHIVE-ONE-HISTORY-FILE

           MOVE "J" TO WS-ARC-KIND
           MOVE "journal.dat" TO WS-ARC-FILE-NAME
           MOVE "journal" TO WS-ARC-BASE-NAME
           MOVE WS-CLOSE-CUTOFF-DATE TO WS-ARC-CUTOFF
           PERFORM ARCHIVE-ONE-HISTORY-FILE

           MOVE "R" TO WS-ARC-KIND
           MOVE "runhistory.dat" TO WS-ARC-FILE-NAME
           MOVE "runhistory" TO WS-ARC-BASE-NAME
           MOVE WS-CLOSE-CUTOFF-DATE TO WS-ARC-CUTOFF
           PERFORM ARCHIVE-ONE-HISTORY-FILE

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.


      ******************************************************************
      * Archives and proves one history file, unless archivetot.dat
      * shows this close already did it -- a close that fell over
      * part-way is simply run again, and a file it finished must
      * not be split a second time. Its totals line is the last
      * thing written for the file, so it marks the file done.
      ******************************************************************
       ARCHIVE-ONE-HISTORY-FILE.

           MOVE 'N' TO WS-ARC-DONE-SW
           OPEN INPUT ARCHIVE-TOTALS-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ ARCHIVE-TOTALS-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ

               IF NOT END-OF-FILE
               AND ATT-PERIOD-END = WS-CLOSE-PERIOD-END
               AND ATT-FILE-NAME = WS-ARC-FILE-NAME
                   MOVE 'Y' TO WS-ARC-DONE-SW
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-TOTALS-FILE
           MOVE 'N' TO WS-EOF

           IF ARC-ALREADY-DONE
               MOVE SPACES TO CLOSE-REPORT-RECORD
               STRING WS-ARC-FILE-NAME "  " WS-ARC-CUTOFF
                   "  ALREADY ARCHIVED FOR PERIOD ENDING "
                   WS-CLOSE-PERIOD-END " - LEFT AS IT IS"
                   DELIMITED BY SIZE
                   INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           ELSE
               PERFORM ARCHIVE-HISTORY-FILE
               PERFORM WRITE-ARCHIVE-PROOF
           END-IF.


      ******************************************************************
      * Splits one history file on the date in its first eight bytes:
      * records dated before WS-ARC-CUTOFF go to the dated archive
      * (base name + period end), the rest to a .ret work file that
      * is then copied back as the live file. A record with no
      * readable date is never archived. The archive is written
      * fresh, and only once a record for it turns up: while the
      * live file still holds them all it can be rebuilt whole, and
      * once they have left the live file it is never touched
      * again. The live file is read once more afterwards so the
      * proof counts what is actually on disk, not what was meant
      * to be written.
      ******************************************************************
       ARCHIVE-HISTORY-FILE.

           MOVE 0 TO WS-ARC-BEFORE-COUNT
           MOVE 0 TO WS-ARC-ARCHIVED-COUNT
           MOVE 0 TO WS-ARC-RETAINED-COUNT
           MOVE 0 TO WS-ARC-AFTER-COUNT
           MOVE 0 TO WS-ARC-BEFORE-AMOUNT
           MOVE 0 TO WS-ARC-ARCHIVED-AMOUNT
           MOVE 0 TO WS-ARC-RETAINED-AMOUNT
           MOVE 0 TO WS-ARC-AFTER-AMOUNT

           MOVE SPACES TO WS-GEN-INPUT-NAME
           MOVE SPACES TO WS-GEN-OUTPUT-NAME
           MOVE SPACES TO WS-ARCHIVE-NAME
           MOVE WS-ARC-FILE-NAME TO WS-GEN-INPUT-NAME
           STRING WS-ARC-BASE-NAME DELIMITED BY SPACE
               ".ret" DELIMITED BY SIZE
               INTO WS-GEN-OUTPUT-NAME
           STRING WS-ARC-BASE-NAME DELIMITED BY SPACE
               "." WS-CLOSE-PERIOD-END DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME

           OPEN INPUT GEN-INPUT-FILE
           IF GEN-INPUT-PRESENT
               OPEN OUTPUT GEN-OUTPUT-FILE
               MOVE 'N' TO WS-ARC-OPEN-SW
               MOVE 'N' TO WS-EOF

               PERFORM UNTIL END-OF-FILE
                   READ GEN-INPUT-FILE INTO GEN-INPUT-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ

                   IF NOT END-OF-FILE
                       PERFORM GET-ARCHIVE-RECORD-AMOUNT
                       ADD 1 TO WS-ARC-BEFORE-COUNT
                       ADD WS-ARC-REC-AMOUNT TO WS-ARC-BEFORE-AMOUNT
                       MOVE 99999999 TO WS-ARC-REC-DATE
                       IF GEN-INPUT-RECORD(1:8) NUMERIC
                           MOVE GEN-INPUT-RECORD(1:8)
                               TO WS-ARC-REC-DATE
                       END-IF
                       IF WS-ARC-REC-DATE < WS-ARC-CUTOFF
                           IF NOT ARC-FILE-OPEN
                               OPEN OUTPUT ARCHIVE-FILE
                               MOVE 'Y' TO WS-ARC-OPEN-SW
                           END-IF
                           MOVE GEN-INPUT-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                           ADD 1 TO WS-ARC-ARCHIVED-COUNT
                           ADD WS-ARC-REC-AMOUNT
                               TO WS-ARC-ARCHIVED-AMOUNT
                       ELSE
                           MOVE GEN-INPUT-RECORD TO GEN-OUTPUT-RECORD
                           WRITE GEN-OUTPUT-RECORD
                           ADD 1 TO WS-ARC-RETAINED-COUNT
                           ADD WS-ARC-REC-AMOUNT
                               TO WS-ARC-RETAINED-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE GEN-INPUT-FILE
               CLOSE GEN-OUTPUT-FILE
               IF ARC-FILE-OPEN
                   CLOSE ARCHIVE-FILE
               END-IF
               MOVE 'N' TO WS-EOF

               *> the retained records become the live file
               MOVE WS-GEN-OUTPUT-NAME TO WS-GEN-INPUT-NAME
               MOVE WS-ARC-FILE-NAME TO WS-GEN-OUTPUT-NAME
               PERFORM COPY-GENERATION-FILE

               *> and what is on file now, for the proof
               MOVE WS-ARC-FILE-NAME TO WS-GEN-INPUT-NAME
               OPEN INPUT GEN-INPUT-FILE
               IF GEN-INPUT-PRESENT
                   PERFORM UNTIL END-OF-FILE
                       READ GEN-INPUT-FILE INTO GEN-INPUT-RECORD
                           AT END MOVE 'Y' TO WS-EOF
                       END-READ

                       IF NOT END-OF-FILE
                           PERFORM GET-ARCHIVE-RECORD-AMOUNT
                           ADD 1 TO WS-ARC-AFTER-COUNT
                           ADD WS-ARC-REC-AMOUNT
                               TO WS-ARC-AFTER-AMOUNT
                       END-IF
                   END-PERFORM

                   CLOSE GEN-INPUT-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.


      ******************************************************************
      * The amount a history record carries into the archive hash:
      * SH-AMOUNT for sales history, JRNL-AFTER for the journal,
      * nothing for the run history. An unreadable amount counts as
      * zero, the same way on both sides of the proof.
      ******************************************************************
       GET-ARCHIVE-RECORD-AMOUNT.

           MOVE 0 TO WS-ARC-REC-AMOUNT
           IF ARC-SALES-HISTORY
               MOVE GEN-INPUT-RECORD TO SALES-HISTORY-RECORD
               IF SH-AMOUNT(1:7) NUMERIC
               AND SH-AMOUNT(9:2) NUMERIC
                   MOVE SH-AMOUNT TO WS-ARC-REC-AMOUNT
               END-IF
           END-IF
           IF ARC-JOURNAL
               MOVE GEN-INPUT-RECORD TO JOURNAL-RECORD
               IF JRNL-AFTER(1:7) NUMERIC
               AND JRNL-AFTER(9:2) NUMERIC
                   MOVE JRNL-AFTER TO WS-ARC-REC-AMOUNT
               END-IF
           END-IF.


      ******************************************************************
      * Proves the file just archived -- archived plus retained must
      * equal before, and the live file must now hold exactly what
      * was retained, in records and in amount -- writes the two
      * proof lines to the close report and leaves the control
      * totals on archivetot.dat.
      ******************************************************************
       WRITE-ARCHIVE-PROOF.

           COMPUTE WS-ARC-PROOF-COUNT =
               WS-ARC-ARCHIVED-COUNT + WS-ARC-RETAINED-COUNT
           COMPUTE WS-ARC-PROOF-AMOUNT =
               WS-ARC-ARCHIVED-AMOUNT + WS-ARC-RETAINED-AMOUNT

           IF WS-ARC-PROOF-COUNT = WS-ARC-BEFORE-COUNT
           AND WS-ARC-PROOF-AMOUNT = WS-ARC-BEFORE-AMOUNT
           AND WS-ARC-AFTER-COUNT = WS-ARC-RETAINED-COUNT
           AND WS-ARC-AFTER-AMOUNT = WS-ARC-RETAINED-AMOUNT
               MOVE "IN BALANCE" TO WS-ARC-STATUS-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-ARC-STATUS-TEXT
               ADD 1 TO WS-CLOSE-BREAKS
           END-IF

           MOVE WS-ARC-BEFORE-COUNT TO WS-CLS-COUNT-ED-1
           MOVE WS-ARC-ARCHIVED-COUNT TO WS-CLS-COUNT-ED-2
           MOVE WS-ARC-RETAINED-COUNT TO WS-CLS-COUNT-ED-3
           MOVE WS-ARC-PROOF-COUNT TO WS-CLS-COUNT-ED-4
           MOVE WS-ARC-AFTER-COUNT TO WS-CLS-COUNT-ED-5
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING WS-ARC-FILE-NAME "  " WS-ARC-CUTOFF
               "  RECORDS "
               "        " WS-CLS-COUNT-ED-1
               "        " WS-CLS-COUNT-ED-2
               "        " WS-CLS-COUNT-ED-3
               "        " WS-CLS-COUNT-ED-4
               "        " WS-CLS-COUNT-ED-5
               "  " WS-ARC-STATUS-TEXT
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE WS-ARC-BEFORE-AMOUNT TO WS-CLS-AMOUNT-ED-1
           MOVE WS-ARC-ARCHIVED-AMOUNT TO WS-CLS-AMOUNT-ED-2
           MOVE WS-ARC-RETAINED-AMOUNT TO WS-CLS-AMOUNT-ED-3
           MOVE WS-ARC-PROOF-AMOUNT TO WS-CLS-AMOUNT-ED-4
           MOVE WS-ARC-AFTER-AMOUNT TO WS-CLS-AMOUNT-ED-5
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "                        "
               "  AMOUNTS "
               WS-CLS-AMOUNT-ED-1
               WS-CLS-AMOUNT-ED-2
               WS-CLS-AMOUNT-ED-3
               WS-CLS-AMOUNT-ED-4
               WS-CLS-AMOUNT-ED-5
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           OPEN EXTEND ARCHIVE-TOTALS-FILE
           MOVE SPACES TO ARCHIVE-TOTALS-RECORD
           MOVE WS-CLOSE-PERIOD-END TO ATT-PERIOD-END
           MOVE WS-RUN-DATE TO ATT-RUN-DATE
           MOVE WS-ARC-FILE-NAME TO ATT-FILE-NAME
           MOVE WS-ARC-CUTOFF TO ATT-CUTOFF-DATE
           MOVE WS-ARC-BEFORE-COUNT TO ATT-BEFORE-COUNT
           MOVE WS-ARC-ARCHIVED-COUNT TO ATT-ARCHIVED-COUNT
           MOVE WS-ARC-RETAINED-COUNT TO ATT-RETAINED-COUNT
           MOVE WS-ARC-BEFORE-AMOUNT TO ATT-BEFORE-AMOUNT
           MOVE WS-ARC-ARCHIVED-AMOUNT TO ATT-ARCHIVED-AMOUNT
           MOVE WS-ARC-RETAINED-AMOUNT TO ATT-RETAINED-AMOUNT
           WRITE ARCHIVE-TOTALS-RECORD
           CLOSE ARCHIVE-TOTALS-FILE.


      ******************************************************************
      * Writes the closing snapshot to openbal.dat as the next
      * period's opening figures: every customer's balance and cash
      * on account with its closing sales buckets, every item's stock
      * with its buckets, and every location's stock, then the
      * trailer that marks the period closed. The snapshot it
      * replaces is first banked as openbal.<period it closed>.
      ******************************************************************
       WRITE-OPENING-BALANCES.

           IF WS-LAST-CLOSE-DATE > 0
               MOVE SPACES TO WS-GEN-INPUT-NAME
               MOVE SPACES TO WS-GEN-OUTPUT-NAME
               MOVE "openbal.dat" TO WS-GEN-INPUT-NAME
               STRING "openbal." WS-LAST-CLOSE-DATE
                   DELIMITED BY SIZE
                   INTO WS-GEN-OUTPUT-NAME
               PERFORM COPY-GENERATION-FILE
           END-IF

           MOVE 0 TO WS-CLS-CUST-COUNT
           MOVE 0 TO WS-CLS-ITEM-COUNT
           MOVE 0 TO WS-CLS-LOC-COUNT
           MOVE 0 TO WS-CLS-TOTAL-OWED
           MOVE 0 TO WS-CLS-TOTAL-ONACC
           MOVE 0 TO WS-CLS-TOTAL-STOCK

           OPEN OUTPUT OPENING-BALANCE-FILE
           PERFORM VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > WS-CUSTOMER-COUNT
               MOVE SPACES TO OPENBAL-CUSTOMER-RECORD
               MOVE "C" TO OBC-TYPE
               MOVE CTABLE-CUSTOMER-ID(CIDX) TO OBC-CUSTOMER-ID
               MOVE CTABLE-AMOUNT-OWED(CIDX) TO OBC-AMOUNT-OWED
               MOVE CTABLE-ON-ACCOUNT(CIDX) TO OBC-ON-ACCOUNT
               MOVE CTABLE-PERIOD-UNITS(CIDX) TO OBC-PERIOD-UNITS
               MOVE CTABLE-PERIOD-DOLLARS(CIDX)
                   TO OBC-PERIOD-DOLLARS
               MOVE CTABLE-YTD-UNITS(CIDX) TO OBC-YTD-UNITS
               MOVE CTABLE-YTD-DOLLARS(CIDX) TO OBC-YTD-DOLLARS
               WRITE OPENBAL-CUSTOMER-RECORD
               ADD 1 TO WS-CLS-CUST-COUNT
               ADD CTABLE-AMOUNT-OWED(CIDX) TO WS-CLS-TOTAL-OWED
               ADD CTABLE-ON-ACCOUNT(CIDX) TO WS-CLS-TOTAL-ONACC
           END-PERFORM

           PERFORM VARYING IIDX FROM 1 BY 1
               UNTIL IIDX > WS-INVENTORY-COUNT
               MOVE SPACES TO OPENBAL-ITEM-RECORD
               MOVE "I" TO OBI-TYPE
               MOVE ITABLE-INVENTORY-ID(IIDX) TO OBI-INVENTORY-ID
               MOVE ITABLE-IN-STOCK(IIDX) TO OBI-ON-HAND
               MOVE ITABLE-PERIOD-UNITS(IIDX) TO OBI-PERIOD-UNITS
               MOVE ITABLE-PERIOD-DOLLARS(IIDX)
                   TO OBI-PERIOD-DOLLARS
               MOVE ITABLE-YTD-UNITS(IIDX) TO OBI-YTD-UNITS
               MOVE ITABLE-YTD-DOLLARS(IIDX) TO OBI-YTD-DOLLARS
               WRITE OPENBAL-ITEM-RECORD
               ADD 1 TO WS-CLS-ITEM-COUNT
               ADD ITABLE-IN-STOCK(IIDX) TO WS-CLS-TOTAL-STOCK
           END-PERFORM

           *> stock by location -- locations of items deleted this
           *> run go with the item, as at the master rewrite
           PERFORM VARYING LCIDX FROM 1 BY 1
               UNTIL LCIDX > WS-LOCATION-COUNT
               MOVE LOC-INVENTORY-ID(LCIDX) TO WS-LOOKUP-INVENTORY-ID
               PERFORM LOOKUP-INVENTORY
               IF FOUND-TRANS-INV
                   MOVE SPACES TO OPENBAL-ITEM-RECORD
                   MOVE "W" TO OBI-TYPE
                   MOVE LOC-INVENTORY-ID(LCIDX) TO OBI-INVENTORY-ID
                   MOVE LOC-WAREHOUSE(LCIDX) TO OBI-WAREHOUSE
                   MOVE LOC-ON-HAND(LCIDX) TO OBI-ON-HAND
                   MOVE 0 TO OBI-PERIOD-UNITS
                   MOVE 0 TO OBI-PERIOD-DOLLARS
                   MOVE 0 TO OBI-YTD-UNITS
                   MOVE 0 TO OBI-YTD-DOLLARS
                   WRITE OPENBAL-ITEM-RECORD
                   ADD 1 TO WS-CLS-LOC-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO OPENBAL-TRAILER-RECORD
           MOVE "T" TO OBT-TYPE
           MOVE WS-CLOSE-PERIOD-END TO OBT-PERIOD-END
           MOVE WS-CLOSE-TYPE TO OBT-CLOSE-TYPE
           MOVE WS-RUN-DATE TO OBT-RUN-DATE
           MOVE WS-CLS-CUST-COUNT TO OBT-CUST-COUNT
           MOVE WS-CLS-ITEM-COUNT TO OBT-ITEM-COUNT
           MOVE WS-CLS-LOC-COUNT TO OBT-LOC-COUNT
           WRITE OPENBAL-TRAILER-RECORD
           CLOSE OPENING-BALANCE-FILE

           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "CLOSING SNAPSHOT CARRIED FORWARD TO openbal.dat "
               "AS OPENING FIGURES"
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE WS-CLS-CUST-COUNT TO WS-CLS-COUNT-ED-1
           MOVE WS-CLS-TOTAL-OWED TO WS-CLS-AMOUNT-ED-1
           MOVE WS-CLS-TOTAL-ONACC TO WS-CLS-AMOUNT-ED-2
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "  CUSTOMERS " WS-CLS-COUNT-ED-1
               "   AMOUNT OWED " WS-CLS-AMOUNT-ED-1
               "   ON ACCOUNT " WS-CLS-AMOUNT-ED-2
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE WS-CLS-ITEM-COUNT TO WS-CLS-COUNT-ED-1
           MOVE WS-CLS-TOTAL-STOCK TO WS-CLS-COUNT-ED-2
           MOVE WS-CLS-LOC-COUNT TO WS-CLS-COUNT-ED-3
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "  ITEMS     " WS-CLS-COUNT-ED-1
               "   UNITS ON HAND " WS-CLS-COUNT-ED-2
               "   LOCATIONS " WS-CLS-COUNT-ED-3
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.



       END PROGRAM PROG2.
